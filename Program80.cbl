       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program80.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECLOG ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * one line per sign-on event (Program22) and per menu option
      * taken (PROGRAM1). the date and time are the machine clock,
      * not the business date, so after-hours use shows as such.
      * events: SIGNON, BADPASS, LOCKOUT, REFUSED, PWCHANGE,
      * PWREFUSE, OPTION, DENIED, SIGNOFF
       FD  SECLOG        LABEL RECORD STANDARD.
       01  SL-REC.
           02 SL-DATE       PIC 9(8).
           02 FILLER        PIC X(1).
           02 SL-TIME       PIC 9(6).
           02 FILLER        PIC X(2).
           02 SL-USER       PIC X(8).
           02 FILLER        PIC X(2).
           02 SL-EVENT      PIC X(8).
           02 FILLER        PIC X(2).
           02 SL-OPTION     PIC 99.
           02 FILLER        PIC X(2).
           02 SL-RC         PIC 99.
      *
       WORKING-STORAGE SECTION.
       01  WS-SECLOG-STATUS   PIC XX.
       01  WS-NOW             PIC X(21).
      *
       LINKAGE SECTION.
       01  LS-USER        PIC X(8).
       01  LS-EVENT       PIC X(8).
       01  LS-OPTION      PIC 99.
       01  LS-RC          PIC 99.

       PROCEDURE DIVISION USING LS-USER, LS-EVENT, LS-OPTION, LS-RC.
       ARXH.
      * a log that cannot be written must never stop an operator
      * signing on - the failure is shown and the caller goes on
           OPEN EXTEND SECLOG.
           IF WS-SECLOG-STATUS = "35"
               OPEN OUTPUT SECLOG
               CLOSE SECLOG
               OPEN EXTEND SECLOG
           END-IF.
           IF WS-SECLOG-STATUS NOT = "00"
               DISPLAY "PROGRAM80: SECLOG.DAT COULD NOT BE OPENED"
                       " - STATUS " WS-SECLOG-STATUS
               EXIT PROGRAM
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE SPACES      TO SL-REC.
           MOVE WS-NOW (1:8) TO SL-DATE.
           MOVE WS-NOW (9:6) TO SL-TIME.
           MOVE LS-USER     TO SL-USER.
           MOVE LS-EVENT    TO SL-EVENT.
           MOVE LS-OPTION   TO SL-OPTION.
           MOVE LS-RC       TO SL-RC.
           WRITE SL-REC.
           CLOSE SECLOG.
           EXIT PROGRAM.
      *

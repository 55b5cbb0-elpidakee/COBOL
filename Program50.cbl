       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program50.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBJREF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SJ-CODE
               FILE STATUS IS WS-SUBJREF-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * subject reference, kept the way CLASSREF.DAT is kept for
      * classes: code, name, the weighting the subject carries in
      * the overall average and the classes that take it.  a class
      * entry of one letter only (e.g. "A") means every class of
      * that year - the worklist (Program47) checks it and the
      * cards and transcripts (Program7/12/43) weight by SJ-WEIGHT
       FD  SUBJREF       RECORD CONTAINS  58 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS SJ-REC
                         VALUE OF FILE-ID IS "SUBJREF.DAT".
       01  SJ-REC.
           02 SJ-CODE    PIC X(4).
           02 SJ-NAME    PIC X(20).
           02 SJ-WEIGHT  PIC 9(2).
           02 FILLER     PIC X(2).
           02 SJ-CLASSES.
              03 SJ-CLASS PIC X(3) OCCURS 10 TIMES.
      *
       WORKING-STORAGE SECTION.
       01  WS-SUBJREF-STATUS  PIC XX.
       01  WS-ACTION          PIC X(1).
           88 WS-ACT-ADD      VALUE "A".
           88 WS-ACT-MAINTAIN VALUE "M".
           88 WS-ACT-DELETE   VALUE "D".
           88 WS-ACT-LIST     VALUE "L".
           88 WS-ACT-EXIT     VALUE "X".
       01  WS-EOF-SW          PIC A(1).
           88 WS-EOF                VALUE "Y".
       01  WS-CODE            PIC X(4).
       01  WS-NAME            PIC X(20).
       01  WS-WEIGHT          PIC 9(2).
       01  WS-CLASS-IN        PIC X(3).
       01  WS-CLASS-IND       PIC 9(2).
       01  WS-CLASSES.
           02 WS-CLASS        PIC X(3) OCCURS 10 TIMES.
      *
       LINKAGE SECTION.
       01  LS-RETURN-CODE PIC 9(2).

       PROCEDURE DIVISION USING LS-RETURN-CODE.
       ARXH.
           MOVE 0 TO LS-RETURN-CODE.
           OPEN I-O SUBJREF.
           IF WS-SUBJREF-STATUS = "35"
               OPEN OUTPUT SUBJREF
               CLOSE SUBJREF
               OPEN I-O SUBJREF
           END-IF.
           IF WS-SUBJREF-STATUS NOT = "00"
               MOVE 64 TO LS-RETURN-CODE
               DISPLAY "PROGRAM50: SUBJREF COULD NOT BE OPENED"
                       " - STATUS " WS-SUBJREF-STATUS
               EXIT PROGRAM
           END-IF.
       MENU-LOOP.
           DISPLAY "----------------------------------------".
           DISPLAY "SYNTHRHSH MAQHMATWN (SUBJREF)".
           DISPLAY "A=ADD M=MAINTAIN D=DELETE L=LIST X=EXIT".
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN WS-ACT-ADD
                   PERFORM 100-ADD-SUBJECT THRU 100-EXIT
               WHEN WS-ACT-MAINTAIN
                   PERFORM 200-MAINTAIN-SUBJECT
               WHEN WS-ACT-DELETE
                   PERFORM 300-DELETE-SUBJECT
               WHEN WS-ACT-LIST
                   PERFORM 400-LIST-SUBJECTS
               WHEN WS-ACT-EXIT
                   GO TO TELOS
               WHEN OTHER
                   DISPLAY "INVALID ACTION - TRY AGAIN"
           END-EVALUATE.
           GO TO MENU-LOOP.
      *
       100-ADD-SUBJECT.
           DISPLAY "ENTER SUBJECT CODE: ".
           ACCEPT WS-CODE.
           IF WS-CODE = SPACES
               DISPLAY "SUBJECT CODE IS REQUIRED - NOT ADDED"
               GO TO 100-EXIT
           END-IF.
           PERFORM 500-ACCEPT-SUBJECT-FIELDS.
           IF WS-WEIGHT = 0
               DISPLAY "WEIGHTING MUST BE 1-99 - NOT ADDED"
               GO TO 100-EXIT
           END-IF.
           MOVE SPACES     TO SJ-REC.
           MOVE WS-CODE    TO SJ-CODE.
           MOVE WS-NAME    TO SJ-NAME.
           MOVE WS-WEIGHT  TO SJ-WEIGHT.
           MOVE WS-CLASSES TO SJ-CLASSES.
           WRITE SJ-REC
               INVALID KEY
                   DISPLAY "SUBJECT " WS-CODE " ALREADY ON FILE"
               NOT INVALID KEY
                   DISPLAY "SUBJECT " WS-CODE " ADDED"
           END-WRITE.
       100-EXIT.
           EXIT.
      *
       200-MAINTAIN-SUBJECT.
           DISPLAY "ENTER SUBJECT CODE: ".
           ACCEPT WS-CODE.
           MOVE WS-CODE TO SJ-CODE.
           READ SUBJREF
               INVALID KEY
                   DISPLAY "SUBJECT " WS-CODE " NOT ON FILE"
               NOT INVALID KEY
                   DISPLAY "CURRENT NAME     : " SJ-NAME
                   DISPLAY "CURRENT WEIGHTING: " SJ-WEIGHT
                   DISPLAY "CURRENT CLASSES  : " SJ-CLASSES
                   PERFORM 500-ACCEPT-SUBJECT-FIELDS
                   IF WS-WEIGHT = 0
                       DISPLAY "WEIGHTING MUST BE 1-99 - NOT UPDATED"
                   ELSE
                       MOVE WS-NAME    TO SJ-NAME
                       MOVE WS-WEIGHT  TO SJ-WEIGHT
                       MOVE WS-CLASSES TO SJ-CLASSES
                       REWRITE SJ-REC
                           INVALID KEY
                               DISPLAY "SUBJECT " WS-CODE
                                       " COULD NOT BE UPDATED"
                           NOT INVALID KEY
                               DISPLAY "SUBJECT " WS-CODE " UPDATED"
                       END-REWRITE
                   END-IF
           END-READ.
      *
       300-DELETE-SUBJECT.
      *    grades already keyed under the code stay on SUBJGRD.DAT;
      *    the cards then weight them as 1 and show no name
           DISPLAY "ENTER SUBJECT CODE: ".
           ACCEPT WS-CODE.
           MOVE WS-CODE TO SJ-CODE.
           DELETE SUBJREF
               INVALID KEY
                   DISPLAY "SUBJECT " WS-CODE " NOT ON FILE"
               NOT INVALID KEY
                   DISPLAY "SUBJECT " WS-CODE " DELETED"
           END-DELETE.
      *
       400-LIST-SUBJECTS.
           MOVE "N" TO WS-EOF-SW.
           MOVE LOW-VALUES TO SJ-CODE.
           START SUBJREF KEY NOT LESS THAN SJ-CODE
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           DISPLAY "KWD   ONOMA                BAROS TMHMATA".
           PERFORM UNTIL WS-EOF
               READ SUBJREF NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       DISPLAY SJ-CODE "  " SJ-NAME " " SJ-WEIGHT
                               "    " SJ-CLASSES
               END-READ
           END-PERFORM.
      *
       500-ACCEPT-SUBJECT-FIELDS.
           DISPLAY "ENTER NAME: ".
           ACCEPT WS-NAME.
           DISPLAY "ENTER WEIGHTING IN THE OVERALL AVERAGE (1-99): ".
           ACCEPT WS-WEIGHT.
           MOVE SPACES TO WS-CLASSES.
           DISPLAY "ENTER THE CLASSES THAT TAKE IT, ONE PER LINE"
                   " (A LETTER ALONE = THE WHOLE YEAR, BLANK = END)".
           MOVE 0 TO WS-CLASS-IND.
           MOVE "X" TO WS-CLASS-IN.
           PERFORM UNTIL WS-CLASS-IN = SPACES OR WS-CLASS-IND >= 10
               DISPLAY "CLASS: "
               ACCEPT WS-CLASS-IN
               IF WS-CLASS-IN NOT = SPACES
                   ADD 1 TO WS-CLASS-IND
                   MOVE WS-CLASS-IN TO WS-CLASS (WS-CLASS-IND)
               END-IF
           END-PERFORM.
      *
       TELOS.
           CLOSE SUBJREF.
           EXIT PROGRAM.
      *

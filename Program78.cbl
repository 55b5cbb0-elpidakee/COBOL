       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program78.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DISTRIB-STATUS.
           SELECT BRANCHRF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BR-CODE
               FILE STATUS IS WS-BRANCHRF-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * who receives each branch's copy of the monthly report and
      * the directory Program79 delivers it to. a branch may have up
      * to nine recipients, numbered 1-9 within the branch
       FD  DISTRIB       RECORD CONTAINS 101 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS DS-REC
                         VALUE OF FILE-ID IS "DISTRIB.DAT".
       01  DS-REC.
           02 DS-KEY.
              03 DS-BRN     PIC 99.
              03 DS-SEQ     PIC 9.
           02 FILLER        PIC X(2).
           02 DS-RECIPIENT  PIC X(30).
           02 FILLER        PIC X(2).
           02 DS-PATH       PIC X(40).
           02 FILLER        PIC X(2).
           02 DS-SET-BY     PIC X(8).
           02 FILLER        PIC X(2).
           02 DS-SET-DATE   PIC 9(8).
           02 FILLER        PIC X(4).
      *
       FD  BRANCHRF      RECORD CONTAINS  25 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS BR-REC
                         VALUE OF FILE-ID IS "BRANCHRF.DAT".
       01  BR-REC.
           02 BR-CODE    PIC 9(2).
           02 BR-NAME    PIC X(20).
           02 FILLER     PIC X(2).
           02 BR-ACTIVE  PIC X(1).
      *
       WORKING-STORAGE SECTION.
       01  WS-DISTRIB-STATUS  PIC XX.
       01  WS-BRANCHRF-STATUS PIC XX.
       01  WS-BRANCHRF-SW     PIC X(1).
           88 WS-BRANCHRF-AVAIL     VALUE "Y".
       01  WS-ACTION          PIC X(1).
           88 WS-ACT-ADD      VALUE "A".
           88 WS-ACT-MAINTAIN VALUE "M".
           88 WS-ACT-DELETE   VALUE "D".
           88 WS-ACT-LIST     VALUE "L".
           88 WS-ACT-EXIT     VALUE "X".
       01  WS-EOF-SW          PIC A(1).
           88 WS-EOF                VALUE "Y".
       01  WS-KEY-OK-SW       PIC X(1).
           88 WS-KEY-OK             VALUE "Y".
       01  WS-BUS-DATE        PIC 9(8).
       01  WS-BUSDATE-FUNC    PIC X(1).
       01  WS-BUSDATE-RC      PIC 9(2).
       01  WS-E-BRN           PIC 99.
       01  WS-E-SEQ           PIC 9.
       01  WS-E-RECIPIENT     PIC X(30).
       01  WS-E-PATH          PIC X(40).
      *
       LINKAGE SECTION.
       01  LS-OPER-USER   PIC X(8).
       01  LS-RETURN-CODE PIC 9(2).

       PROCEDURE DIVISION USING LS-OPER-USER, LS-RETURN-CODE.
       ARXH.
           MOVE 0 TO LS-RETURN-CODE.
           MOVE "G" TO WS-BUSDATE-FUNC.
           CALL 'Program29' USING WS-BUSDATE-FUNC, WS-BUS-DATE,
               WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUS-DATE
           END-IF.
           OPEN I-O DISTRIB.
           IF WS-DISTRIB-STATUS = "35"
               OPEN OUTPUT DISTRIB
               CLOSE DISTRIB
               OPEN I-O DISTRIB
           END-IF.
           IF WS-DISTRIB-STATUS NOT = "00"
               MOVE 83 TO LS-RETURN-CODE
               DISPLAY "PROGRAM78: DISTRIB COULD NOT BE OPENED"
                       " - STATUS " WS-DISTRIB-STATUS
               EXIT PROGRAM
           END-IF.
           MOVE "N" TO WS-BRANCHRF-SW.
           OPEN INPUT BRANCHRF.
           IF WS-BRANCHRF-STATUS = "00"
               SET WS-BRANCHRF-AVAIL TO TRUE
           ELSE
               DISPLAY "BRANCHRF.DAT NOT AVAILABLE - BRANCH CODES"
                       " CHECKED AGAINST 1-9 ONLY"
           END-IF.
       MENU-LOOP.
           DISPLAY "----------------------------------------".
           DISPLAY "DIANOMH ANAFORWN ANA YPOKATASTHMA (DISTRIB)".
           DISPLAY "A=ADD M=MAINTAIN D=DELETE L=LIST X=EXIT".
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN WS-ACT-ADD
                   PERFORM 100-ADD-RECIPIENT THRU 100-EXIT
               WHEN WS-ACT-MAINTAIN
                   PERFORM 200-MAINTAIN-RECIPIENT THRU 200-EXIT
               WHEN WS-ACT-DELETE
                   PERFORM 300-DELETE-RECIPIENT THRU 300-EXIT
               WHEN WS-ACT-LIST
                   PERFORM 400-LIST-RECIPIENTS THRU 400-EXIT
               WHEN WS-ACT-EXIT
                   GO TO TELOS
               WHEN OTHER
                   DISPLAY "INVALID ACTION - TRY AGAIN"
           END-EVALUATE.
           GO TO MENU-LOOP.
      *
       100-ADD-RECIPIENT.
           PERFORM 500-ACCEPT-KEY THRU 500-EXIT.
           IF NOT WS-KEY-OK
               GO TO 100-EXIT
           END-IF.
           DISPLAY "ENTER RECIPIENT: ".
           MOVE SPACES TO WS-E-RECIPIENT.
           ACCEPT WS-E-RECIPIENT.
           DISPLAY "ENTER DELIVERY PATH (DIRECTORY): ".
           MOVE SPACES TO WS-E-PATH.
           ACCEPT WS-E-PATH.
           IF WS-E-RECIPIENT = SPACES OR WS-E-PATH = SPACES
               DISPLAY "RECIPIENT AND PATH ARE REQUIRED - NOT ADDED"
               GO TO 100-EXIT
           END-IF.
           MOVE SPACES         TO DS-REC.
           MOVE WS-E-BRN       TO DS-BRN.
           MOVE WS-E-SEQ       TO DS-SEQ.
           MOVE WS-E-RECIPIENT TO DS-RECIPIENT.
           MOVE WS-E-PATH      TO DS-PATH.
           MOVE LS-OPER-USER   TO DS-SET-BY.
           MOVE WS-BUS-DATE    TO DS-SET-DATE.
           WRITE DS-REC
               INVALID KEY
                   DISPLAY "BRANCH " WS-E-BRN " RECIPIENT " WS-E-SEQ
                           " ALREADY ON FILE - USE M"
               NOT INVALID KEY
                   DISPLAY "BRANCH " WS-E-BRN " RECIPIENT " WS-E-SEQ
                           " ADDED"
           END-WRITE.
       100-EXIT.
           EXIT.
      *
       200-MAINTAIN-RECIPIENT.
           PERFORM 500-ACCEPT-KEY THRU 500-EXIT.
           IF NOT WS-KEY-OK
               GO TO 200-EXIT
           END-IF.
           MOVE WS-E-BRN TO DS-BRN.
           MOVE WS-E-SEQ TO DS-SEQ.
           READ DISTRIB
               INVALID KEY
                   DISPLAY "BRANCH " WS-E-BRN " RECIPIENT " WS-E-SEQ
                           " NOT ON FILE"
                   GO TO 200-EXIT
           END-READ.
           DISPLAY "CURRENT RECIPIENT: " DS-RECIPIENT.
           DISPLAY "CURRENT PATH     : " DS-PATH.
           DISPLAY "SET BY " DS-SET-BY " ON " DS-SET-DATE.
           DISPLAY "ENTER RECIPIENT (BLANK = KEEP): ".
           MOVE SPACES TO WS-E-RECIPIENT.
           ACCEPT WS-E-RECIPIENT.
           DISPLAY "ENTER DELIVERY PATH (BLANK = KEEP): ".
           MOVE SPACES TO WS-E-PATH.
           ACCEPT WS-E-PATH.
           IF WS-E-RECIPIENT NOT = SPACES
               MOVE WS-E-RECIPIENT TO DS-RECIPIENT
           END-IF.
           IF WS-E-PATH NOT = SPACES
               MOVE WS-E-PATH TO DS-PATH
           END-IF.
           MOVE LS-OPER-USER TO DS-SET-BY.
           MOVE WS-BUS-DATE  TO DS-SET-DATE.
           REWRITE DS-REC
               INVALID KEY
                   DISPLAY "RECIPIENT COULD NOT BE UPDATED"
               NOT INVALID KEY
                   DISPLAY "RECIPIENT UPDATED"
           END-REWRITE.
       200-EXIT.
           EXIT.
      *
       300-DELETE-RECIPIENT.
           PERFORM 500-ACCEPT-KEY THRU 500-EXIT.
           IF NOT WS-KEY-OK
               GO TO 300-EXIT
           END-IF.
           MOVE WS-E-BRN TO DS-BRN.
           MOVE WS-E-SEQ TO DS-SEQ.
           DELETE DISTRIB
               INVALID KEY
                   DISPLAY "BRANCH " WS-E-BRN " RECIPIENT " WS-E-SEQ
                           " NOT ON FILE"
               NOT INVALID KEY
                   DISPLAY "RECIPIENT DELETED"
           END-DELETE.
       300-EXIT.
           EXIT.
      *
       400-LIST-RECIPIENTS.
           MOVE "N" TO WS-EOF-SW.
           MOVE LOW-VALUES TO DS-KEY.
           START DISTRIB KEY NOT LESS THAN DS-KEY
               INVALID KEY
                   DISPLAY "NO RECIPIENTS ON FILE"
                   GO TO 400-EXIT
           END-START.
           DISPLAY "BR A/A PARALHPTHS                      DIADROMH".
           PERFORM UNTIL WS-EOF
               READ DISTRIB NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       DISPLAY DS-BRN "  " DS-SEQ "  " DS-RECIPIENT
                               " " DS-PATH
               END-READ
           END-PERFORM.
       400-EXIT.
           EXIT.
      *
       500-ACCEPT-KEY.
           MOVE "Y" TO WS-KEY-OK-SW.
           DISPLAY "ENTER BRANCH (1-9): ".
           ACCEPT WS-E-BRN.
           DISPLAY "ENTER RECIPIENT NUMBER (1-9): ".
           ACCEPT WS-E-SEQ.
           IF WS-E-BRN < 1 OR WS-E-BRN > 9
               MOVE "N" TO WS-KEY-OK-SW
               DISPLAY "BRANCH MUST BE 1-9"
               GO TO 500-EXIT
           END-IF.
           IF WS-E-SEQ < 1
               MOVE "N" TO WS-KEY-OK-SW
               DISPLAY "RECIPIENT NUMBER MUST BE 1-9"
               GO TO 500-EXIT
           END-IF.
           IF NOT WS-BRANCHRF-AVAIL
               GO TO 500-EXIT
           END-IF.
           MOVE WS-E-BRN TO BR-CODE.
           READ BRANCHRF
               INVALID KEY
                   MOVE "N" TO WS-KEY-OK-SW
                   DISPLAY "BRANCH " WS-E-BRN " NOT ON BRANCHRF"
               NOT INVALID KEY
                   DISPLAY "YPOKATASTHMA " WS-E-BRN " (" BR-NAME ")"
           END-READ.
       500-EXIT.
           EXIT.
      *
       TELOS.
           CLOSE DISTRIB.
           IF WS-BRANCHRF-AVAIL
               CLOSE BRANCHRF
           END-IF.
           EXIT PROGRAM.
      *

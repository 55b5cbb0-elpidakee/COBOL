       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program51.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MHTRMA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS A-A
               ALTERNATE RECORD KEY IS EPWN WITH DUPLICATES
               FILE STATUS IS WS-MHTRMA-STATUS.
           SELECT CLASSREF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CR-CLASS
               FILE STATUS IS WS-CLASSREF-STATUS.
           SELECT CONTACTS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CONTACTS-STATUS.
           SELECT RESIT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RS-KEY
               FILE STATUS IS WS-RESIT-STATUS.
           SELECT AUDITF ASSIGN TO "MHTRMA.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITF-STATUS.
           SELECT RPT-OUT ASSIGN TO "RESIT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MHTRMA        RECORD CONTAINS  72 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS RMA
                         VALUE OF FILE-ID IS "MHTRWA.DAT".
       01  RMA.
           02 A-A        PIC 9(4).
           02 EPWN       PIC X(20).
           02 ONOM       PIC X(15).
           02 ONP        PIC X(10).
           02 CLASS1      PIC X(3).
           02 THL2       PIC 9(11).
           02 KATAST.
              03  APOYS  PIC 9(3).
              03  ATRIM  PIC 9(2).
              03  BTRIM  PIC 9(2).
              03  CTRIM  PIC 9(2).
              03  GRAPTA PIC 9(2).
      *
       FD  CLASSREF      RECORD CONTAINS  30 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS CR-REC
                         VALUE OF FILE-ID IS "CLASSREF.DAT".
       01  CR-REC.
           02 CR-CLASS   PIC X(3).
           02 CR-DESC    PIC X(20).
           02 CR-SORT    PIC 9(2).
           02 FILLER     PIC X(2).
           02 CR-MAXENR  PIC 9(3).
      *
       FD  CONTACTS      RECORD CONTAINS  82 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS CTR
                         VALUE OF FILE-ID IS "CONTACTS.DAT".
       01  CTR.
           02 CT-KEY.
              03 CT-AA   PIC 9(4).
              03 CT-SEQ  PIC 9(2).
           02 CT-NAME    PIC X(25).
           02 CT-RELATION PIC X(10).
           02 CT-PHONE   PIC 9(11).
           02 CT-ADDRESS PIC X(30).
      *
      * one record per student and closing school year: the june
      * final, the september re-sit exam grade and the final it
      * gives.  RS-RESULT "R" = passed at the re-sit, "X" = failed
      * it again.  Program11 reads it when it promotes and writes
      * the re-sit line to MHTRMA.HIS under the same result codes
       FD  RESIT         RECORD CONTAINS  36 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS RS-REC
                         VALUE OF FILE-ID IS "RESIT.DAT".
       01  RS-REC.
           02 RS-KEY.
              03 RS-AA       PIC 9(4).
              03 RS-YEAR     PIC 9(4).
           02 RS-CLASS       PIC X(3).
           02 RS-JUNE-FINAL  PIC 9(2)V9.
           02 RS-GRADE       PIC 9(2).
           02 RS-FINAL       PIC 9(2)V9.
           02 RS-RESULT      PIC X(1).
              88 RS-PASSED         VALUE "R".
              88 RS-FAILED         VALUE "X".
           02 RS-USER        PIC X(8).
           02 RS-DATE        PIC 9(8).
      *
       FD  AUDITF        LABEL RECORD STANDARD.
       01  AUDIT-LINE.
           02  AL-TIMESTAMP    PIC 9(15).
           02  FILLER          PIC X(2).
           02  AL-USER         PIC X(8).
           02  FILLER          PIC X(2).
           02  AL-STUDENT-ID   PIC 9(4).
           02  FILLER          PIC X(2).
           02  AL-ACTION       PIC X(6).
           02  FILLER          PIC X(2).
           02  AL-DETAIL       PIC X(60).
      *
       FD  RPT-OUT       LABEL RECORD STANDARD.
       01  RPT-LINE      PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  WS-MHTRMA-STATUS   PIC XX.
       01  WS-CLASSREF-STATUS PIC XX.
       01  WS-CONTACTS-STATUS PIC XX.
       01  WS-RESIT-STATUS    PIC XX.
       01  WS-AUDITF-STATUS   PIC XX.
       01  WS-ACTION          PIC X(1).
           88 WS-ACT-LIST     VALUE "L".
           88 WS-ACT-KEY      VALUE "K".
           88 WS-ACT-EXIT     VALUE "X".
       01  WS-EOF-SW          PIC A(1).
           88 WS-EOF                VALUE "Y".
       01  WS-CT-EOF-SW       PIC A(1).
           88 WS-CT-EOF             VALUE "Y".
       01  WS-CONTACTS-SW     PIC X(1).
           88 WS-CONTACTS-AVAIL     VALUE "Y".
       01  WS-RS-FOUND-SW     PIC X(1).
           88 WS-RS-FOUND           VALUE "Y".
       01  WS-SCHOOL-YEAR     PIC 9(4).
       01  WS-CLASS           PIC X(3).
       01  WS-TRIM-AVG        PIC 9(2)V9.
       01  WS-FINAL-GRADE     PIC 9(2)V9.
       01  WS-GRADE-IN        PIC 9(2).
       01  WS-CT-COUNT        PIC 9(2).
       01  WS-SEEN-COUNT      PIC 9(4).
       01  WS-FAIL-COUNT      PIC 9(4).
       01  WS-KEYED-COUNT     PIC 9(4).
       01  WS-PASSED-COUNT    PIC 9(4).
       01  WS-SKIPPED-COUNT   PIC 9(4).
       01  WS-TOTAL-FAIL      PIC 9(4).
       01  WS-FINAL-EDIT      PIC Z9.9.
       01  WS-RSFINAL-EDIT    PIC Z9.9.
       01  WS-RESIT-TEXT      PIC X(24).
       01  WS-BUS-DATE        PIC 9(8).
       01  WS-BUSDATE-FUNC    PIC X(1).
       01  WS-BUSDATE-RC      PIC 9(2).
       01  WS-GEN-SOURCE      PIC X(20).
       01  WS-GEN-RC          PIC 9(2).
      * classes in CR-SORT order, as the Program43 packs take them
       77  WS-CLS-MAX         PIC 9(2) VALUE 50.
       01  WS-CLS-USED        PIC 9(2).
       01  WS-CLS-IND         PIC 9(2).
       01  WS-CLS-IND2        PIC 9(2).
       01  WS-CLS-TABLE.
           02  CLS-ENTRY OCCURS 50 TIMES.
               03  CLS-CODE    PIC X(3).
               03  CLS-DESC    PIC X(20).
               03  CLS-SORT    PIC 9(2).
       01  WS-SWAP-ENTRY.
           02  SW-CODE     PIC X(3).
           02  SW-DESC     PIC X(20).
           02  SW-SORT     PIC 9(2).
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
           DISPLAY "==================================================".
           DISPLAY "EPANEXETASH SEPTEMBRIOY".
           DISPLAY "==================================================".
      *    the re-sits belong to the year closing in june and must be
      *    keyed before Program11 rolls the master over - the run
      *    works from the KATAST grades still on MHTRMA
           DISPLAY "ENTER CLOSING SCHOOL YEAR (YYYY): ".
           ACCEPT WS-SCHOOL-YEAR.
           OPEN I-O RESIT.
           IF WS-RESIT-STATUS = "35"
               OPEN OUTPUT RESIT
               CLOSE RESIT
               OPEN I-O RESIT
           END-IF.
           IF WS-RESIT-STATUS NOT = "00"
               MOVE 65 TO LS-RETURN-CODE
               DISPLAY "PROGRAM51: RESIT COULD NOT BE OPENED"
                       " - STATUS " WS-RESIT-STATUS
               EXIT PROGRAM
           END-IF.
       MENU-LOOP.
           DISPLAY "----------------------------------------".
           DISPLAY "EPANEXETASH " WS-SCHOOL-YEAR.
           DISPLAY "L=LIST FAILING STUDENTS K=KEY RE-SIT GRADES X=EXIT".
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN WS-ACT-LIST
                   PERFORM 100-LIST-FAILING THRU 100-EXIT
               WHEN WS-ACT-KEY
                   PERFORM 300-KEY-RESIT-GRADES THRU 300-EXIT
               WHEN WS-ACT-EXIT
                   GO TO TELOS
               WHEN OTHER
                   DISPLAY "INVALID ACTION - TRY AGAIN"
           END-EVALUATE.
           GO TO MENU-LOOP.
      *
       100-LIST-FAILING.
      *    one section per class in CR-SORT order: every student under
      *    the passing mark with the re-sit already keyed, if any, and
      *    the guardians to notify from CONTACTS
           MOVE 0 TO LS-RETURN-CODE.
           PERFORM 150-LOAD-CLASS-LIST.
           IF WS-CLS-USED = 0
               DISPLAY "PROGRAM51: NO CLASSES ON CLASSREF - NOTHING"
                       " TO LIST"
               GO TO 100-EXIT
           END-IF.
           PERFORM 160-SORT-ONE-PASS
               VARYING WS-CLS-IND FROM 1 BY 1
               UNTIL WS-CLS-IND >= WS-CLS-USED.
           MOVE "N" TO WS-CONTACTS-SW.
           OPEN INPUT CONTACTS.
           IF WS-CONTACTS-STATUS = "00"
               SET WS-CONTACTS-AVAIL TO TRUE
           ELSE
               DISPLAY "PROGRAM51: CONTACTS NOT AVAILABLE - LIST"
                       " PRINTED WITHOUT GUARDIANS"
           END-IF.
           MOVE 0 TO WS-TOTAL-FAIL.
           OPEN OUTPUT RPT-OUT.
           MOVE SPACES TO RPT-LINE.
           STRING "MAQHTES GIA EPANEXETASH SEPTEMBRIOY - SXOLIKO ETOS "
                  WS-SCHOOL-YEAR
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "=" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 200-LIST-ONE-CLASS
               VARYING WS-CLS-IND FROM 1 BY 1
               UNTIL WS-CLS-IND > WS-CLS-USED
                  OR LS-RETURN-CODE NOT = 0.
      *    a class that could not be read stops the list - a partial
      *    RESIT.PRT is not released as a generation
           IF LS-RETURN-CODE NOT = 0
               CLOSE RPT-OUT
               IF WS-CONTACTS-AVAIL
                   CLOSE CONTACTS
               END-IF
               DISPLAY "PROGRAM51: LIST STOPPED AT CLASS " WS-CLASS
                       " - RESIT.PRT IS NOT COMPLETE"
               GO TO 100-EXIT
           END-IF.
           MOVE ALL "=" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "SYNOLO MAQHTWN GIA EPANEXETASH: " WS-TOTAL-FAIL
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE RPT-OUT.
           IF WS-CONTACTS-AVAIL
               CLOSE CONTACTS
           END-IF.
           MOVE "RESIT.PRT" TO WS-GEN-SOURCE.
           CALL 'Program30' USING WS-GEN-SOURCE, WS-GEN-RC.
           DISPLAY "PROGRAM51: " WS-TOTAL-FAIL " FAILING STUDENTS"
                   " LISTED - RESIT.PRT".
       100-EXIT.
           EXIT.
      *
       150-LOAD-CLASS-LIST.
           MOVE "N" TO WS-EOF-SW.
           MOVE 0 TO WS-CLS-USED.
           OPEN INPUT CLASSREF.
           IF WS-CLASSREF-STATUS NOT = "00"
               DISPLAY "PROGRAM51: CLASSREF COULD NOT BE OPENED"
                       " - STATUS " WS-CLASSREF-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ CLASSREF NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-CLS-USED < WS-CLS-MAX
                           ADD 1 TO WS-CLS-USED
                           MOVE CR-CLASS TO CLS-CODE (WS-CLS-USED)
                           MOVE CR-DESC  TO CLS-DESC (WS-CLS-USED)
                           MOVE CR-SORT  TO CLS-SORT (WS-CLS-USED)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLASSREF.
      *
       160-SORT-ONE-PASS.
           PERFORM 170-SORT-COMPARE
               VARYING WS-CLS-IND2 FROM 1 BY 1
               UNTIL WS-CLS-IND2 >= WS-CLS-USED.
      *
       170-SORT-COMPARE.
           IF CLS-SORT (WS-CLS-IND2) > CLS-SORT (WS-CLS-IND2 + 1)
               MOVE CLS-ENTRY (WS-CLS-IND2) TO WS-SWAP-ENTRY
               MOVE CLS-ENTRY (WS-CLS-IND2 + 1)
                   TO CLS-ENTRY (WS-CLS-IND2)
               MOVE WS-SWAP-ENTRY TO CLS-ENTRY (WS-CLS-IND2 + 1)
           END-IF.
      *
       200-LIST-ONE-CLASS.
           MOVE CLS-CODE (WS-CLS-IND) TO WS-CLASS.
           MOVE 0 TO WS-FAIL-COUNT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "TMHMA " WS-CLASS "  " CLS-DESC (WS-CLS-IND)
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "-" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT MHTRMA.
           IF WS-MHTRMA-STATUS NOT = "00"
               MOVE 31 TO LS-RETURN-CODE
               DISPLAY "PROGRAM51: MHTRMA COULD NOT BE OPENED - STATUS "
                       WS-MHTRMA-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ MHTRMA NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CLASS1 = WS-CLASS
                           PERFORM 500-COMPUTE-GRADE
                           IF WS-FINAL-GRADE < 10
                               PERFORM 250-LIST-ONE-STUDENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MHTRMA.
           MOVE SPACES TO RPT-LINE.
           STRING "  GIA EPANEXETASH STO TMHMA: " WS-FAIL-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
      *
       250-LIST-ONE-STUDENT.
           ADD 1 TO WS-FAIL-COUNT.
           ADD 1 TO WS-TOTAL-FAIL.
           PERFORM 550-READ-RESIT.
           MOVE WS-FINAL-GRADE TO WS-FINAL-EDIT.
           MOVE SPACES TO WS-RESIT-TEXT.
           IF WS-RS-FOUND
               MOVE RS-FINAL TO WS-RSFINAL-EDIT
               IF RS-PASSED
                   STRING "EPANEX " RS-GRADE " -> " WS-RSFINAL-EDIT
                          " PER"
                       DELIMITED BY SIZE INTO WS-RESIT-TEXT
               ELSE
                   STRING "EPANEX " RS-GRADE " -> " WS-RSFINAL-EDIT
                          " APOR"
                       DELIMITED BY SIZE INTO WS-RESIT-TEXT
               END-IF
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING "  " A-A "  " EPWN " " ONOM
                  "  TELIKOS " WS-FINAL-EDIT "  " WS-RESIT-TEXT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF NOT WS-CONTACTS-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CT-COUNT.
           MOVE "N" TO WS-CT-EOF-SW.
           MOVE A-A TO CT-AA.
           MOVE 0 TO CT-SEQ.
           START CONTACTS KEY NOT LESS THAN CT-KEY
               INVALID KEY
                   SET WS-CT-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-CT-EOF
               READ CONTACTS NEXT RECORD
                   AT END
                       SET WS-CT-EOF TO TRUE
                   NOT AT END
                       IF CT-AA NOT = A-A
                           SET WS-CT-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-CT-COUNT
                           MOVE SPACES TO RPT-LINE
                           STRING "        KHDEMONAS: " CT-NAME
                                  " (" CT-RELATION ")  THL: "
                                  CT-PHONE
                               DELIMITED BY SIZE INTO RPT-LINE
                           WRITE RPT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CT-COUNT = 0
               MOVE "        *** KANENAS KHDEMONAS STO CONTACTS ***"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      *
       300-KEY-RESIT-GRADES.
           MOVE 0 TO LS-RETURN-CODE.
           DISPLAY "ENTER CLASS: ".
           ACCEPT WS-CLASS.
           MOVE "N" TO WS-EOF-SW.
           MOVE 0 TO WS-SEEN-COUNT.
           MOVE 0 TO WS-KEYED-COUNT.
           MOVE 0 TO WS-PASSED-COUNT.
           MOVE 0 TO WS-SKIPPED-COUNT.
           OPEN INPUT MHTRMA.
           IF WS-MHTRMA-STATUS NOT = "00"
               MOVE 31 TO LS-RETURN-CODE
               DISPLAY "PROGRAM51: MHTRMA COULD NOT BE OPENED - STATUS "
                       WS-MHTRMA-STATUS
               GO TO 300-EXIT
           END-IF.
           OPEN EXTEND AUDITF.
           IF WS-AUDITF-STATUS = "35"
               OPEN OUTPUT AUDITF
               CLOSE AUDITF
               OPEN EXTEND AUDITF
           END-IF.
           DISPLAY "ENTER RE-SIT EXAM GRADE 0-20, 99 = SKIP STUDENT".
           PERFORM UNTIL WS-EOF
               READ MHTRMA NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CLASS1 = WS-CLASS
                           PERFORM 500-COMPUTE-GRADE
                           IF WS-FINAL-GRADE < 10
                               ADD 1 TO WS-SEEN-COUNT
                               PERFORM 350-KEY-ONE-STUDENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MHTRMA.
           CLOSE AUDITF.
           DISPLAY "--------------------------------------------------".
           DISPLAY "GIA EPANEXETASH: " WS-SEEN-COUNT
                   "  KATAXWRHQHKAN: " WS-KEYED-COUNT
                   "  PERASAN: " WS-PASSED-COUNT
                   "  PARALEIFQHKAN: " WS-SKIPPED-COUNT.
       300-EXIT.
           EXIT.
      *
       350-KEY-ONE-STUDENT.
           PERFORM 550-READ-RESIT.
           MOVE WS-FINAL-GRADE TO WS-FINAL-EDIT.
           DISPLAY "--------------------------------------------------".
           DISPLAY A-A " " EPWN "  A " ATRIM "  B " BTRIM
                   "  G " CTRIM "  GR " GRAPTA
                   "  TELIKOS " WS-FINAL-EDIT.
           IF WS-RS-FOUND
               MOVE RS-FINAL TO WS-RSFINAL-EDIT
               DISPLAY "  HDH KATAXWRHMENH EPANEXETASH: " RS-GRADE
                       " -> " WS-RSFINAL-EDIT " " RS-RESULT
           END-IF.
           DISPLAY "ENTER RE-SIT GRADE: ".
           ACCEPT WS-GRADE-IN.
           IF WS-GRADE-IN = 99
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-GRADE-IN > 20
               DISPLAY "GRADE MUST BE 0-20 - STUDENT SKIPPED"
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF.
      *    the re-sit exam takes the place of the june written exam
      *    in the same rule: trimester average and exam count half
      *    each, passing mark 10
           MOVE A-A            TO RS-AA.
           MOVE WS-SCHOOL-YEAR TO RS-YEAR.
           MOVE CLASS1         TO RS-CLASS.
           MOVE WS-FINAL-GRADE TO RS-JUNE-FINAL.
           MOVE WS-GRADE-IN    TO RS-GRADE.
           COMPUTE RS-FINAL ROUNDED =
               (WS-TRIM-AVG + WS-GRADE-IN) / 2.
           IF RS-FINAL >= 10
               SET RS-PASSED TO TRUE
           ELSE
               SET RS-FAILED TO TRUE
           END-IF.
           MOVE LS-OPER-USER   TO RS-USER.
           MOVE WS-BUS-DATE    TO RS-DATE.
           IF WS-RS-FOUND
               REWRITE RS-REC
           ELSE
               WRITE RS-REC
           END-IF.
           IF WS-RESIT-STATUS NOT = "00"
               DISPLAY "STUDENT " A-A " RE-SIT NOT WRITTEN - STATUS "
                       WS-RESIT-STATUS
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-KEYED-COUNT.
           MOVE RS-FINAL TO WS-RSFINAL-EDIT.
           IF RS-PASSED
               ADD 1 TO WS-PASSED-COUNT
               DISPLAY "TELIKOS " WS-RSFINAL-EDIT " - PERASE"
           ELSE
               DISPLAY "TELIKOS " WS-RSFINAL-EDIT " - APORRIFQHKE"
           END-IF.
           PERFORM 600-WRITE-AUDIT-RECORD.
      *
       500-COMPUTE-GRADE.
      *    SAME PROMOTION RULE AS PROGRAM7'S 200-COMPUTE-GRADE
           COMPUTE WS-TRIM-AVG ROUNDED =
               (ATRIM + BTRIM + CTRIM) / 3.
           COMPUTE WS-FINAL-GRADE ROUNDED =
               (WS-TRIM-AVG + GRAPTA) / 2.
      *
       550-READ-RESIT.
           MOVE "N" TO WS-RS-FOUND-SW.
           MOVE A-A TO RS-AA.
           MOVE WS-SCHOOL-YEAR TO RS-YEAR.
           READ RESIT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-RS-FOUND TO TRUE
           END-READ.
      *
       600-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-LINE.
           MOVE "RESIT" TO AL-ACTION.
           MOVE FUNCTION CURRENT-DATE (1:15) TO AL-TIMESTAMP.
           MOVE WS-BUS-DATE TO AL-TIMESTAMP (1:8).
           MOVE LS-OPER-USER TO AL-USER.
           MOVE A-A TO AL-STUDENT-ID.
           MOVE SPACES TO AL-DETAIL.
           STRING "YEAR " WS-SCHOOL-YEAR " RE-SIT GRADE " RS-GRADE
                  " FINAL " WS-RSFINAL-EDIT " RESULT " RS-RESULT
                  " CLASS " RS-CLASS
               DELIMITED BY SIZE INTO AL-DETAIL.
           WRITE AUDIT-LINE.
      *
       TELOS.
           CLOSE RESIT.
           EXIT PROGRAM.
      *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program82.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCIN ASSIGN TO "EXCEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCIN-STATUS.
           SELECT PENDIN ASSIGN TO "GRDPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDIN-STATUS.
           SELECT BATCAT ASSIGN TO "BATCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCAT-STATUS.
           SELECT EOMSTAT ASSIGN TO "EOMSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOMSTAT-STATUS.
           SELECT RUNHIST ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT OPERF ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERF-STATUS.
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
           SELECT RPT-OUT ASSIGN TO "DASHBRD.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Program3's rejected sales, still waiting for Program24
       FD  EXCIN         LABEL RECORD STANDARD.
       01  EXC-REC.
           03 EX-HMERA.
              04 EX-DD  PIC 99.
              04 EX-MM  PIC 99.
              04 EX-YY  PIC 9(4).
           03 FILLER    PIC X(2).
           03 EX-QTY    PIC 9(5).
           03 FILLER    PIC X(2).
           03 EX-UPR    PIC 9(9).
           03 FILLER    PIC X(2).
           03 EX-RCD    PIC 9.
           03 FILLER    PIC X(2).
           03 EX-BRN    PIC 99.
           03 FILLER    PIC X(2).
           03 EX-REASON PIC X(30).
           03 FILLER    PIC X(2).
           03 EX-ITEM   PIC X(6).
           03 FILLER    PIC X(2).
           03 EX-CUST   PIC 9(6).
      *
      * grade changes queued by Program5 for Program36's approval
       FD  PENDIN        LABEL RECORD STANDARD.
       01  GP-LINE.
           02  GP-AA           PIC 9(4).
           02  FILLER          PIC X(2).
           02  GP-USER         PIC X(8).
           02  FILLER          PIC X(2).
           02  GP-DATE         PIC 9(8).
           02  FILLER          PIC X(34).
      *
       FD  BATCAT        LABEL RECORD STANDARD.
       01  BC-REC.
           02 BC-USER   PIC X(8).
           02 FILLER    PIC X(2).
           02 BC-FILE   PIC X(20).
           02 FILLER    PIC X(2).
           02 BC-STATUS PIC X(1).
           02 FILLER    PIC X(2).
           02 BC-DATE   PIC X(8).
           02 BC-DATE-N REDEFINES BC-DATE PIC 9(8).
      *
      * one line per Program9 statement run, the last is the latest
       FD  EOMSTAT       LABEL RECORD STANDARD.
       01  ES-REC.
           02  ES-BUS-DATE    PIC 9(8).
           02  FILLER         PIC X(2).
           02  ES-RESULT      PIC X(1).
           02  FILLER         PIC X(2).
           02  ES-P3-UPR      PIC 9(10).
           02  FILLER         PIC X(2).
           02  ES-DEMO-AMT    PIC 9(12).
           02  FILLER         PIC X(2).
           02  ES-VARIANCE    PIC 9(12).
      *
      * Program10's step history; step 1 is the Program21 unload and
      * verify of the student master
       FD  RUNHIST       LABEL RECORD STANDARD.
       01  RUNHIST-LINE.
           02 RH-DATE      PIC 9(8).
           02 FILLER       PIC X(1).
           02 RH-STEP-NUM  PIC 9(2).
           02 FILLER       PIC X(2).
           02 RH-STEP-NAME PIC X(30).
           02 FILLER       PIC X(2).
           02 RH-START     PIC 9(6).
           02 FILLER       PIC X(2).
           02 RH-END       PIC 9(6).
           02 FILLER       PIC X(2).
           02 RH-SECS      PIC 9(7).
           02 FILLER       PIC X(2).
           02 RH-RC        PIC 9(2).
      *
       FD  OPERF         LABEL RECORD STANDARD.
       01  OPER-REC.
           02 OP-USER       PIC X(8).
           02 FILLER        PIC X(2).
           02 OP-PASS       PIC X(8).
           02 FILLER        PIC X(2).
           02 OP-LEVEL      PIC 9(1).
           02 FILLER        PIC X(2).
           02 OP-STATUS     PIC X(1).
           02 FILLER        PIC X(2).
           02 OP-PASS-DATE  PIC X(8).
           02 OP-PASS-DATE-N REDEFINES OP-PASS-DATE PIC 9(8).
           02 FILLER        PIC X(2).
           02 OP-FORCE      PIC X(1).
           02 FILLER        PIC X(2).
           02 OP-FAILS      PIC X(1).
      *
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
       FD  RPT-OUT       LABEL RECORD STANDARD.
       01  RPT-LINE      PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-EXCIN-STATUS    PIC XX.
       01  WS-PENDIN-STATUS   PIC XX.
       01  WS-BATCAT-STATUS   PIC XX.
       01  WS-EOMSTAT-STATUS  PIC XX.
       01  WS-RUNHIST-STATUS  PIC XX.
       01  WS-OPERF-STATUS    PIC XX.
       01  WS-MHTRMA-STATUS   PIC XX.
       01  WS-CLASSREF-STATUS PIC XX.
       01  WS-EOF-SW          PIC A(1).
           88 WS-EOF                VALUE "Y".
       01  WS-GEN-SOURCE      PIC X(20).
       01  WS-GEN-RC          PIC 9(2).
       01  WS-BUS-DATE        PIC 9(8).
       01  WS-BUSDATE-FUNC    PIC X(1).
       01  WS-BUSDATE-RC      PIC 9(2).
       01  WS-NOW             PIC X(21).
       01  WS-BUS-INT         PIC 9(8).
      * how old each kind of item may get before it is raised, and
      * how far it is raised
       77  WS-EXC-WARN-DAYS   PIC 9(3) VALUE 2.
       77  WS-EXC-LATE-DAYS   PIC 9(3) VALUE 7.
       77  WS-PEND-WARN-DAYS  PIC 9(3) VALUE 3.
       77  WS-PEND-LATE-DAYS  PIC 9(3) VALUE 10.
       77  WS-OPEN-WARN-DAYS  PIC 9(3) VALUE 3.
       77  WS-PASS-LIFE-DAYS  PIC 9(3) VALUE 90.
       77  WS-PASS-WARN-DAYS  PIC 9(3) VALUE 14.
      * the date being aged and the result
       01  WS-CHK-DATE        PIC 9(8).
       01  WS-CHK-DATE-R REDEFINES WS-CHK-DATE.
           02 WS-CHK-YYYY     PIC 9(4).
           02 WS-CHK-MM       PIC 99.
           02 WS-CHK-DD       PIC 99.
       01  WS-AGE             PIC S9(6).
       01  WS-AGE-SW          PIC X(1).
           88 WS-AGE-KNOWN          VALUE "Y".
       01  WS-AGE-ED          PIC ZZZZ9.
       01  WS-NUM-ED          PIC ZZZZ9.
       01  WS-AMT-ED          PIC Z(11)9.
      * the last statement and the last backup verify seen
       01  WS-LAST-EOM-SW     PIC X(1).
           88 WS-LAST-EOM-FOUND     VALUE "Y".
       01  WS-LAST-EOM-DATE   PIC 9(8).
       01  WS-LAST-EOM-RESULT PIC X(1).
       01  WS-LAST-EOM-VAR    PIC 9(12).
       01  WS-LAST-BKP-SW     PIC X(1).
           88 WS-LAST-BKP-FOUND     VALUE "Y".
       01  WS-LAST-BKP-DATE   PIC 9(8).
       01  WS-LAST-BKP-RC     PIC 9(2).
       01  WS-LAST-OK-DATE    PIC 9(8).
      * classes with a limit and their head count
       77  WS-CLS-MAX         PIC 9(2) VALUE 99.
       01  WS-CLS-USED        PIC 9(2).
       01  WS-CLS-IND         PIC 9(2).
       01  WS-CLS-TABLE.
           02  CLS-ENTRY OCCURS 99 TIMES.
               03  CLS-CODE       PIC X(3).
               03  CLS-MAXENR     PIC 9(3).
               03  CLS-COUNT      PIC 9(4).
      * the items found, printed most severe first. severity 1 is
      * HIGH, 2 MEDIUM, 3 LOW; 4 is a check that found nothing
       77  WS-ITEM-MAX        PIC 9(3) VALUE 400.
       01  WS-ITEM-USED       PIC 9(3).
       01  WS-ITEM-IND        PIC 9(3).
       01  WS-ITEM-LOST       PIC 9(5).
       01  WS-ITEM-TABLE.
           02  IT-ENTRY OCCURS 400 TIMES.
               03  IT-SEV         PIC 9.
               03  IT-AREA        PIC X(10).
               03  IT-TEXT        PIC X(100).
       01  WS-NEW-SEV         PIC 9.
       01  WS-NEW-AREA        PIC X(10).
       01  WS-NEW-TEXT        PIC X(100).
       01  WS-SEV-IND         PIC 9.
       01  WS-SEV-COUNTS.
           02  WS-SEV-COUNT OCCURS 4 TIMES PIC 9(5).
       01  WS-SEV-NAMES.
           02  FILLER         PIC X(6) VALUE "HIGH  ".
           02  FILLER         PIC X(6) VALUE "MEDIUM".
           02  FILLER         PIC X(6) VALUE "LOW   ".
           02  FILLER         PIC X(6) VALUE "OK    ".
       01  WS-SEV-NAMES-R REDEFINES WS-SEV-NAMES.
           02  WS-SEV-NAME OCCURS 4 TIMES PIC X(6).
       01  RPT-DETAIL.
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  RD-SEV      PIC X(6).
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  RD-AREA     PIC X(10).
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  RD-TEXT     PIC X(100).
      *
       LINKAGE SECTION.
       01  LS-RETURN-CODE PIC 9(2).

       PROCEDURE DIVISION USING LS-RETURN-CODE.
       ARXH.
           MOVE 0 TO LS-RETURN-CODE.
           MOVE 0 TO WS-ITEM-USED WS-ITEM-LOST.
           INITIALIZE WS-SEV-COUNTS.
           MOVE "G" TO WS-BUSDATE-FUNC.
           CALL 'Program29' USING WS-BUSDATE-FUNC, WS-BUS-DATE,
               WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUS-DATE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           COMPUTE WS-BUS-INT = FUNCTION INTEGER-OF-DATE (WS-BUS-DATE).
           PERFORM 100-CHECK-REJECTS.
           PERFORM 150-CHECK-PENDING-GRADES.
           PERFORM 200-CHECK-SALES-BATCHES.
           PERFORM 250-CHECK-EOM-STATEMENT.
           PERFORM 300-CHECK-BACKUP.
           PERFORM 350-CHECK-OPERATORS.
           PERFORM 400-CHECK-CLASS-SIZES.
           PERFORM 600-PRINT-DASHBOARD.
           MOVE "DASHBRD.PRT" TO WS-GEN-SOURCE.
           CALL 'Program30' USING WS-GEN-SOURCE, WS-GEN-RC.
           DISPLAY "PROGRAM82: HIGH " WS-SEV-COUNT (1)
                   "  MEDIUM " WS-SEV-COUNT (2)
                   "  LOW " WS-SEV-COUNT (3)
                   " - SEE DASHBRD.PRT".
      * anything HIGH is handed back so the night's log shows it
           IF WS-SEV-COUNT (1) > 0
               MOVE 98 TO LS-RETURN-CODE
           END-IF.
           GO TO TELOS.
      *
      * each reject is aged from its sale date
       100-CHECK-REJECTS.
           MOVE "N" TO WS-EOF-SW.
           MOVE 0 TO WS-NEW-SEV.
           OPEN INPUT EXCIN.
           IF WS-EXCIN-STATUS NOT = "00"
               MOVE 4 TO WS-NEW-SEV
               MOVE "EXCEPT" TO WS-NEW-AREA
               MOVE "NO EXCEPT.DAT - NO REJECTED SALES"
                   TO WS-NEW-TEXT
               PERFORM 800-ADD-ITEM
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ EXCIN
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 110-ONE-REJECT
               END-READ
           END-PERFORM.
           CLOSE EXCIN.
           IF WS-NEW-SEV = 0
               MOVE 4 TO WS-NEW-SEV
               MOVE "EXCEPT" TO WS-NEW-AREA
               MOVE "NO REJECTED SALES WAITING" TO WS-NEW-TEXT
               PERFORM 800-ADD-ITEM
           END-IF.
      *
       110-ONE-REJECT.
           IF EXC-REC = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CHK-DATE-R.
           IF EX-HMERA NUMERIC
               MOVE EX-YY TO WS-CHK-YYYY
               MOVE EX-MM TO WS-CHK-MM
               MOVE EX-DD TO WS-CHK-DD
           END-IF.
           PERFORM 850-AGE-DATE.
           MOVE "EXCEPT" TO WS-NEW-AREA.
           MOVE SPACES TO WS-NEW-TEXT.
           IF WS-AGE-KNOWN
               MOVE WS-AGE TO WS-AGE-ED
               EVALUATE TRUE
                   WHEN WS-AGE > WS-EXC-LATE-DAYS
                       MOVE 1 TO WS-NEW-SEV
                   WHEN WS-AGE > WS-EXC-WARN-DAYS
                       MOVE 2 TO WS-NEW-SEV
                   WHEN OTHER
                       MOVE 3 TO WS-NEW-SEV
               END-EVALUATE
               STRING "REJECT OF " EX-HMERA " BRANCH " EX-BRN
                      " ITEM " EX-ITEM " - " EX-REASON
                      " - " WS-AGE-ED " DAY(S) OLD"
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
           ELSE
               MOVE 1 TO WS-NEW-SEV
               STRING "REJECT WITH NO VALID DATE (" EX-HMERA
                      ") BRANCH " EX-BRN " - " EX-REASON
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
           END-IF.
           PERFORM 800-ADD-ITEM.
      *
      * only changes older than the warning age are shown
       150-CHECK-PENDING-GRADES.
           MOVE "N" TO WS-EOF-SW.
           MOVE 0 TO WS-NEW-SEV.
           OPEN INPUT PENDIN.
           IF WS-PENDIN-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ PENDIN
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 160-ONE-PENDING-GRADE
                   END-READ
               END-PERFORM
               CLOSE PENDIN
           END-IF.
           IF WS-NEW-SEV = 0
               MOVE 4 TO WS-NEW-SEV
               MOVE "GRDPEND" TO WS-NEW-AREA
               MOVE SPACES TO WS-NEW-TEXT
               MOVE WS-PEND-WARN-DAYS TO WS-NUM-ED
               STRING "NO GRADE CHANGE WAITING MORE THAN "
                      WS-NUM-ED " DAY(S)"
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               PERFORM 800-ADD-ITEM
           END-IF.
      *
       160-ONE-PENDING-GRADE.
           MOVE GP-DATE TO WS-CHK-DATE.
           PERFORM 850-AGE-DATE.
           IF WS-AGE-KNOWN AND WS-AGE <= WS-PEND-WARN-DAYS
               EXIT PARAGRAPH
           END-IF.
           MOVE "GRDPEND" TO WS-NEW-AREA.
           MOVE SPACES TO WS-NEW-TEXT.
           IF WS-AGE-KNOWN
               MOVE WS-AGE TO WS-AGE-ED
               IF WS-AGE > WS-PEND-LATE-DAYS
                   MOVE 1 TO WS-NEW-SEV
               ELSE
                   MOVE 2 TO WS-NEW-SEV
               END-IF
               STRING "GRADE CHANGE FOR STUDENT " GP-AA
                      " KEYED BY " GP-USER " ON " GP-DATE
                      " - WAITING " WS-AGE-ED " DAY(S)"
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
           ELSE
               MOVE 2 TO WS-NEW-SEV
               STRING "GRADE CHANGE FOR STUDENT " GP-AA
                      " KEYED BY " GP-USER " - NO VALID DATE"
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
           END-IF.
           PERFORM 800-ADD-ITEM.
      *
      * a released batch should be merged the day it is released; an
      * open one should not lie about for days
       200-CHECK-SALES-BATCHES.
           MOVE "N" TO WS-EOF-SW.
           MOVE 0 TO WS-NEW-SEV.
           OPEN INPUT BATCAT.
           IF WS-BATCAT-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ BATCAT
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 210-ONE-BATCH
                   END-READ
               END-PERFORM
               CLOSE BATCAT
           END-IF.
           IF WS-NEW-SEV = 0
               MOVE 4 TO WS-NEW-SEV
               MOVE "SALEBAT" TO WS-NEW-AREA
               MOVE "NO SALES BATCH LEFT UNMERGED OR OPEN TOO LONG"
                   TO WS-NEW-TEXT
               PERFORM 800-ADD-ITEM
           END-IF.
      *
       210-ONE-BATCH.
           IF BC-STATUS NOT = "R" AND BC-STATUS NOT = "P"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-AGE-SW.
           IF BC-DATE NUMERIC
               MOVE BC-DATE-N TO WS-CHK-DATE
               PERFORM 850-AGE-DATE
           END-IF.
           MOVE "SALEBAT" TO WS-NEW-AREA.
           MOVE SPACES TO WS-NEW-TEXT.
           IF BC-STATUS = "R"
               IF WS-AGE-KNOWN AND WS-AGE > 0
                   MOVE 1 TO WS-NEW-SEV
               ELSE
                   MOVE 2 TO WS-NEW-SEV
               END-IF
               STRING BC-FILE " OF " BC-USER
                      " RELEASED " BC-DATE " BUT NOT MERGED"
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               PERFORM 800-ADD-ITEM
               EXIT PARAGRAPH
           END-IF.
           IF WS-AGE-KNOWN AND WS-AGE > WS-OPEN-WARN-DAYS
               MOVE 3 TO WS-NEW-SEV
               MOVE WS-AGE TO WS-AGE-ED
               STRING BC-FILE " OF " BC-USER
                      " OPEN SINCE " BC-DATE " - " WS-AGE-ED
                      " DAY(S)"
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               PERFORM 800-ADD-ITEM
           END-IF.
      *
       250-CHECK-EOM-STATEMENT.
           MOVE "N" TO WS-EOF-SW WS-LAST-EOM-SW.
           OPEN INPUT EOMSTAT.
           IF WS-EOMSTAT-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ EOMSTAT
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           SET WS-LAST-EOM-FOUND TO TRUE
                           MOVE ES-BUS-DATE TO WS-LAST-EOM-DATE
                           MOVE ES-RESULT   TO WS-LAST-EOM-RESULT
                           MOVE ES-VARIANCE TO WS-LAST-EOM-VAR
                   END-READ
               END-PERFORM
               CLOSE EOMSTAT
           END-IF.
           MOVE "EOMSTAT" TO WS-NEW-AREA.
           MOVE SPACES TO WS-NEW-TEXT.
           IF NOT WS-LAST-EOM-FOUND
               MOVE 3 TO WS-NEW-SEV
               MOVE "NO EOM STATEMENT ON RECORD (PROGRAM9)"
                   TO WS-NEW-TEXT
               PERFORM 800-ADD-ITEM
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LAST-EOM-VAR TO WS-AMT-ED.
           EVALUATE WS-LAST-EOM-RESULT
               WHEN "T"
                   MOVE 1 TO WS-NEW-SEV
                   STRING "EOM STATEMENT OF " WS-LAST-EOM-DATE
                          " OUT OF TOLERANCE - VARIANCE " WS-AMT-ED
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
               WHEN "N"
                   MOVE 2 TO WS-NEW-SEV
                   STRING "EOM STATEMENT OF " WS-LAST-EOM-DATE
                          " HAD NO PROGRAM3 TOTAL TO RECONCILE"
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
               WHEN OTHER
                   MOVE 4 TO WS-NEW-SEV
                   STRING "EOM STATEMENT OF " WS-LAST-EOM-DATE
                          " WITHIN TOLERANCE"
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
           END-EVALUATE.
           PERFORM 800-ADD-ITEM.
      *
      * the backup is proven only by a clean step 1 in the night's
      * history; one older than a day is a backup that was not taken
       300-CHECK-BACKUP.
           MOVE "N" TO WS-EOF-SW WS-LAST-BKP-SW.
           MOVE 0 TO WS-LAST-OK-DATE.
           OPEN INPUT RUNHIST.
           IF WS-RUNHIST-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ RUNHIST
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF RH-STEP-NUM = 1
                               SET WS-LAST-BKP-FOUND TO TRUE
                               MOVE RH-DATE TO WS-LAST-BKP-DATE
                               MOVE RH-RC   TO WS-LAST-BKP-RC
                               IF RH-RC = 0
                                   MOVE RH-DATE TO WS-LAST-OK-DATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNHIST
           END-IF.
           MOVE "BACKUP" TO WS-NEW-AREA.
           MOVE SPACES TO WS-NEW-TEXT.
           IF NOT WS-LAST-BKP-FOUND
               MOVE 1 TO WS-NEW-SEV
               MOVE "NO PROGRAM21 BACKUP ON RECORD IN RUNHIST.DAT"
                   TO WS-NEW-TEXT
               PERFORM 800-ADD-ITEM
               EXIT PARAGRAPH
           END-IF.
           IF WS-LAST-BKP-RC NOT = 0
               MOVE 1 TO WS-NEW-SEV
               STRING "LAST BACKUP (" WS-LAST-BKP-DATE
                      ") FAILED VERIFY - RETURN CODE " WS-LAST-BKP-RC
                      " - LAST GOOD " WS-LAST-OK-DATE
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               PERFORM 800-ADD-ITEM
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LAST-BKP-DATE TO WS-CHK-DATE.
           PERFORM 850-AGE-DATE.
           IF WS-AGE-KNOWN AND WS-AGE > 1
               MOVE 2 TO WS-NEW-SEV
               MOVE WS-AGE TO WS-AGE-ED
               STRING "LAST VERIFIED BACKUP IS " WS-LAST-BKP-DATE
                      " - " WS-AGE-ED " DAY(S) OLD"
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
           ELSE
               MOVE 4 TO WS-NEW-SEV
               STRING "BACKUP OF " WS-LAST-BKP-DATE " VERIFIED"
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
           END-IF.
           PERFORM 800-ADD-ITEM.
      *
      * password age is counted the way Program22 counts it
       350-CHECK-OPERATORS.
           MOVE "N" TO WS-EOF-SW.
           MOVE 0 TO WS-NEW-SEV.
           OPEN INPUT OPERF.
           IF WS-OPERF-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ OPERF
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 360-ONE-OPERATOR
                   END-READ
               END-PERFORM
               CLOSE OPERF
           END-IF.
           IF WS-NEW-SEV = 0
               MOVE 4 TO WS-NEW-SEV
               MOVE "OPERATOR" TO WS-NEW-AREA
               MOVE "NO OPERATOR LOCKED OR DUE A PASSWORD CHANGE"
                   TO WS-NEW-TEXT
               PERFORM 800-ADD-ITEM
           END-IF.
      *
       360-ONE-OPERATOR.
           MOVE "OPERATOR" TO WS-NEW-AREA.
           MOVE SPACES TO WS-NEW-TEXT.
           IF OP-STATUS = "L"
               MOVE 1 TO WS-NEW-SEV
               STRING "OPERATOR " OP-USER
                      " IS LOCKED OUT AFTER FAILED SIGN-ONS"
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               PERFORM 800-ADD-ITEM
               EXIT PARAGRAPH
           END-IF.
           IF OP-STATUS NOT = "A" OR OP-PASS-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE OP-PASS-DATE-N TO WS-CHK-DATE.
           PERFORM 850-AGE-DATE.
           IF NOT WS-AGE-KNOWN
               EXIT PARAGRAPH
           END-IF.
           IF WS-AGE > WS-PASS-LIFE-DAYS
               MOVE 2 TO WS-NEW-SEV
               MOVE WS-AGE TO WS-AGE-ED
               STRING "OPERATOR " OP-USER " PASSWORD EXPIRED - "
                      WS-AGE-ED " DAY(S) OLD"
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               PERFORM 800-ADD-ITEM
               EXIT PARAGRAPH
           END-IF.
           IF WS-AGE + WS-PASS-WARN-DAYS > WS-PASS-LIFE-DAYS
               MOVE 3 TO WS-NEW-SEV
               COMPUTE WS-AGE-ED = WS-PASS-LIFE-DAYS - WS-AGE
               STRING "OPERATOR " OP-USER " PASSWORD EXPIRES IN "
                      WS-AGE-ED " DAY(S)"
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               PERFORM 800-ADD-ITEM
           END-IF.
      *
      * a zero CR-MAXENR is no limit, as in Program5
       400-CHECK-CLASS-SIZES.
           MOVE "N" TO WS-EOF-SW.
           MOVE 0 TO WS-CLS-USED.
           MOVE 0 TO WS-NEW-SEV.
           OPEN INPUT CLASSREF.
           IF WS-CLASSREF-STATUS NOT = "00"
               MOVE 3 TO WS-NEW-SEV
               MOVE "CLASSES" TO WS-NEW-AREA
               MOVE "CLASSREF COULD NOT BE OPENED - SIZES NOT CHECKED"
                   TO WS-NEW-TEXT
               PERFORM 800-ADD-ITEM
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ CLASSREF NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CR-MAXENR NUMERIC AND CR-MAXENR > 0
                           AND WS-CLS-USED < WS-CLS-MAX
                           ADD 1 TO WS-CLS-USED
                           MOVE CR-CLASS  TO CLS-CODE (WS-CLS-USED)
                           MOVE CR-MAXENR TO CLS-MAXENR (WS-CLS-USED)
                           MOVE 0         TO CLS-COUNT (WS-CLS-USED)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLASSREF.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT MHTRMA.
           IF WS-MHTRMA-STATUS NOT = "00"
               MOVE 3 TO WS-NEW-SEV
               MOVE "CLASSES" TO WS-NEW-AREA
               MOVE "MHTRMA COULD NOT BE OPENED - SIZES NOT CHECKED"
                   TO WS-NEW-TEXT
               PERFORM 800-ADD-ITEM
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ MHTRMA NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF A-A > 0
                           PERFORM 410-COUNT-STUDENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MHTRMA.
           PERFORM 420-ONE-CLASS
               VARYING WS-CLS-IND FROM 1 BY 1
               UNTIL WS-CLS-IND > WS-CLS-USED.
           IF WS-NEW-SEV = 0
               MOVE 4 TO WS-NEW-SEV
               MOVE "CLASSES" TO WS-NEW-AREA
               MOVE "NO CLASS OVER ITS ENROLMENT LIMIT"
                   TO WS-NEW-TEXT
               PERFORM 800-ADD-ITEM
           END-IF.
      *
       410-COUNT-STUDENT.
           PERFORM VARYING WS-CLS-IND FROM 1 BY 1
                   UNTIL WS-CLS-IND > WS-CLS-USED
                      OR CLS-CODE (WS-CLS-IND) = CLASS1
               CONTINUE
           END-PERFORM.
           IF WS-CLS-IND <= WS-CLS-USED
               ADD 1 TO CLS-COUNT (WS-CLS-IND)
           END-IF.
      *
       420-ONE-CLASS.
           IF CLS-COUNT (WS-CLS-IND) <= CLS-MAXENR (WS-CLS-IND)
               EXIT PARAGRAPH
           END-IF.
           MOVE 2 TO WS-NEW-SEV.
           MOVE "CLASSES" TO WS-NEW-AREA.
           MOVE SPACES TO WS-NEW-TEXT.
           MOVE CLS-COUNT (WS-CLS-IND) TO WS-NUM-ED.
           STRING "CLASS " CLS-CODE (WS-CLS-IND) " HAS " WS-NUM-ED
                  " STUDENTS - LIMIT " CLS-MAXENR (WS-CLS-IND)
               DELIMITED BY SIZE INTO WS-NEW-TEXT.
           PERFORM 800-ADD-ITEM.
      *
       600-PRINT-DASHBOARD.
           OPEN OUTPUT RPT-OUT.
           MOVE SPACES TO RPT-LINE.
           STRING "PRWINH EIKONA EKSAIRESEWN   HMEROMHNIA: " WS-BUS-DATE
                  "   WRA: " WS-NOW (9:2) ":" WS-NOW (11:2)
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "=" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "HIGH: " WS-SEV-COUNT (1)
                  "   MEDIUM: " WS-SEV-COUNT (2)
                  "   LOW: " WS-SEV-COUNT (3)
                  "   OK: " WS-SEV-COUNT (4)
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 650-PRINT-SEVERITY
               VARYING WS-SEV-IND FROM 1 BY 1 UNTIL WS-SEV-IND > 4.
           IF WS-ITEM-LOST > 0
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING "*** " WS-ITEM-LOST
                      " FURTHER ITEM(S) NOT LISTED - TABLE FULL ***"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           CLOSE RPT-OUT.
      *
       650-PRINT-SEVERITY.
           IF WS-SEV-COUNT (WS-SEV-IND) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "-" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-ITEM-IND FROM 1 BY 1
                   UNTIL WS-ITEM-IND > WS-ITEM-USED
               IF IT-SEV (WS-ITEM-IND) = WS-SEV-IND
                   MOVE WS-SEV-NAME (WS-SEV-IND) TO RD-SEV
                   MOVE IT-AREA (WS-ITEM-IND)    TO RD-AREA
                   MOVE IT-TEXT (WS-ITEM-IND)    TO RD-TEXT
                   WRITE RPT-LINE FROM RPT-DETAIL
               END-IF
           END-PERFORM.
      *
       800-ADD-ITEM.
           ADD 1 TO WS-SEV-COUNT (WS-NEW-SEV).
           IF WS-ITEM-USED < WS-ITEM-MAX
               ADD 1 TO WS-ITEM-USED
               MOVE WS-NEW-SEV  TO IT-SEV (WS-ITEM-USED)
               MOVE WS-NEW-AREA TO IT-AREA (WS-ITEM-USED)
               MOVE WS-NEW-TEXT TO IT-TEXT (WS-ITEM-USED)
           ELSE
               ADD 1 TO WS-ITEM-LOST
           END-IF.
      *
      * leaves WS-AGE as the days from WS-CHK-DATE to the business
      * date, when WS-CHK-DATE is a real date
       850-AGE-DATE.
           MOVE "N" TO WS-AGE-SW.
           MOVE 0 TO WS-AGE.
           IF WS-CHK-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF WS-CHK-YYYY < 1601 OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
               OR WS-CHK-DD < 1 OR WS-CHK-DD > 31
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-AGE = WS-BUS-INT
               - FUNCTION INTEGER-OF-DATE (WS-CHK-DATE).
           SET WS-AGE-KNOWN TO TRUE.
      *
       TELOS.
           EXIT PROGRAM.
      *

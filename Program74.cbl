       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program74.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUMMAST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SM-KEY
               FILE STATUS IS WS-SUMMAST-STATUS.
           SELECT FILE-IN ASSIGN TO "ARRAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-IN-STATUS.
           SELECT GLMAP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS GM-KEY
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT EOMSTAT-IN ASSIGN TO "EOMSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOMSTAT-STATUS.
           SELECT GLEXPORT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS GX-PERIOD
               FILE STATUS IS WS-GLEXPORT-STATUS.
           SELECT GLJHIST ASSIGN TO "GLJHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJHIST-STATUS.
           SELECT JRNL-OUT ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT RPT-OUT ASSIGN TO "GLJRNL.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SUMMAST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "SUMMAST.DAT".
       01  SM-REC.
           02  SM-KEY.
               03  SM-YY   PIC 9(4).
               03  SM-MM   PIC 99.
           02  SM-QTY      PIC 9(7).
           02  SM-UPR      PIC 9(11).
           02  SM-CR       PIC 9(11).
           02  SM-DB       PIC 9(11).
           02  SM-ADJ      PIC 9(11).
      *
      * SUMMAST.DAT has no branch split, so the month's sales are
      * split by branch from ARRAY.DAT under Program3's rules
       FD  FILE-IN
           LABEL RECORD STANDARD.
       01  REC-IN.
           03 HMERA.
              04 RDD    PIC 99.
              04 RMM    PIC 99.
              04 RYY    PIC 9(4).
           03 QTY      PIC 9(5).
           03 UPR      PIC 9(9).
           03 RCD      PIC 9.
              88 VALID-RCD VALUES 1 THRU  3.
           03 RBR      PIC 99.
           03 ITEM     PIC X(6).
           03 CUST     PIC 9(6).
      *
       FD  GLMAP         RECORD CONTAINS  69 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS GM-REC
                         VALUE OF FILE-ID IS "GLMAP.DAT".
       01  GM-REC.
           02 GM-KEY.
              03 GM-RCD     PIC 9.
              03 GM-BRN     PIC 99.
           02 FILLER        PIC X(2).
           02 GM-DR-ACCT    PIC X(10).
           02 FILLER        PIC X(2).
           02 GM-CR-ACCT    PIC X(10).
           02 FILLER        PIC X(2).
           02 GM-DESC       PIC X(20).
           02 FILLER        PIC X(2).
           02 GM-SET-BY     PIC X(8).
           02 FILLER        PIC X(2).
           02 GM-SET-DATE   PIC 9(8).
      *
       FD  EOMSTAT-IN    LABEL RECORD STANDARD.
       01  ES-REC.
           02  ES-BUS-DATE    PIC 9(8).
           02  ES-BUS-DATE-R REDEFINES ES-BUS-DATE.
               03  ES-BUS-YYMM    PIC 9(6).
               03  ES-BUS-DD      PIC 99.
           02  FILLER         PIC X(2).
           02  ES-RESULT      PIC X(1).
           02  FILLER         PIC X(2).
           02  ES-P3-UPR      PIC 9(10).
           02  FILLER         PIC X(2).
           02  ES-DEMO-AMT    PIC 9(12).
           02  FILLER         PIC X(2).
           02  ES-VARIANCE    PIC 9(12).
      *
      * one line per month ever exported to the ledger.  E = exported,
      * R = the export was reversed and the month may go again, F =
      * the lines could not be kept in GLJHIST.DAT, so the export was
      * withdrawn; its sequence number stays used
       FD  GLEXPORT      RECORD CONTAINS  86 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS GX-REC
                         VALUE OF FILE-ID IS "GLEXPORT.DAT".
       01  GX-REC.
           02 GX-PERIOD     PIC 9(6).
           02 FILLER        PIC X(2).
           02 GX-STATUS     PIC X(1).
           02 FILLER        PIC X(2).
           02 GX-SEQ        PIC 99.
           02 FILLER        PIC X(2).
           02 GX-EXP-DATE   PIC 9(8).
           02 FILLER        PIC X(2).
           02 GX-EXP-BY     PIC X(8).
           02 FILLER        PIC X(2).
           02 GX-LINES      PIC 9(5).
           02 FILLER        PIC X(2).
           02 GX-DEBITS     PIC 9(15).
           02 FILLER        PIC X(2).
           02 GX-REV-DATE   PIC 9(8).
           02 FILLER        PIC X(2).
           02 GX-REV-BY     PIC X(8).
           02 FILLER        PIC X(9).
      *
      * every journal line ever exported, so a reversal posts back
      * exactly what went over and not today's figures
       FD  GLJHIST       LABEL RECORD STANDARD.
       01  HIST-LINE     PIC X(81).
      *
      * the ledger's import layout: D detail lines, then one T
      * control record with the line count and the two totals
       FD  JRNL-OUT      LABEL RECORD STANDARD.
       01  JR-REC.
           02 JR-TYPE       PIC X(1).
           02 JR-JOURNAL.
              03 JR-JNL-SRC    PIC X(3).
              03 JR-JNL-PERIOD PIC 9(6).
              03 JR-JNL-SEQ    PIC 99.
           02 JR-POST-DATE  PIC 9(8).
           02 JR-LINE       PIC 9(5).
           02 JR-ACCOUNT    PIC X(10).
           02 JR-BRN        PIC 99.
           02 JR-DC         PIC X(1).
           02 JR-AMOUNT     PIC 9(13).
           02 JR-DESC       PIC X(30).
       01  JT-REC.
           02 JT-TYPE       PIC X(1).
           02 JT-JOURNAL    PIC X(11).
           02 JT-POST-DATE  PIC 9(8).
           02 JT-LINES      PIC 9(5).
           02 JT-DEBITS     PIC 9(15).
           02 JT-CREDITS    PIC 9(15).
           02 FILLER        PIC X(26).
      *
       FD  RPT-OUT       LABEL RECORD STANDARD.
       01  RPT-LINE      PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-SUMMAST-STATUS  PIC XX.
       01  WS-FILE-IN-STATUS  PIC XX.
       01  WS-GLMAP-STATUS    PIC XX.
       01  WS-EOMSTAT-STATUS  PIC XX.
       01  WS-GLEXPORT-STATUS PIC XX.
       01  WS-GLJHIST-STATUS  PIC XX.
       01  WS-JRNL-STATUS     PIC XX.
       01  WS-ACTION          PIC X(1).
           88 WS-ACT-EXPORT   VALUE "E".
           88 WS-ACT-REVERSE  VALUE "R".
           88 WS-ACT-LIST     VALUE "L".
           88 WS-ACT-EXIT     VALUE "X".
       01  WS-CONFIRM         PIC X(1).
       01  WS-EOF-SW          PIC A(1).
           88 WS-EOF                VALUE "Y".
       01  WS-PERIOD-OK-SW    PIC X(1).
           88 WS-PERIOD-OK          VALUE "Y".
       01  WS-MAP-OK-SW       PIC X(1).
           88 WS-MAP-OK             VALUE "Y".
       01  WS-REGISTERED-SW   PIC X(1).
           88 WS-REGISTERED         VALUE "Y".
       01  WS-HIST-FAIL-SW    PIC X(1).
           88 WS-HIST-FAILED        VALUE "Y".
       01  WS-BUS-DATE        PIC 9(8).
       01  WS-BUS-DATE-R REDEFINES WS-BUS-DATE.
           02 WS-BUS-YY       PIC 9(4).
           02 WS-BUS-MM       PIC 99.
           02 WS-BUS-DD       PIC 99.
       01  WS-BUSDATE-FUNC    PIC X(1).
       01  WS-BUSDATE-RC      PIC 9(2).
       01  WS-GEN-SOURCE      PIC X(20).
       01  WS-GEN-RC          PIC 9(2).
       01  WS-E-PERIOD        PIC 9(6).
       01  WS-E-PERIOD-R REDEFINES WS-E-PERIOD.
           02 WS-E-MM         PIC 99.
           02 WS-E-YY         PIC 9(4).
       01  WS-YYMM            PIC 9(6).
       01  WS-YYMM-R REDEFINES WS-YYMM.
           02 WS-YYMM-YY      PIC 9(4).
           02 WS-YYMM-MM      PIC 99.
       01  WS-BUS-YYMM        PIC 9(6).
       01  WS-POST-DATE       PIC 9(8).
       01  WS-INT             PIC 9(8).
       01  WS-SEQ             PIC 99.
       01  WS-JOURNAL-ID      PIC X(11).
       01  WS-EOM-RESULT      PIC X(1).
       01  WS-EOM-DATE        PIC 9(8).
       01  WS-AMOUNT          PIC 9(15).
       01  WS-BR-IND          PIC 99.
       01  WS-RCD-IND         PIC 9.
       01  WS-REC-COUNT       PIC 9(9).
       01  WS-MISSING-COUNT   PIC 9(3).
       01  WS-LINE-COUNT      PIC 9(5).
       01  WS-TOTAL-DR        PIC 9(15).
       01  WS-TOTAL-CR        PIC 9(15).
       01  WS-CONTROL-TOTAL   PIC 9(15).
      * the month's value per branch and record type.  1-9 are the
      * branches; 10 takes the sales without a usable branch code and
      * whatever SUMMAST.DAT holds that ARRAY.DAT no longer does, and
      * is posted on the branch 00 mapping
       01  WS-SPLIT-TABLE.
           02  GS-BRANCH OCCURS 10 TIMES.
               03  GS-AMOUNT OCCURS 3 TIMES   PIC 9(15).
               03  GS-DR-ACCT OCCURS 3 TIMES  PIC X(10).
               03  GS-CR-ACCT OCCURS 3 TIMES  PIC X(10).
               03  GS-DESC OCCURS 3 TIMES     PIC X(20).
       01  WS-RCD-TOTALS.
           02  GS-RCD-TOTAL OCCURS 3 TIMES    PIC 9(15).
       01  WS-SM-RCD-TOTALS.
           02  GS-SM-TOTAL OCCURS 3 TIMES     PIC 9(15).
       01  WS-UNSPLIT         PIC 9(15).
       01  WS-UNSPLIT-SW      PIC X(1).
           88 WS-HAS-UNSPLIT        VALUE "Y".
       01  WS-ED-AMOUNT       PIC Z(14)9.
       01  RPT-DETAIL.
           02  RD-LINE     PIC ZZZZ9.
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  RD-BRN      PIC 99.
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  RD-ACCOUNT  PIC X(10).
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  RD-DESC     PIC X(30).
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  RD-DEBIT    PIC Z(14)9.
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  RD-CREDIT   PIC Z(14)9.
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
           COMPUTE WS-BUS-YYMM = WS-BUS-YY * 100 + WS-BUS-MM.
           OPEN I-O GLEXPORT.
           IF WS-GLEXPORT-STATUS = "35"
               OPEN OUTPUT GLEXPORT
               CLOSE GLEXPORT
               OPEN I-O GLEXPORT
           END-IF.
           IF WS-GLEXPORT-STATUS NOT = "00"
               MOVE 33 TO LS-RETURN-CODE
               DISPLAY "PROGRAM74: GLEXPORT COULD NOT BE OPENED"
                       " - STATUS " WS-GLEXPORT-STATUS
               EXIT PROGRAM
           END-IF.
       MENU-LOOP.
           DISPLAY "----------------------------------------".
           DISPLAY "HMEROLOGIO GENIKHS LOGISTIKHS (GLJRNL)".
           DISPLAY "E=EXPORT MONTH R=REVERSE EXPORT L=LIST X=EXIT".
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN WS-ACT-EXPORT
                   PERFORM 100-EXPORT-MONTH THRU 100-EXIT
               WHEN WS-ACT-REVERSE
                   PERFORM 200-REVERSE-EXPORT THRU 200-EXIT
               WHEN WS-ACT-LIST
                   PERFORM 300-LIST-EXPORTS THRU 300-EXIT
               WHEN WS-ACT-EXIT
                   GO TO TELOS
               WHEN OTHER
                   DISPLAY "INVALID ACTION - TRY AGAIN"
           END-EVALUATE.
           GO TO MENU-LOOP.
      *
      * a month goes to the ledger once.  it must be closed, its last
      * end-of-month statement must have agreed within tolerance, and
      * every branch and record type must have accounts to post to
       100-EXPORT-MONTH.
           MOVE 0 TO LS-RETURN-CODE.
           PERFORM 500-ACCEPT-PERIOD THRU 500-EXIT.
           IF NOT WS-PERIOD-OK
               GO TO 100-EXIT
           END-IF.
           MOVE "N" TO WS-REGISTERED-SW.
           MOVE 1 TO WS-SEQ.
           MOVE WS-YYMM TO GX-PERIOD.
           READ GLEXPORT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-REGISTERED TO TRUE
           END-READ.
           IF WS-REGISTERED
               IF GX-STATUS = "E"
                   MOVE 33 TO LS-RETURN-CODE
                   DISPLAY "MONTH " WS-E-MM "/" WS-E-YY
                           " ALREADY EXPORTED ON " GX-EXP-DATE
                           " BY " GX-EXP-BY
                   DISPLAY "REVERSE THAT EXPORT FIRST (R) - NOT"
                           " EXPORTED"
                   GO TO 100-EXIT
               END-IF
               COMPUTE WS-SEQ = GX-SEQ + 1
           END-IF.
           PERFORM 150-CHECK-EOM-RESULT THRU 150-EXIT.
           IF LS-RETURN-CODE NOT = 0
               GO TO 100-EXIT
           END-IF.
           PERFORM 160-READ-MONTH-TOTALS THRU 160-EXIT.
           IF LS-RETURN-CODE NOT = 0
               GO TO 100-EXIT
           END-IF.
           PERFORM 170-SPLIT-BY-BRANCH THRU 170-EXIT.
           IF LS-RETURN-CODE NOT = 0
               GO TO 100-EXIT
           END-IF.
           PERFORM 180-RESOLVE-ACCOUNTS THRU 180-EXIT.
           IF LS-RETURN-CODE NOT = 0
               GO TO 100-EXIT
           END-IF.
           STRING "SAL" WS-YYMM WS-SEQ
               DELIMITED BY SIZE INTO WS-JOURNAL-ID.
           PERFORM 400-OPEN-JOURNAL THRU 400-EXIT.
           IF LS-RETURN-CODE NOT = 0
               GO TO 100-EXIT
           END-IF.
           PERFORM 190-WRITE-BRANCH-LINES
               VARYING WS-BR-IND FROM 1 BY 1
               UNTIL WS-BR-IND > 10.
           PERFORM 450-CLOSE-JOURNAL THRU 450-EXIT.
           IF LS-RETURN-CODE NOT = 0
               GO TO 100-EXIT
           END-IF.
      *    the history must be there before the month is registered;
      *    without it the export could not be reversed later
           PERFORM 460-OPEN-HISTORY THRU 460-EXIT.
           IF LS-RETURN-CODE NOT = 0
               GO TO 100-EXIT
           END-IF.
           MOVE SPACES         TO GX-REC.
           MOVE WS-YYMM        TO GX-PERIOD.
           MOVE "E"            TO GX-STATUS.
           MOVE WS-SEQ         TO GX-SEQ.
           MOVE WS-BUS-DATE    TO GX-EXP-DATE.
           MOVE LS-OPER-USER   TO GX-EXP-BY.
           MOVE WS-LINE-COUNT  TO GX-LINES.
           MOVE WS-TOTAL-DR    TO GX-DEBITS.
           MOVE 0              TO GX-REV-DATE.
           IF WS-REGISTERED
               REWRITE GX-REC
                   INVALID KEY
                       MOVE 33 TO LS-RETURN-CODE
               END-REWRITE
           ELSE
               WRITE GX-REC
                   INVALID KEY
                       MOVE 33 TO LS-RETURN-CODE
               END-WRITE
           END-IF.
           IF LS-RETURN-CODE NOT = 0
               CLOSE GLJHIST
               DISPLAY "PROGRAM74: EXPORT OF " WS-JOURNAL-ID
                       " NOT REGISTERED ON GLEXPORT - DO NOT SEND"
                       " GLJRNL.DAT"
               GO TO 100-EXIT
           END-IF.
      *    only a registered journal goes into the history, so a
      *    rerun after a failed registration cannot add it twice
           PERFORM 480-KEEP-HISTORY.
           IF WS-HIST-FAILED
               MOVE 37 TO LS-RETURN-CODE
               MOVE WS-YYMM TO GX-PERIOD
               READ GLEXPORT
                   INVALID KEY
                       MOVE SPACES TO GX-STATUS
                   NOT INVALID KEY
                       MOVE "F" TO GX-STATUS
                       REWRITE GX-REC
                           INVALID KEY
                               MOVE SPACES TO GX-STATUS
                       END-REWRITE
               END-READ
               IF GX-STATUS NOT = "F"
                   DISPLAY "PROGRAM74: GLEXPORT COULD NOT BE MARKED"
                           " WITHDRAWN - STATUS " WS-GLEXPORT-STATUS
               END-IF
               DISPLAY "PROGRAM74: GLJHIST.DAT WRITE FAILED - STATUS "
                       WS-GLJHIST-STATUS
               DISPLAY "EXPORT OF " WS-JOURNAL-ID " WITHDRAWN - DO NOT"
                       " SEND GLJRNL.DAT, RUN THE EXPORT AGAIN"
               GO TO 100-EXIT
           END-IF.
           MOVE WS-TOTAL-DR TO WS-ED-AMOUNT.
           DISPLAY "JOURNAL " WS-JOURNAL-ID " WRITTEN TO GLJRNL.DAT - "
                   WS-LINE-COUNT " LINES, " WS-ED-AMOUNT
                   " EACH SIDE".
       100-EXIT.
           EXIT.
      *
      * the last statement Program9 produced inside the month is the
      * month's closing statement; a month with none, or whose
      * closing statement did not reconcile, is not exported
       150-CHECK-EOM-RESULT.
           MOVE SPACES TO WS-EOM-RESULT.
           MOVE 0 TO WS-EOM-DATE.
           OPEN INPUT EOMSTAT-IN.
           IF WS-EOMSTAT-STATUS NOT = "00"
               MOVE 34 TO LS-RETURN-CODE
               DISPLAY "NO EOMSTAT.DAT - RUN THE END-OF-MONTH"
                       " STATEMENT FIRST - NOT EXPORTED"
               GO TO 150-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ EOMSTAT-IN
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF ES-BUS-YYMM = WS-YYMM
                           MOVE ES-RESULT   TO WS-EOM-RESULT
                           MOVE ES-BUS-DATE TO WS-EOM-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EOMSTAT-IN.
           EVALUATE WS-EOM-RESULT
               WHEN "O"
                   DISPLAY "END-OF-MONTH STATEMENT OF " WS-EOM-DATE
                           " AGREED WITHIN TOLERANCE"
               WHEN "T"
                   MOVE 34 TO LS-RETURN-CODE
                   DISPLAY "END-OF-MONTH STATEMENT OF " WS-EOM-DATE
                           " WAS OUT OF TOLERANCE - NOT EXPORTED"
               WHEN "N"
                   MOVE 34 TO LS-RETURN-CODE
                   DISPLAY "END-OF-MONTH STATEMENT OF " WS-EOM-DATE
                           " COULD NOT RECONCILE - NOT EXPORTED"
               WHEN OTHER
                   MOVE 34 TO LS-RETURN-CODE
                   DISPLAY "NO END-OF-MONTH STATEMENT FOR "
                           WS-E-MM "/" WS-E-YY " - NOT EXPORTED"
           END-EVALUATE.
       150-EXIT.
           EXIT.
      *
       160-READ-MONTH-TOTALS.
           OPEN INPUT SUMMAST.
           IF WS-SUMMAST-STATUS NOT = "00"
               MOVE 36 TO LS-RETURN-CODE
               DISPLAY "SUMMAST.DAT COULD NOT BE OPENED - STATUS "
                       WS-SUMMAST-STATUS " - NOT EXPORTED"
               GO TO 160-EXIT
           END-IF.
           MOVE WS-YYMM-YY TO SM-YY.
           MOVE WS-YYMM-MM TO SM-MM.
           READ SUMMAST
               INVALID KEY
                   MOVE 36 TO LS-RETURN-CODE
                   DISPLAY "MONTH " WS-E-MM "/" WS-E-YY
                           " NOT ON SUMMAST.DAT - NOT EXPORTED"
           END-READ.
           CLOSE SUMMAST.
           IF LS-RETURN-CODE NOT = 0
               GO TO 160-EXIT
           END-IF.
           MOVE SM-CR  TO GS-SM-TOTAL (1).
           MOVE SM-DB  TO GS-SM-TOTAL (2).
           MOVE SM-ADJ TO GS-SM-TOTAL (3).
           COMPUTE WS-CONTROL-TOTAL = SM-CR + SM-DB + SM-ADJ.
           IF WS-CONTROL-TOTAL = 0
               MOVE 36 TO LS-RETURN-CODE
               DISPLAY "MONTH " WS-E-MM "/" WS-E-YY
                       " HAS NO SALES ON SUMMAST.DAT - NOT EXPORTED"
           END-IF.
       160-EXIT.
           EXIT.
      *
       170-SPLIT-BY-BRANCH.
           INITIALIZE WS-SPLIT-TABLE WS-RCD-TOTALS.
           MOVE 0 TO WS-REC-COUNT.
           MOVE "N" TO WS-UNSPLIT-SW.
           OPEN INPUT FILE-IN.
           IF WS-FILE-IN-STATUS = "00"
               PERFORM 175-READ-SALES THRU 175-EXIT
               CLOSE FILE-IN
           ELSE
               DISPLAY "ARRAY.DAT NOT AVAILABLE - WHOLE MONTH POSTED"
                       " WITHOUT BRANCH SPLIT"
           END-IF.
           PERFORM VARYING WS-RCD-IND FROM 1 BY 1
                   UNTIL WS-RCD-IND > 3
               IF GS-RCD-TOTAL (WS-RCD-IND) >
                       GS-SM-TOTAL (WS-RCD-IND)
                   MOVE 36 TO LS-RETURN-CODE
                   DISPLAY "ARRAY.DAT HOLDS MORE FOR RCD " WS-RCD-IND
                           " THAN SUMMAST.DAT - RUN PROGRAM3 FIRST"
                           " - NOT EXPORTED"
               ELSE
                   COMPUTE WS-UNSPLIT = GS-SM-TOTAL (WS-RCD-IND)
                                      - GS-RCD-TOTAL (WS-RCD-IND)
                   IF WS-UNSPLIT > 0
                       SET WS-HAS-UNSPLIT TO TRUE
                       ADD WS-UNSPLIT TO GS-AMOUNT (10, WS-RCD-IND)
                   END-IF
               END-IF
           END-PERFORM.
       170-EXIT.
           EXIT.
      *
       175-READ-SALES.
           READ FILE-IN
               AT END GO TO 175-EXIT
           END-READ.
           IF RCD = 9
               GO TO 175-READ-SALES
           END-IF.
           IF RMM > 12 OR RMM < 1 OR NOT VALID-RCD
               GO TO 175-READ-SALES
           END-IF.
           IF RYY NOT = WS-YYMM-YY OR RMM NOT = WS-YYMM-MM
               GO TO 175-READ-SALES
           END-IF.
           ADD 1 TO WS-REC-COUNT.
           IF RBR NOT NUMERIC
               MOVE 10 TO WS-BR-IND
           ELSE
               IF RBR >= 1 AND RBR <= 9
                   MOVE RBR TO WS-BR-IND
               ELSE
                   MOVE 10 TO WS-BR-IND
               END-IF
           END-IF.
           COMPUTE WS-AMOUNT = QTY * UPR.
           ADD WS-AMOUNT TO GS-AMOUNT (WS-BR-IND, RCD).
           ADD WS-AMOUNT TO GS-RCD-TOTAL (RCD).
           GO TO 175-READ-SALES.
       175-EXIT.
           EXIT.
      *
      * the branch's own mapping, else the branch 00 mapping
       180-RESOLVE-ACCOUNTS.
           MOVE 0 TO WS-MISSING-COUNT.
           OPEN INPUT GLMAP.
           IF WS-GLMAP-STATUS NOT = "00"
               MOVE 35 TO LS-RETURN-CODE
               DISPLAY "GLMAP.DAT COULD NOT BE OPENED - STATUS "
                       WS-GLMAP-STATUS " - NOT EXPORTED"
               GO TO 180-EXIT
           END-IF.
           PERFORM VARYING WS-BR-IND FROM 1 BY 1
                   UNTIL WS-BR-IND > 10
               PERFORM VARYING WS-RCD-IND FROM 1 BY 1
                       UNTIL WS-RCD-IND > 3
                   IF GS-AMOUNT (WS-BR-IND, WS-RCD-IND) > 0
                       PERFORM 185-FIND-MAPPING
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE GLMAP.
           IF WS-MISSING-COUNT > 0
               MOVE 35 TO LS-RETURN-CODE
               DISPLAY WS-MISSING-COUNT " SALE TYPE(S) WITH NO GL"
                       " ACCOUNTS - MAINTAIN GLMAP - NOT EXPORTED"
           END-IF.
       180-EXIT.
           EXIT.
      *
       185-FIND-MAPPING.
           MOVE "N" TO WS-MAP-OK-SW.
           MOVE WS-RCD-IND TO GM-RCD.
           IF WS-BR-IND = 10
               MOVE 0 TO GM-BRN
           ELSE
               MOVE WS-BR-IND TO GM-BRN
           END-IF.
           READ GLMAP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MAP-OK TO TRUE
           END-READ.
           IF NOT WS-MAP-OK AND GM-BRN NOT = 0
               MOVE 0 TO GM-BRN
               READ GLMAP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-MAP-OK TO TRUE
               END-READ
           END-IF.
           IF WS-MAP-OK
               MOVE GM-DR-ACCT TO GS-DR-ACCT (WS-BR-IND, WS-RCD-IND)
               MOVE GM-CR-ACCT TO GS-CR-ACCT (WS-BR-IND, WS-RCD-IND)
               MOVE GM-DESC    TO GS-DESC (WS-BR-IND, WS-RCD-IND)
           ELSE
               ADD 1 TO WS-MISSING-COUNT
               DISPLAY "  NO MAPPING FOR RCD " WS-RCD-IND
                       " BRANCH " WS-BR-IND " OR BRANCH 00"
           END-IF.
      *
       190-WRITE-BRANCH-LINES.
           PERFORM VARYING WS-RCD-IND FROM 1 BY 1
                   UNTIL WS-RCD-IND > 3
               IF GS-AMOUNT (WS-BR-IND, WS-RCD-IND) > 0
                   MOVE SPACES TO JR-REC
                   MOVE "D" TO JR-DC
                   MOVE GS-DR-ACCT (WS-BR-IND, WS-RCD-IND)
                       TO JR-ACCOUNT
                   PERFORM 195-WRITE-ONE-LINE
                   MOVE SPACES TO JR-REC
                   MOVE "C" TO JR-DC
                   MOVE GS-CR-ACCT (WS-BR-IND, WS-RCD-IND)
                       TO JR-ACCOUNT
                   PERFORM 195-WRITE-ONE-LINE
               END-IF
           END-PERFORM.
      *
       195-WRITE-ONE-LINE.
           MOVE "D"           TO JR-TYPE.
           MOVE WS-JOURNAL-ID TO JR-JOURNAL.
           MOVE WS-POST-DATE  TO JR-POST-DATE.
           IF WS-BR-IND = 10
               MOVE 0 TO JR-BRN
           ELSE
               MOVE WS-BR-IND TO JR-BRN
           END-IF.
           MOVE GS-AMOUNT (WS-BR-IND, WS-RCD-IND) TO JR-AMOUNT.
           MOVE GS-DESC (WS-BR-IND, WS-RCD-IND)   TO JR-DESC.
           PERFORM 470-WRITE-JOURNAL-LINE.
      *
      * the reversal posts back the lines of the export as they went,
      * debits and credits swapped, dated the business date
       200-REVERSE-EXPORT.
           MOVE 0 TO LS-RETURN-CODE.
           PERFORM 500-ACCEPT-PERIOD THRU 500-EXIT.
           IF NOT WS-PERIOD-OK
               GO TO 200-EXIT
           END-IF.
           MOVE WS-YYMM TO GX-PERIOD.
           READ GLEXPORT
               INVALID KEY
                   MOVE 39 TO LS-RETURN-CODE
                   DISPLAY "MONTH " WS-E-MM "/" WS-E-YY
                           " WAS NEVER EXPORTED - NOTHING TO REVERSE"
                   GO TO 200-EXIT
           END-READ.
           IF GX-STATUS = "F"
               MOVE 39 TO LS-RETURN-CODE
               DISPLAY "EXPORT OF " WS-E-MM "/" WS-E-YY
                       " WAS WITHDRAWN - NOTHING TO REVERSE"
               GO TO 200-EXIT
           END-IF.
           IF GX-STATUS NOT = "E"
               MOVE 39 TO LS-RETURN-CODE
               DISPLAY "EXPORT OF " WS-E-MM "/" WS-E-YY
                       " ALREADY REVERSED ON " GX-REV-DATE
                       " - NOTHING TO REVERSE"
               GO TO 200-EXIT
           END-IF.
           MOVE GX-DEBITS TO WS-ED-AMOUNT.
           DISPLAY "EXPORTED ON " GX-EXP-DATE " BY " GX-EXP-BY ", "
                   GX-LINES " LINES, " WS-ED-AMOUNT " EACH SIDE".
           DISPLAY "REVERSE THIS EXPORT? (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "NOT REVERSED"
               GO TO 200-EXIT
           END-IF.
           STRING "REV" WS-YYMM GX-SEQ
               DELIMITED BY SIZE INTO WS-JOURNAL-ID.
           MOVE WS-BUS-DATE TO WS-POST-DATE.
           PERFORM 400-OPEN-JOURNAL THRU 400-EXIT.
           IF LS-RETURN-CODE NOT = 0
               GO TO 200-EXIT
           END-IF.
           PERFORM 250-REVERSE-LINES THRU 250-EXIT.
           PERFORM 450-CLOSE-JOURNAL THRU 450-EXIT.
           IF LS-RETURN-CODE NOT = 0
               GO TO 200-EXIT
           END-IF.
           MOVE "R"          TO GX-STATUS.
           MOVE WS-BUS-DATE  TO GX-REV-DATE.
           MOVE LS-OPER-USER TO GX-REV-BY.
           REWRITE GX-REC
               INVALID KEY
                   MOVE 39 TO LS-RETURN-CODE
                   DISPLAY "PROGRAM74: REVERSAL NOT REGISTERED ON"
                           " GLEXPORT - DO NOT SEND GLJRNL.DAT"
                   GO TO 200-EXIT
           END-REWRITE.
           DISPLAY "REVERSING JOURNAL WRITTEN TO GLJRNL.DAT - "
                   WS-LINE-COUNT " LINES - MONTH " WS-E-MM "/"
                   WS-E-YY " MAY NOW BE EXPORTED AGAIN".
       200-EXIT.
           EXIT.
      *
       250-REVERSE-LINES.
           OPEN INPUT GLJHIST.
           IF WS-GLJHIST-STATUS NOT = "00"
               GO TO 250-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ GLJHIST
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 260-REVERSE-ONE-LINE
               END-READ
           END-PERFORM.
           CLOSE GLJHIST.
       250-EXIT.
           EXIT.
      *
       260-REVERSE-ONE-LINE.
           MOVE HIST-LINE TO JR-REC.
           IF JR-TYPE NOT = "D" OR JR-JNL-SRC NOT = "SAL"
               OR JR-JNL-PERIOD NOT = WS-YYMM
               OR JR-JNL-SEQ NOT = GX-SEQ
               EXIT PARAGRAPH
           END-IF.
           IF JR-DC = "D"
               MOVE "C" TO JR-DC
           ELSE
               MOVE "D" TO JR-DC
           END-IF.
           MOVE WS-JOURNAL-ID TO JR-JOURNAL.
           MOVE WS-POST-DATE  TO JR-POST-DATE.
           PERFORM 470-WRITE-JOURNAL-LINE.
      *
       300-LIST-EXPORTS.
           MOVE "N" TO WS-EOF-SW.
           MOVE 0 TO GX-PERIOD.
           START GLEXPORT KEY NOT LESS THAN GX-PERIOD
               INVALID KEY
                   DISPLAY "NO EXPORTS ON FILE"
                   GO TO 300-EXIT
           END-START.
           DISPLAY "MHNAS  K AA EXAGWGH  APO      GRAMMES"
                   "          XREWSEIS ANTILOGISMOS".
           PERFORM UNTIL WS-EOF
               READ GLEXPORT NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE GX-DEBITS TO WS-ED-AMOUNT
                       IF GX-STATUS = "R"
                           DISPLAY GX-PERIOD " " GX-STATUS " " GX-SEQ
                                   " " GX-EXP-DATE " " GX-EXP-BY " "
                                   GX-LINES " " WS-ED-AMOUNT " "
                                   GX-REV-DATE " " GX-REV-BY
                       ELSE
                           DISPLAY GX-PERIOD " " GX-STATUS " " GX-SEQ
                                   " " GX-EXP-DATE " " GX-EXP-BY " "
                                   GX-LINES " " WS-ED-AMOUNT
                       END-IF
               END-READ
           END-PERFORM.
       300-EXIT.
           EXIT.
      *
      * GLJRNL.DAT holds one journal at a time for the ledger to pick
      * up; GLJHIST.DAT keeps every line sent; GLJRNL.PRT lists it
       400-OPEN-JOURNAL.
           MOVE 0 TO WS-LINE-COUNT WS-TOTAL-DR WS-TOTAL-CR.
           OPEN OUTPUT JRNL-OUT.
           IF WS-JRNL-STATUS NOT = "00"
               MOVE 37 TO LS-RETURN-CODE
               DISPLAY "GLJRNL.DAT COULD NOT BE OPENED - STATUS "
                       WS-JRNL-STATUS
               GO TO 400-EXIT
           END-IF.
           OPEN OUTPUT RPT-OUT.
           MOVE SPACES TO RPT-LINE.
           STRING "HMEROLOGIO GENIKHS LOGISTIKHS  " WS-JOURNAL-ID
                  "   MHNAS " WS-E-MM "/" WS-E-YY
                  "   HMEROMHNIA: " WS-BUS-DATE "   XRHSTHS: "
                  LS-OPER-USER
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "=" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "GRAMH  BR  LOGARIASMOS PERIGRAFH"
                  "                              XREWSH"
                  "           PISTWSH"
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "-" TO RPT-LINE.
           WRITE RPT-LINE.
       400-EXIT.
           EXIT.
      *
      * a journal that does not balance, or does not add up to
      * SUMMAST.DAT (export) or to what was sent (reversal), is
      * emptied and not registered
       450-CLOSE-JOURNAL.
           MOVE SPACES        TO JT-REC.
           MOVE "T"           TO JT-TYPE.
           MOVE WS-JOURNAL-ID TO JT-JOURNAL.
           MOVE WS-POST-DATE  TO JT-POST-DATE.
           MOVE WS-LINE-COUNT TO JT-LINES.
           MOVE WS-TOTAL-DR   TO JT-DEBITS.
           MOVE WS-TOTAL-CR   TO JT-CREDITS.
           WRITE JT-REC.
           CLOSE JRNL-OUT.
           IF WS-TOTAL-DR NOT = WS-TOTAL-CR
               MOVE 37 TO LS-RETURN-CODE
               DISPLAY "JOURNAL DOES NOT BALANCE - NOT EXPORTED"
           END-IF.
           IF WS-LINE-COUNT = 0
               MOVE 37 TO LS-RETURN-CODE
               DISPLAY "JOURNAL HAS NO LINES - NOT EXPORTED"
           END-IF.
           IF WS-JOURNAL-ID (1:3) = "SAL"
               AND WS-TOTAL-DR NOT = WS-CONTROL-TOTAL
               MOVE 37 TO LS-RETURN-CODE
               DISPLAY "JOURNAL DOES NOT AGREE WITH SUMMAST.DAT"
                       " - NOT EXPORTED"
           END-IF.
           IF WS-JOURNAL-ID (1:3) = "REV"
               AND WS-TOTAL-DR NOT = GX-DEBITS
               MOVE 37 TO LS-RETURN-CODE
               DISPLAY "GLJHIST.DAT DOES NOT HOLD THE EXPORT AS SENT"
                       " - NOT REVERSED"
           END-IF.
           MOVE ALL "-" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-DETAIL.
           MOVE "SYNOLA"      TO RD-DESC.
           MOVE WS-TOTAL-DR   TO RD-DEBIT.
           MOVE WS-TOTAL-CR   TO RD-CREDIT.
           WRITE RPT-LINE FROM RPT-DETAIL.
           IF WS-HAS-UNSPLIT AND WS-JOURNAL-ID (1:3) = "SAL"
               MOVE SPACES TO RPT-LINE
               STRING "BR 00: POSA XWRIS KWDIKO YPOKATASTHMATOS H"
                      " POY DEN YPARXOYN PIA STO ARRAY.DAT"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           IF LS-RETURN-CODE NOT = 0
               MOVE SPACES TO RPT-LINE
               MOVE "*** TO HMEROLOGIO APORRIFTHKE - DEN STALTHKE ***"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           CLOSE RPT-OUT.
           MOVE "GLJRNL.PRT" TO WS-GEN-SOURCE.
           CALL 'Program30' USING WS-GEN-SOURCE, WS-GEN-RC.
           IF LS-RETURN-CODE NOT = 0
               OPEN OUTPUT JRNL-OUT
               CLOSE JRNL-OUT
           END-IF.
       450-EXIT.
           EXIT.
      *
       460-OPEN-HISTORY.
           OPEN EXTEND GLJHIST.
           IF WS-GLJHIST-STATUS = "35"
               OPEN OUTPUT GLJHIST
               CLOSE GLJHIST
               OPEN EXTEND GLJHIST
           END-IF.
           IF WS-GLJHIST-STATUS NOT = "00"
               MOVE 37 TO LS-RETURN-CODE
               DISPLAY "PROGRAM74: GLJHIST.DAT COULD NOT BE OPENED"
                       " - STATUS " WS-GLJHIST-STATUS
               DISPLAY "EXPORT OF " WS-JOURNAL-ID " NOT REGISTERED -"
                       " DO NOT SEND GLJRNL.DAT, RUN THE EXPORT AGAIN"
           END-IF.
       460-EXIT.
           EXIT.
      *
       470-WRITE-JOURNAL-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-LINE-COUNT TO JR-LINE.
           IF JR-DC = "D"
               ADD JR-AMOUNT TO WS-TOTAL-DR
           ELSE
               ADD JR-AMOUNT TO WS-TOTAL-CR
           END-IF.
           WRITE JR-REC.
           MOVE SPACES      TO RPT-DETAIL.
           MOVE JR-LINE     TO RD-LINE.
           MOVE JR-BRN      TO RD-BRN.
           MOVE JR-ACCOUNT  TO RD-ACCOUNT.
           MOVE JR-DESC     TO RD-DESC.
           IF JR-DC = "D"
               MOVE JR-AMOUNT TO RD-DEBIT
           ELSE
               MOVE JR-AMOUNT TO RD-CREDIT
           END-IF.
           WRITE RPT-LINE FROM RPT-DETAIL.
      *
      * only a journal that went over is kept, copied back from
      * GLJRNL.DAT into the GLJHIST.DAT 460 opened
       480-KEEP-HISTORY.
           MOVE "N" TO WS-HIST-FAIL-SW.
           OPEN INPUT JRNL-OUT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF OR WS-HIST-FAILED
               READ JRNL-OUT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF JR-TYPE = "D"
                           WRITE HIST-LINE FROM JR-REC
                           IF WS-GLJHIST-STATUS NOT = "00"
                               SET WS-HIST-FAILED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JRNL-OUT.
           CLOSE GLJHIST.
      *
      * MMYYYY, 0 for the month before the business month; only a
      * closed month may go to the ledger
       500-ACCEPT-PERIOD.
           MOVE "Y" TO WS-PERIOD-OK-SW.
           DISPLAY "ENTER MONTH MMYYYY (0 = LAST MONTH): ".
           ACCEPT WS-E-PERIOD.
           IF WS-E-PERIOD = 0
               IF WS-BUS-MM = 1
                   MOVE 12 TO WS-E-MM
                   COMPUTE WS-E-YY = WS-BUS-YY - 1
               ELSE
                   COMPUTE WS-E-MM = WS-BUS-MM - 1
                   MOVE WS-BUS-YY TO WS-E-YY
               END-IF
           END-IF.
           IF WS-E-MM < 1 OR WS-E-MM > 12 OR WS-E-YY < 1900
               MOVE "N" TO WS-PERIOD-OK-SW
               MOVE 38 TO LS-RETURN-CODE
               DISPLAY "MONTH " WS-E-PERIOD " NOT VALID"
               GO TO 500-EXIT
           END-IF.
           MOVE WS-E-YY TO WS-YYMM-YY.
           MOVE WS-E-MM TO WS-YYMM-MM.
           IF WS-YYMM NOT < WS-BUS-YYMM
               MOVE "N" TO WS-PERIOD-OK-SW
               MOVE 38 TO LS-RETURN-CODE
               DISPLAY "MONTH " WS-E-MM "/" WS-E-YY
                       " IS NOT CLOSED YET"
               GO TO 500-EXIT
           END-IF.
           IF WS-E-MM = 12
               COMPUTE WS-POST-DATE = (WS-E-YY + 1) * 10000 + 101
           ELSE
               COMPUTE WS-POST-DATE = WS-E-YY * 10000
                                    + (WS-E-MM + 1) * 100 + 1
           END-IF.
           COMPUTE WS-INT =
               FUNCTION INTEGER-OF-DATE (WS-POST-DATE) - 1.
           COMPUTE WS-POST-DATE = FUNCTION DATE-OF-INTEGER (WS-INT).
           DISPLAY "MHNAS " WS-E-MM "/" WS-E-YY.
       500-EXIT.
           EXIT.
      *
       TELOS.
           CLOSE GLEXPORT.
           EXIT PROGRAM.
      *

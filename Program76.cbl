       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program76.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-IN ASSIGN TO "ARRAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-IN-STATUS.
           SELECT DEPOSIT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS DP-KEY
               FILE STATUS IS WS-DEPOSIT-STATUS.
           SELECT BRANCHRF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS BR-CODE
               FILE STATUS IS WS-BRANCHRF-STATUS.
           SELECT OPEN-OUT ASSIGN TO "DEPOPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-STATUS.
           SELECT RPT-OUT ASSIGN TO "DEPREC.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * a branch's takings for a day are its sales for that day from
      * ARRAY.DAT, split by day as Program3's 370-ACCUMULATE-DAILY
      * does and by branch on RBR as 365-ACCUMULATE-BRANCH does.  a
      * line with a customer went to receivables, not the till (the
      * split Program70 makes), and a cash credit note (RCD 2) is
      * money paid back out of the till
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
       FD  DEPOSIT       RECORD CONTAINS  82 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS DP-REC
                         VALUE OF FILE-ID IS "DEPOSIT.DAT".
       01  DP-REC.
           02 DP-KEY.
              03 DP-BRN     PIC 99.
              03 DP-DATE    PIC 9(8).
              03 DP-DATE-R REDEFINES DP-DATE.
                 04 DP-YY   PIC 9(4).
                 04 DP-MM   PIC 99.
                 04 DP-DD   PIC 99.
           02 FILLER        PIC X(2).
           02 DP-SLIP       PIC X(12).
           02 FILLER        PIC X(2).
           02 DP-AMOUNT     PIC 9(11).
           02 FILLER        PIC X(2).
           02 DP-BANKED-BY  PIC X(20).
           02 FILLER        PIC X(2).
           02 DP-SOURCE     PIC X(1).
           02 FILLER        PIC X(2).
           02 DP-ENTERED-BY PIC X(8).
           02 FILLER        PIC X(2).
           02 DP-ENTRY-DATE PIC 9(8).
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
      * the open items for Program9's end-of-month statement, rebuilt
      * every run: an H line (run date, last day reconciled and the
      * month MMYYYY in the slip field), then the S short, O over and
      * N no-deposit days, then a B line for each branch left with an
      * unreconciled balance (DO-SIGN "-" when the branch banked more
      * than it sold)
       FD  OPEN-OUT      LABEL RECORD STANDARD.
       01  DO-REC.
           02 DO-TYPE       PIC X(1).
           02 FILLER        PIC X(1).
           02 DO-BRN        PIC 99.
           02 FILLER        PIC X(1).
           02 DO-DATE       PIC 9(8).
           02 FILLER        PIC X(1).
           02 DO-SALES      PIC 9(13).
           02 FILLER        PIC X(1).
           02 DO-DEPOSIT    PIC 9(13).
           02 FILLER        PIC X(1).
           02 DO-DIFF       PIC 9(13).
           02 FILLER        PIC X(1).
           02 DO-SIGN       PIC X(1).
           02 DO-BALANCE    PIC 9(13).
           02 FILLER        PIC X(1).
           02 DO-SLIP       PIC X(12).
      *
       FD  RPT-OUT       LABEL RECORD STANDARD.
       01  RPT-LINE      PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-IN-STATUS  PIC XX.
       01  WS-DEPOSIT-STATUS  PIC XX.
       01  WS-BRANCHRF-STATUS PIC XX.
       01  WS-OPEN-STATUS     PIC XX.
       01  WS-EOF-SW          PIC A(1).
           88 WS-EOF                VALUE "Y".
       01  WS-BUS-DATE        PIC 9(8).
       01  WS-BUS-DATE-R REDEFINES WS-BUS-DATE.
           02 WS-BUS-YY       PIC 9(4).
           02 WS-BUS-MM       PIC 99.
           02 WS-BUS-DD       PIC 99.
       01  WS-BUSDATE-FUNC    PIC X(1).
       01  WS-BUSDATE-RC      PIC 9(2).
       01  WS-GEN-SOURCE      PIC X(20).
       01  WS-GEN-RC          PIC 9(2).
       01  WS-PERIOD          PIC 9(6).
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           02 WS-PER-MM       PIC 99.
           02 WS-PER-YY       PIC 9(4).
      * the day the takings are reconciled up to: in the month still
      * running, yesterday - today's cash is banked tomorrow
       01  WS-LAST-DAY        PIC 99.
       01  WS-DATE8           PIC 9(8).
       01  WS-INT             PIC 9(8).
       01  WS-AMOUNT          PIC 9(15).
       01  WS-BR-IND          PIC 99.
       01  WS-DAY-IND         PIC 99.
       01  WS-DIFF            PIC 9(13).
       01  WS-BALANCE         PIC S9(15).
       01  WS-NO-BRANCH-AMT   PIC S9(15).
       01  WS-NOT-REC-AMT     PIC S9(15).
       01  WS-STATUS-TEXT     PIC X(12).
       01  WS-ITEM-COUNT      PIC 9(5).
       01  WS-SHORT-COUNT     PIC 9(5).
       01  WS-OVER-COUNT      PIC 9(5).
       01  WS-NODEP-COUNT     PIC 9(5).
       01  WS-BR-SALES        PIC S9(15).
       01  WS-BR-DEPOSITS     PIC 9(15).
       01  WS-BR-LISTED-SW    PIC X(1).
           88 WS-BR-LISTED          VALUE "Y".
      * 1-9 are the branches; 10 the sales with no usable code, which
      * cannot be matched to any branch's deposit
       01  WS-DAY-TABLE.
           02  DR-BRANCH OCCURS 10 TIMES.
               03  DR-NAME        PIC X(20).
               03  DR-DAY OCCURS 31 TIMES.
                   04  DR-SALES   PIC S9(13).
                   04  DR-DEPOSIT PIC 9(13).
                   04  DR-SLIP    PIC X(12).
       01  WS-ED-DATE.
           02 WS-ED-MM        PIC 99.
           02 FILLER          PIC X(1) VALUE "/".
           02 WS-ED-YY        PIC 9(4).
       01  WS-ED-AMOUNT       PIC -Z(13)9.
       01  RPT-DETAIL.
           02  RD-DATE     PIC 9(8).
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  RD-SLIP     PIC X(12).
           02  FILLER      PIC X(1)  VALUE SPACES.
           02  RD-SALES    PIC -Z(13)9.
           02  FILLER      PIC X(1)  VALUE SPACES.
           02  RD-DEPOSIT  PIC Z(14)9.
           02  FILLER      PIC X(1)  VALUE SPACES.
           02  RD-DIFF     PIC -Z(14)9.
           02  FILLER      PIC X(1)  VALUE SPACES.
           02  RD-BALANCE  PIC -Z(14)9.
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  RD-STATUS   PIC X(12).
      *
       LINKAGE SECTION.
      * LS-PERIOD is MMYYYY, 0 for the business date's month
       01  LS-PERIOD       PIC 9(6).
       01  LS-RETURN-CODE  PIC 9(2).

       PROCEDURE DIVISION USING LS-PERIOD, LS-RETURN-CODE.
       ARXH.
           MOVE 0 TO LS-RETURN-CODE.
           MOVE 0 TO WS-ITEM-COUNT WS-SHORT-COUNT WS-OVER-COUNT
                     WS-NODEP-COUNT WS-NO-BRANCH-AMT WS-NOT-REC-AMT.
           INITIALIZE WS-DAY-TABLE.
           MOVE "G" TO WS-BUSDATE-FUNC.
           CALL 'Program29' USING WS-BUSDATE-FUNC, WS-BUS-DATE,
               WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUS-DATE
           END-IF.
      * on the 1st the nightly run closes off the month just ended,
      * through its last day - otherwise that day is never reconciled
           IF LS-PERIOD = 0
               MOVE WS-BUS-MM TO WS-PER-MM
               MOVE WS-BUS-YY TO WS-PER-YY
               IF WS-BUS-DD = 1
                   IF WS-PER-MM = 1
                       MOVE 12 TO WS-PER-MM
                       SUBTRACT 1 FROM WS-PER-YY
                   ELSE
                       SUBTRACT 1 FROM WS-PER-MM
                   END-IF
               END-IF
           ELSE
               MOVE LS-PERIOD TO WS-PERIOD
           END-IF.
           IF WS-PER-MM < 1 OR WS-PER-MM > 12
               MOVE 47 TO LS-RETURN-CODE
               DISPLAY "PROGRAM76: MONTH " WS-PER-MM " NOT VALID"
               GO TO TELOS
           END-IF.
           PERFORM 050-SET-LAST-DAY.
           OPEN INPUT FILE-IN.
           IF WS-FILE-IN-STATUS NOT = "00"
               MOVE 45 TO LS-RETURN-CODE
               DISPLAY "PROGRAM76: ARRAY.DAT COULD NOT BE OPENED"
                       " - STATUS " WS-FILE-IN-STATUS
               GO TO TELOS
           END-IF.
           PERFORM 100-READ-SALES THRU 100-EXIT.
           CLOSE FILE-IN.
           PERFORM 200-READ-DEPOSITS.
           PERFORM 250-LOAD-BRANCH-NAMES.
           OPEN OUTPUT RPT-OUT.
           OPEN OUTPUT OPEN-OUT.
           PERFORM 500-WRITE-HEADING.
           PERFORM 600-RECONCILE-BRANCH
               VARYING WS-BR-IND FROM 1 BY 1
               UNTIL WS-BR-IND > 9.
           PERFORM 700-WRITE-SUMMARY.
           CLOSE OPEN-OUT.
           CLOSE RPT-OUT.
           MOVE "DEPREC.PRT" TO WS-GEN-SOURCE.
           CALL 'Program30' USING WS-GEN-SOURCE, WS-GEN-RC.
           DISPLAY "PROGRAM76: " WS-SHORT-COUNT " SHORT, "
                   WS-OVER-COUNT " OVER, " WS-NODEP-COUNT
                   " WITHOUT DEPOSIT - SEE DEPREC.PRT".
           GO TO TELOS.
      *
       050-SET-LAST-DAY.
           IF WS-PER-YY = WS-BUS-YY AND WS-PER-MM = WS-BUS-MM
               COMPUTE WS-LAST-DAY = WS-BUS-DD - 1
               EXIT PARAGRAPH
           END-IF.
           IF WS-PER-MM = 12
               COMPUTE WS-DATE8 = (WS-PER-YY + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATE8 = WS-PER-YY * 10000
                                + (WS-PER-MM + 1) * 100 + 1
           END-IF.
           COMPUTE WS-INT = FUNCTION INTEGER-OF-DATE (WS-DATE8) - 1.
           COMPUTE WS-DATE8 = FUNCTION DATE-OF-INTEGER (WS-INT).
           MOVE WS-DATE8 (7:2) TO WS-LAST-DAY.
      *
       100-READ-SALES.
           READ FILE-IN
               AT END GO TO 100-EXIT
           END-READ.
           IF RCD = 9
               GO TO 100-READ-SALES
           END-IF.
           IF RMM > 12 OR RMM < 1 OR NOT VALID-RCD
               GO TO 100-READ-SALES
           END-IF.
           IF RYY NOT = WS-PER-YY OR RMM NOT = WS-PER-MM
               OR RDD < 1 OR RDD > 31
               GO TO 100-READ-SALES
           END-IF.
           IF RBR NOT NUMERIC
               MOVE 10 TO WS-BR-IND
           ELSE
               IF RBR >= 1 AND RBR <= 9
                   MOVE RBR TO WS-BR-IND
               ELSE
                   MOVE 10 TO WS-BR-IND
               END-IF
           END-IF.
           IF CUST NUMERIC AND CUST > 0
               GO TO 100-READ-SALES
           END-IF.
           COMPUTE WS-AMOUNT = QTY * UPR.
           MOVE RDD TO WS-DAY-IND.
           IF RCD = 2
               SUBTRACT WS-AMOUNT FROM DR-SALES (WS-BR-IND, WS-DAY-IND)
               IF WS-BR-IND = 10
                   SUBTRACT WS-AMOUNT FROM WS-NO-BRANCH-AMT
               END-IF
           ELSE
               ADD WS-AMOUNT TO DR-SALES (WS-BR-IND, WS-DAY-IND)
               IF WS-BR-IND = 10
                   ADD WS-AMOUNT TO WS-NO-BRANCH-AMT
               END-IF
           END-IF.
           GO TO 100-READ-SALES.
       100-EXIT.
           EXIT.
      *
       200-READ-DEPOSITS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT DEPOSIT.
           IF WS-DEPOSIT-STATUS NOT = "00"
               DISPLAY "PROGRAM76: NO DEPOSIT.DAT - EVERY DAY WITH"
                       " SALES IS SHOWN WITHOUT DEPOSIT"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ DEPOSIT NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF DP-YY = WS-PER-YY AND DP-MM = WS-PER-MM
                           AND DP-BRN >= 1 AND DP-BRN <= 9
                           AND DP-DD >= 1 AND DP-DD <= 31
                           MOVE DP-AMOUNT
                               TO DR-DEPOSIT (DP-BRN, DP-DD)
                           MOVE DP-SLIP
                               TO DR-SLIP (DP-BRN, DP-DD)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPOSIT.
      *
       250-LOAD-BRANCH-NAMES.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT BRANCHRF.
           IF WS-BRANCHRF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ BRANCHRF NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF BR-CODE >= 1 AND BR-CODE <= 9
                           MOVE BR-NAME TO DR-NAME (BR-CODE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BRANCHRF.
      *
       500-WRITE-HEADING.
           MOVE WS-PER-MM TO WS-ED-MM.
           MOVE WS-PER-YY TO WS-ED-YY.
           MOVE SPACES TO RPT-LINE.
           STRING "SYMFWNIA KATATHESEWN YPOKATASTHMATWN   MHNAS "
                  WS-ED-DATE "   HMEROMHNIA: " WS-BUS-DATE
                  "   EWS HMERA: " WS-LAST-DAY
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "=" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO DO-REC.
           MOVE "H" TO DO-TYPE.
           MOVE WS-BUS-DATE TO DO-DATE.
           MOVE WS-LAST-DAY TO DO-BRN.
           MOVE 0 TO DO-SALES DO-DEPOSIT DO-DIFF DO-BALANCE.
           MOVE WS-PERIOD TO DO-SLIP.
           WRITE DO-REC.
      *
      * only the days that do not agree are listed; the running
      * balance is what the branch has sold and not yet banked
       600-RECONCILE-BRANCH.
           MOVE 0 TO WS-BALANCE WS-BR-SALES WS-BR-DEPOSITS.
           MOVE "N" TO WS-BR-LISTED-SW.
           PERFORM 650-RECONCILE-DAY
               VARYING WS-DAY-IND FROM 1 BY 1
               UNTIL WS-DAY-IND > WS-LAST-DAY.
           PERFORM VARYING WS-DAY-IND FROM WS-DAY-IND BY 1
                   UNTIL WS-DAY-IND > 31
               ADD DR-SALES (WS-BR-IND, WS-DAY-IND) TO WS-NOT-REC-AMT
           END-PERFORM.
           IF WS-BR-SALES = 0 AND WS-BR-DEPOSITS = 0
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-BR-LISTED
               PERFORM 660-BRANCH-HEADING
           END-IF.
           MOVE SPACES TO RPT-DETAIL.
           MOVE "  SYNOLO"     TO RD-SLIP.
           MOVE WS-BR-SALES    TO RD-SALES.
           MOVE WS-BR-DEPOSITS TO RD-DEPOSIT.
           MOVE WS-BALANCE     TO RD-BALANCE.
           IF WS-BALANCE = 0
               MOVE "SYMFWNEI"   TO RD-STATUS
           ELSE
               MOVE "ANOIXTO"    TO RD-STATUS
               MOVE SPACES       TO DO-REC
               MOVE "B"          TO DO-TYPE
               MOVE WS-BR-IND    TO DO-BRN
               MOVE 0            TO DO-DATE DO-DIFF
               IF WS-BR-SALES < 0
                   MOVE 0 TO DO-SALES
               ELSE
                   MOVE WS-BR-SALES TO DO-SALES
               END-IF
               MOVE WS-BR-DEPOSITS TO DO-DEPOSIT
               PERFORM 690-SET-BALANCE
               WRITE DO-REC
           END-IF.
           WRITE RPT-LINE FROM RPT-DETAIL.
      *
       650-RECONCILE-DAY.
           IF DR-SALES (WS-BR-IND, WS-DAY-IND) = 0
               AND DR-DEPOSIT (WS-BR-IND, WS-DAY-IND) = 0
               EXIT PARAGRAPH
           END-IF.
           ADD DR-SALES (WS-BR-IND, WS-DAY-IND)   TO WS-BR-SALES.
           ADD DR-DEPOSIT (WS-BR-IND, WS-DAY-IND) TO WS-BR-DEPOSITS.
           COMPUTE WS-BALANCE = WS-BALANCE
                              + DR-SALES (WS-BR-IND, WS-DAY-IND)
                              - DR-DEPOSIT (WS-BR-IND, WS-DAY-IND).
           MOVE SPACES TO DO-REC.
           EVALUATE TRUE
               WHEN DR-SALES (WS-BR-IND, WS-DAY-IND) =
                    DR-DEPOSIT (WS-BR-IND, WS-DAY-IND)
                   EXIT PARAGRAPH
               WHEN DR-DEPOSIT (WS-BR-IND, WS-DAY-IND) = 0
                    AND DR-SALES (WS-BR-IND, WS-DAY-IND) > 0
                   MOVE "N"            TO DO-TYPE
                   MOVE "XWRIS KATATH" TO WS-STATUS-TEXT
                   ADD 1 TO WS-NODEP-COUNT
                   COMPUTE WS-DIFF = DR-SALES (WS-BR-IND, WS-DAY-IND)
               WHEN DR-SALES (WS-BR-IND, WS-DAY-IND) >
                    DR-DEPOSIT (WS-BR-IND, WS-DAY-IND)
                   MOVE "S"            TO DO-TYPE
                   MOVE "ELLEIMMA"     TO WS-STATUS-TEXT
                   ADD 1 TO WS-SHORT-COUNT
                   COMPUTE WS-DIFF = DR-SALES (WS-BR-IND, WS-DAY-IND)
                                   - DR-DEPOSIT (WS-BR-IND, WS-DAY-IND)
               WHEN OTHER
                   MOVE "O"            TO DO-TYPE
                   MOVE "PLEONASMA"    TO WS-STATUS-TEXT
                   ADD 1 TO WS-OVER-COUNT
                   COMPUTE WS-DIFF = DR-DEPOSIT (WS-BR-IND, WS-DAY-IND)
                                   - DR-SALES (WS-BR-IND, WS-DAY-IND)
           END-EVALUATE.
           ADD 1 TO WS-ITEM-COUNT.
           IF NOT WS-BR-LISTED
               PERFORM 660-BRANCH-HEADING
           END-IF.
           COMPUTE WS-DATE8 = WS-PER-YY * 10000 + WS-PER-MM * 100
                            + WS-DAY-IND.
           MOVE SPACES TO RPT-DETAIL.
           MOVE WS-DATE8 TO RD-DATE.
           MOVE DR-SLIP (WS-BR-IND, WS-DAY-IND)    TO RD-SLIP.
           MOVE DR-SALES (WS-BR-IND, WS-DAY-IND)   TO RD-SALES.
           MOVE DR-DEPOSIT (WS-BR-IND, WS-DAY-IND) TO RD-DEPOSIT.
           IF DO-TYPE = "O"
               COMPUTE RD-DIFF = 0 - WS-DIFF
           ELSE
               MOVE WS-DIFF TO RD-DIFF
           END-IF.
           MOVE WS-BALANCE     TO RD-BALANCE.
           MOVE WS-STATUS-TEXT TO RD-STATUS.
           WRITE RPT-LINE FROM RPT-DETAIL.
           MOVE WS-BR-IND TO DO-BRN.
           MOVE WS-DATE8  TO DO-DATE.
      *    DEPOPEN.DAT carries no sign on the takings: a day that paid
      *    out more than it took shows 0 sold, and its difference and
      *    balance carry the refund
           IF DR-SALES (WS-BR-IND, WS-DAY-IND) < 0
               MOVE 0 TO DO-SALES
           ELSE
               MOVE DR-SALES (WS-BR-IND, WS-DAY-IND) TO DO-SALES
           END-IF.
           MOVE DR-DEPOSIT (WS-BR-IND, WS-DAY-IND) TO DO-DEPOSIT.
           MOVE WS-DIFF   TO DO-DIFF.
           MOVE DR-SLIP (WS-BR-IND, WS-DAY-IND)    TO DO-SLIP.
           PERFORM 690-SET-BALANCE.
           WRITE DO-REC.
      *
       660-BRANCH-HEADING.
           SET WS-BR-LISTED TO TRUE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "YPOKATASTHMA " WS-BR-IND " " DR-NAME (WS-BR-IND)
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "HMEROMHNIA  APODEIXH                 PWLHSEIS"
                  "       KATATHESH         DIAFORA"
                  "    YPOLOIPO ANOIXTO"
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "-" TO RPT-LINE.
           WRITE RPT-LINE.
      *
       690-SET-BALANCE.
           IF WS-BALANCE < 0
               MOVE "-" TO DO-SIGN
               COMPUTE DO-BALANCE = 0 - WS-BALANCE
           ELSE
               MOVE SPACE TO DO-SIGN
               MOVE WS-BALANCE TO DO-BALANCE
           END-IF.
      *
       700-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "=" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "ELLEIMMATA: " WS-SHORT-COUNT
                  "   PLEONASMATA: " WS-OVER-COUNT
                  "   HMERES XWRIS KATATHESH: " WS-NODEP-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-NO-BRANCH-AMT NOT = 0
               MOVE WS-NO-BRANCH-AMT TO WS-ED-AMOUNT
               MOVE SPACES TO RPT-LINE
               STRING "PWLHSEIS XWRIS KWDIKO YPOKATASTHMATOS (DEN"
                      " SYMFWNOYNTAI): " WS-ED-AMOUNT
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           IF WS-NOT-REC-AMT NOT = 0
               MOVE WS-NOT-REC-AMT TO WS-ED-AMOUNT
               MOVE SPACES TO RPT-LINE
               STRING "PWLHSEIS META THN HMERA " WS-LAST-DAY
                      " (SYMFWNIA AYRIO): " WS-ED-AMOUNT
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      *
       TELOS.
           EXIT PROGRAM.
      *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program72.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-IN ASSIGN TO "ARRAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-IN-STATUS.
           SELECT BRTARGET ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BT-KEY
               FILE STATUS IS WS-BRTARGET-STATUS.
           SELECT BRANCHRF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS BR-CODE
               FILE STATUS IS WS-BRANCHRF-STATUS.
           SELECT RPT-OUT ASSIGN TO "BRVAR.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * the branch actuals come from the same ARRAY.DAT stream and
      * the same record rules as Program3's 365-ACCUMULATE-BRANCH, so
      * a branch's figure here is its MONTHLY.PRT subtotal
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
       FD  BRTARGET      RECORD CONTAINS  52 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS BT-REC
                         VALUE OF FILE-ID IS "BRTARGET.DAT".
       01  BT-REC.
           02 BT-KEY.
              03 BT-BRN     PIC 99.
              03 BT-YY      PIC 9(4).
              03 BT-MM      PIC 99.
           02 FILLER        PIC X(2).
           02 BT-QTY        PIC 9(7).
           02 FILLER        PIC X(2).
           02 BT-VALUE      PIC 9(13).
           02 FILLER        PIC X(2).
           02 BT-SET-BY     PIC X(8).
           02 FILLER        PIC X(2).
           02 BT-SET-DATE   PIC 9(8).
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
       FD  RPT-OUT       LABEL RECORD STANDARD.
       01  RPT-LINE      PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-IN-STATUS  PIC XX.
       01  WS-BRTARGET-STATUS PIC XX.
       01  WS-BRANCHRF-STATUS PIC XX.
       01  WS-BRTARGET-SW     PIC X(1).
           88 WS-BRTARGET-AVAIL     VALUE "Y".
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
      * how far behind target (in percent of it) a branch may fall
      * before it is flagged, when the caller does not say
       77  WS-DEFAULT-BEHIND  PIC 9(2) VALUE 10.
       01  WS-BEHIND-PCT      PIC 9(2).
       01  WS-FLOOR-PCT       PIC 9(3).
      * in the month still running the month's target is taken pro
      * rata to the business day, or every branch would show behind
      * on the first of the month
       01  WS-MONTH-OPEN-SW   PIC X(1).
           88 WS-MONTH-OPEN         VALUE "Y".
       01  WS-DAYS-IN-MONTH   PIC 99.
       01  WS-DAYS-ELAPSED    PIC 99.
       01  WS-DATE8           PIC 9(8).
       01  WS-INT             PIC 9(8).
       01  WS-AMOUNT          PIC 9(15).
       01  WS-BR-IND          PIC 99.
       01  WS-MM-IND          PIC 99.
       01  WS-REC-COUNT       PIC 9(9).
       01  WS-BEHIND-COUNT    PIC 9(2).
      * 1-9 are the branches, 10 the records without a usable code
       01  WS-BRANCH-TABLE.
           02  VB-ENTRY OCCURS 10 TIMES.
               03  VB-NAME        PIC X(20).
               03  VB-ACT-M-QTY   PIC 9(9).
               03  VB-ACT-M-VAL   PIC 9(15).
               03  VB-ACT-Y-QTY   PIC 9(9).
               03  VB-ACT-Y-VAL   PIC 9(15).
               03  VB-TGT-M-QTY   PIC 9(9).
               03  VB-TGT-M-VAL   PIC 9(15).
               03  VB-TGT-Y-QTY   PIC 9(9).
               03  VB-TGT-Y-VAL   PIC 9(15).
               03  VB-HAS-TARGET  PIC X(1).
               03  VB-BEHIND      PIC X(1).
       01  WS-TOTALS.
           02  TT-ACT-M-QTY   PIC 9(9).
           02  TT-ACT-M-VAL   PIC 9(15).
           02  TT-ACT-Y-QTY   PIC 9(9).
           02  TT-ACT-Y-VAL   PIC 9(15).
           02  TT-TGT-M-QTY   PIC 9(9).
           02  TT-TGT-M-VAL   PIC 9(15).
           02  TT-TGT-Y-QTY   PIC 9(9).
           02  TT-TGT-Y-VAL   PIC 9(15).
       01  WS-PCT             PIC 9(5).
       01  WS-CALC-ACTUAL     PIC 9(15).
       01  WS-CALC-TARGET     PIC 9(15).
       01  WS-ED-DATE.
           02 WS-ED-MM        PIC 99.
           02 FILLER          PIC X(1) VALUE "/".
           02 WS-ED-YY        PIC 9(4).
       01  RPT-DETAIL.
           02  RD-BRN      PIC Z9.
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  RD-NAME     PIC X(14).
           02  RD-MEASURE  PIC X(8).
           02  RD-M-TGT    PIC Z(14)9.
           02  FILLER      PIC X(1)  VALUE SPACES.
           02  RD-M-ACT    PIC Z(14)9.
           02  FILLER      PIC X(1)  VALUE SPACES.
           02  RD-M-PCT    PIC X(6).
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  RD-Y-TGT    PIC Z(14)9.
           02  FILLER      PIC X(1)  VALUE SPACES.
           02  RD-Y-ACT    PIC Z(14)9.
           02  FILLER      PIC X(1)  VALUE SPACES.
           02  RD-Y-PCT    PIC X(6).
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  RD-FLAG     PIC X(18).
       01  WS-PCT-TEXT.
           02  WS-PCT-ED      PIC ZZZZ9.
           02  FILLER         PIC X(1) VALUE "%".
      *
       LINKAGE SECTION.
      * LS-PERIOD is MMYYYY, 0 for the business date's month;
      * LS-BEHIND-PCT 0 takes the default above
       01  LS-PERIOD       PIC 9(6).
       01  LS-BEHIND-PCT   PIC 9(2).
       01  LS-RETURN-CODE  PIC 9(2).

       PROCEDURE DIVISION USING LS-PERIOD, LS-BEHIND-PCT,
                                LS-RETURN-CODE.
       ARXH.
           MOVE 0 TO LS-RETURN-CODE.
           MOVE 0 TO WS-REC-COUNT WS-BEHIND-COUNT.
           INITIALIZE WS-BRANCH-TABLE WS-TOTALS.
           MOVE "G" TO WS-BUSDATE-FUNC.
           CALL 'Program29' USING WS-BUSDATE-FUNC, WS-BUS-DATE,
               WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUS-DATE
           END-IF.
           IF LS-PERIOD = 0
               MOVE WS-BUS-MM TO WS-PER-MM
               MOVE WS-BUS-YY TO WS-PER-YY
           ELSE
               MOVE LS-PERIOD TO WS-PERIOD
           END-IF.
           IF WS-PER-MM < 1 OR WS-PER-MM > 12
               MOVE 29 TO LS-RETURN-CODE
               DISPLAY "PROGRAM72: MONTH " WS-PER-MM " NOT VALID"
               GO TO TELOS
           END-IF.
           IF LS-BEHIND-PCT = 0
               MOVE WS-DEFAULT-BEHIND TO WS-BEHIND-PCT
           ELSE
               MOVE LS-BEHIND-PCT TO WS-BEHIND-PCT
           END-IF.
           COMPUTE WS-FLOOR-PCT = 100 - WS-BEHIND-PCT.
           PERFORM 050-SET-PRO-RATA.
           OPEN INPUT FILE-IN.
           IF WS-FILE-IN-STATUS NOT = "00"
               MOVE 27 TO LS-RETURN-CODE
               DISPLAY "PROGRAM72: ARRAY.DAT COULD NOT BE OPENED"
                       " - STATUS " WS-FILE-IN-STATUS
               GO TO TELOS
           END-IF.
           PERFORM 100-READ-SALES THRU 100-EXIT.
           CLOSE FILE-IN.
           PERFORM 200-LOAD-BRANCH-NAMES.
           PERFORM 300-LOAD-TARGETS.
           OPEN OUTPUT RPT-OUT.
           PERFORM 500-WRITE-HEADING.
           PERFORM 600-WRITE-BRANCH
               VARYING WS-BR-IND FROM 1 BY 1
               UNTIL WS-BR-IND > 10.
           PERFORM 700-WRITE-TOTALS.
           CLOSE RPT-OUT.
           MOVE "BRVAR.PRT" TO WS-GEN-SOURCE.
           CALL 'Program30' USING WS-GEN-SOURCE, WS-GEN-RC.
           DISPLAY "PROGRAM72: " WS-BEHIND-COUNT " BRANCH(ES) MORE"
                   " THAN " WS-BEHIND-PCT "% BEHIND TARGET - SEE"
                   " BRVAR.PRT".
           GO TO TELOS.
      *
       050-SET-PRO-RATA.
           MOVE "N" TO WS-MONTH-OPEN-SW.
           IF WS-PER-YY NOT = WS-BUS-YY OR WS-PER-MM NOT = WS-BUS-MM
               EXIT PARAGRAPH
           END-IF.
           SET WS-MONTH-OPEN TO TRUE.
           IF WS-PER-MM = 12
               COMPUTE WS-DATE8 = (WS-PER-YY + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATE8 = WS-PER-YY * 10000
                                + (WS-PER-MM + 1) * 100 + 1
           END-IF.
           COMPUTE WS-INT = FUNCTION INTEGER-OF-DATE (WS-DATE8) - 1.
           COMPUTE WS-DATE8 = FUNCTION DATE-OF-INTEGER (WS-INT).
           MOVE WS-DATE8 (7:2) TO WS-DAYS-IN-MONTH.
           MOVE WS-BUS-DD TO WS-DAYS-ELAPSED.
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
           IF RYY NOT = WS-PER-YY OR RMM > WS-PER-MM
               GO TO 100-READ-SALES
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
           ADD QTY       TO VB-ACT-Y-QTY (WS-BR-IND).
           ADD WS-AMOUNT TO VB-ACT-Y-VAL (WS-BR-IND).
           IF RMM = WS-PER-MM
               ADD QTY       TO VB-ACT-M-QTY (WS-BR-IND)
               ADD WS-AMOUNT TO VB-ACT-M-VAL (WS-BR-IND)
           END-IF.
           GO TO 100-READ-SALES.
       100-EXIT.
           EXIT.
      *
       200-LOAD-BRANCH-NAMES.
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
                           MOVE BR-NAME TO VB-NAME (BR-CODE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BRANCHRF.
      *
       300-LOAD-TARGETS.
           MOVE "N" TO WS-BRTARGET-SW.
           OPEN INPUT BRTARGET.
           IF WS-BRTARGET-STATUS NOT = "00"
               DISPLAY "PROGRAM72: NO BRTARGET.DAT - ACTUALS ONLY"
               EXIT PARAGRAPH
           END-IF.
           SET WS-BRTARGET-AVAIL TO TRUE.
           PERFORM VARYING WS-BR-IND FROM 1 BY 1
                   UNTIL WS-BR-IND > 9
               PERFORM VARYING WS-MM-IND FROM 1 BY 1
                       UNTIL WS-MM-IND > WS-PER-MM
                   PERFORM 350-READ-ONE-TARGET
               END-PERFORM
           END-PERFORM.
           CLOSE BRTARGET.
      *
       350-READ-ONE-TARGET.
           MOVE WS-BR-IND TO BT-BRN.
           MOVE WS-PER-YY TO BT-YY.
           MOVE WS-MM-IND TO BT-MM.
           READ BRTARGET
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE "Y" TO VB-HAS-TARGET (WS-BR-IND).
           IF WS-MM-IND = WS-PER-MM AND WS-MONTH-OPEN
               COMPUTE BT-QTY ROUNDED =
                   BT-QTY * WS-DAYS-ELAPSED / WS-DAYS-IN-MONTH
               COMPUTE BT-VALUE ROUNDED =
                   BT-VALUE * WS-DAYS-ELAPSED / WS-DAYS-IN-MONTH
           END-IF.
           ADD BT-QTY   TO VB-TGT-Y-QTY (WS-BR-IND).
           ADD BT-VALUE TO VB-TGT-Y-VAL (WS-BR-IND).
           IF WS-MM-IND = WS-PER-MM
               ADD BT-QTY   TO VB-TGT-M-QTY (WS-BR-IND)
               ADD BT-VALUE TO VB-TGT-M-VAL (WS-BR-IND)
           END-IF.
      *
       500-WRITE-HEADING.
           MOVE WS-PER-MM TO WS-ED-MM.
           MOVE WS-PER-YY TO WS-ED-YY.
           MOVE SPACES TO RPT-LINE.
           STRING "STOXOI KAI PWLHSEIS ANA YPOKATASTHMA   MHNAS "
                  WS-ED-DATE "   HMEROMHNIA: " WS-BUS-DATE
                  "   ORIO YSTERHSHS: " WS-BEHIND-PCT "%"
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-MONTH-OPEN
               MOVE SPACES TO RPT-LINE
               STRING "O MHNAS DEN EXEI KLEISEI - STOXOS MHNA ANALOGIKA"
                      " GIA " WS-DAYS-ELAPSED " APO "
                      WS-DAYS-IN-MONTH " HMERES"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE ALL "=" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "BR  YPOKATASTHMA          "
                  "   STOXOS MHNA  PRAGMATOPOIHSH      %"
                  "      STOXOS ETOYS  PRAGMATOPOIHSH      %"
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "-" TO RPT-LINE.
           WRITE RPT-LINE.
      *
       600-WRITE-BRANCH.
           IF VB-HAS-TARGET (WS-BR-IND) NOT = "Y"
               AND VB-ACT-Y-QTY (WS-BR-IND) = 0
               AND VB-ACT-Y-VAL (WS-BR-IND) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO VB-BEHIND (WS-BR-IND).
           MOVE SPACES TO RPT-DETAIL.
           MOVE WS-BR-IND TO RD-BRN.
           IF WS-BR-IND = 10
               MOVE "XWRIS KWDIKO" TO RD-NAME
           ELSE
               MOVE VB-NAME (WS-BR-IND) TO RD-NAME
           END-IF.
           MOVE "AXIA"                   TO RD-MEASURE.
           MOVE VB-TGT-M-VAL (WS-BR-IND) TO RD-M-TGT.
           MOVE VB-ACT-M-VAL (WS-BR-IND) TO RD-M-ACT.
           MOVE VB-TGT-Y-VAL (WS-BR-IND) TO RD-Y-TGT.
           MOVE VB-ACT-Y-VAL (WS-BR-IND) TO RD-Y-ACT.
           MOVE VB-ACT-M-VAL (WS-BR-IND) TO WS-CALC-ACTUAL.
           MOVE VB-TGT-M-VAL (WS-BR-IND) TO WS-CALC-TARGET.
           PERFORM 650-PERCENT.
           MOVE WS-PCT-TEXT TO RD-M-PCT.
           MOVE VB-ACT-Y-VAL (WS-BR-IND) TO WS-CALC-ACTUAL.
           MOVE VB-TGT-Y-VAL (WS-BR-IND) TO WS-CALC-TARGET.
           PERFORM 650-PERCENT.
           MOVE WS-PCT-TEXT TO RD-Y-PCT.
           IF VB-HAS-TARGET (WS-BR-IND) NOT = "Y"
               MOVE "XWRIS STOXO" TO RD-FLAG
           END-IF.
           WRITE RPT-LINE FROM RPT-DETAIL.
           MOVE SPACES TO RPT-DETAIL.
           MOVE "POSOTHTA"               TO RD-MEASURE.
           MOVE VB-TGT-M-QTY (WS-BR-IND) TO RD-M-TGT.
           MOVE VB-ACT-M-QTY (WS-BR-IND) TO RD-M-ACT.
           MOVE VB-TGT-Y-QTY (WS-BR-IND) TO RD-Y-TGT.
           MOVE VB-ACT-Y-QTY (WS-BR-IND) TO RD-Y-ACT.
           MOVE VB-ACT-M-QTY (WS-BR-IND) TO WS-CALC-ACTUAL.
           MOVE VB-TGT-M-QTY (WS-BR-IND) TO WS-CALC-TARGET.
           PERFORM 650-PERCENT.
           MOVE WS-PCT-TEXT TO RD-M-PCT.
           MOVE VB-ACT-Y-QTY (WS-BR-IND) TO WS-CALC-ACTUAL.
           MOVE VB-TGT-Y-QTY (WS-BR-IND) TO WS-CALC-TARGET.
           PERFORM 650-PERCENT.
           MOVE WS-PCT-TEXT TO RD-Y-PCT.
           IF VB-BEHIND (WS-BR-IND) = "Y"
               MOVE "*** PISW APO STOXO" TO RD-FLAG
               ADD 1 TO WS-BEHIND-COUNT
           END-IF.
           WRITE RPT-LINE FROM RPT-DETAIL.
           ADD VB-ACT-M-QTY (WS-BR-IND) TO TT-ACT-M-QTY.
           ADD VB-ACT-M-VAL (WS-BR-IND) TO TT-ACT-M-VAL.
           ADD VB-ACT-Y-QTY (WS-BR-IND) TO TT-ACT-Y-QTY.
           ADD VB-ACT-Y-VAL (WS-BR-IND) TO TT-ACT-Y-VAL.
           ADD VB-TGT-M-QTY (WS-BR-IND) TO TT-TGT-M-QTY.
           ADD VB-TGT-M-VAL (WS-BR-IND) TO TT-TGT-M-VAL.
           ADD VB-TGT-Y-QTY (WS-BR-IND) TO TT-TGT-Y-QTY.
           ADD VB-TGT-Y-VAL (WS-BR-IND) TO TT-TGT-Y-VAL.
      *
      * percent achieved; with no target there is nothing to measure.
      * a branch is behind when the month or the year to date falls
      * short of the floor on either quantity or value
       650-PERCENT.
           MOVE SPACES TO WS-PCT-TEXT.
           IF WS-CALC-TARGET = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-CALC-ACTUAL >= WS-CALC-TARGET * 999
               MOVE 99999 TO WS-PCT
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   WS-CALC-ACTUAL * 100 / WS-CALC-TARGET
           END-IF.
           MOVE WS-PCT TO WS-PCT-ED.
           MOVE "%" TO WS-PCT-TEXT (6:1).
           IF WS-BR-IND <= 9 AND WS-PCT < WS-FLOOR-PCT
               MOVE "Y" TO VB-BEHIND (WS-BR-IND)
           END-IF.
      *
       700-WRITE-TOTALS.
           MOVE 99 TO WS-BR-IND.
           MOVE ALL "-" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-DETAIL.
           MOVE "SYNOLO"      TO RD-NAME.
           MOVE "AXIA"        TO RD-MEASURE.
           MOVE TT-TGT-M-VAL  TO RD-M-TGT.
           MOVE TT-ACT-M-VAL  TO RD-M-ACT.
           MOVE TT-TGT-Y-VAL  TO RD-Y-TGT.
           MOVE TT-ACT-Y-VAL  TO RD-Y-ACT.
           MOVE TT-ACT-M-VAL  TO WS-CALC-ACTUAL.
           MOVE TT-TGT-M-VAL  TO WS-CALC-TARGET.
           PERFORM 650-PERCENT.
           MOVE WS-PCT-TEXT   TO RD-M-PCT.
           MOVE TT-ACT-Y-VAL  TO WS-CALC-ACTUAL.
           MOVE TT-TGT-Y-VAL  TO WS-CALC-TARGET.
           PERFORM 650-PERCENT.
           MOVE WS-PCT-TEXT   TO RD-Y-PCT.
           WRITE RPT-LINE FROM RPT-DETAIL.
           MOVE SPACES TO RPT-DETAIL.
           MOVE "POSOTHTA"    TO RD-MEASURE.
           MOVE TT-TGT-M-QTY  TO RD-M-TGT.
           MOVE TT-ACT-M-QTY  TO RD-M-ACT.
           MOVE TT-TGT-Y-QTY  TO RD-Y-TGT.
           MOVE TT-ACT-Y-QTY  TO RD-Y-ACT.
           MOVE TT-ACT-M-QTY  TO WS-CALC-ACTUAL.
           MOVE TT-TGT-M-QTY  TO WS-CALC-TARGET.
           PERFORM 650-PERCENT.
           MOVE WS-PCT-TEXT   TO RD-M-PCT.
           MOVE TT-ACT-Y-QTY  TO WS-CALC-ACTUAL.
           MOVE TT-TGT-Y-QTY  TO WS-CALC-TARGET.
           PERFORM 650-PERCENT.
           MOVE WS-PCT-TEXT   TO RD-Y-PCT.
           WRITE RPT-LINE FROM RPT-DETAIL.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "YPOKATASTHMATA PANW APO " WS-BEHIND-PCT
                  "% PISW APO TO STOXO: " WS-BEHIND-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
      *
       TELOS.
           EXIT PROGRAM.
      *

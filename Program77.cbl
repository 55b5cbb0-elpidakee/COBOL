       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program77.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-IN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT FILE-IN ASSIGN TO "ARRAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-IN-STATUS.
           SELECT BRANCHRF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BR-CODE
               FILE STATUS IS WS-BRANCHRF-STATUS.
           SELECT SLSWORK ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SW-KEY
               FILE STATUS IS WS-SLSWORK-STATUS.
           SELECT EXT-OUT ASSIGN TO "SALESEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT RPT-OUT ASSIGN TO "SALESINQ.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * a closed year as Program40 left it, with its own RCD=9 trailer
       FD  ARCH-IN       LABEL RECORD STANDARD
                         VALUE OF FILE-ID IS WS-ARCH-NAME.
       01  ARCH-LINE     PIC X(37).
      *
       FD  FILE-IN
           LABEL RECORD STANDARD.
       01  LIVE-LINE     PIC X(37).
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
      * the selected sales, keyed so that reading it back gives them
      * in month and branch order for the subtotals
       FD  SLSWORK       RECORD CONTAINS  64 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS SW-REC
                         VALUE OF FILE-ID IS "SALESINQ.WRK".
       01  SW-REC.
           02 SW-KEY.
              03 SW-YYMM    PIC 9(6).
              03 SW-BRN     PIC 99.
              03 SW-SEQ     PIC 9(7).
           02 SW-SALE       PIC X(37).
           02 SW-SOURCE     PIC X(12).
      *
      * flat extract, one line per sale selected
       FD  EXT-OUT       LABEL RECORD STANDARD.
       01  EX-REC.
           02 EX-DATE       PIC 9(8).
           02 EX-BRN        PIC 99.
           02 EX-RCD        PIC 9.
           02 EX-ITEM       PIC X(6).
           02 EX-CUST       PIC 9(6).
           02 EX-QTY        PIC 9(5).
           02 EX-UPR        PIC 9(9).
           02 EX-VALUE      PIC 9(14).
           02 EX-SOURCE     PIC X(12).
      *
       FD  RPT-OUT       LABEL RECORD STANDARD.
       01  RPT-LINE      PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-ARCH-STATUS     PIC XX.
       01  WS-FILE-IN-STATUS  PIC XX.
       01  WS-BRANCHRF-STATUS PIC XX.
       01  WS-SLSWORK-STATUS  PIC XX.
       01  WS-EXT-STATUS      PIC XX.
       01  WS-ARCH-NAME       PIC X(20).
       01  WS-SOURCE-NAME     PIC X(12).
       01  WS-BRANCHRF-SW     PIC X(1).
           88 WS-BRANCHRF-AVAIL     VALUE "Y".
       01  WS-EOF-SW          PIC A(1).
           88 WS-EOF                VALUE "Y".
       01  WS-OK-SW           PIC X(1).
           88 WS-OK                 VALUE "Y".
       01  WS-WANTED-SW       PIC X(1).
           88 WS-WANTED             VALUE "Y".
       01  WS-FIRST-SW        PIC X(1).
           88 WS-FIRST              VALUE "Y".
       01  WS-GEN-SOURCE      PIC X(20).
       01  WS-GEN-RC          PIC 9(2).
       01  WS-BUS-DATE        PIC 9(8).
       01  WS-BUSDATE-FUNC    PIC X(1).
       01  WS-BUSDATE-RC      PIC 9(2).
      * the sale being looked at, from an archive or the live file
       01  WS-SALE.
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
       01  WS-SALE-DATE       PIC 9(8).
       01  WS-FROM-DATE       PIC 9(8).
       01  WS-FROM-DATE-R REDEFINES WS-FROM-DATE.
           02 WS-FROM-YY      PIC 9(4).
           02 WS-FROM-MM      PIC 99.
           02 WS-FROM-DD      PIC 99.
       01  WS-TO-DATE         PIC 9(8).
       01  WS-TO-DATE-R REDEFINES WS-TO-DATE.
           02 WS-TO-YY        PIC 9(4).
           02 WS-TO-MM        PIC 99.
           02 WS-TO-DD        PIC 99.
       01  WS-YEAR            PIC 9(4).
      * branch filter: none given means every branch, including the
      * sales with no usable code (kept as branch 10, as Program3 does)
       01  WS-E-BRN           PIC 99.
       01  WS-BRN-COUNT       PIC 99.
       01  WS-BRN-SELECT.
           02 WS-BRN-WANTED OCCURS 10 TIMES PIC X(1).
       01  WS-BRN-LIST        PIC X(30).
       01  WS-BRN-PTR         PIC 99.
       01  WS-E-RCDS          PIC X(3).
       01  WS-RCD-SELECT.
           02 WS-RCD-WANTED OCCURS 3 TIMES PIC X(1).
       01  WS-RCD-ANY-SW      PIC X(1).
           88 WS-RCD-ANY            VALUE "Y".
       01  WS-IND             PIC 99.
       01  WS-BR-IND          PIC 99.
      * what Program40 put in the trailer, to the same widths
       01  WS-TRL-COUNT       PIC 9(5).
       01  WS-TRL-QTY         PIC 9(9).
       01  WS-TRL-FOUND-SW    PIC X(1).
           88 WS-TRL-FOUND          VALUE "Y".
       01  WS-CHK-COUNT       PIC 9(9).
       01  WS-CHK-QTY         PIC 9(10).
       01  WS-CHK-COUNT-5     PIC 9(5).
       01  WS-CHK-QTY-9       PIC 9(9).
      * one line per file looked at, printed at the foot of the report
       01  WS-SRC-USED        PIC 99.
       01  WS-SRC-TABLE.
           02  SRC-ENTRY OCCURS 31 TIMES.
               03  SRC-NAME       PIC X(12).
               03  SRC-STATE      PIC X(40).
               03  SRC-SELECTED   PIC 9(7).
       01  WS-SEQ             PIC 9(7).
       01  WS-SELECTED        PIC 9(7).
       01  WS-REJECTED-ARCH   PIC 99.
       01  WS-VALUE           PIC 9(14).
       01  WS-CUR-YYMM        PIC 9(6).
       01  WS-CUR-BRN         PIC 99.
       01  WS-TOTALS.
           02  TB-COUNT       PIC 9(7).
           02  TB-QTY         PIC 9(11).
           02  TB-VALUE       PIC 9(15).
           02  TM-COUNT       PIC 9(7).
           02  TM-QTY         PIC 9(11).
           02  TM-VALUE       PIC 9(15).
           02  TG-COUNT       PIC 9(7).
           02  TG-QTY         PIC 9(11).
           02  TG-VALUE       PIC 9(15).
       01  WS-ED-COUNT        PIC Z(6)9.
       01  RPT-DETAIL.
           02  RD-DATE     PIC 9(8).
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  RD-BRN      PIC Z9.
           02  FILLER      PIC X(3)  VALUE SPACES.
           02  RD-RCD      PIC 9.
           02  FILLER      PIC X(3)  VALUE SPACES.
           02  RD-ITEM     PIC X(6).
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  RD-CUST     PIC Z(5)9.
           02  FILLER      PIC X(1)  VALUE SPACES.
           02  RD-QTY      PIC Z(10)9.
           02  FILLER      PIC X(1)  VALUE SPACES.
           02  RD-UPR      PIC Z(8)9.
           02  FILLER      PIC X(1)  VALUE SPACES.
           02  RD-VALUE    PIC Z(14)9.
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  RD-SOURCE   PIC X(12).
       01  RPT-TOTAL.
           02  RT-LABEL    PIC X(30).
           02  RT-COUNT    PIC Z(6)9.
           02  FILLER      PIC X(10) VALUE " EGGRAFES ".
           02  RT-QTY      PIC Z(10)9.
           02  FILLER      PIC X(11) VALUE SPACES.
           02  RT-VALUE    PIC Z(14)9.
      *
       LINKAGE SECTION.
       01  LS-RETURN-CODE PIC 9(2).

       PROCEDURE DIVISION USING LS-RETURN-CODE.
       ARXH.
           MOVE 0 TO LS-RETURN-CODE.
           MOVE 0 TO WS-SEQ WS-SELECTED WS-SRC-USED WS-REJECTED-ARCH.
           INITIALIZE WS-SRC-TABLE WS-TOTALS.
           MOVE "G" TO WS-BUSDATE-FUNC.
           CALL 'Program29' USING WS-BUSDATE-FUNC, WS-BUS-DATE,
               WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUS-DATE
           END-IF.
           DISPLAY "==================================================".
           DISPLAY "ANAZHTHSH PWLHSEWN SE OLA TA ETH (ARRAY + ARC)".
           DISPLAY "==================================================".
           PERFORM 100-ACCEPT-RANGE THRU 100-EXIT.
           IF NOT WS-OK
               MOVE 58 TO LS-RETURN-CODE
               GO TO TELOS
           END-IF.
           PERFORM 150-ACCEPT-BRANCHES THRU 150-EXIT.
           PERFORM 180-ACCEPT-RCDS.
           OPEN OUTPUT SLSWORK.
           CLOSE SLSWORK.
           OPEN I-O SLSWORK.
           IF WS-SLSWORK-STATUS NOT = "00"
               MOVE 58 TO LS-RETURN-CODE
               DISPLAY "PROGRAM77: SALESINQ.WRK COULD NOT BE OPENED"
                       " - STATUS " WS-SLSWORK-STATUS
               GO TO TELOS
           END-IF.
           PERFORM 300-READ-ARCHIVE THRU 300-EXIT
               VARYING WS-YEAR FROM WS-FROM-YY BY 1
               UNTIL WS-YEAR > WS-TO-YY.
           PERFORM 400-READ-LIVE-FILE THRU 400-EXIT.
           CLOSE SLSWORK.
           PERFORM 500-PRINT-LISTING.
           MOVE "SALESINQ.PRT" TO WS-GEN-SOURCE.
           CALL 'Program30' USING WS-GEN-SOURCE, WS-GEN-RC.
           DISPLAY WS-SELECTED " SALE(S) SELECTED - SEE SALESINQ.PRT,"
                   " EXTRACT IN SALESEXT.DAT".
           IF WS-REJECTED-ARCH > 0
               MOVE 59 TO LS-RETURN-CODE
               DISPLAY "*** " WS-REJECTED-ARCH " ARCHIVE(S) FAILED THE"
                       " TRAILER CHECK AND WERE LEFT OUT ***"
           END-IF.
           GO TO TELOS.
      *
       100-ACCEPT-RANGE.
           MOVE "Y" TO WS-OK-SW.
           DISPLAY "ENTER FROM DATE (YYYYMMDD): ".
           ACCEPT WS-FROM-DATE.
           DISPLAY "ENTER TO DATE (YYYYMMDD, 0 = BUSINESS DATE): ".
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE = 0
               MOVE WS-BUS-DATE TO WS-TO-DATE
           END-IF.
           IF WS-FROM-YY < 1900 OR WS-FROM-MM < 1 OR WS-FROM-MM > 12
               OR WS-FROM-DD < 1 OR WS-FROM-DD > 31
               OR WS-TO-YY < 1900 OR WS-TO-MM < 1 OR WS-TO-MM > 12
               OR WS-TO-DD < 1 OR WS-TO-DD > 31
               MOVE "N" TO WS-OK-SW
               DISPLAY "DATE NOT VALID"
               GO TO 100-EXIT
           END-IF.
           IF WS-FROM-DATE > WS-TO-DATE
               MOVE "N" TO WS-OK-SW
               DISPLAY "FROM DATE IS AFTER TO DATE"
               GO TO 100-EXIT
           END-IF.
           IF WS-TO-YY - WS-FROM-YY > 29
               MOVE "N" TO WS-OK-SW
               DISPLAY "RANGE MAY NOT SPAN MORE THAN 30 YEARS"
               GO TO 100-EXIT
           END-IF.
       100-EXIT.
           EXIT.
      *
       150-ACCEPT-BRANCHES.
           MOVE 0 TO WS-BRN-COUNT.
           MOVE ALL "N" TO WS-BRN-SELECT.
           MOVE SPACES TO WS-BRN-LIST.
           MOVE 1 TO WS-BRN-PTR.
           MOVE "N" TO WS-BRANCHRF-SW.
           OPEN INPUT BRANCHRF.
           IF WS-BRANCHRF-STATUS = "00"
               SET WS-BRANCHRF-AVAIL TO TRUE
           END-IF.
           DISPLAY "ENTER BRANCH CODES ONE AT A TIME, 0 TO END"
                   " (NONE = ALL BRANCHES)".
       150-NEXT-BRANCH.
           DISPLAY "BRANCH: ".
           ACCEPT WS-E-BRN.
           IF WS-E-BRN = 0
               GO TO 150-END
           END-IF.
           PERFORM 160-CHECK-BRANCH.
      *    the code is range-checked before it is used as a subscript
           IF WS-OK AND WS-E-BRN NOT > 9
               IF WS-BRN-WANTED (WS-E-BRN) NOT = "Y"
                   MOVE "Y" TO WS-BRN-WANTED (WS-E-BRN)
                   ADD 1 TO WS-BRN-COUNT
                   STRING WS-E-BRN " " DELIMITED BY SIZE
                       INTO WS-BRN-LIST WITH POINTER WS-BRN-PTR
               END-IF
           END-IF.
           IF WS-BRN-COUNT < 9
               GO TO 150-NEXT-BRANCH
           END-IF.
       150-END.
           IF WS-BRANCHRF-AVAIL
               CLOSE BRANCHRF
           END-IF.
           IF WS-BRN-COUNT = 0
               MOVE ALL "Y" TO WS-BRN-SELECT
               MOVE "OLA" TO WS-BRN-LIST
           END-IF.
       150-EXIT.
           EXIT.
      *
       160-CHECK-BRANCH.
           MOVE "Y" TO WS-OK-SW.
           IF WS-E-BRN > 9
               MOVE "N" TO WS-OK-SW
               DISPLAY "BRANCH MUST BE 1-9"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-BRANCHRF-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-E-BRN TO BR-CODE.
           READ BRANCHRF
               INVALID KEY
                   MOVE "N" TO WS-OK-SW
                   DISPLAY "BRANCH " WS-E-BRN " NOT ON BRANCHRF"
               NOT INVALID KEY
                   DISPLAY "YPOKATASTHMA " WS-E-BRN " (" BR-NAME ")"
           END-READ.
      *
       180-ACCEPT-RCDS.
           MOVE ALL "N" TO WS-RCD-SELECT.
           MOVE "N" TO WS-RCD-ANY-SW.
           DISPLAY "ENTER RCD TYPES, E.G. 13 (1=SALE 2=DEBIT"
                   " 3=ADJUSTMENT, BLANK = ALL): ".
           MOVE SPACES TO WS-E-RCDS.
           ACCEPT WS-E-RCDS.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 3
               EVALUATE WS-E-RCDS (WS-IND:1)
                   WHEN "1"
                       MOVE "Y" TO WS-RCD-WANTED (1)
                       SET WS-RCD-ANY TO TRUE
                   WHEN "2"
                       MOVE "Y" TO WS-RCD-WANTED (2)
                       SET WS-RCD-ANY TO TRUE
                   WHEN "3"
                       MOVE "Y" TO WS-RCD-WANTED (3)
                       SET WS-RCD-ANY TO TRUE
               END-EVALUATE
           END-PERFORM.
           IF NOT WS-RCD-ANY
               MOVE ALL "Y" TO WS-RCD-SELECT
               MOVE "OLA" TO WS-E-RCDS
           END-IF.
      *
      * an archive is used only when its record count and quantity
      * total agree with its RCD=9 trailer; a year with no archive
      * is still open and is on the live file
       300-READ-ARCHIVE.
           MOVE SPACES TO WS-ARCH-NAME.
           STRING "ARRAY" WS-YEAR ".ARC"
               DELIMITED BY SIZE INTO WS-ARCH-NAME.
           MOVE WS-ARCH-NAME TO WS-SOURCE-NAME.
           OPEN INPUT ARCH-IN.
           IF WS-ARCH-STATUS NOT = "00"
               GO TO 300-EXIT
           END-IF.
           ADD 1 TO WS-SRC-USED.
           MOVE WS-SOURCE-NAME TO SRC-NAME (WS-SRC-USED).
           PERFORM 320-CHECK-TRAILER.
           CLOSE ARCH-IN.
           IF NOT WS-OK
               ADD 1 TO WS-REJECTED-ARCH
               GO TO 300-EXIT
           END-IF.
           MOVE "TRAILER OK" TO SRC-STATE (WS-SRC-USED).
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT ARCH-IN.
           PERFORM UNTIL WS-EOF
               READ ARCH-IN
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE ARCH-LINE TO WS-SALE
                       PERFORM 600-SELECT-SALE THRU 600-EXIT
               END-READ
           END-PERFORM.
           CLOSE ARCH-IN.
       300-EXIT.
           EXIT.
      *
       320-CHECK-TRAILER.
           MOVE "Y" TO WS-OK-SW.
           MOVE "N" TO WS-TRL-FOUND-SW.
           MOVE 0 TO WS-CHK-COUNT WS-CHK-QTY.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ ARCH-IN
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE ARCH-LINE TO WS-SALE
                       IF RCD = 9
                           SET WS-TRL-FOUND TO TRUE
                           MOVE QTY TO WS-TRL-COUNT
                           MOVE UPR TO WS-TRL-QTY
                       ELSE
                           ADD 1 TO WS-CHK-COUNT
                           ADD QTY TO WS-CHK-QTY
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-CHK-COUNT TO WS-CHK-COUNT-5.
           MOVE WS-CHK-QTY   TO WS-CHK-QTY-9.
           IF NOT WS-TRL-FOUND
               MOVE "N" TO WS-OK-SW
               MOVE "*** NO TRAILER - NOT USED" TO SRC-STATE
                   (WS-SRC-USED)
               EXIT PARAGRAPH
           END-IF.
           IF WS-CHK-COUNT-5 NOT = WS-TRL-COUNT
               OR WS-CHK-QTY-9 NOT = WS-TRL-QTY
               MOVE "N" TO WS-OK-SW
               MOVE "*** DOES NOT MATCH TRAILER - NOT USED"
                   TO SRC-STATE (WS-SRC-USED)
           END-IF.
      *
       400-READ-LIVE-FILE.
           MOVE "ARRAY.DAT" TO WS-SOURCE-NAME.
           ADD 1 TO WS-SRC-USED.
           MOVE WS-SOURCE-NAME TO SRC-NAME (WS-SRC-USED).
           OPEN INPUT FILE-IN.
           IF WS-FILE-IN-STATUS NOT = "00"
               MOVE "*** COULD NOT BE OPENED" TO SRC-STATE
                   (WS-SRC-USED)
               GO TO 400-EXIT
           END-IF.
           MOVE "LIVE FILE" TO SRC-STATE (WS-SRC-USED).
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ FILE-IN
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE LIVE-LINE TO WS-SALE
                       PERFORM 600-SELECT-SALE THRU 600-EXIT
               END-READ
           END-PERFORM.
           CLOSE FILE-IN.
       400-EXIT.
           EXIT.
      *
       500-PRINT-LISTING.
           OPEN OUTPUT RPT-OUT.
           OPEN OUTPUT EXT-OUT.
           MOVE SPACES TO RPT-LINE.
           STRING "PWLHSEIS APO " WS-FROM-DATE " EWS " WS-TO-DATE
                  "   YPOKATASTHMATA: " WS-BRN-LIST
                  "   RCD: " WS-E-RCDS
                  "   HMEROMHNIA: " WS-BUS-DATE
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "=" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "HMEROMHNIA  BR  RCD  EIDOS  PELATHS"
                  "    POSOTHTA       TIMH            AXIA  PHGH"
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "-" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "Y" TO WS-FIRST-SW.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SLSWORK.
           MOVE LOW-VALUES TO SW-KEY.
           START SLSWORK KEY NOT LESS THAN SW-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ SLSWORK NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 550-PRINT-ONE-SALE
               END-READ
           END-PERFORM.
           CLOSE SLSWORK.
           IF NOT WS-FIRST
               PERFORM 560-BRANCH-TOTAL
               PERFORM 570-MONTH-TOTAL
           END-IF.
           MOVE ALL "=" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES    TO RPT-TOTAL.
           MOVE "GENIKO SYNOLO" TO RT-LABEL.
           MOVE TG-COUNT  TO RT-COUNT.
           MOVE TG-QTY    TO RT-QTY.
           MOVE TG-VALUE  TO RT-VALUE.
           WRITE RPT-LINE FROM RPT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "PHGES:" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 580-PRINT-SOURCE
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-SRC-USED.
           CLOSE EXT-OUT.
           CLOSE RPT-OUT.
      *
       550-PRINT-ONE-SALE.
           MOVE SW-SALE TO WS-SALE.
           IF WS-FIRST
               MOVE "N" TO WS-FIRST-SW
               MOVE SW-YYMM TO WS-CUR-YYMM
               MOVE SW-BRN  TO WS-CUR-BRN
           END-IF.
           IF SW-YYMM NOT = WS-CUR-YYMM
               PERFORM 560-BRANCH-TOTAL
               PERFORM 570-MONTH-TOTAL
               MOVE SW-YYMM TO WS-CUR-YYMM
               MOVE SW-BRN  TO WS-CUR-BRN
           END-IF.
           IF SW-BRN NOT = WS-CUR-BRN
               PERFORM 560-BRANCH-TOTAL
               MOVE SW-BRN TO WS-CUR-BRN
           END-IF.
           COMPUTE WS-VALUE = QTY * UPR.
           COMPUTE WS-SALE-DATE = RYY * 10000 + RMM * 100 + RDD.
           MOVE SPACES       TO RPT-DETAIL.
           MOVE WS-SALE-DATE TO RD-DATE.
           MOVE SW-BRN       TO RD-BRN.
           MOVE RCD          TO RD-RCD.
           MOVE ITEM         TO RD-ITEM.
           MOVE CUST         TO RD-CUST.
           MOVE QTY          TO RD-QTY.
           MOVE UPR          TO RD-UPR.
           MOVE WS-VALUE     TO RD-VALUE.
           MOVE SW-SOURCE    TO RD-SOURCE.
           WRITE RPT-LINE FROM RPT-DETAIL.
           ADD 1        TO TB-COUNT.
           ADD QTY      TO TB-QTY.
           ADD WS-VALUE TO TB-VALUE.
           MOVE WS-SALE-DATE TO EX-DATE.
           MOVE SW-BRN       TO EX-BRN.
           MOVE RCD          TO EX-RCD.
           MOVE ITEM         TO EX-ITEM.
           MOVE CUST         TO EX-CUST.
           MOVE QTY          TO EX-QTY.
           MOVE UPR          TO EX-UPR.
           MOVE WS-VALUE     TO EX-VALUE.
           MOVE SW-SOURCE    TO EX-SOURCE.
           WRITE EX-REC.
      *
       560-BRANCH-TOTAL.
           MOVE SPACES TO RPT-TOTAL.
           IF WS-CUR-BRN = 10
               MOVE "  SYNOLO XWRIS KWDIKO" TO RT-LABEL
           ELSE
               STRING "  SYNOLO YPOKATASTHMATOS " WS-CUR-BRN
                   DELIMITED BY SIZE INTO RT-LABEL
           END-IF.
           MOVE TB-COUNT TO RT-COUNT.
           MOVE TB-QTY   TO RT-QTY.
           MOVE TB-VALUE TO RT-VALUE.
           WRITE RPT-LINE FROM RPT-TOTAL.
           ADD TB-COUNT TO TM-COUNT.
           ADD TB-QTY   TO TM-QTY.
           ADD TB-VALUE TO TM-VALUE.
           MOVE 0 TO TB-COUNT TB-QTY TB-VALUE.
      *
       570-MONTH-TOTAL.
           MOVE SPACES TO RPT-TOTAL.
           STRING "SYNOLO MHNA " WS-CUR-YYMM (5:2) "/"
                  WS-CUR-YYMM (1:4)
               DELIMITED BY SIZE INTO RT-LABEL.
           MOVE TM-COUNT TO RT-COUNT.
           MOVE TM-QTY   TO RT-QTY.
           MOVE TM-VALUE TO RT-VALUE.
           WRITE RPT-LINE FROM RPT-TOTAL.
           MOVE ALL "-" TO RPT-LINE.
           WRITE RPT-LINE.
           ADD TM-COUNT TO TG-COUNT.
           ADD TM-QTY   TO TG-QTY.
           ADD TM-VALUE TO TG-VALUE.
           MOVE 0 TO TM-COUNT TM-QTY TM-VALUE.
      *
       580-PRINT-SOURCE.
           MOVE SRC-SELECTED (WS-IND) TO WS-ED-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING "  " SRC-NAME (WS-IND) "  " SRC-STATE (WS-IND)
                  "  EPILEXTHKAN: " WS-ED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
      *
      * the same record rules as Program3: trailers, bad months and
      * bad record types are not sales
       600-SELECT-SALE.
           IF RCD = 9
               GO TO 600-EXIT
           END-IF.
           IF RMM > 12 OR RMM < 1 OR NOT VALID-RCD
               GO TO 600-EXIT
           END-IF.
           COMPUTE WS-SALE-DATE = RYY * 10000 + RMM * 100 + RDD.
           IF WS-SALE-DATE < WS-FROM-DATE
               OR WS-SALE-DATE > WS-TO-DATE
               GO TO 600-EXIT
           END-IF.
           IF WS-RCD-WANTED (RCD) NOT = "Y"
               GO TO 600-EXIT
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
           IF WS-BRN-WANTED (WS-BR-IND) NOT = "Y"
               GO TO 600-EXIT
           END-IF.
           ADD 1 TO WS-SEQ.
           MOVE SPACES TO SW-REC.
           COMPUTE SW-YYMM = RYY * 100 + RMM.
           MOVE WS-BR-IND      TO SW-BRN.
           MOVE WS-SEQ         TO SW-SEQ.
           MOVE WS-SALE        TO SW-SALE.
           MOVE WS-SOURCE-NAME TO SW-SOURCE.
           WRITE SW-REC
               INVALID KEY
                   GO TO 600-EXIT
           END-WRITE.
           ADD 1 TO WS-SELECTED.
           ADD 1 TO SRC-SELECTED (WS-SRC-USED).
       600-EXIT.
           EXIT.
      *
       TELOS.
           EXIT PROGRAM.
      *

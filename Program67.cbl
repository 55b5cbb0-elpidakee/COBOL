       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program67.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-IN ASSIGN TO "ARRAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-IN-STATUS.
           SELECT PRODREF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PR-CODE
               FILE STATUS IS WS-PRODREF-STATUS.
           SELECT RPT-OUT ASSIGN TO "PRODSALE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * same ARRAY.DAT stream Program3 totals for MONTHLY.PRT - the
      * trailer and the lines Program3 sends to EXCEPT.DAT are left
      * out here too, so the grand total agrees with MONTHLY.PRT
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
       FD  PRODREF       RECORD CONTAINS  51 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS PR-REC
                         VALUE OF FILE-ID IS "PRODREF.DAT".
       01  PR-REC.
           02 PR-CODE       PIC X(6).
           02 PR-DESC       PIC X(25).
           02 PR-CATEGORY   PIC X(4).
           02 FILLER        PIC X(2).
           02 PR-LIST-PRICE PIC 9(9).
           02 PR-TOLERANCE  PIC 9(2).
           02 FILLER        PIC X(2).
           02 PR-ACTIVE     PIC X(1).
      *
       FD  RPT-OUT       LABEL RECORD STANDARD.
       01  RPT-LINE      PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-IN-STATUS  PIC XX.
       01  WS-PRODREF-STATUS  PIC XX.
       01  WS-PRODREF-SW      PIC X(1).
           88 WS-PRODREF-AVAIL      VALUE "Y".
       01  WS-EOF-SW          PIC A(1).
           88 WS-EOF                VALUE "Y".
       01  WS-FULL-SW         PIC X(1).
           88 WS-TABLE-FULL         VALUE "Y".
       01  WS-FOUND-SW        PIC X(1).
           88 WS-FOUND              VALUE "Y".
       01  WS-BUS-DATE        PIC 9(8).
       01  WS-BUSDATE-FUNC    PIC X(1).
       01  WS-BUSDATE-RC      PIC 9(2).
       01  WS-GEN-SOURCE      PIC X(20).
       01  WS-GEN-RC          PIC 9(2).
       01  WS-REC-COUNT       PIC 9(9).
       01  WS-USED-COUNT      PIC 9(9).
       01  WS-DROP-COUNT      PIC 9(9).
       01  WS-AMOUNT          PIC 9(15).
       01  WS-KEY.
           02 WS-K-YYMM.
              03 WS-K-YY      PIC 9(4).
              03 WS-K-MM      PIC 99.
           02 WS-K-BRN        PIC 99.
           02 WS-K-CAT        PIC X(4).
           02 WS-K-ITEM       PIC X(6).
       01  WS-DESC            PIC X(25).
      * blank items (sales keyed before item codes, SQL rows with no
      * ItemCode) and codes no longer on PRODREF get their own
      * categories so they still add up to the MONTHLY.PRT figures
       77  WS-CAT-BLANK       PIC X(4) VALUE "-NC-".
       77  WS-CAT-UNKNOWN     PIC X(4) VALUE "-NP-".
       01  WS-IDX             PIC 9(4).
       01  WS-JDX             PIC 9(4).
       01  WS-CDX             PIC 9(4).
       01  WS-PS-COUNT        PIC 9(4) VALUE 0.
       77  WS-PS-MAX          PIC 9(4) VALUE 3000.
      * one line per month / branch / category / item, kept in key
      * order as it is built so the report can be written straight off
       01  WS-PS-TABLE.
           02  PS-ENTRY OCCURS 3000 TIMES.
               03  PS-KEY.
                   04 PS-YYMM.
                      05 PS-YY    PIC 9(4).
                      05 PS-MM    PIC 99.
                   04 PS-BRN      PIC 99.
                   04 PS-CAT      PIC X(4).
                   04 PS-ITEM     PIC X(6).
               03  PS-DESC        PIC X(25).
               03  PS-QTY         PIC 9(9).
               03  PS-AMT         PIC 9(15).
       01  WS-CT-COUNT        PIC 9(4) VALUE 0.
       01  WS-CT-TABLE.
           02  CT-ENTRY OCCURS 200 TIMES.
               03  CT-CAT         PIC X(4).
               03  CT-QTY         PIC 9(9).
               03  CT-AMT         PIC 9(15).
       01  WS-PREV-MB         PIC X(8).
       01  WS-PREV-CAT        PIC X(4).
       01  WS-CAT-QTY         PIC 9(9).
       01  WS-CAT-AMT         PIC 9(15).
       01  WS-MB-QTY          PIC 9(9).
       01  WS-MB-AMT          PIC 9(15).
       01  WS-TOT-QTY         PIC 9(9).
       01  WS-TOT-AMT         PIC 9(15).
       01  WS-ED-QTY          PIC Z(8)9.
       01  WS-ED-AMT          PIC Z(14)9.
       01  WS-ED-CNT          PIC Z(8)9.
       01  RPT-DETAIL.
           02  FILLER      PIC X(4)  VALUE SPACES.
           02  RD-CAT      PIC X(4).
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  RD-ITEM     PIC X(6).
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  RD-DESC     PIC X(25).
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  RD-QTY      PIC Z(8)9.
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  RD-AMT      PIC Z(14)9.
      *
       LINKAGE SECTION.
       01  LS-RETURN-CODE PIC 9(2).

       PROCEDURE DIVISION USING LS-RETURN-CODE.
       ARXH.
           MOVE 0 TO LS-RETURN-CODE.
           MOVE 0 TO WS-REC-COUNT WS-USED-COUNT WS-DROP-COUNT.
           MOVE 0 TO WS-PS-COUNT WS-CT-COUNT.
           MOVE "N" TO WS-FULL-SW.
           MOVE "G" TO WS-BUSDATE-FUNC.
           CALL 'Program29' USING WS-BUSDATE-FUNC, WS-BUS-DATE,
               WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUS-DATE
           END-IF.
           OPEN INPUT FILE-IN.
           IF WS-FILE-IN-STATUS NOT = "00"
               MOVE 18 TO LS-RETURN-CODE
               DISPLAY "PROGRAM67: ARRAY.DAT COULD NOT BE OPENED"
                       " - STATUS " WS-FILE-IN-STATUS
               GO TO TELOS
           END-IF.
           MOVE "N" TO WS-PRODREF-SW.
           OPEN INPUT PRODREF.
           IF WS-PRODREF-STATUS = "00"
               SET WS-PRODREF-AVAIL TO TRUE
           ELSE
               DISPLAY "PROGRAM67: PRODREF.DAT NOT AVAILABLE - ALL"
                       " ITEMS REPORTED AS NOT ON PRODREF"
           END-IF.
           PERFORM 100-READ-SALES THRU 100-EXIT.
           CLOSE FILE-IN.
           IF WS-PRODREF-AVAIL
               CLOSE PRODREF
           END-IF.
           OPEN OUTPUT RPT-OUT.
           PERFORM 500-WRITE-HEADING.
           PERFORM 600-WRITE-DETAIL.
           PERFORM 700-WRITE-CATEGORY-SUMMARY.
           CLOSE RPT-OUT.
           MOVE "PRODSALE.PRT" TO WS-GEN-SOURCE.
           CALL 'Program30' USING WS-GEN-SOURCE, WS-GEN-RC.
           DISPLAY "PROGRAM67: " WS-USED-COUNT
                   " SALE(S) REPORTED - SEE PRODSALE.PRT".
      *    a full table still gives a usable report, but the totals
      *    no longer match MONTHLY.PRT and the caller must know
           IF WS-TABLE-FULL
               MOVE 19 TO LS-RETURN-CODE
           END-IF.
           GO TO TELOS.
      *
       100-READ-SALES.
           READ FILE-IN
               AT END GO TO 100-EXIT
           END-READ.
           ADD 1 TO WS-REC-COUNT.
           IF RCD = 9
               GO TO 100-READ-SALES
           END-IF.
           IF RMM > 12 OR RMM < 1 OR NOT VALID-RCD
               GO TO 100-READ-SALES
           END-IF.
           IF QTY NOT NUMERIC OR UPR NOT NUMERIC
               GO TO 100-READ-SALES
           END-IF.
           COMPUTE WS-AMOUNT = QTY * UPR.
           MOVE RYY  TO WS-K-YY.
           MOVE RMM  TO WS-K-MM.
           MOVE RBR  TO WS-K-BRN.
           MOVE ITEM TO WS-K-ITEM.
           PERFORM 200-CLASSIFY-ITEM.
           PERFORM 300-ADD-TO-TABLE.
           PERFORM 400-ADD-TO-CATEGORY.
           ADD 1 TO WS-USED-COUNT.
           GO TO 100-READ-SALES.
       100-EXIT.
           EXIT.
      *
       200-CLASSIFY-ITEM.
           IF ITEM = SPACES
               MOVE WS-CAT-BLANK TO WS-K-CAT
               MOVE "(NO ITEM CODE)" TO WS-DESC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CAT-UNKNOWN TO WS-K-CAT.
           MOVE "*** NOT ON PRODREF ***" TO WS-DESC.
           IF NOT WS-PRODREF-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE ITEM TO PR-CODE.
           READ PRODREF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PR-CATEGORY TO WS-K-CAT
                   MOVE PR-DESC     TO WS-DESC
           END-READ.
      *
      * the table is small enough to search from the top; a new key
      * is slotted in where it belongs so the table stays in order
       300-ADD-TO-TABLE.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > WS-PS-COUNT
               IF PS-KEY (WS-IDX) = WS-KEY
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
               IF PS-KEY (WS-IDX) > WS-KEY
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.
           IF NOT WS-FOUND
               IF WS-PS-COUNT >= WS-PS-MAX
                   IF NOT WS-TABLE-FULL
                       DISPLAY "PROGRAM67: MORE THAN " WS-PS-MAX
                               " PRODUCT LINES - REST NOT REPORTED"
                   END-IF
                   SET WS-TABLE-FULL TO TRUE
                   ADD 1 TO WS-DROP-COUNT
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PS-COUNT TO WS-JDX
               PERFORM UNTIL WS-JDX < WS-IDX
                   MOVE PS-ENTRY (WS-JDX) TO PS-ENTRY (WS-JDX + 1)
                   SUBTRACT 1 FROM WS-JDX
               END-PERFORM
               ADD 1 TO WS-PS-COUNT
               MOVE WS-KEY  TO PS-KEY (WS-IDX)
               MOVE WS-DESC TO PS-DESC (WS-IDX)
               MOVE 0 TO PS-QTY (WS-IDX) PS-AMT (WS-IDX)
           END-IF.
           ADD QTY       TO PS-QTY (WS-IDX).
           ADD WS-AMOUNT TO PS-AMT (WS-IDX).
      *
       400-ADD-TO-CATEGORY.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-CDX FROM 1 BY 1
                   UNTIL WS-CDX > WS-CT-COUNT
               IF CT-CAT (WS-CDX) = WS-K-CAT
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               IF WS-CT-COUNT >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CT-COUNT
               MOVE WS-CT-COUNT TO WS-CDX
               MOVE WS-K-CAT TO CT-CAT (WS-CDX)
               MOVE 0 TO CT-QTY (WS-CDX) CT-AMT (WS-CDX)
           END-IF.
           ADD QTY       TO CT-QTY (WS-CDX).
           ADD WS-AMOUNT TO CT-AMT (WS-CDX).
      *
       500-WRITE-HEADING.
           MOVE SPACES TO RPT-LINE.
           STRING "PWLHSEIS ANA EIDOS KAI KATHGORIA   "
                  "HMEROMHNIA: " WS-BUS-DATE
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "=" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "KATHGORIA " WS-CAT-BLANK " = XWRIS KWDIKO EIDOYS"
                  "   " WS-CAT-UNKNOWN " = KWDIKOS EKTOS PRODREF"
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
      *
       600-WRITE-DETAIL.
           MOVE SPACES TO WS-PREV-MB WS-PREV-CAT.
           MOVE 0 TO WS-TOT-QTY WS-TOT-AMT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PS-COUNT
               IF PS-KEY (WS-IDX) (1:8) NOT = WS-PREV-MB
                   IF WS-PREV-MB NOT = SPACES
                       PERFORM 650-CATEGORY-TOTAL
                       PERFORM 660-MONTH-BRANCH-TOTAL
                   END-IF
                   PERFORM 640-MONTH-BRANCH-HEADING
               ELSE
                   IF PS-CAT (WS-IDX) NOT = WS-PREV-CAT
                       PERFORM 650-CATEGORY-TOTAL
                   END-IF
               END-IF
               MOVE PS-CAT (WS-IDX) TO WS-PREV-CAT
               MOVE PS-CAT (WS-IDX)  TO RD-CAT
               MOVE PS-ITEM (WS-IDX) TO RD-ITEM
               MOVE PS-DESC (WS-IDX) TO RD-DESC
               MOVE PS-QTY (WS-IDX)  TO RD-QTY
               MOVE PS-AMT (WS-IDX)  TO RD-AMT
               WRITE RPT-LINE FROM RPT-DETAIL
               ADD PS-QTY (WS-IDX) TO WS-CAT-QTY WS-MB-QTY WS-TOT-QTY
               ADD PS-AMT (WS-IDX) TO WS-CAT-AMT WS-MB-AMT WS-TOT-AMT
           END-PERFORM.
           IF WS-PREV-MB NOT = SPACES
               PERFORM 650-CATEGORY-TOTAL
               PERFORM 660-MONTH-BRANCH-TOTAL
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TOT-QTY TO WS-ED-QTY.
           MOVE WS-TOT-AMT TO WS-ED-AMT.
           MOVE SPACES TO RPT-LINE.
           STRING "GENIKO SYNOLO   POSOTHTA " WS-ED-QTY
                  "   AXIA " WS-ED-AMT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-TABLE-FULL
               MOVE WS-DROP-COUNT TO WS-ED-CNT
               MOVE SPACES TO RPT-LINE
               STRING "*** PINAKAS GEMATOS - " WS-ED-CNT
                      " PWLHSEIS DEN PERILAMBANONTAI ***"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      *
       640-MONTH-BRANCH-HEADING.
           MOVE PS-KEY (WS-IDX) (1:8) TO WS-PREV-MB.
           MOVE SPACES TO WS-PREV-CAT.
           MOVE 0 TO WS-MB-QTY WS-MB-AMT WS-CAT-QTY WS-CAT-AMT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "MHNAS " PS-MM (WS-IDX) "/" PS-YY (WS-IDX)
                  "   KATASTHMA " PS-BRN (WS-IDX)
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "    KATH  EIDOS   PERIGRAFH                  "
               TO RPT-LINE.
           MOVE " POSOTHTA             AXIA" TO RPT-LINE (46:26).
           WRITE RPT-LINE.
           MOVE ALL "-" TO RPT-LINE.
           WRITE RPT-LINE.
      *
       650-CATEGORY-TOTAL.
           MOVE SPACES TO RD-CAT RD-ITEM.
           MOVE SPACES TO RD-DESC.
           STRING "SYNOLO KATHGORIAS " WS-PREV-CAT
               DELIMITED BY SIZE INTO RD-DESC.
           MOVE WS-CAT-QTY TO RD-QTY.
           MOVE WS-CAT-AMT TO RD-AMT.
           WRITE RPT-LINE FROM RPT-DETAIL.
           MOVE 0 TO WS-CAT-QTY WS-CAT-AMT.
      *
       660-MONTH-BRANCH-TOTAL.
           MOVE SPACES TO RD-CAT RD-ITEM.
           MOVE "SYNOLO MHNA/KATASTHMATOS" TO RD-DESC.
           MOVE WS-MB-QTY TO RD-QTY.
           MOVE WS-MB-AMT TO RD-AMT.
           WRITE RPT-LINE FROM RPT-DETAIL.
      *
       700-WRITE-CATEGORY-SUMMARY.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "SYNOLA ANA KATHGORIA (OLOI OI MHNES/KATASTHMATA)"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "-" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-CDX FROM 1 BY 1
                   UNTIL WS-CDX > WS-CT-COUNT
               MOVE CT-CAT (WS-CDX) TO RD-CAT
               MOVE SPACES TO RD-ITEM RD-DESC
               MOVE CT-QTY (WS-CDX) TO RD-QTY
               MOVE CT-AMT (WS-CDX) TO RD-AMT
               WRITE RPT-LINE FROM RPT-DETAIL
           END-PERFORM.
      *
       TELOS.
           EXIT PROGRAM.
      *

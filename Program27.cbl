           03 H-UPR     PIC 9(9).
           03 H-RCD     PIC 9.
           03 H-BRN     PIC 99.
           03 H-ITEM    PIC X(6).
           03 H-CUST    PIC 9(6).
       FD  BRIDGE-CTL
           LABEL RECORD STANDARD.
       01  CTL-REC.
       77  WS-YY-PIVOT       PIC 99 VALUE 50.
       01  WS-YY2            PIC 99.
       01  WS-YY4            PIC 9(4).
      * credit sales and credit notes on a customer's account are
      * raised on receivables as they cross the bridge
       01  WS-AR-RC          PIC 9(2).
       01  WS-AR-FAIL-COUNT  PIC 9(4) VALUE 0.
       01  WS-AR-HELD-SW     PIC X VALUE "N".
           88 WS-AR-HELD     VALUE "Y".
       01  WS-AR-REQUEST.
           02 ARQ-FUNC        PIC X(1).
           02 ARQ-CUST        PIC 9(6).
           02 ARQ-DATE        PIC 9(8).
           02 ARQ-AMOUNT      PIC 9(11).
           02 ARQ-BRN         PIC 99.
           02 ARQ-SOURCE      PIC X(20).
           02 ARQ-USER        PIC X(8).
           02 ARQ-APPLY-REF   PIC 9(8).
           02 ARQ-REF         PIC 9(8).

       EXEC SQL
         INCLUDE SQLCA
           02 WS-QTY     PIC 9(5).
           02 WS-UPR     PIC 9(9).
           02 WS-RCD     PIC 9.
           02 WS-ITEM    PIC X(6).
           02 WS-CUSTNO  PIC 9(6).
           02 WS-ORDNO   PIC 9(9).
       EXEC SQL END DECLARE SECTION END-EXEC.

       LINKAGE SECTION.
           MOVE "N" TO WS-HANDOFF-OPENED-SW.
           PERFORM 050-READ-CONTROL.
           MOVE WS-HIGH-ID TO WS-LAST-ID.
           MOVE "N" TO WS-AR-HELD-SW.
           MOVE 0 TO WS-AR-FAIL-COUNT.
           MOVE SPACES TO WS-AR-REQUEST.
           MOVE "O" TO ARQ-FUNC.
           CALL 'Program69' USING WS-AR-REQUEST, WS-AR-RC.
           IF WS-AR-RC NOT = 0
               MOVE 24 TO LS-RETURN-CODE
               DISPLAY "PROGRAM27: RECEIVABLES NOT AVAILABLE - NOTHING"
                       " EXTRACTED"
               GO TO 100-EXIT
           END-IF.
           SET WS-AR-HELD TO TRUE.
           CALL "SQLCONN" USING WS-CONN-RETURN-CODE.
           IF WS-CONN-RETURN-CODE NOT = 0
               MOVE WS-CONN-RETURN-CODE TO LS-RETURN-CODE
      * taken, so nothing is double-counted on the next run
           EXEC SQL
               DECLARE c2 CURSOR FOR
               SELECT ID, SaleDate, Qty, UnitPrice, Rcd,
                      ISNULL(ItemCode, ' '),
                      ISNULL(CustomerNo, 0), ISNULL(OrderNo, 0)
                 FROM SalesLT.DemoTable
                WHERE ID > :WS-LAST-ID
                  AND Qty IS NOT NULL
                   MOVE WS-UPR   TO H-UPR
                   MOVE WS-RCD   TO H-RCD
                   MOVE WS-SQL-BRANCH TO H-BRN
                   MOVE WS-ITEM  TO H-ITEM
                   MOVE WS-CUSTNO TO H-CUST
      * the receivable is raised before the row is handed off - a row
      * that cannot be raised stops the extract below the high-water
      * mark, so it and everything after it come across next run
                   IF (WS-RCD = 1 OR WS-RCD = 2) AND WS-CUSTNO > 0
                       AND H-RMM >= 1 AND H-RMM <= 12
                       PERFORM 300-RAISE-RECEIVABLE
                       IF WS-AR-FAIL-COUNT > 0
                           GO TO CLOSE-LOOP
                       END-IF
                   END-IF
                   WRITE HREC
                   ADD 1 TO WS-EXTRACT-COUNT
                   IF WSID > WS-HIGH-ID
           PERFORM 200-WRITE-CONTROL.
           DISPLAY "PROGRAM27: " WS-EXTRACT-COUNT
                   " ROWS EXTRACTED TO SALEXT.DAT".
           IF WS-AR-FAIL-COUNT > 0
               MOVE 24 TO LS-RETURN-CODE
               DISPLAY "PROGRAM27: EXTRACT STOPPED AT ROW " WSID
                       " - IT WILL BE TAKEN AGAIN ON THE NEXT RUN"
           END-IF.

       100-EXIT.
           IF WS-HANDOFF-OPENED
               CLOSE HANDOFF
           END-IF.
           IF WS-AR-HELD
               MOVE "C" TO ARQ-FUNC
               CALL 'Program69' USING WS-AR-REQUEST, WS-AR-RC
           END-IF.
           EXIT PROGRAM.

       050-READ-CONTROL.
           MOVE WS-HIGH-ID TO CTL-LAST-ID.
           WRITE CTL-REC.
           CLOSE BRIDGE-CTL.

       300-RAISE-RECEIVABLE.
           MOVE SPACES TO WS-AR-REQUEST.
           IF WS-RCD = 1
               MOVE "I" TO ARQ-FUNC
           ELSE
               MOVE "N" TO ARQ-FUNC
           END-IF.
           MOVE WS-CUSTNO TO ARQ-CUST.
           COMPUTE ARQ-DATE = WS-YY4 * 10000 + H-RMM * 100 + H-RDD.
           COMPUTE ARQ-AMOUNT = WS-QTY * WS-UPR.
           MOVE WS-SQL-BRANCH TO ARQ-BRN.
           STRING "SQL ORDER " WS-ORDNO DELIMITED BY SIZE
               INTO ARQ-SOURCE.
           MOVE "BRIDGE" TO ARQ-USER.
           MOVE 0 TO ARQ-APPLY-REF.
           MOVE 0 TO ARQ-REF.
           CALL 'Program69' USING WS-AR-REQUEST, WS-AR-RC.
           IF WS-AR-RC NOT = 0
               ADD 1 TO WS-AR-FAIL-COUNT
               DISPLAY "PROGRAM27: ROW " WSID " NOT RAISED ON"
                       " RECEIVABLES - RETURN CODE " WS-AR-RC
           END-IF.

           03 UPR      PIC 9(9).
           03 RCD      PIC 9.
           03 RBR      PIC 99.
           03 ITEM     PIC X(6).
           03 CUST     PIC 9(6).

       FD  BATEMPTY
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-BATCH-FILE.
       01  BATEMPTY-LINE PIC X(37).

       FD  BATCAT
           LABEL RECORD STANDARD.
           02 BC-FILE   PIC X(20).
           02 FILLER    PIC X(2).
           02 BC-STATUS PIC X(1).
           02 FILLER    PIC X(2).
           02 BC-DATE   PIC X(8).

       FD  ARRIN
           LABEL RECORD STANDARD.
           03 A-UPR    PIC 9(9).
           03 A-RCD    PIC 9.
           03 A-BRN    PIC XX.
           03 A-ITEM   PIC X(6).
           03 A-CUST   PIC 9(6).

       FD  ARROUT
           LABEL RECORD STANDARD.
       01  ARROUT-LINE  PIC X(37).

       FD  ARRWORK
           LABEL RECORD STANDARD.
           03 W-UPR    PIC 9(9).
           03 W-RCD    PIC 9.
           03 W-BRN    PIC 99.
           03 W-ITEM   PIC X(6).
           03 W-CUST   PIC 9(6).
      *
       WORKING-STORAGE SECTION.
       01  WS-BATIN-STATUS   PIC XX.
               03  BCT-USER   PIC X(8).
               03  BCT-FILE   PIC X(20).
               03  BCT-STATUS PIC X(1).
               03  BCT-DATE   PIC X(8).
       01  WS-BUS-DATE       PIC 9(8).
       01  WS-BUSDATE-FUNC   PIC X(1).
       01  WS-BUSDATE-RC     PIC 9(2).
      * the files this run actually merged - the retire step marks
      * exactly these and nothing else, against a FRESH read of the
      * catalogue, so a batch released while the merge was running
       01  WS-MG-HIT         PIC 9(2).
       01  WS-MG-TABLE.
           02  MG-FILE OCCURS 50 TIMES PIC X(20).
      * credit sales and credit notes keyed against a customer are
      * raised on receivables as their batch is merged - once, here,
      * since a batch is merged only once
       01  WS-AR-RC          PIC 9(2).
       01  WS-AR-COUNT       PIC 9(5).
       01  WS-AR-FAIL-COUNT  PIC 9(5).
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
      *
       LINKAGE SECTION.
       01  LS-RETURN-CODE PIC 9(2).
                       " LEFT UNTOUCHED"
               EXIT PROGRAM
           END-IF.
           MOVE 0 TO WS-AR-COUNT WS-AR-FAIL-COUNT.
           MOVE SPACES TO WS-AR-REQUEST.
           MOVE "O" TO ARQ-FUNC.
           CALL 'Program69' USING WS-AR-REQUEST, WS-AR-RC.
           IF WS-AR-RC NOT = 0
               MOVE 24 TO LS-RETURN-CODE
               DISPLAY "PROGRAM49: RECEIVABLES NOT AVAILABLE - MERGE"
                       " ABANDONED, ARRAY.DAT LEFT UNTOUCHED"
               EXIT PROGRAM
           END-IF.
           PERFORM 400-START-CONSOLIDATED-FILE.
           SET WS-MERGE-PASS TO TRUE.
           MOVE 0 TO WS-MG-USED.
               UNTIL WS-BC-IND > WS-BC-USED.
           PERFORM 500-FINISH-CONSOLIDATED-FILE.
           PERFORM 600-RETIRE-MERGED-BATCHES.
           MOVE "C" TO ARQ-FUNC.
           CALL 'Program69' USING WS-AR-REQUEST, WS-AR-RC.
           DISPLAY "PROGRAM49: " WS-AR-COUNT " EGGRAFES STOYS PELATES".
           IF WS-AR-FAIL-COUNT > 0
               MOVE 24 TO LS-RETURN-CODE
               DISPLAY "PROGRAM49: *** " WS-AR-FAIL-COUNT
                       " EGGRAFES DEN PERASTHKAN STOYS PELATES ***"
               DISPLAY "PROGRAM49: THE BATCHES ARE MERGED - RAISE THE"
                       " ITEMS LISTED ABOVE BY HAND"
           END-IF.
           DISPLAY "PROGRAM49: " WS-REC-COUNT " KINHSEIS, POSOTHTA "
                   WS-TOTAL-QTY " STO ENOPOIHMENO ARRAY.DAT".
           EXIT PROGRAM.
                           MOVE BC-USER   TO BCT-USER (WS-BC-USED)
                           MOVE BC-FILE   TO BCT-FILE (WS-BC-USED)
                           MOVE BC-STATUS TO BCT-STATUS (WS-BC-USED)
                           MOVE BC-DATE   TO BCT-DATE (WS-BC-USED)
                       END-IF
               END-READ
           END-PERFORM.
                   WRITE WREC
                   ADD 1 TO WS-REC-COUNT
                   ADD QTY TO WS-TOTAL-QTY
                   IF (RCD = 1 OR RCD = 2) AND CUST NUMERIC
                       IF CUST > 0 AND RMM >= 1 AND RMM <= 12
                           PERFORM 270-RAISE-RECEIVABLE
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       270-RAISE-RECEIVABLE.
           MOVE SPACES TO WS-AR-REQUEST.
           IF RCD = 1
               MOVE "I" TO ARQ-FUNC
           ELSE
               MOVE "N" TO ARQ-FUNC
           END-IF.
           MOVE CUST TO ARQ-CUST.
           COMPUTE ARQ-DATE = RYY * 10000 + RMM * 100 + RDD.
           COMPUTE ARQ-AMOUNT = QTY * UPR.
           MOVE RBR TO ARQ-BRN.
           MOVE WS-BATCH-FILE TO ARQ-SOURCE.
           MOVE BCT-USER (WS-BC-IND) TO ARQ-USER.
           MOVE 0 TO ARQ-APPLY-REF.
           MOVE 0 TO ARQ-REF.
           CALL 'Program69' USING WS-AR-REQUEST, WS-AR-RC.
           IF WS-AR-RC = 0
               ADD 1 TO WS-AR-COUNT
           ELSE
               ADD 1 TO WS-AR-FAIL-COUNT
               DISPLAY "  " WS-BATCH-FILE " CUSTOMER " CUST
                       " NOT RAISED ON RECEIVABLES - RETURN CODE "
                       WS-AR-RC
           END-IF.
      *
       300-VERIFY-BATCH-TOTALS.
           IF NOT WS-BAT-TRAILER-FOUND
           MOVE WS-TOTAL-QTY TO W-UPR.
           MOVE 9 TO W-RCD.
           MOVE 0 TO W-BRN.
           MOVE 0 TO W-CUST.
           WRITE WREC.
           CLOSE ARRWORK.
           MOVE "N" TO WS-EOF-SW.
      * released while the merge ran, and only the files this run
      * actually took may be touched - rewriting from the stale
      * start-of-run table would be last-writer-wins all over again
           MOVE "G" TO WS-BUSDATE-FUNC.
           CALL 'Program29' USING WS-BUSDATE-FUNC, WS-BUS-DATE,
               WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUS-DATE
           END-IF.
           PERFORM 100-LOAD-CATALOGUE.
           PERFORM 650-RETIRE-ONE-BATCH
               VARYING WS-BC-IND FROM 1 BY 1
           OPEN OUTPUT BATEMPTY.
           CLOSE BATEMPTY.
           MOVE "M" TO BCT-STATUS (WS-BC-IND).
           MOVE WS-BUS-DATE TO BCT-DATE (WS-BC-IND).
      *
       700-WRITE-ONE-CAT-LINE.
           MOVE SPACES TO BC-REC.
           MOVE BCT-USER   (WS-BC-IND) TO BC-USER.
           MOVE BCT-FILE   (WS-BC-IND) TO BC-FILE.
           MOVE BCT-STATUS (WS-BC-IND) TO BC-STATUS.
           MOVE BCT-DATE   (WS-BC-IND) TO BC-DATE.
           WRITE BC-REC.
      *

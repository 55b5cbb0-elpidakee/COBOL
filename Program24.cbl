               03 EX-BRN    PIC 99.
               03 FILLER    PIC X(2).
               03 EX-REASON PIC X(30).
               03 FILLER    PIC X(2).
               03 EX-ITEM   PIC X(6).
               03 FILLER    PIC X(2).
               03 EX-CUST   PIC 9(6).

           FD  EXCOUT
               LABEL RECORD STANDARD.
           01  EXCOUT-LINE  PIC X(90).

           FD  EXCWORK
               LABEL RECORD STANDARD.
           01  EXCWORK-LINE PIC X(90).

           FD  ARRIN
               LABEL RECORD STANDARD.
               03 UPR      PIC 9(9).
               03 RCD      PIC 9.
               03 RBR      PIC 99.
               03 ITEM     PIC X(6).
               03 CUST     PIC 9(6).

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
       WORKING-STORAGE SECTION.
       01  WS-EXCIN-STATUS   PIC XX.
       01  WS-EXCOUT-STATUS  PIC XX.
       01  WS-E-UPR          PIC 9(9).
       01  WS-E-RCD          PIC 9.
       01  WS-E-BRN          PIC 99.
       01  WS-E-ITEM         PIC X(6).
       01  WS-E-CUST         PIC 9(6).
       01  WS-AR-RC          PIC 9(2).
       01  WS-AR-COUNT       PIC 9(3).
       01  WS-AR-FAIL-COUNT  PIC 9(3).
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
       01  WS-FIX-MAX        PIC 9(3) VALUE 100.
       01  WS-FIX-USED       PIC 9(3).
       01  WS-FIX-IND        PIC 9(3).
               03  FIX-UPR   PIC 9(9).
               03  FIX-RCD   PIC 9.
               03  FIX-BRN   PIC 99.
               03  FIX-ITEM  PIC X(6).
               03  FIX-CUST  PIC 9(6).
      *
       LINKAGE SECTION.
       01  LS-RETURN-CODE PIC 9(2).
           CLOSE EXCWORK.
           IF WS-FIX-USED > 0
               PERFORM 400-POST-CORRECTED-TO-ARRAY
               PERFORM 500-RAISE-RECEIVABLES
           END-IF.
           PERFORM 600-REWRITE-EXCEPT-FILE.
           DISPLAY "--------------------------------------------------".
           DISPLAY "--------------------------------------------------".
           DISPLAY "HMERA: " EX-HMERA "  QTY: " EX-QTY
                   "  UPR: " EX-UPR "  RCD: " EX-RCD
                   "  BRN: " EX-BRN "  ITEM: " EX-ITEM
                   "  CUST: " EX-CUST.
           DISPLAY "AITIA: " EX-REASON.
           DISPLAY "CORRECT THIS RECORD? (Y/N): ".
           ACCEPT WS-ANSWER.
           ACCEPT WS-E-RCD.
           DISPLAY "ENTER BRANCH (1-9): ".
           ACCEPT WS-E-BRN.
           DISPLAY "ENTER ITEM CODE (BLANK = KEEP " EX-ITEM "): ".
           MOVE SPACES TO WS-E-ITEM.
           ACCEPT WS-E-ITEM.
           IF WS-E-ITEM = SPACES
               MOVE EX-ITEM TO WS-E-ITEM
           END-IF.
           IF EX-CUST NOT NUMERIC
               MOVE 0 TO EX-CUST
           END-IF.
           DISPLAY "ENTER CUSTOMER NO (0 = KEEP " EX-CUST "): ".
           ACCEPT WS-E-CUST.
           IF WS-E-CUST = 0
               MOVE EX-CUST TO WS-E-CUST
           END-IF.
      *    SAME EDIT RULES AS PROGRAM3'S 300-LOOP APPLIES ON INPUT
           IF WS-E-MM < 1 OR WS-E-MM > 12
               DISPLAY "MONTH OUT OF RANGE 1-12 - STILL PENDING"
                           DISPLAY "BRANCH MUST BE 1-9 - STILL PENDING"
                           PERFORM 300-KEEP-PENDING
                       ELSE
                           IF WS-E-RCD = 1 AND WS-E-CUST = 0
                               DISPLAY "CUSTOMER REQUIRED FOR XREOSI"
                                       " - STILL PENDING"
                               PERFORM 300-KEEP-PENDING
                           ELSE
                               PERFORM 250-STORE-CORRECTION
                           END-IF
                       END-IF
                   END-IF
               END-IF
               MOVE WS-E-UPR TO FIX-UPR (WS-FIX-USED)
               MOVE WS-E-RCD TO FIX-RCD (WS-FIX-USED)
               MOVE WS-E-BRN TO FIX-BRN (WS-FIX-USED)
               MOVE WS-E-ITEM TO FIX-ITEM (WS-FIX-USED)
               MOVE WS-E-CUST TO FIX-CUST (WS-FIX-USED)
               ADD 1 TO WS-FIXED-COUNT
               DISPLAY "DIORQWQHKE - QA KATAXWRHQEI STO ARRAY.DAT"
           END-IF.
               MOVE FIX-UPR (WS-FIX-IND) TO W-UPR
               MOVE FIX-RCD (WS-FIX-IND) TO W-RCD
               MOVE FIX-BRN (WS-FIX-IND) TO W-BRN
               MOVE FIX-ITEM (WS-FIX-IND) TO W-ITEM
               MOVE FIX-CUST (WS-FIX-IND) TO W-CUST
               WRITE WREC
               ADD 1 TO WS-REC-COUNT
               ADD FIX-QTY (WS-FIX-IND) TO WS-TOTAL-QTY
           MOVE WS-TOTAL-QTY TO W-UPR.
           MOVE 9 TO W-RCD.
           MOVE 0 TO W-BRN.
           MOVE SPACES TO W-ITEM.
           MOVE 0 TO W-CUST.
           WRITE WREC.
           CLOSE ARRWORK.
           MOVE "N" TO WS-EOF-SW.
           END-PERFORM.
           CLOSE ARRWORK.
           CLOSE ARROUT.
      *
      * corrected credit sales and credit notes that name a customer
      * go on to receivables the same way a merged batch line does
       500-RAISE-RECEIVABLES.
           MOVE 0 TO WS-AR-COUNT WS-AR-FAIL-COUNT.
           PERFORM VARYING WS-FIX-IND FROM 1 BY 1
                   UNTIL WS-FIX-IND > WS-FIX-USED
               IF FIX-CUST (WS-FIX-IND) > 0
                   AND (FIX-RCD (WS-FIX-IND) = 1
                        OR FIX-RCD (WS-FIX-IND) = 2)
                   PERFORM 550-RAISE-ONE-ITEM
               END-IF
           END-PERFORM.
           IF WS-AR-COUNT > 0
               DISPLAY "APAITHSEIS: " WS-AR-COUNT
                       " EGGRAFES STOYS PELATES"
           END-IF.
           IF WS-AR-FAIL-COUNT > 0
               MOVE 24 TO LS-RETURN-CODE
               DISPLAY "*** " WS-AR-FAIL-COUNT " CORRECTIONS NOT RAISED"
                       " ON RECEIVABLES - RAISE THEM BY HAND ***"
           END-IF.
      *
       550-RAISE-ONE-ITEM.
           MOVE SPACES TO WS-AR-REQUEST.
           IF FIX-RCD (WS-FIX-IND) = 1
               MOVE "I" TO ARQ-FUNC
           ELSE
               MOVE "N" TO ARQ-FUNC
           END-IF.
           MOVE FIX-CUST (WS-FIX-IND) TO ARQ-CUST.
           COMPUTE ARQ-DATE = FIX-YY (WS-FIX-IND) * 10000
                            + FIX-MM (WS-FIX-IND) * 100
                            + FIX-DD (WS-FIX-IND).
           COMPUTE ARQ-AMOUNT = FIX-QTY (WS-FIX-IND)
                              * FIX-UPR (WS-FIX-IND).
           MOVE FIX-BRN (WS-FIX-IND) TO ARQ-BRN.
           MOVE "EXCEPT.DAT" TO ARQ-SOURCE.
           MOVE "EXCFIX" TO ARQ-USER.
           MOVE 0 TO ARQ-APPLY-REF.
           MOVE 0 TO ARQ-REF.
           CALL 'Program69' USING WS-AR-REQUEST, WS-AR-RC.
           IF WS-AR-RC = 0
               ADD 1 TO WS-AR-COUNT
           ELSE
               ADD 1 TO WS-AR-FAIL-COUNT
               DISPLAY "*** CORRECTION FOR CUSTOMER "
                       FIX-CUST (WS-FIX-IND) " NOT RAISED ON"
                       " RECEIVABLES - RETURN CODE " WS-AR-RC
           END-IF.
      *
       600-REWRITE-EXCEPT-FILE.
           MOVE "N" TO WS-EOF-SW.

               ACCESS IS RANDOM
               RECORD KEY IS BR-CODE
               FILE STATUS IS WS-BRANCHRF-STATUS.
           SELECT PRODREF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PR-CODE
               FILE STATUS IS WS-PRODREF-STATUS.
           SELECT CUSTMAST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CU-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD  BATIN
               03 RCD      PIC 9.
                  88 VALID-RCD VALUES 1 THRU  3.
               03 RBR      PIC 99.
               03 ITEM     PIC X(6).
               03 CUST     PIC 9(6).

           FD  BATOUT
               LABEL RECORD STANDARD
               VALUE OF FILE-ID IS WS-BATCH-FILE.
           01  REC-OUT     PIC X(37).

           FD  WORK-OUT
               LABEL RECORD STANDARD.
               03 W-UPR    PIC 9(9).
               03 W-RCD    PIC 9.
               03 W-BRN    PIC 99.
               03 W-ITEM   PIC X(6).
               03 W-CUST   PIC 9(6).

      * one line per operator batch: file name and its state
      * (P = open for keying, R = released, M = merged by Program49)
      * and the business date it entered that state. lines written
      * before the date existed read back blank
           FD  BATCAT
               LABEL RECORD STANDARD.
           01  BC-REC.
               02 BC-FILE   PIC X(20).
               02 FILLER    PIC X(2).
               02 BC-STATUS PIC X(1).
               02 FILLER    PIC X(2).
               02 BC-DATE   PIC X(8).

           FD  BRANCHRF
               RECORD CONTAINS  25 CHARACTERS
               02 BR-NAME    PIC X(20).
               02 FILLER     PIC X(2).
               02 BR-ACTIVE  PIC X(1).

      * product reference kept by Program66
           FD  PRODREF
               RECORD CONTAINS  51 CHARACTERS
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

      * credit customers kept by Program68
           FD  CUSTMAST
               RECORD CONTAINS  85 CHARACTERS
               LABEL RECORD STANDARD
               DATA RECORD IS CU-REC
               VALUE OF FILE-ID IS "CUSTMAST.DAT".
           01  CU-REC.
               02 CU-NO         PIC 9(6).
               02 CU-NAME       PIC X(30).
               02 CU-ADDRESS    PIC X(30).
               02 CU-PHONE      PIC 9(11).
               02 FILLER        PIC X(2).
               02 CU-TERMS      PIC 9(3).
               02 FILLER        PIC X(2).
               02 CU-ACTIVE     PIC X(1).
       WORKING-STORAGE SECTION.
       01  WS-BATIN-STATUS   PIC XX.
       01  WS-BATOUT-STATUS  PIC XX.
           88 WS-BRANCHRF-AVAIL    VALUE "Y".
       01  WS-BRN-OK-SW      PIC X(1).
           88 WS-BRN-OK            VALUE "Y".
       01  WS-PRODREF-STATUS PIC XX.
       01  WS-PRODREF-SW     PIC X(1).
           88 WS-PRODREF-AVAIL     VALUE "Y".
       01  WS-ITEM-OK-SW     PIC X(1).
           88 WS-ITEM-OK           VALUE "Y".
       01  WS-CUSTMAST-STATUS PIC XX.
       01  WS-CUSTMAST-SW    PIC X(1).
           88 WS-CUSTMAST-AVAIL    VALUE "Y".
       01  WS-CUST-OK-SW     PIC X(1).
           88 WS-CUST-OK           VALUE "Y".
      * how far the keyed unit price may stray from the list price,
      * in percent, for items whose PRODREF line leaves it at zero
       77  WS-DEFAULT-TOLERANCE PIC 9(2) VALUE 20.
       01  WS-TOLERANCE      PIC 9(2).
       01  WS-PRICE-LOW      PIC 9(10).
       01  WS-PRICE-HIGH     PIC 9(10).
       01  WS-EOF-SW         PIC A(1).
           88 WS-EOF               VALUE "Y".
       01  WS-MORE-SW        PIC X(1).
       01  WS-E-UPR          PIC 9(9).
       01  WS-E-RCD          PIC 9.
       01  WS-E-BRN          PIC 99.
       01  WS-E-ITEM         PIC X(6).
       01  WS-E-CUST         PIC 9(6).
      * the batch catalogue loaded whole - it is a handful of lines
       77  WS-BC-MAX         PIC 9(2) VALUE 50.
       01  WS-BC-USED        PIC 9(2).
               03  BCT-USER   PIC X(8).
               03  BCT-FILE   PIC X(20).
               03  BCT-STATUS PIC X(1).
               03  BCT-DATE   PIC X(8).
       01  WS-BUS-DATE       PIC 9(8).
       01  WS-BUSDATE-FUNC   PIC X(1).
       01  WS-BUSDATE-RC     PIC 9(2).
      *
       LINKAGE SECTION.
       01  LS-OPER-USER   PIC X(8).
               DISPLAY "BRANCHRF.DAT NOT AVAILABLE - BRANCH CODES"
                       " CHECKED AGAINST 1-9 ONLY"
           END-IF.
           MOVE "N" TO WS-PRODREF-SW.
           OPEN INPUT PRODREF.
           IF WS-PRODREF-STATUS = "00"
               SET WS-PRODREF-AVAIL TO TRUE
           ELSE
               DISPLAY "PRODREF.DAT NOT AVAILABLE - ITEM CODES"
                       " NOT CHECKED"
           END-IF.
      * without the customer master a credit sale cannot be charged
      * to an account, so XREOSI lines are refused until it is back
           MOVE "N" TO WS-CUSTMAST-SW.
           OPEN INPUT CUSTMAST.
           IF WS-CUSTMAST-STATUS = "00"
               SET WS-CUSTMAST-AVAIL TO TRUE
           ELSE
               DISPLAY "CUSTMAST.DAT NOT AVAILABLE - XREOSI SALES"
                       " CANNOT BE KEYED"
           END-IF.
           OPEN OUTPUT WORK-OUT.
      * carry the operator's still-open batch (minus its trailer) to
      * the work file, accumulating the control counts as we go
           MOVE WS-TOTAL-QTY TO W-UPR.
           MOVE 9 TO W-RCD.
           MOVE 0 TO W-BRN.
           MOVE 0 TO W-CUST.
           WRITE WREC.
           CLOSE WORK-OUT.
           IF WS-BRANCHRF-AVAIL
               CLOSE BRANCHRF
           END-IF.
           IF WS-PRODREF-AVAIL
               CLOSE PRODREF
           END-IF.
           IF WS-CUSTMAST-AVAIL
               CLOSE CUSTMAST
           END-IF.
           PERFORM 300-REPLACE-BATCH-FILE.
           MOVE "P" TO WS-BATCH-STATUS.
           PERFORM 700-SAVE-CATALOGUE.
           ACCEPT WS-E-RCD.
           DISPLAY "ENTER BRANCH (1-9): ".
           ACCEPT WS-E-BRN.
           DISPLAY "ENTER ITEM CODE: ".
           MOVE SPACES TO WS-E-ITEM.
           ACCEPT WS-E-ITEM.
           MOVE 0 TO WS-E-CUST.
           IF WS-E-RCD = 1
               DISPLAY "ENTER CUSTOMER NO: "
               ACCEPT WS-E-CUST
           END-IF.
           IF WS-E-RCD = 2
               DISPLAY "ENTER CUSTOMER NO (0 = NONE): "
               ACCEPT WS-E-CUST
           END-IF.
           IF WS-E-DD < 1 OR WS-E-DD > 31
               DISPLAY "DAY OUT OF RANGE 1-31 - NOT ACCEPTED"
           ELSE
                       ELSE
                           PERFORM 230-CHECK-BRANCH-CODE
                           IF WS-BRN-OK
                               PERFORM 240-CHECK-ITEM-CODE
                           END-IF
                           IF WS-BRN-OK AND WS-ITEM-OK
                               PERFORM 245-CHECK-CUSTOMER
                           END-IF
                           IF WS-BRN-OK AND WS-ITEM-OK AND WS-CUST-OK
                               PERFORM 250-WRITE-NEW-SALE
                           END-IF
                       END-IF
                               " IS NOT ACTIVE - NOT ACCEPTED"
                   END-IF
           END-READ.
      *
       240-CHECK-ITEM-CODE.
           MOVE "Y" TO WS-ITEM-OK-SW.
           IF WS-E-ITEM = SPACES
               MOVE "N" TO WS-ITEM-OK-SW
               DISPLAY "ITEM CODE REQUIRED - NOT ACCEPTED"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-PRODREF-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-E-ITEM TO PR-CODE.
           READ PRODREF
               INVALID KEY
                   MOVE "N" TO WS-ITEM-OK-SW
                   DISPLAY "ITEM " WS-E-ITEM " NOT ON PRODREF"
                           " - NOT ACCEPTED"
                   EXIT PARAGRAPH
           END-READ.
           IF PR-ACTIVE NOT = "Y"
               MOVE "N" TO WS-ITEM-OK-SW
               DISPLAY "ITEM " WS-E-ITEM " (" PR-DESC ")"
                       " IS NOT ACTIVE - NOT ACCEPTED"
               EXIT PARAGRAPH
           END-IF.
      *    a price outside the tolerance is only a warning - the
      *    operator confirms it or the line is keyed again
           IF PR-LIST-PRICE = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE PR-TOLERANCE TO WS-TOLERANCE.
           IF WS-TOLERANCE = 0
               MOVE WS-DEFAULT-TOLERANCE TO WS-TOLERANCE
           END-IF.
           COMPUTE WS-PRICE-LOW =
               PR-LIST-PRICE * (100 - WS-TOLERANCE) / 100.
           COMPUTE WS-PRICE-HIGH =
               PR-LIST-PRICE * (100 + WS-TOLERANCE) / 100.
           IF WS-E-UPR < WS-PRICE-LOW OR WS-E-UPR > WS-PRICE-HIGH
               DISPLAY "*** WARNING: UNIT PRICE " WS-E-UPR
                       " IS OUTSIDE " WS-TOLERANCE "% OF THE LIST"
                       " PRICE " PR-LIST-PRICE " (" PR-DESC ")"
               DISPLAY "ACCEPT THIS PRICE? (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                   MOVE "N" TO WS-ITEM-OK-SW
                   DISPLAY "NOT ACCEPTED"
               END-IF
           END-IF.
      *
      * a credit sale is charged to the customer's account when the
      * batch is merged, so it must name an active customer; a credit
      * note may name one, and is then set against that account
       245-CHECK-CUSTOMER.
           MOVE "Y" TO WS-CUST-OK-SW.
           IF WS-E-CUST = 0
               IF WS-E-RCD = 1
                   MOVE "N" TO WS-CUST-OK-SW
                   DISPLAY "CUSTOMER REQUIRED FOR XREOSI"
                           " - NOT ACCEPTED"
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-CUSTMAST-AVAIL
               MOVE "N" TO WS-CUST-OK-SW
               DISPLAY "CUSTMAST.DAT NOT AVAILABLE - NOT ACCEPTED"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-E-CUST TO CU-NO.
           READ CUSTMAST
               INVALID KEY
                   MOVE "N" TO WS-CUST-OK-SW
                   DISPLAY "CUSTOMER " WS-E-CUST " NOT ON CUSTMAST"
                           " - NOT ACCEPTED"
               NOT INVALID KEY
                   IF CU-ACTIVE NOT = "Y"
                       MOVE "N" TO WS-CUST-OK-SW
                       DISPLAY "CUSTOMER " WS-E-CUST " (" CU-NAME ")"
                               " IS NOT ACTIVE - NOT ACCEPTED"
                   ELSE
                       DISPLAY "PELATHS " WS-E-CUST " (" CU-NAME ")"
                   END-IF
           END-READ.
      *
       250-WRITE-NEW-SALE.
           MOVE WS-E-DD  TO W-RDD.
           MOVE WS-E-UPR TO W-UPR.
           MOVE WS-E-RCD TO W-RCD.
           MOVE WS-E-BRN TO W-BRN.
           MOVE WS-E-ITEM TO W-ITEM.
           MOVE WS-E-CUST TO W-CUST.
           WRITE WREC.
           ADD 1 TO WS-REC-COUNT.
           ADD WS-E-QTY TO WS-TOTAL-QTY.
               DISPLAY "NO BATCH ON FILE - KEY SOME SALES FIRST"
               GO TO 400-EXIT
           END-IF.
           DISPLAY "HM        QTY    UPR        RCD BRN ITEM   CUST".
           PERFORM UNTIL WS-EOF
               READ BATIN
                   AT END
                           ADD 1 TO WS-REC-COUNT
                           ADD QTY TO WS-TOTAL-QTY
                           DISPLAY HMERA "  " QTY "  " UPR "  "
                                   RCD "   " RBR "  " ITEM " " CUST
                       END-IF
               END-READ
           END-PERFORM.
                           MOVE BC-USER   TO BCT-USER (WS-BC-USED)
                           MOVE BC-FILE   TO BCT-FILE (WS-BC-USED)
                           MOVE BC-STATUS TO BCT-STATUS (WS-BC-USED)
                           MOVE BC-DATE   TO BCT-DATE (WS-BC-USED)
                       END-IF
               END-READ
           END-PERFORM.
               MOVE WS-BC-USED TO WS-BC-FOUND
               MOVE LS-OPER-USER  TO BCT-USER (WS-BC-FOUND)
               MOVE WS-BATCH-FILE TO BCT-FILE (WS-BC-FOUND)
               MOVE SPACES        TO BCT-STATUS (WS-BC-FOUND)
           END-IF.
           IF BCT-STATUS (WS-BC-FOUND) NOT = WS-BATCH-STATUS
               MOVE "G" TO WS-BUSDATE-FUNC
               CALL 'Program29' USING WS-BUSDATE-FUNC, WS-BUS-DATE,
                   WS-BUSDATE-RC
               IF WS-BUSDATE-RC NOT = 0
                   MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUS-DATE
               END-IF
               MOVE WS-BUS-DATE TO BCT-DATE (WS-BC-FOUND)
           END-IF.
           MOVE WS-BATCH-STATUS TO BCT-STATUS (WS-BC-FOUND).
           OPEN OUTPUT BATCAT.
           MOVE BCT-USER   (WS-BC-IND) TO BC-USER.
           MOVE BCT-FILE   (WS-BC-IND) TO BC-FILE.
           MOVE BCT-STATUS (WS-BC-IND) TO BC-STATUS.
           MOVE BCT-DATE   (WS-BC-IND) TO BC-DATE.
           WRITE BC-REC.
      *

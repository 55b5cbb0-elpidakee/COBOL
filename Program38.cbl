           03 UPR      PIC 9(9).
           03 RCD      PIC 9.
           03 RBR      PIC 99.
           03 ITEM     PIC X(6).
           03 CUST     PIC 9(6).

       FD  BATOUT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-BATCH-FILE.
       01  BATOUT-LINE  PIC X(37).

       FD  BATWORK
           LABEL RECORD STANDARD.
           03 W-UPR    PIC 9(9).
           03 W-RCD    PIC 9.
           03 W-BRN    PIC 99.
           03 W-ITEM   PIC X(6).
           03 W-CUST   PIC 9(6).

       FD  BATCAT
           LABEL RECORD STANDARD.
           02 BC-FILE   PIC X(20).
           02 FILLER    PIC X(2).
           02 BC-STATUS PIC X(1).
           02 FILLER    PIC X(2).
           02 BC-DATE   PIC X(8).

       FD  AGED-OUT      LABEL RECORD STANDARD.
       01  AGED-LINE     PIC X(132).
               03  BCT-USER   PIC X(8).
               03  BCT-FILE   PIC X(20).
               03  BCT-STATUS PIC X(1).
               03  BCT-DATE   PIC X(8).
       01  WS-EOF-SW          PIC A(1).
           88 WS-EOF                VALUE "Y".
       01  WS-TL-EOF-SW       PIC A(1).
      * branch bucket so Program3's subtotals show them apart from
      * the branch files and the SQL bridge (which uses branch 9)
       77  WS-TUIT-BRANCH     PIC 99 VALUE 8.
      * and under the tuition fee item on PRODREF.DAT, so the sales
      * by product report carries them as their own line
       77  WS-TUIT-ITEM       PIC X(6) VALUE "TUITIO".
      *
       LINKAGE SECTION.
       01  LS-RETURN-CODE PIC 9(2).
           MOVE WS-AMOUNT TO W-UPR.
           MOVE 1 TO W-RCD.
           MOVE WS-TUIT-BRANCH TO W-BRN.
           MOVE WS-TUIT-ITEM TO W-ITEM.
           MOVE 0 TO W-CUST.
           WRITE WREC.
           ADD 1 TO WS-REC-COUNT.
           ADD 1 TO WS-TOTAL-QTY.
           MOVE WS-TOTAL-QTY TO W-UPR.
           MOVE 9 TO W-RCD.
           MOVE 0 TO W-BRN.
           MOVE SPACES TO W-ITEM.
           MOVE 0 TO W-CUST.
           WRITE WREC.
           CLOSE BATWORK.
           MOVE "N" TO WS-EOF-SW.
                                   BCT-FILE (WS-BC-USED)
                               MOVE BC-STATUS TO
                                   BCT-STATUS (WS-BC-USED)
                               MOVE BC-DATE TO
                                   BCT-DATE (WS-BC-USED)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-BC-USED TO WS-BC-FOUND
               MOVE WS-BATCH-USER TO BCT-USER (WS-BC-FOUND)
               MOVE WS-BATCH-FILE TO BCT-FILE (WS-BC-FOUND)
               MOVE SPACES        TO BCT-STATUS (WS-BC-FOUND)
           END-IF.
           IF BCT-STATUS (WS-BC-FOUND) NOT = "R"
               MOVE WS-BUS-DATE TO BCT-DATE (WS-BC-FOUND)
           END-IF.
           MOVE "R" TO BCT-STATUS (WS-BC-FOUND).
           OPEN OUTPUT BATCAT.
           MOVE BCT-USER   (WS-BC-IND) TO BC-USER.
           MOVE BCT-FILE   (WS-BC-IND) TO BC-FILE.
           MOVE BCT-STATUS (WS-BC-IND) TO BC-STATUS.
           MOVE BCT-DATE   (WS-BC-IND) TO BC-DATE.
           WRITE BC-REC.
      *
       300-LEDGER-INQUIRY.

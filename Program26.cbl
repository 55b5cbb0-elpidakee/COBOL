       DATA DIVISION.
       FILE SECTION.
      * the per-branch files arrive in the original 21-byte layout
      * (no branch code) with the item code sold appended (older
      * 21-byte lines come across with a blank item) - the merge
      * stamps the branch number on every record it carries across
           FD  BR1-IN
               LABEL RECORD STANDARD.
           01  BR1-REC     PIC X(27).

           FD  BR2-IN
               LABEL RECORD STANDARD.
           01  BR2-REC     PIC X(27).

           FD  BR3-IN
               LABEL RECORD STANDARD.
           01  BR3-REC     PIC X(27).

           FD  MERGE-OUT
               LABEL RECORD STANDARD.
               03 M-UPR    PIC 9(9).
               03 M-RCD    PIC 9.
               03 M-BRN    PIC 99.
               03 M-ITEM   PIC X(6).
               03 M-CUST   PIC 9(6).

           FD  BRANCHRF
               RECORD CONTAINS  25 CHARACTERS
           03 B-QTY    PIC 9(5).
           03 B-UPR    PIC 9(9).
           03 B-RCD    PIC 9.
           03 B-ITEM   PIC X(6).
       01  WS-BR-COUNT       PIC 9(9).
       01  WS-BR-QTY         PIC 9(10).
       01  WS-BR-EXP-COUNT   PIC 9(9).
                   MOVE B-UPR   TO M-UPR
                   MOVE B-RCD   TO M-RCD
                   MOVE WS-BRANCH TO M-BRN
                   MOVE B-ITEM  TO M-ITEM
                   MOVE 0       TO M-CUST
                   WRITE MREC
                   ADD 1 TO WS-TOT-COUNT
                   ADD B-QTY TO WS-TOT-QTY

               03 RCD      PIC 9.
                  88 VALID-RCD VALUES 1 THRU  3.
               03 RBR      PIC 99.
               03 ITEM     PIC X(6).
               03 CUST     PIC 9(6).

           FD  PRINT-OUT
               LABEL RECORD STANDARD.

           FD  EXCEPT-OUT
               LABEL RECORD STANDARD.
           01  EXCEPT-LINE PIC X(90).

           FD  CKPT-FILE
               LABEL RECORD STANDARD.
           02  ED-BRN      PIC 99.
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  ED-REASON   PIC X(30).
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  ED-ITEM     PIC X(6).
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  ED-CUST     PIC 9(6).
       01  PRINT-DETAIL.
           02  PD-IND      PIC Z9.
           02  FILLER      PIC X(2)  VALUE SPACES.
           MOVE UPR   TO ED-UPR.
           MOVE RCD   TO ED-RCD.
           MOVE RBR   TO ED-BRN.
           MOVE ITEM  TO ED-ITEM.
           IF CUST NUMERIC
               MOVE CUST TO ED-CUST
           ELSE
               MOVE 0 TO ED-CUST
           END-IF.
           WRITE EXCEPT-LINE FROM EXCEPT-DETAIL.

       TELOS.

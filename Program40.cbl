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

       FD  ARCHF        LABEL RECORD STANDARD
                        VALUE OF FILE-ID IS WS-ARCH-NAME.
       01  ARCH-LINE    PIC X(37).

       FD  SUMMAST
           LABEL RECORD STANDARD

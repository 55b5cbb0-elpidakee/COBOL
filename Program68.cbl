       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program68.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CU-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT AROPEN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AO-KEY
               FILE STATUS IS WS-AROPEN-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * credit customers, kept the way BRANCHRF.DAT is kept for
      * branches.  a credit sale (RCD=1) keyed through Program23 or
      * posted through Program4 must name an active customer; the
      * terms are the days to the invoice due date (0 = Program69's
      * default)
       FD  CUSTMAST      RECORD CONTAINS  85 CHARACTERS
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
      *
       FD  AROPEN        RECORD CONTAINS  75 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS AO-REC
                         VALUE OF FILE-ID IS "AROPEN.DAT".
       01  AO-REC.
           02 AO-KEY.
              03 AO-CUST    PIC 9(6).
              03 AO-REF     PIC 9(8).
           02 AO-TYPE       PIC X(1).
           02 AO-DATE       PIC 9(8).
           02 AO-DUE        PIC 9(8).
           02 AO-AMOUNT     PIC 9(11).
           02 AO-OPEN       PIC 9(11).
           02 AO-BRN        PIC 99.
           02 AO-SOURCE     PIC X(20).
      *
       WORKING-STORAGE SECTION.
       01  WS-CUSTMAST-STATUS PIC XX.
       01  WS-AROPEN-STATUS   PIC XX.
       01  WS-ACTION          PIC X(1).
           88 WS-ACT-ADD      VALUE "A".
           88 WS-ACT-MAINTAIN VALUE "M".
           88 WS-ACT-DELETE   VALUE "D".
           88 WS-ACT-LIST     VALUE "L".
           88 WS-ACT-EXIT     VALUE "X".
       01  WS-EOF-SW          PIC A(1).
           88 WS-EOF                VALUE "Y".
       01  WS-OPEN-ITEMS      PIC 9(5).
       01  WS-CUST-NO         PIC 9(6).
       01  WS-NAME            PIC X(30).
       01  WS-ADDRESS         PIC X(30).
       01  WS-PHONE           PIC 9(11).
       01  WS-TERMS           PIC 9(3).
       01  WS-ACTIVE          PIC X(1).
      *
       LINKAGE SECTION.
       01  LS-RETURN-CODE PIC 9(2).

       PROCEDURE DIVISION USING LS-RETURN-CODE.
       ARXH.
           MOVE 0 TO LS-RETURN-CODE.
           OPEN I-O CUSTMAST.
           IF WS-CUSTMAST-STATUS = "35"
               OPEN OUTPUT CUSTMAST
               CLOSE CUSTMAST
               OPEN I-O CUSTMAST
           END-IF.
           IF WS-CUSTMAST-STATUS NOT = "00"
               MOVE 25 TO LS-RETURN-CODE
               DISPLAY "PROGRAM68: CUSTMAST COULD NOT BE OPENED"
                       " - STATUS " WS-CUSTMAST-STATUS
               EXIT PROGRAM
           END-IF.
       MENU-LOOP.
           DISPLAY "----------------------------------------".
           DISPLAY "PELATES PISTWSHS (CUSTMAST)".
           DISPLAY "A=ADD M=MAINTAIN D=DELETE L=LIST X=EXIT".
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN WS-ACT-ADD
                   PERFORM 100-ADD-CUSTOMER THRU 100-EXIT
               WHEN WS-ACT-MAINTAIN
                   PERFORM 200-MAINTAIN-CUSTOMER
               WHEN WS-ACT-DELETE
                   PERFORM 300-DELETE-CUSTOMER THRU 300-EXIT
               WHEN WS-ACT-LIST
                   PERFORM 400-LIST-CUSTOMERS
               WHEN WS-ACT-EXIT
                   GO TO TELOS
               WHEN OTHER
                   DISPLAY "INVALID ACTION - TRY AGAIN"
           END-EVALUATE.
           GO TO MENU-LOOP.
      *
       100-ADD-CUSTOMER.
           PERFORM 500-ACCEPT-CUSTOMER-FIELDS.
           IF WS-CUST-NO = 0
               DISPLAY "CUSTOMER NUMBER MAY NOT BE ZERO - NOT ADDED"
               GO TO 100-EXIT
           END-IF.
           IF WS-NAME = SPACES
               DISPLAY "NAME MAY NOT BE BLANK - NOT ADDED"
               GO TO 100-EXIT
           END-IF.
           MOVE SPACES     TO CU-REC.
           MOVE WS-CUST-NO TO CU-NO.
           MOVE WS-NAME    TO CU-NAME.
           MOVE WS-ADDRESS TO CU-ADDRESS.
           MOVE WS-PHONE   TO CU-PHONE.
           MOVE WS-TERMS   TO CU-TERMS.
           MOVE WS-ACTIVE  TO CU-ACTIVE.
           WRITE CU-REC
               INVALID KEY
                   DISPLAY "CUSTOMER " WS-CUST-NO " ALREADY ON FILE"
               NOT INVALID KEY
                   DISPLAY "CUSTOMER " WS-CUST-NO " ADDED"
           END-WRITE.
       100-EXIT.
           EXIT.
      *
       200-MAINTAIN-CUSTOMER.
           DISPLAY "ENTER CUSTOMER NUMBER: ".
           ACCEPT WS-CUST-NO.
           MOVE WS-CUST-NO TO CU-NO.
           READ CUSTMAST
               INVALID KEY
                   DISPLAY "CUSTOMER " WS-CUST-NO " NOT ON FILE"
               NOT INVALID KEY
                   DISPLAY "CURRENT NAME    : " CU-NAME
                   DISPLAY "CURRENT ADDRESS : " CU-ADDRESS
                   DISPLAY "CURRENT PHONE   : " CU-PHONE
                   DISPLAY "CURRENT TERMS   : " CU-TERMS
                   DISPLAY "CURRENT ACTIVE  : " CU-ACTIVE
                   DISPLAY "ENTER NAME (BLANK = KEEP): "
                   MOVE SPACES TO WS-NAME
                   ACCEPT WS-NAME
                   DISPLAY "ENTER ADDRESS: "
                   ACCEPT WS-ADDRESS
                   DISPLAY "ENTER PHONE: "
                   ACCEPT WS-PHONE
                   DISPLAY "ENTER TERMS IN DAYS (0 = DEFAULT): "
                   ACCEPT WS-TERMS
                   DISPLAY "ACTIVE? (Y/N): "
                   ACCEPT WS-ACTIVE
                   INSPECT WS-ACTIVE CONVERTING "yn" TO "YN"
                   IF WS-NAME NOT = SPACES
                       MOVE WS-NAME TO CU-NAME
                   END-IF
                   MOVE WS-ADDRESS TO CU-ADDRESS
                   MOVE WS-PHONE   TO CU-PHONE
                   MOVE WS-TERMS   TO CU-TERMS
                   MOVE WS-ACTIVE  TO CU-ACTIVE
                   REWRITE CU-REC
                       INVALID KEY
                           DISPLAY "CUSTOMER " WS-CUST-NO
                                   " COULD NOT BE UPDATED"
                       NOT INVALID KEY
                           DISPLAY "CUSTOMER " WS-CUST-NO " UPDATED"
                   END-REWRITE
           END-READ.
      *
       300-DELETE-CUSTOMER.
      * a customer who still owes money, or still has cash on
      * account, stays - set inactive instead, so no new credit
      * sales can be keyed against them
           DISPLAY "ENTER CUSTOMER NUMBER: ".
           ACCEPT WS-CUST-NO.
           PERFORM 350-COUNT-OPEN-ITEMS.
           IF WS-OPEN-ITEMS > 0
               DISPLAY "CUSTOMER " WS-CUST-NO " HAS " WS-OPEN-ITEMS
                       " OPEN ITEM(S) ON AROPEN - NOT DELETED"
               GO TO 300-EXIT
           END-IF.
           MOVE WS-CUST-NO TO CU-NO.
           DELETE CUSTMAST
               INVALID KEY
                   DISPLAY "CUSTOMER " WS-CUST-NO " NOT ON FILE"
               NOT INVALID KEY
                   DISPLAY "CUSTOMER " WS-CUST-NO " DELETED"
           END-DELETE.
       300-EXIT.
           EXIT.
      *
       350-COUNT-OPEN-ITEMS.
           MOVE 0 TO WS-OPEN-ITEMS.
           OPEN INPUT AROPEN.
           IF WS-AROPEN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           MOVE WS-CUST-NO TO AO-CUST.
           MOVE 0 TO AO-REF.
           START AROPEN KEY NOT LESS THAN AO-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ AROPEN NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF AO-CUST NOT = WS-CUST-NO
                           SET WS-EOF TO TRUE
                       ELSE
                           IF AO-OPEN > 0
                               ADD 1 TO WS-OPEN-ITEMS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AROPEN.
      *
       400-LIST-CUSTOMERS.
           MOVE "N" TO WS-EOF-SW.
           MOVE 0 TO CU-NO.
           START CUSTMAST KEY NOT LESS THAN CU-NO
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           DISPLAY "PELATHS ONOMA                          THLEFWNO"
                   "     HMERES ENERGOS".
           PERFORM UNTIL WS-EOF
               READ CUSTMAST NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       DISPLAY CU-NO "  " CU-NAME " " CU-PHONE
                               "  " CU-TERMS "    " CU-ACTIVE
               END-READ
           END-PERFORM.
      *
       500-ACCEPT-CUSTOMER-FIELDS.
           DISPLAY "ENTER CUSTOMER NUMBER: ".
           ACCEPT WS-CUST-NO.
           DISPLAY "ENTER NAME: ".
           MOVE SPACES TO WS-NAME.
           ACCEPT WS-NAME.
           DISPLAY "ENTER ADDRESS: ".
           ACCEPT WS-ADDRESS.
           DISPLAY "ENTER PHONE: ".
           ACCEPT WS-PHONE.
           DISPLAY "ENTER TERMS IN DAYS (0 = DEFAULT): ".
           ACCEPT WS-TERMS.
           DISPLAY "ACTIVE? (Y/N): ".
           ACCEPT WS-ACTIVE.
           INSPECT WS-ACTIVE CONVERTING "yn" TO "YN".
      *
       TELOS.
           CLOSE CUSTMAST.
           EXIT PROGRAM.
      *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program70.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the receivables office: payments in, customer enquiry, the
      * monthly statement run and the aged debtors report.  nothing
      * here writes AROPEN.DAT itself - payments go through Program69
      * like every other receivables posting
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
           SELECT FILE-IN ASSIGN TO "ARRAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-IN-STATUS.
           SELECT STMT-OUT ASSIGN TO "ARSTMT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGED-OUT ASSIGN TO "AGEDDEBT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
              88 AO-INVOICE     VALUE "I".
              88 AO-CREDIT-NOTE VALUE "C".
              88 AO-PAYMENT     VALUE "P".
           02 AO-DATE       PIC 9(8).
           02 AO-DUE        PIC 9(8).
           02 AO-AMOUNT     PIC 9(11).
           02 AO-OPEN       PIC 9(11).
           02 AO-BRN        PIC 99.
           02 AO-SOURCE     PIC X(20).
      *
      * the ARRAY.DAT stream as Program3 reads it - the aged debtors
      * reconciliation works off the same credit column
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
       FD  STMT-OUT      LABEL RECORD STANDARD.
       01  STMT-LINE     PIC X(100).
      *
       FD  AGED-OUT      LABEL RECORD STANDARD.
       01  AGED-LINE     PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-CUSTMAST-STATUS PIC XX.
       01  WS-AROPEN-STATUS   PIC XX.
       01  WS-FILE-IN-STATUS  PIC XX.
       01  WS-ACTION          PIC X(1).
           88 WS-ACT-PAYMENT  VALUE "P".
           88 WS-ACT-ENQUIRY  VALUE "E".
           88 WS-ACT-STMTS    VALUE "S".
           88 WS-ACT-AGED     VALUE "A".
           88 WS-ACT-EXIT     VALUE "X".
       01  WS-EOF-SW          PIC A(1).
           88 WS-EOF                VALUE "Y".
       01  WS-CUSTMAST-SW     PIC X(1).
           88 WS-CUSTMAST-AVAIL     VALUE "Y".
       01  WS-ARRAY-SW        PIC X(1).
           88 WS-ARRAY-AVAIL        VALUE "Y".
       01  WS-CONFIRM         PIC X(1).
       01  WS-BUS-DATE        PIC 9(8).
       01  WS-BUSDATE-FUNC    PIC X(1).
       01  WS-BUSDATE-RC      PIC 9(2).
       01  WS-GEN-SOURCE      PIC X(20).
       01  WS-GEN-RC          PIC 9(2).
       01  WS-AR-RC           PIC 9(2).
       01  WS-CUST-NO         PIC 9(6).
       01  WS-CUST-NAME       PIC X(30).
       01  WS-E-DATE          PIC 9(8).
       01  WS-E-DATE-R REDEFINES WS-E-DATE.
           02 WS-E-DD         PIC 99.
           02 WS-E-MM         PIC 99.
           02 WS-E-YY         PIC 9(4).
       01  WS-E-AMOUNT        PIC 9(11).
       01  WS-E-REFERENCE     PIC X(20).
       01  WS-E-APPLY-REF     PIC 9(8).
       01  WS-E-MONTH         PIC 9(6).
       01  WS-E-MONTH-R REDEFINES WS-E-MONTH.
           02 WS-E-MON-MM     PIC 99.
           02 WS-E-MON-YY     PIC 9(4).
       01  WS-DATE8           PIC 9(8).
       01  WS-DATE8-R REDEFINES WS-DATE8.
           02 WS-D8-YY        PIC 9(4).
           02 WS-D8-MM        PIC 99.
           02 WS-D8-DD        PIC 99.
       01  WS-AS-AT-DATE      PIC 9(8).
       01  WS-AS-AT-INT       PIC 9(8).
       01  WS-ITEM-INT        PIC 9(8).
       01  WS-AGE-DAYS        PIC S9(7).
       01  WS-PERIOD          PIC 9(6).
       01  WS-ITEM-PERIOD     PIC 9(6).
       01  WS-SIGNED-AMT      PIC S9(13).
       01  WS-PREV-CUST       PIC 9(6).
       01  WS-STMT-COUNT      PIC 9(5).
       01  WS-LINE-COUNT      PIC 9(5).
       01  WS-OPENING         PIC S9(13).
       01  WS-CLOSING         PIC S9(13).
       01  WS-BALANCE         PIC S9(13).
       01  WS-ED-SAMT         PIC -Z(11)9.
       01  WS-ED-AMT          PIC Z(10)9.
       01  WS-ED-CNT          PIC ZZZZ9.
       01  WS-ED-DAYS         PIC -ZZZZ9.
      * one customer's items for the statement being built
       77  WS-SM-MAX          PIC 9(3) VALUE 200.
       01  WS-SM-COUNT        PIC 9(3).
       01  WS-SO-COUNT        PIC 9(3).
       01  WS-SDX             PIC 9(3).
       01  WS-SM-TABLE.
           02  SM-ENTRY OCCURS 200 TIMES.
               03  SM-DATE      PIC 9(8).
               03  SM-REF       PIC 9(8).
               03  SM-TYPE      PIC X(1).
               03  SM-SOURCE    PIC X(20).
               03  SM-AMT       PIC S9(13).
       01  WS-SO-TABLE.
           02  SO-ENTRY OCCURS 200 TIMES.
               03  SO-DATE      PIC 9(8).
               03  SO-DUE       PIC 9(8).
               03  SO-REF       PIC 9(8).
               03  SO-TYPE      PIC X(1).
               03  SO-OPEN      PIC S9(13).
               03  SO-DAYS      PIC S9(7).
      * aged debtors buckets - one customer, then the grand total
       01  WS-AGE-BUCKETS.
           02  AB-CURRENT     PIC S9(13).
           02  AB-31-60       PIC S9(13).
           02  AB-61-90       PIC S9(13).
           02  AB-OVER-90     PIC S9(13).
           02  AB-UNAPPLIED   PIC S9(13).
       01  WS-AGE-TOTALS.
           02  AT-CURRENT     PIC S9(13).
           02  AT-31-60       PIC S9(13).
           02  AT-61-90       PIC S9(13).
           02  AT-OVER-90     PIC S9(13).
           02  AT-UNAPPLIED   PIC S9(13).
           02  AT-BALANCE     PIC S9(13).
       01  WS-CUST-COUNT      PIC 9(5).
      * reconciliation back to the MONTHLY.PRT credit column
       01  WS-RECON.
           02  RC-CREDIT-COL    PIC S9(13).
           02  RC-NO-CUST       PIC S9(13).
           02  RC-ON-ACCOUNT    PIC S9(13).
           02  RC-INV-PERIOD    PIC S9(13).
           02  RC-INV-BEFORE    PIC S9(13).
           02  RC-CREDIT-NOTES  PIC S9(13).
           02  RC-PAYMENTS      PIC S9(13).
           02  RC-EXPECTED      PIC S9(13).
           02  RC-DIFFERENCE    PIC S9(13).
       01  WS-FIRST-PERIOD    PIC 9(6).
       01  WS-LAST-PERIOD     PIC 9(6).
       01  WS-AMOUNT          PIC 9(15).
       01  AG-DETAIL.
           02  AG-CUST     PIC 9(6).
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  AG-NAME     PIC X(20).
           02  AG-CURRENT  PIC -Z(10)9.
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  AG-31-60    PIC -Z(10)9.
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  AG-61-90    PIC -Z(10)9.
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  AG-OVER-90  PIC -Z(10)9.
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  AG-UNAPPL   PIC -Z(10)9.
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  AG-BALANCE  PIC -Z(10)9.
       01  RC-DETAIL.
           02  RD-LABEL    PIC X(50).
           02  RD-AMT      PIC -Z(12)9.
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  RD-FLAG     PIC X(30).
       01  ST-DETAIL.
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  SD-DATE     PIC 9(8).
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  SD-REF      PIC 9(8).
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  SD-TYPE     PIC X(12).
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  SD-SOURCE   PIC X(20).
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  SD-AMT      PIC -Z(11)9.
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  SD-DAYS     PIC X(6).
      *
      * request block for Program69 - same layout as its linkage
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
       01  LS-OPER-USER   PIC X(8).
       01  LS-RETURN-CODE PIC 9(2).

       PROCEDURE DIVISION USING LS-OPER-USER, LS-RETURN-CODE.
       ARXH.
           MOVE 0 TO LS-RETURN-CODE.
           MOVE "G" TO WS-BUSDATE-FUNC.
           CALL 'Program29' USING WS-BUSDATE-FUNC, WS-BUS-DATE,
               WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUS-DATE
           END-IF.
           MOVE "N" TO WS-CUSTMAST-SW.
           OPEN INPUT CUSTMAST.
           IF WS-CUSTMAST-STATUS NOT = "00"
               MOVE 25 TO LS-RETURN-CODE
               DISPLAY "PROGRAM70: CUSTMAST COULD NOT BE OPENED"
                       " - STATUS " WS-CUSTMAST-STATUS
               EXIT PROGRAM
           END-IF.
           SET WS-CUSTMAST-AVAIL TO TRUE.
       MENU-LOOP.
           DISPLAY "----------------------------------------".
           DISPLAY "APAITHSEIS PELATWN".
           DISPLAY "P=PAYMENT E=ENQUIRY S=STATEMENTS A=AGED X=EXIT".
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN WS-ACT-PAYMENT
                   PERFORM 100-ENTER-PAYMENT THRU 100-EXIT
               WHEN WS-ACT-ENQUIRY
                   PERFORM 200-CUSTOMER-ENQUIRY THRU 200-EXIT
               WHEN WS-ACT-STMTS
                   PERFORM 300-STATEMENT-RUN THRU 300-EXIT
               WHEN WS-ACT-AGED
                   PERFORM 400-AGED-DEBTORS THRU 400-EXIT
               WHEN WS-ACT-EXIT
                   GO TO TELOS
               WHEN OTHER
                   DISPLAY "INVALID ACTION - TRY AGAIN"
           END-EVALUATE.
           GO TO MENU-LOOP.
      *
       100-ENTER-PAYMENT.
           PERFORM 150-ACCEPT-CUSTOMER.
           IF WS-CUST-NO = 0
               GO TO 100-EXIT
           END-IF.
           PERFORM 250-SHOW-OPEN-ITEMS THRU 250-EXIT.
           DISPLAY "ENTER PAYMENT DATE (DDMMYYYY, 0 = TODAY): ".
           ACCEPT WS-E-DATE.
           IF WS-E-DATE = 0
               MOVE WS-BUS-DATE TO WS-DATE8
           ELSE
               MOVE WS-E-YY TO WS-D8-YY
               MOVE WS-E-MM TO WS-D8-MM
               MOVE WS-E-DD TO WS-D8-DD
           END-IF.
           IF WS-D8-MM < 1 OR WS-D8-MM > 12
               OR WS-D8-DD < 1 OR WS-D8-DD > 31
               DISPLAY "DATE NOT VALID - NOTHING POSTED"
               GO TO 100-EXIT
           END-IF.
           DISPLAY "ENTER AMOUNT RECEIVED: ".
           ACCEPT WS-E-AMOUNT.
           IF WS-E-AMOUNT = 0
               DISPLAY "NO AMOUNT - NOTHING POSTED"
               GO TO 100-EXIT
           END-IF.
           DISPLAY "ENTER CHEQUE / SLIP REFERENCE: ".
           MOVE SPACES TO WS-E-REFERENCE.
           ACCEPT WS-E-REFERENCE.
           IF WS-E-REFERENCE = SPACES
               MOVE "PAYMENT" TO WS-E-REFERENCE
           END-IF.
           DISPLAY "APPLY TO INVOICE (0 = OLDEST FIRST): ".
           ACCEPT WS-E-APPLY-REF.
           MOVE WS-E-AMOUNT TO WS-ED-AMT.
           DISPLAY "POST PAYMENT OF " WS-ED-AMT " FROM "
                   WS-CUST-NAME "? (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "PAYMENT ABANDONED"
               GO TO 100-EXIT
           END-IF.
           MOVE SPACES         TO WS-AR-REQUEST.
           MOVE "P"            TO ARQ-FUNC.
           MOVE WS-CUST-NO     TO ARQ-CUST.
           MOVE WS-DATE8       TO ARQ-DATE.
           MOVE WS-E-AMOUNT    TO ARQ-AMOUNT.
           MOVE 0              TO ARQ-BRN.
           MOVE WS-E-REFERENCE TO ARQ-SOURCE.
           MOVE LS-OPER-USER   TO ARQ-USER.
           MOVE WS-E-APPLY-REF TO ARQ-APPLY-REF.
           MOVE 0              TO ARQ-REF.
           CALL 'Program69' USING WS-AR-REQUEST, WS-AR-RC.
           IF WS-AR-RC NOT = 0
               DISPLAY "PAYMENT NOT POSTED - RETURN CODE " WS-AR-RC
               GO TO 100-EXIT
           END-IF.
           DISPLAY "PAYMENT POSTED AS ITEM " ARQ-REF.
           PERFORM 250-SHOW-OPEN-ITEMS THRU 250-EXIT.
       100-EXIT.
           EXIT.
      *
       150-ACCEPT-CUSTOMER.
           DISPLAY "ENTER CUSTOMER NUMBER: ".
           ACCEPT WS-CUST-NO.
           MOVE WS-CUST-NO TO CU-NO.
           READ CUSTMAST
               INVALID KEY
                   DISPLAY "CUSTOMER " WS-CUST-NO " NOT ON CUSTMAST"
                   MOVE 0 TO WS-CUST-NO
               NOT INVALID KEY
                   MOVE CU-NAME TO WS-CUST-NAME
                   DISPLAY "PELATHS: " CU-NO "  " CU-NAME
           END-READ.
      *
       200-CUSTOMER-ENQUIRY.
           PERFORM 150-ACCEPT-CUSTOMER.
           IF WS-CUST-NO = 0
               GO TO 200-EXIT
           END-IF.
           PERFORM 250-SHOW-OPEN-ITEMS THRU 250-EXIT.
       200-EXIT.
           EXIT.
      *
       250-SHOW-OPEN-ITEMS.
           MOVE 0 TO WS-BALANCE.
           OPEN INPUT AROPEN.
           IF WS-AROPEN-STATUS NOT = "00"
               DISPLAY "NO RECEIVABLES ON FILE"
               GO TO 250-EXIT
           END-IF.
           COMPUTE WS-AS-AT-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUS-DATE).
           DISPLAY "EGGRAFH  T HMEROMHNIA LHXH           ANOIXTO"
                   "  HMERES".
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
                               PERFORM 260-SHOW-ONE-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AROPEN.
           MOVE WS-BALANCE TO WS-ED-SAMT.
           DISPLAY "YPOLOIPO PELATH: " WS-ED-SAMT.
       250-EXIT.
           EXIT.
      *
       260-SHOW-ONE-ITEM.
           IF AO-INVOICE
               MOVE AO-OPEN TO WS-SIGNED-AMT
           ELSE
               COMPUTE WS-SIGNED-AMT = 0 - AO-OPEN
           END-IF.
           ADD WS-SIGNED-AMT TO WS-BALANCE.
           COMPUTE WS-ITEM-INT = FUNCTION INTEGER-OF-DATE (AO-DATE).
           COMPUTE WS-AGE-DAYS = WS-AS-AT-INT - WS-ITEM-INT.
           MOVE WS-SIGNED-AMT TO WS-ED-SAMT.
           MOVE WS-AGE-DAYS TO WS-ED-DAYS.
           DISPLAY AO-REF " " AO-TYPE " " AO-DATE "   " AO-DUE " "
                   WS-ED-SAMT " " WS-ED-DAYS.
      *
      ******************************************************************
      * monthly statements: for every customer with a balance or any
      * movement in the month - the balance brought forward, the
      * month's invoices, credit notes and payments, the balance
      * carried forward and the items still open
      ******************************************************************
       300-STATEMENT-RUN.
           DISPLAY "ENTER STATEMENT MONTH (MMYYYY): ".
           ACCEPT WS-E-MONTH.
           IF WS-E-MON-MM < 1 OR WS-E-MON-MM > 12
               DISPLAY "MONTH NOT VALID - NO STATEMENTS"
               GO TO 300-EXIT
           END-IF.
           COMPUTE WS-PERIOD = WS-E-MON-YY * 100 + WS-E-MON-MM.
      *    the statement date is the last day of the month
           IF WS-E-MON-MM = 12
               COMPUTE WS-DATE8 = (WS-E-MON-YY + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATE8 = WS-E-MON-YY * 10000
                                + (WS-E-MON-MM + 1) * 100 + 1
           END-IF.
           COMPUTE WS-AS-AT-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE8) - 1.
           COMPUTE WS-AS-AT-DATE =
               FUNCTION DATE-OF-INTEGER (WS-AS-AT-INT).
           OPEN INPUT AROPEN.
           IF WS-AROPEN-STATUS NOT = "00"
               DISPLAY "NO RECEIVABLES ON FILE - NO STATEMENTS"
               GO TO 300-EXIT
           END-IF.
           OPEN OUTPUT STMT-OUT.
           MOVE 0 TO WS-STMT-COUNT.
           MOVE 0 TO WS-PREV-CUST.
           MOVE "N" TO WS-EOF-SW.
           MOVE LOW-VALUES TO AO-KEY.
           START AROPEN KEY NOT LESS THAN AO-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ AROPEN NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF AO-CUST NOT = WS-PREV-CUST
                           IF WS-PREV-CUST NOT = 0
                               PERFORM 350-PRINT-STATEMENT
                           END-IF
                           PERFORM 310-START-CUSTOMER
                       END-IF
                       PERFORM 320-STATEMENT-ITEM
               END-READ
           END-PERFORM.
           IF WS-PREV-CUST NOT = 0
               PERFORM 350-PRINT-STATEMENT
           END-IF.
           CLOSE AROPEN.
           CLOSE STMT-OUT.
           MOVE "ARSTMT.PRT" TO WS-GEN-SOURCE.
           CALL 'Program30' USING WS-GEN-SOURCE, WS-GEN-RC.
           DISPLAY "PROGRAM70: " WS-STMT-COUNT
                   " STATEMENT(S) - SEE ARSTMT.PRT".
       300-EXIT.
           EXIT.
      *
       310-START-CUSTOMER.
           MOVE AO-CUST TO WS-PREV-CUST.
           MOVE 0 TO WS-OPENING WS-SM-COUNT WS-SO-COUNT.
      *
       320-STATEMENT-ITEM.
           IF AO-INVOICE
               MOVE AO-AMOUNT TO WS-SIGNED-AMT
           ELSE
               COMPUTE WS-SIGNED-AMT = 0 - AO-AMOUNT
           END-IF.
           MOVE AO-DATE (1:6) TO WS-ITEM-PERIOD.
           IF WS-ITEM-PERIOD > WS-PERIOD
               EXIT PARAGRAPH
           END-IF.
           IF WS-ITEM-PERIOD < WS-PERIOD
               ADD WS-SIGNED-AMT TO WS-OPENING
           ELSE
               IF WS-SM-COUNT < WS-SM-MAX
                   ADD 1 TO WS-SM-COUNT
                   MOVE AO-DATE   TO SM-DATE (WS-SM-COUNT)
                   MOVE AO-REF    TO SM-REF (WS-SM-COUNT)
                   MOVE AO-TYPE   TO SM-TYPE (WS-SM-COUNT)
                   MOVE AO-SOURCE TO SM-SOURCE (WS-SM-COUNT)
                   MOVE WS-SIGNED-AMT TO SM-AMT (WS-SM-COUNT)
               END-IF
           END-IF.
      *    open amounts are as they stand on the file, so the run is
      *    meant for the first days after the month closes
           IF AO-OPEN > 0 AND WS-SO-COUNT < WS-SM-MAX
               ADD 1 TO WS-SO-COUNT
               MOVE AO-DATE TO SO-DATE (WS-SO-COUNT)
               MOVE AO-DUE  TO SO-DUE (WS-SO-COUNT)
               MOVE AO-REF  TO SO-REF (WS-SO-COUNT)
               MOVE AO-TYPE TO SO-TYPE (WS-SO-COUNT)
               IF AO-INVOICE
                   MOVE AO-OPEN TO SO-OPEN (WS-SO-COUNT)
               ELSE
                   COMPUTE SO-OPEN (WS-SO-COUNT) = 0 - AO-OPEN
               END-IF
               COMPUTE WS-ITEM-INT = FUNCTION INTEGER-OF-DATE (AO-DATE)
               COMPUTE SO-DAYS (WS-SO-COUNT) =
                   WS-AS-AT-INT - WS-ITEM-INT
           END-IF.
      *
       350-PRINT-STATEMENT.
           MOVE WS-OPENING TO WS-CLOSING.
           PERFORM VARYING WS-SDX FROM 1 BY 1
                   UNTIL WS-SDX > WS-SM-COUNT
               ADD SM-AMT (WS-SDX) TO WS-CLOSING
           END-PERFORM.
           IF WS-SM-COUNT = 0 AND WS-CLOSING = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STMT-COUNT.
           MOVE SPACES TO WS-CUST-NAME.
           MOVE SPACES TO CU-ADDRESS.
           MOVE WS-PREV-CUST TO CU-NO.
           READ CUSTMAST
               INVALID KEY
                   MOVE "*** NOT ON CUSTMAST ***" TO WS-CUST-NAME
               NOT INVALID KEY
                   MOVE CU-NAME TO WS-CUST-NAME
           END-READ.
           MOVE ALL "=" TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE SPACES TO STMT-LINE.
           STRING "KATASTASH LOGARIASMOY " WS-E-MON-MM "/"
                  WS-E-MON-YY "   HMEROMHNIA " WS-AS-AT-DATE
               DELIMITED BY SIZE INTO STMT-LINE.
           WRITE STMT-LINE.
           MOVE SPACES TO STMT-LINE.
           STRING "PELATHS " WS-PREV-CUST "  " WS-CUST-NAME
               DELIMITED BY SIZE INTO STMT-LINE.
           WRITE STMT-LINE.
           MOVE SPACES TO STMT-LINE.
           STRING "         " CU-ADDRESS
               DELIMITED BY SIZE INTO STMT-LINE.
           WRITE STMT-LINE.
           MOVE SPACES TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE WS-OPENING TO WS-ED-SAMT.
           MOVE SPACES TO STMT-LINE.
           STRING "  YPOLOIPO PROHGOYMENOY MHNA" WS-ED-SAMT
               DELIMITED BY SIZE INTO STMT-LINE.
           WRITE STMT-LINE.
           PERFORM VARYING WS-SDX FROM 1 BY 1
                   UNTIL WS-SDX > WS-SM-COUNT
               MOVE SM-DATE (WS-SDX)   TO SD-DATE
               MOVE SM-REF (WS-SDX)    TO SD-REF
               MOVE SM-TYPE (WS-SDX)   TO WS-ACTION
               PERFORM 360-TYPE-NAME
               MOVE SM-SOURCE (WS-SDX) TO SD-SOURCE
               MOVE SM-AMT (WS-SDX)    TO SD-AMT
               MOVE SPACES             TO SD-DAYS
               MOVE ST-DETAIL TO STMT-LINE
               WRITE STMT-LINE
           END-PERFORM.
           MOVE WS-CLOSING TO WS-ED-SAMT.
           MOVE SPACES TO STMT-LINE.
           STRING "  NEO YPOLOIPO              " WS-ED-SAMT
               DELIMITED BY SIZE INTO STMT-LINE.
           WRITE STMT-LINE.
           IF WS-SO-COUNT > 0
               MOVE SPACES TO STMT-LINE
               WRITE STMT-LINE
               MOVE "  ANOIXTES EGGRAFES (HMERES APO THN EKDOSH)"
                   TO STMT-LINE
               WRITE STMT-LINE
               PERFORM VARYING WS-SDX FROM 1 BY 1
                       UNTIL WS-SDX > WS-SO-COUNT
                   MOVE SO-DATE (WS-SDX) TO SD-DATE
                   MOVE SO-REF (WS-SDX)  TO SD-REF
                   MOVE SO-TYPE (WS-SDX) TO WS-ACTION
                   PERFORM 360-TYPE-NAME
                   MOVE SPACES TO SD-SOURCE
                   STRING "LHXH " SO-DUE (WS-SDX)
                       DELIMITED BY SIZE INTO SD-SOURCE
                   MOVE SO-OPEN (WS-SDX) TO SD-AMT
                   MOVE SO-DAYS (WS-SDX) TO WS-ED-DAYS
                   MOVE WS-ED-DAYS TO SD-DAYS
                   MOVE ST-DETAIL TO STMT-LINE
                   WRITE STMT-LINE
               END-PERFORM
           END-IF.
           MOVE SPACES TO STMT-LINE.
           WRITE STMT-LINE.
      *
       360-TYPE-NAME.
           EVALUATE WS-ACTION
               WHEN "I"
                   MOVE "TIMOLOGIO" TO SD-TYPE
               WHEN "C"
                   MOVE "PISTWTIKO" TO SD-TYPE
               WHEN "P"
                   MOVE "EISPRAXH" TO SD-TYPE
               WHEN OTHER
                   MOVE SPACES TO SD-TYPE
           END-EVALUATE.
      *
      ******************************************************************
      * aged debtors as at the business date, then the reconciliation
      * back to the credit column Program3 prints on MONTHLY.PRT
      ******************************************************************
       400-AGED-DEBTORS.
           PERFORM 410-READ-CREDIT-COLUMN THRU 410-EXIT.
           OPEN INPUT AROPEN.
           IF WS-AROPEN-STATUS NOT = "00"
               DISPLAY "NO RECEIVABLES ON FILE - NO REPORT"
               GO TO 400-EXIT
           END-IF.
           COMPUTE WS-AS-AT-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUS-DATE).
           OPEN OUTPUT AGED-OUT.
           PERFORM 420-AGED-HEADING.
           INITIALIZE WS-AGE-TOTALS.
           MOVE 0 TO RC-INV-PERIOD RC-INV-BEFORE RC-CREDIT-NOTES
                     RC-PAYMENTS.
           MOVE 0 TO WS-PREV-CUST WS-CUST-COUNT.
           MOVE "N" TO WS-EOF-SW.
           MOVE LOW-VALUES TO AO-KEY.
           START AROPEN KEY NOT LESS THAN AO-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ AROPEN NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF AO-CUST NOT = WS-PREV-CUST
                           IF WS-PREV-CUST NOT = 0
                               PERFORM 450-AGED-CUSTOMER-LINE
                           END-IF
                           MOVE AO-CUST TO WS-PREV-CUST
                           INITIALIZE WS-AGE-BUCKETS
                       END-IF
                       PERFORM 430-AGE-ONE-ITEM
               END-READ
           END-PERFORM.
           IF WS-PREV-CUST NOT = 0
               PERFORM 450-AGED-CUSTOMER-LINE
           END-IF.
           CLOSE AROPEN.
           PERFORM 460-AGED-TOTAL-LINE.
           PERFORM 500-RECONCILIATION.
           CLOSE AGED-OUT.
           MOVE "AGEDDEBT.PRT" TO WS-GEN-SOURCE.
           CALL 'Program30' USING WS-GEN-SOURCE, WS-GEN-RC.
           DISPLAY "PROGRAM70: " WS-CUST-COUNT
                   " CUSTOMER(S) OWING - SEE AGEDDEBT.PRT".
       400-EXIT.
           EXIT.
      *
      * same record rules as Program3's 300-LOOP: the trailer and the
      * lines it sends to EXCEPT.DAT do not reach the credit column
       410-READ-CREDIT-COLUMN.
           MOVE 0 TO RC-CREDIT-COL RC-NO-CUST.
           MOVE 0 TO WS-FIRST-PERIOD WS-LAST-PERIOD.
           MOVE "N" TO WS-ARRAY-SW.
           OPEN INPUT FILE-IN.
           IF WS-FILE-IN-STATUS NOT = "00"
               GO TO 410-EXIT
           END-IF.
           SET WS-ARRAY-AVAIL TO TRUE.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ FILE-IN
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF RCD = 1 AND RMM >= 1 AND RMM <= 12
                           PERFORM 415-ADD-CREDIT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FILE-IN.
       410-EXIT.
           EXIT.
      *
       415-ADD-CREDIT-LINE.
           COMPUTE WS-AMOUNT = QTY * UPR.
           ADD WS-AMOUNT TO RC-CREDIT-COL.
           IF CUST NOT NUMERIC
               ADD WS-AMOUNT TO RC-NO-CUST
           ELSE
               IF CUST = 0
                   ADD WS-AMOUNT TO RC-NO-CUST
               END-IF
           END-IF.
           COMPUTE WS-ITEM-PERIOD = RYY * 100 + RMM.
           IF WS-FIRST-PERIOD = 0 OR WS-ITEM-PERIOD < WS-FIRST-PERIOD
               MOVE WS-ITEM-PERIOD TO WS-FIRST-PERIOD
           END-IF.
           IF WS-ITEM-PERIOD > WS-LAST-PERIOD
               MOVE WS-ITEM-PERIOD TO WS-LAST-PERIOD
           END-IF.
      *
       420-AGED-HEADING.
           MOVE SPACES TO AGED-LINE.
           STRING "HLIKIWMENA YPOLOIPA PELATWN   HMEROMHNIA: "
                  WS-BUS-DATE
               DELIMITED BY SIZE INTO AGED-LINE.
           WRITE AGED-LINE.
           MOVE ALL "=" TO AGED-LINE.
           WRITE AGED-LINE.
           MOVE SPACES TO AGED-LINE.
           STRING "PELATH  ONOMA                     TREXONTA"
                  "         31-60         61-90           90+"
                  "     ADIAQETA      YPOLOIPO"
               DELIMITED BY SIZE INTO AGED-LINE.
           WRITE AGED-LINE.
           MOVE ALL "-" TO AGED-LINE.
           WRITE AGED-LINE.
      *
       430-AGE-ONE-ITEM.
           EVALUATE TRUE
               WHEN AO-INVOICE
                   IF AO-DATE (1:6) < WS-FIRST-PERIOD
                       ADD AO-AMOUNT TO RC-INV-BEFORE
                   ELSE
                       ADD AO-AMOUNT TO RC-INV-PERIOD
                   END-IF
               WHEN AO-CREDIT-NOTE
                   ADD AO-AMOUNT TO RC-CREDIT-NOTES
               WHEN AO-PAYMENT
                   ADD AO-AMOUNT TO RC-PAYMENTS
           END-EVALUATE.
           IF AO-OPEN = 0
               EXIT PARAGRAPH
           END-IF.
           IF NOT AO-INVOICE
               ADD AO-OPEN TO AB-UNAPPLIED
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ITEM-INT = FUNCTION INTEGER-OF-DATE (AO-DATE).
           IF WS-ITEM-INT = 0
               ADD AO-OPEN TO AB-OVER-90
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-AGE-DAYS = WS-AS-AT-INT - WS-ITEM-INT.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   ADD AO-OPEN TO AB-CURRENT
               WHEN WS-AGE-DAYS <= 60
                   ADD AO-OPEN TO AB-31-60
               WHEN WS-AGE-DAYS <= 90
                   ADD AO-OPEN TO AB-61-90
               WHEN OTHER
                   ADD AO-OPEN TO AB-OVER-90
           END-EVALUATE.
      *
       450-AGED-CUSTOMER-LINE.
           COMPUTE WS-BALANCE = AB-CURRENT + AB-31-60 + AB-61-90
                              + AB-OVER-90 - AB-UNAPPLIED.
           IF WS-BALANCE = 0 AND AB-UNAPPLIED = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CUST-COUNT.
           MOVE WS-PREV-CUST TO CU-NO.
           READ CUSTMAST
               INVALID KEY
                   MOVE "*** NOT ON CUSTMAST" TO AG-NAME
               NOT INVALID KEY
                   MOVE CU-NAME TO AG-NAME
           END-READ.
           MOVE WS-PREV-CUST TO AG-CUST.
           MOVE AB-CURRENT   TO AG-CURRENT.
           MOVE AB-31-60     TO AG-31-60.
           MOVE AB-61-90     TO AG-61-90.
           MOVE AB-OVER-90   TO AG-OVER-90.
           COMPUTE AG-UNAPPL = 0 - AB-UNAPPLIED.
           MOVE WS-BALANCE   TO AG-BALANCE.
           WRITE AGED-LINE FROM AG-DETAIL.
           ADD AB-CURRENT   TO AT-CURRENT.
           ADD AB-31-60     TO AT-31-60.
           ADD AB-61-90     TO AT-61-90.
           ADD AB-OVER-90   TO AT-OVER-90.
           ADD AB-UNAPPLIED TO AT-UNAPPLIED.
           ADD WS-BALANCE   TO AT-BALANCE.
      *
       460-AGED-TOTAL-LINE.
           MOVE ALL "-" TO AGED-LINE.
           WRITE AGED-LINE.
           MOVE 0            TO AG-CUST.
           MOVE "SYNOLA"     TO AG-NAME.
           MOVE AT-CURRENT   TO AG-CURRENT.
           MOVE AT-31-60     TO AG-31-60.
           MOVE AT-61-90     TO AG-61-90.
           MOVE AT-OVER-90   TO AG-OVER-90.
           COMPUTE AG-UNAPPL = 0 - AT-UNAPPLIED.
           MOVE AT-BALANCE   TO AG-BALANCE.
           WRITE AGED-LINE FROM AG-DETAIL.
      *
      * the credit column holds every RCD=1 sale; those carrying a
      * customer are the ones raised as invoices, the rest (tuition
      * receipts, sales from before customer numbers) never reach
      * receivables.  from the invoices the expected balance follows
      * from the credit notes and payments, and it must equal the
      * aged total above
       500-RECONCILIATION.
           MOVE SPACES TO AGED-LINE.
           WRITE AGED-LINE.
           MOVE SPACES TO AGED-LINE.
           STRING "SYMFWNIA ME TH STHLH XREWSEWN TOY MONTHLY.PRT  "
                  "(ARRAY.DAT " WS-FIRST-PERIOD " - "
                  WS-LAST-PERIOD ")"
               DELIMITED BY SIZE INTO AGED-LINE.
           WRITE AGED-LINE.
           MOVE ALL "-" TO AGED-LINE.
           WRITE AGED-LINE.
           IF NOT WS-ARRAY-AVAIL
               MOVE "*** ARRAY.DAT NOT AVAILABLE - CREDIT COLUMN NOT"
                   TO AGED-LINE
               MOVE " READ ***" TO AGED-LINE (48:9)
               WRITE AGED-LINE
           END-IF.
           MOVE SPACES TO RD-FLAG.
           MOVE "STHLH XREWSEWN (MONTHLY.PRT)" TO RD-LABEL.
           MOVE RC-CREDIT-COL TO RD-AMT.
           WRITE AGED-LINE FROM RC-DETAIL.
           MOVE "MEION XREWSEIS XWRIS PELATH" TO RD-LABEL.
           COMPUTE RD-AMT = 0 - RC-NO-CUST.
           WRITE AGED-LINE FROM RC-DETAIL.
           COMPUTE RC-ON-ACCOUNT = RC-CREDIT-COL - RC-NO-CUST.
           MOVE "XREWSEIS SE LOGARIASMO PELATH" TO RD-LABEL.
           MOVE RC-ON-ACCOUNT TO RD-AMT.
           WRITE AGED-LINE FROM RC-DETAIL.
           MOVE "TIMOLOGIA AROPEN IDIAS PERIODOY" TO RD-LABEL.
           MOVE RC-INV-PERIOD TO RD-AMT.
           COMPUTE RC-DIFFERENCE = RC-ON-ACCOUNT - RC-INV-PERIOD.
           IF RC-DIFFERENCE NOT = 0
               MOVE "*** DIAFORA ***" TO RD-FLAG
           END-IF.
           WRITE AGED-LINE FROM RC-DETAIL.
           MOVE SPACES TO RD-FLAG.
           IF RC-DIFFERENCE NOT = 0
               MOVE "  DIAFORA (MH ENOPOIHMENES PARTIDES / GEFYRA)"
                   TO RD-LABEL
               MOVE RC-DIFFERENCE TO RD-AMT
               WRITE AGED-LINE FROM RC-DETAIL
           END-IF.
           MOVE "SYN TIMOLOGIA PROHGOYMENWN PERIODWN" TO RD-LABEL.
           MOVE RC-INV-BEFORE TO RD-AMT.
           WRITE AGED-LINE FROM RC-DETAIL.
           MOVE "MEION PISTWTIKA" TO RD-LABEL.
           COMPUTE RD-AMT = 0 - RC-CREDIT-NOTES.
           WRITE AGED-LINE FROM RC-DETAIL.
           MOVE "MEION EISPRAXEIS" TO RD-LABEL.
           COMPUTE RD-AMT = 0 - RC-PAYMENTS.
           WRITE AGED-LINE FROM RC-DETAIL.
           COMPUTE RC-EXPECTED = RC-INV-PERIOD + RC-INV-BEFORE
                               - RC-CREDIT-NOTES - RC-PAYMENTS.
           MOVE "ANAMENOMENO YPOLOIPO PELATWN" TO RD-LABEL.
           MOVE RC-EXPECTED TO RD-AMT.
           WRITE AGED-LINE FROM RC-DETAIL.
           MOVE "YPOLOIPO HLIKIWMENWN (SYNOLO ANWTERW)" TO RD-LABEL.
           MOVE AT-BALANCE TO RD-AMT.
           IF RC-EXPECTED NOT = AT-BALANCE
               MOVE "*** DEN SYMFWNEI ***" TO RD-FLAG
           ELSE
               MOVE "SYMFWNEI" TO RD-FLAG
           END-IF.
           WRITE AGED-LINE FROM RC-DETAIL.
      *
       TELOS.
           IF WS-CUSTMAST-AVAIL
               CLOSE CUSTMAST
           END-IF.
           EXIT PROGRAM.
      *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program69.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the one place receivables are written.  the sales paths that
      * carry a customer number (the batch merge, the exceptions
      * correction and the DemoTable bridge) raise invoices and
      * credit notes through here, and the receivables office posts
      * payments through here, so every open item and every
      * application lands in AROPEN.DAT and ARTRAN.DAT the same way
           SELECT AROPEN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AO-KEY
               FILE STATUS IS WS-AROPEN-STATUS.
           SELECT ARTRAN ASSIGN TO "ARTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARTRAN-STATUS.
           SELECT ARCTL ASSIGN TO "ARCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCTL-STATUS.
           SELECT CUSTMAST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CU-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * open items, one per invoice (I), credit note (C) or payment
      * (P) - AO-OPEN is what is still unpaid on an invoice or still
      * unapplied on a credit.  settled items stay on file, so the
      * statements can show a month's movements from here
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
              88 AO-CREDIT      VALUES "C" "P".
           02 AO-DATE       PIC 9(8).
           02 AO-DUE        PIC 9(8).
           02 AO-AMOUNT     PIC 9(11).
           02 AO-OPEN       PIC 9(11).
           02 AO-BRN        PIC 99.
           02 AO-SOURCE     PIC X(20).
      *
      * journal of every item raised and every application made
       FD  ARTRAN        LABEL RECORD STANDARD.
       01  AT-LINE.
           02 AT-DATE       PIC 9(8).
           02 FILLER        PIC X(2).
           02 AT-CUST       PIC 9(6).
           02 FILLER        PIC X(2).
           02 AT-TYPE       PIC X(1).
           02 FILLER        PIC X(2).
           02 AT-REF        PIC 9(8).
           02 FILLER        PIC X(2).
           02 AT-APPLY-REF  PIC 9(8).
           02 FILLER        PIC X(2).
           02 AT-AMOUNT     PIC 9(11).
           02 FILLER        PIC X(2).
           02 AT-SOURCE     PIC X(20).
           02 FILLER        PIC X(2).
           02 AT-USER       PIC X(8).
      *
      * next open-item reference, taken the way Program4 takes order
      * numbers from ORDCTL.DAT
       FD  ARCTL         LABEL RECORD STANDARD.
       01  AC-REC.
           02 AC-NEXT       PIC 9(8).
      *
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
       WORKING-STORAGE SECTION.
       01  WS-AROPEN-STATUS   PIC XX.
       01  WS-ARTRAN-STATUS   PIC XX.
       01  WS-ARCTL-STATUS    PIC XX.
       01  WS-CUSTMAST-STATUS PIC XX.
       01  WS-OPEN-SW         PIC X(1) VALUE "N".
           88 WS-FILES-OPEN         VALUE "Y".
       01  WS-HELD-SW         PIC X(1) VALUE "N".
           88 WS-FILES-HELD         VALUE "Y".
       01  WS-CUSTMAST-SW     PIC X(1) VALUE "N".
           88 WS-CUSTMAST-AVAIL     VALUE "Y".
       01  WS-EOF-SW          PIC A(1).
           88 WS-EOF                VALUE "Y".
       01  WS-NEXT-REF        PIC 9(8).
       01  WS-ITEM-TYPE       PIC X(1).
      * payment terms for a customer with none on CUSTMAST
       77  WS-DEFAULT-TERMS   PIC 9(3) VALUE 30.
       01  WS-TERMS           PIC 9(3).
       01  WS-DAY-INT         PIC 9(8).
       01  WS-APPLY-AMT       PIC 9(11).
       01  WS-CDX             PIC 9(4).
       01  WS-IDX             PIC 9(4).
       01  WS-TDX             PIC 9(4).
       01  WS-AP-COUNT        PIC 9(4).
       77  WS-AP-MAX          PIC 9(4) VALUE 500.
      * the customer's open items, loaded in reference order - which
      * is the order they were raised, so oldest first
       01  WS-AP-TABLE.
           02  AP-ENTRY OCCURS 500 TIMES.
               03  AP-REF       PIC 9(8).
               03  AP-TYPE      PIC X(1).
               03  AP-OPEN      PIC 9(11).
               03  AP-CHANGED   PIC X(1).
      *
       LINKAGE SECTION.
      * ARQ-FUNC  O = open and hold the files for a run of calls
      *           C = close them again
      *           I = raise an invoice        N = raise a credit note
      *           P = record a payment        A = apply open credits
      * credit notes and payments are applied as soon as they are
      * raised - to ARQ-APPLY-REF first when it is given, then to the
      * oldest open invoices.  ARQ-REF returns the new item's number
       01  LS-AR-REQUEST.
           02 ARQ-FUNC        PIC X(1).
           02 ARQ-CUST        PIC 9(6).
           02 ARQ-DATE        PIC 9(8).
           02 ARQ-AMOUNT      PIC 9(11).
           02 ARQ-BRN         PIC 99.
           02 ARQ-SOURCE      PIC X(20).
           02 ARQ-USER        PIC X(8).
           02 ARQ-APPLY-REF   PIC 9(8).
           02 ARQ-REF         PIC 9(8).
       01  LS-RETURN-CODE PIC 9(2).

       PROCEDURE DIVISION USING LS-AR-REQUEST, LS-RETURN-CODE.
       ARXH.
           MOVE 0 TO LS-RETURN-CODE.
           EVALUATE ARQ-FUNC
               WHEN "O"
                   IF NOT WS-FILES-OPEN
                       PERFORM 100-OPEN-FILES THRU 100-EXIT
                   END-IF
                   IF LS-RETURN-CODE = 0
                       SET WS-FILES-HELD TO TRUE
                   END-IF
                   GO TO TELOS
               WHEN "C"
                   IF WS-FILES-OPEN
                       PERFORM 190-CLOSE-FILES
                   END-IF
                   MOVE "N" TO WS-HELD-SW
                   GO TO TELOS
               WHEN "I"
               WHEN "N"
               WHEN "P"
               WHEN "A"
                   CONTINUE
               WHEN OTHER
                   MOVE 26 TO LS-RETURN-CODE
                   DISPLAY "PROGRAM69: UNKNOWN FUNCTION " ARQ-FUNC
                   GO TO TELOS
           END-EVALUATE.
           IF ARQ-CUST = 0
               OR (ARQ-FUNC NOT = "A" AND ARQ-AMOUNT = 0)
               MOVE 26 TO LS-RETURN-CODE
               DISPLAY "PROGRAM69: CUSTOMER AND AMOUNT ARE REQUIRED"
               GO TO TELOS
           END-IF.
           IF NOT WS-FILES-OPEN
               PERFORM 100-OPEN-FILES THRU 100-EXIT
               IF LS-RETURN-CODE NOT = 0
                   GO TO TELOS
               END-IF
           END-IF.
           MOVE 0 TO ARQ-REF.
           EVALUATE ARQ-FUNC
               WHEN "I"
                   MOVE "I" TO WS-ITEM-TYPE
                   PERFORM 200-RAISE-ITEM
               WHEN "N"
                   MOVE "C" TO WS-ITEM-TYPE
                   PERFORM 200-RAISE-ITEM
                   IF LS-RETURN-CODE = 0
                       PERFORM 300-APPLY-CREDITS
                   END-IF
               WHEN "P"
                   MOVE "P" TO WS-ITEM-TYPE
                   PERFORM 200-RAISE-ITEM
                   IF LS-RETURN-CODE = 0
                       PERFORM 300-APPLY-CREDITS
                   END-IF
               WHEN "A"
                   PERFORM 300-APPLY-CREDITS
           END-EVALUATE.
           IF NOT WS-FILES-HELD
               PERFORM 190-CLOSE-FILES
           END-IF.
           GO TO TELOS.
      *
       100-OPEN-FILES.
           OPEN I-O AROPEN.
           IF WS-AROPEN-STATUS = "35"
               OPEN OUTPUT AROPEN
               CLOSE AROPEN
               OPEN I-O AROPEN
           END-IF.
           IF WS-AROPEN-STATUS NOT = "00"
               MOVE 24 TO LS-RETURN-CODE
               DISPLAY "PROGRAM69: AROPEN COULD NOT BE OPENED"
                       " - STATUS " WS-AROPEN-STATUS
               GO TO 100-EXIT
           END-IF.
           OPEN EXTEND ARTRAN.
           IF WS-ARTRAN-STATUS = "35"
               OPEN OUTPUT ARTRAN
               CLOSE ARTRAN
               OPEN EXTEND ARTRAN
           END-IF.
           IF WS-ARTRAN-STATUS NOT = "00"
               MOVE 24 TO LS-RETURN-CODE
               DISPLAY "PROGRAM69: ARTRAN.DAT COULD NOT BE OPENED"
                       " - STATUS " WS-ARTRAN-STATUS
               CLOSE AROPEN
               GO TO 100-EXIT
           END-IF.
           MOVE "N" TO WS-CUSTMAST-SW.
           OPEN INPUT CUSTMAST.
           IF WS-CUSTMAST-STATUS = "00"
               SET WS-CUSTMAST-AVAIL TO TRUE
           END-IF.
           MOVE 1 TO WS-NEXT-REF.
           OPEN INPUT ARCTL.
           IF WS-ARCTL-STATUS = "00"
               READ ARCTL
                   AT END CONTINUE
                   NOT AT END
                       IF AC-NEXT NUMERIC AND AC-NEXT > 0
                           MOVE AC-NEXT TO WS-NEXT-REF
                       END-IF
               END-READ
               CLOSE ARCTL
           END-IF.
           SET WS-FILES-OPEN TO TRUE.
       100-EXIT.
           EXIT.
      *
       190-CLOSE-FILES.
           CLOSE AROPEN.
           CLOSE ARTRAN.
           IF WS-CUSTMAST-AVAIL
               CLOSE CUSTMAST
           END-IF.
           MOVE "N" TO WS-OPEN-SW.
      *
       200-RAISE-ITEM.
           MOVE WS-NEXT-REF TO ARQ-REF.
           ADD 1 TO WS-NEXT-REF.
           OPEN OUTPUT ARCTL.
           MOVE WS-NEXT-REF TO AC-NEXT.
           WRITE AC-REC.
           CLOSE ARCTL.
           MOVE ARQ-DATE TO AO-DUE.
           IF WS-ITEM-TYPE = "I"
               PERFORM 250-FIND-DUE-DATE
           END-IF.
           MOVE ARQ-CUST    TO AO-CUST.
           MOVE ARQ-REF     TO AO-REF.
           MOVE WS-ITEM-TYPE TO AO-TYPE.
           MOVE ARQ-DATE    TO AO-DATE.
           MOVE ARQ-AMOUNT  TO AO-AMOUNT.
           MOVE ARQ-AMOUNT  TO AO-OPEN.
           MOVE ARQ-BRN     TO AO-BRN.
           MOVE ARQ-SOURCE  TO AO-SOURCE.
           WRITE AO-REC
               INVALID KEY
                   MOVE 26 TO LS-RETURN-CODE
                   DISPLAY "PROGRAM69: ITEM " ARQ-REF " ALREADY ON"
                           " AROPEN - CHECK ARCTL.DAT"
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE SPACES TO AT-LINE.
           MOVE ARQ-DATE    TO AT-DATE.
           MOVE ARQ-CUST    TO AT-CUST.
           MOVE WS-ITEM-TYPE TO AT-TYPE.
           MOVE ARQ-REF     TO AT-REF.
           MOVE 0           TO AT-APPLY-REF.
           MOVE ARQ-AMOUNT  TO AT-AMOUNT.
           MOVE ARQ-SOURCE  TO AT-SOURCE.
           MOVE ARQ-USER    TO AT-USER.
           WRITE AT-LINE.
      *
       250-FIND-DUE-DATE.
           MOVE WS-DEFAULT-TERMS TO WS-TERMS.
           IF WS-CUSTMAST-AVAIL
               MOVE ARQ-CUST TO CU-NO
               READ CUSTMAST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CU-TERMS NUMERIC AND CU-TERMS > 0
                           MOVE CU-TERMS TO WS-TERMS
                       END-IF
               END-READ
           END-IF.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE (ARQ-DATE).
           IF WS-DAY-INT > 0
               ADD WS-TERMS TO WS-DAY-INT
               COMPUTE AO-DUE = FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
           END-IF.
      *
       300-APPLY-CREDITS.
           PERFORM 310-LOAD-CUSTOMER-ITEMS.
           IF ARQ-APPLY-REF > 0
               MOVE 0 TO WS-TDX
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-AP-COUNT
                   IF AP-REF (WS-IDX) = ARQ-APPLY-REF
                       AND AP-TYPE (WS-IDX) = "I"
                       MOVE WS-IDX TO WS-TDX
                   END-IF
               END-PERFORM
               IF WS-TDX = 0
                   DISPLAY "PROGRAM69: INVOICE " ARQ-APPLY-REF
                           " IS NOT OPEN FOR CUSTOMER " ARQ-CUST
                           " - APPLIED OLDEST FIRST"
               ELSE
                   MOVE WS-TDX TO WS-IDX
                   PERFORM VARYING WS-CDX FROM 1 BY 1
                           UNTIL WS-CDX > WS-AP-COUNT
                       IF AP-TYPE (WS-CDX) NOT = "I"
                           PERFORM 320-APPLY-ONE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           PERFORM VARYING WS-CDX FROM 1 BY 1
                   UNTIL WS-CDX > WS-AP-COUNT
               IF AP-TYPE (WS-CDX) NOT = "I"
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-AP-COUNT
                              OR AP-OPEN (WS-CDX) = 0
                       IF AP-TYPE (WS-IDX) = "I"
                           PERFORM 320-APPLY-ONE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           PERFORM 350-REWRITE-CHANGED.
      *
       310-LOAD-CUSTOMER-ITEMS.
           MOVE 0 TO WS-AP-COUNT.
           MOVE "N" TO WS-EOF-SW.
           MOVE ARQ-CUST TO AO-CUST.
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
                       IF AO-CUST NOT = ARQ-CUST
                           SET WS-EOF TO TRUE
                       ELSE
                           IF AO-OPEN > 0
                               AND WS-AP-COUNT < WS-AP-MAX
                               ADD 1 TO WS-AP-COUNT
                               MOVE AO-REF  TO AP-REF (WS-AP-COUNT)
                               MOVE AO-TYPE TO AP-TYPE (WS-AP-COUNT)
                               IF AO-CREDIT
                                   MOVE "C" TO AP-TYPE (WS-AP-COUNT)
                               END-IF
                               MOVE AO-OPEN TO AP-OPEN (WS-AP-COUNT)
                               MOVE "N" TO AP-CHANGED (WS-AP-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
      * one credit (WS-CDX) against one invoice (WS-IDX)
       320-APPLY-ONE.
           IF AP-OPEN (WS-CDX) = 0 OR AP-OPEN (WS-IDX) = 0
               EXIT PARAGRAPH
           END-IF.
           IF AP-OPEN (WS-CDX) < AP-OPEN (WS-IDX)
               MOVE AP-OPEN (WS-CDX) TO WS-APPLY-AMT
           ELSE
               MOVE AP-OPEN (WS-IDX) TO WS-APPLY-AMT
           END-IF.
           SUBTRACT WS-APPLY-AMT FROM AP-OPEN (WS-CDX).
           SUBTRACT WS-APPLY-AMT FROM AP-OPEN (WS-IDX).
           MOVE "Y" TO AP-CHANGED (WS-CDX).
           MOVE "Y" TO AP-CHANGED (WS-IDX).
           MOVE SPACES TO AT-LINE.
           MOVE ARQ-DATE        TO AT-DATE.
           MOVE ARQ-CUST        TO AT-CUST.
           MOVE "A"             TO AT-TYPE.
           MOVE AP-REF (WS-CDX) TO AT-REF.
           MOVE AP-REF (WS-IDX) TO AT-APPLY-REF.
           MOVE WS-APPLY-AMT    TO AT-AMOUNT.
           MOVE ARQ-SOURCE      TO AT-SOURCE.
           MOVE ARQ-USER        TO AT-USER.
           WRITE AT-LINE.
      *
       350-REWRITE-CHANGED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-AP-COUNT
               IF AP-CHANGED (WS-IDX) = "Y"
                   MOVE ARQ-CUST TO AO-CUST
                   MOVE AP-REF (WS-IDX) TO AO-REF
                   READ AROPEN
                       INVALID KEY
                           DISPLAY "PROGRAM69: ITEM " AO-REF
                                   " VANISHED FROM AROPEN"
                       NOT INVALID KEY
                           MOVE AP-OPEN (WS-IDX) TO AO-OPEN
                           REWRITE AO-REC
                               INVALID KEY
                                   DISPLAY "PROGRAM69: ITEM " AO-REF
                                           " COULD NOT BE UPDATED"
                           END-REWRITE
                   END-READ
               END-IF
           END-PERFORM.
      *
       TELOS.
           EXIT PROGRAM.
      *

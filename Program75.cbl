       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program75.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSIT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DP-KEY
               FILE STATUS IS WS-DEPOSIT-STATUS.
           SELECT BRANCHRF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BR-CODE
               FILE STATUS IS WS-BRANCHRF-STATUS.
           SELECT BANK-IN ASSIGN TO "BANKDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * what each branch banked each day, keyed from the paying-in
      * slip or loaded from the bank's file (DP-SOURCE K or B).
      * Program76 reconciles it against the day's sales
       FD  DEPOSIT       RECORD CONTAINS  82 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS DP-REC
                         VALUE OF FILE-ID IS "DEPOSIT.DAT".
       01  DP-REC.
           02 DP-KEY.
              03 DP-BRN     PIC 99.
              03 DP-DATE    PIC 9(8).
           02 FILLER        PIC X(2).
           02 DP-SLIP       PIC X(12).
           02 FILLER        PIC X(2).
           02 DP-AMOUNT     PIC 9(11).
           02 FILLER        PIC X(2).
           02 DP-BANKED-BY  PIC X(20).
           02 FILLER        PIC X(2).
           02 DP-SOURCE     PIC X(1).
           02 FILLER        PIC X(2).
           02 DP-ENTERED-BY PIC X(8).
           02 FILLER        PIC X(2).
           02 DP-ENTRY-DATE PIC 9(8).
      *
       FD  BRANCHRF      RECORD CONTAINS  25 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS BR-REC
                         VALUE OF FILE-ID IS "BRANCHRF.DAT".
       01  BR-REC.
           02 BR-CODE    PIC 9(2).
           02 BR-NAME    PIC X(20).
           02 FILLER     PIC X(2).
           02 BR-ACTIVE  PIC X(1).
      *
      * the bank's deposit file, one line per credited slip
       FD  BANK-IN       LABEL RECORD STANDARD.
       01  BK-REC.
           02 BK-BRN        PIC 99.
           02 BK-DATE       PIC 9(8).
           02 BK-SLIP       PIC X(12).
           02 BK-AMOUNT     PIC 9(11).
           02 BK-BANKED-BY  PIC X(20).
      *
       WORKING-STORAGE SECTION.
       01  WS-DEPOSIT-STATUS  PIC XX.
       01  WS-BRANCHRF-STATUS PIC XX.
       01  WS-BANK-STATUS     PIC XX.
       01  WS-BRANCHRF-SW     PIC X(1).
           88 WS-BRANCHRF-AVAIL     VALUE "Y".
       01  WS-ACTION          PIC X(1).
           88 WS-ACT-ADD      VALUE "A".
           88 WS-ACT-MAINTAIN VALUE "M".
           88 WS-ACT-DELETE   VALUE "D".
           88 WS-ACT-LIST     VALUE "L".
           88 WS-ACT-BANK     VALUE "B".
           88 WS-ACT-EXIT     VALUE "X".
       01  WS-EOF-SW          PIC A(1).
           88 WS-EOF                VALUE "Y".
       01  WS-KEY-OK-SW       PIC X(1).
           88 WS-KEY-OK             VALUE "Y".
       01  WS-BUS-DATE        PIC 9(8).
       01  WS-BUSDATE-FUNC    PIC X(1).
       01  WS-BUSDATE-RC      PIC 9(2).
       01  WS-E-BRN           PIC 99.
       01  WS-E-DATE          PIC 9(8).
       01  WS-E-DATE-R REDEFINES WS-E-DATE.
           02 WS-E-YY         PIC 9(4).
           02 WS-E-MM         PIC 99.
           02 WS-E-DD         PIC 99.
       01  WS-E-SLIP          PIC X(12).
       01  WS-E-AMOUNT        PIC 9(11).
       01  WS-E-BANKED-BY     PIC X(20).
       01  WS-E-PERIOD        PIC 9(6).
       01  WS-E-PERIOD-R REDEFINES WS-E-PERIOD.
           02 WS-PER-MM       PIC 99.
           02 WS-PER-YY       PIC 9(4).
       01  WS-READ-COUNT      PIC 9(5).
       01  WS-LOADED-COUNT    PIC 9(5).
       01  WS-MATCHED-COUNT   PIC 9(5).
       01  WS-REJECT-COUNT    PIC 9(5).
       01  WS-MONTH-TOTAL     PIC 9(13).
       01  WS-ED-AMOUNT       PIC Z(10)9.
       01  WS-ED-TOTAL        PIC Z(12)9.
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
           OPEN I-O DEPOSIT.
           IF WS-DEPOSIT-STATUS = "35"
               OPEN OUTPUT DEPOSIT
               CLOSE DEPOSIT
               OPEN I-O DEPOSIT
           END-IF.
           IF WS-DEPOSIT-STATUS NOT = "00"
               MOVE 48 TO LS-RETURN-CODE
               DISPLAY "PROGRAM75: DEPOSIT COULD NOT BE OPENED"
                       " - STATUS " WS-DEPOSIT-STATUS
               EXIT PROGRAM
           END-IF.
           MOVE "N" TO WS-BRANCHRF-SW.
           OPEN INPUT BRANCHRF.
           IF WS-BRANCHRF-STATUS = "00"
               SET WS-BRANCHRF-AVAIL TO TRUE
           ELSE
               DISPLAY "BRANCHRF.DAT NOT AVAILABLE - BRANCH CODES"
                       " CHECKED AGAINST 1-9 ONLY"
           END-IF.
       MENU-LOOP.
           DISPLAY "----------------------------------------".
           DISPLAY "KATATHESEIS YPOKATASTHMATWN (DEPOSIT)".
           DISPLAY "A=ADD M=MAINTAIN D=DELETE L=LIST B=LOAD BANK FILE"
                   " X=EXIT".
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN WS-ACT-ADD
                   PERFORM 100-ADD-DEPOSIT THRU 100-EXIT
               WHEN WS-ACT-MAINTAIN
                   PERFORM 200-MAINTAIN-DEPOSIT THRU 200-EXIT
               WHEN WS-ACT-DELETE
                   PERFORM 300-DELETE-DEPOSIT THRU 300-EXIT
               WHEN WS-ACT-LIST
                   PERFORM 400-LIST-DEPOSITS THRU 400-EXIT
               WHEN WS-ACT-BANK
                   PERFORM 600-LOAD-BANK-FILE THRU 600-EXIT
               WHEN WS-ACT-EXIT
                   GO TO TELOS
               WHEN OTHER
                   DISPLAY "INVALID ACTION - TRY AGAIN"
           END-EVALUATE.
           GO TO MENU-LOOP.
      *
       100-ADD-DEPOSIT.
           PERFORM 500-ACCEPT-KEY THRU 500-EXIT.
           IF NOT WS-KEY-OK
               GO TO 100-EXIT
           END-IF.
           DISPLAY "ENTER SLIP NUMBER: ".
           MOVE SPACES TO WS-E-SLIP.
           ACCEPT WS-E-SLIP.
           DISPLAY "ENTER AMOUNT BANKED: ".
           ACCEPT WS-E-AMOUNT.
           DISPLAY "ENTER BANKED BY: ".
           MOVE SPACES TO WS-E-BANKED-BY.
           ACCEPT WS-E-BANKED-BY.
           IF WS-E-SLIP = SPACES OR WS-E-AMOUNT = 0
               DISPLAY "SLIP NUMBER AND AMOUNT ARE REQUIRED"
                       " - NOT ADDED"
               GO TO 100-EXIT
           END-IF.
           MOVE SPACES         TO DP-REC.
           MOVE WS-E-BRN       TO DP-BRN.
           MOVE WS-E-DATE      TO DP-DATE.
           MOVE WS-E-SLIP      TO DP-SLIP.
           MOVE WS-E-AMOUNT    TO DP-AMOUNT.
           MOVE WS-E-BANKED-BY TO DP-BANKED-BY.
           MOVE "K"            TO DP-SOURCE.
           MOVE LS-OPER-USER   TO DP-ENTERED-BY.
           MOVE WS-BUS-DATE    TO DP-ENTRY-DATE.
           WRITE DP-REC
               INVALID KEY
                   DISPLAY "BRANCH " WS-E-BRN " ALREADY HAS A DEPOSIT"
                           " FOR " WS-E-DATE " - USE M"
               NOT INVALID KEY
                   DISPLAY "DEPOSIT ADDED"
           END-WRITE.
       100-EXIT.
           EXIT.
      *
       200-MAINTAIN-DEPOSIT.
           PERFORM 500-ACCEPT-KEY THRU 500-EXIT.
           IF NOT WS-KEY-OK
               GO TO 200-EXIT
           END-IF.
           MOVE WS-E-BRN  TO DP-BRN.
           MOVE WS-E-DATE TO DP-DATE.
           READ DEPOSIT
               INVALID KEY
                   DISPLAY "NO DEPOSIT FOR BRANCH " WS-E-BRN " ON "
                           WS-E-DATE
                   GO TO 200-EXIT
           END-READ.
           MOVE DP-AMOUNT TO WS-ED-AMOUNT.
           DISPLAY "CURRENT SLIP     : " DP-SLIP.
           DISPLAY "CURRENT AMOUNT   : " WS-ED-AMOUNT.
           DISPLAY "CURRENT BANKED BY: " DP-BANKED-BY.
           DISPLAY "ENTERED BY " DP-ENTERED-BY " ON " DP-ENTRY-DATE
                   " SOURCE " DP-SOURCE.
           DISPLAY "ENTER SLIP NUMBER (BLANK = KEEP): ".
           MOVE SPACES TO WS-E-SLIP.
           ACCEPT WS-E-SLIP.
           DISPLAY "ENTER AMOUNT BANKED (0 = KEEP): ".
           ACCEPT WS-E-AMOUNT.
           DISPLAY "ENTER BANKED BY (BLANK = KEEP): ".
           MOVE SPACES TO WS-E-BANKED-BY.
           ACCEPT WS-E-BANKED-BY.
           IF WS-E-SLIP NOT = SPACES
               MOVE WS-E-SLIP TO DP-SLIP
           END-IF.
           IF WS-E-AMOUNT NOT = 0
               MOVE WS-E-AMOUNT TO DP-AMOUNT
           END-IF.
           IF WS-E-BANKED-BY NOT = SPACES
               MOVE WS-E-BANKED-BY TO DP-BANKED-BY
           END-IF.
           MOVE "K"          TO DP-SOURCE.
           MOVE LS-OPER-USER TO DP-ENTERED-BY.
           MOVE WS-BUS-DATE  TO DP-ENTRY-DATE.
           REWRITE DP-REC
               INVALID KEY
                   DISPLAY "DEPOSIT COULD NOT BE UPDATED"
               NOT INVALID KEY
                   DISPLAY "DEPOSIT UPDATED"
           END-REWRITE.
       200-EXIT.
           EXIT.
      *
       300-DELETE-DEPOSIT.
           PERFORM 500-ACCEPT-KEY THRU 500-EXIT.
           IF NOT WS-KEY-OK
               GO TO 300-EXIT
           END-IF.
           MOVE WS-E-BRN  TO DP-BRN.
           MOVE WS-E-DATE TO DP-DATE.
           DELETE DEPOSIT
               INVALID KEY
                   DISPLAY "NO DEPOSIT FOR BRANCH " WS-E-BRN " ON "
                           WS-E-DATE
               NOT INVALID KEY
                   DISPLAY "DEPOSIT DELETED"
           END-DELETE.
       300-EXIT.
           EXIT.
      *
       400-LIST-DEPOSITS.
           DISPLAY "ENTER BRANCH (1-9): ".
           ACCEPT WS-E-BRN.
           DISPLAY "ENTER MONTH (MMYYYY): ".
           ACCEPT WS-E-PERIOD.
           MOVE "N" TO WS-EOF-SW.
           MOVE 0 TO WS-MONTH-TOTAL.
           MOVE WS-E-BRN TO DP-BRN.
           COMPUTE DP-DATE = WS-PER-YY * 10000 + WS-PER-MM * 100.
           START DEPOSIT KEY NOT LESS THAN DP-KEY
               INVALID KEY
                   DISPLAY "NO DEPOSITS ON FILE"
                   GO TO 400-EXIT
           END-START.
           DISPLAY "HMEROMHNIA  APODEIXH             POSO"
                   "  KATETHESE            P  XRHSTHS".
           PERFORM UNTIL WS-EOF
               READ DEPOSIT NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF DP-BRN NOT = WS-E-BRN
                           OR DP-DATE (1:4) NOT = WS-PER-YY
                           OR DP-DATE (5:2) NOT = WS-PER-MM
                           SET WS-EOF TO TRUE
                       ELSE
                           ADD DP-AMOUNT TO WS-MONTH-TOTAL
                           MOVE DP-AMOUNT TO WS-ED-AMOUNT
                           DISPLAY DP-DATE "  " DP-SLIP " "
                                   WS-ED-AMOUNT "  " DP-BANKED-BY " "
                                   DP-SOURCE "  " DP-ENTERED-BY
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-MONTH-TOTAL TO WS-ED-TOTAL.
           DISPLAY "SYNOLO MHNA            " WS-ED-TOTAL.
       400-EXIT.
           EXIT.
      *
       500-ACCEPT-KEY.
           MOVE "Y" TO WS-KEY-OK-SW.
           DISPLAY "ENTER BRANCH (1-9): ".
           ACCEPT WS-E-BRN.
           DISPLAY "ENTER DATE BANKED FOR (YYYYMMDD): ".
           ACCEPT WS-E-DATE.
           PERFORM 550-CHECK-KEY THRU 550-EXIT.
       500-EXIT.
           EXIT.
      *
      * the date is the trading day the takings belong to, which is
      * how Program76 matches them to the day's sales
       550-CHECK-KEY.
           IF WS-E-BRN < 1 OR WS-E-BRN > 9
               MOVE "N" TO WS-KEY-OK-SW
               DISPLAY "BRANCH MUST BE 1-9"
               GO TO 550-EXIT
           END-IF.
           IF WS-E-YY < 1900 OR WS-E-MM < 1 OR WS-E-MM > 12
               OR WS-E-DD < 1 OR WS-E-DD > 31
               MOVE "N" TO WS-KEY-OK-SW
               DISPLAY "DATE " WS-E-DATE " NOT VALID"
               GO TO 550-EXIT
           END-IF.
           IF WS-E-DATE > WS-BUS-DATE
               MOVE "N" TO WS-KEY-OK-SW
               DISPLAY "DATE " WS-E-DATE " IS AFTER THE BUSINESS DATE"
               GO TO 550-EXIT
           END-IF.
           IF NOT WS-BRANCHRF-AVAIL
               GO TO 550-EXIT
           END-IF.
           MOVE WS-E-BRN TO BR-CODE.
           READ BRANCHRF
               INVALID KEY
                   MOVE "N" TO WS-KEY-OK-SW
                   DISPLAY "BRANCH " WS-E-BRN " NOT ON BRANCHRF"
           END-READ.
       550-EXIT.
           EXIT.
      *
      * a slip already keyed with the same amount is confirmed by the
      * bank; one keyed with a different amount is left for the
      * office to settle with M, never overwritten
       600-LOAD-BANK-FILE.
           OPEN INPUT BANK-IN.
           IF WS-BANK-STATUS NOT = "00"
               MOVE 49 TO LS-RETURN-CODE
               DISPLAY "BANKDEP.DAT COULD NOT BE OPENED - STATUS "
                       WS-BANK-STATUS
               GO TO 600-EXIT
           END-IF.
           MOVE 0 TO WS-READ-COUNT WS-LOADED-COUNT WS-MATCHED-COUNT
                     WS-REJECT-COUNT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ BANK-IN
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 650-LOAD-ONE-SLIP THRU 650-EXIT
               END-READ
           END-PERFORM.
           CLOSE BANK-IN.
           DISPLAY "BANKDEP.DAT: " WS-READ-COUNT " READ, "
                   WS-LOADED-COUNT " LOADED, " WS-MATCHED-COUNT
                   " CONFIRMED, " WS-REJECT-COUNT " REJECTED".
       600-EXIT.
           EXIT.
      *
       650-LOAD-ONE-SLIP.
           IF BK-BRN NOT NUMERIC OR BK-DATE NOT NUMERIC
               OR BK-AMOUNT NOT NUMERIC
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "  LINE " WS-READ-COUNT " NOT NUMERIC - SKIPPED"
               GO TO 650-EXIT
           END-IF.
           MOVE "Y" TO WS-KEY-OK-SW.
           MOVE BK-BRN  TO WS-E-BRN.
           MOVE BK-DATE TO WS-E-DATE.
           PERFORM 550-CHECK-KEY THRU 550-EXIT.
           IF NOT WS-KEY-OK
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "  LINE " WS-READ-COUNT " SLIP " BK-SLIP
                       " - SKIPPED"
               GO TO 650-EXIT
           END-IF.
           MOVE BK-BRN  TO DP-BRN.
           MOVE BK-DATE TO DP-DATE.
           READ DEPOSIT
               INVALID KEY
                   MOVE SPACES        TO DP-REC
                   MOVE BK-BRN        TO DP-BRN
                   MOVE BK-DATE       TO DP-DATE
                   MOVE BK-SLIP       TO DP-SLIP
                   MOVE BK-AMOUNT     TO DP-AMOUNT
                   MOVE BK-BANKED-BY  TO DP-BANKED-BY
                   MOVE "B"           TO DP-SOURCE
                   MOVE LS-OPER-USER  TO DP-ENTERED-BY
                   MOVE WS-BUS-DATE   TO DP-ENTRY-DATE
                   WRITE DP-REC
                       INVALID KEY
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-LOADED-COUNT
                   END-WRITE
                   GO TO 650-EXIT
           END-READ.
           IF DP-AMOUNT = BK-AMOUNT
               MOVE "B" TO DP-SOURCE
               REWRITE DP-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               ADD 1 TO WS-MATCHED-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE BK-AMOUNT TO WS-ED-AMOUNT
               DISPLAY "  BRANCH " BK-BRN " " BK-DATE " BANK "
                       WS-ED-AMOUNT " DIFFERS FROM KEYED SLIP "
                       DP-SLIP " - CHECK AND USE M"
           END-IF.
       650-EXIT.
           EXIT.
      *
       TELOS.
           CLOSE DEPOSIT.
           IF WS-BRANCHRF-AVAIL
               CLOSE BRANCHRF
           END-IF.
           EXIT PROGRAM.
      *

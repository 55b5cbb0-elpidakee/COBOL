       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODREF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PR-CODE
               FILE STATUS IS WS-PRODREF-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * product reference kept by Program66 - every order line is
      * checked against it as it is keyed, as Program23 checks a
      * personal batch line
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
       WORKING-STORAGE SECTION.
       01 WS-STUDENT PIC A(20).
       01 WS-ID PIC 9(4).
       01 WS-CHOICE PIC 99.
       01 WS-DESCRIPTION PIC X(10).
       01 WS-RETURN-CODE PIC 9(2).
       01 WS-LOG-RC PIC 9(2) VALUE 0.
       01 WS-MODE-SW PIC X.
       01 WS-ID-FROM PIC 9(18) VALUE 0.
       01 WS-ID-TO PIC 9(18) VALUE 0.
       01 WS-AUTH-SW PIC X(1).
          88 WS-AUTHORIZED VALUE "Y".
       01 WS-TREND-MONTH PIC 9(2).
       01 WS-VAR-PERIOD PIC 9(6).
       01 WS-VAR-BEHIND PIC 9(2).
       01 WS-ORDER.
          02 WS-LINE-COUNT PIC 9(2).
          02 WS-ORDER-LINE OCCURS 10 TIMES.
             03 WS-OL-QTY   PIC 9(5).
             03 WS-OL-UPR   PIC 9(9).
             03 WS-OL-RCD   PIC 9.
             03 WS-OL-ITEM  PIC X(6).
          02 WS-CUSTOMER PIC 9(6).
       01 WS-OL-DATE-W PIC 9(6).
       01 WS-OL-DATE-R REDEFINES WS-OL-DATE-W.
          02 WS-OL-DD PIC 99.
       01 WS-OL-QTY-W PIC 9(5).
       01 WS-OL-UPR-W PIC 9(9).
       01 WS-OL-RCD-W PIC 9.
       01 WS-OL-ITEM-W PIC X(6).
       01 WS-PRODREF-STATUS PIC XX.
       01 WS-ITEM-OK-SW PIC X(1).
          88 WS-ITEM-OK VALUE "Y".
      * in percent, for items whose PRODREF line leaves it at zero
       01 WS-DEFAULT-TOLERANCE PIC 9(2) VALUE 20.
       01 WS-TOLERANCE PIC 9(2).
       01 WS-PRICE-LOW PIC 9(10).
       01 WS-PRICE-HIGH PIC 9(10).
       01 WS-MORE-LINES PIC X(1).
       01 WS-BUS-DATE PIC 9(8).
       01 WS-BUSDATE-FUNC PIC X(1).
       01 WS-BUSDATE-ACT PIC X(1).
       01 WS-GEN-FILTER PIC X(20).
       01 WS-REPAIR-SW PIC X(1).
       01 WS-SEC-EVENT PIC X(8).
       PROCEDURE DIVISION.
       SIGNON.
      * every terminal session starts with a sign-on against the
           DISPLAY " 40 = DEMO ORDER INQUIRY / VOID".
           DISPLAY " 41 = MERGE RELEASED SALES BATCHES".
           DISPLAY " 42 = INTEGRITY AUDIT (REPORT/REPAIR)".
           DISPLAY " 43 = MAINTAIN SUBJECTS".
           DISPLAY " 44 = SEPTEMBER RE-SIT EXAMS (LIST/KEY)".
           DISPLAY " 45 = HONOUR ROLL AND CLASS RANKING".
           DISPLAY " 46 = MAINTAIN SCHOOL CALENDAR".
           DISPLAY " 47 = SAME-DAY ABSENCE CALL LIST".
           DISPLAY " 48 = TEACHER MASTER / WORKLOAD REPORT".
           DISPLAY " 49 = TERM TUITION BILLING".
           DISPLAY " 50 = BANK STATEMENT IMPORT (TUITION)".
           DISPLAY " 51 = TUITION ARREARS LETTERS / HOLDS".
           DISPLAY " 52 = LEAVING CERTIFICATE".
           DISPLAY " 53 = MERGE DUPLICATE STUDENT".
           DISPLAY " 54 = ORPHAN RECONCILIATION".
           DISPLAY " 55 = RETENTION PURGE (WITHDRAWN)".
           DISPLAY " 56 = MINISTRY CENSUS RETURN".
           DISPLAY " 57 = APPLY OFFICE CONTACT CHANGES".
           DISPLAY " 58 = PARENT SMS BROADCAST".
           DISPLAY " 59 = MAINTAIN PRODUCTS (PRODREF)".
           DISPLAY " 60 = SALES BY PRODUCT/CATEGORY".
           DISPLAY " 61 = CUSTOMERS (CUSTMAST)".
           DISPLAY " 62 = CUSTOMER RECEIVABLES / STATEMENTS".
           DISPLAY " 63 = BRANCH SALES TARGETS (BRTARGET)".
           DISPLAY " 64 = BRANCH TARGET VARIANCE REPORT".
           DISPLAY " 65 = GL ACCOUNT MAPPING (GLMAP)".
           DISPLAY " 66 = GL JOURNAL EXPORT / REVERSAL".
           DISPLAY " 67 = BRANCH CASH DEPOSITS (DEPOSIT)".
           DISPLAY " 68 = CASH DEPOSIT RECONCILIATION".
           DISPLAY " 69 = SALES INQUIRY ACROSS ARCHIVED YEARS".
           DISPLAY " 70 = BRANCH REPORT DISTRIBUTION (DISTRIB)".
           DISPLAY " 71 = BURST MONTHLY REPORT BY BRANCH".
           DISPLAY " 72 = SECURITY ACTIVITY REVIEW".
           DISPLAY " 73 = MORNING EXCEPTIONS DASHBOARD".
           DISPLAY " 99 = EXIT".
           DISPLAY "==================================================".
           ACCEPT WS-CHOICE.
           IF NOT WS-AUTHORIZED
               DISPLAY "NOT AUTHORIZED FOR THIS OPTION (LEVEL "
                       WS-OPER-LEVEL " OF " WS-REQ-LEVEL ")"
               MOVE 0 TO WS-RETURN-CODE
               MOVE "DENIED" TO WS-SEC-EVENT
               PERFORM 060-LOG-OPTION
               GO TO ARXH
           END-IF.
           MOVE 0 TO WS-RETURN-CODE.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM 100-POST-DEMO-SALE
                   PERFORM 920-MERGE-SALES-BATCHES
               WHEN 42
                   PERFORM 921-INTEGRITY-AUDIT
               WHEN 43
                   PERFORM 922-MAINTAIN-SUBJECTS
               WHEN 44
                   PERFORM 923-RESIT-EXAMS
               WHEN 45
                   PERFORM 924-HONOUR-ROLL
               WHEN 46
                   PERFORM 925-MAINTAIN-CALENDAR
               WHEN 47
                   PERFORM 926-ABSENCE-CALL-LIST
               WHEN 48
                   PERFORM 927-MAINTAIN-TEACHERS
               WHEN 49
                   PERFORM 928-TERM-BILLING
               WHEN 50
                   PERFORM 929-BANK-IMPORT
               WHEN 51
                   PERFORM 930-ARREARS-LETTERS
               WHEN 52
                   PERFORM 931-LEAVING-CERTIFICATE
               WHEN 53
                   PERFORM 932-MERGE-DUPLICATE
               WHEN 54
                   PERFORM 933-ORPHAN-RECONCILE
               WHEN 55
                   PERFORM 934-RETENTION-PURGE
               WHEN 56
                   PERFORM 935-CENSUS-RETURN
               WHEN 57
                   PERFORM 936-CONTACT-CHANGES
               WHEN 58
                   PERFORM 937-PARENT-BROADCAST
               WHEN 59
                   PERFORM 938-MAINTAIN-PRODUCTS
               WHEN 60
                   PERFORM 939-PRODUCT-SALES
               WHEN 61
                   PERFORM 940-MAINTAIN-CUSTOMERS
               WHEN 62
                   PERFORM 941-RECEIVABLES
               WHEN 63
                   PERFORM 942-MAINTAIN-TARGETS
               WHEN 64
                   PERFORM 943-TARGET-VARIANCE
               WHEN 65
                   PERFORM 944-MAINTAIN-GL-MAP
               WHEN 66
                   PERFORM 945-GL-JOURNAL
               WHEN 67
                   PERFORM 946-MAINTAIN-DEPOSITS
               WHEN 68
                   PERFORM 947-DEPOSIT-RECONCILE
               WHEN 69
                   PERFORM 948-SALES-INQUIRY
               WHEN 70
                   PERFORM 949-MAINTAIN-DISTRIB
               WHEN 71
                   PERFORM 950-BURST-BRANCH-REPORTS
               WHEN 72
                   PERFORM 951-SECURITY-REVIEW
               WHEN 73
                   PERFORM 952-EXCEPTIONS-DASHBOARD
               WHEN 99
                   MOVE "SIGNOFF" TO WS-SEC-EVENT
                   PERFORM 060-LOG-OPTION
                   STOP RUN
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
                   GO TO ARXH
           END-EVALUATE.
           MOVE "OPTION" TO WS-SEC-EVENT.
           PERFORM 060-LOG-OPTION.
           GO TO ARXH.
       050-CHECK-AUTHORITY.
      * permission levels: 1 = inquiries only, 2 = office staff
               WHEN 37
               WHEN 40
               WHEN 41
               WHEN 49
               WHEN 50
               WHEN 51
               WHEN 53
               WHEN 55
               WHEN 57
               WHEN 59
               WHEN 61
               WHEN 63
               WHEN 65
               WHEN 66
               WHEN 72
                   MOVE 3 TO WS-REQ-LEVEL
               WHEN 4
               WHEN 5
               WHEN 38
               WHEN 39
               WHEN 42
               WHEN 43
               WHEN 44
               WHEN 45
               WHEN 46
               WHEN 47
               WHEN 48
               WHEN 52
               WHEN 54
               WHEN 56
               WHEN 58
               WHEN 60
               WHEN 62
               WHEN 64
               WHEN 67
               WHEN 68
               WHEN 69
               WHEN 70
               WHEN 71
               WHEN 73
                   MOVE 2 TO WS-REQ-LEVEL
               WHEN OTHER
                   MOVE 1 TO WS-REQ-LEVEL
           IF WS-OPER-LEVEL < WS-REQ-LEVEL
               MOVE "N" TO WS-AUTH-SW
           END-IF.
       060-LOG-OPTION.
      * every option taken, refused or not, goes to the security log
      * with the return code it finished on - the one the program
      * returned, before a findings code is shown here as success
           IF WS-LOG-RC = 0
               MOVE WS-RETURN-CODE TO WS-LOG-RC
           END-IF.
           CALL 'Program80' USING WS-OPER-USER, WS-SEC-EVENT,
               WS-CHOICE, WS-LOG-RC.
           MOVE 0 TO WS-LOG-RC.
       100-POST-DEMO-SALE.
      * a posting session takes a whole order - up to 10 lines of
      * date/quantity/price/type plus the description - and Program4
      * commits them as one transaction or rolls them all back
           MOVE 0 TO WS-LINE-COUNT.
           DISPLAY "ENTER CUSTOMER NO (0 = NONE, NEEDED FOR XREOSI): ".
           ACCEPT WS-CUSTOMER.
           MOVE "Y" TO WS-MORE-LINES.
           PERFORM 110-ACCEPT-ORDER-LINE
               UNTIL WS-MORE-LINES = "N" OR WS-MORE-LINES = "n"
           ACCEPT WS-OL-UPR-W.
           DISPLAY "ENTER RECORD TYPE (1=XREOSI 2=PISTOSI 3=DIORQ): ".
           ACCEPT WS-OL-RCD-W.
           DISPLAY "ENTER ITEM CODE: ".
           MOVE SPACES TO WS-OL-ITEM-W.
           ACCEPT WS-OL-ITEM-W.
           IF WS-OL-DD < 1 OR WS-OL-DD > 31
                   OR WS-OL-MM < 1 OR WS-OL-MM > 12
               DISPLAY "DATE OUT OF RANGE - LINE NOT ACCEPTED"
           ELSE
               IF WS-OL-RCD-W < 1 OR WS-OL-RCD-W > 3
                   MOVE "N" TO WS-ITEM-OK-SW
                   DISPLAY "RCD MUST BE 1, 2 OR 3 - LINE NOT ACCEPTED"
               ELSE
                   PERFORM 120-CHECK-ITEM-CODE
               END-IF
               IF WS-ITEM-OK
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-DESCRIPTION TO WS-OL-DESCR (WS-LINE-COUNT)
                   MOVE WS-OL-DATE-W TO WS-OL-DATE (WS-LINE-COUNT)
                   MOVE WS-OL-QTY-W TO WS-OL-QTY (WS-LINE-COUNT)
                   MOVE WS-OL-UPR-W TO WS-OL-UPR (WS-LINE-COUNT)
                   MOVE WS-OL-RCD-W TO WS-OL-RCD (WS-LINE-COUNT)
                   MOVE WS-OL-ITEM-W TO WS-OL-ITEM (WS-LINE-COUNT)
               END-IF
           END-IF.
           IF WS-LINE-COUNT < 10
               DISPLAY "ANOTHER LINE? (Y/N): "
               ACCEPT WS-MORE-LINES
           END-IF.
       120-CHECK-ITEM-CODE.
      * the same rules as a personal batch line: the item must be on
      * PRODREF and active, and a price outside the item's tolerance
      * is only kept if the operator confirms it
           MOVE "Y" TO WS-ITEM-OK-SW.
           IF WS-OL-ITEM-W = SPACES
               MOVE "N" TO WS-ITEM-OK-SW
               DISPLAY "ITEM CODE REQUIRED - LINE NOT ACCEPTED"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT PRODREF.
           IF WS-PRODREF-STATUS NOT = "00"
               DISPLAY "PRODREF.DAT NOT AVAILABLE - ITEM CODE NOT"
                       " CHECKED"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OL-ITEM-W TO PR-CODE.
           READ PRODREF
               INVALID KEY
                   MOVE "N" TO WS-ITEM-OK-SW
                   DISPLAY "ITEM " WS-OL-ITEM-W " NOT ON PRODREF"
                           " - LINE NOT ACCEPTED"
           END-READ.
           CLOSE PRODREF.
           IF NOT WS-ITEM-OK
               EXIT PARAGRAPH
           END-IF.
           IF PR-ACTIVE NOT = "Y"
               MOVE "N" TO WS-ITEM-OK-SW
               DISPLAY "ITEM " WS-OL-ITEM-W " (" PR-DESC ")"
                       " IS NOT ACTIVE - LINE NOT ACCEPTED"
               EXIT PARAGRAPH
           END-IF.
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
           IF WS-OL-UPR-W < WS-PRICE-LOW OR WS-OL-UPR-W > WS-PRICE-HIGH
               DISPLAY "*** WARNING: UNIT PRICE " WS-OL-UPR-W
                       " IS OUTSIDE " WS-TOLERANCE "% OF THE LIST"
                       " PRICE " PR-LIST-PRICE " (" PR-DESC ")"
               DISPLAY "ACCEPT THIS PRICE? (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                   MOVE "N" TO WS-ITEM-OK-SW
                   DISPLAY "LINE NOT ACCEPTED"
               END-IF
           END-IF.
       200-LIST-DEMO-SALES.
           DISPLAY "ENTER ID FROM (0 = NO LOWER LIMIT): ".
           ACCEPT WS-ID-FROM.
           CALL 'Program19' USING WS-RETURN-CODE, WS-REPAIR-SW.
           IF WS-RETURN-CODE = 80
               DISPLAY "FINDINGS REMAIN - SEE AUDITRPT.PRT"
               MOVE WS-RETURN-CODE TO WS-LOG-RC
               MOVE 0 TO WS-RETURN-CODE
           END-IF.
           PERFORM 900-CHECK-STEP-RESULT.
       922-MAINTAIN-SUBJECTS.
           CALL 'Program50' USING WS-RETURN-CODE.
           PERFORM 900-CHECK-STEP-RESULT.
       923-RESIT-EXAMS.
           CALL 'Program51' USING WS-OPER-USER, WS-RETURN-CODE.
           PERFORM 900-CHECK-STEP-RESULT.
       924-HONOUR-ROLL.
           CALL 'Program52' USING WS-RETURN-CODE.
           PERFORM 900-CHECK-STEP-RESULT.
       925-MAINTAIN-CALENDAR.
           CALL 'Program53' USING WS-RETURN-CODE.
           PERFORM 900-CHECK-STEP-RESULT.
       926-ABSENCE-CALL-LIST.
           CALL 'Program54' USING WS-OPER-USER, WS-RETURN-CODE.
           PERFORM 900-CHECK-STEP-RESULT.
       927-MAINTAIN-TEACHERS.
           CALL 'Program55' USING WS-RETURN-CODE.
           PERFORM 900-CHECK-STEP-RESULT.
       928-TERM-BILLING.
           CALL 'Program56' USING WS-OPER-USER, WS-RETURN-CODE.
           PERFORM 900-CHECK-STEP-RESULT.
       929-BANK-IMPORT.
           CALL 'Program57' USING WS-OPER-USER, WS-RETURN-CODE.
           PERFORM 900-CHECK-STEP-RESULT.
       930-ARREARS-LETTERS.
           CALL 'Program58' USING WS-OPER-USER, WS-RETURN-CODE.
           PERFORM 900-CHECK-STEP-RESULT.
       931-LEAVING-CERTIFICATE.
           CALL 'Program59' USING WS-OPER-USER, WS-RETURN-CODE.
           PERFORM 900-CHECK-STEP-RESULT.
       932-MERGE-DUPLICATE.
           CALL 'Program60' USING WS-OPER-USER, WS-RETURN-CODE.
           PERFORM 900-CHECK-STEP-RESULT.
       933-ORPHAN-RECONCILE.
           CALL 'Program61' USING WS-RETURN-CODE.
           IF WS-RETURN-CODE = 56
               DISPLAY "FINDINGS LISTED - SEE ORPHAN.PRT"
               MOVE WS-RETURN-CODE TO WS-LOG-RC
               MOVE 0 TO WS-RETURN-CODE
           END-IF.
           PERFORM 900-CHECK-STEP-RESULT.
       934-RETENTION-PURGE.
           CALL 'Program62' USING WS-OPER-USER, WS-RETURN-CODE.
           PERFORM 900-CHECK-STEP-RESULT.
       935-CENSUS-RETURN.
           CALL 'Program63' USING WS-RETURN-CODE.
           PERFORM 900-CHECK-STEP-RESULT.
       936-CONTACT-CHANGES.
           CALL 'Program64' USING WS-OPER-USER, WS-RETURN-CODE.
           PERFORM 900-CHECK-STEP-RESULT.
       937-PARENT-BROADCAST.
           CALL 'Program65' USING WS-OPER-USER, WS-RETURN-CODE.
           PERFORM 900-CHECK-STEP-RESULT.
       938-MAINTAIN-PRODUCTS.
           CALL 'Program66' USING WS-RETURN-CODE.
           PERFORM 900-CHECK-STEP-RESULT.
       939-PRODUCT-SALES.
           CALL 'Program67' USING WS-RETURN-CODE.
           PERFORM 900-CHECK-STEP-RESULT.
       940-MAINTAIN-CUSTOMERS.
           CALL 'Program68' USING WS-RETURN-CODE.
           PERFORM 900-CHECK-STEP-RESULT.
       941-RECEIVABLES.
           CALL 'Program70' USING WS-OPER-USER, WS-RETURN-CODE.
           PERFORM 900-CHECK-STEP-RESULT.
       942-MAINTAIN-TARGETS.
           CALL 'Program71' USING WS-OPER-USER, WS-RETURN-CODE.
           PERFORM 900-CHECK-STEP-RESULT.
       943-TARGET-VARIANCE.
           DISPLAY "ENTER MONTH (MMYYYY, 0 = CURRENT): ".
           ACCEPT WS-VAR-PERIOD.
           DISPLAY "BEHIND-TARGET PERCENT (0 = DEFAULT): ".
           ACCEPT WS-VAR-BEHIND.
           CALL 'Program72' USING WS-VAR-PERIOD, WS-VAR-BEHIND,
               WS-RETURN-CODE.
           PERFORM 900-CHECK-STEP-RESULT.
       944-MAINTAIN-GL-MAP.
           CALL 'Program73' USING WS-OPER-USER, WS-RETURN-CODE.
           PERFORM 900-CHECK-STEP-RESULT.
       945-GL-JOURNAL.
           CALL 'Program74' USING WS-OPER-USER, WS-RETURN-CODE.
           PERFORM 900-CHECK-STEP-RESULT.
       946-MAINTAIN-DEPOSITS.
           CALL 'Program75' USING WS-OPER-USER, WS-RETURN-CODE.
           PERFORM 900-CHECK-STEP-RESULT.
       947-DEPOSIT-RECONCILE.
           DISPLAY "ENTER MONTH (MMYYYY, 0 = CURRENT): ".
           ACCEPT WS-VAR-PERIOD.
           CALL 'Program76' USING WS-VAR-PERIOD, WS-RETURN-CODE.
           PERFORM 900-CHECK-STEP-RESULT.
       948-SALES-INQUIRY.
           CALL 'Program77' USING WS-RETURN-CODE.
           PERFORM 900-CHECK-STEP-RESULT.
       949-MAINTAIN-DISTRIB.
           CALL 'Program78' USING WS-OPER-USER, WS-RETURN-CODE.
           PERFORM 900-CHECK-STEP-RESULT.
       950-BURST-BRANCH-REPORTS.
           CALL 'Program79' USING WS-RETURN-CODE.
           IF WS-RETURN-CODE = 60
               DISPLAY "REPORTS WRITTEN, NOT ALL DELIVERED - SEE"
                       " DELIVLOG.DAT"
               MOVE WS-RETURN-CODE TO WS-LOG-RC
               MOVE 0 TO WS-RETURN-CODE
           END-IF.
           PERFORM 900-CHECK-STEP-RESULT.
       951-SECURITY-REVIEW.
           CALL 'Program81' USING WS-RETURN-CODE.
           PERFORM 900-CHECK-STEP-RESULT.
       952-EXCEPTIONS-DASHBOARD.
           CALL 'Program82' USING WS-RETURN-CODE.
           IF WS-RETURN-CODE = 98
               DISPLAY "HIGH SEVERITY ITEMS LISTED - SEE DASHBRD.PRT"
               MOVE WS-RETURN-CODE TO WS-LOG-RC
               MOVE 0 TO WS-RETURN-CODE
           END-IF.
           PERFORM 900-CHECK-STEP-RESULT.

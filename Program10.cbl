           SELECT RUNHIST ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT BATOPT ASSIGN TO "BATCHOPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATOPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL LABEL RECORD STANDARD.
           02 RC-STATUS PIC X(1).
           02 FILLER    PIC X(2).
           02 RC-STEP-DONE-TBL.
              03 RC-STEP-DONE OCCURS 20 TIMES PIC X(1).
       FD  BLOG LABEL RECORD STANDARD.
       01  BLOG-LINE.
           02 BL-TIMESTAMP PIC 9(15).
       FD  RUNHIST LABEL RECORD STANDARD.
       01  RUNHIST-LINE.
           02 RH-DATE      PIC 9(8).
           02 FILLER       PIC X(1).
           02 RH-STEP-NUM  PIC 9(2).
           02 FILLER       PIC X(2).
           02 RH-STEP-NAME PIC X(30).
           02 FILLER       PIC X(2).
           02 RH-SECS      PIC 9(7).
           02 FILLER       PIC X(2).
           02 RH-RC        PIC 9(2).
      * optional steps, one line each: the step's code and Y to run
      * it. a step with no line (or no file at all) is not run
       FD  BATOPT LABEL RECORD STANDARD.
       01  BATOPT-REC.
           02 BO-CODE      PIC X(8).
           02 FILLER       PIC X(2).
           02 BO-RUN       PIC X(1).
       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-STATUS PIC XX.
       01 WS-BLOG-STATUS PIC XX.
       01 WS-OPER-LEVEL PIC 9(1) VALUE 0.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-FUNC PIC X(1).
       01 WS-STEP-NUM PIC 9(2).
      * the variance step reports the business month against the
      * default behind-target threshold
       01 WS-VAR-PERIOD PIC 9(6) VALUE 0.
       01 WS-VAR-BEHIND PIC 9(2) VALUE 0.
       01 WS-SKIP-SW PIC X(1).
          88 WS-SKIP-STEP VALUE "Y".
      * the nightly audit only reports; repairs are run on purpose
       01 WS-START-SECS PIC 9(9).
       01 WS-END-SECS PIC 9(9).
       01 WS-STEP-SECS PIC 9(7).
       01 WS-BATOPT-STATUS PIC XX.
       01 WS-BATOPT-EOF-SW PIC X(1).
          88 WS-BATOPT-EOF VALUE "Y".
       01 WS-OPT-ORPHANS-SW PIC X(1) VALUE "N".
          88 WS-OPT-ORPHANS VALUE "Y".
       01 WS-OPT-CONTACTS-SW PIC X(1) VALUE "N".
          88 WS-OPT-CONTACTS VALUE "Y".
       PROCEDURE DIVISION.
       ARXH.
           DISPLAY "PROGRAM10: STARTING NIGHTLY BATCH SEQUENCE".
           DISPLAY "PROGRAM10: BUSINESS DATE " WS-TODAY.
           PERFORM 010-OPEN-BATCH-LOG.
           PERFORM 020-CHECK-RUN-CONTROL.
           PERFORM 045-READ-BATCH-OPTIONS.
           PERFORM 050-RUN-PROGRAM21.
           PERFORM 075-RUN-PROGRAM27.
           PERFORM 100-RUN-PROGRAM3.
           PERFORM 110-RUN-PROGRAM79.
           PERFORM 150-RUN-PROGRAM67.
           PERFORM 175-RUN-PROGRAM72.
           PERFORM 180-RUN-PROGRAM76.
           PERFORM 200-RUN-PROGRAM5.
           PERFORM 250-RUN-PROGRAM19.
           PERFORM 275-RUN-PROGRAM61.
           PERFORM 300-RUN-PROGRAM6.
           PERFORM 325-RUN-PROGRAM64.
           PERFORM 350-RUN-PROGRAM28.
           PERFORM 400-RUN-PROGRAM9.
           PERFORM 450-RUN-PROGRAM82.
           MOVE "C" TO RC-STATUS.
           PERFORM 750-SAVE-RUN-CONTROL.
           MOVE "BATCH SEQUENCE" TO WS-STEP-NAME.
               WHEN OTHER
                   PERFORM 030-START-FRESH-RUN
           END-EVALUATE.
       045-READ-BATCH-OPTIONS.
           MOVE "N" TO WS-BATOPT-EOF-SW.
           OPEN INPUT BATOPT.
           IF WS-BATOPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-BATOPT-EOF
               READ BATOPT
                   AT END
                       SET WS-BATOPT-EOF TO TRUE
                   NOT AT END
                       IF BO-CODE = "ORPHANS" AND BO-RUN = "Y"
                           SET WS-OPT-ORPHANS TO TRUE
                       END-IF
                       IF BO-CODE = "CONTACTS" AND BO-RUN = "Y"
                           SET WS-OPT-CONTACTS TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BATOPT.
       050-RUN-PROGRAM21.
      * unload the student master to MHTRMA.BKP before anything else
      * touches the files, so every morning there is a backup of the
               CALL 'Program3' USING WS-REPORT-MODE, WS-RETURN-CODE
               PERFORM 650-JUDGE-STEP-RESULT
           END-IF.
       110-RUN-PROGRAM79.
      * each active branch's share of MONTHLY.PRT, kept and sent to
      * its managers. a copy that could not be delivered (return
      * code 60) is in DELIVLOG.DAT and does not stop the run
           MOVE 14 TO WS-STEP-NUM.
           MOVE "PROGRAM79 (BRANCH REPORTS)" TO WS-STEP-NAME.
           PERFORM 600-CHECK-STEP-WANTED.
           IF WS-SKIP-STEP
               CONTINUE
           ELSE
               PERFORM 700-MARK-STEP-START
               CALL 'Program79' USING WS-RETURN-CODE
               IF WS-RETURN-CODE = 60
                   DISPLAY "*** PROGRAM79: BRANCH REPORT NOT DELIVERED"
                           " - SEE DELIVLOG.DAT ***"
                   MOVE "PROGRAM79 (NOT DELIVERED)" TO WS-STEP-NAME
                   MOVE 0 TO WS-RETURN-CODE
               END-IF
               PERFORM 650-JUDGE-STEP-RESULT
           END-IF.
       150-RUN-PROGRAM67.
      * sales by product and category off the same ARRAY.DAT, printed
      * next to MONTHLY.PRT. an overflowing product table (return
      * code 19) still leaves a report, so it is flagged and the run
      * goes on
           MOVE 11 TO WS-STEP-NUM.
           MOVE "PROGRAM67 (PRODUCT SALES)" TO WS-STEP-NAME.
           PERFORM 600-CHECK-STEP-WANTED.
           IF WS-SKIP-STEP
               CONTINUE
           ELSE
               PERFORM 700-MARK-STEP-START
               CALL 'Program67' USING WS-RETURN-CODE
               IF WS-RETURN-CODE = 19
                   DISPLAY "*** PROGRAM67: PRODUCT TABLE FULL - TOTALS"
                           " INCOMPLETE, SEE PRODSALE.PRT ***"
                   MOVE "PROGRAM67 (TABLE FULL)" TO WS-STEP-NAME
                   MOVE 0 TO WS-RETURN-CODE
               END-IF
               PERFORM 650-JUDGE-STEP-RESULT
           END-IF.
       175-RUN-PROGRAM72.
      * branch sales against management's targets, month and year to
      * date, off the ARRAY.DAT Program3 has just reported
           MOVE 12 TO WS-STEP-NUM.
           MOVE "PROGRAM72 (BRANCH TARGETS)" TO WS-STEP-NAME.
           PERFORM 600-CHECK-STEP-WANTED.
           IF WS-SKIP-STEP
               CONTINUE
           ELSE
               PERFORM 700-MARK-STEP-START
               CALL 'Program72' USING WS-VAR-PERIOD, WS-VAR-BEHIND,
                   WS-RETURN-CODE
               PERFORM 650-JUDGE-STEP-RESULT
           END-IF.
       180-RUN-PROGRAM76.
      * each branch's banked cash against yesterday's and the month's
      * takings; the open items go into Program9's statement, so this
      * runs before it
           MOVE 13 TO WS-STEP-NUM.
           MOVE "PROGRAM76 (CASH DEPOSITS)" TO WS-STEP-NAME.
           PERFORM 600-CHECK-STEP-WANTED.
           IF WS-SKIP-STEP
               CONTINUE
           ELSE
               PERFORM 700-MARK-STEP-START
               CALL 'Program76' USING WS-VAR-PERIOD, WS-RETURN-CODE
               PERFORM 650-JUDGE-STEP-RESULT
           END-IF.
       200-RUN-PROGRAM5.
      * this system has no queue of pending student-maintenance
      * transactions to drain - all adds/edits are entered
               END-IF
               PERFORM 650-JUDGE-STEP-RESULT
           END-IF.
       275-RUN-PROGRAM61.
      * optional cross-check of the files hung off A-A against the
      * master and MHTRMA.WDL (ORPHANS Y in BATCHOPT.DAT). like the
      * integrity audit, findings (return code 56) are reported in
      * ORPHAN.PRT and do not stop the run
           MOVE 9 TO WS-STEP-NUM.
           MOVE "PROGRAM61 (ORPHAN RECONCILE)" TO WS-STEP-NAME.
           IF NOT WS-OPT-ORPHANS
               EXIT PARAGRAPH
           END-IF.
           PERFORM 600-CHECK-STEP-WANTED.
           IF WS-SKIP-STEP
               CONTINUE
           ELSE
               PERFORM 700-MARK-STEP-START
               CALL 'Program61' USING WS-RETURN-CODE
               IF WS-RETURN-CODE = 56
                   DISPLAY "*** PROGRAM61: SATELLITE FILES HAVE"
                           " FINDINGS - SEE ORPHAN.PRT ***"
                   MOVE "PROGRAM61 (FINDINGS FLAGGED)"
                       TO WS-STEP-NAME
                   MOVE 0 TO WS-RETURN-CODE
               END-IF
               PERFORM 650-JUDGE-STEP-RESULT
           END-IF.
       300-RUN-PROGRAM6.
           MOVE 6 TO WS-STEP-NUM.
           MOVE "PROGRAM6 (DEMOTABLE EXPORT)" TO WS-STEP-NAME.
                   WS-ID-TO, WS-DESCR-PATTERN, WS-RETURN-CODE
               PERFORM 650-JUDGE-STEP-RESULT
           END-IF.
       325-RUN-PROGRAM64.
      * optional pick-up of the contact changes the office keyed on
      * the SQL side (CONTACTS Y in BATCHOPT.DAT). it runs before the
      * student upload so the office sees its changes next morning;
      * rejected changes are listed in CTCHGEX.PRT and do not stop
      * the run
           MOVE 10 TO WS-STEP-NUM.
           MOVE "PROGRAM64 (CONTACT CHANGES)" TO WS-STEP-NAME.
           IF NOT WS-OPT-CONTACTS
               EXIT PARAGRAPH
           END-IF.
           PERFORM 600-CHECK-STEP-WANTED.
           IF WS-SKIP-STEP
               CONTINUE
           ELSE
               PERFORM 700-MARK-STEP-START
               CALL 'Program64' USING WS-OPER-USER, WS-RETURN-CODE
               PERFORM 650-JUDGE-STEP-RESULT
           END-IF.
       350-RUN-PROGRAM28.
      * refresh the office's SQL copy of the student master so the
      * front desk can answer student questions without a terminal
               CALL 'Program9' USING WS-RETURN-CODE
               PERFORM 650-JUDGE-STEP-RESULT
           END-IF.
       450-RUN-PROGRAM82.
      * the morning exceptions dashboard, last so that it sees what
      * the night left behind. HIGH items (return code 98) are for
      * the morning shift to clear, not a reason to fail the night
           MOVE 15 TO WS-STEP-NUM.
           MOVE "PROGRAM82 (EXCEPTIONS)" TO WS-STEP-NAME.
           PERFORM 600-CHECK-STEP-WANTED.
           IF WS-SKIP-STEP
               CONTINUE
           ELSE
               PERFORM 700-MARK-STEP-START
               CALL 'Program82' USING WS-RETURN-CODE
               IF WS-RETURN-CODE = 98
                   DISPLAY "*** PROGRAM82: HIGH SEVERITY EXCEPTIONS"
                           " - SEE DASHBRD.PRT ***"
                   MOVE "PROGRAM82 (HIGH EXCEPTIONS)" TO WS-STEP-NAME
                   MOVE 0 TO WS-RETURN-CODE
               END-IF
               PERFORM 650-JUDGE-STEP-RESULT
           END-IF.
       600-CHECK-STEP-WANTED.
           IF RC-STEP-DONE (WS-STEP-NUM) = "C"
               MOVE "Y" TO WS-SKIP-SW

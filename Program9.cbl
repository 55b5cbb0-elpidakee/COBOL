000000     SELECT ARRAY-IN ASSIGN TO "ARRAY.DAT"
000000                   ORGANIZATION IS LINE SEQUENTIAL
000000                   FILE STATUS IS WS-ARRAY-STATUS.
000000     SELECT EOMSTAT-OUT ASSIGN TO "EOMSTAT.DAT"
000000                   ORGANIZATION IS LINE SEQUENTIAL
000000                   FILE STATUS IS WS-EOMSTAT-STATUS.
000000     SELECT DEPOPEN-IN ASSIGN TO "DEPOPEN.DAT"
000000                   ORGANIZATION IS LINE SEQUENTIAL
000000                   FILE STATUS IS WS-DEPOPEN-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  MONTHLY-IN     LABEL RECORD STANDARD.
000000     03 H-UPR     PIC 9(9).
000000     03 H-RCD     PIC 9.
000000     03 H-BRN     PIC 99.
000000     03 H-ITEM    PIC X(6).
000000     03 H-CUST    PIC 9(6).
000000*
000000 FD  ARRAY-IN       LABEL RECORD STANDARD.
000000 01  AREC.
000000     03 A-UPR     PIC 9(9).
000000     03 A-RCD     PIC 9.
000000     03 A-BRN     PIC XX.
000000     03 A-ITEM    PIC X(6).
000000     03 A-CUST    PIC 9(6).
000000*
000000*    ONE LINE PER STATEMENT RUN, KEPT FOREVER - THE GL JOURNAL
000000*    (PROGRAM74) WILL NOT EXPORT A MONTH WHOSE LAST STATEMENT
000000*    BROKE TOLERANCE.  O = AGREED, T = OUT OF TOLERANCE,
000000*    N = NO PROGRAM3 TOTAL TO RECONCILE
000000 FD  EOMSTAT-OUT    LABEL RECORD STANDARD.
000000 01  ES-REC.
000000     02  ES-BUS-DATE    PIC 9(8).
000000     02  FILLER         PIC X(2).
000000     02  ES-RESULT      PIC X(1).
000000     02  FILLER         PIC X(2).
000000     02  ES-P3-UPR      PIC 9(10).
000000     02  FILLER         PIC X(2).
000000     02  ES-DEMO-AMT    PIC 9(12).
000000     02  FILLER         PIC X(2).
000000     02  ES-VARIANCE    PIC 9(12).
000000*
000000*    BRANCH CASH DEPOSITS THAT DO NOT AGREE WITH THE DAY'S SALES,
000000*    AS LEFT BY PROGRAM76'S LAST RECONCILIATION
000000 FD  DEPOPEN-IN     LABEL RECORD STANDARD.
000000 01  DO-REC.
000000     02  DO-TYPE        PIC X(1).
000000     02  FILLER         PIC X(1).
000000     02  DO-BRN         PIC 99.
000000     02  FILLER         PIC X(1).
000000     02  DO-DATE        PIC 9(8).
000000     02  FILLER         PIC X(1).
000000     02  DO-SALES       PIC 9(13).
000000     02  FILLER         PIC X(1).
000000     02  DO-DEPOSIT     PIC 9(13).
000000     02  FILLER         PIC X(1).
000000     02  DO-DIFF        PIC 9(13).
000000     02  FILLER         PIC X(1).
000000     02  DO-SIGN        PIC X(1).
000000     02  DO-BALANCE     PIC 9(13).
000000     02  FILLER         PIC X(1).
000000     02  DO-SLIP        PIC X(12).
000000*
000000 WORKING-STORAGE SECTION.
000000 01  WS-MONTHLY-STATUS   PIC XX.
000000     88 WS-HT-OVERFLOWED       VALUE "Y".
000000 01  WS-HT-DROPPED       PIC 9(6).
000000 01  WS-HT-SHIFT         PIC 9(3).
000000 01  WS-EOMSTAT-STATUS   PIC XX.
000000 01  WS-EOM-RESULT       PIC X(1).
000000 01  WS-BUS-DATE         PIC 9(8).
000000 01  WS-BUSDATE-FUNC     PIC X(1).
000000 01  WS-BUSDATE-RC       PIC 9(2).
000000 01  WS-DEPOPEN-STATUS   PIC XX.
000000 01  WS-OPEN-ITEMS       PIC 9(5).
000000 01  WS-OI-KIND          PIC X(12).
000000 01  WS-OI-AMT-ED        PIC Z(12)9.
000000 01  WS-OI-DIFF-ED       PIC Z(12)9.
000000 01  WS-OI-BAL-ED        PIC Z(12)9.
000000*
000000 LINKAGE SECTION.
000000 01  LS-RETURN-CODE      PIC 9(2).
000000     MOVE 0 TO WS-DEMO-COUNT.
000000     MOVE 0 TO WS-DEMO-AMT.
000000     MOVE 0 TO WS-P3-UPR.
000000     MOVE 0 TO WS-VARIANCE-ABS.
000000     MOVE "N" TO WS-P3-FOUND-SW.
000000     MOVE "N" TO WS-EOM-RESULT.
000000     PERFORM 100-COPY-MONTHLY-TOTALS.
000000     PERFORM 200-REFRESH-AND-COPY-DEMOTABLE.
000000     PERFORM 300-RECONCILE-THE-SOURCES.
000000     PERFORM 500-CASH-OPEN-ITEMS.
000000     CLOSE STMT-OUT.
000000     PERFORM 400-RECORD-RESULT.
000000*    keep a dated generation of the statement for reprint
000000     MOVE "EOM-STATEMENT.TXT" TO WS-GEN-SOURCE.
000000     CALL 'Program30' USING WS-GEN-SOURCE, WS-GEN-RC.
000000             TO STMT-LINE
000000         WRITE STMT-LINE
000000         DISPLAY "PROGRAM9: NO PROGRAM3 TOTAL TO RECONCILE"
000000         MOVE "N" TO WS-EOM-RESULT
000000         EXIT PARAGRAPH
000000     END-IF.
000000     COMPUTE WS-VARIANCE = WS-P3-UPR - WS-DEMO-AMT.
000000     WRITE STMT-LINE.
000000     IF WS-VARIANCE-ABS > WS-TOLERANCE
000000         MOVE 82 TO LS-RETURN-CODE
000000         MOVE "T" TO WS-EOM-RESULT
000000         MOVE "  *** SOURCES DO NOT AGREE - VARIANCE ABOVE"
000000             TO STMT-LINE
000000         WRITE STMT-LINE
000000     ELSE
000000         MOVE "  SOURCES AGREE WITHIN TOLERANCE" TO STMT-LINE
000000         WRITE STMT-LINE
000000         MOVE "O" TO WS-EOM-RESULT
000000     END-IF.
000000*
000000*
000000         WRITE STMT-LINE
000000     END-IF.
000000*
000000*
000000 400-RECORD-RESULT.
000000*    STAMPED WITH THE BUSINESS DATE, SO THE LAST LINE FOR A
000000*    MONTH IS THAT MONTH'S CLOSING STATEMENT
000000     MOVE "G" TO WS-BUSDATE-FUNC.
000000     CALL 'Program29' USING WS-BUSDATE-FUNC, WS-BUS-DATE,
000000         WS-BUSDATE-RC.
000000     IF WS-BUSDATE-RC NOT = 0
000000         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUS-DATE
000000     END-IF.
000000     OPEN EXTEND EOMSTAT-OUT.
000000     IF WS-EOMSTAT-STATUS = "35"
000000         OPEN OUTPUT EOMSTAT-OUT
000000         CLOSE EOMSTAT-OUT
000000         OPEN EXTEND EOMSTAT-OUT
000000     END-IF.
000000     IF WS-EOMSTAT-STATUS NOT = "00"
000000         DISPLAY "PROGRAM9: EOMSTAT.DAT COULD NOT BE OPENED - "
000000                 "STATUS " WS-EOMSTAT-STATUS
000000         EXIT PARAGRAPH
000000     END-IF.
000000     MOVE SPACES          TO ES-REC.
000000     MOVE WS-BUS-DATE     TO ES-BUS-DATE.
000000     MOVE WS-EOM-RESULT   TO ES-RESULT.
000000     MOVE WS-P3-UPR       TO ES-P3-UPR.
000000     MOVE WS-DEMO-AMT     TO ES-DEMO-AMT.
000000     MOVE WS-VARIANCE-ABS TO ES-VARIANCE.
000000     WRITE ES-REC.
000000     CLOSE EOMSTAT-OUT.
000000*
000000 500-CASH-OPEN-ITEMS.
000000     MOVE SPACES TO STMT-LINE.
000000     WRITE STMT-LINE.
000000     MOVE "PART E: CASH DEPOSIT OPEN ITEMS (FROM PROGRAM76)"
000000         TO STMT-LINE.
000000     WRITE STMT-LINE.
000000     MOVE SPACES TO STMT-LINE.
000000     WRITE STMT-LINE.
000000     MOVE 0 TO WS-OPEN-ITEMS.
000000     OPEN INPUT DEPOPEN-IN.
000000     IF WS-DEPOPEN-STATUS NOT = "00"
000000         MOVE "  (DEPOPEN.DAT NOT FOUND - RUN PROGRAM76)"
000000             TO STMT-LINE
000000         WRITE STMT-LINE
000000         EXIT PARAGRAPH
000000     END-IF.
000000     MOVE "N" TO WS-EOF-SW.
000000     PERFORM UNTIL WS-EOF
000000         READ DEPOPEN-IN
000000             AT END
000000                 SET WS-EOF TO TRUE
000000             NOT AT END
000000                 PERFORM 550-WRITE-OPEN-ITEM
000000         END-READ
000000     END-PERFORM.
000000     CLOSE DEPOPEN-IN.
000000     IF WS-OPEN-ITEMS = 0
000000         MOVE "  NO OPEN CASH DEPOSIT ITEMS" TO STMT-LINE
000000         WRITE STMT-LINE
000000     END-IF.
000000*
000000 550-WRITE-OPEN-ITEM.
000000     MOVE SPACES TO STMT-LINE.
000000     IF DO-TYPE = "H"
000000         STRING "  RECONCILED MONTH " DO-SLIP (1:2) "/"
000000             DO-SLIP (3:4) " TO DAY " DO-BRN " ON " DO-DATE
000000             DELIMITED BY SIZE INTO STMT-LINE
000000         WRITE STMT-LINE
000000         MOVE SPACES TO STMT-LINE
000000         WRITE STMT-LINE
000000         EXIT PARAGRAPH
000000     END-IF.
000000     IF DO-TYPE = "B"
000000         MOVE DO-BALANCE TO WS-OI-BAL-ED
000000         STRING "  BRANCH " DO-BRN " UNRECONCILED BALANCE "
000000             DO-SIGN WS-OI-BAL-ED
000000             DELIMITED BY SIZE INTO STMT-LINE
000000         WRITE STMT-LINE
000000         EXIT PARAGRAPH
000000     END-IF.
000000     EVALUATE DO-TYPE
000000         WHEN "S"
000000             MOVE "SHORT"      TO WS-OI-KIND
000000         WHEN "O"
000000             MOVE "OVER"       TO WS-OI-KIND
000000         WHEN OTHER
000000             MOVE "NO DEPOSIT" TO WS-OI-KIND
000000     END-EVALUATE.
000000     ADD 1 TO WS-OPEN-ITEMS.
000000     MOVE DO-SALES TO WS-OI-AMT-ED.
000000     MOVE DO-DIFF  TO WS-OI-DIFF-ED.
000000     MOVE DO-BALANCE TO WS-OI-BAL-ED.
000000     STRING "  BRANCH " DO-BRN " " DO-DATE " " WS-OI-KIND
000000         " SALES " WS-OI-AMT-ED " DIFFERENCE " WS-OI-DIFF-ED
000000         " RUNNING BALANCE " DO-SIGN WS-OI-BAL-ED
000000         DELIMITED BY SIZE INTO STMT-LINE.
000000     WRITE STMT-LINE.

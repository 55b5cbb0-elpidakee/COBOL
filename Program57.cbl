       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program57.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKSTMT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKSTMT-STATUS.
           SELECT BANKREF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BR-REF
               FILE STATUS IS WS-BANKREF-STATUS.
           SELECT SUSPENSE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SU-REF
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT TUITLEDG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TL-KEY
               FILE STATUS IS WS-TUITLEDG-STATUS.
           SELECT MHTRMA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS A-A
               ALTERNATE RECORD KEY IS EPWN WITH DUPLICATES
               FILE STATUS IS WS-MHTRMA-STATUS.
           SELECT WDLHIST ASSIGN TO "MHTRMA.WDL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WDLHIST-STATUS.
           SELECT BATIN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATIN-STATUS.
           SELECT BATOUT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATOUT-STATUS.
           SELECT BATWORK ASSIGN TO "SALEBAT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATWORK-STATUS.
           SELECT BATCAT ASSIGN TO "BATCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCAT-STATUS.
           SELECT IMP-OUT ASSIGN TO "BANKIMP.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * the bank's daily statement, one line per movement on the
      * school account.  parents are asked to quote the student ID
      * in the narrative of the transfer
       FD  BANKSTMT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-BANK-FILE.
       01  BK-REC.
           02 BK-DATE       PIC 9(8).
           02 FILLER        PIC X(1).
           02 BK-REF        PIC X(16).
           02 FILLER        PIC X(1).
           02 BK-TYPE       PIC X(1).
              88 BK-CREDIT        VALUE "C".
           02 FILLER        PIC X(1).
           02 BK-AMOUNT     PIC 9(9).
           02 FILLER        PIC X(1).
           02 BK-PAYER      PIC X(25).
           02 FILLER        PIC X(1).
           02 BK-NARR       PIC X(30).
      *
      * every bank reference already dealt with, posted or put to
      * suspense, so a statement loaded twice is never posted twice
       FD  BANKREF       RECORD CONTAINS  32 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS BR-REC
                         VALUE OF FILE-ID IS "BANKREF.DAT".
       01  BR-REC.
           02 BR-REF        PIC X(16).
           02 BR-LOADED     PIC 9(8).
           02 BR-USER       PIC X(8).
      *
      * credits that could not be posted to a student automatically,
      * waiting on the office to assign them or send them back
       FD  SUSPENSE      RECORD CONTAINS 128 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS SU-REC
                         VALUE OF FILE-ID IS "SUSPENSE.DAT".
       01  SU-REC.
           02 SU-REF        PIC X(16).
           02 SU-DATE       PIC 9(8).
           02 SU-AMOUNT     PIC 9(9).
           02 SU-PAYER      PIC X(25).
           02 SU-NARR       PIC X(30).
           02 SU-QUOTED-AA  PIC 9(4).
           02 SU-REASON     PIC X(2).
              88 SU-NO-ID         VALUE "NI".
              88 SU-WITHDRAWN     VALUE "WD".
              88 SU-UNKNOWN       VALUE "UK".
           02 SU-STATUS     PIC X(1).
              88 SU-OPEN          VALUE "O".
              88 SU-ASSIGNED      VALUE "A".
              88 SU-RETURNED      VALUE "R".
           02 SU-AA         PIC 9(4).
           02 SU-ACT-DATE   PIC 9(8).
           02 SU-USER       PIC X(8).
           02 FILLER        PIC X(13).
      *
       FD  TUITLEDG      RECORD CONTAINS  46 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS TLR
                         VALUE OF FILE-ID IS "TUITLEDG.DAT".
       01  TLR.
           02 TL-KEY.
              03 TL-AA   PIC 9(4).
              03 TL-SEQ  PIC 9(4).
           02 TL-DATE    PIC 9(8).
           02 TL-TYPE    PIC X(1).
              88 TL-CHARGE  VALUE "C".
              88 TL-RECEIPT VALUE "R".
           02 TL-AMOUNT  PIC 9(9).
           02 TL-DESCR   PIC X(20).
      *
       FD  MHTRMA        RECORD CONTAINS  72 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS RMA
                         VALUE OF FILE-ID IS "MHTRWA.DAT".
       01  RMA.
           02 A-A        PIC 9(4).
           02 EPWN       PIC X(20).
           02 ONOM       PIC X(15).
           02 ONP        PIC X(10).
           02 CLASS1      PIC X(3).
           02 THL2       PIC 9(11).
           02 KATAST.
              03  APOYS  PIC 9(3).
              03  ATRIM  PIC 9(2).
              03  BTRIM  PIC 9(2).
              03  CTRIM  PIC 9(2).
              03  GRAPTA PIC 9(2).
      *
       FD  WDLHIST       LABEL RECORD STANDARD.
       01  WDL-LINE.
           02  WDL-RMA         PIC X(74).
           02  FILLER          PIC X(2).
           02  WDL-DATE        PIC 9(6).
           02  FILLER          PIC X(2).
           02  WDL-REASON      PIC X(2).
      *
      * matched credits ride into the sales stream exactly as a
      * receipt keyed in Program38 does - SALEBAT.TUITION, branch 8,
      * released in BATCAT.DAT for Program49's merge
       FD  BATIN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-BATCH-FILE.
       01  REC-IN.
           03 HMERA.
              04 RDD    PIC 99.
              04 RMM    PIC 99.
              04 RYY    PIC 9(4).
           03 QTY      PIC 9(5).
           03 UPR      PIC 9(9).
           03 RCD      PIC 9.
           03 RBR      PIC 99.
           03 ITEM     PIC X(6).
           03 CUST     PIC 9(6).

       FD  BATOUT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-BATCH-FILE.
       01  BATOUT-LINE  PIC X(37).

       FD  BATWORK
           LABEL RECORD STANDARD.
       01  WREC.
           03 W-HMERA.
              04 W-RDD  PIC 99.
              04 W-RMM  PIC 99.
              04 W-RYY  PIC 9(4).
           03 W-QTY    PIC 9(5).
           03 W-UPR    PIC 9(9).
           03 W-RCD    PIC 9.
           03 W-BRN    PIC 99.
           03 W-ITEM   PIC X(6).
           03 W-CUST   PIC 9(6).

       FD  BATCAT
           LABEL RECORD STANDARD.
       01  BC-REC.
           02 BC-USER   PIC X(8).
           02 FILLER    PIC X(2).
           02 BC-FILE   PIC X(20).
           02 FILLER    PIC X(2).
           02 BC-STATUS PIC X(1).
           02 FILLER    PIC X(2).
           02 BC-DATE   PIC X(8).

       FD  IMP-OUT       LABEL RECORD STANDARD.
       01  IMP-LINE      PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-BANKSTMT-STATUS PIC XX.
       01  WS-BANKREF-STATUS  PIC XX.
       01  WS-SUSPENSE-STATUS PIC XX.
       01  WS-TUITLEDG-STATUS PIC XX.
       01  WS-MHTRMA-STATUS   PIC XX.
       01  WS-WDLHIST-STATUS  PIC XX.
       01  WS-BATIN-STATUS    PIC XX.
       01  WS-BATOUT-STATUS   PIC XX.
       01  WS-BATWORK-STATUS  PIC XX.
       01  WS-BATCAT-STATUS   PIC XX.
       01  WS-BANK-FILE       PIC X(20) VALUE "BANKSTMT.DAT".
       01  WS-FILE-IN         PIC X(20).
       01  WS-BATCH-FILE      PIC X(20) VALUE "SALEBAT.TUITION".
       77  WS-BATCH-USER      PIC X(8) VALUE "TUITION".
       77  WS-TUIT-BRANCH     PIC 99 VALUE 8.
       77  WS-TUIT-ITEM       PIC X(6) VALUE "TUITIO".
       77  WS-BC-MAX          PIC 9(2) VALUE 50.
       01  WS-BC-USED         PIC 9(2).
       01  WS-BC-IND          PIC 9(2).
       01  WS-BC-FOUND        PIC 9(2).
       01  WS-BC-TABLE.
           02  BCT-ENTRY OCCURS 50 TIMES.
               03  BCT-USER   PIC X(8).
               03  BCT-FILE   PIC X(20).
               03  BCT-STATUS PIC X(1).
               03  BCT-DATE   PIC X(8).
       01  WS-ACTION          PIC X(1).
           88 WS-ACT-IMPORT   VALUE "I".
           88 WS-ACT-WORK     VALUE "W".
           88 WS-ACT-LIST     VALUE "L".
           88 WS-ACT-EXIT     VALUE "X".
       01  WS-ITEM-ACTION     PIC X(1).
           88 WS-ITEM-ASSIGN  VALUE "A".
           88 WS-ITEM-RETURN  VALUE "R".
           88 WS-ITEM-SKIP    VALUE "S" " ".
           88 WS-ITEM-QUIT    VALUE "Q".
       01  WS-EOF-SW          PIC A(1).
           88 WS-EOF                VALUE "Y".
       01  WS-TL-EOF-SW       PIC A(1).
           88 WS-TL-EOF             VALUE "Y".
      * the tuition batch feed has its own switch - it runs from
      * inside the statement and worklist read loops
       01  WS-BAT-EOF-SW      PIC A(1).
           88 WS-BAT-EOF            VALUE "Y".
       01  WS-SU-EOF-SW       PIC A(1).
           88 WS-SU-EOF             VALUE "Y".
       01  WS-WDL-HIT-SW      PIC X(1).
           88 WS-WDL-HIT            VALUE "Y".
       01  WS-BUS-DATE        PIC 9(8).
       01  WS-BUSDATE-FUNC    PIC X(1).
       01  WS-BUSDATE-RC      PIC 9(2).
       01  WS-AA              PIC 9(4).
       01  WS-QUOTED-AA       PIC 9(4).
       01  WS-AMOUNT          PIC 9(9).
       01  WS-DESCR           PIC X(20).
       01  WS-NEXT-SEQ        PIC 9(4).
       01  WS-REASON          PIC X(2).
       01  WS-ST-EPWN         PIC X(20).
       01  WS-ED-AMT          PIC Z(8)9.
       01  WS-ED-TOTAL        PIC Z(10)9.
       01  WS-GEN-SOURCE      PIC X(20).
       01  WS-GEN-RC          PIC 9(2).
       01  WS-REC-COUNT       PIC 9(5).
       01  WS-TOTAL-QTY       PIC 9(9).
      * scan of the narrative for the quoted student ID: the first
      * group of exactly four digits
       01  WS-NX-IND          PIC 9(2).
       01  WS-NX-END          PIC 9(2).
       01  WS-NX-FOUND-SW     PIC X(1).
           88 WS-NX-FOUND           VALUE "Y".
      * withdrawn IDs off MHTRMA.WDL, loaded once per import
       77  WS-WDLID-MAX       PIC 9(3) VALUE 999.
       01  WS-WDLID-USED      PIC 9(3).
       01  WS-WDLID-IND       PIC 9(3).
       01  WS-WDLID-TABLE.
           02 WDLID OCCURS 999 TIMES PIC X(4).
      * receipts posted this run, fed to SALEBAT.TUITION in one pass
       77  WS-RC-MAX          PIC 9(3) VALUE 500.
       01  WS-RC-USED         PIC 9(3).
       01  WS-RC-IND          PIC 9(3).
       01  WS-RC-TABLE.
           02 RC-AMOUNT OCCURS 500 TIMES PIC 9(9).
       01  WS-RUN-COUNTS.
           02 WS-CNT-READ     PIC 9(5).
           02 WS-CNT-DEBIT    PIC 9(5).
           02 WS-CNT-SEEN     PIC 9(5).
           02 WS-CNT-POSTED   PIC 9(5).
           02 WS-CNT-SUSP     PIC 9(5).
           02 WS-AMT-POSTED   PIC 9(11).
           02 WS-AMT-SUSP     PIC 9(11).
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
           OPEN I-O TUITLEDG.
           IF WS-TUITLEDG-STATUS = "35"
               OPEN OUTPUT TUITLEDG
               CLOSE TUITLEDG
               OPEN I-O TUITLEDG
           END-IF.
           IF WS-TUITLEDG-STATUS NOT = "00"
               MOVE 78 TO LS-RETURN-CODE
               DISPLAY "PROGRAM57: TUITLEDG COULD NOT BE OPENED"
                       " - STATUS " WS-TUITLEDG-STATUS
               EXIT PROGRAM
           END-IF.
           OPEN I-O SUSPENSE.
           IF WS-SUSPENSE-STATUS = "35"
               OPEN OUTPUT SUSPENSE
               CLOSE SUSPENSE
               OPEN I-O SUSPENSE
           END-IF.
           OPEN I-O BANKREF.
           IF WS-BANKREF-STATUS = "35"
               OPEN OUTPUT BANKREF
               CLOSE BANKREF
               OPEN I-O BANKREF
           END-IF.
           IF WS-SUSPENSE-STATUS NOT = "00"
               OR WS-BANKREF-STATUS NOT = "00"
               MOVE 70 TO LS-RETURN-CODE
               DISPLAY "PROGRAM57: BANK FILES COULD NOT BE OPENED"
                       " - STATUS " WS-SUSPENSE-STATUS " "
                       WS-BANKREF-STATUS
               GO TO TELOS
           END-IF.
           OPEN INPUT MHTRMA.
           IF WS-MHTRMA-STATUS NOT = "00"
               MOVE 31 TO LS-RETURN-CODE
               DISPLAY "PROGRAM57: MHTRMA COULD NOT BE OPENED - STATUS "
                       WS-MHTRMA-STATUS
               GO TO TELOS
           END-IF.
       MENU-LOOP.
           DISPLAY "----------------------------------------".
           DISPLAY "EISAGWGH KINHSEWN TRAPEZAS - DIDAKTRA".
           DISPLAY "I=IMPORT STATEMENT W=SUSPENSE WORKLIST"
                   " L=LIST SUSPENSE X=EXIT".
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN WS-ACT-IMPORT
                   PERFORM 100-IMPORT-STATEMENT THRU 100-EXIT
               WHEN WS-ACT-WORK
                   PERFORM 500-SUSPENSE-WORKLIST THRU 500-EXIT
               WHEN WS-ACT-LIST
                   PERFORM 600-LIST-SUSPENSE
               WHEN WS-ACT-EXIT
                   GO TO TELOS
               WHEN OTHER
                   DISPLAY "INVALID ACTION - TRY AGAIN"
           END-EVALUATE.
           GO TO MENU-LOOP.
      *
       100-IMPORT-STATEMENT.
           DISPLAY "ENTER STATEMENT FILE (BLANK = BANKSTMT.DAT): ".
           ACCEPT WS-FILE-IN.
           IF WS-FILE-IN = SPACES
               MOVE "BANKSTMT.DAT" TO WS-BANK-FILE
           ELSE
               MOVE WS-FILE-IN TO WS-BANK-FILE
           END-IF.
           OPEN INPUT BANKSTMT.
           IF WS-BANKSTMT-STATUS NOT = "00"
               DISPLAY "STATEMENT " WS-BANK-FILE
                       " COULD NOT BE OPENED - STATUS "
                       WS-BANKSTMT-STATUS
               GO TO 100-EXIT
           END-IF.
           PERFORM 150-LOAD-WITHDRAWN-IDS.
           INITIALIZE WS-RUN-COUNTS.
           MOVE 0 TO WS-RC-USED.
           OPEN OUTPUT IMP-OUT.
           MOVE SPACES TO IMP-LINE.
           STRING "EISAGWGH KINHSEWN TRAPEZAS " WS-BANK-FILE
                  "  HMEROMHNIA " WS-BUS-DATE "  XRHSTHS " LS-OPER-USER
               DELIMITED BY SIZE INTO IMP-LINE.
           WRITE IMP-LINE.
           MOVE ALL "=" TO IMP-LINE.
           WRITE IMP-LINE.
           MOVE "HMEROMHNIA AITIOLOGIA TRAPEZAS  POSO      AA    APOTE"
               TO IMP-LINE.
           MOVE "LESMA" TO IMP-LINE (54:).
           WRITE IMP-LINE.
           MOVE ALL "-" TO IMP-LINE.
           WRITE IMP-LINE.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ BANKSTMT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-READ
                       PERFORM 200-PROCESS-BANK-LINE THRU 200-EXIT
               END-READ
           END-PERFORM.
           CLOSE BANKSTMT.
           IF WS-RC-USED > 0
               PERFORM 400-FEED-SALES-STREAM
           END-IF.
           MOVE ALL "-" TO IMP-LINE.
           WRITE IMP-LINE.
           MOVE SPACES TO IMP-LINE.
           STRING "GRAMMES: " WS-CNT-READ "  XREWSEIS (AGNOHQHKAN): "
                  WS-CNT-DEBIT "  HDH EPEXERGASMENES: " WS-CNT-SEEN
               DELIMITED BY SIZE INTO IMP-LINE.
           WRITE IMP-LINE.
           MOVE SPACES TO IMP-LINE.
           MOVE WS-AMT-POSTED TO WS-ED-TOTAL.
           STRING "KATAXWRHQHKAN: " WS-CNT-POSTED "  POSO " WS-ED-TOTAL
               DELIMITED BY SIZE INTO IMP-LINE.
           WRITE IMP-LINE.
           MOVE SPACES TO IMP-LINE.
           MOVE WS-AMT-SUSP TO WS-ED-TOTAL.
           STRING "SE EKKREMOTHTA: " WS-CNT-SUSP "  POSO " WS-ED-TOTAL
               DELIMITED BY SIZE INTO IMP-LINE.
           WRITE IMP-LINE.
           CLOSE IMP-OUT.
           MOVE "BANKIMP.PRT" TO WS-GEN-SOURCE.
           CALL 'Program30' USING WS-GEN-SOURCE, WS-GEN-RC.
           DISPLAY "PROGRAM57: " WS-CNT-POSTED " RECEIPTS POSTED, "
                   WS-CNT-SUSP " TO SUSPENSE - BANKIMP.PRT".
       100-EXIT.
           EXIT.
      *
       150-LOAD-WITHDRAWN-IDS.
           MOVE 0 TO WS-WDLID-USED.
           MOVE "N" TO WS-SU-EOF-SW.
           OPEN INPUT WDLHIST.
           IF WS-WDLHIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-SU-EOF
               READ WDLHIST
                   AT END
                       SET WS-SU-EOF TO TRUE
                   NOT AT END
                       IF WS-WDLID-USED < WS-WDLID-MAX
                           ADD 1 TO WS-WDLID-USED
                           MOVE WDL-RMA (1:4) TO WDLID (WS-WDLID-USED)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WDLHIST.
      *
       200-PROCESS-BANK-LINE.
      *    only credits are receipts; a reference already on
      *    BANKREF.DAT was dealt with by an earlier load
           IF NOT BK-CREDIT
               ADD 1 TO WS-CNT-DEBIT
               GO TO 200-EXIT
           END-IF.
           IF BK-AMOUNT = 0
               ADD 1 TO WS-CNT-DEBIT
               GO TO 200-EXIT
           END-IF.
           MOVE BK-REF TO BR-REF.
           READ BANKREF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-SEEN
                   GO TO 200-EXIT
           END-READ.
           PERFORM 250-FIND-QUOTED-ID.
           MOVE SPACES TO WS-REASON.
           IF NOT WS-NX-FOUND
               MOVE "NI" TO WS-REASON
           ELSE
               MOVE WS-QUOTED-AA TO A-A
               READ MHTRMA
                   INVALID KEY
                       PERFORM 270-CHECK-WITHDRAWN
                       IF WS-WDL-HIT
                           MOVE "WD" TO WS-REASON
                       ELSE
                           MOVE "UK" TO WS-REASON
                       END-IF
               END-READ
           END-IF.
           IF WS-REASON = SPACES
               MOVE WS-QUOTED-AA TO WS-AA
               MOVE BK-AMOUNT TO WS-AMOUNT
               MOVE SPACES TO WS-DESCR
               STRING "TRAPEZA " BK-REF (1:12)
                   DELIMITED BY SIZE INTO WS-DESCR
               PERFORM 300-POST-RECEIPT
               IF WS-NEXT-SEQ = 0
                   MOVE "NP" TO WS-REASON
               END-IF
           END-IF.
           MOVE SPACES TO IMP-LINE.
           MOVE BK-AMOUNT TO WS-ED-AMT.
           STRING BK-DATE "   " BK-NARR (1:20) " " WS-ED-AMT " "
                  WS-QUOTED-AA "  "
               DELIMITED BY SIZE INTO IMP-LINE.
           IF WS-REASON = SPACES
               MOVE "KATAXWRHQHKE" TO IMP-LINE (54:)
               ADD 1 TO WS-CNT-POSTED
               ADD BK-AMOUNT TO WS-AMT-POSTED
           ELSE
               PERFORM 280-WRITE-SUSPENSE
               EVALUATE WS-REASON
                   WHEN "NI"
                       MOVE "EKKREMOTHTA - XWRIS AA" TO IMP-LINE (54:)
                   WHEN "WD"
                       MOVE "EKKREMOTHTA - APOXWRHSE" TO IMP-LINE (54:)
                   WHEN "UK"
                       MOVE "EKKREMOTHTA - AGNWSTO AA" TO IMP-LINE (54:)
                   WHEN OTHER
                       MOVE "EKKREMOTHTA - DEN GRAFTHKE"
                           TO IMP-LINE (54:)
               END-EVALUATE
               ADD 1 TO WS-CNT-SUSP
               ADD BK-AMOUNT TO WS-AMT-SUSP
           END-IF.
           WRITE IMP-LINE.
           MOVE SPACES TO BR-REC.
           MOVE BK-REF TO BR-REF.
           MOVE WS-BUS-DATE TO BR-LOADED.
           MOVE LS-OPER-USER TO BR-USER.
           WRITE BR-REC
               INVALID KEY
                   DISPLAY "BANK REFERENCE " BK-REF " NOT RECORDED"
           END-WRITE.
       200-EXIT.
           EXIT.
      *
       250-FIND-QUOTED-ID.
           MOVE "N" TO WS-NX-FOUND-SW.
           MOVE 0 TO WS-QUOTED-AA.
           PERFORM 260-CHECK-NARR-POSITION
               VARYING WS-NX-IND FROM 1 BY 1
               UNTIL WS-NX-IND > 27 OR WS-NX-FOUND.
      *
       260-CHECK-NARR-POSITION.
      *    four digits, with no digit either side of them
           IF BK-NARR (WS-NX-IND:4) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF WS-NX-IND > 1
               IF BK-NARR (WS-NX-IND - 1:1) IS NUMERIC
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           COMPUTE WS-NX-END = WS-NX-IND + 4.
           IF WS-NX-END <= 30
               IF BK-NARR (WS-NX-END:1) IS NUMERIC
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE BK-NARR (WS-NX-IND:4) TO WS-QUOTED-AA.
           SET WS-NX-FOUND TO TRUE.
      *
       270-CHECK-WITHDRAWN.
           MOVE "N" TO WS-WDL-HIT-SW.
           PERFORM VARYING WS-WDLID-IND FROM 1 BY 1
                   UNTIL WS-WDLID-IND > WS-WDLID-USED OR WS-WDL-HIT
               IF WDLID (WS-WDLID-IND) = WS-QUOTED-AA
                   SET WS-WDL-HIT TO TRUE
               END-IF
           END-PERFORM.
      *
       280-WRITE-SUSPENSE.
           MOVE SPACES TO SU-REC.
           MOVE BK-REF TO SU-REF.
           MOVE BK-DATE TO SU-DATE.
           MOVE BK-AMOUNT TO SU-AMOUNT.
           MOVE BK-PAYER TO SU-PAYER.
           MOVE BK-NARR TO SU-NARR.
           MOVE WS-QUOTED-AA TO SU-QUOTED-AA.
           MOVE WS-REASON TO SU-REASON.
           MOVE "O" TO SU-STATUS.
           MOVE 0 TO SU-AA.
           MOVE 0 TO SU-ACT-DATE.
           MOVE LS-OPER-USER TO SU-USER.
           WRITE SU-REC
               INVALID KEY
                   DISPLAY "SUSPENSE ITEM " BK-REF " NOT WRITTEN"
           END-WRITE.
      *
       300-POST-RECEIPT.
      *    WS-AA, WS-AMOUNT and WS-DESCR set by the caller; the
      *    amount is queued for the sales stream.  WS-NEXT-SEQ comes
      *    back 0 when the ledger line could not be written
           PERFORM 350-FIND-NEXT-SEQ.
           MOVE SPACES TO TLR.
           MOVE WS-AA TO TL-AA.
           MOVE WS-NEXT-SEQ TO TL-SEQ.
           MOVE WS-BUS-DATE TO TL-DATE.
           MOVE "R" TO TL-TYPE.
           MOVE WS-AMOUNT TO TL-AMOUNT.
           MOVE WS-DESCR TO TL-DESCR.
           WRITE TLR
               INVALID KEY
                   DISPLAY "LEDGER LINE " WS-AA "/" WS-NEXT-SEQ
                           " COULD NOT BE WRITTEN"
                   MOVE 0 TO WS-NEXT-SEQ
               NOT INVALID KEY
                   IF WS-RC-USED < WS-RC-MAX
                       ADD 1 TO WS-RC-USED
                       MOVE WS-AMOUNT TO RC-AMOUNT (WS-RC-USED)
                   ELSE
                       PERFORM 400-FEED-SALES-STREAM
                       MOVE 1 TO WS-RC-USED
                       MOVE WS-AMOUNT TO RC-AMOUNT (WS-RC-USED)
                   END-IF
           END-WRITE.
      *
       350-FIND-NEXT-SEQ.
           MOVE 0 TO WS-NEXT-SEQ.
           MOVE "N" TO WS-TL-EOF-SW.
           MOVE WS-AA TO TL-AA.
           MOVE 0 TO TL-SEQ.
           START TUITLEDG KEY NOT LESS THAN TL-KEY
               INVALID KEY
                   SET WS-TL-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-TL-EOF
               READ TUITLEDG NEXT RECORD
                   AT END
                       SET WS-TL-EOF TO TRUE
                   NOT AT END
                       IF TL-AA = WS-AA
                           MOVE TL-SEQ TO WS-NEXT-SEQ
                       ELSE
                           SET WS-TL-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-SEQ.
      *
       400-FEED-SALES-STREAM.
      * the queued receipts go into SALEBAT.TUITION the way Program38's
      * 200-FEED-SALES-STREAM adds one: the batch is copied without
      * its RCD=9 trailer, the new lines and a fresh trailer are
      * added, and the batch is released in BATCAT.DAT
           MOVE "N" TO WS-BAT-EOF-SW.
           MOVE 0 TO WS-REC-COUNT.
           MOVE 0 TO WS-TOTAL-QTY.
           OPEN OUTPUT BATWORK.
           OPEN INPUT BATIN.
           IF WS-BATIN-STATUS = "00"
               PERFORM 450-COPY-EXISTING
               CLOSE BATIN
           END-IF.
           PERFORM 420-WRITE-RECEIPT-LINE
               VARYING WS-RC-IND FROM 1 BY 1
               UNTIL WS-RC-IND > WS-RC-USED.
           MOVE 0 TO W-RDD W-RMM W-RYY.
           MOVE WS-REC-COUNT TO W-QTY.
           MOVE WS-TOTAL-QTY TO W-UPR.
           MOVE 9 TO W-RCD.
           MOVE 0 TO W-BRN.
           MOVE SPACES TO W-ITEM.
           MOVE 0 TO W-CUST.
           WRITE WREC.
           CLOSE BATWORK.
           MOVE "N" TO WS-BAT-EOF-SW.
           OPEN INPUT BATWORK.
           OPEN OUTPUT BATOUT.
           PERFORM UNTIL WS-BAT-EOF
               READ BATWORK
                   AT END
                       SET WS-BAT-EOF TO TRUE
                   NOT AT END
                       WRITE BATOUT-LINE FROM WREC
               END-READ
           END-PERFORM.
           CLOSE BATWORK.
           CLOSE BATOUT.
           MOVE "N" TO WS-BAT-EOF-SW.
           PERFORM 480-RELEASE-TUITION-BATCH.
           DISPLAY WS-RC-USED " RECEIPTS ADDED TO " WS-BATCH-FILE
                   " - RELEASED FOR THE MERGE (PROGRAM49)".
           MOVE 0 TO WS-RC-USED.
      *
       420-WRITE-RECEIPT-LINE.
           MOVE WS-BUS-DATE (7:2) TO W-RDD.
           MOVE WS-BUS-DATE (5:2) TO W-RMM.
           MOVE WS-BUS-DATE (1:4) TO W-RYY.
           MOVE 1 TO W-QTY.
           MOVE RC-AMOUNT (WS-RC-IND) TO W-UPR.
           MOVE 1 TO W-RCD.
           MOVE WS-TUIT-BRANCH TO W-BRN.
           MOVE WS-TUIT-ITEM TO W-ITEM.
           MOVE 0 TO W-CUST.
           WRITE WREC.
           ADD 1 TO WS-REC-COUNT.
           ADD 1 TO WS-TOTAL-QTY.
      *
       450-COPY-EXISTING.
           PERFORM UNTIL WS-BAT-EOF
               READ BATIN
                   AT END
                       SET WS-BAT-EOF TO TRUE
                   NOT AT END
                       IF RCD NOT = 9
                           MOVE REC-IN TO WREC
                           WRITE WREC
                           ADD 1 TO WS-REC-COUNT
                           ADD QTY TO WS-TOTAL-QTY
                       END-IF
               END-READ
           END-PERFORM.
      *
       480-RELEASE-TUITION-BATCH.
      * same careful catalogue save as Program38's
      * 280-RELEASE-TUITION-BATCH - only the TUITION entry changes
           MOVE "N" TO WS-BAT-EOF-SW.
           MOVE 0 TO WS-BC-USED.
           OPEN INPUT BATCAT.
           IF WS-BATCAT-STATUS = "00"
               PERFORM UNTIL WS-BAT-EOF
                   READ BATCAT
                       AT END
                           SET WS-BAT-EOF TO TRUE
                       NOT AT END
                           IF WS-BC-USED < WS-BC-MAX
                               ADD 1 TO WS-BC-USED
                               MOVE BC-USER TO
                                   BCT-USER (WS-BC-USED)
                               MOVE BC-FILE TO
                                   BCT-FILE (WS-BC-USED)
                               MOVE BC-STATUS TO
                                   BCT-STATUS (WS-BC-USED)
                               MOVE BC-DATE TO
                                   BCT-DATE (WS-BC-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCAT
           END-IF.
           MOVE "N" TO WS-BAT-EOF-SW.
           MOVE 0 TO WS-BC-FOUND.
           PERFORM VARYING WS-BC-IND FROM 1 BY 1
                   UNTIL WS-BC-IND > WS-BC-USED
                   OR WS-BC-FOUND NOT = 0
               IF BCT-USER (WS-BC-IND) = WS-BATCH-USER
                   MOVE WS-BC-IND TO WS-BC-FOUND
               END-IF
           END-PERFORM.
           IF WS-BC-FOUND = 0
               IF WS-BC-USED >= WS-BC-MAX
                   DISPLAY "BATCH CATALOGUE FULL - RELEASE NOT"
                           " RECORDED, TELL THE OPERATOR"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BC-USED
               MOVE WS-BC-USED TO WS-BC-FOUND
               MOVE WS-BATCH-USER TO BCT-USER (WS-BC-FOUND)
               MOVE WS-BATCH-FILE TO BCT-FILE (WS-BC-FOUND)
               MOVE SPACES        TO BCT-STATUS (WS-BC-FOUND)
           END-IF.
           IF BCT-STATUS (WS-BC-FOUND) NOT = "R"
               MOVE WS-BUS-DATE TO BCT-DATE (WS-BC-FOUND)
           END-IF.
           MOVE "R" TO BCT-STATUS (WS-BC-FOUND).
           OPEN OUTPUT BATCAT.
           PERFORM 490-WRITE-ONE-CAT-LINE
               VARYING WS-BC-IND FROM 1 BY 1
               UNTIL WS-BC-IND > WS-BC-USED.
           CLOSE BATCAT.
      *
       490-WRITE-ONE-CAT-LINE.
           MOVE SPACES TO BC-REC.
           MOVE BCT-USER   (WS-BC-IND) TO BC-USER.
           MOVE BCT-FILE   (WS-BC-IND) TO BC-FILE.
           MOVE BCT-STATUS (WS-BC-IND) TO BC-STATUS.
           MOVE BCT-DATE   (WS-BC-IND) TO BC-DATE.
           WRITE BC-REC.
      *
       500-SUSPENSE-WORKLIST.
      *    the open items one at a time: A assigns the credit to a
      *    student on MHTRMA and posts it as a receipt, R marks it
      *    to be sent back to the payer, S leaves it open
           MOVE 0 TO WS-RC-USED.
           MOVE "N" TO WS-SU-EOF-SW.
           MOVE LOW-VALUES TO SU-REF.
           START SUSPENSE KEY NOT LESS THAN SU-REF
               INVALID KEY
                   SET WS-SU-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-SU-EOF
               READ SUSPENSE NEXT RECORD
                   AT END
                       SET WS-SU-EOF TO TRUE
                   NOT AT END
                       IF SU-OPEN
                           PERFORM 550-WORK-ONE-ITEM THRU 550-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RC-USED > 0
               PERFORM 400-FEED-SALES-STREAM
           END-IF.
       500-EXIT.
           EXIT.
      *
       550-WORK-ONE-ITEM.
           DISPLAY "==================================================".
           MOVE SU-AMOUNT TO WS-ED-AMT.
           DISPLAY "AITIOLOGIA : " SU-REF "  HMEROMHNIA " SU-DATE.
           DISPLAY "POSO       : " WS-ED-AMT.
           DISPLAY "PLHRWTHS   : " SU-PAYER.
           DISPLAY "PERIGRAFH  : " SU-NARR.
           EVALUATE TRUE
               WHEN SU-NO-ID
                   DISPLAY "LOGOS      : NO STUDENT ID QUOTED"
               WHEN SU-WITHDRAWN
                   DISPLAY "LOGOS      : STUDENT " SU-QUOTED-AA
                           " HAS WITHDRAWN"
               WHEN SU-UNKNOWN
                   DISPLAY "LOGOS      : STUDENT " SU-QUOTED-AA
                           " NOT ON FILE"
               WHEN OTHER
                   DISPLAY "LOGOS      : LEDGER LINE NOT WRITTEN"
           END-EVALUATE.
           DISPLAY "A=ASSIGN TO STUDENT R=RETURN TO PAYER S=SKIP"
                   " Q=QUIT WORKLIST".
           ACCEPT WS-ITEM-ACTION.
           EVALUATE TRUE
               WHEN WS-ITEM-QUIT
                   SET WS-SU-EOF TO TRUE
               WHEN WS-ITEM-ASSIGN
                   PERFORM 560-ASSIGN-ITEM THRU 560-EXIT
               WHEN WS-ITEM-RETURN
                   MOVE "R" TO SU-STATUS
                   MOVE WS-BUS-DATE TO SU-ACT-DATE
                   MOVE LS-OPER-USER TO SU-USER
                   REWRITE SU-REC
                       INVALID KEY
                           DISPLAY "ITEM COULD NOT BE UPDATED"
                       NOT INVALID KEY
                           DISPLAY "MARKED FOR RETURN TO THE PAYER"
                   END-REWRITE
               WHEN WS-ITEM-SKIP
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID ACTION - ITEM LEFT OPEN"
           END-EVALUATE.
       550-EXIT.
           EXIT.
      *
       560-ASSIGN-ITEM.
           DISPLAY "ENTER STUDENT ID: ".
           ACCEPT WS-AA.
           MOVE WS-AA TO A-A.
           READ MHTRMA
               INVALID KEY
                   DISPLAY "STUDENT " WS-AA " NOT ON FILE - ITEM LEFT"
                           " OPEN"
                   GO TO 560-EXIT
           END-READ.
           DISPLAY "STUDENT " WS-AA " " EPWN " " ONOM " " CLASS1
                   " - CONFIRM (Y/N): ".
           ACCEPT WS-ITEM-ACTION.
           IF WS-ITEM-ACTION NOT = "Y"
               GO TO 560-EXIT
           END-IF.
           MOVE SU-AMOUNT TO WS-AMOUNT.
           MOVE SPACES TO WS-DESCR.
           STRING "TRAPEZA " SU-REF (1:12)
               DELIMITED BY SIZE INTO WS-DESCR.
           PERFORM 300-POST-RECEIPT.
           IF WS-NEXT-SEQ = 0
               GO TO 560-EXIT
           END-IF.
           MOVE "A" TO SU-STATUS.
           MOVE WS-AA TO SU-AA.
           MOVE WS-BUS-DATE TO SU-ACT-DATE.
           MOVE LS-OPER-USER TO SU-USER.
           REWRITE SU-REC
               INVALID KEY
                   DISPLAY "ITEM COULD NOT BE UPDATED"
               NOT INVALID KEY
                   DISPLAY "KATAXWRHQHKE - LINE " WS-NEXT-SEQ
                           " FOR STUDENT " WS-AA
           END-REWRITE.
       560-EXIT.
           EXIT.
      *
       600-LIST-SUSPENSE.
           DISPLAY "AITIOLOGIA       HMEROMHNIA POSO      AA   LOGOS"
                   " K  AA   XRHSTHS".
           MOVE "N" TO WS-SU-EOF-SW.
           MOVE LOW-VALUES TO SU-REF.
           START SUSPENSE KEY NOT LESS THAN SU-REF
               INVALID KEY
                   SET WS-SU-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-SU-EOF
               READ SUSPENSE NEXT RECORD
                   AT END
                       SET WS-SU-EOF TO TRUE
                   NOT AT END
                       MOVE SU-AMOUNT TO WS-ED-AMT
                       DISPLAY SU-REF " " SU-DATE "   " WS-ED-AMT " "
                               SU-QUOTED-AA " " SU-REASON "    "
                               SU-STATUS "  " SU-AA " " SU-USER
               END-READ
           END-PERFORM.
      *
       TELOS.
           CLOSE TUITLEDG.
           CLOSE SUSPENSE.
           CLOSE BANKREF.
           CLOSE MHTRMA.
           EXIT PROGRAM.
      *

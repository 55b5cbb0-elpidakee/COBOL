       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program79.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-IN ASSIGN TO "ARRAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-IN-STATUS.
           SELECT EXCEPT-IN ASSIGN TO "EXCEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.
           SELECT BRANCHRF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS BR-CODE
               FILE STATUS IS WS-BRANCHRF-STATUS.
           SELECT DISTRIB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DISTRIB-STATUS.
           SELECT BURST-OUT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BURST-STATUS.
           SELECT DLV-OUT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLV-STATUS.
           SELECT DLVLOG ASSIGN TO "DELIVLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLVLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
      * Program3's reject file, laid out as its EXCEPT-DETAIL
       FD  EXCEPT-IN
           LABEL RECORD STANDARD.
       01  EXCEPT-LINE.
           02  EI-HMERA    PIC 9(8).
           02  FILLER      PIC X(2).
           02  EI-QTY      PIC 9(5).
           02  FILLER      PIC X(2).
           02  EI-UPR      PIC 9(9).
           02  FILLER      PIC X(2).
           02  EI-RCD      PIC 9.
           02  FILLER      PIC X(2).
           02  EI-BRN      PIC 99.
           02  FILLER      PIC X(57).
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
       FD  DISTRIB       RECORD CONTAINS 101 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS DS-REC
                         VALUE OF FILE-ID IS "DISTRIB.DAT".
       01  DS-REC.
           02 DS-KEY.
              03 DS-BRN     PIC 99.
              03 DS-SEQ     PIC 9.
           02 FILLER        PIC X(2).
           02 DS-RECIPIENT  PIC X(30).
           02 FILLER        PIC X(2).
           02 DS-PATH       PIC X(40).
           02 FILLER        PIC X(2).
           02 DS-SET-BY     PIC X(8).
           02 FILLER        PIC X(2).
           02 DS-SET-DATE   PIC 9(8).
           02 FILLER        PIC X(4).
      *
      * one branch's own copy of the monthly report, MONTHLYnn.PRT
       FD  BURST-OUT     LABEL RECORD STANDARD
                         VALUE OF FILE-ID IS WS-BURST-NAME.
       01  BURST-LINE    PIC X(200).
      *
      * the copy left in a recipient's delivery directory
       FD  DLV-OUT       LABEL RECORD STANDARD
                         VALUE OF FILE-ID IS WS-DLV-TARGET.
       01  DLV-LINE      PIC X(200).
      *
       FD  DLVLOG        LABEL RECORD STANDARD.
       01  DL-REC.
           02 DL-DATE       PIC 9(8).
           02 FILLER        PIC X(1).
           02 DL-TIME       PIC 9(6).
           02 FILLER        PIC X(2).
           02 DL-BRN        PIC 99.
           02 FILLER        PIC X(1).
           02 DL-SEQ        PIC 9.
           02 FILLER        PIC X(2).
           02 DL-STATE      PIC X(12).
           02 FILLER        PIC X(2).
           02 DL-RECIPIENT  PIC X(30).
           02 FILLER        PIC X(2).
           02 DL-TARGET     PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-IN-STATUS  PIC XX.
       01  WS-EXCEPT-STATUS   PIC XX.
       01  WS-BRANCHRF-STATUS PIC XX.
       01  WS-DISTRIB-STATUS  PIC XX.
       01  WS-BURST-STATUS    PIC XX.
       01  WS-DLV-STATUS      PIC XX.
       01  WS-DLVLOG-STATUS   PIC XX.
       01  WS-DISTRIB-SW      PIC X(1).
           88 WS-DISTRIB-AVAIL      VALUE "Y".
       01  WS-EOF-SW          PIC A(1).
           88 WS-EOF                VALUE "Y".
       01  WS-DLV-EOF-SW      PIC A(1).
           88 WS-DLV-EOF            VALUE "Y".
       01  WS-BURST-NAME      PIC X(20).
       01  WS-GEN-NAME        PIC X(30).
       01  WS-DLV-TARGET      PIC X(80).
       01  WS-PATH-LEN        PIC 99.
       01  WS-DL-STATE        PIC X(12).
       01  WS-GEN-SOURCE      PIC X(20).
       01  WS-GEN-RC          PIC 9(2).
       01  WS-BUS-DATE        PIC 9(8).
       01  WS-BUSDATE-FUNC    PIC X(1).
       01  WS-BUSDATE-RC      PIC 9(2).
       01  WS-TODAY-MM        PIC 99.
       01  WS-TODAY-YY        PIC 9(4).
       01  WS-PRIOR-YY        PIC 9(4).
       01  WS-BURST-COUNT     PIC 99.
       01  WS-DLV-COUNT       PIC 999.
       01  WS-DLV-FAILED      PIC 999.
       01  WS-REJ-COUNT       PIC 9(7).
       01  WS-BR-IND          PIC 99.
       01  YIDX               PIC 9.
       01  IND                PIC 99.
       01  WS-DAY-IND         PIC 99.
       01  WS-VALUE           PIC 9(14).
      * the branches to be burst, from BRANCHRF
       01  BRANCH-NAMES.
           02  BRN-ENTRY OCCURS 9 TIMES.
               03  BRN-NAME    PIC X(20).
               03  BRN-ACTIVE  PIC X(1).
       01  PINAKAS.
           02  FILLER PIC X(11) VALUE "IANOUARIOS".
           02  FILLER PIC X(11) VALUE "FEVROUARIOS".
           02  FILLER PIC X(11) VALUE "MARTIOS".
           02  FILLER PIC X(11) VALUE "APRILIOS".
           02  FILLER PIC X(11) VALUE "MAIOS".
           02  FILLER PIC X(11) VALUE "IOUNIOS".
           02  FILLER PIC X(11) VALUE "IOULIOS".
           02  FILLER PIC X(11) VALUE "AUGOUSTOS".
           02  FILLER PIC X(11) VALUE "SEPTEMVRIOS".
           02  FILLER PIC X(11) VALUE "OKTOVRIOS".
           02  FILLER PIC X(11) VALUE "NOEMVRIOS".
           02  FILLER PIC X(11) VALUE "DEKEMVRIOS".
       01  PIN-RDF REDEFINES PINAKAS.
           02  MHNAS   PIC X(11)   OCCURS  12 TIMES.
      * the same totals Program3 keeps, one set per branch: slot 1 is
      * the business year, slot 2 the year before it
       01  BRANCH-MONTHS.
           02  BM-BRANCH OCCURS 9 TIMES.
               03  BM-YSLOT OCCURS 2 TIMES.
                   04  BM-MONTH OCCURS 12 TIMES.
                       05  BM-QTY  PIC 9(7).
                       05  BM-UPR  PIC 9(11).
                       05  BM-CR   PIC 9(11).
                       05  BM-DB   PIC 9(11).
                       05  BM-ADJ  PIC 9(11).
       01  BRANCH-DAYS.
           02  BD-BRANCH OCCURS 9 TIMES.
               03  BD-DAY OCCURS 31 TIMES.
                   04  BD-QTY  PIC 9(7).
                   04  BD-UPR  PIC 9(11).
                   04  BD-CR   PIC 9(11).
                   04  BD-DB   PIC 9(11).
                   04  BD-ADJ  PIC 9(11).
       01  GTQTY   PIC 9(10).
       01  GTUPR   PIC 9(11).
       01  GTCR    PIC 9(11).
       01  GTDB    PIC 9(11).
       01  GTADJ   PIC 9(11).
       01  ZTM     PIC Z(10)9.
       01  WS-VARIANCE PIC S9(11).
       01  ZTMS        PIC -Z(10)9.
       01  PRINT-DETAIL.
           02  PD-IND      PIC Z9.
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  PD-MONTH    PIC X(11).
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  PD-QTY      PIC Z(9).
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  PD-UPR      PIC Z(10).
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  PD-SCR      PIC Z(10).
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  PD-SDB      PIC Z(10).
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  PD-ADJ      PIC Z(10).
       01  YOY-DETAIL.
           02  YD-MONTH    PIC X(11).
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  YD-QTY-CUR  PIC Z(8)9.
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  YD-QTY-PRI  PIC Z(8)9.
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  YD-UPR-CUR  PIC Z(10)9.
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  YD-UPR-PRI  PIC Z(10)9.
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  YD-VARIANCE PIC -Z(10)9.
      *
       LINKAGE SECTION.
       01  LS-RETURN-CODE PIC 9(2).

       PROCEDURE DIVISION USING LS-RETURN-CODE.
       ARXH.
           MOVE 0 TO LS-RETURN-CODE.
           MOVE 0 TO WS-BURST-COUNT WS-DLV-COUNT WS-DLV-FAILED.
           INITIALIZE BRANCH-MONTHS BRANCH-DAYS.
           MOVE "G" TO WS-BUSDATE-FUNC.
           CALL 'Program29' USING WS-BUSDATE-FUNC, WS-BUS-DATE,
               WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUS-DATE
           END-IF.
           MOVE WS-BUS-DATE (5:2) TO WS-TODAY-MM.
           MOVE WS-BUS-DATE (1:4) TO WS-TODAY-YY.
           COMPUTE WS-PRIOR-YY = WS-TODAY-YY - 1.
           OPEN INPUT FILE-IN.
           IF WS-FILE-IN-STATUS NOT = "00"
               MOVE 46 TO LS-RETURN-CODE
               DISPLAY "PROGRAM79: ARRAY.DAT COULD NOT BE OPENED"
                       " - NO BRANCH REPORTS PRODUCED"
               EXIT PROGRAM
           END-IF.
           PERFORM 100-ACCUMULATE THRU 100-EXIT.
           CLOSE FILE-IN.
           PERFORM 150-LOAD-BRANCHES.
           MOVE "N" TO WS-DISTRIB-SW.
           OPEN INPUT DISTRIB.
           IF WS-DISTRIB-STATUS = "00"
               SET WS-DISTRIB-AVAIL TO TRUE
           ELSE
               DISPLAY "PROGRAM79: DISTRIB.DAT NOT AVAILABLE - BRANCH"
                       " REPORTS KEPT BUT NOT DELIVERED"
           END-IF.
           OPEN EXTEND DLVLOG.
           IF WS-DLVLOG-STATUS = "35"
               OPEN OUTPUT DLVLOG
               CLOSE DLVLOG
               OPEN EXTEND DLVLOG
           END-IF.
           PERFORM 200-BURST-BRANCH THRU 200-EXIT
               VARYING WS-BR-IND FROM 1 BY 1 UNTIL WS-BR-IND > 9.
           CLOSE DLVLOG.
           IF WS-DISTRIB-AVAIL
               CLOSE DISTRIB
           END-IF.
           DISPLAY "PROGRAM79: " WS-BURST-COUNT " BRANCH REPORT(S), "
                   WS-DLV-COUNT " DELIVERED, " WS-DLV-FAILED
                   " FAILED - SEE DELIVLOG.DAT".
           IF WS-DLV-FAILED > 0
               MOVE 60 TO LS-RETURN-CODE
           END-IF.
           GO TO TELOS.
      *
      * the record rules of Program3: trailers, bad months, bad record
      * types and records without a branch 1-9 are not burst (the
      * rejects still reach the branch through EXCEPT.DAT)
       100-ACCUMULATE.
           READ FILE-IN
               AT END
                   GO TO 100-EXIT
           END-READ.
           IF RCD = 9
               GO TO 100-ACCUMULATE
           END-IF.
           IF RMM > 12 OR RMM < 1 OR NOT VALID-RCD
               GO TO 100-ACCUMULATE
           END-IF.
           IF RBR NOT NUMERIC
               GO TO 100-ACCUMULATE
           END-IF.
           IF RBR < 1 OR RBR > 9
               GO TO 100-ACCUMULATE
           END-IF.
           EVALUATE RYY
               WHEN WS-TODAY-YY
                   MOVE 1 TO YIDX
               WHEN WS-PRIOR-YY
                   MOVE 2 TO YIDX
               WHEN OTHER
                   GO TO 100-ACCUMULATE
           END-EVALUATE.
           COMPUTE WS-VALUE = QTY * UPR.
           ADD QTY      TO BM-QTY (RBR, YIDX, RMM).
           ADD WS-VALUE TO BM-UPR (RBR, YIDX, RMM).
           EVALUATE RCD
               WHEN 1
                   ADD WS-VALUE TO BM-CR  (RBR, YIDX, RMM)
               WHEN 2
                   ADD WS-VALUE TO BM-DB  (RBR, YIDX, RMM)
               WHEN 3
                   ADD WS-VALUE TO BM-ADJ (RBR, YIDX, RMM)
           END-EVALUATE.
           IF YIDX = 1 AND RMM = WS-TODAY-MM
                   AND RDD >= 1 AND RDD <= 31
               ADD QTY      TO BD-QTY (RBR, RDD)
               ADD WS-VALUE TO BD-UPR (RBR, RDD)
               EVALUATE RCD
                   WHEN 1
                       ADD WS-VALUE TO BD-CR  (RBR, RDD)
                   WHEN 2
                       ADD WS-VALUE TO BD-DB  (RBR, RDD)
                   WHEN 3
                       ADD WS-VALUE TO BD-ADJ (RBR, RDD)
               END-EVALUATE
           END-IF.
           GO TO 100-ACCUMULATE.
       100-EXIT.
           EXIT.
      *
       150-LOAD-BRANCHES.
           INITIALIZE BRANCH-NAMES.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT BRANCHRF.
           IF WS-BRANCHRF-STATUS NOT = "00"
               DISPLAY "PROGRAM79: BRANCHRF.DAT NOT AVAILABLE - NO"
                       " ACTIVE BRANCHES TO REPORT"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ BRANCHRF NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF BR-CODE >= 1 AND BR-CODE <= 9
                           MOVE BR-NAME   TO BRN-NAME (BR-CODE)
                           MOVE BR-ACTIVE TO BRN-ACTIVE (BR-CODE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BRANCHRF.
      *
       200-BURST-BRANCH.
           IF BRN-ACTIVE (WS-BR-IND) NOT = "Y"
               GO TO 200-EXIT
           END-IF.
           MOVE SPACES TO WS-BURST-NAME.
           STRING "MONTHLY" WS-BR-IND ".PRT"
               DELIMITED BY SIZE INTO WS-BURST-NAME.
           OPEN OUTPUT BURST-OUT.
           IF WS-BURST-STATUS NOT = "00"
               DISPLAY "PROGRAM79: " WS-BURST-NAME
                       " COULD NOT BE WRITTEN - STATUS "
                       WS-BURST-STATUS
               GO TO 200-EXIT
           END-IF.
           MOVE SPACES TO BURST-LINE.
           STRING "YPOKATASTHMA " WS-BR-IND " " BRN-NAME (WS-BR-IND)
                  "   ETOS " WS-TODAY-YY
                  "   HMEROMHNIA " WS-BUS-DATE
               DELIMITED BY SIZE INTO BURST-LINE.
           WRITE BURST-LINE.
           MOVE ALL "=" TO BURST-LINE (1:60).
           WRITE BURST-LINE.
           PERFORM 300-MONTHLY-SECTION.
           PERFORM 400-DAILY-SECTION.
           PERFORM 500-REJECT-SECTION.
           PERFORM 600-YOY-SECTION.
           CLOSE BURST-OUT.
           ADD 1 TO WS-BURST-COUNT.
           MOVE WS-BURST-NAME TO WS-GEN-SOURCE.
           CALL 'Program30' USING WS-GEN-SOURCE, WS-GEN-RC.
           PERFORM 700-DELIVER-BRANCH THRU 700-EXIT.
       200-EXIT.
           EXIT.
      *
       300-MONTHLY-SECTION.
           MOVE SPACES TO BURST-LINE.
           WRITE BURST-LINE.
           MOVE "AA MHNES        POSOTHTES       AXIES      XREOSI"
               TO BURST-LINE.
           MOVE "PISTOSI      DIORQ" TO BURST-LINE (53:18).
           WRITE BURST-LINE.
           MOVE 0 TO GTQTY GTUPR GTCR GTDB GTADJ.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 12
               MOVE IND           TO PD-IND
               MOVE MHNAS (IND)   TO PD-MONTH
               MOVE BM-QTY (WS-BR-IND, 1, IND) TO PD-QTY
               MOVE BM-UPR (WS-BR-IND, 1, IND) TO PD-UPR
               MOVE BM-CR  (WS-BR-IND, 1, IND) TO PD-SCR
               MOVE BM-DB  (WS-BR-IND, 1, IND) TO PD-SDB
               MOVE BM-ADJ (WS-BR-IND, 1, IND) TO PD-ADJ
               WRITE BURST-LINE FROM PRINT-DETAIL
               ADD BM-QTY (WS-BR-IND, 1, IND) TO GTQTY
               ADD BM-UPR (WS-BR-IND, 1, IND) TO GTUPR
               ADD BM-CR  (WS-BR-IND, 1, IND) TO GTCR
               ADD BM-DB  (WS-BR-IND, 1, IND) TO GTDB
               ADD BM-ADJ (WS-BR-IND, 1, IND) TO GTADJ
           END-PERFORM.
           MOVE SPACES TO BURST-LINE.
           WRITE BURST-LINE.
           MOVE "SYNOLA YPOKATASTHMATOS" TO BURST-LINE.
           WRITE BURST-LINE.
           MOVE GTQTY TO ZTM.
           STRING "QTY  : " ZTM DELIMITED BY SIZE INTO BURST-LINE.
           WRITE BURST-LINE.
           MOVE GTUPR TO ZTM.
           STRING "UPR  : " ZTM DELIMITED BY SIZE INTO BURST-LINE.
           WRITE BURST-LINE.
           MOVE GTCR TO ZTM.
           STRING "CR   : " ZTM DELIMITED BY SIZE INTO BURST-LINE.
           WRITE BURST-LINE.
           MOVE GTDB TO ZTM.
           STRING "DB   : " ZTM DELIMITED BY SIZE INTO BURST-LINE.
           WRITE BURST-LINE.
           MOVE GTADJ TO ZTM.
           STRING "ADJ  : " ZTM DELIMITED BY SIZE INTO BURST-LINE.
           WRITE BURST-LINE.
      *
       400-DAILY-SECTION.
           MOVE SPACES TO BURST-LINE.
           WRITE BURST-LINE.
           MOVE "HMERHSIA ANALYSH TREXONTOS MHNA" TO BURST-LINE.
           WRITE BURST-LINE.
           MOVE "HM  POSOTHTES  AXIES     PISTOSI    XREOSI     DIORQ"
               TO BURST-LINE.
           WRITE BURST-LINE.
           PERFORM VARYING WS-DAY-IND FROM 1 BY 1
                   UNTIL WS-DAY-IND > 31
               IF BD-QTY (WS-BR-IND, WS-DAY-IND) > 0
                   OR BD-UPR (WS-BR-IND, WS-DAY-IND) > 0
                   MOVE SPACES TO BURST-LINE
                   MOVE WS-DAY-IND TO PD-IND
                   MOVE BD-QTY (WS-BR-IND, WS-DAY-IND) TO PD-QTY
                   MOVE BD-UPR (WS-BR-IND, WS-DAY-IND) TO PD-UPR
                   MOVE BD-CR  (WS-BR-IND, WS-DAY-IND) TO PD-SCR
                   MOVE BD-DB  (WS-BR-IND, WS-DAY-IND) TO PD-SDB
                   MOVE BD-ADJ (WS-BR-IND, WS-DAY-IND) TO PD-ADJ
                   STRING PD-IND DELIMITED BY SIZE
                       "  " PD-QTY DELIMITED BY SIZE
                       "  " PD-UPR DELIMITED BY SIZE
                       "  " PD-SCR DELIMITED BY SIZE
                       "  " PD-SDB DELIMITED BY SIZE
                       "  " PD-ADJ DELIMITED BY SIZE
                       INTO BURST-LINE
                   WRITE BURST-LINE
               END-IF
           END-PERFORM.
      *
      * the branch's lines from EXCEPT.DAT, copied as Program3 wrote
      * them
       500-REJECT-SECTION.
           MOVE 0 TO WS-REJ-COUNT.
           MOVE SPACES TO BURST-LINE.
           WRITE BURST-LINE.
           MOVE "APORRIFTHEISES EGGRAFES (EXCEPT.DAT)" TO BURST-LINE.
           WRITE BURST-LINE.
           OPEN INPUT EXCEPT-IN.
           IF WS-EXCEPT-STATUS NOT = "00"
               MOVE "  EXCEPT.DAT NOT AVAILABLE" TO BURST-LINE
               WRITE BURST-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ EXCEPT-IN
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF EI-BRN NUMERIC
                           IF EI-BRN = WS-BR-IND
                               MOVE SPACES TO BURST-LINE
                               MOVE EXCEPT-LINE TO BURST-LINE (3:90)
                               WRITE BURST-LINE
                               ADD 1 TO WS-REJ-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXCEPT-IN.
           MOVE SPACES TO BURST-LINE.
           STRING "  APORRIFTHKAN: " WS-REJ-COUNT
               DELIMITED BY SIZE INTO BURST-LINE.
           WRITE BURST-LINE.
      *
       600-YOY-SECTION.
           MOVE SPACES TO BURST-LINE.
           WRITE BURST-LINE.
           STRING "YEAR-OVER-YEAR COMPARISON: " WS-TODAY-YY
                   " VS " WS-PRIOR-YY DELIMITED BY SIZE
                   INTO BURST-LINE.
           WRITE BURST-LINE.
           MOVE "MHNAS         QTY ETOS  QTY PROHG      AXIA ETOS"
               TO BURST-LINE.
           MOVE "AXIA PROHG      DIAFORA" TO BURST-LINE (53:23).
           WRITE BURST-LINE.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 12
               MOVE MHNAS (IND) TO YD-MONTH
               MOVE BM-QTY (WS-BR-IND, 1, IND) TO YD-QTY-CUR
               MOVE BM-QTY (WS-BR-IND, 2, IND) TO YD-QTY-PRI
               MOVE BM-UPR (WS-BR-IND, 1, IND) TO YD-UPR-CUR
               MOVE BM-UPR (WS-BR-IND, 2, IND) TO YD-UPR-PRI
               COMPUTE WS-VARIANCE = BM-UPR (WS-BR-IND, 1, IND)
                   - BM-UPR (WS-BR-IND, 2, IND)
               MOVE WS-VARIANCE TO YD-VARIANCE
               WRITE BURST-LINE FROM YOY-DETAIL
           END-PERFORM.
      *
      * one copy per recipient on DISTRIB for the branch, each one
      * written to the delivery log whether it arrived or not
       700-DELIVER-BRANCH.
           MOVE SPACES TO WS-GEN-NAME.
           STRING WS-BURST-NAME DELIMITED BY SPACE
                  "." WS-BUS-DATE DELIMITED BY SIZE
               INTO WS-GEN-NAME.
           IF NOT WS-DISTRIB-AVAIL
               MOVE 0 TO DS-SEQ
               MOVE SPACES TO DS-RECIPIENT WS-DLV-TARGET
               MOVE "NO DISTRIB" TO WS-DL-STATE
               PERFORM 790-LOG-DELIVERY
               GO TO 700-EXIT
           END-IF.
           MOVE "N" TO WS-DLV-EOF-SW.
           MOVE WS-BR-IND TO DS-BRN.
           MOVE 0 TO DS-SEQ.
           START DISTRIB KEY NOT LESS THAN DS-KEY
               INVALID KEY
                   SET WS-DLV-EOF TO TRUE
           END-START.
           IF NOT WS-DLV-EOF
               READ DISTRIB NEXT RECORD
                   AT END
                       SET WS-DLV-EOF TO TRUE
               END-READ
           END-IF.
           IF WS-DLV-EOF OR DS-BRN NOT = WS-BR-IND
               MOVE 0 TO DS-SEQ
               MOVE SPACES TO DS-RECIPIENT WS-DLV-TARGET
               MOVE "NO RECIPIENT" TO WS-DL-STATE
               PERFORM 790-LOG-DELIVERY
               GO TO 700-EXIT
           END-IF.
           PERFORM UNTIL WS-DLV-EOF OR DS-BRN NOT = WS-BR-IND
               PERFORM 750-COPY-TO-RECIPIENT
               READ DISTRIB NEXT RECORD
                   AT END
                       SET WS-DLV-EOF TO TRUE
               END-READ
           END-PERFORM.
       700-EXIT.
           EXIT.
      *
       750-COPY-TO-RECIPIENT.
           MOVE 40 TO WS-PATH-LEN.
           PERFORM UNTIL WS-PATH-LEN = 1
                   OR DS-PATH (WS-PATH-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-PATH-LEN
           END-PERFORM.
           MOVE SPACES TO WS-DLV-TARGET.
           IF DS-PATH (WS-PATH-LEN:1) = "/"
               STRING DS-PATH (1:WS-PATH-LEN) WS-GEN-NAME
                   DELIMITED BY SIZE INTO WS-DLV-TARGET
           ELSE
               STRING DS-PATH (1:WS-PATH-LEN) "/" WS-GEN-NAME
                   DELIMITED BY SIZE INTO WS-DLV-TARGET
           END-IF.
           OPEN OUTPUT DLV-OUT.
           IF WS-DLV-STATUS NOT = "00"
               MOVE SPACES TO WS-DL-STATE
               STRING "FAILED " WS-DLV-STATUS
                   DELIMITED BY SIZE INTO WS-DL-STATE
               ADD 1 TO WS-DLV-FAILED
               PERFORM 790-LOG-DELIVERY
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT BURST-OUT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ BURST-OUT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       WRITE DLV-LINE FROM BURST-LINE
               END-READ
           END-PERFORM.
           CLOSE BURST-OUT.
           CLOSE DLV-OUT.
           MOVE "DELIVERED" TO WS-DL-STATE.
           ADD 1 TO WS-DLV-COUNT.
           PERFORM 790-LOG-DELIVERY.
      *
       790-LOG-DELIVERY.
           MOVE SPACES       TO DL-REC.
           MOVE WS-BUS-DATE  TO DL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO DL-TIME.
           MOVE WS-BR-IND    TO DL-BRN.
           MOVE DS-SEQ       TO DL-SEQ.
           MOVE DS-RECIPIENT TO DL-RECIPIENT.
           MOVE WS-DL-STATE  TO DL-STATE.
           MOVE WS-DLV-TARGET TO DL-TARGET.
           WRITE DL-REC.
      *
       TELOS.
           EXIT PROGRAM.
      *

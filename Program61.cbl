       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program61.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MHTRMA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS A-A
               ALTERNATE RECORD KEY IS EPWN WITH DUPLICATES
               FILE STATUS IS WS-MHTRMA-STATUS.
           SELECT WDLHIST ASSIGN TO "MHTRMA.WDL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WDLHIST-STATUS.
           SELECT CONTACTS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CONTACTS-STATUS.
           SELECT ATTSUM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS AS-AA
               FILE STATUS IS WS-ATTSUM-STATUS.
           SELECT ATTHIST ASSIGN TO "ATTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTHIST-STATUS.
           SELECT TUITLEDG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS TL-KEY
               FILE STATUS IS WS-TUITLEDG-STATUS.
           SELECT GRDPEND ASSIGN TO "GRDPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRDPEND-STATUS.
           SELECT GRDHIST ASSIGN TO "MHTRMA.HIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRDHIST-STATUS.
           SELECT RPT-OUT ASSIGN TO "ORPHAN.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD  CONTACTS      RECORD CONTAINS  82 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS CTR
                         VALUE OF FILE-ID IS "CONTACTS.DAT".
       01  CTR.
           02 CT-KEY.
              03 CT-AA   PIC 9(4).
              03 CT-SEQ  PIC 9(2).
           02 CT-NAME    PIC X(25).
           02 CT-RELATION PIC X(10).
           02 CT-PHONE   PIC 9(11).
           02 CT-ADDRESS PIC X(30).
      *
       FD  ATTSUM        RECORD CONTAINS  10 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS AS-REC
                         VALUE OF FILE-ID IS "ATTSUM.DAT".
       01  AS-REC.
           02 AS-AA      PIC 9(4).
           02 AS-EXC     PIC 9(3).
           02 AS-UNEXC   PIC 9(3).
      *
       FD  ATTHIST       LABEL RECORD STANDARD.
       01  AH-LINE.
           02 AH-DATE    PIC 9(6).
           02 FILLER     PIC X(2).
           02 AH-AA      PIC 9(4).
           02 FILLER     PIC X(2).
           02 AH-PERIODS PIC 9(2).
           02 FILLER     PIC X(2).
           02 AH-REASON  PIC X(1).
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
       FD  GRDPEND       LABEL RECORD STANDARD.
       01  GP-LINE.
           02  GP-AA           PIC 9(4).
           02  FILLER          PIC X(2).
           02  GP-USER         PIC X(8).
           02  FILLER          PIC X(2).
           02  GP-DATE         PIC 9(8).
           02  FILLER          PIC X(40).
      *
       FD  GRDHIST       LABEL RECORD STANDARD.
       01  HIS-LINE.
           02  HIS-YEAR        PIC 9(4).
           02  FILLER          PIC X(2).
           02  HIS-AA          PIC 9(4).
           02  FILLER          PIC X(2).
           02  HIS-CLASS       PIC X(3).
           02  FILLER          PIC X(21).
      *
       FD  RPT-OUT       LABEL RECORD STANDARD.
       01  RPT-LINE      PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  WS-MHTRMA-STATUS   PIC XX.
       01  WS-WDLHIST-STATUS  PIC XX.
       01  WS-CONTACTS-STATUS PIC XX.
       01  WS-ATTSUM-STATUS   PIC XX.
       01  WS-ATTHIST-STATUS  PIC XX.
       01  WS-TUITLEDG-STATUS PIC XX.
       01  WS-GRDPEND-STATUS  PIC XX.
       01  WS-GRDHIST-STATUS  PIC XX.
       01  WS-EOF-SW          PIC A(1).
           88 WS-EOF                VALUE "Y".
       01  WS-AA              PIC 9(4).
       01  WS-AA-X            PIC X(4).
       01  WS-FINDING-COUNT   PIC 9(5).
       01  WS-SECTION-COUNT   PIC 9(5).
       01  WS-ORPHAN-COUNT    PIC 9(5).
       01  WS-ED-AMT          PIC -Z(9)9.
       01  WS-ED-CNT          PIC ZZZZ9.
       01  WS-FILE-NAME       PIC X(12).
       01  WS-DETAIL          PIC X(50).
       01  WS-BUS-DATE        PIC 9(8).
       01  WS-BUSDATE-FUNC    PIC X(1).
       01  WS-BUSDATE-RC      PIC 9(2).
       01  WS-GEN-SOURCE      PIC X(20).
       01  WS-GEN-RC          PIC 9(2).
      * one slot per possible A-A, filled from the master and the
      * withdrawal file and then from each satellite in turn
       01  WS-ST-TABLE.
           02  ST-ENTRY OCCURS 9999 TIMES.
      *        A = on MHTRMA, W = on MHTRMA.WDL, space = neither
               03  ST-STATE     PIC X(1).
               03  ST-EPWN      PIC X(20).
               03  ST-CONTACT   PIC X(1).
               03  ST-AS-SW     PIC X(1).
               03  ST-AS-EXC    PIC 9(3).
               03  ST-AS-UNEXC  PIC 9(3).
               03  ST-AH-EXC    PIC 9(5).
               03  ST-AH-UNEXC  PIC 9(5).
               03  ST-BALANCE   PIC S9(10).
               03  ST-PENDING   PIC 9(3).
       01  RPT-DETAIL.
           02  RD-FILE     PIC X(12).
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  RD-AA       PIC 9(4).
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  RD-EPWN     PIC X(20).
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  RD-DETAIL   PIC X(50).
      *
       LINKAGE SECTION.
       01  LS-RETURN-CODE PIC 9(2).

       PROCEDURE DIVISION USING LS-RETURN-CODE.
       ARXH.
           MOVE 0 TO LS-RETURN-CODE.
           MOVE 0 TO WS-FINDING-COUNT.
           MOVE "G" TO WS-BUSDATE-FUNC.
           CALL 'Program29' USING WS-BUSDATE-FUNC, WS-BUS-DATE,
               WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUS-DATE
           END-IF.
           INITIALIZE WS-ST-TABLE.
           PERFORM 100-LOAD-MASTER THRU 100-EXIT.
           IF LS-RETURN-CODE NOT = 0
               GO TO TELOS
           END-IF.
           PERFORM 110-LOAD-WITHDRAWN.
           OPEN OUTPUT RPT-OUT.
           MOVE SPACES TO RPT-LINE.
           STRING "SYMFWNIA ARXEIWN MAQHTWN - ORFANES EGGRAFES   "
                  "HMEROMHNIA: " WS-BUS-DATE
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "=" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 150-SECTION-HEADING-ORPHANS.
           MOVE 0 TO WS-ORPHAN-COUNT.
           PERFORM 200-SCAN-CONTACTS.
           PERFORM 300-SCAN-ATTSUM.
           PERFORM 400-SCAN-ATTHIST.
           PERFORM 500-SCAN-TUITLEDG.
           PERFORM 600-SCAN-GRDPEND.
           PERFORM 700-SCAN-HISTORY.
           MOVE WS-ORPHAN-COUNT TO WS-ED-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING "ORFANES EGGRAFES: " WS-ED-CNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           ADD WS-ORPHAN-COUNT TO WS-FINDING-COUNT.
           PERFORM 800-NO-CONTACT.
           PERFORM 820-WITHDRAWN-OPEN-ITEMS.
           PERFORM 840-ATTENDANCE-MISMATCH.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-FINDING-COUNT TO WS-ED-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING "SYNOLO EYRHMATWN: " WS-ED-CNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE RPT-OUT.
           MOVE "ORPHAN.PRT" TO WS-GEN-SOURCE.
           CALL 'Program30' USING WS-GEN-SOURCE, WS-GEN-RC.
           DISPLAY "PROGRAM61: " WS-FINDING-COUNT
                   " FINDING(S) - SEE ORPHAN.PRT".
      *    findings are reported, not a failure - the caller decides
      *    what to do with them, as with Program19's 80
           IF WS-FINDING-COUNT > 0
               MOVE 56 TO LS-RETURN-CODE
           END-IF.
           GO TO TELOS.
      *
       100-LOAD-MASTER.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT MHTRMA.
           IF WS-MHTRMA-STATUS NOT = "00"
               MOVE 31 TO LS-RETURN-CODE
               DISPLAY "PROGRAM61: MHTRMA COULD NOT BE OPENED"
                       " - STATUS " WS-MHTRMA-STATUS
               GO TO 100-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               READ MHTRMA NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF A-A > 0
                           MOVE "A" TO ST-STATE (A-A)
                           MOVE EPWN TO ST-EPWN (A-A)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MHTRMA.
       100-EXIT.
           EXIT.
      *
       110-LOAD-WITHDRAWN.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT WDLHIST.
           IF WS-WDLHIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ WDLHIST
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE WDL-RMA (1:4) TO WS-AA-X
                       IF WS-AA-X IS NUMERIC
                           MOVE WS-AA-X TO WS-AA
                           IF WS-AA > 0
                               AND ST-STATE (WS-AA) = SPACE
                               MOVE "W" TO ST-STATE (WS-AA)
                               MOVE WDL-RMA (5:20) TO ST-EPWN (WS-AA)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WDLHIST.
      *
       150-SECTION-HEADING-ORPHANS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "1. EGGRAFES XWRIS MAQHTH (OUTE MHTRMA OUTE WDL)"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "ARXEIO        AA    " TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "-" TO RPT-LINE.
           WRITE RPT-LINE.
      *
       160-WRITE-ORPHAN.
           ADD 1 TO WS-ORPHAN-COUNT.
           MOVE WS-FILE-NAME TO RD-FILE.
           MOVE WS-AA TO RD-AA.
           MOVE SPACES TO RD-EPWN.
           MOVE WS-DETAIL TO RD-DETAIL.
           WRITE RPT-LINE FROM RPT-DETAIL.
      *
       170-WRITE-FINDING.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE WS-FILE-NAME TO RD-FILE.
           MOVE WS-AA TO RD-AA.
           MOVE ST-EPWN (WS-AA) TO RD-EPWN.
           MOVE WS-DETAIL TO RD-DETAIL.
           WRITE RPT-LINE FROM RPT-DETAIL.
      *
       200-SCAN-CONTACTS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT CONTACTS.
           IF WS-CONTACTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "CONTACTS" TO WS-FILE-NAME.
           PERFORM UNTIL WS-EOF
               READ CONTACTS NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE CT-AA TO WS-AA
                       IF WS-AA = 0
                           OR ST-STATE (WS-AA) = SPACE
                           MOVE SPACES TO WS-DETAIL
                           STRING "CONTACT " CT-SEQ " " CT-NAME
                               DELIMITED BY SIZE INTO WS-DETAIL
                           PERFORM 160-WRITE-ORPHAN
                       ELSE
                           MOVE "Y" TO ST-CONTACT (WS-AA)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTACTS.
      *
       300-SCAN-ATTSUM.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT ATTSUM.
           IF WS-ATTSUM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "ATTSUM" TO WS-FILE-NAME.
           PERFORM UNTIL WS-EOF
               READ ATTSUM NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE AS-AA TO WS-AA
                       IF WS-AA = 0
                           OR ST-STATE (WS-AA) = SPACE
                           MOVE SPACES TO WS-DETAIL
                           STRING "EXC " AS-EXC " UNEXC " AS-UNEXC
                               DELIMITED BY SIZE INTO WS-DETAIL
                           PERFORM 160-WRITE-ORPHAN
                       ELSE
                           MOVE "Y" TO ST-AS-SW (WS-AA)
                           MOVE AS-EXC TO ST-AS-EXC (WS-AA)
                           MOVE AS-UNEXC TO ST-AS-UNEXC (WS-AA)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATTSUM.
      *
       400-SCAN-ATTHIST.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT ATTHIST.
           IF WS-ATTHIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "ATTHIST.DAT" TO WS-FILE-NAME.
           PERFORM UNTIL WS-EOF
               READ ATTHIST
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE AH-AA TO WS-AA
                       IF WS-AA = 0
                           OR ST-STATE (WS-AA) = SPACE
                           MOVE SPACES TO WS-DETAIL
                           STRING "DATE " AH-DATE " PERIODS "
                                  AH-PERIODS " " AH-REASON
                               DELIMITED BY SIZE INTO WS-DETAIL
                           PERFORM 160-WRITE-ORPHAN
                       ELSE
                           IF AH-REASON = "E"
                               ADD AH-PERIODS TO ST-AH-EXC (WS-AA)
                           ELSE
                               ADD AH-PERIODS TO ST-AH-UNEXC (WS-AA)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATTHIST.
      *
       500-SCAN-TUITLEDG.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT TUITLEDG.
           IF WS-TUITLEDG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "TUITLEDG" TO WS-FILE-NAME.
           PERFORM UNTIL WS-EOF
               READ TUITLEDG NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE TL-AA TO WS-AA
                       IF WS-AA = 0
                           OR ST-STATE (WS-AA) = SPACE
                           MOVE TL-AMOUNT TO WS-ED-AMT
                           MOVE SPACES TO WS-DETAIL
                           STRING "LINE " TL-SEQ " " TL-TYPE " "
                                  WS-ED-AMT " " TL-DESCR
                               DELIMITED BY SIZE INTO WS-DETAIL
                           PERFORM 160-WRITE-ORPHAN
                       ELSE
                           IF TL-CHARGE
                               ADD TL-AMOUNT TO ST-BALANCE (WS-AA)
                           ELSE
                               SUBTRACT TL-AMOUNT
                                   FROM ST-BALANCE (WS-AA)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TUITLEDG.
      *
       600-SCAN-GRDPEND.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT GRDPEND.
           IF WS-GRDPEND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "GRDPEND.DAT" TO WS-FILE-NAME.
           PERFORM UNTIL WS-EOF
               READ GRDPEND
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE GP-AA TO WS-AA
                       IF WS-AA = 0
                           OR ST-STATE (WS-AA) = SPACE
                           MOVE SPACES TO WS-DETAIL
                           STRING "KEYED " GP-DATE " BY " GP-USER
                               DELIMITED BY SIZE INTO WS-DETAIL
                           PERFORM 160-WRITE-ORPHAN
                       ELSE
                           ADD 1 TO ST-PENDING (WS-AA)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GRDPEND.
      *
       700-SCAN-HISTORY.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT GRDHIST.
           IF WS-GRDHIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "MHTRMA.HIS" TO WS-FILE-NAME.
           PERFORM UNTIL WS-EOF
               READ GRDHIST
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE HIS-AA TO WS-AA
                       IF WS-AA = 0
                           OR ST-STATE (WS-AA) = SPACE
                           MOVE SPACES TO WS-DETAIL
                           STRING "YEAR " HIS-YEAR " CLASS " HIS-CLASS
                               DELIMITED BY SIZE INTO WS-DETAIL
                           PERFORM 160-WRITE-ORPHAN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GRDHIST.
      *
       800-NO-CONTACT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "2. ENERGOI MAQHTES XWRIS KHDEMONA (CONTACTS)"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "-" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 0 TO WS-SECTION-COUNT.
           MOVE "MHTRMA" TO WS-FILE-NAME.
           MOVE "NO GUARDIAN CONTACT ON FILE" TO WS-DETAIL.
           PERFORM VARYING WS-AA FROM 1 BY 1 UNTIL WS-AA > 9998
               IF ST-STATE (WS-AA) = "A"
                   AND ST-CONTACT (WS-AA) NOT = "Y"
                   PERFORM 170-WRITE-FINDING
               END-IF
           END-PERFORM.
           IF ST-STATE (9999) = "A" AND ST-CONTACT (9999) NOT = "Y"
               MOVE 9999 TO WS-AA
               PERFORM 170-WRITE-FINDING
           END-IF.
           PERFORM 890-SECTION-TOTAL.
      *
       820-WITHDRAWN-OPEN-ITEMS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "3. APOXWRHSANTES ME OFEILH H EKKREMH ALLAGH BAQMOY"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "-" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 0 TO WS-SECTION-COUNT.
           PERFORM VARYING WS-AA FROM 1 BY 1 UNTIL WS-AA > 9998
               PERFORM 825-CHECK-ONE-WITHDRAWN
           END-PERFORM.
           MOVE 9999 TO WS-AA.
           PERFORM 825-CHECK-ONE-WITHDRAWN.
           PERFORM 890-SECTION-TOTAL.
      *
       825-CHECK-ONE-WITHDRAWN.
           IF ST-STATE (WS-AA) NOT = "W"
               EXIT PARAGRAPH
           END-IF.
           IF ST-BALANCE (WS-AA) > 0
               MOVE "TUITLEDG" TO WS-FILE-NAME
               MOVE ST-BALANCE (WS-AA) TO WS-ED-AMT
               MOVE SPACES TO WS-DETAIL
               STRING "BALANCE OUTSTANDING " WS-ED-AMT
                   DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM 170-WRITE-FINDING
           END-IF.
           IF ST-PENDING (WS-AA) > 0
               MOVE "GRDPEND.DAT" TO WS-FILE-NAME
               MOVE SPACES TO WS-DETAIL
               STRING ST-PENDING (WS-AA)
                      " GRADE CHANGE(S) AWAITING APPROVAL"
                   DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM 170-WRITE-FINDING
           END-IF.
      *
       840-ATTENDANCE-MISMATCH.
      *    ATTSUM holds the excused/unexcused totals Program17 and
      *    Program54 keep; they should equal the ATTHIST.DAT detail
      *    (ATTSUM stops at 999, so a detail total past that is
      *    compared against 999)
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "4. ATTSUM DIAFWNEI ME TO ATTHIST.DAT" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "-" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 0 TO WS-SECTION-COUNT.
           MOVE "ATTSUM" TO WS-FILE-NAME.
           PERFORM VARYING WS-AA FROM 1 BY 1 UNTIL WS-AA > 9998
               PERFORM 845-CHECK-ONE-ATTENDANCE
           END-PERFORM.
           MOVE 9999 TO WS-AA.
           PERFORM 845-CHECK-ONE-ATTENDANCE.
           PERFORM 890-SECTION-TOTAL.
      *
       845-CHECK-ONE-ATTENDANCE.
           IF ST-STATE (WS-AA) = SPACE
               EXIT PARAGRAPH
           END-IF.
           IF ST-AH-EXC (WS-AA) > 999
               MOVE 999 TO ST-AH-EXC (WS-AA)
           END-IF.
           IF ST-AH-UNEXC (WS-AA) > 999
               MOVE 999 TO ST-AH-UNEXC (WS-AA)
           END-IF.
           IF ST-AS-EXC (WS-AA) = ST-AH-EXC (WS-AA)
               AND ST-AS-UNEXC (WS-AA) = ST-AH-UNEXC (WS-AA)
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-DETAIL.
           IF ST-AS-SW (WS-AA) = "Y"
               STRING "ATTSUM " ST-AS-EXC (WS-AA) "/"
                      ST-AS-UNEXC (WS-AA) " DETAIL "
                      ST-AH-EXC (WS-AA) "/" ST-AH-UNEXC (WS-AA)
                      " (EXC/UNEXC)"
                   DELIMITED BY SIZE INTO WS-DETAIL
           ELSE
               STRING "NO ATTSUM RECORD - DETAIL "
                      ST-AH-EXC (WS-AA) "/" ST-AH-UNEXC (WS-AA)
                      " (EXC/UNEXC)"
                   DELIMITED BY SIZE INTO WS-DETAIL
           END-IF.
           PERFORM 170-WRITE-FINDING.
      *
       890-SECTION-TOTAL.
           MOVE WS-SECTION-COUNT TO WS-ED-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING "EYRHMATA: " WS-ED-CNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           ADD WS-SECTION-COUNT TO WS-FINDING-COUNT.
      *
       TELOS.
           EXIT PROGRAM.
      *

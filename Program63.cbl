       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program63.
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
           SELECT CLASSREF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CR-CLASS
               FILE STATUS IS WS-CLASSREF-STATUS.
           SELECT WDLHIST ASSIGN TO "MHTRMA.WDL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WDLHIST-STATUS.
           SELECT AUDITLOG ASSIGN TO "MHTRMA.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT GRDHIST ASSIGN TO "MHTRMA.HIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRDHIST-STATUS.
           SELECT CENSUS-OUT ASSIGN TO "CENSUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-OUT ASSIGN TO "CENSUS.PRT"
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
       FD  CLASSREF      RECORD CONTAINS  30 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS CR-REC
                         VALUE OF FILE-ID IS "CLASSREF.DAT".
       01  CR-REC.
           02 CR-CLASS   PIC X(3).
           02 CR-DESC    PIC X(20).
           02 CR-SORT    PIC 9(2).
           02 FILLER     PIC X(2).
           02 CR-MAXENR  PIC 9(3).
      *
       FD  WDLHIST       LABEL RECORD STANDARD.
       01  WDL-LINE.
           02  WDL-RMA         PIC X(74).
           02  FILLER          PIC X(2).
           02  WDL-DATE        PIC 9(6).
           02  FILLER          PIC X(2).
           02  WDL-REASON      PIC X(2).
      *
       FD  AUDITLOG      LABEL RECORD STANDARD.
       01  AUDIT-LINE.
           02  AL-TIMESTAMP    PIC 9(15).
           02  FILLER          PIC X(2).
           02  AL-USER         PIC X(8).
           02  FILLER          PIC X(2).
           02  AL-STUDENT-ID   PIC 9(4).
           02  FILLER          PIC X(2).
           02  AL-ACTION       PIC X(6).
           02  FILLER          PIC X(2).
           02  AL-DETAIL       PIC X(60).
      *    Program5 writes a withdrawal as
      *    "WITHDRAWN yymmdd REASON rr"
           02  AL-WDL-DETAIL REDEFINES AL-DETAIL.
               03  FILLER          PIC X(10).
               03  AL-WDL-DATE     PIC X(6).
               03  FILLER          PIC X(8).
               03  AL-WDL-REASON   PIC X(2).
               03  FILLER          PIC X(34).
      *
       FD  GRDHIST       LABEL RECORD STANDARD.
       01  HIS-LINE.
           02  HIS-YEAR        PIC 9(4).
           02  FILLER          PIC X(2).
           02  HIS-AA          PIC 9(4).
           02  FILLER          PIC X(2).
           02  HIS-CLASS       PIC X(3).
           02  FILLER          PIC X(2).
           02  HIS-KATAST      PIC X(11).
           02  FILLER          PIC X(2).
           02  HIS-RESULT      PIC X(1).
           02  FILLER          PIC X(2).
           02  HIS-STATUS      PIC X(1).
      *
      * ministry submission file, fixed 80-byte records: H header,
      * C one per class, W one per class and withdrawal reason,
      * T trailer
       FD  CENSUS-OUT    LABEL RECORD STANDARD.
       01  CS-REC.
           02  CS-TYPE         PIC X(1).
           02  CS-BODY         PIC X(79).
       01  CS-HEADER.
           02  FILLER          PIC X(1).
           02  CSH-CENSUS-DATE PIC 9(8).
           02  CSH-PERIOD-FROM PIC 9(8).
           02  CSH-CREATED     PIC 9(8).
           02  FILLER          PIC X(55).
       01  CS-CLASS-REC.
           02  FILLER          PIC X(1).
           02  CSC-CLASS       PIC X(3).
           02  CSC-DESC        PIC X(20).
           02  CSC-OPENING     PIC 9(4).
           02  CSC-ENTRANTS    PIC 9(4).
           02  CSC-REINSTATED  PIC 9(4).
           02  CSC-WITHDRAWN   PIC 9(4).
           02  CSC-CLOSING     PIC 9(4).
           02  CSC-CAPACITY    PIC 9(3).
           02  CSC-REPEATERS   PIC 9(4).
           02  FILLER          PIC X(29).
       01  CS-REASON-REC.
           02  FILLER          PIC X(1).
           02  CSW-CLASS       PIC X(3).
           02  CSW-REASON      PIC X(2).
           02  CSW-COUNT       PIC 9(4).
           02  FILLER          PIC X(70).
       01  CS-TRAILER.
           02  FILLER          PIC X(1).
           02  CST-RECORDS     PIC 9(6).
           02  CST-OPENING     PIC 9(6).
           02  CST-CLOSING     PIC 9(6).
           02  FILLER          PIC X(61).
      *
       FD  RPT-OUT       LABEL RECORD STANDARD.
       01  RPT-LINE      PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  WS-MHTRMA-STATUS   PIC XX.
       01  WS-CLASSREF-STATUS PIC XX.
       01  WS-WDLHIST-STATUS  PIC XX.
       01  WS-AUDIT-STATUS    PIC XX.
       01  WS-GRDHIST-STATUS  PIC XX.
       01  WS-EOF-SW          PIC A(1).
           88 WS-EOF                VALUE "Y".
       01  WS-BUS-DATE        PIC 9(8).
       01  WS-BUSDATE-FUNC    PIC X(1).
       01  WS-BUSDATE-RC      PIC 9(2).
       01  WS-GEN-SOURCE      PIC X(20).
       01  WS-GEN-RC          PIC 9(2).
       01  WS-CENSUS-DATE     PIC 9(8).
       01  WS-CENSUS-DATE-R REDEFINES WS-CENSUS-DATE.
           02 WS-CENSUS-YYYY  PIC 9(4).
           02 WS-CENSUS-MM    PIC 9(2).
           02 WS-CENSUS-DD    PIC 9(2).
       01  WS-PERIOD-FROM     PIC 9(8).
       01  WS-AA              PIC 9(4).
       01  WS-AA-X            PIC X(4).
       01  WS-SX              PIC 9(5).
      * one event off the audit trail or the WDL file
       01  WS-EV-TYPE         PIC X(1).
      *        A = new entrant, W = withdrawn, R = reinstated
       01  WS-EV-DATE         PIC 9(8).
       01  WS-EV-REASON       PIC X(2).
       01  WS-UNPLACED-COUNT  PIC 9(5).
       01  WS-REC-COUNT       PIC 9(6).
       01  WS-DIFF            PIC S9(5).
       01  WS-ED-DIFF         PIC -ZZZ9.
      * classes taken in CR-SORT order, as the Program43 packs are.
      * a class a student carries that CLASSREF does not know is
      * added at the end so nobody drops out of the return
       77  WS-CLS-MAX         PIC 9(2) VALUE 50.
       01  WS-CLS-USED        PIC 9(2).
       01  WS-CLS-IND         PIC 9(2).
       01  WS-CLS-IND2        PIC 9(2).
       01  WS-CLS-TABLE.
           02  CLS-ENTRY OCCURS 50 TIMES.
               03  CLS-CODE       PIC X(3).
               03  CLS-DESC       PIC X(20).
               03  CLS-SORT       PIC 9(2).
               03  CLS-MAXENR     PIC 9(3).
               03  CLS-OPENING    PIC 9(4).
               03  CLS-ENTRANTS   PIC 9(4).
               03  CLS-REINST     PIC 9(4).
               03  CLS-WITHDRAWN  PIC 9(4).
               03  CLS-CLOSING    PIC 9(4).
               03  CLS-REPEATERS  PIC 9(4).
               03  CLS-WDR        PIC 9(4) OCCURS 12 TIMES.
       01  WS-SWAP-ENTRY          PIC X(100).
      * withdrawal reason codes met in the period; a thirteenth
      * or later distinct code is counted in the last slot as "**"
       77  WS-RSN-MAX         PIC 9(2) VALUE 12.
       01  WS-RSN-USED        PIC 9(2).
       01  WS-RSN-IND         PIC 9(2).
       01  WS-RSN-TABLE.
           02  WS-RSN-CODE    PIC X(2) OCCURS 12 TIMES.
       01  WS-TOTALS.
           02  TOT-OPENING    PIC 9(5).
           02  TOT-ENTRANTS   PIC 9(5).
           02  TOT-REINST     PIC 9(5).
           02  TOT-WITHDRAWN  PIC 9(5).
           02  TOT-CLOSING    PIC 9(5).
           02  TOT-MAXENR     PIC 9(5).
           02  TOT-REPEATERS  PIC 9(5).
           02  TOT-WDR        PIC 9(5) OCCURS 12 TIMES.
      * every student ID met on the master, WDL or audit trail.
      * the state on a date is the last event on or before it; with
      * no such event, the state before the first event (in before a
      * withdrawal, out before an entry or reinstatement)
       01  WS-SC-TABLE.
           02  SC-ENTRY OCCURS 9999 TIMES.
               03  SC-CLS-IX      PIC 9(2).
               03  SC-ON-MASTER   PIC X(1).
               03  SC-FIRST-TYPE  PIC X(1).
               03  SC-OPEN-TYPE   PIC X(1).
               03  SC-CLOSE-TYPE  PIC X(1).
               03  SC-AUD-W-DATE  PIC 9(8).
               03  SC-WDL-DATE    PIC 9(8).
               03  SC-WDL-REASON  PIC X(2).
               03  SC-HIS-YEAR    PIC 9(4).
               03  SC-HIS-RESULT  PIC X(1).
       01  WS-IN-SW           PIC X(1).
           88 WS-IS-IN              VALUE "Y".
       01  WS-WORK-CLASS      PIC X(3).
       01  RPT-DETAIL.
           02  RD-CLASS       PIC X(3).
           02  FILLER         PIC X(2)  VALUE SPACES.
           02  RD-DESC        PIC X(20).
           02  FILLER         PIC X(1)  VALUE SPACE.
           02  RD-OPENING     PIC ZZZZ9.
           02  FILLER         PIC X(1)  VALUE SPACE.
           02  RD-ENTRANTS    PIC ZZZZ9.
           02  FILLER         PIC X(1)  VALUE SPACE.
           02  RD-REINST      PIC ZZZZ9.
           02  FILLER         PIC X(1)  VALUE SPACE.
           02  RD-WITHDRAWN   PIC ZZZZ9.
           02  FILLER         PIC X(1)  VALUE SPACE.
           02  RD-CLOSING     PIC ZZZZ9.
           02  FILLER         PIC X(1)  VALUE SPACE.
           02  RD-MAXENR      PIC ZZZZ9.
           02  FILLER         PIC X(1)  VALUE SPACE.
           02  RD-REPEATERS   PIC ZZZZ9.
           02  FILLER         PIC X(2)  VALUE SPACES.
           02  RD-NOTE        PIC X(25).
       01  RPT-REASON.
           02  FILLER         PIC X(6)  VALUE SPACES.
           02  FILLER         PIC X(22) VALUE
               "APOXWRHSEIS ANA LOGO: ".
           02  RR-ENTRY OCCURS 6 TIMES.
               03  RR-CODE    PIC X(2).
               03  FILLER     PIC X(1)  VALUE "=".
               03  RR-COUNT   PIC ZZZ9.
               03  FILLER     PIC X(2)  VALUE SPACES.
       01  WS-RR-IND          PIC 9(2).
      *
       LINKAGE SECTION.
       01  LS-RETURN-CODE PIC 9(2).

       PROCEDURE DIVISION USING LS-RETURN-CODE.
       ARXH.
           MOVE 0 TO LS-RETURN-CODE.
           MOVE "G" TO WS-BUSDATE-FUNC.
           CALL 'Program29' USING WS-BUSDATE-FUNC, WS-BUS-DATE,
               WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUS-DATE
           END-IF.
           DISPLAY "PROGRAM63: APOGRAFH MAQHTWN (MINISTRY CENSUS)".
           DISPLAY "ENTER CENSUS DATE YYYYMMDD (0 = TODAY): ".
           ACCEPT WS-CENSUS-DATE.
           IF WS-CENSUS-DATE = 0
               MOVE WS-BUS-DATE TO WS-CENSUS-DATE
           END-IF.
      *    the return covers the school year to the census date
      *    unless another opening date is given
           IF WS-CENSUS-MM < 9
               COMPUTE WS-PERIOD-FROM =
                   (WS-CENSUS-YYYY - 1) * 10000 + 901
           ELSE
               COMPUTE WS-PERIOD-FROM = WS-CENSUS-YYYY * 10000 + 901
           END-IF.
           DISPLAY "ENTER PERIOD START YYYYMMDD (0 = " WS-PERIOD-FROM
                   "): ".
           ACCEPT WS-EV-DATE.
           IF WS-EV-DATE NOT = 0
               MOVE WS-EV-DATE TO WS-PERIOD-FROM
           END-IF.
           IF WS-PERIOD-FROM > WS-CENSUS-DATE
               DISPLAY "PERIOD START IS AFTER THE CENSUS DATE"
                       " - NOTHING PRODUCED"
               GO TO TELOS
           END-IF.
           PERFORM 100-LOAD-CLASS-LIST.
           IF LS-RETURN-CODE NOT = 0
               GO TO TELOS
           END-IF.
           PERFORM 150-SORT-CLASS-LIST.
           INITIALIZE WS-SC-TABLE.
           MOVE 0 TO WS-RSN-USED.
           MOVE 0 TO WS-UNPLACED-COUNT.
           PERFORM 200-LOAD-MASTER.
           IF LS-RETURN-CODE NOT = 0
               GO TO TELOS
           END-IF.
           PERFORM 250-LOAD-WITHDRAWN.
           PERFORM 300-READ-AUDIT.
           PERFORM 350-APPLY-WDL-EVENTS
               VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 9999.
           PERFORM 400-READ-HISTORY.
           PERFORM 450-COUNT-ROLLS
               VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 9999.
           OPEN OUTPUT RPT-OUT.
           OPEN OUTPUT CENSUS-OUT.
           PERFORM 600-PRINT-HEADINGS.
           PERFORM 650-WRITE-SUBMISSION-HEADER.
           INITIALIZE WS-TOTALS.
           PERFORM 700-PRINT-CLASS
               VARYING WS-CLS-IND FROM 1 BY 1
               UNTIL WS-CLS-IND > WS-CLS-USED.
           PERFORM 800-PRINT-TOTALS.
           CLOSE RPT-OUT.
           CLOSE CENSUS-OUT.
           MOVE "CENSUS.PRT" TO WS-GEN-SOURCE.
           CALL 'Program30' USING WS-GEN-SOURCE, WS-GEN-RC.
           MOVE "CENSUS.DAT" TO WS-GEN-SOURCE.
           CALL 'Program30' USING WS-GEN-SOURCE, WS-GEN-RC.
           DISPLAY "PROGRAM63: ROLL ON " WS-CENSUS-DATE " IS "
                   TOT-CLOSING " IN " WS-CLS-USED " CLASSES".
           DISPLAY "CENSUS.PRT AND CENSUS.DAT WRITTEN".
           GO TO TELOS.
      *
       100-LOAD-CLASS-LIST.
           MOVE "N" TO WS-EOF-SW.
           MOVE 0 TO WS-CLS-USED.
           INITIALIZE WS-CLS-TABLE.
           OPEN INPUT CLASSREF.
           IF WS-CLASSREF-STATUS NOT = "00"
               MOVE 71 TO LS-RETURN-CODE
               DISPLAY "PROGRAM63: CLASSREF COULD NOT BE OPENED"
                       " - STATUS " WS-CLASSREF-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ CLASSREF NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-CLS-USED < WS-CLS-MAX
                           ADD 1 TO WS-CLS-USED
                           MOVE CR-CLASS  TO CLS-CODE (WS-CLS-USED)
                           MOVE CR-DESC   TO CLS-DESC (WS-CLS-USED)
                           MOVE CR-SORT   TO CLS-SORT (WS-CLS-USED)
      *                    the class still takes its roll; a capacity
      *                    that is not a number counts as none set
                           IF CR-MAXENR NUMERIC
                               MOVE CR-MAXENR
                                   TO CLS-MAXENR (WS-CLS-USED)
                           ELSE
                               MOVE 0 TO CLS-MAXENR (WS-CLS-USED)
                               DISPLAY "PROGRAM63: CLASS " CR-CLASS
                                       " CR-MAXENR NOT NUMERIC -"
                                       " CAPACITY TAKEN AS 0"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLASSREF.
      *
       150-SORT-CLASS-LIST.
           PERFORM 160-SORT-ONE-PASS
               VARYING WS-CLS-IND FROM 1 BY 1
               UNTIL WS-CLS-IND >= WS-CLS-USED.
      *
       160-SORT-ONE-PASS.
           PERFORM 170-SORT-COMPARE
               VARYING WS-CLS-IND2 FROM 1 BY 1
               UNTIL WS-CLS-IND2 >= WS-CLS-USED.
      *
       170-SORT-COMPARE.
           IF CLS-SORT (WS-CLS-IND2) > CLS-SORT (WS-CLS-IND2 + 1)
               MOVE CLS-ENTRY (WS-CLS-IND2) TO WS-SWAP-ENTRY
               MOVE CLS-ENTRY (WS-CLS-IND2 + 1)
                   TO CLS-ENTRY (WS-CLS-IND2)
               MOVE WS-SWAP-ENTRY TO CLS-ENTRY (WS-CLS-IND2 + 1)
           END-IF.
      *
       180-FIND-CLASS.
      *    leaves WS-CLS-IND on WS-WORK-CLASS, adding it if new;
      *    zero when the table is full
           PERFORM VARYING WS-CLS-IND FROM 1 BY 1
                   UNTIL WS-CLS-IND > WS-CLS-USED
                      OR CLS-CODE (WS-CLS-IND) = WS-WORK-CLASS
               CONTINUE
           END-PERFORM.
           IF WS-CLS-IND > WS-CLS-USED
               IF WS-CLS-USED < WS-CLS-MAX
                   ADD 1 TO WS-CLS-USED
                   MOVE WS-CLS-USED TO WS-CLS-IND
                   MOVE WS-WORK-CLASS TO CLS-CODE (WS-CLS-IND)
                   MOVE "(NOT ON CLASSREF)" TO CLS-DESC (WS-CLS-IND)
                   MOVE 99 TO CLS-SORT (WS-CLS-IND)
               ELSE
                   MOVE 0 TO WS-CLS-IND
               END-IF
           END-IF.
      *
       200-LOAD-MASTER.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT MHTRMA.
           IF WS-MHTRMA-STATUS NOT = "00"
               MOVE 31 TO LS-RETURN-CODE
               DISPLAY "PROGRAM63: MHTRMA COULD NOT BE OPENED - STATUS "
                       WS-MHTRMA-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ MHTRMA NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF A-A > 0
                           MOVE CLASS1 TO WS-WORK-CLASS
                           PERFORM 180-FIND-CLASS
                           MOVE WS-CLS-IND TO SC-CLS-IX (A-A)
                           MOVE "Y" TO SC-ON-MASTER (A-A)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MHTRMA.
      *
       250-LOAD-WITHDRAWN.
      *    a WDL line is the last withdrawal of a student not since
      *    reinstated (Program5 removes the line on reinstatement)
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
                       PERFORM 260-TAKE-WDL-LINE
               END-READ
           END-PERFORM.
           CLOSE WDLHIST.
      *
       260-TAKE-WDL-LINE.
           MOVE WDL-RMA (1:4) TO WS-AA-X.
           IF WS-AA-X NOT NUMERIC OR WDL-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AA-X TO WS-AA.
           IF WS-AA = 0 OR SC-ON-MASTER (WS-AA) = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE WDL-RMA (50:3) TO WS-WORK-CLASS.
           PERFORM 180-FIND-CLASS.
           MOVE WS-CLS-IND TO SC-CLS-IX (WS-AA).
           MOVE 20 TO SC-WDL-DATE (WS-AA) (1:2).
           MOVE WDL-DATE TO SC-WDL-DATE (WS-AA) (3:6).
           MOVE WDL-REASON TO SC-WDL-REASON (WS-AA).
      *
       300-READ-AUDIT.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT AUDITLOG.
           IF WS-AUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ AUDITLOG
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 310-TAKE-AUDIT-LINE
               END-READ
           END-PERFORM.
           CLOSE AUDITLOG.
      *
       310-TAKE-AUDIT-LINE.
           IF AL-STUDENT-ID NOT NUMERIC OR AL-STUDENT-ID = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE AL-STUDENT-ID TO WS-AA.
           MOVE SPACES TO WS-EV-REASON.
           EVALUATE AL-ACTION
               WHEN "ADD"
                   MOVE "A" TO WS-EV-TYPE
                   MOVE AL-TIMESTAMP (1:8) TO WS-EV-DATE
               WHEN "REINST"
                   MOVE "R" TO WS-EV-TYPE
                   MOVE AL-TIMESTAMP (1:8) TO WS-EV-DATE
               WHEN "WTHDRW"
      *            the withdrawal date keyed, not the day it was keyed
                   MOVE "W" TO WS-EV-TYPE
                   IF AL-WDL-DATE NUMERIC
                       MOVE 20 TO WS-EV-DATE (1:2)
                       MOVE AL-WDL-DATE TO WS-EV-DATE (3:6)
                   ELSE
                       MOVE AL-TIMESTAMP (1:8) TO WS-EV-DATE
                   END-IF
                   MOVE AL-WDL-REASON TO WS-EV-REASON
                   MOVE WS-EV-DATE TO SC-AUD-W-DATE (WS-AA)
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM 500-APPLY-EVENT.
      *
       350-APPLY-WDL-EVENTS.
      *    a withdrawal whose audit line has gone with a Program20
      *    archive still counts from its WDL line
           MOVE WS-SX TO WS-AA.
           IF SC-WDL-DATE (WS-AA) = 0
               OR SC-WDL-DATE (WS-AA) = SC-AUD-W-DATE (WS-AA)
               EXIT PARAGRAPH
           END-IF.
           MOVE "W" TO WS-EV-TYPE.
           MOVE SC-WDL-DATE (WS-AA) TO WS-EV-DATE.
           MOVE SC-WDL-REASON (WS-AA) TO WS-EV-REASON.
           PERFORM 500-APPLY-EVENT.
      *
       400-READ-HISTORY.
      *    the latest active year decides a repeater: a year not
      *    passed in June or at the September re-sit
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT GRDHIST.
           IF WS-GRDHIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ GRDHIST
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF HIS-AA NUMERIC AND HIS-AA > 0
                           AND HIS-STATUS NOT = "V"
                           AND HIS-YEAR NOT < SC-HIS-YEAR (HIS-AA)
                           MOVE HIS-YEAR TO SC-HIS-YEAR (HIS-AA)
                           MOVE HIS-RESULT TO SC-HIS-RESULT (HIS-AA)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GRDHIST.
      *
       450-COUNT-ROLLS.
           MOVE WS-SX TO WS-AA.
           IF SC-CLS-IX (WS-AA) = 0
               IF SC-FIRST-TYPE (WS-AA) NOT = SPACE
                   AND SC-ON-MASTER (WS-AA) NOT = "Y"
                   ADD 1 TO WS-UNPLACED-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE SC-CLS-IX (WS-AA) TO WS-CLS-IND.
           MOVE SC-OPEN-TYPE (WS-AA) TO WS-EV-TYPE.
           PERFORM 470-STATE-FROM-EVENT.
           IF WS-IS-IN
               ADD 1 TO CLS-OPENING (WS-CLS-IND)
           END-IF.
           MOVE SC-CLOSE-TYPE (WS-AA) TO WS-EV-TYPE.
           PERFORM 470-STATE-FROM-EVENT.
           IF WS-IS-IN
               ADD 1 TO CLS-CLOSING (WS-CLS-IND)
               IF SC-HIS-RESULT (WS-AA) NOT = "P"
                   AND SC-HIS-RESULT (WS-AA) NOT = "R"
                   AND SC-HIS-RESULT (WS-AA) NOT = SPACE
                   ADD 1 TO CLS-REPEATERS (WS-CLS-IND)
               END-IF
           END-IF.
      *
       470-STATE-FROM-EVENT.
           MOVE "N" TO WS-IN-SW.
           EVALUATE WS-EV-TYPE
               WHEN "A"
               WHEN "R"
                   MOVE "Y" TO WS-IN-SW
               WHEN "W"
                   CONTINUE
               WHEN OTHER
                   EVALUATE SC-FIRST-TYPE (WS-AA)
                       WHEN "W"
                           MOVE "Y" TO WS-IN-SW
                       WHEN SPACE
                           MOVE SC-ON-MASTER (WS-AA) TO WS-IN-SW
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-EVALUATE.
      *
       500-APPLY-EVENT.
           IF SC-FIRST-TYPE (WS-AA) = SPACE
               MOVE WS-EV-TYPE TO SC-FIRST-TYPE (WS-AA)
           END-IF.
           IF WS-EV-DATE < WS-PERIOD-FROM
               MOVE WS-EV-TYPE TO SC-OPEN-TYPE (WS-AA)
           END-IF.
           IF WS-EV-DATE > WS-CENSUS-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EV-TYPE TO SC-CLOSE-TYPE (WS-AA).
           IF WS-EV-DATE < WS-PERIOD-FROM OR SC-CLS-IX (WS-AA) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SC-CLS-IX (WS-AA) TO WS-CLS-IND.
           EVALUATE WS-EV-TYPE
               WHEN "A"
                   ADD 1 TO CLS-ENTRANTS (WS-CLS-IND)
               WHEN "R"
                   ADD 1 TO CLS-REINST (WS-CLS-IND)
               WHEN "W"
                   ADD 1 TO CLS-WITHDRAWN (WS-CLS-IND)
                   PERFORM 520-FIND-REASON
                   ADD 1 TO CLS-WDR (WS-CLS-IND, WS-RSN-IND)
           END-EVALUATE.
      *
       520-FIND-REASON.
           IF WS-EV-REASON = SPACES
               MOVE "--" TO WS-EV-REASON
           END-IF.
           PERFORM VARYING WS-RSN-IND FROM 1 BY 1
                   UNTIL WS-RSN-IND > WS-RSN-USED
                      OR WS-RSN-CODE (WS-RSN-IND) = WS-EV-REASON
               CONTINUE
           END-PERFORM.
           IF WS-RSN-IND > WS-RSN-USED
               IF WS-RSN-USED < WS-RSN-MAX - 1
                   ADD 1 TO WS-RSN-USED
                   MOVE WS-EV-REASON TO WS-RSN-CODE (WS-RSN-USED)
               ELSE
                   MOVE WS-RSN-MAX TO WS-RSN-USED
                   MOVE "**" TO WS-RSN-CODE (WS-RSN-MAX)
               END-IF
               MOVE WS-RSN-USED TO WS-RSN-IND
           END-IF.
      *
       600-PRINT-HEADINGS.
           MOVE SPACES TO RPT-LINE.
           STRING "APOGRAFH MAQHTWN GIA TO YPOYRGEIO - HMEROMHNIA "
                  WS-CENSUS-DATE "  (PERIODOS APO " WS-PERIOD-FROM ")"
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "=" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "TMHMA PERIGRAFH             ARXIK  NEES  EPAN  APOX"
             TO RPT-LINE.
           MOVE " TELIK MEGIS EPANL" TO RPT-LINE (52:18).
           WRITE RPT-LINE.
           MOVE ALL "-" TO RPT-LINE.
           WRITE RPT-LINE.
      *
       650-WRITE-SUBMISSION-HEADER.
           MOVE 0 TO WS-REC-COUNT.
           MOVE SPACES TO CS-HEADER.
           MOVE "H" TO CS-TYPE.
           MOVE WS-CENSUS-DATE TO CSH-CENSUS-DATE.
           MOVE WS-PERIOD-FROM TO CSH-PERIOD-FROM.
           MOVE WS-BUS-DATE TO CSH-CREATED.
           WRITE CS-HEADER.
           ADD 1 TO WS-REC-COUNT.
      *
       700-PRINT-CLASS.
           MOVE CLS-CODE (WS-CLS-IND) TO RD-CLASS.
           MOVE CLS-DESC (WS-CLS-IND) TO RD-DESC.
           MOVE CLS-OPENING (WS-CLS-IND) TO RD-OPENING.
           MOVE CLS-ENTRANTS (WS-CLS-IND) TO RD-ENTRANTS.
           MOVE CLS-REINST (WS-CLS-IND) TO RD-REINST.
           MOVE CLS-WITHDRAWN (WS-CLS-IND) TO RD-WITHDRAWN.
           MOVE CLS-CLOSING (WS-CLS-IND) TO RD-CLOSING.
           MOVE CLS-MAXENR (WS-CLS-IND) TO RD-MAXENR.
           MOVE CLS-REPEATERS (WS-CLS-IND) TO RD-REPEATERS.
           MOVE SPACES TO RD-NOTE.
      *    the roll should carry forward; a class change during the
      *    period shows here as a difference
           COMPUTE WS-DIFF = CLS-OPENING (WS-CLS-IND)
               + CLS-ENTRANTS (WS-CLS-IND) + CLS-REINST (WS-CLS-IND)
               - CLS-WITHDRAWN (WS-CLS-IND) - CLS-CLOSING (WS-CLS-IND).
           IF WS-DIFF NOT = 0
               MOVE WS-DIFF TO WS-ED-DIFF
               STRING "METAKINHSH " WS-ED-DIFF
                   DELIMITED BY SIZE INTO RD-NOTE
           END-IF.
           IF CLS-MAXENR (WS-CLS-IND) > 0
               AND CLS-CLOSING (WS-CLS-IND) > CLS-MAXENR (WS-CLS-IND)
               MOVE "*** OVER CAPACITY" TO RD-NOTE
           END-IF.
           WRITE RPT-LINE FROM RPT-DETAIL.
           ADD CLS-OPENING (WS-CLS-IND) TO TOT-OPENING.
           ADD CLS-ENTRANTS (WS-CLS-IND) TO TOT-ENTRANTS.
           ADD CLS-REINST (WS-CLS-IND) TO TOT-REINST.
           ADD CLS-WITHDRAWN (WS-CLS-IND) TO TOT-WITHDRAWN.
           ADD CLS-CLOSING (WS-CLS-IND) TO TOT-CLOSING.
           ADD CLS-MAXENR (WS-CLS-IND) TO TOT-MAXENR.
           ADD CLS-REPEATERS (WS-CLS-IND) TO TOT-REPEATERS.
           MOVE SPACES TO CS-CLASS-REC.
           MOVE "C" TO CS-TYPE.
           MOVE CLS-CODE (WS-CLS-IND) TO CSC-CLASS.
           MOVE CLS-DESC (WS-CLS-IND) TO CSC-DESC.
           MOVE CLS-OPENING (WS-CLS-IND) TO CSC-OPENING.
           MOVE CLS-ENTRANTS (WS-CLS-IND) TO CSC-ENTRANTS.
           MOVE CLS-REINST (WS-CLS-IND) TO CSC-REINSTATED.
           MOVE CLS-WITHDRAWN (WS-CLS-IND) TO CSC-WITHDRAWN.
           MOVE CLS-CLOSING (WS-CLS-IND) TO CSC-CLOSING.
           MOVE CLS-MAXENR (WS-CLS-IND) TO CSC-CAPACITY.
           MOVE CLS-REPEATERS (WS-CLS-IND) TO CSC-REPEATERS.
           WRITE CS-CLASS-REC.
           ADD 1 TO WS-REC-COUNT.
           IF CLS-WITHDRAWN (WS-CLS-IND) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-RR-IND.
           PERFORM 720-CLASS-REASON
               VARYING WS-RSN-IND FROM 1 BY 1
               UNTIL WS-RSN-IND > WS-RSN-USED.
           IF WS-RR-IND > 0
               WRITE RPT-LINE FROM RPT-REASON
           END-IF.
      *
       720-CLASS-REASON.
           IF CLS-WDR (WS-CLS-IND, WS-RSN-IND) = 0
               EXIT PARAGRAPH
           END-IF.
           ADD CLS-WDR (WS-CLS-IND, WS-RSN-IND)
               TO TOT-WDR (WS-RSN-IND).
           MOVE SPACES TO CS-REASON-REC.
           MOVE "W" TO CS-TYPE.
           MOVE CLS-CODE (WS-CLS-IND) TO CSW-CLASS.
           MOVE WS-RSN-CODE (WS-RSN-IND) TO CSW-REASON.
           MOVE CLS-WDR (WS-CLS-IND, WS-RSN-IND) TO CSW-COUNT.
           WRITE CS-REASON-REC.
           ADD 1 TO WS-REC-COUNT.
      *    six reasons to a printed line
           IF WS-RR-IND = 6
               WRITE RPT-LINE FROM RPT-REASON
               MOVE 0 TO WS-RR-IND
           END-IF.
           IF WS-RR-IND = 0
               PERFORM VARYING WS-RR-IND FROM 1 BY 1
                       UNTIL WS-RR-IND > 6
                   MOVE SPACES TO RR-CODE (WS-RR-IND)
                   MOVE 0 TO RR-COUNT (WS-RR-IND)
               END-PERFORM
               MOVE 0 TO WS-RR-IND
           END-IF.
           ADD 1 TO WS-RR-IND.
           MOVE WS-RSN-CODE (WS-RSN-IND) TO RR-CODE (WS-RR-IND).
           MOVE CLS-WDR (WS-CLS-IND, WS-RSN-IND)
               TO RR-COUNT (WS-RR-IND).
      *
       800-PRINT-TOTALS.
           MOVE ALL "-" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RD-CLASS.
           MOVE "SYNOLO SXOLEIOY" TO RD-DESC.
           MOVE TOT-OPENING TO RD-OPENING.
           MOVE TOT-ENTRANTS TO RD-ENTRANTS.
           MOVE TOT-REINST TO RD-REINST.
           MOVE TOT-WITHDRAWN TO RD-WITHDRAWN.
           MOVE TOT-CLOSING TO RD-CLOSING.
           MOVE TOT-MAXENR TO RD-MAXENR.
           MOVE TOT-REPEATERS TO RD-REPEATERS.
           MOVE SPACES TO RD-NOTE.
           WRITE RPT-LINE FROM RPT-DETAIL.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "APOXWRHSEIS ANA LOGO (SYNOLO):" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-RSN-IND FROM 1 BY 1
                   UNTIL WS-RSN-IND > WS-RSN-USED
               MOVE SPACES TO RPT-LINE
               STRING "   " WS-RSN-CODE (WS-RSN-IND) "  "
                      TOT-WDR (WS-RSN-IND)
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.
           IF WS-UNPLACED-COUNT > 0
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING "MAQHTES STO HMEROLOGIO XWRIS TMHMA (EKTOS"
                      " APOGRAFHS): " WS-UNPLACED-COUNT
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO CS-TRAILER.
           MOVE "T" TO CS-TYPE.
           ADD 1 TO WS-REC-COUNT.
           MOVE WS-REC-COUNT TO CST-RECORDS.
           MOVE TOT-OPENING TO CST-OPENING.
           MOVE TOT-CLOSING TO CST-CLOSING.
           WRITE CS-TRAILER.
      *
       TELOS.
           EXIT PROGRAM.
      *

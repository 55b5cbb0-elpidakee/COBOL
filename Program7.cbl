000000                   ACCESS IS RANDOM
000000                   RECORD KEY IS AS-AA
000000                   FILE STATUS IS WS-ATTSUM-STATUS.
000000     SELECT SUBJREF ASSIGN TO DISK
000000                   ORGANIZATION IS INDEXED
000000                   ACCESS IS RANDOM
000000                   RECORD KEY IS SJ-CODE
000000                   FILE STATUS IS WS-SUBJREF-STATUS.
000000     SELECT SUBJGRD ASSIGN TO DISK
000000                   ORGANIZATION IS INDEXED
000000                   ACCESS IS DYNAMIC
000000                   RECORD KEY IS SG-KEY
000000                   FILE STATUS IS WS-SUBJGRD-STATUS.
000000     SELECT CALENDAR ASSIGN TO DISK
000000                   ORGANIZATION IS INDEXED
000000                   ACCESS IS DYNAMIC
000000                   RECORD KEY IS CAL-DATE
000000                   FILE STATUS IS WS-CALENDAR-STATUS.
000000     SELECT TEACHER ASSIGN TO DISK
000000                   ORGANIZATION IS INDEXED
000000                   ACCESS IS RANDOM
000000                   RECORD KEY IS TC-CODE
000000                   ALTERNATE RECORD KEY IS TC-USER WITH DUPLICATES
000000                   ALTERNATE RECORD KEY IS TC-HOMEROOM
000000                       WITH DUPLICATES
000000                   FILE STATUS IS WS-TEACHER-STATUS.
000000     SELECT FEEHOLD ASSIGN TO DISK
000000                   ORGANIZATION IS INDEXED
000000                   ACCESS IS RANDOM
000000                   RECORD KEY IS FH-AA
000000                   FILE STATUS IS WS-FEEHOLD-STATUS.
000000     SELECT HOLD-OUT ASSIGN TO "DOCHOLD.PRT"
000000                   ORGANIZATION IS LINE SEQUENTIAL
000000                   FILE STATUS IS WS-HOLD-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  MHTRMA        RECORD CONTAINS  72 CHARACTERS
000000     02 AS-EXC     PIC 9(3).
000000     02 AS-UNEXC   PIC 9(3).
000000*
000000*    SUBJECT REFERENCE (PROGRAM50) - NAME AND WEIGHTING
000000 FD  SUBJREF       RECORD CONTAINS  58 CHARACTERS
000000                   LABEL RECORD STANDARD
000000                   DATA RECORD IS SJ-REC
000000                   VALUE OF FILE-ID IS "SUBJREF.DAT".
000000 01  SJ-REC.
000000     02 SJ-CODE    PIC X(4).
000000     02 SJ-NAME    PIC X(20).
000000     02 SJ-WEIGHT  PIC 9(2).
000000     02 FILLER     PIC X(2).
000000     02 SJ-CLASSES.
000000        03 SJ-CLASS PIC X(3) OCCURS 10 TIMES.
000000*
000000*    PER-SUBJECT GRADES KEYED THROUGH THE PROGRAM47 WORKLIST
000000 FD  SUBJGRD       RECORD CONTAINS  20 CHARACTERS
000000                   LABEL RECORD STANDARD
000000                   DATA RECORD IS SG-REC
000000                   VALUE OF FILE-ID IS "SUBJGRD.DAT".
000000 01  SG-REC.
000000     02 SG-KEY.
000000        03 SG-AA     PIC 9(4).
000000        03 SG-YEAR   PIC 9(4).
000000        03 SG-SUBJ   PIC X(4).
000000     02 SG-GRADES.
000000        03 SG-ATRIM  PIC 9(2).
000000        03 SG-BTRIM  PIC 9(2).
000000        03 SG-CTRIM  PIC 9(2).
000000        03 SG-GRAPTA PIC 9(2).
000000*
000000*    THE SCHOOL CALENDAR KEPT BY PROGRAM53 - THE SCHOOL DAYS SO
000000*    FAR THIS YEAR GIVE THE ATTENDANCE PERCENTAGE
000000 FD  CALENDAR      RECORD CONTAINS  30 CHARACTERS
000000                   LABEL RECORD STANDARD
000000                   DATA RECORD IS CAL-REC
000000                   VALUE OF FILE-ID IS "CALENDAR.DAT".
000000 01  CAL-REC.
000000     02 CAL-DATE     PIC 9(8).
000000     02 CAL-TYPE     PIC X(1).
000000        88 CAL-SCHOOL-DAY     VALUE "S".
000000     02 CAL-PERIODS  PIC 9(1).
000000     02 CAL-DESC     PIC X(20).
000000*
000000 FD  TEACHER       RECORD CONTAINS 167 CHARACTERS
000000                   LABEL RECORD STANDARD
000000                   DATA RECORD IS TC-REC
000000                   VALUE OF FILE-ID IS "TEACHER.DAT".
000000 01  TC-REC.
000000     02 TC-CODE      PIC X(4).
000000     02 TC-NAME      PIC X(25).
000000     02 TC-PHONE     PIC 9(11).
000000     02 TC-EMAIL     PIC X(30).
000000     02 TC-USER      PIC X(8).
000000     02 TC-HOMEROOM  PIC X(3).
000000     02 FILLER       PIC X(2).
000000     02 TC-ASSIGNS.
000000        03 TC-ASSIGN OCCURS 12 TIMES.
000000           04 TC-AS-CLASS PIC X(3).
000000           04 TC-AS-SUBJ  PIC X(4).
000000*
000000*    STUDENTS PAST THE FINAL TUITION REMINDER (PROGRAM58) - THE
000000*    CARD IS HELD BACK AND LISTED FOR THE BURSAR ON DOCHOLD.PRT
000000 FD  FEEHOLD       RECORD CONTAINS  50 CHARACTERS
000000                   LABEL RECORD STANDARD
000000                   DATA RECORD IS FH-REC
000000                   VALUE OF FILE-ID IS "FEEHOLD.DAT".
000000 01  FH-REC.
000000     02 FH-AA           PIC 9(4).
000000     02 FH-DATE         PIC 9(8).
000000     02 FH-BALANCE      PIC 9(9).
000000     02 FH-EPWN         PIC X(20).
000000     02 FH-CLASS        PIC X(3).
000000     02 FILLER          PIC X(6).
000000 FD  HOLD-OUT      LABEL RECORD STANDARD.
000000 01  HOLD-LINE     PIC X(132).
000000*
000000 WORKING-STORAGE SECTION.
000000 01  WS-MHTRMA-STATUS   PIC XX.
000000 01  WS-ATTSUM-STATUS   PIC XX.
000000 01  WS-FINAL-GRADE     PIC 9(2)V9.
000000 01  WS-PASS-FAIL       PIC X(8).
000000 01  WS-ID-DISPLAY      PIC 9(4).
000000 01  WS-SUBJREF-STATUS  PIC XX.
000000 01  WS-SUBJGRD-STATUS  PIC XX.
000000 01  WS-SUBJREF-SW      PIC X(1).
000000     88 WS-SUBJREF-AVAIL      VALUE "Y".
000000 01  WS-SG-EOF-SW       PIC A(1).
000000     88 WS-SG-EOF             VALUE "Y".
000000 01  WS-BUS-DATE        PIC 9(8).
000000 01  WS-BUSDATE-FUNC    PIC X(1).
000000 01  WS-BUSDATE-RC      PIC 9(2).
000000 01  WS-SCHOOL-YEAR     PIC 9(4).
000000 01  WS-SUBJ-NAME       PIC X(20).
000000 01  WS-SUBJ-WEIGHT     PIC 9(2).
000000 01  WS-SUBJ-TRIM-AVG   PIC 9(2)V9.
000000 01  WS-SUBJ-FINAL      PIC 9(2)V9.
000000 01  WS-SUBJ-COUNT      PIC 9(2).
000000 01  WS-WEIGHT-SUM      PIC 9(4).
000000 01  WS-WEIGHTED-SUM    PIC 9(6)V9.
000000 01  WS-WEIGHTED-AVG    PIC 9(2)V9.
000000 01  WS-CALENDAR-STATUS PIC XX.
000000 01  WS-CAL-EOF-SW      PIC A(1).
000000     88 WS-CAL-EOF            VALUE "Y".
000000 01  WS-YEAR-START      PIC 9(8).
000000 01  WS-SCHOOL-DAYS     PIC 9(4).
000000 01  WS-SCHOOL-PERIODS  PIC 9(5).
000000*    DAY NUMBERS FOR THE WEEKDAYS THE CALENDAR DOES NOT COVER
000000 01  WS-NEXT-INT        PIC S9(7).
000000 01  WS-END-INT         PIC S9(7).
000000 01  WS-GAP-END         PIC S9(7).
000000 01  WS-DAY-INT         PIC S9(7).
000000 01  WS-DAY-NUM         PIC 9(7).
000000 01  WS-WEEK-QUOT       PIC 9(7).
000000 01  WS-WEEKDAY         PIC 9(1).
000000 01  WS-ATTEND-PCT      PIC 9(3)V9.
000000 01  WS-ATTEND-EDIT     PIC ZZ9.9.
000000 01  WS-TEACHER-STATUS  PIC XX.
000000 01  WS-FEEHOLD-STATUS  PIC XX.
000000 01  WS-HOLD-STATUS     PIC XX.
000000 01  WS-HELD-SW         PIC X(1).
000000     88 WS-HELD               VALUE "Y".
000000 01  WS-ED-AMT          PIC Z(8)9.
000000*
      *
       LINKAGE SECTION.
000000                 MOVE 30 TO LS-RETURN-CODE
000000                 DISPLAY "STUDENT ID " LS-STUDENT-ID " NOT FOUND"
000000             NOT INVALID KEY
000000                 PERFORM 150-CHECK-FEE-HOLD
000000                 IF WS-HELD
000000                     PERFORM 160-LIST-HELD-CARD
000000                 ELSE
000000                     PERFORM 200-COMPUTE-GRADE
000000                     PERFORM 300-PRINT-REPORT-CARD
000000                 END-IF
000000         END-READ
000000         CLOSE MHTRMA
000000     END-IF.
000000     EXIT PROGRAM.
000000*
000000 150-CHECK-FEE-HOLD.
000000     MOVE "N" TO WS-HELD-SW.
000000     OPEN INPUT FEEHOLD.
000000     IF WS-FEEHOLD-STATUS NOT = "00"
000000         EXIT PARAGRAPH
000000     END-IF.
000000     MOVE A-A TO FH-AA.
000000     READ FEEHOLD
000000         INVALID KEY
000000             CONTINUE
000000         NOT INVALID KEY
000000             SET WS-HELD TO TRUE
000000     END-READ.
000000     CLOSE FEEHOLD.
000000*
000000 160-LIST-HELD-CARD.
000000*    THE CARD IS NOT SHOWN; THE STUDENT IS LISTED ON THE BURSAR'S
000000*    EXCEPTIONS PAGE, THE SAME ONE PROGRAM43 WRITES TO
000000     MOVE FH-BALANCE TO WS-ED-AMT.
000000     DISPLAY "==================================================".
000000     DISPLAY "AA MAQHTH   : " A-A "  " EPWN.
000000     DISPLAY "O ELEGXOS KRATEITAI - EKKREMEI OFEILH DIDAKTRWN "
000000             WS-ED-AMT.
000000     DISPLAY "APEYQYNQEITE STO LOGISTHRIO".
000000     DISPLAY "==================================================".
000000     OPEN EXTEND HOLD-OUT.
000000     IF WS-HOLD-STATUS = "35"
000000         OPEN OUTPUT HOLD-OUT
000000         CLOSE HOLD-OUT
000000         OPEN EXTEND HOLD-OUT
000000     END-IF.
000000     MOVE "G" TO WS-BUSDATE-FUNC.
000000     CALL 'Program29' USING WS-BUSDATE-FUNC, WS-BUS-DATE,
000000         WS-BUSDATE-RC.
000000     IF WS-BUSDATE-RC NOT = 0
000000         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUS-DATE
000000     END-IF.
000000     MOVE SPACES TO HOLD-LINE.
000000     STRING A-A " " EPWN " " CLASS1 " PROGRAM7     " WS-ED-AMT
000000            "  " WS-BUS-DATE
000000         DELIMITED BY SIZE INTO HOLD-LINE.
000000     WRITE HOLD-LINE.
000000     CLOSE HOLD-OUT.
000000*
000000 200-COMPUTE-GRADE.
000000*    PROMOTION RULE: FINAL = AVERAGE OF THE THREE TRIMESTER
000000*    GRADES AVERAGED AGAIN WITH THE WRITTEN EXAM (GRAPTA),
000000         DISPLAY "  ADIKAIOLOGHTES   : " AS-UNEXC
000000     END-IF.
000000*
000000 260-SHOW-ATTENDANCE-PCT.
000000*    PERIODS ATTENDED AGAINST THE PERIODS TAUGHT ON THE SCHOOL
000000*    DAYS FROM 1 SEPTEMBER UP TO THE BUSINESS DATE; NOTHING IS
000000*    SHOWN BEFORE THE FIRST SCHOOL DAY OF THE YEAR
000000     PERFORM 270-COUNT-SCHOOL-PERIODS.
000000     IF WS-SCHOOL-PERIODS = 0
000000         EXIT PARAGRAPH
000000     END-IF.
000000     IF APOYS >= WS-SCHOOL-PERIODS
000000         MOVE 0 TO WS-ATTEND-PCT
000000     ELSE
000000         COMPUTE WS-ATTEND-PCT ROUNDED =
000000             (WS-SCHOOL-PERIODS - APOYS) * 100
000000             / WS-SCHOOL-PERIODS
000000     END-IF.
000000     MOVE WS-ATTEND-PCT TO WS-ATTEND-EDIT.
000000     DISPLAY "  POSOSTO PAROYSIAS: " WS-ATTEND-EDIT "% ("
000000             WS-SCHOOL-DAYS " SXOLIKES HMERES)".
000000*
000000 270-COUNT-SCHOOL-PERIODS.
000000     MOVE 0 TO WS-SCHOOL-DAYS.
000000     MOVE 0 TO WS-SCHOOL-PERIODS.
000000     MOVE "G" TO WS-BUSDATE-FUNC.
000000     CALL 'Program29' USING WS-BUSDATE-FUNC, WS-BUS-DATE,
000000         WS-BUSDATE-RC.
000000     IF WS-BUSDATE-RC NOT = 0
000000         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUS-DATE
000000     END-IF.
000000     MOVE WS-BUS-DATE TO WS-YEAR-START.
000000     MOVE "0901" TO WS-YEAR-START (5:4).
000000     IF WS-BUS-DATE (5:2) < "09"
000000         SUBTRACT 10000 FROM WS-YEAR-START
000000     END-IF.
000000     COMPUTE WS-NEXT-INT =
000000         FUNCTION INTEGER-OF-DATE (WS-YEAR-START).
000000     COMPUTE WS-END-INT =
000000         FUNCTION INTEGER-OF-DATE (WS-BUS-DATE).
000000     OPEN INPUT CALENDAR.
000000     IF WS-CALENDAR-STATUS NOT = "00"
000000         MOVE WS-END-INT TO WS-GAP-END
000000         PERFORM 275-COUNT-UNCALENDARED
000000         EXIT PARAGRAPH
000000     END-IF.
000000     MOVE "N" TO WS-CAL-EOF-SW.
000000     MOVE WS-YEAR-START TO CAL-DATE.
000000     START CALENDAR KEY NOT LESS THAN CAL-DATE
000000         INVALID KEY
000000             SET WS-CAL-EOF TO TRUE
000000     END-START.
000000     PERFORM UNTIL WS-CAL-EOF
000000         READ CALENDAR NEXT RECORD
000000             AT END
000000                 SET WS-CAL-EOF TO TRUE
000000             NOT AT END
000000                 IF CAL-DATE > WS-BUS-DATE
000000                     SET WS-CAL-EOF TO TRUE
000000                 ELSE
000000                     COMPUTE WS-GAP-END =
000000                         FUNCTION INTEGER-OF-DATE (CAL-DATE) - 1
000000                     PERFORM 275-COUNT-UNCALENDARED
000000                     COMPUTE WS-NEXT-INT = WS-GAP-END + 2
000000                     IF CAL-SCHOOL-DAY
000000                         ADD 1 TO WS-SCHOOL-DAYS
000000                         IF CAL-PERIODS = 0
000000                             ADD 7 TO WS-SCHOOL-PERIODS
000000                         ELSE
000000                             ADD CAL-PERIODS
000000                                 TO WS-SCHOOL-PERIODS
000000                         END-IF
000000                     END-IF
000000                 END-IF
000000         END-READ
000000     END-PERFORM.
000000     CLOSE CALENDAR.
000000     MOVE WS-END-INT TO WS-GAP-END.
000000     PERFORM 275-COUNT-UNCALENDARED.
000000*
000000 275-COUNT-UNCALENDARED.
000000*    A WEEKDAY WITH NO CALENDAR RECORD IS A SCHOOL DAY OF 7
000000*    PERIODS - THE SAME RULE PROGRAM17 POSTS ABSENCES BY
000000     PERFORM VARYING WS-DAY-INT FROM WS-NEXT-INT BY 1
000000             UNTIL WS-DAY-INT > WS-GAP-END
000000         COMPUTE WS-DAY-NUM = WS-DAY-INT - 1
000000         DIVIDE WS-DAY-NUM BY 7 GIVING WS-WEEK-QUOT
000000             REMAINDER WS-WEEKDAY
000000         IF WS-WEEKDAY < 5
000000             ADD 1 TO WS-SCHOOL-DAYS
000000             ADD 7 TO WS-SCHOOL-PERIODS
000000         END-IF
000000     END-PERFORM.
000000*
000000 280-SHOW-HOMEROOM-TEACHER.
000000*    HOMEROOM TEACHER OF THE STUDENT'S CLASS FROM THE TEACHER
000000*    MASTER (PROGRAM55); NOTHING IS SHOWN WITHOUT ONE
000000     OPEN INPUT TEACHER.
000000     IF WS-TEACHER-STATUS = "00"
000000         MOVE CLASS1 TO TC-HOMEROOM
000000         READ TEACHER KEY IS TC-HOMEROOM
000000             INVALID KEY
000000                 CONTINUE
000000             NOT INVALID KEY
000000                 DISPLAY "YPEYQYNOS   : " TC-NAME
000000         END-READ
000000         CLOSE TEACHER
000000     END-IF.
000000*
000000 300-PRINT-REPORT-CARD.
000000     MOVE A-A TO WS-ID-DISPLAY.
000000     DISPLAY "==================================================".
000000     DISPLAY "ONOMA       : " ONOM.
000000     DISPLAY "ONOMA PATROS: " ONP.
000000     DISPLAY "TMHMA       : " CLASS1.
000000     PERFORM 280-SHOW-HOMEROOM-TEACHER.
000000     DISPLAY "APOUSIES    : " APOYS.
000000     PERFORM 250-SHOW-ABSENCE-SPLIT.
000000     PERFORM 260-SHOW-ATTENDANCE-PCT.
000000     DISPLAY "--------------------------------------------------".
000000     DISPLAY "A' TRIMHNO  : " ATRIM.
000000     DISPLAY "B' TRIMHNO  : " BTRIM.
000000     DISPLAY "MESOS OROS TRIMHNWN : " WS-TRIM-AVG.
000000     DISPLAY "TELIKOS BAQMOS      : " WS-FINAL-GRADE.
000000     DISPLAY "APOTELESMA          : " WS-PASS-FAIL.
000000     PERFORM 400-SHOW-SUBJECT-GRADES.
000000     DISPLAY "==================================================".
000000*
000000 400-SHOW-SUBJECT-GRADES.
000000*    ONE LINE PER SUBJECT KEYED FOR THE CURRENT SCHOOL YEAR
000000*    (NAMED AFTER THE YEAR IT CLOSES IN, AS PROGRAM11 ARCHIVES
000000*    IT), EACH ON THE SAME RULE AS 200-COMPUTE-GRADE, THEN THE
000000*    AVERAGE WEIGHTED BY SJ-WEIGHT.  NO SUBJECT GRADES ON FILE
000000*    LEAVES THE CARD AS IT WAS.
000000     MOVE "G" TO WS-BUSDATE-FUNC.
000000     CALL 'Program29' USING WS-BUSDATE-FUNC, WS-BUS-DATE,
000000         WS-BUSDATE-RC.
000000     IF WS-BUSDATE-RC NOT = 0
000000         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUS-DATE
000000     END-IF.
000000     MOVE WS-BUS-DATE (1:4) TO WS-SCHOOL-YEAR.
000000     IF WS-BUS-DATE (5:2) >= "09"
000000         ADD 1 TO WS-SCHOOL-YEAR
000000     END-IF.
000000     OPEN INPUT SUBJGRD.
000000     IF WS-SUBJGRD-STATUS NOT = "00"
000000         EXIT PARAGRAPH
000000     END-IF.
000000     MOVE "N" TO WS-SUBJREF-SW.
000000     OPEN INPUT SUBJREF.
000000     IF WS-SUBJREF-STATUS = "00"
000000         SET WS-SUBJREF-AVAIL TO TRUE
000000     END-IF.
000000     MOVE 0 TO WS-SUBJ-COUNT.
000000     MOVE 0 TO WS-WEIGHT-SUM.
000000     MOVE 0 TO WS-WEIGHTED-SUM.
000000     MOVE "N" TO WS-SG-EOF-SW.
000000     MOVE A-A TO SG-AA.
000000     MOVE WS-SCHOOL-YEAR TO SG-YEAR.
000000     MOVE LOW-VALUES TO SG-SUBJ.
000000     START SUBJGRD KEY NOT LESS THAN SG-KEY
000000         INVALID KEY
000000             SET WS-SG-EOF TO TRUE
000000     END-START.
000000     PERFORM UNTIL WS-SG-EOF
000000         READ SUBJGRD NEXT RECORD
000000             AT END
000000                 SET WS-SG-EOF TO TRUE
000000             NOT AT END
000000                 IF SG-AA NOT = A-A
000000                     OR SG-YEAR NOT = WS-SCHOOL-YEAR
000000                     SET WS-SG-EOF TO TRUE
000000                 ELSE
000000                     PERFORM 450-SHOW-ONE-SUBJECT
000000                 END-IF
000000         END-READ
000000     END-PERFORM.
000000     CLOSE SUBJGRD.
000000     IF WS-SUBJREF-AVAIL
000000         CLOSE SUBJREF
000000     END-IF.
000000     IF WS-SUBJ-COUNT > 0
000000         COMPUTE WS-WEIGHTED-AVG ROUNDED =
000000             WS-WEIGHTED-SUM / WS-WEIGHT-SUM
000000         DISPLAY "-------------------------"
000000                 "-------------------------"
000000         DISPLAY "STAQM. MESOS OROS MAQHMATWN : " WS-WEIGHTED-AVG
000000     END-IF.
000000*
000000 450-SHOW-ONE-SUBJECT.
000000*    A SUBJECT DROPPED FROM SUBJREF SINCE ITS GRADES WERE KEYED
000000*    STILL COUNTS, WITH WEIGHTING 1
000000     MOVE SPACES TO WS-SUBJ-NAME.
000000     MOVE 1 TO WS-SUBJ-WEIGHT.
000000     IF WS-SUBJREF-AVAIL
000000         MOVE SG-SUBJ TO SJ-CODE
000000         READ SUBJREF
000000             INVALID KEY
000000                 CONTINUE
000000             NOT INVALID KEY
000000                 MOVE SJ-NAME TO WS-SUBJ-NAME
000000                 IF SJ-WEIGHT NUMERIC AND SJ-WEIGHT > 0
000000                     MOVE SJ-WEIGHT TO WS-SUBJ-WEIGHT
000000                 END-IF
000000         END-READ
000000     END-IF.
000000     COMPUTE WS-SUBJ-TRIM-AVG ROUNDED =
000000         (SG-ATRIM + SG-BTRIM + SG-CTRIM) / 3.
000000     COMPUTE WS-SUBJ-FINAL ROUNDED =
000000         (WS-SUBJ-TRIM-AVG + SG-GRAPTA) / 2.
000000     IF WS-SUBJ-COUNT = 0
000000         DISPLAY "-------------------------"
000000                 "-------------------------"
000000         DISPLAY "MAQHMA                     A  B  G  GR  TELIKOS"
000000                 "  BAROS"
000000     END-IF.
000000     ADD 1 TO WS-SUBJ-COUNT.
000000     ADD WS-SUBJ-WEIGHT TO WS-WEIGHT-SUM.
000000     COMPUTE WS-WEIGHTED-SUM =
000000         WS-WEIGHTED-SUM + WS-SUBJ-FINAL * WS-SUBJ-WEIGHT.
000000     DISPLAY SG-SUBJ " " WS-SUBJ-NAME "  " SG-ATRIM " " SG-BTRIM
000000             " " SG-CTRIM " " SG-GRAPTA "  " WS-SUBJ-FINAL
000000             "    " WS-SUBJ-WEIGHT.
000000*

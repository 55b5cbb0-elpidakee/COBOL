000000                   ACCESS IS RANDOM
000000                   RECORD KEY IS AS-AA
000000                   FILE STATUS IS WS-ATTSUM-STATUS.
000000     SELECT CALENDAR ASSIGN TO DISK
000000                   ORGANIZATION IS INDEXED
000000                   ACCESS IS RANDOM
000000                   RECORD KEY IS CAL-DATE
000000                   FILE STATUS IS WS-CALENDAR-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  MHTRMA        RECORD CONTAINS  72 CHARACTERS
000000     02 AS-EXC     PIC 9(3).
000000     02 AS-UNEXC   PIC 9(3).
000000*
000000*    THE SCHOOL CALENDAR KEPT BY PROGRAM53 - ABSENCES ARE TAKEN
000000*    ON SCHOOL DAYS (TYPE S) ONLY.  A DAY NOT ON THE CALENDAR
000000*    COUNTS AS A SCHOOL DAY MONDAY TO FRIDAY.
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
000000     FD  AUDITF    LABEL RECORD STANDARD.
000000     01  AUDIT-LINE.
000000         02  AL-TIMESTAMP    PIC 9(15).
000000 01  WS-AUDITF-STATUS   PIC XX.
000000 01  WS-ATTHIST-STATUS  PIC XX.
000000 01  WS-ATTSUM-STATUS   PIC XX.
000000 01  WS-CALENDAR-STATUS PIC XX.
000000 01  WS-CALENDAR-SW     PIC X(1) VALUE "N".
000000     88 WS-CALENDAR-AVAIL     VALUE "Y".
000000 01  WS-NONSCHOOL-COUNT PIC 9(5) VALUE 0.
000000 01  WS-ATT-DATE8       PIC 9(8).
000000 01  WS-ATT-DATE8-R REDEFINES WS-ATT-DATE8.
000000     02 WS-ATT-CCYY     PIC 9(4).
000000     02 WS-ATT-MM       PIC 9(2).
000000     02 WS-ATT-DD       PIC 9(2).
000000 01  WS-ATT-YY          PIC 9(2).
000000 77  WS-YY-PIVOT        PIC 99 VALUE 50.
000000 01  WS-DATE-INT        PIC 9(8).
000000 01  WS-DAY-NUM         PIC 9(8).
000000 01  WS-WEEK-QUOT       PIC 9(8).
000000*    0 = MONDAY ... 5 = SATURDAY, 6 = SUNDAY
000000 01  WS-WEEKDAY         PIC 9(1).
000000 01  WS-EOF-SW          PIC A(1) VALUE "N".
000000     88 WS-EOF                VALUE "Y".
000000 01  WS-READ-COUNT      PIC 9(5) VALUE 0.
000000         CLOSE ATTHIST
000000         STOP RUN
000000     END-IF.
000000     OPEN INPUT CALENDAR.
000000     IF WS-CALENDAR-STATUS = "00"
000000         SET WS-CALENDAR-AVAIL TO TRUE
000000     ELSE
000000         DISPLAY "PROGRAM17: CALENDAR.DAT NOT AVAILABLE - ONLY"
000000                 " WEEKEND DATES ARE REJECTED"
000000     END-IF.
000000     OPEN OUTPUT ERRRPT.
000000     MOVE "KATASTASH LAQWN KATAXWRHSHS APOUSIWN" TO ERR-LINE.
000000     WRITE ERR-LINE.
000000     CLOSE AUDITF.
000000     CLOSE ATTHIST.
000000     CLOSE ATTSUM.
000000     IF WS-CALENDAR-AVAIL
000000         CLOSE CALENDAR
000000     END-IF.
000000     MOVE ALL "-" TO ERR-LINE.
000000     WRITE ERR-LINE.
000000     MOVE SPACES TO ERR-LINE.
000000            "  LAQH: " WS-ERROR-COUNT
000000         DELIMITED BY SIZE INTO ERR-LINE.
000000     WRITE ERR-LINE.
000000     MOVE SPACES TO ERR-LINE.
000000     STRING "  APO TA LAQH, EKTOS SXOLIKWN HMERWN: "
000000            WS-NONSCHOOL-COUNT
000000         DELIMITED BY SIZE INTO ERR-LINE.
000000     WRITE ERR-LINE.
000000     CLOSE ERRRPT.
000000     DISPLAY "DIABASTHKAN    : " WS-READ-COUNT.
000000     DISPLAY "KATAXWRHQHKAN  : " WS-POSTED-COUNT.
000000             END-IF
000000         END-IF
000000     END-IF.
000000     IF WS-REASON = SPACES
000000         PERFORM 150-CHECK-SCHOOL-DAY
000000     END-IF.
000000     IF WS-REASON NOT = SPACES
000000         PERFORM 300-WRITE-ERROR
000000     ELSE
000000         PERFORM 200-APPLY-TO-MASTER
000000     END-IF.
000000*
000000 150-CHECK-SCHOOL-DAY.
000000*    ATT-DATE IS DDMMYY; THE CENTURY IS WINDOWED AT 50 AS THE
000000*    PROGRAM41 CONVERSION DOES
000000     MOVE ATT-DATE (5:2) TO WS-ATT-YY.
000000     IF WS-ATT-YY >= WS-YY-PIVOT
000000         COMPUTE WS-ATT-CCYY = 1900 + WS-ATT-YY
000000     ELSE
000000         COMPUTE WS-ATT-CCYY = 2000 + WS-ATT-YY
000000     END-IF.
000000     MOVE ATT-DATE (3:2) TO WS-ATT-MM.
000000     MOVE ATT-DATE (1:2) TO WS-ATT-DD.
000000     COMPUTE WS-DATE-INT =
000000         FUNCTION INTEGER-OF-DATE (WS-ATT-DATE8).
000000     IF WS-DATE-INT = 0
000000         OR FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
000000             NOT = WS-ATT-DATE8
000000         MOVE "DATE IS NOT A VALID DDMMYY" TO WS-REASON
000000         EXIT PARAGRAPH
000000     END-IF.
000000     IF WS-CALENDAR-AVAIL
000000         MOVE WS-ATT-DATE8 TO CAL-DATE
000000         READ CALENDAR
000000             INVALID KEY
000000                 CONTINUE
000000             NOT INVALID KEY
000000                 IF NOT CAL-SCHOOL-DAY
000000                     MOVE SPACES TO WS-REASON
000000                     STRING "NOT A SCHOOL DAY (CALENDAR "
000000                            CAL-TYPE ")"
000000                         DELIMITED BY SIZE INTO WS-REASON
000000                     ADD 1 TO WS-NONSCHOOL-COUNT
000000                 END-IF
000000                 EXIT PARAGRAPH
000000         END-READ
000000     END-IF.
000000     COMPUTE WS-DAY-NUM = WS-DATE-INT - 1.
000000*    DAY 1 OF THE INTEGER CALENDAR (1 JANUARY 1601) WAS A MONDAY
000000     DIVIDE WS-DAY-NUM BY 7 GIVING WS-WEEK-QUOT
000000         REMAINDER WS-WEEKDAY.
000000     IF WS-WEEKDAY > 4
000000         MOVE "NOT A SCHOOL DAY (WEEKEND)" TO WS-REASON
000000         ADD 1 TO WS-NONSCHOOL-COUNT
000000     END-IF.
000000*
000000 200-APPLY-TO-MASTER.
000000     MOVE ATT-AA-N TO A-A.
000000     READ MHTRMA

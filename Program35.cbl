               RECORD KEY IS A-A
               ALTERNATE RECORD KEY IS EPWN WITH DUPLICATES
               FILE STATUS IS WS-MHTRMA-STATUS.
           SELECT CALENDAR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CALENDAR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ATTHIST       LABEL RECORD STANDARD.
              03  BTRIM  PIC 9(2).
              03  CTRIM  PIC 9(2).
              03  GRAPTA PIC 9(2).
      *
      * the school calendar kept by Program53: the school days so
      * far this year and their teaching periods
       FD  CALENDAR      RECORD CONTAINS  30 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS CAL-REC
                         VALUE OF FILE-ID IS "CALENDAR.DAT".
       01  CAL-REC.
           02 CAL-DATE     PIC 9(8).
           02 CAL-TYPE     PIC X(1).
              88 CAL-SCHOOL-DAY     VALUE "S".
           02 CAL-PERIODS  PIC 9(1).
           02 CAL-DESC     PIC X(20).
      *
       WORKING-STORAGE SECTION.
       01  WS-ATTHIST-STATUS  PIC XX.
       01  WS-PERIOD-TOTAL    PIC 9(4).
       01  WS-MASTER-APOYS    PIC 9(3).
       01  WS-MASTER-EPWN     PIC X(20).
       01  WS-CALENDAR-STATUS PIC XX.
       01  WS-CAL-EOF-SW      PIC A(1).
           88 WS-CAL-EOF            VALUE "Y".
       01  WS-BUS-DATE        PIC 9(8).
       01  WS-BUSDATE-FUNC    PIC X(1).
       01  WS-BUSDATE-RC      PIC 9(2).
       01  WS-YEAR-START      PIC 9(8).
       01  WS-SCHOOL-DAYS     PIC 9(4).
       01  WS-SCHOOL-PERIODS  PIC 9(5).
      * day numbers for the weekdays the calendar does not cover
       01  WS-NEXT-INT        PIC S9(7).
       01  WS-END-INT         PIC S9(7).
       01  WS-GAP-END         PIC S9(7).
       01  WS-DAY-INT         PIC S9(7).
       01  WS-DAY-NUM         PIC 9(7).
       01  WS-WEEK-QUOT       PIC 9(7).
       01  WS-WEEKDAY         PIC 9(1).
       01  WS-ATTEND-PCT      PIC 9(3)V9.
       01  WS-ATTEND-EDIT     PIC ZZ9.9.
      *
       LINKAGE SECTION.
       01  LS-RETURN-CODE PIC 9(2).
                   MOVE EPWN  TO WS-MASTER-EPWN
                   DISPLAY "MAQHTHS : " WS-MASTER-EPWN
                   DISPLAY "APOYS STO MHTRWO : " WS-MASTER-APOYS
                   PERFORM 600-SHOW-ATTENDANCE-PCT
           END-READ.
           CLOSE MHTRMA.
      *
           MOVE WS-IN-YY TO WS-CMP-YY.
           MOVE WS-IN-MM TO WS-CMP-MM.
           MOVE WS-IN-DD TO WS-CMP-DD.
      *
       600-SHOW-ATTENDANCE-PCT.
      * periods attended against the periods taught on the school
      * days from 1 september up to the business date
           PERFORM 650-COUNT-SCHOOL-PERIODS.
           IF WS-SCHOOL-PERIODS = 0
               DISPLAY "POSOSTO PAROYSIAS: - (NO SCHOOL DAYS YET)"
               EXIT PARAGRAPH
           END-IF.
           IF WS-MASTER-APOYS >= WS-SCHOOL-PERIODS
               MOVE 0 TO WS-ATTEND-PCT
           ELSE
               COMPUTE WS-ATTEND-PCT ROUNDED =
                   (WS-SCHOOL-PERIODS - WS-MASTER-APOYS) * 100
                   / WS-SCHOOL-PERIODS
           END-IF.
           MOVE WS-ATTEND-PCT TO WS-ATTEND-EDIT.
           DISPLAY "SXOLIKES HMERES  : " WS-SCHOOL-DAYS
                   "  WRES : " WS-SCHOOL-PERIODS.
           DISPLAY "POSOSTO PAROYSIAS: " WS-ATTEND-EDIT "%".
      *
       650-COUNT-SCHOOL-PERIODS.
           MOVE 0 TO WS-SCHOOL-DAYS.
           MOVE 0 TO WS-SCHOOL-PERIODS.
           MOVE "G" TO WS-BUSDATE-FUNC.
           CALL 'Program29' USING WS-BUSDATE-FUNC, WS-BUS-DATE,
               WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUS-DATE
           END-IF.
           MOVE WS-BUS-DATE TO WS-YEAR-START.
           MOVE "0901" TO WS-YEAR-START (5:4).
           IF WS-BUS-DATE (5:2) < "09"
               SUBTRACT 10000 FROM WS-YEAR-START
           END-IF.
           COMPUTE WS-NEXT-INT =
               FUNCTION INTEGER-OF-DATE (WS-YEAR-START).
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUS-DATE).
           OPEN INPUT CALENDAR.
           IF WS-CALENDAR-STATUS NOT = "00"
               MOVE WS-END-INT TO WS-GAP-END
               PERFORM 655-COUNT-UNCALENDARED
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CAL-EOF-SW.
           MOVE WS-YEAR-START TO CAL-DATE.
           START CALENDAR KEY NOT LESS THAN CAL-DATE
               INVALID KEY
                   SET WS-CAL-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-CAL-EOF
               READ CALENDAR NEXT RECORD
                   AT END
                       SET WS-CAL-EOF TO TRUE
                   NOT AT END
                       IF CAL-DATE > WS-BUS-DATE
                           SET WS-CAL-EOF TO TRUE
                       ELSE
                           COMPUTE WS-GAP-END =
                               FUNCTION INTEGER-OF-DATE (CAL-DATE) - 1
                           PERFORM 655-COUNT-UNCALENDARED
                           COMPUTE WS-NEXT-INT = WS-GAP-END + 2
                           IF CAL-SCHOOL-DAY
                               ADD 1 TO WS-SCHOOL-DAYS
                               IF CAL-PERIODS = 0
                                   ADD 7 TO WS-SCHOOL-PERIODS
                               ELSE
                                   ADD CAL-PERIODS
                                       TO WS-SCHOOL-PERIODS
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CALENDAR.
           MOVE WS-END-INT TO WS-GAP-END.
           PERFORM 655-COUNT-UNCALENDARED.
      *
       655-COUNT-UNCALENDARED.
      *    a weekday with no calendar record is a school day of 7
      *    periods - the same rule Program17 posts absences by
           PERFORM VARYING WS-DAY-INT FROM WS-NEXT-INT BY 1
                   UNTIL WS-DAY-INT > WS-GAP-END
               COMPUTE WS-DAY-NUM = WS-DAY-INT - 1
               DIVIDE WS-DAY-NUM BY 7 GIVING WS-WEEK-QUOT
                   REMAINDER WS-WEEKDAY
               IF WS-WEEKDAY < 5
                   ADD 1 TO WS-SCHOOL-DAYS
                   ADD 7 TO WS-SCHOOL-PERIODS
               END-IF
           END-PERFORM.
      *
       TELOS.
           EXIT PROGRAM.

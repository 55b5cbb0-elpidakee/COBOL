           SELECT BUSDATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT CALENDAR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CALENDAR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE LABEL RECORD STANDARD.
       01  BD-REC.
           02 BD-DATE PIC 9(8).
      * the school calendar kept by Program53
       FD  CALENDAR      RECORD CONTAINS  30 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS CAL-REC
                         VALUE OF FILE-ID IS "CALENDAR.DAT".
       01  CAL-REC.
           02 CAL-DATE     PIC 9(8).
           02 CAL-TYPE     PIC X(1).
              88 CAL-WEEKEND        VALUE "W".
              88 CAL-HOLIDAY        VALUE "H".
           02 CAL-PERIODS  PIC 9(1).
           02 CAL-DESC     PIC X(20).
       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS PIC XX.
       01  WS-CALENDAR-STATUS PIC XX.
       01  WS-DATE-INT       PIC 9(8).
       01  WS-DAY-NUM        PIC 9(8).
       01  WS-WEEK-QUOT      PIC 9(8).
      * 0 = monday ... 5 = saturday, 6 = sunday
       01  WS-WEEKDAY        PIC 9(1).
       01  WS-SKIP-COUNT     PIC 9(2).
       01  WS-WORKDAY-SW     PIC X(1).
           88 WS-WORKING-DAY      VALUE "Y".
       01  WS-CALENDAR-SW    PIC X(1).
           88 WS-CALENDAR-AVAIL   VALUE "Y".
      *
       LINKAGE SECTION.
      * G = get the business date (bootstraps the file from the
      *     machine clock on first use)
      * A = advance it to the next working day - the next day the
      *     school calendar (CALENDAR.DAT) does not mark as a weekend
      *     or public holiday; days not on the calendar count as
      *     working Monday to Friday
      * O = override it with the date the caller supplies
       01  LS-FUNCTION-CODE PIC X(1).
           88 LS-FUNC-GET      VALUE "G".
       200-ADVANCE-BUSINESS-DATE.
           PERFORM 100-GET-BUSINESS-DATE.
           IF LS-RETURN-CODE = 0
               MOVE "N" TO WS-CALENDAR-SW
               OPEN INPUT CALENDAR
               IF WS-CALENDAR-STATUS = "00"
                   SET WS-CALENDAR-AVAIL TO TRUE
               END-IF
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (LS-BUS-DATE)
               MOVE 0 TO WS-SKIP-COUNT
               MOVE "N" TO WS-WORKDAY-SW
      *        a month of closed days in a row means the calendar is
      *        wrong, not that the office stays shut - stop there
               PERFORM 250-TRY-NEXT-DAY
                   UNTIL WS-WORKING-DAY OR WS-SKIP-COUNT > 31
               IF WS-CALENDAR-AVAIL
                   CLOSE CALENDAR
               END-IF
               MOVE FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
                   TO LS-BUS-DATE
               PERFORM 400-SAVE-BUSINESS-DATE
               DISPLAY "PROGRAM29: BUSINESS DATE ADVANCED TO "
                       LS-BUS-DATE
               IF WS-SKIP-COUNT > 1
                   DISPLAY "PROGRAM29: " WS-SKIP-COUNT
                           " DAYS AHEAD - NON-WORKING DAYS SKIPPED"
               END-IF
           END-IF.
      *
       250-TRY-NEXT-DAY.
           ADD 1 TO WS-DATE-INT.
           ADD 1 TO WS-SKIP-COUNT.
           COMPUTE WS-DAY-NUM = WS-DATE-INT - 1.
      *    day 1 of the integer calendar (1 january 1601) was a monday
           DIVIDE WS-DAY-NUM BY 7 GIVING WS-WEEK-QUOT
               REMAINDER WS-WEEKDAY.
           IF WS-WEEKDAY < 5
               MOVE "Y" TO WS-WORKDAY-SW
           ELSE
               MOVE "N" TO WS-WORKDAY-SW
           END-IF.
           IF NOT WS-CALENDAR-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION DATE-OF-INTEGER (WS-DATE-INT) TO CAL-DATE.
           READ CALENDAR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CAL-WEEKEND OR CAL-HOLIDAY
                       MOVE "N" TO WS-WORKDAY-SW
                   ELSE
                       MOVE "Y" TO WS-WORKDAY-SW
                   END-IF
           END-READ.
      *
       300-OVERRIDE-BUSINESS-DATE.
      * the supplied date must survive the round trip through the

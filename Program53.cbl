       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program53.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CALENDAR-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * school calendar, one record per day: S = school day, W =
      * weekend, H = public holiday, B = term break.  CAL-PERIODS is
      * the number of teaching periods on a school day (0 = the usual
      * 7) - the attendance percentage on Program35 and the report
      * card is the periods missed against the periods taught.
      * Program29 skips W and H days when it advances the business
      * date; Program17 posts absences on S days only.  a day that
      * is not on file is taken as a school day Monday to Friday
      * and a weekend otherwise
       FD  CALENDAR      RECORD CONTAINS  30 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS CAL-REC
                         VALUE OF FILE-ID IS "CALENDAR.DAT".
       01  CAL-REC.
           02 CAL-DATE     PIC 9(8).
           02 CAL-TYPE     PIC X(1).
              88 CAL-SCHOOL-DAY     VALUE "S".
              88 CAL-WEEKEND        VALUE "W".
              88 CAL-HOLIDAY        VALUE "H".
              88 CAL-BREAK          VALUE "B".
              88 CAL-VALID-TYPE     VALUE "S" "W" "H" "B".
           02 CAL-PERIODS  PIC 9(1).
           02 CAL-DESC     PIC X(20).
      *
       WORKING-STORAGE SECTION.
       01  WS-CALENDAR-STATUS PIC XX.
       01  WS-ACTION          PIC X(1).
           88 WS-ACT-GENERATE VALUE "G".
           88 WS-ACT-RANGE    VALUE "R".
           88 WS-ACT-MAINTAIN VALUE "M".
           88 WS-ACT-DELETE   VALUE "D".
           88 WS-ACT-LIST     VALUE "L".
           88 WS-ACT-EXIT     VALUE "X".
       01  WS-EOF-SW          PIC A(1).
           88 WS-EOF                VALUE "Y".
       01  WS-FOUND-SW        PIC X(1).
           88 WS-FOUND              VALUE "Y".
       01  WS-DATE            PIC 9(8).
       01  WS-DATE-FROM       PIC 9(8).
       01  WS-DATE-TO         PIC 9(8).
       01  WS-DATE-INT        PIC 9(8).
       01  WS-INT-FROM        PIC 9(8).
       01  WS-INT-TO          PIC 9(8).
       01  WS-DATE-OK-SW      PIC X(1).
           88 WS-DATE-OK            VALUE "Y".
      * 0 = monday ... 5 = saturday, 6 = sunday
       01  WS-WEEKDAY         PIC 9(1).
       01  WS-WEEK-QUOT       PIC 9(8).
       01  WS-DAY-NUM         PIC 9(8).
       01  WS-TYPE            PIC X(1).
       01  WS-PERIODS         PIC 9(1).
       01  WS-DESC            PIC X(20).
       01  WS-ADDED-COUNT     PIC 9(4).
       01  WS-CHANGED-COUNT   PIC 9(4).
       01  WS-SCHOOL-COUNT    PIC 9(4).
       01  WS-LIST-COUNT      PIC 9(4).
      *
       LINKAGE SECTION.
       01  LS-RETURN-CODE PIC 9(2).

       PROCEDURE DIVISION USING LS-RETURN-CODE.
       ARXH.
           MOVE 0 TO LS-RETURN-CODE.
           OPEN I-O CALENDAR.
           IF WS-CALENDAR-STATUS = "35"
               OPEN OUTPUT CALENDAR
               CLOSE CALENDAR
               OPEN I-O CALENDAR
           END-IF.
           IF WS-CALENDAR-STATUS NOT = "00"
               MOVE 66 TO LS-RETURN-CODE
               DISPLAY "PROGRAM53: CALENDAR COULD NOT BE OPENED"
                       " - STATUS " WS-CALENDAR-STATUS
               EXIT PROGRAM
           END-IF.
       MENU-LOOP.
           DISPLAY "----------------------------------------".
           DISPLAY "SXOLIKO HMEROLOGIO (CALENDAR)".
           DISPLAY "G=GENERATE DAYS R=MARK A RANGE M=MAINTAIN A DAY".
           DISPLAY "D=DELETE A DAY L=LIST X=EXIT".
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN WS-ACT-GENERATE
                   PERFORM 100-GENERATE-DAYS THRU 100-EXIT
               WHEN WS-ACT-RANGE
                   PERFORM 200-MARK-RANGE THRU 200-EXIT
               WHEN WS-ACT-MAINTAIN
                   PERFORM 300-MAINTAIN-DAY THRU 300-EXIT
               WHEN WS-ACT-DELETE
                   PERFORM 400-DELETE-DAY
               WHEN WS-ACT-LIST
                   PERFORM 500-LIST-DAYS THRU 500-EXIT
               WHEN WS-ACT-EXIT
                   GO TO TELOS
               WHEN OTHER
                   DISPLAY "INVALID ACTION - TRY AGAIN"
           END-EVALUATE.
           GO TO MENU-LOOP.
      *
       100-GENERATE-DAYS.
      *    lays down every day of a range that is not yet on file:
      *    monday to friday as school days, saturday and sunday as
      *    weekends.  days already on file are left as they are, so
      *    holidays marked earlier survive a second generation
           PERFORM 700-ACCEPT-RANGE.
           IF NOT WS-DATE-OK
               GO TO 100-EXIT
           END-IF.
           MOVE 0 TO WS-ADDED-COUNT.
           PERFORM 150-GENERATE-ONE-DAY
               VARYING WS-DATE-INT FROM WS-INT-FROM BY 1
               UNTIL WS-DATE-INT > WS-INT-TO.
           DISPLAY WS-ADDED-COUNT " DAYS ADDED".
       100-EXIT.
           EXIT.
      *
       150-GENERATE-ONE-DAY.
           MOVE FUNCTION DATE-OF-INTEGER (WS-DATE-INT) TO CAL-DATE.
           READ CALENDAR
               INVALID KEY
                   PERFORM 800-SET-WEEKDAY
                   MOVE SPACES TO CAL-DESC
                   MOVE 0 TO CAL-PERIODS
                   IF WS-WEEKDAY > 4
                       MOVE "W" TO CAL-TYPE
                   ELSE
                       MOVE "S" TO CAL-TYPE
                   END-IF
                   WRITE CAL-REC
                       NOT INVALID KEY
                           ADD 1 TO WS-ADDED-COUNT
                   END-WRITE
           END-READ.
      *
       200-MARK-RANGE.
      *    a holiday or a term break over several days: every day of
      *    the range except the weekends takes the type and text
           PERFORM 700-ACCEPT-RANGE.
           IF NOT WS-DATE-OK
               GO TO 200-EXIT
           END-IF.
           DISPLAY "ENTER TYPE (S=SCHOOL DAY H=HOLIDAY B=TERM BREAK): ".
           ACCEPT WS-TYPE.
           MOVE WS-TYPE TO CAL-TYPE.
           IF NOT CAL-VALID-TYPE OR CAL-WEEKEND
               DISPLAY "TYPE MUST BE S, H OR B - NOTHING CHANGED"
               GO TO 200-EXIT
           END-IF.
           DISPLAY "ENTER DESCRIPTION: ".
           ACCEPT WS-DESC.
           MOVE 0 TO WS-CHANGED-COUNT.
           PERFORM 250-MARK-ONE-DAY
               VARYING WS-DATE-INT FROM WS-INT-FROM BY 1
               UNTIL WS-DATE-INT > WS-INT-TO.
           DISPLAY WS-CHANGED-COUNT " DAYS MARKED " WS-TYPE.
       200-EXIT.
           EXIT.
      *
       250-MARK-ONE-DAY.
           PERFORM 800-SET-WEEKDAY.
           IF WS-WEEKDAY > 4
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION DATE-OF-INTEGER (WS-DATE-INT) TO CAL-DATE.
           READ CALENDAR
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SW
                   MOVE 0 TO CAL-PERIODS
               NOT INVALID KEY
                   SET WS-FOUND TO TRUE
           END-READ.
           MOVE WS-TYPE TO CAL-TYPE.
           MOVE WS-DESC TO CAL-DESC.
           IF WS-FOUND
               REWRITE CAL-REC
           ELSE
               WRITE CAL-REC
           END-IF.
           IF WS-CALENDAR-STATUS = "00"
               ADD 1 TO WS-CHANGED-COUNT
           END-IF.
      *
       300-MAINTAIN-DAY.
           DISPLAY "ENTER DATE (YYYYMMDD): ".
           ACCEPT WS-DATE.
           PERFORM 750-CHECK-DATE.
           IF NOT WS-DATE-OK
               GO TO 300-EXIT
           END-IF.
           MOVE WS-DATE TO CAL-DATE.
           READ CALENDAR
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SW
                   DISPLAY "DAY " WS-DATE " NOT ON FILE - ADDING"
               NOT INVALID KEY
                   SET WS-FOUND TO TRUE
                   DISPLAY "CURRENT TYPE    : " CAL-TYPE
                   DISPLAY "CURRENT PERIODS : " CAL-PERIODS
                   DISPLAY "CURRENT TEXT    : " CAL-DESC
           END-READ.
           DISPLAY "ENTER TYPE (S=SCHOOL W=WEEKEND H=HOLIDAY"
                   " B=BREAK): ".
           ACCEPT WS-TYPE.
           MOVE WS-TYPE TO CAL-TYPE.
           IF NOT CAL-VALID-TYPE
               DISPLAY "TYPE MUST BE S, W, H OR B - NOTHING CHANGED"
               GO TO 300-EXIT
           END-IF.
           MOVE 0 TO WS-PERIODS.
           IF CAL-SCHOOL-DAY
               DISPLAY "ENTER TEACHING PERIODS (0 = 7): "
               ACCEPT WS-PERIODS
           END-IF.
           DISPLAY "ENTER DESCRIPTION: ".
           ACCEPT WS-DESC.
           MOVE WS-DATE    TO CAL-DATE.
           MOVE WS-PERIODS TO CAL-PERIODS.
           MOVE WS-DESC    TO CAL-DESC.
           IF WS-FOUND
               REWRITE CAL-REC
           ELSE
               WRITE CAL-REC
           END-IF.
           IF WS-CALENDAR-STATUS = "00"
               DISPLAY "DAY " WS-DATE " SAVED AS " CAL-TYPE
           ELSE
               DISPLAY "DAY " WS-DATE " NOT SAVED - STATUS "
                       WS-CALENDAR-STATUS
           END-IF.
       300-EXIT.
           EXIT.
      *
       400-DELETE-DAY.
           DISPLAY "ENTER DATE (YYYYMMDD): ".
           ACCEPT WS-DATE.
           MOVE WS-DATE TO CAL-DATE.
           DELETE CALENDAR
               INVALID KEY
                   DISPLAY "DAY " WS-DATE " NOT ON FILE"
               NOT INVALID KEY
                   DISPLAY "DAY " WS-DATE " DELETED"
           END-DELETE.
      *
       500-LIST-DAYS.
           PERFORM 700-ACCEPT-RANGE.
           IF NOT WS-DATE-OK
               GO TO 500-EXIT
           END-IF.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 0 TO WS-SCHOOL-COUNT.
           MOVE "N" TO WS-EOF-SW.
           MOVE WS-DATE-FROM TO CAL-DATE.
           START CALENDAR KEY NOT LESS THAN CAL-DATE
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           DISPLAY "HMEROMHNIA TYPOS WRES PERIGRAFH".
           PERFORM UNTIL WS-EOF
               READ CALENDAR NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CAL-DATE > WS-DATE-TO
                           SET WS-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-LIST-COUNT
                           IF CAL-SCHOOL-DAY
                               ADD 1 TO WS-SCHOOL-COUNT
                           END-IF
                           DISPLAY CAL-DATE "   " CAL-TYPE "     "
                                   CAL-PERIODS "   " CAL-DESC
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "HMERES STO ARXEIO: " WS-LIST-COUNT
                   "  SXOLIKES HMERES: " WS-SCHOOL-COUNT.
       500-EXIT.
           EXIT.
      *
       700-ACCEPT-RANGE.
           DISPLAY "ENTER DATE FROM (YYYYMMDD): ".
           ACCEPT WS-DATE-FROM.
           DISPLAY "ENTER DATE TO (YYYYMMDD): ".
           ACCEPT WS-DATE-TO.
           MOVE WS-DATE-FROM TO WS-DATE.
           PERFORM 750-CHECK-DATE.
           IF NOT WS-DATE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-INT TO WS-INT-FROM.
           MOVE WS-DATE-TO TO WS-DATE.
           PERFORM 750-CHECK-DATE.
           IF NOT WS-DATE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-INT TO WS-INT-TO.
           IF WS-INT-TO < WS-INT-FROM
               DISPLAY "DATE TO IS BEFORE DATE FROM"
               MOVE "N" TO WS-DATE-OK-SW
               EXIT PARAGRAPH
           END-IF.
           IF WS-INT-TO - WS-INT-FROM > 400
               DISPLAY "RANGE LONGER THAN 400 DAYS - SPLIT IT"
               MOVE "N" TO WS-DATE-OK-SW
           END-IF.
      *
       750-CHECK-DATE.
      *    same round trip through the calendar functions Program29
      *    uses on an override date
           MOVE "N" TO WS-DATE-OK-SW.
           IF WS-DATE < 19000101 OR WS-DATE > 29991231
               DISPLAY WS-DATE " IS NOT A USABLE DATE"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE (WS-DATE).
           IF FUNCTION DATE-OF-INTEGER (WS-DATE-INT) NOT = WS-DATE
               DISPLAY WS-DATE " IS NOT A USABLE DATE"
           ELSE
               SET WS-DATE-OK TO TRUE
           END-IF.
      *
       800-SET-WEEKDAY.
      *    day 1 of the integer calendar (1 january 1601) was a monday
           COMPUTE WS-DAY-NUM = WS-DATE-INT - 1.
           DIVIDE WS-DAY-NUM BY 7 GIVING WS-WEEK-QUOT
               REMAINDER WS-WEEKDAY.
      *
       TELOS.
           CLOSE CALENDAR.
           EXIT PROGRAM.
      *

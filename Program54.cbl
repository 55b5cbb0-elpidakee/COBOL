       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program54.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTHIST ASSIGN TO "ATTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTHIST-STATUS.
           SELECT ATTOUT ASSIGN TO "ATTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTOUT-STATUS.
           SELECT ATTWORK ASSIGN TO "ATTHIST.DAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTWORK-STATUS.
           SELECT MHTRMA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS A-A
               ALTERNATE RECORD KEY IS EPWN WITH DUPLICATES
               FILE STATUS IS WS-MHTRMA-STATUS.
           SELECT CONTACTS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CONTACTS-STATUS.
           SELECT ATTSUM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AS-AA
               FILE STATUS IS WS-ATTSUM-STATUS.
           SELECT CALLLOG ASSIGN TO "CALLLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALLLOG-STATUS.
           SELECT AUDITF ASSIGN TO "MHTRMA.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITF-STATUS.
           SELECT CALL-OUT ASSIGN TO "CALLLIST.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALLOUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * the day-by-day absences Program17 posts; AH-DATE is DDMMYY
      * and AH-REASON "E" (excused) or "U" (unexcused)
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
       FD  ATTOUT        LABEL RECORD STANDARD.
       01  ATTOUT-LINE   PIC X(19).
      *
       FD  ATTWORK       LABEL RECORD STANDARD.
       01  ATTWORK-LINE  PIC X(19).
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
      * one line per call outcome keyed back from the call list:
      * E = guardian explained the absence (switched to excused),
      * R = reached but not explained, N = no answer
       FD  CALLLOG       LABEL RECORD STANDARD.
       01  CL-LINE.
           02 CL-DATE      PIC 9(6).
           02 FILLER       PIC X(2).
           02 CL-AA        PIC 9(4).
           02 FILLER       PIC X(2).
           02 CL-PERIODS   PIC 9(2).
           02 FILLER       PIC X(2).
           02 CL-OUTCOME   PIC X(1).
           02 FILLER       PIC X(2).
           02 CL-USER      PIC X(8).
           02 FILLER       PIC X(2).
           02 CL-TIMESTAMP PIC 9(15).
           02 FILLER       PIC X(2).
           02 CL-NOTE      PIC X(30).
      *
       FD  AUDITF        LABEL RECORD STANDARD.
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
      *
       FD  CALL-OUT      LABEL RECORD STANDARD.
       01  CALL-LINE     PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  WS-ATTHIST-STATUS  PIC XX.
       01  WS-ATTOUT-STATUS   PIC XX.
       01  WS-ATTWORK-STATUS  PIC XX.
       01  WS-MHTRMA-STATUS   PIC XX.
       01  WS-CONTACTS-STATUS PIC XX.
       01  WS-ATTSUM-STATUS   PIC XX.
       01  WS-CALLLOG-STATUS  PIC XX.
       01  WS-AUDITF-STATUS   PIC XX.
       01  WS-CALLOUT-STATUS  PIC XX.
       01  WS-GEN-SOURCE      PIC X(20).
       01  WS-GEN-RC          PIC 9(2).
       01  WS-ACTION          PIC X(1).
           88 WS-ACT-LIST     VALUE "L".
           88 WS-ACT-KEY      VALUE "K".
           88 WS-ACT-EXIT     VALUE "X".
       01  WS-EOF-SW          PIC A(1).
           88 WS-EOF                VALUE "Y".
       01  WS-CT-EOF-SW       PIC A(1).
           88 WS-CT-EOF             VALUE "Y".
       01  WS-CT-FOUND-SW     PIC X(1).
           88 WS-CT-FOUND           VALUE "Y".
       01  WS-CONTACTS-SW     PIC X(1).
           88 WS-CONTACTS-AVAIL     VALUE "Y".
       01  WS-OWN-HH-SW       PIC X(1).
           88 WS-OWN-HOUSEHOLD      VALUE "Y".
       01  WS-ATTSUM-SW       PIC X(1).
           88 WS-ATTSUM-OPEN        VALUE "Y".
       01  WS-WRITE-FAIL-SW   PIC X(1).
           88 WS-WRITE-FAILED       VALUE "Y".
       01  WS-BUS-DATE        PIC 9(8).
       01  WS-BUSDATE-FUNC    PIC X(1).
       01  WS-BUSDATE-RC      PIC 9(2).
      * the absence day as ATTHIST carries it - DDMMYY
       01  WS-DAY             PIC 9(6).
       01  WS-DAY-R REDEFINES WS-DAY.
           02 WS-DAY-DD       PIC 99.
           02 WS-DAY-MM       PIC 99.
           02 WS-DAY-YY       PIC 99.
       01  WS-OUTCOME         PIC X(1).
           88 WS-OUT-EXPLAINED      VALUE "E".
           88 WS-OUT-VALID          VALUE "E" "R" "N".
       01  WS-NOTE            PIC X(30).
       01  WS-CT-COUNT        PIC 9(2).
       01  WS-KEYED-COUNT     PIC 9(4).
       01  WS-EXCUSED-COUNT   PIC 9(4).
       01  WS-FLIPPED-COUNT   PIC 9(4).
       01  WS-AS-FAIL-COUNT   PIC 9(4).
       01  WS-ADDRESSEE.
           02  AD-NAME     PIC X(25).
           02  AD-RELATION PIC X(10).
           02  AD-PHONE    PIC 9(11).
           02  AD-ADDRESS  PIC X(30).
      * every student with an unexcused absence on the day, their
      * periods summed over the day's lines
       77  WS-AB-MAX          PIC 9(3) VALUE 300.
       01  WS-AB-USED         PIC 9(3).
       01  WS-AB-IND          PIC 9(3).
       01  WS-AB-FOUND        PIC 9(3).
       01  WS-AB-SRCH         PIC 9(3).
       01  WS-SEARCH-AA       PIC 9(4).
       01  WS-AB-TABLE.
           02  AB-ENTRY OCCURS 300 TIMES.
               03  AB-AA       PIC 9(4).
               03  AB-PERIODS  PIC 9(2).
               03  AB-EPWN     PIC X(20).
               03  AB-ONOM     PIC X(15).
               03  AB-ONP      PIC X(10).
               03  AB-CLASS    PIC X(3).
               03  AB-THL2     PIC 9(11).
               03  AB-HH       PIC 9(3).
               03  AB-OUTCOME  PIC X(1).
      * households keyed the way Program16 keys its letters: the
      * address and phone of the student's first contact; no
      * contact, or a blank address with a zero phone, is a
      * household of one
       77  WS-HH-MAX          PIC 9(3) VALUE 300.
       01  WS-HH-USED         PIC 9(3).
       01  WS-HH-IND          PIC 9(3).
       01  WS-HH-FOUND        PIC 9(3).
       01  WS-HH-TABLE.
           02  HH-ENTRY OCCURS 300 TIMES.
               03  HH-ADDRESS   PIC X(30).
               03  HH-PHONE     PIC 9(11).
               03  HH-FIRST-AB  PIC 9(3).
               03  HH-OWN-SW    PIC X(1).
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
       MENU-LOOP.
           DISPLAY "----------------------------------------".
           DISPLAY "THLEFWNHMATA APOUSIWN HMERAS".
           DISPLAY "L=PRINT CALL LIST K=KEY CALL OUTCOMES X=EXIT".
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN WS-ACT-LIST
                   PERFORM 100-PRINT-CALL-LIST THRU 100-EXIT
               WHEN WS-ACT-KEY
                   PERFORM 300-KEY-OUTCOMES THRU 300-EXIT
               WHEN WS-ACT-EXIT
                   GO TO TELOS
               WHEN OTHER
                   DISPLAY "INVALID ACTION - TRY AGAIN"
           END-EVALUATE.
           GO TO MENU-LOOP.
      *
       100-PRINT-CALL-LIST.
           PERFORM 500-BUILD-ABSENCE-LIST.
           IF LS-RETURN-CODE NOT = 0
               GO TO 100-EXIT
           END-IF.
           MOVE "N" TO WS-WRITE-FAIL-SW.
           OPEN OUTPUT CALL-OUT.
           IF WS-CALLOUT-STATUS NOT = "00"
               MOVE 67 TO LS-RETURN-CODE
               DISPLAY "PROGRAM54: CALLLIST.PRT COULD NOT BE OPENED"
                       " - STATUS " WS-CALLOUT-STATUS
               PERFORM 590-CLOSE-LOOKUP-FILES
               GO TO 100-EXIT
           END-IF.
           MOVE SPACES TO CALL-LINE.
           STRING "KATALOGOS THLEFWNHMATWN APOUSIWN - HMERA "
                  WS-DAY-DD "/" WS-DAY-MM "/" WS-DAY-YY
               DELIMITED BY SIZE INTO CALL-LINE.
           PERFORM 190-WRITE-CALL-LINE.
           MOVE "ADIKAIOLOGHTES APOUSIES, MIA KLHSH ANA OIKOGENEIA"
               TO CALL-LINE.
           PERFORM 190-WRITE-CALL-LINE.
           MOVE "APOTELESMA: E=DIKAIOLOGHQHKE R=MILHSAME XWRIS"
               TO CALL-LINE.
           MOVE " AITIA N=DEN APANTHSE" TO CALL-LINE (46:).
           PERFORM 190-WRITE-CALL-LINE.
           MOVE ALL "=" TO CALL-LINE.
           PERFORM 190-WRITE-CALL-LINE.
           IF WS-AB-USED = 0
               MOVE "KAMIA ADIKAIOLOGHTH APOUSIA THN HMERA AYTH"
                   TO CALL-LINE
               PERFORM 190-WRITE-CALL-LINE
           END-IF.
           PERFORM 150-PRINT-ONE-HOUSEHOLD
               VARYING WS-HH-IND FROM 1 BY 1
               UNTIL WS-HH-IND > WS-HH-USED.
           MOVE ALL "=" TO CALL-LINE.
           PERFORM 190-WRITE-CALL-LINE.
           MOVE SPACES TO CALL-LINE.
           STRING "MAQHTES: " WS-AB-USED "  OIKOGENEIES: " WS-HH-USED
               DELIMITED BY SIZE INTO CALL-LINE.
           PERFORM 190-WRITE-CALL-LINE.
           CLOSE CALL-OUT.
           PERFORM 590-CLOSE-LOOKUP-FILES.
           IF WS-WRITE-FAILED
               DISPLAY "PROGRAM54: CALLLIST.PRT IS NOT COMPLETE -"
                       " RUN THE LIST AGAIN"
               GO TO 100-EXIT
           END-IF.
           MOVE "CALLLIST.PRT" TO WS-GEN-SOURCE.
           CALL 'Program30' USING WS-GEN-SOURCE, WS-GEN-RC.
           DISPLAY "PROGRAM54: " WS-HH-USED " HOUSEHOLDS TO CALL -"
                   " CALLLIST.PRT".
       100-EXIT.
           EXIT.
      *
       150-PRINT-ONE-HOUSEHOLD.
           MOVE SPACES TO CALL-LINE.
           PERFORM 190-WRITE-CALL-LINE.
           MOVE SPACES TO CALL-LINE.
           STRING "OIKOGENEIA " WS-HH-IND "  DIEYQYNSH: "
                  HH-ADDRESS (WS-HH-IND)
               DELIMITED BY SIZE INTO CALL-LINE.
           PERFORM 190-WRITE-CALL-LINE.
           MOVE HH-FIRST-AB (WS-HH-IND) TO WS-AB-IND.
           PERFORM 160-PRINT-GUARDIANS.
           PERFORM 170-PRINT-STUDENT
               VARYING WS-AB-IND FROM 1 BY 1
               UNTIL WS-AB-IND > WS-AB-USED.
           MOVE "  APOTELESMA KLHSHS: [ ]  SXOLIA: ______________"
               TO CALL-LINE.
           MOVE "____________________" TO CALL-LINE (50:).
           PERFORM 190-WRITE-CALL-LINE.
      *
       160-PRINT-GUARDIANS.
      *    every contact on file for the first student of the
      *    household; with none the ONP/THL2 on the master stands in
           MOVE 0 TO WS-CT-COUNT.
           IF WS-CONTACTS-AVAIL
               MOVE "N" TO WS-CT-EOF-SW
               MOVE AB-AA (WS-AB-IND) TO CT-AA
               MOVE 0 TO CT-SEQ
               START CONTACTS KEY NOT LESS THAN CT-KEY
                   INVALID KEY
                       SET WS-CT-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-CT-EOF
                   READ CONTACTS NEXT RECORD
                       AT END
                           SET WS-CT-EOF TO TRUE
                       NOT AT END
                           IF CT-AA NOT = AB-AA (WS-AB-IND)
                               SET WS-CT-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-CT-COUNT
                               MOVE SPACES TO CALL-LINE
                               STRING "  KHDEMONAS: " CT-NAME " ("
                                      CT-RELATION ")  THL: " CT-PHONE
                                   DELIMITED BY SIZE INTO CALL-LINE
                               PERFORM 190-WRITE-CALL-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-CT-COUNT = 0
               MOVE SPACES TO CALL-LINE
               STRING "  KHDEMONAS: " AB-ONP (WS-AB-IND)
                      " (PATERAS)  THL: " AB-THL2 (WS-AB-IND)
                      "  *** XWRIS EPAFES ***"
                   DELIMITED BY SIZE INTO CALL-LINE
               PERFORM 190-WRITE-CALL-LINE
           END-IF.
      *
       170-PRINT-STUDENT.
           IF AB-HH (WS-AB-IND) NOT = WS-HH-IND
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CALL-LINE.
           STRING "    " AB-AA (WS-AB-IND) "  " AB-EPWN (WS-AB-IND)
                  " " AB-ONOM (WS-AB-IND) "  TMHMA "
                  AB-CLASS (WS-AB-IND) "  WRES " AB-PERIODS (WS-AB-IND)
               DELIMITED BY SIZE INTO CALL-LINE.
           PERFORM 190-WRITE-CALL-LINE.
      *
       190-WRITE-CALL-LINE.
      *    the first failed line is reported; the list is then not
      *    filed as a generation
           WRITE CALL-LINE.
           IF WS-CALLOUT-STATUS NOT = "00" AND NOT WS-WRITE-FAILED
               SET WS-WRITE-FAILED TO TRUE
               MOVE 67 TO LS-RETURN-CODE
               DISPLAY "PROGRAM54: CALLLIST.PRT WRITE FAILED - STATUS "
                       WS-CALLOUT-STATUS
           END-IF.
      *
       300-KEY-OUTCOMES.
      *    the outcomes are keyed in call-list order; an explained
      *    absence is switched to excused in ATTHIST and ATTSUM once
      *    the whole list has been keyed
           PERFORM 500-BUILD-ABSENCE-LIST.
           IF LS-RETURN-CODE NOT = 0
               GO TO 300-EXIT
           END-IF.
           PERFORM 590-CLOSE-LOOKUP-FILES.
           IF WS-AB-USED = 0
               DISPLAY "NO UNEXCUSED ABSENCES ON " WS-DAY
               GO TO 300-EXIT
           END-IF.
           MOVE 0 TO WS-KEYED-COUNT.
           MOVE 0 TO WS-EXCUSED-COUNT.
           OPEN EXTEND CALLLOG.
           IF WS-CALLLOG-STATUS = "35"
               OPEN OUTPUT CALLLOG
               CLOSE CALLLOG
               OPEN EXTEND CALLLOG
           END-IF.
           DISPLAY "OUTCOME: E=EXPLAINED R=REACHED, NOT EXPLAINED"
                   " N=NO ANSWER, BLANK = NOT CALLED YET".
           PERFORM 350-KEY-ONE-HOUSEHOLD
               VARYING WS-HH-IND FROM 1 BY 1
               UNTIL WS-HH-IND > WS-HH-USED.
           CLOSE CALLLOG.
           IF WS-EXCUSED-COUNT > 0
               PERFORM 400-EXCUSE-ABSENCES
           END-IF.
           DISPLAY "--------------------------------------------------".
           DISPLAY "KATAXWRHQHKAN: " WS-KEYED-COUNT
                   "  DIKAIOLOGHQHKAN: " WS-EXCUSED-COUNT.
       300-EXIT.
           EXIT.
      *
       350-KEY-ONE-HOUSEHOLD.
           DISPLAY "--------------------------------------------------".
           DISPLAY "OIKOGENEIA " WS-HH-IND "  " HH-ADDRESS (WS-HH-IND)
                   "  THL " HH-PHONE (WS-HH-IND).
           PERFORM 360-KEY-ONE-STUDENT
               VARYING WS-AB-IND FROM 1 BY 1
               UNTIL WS-AB-IND > WS-AB-USED.
      *
       360-KEY-ONE-STUDENT.
           IF AB-HH (WS-AB-IND) NOT = WS-HH-IND
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "  " AB-AA (WS-AB-IND) " " AB-EPWN (WS-AB-IND)
                   " " AB-CLASS (WS-AB-IND) " WRES "
                   AB-PERIODS (WS-AB-IND).
           DISPLAY "  ENTER OUTCOME: ".
           ACCEPT WS-OUTCOME.
           IF WS-OUTCOME = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-OUT-VALID
               DISPLAY "  OUTCOME MUST BE E, R OR N - NOT RECORDED"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-NOTE.
           DISPLAY "  NOTE (OPTIONAL): ".
           ACCEPT WS-NOTE.
           MOVE SPACES TO CL-LINE.
           MOVE WS-DAY TO CL-DATE.
           MOVE AB-AA (WS-AB-IND) TO CL-AA.
           MOVE AB-PERIODS (WS-AB-IND) TO CL-PERIODS.
           MOVE WS-OUTCOME TO CL-OUTCOME.
           MOVE LS-OPER-USER TO CL-USER.
           MOVE FUNCTION CURRENT-DATE (1:15) TO CL-TIMESTAMP.
           MOVE WS-BUS-DATE TO CL-TIMESTAMP (1:8).
           MOVE WS-NOTE TO CL-NOTE.
           WRITE CL-LINE.
      *    an outcome that is not in the call log is not acted on
           IF WS-CALLLOG-STATUS NOT = "00"
               DISPLAY "  OUTCOME NOT LOGGED - STATUS "
                       WS-CALLLOG-STATUS " - NOT RECORDED"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OUTCOME TO AB-OUTCOME (WS-AB-IND).
           ADD 1 TO WS-KEYED-COUNT.
           IF WS-OUT-EXPLAINED
               ADD 1 TO WS-EXCUSED-COUNT
           END-IF.
      *
       400-EXCUSE-ABSENCES.
      *    the day's "U" lines of every explained student become "E"
      *    through a work copy, the way Program46 rewrites the grade
      *    history; ATTSUM then moves the periods from the unexcused
      *    to the excused counter.  APOYS on the master is the total
      *    of both and does not change.  ATTSUM is opened first: no
      *    line is flipped unless its counters can follow
           MOVE 0 TO WS-FLIPPED-COUNT.
           MOVE 0 TO WS-AS-FAIL-COUNT.
           MOVE "N" TO WS-ATTSUM-SW.
           OPEN I-O ATTSUM.
           IF WS-ATTSUM-STATUS = "35"
               OPEN OUTPUT ATTSUM
               CLOSE ATTSUM
               OPEN I-O ATTSUM
           END-IF.
           IF WS-ATTSUM-STATUS NOT = "00"
               MOVE 67 TO LS-RETURN-CODE
               DISPLAY "PROGRAM54: ATTSUM COULD NOT BE OPENED"
                       " - STATUS " WS-ATTSUM-STATUS
                       " - NOTHING EXCUSED"
               EXIT PARAGRAPH
           END-IF.
           SET WS-ATTSUM-OPEN TO TRUE.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT ATTHIST.
           IF WS-ATTHIST-STATUS NOT = "00"
               MOVE 67 TO LS-RETURN-CODE
               DISPLAY "PROGRAM54: ATTHIST.DAT COULD NOT BE OPENED"
                       " - STATUS " WS-ATTHIST-STATUS
                       " - NOTHING EXCUSED"
               CLOSE ATTSUM
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-WRITE-FAIL-SW.
           OPEN OUTPUT ATTWORK.
           IF WS-ATTWORK-STATUS NOT = "00"
               SET WS-WRITE-FAILED TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF OR WS-WRITE-FAILED
               READ ATTHIST
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 420-COPY-OR-EXCUSE-LINE
               END-READ
           END-PERFORM.
           CLOSE ATTHIST.
           CLOSE ATTWORK.
      *    ATTHIST.DAT is only replaced from a complete work copy
           IF WS-WRITE-FAILED
               MOVE 67 TO LS-RETURN-CODE
               DISPLAY "PROGRAM54: ATTHIST.DAN COULD NOT BE WRITTEN"
                       " - STATUS " WS-ATTWORK-STATUS
                       " - NOTHING EXCUSED"
               CLOSE ATTSUM
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT ATTWORK.
           OPEN OUTPUT ATTOUT.
           IF WS-ATTOUT-STATUS NOT = "00"
               SET WS-WRITE-FAILED TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF OR WS-WRITE-FAILED
               READ ATTWORK
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       WRITE ATTOUT-LINE FROM ATTWORK-LINE
                       IF WS-ATTOUT-STATUS NOT = "00"
                           SET WS-WRITE-FAILED TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATTWORK.
           CLOSE ATTOUT.
           IF WS-WRITE-FAILED
               MOVE 67 TO LS-RETURN-CODE
               DISPLAY "PROGRAM54: ATTHIST.DAT COULD NOT BE REWRITTEN"
                       " - STATUS " WS-ATTOUT-STATUS
               DISPLAY "RESTORE IT FROM ATTHIST.DAN BEFORE KEYING"
                       " AGAIN - ATTSUM NOT UPDATED"
               CLOSE ATTSUM
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND AUDITF.
           IF WS-AUDITF-STATUS = "35"
               OPEN OUTPUT AUDITF
               CLOSE AUDITF
               OPEN EXTEND AUDITF
           END-IF.
           PERFORM 450-EXCUSE-ONE-STUDENT
               VARYING WS-AB-IND FROM 1 BY 1
               UNTIL WS-AB-IND > WS-AB-USED.
           CLOSE ATTSUM.
           CLOSE AUDITF.
           DISPLAY "PROGRAM54: " WS-FLIPPED-COUNT
                   " ATTHIST LINES SWITCHED TO EXCUSED".
           IF WS-AS-FAIL-COUNT > 0
               MOVE 67 TO LS-RETURN-CODE
               DISPLAY "PROGRAM54: " WS-AS-FAIL-COUNT
                       " STUDENTS NOT UPDATED ON ATTSUM - CORRECT THEM"
                       " BEFORE THE NEXT TOTALS RUN"
           END-IF.
      *
       420-COPY-OR-EXCUSE-LINE.
           IF AH-DATE = WS-DAY AND AH-REASON = "U"
               MOVE AH-AA TO WS-SEARCH-AA
               PERFORM 560-FIND-ABSENTEE
               IF WS-AB-FOUND NOT = 0
                   IF AB-OUTCOME (WS-AB-FOUND) = "E"
                       MOVE "E" TO AH-REASON
                       ADD 1 TO WS-FLIPPED-COUNT
                   END-IF
               END-IF
           END-IF.
           WRITE ATTWORK-LINE FROM AH-LINE.
           IF WS-ATTWORK-STATUS NOT = "00"
               SET WS-WRITE-FAILED TO TRUE
           END-IF.
      *
       450-EXCUSE-ONE-STUDENT.
           IF AB-OUTCOME (WS-AB-IND) NOT = "E"
               EXIT PARAGRAPH
           END-IF.
           IF WS-ATTSUM-OPEN
               MOVE AB-AA (WS-AB-IND) TO AS-AA
               READ ATTSUM
                   INVALID KEY
                       MOVE AB-AA (WS-AB-IND) TO AS-AA
                       MOVE AB-PERIODS (WS-AB-IND) TO AS-EXC
                       MOVE 0 TO AS-UNEXC
                       WRITE AS-REC
                   NOT INVALID KEY
                       IF AS-UNEXC > AB-PERIODS (WS-AB-IND)
                           SUBTRACT AB-PERIODS (WS-AB-IND)
                               FROM AS-UNEXC
                       ELSE
                           MOVE 0 TO AS-UNEXC
                       END-IF
                       ADD AB-PERIODS (WS-AB-IND) TO AS-EXC
                           ON SIZE ERROR MOVE 999 TO AS-EXC
                       END-ADD
                       REWRITE AS-REC
               END-READ
               IF WS-ATTSUM-STATUS NOT = "00"
                   ADD 1 TO WS-AS-FAIL-COUNT
                   DISPLAY "PROGRAM54: STUDENT " AB-AA (WS-AB-IND)
                           " ATTSUM NOT UPDATED - STATUS "
                           WS-ATTSUM-STATUS
               END-IF
           END-IF.
           MOVE SPACES TO AUDIT-LINE.
           MOVE FUNCTION CURRENT-DATE (1:15) TO AL-TIMESTAMP.
           MOVE WS-BUS-DATE TO AL-TIMESTAMP (1:8).
           MOVE LS-OPER-USER TO AL-USER.
           MOVE AB-AA (WS-AB-IND) TO AL-STUDENT-ID.
           MOVE "ABSEXC" TO AL-ACTION.
           MOVE SPACES TO AL-DETAIL.
           STRING "DATE " WS-DAY " PERIODS " AB-PERIODS (WS-AB-IND)
                  " EXCUSED AFTER GUARDIAN CALL"
               DELIMITED BY SIZE INTO AL-DETAIL.
           WRITE AUDIT-LINE.
           IF WS-AUDITF-STATUS NOT = "00"
               DISPLAY "PROGRAM54: STUDENT " AB-AA (WS-AB-IND)
                       " AUDIT LINE NOT WRITTEN - STATUS "
                       WS-AUDITF-STATUS
           END-IF.
      *
       500-BUILD-ABSENCE-LIST.
           DISPLAY "ENTER ABSENCE DATE (DDMMYY, 0 = BUSINESS DATE): ".
           ACCEPT WS-DAY.
           IF WS-DAY = 0
               MOVE WS-BUS-DATE (7:2) TO WS-DAY-DD
               MOVE WS-BUS-DATE (5:2) TO WS-DAY-MM
               MOVE WS-BUS-DATE (3:2) TO WS-DAY-YY
           END-IF.
           MOVE 0 TO LS-RETURN-CODE.
           MOVE 0 TO WS-AB-USED.
           MOVE 0 TO WS-HH-USED.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT ATTHIST.
           IF WS-ATTHIST-STATUS NOT = "00"
               MOVE 67 TO LS-RETURN-CODE
               DISPLAY "PROGRAM54: ATTHIST.DAT COULD NOT BE OPENED"
                       " - STATUS " WS-ATTHIST-STATUS
               DISPLAY "RUN THE ATTENDANCE POSTING (PROGRAM17) FIRST"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ ATTHIST
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF AH-DATE = WS-DAY AND AH-REASON = "U"
                           PERFORM 520-ADD-ABSENCE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATTHIST.
           OPEN INPUT MHTRMA.
           IF WS-MHTRMA-STATUS NOT = "00"
               MOVE 31 TO LS-RETURN-CODE
               DISPLAY "PROGRAM54: MHTRMA COULD NOT BE OPENED - STATUS "
                       WS-MHTRMA-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CONTACTS-SW.
           OPEN INPUT CONTACTS.
           IF WS-CONTACTS-STATUS = "00"
               SET WS-CONTACTS-AVAIL TO TRUE
           ELSE
               DISPLAY "PROGRAM54: CONTACTS.DAT NOT AVAILABLE - LIST"
                       " SHOWS ONP/THL2"
           END-IF.
           PERFORM 540-ASSIGN-TO-HOUSEHOLD
               VARYING WS-AB-IND FROM 1 BY 1
               UNTIL WS-AB-IND > WS-AB-USED.
      *
       520-ADD-ABSENCE.
           MOVE AH-AA TO WS-SEARCH-AA.
           PERFORM 560-FIND-ABSENTEE.
           IF WS-AB-FOUND = 0
               IF WS-AB-USED >= WS-AB-MAX
                   DISPLAY "PROGRAM54: ABSENCE TABLE FULL - STUDENT "
                           AH-AA " LEFT OFF THE LIST"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AB-USED
               MOVE WS-AB-USED TO WS-AB-FOUND
               MOVE SPACES TO AB-ENTRY (WS-AB-FOUND)
               MOVE AH-AA TO AB-AA (WS-AB-FOUND)
               MOVE 0 TO AB-PERIODS (WS-AB-FOUND)
               MOVE 0 TO AB-THL2 (WS-AB-FOUND)
               MOVE 0 TO AB-HH (WS-AB-FOUND)
           END-IF.
           ADD AH-PERIODS TO AB-PERIODS (WS-AB-FOUND)
               ON SIZE ERROR MOVE 99 TO AB-PERIODS (WS-AB-FOUND)
           END-ADD.
      *
       540-ASSIGN-TO-HOUSEHOLD.
           MOVE AB-AA (WS-AB-IND) TO A-A.
           READ MHTRMA
               INVALID KEY
                   MOVE "*** NOT ON MHTRMA ***" TO AB-EPWN (WS-AB-IND)
               NOT INVALID KEY
                   MOVE EPWN   TO AB-EPWN (WS-AB-IND)
                   MOVE ONOM   TO AB-ONOM (WS-AB-IND)
                   MOVE ONP    TO AB-ONP (WS-AB-IND)
                   MOVE CLASS1 TO AB-CLASS (WS-AB-IND)
                   MOVE THL2   TO AB-THL2 (WS-AB-IND)
           END-READ.
           MOVE "N" TO WS-OWN-HH-SW.
           PERFORM 580-GET-FIRST-CONTACT.
           IF NOT WS-CT-FOUND
               MOVE SPACES TO WS-ADDRESSEE
               MOVE AB-THL2 (WS-AB-IND) TO AD-PHONE
               SET WS-OWN-HOUSEHOLD TO TRUE
           END-IF.
           IF AD-ADDRESS = SPACES AND AD-PHONE = 0
               SET WS-OWN-HOUSEHOLD TO TRUE
           END-IF.
           MOVE 0 TO WS-HH-FOUND.
           IF NOT WS-OWN-HOUSEHOLD
               PERFORM 545-MATCH-HOUSEHOLD
                   VARYING WS-HH-IND FROM 1 BY 1
                   UNTIL WS-HH-IND > WS-HH-USED
                   OR WS-HH-FOUND NOT = 0
           END-IF.
           IF WS-HH-FOUND = 0
               IF WS-HH-USED >= WS-HH-MAX
                   DISPLAY "PROGRAM54: HOUSEHOLD TABLE FULL - STUDENT "
                           AB-AA (WS-AB-IND) " LEFT OFF THE LIST"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-HH-USED
               MOVE WS-HH-USED TO WS-HH-FOUND
               MOVE AD-ADDRESS TO HH-ADDRESS (WS-HH-FOUND)
               MOVE AD-PHONE   TO HH-PHONE (WS-HH-FOUND)
               MOVE WS-AB-IND  TO HH-FIRST-AB (WS-HH-FOUND)
               MOVE WS-OWN-HH-SW TO HH-OWN-SW (WS-HH-FOUND)
           END-IF.
           MOVE WS-HH-FOUND TO AB-HH (WS-AB-IND).
      *
       545-MATCH-HOUSEHOLD.
           IF HH-OWN-SW (WS-HH-IND) NOT = "Y"
               AND HH-ADDRESS (WS-HH-IND) = AD-ADDRESS
               AND HH-PHONE (WS-HH-IND) = AD-PHONE
               MOVE WS-HH-IND TO WS-HH-FOUND
           END-IF.
      *
       560-FIND-ABSENTEE.
           MOVE 0 TO WS-AB-FOUND.
           PERFORM 565-MATCH-ABSENTEE
               VARYING WS-AB-SRCH FROM 1 BY 1
               UNTIL WS-AB-SRCH > WS-AB-USED
               OR WS-AB-FOUND NOT = 0.
      *
       565-MATCH-ABSENTEE.
           IF AB-AA (WS-AB-SRCH) = WS-SEARCH-AA
               MOVE WS-AB-SRCH TO WS-AB-FOUND
           END-IF.
      *
       580-GET-FIRST-CONTACT.
           MOVE "N" TO WS-CT-FOUND-SW.
           IF NOT WS-CONTACTS-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CT-EOF-SW.
           MOVE AB-AA (WS-AB-IND) TO CT-AA.
           MOVE 0 TO CT-SEQ.
           START CONTACTS KEY NOT LESS THAN CT-KEY
               INVALID KEY
                   SET WS-CT-EOF TO TRUE
           END-START.
           IF NOT WS-CT-EOF
               READ CONTACTS NEXT RECORD
                   AT END
                       SET WS-CT-EOF TO TRUE
                   NOT AT END
                       IF CT-AA = AB-AA (WS-AB-IND)
                           SET WS-CT-FOUND TO TRUE
                           MOVE CT-NAME     TO AD-NAME
                           MOVE CT-RELATION TO AD-RELATION
                           MOVE CT-PHONE    TO AD-PHONE
                           MOVE CT-ADDRESS  TO AD-ADDRESS
                       END-IF
               END-READ
           END-IF.
      *
       590-CLOSE-LOOKUP-FILES.
           CLOSE MHTRMA.
           IF WS-CONTACTS-AVAIL
               CLOSE CONTACTS
               MOVE "N" TO WS-CONTACTS-SW
           END-IF.
      *
       TELOS.
           EXIT PROGRAM.
      *

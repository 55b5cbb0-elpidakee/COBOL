       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program81.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECLOG ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
           SELECT OPERF ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERF-STATUS.
           SELECT AUDITF ASSIGN TO "MHTRMA.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITF-STATUS.
           SELECT SAUDITF ASSIGN TO "SUMMAST.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAUDITF-STATUS.
           SELECT BATCAT ASSIGN TO "BATCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCAT-STATUS.
           SELECT SECWORK ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SD-KEY
               FILE STATUS IS WS-SECWORK-STATUS.
           SELECT FLAG-OUT ASSIGN TO "SECFLAG.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-STATUS.
           SELECT RPT-OUT ASSIGN TO "SECREVW.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * written by Program80 for Program22 and PROGRAM1
       FD  SECLOG        LABEL RECORD STANDARD.
       01  SL-REC.
           02 SL-DATE       PIC 9(8).
           02 FILLER        PIC X(1).
           02 SL-TIME       PIC 9(6).
           02 FILLER        PIC X(2).
           02 SL-USER       PIC X(8).
           02 FILLER        PIC X(2).
           02 SL-EVENT      PIC X(8).
           02 FILLER        PIC X(2).
           02 SL-OPTION     PIC 99.
           02 FILLER        PIC X(2).
           02 SL-RC         PIC 99.
      *
      * the operator file as Program22 keeps it
       FD  OPERF         LABEL RECORD STANDARD.
       01  OPER-REC.
           02 OP-USER       PIC X(8).
           02 FILLER        PIC X(2).
           02 OP-PASS       PIC X(8).
           02 FILLER        PIC X(2).
           02 OP-LEVEL      PIC 9(1).
           02 FILLER        PIC X(2).
           02 OP-STATUS     PIC X(1).
           02 FILLER        PIC X(2).
           02 OP-PASS-DATE  PIC X(8).
           02 FILLER        PIC X(2).
           02 OP-FORCE      PIC X(1).
           02 FILLER        PIC X(2).
           02 OP-FAILS      PIC X(1).
      *
      * student and grade trail: Program5, Program36, Program46 and
      * the rest all write this layout. a grade approval carries
      * "KEYED BY <user>" at the fixed place Program36 puts it
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
           02  AL-DETAIL-R REDEFINES AL-DETAIL.
               03  FILLER          PIC X(27).
               03  AL-KEYED-LIT    PIC X(10).
               03  AL-KEYED-BY     PIC X(8).
               03  FILLER          PIC X(15).
      *
      * summary master adjustments from Program39
       FD  SAUDITF       LABEL RECORD STANDARD.
       01  SAUDIT-LINE.
           02  SA-TIMESTAMP    PIC 9(15).
           02  FILLER          PIC X(2).
           02  SA-USER         PIC X(8).
           02  FILLER          PIC X(2).
           02  SA-YY           PIC 9(4).
           02  SA-MM           PIC 99.
           02  FILLER          PIC X(114).
      *
       FD  BATCAT        LABEL RECORD STANDARD.
       01  BC-REC.
           02 BC-USER   PIC X(8).
           02 FILLER    PIC X(2).
           02 BC-FILE   PIC X(20).
           02 FILLER    PIC X(2).
           02 BC-STATUS PIC X(1).
           02 FILLER    PIC X(2).
           02 BC-DATE   PIC X(8).
           02 BC-DATE-N REDEFINES BC-DATE PIC 9(8).
      *
      * one record per operator per day, in date and operator order.
      * SD-CNT: 1 sign-ons, 2 failed or refused sign-ons, 3 menu
      * options, 4 options refused, 5 student changes, 6 grade
      * approvals and rejections, 7 history corrections, 8 summary
      * adjustments, 9 batch changes
       FD  SECWORK       RECORD CONTAINS  60 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS SD-REC
                         VALUE OF FILE-ID IS "SECREVW.WRK".
       01  SD-REC.
           02 SD-KEY.
              03 SD-DATE    PIC 9(8).
              03 SD-USER    PIC X(8).
           02 SD-CNT OCCURS 9 TIMES PIC 9(4).
           02 SD-AFTER      PIC 9(4).
           02 SD-SELF       PIC 9(4).
      *
       FD  FLAG-OUT      LABEL RECORD STANDARD.
       01  FLAG-LINE     PIC X(132).
      *
       FD  RPT-OUT       LABEL RECORD STANDARD.
       01  RPT-LINE      PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-SECLOG-STATUS   PIC XX.
       01  WS-OPERF-STATUS    PIC XX.
       01  WS-AUDITF-STATUS   PIC XX.
       01  WS-SAUDITF-STATUS  PIC XX.
       01  WS-BATCAT-STATUS   PIC XX.
       01  WS-SECWORK-STATUS  PIC XX.
       01  WS-FLAG-STATUS     PIC XX.
       01  WS-EOF-SW          PIC A(1).
           88 WS-EOF                VALUE "Y".
       01  WS-GEN-SOURCE      PIC X(20).
       01  WS-GEN-RC          PIC 9(2).
       01  WS-BUS-DATE        PIC 9(8).
       01  WS-BUSDATE-FUNC    PIC X(1).
       01  WS-BUSDATE-RC      PIC 9(2).
      * working hours are 07:00 to 20:00, Monday to Friday; three
      * failed sign-ons in a day are as many as Program22 allows
       77  WS-DAY-START       PIC 9(6) VALUE 070000.
       77  WS-DAY-END         PIC 9(6) VALUE 200000.
       77  WS-MAX-FAILS       PIC 9(1) VALUE 3.
       77  WS-DORMANT-DEFAULT PIC 9(3) VALUE 90.
       01  WS-FROM-DATE       PIC 9(8).
       01  WS-TO-DATE         PIC 9(8).
       01  WS-DORMANT-DAYS    PIC 9(3).
      * one activity to be counted
       01  WS-ACT-DATE        PIC 9(8).
       01  WS-ACT-TIME        PIC 9(6).
       01  WS-ACT-TIME-SW     PIC X(1).
           88 WS-ACT-HAS-TIME       VALUE "Y".
       01  WS-ACT-USER        PIC X(8).
       01  WS-ACT-KIND        PIC 9.
       01  WS-ACT-SELF-SW     PIC X(1).
           88 WS-ACT-SELF           VALUE "Y".
       01  WS-DAY-INT         PIC 9(8).
       01  WS-WEEKDAY         PIC 9.
       01  WS-AFTER-SW        PIC X(1).
           88 WS-AFTER-HOURS        VALUE "Y".
      * operators on file and the last day each one signed on
       77  WS-OP-MAX          PIC 9(2) VALUE 99.
       01  WS-OP-USED         PIC 9(2).
       01  WS-OP-IND          PIC 9(2).
       01  WS-OP-TABLE.
           02  OT-ENTRY OCCURS 99 TIMES.
               03  OT-USER        PIC X(8).
               03  OT-STATUS      PIC X(1).
               03  OT-LAST-SIGNON PIC 9(8).
       01  WS-IDLE-DAYS       PIC S9(8).
      * grade changes each operator queued, by student, so that a
      * history correction on the same student can be recognised
       77  WS-GP-MAX          PIC 9(3) VALUE 500.
       01  WS-GP-USED         PIC 9(3).
       01  WS-GP-IND          PIC 9(3).
       01  WS-GP-FOUND-SW     PIC X(1).
           88 WS-GP-FOUND           VALUE "Y".
       01  WS-GP-TABLE.
           02  GPT-ENTRY OCCURS 500 TIMES.
               03  GPT-USER       PIC X(8).
               03  GPT-STUDENT    PIC 9(4).
       01  WS-FLAG-COUNT      PIC 9(5).
       01  WS-DAY-COUNT       PIC 9(5).
       01  WS-FLAG-TEXT       PIC X(40).
       01  WS-IND             PIC 9.
       01  RPT-DETAIL.
           02  RD-DATE     PIC 9(8).
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  RD-USER     PIC X(8).
           02  RD-CNT OCCURS 9 TIMES.
               03  FILLER  PIC X(1).
               03  RD-N    PIC Z(4)9.
           02  FILLER      PIC X(1)  VALUE SPACES.
           02  RD-AFTER    PIC Z(4)9.
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  RD-FLAGS    PIC X(30).
      *
       LINKAGE SECTION.
       01  LS-RETURN-CODE PIC 9(2).

       PROCEDURE DIVISION USING LS-RETURN-CODE.
       ARXH.
           MOVE 0 TO LS-RETURN-CODE.
           MOVE 0 TO WS-FLAG-COUNT WS-DAY-COUNT WS-GP-USED.
           MOVE "G" TO WS-BUSDATE-FUNC.
           CALL 'Program29' USING WS-BUSDATE-FUNC, WS-BUS-DATE,
               WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUS-DATE
           END-IF.
           DISPLAY "==================================================".
           DISPLAY "ELEGXOS DRASTHRIOTHTAS XEIRISTWN".
           DISPLAY "==================================================".
           DISPLAY "ENTER FROM DATE (YYYYMMDD): ".
           ACCEPT WS-FROM-DATE.
           DISPLAY "ENTER TO DATE (YYYYMMDD, 0 = BUSINESS DATE): ".
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE = 0
               MOVE WS-BUS-DATE TO WS-TO-DATE
           END-IF.
           DISPLAY "DAYS WITHOUT SIGN-ON BEFORE AN ACCOUNT IS DORMANT"
                   " (0 = " WS-DORMANT-DEFAULT "): ".
           ACCEPT WS-DORMANT-DAYS.
           IF WS-DORMANT-DAYS = 0
               MOVE WS-DORMANT-DEFAULT TO WS-DORMANT-DAYS
           END-IF.
           IF WS-FROM-DATE > WS-TO-DATE OR WS-FROM-DATE < 16010101
               DISPLAY "DATE RANGE NOT VALID"
               MOVE 58 TO LS-RETURN-CODE
               GO TO TELOS
           END-IF.
           PERFORM 200-LOAD-OPERATORS.
           OPEN OUTPUT SECWORK.
           CLOSE SECWORK.
           OPEN I-O SECWORK.
           IF WS-SECWORK-STATUS NOT = "00"
               MOVE 58 TO LS-RETURN-CODE
               DISPLAY "PROGRAM81: SECREVW.WRK COULD NOT BE OPENED"
                       " - STATUS " WS-SECWORK-STATUS
               GO TO TELOS
           END-IF.
           OPEN OUTPUT FLAG-OUT.
           PERFORM 300-SCAN-SECURITY-LOG.
           PERFORM 400-LOAD-QUEUED-GRADES.
           PERFORM 450-SCAN-STUDENT-AUDIT.
           PERFORM 500-SCAN-SUMMARY-AUDIT.
           PERFORM 550-SCAN-BATCH-CATALOGUE.
           PERFORM 600-CHECK-DORMANT
               VARYING WS-OP-IND FROM 1 BY 1
               UNTIL WS-OP-IND > WS-OP-USED.
           PERFORM 700-PRINT-REPORT.
           CLOSE SECWORK.
           MOVE "SECREVW.PRT" TO WS-GEN-SOURCE.
           CALL 'Program30' USING WS-GEN-SOURCE, WS-GEN-RC.
           DISPLAY WS-DAY-COUNT " OPERATOR-DAY(S), " WS-FLAG-COUNT
                   " FLAG(S) - SEE SECREVW.PRT".
           GO TO TELOS.
      *
       200-LOAD-OPERATORS.
           MOVE 0 TO WS-OP-USED.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT OPERF.
           IF WS-OPERF-STATUS NOT = "00"
               DISPLAY "OPERATOR.DAT NOT AVAILABLE - NO DORMANT"
                       " ACCOUNT CHECK"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ OPERF
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-OP-USED < WS-OP-MAX
                           ADD 1 TO WS-OP-USED
                           MOVE OP-USER TO OT-USER (WS-OP-USED)
                           MOVE OP-STATUS TO OT-STATUS (WS-OP-USED)
                           MOVE 0 TO OT-LAST-SIGNON (WS-OP-USED)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERF.
      *
      * the whole log is read: sign-ons before the range still count
      * towards each operator's last sign-on
       300-SCAN-SECURITY-LOG.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SECLOG.
           IF WS-SECLOG-STATUS NOT = "00"
               DISPLAY "SECLOG.DAT NOT AVAILABLE - NO SIGN-ON EVENTS"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ SECLOG
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 350-ONE-SECURITY-EVENT
               END-READ
           END-PERFORM.
           CLOSE SECLOG.
      *
       350-ONE-SECURITY-EVENT.
           IF SL-EVENT = "SIGNON"
               PERFORM VARYING WS-OP-IND FROM 1 BY 1
                       UNTIL WS-OP-IND > WS-OP-USED
                   IF OT-USER (WS-OP-IND) = SL-USER
                       AND SL-DATE > OT-LAST-SIGNON (WS-OP-IND)
                       MOVE SL-DATE TO OT-LAST-SIGNON (WS-OP-IND)
                   END-IF
               END-PERFORM
           END-IF.
           IF SL-DATE < WS-FROM-DATE OR SL-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE SL-DATE TO WS-ACT-DATE.
           MOVE SL-TIME TO WS-ACT-TIME.
           MOVE "Y"     TO WS-ACT-TIME-SW.
           MOVE SL-USER TO WS-ACT-USER.
           MOVE "N"     TO WS-ACT-SELF-SW.
           EVALUATE SL-EVENT
               WHEN "SIGNON"
                   MOVE 1 TO WS-ACT-KIND
               WHEN "BADPASS"
               WHEN "REFUSED"
               WHEN "PWREFUSE"
                   MOVE 2 TO WS-ACT-KIND
               WHEN "LOCKOUT"
                   MOVE 2 TO WS-ACT-KIND
                   MOVE "ACCOUNT LOCKED OUT" TO WS-FLAG-TEXT
                   PERFORM 850-WRITE-FLAG
               WHEN "OPTION"
                   MOVE 3 TO WS-ACT-KIND
               WHEN "DENIED"
                   MOVE 4 TO WS-ACT-KIND
               WHEN OTHER
                   MOVE 0 TO WS-ACT-KIND
           END-EVALUATE.
           PERFORM 800-ADD-ACTIVITY.
      *
       400-LOAD-QUEUED-GRADES.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT AUDITF.
           IF WS-AUDITF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ AUDITF
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF AL-ACTION = "GRDPND"
                           AND WS-GP-USED < WS-GP-MAX
                           ADD 1 TO WS-GP-USED
                           MOVE AL-USER TO GPT-USER (WS-GP-USED)
                           MOVE AL-STUDENT-ID
                               TO GPT-STUDENT (WS-GP-USED)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDITF.
      *
       450-SCAN-STUDENT-AUDIT.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT AUDITF.
           IF WS-AUDITF-STATUS NOT = "00"
               DISPLAY "MHTRMA.AUD NOT AVAILABLE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ AUDITF
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 470-ONE-STUDENT-AUDIT
               END-READ
           END-PERFORM.
           CLOSE AUDITF.
      *
      * a grade change approved by the operator who keyed it, or a
      * history correction by an operator who queued a grade change
      * for the same student, is flagged
       470-ONE-STUDENT-AUDIT.
           MOVE AL-TIMESTAMP (1:8) TO WS-ACT-DATE.
           IF WS-ACT-DATE < WS-FROM-DATE OR WS-ACT-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE AL-TIMESTAMP (9:6) TO WS-ACT-TIME.
           MOVE "Y"     TO WS-ACT-TIME-SW.
           MOVE AL-USER TO WS-ACT-USER.
           MOVE "N"     TO WS-ACT-SELF-SW.
           EVALUATE AL-ACTION
               WHEN "GRDAPP"
               WHEN "GRDREJ"
                   MOVE 6 TO WS-ACT-KIND
                   IF AL-KEYED-LIT = " KEYED BY "
                       AND AL-KEYED-BY = AL-USER
                       SET WS-ACT-SELF TO TRUE
                       MOVE SPACES TO WS-FLAG-TEXT
                       STRING "OWN GRADE CHANGE " AL-ACTION " "
                              AL-STUDENT-ID
                           DELIMITED BY SIZE INTO WS-FLAG-TEXT
                       PERFORM 850-WRITE-FLAG
                   END-IF
               WHEN "HISCOR"
               WHEN "HISVOD"
                   MOVE 7 TO WS-ACT-KIND
                   PERFORM 480-FIND-QUEUED-GRADE
                   IF WS-GP-FOUND
                       SET WS-ACT-SELF TO TRUE
                       MOVE SPACES TO WS-FLAG-TEXT
                       STRING "OWN STUDENT " AL-ACTION " "
                              AL-STUDENT-ID
                           DELIMITED BY SIZE INTO WS-FLAG-TEXT
                       PERFORM 850-WRITE-FLAG
                   END-IF
               WHEN OTHER
                   MOVE 5 TO WS-ACT-KIND
           END-EVALUATE.
           PERFORM 800-ADD-ACTIVITY.
      *
       480-FIND-QUEUED-GRADE.
           MOVE "N" TO WS-GP-FOUND-SW.
           PERFORM VARYING WS-GP-IND FROM 1 BY 1
                   UNTIL WS-GP-IND > WS-GP-USED OR WS-GP-FOUND
               IF GPT-USER (WS-GP-IND) = AL-USER
                   AND GPT-STUDENT (WS-GP-IND) = AL-STUDENT-ID
                   SET WS-GP-FOUND TO TRUE
               END-IF
           END-PERFORM.
      *
       500-SCAN-SUMMARY-AUDIT.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SAUDITF.
           IF WS-SAUDITF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ SAUDITF
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE SA-TIMESTAMP (1:8) TO WS-ACT-DATE
                       IF WS-ACT-DATE >= WS-FROM-DATE
                           AND WS-ACT-DATE <= WS-TO-DATE
                           MOVE SA-TIMESTAMP (9:6) TO WS-ACT-TIME
                           MOVE "Y"     TO WS-ACT-TIME-SW
                           MOVE SA-USER TO WS-ACT-USER
                           MOVE "N"     TO WS-ACT-SELF-SW
                           MOVE 8       TO WS-ACT-KIND
                           PERFORM 800-ADD-ACTIVITY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SAUDITF.
      *
      * the catalogue keeps only each batch's latest state and the
      * day it reached it; lines from before the date existed are
      * left out
       550-SCAN-BATCH-CATALOGUE.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT BATCAT.
           IF WS-BATCAT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ BATCAT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF BC-DATE NUMERIC
                           AND BC-DATE-N >= WS-FROM-DATE
                           AND BC-DATE-N <= WS-TO-DATE
                           MOVE BC-DATE-N TO WS-ACT-DATE
                           MOVE "N"     TO WS-ACT-TIME-SW
                           MOVE BC-USER TO WS-ACT-USER
                           MOVE "N"     TO WS-ACT-SELF-SW
                           MOVE 9       TO WS-ACT-KIND
                           PERFORM 800-ADD-ACTIVITY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BATCAT.
      *
       600-CHECK-DORMANT.
           IF OT-STATUS (WS-OP-IND) = "D" OR OT-STATUS (WS-OP-IND) = "L"
               EXIT PARAGRAPH
           END-IF.
           IF OT-LAST-SIGNON (WS-OP-IND) = 0
               MOVE "DORMANT - NEVER SIGNED ON" TO WS-FLAG-TEXT
           ELSE
               COMPUTE WS-IDLE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-TO-DATE)
                 - FUNCTION INTEGER-OF-DATE
                       (OT-LAST-SIGNON (WS-OP-IND))
               IF WS-IDLE-DAYS <= WS-DORMANT-DAYS
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-FLAG-TEXT
               STRING "DORMANT - LAST SIGN-ON "
                      OT-LAST-SIGNON (WS-OP-IND)
                   DELIMITED BY SIZE INTO WS-FLAG-TEXT
           END-IF.
           MOVE WS-TO-DATE TO WS-ACT-DATE.
           MOVE "N" TO WS-ACT-TIME-SW.
           MOVE OT-USER (WS-OP-IND) TO WS-ACT-USER.
           PERFORM 850-WRITE-FLAG.
      *
       700-PRINT-REPORT.
           CLOSE FLAG-OUT.
           OPEN OUTPUT RPT-OUT.
           MOVE SPACES TO RPT-LINE.
           STRING "DRASTHRIOTHTA XEIRISTWN APO " WS-FROM-DATE
                  " EWS " WS-TO-DATE
                  "   ADRANH APO " WS-DORMANT-DAYS " HMERES"
                  "   HMEROMHNIA: " WS-BUS-DATE
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "=" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "HMEROMHNIA  XEIRIST.  SIGN  FAIL  OPTS  DENY  STUD"
                  "  GRAD  HIST  SUMM  BATC  EKTOS  SHMEIWSEIS"
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "-" TO RPT-LINE.
           WRITE RPT-LINE.
           OPEN EXTEND FLAG-OUT.
           MOVE "N" TO WS-EOF-SW.
           MOVE LOW-VALUES TO SD-KEY.
           START SECWORK KEY NOT LESS THAN SD-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ SECWORK NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 750-PRINT-ONE-DAY
               END-READ
           END-PERFORM.
           CLOSE FLAG-OUT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "SHMEIWSEIS (FLAGGED FOR REVIEW)" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "-" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FLAG-OUT.
           PERFORM UNTIL WS-EOF
               READ FLAG-OUT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       WRITE RPT-LINE FROM FLAG-LINE
               END-READ
           END-PERFORM.
           CLOSE FLAG-OUT.
           IF WS-FLAG-COUNT = 0
               MOVE "  NONE" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           CLOSE RPT-OUT.
      *
      * a day's own flags go in the last column and, so that the
      * review section is complete, into the flag list as well
       750-PRINT-ONE-DAY.
           ADD 1 TO WS-DAY-COUNT.
           MOVE SPACES  TO RPT-DETAIL.
           MOVE SD-DATE TO RD-DATE.
           MOVE SD-USER TO RD-USER.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 9
               MOVE SD-CNT (WS-IND) TO RD-N (WS-IND)
           END-PERFORM.
           MOVE SD-AFTER TO RD-AFTER.
           MOVE SPACES TO RD-FLAGS.
           IF SD-AFTER > 0
               MOVE "AFTER-HOURS" TO RD-FLAGS (1:11)
               MOVE SD-DATE TO WS-ACT-DATE
               MOVE "N"     TO WS-ACT-TIME-SW
               MOVE SD-USER TO WS-ACT-USER
               MOVE SPACES  TO WS-FLAG-TEXT
               STRING "AFTER-HOURS USE, " SD-AFTER " EVENT(S)"
                   DELIMITED BY SIZE INTO WS-FLAG-TEXT
               PERFORM 850-WRITE-FLAG
           END-IF.
           IF SD-CNT (2) >= WS-MAX-FAILS
               MOVE "FAILURES" TO RD-FLAGS (13:8)
               MOVE SD-DATE TO WS-ACT-DATE
               MOVE "N"     TO WS-ACT-TIME-SW
               MOVE SD-USER TO WS-ACT-USER
               MOVE SPACES  TO WS-FLAG-TEXT
               STRING "REPEATED FAILURES, " SD-CNT (2) " SIGN-ON(S)"
                   DELIMITED BY SIZE INTO WS-FLAG-TEXT
               PERFORM 850-WRITE-FLAG
           END-IF.
           IF SD-SELF > 0
               MOVE "OWN-CHANGE" TO RD-FLAGS (21:10)
           END-IF.
           WRITE RPT-LINE FROM RPT-DETAIL.
      *
      * count one activity against its operator and day, and note
      * whether it fell outside working hours
       800-ADD-ACTIVITY.
           MOVE "N" TO WS-AFTER-SW.
           IF WS-ACT-HAS-TIME
               IF WS-ACT-TIME < WS-DAY-START
                   OR WS-ACT-TIME >= WS-DAY-END
                   SET WS-AFTER-HOURS TO TRUE
               END-IF
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE (WS-ACT-DATE)
               COMPUTE WS-WEEKDAY =
                   FUNCTION MOD (WS-DAY-INT - 1, 7)
               IF WS-WEEKDAY > 4
                   SET WS-AFTER-HOURS TO TRUE
               END-IF
           END-IF.
           MOVE WS-ACT-DATE TO SD-DATE.
           MOVE WS-ACT-USER TO SD-USER.
           READ SECWORK
               INVALID KEY
                   MOVE ZEROS TO SD-REC
                   MOVE WS-ACT-DATE TO SD-DATE
                   MOVE WS-ACT-USER TO SD-USER
                   PERFORM 820-COUNT-IT
                   WRITE SD-REC
               NOT INVALID KEY
                   PERFORM 820-COUNT-IT
                   REWRITE SD-REC
           END-READ.
      *
       820-COUNT-IT.
           IF WS-ACT-KIND > 0
               ADD 1 TO SD-CNT (WS-ACT-KIND)
           END-IF.
           IF WS-AFTER-HOURS
               ADD 1 TO SD-AFTER
           END-IF.
           IF WS-ACT-SELF
               ADD 1 TO SD-SELF
           END-IF.
      *
       850-WRITE-FLAG.
           ADD 1 TO WS-FLAG-COUNT.
           MOVE SPACES TO FLAG-LINE.
           IF WS-ACT-HAS-TIME
               STRING "  " WS-ACT-DATE " " WS-ACT-TIME "  "
                      WS-ACT-USER "  " WS-FLAG-TEXT
                   DELIMITED BY SIZE INTO FLAG-LINE
           ELSE
               STRING "  " WS-ACT-DATE "         "
                      WS-ACT-USER "  " WS-FLAG-TEXT
                   DELIMITED BY SIZE INTO FLAG-LINE
           END-IF.
           WRITE FLAG-LINE.
      *
       TELOS.
           EXIT PROGRAM.
      *

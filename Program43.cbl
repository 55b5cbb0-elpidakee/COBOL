               ACCESS IS RANDOM
               RECORD KEY IS AS-AA
               FILE STATUS IS WS-ATTSUM-STATUS.
           SELECT SUBJREF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SJ-CODE
               FILE STATUS IS WS-SUBJREF-STATUS.
           SELECT SUBJGRD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SG-KEY
               FILE STATUS IS WS-SUBJGRD-STATUS.
           SELECT TEACHER ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TC-CODE
               ALTERNATE RECORD KEY IS TC-USER WITH DUPLICATES
               ALTERNATE RECORD KEY IS TC-HOMEROOM WITH DUPLICATES
               FILE STATUS IS WS-TEACHER-STATUS.
           SELECT FEEHOLD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS FH-AA
               FILE STATUS IS WS-FEEHOLD-STATUS.
           SELECT HOLD-OUT ASSIGN TO "DOCHOLD.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLASSREF      RECORD CONTAINS  30 CHARACTERS
           02 AS-AA      PIC 9(4).
           02 AS-EXC     PIC 9(3).
           02 AS-UNEXC   PIC 9(3).
      *
      * the subject lines Program7 shows on the screen card
       FD  SUBJREF       RECORD CONTAINS  58 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS SJ-REC
                         VALUE OF FILE-ID IS "SUBJREF.DAT".
       01  SJ-REC.
           02 SJ-CODE    PIC X(4).
           02 SJ-NAME    PIC X(20).
           02 SJ-WEIGHT  PIC 9(2).
           02 FILLER     PIC X(2).
           02 SJ-CLASSES.
              03 SJ-CLASS PIC X(3) OCCURS 10 TIMES.
      *
       FD  SUBJGRD       RECORD CONTAINS  20 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS SG-REC
                         VALUE OF FILE-ID IS "SUBJGRD.DAT".
       01  SG-REC.
           02 SG-KEY.
              03 SG-AA     PIC 9(4).
              03 SG-YEAR   PIC 9(4).
              03 SG-SUBJ   PIC X(4).
           02 SG-GRADES.
              03 SG-ATRIM  PIC 9(2).
              03 SG-BTRIM  PIC 9(2).
              03 SG-CTRIM  PIC 9(2).
              03 SG-GRAPTA PIC 9(2).
      *
      * homeroom teacher for the pack and card headings (Program55)
       FD  TEACHER       RECORD CONTAINS 167 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS TC-REC
                         VALUE OF FILE-ID IS "TEACHER.DAT".
       01  TC-REC.
           02 TC-CODE      PIC X(4).
           02 TC-NAME      PIC X(25).
           02 TC-PHONE     PIC 9(11).
           02 TC-EMAIL     PIC X(30).
           02 TC-USER      PIC X(8).
           02 TC-HOMEROOM  PIC X(3).
           02 FILLER       PIC X(2).
           02 TC-ASSIGNS.
              03 TC-ASSIGN OCCURS 12 TIMES.
                 04 TC-AS-CLASS PIC X(3).
                 04 TC-AS-SUBJ  PIC X(4).
      *
      * students past the final tuition reminder (Program58) - their
      * cards and transcripts are held back and listed for the bursar
       FD  FEEHOLD       RECORD CONTAINS  50 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS FH-REC
                         VALUE OF FILE-ID IS "FEEHOLD.DAT".
       01  FH-REC.
           02 FH-AA           PIC 9(4).
           02 FH-DATE         PIC 9(8).
           02 FH-BALANCE      PIC 9(9).
           02 FH-EPWN         PIC X(20).
           02 FH-CLASS        PIC X(3).
           02 FILLER          PIC X(6).
       FD  HOLD-OUT      LABEL RECORD STANDARD.
       01  HOLD-LINE     PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-CLASSREF-STATUS PIC XX.
       01  WS-RETURN-CODE     PIC 9(2).
       01  WS-GEN-SOURCE      PIC X(20).
       01  WS-GEN-RC          PIC 9(2).
       01  WS-SUBJREF-STATUS  PIC XX.
       01  WS-SUBJGRD-STATUS  PIC XX.
       01  WS-SUBJREF-SW      PIC X(1) VALUE "N".
           88 WS-SUBJREF-AVAIL      VALUE "Y".
       01  WS-SUBJGRD-SW      PIC X(1) VALUE "N".
           88 WS-SUBJGRD-AVAIL      VALUE "Y".
       01  WS-SG-EOF-SW       PIC A(1).
           88 WS-SG-EOF             VALUE "Y".
       01  WS-BUS-DATE        PIC 9(8).
       01  WS-BUSDATE-FUNC    PIC X(1).
       01  WS-BUSDATE-RC      PIC 9(2).
       01  WS-SCHOOL-YEAR     PIC 9(4).
       01  WS-SUBJ-NAME       PIC X(20).
       01  WS-SUBJ-WEIGHT     PIC 9(2).
       01  WS-SUBJ-TRIM-AVG   PIC 9(2)V9.
       01  WS-SUBJ-FINAL      PIC 9(2)V9.
       01  WS-SUBJ-COUNT      PIC 9(2).
       01  WS-WEIGHT-SUM      PIC 9(4).
       01  WS-WEIGHTED-SUM    PIC 9(6)V9.
       01  WS-WEIGHTED-AVG    PIC 9(2)V9.
       01  WS-TEACHER-STATUS  PIC XX.
       01  WS-TEACHER-SW      PIC X(1) VALUE "N".
           88 WS-TEACHER-AVAIL      VALUE "Y".
       01  WS-HOMEROOM-NAME   PIC X(25).
       01  WS-FEEHOLD-STATUS  PIC XX.
       01  WS-HOLD-STATUS     PIC XX.
       01  WS-FEEHOLD-SW      PIC X(1) VALUE "N".
           88 WS-FEEHOLD-AVAIL      VALUE "Y".
       01  WS-HELD-SW         PIC X(1).
           88 WS-HELD               VALUE "Y".
       01  WS-HOLD-COUNT      PIC 9(4).
       01  WS-CLASS-HELD      PIC 9(4).
       01  WS-ED-AMT          PIC Z(8)9.
      *
       LINKAGE SECTION.
       01  LS-RETURN-CODE PIC 9(2).
           MOVE 0 TO LS-RETURN-CODE.
           MOVE 0 TO WS-CARD-COUNT.
           MOVE 0 TO WS-TRNS-COUNT.
           MOVE 0 TO WS-HOLD-COUNT.
           DISPLAY "PROGRAM43: PLHRHS EKTYPWSH TELOYS ETOYS".
           OPEN INPUT ATTSUM.
           IF WS-ATTSUM-STATUS = "00"
               DISPLAY "PROGRAM43: ATTSUM.DAT NOT AVAILABLE - CARDS"
                       " SHOW ONLY THE APOYS TOTAL"
           END-IF.
      *    per-subject lines for the school year now closing - named,
      *    as Program11 archives it, after the year it closes in
           MOVE "G" TO WS-BUSDATE-FUNC.
           CALL 'Program29' USING WS-BUSDATE-FUNC, WS-BUS-DATE,
               WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUS-DATE
           END-IF.
           MOVE WS-BUS-DATE (1:4) TO WS-SCHOOL-YEAR.
           IF WS-BUS-DATE (5:2) >= "09"
               ADD 1 TO WS-SCHOOL-YEAR
           END-IF.
           OPEN INPUT SUBJGRD.
           IF WS-SUBJGRD-STATUS = "00"
               SET WS-SUBJGRD-AVAIL TO TRUE
           END-IF.
           OPEN INPUT SUBJREF.
           IF WS-SUBJREF-STATUS = "00"
               SET WS-SUBJREF-AVAIL TO TRUE
           END-IF.
           OPEN INPUT TEACHER.
           IF WS-TEACHER-STATUS = "00"
               SET WS-TEACHER-AVAIL TO TRUE
           END-IF.
           PERFORM 050-OPEN-FEE-HOLDS.
           PERFORM 100-LOAD-CLASS-LIST.
           IF LS-RETURN-CODE NOT = 0
               EXIT PROGRAM
           IF WS-ATTSUM-AVAIL
               CLOSE ATTSUM
           END-IF.
           IF WS-SUBJGRD-AVAIL
               CLOSE SUBJGRD
               MOVE "N" TO WS-SUBJGRD-SW
           END-IF.
           IF WS-SUBJREF-AVAIL
               CLOSE SUBJREF
               MOVE "N" TO WS-SUBJREF-SW
           END-IF.
           IF WS-TEACHER-AVAIL
               CLOSE TEACHER
               MOVE "N" TO WS-TEACHER-SW
           END-IF.
           IF WS-FEEHOLD-AVAIL
               MOVE SPACES TO HOLD-LINE
               STRING "EGGRAFA POY KRATHQHKAN: " WS-HOLD-COUNT
                   DELIMITED BY SIZE INTO HOLD-LINE
               WRITE HOLD-LINE
               CLOSE HOLD-OUT
               CLOSE FEEHOLD
               MOVE "N" TO WS-FEEHOLD-SW
           END-IF.
           DISPLAY "PROGRAM43: " WS-CARD-COUNT " REPORT CARDS AND "
                   WS-TRNS-COUNT " TRANSCRIPTS PRINTED".
           IF WS-HOLD-COUNT > 0
               DISPLAY "PROGRAM43: " WS-HOLD-COUNT " DOCUMENTS HELD FOR"
                       " UNPAID TUITION - SEE DOCHOLD.PRT"
           END-IF.
           EXIT PROGRAM.
      *
       050-OPEN-FEE-HOLDS.
      *    the exceptions page for the bursar is kept on DOCHOLD.PRT,
      *    which Program7 adds to when a single card is asked for
           OPEN INPUT FEEHOLD.
           IF WS-FEEHOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           SET WS-FEEHOLD-AVAIL TO TRUE.
           OPEN EXTEND HOLD-OUT.
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLD-OUT
               CLOSE HOLD-OUT
               OPEN EXTEND HOLD-OUT
           END-IF.
           MOVE ALL "=" TO HOLD-LINE.
           WRITE HOLD-LINE.
           MOVE SPACES TO HOLD-LINE.
           STRING "EGGRAFA TELOYS ETOYS SE ANAMONH EXOFLHSHS DIDAKTRWN"
                  " - PROGRAM43  HMEROMHNIA " WS-BUS-DATE
               DELIMITED BY SIZE INTO HOLD-LINE.
           WRITE HOLD-LINE.
           MOVE "AA   EPWNYMO              TMH EGGRAFO      OFEILH"
               TO HOLD-LINE.
           WRITE HOLD-LINE.
           MOVE ALL "-" TO HOLD-LINE.
           WRITE HOLD-LINE.
      *
       100-LOAD-CLASS-LIST.
           MOVE "N" TO WS-EOF-SW.
       200-PRINT-ONE-CLASS.
           MOVE CLS-CODE (WS-CLS-IND) TO WS-CUR-CLASS.
           MOVE 0 TO WS-CLASS-COUNT.
           MOVE 0 TO WS-CLASS-HELD.
           MOVE SPACES TO WS-PACK-NAME.
           STRING "CARDPACK." WS-CUR-CLASS
               DELIMITED BY SIZE INTO WS-PACK-NAME.
                  "  " CLS-DESC (WS-CLS-IND)
               DELIMITED BY SIZE INTO PACK-LINE.
           WRITE PACK-LINE.
           PERFORM 250-GET-HOMEROOM-TEACHER.
           IF WS-HOMEROOM-NAME NOT = SPACES
               MOVE SPACES TO PACK-LINE
               STRING "YPEYQYNOS TMHMATOS: " WS-HOMEROOM-NAME
                   DELIMITED BY SIZE INTO PACK-LINE
               WRITE PACK-LINE
           END-IF.
           MOVE ALL "=" TO PACK-LINE.
           WRITE PACK-LINE.
           MOVE "N" TO WS-EOF-SW.
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CLASS1 = WS-CUR-CLASS
                           PERFORM 280-CHECK-FEE-HOLD
                           IF WS-HELD
                               PERFORM 290-LIST-HELD-DOCUMENT
                               ADD 1 TO WS-CLASS-HELD
                           ELSE
                               PERFORM 300-WRITE-REPORT-CARD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           STRING "MAQHTES TMHMATOS: " WS-CLASS-COUNT
               DELIMITED BY SIZE INTO PACK-LINE.
           WRITE PACK-LINE.
           IF WS-CLASS-HELD > 0
               MOVE SPACES TO PACK-LINE
               STRING "KRATHQHKAN LOGW OFEILHS DIDAKTRWN: "
                      WS-CLASS-HELD
                   DELIMITED BY SIZE INTO PACK-LINE
               WRITE PACK-LINE
           END-IF.
           CLOSE PACK-OUT.
      *    each class pack is kept as a dated generation so reprints
      *    come from the catalogue, not a rerun
           IF WS-CUR-CLASS (1:1) = "C"
               PERFORM 400-TRANSCRIPT-PACK
           END-IF.
      *
       250-GET-HOMEROOM-TEACHER.
           MOVE SPACES TO WS-HOMEROOM-NAME.
           IF NOT WS-TEACHER-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUR-CLASS TO TC-HOMEROOM.
           READ TEACHER KEY IS TC-HOMEROOM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TC-NAME TO WS-HOMEROOM-NAME
           END-READ.
      *
       280-CHECK-FEE-HOLD.
           MOVE "N" TO WS-HELD-SW.
           IF NOT WS-FEEHOLD-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE A-A TO FH-AA.
           READ FEEHOLD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HELD TO TRUE
           END-READ.
      *
       290-LIST-HELD-DOCUMENT.
      *    WS-PACK-NAME tells the card pack from the transcript pack
           MOVE SPACES TO HOLD-LINE.
           MOVE FH-BALANCE TO WS-ED-AMT.
           STRING A-A " " EPWN " " CLASS1 " " WS-PACK-NAME (1:8)
                  "     " WS-ED-AMT
               DELIMITED BY SIZE INTO HOLD-LINE.
           WRITE HOLD-LINE.
           ADD 1 TO WS-HOLD-COUNT.
      *
       300-WRITE-REPORT-CARD.
      *    SAME PROMOTION RULE AS PROGRAM7'S 200-COMPUTE-GRADE
           STRING "AA: " A-A "  " EPWN " " ONOM " TOY " ONP
               DELIMITED BY SIZE INTO PACK-LINE.
           WRITE PACK-LINE.
           IF WS-HOMEROOM-NAME NOT = SPACES
               MOVE SPACES TO PACK-LINE
               STRING "TMHMA: " CLASS1 "  YPEYQYNOS: " WS-HOMEROOM-NAME
                   DELIMITED BY SIZE INTO PACK-LINE
               WRITE PACK-LINE
           END-IF.
           MOVE SPACES TO PACK-LINE.
           STRING "APOUSIES: " APOYS
                  "  A'TR: " ATRIM "  B'TR: " BTRIM
                  "  APOTELESMA: " WS-PASS-FAIL
               DELIMITED BY SIZE INTO PACK-LINE.
           WRITE PACK-LINE.
           PERFORM 360-PRINT-SUBJECT-GRADES.
           ADD 1 TO WS-CARD-COUNT.
           ADD 1 TO WS-CLASS-COUNT.
      *
                   DELIMITED BY SIZE INTO PACK-LINE
               WRITE PACK-LINE
           END-IF.
      *
       360-PRINT-SUBJECT-GRADES.
      *    same subject lines and weighted average as Program7's
      *    400-SHOW-SUBJECT-GRADES
           IF NOT WS-SUBJGRD-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-SUBJ-COUNT.
           MOVE 0 TO WS-WEIGHT-SUM.
           MOVE 0 TO WS-WEIGHTED-SUM.
           MOVE "N" TO WS-SG-EOF-SW.
           MOVE A-A TO SG-AA.
           MOVE WS-SCHOOL-YEAR TO SG-YEAR.
           MOVE LOW-VALUES TO SG-SUBJ.
           START SUBJGRD KEY NOT LESS THAN SG-KEY
               INVALID KEY
                   SET WS-SG-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-SG-EOF
               READ SUBJGRD NEXT RECORD
                   AT END
                       SET WS-SG-EOF TO TRUE
                   NOT AT END
                       IF SG-AA NOT = A-A
                           OR SG-YEAR NOT = WS-SCHOOL-YEAR
                           SET WS-SG-EOF TO TRUE
                       ELSE
                           PERFORM 370-PRINT-ONE-SUBJECT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SUBJ-COUNT > 0
               COMPUTE WS-WEIGHTED-AVG ROUNDED =
                   WS-WEIGHTED-SUM / WS-WEIGHT-SUM
               MOVE SPACES TO PACK-LINE
               STRING "  STAQMISMENOS MESOS OROS MAQHMATWN: "
                      WS-WEIGHTED-AVG
                   DELIMITED BY SIZE INTO PACK-LINE
               WRITE PACK-LINE
           END-IF.
      *
       370-PRINT-ONE-SUBJECT.
           MOVE SPACES TO WS-SUBJ-NAME.
           MOVE 1 TO WS-SUBJ-WEIGHT.
           IF WS-SUBJREF-AVAIL
               MOVE SG-SUBJ TO SJ-CODE
               READ SUBJREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SJ-NAME TO WS-SUBJ-NAME
                       IF SJ-WEIGHT NUMERIC AND SJ-WEIGHT > 0
                           MOVE SJ-WEIGHT TO WS-SUBJ-WEIGHT
                       END-IF
               END-READ
           END-IF.
           COMPUTE WS-SUBJ-TRIM-AVG ROUNDED =
               (SG-ATRIM + SG-BTRIM + SG-CTRIM) / 3.
           COMPUTE WS-SUBJ-FINAL ROUNDED =
               (WS-SUBJ-TRIM-AVG + SG-GRAPTA) / 2.
           ADD 1 TO WS-SUBJ-COUNT.
           ADD WS-SUBJ-WEIGHT TO WS-WEIGHT-SUM.
           COMPUTE WS-WEIGHTED-SUM =
               WS-WEIGHTED-SUM + WS-SUBJ-FINAL * WS-SUBJ-WEIGHT.
           MOVE SPACES TO PACK-LINE.
           STRING "  " SG-SUBJ " " WS-SUBJ-NAME
                  "  A'TR: " SG-ATRIM "  B'TR: " SG-BTRIM
                  "  G'TR: " SG-CTRIM "  GRAPTA: " SG-GRAPTA
                  "  TELIKOS: " WS-SUBJ-FINAL
                  "  BAROS: " WS-SUBJ-WEIGHT
               DELIMITED BY SIZE INTO PACK-LINE.
           WRITE PACK-LINE.
      *
       400-TRANSCRIPT-PACK.
      * transcripts only for the leaving class (C): Program12 prints
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CLASS1 = WS-CUR-CLASS
                           PERFORM 280-CHECK-FEE-HOLD
                           IF WS-HELD
                               PERFORM 290-LIST-HELD-DOCUMENT
                           ELSE
                               MOVE A-A TO WS-ID
                               PERFORM 450-APPEND-ONE-TRANSCRIPT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

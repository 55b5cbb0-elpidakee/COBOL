000000                   FILE STATUS IS WS-GRDHIST-STATUS.
000000     SELECT TRNS-OUT ASSIGN TO "TRNSCRPT.PRT"
000000                   ORGANIZATION IS LINE SEQUENTIAL.
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
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  MHTRMA        RECORD CONTAINS  72 CHARACTERS
000000 FD  TRNS-OUT      LABEL RECORD STANDARD.
000000 01  TRNS-LINE     PIC X(132).
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
000000*    PER-SUBJECT GRADES, ONE RECORD PER STUDENT/YEAR/SUBJECT
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
000000 WORKING-STORAGE SECTION.
000000 01  WS-MHTRMA-STATUS   PIC XX.
000000 01  WS-GRDHIST-STATUS  PIC XX.
000000 01  WS-EOF-SW          PIC A(1).
000000     88 WS-EOF                VALUE "Y".
000000 01  WS-YEAR-COUNT      PIC 9(2).
000000 01  WS-RESIT-SW        PIC X(1).
000000     88 WS-RESIT-SHOWN        VALUE "Y".
000000 01  WS-TRIM-AVG        PIC 9(2)V9.
000000 01  WS-FINAL-GRADE     PIC 9(2)V9.
000000 01  WS-GR-ATRIM        PIC 9(2).
000000     02  TD-FINAL    PIC Z9.9.
000000     02  FILLER      PIC X(3)  VALUE SPACES.
000000     02  TD-RESULT   PIC X(8).
000000 01  TRNS-SUBJ-DETAIL.
000000     02  FILLER      PIC X(6)  VALUE SPACES.
000000     02  TS-SUBJ     PIC X(4).
000000     02  FILLER      PIC X(1)  VALUE SPACES.
000000     02  TS-NAME     PIC X(20).
000000     02  FILLER      PIC X(1)  VALUE SPACES.
000000     02  TS-ATRIM    PIC Z9.
000000     02  FILLER      PIC X(3)  VALUE SPACES.
000000     02  TS-BTRIM    PIC Z9.
000000     02  FILLER      PIC X(3)  VALUE SPACES.
000000     02  TS-CTRIM    PIC Z9.
000000     02  FILLER      PIC X(3)  VALUE SPACES.
000000     02  TS-GRAPTA   PIC Z9.
000000     02  FILLER      PIC X(3)  VALUE SPACES.
000000     02  TS-FINAL    PIC Z9.9.
000000     02  FILLER      PIC X(3)  VALUE SPACES.
000000     02  TS-WEIGHT   PIC Z9.
000000 01  WS-SUBJREF-STATUS  PIC XX.
000000 01  WS-SUBJGRD-STATUS  PIC XX.
000000 01  WS-SUBJREF-SW      PIC X(1) VALUE "N".
000000     88 WS-SUBJREF-AVAIL      VALUE "Y".
000000 01  WS-SUBJGRD-SW      PIC X(1) VALUE "N".
000000     88 WS-SUBJGRD-AVAIL      VALUE "Y".
000000 01  WS-SG-EOF-SW       PIC A(1).
000000     88 WS-SG-EOF             VALUE "Y".
000000 01  WS-BUS-DATE        PIC 9(8).
000000 01  WS-BUSDATE-FUNC    PIC X(1).
000000 01  WS-BUSDATE-RC      PIC 9(2).
000000 01  WS-SCHOOL-YEAR     PIC 9(4).
000000 01  WS-SUBJ-YEAR       PIC 9(4).
000000 01  WS-SUBJ-WEIGHT     PIC 9(2).
000000 01  WS-SUBJ-COUNT      PIC 9(2).
000000 01  WS-WEIGHT-SUM      PIC 9(4).
000000 01  WS-WEIGHTED-SUM    PIC 9(6)V9.
000000 01  WS-WEIGHTED-AVG    PIC 9(2)V9.
000000 01  WS-WEIGHTED-EDIT   PIC Z9.9.
000000*
      *
       LINKAGE SECTION.
000000     MOVE 0 TO LS-RETURN-CODE.
000000     MOVE "N" TO WS-EOF-SW.
000000     MOVE 0 TO WS-YEAR-COUNT.
000000     MOVE "N" TO WS-RESIT-SW.
000000     OPEN INPUT MHTRMA.
000000     IF WS-MHTRMA-STATUS NOT = "00"
000000         MOVE 31 TO LS-RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     OPEN OUTPUT TRNS-OUT.
000000     PERFORM 050-OPEN-SUBJECT-FILES.
000000     PERFORM 100-PRINT-HEADING.
000000     OPEN INPUT GRDHIST.
000000     IF WS-GRDHIST-STATUS = "00"
000000     PERFORM 300-PRINT-CURRENT-YEAR.
000000     PERFORM 400-PRINT-FOOTING.
000000     CLOSE TRNS-OUT.
000000     IF WS-SUBJGRD-AVAIL
000000         CLOSE SUBJGRD
000000         MOVE "N" TO WS-SUBJGRD-SW
000000     END-IF.
000000     IF WS-SUBJREF-AVAIL
000000         CLOSE SUBJREF
000000         MOVE "N" TO WS-SUBJREF-SW
000000     END-IF.
000000     CLOSE MHTRMA.
000000     DISPLAY "TRANSCRIPT WRITTEN TO TRNSCRPT.PRT".
000000     EXIT PROGRAM.
000000*
000000 050-OPEN-SUBJECT-FILES.
000000*    THE SUBJECT LINES UNDER EACH YEAR COME FROM SUBJGRD.DAT;
000000*    WITHOUT IT THE TRANSCRIPT PRINTS THE YEAR LINES ONLY.  THE
000000*    CURRENT SCHOOL YEAR IS NAMED AFTER THE YEAR IT CLOSES IN,
000000*    THE WAY PROGRAM11 ARCHIVES IT.
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
000000     IF WS-SUBJGRD-STATUS = "00"
000000         SET WS-SUBJGRD-AVAIL TO TRUE
000000     END-IF.
000000     OPEN INPUT SUBJREF.
000000     IF WS-SUBJREF-STATUS = "00"
000000         SET WS-SUBJREF-AVAIL TO TRUE
000000     END-IF.
000000*
000000 100-PRINT-HEADING.
000000     MOVE "ANALYTIKH KATASTASH SPOUDWN (TRANSCRIPT)"
000000         TO TRNS-LINE.
000000     WRITE TRNS-LINE.
000000*
000000 200-PRINT-HISTORY-YEAR.
000000*    A SEPTEMBER RE-SIT LINE (RESULT "R" OR "X") FOLLOWS THE
000000*    JUNE LINE OF THE SAME YEAR WITH THE RE-SIT EXAM IN THE
000000*    GRAPTA COLUMN - IT IS NOT ANOTHER YEAR OF STUDY
000000     IF HIS-RESULT NOT = "R" AND HIS-RESULT NOT = "X"
000000         ADD 1 TO WS-YEAR-COUNT
000000     END-IF.
000000     MOVE HIS-ATRIM  TO WS-GR-ATRIM.
000000     MOVE HIS-BTRIM  TO WS-GR-BTRIM.
000000     MOVE HIS-CTRIM  TO WS-GR-CTRIM.
000000     MOVE HIS-CTRIM  TO TD-CTRIM.
000000     MOVE HIS-GRAPTA TO TD-GRAPTA.
000000     MOVE WS-FINAL-GRADE TO TD-FINAL.
000000     EVALUATE HIS-RESULT
000000         WHEN "P"
000000             MOVE "PERASE" TO TD-RESULT
000000         WHEN "R"
000000             MOVE "PERASE-E" TO TD-RESULT
000000             SET WS-RESIT-SHOWN TO TRUE
000000         WHEN "X"
000000             MOVE "APORR-E" TO TD-RESULT
000000             SET WS-RESIT-SHOWN TO TRUE
000000         WHEN OTHER
000000             MOVE "APORRIFT" TO TD-RESULT
000000     END-EVALUATE.
000000     WRITE TRNS-LINE FROM TRNS-DETAIL.
000000     IF HIS-RESULT = "R" OR HIS-RESULT = "X"
000000         EXIT PARAGRAPH
000000     END-IF.
000000     MOVE HIS-YEAR TO WS-SUBJ-YEAR.
000000     PERFORM 500-PRINT-SUBJECT-LINES.
000000*
000000 250-COMPUTE-GRADE.
000000*    SAME PROMOTION RULE AS PROGRAM7'S 200-COMPUTE-GRADE,
000000         MOVE "APORRIFT" TO TD-RESULT
000000     END-IF.
000000     WRITE TRNS-LINE FROM TRNS-DETAIL.
000000     MOVE WS-SCHOOL-YEAR TO WS-SUBJ-YEAR.
000000     PERFORM 500-PRINT-SUBJECT-LINES.
000000*
000000 400-PRINT-FOOTING.
000000     MOVE ALL "-" TO TRNS-LINE.
000000     STRING "ARXEIOQETHMENA ETH: " WS-YEAR-COUNT
000000         DELIMITED BY SIZE INTO TRNS-LINE.
000000     WRITE TRNS-LINE.
000000     IF WS-RESIT-SHOWN
000000         MOVE "-E = APOTELESMA EPANEXETASHS SEPTEMBRIOY (STHLH"
000000             TO TRNS-LINE
000000         MOVE " GRAPT = BAQMOS EPANEXETASHS)" TO TRNS-LINE (48:)
000000         WRITE TRNS-LINE
000000     END-IF.
000000*
000000 500-PRINT-SUBJECT-LINES.
000000*    ONE LINE PER SUBJECT KEYED FOR WS-SUBJ-YEAR, EACH ON THE
000000*    250-COMPUTE-GRADE RULE, THEN THE AVERAGE WEIGHTED BY
000000*    SJ-WEIGHT (1 FOR A SUBJECT NO LONGER ON SUBJREF)
000000     IF NOT WS-SUBJGRD-AVAIL
000000         EXIT PARAGRAPH
000000     END-IF.
000000     MOVE 0 TO WS-SUBJ-COUNT.
000000     MOVE 0 TO WS-WEIGHT-SUM.
000000     MOVE 0 TO WS-WEIGHTED-SUM.
000000     MOVE "N" TO WS-SG-EOF-SW.
000000     MOVE LS-STUDENT-ID TO SG-AA.
000000     MOVE WS-SUBJ-YEAR TO SG-YEAR.
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
000000                 IF SG-AA NOT = LS-STUDENT-ID
000000                     OR SG-YEAR NOT = WS-SUBJ-YEAR
000000                     SET WS-SG-EOF TO TRUE
000000                 ELSE
000000                     PERFORM 550-PRINT-ONE-SUBJECT
000000                 END-IF
000000         END-READ
000000     END-PERFORM.
000000     IF WS-SUBJ-COUNT > 0
000000         COMPUTE WS-WEIGHTED-AVG ROUNDED =
000000             WS-WEIGHTED-SUM / WS-WEIGHT-SUM
000000         MOVE WS-WEIGHTED-AVG TO WS-WEIGHTED-EDIT
000000         MOVE SPACES TO TRNS-LINE
000000         STRING "      STAQMISMENOS MESOS OROS MAQHMATWN: "
000000                WS-WEIGHTED-EDIT
000000             DELIMITED BY SIZE INTO TRNS-LINE
000000         WRITE TRNS-LINE
000000     END-IF.
000000*
000000 550-PRINT-ONE-SUBJECT.
000000     MOVE SPACES TO TS-NAME.
000000     MOVE 1 TO WS-SUBJ-WEIGHT.
000000     IF WS-SUBJREF-AVAIL
000000         MOVE SG-SUBJ TO SJ-CODE
000000         READ SUBJREF
000000             INVALID KEY
000000                 CONTINUE
000000             NOT INVALID KEY
000000                 MOVE SJ-NAME TO TS-NAME
000000                 IF SJ-WEIGHT NUMERIC AND SJ-WEIGHT > 0
000000                     MOVE SJ-WEIGHT TO WS-SUBJ-WEIGHT
000000                 END-IF
000000         END-READ
000000     END-IF.
000000     MOVE SG-ATRIM  TO WS-GR-ATRIM.
000000     MOVE SG-BTRIM  TO WS-GR-BTRIM.
000000     MOVE SG-CTRIM  TO WS-GR-CTRIM.
000000     MOVE SG-GRAPTA TO WS-GR-GRAPTA.
000000     PERFORM 250-COMPUTE-GRADE.
000000     ADD 1 TO WS-SUBJ-COUNT.
000000     ADD WS-SUBJ-WEIGHT TO WS-WEIGHT-SUM.
000000     COMPUTE WS-WEIGHTED-SUM =
000000         WS-WEIGHTED-SUM + WS-FINAL-GRADE * WS-SUBJ-WEIGHT.
000000     MOVE SG-SUBJ        TO TS-SUBJ.
000000     MOVE SG-ATRIM       TO TS-ATRIM.
000000     MOVE SG-BTRIM       TO TS-BTRIM.
000000     MOVE SG-CTRIM       TO TS-CTRIM.
000000     MOVE SG-GRAPTA      TO TS-GRAPTA.
000000     MOVE WS-FINAL-GRADE TO TS-FINAL.
000000     MOVE WS-SUBJ-WEIGHT TO TS-WEIGHT.
000000     WRITE TRNS-LINE FROM TRNS-SUBJ-DETAIL.
000000*

               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * one line per step per night, appended by Program10.  lines
      * written before the step number took two digits carry it as
      * a space and one digit
       FD  RUNHIST LABEL RECORD STANDARD.
       01  RUNHIST-LINE.
           02 RH-DATE      PIC 9(8).
           02 FILLER       PIC X(1).
           02 RH-STEP-X    PIC X(2).
           02 RH-STEP-NUM  REDEFINES RH-STEP-X PIC 9(2).
           02 FILLER       PIC X(2).
           02 RH-STEP-NAME PIC X(30).
           02 FILLER       PIC X(2).
      * per step: last night's figures and the running average of
      * every earlier night, so the slow step stands out
       01  WS-STEP-TABLE.
           02  ST-ENTRY OCCURS 20 TIMES.
               03  ST-NAME     PIC X(30).
               03  ST-SECS     PIC 9(7).
               03  ST-START    PIC 9(6).
               03  ST-RAN      PIC X(1).
               03  ST-HIST-SUM PIC 9(9).
               03  ST-HIST-CNT PIC 9(5).
       01  WS-STEP-IND        PIC 9(2).
       01  WS-AVG-SECS        PIC 9(7).
       01  WS-LIMIT-SECS      PIC 9(7).
       01  WS-FLAG            PIC X(12).
       01  RPT-DETAIL.
           02  RD-NUM      PIC Z9.
           02  FILLER      PIC X(1)  VALUE SPACES.
           02  RD-NAME     PIC X(30).
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  RD-START    PIC 9(6).
           EXIT PROGRAM.
      *
       100-TALLY-ONE-LINE.
           IF RH-STEP-X (1:1) = SPACE
               MOVE "0" TO RH-STEP-X (1:1)
           END-IF.
           IF RH-STEP-NUM NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF RH-STEP-NUM < 1 OR RH-STEP-NUM > 20
               EXIT PARAGRAPH
           END-IF.
           MOVE RH-STEP-NUM TO WS-STEP-IND.
           WRITE RPT-LINE.
           PERFORM 300-REPORT-ONE-STEP
               VARYING WS-STEP-IND FROM 1 BY 1
               UNTIL WS-STEP-IND > 20.
           CLOSE RPT-OUT.
           DISPLAY "MORNING REPORT: MORNRPT.PRT".
      *

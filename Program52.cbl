       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program52.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MHTRMA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS A-A
               ALTERNATE RECORD KEY IS EPWN WITH DUPLICATES
               FILE STATUS IS WS-MHTRMA-STATUS.
           SELECT CLASSREF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CR-CLASS
               FILE STATUS IS WS-CLASSREF-STATUS.
           SELECT HONOUR-OUT ASSIGN TO "HONOUR.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RANK-OUT ASSIGN TO "RANKING.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD  CLASSREF      RECORD CONTAINS  30 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS CR-REC
                         VALUE OF FILE-ID IS "CLASSREF.DAT".
       01  CR-REC.
           02 CR-CLASS   PIC X(3).
           02 CR-DESC    PIC X(20).
           02 CR-SORT    PIC 9(2).
           02 FILLER     PIC X(2).
           02 CR-MAXENR  PIC 9(3).
      *
       FD  HONOUR-OUT    LABEL RECORD STANDARD.
       01  HONOUR-LINE   PIC X(100).
      *
       FD  RANK-OUT      LABEL RECORD STANDARD.
       01  RANK-LINE     PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  WS-MHTRMA-STATUS   PIC XX.
       01  WS-CLASSREF-STATUS PIC XX.
       01  WS-EOF-SW          PIC A(1).
           88 WS-EOF                VALUE "Y".
       01  WS-TRIM-AVG        PIC 9(2)V9.
       01  WS-FINAL-GRADE     PIC 9(2)V9.
       01  WS-TOP-N           PIC 9(2).
       01  WS-HONOUR-TENTHS   PIC 9(3).
       01  WS-HONOUR-AVG      PIC 9(2)V9.
       01  WS-HONOUR-EDIT     PIC Z9.9.
       01  WS-FINAL-EDIT      PIC Z9.9.
       01  WS-RANK            PIC 9(4).
       01  WS-POS             PIC 9(4).
       01  WS-PREV-FINAL      PIC 9(2)V9.
       01  WS-CUR-CLASS       PIC X(3).
       01  WS-CLASS-COUNT     PIC 9(4).
       01  WS-HONOUR-COUNT    PIC 9(4).
       01  WS-TOT-HONOUR      PIC 9(4).
       01  WS-UNLISTED-COUNT  PIC 9(4).
       01  WS-HONOUR-SW       PIC X(1).
           88 WS-ON-HONOUR-ROLL     VALUE "Y".
       01  WS-GEN-SOURCE      PIC X(20).
       01  WS-GEN-RC          PIC 9(2).
      * classes taken in CR-SORT order, as the Program43 packs are
       77  WS-CLS-MAX         PIC 9(2) VALUE 50.
       01  WS-CLS-USED        PIC 9(2).
       01  WS-CLS-IND         PIC 9(2).
       01  WS-CLS-IND2        PIC 9(2).
       01  WS-CLS-TABLE.
           02  CLS-ENTRY OCCURS 50 TIMES.
               03  CLS-CODE    PIC X(3).
               03  CLS-DESC    PIC X(20).
               03  CLS-SORT    PIC 9(2).
               03  CLS-SEEN    PIC 9(4).
       01  WS-SWAP-ENTRY.
           02  SW-CODE     PIC X(3).
           02  SW-DESC     PIC X(20).
           02  SW-SORT     PIC 9(2).
           02  SW-SEEN     PIC 9(4).
      * every enrolled student with the year's final grade, sorted
      * best first; the school rank is set on the sorted table and
      * the class rank while each class is printed.  withdrawn
      * students are no longer on MHTRMA (Program5 moves them to
      * MHTRMA.WDL), so they never enter the table
       77  WS-ST-MAX          PIC 9(4) VALUE 1000.
       01  WS-ST-USED         PIC 9(4).
       01  WS-ST-IND          PIC 9(4).
       01  WS-ST-IND2         PIC 9(4).
       01  WS-ST-LIMIT        PIC 9(4).
       01  WS-ST-TABLE.
           02  ST-ENTRY OCCURS 1000 TIMES.
               03  ST-AA       PIC 9(4).
               03  ST-EPWN     PIC X(20).
               03  ST-ONOM     PIC X(15).
               03  ST-CLASS    PIC X(3).
               03  ST-FINAL    PIC 9(2)V9.
               03  ST-SRANK    PIC 9(4).
       01  WS-ST-SWAP.
           02  SS-AA       PIC 9(4).
           02  SS-EPWN     PIC X(20).
           02  SS-ONOM     PIC X(15).
           02  SS-CLASS    PIC X(3).
           02  SS-FINAL    PIC 9(2)V9.
           02  SS-SRANK    PIC 9(4).
      *
       LINKAGE SECTION.
       01  LS-RETURN-CODE PIC 9(2).

       PROCEDURE DIVISION USING LS-RETURN-CODE.
       ARXH.
           MOVE 0 TO LS-RETURN-CODE.
           MOVE 0 TO WS-TOT-HONOUR.
           MOVE 0 TO WS-UNLISTED-COUNT.
           DISPLAY "PROGRAM52: PINAKAS ARISTEYSHS KAI KATATAXH".
           DISPLAY "ENTER TOP STUDENTS PER CLASS (0 = 3): ".
           ACCEPT WS-TOP-N.
           IF WS-TOP-N = 0
               MOVE 3 TO WS-TOP-N
           END-IF.
           DISPLAY "ENTER HONOUR AVERAGE IN TENTHS (185 = 18.5,"
                   " 0 = 185): ".
           ACCEPT WS-HONOUR-TENTHS.
           IF WS-HONOUR-TENTHS = 0
               MOVE 185 TO WS-HONOUR-TENTHS
           END-IF.
           IF WS-HONOUR-TENTHS > 200
               DISPLAY "AVERAGE OVER 20.0 - 18.5 USED"
               MOVE 185 TO WS-HONOUR-TENTHS
           END-IF.
           COMPUTE WS-HONOUR-AVG = WS-HONOUR-TENTHS / 10.
           MOVE WS-HONOUR-AVG TO WS-HONOUR-EDIT.
           PERFORM 100-LOAD-CLASS-LIST.
           IF LS-RETURN-CODE NOT = 0
               EXIT PROGRAM
           END-IF.
           IF WS-CLS-USED = 0
               DISPLAY "PROGRAM52: NO CLASSES ON CLASSREF - NOTHING"
                       " TO RANK"
               EXIT PROGRAM
           END-IF.
           PERFORM 150-SORT-CLASS-LIST.
           PERFORM 200-LOAD-STUDENTS.
           IF LS-RETURN-CODE NOT = 0
               EXIT PROGRAM
           END-IF.
           PERFORM 250-SORT-STUDENTS.
           PERFORM 300-SET-SCHOOL-RANK
               VARYING WS-ST-IND FROM 1 BY 1
               UNTIL WS-ST-IND > WS-ST-USED.
           OPEN OUTPUT HONOUR-OUT.
           OPEN OUTPUT RANK-OUT.
           PERFORM 400-PRINT-HEADINGS.
           PERFORM 500-PRINT-ONE-CLASS
               VARYING WS-CLS-IND FROM 1 BY 1
               UNTIL WS-CLS-IND > WS-CLS-USED.
           PERFORM 700-PRINT-FOOTINGS.
           CLOSE HONOUR-OUT.
           CLOSE RANK-OUT.
           MOVE "HONOUR.PRT" TO WS-GEN-SOURCE.
           CALL 'Program30' USING WS-GEN-SOURCE, WS-GEN-RC.
           MOVE "RANKING.PRT" TO WS-GEN-SOURCE.
           CALL 'Program30' USING WS-GEN-SOURCE, WS-GEN-RC.
           DISPLAY "PROGRAM52: " WS-ST-USED " STUDENTS RANKED, "
                   WS-TOT-HONOUR " ON THE HONOUR ROLL".
           DISPLAY "HONOUR.PRT AND RANKING.PRT WRITTEN".
           EXIT PROGRAM.
      *
       100-LOAD-CLASS-LIST.
           MOVE "N" TO WS-EOF-SW.
           MOVE 0 TO WS-CLS-USED.
           OPEN INPUT CLASSREF.
           IF WS-CLASSREF-STATUS NOT = "00"
               MOVE 71 TO LS-RETURN-CODE
               DISPLAY "PROGRAM52: CLASSREF COULD NOT BE OPENED"
                       " - STATUS " WS-CLASSREF-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ CLASSREF NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-CLS-USED < WS-CLS-MAX
                           ADD 1 TO WS-CLS-USED
                           MOVE CR-CLASS TO CLS-CODE (WS-CLS-USED)
                           MOVE CR-DESC  TO CLS-DESC (WS-CLS-USED)
                           MOVE CR-SORT  TO CLS-SORT (WS-CLS-USED)
                           MOVE 0        TO CLS-SEEN (WS-CLS-USED)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLASSREF.
      *
       150-SORT-CLASS-LIST.
           PERFORM 160-SORT-ONE-PASS
               VARYING WS-CLS-IND FROM 1 BY 1
               UNTIL WS-CLS-IND >= WS-CLS-USED.
      *
       160-SORT-ONE-PASS.
           PERFORM 170-SORT-COMPARE
               VARYING WS-CLS-IND2 FROM 1 BY 1
               UNTIL WS-CLS-IND2 >= WS-CLS-USED.
      *
       170-SORT-COMPARE.
           IF CLS-SORT (WS-CLS-IND2) > CLS-SORT (WS-CLS-IND2 + 1)
               MOVE CLS-ENTRY (WS-CLS-IND2) TO WS-SWAP-ENTRY
               MOVE CLS-ENTRY (WS-CLS-IND2 + 1)
                   TO CLS-ENTRY (WS-CLS-IND2)
               MOVE WS-SWAP-ENTRY TO CLS-ENTRY (WS-CLS-IND2 + 1)
           END-IF.
      *
       200-LOAD-STUDENTS.
           MOVE "N" TO WS-EOF-SW.
           MOVE 0 TO WS-ST-USED.
           OPEN INPUT MHTRMA.
           IF WS-MHTRMA-STATUS NOT = "00"
               MOVE 31 TO LS-RETURN-CODE
               DISPLAY "PROGRAM52: MHTRMA COULD NOT BE OPENED - STATUS "
                       WS-MHTRMA-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ MHTRMA NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-ST-USED < WS-ST-MAX
                           PERFORM 210-ADD-STUDENT
                       ELSE
                           DISPLAY "PROGRAM52: MORE THAN " WS-ST-MAX
                                   " STUDENTS - " A-A " NOT RANKED"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MHTRMA.
      *
       210-ADD-STUDENT.
           PERFORM 800-COMPUTE-GRADE.
           ADD 1 TO WS-ST-USED.
           MOVE A-A            TO ST-AA (WS-ST-USED).
           MOVE EPWN           TO ST-EPWN (WS-ST-USED).
           MOVE ONOM           TO ST-ONOM (WS-ST-USED).
           MOVE CLASS1         TO ST-CLASS (WS-ST-USED).
           MOVE WS-FINAL-GRADE TO ST-FINAL (WS-ST-USED).
           MOVE 0              TO ST-SRANK (WS-ST-USED).
      *
       250-SORT-STUDENTS.
      *    best final first; equal finals in surname order so the
      *    students sharing a rank print alphabetically
           IF WS-ST-USED < 2
               EXIT PARAGRAPH
           END-IF.
           PERFORM 260-SORT-STUDENT-PASS
               VARYING WS-ST-IND FROM 1 BY 1
               UNTIL WS-ST-IND >= WS-ST-USED.
      *
       260-SORT-STUDENT-PASS.
           COMPUTE WS-ST-LIMIT = WS-ST-USED - WS-ST-IND.
           PERFORM 270-SORT-STUDENT-COMPARE
               VARYING WS-ST-IND2 FROM 1 BY 1
               UNTIL WS-ST-IND2 > WS-ST-LIMIT.
      *
       270-SORT-STUDENT-COMPARE.
           IF ST-FINAL (WS-ST-IND2) < ST-FINAL (WS-ST-IND2 + 1)
               OR (ST-FINAL (WS-ST-IND2) = ST-FINAL (WS-ST-IND2 + 1)
                   AND ST-EPWN (WS-ST-IND2) > ST-EPWN (WS-ST-IND2 + 1))
               MOVE ST-ENTRY (WS-ST-IND2) TO WS-ST-SWAP
               MOVE ST-ENTRY (WS-ST-IND2 + 1)
                   TO ST-ENTRY (WS-ST-IND2)
               MOVE WS-ST-SWAP TO ST-ENTRY (WS-ST-IND2 + 1)
           END-IF.
      *
       300-SET-SCHOOL-RANK.
      *    standard competition ranking: equal finals share the rank
      *    and the next different final takes its position (1,2,2,4)
           IF WS-ST-IND = 1
               MOVE 1 TO WS-RANK
           ELSE
               IF ST-FINAL (WS-ST-IND) NOT = ST-FINAL (WS-ST-IND - 1)
                   MOVE WS-ST-IND TO WS-RANK
               END-IF
           END-IF.
           MOVE WS-RANK TO ST-SRANK (WS-ST-IND).
      *
       400-PRINT-HEADINGS.
           MOVE "PINAKAS ARISTEYSHS" TO HONOUR-LINE.
           WRITE HONOUR-LINE.
           MOVE SPACES TO HONOUR-LINE.
           STRING "OI " WS-TOP-N " PRWTOI KAQE TMHMATOS KAI OSOI EXOYN"
                  " TELIKO BAQMO " WS-HONOUR-EDIT " KAI ANW"
               DELIMITED BY SIZE INTO HONOUR-LINE.
           WRITE HONOUR-LINE.
           MOVE ALL "=" TO HONOUR-LINE.
           WRITE HONOUR-LINE.
           MOVE "KATATAXH MAQHTWN ANA TMHMA" TO RANK-LINE.
           WRITE RANK-LINE.
           MOVE ALL "=" TO RANK-LINE.
           WRITE RANK-LINE.
      *
       500-PRINT-ONE-CLASS.
           MOVE CLS-CODE (WS-CLS-IND) TO WS-CUR-CLASS.
           MOVE 0 TO WS-CLASS-COUNT.
           MOVE 0 TO WS-HONOUR-COUNT.
           MOVE 0 TO WS-POS.
           MOVE 0 TO WS-RANK.
           MOVE SPACES TO RANK-LINE.
           WRITE RANK-LINE.
           MOVE SPACES TO RANK-LINE.
           STRING "TMHMA " WS-CUR-CLASS "  " CLS-DESC (WS-CLS-IND)
               DELIMITED BY SIZE INTO RANK-LINE.
           WRITE RANK-LINE.
           MOVE "  TMH  SXOL    AA    EPWNYMO" TO RANK-LINE.
           MOVE "ONOMA" TO RANK-LINE (44:).
           MOVE "TELIKOS" TO RANK-LINE (59:).
           WRITE RANK-LINE.
           MOVE ALL "-" TO RANK-LINE.
           WRITE RANK-LINE.
           MOVE SPACES TO HONOUR-LINE.
           WRITE HONOUR-LINE.
           MOVE SPACES TO HONOUR-LINE.
           STRING "TMHMA " WS-CUR-CLASS "  " CLS-DESC (WS-CLS-IND)
               DELIMITED BY SIZE INTO HONOUR-LINE.
           WRITE HONOUR-LINE.
           MOVE ALL "-" TO HONOUR-LINE.
           WRITE HONOUR-LINE.
           PERFORM 550-PRINT-ONE-STUDENT
               VARYING WS-ST-IND FROM 1 BY 1
               UNTIL WS-ST-IND > WS-ST-USED.
           MOVE SPACES TO RANK-LINE.
           STRING "  MAQHTES TMHMATOS: " WS-CLASS-COUNT
               DELIMITED BY SIZE INTO RANK-LINE.
           WRITE RANK-LINE.
           IF WS-HONOUR-COUNT = 0
               MOVE "  (KANENAS MAQHTHS)" TO HONOUR-LINE
               WRITE HONOUR-LINE
           END-IF.
           MOVE WS-CLASS-COUNT TO CLS-SEEN (WS-CLS-IND).
      *
       550-PRINT-ONE-STUDENT.
           IF ST-CLASS (WS-ST-IND) NOT = WS-CUR-CLASS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-POS.
           ADD 1 TO WS-CLASS-COUNT.
           IF WS-POS = 1
               MOVE 1 TO WS-RANK
           ELSE
               IF ST-FINAL (WS-ST-IND) NOT = WS-PREV-FINAL
                   MOVE WS-POS TO WS-RANK
               END-IF
           END-IF.
           MOVE ST-FINAL (WS-ST-IND) TO WS-PREV-FINAL.
           MOVE ST-FINAL (WS-ST-IND) TO WS-FINAL-EDIT.
           MOVE SPACES TO RANK-LINE.
           STRING "  " WS-RANK "  " ST-SRANK (WS-ST-IND) "    "
                  ST-AA (WS-ST-IND) "  " ST-EPWN (WS-ST-IND) " "
                  ST-ONOM (WS-ST-IND) "  " WS-FINAL-EDIT
               DELIMITED BY SIZE INTO RANK-LINE.
           WRITE RANK-LINE.
           MOVE "N" TO WS-HONOUR-SW.
           IF WS-RANK <= WS-TOP-N
               OR ST-FINAL (WS-ST-IND) >= WS-HONOUR-AVG
               SET WS-ON-HONOUR-ROLL TO TRUE
           END-IF.
           IF NOT WS-ON-HONOUR-ROLL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HONOUR-COUNT.
           ADD 1 TO WS-TOT-HONOUR.
           MOVE SPACES TO HONOUR-LINE.
           STRING "  " WS-RANK ".  " ST-AA (WS-ST-IND) "  "
                  ST-EPWN (WS-ST-IND) " " ST-ONOM (WS-ST-IND)
                  "  " WS-FINAL-EDIT
                  "  (SXOLEIO " ST-SRANK (WS-ST-IND) ")"
               DELIMITED BY SIZE INTO HONOUR-LINE.
           WRITE HONOUR-LINE.
      *
       700-PRINT-FOOTINGS.
      *    students whose class is not on CLASSREF keep their school
      *    rank but have no class section to print under
           MOVE 0 TO WS-POS.
           PERFORM 750-ADD-CLASS-SEEN
               VARYING WS-CLS-IND FROM 1 BY 1
               UNTIL WS-CLS-IND > WS-CLS-USED.
           COMPUTE WS-UNLISTED-COUNT = WS-ST-USED - WS-POS.
           MOVE ALL "=" TO RANK-LINE.
           WRITE RANK-LINE.
           MOVE SPACES TO RANK-LINE.
           STRING "SYNOLO MAQHTWN: " WS-ST-USED
                  "  EKTOS CLASSREF: " WS-UNLISTED-COUNT
               DELIMITED BY SIZE INTO RANK-LINE.
           WRITE RANK-LINE.
           MOVE "ISOBAQMOI MOIRAZONTAI THN IDIA QESH" TO RANK-LINE.
           WRITE RANK-LINE.
           MOVE ALL "=" TO HONOUR-LINE.
           WRITE HONOUR-LINE.
           MOVE SPACES TO HONOUR-LINE.
           STRING "SYNOLO STON PINAKA ARISTEYSHS: " WS-TOT-HONOUR
               DELIMITED BY SIZE INTO HONOUR-LINE.
           WRITE HONOUR-LINE.
      *
       750-ADD-CLASS-SEEN.
           ADD CLS-SEEN (WS-CLS-IND) TO WS-POS.
      *
       800-COMPUTE-GRADE.
      *    SAME PROMOTION RULE AS PROGRAM7'S 200-COMPUTE-GRADE
           COMPUTE WS-TRIM-AVG ROUNDED =
               (ATRIM + BTRIM + CTRIM) / 3.
           COMPUTE WS-FINAL-GRADE ROUNDED =
               (WS-TRIM-AVG + GRAPTA) / 2.
      *

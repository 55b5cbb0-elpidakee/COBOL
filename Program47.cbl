           SELECT GRDPEND ASSIGN TO "GRDPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRDPEND-STATUS.
           SELECT SUBJREF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SJ-CODE
               FILE STATUS IS WS-SUBJREF-STATUS.
           SELECT SUBJGRD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SG-KEY
               FILE STATUS IS WS-SUBJGRD-STATUS.
           SELECT TEACHER ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TC-CODE
               ALTERNATE RECORD KEY IS TC-USER WITH DUPLICATES
               ALTERNATE RECORD KEY IS TC-HOMEROOM WITH DUPLICATES
               FILE STATUS IS WS-TEACHER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MHTRMA        RECORD CONTAINS  72 CHARACTERS
               03  GP-NEW-BTRIM  PIC 9(2).
               03  GP-NEW-CTRIM  PIC 9(2).
               03  GP-NEW-GRAPTA PIC 9(2).
      *    blank subject = the KATAST grades on MHTRMA; otherwise the
      *    change is to that subject's SUBJGRD.DAT record for GP-YEAR
           02  FILLER          PIC X(2).
           02  GP-SUBJ         PIC X(4).
           02  FILLER          PIC X(2).
           02  GP-YEAR         PIC 9(4).

      * subject reference maintained through Program50
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

      * one record per student, school year and subject - the same
      * four grades KATAST holds, kept per subject
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

      * teacher master maintained through Program55
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
       WORKING-STORAGE SECTION.
       01  WS-MHTRMA-STATUS   PIC XX.
       01  WS-BUS-DATE        PIC 9(8).
       01  WS-BUSDATE-FUNC    PIC X(1).
       01  WS-BUSDATE-RC      PIC 9(2).
       01  WS-SUBJREF-STATUS  PIC XX.
       01  WS-SUBJGRD-STATUS  PIC XX.
       01  WS-SUBJECT         PIC X(4).
       01  WS-SCHOOL-YEAR     PIC 9(4).
       01  WS-SJ-IND          PIC 9(2).
       01  WS-TAKEN-SW        PIC X(1).
           88 WS-CLASS-TAKES        VALUE "Y".
       01  WS-SG-FOUND-SW     PIC X(1).
           88 WS-SG-FOUND           VALUE "Y".
       01  WS-TEACHER-STATUS  PIC XX.
       01  WS-TEACHER-SW      PIC X(1).
           88 WS-IS-TEACHER         VALUE "Y".
       01  WS-TEACHES-SW      PIC X(1).
           88 WS-TEACHES-CLASS      VALUE "Y".
       01  WS-MY-HOMEROOM     PIC X(3).
       01  WS-MY-ASSIGNS.
           02 WS-MY-ASSIGN OCCURS 12 TIMES.
              03 WS-MY-CLASS  PIC X(3).
              03 WS-MY-SUBJ   PIC X(4).
       01  WS-AS-IND          PIC 9(2).
      *
       LINKAGE SECTION.
       01  LS-OPER-USER   PIC X(8).
           DISPLAY "==================================================".
           DISPLAY "KATAXWRHSH BAQMWN ANA TMHMA".
           DISPLAY "==================================================".
           PERFORM 030-FIND-TEACHER.
           DISPLAY "ENTER CLASS: ".
           ACCEPT WS-CLASS.
           DISPLAY "WHICH GRADE (A/B/C TRIMESTER, G WRITTEN EXAM): ".
               DISPLAY "GRADE CODE MUST BE A, B, C OR G"
               EXIT PROGRAM
           END-IF.
      *    a subject code works the class on SUBJGRD.DAT for that
      *    subject; blank keeps the year grades on MHTRMA itself
           DISPLAY "ENTER SUBJECT CODE (BLANK = YEAR GRADES): ".
           ACCEPT WS-SUBJECT.
           IF WS-IS-TEACHER
               PERFORM 040-CHECK-TEACHES
               IF NOT WS-TEACHES-CLASS
                   DISPLAY "CLASS " WS-CLASS " " WS-SUBJECT
                           " IS NOT ONE OF YOUR CLASSES"
                   EXIT PROGRAM
               END-IF
           END-IF.
           IF WS-SUBJECT NOT = SPACES
               PERFORM 050-OPEN-SUBJECT
               IF LS-RETURN-CODE NOT = 0
                   EXIT PROGRAM
               END-IF
           END-IF.
           OPEN I-O MHTRMA.
           IF WS-MHTRMA-STATUS NOT = "00"
               MOVE 31 TO LS-RETURN-CODE
           END-PERFORM.
           CLOSE MHTRMA.
           CLOSE AUDITF.
           IF WS-SUBJECT NOT = SPACES
               CLOSE SUBJGRD
           END-IF.
           DISPLAY "--------------------------------------------------".
           DISPLAY "MAQHTES: " WS-SEEN-COUNT
                   "  KATAXWRHQHKAN: " WS-POSTED-COUNT
                       " PERIMENOYN EGKRISH (OPTION 27)"
           END-IF.
           EXIT PROGRAM.
      *
       030-FIND-TEACHER.
      *    an operator on the teacher master works only the classes
      *    assigned there; office staff with no teacher record see
      *    every class as before
           MOVE "N" TO WS-TEACHER-SW.
           OPEN INPUT TEACHER.
           IF WS-TEACHER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE LS-OPER-USER TO TC-USER.
           READ TEACHER KEY IS TC-USER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-IS-TEACHER TO TRUE
                   MOVE TC-HOMEROOM TO WS-MY-HOMEROOM
                   MOVE TC-ASSIGNS TO WS-MY-ASSIGNS
           END-READ.
           CLOSE TEACHER.
           IF NOT WS-IS-TEACHER
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "TA TMHMATA SAS:".
           IF WS-MY-HOMEROOM NOT = SPACES
               DISPLAY "  " WS-MY-HOMEROOM "  (YPEYQYNOS TMHMATOS -"
                       " BAQMOI ETOYS)"
           END-IF.
           PERFORM VARYING WS-AS-IND FROM 1 BY 1
                   UNTIL WS-AS-IND > 12
               IF WS-MY-CLASS (WS-AS-IND) NOT = SPACES
                   DISPLAY "  " WS-MY-CLASS (WS-AS-IND) "  "
                           WS-MY-SUBJ (WS-AS-IND)
               END-IF
           END-PERFORM.
      *
       040-CHECK-TEACHES.
      *    a subject must be assigned for the class; the year grades
      *    (blank subject) are open to the homeroom teacher and to
      *    anyone teaching the class
           MOVE "N" TO WS-TEACHES-SW.
           IF WS-CLASS = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-SUBJECT = SPACES AND WS-MY-HOMEROOM = WS-CLASS
               SET WS-TEACHES-CLASS TO TRUE
           END-IF.
           PERFORM VARYING WS-AS-IND FROM 1 BY 1
                   UNTIL WS-AS-IND > 12
               IF WS-MY-CLASS (WS-AS-IND) = WS-CLASS
                   AND (WS-SUBJECT = SPACES
                        OR WS-MY-SUBJ (WS-AS-IND) = WS-SUBJECT)
                   SET WS-TEACHES-CLASS TO TRUE
               END-IF
           END-PERFORM.
      *
       050-OPEN-SUBJECT.
           OPEN INPUT SUBJREF.
           IF WS-SUBJREF-STATUS NOT = "00"
               MOVE 64 TO LS-RETURN-CODE
               DISPLAY "PROGRAM47: SUBJREF COULD NOT BE OPENED"
                       " - STATUS " WS-SUBJREF-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SUBJECT TO SJ-CODE.
           READ SUBJREF
               INVALID KEY
                   MOVE 64 TO LS-RETURN-CODE
                   DISPLAY "SUBJECT " WS-SUBJECT " NOT ON SUBJREF"
           END-READ.
           CLOSE SUBJREF.
           IF LS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF.
      *    the class must be one that takes the subject - an entry
      *    of a single letter covers every class of that year
           MOVE "N" TO WS-TAKEN-SW.
           PERFORM VARYING WS-SJ-IND FROM 1 BY 1
                   UNTIL WS-SJ-IND > 10
               IF SJ-CLASS (WS-SJ-IND) = WS-CLASS
                   OR (SJ-CLASS (WS-SJ-IND) (2:2) = SPACES
                       AND SJ-CLASS (WS-SJ-IND) (1:1) NOT = SPACE
                       AND SJ-CLASS (WS-SJ-IND) (1:1) = WS-CLASS (1:1))
                   SET WS-CLASS-TAKES TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-CLASS-TAKES
               MOVE 64 TO LS-RETURN-CODE
               DISPLAY "CLASS " WS-CLASS " DOES NOT TAKE " WS-SUBJECT
                       " " SJ-NAME
               EXIT PARAGRAPH
           END-IF.
      *    the school year is named after the year it closes in,
      *    as Program11 archives it: september onwards is next year's
           DISPLAY "ENTER SCHOOL YEAR (YYYY, 0 = CURRENT): ".
           ACCEPT WS-SCHOOL-YEAR.
           IF WS-SCHOOL-YEAR = 0
               MOVE WS-BUS-DATE (1:4) TO WS-SCHOOL-YEAR
               IF WS-BUS-DATE (5:2) >= "09"
                   ADD 1 TO WS-SCHOOL-YEAR
               END-IF
           END-IF.
           OPEN I-O SUBJGRD.
           IF WS-SUBJGRD-STATUS = "35"
               OPEN OUTPUT SUBJGRD
               CLOSE SUBJGRD
               OPEN I-O SUBJGRD
           END-IF.
           IF WS-SUBJGRD-STATUS NOT = "00"
               MOVE 64 TO LS-RETURN-CODE
               DISPLAY "PROGRAM47: SUBJGRD COULD NOT BE OPENED"
                       " - STATUS " WS-SUBJGRD-STATUS
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "MAQHMA " SJ-CODE " " SJ-NAME
                   "  SXOLIKO ETOS " WS-SCHOOL-YEAR.
      *
       100-WORK-ONE-STUDENT.
           DISPLAY "--------------------------------------------------".
           IF WS-SUBJECT NOT = SPACES
               PERFORM 150-READ-SUBJECT-GRADES
               DISPLAY A-A " " EPWN "  " WS-SUBJECT
                       "  A " SG-ATRIM "  B " SG-BTRIM
                       "  G " SG-CTRIM "  GR " SG-GRAPTA
           ELSE
               DISPLAY A-A " " EPWN "  APOYS " APOYS
                       "  A " ATRIM "  B " BTRIM
                       "  G " CTRIM "  GR " GRAPTA
           END-IF.
           DISPLAY "ENTER GRADE: ".
           ACCEPT WS-GRADE-IN.
           IF WS-GRADE-IN = 99
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-SUBJECT NOT = SPACES
               EVALUATE TRUE
                   WHEN WS-WHICH-ATRIM
                       MOVE SG-ATRIM TO WS-OLD-GRADE
                   WHEN WS-WHICH-BTRIM
                       MOVE SG-BTRIM TO WS-OLD-GRADE
                   WHEN WS-WHICH-CTRIM
                       MOVE SG-CTRIM TO WS-OLD-GRADE
                   WHEN WS-WHICH-GRAPTA
                       MOVE SG-GRAPTA TO WS-OLD-GRADE
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN WS-WHICH-ATRIM
                       MOVE ATRIM TO WS-OLD-GRADE
                   WHEN WS-WHICH-BTRIM
                       MOVE BTRIM TO WS-OLD-GRADE
                   WHEN WS-WHICH-CTRIM
                       MOVE CTRIM TO WS-OLD-GRADE
                   WHEN WS-WHICH-GRAPTA
                       MOVE GRAPTA TO WS-OLD-GRADE
               END-EVALUATE
           END-IF.
           IF WS-GRADE-IN = WS-OLD-GRADE
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "NO CHANGE"
      *    the master; changing a grade already on file goes through
      *    the pending-approval queue like the maintain screen does
           IF WS-OLD-GRADE = 0
               IF WS-SUBJECT NOT = SPACES
                   PERFORM 250-POST-SUBJECT-ENTRY
               ELSE
                   PERFORM 200-POST-FIRST-ENTRY
               END-IF
           ELSE
               PERFORM 300-QUEUE-GRADE-CHANGE
           END-IF.
      *
       150-READ-SUBJECT-GRADES.
           MOVE "N" TO WS-SG-FOUND-SW.
           MOVE A-A TO SG-AA.
           MOVE WS-SCHOOL-YEAR TO SG-YEAR.
           MOVE WS-SUBJECT TO SG-SUBJ.
           READ SUBJGRD
               INVALID KEY
                   MOVE 0 TO SG-ATRIM
                   MOVE 0 TO SG-BTRIM
                   MOVE 0 TO SG-CTRIM
                   MOVE 0 TO SG-GRAPTA
               NOT INVALID KEY
                   SET WS-SG-FOUND TO TRUE
           END-READ.
      *
       200-POST-FIRST-ENTRY.
           EVALUATE TRUE
                   PERFORM 400-WRITE-AUDIT-RECORD
                   DISPLAY "KATAXWRHQHKE"
           END-REWRITE.
      *
       250-POST-SUBJECT-ENTRY.
           EVALUATE TRUE
               WHEN WS-WHICH-ATRIM
                   MOVE WS-GRADE-IN TO SG-ATRIM
               WHEN WS-WHICH-BTRIM
                   MOVE WS-GRADE-IN TO SG-BTRIM
               WHEN WS-WHICH-CTRIM
                   MOVE WS-GRADE-IN TO SG-CTRIM
               WHEN WS-WHICH-GRAPTA
                   MOVE WS-GRADE-IN TO SG-GRAPTA
           END-EVALUATE.
           IF WS-SG-FOUND
               REWRITE SG-REC
           ELSE
               WRITE SG-REC
           END-IF.
           IF WS-SUBJGRD-STATUS NOT = "00"
               DISPLAY "STUDENT " A-A " SUBJECT GRADE NOT WRITTEN -"
                       " STATUS " WS-SUBJGRD-STATUS
           ELSE
               ADD 1 TO WS-POSTED-COUNT
               MOVE "GRDENT" TO WS-AUD-ACTION
               PERFORM 400-WRITE-AUDIT-RECORD
               DISPLAY "KATAXWRHQHKE"
           END-IF.
      *
       300-QUEUE-GRADE-CHANGE.
           OPEN EXTEND GRDPEND.
           MOVE A-A TO GP-AA.
           MOVE LS-OPER-USER TO GP-USER.
           MOVE WS-BUS-DATE TO GP-DATE.
           IF WS-SUBJECT NOT = SPACES
               MOVE SG-GRADES TO GP-OLD-GRADES
               MOVE WS-SUBJECT TO GP-SUBJ
               MOVE WS-SCHOOL-YEAR TO GP-YEAR
           ELSE
               MOVE ATRIM  TO GP-OLD-ATRIM
               MOVE BTRIM  TO GP-OLD-BTRIM
               MOVE CTRIM  TO GP-OLD-CTRIM
               MOVE GRAPTA TO GP-OLD-GRAPTA
           END-IF.
           MOVE GP-OLD-GRADES TO GP-NEW-GRADES.
           EVALUATE TRUE
               WHEN WS-WHICH-ATRIM
           MOVE SPACES TO AL-DETAIL.
           STRING "WORKLIST " WS-WHICH " GRADE " WS-OLD-GRADE
                  " -> " WS-GRADE-IN " CLASS " WS-CLASS
                  " " WS-SUBJECT
               DELIMITED BY SIZE INTO AL-DETAIL.
           WRITE AUDIT-LINE.
      *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program55.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEACHER ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TC-CODE
               ALTERNATE RECORD KEY IS TC-USER WITH DUPLICATES
               ALTERNATE RECORD KEY IS TC-HOMEROOM WITH DUPLICATES
               FILE STATUS IS WS-TEACHER-STATUS.
           SELECT CLASSREF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CR-CLASS
               FILE STATUS IS WS-CLASSREF-STATUS.
           SELECT SUBJREF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SJ-CODE
               FILE STATUS IS WS-SUBJREF-STATUS.
           SELECT MHTRMA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS A-A
               ALTERNATE RECORD KEY IS EPWN WITH DUPLICATES
               FILE STATUS IS WS-MHTRMA-STATUS.
           SELECT LOAD-OUT ASSIGN TO "TEACHLD.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * teacher master: code, name and contact details, the operator
      * id the teacher signs on with (Program22), the homeroom class
      * and up to 12 class/subject teaching assignments.  the roster
      * (Program8), the cards (Program7/43) print the homeroom
      * teacher and the grade worklist (Program47) offers a signed-on
      * teacher only the classes in TC-ASSIGN
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
       FD  LOAD-OUT      LABEL RECORD STANDARD.
       01  LOAD-LINE     PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  WS-TEACHER-STATUS  PIC XX.
       01  WS-CLASSREF-STATUS PIC XX.
       01  WS-SUBJREF-STATUS  PIC XX.
       01  WS-MHTRMA-STATUS   PIC XX.
       01  WS-ACTION          PIC X(1).
           88 WS-ACT-ADD      VALUE "A".
           88 WS-ACT-MAINTAIN VALUE "M".
           88 WS-ACT-DELETE   VALUE "D".
           88 WS-ACT-LIST     VALUE "L".
           88 WS-ACT-WORKLOAD VALUE "W".
           88 WS-ACT-EXIT     VALUE "X".
       01  WS-EOF-SW          PIC A(1).
           88 WS-EOF                VALUE "Y".
       01  WS-VALID-SW        PIC X(1).
           88 WS-VALID              VALUE "Y".
       01  WS-CLASSREF-SW     PIC X(1).
           88 WS-CLASSREF-AVAIL     VALUE "Y".
       01  WS-SUBJREF-SW      PIC X(1).
           88 WS-SUBJREF-AVAIL      VALUE "Y".
       01  WS-TAKEN-SW        PIC X(1).
           88 WS-CLASS-TAKES        VALUE "Y".
       01  WS-CODE            PIC X(4).
       01  WS-FIELDS.
           02 WS-NAME         PIC X(25).
           02 WS-PHONE        PIC 9(11).
           02 WS-EMAIL        PIC X(30).
           02 WS-USER         PIC X(8).
           02 WS-HOMEROOM     PIC X(3).
           02 WS-ASSIGNS.
              03 WS-ASSIGN OCCURS 12 TIMES.
                 04 WS-AS-CLASS PIC X(3).
                 04 WS-AS-SUBJ  PIC X(4).
       01  WS-CLASS-IN        PIC X(3).
       01  WS-SUBJ-IN         PIC X(4).
       01  WS-AS-IND          PIC 9(2).
       01  WS-AS-IND2         PIC 9(2).
       01  WS-AS-USED         PIC 9(2).
       01  WS-SJ-IND          PIC 9(2).
       01  WS-TEACHER-COUNT   PIC 9(4).
      * students on MHTRMA per class, for the workload report
       77  WS-CNT-MAX         PIC 9(2) VALUE 50.
       01  WS-CNT-USED        PIC 9(2).
       01  WS-CNT-IND         PIC 9(2).
       01  WS-CNT-FOUND       PIC 9(2).
       01  WS-CNT-TABLE.
           02  CNT-ENTRY OCCURS 50 TIMES.
               03  CNT-CLASS   PIC X(3).
               03  CNT-STUDENTS PIC 9(4).
      * one teacher's distinct classes and subjects
       01  WS-TC-CLASSES.
           02  TCL-CLASS PIC X(3) OCCURS 13 TIMES.
       01  WS-TC-SUBJECTS.
           02  TSJ-SUBJ  PIC X(4) OCCURS 12 TIMES.
       01  WS-TCL-USED        PIC 9(2).
       01  WS-TSJ-USED        PIC 9(2).
       01  WS-SEEN-SW         PIC X(1).
           88 WS-SEEN               VALUE "Y".
       01  WS-TC-STUDENTS     PIC 9(5).
       01  WS-TOT-CLASSES     PIC 9(4).
       01  WS-TOT-STUDENTS    PIC 9(6).
       01  WS-GEN-SOURCE      PIC X(20).
       01  WS-GEN-RC          PIC 9(2).
      *
       LINKAGE SECTION.
       01  LS-RETURN-CODE PIC 9(2).

       PROCEDURE DIVISION USING LS-RETURN-CODE.
       ARXH.
           MOVE 0 TO LS-RETURN-CODE.
           OPEN I-O TEACHER.
           IF WS-TEACHER-STATUS = "35"
               OPEN OUTPUT TEACHER
               CLOSE TEACHER
               OPEN I-O TEACHER
           END-IF.
           IF WS-TEACHER-STATUS NOT = "00"
               MOVE 68 TO LS-RETURN-CODE
               DISPLAY "PROGRAM55: TEACHER COULD NOT BE OPENED"
                       " - STATUS " WS-TEACHER-STATUS
               EXIT PROGRAM
           END-IF.
           MOVE "N" TO WS-CLASSREF-SW.
           OPEN INPUT CLASSREF.
           IF WS-CLASSREF-STATUS = "00"
               SET WS-CLASSREF-AVAIL TO TRUE
           ELSE
               DISPLAY "PROGRAM55: CLASSREF NOT AVAILABLE - CLASS"
                       " CODES ARE NOT CHECKED"
           END-IF.
           MOVE "N" TO WS-SUBJREF-SW.
           OPEN INPUT SUBJREF.
           IF WS-SUBJREF-STATUS = "00"
               SET WS-SUBJREF-AVAIL TO TRUE
           ELSE
               DISPLAY "PROGRAM55: SUBJREF NOT AVAILABLE - SUBJECT"
                       " CODES ARE NOT CHECKED"
           END-IF.
       MENU-LOOP.
           DISPLAY "----------------------------------------".
           DISPLAY "SYNTHRHSH KATHGHTWN (TEACHER)".
           DISPLAY "A=ADD M=MAINTAIN D=DELETE L=LIST"
                   " W=WORKLOAD REPORT X=EXIT".
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN WS-ACT-ADD
                   PERFORM 100-ADD-TEACHER THRU 100-EXIT
               WHEN WS-ACT-MAINTAIN
                   PERFORM 200-MAINTAIN-TEACHER THRU 200-EXIT
               WHEN WS-ACT-DELETE
                   PERFORM 300-DELETE-TEACHER
               WHEN WS-ACT-LIST
                   PERFORM 400-LIST-TEACHERS
               WHEN WS-ACT-WORKLOAD
                   PERFORM 600-WORKLOAD-REPORT THRU 600-EXIT
               WHEN WS-ACT-EXIT
                   GO TO TELOS
               WHEN OTHER
                   DISPLAY "INVALID ACTION - TRY AGAIN"
           END-EVALUATE.
           GO TO MENU-LOOP.
      *
       100-ADD-TEACHER.
           DISPLAY "ENTER TEACHER CODE: ".
           ACCEPT WS-CODE.
           IF WS-CODE = SPACES
               DISPLAY "TEACHER CODE IS REQUIRED - NOT ADDED"
               GO TO 100-EXIT
           END-IF.
           MOVE WS-CODE TO TC-CODE.
           READ TEACHER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "TEACHER " WS-CODE " ALREADY ON FILE"
                   GO TO 100-EXIT
           END-READ.
           PERFORM 500-ACCEPT-TEACHER-FIELDS.
           PERFORM 550-CHECK-TEACHER-FIELDS.
           IF NOT WS-VALID
               DISPLAY "TEACHER " WS-CODE " NOT ADDED"
               GO TO 100-EXIT
           END-IF.
           MOVE SPACES      TO TC-REC.
           MOVE WS-CODE     TO TC-CODE.
           MOVE WS-NAME     TO TC-NAME.
           MOVE WS-PHONE    TO TC-PHONE.
           MOVE WS-EMAIL    TO TC-EMAIL.
           MOVE WS-USER     TO TC-USER.
           MOVE WS-HOMEROOM TO TC-HOMEROOM.
           MOVE WS-ASSIGNS  TO TC-ASSIGNS.
           WRITE TC-REC
               INVALID KEY
                   DISPLAY "TEACHER " WS-CODE " ALREADY ON FILE"
               NOT INVALID KEY
                   DISPLAY "TEACHER " WS-CODE " ADDED"
           END-WRITE.
       100-EXIT.
           EXIT.
      *
       200-MAINTAIN-TEACHER.
           DISPLAY "ENTER TEACHER CODE: ".
           ACCEPT WS-CODE.
           MOVE WS-CODE TO TC-CODE.
           READ TEACHER
               INVALID KEY
                   DISPLAY "TEACHER " WS-CODE " NOT ON FILE"
                   GO TO 200-EXIT
           END-READ.
           DISPLAY "CURRENT NAME     : " TC-NAME.
           DISPLAY "CURRENT PHONE    : " TC-PHONE.
           DISPLAY "CURRENT EMAIL    : " TC-EMAIL.
           DISPLAY "CURRENT OPERATOR : " TC-USER.
           DISPLAY "CURRENT HOMEROOM : " TC-HOMEROOM.
           PERFORM 420-SHOW-ASSIGNMENTS.
           PERFORM 500-ACCEPT-TEACHER-FIELDS.
           PERFORM 550-CHECK-TEACHER-FIELDS.
           IF NOT WS-VALID
               DISPLAY "TEACHER " WS-CODE " NOT UPDATED"
               GO TO 200-EXIT
           END-IF.
      *    the checks above read other teachers, so the record is
      *    built again from the keyed fields before the rewrite
           MOVE SPACES      TO TC-REC.
           MOVE WS-CODE     TO TC-CODE.
           MOVE WS-NAME     TO TC-NAME.
           MOVE WS-PHONE    TO TC-PHONE.
           MOVE WS-EMAIL    TO TC-EMAIL.
           MOVE WS-USER     TO TC-USER.
           MOVE WS-HOMEROOM TO TC-HOMEROOM.
           MOVE WS-ASSIGNS  TO TC-ASSIGNS.
           REWRITE TC-REC
               INVALID KEY
                   DISPLAY "TEACHER " WS-CODE " COULD NOT BE UPDATED"
               NOT INVALID KEY
                   DISPLAY "TEACHER " WS-CODE " UPDATED"
           END-REWRITE.
       200-EXIT.
           EXIT.
      *
       300-DELETE-TEACHER.
           DISPLAY "ENTER TEACHER CODE: ".
           ACCEPT WS-CODE.
           MOVE WS-CODE TO TC-CODE.
           DELETE TEACHER
               INVALID KEY
                   DISPLAY "TEACHER " WS-CODE " NOT ON FILE"
               NOT INVALID KEY
                   DISPLAY "TEACHER " WS-CODE " DELETED"
           END-DELETE.
      *
       400-LIST-TEACHERS.
           MOVE "N" TO WS-EOF-SW.
           MOVE LOW-VALUES TO TC-CODE.
           START TEACHER KEY NOT LESS THAN TC-CODE
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           DISPLAY "KWD  ONOMA                     THLEFWNO    "
                   " XRHSTHS  YPEYQ.".
           PERFORM UNTIL WS-EOF
               READ TEACHER NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       DISPLAY TC-CODE " " TC-NAME " " TC-PHONE
                               " " TC-USER " " TC-HOMEROOM
                       PERFORM 420-SHOW-ASSIGNMENTS
               END-READ
           END-PERFORM.
      *
       420-SHOW-ASSIGNMENTS.
           PERFORM VARYING WS-AS-IND FROM 1 BY 1
                   UNTIL WS-AS-IND > 12
               IF TC-AS-CLASS (WS-AS-IND) NOT = SPACES
                   DISPLAY "     DIDASKEI " TC-AS-CLASS (WS-AS-IND)
                           " " TC-AS-SUBJ (WS-AS-IND)
               END-IF
           END-PERFORM.
      *
       500-ACCEPT-TEACHER-FIELDS.
           MOVE SPACES TO WS-FIELDS.
           MOVE 0 TO WS-PHONE.
           DISPLAY "ENTER NAME: ".
           ACCEPT WS-NAME.
           DISPLAY "ENTER PHONE: ".
           ACCEPT WS-PHONE.
           DISPLAY "ENTER EMAIL: ".
           ACCEPT WS-EMAIL.
           DISPLAY "ENTER OPERATOR ID USED TO SIGN ON (BLANK = NONE): ".
           ACCEPT WS-USER.
           DISPLAY "ENTER HOMEROOM CLASS (BLANK = NONE): ".
           ACCEPT WS-HOMEROOM.
           DISPLAY "ENTER THE CLASSES TAUGHT, A CLASS THEN ITS SUBJECT"
                   " (BLANK CLASS = END, UP TO 12)".
           MOVE 0 TO WS-AS-USED.
           MOVE "X" TO WS-CLASS-IN.
           PERFORM UNTIL WS-CLASS-IN = SPACES OR WS-AS-USED >= 12
               DISPLAY "CLASS: "
               ACCEPT WS-CLASS-IN
               IF WS-CLASS-IN NOT = SPACES
                   DISPLAY "SUBJECT: "
                   ACCEPT WS-SUBJ-IN
                   ADD 1 TO WS-AS-USED
                   MOVE WS-CLASS-IN TO WS-AS-CLASS (WS-AS-USED)
                   MOVE WS-SUBJ-IN  TO WS-AS-SUBJ (WS-AS-USED)
               END-IF
           END-PERFORM.
      *
       550-CHECK-TEACHER-FIELDS.
      *    classes must be on CLASSREF, each subject on SUBJREF and
      *    taken by the class, and a class has one homeroom teacher
           MOVE "Y" TO WS-VALID-SW.
           IF WS-NAME = SPACES
               DISPLAY "NAME IS REQUIRED"
               MOVE "N" TO WS-VALID-SW
           END-IF.
           IF WS-HOMEROOM NOT = SPACES
               MOVE WS-HOMEROOM TO WS-CLASS-IN
               PERFORM 560-CHECK-CLASS
               MOVE WS-HOMEROOM TO TC-HOMEROOM
               READ TEACHER KEY IS TC-HOMEROOM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TC-CODE NOT = WS-CODE
                           DISPLAY "CLASS " WS-HOMEROOM
                                   " ALREADY HAS HOMEROOM TEACHER "
                                   TC-CODE " " TC-NAME
                           MOVE "N" TO WS-VALID-SW
                       END-IF
               END-READ
           END-IF.
           IF WS-USER NOT = SPACES
               MOVE WS-USER TO TC-USER
               READ TEACHER KEY IS TC-USER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TC-CODE NOT = WS-CODE
                           DISPLAY "OPERATOR " WS-USER
                                   " ALREADY BELONGS TO TEACHER "
                                   TC-CODE
                           MOVE "N" TO WS-VALID-SW
                       END-IF
               END-READ
           END-IF.
           PERFORM VARYING WS-AS-IND FROM 1 BY 1
                   UNTIL WS-AS-IND > WS-AS-USED
               MOVE WS-AS-CLASS (WS-AS-IND) TO WS-CLASS-IN
               MOVE WS-AS-SUBJ (WS-AS-IND) TO WS-SUBJ-IN
               PERFORM 560-CHECK-CLASS
               PERFORM 570-CHECK-SUBJECT
               PERFORM VARYING WS-AS-IND2 FROM 1 BY 1
                       UNTIL WS-AS-IND2 >= WS-AS-IND
                   IF WS-ASSIGN (WS-AS-IND2) = WS-ASSIGN (WS-AS-IND)
                       DISPLAY "CLASS " WS-CLASS-IN " SUBJECT "
                               WS-SUBJ-IN " ENTERED TWICE"
                       MOVE "N" TO WS-VALID-SW
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
       560-CHECK-CLASS.
           IF NOT WS-CLASSREF-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLASS-IN TO CR-CLASS.
           READ CLASSREF
               INVALID KEY
                   DISPLAY "CLASS " WS-CLASS-IN " NOT ON CLASSREF"
                   MOVE "N" TO WS-VALID-SW
           END-READ.
      *
       570-CHECK-SUBJECT.
           IF WS-SUBJ-IN = SPACES
               DISPLAY "CLASS " WS-CLASS-IN " HAS NO SUBJECT"
               MOVE "N" TO WS-VALID-SW
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-SUBJREF-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SUBJ-IN TO SJ-CODE.
           READ SUBJREF
               INVALID KEY
                   DISPLAY "SUBJECT " WS-SUBJ-IN " NOT ON SUBJREF"
                   MOVE "N" TO WS-VALID-SW
                   EXIT PARAGRAPH
           END-READ.
      *    same rule as the worklist: a one-letter entry on SUBJREF
      *    covers every class of that year
           MOVE "N" TO WS-TAKEN-SW.
           PERFORM VARYING WS-SJ-IND FROM 1 BY 1
                   UNTIL WS-SJ-IND > 10
               IF SJ-CLASS (WS-SJ-IND) = WS-CLASS-IN
                   OR (SJ-CLASS (WS-SJ-IND) (2:2) = SPACES
                       AND SJ-CLASS (WS-SJ-IND) (1:1) NOT = SPACE
                       AND SJ-CLASS (WS-SJ-IND) (1:1)
                           = WS-CLASS-IN (1:1))
                   SET WS-CLASS-TAKES TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-CLASS-TAKES
               DISPLAY "CLASS " WS-CLASS-IN " DOES NOT TAKE "
                       WS-SUBJ-IN " " SJ-NAME
               MOVE "N" TO WS-VALID-SW
           END-IF.
      *
       600-WORKLOAD-REPORT.
      *    per teacher: distinct classes taught (the homeroom class
      *    counts even without a subject), distinct subjects, and
      *    the students now on MHTRMA in those classes.  the return
      *    code is this report's alone, so a failed run does not
      *    block the next one
           MOVE 0 TO LS-RETURN-CODE.
           PERFORM 650-COUNT-STUDENTS.
           IF LS-RETURN-CODE NOT = 0
               GO TO 600-EXIT
           END-IF.
           MOVE 0 TO WS-TEACHER-COUNT.
           MOVE 0 TO WS-TOT-CLASSES.
           MOVE 0 TO WS-TOT-STUDENTS.
           OPEN OUTPUT LOAD-OUT.
           MOVE "FORTOS ERGASIAS KATHGHTWN" TO LOAD-LINE.
           WRITE LOAD-LINE.
           MOVE ALL "=" TO LOAD-LINE.
           WRITE LOAD-LINE.
           MOVE "KWD  ONOMA                     YPEYQ. TMHMATA MAQHMATA"
               TO LOAD-LINE.
           MOVE " MAQHTES" TO LOAD-LINE (56:).
           WRITE LOAD-LINE.
           MOVE "N" TO WS-EOF-SW.
           MOVE LOW-VALUES TO TC-CODE.
           START TEACHER KEY NOT LESS THAN TC-CODE
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ TEACHER NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 700-WORKLOAD-ONE-TEACHER
               END-READ
           END-PERFORM.
           MOVE ALL "=" TO LOAD-LINE.
           WRITE LOAD-LINE.
           MOVE SPACES TO LOAD-LINE.
           STRING "KATHGHTES: " WS-TEACHER-COUNT
                  "  ANATHESEIS TMHMATWN: " WS-TOT-CLASSES
                  "  MAQHTES (ME EPANALHPSEIS): " WS-TOT-STUDENTS
               DELIMITED BY SIZE INTO LOAD-LINE.
           WRITE LOAD-LINE.
           CLOSE LOAD-OUT.
           MOVE "TEACHLD.PRT" TO WS-GEN-SOURCE.
           CALL 'Program30' USING WS-GEN-SOURCE, WS-GEN-RC.
           DISPLAY "PROGRAM55: " WS-TEACHER-COUNT
                   " TEACHERS - TEACHLD.PRT".
       600-EXIT.
           EXIT.
      *
       650-COUNT-STUDENTS.
           MOVE 0 TO WS-CNT-USED.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT MHTRMA.
           IF WS-MHTRMA-STATUS NOT = "00"
               MOVE 31 TO LS-RETURN-CODE
               DISPLAY "PROGRAM55: MHTRMA COULD NOT BE OPENED - STATUS "
                       WS-MHTRMA-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ MHTRMA NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE CLASS1 TO WS-CLASS-IN
                       PERFORM 660-FIND-CLASS-COUNT
                       IF WS-CNT-FOUND = 0
                           AND WS-CNT-USED < WS-CNT-MAX
                           ADD 1 TO WS-CNT-USED
                           MOVE WS-CNT-USED TO WS-CNT-FOUND
                           MOVE CLASS1 TO CNT-CLASS (WS-CNT-FOUND)
                           MOVE 0 TO CNT-STUDENTS (WS-CNT-FOUND)
                       END-IF
                       IF WS-CNT-FOUND NOT = 0
                           ADD 1 TO CNT-STUDENTS (WS-CNT-FOUND)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MHTRMA.
      *
       660-FIND-CLASS-COUNT.
           MOVE 0 TO WS-CNT-FOUND.
           PERFORM VARYING WS-CNT-IND FROM 1 BY 1
                   UNTIL WS-CNT-IND > WS-CNT-USED
                   OR WS-CNT-FOUND NOT = 0
               IF CNT-CLASS (WS-CNT-IND) = WS-CLASS-IN
                   MOVE WS-CNT-IND TO WS-CNT-FOUND
               END-IF
           END-PERFORM.
      *
       700-WORKLOAD-ONE-TEACHER.
           ADD 1 TO WS-TEACHER-COUNT.
           MOVE SPACES TO WS-TC-CLASSES.
           MOVE SPACES TO WS-TC-SUBJECTS.
           MOVE 0 TO WS-TCL-USED.
           MOVE 0 TO WS-TSJ-USED.
           MOVE 0 TO WS-TC-STUDENTS.
           IF TC-HOMEROOM NOT = SPACES
               MOVE TC-HOMEROOM TO WS-CLASS-IN
               PERFORM 720-ADD-TEACHER-CLASS
           END-IF.
           PERFORM VARYING WS-AS-IND FROM 1 BY 1
                   UNTIL WS-AS-IND > 12
               IF TC-AS-CLASS (WS-AS-IND) NOT = SPACES
                   MOVE TC-AS-CLASS (WS-AS-IND) TO WS-CLASS-IN
                   PERFORM 720-ADD-TEACHER-CLASS
                   MOVE "N" TO WS-SEEN-SW
                   PERFORM VARYING WS-AS-IND2 FROM 1 BY 1
                           UNTIL WS-AS-IND2 > WS-TSJ-USED
                       IF TSJ-SUBJ (WS-AS-IND2)
                           = TC-AS-SUBJ (WS-AS-IND)
                           SET WS-SEEN TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT WS-SEEN
                       ADD 1 TO WS-TSJ-USED
                       MOVE TC-AS-SUBJ (WS-AS-IND)
                           TO TSJ-SUBJ (WS-TSJ-USED)
                   END-IF
               END-IF
           END-PERFORM.
           ADD WS-TCL-USED TO WS-TOT-CLASSES.
           ADD WS-TC-STUDENTS TO WS-TOT-STUDENTS.
           MOVE SPACES TO LOAD-LINE.
           STRING TC-CODE " " TC-NAME " " TC-HOMEROOM "    "
                  WS-TCL-USED "      " WS-TSJ-USED "       "
                  WS-TC-STUDENTS
               DELIMITED BY SIZE INTO LOAD-LINE.
           WRITE LOAD-LINE.
           MOVE SPACES TO LOAD-LINE.
           STRING "     TMHMATA: " WS-TC-CLASSES
               DELIMITED BY SIZE INTO LOAD-LINE.
           WRITE LOAD-LINE.
      *
       720-ADD-TEACHER-CLASS.
           MOVE "N" TO WS-SEEN-SW.
           PERFORM VARYING WS-AS-IND2 FROM 1 BY 1
                   UNTIL WS-AS-IND2 > WS-TCL-USED
               IF TCL-CLASS (WS-AS-IND2) = WS-CLASS-IN
                   SET WS-SEEN TO TRUE
               END-IF
           END-PERFORM.
           IF WS-SEEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TCL-USED.
           MOVE WS-CLASS-IN TO TCL-CLASS (WS-TCL-USED).
           PERFORM 660-FIND-CLASS-COUNT.
           IF WS-CNT-FOUND NOT = 0
               ADD CNT-STUDENTS (WS-CNT-FOUND) TO WS-TC-STUDENTS
           END-IF.
      *
       TELOS.
           CLOSE TEACHER.
           IF WS-CLASSREF-AVAIL
               CLOSE CLASSREF
           END-IF.
           IF WS-SUBJREF-AVAIL
               CLOSE SUBJREF
           END-IF.
           EXIT PROGRAM.
      *

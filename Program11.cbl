000000                   ACCESS IS RANDOM
000000                   RECORD KEY IS AS-AA
000000                   FILE STATUS IS WS-ATTSUM-STATUS.
000000     SELECT RESIT ASSIGN TO DISK
000000                   ORGANIZATION IS INDEXED
000000                   ACCESS IS RANDOM
000000                   RECORD KEY IS RS-KEY
000000                   FILE STATUS IS WS-RESIT-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  MHTRMA        RECORD CONTAINS  72 CHARACTERS
000000     02 AS-EXC     PIC 9(3).
000000     02 AS-UNEXC   PIC 9(3).
000000*
000000*    SEPTEMBER RE-SIT RESULTS KEYED THROUGH PROGRAM51 - A FAILED
000000*    STUDENT WHO PASSED THE RE-SIT (RS-RESULT "R") IS PROMOTED
000000*    AND BOTH THE JUNE AND THE RE-SIT LINE GO TO MHTRMA.HIS
000000 FD  RESIT         RECORD CONTAINS  36 CHARACTERS
000000                   LABEL RECORD STANDARD
000000                   DATA RECORD IS RS-REC
000000                   VALUE OF FILE-ID IS "RESIT.DAT".
000000 01  RS-REC.
000000     02 RS-KEY.
000000        03 RS-AA       PIC 9(4).
000000        03 RS-YEAR     PIC 9(4).
000000     02 RS-CLASS       PIC X(3).
000000     02 RS-JUNE-FINAL  PIC 9(2)V9.
000000     02 RS-GRADE       PIC 9(2).
000000     02 RS-FINAL       PIC 9(2)V9.
000000     02 RS-RESULT      PIC X(1).
000000        88 RS-PASSED         VALUE "R".
000000     02 RS-USER        PIC X(8).
000000     02 RS-DATE        PIC 9(8).
000000*
000000 WORKING-STORAGE SECTION.
000000 01  WS-MHTRMA-STATUS   PIC XX.
000000 01  WS-GRDHIST-STATUS  PIC XX.
000000     88 WS-ATTSUM-AVAIL       VALUE "Y".
000000 01  WS-CAPHELD-SW      PIC X(1).
000000     88 WS-CAP-HELD           VALUE "Y".
000000 01  WS-RESIT-STATUS    PIC XX.
000000 01  WS-RESIT-SW        PIC X(1) VALUE "N".
000000     88 WS-RESIT-AVAIL        VALUE "Y".
000000 01  WS-RS-FOUND-SW     PIC X(1).
000000     88 WS-RS-FOUND           VALUE "Y".
000000 01  WS-RESULT-CODE     PIC X(1).
000000 01  WS-RESIT-COUNT     PIC 9(4) VALUE 0.
000000*    CLASS CODES WITH THEIR ENROLLMENT LIMITS AND THE RUNNING
000000*    HEADCOUNT - PROMOTIONS STOP AT A FULL DESTINATION CLASS
000000*    INSTEAD OF OVERFILLING IT QUIETLY
000000     IF WS-TRIAL-SW = "y"
000000         MOVE "Y" TO WS-TRIAL-SW
000000     END-IF.
000000*    NO RESIT FILE SIMPLY MEANS NO SEPTEMBER RE-SITS THIS YEAR
000000     OPEN INPUT RESIT.
000000     IF WS-RESIT-STATUS = "00"
000000         SET WS-RESIT-AVAIL TO TRUE
000000     END-IF.
000000     PERFORM 050-LOAD-CLASS-LIMITS.
000000     PERFORM 080-PRECOUNT-ENROLLMENT.
000000     IF WS-TRIAL-RUN
000000         PERFORM 600-TRIAL-RUN
000000         IF WS-RESIT-AVAIL
000000             CLOSE RESIT
000000         END-IF
000000         STOP RUN
000000     END-IF.
000000     OPEN I-O MHTRMA.
000000     IF WS-ATTSUM-AVAIL
000000         CLOSE ATTSUM
000000     END-IF.
000000     IF WS-RESIT-AVAIL
000000         CLOSE RESIT
000000     END-IF.
000000     DISPLAY "--------------------------------------------------".
000000     DISPLAY "MAQHTES POY DIABASTHKAN : " WS-READ-COUNT.
000000     DISPLAY "ME EPANEXETASH SEPT.    : " WS-RESIT-COUNT.
000000     DISPLAY "PROAXQHKAN              : " WS-PROMOTED-COUNT.
000000     DISPLAY "PAREMEINAN (APORRIFQ.)  : " WS-HELD-COUNT.
000000     DISPLAY "TELEIOFOITOI            : " WS-FINAL-COUNT.
000000     ELSE
000000         SET WS-FAILED TO TRUE
000000     END-IF.
000000     MOVE WS-PASSED-SW TO WS-RESULT-CODE.
000000     PERFORM 250-CHECK-RESIT.
000000*
000000 250-CHECK-RESIT.
000000*    A JUNE FAILURE WITH A SEPTEMBER RE-SIT ON FILE FOR THE
000000*    CLOSING YEAR TAKES THE RE-SIT RESULT: "R" PROMOTES, "X"
000000*    HOLDS.  THE RE-SIT FINAL IS WORKED OUT BY PROGRAM51 ON
000000*    THE SAME RULE WITH THE RE-SIT EXAM IN PLACE OF GRAPTA.
000000     MOVE "N" TO WS-RS-FOUND-SW.
000000     IF NOT WS-RESIT-AVAIL OR WS-PASSED
000000         EXIT PARAGRAPH
000000     END-IF.
000000     MOVE A-A            TO RS-AA.
000000     MOVE WS-SCHOOL-YEAR TO RS-YEAR.
000000     READ RESIT
000000         INVALID KEY
000000             EXIT PARAGRAPH
000000     END-READ.
000000     SET WS-RS-FOUND TO TRUE.
000000     MOVE RS-RESULT TO WS-RESULT-CODE.
000000     IF RS-PASSED
000000         SET WS-PASSED TO TRUE
000000     END-IF.
000000*
000000 300-ARCHIVE-OLD-YEAR.
000000*    THE FD RECORD AREA STARTS WITH LOW-VALUES AND THE VALUE
000000     MOVE CLASS1         TO HIS-CLASS.
000000     MOVE KATAST         TO HIS-KATAST.
000000     MOVE WS-PASSED-SW   TO HIS-RESULT.
000000     IF WS-RS-FOUND
000000         MOVE "F" TO HIS-RESULT
000000     END-IF.
000000     WRITE HIS-LINE.
000000     IF NOT WS-RS-FOUND OR WS-GRDHIST-STATUS NOT = "00"
000000         EXIT PARAGRAPH
000000     END-IF.
000000*    THE JUNE LINE ABOVE KEEPS THE FAILURE; THE RE-SIT FOLLOWS
000000*    IT WITH THE RE-SIT EXAM IN THE GRAPTA COLUMN AND RESULT
000000*    "R" (PASSED AT RE-SIT) OR "X" (FAILED AT RE-SIT)
000000     MOVE RS-GRADE       TO HIS-GRAPTA.
000000     MOVE RS-RESULT      TO HIS-RESULT.
000000     WRITE HIS-LINE.
000000     ADD 1 TO WS-RESIT-COUNT.
000000*
000000 400-ROLL-STUDENT.
000000*    PASSED STUDENTS MOVE UP ONE CLASS LETTER (A->B->C, THE
000000     END-IF.
000000     MOVE SPACES TO TRIAL-LINE.
000000     STRING A-A "  " EPWN "  " CLASS1 "  " WS-DEST-CLASS
000000            "  " WS-RESULT-CODE "  " WS-DISPOSITION
000000         DELIMITED BY SIZE INTO TRIAL-LINE.
000000     WRITE TRIAL-LINE.
000000*

000000                   ACCESS IS RANDOM
000000                   RECORD KEY IS CR-CLASS
000000                   FILE STATUS IS WS-CLASSREF-STATUS.
000000     SELECT TEACHER ASSIGN TO DISK
000000                   ORGANIZATION IS INDEXED
000000                   ACCESS IS RANDOM
000000                   RECORD KEY IS TC-CODE
000000                   ALTERNATE RECORD KEY IS TC-USER WITH DUPLICATES
000000                   ALTERNATE RECORD KEY IS TC-HOMEROOM
000000                       WITH DUPLICATES
000000                   FILE STATUS IS WS-TEACHER-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  MHTRMA        RECORD CONTAINS  72 CHARACTERS
000000     02 FILLER     PIC X(2).
000000     02 CR-MAXENR  PIC 9(3).
000000*
000000 FD  TEACHER       RECORD CONTAINS 167 CHARACTERS
000000                   LABEL RECORD STANDARD
000000                   DATA RECORD IS TC-REC
000000                   VALUE OF FILE-ID IS "TEACHER.DAT".
000000 01  TC-REC.
000000     02 TC-CODE      PIC X(4).
000000     02 TC-NAME      PIC X(25).
000000     02 TC-PHONE     PIC 9(11).
000000     02 TC-EMAIL     PIC X(30).
000000     02 TC-USER      PIC X(8).
000000     02 TC-HOMEROOM  PIC X(3).
000000     02 FILLER       PIC X(2).
000000     02 TC-ASSIGNS.
000000        03 TC-ASSIGN OCCURS 12 TIMES.
000000           04 TC-AS-CLASS PIC X(3).
000000           04 TC-AS-SUBJ  PIC X(4).
000000*
000000 WORKING-STORAGE SECTION.
000000 01  WS-MHTRMA-STATUS   PIC XX.
000000 01  WS-CLASSREF-STATUS PIC XX.
000000 01  WS-CLASS-DESC      PIC X(20).
000000 01  WS-TEACHER-STATUS  PIC XX.
000000 01  WS-HOMEROOM-NAME   PIC X(25).
000000 01  WS-EOF-SW          PIC A(1) VALUE "N".
000000     88 WS-EOF                VALUE "Y".
000000 01  WS-MATCH-COUNT     PIC 9(4) VALUE 0.
000000                 WS-MHTRMA-STATUS
000000     ELSE
000000         PERFORM 100-GET-CLASS-DESCRIPTION
000000         PERFORM 150-GET-HOMEROOM-TEACHER
000000         DISPLAY "=============================================="
000000         DISPLAY "KATASTASH TMHMATOS : " LS-CLASS1
000000                 "  " WS-CLASS-DESC
000000         IF WS-HOMEROOM-NAME NOT = SPACES
000000             DISPLAY "YPEYQYNOS TMHMATOS : " WS-HOMEROOM-NAME
000000         END-IF
000000         DISPLAY "=============================================="
000000         PERFORM UNTIL WS-EOF
000000             READ MHTRMA NEXT RECORD
000000         CLOSE CLASSREF
000000     END-IF.
000000*
000000 150-GET-HOMEROOM-TEACHER.
000000*    THE HOMEROOM TEACHER COMES FROM THE TEACHER MASTER KEPT BY
000000*    PROGRAM55; NO FILE OR NO TEACHER FOR THE CLASS PRINTS NO
000000*    LINE
000000     MOVE SPACES TO WS-HOMEROOM-NAME.
000000     OPEN INPUT TEACHER.
000000     IF WS-TEACHER-STATUS = "00"
000000         MOVE LS-CLASS1 TO TC-HOMEROOM
000000         READ TEACHER KEY IS TC-HOMEROOM
000000             INVALID KEY
000000                 CONTINUE
000000             NOT INVALID KEY
000000                 MOVE TC-NAME TO WS-HOMEROOM-NAME
000000         END-READ
000000         CLOSE TEACHER
000000     END-IF.
000000*
000000 200-PRINT-STUDENT-LINE.
000000     DISPLAY A-A " " EPWN " " APOYS " "
000000             ATRIM " " BTRIM " " CTRIM " " GRAPTA.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program56.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEESCHED ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FS-KEY
               FILE STATUS IS WS-FEESCHED-STATUS.
           SELECT DISCOUNT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DS-CODE
               FILE STATUS IS WS-DISCOUNT-STATUS.
           SELECT SCHOLAR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SA-AA
               FILE STATUS IS WS-SCHOLAR-STATUS.
           SELECT TUITLEDG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TL-KEY
               FILE STATUS IS WS-TUITLEDG-STATUS.
           SELECT MHTRMA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS A-A
               ALTERNATE RECORD KEY IS EPWN WITH DUPLICATES
               FILE STATUS IS WS-MHTRMA-STATUS.
           SELECT CONTACTS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CONTACTS-STATUS.
           SELECT BILLRUN ASSIGN TO "BILLRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLRUN-STATUS.
           SELECT REG-OUT ASSIGN TO "BILLREG.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * term fee by class: one record per CLASS1 and term (1-3) with
      * the amount billed to every student enrolled in the class
       FD  FEESCHED      RECORD CONTAINS  34 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS FS-REC
                         VALUE OF FILE-ID IS "FEESCHED.DAT".
       01  FS-REC.
           02 FS-KEY.
              03 FS-CLASS   PIC X(3).
              03 FS-TERM    PIC 9(1).
           02 FS-AMOUNT     PIC 9(9).
           02 FS-DESCR      PIC X(20).
           02 FILLER        PIC X(1).
      *
      * discount table: "S" lines are the sibling discount for the
      * n-th child of a household (the highest DS-CHILD not above the
      * child's place applies), "N" lines are named scholarships
      * awarded to a student through SCHOLAR.DAT
       FD  DISCOUNT      RECORD CONTAINS  32 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS DS-REC
                         VALUE OF FILE-ID IS "DISCOUNT.DAT".
       01  DS-REC.
           02 DS-CODE       PIC X(4).
           02 DS-NAME       PIC X(20).
           02 DS-TYPE       PIC X(1).
              88 DS-SIBLING       VALUE "S".
              88 DS-SCHOLARSHIP   VALUE "N".
              88 DS-VALID-TYPE    VALUE "S" "N".
           02 DS-CHILD      PIC 9(1).
           02 DS-PCT        PIC 9(3)V9.
           02 FILLER        PIC X(2).
      *
      * scholarship held by a student - one per student, until the
      * award is removed
       FD  SCHOLAR       RECORD CONTAINS  20 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS SA-REC
                         VALUE OF FILE-ID IS "SCHOLAR.DAT".
       01  SA-REC.
           02 SA-AA         PIC 9(4).
           02 SA-CODE       PIC X(4).
           02 SA-DATE       PIC 9(8).
           02 FILLER        PIC X(4).
      *
       FD  TUITLEDG      RECORD CONTAINS  46 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS TLR
                         VALUE OF FILE-ID IS "TUITLEDG.DAT".
       01  TLR.
           02 TL-KEY.
              03 TL-AA   PIC 9(4).
              03 TL-SEQ  PIC 9(4).
           02 TL-DATE    PIC 9(8).
           02 TL-TYPE    PIC X(1).
              88 TL-CHARGE  VALUE "C".
              88 TL-RECEIPT VALUE "R".
           02 TL-AMOUNT  PIC 9(9).
           02 TL-DESCR   PIC X(20).
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
      * one line per school year and term billed - a term on this
      * file is never billed again
       FD  BILLRUN       LABEL RECORD STANDARD.
       01  BR-LINE.
           02 BR-YEAR       PIC 9(4).
           02 FILLER        PIC X(1).
           02 BR-TERM       PIC 9(1).
           02 FILLER        PIC X(2).
           02 BR-DATE       PIC 9(8).
           02 FILLER        PIC X(2).
           02 BR-USER       PIC X(8).
           02 FILLER        PIC X(2).
           02 BR-COUNT      PIC 9(5).
           02 FILLER        PIC X(2).
           02 BR-TOTAL      PIC 9(11).
      *
       FD  REG-OUT       LABEL RECORD STANDARD.
       01  REG-LINE      PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-FEESCHED-STATUS PIC XX.
       01  WS-DISCOUNT-STATUS PIC XX.
       01  WS-SCHOLAR-STATUS  PIC XX.
       01  WS-TUITLEDG-STATUS PIC XX.
       01  WS-MHTRMA-STATUS   PIC XX.
       01  WS-CONTACTS-STATUS PIC XX.
       01  WS-BILLRUN-STATUS  PIC XX.
       01  WS-ACTION          PIC X(1).
           88 WS-ACT-FEES     VALUE "F".
           88 WS-ACT-DISCOUNT VALUE "D".
           88 WS-ACT-SCHOLAR  VALUE "S".
           88 WS-ACT-LIST     VALUE "L".
           88 WS-ACT-TRIAL    VALUE "T".
           88 WS-ACT-BILL     VALUE "B".
           88 WS-ACT-EXIT     VALUE "X".
       01  WS-MODE-SW         PIC X(1).
           88 WS-TRIAL-RUN          VALUE "T".
           88 WS-REAL-RUN           VALUE "B".
       01  WS-EOF-SW          PIC A(1).
           88 WS-EOF                VALUE "Y".
       01  WS-TL-EOF-SW       PIC A(1).
           88 WS-TL-EOF             VALUE "Y".
       01  WS-CT-FOUND-SW     PIC X(1).
           88 WS-CT-FOUND           VALUE "Y".
       01  WS-CONTACTS-SW     PIC X(1).
           88 WS-CONTACTS-AVAIL     VALUE "Y".
       01  WS-BILLED-SW       PIC X(1).
           88 WS-ALREADY-BILLED     VALUE "Y".
       01  WS-BUS-DATE        PIC 9(8).
       01  WS-BUSDATE-FUNC    PIC X(1).
       01  WS-BUSDATE-RC      PIC 9(2).
       01  WS-CLASS-IN        PIC X(3).
       01  WS-TERM            PIC 9(1).
       01  WS-SCHOOL-YEAR     PIC 9(4).
       01  WS-AMOUNT          PIC 9(9).
       01  WS-DESCR           PIC X(20).
       01  WS-CODE            PIC X(4).
       01  WS-NAME            PIC X(20).
       01  WS-TYPE            PIC X(1).
       01  WS-CHILD           PIC 9(1).
       01  WS-PCT             PIC 9(3)V9.
       01  WS-AA              PIC 9(4).
       01  WS-NEXT-SEQ        PIC 9(4).
       01  WS-ED-AMT          PIC Z(8)9.
       01  WS-ED-TOTAL        PIC Z(10)9.
       01  WS-ED-PCT          PIC ZZ9.9.
       01  WS-GEN-SOURCE      PIC X(20).
       01  WS-GEN-RC          PIC 9(2).
      * the sibling lines of the discount table, loaded for the run
       77  WS-SIB-MAX         PIC 9(2) VALUE 9.
       01  WS-SIB-USED        PIC 9(2).
       01  WS-SIB-IND         PIC 9(2).
       01  WS-SIB-TABLE.
           02  SIB-ENTRY OCCURS 9 TIMES.
               03  SIB-CODE    PIC X(4).
               03  SIB-CHILD   PIC 9(1).
               03  SIB-PCT     PIC 9(3)V9.
      * every student on MHTRMA with the household key Program16
      * groups by (first contact's address and phone); a student
      * with no usable contact is a household of one
       77  WS-ST-MAX          PIC 9(4) VALUE 1000.
       01  WS-ST-USED         PIC 9(4).
       01  WS-ST-IND          PIC 9(4).
       01  WS-ST-IND2         PIC 9(4).
       01  WS-ST-TABLE.
           02  ST-ENTRY OCCURS 1000 TIMES.
               03  ST-AA        PIC 9(4).
               03  ST-EPWN      PIC X(20).
               03  ST-CLASS     PIC X(3).
               03  ST-ADDRESS   PIC X(30).
               03  ST-PHONE     PIC 9(11).
               03  ST-OWN-HH    PIC X(1).
               03  ST-CHILD     PIC 9(2).
      * the charge worked out for one student
       01  WS-GROSS           PIC 9(9).
       01  WS-DISC-AMT        PIC 9(9).
       01  WS-NET             PIC 9(9).
       01  WS-DISC-CODE       PIC X(4).
       01  WS-DISC-PCT        PIC 9(3)V9.
       01  WS-SCH-PCT         PIC 9(3)V9.
       01  WS-SCH-CODE        PIC X(4).
       01  WS-BILL-COUNT      PIC 9(5).
       01  WS-NOFEE-COUNT     PIC 9(5).
       01  WS-DISC-COUNT      PIC 9(5).
       01  WS-TOT-GROSS       PIC 9(11).
       01  WS-TOT-DISC        PIC 9(11).
       01  WS-TOT-NET         PIC 9(11).
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
           OPEN I-O FEESCHED.
           IF WS-FEESCHED-STATUS = "35"
               OPEN OUTPUT FEESCHED
               CLOSE FEESCHED
               OPEN I-O FEESCHED
           END-IF.
           OPEN I-O DISCOUNT.
           IF WS-DISCOUNT-STATUS = "35"
               OPEN OUTPUT DISCOUNT
               CLOSE DISCOUNT
               OPEN I-O DISCOUNT
           END-IF.
           OPEN I-O SCHOLAR.
           IF WS-SCHOLAR-STATUS = "35"
               OPEN OUTPUT SCHOLAR
               CLOSE SCHOLAR
               OPEN I-O SCHOLAR
           END-IF.
           IF WS-FEESCHED-STATUS NOT = "00"
               OR WS-DISCOUNT-STATUS NOT = "00"
               OR WS-SCHOLAR-STATUS NOT = "00"
               MOVE 69 TO LS-RETURN-CODE
               DISPLAY "PROGRAM56: FEE FILES COULD NOT BE OPENED"
                       " - STATUS " WS-FEESCHED-STATUS " "
                       WS-DISCOUNT-STATUS " " WS-SCHOLAR-STATUS
               GO TO TELOS
           END-IF.
       MENU-LOOP.
           DISPLAY "----------------------------------------".
           DISPLAY "XREWSH DIDAKTRWN ANA TRIMHNO".
           DISPLAY "F=FEE SCHEDULE D=DISCOUNT TABLE S=SCHOLARSHIP AWARD"
                   " L=LIST".
           DISPLAY "T=TRIAL BILLING RUN B=BILLING RUN X=EXIT".
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN WS-ACT-FEES
                   PERFORM 100-MAINTAIN-FEE THRU 100-EXIT
               WHEN WS-ACT-DISCOUNT
                   PERFORM 200-MAINTAIN-DISCOUNT THRU 200-EXIT
               WHEN WS-ACT-SCHOLAR
                   PERFORM 300-MAINTAIN-SCHOLARSHIP THRU 300-EXIT
               WHEN WS-ACT-LIST
                   PERFORM 400-LIST-TABLES
               WHEN WS-ACT-TRIAL
                   MOVE "T" TO WS-MODE-SW
                   PERFORM 500-BILLING-RUN THRU 500-EXIT
               WHEN WS-ACT-BILL
                   MOVE "B" TO WS-MODE-SW
                   PERFORM 500-BILLING-RUN THRU 500-EXIT
               WHEN WS-ACT-EXIT
                   GO TO TELOS
               WHEN OTHER
                   DISPLAY "INVALID ACTION - TRY AGAIN"
           END-EVALUATE.
           GO TO MENU-LOOP.
      *
       100-MAINTAIN-FEE.
      *    one screen sets, changes or (amount 0) removes a fee
           DISPLAY "ENTER CLASS: ".
           ACCEPT WS-CLASS-IN.
           DISPLAY "ENTER TERM (1-3): ".
           ACCEPT WS-TERM.
           IF WS-CLASS-IN = SPACES OR WS-TERM < 1 OR WS-TERM > 3
               DISPLAY "CLASS AND A TERM 1-3 ARE REQUIRED"
               GO TO 100-EXIT
           END-IF.
           MOVE WS-CLASS-IN TO FS-CLASS.
           MOVE WS-TERM TO FS-TERM.
           READ FEESCHED
               INVALID KEY
                   DISPLAY "NO FEE ON FILE FOR " WS-CLASS-IN
                           " TERM " WS-TERM
               NOT INVALID KEY
                   MOVE FS-AMOUNT TO WS-ED-AMT
                   DISPLAY "CURRENT FEE  : " WS-ED-AMT
                   DISPLAY "CURRENT DESCR: " FS-DESCR
           END-READ.
           DISPLAY "ENTER FEE (WHOLE DRX, 0 = REMOVE): ".
           ACCEPT WS-AMOUNT.
           IF WS-AMOUNT = 0
               DELETE FEESCHED
                   INVALID KEY
                       DISPLAY "NOTHING TO REMOVE"
                   NOT INVALID KEY
                       DISPLAY "FEE REMOVED"
               END-DELETE
               GO TO 100-EXIT
           END-IF.
           DISPLAY "ENTER DESCRIPTION FOR THE LEDGER (BLANK ="
                   " DIDAKTRA): ".
           ACCEPT WS-DESCR.
           MOVE SPACES TO FS-REC.
           MOVE WS-CLASS-IN TO FS-CLASS.
           MOVE WS-TERM TO FS-TERM.
           MOVE WS-AMOUNT TO FS-AMOUNT.
           MOVE WS-DESCR TO FS-DESCR.
           WRITE FS-REC
               INVALID KEY
                   REWRITE FS-REC
                       INVALID KEY
                           DISPLAY "FEE COULD NOT BE UPDATED"
                       NOT INVALID KEY
                           DISPLAY "FEE UPDATED"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "FEE ADDED"
           END-WRITE.
       100-EXIT.
           EXIT.
      *
       200-MAINTAIN-DISCOUNT.
           DISPLAY "ENTER DISCOUNT CODE: ".
           ACCEPT WS-CODE.
           IF WS-CODE = SPACES
               DISPLAY "DISCOUNT CODE IS REQUIRED"
               GO TO 200-EXIT
           END-IF.
           MOVE WS-CODE TO DS-CODE.
           READ DISCOUNT
               INVALID KEY
                   DISPLAY "NEW DISCOUNT " WS-CODE
               NOT INVALID KEY
                   MOVE DS-PCT TO WS-ED-PCT
                   DISPLAY "CURRENT: " DS-NAME " TYPE " DS-TYPE
                           " CHILD " DS-CHILD " " WS-ED-PCT "%"
           END-READ.
           DISPLAY "ENTER PERCENT IN TENTHS (E.G. 0150 = 15.0%,"
                   " 0 = REMOVE): ".
           ACCEPT WS-PCT.
           IF WS-PCT = 0
               DELETE DISCOUNT
                   INVALID KEY
                       DISPLAY "NOTHING TO REMOVE"
                   NOT INVALID KEY
                       DISPLAY "DISCOUNT REMOVED"
               END-DELETE
               GO TO 200-EXIT
           END-IF.
           IF WS-PCT > 100
               DISPLAY "PERCENT CANNOT BE OVER 100 - NOT SAVED"
               GO TO 200-EXIT
           END-IF.
           DISPLAY "ENTER NAME: ".
           ACCEPT WS-NAME.
           DISPLAY "TYPE (S = SIBLING, N = NAMED SCHOLARSHIP): ".
           ACCEPT WS-TYPE.
           MOVE WS-TYPE TO DS-TYPE.
           IF NOT DS-VALID-TYPE
               DISPLAY "TYPE MUST BE S OR N - NOT SAVED"
               GO TO 200-EXIT
           END-IF.
           MOVE 0 TO WS-CHILD.
           IF DS-SIBLING
               DISPLAY "FROM WHICH CHILD OF THE HOUSEHOLD (2-9): "
               ACCEPT WS-CHILD
               IF WS-CHILD < 2
                   DISPLAY "CHILD MUST BE 2-9 - NOT SAVED"
                   GO TO 200-EXIT
               END-IF
           END-IF.
           MOVE SPACES TO DS-REC.
           MOVE WS-CODE TO DS-CODE.
           MOVE WS-NAME TO DS-NAME.
           MOVE WS-TYPE TO DS-TYPE.
           MOVE WS-CHILD TO DS-CHILD.
           MOVE WS-PCT TO DS-PCT.
           WRITE DS-REC
               INVALID KEY
                   REWRITE DS-REC
                       INVALID KEY
                           DISPLAY "DISCOUNT COULD NOT BE UPDATED"
                       NOT INVALID KEY
                           DISPLAY "DISCOUNT UPDATED"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "DISCOUNT ADDED"
           END-WRITE.
       200-EXIT.
           EXIT.
      *
       300-MAINTAIN-SCHOLARSHIP.
           DISPLAY "ENTER STUDENT ID: ".
           ACCEPT WS-AA.
           MOVE WS-AA TO SA-AA.
           READ SCHOLAR
               INVALID KEY
                   DISPLAY "NO SCHOLARSHIP ON FILE FOR " WS-AA
               NOT INVALID KEY
                   DISPLAY "CURRENT SCHOLARSHIP: " SA-CODE
                           " SINCE " SA-DATE
           END-READ.
           DISPLAY "ENTER SCHOLARSHIP CODE (BLANK = REMOVE): ".
           ACCEPT WS-CODE.
           IF WS-CODE = SPACES
               DELETE SCHOLAR
                   INVALID KEY
                       DISPLAY "NOTHING TO REMOVE"
                   NOT INVALID KEY
                       DISPLAY "SCHOLARSHIP REMOVED"
               END-DELETE
               GO TO 300-EXIT
           END-IF.
           MOVE WS-CODE TO DS-CODE.
           READ DISCOUNT
               INVALID KEY
                   DISPLAY "DISCOUNT " WS-CODE " NOT ON FILE"
                   GO TO 300-EXIT
           END-READ.
           IF NOT DS-SCHOLARSHIP
               DISPLAY "DISCOUNT " WS-CODE " IS NOT A NAMED SCHOLARSHIP"
               GO TO 300-EXIT
           END-IF.
           MOVE SPACES TO SA-REC.
           MOVE WS-AA TO SA-AA.
           MOVE WS-CODE TO SA-CODE.
           MOVE WS-BUS-DATE TO SA-DATE.
           WRITE SA-REC
               INVALID KEY
                   REWRITE SA-REC
                       INVALID KEY
                           DISPLAY "SCHOLARSHIP COULD NOT BE UPDATED"
                       NOT INVALID KEY
                           DISPLAY "SCHOLARSHIP UPDATED"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "SCHOLARSHIP AWARDED"
           END-WRITE.
       300-EXIT.
           EXIT.
      *
       400-LIST-TABLES.
           DISPLAY "DIDAKTRA: TMH T POSO      PERIGRAFH".
           MOVE "N" TO WS-EOF-SW.
           MOVE LOW-VALUES TO FS-KEY.
           START FEESCHED KEY NOT LESS THAN FS-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ FEESCHED NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE FS-AMOUNT TO WS-ED-AMT
                       DISPLAY "          " FS-CLASS " " FS-TERM " "
                               WS-ED-AMT " " FS-DESCR
               END-READ
           END-PERFORM.
           DISPLAY "EKPTWSEIS: KWD  ONOMA                T P  POSOSTO".
           MOVE "N" TO WS-EOF-SW.
           MOVE LOW-VALUES TO DS-CODE.
           START DISCOUNT KEY NOT LESS THAN DS-CODE
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ DISCOUNT NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE DS-PCT TO WS-ED-PCT
                       DISPLAY "           " DS-CODE " " DS-NAME " "
                               DS-TYPE " " DS-CHILD "  " WS-ED-PCT "%"
               END-READ
           END-PERFORM.
           DISPLAY "YPOTROFIES: AA   KWD  APO".
           MOVE "N" TO WS-EOF-SW.
           MOVE 0 TO SA-AA.
           START SCHOLAR KEY NOT LESS THAN SA-AA
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ SCHOLAR NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       DISPLAY "            " SA-AA " " SA-CODE " "
                               SA-DATE
               END-READ
           END-PERFORM.
      *
       500-BILLING-RUN.
      *    T works the whole run to the register without posting;
      *    B posts a TL-CHARGE line per student and records the term
      *    on BILLRUN.DAT so it cannot be billed a second time
           DISPLAY "ENTER SCHOOL YEAR (YYYY, 0 = CURRENT): ".
           ACCEPT WS-SCHOOL-YEAR.
           IF WS-SCHOOL-YEAR = 0
               MOVE WS-BUS-DATE (1:4) TO WS-SCHOOL-YEAR
               IF WS-BUS-DATE (5:2) >= "09"
                   ADD 1 TO WS-SCHOOL-YEAR
               END-IF
           END-IF.
           DISPLAY "ENTER TERM (1-3): ".
           ACCEPT WS-TERM.
           IF WS-TERM < 1 OR WS-TERM > 3
               DISPLAY "TERM MUST BE 1-3"
               GO TO 500-EXIT
           END-IF.
           PERFORM 520-CHECK-ALREADY-BILLED.
           IF WS-ALREADY-BILLED
               DISPLAY "SCHOOL YEAR " WS-SCHOOL-YEAR " TERM " WS-TERM
                       " WAS BILLED ON " BR-DATE " BY " BR-USER
                       " - NOT BILLED AGAIN"
               IF WS-REAL-RUN
                   GO TO 500-EXIT
               END-IF
           END-IF.
           PERFORM 540-LOAD-SIBLING-DISCOUNTS.
           PERFORM 560-LOAD-STUDENTS.
           IF LS-RETURN-CODE NOT = 0
               GO TO 500-EXIT
           END-IF.
           IF WS-REAL-RUN
               OPEN I-O TUITLEDG
               IF WS-TUITLEDG-STATUS = "35"
                   OPEN OUTPUT TUITLEDG
                   CLOSE TUITLEDG
                   OPEN I-O TUITLEDG
               END-IF
               IF WS-TUITLEDG-STATUS NOT = "00"
                   MOVE 78 TO LS-RETURN-CODE
                   DISPLAY "PROGRAM56: TUITLEDG COULD NOT BE OPENED"
                           " - STATUS " WS-TUITLEDG-STATUS
                   GO TO 500-EXIT
               END-IF
           END-IF.
           MOVE 0 TO WS-BILL-COUNT.
           MOVE 0 TO WS-NOFEE-COUNT.
           MOVE 0 TO WS-DISC-COUNT.
           MOVE 0 TO WS-TOT-GROSS.
           MOVE 0 TO WS-TOT-DISC.
           MOVE 0 TO WS-TOT-NET.
           OPEN OUTPUT REG-OUT.
           MOVE SPACES TO REG-LINE.
           IF WS-TRIAL-RUN
               STRING "MHTRWO XREWSHS DIDAKTRWN - DOKIMASTIKH EKTELESH"
                      " - SXOLIKO ETOS " WS-SCHOOL-YEAR
                      " TRIMHNO " WS-TERM
                   DELIMITED BY SIZE INTO REG-LINE
           ELSE
               STRING "MHTRWO XREWSHS DIDAKTRWN - SXOLIKO ETOS "
                      WS-SCHOOL-YEAR " TRIMHNO " WS-TERM
                      "  HMEROMHNIA " WS-BUS-DATE
                      "  XRHSTHS " LS-OPER-USER
                   DELIMITED BY SIZE INTO REG-LINE
           END-IF.
           WRITE REG-LINE.
           MOVE ALL "=" TO REG-LINE.
           WRITE REG-LINE.
           MOVE "AA    EPWNYMO              TMH PAIDI  XREWSH    EKPTW"
               TO REG-LINE.
           MOVE "SH  KWD   %     KAQARO  SHMEIWSH" TO REG-LINE (54:).
           WRITE REG-LINE.
           MOVE ALL "-" TO REG-LINE.
           WRITE REG-LINE.
           PERFORM 600-BILL-ONE-STUDENT
               VARYING WS-ST-IND FROM 1 BY 1
               UNTIL WS-ST-IND > WS-ST-USED.
           MOVE ALL "-" TO REG-LINE.
           WRITE REG-LINE.
           MOVE SPACES TO REG-LINE.
           STRING "XREWQHKAN: " WS-BILL-COUNT
                  "  ME EKPTWSH: " WS-DISC-COUNT
                  "  XWRIS DIDAKTRA TMHMATOS: " WS-NOFEE-COUNT
               DELIMITED BY SIZE INTO REG-LINE.
           WRITE REG-LINE.
           MOVE SPACES TO REG-LINE.
           MOVE WS-TOT-GROSS TO WS-ED-TOTAL.
           STRING "SYNOLO XREWSEWN: " WS-ED-TOTAL
               DELIMITED BY SIZE INTO REG-LINE.
           WRITE REG-LINE.
           MOVE SPACES TO REG-LINE.
           MOVE WS-TOT-DISC TO WS-ED-TOTAL.
           STRING "SYNOLO EKPTWSEWN: " WS-ED-TOTAL
               DELIMITED BY SIZE INTO REG-LINE.
           WRITE REG-LINE.
           MOVE SPACES TO REG-LINE.
           MOVE WS-TOT-NET TO WS-ED-TOTAL.
           STRING "KAQARO POSO     : " WS-ED-TOTAL
               DELIMITED BY SIZE INTO REG-LINE.
           WRITE REG-LINE.
           IF WS-TRIAL-RUN
               MOVE "*** DOKIMASTIKH EKTELESH - TIPOTA DEN KATAXWRHQHKE"
                   TO REG-LINE
               MOVE " ***" TO REG-LINE (52:)
               WRITE REG-LINE
           END-IF.
           CLOSE REG-OUT.
           IF WS-REAL-RUN
               CLOSE TUITLEDG
               PERFORM 580-RECORD-BILLING-RUN
           END-IF.
           MOVE "BILLREG.PRT" TO WS-GEN-SOURCE.
           CALL 'Program30' USING WS-GEN-SOURCE, WS-GEN-RC.
           DISPLAY "PROGRAM56: " WS-BILL-COUNT " STUDENTS, "
                   WS-NOFEE-COUNT " WITHOUT A FEE - BILLREG.PRT".
       500-EXIT.
           EXIT.
      *
       520-CHECK-ALREADY-BILLED.
           MOVE "N" TO WS-BILLED-SW.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT BILLRUN.
           IF WS-BILLRUN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ BILLRUN
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF BR-YEAR = WS-SCHOOL-YEAR
                           AND BR-TERM = WS-TERM
                           SET WS-ALREADY-BILLED TO TRUE
                           SET WS-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BILLRUN.
      *
       540-LOAD-SIBLING-DISCOUNTS.
           MOVE 0 TO WS-SIB-USED.
           MOVE "N" TO WS-EOF-SW.
           MOVE LOW-VALUES TO DS-CODE.
           START DISCOUNT KEY NOT LESS THAN DS-CODE
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ DISCOUNT NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF DS-SIBLING AND WS-SIB-USED < WS-SIB-MAX
                           ADD 1 TO WS-SIB-USED
                           MOVE DS-CODE  TO SIB-CODE (WS-SIB-USED)
                           MOVE DS-CHILD TO SIB-CHILD (WS-SIB-USED)
                           MOVE DS-PCT   TO SIB-PCT (WS-SIB-USED)
                       END-IF
               END-READ
           END-PERFORM.
      *
       560-LOAD-STUDENTS.
      *    students come off MHTRMA in A-A order, so the child's
      *    place in the household is the count of brothers and
      *    sisters registered before them, plus one
           MOVE 0 TO WS-ST-USED.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT MHTRMA.
           IF WS-MHTRMA-STATUS NOT = "00"
               MOVE 31 TO LS-RETURN-CODE
               DISPLAY "PROGRAM56: MHTRMA COULD NOT BE OPENED - STATUS "
                       WS-MHTRMA-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CONTACTS-SW.
           OPEN INPUT CONTACTS.
           IF WS-CONTACTS-STATUS = "00"
               SET WS-CONTACTS-AVAIL TO TRUE
           ELSE
               DISPLAY "PROGRAM56: CONTACTS.DAT NOT AVAILABLE - NO"
                       " SIBLING DISCOUNTS THIS RUN"
           END-IF.
           PERFORM UNTIL WS-EOF
               READ MHTRMA NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-ST-USED < WS-ST-MAX
                           ADD 1 TO WS-ST-USED
                           PERFORM 570-STORE-STUDENT
                       ELSE
                           DISPLAY "PROGRAM56: STUDENT TABLE FULL - "
                                   A-A " NOT BILLED"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MHTRMA.
           IF WS-CONTACTS-AVAIL
               CLOSE CONTACTS
           END-IF.
      *
       570-STORE-STUDENT.
           MOVE A-A    TO ST-AA (WS-ST-USED).
           MOVE EPWN   TO ST-EPWN (WS-ST-USED).
           MOVE CLASS1 TO ST-CLASS (WS-ST-USED).
           MOVE SPACES TO ST-ADDRESS (WS-ST-USED).
           MOVE 0      TO ST-PHONE (WS-ST-USED).
           MOVE "Y"    TO ST-OWN-HH (WS-ST-USED).
           MOVE 1      TO ST-CHILD (WS-ST-USED).
           MOVE "N" TO WS-CT-FOUND-SW.
           IF WS-CONTACTS-AVAIL
               MOVE A-A TO CT-AA
               MOVE 0 TO CT-SEQ
               START CONTACTS KEY NOT LESS THAN CT-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CONTACTS NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF CT-AA = A-A
                                   SET WS-CT-FOUND TO TRUE
                               END-IF
                       END-READ
               END-START
           END-IF.
           IF NOT WS-CT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF CT-ADDRESS = SPACES AND CT-PHONE = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE CT-ADDRESS TO ST-ADDRESS (WS-ST-USED).
           MOVE CT-PHONE   TO ST-PHONE (WS-ST-USED).
           MOVE "N"        TO ST-OWN-HH (WS-ST-USED).
           PERFORM 575-COUNT-OLDER-SIBLING
               VARYING WS-ST-IND2 FROM 1 BY 1
               UNTIL WS-ST-IND2 >= WS-ST-USED.
      *
       575-COUNT-OLDER-SIBLING.
           IF ST-OWN-HH (WS-ST-IND2) = "N"
               AND ST-ADDRESS (WS-ST-IND2) = CT-ADDRESS
               AND ST-PHONE (WS-ST-IND2) = CT-PHONE
               AND ST-CHILD (WS-ST-USED) < 99
               ADD 1 TO ST-CHILD (WS-ST-USED)
           END-IF.
      *
       580-RECORD-BILLING-RUN.
           OPEN EXTEND BILLRUN.
           IF WS-BILLRUN-STATUS = "35"
               OPEN OUTPUT BILLRUN
               CLOSE BILLRUN
               OPEN EXTEND BILLRUN
           END-IF.
           MOVE SPACES TO BR-LINE.
           MOVE WS-SCHOOL-YEAR TO BR-YEAR.
           MOVE WS-TERM TO BR-TERM.
           MOVE WS-BUS-DATE TO BR-DATE.
           MOVE LS-OPER-USER TO BR-USER.
           MOVE WS-BILL-COUNT TO BR-COUNT.
           MOVE WS-TOT-NET TO BR-TOTAL.
           WRITE BR-LINE.
           CLOSE BILLRUN.
      *
       600-BILL-ONE-STUDENT.
           MOVE ST-CLASS (WS-ST-IND) TO FS-CLASS.
           MOVE WS-TERM TO FS-TERM.
           READ FEESCHED
               INVALID KEY
                   ADD 1 TO WS-NOFEE-COUNT
                   MOVE SPACES TO REG-LINE
                   STRING ST-AA (WS-ST-IND) "  " ST-EPWN (WS-ST-IND)
                          " " ST-CLASS (WS-ST-IND)
                          "   *** DEN YPARXEI DIDAKTRO GIA TO TMHMA"
                          " - DEN XREWQHKE ***"
                       DELIMITED BY SIZE INTO REG-LINE
                   WRITE REG-LINE
                   EXIT PARAGRAPH
           END-READ.
           MOVE FS-AMOUNT TO WS-GROSS.
           PERFORM 620-WORK-OUT-DISCOUNT.
           COMPUTE WS-DISC-AMT ROUNDED = WS-GROSS * WS-DISC-PCT / 100.
           COMPUTE WS-NET = WS-GROSS - WS-DISC-AMT.
           ADD 1 TO WS-BILL-COUNT.
           ADD WS-GROSS TO WS-TOT-GROSS.
           ADD WS-DISC-AMT TO WS-TOT-DISC.
           ADD WS-NET TO WS-TOT-NET.
           IF WS-DISC-AMT > 0
               ADD 1 TO WS-DISC-COUNT
           END-IF.
           MOVE SPACES TO REG-LINE.
           MOVE WS-DISC-PCT TO WS-ED-PCT.
           STRING ST-AA (WS-ST-IND) "  " ST-EPWN (WS-ST-IND)
                  " " ST-CLASS (WS-ST-IND) "  " ST-CHILD (WS-ST-IND)
                  "   " WS-GROSS " " WS-DISC-AMT " " WS-DISC-CODE
                  " " WS-ED-PCT " " WS-NET
               DELIMITED BY SIZE INTO REG-LINE.
           IF WS-REAL-RUN
               PERFORM 650-POST-CHARGE
           END-IF.
           WRITE REG-LINE.
      *
       620-WORK-OUT-DISCOUNT.
      *    the sibling discount for the child's place and a named
      *    scholarship do not add up - the larger of the two applies
           MOVE SPACES TO WS-DISC-CODE.
           MOVE 0 TO WS-DISC-PCT.
           IF ST-CHILD (WS-ST-IND) > 1
               PERFORM 630-CHECK-SIBLING-LINE
                   VARYING WS-SIB-IND FROM 1 BY 1
                   UNTIL WS-SIB-IND > WS-SIB-USED
           END-IF.
           MOVE ST-AA (WS-ST-IND) TO SA-AA.
           READ SCHOLAR
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE SA-CODE TO DS-CODE.
           READ DISCOUNT
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF DS-SCHOLARSHIP AND DS-PCT > WS-DISC-PCT
               MOVE DS-CODE TO WS-DISC-CODE
               MOVE DS-PCT TO WS-DISC-PCT
           END-IF.
      *
       630-CHECK-SIBLING-LINE.
      *    the line for the highest child number the student reaches
           IF SIB-CHILD (WS-SIB-IND) <= ST-CHILD (WS-ST-IND)
               IF WS-DISC-CODE = SPACES
                   OR SIB-CHILD (WS-SIB-IND) > WS-CHILD
                   MOVE SIB-CODE (WS-SIB-IND) TO WS-DISC-CODE
                   MOVE SIB-PCT (WS-SIB-IND) TO WS-DISC-PCT
                   MOVE SIB-CHILD (WS-SIB-IND) TO WS-CHILD
               END-IF
           END-IF.
      *
       650-POST-CHARGE.
           MOVE ST-AA (WS-ST-IND) TO WS-AA.
           PERFORM 660-FIND-NEXT-SEQ.
           MOVE SPACES TO TLR.
           MOVE WS-AA TO TL-AA.
           MOVE WS-NEXT-SEQ TO TL-SEQ.
           MOVE WS-BUS-DATE TO TL-DATE.
           MOVE "C" TO TL-TYPE.
           MOVE WS-NET TO TL-AMOUNT.
           IF FS-DESCR = SPACES
               STRING "DIDAKTRA " WS-SCHOOL-YEAR " T" WS-TERM
                   DELIMITED BY SIZE INTO TL-DESCR
           ELSE
               MOVE FS-DESCR TO TL-DESCR
           END-IF.
           IF WS-NET = 0
               MOVE "PLHRHS EKPTWSH" TO REG-LINE (100:)
               EXIT PARAGRAPH
           END-IF.
           WRITE TLR
               INVALID KEY
                   MOVE "*** NOT POSTED ***" TO REG-LINE (100:)
                   SUBTRACT 1 FROM WS-BILL-COUNT
                   SUBTRACT WS-NET FROM WS-TOT-NET
               NOT INVALID KEY
                   MOVE SPACES TO REG-LINE (100:)
                   STRING "GRAMMH " WS-NEXT-SEQ
                       DELIMITED BY SIZE INTO REG-LINE (100:)
           END-WRITE.
      *
       660-FIND-NEXT-SEQ.
      *    same numbering Program38's 150-FIND-NEXT-SEQ uses
           MOVE 0 TO WS-NEXT-SEQ.
           MOVE "N" TO WS-TL-EOF-SW.
           MOVE WS-AA TO TL-AA.
           MOVE 0 TO TL-SEQ.
           START TUITLEDG KEY NOT LESS THAN TL-KEY
               INVALID KEY
                   SET WS-TL-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-TL-EOF
               READ TUITLEDG NEXT RECORD
                   AT END
                       SET WS-TL-EOF TO TRUE
                   NOT AT END
                       IF TL-AA = WS-AA
                           MOVE TL-SEQ TO WS-NEXT-SEQ
                       ELSE
                           SET WS-TL-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-SEQ.
      *
       TELOS.
           CLOSE FEESCHED.
           CLOSE DISCOUNT.
           CLOSE SCHOLAR.
           EXIT PROGRAM.
      *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program58.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TUITLEDG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TL-KEY
               FILE STATUS IS WS-TUITLEDG-STATUS.
           SELECT MHTRMA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS A-A
               ALTERNATE RECORD KEY IS EPWN WITH DUPLICATES
               FILE STATUS IS WS-MHTRMA-STATUS.
           SELECT CONTACTS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CONTACTS-STATUS.
           SELECT DUNHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-DUNHIST-STATUS.
           SELECT FEEHOLD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FH-AA
               FILE STATUS IS WS-FEEHOLD-STATUS.
           SELECT AUDITLOG ASSIGN TO "MHTRMA.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT LET-OUT ASSIGN TO "DUNLET.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTL-OUT ASSIGN TO "DUNCTL.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
      * letter history: one record per student, arrears episode (the
      * date of the oldest unpaid charge) and stage sent, so a stage
      * is never sent twice for the same debt. stage 0 is a hold the
      * bursar released: DH-SENT is the release date and DH-BALANCE
      * the debt released
       FD  DUNHIST       RECORD CONTAINS  40 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS DH-REC
                         VALUE OF FILE-ID IS "DUNHIST.DAT".
       01  DH-REC.
           02 DH-KEY.
              03 DH-AA        PIC 9(4).
              03 DH-OPEN-DATE PIC 9(8).
              03 DH-STAGE     PIC 9(1).
           02 DH-SENT         PIC 9(8).
           02 DH-BALANCE      PIC 9(9).
           02 DH-USER         PIC X(8).
           02 FILLER          PIC X(2).
      *
      * students past the final stage - Program43 and Program7 hold
      * back their year-end documents while the record is here
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
      *
       FD  AUDITLOG      LABEL RECORD STANDARD.
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
      *
       FD  LET-OUT       LABEL RECORD STANDARD.
       01  LET-LINE      PIC X(80).
       FD  CTL-OUT       LABEL RECORD STANDARD.
       01  CTL-LINE      PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-TUITLEDG-STATUS PIC XX.
       01  WS-MHTRMA-STATUS   PIC XX.
       01  WS-CONTACTS-STATUS PIC XX.
       01  WS-DUNHIST-STATUS  PIC XX.
       01  WS-FEEHOLD-STATUS  PIC XX.
       01  WS-AUDIT-STATUS    PIC XX.
       01  WS-ACTION          PIC X(1).
           88 WS-ACT-RUN      VALUE "D".
           88 WS-ACT-HOLDS    VALUE "H".
           88 WS-ACT-HISTORY  VALUE "I".
           88 WS-ACT-RELEASE  VALUE "R".
           88 WS-ACT-EXIT     VALUE "X".
       01  WS-EOF-SW          PIC A(1).
           88 WS-EOF                VALUE "Y".
       01  WS-TL-EOF-SW       PIC A(1).
           88 WS-TL-EOF             VALUE "Y".
       01  WS-CT-FOUND-SW     PIC X(1).
           88 WS-CT-FOUND           VALUE "Y".
       01  WS-CONTACTS-SW     PIC X(1).
           88 WS-CONTACTS-AVAIL     VALUE "Y".
       01  WS-BUS-DATE        PIC 9(8).
       01  WS-BUSDATE-FUNC    PIC X(1).
       01  WS-BUSDATE-RC      PIC 9(2).
       01  WS-TODAY-INT       PIC 9(8).
       01  WS-LINE-INT        PIC 9(8).
       01  WS-AGE-DAYS        PIC S9(5).
       01  WS-AA              PIC 9(4).
       01  WS-CONFIRM         PIC X(1).
       01  WS-CHARGES         PIC 9(10).
       01  WS-RECEIPTS        PIC 9(10).
       01  WS-BALANCE         PIC S9(10).
       01  WS-RCPT-POOL       PIC S9(10).
       01  WS-OPEN-DATE       PIC 9(8).
       01  WS-REL-SW          PIC X(1).
           88 WS-REL-FOUND          VALUE "Y".
       01  WS-REL-DATE        PIC 9(8).
       01  WS-REL-BALANCE     PIC 9(9).
       01  WS-ED-AMT          PIC Z(9)9.
       01  WS-ED-BAL          PIC -Z(9)9.
       01  WS-GEN-SOURCE      PIC X(20).
       01  WS-GEN-RC          PIC 9(2).
      * the stages: days past the date of the oldest unpaid charge
       77  WS-STAGE-1-DAYS    PIC 9(3) VALUE 30.
       77  WS-STAGE-2-DAYS    PIC 9(3) VALUE 60.
       77  WS-STAGE-3-DAYS    PIC 9(3) VALUE 90.
       77  WS-FINAL-STAGE     PIC 9(1) VALUE 3.
      * every student with the Program16 household key (address and
      * phone of the first contact); a student with no contact, or
      * a blank address and zero phone, is a household of one
       77  WS-ST-MAX          PIC 9(4) VALUE 1000.
       01  WS-ST-USED         PIC 9(4).
       01  WS-ST-IND          PIC 9(4).
       01  WS-ST-IND2         PIC 9(4).
       01  WS-ST-TABLE.
           02  ST-ENTRY OCCURS 1000 TIMES.
               03  ST-AA        PIC 9(4).
               03  ST-EPWN      PIC X(20).
               03  ST-ONOM      PIC X(15).
               03  ST-CLASS     PIC X(3).
               03  ST-ADDRESS   PIC X(30).
               03  ST-PHONE     PIC 9(11).
               03  ST-OWN-HH    PIC X(1).
               03  ST-HH        PIC 9(4).
               03  ST-BALANCE   PIC S9(10).
               03  ST-OPEN-DATE PIC 9(8).
               03  ST-DAYS      PIC 9(5).
               03  ST-STAGE     PIC 9(1).
               03  ST-DUE       PIC X(1).
       77  WS-HH-MAX          PIC 9(4) VALUE 1000.
       01  WS-HH-USED         PIC 9(4).
       01  WS-HH-IND          PIC 9(4).
       01  WS-HH-TABLE.
           02  HH-ENTRY OCCURS 1000 TIMES.
               03  HH-NAME      PIC X(25).
               03  HH-RELATION  PIC X(10).
               03  HH-ADDRESS   PIC X(30).
               03  HH-PHONE     PIC 9(11).
               03  HH-STAGE     PIC 9(1).
               03  HH-DUE       PIC X(1).
               03  HH-TOTAL     PIC S9(11).
               03  HH-MEMBERS   PIC 9(2).
       01  WS-RUN-COUNTS.
           02 WS-LET-COUNT    PIC 9(5).
           02 WS-STAGE-COUNT  PIC 9(5) OCCURS 3 TIMES.
           02 WS-HOLD-NEW     PIC 9(5).
           02 WS-HOLD-CLEARED PIC 9(5).
           02 WS-HOLD-KEPT    PIC 9(5).
           02 WS-HOLD-RELEASED PIC 9(5).
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
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUS-DATE).
           OPEN I-O DUNHIST.
           IF WS-DUNHIST-STATUS = "35"
               OPEN OUTPUT DUNHIST
               CLOSE DUNHIST
               OPEN I-O DUNHIST
           END-IF.
           OPEN I-O FEEHOLD.
           IF WS-FEEHOLD-STATUS = "35"
               OPEN OUTPUT FEEHOLD
               CLOSE FEEHOLD
               OPEN I-O FEEHOLD
           END-IF.
           IF WS-DUNHIST-STATUS NOT = "00"
               OR WS-FEEHOLD-STATUS NOT = "00"
               MOVE 53 TO LS-RETURN-CODE
               DISPLAY "PROGRAM58: DUNNING FILES COULD NOT BE OPENED"
                       " - STATUS " WS-DUNHIST-STATUS " "
                       WS-FEEHOLD-STATUS
               GO TO TELOS
           END-IF.
       MENU-LOOP.
           DISPLAY "----------------------------------------".
           DISPLAY "YPENQYMISEIS OFEILWN DIDAKTRWN".
           DISPLAY "D=DUNNING RUN H=HOLD LIST I=LETTER HISTORY"
                   " R=RELEASE HOLD X=EXIT".
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN WS-ACT-RUN
                   PERFORM 100-DUNNING-RUN THRU 100-EXIT
               WHEN WS-ACT-HOLDS
                   PERFORM 700-LIST-HOLDS
               WHEN WS-ACT-HISTORY
                   PERFORM 750-LETTER-HISTORY
               WHEN WS-ACT-RELEASE
                   PERFORM 800-RELEASE-HOLD THRU 800-EXIT
               WHEN WS-ACT-EXIT
                   GO TO TELOS
               WHEN OTHER
                   DISPLAY "INVALID ACTION - TRY AGAIN"
           END-EVALUATE.
           GO TO MENU-LOOP.
      *
       100-DUNNING-RUN.
           MOVE 0 TO LS-RETURN-CODE.
           OPEN INPUT TUITLEDG.
           IF WS-TUITLEDG-STATUS NOT = "00"
               MOVE 78 TO LS-RETURN-CODE
               DISPLAY "PROGRAM58: TUITLEDG COULD NOT BE OPENED"
                       " - STATUS " WS-TUITLEDG-STATUS
               GO TO 100-EXIT
           END-IF.
           PERFORM 200-LOAD-STUDENTS.
           CLOSE TUITLEDG.
           IF LS-RETURN-CODE NOT = 0
               GO TO 100-EXIT
           END-IF.
           INITIALIZE WS-RUN-COUNTS.
           OPEN OUTPUT LET-OUT.
           OPEN OUTPUT CTL-OUT.
           MOVE SPACES TO CTL-LINE.
           STRING "YPENQYMISEIS OFEILWN DIDAKTRWN - HMEROMHNIA "
                  WS-BUS-DATE "  XRHSTHS " LS-OPER-USER
               DELIMITED BY SIZE INTO CTL-LINE.
           WRITE CTL-LINE.
           MOVE ALL "=" TO CTL-LINE.
           WRITE CTL-LINE.
           MOVE "OIKOG STADIO MELH  SYNOLO OFEILHS  PROS" TO CTL-LINE.
           WRITE CTL-LINE.
           MOVE ALL "-" TO CTL-LINE.
           WRITE CTL-LINE.
           PERFORM 400-WRITE-ONE-HOUSEHOLD
               VARYING WS-HH-IND FROM 1 BY 1
               UNTIL WS-HH-IND > WS-HH-USED.
           MOVE ALL "-" TO CTL-LINE.
           WRITE CTL-LINE.
           MOVE "DESMEYSEIS EGGRAFWN (FEEHOLD.DAT)" TO CTL-LINE.
           WRITE CTL-LINE.
           PERFORM 600-UPDATE-ONE-HOLD
               VARYING WS-ST-IND FROM 1 BY 1
               UNTIL WS-ST-IND > WS-ST-USED.
           MOVE ALL "-" TO CTL-LINE.
           WRITE CTL-LINE.
           MOVE SPACES TO CTL-LINE.
           STRING "GRAMMATA: " WS-LET-COUNT
                  "  STADIO 1: " WS-STAGE-COUNT (1)
                  "  STADIO 2: " WS-STAGE-COUNT (2)
                  "  STADIO 3: " WS-STAGE-COUNT (3)
               DELIMITED BY SIZE INTO CTL-LINE.
           WRITE CTL-LINE.
           MOVE SPACES TO CTL-LINE.
           STRING "DESMEYSEIS NEES: " WS-HOLD-NEW
                  "  SE ISXY: " WS-HOLD-KEPT
                  "  ARQHKAN (EXOFLHSH): " WS-HOLD-CLEARED
                  "  APELEYQERWMENES: " WS-HOLD-RELEASED
               DELIMITED BY SIZE INTO CTL-LINE.
           WRITE CTL-LINE.
           CLOSE LET-OUT.
           CLOSE CTL-OUT.
           MOVE "DUNLET.PRT" TO WS-GEN-SOURCE.
           CALL 'Program30' USING WS-GEN-SOURCE, WS-GEN-RC.
           MOVE "DUNCTL.PRT" TO WS-GEN-SOURCE.
           CALL 'Program30' USING WS-GEN-SOURCE, WS-GEN-RC.
           DISPLAY "PROGRAM58: " WS-LET-COUNT " LETTERS - DUNLET.PRT,"
                   " CONTROL LISTING DUNCTL.PRT".
       100-EXIT.
           EXIT.
      *
       200-LOAD-STUDENTS.
           MOVE 0 TO WS-ST-USED.
           MOVE 0 TO WS-HH-USED.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT MHTRMA.
           IF WS-MHTRMA-STATUS NOT = "00"
               MOVE 31 TO LS-RETURN-CODE
               DISPLAY "PROGRAM58: MHTRMA COULD NOT BE OPENED - STATUS "
                       WS-MHTRMA-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CONTACTS-SW.
           OPEN INPUT CONTACTS.
           IF WS-CONTACTS-STATUS = "00"
               SET WS-CONTACTS-AVAIL TO TRUE
           ELSE
               DISPLAY "PROGRAM58: CONTACTS.DAT NOT AVAILABLE -"
                       " LETTERS ADDRESSED TO ONP/THL2"
           END-IF.
           PERFORM UNTIL WS-EOF
               READ MHTRMA NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-ST-USED < WS-ST-MAX
                           ADD 1 TO WS-ST-USED
                           PERFORM 220-STORE-STUDENT
                       ELSE
                           DISPLAY "PROGRAM58: STUDENT TABLE FULL - "
                                   A-A " LEFT OFF THE RUN"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MHTRMA.
           IF WS-CONTACTS-AVAIL
               CLOSE CONTACTS
           END-IF.
      *
       220-STORE-STUDENT.
           MOVE A-A    TO ST-AA (WS-ST-USED).
           MOVE EPWN   TO ST-EPWN (WS-ST-USED).
           MOVE ONOM   TO ST-ONOM (WS-ST-USED).
           MOVE CLASS1 TO ST-CLASS (WS-ST-USED).
           MOVE "N"    TO ST-DUE (WS-ST-USED).
           MOVE A-A TO WS-AA.
           PERFORM 300-AGE-STUDENT.
           MOVE WS-BALANCE TO ST-BALANCE (WS-ST-USED).
           MOVE WS-OPEN-DATE TO ST-OPEN-DATE (WS-ST-USED).
           MOVE 0 TO ST-DAYS (WS-ST-USED).
           MOVE 0 TO ST-STAGE (WS-ST-USED).
           IF WS-BALANCE > 0 AND WS-OPEN-DATE NOT = 0
               COMPUTE WS-LINE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-OPEN-DATE)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-LINE-INT
               IF WS-AGE-DAYS > 0
                   MOVE WS-AGE-DAYS TO ST-DAYS (WS-ST-USED)
               END-IF
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS > WS-STAGE-3-DAYS
                       MOVE 3 TO ST-STAGE (WS-ST-USED)
                   WHEN WS-AGE-DAYS > WS-STAGE-2-DAYS
                       MOVE 2 TO ST-STAGE (WS-ST-USED)
                   WHEN WS-AGE-DAYS > WS-STAGE-1-DAYS
                       MOVE 1 TO ST-STAGE (WS-ST-USED)
               END-EVALUATE
           END-IF.
           IF ST-STAGE (WS-ST-USED) > 0
               MOVE A-A TO DH-AA
               MOVE WS-OPEN-DATE TO DH-OPEN-DATE
               MOVE ST-STAGE (WS-ST-USED) TO DH-STAGE
               READ DUNHIST
                   INVALID KEY
                       MOVE "Y" TO ST-DUE (WS-ST-USED)
               END-READ
           END-IF.
           PERFORM 250-ASSIGN-HOUSEHOLD.
      *
       250-ASSIGN-HOUSEHOLD.
      *    same key Program16 groups the absence letters by
           MOVE SPACES TO ST-ADDRESS (WS-ST-USED).
           MOVE 0 TO ST-PHONE (WS-ST-USED).
           MOVE "Y" TO ST-OWN-HH (WS-ST-USED).
           MOVE 0 TO ST-HH (WS-ST-USED).
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
           IF WS-CT-FOUND
               IF CT-ADDRESS NOT = SPACES OR CT-PHONE NOT = 0
                   MOVE CT-ADDRESS TO ST-ADDRESS (WS-ST-USED)
                   MOVE CT-PHONE   TO ST-PHONE (WS-ST-USED)
                   MOVE "N"        TO ST-OWN-HH (WS-ST-USED)
                   PERFORM 260-FIND-SIBLING
                       VARYING WS-ST-IND2 FROM 1 BY 1
                       UNTIL WS-ST-IND2 >= WS-ST-USED
                       OR ST-HH (WS-ST-USED) NOT = 0
               END-IF
           END-IF.
           IF ST-HH (WS-ST-USED) = 0
               IF WS-HH-USED >= WS-HH-MAX
                   DISPLAY "PROGRAM58: HOUSEHOLD TABLE FULL - STUDENT "
                           A-A " LEFT OFF THE RUN"
                   SUBTRACT 1 FROM WS-ST-USED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-HH-USED
               MOVE WS-HH-USED TO ST-HH (WS-ST-USED)
               INITIALIZE HH-ENTRY (WS-HH-USED)
               IF WS-CT-FOUND
                   MOVE CT-NAME     TO HH-NAME (WS-HH-USED)
                   MOVE CT-RELATION TO HH-RELATION (WS-HH-USED)
                   MOVE CT-ADDRESS  TO HH-ADDRESS (WS-HH-USED)
                   MOVE CT-PHONE    TO HH-PHONE (WS-HH-USED)
               ELSE
                   MOVE ONP         TO HH-NAME (WS-HH-USED)
                   MOVE "KHDEMONAS" TO HH-RELATION (WS-HH-USED)
                   MOVE THL2        TO HH-PHONE (WS-HH-USED)
               END-IF
               MOVE "N" TO HH-DUE (WS-HH-USED)
           END-IF.
           MOVE ST-HH (WS-ST-USED) TO WS-HH-IND.
           ADD 1 TO HH-MEMBERS (WS-HH-IND).
           IF ST-BALANCE (WS-ST-USED) > 0
               ADD ST-BALANCE (WS-ST-USED) TO HH-TOTAL (WS-HH-IND)
           END-IF.
           IF ST-STAGE (WS-ST-USED) > HH-STAGE (WS-HH-IND)
               MOVE ST-STAGE (WS-ST-USED) TO HH-STAGE (WS-HH-IND)
           END-IF.
           IF ST-DUE (WS-ST-USED) = "Y"
               MOVE "Y" TO HH-DUE (WS-HH-IND)
           END-IF.
      *
       260-FIND-SIBLING.
           IF ST-OWN-HH (WS-ST-IND2) = "N"
               AND ST-ADDRESS (WS-ST-IND2) = CT-ADDRESS
               AND ST-PHONE (WS-ST-IND2) = CT-PHONE
               MOVE ST-HH (WS-ST-IND2) TO ST-HH (WS-ST-USED)
           END-IF.
      *
       300-AGE-STUDENT.
      * balance and the date of the oldest charge not yet covered -
      * receipts pay the oldest charges first, as Program38's aged
      * balances do
           MOVE 0 TO WS-CHARGES.
           MOVE 0 TO WS-RECEIPTS.
           MOVE 0 TO WS-OPEN-DATE.
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
                           IF TL-CHARGE
                               ADD TL-AMOUNT TO WS-CHARGES
                           ELSE
                               ADD TL-AMOUNT TO WS-RECEIPTS
                           END-IF
                       ELSE
                           SET WS-TL-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           COMPUTE WS-BALANCE = WS-CHARGES - WS-RECEIPTS.
           IF WS-BALANCE <= 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RECEIPTS TO WS-RCPT-POOL.
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
                       IF TL-AA NOT = WS-AA
                           SET WS-TL-EOF TO TRUE
                       ELSE
                           PERFORM 350-APPLY-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM.
      *
       350-APPLY-ONE-LINE.
           IF NOT TL-CHARGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-RCPT-POOL >= TL-AMOUNT
               SUBTRACT TL-AMOUNT FROM WS-RCPT-POOL
               EXIT PARAGRAPH
           END-IF.
           MOVE TL-DATE TO WS-OPEN-DATE.
           SET WS-TL-EOF TO TRUE.
      *
       400-WRITE-ONE-HOUSEHOLD.
      *    a household gets a letter when any of its children has
      *    reached a stage not yet sent for the current debt; the
      *    letter lists every child of the household, paid up or not
           IF HH-DUE (WS-HH-IND) NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LET-COUNT.
           ADD 1 TO WS-STAGE-COUNT (HH-STAGE (WS-HH-IND)).
           MOVE SPACES TO LET-LINE.
           STRING "PROS: " HH-NAME (WS-HH-IND)
                  " (" HH-RELATION (WS-HH-IND) ")"
               DELIMITED BY SIZE INTO LET-LINE.
           WRITE LET-LINE.
           MOVE SPACES TO LET-LINE.
           STRING "  DIEYQYNSH: " HH-ADDRESS (WS-HH-IND)
                  "  THLEFWNO: " HH-PHONE (WS-HH-IND)
               DELIMITED BY SIZE INTO LET-LINE.
           WRITE LET-LINE.
           MOVE SPACES TO LET-LINE.
           STRING "HMEROMHNIA: " WS-BUS-DATE
               DELIMITED BY SIZE INTO LET-LINE.
           WRITE LET-LINE.
           MOVE SPACES TO LET-LINE.
           WRITE LET-LINE.
           EVALUATE HH-STAGE (WS-HH-IND)
               WHEN 1
                   MOVE "YPENQYMISH (1o STADIO) - OFEILH ANW TWN 30"
                       TO LET-LINE
                   MOVE " HMERWN" TO LET-LINE (43:)
               WHEN 2
                   MOVE "DEYTERH YPENQYMISH (2o STADIO) - OFEILH ANW"
                       TO LET-LINE
                   MOVE " TWN 60 HMERWN" TO LET-LINE (44:)
               WHEN OTHER
                   MOVE "TELIKH EIDOPOIHSH (3o STADIO) - OFEILH ANW"
                       TO LET-LINE
                   MOVE " TWN 90 HMERWN" TO LET-LINE (43:)
           END-EVALUATE.
           WRITE LET-LINE.
           MOVE SPACES TO LET-LINE.
           WRITE LET-LINE.
           MOVE "YPOLOIPA DIDAKTRWN TWN PAIDIWN THS OIKOGENEIAS:"
               TO LET-LINE.
           WRITE LET-LINE.
           PERFORM 450-WRITE-MEMBER-LINE
               VARYING WS-ST-IND FROM 1 BY 1
               UNTIL WS-ST-IND > WS-ST-USED.
           MOVE SPACES TO LET-LINE.
           MOVE HH-TOTAL (WS-HH-IND) TO WS-ED-AMT.
           STRING "  SYNOLO PROS EXOFLHSH: " WS-ED-AMT
               DELIMITED BY SIZE INTO LET-LINE.
           WRITE LET-LINE.
           MOVE SPACES TO LET-LINE.
           WRITE LET-LINE.
           IF HH-STAGE (WS-HH-IND) = WS-FINAL-STAGE
               MOVE "AN TO POSO DEN EXOFLHQEI, TA ENTYPA TELOYS ETOYS"
                   TO LET-LINE
               WRITE LET-LINE
               MOVE "QA KRATHQOYN MEXRI THN EXOFLHSH." TO LET-LINE
               WRITE LET-LINE
           ELSE
               MOVE "PARAKALOYME GIA THN TAKTOPOIHSH TOY LOGARIASMOY."
                   TO LET-LINE
               WRITE LET-LINE
           END-IF.
           MOVE "GIA OPOIADHPOTE APORIA EPIKOINWNHSTE ME TO LOGISTHRIO."
               TO LET-LINE.
           WRITE LET-LINE.
           MOVE ALL "=" TO LET-LINE.
           WRITE LET-LINE.
           MOVE SPACES TO CTL-LINE.
           MOVE HH-TOTAL (WS-HH-IND) TO WS-ED-AMT.
           STRING WS-HH-IND "  " HH-STAGE (WS-HH-IND) "      "
                  HH-MEMBERS (WS-HH-IND) "  " WS-ED-AMT "    "
                  HH-NAME (WS-HH-IND) " " HH-ADDRESS (WS-HH-IND)
               DELIMITED BY SIZE INTO CTL-LINE.
           WRITE CTL-LINE.
      *
       450-WRITE-MEMBER-LINE.
           IF ST-HH (WS-ST-IND) NOT = WS-HH-IND
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LET-LINE.
           MOVE ST-BALANCE (WS-ST-IND) TO WS-ED-BAL.
           STRING "  " ST-AA (WS-ST-IND) " " ST-EPWN (WS-ST-IND)
                  " " ST-ONOM (WS-ST-IND) " " ST-CLASS (WS-ST-IND)
                  " " WS-ED-BAL
               DELIMITED BY SIZE INTO LET-LINE.
           IF ST-STAGE (WS-ST-IND) > 0
               MOVE SPACES TO LET-LINE (73:)
               STRING ST-DAYS (WS-ST-IND) " HM"
                   DELIMITED BY SIZE INTO LET-LINE (73:)
           END-IF.
           WRITE LET-LINE.
           IF ST-DUE (WS-ST-IND) = "Y"
               PERFORM 500-RECORD-HISTORY
           END-IF.
      *
       500-RECORD-HISTORY.
           MOVE SPACES TO DH-REC.
           MOVE ST-AA (WS-ST-IND) TO DH-AA.
           MOVE ST-OPEN-DATE (WS-ST-IND) TO DH-OPEN-DATE.
           MOVE ST-STAGE (WS-ST-IND) TO DH-STAGE.
           MOVE WS-BUS-DATE TO DH-SENT.
           MOVE ST-BALANCE (WS-ST-IND) TO DH-BALANCE.
           MOVE LS-OPER-USER TO DH-USER.
           WRITE DH-REC
               INVALID KEY
                   DISPLAY "LETTER HISTORY FOR " DH-AA " NOT WRITTEN"
           END-WRITE.
      *
       600-UPDATE-ONE-HOLD.
      *    past the final stage the student is held; a hold on file
      *    for a student now paid up is lifted.  a hold stays while
      *    any balance is left, even if a part payment moved the
      *    debt back to an earlier stage
           MOVE ST-AA (WS-ST-IND) TO FH-AA.
           READ FEEHOLD
               INVALID KEY
                   IF ST-STAGE (WS-ST-IND) = WS-FINAL-STAGE
                       PERFORM 620-CHECK-RELEASED
                       IF WS-REL-FOUND
                           ADD 1 TO WS-HOLD-RELEASED
                       ELSE
                           PERFORM 650-WRITE-HOLD
                       END-IF
                   END-IF
               NOT INVALID KEY
                   IF ST-BALANCE (WS-ST-IND) <= 0
                       DELETE FEEHOLD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       ADD 1 TO WS-HOLD-CLEARED
                       MOVE SPACES TO CTL-LINE
                       STRING "  ARSH    " ST-AA (WS-ST-IND) " "
                              ST-EPWN (WS-ST-IND) " "
                              ST-CLASS (WS-ST-IND)
                           DELIMITED BY SIZE INTO CTL-LINE
                       WRITE CTL-LINE
                   ELSE
                       ADD 1 TO WS-HOLD-KEPT
                       MOVE ST-BALANCE (WS-ST-IND) TO FH-BALANCE
                       REWRITE FH-REC
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
           END-READ.
      *
       620-CHECK-RELEASED.
      *    a hold the bursar released stays released for that debt:
      *    it comes back only when the oldest unpaid charge is dated
      *    after the release, or the debt has grown past the amount
      *    released
           MOVE ST-AA (WS-ST-IND) TO WS-AA.
           PERFORM 630-FIND-LAST-RELEASE.
           IF WS-REL-FOUND
               IF ST-OPEN-DATE (WS-ST-IND) > WS-REL-DATE
                   OR ST-BALANCE (WS-ST-IND) > WS-REL-BALANCE
                   MOVE "N" TO WS-REL-SW
               END-IF
           END-IF.
      *
       630-FIND-LAST-RELEASE.
           MOVE "N" TO WS-REL-SW.
           MOVE 0 TO WS-REL-DATE.
           MOVE "N" TO WS-EOF-SW.
           MOVE WS-AA TO DH-AA.
           MOVE 0 TO DH-OPEN-DATE.
           MOVE 0 TO DH-STAGE.
           START DUNHIST KEY NOT LESS THAN DH-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ DUNHIST NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF DH-AA NOT = WS-AA
                           SET WS-EOF TO TRUE
                       ELSE
                           IF DH-STAGE = 0
                               AND DH-SENT >= WS-REL-DATE
                               SET WS-REL-FOUND TO TRUE
                               MOVE DH-SENT    TO WS-REL-DATE
                               MOVE DH-BALANCE TO WS-REL-BALANCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       650-WRITE-HOLD.
           MOVE SPACES TO FH-REC.
           MOVE ST-AA (WS-ST-IND) TO FH-AA.
           MOVE WS-BUS-DATE TO FH-DATE.
           MOVE ST-BALANCE (WS-ST-IND) TO FH-BALANCE.
           MOVE ST-EPWN (WS-ST-IND) TO FH-EPWN.
           MOVE ST-CLASS (WS-ST-IND) TO FH-CLASS.
           WRITE FH-REC
               INVALID KEY
                   DISPLAY "HOLD FOR " FH-AA " NOT WRITTEN"
                   EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO WS-HOLD-NEW.
           MOVE SPACES TO CTL-LINE.
           MOVE ST-BALANCE (WS-ST-IND) TO WS-ED-BAL.
           STRING "  NEA     " ST-AA (WS-ST-IND) " "
                  ST-EPWN (WS-ST-IND) " " ST-CLASS (WS-ST-IND)
                  " " WS-ED-BAL
               DELIMITED BY SIZE INTO CTL-LINE.
           WRITE CTL-LINE.
      *
       700-LIST-HOLDS.
           DISPLAY "AA   EPWNYMO              TMH APO      OFEILH".
           MOVE "N" TO WS-EOF-SW.
           MOVE 0 TO FH-AA.
           START FEEHOLD KEY NOT LESS THAN FH-AA
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ FEEHOLD NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE FH-BALANCE TO WS-ED-AMT
                       DISPLAY FH-AA " " FH-EPWN " " FH-CLASS " "
                               FH-DATE " " WS-ED-AMT
               END-READ
           END-PERFORM.
      *
       750-LETTER-HISTORY.
           DISPLAY "ENTER STUDENT ID: ".
           ACCEPT WS-AA.
           DISPLAY "OFEILH APO  STADIO STALQHKE  YPOLOIPO   XRHSTHS".
           MOVE "N" TO WS-EOF-SW.
           MOVE WS-AA TO DH-AA.
           MOVE 0 TO DH-OPEN-DATE.
           MOVE 0 TO DH-STAGE.
           START DUNHIST KEY NOT LESS THAN DH-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ DUNHIST NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF DH-AA NOT = WS-AA
                           SET WS-EOF TO TRUE
                       ELSE
                           MOVE DH-BALANCE TO WS-ED-AMT
                           IF DH-STAGE = 0
                               DISPLAY DH-OPEN-DATE "   ARSH  "
                                       DH-SENT " " WS-ED-AMT " "
                                       DH-USER
                           ELSE
                               DISPLAY DH-OPEN-DATE "   " DH-STAGE
                                       "     " DH-SENT " " WS-ED-AMT
                                       " " DH-USER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       800-RELEASE-HOLD.
      *    the bursar can lift a hold by hand (an agreed payment
      *    plan, say); the release is audited
           DISPLAY "ENTER STUDENT ID: ".
           ACCEPT WS-AA.
           MOVE WS-AA TO FH-AA.
           READ FEEHOLD
               INVALID KEY
                   DISPLAY "NO HOLD ON FILE FOR " WS-AA
                   GO TO 800-EXIT
           END-READ.
           MOVE FH-BALANCE TO WS-ED-AMT.
           DISPLAY FH-AA " " FH-EPWN " " FH-CLASS " OFEILH " WS-ED-AMT
                   " - RELEASE (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               GO TO 800-EXIT
           END-IF.
           DELETE FEEHOLD
               INVALID KEY
                   DISPLAY "HOLD COULD NOT BE RELEASED"
                   GO TO 800-EXIT
           END-DELETE.
           PERFORM 850-RECORD-RELEASE.
           OPEN EXTEND AUDITLOG.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDITLOG
               CLOSE AUDITLOG
               OPEN EXTEND AUDITLOG
           END-IF.
           MOVE SPACES TO AUDIT-LINE.
           MOVE FUNCTION CURRENT-DATE (1:15) TO AL-TIMESTAMP.
           MOVE WS-BUS-DATE TO AL-TIMESTAMP (1:8).
           MOVE LS-OPER-USER TO AL-USER.
           MOVE WS-AA TO AL-STUDENT-ID.
           MOVE "HOLDRL" TO AL-ACTION.
           STRING "FEE HOLD RELEASED - BALANCE " WS-ED-AMT
               DELIMITED BY SIZE INTO AL-DETAIL.
           WRITE AUDIT-LINE.
           CLOSE AUDITLOG.
           DISPLAY "HOLD RELEASED FOR " WS-AA.
       800-EXIT.
           EXIT.
      *
       850-RECORD-RELEASE.
      *    the release goes on the letter history against the debt
      *    as it stands, so the next dunning run does not hold the
      *    student again for the same debt
           MOVE 0 TO WS-OPEN-DATE.
           MOVE FH-BALANCE TO WS-BALANCE.
           OPEN INPUT TUITLEDG.
           IF WS-TUITLEDG-STATUS = "00"
               PERFORM 300-AGE-STUDENT
               CLOSE TUITLEDG
           END-IF.
           MOVE SPACES TO DH-REC.
           MOVE WS-AA TO DH-AA.
           MOVE WS-OPEN-DATE TO DH-OPEN-DATE.
           MOVE 0 TO DH-STAGE.
           MOVE WS-BUS-DATE TO DH-SENT.
           IF WS-BALANCE > 0
               MOVE WS-BALANCE TO DH-BALANCE
           ELSE
               MOVE 0 TO DH-BALANCE
           END-IF.
           MOVE LS-OPER-USER TO DH-USER.
           WRITE DH-REC
               INVALID KEY
                   REWRITE DH-REC
                       INVALID KEY
                           DISPLAY "RELEASE FOR " DH-AA
                                   " NOT RECORDED IN DUNHIST"
                   END-REWRITE
           END-WRITE.
      *
       TELOS.
           CLOSE DUNHIST.
           CLOSE FEEHOLD.
           EXIT PROGRAM.
      *

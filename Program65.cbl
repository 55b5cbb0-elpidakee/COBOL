       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program65.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACTS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CONTACTS-STATUS.
           SELECT MHTRMA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS A-A
               ALTERNATE RECORD KEY IS EPWN WITH DUPLICATES
               FILE STATUS IS WS-MHTRMA-STATUS.
           SELECT SEND-OUT ASSIGN TO "BCSEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BCHIST ASSIGN TO "BCHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCHIST-STATUS.
           SELECT BCRESULT ASSIGN TO "BCRESULT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCRESULT-STATUS.
           SELECT RPT-OUT ASSIGN TO "BCAST.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UNR-OUT ASSIGN TO "BCUNRCH.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
      * send file for the SMS gateway, fixed 200-byte records:
      * H header with the message, D one per household, T trailer
       FD  SEND-OUT      LABEL RECORD STANDARD.
       01  SD-REC.
           02  SD-TYPE         PIC X(1).
           02  SD-BODY         PIC X(199).
       01  SD-HEADER.
           02  FILLER          PIC X(1).
           02  SDH-BATCH       PIC X(14).
           02  SDH-CREATED     PIC 9(8).
           02  SDH-USER        PIC X(8).
           02  SDH-MESSAGE     PIC X(160).
           02  FILLER          PIC X(9).
       01  SD-DETAIL.
           02  FILLER          PIC X(1).
           02  SDD-BATCH       PIC X(14).
           02  SDD-SEQ         PIC 9(5).
           02  SDD-PHONE       PIC 9(11).
           02  SDD-AA          PIC 9(4).
           02  SDD-NAME        PIC X(25).
           02  FILLER          PIC X(140).
       01  SD-TRAILER.
           02  FILLER          PIC X(1).
           02  SDT-BATCH       PIC X(14).
           02  SDT-COUNT       PIC 9(5).
           02  SDT-PHONE-HASH  PIC 9(15).
           02  FILLER          PIC X(165).
      *
      * one line per household sent, kept so the gateway's results
      * can be matched back whenever they arrive
       FD  BCHIST        LABEL RECORD STANDARD.
       01  BH-LINE.
           02  BH-BATCH        PIC X(14).
           02  FILLER          PIC X(1).
           02  BH-PHONE        PIC 9(11).
           02  FILLER          PIC X(1).
           02  BH-AA           PIC 9(4).
           02  FILLER          PIC X(1).
           02  BH-CLASS        PIC X(3).
           02  FILLER          PIC X(1).
           02  BH-MEMBERS      PIC 9(2).
           02  FILLER          PIC X(1).
           02  BH-NAME         PIC X(25).
           02  FILLER          PIC X(1).
           02  BH-RELATION     PIC X(10).
      *
      * delivery results as returned by the gateway: batch, phone,
      * D = delivered, F = failed (anything else still pending)
       FD  BCRESULT      LABEL RECORD STANDARD.
       01  RS-LINE.
           02  RS-BATCH        PIC X(14).
           02  FILLER          PIC X(1).
           02  RS-PHONE        PIC 9(11).
           02  FILLER          PIC X(1).
           02  RS-STATUS       PIC X(1).
           02  FILLER          PIC X(1).
           02  RS-REASON       PIC X(30).
      *
       FD  RPT-OUT       LABEL RECORD STANDARD.
       01  RPT-LINE      PIC X(100).
      *
       FD  UNR-OUT       LABEL RECORD STANDARD.
       01  UNR-LINE      PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  WS-CONTACTS-STATUS PIC XX.
       01  WS-MHTRMA-STATUS   PIC XX.
       01  WS-BCHIST-STATUS   PIC XX.
       01  WS-BCRESULT-STATUS PIC XX.
       01  WS-ACTION          PIC X(1).
           88 WS-ACT-BUILD          VALUE "B" "b".
           88 WS-ACT-LOAD           VALUE "L" "l".
           88 WS-ACT-EXIT           VALUE "X" "x".
       01  WS-SELECT-SW       PIC X(1).
           88 WS-SEL-SCHOOL         VALUE "W" "w".
           88 WS-SEL-CLASS          VALUE "C" "c".
           88 WS-SEL-AA             VALUE "A" "a".
       01  WS-EOF-SW          PIC A(1).
           88 WS-EOF                VALUE "Y".
       01  WS-CT-EOF-SW       PIC A(1).
           88 WS-CT-EOF             VALUE "Y".
       01  WS-CT-FOUND-SW     PIC X(1).
           88 WS-CT-FOUND           VALUE "Y".
       01  WS-BUS-DATE        PIC 9(8).
       01  WS-BUSDATE-FUNC    PIC X(1).
       01  WS-BUSDATE-RC      PIC 9(2).
       01  WS-GEN-SOURCE      PIC X(20).
       01  WS-GEN-RC          PIC 9(2).
       01  WS-OPER-USER       PIC X(8).
       01  WS-BATCH-ID        PIC X(14).
       01  WS-MESSAGE         PIC X(160).
       01  WS-IN-CLASS        PIC X(3).
       01  WS-IN-AA           PIC 9(4).
       01  WS-PHONE-HASH      PIC 9(15).
      * chosen contact for the student in hand
       01  WS-PICK-NAME       PIC X(25).
       01  WS-PICK-RELATION   PIC X(10).
       01  WS-PICK-PHONE      PIC 9(11).
       01  WS-PICK-ADDRESS    PIC X(30).
       01  WS-COUNTS.
           02  WS-STUDENT-COUNT   PIC 9(5).
           02  WS-NOPHONE-COUNT   PIC 9(5).
           02  WS-NOTFOUND-COUNT  PIC 9(5).
           02  WS-SIBLING-COUNT   PIC 9(5).
           02  WS-DUPPHONE-COUNT  PIC 9(5).
           02  WS-FALLBACK-COUNT  PIC 9(5).
           02  WS-SENT-COUNT      PIC 9(5).
           02  WS-DELIVERED-COUNT PIC 9(5).
           02  WS-FAILED-COUNT    PIC 9(5).
           02  WS-NORESULT-COUNT  PIC 9(5).
           02  WS-OTHERBATCH-COUNT PIC 9(5).
           02  WS-UNKNOWN-COUNT   PIC 9(5).
      * the classes or student numbers asked for
       77  WS-SEL-MAX         PIC 9(3) VALUE 100.
       01  WS-SEL-USED        PIC 9(3).
       01  WS-SEL-IND         PIC 9(3).
       01  WS-SEL-TABLE.
           02  SEL-ENTRY OCCURS 100 TIMES.
               03  SEL-CLASS      PIC X(3).
               03  SEL-AA         PIC 9(4).
               03  SEL-HITS       PIC 9(4).
       01  WS-SEL-MATCH-SW    PIC X(1).
           88 WS-SEL-MATCH          VALUE "Y".
      * one entry per household; a household is one phone number -
      * siblings sharing the address and phone (the Program37 rule)
      * and any other student reached on the same number go as one
       77  WS-HH-MAX          PIC 9(4) VALUE 2000.
       01  WS-HH-USED         PIC 9(4).
       01  WS-HH-IND          PIC 9(4).
       01  WS-HH-FOUND        PIC 9(4).
       01  WS-HH-TABLE.
           02  HH-ENTRY OCCURS 2000 TIMES.
               03  HH-PHONE       PIC 9(11).
               03  HH-ADDRESS     PIC X(30).
               03  HH-NAME        PIC X(25).
               03  HH-RELATION    PIC X(10).
               03  HH-AA          PIC 9(4).
               03  HH-CLASS       PIC X(3).
               03  HH-MEMBERS     PIC 9(2).
               03  HH-RESULT      PIC X(1).
               03  HH-REASON      PIC X(30).
       01  RPT-STUDENT.
           02  FILLER         PIC X(4)  VALUE SPACES.
           02  RT-AA          PIC 9(4).
           02  FILLER         PIC X(2)  VALUE SPACES.
           02  RT-EPWN        PIC X(20).
           02  FILLER         PIC X(1)  VALUE SPACES.
           02  RT-ONOM        PIC X(15).
           02  FILLER         PIC X(2)  VALUE SPACES.
           02  RT-CLASS       PIC X(3).
           02  FILLER         PIC X(2)  VALUE SPACES.
           02  RT-NOTE        PIC X(30).
       01  RPT-HOUSEHOLD.
           02  FILLER         PIC X(2)  VALUE SPACES.
           02  RH-PHONE       PIC 9(11).
           02  FILLER         PIC X(2)  VALUE SPACES.
           02  RH-AA          PIC 9(4).
           02  FILLER         PIC X(1)  VALUE SPACES.
           02  RH-CLASS       PIC X(3).
           02  FILLER         PIC X(2)  VALUE SPACES.
           02  RH-NAME        PIC X(25).
           02  FILLER         PIC X(1)  VALUE SPACES.
           02  RH-RELATION    PIC X(10).
           02  FILLER         PIC X(2)  VALUE SPACES.
           02  RH-REASON      PIC X(30).
      *
       LINKAGE SECTION.
       01  LS-OPER-USER   PIC X(8).
       01  LS-RETURN-CODE PIC 9(2).

       PROCEDURE DIVISION USING LS-OPER-USER, LS-RETURN-CODE.
       ARXH.
           MOVE 0 TO LS-RETURN-CODE.
           MOVE LS-OPER-USER TO WS-OPER-USER.
           MOVE "G" TO WS-BUSDATE-FUNC.
           CALL 'Program29' USING WS-BUSDATE-FUNC, WS-BUS-DATE,
               WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUS-DATE
           END-IF.
       MENU-LOOP.
           DISPLAY "----------------------------------------".
           DISPLAY "MAZIKH EIDOPOIHSH GONEWN (SMS)".
           DISPLAY "B=BUILD SEND FILE L=LOAD DELIVERY RESULTS X=EXIT".
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN WS-ACT-BUILD
                   PERFORM 100-BUILD-BROADCAST THRU 100-EXIT
               WHEN WS-ACT-LOAD
                   PERFORM 600-LOAD-RESULTS THRU 600-EXIT
               WHEN WS-ACT-EXIT
                   GO TO TELOS
               WHEN OTHER
                   DISPLAY "INVALID ACTION - TRY AGAIN"
           END-EVALUATE.
           GO TO MENU-LOOP.
      *
       100-BUILD-BROADCAST.
           INITIALIZE WS-COUNTS.
           MOVE 0 TO WS-SEL-USED.
           MOVE 0 TO WS-HH-USED.
           DISPLAY "SEND TO W=WHOLE SCHOOL C=CLASSES A=STUDENT NUMBERS".
           ACCEPT WS-SELECT-SW.
           EVALUATE TRUE
               WHEN WS-SEL-SCHOOL
                   CONTINUE
               WHEN WS-SEL-CLASS
                   PERFORM 110-ACCEPT-CLASSES
               WHEN WS-SEL-AA
                   PERFORM 120-ACCEPT-NUMBERS
               WHEN OTHER
                   DISPLAY "INVALID SELECTION"
                   GO TO 100-EXIT
           END-EVALUATE.
           IF NOT WS-SEL-SCHOOL AND WS-SEL-USED = 0
               DISPLAY "NOTHING SELECTED - NO FILE WRITTEN"
               GO TO 100-EXIT
           END-IF.
           DISPLAY "ENTER MESSAGE TEXT (UP TO 160 CHARACTERS): ".
           MOVE SPACES TO WS-MESSAGE.
           ACCEPT WS-MESSAGE.
           IF WS-MESSAGE = SPACES
               DISPLAY "NO MESSAGE TEXT - NO FILE WRITTEN"
               GO TO 100-EXIT
           END-IF.
           OPEN INPUT CONTACTS.
           IF WS-CONTACTS-STATUS NOT = "00"
               MOVE 74 TO LS-RETURN-CODE
               DISPLAY "PROGRAM65: CONTACTS COULD NOT BE OPENED"
                       " - STATUS " WS-CONTACTS-STATUS
               GO TO 100-EXIT
           END-IF.
           OPEN INPUT MHTRMA.
           IF WS-MHTRMA-STATUS NOT = "00"
               MOVE 31 TO LS-RETURN-CODE
               DISPLAY "PROGRAM65: MHTRMA COULD NOT BE OPENED"
                       " - STATUS " WS-MHTRMA-STATUS
               CLOSE CONTACTS
               GO TO 100-EXIT
           END-IF.
           MOVE WS-BUS-DATE TO WS-BATCH-ID (1:8).
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-BATCH-ID (9:6).
           OPEN OUTPUT RPT-OUT.
           PERFORM 130-PRINT-HEADINGS.
           IF WS-SEL-AA
               PERFORM 200-SELECT-BY-NUMBER
                   VARYING WS-SEL-IND FROM 1 BY 1
                   UNTIL WS-SEL-IND > WS-SEL-USED
           ELSE
               PERFORM 220-SELECT-BY-SCAN
           END-IF.
           CLOSE CONTACTS.
           CLOSE MHTRMA.
           IF WS-HH-USED = 0
               DISPLAY "PROGRAM65: NO HOUSEHOLD WITH A PHONE WAS"
                       " SELECTED - NO SEND FILE WRITTEN"
               PERFORM 450-PRINT-CONTROL-TOTALS
               CLOSE RPT-OUT
               GO TO 100-EXIT
           END-IF.
           PERFORM 400-WRITE-SEND-FILE.
           PERFORM 450-PRINT-CONTROL-TOTALS.
           CLOSE RPT-OUT.
           MOVE "BCSEND.DAT" TO WS-GEN-SOURCE.
           CALL 'Program30' USING WS-GEN-SOURCE, WS-GEN-RC.
           MOVE "BCAST.PRT" TO WS-GEN-SOURCE.
           CALL 'Program30' USING WS-GEN-SOURCE, WS-GEN-RC.
           DISPLAY "PROGRAM65: BATCH " WS-BATCH-ID " - "
                   WS-SENT-COUNT " HOUSEHOLDS FROM "
                   WS-STUDENT-COUNT " STUDENTS".
           DISPLAY "SEND FILE BCSEND.DAT, CONTROL REPORT BCAST.PRT".
       100-EXIT.
           EXIT.
      *
       110-ACCEPT-CLASSES.
           DISPLAY "ENTER CLASS CODES ONE AT A TIME, BLANK TO END".
           MOVE "X" TO WS-IN-CLASS.
           PERFORM UNTIL WS-IN-CLASS = SPACES
                      OR WS-SEL-USED NOT < WS-SEL-MAX
               MOVE SPACES TO WS-IN-CLASS
               ACCEPT WS-IN-CLASS
               IF WS-IN-CLASS NOT = SPACES
                   ADD 1 TO WS-SEL-USED
                   MOVE WS-IN-CLASS TO SEL-CLASS (WS-SEL-USED)
                   MOVE 0 TO SEL-AA (WS-SEL-USED)
                   MOVE 0 TO SEL-HITS (WS-SEL-USED)
               END-IF
           END-PERFORM.
      *
       120-ACCEPT-NUMBERS.
           DISPLAY "ENTER STUDENT NUMBERS (A-A), 0 TO END".
           MOVE 1 TO WS-IN-AA.
           PERFORM UNTIL WS-IN-AA = 0
                      OR WS-SEL-USED NOT < WS-SEL-MAX
               MOVE 0 TO WS-IN-AA
               ACCEPT WS-IN-AA
               IF WS-IN-AA NOT = 0
                   ADD 1 TO WS-SEL-USED
                   MOVE SPACES TO SEL-CLASS (WS-SEL-USED)
                   MOVE WS-IN-AA TO SEL-AA (WS-SEL-USED)
                   MOVE 0 TO SEL-HITS (WS-SEL-USED)
               END-IF
           END-PERFORM.
      *
       130-PRINT-HEADINGS.
           MOVE SPACES TO RPT-LINE.
           STRING "MAZIKH EIDOPOIHSH GONEWN - BATCH " WS-BATCH-ID
                  "   HMEROMHNIA: " WS-BUS-DATE
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "=" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           EVALUATE TRUE
               WHEN WS-SEL-SCHOOL
                   MOVE "EPILOGH: OLO TO SXOLEIO" TO RPT-LINE
               WHEN WS-SEL-CLASS
                   STRING "EPILOGH: " WS-SEL-USED " TMHMATA"
                       DELIMITED BY SIZE INTO RPT-LINE
               WHEN OTHER
                   STRING "EPILOGH: " WS-SEL-USED " ARIQMOI MAQHTWN"
                       DELIMITED BY SIZE INTO RPT-LINE
           END-EVALUATE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "MHNYMA: " WS-MESSAGE (1:80)
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-MESSAGE (81:80) NOT = SPACES
               MOVE SPACES TO RPT-LINE
               MOVE WS-MESSAGE (81:80) TO RPT-LINE (9:80)
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "MAQHTES XWRIS THLEFWNO / EKTOS MHTRWOY:" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "-" TO RPT-LINE.
           WRITE RPT-LINE.
      *
       200-SELECT-BY-NUMBER.
           MOVE SEL-AA (WS-SEL-IND) TO A-A.
           READ MHTRMA
               INVALID KEY
                   ADD 1 TO WS-NOTFOUND-COUNT
                   MOVE SPACES TO RPT-STUDENT
                   MOVE SEL-AA (WS-SEL-IND) TO RT-AA
                   MOVE "NOT ON THE STUDENT MASTER" TO RT-NOTE
                   WRITE RPT-LINE FROM RPT-STUDENT
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO SEL-HITS (WS-SEL-IND)
                   PERFORM 250-TAKE-STUDENT
           END-READ.
      *
       220-SELECT-BY-SCAN.
           MOVE "N" TO WS-EOF-SW.
           MOVE 0 TO A-A.
           START MHTRMA KEY NOT LESS THAN A-A
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ MHTRMA NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 230-CHECK-CLASS
                       IF WS-SEL-MATCH
                           PERFORM 250-TAKE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.
      *
       230-CHECK-CLASS.
           IF WS-SEL-SCHOOL
               MOVE "Y" TO WS-SEL-MATCH-SW
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SEL-MATCH-SW.
           PERFORM VARYING WS-SEL-IND FROM 1 BY 1
                   UNTIL WS-SEL-IND > WS-SEL-USED OR WS-SEL-MATCH
               IF SEL-CLASS (WS-SEL-IND) = CLASS1
                   MOVE "Y" TO WS-SEL-MATCH-SW
                   ADD 1 TO SEL-HITS (WS-SEL-IND)
               END-IF
           END-PERFORM.
      *
       250-TAKE-STUDENT.
           ADD 1 TO WS-STUDENT-COUNT.
           PERFORM 280-PICK-CONTACT.
           IF WS-PICK-PHONE = 0
               ADD 1 TO WS-NOPHONE-COUNT
               MOVE SPACES TO RPT-STUDENT
               MOVE A-A TO RT-AA
               MOVE EPWN TO RT-EPWN
               MOVE ONOM TO RT-ONOM
               MOVE CLASS1 TO RT-CLASS
               MOVE "NO CONTACT PHONE ON FILE" TO RT-NOTE
               WRITE RPT-LINE FROM RPT-STUDENT
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-HH-FOUND.
           PERFORM VARYING WS-HH-IND FROM 1 BY 1
                   UNTIL WS-HH-IND > WS-HH-USED OR WS-HH-FOUND > 0
               IF HH-PHONE (WS-HH-IND) = WS-PICK-PHONE
                   MOVE WS-HH-IND TO WS-HH-FOUND
               END-IF
           END-PERFORM.
           IF WS-HH-FOUND > 0
               IF HH-ADDRESS (WS-HH-FOUND) = WS-PICK-ADDRESS
                   ADD 1 TO WS-SIBLING-COUNT
               ELSE
                   ADD 1 TO WS-DUPPHONE-COUNT
               END-IF
               IF HH-MEMBERS (WS-HH-FOUND) < 99
                   ADD 1 TO HH-MEMBERS (WS-HH-FOUND)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-HH-USED NOT < WS-HH-MAX
               DISPLAY "PROGRAM65: HOUSEHOLD TABLE FULL - STUDENT "
                       A-A " LEFT OFF THE BROADCAST"
               MOVE SPACES TO RPT-STUDENT
               MOVE A-A TO RT-AA
               MOVE EPWN TO RT-EPWN
               MOVE ONOM TO RT-ONOM
               MOVE CLASS1 TO RT-CLASS
               MOVE "HOUSEHOLD TABLE FULL - NOT SENT" TO RT-NOTE
               WRITE RPT-LINE FROM RPT-STUDENT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HH-USED.
           MOVE WS-PICK-PHONE    TO HH-PHONE (WS-HH-USED).
           MOVE WS-PICK-ADDRESS  TO HH-ADDRESS (WS-HH-USED).
           MOVE WS-PICK-NAME     TO HH-NAME (WS-HH-USED).
           MOVE WS-PICK-RELATION TO HH-RELATION (WS-HH-USED).
           MOVE A-A              TO HH-AA (WS-HH-USED).
           MOVE CLASS1           TO HH-CLASS (WS-HH-USED).
           MOVE 1                TO HH-MEMBERS (WS-HH-USED).
           MOVE SPACE            TO HH-RESULT (WS-HH-USED).
           MOVE SPACES           TO HH-REASON (WS-HH-USED).
      *
       280-PICK-CONTACT.
      * the primary contact is the first one on file for the student
      * (lowest sequence) that has a phone; with no contact phone at
      * all the guardian on the master is used, as Program58 does
           MOVE SPACES TO WS-PICK-NAME WS-PICK-RELATION
                          WS-PICK-ADDRESS.
           MOVE 0 TO WS-PICK-PHONE.
           MOVE "N" TO WS-CT-FOUND-SW.
           MOVE "N" TO WS-CT-EOF-SW.
           MOVE A-A TO CT-AA.
           MOVE 0 TO CT-SEQ.
           START CONTACTS KEY NOT LESS THAN CT-KEY
               INVALID KEY
                   SET WS-CT-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-CT-EOF OR WS-CT-FOUND
               READ CONTACTS NEXT RECORD
                   AT END
                       SET WS-CT-EOF TO TRUE
                   NOT AT END
                       IF CT-AA NOT = A-A
                           SET WS-CT-EOF TO TRUE
                       ELSE
                           IF CT-PHONE NOT = 0
                               SET WS-CT-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CT-FOUND
               MOVE CT-NAME     TO WS-PICK-NAME
               MOVE CT-RELATION TO WS-PICK-RELATION
               MOVE CT-PHONE    TO WS-PICK-PHONE
               MOVE CT-ADDRESS  TO WS-PICK-ADDRESS
               EXIT PARAGRAPH
           END-IF.
           IF THL2 NOT = 0
               ADD 1 TO WS-FALLBACK-COUNT
               MOVE ONP         TO WS-PICK-NAME
               MOVE "KHDEMONAS" TO WS-PICK-RELATION
               MOVE THL2        TO WS-PICK-PHONE
           END-IF.
      *
       400-WRITE-SEND-FILE.
           OPEN OUTPUT SEND-OUT.
           OPEN EXTEND BCHIST.
           IF WS-BCHIST-STATUS = "35"
               OPEN OUTPUT BCHIST
               CLOSE BCHIST
               OPEN EXTEND BCHIST
           END-IF.
           MOVE SPACES TO SD-HEADER.
           MOVE "H" TO SD-TYPE.
           MOVE WS-BATCH-ID TO SDH-BATCH.
           MOVE WS-BUS-DATE TO SDH-CREATED.
           MOVE WS-OPER-USER TO SDH-USER.
           MOVE WS-MESSAGE TO SDH-MESSAGE.
           WRITE SD-HEADER.
           MOVE 0 TO WS-PHONE-HASH.
           PERFORM 420-WRITE-HOUSEHOLD
               VARYING WS-HH-IND FROM 1 BY 1
               UNTIL WS-HH-IND > WS-HH-USED.
           MOVE SPACES TO SD-TRAILER.
           MOVE "T" TO SD-TYPE.
           MOVE WS-BATCH-ID TO SDT-BATCH.
           MOVE WS-SENT-COUNT TO SDT-COUNT.
           MOVE WS-PHONE-HASH TO SDT-PHONE-HASH.
           WRITE SD-TRAILER.
           CLOSE SEND-OUT.
           CLOSE BCHIST.
      *
       420-WRITE-HOUSEHOLD.
           ADD 1 TO WS-SENT-COUNT.
           MOVE SPACES TO SD-DETAIL.
           MOVE "D" TO SD-TYPE.
           MOVE WS-BATCH-ID TO SDD-BATCH.
           MOVE WS-SENT-COUNT TO SDD-SEQ.
           MOVE HH-PHONE (WS-HH-IND) TO SDD-PHONE.
           MOVE HH-AA (WS-HH-IND) TO SDD-AA.
           MOVE HH-NAME (WS-HH-IND) TO SDD-NAME.
           WRITE SD-DETAIL.
           ADD HH-PHONE (WS-HH-IND) TO WS-PHONE-HASH.
           MOVE SPACES TO BH-LINE.
           MOVE WS-BATCH-ID TO BH-BATCH.
           MOVE HH-PHONE (WS-HH-IND) TO BH-PHONE.
           MOVE HH-AA (WS-HH-IND) TO BH-AA.
           MOVE HH-CLASS (WS-HH-IND) TO BH-CLASS.
           MOVE HH-MEMBERS (WS-HH-IND) TO BH-MEMBERS.
           MOVE HH-NAME (WS-HH-IND) TO BH-NAME.
           MOVE HH-RELATION (WS-HH-IND) TO BH-RELATION.
           WRITE BH-LINE.
      *
       450-PRINT-CONTROL-TOTALS.
           MOVE ALL "-" TO RPT-LINE.
           WRITE RPT-LINE.
           IF NOT WS-SEL-SCHOOL
               PERFORM 470-PRINT-SELECTION
                   VARYING WS-SEL-IND FROM 1 BY 1
                   UNTIL WS-SEL-IND > WS-SEL-USED
               MOVE ALL "-" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING "MAQHTES POY EPILEXQHKAN      : " WS-STUDENT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "ARIQMOI EKTOS MHTRWOY        : " WS-NOTFOUND-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "XWRIS THLEFWNO               : " WS-NOPHONE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "THLEFWNO KHDEMONA (MHTRWO)   : " WS-FALLBACK-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "ADELFIA STHN IDIA OIKOGENEIA : " WS-SIBLING-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "DIPLA THLEFWNA (PARALEIFQHKAN): " WS-DUPPHONE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "OIKOGENEIES STO ARXEIO        : " WS-SENT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "HASH THLEFWNWN                : " WS-PHONE-HASH
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
      *
       470-PRINT-SELECTION.
           MOVE SPACES TO RPT-LINE.
           IF WS-SEL-CLASS
               STRING "  TMHMA " SEL-CLASS (WS-SEL-IND)
                      "  MAQHTES: " SEL-HITS (WS-SEL-IND)
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "  A-A " SEL-AA (WS-SEL-IND)
                      "  BREQHKE: " SEL-HITS (WS-SEL-IND)
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF.
           WRITE RPT-LINE.
      *
       600-LOAD-RESULTS.
           INITIALIZE WS-COUNTS.
           MOVE 0 TO WS-HH-USED.
           DISPLAY "ENTER BATCH ID (BLANK = LATEST BROADCAST): ".
           MOVE SPACES TO WS-BATCH-ID.
           ACCEPT WS-BATCH-ID.
           OPEN INPUT BCHIST.
           IF WS-BCHIST-STATUS NOT = "00"
               MOVE 16 TO LS-RETURN-CODE
               DISPLAY "PROGRAM65: NO BROADCAST HISTORY (BCHIST.DAT)"
               GO TO 600-EXIT
           END-IF.
           IF WS-BATCH-ID = SPACES
               PERFORM 610-FIND-LATEST-BATCH
               CLOSE BCHIST
               OPEN INPUT BCHIST
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ BCHIST
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF BH-BATCH = WS-BATCH-ID
                           AND WS-HH-USED < WS-HH-MAX
                           PERFORM 620-STORE-SENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BCHIST.
           IF WS-HH-USED = 0
               MOVE 16 TO LS-RETURN-CODE
               DISPLAY "PROGRAM65: BATCH " WS-BATCH-ID
                       " NOT FOUND IN BCHIST.DAT"
               GO TO 600-EXIT
           END-IF.
           OPEN INPUT BCRESULT.
           IF WS-BCRESULT-STATUS NOT = "00"
               MOVE 16 TO LS-RETURN-CODE
               DISPLAY "PROGRAM65: NO DELIVERY RESULT FILE"
                       " (BCRESULT.DAT)"
               GO TO 600-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ BCRESULT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 640-APPLY-RESULT
               END-READ
           END-PERFORM.
           CLOSE BCRESULT.
           OPEN OUTPUT UNR-OUT.
           PERFORM 660-PRINT-UNREACHED-HEAD.
           PERFORM 680-PRINT-UNREACHED
               VARYING WS-HH-IND FROM 1 BY 1
               UNTIL WS-HH-IND > WS-HH-USED.
           PERFORM 690-PRINT-RESULT-TOTALS.
           CLOSE UNR-OUT.
           MOVE "BCUNRCH.PRT" TO WS-GEN-SOURCE.
           CALL 'Program30' USING WS-GEN-SOURCE, WS-GEN-RC.
           DISPLAY "PROGRAM65: BATCH " WS-BATCH-ID " - "
                   WS-DELIVERED-COUNT " DELIVERED, "
                   WS-FAILED-COUNT " FAILED, "
                   WS-NORESULT-COUNT " NO RESULT".
           DISPLAY "HOUSEHOLDS NOT REACHED: BCUNRCH.PRT".
       600-EXIT.
           EXIT.
      *
       610-FIND-LATEST-BATCH.
      * batch ids are business date and time, so the highest is the
      * latest broadcast
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ BCHIST
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF BH-BATCH > WS-BATCH-ID
                           MOVE BH-BATCH TO WS-BATCH-ID
                       END-IF
               END-READ
           END-PERFORM.
      *
       620-STORE-SENT.
           ADD 1 TO WS-HH-USED.
           ADD 1 TO WS-SENT-COUNT.
           MOVE BH-PHONE    TO HH-PHONE (WS-HH-USED).
           MOVE SPACES      TO HH-ADDRESS (WS-HH-USED).
           MOVE BH-NAME     TO HH-NAME (WS-HH-USED).
           MOVE BH-RELATION TO HH-RELATION (WS-HH-USED).
           MOVE BH-AA       TO HH-AA (WS-HH-USED).
           MOVE BH-CLASS    TO HH-CLASS (WS-HH-USED).
           MOVE BH-MEMBERS  TO HH-MEMBERS (WS-HH-USED).
           MOVE SPACE       TO HH-RESULT (WS-HH-USED).
           MOVE SPACES      TO HH-REASON (WS-HH-USED).
      *
       640-APPLY-RESULT.
           IF RS-BATCH NOT = WS-BATCH-ID
               ADD 1 TO WS-OTHERBATCH-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-HH-FOUND.
           PERFORM VARYING WS-HH-IND FROM 1 BY 1
                   UNTIL WS-HH-IND > WS-HH-USED OR WS-HH-FOUND > 0
               IF HH-PHONE (WS-HH-IND) = RS-PHONE
                   MOVE WS-HH-IND TO WS-HH-FOUND
               END-IF
           END-PERFORM.
           IF WS-HH-FOUND = 0
               ADD 1 TO WS-UNKNOWN-COUNT
               EXIT PARAGRAPH
           END-IF.
      * the gateway may report a number more than once (retries) -
      * a delivery stands over any earlier or later failure
           IF HH-RESULT (WS-HH-FOUND) = "D"
               EXIT PARAGRAPH
           END-IF.
           MOVE RS-STATUS TO HH-RESULT (WS-HH-FOUND).
           MOVE RS-REASON TO HH-REASON (WS-HH-FOUND).
      *
       660-PRINT-UNREACHED-HEAD.
           MOVE SPACES TO UNR-LINE.
           STRING "OIKOGENEIES POY DEN EIDOPOIHQHKAN - BATCH "
                  WS-BATCH-ID "   HMEROMHNIA: " WS-BUS-DATE
               DELIMITED BY SIZE INTO UNR-LINE.
           WRITE UNR-LINE.
           MOVE ALL "=" TO UNR-LINE.
           WRITE UNR-LINE.
           MOVE "  THLEFWNO     A-A  TMH  EPAFH" TO UNR-LINE.
           MOVE "SXESH" TO UNR-LINE (53:5).
           MOVE "AITIA" TO UNR-LINE (65:5).
           WRITE UNR-LINE.
           MOVE ALL "-" TO UNR-LINE.
           WRITE UNR-LINE.
      *
       680-PRINT-UNREACHED.
           EVALUATE HH-RESULT (WS-HH-IND)
               WHEN "D"
                   ADD 1 TO WS-DELIVERED-COUNT
                   EXIT PARAGRAPH
               WHEN "F"
                   ADD 1 TO WS-FAILED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-NORESULT-COUNT
                   IF HH-RESULT (WS-HH-IND) = SPACE
                       MOVE "NO RESULT FROM THE GATEWAY"
                         TO HH-REASON (WS-HH-IND)
                   ELSE
                       IF HH-REASON (WS-HH-IND) = SPACES
                           MOVE "STILL PENDING AT THE GATEWAY"
                             TO HH-REASON (WS-HH-IND)
                       END-IF
                   END-IF
           END-EVALUATE.
           MOVE HH-PHONE (WS-HH-IND)    TO RH-PHONE.
           MOVE HH-AA (WS-HH-IND)       TO RH-AA.
           MOVE HH-CLASS (WS-HH-IND)    TO RH-CLASS.
           MOVE HH-NAME (WS-HH-IND)     TO RH-NAME.
           MOVE HH-RELATION (WS-HH-IND) TO RH-RELATION.
           MOVE HH-REASON (WS-HH-IND)   TO RH-REASON.
           WRITE UNR-LINE FROM RPT-HOUSEHOLD.
      *
       690-PRINT-RESULT-TOTALS.
           MOVE ALL "-" TO UNR-LINE.
           WRITE UNR-LINE.
           MOVE SPACES TO UNR-LINE.
           STRING "STALQHKAN           : " WS-SENT-COUNT
               DELIMITED BY SIZE INTO UNR-LINE.
           WRITE UNR-LINE.
           MOVE SPACES TO UNR-LINE.
           STRING "PARADOQHKAN         : " WS-DELIVERED-COUNT
               DELIMITED BY SIZE INTO UNR-LINE.
           WRITE UNR-LINE.
           MOVE SPACES TO UNR-LINE.
           STRING "APETYXAN            : " WS-FAILED-COUNT
               DELIMITED BY SIZE INTO UNR-LINE.
           WRITE UNR-LINE.
           MOVE SPACES TO UNR-LINE.
           STRING "XWRIS APOTELESMA    : " WS-NORESULT-COUNT
               DELIMITED BY SIZE INTO UNR-LINE.
           WRITE UNR-LINE.
           MOVE SPACES TO UNR-LINE.
           STRING "GRAMMES ALLOY BATCH : " WS-OTHERBATCH-COUNT
               DELIMITED BY SIZE INTO UNR-LINE.
           WRITE UNR-LINE.
           MOVE SPACES TO UNR-LINE.
           STRING "AGNWSTA THLEFWNA    : " WS-UNKNOWN-COUNT
               DELIMITED BY SIZE INTO UNR-LINE.
           WRITE UNR-LINE.
      *
       TELOS.
           EXIT PROGRAM.

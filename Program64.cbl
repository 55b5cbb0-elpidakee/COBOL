       $SET SQL(dbman=ODBC)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program64.
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
               ACCESS IS RANDOM
               RECORD KEY IS A-A
               ALTERNATE RECORD KEY IS EPWN WITH DUPLICATES
               FILE STATUS IS WS-MHTRMA-STATUS.
           SELECT AUDITLOG ASSIGN TO "MHTRMA.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RPT-OUT ASSIGN TO "CTCHGEX.PRT"
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
       FD  RPT-OUT       LABEL RECORD STANDARD.
       01  RPT-LINE      PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  WS-CONTACTS-STATUS PIC XX.
       01  WS-MHTRMA-STATUS   PIC XX.
       01  WS-AUDIT-STATUS    PIC XX.
       01  WS-CONN-RETURN-CODE PIC 9(2).
       01  WS-EOF-SW          PIC A(1).
           88 WS-EOF                VALUE "Y".
       01  WS-BUS-DATE        PIC 9(8).
       01  WS-BUSDATE-FUNC    PIC X(1).
       01  WS-BUSDATE-RC      PIC 9(2).
       01  WS-GEN-SOURCE      PIC X(20).
       01  WS-GEN-RC          PIC 9(2).
       01  WS-OLD-PHONE       PIC 9(11).
       01  WS-NEW-PHONE       PIC 9(11).
       01  WS-GIVEN-OLD-PHONE PIC 9(11).
       01  WS-PHONE-IN        PIC X(15).
       01  WS-PHONE-DIGITS    PIC X(11).
       01  WS-PHONE-OUT       PIC 9(11).
       01  WS-DIGIT-COUNT     PIC 9(2).
       01  WS-CHAR-IND        PIC 9(2).
       01  WS-PHONE-OK-SW     PIC X(1).
           88 WS-PHONE-OK           VALUE "Y".
       01  WS-REJECT-REASON   PIC X(30).
       01  WS-REJECT-KIND     PIC X(1).
      *        U = unknown ID, P = invalid phone, C = conflict
       01  WS-AUD-ACTION      PIC X(6).
       01  WS-NEXT-SEQ        PIC 9(3).
       01  WS-COUNTS.
           02  WS-READ-COUNT      PIC 9(5).
           02  WS-ADDED-COUNT     PIC 9(5).
           02  WS-UPDATED-COUNT   PIC 9(5).
           02  WS-UNKNOWN-COUNT   PIC 9(5).
           02  WS-PHONE-COUNT     PIC 9(5).
           02  WS-CONFLICT-COUNT  PIC 9(5).
      * the pending rows are taken off the cursor first and the
      * cursor closed, so each row can commit on its own.  rows past
      * the table stay pending for the next run
       77  WS-CC-MAX          PIC 9(3) VALUE 500.
       01  WS-CC-USED         PIC 9(3).
       01  WS-CC-IND          PIC 9(3).
       01  WS-CC-IND2         PIC 9(3).
       01  WS-CC-TABLE.
           02  CC-ENTRY OCCURS 500 TIMES.
               03  CE-ID          PIC 9(9).
               03  CE-AA          PIC 9(4).
               03  CE-SEQ         PIC 9(2).
               03  CE-TYPE        PIC X(1).
               03  CE-NAME        PIC X(25).
               03  CE-RELATION    PIC X(10).
               03  CE-PHONE       PIC X(15).
               03  CE-ADDRESS     PIC X(30).
               03  CE-OLD-PHONE   PIC X(15).
      *            the contact the row was applied to
               03  CE-DONE-SEQ    PIC 9(2).
       01  RPT-DETAIL.
           02  RD-ID          PIC Z(8)9.
           02  FILLER         PIC X(2)  VALUE SPACES.
           02  RD-AA          PIC 9(4).
           02  FILLER         PIC X(1)  VALUE "/".
           02  RD-SEQ         PIC 99.
           02  FILLER         PIC X(2)  VALUE SPACES.
           02  RD-TYPE        PIC X(1).
           02  FILLER         PIC X(2)  VALUE SPACES.
           02  RD-PHONE       PIC X(15).
           02  FILLER         PIC X(2)  VALUE SPACES.
           02  RD-NAME        PIC X(25).
           02  FILLER         PIC X(2)  VALUE SPACES.
           02  RD-REASON      PIC X(30).

       EXEC SQL INCLUDE SQLCA END-EXEC.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 CC-ID        PIC 9(9).
       01 CC-AA        PIC 9(4).
       01 CC-SEQ       PIC 9(2).
       01 CC-TYPE      PIC X(1).
       01 CC-NAME      PIC X(25).
       01 CC-RELATION  PIC X(10).
       01 CC-PHONE     PIC X(15).
       01 CC-ADDRESS   PIC X(30).
       01 CC-OLD-PHONE PIC X(15).
       01 CC-STATUS    PIC X(1).
       01 CC-DATE      PIC 9(8).
       01 CC-ERROR     PIC X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       LINKAGE SECTION.
       01 LS-OPER-USER   PIC X(8).
       01 LS-RETURN-CODE PIC 9(2).

       PROCEDURE DIVISION USING LS-OPER-USER, LS-RETURN-CODE.
       ARXH.
           MOVE 0 TO LS-RETURN-CODE.
           INITIALIZE WS-COUNTS.
           MOVE "G" TO WS-BUSDATE-FUNC.
           CALL 'Program29' USING WS-BUSDATE-FUNC, WS-BUS-DATE,
               WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUS-DATE
           END-IF.
           OPEN I-O CONTACTS.
           IF WS-CONTACTS-STATUS = "35"
               OPEN OUTPUT CONTACTS
               CLOSE CONTACTS
               OPEN I-O CONTACTS
           END-IF.
           IF WS-CONTACTS-STATUS NOT = "00"
               MOVE 74 TO LS-RETURN-CODE
               DISPLAY "PROGRAM64: CONTACTS COULD NOT BE OPENED"
                       " - STATUS " WS-CONTACTS-STATUS
               EXIT PROGRAM
           END-IF.
           OPEN INPUT MHTRMA.
           IF WS-MHTRMA-STATUS NOT = "00"
               MOVE 31 TO LS-RETURN-CODE
               DISPLAY "PROGRAM64: MHTRMA COULD NOT BE OPENED"
                       " - STATUS " WS-MHTRMA-STATUS
               CLOSE CONTACTS
               EXIT PROGRAM
           END-IF.
           OPEN EXTEND AUDITLOG.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDITLOG
               CLOSE AUDITLOG
               OPEN EXTEND AUDITLOG
           END-IF.
           CALL "SQLCONN" USING WS-CONN-RETURN-CODE.
           IF WS-CONN-RETURN-CODE NOT = 0
               MOVE WS-CONN-RETURN-CODE TO LS-RETURN-CODE
               GO TO TELOS
           END-IF.
           OPEN OUTPUT RPT-OUT.
           PERFORM 100-PRINT-HEADINGS.
           PERFORM 200-LOAD-PENDING-ROWS.
           IF LS-RETURN-CODE = 0
               PERFORM 300-PROCESS-ONE-ROW
                   VARYING WS-CC-IND FROM 1 BY 1
                   UNTIL WS-CC-IND > WS-CC-USED
                      OR LS-RETURN-CODE NOT = 0
           END-IF.
           EXEC SQL
               DISCONNECT CURRENT
           END-EXEC.
           PERFORM 900-PRINT-TOTALS.
           CLOSE RPT-OUT.
           MOVE "CTCHGEX.PRT" TO WS-GEN-SOURCE.
           CALL 'Program30' USING WS-GEN-SOURCE, WS-GEN-RC.
           DISPLAY "PROGRAM64: " WS-READ-COUNT " CHANGES READ, "
                   WS-ADDED-COUNT " ADDED, " WS-UPDATED-COUNT
                   " UPDATED".
           IF WS-UNKNOWN-COUNT > 0 OR WS-PHONE-COUNT > 0
               OR WS-CONFLICT-COUNT > 0
               DISPLAY "PROGRAM64: EXCEPTIONS LISTED IN CTCHGEX.PRT"
           END-IF.
           GO TO TELOS.
      *
       100-PRINT-HEADINGS.
           MOVE SPACES TO RPT-LINE.
           STRING "ALLAGES EPAFWN APO TO GRAFEIO (SQL) - EXAIRESEIS"
                  "   HMEROMHNIA: " WS-BUS-DATE
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "=" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "   CHANGE  AA  /SQ  T  THLEFWNO          ONOMA"
             TO RPT-LINE.
           MOVE "AITIA" TO RPT-LINE (71:5).
           WRITE RPT-LINE.
           MOVE ALL "-" TO RPT-LINE.
           WRITE RPT-LINE.
      *
       200-LOAD-PENDING-ROWS.
           MOVE 0 TO WS-CC-USED.
           EXEC SQL
               DECLARE c5 CURSOR FOR
               SELECT ChangeId, StudentId, ISNULL(ContactSeq, 0),
                      ISNULL(ChangeType, ' '),
                      ISNULL(ContactName, ' '),
                      ISNULL(Relation, ' '),
                      ISNULL(Phone, ' '),
                      ISNULL(Address, ' '),
                      ISNULL(OldPhone, ' ')
                 FROM SalesLT.ContactChanges
                WHERE ISNULL(Status, ' ') = ' '
                ORDER BY ChangeId
           END-EXEC
           EXEC SQL
               OPEN c5
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Error: cannot read ContactChanges"
               DISPLAY SQLCODE
               DISPLAY SQLERRMC
               MOVE 92 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL SQLCODE NOT = ZERO
                      OR WS-CC-USED NOT < WS-CC-MAX
               EXEC SQL
                   FETCH c5 INTO :CC-ID, :CC-AA, :CC-SEQ, :CC-TYPE,
                                 :CC-NAME, :CC-RELATION, :CC-PHONE,
                                 :CC-ADDRESS, :CC-OLD-PHONE
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY "Error: could not fetch contact changes"
                   DISPLAY SQLCODE
                   DISPLAY SQLERRMC
                   MOVE 92 TO LS-RETURN-CODE
               END-IF
               IF SQLCODE = 0
                   ADD 1 TO WS-CC-USED
                   MOVE CC-ID        TO CE-ID (WS-CC-USED)
                   MOVE CC-AA        TO CE-AA (WS-CC-USED)
                   MOVE CC-SEQ       TO CE-SEQ (WS-CC-USED)
                   MOVE CC-TYPE      TO CE-TYPE (WS-CC-USED)
                   MOVE CC-NAME      TO CE-NAME (WS-CC-USED)
                   MOVE CC-RELATION  TO CE-RELATION (WS-CC-USED)
                   MOVE CC-PHONE     TO CE-PHONE (WS-CC-USED)
                   MOVE CC-ADDRESS   TO CE-ADDRESS (WS-CC-USED)
                   MOVE CC-OLD-PHONE TO CE-OLD-PHONE (WS-CC-USED)
                   MOVE 0            TO CE-DONE-SEQ (WS-CC-USED)
               END-IF
           END-PERFORM.
           EXEC SQL
               CLOSE c5
           END-EXEC.
           IF WS-CC-USED NOT < WS-CC-MAX
               DISPLAY "PROGRAM64: " WS-CC-MAX " CHANGES TAKEN - THE"
                       " REST STAY PENDING FOR THE NEXT RUN"
           END-IF.
      *
       300-PROCESS-ONE-ROW.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACE TO WS-REJECT-KIND.
           PERFORM 400-VALIDATE-ROW.
           IF WS-REJECT-KIND NOT = SPACE
               PERFORM 700-REJECT-ROW
               EXIT PARAGRAPH
           END-IF.
      *    the consumed mark goes first and is committed only once
      *    the contact is written, so a row is never applied twice
      *    and never marked without being applied
           MOVE CE-ID (WS-CC-IND) TO CC-ID.
           MOVE WS-BUS-DATE TO CC-DATE.
           EXEC SQL
               UPDATE SalesLT.ContactChanges
                  SET Status = 'C', ProcessedDate = :CC-DATE
                WHERE ChangeId = :CC-ID
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Error: cannot mark change " CC-ID
               DISPLAY SQLCODE
               DISPLAY SQLERRMC
               PERFORM 800-ROLLBACK-AND-FAIL
               EXIT PARAGRAPH
           END-IF.
           IF CE-TYPE (WS-CC-IND) = "A"
               PERFORM 500-ADD-CONTACT
           ELSE
               PERFORM 550-UPDATE-CONTACT
           END-IF.
           IF LS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               commit transaction
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Error: commit of change " CC-ID
                       " - CONTACT WRITTEN, ROW NOT MARKED"
               DISPLAY SQLCODE
               DISPLAY SQLERRMC
               MOVE 93 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 600-WRITE-AUDIT.
      *
       400-VALIDATE-ROW.
           MOVE CE-AA (WS-CC-IND) TO A-A.
           READ MHTRMA
               INVALID KEY
                   MOVE "U" TO WS-REJECT-KIND
                   MOVE "STUDENT ID NOT ON MHTRMA" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ.
           IF CE-TYPE (WS-CC-IND) NOT = "A"
               AND CE-TYPE (WS-CC-IND) NOT = "U"
               MOVE "C" TO WS-REJECT-KIND
               MOVE "CHANGE TYPE NOT A OR U" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-NEW-PHONE.
           IF CE-PHONE (WS-CC-IND) NOT = SPACES
               MOVE CE-PHONE (WS-CC-IND) TO WS-PHONE-IN
               PERFORM 450-CHECK-PHONE
               IF NOT WS-PHONE-OK
                   MOVE "P" TO WS-REJECT-KIND
                   MOVE "INVALID PHONE NUMBER" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PHONE-OUT TO WS-NEW-PHONE
           END-IF.
           MOVE 0 TO WS-GIVEN-OLD-PHONE.
           IF CE-OLD-PHONE (WS-CC-IND) NOT = SPACES
               MOVE CE-OLD-PHONE (WS-CC-IND) TO WS-PHONE-IN
               PERFORM 450-CHECK-PHONE
               IF WS-PHONE-OK
                   MOVE WS-PHONE-OUT TO WS-GIVEN-OLD-PHONE
               END-IF
           END-IF.
      *    a second change to the same contact in one run is held
      *    back - the office decides which of the two stands
           PERFORM VARYING WS-CC-IND2 FROM 1 BY 1
                   UNTIL WS-CC-IND2 >= WS-CC-IND
               IF CE-AA (WS-CC-IND2) = CE-AA (WS-CC-IND)
                   AND CE-DONE-SEQ (WS-CC-IND2) > 0
                   AND CE-DONE-SEQ (WS-CC-IND2) = CE-SEQ (WS-CC-IND)
                   AND CE-TYPE (WS-CC-IND) = "U"
                   MOVE "C" TO WS-REJECT-KIND
                   MOVE "CONTACT ALREADY CHANGED THIS RUN"
                       TO WS-REJECT-REASON
               END-IF
           END-PERFORM.
           IF WS-REJECT-KIND NOT = SPACE
               EXIT PARAGRAPH
           END-IF.
           IF CE-TYPE (WS-CC-IND) = "A"
               IF CE-SEQ (WS-CC-IND) > 0
                   MOVE CE-AA (WS-CC-IND) TO CT-AA
                   MOVE CE-SEQ (WS-CC-IND) TO CT-SEQ
                   READ CONTACTS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "C" TO WS-REJECT-KIND
                           MOVE "ADD FOR A CONTACT ALREADY ON FILE"
                               TO WS-REJECT-REASON
                   END-READ
               END-IF
      *        no sequence from the office means the next free one
               IF CE-SEQ (WS-CC-IND) = 0
                   PERFORM 520-NEXT-SEQUENCE
                   IF WS-NEXT-SEQ > 99
                       MOVE "C" TO WS-REJECT-KIND
                       MOVE "NO FREE CONTACT SEQUENCE"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
               IF WS-NEW-PHONE = 0 AND WS-REJECT-KIND = SPACE
                   MOVE "P" TO WS-REJECT-KIND
                   MOVE "NEW CONTACT WITHOUT A PHONE"
                       TO WS-REJECT-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE CE-AA (WS-CC-IND) TO CT-AA.
           MOVE CE-SEQ (WS-CC-IND) TO CT-SEQ.
           READ CONTACTS
               INVALID KEY
                   MOVE "C" TO WS-REJECT-KIND
                   MOVE "UPDATE FOR A CONTACT NOT ON FILE"
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ.
      *    the office sends the number it believes it is replacing;
      *    if ours has moved on since, someone here changed it
           IF WS-GIVEN-OLD-PHONE NOT = 0
               AND WS-GIVEN-OLD-PHONE NOT = CT-PHONE
               MOVE "C" TO WS-REJECT-KIND
               MOVE "PHONE CHANGED HERE SINCE" TO WS-REJECT-REASON
           END-IF.
      *
       450-CHECK-PHONE.
      *    digits with optional spaces or dashes; ten or eleven
      *    digits in all
           MOVE "Y" TO WS-PHONE-OK-SW.
           MOVE 0 TO WS-DIGIT-COUNT.
           MOVE SPACES TO WS-PHONE-DIGITS.
           PERFORM VARYING WS-CHAR-IND FROM 1 BY 1
                   UNTIL WS-CHAR-IND > 15
               EVALUATE TRUE
                   WHEN WS-PHONE-IN (WS-CHAR-IND:1) IS NUMERIC
                       ADD 1 TO WS-DIGIT-COUNT
                       IF WS-DIGIT-COUNT NOT > 11
                           MOVE WS-PHONE-IN (WS-CHAR-IND:1)
                             TO WS-PHONE-DIGITS (WS-DIGIT-COUNT:1)
                       END-IF
                   WHEN WS-PHONE-IN (WS-CHAR-IND:1) = SPACE
                   WHEN WS-PHONE-IN (WS-CHAR-IND:1) = "-"
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO WS-PHONE-OK-SW
               END-EVALUATE
           END-PERFORM.
           IF WS-DIGIT-COUNT < 10 OR WS-DIGIT-COUNT > 11
               MOVE "N" TO WS-PHONE-OK-SW
           END-IF.
           IF NOT WS-PHONE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PHONE-OUT.
           IF WS-DIGIT-COUNT = 10
               MOVE WS-PHONE-DIGITS (1:10) TO WS-PHONE-OUT (2:10)
           ELSE
               MOVE WS-PHONE-DIGITS TO WS-PHONE-OUT
           END-IF.
      *
       500-ADD-CONTACT.
           IF CE-SEQ (WS-CC-IND) = 0
               MOVE WS-NEXT-SEQ TO CE-SEQ (WS-CC-IND)
           END-IF.
           MOVE SPACES TO CTR.
           MOVE CE-AA (WS-CC-IND) TO CT-AA.
           MOVE CE-SEQ (WS-CC-IND) TO CT-SEQ.
           MOVE CE-NAME (WS-CC-IND) TO CT-NAME.
           MOVE CE-RELATION (WS-CC-IND) TO CT-RELATION.
           MOVE WS-NEW-PHONE TO CT-PHONE.
           MOVE CE-ADDRESS (WS-CC-IND) TO CT-ADDRESS.
           MOVE 0 TO WS-OLD-PHONE.
           WRITE CTR
               INVALID KEY
                   DISPLAY "PROGRAM64: CONTACT " CT-AA "/" CT-SEQ
                           " NOT WRITTEN - STATUS " WS-CONTACTS-STATUS
                   PERFORM 800-ROLLBACK-AND-FAIL
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE CT-SEQ TO CE-DONE-SEQ (WS-CC-IND).
           MOVE "CTADD" TO WS-AUD-ACTION.
           ADD 1 TO WS-ADDED-COUNT.
      *
       520-NEXT-SEQUENCE.
           MOVE 1 TO WS-NEXT-SEQ.
           MOVE "N" TO WS-EOF-SW.
           MOVE CE-AA (WS-CC-IND) TO CT-AA.
           MOVE 0 TO CT-SEQ.
           START CONTACTS KEY NOT LESS THAN CT-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ CONTACTS NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CT-AA NOT = CE-AA (WS-CC-IND)
                           SET WS-EOF TO TRUE
                       ELSE
                           COMPUTE WS-NEXT-SEQ = CT-SEQ + 1
                       END-IF
               END-READ
           END-PERFORM.
      *
       550-UPDATE-CONTACT.
      *    a blank field from the office leaves ours as it is
           MOVE CT-PHONE TO WS-OLD-PHONE.
           IF CE-NAME (WS-CC-IND) NOT = SPACES
               MOVE CE-NAME (WS-CC-IND) TO CT-NAME
           END-IF.
           IF CE-RELATION (WS-CC-IND) NOT = SPACES
               MOVE CE-RELATION (WS-CC-IND) TO CT-RELATION
           END-IF.
           IF WS-NEW-PHONE NOT = 0
               MOVE WS-NEW-PHONE TO CT-PHONE
           END-IF.
           IF CE-ADDRESS (WS-CC-IND) NOT = SPACES
               MOVE CE-ADDRESS (WS-CC-IND) TO CT-ADDRESS
           END-IF.
           MOVE CT-PHONE TO WS-NEW-PHONE.
           REWRITE CTR
               INVALID KEY
                   DISPLAY "PROGRAM64: CONTACT " CT-AA "/" CT-SEQ
                           " NOT UPDATED - STATUS " WS-CONTACTS-STATUS
                   PERFORM 800-ROLLBACK-AND-FAIL
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE CT-SEQ TO CE-DONE-SEQ (WS-CC-IND).
           MOVE "CTCHG" TO WS-AUD-ACTION.
           ADD 1 TO WS-UPDATED-COUNT.
      *
       600-WRITE-AUDIT.
           MOVE SPACES TO AUDIT-LINE.
           MOVE FUNCTION CURRENT-DATE (1:15) TO AL-TIMESTAMP.
           MOVE WS-BUS-DATE TO AL-TIMESTAMP (1:8).
           MOVE LS-OPER-USER TO AL-USER.
           MOVE CE-AA (WS-CC-IND) TO AL-STUDENT-ID.
           MOVE WS-AUD-ACTION TO AL-ACTION.
           STRING "SQL " CE-ID (WS-CC-IND) " SEQ " CT-SEQ
                  " TEL " WS-NEW-PHONE " WAS " WS-OLD-PHONE
               DELIMITED BY SIZE INTO AL-DETAIL.
           WRITE AUDIT-LINE.
      *
       700-REJECT-ROW.
      *    the row is marked so it is not picked up again; the
      *    office corrects it and sends a new one
           EVALUATE WS-REJECT-KIND
               WHEN "U"
                   ADD 1 TO WS-UNKNOWN-COUNT
               WHEN "P"
                   ADD 1 TO WS-PHONE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-CONFLICT-COUNT
           END-EVALUATE.
           MOVE CE-ID (WS-CC-IND) TO RD-ID.
           MOVE CE-AA (WS-CC-IND) TO RD-AA.
           MOVE CE-SEQ (WS-CC-IND) TO RD-SEQ.
           MOVE CE-TYPE (WS-CC-IND) TO RD-TYPE.
           MOVE CE-PHONE (WS-CC-IND) TO RD-PHONE.
           MOVE CE-NAME (WS-CC-IND) TO RD-NAME.
           MOVE WS-REJECT-REASON TO RD-REASON.
           WRITE RPT-LINE FROM RPT-DETAIL.
           MOVE CE-ID (WS-CC-IND) TO CC-ID.
           MOVE WS-BUS-DATE TO CC-DATE.
           MOVE WS-REJECT-REASON TO CC-ERROR.
           EXEC SQL
               UPDATE SalesLT.ContactChanges
                  SET Status = 'E', ProcessedDate = :CC-DATE,
                      ErrorText = :CC-ERROR
                WHERE ChangeId = :CC-ID
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Error: cannot mark change " CC-ID
                       " as rejected"
               DISPLAY SQLCODE
               DISPLAY SQLERRMC
               PERFORM 800-ROLLBACK-AND-FAIL
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               commit transaction
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Error: commit"
               DISPLAY SQLCODE
               DISPLAY SQLERRMC
               MOVE 93 TO LS-RETURN-CODE
           END-IF.
      *
       800-ROLLBACK-AND-FAIL.
           EXEC SQL
               rollback transaction
           END-EXEC.
           MOVE 92 TO LS-RETURN-CODE.
      *
       900-PRINT-TOTALS.
           MOVE ALL "-" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "ALLAGES POY DIABASTHKAN : " WS-READ-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "NEES EPAFES             : " WS-ADDED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "ENHMERWSEIS             : " WS-UPDATED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "AGNWSTO AA MAQHTH       : " WS-UNKNOWN-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "LATHOS THLEFWNO         : " WS-PHONE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "SYGKROYSEIS             : " WS-CONFLICT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF LS-RETURN-CODE NOT = 0
               MOVE SPACES TO RPT-LINE
               STRING "*** H EKTELESH DIAKOPHKE - RETURN CODE "
                      LS-RETURN-CODE " ***"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      *
       TELOS.
           CLOSE CONTACTS.
           CLOSE MHTRMA.
           CLOSE AUDITLOG.
           EXIT PROGRAM.

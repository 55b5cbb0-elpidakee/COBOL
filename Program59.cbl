       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program59.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WDLHIST ASSIGN TO "MHTRMA.WDL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WDLHIST-STATUS.
           SELECT GRDHIST ASSIGN TO "MHTRMA.HIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRDHIST-STATUS.
           SELECT ATTHIST ASSIGN TO "ATTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTHIST-STATUS.
           SELECT ATTSUM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AS-AA
               FILE STATUS IS WS-ATTSUM-STATUS.
           SELECT TUITLEDG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TL-KEY
               FILE STATUS IS WS-TUITLEDG-STATUS.
           SELECT LEAVREG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LR-AA
               FILE STATUS IS WS-LEAVREG-STATUS.
           SELECT AUDITLOG ASSIGN TO "MHTRMA.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT TRNSUM ASSIGN TO "TRNSUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRNSUM-STATUS.
           SELECT CERT-OUT ASSIGN TO "LEAVCERT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * the withdrawn student's master record as Program5 parked it,
      * with the leaving date (YYMMDD) and reason code
       FD  WDLHIST       LABEL RECORD STANDARD.
       01  WDL-LINE.
           02  WDL-RMA         PIC X(74).
           02  FILLER          PIC X(2).
           02  WDL-DATE        PIC 9(6).
           02  FILLER          PIC X(2).
           02  WDL-REASON      PIC X(2).
      *
       FD  GRDHIST       LABEL RECORD STANDARD.
       01  HIS-LINE.
           02  HIS-YEAR        PIC 9(4).
           02  FILLER          PIC X(2).
           02  HIS-AA          PIC 9(4).
           02  FILLER          PIC X(2).
           02  HIS-CLASS       PIC X(3).
           02  FILLER          PIC X(2).
           02  HIS-KATAST.
               03  HIS-APOYS   PIC 9(3).
               03  HIS-ATRIM   PIC 9(2).
               03  HIS-BTRIM   PIC 9(2).
               03  HIS-CTRIM   PIC 9(2).
               03  HIS-GRAPTA  PIC 9(2).
           02  FILLER          PIC X(2).
           02  HIS-RESULT      PIC X(1).
           02  FILLER          PIC X(2).
           02  HIS-STATUS      PIC X(1).
      *
       FD  ATTHIST       LABEL RECORD STANDARD.
       01  AH-LINE.
           02 AH-DATE    PIC 9(6).
           02 FILLER     PIC X(2).
           02 AH-AA      PIC 9(4).
           02 FILLER     PIC X(2).
           02 AH-PERIODS PIC 9(2).
           02 FILLER     PIC X(2).
           02 AH-REASON  PIC X(1).
      *
       FD  ATTSUM        RECORD CONTAINS  10 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS AS-REC
                         VALUE OF FILE-ID IS "ATTSUM.DAT".
       01  AS-REC.
           02 AS-AA      PIC 9(4).
           02 AS-EXC     PIC 9(3).
           02 AS-UNEXC   PIC 9(3).
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
      * certificate register: one record per student with the serial
      * the certificate was first issued under.  the record with
      * LR-AA zero holds the last serial given out
       FD  LEAVREG       RECORD CONTAINS  40 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS LR-REC
                         VALUE OF FILE-ID IS "LEAVREG.DAT".
       01  LR-REC.
           02 LR-AA           PIC 9(4).
           02 LR-SERIAL       PIC 9(6).
           02 LR-ISSUED       PIC 9(8).
           02 LR-USER         PIC X(8).
           02 LR-PRINTS       PIC 9(3).
           02 LR-LAST-PRINT   PIC 9(8).
           02 FILLER          PIC X(3).
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
      * summary left by Program62 once the retention purge has
      * taken the student's WDL line and history away
       FD  TRNSUM        LABEL RECORD STANDARD.
       01  TS-LINE.
           02  TS-AA           PIC 9(4).
           02  FILLER          PIC X(1).
           02  TS-EPWN         PIC X(20).
           02  TS-ONOM         PIC X(15).
           02  TS-ONP          PIC X(10).
           02  TS-CLASS        PIC X(3).
           02  FILLER          PIC X(1).
           02  TS-LEAVE-DATE   PIC 9(8).
           02  FILLER          PIC X(1).
           02  TS-REASON       PIC X(2).
           02  FILLER          PIC X(1).
           02  TS-YEARS        PIC 9(2).
           02  FILLER          PIC X(1).
           02  TS-FIRST-YEAR   PIC 9(4).
           02  FILLER          PIC X(1).
           02  TS-LAST-YEAR    PIC 9(4).
           02  FILLER          PIC X(1).
           02  TS-LAST-RESULT  PIC X(1).
           02  FILLER          PIC X(1).
           02  TS-APOYS        PIC 9(3).
           02  FILLER          PIC X(1).
           02  TS-EXC          PIC 9(3).
           02  FILLER          PIC X(1).
           02  TS-UNEXC        PIC 9(3).
           02  FILLER          PIC X(1).
           02  TS-PURGED       PIC 9(8).
      *
       FD  CERT-OUT      LABEL RECORD STANDARD.
       01  CERT-LINE     PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  WS-WDLHIST-STATUS  PIC XX.
       01  WS-GRDHIST-STATUS  PIC XX.
       01  WS-ATTHIST-STATUS  PIC XX.
       01  WS-ATTSUM-STATUS   PIC XX.
       01  WS-TUITLEDG-STATUS PIC XX.
       01  WS-LEAVREG-STATUS  PIC XX.
       01  WS-AUDIT-STATUS    PIC XX.
       01  WS-TRNSUM-STATUS   PIC XX.
       01  WS-EOF-SW          PIC A(1).
           88 WS-EOF                VALUE "Y".
       01  WS-TL-EOF-SW       PIC A(1).
           88 WS-TL-EOF             VALUE "Y".
       01  WS-DUPLICATE-SW    PIC X(1).
           88 WS-DUPLICATE          VALUE "Y".
       01  WS-SUMMARY-SW      PIC X(1).
           88 WS-FROM-SUMMARY       VALUE "Y".
       01  WS-AS-FOUND-SW     PIC X(1).
           88 WS-AS-FOUND           VALUE "Y".
       01  WS-HIS-LINES       PIC 9(2).
       01  WS-TS-SAVED        PIC X(101).
       01  WS-AA              PIC 9(4).
       01  WS-AA-X            PIC X(4).
       01  WS-WDL-MATCHES     PIC 9(4).
       01  WS-WDL-SAVED       PIC X(86).
       01  WS-BUS-DATE        PIC 9(8).
       01  WS-BUSDATE-FUNC    PIC X(1).
       01  WS-BUSDATE-RC      PIC 9(2).
       01  WS-LEAVE-DATE      PIC 9(8).
       01  WS-CHARGES         PIC 9(10).
       01  WS-RECEIPTS        PIC 9(10).
       01  WS-BALANCE         PIC S9(10).
       01  WS-ED-BAL          PIC -Z(9)9.
       01  WS-SERIAL          PIC 9(6).
       01  WS-YEAR-COUNT      PIC 9(2).
       01  WS-TRIM-AVG        PIC 9(2)V9.
       01  WS-FINAL-GRADE     PIC 9(2)V9.
       01  WS-FINAL-EDIT      PIC Z9.9.
       01  WS-RESULT-TEXT     PIC X(8).
       01  WS-AH-EXC          PIC 9(5).
       01  WS-AH-UNEXC        PIC 9(5).
       01  WS-AH-DAYS         PIC 9(5).
       01  WS-GEN-SOURCE      PIC X(20).
       01  WS-GEN-RC          PIC 9(2).
      * the withdrawn record, as MHTRMA carried it on leaving
       01  WS-RMA.
           02 WR-AA      PIC 9(4).
           02 WR-EPWN    PIC X(20).
           02 WR-ONOM    PIC X(15).
           02 WR-ONP     PIC X(10).
           02 WR-CLASS   PIC X(3).
           02 WR-THL2    PIC 9(11).
           02 WR-KATAST.
              03  WR-APOYS  PIC 9(3).
              03  WR-ATRIM  PIC 9(2).
              03  WR-BTRIM  PIC 9(2).
              03  WR-CTRIM  PIC 9(2).
              03  WR-GRAPTA PIC 9(2).
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
           DISPLAY "PROGRAM59: APOLYTHRIO / BEBAIWSH APOXWRHSHS".
           DISPLAY "ENTER WITHDRAWN STUDENT ID: ".
           ACCEPT WS-AA.
           PERFORM 100-FIND-WITHDRAWAL.
           IF LS-RETURN-CODE NOT = 0
               GO TO TELOS
           END-IF.
           PERFORM 200-TUITION-CLEARANCE.
           IF LS-RETURN-CODE NOT = 0
               GO TO TELOS
           END-IF.
           IF WS-BALANCE > 0
               MOVE WS-BALANCE TO WS-ED-BAL
               DISPLAY "TUITION BALANCE OUTSTANDING " WS-ED-BAL
                       " - CERTIFICATE NOT ISSUED"
               DISPLAY "THE ACCOUNT MUST BE SETTLED IN PROGRAM38 FIRST"
               GO TO TELOS
           END-IF.
           PERFORM 300-REGISTER-CERTIFICATE.
           IF LS-RETURN-CODE NOT = 0
               GO TO TELOS
           END-IF.
           OPEN OUTPUT CERT-OUT.
           PERFORM 400-PRINT-IDENTITY.
           PERFORM 500-PRINT-YEARS.
           PERFORM 600-PRINT-ATTENDANCE.
           PERFORM 700-PRINT-FOOTING.
           CLOSE CERT-OUT.
           MOVE "LEAVCERT.PRT" TO WS-GEN-SOURCE.
           CALL 'Program30' USING WS-GEN-SOURCE, WS-GEN-RC.
           PERFORM 800-WRITE-AUDIT.
           IF WS-DUPLICATE
               DISPLAY "DUPLICATE OF CERTIFICATE " WS-SERIAL
                       " WRITTEN TO LEAVCERT.PRT"
           ELSE
               DISPLAY "CERTIFICATE " WS-SERIAL
                       " WRITTEN TO LEAVCERT.PRT"
           END-IF.
           GO TO TELOS.
      *
       100-FIND-WITHDRAWAL.
      *    the last MHTRMA.WDL line for the ID, the same one Program5
      *    would bring back on a reinstatement
           MOVE 0 TO WS-WDL-MATCHES.
           MOVE "N" TO WS-SUMMARY-SW.
           MOVE WS-AA TO WS-AA-X.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT WDLHIST.
           IF WS-WDLHIST-STATUS = "35"
               PERFORM 150-FIND-SUMMARY
               EXIT PARAGRAPH
           END-IF.
           IF WS-WDLHIST-STATUS NOT = "00"
               MOVE 43 TO LS-RETURN-CODE
               DISPLAY "PROGRAM59: MHTRMA.WDL COULD NOT BE OPENED"
                       " - STATUS " WS-WDLHIST-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ WDLHIST
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WDL-RMA (1:4) = WS-AA-X
                           ADD 1 TO WS-WDL-MATCHES
                           MOVE WDL-LINE TO WS-WDL-SAVED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WDLHIST.
           IF WS-WDL-MATCHES = 0
               PERFORM 150-FIND-SUMMARY
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-WDL-SAVED TO WDL-LINE.
           MOVE WDL-RMA (1:72) TO WS-RMA.
           MOVE 20 TO WS-LEAVE-DATE (1:2).
           MOVE WDL-DATE TO WS-LEAVE-DATE (3:6).
      *
       150-FIND-SUMMARY.
      *    a student purged for retention is no longer on WDL; the
      *    certificate is then rebuilt from the TRNSUM.DAT summary
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT TRNSUM.
           IF WS-TRNSUM-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ TRNSUM
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF TS-AA = WS-AA
                               SET WS-FROM-SUMMARY TO TRUE
                               MOVE TS-LINE TO WS-TS-SAVED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRNSUM
           END-IF.
           IF NOT WS-FROM-SUMMARY
               MOVE 43 TO LS-RETURN-CODE
               DISPLAY "STUDENT ID " WS-AA " NOT ON MHTRMA.WDL - ONLY"
                       " A WITHDRAWN STUDENT GETS A CERTIFICATE"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TS-SAVED TO TS-LINE.
           MOVE SPACES TO WDL-LINE.
           MOVE TS-REASON TO WDL-REASON.
           INITIALIZE WS-RMA.
           MOVE TS-AA TO WR-AA.
           MOVE TS-EPWN TO WR-EPWN.
           MOVE TS-ONOM TO WR-ONOM.
           MOVE TS-ONP TO WR-ONP.
           MOVE TS-CLASS TO WR-CLASS.
           MOVE TS-APOYS TO WR-APOYS.
           MOVE TS-LEAVE-DATE TO WS-LEAVE-DATE.
      *
       200-TUITION-CLEARANCE.
           MOVE 0 TO WS-CHARGES.
           MOVE 0 TO WS-RECEIPTS.
           MOVE 0 TO WS-BALANCE.
           OPEN INPUT TUITLEDG.
           IF WS-TUITLEDG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-TUITLEDG-STATUS NOT = "00"
               MOVE 78 TO LS-RETURN-CODE
               DISPLAY "PROGRAM59: TUITLEDG COULD NOT BE OPENED"
                       " - STATUS " WS-TUITLEDG-STATUS
               EXIT PARAGRAPH
           END-IF.
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
                           IF TL-CHARGE
                               ADD TL-AMOUNT TO WS-CHARGES
                           ELSE
                               ADD TL-AMOUNT TO WS-RECEIPTS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TUITLEDG.
           COMPUTE WS-BALANCE = WS-CHARGES - WS-RECEIPTS.
      *
       300-REGISTER-CERTIFICATE.
      *    the first issue takes the next serial; any later print is
      *    a duplicate of that serial and is counted on the register
           MOVE "N" TO WS-DUPLICATE-SW.
           OPEN I-O LEAVREG.
           IF WS-LEAVREG-STATUS = "35"
               OPEN OUTPUT LEAVREG
               CLOSE LEAVREG
               OPEN I-O LEAVREG
           END-IF.
           IF WS-LEAVREG-STATUS NOT = "00"
               MOVE 54 TO LS-RETURN-CODE
               DISPLAY "PROGRAM59: LEAVREG COULD NOT BE OPENED"
                       " - STATUS " WS-LEAVREG-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AA TO LR-AA.
           READ LEAVREG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-DUPLICATE TO TRUE
           END-READ.
           IF WS-DUPLICATE
               MOVE LR-SERIAL TO WS-SERIAL
               ADD 1 TO LR-PRINTS
               MOVE WS-BUS-DATE TO LR-LAST-PRINT
               REWRITE LR-REC
                   INVALID KEY
                       DISPLAY "REGISTER ENTRY FOR " WS-AA
                               " NOT UPDATED"
               END-REWRITE
               CLOSE LEAVREG
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO LR-AA.
           READ LEAVREG
               INVALID KEY
                   MOVE SPACES TO LR-REC
                   MOVE 0 TO LR-AA
                   MOVE 0 TO LR-SERIAL
                   MOVE 0 TO LR-ISSUED
                   MOVE 0 TO LR-PRINTS
                   MOVE 0 TO LR-LAST-PRINT
                   WRITE LR-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ.
           ADD 1 TO LR-SERIAL.
           MOVE LR-SERIAL TO WS-SERIAL.
           MOVE WS-BUS-DATE TO LR-LAST-PRINT.
           REWRITE LR-REC
               INVALID KEY
                   MOVE 54 TO LS-RETURN-CODE
                   DISPLAY "PROGRAM59: REGISTER SERIAL NOT UPDATED"
                   CLOSE LEAVREG
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE SPACES TO LR-REC.
           MOVE WS-AA TO LR-AA.
           MOVE WS-SERIAL TO LR-SERIAL.
           MOVE WS-BUS-DATE TO LR-ISSUED.
           MOVE LS-OPER-USER TO LR-USER.
           MOVE 1 TO LR-PRINTS.
           MOVE WS-BUS-DATE TO LR-LAST-PRINT.
           WRITE LR-REC
               INVALID KEY
                   MOVE 54 TO LS-RETURN-CODE
                   DISPLAY "PROGRAM59: REGISTER ENTRY FOR " WS-AA
                           " NOT WRITTEN"
           END-WRITE.
           CLOSE LEAVREG.
      *
       400-PRINT-IDENTITY.
           IF WS-DUPLICATE
               MOVE "***  A N T I G R A F O  (DUPLICATE)  ***"
                   TO CERT-LINE
               WRITE CERT-LINE
           END-IF.
           MOVE "BEBAIWSH APOXWRHSHS MAQHTH (LEAVING CERTIFICATE)"
               TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE ALL "=" TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           STRING "AR. BEBAIWSHS: " WS-SERIAL
                  "        HMEROMHNIA EKDOSHS: " WS-BUS-DATE
               DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           STRING "AA MAQHTH      : " WR-AA
               DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           STRING "EPWNYMO        : " WR-EPWN
               DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           STRING "ONOMA          : " WR-ONOM
               DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           STRING "ONOMA PATROS   : " WR-ONP
               DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           STRING "TMHMA APOXWR.  : " WR-CLASS
               DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           STRING "HM. APOXWRHSHS : " WS-LEAVE-DATE
               DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           STRING "LOGOS APOXWR.  : " WDL-REASON
               DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
      *
       500-PRINT-YEARS.
      *    the archived years off MHTRMA.HIS as the transcript shows
      *    them (voided lines left off, a September re-sit line not
      *    counted as a year), then the year the student left in
           MOVE SPACES TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE "ETH FOITHSHS" TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE "ETOS  TMHMA APOYS  TELIKOS  APOTELESMA" TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE ALL "-" TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE 0 TO WS-YEAR-COUNT.
           MOVE 0 TO WS-HIS-LINES.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT GRDHIST.
           IF WS-GRDHIST-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ GRDHIST
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF HIS-AA = WS-AA
                               AND HIS-STATUS NOT = "V"
                               PERFORM 550-PRINT-ONE-YEAR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRDHIST
           END-IF.
           IF WS-FROM-SUMMARY AND WS-HIS-LINES = 0
               PERFORM 560-PRINT-SUMMARY-YEARS
           END-IF.
           ADD 1 TO WS-YEAR-COUNT.
           MOVE SPACES TO CERT-LINE.
           STRING "----  " WR-CLASS "   " WR-APOYS
                  "    ---      APOXWRHSE KATA TH DIARKEIA TOY ETOYS"
               DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
           MOVE ALL "-" TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           STRING "ETH FOITHSHS STO SXOLEIO: " WS-YEAR-COUNT
               DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
      *
       550-PRINT-ONE-YEAR.
           ADD 1 TO WS-HIS-LINES.
           IF HIS-RESULT NOT = "R" AND HIS-RESULT NOT = "X"
               ADD 1 TO WS-YEAR-COUNT
           END-IF.
           COMPUTE WS-TRIM-AVG ROUNDED =
               (HIS-ATRIM + HIS-BTRIM + HIS-CTRIM) / 3.
           COMPUTE WS-FINAL-GRADE ROUNDED =
               (WS-TRIM-AVG + HIS-GRAPTA) / 2.
           MOVE WS-FINAL-GRADE TO WS-FINAL-EDIT.
           EVALUATE HIS-RESULT
               WHEN "P"
                   MOVE "PERASE" TO WS-RESULT-TEXT
               WHEN "R"
                   MOVE "PERASE-E" TO WS-RESULT-TEXT
               WHEN "X"
                   MOVE "APORR-E" TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE "APORRIFT" TO WS-RESULT-TEXT
           END-EVALUATE.
           MOVE SPACES TO CERT-LINE.
           STRING HIS-YEAR "  " HIS-CLASS "   " HIS-APOYS "    "
                  WS-FINAL-EDIT "     " WS-RESULT-TEXT
               DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
      *
       560-PRINT-SUMMARY-YEARS.
      *    the yearly lines went with the purge; the summary keeps
      *    the span and the last result
           MOVE TS-YEARS TO WS-YEAR-COUNT.
           EVALUATE TS-LAST-RESULT
               WHEN "P"
                   MOVE "PERASE" TO WS-RESULT-TEXT
               WHEN "R"
                   MOVE "PERASE-E" TO WS-RESULT-TEXT
               WHEN "X"
                   MOVE "APORR-E" TO WS-RESULT-TEXT
               WHEN " "
                   MOVE SPACES TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE "APORRIFT" TO WS-RESULT-TEXT
           END-EVALUATE.
           IF TS-FIRST-YEAR > 0
               MOVE SPACES TO CERT-LINE
               STRING TS-FIRST-YEAR "-" TS-LAST-YEAR
                      "  (APO ARXEIO)  TELEYTAIO APOTELESMA: "
                      WS-RESULT-TEXT
                   DELIMITED BY SIZE INTO CERT-LINE
               WRITE CERT-LINE
           END-IF.
      *
       600-PRINT-ATTENDANCE.
      *    the excused/unexcused split Program17 keeps on ATTSUM and
      *    the day-by-day detail behind it on ATTHIST
           MOVE SPACES TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE "APOYSIES ETOYS APOXWRHSHS" TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           STRING "  SYNOLO APOYSIWN       : " WR-APOYS
               DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
           MOVE "N" TO WS-AS-FOUND-SW.
           OPEN INPUT ATTSUM.
           IF WS-ATTSUM-STATUS = "00"
               MOVE WS-AA TO AS-AA
               READ ATTSUM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-AS-FOUND TO TRUE
                       MOVE SPACES TO CERT-LINE
                       STRING "  DIKAIOLOGHMENES       : " AS-EXC
                              "   ADIKAIOLOGHTES: " AS-UNEXC
                           DELIMITED BY SIZE INTO CERT-LINE
                       WRITE CERT-LINE
               END-READ
               CLOSE ATTSUM
           END-IF.
           IF WS-FROM-SUMMARY AND NOT WS-AS-FOUND
               MOVE SPACES TO CERT-LINE
               STRING "  DIKAIOLOGHMENES       : " TS-EXC
                      "   ADIKAIOLOGHTES: " TS-UNEXC
                   DELIMITED BY SIZE INTO CERT-LINE
               WRITE CERT-LINE
           END-IF.
           MOVE 0 TO WS-AH-EXC.
           MOVE 0 TO WS-AH-UNEXC.
           MOVE 0 TO WS-AH-DAYS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT ATTHIST.
           IF WS-ATTHIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ ATTHIST
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF AH-AA = WS-AA
                           ADD 1 TO WS-AH-DAYS
                           IF AH-REASON = "E"
                               ADD AH-PERIODS TO WS-AH-EXC
                           ELSE
                               ADD AH-PERIODS TO WS-AH-UNEXC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATTHIST.
           IF WS-AH-DAYS > 0
               MOVE SPACES TO CERT-LINE
               STRING "  HMERES ME APOYSIA     : " WS-AH-DAYS
                      "   WRES DIK.: " WS-AH-EXC
                      "  ADIK.: " WS-AH-UNEXC
                   DELIMITED BY SIZE INTO CERT-LINE
               WRITE CERT-LINE
           END-IF.
      *
       700-PRINT-FOOTING.
           MOVE SPACES TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE "OIKONOMIKH EKKAQARISH: DEN YPARXEI OFEILH DIDAKTRWN"
               TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE "O DIEYQYNTHS                    H GRAMMATEIA"
               TO CERT-LINE.
           WRITE CERT-LINE.
           IF WS-DUPLICATE
               MOVE SPACES TO CERT-LINE
               WRITE CERT-LINE
               MOVE SPACES TO CERT-LINE
               STRING "ANTIGRAFO THS BEBAIWSHS AR. " WS-SERIAL
                      " - EKDOSH " WS-BUS-DATE
                   DELIMITED BY SIZE INTO CERT-LINE
               WRITE CERT-LINE
           END-IF.
      *
       800-WRITE-AUDIT.
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
           MOVE "LVCERT" TO AL-ACTION.
           IF WS-DUPLICATE
               STRING "LEAVING CERTIFICATE " WS-SERIAL " DUPLICATE"
                   DELIMITED BY SIZE INTO AL-DETAIL
           ELSE
               STRING "LEAVING CERTIFICATE " WS-SERIAL " ISSUED"
                   DELIMITED BY SIZE INTO AL-DETAIL
           END-IF.
           WRITE AUDIT-LINE.
           CLOSE AUDITLOG.
      *
       TELOS.
           EXIT PROGRAM.
      *

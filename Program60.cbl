       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program60.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MHTRMA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS A-A
               ALTERNATE RECORD KEY IS EPWN WITH DUPLICATES
               FILE STATUS IS WS-MHTRMA-STATUS.
           SELECT CONTACTS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CONTACTS-STATUS.
           SELECT TUITLEDG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TL-KEY
               FILE STATUS IS WS-TUITLEDG-STATUS.
           SELECT ATTSUM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AS-AA
               FILE STATUS IS WS-ATTSUM-STATUS.
           SELECT SUBJGRD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SG-KEY
               FILE STATUS IS WS-SUBJGRD-STATUS.
           SELECT RESIT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RS-KEY
               FILE STATUS IS WS-RESIT-STATUS.
           SELECT SCHOLAR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SA-AA
               FILE STATUS IS WS-SCHOLAR-STATUS.
           SELECT FEEHOLD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FH-AA
               FILE STATUS IS WS-FEEHOLD-STATUS.
           SELECT DUNHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-DUNHIST-STATUS.
           SELECT ATTHIST ASSIGN TO "ATTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTHIST-STATUS.
           SELECT ATTOUT ASSIGN TO "ATTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTOUT-STATUS.
           SELECT ATTWORK ASSIGN TO "ATTHIST.DAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTWORK-STATUS.
           SELECT HISIN ASSIGN TO "MHTRMA.HIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISIN-STATUS.
           SELECT HISOUT ASSIGN TO "MHTRMA.HIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISOUT-STATUS.
           SELECT HISWORK ASSIGN TO "MHTRMA.HIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISWORK-STATUS.
           SELECT PENDIN ASSIGN TO "GRDPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDIN-STATUS.
           SELECT PENDOUT ASSIGN TO "GRDPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDOUT-STATUS.
           SELECT PENDWORK ASSIGN TO "GRDPEND.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDWORK-STATUS.
           SELECT AUDITF ASSIGN TO "MHTRMA.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITF-STATUS.
           SELECT MERGE-OUT ASSIGN TO "MERGE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-STATUS.
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
       FD  ATTSUM        RECORD CONTAINS  10 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS AS-REC
                         VALUE OF FILE-ID IS "ATTSUM.DAT".
       01  AS-REC.
           02 AS-AA      PIC 9(4).
           02 AS-EXC     PIC 9(3).
           02 AS-UNEXC   PIC 9(3).
      *
       FD  SUBJGRD       RECORD CONTAINS  20 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS SG-REC
                         VALUE OF FILE-ID IS "SUBJGRD.DAT".
       01  SG-REC.
           02 SG-KEY.
              03 SG-AA   PIC 9(4).
              03 SG-YEAR PIC 9(4).
              03 SG-SUBJ PIC X(4).
           02 SG-GRADES  PIC X(8).
      *
       FD  RESIT         RECORD CONTAINS  36 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS RS-REC
                         VALUE OF FILE-ID IS "RESIT.DAT".
       01  RS-REC.
           02 RS-KEY.
              03 RS-AA   PIC 9(4).
              03 RS-YEAR PIC 9(4).
           02 RS-CLASS   PIC X(3).
           02 FILLER     PIC X(25).
      *
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
       FD  ATTHIST       LABEL RECORD STANDARD.
       01  AH-LINE.
           02 AH-DATE    PIC 9(6).
           02 FILLER     PIC X(2).
           02 AH-AA      PIC 9(4).
           02 FILLER     PIC X(2).
           02 AH-PERIODS PIC 9(2).
           02 FILLER     PIC X(2).
           02 AH-REASON  PIC X(1).
       FD  ATTOUT        LABEL RECORD STANDARD.
       01  ATTOUT-LINE   PIC X(19).
       FD  ATTWORK       LABEL RECORD STANDARD.
       01  ATTWORK-LINE  PIC X(19).
      *
       FD  HISIN         LABEL RECORD STANDARD.
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
       FD  HISOUT        LABEL RECORD STANDARD.
       01  HISOUT-LINE   PIC X(36).
       FD  HISWORK       LABEL RECORD STANDARD.
       01  HISWORK-LINE  PIC X(36).
      *
       FD  PENDIN        LABEL RECORD STANDARD.
       01  GP-LINE.
           02  GP-AA           PIC 9(4).
           02  FILLER          PIC X(2).
           02  GP-USER         PIC X(8).
           02  FILLER          PIC X(2).
           02  GP-DATE         PIC 9(8).
           02  FILLER          PIC X(2).
           02  GP-OLD-GRADES   PIC X(8).
           02  FILLER          PIC X(2).
           02  GP-NEW-GRADES   PIC X(8).
           02  FILLER          PIC X(2).
           02  GP-SUBJ         PIC X(4).
           02  FILLER          PIC X(2).
           02  GP-YEAR         PIC 9(4).
       FD  PENDOUT       LABEL RECORD STANDARD.
       01  PENDOUT-LINE  PIC X(58).
       FD  PENDWORK      LABEL RECORD STANDARD.
       01  PENDWORK-LINE PIC X(58).
      *
       FD  AUDITF        LABEL RECORD STANDARD.
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
       FD  MERGE-OUT     LABEL RECORD STANDARD.
       01  MERGE-LINE    PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  WS-MHTRMA-STATUS   PIC XX.
       01  WS-CONTACTS-STATUS PIC XX.
       01  WS-TUITLEDG-STATUS PIC XX.
       01  WS-ATTSUM-STATUS   PIC XX.
       01  WS-SUBJGRD-STATUS  PIC XX.
       01  WS-RESIT-STATUS    PIC XX.
       01  WS-SCHOLAR-STATUS  PIC XX.
       01  WS-FEEHOLD-STATUS  PIC XX.
       01  WS-DUNHIST-STATUS  PIC XX.
       01  WS-ATTHIST-STATUS  PIC XX.
       01  WS-ATTOUT-STATUS   PIC XX.
       01  WS-ATTWORK-STATUS  PIC XX.
       01  WS-HISIN-STATUS    PIC XX.
       01  WS-HISOUT-STATUS   PIC XX.
       01  WS-HISWORK-STATUS  PIC XX.
       01  WS-PENDIN-STATUS   PIC XX.
       01  WS-PENDOUT-STATUS  PIC XX.
       01  WS-PENDWORK-STATUS PIC XX.
       01  WS-AUDITF-STATUS   PIC XX.
       01  WS-MERGE-STATUS    PIC XX.
       01  WS-EOF-SW          PIC A(1).
           88 WS-EOF                VALUE "Y".
       01  WS-ACTION          PIC X(1).
           88 WS-ACT-PREVIEW  VALUE "P".
           88 WS-ACT-MERGE    VALUE "M".
           88 WS-ACT-EXIT     VALUE "X".
       01  WS-ANSWER          PIC X(1).
       01  WS-IDS-OK-SW       PIC X(1).
           88 WS-IDS-OK             VALUE "Y".
       01  WS-BLOCK-SW        PIC X(1).
           88 WS-BLOCKED            VALUE "Y".
       01  WS-SURV-AA         PIC 9(4).
       01  WS-DUP-AA          PIC 9(4).
       01  WS-SURV-RMA.
           02 WS-SV-AA        PIC 9(4).
           02 WS-SV-EPWN      PIC X(20).
           02 WS-SV-ONOM      PIC X(15).
           02 WS-SV-ONP       PIC X(10).
           02 WS-SV-CLASS     PIC X(3).
           02 WS-SV-THL2      PIC 9(11).
           02 WS-SV-APOYS     PIC 9(3).
           02 FILLER          PIC X(8).
       01  WS-DUP-RMA.
           02 WS-DP-AA        PIC 9(4).
           02 WS-DP-EPWN      PIC X(20).
           02 WS-DP-ONOM      PIC X(15).
           02 WS-DP-ONP       PIC X(10).
           02 WS-DP-CLASS     PIC X(3).
           02 WS-DP-THL2      PIC 9(11).
           02 WS-DP-APOYS     PIC 9(3).
           02 FILLER          PIC X(8).
      * counts gathered by the preview and reused by the merge
       01  WS-SURV-CT-MAX     PIC 9(2).
       01  WS-DUP-CT-COUNT    PIC 9(3).
       01  WS-SURV-TL-MAX     PIC 9(4).
       01  WS-DUP-TL-COUNT    PIC 9(4).
       01  WS-DUP-CHARGES     PIC 9(10).
       01  WS-DUP-RECEIPTS    PIC 9(10).
       01  WS-DUP-BALANCE     PIC S9(10).
       01  WS-ED-BAL          PIC -Z(9)9.
       01  WS-DUP-AH-COUNT    PIC 9(5).
       01  WS-DUP-AH-PERIODS  PIC 9(5).
       01  WS-SURV-AS-FOUND   PIC X(1).
       01  WS-SURV-AS-EXC     PIC 9(3).
       01  WS-SURV-AS-UNEXC   PIC 9(3).
       01  WS-DUP-AS-FOUND    PIC X(1).
       01  WS-DUP-AS-EXC      PIC 9(3).
       01  WS-DUP-AS-UNEXC    PIC 9(3).
       01  WS-DUP-HIS-COUNT   PIC 9(3).
       01  WS-DUP-HIS-VOID    PIC 9(3).
       01  WS-DUP-GP-COUNT    PIC 9(3).
       01  WS-DUP-SG-COUNT    PIC 9(3).
       01  WS-DUP-SG-HELD     PIC 9(3).
       01  WS-DUP-RS-COUNT    PIC 9(2).
       01  WS-DUP-RS-HELD     PIC 9(2).
       01  WS-DUP-SA-FOUND    PIC X(1).
       01  WS-SURV-SA-CODE    PIC X(4).
       01  WS-DUP-FH-FOUND    PIC X(1).
       01  WS-SURV-FH-FOUND   PIC X(1).
       01  WS-DUP-DH-COUNT    PIC 9(3).
       01  WS-DUP-DH-HELD     PIC 9(3).
       01  WS-KEPT-COUNT      PIC 9(5).
       01  WS-NEW-APOYS       PIC 9(4).
       01  WS-NEXT-SEQ        PIC 9(4).
       01  WS-MOVED-COUNT     PIC 9(5).
      * active MHTRMA.HIS years the survivor already holds; a
      * duplicate line for one of those years comes across voided
       01  WS-SY-COUNT        PIC 9(2).
       01  WS-SY-TABLE.
           02 WS-SY-YEAR      PIC 9(4) OCCURS 30 TIMES.
       01  WS-SY-IND          PIC 9(2).
       01  WS-SY-HIT-SW       PIC X(1).
           88 WS-SY-HIT             VALUE "Y".
      * duplicate's contact and ledger lines, held while they are
      * rewritten under the survivor's number
       01  WS-CT-COUNT        PIC 9(3).
       01  WS-CT-TABLE.
           02 WS-CT-ENTRY     PIC X(82) OCCURS 99 TIMES.
       01  WS-CT-IND          PIC 9(3).
       01  WS-TLT-COUNT       PIC 9(4).
       01  WS-TLT-TABLE.
           02 WS-TLT-ENTRY    PIC X(46) OCCURS 500 TIMES.
       01  WS-TLT-IND         PIC 9(4).
      * duplicate's subject grade and re-sit records, held the same
      * way; a year (and subject) the survivor already holds keeps
      * the survivor's record
       01  WS-SGT-COUNT       PIC 9(3).
       01  WS-SGT-TABLE.
           02 WS-SGT-ENTRY    PIC X(20) OCCURS 400 TIMES.
       01  WS-SGT-IND         PIC 9(3).
       01  WS-RST-COUNT       PIC 9(2).
       01  WS-RST-TABLE.
           02 WS-RST-ENTRY    PIC X(36) OCCURS 30 TIMES.
       01  WS-RST-IND         PIC 9(2).
      * duplicate's dunning history; a debt and stage the survivor
      * already holds keeps the survivor's line
       01  WS-DHT-COUNT       PIC 9(3).
       01  WS-DHT-TABLE.
           02 WS-DHT-ENTRY    PIC X(40) OCCURS 100 TIMES.
       01  WS-DHT-IND         PIC 9(3).
       01  WS-BUS-DATE        PIC 9(8).
       01  WS-BUSDATE-FUNC    PIC X(1).
       01  WS-BUSDATE-RC      PIC 9(2).
       01  WS-GEN-SOURCE      PIC X(20).
       01  WS-GEN-RC          PIC 9(2).
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
       MENU-LOOP.
           DISPLAY "----------------------------------------".
           DISPLAY "SYGXWNEYSH DIPLOEGGRAFHS MAQHTH".
           DISPLAY "P=PREVIEW M=MERGE X=EXIT".
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN WS-ACT-PREVIEW
                   PERFORM 100-GET-IDS THRU 100-EXIT
                   IF WS-IDS-OK
                       PERFORM 200-PREVIEW
                       CLOSE MERGE-OUT
                       MOVE "MERGE.PRT" TO WS-GEN-SOURCE
                       CALL 'Program30' USING WS-GEN-SOURCE, WS-GEN-RC
                       DISPLAY "PREVIEW WRITTEN TO MERGE.PRT"
                   END-IF
               WHEN WS-ACT-MERGE
                   PERFORM 300-MERGE THRU 300-EXIT
               WHEN WS-ACT-EXIT
                   GO TO TELOS
               WHEN OTHER
                   DISPLAY "INVALID ACTION - TRY AGAIN"
           END-EVALUATE.
           GO TO MENU-LOOP.
      *
       100-GET-IDS.
           MOVE "N" TO WS-IDS-OK-SW.
           DISPLAY "ENTER SURVIVING STUDENT ID: ".
           ACCEPT WS-SURV-AA.
           DISPLAY "ENTER DUPLICATE STUDENT ID (TO BE REMOVED): ".
           ACCEPT WS-DUP-AA.
           IF WS-SURV-AA = 0 OR WS-DUP-AA = 0
               DISPLAY "BOTH IDS ARE REQUIRED"
               GO TO 100-EXIT
           END-IF.
           IF WS-SURV-AA = WS-DUP-AA
               DISPLAY "THE TWO IDS MUST BE DIFFERENT"
               GO TO 100-EXIT
           END-IF.
           OPEN INPUT MHTRMA.
           IF WS-MHTRMA-STATUS NOT = "00"
               MOVE 31 TO LS-RETURN-CODE
               DISPLAY "PROGRAM60: MHTRMA COULD NOT BE OPENED"
                       " - STATUS " WS-MHTRMA-STATUS
               GO TO 100-EXIT
           END-IF.
           MOVE WS-SURV-AA TO A-A.
           READ MHTRMA
               INVALID KEY
                   DISPLAY "SURVIVING ID " WS-SURV-AA
                           " IS NOT ON MHTRMA"
                   CLOSE MHTRMA
                   GO TO 100-EXIT
           END-READ.
           MOVE RMA TO WS-SURV-RMA.
           MOVE WS-DUP-AA TO A-A.
           READ MHTRMA
               INVALID KEY
                   DISPLAY "DUPLICATE ID " WS-DUP-AA
                           " IS NOT ON MHTRMA"
                   CLOSE MHTRMA
                   GO TO 100-EXIT
           END-READ.
           MOVE RMA TO WS-DUP-RMA.
           CLOSE MHTRMA.
           SET WS-IDS-OK TO TRUE.
       100-EXIT.
           EXIT.
      *
       200-PREVIEW.
      *    nothing is changed here - the report shows what a merge of
      *    the pair would move, and WS-BLOCK-SW stops one that cannot
      *    be done cleanly
           MOVE "N" TO WS-BLOCK-SW.
           OPEN OUTPUT MERGE-OUT.
           MOVE SPACES TO MERGE-LINE.
           STRING "SYGXWNEYSH MAQHTWN - PROEPISKOPHSH   "
                  "HMEROMHNIA: " WS-BUS-DATE "   XRHSTHS: "
                  LS-OPER-USER
               DELIMITED BY SIZE INTO MERGE-LINE.
           WRITE MERGE-LINE.
           MOVE ALL "=" TO MERGE-LINE.
           WRITE MERGE-LINE.
           MOVE SPACES TO MERGE-LINE.
           STRING "PARAMENEI : " WS-SV-AA " " WS-SV-EPWN " "
                  WS-SV-ONOM " " WS-SV-ONP " " WS-SV-CLASS " "
                  WS-SV-THL2
               DELIMITED BY SIZE INTO MERGE-LINE.
           WRITE MERGE-LINE.
           MOVE SPACES TO MERGE-LINE.
           STRING "DIAGRAFETAI: " WS-DP-AA " " WS-DP-EPWN " "
                  WS-DP-ONOM " " WS-DP-ONP " " WS-DP-CLASS " "
                  WS-DP-THL2
               DELIMITED BY SIZE INTO MERGE-LINE.
           WRITE MERGE-LINE.
           IF WS-SV-EPWN NOT = WS-DP-EPWN
               OR WS-SV-ONOM NOT = WS-DP-ONOM
               MOVE "  ** WARNING: NAMES DIFFER - CHECK THE CHILD"
                   TO MERGE-LINE
               WRITE MERGE-LINE
           END-IF.
           IF WS-SV-ONP NOT = WS-DP-ONP
               MOVE "  ** WARNING: FATHER'S NAME DIFFERS"
                   TO MERGE-LINE
               WRITE MERGE-LINE
           END-IF.
           IF WS-SV-CLASS NOT = WS-DP-CLASS
               MOVE "  ** WARNING: CLASSES DIFFER - SURVIVOR'S KEPT"
                   TO MERGE-LINE
               WRITE MERGE-LINE
           END-IF.
           MOVE SPACES TO MERGE-LINE.
           WRITE MERGE-LINE.
           PERFORM 210-COUNT-CONTACTS.
           PERFORM 220-COUNT-LEDGER.
           PERFORM 230-COUNT-ATTHIST.
           PERFORM 240-READ-ATTSUM.
           PERFORM 250-COUNT-HIS.
           PERFORM 260-COUNT-GRDPEND.
           PERFORM 270-COUNT-SUBJGRD.
           PERFORM 280-COUNT-RESIT.
           PERFORM 282-COUNT-SCHOLAR.
           PERFORM 284-COUNT-FEEHOLD.
           PERFORM 286-COUNT-DUNHIST.
           MOVE SPACES TO MERGE-LINE.
           WRITE MERGE-LINE.
           IF WS-BLOCKED
               MOVE "*** THIS PAIR CANNOT BE MERGED AS IT STANDS ***"
                   TO MERGE-LINE
           ELSE
               MOVE SPACES TO MERGE-LINE
               STRING "THE MASTER RECORD " WS-DP-AA
                      " WILL BE DELETED; THE SURVIVOR'S GRADES AND"
                      " CLASS ARE KEPT"
                   DELIMITED BY SIZE INTO MERGE-LINE
           END-IF.
           WRITE MERGE-LINE.
      *
       210-COUNT-CONTACTS.
           MOVE 0 TO WS-SURV-CT-MAX.
           MOVE 0 TO WS-DUP-CT-COUNT.
           OPEN INPUT CONTACTS.
           IF WS-CONTACTS-STATUS NOT = "00"
               MOVE "CONTACTS     : FILE NOT AVAILABLE - NONE MOVED"
                   TO MERGE-LINE
               WRITE MERGE-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SURV-AA TO CT-AA.
           MOVE 0 TO CT-SEQ.
           MOVE "N" TO WS-EOF-SW.
           START CONTACTS KEY NOT LESS THAN CT-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ CONTACTS NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CT-AA NOT = WS-SURV-AA
                           SET WS-EOF TO TRUE
                       ELSE
                           MOVE CT-SEQ TO WS-SURV-CT-MAX
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-DUP-AA TO CT-AA.
           MOVE 0 TO CT-SEQ.
           MOVE "N" TO WS-EOF-SW.
           START CONTACTS KEY NOT LESS THAN CT-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ CONTACTS NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CT-AA NOT = WS-DUP-AA
                           SET WS-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-DUP-CT-COUNT
                           MOVE SPACES TO MERGE-LINE
                           STRING "  CONTACT " CT-SEQ " " CT-NAME " "
                                  CT-RELATION " " CT-PHONE
                               DELIMITED BY SIZE INTO MERGE-LINE
                           WRITE MERGE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTACTS.
           MOVE SPACES TO MERGE-LINE.
           COMPUTE WS-NEXT-SEQ = WS-SURV-CT-MAX + 1.
           STRING "CONTACTS     : " WS-DUP-CT-COUNT
                  " LINE(S), RENUMBERED FROM CT-SEQ " WS-NEXT-SEQ
               DELIMITED BY SIZE INTO MERGE-LINE.
           WRITE MERGE-LINE.
           IF WS-SURV-CT-MAX + WS-DUP-CT-COUNT > 99
               SET WS-BLOCKED TO TRUE
               MOVE "  ** MORE THAN 99 CONTACTS - REMOVE SOME FIRST"
                   TO MERGE-LINE
               WRITE MERGE-LINE
           END-IF.
      *
       220-COUNT-LEDGER.
           MOVE 0 TO WS-SURV-TL-MAX.
           MOVE 0 TO WS-DUP-TL-COUNT.
           MOVE 0 TO WS-DUP-CHARGES.
           MOVE 0 TO WS-DUP-RECEIPTS.
           OPEN INPUT TUITLEDG.
           IF WS-TUITLEDG-STATUS NOT = "00"
               MOVE "TUITLEDG     : FILE NOT AVAILABLE - NONE MOVED"
                   TO MERGE-LINE
               WRITE MERGE-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SURV-AA TO TL-AA.
           MOVE 0 TO TL-SEQ.
           MOVE "N" TO WS-EOF-SW.
           START TUITLEDG KEY NOT LESS THAN TL-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ TUITLEDG NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF TL-AA NOT = WS-SURV-AA
                           SET WS-EOF TO TRUE
                       ELSE
                           MOVE TL-SEQ TO WS-SURV-TL-MAX
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-DUP-AA TO TL-AA.
           MOVE 0 TO TL-SEQ.
           MOVE "N" TO WS-EOF-SW.
           START TUITLEDG KEY NOT LESS THAN TL-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ TUITLEDG NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF TL-AA NOT = WS-DUP-AA
                           SET WS-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-DUP-TL-COUNT
                           IF TL-CHARGE
                               ADD TL-AMOUNT TO WS-DUP-CHARGES
                           ELSE
                               ADD TL-AMOUNT TO WS-DUP-RECEIPTS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TUITLEDG.
           COMPUTE WS-DUP-BALANCE = WS-DUP-CHARGES - WS-DUP-RECEIPTS.
           MOVE WS-DUP-BALANCE TO WS-ED-BAL.
           MOVE SPACES TO MERGE-LINE.
           STRING "TUITLEDG     : " WS-DUP-TL-COUNT
                  " LINE(S), BALANCE CARRIED " WS-ED-BAL
               DELIMITED BY SIZE INTO MERGE-LINE.
           WRITE MERGE-LINE.
           IF WS-DUP-TL-COUNT > 500
               OR WS-SURV-TL-MAX + WS-DUP-TL-COUNT > 9999
               SET WS-BLOCKED TO TRUE
               MOVE "  ** TOO MANY LEDGER LINES TO MOVE IN ONE RUN"
                   TO MERGE-LINE
               WRITE MERGE-LINE
           END-IF.
      *
       230-COUNT-ATTHIST.
           MOVE 0 TO WS-DUP-AH-COUNT.
           MOVE 0 TO WS-DUP-AH-PERIODS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT ATTHIST.
           IF WS-ATTHIST-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ ATTHIST
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF AH-AA = WS-DUP-AA
                               ADD 1 TO WS-DUP-AH-COUNT
                               ADD AH-PERIODS TO WS-DUP-AH-PERIODS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATTHIST
           END-IF.
           MOVE SPACES TO MERGE-LINE.
           STRING "ATTHIST.DAT  : " WS-DUP-AH-COUNT
                  " DAY LINE(S), " WS-DUP-AH-PERIODS " PERIODS"
               DELIMITED BY SIZE INTO MERGE-LINE.
           WRITE MERGE-LINE.
      *
       240-READ-ATTSUM.
           MOVE "N" TO WS-SURV-AS-FOUND.
           MOVE "N" TO WS-DUP-AS-FOUND.
           MOVE 0 TO WS-SURV-AS-EXC.
           MOVE 0 TO WS-SURV-AS-UNEXC.
           MOVE 0 TO WS-DUP-AS-EXC.
           MOVE 0 TO WS-DUP-AS-UNEXC.
           OPEN INPUT ATTSUM.
           IF WS-ATTSUM-STATUS = "00"
               MOVE WS-SURV-AA TO AS-AA
               READ ATTSUM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-SURV-AS-FOUND
                       MOVE AS-EXC TO WS-SURV-AS-EXC
                       MOVE AS-UNEXC TO WS-SURV-AS-UNEXC
               END-READ
               MOVE WS-DUP-AA TO AS-AA
               READ ATTSUM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-DUP-AS-FOUND
                       MOVE AS-EXC TO WS-DUP-AS-EXC
                       MOVE AS-UNEXC TO WS-DUP-AS-UNEXC
               END-READ
               CLOSE ATTSUM
           END-IF.
           MOVE SPACES TO MERGE-LINE.
           STRING "ATTSUM       : EXC " WS-DUP-AS-EXC " UNEXC "
                  WS-DUP-AS-UNEXC " ADDED TO " WS-SURV-AS-EXC "/"
                  WS-SURV-AS-UNEXC
               DELIMITED BY SIZE INTO MERGE-LINE.
           WRITE MERGE-LINE.
           COMPUTE WS-NEW-APOYS = WS-SV-APOYS + WS-DP-APOYS.
           MOVE SPACES TO MERGE-LINE.
           STRING "APOYS        : " WS-DP-APOYS " ADDED TO "
                  WS-SV-APOYS " ON THE SURVIVOR'S MASTER"
               DELIMITED BY SIZE INTO MERGE-LINE.
           WRITE MERGE-LINE.
           IF WS-NEW-APOYS > 999
               SET WS-BLOCKED TO TRUE
               MOVE "  ** ABSENCE TOTAL WOULD EXCEED 999"
                   TO MERGE-LINE
               WRITE MERGE-LINE
           END-IF.
      *
       250-COUNT-HIS.
           MOVE 0 TO WS-SY-COUNT.
           MOVE 0 TO WS-DUP-HIS-COUNT.
           MOVE 0 TO WS-DUP-HIS-VOID.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT HISIN.
           IF WS-HISIN-STATUS NOT = "00"
               MOVE "MHTRMA.HIS   : NO HISTORY FILE" TO MERGE-LINE
               WRITE MERGE-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ HISIN
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF HIS-AA = WS-SURV-AA
                           AND HIS-STATUS NOT = "V"
                           AND WS-SY-COUNT < 30
                           ADD 1 TO WS-SY-COUNT
                           MOVE HIS-YEAR TO WS-SY-YEAR (WS-SY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISIN.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT HISIN.
           PERFORM UNTIL WS-EOF
               READ HISIN
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF HIS-AA = WS-DUP-AA
                           ADD 1 TO WS-DUP-HIS-COUNT
                           PERFORM 255-CHECK-SURV-YEAR
                           IF WS-SY-HIT AND HIS-STATUS NOT = "V"
                               ADD 1 TO WS-DUP-HIS-VOID
                               MOVE SPACES TO MERGE-LINE
                               STRING "  YEAR " HIS-YEAR " " HIS-CLASS
                                      " ALREADY ON THE SURVIVOR -"
                                      " MOVED AS VOIDED"
                                   DELIMITED BY SIZE INTO MERGE-LINE
                               WRITE MERGE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISIN.
           MOVE SPACES TO MERGE-LINE.
           STRING "MHTRMA.HIS   : " WS-DUP-HIS-COUNT " LINE(S), "
                  WS-DUP-HIS-VOID " VOIDED AS ALREADY HELD"
               DELIMITED BY SIZE INTO MERGE-LINE.
           WRITE MERGE-LINE.
      *
       255-CHECK-SURV-YEAR.
           MOVE "N" TO WS-SY-HIT-SW.
           PERFORM VARYING WS-SY-IND FROM 1 BY 1
                   UNTIL WS-SY-IND > WS-SY-COUNT
               IF WS-SY-YEAR (WS-SY-IND) = HIS-YEAR
                   SET WS-SY-HIT TO TRUE
               END-IF
           END-PERFORM.
      *
       260-COUNT-GRDPEND.
           MOVE 0 TO WS-DUP-GP-COUNT.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT PENDIN.
           IF WS-PENDIN-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ PENDIN
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF GP-AA = WS-DUP-AA
                               ADD 1 TO WS-DUP-GP-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDIN
           END-IF.
           MOVE SPACES TO MERGE-LINE.
           STRING "GRDPEND.DAT  : " WS-DUP-GP-COUNT
                  " PENDING GRADE CHANGE(S)"
               DELIMITED BY SIZE INTO MERGE-LINE.
           WRITE MERGE-LINE.
           IF WS-DUP-GP-COUNT > 0
               MOVE "  ** THEY WILL APPLY TO THE SURVIVOR WHEN APPROVED"
                   TO MERGE-LINE
               WRITE MERGE-LINE
           END-IF.
      *
       270-COUNT-SUBJGRD.
           MOVE 0 TO WS-DUP-SG-COUNT.
           MOVE 0 TO WS-DUP-SG-HELD.
           OPEN INPUT SUBJGRD.
           IF WS-SUBJGRD-STATUS NOT = "00"
               MOVE "SUBJGRD.DAT  : NO SUBJECT GRADES FILE"
                   TO MERGE-LINE
               WRITE MERGE-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-SGT-COUNT.
           MOVE WS-DUP-AA TO SG-AA.
           MOVE 0 TO SG-YEAR.
           MOVE LOW-VALUES TO SG-SUBJ.
           MOVE "N" TO WS-EOF-SW.
           START SUBJGRD KEY NOT LESS THAN SG-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ SUBJGRD NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF SG-AA NOT = WS-DUP-AA
                           SET WS-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-DUP-SG-COUNT
                           IF WS-SGT-COUNT < 400
                               ADD 1 TO WS-SGT-COUNT
                               MOVE SG-REC
                                   TO WS-SGT-ENTRY (WS-SGT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-SGT-IND FROM 1 BY 1
                   UNTIL WS-SGT-IND > WS-SGT-COUNT
               MOVE WS-SGT-ENTRY (WS-SGT-IND) TO SG-REC
               MOVE WS-SURV-AA TO SG-AA
               READ SUBJGRD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-DUP-SG-HELD
                       MOVE SPACES TO MERGE-LINE
                       STRING "  YEAR " SG-YEAR " SUBJECT " SG-SUBJ
                              " ALREADY ON THE SURVIVOR - ITS"
                              " GRADES KEPT"
                           DELIMITED BY SIZE INTO MERGE-LINE
                       WRITE MERGE-LINE
               END-READ
           END-PERFORM.
           CLOSE SUBJGRD.
           MOVE SPACES TO MERGE-LINE.
           STRING "SUBJGRD.DAT  : " WS-DUP-SG-COUNT " RECORD(S), "
                  WS-DUP-SG-HELD " ALREADY HELD BY THE SURVIVOR"
               DELIMITED BY SIZE INTO MERGE-LINE.
           WRITE MERGE-LINE.
           IF WS-DUP-SG-COUNT > 400
               SET WS-BLOCKED TO TRUE
               MOVE "  ** MORE THAN 400 SUBJECT GRADES - CANNOT MOVE"
                   TO MERGE-LINE
               WRITE MERGE-LINE
           END-IF.
      *
       280-COUNT-RESIT.
           MOVE 0 TO WS-DUP-RS-COUNT.
           MOVE 0 TO WS-DUP-RS-HELD.
           OPEN INPUT RESIT.
           IF WS-RESIT-STATUS NOT = "00"
               MOVE "RESIT.DAT    : NO RE-SIT FILE" TO MERGE-LINE
               WRITE MERGE-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-RST-COUNT.
           MOVE WS-DUP-AA TO RS-AA.
           MOVE 0 TO RS-YEAR.
           MOVE "N" TO WS-EOF-SW.
           START RESIT KEY NOT LESS THAN RS-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ RESIT NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF RS-AA NOT = WS-DUP-AA
                           OR WS-RST-COUNT = 30
                           SET WS-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-DUP-RS-COUNT
                           ADD 1 TO WS-RST-COUNT
                           MOVE RS-REC TO WS-RST-ENTRY (WS-RST-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-RST-IND FROM 1 BY 1
                   UNTIL WS-RST-IND > WS-RST-COUNT
               MOVE WS-RST-ENTRY (WS-RST-IND) TO RS-REC
               MOVE WS-SURV-AA TO RS-AA
               READ RESIT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-DUP-RS-HELD
                       MOVE SPACES TO MERGE-LINE
                       STRING "  RE-SIT YEAR " RS-YEAR " " RS-CLASS
                              " ALREADY ON THE SURVIVOR - ITS"
                              " RESULT KEPT"
                           DELIMITED BY SIZE INTO MERGE-LINE
                       WRITE MERGE-LINE
               END-READ
           END-PERFORM.
           CLOSE RESIT.
           MOVE SPACES TO MERGE-LINE.
           STRING "RESIT.DAT    : " WS-DUP-RS-COUNT " RECORD(S), "
                  WS-DUP-RS-HELD " ALREADY HELD BY THE SURVIVOR"
               DELIMITED BY SIZE INTO MERGE-LINE.
           WRITE MERGE-LINE.
      *
       282-COUNT-SCHOLAR.
      *    one award per student - where both hold one the survivor's
      *    award stays and the duplicate's is dropped
           MOVE "N" TO WS-DUP-SA-FOUND.
           MOVE SPACES TO WS-SURV-SA-CODE.
           OPEN INPUT SCHOLAR.
           IF WS-SCHOLAR-STATUS NOT = "00"
               MOVE "SCHOLAR.DAT  : NO SCHOLARSHIP FILE" TO MERGE-LINE
               WRITE MERGE-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SURV-AA TO SA-AA.
           READ SCHOLAR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SA-CODE TO WS-SURV-SA-CODE
           END-READ.
           MOVE WS-DUP-AA TO SA-AA.
           READ SCHOLAR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-DUP-SA-FOUND
           END-READ.
           CLOSE SCHOLAR.
           MOVE SPACES TO MERGE-LINE.
           EVALUATE TRUE
               WHEN WS-DUP-SA-FOUND NOT = "Y"
                   MOVE "SCHOLAR.DAT  : NO AWARD ON THE DUPLICATE"
                       TO MERGE-LINE
               WHEN WS-SURV-SA-CODE = SPACES
                   STRING "SCHOLAR.DAT  : AWARD " SA-CODE " FROM "
                          SA-DATE " MOVED TO THE SURVIVOR"
                       DELIMITED BY SIZE INTO MERGE-LINE
               WHEN OTHER
                   STRING "SCHOLAR.DAT  : ** BOTH HOLD AN AWARD -"
                          " SURVIVOR'S " WS-SURV-SA-CODE " KEPT,"
                          " DUPLICATE'S " SA-CODE " DROPPED"
                       DELIMITED BY SIZE INTO MERGE-LINE
           END-EVALUATE.
           WRITE MERGE-LINE.
      *
       284-COUNT-FEEHOLD.
           MOVE "N" TO WS-DUP-FH-FOUND.
           MOVE "N" TO WS-SURV-FH-FOUND.
           OPEN INPUT FEEHOLD.
           IF WS-FEEHOLD-STATUS NOT = "00"
               MOVE "FEEHOLD.DAT  : NO DOCUMENT HOLD FILE" TO MERGE-LINE
               WRITE MERGE-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SURV-AA TO FH-AA.
           READ FEEHOLD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-SURV-FH-FOUND
           END-READ.
           MOVE WS-DUP-AA TO FH-AA.
           READ FEEHOLD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-DUP-FH-FOUND
           END-READ.
           CLOSE FEEHOLD.
           MOVE SPACES TO MERGE-LINE.
           EVALUATE TRUE
               WHEN WS-DUP-FH-FOUND NOT = "Y"
                   MOVE "FEEHOLD.DAT  : NO HOLD ON THE DUPLICATE"
                       TO MERGE-LINE
               WHEN WS-SURV-FH-FOUND = "Y"
                   MOVE "FEEHOLD.DAT  : BOTH HELD - SURVIVOR'S KEPT"
                       TO MERGE-LINE
               WHEN OTHER
                   STRING "FEEHOLD.DAT  : HOLD OF " FH-DATE
                          " MOVED - SURVIVOR'S DOCUMENTS ARE HELD"
                       DELIMITED BY SIZE INTO MERGE-LINE
           END-EVALUATE.
           WRITE MERGE-LINE.
      *
       286-COUNT-DUNHIST.
           MOVE 0 TO WS-DUP-DH-COUNT.
           MOVE 0 TO WS-DUP-DH-HELD.
           OPEN INPUT DUNHIST.
           IF WS-DUNHIST-STATUS NOT = "00"
               MOVE "DUNHIST.DAT  : NO DUNNING HISTORY FILE"
                   TO MERGE-LINE
               WRITE MERGE-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-DHT-COUNT.
           MOVE WS-DUP-AA TO DH-AA.
           MOVE 0 TO DH-OPEN-DATE.
           MOVE 0 TO DH-STAGE.
           MOVE "N" TO WS-EOF-SW.
           START DUNHIST KEY NOT LESS THAN DH-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ DUNHIST NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF DH-AA NOT = WS-DUP-AA
                           SET WS-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-DUP-DH-COUNT
                           IF WS-DHT-COUNT < 100
                               ADD 1 TO WS-DHT-COUNT
                               MOVE DH-REC
                                   TO WS-DHT-ENTRY (WS-DHT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-DHT-IND FROM 1 BY 1
                   UNTIL WS-DHT-IND > WS-DHT-COUNT
               MOVE WS-DHT-ENTRY (WS-DHT-IND) TO DH-REC
               MOVE WS-SURV-AA TO DH-AA
               READ DUNHIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-DUP-DH-HELD
                       MOVE SPACES TO MERGE-LINE
                       STRING "  DEBT OF " DH-OPEN-DATE " STAGE "
                              DH-STAGE " ALREADY ON THE SURVIVOR -"
                              " ITS LINE KEPT"
                           DELIMITED BY SIZE INTO MERGE-LINE
                       WRITE MERGE-LINE
               END-READ
           END-PERFORM.
           CLOSE DUNHIST.
           MOVE SPACES TO MERGE-LINE.
           STRING "DUNHIST.DAT  : " WS-DUP-DH-COUNT " LINE(S), "
                  WS-DUP-DH-HELD " ALREADY HELD BY THE SURVIVOR"
               DELIMITED BY SIZE INTO MERGE-LINE.
           WRITE MERGE-LINE.
           IF WS-DUP-DH-COUNT > 100
               SET WS-BLOCKED TO TRUE
               MOVE "  ** MORE THAN 100 DUNNING LINES - CANNOT MOVE"
                   TO MERGE-LINE
               WRITE MERGE-LINE
           END-IF.
      *
       300-MERGE.
           MOVE 0 TO LS-RETURN-CODE.
           PERFORM 100-GET-IDS THRU 100-EXIT.
           IF NOT WS-IDS-OK
               GO TO 300-EXIT
           END-IF.
           PERFORM 200-PREVIEW.
           CLOSE MERGE-OUT.
           DISPLAY "PREVIEW WRITTEN TO MERGE.PRT".
           IF WS-BLOCKED
               DISPLAY "THIS PAIR CANNOT BE MERGED - SEE MERGE.PRT"
               MOVE "MERGE.PRT" TO WS-GEN-SOURCE
               CALL 'Program30' USING WS-GEN-SOURCE, WS-GEN-RC
               GO TO 300-EXIT
           END-IF.
           DISPLAY "MERGE " WS-DUP-AA " INTO " WS-SURV-AA
                   " AND DELETE " WS-DUP-AA "? (Y/N): ".
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = "Y"
               DISPLAY "NOTHING CHANGED"
               MOVE "MERGE.PRT" TO WS-GEN-SOURCE
               CALL 'Program30' USING WS-GEN-SOURCE, WS-GEN-RC
               GO TO 300-EXIT
           END-IF.
           OPEN EXTEND MERGE-OUT.
           MOVE SPACES TO MERGE-LINE.
           WRITE MERGE-LINE.
           MOVE "APOTELESMA SYGXWNEYSHS" TO MERGE-LINE.
           WRITE MERGE-LINE.
           MOVE ALL "-" TO MERGE-LINE.
           WRITE MERGE-LINE.
           PERFORM 310-MOVE-CONTACTS THRU 310-EXIT.
           PERFORM 320-MOVE-LEDGER THRU 320-EXIT.
           PERFORM 330-MOVE-ATTHIST THRU 330-EXIT.
           PERFORM 340-MOVE-ATTSUM THRU 340-EXIT.
           PERFORM 350-MOVE-HIS THRU 350-EXIT.
           PERFORM 360-MOVE-GRDPEND THRU 360-EXIT.
           PERFORM 362-MOVE-SUBJGRD THRU 362-EXIT.
           PERFORM 365-MOVE-RESIT THRU 365-EXIT.
           PERFORM 366-MOVE-SCHOLAR THRU 366-EXIT.
           PERFORM 367-MOVE-FEEHOLD THRU 367-EXIT.
           PERFORM 368-MOVE-DUNHIST THRU 368-EXIT.
           IF LS-RETURN-CODE = 0
               PERFORM 370-UPDATE-MASTERS THRU 370-EXIT
           END-IF.
           IF LS-RETURN-CODE = 0
               PERFORM 380-WRITE-AUDIT
               MOVE SPACES TO MERGE-LINE
               STRING "MERGE COMPLETE - " WS-DUP-AA " REMOVED, ITS"
                      " RECORDS NOW UNDER " WS-SURV-AA
                   DELIMITED BY SIZE INTO MERGE-LINE
               WRITE MERGE-LINE
               DISPLAY "MERGE COMPLETE - SEE MERGE.PRT"
           ELSE
               MOVE SPACES TO MERGE-LINE
               STRING "*** MERGE STOPPED - RETURN CODE "
                      LS-RETURN-CODE " - DUPLICATE MASTER NOT DELETED"
                   DELIMITED BY SIZE INTO MERGE-LINE
               WRITE MERGE-LINE
               DISPLAY "MERGE STOPPED - SEE MERGE.PRT"
           END-IF.
           CLOSE MERGE-OUT.
           MOVE "MERGE.PRT" TO WS-GEN-SOURCE.
           CALL 'Program30' USING WS-GEN-SOURCE, WS-GEN-RC.
       300-EXIT.
           EXIT.
      *
       310-MOVE-CONTACTS.
           IF WS-DUP-CT-COUNT = 0
               GO TO 310-EXIT
           END-IF.
           OPEN I-O CONTACTS.
           IF WS-CONTACTS-STATUS NOT = "00"
               MOVE 55 TO LS-RETURN-CODE
               DISPLAY "PROGRAM60: CONTACTS COULD NOT BE OPENED"
                       " - STATUS " WS-CONTACTS-STATUS
               GO TO 310-EXIT
           END-IF.
           MOVE 0 TO WS-CT-COUNT.
           MOVE WS-DUP-AA TO CT-AA.
           MOVE 0 TO CT-SEQ.
           MOVE "N" TO WS-EOF-SW.
           START CONTACTS KEY NOT LESS THAN CT-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ CONTACTS NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CT-AA NOT = WS-DUP-AA
                           OR WS-CT-COUNT = 99
                           SET WS-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-CT-COUNT
                           MOVE CTR TO WS-CT-ENTRY (WS-CT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 0 TO WS-MOVED-COUNT.
           MOVE WS-SURV-CT-MAX TO WS-NEXT-SEQ.
           PERFORM VARYING WS-CT-IND FROM 1 BY 1
                   UNTIL WS-CT-IND > WS-CT-COUNT
               MOVE WS-CT-ENTRY (WS-CT-IND) TO CTR
               DELETE CONTACTS RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               ADD 1 TO WS-NEXT-SEQ
               MOVE WS-SURV-AA TO CT-AA
               MOVE WS-NEXT-SEQ TO CT-SEQ
               WRITE CTR
                   INVALID KEY
                       MOVE 55 TO LS-RETURN-CODE
                       DISPLAY "CONTACT " CT-KEY " NOT WRITTEN"
                   NOT INVALID KEY
                       ADD 1 TO WS-MOVED-COUNT
               END-WRITE
           END-PERFORM.
           CLOSE CONTACTS.
           MOVE SPACES TO MERGE-LINE.
           STRING "CONTACTS MOVED       : " WS-MOVED-COUNT
               DELIMITED BY SIZE INTO MERGE-LINE.
           WRITE MERGE-LINE.
       310-EXIT.
           EXIT.
      *
       320-MOVE-LEDGER.
           IF WS-DUP-TL-COUNT = 0
               GO TO 320-EXIT
           END-IF.
           OPEN I-O TUITLEDG.
           IF WS-TUITLEDG-STATUS NOT = "00"
               MOVE 78 TO LS-RETURN-CODE
               DISPLAY "PROGRAM60: TUITLEDG COULD NOT BE OPENED"
                       " - STATUS " WS-TUITLEDG-STATUS
               GO TO 320-EXIT
           END-IF.
           MOVE 0 TO WS-TLT-COUNT.
           MOVE WS-DUP-AA TO TL-AA.
           MOVE 0 TO TL-SEQ.
           MOVE "N" TO WS-EOF-SW.
           START TUITLEDG KEY NOT LESS THAN TL-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ TUITLEDG NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF TL-AA NOT = WS-DUP-AA
                           OR WS-TLT-COUNT = 500
                           SET WS-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-TLT-COUNT
                           MOVE TLR TO WS-TLT-ENTRY (WS-TLT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
      *    ledger lines keep their own dates and follow the
      *    survivor's lines in key order
           MOVE 0 TO WS-MOVED-COUNT.
           MOVE WS-SURV-TL-MAX TO WS-NEXT-SEQ.
           PERFORM VARYING WS-TLT-IND FROM 1 BY 1
                   UNTIL WS-TLT-IND > WS-TLT-COUNT
               MOVE WS-TLT-ENTRY (WS-TLT-IND) TO TLR
               DELETE TUITLEDG RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               ADD 1 TO WS-NEXT-SEQ
               MOVE WS-SURV-AA TO TL-AA
               MOVE WS-NEXT-SEQ TO TL-SEQ
               WRITE TLR
                   INVALID KEY
                       MOVE 78 TO LS-RETURN-CODE
                       DISPLAY "LEDGER LINE " TL-KEY " NOT WRITTEN"
                   NOT INVALID KEY
                       ADD 1 TO WS-MOVED-COUNT
               END-WRITE
           END-PERFORM.
           CLOSE TUITLEDG.
           MOVE SPACES TO MERGE-LINE.
           STRING "LEDGER LINES MOVED   : " WS-MOVED-COUNT
               DELIMITED BY SIZE INTO MERGE-LINE.
           WRITE MERGE-LINE.
       320-EXIT.
           EXIT.
      *
       330-MOVE-ATTHIST.
      *    same work-file-and-copy-back as Program54's excuse posting
           IF WS-DUP-AH-COUNT = 0
               GO TO 330-EXIT
           END-IF.
           MOVE 0 TO WS-MOVED-COUNT.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT ATTHIST.
           IF WS-ATTHIST-STATUS NOT = "00"
               MOVE 55 TO LS-RETURN-CODE
               DISPLAY "PROGRAM60: ATTHIST.DAT COULD NOT BE OPENED"
                       " - STATUS " WS-ATTHIST-STATUS
               GO TO 330-EXIT
           END-IF.
           OPEN OUTPUT ATTWORK.
           PERFORM UNTIL WS-EOF
               READ ATTHIST
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF AH-AA = WS-DUP-AA
                           MOVE WS-SURV-AA TO AH-AA
                           ADD 1 TO WS-MOVED-COUNT
                       END-IF
                       WRITE ATTWORK-LINE FROM AH-LINE
               END-READ
           END-PERFORM.
           CLOSE ATTHIST.
           CLOSE ATTWORK.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT ATTWORK.
           OPEN OUTPUT ATTOUT.
           PERFORM UNTIL WS-EOF
               READ ATTWORK
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       WRITE ATTOUT-LINE FROM ATTWORK-LINE
               END-READ
           END-PERFORM.
           CLOSE ATTWORK.
           CLOSE ATTOUT.
           MOVE SPACES TO MERGE-LINE.
           STRING "ATTHIST LINES MOVED  : " WS-MOVED-COUNT
               DELIMITED BY SIZE INTO MERGE-LINE.
           WRITE MERGE-LINE.
       330-EXIT.
           EXIT.
      *
       340-MOVE-ATTSUM.
           IF WS-DUP-AS-FOUND NOT = "Y"
               GO TO 340-EXIT
           END-IF.
           OPEN I-O ATTSUM.
           IF WS-ATTSUM-STATUS NOT = "00"
               MOVE 55 TO LS-RETURN-CODE
               DISPLAY "PROGRAM60: ATTSUM COULD NOT BE OPENED"
                       " - STATUS " WS-ATTSUM-STATUS
               GO TO 340-EXIT
           END-IF.
           MOVE WS-SURV-AA TO AS-AA.
           COMPUTE AS-EXC = WS-SURV-AS-EXC + WS-DUP-AS-EXC
               ON SIZE ERROR MOVE 999 TO AS-EXC
           END-COMPUTE.
           COMPUTE AS-UNEXC = WS-SURV-AS-UNEXC + WS-DUP-AS-UNEXC
               ON SIZE ERROR MOVE 999 TO AS-UNEXC
           END-COMPUTE.
           IF WS-SURV-AS-FOUND = "Y"
               REWRITE AS-REC
                   INVALID KEY
                       MOVE 55 TO LS-RETURN-CODE
               END-REWRITE
           ELSE
               WRITE AS-REC
                   INVALID KEY
                       MOVE 55 TO LS-RETURN-CODE
               END-WRITE
           END-IF.
           MOVE WS-DUP-AA TO AS-AA.
           DELETE ATTSUM RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           CLOSE ATTSUM.
           MOVE SPACES TO MERGE-LINE.
           STRING "ATTSUM COUNTERS ADDED: EXC " WS-DUP-AS-EXC
                  " UNEXC " WS-DUP-AS-UNEXC
               DELIMITED BY SIZE INTO MERGE-LINE.
           WRITE MERGE-LINE.
       340-EXIT.
           EXIT.
      *
       350-MOVE-HIS.
      *    same work-file-and-copy-back as Program46; a year the
      *    survivor already holds comes across voided so the
      *    transcript does not show it twice
           IF WS-DUP-HIS-COUNT = 0
               GO TO 350-EXIT
           END-IF.
           MOVE 0 TO WS-MOVED-COUNT.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT HISIN.
           IF WS-HISIN-STATUS NOT = "00"
               MOVE 55 TO LS-RETURN-CODE
               DISPLAY "PROGRAM60: MHTRMA.HIS COULD NOT BE OPENED"
                       " - STATUS " WS-HISIN-STATUS
               GO TO 350-EXIT
           END-IF.
           OPEN OUTPUT HISWORK.
           PERFORM UNTIL WS-EOF
               READ HISIN
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF HIS-AA = WS-DUP-AA
                           PERFORM 255-CHECK-SURV-YEAR
                           IF WS-SY-HIT
                               MOVE "V" TO HIS-STATUS
                           END-IF
                           MOVE WS-SURV-AA TO HIS-AA
                           ADD 1 TO WS-MOVED-COUNT
                       END-IF
                       WRITE HISWORK-LINE FROM HIS-LINE
               END-READ
           END-PERFORM.
           CLOSE HISIN.
           CLOSE HISWORK.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT HISWORK.
           OPEN OUTPUT HISOUT.
           PERFORM UNTIL WS-EOF
               READ HISWORK
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       WRITE HISOUT-LINE FROM HISWORK-LINE
               END-READ
           END-PERFORM.
           CLOSE HISWORK.
           CLOSE HISOUT.
           MOVE SPACES TO MERGE-LINE.
           STRING "HISTORY LINES MOVED  : " WS-MOVED-COUNT
               DELIMITED BY SIZE INTO MERGE-LINE.
           WRITE MERGE-LINE.
       350-EXIT.
           EXIT.
      *
       360-MOVE-GRDPEND.
           IF WS-DUP-GP-COUNT = 0
               GO TO 360-EXIT
           END-IF.
           MOVE 0 TO WS-MOVED-COUNT.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT PENDIN.
           IF WS-PENDIN-STATUS NOT = "00"
               MOVE 55 TO LS-RETURN-CODE
               DISPLAY "PROGRAM60: GRDPEND.DAT COULD NOT BE OPENED"
                       " - STATUS " WS-PENDIN-STATUS
               GO TO 360-EXIT
           END-IF.
           OPEN OUTPUT PENDWORK.
           PERFORM UNTIL WS-EOF
               READ PENDIN
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF GP-AA = WS-DUP-AA
                           MOVE WS-SURV-AA TO GP-AA
                           ADD 1 TO WS-MOVED-COUNT
                       END-IF
                       WRITE PENDWORK-LINE FROM GP-LINE
               END-READ
           END-PERFORM.
           CLOSE PENDIN.
           CLOSE PENDWORK.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT PENDWORK.
           OPEN OUTPUT PENDOUT.
           PERFORM UNTIL WS-EOF
               READ PENDWORK
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       WRITE PENDOUT-LINE FROM PENDWORK-LINE
               END-READ
           END-PERFORM.
           CLOSE PENDWORK.
           CLOSE PENDOUT.
           MOVE SPACES TO MERGE-LINE.
           STRING "GRADE CHANGES MOVED  : " WS-MOVED-COUNT
               DELIMITED BY SIZE INTO MERGE-LINE.
           WRITE MERGE-LINE.
       360-EXIT.
           EXIT.
      *
       362-MOVE-SUBJGRD.
      *    each record is written under the survivor's number before
      *    the duplicate's copy is deleted; one the survivor already
      *    holds for that year and subject is left as it is
           IF WS-DUP-SG-COUNT = 0
               GO TO 362-EXIT
           END-IF.
           OPEN I-O SUBJGRD.
           IF WS-SUBJGRD-STATUS NOT = "00"
               MOVE 55 TO LS-RETURN-CODE
               DISPLAY "PROGRAM60: SUBJGRD COULD NOT BE OPENED"
                       " - STATUS " WS-SUBJGRD-STATUS
               GO TO 362-EXIT
           END-IF.
           MOVE 0 TO WS-SGT-COUNT.
           MOVE WS-DUP-AA TO SG-AA.
           MOVE 0 TO SG-YEAR.
           MOVE LOW-VALUES TO SG-SUBJ.
           MOVE "N" TO WS-EOF-SW.
           START SUBJGRD KEY NOT LESS THAN SG-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ SUBJGRD NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF SG-AA NOT = WS-DUP-AA
                           OR WS-SGT-COUNT = 400
                           SET WS-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-SGT-COUNT
                           MOVE SG-REC TO WS-SGT-ENTRY (WS-SGT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 0 TO WS-MOVED-COUNT.
           MOVE 0 TO WS-KEPT-COUNT.
           PERFORM VARYING WS-SGT-IND FROM 1 BY 1
                   UNTIL WS-SGT-IND > WS-SGT-COUNT
               MOVE WS-SGT-ENTRY (WS-SGT-IND) TO SG-REC
               MOVE WS-SURV-AA TO SG-AA
               WRITE SG-REC
                   INVALID KEY
                       ADD 1 TO WS-KEPT-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-MOVED-COUNT
               END-WRITE
               MOVE WS-DUP-AA TO SG-AA
               DELETE SUBJGRD RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-PERFORM.
           CLOSE SUBJGRD.
           MOVE SPACES TO MERGE-LINE.
           STRING "SUBJECT GRADES MOVED : " WS-MOVED-COUNT
                  "  SURVIVOR'S KEPT: " WS-KEPT-COUNT
               DELIMITED BY SIZE INTO MERGE-LINE.
           WRITE MERGE-LINE.
       362-EXIT.
           EXIT.
      *
       365-MOVE-RESIT.
      *    same as the subject grades - a re-sit year the survivor
      *    already holds keeps the survivor's result
           IF WS-DUP-RS-COUNT = 0
               GO TO 365-EXIT
           END-IF.
           OPEN I-O RESIT.
           IF WS-RESIT-STATUS NOT = "00"
               MOVE 55 TO LS-RETURN-CODE
               DISPLAY "PROGRAM60: RESIT COULD NOT BE OPENED"
                       " - STATUS " WS-RESIT-STATUS
               GO TO 365-EXIT
           END-IF.
           MOVE 0 TO WS-RST-COUNT.
           MOVE WS-DUP-AA TO RS-AA.
           MOVE 0 TO RS-YEAR.
           MOVE "N" TO WS-EOF-SW.
           START RESIT KEY NOT LESS THAN RS-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ RESIT NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF RS-AA NOT = WS-DUP-AA
                           OR WS-RST-COUNT = 30
                           SET WS-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-RST-COUNT
                           MOVE RS-REC TO WS-RST-ENTRY (WS-RST-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 0 TO WS-MOVED-COUNT.
           MOVE 0 TO WS-KEPT-COUNT.
           PERFORM VARYING WS-RST-IND FROM 1 BY 1
                   UNTIL WS-RST-IND > WS-RST-COUNT
               MOVE WS-RST-ENTRY (WS-RST-IND) TO RS-REC
               MOVE WS-SURV-AA TO RS-AA
               WRITE RS-REC
                   INVALID KEY
                       ADD 1 TO WS-KEPT-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-MOVED-COUNT
               END-WRITE
               MOVE WS-DUP-AA TO RS-AA
               DELETE RESIT RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-PERFORM.
           CLOSE RESIT.
           MOVE SPACES TO MERGE-LINE.
           STRING "RE-SIT LINES MOVED   : " WS-MOVED-COUNT
                  "  SURVIVOR'S KEPT: " WS-KEPT-COUNT
               DELIMITED BY SIZE INTO MERGE-LINE.
           WRITE MERGE-LINE.
       365-EXIT.
           EXIT.
      *
       366-MOVE-SCHOLAR.
      *    the award follows the child so the next billing run still
      *    gives the discount; where the survivor has its own award
      *    that one stays
           IF WS-DUP-SA-FOUND NOT = "Y"
               GO TO 366-EXIT
           END-IF.
           OPEN I-O SCHOLAR.
           IF WS-SCHOLAR-STATUS NOT = "00"
               MOVE 55 TO LS-RETURN-CODE
               DISPLAY "PROGRAM60: SCHOLAR COULD NOT BE OPENED"
                       " - STATUS " WS-SCHOLAR-STATUS
               GO TO 366-EXIT
           END-IF.
           MOVE WS-DUP-AA TO SA-AA.
           READ SCHOLAR
               INVALID KEY
                   CLOSE SCHOLAR
                   GO TO 366-EXIT
           END-READ.
           MOVE SPACES TO MERGE-LINE.
           MOVE WS-SURV-AA TO SA-AA.
           WRITE SA-REC
               INVALID KEY
                   STRING "SCHOLARSHIP          : SURVIVOR'S AWARD "
                          WS-SURV-SA-CODE " KEPT, DUPLICATE'S "
                          SA-CODE " DROPPED"
                       DELIMITED BY SIZE INTO MERGE-LINE
               NOT INVALID KEY
                   STRING "SCHOLARSHIP MOVED    : " SA-CODE
                       DELIMITED BY SIZE INTO MERGE-LINE
           END-WRITE.
           MOVE WS-DUP-AA TO SA-AA.
           DELETE SCHOLAR RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           CLOSE SCHOLAR.
           WRITE MERGE-LINE.
       366-EXIT.
           EXIT.
      *
       367-MOVE-FEEHOLD.
      *    the duplicate's balance is carried to the survivor, so its
      *    hold goes with it under the survivor's name and class
           IF WS-DUP-FH-FOUND NOT = "Y"
               GO TO 367-EXIT
           END-IF.
           OPEN I-O FEEHOLD.
           IF WS-FEEHOLD-STATUS NOT = "00"
               MOVE 55 TO LS-RETURN-CODE
               DISPLAY "PROGRAM60: FEEHOLD COULD NOT BE OPENED"
                       " - STATUS " WS-FEEHOLD-STATUS
               GO TO 367-EXIT
           END-IF.
           MOVE WS-DUP-AA TO FH-AA.
           READ FEEHOLD
               INVALID KEY
                   CLOSE FEEHOLD
                   GO TO 367-EXIT
           END-READ.
           MOVE WS-SURV-AA TO FH-AA.
           MOVE WS-SV-EPWN TO FH-EPWN.
           MOVE WS-SV-CLASS TO FH-CLASS.
           WRITE FH-REC
               INVALID KEY
                   MOVE "DOCUMENT HOLD        : SURVIVOR'S HOLD KEPT"
                       TO MERGE-LINE
               NOT INVALID KEY
                   MOVE "DOCUMENT HOLD MOVED  : 1" TO MERGE-LINE
           END-WRITE.
           MOVE WS-DUP-AA TO FH-AA.
           DELETE FEEHOLD RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           CLOSE FEEHOLD.
           WRITE MERGE-LINE.
       367-EXIT.
           EXIT.
      *
       368-MOVE-DUNHIST.
      *    the letters already sent stay on record under the survivor
      *    so Program58 does not send them again
           IF WS-DUP-DH-COUNT = 0
               GO TO 368-EXIT
           END-IF.
           OPEN I-O DUNHIST.
           IF WS-DUNHIST-STATUS NOT = "00"
               MOVE 55 TO LS-RETURN-CODE
               DISPLAY "PROGRAM60: DUNHIST COULD NOT BE OPENED"
                       " - STATUS " WS-DUNHIST-STATUS
               GO TO 368-EXIT
           END-IF.
           MOVE 0 TO WS-DHT-COUNT.
           MOVE WS-DUP-AA TO DH-AA.
           MOVE 0 TO DH-OPEN-DATE.
           MOVE 0 TO DH-STAGE.
           MOVE "N" TO WS-EOF-SW.
           START DUNHIST KEY NOT LESS THAN DH-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ DUNHIST NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF DH-AA NOT = WS-DUP-AA
                           OR WS-DHT-COUNT = 100
                           SET WS-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-DHT-COUNT
                           MOVE DH-REC TO WS-DHT-ENTRY (WS-DHT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 0 TO WS-MOVED-COUNT.
           MOVE 0 TO WS-KEPT-COUNT.
           PERFORM VARYING WS-DHT-IND FROM 1 BY 1
                   UNTIL WS-DHT-IND > WS-DHT-COUNT
               MOVE WS-DHT-ENTRY (WS-DHT-IND) TO DH-REC
               MOVE WS-SURV-AA TO DH-AA
               WRITE DH-REC
                   INVALID KEY
                       ADD 1 TO WS-KEPT-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-MOVED-COUNT
               END-WRITE
               MOVE WS-DUP-AA TO DH-AA
               DELETE DUNHIST RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-PERFORM.
           CLOSE DUNHIST.
           MOVE SPACES TO MERGE-LINE.
           STRING "DUNNING LINES MOVED  : " WS-MOVED-COUNT
                  "  SURVIVOR'S KEPT: " WS-KEPT-COUNT
               DELIMITED BY SIZE INTO MERGE-LINE.
           WRITE MERGE-LINE.
       368-EXIT.
           EXIT.
      *
       370-UPDATE-MASTERS.
      *    APOYS on the master is the total behind ATTSUM, so the
      *    duplicate's absences are added before its record goes
           OPEN I-O MHTRMA.
           IF WS-MHTRMA-STATUS NOT = "00"
               MOVE 31 TO LS-RETURN-CODE
               DISPLAY "PROGRAM60: MHTRMA COULD NOT BE OPENED"
                       " - STATUS " WS-MHTRMA-STATUS
               GO TO 370-EXIT
           END-IF.
           MOVE WS-SURV-AA TO A-A.
           READ MHTRMA
               INVALID KEY
                   MOVE 31 TO LS-RETURN-CODE
                   CLOSE MHTRMA
                   GO TO 370-EXIT
           END-READ.
           MOVE WS-NEW-APOYS TO APOYS.
           REWRITE RMA
               INVALID KEY
                   MOVE 31 TO LS-RETURN-CODE
                   CLOSE MHTRMA
                   GO TO 370-EXIT
           END-REWRITE.
           MOVE WS-DUP-AA TO A-A.
           DELETE MHTRMA RECORD
               INVALID KEY
                   MOVE 31 TO LS-RETURN-CODE
                   DISPLAY "DUPLICATE MASTER " WS-DUP-AA
                           " NOT DELETED"
           END-DELETE.
           CLOSE MHTRMA.
       370-EXIT.
           EXIT.
      *
       380-WRITE-AUDIT.
           OPEN EXTEND AUDITF.
           IF WS-AUDITF-STATUS = "35"
               OPEN OUTPUT AUDITF
               CLOSE AUDITF
               OPEN EXTEND AUDITF
           END-IF.
           MOVE SPACES TO AUDIT-LINE.
           MOVE FUNCTION CURRENT-DATE (1:15) TO AL-TIMESTAMP.
           MOVE WS-BUS-DATE TO AL-TIMESTAMP (1:8).
           MOVE LS-OPER-USER TO AL-USER.
           MOVE WS-SURV-AA TO AL-STUDENT-ID.
           MOVE "MERGE" TO AL-ACTION.
           STRING "DUPLICATE " WS-DUP-AA " MERGED INTO SURVIVOR "
                  WS-SURV-AA " - " WS-DP-EPWN
               DELIMITED BY SIZE INTO AL-DETAIL.
           WRITE AUDIT-LINE.
           CLOSE AUDITF.
      *
       TELOS.
           EXIT PROGRAM.
      *

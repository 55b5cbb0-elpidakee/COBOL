       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program62.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETPOL ASSIGN TO "RETPOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETPOL-STATUS.
           SELECT MHTRMA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS A-A
               ALTERNATE RECORD KEY IS EPWN WITH DUPLICATES
               FILE STATUS IS WS-MHTRMA-STATUS.
           SELECT WDLIN ASSIGN TO "MHTRMA.WDL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WDLIN-STATUS.
           SELECT WDLOUT ASSIGN TO "MHTRMA.WDL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WDLOUT-STATUS.
           SELECT WDLWORK ASSIGN TO "MHTRMA.WDN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WDLWORK-STATUS.
           SELECT CONTACTS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CONTACTS-STATUS.
           SELECT ATTSUM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AS-AA
               FILE STATUS IS WS-ATTSUM-STATUS.
           SELECT TUITLEDG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TL-KEY
               FILE STATUS IS WS-TUITLEDG-STATUS.
           SELECT ATTIN ASSIGN TO "ATTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTIN-STATUS.
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
           SELECT AUDIN ASSIGN TO "MHTRMA.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIN-STATUS.
           SELECT AUDOUT ASSIGN TO "MHTRMA.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDOUT-STATUS.
           SELECT AUDWORK ASSIGN TO "MHTRMA.AUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDWORK-STATUS.
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
           SELECT LEAVREG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LR-AA
               FILE STATUS IS WS-LEAVREG-STATUS.
           SELECT CALLIN ASSIGN TO "CALLLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALLIN-STATUS.
           SELECT CALLOUT ASSIGN TO "CALLLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALLOUT-STATUS.
           SELECT CALLWORK ASSIGN TO "CALLLOG.DAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALLWORK-STATUS.
           SELECT BCIN ASSIGN TO "BCHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCIN-STATUS.
           SELECT BCOUT ASSIGN TO "BCHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCOUT-STATUS.
           SELECT BCWORK ASSIGN TO "BCHIST.DAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCWORK-STATUS.
           SELECT TRNSUM ASSIGN TO "TRNSUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRNSUM-STATUS.
           SELECT ARCHF ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHF-STATUS.
           SELECT MANF ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANF-STATUS.
           SELECT PURGEREG ASSIGN TO "PURGEREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGEREG-STATUS.
           SELECT RPT-OUT ASSIGN TO "PURGEREG.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * retention policy: years a withdrawn student's records of
      * each type are kept after the withdrawal date.  types are
      * MASTER (the MHTRMA.WDL line and LEAVREG), CONTACTS (and
      * BCHIST.DAT), ATTEND (ATTSUM, ATTHIST.DAT and CALLLOG.DAT),
      * TUITION (TUITLEDG, DUNHIST and FEEHOLD), GRADES (MHTRMA.HIS,
      * SUBJGRD and RESIT) and AUDIT (MHTRMA.AUD lines); a type with
      * no line keeps the default
       FD  RETPOL        LABEL RECORD STANDARD.
       01  RP-LINE.
           02 RP-TYPE      PIC X(8).
           02 FILLER       PIC X(2).
           02 RP-YEARS     PIC 9(2).
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
       FD  WDLIN         LABEL RECORD STANDARD.
       01  WDL-LINE.
           02  WDL-RMA         PIC X(74).
           02  FILLER          PIC X(2).
           02  WDL-DATE        PIC 9(6).
           02  FILLER          PIC X(2).
           02  WDL-REASON      PIC X(2).
       FD  WDLOUT        LABEL RECORD STANDARD.
       01  WDLOUT-LINE   PIC X(86).
       FD  WDLWORK       LABEL RECORD STANDARD.
       01  WDLWORK-LINE  PIC X(86).
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
       FD  ATTIN         LABEL RECORD STANDARD.
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
           02  HIS-KATAST      PIC X(11).
           02  FILLER          PIC X(2).
           02  HIS-RESULT      PIC X(1).
           02  FILLER          PIC X(2).
           02  HIS-STATUS      PIC X(1).
       FD  HISOUT        LABEL RECORD STANDARD.
       01  HISOUT-LINE   PIC X(36).
       FD  HISWORK       LABEL RECORD STANDARD.
       01  HISWORK-LINE  PIC X(36).
      *
       FD  AUDIN         LABEL RECORD STANDARD.
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
       FD  AUDOUT        LABEL RECORD STANDARD.
       01  AUDOUT-LINE   PIC X(101).
       FD  AUDWORK       LABEL RECORD STANDARD.
       01  AUDWORK-LINE  PIC X(101).
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
           02 FILLER     PIC X(28).
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
           02 FILLER          PIC X(27).
      *
       FD  FEEHOLD       RECORD CONTAINS  50 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS FH-REC
                         VALUE OF FILE-ID IS "FEEHOLD.DAT".
       01  FH-REC.
           02 FH-AA      PIC 9(4).
           02 FILLER     PIC X(46).
      *
      * LR-AA zero is the serial counter, never a student's line
       FD  LEAVREG       RECORD CONTAINS  40 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS LR-REC
                         VALUE OF FILE-ID IS "LEAVREG.DAT".
       01  LR-REC.
           02 LR-AA      PIC 9(4).
           02 FILLER     PIC X(36).
      *
       FD  CALLIN        LABEL RECORD STANDARD.
       01  CL-LINE.
           02 CL-DATE    PIC 9(6).
           02 FILLER     PIC X(2).
           02 CL-AA      PIC 9(4).
           02 FILLER     PIC X(66).
       FD  CALLOUT       LABEL RECORD STANDARD.
       01  CALLOUT-LINE  PIC X(78).
       FD  CALLWORK      LABEL RECORD STANDARD.
       01  CALLWORK-LINE PIC X(78).
      *
       FD  BCIN          LABEL RECORD STANDARD.
       01  BH-LINE.
           02 BH-BATCH   PIC X(14).
           02 FILLER     PIC X(1).
           02 BH-PHONE   PIC 9(11).
           02 FILLER     PIC X(1).
           02 BH-AA      PIC 9(4).
           02 FILLER     PIC X(44).
       FD  BCOUT         LABEL RECORD STANDARD.
       01  BCOUT-LINE    PIC X(75).
       FD  BCWORK        LABEL RECORD STANDARD.
       01  BCWORK-LINE   PIC X(75).
      *
      * what is left of a purged student: enough for Program59 to
      * reproduce the leaving certificate once the WDL line and the
      * history are gone
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
      * the sealed archive: every purged record tagged with its
      * file type, closed by a trailer holding the record count and
      * the hash total of the A-A numbers
       FD  ARCHF         LABEL RECORD STANDARD
                         VALUE OF FILE-ID IS WS-ARCH-NAME.
       01  PA-LINE.
           02  PA-TYPE         PIC X(8).
           02  FILLER          PIC X(1).
           02  PA-AA           PIC 9(4).
           02  FILLER          PIC X(1).
           02  PA-DATA         PIC X(101).
       FD  MANF          LABEL RECORD STANDARD
                         VALUE OF FILE-ID IS WS-MAN-NAME.
       01  MAN-LINE      PIC X(80).
      *
       FD  PURGEREG      LABEL RECORD STANDARD.
       01  PG-LINE.
           02  PG-DATE         PIC 9(8).
           02  FILLER          PIC X(2).
           02  PG-USER         PIC X(8).
           02  FILLER          PIC X(2).
           02  PG-ARCHIVE      PIC X(20).
           02  FILLER          PIC X(2).
           02  PG-STUDENTS     PIC 9(5).
           02  FILLER          PIC X(2).
           02  PG-RECORDS      PIC 9(7).
           02  FILLER          PIC X(2).
           02  PG-HASH         PIC 9(10).
      *
       FD  RPT-OUT       LABEL RECORD STANDARD.
       01  RPT-LINE      PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  WS-RETPOL-STATUS   PIC XX.
       01  WS-MHTRMA-STATUS   PIC XX.
       01  WS-WDLIN-STATUS    PIC XX.
       01  WS-WDLOUT-STATUS   PIC XX.
       01  WS-WDLWORK-STATUS  PIC XX.
       01  WS-CONTACTS-STATUS PIC XX.
       01  WS-ATTSUM-STATUS   PIC XX.
       01  WS-TUITLEDG-STATUS PIC XX.
       01  WS-ATTIN-STATUS    PIC XX.
       01  WS-ATTOUT-STATUS   PIC XX.
       01  WS-ATTWORK-STATUS  PIC XX.
       01  WS-HISIN-STATUS    PIC XX.
       01  WS-HISOUT-STATUS   PIC XX.
       01  WS-HISWORK-STATUS  PIC XX.
       01  WS-AUDIN-STATUS    PIC XX.
       01  WS-AUDOUT-STATUS   PIC XX.
       01  WS-AUDWORK-STATUS  PIC XX.
       01  WS-SUBJGRD-STATUS  PIC XX.
       01  WS-RESIT-STATUS    PIC XX.
       01  WS-DUNHIST-STATUS  PIC XX.
       01  WS-FEEHOLD-STATUS  PIC XX.
       01  WS-LEAVREG-STATUS  PIC XX.
       01  WS-CALLIN-STATUS   PIC XX.
       01  WS-CALLOUT-STATUS  PIC XX.
       01  WS-CALLWORK-STATUS PIC XX.
       01  WS-BCIN-STATUS     PIC XX.
       01  WS-BCOUT-STATUS    PIC XX.
       01  WS-BCWORK-STATUS   PIC XX.
       01  WS-TRNSUM-STATUS   PIC XX.
       01  WS-ARCHF-STATUS    PIC XX.
       01  WS-MANF-STATUS     PIC XX.
       01  WS-PURGEREG-STATUS PIC XX.
       01  WS-EOF-SW          PIC A(1).
           88 WS-EOF                VALUE "Y".
       01  WS-ACTION          PIC X(1).
           88 WS-ACT-TRIAL    VALUE "T".
           88 WS-ACT-PURGE    VALUE "P".
           88 WS-ACT-EXIT     VALUE "X".
       01  WS-MODE-SW         PIC X(1).
           88 WS-PURGE-MODE         VALUE "P".
           88 WS-TRIAL-MODE         VALUE "T".
       01  WS-ANSWER          PIC X(1).
       01  WS-ARCH-NAME       PIC X(20).
       01  WS-MAN-NAME        PIC X(20).
       01  WS-AA              PIC 9(4).
       01  WS-AA-X            PIC X(4).
       01  WS-LEAVE-DATE      PIC 9(8).
       01  WS-BUS-DATE        PIC 9(8).
       01  WS-BUS-DATE-R REDEFINES WS-BUS-DATE.
           02 WS-BUS-YYYY     PIC 9(4).
           02 WS-BUS-MMDD     PIC 9(4).
       01  WS-BUSDATE-FUNC    PIC X(1).
       01  WS-BUSDATE-RC      PIC 9(2).
       01  WS-GEN-SOURCE      PIC X(20).
       01  WS-GEN-RC          PIC 9(2).
       01  WS-ED-AMT          PIC -Z(9)9.
       01  WS-ED-CNT          PIC ZZZZ9.
      * policy by type: 1 MASTER 2 CONTACTS 3 ATTEND 4 TUITION
      * 5 GRADES 6 AUDIT
       77  WS-DEFAULT-YEARS   PIC 9(2) VALUE 10.
       01  WS-TYPE-NAMES.
           02 FILLER          PIC X(8) VALUE "MASTER".
           02 FILLER          PIC X(8) VALUE "CONTACTS".
           02 FILLER          PIC X(8) VALUE "ATTEND".
           02 FILLER          PIC X(8) VALUE "TUITION".
           02 FILLER          PIC X(8) VALUE "GRADES".
           02 FILLER          PIC X(8) VALUE "AUDIT".
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-NAMES.
           02 WS-TYPE-NAME    PIC X(8) OCCURS 6 TIMES.
       01  WS-POLICY.
           02 WS-POL-ENTRY OCCURS 6 TIMES.
              03 WS-POL-YEARS PIC 9(2).
              03 WS-POL-CUT   PIC 9(8).
              03 WS-POL-COUNT PIC 9(7).
       01  WS-TX              PIC 9(1).
      * records taken from each file, for the register and manifest
       01  WS-FILE-NAMES.
           02 FILLER          PIC X(12) VALUE "MHTRMA.WDL".
           02 FILLER          PIC X(12) VALUE "LEAVREG".
           02 FILLER          PIC X(12) VALUE "CONTACTS".
           02 FILLER          PIC X(12) VALUE "BCHIST.DAT".
           02 FILLER          PIC X(12) VALUE "ATTSUM".
           02 FILLER          PIC X(12) VALUE "ATTHIST.DAT".
           02 FILLER          PIC X(12) VALUE "CALLLOG.DAT".
           02 FILLER          PIC X(12) VALUE "TUITLEDG".
           02 FILLER          PIC X(12) VALUE "DUNHIST".
           02 FILLER          PIC X(12) VALUE "FEEHOLD".
           02 FILLER          PIC X(12) VALUE "MHTRMA.HIS".
           02 FILLER          PIC X(12) VALUE "SUBJGRD".
           02 FILLER          PIC X(12) VALUE "RESIT".
           02 FILLER          PIC X(12) VALUE "MHTRMA.AUD".
       01  WS-FILE-TABLE REDEFINES WS-FILE-NAMES.
           02 WS-FILE-NAME    PIC X(12) OCCURS 14 TIMES.
       01  WS-FILE-COUNTS.
           02 WS-FILE-CNT     PIC 9(7) OCCURS 14 TIMES.
       01  WS-FX              PIC 9(2).
      * withdrawn students considered by the run
       01  WS-CD-MAX          PIC 9(4) VALUE 2000.
       01  WS-CD-COUNT        PIC 9(4).
       01  WS-CD-FULL-SW      PIC X(1).
           88 WS-CD-FULL            VALUE "Y".
       01  WS-CD-TABLE.
           02 CD-ENTRY OCCURS 2000 TIMES.
              03 CD-AA          PIC 9(4).
              03 CD-RMA         PIC X(72).
              03 CD-LEAVE       PIC 9(8).
              03 CD-REASON      PIC X(2).
      *          B = balance not zero, E = back on MHTRMA,
      *          P = something due, N = nothing due yet
              03 CD-STATE       PIC X(1).
              03 CD-BALANCE     PIC S9(10).
              03 CD-DUE         PIC X(1) OCCURS 6 TIMES.
              03 CD-CNT         PIC 9(5) OCCURS 6 TIMES.
              03 CD-YEARS       PIC 9(2).
              03 CD-FIRST-YEAR  PIC 9(4).
              03 CD-LAST-YEAR   PIC 9(4).
              03 CD-LAST-RESULT PIC X(1).
              03 CD-EXC         PIC 9(3).
              03 CD-UNEXC       PIC 9(3).
       01  WS-CD-IND          PIC 9(4).
      * A-A to its slot in WS-CD-TABLE, and whether TRNSUM.DAT
      * already carries the student's summary from an earlier run
       01  WS-CX-TABLE.
           02 WS-CX           PIC 9(4) OCCURS 9999 TIMES.
       01  WS-TS-TABLE.
           02 WS-TS-HAVE      PIC X(1) OCCURS 9999 TIMES.
       01  WS-STUDENT-COUNT   PIC 9(5).
       01  WS-RECORD-COUNT    PIC 9(7).
       01  WS-HASH-TOTAL      PIC 9(10).
       01  WS-SUMMARY-COUNT   PIC 9(5).
       01  WS-KEPT-BAL-COUNT  PIC 9(5).
       01  RPT-DETAIL.
           02  RD-AA       PIC 9(4).
           02  FILLER      PIC X(1)  VALUE SPACE.
           02  RD-EPWN     PIC X(20).
           02  FILLER      PIC X(1)  VALUE SPACE.
           02  RD-LEAVE    PIC 9(8).
           02  FILLER      PIC X(1)  VALUE SPACE.
           02  RD-CNT      PIC ZZZZ9 OCCURS 6 TIMES.
           02  FILLER      PIC X(2)  VALUE SPACES.
           02  RD-NOTE     PIC X(28).
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
           DISPLAY "DIAGRAFH PALAIWN APOXWRHSANTWN (RETENTION)".
           DISPLAY "T=TRIAL RUN P=PURGE X=EXIT".
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN WS-ACT-TRIAL
                   MOVE "T" TO WS-MODE-SW
                   PERFORM 100-RETENTION-RUN THRU 100-EXIT
               WHEN WS-ACT-PURGE
                   MOVE "P" TO WS-MODE-SW
                   PERFORM 100-RETENTION-RUN THRU 100-EXIT
               WHEN WS-ACT-EXIT
                   GO TO TELOS
               WHEN OTHER
                   DISPLAY "INVALID ACTION - TRY AGAIN"
           END-EVALUATE.
           GO TO MENU-LOOP.
      *
       100-RETENTION-RUN.
           MOVE 0 TO LS-RETURN-CODE.
           MOVE 0 TO WS-STUDENT-COUNT.
           MOVE 0 TO WS-KEPT-BAL-COUNT.
           MOVE 0 TO WS-SUMMARY-COUNT.
           MOVE SPACES TO WS-ARCH-NAME.
           STRING "STPURGE." WS-BUS-DATE
               DELIMITED BY SIZE INTO WS-ARCH-NAME.
           MOVE SPACES TO WS-MAN-NAME.
           STRING "STPURMAN." WS-BUS-DATE
               DELIMITED BY SIZE INTO WS-MAN-NAME.
           IF WS-PURGE-MODE
      *        one sealed archive per business date - a second purge
      *        the same day would overwrite the first
               OPEN INPUT ARCHF
               IF WS-ARCHF-STATUS = "00"
                   CLOSE ARCHF
                   DISPLAY "A PURGE ALREADY RAN ON " WS-BUS-DATE
                           " (" WS-ARCH-NAME ") - REFUSED"
                   MOVE 57 TO LS-RETURN-CODE
                   GO TO 100-EXIT
               END-IF
           END-IF.
           PERFORM 150-LOAD-POLICY.
           PERFORM 200-LOAD-WITHDRAWN THRU 200-EXIT.
           IF LS-RETURN-CODE NOT = 0
               GO TO 100-EXIT
           END-IF.
           IF WS-CD-COUNT = 0
               DISPLAY "NO WITHDRAWN STUDENTS ON MHTRMA.WDL"
               GO TO 100-EXIT
           END-IF.
           PERFORM 250-CHECK-RE-ENROLLED.
           IF LS-RETURN-CODE NOT = 0
               GO TO 100-EXIT
           END-IF.
           PERFORM 300-LEDGER-BALANCES THRU 300-EXIT.
           IF LS-RETURN-CODE NOT = 0
               GO TO 100-EXIT
           END-IF.
           PERFORM 350-DECIDE-DUE
               VARYING WS-CD-IND FROM 1 BY 1
               UNTIL WS-CD-IND > WS-CD-COUNT.
           IF WS-STUDENT-COUNT = 0
               DISPLAY "NOTHING IS PAST ITS RETENTION PERIOD"
               PERFORM 120-CHECK-TABLE-FULL
               GO TO 100-EXIT
           END-IF.
           IF WS-PURGE-MODE
               DISPLAY WS-STUDENT-COUNT " STUDENT(S) HAVE RECORDS PAST"
                       " RETENTION - RUN THE TRIAL FIRST IF IN DOUBT"
               DISPLAY "PURGE AND ARCHIVE TO " WS-ARCH-NAME
                       "? (Y/N): "
               ACCEPT WS-ANSWER
               IF WS-ANSWER NOT = "Y"
                   DISPLAY "NOTHING CHANGED"
                   GO TO 100-EXIT
               END-IF
           END-IF.
           PERFORM 400-GATHER-SUMMARY.
           MOVE 0 TO WS-RECORD-COUNT.
           MOVE 0 TO WS-HASH-TOTAL.
           INITIALIZE WS-FILE-COUNTS.
           IF WS-PURGE-MODE
               OPEN OUTPUT ARCHF
               IF WS-ARCHF-STATUS NOT = "00"
                   DISPLAY "PROGRAM62: " WS-ARCH-NAME
                           " COULD NOT BE CREATED - STATUS "
                           WS-ARCHF-STATUS " - NOTHING PURGED"
                   MOVE 57 TO LS-RETURN-CODE
                   GO TO 100-EXIT
               END-IF
           END-IF.
           PERFORM 500-PURGE-CONTACTS.
           PERFORM 510-PURGE-BCHIST.
           PERFORM 520-PURGE-ATTSUM.
           PERFORM 530-PURGE-CALLLOG.
           PERFORM 540-PURGE-ATTHIST.
           PERFORM 560-PURGE-LEDGER.
           PERFORM 570-PURGE-DUNHIST.
           PERFORM 575-PURGE-FEEHOLD.
           PERFORM 580-PURGE-HISTORY.
           PERFORM 590-PURGE-SUBJGRD.
           PERFORM 595-PURGE-RESIT.
           PERFORM 600-PURGE-AUDIT.
           PERFORM 620-PURGE-WDL.
           PERFORM 630-PURGE-LEAVREG.
           IF WS-PURGE-MODE
               PERFORM 650-SEAL-ARCHIVE
               PERFORM 700-KEEP-SUMMARIES
               PERFORM 750-WRITE-MANIFEST
               PERFORM 780-SIGN-REGISTER
               PERFORM 850-WRITE-AUDIT
           END-IF.
           PERFORM 800-PRINT-REGISTER.
           MOVE "PURGEREG.PRT" TO WS-GEN-SOURCE.
           CALL 'Program30' USING WS-GEN-SOURCE, WS-GEN-RC.
           IF WS-PURGE-MODE
               DISPLAY "PURGED " WS-RECORD-COUNT " RECORD(S) OF "
                       WS-STUDENT-COUNT " STUDENT(S) TO " WS-ARCH-NAME
           ELSE
               DISPLAY "TRIAL: " WS-RECORD-COUNT " RECORD(S) OF "
                       WS-STUDENT-COUNT " STUDENT(S) WOULD BE PURGED"
           END-IF.
           DISPLAY "REGISTER: PURGEREG.PRT".
           PERFORM 120-CHECK-TABLE-FULL.
       100-EXIT.
           EXIT.
      *
       120-CHECK-TABLE-FULL.
      *    students past the table were left out of this run, so it is
      *    not reported as a complete purge
           IF WS-CD-FULL
               DISPLAY "*** PROGRAM62: STUDENT TABLE FULL - ONLY THE"
                       " FIRST " WS-CD-MAX " WITHDRAWN STUDENTS WERE"
                       " CONSIDERED ***"
               MOVE 19 TO LS-RETURN-CODE
           END-IF.
      *
       150-LOAD-POLICY.
           PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 6
               MOVE WS-DEFAULT-YEARS TO WS-POL-YEARS (WS-TX)
               MOVE 0 TO WS-POL-COUNT (WS-TX)
           END-PERFORM.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT RETPOL.
           IF WS-RETPOL-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ RETPOL
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 160-APPLY-POLICY-LINE
                   END-READ
               END-PERFORM
               CLOSE RETPOL
           END-IF.
      *    the MHTRMA.WDL line is how later runs find the student, so
      *    MASTER is never purged before the student's other records
           PERFORM VARYING WS-TX FROM 2 BY 1 UNTIL WS-TX > 6
               IF WS-POL-YEARS (WS-TX) > WS-POL-YEARS (1)
                   DISPLAY "MASTER RETENTION RAISED TO "
                           WS-POL-YEARS (WS-TX) " YEARS TO MATCH "
                           WS-TYPE-NAME (WS-TX)
                   MOVE WS-POL-YEARS (WS-TX) TO WS-POL-YEARS (1)
               END-IF
           END-PERFORM.
      *    a record is due once its withdrawal date is earlier than
      *    today less the type's years
           PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 6
               COMPUTE WS-POL-CUT (WS-TX) =
                   (WS-BUS-YYYY - WS-POL-YEARS (WS-TX)) * 10000
                   + WS-BUS-MMDD
           END-PERFORM.
      *
       160-APPLY-POLICY-LINE.
           IF RP-YEARS NOT NUMERIC OR RP-YEARS = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 6
               IF RP-TYPE = WS-TYPE-NAME (WS-TX)
                   MOVE RP-YEARS TO WS-POL-YEARS (WS-TX)
               END-IF
           END-PERFORM.
      *
       200-LOAD-WITHDRAWN.
           MOVE 0 TO WS-CD-COUNT.
           MOVE "N" TO WS-CD-FULL-SW.
           INITIALIZE WS-CD-TABLE.
           INITIALIZE WS-CX-TABLE.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT WDLIN.
           IF WS-WDLIN-STATUS NOT = "00"
               GO TO 200-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               READ WDLIN
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 210-TAKE-WDL-LINE
               END-READ
           END-PERFORM.
           CLOSE WDLIN.
       200-EXIT.
           EXIT.
      *
       210-TAKE-WDL-LINE.
           MOVE WDL-RMA (1:4) TO WS-AA-X.
           IF WS-AA-X NOT NUMERIC OR WDL-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AA-X TO WS-AA.
           IF WS-AA = 0
               EXIT PARAGRAPH
           END-IF.
      *    the last line for an ID is the withdrawal that counts
           IF WS-CX (WS-AA) = 0
               IF WS-CD-COUNT NOT < WS-CD-MAX
                   IF NOT WS-CD-FULL
                       DISPLAY "PROGRAM62: STUDENT TABLE FULL - FROM "
                               WS-AA " ON, NEW IDS ARE LEFT OFF THE RUN"
                   END-IF
                   SET WS-CD-FULL TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CD-COUNT
               MOVE WS-CD-COUNT TO WS-CX (WS-AA)
           END-IF.
           MOVE WS-CX (WS-AA) TO WS-CD-IND.
           MOVE WS-AA TO CD-AA (WS-CD-IND).
           MOVE WDL-RMA (1:72) TO CD-RMA (WS-CD-IND).
           MOVE "20" TO WS-LEAVE-DATE (1:2).
           MOVE WDL-DATE TO WS-LEAVE-DATE (3:6).
           MOVE WS-LEAVE-DATE TO CD-LEAVE (WS-CD-IND).
           MOVE WDL-REASON TO CD-REASON (WS-CD-IND).
      *
       250-CHECK-RE-ENROLLED.
      *    an ID that is back on the master is never purged, even if
      *    an old WDL line was left behind for it
           OPEN INPUT MHTRMA.
           IF WS-MHTRMA-STATUS NOT = "00"
               MOVE 31 TO LS-RETURN-CODE
               DISPLAY "PROGRAM62: MHTRMA COULD NOT BE OPENED"
                       " - STATUS " WS-MHTRMA-STATUS
                       " - NOTHING PURGED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CD-IND FROM 1 BY 1
                   UNTIL WS-CD-IND > WS-CD-COUNT
               MOVE CD-AA (WS-CD-IND) TO A-A
               READ MHTRMA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "E" TO CD-STATE (WS-CD-IND)
               END-READ
           END-PERFORM.
           CLOSE MHTRMA.
      *
       300-LEDGER-BALANCES.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT TUITLEDG.
           IF WS-TUITLEDG-STATUS = "35"
               GO TO 300-EXIT
           END-IF.
           IF WS-TUITLEDG-STATUS NOT = "00"
               MOVE 78 TO LS-RETURN-CODE
               DISPLAY "PROGRAM62: TUITLEDG COULD NOT BE OPENED"
                       " - STATUS " WS-TUITLEDG-STATUS
               GO TO 300-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               READ TUITLEDG NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF TL-AA > 0 AND WS-CX (TL-AA) > 0
                           MOVE WS-CX (TL-AA) TO WS-CD-IND
                           IF TL-CHARGE
                               ADD TL-AMOUNT
                                   TO CD-BALANCE (WS-CD-IND)
                           ELSE
                               SUBTRACT TL-AMOUNT
                                   FROM CD-BALANCE (WS-CD-IND)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TUITLEDG.
       300-EXIT.
           EXIT.
      *
       350-DECIDE-DUE.
           IF CD-STATE (WS-CD-IND) = "E"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO CD-STATE (WS-CD-IND).
           PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 6
               MOVE "N" TO CD-DUE (WS-CD-IND, WS-TX)
               IF CD-LEAVE (WS-CD-IND) < WS-POL-CUT (WS-TX)
                   MOVE "Y" TO CD-DUE (WS-CD-IND, WS-TX)
                   MOVE "P" TO CD-STATE (WS-CD-IND)
               END-IF
           END-PERFORM.
      *    a student who still owes, or is owed, money keeps every
      *    record until the account is settled
           IF CD-STATE (WS-CD-IND) = "P"
               AND CD-BALANCE (WS-CD-IND) NOT = 0
               MOVE "B" TO CD-STATE (WS-CD-IND)
               ADD 1 TO WS-KEPT-BAL-COUNT
               PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 6
                   MOVE "N" TO CD-DUE (WS-CD-IND, WS-TX)
               END-PERFORM
           END-IF.
           IF CD-STATE (WS-CD-IND) = "P"
               ADD 1 TO WS-STUDENT-COUNT
           END-IF.
      *
       400-GATHER-SUMMARY.
      *    taken before anything is removed, since the types can
      *    fall due in different runs
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT HISIN.
           IF WS-HISIN-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ HISIN
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 410-SUMMARISE-YEAR
                   END-READ
               END-PERFORM
               CLOSE HISIN
           END-IF.
           OPEN INPUT ATTSUM.
           IF WS-ATTSUM-STATUS = "00"
               PERFORM VARYING WS-CD-IND FROM 1 BY 1
                       UNTIL WS-CD-IND > WS-CD-COUNT
                   IF CD-STATE (WS-CD-IND) = "P"
                       MOVE CD-AA (WS-CD-IND) TO AS-AA
                       READ ATTSUM
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE AS-EXC TO CD-EXC (WS-CD-IND)
                               MOVE AS-UNEXC TO CD-UNEXC (WS-CD-IND)
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE ATTSUM
           END-IF.
           INITIALIZE WS-TS-TABLE.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT TRNSUM.
           IF WS-TRNSUM-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ TRNSUM
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF TS-AA NUMERIC AND TS-AA > 0
                               MOVE "Y" TO WS-TS-HAVE (TS-AA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRNSUM
           END-IF.
      *
       410-SUMMARISE-YEAR.
           IF HIS-AA = 0 OR WS-CX (HIS-AA) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CX (HIS-AA) TO WS-CD-IND.
           IF CD-STATE (WS-CD-IND) NOT = "P" OR HIS-STATUS = "V"
               EXIT PARAGRAPH
           END-IF.
           IF HIS-RESULT NOT = "R" AND HIS-RESULT NOT = "X"
               ADD 1 TO CD-YEARS (WS-CD-IND)
           END-IF.
           IF CD-FIRST-YEAR (WS-CD-IND) = 0
               OR HIS-YEAR < CD-FIRST-YEAR (WS-CD-IND)
               MOVE HIS-YEAR TO CD-FIRST-YEAR (WS-CD-IND)
           END-IF.
           IF HIS-YEAR NOT < CD-LAST-YEAR (WS-CD-IND)
               MOVE HIS-YEAR TO CD-LAST-YEAR (WS-CD-IND)
               MOVE HIS-RESULT TO CD-LAST-RESULT (WS-CD-IND)
           END-IF.
      *
      * one paragraph per file.  each decides, record by record,
      * whether the student's type is due; in a purge the record is
      * archived and removed, in a trial it is only counted
       500-PURGE-CONTACTS.
           MOVE 2 TO WS-TX.
           MOVE 3 TO WS-FX.
           MOVE "N" TO WS-EOF-SW.
           IF WS-PURGE-MODE
               OPEN I-O CONTACTS
           ELSE
               OPEN INPUT CONTACTS
           END-IF.
           IF WS-CONTACTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ CONTACTS NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE CT-AA TO WS-AA
                       PERFORM 900-CHECK-DUE
                       IF WS-CD-IND > 0
                           MOVE CTR TO PA-DATA
                           PERFORM 910-ARCHIVE-RECORD
                           IF WS-PURGE-MODE
                               DELETE CONTACTS RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTACTS.
      *
       510-PURGE-BCHIST.
      *    broadcast lines sent to the student's contacts go
      *    with the contacts themselves
           MOVE 2 TO WS-TX.
           MOVE 4 TO WS-FX.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT BCIN.
           IF WS-BCIN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF WS-PURGE-MODE
               OPEN OUTPUT BCWORK
           END-IF.
           PERFORM UNTIL WS-EOF
               READ BCIN
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE BH-AA TO WS-AA
                       PERFORM 900-CHECK-DUE
                       IF WS-CD-IND > 0
                           MOVE BH-LINE TO PA-DATA
                           PERFORM 910-ARCHIVE-RECORD
                       ELSE
                           IF WS-PURGE-MODE
                               WRITE BCWORK-LINE FROM BH-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BCIN.
           IF WS-PURGE-MODE
               CLOSE BCWORK
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT BCWORK
               OPEN OUTPUT BCOUT
               PERFORM UNTIL WS-EOF
                   READ BCWORK
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           WRITE BCOUT-LINE FROM BCWORK-LINE
                   END-READ
               END-PERFORM
               CLOSE BCWORK
               CLOSE BCOUT
           END-IF.
      *
       520-PURGE-ATTSUM.
           MOVE 3 TO WS-TX.
           MOVE 5 TO WS-FX.
           MOVE "N" TO WS-EOF-SW.
           IF WS-PURGE-MODE
               OPEN I-O ATTSUM
           ELSE
               OPEN INPUT ATTSUM
           END-IF.
           IF WS-ATTSUM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ ATTSUM NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE AS-AA TO WS-AA
                       PERFORM 900-CHECK-DUE
                       IF WS-CD-IND > 0
                           MOVE AS-REC TO PA-DATA
                           PERFORM 910-ARCHIVE-RECORD
                           IF WS-PURGE-MODE
                               DELETE ATTSUM RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATTSUM.
      *
       530-PURGE-CALLLOG.
           MOVE 3 TO WS-TX.
           MOVE 7 TO WS-FX.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT CALLIN.
           IF WS-CALLIN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF WS-PURGE-MODE
               OPEN OUTPUT CALLWORK
           END-IF.
           PERFORM UNTIL WS-EOF
               READ CALLIN
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE CL-AA TO WS-AA
                       PERFORM 900-CHECK-DUE
                       IF WS-CD-IND > 0
                           MOVE CL-LINE TO PA-DATA
                           PERFORM 910-ARCHIVE-RECORD
                       ELSE
                           IF WS-PURGE-MODE
                               WRITE CALLWORK-LINE FROM CL-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CALLIN.
           IF WS-PURGE-MODE
               CLOSE CALLWORK
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT CALLWORK
               OPEN OUTPUT CALLOUT
               PERFORM UNTIL WS-EOF
                   READ CALLWORK
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           WRITE CALLOUT-LINE FROM CALLWORK-LINE
                   END-READ
               END-PERFORM
               CLOSE CALLWORK
               CLOSE CALLOUT
           END-IF.
      *
       540-PURGE-ATTHIST.
           MOVE 3 TO WS-TX.
           MOVE 6 TO WS-FX.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT ATTIN.
           IF WS-ATTIN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF WS-PURGE-MODE
               OPEN OUTPUT ATTWORK
           END-IF.
           PERFORM UNTIL WS-EOF
               READ ATTIN
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE AH-AA TO WS-AA
                       PERFORM 900-CHECK-DUE
                       IF WS-CD-IND > 0
                           MOVE AH-LINE TO PA-DATA
                           PERFORM 910-ARCHIVE-RECORD
                       ELSE
                           IF WS-PURGE-MODE
                               WRITE ATTWORK-LINE FROM AH-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATTIN.
           IF WS-PURGE-MODE
               CLOSE ATTWORK
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT ATTWORK
               OPEN OUTPUT ATTOUT
               PERFORM UNTIL WS-EOF
                   READ ATTWORK
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           WRITE ATTOUT-LINE FROM ATTWORK-LINE
                   END-READ
               END-PERFORM
               CLOSE ATTWORK
               CLOSE ATTOUT
           END-IF.
      *
       560-PURGE-LEDGER.
           MOVE 4 TO WS-TX.
           MOVE 8 TO WS-FX.
           MOVE "N" TO WS-EOF-SW.
           IF WS-PURGE-MODE
               OPEN I-O TUITLEDG
           ELSE
               OPEN INPUT TUITLEDG
           END-IF.
           IF WS-TUITLEDG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ TUITLEDG NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE TL-AA TO WS-AA
                       PERFORM 900-CHECK-DUE
                       IF WS-CD-IND > 0
                           MOVE TLR TO PA-DATA
                           PERFORM 910-ARCHIVE-RECORD
                           IF WS-PURGE-MODE
                               DELETE TUITLEDG RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TUITLEDG.
      *
       570-PURGE-DUNHIST.
           MOVE 4 TO WS-TX.
           MOVE 9 TO WS-FX.
           MOVE "N" TO WS-EOF-SW.
           IF WS-PURGE-MODE
               OPEN I-O DUNHIST
           ELSE
               OPEN INPUT DUNHIST
           END-IF.
           IF WS-DUNHIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ DUNHIST NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE DH-AA TO WS-AA
                       PERFORM 900-CHECK-DUE
                       IF WS-CD-IND > 0
                           MOVE DH-REC TO PA-DATA
                           PERFORM 910-ARCHIVE-RECORD
                           IF WS-PURGE-MODE
                               DELETE DUNHIST RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DUNHIST.
      *
       575-PURGE-FEEHOLD.
      *    a student only gets here with a settled account, so
      *    any hold left behind is stale
           MOVE 4 TO WS-TX.
           MOVE 10 TO WS-FX.
           MOVE "N" TO WS-EOF-SW.
           IF WS-PURGE-MODE
               OPEN I-O FEEHOLD
           ELSE
               OPEN INPUT FEEHOLD
           END-IF.
           IF WS-FEEHOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ FEEHOLD NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE FH-AA TO WS-AA
                       PERFORM 900-CHECK-DUE
                       IF WS-CD-IND > 0
                           MOVE FH-REC TO PA-DATA
                           PERFORM 910-ARCHIVE-RECORD
                           IF WS-PURGE-MODE
                               DELETE FEEHOLD RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FEEHOLD.
      *
       580-PURGE-HISTORY.
           MOVE 5 TO WS-TX.
           MOVE 11 TO WS-FX.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT HISIN.
           IF WS-HISIN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF WS-PURGE-MODE
               OPEN OUTPUT HISWORK
           END-IF.
           PERFORM UNTIL WS-EOF
               READ HISIN
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE HIS-AA TO WS-AA
                       PERFORM 900-CHECK-DUE
                       IF WS-CD-IND > 0
                           MOVE HIS-LINE TO PA-DATA
                           PERFORM 910-ARCHIVE-RECORD
                       ELSE
                           IF WS-PURGE-MODE
                               WRITE HISWORK-LINE FROM HIS-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISIN.
           IF WS-PURGE-MODE
               CLOSE HISWORK
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT HISWORK
               OPEN OUTPUT HISOUT
               PERFORM UNTIL WS-EOF
                   READ HISWORK
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           WRITE HISOUT-LINE FROM HISWORK-LINE
                   END-READ
               END-PERFORM
               CLOSE HISWORK
               CLOSE HISOUT
           END-IF.
      *
       590-PURGE-SUBJGRD.
           MOVE 5 TO WS-TX.
           MOVE 12 TO WS-FX.
           MOVE "N" TO WS-EOF-SW.
           IF WS-PURGE-MODE
               OPEN I-O SUBJGRD
           ELSE
               OPEN INPUT SUBJGRD
           END-IF.
           IF WS-SUBJGRD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ SUBJGRD NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE SG-AA TO WS-AA
                       PERFORM 900-CHECK-DUE
                       IF WS-CD-IND > 0
                           MOVE SG-REC TO PA-DATA
                           PERFORM 910-ARCHIVE-RECORD
                           IF WS-PURGE-MODE
                               DELETE SUBJGRD RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUBJGRD.
      *
       595-PURGE-RESIT.
           MOVE 5 TO WS-TX.
           MOVE 13 TO WS-FX.
           MOVE "N" TO WS-EOF-SW.
           IF WS-PURGE-MODE
               OPEN I-O RESIT
           ELSE
               OPEN INPUT RESIT
           END-IF.
           IF WS-RESIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ RESIT NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE RS-AA TO WS-AA
                       PERFORM 900-CHECK-DUE
                       IF WS-CD-IND > 0
                           MOVE RS-REC TO PA-DATA
                           PERFORM 910-ARCHIVE-RECORD
                           IF WS-PURGE-MODE
                               DELETE RESIT RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESIT.
      *
       600-PURGE-AUDIT.
      *    only the live MHTRMA.AUD; the yearly MHTRAUD archives
      *    Program20 cuts are not touched
           MOVE 6 TO WS-TX.
           MOVE 14 TO WS-FX.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT AUDIN.
           IF WS-AUDIN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF WS-PURGE-MODE
               OPEN OUTPUT AUDWORK
           END-IF.
           PERFORM UNTIL WS-EOF
               READ AUDIN
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE 0 TO WS-AA
                       IF AL-STUDENT-ID NUMERIC
                           MOVE AL-STUDENT-ID TO WS-AA
                       END-IF
                       PERFORM 900-CHECK-DUE
                       IF WS-CD-IND > 0
                           MOVE AUDIT-LINE TO PA-DATA
                           PERFORM 910-ARCHIVE-RECORD
                       ELSE
                           IF WS-PURGE-MODE
                               WRITE AUDWORK-LINE FROM AUDIT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIN.
           IF WS-PURGE-MODE
               CLOSE AUDWORK
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT AUDWORK
               OPEN OUTPUT AUDOUT
               PERFORM UNTIL WS-EOF
                   READ AUDWORK
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           WRITE AUDOUT-LINE FROM AUDWORK-LINE
                   END-READ
               END-PERFORM
               CLOSE AUDWORK
               CLOSE AUDOUT
           END-IF.
      *
       620-PURGE-WDL.
           MOVE 1 TO WS-TX.
           MOVE 1 TO WS-FX.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT WDLIN.
           IF WS-WDLIN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF WS-PURGE-MODE
               OPEN OUTPUT WDLWORK
           END-IF.
           PERFORM UNTIL WS-EOF
               READ WDLIN
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE 0 TO WS-AA
                       IF WDL-RMA (1:4) NUMERIC
                           MOVE WDL-RMA (1:4) TO WS-AA
                       END-IF
                       PERFORM 900-CHECK-DUE
                       IF WS-CD-IND > 0
                           MOVE WDL-LINE TO PA-DATA
                           PERFORM 910-ARCHIVE-RECORD
                       ELSE
                           IF WS-PURGE-MODE
                               WRITE WDLWORK-LINE FROM WDL-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WDLIN.
           IF WS-PURGE-MODE
               CLOSE WDLWORK
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT WDLWORK
               OPEN OUTPUT WDLOUT
               PERFORM UNTIL WS-EOF
                   READ WDLWORK
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           WRITE WDLOUT-LINE FROM WDLWORK-LINE
                   END-READ
               END-PERFORM
               CLOSE WDLWORK
               CLOSE WDLOUT
           END-IF.
      *
       630-PURGE-LEAVREG.
      *    the register line goes to the archive; a later reprint
      *    is rebuilt from TRNSUM.DAT and takes a new serial
           MOVE 1 TO WS-TX.
           MOVE 2 TO WS-FX.
           MOVE "N" TO WS-EOF-SW.
           IF WS-PURGE-MODE
               OPEN I-O LEAVREG
           ELSE
               OPEN INPUT LEAVREG
           END-IF.
           IF WS-LEAVREG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ LEAVREG NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE LR-AA TO WS-AA
                       PERFORM 900-CHECK-DUE
                       IF WS-CD-IND > 0
                           MOVE LR-REC TO PA-DATA
                           PERFORM 910-ARCHIVE-RECORD
                           IF WS-PURGE-MODE
                               DELETE LEAVREG RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEAVREG.
      *
       650-SEAL-ARCHIVE.
           MOVE SPACES TO PA-LINE.
           MOVE "TRAILER" TO PA-TYPE.
           MOVE 0 TO PA-AA.
           STRING "RECORDS " WS-RECORD-COUNT " HASH " WS-HASH-TOTAL
                  " DATE " WS-BUS-DATE " USER " LS-OPER-USER
               DELIMITED BY SIZE INTO PA-DATA.
           WRITE PA-LINE.
           CLOSE ARCHF.
      *
       700-KEEP-SUMMARIES.
           MOVE 0 TO WS-SUMMARY-COUNT.
           OPEN EXTEND TRNSUM.
           IF WS-TRNSUM-STATUS = "35"
               OPEN OUTPUT TRNSUM
               CLOSE TRNSUM
               OPEN EXTEND TRNSUM
           END-IF.
           PERFORM VARYING WS-CD-IND FROM 1 BY 1
                   UNTIL WS-CD-IND > WS-CD-COUNT
               IF CD-STATE (WS-CD-IND) = "P"
                   AND WS-TS-HAVE (CD-AA (WS-CD-IND)) NOT = "Y"
                   PERFORM 710-WRITE-SUMMARY
               END-IF
           END-PERFORM.
           CLOSE TRNSUM.
      *
       710-WRITE-SUMMARY.
           MOVE CD-RMA (WS-CD-IND) TO RMA.
           MOVE SPACES TO TS-LINE.
           MOVE CD-AA (WS-CD-IND) TO TS-AA.
           MOVE EPWN TO TS-EPWN.
           MOVE ONOM TO TS-ONOM.
           MOVE ONP TO TS-ONP.
           MOVE CLASS1 TO TS-CLASS.
           MOVE CD-LEAVE (WS-CD-IND) TO TS-LEAVE-DATE.
           MOVE CD-REASON (WS-CD-IND) TO TS-REASON.
           MOVE CD-YEARS (WS-CD-IND) TO TS-YEARS.
           MOVE CD-FIRST-YEAR (WS-CD-IND) TO TS-FIRST-YEAR.
           MOVE CD-LAST-YEAR (WS-CD-IND) TO TS-LAST-YEAR.
           MOVE CD-LAST-RESULT (WS-CD-IND) TO TS-LAST-RESULT.
           MOVE APOYS TO TS-APOYS.
           MOVE CD-EXC (WS-CD-IND) TO TS-EXC.
           MOVE CD-UNEXC (WS-CD-IND) TO TS-UNEXC.
           MOVE WS-BUS-DATE TO TS-PURGED.
           WRITE TS-LINE.
           MOVE "Y" TO WS-TS-HAVE (CD-AA (WS-CD-IND)).
           ADD 1 TO WS-SUMMARY-COUNT.
      *
       750-WRITE-MANIFEST.
           OPEN OUTPUT MANF.
           MOVE SPACES TO MAN-LINE.
           STRING "MANIFEST OF " WS-ARCH-NAME "  DATE " WS-BUS-DATE
                  "  USER " LS-OPER-USER
               DELIMITED BY SIZE INTO MAN-LINE.
           WRITE MAN-LINE.
           PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 6
               MOVE SPACES TO MAN-LINE
               STRING WS-TYPE-NAME (WS-TX) "  KEPT "
                      WS-POL-YEARS (WS-TX) " YEARS  RECORDS "
                      WS-POL-COUNT (WS-TX)
                   DELIMITED BY SIZE INTO MAN-LINE
               WRITE MAN-LINE
           END-PERFORM.
           MOVE SPACES TO MAN-LINE.
           STRING "STUDENTS " WS-STUDENT-COUNT "  RECORDS "
                  WS-RECORD-COUNT "  HASH " WS-HASH-TOTAL
                  "  SUMMARIES " WS-SUMMARY-COUNT
               DELIMITED BY SIZE INTO MAN-LINE.
           WRITE MAN-LINE.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 14
               MOVE SPACES TO MAN-LINE
               STRING "  " WS-FILE-NAME (WS-FX) "  RECORDS "
                      WS-FILE-CNT (WS-FX)
                   DELIMITED BY SIZE INTO MAN-LINE
               WRITE MAN-LINE
           END-PERFORM.
           CLOSE MANF.
      *
       780-SIGN-REGISTER.
           OPEN EXTEND PURGEREG.
           IF WS-PURGEREG-STATUS = "35"
               OPEN OUTPUT PURGEREG
               CLOSE PURGEREG
               OPEN EXTEND PURGEREG
           END-IF.
           MOVE SPACES TO PG-LINE.
           MOVE WS-BUS-DATE TO PG-DATE.
           MOVE LS-OPER-USER TO PG-USER.
           MOVE WS-ARCH-NAME TO PG-ARCHIVE.
           MOVE WS-STUDENT-COUNT TO PG-STUDENTS.
           MOVE WS-RECORD-COUNT TO PG-RECORDS.
           MOVE WS-HASH-TOTAL TO PG-HASH.
           WRITE PG-LINE.
           CLOSE PURGEREG.
      *
       800-PRINT-REGISTER.
           OPEN OUTPUT RPT-OUT.
           MOVE SPACES TO RPT-LINE.
           IF WS-PURGE-MODE
               STRING "MHTRWO DIAGRAFHS APOXWRHSANTWN   HMEROMHNIA: "
                      WS-BUS-DATE "   ARXEIO: " WS-ARCH-NAME
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "DOKIMASTIKH EKTELESH - DEN DIAGRAFHKE TIPOTA"
                      "   HMEROMHNIA: " WS-BUS-DATE
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF.
           WRITE RPT-LINE.
           MOVE ALL "=" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "POLITIKH (ETH): MASTER " WS-POL-YEARS (1)
                  " CONTACTS " WS-POL-YEARS (2)
                  " ATTEND " WS-POL-YEARS (3)
                  " TUITION " WS-POL-YEARS (4)
                  " GRADES " WS-POL-YEARS (5)
                  " AUDIT " WS-POL-YEARS (6)
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "AA   EPWNYMO              APOXWR.  MASTR CONTS"
             TO RPT-LINE.
           MOVE " ATTND TUITN GRADE AUDIT" TO RPT-LINE (47:24).
           WRITE RPT-LINE.
           MOVE ALL "-" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 820-PRINT-ONE-STUDENT
               VARYING WS-CD-IND FROM 1 BY 1
               UNTIL WS-CD-IND > WS-CD-COUNT.
           MOVE ALL "-" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "MAQHTES: " WS-STUDENT-COUNT "   EGGRAFES: "
                  WS-RECORD-COUNT "   HASH: " WS-HASH-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "KRATHQHKAN LOGW YPOLOIPOY DIDAKTRWN: "
                  WS-KEPT-BAL-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-CD-FULL
               MOVE SPACES TO RPT-LINE
               STRING "*** PINAKAS GEMATOS - ELEGXQHKAN MONO OI PRWTOI "
                      WS-CD-MAX " MAQHTES, H EKTELESH DEN OLOKLHRWQHKE"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "EGGRAFES ANA ARXEIO:" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 14
               MOVE SPACES TO RPT-LINE
               STRING "  " WS-FILE-NAME (WS-FX) "  "
                      WS-FILE-CNT (WS-FX)
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.
           IF WS-PURGE-MODE
               MOVE SPACES TO RPT-LINE
               STRING "PERILHPSEIS FOITHSHS (TRNSUM.DAT): "
                      WS-SUMMARY-COUNT "   MANIFEST: " WS-MAN-NAME
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING "EKTELESE: " LS-OPER-USER
                      "  YPOGRAFH: ....................."
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "O DIEYQYNTHS        YPOGRAFH: ................."
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           CLOSE RPT-OUT.
      *
       820-PRINT-ONE-STUDENT.
           IF CD-STATE (WS-CD-IND) NOT = "P"
               AND CD-STATE (WS-CD-IND) NOT = "B"
               EXIT PARAGRAPH
           END-IF.
           MOVE CD-RMA (WS-CD-IND) TO RMA.
           MOVE CD-AA (WS-CD-IND) TO RD-AA.
           MOVE EPWN TO RD-EPWN.
           MOVE CD-LEAVE (WS-CD-IND) TO RD-LEAVE.
           PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 6
               MOVE CD-CNT (WS-CD-IND, WS-TX) TO RD-CNT (WS-TX)
           END-PERFORM.
           IF CD-STATE (WS-CD-IND) = "B"
               MOVE CD-BALANCE (WS-CD-IND) TO WS-ED-AMT
               MOVE SPACES TO RD-NOTE
               STRING "KEPT - BALANCE" WS-ED-AMT
                   DELIMITED BY SIZE INTO RD-NOTE
           ELSE
               IF WS-PURGE-MODE
                   MOVE "PURGED" TO RD-NOTE
               ELSE
                   MOVE "WOULD BE PURGED" TO RD-NOTE
               END-IF
           END-IF.
           WRITE RPT-LINE FROM RPT-DETAIL.
      *
       850-WRITE-AUDIT.
      *    after 600 has rewritten MHTRMA.AUD, so the run's own line
      *    is never swept into the archive
           OPEN EXTEND AUDOUT.
           IF WS-AUDOUT-STATUS = "35"
               OPEN OUTPUT AUDOUT
               CLOSE AUDOUT
               OPEN EXTEND AUDOUT
           END-IF.
           MOVE SPACES TO AUDIT-LINE.
           MOVE FUNCTION CURRENT-DATE (1:15) TO AL-TIMESTAMP.
           MOVE WS-BUS-DATE TO AL-TIMESTAMP (1:8).
           MOVE LS-OPER-USER TO AL-USER.
           MOVE 0 TO AL-STUDENT-ID.
           MOVE "PURGE" TO AL-ACTION.
           STRING WS-ARCH-NAME " STUDENTS " WS-STUDENT-COUNT
                  " RECORDS " WS-RECORD-COUNT
               DELIMITED BY SIZE INTO AL-DETAIL.
           WRITE AUDOUT-LINE FROM AUDIT-LINE.
           CLOSE AUDOUT.
      *
       900-CHECK-DUE.
      *    leaves WS-CD-IND on the student's slot when this record's
      *    type is due for the student, zero otherwise
           MOVE 0 TO WS-CD-IND.
           IF WS-AA = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-CX (WS-AA) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CX (WS-AA) TO WS-CD-IND.
           IF CD-STATE (WS-CD-IND) NOT = "P"
               OR CD-DUE (WS-CD-IND, WS-TX) NOT = "Y"
               MOVE 0 TO WS-CD-IND
           END-IF.
      *
       910-ARCHIVE-RECORD.
           ADD 1 TO CD-CNT (WS-CD-IND, WS-TX).
           ADD 1 TO WS-POL-COUNT (WS-TX).
           ADD 1 TO WS-FILE-CNT (WS-FX).
           ADD 1 TO WS-RECORD-COUNT.
           ADD WS-AA TO WS-HASH-TOTAL.
           IF WS-PURGE-MODE
               MOVE WS-TYPE-NAME (WS-TX) TO PA-TYPE
               MOVE WS-AA TO PA-AA
               MOVE SPACE TO PA-LINE (9:1)
               MOVE SPACE TO PA-LINE (14:1)
               WRITE PA-LINE
           END-IF.
      *
       TELOS.
           EXIT PROGRAM.
      *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program73.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLMAP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS GM-KEY
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT BRANCHRF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BR-CODE
               FILE STATUS IS WS-BRANCHRF-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * the general ledger accounts each kind of sale posts to, by
      * record type (RCD 1 sale, 2 debit, 3 adjustment) and branch.
      * branch 00 is the line used for any branch without one of its
      * own, and for the sales that carry no usable branch code.
      * Program74 debits GM-DR-ACCT and credits GM-CR-ACCT
       FD  GLMAP         RECORD CONTAINS  69 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS GM-REC
                         VALUE OF FILE-ID IS "GLMAP.DAT".
       01  GM-REC.
           02 GM-KEY.
              03 GM-RCD     PIC 9.
              03 GM-BRN     PIC 99.
           02 FILLER        PIC X(2).
           02 GM-DR-ACCT    PIC X(10).
           02 FILLER        PIC X(2).
           02 GM-CR-ACCT    PIC X(10).
           02 FILLER        PIC X(2).
           02 GM-DESC       PIC X(20).
           02 FILLER        PIC X(2).
           02 GM-SET-BY     PIC X(8).
           02 FILLER        PIC X(2).
           02 GM-SET-DATE   PIC 9(8).
      *
       FD  BRANCHRF      RECORD CONTAINS  25 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS BR-REC
                         VALUE OF FILE-ID IS "BRANCHRF.DAT".
       01  BR-REC.
           02 BR-CODE    PIC 9(2).
           02 BR-NAME    PIC X(20).
           02 FILLER     PIC X(2).
           02 BR-ACTIVE  PIC X(1).
      *
       WORKING-STORAGE SECTION.
       01  WS-GLMAP-STATUS    PIC XX.
       01  WS-BRANCHRF-STATUS PIC XX.
       01  WS-BRANCHRF-SW     PIC X(1).
           88 WS-BRANCHRF-AVAIL     VALUE "Y".
       01  WS-ACTION          PIC X(1).
           88 WS-ACT-ADD      VALUE "A".
           88 WS-ACT-MAINTAIN VALUE "M".
           88 WS-ACT-DELETE   VALUE "D".
           88 WS-ACT-LIST     VALUE "L".
           88 WS-ACT-EXIT     VALUE "X".
       01  WS-EOF-SW          PIC A(1).
           88 WS-EOF                VALUE "Y".
       01  WS-KEY-OK-SW       PIC X(1).
           88 WS-KEY-OK             VALUE "Y".
       01  WS-BUS-DATE        PIC 9(8).
       01  WS-BUSDATE-FUNC    PIC X(1).
       01  WS-BUSDATE-RC      PIC 9(2).
       01  WS-E-RCD           PIC 9.
       01  WS-E-BRN           PIC 99.
       01  WS-E-DR-ACCT       PIC X(10).
       01  WS-E-CR-ACCT       PIC X(10).
       01  WS-E-DESC          PIC X(20).
       01  WS-RCD-NAME        PIC X(10).
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
           OPEN I-O GLMAP.
           IF WS-GLMAP-STATUS = "35"
               OPEN OUTPUT GLMAP
               CLOSE GLMAP
               OPEN I-O GLMAP
           END-IF.
           IF WS-GLMAP-STATUS NOT = "00"
               MOVE 32 TO LS-RETURN-CODE
               DISPLAY "PROGRAM73: GLMAP COULD NOT BE OPENED"
                       " - STATUS " WS-GLMAP-STATUS
               EXIT PROGRAM
           END-IF.
           MOVE "N" TO WS-BRANCHRF-SW.
           OPEN INPUT BRANCHRF.
           IF WS-BRANCHRF-STATUS = "00"
               SET WS-BRANCHRF-AVAIL TO TRUE
           ELSE
               DISPLAY "BRANCHRF.DAT NOT AVAILABLE - BRANCH CODES"
                       " CHECKED AGAINST 0-9 ONLY"
           END-IF.
       MENU-LOOP.
           DISPLAY "----------------------------------------".
           DISPLAY "LOGARIASMOI GENIKHS LOGISTIKHS (GLMAP)".
           DISPLAY "A=ADD M=MAINTAIN D=DELETE L=LIST X=EXIT".
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN WS-ACT-ADD
                   PERFORM 100-ADD-MAPPING THRU 100-EXIT
               WHEN WS-ACT-MAINTAIN
                   PERFORM 200-MAINTAIN-MAPPING THRU 200-EXIT
               WHEN WS-ACT-DELETE
                   PERFORM 300-DELETE-MAPPING THRU 300-EXIT
               WHEN WS-ACT-LIST
                   PERFORM 400-LIST-MAPPINGS THRU 400-EXIT
               WHEN WS-ACT-EXIT
                   GO TO TELOS
               WHEN OTHER
                   DISPLAY "INVALID ACTION - TRY AGAIN"
           END-EVALUATE.
           GO TO MENU-LOOP.
      *
       100-ADD-MAPPING.
           PERFORM 500-ACCEPT-KEY THRU 500-EXIT.
           IF NOT WS-KEY-OK
               GO TO 100-EXIT
           END-IF.
           DISPLAY "ENTER DEBIT ACCOUNT: ".
           MOVE SPACES TO WS-E-DR-ACCT.
           ACCEPT WS-E-DR-ACCT.
           DISPLAY "ENTER CREDIT ACCOUNT: ".
           MOVE SPACES TO WS-E-CR-ACCT.
           ACCEPT WS-E-CR-ACCT.
           DISPLAY "ENTER DESCRIPTION: ".
           MOVE SPACES TO WS-E-DESC.
           ACCEPT WS-E-DESC.
           IF WS-E-DR-ACCT = SPACES OR WS-E-CR-ACCT = SPACES
               DISPLAY "BOTH ACCOUNTS ARE REQUIRED - NOT ADDED"
               GO TO 100-EXIT
           END-IF.
           IF WS-E-DR-ACCT = WS-E-CR-ACCT
               DISPLAY "DEBIT AND CREDIT ACCOUNT ARE THE SAME"
                       " - NOT ADDED"
               GO TO 100-EXIT
           END-IF.
           IF WS-E-DESC = SPACES
               MOVE WS-RCD-NAME TO WS-E-DESC
           END-IF.
           MOVE SPACES        TO GM-REC.
           MOVE WS-E-RCD      TO GM-RCD.
           MOVE WS-E-BRN      TO GM-BRN.
           MOVE WS-E-DR-ACCT  TO GM-DR-ACCT.
           MOVE WS-E-CR-ACCT  TO GM-CR-ACCT.
           MOVE WS-E-DESC     TO GM-DESC.
           MOVE LS-OPER-USER  TO GM-SET-BY.
           MOVE WS-BUS-DATE   TO GM-SET-DATE.
           WRITE GM-REC
               INVALID KEY
                   DISPLAY "RCD " WS-E-RCD " BRANCH " WS-E-BRN
                           " ALREADY MAPPED - USE M"
               NOT INVALID KEY
                   DISPLAY "RCD " WS-E-RCD " BRANCH " WS-E-BRN
                           " MAPPED"
           END-WRITE.
       100-EXIT.
           EXIT.
      *
       200-MAINTAIN-MAPPING.
           PERFORM 500-ACCEPT-KEY THRU 500-EXIT.
           IF NOT WS-KEY-OK
               GO TO 200-EXIT
           END-IF.
           MOVE WS-E-RCD TO GM-RCD.
           MOVE WS-E-BRN TO GM-BRN.
           READ GLMAP
               INVALID KEY
                   DISPLAY "RCD " WS-E-RCD " BRANCH " WS-E-BRN
                           " NOT MAPPED"
                   GO TO 200-EXIT
           END-READ.
           DISPLAY "CURRENT DEBIT ACCOUNT : " GM-DR-ACCT.
           DISPLAY "CURRENT CREDIT ACCOUNT: " GM-CR-ACCT.
           DISPLAY "CURRENT DESCRIPTION   : " GM-DESC.
           DISPLAY "SET BY " GM-SET-BY " ON " GM-SET-DATE.
           DISPLAY "ENTER DEBIT ACCOUNT (BLANK = KEEP): ".
           MOVE SPACES TO WS-E-DR-ACCT.
           ACCEPT WS-E-DR-ACCT.
           DISPLAY "ENTER CREDIT ACCOUNT (BLANK = KEEP): ".
           MOVE SPACES TO WS-E-CR-ACCT.
           ACCEPT WS-E-CR-ACCT.
           DISPLAY "ENTER DESCRIPTION (BLANK = KEEP): ".
           MOVE SPACES TO WS-E-DESC.
           ACCEPT WS-E-DESC.
           IF WS-E-DR-ACCT NOT = SPACES
               MOVE WS-E-DR-ACCT TO GM-DR-ACCT
           END-IF.
           IF WS-E-CR-ACCT NOT = SPACES
               MOVE WS-E-CR-ACCT TO GM-CR-ACCT
           END-IF.
           IF WS-E-DESC NOT = SPACES
               MOVE WS-E-DESC TO GM-DESC
           END-IF.
           IF GM-DR-ACCT = GM-CR-ACCT
               DISPLAY "DEBIT AND CREDIT ACCOUNT ARE THE SAME"
                       " - NOT UPDATED"
               GO TO 200-EXIT
           END-IF.
           MOVE LS-OPER-USER TO GM-SET-BY.
           MOVE WS-BUS-DATE  TO GM-SET-DATE.
           REWRITE GM-REC
               INVALID KEY
                   DISPLAY "MAPPING COULD NOT BE UPDATED"
               NOT INVALID KEY
                   DISPLAY "MAPPING UPDATED"
           END-REWRITE.
       200-EXIT.
           EXIT.
      *
       300-DELETE-MAPPING.
           PERFORM 500-ACCEPT-KEY THRU 500-EXIT.
           IF NOT WS-KEY-OK
               GO TO 300-EXIT
           END-IF.
           MOVE WS-E-RCD TO GM-RCD.
           MOVE WS-E-BRN TO GM-BRN.
           DELETE GLMAP
               INVALID KEY
                   DISPLAY "RCD " WS-E-RCD " BRANCH " WS-E-BRN
                           " NOT MAPPED"
               NOT INVALID KEY
                   DISPLAY "MAPPING DELETED"
           END-DELETE.
       300-EXIT.
           EXIT.
      *
       400-LIST-MAPPINGS.
           MOVE "N" TO WS-EOF-SW.
           MOVE LOW-VALUES TO GM-KEY.
           START GLMAP KEY NOT LESS THAN GM-KEY
               INVALID KEY
                   DISPLAY "NO MAPPINGS ON FILE"
                   GO TO 400-EXIT
           END-START.
           DISPLAY "RCD BR  XREWSH      PISTWSH     PERIGRAFH"
                   "            ORISE".
           PERFORM UNTIL WS-EOF
               READ GLMAP NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       DISPLAY " " GM-RCD "  " GM-BRN "  " GM-DR-ACCT
                               "  " GM-CR-ACCT "  " GM-DESC " "
                               GM-SET-BY
               END-READ
           END-PERFORM.
       400-EXIT.
           EXIT.
      *
       500-ACCEPT-KEY.
           MOVE "Y" TO WS-KEY-OK-SW.
           DISPLAY "ENTER RCD (1=SALE 2=DEBIT 3=ADJUSTMENT): ".
           ACCEPT WS-E-RCD.
           DISPLAY "ENTER BRANCH (1-9, 0 = ALL OTHERS): ".
           ACCEPT WS-E-BRN.
           EVALUATE WS-E-RCD
               WHEN 1
                   MOVE "XREOSI"    TO WS-RCD-NAME
               WHEN 2
                   MOVE "PISTOSI"   TO WS-RCD-NAME
               WHEN 3
                   MOVE "DIORQOSH"  TO WS-RCD-NAME
               WHEN OTHER
                   MOVE "N" TO WS-KEY-OK-SW
                   DISPLAY "RCD MUST BE 1, 2 OR 3"
                   GO TO 500-EXIT
           END-EVALUATE.
           IF WS-E-BRN > 9
               MOVE "N" TO WS-KEY-OK-SW
               DISPLAY "BRANCH MUST BE 0-9"
               GO TO 500-EXIT
           END-IF.
           IF WS-E-BRN = 0 OR NOT WS-BRANCHRF-AVAIL
               GO TO 500-EXIT
           END-IF.
           MOVE WS-E-BRN TO BR-CODE.
           READ BRANCHRF
               INVALID KEY
                   MOVE "N" TO WS-KEY-OK-SW
                   DISPLAY "BRANCH " WS-E-BRN " NOT ON BRANCHRF"
               NOT INVALID KEY
                   DISPLAY "YPOKATASTHMA " WS-E-BRN " (" BR-NAME ")"
           END-READ.
       500-EXIT.
           EXIT.
      *
       TELOS.
           CLOSE GLMAP.
           IF WS-BRANCHRF-AVAIL
               CLOSE BRANCHRF
           END-IF.
           EXIT PROGRAM.
      *

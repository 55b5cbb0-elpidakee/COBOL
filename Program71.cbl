       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program71.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRTARGET ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BT-KEY
               FILE STATUS IS WS-BRTARGET-STATUS.
           SELECT BRANCHRF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BR-CODE
               FILE STATUS IS WS-BRANCHRF-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * management's sales targets, one line per branch and month:
      * the quantity and the value (the same QTY * UPR figure
      * MONTHLY.PRT totals) each branch is expected to reach.
      * Program72 measures the actuals against these
       FD  BRTARGET      RECORD CONTAINS  52 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS BT-REC
                         VALUE OF FILE-ID IS "BRTARGET.DAT".
       01  BT-REC.
           02 BT-KEY.
              03 BT-BRN     PIC 99.
              03 BT-YY      PIC 9(4).
              03 BT-MM      PIC 99.
           02 FILLER        PIC X(2).
           02 BT-QTY        PIC 9(7).
           02 FILLER        PIC X(2).
           02 BT-VALUE      PIC 9(13).
           02 FILLER        PIC X(2).
           02 BT-SET-BY     PIC X(8).
           02 FILLER        PIC X(2).
           02 BT-SET-DATE   PIC 9(8).
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
       01  WS-BRTARGET-STATUS PIC XX.
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
       01  WS-BRN-OK-SW       PIC X(1).
           88 WS-BRN-OK             VALUE "Y".
       01  WS-BUS-DATE        PIC 9(8).
       01  WS-BUSDATE-FUNC    PIC X(1).
       01  WS-BUSDATE-RC      PIC 9(2).
       01  WS-E-BRN           PIC 99.
       01  WS-E-YY            PIC 9(4).
       01  WS-E-MM            PIC 99.
       01  WS-E-QTY           PIC 9(7).
       01  WS-E-VALUE         PIC 9(13).
       01  WS-MM-FROM         PIC 99.
       01  WS-MM-TO           PIC 99.
       01  WS-MM-IND          PIC 99.
       01  WS-ADDED-COUNT     PIC 9(3).
       01  WS-YEAR-QTY        PIC 9(9).
       01  WS-YEAR-VALUE      PIC 9(15).
       01  WS-ED-QTY          PIC Z(8)9.
       01  WS-ED-VALUE        PIC Z(14)9.
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
           OPEN I-O BRTARGET.
           IF WS-BRTARGET-STATUS = "35"
               OPEN OUTPUT BRTARGET
               CLOSE BRTARGET
               OPEN I-O BRTARGET
           END-IF.
           IF WS-BRTARGET-STATUS NOT = "00"
               MOVE 28 TO LS-RETURN-CODE
               DISPLAY "PROGRAM71: BRTARGET COULD NOT BE OPENED"
                       " - STATUS " WS-BRTARGET-STATUS
               EXIT PROGRAM
           END-IF.
           MOVE "N" TO WS-BRANCHRF-SW.
           OPEN INPUT BRANCHRF.
           IF WS-BRANCHRF-STATUS = "00"
               SET WS-BRANCHRF-AVAIL TO TRUE
           ELSE
               DISPLAY "BRANCHRF.DAT NOT AVAILABLE - BRANCH CODES"
                       " CHECKED AGAINST 1-9 ONLY"
           END-IF.
       MENU-LOOP.
           DISPLAY "----------------------------------------".
           DISPLAY "STOXOI PWLHSEWN ANA YPOKATASTHMA (BRTARGET)".
           DISPLAY "A=ADD M=MAINTAIN D=DELETE L=LIST X=EXIT".
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN WS-ACT-ADD
                   PERFORM 100-ADD-TARGETS THRU 100-EXIT
               WHEN WS-ACT-MAINTAIN
                   PERFORM 200-MAINTAIN-TARGET THRU 200-EXIT
               WHEN WS-ACT-DELETE
                   PERFORM 300-DELETE-TARGET THRU 300-EXIT
               WHEN WS-ACT-LIST
                   PERFORM 400-LIST-TARGETS THRU 400-EXIT
               WHEN WS-ACT-EXIT
                   GO TO TELOS
               WHEN OTHER
                   DISPLAY "INVALID ACTION - TRY AGAIN"
           END-EVALUATE.
           GO TO MENU-LOOP.
      *
      * month 0 sets the same target for all twelve months of the
      * year, which is how the yearly budget usually arrives; a month
      * that already has a target is left alone
       100-ADD-TARGETS.
           PERFORM 500-ACCEPT-KEY THRU 500-EXIT.
           IF NOT WS-BRN-OK
               GO TO 100-EXIT
           END-IF.
           IF WS-E-MM > 12
               DISPLAY "MONTH MUST BE 1-12 OR 0 - NOT ADDED"
               GO TO 100-EXIT
           END-IF.
           DISPLAY "ENTER TARGET QUANTITY: ".
           ACCEPT WS-E-QTY.
           DISPLAY "ENTER TARGET VALUE: ".
           ACCEPT WS-E-VALUE.
           IF WS-E-QTY = 0 AND WS-E-VALUE = 0
               DISPLAY "NO TARGET GIVEN - NOT ADDED"
               GO TO 100-EXIT
           END-IF.
           IF WS-E-MM = 0
               MOVE 1  TO WS-MM-FROM
               MOVE 12 TO WS-MM-TO
           ELSE
               MOVE WS-E-MM TO WS-MM-FROM WS-MM-TO
           END-IF.
           MOVE 0 TO WS-ADDED-COUNT.
           PERFORM 150-ADD-ONE-MONTH
               VARYING WS-MM-IND FROM WS-MM-FROM BY 1
               UNTIL WS-MM-IND > WS-MM-TO.
           DISPLAY WS-ADDED-COUNT " TARGET(S) ADDED FOR BRANCH "
                   WS-E-BRN " " WS-E-YY.
       100-EXIT.
           EXIT.
      *
       150-ADD-ONE-MONTH.
           MOVE SPACES      TO BT-REC.
           MOVE WS-E-BRN    TO BT-BRN.
           MOVE WS-E-YY     TO BT-YY.
           MOVE WS-MM-IND   TO BT-MM.
           MOVE WS-E-QTY    TO BT-QTY.
           MOVE WS-E-VALUE  TO BT-VALUE.
           MOVE LS-OPER-USER TO BT-SET-BY.
           MOVE WS-BUS-DATE TO BT-SET-DATE.
           WRITE BT-REC
               INVALID KEY
                   DISPLAY "BRANCH " WS-E-BRN " " WS-MM-IND "/"
                           WS-E-YY " ALREADY HAS A TARGET - KEPT"
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-COUNT
           END-WRITE.
      *
       200-MAINTAIN-TARGET.
           PERFORM 500-ACCEPT-KEY THRU 500-EXIT.
           IF NOT WS-BRN-OK
               GO TO 200-EXIT
           END-IF.
           MOVE WS-E-BRN TO BT-BRN.
           MOVE WS-E-YY  TO BT-YY.
           MOVE WS-E-MM  TO BT-MM.
           READ BRTARGET
               INVALID KEY
                   DISPLAY "NO TARGET FOR BRANCH " WS-E-BRN " "
                           WS-E-MM "/" WS-E-YY
                   GO TO 200-EXIT
           END-READ.
           MOVE BT-QTY   TO WS-ED-QTY.
           MOVE BT-VALUE TO WS-ED-VALUE.
           DISPLAY "CURRENT QUANTITY: " WS-ED-QTY.
           DISPLAY "CURRENT VALUE   : " WS-ED-VALUE.
           DISPLAY "SET BY " BT-SET-BY " ON " BT-SET-DATE.
           DISPLAY "ENTER TARGET QUANTITY (0 = KEEP): ".
           ACCEPT WS-E-QTY.
           DISPLAY "ENTER TARGET VALUE (0 = KEEP): ".
           ACCEPT WS-E-VALUE.
           IF WS-E-QTY NOT = 0
               MOVE WS-E-QTY TO BT-QTY
           END-IF.
           IF WS-E-VALUE NOT = 0
               MOVE WS-E-VALUE TO BT-VALUE
           END-IF.
           MOVE LS-OPER-USER TO BT-SET-BY.
           MOVE WS-BUS-DATE  TO BT-SET-DATE.
           REWRITE BT-REC
               INVALID KEY
                   DISPLAY "TARGET COULD NOT BE UPDATED"
               NOT INVALID KEY
                   DISPLAY "TARGET UPDATED"
           END-REWRITE.
       200-EXIT.
           EXIT.
      *
       300-DELETE-TARGET.
           PERFORM 500-ACCEPT-KEY THRU 500-EXIT.
           IF NOT WS-BRN-OK
               GO TO 300-EXIT
           END-IF.
           MOVE WS-E-BRN TO BT-BRN.
           MOVE WS-E-YY  TO BT-YY.
           MOVE WS-E-MM  TO BT-MM.
           DELETE BRTARGET
               INVALID KEY
                   DISPLAY "NO TARGET FOR BRANCH " WS-E-BRN " "
                           WS-E-MM "/" WS-E-YY
               NOT INVALID KEY
                   DISPLAY "TARGET DELETED"
           END-DELETE.
       300-EXIT.
           EXIT.
      *
       400-LIST-TARGETS.
           DISPLAY "ENTER YEAR (YYYY): ".
           ACCEPT WS-E-YY.
           MOVE "N" TO WS-EOF-SW.
           MOVE LOW-VALUES TO BT-KEY.
           START BRTARGET KEY NOT LESS THAN BT-KEY
               INVALID KEY
                   DISPLAY "NO TARGETS ON FILE"
                   GO TO 400-EXIT
           END-START.
           DISPLAY "BR  MM     POSOTHTA            AXIA  ORISE".
           MOVE 0 TO WS-E-BRN.
           MOVE 0 TO WS-YEAR-QTY WS-YEAR-VALUE.
           PERFORM UNTIL WS-EOF
               READ BRTARGET NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF BT-YY = WS-E-YY
                           PERFORM 450-LIST-ONE-TARGET
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-E-BRN NOT = 0
               PERFORM 460-LIST-YEAR-TOTAL
           END-IF.
       400-EXIT.
           EXIT.
      *
       450-LIST-ONE-TARGET.
           IF BT-BRN NOT = WS-E-BRN
               IF WS-E-BRN NOT = 0
                   PERFORM 460-LIST-YEAR-TOTAL
               END-IF
               MOVE BT-BRN TO WS-E-BRN
               MOVE 0 TO WS-YEAR-QTY WS-YEAR-VALUE
           END-IF.
           ADD BT-QTY   TO WS-YEAR-QTY.
           ADD BT-VALUE TO WS-YEAR-VALUE.
           MOVE BT-QTY   TO WS-ED-QTY.
           MOVE BT-VALUE TO WS-ED-VALUE.
           DISPLAY BT-BRN "  " BT-MM "  " WS-ED-QTY " " WS-ED-VALUE
                   "  " BT-SET-BY.
      *
       460-LIST-YEAR-TOTAL.
           MOVE WS-YEAR-QTY   TO WS-ED-QTY.
           MOVE WS-YEAR-VALUE TO WS-ED-VALUE.
           DISPLAY WS-E-BRN "  ET  " WS-ED-QTY " " WS-ED-VALUE.
      *
       500-ACCEPT-KEY.
           MOVE "Y" TO WS-BRN-OK-SW.
           DISPLAY "ENTER BRANCH (1-9): ".
           ACCEPT WS-E-BRN.
           DISPLAY "ENTER YEAR (YYYY): ".
           ACCEPT WS-E-YY.
           DISPLAY "ENTER MONTH (1-12): ".
           ACCEPT WS-E-MM.
           IF WS-E-BRN < 1 OR WS-E-BRN > 9
               MOVE "N" TO WS-BRN-OK-SW
               DISPLAY "BRANCH MUST BE 1-9"
               GO TO 500-EXIT
           END-IF.
           IF WS-E-YY < 1900
               MOVE "N" TO WS-BRN-OK-SW
               DISPLAY "YEAR NOT VALID"
               GO TO 500-EXIT
           END-IF.
           IF NOT WS-BRANCHRF-AVAIL
               GO TO 500-EXIT
           END-IF.
           MOVE WS-E-BRN TO BR-CODE.
           READ BRANCHRF
               INVALID KEY
                   MOVE "N" TO WS-BRN-OK-SW
                   DISPLAY "BRANCH " WS-E-BRN " NOT ON BRANCHRF"
               NOT INVALID KEY
                   DISPLAY "YPOKATASTHMA " WS-E-BRN " (" BR-NAME ")"
           END-READ.
       500-EXIT.
           EXIT.
      *
       TELOS.
           CLOSE BRTARGET.
           IF WS-BRANCHRF-AVAIL
               CLOSE BRANCHRF
           END-IF.
           EXIT PROGRAM.
      *

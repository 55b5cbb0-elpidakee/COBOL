           SELECT AUDITF ASSIGN TO "MHTRMA.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITF-STATUS.
           SELECT SUBJGRD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SG-KEY
               FILE STATUS IS WS-SUBJGRD-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * same record Program5's 220-QUEUE-GRADE-CHANGES and the
      * Program47 worklist write
       FD  PENDIN        LABEL RECORD STANDARD.
       01  GP-LINE.
           02  GP-AA           PIC 9(4).
               03  GP-NEW-BTRIM  PIC 9(2).
               03  GP-NEW-CTRIM  PIC 9(2).
               03  GP-NEW-GRAPTA PIC 9(2).
      *    blank subject = the KATAST grades on MHTRMA; otherwise the
      *    change is to that subject's SUBJGRD.DAT record for GP-YEAR
           02  FILLER          PIC X(2).
           02  GP-SUBJ         PIC X(4).
           02  FILLER          PIC X(2).
           02  GP-YEAR         PIC 9(4).

       FD  PENDOUT       LABEL RECORD STANDARD.
       01  PENDOUT-LINE  PIC X(58).

       FD  PENDWORK      LABEL RECORD STANDARD.
       01  PENDWORK-LINE PIC X(58).

       FD  MHTRMA        RECORD CONTAINS  72 CHARACTERS
                         LABEL RECORD STANDARD
           02  AL-ACTION       PIC X(6).
           02  FILLER          PIC X(2).
           02  AL-DETAIL       PIC X(60).

       FD  SUBJGRD       RECORD CONTAINS  20 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS SG-REC
                         VALUE OF FILE-ID IS "SUBJGRD.DAT".
       01  SG-REC.
           02 SG-KEY.
              03 SG-AA     PIC 9(4).
              03 SG-YEAR   PIC 9(4).
              03 SG-SUBJ   PIC X(4).
           02 SG-GRADES.
              03 SG-ATRIM  PIC 9(2).
              03 SG-BTRIM  PIC 9(2).
              03 SG-CTRIM  PIC 9(2).
              03 SG-GRAPTA PIC 9(2).
      *
       WORKING-STORAGE SECTION.
       01  WS-PENDIN-STATUS   PIC XX.
       01  WS-BUSDATE-FUNC    PIC X(1).
       01  WS-BUSDATE-RC      PIC 9(2).
       01  WS-AUD-ACTION      PIC X(6).
       01  WS-SUBJGRD-STATUS  PIC XX.
       01  WS-SUBJGRD-SW      PIC X(1) VALUE "N".
           88 WS-SUBJGRD-OPEN       VALUE "Y".
      *
       LINKAGE SECTION.
       01  LS-OPER-USER   PIC X(8).
           CLOSE PENDWORK.
           CLOSE MHTRMA.
           CLOSE AUDITF.
           IF WS-SUBJGRD-OPEN
               CLOSE SUBJGRD
               MOVE "N" TO WS-SUBJGRD-SW
           END-IF.
           PERFORM 600-REWRITE-PENDING-FILE.
           DISPLAY "--------------------------------------------------".
           DISPLAY "EKKREMEIS: " WS-PENDING-COUNT
           DISPLAY "--------------------------------------------------".
           DISPLAY "STUDENT " GP-AA "  KEYED BY " GP-USER
                   " ON " GP-DATE.
           IF GP-SUBJ NOT = SPACES
               DISPLAY "  MAQHMA: " GP-SUBJ "  SXOLIKO ETOS " GP-YEAR
           END-IF.
           DISPLAY "  ATRIM : " GP-OLD-ATRIM " -> " GP-NEW-ATRIM.
           DISPLAY "  BTRIM : " GP-OLD-BTRIM " -> " GP-NEW-BTRIM.
           DISPLAY "  CTRIM : " GP-OLD-CTRIM " -> " GP-NEW-CTRIM.
           END-EVALUATE.
      *
       200-APPLY-CHANGE.
           IF GP-SUBJ NOT = SPACES
               PERFORM 250-APPLY-SUBJECT-CHANGE
               EXIT PARAGRAPH
           END-IF.
           MOVE GP-AA TO A-A.
           READ MHTRMA
               INVALID KEY
                           DISPLAY "CHANGE POSTED"
                   END-REWRITE
           END-READ.
      *
       250-APPLY-SUBJECT-CHANGE.
      *    the student must still be on MHTRMA, exactly as for a
      *    change to the year grades
           MOVE GP-AA TO A-A.
           READ MHTRMA
               INVALID KEY
                   DISPLAY "STUDENT " GP-AA " NO LONGER ON MHTRMA -"
                           " CHANGE REJECTED"
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "GRDREJ" TO WS-AUD-ACTION
                   PERFORM 400-WRITE-AUDIT-RECORD
                   EXIT PARAGRAPH
           END-READ.
           IF NOT WS-SUBJGRD-OPEN
               OPEN I-O SUBJGRD
               IF WS-SUBJGRD-STATUS = "00"
                   SET WS-SUBJGRD-OPEN TO TRUE
               END-IF
           END-IF.
           IF NOT WS-SUBJGRD-OPEN
               DISPLAY "SUBJGRD COULD NOT BE OPENED - STATUS "
                       WS-SUBJGRD-STATUS " - CHANGE KEPT PENDING"
               ADD 1 TO WS-LEFT-COUNT
               PERFORM 300-KEEP-PENDING
               EXIT PARAGRAPH
           END-IF.
           MOVE GP-AA   TO SG-AA.
           MOVE GP-YEAR TO SG-YEAR.
           MOVE GP-SUBJ TO SG-SUBJ.
           READ SUBJGRD
               INVALID KEY
                   MOVE GP-NEW-GRADES TO SG-GRADES
                   WRITE SG-REC
               NOT INVALID KEY
                   MOVE GP-NEW-GRADES TO SG-GRADES
                   REWRITE SG-REC
           END-READ.
           IF WS-SUBJGRD-STATUS NOT = "00"
               DISPLAY "STUDENT " GP-AA " SUBJECT " GP-SUBJ
                       " COULD NOT BE UPDATED - CHANGE KEPT PENDING"
               ADD 1 TO WS-LEFT-COUNT
               PERFORM 300-KEEP-PENDING
           ELSE
               ADD 1 TO WS-APPROVED-COUNT
               MOVE "GRDAPP" TO WS-AUD-ACTION
               PERFORM 400-WRITE-AUDIT-RECORD
               DISPLAY "CHANGE POSTED"
           END-IF.
      *
       300-KEEP-PENDING.
           WRITE PENDWORK-LINE FROM GP-LINE.
           MOVE GP-AA TO AL-STUDENT-ID.
           MOVE SPACES TO AL-DETAIL.
           STRING "GRADES " GP-OLD-GRADES " -> " GP-NEW-GRADES
                  " KEYED BY " GP-USER " " GP-SUBJ
               DELIMITED BY SIZE INTO AL-DETAIL.
           WRITE AUDIT-LINE.
      *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program66.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODREF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PR-CODE
               FILE STATUS IS WS-PRODREF-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * product reference, kept the way BRANCHRF.DAT is kept for
      * branches: code, description, category, list price and an
      * active flag - the sales entry (Program23) validates the item
      * code against it and Program67 prints the descriptions and
      * category subtotals.  the tolerance is the percentage the
      * keyed unit price may stray from the list price before the
      * entry screen warns (0 = the entry screen's default)
       FD  PRODREF       RECORD CONTAINS  51 CHARACTERS
                         LABEL RECORD STANDARD
                         DATA RECORD IS PR-REC
                         VALUE OF FILE-ID IS "PRODREF.DAT".
       01  PR-REC.
           02 PR-CODE       PIC X(6).
           02 PR-DESC       PIC X(25).
           02 PR-CATEGORY   PIC X(4).
           02 FILLER        PIC X(2).
           02 PR-LIST-PRICE PIC 9(9).
           02 PR-TOLERANCE  PIC 9(2).
           02 FILLER        PIC X(2).
           02 PR-ACTIVE     PIC X(1).
      *
       WORKING-STORAGE SECTION.
       01  WS-PRODREF-STATUS  PIC XX.
       01  WS-ACTION          PIC X(1).
           88 WS-ACT-ADD      VALUE "A".
           88 WS-ACT-MAINTAIN VALUE "M".
           88 WS-ACT-DELETE   VALUE "D".
           88 WS-ACT-LIST     VALUE "L".
           88 WS-ACT-EXIT     VALUE "X".
       01  WS-EOF-SW          PIC A(1).
           88 WS-EOF                VALUE "Y".
       01  WS-CODE            PIC X(6).
       01  WS-DESC            PIC X(25).
       01  WS-CATEGORY        PIC X(4).
       01  WS-LIST-PRICE      PIC 9(9).
       01  WS-TOLERANCE       PIC 9(2).
       01  WS-ACTIVE          PIC X(1).
           88 WS-ACTIVE-VALID VALUE "Y" "N".
      *
       LINKAGE SECTION.
       01  LS-RETURN-CODE PIC 9(2).

       PROCEDURE DIVISION USING LS-RETURN-CODE.
       ARXH.
           MOVE 0 TO LS-RETURN-CODE.
           OPEN I-O PRODREF.
           IF WS-PRODREF-STATUS = "35"
               OPEN OUTPUT PRODREF
               CLOSE PRODREF
               OPEN I-O PRODREF
           END-IF.
           IF WS-PRODREF-STATUS NOT = "00"
               MOVE 17 TO LS-RETURN-CODE
               DISPLAY "PROGRAM66: PRODREF COULD NOT BE OPENED"
                       " - STATUS " WS-PRODREF-STATUS
               EXIT PROGRAM
           END-IF.
       MENU-LOOP.
           DISPLAY "----------------------------------------".
           DISPLAY "SYNTHRHSH EIDWN (PRODREF)".
           DISPLAY "A=ADD M=MAINTAIN D=DELETE L=LIST X=EXIT".
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN WS-ACT-ADD
                   PERFORM 100-ADD-PRODUCT THRU 100-EXIT
               WHEN WS-ACT-MAINTAIN
                   PERFORM 200-MAINTAIN-PRODUCT
               WHEN WS-ACT-DELETE
                   PERFORM 300-DELETE-PRODUCT
               WHEN WS-ACT-LIST
                   PERFORM 400-LIST-PRODUCTS
               WHEN WS-ACT-EXIT
                   GO TO TELOS
               WHEN OTHER
                   DISPLAY "INVALID ACTION - TRY AGAIN"
           END-EVALUATE.
           GO TO MENU-LOOP.
      *
       100-ADD-PRODUCT.
           PERFORM 500-ACCEPT-PRODUCT-FIELDS.
           IF WS-CODE = SPACES
               DISPLAY "ITEM CODE MAY NOT BE BLANK - NOT ADDED"
               GO TO 100-EXIT
           END-IF.
           IF WS-CATEGORY = SPACES
               DISPLAY "CATEGORY MAY NOT BE BLANK - NOT ADDED"
               GO TO 100-EXIT
           END-IF.
           MOVE SPACES        TO PR-REC.
           MOVE WS-CODE       TO PR-CODE.
           MOVE WS-DESC       TO PR-DESC.
           MOVE WS-CATEGORY   TO PR-CATEGORY.
           MOVE WS-LIST-PRICE TO PR-LIST-PRICE.
           MOVE WS-TOLERANCE  TO PR-TOLERANCE.
           MOVE WS-ACTIVE     TO PR-ACTIVE.
           WRITE PR-REC
               INVALID KEY
                   DISPLAY "ITEM " WS-CODE " ALREADY ON FILE"
               NOT INVALID KEY
                   DISPLAY "ITEM " WS-CODE " ADDED"
           END-WRITE.
       100-EXIT.
           EXIT.
      *
       200-MAINTAIN-PRODUCT.
           DISPLAY "ENTER ITEM CODE: ".
           ACCEPT WS-CODE.
           MOVE WS-CODE TO PR-CODE.
           READ PRODREF
               INVALID KEY
                   DISPLAY "ITEM " WS-CODE " NOT ON FILE"
               NOT INVALID KEY
                   DISPLAY "CURRENT DESCRIPTION: " PR-DESC
                   DISPLAY "CURRENT CATEGORY   : " PR-CATEGORY
                   DISPLAY "CURRENT LIST PRICE : " PR-LIST-PRICE
                   DISPLAY "CURRENT TOLERANCE %: " PR-TOLERANCE
                   DISPLAY "CURRENT ACTIVE     : " PR-ACTIVE
                   DISPLAY "ENTER DESCRIPTION: "
                   ACCEPT WS-DESC
                   DISPLAY "ENTER CATEGORY: "
                   ACCEPT WS-CATEGORY
                   DISPLAY "ENTER LIST PRICE: "
                   ACCEPT WS-LIST-PRICE
                   DISPLAY "ENTER PRICE TOLERANCE % (0 = DEFAULT): "
                   ACCEPT WS-TOLERANCE
                   PERFORM 510-ACCEPT-ACTIVE
                   MOVE WS-DESC       TO PR-DESC
                   IF WS-CATEGORY NOT = SPACES
                       MOVE WS-CATEGORY TO PR-CATEGORY
                   END-IF
                   MOVE WS-LIST-PRICE TO PR-LIST-PRICE
                   MOVE WS-TOLERANCE  TO PR-TOLERANCE
                   MOVE WS-ACTIVE     TO PR-ACTIVE
                   REWRITE PR-REC
                       INVALID KEY
                           DISPLAY "ITEM " WS-CODE
                                   " COULD NOT BE UPDATED"
                       NOT INVALID KEY
                           DISPLAY "ITEM " WS-CODE " UPDATED"
                   END-REWRITE
           END-READ.
      *
       300-DELETE-PRODUCT.
      * items already on ARRAY.DAT keep their code - the sales
      * report lists a deleted code as not on PRODREF.  retiring an
      * item is normally done by setting it inactive instead
           DISPLAY "ENTER ITEM CODE: ".
           ACCEPT WS-CODE.
           MOVE WS-CODE TO PR-CODE.
           DELETE PRODREF
               INVALID KEY
                   DISPLAY "ITEM " WS-CODE " NOT ON FILE"
               NOT INVALID KEY
                   DISPLAY "ITEM " WS-CODE " DELETED"
           END-DELETE.
      *
       400-LIST-PRODUCTS.
           MOVE "N" TO WS-EOF-SW.
           MOVE LOW-VALUES TO PR-CODE.
           START PRODREF KEY NOT LESS THAN PR-CODE
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           DISPLAY "KWD     PERIGRAFH                 KATH"
                   "  TIMH       ANOX  ENERGO".
           PERFORM UNTIL WS-EOF
               READ PRODREF NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       DISPLAY PR-CODE "  " PR-DESC " " PR-CATEGORY
                               "  " PR-LIST-PRICE "  " PR-TOLERANCE
                               "    " PR-ACTIVE
               END-READ
           END-PERFORM.
      *
       500-ACCEPT-PRODUCT-FIELDS.
           DISPLAY "ENTER ITEM CODE: ".
           ACCEPT WS-CODE.
           DISPLAY "ENTER DESCRIPTION: ".
           ACCEPT WS-DESC.
           DISPLAY "ENTER CATEGORY: ".
           ACCEPT WS-CATEGORY.
           DISPLAY "ENTER LIST PRICE: ".
           ACCEPT WS-LIST-PRICE.
           DISPLAY "ENTER PRICE TOLERANCE % (0 = DEFAULT): ".
           ACCEPT WS-TOLERANCE.
           PERFORM 510-ACCEPT-ACTIVE.
      *
      * the sales entry takes an item only when it is flagged Y, so
      * anything but Y or N is asked for again rather than filed
       510-ACCEPT-ACTIVE.
           MOVE SPACE TO WS-ACTIVE.
           PERFORM UNTIL WS-ACTIVE-VALID
               DISPLAY "ACTIVE? (Y/N): "
               ACCEPT WS-ACTIVE
               IF NOT WS-ACTIVE-VALID
                   DISPLAY "ACTIVE MUST BE Y OR N - TRY AGAIN"
               END-IF
           END-PERFORM.
      *
       TELOS.
           CLOSE PRODREF.
           EXIT PROGRAM.
      *

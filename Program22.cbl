000000 01  WS-PASS-AGE        PIC S9(8).
000000 01  WS-NEW-PASS        PIC X(8).
000000 01  WS-NEW-PASS-2      PIC X(8).
000000 01  WS-SEC-EVENT       PIC X(8).
000000 01  WS-SEC-OPTION      PIC 9(2) VALUE 0.
000000*
      *
       LINKAGE SECTION.
000000     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
000000     PERFORM 100-LOAD-OPERATORS.
000000     IF LS-RETURN-CODE NOT = 0
000000         MOVE "REFUSED" TO WS-SEC-EVENT
000000         PERFORM 800-LOG-EVENT
000000         EXIT PROGRAM
000000     END-IF.
000000     MOVE 0 TO WS-OP-FOUND.
000000     IF WS-OP-FOUND = 0
000000         MOVE 96 TO LS-RETURN-CODE
000000         DISPLAY "SIGN-ON REFUSED - UNKNOWN USER"
000000         MOVE "REFUSED" TO WS-SEC-EVENT
000000         PERFORM 800-LOG-EVENT
000000         EXIT PROGRAM
000000     END-IF.
000000     MOVE WS-OP-FOUND TO WS-OP-IND.
000000     IF OT-STATUS (WS-OP-IND) = "D"
000000         MOVE 94 TO LS-RETURN-CODE
000000         DISPLAY "SIGN-ON REFUSED - ACCOUNT DISABLED"
000000         MOVE "REFUSED" TO WS-SEC-EVENT
000000         PERFORM 800-LOG-EVENT
000000         EXIT PROGRAM
000000     END-IF.
000000     IF OT-STATUS (WS-OP-IND) = "L"
000000         MOVE 93 TO LS-RETURN-CODE
000000         DISPLAY "SIGN-ON REFUSED - ACCOUNT LOCKED, ASK THE"
000000                 " ADMINISTRATOR TO UNLOCK IT"
000000         MOVE "REFUSED" TO WS-SEC-EVENT
000000         PERFORM 800-LOG-EVENT
000000         EXIT PROGRAM
000000     END-IF.
000000     IF OT-PASS (WS-OP-IND) NOT = LS-PASSWORD
000000     PERFORM 350-CHECK-PASSWORD-AGE.
000000     IF LS-RETURN-CODE NOT = 0
000000         PERFORM 900-SAVE-IF-DIRTY
000000         MOVE "PWREFUSE" TO WS-SEC-EVENT
000000         PERFORM 800-LOG-EVENT
000000         EXIT PROGRAM
000000     END-IF.
000000     MOVE OT-LEVEL (WS-OP-IND) TO LS-PERM-LEVEL.
000000     PERFORM 900-SAVE-IF-DIRTY.
000000     MOVE "SIGNON" TO WS-SEC-EVENT.
000000     PERFORM 800-LOG-EVENT.
000000     EXIT PROGRAM.
000000*
000000 100-LOAD-OPERATORS.
000000         MOVE 0 TO OT-FAILS (WS-OP-IND)
000000         DISPLAY "SIGN-ON REFUSED - WRONG PASSWORD, ACCOUNT"
000000                 " NOW LOCKED"
000000         MOVE "LOCKOUT" TO WS-SEC-EVENT
000000     ELSE
000000         DISPLAY "SIGN-ON REFUSED - WRONG PASSWORD"
000000         MOVE "BADPASS" TO WS-SEC-EVENT
000000     END-IF.
000000     PERFORM 800-LOG-EVENT.
000000     PERFORM 900-SAVE-IF-DIRTY.
000000*
000000 350-CHECK-PASSWORD-AGE.
000000     MOVE "N" TO OT-FORCE (WS-OP-IND).
000000     SET WS-DIRTY TO TRUE.
000000     DISPLAY "PASSWORD CHANGED".
000000     MOVE "PWCHANGE" TO WS-SEC-EVENT.
000000     PERFORM 800-LOG-EVENT.
000000*
000000 800-LOG-EVENT.
000000*    EVERY SIGN-ON OUTCOME GOES TO THE SECURITY LOG WITH THE
000000*    USER ID AS TYPED AND THE RETURN CODE GIVEN BACK
000000     CALL 'Program80' USING LS-USER-ID, WS-SEC-EVENT,
000000         WS-SEC-OPTION, LS-RETURN-CODE.
000000*
000000 900-SAVE-IF-DIRTY.
000000     IF NOT WS-DIRTY

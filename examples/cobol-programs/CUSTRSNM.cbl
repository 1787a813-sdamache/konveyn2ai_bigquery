      *
      *   CUSTRSNT: RSNT-ACTION 'A'/'U'/'R', RSNT-CODE, and for add /
      *   update the description and the applies-to status list.
      *   RSNT-APPLIES-TO may only name statuses A, I, S, M or C.
      *
      * MODIFICATION HISTORY
      *   2026-09-02  DCO  INITIAL VERSION.
      *   2026-10-15  DCO  C (CUST-CHARGED-OFF) ACCEPTED IN
      *                    RSNT-APPLIES-TO SO THE CUSTCHGO CHARGE-OFF
      *                    REASON CAN BE REGISTERED AGAINST THE STATUS
      *                    IT MOVES ACCOUNTS INTO.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRSNM.
      *================================================================
      * 2200-EDIT-APPLIES-TO
      *    RSNT-APPLIES-TO MAY ONLY NAME THE STATUSES THE MASTER
      *    KNOWS - A, I, S, M OR C - PADDED WITH SPACES.
      *================================================================
       2200-EDIT-APPLIES-TO.
           MOVE 'Y' TO WS-APPLIES-VALID-SW.
               AND RSNT-APPLIES-TO(WS-APPLIES-SUB:1) NOT = 'I'
               AND RSNT-APPLIES-TO(WS-APPLIES-SUB:1) NOT = 'S'
               AND RSNT-APPLIES-TO(WS-APPLIES-SUB:1) NOT = 'M'
               AND RSNT-APPLIES-TO(WS-APPLIES-SUB:1) NOT = 'C'
               AND RSNT-APPLIES-TO(WS-APPLIES-SUB:1) NOT = SPACE
               MOVE 'N' TO WS-APPLIES-VALID-SW
           END-IF.
           PERFORM 2200-EDIT-APPLIES-TO THRU 2200-EXIT.
           IF NOT WS-APPLIES-VALID
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE "APPLIES-TO MUST LIST A/I/S/M/C" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.
           IF WS-RSN-COUNT >= 500
               PERFORM 2200-EDIT-APPLIES-TO THRU 2200-EXIT
               IF NOT WS-APPLIES-VALID
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE "APPLIES-TO MUST LIST A/I/S/M/C"
                       TO WS-REJECT-REASON
                   GO TO 4000-EXIT
               END-IF

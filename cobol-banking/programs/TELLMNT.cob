      *   ADD    teller-id name limit [SUPERVISOR]
      *   STATUS teller-id A|I
      *   LIMIT  teller-id amount
      *   RFNDLIM teller-id amount
      *   BRANCH teller-id branch-code
      *   PASSWORD teller-id password [expire-date]
      *   UNLOCK teller-id
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Dual-control pending changes - a LIMIT or RFNDLIM
      *    change queues here for a DUALCTL supervisor review instead of
      *    applying on one operator's say-so
           SELECT PENDING-FILE ASSIGN TO "data/PENDCHG.DAT"
               ORGANIZATION IS SEQUENTIAL
      *                the teller master exists (and here it
      *                necessarily does)
                       PERFORM CAPTURE-PENDING-LIMIT
                   WHEN "RFNDLIM"
      *                The fee refund limit is an authority limit
      *                too, and queues the same way
                       PERFORM CAPTURE-PENDING-LIMIT
                   WHEN "BRANCH"
                       PERFORM UPDATE-TELLER-BRANCH
                   WHEN "PASSWORD"

           PERFORM UPPERCASE-COMMAND

      *    STATUS, LIMIT, RFNDLIM and BRANCH carry their value
      *    in the fourth token
           MOVE WS-NEW-TELLER-NAME(1:1) TO WS-NEW-STATUS
           MOVE WS-NEW-TELLER-NAME(1:3) TO WS-NEW-BRANCH
           IF (WS-COMMAND = "LIMIT" OR WS-COMMAND = "RFNDLIM") AND
              WS-NEW-TELLER-NAME NOT = SPACES
               COMPUTE WS-NEW-LIMIT =
                   FUNCTION NUMVAL(WS-NEW-TELLER-NAME)
           END-IF

           IF WS-COMMAND = "ADD" OR "STATUS" OR "LIMIT" OR "SHOW" OR
              "LIST" OR "BRANCH" OR "PASSWORD" OR "UNLOCK" OR
              "GRANT" OR "REVOKE" OR "RFNDLIM"
               SET VALID-COMMAND TO TRUE
           ELSE
               SET INVALID-COMMAND TO TRUE
                   MOVE WS-NEW-TELLER-NAME TO TLR-NAME
                   MOVE "A" TO TLR-STATUS
                   MOVE WS-NEW-LIMIT TO TLR-TXN-LIMIT
      *            The house refund limit applies until RFNDLIM
      *            sets the teller's own
                   MOVE ZERO TO TLR-REFUND-LIMIT
      *            New tellers start at head office until BRANCH
      *            places them
                   MOVE SPACES TO TLR-BRANCH


       CAPTURE-PENDING-LIMIT.
      *    Serves LIMIT and RFNDLIM alike - the operation names
      *    which limit DUALCTL sets on approval
           IF WS-NEW-LIMIT = ZERO
               DISPLAY "Error: " WS-COMMAND " needs the new amount"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "TELLMNT" TO PND-SOURCE
           MOVE WS-COMMAND TO PND-OPERATION
           MOVE SPACES TO PND-KEY
           MOVE WS-TELLER-ID-ARG TO PND-KEY
           MOVE SPACES TO PND-VALUE-TEXT
                   DISPLAY "Name:       " TLR-NAME
                   DISPLAY "Status:     " TLR-STATUS
                   DISPLAY "Limit:      $" WS-DISPLAY-LIMIT
                   IF TLR-REFUND-LIMIT IS NUMERIC AND
                      TLR-REFUND-LIMIT > ZERO
                       MOVE TLR-REFUND-LIMIT TO WS-DISPLAY-LIMIT
                       DISPLAY "Refund lim: $" WS-DISPLAY-LIMIT
                   ELSE
                       DISPLAY "Refund lim: house default"
                   END-IF
                   DISPLAY "Supervisor: " TLR-SUPERVISOR-FLAG
                   DISPLAY "Branch:     " TLR-BRANCH
                   DISPLAY "Lockout:    " TLR-LOCKOUT-FLAG
           DISPLAY "operator-id GRANT teller-id function"
           DISPLAY "operator-id REVOKE teller-id function"
           DISPLAY "  Functions: MONETARY REVERSAL ACCTMNT "
                   "FEEADJ PARMMNT CUSTMNT TELLMNT"
           DISPLAY "operator-id LIMIT teller-id amount"
           DISPLAY "  Example: T001 LIMIT T002 7500.00"
           DISPLAY "operator-id RFNDLIM teller-id amount"
           DISPLAY "  Example: T001 RFNDLIM T002 100.00"
           DISPLAY " "
           DISPLAY "operator-id SHOW teller-id"
           DISPLAY "  Example: T001 SHOW T002"

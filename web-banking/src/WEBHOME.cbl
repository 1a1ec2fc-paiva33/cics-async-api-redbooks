
      * The WEBHOMESTATUS response container's layout: the session
      * outcome, mirroring what the audit record carries, so the
      * front end can tell complete from degraded, failed, locked or
      * closed
       1 SERVICE-STATUS.
         2 SRV-STATUS             PIC X(8).
         2 SRV-FAILED-PROGRAM     PIC X(8).

      * Control file (see WEBCNTLR copybook): per-account overdraft
      * alert limits, maintained by the credit team through the WEBM
      * transaction (WEBCNTLM), the bounded child-collection wait,
      * and the CLOSED marker the WEBC transaction sets on a customer
       COPY WEBCNTLR.

       1 CONTROL-FILE-NAME        PIC X(8) VALUE 'WEBCNTL '.
      * ----
           PERFORM CHECK-ACCOUNT-LOCKOUT

      * ----
      * Refuse a customer closed by the WEBC transaction in the same
      * way, before any PIN or token is checked
      * ----
           PERFORM CHECK-CUSTOMER-CLOSED

      * ----
      * A service caller holding a session token from an earlier
      * log-on presents it instead of the PIN. An invalid, revoked
           SET ALR-DELIVERY-UNKNOWN TO TRUE
           MOVE SPACES            TO ALR-FAIL-REASON
           MOVE 0                 TO ALR-RETRY-COUNT
           MOVE SPACES            TO ALR-CHANNEL
           MOVE SPACES            TO ALR-SUPPRESS-REASON

           EXEC CICS WRITE FILE ( ALERT-FILE-NAME )
                     FROM   ( WEBALERT-RECORD )
           END-IF
           .

      * Read the customer's CLOSED marker from the control file (see
      * the WEBCNTLR copybook) and refuse the session if there is
      * one. No record means the customer has not been closed.
       CHECK-CUSTOMER-CLOSED.
           MOVE 'CLOSED  ' TO CTL-TYPE
           MOVE SPACES     TO CTL-ACCT
           MOVE CUST-NO-IN TO CTL-ACCT

           EXEC CICS READ FILE ( CONTROL-FILE-NAME )
                     INTO   ( WEBCNTL-RECORD )
                     RIDFLD ( CTL-KEY )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NOTFND)
             EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COMMAND

           PERFORM REFUSE-CLOSED-CUSTOMER
           .

      * Count a failed PIN check against the account: first failure
      * writes the record, later ones increment it, and reaching
      * MAX-PIN-FAILURES consecutive failures locks the account.
           EXEC CICS ABEND ABCODE('LOCK') NODUMP END-EXEC
           .

      * Refuse a closed customer exactly as a locked account is
      * refused, with the distinct CLOSED status on the audit record.
      * No child program has been started yet on this path.
       REFUSE-CLOSED-CUSTOMER.
           INITIALIZE STATUS-MSG
           MOVE '*** Customer closed - no further access.'
             TO MSG-TEXT
           PERFORM PRINT-STATUS-MESSAGE

           MOVE 'CLOSED' TO CURRENT-STATUS
           PERFORM PRINT-TEXT-TO-SCREEN

           PERFORM CAPTURE-CURRENT-TIME
           MOVE CURRENT-TIME-FIELD TO AUD-END-TIME
           MOVE 'CLOSED  '      TO AUD-FINAL-STATUS
           MOVE SPACES          TO AUD-FAILED-PROGRAM
           MOVE OVERDRAFT-ALERT-SW TO AUD-OVERDRAFT-FLAG
           PERFORM WRITE-AUDIT-RECORD

      * A service caller sees the closure in its status container
           IF SERVICE-MODE
             PERFORM SERVICE-FAILURE-RETURN
           END-IF

           EXEC CICS ABEND ABCODE('CLSD') NODUMP END-EXEC
           .

      * Put the retrieved log-on data back to the service caller as
      * response containers on its channel: customer name, loan rate,
      * both account tables (their leading counts included, exactly

       1 LOCKOUT-RECORD-FOUND-SW PIC X    VALUE 'N'.
         88 LOCKOUT-RECORD-FOUND          VALUE 'Y'.

      * Control file (see WEBCNTLR copybook): only the CLOSED marker
      * the WEBC transaction sets on a closed customer is read here
       COPY WEBCNTLR.

       1 CONTROL-FILE-NAME       PIC X(8) VALUE 'WEBCNTL '.

      * Session tokens (see WEBTOKNR copybook): a lockout raised
      * here revokes the account's tokens, exactly as WEBHOME and
      * WEBXFER do - a stolen token must not outlive the lockout

      * ----
      * Refuse a locked-out account before VERIFYPN is even driven -
      * the same lockout WEBHOME enforces at log-on - and a customer
      * closed by the WEBC transaction likewise
      * ----
           PERFORM CHECK-ACCOUNT-LOCKOUT
           PERFORM CHECK-CUSTOMER-CLOSED

      * ----
      * Verify the terminal user's PIN before the store is read or
           END-IF
           .

      * Read the customer's CLOSED marker from the control file and
      * refuse the request if there is one, as WEBHOME refuses the
      * log-on. No record means the customer has not been closed.
       CHECK-CUSTOMER-CLOSED.
           MOVE 'CLOSED  '  TO CTL-TYPE
           MOVE SPACES      TO CTL-ACCT
           MOVE INPUTACCNUM TO CTL-ACCT

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

           MOVE 'CUSTOMER CLOSED - NO FURTHER ACCESS' TO REPLY-TEXT
           PERFORM SEND-REPLY-AND-RETURN
           .

      * Count a failed PIN check against the account, exactly as
      * WEBHOME and WEBXFER do: first failure writes the record,
      * later ones increment it, and reaching MAX-PIN-FAILURES

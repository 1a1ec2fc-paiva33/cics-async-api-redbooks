       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
      ******************************************************************
      *  WEBCLOSE
      *
      * Is a CICS application example that closes a customer of the
      * simulated Web banking application and tidies every file the
      * customer appears on, so nothing is left for the operations
      * desk to clear by hand when a customer leaves:
      *   - every active WEBSORD standing order is cancelled (kept
      *     on the file with SOR-CANCELLED set, as WEBS does)
      *   - every active WEBTOKEN session token is revoked
      *   - the customer's own WEBPAYEE registrations are deleted
      *   - every other customer's WEBPAYEE registration of one of
      *     the customer's current accounts is deleted, so WEBPAYMT
      *     can no longer pay into a closed account
      *   - the customer's XFERCAP record and the ODLIMIT record of
      *     each current account are deleted from WEBCNTL
      *   - a CLOSED marker is written to WEBCNTL, on which WEBHOME,
      *     WEBXFER, WEBPAYMT, WEBPAYEM and WEBSOADM refuse the
      *     customer
      * Partner (joint) accounts are shared with another holder and
      * stay open: their ODLIMIT records and other customers' payee
      * registrations of them are left alone.

      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example

      *
      * This example is driven via CICS terminal, for supervisor use
      * only, after the customer's instruction has been verified by
      * the ops desk procedure. It is run as transaction
      * 'WEBC'
      * in the form:
      * WEBC nnnn           - show whether the customer is closed
      * WEBC nnnn CLOSE     - request (or approve) the closure
      * eg:
      * 'WEBC 0001 CLOSE'
      *
      ******************************************************************
      *
      * **** NOTE ****
      * Every action here is written to the WEBADMLG admin-action
      * log, and a closure is under dual control exactly as a WEBL
      * unlock is: the first supervisor's CLOSE stores a pending
      * action on the WEBPEND file, and only a DIFFERENT supervisor
      * keying the same CLOSE applies it. Each control record the
      * closure deletes is logged as a SET with its old value, and
      * the approval carries the counts of what was tidied in the
      * reply and the CICS log. The whole closure is one unit of
      * work: an abend part-way backs every change out, and the
      * approval can simply be keyed again.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. WEBCLOSE.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * For messages printed to the terminal screen
       1 TERMINAL-REPLY.
         2 FILLER                 PIC X(9)  VALUE 'WEBCLOSE '.
         2 REPLY-TEXT             PIC X(70) VALUE SPACES.

      * For messages displayed to the CICS log
       1 STATUS-MSG.
         2 MSG-TIME.
           3 MSG-HOUR            PIC X(2).
           3 FILLER              PIC X(1)  VALUE ':'.
           3 MSG-MIN             PIC X(2).
           3 FILLER              PIC X(1)  VALUE '.'.
           3 MSG-SEC             PIC X(2).
           3 FILLER              PIC X(1)  VALUE SPACES.
         2 MSG-TEXT              PIC X(61) VALUE ' '.

      * Maps the terminal input, entered as: WEBC nnnn [CLOSE]
       1 READ-INPUT.
         2 TRANID                PIC X(4) VALUE '    '.
         2 FILLER                PIC X(1).
         2 INPUTACCNUM           PIC X(4) VALUE '    '.
         2 FILLER                PIC X(1).
         2 INPUTACTION           PIC X(8) VALUE ' '.
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 18.

       1 COMMAND-RESP            PIC S9(8) COMP.
       1 COMMAND-RESP2           PIC S9(8) COMP.

       1 ABEND-CODE              PIC X(4) VALUE 'WCLS'.

      * Input record handed to the account-fetch child
       1 ACCOUNT-NUMBER-IN.
         2 CUST-NO-IN             PIC X(4).

      * Current account details are received as a variable-length
      * container, laid out exactly as WEBXFER receives it
       1 CURRENT-ACCOUNTS.
         2  NUMBER-OF-ACCOUNTS    PIC S9(4) COMP-5 SYNC VALUE 0.
         2  ACCOUNT-DETAILS OCCURS 1 TO 20 TIMES
                            DEPENDING ON NUMBER-OF-ACCOUNTS
                                      OF CURRENT-ACCOUNTS.
           3  ACCT-NUMBER          PIC X(8) VALUE ' '.
           3  BALANCE              PIC S9(6)V99 COMP-3 VALUE 0.
           3  OVERDRAFT            PIC S9(6)V99 COMP-3 VALUE 0.
           3  CURRENCY-CODE        PIC X(3) VALUE ' '.

       1 MAX-ACCOUNTS           PIC S9(4) COMP-5 SYNC VALUE 20.

      * Used to peek at a container's leading bytes (the account
      * count) without copying the whole thing, as WEBSOEXC does
       1 CONTAINER-PTR          USAGE POINTER.
       1 ACCOUNTS-LEN           PIC S9(9) COMP.

       1 CONTAINER-NAMES.
         2 INPUT-CONTAINER       PIC X(16) VALUE 'INPUTCONTAINER  '.
         2 ACCTCURR-CONTAINER    PIC X(16) VALUE 'ACCTCURRCONT    '.

       1 FETCH-CHANNELS.
         2 CHANNEL-ACCTCURR      PIC X(16) VALUE 'ACCTCURRCHANNEL '.

       1 PROGRAM-NAMES.
         2 ACCTCURR              PIC X(8) VALUE 'ACCTCURR'.

       1 COUNTER                 PIC S9(4) COMP-5 SYNC VALUE 0.

      * Control file (see WEBCNTLR copybook): the CLOSED marker, and
      * the XFERCAP and ODLIMIT records the closure removes
       COPY WEBCNTLR.

       1 CONTROL-FILE-NAME       PIC X(8) VALUE 'WEBCNTL '.

      * Standing-order store (see WEBSORDR copybook)
       COPY WEBSORDR.

       1 SORDER-FILE-NAME        PIC X(8) VALUE 'WEBSORD '.

      * Session tokens (see WEBTOKNR copybook)
       COPY WEBTOKNR.

       1 TOKEN-FILE-NAME         PIC X(8) VALUE 'WEBTOKEN'.

      * Registered payees (see WEBPAYER copybook)
       COPY WEBPAYER.

       1 PAYEE-FILE-NAME         PIC X(8) VALUE 'WEBPAYEE'.

      * Admin-action log (see WEBADMLR copybook): one record per
      * action taken here, reported daily by WEBADMRP
       COPY WEBADMLR.

       1 ADMIN-LOG-FILE-NAME     PIC X(8) VALUE 'WEBADMLG'.

      * Pending dual-control actions (see WEBPENDR copybook)
       COPY WEBPENDR.

       1 PENDING-FILE-NAME       PIC X(8) VALUE 'WEBPEND '.
       1 PENDING-FOUND-SW        PIC X    VALUE 'N'.
         88 PENDING-FOUND                 VALUE 'Y'.

      * Who is acting: the signed-on CICS user and the terminal,
      * captured up front for every log record written
       1 OPERATOR-ID             PIC X(8) VALUE SPACES.
       1 THIS-TRANSACTION        PIC X(4) VALUE 'WEBC'.

       1 OPEN-VALUE              PIC X(12) VALUE 'OPEN'.
       1 CLOSED-VALUE            PIC X(12) VALUE 'CLOSED'.
       1 DELETED-VALUE           PIC X(12) VALUE 'DELETED'.

      * A control value rendered for the log, eg '   2500.00'
       1 CONTROL-VALUE-DISPLAY   PIC -(7)9.99.

      * The closure marker, when found
       1 CLOSED-SW               PIC X    VALUE 'N'.
         88 CUSTOMER-CLOSED               VALUE 'Y'.

      * The target of a request turned away before any record was
      * read, rendered from the raw input for the REFUSED log entry
       1 REFUSED-TARGET.
         2 RT-ACCOUNT             PIC X(4).
         2 FILLER                 PIC X(1)  VALUE SPACES.
         2 RT-ACTION              PIC X(8).
         2 FILLER                 PIC X(3)  VALUE SPACES.

      * Each tidying sweep collects the keys of the records to change
      * first and applies the changes once its browse is closed - a
      * record cannot be rewritten or deleted while a browse is
      * still open on the file. A sweep that fills the table is
      * simply run again until one does not.
       1 MAX-SWEEP-KEYS          PIC S9(4) COMP-5 SYNC VALUE 50.
       1 SWEEP-KEY-COUNT         PIC S9(4) COMP-5 SYNC VALUE 0.
       1 SWEEP-KEY-IX            PIC S9(4) COMP-5 SYNC VALUE 0.
       1 SWEEP-KEY-TABLE.
         2 SWEEP-KEY OCCURS 50 TIMES PIC X(20).
       1 SWEEP-FULL-SW           PIC X     VALUE 'N'.
         88 SWEEP-FULL                    VALUE 'Y'.
       1 BROWSE-ENDED-SW         PIC X     VALUE 'N'.
         88 BROWSE-ENDED                  VALUE 'Y'.
       1 CLOSED-ACCT-SW          PIC X     VALUE 'N'.
         88 CLOSED-ACCT-FOUND             VALUE 'Y'.

      * What the closure tidied, for the reply and the CICS log
       1 ORDERS-CANCELLED        PIC 9(3)  VALUE 0.
       1 TOKENS-REVOKED          PIC 9(3)  VALUE 0.
       1 PAYEES-DELETED          PIC 9(3)  VALUE 0.
       1 INBOUND-PAYEES-DELETED  PIC 9(3)  VALUE 0.
       1 CONTROLS-DELETED        PIC 9(3)  VALUE 0.

       1 CURRENT-TIME-FIELD.
         2 CT-HOUR             PIC X(2).
         2 CT-MIN              PIC X(2).
         2 CT-SEC              PIC X(2).

        LINKAGE SECTION.

      * Overlaid via SET ADDRESS OF ... TO CONTAINER-PTR to peek
      * at the account count leading the ACCTCURR container
      * without copying the whole (variable-length) container.
       1 PEEK-ACCOUNTS.
         2 PEEK-NUM-ACCOUNTS    PIC S9(4) COMP-5 SYNC.

       PROCEDURE DIVISION.

       MAINLINE SECTION.
      * --------------------------------------------------------------
      * Start of the main code execution
      * --------------------------------------------------------------

           INITIALIZE STATUS-MSG
           MOVE 'Started customer closure' TO MSG-TEXT
           PERFORM PRINT-STATUS-MESSAGE

           MOVE SPACES TO READ-INPUT
           EXEC CICS RECEIVE INTO       ( READ-INPUT )
                             LENGTH     ( READ-INPUT-LENGTH )
                             NOTRUNCATE
                             RESP       ( COMMAND-RESP )
                             RESP2      ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND

      * who is acting - every log record carries it
           EXEC CICS ASSIGN USERID ( OPERATOR-ID )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND

           IF INPUTACCNUM = SPACES
              OR INPUTACCNUM IS NOT NUMERIC
             MOVE 'CUSTOMER NUMBER MISSING OR NOT NUMERIC'
               TO REPLY-TEXT
             PERFORM LOG-REFUSED-REQUEST
             PERFORM SEND-REPLY-AND-RETURN
           END-IF

           MOVE INPUTACCNUM TO CUST-NO-IN

           EVALUATE INPUTACTION
             WHEN SPACES
               PERFORM SHOW-CLOSURE-STATE
             WHEN 'CLOSE   '
               PERFORM CLOSE-CUSTOMER
             WHEN OTHER
               MOVE 'ACTION NOT RECOGNISED - USE CLOSE OR BLANK'
                 TO REPLY-TEXT
               PERFORM LOG-REFUSED-REQUEST
           END-EVALUATE

           PERFORM SEND-REPLY-AND-RETURN
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * --------------------------------------------------------------
      * Below are helpful procedures and routines
      * --------------------------------------------------------------

      * Show whether the customer is closed (and when), or open with
      * a closure pending a second supervisor
       SHOW-CLOSURE-STATE.
           PERFORM READ-CLOSURE-MARKER

           MOVE 'VIEW    '  TO ADM-ACTION
           MOVE INPUTACCNUM TO ADM-TARGET-KEY
           MOVE SPACES      TO ADM-AFTER-VALUE

           IF CUSTOMER-CLOSED
             MOVE CLOSED-VALUE TO ADM-BEFORE-VALUE
             PERFORM WRITE-ADMIN-LOG
             STRING 'CUST# ' DELIMITED BY SIZE
                    INPUTACCNUM DELIMITED BY SIZE
                    ' CLOSED ON ' DELIMITED BY SIZE
                    CTL-UPDATED-DATE DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    CTL-UPDATED-TIME DELIMITED BY SIZE
                  INTO REPLY-TEXT
             EXIT PARAGRAPH
           END-IF

           MOVE OPEN-VALUE TO ADM-BEFORE-VALUE
           PERFORM WRITE-ADMIN-LOG

           PERFORM READ-PENDING-CLOSE

           IF PENDING-FOUND
             STRING 'CUST# ' DELIMITED BY SIZE
                    INPUTACCNUM DELIMITED BY SIZE
                    ' OPEN - CLOSURE PENDING, REQUESTED BY '
                    DELIMITED BY SIZE
                    PND-REQUESTED-BY DELIMITED BY SPACE
                  INTO REPLY-TEXT
           ELSE
             STRING 'CUST# ' DELIMITED BY SIZE
                    INPUTACCNUM DELIMITED BY SIZE
                    ' OPEN' DELIMITED BY SIZE
                  INTO REPLY-TEXT
           END-IF
           .

      * Handle a CLOSE request under dual control: the first
      * supervisor's request is stored pending on WEBPEND, and only
      * a different supervisor keying the same CLOSE applies it.
      * The requester re-keying their own request is refused and
      * logged - one operator can never both request and approve.
       CLOSE-CUSTOMER.
           PERFORM READ-CLOSURE-MARKER

           IF CUSTOMER-CLOSED
             STRING 'CUST# ' DELIMITED BY SIZE
                    INPUTACCNUM DELIMITED BY SIZE
                    ' ALREADY CLOSED ON ' DELIMITED BY SIZE
                    CTL-UPDATED-DATE DELIMITED BY SIZE
                  INTO REPLY-TEXT
             MOVE 'REFUSED '  TO ADM-ACTION
             MOVE INPUTACCNUM TO ADM-TARGET-KEY
             MOVE CLOSED-VALUE TO ADM-BEFORE-VALUE
             MOVE SPACES      TO ADM-AFTER-VALUE
             PERFORM WRITE-ADMIN-LOG
             EXIT PARAGRAPH
           END-IF

           PERFORM READ-PENDING-CLOSE

           IF NOT PENDING-FOUND
             PERFORM STORE-PENDING-CLOSE
             EXIT PARAGRAPH
           END-IF

           IF PND-REQUESTED-BY = OPERATOR-ID
             MOVE 'CLOSURE ALREADY PENDING - NEEDS A SECOND SUPERVISOR'
               TO REPLY-TEXT
             MOVE 'REFUSED '  TO ADM-ACTION
             MOVE INPUTACCNUM TO ADM-TARGET-KEY
             MOVE OPEN-VALUE  TO ADM-BEFORE-VALUE
             MOVE SPACES      TO ADM-AFTER-VALUE
             PERFORM WRITE-ADMIN-LOG
             EXIT PARAGRAPH
           END-IF

           PERFORM APPLY-PENDING-CLOSE
           .

      * Read the customer's CLOSED marker from the control file
       READ-CLOSURE-MARKER.
           MOVE 'N' TO CLOSED-SW

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

           SET CUSTOMER-CLOSED TO TRUE
           .

      * Look for a pending closure for this customer
       READ-PENDING-CLOSE.
           MOVE 'N' TO PENDING-FOUND-SW

           MOVE THIS-TRANSACTION TO PND-TRANSACTION
           MOVE 'CLOSE   '       TO PND-ACTION
           MOVE SPACES           TO PND-TARGET-KEY
           MOVE INPUTACCNUM      TO PND-TARGET-KEY

           EXEC CICS READ FILE ( PENDING-FILE-NAME )
                     INTO   ( WEBPEND-RECORD )
                     RIDFLD ( PND-KEY )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NOTFND)
             EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COMMAND

           SET PENDING-FOUND TO TRUE
           .

      * Store the closure as a pending action awaiting a second
      * supervisor, and log that it was requested
       STORE-PENDING-CLOSE.
           INITIALIZE WEBPEND-RECORD
           MOVE THIS-TRANSACTION TO PND-TRANSACTION
           MOVE 'CLOSE   '       TO PND-ACTION
           MOVE INPUTACCNUM      TO PND-TARGET-KEY
           MOVE OPERATOR-ID      TO PND-REQUESTED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO PND-REQ-DATE
           PERFORM CAPTURE-CURRENT-TIME
           MOVE CURRENT-TIME-FIELD TO PND-REQ-TIME
           MOVE OPEN-VALUE       TO PND-OLD-VALUE
           MOVE CLOSED-VALUE     TO PND-NEW-VALUE

           EXEC CICS WRITE FILE ( PENDING-FILE-NAME )
                     FROM   ( WEBPEND-RECORD )
                     RIDFLD ( PND-KEY )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND

           MOVE 'PENDING '   TO ADM-ACTION
           MOVE INPUTACCNUM  TO ADM-TARGET-KEY
           MOVE OPEN-VALUE   TO ADM-BEFORE-VALUE
           MOVE CLOSED-VALUE TO ADM-AFTER-VALUE
           PERFORM WRITE-ADMIN-LOG

           STRING 'CUST# ' DELIMITED BY SIZE
                  INPUTACCNUM DELIMITED BY SIZE
                  ' CLOSURE STORED - SECOND SUPERVISOR MUST APPROVE'
                  DELIMITED BY SIZE
                INTO REPLY-TEXT
           .

      * A different supervisor has re-keyed the pending closure:
      * mark the customer closed, tidy every file they appear on,
      * clear the pending action, and log the approval
       APPLY-PENDING-CLOSE.
           PERFORM FETCH-CURRENT-ACCOUNTS

           PERFORM WRITE-CLOSURE-MARKER

           PERFORM CANCEL-STANDING-ORDERS
           PERFORM REVOKE-CUSTOMER-TOKENS
           PERFORM DELETE-OWN-PAYEES
           PERFORM DELETE-INBOUND-PAYEES
           PERFORM DELETE-CONTROL-RECORDS

           MOVE THIS-TRANSACTION TO PND-TRANSACTION
           MOVE 'CLOSE   '       TO PND-ACTION
           MOVE SPACES           TO PND-TARGET-KEY
           MOVE INPUTACCNUM      TO PND-TARGET-KEY

           EXEC CICS DELETE FILE ( PENDING-FILE-NAME )
                     RIDFLD ( PND-KEY )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND

           MOVE 'APPROVE '   TO ADM-ACTION
           MOVE INPUTACCNUM  TO ADM-TARGET-KEY
           MOVE OPEN-VALUE   TO ADM-BEFORE-VALUE
           MOVE CLOSED-VALUE TO ADM-AFTER-VALUE
           PERFORM WRITE-ADMIN-LOG

           STRING 'CUST# ' DELIMITED BY SIZE
                  INPUTACCNUM DELIMITED BY SIZE
                  ' CLOSED - ORDERS ' DELIMITED BY SIZE
                  ORDERS-CANCELLED DELIMITED BY SIZE
                  ' TOKENS ' DELIMITED BY SIZE
                  TOKENS-REVOKED DELIMITED BY SIZE
                  ' PAYEES ' DELIMITED BY SIZE
                  PAYEES-DELETED DELIMITED BY SIZE
                  '+' DELIMITED BY SIZE
                  INBOUND-PAYEES-DELETED DELIMITED BY SIZE
                  ' CONTROLS ' DELIMITED BY SIZE
                  CONTROLS-DELETED DELIMITED BY SIZE
                INTO REPLY-TEXT

           INITIALIZE STATUS-MSG
           STRING 'Customer ' DELIMITED BY SIZE
                  INPUTACCNUM DELIMITED BY SIZE
                  ' closed under dual control, requested by '
                  DELIMITED BY SIZE
                  PND-REQUESTED-BY DELIMITED BY SPACE
                INTO MSG-TEXT
           PERFORM PRINT-STATUS-MESSAGE
           .

      * Write the CLOSED marker the customer-driven transactions
      * refuse on; its timestamp is the closure date and time
       WRITE-CLOSURE-MARKER.
           INITIALIZE WEBCNTL-RECORD
           MOVE 'CLOSED  '  TO CTL-TYPE
           MOVE INPUTACCNUM TO CTL-ACCT
           MOVE 0           TO CTL-VALUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-UPDATED-DATE
           PERFORM CAPTURE-CURRENT-TIME
           MOVE CURRENT-TIME-FIELD TO CTL-UPDATED-TIME

           EXEC CICS WRITE FILE ( CONTROL-FILE-NAME )
                     FROM   ( WEBCNTL-RECORD )
                     RIDFLD ( CTL-KEY )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND
           .

      * Cancel every active standing order the customer holds
       CANCEL-STANDING-ORDERS.
           SET SWEEP-FULL TO TRUE
           PERFORM UNTIL NOT SWEEP-FULL
             PERFORM COLLECT-ACTIVE-ORDERS
             PERFORM VARYING SWEEP-KEY-IX FROM 1 BY 1
                       UNTIL SWEEP-KEY-IX > SWEEP-KEY-COUNT
               PERFORM CANCEL-ONE-ORDER
             END-PERFORM
           END-PERFORM
           .

       COLLECT-ACTIVE-ORDERS.
           MOVE 0   TO SWEEP-KEY-COUNT
           MOVE 'N' TO SWEEP-FULL-SW
           MOVE 'N' TO BROWSE-ENDED-SW

           INITIALIZE WEBSORD-RECORD
           MOVE INPUTACCNUM TO SOR-CUSTOMER-NUM
           MOVE 0           TO SOR-ORDER-NUM

           EXEC CICS STARTBR FILE ( SORDER-FILE-NAME )
                     RIDFLD ( SOR-KEY )
                     GTEQ
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

      * NOTFND here means nothing at or beyond the customer's range
           IF COMMAND-RESP = DFHRESP(NOTFND)
             EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COMMAND

           PERFORM READ-NEXT-ORDER
           PERFORM UNTIL BROWSE-ENDED OR SWEEP-FULL
             IF SOR-ACTIVE
               ADD 1 TO SWEEP-KEY-COUNT
               MOVE SOR-KEY TO SWEEP-KEY (SWEEP-KEY-COUNT)
               IF SWEEP-KEY-COUNT >= MAX-SWEEP-KEYS
                 SET SWEEP-FULL TO TRUE
               END-IF
             END-IF
             PERFORM READ-NEXT-ORDER
           END-PERFORM

           EXEC CICS ENDBR FILE ( SORDER-FILE-NAME )
                     RESP  ( COMMAND-RESP )
                     RESP2 ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND
           .

       READ-NEXT-ORDER.
           EXEC CICS READNEXT FILE ( SORDER-FILE-NAME )
                     INTO   ( WEBSORD-RECORD )
                     RIDFLD ( SOR-KEY )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(ENDFILE)
             SET BROWSE-ENDED TO TRUE
             EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COMMAND

           IF SOR-CUSTOMER-NUM NOT = INPUTACCNUM
             SET BROWSE-ENDED TO TRUE
           END-IF
           .

       CANCEL-ONE-ORDER.
           MOVE SWEEP-KEY (SWEEP-KEY-IX) TO SOR-KEY

           EXEC CICS READ FILE ( SORDER-FILE-NAME )
                     INTO   ( WEBSORD-RECORD )
                     RIDFLD ( SOR-KEY )
                     UPDATE
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND

           SET SOR-CANCELLED TO TRUE

           EXEC CICS REWRITE FILE ( SORDER-FILE-NAME )
                     FROM   ( WEBSORD-RECORD )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND

           ADD 1 TO ORDERS-CANCELLED
           .

      * Revoke every active session token the customer holds
       REVOKE-CUSTOMER-TOKENS.
           SET SWEEP-FULL TO TRUE
           PERFORM UNTIL NOT SWEEP-FULL
             PERFORM COLLECT-ACTIVE-TOKENS
             PERFORM VARYING SWEEP-KEY-IX FROM 1 BY 1
                       UNTIL SWEEP-KEY-IX > SWEEP-KEY-COUNT
               PERFORM REVOKE-ONE-TOKEN
             END-PERFORM
           END-PERFORM
           .

       COLLECT-ACTIVE-TOKENS.
           MOVE 0   TO SWEEP-KEY-COUNT
           MOVE 'N' TO SWEEP-FULL-SW
           MOVE 'N' TO BROWSE-ENDED-SW

           INITIALIZE WEBTOKEN-RECORD
           MOVE INPUTACCNUM TO TOK-ACCOUNT-NUM

           EXEC CICS STARTBR FILE ( TOKEN-FILE-NAME )
                     RIDFLD ( TOK-KEY )
                     GTEQ
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NOTFND)
             EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COMMAND

           PERFORM READ-NEXT-TOKEN
           PERFORM UNTIL BROWSE-ENDED OR SWEEP-FULL
             IF TOK-ACTIVE
               ADD 1 TO SWEEP-KEY-COUNT
               MOVE TOK-KEY TO SWEEP-KEY (SWEEP-KEY-COUNT)
               IF SWEEP-KEY-COUNT >= MAX-SWEEP-KEYS
                 SET SWEEP-FULL TO TRUE
               END-IF
             END-IF
             PERFORM READ-NEXT-TOKEN
           END-PERFORM

           EXEC CICS ENDBR FILE ( TOKEN-FILE-NAME )
                     RESP  ( COMMAND-RESP )
                     RESP2 ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND
           .

       READ-NEXT-TOKEN.
           EXEC CICS READNEXT FILE ( TOKEN-FILE-NAME )
                     INTO   ( WEBTOKEN-RECORD )
                     RIDFLD ( TOK-KEY )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(ENDFILE)
             SET BROWSE-ENDED TO TRUE
             EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COMMAND

           IF TOK-ACCOUNT-NUM NOT = INPUTACCNUM
             SET BROWSE-ENDED TO TRUE
           END-IF
           .

       REVOKE-ONE-TOKEN.
           MOVE SWEEP-KEY (SWEEP-KEY-IX) TO TOK-KEY

           EXEC CICS READ FILE ( TOKEN-FILE-NAME )
                     INTO   ( WEBTOKEN-RECORD )
                     RIDFLD ( TOK-KEY )
                     UPDATE
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND

           SET TOK-REVOKED TO TRUE

           EXEC CICS REWRITE FILE ( TOKEN-FILE-NAME )
                     FROM   ( WEBTOKEN-RECORD )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND

           ADD 1 TO TOKENS-REVOKED
           .

      * Delete every payee the customer has registered
       DELETE-OWN-PAYEES.
           SET SWEEP-FULL TO TRUE
           PERFORM UNTIL NOT SWEEP-FULL
             PERFORM COLLECT-OWN-PAYEES
             PERFORM VARYING SWEEP-KEY-IX FROM 1 BY 1
                       UNTIL SWEEP-KEY-IX > SWEEP-KEY-COUNT
               PERFORM DELETE-ONE-PAYEE
               ADD 1 TO PAYEES-DELETED
             END-PERFORM
           END-PERFORM
           .

       COLLECT-OWN-PAYEES.
           MOVE 0   TO SWEEP-KEY-COUNT
           MOVE 'N' TO SWEEP-FULL-SW
           MOVE 'N' TO BROWSE-ENDED-SW

           INITIALIZE WEBPAYEE-RECORD
           MOVE INPUTACCNUM TO PYE-CUSTOMER-NUM
           MOVE LOW-VALUES  TO PYE-ACCT-NUMBER

           EXEC CICS STARTBR FILE ( PAYEE-FILE-NAME )
                     RIDFLD ( PYE-KEY )
                     GTEQ
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NOTFND)
             EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COMMAND

           PERFORM READ-NEXT-PAYEE
           PERFORM UNTIL BROWSE-ENDED OR SWEEP-FULL
             IF PYE-CUSTOMER-NUM NOT = INPUTACCNUM
               SET BROWSE-ENDED TO TRUE
             ELSE
               ADD 1 TO SWEEP-KEY-COUNT
               MOVE PYE-KEY TO SWEEP-KEY (SWEEP-KEY-COUNT)
               IF SWEEP-KEY-COUNT >= MAX-SWEEP-KEYS
                 SET SWEEP-FULL TO TRUE
               END-IF
               PERFORM READ-NEXT-PAYEE
             END-IF
           END-PERFORM

           EXEC CICS ENDBR FILE ( PAYEE-FILE-NAME )
                     RESP  ( COMMAND-RESP )
                     RESP2 ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND
           .

      * Delete every other customer's registration of one of the
      * closed customer's current accounts. The registry is keyed by
      * the registering customer, so this is a sweep of the whole
      * file.
       DELETE-INBOUND-PAYEES.
           IF NUMBER-OF-ACCOUNTS OF CURRENT-ACCOUNTS = 0
             EXIT PARAGRAPH
           END-IF

           SET SWEEP-FULL TO TRUE
           PERFORM UNTIL NOT SWEEP-FULL
             PERFORM COLLECT-INBOUND-PAYEES
             PERFORM VARYING SWEEP-KEY-IX FROM 1 BY 1
                       UNTIL SWEEP-KEY-IX > SWEEP-KEY-COUNT
               PERFORM DELETE-ONE-PAYEE
               ADD 1 TO INBOUND-PAYEES-DELETED
             END-PERFORM
           END-PERFORM
           .

       COLLECT-INBOUND-PAYEES.
           MOVE 0   TO SWEEP-KEY-COUNT
           MOVE 'N' TO SWEEP-FULL-SW
           MOVE 'N' TO BROWSE-ENDED-SW

           MOVE LOW-VALUES TO PYE-KEY

           EXEC CICS STARTBR FILE ( PAYEE-FILE-NAME )
                     RIDFLD ( PYE-KEY )
                     GTEQ
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

      * NOTFND here means an empty registry
           IF COMMAND-RESP = DFHRESP(NOTFND)
             EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COMMAND

           PERFORM READ-NEXT-PAYEE
           PERFORM UNTIL BROWSE-ENDED OR SWEEP-FULL
             PERFORM CHECK-CLOSED-ACCOUNT
             IF CLOSED-ACCT-FOUND
               ADD 1 TO SWEEP-KEY-COUNT
               MOVE PYE-KEY TO SWEEP-KEY (SWEEP-KEY-COUNT)
               IF SWEEP-KEY-COUNT >= MAX-SWEEP-KEYS
                 SET SWEEP-FULL TO TRUE
               END-IF
             END-IF
             PERFORM READ-NEXT-PAYEE
           END-PERFORM

           EXEC CICS ENDBR FILE ( PAYEE-FILE-NAME )
                     RESP  ( COMMAND-RESP )
                     RESP2 ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND
           .

      * Set CLOSED-ACCT-FOUND when the payee record in hand names
      * one of the closed customer's current accounts
       CHECK-CLOSED-ACCOUNT.
           MOVE 'N' TO CLOSED-ACCT-SW

           PERFORM VARYING COUNTER FROM 1 BY 1
                     UNTIL COUNTER >
                       NUMBER-OF-ACCOUNTS OF CURRENT-ACCOUNTS
                        OR CLOSED-ACCT-FOUND
             IF PYE-ACCT-NUMBER =
                  ACCT-NUMBER OF CURRENT-ACCOUNTS (COUNTER)
               SET CLOSED-ACCT-FOUND TO TRUE
             END-IF
           END-PERFORM
           .

       READ-NEXT-PAYEE.
           EXEC CICS READNEXT FILE ( PAYEE-FILE-NAME )
                     INTO   ( WEBPAYEE-RECORD )
                     RIDFLD ( PYE-KEY )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(ENDFILE)
             SET BROWSE-ENDED TO TRUE
             EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COMMAND
           .

       DELETE-ONE-PAYEE.
           MOVE SWEEP-KEY (SWEEP-KEY-IX) TO PYE-KEY

           EXEC CICS DELETE FILE ( PAYEE-FILE-NAME )
                     RIDFLD ( PYE-KEY )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND
           .

      * Delete the customer's own XFERCAP record and the ODLIMIT
      * record of each current account. A customer or account with
      * no record of its own was on the *DEFAULT entry - nothing to
      * delete.
       DELETE-CONTROL-RECORDS.
           MOVE 'XFERCAP '  TO CTL-TYPE
           MOVE SPACES      TO CTL-ACCT
           MOVE INPUTACCNUM TO CTL-ACCT
           PERFORM DELETE-ONE-CONTROL

           PERFORM VARYING COUNTER FROM 1 BY 1
                     UNTIL COUNTER >
                       NUMBER-OF-ACCOUNTS OF CURRENT-ACCOUNTS
             MOVE 'ODLIMIT '  TO CTL-TYPE
             MOVE ACCT-NUMBER OF CURRENT-ACCOUNTS (COUNTER)
               TO CTL-ACCT
             PERFORM DELETE-ONE-CONTROL
           END-PERFORM
           .

      * Delete the control record keyed in CTL-KEY, logging its old
      * value as a SET to DELETED
       DELETE-ONE-CONTROL.
           EXEC CICS READ FILE ( CONTROL-FILE-NAME )
                     INTO   ( WEBCNTL-RECORD )
                     RIDFLD ( CTL-KEY )
                     UPDATE
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NOTFND)
             EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COMMAND

           EXEC CICS DELETE FILE ( CONTROL-FILE-NAME )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND

           ADD 1 TO CONTROLS-DELETED

           MOVE CTL-VALUE     TO CONTROL-VALUE-DISPLAY
           MOVE 'SET     '    TO ADM-ACTION
           MOVE CTL-KEY       TO ADM-TARGET-KEY
           MOVE CONTROL-VALUE-DISPLAY TO ADM-BEFORE-VALUE
           MOVE DELETED-VALUE TO ADM-AFTER-VALUE
           PERFORM WRITE-ADMIN-LOG
           .

      * Fetch the customer's current accounts from ACCTCURR with a
      * plain synchronous LINK, then read the variable-length result
      * container back with the same two-step GET (peek at the count,
      * clamp, then copy) that WEBXFER uses.
       FETCH-CURRENT-ACCOUNTS.
           EXEC CICS PUT CONTAINER ( INPUT-CONTAINER )
                           FROM    ( ACCOUNT-NUMBER-IN )
                           CHANNEL ( CHANNEL-ACCTCURR )
                           RESP    ( COMMAND-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND

           EXEC CICS LINK PROGRAM ( ACCTCURR )
                          CHANNEL ( CHANNEL-ACCTCURR )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND

           EXEC CICS GET CONTAINER ( ACCTCURR-CONTAINER )
                           CHANNEL ( CHANNEL-ACCTCURR )
                           SET     ( CONTAINER-PTR )
                           RESP    ( COMMAND-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND

           SET ADDRESS OF PEEK-ACCOUNTS TO CONTAINER-PTR
           MOVE PEEK-NUM-ACCOUNTS
             TO NUMBER-OF-ACCOUNTS OF CURRENT-ACCOUNTS

           IF NUMBER-OF-ACCOUNTS OF CURRENT-ACCOUNTS > MAX-ACCOUNTS
             MOVE MAX-ACCOUNTS
               TO NUMBER-OF-ACCOUNTS OF CURRENT-ACCOUNTS
           END-IF

           MOVE LENGTH OF CURRENT-ACCOUNTS TO ACCOUNTS-LEN

           EXEC CICS GET CONTAINER ( ACCTCURR-CONTAINER )
                           CHANNEL ( CHANNEL-ACCTCURR )
                           INTO    ( CURRENT-ACCOUNTS )
                           FLENGTH ( ACCOUNTS-LEN )
                           RESP    ( COMMAND-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND
           .

      * Log a request turned away before any record was read (bad
      * customer number, unrecognised action), as WEBL does. The
      * target is rendered from the raw input.
       LOG-REFUSED-REQUEST.
           MOVE 'REFUSED '   TO ADM-ACTION
           MOVE INPUTACCNUM  TO RT-ACCOUNT
           MOVE INPUTACTION  TO RT-ACTION
           MOVE REFUSED-TARGET TO ADM-TARGET-KEY
           MOVE SPACES       TO ADM-BEFORE-VALUE
           MOVE SPACES       TO ADM-AFTER-VALUE
           PERFORM WRITE-ADMIN-LOG
           .

      * Write one admin-action log record for the action just taken;
      * the caller has set the action, target and values. A failure
      * to log is reported but does not fail the action being logged.
       WRITE-ADMIN-LOG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ADM-DATE
           PERFORM CAPTURE-CURRENT-TIME
           MOVE CURRENT-TIME-FIELD TO ADM-TIME
           MOVE EIBTASKN          TO ADM-TASK-NUM
           MOVE OPERATOR-ID       TO ADM-OPERATOR
           MOVE EIBTRMID          TO ADM-TERMINAL
           MOVE THIS-TRANSACTION  TO ADM-TRANSACTION

           EXEC CICS WRITE FILE ( ADMIN-LOG-FILE-NAME )
                     FROM   ( WEBADMLG-RECORD )
                     RIDFLD ( ADM-KEY )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             INITIALIZE STATUS-MSG
             MOVE '*** Unable to write WEBADMLG record.' TO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE
           END-IF
           .

      * Compute the current time as HHMMSS for the log records
       CAPTURE-CURRENT-TIME.
           MOVE FUNCTION CURRENT-DATE(9:2)  TO CT-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO CT-MIN
           MOVE FUNCTION CURRENT-DATE(13:2) TO CT-SEC
           .

      * Send the built reply to the terminal and end the task
       SEND-REPLY-AND-RETURN.
           EXEC CICS SEND TEXT FROM ( TERMINAL-REPLY )
                     TERMINAL WAIT
                     FREEKB
                     ERASE
           END-EXEC

           EXEC CICS RETURN
           END-EXEC
           .

      * Print status message
       PRINT-STATUS-MESSAGE.
           MOVE FUNCTION CURRENT-DATE(13:2) TO MSG-SEC
           MOVE FUNCTION CURRENT-DATE(11:2) TO MSG-MIN
           MOVE FUNCTION CURRENT-DATE(9:2)  TO MSG-HOUR

           DISPLAY STATUS-MSG
           .

      * Routine to check command
       CHECK-COMMAND.
           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
           THEN
             PERFORM WEBCLOSE-ERROR
           END-IF
           .

      * Error path processing to write messages and abend
       WEBCLOSE-ERROR.
           INITIALIZE STATUS-MSG
           MOVE '*** Error occurred in WEBCLOSE.' TO MSG-TEXT
           PERFORM PRINT-STATUS-MESSAGE

           EXEC CICS ABEND ABCODE(ABEND-CODE) NODUMP END-EXEC
           .

       END PROGRAM 'WEBCLOSE'.

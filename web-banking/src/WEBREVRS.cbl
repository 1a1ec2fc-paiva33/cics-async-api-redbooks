       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
      ******************************************************************
      *  WEBREVRS
      *
      * Is a CICS application example that lets the back office
      * reverse one posted movement of the simulated Web banking
      * application - a disputed WEBPAYMT payment, a WEBXFER transfer
      * or a WEBSOEXC standing order that posted in error - by the
      * key of its WEBXJRNL journal entry. The compensating movement
      * is driven through ACCTPOST exactly as the original was,
      * reversing WEBPOST records are written so the customer's
      * statement shows the money coming back, the original entry is
      * rewritten with status REVERSED so it can never be reversed
      * twice, and the compensating movement is journaled with
      * status REVERSAL (see the WEBXJRN copybook).

      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example

      *
      * This example is driven via CICS terminal, for supervisor use
      * only. It is run as transaction
      * 'WEBV'
      * in the form:
      * WEBV acctnumb yyyymmdd hhmmss tasknum          - view entry
      * WEBV acctnumb yyyymmdd hhmmss tasknum REVERSE  - request (or
      *                                                  approve) its
      *                                                  reversal
      * where the four fields are the journal key: the debited
      * account, the date and time of the entry and its task number
      * (the order number for a standing order)
      * eg:
      * 'WEBV 00012345 20240301 101502 0004711 REVERSE'
      *
      *
      ******************************************************************
      *
      * **** NOTE ****
      * Every action here is written to the WEBADMLG admin-action
      * log, and a reversal is under dual control exactly like a
      * WEBL unlock: the first supervisor's REVERSE stores a pending
      * action on the WEBPEND file, and only a DIFFERENT supervisor
      * keying the same REVERSE applies it. Moving money back is at
      * least as sensitive as an unlock.
      *
      * The log and pending target is the entry's account and task
      * number; the pending record also carries the entry's date and
      * time (as YYMMDDHHMMSS) so the approval is proved to be for
      * the very entry that was requested.
      *
      * A payment has no posting on the payee's account (WEBPAYMT
      * never writes one - the payee's running balance is not known
      * on that path), so reversing a payment writes the reversing
      * posting on the payer's account only; ACCTPOST still moves
      * the money back on both ledgers.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. WEBREVRS.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * For messages printed to the terminal screen
       1 TERMINAL-REPLY.
         2 FILLER                 PIC X(9)  VALUE 'WEBREVRS '.
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

      * Maps the terminal input, entered as:
      * WEBV acctnumb yyyymmdd hhmmss tasknum [REVERSE]
       1 READ-INPUT.
         2 TRANID                PIC X(4) VALUE '    '.
         2 FILLER                PIC X(1).
         2 INPUTACCT             PIC X(8) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTDATE             PIC X(8) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTTIME             PIC X(6) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTTASK             PIC X(7) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTACTION           PIC X(8) VALUE ' '.
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 46.

       1 COMMAND-RESP            PIC S9(8) COMP.
       1 COMMAND-RESP2           PIC S9(8) COMP.

       1 ABEND-CODE              PIC X(4) VALUE 'WREV'.

      * Funds-transfer journal (see WEBXJRN copybook)
       COPY WEBXJRN.

       1 JOURNAL-FILE-NAME       PIC X(8) VALUE 'WEBXJRNL'.

      * The entry being reversed, saved before the journal record
      * area is reused for the compensating entry
       1 ORIGINAL-ENTRY.
         2 ORIG-KEY               PIC X(29).
         2 ORIG-FROM-ACCT         PIC X(8).
         2 ORIG-DATE              PIC X(8).
         2 ORIG-CUSTOMER-NUM      PIC X(4).
         2 ORIG-TO-ACCT           PIC X(8).
         2 ORIG-AMOUNT            PIC S9(6)V99 COMP-3.
         2 ORIG-CURRENCY          PIC X(3).
         2 ORIG-STATUS            PIC X(8).
           88 ORIG-WAS-PAYMENT              VALUE 'PAYMENT '.

      * Posting store (see WEBPOSTR copybook): the reversing debit
      * and credit records, each continuing its account's running
      * balance from the account's latest posting
       COPY WEBPOSTR.

       1 POSTING-FILE-NAME       PIC X(8) VALUE 'WEBPOST '.

      * The posting description carries the other side's account so
      * the statement line reads eg 'REVERSAL  00012346'
       1 POSTING-DESC.
         2 PD-VERB               PIC X(10).
         2 PD-OTHER-ACCT         PIC X(8).
         2 FILLER                PIC X(2)  VALUE SPACES.

      * Latest running balance of the account being posted, found by
      * browsing its posting range as ACCTHIST does
       1 BALANCE-ACCT            PIC X(8)  VALUE SPACES.
       1 LAST-RUN-BALANCE        PIC S9(6)V99 COMP-3 VALUE 0.
       1 NEW-RUN-BALANCE         PIC S9(7)V99 COMP-3 VALUE 0.
       1 BROWSE-ENDED-SW         PIC X     VALUE 'N'.
         88 BROWSE-ENDED                  VALUE 'Y'.

      * Input passed to ACCTPOST, the back-end posting program, and
      * the result it returns - as in WEBXFER
       1 POSTING-INPUT.
         2 POST-CUSTOMER-NUM     PIC X(4).
         2 POST-FROM-ACCT        PIC X(8).
         2 POST-TO-ACCT          PIC X(8).
         2 POST-AMOUNT           PIC S9(6)V99 COMP-3.

       1 POSTING-RESULT.
         2 POST-STATUS           PIC X(1) VALUE 'N'.
           88 POSTING-APPLIED             VALUE 'Y'.

       1 CONTAINER-NAMES.
         2 ACCTPOST-CONTAINER    PIC X(16) VALUE 'ACCTPOSTCONT    '.
         2 POSTRESULT-CONTAINER  PIC X(16) VALUE 'POSTRESULTCONT  '.

       1 MYCHANNEL               PIC X(16) VALUE 'MYCHANNEL       '.

       1 PROGRAM-NAMES.
         2 ACCTPOST              PIC X(8) VALUE 'ACCTPOST'.

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
       1 THIS-TRANSACTION        PIC X(4) VALUE 'WEBV'.

      * The log and pending target: the entry's account and task
      * number, rendered from the raw input so a turned-away request
      * is logged the same way
       1 REVERSAL-TARGET.
         2 RVT-ACCOUNT            PIC X(8).
         2 RVT-TASK               PIC X(7).
         2 FILLER                 PIC X(1)  VALUE SPACES.

      * The entry's date and time as a pending value, YYMMDDHHMMSS
       1 ENTRY-STAMP.
         2 ES-DATE                PIC X(6).
         2 ES-TIME                PIC X(6).

       1 REVERSED-VALUE          PIC X(12) VALUE 'REVERSED'.

       1 AMOUNT-DISPLAY          PIC -(6)9.99.

       1 CURRENT-TIME-FIELD.
         2 CT-HOUR             PIC X(2).
         2 CT-MIN              PIC X(2).
         2 CT-SEC              PIC X(2).

       1 CURRENT-DATE-FIELD     PIC X(8).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
      * --------------------------------------------------------------
      * Start of the main code execution
      * --------------------------------------------------------------

           INITIALIZE STATUS-MSG
           MOVE 'Started journal reversal' TO MSG-TEXT
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

           MOVE INPUTACCT TO RVT-ACCOUNT
           MOVE INPUTTASK TO RVT-TASK

           IF INPUTACCT = SPACES
              OR INPUTDATE IS NOT NUMERIC
              OR INPUTTIME IS NOT NUMERIC
              OR INPUTTASK IS NOT NUMERIC
             MOVE 'JOURNAL KEY MISSING OR INVALID - ACCT DATE TIME TASK'
               TO REPLY-TEXT
             PERFORM LOG-REFUSED-REQUEST
             PERFORM SEND-REPLY-AND-RETURN
           END-IF

           IF INPUTACTION NOT = SPACES
              AND INPUTACTION NOT = 'REVERSE '
             MOVE 'ACTION NOT RECOGNISED - USE REVERSE OR BLANK'
               TO REPLY-TEXT
             PERFORM LOG-REFUSED-REQUEST
             PERFORM SEND-REPLY-AND-RETURN
           END-IF

           PERFORM READ-JOURNAL-ENTRY

           EVALUATE INPUTACTION
             WHEN SPACES
               PERFORM SHOW-JOURNAL-ENTRY
             WHEN 'REVERSE '
               PERFORM REVERSE-JOURNAL-ENTRY
           END-EVALUATE

           PERFORM SEND-REPLY-AND-RETURN
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * --------------------------------------------------------------
      * Below are helpful procedures and routines
      * --------------------------------------------------------------

      * Read the journal entry the supervisor keyed; an entry that
      * does not exist is turned away and logged
       READ-JOURNAL-ENTRY.
           MOVE INPUTACCT TO XFJ-FROM-ACCT
           MOVE INPUTDATE TO XFJ-DATE
           MOVE INPUTTIME TO XFJ-TIME
           MOVE INPUTTASK TO XFJ-TASK-NUM

           EXEC CICS READ FILE ( JOURNAL-FILE-NAME )
                     INTO   ( WEBXJRNL-RECORD )
                     RIDFLD ( XFJ-KEY )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NOTFND)
             MOVE 'NO JOURNAL ENTRY WITH THAT KEY' TO REPLY-TEXT
             PERFORM LOG-REFUSED-REQUEST
             PERFORM SEND-REPLY-AND-RETURN
           END-IF

           PERFORM CHECK-COMMAND

           MOVE XFJ-DATE(3:6) TO ES-DATE
           MOVE XFJ-TIME      TO ES-TIME

      * a refusal may carry no amount at all (see WEBXJRN)
           IF XFJ-AMOUNT IS NUMERIC
             MOVE XFJ-AMOUNT TO AMOUNT-DISPLAY
           ELSE
             MOVE 0 TO AMOUNT-DISPLAY
           END-IF
           .

      * Build a reply showing the entry, and log the view
       SHOW-JOURNAL-ENTRY.
           MOVE 'VIEW    '     TO ADM-ACTION
           MOVE REVERSAL-TARGET TO ADM-TARGET-KEY
           MOVE XFJ-STATUS     TO ADM-BEFORE-VALUE
           MOVE SPACES         TO ADM-AFTER-VALUE
           PERFORM WRITE-ADMIN-LOG

           IF XFJ-REVERSED
             STRING 'REVERSED ' DELIMITED BY SIZE
                    XFJ-REASON-LINK-DATE DELIMITED BY SIZE
                    ' WAS ' DELIMITED BY SIZE
                    XFJ-REASON-ORIG-STATUS DELIMITED BY SIZE
                    ' CUST ' DELIMITED BY SIZE
                    XFJ-CUSTOMER-NUM DELIMITED BY SIZE
                    ' TO ' DELIMITED BY SIZE
                    XFJ-TO-ACCT DELIMITED BY SIZE
                    AMOUNT-DISPLAY DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    XFJ-CURRENCY DELIMITED BY SIZE
                  INTO REPLY-TEXT
           ELSE
             STRING XFJ-STATUS DELIMITED BY SIZE
                    ' CUST ' DELIMITED BY SIZE
                    XFJ-CUSTOMER-NUM DELIMITED BY SIZE
                    ' TO ' DELIMITED BY SIZE
                    XFJ-TO-ACCT DELIMITED BY SIZE
                    AMOUNT-DISPLAY DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    XFJ-CURRENCY DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    XFJ-REASON DELIMITED BY SIZE
                  INTO REPLY-TEXT
           END-IF
           .

      * Handle a REVERSE request under dual control: the first
      * supervisor's request is stored pending on WEBPEND, and only
      * a different supervisor keying the same REVERSE applies it.
      * Only a posted movement can be reversed, and only once.
       REVERSE-JOURNAL-ENTRY.
           IF XFJ-REVERSED
             STRING 'ENTRY ALREADY REVERSED ON ' DELIMITED BY SIZE
                    XFJ-REASON-LINK-DATE DELIMITED BY SIZE
                  INTO REPLY-TEXT
             PERFORM LOG-REFUSED-ENTRY
             EXIT PARAGRAPH
           END-IF

           IF NOT (XFJ-POSTED OR XFJ-PAYMENT OR XFJ-SO-POSTED)
             STRING 'ENTRY IS ' DELIMITED BY SIZE
                    XFJ-STATUS DELIMITED BY SPACE
                    ' - ONLY A POSTED MOVEMENT CAN BE REVERSED'
                    DELIMITED BY SIZE
                  INTO REPLY-TEXT
             PERFORM LOG-REFUSED-ENTRY
             EXIT PARAGRAPH
           END-IF

           PERFORM READ-PENDING-REVERSAL

           IF NOT PENDING-FOUND
             PERFORM STORE-PENDING-REVERSAL
             EXIT PARAGRAPH
           END-IF

      * the target is account and task number only, so make sure the
      * pending request is for this very entry and not an older one
      * that happened to carry the same task number
           IF PND-NEW-VALUE NOT = ENTRY-STAMP
             MOVE 'ANOTHER ENTRY WITH THIS ACCOUNT AND TASK IS PENDING'
               TO REPLY-TEXT
             PERFORM LOG-REFUSED-ENTRY
             EXIT PARAGRAPH
           END-IF

           IF PND-REQUESTED-BY = OPERATOR-ID
             MOVE 'REVERSAL ALREADY PENDING - NEEDS A SECOND SUPERVISOR'
               TO REPLY-TEXT
             PERFORM LOG-REFUSED-ENTRY
             EXIT PARAGRAPH
           END-IF

           PERFORM APPLY-PENDING-REVERSAL
           .

      * Look for a pending reversal for this entry
       READ-PENDING-REVERSAL.
           MOVE 'N' TO PENDING-FOUND-SW

           MOVE THIS-TRANSACTION TO PND-TRANSACTION
           MOVE 'REVERSE '       TO PND-ACTION
           MOVE REVERSAL-TARGET  TO PND-TARGET-KEY

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

      * Store the reversal as a pending action awaiting a second
      * supervisor, and log that it was requested
       STORE-PENDING-REVERSAL.
           INITIALIZE WEBPEND-RECORD
           MOVE THIS-TRANSACTION TO PND-TRANSACTION
           MOVE 'REVERSE '       TO PND-ACTION
           MOVE REVERSAL-TARGET  TO PND-TARGET-KEY
           MOVE OPERATOR-ID      TO PND-REQUESTED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO PND-REQ-DATE
           PERFORM CAPTURE-CURRENT-TIME
           MOVE CURRENT-TIME-FIELD TO PND-REQ-TIME
           MOVE XFJ-STATUS       TO PND-OLD-VALUE
           MOVE ENTRY-STAMP      TO PND-NEW-VALUE

           EXEC CICS WRITE FILE ( PENDING-FILE-NAME )
                     FROM   ( WEBPEND-RECORD )
                     RIDFLD ( PND-KEY )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND

           MOVE 'PENDING '      TO ADM-ACTION
           MOVE REVERSAL-TARGET TO ADM-TARGET-KEY
           MOVE XFJ-STATUS      TO ADM-BEFORE-VALUE
           MOVE REVERSED-VALUE  TO ADM-AFTER-VALUE
           PERFORM WRITE-ADMIN-LOG

           STRING XFJ-STATUS DELIMITED BY SPACE
                  AMOUNT-DISPLAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  XFJ-CURRENCY DELIMITED BY SIZE
                  ' REVERSAL STORED - 2ND SUPERVISOR MUST APPROVE'
                  DELIMITED BY SIZE
                INTO REPLY-TEXT
           .

      * A different supervisor has re-keyed the pending reversal:
      * drive the compensating movement, write the reversing
      * postings, mark the original and journal the reversal, then
      * clear the pending action and log the approval. The entry is
      * re-read for update so two approvers racing cannot both
      * reverse it.
       APPLY-PENDING-REVERSAL.
           EXEC CICS READ FILE ( JOURNAL-FILE-NAME )
                     INTO   ( WEBXJRNL-RECORD )
                     RIDFLD ( XFJ-KEY )
                     UPDATE
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND

           IF XFJ-REVERSED
             EXEC CICS UNLOCK FILE ( JOURNAL-FILE-NAME )
                       RESP   ( COMMAND-RESP )
                       RESP2  ( COMMAND-RESP2 )
             END-EXEC
             STRING 'ENTRY ALREADY REVERSED ON ' DELIMITED BY SIZE
                    XFJ-REASON-LINK-DATE DELIMITED BY SIZE
                  INTO REPLY-TEXT
             PERFORM LOG-REFUSED-ENTRY
             EXIT PARAGRAPH
           END-IF

           MOVE XFJ-KEY          TO ORIG-KEY
           MOVE XFJ-FROM-ACCT    TO ORIG-FROM-ACCT
           MOVE XFJ-DATE         TO ORIG-DATE
           MOVE XFJ-CUSTOMER-NUM TO ORIG-CUSTOMER-NUM
           MOVE XFJ-TO-ACCT      TO ORIG-TO-ACCT
           MOVE XFJ-AMOUNT       TO ORIG-AMOUNT
           MOVE XFJ-CURRENCY     TO ORIG-CURRENCY
           MOVE XFJ-STATUS       TO ORIG-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO CURRENT-DATE-FIELD

           PERFORM POST-REVERSAL

           IF NOT POSTING-APPLIED
             EXEC CICS UNLOCK FILE ( JOURNAL-FILE-NAME )
                       RESP   ( COMMAND-RESP )
                       RESP2  ( COMMAND-RESP2 )
             END-EXEC
             MOVE 'ACCTPOST DID NOT APPLY THE REVERSAL - STILL PENDING'
               TO REPLY-TEXT
             PERFORM LOG-REFUSED-ENTRY
             EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-REVERSAL-POSTINGS

      * mark the original; the record area still holds it
           MOVE ORIG-STATUS        TO XFJ-REASON-ORIG-STATUS
           MOVE CURRENT-DATE-FIELD TO XFJ-REASON-LINK-DATE
           MOVE 'REVERSED'         TO XFJ-STATUS

           EXEC CICS REWRITE FILE ( JOURNAL-FILE-NAME )
                     FROM   ( WEBXJRNL-RECORD )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             INITIALIZE STATUS-MSG
             MOVE '*** Unable to rewrite WEBXJRNL record.' TO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE
             MOVE 'JRNL' TO ABEND-CODE
             PERFORM WEBREVRS-ERROR
           END-IF

           PERFORM WRITE-REVERSAL-JOURNAL

           EXEC CICS DELETE FILE ( PENDING-FILE-NAME )
                     RIDFLD ( PND-KEY )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND

           MOVE 'APPROVE '      TO ADM-ACTION
           MOVE REVERSAL-TARGET TO ADM-TARGET-KEY
           MOVE PND-OLD-VALUE   TO ADM-BEFORE-VALUE
           MOVE REVERSED-VALUE  TO ADM-AFTER-VALUE
           PERFORM WRITE-ADMIN-LOG

           STRING ORIG-STATUS DELIMITED BY SPACE
                  AMOUNT-DISPLAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ORIG-CURRENCY DELIMITED BY SIZE
                  ' REVERSED - REQUESTED BY ' DELIMITED BY SIZE
                  PND-REQUESTED-BY DELIMITED BY SPACE
                INTO REPLY-TEXT

           INITIALIZE STATUS-MSG
           STRING 'Journal entry for ' DELIMITED BY SIZE
                  ORIG-FROM-ACCT DELIMITED BY SIZE
                  ' reversed under dual control' DELIMITED BY SIZE
                INTO MSG-TEXT
           PERFORM PRINT-STATUS-MESSAGE
           .

      * Hand the compensating movement to ACCTPOST: the original's
      * credited account is debited and its debited account credited
       POST-REVERSAL.
           MOVE ORIG-CUSTOMER-NUM TO POST-CUSTOMER-NUM
           MOVE ORIG-TO-ACCT      TO POST-FROM-ACCT
           MOVE ORIG-FROM-ACCT    TO POST-TO-ACCT
           MOVE ORIG-AMOUNT       TO POST-AMOUNT
           MOVE 'N'               TO POST-STATUS

           EXEC CICS PUT CONTAINER ( ACCTPOST-CONTAINER )
                           FROM    ( POSTING-INPUT )
                           CHANNEL ( MYCHANNEL )
                           RESP    ( COMMAND-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND

           EXEC CICS LINK PROGRAM ( ACCTPOST )
                          CHANNEL ( MYCHANNEL )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND

           EXEC CICS GET CONTAINER ( POSTRESULT-CONTAINER )
                           CHANNEL ( MYCHANNEL )
                           INTO    ( POSTING-RESULT )
                           RESP    ( COMMAND-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND
           .

      * Write the reversing statement postings: a debit against the
      * original's credited account (not for a payment - see the
      * note above) and a credit back to its debited account, each
      * continuing its account's running balance. Like WEBXFER, a
      * posting that cannot be recorded is a hard error: the abend
      * backs the compensating movement out.
       WRITE-REVERSAL-POSTINGS.
           IF NOT ORIG-WAS-PAYMENT
             MOVE ORIG-TO-ACCT TO BALANCE-ACCT
             PERFORM GET-LAST-RUN-BALANCE
             COMPUTE NEW-RUN-BALANCE = LAST-RUN-BALANCE - ORIG-AMOUNT
             IF NEW-RUN-BALANCE < -999999.99
               MOVE -999999.99 TO NEW-RUN-BALANCE
             END-IF

             INITIALIZE WEBPOST-RECORD
             MOVE ORIG-TO-ACCT   TO PST-ACCT-NUMBER
             MOVE 'REVERSAL  '   TO PD-VERB
             MOVE ORIG-FROM-ACCT TO PD-OTHER-ACCT
             MOVE POSTING-DESC   TO PST-DESCRIPTION
             COMPUTE PST-AMOUNT = ZERO - ORIG-AMOUNT
             MOVE NEW-RUN-BALANCE TO PST-RUN-BALANCE
             PERFORM WRITE-ONE-POSTING
           END-IF

           MOVE ORIG-FROM-ACCT TO BALANCE-ACCT
           PERFORM GET-LAST-RUN-BALANCE
           COMPUTE NEW-RUN-BALANCE = LAST-RUN-BALANCE + ORIG-AMOUNT
           IF NEW-RUN-BALANCE > 999999.99
             MOVE 999999.99 TO NEW-RUN-BALANCE
           END-IF

           INITIALIZE WEBPOST-RECORD
           MOVE ORIG-FROM-ACCT TO PST-ACCT-NUMBER
           MOVE 'REVERSAL  '   TO PD-VERB
           MOVE ORIG-TO-ACCT   TO PD-OTHER-ACCT
           MOVE POSTING-DESC   TO PST-DESCRIPTION
           MOVE ORIG-AMOUNT    TO PST-AMOUNT
           MOVE NEW-RUN-BALANCE TO PST-RUN-BALANCE
           PERFORM WRITE-ONE-POSTING
           .

      * Set LAST-RUN-BALANCE to the running balance of the latest
      * posting on BALANCE-ACCT, browsing the account's posting range
      * from its start as ACCTHIST does. An account with no postings
      * starts from zero.
       GET-LAST-RUN-BALANCE.
           MOVE 0   TO LAST-RUN-BALANCE
           MOVE 'N' TO BROWSE-ENDED-SW

           INITIALIZE WEBPOST-RECORD
           MOVE BALANCE-ACCT TO PST-ACCT-NUMBER

           EXEC CICS STARTBR FILE ( POSTING-FILE-NAME )
                     RIDFLD ( PST-KEY )
                     GTEQ
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NOTFND)
             EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COMMAND

           PERFORM READ-NEXT-POSTING
           PERFORM UNTIL BROWSE-ENDED
             MOVE PST-RUN-BALANCE TO LAST-RUN-BALANCE
             PERFORM READ-NEXT-POSTING
           END-PERFORM

           EXEC CICS ENDBR FILE ( POSTING-FILE-NAME )
                     RESP  ( COMMAND-RESP )
                     RESP2 ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND
           .

      * Read the next posting in the browse; the account's range ends
      * at end-of-file or at the first record of another account
       READ-NEXT-POSTING.
           EXEC CICS READNEXT FILE ( POSTING-FILE-NAME )
                     INTO   ( WEBPOST-RECORD )
                     RIDFLD ( PST-KEY )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(ENDFILE)
             SET BROWSE-ENDED TO TRUE
             EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COMMAND

           IF PST-ACCT-NUMBER NOT = BALANCE-ACCT
             SET BROWSE-ENDED TO TRUE
           END-IF
           .

      * Complete and write one posting store record; the account,
      * description, amount and running balance are already set
       WRITE-ONE-POSTING.
           MOVE CURRENT-DATE-FIELD TO PST-DATE
           MOVE CURRENT-DATE-FIELD TO PST-BUSINESS-DATE
           PERFORM CAPTURE-CURRENT-TIME
           MOVE CURRENT-TIME-FIELD TO PST-TIME
           MOVE EIBTASKN           TO PST-TASK-NUM
           MOVE ORIG-CUSTOMER-NUM  TO PST-CUSTOMER-NUM
           MOVE ORIG-CURRENCY      TO PST-CURRENCY

           EXEC CICS WRITE FILE ( POSTING-FILE-NAME )
                     FROM   ( WEBPOST-RECORD )
                     RIDFLD ( PST-KEY )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             INITIALIZE STATUS-MSG
             MOVE '*** Unable to write WEBPOST record.' TO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE
             MOVE 'PSTG' TO ABEND-CODE
             PERFORM WEBREVRS-ERROR
           END-IF
           .

      * Journal the compensating movement under the account it
      * debits, naming the original's status and date
       WRITE-REVERSAL-JOURNAL.
           INITIALIZE WEBXJRNL-RECORD
           MOVE ORIG-TO-ACCT       TO XFJ-FROM-ACCT
           MOVE CURRENT-DATE-FIELD TO XFJ-DATE
           MOVE CURRENT-DATE-FIELD TO XFJ-BUSINESS-DATE
           PERFORM CAPTURE-CURRENT-TIME
           MOVE CURRENT-TIME-FIELD TO XFJ-TIME
           MOVE EIBTASKN           TO XFJ-TASK-NUM
           MOVE ORIG-CUSTOMER-NUM  TO XFJ-CUSTOMER-NUM
           MOVE ORIG-FROM-ACCT     TO XFJ-TO-ACCT
           MOVE ORIG-AMOUNT        TO XFJ-AMOUNT
           MOVE ORIG-CURRENCY      TO XFJ-CURRENCY
           MOVE 'REVERSAL'         TO XFJ-STATUS
           MOVE ORIG-STATUS        TO XFJ-REASON-ORIG-STATUS
           MOVE ORIG-DATE          TO XFJ-REASON-LINK-DATE

           EXEC CICS WRITE FILE ( JOURNAL-FILE-NAME )
                     FROM   ( WEBXJRNL-RECORD )
                     RIDFLD ( XFJ-KEY )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             INITIALIZE STATUS-MSG
             MOVE '*** Unable to write WEBXJRNL record.' TO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE
             MOVE 'JRNL' TO ABEND-CODE
             PERFORM WEBREVRS-ERROR
           END-IF
           .

      * Log a request turned away before the journal entry was read
      * (bad key, unrecognised action, no such entry), rendered from
      * the raw input
       LOG-REFUSED-REQUEST.
           MOVE 'REFUSED '      TO ADM-ACTION
           MOVE REVERSAL-TARGET TO ADM-TARGET-KEY
           MOVE INPUTACTION     TO ADM-BEFORE-VALUE
           MOVE SPACES          TO ADM-AFTER-VALUE
           PERFORM WRITE-ADMIN-LOG
           .

      * Log a reversal of the entry in hand turned away
       LOG-REFUSED-ENTRY.
           MOVE 'REFUSED '      TO ADM-ACTION
           MOVE REVERSAL-TARGET TO ADM-TARGET-KEY
           MOVE XFJ-STATUS      TO ADM-BEFORE-VALUE
           MOVE SPACES          TO ADM-AFTER-VALUE
           PERFORM WRITE-ADMIN-LOG
           .

      * Write one admin-action log record for the action just taken;
      * the caller has set the action, target and values. Like the
      * session audit trail, a failure to log is reported but does
      * not fail the action being logged.
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
             PERFORM WEBREVRS-ERROR
           END-IF
           .

      * Error path processing to write messages and abend
       WEBREVRS-ERROR.
           INITIALIZE STATUS-MSG
           MOVE '*** Error occurred in WEBREVRS.' TO MSG-TEXT
           PERFORM PRINT-STATUS-MESSAGE

           EXEC CICS ABEND ABCODE(ABEND-CODE) NODUMP END-EXEC
           .

       END PROGRAM 'WEBREVRS'.

       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
      ******************************************************************
      *  WEBPREFM
      *
      * Is a CICS application example that maintains the WEBPREF
      * customer contact preferences of the simulated Web banking
      * application: the channel (SMS, e-mail or letter) the customer
      * wants their alerts sent by, and which alert types they have
      * opted out of. The WEBALRTD alert dispatcher routes and
      * suppresses alerts by what is held here.

      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example

      *
      * This example is driven via CICS terminal. It is run as
      * transaction
      * 'WEBN'
      * in the form:
      * WEBN nnnn pppp SHOW
      * WEBN nnnn pppp CHANNEL  SMS|EMAIL|LETTER
      * WEBN nnnn pppp OPTOUT   OD|SO
      * WEBN nnnn pppp OPTIN    OD|SO
      * eg:
      * 'WEBN 0001 1234 CHANNEL  EMAIL'
      * 'WEBN 0001 1234 OPTOUT   SO'
      * (OD is the overdraft alert, SO the refused standing order
      * alert.) Every action replies with the preferences as they
      * now stand.
      *
      * It can equally be LINKed to with a channel - the internet
      * banking front end does this directly, with no 3270 in the
      * path: the request arrives in the WEBPREFREQ container
      * (account, PIN or session token, action and value, as keyed
      * above) and the outcome, with the preferences as they now
      * stand, goes back in WEBPREFSTATUS. A session token issued by
      * WEBHOME at log-on is accepted in place of the PIN, as WEBXFER
      * accepts it.
      *
      ******************************************************************
      *
      * **** NOTE ****
      * The PIN is verified (via VERIFYPN, exactly as WEBHOME does at
      * log-on) before the preferences are read or touched, with the
      * same per-account lockout the other customer-driven
      * transactions enforce. A customer with no WEBPREF record is
      * shown the defaults WEBALRTD applies to them - letters, and
      * every alert type - and their first change writes the record.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. WEBPREFM.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * For messages printed to the terminal screen
       1 TERMINAL-REPLY.
         2 FILLER                 PIC X(9)  VALUE 'WEBPREFM '.
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
      * WEBN nnnn pppp action [value]
      * mapped to fixed columns, as the WEBP transaction does
       1 READ-INPUT.
         2 TRANID                PIC X(4) VALUE '    '.
         2 FILLER                PIC X(1).
         2 INPUTACCNUM           PIC X(4) VALUE '    '.
         2 FILLER                PIC X(1).
         2 INPUTPIN              PIC X(4) VALUE '    '.
         2 FILLER                PIC X(1).
         2 INPUTACTION           PIC X(8) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTVALUE            PIC X(8) VALUE ' '.
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 32.

      * Input passed to VERIFYPIN to authenticate the user
       1 PIN-VERIFY-INPUT.
         2 PIN-VERIFY-ACCT-NO    PIC X(4).
         2 PIN-VERIFY-PIN        PIC X(4).

      * Result returned by VERIFYPIN
       1 PIN-VERIFY-RESULT.
         2 PIN-VERIFY-STATUS     PIC X(1) VALUE 'N'.
           88 PIN-VERIFIED                VALUE 'Y'.

       1 CONTAINER-NAMES.
         2 PINVERIFY-CONTAINER   PIC X(16) VALUE 'PINVERIFYCONT   '.
         2 PINRESULT-CONTAINER   PIC X(16) VALUE 'PINRESULTCONT   '.

       1 MYCHANNEL               PIC X(16) VALUE 'MYCHANNEL       '.

      * Containers making up the channel interface used when this
      * program is LINKed to with a channel instead of being driven
      * from a terminal: the request in, the outcome out, both on
      * the caller's channel - the same shape as WEBXFER's service
      * interface
       1 SERVICE-CONTAINERS.
         2 SERVICE-REQ-CONTAINER  PIC X(16) VALUE 'WEBPREFREQ      '.
         2 SERVICE-STAT-CONTAINER PIC X(16) VALUE 'WEBPREFSTATUS   '.

      * The caller's channel, picked up by ASSIGN CHANNEL at start;
      * spaces means no channel, ie the terminal path
       1 REQUEST-CHANNEL          PIC X(16) VALUE SPACES.

       1 REQUEST-MODE-SW          PIC X     VALUE 'N'.
         88 SERVICE-MODE                    VALUE 'Y'.
         88 TERMINAL-MODE                   VALUE 'N'.

      * The WEBPREFREQ request container's layout: the PIN field may
      * be blank when a session token from an earlier WEBHOME log-on
      * is presented instead. Action and value are as keyed on the
      * terminal (SHOW, CHANNEL SMS, OPTOUT OD, ...).
       1 SERVICE-REQUEST.
         2 PREQ-ACCT-NO           PIC X(4).
         2 PREQ-PIN               PIC X(4).
         2 PREQ-TOKEN             PIC X(16).
         2 PREQ-ACTION            PIC X(8).
         2 PREQ-VALUE             PIC X(8).

      * The WEBPREFSTATUS response container's layout: the request
      * outcome, the reason for a refusal or bad input, and the
      * preferences as they stand after the request - the channel
      * code and opt-out flags as held on WEBPREF, and whether the
      * customer has a record at all ('N': the defaults shown are
      * what WEBALRTD applies to a customer without one)
       1 SERVICE-STATUS.
         2 PSRV-STATUS            PIC X(8).
         2 PSRV-REASON            PIC X(16).
         2 PSRV-CHANNEL           PIC X(1).
         2 PSRV-OPT-OUT-OD        PIC X(1).
         2 PSRV-OPT-OUT-SO        PIC X(1).
         2 PSRV-PREF-ON-FILE      PIC X(1).

       1 PROGRAM-NAMES.
         2 VERIFYPIN             PIC X(8) VALUE 'VERIFYPN'.

       1 ABEND-CODE              PIC X(4) VALUE 'WPRF'.

       1 COMMAND-RESP            PIC S9(8) COMP.
       1 COMMAND-RESP2           PIC S9(8) COMP.

      * Contact preferences (see WEBPREFR copybook)
       COPY WEBPREFR.

       1 PREF-FILE-NAME          PIC X(8) VALUE 'WEBPREF '.
       1 PREF-ON-FILE-SW         PIC X    VALUE 'N'.
         88 PREF-ON-FILE                  VALUE 'Y'.
       1 PREF-UPDATED-SW         PIC X    VALUE 'N'.
         88 PREF-UPDATED                  VALUE 'Y'.

      * The validated request: the channel code a CHANNEL action
      * sets, and the flag an OPTOUT ('Y') or OPTIN ('N') sets
       1 VALID-INPUT-SW          PIC X    VALUE 'N'.
         88 VALID-PREF-INPUT              VALUE 'Y'.
       1 NEW-CHANNEL             PIC X(1) VALUE SPACES.
       1 NEW-OPT-OUT-FLAG        PIC X(1) VALUE SPACES.

      * Short reason reported to a service caller for a refusal or
      * bad input (the terminal gets the longer REPLY-TEXT)
       1 REFUSAL-REASON          PIC X(16) VALUE SPACES.

      * The preferences as they stand, for the terminal reply
       1 PREF-SUMMARY.
         2 FILLER                PIC X(9)  VALUE 'CHANNEL: '.
         2 PS-CHANNEL            PIC X(6).
         2 FILLER                PIC X(13) VALUE '  OD ALERTS: '.
         2 PS-OD-ALERTS          PIC X(3).
         2 FILLER                PIC X(13) VALUE '  SO ALERTS: '.
         2 PS-SO-ALERTS          PIC X(3).
         2 PS-NOTE               PIC X(23).

      * PIN-failure lockout state (see WEBLOCKR copybook): the same
      * per-account check WEBHOME and WEBXFER make, made here before
      * VERIFYPN is driven so a locked account cannot keep guessing
      * PINs through the preferences transaction instead.
       COPY WEBLOCKR.

       1 LOCKOUT-FILE-NAME       PIC X(8) VALUE 'WEBLOCK '.
       1 MAX-PIN-FAILURES        PIC 9(3) VALUE 3.
       1 LOCKOUT-RECORD-FOUND-SW PIC X    VALUE 'N'.
         88 LOCKOUT-RECORD-FOUND          VALUE 'Y'.

      * Control file (see WEBCNTLR copybook): the CLOSED marker the
      * WEBC transaction sets on a closed customer, and the TOKNMINS
      * session-token expiry
       COPY WEBCNTLR.

       1 CONTROL-FILE-NAME       PIC X(8) VALUE 'WEBCNTL '.

      * Session tokens (see WEBTOKNR copybook): a service caller may
      * present the token WEBHOME issued at log-on instead of the
      * PIN; validation refreshes the last-used stamp, and a lockout
      * raised here revokes the account's tokens exactly as WEBHOME
      * does
       COPY WEBTOKNR.

       1 TOKEN-FILE-NAME         PIC X(8) VALUE 'WEBTOKEN'.
       1 TOKEN-AUTH-SW           PIC X    VALUE 'N'.
         88 TOKEN-AUTHENTICATED           VALUE 'Y'.
       1 TOKEN-VALID-SW          PIC X    VALUE 'N'.
         88 TOKEN-VALID                   VALUE 'Y'.

      * Inactivity-expiry working fields, as in WEBHOME
       1 TOKEN-EXPIRY-MINS       PIC S9(8) COMP VALUE 0.
       1 FALLBACK-TOKEN-MINS     PIC S9(8) COMP VALUE 15.
       1 TOKEN-IDLE-MINS         PIC S9(9) COMP VALUE 0.
       1 TOKEN-DATE-NUM          PIC 9(8)  VALUE 0.
       1 TODAY-DATE-NUM          PIC 9(8)  VALUE 0.
       1 TOKEN-DAY-DIFF          PIC S9(9) COMP VALUE 0.
       1 TOKEN-LAST-SECS         PIC S9(9) COMP VALUE 0.
       1 TOKEN-NOW-SECS          PIC S9(9) COMP VALUE 0.
       1 TIME-NUM-FIELD.
         2 TN-HOUR               PIC 9(2).
         2 TN-MIN                PIC 9(2).
         2 TN-SEC                PIC 9(2).

      * Lockout revocation sweep, as in WEBHOME
       1 REVOKE-KEY-TABLE.
         2 REVOKE-KEY OCCURS 20 TIMES PIC X(20).
       1 REVOKE-COUNT            PIC S9(4) COMP-5 SYNC VALUE 0.
       1 REVOKE-IX               PIC S9(4) COMP-5 SYNC VALUE 0.
       1 TOKEN-BROWSE-ENDED-SW   PIC X     VALUE 'N'.
         88 TOKEN-BROWSE-ENDED            VALUE 'Y'.

       1 CURRENT-TIME-FIELD.
         2 CT-HOUR             PIC X(2).
         2 CT-MIN              PIC X(2).
         2 CT-SEC              PIC X(2).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
      * --------------------------------------------------------------
      * Start of the main code execution
      * --------------------------------------------------------------

           INITIALIZE STATUS-MSG
           MOVE 'Started contact preference maintenance' TO MSG-TEXT
           PERFORM PRINT-STATUS-MESSAGE

      * A channel on the way in means a front-end caller LINKed here
      * (the service path); no channel means a terminal drove WEBN
           EXEC CICS ASSIGN CHANNEL ( REQUEST-CHANNEL )
           END-EXEC

           IF REQUEST-CHANNEL NOT = SPACES
             SET SERVICE-MODE TO TRUE
           END-IF

           PERFORM GET-PREFERENCE-INPUT

      * ----
      * Refuse a locked-out account before VERIFYPN is even driven -
      * the same lockout WEBHOME enforces at log-on - and a customer
      * closed by the WEBC transaction likewise
      * ----
           PERFORM CHECK-ACCOUNT-LOCKOUT
           PERFORM CHECK-CUSTOMER-CLOSED

      * ----
      * A service caller holding a session token from its WEBHOME
      * log-on presents it instead of the PIN. An invalid, revoked
      * or idle-expired token ends the request with a BADTOKEN
      * status AND counts toward the account's lockout exactly as
      * a bad PIN does, as in WEBXFER. The terminal path always
      * verifies the PIN.
      * ----
           IF SERVICE-MODE AND PREQ-TOKEN NOT = SPACES
             PERFORM VALIDATE-SESSION-TOKEN
             IF TOKEN-VALID
               SET TOKEN-AUTHENTICATED TO TRUE
             ELSE
               PERFORM RECORD-PIN-FAILURE
               IF LCK-LOCKED
                 MOVE 'LOCKED  ' TO PSRV-STATUS
               ELSE
                 MOVE 'BADTOKEN' TO PSRV-STATUS
               END-IF
               MOVE SPACES     TO PSRV-REASON
               PERFORM SERVICE-FAILURE-RETURN
             END-IF
           END-IF

      * ----
      * Verify the user's PIN before the preferences are read or
      * touched - same check, same back-end program, as WEBHOME
      * makes at log-on
      * ----
           IF NOT TOKEN-AUTHENTICATED
             MOVE INPUTACCNUM TO PIN-VERIFY-ACCT-NO
             MOVE INPUTPIN    TO PIN-VERIFY-PIN

             EXEC CICS PUT CONTAINER ( PINVERIFY-CONTAINER )
                             FROM    ( PIN-VERIFY-INPUT )
                             CHANNEL ( MYCHANNEL )
                             RESP    ( COMMAND-RESP )
                             RESP2   ( COMMAND-RESP2 )
             END-EXEC

             PERFORM CHECK-COMMAND

             EXEC CICS LINK PROGRAM ( VERIFYPIN )
                            CHANNEL ( MYCHANNEL )
                            RESP    ( COMMAND-RESP )
                            RESP2   ( COMMAND-RESP2 )
             END-EXEC

             PERFORM CHECK-COMMAND

             EXEC CICS GET CONTAINER ( PINRESULT-CONTAINER )
                             CHANNEL ( MYCHANNEL )
                             INTO    ( PIN-VERIFY-RESULT )
                             RESP    ( COMMAND-RESP )
                             RESP2   ( COMMAND-RESP2 )
             END-EXEC

             PERFORM CHECK-COMMAND

             IF NOT PIN-VERIFIED
               PERFORM RECORD-PIN-FAILURE
               IF LCK-LOCKED
                 MOVE 'ACCOUNT LOCKED - TOO MANY PIN FAILURES'
                   TO REPLY-TEXT
                 MOVE 'ACCOUNT LOCKED' TO REFUSAL-REASON
                 PERFORM REFUSE-REQUEST
               END-IF
               MOVE 'AUTH' TO ABEND-CODE
               PERFORM WEBPREFM-ERROR
             END-IF

      * A good PIN ends any run of consecutive failures
             PERFORM RESET-PIN-FAILURES
           END-IF

           IF INPUTACTION = 'SHOW    '
             PERFORM READ-CONTACT-PREFERENCE
           ELSE
             PERFORM UPDATE-CONTACT-PREFERENCE
           END-IF

           PERFORM BUILD-PREFERENCE-REPLY

      * The service caller gets the outcome in its status container,
      * the terminal user on the screen
           IF SERVICE-MODE
             MOVE 'COMPLETE' TO PSRV-STATUS
             MOVE SPACES     TO PSRV-REASON
             PERFORM PUT-SERVICE-STATUS

             EXEC CICS RETURN
             END-EXEC
           END-IF

           PERFORM SEND-REPLY-AND-RETURN
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * --------------------------------------------------------------
      * Below are helpful procedures and routines
      * --------------------------------------------------------------

      * Retrieve the request: from the request container when a
      * front-end caller LINKed here with a channel, otherwise from
      * the terminal command. Unusable input is answered at once - a
      * BADINPUT status to a service caller, the reason on the
      * screen to the terminal user.
       GET-PREFERENCE-INPUT.
           IF SERVICE-MODE
      * pre-clear the whole area so a short container cannot leave
      * leftovers in the trailing fields
             MOVE SPACES TO SERVICE-REQUEST
             EXEC CICS GET CONTAINER ( SERVICE-REQ-CONTAINER )
                             CHANNEL ( REQUEST-CHANNEL )
                             INTO    ( SERVICE-REQUEST )
                             RESP    ( COMMAND-RESP )
                             RESP2   ( COMMAND-RESP2 )
             END-EXEC

             PERFORM CHECK-COMMAND

      * map the request into the same fields the terminal path
      * fills, so everything downstream is shared
             MOVE SPACES       TO READ-INPUT
             MOVE PREQ-ACCT-NO TO INPUTACCNUM
             MOVE PREQ-PIN     TO INPUTPIN
             MOVE PREQ-ACTION  TO INPUTACTION
             MOVE PREQ-VALUE   TO INPUTVALUE
           ELSE
             MOVE SPACES TO READ-INPUT
             EXEC CICS RECEIVE INTO       ( READ-INPUT )
                               LENGTH     ( READ-INPUT-LENGTH )
                               NOTRUNCATE
                               RESP       ( COMMAND-RESP )
                               RESP2      ( COMMAND-RESP2 )
             END-EXEC

             PERFORM CHECK-COMMAND
           END-IF

           PERFORM VALIDATE-PREFERENCE-INPUT

           IF NOT VALID-PREF-INPUT
             IF SERVICE-MODE
               MOVE 'BADINPUT'     TO PSRV-STATUS
               MOVE REFUSAL-REASON TO PSRV-REASON
               PERFORM SERVICE-FAILURE-RETURN
             END-IF
             PERFORM SEND-REPLY-AND-RETURN
           END-IF
           .

      * Check the request: a numeric customer number, a known action,
      * and for a change a value that action accepts. The new channel
      * code or opt-out flag is worked out here, once.
       VALIDATE-PREFERENCE-INPUT.
           MOVE 'N' TO VALID-INPUT-SW

           IF INPUTACCNUM = SPACES
              OR INPUTACCNUM IS NOT NUMERIC
             MOVE 'ACCOUNT NUMBER MISSING OR NOT NUMERIC'
               TO REPLY-TEXT
             MOVE 'BAD ACCOUNT' TO REFUSAL-REASON
             EXIT PARAGRAPH
           END-IF

           EVALUATE INPUTACTION
             WHEN 'SHOW    '
               CONTINUE
             WHEN 'CHANNEL '
               EVALUATE INPUTVALUE
                 WHEN 'SMS     '
                   MOVE 'S' TO NEW-CHANNEL
                 WHEN 'EMAIL   '
                   MOVE 'E' TO NEW-CHANNEL
                 WHEN 'LETTER  '
                   MOVE 'L' TO NEW-CHANNEL
                 WHEN OTHER
                   MOVE 'CHANNEL MUST BE SMS, EMAIL OR LETTER'
                     TO REPLY-TEXT
                   MOVE 'BAD CHANNEL' TO REFUSAL-REASON
                   EXIT PARAGRAPH
               END-EVALUATE
             WHEN 'OPTOUT  '
             WHEN 'OPTIN   '
               IF INPUTVALUE NOT = 'OD      '
                  AND INPUTVALUE NOT = 'SO      '
                 MOVE 'ALERT TYPE MUST BE OD OR SO' TO REPLY-TEXT
                 MOVE 'BAD ALERT TYPE' TO REFUSAL-REASON
                 EXIT PARAGRAPH
               END-IF
               IF INPUTACTION = 'OPTOUT  '
                 MOVE 'Y' TO NEW-OPT-OUT-FLAG
               ELSE
                 MOVE 'N' TO NEW-OPT-OUT-FLAG
               END-IF
             WHEN OTHER
               MOVE 'ACTION MUST BE SHOW, CHANNEL, OPTOUT OR OPTIN'
                 TO REPLY-TEXT
               MOVE 'BAD ACTION' TO REFUSAL-REASON
               EXIT PARAGRAPH
           END-EVALUATE

           SET VALID-PREF-INPUT TO TRUE
           .

      * Read the customer's preferences for display. No record means
      * the customer has never changed anything: show the defaults
      * WEBALRTD applies to them.
       READ-CONTACT-PREFERENCE.
           MOVE INPUTACCNUM TO PRF-CUSTOMER-NUM

           EXEC CICS READ FILE ( PREF-FILE-NAME )
                     INTO   ( WEBPREF-RECORD )
                     RIDFLD ( PRF-KEY )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NOTFND)
             PERFORM SET-DEFAULT-PREFERENCE
             EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COMMAND

           SET PREF-ON-FILE TO TRUE
           .

      * Apply the requested change to the customer's preferences:
      * the record is read for update, or started from the defaults
      * when the customer has none, changed, stamped and written back
       UPDATE-CONTACT-PREFERENCE.
           MOVE INPUTACCNUM TO PRF-CUSTOMER-NUM

           EXEC CICS READ FILE ( PREF-FILE-NAME )
                     INTO   ( WEBPREF-RECORD )
                     RIDFLD ( PRF-KEY )
                     UPDATE
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NOTFND)
             PERFORM SET-DEFAULT-PREFERENCE
           ELSE
             PERFORM CHECK-COMMAND
             SET PREF-ON-FILE TO TRUE
           END-IF

           IF INPUTACTION = 'CHANNEL '
             MOVE NEW-CHANNEL TO PRF-CHANNEL
           ELSE
             IF INPUTVALUE = 'OD      '
               MOVE NEW-OPT-OUT-FLAG TO PRF-OPT-OUT-OD
             ELSE
               MOVE NEW-OPT-OUT-FLAG TO PRF-OPT-OUT-SO
             END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO PRF-UPDATED-DATE
           PERFORM CAPTURE-CURRENT-TIME
           MOVE CURRENT-TIME-FIELD TO PRF-UPDATED-TIME
           IF SERVICE-MODE
             SET PRF-VIA-CHANNEL TO TRUE
           ELSE
             SET PRF-VIA-TERMINAL TO TRUE
           END-IF

           IF PREF-ON-FILE
             EXEC CICS REWRITE FILE ( PREF-FILE-NAME )
                       FROM   ( WEBPREF-RECORD )
                       RESP   ( COMMAND-RESP )
                       RESP2  ( COMMAND-RESP2 )
             END-EXEC
           ELSE
             EXEC CICS WRITE FILE ( PREF-FILE-NAME )
                       FROM   ( WEBPREF-RECORD )
                       RIDFLD ( PRF-KEY )
                       RESP   ( COMMAND-RESP )
                       RESP2  ( COMMAND-RESP2 )
             END-EXEC
           END-IF

           PERFORM CHECK-COMMAND

           SET PREF-ON-FILE TO TRUE
           SET PREF-UPDATED TO TRUE

           INITIALIZE STATUS-MSG
           STRING 'Contact preferences updated: ' DELIMITED BY SIZE
                  INPUTACCNUM DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  INPUTACTION DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  INPUTVALUE DELIMITED BY SPACE
                INTO MSG-TEXT
           PERFORM PRINT-STATUS-MESSAGE
           .

      * The preferences of a customer with no WEBPREF record: letters,
      * and no alert type opted out of
       SET-DEFAULT-PREFERENCE.
           MOVE 'N' TO PREF-ON-FILE-SW
           INITIALIZE WEBPREF-RECORD
           MOVE INPUTACCNUM TO PRF-CUSTOMER-NUM
           SET PRF-CHANNEL-LETTER TO TRUE
           MOVE 'N' TO PRF-OPT-OUT-OD
           MOVE 'N' TO PRF-OPT-OUT-SO
           .

      * Set out the preferences as they now stand, both as the
      * terminal reply and in the service status. A channel code
      * WEBALRTD does not recognise is shown as the letter it falls
      * back to.
       BUILD-PREFERENCE-REPLY.
           EVALUATE TRUE
             WHEN PRF-CHANNEL-SMS
               MOVE 'SMS'    TO PS-CHANNEL
               MOVE 'S'      TO PSRV-CHANNEL
             WHEN PRF-CHANNEL-EMAIL
               MOVE 'EMAIL'  TO PS-CHANNEL
               MOVE 'E'      TO PSRV-CHANNEL
             WHEN OTHER
               MOVE 'LETTER' TO PS-CHANNEL
               MOVE 'L'      TO PSRV-CHANNEL
           END-EVALUATE

           IF PRF-OPTED-OUT-OD
             MOVE 'OFF' TO PS-OD-ALERTS
             MOVE 'Y'   TO PSRV-OPT-OUT-OD
           ELSE
             MOVE 'ON'  TO PS-OD-ALERTS
             MOVE 'N'   TO PSRV-OPT-OUT-OD
           END-IF

           IF PRF-OPTED-OUT-SO
             MOVE 'OFF' TO PS-SO-ALERTS
             MOVE 'Y'   TO PSRV-OPT-OUT-SO
           ELSE
             MOVE 'ON'  TO PS-SO-ALERTS
             MOVE 'N'   TO PSRV-OPT-OUT-SO
           END-IF

           MOVE SPACES TO PS-NOTE
           IF PREF-UPDATED
             MOVE '  - UPDATED' TO PS-NOTE
           END-IF
           IF NOT PREF-ON-FILE
             MOVE '  (DEFAULTS)' TO PS-NOTE
           END-IF

           IF PREF-ON-FILE
             MOVE 'Y' TO PSRV-PREF-ON-FILE
           ELSE
             MOVE 'N' TO PSRV-PREF-ON-FILE
           END-IF

           MOVE PREF-SUMMARY TO REPLY-TEXT
           .

      * Refuse the request and end the task: a service caller gets
      * a REFUSED status and the short reason, the terminal user the
      * reply already built
       REFUSE-REQUEST.
           INITIALIZE STATUS-MSG
           STRING 'Preference request refused: ' DELIMITED BY SIZE
                  INPUTACCNUM DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  REFUSAL-REASON DELIMITED BY SIZE
                INTO MSG-TEXT
           PERFORM PRINT-STATUS-MESSAGE

           IF SERVICE-MODE
             MOVE 'REFUSED '     TO PSRV-STATUS
             MOVE REFUSAL-REASON TO PSRV-REASON
             PERFORM SERVICE-FAILURE-RETURN
           END-IF

           PERFORM SEND-REPLY-AND-RETURN
           .

      * Read the account's lockout record and refuse the request if
      * the account is locked. No record at all simply means the
      * account has never failed a PIN check.
       CHECK-ACCOUNT-LOCKOUT.
           EXEC CICS READ FILE ( LOCKOUT-FILE-NAME )
                     INTO   ( WEBLOCK-RECORD )
                     RIDFLD ( INPUTACCNUM )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NOTFND)
             EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COMMAND

           IF LCK-LOCKED
             MOVE 'ACCOUNT LOCKED - TOO MANY PIN FAILURES'
               TO REPLY-TEXT
             MOVE 'ACCOUNT LOCKED' TO REFUSAL-REASON
             PERFORM REFUSE-REQUEST
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
           MOVE 'CUSTOMER CLOSED' TO REFUSAL-REASON
           PERFORM REFUSE-REQUEST
           .

      * Count a failed PIN check against the account, exactly as
      * WEBHOME and WEBXFER do: first failure writes the record,
      * later ones increment it, and reaching MAX-PIN-FAILURES
      * consecutive failures locks the account. WEBLOCK is
      * non-recoverable (see its CSD definition), so the updated
      * count survives the AUTH abend that follows.
       RECORD-PIN-FAILURE.
           MOVE 'N' TO LOCKOUT-RECORD-FOUND-SW
           EXEC CICS READ FILE ( LOCKOUT-FILE-NAME )
                     INTO   ( WEBLOCK-RECORD )
                     RIDFLD ( INPUTACCNUM )
                     UPDATE
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NOTFND)
             INITIALIZE WEBLOCK-RECORD
             MOVE INPUTACCNUM TO LCK-ACCOUNT-NUM
             MOVE 0           TO LCK-FAIL-COUNT
             SET LCK-OPEN     TO TRUE
           ELSE
             SET LOCKOUT-RECORD-FOUND TO TRUE
             PERFORM CHECK-COMMAND
           END-IF

           ADD 1 TO LCK-FAIL-COUNT
           IF LCK-FAIL-COUNT >= MAX-PIN-FAILURES
             SET LCK-LOCKED TO TRUE
      * a locked account's session tokens die with it
             PERFORM REVOKE-ACCOUNT-TOKENS
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO LCK-LAST-FAIL-DATE
           PERFORM CAPTURE-CURRENT-TIME
           MOVE CURRENT-TIME-FIELD TO LCK-LAST-FAIL-TIME

           IF LOCKOUT-RECORD-FOUND
             EXEC CICS REWRITE FILE ( LOCKOUT-FILE-NAME )
                       FROM   ( WEBLOCK-RECORD )
                       RESP   ( COMMAND-RESP )
                       RESP2  ( COMMAND-RESP2 )
             END-EXEC
           ELSE
             EXEC CICS WRITE FILE ( LOCKOUT-FILE-NAME )
                       FROM   ( WEBLOCK-RECORD )
                       RIDFLD ( LCK-KEY )
                       RESP   ( COMMAND-RESP )
                       RESP2  ( COMMAND-RESP2 )
             END-EXEC
           END-IF

           PERFORM CHECK-COMMAND
           .

      * A successful PIN check ends any run of consecutive failures:
      * clear the count but keep the record (and its last-failure
      * timestamp) for the ops desk to see.
       RESET-PIN-FAILURES.
           EXEC CICS READ FILE ( LOCKOUT-FILE-NAME )
                     INTO   ( WEBLOCK-RECORD )
                     RIDFLD ( INPUTACCNUM )
                     UPDATE
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NOTFND)
             EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COMMAND

           MOVE 0       TO LCK-FAIL-COUNT
           SET LCK-OPEN TO TRUE

           EXEC CICS REWRITE FILE ( LOCKOUT-FILE-NAME )
                     FROM   ( WEBLOCK-RECORD )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND
           .

      * Validate the session token a service caller presented, the
      * same way WEBHOME does: it must exist for this account, still
      * be active, and not have sat idle longer than the TOKNMINS
      * threshold. A good token has its last-used stamp refreshed;
      * an idle-expired one is marked revoked on the spot.
       VALIDATE-SESSION-TOKEN.
           MOVE 'N' TO TOKEN-VALID-SW

           MOVE INPUTACCNUM TO TOK-ACCOUNT-NUM
           MOVE PREQ-TOKEN  TO TOK-TOKEN

           EXEC CICS READ FILE ( TOKEN-FILE-NAME )
                     INTO   ( WEBTOKEN-RECORD )
                     RIDFLD ( TOK-KEY )
                     UPDATE
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NOTFND)
             EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COMMAND

           IF NOT TOK-ACTIVE
             EXEC CICS UNLOCK FILE ( TOKEN-FILE-NAME )
                       RESP  ( COMMAND-RESP )
                       RESP2 ( COMMAND-RESP2 )
             END-EXEC
             EXIT PARAGRAPH
           END-IF

           PERFORM GET-TOKEN-EXPIRY-MINS
           PERFORM COMPUTE-TOKEN-IDLE-TIME

           IF TOKEN-IDLE-MINS > TOKEN-EXPIRY-MINS
             SET TOK-REVOKED TO TRUE
             EXEC CICS REWRITE FILE ( TOKEN-FILE-NAME )
                       FROM   ( WEBTOKEN-RECORD )
                       RESP   ( COMMAND-RESP )
                       RESP2  ( COMMAND-RESP2 )
             END-EXEC
             PERFORM CHECK-COMMAND
             EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO TOK-LAST-USED-DATE
           PERFORM CAPTURE-CURRENT-TIME
           MOVE CURRENT-TIME-FIELD TO TOK-LAST-USED-TIME

           EXEC CICS REWRITE FILE ( TOKEN-FILE-NAME )
                     FROM   ( WEBTOKEN-RECORD )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND

           SET TOKEN-VALID TO TRUE
           .

      * How long the token in hand has sat idle, in whole minutes;
      * an unstamped (or unreadable) last-used date counts as idle
      * forever, so the token can only be refused
       COMPUTE-TOKEN-IDLE-TIME.
           IF TOK-LAST-USED-DATE IS NOT NUMERIC
              OR TOK-LAST-USED-TIME IS NOT NUMERIC
             COMPUTE TOKEN-IDLE-MINS = TOKEN-EXPIRY-MINS + 1
             EXIT PARAGRAPH
           END-IF

           MOVE TOK-LAST-USED-DATE TO TOKEN-DATE-NUM
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE-NUM
           COMPUTE TOKEN-DAY-DIFF =
                   FUNCTION INTEGER-OF-DATE(TODAY-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE(TOKEN-DATE-NUM)

           MOVE TOK-LAST-USED-TIME TO TIME-NUM-FIELD
           COMPUTE TOKEN-LAST-SECS =
                   (TN-HOUR * 3600) + (TN-MIN * 60) + TN-SEC

           PERFORM CAPTURE-CURRENT-TIME
           MOVE CURRENT-TIME-FIELD TO TIME-NUM-FIELD
           COMPUTE TOKEN-NOW-SECS =
                   (TN-HOUR * 3600) + (TN-MIN * 60) + TN-SEC

           COMPUTE TOKEN-IDLE-MINS =
                   ((TOKEN-DAY-DIFF * 86400)
                    + TOKEN-NOW-SECS - TOKEN-LAST-SECS) / 60
           .

      * Set TOKEN-EXPIRY-MINS from the control file's TOKNMINS
      * record; the fallback applies when the record (or the file)
      * is unavailable, so tokens always expire.
       GET-TOKEN-EXPIRY-MINS.
           MOVE 'TOKNMINS' TO CTL-TYPE
           MOVE '*DEFAULT' TO CTL-ACCT

           EXEC CICS READ FILE ( CONTROL-FILE-NAME )
                     INTO   ( WEBCNTL-RECORD )
                     RIDFLD ( CTL-KEY )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL) AND CTL-VALUE > 0
             MOVE CTL-VALUE TO TOKEN-EXPIRY-MINS
           ELSE
             MOVE FALLBACK-TOKEN-MINS TO TOKEN-EXPIRY-MINS
           END-IF
           .

      * Send the built reply to the terminal and end the task
       SEND-REPLY-AND-RETURN.
           EXEC CICS SEND TEXT FROM ( TERMINAL-REPLY )
                     TERMINAL WAIT
                     FREEKB
           END-EXEC

           EXEC CICS RETURN
           END-EXEC
           .

      * Put the request outcome to the service caller's status
      * container. A failure here is only logged - this runs on the
      * error paths too, and erroring out of the error path would
      * loop straight back in.
       PUT-SERVICE-STATUS.
           EXEC CICS PUT CONTAINER ( SERVICE-STAT-CONTAINER )
                           FROM    ( SERVICE-STATUS )
                           CHANNEL ( REQUEST-CHANNEL )
                           RESP    ( COMMAND-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             INITIALIZE STATUS-MSG
             MOVE '*** Unable to put WEBPREFSTATUS container.'
               TO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE
           END-IF
           .

      * End a failed service request: report the outcome in the
      * status container and return to the caller
       SERVICE-FAILURE-RETURN.
           PERFORM PUT-SERVICE-STATUS

           EXEC CICS RETURN
           END-EXEC
           .

      * Compute the current time as HHMMSS for the record timestamp
       CAPTURE-CURRENT-TIME.
           MOVE FUNCTION CURRENT-DATE(9:2)  TO CT-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO CT-MIN
           MOVE FUNCTION CURRENT-DATE(13:2) TO CT-SEC
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
             PERFORM WEBPREFM-ERROR
           END-IF
           .

      * Error path processing to write messages and end the task.
      * The terminal path abends, backing out any half-made change;
      * a service caller gets the same backout explicitly
      * (SYNCPOINT ROLLBACK) followed by a FAILED status on its
      * channel, as WEBXFER does.
       WEBPREFM-ERROR.
           INITIALIZE STATUS-MSG
           MOVE '*** Error occurred in WEBPREFM.' TO MSG-TEXT
           PERFORM PRINT-STATUS-MESSAGE

           IF SERVICE-MODE
             EXEC CICS SYNCPOINT ROLLBACK
             END-EXEC
             MOVE 'FAILED  ' TO PSRV-STATUS
             MOVE SPACES     TO PSRV-REASON
             PERFORM SERVICE-FAILURE-RETURN
           END-IF

           EXEC CICS ABEND ABCODE(ABEND-CODE) NODUMP END-EXEC
           .


      * Revoke every session token the account holds, exactly as
      * WEBHOME does at lockout: collect the keys with a keyed
      * browse, then mark each record revoked. WEBTOKEN is
      * non-recoverable (see its CSD definition), so the revocation
      * survives the AUTH abend that follows.
       REVOKE-ACCOUNT-TOKENS.
           MOVE 0   TO REVOKE-COUNT
           MOVE 'N' TO TOKEN-BROWSE-ENDED-SW

           INITIALIZE WEBTOKEN-RECORD
           MOVE INPUTACCNUM TO TOK-ACCOUNT-NUM

           EXEC CICS STARTBR FILE ( TOKEN-FILE-NAME )
                     RIDFLD ( TOK-KEY )
                     GTEQ
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

      * NOTFND here means the account holds no tokens at all
           IF COMMAND-RESP = DFHRESP(NOTFND)
             EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COMMAND

           PERFORM READ-NEXT-TOKEN
           PERFORM UNTIL TOKEN-BROWSE-ENDED
                      OR REVOKE-COUNT >= 20
             IF TOK-ACTIVE
               ADD 1 TO REVOKE-COUNT
               MOVE TOK-KEY TO REVOKE-KEY (REVOKE-COUNT)
             END-IF
             PERFORM READ-NEXT-TOKEN
           END-PERFORM

           EXEC CICS ENDBR FILE ( TOKEN-FILE-NAME )
                     RESP  ( COMMAND-RESP )
                     RESP2 ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND

           PERFORM VARYING REVOKE-IX FROM 1 BY 1
                     UNTIL REVOKE-IX > REVOKE-COUNT
             MOVE REVOKE-KEY (REVOKE-IX) TO TOK-KEY
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
           END-PERFORM
           .

      * Read the next token in the browse; the account's range ends
      * at end-of-file or at the first record keyed to another
      * account
       READ-NEXT-TOKEN.
           EXEC CICS READNEXT FILE ( TOKEN-FILE-NAME )
                     INTO   ( WEBTOKEN-RECORD )
                     RIDFLD ( TOK-KEY )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(ENDFILE)
             SET TOKEN-BROWSE-ENDED TO TRUE
             EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COMMAND

           IF TOK-ACCOUNT-NUM NOT = INPUTACCNUM
             SET TOKEN-BROWSE-ENDED TO TRUE
           END-IF
           .

       END PROGRAM 'WEBPREFM'.

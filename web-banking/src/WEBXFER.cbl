      * record to the WEBPOST posting store, which ACCTHIST reads
      * back to build the mini-statement WEBHOME shows.
      *
      * A request made on a weekend, on a holiday held on the WEBCAL
      * business-day calendar, or at or after the WEBCNTL CUTOFF
      * time is booked to the next business date (XFJ-BUSINESS-DATE
      * and PST-BUSINESS-DATE), and the daily cap is counted per
      * business date, so it is charged to that date's cap.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.

      * Control file (see WEBCNTLR copybook): the per-customer daily
      * transfer cap (record type XFERCAP), maintained by the fraud
      * team through the WEBM transaction with a *DEFAULT fallback,
      * and the CLOSED marker the WEBC transaction sets on a customer
       COPY WEBCNTLR.

       1 CONTROL-FILE-NAME       PIC X(8) VALUE 'WEBCNTL '.
       1 TOKEN-BROWSE-ENDED-SW   PIC X     VALUE 'N'.
         88 TOKEN-BROWSE-ENDED            VALUE 'Y'.

      * Business-day calendar (see WEBCALR copybook) and the
      * end-of-day cutoff (WEBCNTL record type CUTOFF): a request
      * made on a non-business day, or at or after the cutoff, is
      * booked to the next business date (XFJ-BUSINESS-DATE and
      * PST-BUSINESS-DATE) and counts toward that date's cap
       COPY WEBCALR.

       1 CALENDAR-FILE-NAME      PIC X(8) VALUE 'WEBCAL  '.
       1 BUSINESS-DATE           PIC X(8)  VALUE SPACES.
       1 CUTOFF-HHMM             PIC 9(4)  VALUE 0.
       1 NOW-HHMM                PIC 9(4)  VALUE 0.

      * The cap sweep starts at the last business day before the
      * business date - a request made after that day's cutoff
      * already belongs to the business date - and runs to today
       1 SWEEP-START-DATE        PIC X(8)  VALUE SPACES.
       1 JOURNAL-BUSINESS-DATE   PIC X(8)  VALUE SPACES.

      * Business-day roll work fields: ROLL-DATE-NUM is moved a day
      * at a time until it is neither a weekend day (the
      * INTEGER-OF-DATE day number modulo 7 is 6 for a Saturday and
      * 0 for a Sunday) nor held on WEBCAL. The step limit stops a
      * calendar keyed with a long run of holidays by mistake from
      * looping.
       1 ROLL-DATE-NUM           PIC 9(8)  VALUE 0.
       1 ROLL-DAY-INT            PIC S9(9) COMP VALUE 0.
       1 ROLL-WEEKDAY            PIC S9(4) COMP VALUE 0.
       1 ROLL-STEPS              PIC S9(4) COMP VALUE 0.
       1 MAX-ROLL-STEPS          PIC S9(4) COMP VALUE 31.
       1 ROLL-BUSINESS-DAY-SW    PIC X     VALUE 'N'.
         88 ROLL-BUSINESS-DAY             VALUE 'Y'.

       1 CURRENT-TIME-FIELD.
         2 CT-HOUR             PIC X(2).
         2 CT-MIN              PIC X(2).
             SET SERVICE-MODE TO TRUE
           END-IF

      * The date this request is booked to - needed before anything
      * is journaled, refusals included
           PERFORM SET-BUSINESS-DATE

      * First step is to retrieve and validate the transfer request
           PERFORM GET-TRANSFER-INPUT

      * ----
      * Refuse a locked-out account before VERIFYPN is even driven -
      * the same lockout WEBHOME enforces at log-on - and a customer
      * closed by the WEBC transaction likewise
      * ----
           PERFORM CHECK-ACCOUNT-LOCKOUT
           PERFORM CHECK-CUSTOMER-CLOSED

      * ----
      * A service caller holding a session token from its WEBHOME
      * ----
      * A valid PIN alone must not be able to move the whole balance
      * out in a day, in one request or twenty: total the customer's
      * already-posted journal records for the business date (see
      * SET-BUSINESS-DATE) and refuse the request if the daily
      * cap from the control file would be breached. The refusal is
      * journaled like any other, so the fraud team can see probing
      * patterns.
      * ----
           PERFORM CHECK-DAILY-TRANSFER-CAP

           .

      * Refuse the request if, together with what the customer has
      * already moved out for the same business date, it would
      * breach their daily cap. Everything is compared in the home
      * currency: the cap is held in it, and the journal records
      * being totalled may be in any account currency.
       CHECK-DAILY-TRANSFER-CAP.
           PERFORM GET-DAILY-TRANSFER-CAP

           .

      * Total, in home currency, the customer's posted journal
      * records booked to this request's business date. The journal
      * is keyed by debited account and calendar date, so each of
      * the customer's accounts (current and partner) is swept over
      * its own key range from the last business day before the
      * business date (whose after-cutoff requests roll onto it)
      * through today. Refusals and other customers' movements from
      * a joint account are left out of the total.
       TOTAL-TODAYS-TRANSFERS.
           MOVE 0 TO TODAY-POSTED-TOTAL

           MOVE BUSINESS-DATE TO ROLL-DATE-NUM
           PERFORM ROLL-BACK-TO-BUSINESS-DAY
           MOVE ROLL-DATE-NUM TO SWEEP-START-DATE

           PERFORM VARYING COUNTER FROM 1 BY 1
                     UNTIL COUNTER >
           END-PERFORM
           .

      * Add one account's posted journal amounts booked to the
      * business date into the running home-currency total, via a
      * keyed browse of the account's range from the sweep start
      * date through today.
       SUM-ACCOUNT-JOURNAL.
           MOVE 'N' TO JRNL-BROWSE-ENDED-SW

           INITIALIZE WEBXJRNL-RECORD
           MOVE SWEEP-ACCT       TO XFJ-FROM-ACCT
           MOVE SWEEP-START-DATE TO XFJ-DATE

           EXEC CICS STARTBR FILE ( JOURNAL-FILE-NAME )
                     RIDFLD ( XFJ-KEY )
           END-EXEC

      * NOTFND here means nothing at or beyond this account's range
      * for the sweep - nothing journaled, nothing to total
           IF COMMAND-RESP = DFHRESP(NOTFND)
             EXIT PARAGRAPH
           END-IF

           PERFORM READ-NEXT-JOURNAL
           PERFORM UNTIL JRNL-BROWSE-ENDED
      * an entry from before the business date was recorded is
      * booked to its own calendar date
             IF XFJ-BUSINESS-DATE = SPACES
                OR XFJ-BUSINESS-DATE = LOW-VALUES
               MOVE XFJ-DATE TO JOURNAL-BUSINESS-DATE
             ELSE
               MOVE XFJ-BUSINESS-DATE TO JOURNAL-BUSINESS-DATE
             END-IF
             IF XFJ-CUSTOMER-NUM = CUST-NO-IN
                AND (XFJ-POSTED OR XFJ-PAYMENT OR XFJ-SO-POSTED)
                AND JOURNAL-BUSINESS-DATE = BUSINESS-DATE
               MOVE XFJ-CURRENCY TO CONVERT-CURRENCY
               PERFORM GET-CURRENCY-RATE
               COMPUTE JOURNAL-HOME-AMOUNT ROUNDED =
           .

      * Read the next journal record in the browse; the account's
      * range ends at end-of-file or at the first record keyed to
      * another account or to a date after today
       READ-NEXT-JOURNAL.
           EXEC CICS READNEXT FILE ( JOURNAL-FILE-NAME )
                     INTO   ( WEBXJRNL-RECORD )
           PERFORM CHECK-COMMAND

           IF XFJ-FROM-ACCT NOT = SWEEP-ACCT
              OR XFJ-DATE > TODAY-DATE
             SET JRNL-BROWSE-ENDED TO TRUE
           END-IF
           .

      * Set BUSINESS-DATE, the date this request is booked to: today
      * on a business day before the cutoff, otherwise the next
      * business day. It is set before anything is journaled, so a
      * refusal carries it too.
       SET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
           MOVE FUNCTION CURRENT-DATE(9:4) TO NOW-HHMM
           MOVE TODAY-DATE TO ROLL-DATE-NUM

           PERFORM GET-CUTOFF-TIME
           IF CUTOFF-HHMM > 0 AND NOW-HHMM >= CUTOFF-HHMM
             COMPUTE ROLL-DAY-INT =
                     FUNCTION INTEGER-OF-DATE(ROLL-DATE-NUM) + 1
             COMPUTE ROLL-DATE-NUM =
                     FUNCTION DATE-OF-INTEGER(ROLL-DAY-INT)
           END-IF

           PERFORM ROLL-TO-BUSINESS-DAY
           MOVE ROLL-DATE-NUM TO BUSINESS-DATE
           .

      * Set CUTOFF-HHMM from the *DEFAULT CUTOFF control record, held
      * as HH.MM; no record (or a zero value) means no cutoff
       GET-CUTOFF-TIME.
           MOVE 0 TO CUTOFF-HHMM
           MOVE 'CUTOFF  '  TO CTL-TYPE
           MOVE '*DEFAULT'  TO CTL-ACCT

           EXEC CICS READ FILE ( CONTROL-FILE-NAME )
                     INTO   ( WEBCNTL-RECORD )
                     RIDFLD ( CTL-KEY )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             COMPUTE CUTOFF-HHMM = CTL-VALUE * 100
           END-IF
           .

      * Move ROLL-DATE-NUM forward to the first business day on or
      * after it: not a Saturday or Sunday, and not held on WEBCAL
       ROLL-TO-BUSINESS-DAY.
           MOVE 0 TO ROLL-STEPS
           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL ROLL-BUSINESS-DAY
                      OR ROLL-STEPS >= MAX-ROLL-STEPS
             ADD 1 TO ROLL-STEPS
             COMPUTE ROLL-DAY-INT =
                     FUNCTION INTEGER-OF-DATE(ROLL-DATE-NUM) + 1
             COMPUTE ROLL-DATE-NUM =
                     FUNCTION DATE-OF-INTEGER(ROLL-DAY-INT)
             PERFORM CHECK-BUSINESS-DAY
           END-PERFORM
           .

      * Move ROLL-DATE-NUM back to the last business day before it
       ROLL-BACK-TO-BUSINESS-DAY.
           MOVE 0 TO ROLL-STEPS
           MOVE 'N' TO ROLL-BUSINESS-DAY-SW
           PERFORM UNTIL ROLL-BUSINESS-DAY
                      OR ROLL-STEPS >= MAX-ROLL-STEPS
             ADD 1 TO ROLL-STEPS
             COMPUTE ROLL-DAY-INT =
                     FUNCTION INTEGER-OF-DATE(ROLL-DATE-NUM) - 1
             COMPUTE ROLL-DATE-NUM =
                     FUNCTION DATE-OF-INTEGER(ROLL-DAY-INT)
             PERFORM CHECK-BUSINESS-DAY
           END-PERFORM
           .

      * Set ROLL-BUSINESS-DAY when ROLL-DATE-NUM is a business day;
      * a weekday with no calendar record is one
       CHECK-BUSINESS-DAY.
           MOVE 'N' TO ROLL-BUSINESS-DAY-SW

           COMPUTE ROLL-WEEKDAY = FUNCTION MOD
                   (FUNCTION INTEGER-OF-DATE(ROLL-DATE-NUM), 7)
           IF ROLL-WEEKDAY = 6 OR ROLL-WEEKDAY = 0
             EXIT PARAGRAPH
           END-IF

           MOVE ROLL-DATE-NUM TO CAL-DATE

           EXEC CICS READ FILE ( CALENDAR-FILE-NAME )
                     INTO   ( WEBCAL-RECORD )
                     RIDFLD ( CAL-KEY )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NOTFND)
             SET ROLL-BUSINESS-DAY TO TRUE
             EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COMMAND
           .

      * Set CURRENCY-RATE (home-currency units per unit) for the
      * currency in CONVERT-CURRENCY from the WEBRATES file, the
      * same degradation as WEBHOME: a blank or unknown code is
      * description, amount and running balance are already set
       WRITE-ONE-POSTING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PST-DATE
           MOVE BUSINESS-DATE TO PST-BUSINESS-DATE
           PERFORM CAPTURE-CURRENT-TIME
           MOVE CURRENT-TIME-FIELD TO PST-TIME
           MOVE EIBTASKN           TO PST-TASK-NUM
           INITIALIZE XFJ-KEY
           MOVE INPUTFROMACCT TO XFJ-FROM-ACCT
           MOVE FUNCTION CURRENT-DATE(1:8) TO XFJ-DATE
           MOVE BUSINESS-DATE TO XFJ-BUSINESS-DATE
           PERFORM CAPTURE-CURRENT-TIME
           MOVE CURRENT-TIME-FIELD TO XFJ-TIME
           MOVE EIBTASKN     TO XFJ-TASK-NUM
           END-IF
           .

      * Read the customer's CLOSED marker from the control file and
      * refuse the transfer if there is one, as WEBHOME refuses the
      * log-on. No record means the customer has not been closed.
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

           MOVE 'CUSTOMER CLOSED' TO REFUSAL-REASON
           PERFORM REFUSE-TRANSFER
           .

      * Count a failed PIN check against the account, exactly as
      * WEBHOME does: first failure writes the record, later ones
      * increment it, and reaching MAX-PIN-FAILURES consecutive

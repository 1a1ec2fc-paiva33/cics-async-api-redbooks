      * overdraft headroom on the debit side - and posts the good
      * ones through ACCTPOST.
      *
      * An order whose scheduled date falls on a weekend or on a
      * holiday held on the WEBCAL business-day calendar is executed
      * on the next business day instead, and every execution is
      * booked to the run's business date (XFJ-BUSINESS-DATE and
      * PST-BUSINESS-DATE: today, or the next business day when
      * the run itself is on a non-business day).
      *
      * Every execution, posted or refused, is journaled to WEBXJRNL
      * (statuses SOPOSTED/SOREFUSE), and the order's next-run date
      * is advanced by its frequency either way, so a failing order

       1 COUNTER                 PIC S9(4) COMP-5 SYNC VALUE 0.

      * Business-day calendar (see WEBCALR copybook): an order due
      * on a non-business day is executed on the next business day
       COPY WEBCALR.

       1 CALENDAR-FILE-NAME      PIC X(8) VALUE 'WEBCAL  '.

      * Standing-order store (see WEBSORDR copybook)
       COPY WEBSORDR.

       1 WORK-SCHED-DAY          PIC 9(2)  VALUE 0.
       1 TODAY-DATE-NUM          PIC 9(8)  VALUE 0.

      * Business-day roll work fields: ROLL-DATE-NUM is moved
      * forward a day at a time until it is neither a weekend day
      * (the INTEGER-OF-DATE day number modulo 7 is 6 for a
      * Saturday and 0 for a Sunday) nor held on WEBCAL. The step
      * limit stops a calendar keyed with a long run of holidays by
      * mistake from looping.
       1 ROLL-DATE-NUM           PIC 9(8)  VALUE 0.
       1 ROLL-DAY-INT            PIC S9(9) COMP VALUE 0.
       1 ROLL-WEEKDAY            PIC S9(4) COMP VALUE 0.
       1 ROLL-STEPS              PIC S9(4) COMP VALUE 0.
       1 MAX-ROLL-STEPS          PIC S9(4) COMP VALUE 31.
       1 ROLL-BUSINESS-DAY-SW    PIC X     VALUE 'N'.
         88 ROLL-BUSINESS-DAY             VALUE 'Y'.

      * The business date this run's executions are booked to (today
      * rolled), and the test of whether an order's scheduled date,
      * rolled, has arrived
       1 BUSINESS-DATE           PIC X(8)  VALUE SPACES.
       1 ORDER-DUE-SW            PIC X     VALUE 'N'.
         88 ORDER-DUE                     VALUE 'Y'.

      * Running totals for the end-of-run summary
       1 TOTAL-DUE               PIC 9(4)  VALUE 0.
       1 TOTAL-POSTED            PIC 9(4)  VALUE 0.
           PERFORM PRINT-STATUS-MESSAGE

           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
           MOVE TODAY-DATE TO TODAY-DATE-NUM

      * a run on a non-business day books its executions to the next
      * business day
           MOVE TODAY-DATE-NUM TO ROLL-DATE-NUM
           PERFORM ROLL-TO-BUSINESS-DAY
           MOVE ROLL-DATE-NUM TO BUSINESS-DATE

           PERFORM SELECT-DUE-ORDERS

      * --------------------------------------------------------------

      * Browse the whole standing-order file and collect the keys of
      * the active orders due today or earlier - an order scheduled
      * for a non-business day falls due on the next business day.
      * Only the keys are kept: each order is re-read (and
      * rewritten) by key once the browse is closed.
       SELECT-DUE-ORDERS.
           MOVE 0   TO DUE-ORDER-COUNT
           MOVE 'N' TO BROWSE-ENDED-SW
           PERFORM READ-NEXT-ORDER
           PERFORM UNTIL BROWSE-ENDED
                      OR DUE-ORDER-COUNT >= MAX-DUE-ORDERS
             PERFORM CHECK-ORDER-DUE
             IF ORDER-DUE
               ADD 1 TO DUE-ORDER-COUNT
               MOVE SOR-KEY TO DUE-ORDER-KEY (DUE-ORDER-COUNT)
             END-IF
           PERFORM CHECK-COMMAND
           .

      * Set ORDER-DUE for an active order whose scheduled date,
      * rolled to a business day, is today or earlier. The date only
      * ever rolls forward, so a date after today is never due and
      * is not looked up on the calendar.
       CHECK-ORDER-DUE.
           MOVE 'N' TO ORDER-DUE-SW

           IF NOT SOR-ACTIVE OR SOR-NEXT-RUN-DATE > TODAY-DATE
             EXIT PARAGRAPH
           END-IF

      * a stored date that cannot be rolled is due as it stands
           IF SOR-NEXT-RUN-DATE IS NOT NUMERIC
             SET ORDER-DUE TO TRUE
             EXIT PARAGRAPH
           END-IF

           MOVE SOR-NEXT-RUN-DATE TO ROLL-DATE-NUM
           PERFORM ROLL-TO-BUSINESS-DAY
           IF ROLL-DATE-NUM <= TODAY-DATE-NUM
             SET ORDER-DUE TO TRUE
           END-IF
           .

       READ-NEXT-ORDER.
           EXEC CICS READNEXT FILE ( SORDER-FILE-NAME )
                     INTO   ( WEBSORD-RECORD )
           PERFORM CHECK-COMMAND

      * cancelled (or already run) since selection - leave it be
           PERFORM CHECK-ORDER-DUE
           IF NOT ORDER-DUE
             EXIT PARAGRAPH
           END-IF

      * account in the same second would otherwise collide.
       WRITE-ONE-POSTING.
           MOVE TODAY-DATE TO PST-DATE
           MOVE BUSINESS-DATE TO PST-BUSINESS-DATE
           PERFORM CAPTURE-CURRENT-TIME
           MOVE CURRENT-TIME-FIELD TO PST-TIME
           MOVE SOR-ORDER-NUM      TO PST-TASK-NUM
       WRITE-JOURNAL-RECORD.
           MOVE ORDER-FROM-ACCT TO XFJ-FROM-ACCT
           MOVE TODAY-DATE      TO XFJ-DATE
           MOVE BUSINESS-DATE   TO XFJ-BUSINESS-DATE
           PERFORM CAPTURE-CURRENT-TIME
           MOVE CURRENT-TIME-FIELD TO XFJ-TIME
           MOVE SOR-ORDER-NUM    TO XFJ-TASK-NUM
      * happened to catch up either - a weekly Monday order run
      * late is still a Monday order. Monthly steps re-anchor the
      * day-of-month to SOR-SCHED-DAY, so a February clamp does
      * not rewrite a 31st-of-month order. The stored date stays the
      * scheduled date even when it falls on a non-business day -
      * only its execution rolls - and the steps repeat until that
      * date, rolled, is after today, so an order rolled onto today
      * is not selected again by a rerun.
       ADVANCE-NEXT-RUN-DATE.
           EXEC CICS READ FILE ( SORDER-FILE-NAME )
                     INTO   ( WEBSORD-RECORD )
             MOVE TODAY-DATE TO RUN-DATE-NUM
           END-IF

           PERFORM ADVANCE-ONE-STEP
           MOVE RUN-DATE-NUM TO ROLL-DATE-NUM
           PERFORM ROLL-TO-BUSINESS-DAY
           PERFORM UNTIL ROLL-DATE-NUM > TODAY-DATE-NUM
             PERFORM ADVANCE-ONE-STEP
             MOVE RUN-DATE-NUM TO ROLL-DATE-NUM
             PERFORM ROLL-TO-BUSINESS-DAY
           END-PERFORM

           MOVE RUN-DATE-NUM TO SOR-NEXT-RUN-DATE
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

      * Fetch the customer's current accounts from ACCTCURR with a
      * plain synchronous LINK, then read the variable-length result
      * container back with the same two-step GET (peek at the count,

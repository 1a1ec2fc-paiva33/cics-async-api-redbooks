       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
      ******************************************************************
      *  WEBODCHG
      *
      * Is a CICS application example that charges overdraft
      * interest and the overdraft breach fee in the simulated Web
      * banking application, once a month. For the month being
      * charged it works out each account's end-of-day balance for
      * every day of the month from the PST-RUN-BALANCE chain on the
      * WEBPOST posting store, and for every account that was
      * overdrawn on any day:
      *   - interest: the annual percentage rate on the WEBCNTL
      *     ODINTRT record (the account's own, else *DEFAULT) applied
      *     to each day's overdrawn balance at 1/365 of the rate
      *   - the breach fee: the flat home-currency amount on the
      *     WEBCNTL ODFEE record (the account's own, else *DEFAULT),
      *     charged once when the overdrawn balance went past the
      *     account's ODLIMIT overdraft limit on any day of the month
      * The total is posted through ACCTPOST, the back-end posting
      * program, with a WEBPOST debit (so the charge shows on the
      * WEBSTMT statement and the WEBH mini-statement, as
      * 'OD CHARGE yyyymm') and a WEBXJRNL entry of status ODCHARGE,
      * and is recorded on the WEBCHRG charges register (see the
      * WEBCHRGR copybook) for the credit team.
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * This example is driven via CICS terminal, run by operations
      * in the overnight window after month end as transaction
      * 'WEBI'
      * in the form:
      * WEBI             - charge the month just ended
      * WEBI yyyymm      - charge the given month (one already ended)
      * eg:
      * 'WEBI 202402'
      *
      ******************************************************************
      *
      * **** NOTE ****
      * Each account is charged in its own unit of work - the
      * ACCTPOST posting, the WEBPOST and WEBXJRNL records and the
      * register record commit together - and an account that
      * already has a register record for the month is never
      * charged again. A run that abends, or that finds more
      * overdrawn accounts than its table holds, is simply rerun
      * with the same month: it carries on with the accounts not
      * yet on the register.
      *
      * WEBPOST is the only balance history this program has, so an
      * account's balance before its first posting is taken as
      * zero, and a day with no posting keeps the balance the
      * account ended the previous day on.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. WEBODCHG.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * For the summary reply to the operations terminal
       1 TERMINAL-REPLY.
         2 FILLER                 PIC X(9)  VALUE 'WEBODCHG '.
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

      * Maps the terminal input, entered as: WEBI [yyyymm]
       1 READ-INPUT.
         2 TRANID                PIC X(4) VALUE '    '.
         2 FILLER                PIC X(1).
         2 INPUTMONTH            PIC X(6) VALUE ' '.
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 11.

       1 COMMAND-RESP            PIC S9(8) COMP.
       1 COMMAND-RESP2           PIC S9(8) COMP.

       1 ABEND-CODE              PIC X(4) VALUE 'WODC'.

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

      * The bank's overdraft income account on the back end, which
      * ACCTPOST credits with every charge. It is not a customer
      * account, so no statement posting is written against it.
       1 OD-INCOME-ACCT          PIC X(8) VALUE 'ODINCOME'.

      * Posting store (see WEBPOSTR copybook)
       COPY WEBPOSTR.

       1 POSTING-FILE-NAME       PIC X(8) VALUE 'WEBPOST '.

      * The posting description names the month charged, so the
      * statement line reads eg 'OD CHARGE 202402'
       1 POSTING-DESC.
         2 PD-VERB               PIC X(10).
         2 PD-OTHER-ACCT         PIC X(8).
         2 FILLER                PIC X(2)  VALUE SPACES.

      * Funds-transfer journal (see WEBXJRN copybook)
       COPY WEBXJRN.

       1 JOURNAL-FILE-NAME       PIC X(8) VALUE 'WEBXJRNL'.

      * Control file (see WEBCNTLR copybook): the ODINTRT interest
      * rate, ODFEE breach fee and ODLIMIT overdraft limit
       COPY WEBCNTLR.

       1 CONTROL-FILE-NAME       PIC X(8) VALUE 'WEBCNTL '.

      * Exchange rates (see WEBRATER copybook): the fee and the
      * limit are in the home currency
       COPY WEBRATER.

       1 RATES-FILE-NAME         PIC X(8) VALUE 'WEBRATES'.

      * Overdraft charges register (see WEBCHRGR copybook)
       COPY WEBCHRGR.

       1 CHARGES-FILE-NAME       PIC X(8) VALUE 'WEBCHRG '.

      * One control value, looked up as GET-OVERDRAFT-LIMIT does in
      * WEBHOME: the account's own record, else *DEFAULT, else the
      * fallback. With no ODINTRT or ODFEE record at all nothing is
      * charged; the ODLIMIT fallback is the 500.00 the online
      * programs carry.
       1 LOOKUP-TYPE             PIC X(8)  VALUE SPACES.
       1 LOOKUP-ACCT             PIC X(8)  VALUE SPACES.
       1 LOOKUP-FALLBACK         PIC S9(7)V99 COMP-3 VALUE 0.
       1 LOOKUP-VALUE            PIC S9(7)V99 COMP-3 VALUE 0.
       1 FALLBACK-OVERDRAFT-LIMIT PIC S9(7)V99 COMP-3 VALUE 500.00.

      * The month being charged
       1 TODAY-DATE              PIC X(8)  VALUE SPACES.
       1 CHARGE-MONTH.
         2 CM-YEAR               PIC 9(4).
         2 CM-MONTH              PIC 9(2).
       1 MONTH-START-DATE        PIC X(8)  VALUE SPACES.
       1 MONTH-END-DATE          PIC X(8)  VALUE SPACES.
       1 MONTH-END-DAY           PIC 9(2)  VALUE 0.

      * The account being read in the selection browse, and its
      * end-of-day balance so far
       1 CUR-ACCT                PIC X(8)  VALUE SPACES.
       1 CUR-CUSTOMER-NUM        PIC X(4)  VALUE SPACES.
       1 CUR-CURRENCY            PIC X(3)  VALUE SPACES.
       1 CUR-BALANCE             PIC S9(6)V99 COMP-3 VALUE 0.
       1 CUR-DAYS-OVERDRAWN      PIC 9(2)  VALUE 0.
       1 CUR-BALANCE-DAYS        PIC S9(9)V99 COMP-3 VALUE 0.
       1 CUR-MAX-OVERDRAWN       PIC S9(6)V99 COMP-3 VALUE 0.
       1 NEXT-DAY                PIC 9(2)  VALUE 0.
       1 THROUGH-DAY             PIC 9(2)  VALUE 0.
       1 POSTING-DAY             PIC 9(2)  VALUE 0.
       1 DAY-COUNT               PIC 9(2)  VALUE 0.
       1 OVERDRAWN-AMOUNT        PIC S9(6)V99 COMP-3 VALUE 0.

      * The overdrawn accounts found by the selection browse: they
      * are collected first, then each is charged once the browse is
      * closed - the posting store cannot be written while the
      * browse is still open on it
       1 MAX-CHARGES             PIC S9(4) COMP-5 SYNC VALUE 500.
       1 CHARGE-COUNT            PIC S9(4) COMP-5 SYNC VALUE 0.
       1 CHARGE-IX               PIC S9(4) COMP-5 SYNC VALUE 0.
       1 CHARGE-TABLE.
         2 CHARGE-ENTRY OCCURS 500 TIMES.
           3 CE-ACCT             PIC X(8).
           3 CE-CUSTOMER-NUM     PIC X(4).
           3 CE-CURRENCY         PIC X(3).
           3 CE-DAYS-OVERDRAWN   PIC 9(2).
           3 CE-BALANCE-DAYS     PIC S9(9)V99 COMP-3.
           3 CE-MAX-OVERDRAWN    PIC S9(6)V99 COMP-3.
       1 TABLE-FULL-SW           PIC X     VALUE 'N'.
         88 TABLE-FULL                     VALUE 'Y'.
       1 BROWSE-ENDED-SW         PIC X     VALUE 'N'.
         88 BROWSE-ENDED                   VALUE 'Y'.

      * Working figures for the account being charged
       1 HOME-CURRENCY           PIC X(3)  VALUE 'USD'.
       1 CURRENCY-RATE           PIC S9(3)V9(6) COMP-3 VALUE 1.
       1 INTEREST-RATE           PIC S9(3)V99 COMP-3 VALUE 0.
       1 BREACH-FEE              PIC S9(7)V99 COMP-3 VALUE 0.
       1 OVERDRAFT-LIMIT         PIC S9(7)V99 COMP-3 VALUE 0.
       1 HOME-MAX-OVERDRAWN      PIC S9(9)V99 COMP-3 VALUE 0.
       1 INTEREST-AMOUNT         PIC S9(7)V99 COMP-3 VALUE 0.
       1 FEE-AMOUNT              PIC S9(7)V99 COMP-3 VALUE 0.
       1 CHARGE-AMOUNT           PIC S9(7)V99 COMP-3 VALUE 0.
       1 MAX-CHARGE-AMOUNT       PIC S9(7)V99 COMP-3 VALUE 999999.99.
       1 BALANCE-ACCT            PIC X(8)  VALUE SPACES.
       1 LAST-RUN-BALANCE        PIC S9(6)V99 COMP-3 VALUE 0.
       1 NEW-RUN-BALANCE         PIC S9(7)V99 COMP-3 VALUE 0.
       1 REGISTERED-SW           PIC X     VALUE 'N'.
         88 ALREADY-REGISTERED             VALUE 'Y'.

      * Running totals for the end-of-run summary
       1 TOTAL-CHARGED           PIC 9(4)  VALUE 0.
       1 TOTAL-NO-CHARGE         PIC 9(4)  VALUE 0.
       1 TOTAL-FAILED            PIC 9(4)  VALUE 0.
       1 TOTAL-CHARGED-DISPLAY   PIC ZZZ9.
       1 TOTAL-NO-CHARGE-DISPLAY PIC ZZZ9.
       1 TOTAL-FAILED-DISPLAY    PIC ZZZ9.
       1 AMOUNT-DISPLAY          PIC -(6)9.99.

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
           MOVE 'Started overdraft charging' TO MSG-TEXT
           PERFORM PRINT-STATUS-MESSAGE

           MOVE SPACES TO READ-INPUT
           EXEC CICS RECEIVE INTO       ( READ-INPUT )
                             LENGTH     ( READ-INPUT-LENGTH )
                             NOTRUNCATE
                             RESP       ( COMMAND-RESP )
                             RESP2      ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND

           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE

           PERFORM SET-CHARGE-MONTH

           PERFORM SELECT-OVERDRAWN-ACCOUNTS

           PERFORM VARYING CHARGE-IX FROM 1 BY 1
                     UNTIL CHARGE-IX > CHARGE-COUNT
             PERFORM CHARGE-ONE-ACCOUNT
           END-PERFORM

           MOVE TOTAL-CHARGED   TO TOTAL-CHARGED-DISPLAY
           MOVE TOTAL-NO-CHARGE TO TOTAL-NO-CHARGE-DISPLAY
           MOVE TOTAL-FAILED    TO TOTAL-FAILED-DISPLAY

           INITIALIZE STATUS-MSG
           STRING 'Overdraft charges ' DELIMITED BY SIZE
                  CHARGE-MONTH DELIMITED BY SIZE
                  ' charged ' DELIMITED BY SIZE
                  TOTAL-CHARGED-DISPLAY DELIMITED BY SIZE
                  ' none due ' DELIMITED BY SIZE
                  TOTAL-NO-CHARGE-DISPLAY DELIMITED BY SIZE
                  ' failed ' DELIMITED BY SIZE
                  TOTAL-FAILED-DISPLAY DELIMITED BY SIZE
                INTO MSG-TEXT
           PERFORM PRINT-STATUS-MESSAGE

           STRING 'MONTH ' DELIMITED BY SIZE
                  CHARGE-MONTH DELIMITED BY SIZE
                  '  CHARGED ' DELIMITED BY SIZE
                  TOTAL-CHARGED-DISPLAY DELIMITED BY SIZE
                  '  NONE DUE ' DELIMITED BY SIZE
                  TOTAL-NO-CHARGE-DISPLAY DELIMITED BY SIZE
                  '  FAILED ' DELIMITED BY SIZE
                  TOTAL-FAILED-DISPLAY DELIMITED BY SIZE
                INTO REPLY-TEXT

      * more overdrawn accounts than the table holds - the rest are
      * charged by a rerun, which skips those charged now
           IF TABLE-FULL
             MOVE '  MORE - RERUN' TO REPLY-TEXT(55:14)
           END-IF

           PERFORM SEND-REPLY-AND-RETURN
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * --------------------------------------------------------------
      * Below are helpful procedures and routines
      * --------------------------------------------------------------

      * Set the month to charge: the keyed month, or with none the
      * month before today's. Only a month that has ended can be
      * charged - its balances are not final until then.
       SET-CHARGE-MONTH.
           IF INPUTMONTH = SPACES
             MOVE TODAY-DATE(1:6) TO CHARGE-MONTH
             SUBTRACT 1 FROM CM-MONTH
             IF CM-MONTH = 0
               MOVE 12 TO CM-MONTH
               SUBTRACT 1 FROM CM-YEAR
             END-IF
           ELSE
             IF INPUTMONTH IS NOT NUMERIC
               MOVE 'MONTH MUST BE YYYYMM' TO REPLY-TEXT
               PERFORM SEND-REPLY-AND-RETURN
             END-IF
             MOVE INPUTMONTH TO CHARGE-MONTH
           END-IF

           IF CM-MONTH < 1 OR CM-MONTH > 12
             MOVE 'MONTH MUST BE YYYYMM' TO REPLY-TEXT
             PERFORM SEND-REPLY-AND-RETURN
           END-IF

           IF CHARGE-MONTH NOT < TODAY-DATE(1:6)
             STRING 'MONTH ' DELIMITED BY SIZE
                    CHARGE-MONTH DELIMITED BY SIZE
                    ' HAS NOT ENDED - NOTHING CHARGED'
                    DELIMITED BY SIZE
                  INTO REPLY-TEXT
             PERFORM SEND-REPLY-AND-RETURN
           END-IF

           EVALUATE CM-MONTH
             WHEN 4
             WHEN 6
             WHEN 9
             WHEN 11
               MOVE 30 TO MONTH-END-DAY
             WHEN 2
               IF FUNCTION MOD(CM-YEAR, 4) = 0
                  AND (FUNCTION MOD(CM-YEAR, 100) NOT = 0
                       OR FUNCTION MOD(CM-YEAR, 400) = 0)
                 MOVE 29 TO MONTH-END-DAY
               ELSE
                 MOVE 28 TO MONTH-END-DAY
               END-IF
             WHEN OTHER
               MOVE 31 TO MONTH-END-DAY
           END-EVALUATE

           STRING CHARGE-MONTH DELIMITED BY SIZE
                  '01' DELIMITED BY SIZE
                INTO MONTH-START-DATE
           STRING CHARGE-MONTH DELIMITED BY SIZE
                  MONTH-END-DAY DELIMITED BY SIZE
                INTO MONTH-END-DATE
           .

      * Browse the whole posting store in account/date/time order
      * and collect every account overdrawn at the end of any day of
      * the month and not already on the charges register
       SELECT-OVERDRAWN-ACCOUNTS.
           MOVE 0      TO CHARGE-COUNT
           MOVE 'N'    TO BROWSE-ENDED-SW
           MOVE SPACES TO CUR-ACCT

           INITIALIZE WEBPOST-RECORD
           MOVE LOW-VALUES TO PST-KEY

           EXEC CICS STARTBR FILE ( POSTING-FILE-NAME )
                     RIDFLD ( PST-KEY )
                     GTEQ
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

      * NOTFND here means an empty file - nothing posted at all
           IF COMMAND-RESP = DFHRESP(NOTFND)
             EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COMMAND

           PERFORM READ-NEXT-POSTING
           PERFORM UNTIL BROWSE-ENDED OR TABLE-FULL
             IF PST-ACCT-NUMBER NOT = CUR-ACCT
               IF CUR-ACCT NOT = SPACES
                 PERFORM FINISH-ACCOUNT
               END-IF
               PERFORM START-ACCOUNT
             END-IF
             PERFORM TAKE-POSTING
             PERFORM READ-NEXT-POSTING
           END-PERFORM

           IF BROWSE-ENDED AND CUR-ACCT NOT = SPACES
             PERFORM FINISH-ACCOUNT
           END-IF

           EXEC CICS ENDBR FILE ( POSTING-FILE-NAME )
                     RESP  ( COMMAND-RESP )
                     RESP2 ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND
           .

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
           .

      * First posting of a new account: nothing is known of its
      * balance before it (see the note above)
       START-ACCOUNT.
           MOVE PST-ACCT-NUMBER  TO CUR-ACCT
           MOVE PST-CUSTOMER-NUM TO CUR-CUSTOMER-NUM
           MOVE PST-CURRENCY     TO CUR-CURRENCY
           MOVE 0 TO CUR-BALANCE
           MOVE 0 TO CUR-DAYS-OVERDRAWN
           MOVE 0 TO CUR-BALANCE-DAYS
           MOVE 0 TO CUR-MAX-OVERDRAWN
           MOVE 1 TO NEXT-DAY
           .

      * Carry one posting into the account's end-of-day balances. A
      * posting before the month only sets the opening balance; a
      * posting in the month closes the days before its own at the
      * balance held until then; a posting after the month changes
      * nothing charged for it.
       TAKE-POSTING.
           IF PST-DATE < MONTH-START-DATE
             MOVE PST-RUN-BALANCE  TO CUR-BALANCE
             MOVE PST-CUSTOMER-NUM TO CUR-CUSTOMER-NUM
             MOVE PST-CURRENCY     TO CUR-CURRENCY
             EXIT PARAGRAPH
           END-IF

           IF PST-DATE > MONTH-END-DATE
             EXIT PARAGRAPH
           END-IF

           MOVE PST-DATE(7:2) TO POSTING-DAY
           COMPUTE THROUGH-DAY = POSTING-DAY - 1
           PERFORM ACCRUE-DAYS

           MOVE PST-RUN-BALANCE  TO CUR-BALANCE
           MOVE PST-CUSTOMER-NUM TO CUR-CUSTOMER-NUM
           MOVE PST-CURRENCY     TO CUR-CURRENCY
           .

      * Close the days from NEXT-DAY to THROUGH-DAY at the balance
      * held, counting those the account ended overdrawn
       ACCRUE-DAYS.
           IF THROUGH-DAY < NEXT-DAY
             EXIT PARAGRAPH
           END-IF

           COMPUTE DAY-COUNT = THROUGH-DAY - NEXT-DAY + 1
           COMPUTE NEXT-DAY = THROUGH-DAY + 1

           IF CUR-BALANCE NOT < 0
             EXIT PARAGRAPH
           END-IF

           COMPUTE OVERDRAWN-AMOUNT = ZERO - CUR-BALANCE
           ADD DAY-COUNT TO CUR-DAYS-OVERDRAWN
           COMPUTE CUR-BALANCE-DAYS = CUR-BALANCE-DAYS
                                    + OVERDRAWN-AMOUNT * DAY-COUNT
           IF OVERDRAWN-AMOUNT > CUR-MAX-OVERDRAWN
             MOVE OVERDRAWN-AMOUNT TO CUR-MAX-OVERDRAWN
           END-IF
           .

      * Last posting of an account read: close the rest of the month
      * and, if it was overdrawn on any day, collect it for charging
      * unless the register shows it already dealt with
       FINISH-ACCOUNT.
           MOVE MONTH-END-DAY TO THROUGH-DAY
           PERFORM ACCRUE-DAYS

           IF CUR-DAYS-OVERDRAWN = 0
             EXIT PARAGRAPH
           END-IF

           MOVE CUR-ACCT TO CHG-ACCT-NUMBER
           PERFORM READ-REGISTER-RECORD
           IF ALREADY-REGISTERED
             EXIT PARAGRAPH
           END-IF

           IF CHARGE-COUNT >= MAX-CHARGES
             SET TABLE-FULL TO TRUE
             EXIT PARAGRAPH
           END-IF

           ADD 1 TO CHARGE-COUNT
           MOVE CUR-ACCT           TO CE-ACCT (CHARGE-COUNT)
           MOVE CUR-CUSTOMER-NUM   TO CE-CUSTOMER-NUM (CHARGE-COUNT)
           MOVE CUR-CURRENCY       TO CE-CURRENCY (CHARGE-COUNT)
           MOVE CUR-DAYS-OVERDRAWN TO CE-DAYS-OVERDRAWN (CHARGE-COUNT)
           MOVE CUR-BALANCE-DAYS   TO CE-BALANCE-DAYS (CHARGE-COUNT)
           MOVE CUR-MAX-OVERDRAWN  TO CE-MAX-OVERDRAWN (CHARGE-COUNT)
           .

      * Look for the register record of the account in
      * CHG-ACCT-NUMBER for the month being charged
       READ-REGISTER-RECORD.
           MOVE 'N'          TO REGISTERED-SW
           MOVE CHARGE-MONTH TO CHG-MONTH

           EXEC CICS READ FILE ( CHARGES-FILE-NAME )
                     INTO   ( WEBCHRG-RECORD )
                     RIDFLD ( CHG-KEY )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NOTFND)
             EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COMMAND

           SET ALREADY-REGISTERED TO TRUE
           .

      * Charge the account CHARGE-IX points at: work out the interest
      * and the fee, post the total through ACCTPOST with its
      * statement posting and journal entry, and register it - all
      * in one unit of work
       CHARGE-ONE-ACCOUNT.
      * charged since selection (a rerun racing this one)
           MOVE CE-ACCT (CHARGE-IX) TO CHG-ACCT-NUMBER
           PERFORM READ-REGISTER-RECORD
           IF ALREADY-REGISTERED
             EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-CHARGE

           INITIALIZE WEBCHRG-RECORD
           MOVE CE-ACCT (CHARGE-IX)           TO CHG-ACCT-NUMBER
           MOVE CHARGE-MONTH                  TO CHG-MONTH
           MOVE CE-CUSTOMER-NUM (CHARGE-IX)   TO CHG-CUSTOMER-NUM
           MOVE CE-CURRENCY (CHARGE-IX)       TO CHG-CURRENCY
           MOVE CE-DAYS-OVERDRAWN (CHARGE-IX) TO CHG-DAYS-OVERDRAWN
           MOVE CE-BALANCE-DAYS (CHARGE-IX)   TO CHG-BALANCE-DAYS
           MOVE CE-MAX-OVERDRAWN (CHARGE-IX)  TO CHG-MAX-OVERDRAWN
           MOVE INTEREST-RATE                 TO CHG-INTEREST-RATE
           MOVE INTEREST-AMOUNT               TO CHG-INTEREST
           MOVE OVERDRAFT-LIMIT               TO CHG-ODLIMIT
           MOVE FEE-AMOUNT                    TO CHG-FEE
           MOVE CHARGE-AMOUNT                 TO CHG-TOTAL
           MOVE TODAY-DATE                    TO CHG-POSTED-DATE
           PERFORM CAPTURE-CURRENT-TIME
           MOVE CURRENT-TIME-FIELD            TO CHG-POSTED-TIME
           MOVE EIBTASKN                      TO CHG-TASK-NUM

           IF CHARGE-AMOUNT = 0
             SET CHG-NO-CHARGE TO TRUE
             PERFORM WRITE-REGISTER-RECORD
             ADD 1 TO TOTAL-NO-CHARGE
           ELSE
             PERFORM POST-CHARGE
      * a charge the back end would not take is left off the
      * register, so a rerun tries it again
             IF NOT POSTING-APPLIED
               ADD 1 TO TOTAL-FAILED
               MOVE CHARGE-AMOUNT TO AMOUNT-DISPLAY
               INITIALIZE STATUS-MSG
               STRING 'ACCTPOST did not apply charge: '
                      DELIMITED BY SIZE
                      CE-ACCT (CHARGE-IX) DELIMITED BY SIZE
                      AMOUNT-DISPLAY DELIMITED BY SIZE
                    INTO MSG-TEXT
               PERFORM PRINT-STATUS-MESSAGE
               EXIT PARAGRAPH
             END-IF
             PERFORM WRITE-CHARGE-POSTING
             PERFORM WRITE-CHARGE-JOURNAL
             SET CHG-CHARGED TO TRUE
             PERFORM WRITE-REGISTER-RECORD
             ADD 1 TO TOTAL-CHARGED
           END-IF

      * each account is its own unit of work: an abend later in the
      * run cannot back out accounts already charged and registered
           EXEC CICS SYNCPOINT
                     RESP  ( COMMAND-RESP )
                     RESP2 ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND
           .

      * Work out the interest and the fee for the account in hand,
      * in the account's own currency
       COMPUTE-CHARGE.
           MOVE CE-ACCT (CHARGE-IX) TO LOOKUP-ACCT

           MOVE 'ODINTRT '  TO LOOKUP-TYPE
           MOVE 0           TO LOOKUP-FALLBACK
           PERFORM GET-CONTROL-VALUE
           MOVE LOOKUP-VALUE TO INTEREST-RATE

           MOVE 'ODFEE   '  TO LOOKUP-TYPE
           MOVE 0           TO LOOKUP-FALLBACK
           PERFORM GET-CONTROL-VALUE
           MOVE LOOKUP-VALUE TO BREACH-FEE

           MOVE 'ODLIMIT '  TO LOOKUP-TYPE
           MOVE FALLBACK-OVERDRAFT-LIMIT TO LOOKUP-FALLBACK
           PERFORM GET-CONTROL-VALUE
           MOVE LOOKUP-VALUE TO OVERDRAFT-LIMIT

           PERFORM GET-CURRENCY-RATE

      * interest accrues day by day at 1/365 of the annual rate
           COMPUTE INTEREST-AMOUNT ROUNDED =
                   CE-BALANCE-DAYS (CHARGE-IX) * INTEREST-RATE
                   / 100 / 365

      * the fee is due once if the deepest overdrawn balance, in the
      * home currency, went past the limit
           MOVE 0 TO FEE-AMOUNT
           COMPUTE HOME-MAX-OVERDRAWN ROUNDED =
                   CE-MAX-OVERDRAWN (CHARGE-IX) * CURRENCY-RATE
           IF HOME-MAX-OVERDRAWN > OVERDRAFT-LIMIT
              AND BREACH-FEE > 0
             COMPUTE FEE-AMOUNT ROUNDED = BREACH-FEE / CURRENCY-RATE
           END-IF

           COMPUTE CHARGE-AMOUNT = INTEREST-AMOUNT + FEE-AMOUNT

      * a posting amount cannot go past its field
           IF CHARGE-AMOUNT > MAX-CHARGE-AMOUNT
             MOVE MAX-CHARGE-AMOUNT TO CHARGE-AMOUNT
           END-IF
           .

      * Set LOOKUP-VALUE for LOOKUP-TYPE from the control file: the
      * account's own record, else the *DEFAULT record, else
      * LOOKUP-FALLBACK
       GET-CONTROL-VALUE.
           MOVE LOOKUP-TYPE TO CTL-TYPE
           MOVE LOOKUP-ACCT TO CTL-ACCT

           EXEC CICS READ FILE ( CONTROL-FILE-NAME )
                     INTO   ( WEBCNTL-RECORD )
                     RIDFLD ( CTL-KEY )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE CTL-VALUE TO LOOKUP-VALUE
             EXIT PARAGRAPH
           END-IF

           MOVE LOOKUP-TYPE TO CTL-TYPE
           MOVE '*DEFAULT'  TO CTL-ACCT

           EXEC CICS READ FILE ( CONTROL-FILE-NAME )
                     INTO   ( WEBCNTL-RECORD )
                     RIDFLD ( CTL-KEY )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE CTL-VALUE TO LOOKUP-VALUE
           ELSE
             MOVE LOOKUP-FALLBACK TO LOOKUP-VALUE
           END-IF
           .

      * Set CURRENCY-RATE (home-currency units per unit) for the
      * account's currency, degrading as WEBHOME does: a blank code
      * is the home currency, and an unknown code is logged and
      * taken at 1
       GET-CURRENCY-RATE.
           MOVE 1 TO CURRENCY-RATE

           IF CE-CURRENCY (CHARGE-IX) = SPACES
              OR CE-CURRENCY (CHARGE-IX) = HOME-CURRENCY
             EXIT PARAGRAPH
           END-IF

           MOVE CE-CURRENCY (CHARGE-IX) TO RTE-CURRENCY-CODE
           EXEC CICS READ FILE ( RATES-FILE-NAME )
                     INTO   ( WEBRATE-RECORD )
                     RIDFLD ( RTE-KEY )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL) AND RTE-RATE > 0
             MOVE RTE-RATE TO CURRENCY-RATE
           ELSE
             INITIALIZE STATUS-MSG
             STRING '*** No WEBRATES rate for ' DELIMITED BY SIZE
                    RTE-CURRENCY-CODE DELIMITED BY SIZE
                    ' - fee and limit taken unconverted'
                    DELIMITED BY SIZE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE
           END-IF
           .

      * Hand the charge to ACCTPOST: the account is debited and the
      * bank's overdraft income account credited
       POST-CHARGE.
           MOVE CE-CUSTOMER-NUM (CHARGE-IX) TO POST-CUSTOMER-NUM
           MOVE CE-ACCT (CHARGE-IX)         TO POST-FROM-ACCT
           MOVE OD-INCOME-ACCT              TO POST-TO-ACCT
           MOVE CHARGE-AMOUNT               TO POST-AMOUNT
           MOVE 'N'                         TO POST-STATUS

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

      * Write the statement posting for the charge, continuing the
      * account's running balance from its latest posting. Like
      * WEBXFER, a posting that cannot be recorded is a hard error:
      * the abend backs the charge out.
       WRITE-CHARGE-POSTING.
           MOVE CE-ACCT (CHARGE-IX) TO BALANCE-ACCT
           PERFORM GET-LAST-RUN-BALANCE
           COMPUTE NEW-RUN-BALANCE = LAST-RUN-BALANCE - CHARGE-AMOUNT
           IF NEW-RUN-BALANCE < -999999.99
             MOVE -999999.99 TO NEW-RUN-BALANCE
           END-IF

           INITIALIZE WEBPOST-RECORD
           MOVE CE-ACCT (CHARGE-IX)  TO PST-ACCT-NUMBER
           MOVE TODAY-DATE           TO PST-DATE
           MOVE TODAY-DATE           TO PST-BUSINESS-DATE
           PERFORM CAPTURE-CURRENT-TIME
           MOVE CURRENT-TIME-FIELD   TO PST-TIME
           MOVE EIBTASKN             TO PST-TASK-NUM
           MOVE CE-CUSTOMER-NUM (CHARGE-IX) TO PST-CUSTOMER-NUM
           MOVE 'OD CHARGE '         TO PD-VERB
           MOVE CHARGE-MONTH         TO PD-OTHER-ACCT
           MOVE POSTING-DESC         TO PST-DESCRIPTION
           COMPUTE PST-AMOUNT = ZERO - CHARGE-AMOUNT
           MOVE NEW-RUN-BALANCE      TO PST-RUN-BALANCE
           MOVE CE-CURRENCY (CHARGE-IX) TO PST-CURRENCY

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
             PERFORM WEBODCHG-ERROR
           END-IF
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
                      OR PST-ACCT-NUMBER NOT = BALANCE-ACCT
             MOVE PST-RUN-BALANCE TO LAST-RUN-BALANCE
             PERFORM READ-NEXT-POSTING
           END-PERFORM

           EXEC CICS ENDBR FILE ( POSTING-FILE-NAME )
                     RESP  ( COMMAND-RESP )
                     RESP2 ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND
           .

      * Journal the charge under the charged account, naming the
      * month in the reason. A journal failure is a hard error, as
      * everywhere money moves.
       WRITE-CHARGE-JOURNAL.
           INITIALIZE WEBXJRNL-RECORD
           MOVE CE-ACCT (CHARGE-IX)  TO XFJ-FROM-ACCT
           MOVE TODAY-DATE           TO XFJ-DATE
           MOVE TODAY-DATE           TO XFJ-BUSINESS-DATE
           PERFORM CAPTURE-CURRENT-TIME
           MOVE CURRENT-TIME-FIELD   TO XFJ-TIME
           MOVE EIBTASKN             TO XFJ-TASK-NUM
           MOVE CE-CUSTOMER-NUM (CHARGE-IX) TO XFJ-CUSTOMER-NUM
           MOVE OD-INCOME-ACCT       TO XFJ-TO-ACCT
           MOVE CHARGE-AMOUNT        TO XFJ-AMOUNT
           MOVE CE-CURRENCY (CHARGE-IX) TO XFJ-CURRENCY
           SET XFJ-OD-CHARGE         TO TRUE
           STRING 'OD CHARGE ' DELIMITED BY SIZE
                  CHARGE-MONTH DELIMITED BY SIZE
                INTO XFJ-REASON

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
             PERFORM WEBODCHG-ERROR
           END-IF
           .

      * Write the register record built for the account. It is what
      * keeps a rerun from charging the account again, so a failure
      * is a hard error backing the charge out.
       WRITE-REGISTER-RECORD.
           EXEC CICS WRITE FILE ( CHARGES-FILE-NAME )
                     FROM   ( WEBCHRG-RECORD )
                     RIDFLD ( CHG-KEY )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             INITIALIZE STATUS-MSG
             MOVE '*** Unable to write WEBCHRG record.' TO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE
             MOVE 'CHRG' TO ABEND-CODE
             PERFORM WEBODCHG-ERROR
           END-IF
           .

      * Compute the current time as HHMMSS for the records written
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
             PERFORM WEBODCHG-ERROR
           END-IF
           .

      * Error path processing to write messages and abend. The abend
      * backs out the in-flight account's unit of work whole;
      * accounts already charged are on the register, so a rerun
      * does not charge them again.
       WEBODCHG-ERROR.
           INITIALIZE STATUS-MSG
           MOVE '*** Error occurred in WEBODCHG.' TO MSG-TEXT
           PERFORM PRINT-STATUS-MESSAGE

           EXEC CICS ABEND ABCODE(ABEND-CODE) NODUMP END-EXEC
           .

       END PROGRAM 'WEBODCHG'.

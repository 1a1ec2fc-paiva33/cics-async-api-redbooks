       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
      ******************************************************************
      *  WEBJRNIQ
      *
      * Is a CICS application example that gives the operations desk
      * a read-only screen onto the WEBXJRNL funds-transfer journal
      * of the simulated Web banking application, so a customer's
      * call about a transfer can be answered from the terminal
      * instead of an IDCAMS PRINT. The journal is browsed for one
      * debited account from a given date, a page of entries at a
      * time, each showing its date and time, the kind of movement
      * (transfer, payment, standing order - or a WEBV reversal or
      * WEBI overdraft charge), the counterparty account, amount,
      * currency, status and XFJ-REASON. Keying an entry's line
      * number shows the WEBPOST statement postings behind it.

      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example

      *
      * This example is driven via CICS terminal, for supervisor use
      * only. It is run as transaction
      * 'WEBJ'
      * in the form:
      * WEBJ acctnumb [yyyymmdd]  - browse the account's journal
      *                             from the date (today if omitted)
      * eg:
      * 'WEBJ 00012345 20240301'
      *
      * then, on each page:
      * PF8                       - next page
      * PF7                       - previous page
      * line number + ENTER       - show that entry's postings
      * any other key             - end the inquiry
      *
      ******************************************************************
      *
      * **** NOTE ****
      * Nothing is ever changed here - no file is read for update.
      * Every inquiry is written to the WEBADMLG admin-action log as
      * a VIEW (the account and the from date), and so is every
      * entry whose postings are displayed (the entry's account and
      * task number, with its date and time as YYMMDDHHMMSS), so the
      * security desk can see who looked at whose money.
      *
      * A posting belongs to an entry exactly as the WEBRECON
      * reconciliation matches it: on the entry's debited or credited
      * account, the same date, the same task number (the order
      * number for a standing order), and timed no later than the
      * entry and no more than MATCH-WINDOW seconds before it - the
      * postings are written just before the journal entry, each
      * with its own clock read. A refused entry has no postings; a
      * payment or an overdraft charge has a debit posting only.
      *
      * The browse is conversational, as the WEBH account paging is:
      * the task waits at the terminal between pages. Each page is
      * browsed afresh from its remembered start key and the browse
      * is ended before the page is sent, so nothing is held on the
      * file while the desk reads the screen.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. WEBJRNIQ.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * For messages printed to the terminal screen
       1 TERMINAL-REPLY.
         2 FILLER                 PIC X(9)  VALUE 'WEBJRNIQ '.
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
      * WEBJ acctnumb [yyyymmdd]
       1 READ-INPUT.
         2 TRANID                PIC X(4) VALUE '    '.
         2 FILLER                PIC X(1).
         2 INPUTACCT             PIC X(8) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTDATE             PIC X(8) VALUE ' '.
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 22.

       1 COMMAND-RESP            PIC S9(8) COMP.
       1 COMMAND-RESP2           PIC S9(8) COMP.

       1 ABEND-CODE              PIC X(4) VALUE 'WJIQ'.

      * Funds-transfer journal (see WEBXJRN copybook)
       COPY WEBXJRN.

       1 JOURNAL-FILE-NAME       PIC X(8) VALUE 'WEBXJRNL'.

      * Posting store (see WEBPOSTR copybook)
       COPY WEBPOSTR.

       1 POSTING-FILE-NAME       PIC X(8) VALUE 'WEBPOST '.

      * Admin-action log (see WEBADMLR copybook): one record per
      * inquiry made here, reported daily by WEBADMRP
       COPY WEBADMLR.

       1 ADMIN-LOG-FILE-NAME     PIC X(8) VALUE 'WEBADMLG'.

      * Who is acting: the signed-on CICS user and the terminal,
      * captured up front for every log record written
       1 OPERATOR-ID             PIC X(8) VALUE SPACES.
       1 THIS-TRANSACTION        PIC X(4) VALUE 'WEBJ'.

      * The log target of the inquiry (the account) and of a
      * postings display (the entry's account and task number)
       1 INQUIRY-TARGET.
         2 IQT-ACCOUNT            PIC X(8).
         2 IQT-TASK               PIC X(7).
         2 FILLER                 PIC X(1)  VALUE SPACES.

      * The entry's date and time as a log value, YYMMDDHHMMSS
       1 ENTRY-STAMP.
         2 ES-DATE                PIC X(6).
         2 ES-TIME                PIC X(6).

       1 FROM-DATE               PIC X(8)  VALUE SPACES.
       1 FROM-DATE-NUM REDEFINES FROM-DATE PIC 9(8).

      * Paging support: no BMS map infra here, so (as on the WEBH
      * account screen) the keys are recognised by comparing EIBAID,
      * set by CICS on the RECEIVE, to the values DFHAID would call
      * DFHPF7, DFHPF8 and DFHENTER (the apostrophe, X'7D' - not
      * the double quote)
       1 AID-PF7                PIC X     VALUE '7'.
       1 AID-PF8                PIC X     VALUE '8'.
       1 AID-ENTER              PIC X     VALUE X'7D'.
       1 LINES-PER-PAGE         PIC S9(4) COMP-5 SYNC VALUE 10.
       1 PAGE-PROMPT            PIC X(79) VALUE
           'PF8 NEXT  PF7 BACK  LINE NO+ENTER POSTINGS  OTHER KEY ENDS'.
       1 POSTINGS-PROMPT        PIC X(79) VALUE
           'PRESS ANY KEY TO RETURN TO THE JOURNAL PAGE'.
       1 PAGE-MESSAGE           PIC X(79) VALUE SPACES.
       1 PAGE-RECEIVE-INPUT.
         2 PRI-LINE             PIC X(2).
         2 PRI-LINE-NUM REDEFINES PRI-LINE PIC 9(2).
      * RECEIVE returns the length it received in PAGE-RECEIVE-LENGTH,
      * so it is reset to the maximum before every RECEIVE
       1 PAGE-RECEIVE-LENGTH    PIC S9(4) COMP-5 SYNC VALUE 2.
       1 PAGE-RECEIVE-MAX-LENGTH PIC S9(4) COMP-5 SYNC VALUE 2.
       1 LINE-DIGIT             PIC 9(1)  VALUE 0.
       1 INQUIRY-ENDED-SW       PIC X     VALUE 'N'.
         88 INQUIRY-ENDED                VALUE 'Y'.

      * The start key of every page shown so far, so PF7 can go
      * back: page n is browsed afresh from PAGE-START-KEY (n)
       1 MAX-PAGES              PIC S9(4) COMP-5 SYNC VALUE 50.
       1 PAGE-NUMBER            PIC S9(4) COMP-5 SYNC VALUE 0.
       1 PAGE-START-TABLE.
         2 PAGE-START-KEY OCCURS 50 TIMES PIC X(29).
       1 NEXT-PAGE-KEY          PIC X(29) VALUE SPACES.
       1 MORE-ENTRIES-SW        PIC X     VALUE 'N'.
         88 MORE-ENTRIES                 VALUE 'Y'.
       1 PAGE-NUMBER-DISPLAY    PIC Z9.

      * The entries on the page being shown, kept whole so a
      * selected line's postings can be looked up without another
      * browse
       1 PAGE-ENTRY-COUNT       PIC S9(4) COMP-5 SYNC VALUE 0.
       1 PAGE-ENTRY-TABLE.
         2 PAGE-ENTRY OCCURS 10 TIMES PIC X(81).
       1 SELECTED-LINE          PIC S9(4) COMP-5 SYNC VALUE 0.
       1 BROWSE-ENDED-SW        PIC X     VALUE 'N'.
         88 BROWSE-ENDED                 VALUE 'Y'.

      * One journal entry as a screen line, under its heading
       1 ENTRY-HEADING.
         2 FILLER               PIC X(3)  VALUE 'NO '.
         2 FILLER               PIC X(9)  VALUE 'DATE'.
         2 FILLER               PIC X(7)  VALUE 'TIME'.
         2 FILLER               PIC X(9)  VALUE 'TYPE'.
         2 FILLER               PIC X(9)  VALUE 'TO ACCT'.
         2 FILLER               PIC X(11) VALUE '    AMOUNT'.
         2 FILLER               PIC X(4)  VALUE 'CUR'.
         2 FILLER               PIC X(9)  VALUE 'STATUS'.
         2 FILLER               PIC X(16) VALUE 'REASON'.
       1 ENTRY-LINE.
         2 EL-LINE-NUM          PIC Z9.
         2 FILLER               PIC X(1)  VALUE SPACES.
         2 EL-DATE              PIC X(8).
         2 FILLER               PIC X(1)  VALUE SPACES.
         2 EL-TIME              PIC X(6).
         2 FILLER               PIC X(1)  VALUE SPACES.
         2 EL-TYPE              PIC X(8).
         2 FILLER               PIC X(1)  VALUE SPACES.
         2 EL-TO-ACCT           PIC X(8).
         2 FILLER               PIC X(1)  VALUE SPACES.
         2 EL-AMOUNT            PIC X(10).
         2 FILLER               PIC X(1)  VALUE SPACES.
         2 EL-CURRENCY          PIC X(3).
         2 FILLER               PIC X(1)  VALUE SPACES.
         2 EL-STATUS            PIC X(8).
         2 FILLER               PIC X(1)  VALUE SPACES.
         2 EL-REASON            PIC X(16).

      * The kind of movement behind a journal status; a reversed
      * entry is named by the status it had (see the WEBXJRN
      * copybook)
       1 TYPE-STATUS            PIC X(8)  VALUE SPACES.
         88 TYPE-IS-TRANSFER              VALUE 'POSTED  '
                                                'REFUSED '.
         88 TYPE-IS-PAYMENT               VALUE 'PAYMENT '
                                                'PAYREFUS'.
         88 TYPE-IS-STANDING-ORDER        VALUE 'SOPOSTED'
                                                'SOREFUSE'.
         88 TYPE-IS-REVERSAL              VALUE 'REVERSAL'.
         88 TYPE-IS-OD-CHARGE             VALUE 'ODCHARGE'.

       1 AMOUNT-DISPLAY          PIC -(6)9.99.
       1 BALANCE-DISPLAY         PIC -(6)9.99.

      * One posting as a screen line, under its heading
       1 POSTING-HEADING.
         2 FILLER               PIC X(9)  VALUE 'ACCOUNT'.
         2 FILLER               PIC X(7)  VALUE 'TIME'.
         2 FILLER               PIC X(21) VALUE 'DESCRIPTION'.
         2 FILLER               PIC X(11) VALUE '    AMOUNT'.
         2 FILLER               PIC X(11) VALUE '   BALANCE'.
         2 FILLER               PIC X(4)  VALUE 'CUR'.
         2 FILLER               PIC X(8)  VALUE 'BUS DATE'.
       1 POSTING-LINE.
         2 PL-ACCT              PIC X(8).
         2 FILLER               PIC X(1)  VALUE SPACES.
         2 PL-TIME              PIC X(6).
         2 FILLER               PIC X(1)  VALUE SPACES.
         2 PL-DESC              PIC X(20).
         2 FILLER               PIC X(1)  VALUE SPACES.
         2 PL-AMOUNT            PIC -(6)9.99.
         2 FILLER               PIC X(1)  VALUE SPACES.
         2 PL-BALANCE           PIC -(6)9.99.
         2 FILLER               PIC X(1)  VALUE SPACES.
         2 PL-CURRENCY          PIC X(3).
         2 FILLER               PIC X(1)  VALUE SPACES.
         2 PL-BUSINESS-DATE     PIC X(8).

      * The selected entry, saved while WEBPOST is browsed for it
       1 SELECTED-ENTRY.
         2 SEL-FROM-ACCT          PIC X(8).
         2 SEL-DATE               PIC X(8).
         2 SEL-TIME               PIC X(6).
         2 SEL-TASK-NUM           PIC 9(7).
         2 SEL-TO-ACCT            PIC X(8).
       1 SEARCH-ACCT             PIC X(8)  VALUE SPACES.
       1 POSTING-COUNT           PIC S9(4) COMP-5 SYNC VALUE 0.
       1 MAX-POSTING-LINES       PIC S9(4) COMP-5 SYNC VALUE 10.

      * Posting-to-entry time matching, in seconds since midnight
       1 MATCH-WINDOW            PIC S9(5) COMP-3 VALUE 10.
       1 TIME-WORK               PIC X(6).
       1 TIME-WORK-PARTS REDEFINES TIME-WORK.
         2 TW-HH                  PIC 9(2).
         2 TW-MM                  PIC 9(2).
         2 TW-SS                  PIC 9(2).
       1 TIME-SECONDS            PIC S9(5) COMP-3 VALUE 0.
       1 ENTRY-SECONDS           PIC S9(5) COMP-3 VALUE 0.
       1 GAP-SECONDS             PIC S9(5) COMP-3 VALUE 0.

       1 SCREEN-LINE             PIC X(79) VALUE SPACES.

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
           MOVE 'Started journal inquiry' TO MSG-TEXT
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

           MOVE INPUTACCT TO IQT-ACCOUNT
           MOVE SPACES    TO IQT-TASK

           IF INPUTACCT = SPACES
             MOVE 'ACCOUNT NUMBER MISSING - WEBJ ACCTNUMB YYYYMMDD'
               TO REPLY-TEXT
             PERFORM LOG-REFUSED-REQUEST
             PERFORM SEND-REPLY-AND-RETURN
           END-IF

      * no date browses from today
           IF INPUTDATE = SPACES
             MOVE FUNCTION CURRENT-DATE(1:8) TO FROM-DATE
           ELSE
             MOVE INPUTDATE TO FROM-DATE
           END-IF

           IF FROM-DATE IS NOT NUMERIC
              OR FROM-DATE-NUM < 19000101
             MOVE 'FROM DATE INVALID - USE YYYYMMDD' TO REPLY-TEXT
             PERFORM LOG-REFUSED-REQUEST
             PERFORM SEND-REPLY-AND-RETURN
           END-IF

           MOVE 'VIEW    '     TO ADM-ACTION
           MOVE INQUIRY-TARGET TO ADM-TARGET-KEY
           MOVE FROM-DATE      TO ADM-BEFORE-VALUE
           MOVE 'JOURNAL'      TO ADM-AFTER-VALUE
           PERFORM WRITE-ADMIN-LOG

      * the first page starts at the very beginning of the from date
           MOVE 1          TO PAGE-NUMBER
           MOVE INPUTACCT  TO XFJ-FROM-ACCT
           MOVE FROM-DATE  TO XFJ-DATE
           MOVE '000000'   TO XFJ-TIME
           MOVE 0          TO XFJ-TASK-NUM
           MOVE XFJ-KEY    TO PAGE-START-KEY (1)

           PERFORM UNTIL INQUIRY-ENDED
             PERFORM SHOW-JOURNAL-PAGE
             IF NOT INQUIRY-ENDED
               PERFORM GET-PAGE-RESPONSE
             END-IF
           END-PERFORM

           PERFORM SEND-REPLY-AND-RETURN
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * --------------------------------------------------------------
      * Below are helpful procedures and routines
      * --------------------------------------------------------------

      * Browse the page's entries from its start key and send them
      * to the terminal as one page, with the paging prompt. An
      * account with nothing journaled from the date ends the
      * inquiry at once.
       SHOW-JOURNAL-PAGE.
           PERFORM COLLECT-PAGE-ENTRIES

           IF PAGE-ENTRY-COUNT = 0 AND PAGE-NUMBER = 1
             STRING 'NO JOURNAL ENTRIES FOR ACC# ' DELIMITED BY SIZE
                    INPUTACCT DELIMITED BY SIZE
                    ' FROM ' DELIMITED BY SIZE
                    FROM-DATE DELIMITED BY SIZE
                  INTO REPLY-TEXT
             SET INQUIRY-ENDED TO TRUE
             EXIT PARAGRAPH
           END-IF

           MOVE PAGE-NUMBER TO PAGE-NUMBER-DISPLAY
           MOVE SPACES TO SCREEN-LINE
           STRING 'JOURNAL FOR ACC# ' DELIMITED BY SIZE
                  INPUTACCT DELIMITED BY SIZE
                  ' FROM ' DELIMITED BY SIZE
                  FROM-DATE DELIMITED BY SIZE
                  '   PAGE ' DELIMITED BY SIZE
                  PAGE-NUMBER-DISPLAY DELIMITED BY SIZE
                INTO SCREEN-LINE
           PERFORM ACCUM-SCREEN-LINE

           MOVE ENTRY-HEADING TO SCREEN-LINE
           PERFORM ACCUM-SCREEN-LINE

           PERFORM VARYING SELECTED-LINE FROM 1 BY 1
                     UNTIL SELECTED-LINE > PAGE-ENTRY-COUNT
             MOVE PAGE-ENTRY (SELECTED-LINE) TO WEBXJRNL-RECORD
             PERFORM FORMAT-ENTRY-LINE
             MOVE ENTRY-LINE TO SCREEN-LINE
             PERFORM ACCUM-SCREEN-LINE
           END-PERFORM

           IF PAGE-MESSAGE NOT = SPACES
             MOVE PAGE-MESSAGE TO SCREEN-LINE
             PERFORM ACCUM-SCREEN-LINE
             MOVE SPACES TO PAGE-MESSAGE
           END-IF

           MOVE PAGE-PROMPT TO SCREEN-LINE
           PERFORM ACCUM-SCREEN-LINE

           EXEC CICS SEND PAGE
                     TERMINAL WAIT
                     FREEKB
           END-EXEC
           .

      * Browse up to a page of the account's entries from the page's
      * start key, keeping each whole. One entry more is read ahead:
      * if there is one, it is where the next page starts.
       COLLECT-PAGE-ENTRIES.
           MOVE 0   TO PAGE-ENTRY-COUNT
           MOVE 'N' TO MORE-ENTRIES-SW
           MOVE 'N' TO BROWSE-ENDED-SW

           MOVE PAGE-START-KEY (PAGE-NUMBER) TO XFJ-KEY

           EXEC CICS STARTBR FILE ( JOURNAL-FILE-NAME )
                     RIDFLD ( XFJ-KEY )
                     GTEQ
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

      * NOTFND here means nothing at or beyond the start key
           IF COMMAND-RESP = DFHRESP(NOTFND)
             EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COMMAND

           PERFORM READ-NEXT-ENTRY
           PERFORM UNTIL BROWSE-ENDED
                      OR PAGE-ENTRY-COUNT >= LINES-PER-PAGE
             ADD 1 TO PAGE-ENTRY-COUNT
             MOVE WEBXJRNL-RECORD TO PAGE-ENTRY (PAGE-ENTRY-COUNT)
             PERFORM READ-NEXT-ENTRY
           END-PERFORM

           IF NOT BROWSE-ENDED
             SET MORE-ENTRIES TO TRUE
             MOVE XFJ-KEY TO NEXT-PAGE-KEY
           END-IF

           EXEC CICS ENDBR FILE ( JOURNAL-FILE-NAME )
                     RESP  ( COMMAND-RESP )
                     RESP2 ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND
           .

      * Read the next entry in the browse; the account's range ends
      * at end-of-file or at the first entry keyed to another
      * account
       READ-NEXT-ENTRY.
           EXEC CICS READNEXT FILE ( JOURNAL-FILE-NAME )
                     INTO   ( WEBXJRNL-RECORD )
                     RIDFLD ( XFJ-KEY )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(ENDFILE)
             SET BROWSE-ENDED TO TRUE
             EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COMMAND

           IF XFJ-FROM-ACCT NOT = INPUTACCT
             SET BROWSE-ENDED TO TRUE
           END-IF
           .

      * Build the screen line for the journal entry in hand
       FORMAT-ENTRY-LINE.
           MOVE SELECTED-LINE  TO EL-LINE-NUM
           MOVE XFJ-DATE       TO EL-DATE
           MOVE XFJ-TIME       TO EL-TIME
           MOVE XFJ-TO-ACCT    TO EL-TO-ACCT
           MOVE XFJ-CURRENCY   TO EL-CURRENCY
           MOVE XFJ-STATUS     TO EL-STATUS
           MOVE XFJ-REASON     TO EL-REASON

      * a refusal may carry no amount at all (see WEBXJRN)
           IF XFJ-AMOUNT IS NUMERIC
             MOVE XFJ-AMOUNT     TO AMOUNT-DISPLAY
             MOVE AMOUNT-DISPLAY TO EL-AMOUNT
           ELSE
             MOVE SPACES         TO EL-AMOUNT
           END-IF

           IF XFJ-REVERSED
             MOVE XFJ-REASON-ORIG-STATUS TO TYPE-STATUS
           ELSE
             MOVE XFJ-STATUS         TO TYPE-STATUS
           END-IF

           EVALUATE TRUE
             WHEN TYPE-IS-TRANSFER
               MOVE 'TRANSFER' TO EL-TYPE
             WHEN TYPE-IS-PAYMENT
               MOVE 'PAYMENT ' TO EL-TYPE
             WHEN TYPE-IS-STANDING-ORDER
               MOVE 'STANDORD' TO EL-TYPE
             WHEN TYPE-IS-REVERSAL
               MOVE 'REVERSAL' TO EL-TYPE
             WHEN TYPE-IS-OD-CHARGE
               MOVE 'ODCHARGE' TO EL-TYPE
             WHEN OTHER
               MOVE 'UNKNOWN ' TO EL-TYPE
           END-EVALUATE
           .

      * Read back the desk's key: PF8 and PF7 page, a line number
      * with ENTER shows that entry's postings, and anything else
      * ends the inquiry. The AID is reported by CICS in EIBAID,
      * not as a data byte in the RECEIVE's INTO area.
       GET-PAGE-RESPONSE.
           MOVE SPACES TO PAGE-RECEIVE-INPUT
           MOVE PAGE-RECEIVE-MAX-LENGTH TO PAGE-RECEIVE-LENGTH
           EXEC CICS RECEIVE INTO ( PAGE-RECEIVE-INPUT )
                     LENGTH    ( PAGE-RECEIVE-LENGTH )
                     ASIS
                     RESP      ( COMMAND-RESP )
                     RESP2     ( COMMAND-RESP2 )
           END-EXEC

      * More than two characters keyed cannot be a line number on
      * the page; what was received is only the first two of them,
      * so it is replaced by something that is no line number at all
           IF COMMAND-RESP = DFHRESP(LENGERR)
             MOVE '**' TO PAGE-RECEIVE-INPUT
           ELSE
             PERFORM CHECK-COMMAND
           END-IF

           EVALUATE EIBAID
             WHEN AID-PF8
               PERFORM PAGE-FORWARD
             WHEN AID-PF7
               PERFORM PAGE-BACK
             WHEN AID-ENTER
               PERFORM SELECT-PAGE-ENTRY
             WHEN OTHER
               PERFORM END-INQUIRY
           END-EVALUATE
           .

       PAGE-FORWARD.
           IF NOT MORE-ENTRIES
             MOVE 'LAST PAGE - NO MORE ENTRIES FOR THIS ACCOUNT'
               TO PAGE-MESSAGE
             EXIT PARAGRAPH
           END-IF

           IF PAGE-NUMBER >= MAX-PAGES
             MOVE 'PAGE LIMIT - ENTER WEBJ AGAIN FROM A LATER DATE'
               TO PAGE-MESSAGE
             EXIT PARAGRAPH
           END-IF

           ADD 1 TO PAGE-NUMBER
           MOVE NEXT-PAGE-KEY TO PAGE-START-KEY (PAGE-NUMBER)
           .

       PAGE-BACK.
           IF PAGE-NUMBER = 1
             MOVE 'FIRST PAGE - ENTER WEBJ AGAIN FROM AN EARLIER DATE'
               TO PAGE-MESSAGE
             EXIT PARAGRAPH
           END-IF

           SUBTRACT 1 FROM PAGE-NUMBER
           .

      * ENTER with no line number ends the inquiry, as any other
      * key would; a number not on the page is pointed out and the
      * page shown again
       SELECT-PAGE-ENTRY.
           IF PAGE-RECEIVE-INPUT = SPACES
             PERFORM END-INQUIRY
             EXIT PARAGRAPH
           END-IF

           MOVE 0 TO SELECTED-LINE
           EVALUATE TRUE
             WHEN PRI-LINE IS NUMERIC
               MOVE PRI-LINE-NUM TO SELECTED-LINE
             WHEN PRI-LINE(1:1) IS NUMERIC
                  AND PRI-LINE(2:1) = SPACE
               MOVE PRI-LINE(1:1) TO LINE-DIGIT
               MOVE LINE-DIGIT    TO SELECTED-LINE
             WHEN PRI-LINE(1:1) = SPACE
                  AND PRI-LINE(2:1) IS NUMERIC
               MOVE PRI-LINE(2:1) TO LINE-DIGIT
               MOVE LINE-DIGIT    TO SELECTED-LINE
           END-EVALUATE

           IF SELECTED-LINE < 1
              OR SELECTED-LINE > PAGE-ENTRY-COUNT
             MOVE 'NO SUCH LINE ON THIS PAGE - KEY A LINE NUMBER SHOWN'
               TO PAGE-MESSAGE
             EXIT PARAGRAPH
           END-IF

           PERFORM SHOW-ENTRY-POSTINGS
           .

      * Show the WEBPOST postings behind the selected entry, on its
      * debited account and then on its credited account, log the
      * view, and wait for a key before the page is shown again
       SHOW-ENTRY-POSTINGS.
           MOVE PAGE-ENTRY (SELECTED-LINE) TO WEBXJRNL-RECORD
           MOVE XFJ-FROM-ACCT TO SEL-FROM-ACCT
           MOVE XFJ-DATE      TO SEL-DATE
           MOVE XFJ-TIME      TO SEL-TIME
           MOVE XFJ-TASK-NUM  TO SEL-TASK-NUM
           MOVE XFJ-TO-ACCT   TO SEL-TO-ACCT

           MOVE SEL-TIME TO TIME-WORK
           PERFORM COMPUTE-SECONDS
           MOVE TIME-SECONDS TO ENTRY-SECONDS

           MOVE SEL-FROM-ACCT    TO IQT-ACCOUNT
           MOVE SEL-TASK-NUM     TO IQT-TASK
           MOVE SEL-DATE(3:6)    TO ES-DATE
           MOVE SEL-TIME         TO ES-TIME
           MOVE 'VIEW    '       TO ADM-ACTION
           MOVE INQUIRY-TARGET   TO ADM-TARGET-KEY
           MOVE ENTRY-STAMP      TO ADM-BEFORE-VALUE
           MOVE 'POSTINGS'       TO ADM-AFTER-VALUE
           PERFORM WRITE-ADMIN-LOG

           MOVE SPACES TO SCREEN-LINE
           STRING 'POSTINGS FOR ACC# ' DELIMITED BY SIZE
                  SEL-FROM-ACCT DELIMITED BY SIZE
                  ' ENTRY ' DELIMITED BY SIZE
                  SEL-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SEL-TIME DELIMITED BY SIZE
                  ' TASK ' DELIMITED BY SIZE
                  SEL-TASK-NUM DELIMITED BY SIZE
                INTO SCREEN-LINE
           PERFORM ACCUM-SCREEN-LINE

           MOVE POSTING-HEADING TO SCREEN-LINE
           PERFORM ACCUM-SCREEN-LINE

           MOVE 0 TO POSTING-COUNT

           MOVE SEL-FROM-ACCT TO SEARCH-ACCT
           PERFORM LIST-MATCHING-POSTINGS

           IF SEL-TO-ACCT NOT = SPACES
              AND SEL-TO-ACCT NOT = SEL-FROM-ACCT
             MOVE SEL-TO-ACCT TO SEARCH-ACCT
             PERFORM LIST-MATCHING-POSTINGS
           END-IF

           IF POSTING-COUNT = 0
             MOVE 'NO POSTINGS FOUND FOR THIS ENTRY' TO SCREEN-LINE
             PERFORM ACCUM-SCREEN-LINE
           END-IF

           MOVE POSTINGS-PROMPT TO SCREEN-LINE
           PERFORM ACCUM-SCREEN-LINE

           EXEC CICS SEND PAGE
                     TERMINAL WAIT
                     FREEKB
           END-EXEC

           MOVE SPACES TO PAGE-RECEIVE-INPUT
           MOVE PAGE-RECEIVE-MAX-LENGTH TO PAGE-RECEIVE-LENGTH
           EXEC CICS RECEIVE INTO ( PAGE-RECEIVE-INPUT )
                     LENGTH    ( PAGE-RECEIVE-LENGTH )
                     ASIS
                     RESP      ( COMMAND-RESP )
                     RESP2     ( COMMAND-RESP2 )
           END-EXEC

      * any key returns to the page, however much was keyed with it
           IF COMMAND-RESP NOT = DFHRESP(LENGERR)
             PERFORM CHECK-COMMAND
           END-IF

           MOVE INPUTACCT TO IQT-ACCOUNT
           MOVE SPACES    TO IQT-TASK
           .

      * Browse SEARCH-ACCT's postings of the entry's date up to the
      * entry's time, listing those that match it (see the NOTE
      * above)
       LIST-MATCHING-POSTINGS.
           MOVE 'N' TO BROWSE-ENDED-SW

           MOVE SEARCH-ACCT TO PST-ACCT-NUMBER
           MOVE SEL-DATE    TO PST-DATE
           MOVE '000000'    TO PST-TIME
           MOVE 0           TO PST-TASK-NUM

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
                      OR POSTING-COUNT >= MAX-POSTING-LINES
             PERFORM CHECK-POSTING-CANDIDATE
             PERFORM READ-NEXT-POSTING
           END-PERFORM

           EXEC CICS ENDBR FILE ( POSTING-FILE-NAME )
                     RESP  ( COMMAND-RESP )
                     RESP2 ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND
           .

      * Read the next posting; the search ends at end-of-file, at
      * another account or date, or past the entry's time
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

           IF PST-ACCT-NUMBER NOT = SEARCH-ACCT
              OR PST-DATE NOT = SEL-DATE
              OR PST-TIME > SEL-TIME
             SET BROWSE-ENDED TO TRUE
           END-IF
           .

      * List the posting in hand if it carries the entry's task
      * number and falls within the match window before it
       CHECK-POSTING-CANDIDATE.
           IF PST-TASK-NUM NOT = SEL-TASK-NUM
             EXIT PARAGRAPH
           END-IF

           MOVE PST-TIME TO TIME-WORK
           PERFORM COMPUTE-SECONDS
           COMPUTE GAP-SECONDS = ENTRY-SECONDS - TIME-SECONDS
           IF GAP-SECONDS > MATCH-WINDOW
             EXIT PARAGRAPH
           END-IF

           ADD 1 TO POSTING-COUNT
           MOVE PST-ACCT-NUMBER   TO PL-ACCT
           MOVE PST-TIME          TO PL-TIME
           MOVE PST-DESCRIPTION   TO PL-DESC
           MOVE PST-AMOUNT        TO PL-AMOUNT
           MOVE PST-RUN-BALANCE   TO PL-BALANCE
           MOVE PST-CURRENCY      TO PL-CURRENCY
           MOVE PST-BUSINESS-DATE TO PL-BUSINESS-DATE
           MOVE POSTING-LINE TO SCREEN-LINE
           PERFORM ACCUM-SCREEN-LINE
           .

      * Seconds since midnight of the HHMMSS time in TIME-WORK; a
      * time that is not numeric counts as midnight
       COMPUTE-SECONDS.
           IF TIME-WORK IS NUMERIC
             COMPUTE TIME-SECONDS = TW-HH * 3600 + TW-MM * 60 + TW-SS
           ELSE
             MOVE 0 TO TIME-SECONDS
           END-IF
           .

       END-INQUIRY.
           SET INQUIRY-ENDED TO TRUE
           STRING 'JOURNAL INQUIRY ENDED FOR ACC# ' DELIMITED BY SIZE
                  INPUTACCT DELIMITED BY SIZE
                INTO REPLY-TEXT
           .

      * Add a line to the page being built for the terminal
       ACCUM-SCREEN-LINE.
           EXEC CICS SEND TEXT FROM ( SCREEN-LINE )
                     ACCUM
           END-EXEC

           MOVE SPACES TO SCREEN-LINE
           .

      * Log a request turned away before anything was read (bad
      * account or date), as the other supervisor transactions do
       LOG-REFUSED-REQUEST.
           MOVE 'REFUSED '     TO ADM-ACTION
           MOVE INQUIRY-TARGET TO ADM-TARGET-KEY
           MOVE INPUTDATE      TO ADM-BEFORE-VALUE
           MOVE SPACES         TO ADM-AFTER-VALUE
           PERFORM WRITE-ADMIN-LOG
           .

      * Write one admin-action log record for the action just taken;
      * the caller has set the action, target and values. A failure
      * to log is reported but does not fail the inquiry.
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
             PERFORM WEBJRNIQ-ERROR
           END-IF
           .

      * Error path processing to write messages and abend
       WEBJRNIQ-ERROR.
           INITIALIZE STATUS-MSG
           MOVE '*** Error occurred in WEBJRNIQ.' TO MSG-TEXT
           PERFORM PRINT-STATUS-MESSAGE

           EXEC CICS ABEND ABCODE(ABEND-CODE) NODUMP END-EXEC
           .

       END PROGRAM 'WEBJRNIQ'.

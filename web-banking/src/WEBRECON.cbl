      ******************************************************************
      *  WEBRECON
      *
      * Batch nightly reconciliation of the WEBXJRNL transfer journal
      * against the WEBPOST posting store. Every movement the online
      * programs apply is recorded twice - once as a journal entry
      * and once as the statement posting(s) - and the two are
      * written by separate file requests, so this job proves each
      * side against the other for the business date and prints a
      * break report for the back office every morning:
      *   - a journal entry with a posting-bearing status (POSTED
      *     from WEBXFER, PAYMENT from WEBPAYMT, SOPOSTED from
      *     WEBSOEXC, REVERSED and REVERSAL from the WEBV reversal
      *     transaction, ODCHARGE from the WEBI month-end overdraft
      *     charge run) whose debit posting, or - for a transfer or a
      *     standing order - whose credit posting, is missing, or
      *     carries a different amount
      *   - a posting with no journal entry behind it, or whose
      *     journal entry was not posted (a refusal)
      *   - an account whose PST-RUN-BALANCE chain does not step
      *     correctly: each posting's running balance must equal the
      *     previous posting's running balance plus its own amount
      * followed by control totals (entries and amount) per journal
      * status and currency, and the count of breaks by type.
      *
      * The business date: an entry or posting is reconciled on the
      * business date it was booked to (XFJ-BUSINESS-DATE and
      * PST-BUSINESS-DATE - a request made on a non-business day or
      * after the cutoff belongs to the next business day), or on
      * its calendar date when it was written before that field was
      * recorded.
      *
      * Matching: a posting belongs to a journal entry when it is on
      * the right account, dated the same day and carries the same
      * task number (the CICS task number for WEBXFER and WEBPAYMT,
      * the order number for WEBSOEXC). The postings are written
      * just before the journal entry, each with its own clock
      * read, so the posting time may trail the journal time - a
      * posting up to WS-MATCH-WINDOW seconds earlier than the
      * journal entry is taken as the same movement. A payment has
      * a debit posting only: WEBPAYMT credits another customer's
      * account and writes no posting against it. So has an
      * overdraft charge: WEBODCHG credits the bank's overdraft
      * income account, which has no statement.
      *
      * Reversals (WEBV): an entry since reversed (status REVERSED)
      * is proved as the status it had, which its reason field
      * keeps, since its original postings stay on WEBPOST. The
      * compensating entry (status REVERSAL) is proved like a
      * transfer - its debit on the original's credited account and
      * its credit back - except that the reversal of a payment has
      * the credit back only, as the payment itself had no posting
      * on the payee's account.
      *
      * SYSIN: one card, the business date to reconcile as YYYYMMDD;
      * anything else (including the word PRIOR the scheduled job
      * submits) falls back to the day before the run date, the
      * online day that has just closed. The run ends RC 4 when any
      * break is reported, so the scheduler can flag the morning.
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example. It is the batch control over the
      * online WEBXFER, WEBPAYMT and WEBSOEXC transactions.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. WEBRECON.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT WEBXJRNL-FILE ASSIGN TO WEBXJRNL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS XFJ-KEY
                FILE STATUS IS WS-JRNL-STATUS.

            SELECT WEBPOST-FILE ASSIGN TO WEBPOST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PST-KEY
                FILE STATUS IS WS-POST-STATUS.

            SELECT REPORT-FILE ASSIGN TO REPTOUT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  WEBXJRNL-FILE
            RECORD CONTAINS 81 CHARACTERS.
            COPY WEBXJRN.

        FD  WEBPOST-FILE
            RECORD CONTAINS 74 CHARACTERS.
            COPY WEBPOSTR.

        FD  REPORT-FILE
            RECORD CONTAINS 132 CHARACTERS.
        1  REPORT-RECORD                PIC X(132).

        WORKING-STORAGE SECTION.

       1 WS-JRNL-STATUS                 PIC X(2)  VALUE '00'.
         88 JRNL-STATUS-OK                        VALUE '00'.
       1 WS-POST-STATUS                 PIC X(2)  VALUE '00'.
         88 POST-STATUS-OK                        VALUE '00'.
       1 WS-REPORT-STATUS               PIC X(2)  VALUE '00'.

       1 WS-JRNL-EOF-SW                 PIC X     VALUE 'N'.
         88 END-OF-JRNL-FILE                      VALUE 'Y'.
       1 WS-POST-EOF-SW                 PIC X     VALUE 'N'.
         88 END-OF-POST-FILE                      VALUE 'Y'.

      * The business date from SYSIN, with the day before the run
      * date as fallback
       1 WS-DATE-CARD                   PIC X(8)  VALUE SPACES.
       1 WS-SELECT-DATE                 PIC X(8)  VALUE SPACES.
       1 WS-RUN-DATE                    PIC 9(8)  VALUE 0.
       1 WS-PRIOR-DATE                  PIC 9(8)  VALUE 0.

      * How many seconds a posting may precede its journal entry
      * and still be taken as the same movement
       1 WS-MATCH-WINDOW                PIC S9(5) COMP-3 VALUE 10.

      * One side of a journal entry being looked for on WEBPOST, or
      * the journal entry being looked for behind a posting
       1 WS-SEARCH-ACCT                 PIC X(8)  VALUE SPACES.
       1 WS-SEARCH-SIDE-SW              PIC X     VALUE 'D'.
         88 SEARCH-DEBIT-SIDE                     VALUE 'D'.
         88 SEARCH-CREDIT-SIDE                    VALUE 'C'.
       1 WS-SEARCH-ENDED-SW             PIC X     VALUE 'N'.
         88 SEARCH-ENDED                          VALUE 'Y'.
       1 WS-MATCH-FOUND-SW              PIC X     VALUE 'N'.
         88 MATCH-FOUND                           VALUE 'Y'.
       1 WS-MATCH-AMOUNT                PIC S9(6)V99 COMP-3 VALUE 0.
       1 WS-MATCH-STATUS                PIC X(8)  VALUE SPACES.
       1 WS-EXPECTED-AMOUNT             PIC S9(7)V99 COMP-3 VALUE 0.

      * The journal entry being reconciled, saved so the WEBPOST
      * browse can read into the posting record freely
       1 WS-JOURNAL-ENTRY.
         2 WS-JE-FROM-ACCT              PIC X(8).
         2 WS-JE-DATE                   PIC X(8).
         2 WS-JE-TIME                   PIC X(6).
         2 WS-JE-TASK-NUM               PIC 9(7).
         2 WS-JE-CUSTOMER               PIC X(4).
         2 WS-JE-TO-ACCT                PIC X(8).
         2 WS-JE-AMOUNT                 PIC S9(6)V99 COMP-3.
         2 WS-JE-CURRENCY               PIC X(3).
         2 WS-JE-STATUS                 PIC X(8).

      * Which sides of the entry should have left a posting: both for
      * a transfer or a standing order, the debit only for a payment
      * or an overdraft charge, and for a reversal the credit back
      * plus - unless it reversed a payment - the debit. A reversed
      * entry keeps the postings of the status it had, held in its
      * reason field.
       1 WS-DEBIT-SIDE-SW               PIC X     VALUE 'N'.
         88 CHECK-DEBIT-SIDE                      VALUE 'Y'.
       1 WS-CREDIT-SIDE-SW              PIC X     VALUE 'N'.
         88 CHECK-CREDIT-SIDE                     VALUE 'Y'.

      * Seconds-of-day arithmetic for the matching window
       1 WS-TIME-WORK                   PIC X(6)  VALUE '000000'.
       1 WS-TIME-PARTS REDEFINES WS-TIME-WORK.
         2 WS-TIME-HH                   PIC 9(2).
         2 WS-TIME-MM                   PIC 9(2).
         2 WS-TIME-SS                   PIC 9(2).
       1 WS-SECONDS                     PIC S9(5) COMP-3 VALUE 0.
       1 WS-JOURNAL-SECONDS             PIC S9(5) COMP-3 VALUE 0.
       1 WS-POSTING-SECONDS             PIC S9(5) COMP-3 VALUE 0.
       1 WS-GAP-SECONDS                 PIC S9(5) COMP-3 VALUE 0.

      * The running-balance chain: the last posting seen on the
      * account being read
       1 WS-PREV-ACCOUNT                PIC X(8)  VALUE SPACES.
       1 WS-PREV-BALANCE                PIC S9(6)V99 COMP-3 VALUE 0.
       1 WS-CHAIN-BALANCE               PIC S9(7)V99 COMP-3 VALUE 0.

      * The saved posting being checked for its journal entry
       1 WS-POSTING-ENTRY.
         2 WS-PE-ACCT                   PIC X(8).
         2 WS-PE-DATE                   PIC X(8).
         2 WS-PE-TIME                   PIC X(6).
         2 WS-PE-TASK-NUM               PIC 9(7).
         2 WS-PE-CUSTOMER               PIC X(4).
         2 WS-PE-DESCRIPTION            PIC X(20).
         2 WS-PE-AMOUNT                 PIC S9(6)V99 COMP-3.
         2 WS-PE-RUN-BALANCE            PIC S9(6)V99 COMP-3.
         2 WS-PE-CURRENCY               PIC X(3).

      * A posting's description names the other account after its
      * 10-byte verb ('XFER TO   ', 'XFER FROM ', 'S/O FROM  ' ...),
      * or after the 11-byte 'PAYMENT TO ' of a payment
       1 WS-DESC-WORK                   PIC X(20) VALUE SPACES.
       1 WS-DESC-PARTS REDEFINES WS-DESC-WORK.
         2 WS-DESC-VERB                 PIC X(10).
         2 WS-DESC-OTHER-ACCT           PIC X(8).
         2 FILLER                       PIC X(2).
       1 WS-PAYMENT-PARTS REDEFINES WS-DESC-WORK.
         2 WS-PAYMENT-VERB              PIC X(11).
         2 WS-PAYMENT-OTHER-ACCT        PIC X(8).
         2 FILLER                       PIC X(1).
       1 WS-OTHER-ACCT                  PIC X(8)  VALUE SPACES.

      * The business date a journal entry or posting is booked to:
      * its business-date field, or its calendar date when it was
      * written before that field was recorded
       1 WS-ENTRY-BUSINESS-DATE         PIC X(8)  VALUE SPACES.

      * Control totals per journal status and currency
       1 WS-CONTROL-TABLE.
         2 WS-CONTROL-ENTRY OCCURS 60 TIMES.
           3 WS-CT-STATUS               PIC X(8).
           3 WS-CT-CURRENCY             PIC X(3).
           3 WS-CT-COUNT                PIC 9(6).
           3 WS-CT-AMOUNT               PIC S9(11)V99 COMP-3.
       1 WS-CONTROL-COUNT               PIC S9(4) COMP-5 SYNC VALUE 0.
       1 WS-MAX-CONTROL                 PIC S9(4) COMP-5 SYNC VALUE 60.
       1 WS-CONTROL-IX                  PIC S9(4) COMP-5 SYNC VALUE 0.
       1 WS-CONTROL-FOUND-SW            PIC X     VALUE 'N'.
         88 CONTROL-FOUND                         VALUE 'Y'.
       1 WS-CONTROL-OVERFLOW            PIC 9(6)  VALUE 0.

      * Break counts by type, in the order they are reported
       1 WS-BREAK-NAMES-INIT.
         2 FILLER                       PIC X(18)
             VALUE 'NO DEBIT POSTING'.
         2 FILLER                       PIC X(18)
             VALUE 'DEBIT AMT DIFFERS'.
         2 FILLER                       PIC X(18)
             VALUE 'NO CREDIT POSTING'.
         2 FILLER                       PIC X(18)
             VALUE 'CREDIT AMT DIFFERS'.
         2 FILLER                       PIC X(18)
             VALUE 'NO JOURNAL ENTRY'.
         2 FILLER                       PIC X(18)
             VALUE 'JOURNAL NOT POSTED'.
         2 FILLER                       PIC X(18)
             VALUE 'BALANCE CHAIN'.
       1 WS-BREAK-NAMES REDEFINES WS-BREAK-NAMES-INIT.
         2 WS-BREAK-NAME-TBL OCCURS 7 TIMES      PIC X(18).
       1 WS-BREAK-COUNTS.
         2 WS-BREAK-CNT OCCURS 7 TIMES           PIC 9(6) VALUE 0.
       1 WS-BREAK-IX                    PIC S9(4) COMP-5 SYNC VALUE 0.
       1 WS-BREAK-TYPE                  PIC S9(4) COMP-5 SYNC VALUE 0.

      * Running totals for the end-of-run operator summary
       1 WS-TOTAL-JOURNAL               PIC 9(6)  VALUE 0.
       1 WS-TOTAL-POSTINGS              PIC 9(6)  VALUE 0.
       1 WS-TOTAL-BREAKS                PIC 9(6)  VALUE 0.

       1 WS-REPORT-DATE.
         2 WS-RPT-YEAR                  PIC X(4).
         2 WS-RPT-MONTH                 PIC X(2).
         2 WS-RPT-DAY                   PIC X(2).

       1 HEADING-LINE-1.
         2 FILLER                       PIC X(40)
             VALUE 'JOURNAL / POSTING RECONCILIATION'.
         2 FILLER                       PIC X(10) VALUE SPACES.
         2 FILLER                       PIC X(15)
             VALUE 'BUSINESS DATE: '.
         2 H1-DATE                      PIC X(10) VALUE SPACES.

       1 HEADING-LINE-2.
         2 FILLER                       PIC X(20) VALUE 'BREAK'.
         2 FILLER                       PIC X(10) VALUE 'ACCOUNT'.
         2 FILLER                       PIC X(10) VALUE 'DATE'.
         2 FILLER                       PIC X(8)  VALUE 'TIME'.
         2 FILLER                       PIC X(9)  VALUE 'TASK'.
         2 FILLER                       PIC X(6)  VALUE 'CUST'.
         2 FILLER                       PIC X(10) VALUE 'OTHER ACCT'.
         2 FILLER                       PIC X(13) VALUE '     EXPECTED'.
         2 FILLER                       PIC X(13) VALUE '       ACTUAL'.
         2 FILLER                       PIC X(5)  VALUE '  CCY'.

       1 DETAIL-BREAK-LINE.
         2 BK-TYPE                      PIC X(18).
         2 FILLER                       PIC X(2)  VALUE SPACES.
         2 BK-ACCOUNT                   PIC X(8).
         2 FILLER                       PIC X(2)  VALUE SPACES.
         2 BK-DATE                      PIC X(8).
         2 FILLER                       PIC X(2)  VALUE SPACES.
         2 BK-TIME                      PIC X(6).
         2 FILLER                       PIC X(2)  VALUE SPACES.
         2 BK-TASK                      PIC 9(7).
         2 FILLER                       PIC X(2)  VALUE SPACES.
         2 BK-CUSTOMER                  PIC X(4).
         2 FILLER                       PIC X(2)  VALUE SPACES.
         2 BK-OTHER-ACCT                PIC X(8).
         2 FILLER                       PIC X(2)  VALUE SPACES.
         2 BK-EXPECTED                  PIC -(7)9.99.
         2 FILLER                       PIC X(2)  VALUE SPACES.
         2 BK-ACTUAL                    PIC -(7)9.99.
         2 FILLER                       PIC X(2)  VALUE SPACES.
         2 BK-CURRENCY                  PIC X(3).

       1 HEADING-CONTROL-LINE.
         2 FILLER                       PIC X(4)  VALUE SPACES.
         2 FILLER                       PIC X(10) VALUE 'STATUS'.
         2 FILLER                       PIC X(5)  VALUE 'CCY'.
         2 FILLER                       PIC X(11) VALUE '    ENTRIES'.
         2 FILLER                       PIC X(18)
             VALUE '            AMOUNT'.

       1 DETAIL-CONTROL-LINE.
         2 FILLER                       PIC X(4)  VALUE SPACES.
         2 DC-STATUS                    PIC X(8).
         2 FILLER                       PIC X(2)  VALUE SPACES.
         2 DC-CURRENCY                  PIC X(3).
         2 FILLER                       PIC X(4)  VALUE SPACES.
         2 DC-COUNT                     PIC ZZZ,ZZ9.
         2 FILLER                       PIC X(2)  VALUE SPACES.
         2 DC-AMOUNT                    PIC -(11)9.99.

       1 DETAIL-BREAK-COUNT-LINE.
         2 FILLER                       PIC X(4)  VALUE SPACES.
         2 DB-TYPE                      PIC X(18).
         2 FILLER                       PIC X(4)  VALUE SPACES.
         2 DB-COUNT                     PIC ZZZ,ZZ9.

       1 TOTAL-LINE.
         2 FILLER                       PIC X(30) VALUE SPACES.
         2 TL-LABEL                     PIC X(30).
         2 TL-VALUE                     PIC ZZZ,ZZ9.

        PROCEDURE DIVISION.

       MAINLINE SECTION.
      * --------------------------------------------------------------
      * Start of the main code execution
      * --------------------------------------------------------------
           PERFORM GET-BUSINESS-DATE
           PERFORM OPEN-RECON-FILES
           PERFORM WRITE-REPORT-HEADINGS

      * ----
      * Pass 1: every journal entry of the business date against the
      * posting store
      * ----
           PERFORM READ-NEXT-JOURNAL
           PERFORM UNTIL END-OF-JRNL-FILE
             PERFORM PROCESS-JOURNAL-RECORD
             PERFORM READ-NEXT-JOURNAL
           END-PERFORM

      * ----
      * Pass 2: every posting, in account/date/time order, for its
      * running-balance chain and - on the business date - for the
      * journal entry behind it
      * ----
           PERFORM START-POSTING-PASS
           PERFORM READ-NEXT-POSTING
           PERFORM UNTIL END-OF-POST-FILE
             PERFORM PROCESS-POSTING-RECORD
             PERFORM READ-NEXT-POSTING
           END-PERFORM

           PERFORM WRITE-TOTALS-SECTION

           PERFORM CLOSE-RECON-FILES

           DISPLAY 'WEBRECON: ' WS-TOTAL-JOURNAL ' JOURNAL ENTRIES, '
                   WS-TOTAL-POSTINGS ' POSTINGS, '
                   WS-TOTAL-BREAKS ' BREAKS'

           IF WS-TOTAL-BREAKS > 0
             MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * --------------------------------------------------------------
      * Below are helpful procedures and routines
      * --------------------------------------------------------------

      * Read the business-date card from SYSIN; a missing or
      * non-numeric card (the scheduled job submits PRIOR) falls back
      * to the day before the run date
       GET-BUSINESS-DATE.
           ACCEPT WS-DATE-CARD

           IF WS-DATE-CARD IS NUMERIC
              AND WS-DATE-CARD NOT = SPACES
             MOVE WS-DATE-CARD TO WS-SELECT-DATE
           ELSE
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
             COMPUTE WS-PRIOR-DATE = FUNCTION DATE-OF-INTEGER
                     (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - 1)
             MOVE WS-PRIOR-DATE TO WS-SELECT-DATE
           END-IF

           DISPLAY 'WEBRECON: RECONCILING BUSINESS DATE '
                   WS-SELECT-DATE
           .

       OPEN-RECON-FILES.
           OPEN INPUT WEBXJRNL-FILE
           IF NOT JRNL-STATUS-OK
             DISPLAY '*** Unable to open WEBXJRNL, status='
                     WS-JRNL-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF

           OPEN INPUT WEBPOST-FILE
           IF NOT POST-STATUS-OK
             DISPLAY '*** Unable to open WEBPOST, status='
                     WS-POST-STATUS
             CLOSE WEBXJRNL-FILE
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY '*** Unable to open REPTOUT, status='
                     WS-REPORT-STATUS
             CLOSE WEBXJRNL-FILE
             CLOSE WEBPOST-FILE
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF

           MOVE WS-SELECT-DATE(1:4) TO WS-RPT-YEAR
           MOVE WS-SELECT-DATE(5:2) TO WS-RPT-MONTH
           MOVE WS-SELECT-DATE(7:2) TO WS-RPT-DAY
           .

       CLOSE-RECON-FILES.
           CLOSE WEBXJRNL-FILE
           CLOSE WEBPOST-FILE
           CLOSE REPORT-FILE
           .

       READ-NEXT-JOURNAL.
           READ WEBXJRNL-FILE NEXT RECORD
             AT END
               SET END-OF-JRNL-FILE TO TRUE
           END-READ
           .

      * Reconcile one journal entry of the business date: count it
      * in the control totals and, when its status says money moved,
      * prove the posting(s) it should have left behind
       PROCESS-JOURNAL-RECORD.
           IF XFJ-BUSINESS-DATE = SPACES
              OR XFJ-BUSINESS-DATE = LOW-VALUES
             MOVE XFJ-DATE TO WS-ENTRY-BUSINESS-DATE
           ELSE
             MOVE XFJ-BUSINESS-DATE TO WS-ENTRY-BUSINESS-DATE
           END-IF

           IF WS-ENTRY-BUSINESS-DATE NOT = WS-SELECT-DATE
             EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOTAL-JOURNAL
           PERFORM ADD-CONTROL-TOTAL

           MOVE XFJ-STATUS TO WS-JE-STATUS
           IF XFJ-REVERSED
             MOVE XFJ-REASON-ORIG-STATUS TO WS-JE-STATUS
           END-IF

           MOVE 'N' TO WS-DEBIT-SIDE-SW
           MOVE 'N' TO WS-CREDIT-SIDE-SW
           EVALUATE WS-JE-STATUS
             WHEN 'POSTED  '
             WHEN 'SOPOSTED'
               SET CHECK-DEBIT-SIDE  TO TRUE
               SET CHECK-CREDIT-SIDE TO TRUE
             WHEN 'PAYMENT '
             WHEN 'ODCHARGE'
               SET CHECK-DEBIT-SIDE  TO TRUE
             WHEN 'REVERSAL'
               SET CHECK-CREDIT-SIDE TO TRUE
               IF XFJ-REASON-ORIG-STATUS NOT = 'PAYMENT '
                 SET CHECK-DEBIT-SIDE TO TRUE
               END-IF
           END-EVALUATE

           IF NOT CHECK-DEBIT-SIDE AND NOT CHECK-CREDIT-SIDE
             EXIT PARAGRAPH
           END-IF

           MOVE XFJ-FROM-ACCT    TO WS-JE-FROM-ACCT
           MOVE XFJ-DATE         TO WS-JE-DATE
           MOVE XFJ-TIME         TO WS-JE-TIME
           MOVE XFJ-TASK-NUM     TO WS-JE-TASK-NUM
           MOVE XFJ-CUSTOMER-NUM TO WS-JE-CUSTOMER
           MOVE XFJ-TO-ACCT      TO WS-JE-TO-ACCT
           MOVE XFJ-AMOUNT       TO WS-JE-AMOUNT
           MOVE XFJ-CURRENCY     TO WS-JE-CURRENCY

           MOVE WS-JE-TIME TO WS-TIME-WORK
           PERFORM COMPUTE-SECONDS
           MOVE WS-SECONDS TO WS-JOURNAL-SECONDS

      * the debit side
           IF CHECK-DEBIT-SIDE
             MOVE WS-JE-FROM-ACCT TO WS-SEARCH-ACCT
             SET SEARCH-DEBIT-SIDE TO TRUE
             PERFORM FIND-MATCHING-POSTING
             COMPUTE WS-EXPECTED-AMOUNT = ZERO - WS-JE-AMOUNT
             IF NOT MATCH-FOUND
               MOVE 1 TO WS-BREAK-TYPE
               PERFORM WRITE-JOURNAL-BREAK
             ELSE
               IF WS-MATCH-AMOUNT NOT = WS-EXPECTED-AMOUNT
                 MOVE 2 TO WS-BREAK-TYPE
                 PERFORM WRITE-JOURNAL-BREAK
               END-IF
             END-IF
           END-IF

      * the credit side: a payment has none (see the prologue)
           IF NOT CHECK-CREDIT-SIDE
             EXIT PARAGRAPH
           END-IF

           MOVE WS-JE-TO-ACCT TO WS-SEARCH-ACCT
           SET SEARCH-CREDIT-SIDE TO TRUE
           PERFORM FIND-MATCHING-POSTING
           MOVE WS-JE-AMOUNT TO WS-EXPECTED-AMOUNT
           IF NOT MATCH-FOUND
             MOVE 3 TO WS-BREAK-TYPE
             PERFORM WRITE-JOURNAL-BREAK
           ELSE
             IF WS-MATCH-AMOUNT NOT = WS-EXPECTED-AMOUNT
               MOVE 4 TO WS-BREAK-TYPE
               PERFORM WRITE-JOURNAL-BREAK
             END-IF
           END-IF
           .

      * Look on WEBPOST for the saved journal entry's posting on
      * WS-SEARCH-ACCT: same date, same task number, a debit or a
      * credit as WS-SEARCH-SIDE-SW asks, timed no later than the
      * journal entry and no more than WS-MATCH-WINDOW seconds
      * before it. The latest such posting wins.
       FIND-MATCHING-POSTING.
           MOVE 'N' TO WS-MATCH-FOUND-SW
           MOVE 'N' TO WS-SEARCH-ENDED-SW
           MOVE 0   TO WS-MATCH-AMOUNT

           MOVE WS-SEARCH-ACCT TO PST-ACCT-NUMBER
           MOVE WS-JE-DATE     TO PST-DATE
           MOVE '000000'       TO PST-TIME
           MOVE 0              TO PST-TASK-NUM

           START WEBPOST-FILE KEY IS NOT LESS THAN PST-KEY
             INVALID KEY
               SET SEARCH-ENDED TO TRUE
           END-START

           PERFORM UNTIL SEARCH-ENDED
             READ WEBPOST-FILE NEXT RECORD
               AT END
                 SET SEARCH-ENDED TO TRUE
             END-READ
             IF NOT SEARCH-ENDED
               IF PST-ACCT-NUMBER NOT = WS-SEARCH-ACCT
                  OR PST-DATE NOT = WS-JE-DATE
                  OR PST-TIME > WS-JE-TIME
                 SET SEARCH-ENDED TO TRUE
               ELSE
                 PERFORM CHECK-POSTING-CANDIDATE
               END-IF
             END-IF
           END-PERFORM
           .

       CHECK-POSTING-CANDIDATE.
           IF PST-TASK-NUM NOT = WS-JE-TASK-NUM
             EXIT PARAGRAPH
           END-IF

           IF SEARCH-DEBIT-SIDE AND PST-AMOUNT NOT < 0
             EXIT PARAGRAPH
           END-IF

           IF SEARCH-CREDIT-SIDE AND PST-AMOUNT < 0
             EXIT PARAGRAPH
           END-IF

           MOVE PST-TIME TO WS-TIME-WORK
           PERFORM COMPUTE-SECONDS
           COMPUTE WS-GAP-SECONDS = WS-JOURNAL-SECONDS - WS-SECONDS
           IF WS-GAP-SECONDS > WS-MATCH-WINDOW
             EXIT PARAGRAPH
           END-IF

           SET MATCH-FOUND TO TRUE
           MOVE PST-AMOUNT TO WS-MATCH-AMOUNT
           .

      * Position WEBPOST back at its first record for the second pass
       START-POSTING-PASS.
           MOVE LOW-VALUES TO PST-KEY
           START WEBPOST-FILE KEY IS NOT LESS THAN PST-KEY
             INVALID KEY
               SET END-OF-POST-FILE TO TRUE
           END-START
           .

       READ-NEXT-POSTING.
           IF END-OF-POST-FILE
             EXIT PARAGRAPH
           END-IF

           READ WEBPOST-FILE NEXT RECORD
             AT END
               SET END-OF-POST-FILE TO TRUE
           END-READ
           .

      * Check one posting. Every posting links the running-balance
      * chain of its account (an earlier day's posting is the
      * opening link for the business date's first), but only the
      * business date's postings are reported on.
       PROCESS-POSTING-RECORD.
           MOVE PST-ACCT-NUMBER  TO WS-PE-ACCT
           MOVE PST-DATE         TO WS-PE-DATE
           MOVE PST-TIME         TO WS-PE-TIME
           MOVE PST-TASK-NUM     TO WS-PE-TASK-NUM
           MOVE PST-CUSTOMER-NUM TO WS-PE-CUSTOMER
           MOVE PST-DESCRIPTION  TO WS-PE-DESCRIPTION
           MOVE PST-AMOUNT       TO WS-PE-AMOUNT
           MOVE PST-RUN-BALANCE  TO WS-PE-RUN-BALANCE
           MOVE PST-CURRENCY     TO WS-PE-CURRENCY

           IF PST-BUSINESS-DATE = SPACES
              OR PST-BUSINESS-DATE = LOW-VALUES
             MOVE PST-DATE TO WS-ENTRY-BUSINESS-DATE
           ELSE
             MOVE PST-BUSINESS-DATE TO WS-ENTRY-BUSINESS-DATE
           END-IF

           IF WS-ENTRY-BUSINESS-DATE = WS-SELECT-DATE
             ADD 1 TO WS-TOTAL-POSTINGS
             IF WS-PE-ACCT = WS-PREV-ACCOUNT
               PERFORM CHECK-BALANCE-CHAIN
             END-IF
             PERFORM FIND-MATCHING-JOURNAL
           END-IF

           MOVE WS-PE-ACCT        TO WS-PREV-ACCOUNT
           MOVE WS-PE-RUN-BALANCE TO WS-PREV-BALANCE
           .

      * The posting's running balance must be the previous posting's
      * running balance plus the posting's own amount
       CHECK-BALANCE-CHAIN.
           COMPUTE WS-CHAIN-BALANCE = WS-PREV-BALANCE + WS-PE-AMOUNT

           IF WS-CHAIN-BALANCE NOT = WS-PE-RUN-BALANCE
             MOVE 7 TO WS-BREAK-TYPE
             MOVE WS-CHAIN-BALANCE TO WS-EXPECTED-AMOUNT
             MOVE WS-PE-RUN-BALANCE TO WS-MATCH-AMOUNT
             PERFORM WRITE-POSTING-BREAK
           END-IF
           .

      * Look for the journal entry behind the saved posting. A debit
      * posting is journaled under its own account; a credit posting
      * under the debited account its description names. The entry
      * must carry the same date and task number and be timed at or
      * no more than WS-MATCH-WINDOW seconds after the posting.
       FIND-MATCHING-JOURNAL.
           MOVE 'N' TO WS-MATCH-FOUND-SW
           MOVE 'N' TO WS-SEARCH-ENDED-SW
           MOVE SPACES TO WS-MATCH-STATUS

           IF WS-PE-AMOUNT < 0
             SET SEARCH-DEBIT-SIDE TO TRUE
             MOVE WS-PE-ACCT TO WS-SEARCH-ACCT
           ELSE
             SET SEARCH-CREDIT-SIDE TO TRUE
             PERFORM GET-OTHER-ACCOUNT
             MOVE WS-OTHER-ACCT TO WS-SEARCH-ACCT
           END-IF

           MOVE WS-PE-TIME TO WS-TIME-WORK
           PERFORM COMPUTE-SECONDS
           MOVE WS-SECONDS TO WS-POSTING-SECONDS

           MOVE WS-SEARCH-ACCT TO XFJ-FROM-ACCT
           MOVE WS-PE-DATE     TO XFJ-DATE
           MOVE WS-PE-TIME     TO XFJ-TIME
           MOVE 0              TO XFJ-TASK-NUM

           START WEBXJRNL-FILE KEY IS NOT LESS THAN XFJ-KEY
             INVALID KEY
               SET SEARCH-ENDED TO TRUE
           END-START

           PERFORM UNTIL SEARCH-ENDED OR MATCH-FOUND
             READ WEBXJRNL-FILE NEXT RECORD
               AT END
                 SET SEARCH-ENDED TO TRUE
             END-READ
             IF NOT SEARCH-ENDED
               IF XFJ-FROM-ACCT NOT = WS-SEARCH-ACCT
                  OR XFJ-DATE NOT = WS-PE-DATE
                 SET SEARCH-ENDED TO TRUE
               ELSE
                 PERFORM CHECK-JOURNAL-CANDIDATE
               END-IF
             END-IF
           END-PERFORM

           IF NOT MATCH-FOUND
             MOVE 5 TO WS-BREAK-TYPE
             MOVE 0 TO WS-EXPECTED-AMOUNT
             MOVE WS-PE-AMOUNT TO WS-MATCH-AMOUNT
             PERFORM WRITE-POSTING-BREAK
             EXIT PARAGRAPH
           END-IF

           IF NOT (WS-MATCH-STATUS = 'POSTED  '
                   OR WS-MATCH-STATUS = 'PAYMENT '
                   OR WS-MATCH-STATUS = 'SOPOSTED'
                   OR WS-MATCH-STATUS = 'REVERSED'
                   OR WS-MATCH-STATUS = 'REVERSAL'
                   OR WS-MATCH-STATUS = 'ODCHARGE')
             MOVE 6 TO WS-BREAK-TYPE
             MOVE 0 TO WS-EXPECTED-AMOUNT
             MOVE WS-PE-AMOUNT TO WS-MATCH-AMOUNT
             PERFORM WRITE-POSTING-BREAK
           END-IF
           .

       CHECK-JOURNAL-CANDIDATE.
           MOVE XFJ-TIME TO WS-TIME-WORK
           PERFORM COMPUTE-SECONDS
           COMPUTE WS-GAP-SECONDS = WS-SECONDS - WS-POSTING-SECONDS
           IF WS-GAP-SECONDS > WS-MATCH-WINDOW
             SET SEARCH-ENDED TO TRUE
             EXIT PARAGRAPH
           END-IF

           IF XFJ-TASK-NUM NOT = WS-PE-TASK-NUM
             EXIT PARAGRAPH
           END-IF

           IF SEARCH-CREDIT-SIDE AND XFJ-TO-ACCT NOT = WS-PE-ACCT
             EXIT PARAGRAPH
           END-IF

           SET MATCH-FOUND TO TRUE
           MOVE XFJ-STATUS TO WS-MATCH-STATUS
           .

      * Set WS-OTHER-ACCT to the other account the saved posting's
      * description names
       GET-OTHER-ACCOUNT.
           MOVE WS-PE-DESCRIPTION TO WS-DESC-WORK

           IF WS-PAYMENT-VERB = 'PAYMENT TO '
             MOVE WS-PAYMENT-OTHER-ACCT TO WS-OTHER-ACCT
           ELSE
             MOVE WS-DESC-OTHER-ACCT TO WS-OTHER-ACCT
           END-IF
           .

      * Seconds since midnight for the HHMMSS time in WS-TIME-WORK
       COMPUTE-SECONDS.
           IF WS-TIME-WORK IS NOT NUMERIC
             MOVE 0 TO WS-SECONDS
             EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SECONDS = WS-TIME-HH * 3600
                              + WS-TIME-MM * 60
                              + WS-TIME-SS
           .

      * Count the journal entry against its status and currency
       ADD-CONTROL-TOTAL.
           MOVE 'N' TO WS-CONTROL-FOUND-SW

           PERFORM VARYING WS-CONTROL-IX FROM 1 BY 1
                     UNTIL WS-CONTROL-IX > WS-CONTROL-COUNT
                        OR CONTROL-FOUND
             IF WS-CT-STATUS (WS-CONTROL-IX) = XFJ-STATUS
                AND WS-CT-CURRENCY (WS-CONTROL-IX) = XFJ-CURRENCY
               SET CONTROL-FOUND TO TRUE
               ADD 1 TO WS-CT-COUNT (WS-CONTROL-IX)
               ADD XFJ-AMOUNT TO WS-CT-AMOUNT (WS-CONTROL-IX)
             END-IF
           END-PERFORM

           IF CONTROL-FOUND
             EXIT PARAGRAPH
           END-IF

           IF WS-CONTROL-COUNT >= WS-MAX-CONTROL
             ADD 1 TO WS-CONTROL-OVERFLOW
             EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CONTROL-COUNT
           MOVE XFJ-STATUS   TO WS-CT-STATUS (WS-CONTROL-COUNT)
           MOVE XFJ-CURRENCY TO WS-CT-CURRENCY (WS-CONTROL-COUNT)
           MOVE 1            TO WS-CT-COUNT (WS-CONTROL-COUNT)
           MOVE XFJ-AMOUNT   TO WS-CT-AMOUNT (WS-CONTROL-COUNT)
           .

      * Print a break found from the journal side: the saved journal
      * entry, the posting amount it should have left and the amount
      * actually found (blank when no posting was found at all)
       WRITE-JOURNAL-BREAK.
           ADD 1 TO WS-TOTAL-BREAKS
           ADD 1 TO WS-BREAK-CNT (WS-BREAK-TYPE)

           MOVE SPACES            TO DETAIL-BREAK-LINE
           MOVE WS-BREAK-NAME-TBL (WS-BREAK-TYPE) TO BK-TYPE
           MOVE WS-SEARCH-ACCT    TO BK-ACCOUNT
           MOVE WS-JE-DATE        TO BK-DATE
           MOVE WS-JE-TIME        TO BK-TIME
           MOVE WS-JE-TASK-NUM    TO BK-TASK
           MOVE WS-JE-CUSTOMER    TO BK-CUSTOMER
           IF SEARCH-DEBIT-SIDE
             MOVE WS-JE-TO-ACCT   TO BK-OTHER-ACCT
           ELSE
             MOVE WS-JE-FROM-ACCT TO BK-OTHER-ACCT
           END-IF
           MOVE WS-EXPECTED-AMOUNT TO BK-EXPECTED
           IF MATCH-FOUND
             MOVE WS-MATCH-AMOUNT TO BK-ACTUAL
           END-IF
           MOVE WS-JE-CURRENCY    TO BK-CURRENCY
           MOVE DETAIL-BREAK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      * Print a break found from the posting side: the saved posting
      * and, for a chain break, the running balance it should have
      * carried against the one it does
       WRITE-POSTING-BREAK.
           ADD 1 TO WS-TOTAL-BREAKS
           ADD 1 TO WS-BREAK-CNT (WS-BREAK-TYPE)

           MOVE SPACES            TO DETAIL-BREAK-LINE
           MOVE WS-BREAK-NAME-TBL (WS-BREAK-TYPE) TO BK-TYPE
           MOVE WS-PE-ACCT        TO BK-ACCOUNT
           MOVE WS-PE-DATE        TO BK-DATE
           MOVE WS-PE-TIME        TO BK-TIME
           MOVE WS-PE-TASK-NUM    TO BK-TASK
           MOVE WS-PE-CUSTOMER    TO BK-CUSTOMER
           PERFORM GET-OTHER-ACCOUNT
           MOVE WS-OTHER-ACCT     TO BK-OTHER-ACCT
           IF WS-BREAK-TYPE = 7
             MOVE WS-EXPECTED-AMOUNT TO BK-EXPECTED
           END-IF
           MOVE WS-MATCH-AMOUNT   TO BK-ACTUAL
           MOVE WS-PE-CURRENCY    TO BK-CURRENCY
           MOVE DETAIL-BREAK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       WRITE-REPORT-HEADINGS.
           STRING WS-RPT-YEAR  DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-RPT-MONTH DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-RPT-DAY   DELIMITED BY SIZE
                INTO H1-DATE
           MOVE HEADING-LINE-1 TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE HEADING-LINE-2 TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       WRITE-TOTALS-SECTION.
           IF WS-TOTAL-BREAKS = 0
             MOVE '    NO BREAKS' TO REPORT-RECORD
             WRITE REPORT-RECORD
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'CONTROL TOTALS BY JOURNAL STATUS AND CURRENCY'
             TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE HEADING-CONTROL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM VARYING WS-CONTROL-IX FROM 1 BY 1
                     UNTIL WS-CONTROL-IX > WS-CONTROL-COUNT
             MOVE SPACES TO DETAIL-CONTROL-LINE
             MOVE WS-CT-STATUS (WS-CONTROL-IX)   TO DC-STATUS
             MOVE WS-CT-CURRENCY (WS-CONTROL-IX) TO DC-CURRENCY
             MOVE WS-CT-COUNT (WS-CONTROL-IX)    TO DC-COUNT
             MOVE WS-CT-AMOUNT (WS-CONTROL-IX)   TO DC-AMOUNT
             MOVE DETAIL-CONTROL-LINE TO REPORT-RECORD
             WRITE REPORT-RECORD
           END-PERFORM

           IF WS-CONTROL-OVERFLOW > 0
             MOVE SPACES TO TOTAL-LINE
             MOVE 'ENTRIES NOT TOTALLED (TABLE)' TO TL-LABEL
             MOVE WS-CONTROL-OVERFLOW TO TL-VALUE
             MOVE TOTAL-LINE TO REPORT-RECORD
             WRITE REPORT-RECORD
           END-IF

           MOVE SPACES TO TOTAL-LINE
           MOVE 'JOURNAL ENTRIES' TO TL-LABEL
           MOVE WS-TOTAL-JOURNAL TO TL-VALUE
           MOVE TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO TOTAL-LINE
           MOVE 'POSTINGS' TO TL-LABEL
           MOVE WS-TOTAL-POSTINGS TO TL-VALUE
           MOVE TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'BREAKS BY TYPE' TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM VARYING WS-BREAK-IX FROM 1 BY 1
                     UNTIL WS-BREAK-IX > 7
             MOVE SPACES TO DETAIL-BREAK-COUNT-LINE
             MOVE WS-BREAK-NAME-TBL (WS-BREAK-IX) TO DB-TYPE
             MOVE WS-BREAK-CNT (WS-BREAK-IX)      TO DB-COUNT
             MOVE DETAIL-BREAK-COUNT-LINE TO REPORT-RECORD
             WRITE REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO TOTAL-LINE
           MOVE 'TOTAL BREAKS' TO TL-LABEL
           MOVE WS-TOTAL-BREAKS TO TL-VALUE
           MOVE TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       END PROGRAM 'WEBRECON'.

      ******************************************************************
      *  WEBSCRN
      *
      * Batch daily suspicious-activity screening report for the
      * fraud team. Each online file shows one piece of a customer's
      * behaviour; this job reads them together for the screening
      * date and reports every hit of these rules:
      *   NEWPAYEE - a WEBPAYMT payment (journal status PAYMENT) to a
      *              payee whose PYE-ADDED-DATE is the same day as
      *              the payment
      *   REFUSALS - a run of refused requests (journal status
      *              PAYREFUS or REFUSED) by one customer in the day,
      *              at or above the SCRREFUS threshold
      *   NEARCAP  - a payment whose home-currency amount sits at or
      *              above SCRCAPPC percent of the customer's XFERCAP
      *              daily cap (the customer's own record, else the
      *              *DEFAULT record, exactly as WEBPAYMT applies it)
      *   UNLOCKMV - money moved (journal status POSTED or PAYMENT)
      *              within SCRUNLKM minutes after a supervisor lifted
      *              the customer's WEBLOCK lockout (the WEBL unlock
      *              APPROVE entry on the WEBADMLG log)
      *   TOKENS   - SCRTOKNS or more WEBTOKEN session tokens issued
      *              to one account within SCRTOKNM minutes
      * Each hit prints the customer and the rule that fired,
      * followed by the supporting records from the files involved,
      * and the report ends with the number of hits per rule.
      *
      * The thresholds are WEBCNTL *DEFAULT records (types SCRREFUS,
      * SCRCAPPC, SCRUNLKM, SCRTOKNS and SCRTOKNM, see the WEBCNTLR
      * copybook) the fraud team tunes through the WEBM transaction;
      * a missing record falls back to the value carried below, so a
      * rule never silently switches off.
      *
      * SYSIN: one card, the screening date as YYYYMMDD; anything
      * else (including the word PRIOR the scheduled job submits)
      * falls back to the day before the run date.
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example. It is the batch fraud view over the
      * online WEBXFER, WEBPAYMT, WEBPAYEM, WEBHOME and WEBL
      * transactions.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. WEBSCRN.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT WEBXJRNL-FILE ASSIGN TO WEBXJRNL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS XFJ-KEY
                FILE STATUS IS WS-JRNL-STATUS.

            SELECT WEBPAYEE-FILE ASSIGN TO WEBPAYEE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PYE-KEY
                FILE STATUS IS WS-PAYEE-STATUS.

            SELECT WEBCNTL-FILE ASSIGN TO WEBCNTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CTL-KEY
                FILE STATUS IS WS-CNTL-STATUS.

            SELECT WEBRATES-FILE ASSIGN TO WEBRATES
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RTE-KEY
                FILE STATUS IS WS-RATE-STATUS.

            SELECT WEBLOCK-FILE ASSIGN TO WEBLOCK
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS LCK-KEY
                FILE STATUS IS WS-LOCK-STATUS.

            SELECT WEBADMLG-FILE ASSIGN TO WEBADMLG
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ADM-KEY
                FILE STATUS IS WS-ADMLOG-STATUS.

            SELECT WEBTOKEN-FILE ASSIGN TO WEBTOKEN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS TOK-KEY
                FILE STATUS IS WS-TOKEN-STATUS.

            SELECT REPORT-FILE ASSIGN TO REPTOUT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  WEBXJRNL-FILE
            RECORD CONTAINS 81 CHARACTERS.
            COPY WEBXJRN.

        FD  WEBPAYEE-FILE
            RECORD CONTAINS 56 CHARACTERS.
            COPY WEBPAYER.

        FD  WEBCNTL-FILE
            RECORD CONTAINS 39 CHARACTERS.
            COPY WEBCNTLR.

        FD  WEBRATES-FILE
            RECORD CONTAINS 26 CHARACTERS.
            COPY WEBRATER.

        FD  WEBLOCK-FILE
            RECORD CONTAINS 22 CHARACTERS.
            COPY WEBLOCKR.

        FD  WEBADMLG-FILE
            RECORD CONTAINS 85 CHARACTERS.
            COPY WEBADMLR.

        FD  WEBTOKEN-FILE
            RECORD CONTAINS 49 CHARACTERS.
            COPY WEBTOKNR.

        FD  REPORT-FILE
            RECORD CONTAINS 132 CHARACTERS.
        1  REPORT-RECORD                PIC X(132).

        WORKING-STORAGE SECTION.

       1 WS-JRNL-STATUS                 PIC X(2)  VALUE '00'.
         88 JRNL-STATUS-OK                        VALUE '00'.
       1 WS-PAYEE-STATUS                PIC X(2)  VALUE '00'.
         88 PAYEE-STATUS-OK                       VALUE '00'.
       1 WS-CNTL-STATUS                 PIC X(2)  VALUE '00'.
         88 CNTL-STATUS-OK                        VALUE '00'.
       1 WS-RATE-STATUS                 PIC X(2)  VALUE '00'.
         88 RATE-STATUS-OK                        VALUE '00'.
       1 WS-LOCK-STATUS                 PIC X(2)  VALUE '00'.
         88 LOCK-STATUS-OK                        VALUE '00'.
       1 WS-ADMLOG-STATUS               PIC X(2)  VALUE '00'.
         88 ADMLOG-STATUS-OK                      VALUE '00'.
       1 WS-TOKEN-STATUS                PIC X(2)  VALUE '00'.
         88 TOKEN-STATUS-OK                       VALUE '00'.
       1 WS-REPORT-STATUS               PIC X(2)  VALUE '00'.

       1 WS-JRNL-EOF-SW                 PIC X     VALUE 'N'.
         88 END-OF-JRNL-FILE                      VALUE 'Y'.
       1 WS-ADMLOG-EOF-SW               PIC X     VALUE 'N'.
         88 END-OF-ADMLOG-FILE                    VALUE 'Y'.
       1 WS-TOKEN-EOF-SW                PIC X     VALUE 'N'.
         88 END-OF-TOKEN-FILE                     VALUE 'Y'.

      * The screening date from SYSIN, with the day before the run
      * date as fallback, and the day before it (an unlock late on
      * the previous day can still precede a movement just after
      * midnight)
       1 WS-DATE-CARD                   PIC X(8)  VALUE SPACES.
       1 WS-SELECT-DATE                 PIC X(8)  VALUE SPACES.
       1 WS-PREVIOUS-DATE               PIC X(8)  VALUE SPACES.
       1 WS-DATE-NUM                    PIC 9(8)  VALUE 0.

       1 WS-HOME-CURRENCY               PIC X(3)  VALUE 'USD'.

      * The journal status an entry is screened under
       1 WS-SCREEN-STATUS               PIC X(8)  VALUE SPACES.
         88 SCREEN-TRANSFER                       VALUE 'POSTED  '.
         88 SCREEN-PAYMENT                        VALUE 'PAYMENT '.

      * The screening thresholds, from the control file's *DEFAULT
      * records, with the fallbacks used when a record is missing
       1 WS-REFUSAL-THRESHOLD           PIC S9(7)V99 COMP-3 VALUE 0.
       1 WS-CAP-PERCENT                 PIC S9(7)V99 COMP-3 VALUE 0.
       1 WS-UNLOCK-MINUTES              PIC S9(7)V99 COMP-3 VALUE 0.
       1 WS-TOKEN-THRESHOLD             PIC S9(7)V99 COMP-3 VALUE 0.
       1 WS-TOKEN-MINUTES               PIC S9(7)V99 COMP-3 VALUE 0.
       1 WS-FALLBACK-REFUSALS           PIC S9(7)V99 COMP-3 VALUE 3.
       1 WS-FALLBACK-CAP-PERCENT        PIC S9(7)V99 COMP-3 VALUE 90.
       1 WS-FALLBACK-UNLOCK-MINS        PIC S9(7)V99 COMP-3 VALUE 60.
       1 WS-FALLBACK-TOKENS             PIC S9(7)V99 COMP-3 VALUE 5.
       1 WS-FALLBACK-TOKEN-MINS         PIC S9(7)V99 COMP-3 VALUE 10.
       1 WS-THRESHOLD-TYPE              PIC X(8)  VALUE SPACES.
       1 WS-THRESHOLD-FALLBACK          PIC S9(7)V99 COMP-3 VALUE 0.
       1 WS-THRESHOLD-VALUE             PIC S9(7)V99 COMP-3 VALUE 0.

      * Daily cap lookup for the near-cap rule, mirroring WEBPAYMT's
      * customer-record / *DEFAULT / uncapped-fallback order
       1 WS-DAILY-CAP                   PIC S9(7)V99 COMP-3 VALUE 0.
       1 WS-FALLBACK-DAILY-CAP          PIC S9(7)V99 COMP-3
                                        VALUE 9999999.99.
       1 WS-CAP-FLOOR                   PIC S9(7)V99 COMP-3 VALUE 0.
       1 WS-CURRENCY-RATE               PIC S9(3)V9(6) COMP-3 VALUE 1.
       1 WS-HOME-AMOUNT                 PIC S9(7)V99 COMP-3 VALUE 0.

      * Seconds arithmetic across dates for the unlock and token
      * windows: a timestamp becomes day number * 86400 + seconds
       1 WS-TIME-WORK                   PIC X(6)  VALUE '000000'.
       1 WS-TIME-PARTS REDEFINES WS-TIME-WORK.
         2 WS-TIME-HH                   PIC 9(2).
         2 WS-TIME-MM                   PIC 9(2).
         2 WS-TIME-SS                   PIC 9(2).
       1 WS-STAMP-DATE                  PIC X(8)  VALUE SPACES.
       1 WS-STAMP-SECONDS               PIC S9(11) COMP-3 VALUE 0.
       1 WS-JOURNAL-STAMP               PIC S9(11) COMP-3 VALUE 0.
       1 WS-GAP-SECONDS                 PIC S9(11) COMP-3 VALUE 0.
       1 WS-WINDOW-SECONDS              PIC S9(11) COMP-3 VALUE 0.

      * The unlocks (WEBL APPROVE entries) of the screening date and
      * the day before, loaded from the admin-action log
       1 WS-UNLOCK-TABLE.
         2 WS-UNLOCK-ENTRY OCCURS 200 TIMES.
           3 WS-UL-CUSTOMER             PIC X(4).
           3 WS-UL-DATE                 PIC X(8).
           3 WS-UL-TIME                 PIC X(6).
           3 WS-UL-OPERATOR             PIC X(8).
           3 WS-UL-TERMINAL             PIC X(4).
           3 WS-UL-STAMP                PIC S9(11) COMP-3.
       1 WS-UNLOCK-COUNT                PIC S9(4) COMP-5 SYNC VALUE 0.
       1 WS-MAX-UNLOCKS                 PIC S9(4) COMP-5 SYNC VALUE 200.
       1 WS-UNLOCK-IX                   PIC S9(4) COMP-5 SYNC VALUE 0.
       1 WS-UNLOCK-HIT-IX               PIC S9(4) COMP-5 SYNC VALUE 0.

      * The day's refused requests, gathered for the refusal-run
      * rule and reported per customer once the journal is read
       1 WS-REFUSAL-TABLE.
         2 WS-REFUSAL-ENTRY OCCURS 500 TIMES.
           3 WS-RF-CUSTOMER             PIC X(4).
           3 WS-RF-FROM-ACCT            PIC X(8).
           3 WS-RF-TIME                 PIC X(6).
           3 WS-RF-TASK-NUM             PIC 9(7).
           3 WS-RF-TO-ACCT              PIC X(8).
           3 WS-RF-AMOUNT               PIC S9(6)V99 COMP-3.
           3 WS-RF-CURRENCY             PIC X(3).
           3 WS-RF-STATUS               PIC X(8).
           3 WS-RF-REASON               PIC X(16).
           3 WS-RF-DONE-SW              PIC X.
             88 WS-RF-DONE                        VALUE 'Y'.
       1 WS-REFUSAL-COUNT               PIC S9(4) COMP-5 SYNC VALUE 0.
       1 WS-MAX-REFUSALS                PIC S9(4) COMP-5 SYNC VALUE 500.
       1 WS-REFUSAL-IX                  PIC S9(4) COMP-5 SYNC VALUE 0.
       1 WS-REFUSAL-JX                  PIC S9(4) COMP-5 SYNC VALUE 0.
       1 WS-CUSTOMER-REFUSALS           PIC S9(4) COMP-5 SYNC VALUE 0.

      * One account's tokens issued on the screening date, gathered
      * across the control break on the token file's account key
       1 WS-TOKEN-TABLE.
         2 WS-TOKEN-ENTRY OCCURS 200 TIMES.
           3 WS-TK-TOKEN                PIC X(16).
           3 WS-TK-TIME                 PIC X(6).
           3 WS-TK-STATUS               PIC X(1).
           3 WS-TK-STAMP                PIC S9(11) COMP-3.
       1 WS-TOKEN-COUNT                 PIC S9(4) COMP-5 SYNC VALUE 0.
       1 WS-MAX-TOKENS                  PIC S9(4) COMP-5 SYNC VALUE 200.
       1 WS-TOKEN-IX                    PIC S9(4) COMP-5 SYNC VALUE 0.
       1 WS-TOKEN-JX                    PIC S9(4) COMP-5 SYNC VALUE 0.
       1 WS-TOKEN-ACCOUNT               PIC X(4)  VALUE SPACES.
       1 WS-WINDOW-COUNT                PIC S9(4) COMP-5 SYNC VALUE 0.
       1 WS-BEST-COUNT                  PIC S9(4) COMP-5 SYNC VALUE 0.
       1 WS-BEST-START                  PIC S9(4) COMP-5 SYNC VALUE 0.
       1 WS-BEST-STAMP                  PIC S9(11) COMP-3 VALUE 0.

      * Capacity shortfalls, reported rather than silently dropped
       1 WS-OVERFLOW-COUNT              PIC 9(6)  VALUE 0.

      * Hit counts by rule, in the order they are reported
       1 WS-RULE-NAMES-INIT.
         2 FILLER                       PIC X(8) VALUE 'NEWPAYEE'.
         2 FILLER                       PIC X(8) VALUE 'REFUSALS'.
         2 FILLER                       PIC X(8) VALUE 'NEARCAP '.
         2 FILLER                       PIC X(8) VALUE 'UNLOCKMV'.
         2 FILLER                       PIC X(8) VALUE 'TOKENS  '.
       1 WS-RULE-NAMES REDEFINES WS-RULE-NAMES-INIT.
         2 WS-RULE-NAME-TBL OCCURS 5 TIMES       PIC X(8).
       1 WS-RULE-COUNTS.
         2 WS-RULE-CNT OCCURS 5 TIMES            PIC 9(6) VALUE 0.
       1 WS-RULE-IX                     PIC S9(4) COMP-5 SYNC VALUE 0.
       1 WS-RULE                        PIC S9(4) COMP-5 SYNC VALUE 0.

       1 WS-TOTAL-JOURNAL               PIC 9(6)  VALUE 0.
       1 WS-TOTAL-TOKENS                PIC 9(6)  VALUE 0.
       1 WS-TOTAL-HITS                  PIC 9(6)  VALUE 0.

       1 WS-COUNT-DISPLAY               PIC ZZ9.
       1 WS-VALUE-DISPLAY               PIC ZZZ9.99.

       1 WS-REPORT-DATE.
         2 WS-RPT-YEAR                  PIC X(4).
         2 WS-RPT-MONTH                 PIC X(2).
         2 WS-RPT-DAY                   PIC X(2).

       1 HEADING-LINE-1.
         2 FILLER                       PIC X(40)
             VALUE 'SUSPICIOUS-ACTIVITY SCREENING'.
         2 FILLER                       PIC X(10) VALUE SPACES.
         2 FILLER                       PIC X(16)
             VALUE 'SCREENING DATE: '.
         2 H1-DATE                      PIC X(10) VALUE SPACES.

       1 HEADING-LINE-2.
         2 FILLER                       PIC X(12) VALUE 'THRESHOLDS: '.
         2 FILLER                       PIC X(9)  VALUE 'REFUSALS '.
         2 H2-REFUSALS                  PIC ZZZ9.
         2 FILLER                       PIC X(10) VALUE '  CAP PCT '.
         2 H2-CAP-PERCENT               PIC ZZZ9.99.
         2 FILLER                       PIC X(14)
             VALUE '  UNLOCK MINS '.
         2 H2-UNLOCK-MINS               PIC ZZZ9.
         2 FILLER                       PIC X(9)  VALUE '  TOKENS '.
         2 H2-TOKENS                    PIC ZZZ9.
         2 FILLER                       PIC X(4)  VALUE ' IN '.
         2 H2-TOKEN-MINS                PIC ZZZ9.
         2 FILLER                       PIC X(5)  VALUE ' MINS'.

      * A hit: the rule and the customer, then what was seen
       1 HIT-LINE.
         2 FILLER                       PIC X(4)  VALUE 'HIT '.
         2 HL-RULE                      PIC X(8).
         2 FILLER                       PIC X(11) VALUE '  CUSTOMER '.
         2 HL-CUSTOMER                  PIC X(4).
         2 FILLER                       PIC X(2)  VALUE SPACES.
         2 HL-TEXT                      PIC X(60).

      * The supporting records printed under a hit, one layout per
      * file they come from
       1 SUPPORT-JOURNAL-LINE.
         2 FILLER                       PIC X(6)  VALUE SPACES.
         2 FILLER                       PIC X(10) VALUE 'WEBXJRNL'.
         2 SJ-FROM-ACCT                 PIC X(8).
         2 FILLER                       PIC X(1)  VALUE SPACES.
         2 SJ-DATE                      PIC X(8).
         2 FILLER                       PIC X(1)  VALUE SPACES.
         2 SJ-TIME                      PIC X(6).
         2 FILLER                       PIC X(1)  VALUE SPACES.
         2 SJ-TASK                      PIC 9(7).
         2 FILLER                       PIC X(2)  VALUE SPACES.
         2 SJ-STATUS                    PIC X(8).
         2 FILLER                       PIC X(5)  VALUE '  TO '.
         2 SJ-TO-ACCT                   PIC X(8).
         2 FILLER                       PIC X(1)  VALUE SPACES.
         2 SJ-AMOUNT                    PIC -(6)9.99.
         2 FILLER                       PIC X(1)  VALUE SPACES.
         2 SJ-CURRENCY                  PIC X(3).
         2 FILLER                       PIC X(2)  VALUE SPACES.
         2 SJ-REASON                    PIC X(16).

       1 SUPPORT-PAYEE-LINE.
         2 FILLER                       PIC X(6)  VALUE SPACES.
         2 FILLER                       PIC X(10) VALUE 'WEBPAYEE'.
         2 SP-CUSTOMER                  PIC X(4).
         2 FILLER                       PIC X(1)  VALUE SPACES.
         2 SP-ACCT                      PIC X(8).
         2 FILLER                       PIC X(1)  VALUE SPACES.
         2 SP-NAME                      PIC X(30).
         2 FILLER                       PIC X(7)  VALUE ' ADDED '.
         2 SP-DATE                      PIC X(8).
         2 FILLER                       PIC X(1)  VALUE SPACES.
         2 SP-TIME                      PIC X(6).

       1 SUPPORT-CAP-LINE.
         2 FILLER                       PIC X(6)  VALUE SPACES.
         2 FILLER                       PIC X(10) VALUE 'WEBCNTL'.
         2 FILLER                       PIC X(8)  VALUE 'XFERCAP '.
         2 SC-KEY                       PIC X(8).
         2 FILLER                       PIC X(1)  VALUE SPACES.
         2 SC-CAP                       PIC -(7)9.99.
         2 FILLER                       PIC X(14)
             VALUE '  PAYMENT USD '.
         2 SC-HOME-AMOUNT               PIC -(7)9.99.

       1 SUPPORT-ADMIN-LINE.
         2 FILLER                       PIC X(6)  VALUE SPACES.
         2 FILLER                       PIC X(10) VALUE 'WEBADMLG'.
         2 SA-DATE                      PIC X(8).
         2 FILLER                       PIC X(1)  VALUE SPACES.
         2 SA-TIME                      PIC X(6).
         2 FILLER                       PIC X(2)  VALUE SPACES.
         2 FILLER                       PIC X(12) VALUE 'WEBL UNLOCK '.
         2 FILLER                       PIC X(9)  VALUE 'APPROVED '.
         2 SA-OPERATOR                  PIC X(8).
         2 FILLER                       PIC X(1)  VALUE SPACES.
         2 SA-TERMINAL                  PIC X(4).

       1 SUPPORT-LOCK-LINE.
         2 FILLER                       PIC X(6)  VALUE SPACES.
         2 FILLER                       PIC X(10) VALUE 'WEBLOCK'.
         2 SL-CUSTOMER                  PIC X(4).
         2 FILLER                       PIC X(8)  VALUE '  FAILS '.
         2 SL-FAIL-COUNT                PIC ZZ9.
         2 FILLER                       PIC X(9)  VALUE '  STATUS '.
         2 SL-STATUS                    PIC X(1).
         2 FILLER                       PIC X(12) VALUE '  LAST FAIL '.
         2 SL-DATE                      PIC X(8).
         2 FILLER                       PIC X(1)  VALUE SPACES.
         2 SL-TIME                      PIC X(6).

       1 SUPPORT-TOKEN-LINE.
         2 FILLER                       PIC X(6)  VALUE SPACES.
         2 FILLER                       PIC X(10) VALUE 'WEBTOKEN'.
         2 ST-ACCOUNT                   PIC X(4).
         2 FILLER                       PIC X(1)  VALUE SPACES.
         2 ST-TOKEN                     PIC X(16).
         2 FILLER                       PIC X(10) VALUE '  ISSUED '.
         2 ST-DATE                      PIC X(8).
         2 FILLER                       PIC X(1)  VALUE SPACES.
         2 ST-TIME                      PIC X(6).
         2 FILLER                       PIC X(9)  VALUE '  STATUS '.
         2 ST-STATUS                    PIC X(1).

       1 DETAIL-RULE-COUNT-LINE.
         2 FILLER                       PIC X(4)  VALUE SPACES.
         2 DR-RULE                      PIC X(8).
         2 FILLER                       PIC X(4)  VALUE SPACES.
         2 DR-COUNT                     PIC ZZZ,ZZ9.

       1 TOTAL-LINE.
         2 FILLER                       PIC X(30) VALUE SPACES.
         2 TL-LABEL                     PIC X(30).
         2 TL-VALUE                     PIC ZZZ,ZZ9.

        PROCEDURE DIVISION.

       MAINLINE SECTION.
      * --------------------------------------------------------------
      * Start of the main code execution
      * --------------------------------------------------------------
           PERFORM GET-SCREENING-DATE
           PERFORM OPEN-SCREENING-FILES
           PERFORM GET-SCREENING-THRESHOLDS
           PERFORM WRITE-REPORT-HEADINGS

      * the unlocks the movement rule is judged against
           PERFORM READ-NEXT-LOG-RECORD
           PERFORM UNTIL END-OF-ADMLOG-FILE
             PERFORM LOAD-UNLOCK-RECORD
             PERFORM READ-NEXT-LOG-RECORD
           END-PERFORM

      * the journal rules, with the day's refusals gathered on the
      * way through
           PERFORM READ-NEXT-JOURNAL
           PERFORM UNTIL END-OF-JRNL-FILE
             PERFORM SCREEN-JOURNAL-RECORD
             PERFORM READ-NEXT-JOURNAL
           END-PERFORM

           PERFORM SCREEN-REFUSAL-RUNS

      * the token rule, one account at a time
           PERFORM READ-NEXT-TOKEN
           PERFORM UNTIL END-OF-TOKEN-FILE
             PERFORM GATHER-TOKEN-RECORD
             PERFORM READ-NEXT-TOKEN
           END-PERFORM
           IF WS-TOKEN-COUNT > 0
             PERFORM SCREEN-ACCOUNT-TOKENS
           END-IF

           PERFORM WRITE-TOTALS-SECTION

           PERFORM CLOSE-SCREENING-FILES

           DISPLAY 'WEBSCRN: ' WS-TOTAL-JOURNAL ' JOURNAL ENTRIES, '
                   WS-TOTAL-TOKENS ' TOKENS SCREENED, '
                   WS-TOTAL-HITS ' HITS'

           IF WS-OVERFLOW-COUNT > 0
             DISPLAY '*** WEBSCRN: ' WS-OVERFLOW-COUNT
                     ' records beyond table capacity not screened'
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

      * Read the screening-date card from SYSIN; a missing or
      * non-numeric card (the scheduled job submits PRIOR) falls back
      * to the day before the run date
       GET-SCREENING-DATE.
           ACCEPT WS-DATE-CARD

           IF WS-DATE-CARD IS NUMERIC
              AND WS-DATE-CARD NOT = SPACES
             MOVE WS-DATE-CARD TO WS-SELECT-DATE
           ELSE
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-NUM
             COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER
                     (FUNCTION INTEGER-OF-DATE (WS-DATE-NUM) - 1)
             MOVE WS-DATE-NUM TO WS-SELECT-DATE
           END-IF

           MOVE WS-SELECT-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATE-NUM) - 1)
           MOVE WS-DATE-NUM TO WS-PREVIOUS-DATE

           DISPLAY 'WEBSCRN: SCREENING DATE ' WS-SELECT-DATE
           .

       OPEN-SCREENING-FILES.
           OPEN INPUT WEBXJRNL-FILE
           IF NOT JRNL-STATUS-OK
             DISPLAY '*** Unable to open WEBXJRNL, status='
                     WS-JRNL-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF

           OPEN INPUT WEBPAYEE-FILE
           IF NOT PAYEE-STATUS-OK
             DISPLAY '*** Unable to open WEBPAYEE, status='
                     WS-PAYEE-STATUS
             CLOSE WEBXJRNL-FILE
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF

           OPEN INPUT WEBCNTL-FILE
           IF NOT CNTL-STATUS-OK
             DISPLAY '*** Unable to open WEBCNTL, status='
                     WS-CNTL-STATUS
             CLOSE WEBXJRNL-FILE
             CLOSE WEBPAYEE-FILE
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF

           OPEN INPUT WEBRATES-FILE
           IF NOT RATE-STATUS-OK
             DISPLAY '*** Unable to open WEBRATES, status='
                     WS-RATE-STATUS
             CLOSE WEBXJRNL-FILE
             CLOSE WEBPAYEE-FILE
             CLOSE WEBCNTL-FILE
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF

           OPEN INPUT WEBLOCK-FILE
           IF NOT LOCK-STATUS-OK
             DISPLAY '*** Unable to open WEBLOCK, status='
                     WS-LOCK-STATUS
             CLOSE WEBXJRNL-FILE
             CLOSE WEBPAYEE-FILE
             CLOSE WEBCNTL-FILE
             CLOSE WEBRATES-FILE
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF

           OPEN INPUT WEBADMLG-FILE
           IF NOT ADMLOG-STATUS-OK
             DISPLAY '*** Unable to open WEBADMLG, status='
                     WS-ADMLOG-STATUS
             CLOSE WEBXJRNL-FILE
             CLOSE WEBPAYEE-FILE
             CLOSE WEBCNTL-FILE
             CLOSE WEBRATES-FILE
             CLOSE WEBLOCK-FILE
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF

           OPEN INPUT WEBTOKEN-FILE
           IF NOT TOKEN-STATUS-OK
             DISPLAY '*** Unable to open WEBTOKEN, status='
                     WS-TOKEN-STATUS
             CLOSE WEBXJRNL-FILE
             CLOSE WEBPAYEE-FILE
             CLOSE WEBCNTL-FILE
             CLOSE WEBRATES-FILE
             CLOSE WEBLOCK-FILE
             CLOSE WEBADMLG-FILE
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY '*** Unable to open REPTOUT, status='
                     WS-REPORT-STATUS
             CLOSE WEBXJRNL-FILE
             CLOSE WEBPAYEE-FILE
             CLOSE WEBCNTL-FILE
             CLOSE WEBRATES-FILE
             CLOSE WEBLOCK-FILE
             CLOSE WEBADMLG-FILE
             CLOSE WEBTOKEN-FILE
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF

           MOVE WS-SELECT-DATE(1:4) TO WS-RPT-YEAR
           MOVE WS-SELECT-DATE(5:2) TO WS-RPT-MONTH
           MOVE WS-SELECT-DATE(7:2) TO WS-RPT-DAY
           .

       CLOSE-SCREENING-FILES.
           CLOSE WEBXJRNL-FILE
           CLOSE WEBPAYEE-FILE
           CLOSE WEBCNTL-FILE
           CLOSE WEBRATES-FILE
           CLOSE WEBLOCK-FILE
           CLOSE WEBADMLG-FILE
           CLOSE WEBTOKEN-FILE
           CLOSE REPORT-FILE
           .

      * Load each threshold from its control-file *DEFAULT record
       GET-SCREENING-THRESHOLDS.
           MOVE 'SCRREFUS' TO WS-THRESHOLD-TYPE
           MOVE WS-FALLBACK-REFUSALS TO WS-THRESHOLD-FALLBACK
           PERFORM READ-THRESHOLD
           MOVE WS-THRESHOLD-VALUE TO WS-REFUSAL-THRESHOLD

           MOVE 'SCRCAPPC' TO WS-THRESHOLD-TYPE
           MOVE WS-FALLBACK-CAP-PERCENT TO WS-THRESHOLD-FALLBACK
           PERFORM READ-THRESHOLD
           MOVE WS-THRESHOLD-VALUE TO WS-CAP-PERCENT

           MOVE 'SCRUNLKM' TO WS-THRESHOLD-TYPE
           MOVE WS-FALLBACK-UNLOCK-MINS TO WS-THRESHOLD-FALLBACK
           PERFORM READ-THRESHOLD
           MOVE WS-THRESHOLD-VALUE TO WS-UNLOCK-MINUTES

           MOVE 'SCRTOKNS' TO WS-THRESHOLD-TYPE
           MOVE WS-FALLBACK-TOKENS TO WS-THRESHOLD-FALLBACK
           PERFORM READ-THRESHOLD
           MOVE WS-THRESHOLD-VALUE TO WS-TOKEN-THRESHOLD

           MOVE 'SCRTOKNM' TO WS-THRESHOLD-TYPE
           MOVE WS-FALLBACK-TOKEN-MINS TO WS-THRESHOLD-FALLBACK
           PERFORM READ-THRESHOLD
           MOVE WS-THRESHOLD-VALUE TO WS-TOKEN-MINUTES
           .

       READ-THRESHOLD.
           MOVE WS-THRESHOLD-TYPE TO CTL-TYPE
           MOVE '*DEFAULT'        TO CTL-ACCT
           READ WEBCNTL-FILE
           IF CNTL-STATUS-OK
             MOVE CTL-VALUE TO WS-THRESHOLD-VALUE
           ELSE
             DISPLAY 'WEBSCRN: no ' WS-THRESHOLD-TYPE
                     ' *DEFAULT record - fallback used'
             MOVE WS-THRESHOLD-FALLBACK TO WS-THRESHOLD-VALUE
           END-IF
           .

       READ-NEXT-LOG-RECORD.
           READ WEBADMLG-FILE NEXT RECORD
             AT END
               SET END-OF-ADMLOG-FILE TO TRUE
           END-READ
           .

      * Keep a WEBL unlock of the screening date or the day before -
      * the second supervisor's APPROVE entry, the point at which
      * WEBLKADM actually lifts the lockout
       LOAD-UNLOCK-RECORD.
           IF ADM-DATE NOT = WS-SELECT-DATE
              AND ADM-DATE NOT = WS-PREVIOUS-DATE
             EXIT PARAGRAPH
           END-IF

           IF ADM-TRANSACTION NOT = 'WEBL'
              OR ADM-ACTION NOT = 'APPROVE '
             EXIT PARAGRAPH
           END-IF

           IF WS-UNLOCK-COUNT >= WS-MAX-UNLOCKS
             ADD 1 TO WS-OVERFLOW-COUNT
             EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-UNLOCK-COUNT
           MOVE ADM-TARGET-KEY(1:4) TO WS-UL-CUSTOMER (WS-UNLOCK-COUNT)
           MOVE ADM-DATE         TO WS-UL-DATE (WS-UNLOCK-COUNT)
           MOVE ADM-TIME         TO WS-UL-TIME (WS-UNLOCK-COUNT)
           MOVE ADM-OPERATOR     TO WS-UL-OPERATOR (WS-UNLOCK-COUNT)
           MOVE ADM-TERMINAL     TO WS-UL-TERMINAL (WS-UNLOCK-COUNT)
           MOVE ADM-DATE         TO WS-STAMP-DATE
           MOVE ADM-TIME         TO WS-TIME-WORK
           PERFORM COMPUTE-STAMP
           MOVE WS-STAMP-SECONDS TO WS-UL-STAMP (WS-UNLOCK-COUNT)
           .

       READ-NEXT-JOURNAL.
           READ WEBXJRNL-FILE NEXT RECORD
             AT END
               SET END-OF-JRNL-FILE TO TRUE
           END-READ
           .

      * Apply the journal rules to one entry of the screening date
       SCREEN-JOURNAL-RECORD.
           IF XFJ-DATE NOT = WS-SELECT-DATE
             EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOTAL-JOURNAL

           IF XFJ-REFUSED OR XFJ-PAY-REFUSED
             PERFORM GATHER-REFUSAL
             EXIT PARAGRAPH
           END-IF

      * an entry reversed since is screened as what it was - the
      * behaviour happened whether or not the money came back
           MOVE XFJ-STATUS TO WS-SCREEN-STATUS
           IF XFJ-REVERSED
             MOVE XFJ-REASON-ORIG-STATUS TO WS-SCREEN-STATUS
           END-IF

           IF SCREEN-PAYMENT
             PERFORM CHECK-NEW-PAYEE
             PERFORM CHECK-NEAR-CAP
           END-IF

           IF SCREEN-TRANSFER OR SCREEN-PAYMENT
             PERFORM CHECK-MOVE-AFTER-UNLOCK
           END-IF
           .

      * NEWPAYEE: the payee credited was registered the same day
       CHECK-NEW-PAYEE.
           MOVE XFJ-CUSTOMER-NUM TO PYE-CUSTOMER-NUM
           MOVE XFJ-TO-ACCT      TO PYE-ACCT-NUMBER
           READ WEBPAYEE-FILE
           IF NOT PAYEE-STATUS-OK
             EXIT PARAGRAPH
           END-IF

           IF PYE-ADDED-DATE NOT = XFJ-DATE
             EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-RULE
           MOVE 'PAYMENT TO A PAYEE REGISTERED THE SAME DAY'
             TO HL-TEXT
           MOVE XFJ-CUSTOMER-NUM TO HL-CUSTOMER
           PERFORM WRITE-HIT-LINE
           PERFORM WRITE-JOURNAL-SUPPORT

           MOVE SPACES           TO SUPPORT-PAYEE-LINE
           MOVE PYE-CUSTOMER-NUM TO SP-CUSTOMER
           MOVE PYE-ACCT-NUMBER  TO SP-ACCT
           MOVE PYE-NAME         TO SP-NAME
           MOVE PYE-ADDED-DATE   TO SP-DATE
           MOVE PYE-ADDED-TIME   TO SP-TIME
           MOVE SUPPORT-PAYEE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      * NEARCAP: the payment, in home currency, is at or above the
      * tuned percentage of the customer's daily cap
       CHECK-NEAR-CAP.
           PERFORM GET-DAILY-TRANSFER-CAP
           PERFORM GET-CURRENCY-RATE
           COMPUTE WS-HOME-AMOUNT ROUNDED =
                   XFJ-AMOUNT * WS-CURRENCY-RATE
           COMPUTE WS-CAP-FLOOR ROUNDED =
                   WS-DAILY-CAP * WS-CAP-PERCENT / 100

           IF WS-HOME-AMOUNT < WS-CAP-FLOOR
              OR WS-HOME-AMOUNT > WS-DAILY-CAP
             EXIT PARAGRAPH
           END-IF

           MOVE 3 TO WS-RULE
           MOVE WS-CAP-PERCENT TO WS-VALUE-DISPLAY
           MOVE SPACES TO HL-TEXT
           STRING 'PAYMENT AT OR ABOVE ' DELIMITED BY SIZE
                  WS-VALUE-DISPLAY DELIMITED BY SIZE
                  '% OF THE DAILY TRANSFER CAP' DELIMITED BY SIZE
                INTO HL-TEXT
           MOVE XFJ-CUSTOMER-NUM TO HL-CUSTOMER
           PERFORM WRITE-HIT-LINE
           PERFORM WRITE-JOURNAL-SUPPORT

           MOVE SPACES         TO SUPPORT-CAP-LINE
           MOVE CTL-ACCT       TO SC-KEY
           MOVE WS-DAILY-CAP   TO SC-CAP
           MOVE WS-HOME-AMOUNT TO SC-HOME-AMOUNT
           MOVE SUPPORT-CAP-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      * Set WS-DAILY-CAP for the journal entry's customer, in
      * WEBPAYMT's order: the customer's own XFERCAP record, else the
      * *DEFAULT record, else the uncapped fallback. CTL-ACCT is left
      * naming the record used, for the supporting line.
       GET-DAILY-TRANSFER-CAP.
           MOVE 'XFERCAP '       TO CTL-TYPE
           MOVE SPACES           TO CTL-ACCT
           MOVE XFJ-CUSTOMER-NUM TO CTL-ACCT
           READ WEBCNTL-FILE
           IF CNTL-STATUS-OK
             MOVE CTL-VALUE TO WS-DAILY-CAP
             EXIT PARAGRAPH
           END-IF

           MOVE 'XFERCAP '  TO CTL-TYPE
           MOVE '*DEFAULT'  TO CTL-ACCT
           READ WEBCNTL-FILE
           IF CNTL-STATUS-OK
             MOVE CTL-VALUE TO WS-DAILY-CAP
           ELSE
             MOVE WS-FALLBACK-DAILY-CAP TO WS-DAILY-CAP
             MOVE 'FALLBACK' TO CTL-ACCT
           END-IF
           .

      * Set WS-CURRENCY-RATE for the journal entry's currency, with
      * the same degradation the online programs apply: a blank code
      * or the home currency needs no conversion, and a missing rate
      * is taken as 1
       GET-CURRENCY-RATE.
           MOVE 1 TO WS-CURRENCY-RATE

           IF XFJ-CURRENCY = SPACES
              OR XFJ-CURRENCY = WS-HOME-CURRENCY
             EXIT PARAGRAPH
           END-IF

           MOVE XFJ-CURRENCY TO RTE-CURRENCY-CODE
           READ WEBRATES-FILE
           IF RATE-STATUS-OK
             MOVE RTE-RATE TO WS-CURRENCY-RATE
           END-IF
           .

      * UNLOCKMV: the movement came within the tuned number of
      * minutes after a supervisor lifted the customer's lockout
       CHECK-MOVE-AFTER-UNLOCK.
           IF WS-UNLOCK-COUNT = 0
             EXIT PARAGRAPH
           END-IF

           MOVE XFJ-DATE TO WS-STAMP-DATE
           MOVE XFJ-TIME TO WS-TIME-WORK
           PERFORM COMPUTE-STAMP
           MOVE WS-STAMP-SECONDS TO WS-JOURNAL-STAMP
           COMPUTE WS-WINDOW-SECONDS = WS-UNLOCK-MINUTES * 60

           MOVE 0 TO WS-UNLOCK-HIT-IX
           PERFORM VARYING WS-UNLOCK-IX FROM 1 BY 1
                     UNTIL WS-UNLOCK-IX > WS-UNLOCK-COUNT
             IF WS-UL-CUSTOMER (WS-UNLOCK-IX) = XFJ-CUSTOMER-NUM
               COMPUTE WS-GAP-SECONDS =
                       WS-JOURNAL-STAMP - WS-UL-STAMP (WS-UNLOCK-IX)
               IF WS-GAP-SECONDS NOT < 0
                  AND WS-GAP-SECONDS NOT > WS-WINDOW-SECONDS
                 MOVE WS-UNLOCK-IX TO WS-UNLOCK-HIT-IX
               END-IF
             END-IF
           END-PERFORM

           IF WS-UNLOCK-HIT-IX = 0
             EXIT PARAGRAPH
           END-IF

           MOVE 4 TO WS-RULE
           MOVE WS-UNLOCK-MINUTES TO WS-COUNT-DISPLAY
           MOVE SPACES TO HL-TEXT
           STRING 'MONEY MOVED WITHIN ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  ' MINUTES OF A LOCKOUT BEING LIFTED'
                    DELIMITED BY SIZE
                INTO HL-TEXT
           MOVE XFJ-CUSTOMER-NUM TO HL-CUSTOMER
           PERFORM WRITE-HIT-LINE

           MOVE WS-UL-DATE (WS-UNLOCK-HIT-IX) TO SA-DATE
           MOVE WS-UL-TIME (WS-UNLOCK-HIT-IX) TO SA-TIME
           MOVE WS-UL-OPERATOR (WS-UNLOCK-HIT-IX) TO SA-OPERATOR
           MOVE WS-UL-TERMINAL (WS-UNLOCK-HIT-IX) TO SA-TERMINAL
           MOVE SUPPORT-ADMIN-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE XFJ-CUSTOMER-NUM TO LCK-ACCOUNT-NUM
           READ WEBLOCK-FILE
           IF LOCK-STATUS-OK
             MOVE LCK-ACCOUNT-NUM   TO SL-CUSTOMER
             MOVE LCK-FAIL-COUNT    TO SL-FAIL-COUNT
             MOVE LCK-STATUS        TO SL-STATUS
             MOVE LCK-LAST-FAIL-DATE TO SL-DATE
             MOVE LCK-LAST-FAIL-TIME TO SL-TIME
             MOVE SUPPORT-LOCK-LINE TO REPORT-RECORD
             WRITE REPORT-RECORD
           END-IF

           PERFORM WRITE-JOURNAL-SUPPORT
           .

      * Keep one refused entry for the refusal-run rule
       GATHER-REFUSAL.
           IF WS-REFUSAL-COUNT >= WS-MAX-REFUSALS
             ADD 1 TO WS-OVERFLOW-COUNT
             EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-REFUSAL-COUNT
           MOVE XFJ-CUSTOMER-NUM TO WS-RF-CUSTOMER (WS-REFUSAL-COUNT)
           MOVE XFJ-FROM-ACCT    TO WS-RF-FROM-ACCT (WS-REFUSAL-COUNT)
           MOVE XFJ-TIME         TO WS-RF-TIME (WS-REFUSAL-COUNT)
           MOVE XFJ-TASK-NUM     TO WS-RF-TASK-NUM (WS-REFUSAL-COUNT)
           MOVE XFJ-TO-ACCT      TO WS-RF-TO-ACCT (WS-REFUSAL-COUNT)
           MOVE XFJ-AMOUNT       TO WS-RF-AMOUNT (WS-REFUSAL-COUNT)
           MOVE XFJ-CURRENCY     TO WS-RF-CURRENCY (WS-REFUSAL-COUNT)
           MOVE XFJ-STATUS       TO WS-RF-STATUS (WS-REFUSAL-COUNT)
           MOVE XFJ-REASON       TO WS-RF-REASON (WS-REFUSAL-COUNT)
           MOVE 'N'              TO WS-RF-DONE-SW (WS-REFUSAL-COUNT)
           .

      * REFUSALS: count each customer's refused entries once (the
      * first unprocessed entry of a customer stands for them all)
      * and report the customers at or above the threshold, with
      * every refused entry as supporting record
       SCREEN-REFUSAL-RUNS.
           PERFORM VARYING WS-REFUSAL-IX FROM 1 BY 1
                     UNTIL WS-REFUSAL-IX > WS-REFUSAL-COUNT
             IF NOT WS-RF-DONE (WS-REFUSAL-IX)
               PERFORM SCREEN-CUSTOMER-REFUSALS
             END-IF
           END-PERFORM
           .

       SCREEN-CUSTOMER-REFUSALS.
           MOVE 0 TO WS-CUSTOMER-REFUSALS
           PERFORM VARYING WS-REFUSAL-JX FROM WS-REFUSAL-IX BY 1
                     UNTIL WS-REFUSAL-JX > WS-REFUSAL-COUNT
             IF WS-RF-CUSTOMER (WS-REFUSAL-JX)
                  = WS-RF-CUSTOMER (WS-REFUSAL-IX)
               ADD 1 TO WS-CUSTOMER-REFUSALS
             END-IF
           END-PERFORM

           IF WS-CUSTOMER-REFUSALS >= WS-REFUSAL-THRESHOLD
             MOVE 2 TO WS-RULE
             MOVE WS-CUSTOMER-REFUSALS TO WS-COUNT-DISPLAY
             MOVE SPACES TO HL-TEXT
             STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                    ' REFUSED REQUESTS IN THE DAY' DELIMITED BY SIZE
                  INTO HL-TEXT
             MOVE WS-RF-CUSTOMER (WS-REFUSAL-IX) TO HL-CUSTOMER
             PERFORM WRITE-HIT-LINE
           END-IF

      * mark the customer's entries done, printing each under the
      * hit when there was one
           PERFORM VARYING WS-REFUSAL-JX FROM WS-REFUSAL-IX BY 1
                     UNTIL WS-REFUSAL-JX > WS-REFUSAL-COUNT
             IF WS-RF-CUSTOMER (WS-REFUSAL-JX)
                  = WS-RF-CUSTOMER (WS-REFUSAL-IX)
               IF WS-CUSTOMER-REFUSALS >= WS-REFUSAL-THRESHOLD
                 PERFORM WRITE-REFUSAL-SUPPORT
               END-IF
               SET WS-RF-DONE (WS-REFUSAL-JX) TO TRUE
             END-IF
           END-PERFORM
           .

       WRITE-REFUSAL-SUPPORT.
           MOVE WS-RF-FROM-ACCT (WS-REFUSAL-JX) TO SJ-FROM-ACCT
           MOVE WS-SELECT-DATE                  TO SJ-DATE
           MOVE WS-RF-TIME (WS-REFUSAL-JX)      TO SJ-TIME
           MOVE WS-RF-TASK-NUM (WS-REFUSAL-JX)  TO SJ-TASK
           MOVE WS-RF-STATUS (WS-REFUSAL-JX)    TO SJ-STATUS
           MOVE WS-RF-TO-ACCT (WS-REFUSAL-JX)   TO SJ-TO-ACCT
           MOVE WS-RF-AMOUNT (WS-REFUSAL-JX)    TO SJ-AMOUNT
           MOVE WS-RF-CURRENCY (WS-REFUSAL-JX)  TO SJ-CURRENCY
           MOVE WS-RF-REASON (WS-REFUSAL-JX)    TO SJ-REASON
           MOVE SUPPORT-JOURNAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       READ-NEXT-TOKEN.
           READ WEBTOKEN-FILE NEXT RECORD
             AT END
               SET END-OF-TOKEN-FILE TO TRUE
           END-READ
           .

      * Gather the tokens issued on the screening date for one
      * account. The file comes back in account order, so an account
      * change is the control break that screens the previous one.
       GATHER-TOKEN-RECORD.
           IF TOK-ACCOUNT-NUM NOT = WS-TOKEN-ACCOUNT
             IF WS-TOKEN-COUNT > 0
               PERFORM SCREEN-ACCOUNT-TOKENS
             END-IF
             MOVE TOK-ACCOUNT-NUM TO WS-TOKEN-ACCOUNT
             MOVE 0 TO WS-TOKEN-COUNT
           END-IF

           IF TOK-CREATED-DATE NOT = WS-SELECT-DATE
             EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOTAL-TOKENS

           IF WS-TOKEN-COUNT >= WS-MAX-TOKENS
             ADD 1 TO WS-OVERFLOW-COUNT
             EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOKEN-COUNT
           MOVE TOK-TOKEN        TO WS-TK-TOKEN (WS-TOKEN-COUNT)
           MOVE TOK-CREATED-TIME TO WS-TK-TIME (WS-TOKEN-COUNT)
           MOVE TOK-STATUS       TO WS-TK-STATUS (WS-TOKEN-COUNT)
           MOVE TOK-CREATED-DATE TO WS-STAMP-DATE
           MOVE TOK-CREATED-TIME TO WS-TIME-WORK
           PERFORM COMPUTE-STAMP
           MOVE WS-STAMP-SECONDS TO WS-TK-STAMP (WS-TOKEN-COUNT)
           .

      * TOKENS: find the busiest window of the tuned length that
      * opens at one of the account's issue times, and report it
      * when it holds the threshold number of tokens or more
       SCREEN-ACCOUNT-TOKENS.
           COMPUTE WS-WINDOW-SECONDS = WS-TOKEN-MINUTES * 60
           MOVE 0 TO WS-BEST-COUNT
           MOVE 0 TO WS-BEST-START

           PERFORM VARYING WS-TOKEN-IX FROM 1 BY 1
                     UNTIL WS-TOKEN-IX > WS-TOKEN-COUNT
             MOVE 0 TO WS-WINDOW-COUNT
             PERFORM VARYING WS-TOKEN-JX FROM 1 BY 1
                       UNTIL WS-TOKEN-JX > WS-TOKEN-COUNT
               COMPUTE WS-GAP-SECONDS = WS-TK-STAMP (WS-TOKEN-JX)
                                      - WS-TK-STAMP (WS-TOKEN-IX)
               IF WS-GAP-SECONDS NOT < 0
                  AND WS-GAP-SECONDS NOT > WS-WINDOW-SECONDS
                 ADD 1 TO WS-WINDOW-COUNT
               END-IF
             END-PERFORM
             IF WS-WINDOW-COUNT > WS-BEST-COUNT
               MOVE WS-WINDOW-COUNT TO WS-BEST-COUNT
               MOVE WS-TOKEN-IX     TO WS-BEST-START
             END-IF
           END-PERFORM

           IF WS-BEST-COUNT < WS-TOKEN-THRESHOLD
             EXIT PARAGRAPH
           END-IF

           MOVE 5 TO WS-RULE
           MOVE SPACES TO HL-TEXT
           MOVE WS-BEST-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-TOKEN-MINUTES TO WS-VALUE-DISPLAY
           STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                  ' TOKENS ISSUED WITHIN ' DELIMITED BY SIZE
                  WS-VALUE-DISPLAY DELIMITED BY SIZE
                  ' MINUTES' DELIMITED BY SIZE
                INTO HL-TEXT
           MOVE WS-TOKEN-ACCOUNT TO HL-CUSTOMER
           PERFORM WRITE-HIT-LINE

           MOVE WS-TK-STAMP (WS-BEST-START) TO WS-BEST-STAMP
           PERFORM VARYING WS-TOKEN-JX FROM 1 BY 1
                     UNTIL WS-TOKEN-JX > WS-TOKEN-COUNT
             COMPUTE WS-GAP-SECONDS = WS-TK-STAMP (WS-TOKEN-JX)
                                    - WS-BEST-STAMP
             IF WS-GAP-SECONDS NOT < 0
                AND WS-GAP-SECONDS NOT > WS-WINDOW-SECONDS
               MOVE WS-TOKEN-ACCOUNT TO ST-ACCOUNT
               MOVE WS-TK-TOKEN (WS-TOKEN-JX) TO ST-TOKEN
               MOVE WS-SELECT-DATE   TO ST-DATE
               MOVE WS-TK-TIME (WS-TOKEN-JX) TO ST-TIME
               MOVE WS-TK-STATUS (WS-TOKEN-JX) TO ST-STATUS
               MOVE SUPPORT-TOKEN-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
             END-IF
           END-PERFORM
           .

      * Timestamp in seconds for WS-STAMP-DATE and the HHMMSS time in
      * WS-TIME-WORK, comparable across midnight
       COMPUTE-STAMP.
           MOVE 0 TO WS-STAMP-SECONDS
           IF WS-STAMP-DATE IS NOT NUMERIC
              OR WS-TIME-WORK IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF

           MOVE WS-STAMP-DATE TO WS-DATE-NUM
           COMPUTE WS-STAMP-SECONDS =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM) * 86400
                 + WS-TIME-HH * 3600
                 + WS-TIME-MM * 60
                 + WS-TIME-SS
           .

      * Print the hit line for rule WS-RULE (HL-CUSTOMER and HL-TEXT
      * already set) and count it, with a blank line ahead of it to
      * keep each hit and its supporting records together
       WRITE-HIT-LINE.
           ADD 1 TO WS-TOTAL-HITS
           ADD 1 TO WS-RULE-CNT (WS-RULE)

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-RULE-NAME-TBL (WS-RULE) TO HL-RULE
           MOVE HIT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      * Print the current journal entry as a supporting record
       WRITE-JOURNAL-SUPPORT.
           MOVE XFJ-FROM-ACCT TO SJ-FROM-ACCT
           MOVE XFJ-DATE      TO SJ-DATE
           MOVE XFJ-TIME      TO SJ-TIME
           MOVE XFJ-TASK-NUM  TO SJ-TASK
           MOVE XFJ-STATUS    TO SJ-STATUS
           MOVE XFJ-TO-ACCT   TO SJ-TO-ACCT
           MOVE XFJ-AMOUNT    TO SJ-AMOUNT
           MOVE XFJ-CURRENCY  TO SJ-CURRENCY
           MOVE XFJ-REASON    TO SJ-REASON
           MOVE SUPPORT-JOURNAL-LINE TO REPORT-RECORD
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

           MOVE WS-REFUSAL-THRESHOLD TO H2-REFUSALS
           MOVE WS-CAP-PERCENT       TO H2-CAP-PERCENT
           MOVE WS-UNLOCK-MINUTES    TO H2-UNLOCK-MINS
           MOVE WS-TOKEN-THRESHOLD   TO H2-TOKENS
           MOVE WS-TOKEN-MINUTES     TO H2-TOKEN-MINS
           MOVE HEADING-LINE-2 TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       WRITE-TOTALS-SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-TOTAL-HITS = 0
             MOVE '    NO HITS' TO REPORT-RECORD
             WRITE REPORT-RECORD
             MOVE SPACES TO REPORT-RECORD
             WRITE REPORT-RECORD
           END-IF

           MOVE 'HITS BY RULE' TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                     UNTIL WS-RULE-IX > 5
             MOVE SPACES TO DETAIL-RULE-COUNT-LINE
             MOVE WS-RULE-NAME-TBL (WS-RULE-IX) TO DR-RULE
             MOVE WS-RULE-CNT (WS-RULE-IX)      TO DR-COUNT
             MOVE DETAIL-RULE-COUNT-LINE TO REPORT-RECORD
             WRITE REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO TOTAL-LINE
           MOVE 'TOTAL HITS' TO TL-LABEL
           MOVE WS-TOTAL-HITS TO TL-VALUE
           MOVE TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-OVERFLOW-COUNT > 0
             MOVE SPACES TO TOTAL-LINE
             MOVE 'RECORDS NOT SCREENED (TABLE)' TO TL-LABEL
             MOVE WS-OVERFLOW-COUNT TO TL-VALUE
             MOVE TOTAL-LINE TO REPORT-RECORD
             WRITE REPORT-RECORD
           END-IF
           .

       END PROGRAM 'WEBSCRN'.

      *  WEBADMRP
      *
      * Batch daily report of the WEBADMLG admin-action log written
      * by the WEBL lockout administration transaction (WEBLKADM),
      * the WEBM control-file maintenance transaction (WEBCNTLM),
      * the WEBV journal reversal transaction (WEBREVRS), the WEBD
      * business-calendar maintenance transaction (WEBCALM), the
      * WEBC customer closure transaction (WEBCLOSE) and the WEBJ
      * journal inquiry transaction (WEBJRNIQ):
      * every action OF THE REPORT DATE with its operator, terminal,
      * target and before/after values, followed by totals per
      * action type - so the security desk can see at a glance who
      * unlocked what, who changed which limit, who reversed which
      * movement, who declared which holiday, who closed which
      * customer, who looked at whose journal, and what is still
      * sitting pending a second supervisor, and which pending
      * requests expired unapproved. The log holds every date within
      * its retention (the nightly WEBPURGE job removes older
      * entries), so the date filter is what keeps the daily review
      * daily instead of reprinting the whole history; older dates
      * stay on the file and can be re-reported by card.
      *
      * SYSIN: one card, the report date as YYYYMMDD; anything else
      * (including the word TODAY the scheduled job submits) falls
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example. It is the batch counterpart to the
      * online WEBL, WEBM, WEBV, WEBD, WEBC and WEBJ supervisor
      * transactions.
      ******************************************************************

       IDENTIFICATION DIVISION.
       1 WS-DATE-CARD                   PIC X(8)  VALUE SPACES.
       1 WS-SELECT-DATE                 PIC X(8)  VALUE SPACES.

      * Running totals, broken out by the action types the online
      * transactions and the WEBPURGE housekeeping job write
       1 WS-TOTAL-ACTIONS               PIC 9(6)  VALUE 0.
       1 WS-ACTION-NAMES-INIT.
         2 FILLER                       PIC X(8) VALUE 'VIEW    '.
         2 FILLER                       PIC X(8) VALUE 'PENDING '.
         2 FILLER                       PIC X(8) VALUE 'APPROVE '.
         2 FILLER                       PIC X(8) VALUE 'REFUSED '.
         2 FILLER                       PIC X(8) VALUE 'EXPIRED '.
       1 WS-ACTION-NAMES REDEFINES WS-ACTION-NAMES-INIT.
         2 WS-ACTION-NAME-TBL OCCURS 6 TIMES     PIC X(8).
       1 WS-ACTION-COUNTS.
         2 WS-ACTION-CNT OCCURS 6 TIMES          PIC 9(6) VALUE 0.
       1 WS-ACTION-IX                   PIC S9(4) COMP-5 SYNC VALUE 0.

       1 WS-REPORT-DATE.
           .

      * Print one action of the report date and count it against
      * its action type; the log keeps every date within its
      * retention, so everything else is passed over
       PROCESS-LOG-RECORD.
           IF ADM-DATE NOT = WS-SELECT-DATE
             EXIT PARAGRAPH
           ADD 1 TO WS-TOTAL-ACTIONS

           PERFORM VARYING WS-ACTION-IX FROM 1 BY 1
                     UNTIL WS-ACTION-IX > 6
             IF ADM-ACTION = WS-ACTION-NAME-TBL (WS-ACTION-IX)
               ADD 1 TO WS-ACTION-CNT (WS-ACTION-IX)
             END-IF
           WRITE REPORT-RECORD

           PERFORM VARYING WS-ACTION-IX FROM 1 BY 1
                     UNTIL WS-ACTION-IX > 6
             MOVE SPACES TO DETAIL-ACTION-COUNT-LINE
             MOVE WS-ACTION-NAME-TBL (WS-ACTION-IX) TO DC-ACTION
             MOVE WS-ACTION-CNT (WS-ACTION-IX)      TO DC-COUNT

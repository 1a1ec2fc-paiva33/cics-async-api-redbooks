      * Batch dispatcher for the WEBALERT durable overdraft alert
      * queue of the Web banking example. Sweeps the queue written by
      * WEBHOME, writes every alert not yet dispatched to the fixed-
      * format notification extract for the customer's preferred
      * channel, and marks each one dispatched in place so no alert is
      * ever sent twice. Dispatched records stay on the queue as the
      * collections audit trail until the nightly WEBPURGE job
      * archives and removes them.
      *
      * The channel comes from the customer's WEBPREF contact
      * preferences (maintained through the WEBN transaction): letters
      * go to NOTIFOUT, SMS to NOTIFSMS and e-mail to NOTIFEML, all in
      * the same record layout. A customer with no preferences record
      * gets a letter, as every alert did before preferences existed.
      * An alert of a type the customer has opted out of goes to no
      * extract at all: it is marked dispatched with the delivery
      * status 'S' (suppressed) and the reason, so the audit trail
      * still shows the alert was raised and why it was not sent.
      *
      * Every run prints the count of alerts sent by each channel and
      * alert type, and the count suppressed, on REPTOUT - the
      * figures the notification vendor's invoice is checked against.
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example. It is a batch counterpart to the
                RECORD KEY IS ALR-KEY
                FILE STATUS IS WS-ALERT-STATUS.

            SELECT WEBPREF-FILE ASSIGN TO WEBPREF
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PRF-KEY
                FILE STATUS IS WS-PREF-STATUS.

            SELECT NOTIFY-FILE ASSIGN TO NOTIFOUT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-NOTIFY-STATUS.

            SELECT SMS-NOTIFY-FILE ASSIGN TO NOTIFSMS
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SMS-STATUS.

            SELECT EMAIL-NOTIFY-FILE ASSIGN TO NOTIFEML
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-EMAIL-STATUS.

            SELECT REPORT-FILE ASSIGN TO REPTOUT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  WEBALERT-FILE
            RECORD CONTAINS 106 CHARACTERS.
            COPY WEBALRTR.

        FD  WEBPREF-FILE
            RECORD CONTAINS 22 CHARACTERS.
            COPY WEBPREFR.

      * Letter extract - the original notification extract
        FD  NOTIFY-FILE
            RECORD CONTAINS 80 CHARACTERS.
        1  NOTIFY-OUT-RECORD            PIC X(80).

        FD  SMS-NOTIFY-FILE
            RECORD CONTAINS 80 CHARACTERS.
        1  SMS-NOTIFY-OUT-RECORD        PIC X(80).

        FD  EMAIL-NOTIFY-FILE
            RECORD CONTAINS 80 CHARACTERS.
        1  EMAIL-NOTIFY-OUT-RECORD      PIC X(80).

        FD  REPORT-FILE
            RECORD CONTAINS 132 CHARACTERS.
        1  REPORT-RECORD                PIC X(132).

        WORKING-STORAGE SECTION.

       1 WS-ALERT-STATUS                PIC X(2)  VALUE '00'.
         88 ALERT-STATUS-OK                       VALUE '00'.
       1 WS-PREF-STATUS                 PIC X(2)  VALUE '00'.
         88 PREF-STATUS-OK                        VALUE '00'.
         88 PREF-NOT-FOUND                        VALUE '23'.
       1 WS-NOTIFY-STATUS               PIC X(2)  VALUE '00'.
       1 WS-SMS-STATUS                  PIC X(2)  VALUE '00'.
       1 WS-EMAIL-STATUS                PIC X(2)  VALUE '00'.
       1 WS-REPORT-STATUS               PIC X(2)  VALUE '00'.

       1 WS-EOF-SW                      PIC X     VALUE 'N'.
         88 END-OF-ALERT-FILE                     VALUE 'Y'.
      * Running totals
       1 WS-TOTAL-ALERTS                PIC 9(6)  VALUE 0.
       1 WS-TOTAL-DISPATCHED            PIC 9(6)  VALUE 0.
       1 WS-TOTAL-SUPPRESSED            PIC 9(6)  VALUE 0.
       1 WS-TOTAL-PRIOR                 PIC 9(6)  VALUE 0.

      * Per-channel counts for the vendor invoice check, one row per
      * channel plus a last row for suppressed alerts; WS-ROUTE-IX
      * is the row the alert in hand is counted in
       1 WS-CHANNEL-NAMES-INIT.
         2 FILLER                       PIC X(10) VALUE 'LETTER    '.
         2 FILLER                       PIC X(10) VALUE 'SMS       '.
         2 FILLER                       PIC X(10) VALUE 'EMAIL     '.
         2 FILLER                       PIC X(10) VALUE 'SUPPRESSED'.
       1 WS-CHANNEL-NAMES REDEFINES WS-CHANNEL-NAMES-INIT.
         2 WS-CHANNEL-NAME-TBL OCCURS 4 TIMES    PIC X(10).
       1 WS-CHANNEL-COUNTS.
         2 WS-CHANNEL-CNT OCCURS 4 TIMES.
           3 WS-CHANNEL-OD-CNT          PIC 9(6)  VALUE 0.
           3 WS-CHANNEL-SO-CNT          PIC 9(6)  VALUE 0.
       1 WS-CHANNEL-IX                  PIC S9(4) COMP-5 SYNC VALUE 0.
       1 WS-ROUTE-IX                    PIC S9(4) COMP-5 SYNC VALUE 0.
       1 WS-LETTER-IX                   PIC S9(4) COMP-5 SYNC VALUE 1.
       1 WS-SMS-IX                      PIC S9(4) COMP-5 SYNC VALUE 2.
       1 WS-EMAIL-IX                    PIC S9(4) COMP-5 SYNC VALUE 3.
       1 WS-SUPPRESSED-IX               PIC S9(4) COMP-5 SYNC VALUE 4.

      * Channel count report work areas
       1 WS-REPORT-DATE.
         2 WS-RPT-YEAR                  PIC X(4).
         2 WS-RPT-MONTH                 PIC X(2).
         2 WS-RPT-DAY                   PIC X(2).

       1 HEADING-LINE-1.
         2 FILLER                       PIC X(40)
             VALUE 'ALERT NOTIFICATIONS BY CHANNEL'.
         2 FILLER                       PIC X(10) VALUE SPACES.
         2 FILLER                       PIC X(6)  VALUE 'DATE: '.
         2 H1-DATE                      PIC X(10) VALUE SPACES.

       1 HEADING-LINE-2.
         2 FILLER                       PIC X(14) VALUE 'CHANNEL'.
         2 FILLER                       PIC X(12) VALUE '  OVERDRAFT'.
         2 FILLER                       PIC X(12) VALUE '  STAND ORD'.
         2 FILLER                       PIC X(12) VALUE '      TOTAL'.

       1 DETAIL-CHANNEL-LINE.
         2 DC-CHANNEL                   PIC X(10).
         2 FILLER                       PIC X(8)  VALUE SPACES.
         2 DC-OD-COUNT                  PIC ZZZ,ZZ9.
         2 FILLER                       PIC X(5)  VALUE SPACES.
         2 DC-SO-COUNT                  PIC ZZZ,ZZ9.
         2 FILLER                       PIC X(5)  VALUE SPACES.
         2 DC-TOTAL                     PIC ZZZ,ZZ9.

       1 TOTAL-LINE.
         2 FILLER                       PIC X(4)  VALUE SPACES.
         2 TL-LABEL                     PIC X(36).
         2 TL-VALUE                     PIC ZZZ,ZZ9.

      * The fixed-format notification record the letters/SMS system
      * ingests: the record type from the alert ('OD' overdraft,
      * 'SO' refused standing order), the FULL alert key - account,
      * --------------------------------------------------------------
      * Start of the main code execution
      * --------------------------------------------------------------
           PERFORM OPEN-DISPATCH-FILES
           PERFORM WRITE-REPORT-HEADINGS

           PERFORM READ-NEXT-ALERT-RECORD
           PERFORM UNTIL END-OF-ALERT-FILE
             PERFORM READ-NEXT-ALERT-RECORD
           END-PERFORM

           PERFORM WRITE-CHANNEL-COUNTS

           PERFORM CLOSE-DISPATCH-FILES

           DISPLAY 'WEBALRTD: ' WS-TOTAL-ALERTS ' ALERTS ON QUEUE, '
                   WS-TOTAL-DISPATCHED ' DISPATCHED THIS RUN, '
                   WS-TOTAL-SUPPRESSED ' SUPPRESSED, '
                   WS-TOTAL-PRIOR ' ALREADY DISPATCHED'

           STOP RUN
      * Below are helpful procedures and routines
      * --------------------------------------------------------------

       OPEN-DISPATCH-FILES.
           OPEN I-O WEBALERT-FILE
           IF NOT ALERT-STATUS-OK
             DISPLAY '*** Unable to open WEBALERT, status='
                     WS-ALERT-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF

           OPEN INPUT WEBPREF-FILE
           IF NOT PREF-STATUS-OK
             DISPLAY '*** Unable to open WEBPREF, status='
                     WS-PREF-STATUS
             CLOSE WEBALERT-FILE
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF

           OPEN OUTPUT NOTIFY-FILE
           IF WS-NOTIFY-STATUS NOT = '00'
             DISPLAY '*** Unable to open NOTIFOUT, status='
                     WS-NOTIFY-STATUS
             CLOSE WEBALERT-FILE
             CLOSE WEBPREF-FILE
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF

           OPEN OUTPUT SMS-NOTIFY-FILE
           IF WS-SMS-STATUS NOT = '00'
             DISPLAY '*** Unable to open NOTIFSMS, status='
                     WS-SMS-STATUS
             CLOSE WEBALERT-FILE
             CLOSE WEBPREF-FILE
             CLOSE NOTIFY-FILE
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF

           OPEN OUTPUT EMAIL-NOTIFY-FILE
           IF WS-EMAIL-STATUS NOT = '00'
             DISPLAY '*** Unable to open NOTIFEML, status='
                     WS-EMAIL-STATUS
             CLOSE WEBALERT-FILE
             CLOSE WEBPREF-FILE
             CLOSE NOTIFY-FILE
             CLOSE SMS-NOTIFY-FILE
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY '*** Unable to open REPTOUT, status='
                     WS-REPORT-STATUS
             CLOSE WEBALERT-FILE
             CLOSE WEBPREF-FILE
             CLOSE NOTIFY-FILE
             CLOSE SMS-NOTIFY-FILE
             CLOSE EMAIL-NOTIFY-FILE
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           .

       CLOSE-DISPATCH-FILES.
           CLOSE WEBALERT-FILE
           CLOSE WEBPREF-FILE
           CLOSE NOTIFY-FILE
           CLOSE SMS-NOTIFY-FILE
           CLOSE EMAIL-NOTIFY-FILE
           CLOSE REPORT-FILE
           .

      * Dispatch one alert: already-dispatched records are only
      * counted; fresh ones are routed by the customer's contact
      * preferences - suppressed, or written to their channel's
      * extract - and then marked in place. The extract write comes
      * first, so an abend between the two re-dispatches (at worst
      * duplicates in a rerun's extract) rather than ever losing a
      * notification.
       PROCESS-ALERT-RECORD.
           ADD 1 TO WS-TOTAL-ALERTS

           MOVE ALR-CURRENCY     TO WS-NTF-CURRENCY
           MOVE ALR-DETAIL       TO WS-NTF-DETAIL

           PERFORM GET-CONTACT-PREFERENCE

      * an opted-out alert type is suppressed: nothing is written to
      * any extract, and the record says why
           IF (WS-NTF-RECORD-TYPE = 'OD' AND PRF-OPTED-OUT-OD)
              OR (WS-NTF-RECORD-TYPE = 'SO' AND PRF-OPTED-OUT-SO)
             MOVE WS-SUPPRESSED-IX TO WS-ROUTE-IX
             SET ALR-SUPPRESSED TO TRUE
             MOVE SPACES TO ALR-CHANNEL
             MOVE SPACES TO ALR-SUPPRESS-REASON
             STRING 'OPTED OUT ' DELIMITED BY SIZE
                    WS-NTF-RECORD-TYPE DELIMITED BY SIZE
                  INTO ALR-SUPPRESS-REASON
           ELSE
             PERFORM WRITE-CHANNEL-EXTRACT
             MOVE SPACES TO ALR-SUPPRESS-REASON
           END-IF

           SET ALR-DISPATCHED TO TRUE
           IF NOT ALERT-STATUS-OK
             DISPLAY '*** WEBALERT rewrite failed, status='
                     WS-ALERT-STATUS
             PERFORM CLOSE-DISPATCH-FILES
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF

           IF WS-NTF-RECORD-TYPE = 'SO'
             ADD 1 TO WS-CHANNEL-SO-CNT (WS-ROUTE-IX)
           ELSE
             ADD 1 TO WS-CHANNEL-OD-CNT (WS-ROUTE-IX)
           END-IF

           IF WS-ROUTE-IX = WS-SUPPRESSED-IX
             ADD 1 TO WS-TOTAL-SUPPRESSED
           ELSE
             ADD 1 TO WS-TOTAL-DISPATCHED
           END-IF
           .

      * Read the customer's contact preferences. No record means the
      * customer has never set any: a letter, and every alert type.
       GET-CONTACT-PREFERENCE.
           MOVE ALR-CUSTOMER-NUM TO PRF-CUSTOMER-NUM
           READ WEBPREF-FILE

           IF PREF-NOT-FOUND
             INITIALIZE WEBPREF-RECORD
             MOVE ALR-CUSTOMER-NUM TO PRF-CUSTOMER-NUM
             SET PRF-CHANNEL-LETTER TO TRUE
             MOVE 'N' TO PRF-OPT-OUT-OD
             MOVE 'N' TO PRF-OPT-OUT-SO
             EXIT PARAGRAPH
           END-IF

           IF NOT PREF-STATUS-OK
             DISPLAY '*** WEBPREF read failed, status='
                     WS-PREF-STATUS
             PERFORM CLOSE-DISPATCH-FILES
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           .

      * Write the alert to the extract for the customer's channel and
      * record the channel on the alert; an unrecognised channel code
      * falls back to a letter
       WRITE-CHANNEL-EXTRACT.
           EVALUATE TRUE
             WHEN PRF-CHANNEL-SMS
               MOVE WS-SMS-IX TO WS-ROUTE-IX
               SET ALR-CHANNEL-SMS TO TRUE
               WRITE SMS-NOTIFY-OUT-RECORD FROM WS-NOTIFY-RECORD
               IF WS-SMS-STATUS NOT = '00'
                 DISPLAY '*** NOTIFSMS write failed, status='
                         WS-SMS-STATUS
                 PERFORM CLOSE-DISPATCH-FILES
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
               END-IF
             WHEN PRF-CHANNEL-EMAIL
               MOVE WS-EMAIL-IX TO WS-ROUTE-IX
               SET ALR-CHANNEL-EMAIL TO TRUE
               WRITE EMAIL-NOTIFY-OUT-RECORD FROM WS-NOTIFY-RECORD
               IF WS-EMAIL-STATUS NOT = '00'
                 DISPLAY '*** NOTIFEML write failed, status='
                         WS-EMAIL-STATUS
                 PERFORM CLOSE-DISPATCH-FILES
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
               END-IF
             WHEN OTHER
               MOVE WS-LETTER-IX TO WS-ROUTE-IX
               SET ALR-CHANNEL-LETTER TO TRUE
               WRITE NOTIFY-OUT-RECORD FROM WS-NOTIFY-RECORD
               IF WS-NOTIFY-STATUS NOT = '00'
                 DISPLAY '*** NOTIFOUT write failed, status='
                         WS-NOTIFY-STATUS
                 PERFORM CLOSE-DISPATCH-FILES
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
               END-IF
           END-EVALUATE
           .

       READ-NEXT-ALERT-RECORD.
           END-READ
           .

       WRITE-REPORT-HEADINGS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
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

      * One line per channel, and one for the suppressed alerts, then
      * the run totals. The channel lines count only what this run
      * wrote to each extract, so they tie to the extract generations
      * the run sent the notification system.
       WRITE-CHANNEL-COUNTS.
           PERFORM VARYING WS-CHANNEL-IX FROM 1 BY 1
                     UNTIL WS-CHANNEL-IX > 4
             MOVE SPACES TO DETAIL-CHANNEL-LINE
             MOVE WS-CHANNEL-NAME-TBL (WS-CHANNEL-IX) TO DC-CHANNEL
             MOVE WS-CHANNEL-OD-CNT (WS-CHANNEL-IX)   TO DC-OD-COUNT
             MOVE WS-CHANNEL-SO-CNT (WS-CHANNEL-IX)   TO DC-SO-COUNT
             COMPUTE DC-TOTAL = WS-CHANNEL-OD-CNT (WS-CHANNEL-IX)
                              + WS-CHANNEL-SO-CNT (WS-CHANNEL-IX)
             MOVE DETAIL-CHANNEL-LINE TO REPORT-RECORD
             WRITE REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO TOTAL-LINE
           MOVE 'SENT TO NOTIFICATION SYSTEM' TO TL-LABEL
           MOVE WS-TOTAL-DISPATCHED TO TL-VALUE
           MOVE TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO TOTAL-LINE
           MOVE 'SUPPRESSED BY CUSTOMER OPT-OUT' TO TL-LABEL
           MOVE WS-TOTAL-SUPPRESSED TO TL-VALUE
           MOVE TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO TOTAL-LINE
           MOVE 'ALREADY DISPATCHED BY EARLIER RUNS' TO TL-LABEL
           MOVE WS-TOTAL-PRIOR TO TL-VALUE
           MOVE TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       END PROGRAM 'WEBALRTD'.

      ******************************************************************
      *  WEBGLEXT
      *
      * Batch nightly general-ledger interface extract. Summarises the
      * money that moved through the web-banking system on a business
      * date, from the WEBXJRNL transfer journal, into the fixed-
      * format file the general-ledger system loads, so finance no
      * longer re-keys the activity from printouts:
      *   - a header record naming the interface, the business date
      *     and the home currency
      *   - one detail record per movement type and currency: own-
      *     account transfers (XFER, journal status POSTED from
      *     WEBXFER), third-party payments (PAYM, PAYMENT from
      *     WEBPAYMT), standing orders (STOR, SOPOSTED from
      *     WEBSOEXC) and overdraft interest and fees (ODCH, ODCHARGE
      *     from the WEBI month-end charge run), each with its entry
      *     count, debit and credit totals in the movement currency,
      *     the rate used and the home-currency (USD) equivalents of
      *     both totals
      *   - a trailer record with the detail and record counts and
      *     hash totals of the four money columns, for the GL system
      *     to check the file on receipt
      *
      * Debits are the day's movements; credits are the money put
      * back the same day by the WEBV reversal transaction (journal
      * status REVERSAL), booked against the type of the movement
      * reversed, which its reason field keeps. An entry reversed
      * since (status REVERSED) still moved money on its own date
      * and is taken as the status it had, so a later reversal never
      * changes an extract already sent. Refusals (REFUSED, PAYREFUS,
      * SOREFUSE) move no money and are left out, as is any entry
      * whose amount was never filled in.
      *
      * An entry belongs to the business date it was booked to
      * (XFJ-BUSINESS-DATE): a transfer or payment made on a
      * non-business day or after the cutoff, or a standing order
      * run on a non-business day, is extracted with the next
      * business day. An entry written before that field was
      * recorded belongs to its calendar date.
      *
      * Home-currency equivalents are at the rate on WEBRATES. That
      * file only holds the current rate, so the first run for a
      * business date records each rate it used on the WEBGLRT rate
      * register (copybook WEBGLRTR) and any rerun for that date
      * converts at the registered rate instead: a rerun produces the
      * same file, byte for byte, however late it runs. The extract
      * carries no run date or time for the same reason.
      *
      * SYSIN: one card, the business date to extract as YYYYMMDD;
      * anything else (including the word PRIOR the scheduled job
      * submits) falls back to the day before the run date, the
      * online day that has just closed.
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example. It is the batch interface from the
      * online WEBXFER, WEBPAYMT, WEBSOEXC and WEBODCHG transactions
      * to the general ledger.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. WEBGLEXT.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT WEBXJRNL-FILE ASSIGN TO WEBXJRNL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS XFJ-KEY
                FILE STATUS IS WS-JRNL-STATUS.

            SELECT WEBRATES-FILE ASSIGN TO WEBRATES
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RTE-KEY
                FILE STATUS IS WS-RATE-STATUS.

            SELECT WEBGLRT-FILE ASSIGN TO WEBGLRT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS GLR-KEY
                FILE STATUS IS WS-GLRT-STATUS.

            SELECT GL-FILE ASSIGN TO GLOUT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-GL-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  WEBXJRNL-FILE
            RECORD CONTAINS 81 CHARACTERS.
            COPY WEBXJRN.

        FD  WEBRATES-FILE
            RECORD CONTAINS 26 CHARACTERS.
            COPY WEBRATER.

        FD  WEBGLRT-FILE
            RECORD CONTAINS 34 CHARACTERS.
            COPY WEBGLRTR.

        FD  GL-FILE
            RECORD CONTAINS 80 CHARACTERS.
        1  GL-OUT-RECORD                PIC X(80).

        WORKING-STORAGE SECTION.

       1 WS-JRNL-STATUS                 PIC X(2)  VALUE '00'.
         88 JRNL-STATUS-OK                        VALUE '00'.
       1 WS-RATE-STATUS                 PIC X(2)  VALUE '00'.
         88 RATE-STATUS-OK                        VALUE '00'.
       1 WS-GLRT-STATUS                 PIC X(2)  VALUE '00'.
         88 GLRT-STATUS-OK                        VALUE '00'.
         88 GLRT-NOT-FOUND                        VALUE '23'.
       1 WS-GL-STATUS                   PIC X(2)  VALUE '00'.

       1 WS-JRNL-EOF-SW                 PIC X     VALUE 'N'.
         88 END-OF-JRNL-FILE                      VALUE 'Y'.

      * The business date from SYSIN, with the day before the run
      * date as fallback
       1 WS-DATE-CARD                   PIC X(8)  VALUE SPACES.
       1 WS-SELECT-DATE                 PIC X(8)  VALUE SPACES.
       1 WS-RUN-DATE                    PIC 9(8)  VALUE 0.
       1 WS-PRIOR-DATE                  PIC 9(8)  VALUE 0.

       1 WS-HOME-CURRENCY               PIC X(3)  VALUE 'USD'.
       1 WS-INTERFACE-NAME              PIC X(8)  VALUE 'WEBBANK'.

      * The movement types the GL knows, by the journal status that
      * records each one
       1 WS-GL-TYPES-INIT.
         2 FILLER                       PIC X(12) VALUE 'POSTED  XFER'.
         2 FILLER                       PIC X(12) VALUE 'PAYMENT PAYM'.
         2 FILLER                       PIC X(12) VALUE 'SOPOSTEDSTOR'.
         2 FILLER                       PIC X(12) VALUE 'ODCHARGEODCH'.
       1 WS-GL-TYPES REDEFINES WS-GL-TYPES-INIT.
         2 WS-GL-TYPE-ENTRY OCCURS 4 TIMES.
           3 WS-GT-STATUS               PIC X(8).
           3 WS-GT-CODE                 PIC X(4).
       1 WS-GL-TYPE-COUNT               PIC S9(4) COMP-5 SYNC VALUE 4.
       1 WS-GL-TYPE-IX                  PIC S9(4) COMP-5 SYNC VALUE 0.

      * The journal entry being summarised: the status that gives its
      * movement type, and which side of the GL it lands on
       1 WS-ENTRY-STATUS                PIC X(8)  VALUE SPACES.

      * The business date the entry is booked to: its business-date
      * field, or its calendar date when it was written before that
      * field was recorded
       1 WS-ENTRY-BUSINESS-DATE         PIC X(8)  VALUE SPACES.
       1 WS-ENTRY-TYPE-IX               PIC S9(4) COMP-5 SYNC VALUE 0.
       1 WS-ENTRY-SIDE-SW               PIC X     VALUE 'D'.
         88 ENTRY-DEBIT                           VALUE 'D'.
         88 ENTRY-CREDIT                          VALUE 'C'.

      * Totals per movement type and currency, kept in type then
      * currency order - the order the detail records are written
       1 WS-TOTALS-TABLE.
         2 WS-TOTALS-ENTRY OCCURS 60 TIMES.
           3 WS-TT-TYPE-IX              PIC S9(4) COMP-5 SYNC.
           3 WS-TT-CURRENCY             PIC X(3).
           3 WS-TT-COUNT                PIC 9(6).
           3 WS-TT-DEBIT                PIC S9(11)V99 COMP-3.
           3 WS-TT-CREDIT               PIC S9(11)V99 COMP-3.
       1 WS-TOTALS-COUNT                PIC S9(4) COMP-5 SYNC VALUE 0.
       1 WS-MAX-TOTALS                  PIC S9(4) COMP-5 SYNC VALUE 60.
       1 WS-TOTALS-IX                   PIC S9(4) COMP-5 SYNC VALUE 0.
       1 WS-SHIFT-IX                    PIC S9(4) COMP-5 SYNC VALUE 0.
       1 WS-TOTALS-FOUND-SW             PIC X     VALUE 'N'.
         88 TOTALS-FOUND                          VALUE 'Y'.

      * Conversion of one detail record to the home currency
       1 WS-CURRENCY-RATE               PIC S9(3)V9(6) COMP-3 VALUE 1.
       1 WS-HOME-DEBIT                  PIC S9(11)V99 COMP-3 VALUE 0.
       1 WS-HOME-CREDIT                 PIC S9(11)V99 COMP-3 VALUE 0.
       1 WS-CAPTURE-TIMESTAMP           PIC X(21) VALUE SPACES.

      * Running totals for the trailer and the operator summary
       1 WS-TOTAL-JOURNAL               PIC 9(7)  VALUE 0.
       1 WS-TOTAL-EXTRACTED             PIC 9(7)  VALUE 0.
       1 WS-TOTAL-EXCLUDED              PIC 9(7)  VALUE 0.
       1 WS-TOTAL-DETAILS               PIC 9(6)  VALUE 0.
       1 WS-TOTAL-RECORDS               PIC 9(6)  VALUE 0.
       1 WS-TOTAL-RATES-NEW             PIC 9(6)  VALUE 0.
       1 WS-HASH-DEBIT                  PIC S9(11)V99 COMP-3 VALUE 0.
       1 WS-HASH-CREDIT                 PIC S9(11)V99 COMP-3 VALUE 0.
       1 WS-HASH-HOME-DEBIT             PIC S9(11)V99 COMP-3 VALUE 0.
       1 WS-HASH-HOME-CREDIT            PIC S9(11)V99 COMP-3 VALUE 0.

      * The fixed-format GL interface records. Every record is 80
      * bytes with the record type in the first byte; the money
      * columns are unsigned zoned with two implied decimals, the
      * rate with six.
       1 WS-GL-HEADER-RECORD.
         2 WS-GLH-RECORD-TYPE           PIC X(1)  VALUE 'H'.
         2 WS-GLH-INTERFACE             PIC X(8).
         2 WS-GLH-BUSINESS-DATE         PIC X(8).
         2 WS-GLH-HOME-CURRENCY         PIC X(3).
         2 FILLER                       PIC X(60) VALUE SPACES.

       1 WS-GL-DETAIL-RECORD.
         2 WS-GLD-RECORD-TYPE           PIC X(1)  VALUE 'D'.
         2 WS-GLD-BUSINESS-DATE         PIC X(8).
         2 WS-GLD-MOVEMENT-TYPE         PIC X(4).
         2 WS-GLD-CURRENCY              PIC X(3).
         2 WS-GLD-ENTRY-COUNT           PIC 9(6).
         2 WS-GLD-DEBIT                 PIC 9(9)V99.
         2 WS-GLD-CREDIT                PIC 9(9)V99.
         2 WS-GLD-RATE                  PIC 9(3)V9(6).
         2 WS-GLD-HOME-DEBIT            PIC 9(9)V99.
         2 WS-GLD-HOME-CREDIT           PIC 9(9)V99.
         2 FILLER                       PIC X(5)  VALUE SPACES.

       1 WS-GL-TRAILER-RECORD.
         2 WS-GLT-RECORD-TYPE           PIC X(1)  VALUE 'T'.
         2 WS-GLT-BUSINESS-DATE         PIC X(8).
         2 WS-GLT-DETAIL-COUNT          PIC 9(6).
         2 WS-GLT-RECORD-COUNT          PIC 9(6).
         2 WS-GLT-ENTRY-COUNT           PIC 9(7).
         2 WS-GLT-HASH-DEBIT            PIC 9(11)V99.
         2 WS-GLT-HASH-CREDIT           PIC 9(11)V99.
         2 WS-GLT-HASH-HOME-DEBIT       PIC 9(11)V99.
         2 WS-GLT-HASH-HOME-CREDIT      PIC 9(11)V99.

        PROCEDURE DIVISION.

       MAINLINE SECTION.
      * --------------------------------------------------------------
      * Start of the main code execution
      * --------------------------------------------------------------
           PERFORM GET-BUSINESS-DATE
           PERFORM OPEN-INPUT-FILES

      * ----
      * Total every journal entry of the business date by movement
      * type and currency
      * ----
           PERFORM READ-NEXT-JOURNAL
           PERFORM UNTIL END-OF-JRNL-FILE
             PERFORM PROCESS-JOURNAL-RECORD
             PERFORM READ-NEXT-JOURNAL
           END-PERFORM

      * ----
      * Write the interface file: header, the details in type and
      * currency order, trailer
      * ----
           PERFORM OPEN-GL-FILE
           PERFORM WRITE-GL-HEADER

           PERFORM VARYING WS-TOTALS-IX FROM 1 BY 1
                   UNTIL WS-TOTALS-IX > WS-TOTALS-COUNT
             PERFORM WRITE-GL-DETAIL
           END-PERFORM

           PERFORM WRITE-GL-TRAILER

           PERFORM CLOSE-GL-FILES

           DISPLAY 'WEBGLEXT: ' WS-TOTAL-JOURNAL ' JOURNAL ENTRIES, '
                   WS-TOTAL-EXTRACTED ' EXTRACTED, '
                   WS-TOTAL-EXCLUDED ' EXCLUDED, '
                   WS-TOTAL-DETAILS ' DETAIL RECORDS, '
                   WS-TOTAL-RATES-NEW ' RATES REGISTERED'

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

           DISPLAY 'WEBGLEXT: EXTRACTING BUSINESS DATE '
                   WS-SELECT-DATE
           .

       OPEN-INPUT-FILES.
           OPEN INPUT WEBXJRNL-FILE
           IF NOT JRNL-STATUS-OK
             DISPLAY '*** Unable to open WEBXJRNL, status='
                     WS-JRNL-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF

           OPEN INPUT WEBRATES-FILE
           IF NOT RATE-STATUS-OK
             DISPLAY '*** Unable to open WEBRATES, status='
                     WS-RATE-STATUS
             CLOSE WEBXJRNL-FILE
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF

           OPEN I-O WEBGLRT-FILE
           IF NOT GLRT-STATUS-OK
             DISPLAY '*** Unable to open WEBGLRT, status='
                     WS-GLRT-STATUS
             CLOSE WEBXJRNL-FILE
             CLOSE WEBRATES-FILE
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           .

      * The interface file is only opened once every entry has been
      * totalled, so a run that stops on the journal leaves it empty
      * rather than half written
       OPEN-GL-FILE.
           OPEN OUTPUT GL-FILE
           IF WS-GL-STATUS NOT = '00'
             DISPLAY '*** Unable to open GLOUT, status='
                     WS-GL-STATUS
             CLOSE WEBXJRNL-FILE
             CLOSE WEBRATES-FILE
             CLOSE WEBGLRT-FILE
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           .

       CLOSE-GL-FILES.
           CLOSE WEBXJRNL-FILE
           CLOSE WEBRATES-FILE
           CLOSE WEBGLRT-FILE
           CLOSE GL-FILE
           .

       READ-NEXT-JOURNAL.
           READ WEBXJRNL-FILE NEXT RECORD
             AT END
               SET END-OF-JRNL-FILE TO TRUE
           END-READ
           .

      * Add one journal entry of the business date to the totals of
      * its movement type and currency. A reversed entry is taken as
      * the status it had; a reversal is a credit against the type of
      * the movement it reversed. Any other status is a refusal.
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

           SET ENTRY-DEBIT TO TRUE
           MOVE XFJ-STATUS TO WS-ENTRY-STATUS
           IF XFJ-REVERSED
             MOVE XFJ-REASON-ORIG-STATUS TO WS-ENTRY-STATUS
           END-IF
           IF XFJ-REVERSAL
             MOVE XFJ-REASON-ORIG-STATUS TO WS-ENTRY-STATUS
             SET ENTRY-CREDIT TO TRUE
           END-IF

           MOVE 0 TO WS-ENTRY-TYPE-IX
           PERFORM VARYING WS-GL-TYPE-IX FROM 1 BY 1
                   UNTIL WS-GL-TYPE-IX > WS-GL-TYPE-COUNT
             IF WS-GT-STATUS(WS-GL-TYPE-IX) = WS-ENTRY-STATUS
               MOVE WS-GL-TYPE-IX TO WS-ENTRY-TYPE-IX
             END-IF
           END-PERFORM

           IF WS-ENTRY-TYPE-IX = 0
              OR XFJ-AMOUNT IS NOT NUMERIC
             ADD 1 TO WS-TOTAL-EXCLUDED
             EXIT PARAGRAPH
           END-IF

           PERFORM FIND-TOTALS-ENTRY

           ADD 1 TO WS-TT-COUNT(WS-TOTALS-IX)
           ADD 1 TO WS-TOTAL-EXTRACTED
           IF ENTRY-CREDIT
             ADD XFJ-AMOUNT TO WS-TT-CREDIT(WS-TOTALS-IX)
           ELSE
             ADD XFJ-AMOUNT TO WS-TT-DEBIT(WS-TOTALS-IX)
           END-IF
           .

      * Point WS-TOTALS-IX at the totals entry for the entry's type
      * and currency, opening a new one in its sorted place when this
      * is the first entry of the pair. The table holds every type and
      * currency of a day many times over; should it ever fill, the
      * run stops rather than send the GL an incomplete day.
       FIND-TOTALS-ENTRY.
           MOVE 'N' TO WS-TOTALS-FOUND-SW
           PERFORM VARYING WS-TOTALS-IX FROM 1 BY 1
                   UNTIL WS-TOTALS-IX > WS-TOTALS-COUNT
                      OR TOTALS-FOUND
             IF WS-TT-TYPE-IX(WS-TOTALS-IX) = WS-ENTRY-TYPE-IX
                AND WS-TT-CURRENCY(WS-TOTALS-IX) = XFJ-CURRENCY
               SET TOTALS-FOUND TO TRUE
             END-IF
           END-PERFORM

           IF TOTALS-FOUND
             SUBTRACT 1 FROM WS-TOTALS-IX
             EXIT PARAGRAPH
           END-IF

           IF WS-TOTALS-COUNT NOT < WS-MAX-TOTALS
             DISPLAY '*** More than ' WS-MAX-TOTALS
                     ' type/currency totals - extract not written'
             CLOSE WEBXJRNL-FILE
             CLOSE WEBRATES-FILE
             CLOSE WEBGLRT-FILE
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF

      * find the first entry that sorts after the new pair
           PERFORM VARYING WS-TOTALS-IX FROM 1 BY 1
                   UNTIL WS-TOTALS-IX > WS-TOTALS-COUNT
                      OR TOTALS-FOUND
             IF WS-TT-TYPE-IX(WS-TOTALS-IX) > WS-ENTRY-TYPE-IX
                OR (WS-TT-TYPE-IX(WS-TOTALS-IX) = WS-ENTRY-TYPE-IX
                AND WS-TT-CURRENCY(WS-TOTALS-IX) > XFJ-CURRENCY)
               SET TOTALS-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF TOTALS-FOUND
             SUBTRACT 1 FROM WS-TOTALS-IX
           END-IF

      * and move it and everything after it down one place
           PERFORM VARYING WS-SHIFT-IX FROM WS-TOTALS-COUNT BY -1
                   UNTIL WS-SHIFT-IX < WS-TOTALS-IX
             MOVE WS-TOTALS-ENTRY(WS-SHIFT-IX)
               TO WS-TOTALS-ENTRY(WS-SHIFT-IX + 1)
           END-PERFORM

           ADD 1 TO WS-TOTALS-COUNT
           MOVE WS-ENTRY-TYPE-IX TO WS-TT-TYPE-IX(WS-TOTALS-IX)
           MOVE XFJ-CURRENCY     TO WS-TT-CURRENCY(WS-TOTALS-IX)
           MOVE 0                TO WS-TT-COUNT(WS-TOTALS-IX)
           MOVE 0                TO WS-TT-DEBIT(WS-TOTALS-IX)
           MOVE 0                TO WS-TT-CREDIT(WS-TOTALS-IX)
           .

      * Set WS-CURRENCY-RATE for the totals entry's currency. The home
      * currency needs no conversion. Otherwise the rate registered
      * for the business date is used; the first run for the date
      * takes the rate from WEBRATES - 1 when treasury has none, as
      * the online programs degrade - and registers it for reruns.
       GET-GL-RATE.
           MOVE 1 TO WS-CURRENCY-RATE

           IF WS-TT-CURRENCY(WS-TOTALS-IX) = SPACES
              OR WS-TT-CURRENCY(WS-TOTALS-IX) = WS-HOME-CURRENCY
             EXIT PARAGRAPH
           END-IF

           MOVE WS-SELECT-DATE               TO GLR-BUSINESS-DATE
           MOVE WS-TT-CURRENCY(WS-TOTALS-IX) TO GLR-CURRENCY
           READ WEBGLRT-FILE
           IF GLRT-STATUS-OK
             MOVE GLR-RATE TO WS-CURRENCY-RATE
             EXIT PARAGRAPH
           END-IF

           IF NOT GLRT-NOT-FOUND
             DISPLAY '*** WEBGLRT read failed, status='
                     WS-GLRT-STATUS
             PERFORM CLOSE-GL-FILES
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF

           MOVE WS-TT-CURRENCY(WS-TOTALS-IX) TO RTE-CURRENCY-CODE
           READ WEBRATES-FILE
           IF RATE-STATUS-OK
             MOVE RTE-RATE TO WS-CURRENCY-RATE
           ELSE
             DISPLAY 'WEBGLEXT: NO WEBRATES RATE FOR '
                     RTE-CURRENCY-CODE ', CONVERTED AT 1'
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CAPTURE-TIMESTAMP
           MOVE WS-SELECT-DATE               TO GLR-BUSINESS-DATE
           MOVE WS-TT-CURRENCY(WS-TOTALS-IX) TO GLR-CURRENCY
           MOVE WS-CURRENCY-RATE             TO GLR-RATE
           MOVE WS-CAPTURE-TIMESTAMP(1:8)    TO GLR-CAPTURED-DATE
           MOVE WS-CAPTURE-TIMESTAMP(9:6)    TO GLR-CAPTURED-TIME
           WRITE WEBGLRT-RECORD
           IF NOT GLRT-STATUS-OK
             DISPLAY '*** WEBGLRT write failed, status='
                     WS-GLRT-STATUS
             PERFORM CLOSE-GL-FILES
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           ADD 1 TO WS-TOTAL-RATES-NEW
           .

       WRITE-GL-HEADER.
           MOVE WS-INTERFACE-NAME TO WS-GLH-INTERFACE
           MOVE WS-SELECT-DATE    TO WS-GLH-BUSINESS-DATE
           MOVE WS-HOME-CURRENCY  TO WS-GLH-HOME-CURRENCY
           MOVE WS-GL-HEADER-RECORD TO GL-OUT-RECORD
           PERFORM WRITE-GL-RECORD
           .

      * One detail record per totals entry, with the home-currency
      * equivalents at the registered rate
       WRITE-GL-DETAIL.
           PERFORM GET-GL-RATE

           COMPUTE WS-HOME-DEBIT ROUNDED =
                   WS-TT-DEBIT(WS-TOTALS-IX) * WS-CURRENCY-RATE
           COMPUTE WS-HOME-CREDIT ROUNDED =
                   WS-TT-CREDIT(WS-TOTALS-IX) * WS-CURRENCY-RATE

           MOVE WS-TT-TYPE-IX(WS-TOTALS-IX) TO WS-GL-TYPE-IX
           MOVE WS-SELECT-DATE               TO WS-GLD-BUSINESS-DATE
           MOVE WS-GT-CODE(WS-GL-TYPE-IX)    TO WS-GLD-MOVEMENT-TYPE
           MOVE WS-TT-CURRENCY(WS-TOTALS-IX) TO WS-GLD-CURRENCY
           MOVE WS-TT-COUNT(WS-TOTALS-IX)    TO WS-GLD-ENTRY-COUNT
           MOVE WS-TT-DEBIT(WS-TOTALS-IX)    TO WS-GLD-DEBIT
           MOVE WS-TT-CREDIT(WS-TOTALS-IX)   TO WS-GLD-CREDIT
           MOVE WS-CURRENCY-RATE             TO WS-GLD-RATE
           MOVE WS-HOME-DEBIT                TO WS-GLD-HOME-DEBIT
           MOVE WS-HOME-CREDIT               TO WS-GLD-HOME-CREDIT
           MOVE WS-GL-DETAIL-RECORD TO GL-OUT-RECORD
           PERFORM WRITE-GL-RECORD

           ADD 1 TO WS-TOTAL-DETAILS
           ADD WS-TT-DEBIT(WS-TOTALS-IX)  TO WS-HASH-DEBIT
           ADD WS-TT-CREDIT(WS-TOTALS-IX) TO WS-HASH-CREDIT
           ADD WS-HOME-DEBIT              TO WS-HASH-HOME-DEBIT
           ADD WS-HOME-CREDIT             TO WS-HASH-HOME-CREDIT
           .

      * The trailer counts itself and the header in the record count
       WRITE-GL-TRAILER.
           MOVE WS-SELECT-DATE      TO WS-GLT-BUSINESS-DATE
           MOVE WS-TOTAL-DETAILS    TO WS-GLT-DETAIL-COUNT
           COMPUTE WS-GLT-RECORD-COUNT = WS-TOTAL-RECORDS + 1
           MOVE WS-TOTAL-EXTRACTED  TO WS-GLT-ENTRY-COUNT
           MOVE WS-HASH-DEBIT       TO WS-GLT-HASH-DEBIT
           MOVE WS-HASH-CREDIT      TO WS-GLT-HASH-CREDIT
           MOVE WS-HASH-HOME-DEBIT  TO WS-GLT-HASH-HOME-DEBIT
           MOVE WS-HASH-HOME-CREDIT TO WS-GLT-HASH-HOME-CREDIT
           MOVE WS-GL-TRAILER-RECORD TO GL-OUT-RECORD
           PERFORM WRITE-GL-RECORD
           .

       WRITE-GL-RECORD.
           WRITE GL-OUT-RECORD
           IF WS-GL-STATUS NOT = '00'
             DISPLAY '*** GLOUT write failed, status='
                     WS-GL-STATUS
             PERFORM CLOSE-GL-FILES
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           ADD 1 TO WS-TOTAL-RECORDS
           .

       END PROGRAM 'WEBGLEXT'.

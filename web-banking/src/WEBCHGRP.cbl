      ******************************************************************
      *  WEBCHGRP
      *
      * Batch overdraft charges register report for the credit team.
      * The month-end WEBI transaction (WEBODCHG) records every
      * account it found overdrawn during a month on the WEBCHRG
      * charges register, with the figures the charge was worked out
      * from; this job prints the register for one month:
      *   - one line per account: customer, currency, whether a
      *     charge was posted (CHARGED) or the figures came to
      *     nothing (NOCHARGE), the days overdrawn, the deepest
      *     end-of-day overdrawn balance, the interest rate applied,
      *     the interest, the overdraft limit judged against (home
      *     currency), the breach fee, the total charged and when
      *     it was posted
      * followed by totals per currency (accounts charged and not
      * charged, interest, fees and total charged).
      *
      * SYSIN: one card, the charge month as YYYYMM; anything else
      * (including the word PRIOR the scheduled job submits) falls
      * back to the month before the run date, the month the WEBI
      * run has just charged.
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example. It is the batch report of the
      * online WEBODCHG month-end charge run.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. WEBCHGRP.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT WEBCHRG-FILE ASSIGN TO WEBCHRG
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CHG-KEY
                FILE STATUS IS WS-CHRG-STATUS.

            SELECT REPORT-FILE ASSIGN TO REPTOUT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  WEBCHRG-FILE
            RECORD CONTAINS 86 CHARACTERS.
            COPY WEBCHRGR.

        FD  REPORT-FILE
            RECORD CONTAINS 132 CHARACTERS.
        1  REPORT-RECORD                PIC X(132).

        WORKING-STORAGE SECTION.

       1 WS-CHRG-STATUS                 PIC X(2)  VALUE '00'.
         88 CHRG-STATUS-OK                        VALUE '00'.
       1 WS-REPORT-STATUS               PIC X(2)  VALUE '00'.

       1 WS-CHRG-EOF-SW                 PIC X     VALUE 'N'.
         88 END-OF-CHRG-FILE                      VALUE 'Y'.

      * The charge month from SYSIN, with the month before the run
      * date as fallback
       1 WS-MONTH-CARD                  PIC X(6)  VALUE SPACES.
       1 WS-SELECT-MONTH                PIC X(6)  VALUE SPACES.
       1 WS-RUN-MONTH                   PIC 9(6)  VALUE 0.
       1 WS-RUN-MONTH-PARTS REDEFINES WS-RUN-MONTH.
         2 WS-RUN-YEAR                  PIC 9(4).
         2 WS-RUN-MM                    PIC 9(2).

      * Totals per currency
       1 WS-CURRENCY-TABLE.
         2 WS-CURRENCY-ENTRY OCCURS 20 TIMES.
           3 WS-CY-CURRENCY             PIC X(3).
           3 WS-CY-CHARGED              PIC 9(6).
           3 WS-CY-NO-CHARGE            PIC 9(6).
           3 WS-CY-INTEREST             PIC S9(11)V99 COMP-3.
           3 WS-CY-FEE                  PIC S9(11)V99 COMP-3.
           3 WS-CY-TOTAL                PIC S9(11)V99 COMP-3.
       1 WS-CURRENCY-COUNT              PIC S9(4) COMP-5 SYNC VALUE 0.
       1 WS-MAX-CURRENCY                PIC S9(4) COMP-5 SYNC VALUE 20.
       1 WS-CURRENCY-IX                 PIC S9(4) COMP-5 SYNC VALUE 0.
       1 WS-CURRENCY-FOUND-SW           PIC X     VALUE 'N'.
         88 CURRENCY-FOUND                        VALUE 'Y'.
       1 WS-CURRENCY-OVERFLOW           PIC 9(6)  VALUE 0.

      * Running totals for the end-of-run operator summary
       1 WS-TOTAL-READ                  PIC 9(6)  VALUE 0.
       1 WS-TOTAL-LISTED                PIC 9(6)  VALUE 0.
       1 WS-TOTAL-CHARGED               PIC 9(6)  VALUE 0.
       1 WS-TOTAL-NO-CHARGE             PIC 9(6)  VALUE 0.

       1 HEADING-LINE-1.
         2 FILLER                       PIC X(40)
             VALUE 'OVERDRAFT CHARGES REGISTER'.
         2 FILLER                       PIC X(10) VALUE SPACES.
         2 FILLER                       PIC X(14)
             VALUE 'CHARGE MONTH: '.
         2 H1-MONTH                     PIC X(7)  VALUE SPACES.

       1 HEADING-LINE-2.
         2 FILLER                       PIC X(10) VALUE 'ACCOUNT'.
         2 FILLER                       PIC X(6)  VALUE 'CUST'.
         2 FILLER                       PIC X(5)  VALUE 'CCY'.
         2 FILLER                       PIC X(10) VALUE 'STATUS'.
         2 FILLER                       PIC X(6)  VALUE 'DAYS'.
         2 FILLER                       PIC X(12) VALUE '  DEEPEST OD'.
         2 FILLER                       PIC X(8)  VALUE '   RATE'.
         2 FILLER                       PIC X(12) VALUE '    INTEREST'.
         2 FILLER                       PIC X(13) VALUE '      ODLIMIT'.
         2 FILLER                       PIC X(12) VALUE '         FEE'.
         2 FILLER                       PIC X(12) VALUE '       TOTAL'.
         2 FILLER                       PIC X(17) VALUE '  POSTED'.

       1 DETAIL-CHARGE-LINE.
         2 DL-ACCOUNT                   PIC X(8).
         2 FILLER                       PIC X(2)  VALUE SPACES.
         2 DL-CUSTOMER                  PIC X(4).
         2 FILLER                       PIC X(2)  VALUE SPACES.
         2 DL-CURRENCY                  PIC X(3).
         2 FILLER                       PIC X(2)  VALUE SPACES.
         2 DL-STATUS                    PIC X(8).
         2 FILLER                       PIC X(2)  VALUE SPACES.
         2 DL-DAYS                      PIC Z9.
         2 FILLER                       PIC X(2)  VALUE SPACES.
         2 DL-MAX-OVERDRAWN             PIC -(7)9.99.
         2 FILLER                       PIC X(2)  VALUE SPACES.
         2 DL-RATE                      PIC ZZ9.99.
         2 FILLER                       PIC X(2)  VALUE SPACES.
         2 DL-INTEREST                  PIC -(7)9.99.
         2 FILLER                       PIC X(2)  VALUE SPACES.
         2 DL-ODLIMIT                   PIC -(8)9.99.
         2 FILLER                       PIC X(2)  VALUE SPACES.
         2 DL-FEE                       PIC -(7)9.99.
         2 FILLER                       PIC X(2)  VALUE SPACES.
         2 DL-TOTAL                     PIC -(7)9.99.
         2 FILLER                       PIC X(2)  VALUE SPACES.
         2 DL-POSTED-DATE               PIC X(8).
         2 FILLER                       PIC X(1)  VALUE SPACES.
         2 DL-POSTED-TIME               PIC X(6).

       1 HEADING-CURRENCY-LINE.
         2 FILLER                       PIC X(4)  VALUE SPACES.
         2 FILLER                       PIC X(5)  VALUE 'CCY'.
         2 FILLER                       PIC X(11) VALUE '    CHARGED'.
         2 FILLER                       PIC X(11) VALUE '  NO CHARGE'.
         2 FILLER                       PIC X(18)
             VALUE '          INTEREST'.
         2 FILLER                       PIC X(18)
             VALUE '              FEES'.
         2 FILLER                       PIC X(18)
             VALUE '             TOTAL'.

       1 DETAIL-CURRENCY-LINE.
         2 FILLER                       PIC X(4)  VALUE SPACES.
         2 DC-CURRENCY                  PIC X(3).
         2 FILLER                       PIC X(4)  VALUE SPACES.
         2 DC-CHARGED                   PIC ZZZ,ZZ9.
         2 FILLER                       PIC X(4)  VALUE SPACES.
         2 DC-NO-CHARGE                 PIC ZZZ,ZZ9.
         2 FILLER                       PIC X(2)  VALUE SPACES.
         2 DC-INTEREST                  PIC -(11)9.99.
         2 FILLER                       PIC X(2)  VALUE SPACES.
         2 DC-FEE                       PIC -(11)9.99.
         2 FILLER                       PIC X(2)  VALUE SPACES.
         2 DC-TOTAL                     PIC -(11)9.99.

       1 TOTAL-LINE.
         2 FILLER                       PIC X(30) VALUE SPACES.
         2 TL-LABEL                     PIC X(30).
         2 TL-VALUE                     PIC ZZZ,ZZ9.

        PROCEDURE DIVISION.

       MAINLINE SECTION.
      * --------------------------------------------------------------
      * Start of the main code execution
      * --------------------------------------------------------------
           PERFORM GET-CHARGE-MONTH
           PERFORM OPEN-REGISTER-FILES
           PERFORM WRITE-REPORT-HEADINGS

           PERFORM READ-NEXT-CHARGE
           PERFORM UNTIL END-OF-CHRG-FILE
             IF CHG-MONTH = WS-SELECT-MONTH
               PERFORM PROCESS-CHARGE-RECORD
             END-IF
             PERFORM READ-NEXT-CHARGE
           END-PERFORM

           PERFORM WRITE-TOTALS-SECTION

           CLOSE WEBCHRG-FILE
           CLOSE REPORT-FILE

           DISPLAY 'WEBCHGRP: ' WS-TOTAL-READ ' RECORDS READ, '
                   WS-TOTAL-LISTED ' LISTED, '
                   WS-TOTAL-CHARGED ' CHARGED'

           STOP RUN
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * --------------------------------------------------------------
      * Below are helpful procedures and routines
      * --------------------------------------------------------------

      * Read the charge-month card from SYSIN; a missing or
      * non-numeric card (the scheduled job submits PRIOR) falls back
      * to the month before the run date
       GET-CHARGE-MONTH.
           ACCEPT WS-MONTH-CARD

           IF WS-MONTH-CARD IS NUMERIC
              AND WS-MONTH-CARD NOT = SPACES
             MOVE WS-MONTH-CARD TO WS-SELECT-MONTH
           ELSE
             MOVE FUNCTION CURRENT-DATE(1:6) TO WS-RUN-MONTH
             IF WS-RUN-MM = 1
               SUBTRACT 1 FROM WS-RUN-YEAR
               MOVE 12 TO WS-RUN-MM
             ELSE
               SUBTRACT 1 FROM WS-RUN-MM
             END-IF
             MOVE WS-RUN-MONTH TO WS-SELECT-MONTH
           END-IF

           DISPLAY 'WEBCHGRP: LISTING CHARGE MONTH ' WS-SELECT-MONTH
           .

       OPEN-REGISTER-FILES.
           OPEN INPUT WEBCHRG-FILE
           IF NOT CHRG-STATUS-OK
             DISPLAY '*** Unable to open WEBCHRG, status='
                     WS-CHRG-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY '*** Unable to open REPTOUT, status='
                     WS-REPORT-STATUS
             CLOSE WEBCHRG-FILE
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           .

       READ-NEXT-CHARGE.
           READ WEBCHRG-FILE NEXT RECORD
             AT END
               SET END-OF-CHRG-FILE TO TRUE
             NOT AT END
               ADD 1 TO WS-TOTAL-READ
           END-READ
           .

      * Print one register record of the month and add it into its
      * currency's totals
       PROCESS-CHARGE-RECORD.
           ADD 1 TO WS-TOTAL-LISTED
           IF CHG-CHARGED
             ADD 1 TO WS-TOTAL-CHARGED
           ELSE
             ADD 1 TO WS-TOTAL-NO-CHARGE
           END-IF

           MOVE SPACES             TO DETAIL-CHARGE-LINE
           MOVE CHG-ACCT-NUMBER    TO DL-ACCOUNT
           MOVE CHG-CUSTOMER-NUM   TO DL-CUSTOMER
           MOVE CHG-CURRENCY       TO DL-CURRENCY
           MOVE CHG-STATUS         TO DL-STATUS
           MOVE CHG-DAYS-OVERDRAWN TO DL-DAYS
           MOVE CHG-MAX-OVERDRAWN  TO DL-MAX-OVERDRAWN
           MOVE CHG-INTEREST-RATE  TO DL-RATE
           MOVE CHG-INTEREST       TO DL-INTEREST
           MOVE CHG-ODLIMIT        TO DL-ODLIMIT
           MOVE CHG-FEE            TO DL-FEE
           MOVE CHG-TOTAL          TO DL-TOTAL
           MOVE CHG-POSTED-DATE    TO DL-POSTED-DATE
           MOVE CHG-POSTED-TIME    TO DL-POSTED-TIME
           MOVE DETAIL-CHARGE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM ADD-TO-CURRENCY-TOTALS
           .

      * Find (or add) the record's currency in the totals table. A
      * full table is counted rather than allowed to overflow.
       ADD-TO-CURRENCY-TOTALS.
           MOVE 'N' TO WS-CURRENCY-FOUND-SW
           PERFORM VARYING WS-CURRENCY-IX FROM 1 BY 1
                     UNTIL WS-CURRENCY-IX > WS-CURRENCY-COUNT
                        OR CURRENCY-FOUND
             IF WS-CY-CURRENCY (WS-CURRENCY-IX) = CHG-CURRENCY
               SET CURRENCY-FOUND TO TRUE
             END-IF
           END-PERFORM

           IF CURRENCY-FOUND
             SUBTRACT 1 FROM WS-CURRENCY-IX
           ELSE
             IF WS-CURRENCY-COUNT >= WS-MAX-CURRENCY
               ADD 1 TO WS-CURRENCY-OVERFLOW
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-CURRENCY-COUNT
             MOVE WS-CURRENCY-COUNT TO WS-CURRENCY-IX
             MOVE CHG-CURRENCY TO WS-CY-CURRENCY (WS-CURRENCY-IX)
             MOVE 0 TO WS-CY-CHARGED (WS-CURRENCY-IX)
                       WS-CY-NO-CHARGE (WS-CURRENCY-IX)
                       WS-CY-INTEREST (WS-CURRENCY-IX)
                       WS-CY-FEE (WS-CURRENCY-IX)
                       WS-CY-TOTAL (WS-CURRENCY-IX)
           END-IF

           IF CHG-CHARGED
             ADD 1          TO WS-CY-CHARGED (WS-CURRENCY-IX)
             ADD CHG-INTEREST TO WS-CY-INTEREST (WS-CURRENCY-IX)
             ADD CHG-FEE    TO WS-CY-FEE (WS-CURRENCY-IX)
             ADD CHG-TOTAL  TO WS-CY-TOTAL (WS-CURRENCY-IX)
           ELSE
             ADD 1          TO WS-CY-NO-CHARGE (WS-CURRENCY-IX)
           END-IF
           .

       WRITE-REPORT-HEADINGS.
           STRING WS-SELECT-MONTH(1:4) DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-SELECT-MONTH(5:2) DELIMITED BY SIZE
                INTO H1-MONTH
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
           IF WS-TOTAL-LISTED = 0
             MOVE '    NO ACCOUNTS ON THE REGISTER FOR THE MONTH'
               TO REPORT-RECORD
             WRITE REPORT-RECORD
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'TOTALS BY CURRENCY' TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE HEADING-CURRENCY-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM VARYING WS-CURRENCY-IX FROM 1 BY 1
                     UNTIL WS-CURRENCY-IX > WS-CURRENCY-COUNT
             MOVE SPACES TO DETAIL-CURRENCY-LINE
             MOVE WS-CY-CURRENCY (WS-CURRENCY-IX)  TO DC-CURRENCY
             MOVE WS-CY-CHARGED (WS-CURRENCY-IX)   TO DC-CHARGED
             MOVE WS-CY-NO-CHARGE (WS-CURRENCY-IX) TO DC-NO-CHARGE
             MOVE WS-CY-INTEREST (WS-CURRENCY-IX)  TO DC-INTEREST
             MOVE WS-CY-FEE (WS-CURRENCY-IX)       TO DC-FEE
             MOVE WS-CY-TOTAL (WS-CURRENCY-IX)     TO DC-TOTAL
             MOVE DETAIL-CURRENCY-LINE TO REPORT-RECORD
             WRITE REPORT-RECORD
           END-PERFORM

           IF WS-CURRENCY-OVERFLOW > 0
             MOVE SPACES TO TOTAL-LINE
             MOVE 'RECORDS NOT TOTALLED (TABLE)' TO TL-LABEL
             MOVE WS-CURRENCY-OVERFLOW TO TL-VALUE
             MOVE TOTAL-LINE TO REPORT-RECORD
             WRITE REPORT-RECORD
           END-IF

           MOVE SPACES TO TOTAL-LINE
           MOVE 'ACCOUNTS CHARGED' TO TL-LABEL
           MOVE WS-TOTAL-CHARGED TO TL-VALUE
           MOVE TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO TOTAL-LINE
           MOVE 'ACCOUNTS NOT CHARGED' TO TL-LABEL
           MOVE WS-TOTAL-NO-CHARGE TO TL-VALUE
           MOVE TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       END PROGRAM 'WEBCHGRP'.

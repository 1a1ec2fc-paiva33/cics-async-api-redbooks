       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
      ******************************************************************
      *  WEBCALM
      *
      * Is a CICS application example that maintains the WEBCAL
      * business-day calendar of the simulated Web banking
      * application, so operations can declare bank holidays (and
      * withdraw them) online. Saturdays and Sundays are never
      * business days and are not held on the file; a weekday with a
      * WEBCAL record is a non-business day.

      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example

      *
      * This example is driven via CICS terminal, for supervisor use
      * only. It is run as transaction
      * 'WEBD'
      * in the form:
      * WEBD yyyymmdd                  - show whether it is a
      *                                  business day
      * WEBD ADD yyyymmdd description  - make it a non-business day
      * WEBD DEL yyyymmdd              - make it a business day again
      * WEBD LIST [yyyymmdd]           - list the non-business days
      *                                  held from the date (default
      *                                  today)
      * eg:
      * 'WEBD ADD 20261225 CHRISTMAS DAY'
      * 'WEBD LIST'
      *
      ******************************************************************
      *
      * **** NOTE ****
      * Only dates after today can be added or deleted: today's
      * business date is already in use by the transfers, payments
      * and standing orders made so far today, and a past date can
      * no longer change anything. Every action here is written to
      * the WEBADMLG admin-action log (operator, terminal, date,
      * before and after), a change as a SET between BUSINESS DAY
      * and NON-BUSINESS.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. WEBCALM.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * For messages printed to the terminal screen
       1 TERMINAL-REPLY.
         2 FILLER                 PIC X(9)  VALUE 'WEBCALM  '.
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

      * The terminal input, entered as: WEBD [verb] date [text]. It
      * is split on blanks by UNSTRING; the description is whatever
      * follows the date, blanks and all.
       1 READ-INPUT              PIC X(60) VALUE SPACES.
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 60.
       1 INPUT-POINTER           PIC S9(4) COMP-5 SYNC VALUE 1.
       1 INPUTTRANID             PIC X(4)  VALUE ' '.
       1 INPUTVERB               PIC X(8)  VALUE ' '.
         88 VERB-ADD                       VALUE 'ADD     '.
         88 VERB-DELETE                    VALUE 'DEL     '.
         88 VERB-LIST                      VALUE 'LIST    '.
       1 INPUTDATE               PIC X(8)  VALUE ' '.
       1 INPUTDESC               PIC X(20) VALUE ' '.

       1 COMMAND-RESP            PIC S9(8) COMP.
       1 COMMAND-RESP2           PIC S9(8) COMP.

       1 ABEND-CODE              PIC X(4) VALUE 'WCAL'.

      * Business-day calendar (see WEBCALR copybook)
       COPY WEBCALR.

       1 CALENDAR-FILE-NAME      PIC X(8) VALUE 'WEBCAL  '.

      * Admin-action log (see WEBADMLR copybook): one record per
      * action taken here, reported daily by WEBADMRP
       COPY WEBADMLR.

       1 ADMIN-LOG-FILE-NAME     PIC X(8) VALUE 'WEBADMLG'.

      * Who is acting: the signed-on CICS user and the terminal,
      * captured up front for every log record written
       1 OPERATOR-ID             PIC X(8) VALUE SPACES.
       1 THIS-TRANSACTION        PIC X(4) VALUE 'WEBD'.

      * The log target: the calendar and the date acted on
       1 CALENDAR-TARGET.
         2 FILLER                PIC X(8) VALUE 'CALENDAR'.
         2 CT-DATE               PIC X(8) VALUE SPACES.

       1 BUSINESS-DAY-TEXT       PIC X(12) VALUE 'BUSINESS DAY'.
       1 NON-BUSINESS-TEXT       PIC X(12) VALUE 'NON-BUSINESS'.

      * Date validation and day-of-week work fields. The day number
      * from INTEGER-OF-DATE is 1 for Monday 1 January 1601, so the
      * day number modulo 7 is 6 for a Saturday and 0 for a Sunday.
       1 TODAY-DATE              PIC X(8)  VALUE SPACES.
       1 CHECK-DATE-NUM          PIC 9(8)  VALUE 0.
       1 CHECK-DATE-PARTS REDEFINES CHECK-DATE-NUM.
         2 CDP-YEAR              PIC 9(4).
         2 CDP-MONTH             PIC 9(2).
         2 CDP-DAY               PIC 9(2).
       1 MONTH-END-DAY           PIC 9(2)  VALUE 0.
       1 DAY-INTEGER             PIC S9(9) COMP VALUE 0.
       1 WEEKDAY-NUMBER          PIC S9(4) COMP VALUE 0.
       1 DATE-VALID-SW           PIC X     VALUE 'N'.
         88 DATE-VALID                    VALUE 'Y'.
       1 WEEKEND-SW              PIC X     VALUE 'N'.
         88 WEEKEND-DAY                   VALUE 'Y'.
       1 HOLIDAY-FOUND-SW        PIC X     VALUE 'N'.
         88 HOLIDAY-FOUND                 VALUE 'Y'.

      * The next business day after a non-business day shown by a
      * view, found by stepping a day at a time; the step limit
      * stops a calendar keyed with a run of holidays by mistake
      * from looping
       1 NEXT-BUSINESS-DATE      PIC 9(8)  VALUE 0.
       1 ROLL-STEPS              PIC S9(4) COMP VALUE 0.
       1 MAX-ROLL-STEPS          PIC S9(4) COMP VALUE 31.

      * What the view found for the date itself, kept aside before
      * the roll-forward search reads later dates over it
       1 VIEWED-HOLIDAY-SW       PIC X     VALUE 'N'.
         88 VIEWED-DAY-HOLIDAY            VALUE 'Y'.
       1 VIEWED-DESCRIPTION      PIC X(20) VALUE SPACES.

      * LIST: the dates found from the start date, as many as fit
      * the reply line
       1 LIST-COUNT              PIC S9(4) COMP-5 SYNC VALUE 0.
       1 MAX-LIST-DATES          PIC S9(4) COMP-5 SYNC VALUE 5.
       1 LIST-POINTER            PIC S9(4) COMP-5 SYNC VALUE 1.
       1 BROWSE-ENDED-SW         PIC X     VALUE 'N'.
         88 BROWSE-ENDED                  VALUE 'Y'.

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
           MOVE 'Started business calendar maintenance' TO MSG-TEXT
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

           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE

           MOVE 1 TO INPUT-POINTER
           UNSTRING READ-INPUT DELIMITED BY ALL ' '
             INTO INPUTTRANID
                  INPUTVERB
             WITH POINTER INPUT-POINTER
           END-UNSTRING

      * a bare date is a view; otherwise the verb is followed by the
      * date and, for an add, the description
           IF INPUTVERB IS NUMERIC
             MOVE INPUTVERB TO INPUTDATE
             MOVE SPACES    TO INPUTVERB
           ELSE
             IF INPUT-POINTER <= LENGTH OF READ-INPUT
               UNSTRING READ-INPUT DELIMITED BY ALL ' '
                 INTO INPUTDATE
                 WITH POINTER INPUT-POINTER
               END-UNSTRING
             END-IF
             IF INPUT-POINTER <= LENGTH OF READ-INPUT
               MOVE READ-INPUT(INPUT-POINTER:) TO INPUTDESC
             END-IF
           END-IF

           IF VERB-LIST
             IF INPUTDATE = SPACES
               MOVE TODAY-DATE TO INPUTDATE
             END-IF
           END-IF

           IF INPUTVERB NOT = SPACES
              AND NOT VERB-ADD AND NOT VERB-DELETE AND NOT VERB-LIST
             MOVE 'USE WEBD [ADD|DEL|LIST] YYYYMMDD [DESCRIPTION]'
               TO REPLY-TEXT
             PERFORM LOG-REFUSED-REQUEST
             PERFORM SEND-REPLY-AND-RETURN
           END-IF

           PERFORM VALIDATE-INPUT-DATE
           IF NOT DATE-VALID
             MOVE 'DATE NOT VALID - USE YYYYMMDD, EG 20261225'
               TO REPLY-TEXT
             PERFORM LOG-REFUSED-REQUEST
             PERFORM SEND-REPLY-AND-RETURN
           END-IF

           MOVE INPUTDATE TO CT-DATE

           EVALUATE TRUE
             WHEN VERB-ADD
               PERFORM ADD-NON-BUSINESS-DAY
             WHEN VERB-DELETE
               PERFORM DELETE-NON-BUSINESS-DAY
             WHEN VERB-LIST
               PERFORM LIST-NON-BUSINESS-DAYS
             WHEN OTHER
               PERFORM SHOW-CALENDAR-DAY
           END-EVALUATE

           PERFORM SEND-REPLY-AND-RETURN
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * --------------------------------------------------------------
      * Below are helpful procedures and routines
      * --------------------------------------------------------------

      * Show whether the date is a business day, and for a
      * non-business day why, and the business day it rolls to
       SHOW-CALENDAR-DAY.
           PERFORM CHECK-WEEKEND
           PERFORM READ-CALENDAR-DAY

           MOVE 'VIEW    '     TO ADM-ACTION
           MOVE CALENDAR-TARGET TO ADM-TARGET-KEY
           IF WEEKEND-DAY OR HOLIDAY-FOUND
             MOVE NON-BUSINESS-TEXT TO ADM-BEFORE-VALUE
           ELSE
             MOVE BUSINESS-DAY-TEXT TO ADM-BEFORE-VALUE
           END-IF
           MOVE SPACES         TO ADM-AFTER-VALUE
           PERFORM WRITE-ADMIN-LOG

           IF NOT WEEKEND-DAY AND NOT HOLIDAY-FOUND
             STRING INPUTDATE DELIMITED BY SIZE
                    ' IS A BUSINESS DAY' DELIMITED BY SIZE
                  INTO REPLY-TEXT
             EXIT PARAGRAPH
           END-IF

           MOVE HOLIDAY-FOUND-SW TO VIEWED-HOLIDAY-SW
           MOVE CAL-DESCRIPTION  TO VIEWED-DESCRIPTION

           PERFORM FIND-NEXT-BUSINESS-DATE

           IF VIEWED-DAY-HOLIDAY
             STRING INPUTDATE DELIMITED BY SIZE
                    ' NON-BUSINESS: ' DELIMITED BY SIZE
                    VIEWED-DESCRIPTION DELIMITED BY '  '
                    ' - ROLLS TO ' DELIMITED BY SIZE
                    NEXT-BUSINESS-DATE DELIMITED BY SIZE
                  INTO REPLY-TEXT
           ELSE
             STRING INPUTDATE DELIMITED BY SIZE
                    ' NON-BUSINESS: WEEKEND - ROLLS TO '
                      DELIMITED BY SIZE
                    NEXT-BUSINESS-DATE DELIMITED BY SIZE
                  INTO REPLY-TEXT
           END-IF
           .

      * Make a future weekday a non-business day
       ADD-NON-BUSINESS-DAY.
           IF INPUTDATE NOT > TODAY-DATE
             MOVE 'ONLY A DATE AFTER TODAY CAN BE CHANGED'
               TO REPLY-TEXT
             PERFORM LOG-REFUSED-REQUEST
             EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-WEEKEND
           IF WEEKEND-DAY
             MOVE 'A WEEKEND IS NEVER A BUSINESS DAY - NOTHING TO ADD'
               TO REPLY-TEXT
             PERFORM LOG-REFUSED-REQUEST
             EXIT PARAGRAPH
           END-IF

           IF INPUTDESC = SPACES
             MOVE 'BANK HOLIDAY' TO INPUTDESC
           END-IF

           INITIALIZE WEBCAL-RECORD
           MOVE INPUTDATE   TO CAL-DATE
           MOVE INPUTDESC   TO CAL-DESCRIPTION
           MOVE OPERATOR-ID TO CAL-UPDATED-BY
           MOVE TODAY-DATE  TO CAL-UPDATED-DATE
           PERFORM CAPTURE-CURRENT-TIME
           MOVE CURRENT-TIME-FIELD TO CAL-UPDATED-TIME

           EXEC CICS WRITE FILE ( CALENDAR-FILE-NAME )
                     FROM   ( WEBCAL-RECORD )
                     RIDFLD ( CAL-KEY )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(DUPREC)
             STRING INPUTDATE DELIMITED BY SIZE
                    ' IS ALREADY A NON-BUSINESS DAY' DELIMITED BY SIZE
                  INTO REPLY-TEXT
             PERFORM LOG-REFUSED-REQUEST
             EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COMMAND

           MOVE 'SET     '        TO ADM-ACTION
           MOVE CALENDAR-TARGET   TO ADM-TARGET-KEY
           MOVE BUSINESS-DAY-TEXT TO ADM-BEFORE-VALUE
           MOVE NON-BUSINESS-TEXT TO ADM-AFTER-VALUE
           PERFORM WRITE-ADMIN-LOG

           STRING INPUTDATE DELIMITED BY SIZE
                  ' SET NON-BUSINESS: ' DELIMITED BY SIZE
                  INPUTDESC DELIMITED BY '  '
                INTO REPLY-TEXT

           INITIALIZE STATUS-MSG
           STRING 'Non-business day added: ' DELIMITED BY SIZE
                  INPUTDATE DELIMITED BY SIZE
                INTO MSG-TEXT
           PERFORM PRINT-STATUS-MESSAGE
           .

      * Make a future non-business weekday a business day again
       DELETE-NON-BUSINESS-DAY.
           IF INPUTDATE NOT > TODAY-DATE
             MOVE 'ONLY A DATE AFTER TODAY CAN BE CHANGED'
               TO REPLY-TEXT
             PERFORM LOG-REFUSED-REQUEST
             EXIT PARAGRAPH
           END-IF

           MOVE INPUTDATE TO CAL-DATE

           EXEC CICS DELETE FILE ( CALENDAR-FILE-NAME )
                     RIDFLD ( CAL-KEY )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NOTFND)
             STRING INPUTDATE DELIMITED BY SIZE
                    ' IS NOT HELD AS A NON-BUSINESS DAY'
                      DELIMITED BY SIZE
                  INTO REPLY-TEXT
             PERFORM LOG-REFUSED-REQUEST
             EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COMMAND

           MOVE 'SET     '        TO ADM-ACTION
           MOVE CALENDAR-TARGET   TO ADM-TARGET-KEY
           MOVE NON-BUSINESS-TEXT TO ADM-BEFORE-VALUE
           MOVE BUSINESS-DAY-TEXT TO ADM-AFTER-VALUE
           PERFORM WRITE-ADMIN-LOG

           STRING INPUTDATE DELIMITED BY SIZE
                  ' SET BUSINESS DAY' DELIMITED BY SIZE
                INTO REPLY-TEXT

           INITIALIZE STATUS-MSG
           STRING 'Non-business day removed: ' DELIMITED BY SIZE
                  INPUTDATE DELIMITED BY SIZE
                INTO MSG-TEXT
           PERFORM PRINT-STATUS-MESSAGE
           .

      * List the non-business days held from the date onward, as
      * many as fit the reply
       LIST-NON-BUSINESS-DAYS.
           MOVE 0   TO LIST-COUNT
           MOVE 'N' TO BROWSE-ENDED-SW
           MOVE 1   TO LIST-POINTER

           STRING 'FROM ' DELIMITED BY SIZE
                  INPUTDATE DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                INTO REPLY-TEXT
                WITH POINTER LIST-POINTER

           MOVE INPUTDATE TO CAL-DATE

           EXEC CICS STARTBR FILE ( CALENDAR-FILE-NAME )
                     RIDFLD ( CAL-KEY )
                     GTEQ
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NOTFND)
             SET BROWSE-ENDED TO TRUE
           ELSE
             PERFORM CHECK-COMMAND
             PERFORM READ-NEXT-CALENDAR-DAY
           END-IF

           PERFORM UNTIL BROWSE-ENDED
                      OR LIST-COUNT >= MAX-LIST-DATES
             ADD 1 TO LIST-COUNT
             STRING ' ' DELIMITED BY SIZE
                    CAL-DATE DELIMITED BY SIZE
                  INTO REPLY-TEXT
                  WITH POINTER LIST-POINTER
             PERFORM READ-NEXT-CALENDAR-DAY
           END-PERFORM

           IF COMMAND-RESP NOT = DFHRESP(NOTFND)
             EXEC CICS ENDBR FILE ( CALENDAR-FILE-NAME )
                       RESP  ( COMMAND-RESP )
                       RESP2 ( COMMAND-RESP2 )
             END-EXEC
           END-IF

           IF LIST-COUNT = 0
             STRING ' NO NON-BUSINESS WEEKDAYS HELD' DELIMITED BY SIZE
                  INTO REPLY-TEXT
                  WITH POINTER LIST-POINTER
           ELSE
             IF NOT BROWSE-ENDED
               STRING ' MORE' DELIMITED BY SIZE
                    INTO REPLY-TEXT
                    WITH POINTER LIST-POINTER
             END-IF
           END-IF

           MOVE 'VIEW    '      TO ADM-ACTION
           MOVE CALENDAR-TARGET TO ADM-TARGET-KEY
           MOVE 'LIST'          TO ADM-BEFORE-VALUE
           MOVE SPACES          TO ADM-AFTER-VALUE
           PERFORM WRITE-ADMIN-LOG
           .

       READ-NEXT-CALENDAR-DAY.
           EXEC CICS READNEXT FILE ( CALENDAR-FILE-NAME )
                     INTO   ( WEBCAL-RECORD )
                     RIDFLD ( CAL-KEY )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(ENDFILE)
             SET BROWSE-ENDED TO TRUE
             EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COMMAND
           .

      * Read the calendar record for the date in INPUTDATE
       READ-CALENDAR-DAY.
           MOVE 'N' TO HOLIDAY-FOUND-SW
           MOVE INPUTDATE TO CAL-DATE

           EXEC CICS READ FILE ( CALENDAR-FILE-NAME )
                     INTO   ( WEBCAL-RECORD )
                     RIDFLD ( CAL-KEY )
                     RESP   ( COMMAND-RESP )
                     RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NOTFND)
             EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COMMAND

           SET HOLIDAY-FOUND TO TRUE
           .

      * Step a day at a time from INPUTDATE to the first business
      * day after it
       FIND-NEXT-BUSINESS-DATE.
           MOVE INPUTDATE TO CHECK-DATE-NUM
           COMPUTE DAY-INTEGER = FUNCTION INTEGER-OF-DATE
                                 (CHECK-DATE-NUM)
           MOVE 0 TO ROLL-STEPS
           SET WEEKEND-DAY TO TRUE

           PERFORM UNTIL (NOT WEEKEND-DAY AND NOT HOLIDAY-FOUND)
                      OR ROLL-STEPS >= MAX-ROLL-STEPS
             ADD 1 TO ROLL-STEPS
             ADD 1 TO DAY-INTEGER
             COMPUTE NEXT-BUSINESS-DATE =
                     FUNCTION DATE-OF-INTEGER(DAY-INTEGER)
             MOVE NEXT-BUSINESS-DATE TO INPUTDATE
             PERFORM CHECK-WEEKEND
             PERFORM READ-CALENDAR-DAY
           END-PERFORM

           MOVE CT-DATE TO INPUTDATE
           .

      * Set WEEKEND-DAY when the date in INPUTDATE is a Saturday or
      * a Sunday
       CHECK-WEEKEND.
           MOVE 'N' TO WEEKEND-SW
           MOVE INPUTDATE TO CHECK-DATE-NUM
           COMPUTE WEEKDAY-NUMBER = FUNCTION MOD
                   (FUNCTION INTEGER-OF-DATE(CHECK-DATE-NUM), 7)
           IF WEEKDAY-NUMBER = 6 OR WEEKDAY-NUMBER = 0
             SET WEEKEND-DAY TO TRUE
           END-IF
           .

      * The keyed date must be a real calendar date - month 1 to 12
      * and a day within that month - before it is used as a key or
      * handed to the date functions
       VALIDATE-INPUT-DATE.
           MOVE 'N' TO DATE-VALID-SW

           IF INPUTDATE IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF

           MOVE INPUTDATE TO CHECK-DATE-NUM

           IF CDP-YEAR < 1601 OR CDP-MONTH < 1 OR CDP-MONTH > 12
              OR CDP-DAY < 1
             EXIT PARAGRAPH
           END-IF

           EVALUATE CDP-MONTH
             WHEN 4
             WHEN 6
             WHEN 9
             WHEN 11
               MOVE 30 TO MONTH-END-DAY
             WHEN 2
               IF FUNCTION MOD(CDP-YEAR, 4) = 0
                  AND (FUNCTION MOD(CDP-YEAR, 100) NOT = 0
                       OR FUNCTION MOD(CDP-YEAR, 400) = 0)
                 MOVE 29 TO MONTH-END-DAY
               ELSE
                 MOVE 28 TO MONTH-END-DAY
               END-IF
             WHEN OTHER
               MOVE 31 TO MONTH-END-DAY
           END-EVALUATE

           IF CDP-DAY > MONTH-END-DAY
             EXIT PARAGRAPH
           END-IF

           SET DATE-VALID TO TRUE
           .

      * Log a request turned away, so the audit desk sees failed
      * attempts to operate the transaction, not only the changes
      * that landed; the attempted verb rides in the after-value
       LOG-REFUSED-REQUEST.
           MOVE 'REFUSED '      TO ADM-ACTION
           MOVE INPUTDATE       TO CT-DATE
           MOVE CALENDAR-TARGET TO ADM-TARGET-KEY
           MOVE SPACES          TO ADM-BEFORE-VALUE
           MOVE INPUTVERB       TO ADM-AFTER-VALUE
           PERFORM WRITE-ADMIN-LOG
           .

      * Write one admin-action log record for the action just taken;
      * the caller has set the action, target and values. A failure
      * to log is reported but does not fail the action being logged.
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

      * Compute the current time as HHMMSS for the record timestamp
       CAPTURE-CURRENT-TIME.
           MOVE FUNCTION CURRENT-DATE(9:2)  TO CT-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO CT-MIN
           MOVE FUNCTION CURRENT-DATE(13:2) TO CT-SEC
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
             PERFORM WEBCALM-ERROR
           END-IF
           .

      * Error path processing to write messages and abend
       WEBCALM-ERROR.
           INITIALIZE STATUS-MSG
           MOVE '*** Error occurred in WEBCALM.' TO MSG-TEXT
           PERFORM PRINT-STATUS-MESSAGE

           EXEC CICS ABEND ABCODE(ABEND-CODE) NODUMP END-EXEC
           .

       END PROGRAM 'WEBCALM'.

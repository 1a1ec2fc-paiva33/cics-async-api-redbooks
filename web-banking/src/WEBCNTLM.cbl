      * where type is ODLIMIT (overdraft alert limits, key account
      * number or *DEFAULT), CHLDWAIT (child collection wait in
      * seconds, key *DEFAULT), XFERCAP (daily transfer cap in the
      * home currency, key customer number or *DEFAULT), RATEDAYS
      * (days before a WEBRATES rate is stale, key *DEFAULT), or one
      * of the WEBSCRN screening thresholds SCRREFUS, SCRCAPPC,
      * SCRUNLKM, SCRTOKNS and SCRTOKNM (key *DEFAULT), or one of the
      * WEBODCHG overdraft charges ODINTRT (annual interest rate, a
      * percentage) and ODFEE (breach fee in the home currency), key
      * account number or *DEFAULT, or CUTOFF (the time of day as
      * HH.MM after which a WEBX or WEBY request takes the next
      * business date, key *DEFAULT), or one of the WEBPURGE
      * retention periods in days RETTOKEN, RETALERT, RETADMLG and
      * RETPEND (whole days 1 to 99999, key *DEFAULT)
      * eg:
      * 'WEBM ODLIMIT 00012345 2000.00'
      * 'WEBM ODLIMIT *DEFAULT 500.00'
      * 'WEBM RATEDAYS *DEFAULT 5.00'
      * 'WEBM DUALCTRL *DEFAULT 10000.00'
      * 'WEBM TOKNMINS *DEFAULT 15.00'
      * 'WEBM SCRREFUS *DEFAULT 3.00'
      * 'WEBM SCRCAPPC *DEFAULT 90.00'
      * 'WEBM ODINTRT *DEFAULT 19.90'
      * 'WEBM ODFEE 00012345 0.00'
      * 'WEBM CUTOFF *DEFAULT 17.30'
      * 'WEBM RETPEND *DEFAULT 7.00'
      *
      *
      ******************************************************************
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 33.
       1 INPUTTRANID             PIC X(4)  VALUE ' '.
       1 INPUTTYPE               PIC X(8)  VALUE ' '.
      * The record types the online and batch programs actually read
         88 KNOWN-CONTROL-TYPE             VALUE 'ODLIMIT '
                                                 'CHLDWAIT'
                                                 'XFERCAP '
                                                 'RATEDAYS'
                                                 'DUALCTRL'
                                                 'TOKNMINS'
                                                 'SCRREFUS'
                                                 'SCRCAPPC'
                                                 'SCRUNLKM'
                                                 'SCRTOKNS'
                                                 'SCRTOKNM'
                                                 'ODINTRT '
                                                 'ODFEE   '
                                                 'CUTOFF  '
                                                 'RETTOKEN'
                                                 'RETALERT'
                                                 'RETADMLG'
                                                 'RETPEND '.
      * ... and those of them only ever read under the *DEFAULT key
         88 DEFAULT-ONLY-TYPE              VALUE 'CHLDWAIT'
                                                 'RATEDAYS'
                                                 'DUALCTRL'
                                                 'TOKNMINS'
                                                 'SCRREFUS'
                                                 'SCRCAPPC'
                                                 'SCRUNLKM'
                                                 'SCRTOKNS'
                                                 'SCRTOKNM'
                                                 'CUTOFF  '
                                                 'RETTOKEN'
                                                 'RETALERT'
                                                 'RETADMLG'
                                                 'RETPEND '.
      * ... and the retention periods, held in whole days
         88 RETENTION-PERIOD-TYPE          VALUE 'RETTOKEN'
                                                 'RETALERT'
                                                 'RETADMLG'
                                                 'RETPEND '.
       1 INPUTKEY                PIC X(8)  VALUE ' '.
       1 INPUTVALUE              PIC X(10) VALUE ' '.

      * spaces only) before NUMVAL converts it, because NUMVAL's
      * result is undefined for anything outside its argument format
       1 NEW-VALUE               PIC S9(7)V99 VALUE 0.
       1 NEW-VALUE-UNITS         PIC S9(7) VALUE 0.
       1 VALUE-DIGIT-COUNT       PIC S9(4) COMP-5 SYNC VALUE 0.
       1 VALUE-DOT-COUNT         PIC S9(4) COMP-5 SYNC VALUE 0.
       1 VALUE-FRAC-DIGITS       PIC S9(4) COMP-5 SYNC VALUE 0.
      * Only record types the online programs actually read may be
      * maintained here - a mistyped type would otherwise sit in the
      * file unused and unnoticed
           IF NOT KNOWN-CONTROL-TYPE
             MOVE 'RECORD TYPE NOT RECOGNISED - SEE WEBCNTLR TYPES'
               TO REPLY-TEXT
             PERFORM LOG-REFUSED-REQUEST
             PERFORM SEND-REPLY-AND-RETURN
           END-IF

      * The readers of the child-wait, rate-staleness, dual-control,
      * token-expiry, screening, cutoff and retention records only
      * ever read the *DEFAULT record, so any other key for those
      * types would sit in the file unread while the operator
      * believes the value was changed
           IF DEFAULT-ONLY-TYPE
              AND INPUTKEY NOT = '*DEFAULT'
             STRING INPUTTYPE DELIMITED BY SPACE
                    ' KEY MUST BE *DEFAULT' DELIMITED BY SIZE
             EXIT PARAGRAPH
           END-IF

      * a cutoff is a time of day, HH.MM - anything else would
      * never (or always) be passed and silently switch the cutoff
      * off or on
           MOVE NEW-VALUE TO NEW-VALUE-UNITS
           IF INPUTTYPE = 'CUTOFF  '
              AND (NEW-VALUE > 24.00
                   OR NEW-VALUE - NEW-VALUE-UNITS > 0.59)
             MOVE 'CUTOFF MUST BE A TIME OF DAY HH.MM - EG 17.30'
               TO REPLY-TEXT
             PERFORM LOG-REFUSED-REQUEST
             EXIT PARAGRAPH
           END-IF

      * a retention period is a whole number of days the WEBPURGE
      * checkpoint can hold - under one day would purge the run
      * date's own records, and a wider one cannot be held there
           IF RETENTION-PERIOD-TYPE
              AND (NEW-VALUE < 1
                   OR NEW-VALUE > 99999
                   OR NEW-VALUE NOT = NEW-VALUE-UNITS)
             MOVE 'RETENTION MUST BE WHOLE DAYS 1 TO 99999 - EG 400.00'
               TO REPLY-TEXT
             PERFORM LOG-REFUSED-REQUEST
             EXIT PARAGRAPH
           END-IF

           MOVE NEW-VALUE TO VALUE-DISPLAY
           MOVE VALUE-DISPLAY TO NEW-VALUE-DISPLAY


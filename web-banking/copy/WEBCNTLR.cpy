      *                         token may sit unused before the
      *                         service entry points refuse it as
      *                         expired (CTL-ACCT '*DEFAULT')
      *   CTL-TYPE 'SCRREFUS' - the WEBSCRN suspicious-activity
      *                         screening thresholds, all CTL-ACCT
      *            'SCRCAPPC'   '*DEFAULT': refused requests by one
      *            'SCRUNLKM'   customer in a day (SCRREFUS); the
      *            'SCRTOKNS'   percentage of the XFERCAP daily cap
      *            'SCRTOKNM'   a single payment must reach
      *                         (SCRCAPPC); minutes after a WEBL
      *                         unlock within which a movement is
      *                         reported (SCRUNLKM); and the number
      *                         of WEBTOKEN tokens (SCRTOKNS) issued
      *                         to one account within a window of
      *                         SCRTOKNM minutes
      *   CTL-TYPE 'ODINTRT ' - the annual overdraft interest rate, a
      *                         percentage, that the month-end WEBI
      *                         run (WEBODCHG) charges on an account's
      *                         overdrawn end-of-day balances, for the
      *                         account number in CTL-ACCT or the
      *                         '*DEFAULT' entry
      *   CTL-TYPE 'ODFEE   ' - the flat fee, in the home currency,
      *                         WEBODCHG charges once a month on an
      *                         account that went deeper overdrawn
      *                         than its ODLIMIT limit, for the
      *                         account number in CTL-ACCT or the
      *                         '*DEFAULT' entry
      *   CTL-TYPE 'CUTOFF  ' - the end-of-day cutoff, a time of day
      *                         held as HH.MM (17.30 is half past
      *                         five): a WEBXFER or WEBPAYMT request
      *                         made at or after it takes the next
      *                         business date (see the WEBCALR
      *                         calendar) rather than today's
      *                         (CTL-ACCT '*DEFAULT'; with no record,
      *                         or a zero value, there is no cutoff)
      *   CTL-TYPE 'CLOSED  ' - marks the customer number in CTL-ACCT
      *                         as closed, written only by the WEBC
      *                         closure transaction (WEBCLOSE) under
      *                         dual control; CTL-VALUE is zero and
      *                         CTL-UPDATED-DATE/TIME record when the
      *                         closure was applied. WEBHOME, WEBXFER,
      *                         WEBPAYMT, WEBPAYEM and WEBSOADM refuse
      *                         a customer with this record
      *   CTL-TYPE 'RETTOKEN' - the retention periods, in days, the
      *            'RETALERT'   nightly WEBPURGE housekeeping job
      *            'RETADMLG'   holds WEBTOKEN (dead tokens, judged
      *            'RETPEND '   on their last use), WEBALERT
      *                         (dispatched alerts), WEBADMLG (admin-
      *                         log entries) and WEBPEND (pending
      *                         requests, which expire) to, all
      *                         CTL-ACCT '*DEFAULT'; WEBM takes
      *                         only whole days from 1 to 99999, and
      *                         WEBPURGE holds any other value to
      *                         that range
      *
      * Values are held zoned (not packed) so the records read
      * naturally in an IDCAMS PRINT and can be keyed through the
      * WEBM maintenance transaction (WEBCNTLM), which does not
      * accept the CLOSED type.
      ******************************************************************
       1 WEBCNTL-RECORD.
         2 CTL-KEY.

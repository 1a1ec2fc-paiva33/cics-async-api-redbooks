      *
      * The WEBALRTD batch dispatcher sweeps the file, writes each
      * un-dispatched alert to the fixed-format notification extract
      * for the customer's preferred channel (letter, SMS or e-mail,
      * from the WEBPREF contact preferences - letter where the
      * customer has none), and sets ALR-DISPATCHED so an alert is
      * never sent twice. An alert of a type the customer has opted
      * out of is sent nowhere: it is marked dispatched with the
      * delivery status 'S' and the reason in ALR-SUPPRESS-REASON.
      * Records stay on the file after dispatch as the collections
      * audit trail, until the nightly WEBPURGE job archives and
      * deletes those older than the control file's RETALERT days.
      *
      * The key is the account, date, time and CICS task number
      * (EIBTASKN), the task number keeping two alerts for the same
      * item is re-queued (ALR-NOT-DISPATCHED again) for the next
      * WEBALRTD sweep until ALR-RETRY-COUNT passes the retry
      * limit, after which it goes to the undeliverable report for
      * the collections team to work manually. 'S' is set by
      * WEBALRTD itself on an alert the customer opted out of, which
      * is never sent and so never gets a return.
         2 ALR-DELIVERY-STATUS     PIC X(1).
           88 ALR-DELIVERED                VALUE 'D'.
           88 ALR-DELIVERY-FAILED          VALUE 'F'.
           88 ALR-SUPPRESSED               VALUE 'S'.
           88 ALR-DELIVERY-UNKNOWN         VALUE ' '.
         2 ALR-FAIL-REASON         PIC X(16).
         2 ALR-RETRY-COUNT         PIC 9(2).
      * Routing recorded by WEBALRTD at dispatch: the channel the
      * alert was sent by (spaces until dispatched, and for a
      * suppressed alert), and for a suppressed alert why it was
      * not sent. Both are spaces on an alert written by the online
      * programs.
         2 ALR-CHANNEL             PIC X(1).
           88 ALR-CHANNEL-SMS              VALUE 'S'.
           88 ALR-CHANNEL-EMAIL            VALUE 'E'.
           88 ALR-CHANNEL-LETTER           VALUE 'L'.
         2 ALR-SUPPRESS-REASON     PIC X(16).

      * Record layout for the WEBADMLG file, the operator
      * admin-action log of the Web banking example: one record per
      * action taken through the WEBL lockout administration
      * transaction (WEBLKADM), the WEBM control-file maintenance
      * transaction (WEBCNTLM), the WEBV journal reversal
      * transaction (WEBREVRS), the WEBD business-calendar
      * maintenance transaction (WEBCALM), the WEBC customer
      * closure transaction (WEBCLOSE) and the WEBJ journal inquiry
      * transaction (WEBJRNIQ), carrying who did it (the
      * CICS user and terminal), what was done to which key, and the
      * value before and after. The WEBADMRP batch report prints the
      * log daily for the security desk. The nightly WEBPURGE job
      * archives and purges entries past the RETADMLG retention, and
      * writes the EXPIRED entries below.
      *
      * The key is the date, time and CICS task number (EIBTASKN),
      * so a KSDS browse comes back in time order and two actions in
      * the same second cannot collide.
      *
      * ADM-ACTION values in use:
      *   'VIEW    ' - a record was displayed, nothing changed (for
      *                WEBJ, a journal browse or an entry's postings)
      *   'SET     ' - a control value was changed outright (or,
      *                after 'DELETED', removed by a closure)
      *   'PENDING ' - a dual-control action was stored awaiting a
      *                second supervisor (see the WEBPENDR copybook)
      *   'APPROVE ' - a second supervisor approved a pending
      *                action and it took effect
      *   'REFUSED ' - a request was turned away (bad input, or a
      *                pending action re-keyed by its own requester)
      *   'EXPIRED ' - a pending action nobody approved within the
      *                RETPEND retention was removed by WEBPURGE.
      *                No one keyed it: the operator is the
      *                supervisor whose request expired, the terminal
      *                is blank, the time is the request's own, and
      *                the task number is a slot digit followed by
      *                the request's YYMMDD (so a rerun of the job
      *                finds the entry instead of writing it twice)
      ******************************************************************
       1 WEBADMLG-RECORD.
         2 ADM-KEY.

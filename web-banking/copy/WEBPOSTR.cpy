      * PST-RUN-BALANCE is the balance the account stood at after
      * this posting was applied, mirroring the WEBHISTR container
      * layout the mini-statement is built into.
      *
      * PST-BUSINESS-DATE is the business date the movement counts
      * toward, as XFJ-BUSINESS-DATE on the journal entry behind it
      * (see the WEBXJRN copybook): the next business date for a
      * request made on a non-business day or after the cutoff
      * time. PST-DATE in the key stays the calendar date, so the
      * running balances still chain in key order. A posting
      * written before the field existed (converted by CNVPOST.jcl)
      * holds spaces there; its readers take PST-DATE instead.
      ******************************************************************
       1 WEBPOST-RECORD.
         2 PST-KEY.
         2 PST-AMOUNT              PIC S9(6)V99 COMP-3.
         2 PST-RUN-BALANCE         PIC S9(6)V99 COMP-3.
         2 PST-CURRENCY            PIC X(3).
         2 PST-BUSINESS-DATE       PIC X(8).

      * written by WEBXFER for every transfer request it handles and
      * by WEBPAYMT for every third-party payment request - posted,
      * refused or failed - so the back office can trace each movement
      * of money out of a customer's accounts (online, through the
      * read-only WEBJ journal inquiry, WEBJRNIQ). XFJ-STATUS tells an
      * own-account transfer (POSTED/REFUSED) apart from a payment to
      * another customer's registered payee account (PAYMENT/PAYREFUS)
      * and from a standing-order execution by the WEBSOEXC nightly
      * executor (SOPOSTED/SOREFUSE).
      *
      * A posted entry reversed by a supervisor through the WEBV
      * transaction (WEBREVRS) is rewritten with status REVERSED, so
      * it can never be reversed twice, and XFJ-REASON then carries
      * the status it had (XFJ-REASON-ORIG-STATUS) and the date it was
      * reversed (XFJ-REASON-LINK-DATE). The compensating movement is
      * journaled in its own right with status REVERSAL, keyed under
      * the account it debits (the original's credited account), its
      * XFJ-REASON carrying the original's status and date the same
      * way.
      *
      * The month-end overdraft charge run (WEBI transaction,
      * WEBODCHG) journals each interest-and-fee charge it posts with
      * status ODCHARGE, keyed under the charged account; XFJ-TO-ACCT
      * is then the bank's overdraft income account and XFJ-REASON
      * names the month charged ('OD CHARGE yyyymm').
      *
      * The key (XFJ-KEY) is the debited account followed by the
      * request date and time, so a KSDS browse comes back in time
      * order within an account. XFJ-TIME only has one-second
      * unique for every task running in the region) is carried in the
      * key too, to keep two transfers from the same account in the
      * same second from colliding.
      *
      * XFJ-DATE is the calendar date the request was made; the
      * business date the movement counts toward - for the daily
      * transfer cap, the reconciliation and the GL extract - is
      * XFJ-BUSINESS-DATE. The two differ for a WEBXFER or WEBPAYMT
      * request made on a non-business day (see the WEBCALR
      * calendar) or after the WEBCNTL CUTOFF time, which takes the
      * next business date. The key stays on the calendar date and
      * time, so the journal keeps the order things really happened
      * in. An entry written before the field existed (converted
      * by CNVXJRNL.jcl) holds spaces there; its readers take
      * XFJ-DATE instead.
      ******************************************************************
       1 WEBXJRNL-RECORD.
         2 XFJ-KEY.
           88 XFJ-PAY-REFUSED               VALUE 'PAYREFUS'.
           88 XFJ-SO-POSTED                 VALUE 'SOPOSTED'.
           88 XFJ-SO-REFUSED                VALUE 'SOREFUSE'.
           88 XFJ-REVERSED                  VALUE 'REVERSED'.
           88 XFJ-REVERSAL                  VALUE 'REVERSAL'.
           88 XFJ-OD-CHARGE                 VALUE 'ODCHARGE'.
         2 XFJ-REASON              PIC X(16).
         2 XFJ-REVERSAL-REASON REDEFINES XFJ-REASON.
           3 XFJ-REASON-ORIG-STATUS PIC X(8).
           3 XFJ-REASON-LINK-DATE   PIC X(8).
         2 XFJ-BUSINESS-DATE       PIC X(8).

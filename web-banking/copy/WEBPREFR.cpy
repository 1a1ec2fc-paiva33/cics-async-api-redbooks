      ******************************************************************
      * WEBPREFR
      *
      * Record layout for the WEBPREF file, the customer contact
      * preferences of the Web banking example: one record per
      * customer, keyed by the customer number, holding the channel
      * the customer wants alerts delivered by and which alert types
      * they have opted out of.
      *
      * Customers maintain their own record through the WEBN
      * transaction (WEBPREFM), after the same VERIFYPN PIN check the
      * other customer-driven transactions make; the internet banking
      * front end LINKs to the same program with a channel, presenting
      * the PIN or a WEBHOME session token.
      *
      * The WEBALRTD alert dispatcher reads it for every alert it
      * sweeps: an alert of a type the customer has opted out of is
      * suppressed (marked dispatched with the reason recorded on the
      * WEBALERT record, and sent nowhere), anything else goes to the
      * extract for the preferred channel. A customer with no record
      * gets letters and every alert type - the behaviour from before
      * preferences existed - and that is also what WEBN shows them
      * until they first change something.
      *
      * Only the choice of channel is held here; the phone number and
      * e-mail address themselves stay with the notification system,
      * which already holds them against the customer number.
      ******************************************************************
       1 WEBPREF-RECORD.
         2 PRF-KEY.
           3 PRF-CUSTOMER-NUM      PIC X(4).
         2 PRF-CHANNEL             PIC X(1).
           88 PRF-CHANNEL-SMS              VALUE 'S'.
           88 PRF-CHANNEL-EMAIL            VALUE 'E'.
           88 PRF-CHANNEL-LETTER           VALUE 'L'.
      * Opt-outs by alert type (see ALR-ALERT-TYPE in WEBALRTR):
      * 'Y' means the customer does not want alerts of that type
         2 PRF-OPT-OUT-OD          PIC X(1).
           88 PRF-OPTED-OUT-OD             VALUE 'Y'.
         2 PRF-OPT-OUT-SO          PIC X(1).
           88 PRF-OPTED-OUT-SO             VALUE 'Y'.
      * When, and by which route, the record was last changed
         2 PRF-UPDATED-DATE        PIC X(8).
         2 PRF-UPDATED-TIME        PIC X(6).
         2 PRF-UPDATED-VIA         PIC X(1).
           88 PRF-VIA-TERMINAL             VALUE 'T'.
           88 PRF-VIA-CHANNEL              VALUE 'C'.

      ******************************************************************
      * WEBGLRTR
      *
      * Record layout for the WEBGLRT file, the rate register of the
      * WEBGLEXT general-ledger extract (see DEFGLRT.jcl for the
      * cluster). WEBRATES only ever holds the current rate, so the
      * first extract run for a business date records here the rate
      * it converted each currency at, and any rerun for that date
      * converts at the registered rate - the GL file for a date
      * comes out the same however late it is rerun, even after
      * treasury has loaded newer rates.
      *
      * The key is the business date followed by the currency code.
      * The rate is held zoned, exactly as RTE-RATE on WEBRATES.
      ******************************************************************
       1 WEBGLRT-RECORD.
         2 GLR-KEY.
           3 GLR-BUSINESS-DATE     PIC X(8).
           3 GLR-CURRENCY          PIC X(3).
         2 GLR-RATE                PIC S9(3)V9(6).
         2 GLR-CAPTURED-DATE       PIC X(8).
         2 GLR-CAPTURED-TIME       PIC X(6).

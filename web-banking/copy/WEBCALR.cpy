      ******************************************************************
      * WEBCALR
      *
      * Record layout for the WEBCAL file, the business-day calendar
      * of the Web banking example (see DEFCAL.jcl for the cluster):
      * one record per bank holiday or other weekday the bank does
      * not open, keyed by the date. Saturdays and Sundays are never
      * business days and are not held on the file; any weekday with
      * no record is a business day.
      *
      * Operations maintain the file through the WEBD supervisor
      * transaction (WEBCALM), every change logged to WEBADMLG. It
      * is read by:
      *   - WEBSOEXC (transaction WEBR), which executes a standing
      *     order due on a non-business day on the next business day
      *     instead; SOR-NEXT-RUN-DATE and SOR-SCHED-DAY keep the
      *     scheduled date, so the roll never shifts the schedule
      *   - WEBXFER and WEBPAYMT, which give a request keyed on a
      *     non-business day, or after the WEBCNTL CUTOFF time, the
      *     next business date (XFJ-BUSINESS-DATE and
      *     PST-BUSINESS-DATE) and count it toward that date's
      *     daily transfer cap
      ******************************************************************
       1 WEBCAL-RECORD.
         2 CAL-KEY.
           3 CAL-DATE              PIC X(8).
         2 CAL-DESCRIPTION         PIC X(20).
         2 CAL-UPDATED-BY          PIC X(8).
         2 CAL-UPDATED-DATE        PIC X(8).
         2 CAL-UPDATED-TIME        PIC X(6).

      ******************************************************************
      * WEBPCKPT
      *
      * Record layout for the nightly retention housekeeping job's
      * checkpoint file (one 80-byte record), which makes WEBPURGE's
      * copy-then-purge restartable in the same way WEBACKPT does for
      * the WEBAUDIT archival:
      *
      *   PCK-PHASE 'C' - copying (or idle): nothing has been deleted
      *                   from any live file, so an abended run is
      *                   simply rerun from the top; the abnormal
      *                   disposition on the two archive DDs scratches
      *                   the partial generations.
      *   PCK-PHASE 'D' - both archive generations complete and
      *                   catalogued; the delete step may (must) purge
      *                   by the cutoff dates held here. An abend
      *                   mid-delete is rerun from the delete step
      *                   only.
      *
      * The cutoff dates are worked out once, by the copy step, from
      * the WEBCNTL retention records and the run date; a record dated
      * BEFORE its file's cutoff is past retention. Holding them here
      * means a delete step rerun on a later day still purges exactly
      * what the archive generations hold, and nothing newer.
      *
      * PCK-DELETE-STARTED is set as the delete step begins, so a
      * rerun can say on its summary that its counts cover only what
      * the abended attempt left behind.
      ******************************************************************
       1 WEBPURGE-CHECKPOINT.
         2 PCK-PHASE               PIC X(1).
           88 PCK-PHASE-COPY                VALUE 'C'.
           88 PCK-PHASE-DELETE             VALUE 'D'.
         2 PCK-RUN-DATE            PIC X(8).
         2 PCK-TOKEN-CUTOFF        PIC X(8).
         2 PCK-ALERT-CUTOFF        PIC X(8).
         2 PCK-ADMLOG-CUTOFF       PIC X(8).
         2 PCK-PEND-CUTOFF         PIC X(8).
         2 PCK-TOKEN-DAYS          PIC 9(5).
         2 PCK-ALERT-DAYS          PIC 9(5).
         2 PCK-ADMLOG-DAYS         PIC 9(5).
         2 PCK-PEND-DAYS           PIC 9(5).
         2 PCK-ALERTS-ARCHIVED     PIC 9(7).
         2 PCK-ADMLOG-ARCHIVED     PIC 9(7).
         2 PCK-DELETE-STARTED      PIC X(1).
           88 PCK-DELETE-WAS-STARTED       VALUE 'Y'.
         2 FILLER                  PIC X(4).

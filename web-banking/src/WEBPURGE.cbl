      ******************************************************************
      *  WEBPURGE
      *
      * Nightly batch retention housekeeping for the Web banking
      * example. Nothing online ever deletes from four of its VSAM
      * files, so without this job they grow for good: WEBTOKEN keeps
      * every revoked and expired session token, WEBALERT every
      * dispatched alert, WEBADMLG every supervisor action and WEBPEND
      * every dual-control request nobody ever approved. Each file is
      * held to its own retention period, in days, from a *DEFAULT
      * record on WEBCNTL (types RETTOKEN, RETALERT, RETADMLG and
      * RETPEND, see the WEBCNTLR copybook), with the fallback below
      * used when a record is missing; a value under one day is taken
      * as one, so nothing of the run date itself is ever purged.
      *
      *   WEBTOKEN - a token that is revoked, or has sat idle longer
      *              than the TOKNMINS expiry, and was last used (or,
      *              never used, issued) before the cutoff is deleted.
      *              Tokens are not archived: the security desk's
      *              trail of who logged on lives in WEBAUDIT.
      *   WEBALERT - a DISPATCHED alert dated before the cutoff is
      *              copied to the alert archive generation, then
      *              deleted. An alert still waiting for dispatch
      *              (new, or re-queued by WEBNTFRT) is never touched.
      *   WEBADMLG - an entry dated before the cutoff is copied to the
      *              admin-log archive generation, then deleted.
      *   WEBPEND  - a request made before the cutoff has expired: an
      *              EXPIRED entry is written to WEBADMLG for it (so
      *              the log closes out its PENDING entry), then the
      *              request is deleted.
      *
      * The job runs this program twice (see WEBPURGE.jcl), with the
      * four files closed in CICS for the whole window, on the same
      * pattern as the WEBAUDIT archival (WEBAUDAR):
      *
      *   PARM='COPY'   - work out each file's cutoff date, copy the
      *                   WEBALERT and WEBADMLG records past retention
      *                   to a new generation each, then checkpoint
      *                   phase 'D' with the cutoffs and counts
      *   PARM='DELETE' - purge all four files by the checkpointed
      *                   cutoffs, print the purge summary, then reset
      *                   the checkpoint to phase 'C'
      *
      * Restart: an abend in the COPY step leaves the checkpoint at
      * phase 'C' and both partial generations are scratched by the
      * DDs' abnormal disposition - rerun the whole job; nothing was
      * deleted. As in WEBAUDAR, every COPY-step failure ends in a
      * user abend (FORCE-ABNORMAL-END) so that disposition always
      * takes effect. An abend in the DELETE step leaves phase 'D' -
      * rerun from the DELETE step only: the purge works from the
      * checkpointed cutoffs, so records already deleted are simply
      * gone and the rest still qualify, and nothing is archived
      * twice. The one write the delete step makes, a pending
      * request's EXPIRED entry, is keyed on the checkpointed run
      * date and the request's own time and date, so a rerun that
      * meets a request whose entry was written (but which was not
      * yet deleted) finds that entry instead of logging it twice.
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example. It is batch housekeeping for the
      * files the online transactions write.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. WEBPURGE.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT WEBCNTL-FILE ASSIGN TO WEBCNTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CTL-KEY
                FILE STATUS IS WS-CNTL-STATUS.

            SELECT WEBTOKEN-FILE ASSIGN TO WEBTOKEN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS TOK-KEY
                FILE STATUS IS WS-TOKEN-STATUS.

            SELECT WEBALERT-FILE ASSIGN TO WEBALERT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ALR-KEY
                FILE STATUS IS WS-ALERT-STATUS.

      * DYNAMIC: the delete step browses the log to purge it, then
      * writes (and on a rerun, reads back) EXPIRED entries by key
            SELECT WEBADMLG-FILE ASSIGN TO WEBADMLG
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ADM-KEY
                FILE STATUS IS WS-ADMLOG-STATUS.

            SELECT WEBPEND-FILE ASSIGN TO WEBPEND
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS PND-KEY
                FILE STATUS IS WS-PEND-STATUS.

            SELECT ALERT-ARCHIVE-FILE ASSIGN TO ALRTARCH
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-ALRTARCH-STATUS.

            SELECT ADMLOG-ARCHIVE-FILE ASSIGN TO ADMLARCH
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-ADMLARCH-STATUS.

      * OPTIONAL so a never-yet-written checkpoint file reads as
      * end-of-file (a fresh phase-C state) instead of failing
            SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO CHKPOINT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CHKPT-STATUS.

            SELECT REPORT-FILE ASSIGN TO REPTOUT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  WEBCNTL-FILE
            RECORD CONTAINS 39 CHARACTERS.
            COPY WEBCNTLR.

        FD  WEBTOKEN-FILE
            RECORD CONTAINS 49 CHARACTERS.
            COPY WEBTOKNR.

        FD  WEBALERT-FILE
            RECORD CONTAINS 106 CHARACTERS.
            COPY WEBALRTR.

        FD  WEBADMLG-FILE
            RECORD CONTAINS 85 CHARACTERS.
            COPY WEBADMLR.

        FD  WEBPEND-FILE
            RECORD CONTAINS 74 CHARACTERS.
            COPY WEBPENDR.

        FD  ALERT-ARCHIVE-FILE
            RECORD CONTAINS 106 CHARACTERS.
        1  ALERT-ARCHIVE-RECORD         PIC X(106).

        FD  ADMLOG-ARCHIVE-FILE
            RECORD CONTAINS 85 CHARACTERS.
        1  ADMLOG-ARCHIVE-RECORD        PIC X(85).

        FD  CHECKPOINT-FILE
            RECORD CONTAINS 80 CHARACTERS.
            COPY WEBPCKPT.

        FD  REPORT-FILE
            RECORD CONTAINS 132 CHARACTERS.
        1  REPORT-RECORD                PIC X(132).

        WORKING-STORAGE SECTION.

       1 WS-CNTL-STATUS                 PIC X(2)  VALUE '00'.
         88 CNTL-STATUS-OK                        VALUE '00'.
       1 WS-TOKEN-STATUS                PIC X(2)  VALUE '00'.
         88 TOKEN-STATUS-OK                       VALUE '00'.
       1 WS-ALERT-STATUS                PIC X(2)  VALUE '00'.
         88 ALERT-STATUS-OK                       VALUE '00'.
       1 WS-ADMLOG-STATUS               PIC X(2)  VALUE '00'.
         88 ADMLOG-STATUS-OK                      VALUE '00'.
         88 ADMLOG-DUPLICATE-KEY                  VALUE '22'.
       1 WS-PEND-STATUS                 PIC X(2)  VALUE '00'.
         88 PEND-STATUS-OK                        VALUE '00'.
       1 WS-ALRTARCH-STATUS             PIC X(2)  VALUE '00'.
       1 WS-ADMLARCH-STATUS             PIC X(2)  VALUE '00'.
       1 WS-CHKPT-STATUS                PIC X(2)  VALUE '00'.
       1 WS-REPORT-STATUS               PIC X(2)  VALUE '00'.

       1 WS-TOKEN-EOF-SW                PIC X     VALUE 'N'.
         88 END-OF-TOKEN-FILE                     VALUE 'Y'.
       1 WS-ALERT-EOF-SW                PIC X     VALUE 'N'.
         88 END-OF-ALERT-FILE                     VALUE 'Y'.
       1 WS-ADMLOG-EOF-SW               PIC X     VALUE 'N'.
         88 END-OF-ADMLOG-FILE                    VALUE 'Y'.
       1 WS-PEND-EOF-SW                 PIC X     VALUE 'N'.
         88 END-OF-PEND-FILE                      VALUE 'Y'.
       1 WS-CHKPT-EOF-SW                PIC X     VALUE 'N'.
         88 END-OF-CHKPT-FILE                     VALUE 'Y'.
       1 WS-RESTART-SW                  PIC X     VALUE 'N'.
         88 DELETE-RESTARTED                      VALUE 'Y'.

      * The checkpoint state carried between the two steps (and
      * between an abended run and its rerun); laid out exactly as
      * the WEBPCKPT record, so it moves to and from it whole
       1 WS-CHECKPOINT.
         2 WS-CKP-PHASE                 PIC X(1)  VALUE 'C'.
           88 WS-PHASE-COPY                       VALUE 'C'.
           88 WS-PHASE-DELETE                     VALUE 'D'.
         2 WS-CKP-RUN-DATE              PIC X(8)  VALUE SPACES.
         2 WS-CKP-TOKEN-CUTOFF          PIC X(8)  VALUE SPACES.
         2 WS-CKP-ALERT-CUTOFF          PIC X(8)  VALUE SPACES.
         2 WS-CKP-ADMLOG-CUTOFF         PIC X(8)  VALUE SPACES.
         2 WS-CKP-PEND-CUTOFF           PIC X(8)  VALUE SPACES.
         2 WS-CKP-TOKEN-DAYS            PIC 9(5)  VALUE 0.
         2 WS-CKP-ALERT-DAYS            PIC 9(5)  VALUE 0.
         2 WS-CKP-ADMLOG-DAYS           PIC 9(5)  VALUE 0.
         2 WS-CKP-PEND-DAYS             PIC 9(5)  VALUE 0.
         2 WS-CKP-ALERTS-ARCHIVED       PIC 9(7)  VALUE 0.
         2 WS-CKP-ADMLOG-ARCHIVED       PIC 9(7)  VALUE 0.
         2 WS-CKP-DELETE-STARTED        PIC X(1)  VALUE 'N'.
           88 WS-DELETE-WAS-STARTED               VALUE 'Y'.
         2 FILLER                       PIC X(4)  VALUE SPACES.

      * Retention periods from the control file's *DEFAULT records,
      * with the fallbacks used when a record is missing
       1 WS-FALLBACK-TOKEN-DAYS         PIC 9(5)  VALUE 30.
       1 WS-FALLBACK-ALERT-DAYS         PIC 9(5)  VALUE 400.
       1 WS-FALLBACK-ADMLOG-DAYS        PIC 9(5)  VALUE 730.
       1 WS-FALLBACK-PEND-DAYS          PIC 9(5)  VALUE 7.
       1 WS-RETAIN-TYPE                 PIC X(8)  VALUE SPACES.
       1 WS-RETAIN-FALLBACK             PIC 9(5)  VALUE 0.
       1 WS-RETAIN-DAYS                 PIC 9(5)  VALUE 0.
       1 WS-RETAIN-CUTOFF               PIC X(8)  VALUE SPACES.

      * The session-token inactivity expiry, as WEBHOME applies it
       1 WS-TOKEN-EXPIRY-MINS           PIC S9(9) COMP VALUE 0.
       1 WS-FALLBACK-TOKEN-MINS         PIC S9(9) COMP VALUE 15.

       1 WS-DATE-NUM                    PIC 9(8)  VALUE 0.

      * Idle-time arithmetic for a token: its last activity (last
      * use, or issue if never used) against the time of the run
       1 WS-ACTIVITY-DATE               PIC X(8)  VALUE SPACES.
       1 WS-ACTIVITY-TIME               PIC X(6)  VALUE SPACES.
       1 WS-TIME-WORK                   PIC X(6)  VALUE '000000'.
       1 WS-TIME-PARTS REDEFINES WS-TIME-WORK.
         2 WS-TIME-HH                   PIC 9(2).
         2 WS-TIME-MM                   PIC 9(2).
         2 WS-TIME-SS                   PIC 9(2).
       1 WS-NOW-DATE                    PIC X(8)  VALUE SPACES.
       1 WS-NOW-TIME                    PIC X(6)  VALUE SPACES.
       1 WS-NOW-SECS                    PIC S9(15) COMP-3 VALUE 0.
       1 WS-ACTIVITY-SECS               PIC S9(15) COMP-3 VALUE 0.
       1 WS-IDLE-MINS                   PIC S9(11) COMP-3 VALUE 0.
       1 WS-TOKEN-PURGE-SW              PIC X     VALUE 'N'.
         88 TOKEN-TO-PURGE                        VALUE 'Y'.

      * Building a pending request's EXPIRED entry: the key is the
      * checkpointed run date, the request's time, and a task number
      * made of a slot digit and the request's YYMMDD. A slot taken
      * by some other request's entry moves on to the next digit; a
      * slot holding this request's own entry means an earlier
      * attempt already wrote it.
       1 WS-EXPIRY-SLOT                 PIC 9(2)  VALUE 0.
       1 WS-PEND-YYMMDD                 PIC 9(6)  VALUE 0.
       1 WS-EXPIRY-SW                   PIC X     VALUE 'N'.
         88 EXPIRY-ENTRY-DONE                     VALUE 'Y'.

      * Counts per file for the summary
       1 WS-COPIED-ALERTS               PIC 9(7)  VALUE 0.
       1 WS-COPIED-ADMLOG               PIC 9(7)  VALUE 0.
       1 WS-TOKEN-READ                  PIC 9(7)  VALUE 0.
       1 WS-TOKEN-PURGED                PIC 9(7)  VALUE 0.
       1 WS-TOKEN-RETAINED              PIC 9(7)  VALUE 0.
       1 WS-ALERT-READ                  PIC 9(7)  VALUE 0.
       1 WS-ALERT-PURGED                PIC 9(7)  VALUE 0.
       1 WS-ALERT-RETAINED              PIC 9(7)  VALUE 0.
       1 WS-ADMLOG-READ                 PIC 9(7)  VALUE 0.
       1 WS-ADMLOG-PURGED               PIC 9(7)  VALUE 0.
       1 WS-ADMLOG-RETAINED             PIC 9(7)  VALUE 0.
       1 WS-PEND-READ                   PIC 9(7)  VALUE 0.
       1 WS-PEND-EXPIRED                PIC 9(7)  VALUE 0.
       1 WS-PEND-RETAINED               PIC 9(7)  VALUE 0.
       1 WS-EXPIRED-LOGGED              PIC 9(7)  VALUE 0.
       1 WS-EXPIRED-FOUND               PIC 9(7)  VALUE 0.

      * User abend issued by FORCE-ABNORMAL-END (via the Language
      * Environment CEE3ABD service) so the step ends ABNORMALLY and
      * the archive DDs' abnormal disposition scratches the
      * generations
       1 WS-ABEND-CODE                  PIC S9(9) COMP VALUE 1001.
       1 WS-ABEND-TIMING                PIC S9(9) COMP VALUE 1.

       1 WS-REPORT-DATE.
         2 WS-RPT-YEAR                  PIC X(4).
         2 WS-RPT-MONTH                 PIC X(2).
         2 WS-RPT-DAY                   PIC X(2).

       1 HEADING-LINE-1.
         2 FILLER                       PIC X(40)
             VALUE 'NIGHTLY RETENTION HOUSEKEEPING'.
         2 FILLER                       PIC X(10) VALUE SPACES.
         2 FILLER                       PIC X(6)  VALUE 'DATE: '.
         2 H1-DATE                      PIC X(10) VALUE SPACES.

       1 HEADING-LINE-2.
         2 FILLER                       PIC X(10) VALUE 'FILE'.
         2 FILLER                       PIC X(8)  VALUE '  DAYS'.
         2 FILLER                       PIC X(10) VALUE 'CUTOFF'.
         2 FILLER                       PIC X(10) VALUE '   READ'.
         2 FILLER                       PIC X(10) VALUE 'ARCHIVED'.
         2 FILLER                       PIC X(10) VALUE ' PURGED'.
         2 FILLER                       PIC X(10) VALUE 'RETAINED'.

       1 DETAIL-FILE-LINE.
         2 DF-FILE                      PIC X(8).
         2 FILLER                       PIC X(2)  VALUE SPACES.
         2 DF-DAYS                      PIC ZZ,ZZ9.
         2 FILLER                       PIC X(2)  VALUE SPACES.
         2 DF-CUTOFF                    PIC X(8).
         2 FILLER                       PIC X(2)  VALUE SPACES.
         2 DF-READ                      PIC ZZZ,ZZ9.
         2 FILLER                       PIC X(3)  VALUE SPACES.
         2 DF-ARCHIVED                  PIC ZZZ,ZZ9.
         2 FILLER                       PIC X(3)  VALUE SPACES.
         2 DF-PURGED                    PIC ZZZ,ZZ9.
         2 FILLER                       PIC X(3)  VALUE SPACES.
         2 DF-RETAINED                  PIC ZZZ,ZZ9.

       1 TOTAL-LINE.
         2 FILLER                       PIC X(30) VALUE SPACES.
         2 TL-LABEL                     PIC X(30).
         2 TL-VALUE                     PIC ZZZ,ZZ9.

        LINKAGE SECTION.

      * Which phase to run, from the EXEC statement's PARM
       1 PARM-DATA.
         2 PARM-LENGTH                  PIC S9(4) COMP.
         2 PARM-TEXT                    PIC X(8).

        PROCEDURE DIVISION USING PARM-DATA.

       MAINLINE SECTION.
      * --------------------------------------------------------------
      * Start of the main code execution
      * --------------------------------------------------------------
           PERFORM READ-CHECKPOINT

           EVALUATE TRUE
             WHEN PARM-LENGTH = 4 AND PARM-TEXT(1:4) = 'COPY'
               PERFORM COPY-PHASE
             WHEN PARM-LENGTH = 6 AND PARM-TEXT(1:6) = 'DELETE'
               PERFORM DELETE-PHASE
             WHEN OTHER
               DISPLAY '*** WEBPURGE PARM must be COPY or DELETE'
               MOVE 12 TO RETURN-CODE
           END-EVALUATE

           STOP RUN
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * --------------------------------------------------------------
      * Below are helpful procedures and routines
      * --------------------------------------------------------------

      * Work out the cutoffs, then copy the WEBALERT and WEBADMLG
      * records past retention to their new archive generations.
      * Nothing is deleted here: only once both archives are
      * complete and closed does the checkpoint move to phase D,
      * licensing the DELETE step to purge by the same cutoffs.
      * Every failure path below ends in FORCE-ABNORMAL-END, never a
      * plain bad return code, so the archive DDs' abnormal
      * disposition always scratches the partial generations.
       COPY-PHASE.
           IF WS-PHASE-DELETE
             DISPLAY '*** WEBPURGE: a prior run''s delete is still'
                     ' pending - rerun the DELETE step, not COPY'
             PERFORM FORCE-ABNORMAL-END
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CKP-RUN-DATE
           PERFORM GET-RETENTION-CUTOFFS

           OPEN INPUT WEBALERT-FILE
           IF NOT ALERT-STATUS-OK
             DISPLAY '*** Unable to open WEBALERT, status='
                     WS-ALERT-STATUS
             PERFORM FORCE-ABNORMAL-END
           END-IF

           OPEN OUTPUT ALERT-ARCHIVE-FILE
           IF WS-ALRTARCH-STATUS NOT = '00'
             DISPLAY '*** Unable to open ALRTARCH, status='
                     WS-ALRTARCH-STATUS
             CLOSE WEBALERT-FILE
             PERFORM FORCE-ABNORMAL-END
           END-IF

           PERFORM READ-NEXT-ALERT-RECORD
           PERFORM UNTIL END-OF-ALERT-FILE
             IF ALR-DISPATCHED
                AND ALR-DATE < WS-CKP-ALERT-CUTOFF
               WRITE ALERT-ARCHIVE-RECORD FROM WEBALERT-RECORD
               IF WS-ALRTARCH-STATUS NOT = '00'
                 DISPLAY '*** ALRTARCH write failed, status='
                         WS-ALRTARCH-STATUS
                 CLOSE WEBALERT-FILE
                 PERFORM FORCE-ABNORMAL-END
               END-IF
               ADD 1 TO WS-COPIED-ALERTS
             END-IF
             PERFORM READ-NEXT-ALERT-RECORD
           END-PERFORM

           CLOSE WEBALERT-FILE
           CLOSE ALERT-ARCHIVE-FILE

           OPEN INPUT WEBADMLG-FILE
           IF NOT ADMLOG-STATUS-OK
             DISPLAY '*** Unable to open WEBADMLG, status='
                     WS-ADMLOG-STATUS
             PERFORM FORCE-ABNORMAL-END
           END-IF

           OPEN OUTPUT ADMLOG-ARCHIVE-FILE
           IF WS-ADMLARCH-STATUS NOT = '00'
             DISPLAY '*** Unable to open ADMLARCH, status='
                     WS-ADMLARCH-STATUS
             CLOSE WEBADMLG-FILE
             PERFORM FORCE-ABNORMAL-END
           END-IF

      * the log is keyed by date first, so the first entry on or
      * after the cutoff ends the copy
           PERFORM READ-NEXT-ADMLOG-RECORD
           PERFORM UNTIL END-OF-ADMLOG-FILE
                      OR ADM-DATE NOT < WS-CKP-ADMLOG-CUTOFF
             WRITE ADMLOG-ARCHIVE-RECORD FROM WEBADMLG-RECORD
             IF WS-ADMLARCH-STATUS NOT = '00'
               DISPLAY '*** ADMLARCH write failed, status='
                       WS-ADMLARCH-STATUS
               CLOSE WEBADMLG-FILE
               PERFORM FORCE-ABNORMAL-END
             END-IF
             ADD 1 TO WS-COPIED-ADMLOG
             PERFORM READ-NEXT-ADMLOG-RECORD
           END-PERFORM

           CLOSE WEBADMLG-FILE
           CLOSE ADMLOG-ARCHIVE-FILE

           DISPLAY 'WEBPURGE COPY: ' WS-COPIED-ALERTS
                   ' ALERTS AND ' WS-COPIED-ADMLOG
                   ' ADMIN-LOG ENTRIES ARCHIVED'

      * both archive generations are complete and closed - only now
      * is the delete phase licensed. An empty night still cycles
      * the checkpoint, with empty generations catalogued.
           SET WS-PHASE-DELETE TO TRUE
           MOVE WS-COPIED-ALERTS TO WS-CKP-ALERTS-ARCHIVED
           MOVE WS-COPIED-ADMLOG TO WS-CKP-ADMLOG-ARCHIVED
           MOVE 'N' TO WS-CKP-DELETE-STARTED
           PERFORM WRITE-CHECKPOINT
           .

      * Purge all four files by the checkpointed cutoffs, expiring
      * the pending requests past theirs, and print the summary
       DELETE-PHASE.
           IF NOT WS-PHASE-DELETE
             DISPLAY '*** WEBPURGE: no completed archive is pending'
                     ' deletion - run the COPY step first'
             MOVE 4 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF

           IF WS-DELETE-WAS-STARTED
             DISPLAY 'WEBPURGE DELETE: restarting the delete of the '
                     WS-CKP-RUN-DATE ' run'
             SET DELETE-RESTARTED TO TRUE
           ELSE
             SET WS-DELETE-WAS-STARTED TO TRUE
             PERFORM WRITE-CHECKPOINT
           END-IF

           PERFORM OPEN-PURGE-FILES
           PERFORM GET-TOKEN-EXPIRY-MINS

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NOW-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME

           PERFORM PURGE-TOKENS
           PERFORM PURGE-ALERTS
           PERFORM PURGE-ADMIN-LOG
           PERFORM EXPIRE-PENDING-REQUESTS

           PERFORM WRITE-PURGE-SUMMARY
           PERFORM CLOSE-PURGE-FILES

           DISPLAY 'WEBPURGE DELETE: ' WS-TOKEN-PURGED ' TOKENS, '
                   WS-ALERT-PURGED ' ALERTS, '
                   WS-ADMLOG-PURGED ' ADMIN-LOG ENTRIES PURGED, '
                   WS-PEND-EXPIRED ' PENDING REQUESTS EXPIRED'

      * the cycle is complete; the next run starts a fresh copy
           INITIALIZE WS-CHECKPOINT
           MOVE 'C' TO WS-CKP-PHASE
           MOVE 'N' TO WS-CKP-DELETE-STARTED
           PERFORM WRITE-CHECKPOINT
           .

      * Load each file's retention period and turn it into the
      * cutoff date: the run date less that many days
       GET-RETENTION-CUTOFFS.
           OPEN INPUT WEBCNTL-FILE
           IF NOT CNTL-STATUS-OK
             DISPLAY '*** Unable to open WEBCNTL, status='
                     WS-CNTL-STATUS
             PERFORM FORCE-ABNORMAL-END
           END-IF

           MOVE 'RETTOKEN' TO WS-RETAIN-TYPE
           MOVE WS-FALLBACK-TOKEN-DAYS TO WS-RETAIN-FALLBACK
           PERFORM READ-RETENTION
           MOVE WS-RETAIN-DAYS   TO WS-CKP-TOKEN-DAYS
           MOVE WS-RETAIN-CUTOFF TO WS-CKP-TOKEN-CUTOFF

           MOVE 'RETALERT' TO WS-RETAIN-TYPE
           MOVE WS-FALLBACK-ALERT-DAYS TO WS-RETAIN-FALLBACK
           PERFORM READ-RETENTION
           MOVE WS-RETAIN-DAYS   TO WS-CKP-ALERT-DAYS
           MOVE WS-RETAIN-CUTOFF TO WS-CKP-ALERT-CUTOFF

           MOVE 'RETADMLG' TO WS-RETAIN-TYPE
           MOVE WS-FALLBACK-ADMLOG-DAYS TO WS-RETAIN-FALLBACK
           PERFORM READ-RETENTION
           MOVE WS-RETAIN-DAYS   TO WS-CKP-ADMLOG-DAYS
           MOVE WS-RETAIN-CUTOFF TO WS-CKP-ADMLOG-CUTOFF

           MOVE 'RETPEND ' TO WS-RETAIN-TYPE
           MOVE WS-FALLBACK-PEND-DAYS TO WS-RETAIN-FALLBACK
           PERFORM READ-RETENTION
           MOVE WS-RETAIN-DAYS   TO WS-CKP-PEND-DAYS
           MOVE WS-RETAIN-CUTOFF TO WS-CKP-PEND-CUTOFF

           CLOSE WEBCNTL-FILE

           DISPLAY 'WEBPURGE: CUTOFFS TOKEN ' WS-CKP-TOKEN-CUTOFF
                   ' ALERT ' WS-CKP-ALERT-CUTOFF
                   ' ADMLOG ' WS-CKP-ADMLOG-CUTOFF
                   ' PEND ' WS-CKP-PEND-CUTOFF
           .

       READ-RETENTION.
           MOVE WS-RETAIN-TYPE TO CTL-TYPE
           MOVE '*DEFAULT'     TO CTL-ACCT
           READ WEBCNTL-FILE
           IF CNTL-STATUS-OK
             MOVE CTL-VALUE TO WS-RETAIN-DAYS
           ELSE
             DISPLAY 'WEBPURGE: no ' WS-RETAIN-TYPE
                     ' *DEFAULT record - fallback used'
             MOVE WS-RETAIN-FALLBACK TO WS-RETAIN-DAYS
           END-IF

      * a zero (or negative) period would purge the run date's own
      * records; one day is the least this job keeps
           IF CNTL-STATUS-OK AND CTL-VALUE < 1
             DISPLAY 'WEBPURGE: ' WS-RETAIN-TYPE
                     ' under one day - one day used'
             MOVE 1 TO WS-RETAIN-DAYS
           END-IF

      * a period wider than the checkpoint's five digits (a "keep
      * for ever" value) would lose its high-order digits and purge
      * almost everything; hold it to the widest period there is
           IF CNTL-STATUS-OK AND CTL-VALUE > 99999
             DISPLAY 'WEBPURGE: ' WS-RETAIN-TYPE
                     ' over 99999 days - 99999 days used'
             MOVE 99999 TO WS-RETAIN-DAYS
           END-IF

           MOVE WS-CKP-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
                    - WS-RETAIN-DAYS)
           MOVE WS-DATE-NUM TO WS-RETAIN-CUTOFF
           .

      * Set WS-TOKEN-EXPIRY-MINS from the control file's TOKNMINS
      * record, falling back exactly as WEBHOME does, so a token
      * this job judges expired is one WEBHOME would refuse
       GET-TOKEN-EXPIRY-MINS.
           MOVE 'TOKNMINS' TO CTL-TYPE
           MOVE '*DEFAULT' TO CTL-ACCT
           READ WEBCNTL-FILE
           IF CNTL-STATUS-OK AND CTL-VALUE > 0
             MOVE CTL-VALUE TO WS-TOKEN-EXPIRY-MINS
           ELSE
             MOVE WS-FALLBACK-TOKEN-MINS TO WS-TOKEN-EXPIRY-MINS
           END-IF
           .

       OPEN-PURGE-FILES.
           OPEN INPUT WEBCNTL-FILE
           IF NOT CNTL-STATUS-OK
             DISPLAY '*** Unable to open WEBCNTL, status='
                     WS-CNTL-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF

           OPEN I-O WEBTOKEN-FILE
           IF NOT TOKEN-STATUS-OK
             DISPLAY '*** Unable to open WEBTOKEN, status='
                     WS-TOKEN-STATUS
             CLOSE WEBCNTL-FILE
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF

           OPEN I-O WEBALERT-FILE
           IF NOT ALERT-STATUS-OK
             DISPLAY '*** Unable to open WEBALERT, status='
                     WS-ALERT-STATUS
             CLOSE WEBCNTL-FILE
             CLOSE WEBTOKEN-FILE
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF

           OPEN I-O WEBADMLG-FILE
           IF NOT ADMLOG-STATUS-OK
             DISPLAY '*** Unable to open WEBADMLG, status='
                     WS-ADMLOG-STATUS
             CLOSE WEBCNTL-FILE
             CLOSE WEBTOKEN-FILE
             CLOSE WEBALERT-FILE
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF

           OPEN I-O WEBPEND-FILE
           IF NOT PEND-STATUS-OK
             DISPLAY '*** Unable to open WEBPEND, status='
                     WS-PEND-STATUS
             CLOSE WEBCNTL-FILE
             CLOSE WEBTOKEN-FILE
             CLOSE WEBALERT-FILE
             CLOSE WEBADMLG-FILE
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY '*** Unable to open REPTOUT, status='
                     WS-REPORT-STATUS
             CLOSE WEBCNTL-FILE
             CLOSE WEBTOKEN-FILE
             CLOSE WEBALERT-FILE
             CLOSE WEBADMLG-FILE
             CLOSE WEBPEND-FILE
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF

      * the heading carries the date of the run being completed,
      * which on a restart is not the date the rerun happens
           MOVE WS-CKP-RUN-DATE(1:4) TO WS-RPT-YEAR
           MOVE WS-CKP-RUN-DATE(5:2) TO WS-RPT-MONTH
           MOVE WS-CKP-RUN-DATE(7:2) TO WS-RPT-DAY
           .

       CLOSE-PURGE-FILES.
           CLOSE WEBCNTL-FILE
           CLOSE WEBTOKEN-FILE
           CLOSE WEBALERT-FILE
           CLOSE WEBADMLG-FILE
           CLOSE WEBPEND-FILE
           CLOSE REPORT-FILE
           .

      * A live-file update failed part way through the delete step:
      * end with the checkpoint still at phase D, so the DELETE step
      * is rerun once the reported problem is fixed
       PURGE-FAILED.
           PERFORM CLOSE-PURGE-FILES
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

      * Delete every token that is dead (revoked, or idle past the
      * expiry) and whose last activity is before the cutoff
       PURGE-TOKENS.
           PERFORM READ-NEXT-TOKEN-RECORD
           PERFORM UNTIL END-OF-TOKEN-FILE
             ADD 1 TO WS-TOKEN-READ
             PERFORM CHECK-TOKEN-PURGE
             IF TOKEN-TO-PURGE
               DELETE WEBTOKEN-FILE
               IF NOT TOKEN-STATUS-OK
                 DISPLAY '*** WEBTOKEN delete failed, status='
                         WS-TOKEN-STATUS
                 PERFORM PURGE-FAILED
               END-IF
               ADD 1 TO WS-TOKEN-PURGED
             ELSE
               ADD 1 TO WS-TOKEN-RETAINED
             END-IF
             PERFORM READ-NEXT-TOKEN-RECORD
           END-PERFORM
           .

      * Set TOKEN-TO-PURGE for the token in hand. Its last activity
      * is the last-used stamp, or the issue stamp for a token never
      * used; a token with neither stamp readable is kept for the
      * security desk to look at.
       CHECK-TOKEN-PURGE.
           MOVE 'N' TO WS-TOKEN-PURGE-SW

           IF TOK-LAST-USED-DATE IS NUMERIC
              AND TOK-LAST-USED-TIME IS NUMERIC
             MOVE TOK-LAST-USED-DATE TO WS-ACTIVITY-DATE
             MOVE TOK-LAST-USED-TIME TO WS-ACTIVITY-TIME
           ELSE
             MOVE TOK-CREATED-DATE TO WS-ACTIVITY-DATE
             MOVE TOK-CREATED-TIME TO WS-ACTIVITY-TIME
           END-IF

           IF WS-ACTIVITY-DATE IS NOT NUMERIC
              OR WS-ACTIVITY-TIME IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF

           IF WS-ACTIVITY-DATE NOT < WS-CKP-TOKEN-CUTOFF
             EXIT PARAGRAPH
           END-IF

           IF TOK-REVOKED
             SET TOKEN-TO-PURGE TO TRUE
             EXIT PARAGRAPH
           END-IF

           MOVE WS-NOW-DATE TO WS-DATE-NUM
           MOVE WS-NOW-TIME TO WS-TIME-WORK
           COMPUTE WS-NOW-SECS =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM) * 86400
                 + WS-TIME-HH * 3600
                 + WS-TIME-MM * 60
                 + WS-TIME-SS

           MOVE WS-ACTIVITY-DATE TO WS-DATE-NUM
           MOVE WS-ACTIVITY-TIME TO WS-TIME-WORK
           COMPUTE WS-ACTIVITY-SECS =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM) * 86400
                 + WS-TIME-HH * 3600
                 + WS-TIME-MM * 60
                 + WS-TIME-SS

           COMPUTE WS-IDLE-MINS =
                   (WS-NOW-SECS - WS-ACTIVITY-SECS) / 60

           IF WS-IDLE-MINS > WS-TOKEN-EXPIRY-MINS
             SET TOKEN-TO-PURGE TO TRUE
           END-IF
           .

      * Delete the dispatched alerts before the cutoff - exactly the
      * ones the copy step put on the archive generation
       PURGE-ALERTS.
           PERFORM READ-NEXT-ALERT-RECORD
           PERFORM UNTIL END-OF-ALERT-FILE
             ADD 1 TO WS-ALERT-READ
             IF ALR-DISPATCHED
                AND ALR-DATE < WS-CKP-ALERT-CUTOFF
               DELETE WEBALERT-FILE
               IF NOT ALERT-STATUS-OK
                 DISPLAY '*** WEBALERT delete failed, status='
                         WS-ALERT-STATUS
                 PERFORM PURGE-FAILED
               END-IF
               ADD 1 TO WS-ALERT-PURGED
             ELSE
               ADD 1 TO WS-ALERT-RETAINED
             END-IF
             PERFORM READ-NEXT-ALERT-RECORD
           END-PERFORM
           .

      * Delete the admin-log entries before the cutoff; everything
      * from the first entry on or after it is kept, and counted
       PURGE-ADMIN-LOG.
           PERFORM READ-NEXT-ADMLOG-RECORD
           PERFORM UNTIL END-OF-ADMLOG-FILE
             ADD 1 TO WS-ADMLOG-READ
             IF ADM-DATE < WS-CKP-ADMLOG-CUTOFF
               DELETE WEBADMLG-FILE
               IF NOT ADMLOG-STATUS-OK
                 DISPLAY '*** WEBADMLG delete failed, status='
                         WS-ADMLOG-STATUS
                 PERFORM PURGE-FAILED
               END-IF
               ADD 1 TO WS-ADMLOG-PURGED
             ELSE
               ADD 1 TO WS-ADMLOG-RETAINED
             END-IF
             PERFORM READ-NEXT-ADMLOG-RECORD
           END-PERFORM
           .

      * Expire every pending request made before the cutoff: log it
      * EXPIRED first, and only then delete it, so a request can
      * never leave the file without its entry on the log
       EXPIRE-PENDING-REQUESTS.
           PERFORM READ-NEXT-PEND-RECORD
           PERFORM UNTIL END-OF-PEND-FILE
             ADD 1 TO WS-PEND-READ
             IF PND-REQ-DATE < WS-CKP-PEND-CUTOFF
               PERFORM LOG-EXPIRED-REQUEST
               DELETE WEBPEND-FILE
               IF NOT PEND-STATUS-OK
                 DISPLAY '*** WEBPEND delete failed, status='
                         WS-PEND-STATUS
                 PERFORM PURGE-FAILED
               END-IF
               ADD 1 TO WS-PEND-EXPIRED
             ELSE
               ADD 1 TO WS-PEND-RETAINED
             END-IF
             PERFORM READ-NEXT-PEND-RECORD
           END-PERFORM
           .

      * Write the EXPIRED entry for the pending request in hand. The
      * operator is the supervisor whose request expired (no one
      * keyed this action, and there is no terminal); the before and
      * after values are the request's, as on its PENDING entry.
       LOG-EXPIRED-REQUEST.
           MOVE 'N' TO WS-EXPIRY-SW
           MOVE 0 TO WS-PEND-YYMMDD
           IF PND-REQ-DATE IS NUMERIC
             MOVE PND-REQ-DATE(3:6) TO WS-PEND-YYMMDD
           END-IF

           PERFORM VARYING WS-EXPIRY-SLOT FROM 0 BY 1
                     UNTIL WS-EXPIRY-SLOT > 9
                        OR EXPIRY-ENTRY-DONE
             PERFORM BUILD-EXPIRED-ENTRY
             WRITE WEBADMLG-RECORD
             EVALUATE TRUE
               WHEN ADMLOG-STATUS-OK
                 SET EXPIRY-ENTRY-DONE TO TRUE
                 ADD 1 TO WS-EXPIRED-LOGGED
               WHEN ADMLOG-DUPLICATE-KEY
                 PERFORM CHECK-EXPIRED-ENTRY
               WHEN OTHER
                 DISPLAY '*** WEBADMLG write failed, status='
                         WS-ADMLOG-STATUS
                 PERFORM PURGE-FAILED
             END-EVALUATE
           END-PERFORM

           IF NOT EXPIRY-ENTRY-DONE
             DISPLAY '*** No free WEBADMLG key for the EXPIRED entry'
                     ' of ' PND-KEY
             PERFORM PURGE-FAILED
           END-IF
           .

       BUILD-EXPIRED-ENTRY.
           INITIALIZE WEBADMLG-RECORD
           MOVE WS-CKP-RUN-DATE  TO ADM-DATE
           MOVE PND-REQ-TIME     TO ADM-TIME
           COMPUTE ADM-TASK-NUM =
                   WS-EXPIRY-SLOT * 1000000 + WS-PEND-YYMMDD
           MOVE PND-REQUESTED-BY TO ADM-OPERATOR
           MOVE SPACES           TO ADM-TERMINAL
           MOVE PND-TRANSACTION  TO ADM-TRANSACTION
           MOVE 'EXPIRED '       TO ADM-ACTION
           MOVE PND-TARGET-KEY   TO ADM-TARGET-KEY
           MOVE PND-OLD-VALUE    TO ADM-BEFORE-VALUE
           MOVE PND-NEW-VALUE    TO ADM-AFTER-VALUE
           .

      * The key is taken: read what holds it. This request's own
      * EXPIRED entry, written by an abended earlier attempt, ends
      * the search; anything else leaves the next slot to be tried.
       CHECK-EXPIRED-ENTRY.
           READ WEBADMLG-FILE
           IF ADMLOG-STATUS-OK
              AND ADM-ACTION      = 'EXPIRED '
              AND ADM-TRANSACTION = PND-TRANSACTION
              AND ADM-TARGET-KEY  = PND-TARGET-KEY
              AND ADM-OPERATOR    = PND-REQUESTED-BY
             SET EXPIRY-ENTRY-DONE TO TRUE
             ADD 1 TO WS-EXPIRED-FOUND
           END-IF
           .

       READ-NEXT-TOKEN-RECORD.
           READ WEBTOKEN-FILE NEXT RECORD
             AT END
               SET END-OF-TOKEN-FILE TO TRUE
           END-READ
           .

       READ-NEXT-ALERT-RECORD.
           READ WEBALERT-FILE NEXT RECORD
             AT END
               SET END-OF-ALERT-FILE TO TRUE
           END-READ
           .

       READ-NEXT-ADMLOG-RECORD.
           READ WEBADMLG-FILE NEXT RECORD
             AT END
               SET END-OF-ADMLOG-FILE TO TRUE
           END-READ
           .

       READ-NEXT-PEND-RECORD.
           READ WEBPEND-FILE NEXT RECORD
             AT END
               SET END-OF-PEND-FILE TO TRUE
           END-READ
           .

      * One line per file - its retention, cutoff and what became of
      * its records - then the EXPIRED entries behind the WEBPEND
      * line. The archived counts are the copy step's; on a restart
      * the other counts cover only what the abended attempt left.
       WRITE-PURGE-SUMMARY.
           STRING WS-RPT-YEAR  DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-RPT-MONTH DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-RPT-DAY   DELIMITED BY SIZE
                INTO H1-DATE
           MOVE HEADING-LINE-1 TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF DELETE-RESTARTED
             MOVE 'DELETE STEP RERUN - PURGE COUNTS COVER THIS RUN ONLY'
               TO REPORT-RECORD
             WRITE REPORT-RECORD
             MOVE SPACES TO REPORT-RECORD
             WRITE REPORT-RECORD
           END-IF

           MOVE HEADING-LINE-2 TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES              TO DETAIL-FILE-LINE
           MOVE 'WEBTOKEN'          TO DF-FILE
           MOVE WS-CKP-TOKEN-DAYS   TO DF-DAYS
           MOVE WS-CKP-TOKEN-CUTOFF TO DF-CUTOFF
           MOVE WS-TOKEN-READ       TO DF-READ
           MOVE 0                   TO DF-ARCHIVED
           MOVE WS-TOKEN-PURGED     TO DF-PURGED
           MOVE WS-TOKEN-RETAINED   TO DF-RETAINED
           MOVE DETAIL-FILE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES                 TO DETAIL-FILE-LINE
           MOVE 'WEBALERT'             TO DF-FILE
           MOVE WS-CKP-ALERT-DAYS      TO DF-DAYS
           MOVE WS-CKP-ALERT-CUTOFF    TO DF-CUTOFF
           MOVE WS-ALERT-READ          TO DF-READ
           MOVE WS-CKP-ALERTS-ARCHIVED TO DF-ARCHIVED
           MOVE WS-ALERT-PURGED        TO DF-PURGED
           MOVE WS-ALERT-RETAINED      TO DF-RETAINED
           MOVE DETAIL-FILE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES                 TO DETAIL-FILE-LINE
           MOVE 'WEBADMLG'             TO DF-FILE
           MOVE WS-CKP-ADMLOG-DAYS     TO DF-DAYS
           MOVE WS-CKP-ADMLOG-CUTOFF   TO DF-CUTOFF
           MOVE WS-ADMLOG-READ         TO DF-READ
           MOVE WS-CKP-ADMLOG-ARCHIVED TO DF-ARCHIVED
           MOVE WS-ADMLOG-PURGED       TO DF-PURGED
           MOVE WS-ADMLOG-RETAINED     TO DF-RETAINED
           MOVE DETAIL-FILE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES             TO DETAIL-FILE-LINE
           MOVE 'WEBPEND'          TO DF-FILE
           MOVE WS-CKP-PEND-DAYS   TO DF-DAYS
           MOVE WS-CKP-PEND-CUTOFF TO DF-CUTOFF
           MOVE WS-PEND-READ       TO DF-READ
           MOVE 0                  TO DF-ARCHIVED
           MOVE WS-PEND-EXPIRED    TO DF-PURGED
           MOVE WS-PEND-RETAINED   TO DF-RETAINED
           MOVE DETAIL-FILE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO TOTAL-LINE
           MOVE 'EXPIRED ENTRIES LOGGED' TO TL-LABEL
           MOVE WS-EXPIRED-LOGGED TO TL-VALUE
           MOVE TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO TOTAL-LINE
           MOVE 'EXPIRED ENTRIES ALREADY LOGGED' TO TL-LABEL
           MOVE WS-EXPIRED-FOUND TO TL-VALUE
           MOVE TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      * Load the checkpoint state; an empty (or never created)
      * checkpoint file means a fresh phase-C state
       READ-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           READ CHECKPOINT-FILE
             AT END
               SET END-OF-CHKPT-FILE TO TRUE
           END-READ

           IF NOT END-OF-CHKPT-FILE
             MOVE WEBPURGE-CHECKPOINT TO WS-CHECKPOINT
           END-IF

           CLOSE CHECKPOINT-FILE
           .

      * Persist the checkpoint state by rewriting the one-record
      * checkpoint file in place
       WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE WS-CHECKPOINT TO WEBPURGE-CHECKPOINT
           WRITE WEBPURGE-CHECKPOINT
           IF WS-CHKPT-STATUS NOT = '00'
             DISPLAY '*** CHKPOINT write failed, status='
                     WS-CHKPT-STATUS
      * the phase change did not land, so the run must not end
      * normally: in the COPY step this also scratches the new
      * generations, leaving the rerun a clean slate either way
             PERFORM FORCE-ABNORMAL-END
           END-IF
           CLOSE CHECKPOINT-FILE
           .

      * End the step ABNORMALLY (user abend via the Language
      * Environment CEE3ABD service, with clean-up) so the archive
      * DDs' abnormal disposition takes effect; a bad return code
      * alone would still be a normal end and catalogue the
      * generations.
       FORCE-ABNORMAL-END.
           DISPLAY '*** WEBPURGE ending abnormally (U' WS-ABEND-CODE
                   ') so this run''s archive generations are scratched'
           CALL 'CEE3ABD' USING WS-ABEND-CODE WS-ABEND-TIMING
           .

       END PROGRAM 'WEBPURGE'.

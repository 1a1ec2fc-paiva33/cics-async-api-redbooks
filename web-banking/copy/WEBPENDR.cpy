      * Record layout for the WEBPEND file, the pending dual-control
      * actions of the Web banking example: an action dangerous
      * enough to need two pairs of hands - an account unlock
      * through WEBL, an ODLIMIT change above the control file's
      * DUALCTRL threshold through WEBM, the reversal of a posted
      * journal entry through WEBV, or a customer closure through
      * WEBC - is stored here by the
      * first supervisor instead of taking effect, and only applied
      * when a DIFFERENT supervisor keys the same request again.
      * The requester re-keying their own request is refused, so a
      *
      * The key identifies the action: the requesting transaction,
      * the action name and the target key (the account for an
      * unlock, the control record key for a limit change, the
      * journal entry's account and task number for a reversal, the
      * customer number for a closure). The
      * record carries who asked, when, and the old and new values,
      * so the approving supervisor's log entry shows the full
      * picture.
      *
      * Applied or superseded pending records are deleted; the
      * durable trail lives in the WEBADMLG log (PENDING when
      * stored, APPROVE when applied), not here. A request still
      * unapproved after the control file's RETPEND days is expired
      * by the nightly WEBPURGE job: logged EXPIRED, then deleted.
      ******************************************************************
       1 WEBPEND-RECORD.
         2 PND-KEY.

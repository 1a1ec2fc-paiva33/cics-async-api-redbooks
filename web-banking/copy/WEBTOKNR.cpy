      * a token idle longer than the control file's TOKNMINS minutes
      * is refused (and marked revoked) instead. Revoked and expired
      * records stay on the file as the security desk's trail until
      * the nightly WEBPURGE job deletes them, once their last use
      * is older than the control file's RETTOKEN days.
      ******************************************************************
       1 WEBTOKEN-RECORD.
         2 TOK-KEY.

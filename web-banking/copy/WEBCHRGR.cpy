      ******************************************************************
      * WEBCHRGR
      *
      * Record layout for the WEBCHRG file, the overdraft charges
      * register (see DEFCHRG.jcl for the cluster). The month-end
      * WEBI transaction (WEBODCHG) writes one record for every
      * account that was overdrawn during the month it charges, in
      * the same unit of work as the charge itself, and never charges
      * an account that already has a record for the month - so a
      * rerun after an abend carries on where the run stopped and no
      * account is charged twice. The credit team reads the register
      * through the WEBCHGRP report.
      *
      * The key is the account followed by the charge month (YYYYMM).
      * CHG-STATUS is CHARGED when a charge was posted, or NOCHARGE
      * when the account was overdrawn but the figures came to
      * nothing (no interest rate set and no limit breach); for a
      * NOCHARGE record the posting fields are the time the account
      * was assessed.
      *
      * The money figures are in the account's own currency
      * (CHG-CURRENCY) except CHG-ODLIMIT, which - like the ODLIMIT
      * record it is copied from - is in the home currency.
      * CHG-BALANCE-DAYS is the sum of the overdrawn end-of-day
      * balances over the month, which the annual CHG-INTEREST-RATE
      * (a percentage) is applied to day by day; CHG-MAX-OVERDRAWN
      * is the deepest end-of-day overdrawn balance, which decides
      * whether the flat breach fee applies.
      ******************************************************************
       1 WEBCHRG-RECORD.
         2 CHG-KEY.
           3 CHG-ACCT-NUMBER       PIC X(8).
           3 CHG-MONTH             PIC X(6).
         2 CHG-CUSTOMER-NUM        PIC X(4).
         2 CHG-CURRENCY            PIC X(3).
         2 CHG-STATUS              PIC X(8).
           88 CHG-CHARGED                   VALUE 'CHARGED '.
           88 CHG-NO-CHARGE                 VALUE 'NOCHARGE'.
         2 CHG-DAYS-OVERDRAWN      PIC 9(2).
         2 CHG-BALANCE-DAYS        PIC S9(9)V99 COMP-3.
         2 CHG-MAX-OVERDRAWN       PIC S9(6)V99 COMP-3.
         2 CHG-INTEREST-RATE       PIC S9(3)V99 COMP-3.
         2 CHG-INTEREST            PIC S9(6)V99 COMP-3.
         2 CHG-ODLIMIT             PIC S9(7)V99 COMP-3.
         2 CHG-FEE                 PIC S9(6)V99 COMP-3.
         2 CHG-TOTAL               PIC S9(6)V99 COMP-3.
         2 CHG-POSTED-DATE         PIC X(8).
         2 CHG-POSTED-TIME         PIC X(6).
         2 CHG-TASK-NUM            PIC 9(7).

      * 28 February and is back on 31 March, instead of drifting to
      * the 28th forever.
      *
      * An order whose SOR-NEXT-RUN-DATE falls on a weekend or on a
      * holiday held on the WEBCAL business-day calendar is executed
      * on the next business day instead. Only the execution rolls:
      * SOR-NEXT-RUN-DATE and SOR-SCHED-DAY keep the scheduled date,
      * so a holiday never shifts the order's schedule.
      *
      * A cancelled order stays on the file with SOR-CANCELLED set,
      * as the customer's audit trail of what was scheduled.
      ******************************************************************

      * enrollments+promotions.
      * A job that runs once per location (HELLO, HELLORCN) writes
      * one record per run; HELLOVFY sums them.
      * CUSTCRMI, outside the chain, also writes one record per run
      * that applied a CRM change file (IN details read / OUT
      * changes applied) and reads its own latest record back as
      * the last sync with corporate; HELLOVFY ignores it.
      * CUSTDORM, the monthly dormancy sweep, writes one record per
      * run (IN active accounts judged / OUT master changes
      * applied) whose business date is the visit summary's
      * in-service date, and reads its own latest one back so a
      * customer with no visit on the summary is judged from that
      * date; HELLOVFY ignores it.
      * A run-control write failure never fails the job itself -
      * the job's own report remains the record of what it did.
      * Supplies 05-level fields only; the including program declares

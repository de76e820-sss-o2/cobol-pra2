      *================================================================
      * SECALREC - security watch-list alert record, the real-time
      * feed the security console polls, laid out after VIPALREC.
      * Written the moment a greeting attempt screens against a
      * current WATCHREC entry: HELLO (batch and interactive)
      * appends to the SECALERT dataset, and the HELO transaction
      * writes the same layout to the SECA extrapartition TDQ,
      * whose DCT entry points at the alert destination security
      * watches.  One record per hit: when, the name as entered,
      * the watch-list key it hit (the canonical master name when
      * the entered spelling is an alias), the intake channel, the
      * site, and the entry's category and reason, so the officer
      * sent to the desk knows whom to look for and why.
      * The alert is best-effort on every channel, as VIPALERT is:
      * the visitor has already been refused a greeting and the
      * EXCEPTION-LOG record (reason WATCHLST) stays the system of
      * record the daily hit report reads.
      * Supplies 05-level fields only; the including program declares
      * the 01, same as VISTREC/EXCPREC/CUSTREC/HELOCA.
      *================================================================
           05 SA-TIMESTAMP             PIC X(21).
           05 FILLER                   PIC X(1).
           05 SA-NAME                  PIC X(40).
           05 FILLER                   PIC X(1).
           05 SA-WATCH-NAME            PIC X(40).
           05 FILLER                   PIC X(1).
           05 SA-CHANNEL               PIC X(1).
              88 SA-CHANNEL-BATCH               VALUE "B".
              88 SA-CHANNEL-INTERACTIVE         VALUE "I".
              88 SA-CHANNEL-ONLINE              VALUE "O".
           05 FILLER                   PIC X(1).
           05 SA-LOCATION              PIC X(4).
           05 FILLER                   PIC X(1).
           05 SA-CATEGORY              PIC X(1).
           05 FILLER                   PIC X(1).
           05 SA-REASON                PIC X(30).

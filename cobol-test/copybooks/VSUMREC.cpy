      *================================================================
      * VSUMREC - per-visitor visit summary, the KSDS keyed by the
      * canonical name (folded through ALIASMST, so every spelling of
      * one person lands on one record) that HELLOARC keeps in step
      * with the visitor history (VHISTREC).  Each day's records are
      * posted as they archive: an ACCEPTED visit adds to the visit
      * count, its location's count, and the last visit date and
      * tier; an exception adds to the exception count and rolls
      * into the VS-EXCP-MAX most recent exceptions (oldest first).
      * HELLOARC PURGE backs out every visit and exception it ages
      * off the history, so the counts always cover the retention
      * window.  A record whose counts reach zero is kept, dates and
      * all: VS-LAST-VISIT-DATE is then the only trace of when the
      * person was last here, which the CUSTDORM dormancy sweep
      * judges lapsed customers by.
      * VS-FIRST-VISIT-DATE is the first visit posted since the
      * record was created and is not backed out (the visits in
      * between are not on hand); VS-LAST-VISIT-DATE and
      * VS-LAST-TIER are the latest ACCEPTED visit's.  Locations
      * take the first VS-LOC-MAX sites seen in slot order (blank
      * logs as MAIN); visits at any further site count in
      * VS-OTHER-LOC-VISITS.
      * Read by HELLOYAL for the loyalty thresholds and by the HVIS
      * inquiry (HELLOVHQ) instead of the raw history.  CUSTMRGE
      * folds a merged name's record into the survivor's, CUSTERAS
      * deletes an erased person's record, and HELLOARC
      * PARM='REBUILD' re-derives every count from the history for
      * recovery (keeping the dates, which can only move later).
      * Supplies 05-level fields only; the including program declares
      * the 01, same as VISTREC/EXCPREC/CUSTREC/HELOCA.
      *================================================================
           05 VS-KEY-NAME             PIC X(40).
           05 VS-FIRST-VISIT-DATE     PIC X(8).
           05 VS-LAST-VISIT-DATE      PIC X(8).
           05 VS-ACCEPTED-COUNT       PIC 9(7).
           05 VS-EXCP-COUNT           PIC 9(7).
           05 VS-LAST-TIER            PIC X(1).
           05 VS-LOC-MAX              PIC 9(2).
           05 VS-LOC-ENTRY OCCURS 5 TIMES.
              10 VS-LOC-CODE          PIC X(4).
              10 VS-LOC-VISITS        PIC 9(7).
           05 VS-OTHER-LOC-VISITS     PIC 9(7).
           05 VS-EXCP-MAX             PIC 9(2).
           05 VS-EXCP-ENTRY OCCURS 5 TIMES.
              10 VS-EXCP-DATE         PIC X(8).
              10 VS-EXCP-REASON       PIC X(8).

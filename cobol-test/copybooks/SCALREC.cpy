      *================================================================
      * SCALREC - business calendar and site-hours record, the KSDS
      * PROD.HELLO.SITECAL keyed by site code and date, so every job
      * that has to know whether a front desk was open reads one
      * file instead of assuming every day is a working day.
      * SC-LOCATION is the site code the desks stamp on the audit
      * records (VL-LOCATION - MAIN for the original desk);
      * SC-CAL-DATE is YYYYMMDD.  SC-DAY-STATUS O open / C closed;
      * SC-OPEN-TIME and SC-CLOSE-TIME are the desk's hours, HHMM on
      * the 24-hour clock, meaningful on an open day only (a greeting
      * at or after the closing time is outside hours).  Blank hours
      * on an open day mean hours not published - open all day.
      * SC-DAY-NOTE is free text for the reports (e.g. NEW YEAR'S
      * DAY, STOCKTAKE).
      * A site and date with no record is an ordinary open day with
      * hours not published, so the calendar can be loaded a year
      * ahead for the sites that publish hours and carry only the
      * closures for the ones that do not.  Readers:
      *   HELLOVFY    expects the per-site jobs only for open sites,
      *   HELLOTRD    open-day counts and per-open-day averages,
      *   HELLOAPL    refuses bookings on a closed day,
      *   HELLONSR    lists closed-day bookings apart from no-shows,
      *   HELLO/HELO  flag greetings logged outside the site's hours
      *               (VL-HOURS-FLAG).
      * The sites the calendar knows are the distinct SC-LOCATION
      * codes on file, and HELLOVFY expects the per-site runs only
      * for those, so every site with a desk must carry at least one
      * record (any date) once the calendar is in use - a site the
      * calendar has never heard of is not expected.
      * Facilities maintains it by IDCAMS REPRO from its card deck
      * (one 80-byte record per site and date); define the cluster
      * with KEYS(12 0) RECORDSIZE(80 80).
      * Supplies 05-level fields only; the including program declares
      * the 01, same as VISTREC/EXCPREC/CUSTREC/HELOCA.
      *================================================================
           05 SC-KEY.
              10 SC-LOCATION          PIC X(4).
              10 SC-CAL-DATE          PIC X(8).
           05 FILLER                  PIC X(1).
           05 SC-DAY-STATUS           PIC X(1).
              88 SC-DAY-OPEN                    VALUE "O".
              88 SC-DAY-CLOSED                  VALUE "C".
           05 FILLER                  PIC X(1).
           05 SC-OPEN-TIME            PIC X(4).
           05 FILLER                  PIC X(1).
           05 SC-CLOSE-TIME           PIC X(4).
           05 FILLER                  PIC X(1).
           05 SC-DAY-NOTE             PIC X(20).
           05 FILLER                  PIC X(35).

      *================================================================
      * PTYALREC - party-arriving alert record, the real-time feed
      * the hosts' consoles poll, laid out after VIPALREC.  Written
      * the moment the lead contact of an active party (see GRPREC)
      * is greeted: HELLO (batch and interactive) appends to the
      * PTYALERT dataset, and the HELO transaction writes the same
      * layout to the PTYA extrapartition TDQ, whose DCT entry
      * points at the alert destination the consoles watch.  One
      * record per lead arrival: when, the party and its name, the
      * host to tell (each console shows the alerts naming its
      * host), the lead as greeted, the intake channel, the site,
      * and how many member bookings the party holds, so the host
      * knows how many visitors to collect from reception.
      * The alert is best-effort on every channel, as VIPALERT is:
      * a write failure never fails or delays the greeting, and the
      * VISITOR-LOG record (VL-PARTY-ID) stays the system of record
      * HELLOPTY reports from.
      * Supplies 05-level fields only; the including program declares
      * the 01, same as VISTREC/EXCPREC/CUSTREC/HELOCA.
      *================================================================
           05 PA-TIMESTAMP             PIC X(21).
           05 FILLER                   PIC X(1).
           05 PA-PARTY-ID              PIC X(8).
           05 FILLER                   PIC X(1).
           05 PA-PARTY-NAME            PIC X(30).
           05 FILLER                   PIC X(1).
           05 PA-HOST-NAME             PIC X(40).
           05 FILLER                   PIC X(1).
           05 PA-LEAD-NAME             PIC X(40).
           05 FILLER                   PIC X(1).
           05 PA-CHANNEL               PIC X(1).
              88 PA-CHANNEL-BATCH               VALUE "B".
              88 PA-CHANNEL-INTERACTIVE         VALUE "I".
              88 PA-CHANNEL-ONLINE              VALUE "O".
           05 FILLER                   PIC X(1).
           05 PA-LOCATION              PIC X(4).
           05 FILLER                   PIC X(1).
           05 PA-MEMBER-COUNT          PIC 9(3).

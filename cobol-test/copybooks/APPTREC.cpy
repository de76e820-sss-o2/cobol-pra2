      * shows the booked APPT-TIME (HH:MM) on the greeting line.
      * HELLONSR lists the date's bookings with no ACCEPTED
      * visitor-log record as no-shows.
      * APPT-LOCATION is the site the visitor is booked at (the desk
      * site code, as VL-LOCATION); a booking loaded before the byte
      * existed reads back as spaces and is taken as MAIN.  HELLOAPL
      * maintains the file from the booking deck and refuses a
      * booking on a day the site calendar (SCALREC) shows the site
      * closed; HELLONSR lists any closed-day booking apart from the
      * no-shows.
      * APPT-PARTY-ID ties the booking to a group booking (see
      * GRPREC) for the same date - one member of a tour or
      * delegation; blank is a booking on its own.  HELLOAPL keeps
      * it pointing at a party on file.
      * The record grew from 53 to 58 bytes for the site and to 67
      * for the party: DEFINE the new cluster with RECORDSIZE(67 67)
      * and reload it with a pass that pads each old record with
      * trailing spaces.
      * Supplies 05-level fields only; the including program declares
      * the 01, same as VISTREC/EXCPREC/CUSTREC/HELOCA.
      *================================================================
              10 APPT-KEY-DATE        PIC X(8).
              10 APPT-KEY-NAME        PIC X(40).
           05 APPT-TIME               PIC X(5).
           05 FILLER                  PIC X(1).
           05 APPT-LOCATION           PIC X(4).
           05 FILLER                  PIC X(1).
           05 APPT-PARTY-ID           PIC X(8).

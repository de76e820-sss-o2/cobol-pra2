      * reports can break the sites out.  A legacy record written
      * before any of these bytes existed reads back as spaces
      * there; readers treat a blank location as MAIN.
      * VL-DEPARTURE is blank on every daily-log record.  HELLOARC
      * fills it on the archived history image when the visitor
      * signed out at the desk (see DEPTREC): VL-DEPART-TIME is the
      * HHMMSS of the matched sign-out and VL-VISIT-MINUTES the
      * minutes on site.  Blank in history = never signed out, and
      * a history record archived before these bytes existed reads
      * back the same way.
      * VL-HOURS-FLAG is set at greeting time from the site calendar
      * (SCALREC) for the desk's site and the greeting date: C the
      * calendar shows the site closed that day, O the greeting fell
      * outside the site's published hours; blank within hours, no
      * hours published, or no calendar available.
      * VL-PARTY-ID is the group booking (see GRPREC) the visitor's
      * appointment belongs to, stamped at greeting time from
      * APPT-PARTY-ID; blank for a walk-in or a booking on its own.
      * HELLOPTY reads it for the party status report.
      * The record grew to 99 bytes for the hours flag and to 108
      * for the party, so the VLOG queue's DCT record length and the
      * daily log's LRECL follow.
      *================================================================
           05 VL-TIMESTAMP             PIC X(21).
           05 FILLER                   PIC X(1).
              88 VL-WALK-IN                     VALUE "W".
           05 FILLER                   PIC X(1).
           05 VL-LOCATION              PIC X(4).
           05 FILLER                   PIC X(1).
           05 VL-DEPARTURE.
              10 VL-DEPART-TIME        PIC X(6).
              10 FILLER                PIC X(1).
              10 VL-VISIT-MINUTES      PIC 9(4).
           05 FILLER                   PIC X(1).
           05 VL-HOURS-FLAG            PIC X(1).
              88 VL-SITE-CLOSED                 VALUE "C".
              88 VL-OUTSIDE-HOURS               VALUE "O".
           05 FILLER                   PIC X(1).
           05 VL-PARTY-ID              PIC X(8).

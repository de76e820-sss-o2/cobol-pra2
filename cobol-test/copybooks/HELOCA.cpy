      * screen (spaces greet as MAIN); it lands on the audit
      * records as VL-LOCATION/EX-LOCATION for the per-location
      * balancing and reports.
      * CA-RESPONSE-STATUS SECURITY means the name screened against
      * the security watch list (see WATCHREC): no greeting comes
      * back, security has been alerted, and the screen should ask
      * the visitor to wait for the security desk.
      * CA-RESPONSE-HOURS comes back C when the site calendar (see
      * SCALREC) shows the desk's site closed today, O when the
      * greeting fell outside the site's published hours, and space
      * otherwise, so the screen can tell the desk; the visitor is
      * greeted and logged either way.
      * CA-RESPONSE-PARTY-ID/-NAME come back when today's booking
      * belongs to a group booking (see GRPREC), so the screen can
      * show the party; CA-RESPONSE-PARTY-ROLE is M a member, L the
      * party's lead contact (the host has been sent the
      * party-arriving alert - see PTYALREC), X a member of a
      * cancelled party, space no party.
      * The COMMAREA grew by the hours byte and again by the party
      * fields, so every front end must pass the new length.
      *================================================================
           05 CA-REQUEST-NAME          PIC X(40).
           05 CA-REQUEST-LANG          PIC X(2).
              88 CA-STATUS-OK                   VALUE "OK".
              88 CA-STATUS-REJECTED             VALUE "REJECTED".
              88 CA-STATUS-LOGFAIL              VALUE "LOGFAIL".
              88 CA-STATUS-SECURITY             VALUE "SECURITY".
           05 CA-RESPONSE-EXPECTED     PIC X(1).
              88 CA-EXPECTED-YES                VALUE "E".
              88 CA-EXPECTED-WALKIN             VALUE "W".
           05 CA-RESPONSE-APPT-TIME    PIC X(5).
           05 CA-RESPONSE-HOURS        PIC X(1).
              88 CA-HOURS-SITE-CLOSED           VALUE "C".
              88 CA-HOURS-OUTSIDE               VALUE "O".
           05 CA-RESPONSE-PARTY-ID     PIC X(8).
           05 CA-RESPONSE-PARTY-NAME   PIC X(30).
           05 CA-RESPONSE-PARTY-ROLE   PIC X(1).
              88 CA-PARTY-NONE                  VALUE SPACE.
              88 CA-PARTY-MEMBER                VALUE "M".
              88 CA-PARTY-LEAD                  VALUE "L".
              88 CA-PARTY-CANCELLED             VALUE "X".

      *================================================================
      * GRPREC - group (party) booking record, the KSDS
      * PROD.HELLO.GRPMAST keyed by visit date and party id, so a
      * tour or a client delegation expected at the desk can be
      * seen as one unit instead of a stack of separate bookings.
      * The members are the day's APPTREC bookings carrying the
      * party id in APPT-PARTY-ID; this record names the party
      * (GP-PARTY-NAME), the staff member hosting it (GP-HOST-NAME,
      * who gets the party-arriving alert - see PTYALREC), the lead
      * contact (GP-LEAD-NAME, in the canonical alias-folded form
      * the bookings are keyed in, normally one of the members)
      * and the site it is expected at.  GP-MEMBER-COUNT is the
      * number of member bookings HELLOAPL has tied to the party;
      * the reports count the bookings themselves.
      * GP-STATUS A active / X cancelled.  A cancelled party stays
      * on file with its member bookings so the day's reports can
      * account for it as a unit; it raises no arrival alert.
      * HELLOAPL maintains the file from the booking deck (see
      * APTXREC); HELLO and the HELO transaction read it to name
      * the party on the greeting and the visitor-log record
      * (VL-PARTY-ID) and to alert the host when the lead arrives;
      * HELLOPTY reports each party's members arrived, still
      * expected and no-show; HELLONSR summarizes missing members
      * by party.  The privacy erasure (CUSTERAS) masks an erased
      * lead or host in VHISTREC's "*ERASED*" form and takes the
      * person's deleted bookings off GP-MEMBER-COUNT.  Define the
      * cluster with KEYS(16 0) RECORDSIZE(160 160).
      * Supplies 05-level fields only; the including program declares
      * the 01, same as VISTREC/EXCPREC/CUSTREC/HELOCA.
      *================================================================
           05 GP-KEY.
              10 GP-VISIT-DATE        PIC X(8).
              10 GP-PARTY-ID          PIC X(8).
           05 FILLER                  PIC X(1).
           05 GP-STATUS               PIC X(1).
              88 GP-ACTIVE                      VALUE "A".
              88 GP-CANCELLED                   VALUE "X".
           05 FILLER                  PIC X(1).
           05 GP-PARTY-NAME           PIC X(30).
           05 FILLER                  PIC X(1).
           05 GP-HOST-NAME            PIC X(40).
           05 FILLER                  PIC X(1).
           05 GP-LEAD-NAME            PIC X(40).
           05 FILLER                  PIC X(1).
           05 GP-LOCATION             PIC X(4).
           05 FILLER                  PIC X(1).
           05 GP-MEMBER-COUNT         PIC 9(3).
           05 FILLER                  PIC X(20).

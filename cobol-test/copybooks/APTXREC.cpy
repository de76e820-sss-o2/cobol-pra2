      *================================================================
      * APTXREC - appointment maintenance transaction layout read by
      * HELLOAPL, the booking deck the desk keys from its diary.  One
      * transaction per record: an action code, a record type, the
      * visit date (YYYYMMDD) and a body by type.
      * A booking (record type blank) carries the visitor's full
      * name (sized to APPT-KEY-NAME/NAME-FULL-TEXT), the booked time
      * (HH:MM), the site code of the desk the visitor is booked at
      * (blank = MAIN, or the party's site for a party member) and
      * the party id of the group booking the visitor belongs to
      * (blank = a booking on its own).  ADD books a visit, CHANGE
      * moves an existing booking's time, site or party (a blank
      * field leaves the booked one unchanged, except that a
      * booking moved into a party with no site given takes the
      * party's site), DELETE cancels it
      * and ignores the other fields.  A different date or name is
      * a DELETE of the old booking and an ADD of the new; so is
      * taking a member out of a party.
      * A party (record type P) carries the group booking (see
      * GRPREC): party id, party name, host, lead contact and site.
      * ADD opens the party, CHANGE renames it or changes its host,
      * lead or site (blank fields unchanged), DELETE cancels it -
      * the party stays on file marked cancelled with its member
      * bookings, which are cancelled one by one if they are to go.
      * A party must be on file before its members are booked, so
      * its ADD goes ahead of them in the deck.
      * Supplies 05-level fields only; the including program declares
      * the 01, same as VISTREC/EXCPREC/CUSTREC/HELOCA.
      *================================================================
           05 AT-ACTION-CODE           PIC X(1).
              88 AT-ACTION-ADD                  VALUE "A".
              88 AT-ACTION-CHANGE               VALUE "C".
              88 AT-ACTION-DELETE               VALUE "D".
              88 AT-ACTION-VALID                VALUES "A" "C" "D".
           05 AT-REC-TYPE              PIC X(1).
              88 AT-TYPE-BOOKING                VALUE SPACE.
              88 AT-TYPE-PARTY                  VALUE "P".
              88 AT-TYPE-VALID                  VALUES SPACE "P".
           05 AT-VISIT-DATE            PIC X(8).
           05 FILLER                   PIC X(1).
           05 AT-TXN-BODY              PIC X(126).
           05 AT-BOOKING-BODY REDEFINES AT-TXN-BODY.
              10 AT-KEY-NAME           PIC X(40).
              10 FILLER                PIC X(1).
              10 AT-APPT-TIME          PIC X(5).
              10 FILLER                PIC X(1).
              10 AT-LOCATION           PIC X(4).
              10 FILLER                PIC X(1).
              10 AT-PARTY-ID           PIC X(8).
              10 FILLER                PIC X(66).
           05 AT-PARTY-BODY REDEFINES AT-TXN-BODY.
              10 AT-P-PARTY-ID         PIC X(8).
              10 FILLER                PIC X(1).
              10 AT-P-PARTY-NAME       PIC X(30).
              10 FILLER                PIC X(1).
              10 AT-P-HOST-NAME        PIC X(40).
              10 FILLER                PIC X(1).
              10 AT-P-LEAD-NAME        PIC X(40).
              10 FILLER                PIC X(1).
              10 AT-P-LOCATION         PIC X(4).

      * The report date defaults to the run date; pin it with
      * PARM='YYYYMMDD' for a rerun (over a restored log - the
      * history file is not read here).
      * A booking that never arrived is first checked against the
      * site calendar (SITECAL - see SCALREC) for its site
      * (APPT-LOCATION, blank = MAIN) and date: if the site was
      * closed it is listed as CLOSED and counted apart - the visitor
      * had nowhere to arrive, so it is not a no-show.  HELLOAPL
      * refuses such bookings, so these are ones made before the
      * closure was put on the calendar.
      * A booking that belongs to a group booking (APPT-PARTY-ID -
      * see GRPREC) is not listed on its own: the party's missing
      * members are summarized on one line per party, so a
      * cancelled 15-person delegation is one line instead of 15
      * no-shows, and its members are totalled apart from the
      * no-shows.  HELLOPTY lists a party's members by name.
      * RC=0 normal (including zero no-shows); RC=4 the in-core
      * arrival table filled before the whole log was read, so a
      * late arrival may be reported as a no-show, or the site
      * calendar was unavailable and closed-day bookings are listed
      * as no-shows, or the party master was unavailable and
      * cancelled parties' members are counted as no-shows - see
      * NOSHWRPT; RC=12 the appointment file failed to open.
      *================================================================
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
                 FILE STATUS IS WS-ALIAS-FS.
             SELECT NOSHOW-RPT ASSIGN TO NOSHWRPT
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT PARTY-MASTER ASSIGN TO GRPMAST
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS GP-KEY
                 FILE STATUS IS WS-GRP-FS.
             SELECT SITE-CALENDAR ASSIGN TO SITECAL
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS SC-KEY
                 FILE STATUS IS WS-SCAL-FS.
       DATA DIVISION.
         FILE SECTION.
         FD  APPOINTMENT-FILE.
             COPY ALIASREC.
         FD  NOSHOW-RPT.
          01 NOSHOW-RPT-RECORD       PIC X(80).
         FD  PARTY-MASTER.
          01 PARTY-MASTER-RECORD.
             COPY GRPREC.
         FD  SITE-CALENDAR.
          01 SITE-CALENDAR-RECORD.
             COPY SCALREC.
         WORKING-STORAGE SECTION.
          01 WS-APPT-FS              PIC XX.
          01 WS-ALIAS-FS             PIC XX.
             88 ARRIVAL-TABLE-FULL            VALUE "Y".
          01 WS-FOUND-SW             PIC X.
             88 ARRIVAL-FOUND                 VALUE "Y".
          01 WS-SCAL-FS              PIC XX.
          01 WS-SCAL-SW              PIC X VALUE "N".
             88 SITECAL-AVAILABLE             VALUE "Y".
          01 WS-CLOSED-SW            PIC X.
             88 SITE-WAS-CLOSED               VALUE "Y".
          01 WS-BOOKED-SITE          PIC X(4).
          01 WS-GRP-FS               PIC XX.
          01 WS-GRP-SW               PIC X VALUE "N".
             88 GRPMAST-AVAILABLE             VALUE "Y".
          01 WS-PARTY-SLOT-SW        PIC X.
             88 PARTY-SLOT-FOUND              VALUE "Y".
          01 WS-PARTY-HEAD-SW        PIC X VALUE "N".
             88 PARTY-HEADING-DONE            VALUE "Y".
      * One entry per party with a booking on the report date, in
      * the order the day's bookings first name it.  A party beyond
      * the table's capacity has its members listed one by one.
          01 WS-PARTY-TABLE.
             05 WS-PT-MAX            PIC 9(3) VALUE 200.
             05 WS-PT-COUNT          PIC 9(3) VALUE 0.
             05 WS-PARTY-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-PT-IDX.
                10 WS-PT-ID          PIC X(8).
                10 WS-PT-NAME        PIC X(30).
                10 WS-PT-STATUS      PIC X(1).
                   88 WS-PT-CANCELLED         VALUE "X".
                10 WS-PT-BOOKED      PIC 9(3).
                10 WS-PT-MISSING     PIC 9(3).
                10 WS-PT-CLOSED      PIC 9(3).
          01 WS-REPORT-DATE          PIC X(8).
          01 WS-CURRENT-DATE         PIC X(21).
          01 WS-ARRIVAL-TABLE.
          01 WS-BOOKED-COUNT         PIC 9(7) VALUE 0.
          01 WS-ARRIVED-COUNT        PIC 9(7) VALUE 0.
          01 WS-NOSHOW-COUNT         PIC 9(7) VALUE 0.
          01 WS-CLOSED-DAY-COUNT     PIC 9(7) VALUE 0.
          01 WS-CANCELLED-PTY-COUNT  PIC 9(7) VALUE 0.
          01 WS-RETURN-CODE          PIC 9(2) VALUE 0.
          01 WS-RPT-LINE             PIC X(80).
       LINKAGE SECTION.
            IF WS-ALIAS-FS = "00"
                SET ALIASFILE-AVAILABLE TO TRUE
            END-IF.
            OPEN INPUT SITE-CALENDAR.
            IF WS-SCAL-FS = "00"
                SET SITECAL-AVAILABLE TO TRUE
            ELSE
                MOVE 4 TO WS-RETURN-CODE
            END-IF.
            OPEN INPUT PARTY-MASTER.
            IF WS-GRP-FS = "00"
                SET GRPMAST-AVAILABLE TO TRUE
            ELSE
                MOVE 4 TO WS-RETURN-CODE
            END-IF.
            PERFORM LOAD-ARRIVAL-TABLE.
            PERFORM PRINT-HEADING.
            PERFORM CHECK-DAYS-BOOKINGS.
            PERFORM PRINT-PARTY-SUMMARY.
            PERFORM PRINT-TOTALS.
            CLOSE APPOINTMENT-FILE.
            IF ALIASFILE-AVAILABLE
                CLOSE ALIAS-FILE
            END-IF.
            IF SITECAL-AVAILABLE
                CLOSE SITE-CALENDAR
            END-IF.
            IF GRPMAST-AVAILABLE
                CLOSE PARTY-MASTER
            END-IF.
            CLOSE NOSHOW-RPT.
            IF ARRIVAL-TABLE-FULL
                MOVE 4 TO WS-RETURN-CODE
                WHEN WS-ARRIVAL-NAME(WS-ARRIVAL-IDX) = APPT-KEY-NAME
                    SET ARRIVAL-FOUND TO TRUE
            END-SEARCH.
            MOVE "N" TO WS-PARTY-SLOT-SW.
            IF APPT-PARTY-ID NOT = SPACES
               AND APPT-PARTY-ID NOT = LOW-VALUES
                PERFORM FIND-PARTY-SLOT
            END-IF.
            IF ARRIVAL-FOUND
                ADD 1 TO WS-ARRIVED-COUNT
            ELSE
                PERFORM CHECK-SITE-CLOSED
                IF PARTY-SLOT-FOUND
                    PERFORM TALLY-MISSING-MEMBER
                ELSE
                    PERFORM PRINT-MISSING-BOOKING
                END-IF
            END-IF.

       PRINT-MISSING-BOOKING.
            MOVE SPACES TO WS-RPT-LINE.
            IF SITE-WAS-CLOSED
                ADD 1 TO WS-CLOSED-DAY-COUNT
                STRING "  CLOSED   " APPT-KEY-NAME
                       "  BOOKED " APPT-TIME
                       " SITE " WS-BOOKED-SITE
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            ELSE
                ADD 1 TO WS-NOSHOW-COUNT
                STRING "  NO-SHOW  " APPT-KEY-NAME
                       "  BOOKED " APPT-TIME
                       " SITE " WS-BOOKED-SITE
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            END-IF.
            WRITE NOSHOW-RPT-RECORD FROM WS-RPT-LINE.

      * A party member who never arrived counts against the party
      * instead of getting a line of its own: a closed-day booking
      * as before, a member of a cancelled party apart from the
      * no-shows (the party was called off, not missed).
       TALLY-MISSING-MEMBER.
            IF SITE-WAS-CLOSED
                ADD 1 TO WS-CLOSED-DAY-COUNT
                ADD 1 TO WS-PT-CLOSED(WS-PT-IDX)
            ELSE
                ADD 1 TO WS-PT-MISSING(WS-PT-IDX)
                IF WS-PT-CANCELLED(WS-PT-IDX)
                    ADD 1 TO WS-CANCELLED-PTY-COUNT
                ELSE
                    ADD 1 TO WS-NOSHOW-COUNT
                END-IF
            END-IF.

      * The booking's party in the table, added (with its name and
      * status from the party master) the first time the day's
      * bookings name it.  An unreadable party is taken as active
      * and shown by id.
       FIND-PARTY-SLOT.
            SET WS-PT-IDX TO 1.
            SEARCH WS-PARTY-ENTRY
                AT END
                    CONTINUE
                WHEN WS-PT-IDX > WS-PT-COUNT
                    CONTINUE
                WHEN WS-PT-ID(WS-PT-IDX) = APPT-PARTY-ID
                    SET PARTY-SLOT-FOUND TO TRUE
            END-SEARCH.
            IF NOT PARTY-SLOT-FOUND
               AND WS-PT-COUNT < WS-PT-MAX
                ADD 1 TO WS-PT-COUNT
                SET WS-PT-IDX TO WS-PT-COUNT
                MOVE APPT-PARTY-ID TO WS-PT-ID(WS-PT-IDX)
                MOVE SPACES TO WS-PT-NAME(WS-PT-IDX)
                MOVE "A" TO WS-PT-STATUS(WS-PT-IDX)
                MOVE 0 TO WS-PT-BOOKED(WS-PT-IDX)
                MOVE 0 TO WS-PT-MISSING(WS-PT-IDX)
                MOVE 0 TO WS-PT-CLOSED(WS-PT-IDX)
                IF GRPMAST-AVAILABLE
                    MOVE WS-REPORT-DATE TO GP-VISIT-DATE
                    MOVE APPT-PARTY-ID TO GP-PARTY-ID
                    READ PARTY-MASTER
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE GP-PARTY-NAME
                                TO WS-PT-NAME(WS-PT-IDX)
                            MOVE GP-STATUS
                                TO WS-PT-STATUS(WS-PT-IDX)
                    END-READ
                END-IF
                SET PARTY-SLOT-FOUND TO TRUE
            END-IF.
            IF PARTY-SLOT-FOUND
                ADD 1 TO WS-PT-BOOKED(WS-PT-IDX)
            END-IF.

      * The booking's site on the report date, per the calendar; no
      * calendar record (or no calendar) is an open day.
       CHECK-SITE-CLOSED.
            MOVE "N" TO WS-CLOSED-SW.
            IF APPT-LOCATION = SPACES OR APPT-LOCATION = LOW-VALUES
                MOVE "MAIN" TO WS-BOOKED-SITE
            ELSE
                MOVE APPT-LOCATION TO WS-BOOKED-SITE
            END-IF.
            IF SITECAL-AVAILABLE
                MOVE WS-BOOKED-SITE TO SC-LOCATION
                MOVE WS-REPORT-DATE TO SC-CAL-DATE
                READ SITE-CALENDAR
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF SC-DAY-CLOSED
                            SET SITE-WAS-CLOSED TO TRUE
                        END-IF
                END-READ
            END-IF.

       PRINT-HEADING.
            MOVE SPACES TO WS-RPT-LINE.
            WRITE NOSHOW-RPT-RECORD FROM WS-RPT-LINE.

      * One line per party with members missing: how many of its
      * booked members never arrived, and how many were booked on a
      * day the site was closed.
       PRINT-PARTY-SUMMARY.
            PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                    UNTIL WS-PT-IDX > WS-PT-COUNT
                IF WS-PT-MISSING(WS-PT-IDX) > 0
                   OR WS-PT-CLOSED(WS-PT-IDX) > 0
                    PERFORM PRINT-PARTY-LINE
                END-IF
            END-PERFORM.

       PRINT-PARTY-LINE.
            IF NOT PARTY-HEADING-DONE
                SET PARTY-HEADING-DONE TO TRUE
                MOVE SPACES TO WS-RPT-LINE
                WRITE NOSHOW-RPT-RECORD FROM WS-RPT-LINE
                MOVE SPACES TO WS-RPT-LINE
                STRING "GROUP BOOKINGS - MEMBERS NOT ARRIVED BY PARTY "
                       "(NAMES ON PARTYRPT)"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE NOSHOW-RPT-RECORD FROM WS-RPT-LINE
            END-IF.
            MOVE SPACES TO WS-RPT-LINE.
            IF WS-PT-CANCELLED(WS-PT-IDX)
                STRING "  PARTY    " WS-PT-ID(WS-PT-IDX) " "
                       WS-PT-NAME(WS-PT-IDX) "  CANCELLED "
                       WS-PT-MISSING(WS-PT-IDX) " OF "
                       WS-PT-BOOKED(WS-PT-IDX)
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            ELSE
                STRING "  PARTY    " WS-PT-ID(WS-PT-IDX) " "
                       WS-PT-NAME(WS-PT-IDX) "  NO-SHOW "
                       WS-PT-MISSING(WS-PT-IDX) " OF "
                       WS-PT-BOOKED(WS-PT-IDX)
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            END-IF.
            WRITE NOSHOW-RPT-RECORD FROM WS-RPT-LINE.
            IF WS-PT-CLOSED(WS-PT-IDX) > 0
                MOVE SPACES TO WS-RPT-LINE
                STRING "           " WS-PT-CLOSED(WS-PT-IDX)
                       " MEMBER(S) BOOKED ON A CLOSED DAY"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE NOSHOW-RPT-RECORD FROM WS-RPT-LINE
            END-IF.

       PRINT-TOTALS.
            IF NOT SITECAL-AVAILABLE
                MOVE SPACES TO WS-RPT-LINE
                STRING "SITE CALENDAR UNAVAILABLE, STATUS " WS-SCAL-FS
                       " - CLOSED-DAY BOOKINGS LISTED AS NO-SHOWS"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE NOSHOW-RPT-RECORD FROM WS-RPT-LINE
            END-IF.
            IF NOT GRPMAST-AVAILABLE
                MOVE SPACES TO WS-RPT-LINE
                STRING "PARTY MASTER UNAVAILABLE, STATUS " WS-GRP-FS
                       " - CANCELLED PARTIES COUNTED AS NO-SHOWS"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE NOSHOW-RPT-RECORD FROM WS-RPT-LINE
            END-IF.
            IF ARRIVAL-TABLE-FULL
                MOVE SPACES TO WS-RPT-LINE
                STRING "ARRIVAL TABLE FULL AT " WS-ARRIVAL-MAX
            STRING "NO-SHOWS:             " WS-NOSHOW-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE NOSHOW-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "CLOSED-DAY BOOKINGS:  " WS-CLOSED-DAY-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE NOSHOW-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "IN CANCELLED PARTIES: " WS-CANCELLED-PTY-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE NOSHOW-RPT-RECORD FROM WS-RPT-LINE.

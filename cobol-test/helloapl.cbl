000000 IDENTIFICATION DIVISION.
000010 PROGRAM-ID.    HELLOAPL.
      *================================================================
      * Batch load for the expected-visitor appointment KSDS (see
      * APPTREC) the greeting channels and HELLONSR read.  Reads the
      * booking deck (see APTXREC), applies each add/change/cancel
      * to APPTFILE, and prints an apply report to APPTRPT showing
      * every transaction with its before/after booking, plus a
      * reject line for a bad action code or record type, a blank or
      * unparseable name, a bad visit date or booked time, a visit
      * date already past, a booking on a day the site calendar
      * shows the site closed, a duplicate booking, a booking not on
      * file, a party not on file or cancelled, or a file-status
      * failure.
      * Party records in the deck maintain the group bookings
      * (GRPMAST - see GRPREC) the same way: open, change, cancel.
      * A booking naming a party is a member of it: the party must
      * be on file and active for the visit date, a member added or
      * moved into the party with no site given is booked at the
      * party's site, and the party's member count follows every
      * member added, moved to another party or cancelled.
      * Cancelling a party leaves its member bookings on file (the
      * report says how many) so the day's reports still account
      * for the party as a unit.
      * Names are pushed through NAMEPARS and folded through the
      * alias file (ALIASMST) before the key is built, so a booking
      * lands under the same canonical name the greeting-time lookup
      * and HELLONSR arrival matching resolve an arrival to.
      * The site calendar (SITECAL - see SCALREC) is read for the
      * booking's site and visit date on every add and change: a
      * closed day is refused, and a booked time outside the site's
      * published hours is applied but noted on the report and
      * counted, so the desk can confirm it with the visitor.  A
      * cancellation is never refused - taking a booking off a
      * closed day is exactly what the desk should be doing.
      * RC=0 all transactions applied within hours; RC=4 one or more
      * rejected, booked outside hours, or names not alias-folded
      * because ALIASMST was unavailable (see APPTRPT); RC=12
      * APPTFILE, GRPMAST or SITECAL failed to open - nothing was
      * applied.
      *================================================================
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT APPT-TXN-FILE ASSIGN TO APPTTXN
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT APPT-RPT ASSIGN TO APPTRPT
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT APPOINTMENT-FILE ASSIGN TO APPTFILE
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS APPT-KEY
                 FILE STATUS IS WS-APPT-FS.
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
             SELECT ALIAS-FILE ASSIGN TO ALIASMST
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS ALIAS-KEY-NAME
                 FILE STATUS IS WS-ALIAS-FS.
       DATA DIVISION.
         FILE SECTION.
         FD  APPT-TXN-FILE.
          01 APPT-TXN-RECORD.
             COPY APTXREC.
         FD  APPT-RPT.
          01 APPT-RPT-RECORD         PIC X(80).
         FD  APPOINTMENT-FILE.
          01 APPOINTMENT-RECORD.
             COPY APPTREC.
         FD  PARTY-MASTER.
          01 PARTY-MASTER-RECORD.
             COPY GRPREC.
         FD  SITE-CALENDAR.
          01 SITE-CALENDAR-RECORD.
             COPY SCALREC.
         FD  ALIAS-FILE.
          01 ALIAS-RECORD.
             COPY ALIASREC.
         WORKING-STORAGE SECTION.
          01 NAME-RECORD.
             COPY NAMEREC.
          01 WS-PARSE-STATUS         PIC X(8).
          01 WS-TXN-EOF-SW           PIC X VALUE "N".
             88 TXN-EOF                       VALUE "Y".
          01 WS-APPT-FS              PIC XX.
          01 WS-GRP-FS               PIC XX.
          01 WS-SCAL-FS              PIC XX.
          01 WS-ALIAS-FS             PIC XX.
          01 WS-ALIAS-SW             PIC X VALUE "N".
             88 ALIASFILE-AVAILABLE           VALUE "Y".
          01 WS-FOUND-SW             PIC X VALUE "N".
             88 BOOKING-FOUND                 VALUE "Y".
          01 WS-HOURS-SW             PIC X VALUE "N".
             88 BOOKED-OUTSIDE-HOURS          VALUE "Y".
          01 WS-PARTY-FOUND-SW       PIC X VALUE "N".
             88 PARTY-FOUND                   VALUE "Y".
          01 WS-ADJ-PARTY-ID         PIC X(8).
          01 WS-ADJ-DIRECTION        PIC X.
             88 ADJ-ADD-MEMBER                VALUE "+".
             88 ADJ-DROP-MEMBER               VALUE "-".
          01 WS-CANON-NAME           PIC X(40).
          01 WS-REJECT-REASON        PIC X(24).
          01 WS-TXN-READ-COUNT       PIC 9(7) VALUE 0.
          01 WS-APPLIED-COUNT        PIC 9(7) VALUE 0.
          01 WS-REJECTED-COUNT       PIC 9(7) VALUE 0.
          01 WS-OUTSIDE-COUNT        PIC 9(7) VALUE 0.
          01 WS-BEFORE-IMAGE.
             05 WS-BEFORE-TIME       PIC X(5).
             05 WS-BEFORE-LOC        PIC X(4).
             05 WS-BEFORE-PARTY      PIC X(8).
          01 WS-PARTY-BEFORE-IMAGE.
             05 WS-PB-STATUS         PIC X(1).
             05 WS-PB-NAME           PIC X(30).
             05 WS-PB-HOST           PIC X(40).
             05 WS-PB-LEAD           PIC X(40).
             05 WS-PB-LOC            PIC X(4).
             05 WS-PB-MEMBERS        PIC 9(3).
          01 WS-PARTY-STATE          PIC X(9).
          01 WS-BOOK-HHMM            PIC X(4).
          01 WS-TODAY                PIC X(8).
          01 WS-CURRENT-DATE         PIC X(21).
          01 WS-RETURN-CODE          PIC 9(2) VALUE 0.
          01 WS-RPT-LINE             PIC X(80).
000020 PROCEDURE      DIVISION.
000030 MAIN           SECTION.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
            MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY.
            OPEN INPUT APPT-TXN-FILE.
            OPEN OUTPUT APPT-RPT.
            OPEN I-O APPOINTMENT-FILE.
            IF WS-APPT-FS NOT = "00"
                MOVE SPACES TO WS-RPT-LINE
                STRING "APPOINTMENT FILE OPEN FAILED, STATUS "
                       WS-APPT-FS
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE APPT-RPT-RECORD FROM WS-RPT-LINE
                CLOSE APPT-TXN-FILE
                CLOSE APPT-RPT
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT SITE-CALENDAR.
            IF WS-SCAL-FS NOT = "00"
                MOVE SPACES TO WS-RPT-LINE
                STRING "SITE CALENDAR OPEN FAILED, STATUS "
                       WS-SCAL-FS " - NOTHING APPLIED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE APPT-RPT-RECORD FROM WS-RPT-LINE
                CLOSE APPT-TXN-FILE
                CLOSE APPT-RPT
                CLOSE APPOINTMENT-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN I-O PARTY-MASTER.
            IF WS-GRP-FS NOT = "00"
                MOVE SPACES TO WS-RPT-LINE
                STRING "PARTY MASTER OPEN FAILED, STATUS "
                       WS-GRP-FS " - NOTHING APPLIED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE APPT-RPT-RECORD FROM WS-RPT-LINE
                CLOSE APPT-TXN-FILE
                CLOSE APPT-RPT
                CLOSE APPOINTMENT-FILE
                CLOSE SITE-CALENDAR
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM PRINT-HEADING.
            OPEN INPUT ALIAS-FILE.
            IF WS-ALIAS-FS = "00"
                SET ALIASFILE-AVAILABLE TO TRUE
            ELSE
                MOVE SPACES TO WS-RPT-LINE
                STRING "ALIAS FILE UNAVAILABLE, STATUS "
                       WS-ALIAS-FS " - NAMES BOOKED AS KEYED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE APPT-RPT-RECORD FROM WS-RPT-LINE
                MOVE SPACES TO WS-RPT-LINE
                WRITE APPT-RPT-RECORD FROM WS-RPT-LINE
                DISPLAY "HELLOAPL-W: ALIAS FILE UNAVAILABLE, STATUS "
                    WS-ALIAS-FS UPON CONSOLE
                MOVE 4 TO WS-RETURN-CODE
            END-IF.
            PERFORM UNTIL TXN-EOF
                READ APPT-TXN-FILE
                    AT END
                        SET TXN-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-TXN-READ-COUNT
                        PERFORM APPLY-TRANSACTION
                END-READ
            END-PERFORM.
            PERFORM PRINT-TOTALS.
            CLOSE APPT-TXN-FILE.
            CLOSE APPT-RPT.
            CLOSE APPOINTMENT-FILE.
            CLOSE SITE-CALENDAR.
            CLOSE PARTY-MASTER.
            IF ALIASFILE-AVAILABLE
                CLOSE ALIAS-FILE
            END-IF.
            IF WS-REJECTED-COUNT > 0 OR WS-OUTSIDE-COUNT > 0
                MOVE 4 TO WS-RETURN-CODE
            END-IF.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
000040 STOP           RUN.

       APPLY-TRANSACTION.
            MOVE SPACES TO WS-REJECT-REASON.
            MOVE "N" TO WS-FOUND-SW.
            MOVE "N" TO WS-HOURS-SW.
            MOVE "N" TO WS-PARTY-FOUND-SW.
            EVALUATE TRUE
                WHEN NOT AT-ACTION-VALID
                    MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
                    PERFORM PRINT-TXN-REJECT
                WHEN NOT AT-TYPE-VALID
                    MOVE "INVALID RECORD TYPE" TO WS-REJECT-REASON
                    PERFORM PRINT-TXN-REJECT
                WHEN AT-TYPE-PARTY
                    PERFORM APPLY-PARTY-TRANSACTION
                WHEN OTHER
                    PERFORM APPLY-BOOKING-TRANSACTION
            END-EVALUATE.

       PRINT-TXN-REJECT.
            IF AT-TYPE-PARTY
                PERFORM PRINT-PARTY-REJECT
            ELSE
                PERFORM PRINT-REJECT
            END-IF.

       APPLY-BOOKING-TRANSACTION.
            IF AT-KEY-NAME = SPACES OR AT-KEY-NAME = LOW-VALUES
                MOVE "BLANK KEY NAME" TO WS-REJECT-REASON
                PERFORM PRINT-REJECT
            ELSE
                PERFORM CANONICALIZE-KEY
            END-IF.
            IF WS-REJECT-REASON = SPACES
                PERFORM VALIDATE-BOOKING
            END-IF.
            IF WS-REJECT-REASON = SPACES
                PERFORM READ-APPOINTMENT
                EVALUATE TRUE
                    WHEN AT-ACTION-ADD
                        PERFORM APPLY-ADD
                    WHEN AT-ACTION-CHANGE
                        PERFORM APPLY-CHANGE
                    WHEN AT-ACTION-DELETE
                        PERFORM APPLY-DELETE
                END-EVALUATE
            END-IF.

      * Parse the keyed name to canonical form, then fold it through
      * the alias file, so the booking sits under the name an
      * arrival resolves to at the desk (see RESOLVE-NAME-ALIAS in
      * HELLO and ADD-ARRIVAL-NAME in HELLONSR).
       CANONICALIZE-KEY.
            MOVE AT-KEY-NAME TO WS-CANON-NAME.
            PERFORM CANONICALIZE-NAME.
            IF WS-PARSE-STATUS = "OK"
                MOVE WS-CANON-NAME TO AT-KEY-NAME
            ELSE
                MOVE SPACES TO WS-REJECT-REASON
                STRING "NAME " WS-PARSE-STATUS
                    DELIMITED BY SIZE INTO WS-REJECT-REASON
                PERFORM PRINT-REJECT
            END-IF.

       CANONICALIZE-NAME.
            MOVE SPACES TO NAME-FIRST NAME-LAST NAME-SUFFIX.
            MOVE WS-CANON-NAME TO NAME-FULL-TEXT.
            CALL "NAMEPARS" USING NAME-RECORD WS-PARSE-STATUS.
            IF WS-PARSE-STATUS = "OK"
                MOVE NAME-FULL-TEXT TO WS-CANON-NAME
                IF ALIASFILE-AVAILABLE
                    MOVE WS-CANON-NAME TO ALIAS-KEY-NAME
                    READ ALIAS-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE ALIAS-CANON-NAME TO WS-CANON-NAME
                    END-READ
                END-IF
            END-IF.

      * Date and time checks that need no file.  A cancellation may
      * name a past date (clearing old bookings); an add or change
      * may not.  The booked time is HH:MM on the 24-hour clock,
      * required on an add and optional on a change.
       VALIDATE-BOOKING.
            PERFORM VALIDATE-VISIT-DATE.
            IF WS-REJECT-REASON = SPACES
               AND NOT AT-ACTION-DELETE
                IF AT-APPT-TIME = SPACES
                    IF AT-ACTION-ADD
                        MOVE "BLANK BOOKED TIME"
                            TO WS-REJECT-REASON
                    END-IF
                ELSE
                    IF AT-APPT-TIME(1:2) IS NOT NUMERIC
                       OR AT-APPT-TIME(3:1) NOT = ":"
                       OR AT-APPT-TIME(4:2) IS NOT NUMERIC
                       OR AT-APPT-TIME(1:2) > "23"
                       OR AT-APPT-TIME(4:2) > "59"
                        MOVE "INVALID BOOKED TIME"
                            TO WS-REJECT-REASON
                    END-IF
                END-IF
            END-IF.
            IF WS-REJECT-REASON NOT = SPACES
                PERFORM PRINT-REJECT
            END-IF.

       VALIDATE-VISIT-DATE.
            IF AT-VISIT-DATE IS NOT NUMERIC
                MOVE "INVALID VISIT DATE" TO WS-REJECT-REASON
            ELSE
                IF FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL(AT-VISIT-DATE)) NOT = 0
                    MOVE "INVALID VISIT DATE" TO WS-REJECT-REASON
                END-IF
            END-IF.
            IF WS-REJECT-REASON = SPACES
               AND NOT AT-ACTION-DELETE
               AND AT-VISIT-DATE < WS-TODAY
                MOVE "VISIT DATE ALREADY PAST" TO WS-REJECT-REASON
            END-IF.

       READ-APPOINTMENT.
            MOVE "N" TO WS-FOUND-SW.
            MOVE SPACES TO WS-BEFORE-TIME WS-BEFORE-LOC.
            MOVE SPACES TO WS-BEFORE-PARTY.
            MOVE AT-VISIT-DATE TO APPT-KEY-DATE.
            MOVE AT-KEY-NAME TO APPT-KEY-NAME.
            READ APPOINTMENT-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET BOOKING-FOUND TO TRUE
                    IF APPT-LOCATION = SPACES
                        MOVE "MAIN" TO APPT-LOCATION
                    END-IF
                    MOVE APPT-TIME TO WS-BEFORE-TIME
                    MOVE APPT-LOCATION TO WS-BEFORE-LOC
                    MOVE APPT-PARTY-ID TO WS-BEFORE-PARTY
            END-READ.

       APPLY-ADD.
            IF BOOKING-FOUND
                MOVE "DUPLICATE BOOKING" TO WS-REJECT-REASON
                PERFORM PRINT-REJECT
            ELSE
                MOVE SPACES TO APPOINTMENT-RECORD
                MOVE AT-VISIT-DATE TO APPT-KEY-DATE
                MOVE AT-KEY-NAME TO APPT-KEY-NAME
                MOVE AT-APPT-TIME TO APPT-TIME
                IF AT-LOCATION = SPACES
                    MOVE "MAIN" TO APPT-LOCATION
                ELSE
                    MOVE AT-LOCATION TO APPT-LOCATION
                END-IF
                MOVE AT-PARTY-ID TO APPT-PARTY-ID
                IF APPT-PARTY-ID NOT = SPACES
                    PERFORM CHECK-BOOKING-PARTY
                    IF PARTY-FOUND AND AT-LOCATION = SPACES
                        MOVE GP-LOCATION TO APPT-LOCATION
                    END-IF
                END-IF
                IF WS-REJECT-REASON = SPACES
                    PERFORM CHECK-SITE-CALENDAR
                END-IF
                IF WS-REJECT-REASON NOT = SPACES
                    PERFORM PRINT-REJECT
                ELSE
                    WRITE APPOINTMENT-RECORD
                        INVALID KEY
                            MOVE "WRITE FAILED" TO WS-REJECT-REASON
                            PERFORM PRINT-REJECT
                        NOT INVALID KEY
                            PERFORM PRINT-APPLIED
                            IF APPT-PARTY-ID NOT = SPACES
                                MOVE APPT-PARTY-ID TO WS-ADJ-PARTY-ID
                                SET ADJ-ADD-MEMBER TO TRUE
                                PERFORM ADJUST-PARTY-MEMBERS
                            END-IF
                    END-WRITE
                END-IF
            END-IF.

       APPLY-CHANGE.
            IF NOT BOOKING-FOUND
                MOVE "BOOKING NOT ON FILE" TO WS-REJECT-REASON
                PERFORM PRINT-REJECT
            ELSE
                IF AT-APPT-TIME NOT = SPACES
                    MOVE AT-APPT-TIME TO APPT-TIME
                END-IF
                IF AT-LOCATION NOT = SPACES
                    MOVE AT-LOCATION TO APPT-LOCATION
                END-IF
                IF AT-PARTY-ID NOT = SPACES
                    MOVE AT-PARTY-ID TO APPT-PARTY-ID
                    PERFORM CHECK-BOOKING-PARTY
                    IF PARTY-FOUND AND AT-LOCATION = SPACES
                        MOVE GP-LOCATION TO APPT-LOCATION
                    END-IF
                END-IF
                IF WS-REJECT-REASON = SPACES
                    PERFORM CHECK-SITE-CALENDAR
                END-IF
                IF WS-REJECT-REASON NOT = SPACES
                    PERFORM PRINT-REJECT
                ELSE
                    REWRITE APPOINTMENT-RECORD
                        INVALID KEY
                            MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                            PERFORM PRINT-REJECT
                        NOT INVALID KEY
                            PERFORM PRINT-APPLIED
                            PERFORM MOVE-PARTY-MEMBER
                    END-REWRITE
                END-IF
            END-IF.

      * A change that moved the member to another party takes it off
      * the old party's count and puts it on the new one's.
       MOVE-PARTY-MEMBER.
            IF APPT-PARTY-ID NOT = WS-BEFORE-PARTY
                IF WS-BEFORE-PARTY NOT = SPACES
                    MOVE WS-BEFORE-PARTY TO WS-ADJ-PARTY-ID
                    SET ADJ-DROP-MEMBER TO TRUE
                    PERFORM ADJUST-PARTY-MEMBERS
                END-IF
                IF APPT-PARTY-ID NOT = SPACES
                    MOVE APPT-PARTY-ID TO WS-ADJ-PARTY-ID
                    SET ADJ-ADD-MEMBER TO TRUE
                    PERFORM ADJUST-PARTY-MEMBERS
                END-IF
            END-IF.

       APPLY-DELETE.
            IF NOT BOOKING-FOUND
                MOVE "BOOKING NOT ON FILE" TO WS-REJECT-REASON
                PERFORM PRINT-REJECT
            ELSE
                DELETE APPOINTMENT-FILE
                    INVALID KEY
                        MOVE "DELETE FAILED" TO WS-REJECT-REASON
                        PERFORM PRINT-REJECT
                    NOT INVALID KEY
                        PERFORM PRINT-APPLIED
                        IF WS-BEFORE-PARTY NOT = SPACES
                            MOVE WS-BEFORE-PARTY TO WS-ADJ-PARTY-ID
                            SET ADJ-DROP-MEMBER TO TRUE
                            PERFORM ADJUST-PARTY-MEMBERS
                        END-IF
                END-DELETE
            END-IF.

      * The party a booking names must be on file for the visit date
      * and still active; a member cannot join a cancelled party.
       CHECK-BOOKING-PARTY.
            MOVE "N" TO WS-PARTY-FOUND-SW.
            MOVE APPT-KEY-DATE TO GP-VISIT-DATE.
            MOVE APPT-PARTY-ID TO GP-PARTY-ID.
            READ PARTY-MASTER
                INVALID KEY
                    MOVE "PARTY NOT ON FILE" TO WS-REJECT-REASON
                NOT INVALID KEY
                    IF GP-CANCELLED
                        MOVE "PARTY CANCELLED" TO WS-REJECT-REASON
                    ELSE
                        SET PARTY-FOUND TO TRUE
                    END-IF
            END-READ.

      * Keep GP-MEMBER-COUNT in step with the member bookings.  The
      * booking itself is already applied, so a party that cannot be
      * read or rewritten here only leaves the count (which the
      * reports do not rely on) out of step.
       ADJUST-PARTY-MEMBERS.
            MOVE AT-VISIT-DATE TO GP-VISIT-DATE.
            MOVE WS-ADJ-PARTY-ID TO GP-PARTY-ID.
            READ PARTY-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF ADJ-ADD-MEMBER
                        IF GP-MEMBER-COUNT < 999
                            ADD 1 TO GP-MEMBER-COUNT
                        END-IF
                    ELSE
                        IF GP-MEMBER-COUNT > 0
                            SUBTRACT 1 FROM GP-MEMBER-COUNT
                        END-IF
                    END-IF
                    REWRITE PARTY-MASTER-RECORD
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
            END-READ.

      * Party records: open, change or cancel a group booking.  The
      * lead contact is canonicalized like a booking key, so the
      * greeting channels recognize the lead's arrival under the
      * name the lead's own booking is keyed by.
       APPLY-PARTY-TRANSACTION.
            IF AT-P-PARTY-ID = SPACES OR AT-P-PARTY-ID = LOW-VALUES
                MOVE "BLANK PARTY ID" TO WS-REJECT-REASON
            ELSE
                PERFORM VALIDATE-VISIT-DATE
            END-IF.
            IF WS-REJECT-REASON = SPACES
               AND AT-ACTION-ADD
                EVALUATE TRUE
                    WHEN AT-P-PARTY-NAME = SPACES
                        MOVE "BLANK PARTY NAME" TO WS-REJECT-REASON
                    WHEN AT-P-HOST-NAME = SPACES
                        MOVE "BLANK HOST NAME" TO WS-REJECT-REASON
                    WHEN AT-P-LEAD-NAME = SPACES
                        MOVE "BLANK LEAD NAME" TO WS-REJECT-REASON
                END-EVALUATE
            END-IF.
            IF WS-REJECT-REASON = SPACES
               AND NOT AT-ACTION-DELETE
               AND AT-P-LEAD-NAME NOT = SPACES
                MOVE AT-P-LEAD-NAME TO WS-CANON-NAME
                PERFORM CANONICALIZE-NAME
                IF WS-PARSE-STATUS = "OK"
                    MOVE WS-CANON-NAME TO AT-P-LEAD-NAME
                ELSE
                    STRING "LEAD NAME " WS-PARSE-STATUS
                        DELIMITED BY SIZE INTO WS-REJECT-REASON
                END-IF
            END-IF.
            IF WS-REJECT-REASON NOT = SPACES
                PERFORM PRINT-PARTY-REJECT
            ELSE
                PERFORM READ-PARTY
                EVALUATE TRUE
                    WHEN AT-ACTION-ADD
                        PERFORM APPLY-PARTY-ADD
                    WHEN AT-ACTION-CHANGE
                        PERFORM APPLY-PARTY-CHANGE
                    WHEN AT-ACTION-DELETE
                        PERFORM APPLY-PARTY-CANCEL
                END-EVALUATE
            END-IF.

       READ-PARTY.
            MOVE "N" TO WS-PARTY-FOUND-SW.
            MOVE SPACES TO WS-PARTY-BEFORE-IMAGE.
            MOVE AT-VISIT-DATE TO GP-VISIT-DATE.
            MOVE AT-P-PARTY-ID TO GP-PARTY-ID.
            READ PARTY-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET PARTY-FOUND TO TRUE
                    MOVE GP-STATUS TO WS-PB-STATUS
                    MOVE GP-PARTY-NAME TO WS-PB-NAME
                    MOVE GP-HOST-NAME TO WS-PB-HOST
                    MOVE GP-LEAD-NAME TO WS-PB-LEAD
                    MOVE GP-LOCATION TO WS-PB-LOC
                    MOVE GP-MEMBER-COUNT TO WS-PB-MEMBERS
            END-READ.

       APPLY-PARTY-ADD.
            IF PARTY-FOUND
                MOVE "DUPLICATE PARTY" TO WS-REJECT-REASON
                PERFORM PRINT-PARTY-REJECT
            ELSE
                MOVE SPACES TO PARTY-MASTER-RECORD
                MOVE AT-VISIT-DATE TO GP-VISIT-DATE
                MOVE AT-P-PARTY-ID TO GP-PARTY-ID
                SET GP-ACTIVE TO TRUE
                MOVE AT-P-PARTY-NAME TO GP-PARTY-NAME
                MOVE AT-P-HOST-NAME TO GP-HOST-NAME
                MOVE AT-P-LEAD-NAME TO GP-LEAD-NAME
                IF AT-P-LOCATION = SPACES
                    MOVE "MAIN" TO GP-LOCATION
                ELSE
                    MOVE AT-P-LOCATION TO GP-LOCATION
                END-IF
                MOVE 0 TO GP-MEMBER-COUNT
                PERFORM CHECK-PARTY-SITE
                IF WS-REJECT-REASON NOT = SPACES
                    PERFORM PRINT-PARTY-REJECT
                ELSE
                    WRITE PARTY-MASTER-RECORD
                        INVALID KEY
                            MOVE "WRITE FAILED" TO WS-REJECT-REASON
                            PERFORM PRINT-PARTY-REJECT
                        NOT INVALID KEY
                            PERFORM PRINT-PARTY-APPLIED
                    END-WRITE
                END-IF
            END-IF.

       APPLY-PARTY-CHANGE.
            EVALUATE TRUE
                WHEN NOT PARTY-FOUND
                    MOVE "PARTY NOT ON FILE" TO WS-REJECT-REASON
                WHEN GP-CANCELLED
                    MOVE "PARTY CANCELLED" TO WS-REJECT-REASON
            END-EVALUATE.
            IF WS-REJECT-REASON = SPACES
                IF AT-P-PARTY-NAME NOT = SPACES
                    MOVE AT-P-PARTY-NAME TO GP-PARTY-NAME
                END-IF
                IF AT-P-HOST-NAME NOT = SPACES
                    MOVE AT-P-HOST-NAME TO GP-HOST-NAME
                END-IF
                IF AT-P-LEAD-NAME NOT = SPACES
                    MOVE AT-P-LEAD-NAME TO GP-LEAD-NAME
                END-IF
                IF AT-P-LOCATION NOT = SPACES
                    MOVE AT-P-LOCATION TO GP-LOCATION
                END-IF
                PERFORM CHECK-PARTY-SITE
            END-IF.
            IF WS-REJECT-REASON NOT = SPACES
                PERFORM PRINT-PARTY-REJECT
            ELSE
                REWRITE PARTY-MASTER-RECORD
                    INVALID KEY
                        MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                        PERFORM PRINT-PARTY-REJECT
                    NOT INVALID KEY
                        PERFORM PRINT-PARTY-APPLIED
                END-REWRITE
            END-IF.

      * A cancelled party keeps its record and its member bookings,
      * so the reports show it as one cancelled unit rather than a
      * string of separate no-shows.
       APPLY-PARTY-CANCEL.
            EVALUATE TRUE
                WHEN NOT PARTY-FOUND
                    MOVE "PARTY NOT ON FILE" TO WS-REJECT-REASON
                WHEN GP-CANCELLED
                    MOVE "PARTY ALREADY CANCELLED" TO WS-REJECT-REASON
            END-EVALUATE.
            IF WS-REJECT-REASON NOT = SPACES
                PERFORM PRINT-PARTY-REJECT
            ELSE
                SET GP-CANCELLED TO TRUE
                REWRITE PARTY-MASTER-RECORD
                    INVALID KEY
                        MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                        PERFORM PRINT-PARTY-REJECT
                    NOT INVALID KEY
                        PERFORM PRINT-PARTY-APPLIED
                END-REWRITE
            END-IF.

      * A party is expected at one site; the site must be open on the
      * visit date.  Members' booked times are checked against the
      * hours as each member is booked.
       CHECK-PARTY-SITE.
            MOVE GP-LOCATION TO SC-LOCATION.
            MOVE GP-VISIT-DATE TO SC-CAL-DATE.
            READ SITE-CALENDAR
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF SC-DAY-CLOSED
                        MOVE "SITE CLOSED THAT DAY"
                            TO WS-REJECT-REASON
                    END-IF
            END-READ.

      * The booking as it will stand, against the calendar for its
      * site and visit date.  No calendar record is an ordinary open
      * day with no published hours.  The HH:MM booked time compares
      * as HHMM against the site's hours; at or after the closing
      * time is outside them.
       CHECK-SITE-CALENDAR.
            MOVE APPT-LOCATION TO SC-LOCATION.
            MOVE APPT-KEY-DATE TO SC-CAL-DATE.
            READ SITE-CALENDAR
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF SC-DAY-CLOSED
                        MOVE "SITE CLOSED THAT DAY"
                            TO WS-REJECT-REASON
                    ELSE
                        IF SC-OPEN-TIME NOT = SPACES
                           AND SC-CLOSE-TIME NOT = SPACES
                            MOVE APPT-TIME(1:2) TO WS-BOOK-HHMM(1:2)
                            MOVE APPT-TIME(4:2) TO WS-BOOK-HHMM(3:2)
                            IF WS-BOOK-HHMM < SC-OPEN-TIME
                               OR WS-BOOK-HHMM NOT < SC-CLOSE-TIME
                                SET BOOKED-OUTSIDE-HOURS TO TRUE
                            END-IF
                        END-IF
                    END-IF
            END-READ.

       PRINT-HEADING.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "APPOINTMENT BOOKING LOAD - APPLY REPORT"
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE APPT-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            WRITE APPT-RPT-RECORD FROM WS-RPT-LINE.

       PRINT-APPLIED.
            ADD 1 TO WS-APPLIED-COUNT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING AT-ACTION-CODE "  " AT-KEY-NAME "  APPLIED"
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE APPT-RPT-RECORD FROM WS-RPT-LINE.
            PERFORM PRINT-BEFORE-IMAGE.
            MOVE SPACES TO WS-RPT-LINE.
            IF AT-ACTION-DELETE
                STRING "   AFTER:  *CANCELLED*"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            ELSE
                STRING "   AFTER:  " APPT-KEY-DATE
                       " AT " APPT-TIME
                       " SITE " APPT-LOCATION
                       " PARTY " APPT-PARTY-ID
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                IF APPT-PARTY-ID = SPACES
                    MOVE SPACES TO WS-RPT-LINE(39:)
                END-IF
            END-IF.
            WRITE APPT-RPT-RECORD FROM WS-RPT-LINE.
            IF BOOKED-OUTSIDE-HOURS
                ADD 1 TO WS-OUTSIDE-COUNT
                MOVE SPACES TO WS-RPT-LINE
                STRING "   NOTE:   OUTSIDE SITE HOURS "
                       SC-OPEN-TIME "-" SC-CLOSE-TIME
                       " - CONFIRM WITH VISITOR"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE APPT-RPT-RECORD FROM WS-RPT-LINE
            END-IF.

       PRINT-REJECT.
            ADD 1 TO WS-REJECTED-COUNT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING AT-ACTION-CODE "  " AT-KEY-NAME "  REJECTED - "
                   WS-REJECT-REASON
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE APPT-RPT-RECORD FROM WS-RPT-LINE.
            PERFORM PRINT-CLOSED-SITE.
            IF BOOKING-FOUND
                PERFORM PRINT-BEFORE-IMAGE
            END-IF.

       PRINT-CLOSED-SITE.
            IF WS-REJECT-REASON = "SITE CLOSED THAT DAY"
                MOVE SPACES TO WS-RPT-LINE
                STRING "   SITE " SC-LOCATION " CLOSED "
                       SC-CAL-DATE " " SC-DAY-NOTE
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE APPT-RPT-RECORD FROM WS-RPT-LINE
            END-IF.

       PRINT-BEFORE-IMAGE.
            MOVE SPACES TO WS-RPT-LINE.
            IF BOOKING-FOUND
                STRING "   BEFORE: " AT-VISIT-DATE
                       " AT " WS-BEFORE-TIME
                       " SITE " WS-BEFORE-LOC
                       " PARTY " WS-BEFORE-PARTY
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                IF WS-BEFORE-PARTY = SPACES
                    MOVE SPACES TO WS-RPT-LINE(39:)
                END-IF
            ELSE
                STRING "   BEFORE: *NOT ON FILE*"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            END-IF.
            WRITE APPT-RPT-RECORD FROM WS-RPT-LINE.

       PRINT-PARTY-APPLIED.
            ADD 1 TO WS-APPLIED-COUNT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING AT-ACTION-CODE AT-REC-TYPE " " AT-P-PARTY-ID " "
                   GP-PARTY-NAME "  APPLIED"
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE APPT-RPT-RECORD FROM WS-RPT-LINE.
            PERFORM PRINT-PARTY-BEFORE-IMAGE.
            MOVE SPACES TO WS-RPT-LINE.
            IF AT-ACTION-DELETE
                STRING "   AFTER:  *CANCELLED* - " GP-MEMBER-COUNT
                       " MEMBER BOOKING(S) LEFT ON FILE"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE APPT-RPT-RECORD FROM WS-RPT-LINE
            ELSE
                STRING "   AFTER:  " GP-VISIT-DATE
                       " SITE " GP-LOCATION
                       " MEMBERS " GP-MEMBER-COUNT " ACTIVE"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE APPT-RPT-RECORD FROM WS-RPT-LINE
                MOVE SPACES TO WS-RPT-LINE
                STRING "           HOST " GP-HOST-NAME
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE APPT-RPT-RECORD FROM WS-RPT-LINE
                MOVE SPACES TO WS-RPT-LINE
                STRING "           LEAD " GP-LEAD-NAME
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE APPT-RPT-RECORD FROM WS-RPT-LINE
            END-IF.

       PRINT-PARTY-REJECT.
            ADD 1 TO WS-REJECTED-COUNT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING AT-ACTION-CODE AT-REC-TYPE " " AT-P-PARTY-ID " "
                   AT-P-PARTY-NAME "  REJECTED - " WS-REJECT-REASON
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE APPT-RPT-RECORD FROM WS-RPT-LINE.
            PERFORM PRINT-CLOSED-SITE.
            IF PARTY-FOUND
                PERFORM PRINT-PARTY-BEFORE-IMAGE
            END-IF.

       PRINT-PARTY-BEFORE-IMAGE.
            MOVE SPACES TO WS-RPT-LINE.
            IF PARTY-FOUND
                IF WS-PB-STATUS = "X"
                    MOVE "CANCELLED" TO WS-PARTY-STATE
                ELSE
                    MOVE "ACTIVE" TO WS-PARTY-STATE
                END-IF
                STRING "   BEFORE: " AT-VISIT-DATE
                       " SITE " WS-PB-LOC
                       " MEMBERS " WS-PB-MEMBERS " " WS-PARTY-STATE
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE APPT-RPT-RECORD FROM WS-RPT-LINE
                MOVE SPACES TO WS-RPT-LINE
                STRING "           NAME " WS-PB-NAME
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE APPT-RPT-RECORD FROM WS-RPT-LINE
                MOVE SPACES TO WS-RPT-LINE
                STRING "           HOST " WS-PB-HOST
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE APPT-RPT-RECORD FROM WS-RPT-LINE
                MOVE SPACES TO WS-RPT-LINE
                STRING "           LEAD " WS-PB-LEAD
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            ELSE
                STRING "   BEFORE: *NOT ON FILE*"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            END-IF.
            WRITE APPT-RPT-RECORD FROM WS-RPT-LINE.

       PRINT-TOTALS.
            MOVE SPACES TO WS-RPT-LINE.
            WRITE APPT-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "TRANSACTIONS READ:  " WS-TXN-READ-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE APPT-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "APPLIED:            " WS-APPLIED-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE APPT-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "REJECTED:           " WS-REJECTED-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE APPT-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "OUTSIDE SITE HOURS: " WS-OUTSIDE-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE APPT-RPT-RECORD FROM WS-RPT-LINE.

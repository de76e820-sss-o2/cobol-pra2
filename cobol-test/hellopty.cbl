000000 IDENTIFICATION DIVISION.
000010 PROGRAM-ID.    HELLOPTY.
      *================================================================
      * Party status report.  For every group booking on the party
      * master (GRPREC) for the report date, lists the party, its
      * host and lead contact, and each member booking (the day's
      * APPTREC bookings carrying the party id) as ARRIVED - with
      * the time of the member's ACCEPTED greeting on the daily
      * VISITOR-LOG - or not yet arrived, then the party's counts,
      * so the host can see at a glance who is in and who is still
      * to come.  Members are matched by the alias-resolved name,
      * the same way HELLONSR matches bookings to arrivals.
      * PARM='INTRADAY' (the default) is the on-demand run during
      * the day: a member not yet greeted is EXPECTED.  PARM='EOD'
      * is the end-of-day run after the last greeting and BEFORE
      * HELLOARC empties the daily log: a member never greeted is a
      * NO-SHOW.  Either way a cancelled party's missing members are
      * CANCELLED, not no-shows.  The report date defaults to the
      * run date; pin it with PARM='EOD,YYYYMMDD' for a rerun over a
      * restored log.
      * RC=0 normal (including no parties booked); RC=4 the in-core
      * arrival table filled before the whole log was read, so a
      * late arrival may be shown as not arrived - see PARTYRPT;
      * RC=12 unrecognized PARM, or the party master or the
      * appointment file failed to open.
      *================================================================
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT PARTY-MASTER ASSIGN TO GRPMAST
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS GP-KEY
                 FILE STATUS IS WS-GRP-FS.
             SELECT APPOINTMENT-FILE ASSIGN TO APPTFILE
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS APPT-KEY
                 FILE STATUS IS WS-APPT-FS.
             SELECT VISITOR-LOG ASSIGN TO VISLOG
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT ALIAS-FILE ASSIGN TO ALIASMST
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS ALIAS-KEY-NAME
                 FILE STATUS IS WS-ALIAS-FS.
             SELECT PARTY-RPT ASSIGN TO PARTYRPT
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
         FILE SECTION.
         FD  PARTY-MASTER.
          01 PARTY-MASTER-RECORD.
             COPY GRPREC.
         FD  APPOINTMENT-FILE.
          01 APPOINTMENT-RECORD.
             COPY APPTREC.
         FD  VISITOR-LOG.
          01 VISITOR-LOG-RECORD.
             COPY VISTREC.
         FD  ALIAS-FILE.
          01 ALIAS-RECORD.
             COPY ALIASREC.
         FD  PARTY-RPT.
          01 PARTY-RPT-RECORD        PIC X(80).
         WORKING-STORAGE SECTION.
          01 WS-GRP-FS               PIC XX.
          01 WS-APPT-FS              PIC XX.
          01 WS-ALIAS-FS             PIC XX.
          01 WS-ALIAS-SW             PIC X VALUE "N".
             88 ALIASFILE-AVAILABLE           VALUE "Y".
          01 WS-PARM-MODE            PIC X(8).
          01 WS-PARM-DATE            PIC X(8) VALUE SPACES.
          01 WS-MODE-SW              PIC X VALUE "I".
             88 MODE-INTRADAY                 VALUE "I".
             88 MODE-EOD                      VALUE "E".
          01 WS-ARRIVED-AS           PIC X(40).
          01 WS-VLOG-EOF-SW          PIC X VALUE "N".
             88 VLOG-EOF                      VALUE "Y".
          01 WS-GRP-EOF-SW           PIC X VALUE "N".
             88 GRP-EOF                       VALUE "Y".
          01 WS-APPT-EOF-SW          PIC X.
             88 APPT-EOF                      VALUE "Y".
          01 WS-TABLE-FULL-SW        PIC X VALUE "N".
             88 ARRIVAL-TABLE-FULL            VALUE "Y".
          01 WS-FOUND-SW             PIC X.
             88 ARRIVAL-FOUND                 VALUE "Y".
          01 WS-LEAD-BOOKED-SW       PIC X.
             88 LEAD-BOOKED                   VALUE "Y".
          01 WS-REPORT-DATE          PIC X(8).
          01 WS-CURRENT-DATE         PIC X(21).
          01 WS-MISSING-LABEL        PIC X(12).
          01 WS-LEAD-TAG             PIC X(5).
      * The report date's ACCEPTED greetings: alias-resolved name
      * and the HHMM of the greeting.  The log is in time order, so
      * the first entry for a name is the member's first arrival.
          01 WS-ARRIVAL-TABLE.
             05 WS-ARRIVAL-MAX       PIC 9(5) VALUE 10000.
             05 WS-ARRIVAL-COUNT     PIC 9(5) VALUE 0.
             05 WS-ARRIVAL-ENTRY OCCURS 10000 TIMES
                                 INDEXED BY WS-ARRIVAL-IDX.
                10 WS-ARRIVAL-NAME   PIC X(40).
                10 WS-ARRIVAL-TIME   PIC X(4).
      * Counts for the party being listed.
          01 WS-PTY-BOOKED           PIC 9(3).
          01 WS-PTY-ARRIVED          PIC 9(3).
          01 WS-PTY-MISSING          PIC 9(3).
      * Counts for the whole report.
          01 WS-PARTY-COUNT          PIC 9(7) VALUE 0.
          01 WS-CANCELLED-COUNT      PIC 9(7) VALUE 0.
          01 WS-MEMBER-COUNT         PIC 9(7) VALUE 0.
          01 WS-ARRIVED-COUNT        PIC 9(7) VALUE 0.
          01 WS-MISSING-COUNT        PIC 9(7) VALUE 0.
          01 WS-CANC-MEMBER-COUNT    PIC 9(7) VALUE 0.
          01 WS-RETURN-CODE          PIC 9(2) VALUE 0.
          01 WS-RPT-LINE             PIC X(80).
       LINKAGE SECTION.
        01 LK-PARM-INFO.
           05 LK-PARM-LEN            PIC S9(4) COMP.
           05 LK-PARM-DATA           PIC X(80).
000020 PROCEDURE      DIVISION USING LK-PARM-INFO.
000030 MAIN           SECTION.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
            MOVE WS-CURRENT-DATE(1:8) TO WS-REPORT-DATE.
            OPEN OUTPUT PARTY-RPT.
            MOVE SPACES TO WS-PARM-MODE.
            IF LK-PARM-LEN > 0
                UNSTRING LK-PARM-DATA(1:LK-PARM-LEN) DELIMITED BY ","
                    INTO WS-PARM-MODE WS-PARM-DATE
            END-IF.
            IF WS-PARM-DATE IS NUMERIC
                MOVE WS-PARM-DATE TO WS-REPORT-DATE
            END-IF.
            EVALUATE WS-PARM-MODE
                WHEN SPACES
                WHEN "INTRADAY"
                    SET MODE-INTRADAY TO TRUE
                    MOVE "  EXPECTED  " TO WS-MISSING-LABEL
                WHEN "EOD"
                    SET MODE-EOD TO TRUE
                    MOVE "  NO-SHOW   " TO WS-MISSING-LABEL
                WHEN OTHER
                    MOVE SPACES TO WS-RPT-LINE
                    STRING "UNRECOGNIZED PARM MODE: " WS-PARM-MODE
                        DELIMITED BY SIZE INTO WS-RPT-LINE
                    WRITE PARTY-RPT-RECORD FROM WS-RPT-LINE
                    CLOSE PARTY-RPT
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE.
            OPEN INPUT PARTY-MASTER.
            IF WS-GRP-FS NOT = "00"
                MOVE SPACES TO WS-RPT-LINE
                STRING "PARTY MASTER OPEN FAILED, STATUS "
                       WS-GRP-FS
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE PARTY-RPT-RECORD FROM WS-RPT-LINE
                CLOSE PARTY-RPT
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT APPOINTMENT-FILE.
            IF WS-APPT-FS NOT = "00"
                MOVE SPACES TO WS-RPT-LINE
                STRING "APPOINTMENT FILE OPEN FAILED, STATUS "
                       WS-APPT-FS
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE PARTY-RPT-RECORD FROM WS-RPT-LINE
                CLOSE PARTY-MASTER
                CLOSE PARTY-RPT
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT ALIAS-FILE.
            IF WS-ALIAS-FS = "00"
                SET ALIASFILE-AVAILABLE TO TRUE
            END-IF.
            PERFORM LOAD-ARRIVAL-TABLE.
            PERFORM PRINT-HEADING.
            PERFORM REPORT-DAYS-PARTIES.
            PERFORM PRINT-TOTALS.
            CLOSE PARTY-MASTER.
            CLOSE APPOINTMENT-FILE.
            IF ALIASFILE-AVAILABLE
                CLOSE ALIAS-FILE
            END-IF.
            CLOSE PARTY-RPT.
            IF ARRIVAL-TABLE-FULL
                MOVE 4 TO WS-RETURN-CODE
            END-IF.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
000040 STOP           RUN.

      * Collect the report date's ACCEPTED names and greeting times
      * from the daily log; other days' records are skipped, as
      * HELLONSR skips them.
       LOAD-ARRIVAL-TABLE.
            OPEN INPUT VISITOR-LOG.
            PERFORM UNTIL VLOG-EOF
                READ VISITOR-LOG
                    AT END
                        SET VLOG-EOF TO TRUE
                    NOT AT END
                        IF VL-TIMESTAMP(1:8) = WS-REPORT-DATE
                           AND VL-STATUS = "ACCEPTED"
                            PERFORM ADD-ARRIVAL-NAME
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE VISITOR-LOG.

      * Arrivals table under the alias-resolved canonical name, the
      * form the bookings are keyed in.
       ADD-ARRIVAL-NAME.
            MOVE VL-NAME TO WS-ARRIVED-AS.
            IF ALIASFILE-AVAILABLE
                MOVE VL-NAME TO ALIAS-KEY-NAME
                READ ALIAS-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE ALIAS-CANON-NAME TO WS-ARRIVED-AS
                END-READ
            END-IF.
            IF WS-ARRIVAL-COUNT < WS-ARRIVAL-MAX
                ADD 1 TO WS-ARRIVAL-COUNT
                MOVE WS-ARRIVED-AS
                    TO WS-ARRIVAL-NAME(WS-ARRIVAL-COUNT)
                MOVE VL-TIMESTAMP(9:4)
                    TO WS-ARRIVAL-TIME(WS-ARRIVAL-COUNT)
            ELSE
                SET ARRIVAL-TABLE-FULL TO TRUE
            END-IF.

      * Browse the report date's parties; the key leads with the
      * date, so the day's parties are contiguous and the browse
      * stops at the first later date.
       REPORT-DAYS-PARTIES.
            MOVE WS-REPORT-DATE TO GP-VISIT-DATE.
            MOVE LOW-VALUES TO GP-PARTY-ID.
            START PARTY-MASTER KEY NOT LESS THAN GP-KEY
                INVALID KEY
                    SET GRP-EOF TO TRUE
            END-START.
            PERFORM UNTIL GRP-EOF
                READ PARTY-MASTER NEXT RECORD
                    AT END
                        SET GRP-EOF TO TRUE
                    NOT AT END
                        IF GP-VISIT-DATE NOT = WS-REPORT-DATE
                            SET GRP-EOF TO TRUE
                        ELSE
                            PERFORM REPORT-PARTY
                        END-IF
                END-READ
            END-PERFORM.

      * One party: heading, host and lead, a line per member booking
      * (the day's bookings are browsed again for each party and
      * those carrying its id listed), then the party's counts.
       REPORT-PARTY.
            ADD 1 TO WS-PARTY-COUNT.
            IF GP-CANCELLED
                ADD 1 TO WS-CANCELLED-COUNT
            END-IF.
            MOVE 0 TO WS-PTY-BOOKED.
            MOVE 0 TO WS-PTY-ARRIVED.
            MOVE 0 TO WS-PTY-MISSING.
            MOVE "N" TO WS-LEAD-BOOKED-SW.
            PERFORM PRINT-PARTY-HEADING.
            MOVE "N" TO WS-APPT-EOF-SW.
            MOVE WS-REPORT-DATE TO APPT-KEY-DATE.
            MOVE LOW-VALUES TO APPT-KEY-NAME.
            START APPOINTMENT-FILE KEY NOT LESS THAN APPT-KEY
                INVALID KEY
                    SET APPT-EOF TO TRUE
            END-START.
            PERFORM UNTIL APPT-EOF
                READ APPOINTMENT-FILE NEXT RECORD
                    AT END
                        SET APPT-EOF TO TRUE
                    NOT AT END
                        IF APPT-KEY-DATE NOT = WS-REPORT-DATE
                            SET APPT-EOF TO TRUE
                        ELSE
                            IF APPT-PARTY-ID = GP-PARTY-ID
                                PERFORM REPORT-MEMBER
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            PERFORM PRINT-PARTY-COUNTS.

       PRINT-PARTY-HEADING.
            MOVE SPACES TO WS-RPT-LINE.
            WRITE PARTY-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            IF GP-CANCELLED
                STRING "PARTY " GP-PARTY-ID " " GP-PARTY-NAME
                       " - CANCELLED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            ELSE
                STRING "PARTY " GP-PARTY-ID " " GP-PARTY-NAME
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            END-IF.
            WRITE PARTY-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "  HOST  " GP-HOST-NAME
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE PARTY-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "  LEAD  " GP-LEAD-NAME "  SITE " GP-LOCATION
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE PARTY-RPT-RECORD FROM WS-RPT-LINE.

      * A member booking: ARRIVED with the greeting time, or not
      * arrived - CANCELLED for a cancelled party, otherwise
      * EXPECTED (intraday) or NO-SHOW (end of day).
       REPORT-MEMBER.
            ADD 1 TO WS-PTY-BOOKED.
            ADD 1 TO WS-MEMBER-COUNT.
            MOVE SPACES TO WS-LEAD-TAG.
            IF APPT-KEY-NAME = GP-LEAD-NAME
                SET LEAD-BOOKED TO TRUE
                MOVE " LEAD" TO WS-LEAD-TAG
            END-IF.
            MOVE "N" TO WS-FOUND-SW.
            SET WS-ARRIVAL-IDX TO 1.
            SEARCH WS-ARRIVAL-ENTRY
                AT END
                    CONTINUE
                WHEN WS-ARRIVAL-IDX > WS-ARRIVAL-COUNT
                    CONTINUE
                WHEN WS-ARRIVAL-NAME(WS-ARRIVAL-IDX) = APPT-KEY-NAME
                    SET ARRIVAL-FOUND TO TRUE
            END-SEARCH.
            MOVE SPACES TO WS-RPT-LINE.
            IF ARRIVAL-FOUND
                ADD 1 TO WS-PTY-ARRIVED
                ADD 1 TO WS-ARRIVED-COUNT
                STRING "  ARRIVED   " APPT-KEY-NAME
                       "  BOOKED " APPT-TIME
                       " IN " WS-ARRIVAL-TIME(WS-ARRIVAL-IDX)(1:2)
                       ":" WS-ARRIVAL-TIME(WS-ARRIVAL-IDX)(3:2)
                       WS-LEAD-TAG
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            ELSE
                ADD 1 TO WS-PTY-MISSING
                IF GP-CANCELLED
                    ADD 1 TO WS-CANC-MEMBER-COUNT
                    STRING "  CANCELLED " APPT-KEY-NAME
                           "  BOOKED " APPT-TIME
                           "         " WS-LEAD-TAG
                        DELIMITED BY SIZE INTO WS-RPT-LINE
                ELSE
                    ADD 1 TO WS-MISSING-COUNT
                    STRING WS-MISSING-LABEL APPT-KEY-NAME
                           "  BOOKED " APPT-TIME
                           "         " WS-LEAD-TAG
                        DELIMITED BY SIZE INTO WS-RPT-LINE
                END-IF
            END-IF.
            WRITE PARTY-RPT-RECORD FROM WS-RPT-LINE.

       PRINT-PARTY-COUNTS.
            MOVE SPACES TO WS-RPT-LINE.
            IF GP-CANCELLED
                STRING "  MEMBERS " WS-PTY-BOOKED
                       "  ARRIVED " WS-PTY-ARRIVED
                       "  CANCELLED " WS-PTY-MISSING
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            ELSE
                STRING "  MEMBERS " WS-PTY-BOOKED
                       "  ARRIVED " WS-PTY-ARRIVED
                       WS-MISSING-LABEL WS-PTY-MISSING
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            END-IF.
            WRITE PARTY-RPT-RECORD FROM WS-RPT-LINE.
            IF NOT LEAD-BOOKED
                MOVE SPACES TO WS-RPT-LINE
                STRING "  LEAD HAS NO BOOKING IN THIS PARTY"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE PARTY-RPT-RECORD FROM WS-RPT-LINE
            END-IF.

       PRINT-HEADING.
            MOVE SPACES TO WS-RPT-LINE.
            IF MODE-EOD
                STRING "PARTY STATUS REPORT (END OF DAY) FOR "
                       WS-REPORT-DATE
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            ELSE
                STRING "PARTY STATUS REPORT (INTRADAY) FOR "
                       WS-REPORT-DATE " AS OF "
                       WS-CURRENT-DATE(9:2) ":" WS-CURRENT-DATE(11:2)
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            END-IF.
            WRITE PARTY-RPT-RECORD FROM WS-RPT-LINE.

       PRINT-TOTALS.
            IF ARRIVAL-TABLE-FULL
                MOVE SPACES TO WS-RPT-LINE
                WRITE PARTY-RPT-RECORD FROM WS-RPT-LINE
                MOVE SPACES TO WS-RPT-LINE
                STRING "ARRIVAL TABLE FULL AT " WS-ARRIVAL-MAX
                       " NAMES - ARRIVALS MAY BE UNDERSTATED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE PARTY-RPT-RECORD FROM WS-RPT-LINE
            END-IF.
            MOVE SPACES TO WS-RPT-LINE.
            WRITE PARTY-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "PARTIES:              " WS-PARTY-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE PARTY-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "CANCELLED PARTIES:    " WS-CANCELLED-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE PARTY-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "MEMBERS BOOKED:       " WS-MEMBER-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE PARTY-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "MEMBERS ARRIVED:      " WS-ARRIVED-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE PARTY-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            IF MODE-EOD
                STRING "NO-SHOWS:             " WS-MISSING-COUNT
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            ELSE
                STRING "STILL EXPECTED:       " WS-MISSING-COUNT
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            END-IF.
            WRITE PARTY-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "IN CANCELLED PARTIES: " WS-CANC-MEMBER-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE PARTY-RPT-RECORD FROM WS-RPT-LINE.

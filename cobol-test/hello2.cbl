             SELECT VIP-ALERT-FILE ASSIGN TO VIPALERT
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-VIPA-FS.
             SELECT DEPARTURE-LOG ASSIGN TO DEPTLOG
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DEPT-FS.
             SELECT WATCH-LIST ASSIGN TO WATCHLST
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS WL-KEY-NAME
                 FILE STATUS IS WS-WTCH-FS.
             SELECT SECURITY-ALERT-FILE ASSIGN TO SECALERT
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SECA-FS.
             SELECT SITE-CALENDAR ASSIGN TO SITECAL
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS SC-KEY
                 FILE STATUS IS WS-SCAL-FS.
             SELECT PARTY-MASTER ASSIGN TO GRPMAST
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS GP-KEY
                 FILE STATUS IS WS-GRP-FS.
             SELECT PARTY-ALERT-FILE ASSIGN TO PTYALERT
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PTYA-FS.
       DATA DIVISION.
         FILE SECTION.
         FD  VISITOR-LOG.
         FD  VIP-ALERT-FILE.
          01 VIP-ALERT-RECORD.
             COPY VIPALREC.
         FD  DEPARTURE-LOG.
          01 DEPARTURE-LOG-RECORD.
             COPY DEPTREC.
         FD  WATCH-LIST.
          01 WATCH-LIST-RECORD.
             COPY WATCHREC.
         FD  SECURITY-ALERT-FILE.
          01 SECURITY-ALERT-RECORD.
             COPY SECALREC.
         FD  SITE-CALENDAR.
          01 SITE-CALENDAR-RECORD.
             COPY SCALREC.
         FD  PARTY-MASTER.
          01 PARTY-MASTER-RECORD.
             COPY GRPREC.
         FD  PARTY-ALERT-FILE.
          01 PARTY-ALERT-RECORD.
             COPY PTYALREC.
         WORKING-STORAGE SECTION.
          01 NAME-RECORD.
             COPY NAMEREC.
             88 BULK-MODE                     VALUE "Y".
          01 WS-TABLE-SW             PIC X VALUE "N".
             88 CUST-TABLE-LOADED             VALUE "Y".
          01 WS-PARM-MODE            PIC X(7).
          01 WS-PARM-RESTART         PIC X(7) VALUE SPACES.
          01 WS-PARM-EXCPLIM         PIC X(3) VALUE SPACES.
          01 WS-PARM-LOC             PIC X(4) VALUE SPACES.
          01 WS-VIPA-FS              PIC XX.
          01 WS-VIPA-SW              PIC X VALUE "N".
             88 VIPALERT-AVAILABLE            VALUE "Y".
          01 WS-DEPT-FS              PIC XX.
          01 WS-WTCH-FS              PIC XX.
          01 WS-WTCH-SW              PIC X VALUE "N".
             88 WATCHLIST-AVAILABLE           VALUE "Y".
          01 WS-SECA-FS              PIC XX.
          01 WS-SECA-SW              PIC X VALUE "N".
             88 SECALERT-AVAILABLE            VALUE "Y".
          01 WS-WATCH-HIT-SW         PIC X VALUE "N".
             88 WATCH-LIST-HIT                VALUE "Y".
          01 WS-WATCH-NAME           PIC X(40).
          01 WS-WATCH-CATEGORY       PIC X(1).
          01 WS-WATCH-REASON         PIC X(30).
          01 WS-WATCH-HIT-COUNT      PIC 9(7) VALUE 0.
          01 WS-SCAL-FS              PIC XX.
          01 WS-SCAL-SW              PIC X VALUE "N".
             88 SITECAL-AVAILABLE             VALUE "Y".
          01 WS-SITE-DAY-SW          PIC X VALUE "N".
             88 SITE-DAY-LOADED               VALUE "Y".
          01 WS-SITE-DAY-STATUS      PIC X VALUE SPACE.
             88 SITE-DAY-CLOSED               VALUE "C".
          01 WS-SITE-OPEN-TIME       PIC X(4) VALUE SPACES.
          01 WS-SITE-CLOSE-TIME      PIC X(4) VALUE SPACES.
          01 WS-GREET-HHMM           PIC X(4).
          01 WS-HOURS-FLAG           PIC X VALUE SPACE.
             88 GREETED-SITE-CLOSED           VALUE "C".
             88 GREETED-OUTSIDE-HOURS         VALUE "O".
          01 WS-OFF-HOURS-COUNT      PIC 9(7) VALUE 0.
          01 WS-GRP-FS               PIC XX.
          01 WS-GRP-SW               PIC X VALUE "N".
             88 GRPMAST-AVAILABLE             VALUE "Y".
          01 WS-PTYA-FS              PIC XX.
          01 WS-PTYA-SW              PIC X VALUE "N".
             88 PTYALERT-AVAILABLE            VALUE "Y".
          01 WS-PARTY-ID             PIC X(8).
          01 WS-PARTY-SW             PIC X VALUE "N".
             88 PARTY-IDENTIFIED              VALUE "Y".
          01 WS-PARTY-LEAD-SW        PIC X VALUE "N".
             88 PARTY-LEAD-ARRIVED            VALUE "Y".
          01 WS-EOF-SW               PIC X VALUE "N".
             88 INPUT-EOF                     VALUE "Y".
          01 WS-GREETING-COUNT       PIC 9(7) VALUE 0.
                    "BE ANNOUNCED" UPON CONSOLE
                PERFORM RAISE-WARNING
            END-IF.
            OPEN INPUT WATCH-LIST.
            IF WS-WTCH-FS = "00"
                SET WATCHLIST-AVAILABLE TO TRUE
            ELSE
                DISPLAY "HELLO-W: SECURITY WATCH LIST UNAVAILABLE, "
                    "STATUS " WS-WTCH-FS " - VISITORS WILL NOT BE "
                    "SCREENED" UPON CONSOLE
                PERFORM RAISE-WARNING
            END-IF.
            OPEN EXTEND SECURITY-ALERT-FILE.
            IF WS-SECA-FS = "00"
                SET SECALERT-AVAILABLE TO TRUE
            ELSE
                DISPLAY "HELLO-W: SECURITY ALERT FEED UNAVAILABLE, "
                    "STATUS " WS-SECA-FS " - WATCH-LIST HITS WILL "
                    "REACH SECURITY ONLY THROUGH EXCPLOG"
                    UPON CONSOLE
                PERFORM RAISE-WARNING
            END-IF.
            OPEN INPUT SITE-CALENDAR.
            IF WS-SCAL-FS = "00"
                SET SITECAL-AVAILABLE TO TRUE
            ELSE
                DISPLAY "HELLO-W: SITE CALENDAR UNAVAILABLE, STATUS "
                    WS-SCAL-FS " - GREETINGS WILL NOT BE CHECKED "
                    "AGAINST SITE HOURS" UPON CONSOLE
                PERFORM RAISE-WARNING
            END-IF.
            OPEN INPUT PARTY-MASTER.
            IF WS-GRP-FS = "00"
                SET GRPMAST-AVAILABLE TO TRUE
            ELSE
                DISPLAY "HELLO-W: PARTY MASTER UNAVAILABLE, STATUS "
                    WS-GRP-FS " - GROUP BOOKINGS WILL NOT BE NAMED "
                    "OR ANNOUNCED" UPON CONSOLE
                PERFORM RAISE-WARNING
            END-IF.
            OPEN EXTEND PARTY-ALERT-FILE.
            IF WS-PTYA-FS = "00"
                SET PTYALERT-AVAILABLE TO TRUE
            ELSE
                DISPLAY "HELLO-W: PARTY ALERT FEED UNAVAILABLE, "
                    "STATUS " WS-PTYA-FS " - PARTY ARRIVALS WILL NOT "
                    "BE ANNOUNCED" UPON CONSOLE
                PERFORM RAISE-WARNING
            END-IF.
            IF LK-PARM-LEN > 0
                UNSTRING LK-PARM-DATA(1:LK-PARM-LEN) DELIMITED BY ","
                    INTO WS-PARM-MODE WS-PARM-RESTART
                    END-IF
                    PERFORM BATCH-RTN
                ELSE
      * The desk's sign-out invocation is PARM='SIGNOUT', with the
      * site code as the second subfield (PARM='SIGNOUT,ANX1').
                IF WS-PARM-MODE = "SIGNOUT"
                    MOVE SPACES TO WS-PARM-LOC
                    UNSTRING LK-PARM-DATA(1:LK-PARM-LEN)
                        DELIMITED BY ","
                        INTO WS-PARM-MODE WS-PARM-LOC
                    IF WS-PARM-LOC NOT = SPACES
                        MOVE WS-PARM-LOC TO WS-LOCATION
                    END-IF
                    PERFORM SIGNOUT-RTN
                ELSE
      * An interactive invocation names its desk's site code as the
      * whole PARM (e.g. PARM='ANX1'); no PARM greets at MAIN.
                    IF WS-PARM-MODE NOT = SPACES
                    END-IF
                    PERFORM INTERACTIVE-RTN
                END-IF
                END-IF
            ELSE
                PERFORM INTERACTIVE-RTN
            END-IF.
            IF VIPALERT-AVAILABLE
                CLOSE VIP-ALERT-FILE
            END-IF.
            IF WATCHLIST-AVAILABLE
                CLOSE WATCH-LIST
            END-IF.
            IF SECALERT-AVAILABLE
                CLOSE SECURITY-ALERT-FILE
            END-IF.
            IF SITECAL-AVAILABLE
                CLOSE SITE-CALENDAR
            END-IF.
            IF GRPMAST-AVAILABLE
                CLOSE PARTY-MASTER
            END-IF.
            IF PTYALERT-AVAILABLE
                CLOSE PARTY-ALERT-FILE
            END-IF.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
000040 STOP           RUN.

            IF INPUT-EOF
                DISPLAY "End of input - " WS-GREETING-COUNT
                    " greeting(s) issued this session."
                PERFORM SHOW-WATCH-HITS
            END-IF.

      * Desk sign-out: one departing visitor per invocation, same
      * shape as the greeting prompt.  The name goes through the
      * shared parser so it lands in DEPTLOG in the canonical form
      * the arrival was logged under; HELLOROL and HELLOARC pair it
      * with the arrival (see DEPTREC).  A blank answer re-prompts
      * and an unparseable name is refused at the desk - neither is
      * an intake attempt, so neither goes to the EXCEPTION-LOG.
      * DEPTLOG failing to open is an error: the visitor would stay
      * on the evacuation roll-call.
       SIGNOUT-RTN.
            OPEN EXTEND DEPARTURE-LOG.
            IF WS-DEPT-FS NOT = "00"
                DISPLAY "HELLO-E: DEPARTURE LOG OPEN FAILED, STATUS "
                    WS-DEPT-FS " - SIGN-OUT NOT RECORDED"
                    UPON CONSOLE
                DISPLAY "Sorry, sign-out is unavailable - please "
                    "see the desk."
                PERFORM RAISE-ERROR
            ELSE
                PERFORM WITH TEST AFTER
                    UNTIL INPUT-EOF
                       OR (NAME-FULL-TEXT NOT = SPACES
                       AND NAME-FULL-TEXT NOT = LOW-VALUES)
                    DISPLAY "Signing out - what's your name?"
                    ACCEPT NAME-FULL-TEXT
                        ON EXCEPTION
                            SET INPUT-EOF TO TRUE
                    END-ACCEPT
                END-PERFORM
                IF NOT INPUT-EOF
                    PERFORM SIGN-OUT-VISITOR
                END-IF
                CLOSE DEPARTURE-LOG
            END-IF.

       SIGN-OUT-VISITOR.
            MOVE SPACES TO NAME-FIRST NAME-LAST NAME-SUFFIX.
            CALL "NAMEPARS" USING NAME-RECORD WS-PARSE-STATUS.
            IF WS-PARSE-STATUS NOT = "OK"
                DISPLAY "Sorry, that name could not be processed."
            ELSE
                MOVE SPACES TO DEPARTURE-LOG-RECORD
                MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                MOVE WS-TIMESTAMP TO DP-TIMESTAMP
                MOVE NAME-FULL-TEXT TO DP-NAME
                SET DP-CHANNEL-INTERACTIVE TO TRUE
                MOVE WS-LOCATION TO DP-LOCATION
                WRITE DEPARTURE-LOG-RECORD
                IF WS-DEPT-FS = "00"
                    DISPLAY "Goodbye! " NAME-FULL-TEXT
                ELSE
                    DISPLAY "HELLO-E: DEPARTURE LOG WRITE FAILED, "
                        "STATUS " WS-DEPT-FS " - SIGN-OUT NOT "
                        "RECORDED" UPON CONSOLE
                    DISPLAY "Sorry, sign-out is unavailable - "
                        "please see the desk."
                    PERFORM RAISE-ERROR
                END-IF
            END-IF.

       BATCH-RTN.
                CLOSE ROSTER-FILE
                CLOSE GREETING-RPT
                CLOSE CHECKPOINT-FILE
                IF WS-OFF-HOURS-COUNT > 0
                    DISPLAY "HELLO-W: " WS-OFF-HOURS-COUNT
                        " GREETING(S) LOGGED OUTSIDE SITE HOURS AT "
                        WS-LOCATION " - SEE GREETRPT" UPON CONSOLE
                END-IF
                PERFORM SHOW-WATCH-HITS
                PERFORM JUDGE-BATCH-OUTCOME
            END-IF.
            PERFORM WRITE-RUN-CONTROL.
                PERFORM RAISE-WARNING
            END-IF.

      * End-of-run count of visitors refused on the watch list, for
      * the operator to reconcile with security's console alerts.
       SHOW-WATCH-HITS.
            IF WS-WATCH-HIT-COUNT > 0
                DISPLAY "HELLO-W: WATCH-LIST HITS: " WS-WATCH-HIT-COUNT
                    " AT " WS-LOCATION " - SEE EXCPLOG" UPON CONSOLE
            END-IF.

       CHECK-EXCEPTION-RATE.
            IF WS-BATCH-PROC-COUNT >= WS-EXCP-MIN-SAMPLE
                COMPUTE WS-RATE-WORK = WS-REJECT-COUNT * 100
                END-IF
            ELSE
                PERFORM LOOKUP-CUSTOMER
                PERFORM SCREEN-WATCH-LIST
                IF WATCH-LIST-HIT
                    PERFORM REFUSE-WATCHED-VISITOR
                ELSE
                    PERFORM LOOKUP-APPOINTMENT
                    PERFORM APPLY-PREF-LANGUAGE
                    PERFORM RESOLVE-GREETING-WORD
                    PERFORM CHECK-SITE-HOURS
                    IF BATCH-MODE
                        MOVE SPACES TO WS-RPT-LINE
                        IF VISITOR-EXPECTED
                            STRING FUNCTION TRIM(WS-GREETING-WORD)
                                   "!" " " NAME-FULL-TEXT " (EXPECTED "
                                   WS-APPT-TIME ")"
                                DELIMITED BY SIZE INTO WS-RPT-LINE
                        ELSE
                            STRING FUNCTION TRIM(WS-GREETING-WORD)
                                   "!" " " NAME-FULL-TEXT
                                DELIMITED BY SIZE INTO WS-RPT-LINE
                        END-IF
                        WRITE GREETING-RPT-RECORD FROM WS-RPT-LINE
                        IF WS-HOURS-FLAG NOT = SPACE
                            PERFORM PRINT-HOURS-NOTE
                        END-IF
                        IF PARTY-IDENTIFIED
                            PERFORM PRINT-PARTY-NOTE
                        END-IF
                    ELSE
                        IF VISITOR-EXPECTED
                            DISPLAY FUNCTION TRIM(WS-GREETING-WORD)
                                "!" " " NAME-FULL-TEXT " (EXPECTED "
                                WS-APPT-TIME ")"
                        ELSE
                            DISPLAY FUNCTION TRIM(WS-GREETING-WORD)
                                "!" " " NAME-FULL-TEXT
                        END-IF
                        IF GREETED-SITE-CLOSED
                            DISPLAY "HELLO-W: " WS-LOCATION
                                " IS CLOSED TODAY PER THE SITE CALENDAR"
                                " - GREETING FLAGGED" UPON CONSOLE
                        END-IF
                        IF GREETED-OUTSIDE-HOURS
                            DISPLAY "HELLO-W: GREETING AT "
                                WS-GREET-HHMM
                                " IS OUTSIDE " WS-LOCATION " HOURS "
                                WS-SITE-OPEN-TIME "-" WS-SITE-CLOSE-TIME
                                UPON CONSOLE
                        END-IF
                        IF PARTY-IDENTIFIED
                            DISPLAY "You are with the party "
                                FUNCTION TRIM(GP-PARTY-NAME) "."
                            IF PARTY-LEAD-ARRIVED AND PTYALERT-AVAILABLE
                                DISPLAY "Your host has been told your "
                                    "party is arriving."
                            END-IF
                        END-IF
                    END-IF
                    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                    MOVE WS-TIMESTAMP TO VL-TIMESTAMP
                    MOVE "ACCEPTED" TO VL-STATUS
                    MOVE NAME-FULL-TEXT TO VL-NAME
                    IF BATCH-MODE
                        SET VL-CHANNEL-BATCH TO TRUE
                    ELSE
                        SET VL-CHANNEL-INTERACTIVE TO TRUE
                    END-IF
                    EVALUATE TRUE
                        WHEN CUST-TIER-VIP
                            SET VL-TIER-VIP TO TRUE
                        WHEN CUST-TIER-KNOWN
                            SET VL-TIER-KNOWN TO TRUE
                        WHEN OTHER
                            SET VL-TIER-STANDARD TO TRUE
                    END-EVALUATE
                    MOVE LANGUAGE-CODE TO VL-LANG
                    IF VISITOR-EXPECTED
                        SET VL-EXPECTED-YES TO TRUE
                    ELSE
                        SET VL-WALK-IN TO TRUE
                    END-IF
                    MOVE WS-LOCATION TO VL-LOCATION
                    MOVE SPACES TO VL-DEPARTURE
                    MOVE WS-HOURS-FLAG TO VL-HOURS-FLAG
                    MOVE WS-PARTY-ID TO VL-PARTY-ID
                    WRITE VISITOR-LOG-RECORD
                    IF CUST-TIER-VIP
                        PERFORM EMIT-VIP-ALERT
                    END-IF
                    IF PARTY-LEAD-ARRIVED
                        PERFORM EMIT-PARTY-ALERT
                    END-IF
                    ADD 1 TO WS-GREETING-COUNT
                END-IF
            END-IF.

      * Site-hours check for the greeting about to be logged.  The
      * calendar entry for this desk's site and the run date is read
      * once per run (the site and date are fixed by then); no entry
      * is an ordinary open day with no published hours, and so is
      * an unavailable calendar - already warned at open.  The flag
      * goes on the audit record (VL-HOURS-FLAG) and beside the
      * greeting; it never turns the visitor away and never raises
      * the condition code - the desk was staffed, or they would not
      * have been greeted.  At or after the closing time is outside.
       CHECK-SITE-HOURS.
            IF NOT SITE-DAY-LOADED
                PERFORM LOAD-SITE-DAY
            END-IF.
            MOVE SPACE TO WS-HOURS-FLAG.
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
            MOVE WS-TIMESTAMP(9:4) TO WS-GREET-HHMM.
            IF SITE-DAY-CLOSED
                SET GREETED-SITE-CLOSED TO TRUE
            ELSE
                IF WS-SITE-OPEN-TIME NOT = SPACES
                   AND WS-SITE-CLOSE-TIME NOT = SPACES
                    IF WS-GREET-HHMM < WS-SITE-OPEN-TIME
                       OR WS-GREET-HHMM NOT < WS-SITE-CLOSE-TIME
                        SET GREETED-OUTSIDE-HOURS TO TRUE
                    END-IF
                END-IF
            END-IF.
            IF WS-HOURS-FLAG NOT = SPACE
                ADD 1 TO WS-OFF-HOURS-COUNT
            END-IF.

       LOAD-SITE-DAY.
            SET SITE-DAY-LOADED TO TRUE.
            IF SITECAL-AVAILABLE
                MOVE WS-LOCATION TO SC-LOCATION
                MOVE WS-RUN-DATE TO SC-CAL-DATE
                READ SITE-CALENDAR
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE SC-DAY-STATUS TO WS-SITE-DAY-STATUS
                        MOVE SC-OPEN-TIME TO WS-SITE-OPEN-TIME
                        MOVE SC-CLOSE-TIME TO WS-SITE-CLOSE-TIME
                END-READ
            END-IF.

       PRINT-HOURS-NOTE.
            MOVE SPACES TO WS-RPT-LINE.
            IF GREETED-SITE-CLOSED
                STRING "    (SITE " WS-LOCATION
                       " CLOSED TODAY PER SITE CALENDAR)"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            ELSE
                STRING "    (OUTSIDE SITE HOURS " WS-SITE-OPEN-TIME
                       "-" WS-SITE-CLOSE-TIME " - GREETED AT "
                       WS-GREET-HHMM ")"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            END-IF.
            WRITE GREETING-RPT-RECORD FROM WS-RPT-LINE.

      * The group booking the greeted visitor belongs to, under the
      * greeting line: the party, and for the lead of an active
      * party the host alert that has gone out.
       PRINT-PARTY-NOTE.
            MOVE SPACES TO WS-RPT-LINE.
            IF GP-CANCELLED
                STRING "    (PARTY " WS-PARTY-ID " " GP-PARTY-NAME
                       " - CANCELLED)"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            ELSE
                STRING "    (PARTY " WS-PARTY-ID " " GP-PARTY-NAME ")"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            END-IF.
            WRITE GREETING-RPT-RECORD FROM WS-RPT-LINE.
            IF PARTY-LEAD-ARRIVED
                MOVE SPACES TO WS-RPT-LINE
                STRING "    (PARTY LEAD - HOST " GP-HOST-NAME
                       " ALERTED)"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE GREETING-RPT-RECORD FROM WS-RPT-LINE
            END-IF.

      * Party-arriving alert for the host (see PTYALREC), raised when
      * the lead contact of an active party is greeted; best-effort
      * like the VIP alert - the greeting and its audit record
      * already stand whatever happens here.
       EMIT-PARTY-ALERT.
            IF PTYALERT-AVAILABLE
                MOVE SPACES TO PARTY-ALERT-RECORD
                MOVE WS-TIMESTAMP TO PA-TIMESTAMP
                MOVE WS-PARTY-ID TO PA-PARTY-ID
                MOVE GP-PARTY-NAME TO PA-PARTY-NAME
                MOVE GP-HOST-NAME TO PA-HOST-NAME
                MOVE NAME-FULL-TEXT TO PA-LEAD-NAME
                IF BATCH-MODE
                    SET PA-CHANNEL-BATCH TO TRUE
                ELSE
                    SET PA-CHANNEL-INTERACTIVE TO TRUE
                END-IF
                MOVE WS-LOCATION TO PA-LOCATION
                MOVE GP-MEMBER-COUNT TO PA-MEMBER-COUNT
                WRITE PARTY-ALERT-RECORD
            END-IF.

      * Real-time arrival alert for the floor manager's console:
                WRITE VIP-ALERT-RECORD
            END-IF.

      * Security watch-list screen, made once the arriving name is
      * parsed and alias-resolved: the name as entered is checked,
      * then the canonical master key an alias resolved it to, so
      * a listed person is caught under either spelling.  Only a
      * current entry counts (see WATCHREC).  An unavailable watch
      * list screens nobody - already warned at open.
       SCREEN-WATCH-LIST.
            MOVE "N" TO WS-WATCH-HIT-SW.
            MOVE SPACES TO WS-WATCH-NAME.
            IF WATCHLIST-AVAILABLE
                MOVE NAME-FULL-TEXT TO WL-KEY-NAME
                PERFORM READ-WATCH-ENTRY
                IF NOT WATCH-LIST-HIT
                   AND WS-LOOKUP-NAME NOT = NAME-FULL-TEXT
                    MOVE WS-LOOKUP-NAME TO WL-KEY-NAME
                    PERFORM READ-WATCH-ENTRY
                END-IF
            END-IF.

       READ-WATCH-ENTRY.
            READ WATCH-LIST
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF WL-STATUS-ACTIVE
                       AND (WL-EXPIRY-DATE = SPACES
                         OR WL-EXPIRY-DATE NOT < WS-RUN-DATE)
                        SET WATCH-LIST-HIT TO TRUE
                        MOVE WL-KEY-NAME TO WS-WATCH-NAME
                        MOVE WL-CATEGORY TO WS-WATCH-CATEGORY
                        MOVE WL-REASON TO WS-WATCH-REASON
                    END-IF
            END-READ.

      * A watch-list hit gets no greeting and no visitor-log record:
      * the desk is told to call security, the attempt goes to the
      * EXCEPTION-LOG under reason WATCHLST (so the roster still
      * cross-foots in HELLORCN), and security's console is alerted.
      * A hit is not a bad roster entry, so it stays out of the
      * reject count the stop limit is judged on.
       REFUSE-WATCHED-VISITOR.
            ADD 1 TO WS-WATCH-HIT-COUNT.
            IF BATCH-MODE
                MOVE SPACES TO WS-RPT-LINE
                STRING "*** SEE SECURITY *** " NAME-FULL-TEXT
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE GREETING-RPT-RECORD FROM WS-RPT-LINE
            ELSE
                DISPLAY "Please wait here - a member of our security "
                    "team will be with you shortly."
            END-IF.
            MOVE "WATCHLST" TO WS-EXCP-REASON.
            MOVE NAME-FULL-TEXT TO WS-EXCP-NAME.
            PERFORM WRITE-EXCEPTION-RECORD.
            PERFORM EMIT-SECURITY-ALERT.

      * Real-time alert for the security console, laid out after the
      * VIP alert (see SECALREC); best-effort - the EXCEPTION-LOG
      * record already stands whatever happens here.
       EMIT-SECURITY-ALERT.
            IF SECALERT-AVAILABLE
                MOVE SPACES TO SECURITY-ALERT-RECORD
                MOVE WS-TIMESTAMP TO SA-TIMESTAMP
                MOVE NAME-FULL-TEXT TO SA-NAME
                MOVE WS-WATCH-NAME TO SA-WATCH-NAME
                IF BATCH-MODE
                    SET SA-CHANNEL-BATCH TO TRUE
                ELSE
                    SET SA-CHANNEL-INTERACTIVE TO TRUE
                END-IF
                MOVE WS-LOCATION TO SA-LOCATION
                MOVE WS-WATCH-CATEGORY TO SA-CATEGORY
                MOVE WS-WATCH-REASON TO SA-REASON
                WRITE SECURITY-ALERT-RECORD
            END-IF.

       LOG-REJECTED-ENTRY.
            ADD 1 TO WS-REJECT-COUNT.
            PERFORM WRITE-EXCEPTION-RECORD.

       WRITE-EXCEPTION-RECORD.
            MOVE SPACES TO EXCEPTION-LOG-RECORD.
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
            MOVE WS-TIMESTAMP TO EX-TIMESTAMP.
       LOOKUP-APPOINTMENT.
            MOVE "N" TO WS-EXPECTED-SW.
            MOVE SPACES TO WS-APPT-TIME.
            MOVE SPACES TO WS-PARTY-ID.
            MOVE "N" TO WS-PARTY-SW.
            MOVE "N" TO WS-PARTY-LEAD-SW.
            IF APPTFILE-AVAILABLE
                MOVE WS-RUN-DATE TO APPT-KEY-DATE
                MOVE WS-LOOKUP-NAME TO APPT-KEY-NAME
                    NOT INVALID KEY
                        SET VISITOR-EXPECTED TO TRUE
                        MOVE APPT-TIME TO WS-APPT-TIME
                        MOVE APPT-PARTY-ID TO WS-PARTY-ID
                END-READ
            END-IF.
            IF WS-PARTY-ID = LOW-VALUES
                MOVE SPACES TO WS-PARTY-ID
            END-IF.
            IF WS-PARTY-ID NOT = SPACES
                PERFORM LOOKUP-PARTY
            END-IF.

      * A booking that belongs to a group booking (see GRPREC) names
      * the party on the greeting; the party id rides the audit
      * record even when the party master cannot be read, since it
      * comes from the booking.  The lead contact of an active
      * party arriving - matched on the same alias-resolved name
      * the booking lookup used - raises the host's alert.
       LOOKUP-PARTY.
            IF GRPMAST-AVAILABLE
                MOVE WS-RUN-DATE TO GP-VISIT-DATE
                MOVE WS-PARTY-ID TO GP-PARTY-ID
                READ PARTY-MASTER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET PARTY-IDENTIFIED TO TRUE
                        IF GP-ACTIVE
                           AND GP-LEAD-NAME = WS-LOOKUP-NAME
                            SET PARTY-LEAD-ARRIVED TO TRUE
                        END-IF
                END-READ
            END-IF.


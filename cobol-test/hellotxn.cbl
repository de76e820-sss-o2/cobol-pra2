      * reads.  The bump is best-effort: a TS failure never fails
      * the greeting or changes CA-RESPONSE-STATUS - the audit
      * record in the TDQ stays the system of record.
      * Every parsed name is screened against the WATCHLST VSAM file
      * (the CICS-defined security watch list, see WATCHREC) once
      * the alias is resolved.  A current entry answers SECURITY
      * with no greeting, logs the attempt to EXLG under reason
      * WATCHLST and alerts the security console through the SECA
      * TDQ (see SECALREC).  A watch-list read failure screens
      * nobody - it never fails a greeting.
      * Every accepted greeting is checked against the SITECAL VSAM
      * file (the CICS-defined copy of the site calendar, see
      * SCALREC) for the desk's site and today's date: a closed day
      * or a time outside the site's published hours comes back in
      * CA-RESPONSE-HOURS and is stamped on the audit record as
      * VL-HOURS-FLAG.  A read failure flags nothing - the calendar
      * never fails a greeting.
      * A booking tied to a group booking is looked up on the GRPMAST
      * VSAM file (the CICS-defined copy of the party master, see
      * GRPREC): the party comes back in CA-RESPONSE-PARTY-ID/-NAME/
      * -ROLE, the party id is stamped on the audit record as
      * VL-PARTY-ID, and the lead contact of an active party arriving
      * alerts the host through the PTYA TDQ (see PTYALREC).  A read
      * failure names no party beyond the booking's id - the party
      * master never fails a greeting.
      *================================================================
       DATA DIVISION.
         WORKING-STORAGE SECTION.
          01 VIP-ALERT-RECORD.
             COPY VIPALREC.
          01 WS-VIPA-RESP            PIC S9(8) COMP.
          01 WATCH-LIST-RECORD.
             COPY WATCHREC.
          01 WS-WATCH-RID            PIC X(40).
          01 WS-WATCH-HIT-SW         PIC X VALUE "N".
             88 WATCH-LIST-HIT                VALUE "Y".
          01 WS-RUN-DATE             PIC X(8).
          01 SECURITY-ALERT-RECORD.
             COPY SECALREC.
          01 WS-SECA-RESP            PIC S9(8) COMP.
          01 SITE-CALENDAR-RECORD.
             COPY SCALREC.
          01 WS-SCAL-RID.
             05 WS-SCAL-RID-LOC      PIC X(4).
             05 WS-SCAL-RID-DATE     PIC X(8).
          01 WS-GREET-HHMM           PIC X(4).
          01 PARTY-MASTER-RECORD.
             COPY GRPREC.
          01 WS-GRP-RID.
             05 WS-GRP-RID-DATE      PIC X(8).
             05 WS-GRP-RID-PARTY     PIC X(8).
          01 PARTY-ALERT-RECORD.
             COPY PTYALREC.
          01 WS-PTYA-RESP            PIC S9(8) COMP.
       LINKAGE SECTION.
        01 DFHCOMMAREA.
           COPY HELOCA.
            END-IF.
            MOVE SPACES TO CA-RESPONSE-APPT-TIME.
            SET CA-EXPECTED-WALKIN TO TRUE.
            MOVE SPACE TO CA-RESPONSE-HOURS.
            MOVE SPACES TO CA-RESPONSE-PARTY-ID CA-RESPONSE-PARTY-NAME.
            SET CA-PARTY-NONE TO TRUE.
            IF CA-REQUEST-LOC NOT = SPACES
               AND CA-REQUEST-LOC NOT = LOW-VALUES
                MOVE CA-REQUEST-LOC TO WS-LOCATION
                    PERFORM UPDATE-DAY-COUNTERS
                ELSE
                    PERFORM LOOKUP-CUSTOMER
                    IF WATCH-LIST-HIT
                        PERFORM REFUSE-WATCHED-VISITOR
                    ELSE
                        PERFORM LOOKUP-APPOINTMENT
                        PERFORM APPLY-PREF-LANGUAGE
                        PERFORM RESOLVE-GREETING-WORD
                        PERFORM CHECK-SITE-HOURS
                        MOVE SPACES TO CA-RESPONSE-GREETING
                        STRING FUNCTION TRIM(WS-GREETING-WORD) "!" " "
                               NAME-FULL-TEXT
                            DELIMITED BY SIZE INTO CA-RESPONSE-GREETING
                        PERFORM LOG-VISIT
                        IF NOT CA-STATUS-LOGFAIL
                            SET CA-STATUS-OK TO TRUE
                        END-IF
                        SET COUNT-ACCEPTED TO TRUE
                        PERFORM UPDATE-DAY-COUNTERS
                    END-IF
                END-IF
            END-IF.
            EXEC CICS RETURN
                    END-IF
                END-IF
            END-IF.
            PERFORM SCREEN-WATCH-LIST.

      * Same watch-list screen batch HELLO makes: the name as
      * entered, then the canonical key an alias resolved it to;
      * only a current entry counts (see WATCHREC).
       SCREEN-WATCH-LIST.
            MOVE "N" TO WS-WATCH-HIT-SW.
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
            MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE.
            MOVE NAME-FULL-TEXT TO WS-WATCH-RID.
            PERFORM READ-WATCH-ENTRY.
            IF NOT WATCH-LIST-HIT
               AND WS-LOOKUP-NAME NOT = NAME-FULL-TEXT
                MOVE WS-LOOKUP-NAME TO WS-WATCH-RID
                PERFORM READ-WATCH-ENTRY
            END-IF.

       READ-WATCH-ENTRY.
            EXEC CICS READ
                FILE('WATCHLST')
                INTO(WATCH-LIST-RECORD)
                RIDFLD(WS-WATCH-RID)
                RESP(WS-RESP)
            END-EXEC.
            IF WS-RESP = DFHRESP(NORMAL)
                IF WL-STATUS-ACTIVE
                   AND (WL-EXPIRY-DATE = SPACES
                     OR WL-EXPIRY-DATE NOT < WS-RUN-DATE)
                    SET WATCH-LIST-HIT TO TRUE
                END-IF
            END-IF.

      * A hit gets no greeting and no VLOG record: SECURITY tells the
      * screen to hold the visitor for the security desk, the
      * attempt goes to EXLG under reason WATCHLST and the security
      * console is alerted.  It counts with the day's rejects on the
      * HINQ counters.
       REFUSE-WATCHED-VISITOR.
            MOVE SPACES TO CA-RESPONSE-GREETING.
            MOVE "WATCHLST" TO WS-EXCP-REASON.
            MOVE NAME-FULL-TEXT TO WS-EXCP-NAME.
            PERFORM LOG-REJECTED-VISIT.
            IF NOT CA-STATUS-LOGFAIL
                SET CA-STATUS-SECURITY TO TRUE
            END-IF.
            PERFORM EMIT-SECURITY-ALERT.
            SET COUNT-REJECTED TO TRUE.
            PERFORM UPDATE-DAY-COUNTERS.

      * Security console alert through the SECA extrapartition TDQ
      * (same layout batch HELLO appends - see SECALREC).
      * Best-effort: a TD failure never changes CA-RESPONSE-STATUS -
      * the EXLG record stands.
       EMIT-SECURITY-ALERT.
            MOVE SPACES TO SECURITY-ALERT-RECORD.
            MOVE WS-TIMESTAMP TO SA-TIMESTAMP.
            MOVE NAME-FULL-TEXT TO SA-NAME.
            MOVE WL-KEY-NAME TO SA-WATCH-NAME.
            SET SA-CHANNEL-ONLINE TO TRUE.
            MOVE WS-LOCATION TO SA-LOCATION.
            MOVE WL-CATEGORY TO SA-CATEGORY.
            MOVE WL-REASON TO SA-REASON.
            EXEC CICS WRITEQ TD
                QUEUE('SECA')
                FROM(SECURITY-ALERT-RECORD)
                LENGTH(LENGTH OF SECURITY-ALERT-RECORD)
                RESP(WS-SECA-RESP)
            END-EXEC.

      * A request whose COMMAREA carried no language greets a known
      * customer in their recorded preference instead of EN, same
                SET VISITOR-EXPECTED TO TRUE
                SET CA-EXPECTED-YES TO TRUE
                MOVE APPT-TIME TO CA-RESPONSE-APPT-TIME
                IF APPT-PARTY-ID NOT = SPACES
                   AND APPT-PARTY-ID NOT = LOW-VALUES
                    MOVE APPT-PARTY-ID TO CA-RESPONSE-PARTY-ID
                    PERFORM LOOKUP-PARTY
                END-IF
            END-IF.

      * Same party lookup batch HELLO makes for a booking tied to a
      * group booking: the party name and the caller's role in it
      * come back on the COMMAREA, and the lead contact of an active
      * party (matched on the alias-resolved name) is the arrival
      * that alerts the host.
       LOOKUP-PARTY.
            MOVE WS-APPT-RID-DATE TO WS-GRP-RID-DATE.
            MOVE CA-RESPONSE-PARTY-ID TO WS-GRP-RID-PARTY.
            EXEC CICS READ
                FILE('GRPMAST')
                INTO(PARTY-MASTER-RECORD)
                RIDFLD(WS-GRP-RID)
                RESP(WS-RESP)
            END-EXEC.
            IF WS-RESP = DFHRESP(NORMAL)
                MOVE GP-PARTY-NAME TO CA-RESPONSE-PARTY-NAME
                EVALUATE TRUE
                    WHEN GP-CANCELLED
                        SET CA-PARTY-CANCELLED TO TRUE
                    WHEN GP-LEAD-NAME = WS-LOOKUP-NAME
                        SET CA-PARTY-LEAD TO TRUE
                    WHEN OTHER
                        SET CA-PARTY-MEMBER TO TRUE
                END-EVALUATE
            END-IF.

      * Same site-hours check batch HELLO makes, against today's
      * calendar entry for this desk's site: closed answers C,
      * outside the published hours (at or after closing counts)
      * answers O.  No entry, blank hours, or any read failure
      * leaves the greeting unflagged.
       CHECK-SITE-HOURS.
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
            MOVE WS-TIMESTAMP(9:4) TO WS-GREET-HHMM.
            MOVE WS-LOCATION TO WS-SCAL-RID-LOC.
            MOVE WS-TIMESTAMP(1:8) TO WS-SCAL-RID-DATE.
            EXEC CICS READ
                FILE('SITECAL')
                INTO(SITE-CALENDAR-RECORD)
                RIDFLD(WS-SCAL-RID)
                RESP(WS-RESP)
            END-EXEC.
            IF WS-RESP = DFHRESP(NORMAL)
                IF SC-DAY-CLOSED
                    SET CA-HOURS-SITE-CLOSED TO TRUE
                ELSE
                    IF SC-OPEN-TIME NOT = SPACES
                       AND SC-CLOSE-TIME NOT = SPACES
                        IF WS-GREET-HHMM < SC-OPEN-TIME
                           OR WS-GREET-HHMM NOT < SC-CLOSE-TIME
                            SET CA-HOURS-OUTSIDE TO TRUE
                        END-IF
                    END-IF
                END-IF
            END-IF.

       RESOLVE-GREETING-WORD.
                SET VL-WALK-IN TO TRUE
            END-IF.
            MOVE WS-LOCATION TO VL-LOCATION.
            MOVE SPACES TO VL-DEPARTURE.
            MOVE CA-RESPONSE-HOURS TO VL-HOURS-FLAG.
            MOVE CA-RESPONSE-PARTY-ID TO VL-PARTY-ID.
            EXEC CICS WRITEQ TD
                QUEUE('VLOG')
                FROM(VISITOR-LOG-RECORD)
            IF CUST-TIER-VIP
                PERFORM EMIT-VIP-ALERT
            END-IF.
            IF CA-PARTY-LEAD
                PERFORM EMIT-PARTY-ALERT
            END-IF.

      * Party-arriving alert for the host through the PTYA
      * extrapartition TDQ (same layout batch HELLO appends - see
      * PTYALREC).  Best-effort: a TD failure never changes
      * CA-RESPONSE-STATUS - the VLOG record stands.
       EMIT-PARTY-ALERT.
            MOVE SPACES TO PARTY-ALERT-RECORD.
            MOVE WS-TIMESTAMP TO PA-TIMESTAMP.
            MOVE CA-RESPONSE-PARTY-ID TO PA-PARTY-ID.
            MOVE GP-PARTY-NAME TO PA-PARTY-NAME.
            MOVE GP-HOST-NAME TO PA-HOST-NAME.
            MOVE NAME-FULL-TEXT TO PA-LEAD-NAME.
            SET PA-CHANNEL-ONLINE TO TRUE.
            MOVE WS-LOCATION TO PA-LOCATION.
            MOVE GP-MEMBER-COUNT TO PA-MEMBER-COUNT.
            EXEC CICS WRITEQ TD
                QUEUE('PTYA')
                FROM(PARTY-ALERT-RECORD)
                LENGTH(LENGTH OF PARTY-ALERT-RECORD)
                RESP(WS-PTYA-RESP)
            END-EXEC.

      * Real-time arrival alert for the floor manager's console,
      * through the VIPA extrapartition TDQ (same alert layout the

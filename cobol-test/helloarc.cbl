      * the rerun procedure is: delete that date's records from the
      * history file (IDCAMS) first, then rerun ARCHIVE - see the
      * job comments.
      * The day's desk sign-outs (DEPTLOG, see DEPTREC) are paired
      * with their arrivals before the visitor log is archived, by
      * the same rule HELLOROL uses (latest unclaimed ACCEPTED
      * arrival for the name and site on the same date, at or
      * before the sign-out), and each paired visit reaches the
      * history with its departure time and minutes on site in
      * VL-DEPARTURE.  The departure log is emptied along with the
      * visitor log, and left intact with it, so a rerun pairs the
      * same way.  An unreadable departure log archives every visit
      * without a duration and is left for the next run.
      * Every record that reaches the history is also posted to the
      * visit-summary KSDS (VSUMREC) under its canonical name, folded
      * through ALIASMST: an ACCEPTED visit adds to the person's visit
      * and location counts, an exception to the exception count.
      * PURGE backs each aged-off record out of the summary as it is
      * deleted, so the summary counts always cover the retention
      * window; a person whose counts reach zero keeps the record,
      * and with it the last visit date the CUSTDORM dormancy sweep
      * judges by.  PARM='REBUILD' zeroes every summary's counts and
      * re-posts the whole history (dates are kept, and move only to
      * a visit on file that is later); run it to recover the
      * summary after a restore or after any run that reported
      * summary postings failed.
      * An unreadable alias file posts under the names as logged.
      * RC=0 normal, RC=4 a record could not be archived (its daily
      * log was left intact - see ARCRPT) or the summary could not
      * be kept in step (rerun with PARM='REBUILD'), RC=12 the
      * history file failed to open, the summary failed to open for
      * REBUILD, or the PARM is not a recognized mode.
      *================================================================
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
             SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RUNC-FS.
             SELECT DEPARTURE-LOG ASSIGN TO DEPTLOG
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DEPT-FS.
             SELECT VISIT-SUMMARY ASSIGN TO VISSUM
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS VS-KEY-NAME
                 FILE STATUS IS WS-VSUM-FS.
             SELECT ALIAS-FILE ASSIGN TO ALIASMST
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS ALIAS-KEY-NAME
                 FILE STATUS IS WS-ALIAS-FS.
       DATA DIVISION.
         FILE SECTION.
         FD  VISITOR-LOG.
         FD  RUN-CONTROL-FILE.
          01 RUN-CONTROL-RECORD.
             COPY RUNCREC.
         FD  DEPARTURE-LOG.
          01 DEPARTURE-LOG-RECORD.
             COPY DEPTREC.
         FD  VISIT-SUMMARY.
          01 VISIT-SUMMARY-RECORD.
             COPY VSUMREC.
         FD  ALIAS-FILE.
          01 ALIAS-RECORD.
             COPY ALIASREC.
         WORKING-STORAGE SECTION.
          01 WS-HIST-FS              PIC XX.
          01 WS-RUNC-FS              PIC XX.
             88 SCAN-EOF                      VALUE "Y".
          01 WS-STAGE-DATE           PIC X(8).
          01 WS-STAGE-TYPE           PIC X(1).
          01 WS-STAGE-DATA           PIC X(108).
          01 WS-LAST-DATE            PIC X(8) VALUE SPACES.
          01 WS-DATE-SEQ             PIC 9(7) VALUE 0.
          01 WS-RETRY-COUNT          PIC 9(2).
          01 WS-CURRENT-DATE         PIC X(21).
          01 WS-RETURN-CODE          PIC 9(2) VALUE 0.
          01 WS-RPT-LINE             PIC X(80).
          01 WS-DEPT-FS              PIC XX.
          01 WS-DEPT-SW              PIC X VALUE "N".
             88 DEPTLOG-AVAILABLE             VALUE "Y".
          01 WS-DEPT-EOF-SW          PIC X VALUE "N".
             88 DEPTLOG-EOF                   VALUE "Y".
          01 WS-PAIR-EOF-SW          PIC X VALUE "N".
             88 PAIR-SCAN-EOF                 VALUE "Y".
          01 WS-REC-LOCATION         PIC X(4).
          01 WS-LOG-SEQ              PIC 9(7) VALUE 0.
          01 WS-ARRIVAL-FULL-SW      PIC X VALUE "N".
             88 ARRIVAL-TABLE-FULL            VALUE "Y".
      * Arrivals in log order; WS-AR-LOG-SEQ is the record's position
      * in the visitor log, so the archive pass walks the table in
      * step with the log.  WS-AR-DEPART-TS stays spaces until a
      * sign-out claims the arrival.
          01 WS-ARRIVAL-TABLE.
             05 WS-ARRIVAL-MAX       PIC 9(5) VALUE 20000.
             05 WS-ARRIVAL-COUNT     PIC 9(5) VALUE 0.
             05 WS-ARRIVAL-ENTRY OCCURS 20000 TIMES.
                10 WS-AR-LOG-SEQ     PIC 9(7).
                10 WS-AR-NAME        PIC X(40).
                10 WS-AR-LOCATION    PIC X(4).
                10 WS-AR-TIMESTAMP   PIC X(21).
                10 WS-AR-DEPART-TS   PIC X(21).
          01 WS-AR-SUB               PIC 9(5).
          01 WS-AR-NEXT              PIC 9(5).
          01 WS-MATCH-SUB            PIC 9(5).
          01 WS-CLOCK-HH             PIC 9(2).
          01 WS-CLOCK-MM             PIC 9(2).
          01 WS-ARR-MINUTE           PIC 9(4).
          01 WS-DEP-MINUTE           PIC 9(4).
          01 WS-DEPT-READ-COUNT      PIC 9(7) VALUE 0.
          01 WS-DEPT-UNMATCHED       PIC 9(7) VALUE 0.
          01 WS-DURATION-COUNT       PIC 9(7) VALUE 0.
          01 WS-VSUM-FS              PIC XX.
          01 WS-ALIAS-FS             PIC XX.
          01 WS-VSUM-SW              PIC X VALUE "N".
             88 VSUM-AVAILABLE                VALUE "Y".
          01 WS-ALIAS-SW             PIC X VALUE "N".
             88 ALIASFILE-AVAILABLE           VALUE "Y".
          01 WS-VSUM-FOUND-SW        PIC X.
             88 VSUM-FOUND                    VALUE "Y".
          01 WS-VSUM-IO-SW           PIC X.
             88 VSUM-IO-OK                    VALUE "Y".
      * The history record being posted to (or backed out of) the
      * summary, captured from the VHISTREC views before the history
      * I-O that follows can reuse the record area.
          01 WS-POST-DATE            PIC X(8).
          01 WS-POST-TYPE            PIC X(1).
             88 POST-VISIT                    VALUE "V".
             88 POST-EXCEPTION                VALUE "E".
          01 WS-POST-STATUS          PIC X(8).
          01 WS-POST-NAME            PIC X(40).
          01 WS-POST-TIER            PIC X(1).
          01 WS-POST-LOCATION        PIC X(4).
          01 WS-SUM-NAME             PIC X(40).
          01 WS-SUM-LOCATION         PIC X(4).
          01 WS-SUM-FIND-CODE        PIC X(4).
          01 WS-SUM-SUB              PIC 9(2).
          01 WS-SUM-SLOT             PIC 9(2).
          01 WS-SUM-POSTED-COUNT     PIC 9(7) VALUE 0.
          01 WS-SUM-CREATED-COUNT    PIC 9(7) VALUE 0.
          01 WS-SUM-BACKOUT-COUNT    PIC 9(7) VALUE 0.
          01 WS-SUM-EMPTIED-COUNT    PIC 9(7) VALUE 0.
          01 WS-SUM-MISMATCH-COUNT   PIC 9(7) VALUE 0.
          01 WS-SUM-FAILED-COUNT     PIC 9(7) VALUE 0.
          01 WS-SUM-CLEARED-COUNT    PIC 9(7) VALUE 0.
          01 WS-REBUILD-READ-COUNT   PIC 9(9) VALUE 0.
       LINKAGE SECTION.
        01 LK-PARM-INFO.
           05 LK-PARM-LEN            PIC S9(4) COMP.
                    PERFORM ARCHIVE-RTN
                WHEN "PURGE"
                    PERFORM PURGE-RTN
                WHEN "REBUILD"
                    PERFORM REBUILD-RTN
                WHEN OTHER
                    MOVE SPACES TO WS-RPT-LINE
                    STRING "UNRECOGNIZED PARM MODE: " WS-PARM-MODE
                END-IF
            END-IF.
            IF WS-RETURN-CODE < 12
                PERFORM OPEN-SUMMARY-FILES
                PERFORM PAIR-DEPARTURES
                PERFORM ARCHIVE-VISITOR-LOG
                MOVE WS-FAILED-COUNT TO WS-VISIT-FAILED
                PERFORM ARCHIVE-EXCEPTION-LOG
                COMPUTE WS-EXCP-FAILED =
                    WS-FAILED-COUNT - WS-VISIT-FAILED
                CLOSE VISITOR-HISTORY
                PERFORM CLOSE-SUMMARY-FILES
                IF WS-VISIT-FAILED = 0
                    PERFORM EMPTY-VISITOR-LOG
                    IF DEPTLOG-AVAILABLE
                        PERFORM EMPTY-DEPARTURE-LOG
                    END-IF
                ELSE
                    MOVE SPACES TO WS-RPT-LINE
                    STRING "VISITOR LOG LEFT INTACT - "
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
                PERFORM PRINT-ARCHIVE-TOTALS
                PERFORM PRINT-SUMMARY-TOTALS
            END-IF.
            PERFORM WRITE-RUN-CONTROL.

                END-IF
            END-IF.

      * Pass one over the visitor log collects the ACCEPTED arrivals
      * (channel C re-intakes are not physical arrivals); the
      * departure log is then paired against them.  The archive
      * pass that follows reads the log again and stamps each
      * paired visit as it goes.
       PAIR-DEPARTURES.
            OPEN INPUT DEPARTURE-LOG.
            IF WS-DEPT-FS = "00"
                SET DEPTLOG-AVAILABLE TO TRUE
            ELSE
                MOVE SPACES TO WS-RPT-LINE
                STRING "DEPARTURE LOG UNAVAILABLE, STATUS "
                       WS-DEPT-FS " - NO VISIT DURATIONS ARCHIVED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE ARCHIVE-RPT-RECORD FROM WS-RPT-LINE
            END-IF.
            IF DEPTLOG-AVAILABLE
                OPEN INPUT VISITOR-LOG
                MOVE 0 TO WS-LOG-SEQ
                PERFORM UNTIL PAIR-SCAN-EOF
                    READ VISITOR-LOG
                        AT END
                            SET PAIR-SCAN-EOF TO TRUE
                        NOT AT END
                            ADD 1 TO WS-LOG-SEQ
                            IF VL-STATUS = "ACCEPTED"
                               AND NOT VL-CHANNEL-CORRECTED
                                PERFORM ADD-ARRIVAL
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE VISITOR-LOG
                PERFORM UNTIL DEPTLOG-EOF
                    READ DEPARTURE-LOG
                        AT END
                            SET DEPTLOG-EOF TO TRUE
                        NOT AT END
                            ADD 1 TO WS-DEPT-READ-COUNT
                            PERFORM PAIR-ONE-DEPARTURE
                    END-READ
                END-PERFORM
                CLOSE DEPARTURE-LOG
                IF ARRIVAL-TABLE-FULL
                    MOVE SPACES TO WS-RPT-LINE
                    STRING "ARRIVAL TABLE FULL AT " WS-ARRIVAL-MAX
                           " - LATER VISITS ARCHIVED WITHOUT DURATION"
                        DELIMITED BY SIZE INTO WS-RPT-LINE
                    WRITE ARCHIVE-RPT-RECORD FROM WS-RPT-LINE
                END-IF
            END-IF.
            MOVE 1 TO WS-AR-NEXT.

       ADD-ARRIVAL.
            IF WS-ARRIVAL-COUNT < WS-ARRIVAL-MAX
                ADD 1 TO WS-ARRIVAL-COUNT
                MOVE VL-LOCATION TO WS-REC-LOCATION
                IF WS-REC-LOCATION = SPACES
                   OR WS-REC-LOCATION = LOW-VALUES
                    MOVE "MAIN" TO WS-REC-LOCATION
                END-IF
                MOVE WS-LOG-SEQ TO WS-AR-LOG-SEQ(WS-ARRIVAL-COUNT)
                MOVE VL-NAME TO WS-AR-NAME(WS-ARRIVAL-COUNT)
                MOVE WS-REC-LOCATION
                    TO WS-AR-LOCATION(WS-ARRIVAL-COUNT)
                MOVE VL-TIMESTAMP
                    TO WS-AR-TIMESTAMP(WS-ARRIVAL-COUNT)
                MOVE SPACES TO WS-AR-DEPART-TS(WS-ARRIVAL-COUNT)
            ELSE
                SET ARRIVAL-TABLE-FULL TO TRUE
            END-IF.

       PAIR-ONE-DEPARTURE.
            MOVE DP-LOCATION TO WS-REC-LOCATION.
            IF WS-REC-LOCATION = SPACES
               OR WS-REC-LOCATION = LOW-VALUES
                MOVE "MAIN" TO WS-REC-LOCATION
            END-IF.
            MOVE 0 TO WS-MATCH-SUB.
            PERFORM VARYING WS-AR-SUB FROM 1 BY 1
                    UNTIL WS-AR-SUB > WS-ARRIVAL-COUNT
                IF WS-AR-NAME(WS-AR-SUB) = DP-NAME
                   AND WS-AR-LOCATION(WS-AR-SUB) = WS-REC-LOCATION
                   AND WS-AR-DEPART-TS(WS-AR-SUB) = SPACES
                   AND WS-AR-TIMESTAMP(WS-AR-SUB)(1:8)
                       = DP-TIMESTAMP(1:8)
                   AND WS-AR-TIMESTAMP(WS-AR-SUB) <= DP-TIMESTAMP
                    IF WS-MATCH-SUB = 0
                        MOVE WS-AR-SUB TO WS-MATCH-SUB
                    ELSE
                        IF WS-AR-TIMESTAMP(WS-AR-SUB)
                           > WS-AR-TIMESTAMP(WS-MATCH-SUB)
                            MOVE WS-AR-SUB TO WS-MATCH-SUB
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-MATCH-SUB > 0
                MOVE DP-TIMESTAMP TO WS-AR-DEPART-TS(WS-MATCH-SUB)
            ELSE
                ADD 1 TO WS-DEPT-UNMATCHED
            END-IF.

      * Stamp the staged visit image if this log record is the next
      * table arrival and a sign-out claimed it.  Arrival and
      * departure share a date, so minutes on site is the clock
      * difference; seconds are dropped.
       STAMP-VISIT-DURATION.
            IF WS-AR-NEXT <= WS-ARRIVAL-COUNT
               AND WS-AR-LOG-SEQ(WS-AR-NEXT) = WS-LOG-SEQ
                IF WS-AR-DEPART-TS(WS-AR-NEXT) NOT = SPACES
                    MOVE VL-TIMESTAMP(9:2) TO WS-CLOCK-HH
                    MOVE VL-TIMESTAMP(11:2) TO WS-CLOCK-MM
                    COMPUTE WS-ARR-MINUTE =
                        WS-CLOCK-HH * 60 + WS-CLOCK-MM
                    MOVE WS-AR-DEPART-TS(WS-AR-NEXT)(9:2)
                        TO WS-CLOCK-HH
                    MOVE WS-AR-DEPART-TS(WS-AR-NEXT)(11:2)
                        TO WS-CLOCK-MM
                    COMPUTE WS-DEP-MINUTE =
                        WS-CLOCK-HH * 60 + WS-CLOCK-MM
                    MOVE WS-AR-DEPART-TS(WS-AR-NEXT)(9:6)
                        TO VL-DEPART-TIME
                    COMPUTE VL-VISIT-MINUTES =
                        WS-DEP-MINUTE - WS-ARR-MINUTE
                    MOVE VISITOR-LOG-RECORD TO WS-STAGE-DATA
                    ADD 1 TO WS-DURATION-COUNT
                END-IF
                ADD 1 TO WS-AR-NEXT
            END-IF.

       ARCHIVE-VISITOR-LOG.
            OPEN INPUT VISITOR-LOG.
            MOVE 0 TO WS-LOG-SEQ.
            PERFORM UNTIL VLOG-EOF
                READ VISITOR-LOG
                    AT END
                        SET VLOG-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-LOG-SEQ
                        MOVE VL-TIMESTAMP(1:8) TO WS-STAGE-DATE
                        MOVE "V" TO WS-STAGE-TYPE
                        MOVE VISITOR-LOG-RECORD TO WS-STAGE-DATA
                        IF DEPTLOG-AVAILABLE
                            PERFORM STAMP-VISIT-DURATION
                        END-IF
                        PERFORM WRITE-HISTORY-RECORD
                        IF HIST-WRITE-DONE
                            ADD 1 TO WS-VISIT-ARC-COUNT
      * already on file for the record's log date, so a rerun over a
      * date with earlier archived records keeps writing instead of
      * exhausting retries; the small retry loop only covers a key
      * collision from a sharing writer.  Only a record that reached
      * the history is posted to the summary.
       WRITE-HISTORY-RECORD.
            IF WS-STAGE-DATE NOT = WS-LAST-DATE
                PERFORM POSITION-DATE-SEQ
            END-IF.
            MOVE WS-STAGE-DATE TO VH-KEY-DATE.
            MOVE WS-STAGE-TYPE TO VH-REC-TYPE.
            MOVE WS-STAGE-DATA TO VH-LOG-DATA.
            PERFORM CAPTURE-SUMMARY-FIELDS.
            MOVE "N" TO WS-WRITE-DONE-SW.
            MOVE 0 TO WS-RETRY-COUNT.
            PERFORM UNTIL HIST-WRITE-DONE
            END-PERFORM.
            IF NOT HIST-WRITE-DONE
                ADD 1 TO WS-FAILED-COUNT
            ELSE
                IF VSUM-AVAILABLE
                    PERFORM POST-TO-SUMMARY
                END-IF
            END-IF.

      * Find the highest sequence already archived under this log
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ARCHIVE-RPT-RECORD FROM WS-RPT-LINE.

       EMPTY-DEPARTURE-LOG.
            OPEN OUTPUT DEPARTURE-LOG.
            CLOSE DEPARTURE-LOG.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "DEPARTURE LOG EMPTIED FOR NEXT RUN"
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ARCHIVE-RPT-RECORD FROM WS-RPT-LINE.

       EMPTY-EXCEPTION-LOG.
            OPEN OUTPUT EXCEPTION-LOG.
            CLOSE EXCEPTION-LOG.
            STRING "RECORDS NOT ARCHIVED:       " WS-FAILED-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ARCHIVE-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "SIGN-OUTS READ:             " WS-DEPT-READ-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ARCHIVE-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "VISITS ARCHIVED WITH DURATION: "
                   WS-DURATION-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ARCHIVE-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "SIGN-OUTS WITH NO ARRIVAL:  " WS-DEPT-UNMATCHED
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ARCHIVE-RPT-RECORD FROM WS-RPT-LINE.

       PURGE-RTN.
            OPEN I-O VISITOR-HISTORY.
                MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
                    TO WS-CUTOFF-DATE
                MOVE WS-CUTOFF-DATE TO WS-CUTOFF-X
                PERFORM OPEN-SUMMARY-FILES
                PERFORM PURGE-OLD-RECORDS
                CLOSE VISITOR-HISTORY
                PERFORM CLOSE-SUMMARY-FILES
                MOVE SPACES TO WS-RPT-LINE
                STRING "RETENTION " WS-RETAIN-DAYS
                       " DAYS, PURGING DATES BEFORE " WS-CUTOFF-X
                STRING "HISTORY RECORDS KEPT:   " WS-KEPT-COUNT
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE ARCHIVE-RPT-RECORD FROM WS-RPT-LINE
                PERFORM PRINT-SUMMARY-TOTALS
            END-IF.

      * History keys lead with the log date, so the records to purge
      * sit at the front of the file; everything from the first
      * in-window record onward is kept and only counted.  Each
      * purged record is backed out of the summary after it goes.
       PURGE-OLD-RECORDS.
            PERFORM UNTIL HIST-EOF
                READ VISITOR-HISTORY NEXT RECORD
                        SET HIST-EOF TO TRUE
                    NOT AT END
                        IF VH-KEY-DATE < WS-CUTOFF-X
                            PERFORM CAPTURE-SUMMARY-FIELDS
                            DELETE VISITOR-HISTORY
                            ADD 1 TO WS-PURGED-COUNT
                            IF VSUM-AVAILABLE
                                PERFORM BACK-OUT-FROM-SUMMARY
                            END-IF
                        ELSE
                            ADD 1 TO WS-KEPT-COUNT
                        END-IF
                END-READ
            END-PERFORM.

      * Neither file stops an ARCHIVE or PURGE: without the summary
      * the history is still maintained and the summary is rebuilt
      * afterwards; without the alias file postings go under the
      * names as logged.  REBUILD cannot run without the summary.
       OPEN-SUMMARY-FILES.
            OPEN I-O VISIT-SUMMARY.
            IF WS-VSUM-FS = "00"
                SET VSUM-AVAILABLE TO TRUE
            ELSE
                MOVE SPACES TO WS-RPT-LINE
                STRING "VISIT SUMMARY UNAVAILABLE, STATUS " WS-VSUM-FS
                       " - RERUN WITH PARM='REBUILD'"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE ARCHIVE-RPT-RECORD FROM WS-RPT-LINE
                DISPLAY "HELLOARC-W: VISIT SUMMARY UNAVAILABLE, "
                    "STATUS " WS-VSUM-FS " - SUMMARY NEEDS REBUILD"
                    UPON CONSOLE
                IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
            END-IF.
            OPEN INPUT ALIAS-FILE.
            IF WS-ALIAS-FS = "00"
                SET ALIASFILE-AVAILABLE TO TRUE
            ELSE
                MOVE SPACES TO WS-RPT-LINE
                STRING "ALIAS FILE UNAVAILABLE, STATUS " WS-ALIAS-FS
                       " - SUMMARY POSTED UNDER NAMES AS LOGGED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE ARCHIVE-RPT-RECORD FROM WS-RPT-LINE
            END-IF.

       CLOSE-SUMMARY-FILES.
            IF VSUM-AVAILABLE
                CLOSE VISIT-SUMMARY
            END-IF.
            IF ALIASFILE-AVAILABLE
                CLOSE ALIAS-FILE
            END-IF.
            IF WS-SUM-FAILED-COUNT > 0 AND WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
            END-IF.

      * Called with the history record in the record area (just
      * read, or staged for the write).  An erased name posts
      * nowhere, the same as it tallies nowhere.
       CAPTURE-SUMMARY-FIELDS.
            MOVE VH-KEY-DATE TO WS-POST-DATE.
            MOVE VH-REC-TYPE TO WS-POST-TYPE.
            MOVE VH-LOG-STATUS TO WS-POST-STATUS.
            MOVE VH-LOG-NAME TO WS-POST-NAME.
            MOVE VH-VISIT-TIER TO WS-POST-TIER.
            MOVE VH-VISIT-LOCATION TO WS-POST-LOCATION.
            IF VH-NAME-ERASED
                MOVE SPACES TO WS-POST-NAME
            END-IF.

      * Only ACCEPTED visits and exceptions are summarized; a visit
      * with any other status never counted toward loyalty.
       POST-TO-SUMMARY.
            IF WS-POST-NAME NOT = SPACES
               AND (POST-EXCEPTION
                    OR (POST-VISIT AND WS-POST-STATUS = "ACCEPTED"))
                PERFORM RESOLVE-SUMMARY-KEY
                PERFORM READ-SUMMARY-RECORD
                IF POST-VISIT
                    PERFORM ADD-SUMMARY-VISIT
                ELSE
                    PERFORM ADD-SUMMARY-EXCEPTION
                END-IF
                PERFORM SAVE-SUMMARY-RECORD
                IF VSUM-IO-OK
                    ADD 1 TO WS-SUM-POSTED-COUNT
                END-IF
            END-IF.

      * The mirror of POST-TO-SUMMARY for a purged record.  Counts
      * never go below zero; a count that is already zero, or a
      * person with no summary record, is a mismatch left for the
      * next REBUILD to straighten out.
       BACK-OUT-FROM-SUMMARY.
            IF WS-POST-NAME NOT = SPACES
               AND (POST-EXCEPTION
                    OR (POST-VISIT AND WS-POST-STATUS = "ACCEPTED"))
                PERFORM RESOLVE-SUMMARY-KEY
                PERFORM READ-SUMMARY-RECORD
                IF VSUM-FOUND
                    IF POST-VISIT
                        PERFORM REMOVE-SUMMARY-VISIT
                    ELSE
                        PERFORM REMOVE-SUMMARY-EXCEPTION
                    END-IF
                    PERFORM SAVE-SUMMARY-RECORD
                    IF VSUM-IO-OK
                        ADD 1 TO WS-SUM-BACKOUT-COUNT
                    END-IF
                ELSE
                    ADD 1 TO WS-SUM-MISMATCH-COUNT
                END-IF
            END-IF.

      * A name logged under a registered alternate spelling posts
      * under the canonical master key, so one person's visits
      * accumulate on one summary record (see ALIASREC).
       RESOLVE-SUMMARY-KEY.
            MOVE WS-POST-NAME TO WS-SUM-NAME.
            IF ALIASFILE-AVAILABLE
                MOVE WS-POST-NAME TO ALIAS-KEY-NAME
                READ ALIAS-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE ALIAS-CANON-NAME TO WS-SUM-NAME
                END-READ
            END-IF.

       READ-SUMMARY-RECORD.
            MOVE "N" TO WS-VSUM-FOUND-SW.
            MOVE WS-SUM-NAME TO VS-KEY-NAME.
            READ VISIT-SUMMARY
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET VSUM-FOUND TO TRUE
            END-READ.
            IF NOT VSUM-FOUND
                INITIALIZE VISIT-SUMMARY-RECORD
                MOVE WS-SUM-NAME TO VS-KEY-NAME
                MOVE 5 TO VS-LOC-MAX
                MOVE 5 TO VS-EXCP-MAX
            END-IF.

       ADD-SUMMARY-VISIT.
            ADD 1 TO VS-ACCEPTED-COUNT.
            IF VS-FIRST-VISIT-DATE = SPACES
               OR WS-POST-DATE < VS-FIRST-VISIT-DATE
                MOVE WS-POST-DATE TO VS-FIRST-VISIT-DATE
            END-IF.
            IF WS-POST-DATE NOT < VS-LAST-VISIT-DATE
                MOVE WS-POST-DATE TO VS-LAST-VISIT-DATE
                MOVE WS-POST-TIER TO VS-LAST-TIER
            END-IF.
            PERFORM FIND-VISIT-LOCATION.
            IF WS-SUM-SLOT = 0
                MOVE SPACES TO WS-SUM-FIND-CODE
                PERFORM FIND-LOCATION-SLOT
                IF WS-SUM-SLOT > 0
                    MOVE WS-SUM-LOCATION TO VS-LOC-CODE(WS-SUM-SLOT)
                END-IF
            END-IF.
            IF WS-SUM-SLOT > 0
                ADD 1 TO VS-LOC-VISITS(WS-SUM-SLOT)
            ELSE
                ADD 1 TO VS-OTHER-LOC-VISITS
            END-IF.

      * The recent-exception list is kept oldest first; the archive
      * posts in log order, so a full list drops its oldest entry.
       ADD-SUMMARY-EXCEPTION.
            ADD 1 TO VS-EXCP-COUNT.
            MOVE 0 TO WS-SUM-SLOT.
            PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
                    UNTIL WS-SUM-SUB > VS-EXCP-MAX
                IF VS-EXCP-DATE(WS-SUM-SUB) NOT = SPACES
                    MOVE WS-SUM-SUB TO WS-SUM-SLOT
                END-IF
            END-PERFORM.
            IF WS-SUM-SLOT < VS-EXCP-MAX
                ADD 1 TO WS-SUM-SLOT
            ELSE
                PERFORM VARYING WS-SUM-SUB FROM 2 BY 1
                        UNTIL WS-SUM-SUB > VS-EXCP-MAX
                    MOVE VS-EXCP-ENTRY(WS-SUM-SUB)
                        TO VS-EXCP-ENTRY(WS-SUM-SUB - 1)
                END-PERFORM
            END-IF.
            MOVE WS-POST-DATE TO VS-EXCP-DATE(WS-SUM-SLOT).
            MOVE WS-POST-STATUS TO VS-EXCP-REASON(WS-SUM-SLOT).

      * A location slot whose count reaches zero is freed for the
      * next new site; a visit at a site with no slot was counted
      * in VS-OTHER-LOC-VISITS and comes back out of it.
       REMOVE-SUMMARY-VISIT.
            IF VS-ACCEPTED-COUNT > 0
                SUBTRACT 1 FROM VS-ACCEPTED-COUNT
            ELSE
                ADD 1 TO WS-SUM-MISMATCH-COUNT
            END-IF.
            PERFORM FIND-VISIT-LOCATION.
            IF WS-SUM-SLOT > 0
                SUBTRACT 1 FROM VS-LOC-VISITS(WS-SUM-SLOT)
                IF VS-LOC-VISITS(WS-SUM-SLOT) = 0
                    MOVE SPACES TO VS-LOC-CODE(WS-SUM-SLOT)
                END-IF
            ELSE
                IF VS-OTHER-LOC-VISITS > 0
                    SUBTRACT 1 FROM VS-OTHER-LOC-VISITS
                ELSE
                    ADD 1 TO WS-SUM-MISMATCH-COUNT
                END-IF
            END-IF.

      * Purging runs in date order, so the aged-off entries of the
      * recent-exception list are always at its front.
       REMOVE-SUMMARY-EXCEPTION.
            IF VS-EXCP-COUNT > 0
                SUBTRACT 1 FROM VS-EXCP-COUNT
            ELSE
                ADD 1 TO WS-SUM-MISMATCH-COUNT
            END-IF.
            PERFORM UNTIL VS-EXCP-DATE(1) = SPACES
                       OR VS-EXCP-DATE(1) NOT < WS-CUTOFF-X
                PERFORM VARYING WS-SUM-SUB FROM 2 BY 1
                        UNTIL WS-SUM-SUB > VS-EXCP-MAX
                    MOVE VS-EXCP-ENTRY(WS-SUM-SUB)
                        TO VS-EXCP-ENTRY(WS-SUM-SUB - 1)
                END-PERFORM
                MOVE SPACES TO VS-EXCP-ENTRY(VS-EXCP-MAX)
            END-PERFORM.

      * Blank locations log as MAIN, the same as HELLOROL and the
      * departure pairing treat them.
       FIND-VISIT-LOCATION.
            MOVE WS-POST-LOCATION TO WS-SUM-LOCATION.
            IF WS-SUM-LOCATION = SPACES
               OR WS-SUM-LOCATION = LOW-VALUES
                MOVE "MAIN" TO WS-SUM-LOCATION
            END-IF.
            MOVE WS-SUM-LOCATION TO WS-SUM-FIND-CODE.
            PERFORM FIND-LOCATION-SLOT.

       FIND-LOCATION-SLOT.
            MOVE 0 TO WS-SUM-SLOT.
            PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
                    UNTIL WS-SUM-SUB > VS-LOC-MAX
                       OR WS-SUM-SLOT > 0
                IF VS-LOC-CODE(WS-SUM-SUB) = WS-SUM-FIND-CODE
                    MOVE WS-SUM-SUB TO WS-SUM-SLOT
                END-IF
            END-PERFORM.

      * A new person is written, a known one rewritten.  A record
      * whose visit and exception counts have both been backed out
      * to zero is kept all the same: its last visit date is the
      * only record left of when the person was last here, and the
      * dormancy sweep (CUSTDORM) needs it long after the visits
      * themselves have aged out of the history.
       SAVE-SUMMARY-RECORD.
            MOVE "Y" TO WS-VSUM-IO-SW.
            IF NOT VSUM-FOUND
                WRITE VISIT-SUMMARY-RECORD
                    INVALID KEY
                        MOVE "N" TO WS-VSUM-IO-SW
                    NOT INVALID KEY
                        ADD 1 TO WS-SUM-CREATED-COUNT
                END-WRITE
            ELSE
                REWRITE VISIT-SUMMARY-RECORD
                    INVALID KEY
                        MOVE "N" TO WS-VSUM-IO-SW
                    NOT INVALID KEY
                        IF VS-ACCEPTED-COUNT = 0
                           AND VS-EXCP-COUNT = 0
                            ADD 1 TO WS-SUM-EMPTIED-COUNT
                        END-IF
                END-REWRITE
            END-IF.
            IF NOT VSUM-IO-OK
                ADD 1 TO WS-SUM-FAILED-COUNT
            END-IF.

      * Recovery: zero every summary's counts, then post every
      * history record again in key (date) order, exactly as the
      * nightly archives posted them.  Both the history and the
      * summary must open; the alias file is optional as for
      * ARCHIVE.
       REBUILD-RTN.
            OPEN INPUT VISITOR-HISTORY.
            IF WS-HIST-FS NOT = "00"
                MOVE SPACES TO WS-RPT-LINE
                STRING "VISITOR HISTORY OPEN FAILED, STATUS "
                       WS-HIST-FS
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE ARCHIVE-RPT-RECORD FROM WS-RPT-LINE
                MOVE 12 TO WS-RETURN-CODE
            ELSE
                PERFORM OPEN-SUMMARY-FILES
                IF NOT VSUM-AVAILABLE
                    MOVE 12 TO WS-RETURN-CODE
                ELSE
                    PERFORM CLEAR-SUMMARY-FILE
                    PERFORM REPOST-HISTORY
                END-IF
                CLOSE VISITOR-HISTORY
                PERFORM CLOSE-SUMMARY-FILES
                MOVE SPACES TO WS-RPT-LINE
                STRING "SUMMARY RECORDS CLEARED: " WS-SUM-CLEARED-COUNT
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE ARCHIVE-RPT-RECORD FROM WS-RPT-LINE
                MOVE SPACES TO WS-RPT-LINE
                STRING "HISTORY RECORDS READ:    " WS-REBUILD-READ-COUNT
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE ARCHIVE-RPT-RECORD FROM WS-RPT-LINE
                PERFORM PRINT-SUMMARY-TOTALS
            END-IF.

      * The counts, location slots and recent exceptions are all
      * re-derived from the history; the first/last visit dates and
      * last tier are kept, since visits older than the retention
      * window are no longer there to re-derive them from.
       CLEAR-SUMMARY-FILE.
            MOVE LOW-VALUES TO VS-KEY-NAME.
            MOVE "N" TO WS-SCAN-EOF-SW.
            START VISIT-SUMMARY KEY NOT LESS THAN VS-KEY-NAME
                INVALID KEY
                    SET SCAN-EOF TO TRUE
            END-START.
            PERFORM UNTIL SCAN-EOF
                READ VISIT-SUMMARY NEXT RECORD
                    AT END
                        SET SCAN-EOF TO TRUE
                    NOT AT END
                        MOVE 0 TO VS-ACCEPTED-COUNT VS-EXCP-COUNT
                                  VS-OTHER-LOC-VISITS
                        MOVE 5 TO VS-LOC-MAX
                        MOVE 5 TO VS-EXCP-MAX
                        PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
                                UNTIL WS-SUM-SUB > 5
                            MOVE SPACES TO VS-LOC-CODE(WS-SUM-SUB)
                            MOVE 0 TO VS-LOC-VISITS(WS-SUM-SUB)
                            MOVE SPACES TO VS-EXCP-ENTRY(WS-SUM-SUB)
                        END-PERFORM
                        REWRITE VISIT-SUMMARY-RECORD
                            INVALID KEY
                                ADD 1 TO WS-SUM-FAILED-COUNT
                            NOT INVALID KEY
                                ADD 1 TO WS-SUM-CLEARED-COUNT
                        END-REWRITE
                END-READ
            END-PERFORM.

       REPOST-HISTORY.
            PERFORM UNTIL HIST-EOF
                READ VISITOR-HISTORY NEXT RECORD
                    AT END
                        SET HIST-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-REBUILD-READ-COUNT
                        PERFORM CAPTURE-SUMMARY-FIELDS
                        PERFORM POST-TO-SUMMARY
                END-READ
            END-PERFORM.

       PRINT-SUMMARY-TOTALS.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "SUMMARY POSTINGS:           " WS-SUM-POSTED-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ARCHIVE-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "SUMMARY RECORDS CREATED:    " WS-SUM-CREATED-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ARCHIVE-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "SUMMARY BACKOUTS:           " WS-SUM-BACKOUT-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ARCHIVE-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "SUMMARY RECORDS NOW EMPTY:  " WS-SUM-EMPTIED-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ARCHIVE-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "SUMMARY COUNT MISMATCHES:   " WS-SUM-MISMATCH-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ARCHIVE-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "SUMMARY UPDATES FAILED:     " WS-SUM-FAILED-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ARCHIVE-RPT-RECORD FROM WS-RPT-LINE.
            IF WS-SUM-FAILED-COUNT > 0 OR WS-SUM-MISMATCH-COUNT > 0
                MOVE SPACES TO WS-RPT-LINE
                STRING "SUMMARY OUT OF STEP WITH HISTORY - "
                       "RERUN WITH PARM='REBUILD'"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE ARCHIVE-RPT-RECORD FROM WS-RPT-LINE
            END-IF.

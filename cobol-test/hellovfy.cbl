      * worst return code judged.  The business date defaults to
      * yesterday - the chain this morning is verifying ran last
      * night - and can be pinned with PARM='YYYYMMDD'.
      * The per-location jobs are expected only for the sites open
      * on the business date: the site calendar (SITECAL - see
      * SCALREC) names the known sites, and a site with a C record
      * for the date is closed.  When every known site was closed,
      * no HELLO/HELLORCN run is expected, so a missing one is no
      * gap; fewer runs than open sites is a warning, since a run
      * may have been skipped for one site.  With no calendar (or an
      * empty one) at least one run of each is required;
      * an unavailable calendar also warns.
      * RC=0 chain clean; RC=4 a job ended RC=4 (degraded but ran);
      * RC=8 a gap - job missing, RC>=8, out of order, or a count
      * mismatch (see VERIFRPT and hold the day's processing);
                 FILE STATUS IS WS-RUNC-FS.
             SELECT VERIFY-RPT ASSIGN TO VERIFRPT
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT SITE-CALENDAR ASSIGN TO SITECAL
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS SC-KEY
                 FILE STATUS IS WS-SCAL-FS.
       DATA DIVISION.
         FILE SECTION.
         FD  RUN-CONTROL-FILE.
             COPY RUNCREC.
         FD  VERIFY-RPT.
          01 VERIFY-RPT-RECORD       PIC X(80).
         FD  SITE-CALENDAR.
          01 SITE-CALENDAR-RECORD.
             COPY SCALREC.
         WORKING-STORAGE SECTION.
          01 WS-RUNC-FS              PIC XX.
          01 WS-RUNC-EOF-SW          PIC X VALUE "N".
                10 WS-JT-OUT         PIC 9(9).
                10 WS-JT-MAX-RC      PIC 9(2).
                10 WS-JT-FIRST-TS    PIC X(14).
                10 WS-JT-PER-SITE-SW PIC X(1).
                   88 JOB-RUNS-PER-SITE       VALUE "Y".
          01 WS-JOB-SUB              PIC 9(1).
          01 WS-IDX                  PIC 9(1).
          01 WS-GAP-SW               PIC X VALUE "N".
          01 WS-RCN-TOTAL            PIC 9(9).
          01 WS-RCN-VISITOR          PIC 9(9).
          01 WS-RCN-EXCP             PIC 9(9).
          01 WS-SCAL-FS              PIC XX.
          01 WS-SCAL-EOF-SW          PIC X VALUE "N".
             88 SCAL-EOF                      VALUE "Y".
          01 WS-CALENDAR-SW          PIC X VALUE "N".
             88 CALENDAR-IN-USE               VALUE "Y".
          01 WS-SCAL-OPEN-SW         PIC X VALUE "Y".
             88 CALENDAR-UNAVAILABLE          VALUE "N".
          01 WS-SITE-FULL-SW         PIC X VALUE "N".
             88 SITE-TABLE-FULL               VALUE "Y".
          01 WS-SITE-TABLE.
             05 WS-SITE-MAX          PIC 9(2) VALUE 20.
             05 WS-SITE-COUNT        PIC 9(2) VALUE 0.
             05 WS-SITE-ENTRY OCCURS 20 TIMES.
                10 WS-ST-LOCATION    PIC X(4).
                10 WS-ST-STATUS      PIC X(1).
                   88 WS-ST-CLOSED            VALUE "C".
                10 WS-ST-NOTE        PIC X(20).
          01 WS-SITE-SUB             PIC 9(2).
          01 WS-SIDX                 PIC 9(2).
          01 WS-OPEN-SITES           PIC 9(2) VALUE 0.
          01 WS-CLOSED-SITES         PIC 9(2) VALUE 0.
          01 WS-RPT-LINE             PIC X(80).
       LINKAGE SECTION.
        01 LK-PARM-INFO.
                END-READ
            END-PERFORM.
            CLOSE RUN-CONTROL-FILE.
            PERFORM LOAD-SITE-CALENDAR.
            PERFORM PRINT-CHAIN-REPORT.
            PERFORM JUDGE-CHAIN.
            CLOSE VERIFY-RPT.
                MOVE 0 TO WS-JT-OUT(WS-IDX)
                MOVE 0 TO WS-JT-MAX-RC(WS-IDX)
                MOVE HIGH-VALUES TO WS-JT-FIRST-TS(WS-IDX)
                MOVE "N" TO WS-JT-PER-SITE-SW(WS-IDX)
            END-PERFORM.
            SET JOB-RUNS-PER-SITE(1) TO TRUE.
            SET JOB-RUNS-PER-SITE(3) TO TRUE.

       TALLY-RUN-RECORD.
            MOVE 0 TO WS-JOB-SUB.
                END-IF
            END-IF.

      * The calendar's distinct site codes are the known sites;
      * each is open on the business date unless it carries a C
      * record for that date.  The key leads with the site, so a
      * site's records are contiguous and a new code starts a new
      * table entry.
       LOAD-SITE-CALENDAR.
            OPEN INPUT SITE-CALENDAR.
            IF WS-SCAL-FS NOT = "00"
                SET CALENDAR-UNAVAILABLE TO TRUE
            ELSE
                PERFORM UNTIL SCAL-EOF
                    READ SITE-CALENDAR NEXT RECORD
                        AT END
                            SET SCAL-EOF TO TRUE
                        NOT AT END
                            PERFORM TALLY-SITE-RECORD
                    END-READ
                END-PERFORM
                CLOSE SITE-CALENDAR
            END-IF.
            IF WS-SITE-COUNT > 0
                SET CALENDAR-IN-USE TO TRUE
                PERFORM VARYING WS-SIDX FROM 1 BY 1
                        UNTIL WS-SIDX > WS-SITE-COUNT
                    IF WS-ST-CLOSED(WS-SIDX)
                        ADD 1 TO WS-CLOSED-SITES
                    ELSE
                        ADD 1 TO WS-OPEN-SITES
                    END-IF
                END-PERFORM
            END-IF.

       TALLY-SITE-RECORD.
            IF WS-SITE-COUNT = 0
               OR SC-LOCATION NOT = WS-ST-LOCATION(WS-SITE-COUNT)
                IF WS-SITE-COUNT < WS-SITE-MAX
                    ADD 1 TO WS-SITE-COUNT
                    MOVE SC-LOCATION TO WS-ST-LOCATION(WS-SITE-COUNT)
                    MOVE SPACE TO WS-ST-STATUS(WS-SITE-COUNT)
                    MOVE SPACES TO WS-ST-NOTE(WS-SITE-COUNT)
                ELSE
                    SET SITE-TABLE-FULL TO TRUE
                END-IF
            END-IF.
            IF SC-LOCATION = WS-ST-LOCATION(WS-SITE-COUNT)
               AND SC-CAL-DATE = WS-TARGET-DATE
                MOVE SC-DAY-STATUS TO WS-ST-STATUS(WS-SITE-COUNT)
                MOVE SC-DAY-NOTE TO WS-ST-NOTE(WS-SITE-COUNT)
            END-IF.

       PRINT-CHAIN-REPORT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "OVERNIGHT CHAIN VERIFICATION FOR "
            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
                MOVE SPACES TO WS-RPT-LINE
                IF WS-JT-RUNS(WS-IDX) = 0
                    IF JOB-RUNS-PER-SITE(WS-IDX)
                       AND CALENDAR-IN-USE
                       AND WS-OPEN-SITES = 0
                        STRING WS-JT-NAME(WS-IDX)
                               "  -- ALL SITES CLOSED, NOT EXPECTED"
                            DELIMITED BY SIZE INTO WS-RPT-LINE
                    ELSE
                        STRING WS-JT-NAME(WS-IDX)
                               "  *** DID NOT RUN ***"
                            DELIMITED BY SIZE INTO WS-RPT-LINE
                    END-IF
                ELSE
                    STRING WS-JT-NAME(WS-IDX) "  "
                           WS-JT-RUNS(WS-IDX) " "
            END-PERFORM.
            MOVE SPACES TO WS-RPT-LINE.
            WRITE VERIFY-RPT-RECORD FROM WS-RPT-LINE.
            IF CALENDAR-IN-USE
                PERFORM PRINT-SITE-CALENDAR
            END-IF.
            IF CALENDAR-UNAVAILABLE
                SET CHAIN-WARNED TO TRUE
                MOVE SPACES TO WS-RPT-LINE
                STRING "WARN: SITE CALENDAR UNAVAILABLE, STATUS "
                       WS-SCAL-FS " - EVERY SITE TAKEN AS OPEN"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE VERIFY-RPT-RECORD FROM WS-RPT-LINE
                MOVE SPACES TO WS-RPT-LINE
                WRITE VERIFY-RPT-RECORD FROM WS-RPT-LINE
            END-IF.

      * Which sites the per-location jobs were expected for, so the
      * morning crew can see a closure was allowed for rather than
      * missed.
       PRINT-SITE-CALENDAR.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "SITES ON CALENDAR: " WS-SITE-COUNT
                   "   OPEN: " WS-OPEN-SITES
                   "   CLOSED: " WS-CLOSED-SITES
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE VERIFY-RPT-RECORD FROM WS-RPT-LINE.
            PERFORM VARYING WS-SIDX FROM 1 BY 1
                    UNTIL WS-SIDX > WS-SITE-COUNT
                IF WS-ST-CLOSED(WS-SIDX)
                    MOVE SPACES TO WS-RPT-LINE
                    STRING "  " WS-ST-LOCATION(WS-SIDX)
                           " CLOSED  " WS-ST-NOTE(WS-SIDX)
                        DELIMITED BY SIZE INTO WS-RPT-LINE
                    WRITE VERIFY-RPT-RECORD FROM WS-RPT-LINE
                END-IF
            END-PERFORM.
            IF SITE-TABLE-FULL
                SET CHAIN-WARNED TO TRUE
                MOVE SPACES TO WS-RPT-LINE
                STRING "WARN: MORE THAN " WS-SITE-MAX
                       " SITES ON CALENDAR - EXTRA SITES NOT COUNTED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE VERIFY-RPT-RECORD FROM WS-RPT-LINE
            END-IF.
            MOVE SPACES TO WS-RPT-LINE.
            WRITE VERIFY-RPT-RECORD FROM WS-RPT-LINE.

      * A per-location job with no run is a gap unless the calendar
      * shows every known site closed that day; one with fewer runs
      * than open sites may have skipped a site, so it warns.
       JUDGE-CHAIN.
            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
                IF WS-JT-RUNS(WS-IDX) = 0
                    IF JOB-RUNS-PER-SITE(WS-IDX)
                       AND CALENDAR-IN-USE
                       AND WS-OPEN-SITES = 0
                        CONTINUE
                    ELSE
                        PERFORM FLAG-GAP
                        MOVE SPACES TO WS-RPT-LINE
                        STRING "GAP: " WS-JT-NAME(WS-IDX)
                               " DID NOT RUN FOR " WS-TARGET-DATE
                            DELIMITED BY SIZE INTO WS-RPT-LINE
                        WRITE VERIFY-RPT-RECORD FROM WS-RPT-LINE
                    END-IF
                ELSE
                    IF JOB-RUNS-PER-SITE(WS-IDX)
                       AND CALENDAR-IN-USE
                       AND WS-JT-RUNS(WS-IDX) < WS-OPEN-SITES
                        SET CHAIN-WARNED TO TRUE
                        MOVE SPACES TO WS-RPT-LINE
                        STRING "WARN: " WS-JT-NAME(WS-IDX)
                               " RAN " WS-JT-RUNS(WS-IDX)
                               " TIME(S) FOR " WS-OPEN-SITES
                               " OPEN SITE(S)"
                            DELIMITED BY SIZE INTO WS-RPT-LINE
                        WRITE VERIFY-RPT-RECORD FROM WS-RPT-LINE
                    END-IF
                    IF WS-JT-MAX-RC(WS-IDX) >= 8
                        PERFORM FLAG-GAP
                        MOVE SPACES TO WS-RPT-LINE

000000 IDENTIFICATION DIVISION.
000010 PROGRAM-ID.    HELLOROL.
      *================================================================
      * Evacuation roll-call and never-signed-out list.  Reads the
      * day's ACCEPTED VISITOR-LOG arrivals and the DEPTLOG sign-outs
      * (see DEPTREC), pairs each departure with its arrival, and
      * lists everyone greeted today who has not signed out, grouped
      * by VL-LOCATION, with arrival time and greeting tier.
      * PARM='ROLL' is the on-demand roll-call - run it the moment
      * an evacuation is called and hand ROLLRPT to the fire
      * marshal.  PARM='EOD' prints the same list after the desk
      * closes as the never-signed-out report; run it before
      * HELLOARC empties the two daily logs.  A second subfield
      * limits the list to one site (PARM='ROLL,ANX1'); a third pins
      * the date for a rerun over restored logs
      * (PARM='EOD,,YYYYMMDD').  Default is every site, run date.
      * A departure pairs with the latest unclaimed arrival for the
      * same canonical name and site stamped at or before it; a
      * departure with no such arrival is listed separately so the
      * desk can see a mistyped sign-out.  Channel C records are
      * HELLOCOR re-intakes of earlier rejects, not people in the
      * building, and are left out.
      * The VLOG/DLOG TDQs append online activity to the same logs;
      * a roll-call sees every online arrival and sign-out the TDQs
      * have drained so far.
      * A full in-core arrival table is warned on the report's first
      * line as well as at the totals, so whoever holds the list
      * knows at once it is short.
      * RC=0 normal; RC=4 the list may overstate who is on site
      * (DEPTLOG unreadable) or understate it (arrival table full -
      * later arrivals not listed), or, in EOD mode, one or more
      * visitors never signed out;
      * RC=12 the visitor log failed to open or the PARM mode is not
      * recognized.
      *================================================================
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT VISITOR-LOG ASSIGN TO VISLOG
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-VLOG-FS.
             SELECT DEPARTURE-LOG ASSIGN TO DEPTLOG
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DEPT-FS.
             SELECT ROLL-RPT ASSIGN TO ROLLRPT
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
         FILE SECTION.
         FD  VISITOR-LOG.
          01 VISITOR-LOG-RECORD.
             COPY VISTREC.
         FD  DEPARTURE-LOG.
          01 DEPARTURE-LOG-RECORD.
             COPY DEPTREC.
         FD  ROLL-RPT.
          01 ROLL-RPT-RECORD         PIC X(80).
         WORKING-STORAGE SECTION.
          01 WS-VLOG-FS              PIC XX.
          01 WS-DEPT-FS              PIC XX.
          01 WS-VLOG-EOF-SW          PIC X VALUE "N".
             88 VLOG-EOF                      VALUE "Y".
          01 WS-DEPT-EOF-SW          PIC X VALUE "N".
             88 DEPTLOG-EOF                   VALUE "Y".
          01 WS-DEPT-SW              PIC X VALUE "N".
             88 DEPTLOG-AVAILABLE             VALUE "Y".
          01 WS-TABLE-FULL-SW        PIC X VALUE "N".
             88 ARRIVAL-TABLE-FULL            VALUE "Y".
          01 WS-PARM-MODE            PIC X(4) VALUE SPACES.
          01 WS-PARM-LOC             PIC X(4) VALUE SPACES.
          01 WS-PARM-DATE            PIC X(8) VALUE SPACES.
          01 WS-MODE-SW              PIC X VALUE "R".
             88 ROLL-CALL-MODE                VALUE "R".
             88 END-OF-DAY-MODE               VALUE "E".
          01 WS-REPORT-DATE          PIC X(8).
          01 WS-CURRENT-DATE         PIC X(21).
          01 WS-REC-LOCATION         PIC X(4).
          01 WS-ARRIVAL-TABLE.
             05 WS-ARRIVAL-MAX       PIC 9(5) VALUE 10000.
             05 WS-ARRIVAL-COUNT     PIC 9(5) VALUE 0.
             05 WS-ARRIVAL-ENTRY OCCURS 10000 TIMES.
                10 WS-AR-NAME        PIC X(40).
                10 WS-AR-LOCATION    PIC X(4).
                10 WS-AR-TIMESTAMP   PIC X(21).
                10 WS-AR-TIER        PIC X(1).
                10 WS-AR-DEPARTED    PIC X(1).
                   88 WS-AR-SIGNED-OUT        VALUE "Y".
          01 WS-AR-SUB               PIC 9(5).
          01 WS-MATCH-SUB            PIC 9(5).
      * Site codes collected as encountered, ten slots, same as the
      * HELLOSUM location breakdown.  Nobody may drop off an
      * evacuation list, so visitors at an eleventh or later site
      * print together under OTHER SITES.
          01 WS-LOC-TABLE.
             05 WS-LOC-COUNT         PIC 9(2) VALUE 0.
             05 WS-LOC-ENTRY OCCURS 10 TIMES.
                10 WS-LOC-CODE       PIC X(4).
                10 WS-LOC-ONSITE     PIC 9(7).
          01 WS-LOC-SUB              PIC 9(2).
          01 WS-LOC-IDX              PIC 9(2).
          01 WS-LOC-OVERFLOW-SW      PIC X VALUE "N".
             88 LOC-TABLE-OVERFLOW            VALUE "Y".
          01 WS-OTHER-ONSITE         PIC 9(7) VALUE 0.
          01 WS-TIER-TEXT            PIC X(8).
          01 WS-ARRIVED-COUNT        PIC 9(7) VALUE 0.
          01 WS-SIGNED-OUT-COUNT     PIC 9(7) VALUE 0.
          01 WS-ONSITE-COUNT         PIC 9(7) VALUE 0.
          01 WS-UNMATCHED-COUNT      PIC 9(7) VALUE 0.
          01 WS-RETURN-CODE          PIC 9(2) VALUE 0.
          01 WS-RPT-LINE             PIC X(80).
       LINKAGE SECTION.
        01 LK-PARM-INFO.
           05 LK-PARM-LEN            PIC S9(4) COMP.
           05 LK-PARM-DATA           PIC X(80).
000020 PROCEDURE      DIVISION USING LK-PARM-INFO.
000030 MAIN           SECTION.
            OPEN OUTPUT ROLL-RPT.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
            MOVE WS-CURRENT-DATE(1:8) TO WS-REPORT-DATE.
            IF LK-PARM-LEN > 0
                UNSTRING LK-PARM-DATA(1:LK-PARM-LEN) DELIMITED BY ","
                    INTO WS-PARM-MODE WS-PARM-LOC WS-PARM-DATE
            END-IF.
            EVALUATE WS-PARM-MODE
                WHEN "ROLL"
                WHEN SPACES
                    SET ROLL-CALL-MODE TO TRUE
                WHEN "EOD"
                    SET END-OF-DAY-MODE TO TRUE
                WHEN OTHER
                    MOVE SPACES TO WS-RPT-LINE
                    STRING "UNRECOGNIZED PARM MODE: " WS-PARM-MODE
                        DELIMITED BY SIZE INTO WS-RPT-LINE
                    WRITE ROLL-RPT-RECORD FROM WS-RPT-LINE
                    CLOSE ROLL-RPT
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE.
            IF WS-PARM-DATE IS NUMERIC
                MOVE WS-PARM-DATE TO WS-REPORT-DATE
            END-IF.
            OPEN INPUT VISITOR-LOG.
            IF WS-VLOG-FS NOT = "00"
                MOVE SPACES TO WS-RPT-LINE
                STRING "VISITOR LOG OPEN FAILED, STATUS " WS-VLOG-FS
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE ROLL-RPT-RECORD FROM WS-RPT-LINE
                CLOSE ROLL-RPT
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-ARRIVAL-TABLE.
            CLOSE VISITOR-LOG.
            IF ARRIVAL-TABLE-FULL
                PERFORM PRINT-TABLE-FULL
            END-IF.
            PERFORM PRINT-HEADING.
            OPEN INPUT DEPARTURE-LOG.
            IF WS-DEPT-FS = "00"
                SET DEPTLOG-AVAILABLE TO TRUE
                PERFORM MATCH-DEPARTURES
                CLOSE DEPARTURE-LOG
            ELSE
                MOVE SPACES TO WS-RPT-LINE
                STRING "DEPARTURE LOG UNAVAILABLE, STATUS "
                       WS-DEPT-FS " - EVERY ARRIVAL LISTED AS "
                       "ON SITE"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE ROLL-RPT-RECORD FROM WS-RPT-LINE
                MOVE 4 TO WS-RETURN-CODE
            END-IF.
            PERFORM PRINT-ON-SITE-LIST.
            PERFORM PRINT-TOTALS.
            CLOSE ROLL-RPT.
            IF ARRIVAL-TABLE-FULL
                MOVE 4 TO WS-RETURN-CODE
            END-IF.
            IF END-OF-DAY-MODE
               AND WS-ONSITE-COUNT > 0
                MOVE 4 TO WS-RETURN-CODE
            END-IF.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
000040 STOP           RUN.

      * The report date's ACCEPTED arrivals at the selected site(s).
      * Other days left in the log by an intact archive are skipped,
      * as HELLONSR skips them.
       LOAD-ARRIVAL-TABLE.
            PERFORM UNTIL VLOG-EOF
                READ VISITOR-LOG
                    AT END
                        SET VLOG-EOF TO TRUE
                    NOT AT END
                        MOVE VL-LOCATION TO WS-REC-LOCATION
                        IF WS-REC-LOCATION = SPACES
                           OR WS-REC-LOCATION = LOW-VALUES
                            MOVE "MAIN" TO WS-REC-LOCATION
                        END-IF
                        IF VL-TIMESTAMP(1:8) = WS-REPORT-DATE
                           AND VL-STATUS = "ACCEPTED"
                           AND NOT VL-CHANNEL-CORRECTED
                           AND (WS-PARM-LOC = SPACES
                             OR WS-PARM-LOC = WS-REC-LOCATION)
                            PERFORM ADD-ARRIVAL
                        END-IF
                END-READ
            END-PERFORM.

       ADD-ARRIVAL.
            IF WS-ARRIVAL-COUNT < WS-ARRIVAL-MAX
                ADD 1 TO WS-ARRIVAL-COUNT
                ADD 1 TO WS-ARRIVED-COUNT
                MOVE VL-NAME TO WS-AR-NAME(WS-ARRIVAL-COUNT)
                MOVE WS-REC-LOCATION
                    TO WS-AR-LOCATION(WS-ARRIVAL-COUNT)
                MOVE VL-TIMESTAMP
                    TO WS-AR-TIMESTAMP(WS-ARRIVAL-COUNT)
                MOVE VL-TIER TO WS-AR-TIER(WS-ARRIVAL-COUNT)
                MOVE "N" TO WS-AR-DEPARTED(WS-ARRIVAL-COUNT)
            ELSE
                SET ARRIVAL-TABLE-FULL TO TRUE
            END-IF.

       MATCH-DEPARTURES.
            PERFORM UNTIL DEPTLOG-EOF
                READ DEPARTURE-LOG
                    AT END
                        SET DEPTLOG-EOF TO TRUE
                    NOT AT END
                        MOVE DP-LOCATION TO WS-REC-LOCATION
                        IF WS-REC-LOCATION = SPACES
                           OR WS-REC-LOCATION = LOW-VALUES
                            MOVE "MAIN" TO WS-REC-LOCATION
                        END-IF
                        IF DP-TIMESTAMP(1:8) = WS-REPORT-DATE
                           AND (WS-PARM-LOC = SPACES
                             OR WS-PARM-LOC = WS-REC-LOCATION)
                            PERFORM MATCH-ONE-DEPARTURE
                        END-IF
                END-READ
            END-PERFORM.

      * The latest unclaimed arrival at or before the sign-out wins,
      * so a visitor who came back after lunch signs out the second
      * visit, not the first.
       MATCH-ONE-DEPARTURE.
            MOVE 0 TO WS-MATCH-SUB.
            PERFORM VARYING WS-AR-SUB FROM 1 BY 1
                    UNTIL WS-AR-SUB > WS-ARRIVAL-COUNT
                IF WS-AR-NAME(WS-AR-SUB) = DP-NAME
                   AND WS-AR-LOCATION(WS-AR-SUB) = WS-REC-LOCATION
                   AND NOT WS-AR-SIGNED-OUT(WS-AR-SUB)
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
                SET WS-AR-SIGNED-OUT(WS-MATCH-SUB) TO TRUE
                ADD 1 TO WS-SIGNED-OUT-COUNT
            ELSE
                ADD 1 TO WS-UNMATCHED-COUNT
                MOVE SPACES TO WS-RPT-LINE
                STRING "  NO ARRIVAL FOR SIGN-OUT  " DP-NAME
                       " " WS-REC-LOCATION " "
                       DP-TIMESTAMP(9:2) ":" DP-TIMESTAMP(11:2)
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE ROLL-RPT-RECORD FROM WS-RPT-LINE
            END-IF.

      * One block per site, in the order the sites first appear in
      * the log; within a site, arrival order.
       PRINT-ON-SITE-LIST.
            PERFORM VARYING WS-AR-SUB FROM 1 BY 1
                    UNTIL WS-AR-SUB > WS-ARRIVAL-COUNT
                IF NOT WS-AR-SIGNED-OUT(WS-AR-SUB)
                    MOVE WS-AR-LOCATION(WS-AR-SUB) TO WS-REC-LOCATION
                    PERFORM FIND-LOCATION-SLOT
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
                    UNTIL WS-LOC-IDX > WS-LOC-COUNT
                MOVE SPACES TO WS-RPT-LINE
                WRITE ROLL-RPT-RECORD FROM WS-RPT-LINE
                MOVE SPACES TO WS-RPT-LINE
                STRING "LOCATION " WS-LOC-CODE(WS-LOC-IDX)
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE ROLL-RPT-RECORD FROM WS-RPT-LINE
                PERFORM VARYING WS-AR-SUB FROM 1 BY 1
                        UNTIL WS-AR-SUB > WS-ARRIVAL-COUNT
                    IF NOT WS-AR-SIGNED-OUT(WS-AR-SUB)
                       AND WS-AR-LOCATION(WS-AR-SUB)
                           = WS-LOC-CODE(WS-LOC-IDX)
                        PERFORM PRINT-ON-SITE-LINE
                    END-IF
                END-PERFORM
                MOVE SPACES TO WS-RPT-LINE
                STRING "  ON SITE AT " WS-LOC-CODE(WS-LOC-IDX)
                       ": " WS-LOC-ONSITE(WS-LOC-IDX)
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE ROLL-RPT-RECORD FROM WS-RPT-LINE
            END-PERFORM.
            IF LOC-TABLE-OVERFLOW
                PERFORM PRINT-OTHER-SITES
            END-IF.

       PRINT-OTHER-SITES.
            MOVE SPACES TO WS-RPT-LINE.
            WRITE ROLL-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "OTHER SITES" DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ROLL-RPT-RECORD FROM WS-RPT-LINE.
            PERFORM VARYING WS-AR-SUB FROM 1 BY 1
                    UNTIL WS-AR-SUB > WS-ARRIVAL-COUNT
                IF NOT WS-AR-SIGNED-OUT(WS-AR-SUB)
                    MOVE 0 TO WS-LOC-SUB
                    PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
                            UNTIL WS-LOC-IDX > WS-LOC-COUNT
                               OR WS-LOC-SUB > 0
                        IF WS-LOC-CODE(WS-LOC-IDX)
                           = WS-AR-LOCATION(WS-AR-SUB)
                            MOVE WS-LOC-IDX TO WS-LOC-SUB
                        END-IF
                    END-PERFORM
                    IF WS-LOC-SUB = 0
                        ADD 1 TO WS-OTHER-ONSITE
                        PERFORM PRINT-ON-SITE-LINE
                    END-IF
                END-IF
            END-PERFORM.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "  ON SITE AT OTHER SITES: " WS-OTHER-ONSITE
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ROLL-RPT-RECORD FROM WS-RPT-LINE.

       PRINT-ON-SITE-LINE.
            ADD 1 TO WS-ONSITE-COUNT.
            EVALUATE WS-AR-TIER(WS-AR-SUB)
                WHEN "V"
                    MOVE "VIP" TO WS-TIER-TEXT
                WHEN "K"
                    MOVE "KNOWN" TO WS-TIER-TEXT
                WHEN OTHER
                    MOVE "STANDARD" TO WS-TIER-TEXT
            END-EVALUATE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "  " WS-AR-NAME(WS-AR-SUB)
                   " " WS-AR-LOCATION(WS-AR-SUB)
                   " ARRIVED " WS-AR-TIMESTAMP(WS-AR-SUB)(9:2)
                   ":" WS-AR-TIMESTAMP(WS-AR-SUB)(11:2)
                   ":" WS-AR-TIMESTAMP(WS-AR-SUB)(13:2)
                   "  " WS-TIER-TEXT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ROLL-RPT-RECORD FROM WS-RPT-LINE.

       FIND-LOCATION-SLOT.
            MOVE 0 TO WS-LOC-SUB.
            PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
                    UNTIL WS-LOC-IDX > WS-LOC-COUNT
                       OR WS-LOC-SUB > 0
                IF WS-LOC-CODE(WS-LOC-IDX) = WS-REC-LOCATION
                    MOVE WS-LOC-IDX TO WS-LOC-SUB
                END-IF
            END-PERFORM.
            IF WS-LOC-SUB = 0
               AND WS-LOC-COUNT < 10
                ADD 1 TO WS-LOC-COUNT
                MOVE WS-LOC-COUNT TO WS-LOC-SUB
                MOVE WS-REC-LOCATION TO WS-LOC-CODE(WS-LOC-SUB)
                MOVE 0 TO WS-LOC-ONSITE(WS-LOC-SUB)
            END-IF.
            IF WS-LOC-SUB > 0
                ADD 1 TO WS-LOC-ONSITE(WS-LOC-SUB)
            ELSE
                SET LOC-TABLE-OVERFLOW TO TRUE
            END-IF.

       PRINT-HEADING.
            MOVE SPACES TO WS-RPT-LINE.
            IF END-OF-DAY-MODE
                STRING "VISITORS NEVER SIGNED OUT - " WS-REPORT-DATE
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            ELSE
                STRING "EVACUATION ROLL-CALL - " WS-REPORT-DATE
                       " AS OF " WS-CURRENT-DATE(9:2) ":"
                       WS-CURRENT-DATE(11:2)
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            END-IF.
            WRITE ROLL-RPT-RECORD FROM WS-RPT-LINE.
            IF WS-PARM-LOC NOT = SPACES
                MOVE SPACES TO WS-RPT-LINE
                STRING "SITE " WS-PARM-LOC " ONLY"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE ROLL-RPT-RECORD FROM WS-RPT-LINE
            END-IF.
            MOVE SPACES TO WS-RPT-LINE.
            WRITE ROLL-RPT-RECORD FROM WS-RPT-LINE.

      * Arrivals past the table limit were dropped, so the list is
      * short of everyone greeted after that point.
       PRINT-TABLE-FULL.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "ARRIVAL TABLE FULL AT " WS-ARRIVAL-MAX
                   " - LATER ARRIVALS NOT LISTED"
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ROLL-RPT-RECORD FROM WS-RPT-LINE.

       PRINT-TOTALS.
            IF ARRIVAL-TABLE-FULL
                PERFORM PRINT-TABLE-FULL
            END-IF.
            MOVE SPACES TO WS-RPT-LINE.
            WRITE ROLL-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "VISITORS GREETED:         " WS-ARRIVED-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ROLL-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "SIGNED OUT:               " WS-SIGNED-OUT-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ROLL-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            IF END-OF-DAY-MODE
                STRING "NEVER SIGNED OUT:         " WS-ONSITE-COUNT
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            ELSE
                STRING "STILL ON SITE:            " WS-ONSITE-COUNT
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            END-IF.
            WRITE ROLL-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "SIGN-OUTS WITH NO ARRIVAL: " WS-UNMATCHED-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ROLL-RPT-RECORD FROM WS-RPT-LINE.

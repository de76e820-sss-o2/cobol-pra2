      * VL-LOCATION bytes each greeting record now carries (legacy
      * records without them fall into the UNKNOWN lines; a blank
      * location reads as MAIN).
      * Volumes are also put on an open-day footing, so a week with
      * a holiday in it is not read as a collapse in traffic: the
      * site calendar (SITECAL - see SCALREC) gives each site's
      * closed days, every other day counts open, and TRNDRPT shows
      * the site-days open in each period with greetings per open
      * site-day, then each location's open days and per-open-day
      * average.  The current period counts only through the as-of
      * date, so a week or month still in progress is averaged over
      * the days it has had.  A site on the calendar with no
      * greetings still gets its open-days lines.
      * RC=0 normal, RC=4 site calendar unavailable (every day
      * counted open - see TRNDRPT), RC=12 history open failure or
      * bad PARM.
      *================================================================
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS VH-KEY
                 FILE STATUS IS WS-HIST-FS.
             SELECT SITE-CALENDAR ASSIGN TO SITECAL
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS SC-KEY
                 FILE STATUS IS WS-SCAL-FS.
       DATA DIVISION.
         FILE SECTION.
         FD  TREND-RPT.
         FD  VISITOR-HISTORY.
          01 VISITOR-HISTORY-RECORD.
             COPY VHISTREC.
         FD  SITE-CALENDAR.
          01 SITE-CALENDAR-RECORD.
             COPY SCALREC.
         WORKING-STORAGE SECTION.
          01 WS-HIST-FS              PIC XX.
          01 WS-HIST-EOF-SW          PIC X VALUE "N".
                10 WS-LOC-TALLY-CODE PIC X(4).
                10 WS-LOC-TALLY-CUR  PIC 9(7).
                10 WS-LOC-TALLY-PRI  PIC 9(7).
                10 WS-LOC-CLOSED-CUR PIC 9(3).
                10 WS-LOC-CLOSED-PRI PIC 9(3).
          01 WS-LOC-SUB              PIC 9(2).
          01 WS-TALLY-LOC            PIC X(4).
          01 WS-SCAL-FS              PIC XX.
          01 WS-SCAL-EOF-SW          PIC X VALUE "N".
             88 SCAL-EOF                      VALUE "Y".
          01 WS-CUR-FROM-INT         PIC 9(8).
          01 WS-CUR-TO-INT           PIC 9(8).
          01 WS-PRI-FROM-INT         PIC 9(8).
          01 WS-PRI-TO-INT           PIC 9(8).
          01 WS-CUR-FROM-DATE        PIC 9(8).
          01 WS-CUR-TO-DATE          PIC 9(8).
          01 WS-PRI-FROM-DATE        PIC 9(8).
          01 WS-PRI-TO-DATE          PIC 9(8).
          01 WS-CUR-DAYS             PIC 9(3).
          01 WS-PRI-DAYS             PIC 9(3).
          01 WS-CUR-OPEN-DAYS        PIC 9(7).
          01 WS-PRI-OPEN-DAYS        PIC 9(7).
          01 WS-CUR-SITE-DAYS        PIC 9(7) VALUE 0.
          01 WS-PRI-SITE-DAYS        PIC 9(7) VALUE 0.
          01 WS-CUR-GREETINGS        PIC 9(7).
          01 WS-PRI-GREETINGS        PIC 9(7).
          01 WS-CUR-AVG              PIC ZZZZ9.9.
          01 WS-PRI-AVG              PIC ZZZZ9.9.
          01 WS-IDX                  PIC 9(2).
          01 WS-RETURN-CODE          PIC 9(2) VALUE 0.
          01 WS-RPT-LINE             PIC X(80).
                MOVE WS-CURRENT-DATE(1:8) TO WS-ASOF-DATE
            END-IF.
            PERFORM SET-PERIOD-KEYS.
            PERFORM SET-PERIOD-WINDOWS.
            INITIALIZE WS-DAY-TABLE WS-TIER-TABLE WS-CHAN-TABLE.
            OPEN INPUT VISITOR-HISTORY.
            IF WS-HIST-FS NOT = "00"
                END-READ
            END-PERFORM.
            CLOSE VISITOR-HISTORY.
            PERFORM LOAD-SITE-CLOSURES.
            PERFORM PRINT-TREND-REPORT.
            CLOSE TREND-RPT.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
                END-IF
            END-IF.

      * The days each period spans: a week is its Monday plus six,
      * a month runs from its 1st to the day before the next 1st.
      * The current period stops at the as-of date, so its open
      * days are the ones it has actually had.
       SET-PERIOD-WINDOWS.
            IF MODE-WEEK
                MOVE WS-CUR-PERIOD TO WS-CUR-FROM-DATE
                MOVE WS-PRI-PERIOD TO WS-PRI-FROM-DATE
                COMPUTE WS-CUR-FROM-INT =
                    FUNCTION INTEGER-OF-DATE(WS-CUR-FROM-DATE)
                COMPUTE WS-CUR-TO-INT = WS-CUR-FROM-INT + 6
                COMPUTE WS-PRI-FROM-INT =
                    FUNCTION INTEGER-OF-DATE(WS-PRI-FROM-DATE)
                COMPUTE WS-PRI-TO-INT = WS-PRI-FROM-INT + 6
            ELSE
                COMPUTE WS-CUR-FROM-DATE = WS-CUR-PERIOD + 1
                COMPUTE WS-PRI-FROM-DATE = WS-PRI-PERIOD + 1
                COMPUTE WS-CUR-FROM-INT =
                    FUNCTION INTEGER-OF-DATE(WS-CUR-FROM-DATE)
                COMPUTE WS-PRI-FROM-INT =
                    FUNCTION INTEGER-OF-DATE(WS-PRI-FROM-DATE)
                COMPUTE WS-PRI-TO-INT = WS-CUR-FROM-INT - 1
                IF FUNCTION MOD(WS-CUR-PERIOD 10000) = 1200
                    COMPUTE WS-WORK-INT = WS-CUR-FROM-DATE
                        + 10000 - 1100
                ELSE
                    COMPUTE WS-WORK-INT = WS-CUR-FROM-DATE + 100
                END-IF
                COMPUTE WS-CUR-TO-INT =
                    FUNCTION INTEGER-OF-DATE(WS-WORK-INT) - 1
            END-IF.
            IF WS-CUR-TO-INT > WS-ASOF-INT
                MOVE WS-ASOF-INT TO WS-CUR-TO-INT
            END-IF.
            MOVE FUNCTION DATE-OF-INTEGER(WS-CUR-TO-INT)
                TO WS-CUR-TO-DATE.
            MOVE FUNCTION DATE-OF-INTEGER(WS-PRI-TO-INT)
                TO WS-PRI-TO-DATE.
            COMPUTE WS-CUR-DAYS = WS-CUR-TO-INT - WS-CUR-FROM-INT + 1.
            COMPUTE WS-PRI-DAYS = WS-PRI-TO-INT - WS-PRI-FROM-INT + 1.

      * Count each site's closed days inside the two windows.  A
      * site the calendar knows joins the location table even with
      * no greetings, so a site shut all period still shows up.
       LOAD-SITE-CLOSURES.
            OPEN INPUT SITE-CALENDAR.
            IF WS-SCAL-FS NOT = "00"
                MOVE 4 TO WS-RETURN-CODE
            ELSE
                PERFORM UNTIL SCAL-EOF
                    READ SITE-CALENDAR NEXT RECORD
                        AT END
                            SET SCAL-EOF TO TRUE
                        NOT AT END
                            PERFORM TALLY-SITE-CLOSURE
                    END-READ
                END-PERFORM
                CLOSE SITE-CALENDAR
            END-IF.

       TALLY-SITE-CLOSURE.
            MOVE SC-LOCATION TO WS-TALLY-LOC.
            PERFORM FIND-LOC-TALLY-SLOT.
            IF WS-LOC-SUB > 0 AND SC-DAY-CLOSED
                IF SC-CAL-DATE NOT < WS-CUR-FROM-DATE
                   AND SC-CAL-DATE NOT > WS-CUR-TO-DATE
                    ADD 1 TO WS-LOC-CLOSED-CUR(WS-LOC-SUB)
                END-IF
                IF SC-CAL-DATE NOT < WS-PRI-FROM-DATE
                   AND SC-CAL-DATE NOT > WS-PRI-TO-DATE
                    ADD 1 TO WS-LOC-CLOSED-PRI(WS-LOC-SUB)
                END-IF
            END-IF.

       TALLY-HISTORY-RECORD.
            IF VH-KEY-DATE IS NOT NUMERIC
                SET OUTSIDE-PERIODS TO TRUE
                WHEN OTHER                  MOVE 5 TO WS-CHAN-SUB
            END-EVALUATE.
            PERFORM FIND-LANG-TALLY-SLOT.
            MOVE VL-LOCATION TO WS-TALLY-LOC.
            PERFORM FIND-LOC-TALLY-SLOT.
            IF IN-CURRENT-PERIOD
                ADD 1 TO WS-DAY-CUR(WS-WEEKDAY)
            END-IF.

      * Location codes are collected as encountered, like language
      * codes - from the greetings and then from the site calendar;
      * a legacy blank location byte reads as MAIN.
       FIND-LOC-TALLY-SLOT.
            MOVE 0 TO WS-LOC-SUB.
            IF WS-TALLY-LOC = SPACES OR WS-TALLY-LOC = LOW-VALUES
                MOVE "MAIN" TO WS-TALLY-LOC
            END-IF.
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-LOC-TALLY-COUNT
                       OR WS-LOC-SUB > 0
                IF WS-LOC-TALLY-CODE(WS-IDX) = WS-TALLY-LOC
                    MOVE WS-IDX TO WS-LOC-SUB
                END-IF
            END-PERFORM.
               AND WS-LOC-TALLY-COUNT < 10
                ADD 1 TO WS-LOC-TALLY-COUNT
                MOVE WS-LOC-TALLY-COUNT TO WS-LOC-SUB
                MOVE WS-TALLY-LOC TO WS-LOC-TALLY-CODE(WS-LOC-SUB)
                MOVE 0 TO WS-LOC-TALLY-CUR(WS-LOC-SUB)
                MOVE 0 TO WS-LOC-TALLY-PRI(WS-LOC-SUB)
                MOVE 0 TO WS-LOC-CLOSED-CUR(WS-LOC-SUB)
                MOVE 0 TO WS-LOC-CLOSED-PRI(WS-LOC-SUB)
            END-IF.

       PRINT-TREND-REPORT.
                   "  " WS-PRI-REJECT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE TREND-RPT-RECORD FROM WS-RPT-LINE.
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-LOC-TALLY-COUNT
                COMPUTE WS-CUR-SITE-DAYS = WS-CUR-SITE-DAYS
                    + WS-CUR-DAYS - WS-LOC-CLOSED-CUR(WS-IDX)
                COMPUTE WS-PRI-SITE-DAYS = WS-PRI-SITE-DAYS
                    + WS-PRI-DAYS - WS-LOC-CLOSED-PRI(WS-IDX)
            END-PERFORM.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "SITE-DAYS OPEN           " WS-CUR-SITE-DAYS
                   "  " WS-PRI-SITE-DAYS
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE TREND-RPT-RECORD FROM WS-RPT-LINE.
            MOVE WS-CUR-SITE-DAYS TO WS-CUR-OPEN-DAYS.
            MOVE WS-PRI-SITE-DAYS TO WS-PRI-OPEN-DAYS.
            MOVE WS-CUR-TOTAL TO WS-CUR-GREETINGS.
            MOVE WS-PRI-TOTAL TO WS-PRI-GREETINGS.
            PERFORM COMPUTE-OPEN-DAY-AVERAGES.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "GREETINGS PER SITE-DAY   " WS-CUR-AVG
                   "  " WS-PRI-AVG
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE TREND-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "  (CURRENT PERIOD COUNTED " WS-CUR-FROM-DATE
                   " THROUGH " WS-CUR-TO-DATE ")"
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE TREND-RPT-RECORD FROM WS-RPT-LINE.
            IF WS-SCAL-FS NOT = "00"
                MOVE SPACES TO WS-RPT-LINE
                STRING "  (SITE CALENDAR UNAVAILABLE, STATUS "
                       WS-SCAL-FS " - EVERY DAY COUNTED OPEN)"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE TREND-RPT-RECORD FROM WS-RPT-LINE
            END-IF.
            MOVE SPACES TO WS-RPT-LINE.
            WRITE TREND-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE TREND-RPT-RECORD FROM WS-RPT-LINE
            END-PERFORM.
            MOVE SPACES TO WS-RPT-LINE.
            WRITE TREND-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "OPEN DAYS BY LOCATION    CURRENT    PRIOR"
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE TREND-RPT-RECORD FROM WS-RPT-LINE.
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-LOC-TALLY-COUNT
                COMPUTE WS-CUR-OPEN-DAYS =
                    WS-CUR-DAYS - WS-LOC-CLOSED-CUR(WS-IDX)
                COMPUTE WS-PRI-OPEN-DAYS =
                    WS-PRI-DAYS - WS-LOC-CLOSED-PRI(WS-IDX)
                MOVE SPACES TO WS-RPT-LINE
                STRING "  " WS-LOC-TALLY-CODE(WS-IDX)
                       " OPEN DAYS         "
                       WS-CUR-OPEN-DAYS "  " WS-PRI-OPEN-DAYS
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE TREND-RPT-RECORD FROM WS-RPT-LINE
                MOVE WS-LOC-TALLY-CUR(WS-IDX) TO WS-CUR-GREETINGS
                MOVE WS-LOC-TALLY-PRI(WS-IDX) TO WS-PRI-GREETINGS
                PERFORM COMPUTE-OPEN-DAY-AVERAGES
                MOVE SPACES TO WS-RPT-LINE
                STRING "  " WS-LOC-TALLY-CODE(WS-IDX)
                       " PER OPEN DAY      "
                       WS-CUR-AVG "  " WS-PRI-AVG
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE TREND-RPT-RECORD FROM WS-RPT-LINE
            END-PERFORM.

      * Greetings per open day for whichever totals and open-day
      * counts are loaded; a period with no open days shows zero.
       COMPUTE-OPEN-DAY-AVERAGES.
            IF WS-CUR-OPEN-DAYS > 0
                COMPUTE WS-CUR-AVG ROUNDED =
                    WS-CUR-GREETINGS / WS-CUR-OPEN-DAYS
            ELSE
                MOVE 0 TO WS-CUR-AVG
            END-IF.
            IF WS-PRI-OPEN-DAYS > 0
                COMPUTE WS-PRI-AVG ROUNDED =
                    WS-PRI-GREETINGS / WS-PRI-OPEN-DAYS
            ELSE
                MOVE 0 TO WS-PRI-AVG
            END-IF.

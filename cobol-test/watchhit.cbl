000000 IDENTIFICATION DIVISION.
000010 PROGRAM-ID.    WATCHHIT.
      *================================================================
      * Daily security watch-list hit report.  Reads the day's
      * EXCEPTION-LOG and lists every greeting attempt refused under
      * reason WATCHLST (see EXCPREC) - batch roster, interactive
      * desk and the HELO transaction alike, since the EXLG TDQ
      * appends to the same log - grouped by EX-LOCATION, in time
      * order within each site.  Each line shows the time, the
      * channel, the name as entered and the watch-list entry it
      * screened against: the entry is read back from WATCHLST
      * under the name as entered, else under the canonical master
      * name ALIASMST resolves it to, the same two keys the
      * greeting screen tries.  An entry expired since the hit
      * still prints (entries are never deleted, see WATCHREC).
      * PARM='YYYYMMDD' pins the date for a rerun; the default is
      * the run date.  Run it after the desk closes and BEFORE
      * HELLOARC empties the exception log.  Sites are collected as
      * encountered, ten slots as in HELLOSUM; hits at an eleventh
      * or later site print together under OTHER SITES.
      * RC=0 normal (with or without hits); RC=4 the in-core hit
      * table filled, or WATCHLST could not be read and the entry
      * detail is missing; RC=12 the exception log failed to open.
      *================================================================
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT EXCEPTION-LOG ASSIGN TO EXCPLOG
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EXCP-FS.
             SELECT WATCH-LIST ASSIGN TO WATCHLST
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS WL-KEY-NAME
                 FILE STATUS IS WS-WTCH-FS.
             SELECT ALIAS-FILE ASSIGN TO ALIASMST
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS ALIAS-KEY-NAME
                 FILE STATUS IS WS-ALIAS-FS.
             SELECT HIT-RPT ASSIGN TO HITRPT
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
         FILE SECTION.
         FD  EXCEPTION-LOG.
          01 EXCEPTION-LOG-RECORD.
             COPY EXCPREC.
         FD  WATCH-LIST.
          01 WATCH-LIST-RECORD.
             COPY WATCHREC.
         FD  ALIAS-FILE.
          01 ALIAS-RECORD.
             COPY ALIASREC.
         FD  HIT-RPT.
          01 HIT-RPT-RECORD          PIC X(80).
         WORKING-STORAGE SECTION.
          01 WS-EXCP-FS              PIC XX.
          01 WS-WTCH-FS              PIC XX.
          01 WS-ALIAS-FS             PIC XX.
          01 WS-EXCP-EOF-SW          PIC X VALUE "N".
             88 EXCPLOG-EOF                   VALUE "Y".
          01 WS-WTCH-SW              PIC X VALUE "N".
             88 WATCHLIST-AVAILABLE           VALUE "Y".
          01 WS-ALIAS-SW             PIC X VALUE "N".
             88 ALIASFILE-AVAILABLE           VALUE "Y".
          01 WS-ENTRY-SW             PIC X VALUE "N".
             88 WATCH-ENTRY-FOUND             VALUE "Y".
          01 WS-TABLE-FULL-SW        PIC X VALUE "N".
             88 HIT-TABLE-FULL                VALUE "Y".
          01 WS-PARM-DATE            PIC X(8) VALUE SPACES.
          01 WS-REPORT-DATE          PIC X(8).
          01 WS-CURRENT-DATE         PIC X(21).
          01 WS-REC-LOCATION         PIC X(4).
          01 WS-HIT-TABLE.
             05 WS-HIT-MAX           PIC 9(5) VALUE 5000.
             05 WS-HIT-COUNT         PIC 9(5) VALUE 0.
             05 WS-HIT-ENTRY OCCURS 5000 TIMES.
                10 WS-HT-NAME        PIC X(40).
                10 WS-HT-LOCATION    PIC X(4).
                10 WS-HT-TIMESTAMP   PIC X(21).
                10 WS-HT-CHANNEL     PIC X(1).
          01 WS-HT-SUB               PIC 9(5).
      * Site codes collected as encountered, ten slots, same as the
      * HELLOSUM location breakdown.
          01 WS-LOC-TABLE.
             05 WS-LOC-COUNT         PIC 9(2) VALUE 0.
             05 WS-LOC-ENTRY OCCURS 10 TIMES.
                10 WS-LOC-CODE       PIC X(4).
                10 WS-LOC-HITS       PIC 9(7).
          01 WS-LOC-SUB              PIC 9(2).
          01 WS-LOC-IDX              PIC 9(2).
          01 WS-LOC-OVERFLOW-SW      PIC X VALUE "N".
             88 LOC-TABLE-OVERFLOW            VALUE "Y".
          01 WS-OTHER-HITS           PIC 9(7) VALUE 0.
          01 WS-CHANNEL-TEXT         PIC X(7).
          01 WS-CATEGORY-TEXT        PIC X(7).
          01 WS-PRINTED-COUNT        PIC 9(7) VALUE 0.
          01 WS-RETURN-CODE          PIC 9(2) VALUE 0.
          01 WS-RPT-LINE             PIC X(80).
       LINKAGE SECTION.
        01 LK-PARM-INFO.
           05 LK-PARM-LEN            PIC S9(4) COMP.
           05 LK-PARM-DATA           PIC X(80).
000020 PROCEDURE      DIVISION USING LK-PARM-INFO.
000030 MAIN           SECTION.
            OPEN OUTPUT HIT-RPT.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
            MOVE WS-CURRENT-DATE(1:8) TO WS-REPORT-DATE.
            IF LK-PARM-LEN > 0
                MOVE LK-PARM-DATA(1:LK-PARM-LEN) TO WS-PARM-DATE
            END-IF.
            IF WS-PARM-DATE IS NUMERIC
                MOVE WS-PARM-DATE TO WS-REPORT-DATE
            END-IF.
            OPEN INPUT EXCEPTION-LOG.
            IF WS-EXCP-FS NOT = "00"
                MOVE SPACES TO WS-RPT-LINE
                STRING "EXCEPTION LOG OPEN FAILED, STATUS " WS-EXCP-FS
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE HIT-RPT-RECORD FROM WS-RPT-LINE
                CLOSE HIT-RPT
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-HIT-TABLE.
            CLOSE EXCEPTION-LOG.
            PERFORM PRINT-HEADING.
            OPEN INPUT WATCH-LIST.
            IF WS-WTCH-FS = "00"
                SET WATCHLIST-AVAILABLE TO TRUE
            ELSE
                MOVE SPACES TO WS-RPT-LINE
                STRING "WATCH LIST UNAVAILABLE, STATUS " WS-WTCH-FS
                       " - ENTRY DETAIL NOT SHOWN"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE HIT-RPT-RECORD FROM WS-RPT-LINE
                MOVE 4 TO WS-RETURN-CODE
            END-IF.
            OPEN INPUT ALIAS-FILE.
            IF WS-ALIAS-FS = "00"
                SET ALIASFILE-AVAILABLE TO TRUE
            END-IF.
            PERFORM PRINT-HIT-LIST.
            PERFORM PRINT-TOTALS.
            IF WATCHLIST-AVAILABLE
                CLOSE WATCH-LIST
            END-IF.
            IF ALIASFILE-AVAILABLE
                CLOSE ALIAS-FILE
            END-IF.
            CLOSE HIT-RPT.
            IF HIT-TABLE-FULL
                MOVE 4 TO WS-RETURN-CODE
            END-IF.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
000040 STOP           RUN.

      * The report date's WATCHLST exceptions; other reasons and
      * other days left in the log by an intact archive are skipped.
       LOAD-HIT-TABLE.
            PERFORM UNTIL EXCPLOG-EOF
                READ EXCEPTION-LOG
                    AT END
                        SET EXCPLOG-EOF TO TRUE
                    NOT AT END
                        IF EX-REASON-WATCH
                           AND EX-TIMESTAMP(1:8) = WS-REPORT-DATE
                            PERFORM ADD-HIT
                        END-IF
                END-READ
            END-PERFORM.

       ADD-HIT.
            MOVE EX-LOCATION TO WS-REC-LOCATION.
            IF WS-REC-LOCATION = SPACES
               OR WS-REC-LOCATION = LOW-VALUES
                MOVE "MAIN" TO WS-REC-LOCATION
            END-IF.
            IF WS-HIT-COUNT < WS-HIT-MAX
                ADD 1 TO WS-HIT-COUNT
                MOVE EX-NAME TO WS-HT-NAME(WS-HIT-COUNT)
                MOVE WS-REC-LOCATION TO WS-HT-LOCATION(WS-HIT-COUNT)
                MOVE EX-TIMESTAMP TO WS-HT-TIMESTAMP(WS-HIT-COUNT)
                MOVE EX-CHANNEL TO WS-HT-CHANNEL(WS-HIT-COUNT)
                PERFORM FIND-LOCATION-SLOT
            ELSE
                SET HIT-TABLE-FULL TO TRUE
            END-IF.

      * One block per site, in the order the sites first appear in
      * the log; within a site, log (time) order.
       PRINT-HIT-LIST.
            PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
                    UNTIL WS-LOC-IDX > WS-LOC-COUNT
                MOVE SPACES TO WS-RPT-LINE
                WRITE HIT-RPT-RECORD FROM WS-RPT-LINE
                MOVE SPACES TO WS-RPT-LINE
                STRING "LOCATION " WS-LOC-CODE(WS-LOC-IDX)
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE HIT-RPT-RECORD FROM WS-RPT-LINE
                PERFORM VARYING WS-HT-SUB FROM 1 BY 1
                        UNTIL WS-HT-SUB > WS-HIT-COUNT
                    IF WS-HT-LOCATION(WS-HT-SUB)
                       = WS-LOC-CODE(WS-LOC-IDX)
                        PERFORM PRINT-HIT-LINE
                    END-IF
                END-PERFORM
                MOVE SPACES TO WS-RPT-LINE
                STRING "  HITS AT " WS-LOC-CODE(WS-LOC-IDX)
                       ": " WS-LOC-HITS(WS-LOC-IDX)
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE HIT-RPT-RECORD FROM WS-RPT-LINE
            END-PERFORM.
            IF LOC-TABLE-OVERFLOW
                PERFORM PRINT-OTHER-SITES
            END-IF.

       PRINT-OTHER-SITES.
            MOVE SPACES TO WS-RPT-LINE.
            WRITE HIT-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "OTHER SITES" DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE HIT-RPT-RECORD FROM WS-RPT-LINE.
            PERFORM VARYING WS-HT-SUB FROM 1 BY 1
                    UNTIL WS-HT-SUB > WS-HIT-COUNT
                MOVE 0 TO WS-LOC-SUB
                PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
                        UNTIL WS-LOC-IDX > WS-LOC-COUNT
                           OR WS-LOC-SUB > 0
                    IF WS-LOC-CODE(WS-LOC-IDX)
                       = WS-HT-LOCATION(WS-HT-SUB)
                        MOVE WS-LOC-IDX TO WS-LOC-SUB
                    END-IF
                END-PERFORM
                IF WS-LOC-SUB = 0
                    ADD 1 TO WS-OTHER-HITS
                    PERFORM PRINT-HIT-LINE
                END-IF
            END-PERFORM.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "  HITS AT OTHER SITES: " WS-OTHER-HITS
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE HIT-RPT-RECORD FROM WS-RPT-LINE.

       PRINT-HIT-LINE.
            ADD 1 TO WS-PRINTED-COUNT.
            EVALUATE WS-HT-CHANNEL(WS-HT-SUB)
                WHEN "B"
                    MOVE "BATCH" TO WS-CHANNEL-TEXT
                WHEN "I"
                    MOVE "DESK" TO WS-CHANNEL-TEXT
                WHEN "O"
                    MOVE "ONLINE" TO WS-CHANNEL-TEXT
                WHEN OTHER
                    MOVE "UNKNOWN" TO WS-CHANNEL-TEXT
            END-EVALUATE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "  " WS-HT-TIMESTAMP(WS-HT-SUB)(9:2)
                   ":" WS-HT-TIMESTAMP(WS-HT-SUB)(11:2)
                   ":" WS-HT-TIMESTAMP(WS-HT-SUB)(13:2)
                   " " WS-CHANNEL-TEXT
                   " " WS-HT-NAME(WS-HT-SUB)
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE HIT-RPT-RECORD FROM WS-RPT-LINE.
            PERFORM FIND-WATCH-ENTRY.
            MOVE SPACES TO WS-RPT-LINE.
            IF WATCH-ENTRY-FOUND
                EVALUATE TRUE
                    WHEN WL-CATEGORY-BARRED
                        MOVE "BARRED" TO WS-CATEGORY-TEXT
                    WHEN WL-CATEGORY-FLAGGED
                        MOVE "FLAGGED" TO WS-CATEGORY-TEXT
                    WHEN OTHER
                        MOVE WL-CATEGORY TO WS-CATEGORY-TEXT
                END-EVALUATE
                IF WL-KEY-NAME = WS-HT-NAME(WS-HT-SUB)
                    STRING "           " WS-CATEGORY-TEXT " "
                           WL-REASON " ADDED " WL-ADDED-DATE
                        DELIMITED BY SIZE INTO WS-RPT-LINE
                ELSE
                    STRING "           LISTED AS " WL-KEY-NAME
                        DELIMITED BY SIZE INTO WS-RPT-LINE
                    WRITE HIT-RPT-RECORD FROM WS-RPT-LINE
                    MOVE SPACES TO WS-RPT-LINE
                    STRING "           " WS-CATEGORY-TEXT " "
                           WL-REASON " ADDED " WL-ADDED-DATE
                        DELIMITED BY SIZE INTO WS-RPT-LINE
                END-IF
            ELSE
                STRING "           *ENTRY NOT FOUND*"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            END-IF.
            WRITE HIT-RPT-RECORD FROM WS-RPT-LINE.

      * The two keys the greeting screen tries: the name as entered,
      * then the canonical master name an alias resolves it to.
       FIND-WATCH-ENTRY.
            MOVE "N" TO WS-ENTRY-SW.
            IF WATCHLIST-AVAILABLE
                MOVE WS-HT-NAME(WS-HT-SUB) TO WL-KEY-NAME
                READ WATCH-LIST
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WATCH-ENTRY-FOUND TO TRUE
                END-READ
                IF NOT WATCH-ENTRY-FOUND
                   AND ALIASFILE-AVAILABLE
                    MOVE WS-HT-NAME(WS-HT-SUB) TO ALIAS-KEY-NAME
                    READ ALIAS-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE ALIAS-CANON-NAME TO WL-KEY-NAME
                            READ WATCH-LIST
                                INVALID KEY
                                    CONTINUE
                                NOT INVALID KEY
                                    SET WATCH-ENTRY-FOUND TO TRUE
                            END-READ
                    END-READ
                END-IF
            END-IF.

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
                MOVE 0 TO WS-LOC-HITS(WS-LOC-SUB)
            END-IF.
            IF WS-LOC-SUB > 0
                ADD 1 TO WS-LOC-HITS(WS-LOC-SUB)
            ELSE
                SET LOC-TABLE-OVERFLOW TO TRUE
            END-IF.

       PRINT-HEADING.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "SECURITY WATCH LIST HITS - " WS-REPORT-DATE
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE HIT-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            WRITE HIT-RPT-RECORD FROM WS-RPT-LINE.

       PRINT-TOTALS.
            IF HIT-TABLE-FULL
                MOVE SPACES TO WS-RPT-LINE
                STRING "HIT TABLE FULL AT " WS-HIT-MAX
                       " - LATER HITS NOT LISTED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE HIT-RPT-RECORD FROM WS-RPT-LINE
            END-IF.
            MOVE SPACES TO WS-RPT-LINE.
            WRITE HIT-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "WATCH-LIST HITS:    " WS-PRINTED-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE HIT-RPT-RECORD FROM WS-RPT-LINE.

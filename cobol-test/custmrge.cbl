      *     the losing record,
      *   - registers the losing name on the alias file pointing at
      *     the survivor (REWRITE if the alias already exists), so
      *     HELLO/HELOTXN lookups, the HELLOARC summary posting, and the
      *     appointment/no-show matching all fold the spellings into
      *     one customer from the next run on,
      *   - re-points any alias that pointed at the losing name, so
      *     aliases stay one level deep (see ALIASREC),
      *   - folds the losing name's visit summary (see VSUMREC) into
      *     the survivor's and deletes it, so the loyalty thresholds
      *     and the HVIS inquiry see the merged person at once
      *     instead of after the next HELLOARC REBUILD.
      * MRGERPT shows every merge with its before images and a
      * reject line for a bad or identical pair; read/applied/
      * rejected counts close the report.
      * Master REWRITEs and DELETEs are journaled to CUSTJRNL with
      * before/after images (see CMJRNREC), same as CUSTUPDT.
      * An unavailable visit summary or a failed fold does not stop
      * the merge; MRGERPT says so and the summary is put right by
      * rerunning HELLOARC with PARM='REBUILD'.
      * RC=0 all applied; RC=4 one or more rejected, or the visit
      * summary was not folded; RC=12 CUSTMAST, ALIASMST, or
      * CUSTJRNL failed to open - nothing was applied.
      *================================================================
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
             SELECT JOURNAL-FILE ASSIGN TO CUSTJRNL
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-JRNL-FS.
             SELECT VISIT-SUMMARY ASSIGN TO VISSUM
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS VS-KEY-NAME
                 FILE STATUS IS WS-VSUM-FS.
       DATA DIVISION.
         FILE SECTION.
         FD  MERGE-TXN-FILE.
         FD  JOURNAL-FILE.
          01 JOURNAL-RECORD.
             COPY CMJRNREC.
         FD  VISIT-SUMMARY.
          01 VISIT-SUMMARY-RECORD.
             COPY VSUMREC.
         WORKING-STORAGE SECTION.
          01 NAME-RECORD.
             COPY NAMEREC.
          01 WS-REJECTED-COUNT       PIC 9(7) VALUE 0.
          01 WS-REPOINT-COUNT        PIC 9(7) VALUE 0.
          01 WS-RPT-LINE             PIC X(80).
          01 WS-VSUM-FS              PIC XX.
          01 WS-VSUM-SW              PIC X VALUE "N".
             88 VSUM-AVAILABLE                VALUE "Y".
          01 WS-LOSER-SUM-SW         PIC X.
             88 LOSER-SUM-FOUND               VALUE "Y".
          01 WS-SUM-RESULT           PIC X(36).
          01 WS-SUM-FOLDED-COUNT     PIC 9(7) VALUE 0.
          01 WS-SUM-FAILED-COUNT     PIC 9(7) VALUE 0.
          01 WS-SUM-SUB              PIC 9(2).
          01 WS-SUM-SLOT             PIC 9(2).
          01 WS-SUM-USED             PIC 9(2).
          01 WS-SUM-POS              PIC 9(2).
          01 WS-SUM-FIND-CODE        PIC X(4).
      * The losing name's summary record, held while the survivor's
      * is read into the record area (same layout as VSUMREC).
          01 WS-LOSER-SUMMARY.
             05 WS-LS-KEY-NAME       PIC X(40).
             05 WS-LS-FIRST-DATE     PIC X(8).
             05 WS-LS-LAST-DATE      PIC X(8).
             05 WS-LS-ACCEPTED       PIC 9(7).
             05 WS-LS-EXCP-COUNT     PIC 9(7).
             05 WS-LS-LAST-TIER      PIC X(1).
             05 WS-LS-LOC-MAX        PIC 9(2).
             05 WS-LS-LOC-ENTRY OCCURS 5 TIMES.
                10 WS-LS-LOC-CODE    PIC X(4).
                10 WS-LS-LOC-VISITS  PIC 9(7).
             05 WS-LS-OTHER-VISITS   PIC 9(7).
             05 WS-LS-EXCP-MAX       PIC 9(2).
             05 WS-LS-EXCP-ENTRY OCCURS 5 TIMES.
                10 WS-LS-EXCP-DATE   PIC X(8).
                10 WS-LS-EXCP-REASON PIC X(8).
          01 WS-LS-SUB               PIC 9(2).
000020 PROCEDURE      DIVISION.
000030 MAIN           SECTION.
            OPEN INPUT MERGE-TXN-FILE.
                STOP RUN
            END-IF.
            PERFORM PRINT-HEADING.
            OPEN I-O VISIT-SUMMARY.
            IF WS-VSUM-FS = "00"
                SET VSUM-AVAILABLE TO TRUE
            ELSE
                MOVE SPACES TO WS-RPT-LINE
                STRING "VISIT SUMMARY UNAVAILABLE, STATUS " WS-VSUM-FS
                       " - RUN HELLOARC PARM='REBUILD'"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE MERGE-RPT-RECORD FROM WS-RPT-LINE
                MOVE SPACES TO WS-RPT-LINE
                WRITE MERGE-RPT-RECORD FROM WS-RPT-LINE
            END-IF.
            PERFORM UNTIL TXN-EOF
                READ MERGE-TXN-FILE
                    AT END
            CLOSE CUSTOMER-MASTER.
            CLOSE ALIAS-FILE.
            CLOSE JOURNAL-FILE.
            IF VSUM-AVAILABLE
                CLOSE VISIT-SUMMARY
            END-IF.
            IF WS-REJECTED-COUNT > 0
               OR WS-SUM-FAILED-COUNT > 0
               OR NOT VSUM-AVAILABLE
                MOVE 4 TO RETURN-CODE
            END-IF.
000040 STOP           RUN.
            END-IF.
            IF WS-REJECT-REASON = SPACES
                PERFORM REPOINT-STALE-ALIASES
                PERFORM FOLD-VISIT-SUMMARY
                PERFORM PRINT-APPLIED
            ELSE
                PERFORM PRINT-REJECT
                END-READ
            END-PERFORM.

      * The losing name's visits were posted under its own key (it
      * was canonical until now), so its summary record moves onto
      * the survivor's: counts add, the earlier first visit and the
      * later last visit (with that visit's tier) win, locations
      * merge slot by slot, and the two recent-exception lists merge
      * by date keeping the latest.  The loser's record is deleted
      * only once the survivor's is safely written.
       FOLD-VISIT-SUMMARY.
            MOVE SPACES TO WS-SUM-RESULT.
            MOVE "N" TO WS-LOSER-SUM-SW.
            IF NOT VSUM-AVAILABLE
                MOVE "NOT FOLDED - SUMMARY UNAVAILABLE"
                    TO WS-SUM-RESULT
            ELSE
                MOVE WS-LOSER-NAME TO VS-KEY-NAME
                READ VISIT-SUMMARY
                    INVALID KEY
                        MOVE "NONE UNDER LOSING NAME"
                            TO WS-SUM-RESULT
                    NOT INVALID KEY
                        SET LOSER-SUM-FOUND TO TRUE
                        MOVE VISIT-SUMMARY-RECORD
                            TO WS-LOSER-SUMMARY
                END-READ
            END-IF.
            IF LOSER-SUM-FOUND
                MOVE "Y" TO WS-IO-OK-SW
                MOVE WS-SURVIVOR-NAME TO VS-KEY-NAME
                READ VISIT-SUMMARY
                    INVALID KEY
                        MOVE WS-LOSER-SUMMARY TO VISIT-SUMMARY-RECORD
                        MOVE WS-SURVIVOR-NAME TO VS-KEY-NAME
                        WRITE VISIT-SUMMARY-RECORD
                            INVALID KEY
                                MOVE "N" TO WS-IO-OK-SW
                        END-WRITE
                    NOT INVALID KEY
                        PERFORM COMBINE-SUMMARIES
                        REWRITE VISIT-SUMMARY-RECORD
                            INVALID KEY
                                MOVE "N" TO WS-IO-OK-SW
                        END-REWRITE
                END-READ
                IF MERGE-IO-OK
                    MOVE WS-LOSER-NAME TO VS-KEY-NAME
                    DELETE VISIT-SUMMARY
                        INVALID KEY
                            MOVE "N" TO WS-IO-OK-SW
                    END-DELETE
                END-IF
                IF MERGE-IO-OK
                    ADD 1 TO WS-SUM-FOLDED-COUNT
                    MOVE "FOLDED INTO SURVIVOR" TO WS-SUM-RESULT
                ELSE
                    ADD 1 TO WS-SUM-FAILED-COUNT
                    MOVE "FOLD FAILED, STATUS    - REBUILD"
                        TO WS-SUM-RESULT
                    MOVE WS-VSUM-FS TO WS-SUM-RESULT(21:2)
                END-IF
            END-IF.

       COMBINE-SUMMARIES.
            ADD WS-LS-ACCEPTED TO VS-ACCEPTED-COUNT.
            ADD WS-LS-EXCP-COUNT TO VS-EXCP-COUNT.
            ADD WS-LS-OTHER-VISITS TO VS-OTHER-LOC-VISITS.
            IF WS-LS-FIRST-DATE NOT = SPACES
               AND (VS-FIRST-VISIT-DATE = SPACES
                    OR WS-LS-FIRST-DATE < VS-FIRST-VISIT-DATE)
                MOVE WS-LS-FIRST-DATE TO VS-FIRST-VISIT-DATE
            END-IF.
            IF WS-LS-LAST-DATE > VS-LAST-VISIT-DATE
                MOVE WS-LS-LAST-DATE TO VS-LAST-VISIT-DATE
                MOVE WS-LS-LAST-TIER TO VS-LAST-TIER
            END-IF.
            PERFORM VARYING WS-LS-SUB FROM 1 BY 1
                    UNTIL WS-LS-SUB > WS-LS-LOC-MAX
                       OR WS-LS-SUB > 5
                IF WS-LS-LOC-CODE(WS-LS-SUB) NOT = SPACES
                    PERFORM FOLD-LOCATION-COUNT
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-LS-SUB FROM 1 BY 1
                    UNTIL WS-LS-SUB > WS-LS-EXCP-MAX
                       OR WS-LS-SUB > 5
                IF WS-LS-EXCP-DATE(WS-LS-SUB) NOT = SPACES
                    PERFORM FOLD-EXCEPTION-ENTRY
                END-IF
            END-PERFORM.

      * A site the survivor already has a slot for adds to it; a new
      * site takes a free slot, or counts under OTHER when none is
      * left - the same rule HELLOARC posts by.
       FOLD-LOCATION-COUNT.
            MOVE WS-LS-LOC-CODE(WS-LS-SUB) TO WS-SUM-FIND-CODE.
            PERFORM FIND-LOCATION-SLOT.
            IF WS-SUM-SLOT = 0
                MOVE SPACES TO WS-SUM-FIND-CODE
                PERFORM FIND-LOCATION-SLOT
                IF WS-SUM-SLOT > 0
                    MOVE WS-LS-LOC-CODE(WS-LS-SUB)
                        TO VS-LOC-CODE(WS-SUM-SLOT)
                END-IF
            END-IF.
            IF WS-SUM-SLOT > 0
                ADD WS-LS-LOC-VISITS(WS-LS-SUB)
                    TO VS-LOC-VISITS(WS-SUM-SLOT)
            ELSE
                ADD WS-LS-LOC-VISITS(WS-LS-SUB)
                    TO VS-OTHER-LOC-VISITS
            END-IF.

       FIND-LOCATION-SLOT.
            MOVE 0 TO WS-SUM-SLOT.
            PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
                    UNTIL WS-SUM-SUB > VS-LOC-MAX
                       OR WS-SUM-SLOT > 0
                IF VS-LOC-CODE(WS-SUM-SUB) = WS-SUM-FIND-CODE
                    MOVE WS-SUM-SUB TO WS-SUM-SLOT
                END-IF
            END-PERFORM.

      * Insert one of the loser's exceptions into the survivor's
      * oldest-first list by date.  A full list gives up its oldest
      * entry, unless the incoming one is older still.
       FOLD-EXCEPTION-ENTRY.
            MOVE 0 TO WS-SUM-USED.
            PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
                    UNTIL WS-SUM-SUB > VS-EXCP-MAX
                IF VS-EXCP-DATE(WS-SUM-SUB) NOT = SPACES
                    MOVE WS-SUM-SUB TO WS-SUM-USED
                END-IF
            END-PERFORM.
            IF WS-SUM-USED < VS-EXCP-MAX
               OR WS-LS-EXCP-DATE(WS-LS-SUB) NOT < VS-EXCP-DATE(1)
                IF WS-SUM-USED = VS-EXCP-MAX
                    PERFORM VARYING WS-SUM-SUB FROM 2 BY 1
                            UNTIL WS-SUM-SUB > VS-EXCP-MAX
                        MOVE VS-EXCP-ENTRY(WS-SUM-SUB)
                            TO VS-EXCP-ENTRY(WS-SUM-SUB - 1)
                    END-PERFORM
                    SUBTRACT 1 FROM WS-SUM-USED
                END-IF
                COMPUTE WS-SUM-POS = WS-SUM-USED + 1
                MOVE "N" TO WS-SCAN-EOF-SW
                PERFORM UNTIL SCAN-EOF
                    IF WS-SUM-POS = 1
                        SET SCAN-EOF TO TRUE
                    ELSE
                    IF VS-EXCP-DATE(WS-SUM-POS - 1)
                       > WS-LS-EXCP-DATE(WS-LS-SUB)
                        MOVE VS-EXCP-ENTRY(WS-SUM-POS - 1)
                            TO VS-EXCP-ENTRY(WS-SUM-POS)
                        SUBTRACT 1 FROM WS-SUM-POS
                    ELSE
                        SET SCAN-EOF TO TRUE
                    END-IF
                    END-IF
                END-PERFORM
                MOVE WS-LS-EXCP-ENTRY(WS-LS-SUB)
                    TO VS-EXCP-ENTRY(WS-SUM-POS)
            END-IF.

      * One journal record per successful master I-O, before/after
      * images included, so CUSTRCVR can replay a merge day against
      * a restored backup (see CMJRNREC).  Alias-file writes are
                   " VIP=" WS-SURV-VIP
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE MERGE-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "   VISIT SUMMARY: " WS-SUM-RESULT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE MERGE-RPT-RECORD FROM WS-RPT-LINE.

       PRINT-REJECT.
            ADD 1 TO WS-REJECTED-COUNT.
            STRING "ALIASES RE-POINTED: " WS-REPOINT-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE MERGE-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "SUMMARIES FOLDED:   " WS-SUM-FOLDED-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE MERGE-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "SUMMARY FOLDS FAILED: " WS-SUM-FAILED-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE MERGE-RPT-RECORD FROM WS-RPT-LINE.

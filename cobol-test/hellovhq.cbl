      * CICS transaction HVIS - per-visitor history inquiry for the
      * front desk, the live companion to the overnight LOYRPT.  A
      * guest disputing their visit count gets an answer while they
      * stand there: first and last visit date, total ACCEPTED
      * visits in the retention window, visits per location, the
      * tier last greeted, and the recent exception records, taken
      * from the visit-summary KSDS HELLOARC keeps in step with the
      * visitor history (see VSUMREC).  Takes HELOVCA via COMMAREA.
      * The typed name goes through NAMEPARS and the ALIASMST
      * cross-reference first, same as a greeting, and the summary
      * is read by the canonical key - one keyed READ, where the
      * history had to be browsed by name spelling, and visits
      * logged under every registered alias spelling of the person
      * are already folded in.
      * The day counters HELLOINQ reads know nothing per-visitor,
      * which is why this reads the summary instead; today's
      * not-yet-archived visits are not included (the summary
      * catches up when HELLOARC runs tonight).
      *================================================================
       DATA DIVISION.
         WORKING-STORAGE SECTION.
          01 NAME-RECORD.
             COPY NAMEREC.
          01 WS-PARSE-STATUS         PIC X(8).
          01 VISIT-SUMMARY-RECORD.
             COPY VSUMREC.
          01 ALIAS-RECORD.
             COPY ALIASREC.
          01 WS-ALIAS-RID            PIC X(40).
          01 WS-SUM-RID              PIC X(40).
          01 WS-RESP                 PIC S9(8) COMP.
          01 WS-EXCP-SUB             PIC 9(2).
          01 WS-LOC-SUB              PIC 9(2).
       LINKAGE SECTION.
        01 DFHCOMMAREA.
           COPY HELOVCA.
                END-EXEC
            END-IF.
            MOVE SPACES TO VQ-PARSE-REASON VQ-CANON-NAME
                           VQ-LAST-VISIT-DATE VQ-FIRST-VISIT-DATE
                           VQ-LAST-TIER.
            MOVE 0 TO VQ-ACCEPTED-COUNT VQ-EXCP-TOTAL VQ-EXCP-SHOWN
                      VQ-OTHER-LOC-VISITS.
            MOVE 5 TO VQ-EXCP-MAX.
            PERFORM VARYING WS-EXCP-SUB FROM 1 BY 1
                    UNTIL WS-EXCP-SUB > 5
                MOVE SPACES TO VQ-EXCP-DATE(WS-EXCP-SUB)
                MOVE SPACES TO VQ-EXCP-REASON(WS-EXCP-SUB)
                MOVE SPACES TO VQ-LOC-CODE(WS-EXCP-SUB)
                MOVE 0 TO VQ-LOC-VISITS(WS-EXCP-SUB)
            END-PERFORM.
            SET VQ-STATUS-OK TO TRUE.
            IF VQ-REQUEST-NAME = SPACES
                    SET VQ-STATUS-REJECTED TO TRUE
                    MOVE WS-PARSE-STATUS TO VQ-PARSE-REASON
                ELSE
                    PERFORM ANSWER-FROM-SUMMARY
                END-IF
            END-IF.
            EXEC CICS RETURN
            END-EXEC.

       ANSWER-FROM-SUMMARY.
            PERFORM RESOLVE-NAME-ALIAS.
            MOVE VQ-CANON-NAME TO WS-SUM-RID.
            EXEC CICS READ
                FILE('VISSUM')
                INTO(VISIT-SUMMARY-RECORD)
                RIDFLD(WS-SUM-RID)
                RESP(WS-RESP)
            END-EXEC.
            EVALUATE WS-RESP
                WHEN DFHRESP(NORMAL)
                    PERFORM MOVE-SUMMARY-ANSWER
                WHEN DFHRESP(NOTFND)
                    SET VQ-STATUS-NOTFOUND TO TRUE
                WHEN OTHER
                    SET VQ-STATUS-FILEFAIL TO TRUE
            END-EVALUATE.

       RESOLVE-NAME-ALIAS.
            MOVE NAME-FULL-TEXT TO VQ-CANON-NAME.
                MOVE ALIAS-CANON-NAME TO VQ-CANON-NAME
            END-IF.

      * The summary keeps its recent exceptions oldest first, the
      * same order the screen shows them in.
       MOVE-SUMMARY-ANSWER.
            MOVE VS-FIRST-VISIT-DATE TO VQ-FIRST-VISIT-DATE.
            MOVE VS-LAST-VISIT-DATE TO VQ-LAST-VISIT-DATE.
            MOVE VS-ACCEPTED-COUNT TO VQ-ACCEPTED-COUNT.
            MOVE VS-LAST-TIER TO VQ-LAST-TIER.
            MOVE VS-EXCP-COUNT TO VQ-EXCP-TOTAL.
            MOVE VS-OTHER-LOC-VISITS TO VQ-OTHER-LOC-VISITS.
            PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                    UNTIL WS-LOC-SUB > VS-LOC-MAX
                       OR WS-LOC-SUB > 5
                MOVE VS-LOC-CODE(WS-LOC-SUB)
                    TO VQ-LOC-CODE(WS-LOC-SUB)
                MOVE VS-LOC-VISITS(WS-LOC-SUB)
                    TO VQ-LOC-VISITS(WS-LOC-SUB)
            END-PERFORM.
            PERFORM VARYING WS-EXCP-SUB FROM 1 BY 1
                    UNTIL WS-EXCP-SUB > VS-EXCP-MAX
                       OR WS-EXCP-SUB > VQ-EXCP-MAX
                IF VS-EXCP-DATE(WS-EXCP-SUB) NOT = SPACES
                    ADD 1 TO VQ-EXCP-SHOWN
                    MOVE VS-EXCP-DATE(WS-EXCP-SUB)
                        TO VQ-EXCP-DATE(VQ-EXCP-SHOWN)
                    MOVE VS-EXCP-REASON(WS-EXCP-SUB)
                        TO VQ-EXCP-REASON(VQ-EXCP-SHOWN)
                END-IF
            END-PERFORM.

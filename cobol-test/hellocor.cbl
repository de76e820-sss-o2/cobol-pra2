      * history resolve REWRITE failed (fix and re-key with care -
      * reapplying would double the visit); RC=12 open failure or
      * bad PARM.
      * A WATCHLST exception is a greeting security refused, not a
      * bad entry: the worksheet leaves it off and APPLY rejects a
      * correction keyed against one.
      *================================================================
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
       LIST-ONE-EXCEPTION.
            MOVE VH-LOG-DATA TO WS-EXCP-IMAGE.
            IF NOT EX-RESOLVED-YES
               AND NOT EX-REASON-WATCH
                ADD 1 TO WS-SHEET-COUNT
                MOVE SPACES TO WS-RPT-LINE
                STRING VH-KEY-DATE " " VH-KEY-SEQ " "
                IF EX-RESOLVED-YES
                    MOVE "ALREADY RESOLVED" TO WS-REJECT-REASON
                END-IF
                IF EX-REASON-WATCH
                    MOVE "WATCH-LIST HIT" TO WS-REJECT-REASON
                END-IF
            END-IF.
            IF WS-REJECT-REASON = SPACES
                MOVE SPACES TO NAME-FIRST NAME-LAST NAME-SUFFIX
            ELSE
                MOVE EX-LOCATION TO VL-LOCATION
            END-IF.
            MOVE SPACES TO VL-DEPARTURE.
            MOVE SPACES TO VL-HOURS-FLAG.
            MOVE SPACES TO VL-PARTY-ID.
            WRITE VISITOR-LOG-RECORD.
            ADD 1 TO WS-APPLIED-COUNT.
            MOVE SPACES TO WS-RPT-LINE.

000000 IDENTIFICATION DIVISION.
000010 PROGRAM-ID.    WATCHUPD.
      *================================================================
      * Batch maintenance for the security watch-list KSDS screened
      * by HELLO and the HELO transaction at greeting time (see
      * WATCHREC).  Reads security's maintenance transactions (see
      * WLTXREC), applies each add/change/expire to WATCH-LIST, and
      * prints the audit report to WATCHRPT: every transaction with
      * the officer who asked for it and the entry's before/after
      * image, plus a reject line for a bad action code, a blank
      * key or requesting officer, a name that fails NAMEPARS
      * validation, a bad category or end date, an add for a name
      * already listed, or a change/expire for a name with no
      * current entry.  The report is the watch list's audit trail
      * - keep it with security's records.
      * WT-KEY-NAME is pushed through NAMEPARS before any watch-list
      * access, so entries land in the canonical form the greeting
      * screen reads (upper-case, single-spaced); the report shows
      * the canonical key that was actually applied.
      * After the transactions, one pass over the file expires every
      * current entry whose end date has passed (stamped by this
      * job, listed on the report as END DATE REACHED), so the file
      * says plainly who is still screened.  Entries are never
      * deleted - an expired entry stays on file as history.
      * Counts of read/applied/rejected/lapsed close the report.
      * RC=0 all transactions applied; RC=4 one or more rejected
      * (see WATCHRPT); RC=12 WATCHLST failed to open - nothing was
      * applied.
      *================================================================
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT WATCH-TXN-FILE ASSIGN TO WATCHTXN
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TXN-FS.
             SELECT WATCH-RPT ASSIGN TO WATCHRPT
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT WATCH-LIST ASSIGN TO WATCHLST
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS WL-KEY-NAME
                 FILE STATUS IS WS-WTCH-FS.
       DATA DIVISION.
         FILE SECTION.
         FD  WATCH-TXN-FILE.
          01 WATCH-TXN-RECORD.
             COPY WLTXREC.
         FD  WATCH-RPT.
          01 WATCH-RPT-RECORD        PIC X(80).
         FD  WATCH-LIST.
          01 WATCH-LIST-RECORD.
             COPY WATCHREC.
         WORKING-STORAGE SECTION.
          01 NAME-RECORD.
             COPY NAMEREC.
          01 WS-PARSE-STATUS         PIC X(8).
          01 WS-TXN-FS               PIC XX.
          01 WS-WTCH-FS              PIC XX.
          01 WS-TXN-EOF-SW           PIC X VALUE "N".
             88 TXN-EOF                       VALUE "Y".
          01 WS-SCAN-EOF-SW          PIC X VALUE "N".
             88 SCAN-EOF                      VALUE "Y".
          01 WS-FOUND-SW             PIC X VALUE "N".
             88 ENTRY-FOUND                   VALUE "Y".
          01 WS-CURRENT-SW           PIC X VALUE "N".
             88 ENTRY-CURRENT                 VALUE "Y".
          01 WS-REJECT-REASON        PIC X(24).
          01 WS-TXN-READ-COUNT       PIC 9(7) VALUE 0.
          01 WS-APPLIED-COUNT        PIC 9(7) VALUE 0.
          01 WS-REJECTED-COUNT       PIC 9(7) VALUE 0.
          01 WS-LAPSED-COUNT         PIC 9(7) VALUE 0.
          01 WS-ACTIVE-COUNT         PIC 9(7) VALUE 0.
          01 WS-BEFORE-IMAGE.
             05 WS-BEFORE-STATUS     PIC X(1).
             05 WS-BEFORE-CATEGORY   PIC X(1).
             05 WS-BEFORE-EXPIRY     PIC X(8).
             05 WS-BEFORE-REASON     PIC X(30).
          01 WS-CURRENT-DATE         PIC X(21).
          01 WS-RUN-DATE             PIC X(8).
          01 WS-RPT-LINE             PIC X(80).
000020 PROCEDURE      DIVISION.
000030 MAIN           SECTION.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
            MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.
            OPEN OUTPUT WATCH-RPT.
            OPEN I-O WATCH-LIST.
            IF WS-WTCH-FS NOT = "00"
                MOVE SPACES TO WS-RPT-LINE
                STRING "WATCH LIST OPEN FAILED, STATUS "
                       WS-WTCH-FS " - NOTHING APPLIED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE WATCH-RPT-RECORD FROM WS-RPT-LINE
                CLOSE WATCH-RPT
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM PRINT-HEADING.
            OPEN INPUT WATCH-TXN-FILE.
            IF WS-TXN-FS = "00"
                PERFORM UNTIL TXN-EOF
                    READ WATCH-TXN-FILE
                        AT END
                            SET TXN-EOF TO TRUE
                        NOT AT END
                            ADD 1 TO WS-TXN-READ-COUNT
                            PERFORM APPLY-TRANSACTION
                    END-READ
                END-PERFORM
                CLOSE WATCH-TXN-FILE
            ELSE
                MOVE SPACES TO WS-RPT-LINE
                STRING "NO TRANSACTION FILE, STATUS " WS-TXN-FS
                       " - END-DATE SWEEP ONLY"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE WATCH-RPT-RECORD FROM WS-RPT-LINE
            END-IF.
            PERFORM EXPIRE-LAPSED-ENTRIES.
            PERFORM PRINT-TOTALS.
            CLOSE WATCH-RPT.
            CLOSE WATCH-LIST.
            IF WS-REJECTED-COUNT > 0
                MOVE 4 TO RETURN-CODE
            END-IF.
000040 STOP           RUN.

       APPLY-TRANSACTION.
            MOVE SPACES TO WS-REJECT-REASON.
            MOVE "N" TO WS-FOUND-SW.
            MOVE "N" TO WS-CURRENT-SW.
            EVALUATE TRUE
                WHEN NOT WT-ACTION-VALID
                    MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
                WHEN WT-KEY-NAME = SPACES OR WT-KEY-NAME = LOW-VALUES
                    MOVE "BLANK KEY NAME" TO WS-REJECT-REASON
                WHEN WT-REQUESTED-BY = SPACES
                    MOVE "NO REQUESTING OFFICER" TO WS-REJECT-REASON
                WHEN WT-CATEGORY NOT = SPACE
                     AND WT-CATEGORY NOT = "B"
                     AND WT-CATEGORY NOT = "F"
                    MOVE "INVALID CATEGORY" TO WS-REJECT-REASON
                WHEN WT-EXPIRY-DATE NOT = SPACES
                     AND NOT WT-EXPIRY-CLEAR
                     AND WT-EXPIRY-DATE IS NOT NUMERIC
                    MOVE "INVALID END DATE" TO WS-REJECT-REASON
                WHEN WT-EXPIRY-DATE IS NUMERIC
                     AND WT-EXPIRY-DATE < WS-RUN-DATE
                    MOVE "END DATE IN THE PAST" TO WS-REJECT-REASON
                WHEN OTHER
                    PERFORM CANONICALIZE-KEY
            END-EVALUATE.
            IF WS-REJECT-REASON = SPACES
                PERFORM READ-ENTRY
                EVALUATE TRUE
                    WHEN WT-ACTION-ADD
                        PERFORM APPLY-ADD
                    WHEN WT-ACTION-CHANGE
                        PERFORM APPLY-CHANGE
                    WHEN WT-ACTION-EXPIRE
                        PERFORM APPLY-EXPIRE
                END-EVALUATE
            ELSE
                PERFORM PRINT-REJECT
            END-IF.

      * Same canonical key the greeting screen and the customer
      * master use; a name NAMEPARS rejects never reaches the file.
       CANONICALIZE-KEY.
            MOVE SPACES TO NAME-FIRST NAME-LAST NAME-SUFFIX.
            MOVE WT-KEY-NAME TO NAME-FULL-TEXT.
            CALL "NAMEPARS" USING NAME-RECORD WS-PARSE-STATUS.
            IF WS-PARSE-STATUS = "OK"
                MOVE NAME-FULL-TEXT TO WT-KEY-NAME
            ELSE
                MOVE SPACES TO WS-REJECT-REASON
                STRING "NAME " WS-PARSE-STATUS
                    DELIMITED BY SIZE INTO WS-REJECT-REASON
            END-IF.

       READ-ENTRY.
            MOVE SPACES TO WS-BEFORE-IMAGE.
            MOVE WT-KEY-NAME TO WL-KEY-NAME.
            READ WATCH-LIST
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ENTRY-FOUND TO TRUE
                    MOVE WL-STATUS TO WS-BEFORE-STATUS
                    MOVE WL-CATEGORY TO WS-BEFORE-CATEGORY
                    MOVE WL-EXPIRY-DATE TO WS-BEFORE-EXPIRY
                    MOVE WL-REASON TO WS-BEFORE-REASON
                    IF WL-STATUS-ACTIVE
                       AND (WL-EXPIRY-DATE = SPACES
                         OR WL-EXPIRY-DATE NOT < WS-RUN-DATE)
                        SET ENTRY-CURRENT TO TRUE
                    END-IF
            END-READ.

      * A name whose earlier entry has expired is re-listed in place
      * (the old reason shows on the before image); a name still
      * listed must be changed, not added again.
       APPLY-ADD.
            IF ENTRY-CURRENT
                MOVE "ALREADY LISTED" TO WS-REJECT-REASON
                PERFORM PRINT-REJECT
            ELSE
                MOVE WT-KEY-NAME TO WL-KEY-NAME
                SET WL-STATUS-ACTIVE TO TRUE
                IF WT-CATEGORY = SPACE
                    SET WL-CATEGORY-BARRED TO TRUE
                ELSE
                    MOVE WT-CATEGORY TO WL-CATEGORY
                END-IF
                MOVE WT-REASON TO WL-REASON
                MOVE WS-RUN-DATE TO WL-ADDED-DATE
                IF WT-EXPIRY-CLEAR
                    MOVE SPACES TO WL-EXPIRY-DATE
                ELSE
                    MOVE WT-EXPIRY-DATE TO WL-EXPIRY-DATE
                END-IF
                MOVE SPACES TO WL-EXPIRED-DATE
                MOVE WT-REQUESTED-BY TO WL-REQUESTED-BY
                IF ENTRY-FOUND
                    REWRITE WATCH-LIST-RECORD
                        INVALID KEY
                            MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                            PERFORM PRINT-REJECT
                        NOT INVALID KEY
                            PERFORM PRINT-APPLIED
                    END-REWRITE
                ELSE
                    WRITE WATCH-LIST-RECORD
                        INVALID KEY
                            MOVE "WRITE FAILED" TO WS-REJECT-REASON
                            PERFORM PRINT-REJECT
                        NOT INVALID KEY
                            PERFORM PRINT-APPLIED
                    END-WRITE
                END-IF
            END-IF.

       APPLY-CHANGE.
            IF NOT ENTRY-CURRENT
                MOVE "NOT CURRENTLY LISTED" TO WS-REJECT-REASON
                PERFORM PRINT-REJECT
            ELSE
                IF WT-CATEGORY NOT = SPACE
                    MOVE WT-CATEGORY TO WL-CATEGORY
                END-IF
                IF WT-EXPIRY-CLEAR
                    MOVE SPACES TO WL-EXPIRY-DATE
                ELSE
                    IF WT-EXPIRY-DATE NOT = SPACES
                        MOVE WT-EXPIRY-DATE TO WL-EXPIRY-DATE
                    END-IF
                END-IF
                IF WT-REASON NOT = SPACES
                    MOVE WT-REASON TO WL-REASON
                END-IF
                MOVE WT-REQUESTED-BY TO WL-REQUESTED-BY
                REWRITE WATCH-LIST-RECORD
                    INVALID KEY
                        MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                        PERFORM PRINT-REJECT
                    NOT INVALID KEY
                        PERFORM PRINT-APPLIED
                END-REWRITE
            END-IF.

       APPLY-EXPIRE.
            IF NOT ENTRY-CURRENT
                MOVE "NOT CURRENTLY LISTED" TO WS-REJECT-REASON
                PERFORM PRINT-REJECT
            ELSE
                SET WL-STATUS-EXPIRED TO TRUE
                MOVE WS-RUN-DATE TO WL-EXPIRED-DATE
                MOVE WT-REQUESTED-BY TO WL-REQUESTED-BY
                REWRITE WATCH-LIST-RECORD
                    INVALID KEY
                        MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                        PERFORM PRINT-REJECT
                    NOT INVALID KEY
                        PERFORM PRINT-APPLIED
                END-REWRITE
            END-IF.

      * One sequential pass: an active entry whose end date has
      * passed is expired as of today, so the file and the audit
      * report agree on who is still screened.  The greeting screen
      * already ignores such an entry; this makes it explicit.
       EXPIRE-LAPSED-ENTRIES.
            MOVE SPACES TO WS-RPT-LINE.
            WRITE WATCH-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "END-DATE SWEEP" DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE WATCH-RPT-RECORD FROM WS-RPT-LINE.
            MOVE LOW-VALUES TO WL-KEY-NAME.
            START WATCH-LIST KEY NOT LESS THAN WL-KEY-NAME
                INVALID KEY
                    SET SCAN-EOF TO TRUE
            END-START.
            PERFORM UNTIL SCAN-EOF
                READ WATCH-LIST NEXT RECORD
                    AT END
                        SET SCAN-EOF TO TRUE
                    NOT AT END
                        IF WL-STATUS-ACTIVE
                            IF WL-EXPIRY-DATE NOT = SPACES
                               AND WL-EXPIRY-DATE < WS-RUN-DATE
                                PERFORM EXPIRE-ONE-ENTRY
                            ELSE
                                ADD 1 TO WS-ACTIVE-COUNT
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

       EXPIRE-ONE-ENTRY.
            SET WL-STATUS-EXPIRED TO TRUE.
            MOVE WS-RUN-DATE TO WL-EXPIRED-DATE.
            REWRITE WATCH-LIST-RECORD
                INVALID KEY
                    MOVE SPACES TO WS-RPT-LINE
                    STRING "   " WL-KEY-NAME "  REWRITE FAILED"
                        DELIMITED BY SIZE INTO WS-RPT-LINE
                    WRITE WATCH-RPT-RECORD FROM WS-RPT-LINE
                    ADD 1 TO WS-REJECTED-COUNT
                NOT INVALID KEY
                    ADD 1 TO WS-LAPSED-COUNT
                    MOVE SPACES TO WS-RPT-LINE
                    STRING "   " WL-KEY-NAME "  END DATE REACHED "
                           WL-EXPIRY-DATE
                        DELIMITED BY SIZE INTO WS-RPT-LINE
                    WRITE WATCH-RPT-RECORD FROM WS-RPT-LINE
            END-REWRITE.

       PRINT-HEADING.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "SECURITY WATCH LIST MAINTENANCE - AUDIT REPORT "
                   WS-RUN-DATE
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE WATCH-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            WRITE WATCH-RPT-RECORD FROM WS-RPT-LINE.

       PRINT-APPLIED.
            ADD 1 TO WS-APPLIED-COUNT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING WT-ACTION-CODE "  " WT-KEY-NAME "  APPLIED BY "
                   WT-REQUESTED-BY
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE WATCH-RPT-RECORD FROM WS-RPT-LINE.
            PERFORM PRINT-BEFORE-IMAGE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "   AFTER:  " WL-STATUS " " WL-CATEGORY
                   " END=" WL-EXPIRY-DATE " " WL-REASON
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE WATCH-RPT-RECORD FROM WS-RPT-LINE.

       PRINT-REJECT.
            ADD 1 TO WS-REJECTED-COUNT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING WT-ACTION-CODE "  " WT-KEY-NAME "  REJECTED - "
                   WS-REJECT-REASON
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE WATCH-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "   REQUESTED BY: " WT-REQUESTED-BY
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE WATCH-RPT-RECORD FROM WS-RPT-LINE.
            IF ENTRY-FOUND
                PERFORM PRINT-BEFORE-IMAGE
            END-IF.

       PRINT-BEFORE-IMAGE.
            MOVE SPACES TO WS-RPT-LINE.
            IF ENTRY-FOUND
                STRING "   BEFORE: " WS-BEFORE-STATUS " "
                       WS-BEFORE-CATEGORY
                       " END=" WS-BEFORE-EXPIRY " " WS-BEFORE-REASON
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            ELSE
                STRING "   BEFORE: *NOT ON FILE*"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            END-IF.
            WRITE WATCH-RPT-RECORD FROM WS-RPT-LINE.

       PRINT-TOTALS.
            MOVE SPACES TO WS-RPT-LINE.
            WRITE WATCH-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "TRANSACTIONS READ:  " WS-TXN-READ-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE WATCH-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "APPLIED:            " WS-APPLIED-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE WATCH-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "REJECTED:           " WS-REJECTED-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE WATCH-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "LAPSED AT END DATE: " WS-LAPSED-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE WATCH-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "NAMES NOW SCREENED: " WS-ACTIVE-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE WATCH-RPT-RECORD FROM WS-RPT-LINE.

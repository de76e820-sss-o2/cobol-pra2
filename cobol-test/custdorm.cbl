000000 IDENTIFICATION DIVISION.
000010 PROGRAM-ID.    CUSTDORM.
      *================================================================
      * Monthly dormancy sweep over the customer master, the other
      * half of the HELLOYAL loyalty pass: HELLOYAL only enrolls and
      * promotes, so without this a VIP who stopped coming years ago
      * keeps the VIP greeting and keeps firing VIPALERT at the
      * floor manager.  Every ACTIVE CUSTMAST record is judged by
      * the person's last ACCEPTED visit, taken from the visit-
      * summary KSDS (VSUMREC) under the same canonical key - the
      * summary keeps that date after the visits themselves age out
      * of the history, which the raw history could not answer:
      *   - more than the VIP threshold of days since the last
      *     visit: the VIP flag comes off (a non-VIP is listed and
      *     left alone),
      *   - more than the dormancy threshold: the status goes to
      *     DORMANT and any VIP flag comes off with it.  A DORMANT
      *     account greets like a walk-in (only ACTIVE earns the
      *     known-customer tier, see CUSTREC).
      * An ACTIVE record with no summary record, or no accepted
      * visit on it (enrolled at the desk and never greeted, or a
      * customer whose visits all predate the summary), has not
      * visited since the summary went into service, so it is judged
      * as if its last visit were that in-service date - a VIP who
      * stopped coming before the summary existed still lapses.  The
      * in-service date comes from PARM (third subfield, below) or
      * else from this job's latest RUNCTL run-control record (see
      * RUNCREC), which each sweep writes with the date it used.
      * With neither, such a record is listed as NO VISIT ON FILE,
      * unchanged, and the run ends RC=4.
      * A lapsed customer who comes back is put back to ACTIVE by
      * HELLOYAL once the visits since the lapse reach its
      * enrollment threshold (and to VIP at its VIP threshold) - no
      * CUSTUPDT is needed.  For that to count only visits made
      * after the lapse, both thresholds here must be longer than
      * the history retention HELLOARC PURGE enforces (90 days), so
      * a lapsed customer's summary counts have already aged to
      * zero.  CLOSED and SUSPENDED accounts are never touched.
      * Every REWRITE is journaled to CUSTJRNL with before/after
      * images (see CMJRNREC) so CUSTRCVR can roll a restored master
      * forward; a run that cannot open the journal stops before
      * applying anything.
      * LAPSERPT lists each customer past a threshold, or with no
      * visit on file, with the last visit date, the days since,
      * and the action taken, then the totals; a customer judged
      * from the in-service date is shown with that date and a note
      * line saying so.
      * Thresholds default to 365 days to lose VIP and 730 to go
      * DORMANT; override with PARM='vvvv,dddd' (4-digit each), e.g.
      * PARM='0180,0540'.  The dormancy threshold must be the longer.
      * The summary in-service date is the third subfield,
      * PARM='0365,0730,YYYYMMDD' - needed on the first sweep only.
      * RC=0 normal; RC=4 one or more master updates failed (see
      * LAPSERPT - rerunning is safe), the summary in-service date
      * is unknown, or the run-control record could not be written;
      * RC=12 CUSTMAST, VISSUM or CUSTJRNL failed to open, the
      * thresholds are out of order, or the in-service date in the
      * PARM is not a valid date on or before the run date -
      * nothing applied.
      *================================================================
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CUST-KEY-NAME
                 FILE STATUS IS WS-CUST-FS.
             SELECT VISIT-SUMMARY ASSIGN TO VISSUM
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS VS-KEY-NAME
                 FILE STATUS IS WS-VSUM-FS.
             SELECT LAPSE-RPT ASSIGN TO LAPSERPT
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT JOURNAL-FILE ASSIGN TO CUSTJRNL
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-JRNL-FS.
             SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RUNC-FS.
       DATA DIVISION.
         FILE SECTION.
         FD  CUSTOMER-MASTER.
          01 CUSTOMER-MASTER-RECORD.
             COPY CUSTREC.
         FD  VISIT-SUMMARY.
          01 VISIT-SUMMARY-RECORD.
             COPY VSUMREC.
         FD  LAPSE-RPT.
          01 LAPSE-RPT-RECORD        PIC X(80).
         FD  JOURNAL-FILE.
          01 JOURNAL-RECORD.
             COPY CMJRNREC.
         FD  RUN-CONTROL-FILE.
          01 RUN-CONTROL-RECORD.
             COPY RUNCREC.
         WORKING-STORAGE SECTION.
          01 WS-CUST-FS              PIC XX.
          01 WS-VSUM-FS              PIC XX.
          01 WS-JRNL-FS              PIC XX.
          01 WS-RUNC-FS              PIC XX.
          01 WS-RUNC-EOF-SW          PIC X VALUE "N".
             88 RUNC-EOF                      VALUE "Y".
          01 WS-CUTOVER-SW           PIC X VALUE "N".
             88 CUTOVER-KNOWN                 VALUE "Y".
             88 CUTOVER-INVALID               VALUE "X".
          01 WS-FROM-CUTOVER-SW      PIC X.
             88 JUDGED-FROM-CUTOVER           VALUE "Y".
          01 WS-CUTOVER-DATE         PIC X(8) VALUE SPACES.
          01 WS-CUTOVER-SOURCE       PIC X(6) VALUE SPACES.
          01 WS-PARM-CUTOVER         PIC X(8) VALUE SPACES.
          01 WS-SCAN-EOF-SW          PIC X VALUE "N".
             88 SCAN-EOF                      VALUE "Y".
          01 WS-VSUM-FOUND-SW        PIC X.
             88 VSUM-FOUND                    VALUE "Y".
          01 WS-IO-OK-SW             PIC X VALUE "Y".
             88 MASTER-IO-OK                  VALUE "Y".
          01 WS-JRNL-ACTION          PIC X(1).
          01 WS-JRNL-BEFORE          PIC X(60).
          01 WS-TIMESTAMP            PIC X(21).
          01 WS-CURRENT-DATE         PIC X(21).
          01 WS-TODAY-DATE           PIC 9(8).
          01 WS-LAST-DATE            PIC 9(8).
          01 WS-DAYS-LAPSED          PIC 9(5).
          01 WS-DAYS-X               PIC X(5).
          01 WS-LAST-DATE-X          PIC X(8).
          01 WS-ACTION               PIC X(24).
          01 WS-WAS-VIP              PIC X(1).
          01 WS-VIP-DAYS             PIC 9(4) VALUE 365.
          01 WS-DORMANT-DAYS         PIC 9(4) VALUE 730.
          01 WS-PARM-VIP             PIC X(4) VALUE SPACES.
          01 WS-PARM-DORMANT         PIC X(4) VALUE SPACES.
          01 WS-FINAL-RC             PIC 9(2) VALUE 0.
          01 WS-MASTER-READ-COUNT    PIC 9(7) VALUE 0.
          01 WS-ACTIVE-COUNT         PIC 9(7) VALUE 0.
          01 WS-NO-VISIT-COUNT       PIC 9(7) VALUE 0.
          01 WS-CUTOVER-LAPSE-COUNT  PIC 9(7) VALUE 0.
          01 WS-CHANGED-COUNT        PIC 9(7) VALUE 0.
          01 WS-LAPSED-COUNT         PIC 9(7) VALUE 0.
          01 WS-VIP-REMOVED-COUNT    PIC 9(7) VALUE 0.
          01 WS-DORMANT-COUNT        PIC 9(7) VALUE 0.
          01 WS-FAILED-COUNT         PIC 9(7) VALUE 0.
          01 WS-RPT-LINE             PIC X(80).
       LINKAGE SECTION.
        01 LK-PARM-INFO.
           05 LK-PARM-LEN            PIC S9(4) COMP.
           05 LK-PARM-DATA           PIC X(80).
000020 PROCEDURE      DIVISION USING LK-PARM-INFO.
000030 MAIN           SECTION.
            IF LK-PARM-LEN > 0
                UNSTRING LK-PARM-DATA(1:LK-PARM-LEN) DELIMITED BY ","
                    INTO WS-PARM-VIP WS-PARM-DORMANT WS-PARM-CUTOVER
                IF WS-PARM-VIP IS NUMERIC
                    MOVE WS-PARM-VIP TO WS-VIP-DAYS
                END-IF
                IF WS-PARM-DORMANT IS NUMERIC
                    MOVE WS-PARM-DORMANT TO WS-DORMANT-DAYS
                END-IF
            END-IF.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
            MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-DATE.
            IF WS-PARM-CUTOVER NOT = SPACES
                IF WS-PARM-CUTOVER IS NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL(WS-PARM-CUTOVER)) = 0
                   AND WS-PARM-CUTOVER NOT > WS-CURRENT-DATE(1:8)
                    MOVE WS-PARM-CUTOVER TO WS-CUTOVER-DATE
                    MOVE "PARM" TO WS-CUTOVER-SOURCE
                    SET CUTOVER-KNOWN TO TRUE
                ELSE
                    SET CUTOVER-INVALID TO TRUE
                END-IF
            ELSE
                PERFORM FIND-CUTOVER-DATE
            END-IF.
            OPEN OUTPUT LAPSE-RPT.
            PERFORM PRINT-HEADING.
      * Dormancy clears the VIP flag too, so a dormancy threshold
      * no longer than the VIP one would leave nothing for the VIP
      * threshold to do - most likely the two PARM values swapped.
            IF WS-DORMANT-DAYS NOT > WS-VIP-DAYS
                MOVE SPACES TO WS-RPT-LINE
                STRING "DORMANT THRESHOLD MUST EXCEED VIP THRESHOLD"
                       " - NOTHING APPLIED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE LAPSE-RPT-RECORD FROM WS-RPT-LINE
                CLOSE LAPSE-RPT
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF CUTOVER-INVALID
                MOVE SPACES TO WS-RPT-LINE
                STRING "SUMMARY IN-SERVICE DATE " WS-PARM-CUTOVER
                       " INVALID OR IN THE FUTURE - NOTHING APPLIED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE LAPSE-RPT-RECORD FROM WS-RPT-LINE
                CLOSE LAPSE-RPT
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN I-O CUSTOMER-MASTER.
            IF WS-CUST-FS NOT = "00"
                MOVE SPACES TO WS-RPT-LINE
                STRING "CUSTOMER MASTER OPEN FAILED, STATUS "
                       WS-CUST-FS " - NOTHING APPLIED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE LAPSE-RPT-RECORD FROM WS-RPT-LINE
                CLOSE LAPSE-RPT
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT VISIT-SUMMARY.
            IF WS-VSUM-FS NOT = "00"
                MOVE SPACES TO WS-RPT-LINE
                STRING "VISIT SUMMARY OPEN FAILED, STATUS "
                       WS-VSUM-FS " - NOTHING APPLIED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE LAPSE-RPT-RECORD FROM WS-RPT-LINE
                CLOSE LAPSE-RPT
                CLOSE CUSTOMER-MASTER
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN EXTEND JOURNAL-FILE.
            IF WS-JRNL-FS NOT = "00"
                MOVE SPACES TO WS-RPT-LINE
                STRING "CHANGE JOURNAL OPEN FAILED, STATUS "
                       WS-JRNL-FS " - NOTHING APPLIED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE LAPSE-RPT-RECORD FROM WS-RPT-LINE
                CLOSE LAPSE-RPT
                CLOSE CUSTOMER-MASTER
                CLOSE VISIT-SUMMARY
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE LOW-VALUES TO CUST-KEY-NAME.
            START CUSTOMER-MASTER KEY NOT LESS THAN CUST-KEY-NAME
                INVALID KEY
                    SET SCAN-EOF TO TRUE
            END-START.
            PERFORM UNTIL SCAN-EOF
                READ CUSTOMER-MASTER NEXT RECORD
                    AT END
                        SET SCAN-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-MASTER-READ-COUNT
                        IF CUST-ACTIVE
                            ADD 1 TO WS-ACTIVE-COUNT
                            PERFORM JUDGE-CUSTOMER
                        END-IF
                END-READ
            END-PERFORM.
            PERFORM PRINT-TOTALS.
            CLOSE CUSTOMER-MASTER.
            CLOSE VISIT-SUMMARY.
            CLOSE JOURNAL-FILE.
            IF WS-FAILED-COUNT > 0
               OR (NOT CUTOVER-KNOWN AND WS-NO-VISIT-COUNT > 0)
                MOVE 4 TO WS-FINAL-RC
            END-IF.
            PERFORM WRITE-RUN-CONTROL.
            CLOSE LAPSE-RPT.
            MOVE WS-FINAL-RC TO RETURN-CODE.
000040 STOP           RUN.

      * The master key is already canonical (aliases point at it),
      * the same key the summary is posted under, so one READ finds
      * every spelling's visits.
       JUDGE-CUSTOMER.
            MOVE "N" TO WS-VSUM-FOUND-SW.
            MOVE CUST-KEY-NAME TO VS-KEY-NAME.
            READ VISIT-SUMMARY
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET VSUM-FOUND TO TRUE
            END-READ.
            MOVE "N" TO WS-FROM-CUTOVER-SW.
            IF NOT VSUM-FOUND
               OR VS-LAST-VISIT-DATE IS NOT NUMERIC
                ADD 1 TO WS-NO-VISIT-COUNT
                IF CUTOVER-KNOWN
                    SET JUDGED-FROM-CUTOVER TO TRUE
                    MOVE WS-CUTOVER-DATE TO WS-LAST-DATE
                    MOVE WS-CUTOVER-DATE TO WS-LAST-DATE-X
                    PERFORM JUDGE-LAST-VISIT
                    IF WS-DAYS-LAPSED NOT > WS-VIP-DAYS
                        MOVE "NO VISIT ON FILE" TO WS-ACTION
                        PERFORM PRINT-LAPSE-LINE
                    END-IF
                ELSE
                    MOVE SPACES TO WS-LAST-DATE-X WS-DAYS-X
                    MOVE "NO VISIT ON FILE" TO WS-ACTION
                    PERFORM PRINT-LAPSE-LINE
                END-IF
            ELSE
                MOVE VS-LAST-VISIT-DATE TO WS-LAST-DATE
                MOVE VS-LAST-VISIT-DATE TO WS-LAST-DATE-X
                PERFORM JUDGE-LAST-VISIT
            END-IF.

      * Days since the last visit (or since the summary's in-service
      * date, for a customer with none on it) against the
      * thresholds.
       JUDGE-LAST-VISIT.
            COMPUTE WS-DAYS-LAPSED =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                - FUNCTION INTEGER-OF-DATE(WS-LAST-DATE).
            MOVE WS-DAYS-LAPSED TO WS-DAYS-X.
            IF WS-DAYS-LAPSED > WS-VIP-DAYS
                ADD 1 TO WS-LAPSED-COUNT
                IF JUDGED-FROM-CUTOVER
                    ADD 1 TO WS-CUTOVER-LAPSE-COUNT
                END-IF
                PERFORM APPLY-LAPSE
                PERFORM PRINT-LAPSE-LINE
            END-IF.

      * Past the dormancy threshold the status and VIP flag change
      * together in one REWRITE; between the two thresholds only a
      * VIP is changed.
       APPLY-LAPSE.
            MOVE CUSTOMER-MASTER-RECORD TO WS-JRNL-BEFORE.
            MOVE CUST-VIP-FLAG TO WS-WAS-VIP.
            IF WS-DAYS-LAPSED > WS-DORMANT-DAYS
                MOVE "DORMANT" TO CUST-STATUS
                MOVE "N" TO CUST-VIP-FLAG
                IF WS-WAS-VIP = "Y"
                    MOVE "DORMANT, VIP REMOVED" TO WS-ACTION
                ELSE
                    MOVE "DORMANT" TO WS-ACTION
                END-IF
                PERFORM REWRITE-CUSTOMER
            ELSE
            IF CUST-IS-VIP
                MOVE "N" TO CUST-VIP-FLAG
                MOVE "VIP REMOVED" TO WS-ACTION
                PERFORM REWRITE-CUSTOMER
            ELSE
                MOVE "NONE - NOT VIP" TO WS-ACTION
            END-IF
            END-IF.

       REWRITE-CUSTOMER.
            MOVE "Y" TO WS-IO-OK-SW.
            REWRITE CUSTOMER-MASTER-RECORD
                INVALID KEY
                    MOVE "N" TO WS-IO-OK-SW
            END-REWRITE.
            IF MASTER-IO-OK
                ADD 1 TO WS-CHANGED-COUNT
                MOVE "R" TO WS-JRNL-ACTION
                PERFORM WRITE-JOURNAL-RECORD
                IF CUST-DORMANT
                    ADD 1 TO WS-DORMANT-COUNT
                END-IF
                IF WS-WAS-VIP = "Y"
                    ADD 1 TO WS-VIP-REMOVED-COUNT
                END-IF
            ELSE
                ADD 1 TO WS-FAILED-COUNT
                MOVE SPACES TO WS-ACTION
                STRING "UPDATE FAILED, STATUS " WS-CUST-FS
                    DELIMITED BY SIZE INTO WS-ACTION
            END-IF.

      * One journal record per successful master REWRITE, before/
      * after images included, so CUSTRCVR can replay the sweep
      * against a restored backup (see CMJRNREC).
       WRITE-JOURNAL-RECORD.
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
            MOVE SPACES TO JOURNAL-RECORD.
            MOVE WS-TIMESTAMP TO JR-TIMESTAMP.
            MOVE "CUSTDORM" TO JR-JOB-SOURCE.
            MOVE WS-JRNL-ACTION TO JR-ACTION.
            MOVE CUST-KEY-NAME TO JR-KEY-NAME.
            MOVE WS-JRNL-BEFORE TO JR-BEFORE-IMAGE.
            MOVE CUSTOMER-MASTER-RECORD TO JR-AFTER-IMAGE.
            WRITE JOURNAL-RECORD.

       PRINT-LAPSE-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING CUST-KEY-NAME " " WS-LAST-DATE-X " "
                   WS-DAYS-X " " WS-ACTION
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE LAPSE-RPT-RECORD FROM WS-RPT-LINE.
            IF JUDGED-FROM-CUTOVER
                MOVE SPACES TO WS-RPT-LINE
                STRING "  NO VISIT ON FILE - JUDGED FROM SUMMARY "
                       "IN-SERVICE DATE " WS-CUTOVER-DATE
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE LAPSE-RPT-RECORD FROM WS-RPT-LINE
            END-IF.

      * The summary in-service date the last sweep used - the latest
      * CUSTDORM run-control record with a date on it.  An unreadable
      * run-control file leaves the date unknown.
       FIND-CUTOVER-DATE.
            OPEN INPUT RUN-CONTROL-FILE.
            IF WS-RUNC-FS = "00"
                PERFORM UNTIL RUNC-EOF
                    READ RUN-CONTROL-FILE
                        AT END
                            SET RUNC-EOF TO TRUE
                        NOT AT END
                            IF RC-JOB-NAME = "CUSTDORM"
                               AND RC-BUSINESS-DATE IS NUMERIC
                                MOVE RC-BUSINESS-DATE
                                    TO WS-CUTOVER-DATE
                                MOVE "RUNCTL" TO WS-CUTOVER-SOURCE
                                SET CUTOVER-KNOWN TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RUN-CONTROL-FILE
            END-IF.

       PRINT-CUTOVER-NOTE.
            MOVE SPACES TO WS-RPT-LINE.
            IF CUTOVER-KNOWN
                STRING "SUMMARY IN SERVICE SINCE " WS-CUTOVER-DATE
                       " (" WS-CUTOVER-SOURCE
                       ") - NO VISIT ON FILE JUDGED FROM IT"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE LAPSE-RPT-RECORD FROM WS-RPT-LINE
            ELSE
                STRING "SUMMARY IN-SERVICE DATE UNKNOWN - NO VISIT ON "
                       "FILE LISTED UNCHANGED;"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE LAPSE-RPT-RECORD FROM WS-RPT-LINE
                MOVE SPACES TO WS-RPT-LINE
                STRING "  SUPPLY PARM='vvvv,dddd,YYYYMMDD'"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE LAPSE-RPT-RECORD FROM WS-RPT-LINE
            END-IF.

      * One run-control record per sweep, carrying the summary
      * in-service date it used as its business date so the next
      * sweep picks it up without a PARM (see RUNCREC).  A write
      * failure only warns - this sweep's changes are journaled.
       WRITE-RUN-CONTROL.
            OPEN EXTEND RUN-CONTROL-FILE.
            IF WS-RUNC-FS = "00"
                MOVE SPACES TO RUN-CONTROL-RECORD
                MOVE "CUSTDORM" TO RC-JOB-NAME
                MOVE WS-CUTOVER-DATE TO RC-BUSINESS-DATE
                MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
                MOVE WS-ACTIVE-COUNT TO RC-RECORDS-IN
                MOVE WS-CHANGED-COUNT TO RC-RECORDS-OUT
                MOVE WS-FINAL-RC TO RC-RETURN-CODE
                WRITE RUN-CONTROL-RECORD
                CLOSE RUN-CONTROL-FILE
            ELSE
                DISPLAY "CUSTDORM-W: RUN CONTROL UNAVAILABLE, "
                    "STATUS " WS-RUNC-FS " - NEXT SWEEP NEEDS THE "
                    "IN-SERVICE DATE IN ITS PARM" UPON CONSOLE
                IF NOT CUTOVER-KNOWN
                    MOVE "YYYYMMDD" TO WS-CUTOVER-DATE
                END-IF
                MOVE SPACES TO WS-RPT-LINE
                STRING "RUN CONTROL NOT WRITTEN - NEXT SWEEP NEEDS "
                       "PARM='vvvv,dddd," WS-CUTOVER-DATE "'"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE LAPSE-RPT-RECORD FROM WS-RPT-LINE
                IF WS-FINAL-RC < 4
                    MOVE 4 TO WS-FINAL-RC
                END-IF
            END-IF.

       PRINT-HEADING.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "MONTHLY CUSTOMER DORMANCY SWEEP - RUN DATE "
                   WS-TODAY-DATE
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE LAPSE-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "VIP REMOVED AFTER " WS-VIP-DAYS
                   " DAYS, DORMANT AFTER " WS-DORMANT-DAYS
                   " DAYS WITHOUT A VISIT"
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE LAPSE-RPT-RECORD FROM WS-RPT-LINE.
            IF NOT CUTOVER-INVALID
                PERFORM PRINT-CUTOVER-NOTE
            END-IF.
            MOVE SPACES TO WS-RPT-LINE.
            WRITE LAPSE-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "CUSTOMER                                 "
                   "LAST VST  DAYS ACTION"
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE LAPSE-RPT-RECORD FROM WS-RPT-LINE.

       PRINT-TOTALS.
            MOVE SPACES TO WS-RPT-LINE.
            WRITE LAPSE-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "MASTER RECORDS READ:       " WS-MASTER-READ-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE LAPSE-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "ACTIVE ACCOUNTS JUDGED:    " WS-ACTIVE-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE LAPSE-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "NO VISIT ON FILE:          " WS-NO-VISIT-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE LAPSE-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "LAPSED PAST VIP THRESHOLD: " WS-LAPSED-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE LAPSE-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "  FROM IN-SERVICE DATE:    " WS-CUTOVER-LAPSE-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE LAPSE-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "VIP FLAGS REMOVED:         " WS-VIP-REMOVED-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE LAPSE-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "SET DORMANT:               " WS-DORMANT-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE LAPSE-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "UPDATES FAILED:            " WS-FAILED-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE LAPSE-RPT-RECORD FROM WS-RPT-LINE.

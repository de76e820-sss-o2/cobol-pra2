      *================================================================
      * Nightly loyalty pass that closes the loop between the audit
      * trail HELLO/HELO write and the customer master that drives
      * their greeting tiers.  Reads each person's accepted-visit
      * count from the visit-summary KSDS HELLOARC maintains as the
      * day's records archive (see VSUMREC; the daily VISITOR-LOG is
      * emptied every night, so only the retained history holds
      * enough days for a regular to cross a threshold), then judges
      * it against CUSTMAST: a name with no master record is
      * auto-enrolled as an ACTIVE customer once its visit
      * count reaches the enrollment threshold, and an ACTIVE
      * non-VIP record is promoted to VIP once it reaches the
      * (higher) VIP threshold.  A DORMANT account (set by the
      * monthly CUSTDORM sweep after a long lapse) is put back to
      * ACTIVE once its visits reach the enrollment threshold again,
      * and straight back to VIP if they reach the VIP threshold -
      * the sweep's thresholds outlast the history retention, so
      * the count judged is the visits since the lapse.  A closed
      * or suspended account is never resurrected or promoted
      * here - that stays a CUSTUPDT decision; for that reason the
      * front desk closes a real customer with a CHANGE to a
      * non-ACTIVE status, not a DELETE, whose absence this pass
      * cannot tell from a never-enrolled regular (see CMTXREC).
      * LOYRPT lists every enrollment, promotion and reactivation
      * with its visit count.  Run after HELLOARC has archived the
      * day.
      * The summary is already keyed by the canonical master name
      * (visits logged under a registered alternate spelling, see
      * ALIASREC, were folded in as they posted), so a regular the
      * desk sometimes types short-form still crosses the thresholds
      * as one person.
      * Every enrollment WRITE and promotion or reactivation
      * REWRITE is journaled to CUSTJRNL with before/after images
      * (see CMJRNREC) so CUSTRCVR can roll a restored master
      * forward; a run that cannot open the journal stops before
      * applying anything.
      * Thresholds default to 5 visits to enroll and 25 to promote;
      * override with PARM='eee,vvv' (3-digit each).
      * A history visit whose name the privacy erasure job has
      * masked (see VHISTREC) is never posted to the summary, and
      * the erasure deletes the person's summary record, so an
      * erased person cannot be re-enrolled from their old visits.
      *================================================================
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT VISIT-SUMMARY ASSIGN TO VISSUM
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS VS-KEY-NAME
                 FILE STATUS IS WS-VSUM-FS.
             SELECT LOYALTY-RPT ASSIGN TO LOYRPT
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CUST-KEY-NAME
                 FILE STATUS IS WS-CUST-FS.
             SELECT JOURNAL-FILE ASSIGN TO CUSTJRNL
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-JRNL-FS.
                 FILE STATUS IS WS-RUNC-FS.
       DATA DIVISION.
         FILE SECTION.
         FD  VISIT-SUMMARY.
          01 VISIT-SUMMARY-RECORD.
             COPY VSUMREC.
         FD  LOYALTY-RPT.
          01 LOYALTY-RPT-RECORD      PIC X(80).
         FD  CUSTOMER-MASTER.
          01 CUSTOMER-MASTER-RECORD.
             COPY CUSTREC.
         FD  JOURNAL-FILE.
          01 JOURNAL-RECORD.
             COPY CMJRNREC.
          01 RUN-CONTROL-RECORD.
             COPY RUNCREC.
         WORKING-STORAGE SECTION.
          01 WS-VSUM-EOF-SW          PIC X VALUE "N".
             88 VSUM-EOF                      VALUE "Y".
          01 WS-VSUM-FS              PIC XX.
          01 WS-CUST-FS              PIC XX.
          01 WS-JRNL-FS              PIC XX.
          01 WS-JRNL-ACTION          PIC X(1).
          01 WS-JRNL-BEFORE          PIC X(60).
          01 WS-TIMESTAMP            PIC X(21).
          01 WS-RUNC-FS              PIC XX.
          01 WS-VSUM-READ-COUNT      PIC 9(9) VALUE 0.
          01 WS-RUNC-OUT-COUNT       PIC 9(9).
          01 WS-FINAL-RC             PIC 9(2) VALUE 0.
          01 WS-FOUND-SW             PIC X VALUE "N".
             88 MASTER-FOUND                  VALUE "Y".
          01 WS-IO-OK-SW             PIC X VALUE "Y".
             88 MASTER-IO-OK                  VALUE "Y".
          01 WS-ENROLL-THRESHOLD     PIC 9(3) VALUE 5.
          01 WS-VIP-THRESHOLD        PIC 9(3) VALUE 25.
          01 WS-PARM-ENROLL          PIC X(3) VALUE SPACES.
          01 WS-PARM-VIP             PIC X(3) VALUE SPACES.
          01 WS-ENROLLED-COUNT       PIC 9(7) VALUE 0.
          01 WS-PROMOTED-COUNT       PIC 9(7) VALUE 0.
          01 WS-REACTIVATED-COUNT    PIC 9(7) VALUE 0.
          01 WS-RPT-LINE             PIC X(80).
       LINKAGE SECTION.
        01 LK-PARM-INFO.
                END-IF
            END-IF.
            OPEN OUTPUT LOYALTY-RPT.
            OPEN INPUT VISIT-SUMMARY.
            IF WS-VSUM-FS NOT = "00"
                MOVE SPACES TO WS-RPT-LINE
                STRING "VISIT SUMMARY OPEN FAILED, STATUS "
                       WS-VSUM-FS
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE LOYALTY-RPT-RECORD FROM WS-RPT-LINE
                CLOSE LOYALTY-RPT
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN I-O CUSTOMER-MASTER.
            IF WS-CUST-FS NOT = "00"
                MOVE SPACES TO WS-RPT-LINE
                       WS-CUST-FS
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE LOYALTY-RPT-RECORD FROM WS-RPT-LINE
                CLOSE VISIT-SUMMARY
                CLOSE LOYALTY-RPT
                MOVE 12 TO RETURN-CODE
                STOP RUN
                       WS-JRNL-FS " - NOTHING APPLIED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE LOYALTY-RPT-RECORD FROM WS-RPT-LINE
                CLOSE VISIT-SUMMARY
                CLOSE LOYALTY-RPT
                CLOSE CUSTOMER-MASTER
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM PRINT-HEADING.
            PERFORM UNTIL VSUM-EOF
                READ VISIT-SUMMARY
                    AT END
                        SET VSUM-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-VSUM-READ-COUNT
                        IF VS-ACCEPTED-COUNT > 0
                            PERFORM JUDGE-VISITOR
                        END-IF
                END-READ
            END-PERFORM.
            PERFORM PRINT-TOTALS.
            CLOSE VISIT-SUMMARY.
            CLOSE LOYALTY-RPT.
            CLOSE CUSTOMER-MASTER.
            CLOSE JOURNAL-FILE.
            PERFORM WRITE-RUN-CONTROL.
            MOVE WS-FINAL-RC TO RETURN-CODE.
000040 STOP           RUN.

      * One run-control record per loyalty pass for the morning
      * chain verification (see RUNCREC): IN the summary records
      * read, OUT the enrollments, promotions and reactivations
      * applied.
      * Best-effort; a write failure never overturns a pass whose
      * LOYRPT already printed.
       WRITE-RUN-CONTROL.
            IF WS-RUNC-FS = "00"
                COMPUTE WS-RUNC-OUT-COUNT =
                    WS-ENROLLED-COUNT + WS-PROMOTED-COUNT
                    + WS-REACTIVATED-COUNT
                MOVE SPACES TO RUN-CONTROL-RECORD
                MOVE "HELLOYAL" TO RC-JOB-NAME
                MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
                MOVE RC-TIMESTAMP(1:8) TO RC-BUSINESS-DATE
                MOVE WS-VSUM-READ-COUNT TO RC-RECORDS-IN
                MOVE WS-RUNC-OUT-COUNT TO RC-RECORDS-OUT
                MOVE WS-FINAL-RC TO RC-RETURN-CODE
                WRITE RUN-CONTROL-RECORD
                END-IF
            END-IF.

       JUDGE-VISITOR.
            MOVE "N" TO WS-FOUND-SW.
            MOVE SPACES TO WS-JRNL-BEFORE.
            MOVE VS-KEY-NAME TO CUST-KEY-NAME.
            READ CUSTOMER-MASTER
                INVALID KEY
                    CONTINUE
                    MOVE CUSTOMER-MASTER-RECORD TO WS-JRNL-BEFORE
            END-READ.
            IF NOT MASTER-FOUND
                IF VS-ACCEPTED-COUNT >= WS-ENROLL-THRESHOLD
                    PERFORM ENROLL-VISITOR
                END-IF
            ELSE
            IF CUST-ACTIVE AND NOT CUST-IS-VIP
               AND VS-ACCEPTED-COUNT >= WS-VIP-THRESHOLD
                PERFORM PROMOTE-VISITOR
            ELSE
            IF CUST-DORMANT
               AND VS-ACCEPTED-COUNT >= WS-ENROLL-THRESHOLD
                PERFORM REACTIVATE-VISITOR
            END-IF
            END-IF
            END-IF.

       ENROLL-VISITOR.
            MOVE VS-KEY-NAME TO CUST-KEY-NAME.
            MOVE "ACTIVE" TO CUST-STATUS.
            MOVE "N" TO CUST-VIP-FLAG.
            MOVE SPACES TO CUST-PREF-LANG.
            IF VS-ACCEPTED-COUNT >= WS-VIP-THRESHOLD
                MOVE "Y" TO CUST-VIP-FLAG
            END-IF.
            MOVE "Y" TO WS-IO-OK-SW.
                PERFORM WRITE-JOURNAL-RECORD
                ADD 1 TO WS-ENROLLED-COUNT
                STRING "ENROLLED  "
                       VS-KEY-NAME " VISITS "
                       VS-ACCEPTED-COUNT
                       " VIP=" CUST-VIP-FLAG
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            ELSE
                STRING "ENROLL FAILED, STATUS " WS-CUST-FS " - "
                       VS-KEY-NAME
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            END-IF.
            WRITE LOYALTY-RPT-RECORD FROM WS-RPT-LINE.
                PERFORM WRITE-JOURNAL-RECORD
                ADD 1 TO WS-PROMOTED-COUNT
                STRING "PROMOTED  "
                       VS-KEY-NAME " VISITS "
                       VS-ACCEPTED-COUNT
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            ELSE
                STRING "PROMOTE FAILED, STATUS " WS-CUST-FS " - "
                       VS-KEY-NAME
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            END-IF.
            WRITE LOYALTY-RPT-RECORD FROM WS-RPT-LINE.

      * A lapsed customer who has come back is judged as though
      * enrolling afresh: ACTIVE at the enrollment threshold, VIP
      * too at the VIP threshold.  The recorded language stays.
       REACTIVATE-VISITOR.
            MOVE "ACTIVE" TO CUST-STATUS.
            MOVE "N" TO CUST-VIP-FLAG.
            IF VS-ACCEPTED-COUNT >= WS-VIP-THRESHOLD
                MOVE "Y" TO CUST-VIP-FLAG
            END-IF.
            MOVE "Y" TO WS-IO-OK-SW.
            REWRITE CUSTOMER-MASTER-RECORD
                INVALID KEY
                    MOVE "N" TO WS-IO-OK-SW
            END-REWRITE.
            MOVE SPACES TO WS-RPT-LINE.
            IF MASTER-IO-OK
                MOVE "R" TO WS-JRNL-ACTION
                PERFORM WRITE-JOURNAL-RECORD
                ADD 1 TO WS-REACTIVATED-COUNT
                STRING "REACTIVATED "
                       VS-KEY-NAME " VISITS "
                       VS-ACCEPTED-COUNT
                       " VIP=" CUST-VIP-FLAG
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            ELSE
                STRING "REACTIVATE FAILED, STATUS " WS-CUST-FS " - "
                       VS-KEY-NAME
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            END-IF.
            WRITE LOYALTY-RPT-RECORD FROM WS-RPT-LINE.
      * One journal record per successful master I-O, before/after
      * images included, so CUSTRCVR can replay the night against a
      * restored backup (see CMJRNREC).  The journal never DELETEs
      * here - this pass only enrolls, promotes and reactivates.
       WRITE-JOURNAL-RECORD.
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
            MOVE SPACES TO JOURNAL-RECORD.

       PRINT-HEADING.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "NIGHTLY LOYALTY ENROLLMENT / PROMOTION / "
                   "REACTIVATION REPORT"
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE LOYALTY-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            WRITE LOYALTY-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "DISTINCT VISITORS READ:    " WS-VSUM-READ-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE LOYALTY-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "PROMOTED TO VIP:           " WS-PROMOTED-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE LOYALTY-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "REACTIVATED FROM DORMANT:  " WS-REACTIVATED-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE LOYALTY-RPT-RECORD FROM WS-RPT-LINE.

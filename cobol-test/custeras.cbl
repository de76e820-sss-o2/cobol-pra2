000000 IDENTIFICATION DIVISION.
000010 PROGRAM-ID.    CUSTERAS.
      *================================================================
      * Privacy erasure batch job.  Reads the privacy office's
      * erasure requests (see ERASREC) and, for each person:
      *   - canonicalizes the name through the shared parser, same
      *     as CUSTUPDT maintenance keys, and resolves a registered
      *     alternate spelling to its canonical master key, so the
      *     whole person is erased rather than one spelling,
      *   - DELETEs the CUSTMAST record, journaled to CUSTJRNL with
      *     its before image like every other master delete (see
      *     CMJRNREC), so a CUSTRCVR roll-forward re-erases it
      *     instead of bringing it back,
      *   - DELETEs every ALIASMST record pointing at that key (and
      *     any alias keyed on it), noting each spelling removed,
      *   - DELETEs every APPTMAST booking from the run date on
      *     under the canonical name or any of those spellings, and
      *     takes each one that belonged to a group booking off its
      *     party's member count (see GRPREC),
      *   - masks every party lead contact or host on GRPMAST under
      *     any of those names, in the same "*ERASED*" form as the
      *     history (the party itself stays),
      *   - masks the name bytes of every visit and exception record
      *     in the visitor history under any of those names (see
      *     VHISTREC) - the record stays, so traffic counts and
      *     trends do not move, but it no longer names anyone and
      *     it can never be posted to the visit summary again,
      *   - DELETEs the person's visit-summary record (see VSUMREC)
      *     under the canonical name or any of those spellings, so
      *     neither HELLOYAL nor the HVIS inquiry still knows them,
      *   - writes an "E" delete notice for the corporate CRM (see
      *     CRMDLREC).
      * Requests are loaded first so the bookings and the history
      * are each read once per run, however many people are being
      * erased.  ERASCERT prints one completion certificate per
      * request for the privacy office: what was held, what was
      * deleted or masked, and the outcome.  A second request for
      * a person already erased earlier in the same run is
      * certified against that earlier request.
      * The watch list (WATCHLST) is deliberately not touched -
      * security entries are retained on their own authority.  The
      * change journal keeps the deleted key until the next master
      * backup starts a fresh generation.
      * The job is safe to rerun: everything already erased is
      * simply no longer found, and the CRM treats a repeated
      * delete notice as a no-op.
      * RC=0 all requests erased; RC=4 one or more requests not
      * processed (bad name, or more than the run's request limit -
      * resubmit the rest); RC=8 one or more erasures incomplete
      * after an update failure (see the certificate and console,
      * then rerun the request); RC=12 a file failed to open -
      * nothing was erased.
      *================================================================
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT ERASE-TXN-FILE ASSIGN TO ERASETXN
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT ERASE-CERT-RPT ASSIGN TO ERASCERT
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CUST-KEY-NAME
                 FILE STATUS IS WS-CUST-FS.
             SELECT ALIAS-FILE ASSIGN TO ALIASMST
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS ALIAS-KEY-NAME
                 FILE STATUS IS WS-ALIAS-FS.
             SELECT APPOINTMENT-FILE ASSIGN TO APPTFILE
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS APPT-KEY
                 FILE STATUS IS WS-APPT-FS.
             SELECT VISITOR-HISTORY ASSIGN TO VISHIST
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS VH-KEY
                 FILE STATUS IS WS-HIST-FS.
             SELECT VISIT-SUMMARY ASSIGN TO VISSUM
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS VS-KEY-NAME
                 FILE STATUS IS WS-VSUM-FS.
             SELECT PARTY-MASTER ASSIGN TO GRPMAST
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS GP-KEY
                 FILE STATUS IS WS-GRP-FS.
             SELECT JOURNAL-FILE ASSIGN TO CUSTJRNL
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-JRNL-FS.
             SELECT CRM-NOTICE-FILE ASSIGN TO CRMDELNT
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
         FILE SECTION.
         FD  ERASE-TXN-FILE.
          01 ERASE-TXN-RECORD.
             COPY ERASREC.
         FD  ERASE-CERT-RPT.
          01 ERASE-CERT-RECORD       PIC X(80).
         FD  CUSTOMER-MASTER.
          01 CUSTOMER-MASTER-RECORD.
             COPY CUSTREC.
         FD  ALIAS-FILE.
          01 ALIAS-RECORD.
             COPY ALIASREC.
         FD  APPOINTMENT-FILE.
          01 APPOINTMENT-RECORD.
             COPY APPTREC.
         FD  VISITOR-HISTORY.
          01 VISITOR-HISTORY-RECORD.
             COPY VHISTREC.
         FD  VISIT-SUMMARY.
          01 VISIT-SUMMARY-RECORD.
             COPY VSUMREC.
         FD  PARTY-MASTER.
          01 PARTY-MASTER-RECORD.
             COPY GRPREC.
         FD  JOURNAL-FILE.
          01 JOURNAL-RECORD.
             COPY CMJRNREC.
         FD  CRM-NOTICE-FILE.
          01 CRM-NOTICE-RECORD.
             COPY CRMDLREC.
         WORKING-STORAGE SECTION.
          01 NAME-RECORD.
             COPY NAMEREC.
          01 WS-PARSE-STATUS         PIC X(8).
          01 WS-TXN-EOF-SW           PIC X VALUE "N".
             88 TXN-EOF                       VALUE "Y".
          01 WS-SCAN-EOF-SW          PIC X.
             88 SCAN-EOF                      VALUE "Y".
          01 WS-CUST-FS              PIC XX.
          01 WS-ALIAS-FS             PIC XX.
          01 WS-APPT-FS              PIC XX.
          01 WS-HIST-FS              PIC XX.
          01 WS-VSUM-FS              PIC XX.
          01 WS-GRP-FS               PIC XX.
          01 WS-JRNL-FS              PIC XX.
          01 WS-JRNL-BEFORE          PIC X(60).
          01 WS-TIMESTAMP            PIC X(21).
          01 WS-RUN-DATE             PIC X(8).
          01 WS-FOUND-SW             PIC X.
             88 MASTER-FOUND                  VALUE "Y".
          01 WS-LISTED-SW            PIC X.
             88 NAME-LISTED                   VALUE "Y".
          01 WS-NAME-FULL-SW         PIC X VALUE "N".
             88 NAME-TABLE-FULL               VALUE "Y".
          01 WS-SEARCH-NAME          PIC X(40).
          01 WS-PARTY-MASK-SW        PIC X.
             88 PARTY-NAME-MASKED             VALUE "Y".
          01 WS-LEAD-OWNER-SUB       PIC 9(4) COMP.
          01 WS-HOST-OWNER-SUB       PIC 9(4) COMP.
      * An erased party lead or host, in the history's erased-name
      * form (see VHISTREC): the mark and the party's own key.
          01 WS-ERASED-NAME.
             05 FILLER               PIC X(8) VALUE "*ERASED*".
             05 FILLER               PIC X(1) VALUE SPACE.
             05 WS-ERASED-KEY        PIC X(16).
             05 FILLER               PIC X(15) VALUE SPACES.
          01 WS-ADD-ROLE             PIC X(1).
          01 WS-REQ-SUB              PIC 9(4) COMP.
          01 WS-OWNER-SUB            PIC 9(4) COMP.
          01 WS-NAME-SUB             PIC 9(4) COMP.
          01 WS-REQUEST-TABLE.
             05 WS-REQ-MAX           PIC 9(4) VALUE 500.
             05 WS-REQ-COUNT         PIC 9(4) VALUE 0.
             05 WS-REQ-ENTRY OCCURS 500 TIMES.
                10 WS-REQ-ID         PIC X(10).
                10 WS-REQ-NAME       PIC X(40).
                10 WS-REQ-RECEIVED   PIC X(8).
                10 WS-REQ-APPROVED   PIC X(8).
                10 WS-REQ-CANON      PIC X(40).
                10 WS-REQ-REJECT     PIC X(24).
                10 WS-REQ-SAME-AS    PIC X(10).
                10 WS-REQ-MASTER-SW  PIC X(1).
                   88 REQ-MASTER-DELETED      VALUE "D".
                   88 REQ-MASTER-FAILED       VALUE "F".
                10 WS-REQ-MASTER-FS  PIC XX.
                10 WS-REQ-ALIAS-DEL  PIC 9(5).
                10 WS-REQ-APPT-DEL   PIC 9(5).
                10 WS-REQ-VISIT-MASK PIC 9(7).
                10 WS-REQ-EXCP-MASK  PIC 9(7).
                10 WS-REQ-SUM-DEL    PIC 9(5).
                10 WS-REQ-PARTY-CUT  PIC 9(5).
                10 WS-REQ-PARTY-MASK PIC 9(5).
                10 WS-REQ-FAIL-COUNT PIC 9(5).
          01 WS-NAME-TABLE.
             05 WS-NAME-MAX          PIC 9(4) VALUE 2000.
             05 WS-NAME-COUNT        PIC 9(4) VALUE 0.
             05 WS-NAME-ENTRY OCCURS 2000 TIMES
                              INDEXED BY WS-NAME-IDX.
                10 WS-NAME-KEY       PIC X(40).
                10 WS-NAME-REQ       PIC 9(4) COMP.
                10 WS-NAME-ROLE      PIC X(1).
                   88 NAME-ROLE-CANON         VALUE "C".
                   88 NAME-ROLE-ALIAS         VALUE "A".
          01 WS-TXN-READ-COUNT       PIC 9(7) VALUE 0.
          01 WS-DEFERRED-COUNT       PIC 9(7) VALUE 0.
          01 WS-COMPLETE-COUNT       PIC 9(7) VALUE 0.
          01 WS-INCOMPLETE-COUNT     PIC 9(7) VALUE 0.
          01 WS-REJECTED-COUNT       PIC 9(7) VALUE 0.
          01 WS-MASTER-DEL-COUNT     PIC 9(7) VALUE 0.
          01 WS-ALIAS-DEL-COUNT      PIC 9(7) VALUE 0.
          01 WS-APPT-DEL-COUNT       PIC 9(7) VALUE 0.
          01 WS-HIST-READ-COUNT      PIC 9(9) VALUE 0.
          01 WS-HIST-MASK-COUNT      PIC 9(9) VALUE 0.
          01 WS-SUM-DEL-COUNT        PIC 9(7) VALUE 0.
          01 WS-PARTY-CUT-COUNT      PIC 9(7) VALUE 0.
          01 WS-PARTY-MASK-COUNT     PIC 9(7) VALUE 0.
          01 WS-NOTICE-COUNT         PIC 9(9) VALUE 0.
          01 WS-RPT-LINE             PIC X(80).
000020 PROCEDURE      DIVISION.
000030 MAIN           SECTION.
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
            MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE.
            OPEN INPUT ERASE-TXN-FILE.
            OPEN OUTPUT ERASE-CERT-RPT.
            OPEN I-O CUSTOMER-MASTER.
            IF WS-CUST-FS NOT = "00"
                MOVE SPACES TO WS-RPT-LINE
                STRING "CUSTOMER MASTER OPEN FAILED, STATUS "
                       WS-CUST-FS " - NOTHING ERASED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE
                CLOSE ERASE-TXN-FILE
                CLOSE ERASE-CERT-RPT
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN I-O ALIAS-FILE.
            IF WS-ALIAS-FS NOT = "00"
                MOVE SPACES TO WS-RPT-LINE
                STRING "ALIAS FILE OPEN FAILED, STATUS "
                       WS-ALIAS-FS " - NOTHING ERASED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE
                CLOSE ERASE-TXN-FILE
                CLOSE ERASE-CERT-RPT
                CLOSE CUSTOMER-MASTER
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN I-O APPOINTMENT-FILE.
            IF WS-APPT-FS NOT = "00"
                MOVE SPACES TO WS-RPT-LINE
                STRING "APPOINTMENT FILE OPEN FAILED, STATUS "
                       WS-APPT-FS " - NOTHING ERASED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE
                CLOSE ERASE-TXN-FILE
                CLOSE ERASE-CERT-RPT
                CLOSE CUSTOMER-MASTER
                CLOSE ALIAS-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN I-O VISITOR-HISTORY.
            IF WS-HIST-FS NOT = "00"
                MOVE SPACES TO WS-RPT-LINE
                STRING "VISITOR HISTORY OPEN FAILED, STATUS "
                       WS-HIST-FS " - NOTHING ERASED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE
                CLOSE ERASE-TXN-FILE
                CLOSE ERASE-CERT-RPT
                CLOSE CUSTOMER-MASTER
                CLOSE ALIAS-FILE
                CLOSE APPOINTMENT-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN I-O VISIT-SUMMARY.
            IF WS-VSUM-FS NOT = "00"
                MOVE SPACES TO WS-RPT-LINE
                STRING "VISIT SUMMARY OPEN FAILED, STATUS "
                       WS-VSUM-FS " - NOTHING ERASED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE
                CLOSE ERASE-TXN-FILE
                CLOSE ERASE-CERT-RPT
                CLOSE CUSTOMER-MASTER
                CLOSE ALIAS-FILE
                CLOSE APPOINTMENT-FILE
                CLOSE VISITOR-HISTORY
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN I-O PARTY-MASTER.
            IF WS-GRP-FS NOT = "00"
                MOVE SPACES TO WS-RPT-LINE
                STRING "PARTY MASTER OPEN FAILED, STATUS "
                       WS-GRP-FS " - NOTHING ERASED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE
                CLOSE ERASE-TXN-FILE
                CLOSE ERASE-CERT-RPT
                CLOSE CUSTOMER-MASTER
                CLOSE ALIAS-FILE
                CLOSE APPOINTMENT-FILE
                CLOSE VISITOR-HISTORY
                CLOSE VISIT-SUMMARY
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN EXTEND JOURNAL-FILE.
            IF WS-JRNL-FS NOT = "00"
                MOVE SPACES TO WS-RPT-LINE
                STRING "CHANGE JOURNAL OPEN FAILED, STATUS "
                       WS-JRNL-FS " - NOTHING ERASED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE
                CLOSE ERASE-TXN-FILE
                CLOSE ERASE-CERT-RPT
                CLOSE CUSTOMER-MASTER
                CLOSE ALIAS-FILE
                CLOSE APPOINTMENT-FILE
                CLOSE VISITOR-HISTORY
                CLOSE VISIT-SUMMARY
                CLOSE PARTY-MASTER
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT CRM-NOTICE-FILE.
            PERFORM PRINT-HEADING.
            PERFORM UNTIL TXN-EOF
                READ ERASE-TXN-FILE
                    AT END
                        SET TXN-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-TXN-READ-COUNT
                        PERFORM LOAD-REQUEST
                END-READ
            END-PERFORM.
            PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                    UNTIL WS-REQ-SUB > WS-REQ-COUNT
                PERFORM ERASE-CUSTOMER-KEYS
            END-PERFORM.
            IF WS-NAME-COUNT > 0
                PERFORM ERASE-FUTURE-BOOKINGS
                PERFORM MASK-PARTY-NAMES
                PERFORM MASK-VISIT-HISTORY
                PERFORM DELETE-VISIT-SUMMARIES
            END-IF.
            PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                    UNTIL WS-REQ-SUB > WS-REQ-COUNT
                PERFORM ISSUE-CERTIFICATE
            END-PERFORM.
            PERFORM WRITE-NOTICE-TRAILER.
            PERFORM PRINT-TOTALS.
            CLOSE ERASE-TXN-FILE.
            CLOSE ERASE-CERT-RPT.
            CLOSE CUSTOMER-MASTER.
            CLOSE ALIAS-FILE.
            CLOSE APPOINTMENT-FILE.
            CLOSE VISITOR-HISTORY.
            CLOSE VISIT-SUMMARY.
            CLOSE PARTY-MASTER.
            CLOSE JOURNAL-FILE.
            CLOSE CRM-NOTICE-FILE.
            IF WS-INCOMPLETE-COUNT > 0
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-REJECTED-COUNT > 0 OR WS-DEFERRED-COUNT > 0
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
000040 STOP           RUN.

      * Requests are held in a table so the bookings and the
      * history - the two big files - are each passed once for the
      * whole run.  Anything past the table limit is listed and
      * left for the next run.
       LOAD-REQUEST.
            IF WS-REQ-COUNT < WS-REQ-MAX
                ADD 1 TO WS-REQ-COUNT
                MOVE ER-REQUEST-ID TO WS-REQ-ID(WS-REQ-COUNT)
                MOVE ER-NAME TO WS-REQ-NAME(WS-REQ-COUNT)
                MOVE ER-RECEIVED-DATE
                    TO WS-REQ-RECEIVED(WS-REQ-COUNT)
                MOVE ER-APPROVED-BY TO WS-REQ-APPROVED(WS-REQ-COUNT)
                MOVE SPACES TO WS-REQ-CANON(WS-REQ-COUNT)
                               WS-REQ-REJECT(WS-REQ-COUNT)
                               WS-REQ-SAME-AS(WS-REQ-COUNT)
                               WS-REQ-MASTER-FS(WS-REQ-COUNT)
                MOVE "N" TO WS-REQ-MASTER-SW(WS-REQ-COUNT)
                MOVE 0 TO WS-REQ-ALIAS-DEL(WS-REQ-COUNT)
                          WS-REQ-APPT-DEL(WS-REQ-COUNT)
                          WS-REQ-VISIT-MASK(WS-REQ-COUNT)
                          WS-REQ-EXCP-MASK(WS-REQ-COUNT)
                          WS-REQ-SUM-DEL(WS-REQ-COUNT)
                          WS-REQ-PARTY-CUT(WS-REQ-COUNT)
                          WS-REQ-PARTY-MASK(WS-REQ-COUNT)
                          WS-REQ-FAIL-COUNT(WS-REQ-COUNT)
            ELSE
                ADD 1 TO WS-DEFERRED-COUNT
                MOVE SPACES TO WS-RPT-LINE
                STRING "DEFERRED  " ER-REQUEST-ID " " ER-NAME
                       " - RESUBMIT"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE
            END-IF.

       ERASE-CUSTOMER-KEYS.
            MOVE SPACES TO NAME-FIRST NAME-LAST NAME-SUFFIX.
            MOVE WS-REQ-NAME(WS-REQ-SUB) TO NAME-FULL-TEXT.
            CALL "NAMEPARS" USING NAME-RECORD WS-PARSE-STATUS.
            IF WS-PARSE-STATUS = "OK"
                PERFORM RESOLVE-CANONICAL-KEY
            ELSE
                STRING "NAME " WS-PARSE-STATUS
                    DELIMITED BY SIZE
                    INTO WS-REQ-REJECT(WS-REQ-SUB)
            END-IF.
            IF WS-REQ-REJECT(WS-REQ-SUB) = SPACES
               AND WS-REQ-SAME-AS(WS-REQ-SUB) = SPACES
                PERFORM DELETE-MASTER-RECORD
                PERFORM DELETE-ALIAS-RECORDS
            END-IF.

      * A name supplied in an alternate spelling erases the person
      * it resolves to.  A person already erased under an earlier
      * request in this run (under any spelling) is certified
      * against that request rather than erased twice.
       RESOLVE-CANONICAL-KEY.
            MOVE NAME-FULL-TEXT TO WS-REQ-CANON(WS-REQ-SUB).
            MOVE NAME-FULL-TEXT TO ALIAS-KEY-NAME.
            READ ALIAS-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE ALIAS-CANON-NAME TO WS-REQ-CANON(WS-REQ-SUB)
            END-READ.
            MOVE WS-REQ-CANON(WS-REQ-SUB) TO WS-SEARCH-NAME.
            PERFORM FIND-ERASE-NAME.
            IF NAME-LISTED
                MOVE WS-NAME-REQ(WS-NAME-IDX) TO WS-OWNER-SUB
                MOVE WS-REQ-ID(WS-OWNER-SUB)
                    TO WS-REQ-SAME-AS(WS-REQ-SUB)
            ELSE
                MOVE "C" TO WS-ADD-ROLE
                PERFORM ADD-ERASE-NAME
            END-IF.

       DELETE-MASTER-RECORD.
            MOVE "N" TO WS-FOUND-SW.
            MOVE WS-REQ-CANON(WS-REQ-SUB) TO CUST-KEY-NAME.
            READ CUSTOMER-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET MASTER-FOUND TO TRUE
                    MOVE CUSTOMER-MASTER-RECORD TO WS-JRNL-BEFORE
            END-READ.
            IF MASTER-FOUND
                DELETE CUSTOMER-MASTER
                    INVALID KEY
                        MOVE "F" TO WS-REQ-MASTER-SW(WS-REQ-SUB)
                        MOVE WS-CUST-FS
                            TO WS-REQ-MASTER-FS(WS-REQ-SUB)
                        ADD 1 TO WS-REQ-FAIL-COUNT(WS-REQ-SUB)
                        DISPLAY "CUSTERAS-E: MASTER DELETE FAILED, "
                            "STATUS " WS-CUST-FS " - "
                            WS-REQ-CANON(WS-REQ-SUB) UPON CONSOLE
                    NOT INVALID KEY
                        MOVE "D" TO WS-REQ-MASTER-SW(WS-REQ-SUB)
                        ADD 1 TO WS-MASTER-DEL-COUNT
                        PERFORM WRITE-JOURNAL-RECORD
                END-DELETE
            END-IF.

      * Every alias pointing at the erased key goes, along with any
      * alias keyed on the erased name itself (an integrity slip,
      * but still the person's name).  Each spelling joins the name
      * table so its bookings and history are erased too.
       DELETE-ALIAS-RECORDS.
            MOVE "N" TO WS-SCAN-EOF-SW.
            MOVE LOW-VALUES TO ALIAS-KEY-NAME.
            START ALIAS-FILE KEY NOT LESS THAN ALIAS-KEY-NAME
                INVALID KEY
                    SET SCAN-EOF TO TRUE
            END-START.
            PERFORM UNTIL SCAN-EOF
                READ ALIAS-FILE NEXT RECORD
                    AT END
                        SET SCAN-EOF TO TRUE
                    NOT AT END
                        IF ALIAS-CANON-NAME = WS-REQ-CANON(WS-REQ-SUB)
                           OR ALIAS-KEY-NAME = WS-REQ-CANON(WS-REQ-SUB)
                            PERFORM DELETE-ONE-ALIAS
                        END-IF
                END-READ
            END-PERFORM.

       DELETE-ONE-ALIAS.
            MOVE ALIAS-KEY-NAME TO WS-SEARCH-NAME.
            DELETE ALIAS-FILE RECORD
                INVALID KEY
                    ADD 1 TO WS-REQ-FAIL-COUNT(WS-REQ-SUB)
                    DISPLAY "CUSTERAS-E: ALIAS DELETE FAILED, "
                        "STATUS " WS-ALIAS-FS " - "
                        WS-SEARCH-NAME UPON CONSOLE
                NOT INVALID KEY
                    ADD 1 TO WS-REQ-ALIAS-DEL(WS-REQ-SUB)
                    ADD 1 TO WS-ALIAS-DEL-COUNT
            END-DELETE.
            PERFORM FIND-ERASE-NAME.
            IF NOT NAME-LISTED
                MOVE "A" TO WS-ADD-ROLE
                PERFORM ADD-ERASE-NAME
            END-IF.

      * One pass over the bookings from the run date on; a booking
      * under any name in the table goes.  Past bookings are the
      * record of a visit that happened and are left to age off
      * with the rest of the appointment file.
       ERASE-FUTURE-BOOKINGS.
            MOVE "N" TO WS-SCAN-EOF-SW.
            MOVE WS-RUN-DATE TO APPT-KEY-DATE.
            MOVE LOW-VALUES TO APPT-KEY-NAME.
            START APPOINTMENT-FILE KEY NOT LESS THAN APPT-KEY
                INVALID KEY
                    SET SCAN-EOF TO TRUE
            END-START.
            PERFORM UNTIL SCAN-EOF
                READ APPOINTMENT-FILE NEXT RECORD
                    AT END
                        SET SCAN-EOF TO TRUE
                    NOT AT END
                        MOVE APPT-KEY-NAME TO WS-SEARCH-NAME
                        PERFORM FIND-ERASE-NAME
                        IF NAME-LISTED
                            PERFORM DELETE-ONE-BOOKING
                        END-IF
                END-READ
            END-PERFORM.

       DELETE-ONE-BOOKING.
            MOVE WS-NAME-REQ(WS-NAME-IDX) TO WS-OWNER-SUB.
            DELETE APPOINTMENT-FILE RECORD
                INVALID KEY
                    ADD 1 TO WS-REQ-FAIL-COUNT(WS-OWNER-SUB)
                    DISPLAY "CUSTERAS-E: BOOKING DELETE FAILED, "
                        "STATUS " WS-APPT-FS " - " APPT-KEY-DATE
                        " " WS-SEARCH-NAME UPON CONSOLE
                NOT INVALID KEY
                    ADD 1 TO WS-REQ-APPT-DEL(WS-OWNER-SUB)
                    ADD 1 TO WS-APPT-DEL-COUNT
                    IF APPT-PARTY-ID NOT = SPACES
                       AND APPT-PARTY-ID NOT = LOW-VALUES
                        PERFORM LOWER-PARTY-MEMBERS
                    END-IF
            END-DELETE.

      * A deleted booking that was a party member comes off the
      * party's member count, as HELLOAPL takes a cancelled member
      * off.  A party no longer on file has no count to keep.
       LOWER-PARTY-MEMBERS.
            MOVE APPT-KEY-DATE TO GP-VISIT-DATE.
            MOVE APPT-PARTY-ID TO GP-PARTY-ID.
            READ PARTY-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF GP-MEMBER-COUNT > 0
                        SUBTRACT 1 FROM GP-MEMBER-COUNT
                    END-IF
                    REWRITE PARTY-MASTER-RECORD
                        INVALID KEY
                            ADD 1 TO WS-REQ-FAIL-COUNT(WS-OWNER-SUB)
                            DISPLAY "CUSTERAS-E: PARTY COUNT UPDATE "
                                "FAILED, STATUS " WS-GRP-FS " - "
                                GP-KEY UPON CONSOLE
                        NOT INVALID KEY
                            ADD 1 TO WS-REQ-PARTY-CUT(WS-OWNER-SUB)
                            ADD 1 TO WS-PARTY-CUT-COUNT
                    END-REWRITE
            END-READ.

      * One pass over the whole party master, past parties included:
      * a lead contact or host under any name in the table is masked
      * in place, the party and its member bookings left as they
      * are.  A name already masked never matches the table.
       MASK-PARTY-NAMES.
            MOVE "N" TO WS-SCAN-EOF-SW.
            MOVE LOW-VALUES TO GP-KEY.
            START PARTY-MASTER KEY NOT LESS THAN GP-KEY
                INVALID KEY
                    SET SCAN-EOF TO TRUE
            END-START.
            PERFORM UNTIL SCAN-EOF
                READ PARTY-MASTER NEXT RECORD
                    AT END
                        SET SCAN-EOF TO TRUE
                    NOT AT END
                        PERFORM CHECK-PARTY-NAMES
                END-READ
            END-PERFORM.

       CHECK-PARTY-NAMES.
            MOVE "N" TO WS-PARTY-MASK-SW.
            MOVE 0 TO WS-LEAD-OWNER-SUB.
            MOVE 0 TO WS-HOST-OWNER-SUB.
            MOVE GP-KEY TO WS-ERASED-KEY.
            MOVE GP-LEAD-NAME TO WS-SEARCH-NAME.
            PERFORM FIND-ERASE-NAME.
            IF NAME-LISTED
                MOVE WS-NAME-REQ(WS-NAME-IDX) TO WS-LEAD-OWNER-SUB
                MOVE WS-ERASED-NAME TO GP-LEAD-NAME
                SET PARTY-NAME-MASKED TO TRUE
            END-IF.
            MOVE GP-HOST-NAME TO WS-SEARCH-NAME.
            PERFORM FIND-ERASE-NAME.
            IF NAME-LISTED
                MOVE WS-NAME-REQ(WS-NAME-IDX) TO WS-HOST-OWNER-SUB
                MOVE WS-ERASED-NAME TO GP-HOST-NAME
                SET PARTY-NAME-MASKED TO TRUE
            END-IF.
            IF PARTY-NAME-MASKED
                PERFORM REWRITE-MASKED-PARTY
            END-IF.

       REWRITE-MASKED-PARTY.
            REWRITE PARTY-MASTER-RECORD
                INVALID KEY
                    IF WS-LEAD-OWNER-SUB > 0
                        ADD 1 TO WS-REQ-FAIL-COUNT(WS-LEAD-OWNER-SUB)
                    END-IF
                    IF WS-HOST-OWNER-SUB > 0
                        ADD 1 TO WS-REQ-FAIL-COUNT(WS-HOST-OWNER-SUB)
                    END-IF
                    DISPLAY "CUSTERAS-E: PARTY MASK FAILED, "
                        "STATUS " WS-GRP-FS " - KEY " GP-KEY
                        UPON CONSOLE
                NOT INVALID KEY
                    IF WS-LEAD-OWNER-SUB > 0
                        ADD 1 TO WS-REQ-PARTY-MASK(WS-LEAD-OWNER-SUB)
                        ADD 1 TO WS-PARTY-MASK-COUNT
                    END-IF
                    IF WS-HOST-OWNER-SUB > 0
                        ADD 1 TO WS-REQ-PARTY-MASK(WS-HOST-OWNER-SUB)
                        ADD 1 TO WS-PARTY-MASK-COUNT
                    END-IF
            END-REWRITE.

      * One pass over the whole visitor history.  The base key
      * leads with the date, so every record is read; a visit or
      * exception under any name in the table has its name bytes
      * masked in place (see VHISTREC) and is otherwise untouched.
       MASK-VISIT-HISTORY.
            MOVE "N" TO WS-SCAN-EOF-SW.
            MOVE LOW-VALUES TO VH-KEY.
            START VISITOR-HISTORY KEY NOT LESS THAN VH-KEY
                INVALID KEY
                    SET SCAN-EOF TO TRUE
            END-START.
            PERFORM UNTIL SCAN-EOF
                READ VISITOR-HISTORY NEXT RECORD
                    AT END
                        SET SCAN-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-HIST-READ-COUNT
                        IF NOT VH-NAME-ERASED
                            MOVE VH-LOG-NAME TO WS-SEARCH-NAME
                            PERFORM FIND-ERASE-NAME
                            IF NAME-LISTED
                                PERFORM MASK-HISTORY-RECORD
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

       MASK-HISTORY-RECORD.
            MOVE WS-NAME-REQ(WS-NAME-IDX) TO WS-OWNER-SUB.
            MOVE SPACES TO VH-LOG-NAME.
            SET VH-NAME-ERASED TO TRUE.
            MOVE VH-KEY TO VH-ERASE-KEY.
            REWRITE VISITOR-HISTORY-RECORD
                INVALID KEY
                    ADD 1 TO WS-REQ-FAIL-COUNT(WS-OWNER-SUB)
                    DISPLAY "CUSTERAS-E: HISTORY MASK FAILED, "
                        "STATUS " WS-HIST-FS " - KEY " VH-KEY
                        UPON CONSOLE
                NOT INVALID KEY
                    ADD 1 TO WS-HIST-MASK-COUNT
                    IF VH-TYPE-VISIT
                        ADD 1 TO WS-REQ-VISIT-MASK(WS-OWNER-SUB)
                    ELSE
                        ADD 1 TO WS-REQ-EXCP-MASK(WS-OWNER-SUB)
                    END-IF
            END-REWRITE.

      * The summary is keyed by canonical name, but a spelling that
      * was only registered as an alias after its visits posted can
      * still hold a record of its own, so every name in the table
      * is tried.  Not found is the normal case for an alias.
       DELETE-VISIT-SUMMARIES.
            PERFORM VARYING WS-NAME-SUB FROM 1 BY 1
                    UNTIL WS-NAME-SUB > WS-NAME-COUNT
                MOVE WS-NAME-REQ(WS-NAME-SUB) TO WS-OWNER-SUB
                MOVE WS-NAME-KEY(WS-NAME-SUB) TO VS-KEY-NAME
                DELETE VISIT-SUMMARY
                    INVALID KEY
                        IF WS-VSUM-FS NOT = "23"
                            ADD 1 TO WS-REQ-FAIL-COUNT(WS-OWNER-SUB)
                            DISPLAY "CUSTERAS-E: SUMMARY DELETE "
                                "FAILED, STATUS " WS-VSUM-FS
                                " - " VS-KEY-NAME UPON CONSOLE
                        END-IF
                    NOT INVALID KEY
                        ADD 1 TO WS-SUM-DEL-COUNT
                        ADD 1 TO WS-REQ-SUM-DEL(WS-OWNER-SUB)
                END-DELETE
            END-PERFORM.

       FIND-ERASE-NAME.
            MOVE "N" TO WS-LISTED-SW.
            SET WS-NAME-IDX TO 1.
            SEARCH WS-NAME-ENTRY
                AT END
                    CONTINUE
                WHEN WS-NAME-IDX > WS-NAME-COUNT
                    CONTINUE
                WHEN WS-NAME-KEY(WS-NAME-IDX) = WS-SEARCH-NAME
                    SET NAME-LISTED TO TRUE
            END-SEARCH.

      * A name that cannot be tabled cannot be matched in the
      * bookings or the history, so the request it belongs to is
      * counted as failed and certified incomplete.
       ADD-ERASE-NAME.
            IF WS-NAME-COUNT < WS-NAME-MAX
                ADD 1 TO WS-NAME-COUNT
                MOVE WS-SEARCH-NAME TO WS-NAME-KEY(WS-NAME-COUNT)
                MOVE WS-REQ-SUB TO WS-NAME-REQ(WS-NAME-COUNT)
                MOVE WS-ADD-ROLE TO WS-NAME-ROLE(WS-NAME-COUNT)
            ELSE
                ADD 1 TO WS-REQ-FAIL-COUNT(WS-REQ-SUB)
                IF NOT NAME-TABLE-FULL
                    SET NAME-TABLE-FULL TO TRUE
                    DISPLAY "CUSTERAS-E: NAME TABLE FULL AT "
                        WS-NAME-MAX " - SPLIT THE REQUESTS ACROSS "
                        "RUNS" UPON CONSOLE
                END-IF
            END-IF.

      * One master DELETE journal record with the before image, so
      * CUSTRCVR replays the erasure against a restored backup
      * (see CMJRNREC).  Alias, booking, party, history and summary
      * changes are not journaled, same as CUSTMRGE's alias writes.
       WRITE-JOURNAL-RECORD.
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
            MOVE SPACES TO JOURNAL-RECORD.
            MOVE WS-TIMESTAMP TO JR-TIMESTAMP.
            MOVE "CUSTERAS" TO JR-JOB-SOURCE.
            MOVE "D" TO JR-ACTION.
            MOVE WS-REQ-CANON(WS-REQ-SUB) TO JR-KEY-NAME.
            MOVE WS-JRNL-BEFORE TO JR-BEFORE-IMAGE.
            MOVE SPACES TO JR-AFTER-IMAGE.
            WRITE JOURNAL-RECORD.

       ISSUE-CERTIFICATE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "PRIVACY ERASURE CERTIFICATE      REQUEST "
                   WS-REQ-ID(WS-REQ-SUB)
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "   RECEIVED " WS-REQ-RECEIVED(WS-REQ-SUB)
                   "   APPROVED BY " WS-REQ-APPROVED(WS-REQ-SUB)
                   "   PROCESSED " WS-RUN-DATE
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "   NAME AS REQUESTED:  " WS-REQ-NAME(WS-REQ-SUB)
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE.
            IF WS-REQ-REJECT(WS-REQ-SUB) NOT = SPACES
                ADD 1 TO WS-REJECTED-COUNT
                MOVE SPACES TO WS-RPT-LINE
                STRING "   RESULT: NOT PROCESSED - "
                       WS-REQ-REJECT(WS-REQ-SUB)
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE
            ELSE
            IF WS-REQ-SAME-AS(WS-REQ-SUB) NOT = SPACES
                ADD 1 TO WS-COMPLETE-COUNT
                MOVE SPACES TO WS-RPT-LINE
                STRING "   ERASED AS:          "
                       WS-REQ-CANON(WS-REQ-SUB)
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE
                MOVE SPACES TO WS-RPT-LINE
                STRING "   RESULT: SAME PERSON AS REQUEST "
                       WS-REQ-SAME-AS(WS-REQ-SUB)
                       " - ERASED UNDER THAT REQUEST"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE
            ELSE
                PERFORM PRINT-ERASURE-DETAIL
                PERFORM WRITE-DELETE-NOTICE
            END-IF
            END-IF.
            MOVE SPACES TO WS-RPT-LINE.
            WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE.

       PRINT-ERASURE-DETAIL.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "   ERASED AS:          " WS-REQ-CANON(WS-REQ-SUB)
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE.
            PERFORM VARYING WS-NAME-SUB FROM 1 BY 1
                    UNTIL WS-NAME-SUB > WS-NAME-COUNT
                IF WS-NAME-REQ(WS-NAME-SUB) = WS-REQ-SUB
                   AND NAME-ROLE-ALIAS(WS-NAME-SUB)
                    MOVE SPACES TO WS-RPT-LINE
                    STRING "   ALSO SPELLED:       "
                           WS-NAME-KEY(WS-NAME-SUB)
                        DELIMITED BY SIZE INTO WS-RPT-LINE
                    WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE
                END-IF
            END-PERFORM.
            MOVE SPACES TO WS-RPT-LINE.
            IF REQ-MASTER-DELETED(WS-REQ-SUB)
                STRING "   CUSTOMER MASTER:    RECORD DELETED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            ELSE
            IF REQ-MASTER-FAILED(WS-REQ-SUB)
                STRING "   CUSTOMER MASTER:    DELETE FAILED, STATUS "
                       WS-REQ-MASTER-FS(WS-REQ-SUB)
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            ELSE
                STRING "   CUSTOMER MASTER:    NO RECORD HELD"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            END-IF
            END-IF.
            WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "   ALIASES DELETED:    "
                   WS-REQ-ALIAS-DEL(WS-REQ-SUB)
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "   BOOKINGS DELETED:   "
                   WS-REQ-APPT-DEL(WS-REQ-SUB)
                   " (DATED " WS-RUN-DATE " OR LATER)"
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "   PARTY MEMBERSHIPS:  "
                   WS-REQ-PARTY-CUT(WS-REQ-SUB)
                   " TAKEN OFF PARTY COUNTS"
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "   PARTY LEAD/HOST:    "
                   WS-REQ-PARTY-MASK(WS-REQ-SUB) " MASKED"
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "   VISITS MASKED:      "
                   WS-REQ-VISIT-MASK(WS-REQ-SUB)
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "   EXCEPTIONS MASKED:  "
                   WS-REQ-EXCP-MASK(WS-REQ-SUB)
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "   VISIT SUMMARIES:    "
                   WS-REQ-SUM-DEL(WS-REQ-SUB) " DELETED"
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "   CRM DELETE NOTICE:  SENT"
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            IF WS-REQ-FAIL-COUNT(WS-REQ-SUB) > 0
                ADD 1 TO WS-INCOMPLETE-COUNT
                STRING "   RESULT: INCOMPLETE - "
                       WS-REQ-FAIL-COUNT(WS-REQ-SUB)
                       " UPDATE(S) FAILED, RERUN THIS REQUEST"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            ELSE
                ADD 1 TO WS-COMPLETE-COUNT
                STRING "   RESULT: ERASURE COMPLETE"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            END-IF.
            WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE.

      * The CRM is told about every person erased here, whether or
      * not anything was found on this side - it may hold the
      * person from feeds sent before the erasure.
       WRITE-DELETE-NOTICE.
            MOVE SPACES TO CRM-NOTICE-RECORD.
            SET CDN-TYPE-NOTICE TO TRUE.
            MOVE WS-REQ-CANON(WS-REQ-SUB) TO CDN-N-NAME.
            MOVE WS-REQ-ID(WS-REQ-SUB) TO CDN-N-REQUEST-ID.
            MOVE WS-RUN-DATE TO CDN-N-ERASED-DATE.
            WRITE CRM-NOTICE-RECORD.
            ADD 1 TO WS-NOTICE-COUNT.

       WRITE-NOTICE-TRAILER.
            MOVE SPACES TO CRM-NOTICE-RECORD.
            SET CDN-TYPE-TRAILER TO TRUE.
            MOVE WS-RUN-DATE TO CDN-T-RUN-DATE.
            MOVE WS-NOTICE-COUNT TO CDN-T-NOTICE-COUNT.
            WRITE CRM-NOTICE-RECORD.

       PRINT-HEADING.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "PRIVACY ERASURE - COMPLETION CERTIFICATES"
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE.

       PRINT-TOTALS.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "REQUESTS READ:      " WS-TXN-READ-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "ERASED COMPLETE:    " WS-COMPLETE-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "INCOMPLETE:         " WS-INCOMPLETE-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "NOT PROCESSED:      " WS-REJECTED-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "DEFERRED:           " WS-DEFERRED-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "MASTERS DELETED:    " WS-MASTER-DEL-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "ALIASES DELETED:    " WS-ALIAS-DEL-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "BOOKINGS DELETED:   " WS-APPT-DEL-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "PARTY COUNTS CUT:   " WS-PARTY-CUT-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "PARTY NAMES MASKED: " WS-PARTY-MASK-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "HISTORY READ:       " WS-HIST-READ-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "HISTORY MASKED:     " WS-HIST-MASK-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "SUMMARIES DELETED:  " WS-SUM-DEL-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "CRM NOTICES SENT:   " WS-NOTICE-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE ERASE-CERT-RECORD FROM WS-RPT-LINE.

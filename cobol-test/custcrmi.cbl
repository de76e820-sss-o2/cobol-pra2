000000 IDENTIFICATION DIVISION.
000010 PROGRAM-ID.    CUSTCRMI.
      *================================================================
      * Inbound corporate CRM customer changes (see CRMCHREC), the
      * return leg for the customer master that HELLOEXT/HELLOACK
      * never had: an account corporate closes, a VIP it flags, a
      * language preference it records, reaches CUSTMAST here
      * instead of being re-keyed at the desk days later.
      * Each detail is applied exactly as a CUSTUPDT maintenance
      * transaction would be (see CMTXREC): the same action codes,
      * blank-field and language-erase rules, the same rejects
      * (bad action code, blank key, a name NAMEPARS fails, a
      * duplicate add, a key not on file, a file-status failure),
      * the key canonicalized through NAMEPARS before any master
      * access, and every WRITE/REWRITE/DELETE journaled to
      * CUSTJRNL with before/after images (source CUSTCRMI) for
      * CUSTRCVR; a run that cannot open the journal applies
      * nothing.
      * Conflicts: before applying, the journal is scanned for changes
      * any other job (CUSTUPDT, HELLOYAL, CUSTMRGE, CUSTERAS, CUSTDORM,
      * the HCUS online desk) made since the last sync.  A CRM change to
      * one of those keys is held for review, not applied - corporate
      * did not know about our change when it made its own - and is
      * written to CRMHOLD as a ready-made CMTXREC transaction, so a
      * change the reviewer approves goes straight into the next
      * CUSTUPDT run.  The last sync is the start of the previous
      * CUSTCRMI run that applied a file, read back from the job's own
      * RUNCTL run-control record (see RUNCREC); PARM='YYYYMMDDHHMMSS'
      * overrides it (first run, or a rerun).  The journal generation
      * restarts at each master backup, so a local change made between
      * the last sync and the backup cannot be seen - the report warns
      * when the journal does not reach back to the last sync.
      * Control totals: the whole file is read once before anything
      * is applied and its "T" trailer proved against what was
      * read, the same proof HELLOACK makes of the acknowledgment
      * trailer - here the detail count and the count per action.
      * A missing trailer, any mismatch, or a detail or second
      * trailer after the trailer applies nothing.
      * CRMIRPT shows the proof, then the applied changes (before
      * and after images), the rejected ones (with reason) and the
      * ones held for review (with the local change that caused it,
      * the master as it stands, and what corporate asked for),
      * each in its own section, then the totals.
      * RC=0 all applied; RC=4 one or more rejected or held, the
      * journal does not reach back to the last sync, or the
      * run-control record could not be written; RC=8 trailer
      * missing or out of balance, or too many local changes to
      * check - nothing applied; RC=12 an input failed to open, or
      * the last sync is unknown - nothing applied.
      *================================================================
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT CRM-CHANGE-FILE ASSIGN TO CRMCHG
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CHG-FS.
             SELECT CRMI-RPT ASSIGN TO CRMIRPT
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CUST-KEY-NAME
                 FILE STATUS IS WS-CUST-FS.
             SELECT JOURNAL-FILE ASSIGN TO CUSTJRNL
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-JRNL-FS.
             SELECT CRM-HOLD-FILE ASSIGN TO CRMHOLD
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-HOLD-FS.
             SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RUNC-FS.
       DATA DIVISION.
         FILE SECTION.
         FD  CRM-CHANGE-FILE.
          01 CRM-CHANGE-RECORD.
             COPY CRMCHREC.
         FD  CRMI-RPT.
          01 CRMI-RPT-RECORD         PIC X(80).
         FD  CUSTOMER-MASTER.
          01 CUSTOMER-MASTER-RECORD.
             COPY CUSTREC.
         FD  JOURNAL-FILE.
          01 JOURNAL-RECORD.
             COPY CMJRNREC.
         FD  CRM-HOLD-FILE.
          01 CRM-HOLD-RECORD         PIC X(80).
         FD  RUN-CONTROL-FILE.
          01 RUN-CONTROL-RECORD.
             COPY RUNCREC.
         WORKING-STORAGE SECTION.
          01 NAME-RECORD.
             COPY NAMEREC.
          01 WS-PARSE-STATUS         PIC X(8).
      * Each CRM detail is staged as the CUSTUPDT transaction it
      * stands for, so the apply rules below read exactly as
      * CUSTUPDT's do and a held change is written out ready to key.
          01 CUST-TXN-RECORD.
             COPY CMTXREC.
          01 WS-CHG-FS               PIC XX.
          01 WS-CUST-FS              PIC XX.
          01 WS-JRNL-FS              PIC XX.
          01 WS-HOLD-FS              PIC XX.
          01 WS-RUNC-FS              PIC XX.
          01 WS-CHG-EOF-SW           PIC X VALUE "N".
             88 CHG-EOF                       VALUE "Y".
          01 WS-JRNL-EOF-SW          PIC X VALUE "N".
             88 JRNL-EOF                      VALUE "Y".
          01 WS-RUNC-EOF-SW          PIC X VALUE "N".
             88 RUNC-EOF                      VALUE "Y".
          01 WS-TRAILER-SW           PIC X VALUE "N".
             88 TRAILER-SEEN                  VALUE "Y".
          01 WS-PROOF-SW             PIC X VALUE "Y".
             88 TRAILER-PROVED                VALUE "Y".
          01 WS-SYNC-SW              PIC X VALUE "N".
             88 LAST-SYNC-KNOWN               VALUE "Y".
          01 WS-SYNC-SOURCE          PIC X(8) VALUE SPACES.
          01 WS-FOUND-SW             PIC X VALUE "N".
             88 MASTER-FOUND                  VALUE "Y".
          01 WS-LOCAL-SW             PIC X VALUE "N".
             88 LOCAL-CHANGE-FOUND            VALUE "Y".
          01 WS-LOCAL-FULL-SW        PIC X VALUE "N".
             88 LOCAL-TABLE-FULL              VALUE "Y".
          01 WS-RESULT-FULL-SW       PIC X VALUE "N".
             88 RESULT-TABLE-FULL             VALUE "Y".
          01 WS-JRNL-GAP-SW          PIC X VALUE "N".
             88 JOURNAL-GAP                   VALUE "Y".
          01 WS-RUN-TIMESTAMP        PIC X(21).
          01 WS-TIMESTAMP            PIC X(21).
          01 WS-LAST-SYNC            PIC X(14) VALUE SPACES.
          01 WS-JRNL-FIRST-TS        PIC X(14) VALUE SPACES.
          01 WS-EXTRACT-DATE         PIC X(8) VALUE SPACES.
          01 WS-REJECT-REASON        PIC X(24).
          01 WS-LOCAL-DETAIL         PIC X(24).
          01 WS-BEFORE-IMAGE.
             05 WS-BEFORE-STATUS     PIC X(10).
             05 WS-BEFORE-VIP        PIC X(1).
             05 WS-BEFORE-LANG       PIC X(2).
          01 WS-AFTER-IMAGE.
             05 WS-AFTER-STATUS      PIC X(10).
             05 WS-AFTER-VIP         PIC X(1).
             05 WS-AFTER-LANG        PIC X(2).
          01 WS-JRNL-ACTION          PIC X(1).
          01 WS-JRNL-BEFORE          PIC X(60).
          01 WS-FINAL-RC             PIC 9(2) VALUE 0.
          01 WS-PROOF-DETAIL-COUNT   PIC 9(9) VALUE 0.
          01 WS-PROOF-ADD-COUNT      PIC 9(7) VALUE 0.
          01 WS-PROOF-CHANGE-COUNT   PIC 9(7) VALUE 0.
          01 WS-PROOF-DELETE-COUNT   PIC 9(7) VALUE 0.
          01 WS-PROOF-REACT-COUNT    PIC 9(7) VALUE 0.
          01 WS-OTHER-REC-COUNT      PIC 9(7) VALUE 0.
          01 WS-AFTER-TRAILER-COUNT  PIC 9(7) VALUE 0.
      * The trailer's counts, kept as read - the record area is not
      * the trailer's once the file has been read to the end.
          01 WS-TRAILER-COUNTS.
             05 WS-TR-DETAIL-COUNT   PIC 9(9) VALUE 0.
             05 WS-TR-ADD-COUNT      PIC 9(7) VALUE 0.
             05 WS-TR-CHANGE-COUNT   PIC 9(7) VALUE 0.
             05 WS-TR-DELETE-COUNT   PIC 9(7) VALUE 0.
             05 WS-TR-REACT-COUNT    PIC 9(7) VALUE 0.
          01 WS-DETAIL-READ-COUNT    PIC 9(9) VALUE 0.
          01 WS-APPLIED-COUNT        PIC 9(7) VALUE 0.
          01 WS-REJECTED-COUNT       PIC 9(7) VALUE 0.
          01 WS-HELD-COUNT           PIC 9(7) VALUE 0.
          01 WS-JRNL-READ-COUNT      PIC 9(9) VALUE 0.
      * Keys another job changed since the last sync, with the
      * latest such change, loaded from the journal before any
      * CRM change is applied.
          01 WS-LOCAL-TABLE.
             05 WS-LOCAL-MAX         PIC 9(5) VALUE 20000.
             05 WS-LOCAL-COUNT       PIC 9(5) VALUE 0.
             05 WS-LOCAL-ENTRY OCCURS 20000 TIMES
                               INDEXED BY WS-LOCAL-IDX.
                10 WS-LC-KEY         PIC X(40).
                10 WS-LC-SOURCE      PIC X(8).
                10 WS-LC-TIMESTAMP   PIC X(14).
          01 WS-LOCAL-SUB            PIC 9(5).
      * One entry per CRM detail, printed by section at the end the
      * way CUSTAUDT prints its categories.
          01 WS-SECTION-TITLE-DATA.
             05 FILLER PIC X(24) VALUE "APPLIED".
             05 FILLER PIC X(24) VALUE "REJECTED".
             05 FILLER PIC X(24) VALUE "HELD FOR REVIEW".
          01 WS-SECTION-TITLES REDEFINES WS-SECTION-TITLE-DATA.
             05 WS-SECT-TITLE OCCURS 3 TIMES PIC X(24).
          01 WS-SECTION-COUNTS.
             05 WS-SECT-COUNT OCCURS 3 TIMES PIC 9(7).
          01 WS-RESULT-SECTION       PIC 9(1).
          01 WS-SECT-SUB             PIC 9(1).
          01 WS-RESULT-TABLE.
             05 WS-RESULT-MAX        PIC 9(5) VALUE 10000.
             05 WS-RESULT-COUNT      PIC 9(5) VALUE 0.
             05 WS-RESULT-ENTRY OCCURS 10000 TIMES.
                10 WS-RT-SECTION     PIC 9(1).
                10 WS-RT-ACTION      PIC X(1).
                10 WS-RT-KEY         PIC X(40).
                10 WS-RT-REF         PIC X(12).
                10 WS-RT-REASON      PIC X(24).
                10 WS-RT-FOUND       PIC X(1).
                10 WS-RT-BEFORE.
                   15 WS-RT-B-STATUS PIC X(10).
                   15 WS-RT-B-VIP    PIC X(1).
                   15 WS-RT-B-LANG   PIC X(2).
                10 WS-RT-AFTER.
                   15 WS-RT-A-STATUS PIC X(10).
                   15 WS-RT-A-VIP    PIC X(1).
                   15 WS-RT-A-LANG   PIC X(2).
          01 WS-RESULT-SUB           PIC 9(5).
          01 WS-RPT-LINE             PIC X(80).
       LINKAGE SECTION.
        01 LK-PARM-INFO.
           05 LK-PARM-LEN            PIC S9(4) COMP.
           05 LK-PARM-DATA           PIC X(80).
000020 PROCEDURE      DIVISION USING LK-PARM-INFO.
000030 MAIN           SECTION.
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
            IF LK-PARM-LEN >= 14
               AND LK-PARM-DATA(1:14) IS NUMERIC
                MOVE LK-PARM-DATA(1:14) TO WS-LAST-SYNC
                MOVE "PARM" TO WS-SYNC-SOURCE
                SET LAST-SYNC-KNOWN TO TRUE
            END-IF.
            MOVE ZEROS TO WS-SECTION-COUNTS.
            OPEN OUTPUT CRMI-RPT.
            PERFORM PRINT-HEADING.
            OPEN INPUT CRM-CHANGE-FILE.
            IF WS-CHG-FS NOT = "00"
                MOVE SPACES TO WS-RPT-LINE
                STRING "CRM CHANGE FILE OPEN FAILED, STATUS "
                       WS-CHG-FS " - NOTHING APPLIED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE
                CLOSE CRMI-RPT
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM PROVE-CHANGE-FILE.
            CLOSE CRM-CHANGE-FILE.
            IF NOT TRAILER-PROVED
                CLOSE CRMI-RPT
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF NOT LAST-SYNC-KNOWN
                PERFORM FIND-LAST-SYNC
            END-IF.
            IF NOT LAST-SYNC-KNOWN
                MOVE SPACES TO WS-RPT-LINE
                STRING "LAST SYNC UNKNOWN - NO CUSTCRMI RUN-CONTROL "
                       "RECORD; SUPPLY PARM"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE
                MOVE SPACES TO WS-RPT-LINE
                STRING "  PARM='YYYYMMDDHHMMSS' - NOTHING APPLIED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE
                CLOSE CRMI-RPT
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "LOCAL CHANGES CHECKED SINCE LAST SYNC "
                   WS-LAST-SYNC " (" WS-SYNC-SOURCE ")"
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE.
            OPEN I-O CUSTOMER-MASTER.
            IF WS-CUST-FS NOT = "00"
                MOVE SPACES TO WS-RPT-LINE
                STRING "CUSTOMER MASTER OPEN FAILED, STATUS "
                       WS-CUST-FS " - NOTHING APPLIED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE
                CLOSE CRMI-RPT
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT JOURNAL-FILE.
            IF WS-JRNL-FS NOT = "00"
                MOVE SPACES TO WS-RPT-LINE
                STRING "CHANGE JOURNAL OPEN FAILED, STATUS "
                       WS-JRNL-FS " - NOTHING APPLIED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE
                CLOSE CRMI-RPT
                CLOSE CUSTOMER-MASTER
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-LOCAL-CHANGES.
            CLOSE JOURNAL-FILE.
            IF LOCAL-TABLE-FULL
                MOVE SPACES TO WS-RPT-LINE
                STRING "MORE THAN " WS-LOCAL-MAX
                       " KEYS CHANGED LOCALLY SINCE LAST SYNC"
                       " - NOTHING APPLIED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE
                CLOSE CRMI-RPT
                CLOSE CUSTOMER-MASTER
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN EXTEND JOURNAL-FILE.
            IF WS-JRNL-FS NOT = "00"
                MOVE SPACES TO WS-RPT-LINE
                STRING "CHANGE JOURNAL OPEN FAILED, STATUS "
                       WS-JRNL-FS " - NOTHING APPLIED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE
                CLOSE CRMI-RPT
                CLOSE CUSTOMER-MASTER
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT CRM-HOLD-FILE.
            IF WS-HOLD-FS NOT = "00"
                MOVE SPACES TO WS-RPT-LINE
                STRING "HELD-CHANGE FILE OPEN FAILED, STATUS "
                       WS-HOLD-FS " - NOTHING APPLIED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE
                CLOSE CRMI-RPT
                CLOSE CUSTOMER-MASTER
                CLOSE JOURNAL-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT CRM-CHANGE-FILE.
            IF WS-CHG-FS NOT = "00"
                MOVE SPACES TO WS-RPT-LINE
                STRING "CRM CHANGE FILE REOPEN FAILED, STATUS "
                       WS-CHG-FS " - NOTHING APPLIED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE
                CLOSE CRMI-RPT
                CLOSE CUSTOMER-MASTER
                CLOSE JOURNAL-FILE
                CLOSE CRM-HOLD-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE "N" TO WS-CHG-EOF-SW.
            PERFORM UNTIL CHG-EOF
                READ CRM-CHANGE-FILE
                    AT END
                        SET CHG-EOF TO TRUE
                    NOT AT END
                        IF CX-TYPE-DETAIL
                            ADD 1 TO WS-DETAIL-READ-COUNT
                            PERFORM APPLY-CRM-CHANGE
                        END-IF
                END-READ
            END-PERFORM.
            PERFORM VARYING WS-SECT-SUB FROM 1 BY 1
                    UNTIL WS-SECT-SUB > 3
                PERFORM PRINT-SECTION
            END-PERFORM.
            PERFORM PRINT-TOTALS.
            CLOSE CRM-CHANGE-FILE.
            CLOSE CUSTOMER-MASTER.
            CLOSE JOURNAL-FILE.
            CLOSE CRM-HOLD-FILE.
            IF WS-REJECTED-COUNT > 0 OR WS-HELD-COUNT > 0
               OR JOURNAL-GAP
                MOVE 4 TO WS-FINAL-RC
            END-IF.
            PERFORM WRITE-RUN-CONTROL.
            CLOSE CRMI-RPT.
            MOVE WS-FINAL-RC TO RETURN-CODE.
000040 STOP           RUN.

      * First pass: count the details by action and prove the
      * trailer against them, as HELLOACK proves the acknowledgment
      * trailer, before a single change is applied - a truncated or
      * doubled transmission must not half-apply.
       PROVE-CHANGE-FILE.
            PERFORM UNTIL CHG-EOF
                READ CRM-CHANGE-FILE
                    AT END
                        SET CHG-EOF TO TRUE
                    NOT AT END
                        PERFORM COUNT-CHANGE-RECORD
                END-READ
            END-PERFORM.
            IF NOT TRAILER-SEEN
                MOVE "N" TO WS-PROOF-SW
                MOVE SPACES TO WS-RPT-LINE
                STRING "NO TRAILER ON CRM CHANGE FILE - "
                       "TRANSMISSION MAY BE TRUNCATED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE
            ELSE
                IF WS-TR-DETAIL-COUNT NOT = WS-PROOF-DETAIL-COUNT
                   OR WS-TR-ADD-COUNT NOT = WS-PROOF-ADD-COUNT
                   OR WS-TR-CHANGE-COUNT NOT = WS-PROOF-CHANGE-COUNT
                   OR WS-TR-DELETE-COUNT NOT = WS-PROOF-DELETE-COUNT
                   OR WS-TR-REACT-COUNT NOT = WS-PROOF-REACT-COUNT
                    MOVE "N" TO WS-PROOF-SW
                    MOVE SPACES TO WS-RPT-LINE
                    STRING "TRAILER MISMATCH FOR EXTRACT "
                           WS-EXTRACT-DATE
                        DELIMITED BY SIZE INTO WS-RPT-LINE
                    WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE
                    MOVE SPACES TO WS-RPT-LINE
                    STRING "  TRAILER: DETAILS " WS-TR-DETAIL-COUNT
                           " ADD " WS-TR-ADD-COUNT
                           " CHG " WS-TR-CHANGE-COUNT
                           " DEL " WS-TR-DELETE-COUNT
                           " REA " WS-TR-REACT-COUNT
                        DELIMITED BY SIZE INTO WS-RPT-LINE
                    WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE
                    MOVE SPACES TO WS-RPT-LINE
                    STRING "  READ:    DETAILS " WS-PROOF-DETAIL-COUNT
                           " ADD " WS-PROOF-ADD-COUNT
                           " CHG " WS-PROOF-CHANGE-COUNT
                           " DEL " WS-PROOF-DELETE-COUNT
                           " REA " WS-PROOF-REACT-COUNT
                        DELIMITED BY SIZE INTO WS-RPT-LINE
                    WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE
                ELSE
                    IF WS-AFTER-TRAILER-COUNT > 0
                        MOVE "N" TO WS-PROOF-SW
                        MOVE SPACES TO WS-RPT-LINE
                        STRING WS-AFTER-TRAILER-COUNT
                               " DETAIL/TRAILER RECORD(S) AFTER THE "
                               "TRAILER FOR EXTRACT " WS-EXTRACT-DATE
                            DELIMITED BY SIZE INTO WS-RPT-LINE
                        WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE
                    ELSE
                        MOVE SPACES TO WS-RPT-LINE
                        STRING "TRAILER PROVED FOR EXTRACT "
                               WS-EXTRACT-DATE ": "
                               WS-PROOF-DETAIL-COUNT " DETAILS"
                            DELIMITED BY SIZE INTO WS-RPT-LINE
                        WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE
                    END-IF
                END-IF
            END-IF.
            IF NOT TRAILER-PROVED
                MOVE SPACES TO WS-RPT-LINE
                STRING "CRM CHANGE FILE NOT IN BALANCE - "
                       "NOTHING APPLIED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE
            END-IF.

      * A detail with an unrecognized action code still counts as a
      * detail (it is rejected when applied); a record of any other
      * type is counted and ignored, as HELLOACK ignores one.  The
      * trailer is the last record: a detail or another trailer
      * after it is a doubled or spliced transmission.
       COUNT-CHANGE-RECORD.
            IF TRAILER-SEEN
               AND (CX-TYPE-DETAIL OR CX-TYPE-TRAILER)
                ADD 1 TO WS-AFTER-TRAILER-COUNT
            END-IF.
            EVALUATE TRUE
                WHEN CX-TYPE-DETAIL
                    ADD 1 TO WS-PROOF-DETAIL-COUNT
                    EVALUATE TRUE
                        WHEN CX-ACTION-ADD
                            ADD 1 TO WS-PROOF-ADD-COUNT
                        WHEN CX-ACTION-CHANGE
                            ADD 1 TO WS-PROOF-CHANGE-COUNT
                        WHEN CX-ACTION-DELETE
                            ADD 1 TO WS-PROOF-DELETE-COUNT
                        WHEN CX-ACTION-REACTIVATE
                            ADD 1 TO WS-PROOF-REACT-COUNT
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                WHEN CX-TYPE-TRAILER
                    IF NOT TRAILER-SEEN
                        SET TRAILER-SEEN TO TRUE
                        PERFORM SAVE-CHANGE-TRAILER
                    END-IF
                WHEN OTHER
                    ADD 1 TO WS-OTHER-REC-COUNT
            END-EVALUATE.

       SAVE-CHANGE-TRAILER.
            MOVE CX-T-EXTRACT-DATE TO WS-EXTRACT-DATE.
            MOVE CX-T-DETAIL-COUNT TO WS-TR-DETAIL-COUNT.
            MOVE CX-T-ADD-COUNT TO WS-TR-ADD-COUNT.
            MOVE CX-T-CHANGE-COUNT TO WS-TR-CHANGE-COUNT.
            MOVE CX-T-DELETE-COUNT TO WS-TR-DELETE-COUNT.
            MOVE CX-T-REACT-COUNT TO WS-TR-REACT-COUNT.

      * The last sync is when the latest CUSTCRMI run that applied a
      * file started - its RUNCTL record carries that moment.
       FIND-LAST-SYNC.
            OPEN INPUT RUN-CONTROL-FILE.
            IF WS-RUNC-FS = "00"
                PERFORM UNTIL RUNC-EOF
                    READ RUN-CONTROL-FILE
                        AT END
                            SET RUNC-EOF TO TRUE
                        NOT AT END
                            IF RC-JOB-NAME = "CUSTCRMI"
                               AND RC-TIMESTAMP(1:14) > WS-LAST-SYNC
                                MOVE RC-TIMESTAMP(1:14)
                                    TO WS-LAST-SYNC
                                SET LAST-SYNC-KNOWN TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RUN-CONTROL-FILE
                MOVE "RUNCTL" TO WS-SYNC-SOURCE
            END-IF.

      * Every journal record another job wrote after the last sync
      * marks its key as changed locally; CUSTCRMI's own records
      * are corporate's changes coming back, not local ones.
       LOAD-LOCAL-CHANGES.
            PERFORM UNTIL JRNL-EOF
                READ JOURNAL-FILE
                    AT END
                        SET JRNL-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-JRNL-READ-COUNT
                        IF WS-JRNL-READ-COUNT = 1
                            MOVE JR-TIMESTAMP(1:14)
                                TO WS-JRNL-FIRST-TS
                        END-IF
                        IF JR-TIMESTAMP(1:14) > WS-LAST-SYNC
                           AND JR-JOB-SOURCE NOT = "CUSTCRMI"
                            PERFORM NOTE-LOCAL-CHANGE
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-JRNL-READ-COUNT = 0
               OR WS-JRNL-FIRST-TS > WS-LAST-SYNC
                SET JOURNAL-GAP TO TRUE
                MOVE SPACES TO WS-RPT-LINE
                STRING "WARNING: JOURNAL DOES NOT REACH BACK TO THE "
                       "LAST SYNC - LOCAL CHANGES"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE
                MOVE SPACES TO WS-RPT-LINE
                STRING "  MADE BEFORE THE LAST MASTER BACKUP WERE "
                       "NOT CHECKED FOR CONFLICT"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE
            END-IF.

       NOTE-LOCAL-CHANGE.
            PERFORM FIND-LOCAL-CHANGE.
            IF LOCAL-CHANGE-FOUND
                MOVE JR-JOB-SOURCE TO WS-LC-SOURCE(WS-LOCAL-SUB)
                MOVE JR-TIMESTAMP(1:14)
                    TO WS-LC-TIMESTAMP(WS-LOCAL-SUB)
            ELSE
                IF WS-LOCAL-COUNT < WS-LOCAL-MAX
                    ADD 1 TO WS-LOCAL-COUNT
                    MOVE JR-KEY-NAME TO WS-LC-KEY(WS-LOCAL-COUNT)
                    MOVE JR-JOB-SOURCE
                        TO WS-LC-SOURCE(WS-LOCAL-COUNT)
                    MOVE JR-TIMESTAMP(1:14)
                        TO WS-LC-TIMESTAMP(WS-LOCAL-COUNT)
                ELSE
                    SET LOCAL-TABLE-FULL TO TRUE
                END-IF
            END-IF.

      * Called with the key to look for in JR-KEY-NAME.
       FIND-LOCAL-CHANGE.
            MOVE "N" TO WS-LOCAL-SW.
            MOVE 0 TO WS-LOCAL-SUB.
            SET WS-LOCAL-IDX TO 1.
            SEARCH WS-LOCAL-ENTRY
                AT END
                    CONTINUE
                WHEN WS-LOCAL-IDX > WS-LOCAL-COUNT
                    CONTINUE
                WHEN WS-LC-KEY(WS-LOCAL-IDX) = JR-KEY-NAME
                    SET WS-LOCAL-SUB TO WS-LOCAL-IDX
                    SET LOCAL-CHANGE-FOUND TO TRUE
            END-SEARCH.

      * Same order of checks as CUSTUPDT APPLY-TRANSACTION, with the
      * conflict check between the master read and the apply.
       APPLY-CRM-CHANGE.
            MOVE SPACES TO CUST-TXN-RECORD.
            MOVE CX-ACTION-CODE TO CM-ACTION-CODE.
            MOVE CX-KEY-NAME TO CM-KEY-NAME.
            MOVE CX-NEW-STATUS TO CM-NEW-STATUS.
            MOVE CX-NEW-VIP-FLAG TO CM-NEW-VIP-FLAG.
            MOVE CX-NEW-PREF-LANG TO CM-NEW-PREF-LANG.
            MOVE SPACES TO WS-REJECT-REASON.
            MOVE "N" TO WS-FOUND-SW.
            MOVE SPACES TO WS-BEFORE-IMAGE.
            IF NOT CM-ACTION-VALID
                MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
                PERFORM RECORD-REJECT
            ELSE
                IF CM-KEY-NAME = SPACES OR CM-KEY-NAME = LOW-VALUES
                    MOVE "BLANK KEY NAME" TO WS-REJECT-REASON
                    PERFORM RECORD-REJECT
                ELSE
                    PERFORM CANONICALIZE-KEY
                END-IF
                IF WS-REJECT-REASON = SPACES
                    PERFORM READ-MASTER
                    PERFORM CHECK-LOCAL-CONFLICT
                    IF LOCAL-CHANGE-FOUND
                        PERFORM HOLD-CRM-CHANGE
                    ELSE
                        EVALUATE TRUE
                            WHEN CM-ACTION-ADD
                                PERFORM APPLY-ADD
                            WHEN CM-ACTION-CHANGE
                                PERFORM APPLY-CHANGE
                            WHEN CM-ACTION-DELETE
                                PERFORM APPLY-DELETE
                            WHEN CM-ACTION-REACTIVATE
                                PERFORM APPLY-REACTIVATE
                        END-EVALUATE
                    END-IF
                END-IF
            END-IF.

      * Same canonical key CUSTUPDT and the greeting lookups use; a
      * name NAMEPARS rejects never reaches the master.
       CANONICALIZE-KEY.
            MOVE SPACES TO NAME-FIRST NAME-LAST NAME-SUFFIX.
            MOVE CM-KEY-NAME TO NAME-FULL-TEXT.
            CALL "NAMEPARS" USING NAME-RECORD WS-PARSE-STATUS.
            IF WS-PARSE-STATUS = "OK"
                MOVE NAME-FULL-TEXT TO CM-KEY-NAME
            ELSE
                MOVE SPACES TO WS-REJECT-REASON
                STRING "NAME " WS-PARSE-STATUS
                    DELIMITED BY SIZE INTO WS-REJECT-REASON
                PERFORM RECORD-REJECT
            END-IF.

       READ-MASTER.
            MOVE "N" TO WS-FOUND-SW.
            MOVE SPACES TO WS-BEFORE-IMAGE.
            MOVE SPACES TO WS-JRNL-BEFORE.
            MOVE CM-KEY-NAME TO CUST-KEY-NAME.
            READ CUSTOMER-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET MASTER-FOUND TO TRUE
                    MOVE CUST-STATUS TO WS-BEFORE-STATUS
                    MOVE CUST-VIP-FLAG TO WS-BEFORE-VIP
                    MOVE CUST-PREF-LANG TO WS-BEFORE-LANG
                    MOVE CUSTOMER-MASTER-RECORD TO WS-JRNL-BEFORE
            END-READ.

       CHECK-LOCAL-CONFLICT.
            MOVE CM-KEY-NAME TO JR-KEY-NAME.
            PERFORM FIND-LOCAL-CHANGE.

      * Not applied: the change goes on CRMHOLD as the CUSTUPDT
      * transaction it stands for, for the reviewer to key or drop.
       HOLD-CRM-CHANGE.
            MOVE CUST-TXN-RECORD TO CRM-HOLD-RECORD.
            WRITE CRM-HOLD-RECORD.
            ADD 1 TO WS-HELD-COUNT.
            MOVE SPACES TO WS-LOCAL-DETAIL.
            STRING WS-LC-SOURCE(WS-LOCAL-SUB) " "
                   WS-LC-TIMESTAMP(WS-LOCAL-SUB)
                DELIMITED BY SIZE INTO WS-LOCAL-DETAIL.
            MOVE WS-LOCAL-DETAIL TO WS-REJECT-REASON.
            MOVE CM-NEW-STATUS TO WS-AFTER-STATUS.
            MOVE CM-NEW-VIP-FLAG TO WS-AFTER-VIP.
            MOVE CM-NEW-PREF-LANG TO WS-AFTER-LANG.
            MOVE 3 TO WS-RESULT-SECTION.
            PERFORM RECORD-RESULT.

       APPLY-ADD.
            IF MASTER-FOUND
                MOVE "DUPLICATE ADD" TO WS-REJECT-REASON
                PERFORM RECORD-REJECT
            ELSE
                MOVE CM-KEY-NAME TO CUST-KEY-NAME
                IF CM-NEW-STATUS = SPACES
                    MOVE "ACTIVE" TO CUST-STATUS
                ELSE
                    MOVE CM-NEW-STATUS TO CUST-STATUS
                END-IF
                IF CM-NEW-VIP-FLAG = SPACE
                    MOVE "N" TO CUST-VIP-FLAG
                ELSE
                    MOVE CM-NEW-VIP-FLAG TO CUST-VIP-FLAG
                END-IF
                IF CM-PREF-LANG-ERASE
                    MOVE SPACES TO CUST-PREF-LANG
                ELSE
                    MOVE CM-NEW-PREF-LANG TO CUST-PREF-LANG
                END-IF
                WRITE CUSTOMER-MASTER-RECORD
                    INVALID KEY
                        MOVE "WRITE FAILED" TO WS-REJECT-REASON
                        PERFORM RECORD-REJECT
                    NOT INVALID KEY
                        MOVE "W" TO WS-JRNL-ACTION
                        PERFORM WRITE-JOURNAL-RECORD
                        PERFORM RECORD-APPLIED
                END-WRITE
            END-IF.

       APPLY-CHANGE.
            IF NOT MASTER-FOUND
                MOVE "KEY NOT ON FILE" TO WS-REJECT-REASON
                PERFORM RECORD-REJECT
            ELSE
                IF CM-NEW-STATUS NOT = SPACES
                    MOVE CM-NEW-STATUS TO CUST-STATUS
                END-IF
                IF CM-NEW-VIP-FLAG NOT = SPACE
                    MOVE CM-NEW-VIP-FLAG TO CUST-VIP-FLAG
                END-IF
                IF CM-PREF-LANG-ERASE
                    MOVE SPACES TO CUST-PREF-LANG
                ELSE
                    IF CM-NEW-PREF-LANG NOT = SPACES
                        MOVE CM-NEW-PREF-LANG TO CUST-PREF-LANG
                    END-IF
                END-IF
                REWRITE CUSTOMER-MASTER-RECORD
                    INVALID KEY
                        MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                        PERFORM RECORD-REJECT
                    NOT INVALID KEY
                        MOVE "R" TO WS-JRNL-ACTION
                        PERFORM WRITE-JOURNAL-RECORD
                        PERFORM RECORD-APPLIED
                END-REWRITE
            END-IF.

       APPLY-DELETE.
            IF NOT MASTER-FOUND
                MOVE "KEY NOT ON FILE" TO WS-REJECT-REASON
                PERFORM RECORD-REJECT
            ELSE
                DELETE CUSTOMER-MASTER
                    INVALID KEY
                        MOVE "DELETE FAILED" TO WS-REJECT-REASON
                        PERFORM RECORD-REJECT
                    NOT INVALID KEY
                        MOVE "D" TO WS-JRNL-ACTION
                        PERFORM WRITE-JOURNAL-RECORD
                        PERFORM RECORD-APPLIED
                END-DELETE
            END-IF.

       APPLY-REACTIVATE.
            IF NOT MASTER-FOUND
                MOVE "KEY NOT ON FILE" TO WS-REJECT-REASON
                PERFORM RECORD-REJECT
            ELSE
                MOVE "ACTIVE" TO CUST-STATUS
                REWRITE CUSTOMER-MASTER-RECORD
                    INVALID KEY
                        MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                        PERFORM RECORD-REJECT
                    NOT INVALID KEY
                        MOVE "R" TO WS-JRNL-ACTION
                        PERFORM WRITE-JOURNAL-RECORD
                        PERFORM RECORD-APPLIED
                END-REWRITE
            END-IF.

      * One journal record per successful master I-O, before/after
      * images included, so CUSTRCVR can replay the run against a
      * restored backup (see CMJRNREC).
       WRITE-JOURNAL-RECORD.
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
            MOVE SPACES TO JOURNAL-RECORD.
            MOVE WS-TIMESTAMP TO JR-TIMESTAMP.
            MOVE "CUSTCRMI" TO JR-JOB-SOURCE.
            MOVE WS-JRNL-ACTION TO JR-ACTION.
            MOVE CM-KEY-NAME TO JR-KEY-NAME.
            MOVE WS-JRNL-BEFORE TO JR-BEFORE-IMAGE.
            IF JR-ACTION-DELETE
                MOVE SPACES TO JR-AFTER-IMAGE
            ELSE
                MOVE CUSTOMER-MASTER-RECORD TO JR-AFTER-IMAGE
            END-IF.
            WRITE JOURNAL-RECORD.

       RECORD-APPLIED.
            ADD 1 TO WS-APPLIED-COUNT.
            MOVE SPACES TO WS-REJECT-REASON.
            IF CM-ACTION-DELETE
                MOVE SPACES TO WS-AFTER-IMAGE
            ELSE
                MOVE CUST-STATUS TO WS-AFTER-STATUS
                MOVE CUST-VIP-FLAG TO WS-AFTER-VIP
                MOVE CUST-PREF-LANG TO WS-AFTER-LANG
            END-IF.
            MOVE 1 TO WS-RESULT-SECTION.
            PERFORM RECORD-RESULT.

       RECORD-REJECT.
            ADD 1 TO WS-REJECTED-COUNT.
            MOVE SPACES TO WS-AFTER-IMAGE.
            MOVE 2 TO WS-RESULT-SECTION.
            PERFORM RECORD-RESULT.

       RECORD-RESULT.
            ADD 1 TO WS-SECT-COUNT(WS-RESULT-SECTION).
            IF WS-RESULT-COUNT < WS-RESULT-MAX
                ADD 1 TO WS-RESULT-COUNT
                MOVE WS-RESULT-SECTION
                    TO WS-RT-SECTION(WS-RESULT-COUNT)
                MOVE CM-ACTION-CODE TO WS-RT-ACTION(WS-RESULT-COUNT)
                MOVE CM-KEY-NAME TO WS-RT-KEY(WS-RESULT-COUNT)
                MOVE CX-CRM-REF TO WS-RT-REF(WS-RESULT-COUNT)
                MOVE WS-REJECT-REASON
                    TO WS-RT-REASON(WS-RESULT-COUNT)
                MOVE WS-FOUND-SW TO WS-RT-FOUND(WS-RESULT-COUNT)
                MOVE WS-BEFORE-IMAGE
                    TO WS-RT-BEFORE(WS-RESULT-COUNT)
                MOVE WS-AFTER-IMAGE TO WS-RT-AFTER(WS-RESULT-COUNT)
            ELSE
                SET RESULT-TABLE-FULL TO TRUE
            END-IF.

      * One run-control record per run that got past the trailer
      * proof; its timestamp, the moment this run started, is the
      * next run's last sync.  A failed write leaves the older sync
      * point in force, which can only hold more, never less.
       WRITE-RUN-CONTROL.
            OPEN EXTEND RUN-CONTROL-FILE.
            IF WS-RUNC-FS = "00"
                MOVE SPACES TO RUN-CONTROL-RECORD
                MOVE "CUSTCRMI" TO RC-JOB-NAME
                MOVE WS-RUN-TIMESTAMP TO RC-TIMESTAMP
                MOVE RC-TIMESTAMP(1:8) TO RC-BUSINESS-DATE
                MOVE WS-DETAIL-READ-COUNT TO RC-RECORDS-IN
                MOVE WS-APPLIED-COUNT TO RC-RECORDS-OUT
                MOVE WS-FINAL-RC TO RC-RETURN-CODE
                WRITE RUN-CONTROL-RECORD
                CLOSE RUN-CONTROL-FILE
            ELSE
                DISPLAY "CUSTCRMI-W: RUN CONTROL UNAVAILABLE, "
                    "STATUS " WS-RUNC-FS " - NEXT RUN CHECKS "
                    "CONFLICTS FROM " WS-LAST-SYNC UPON CONSOLE
                MOVE SPACES TO WS-RPT-LINE
                STRING "RUN CONTROL NOT WRITTEN - NEXT RUN CHECKS "
                       "CONFLICTS FROM " WS-LAST-SYNC
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE
                IF WS-FINAL-RC < 4
                    MOVE 4 TO WS-FINAL-RC
                END-IF
            END-IF.

       PRINT-HEADING.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "CRM CUSTOMER CHANGES - APPLY REPORT, RUN "
                   WS-RUN-TIMESTAMP(1:14)
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE.

       PRINT-SECTION.
            MOVE SPACES TO WS-RPT-LINE.
            WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING WS-SECT-SUB ". " WS-SECT-TITLE(WS-SECT-SUB)
                   " COUNT " WS-SECT-COUNT(WS-SECT-SUB)
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE.
            PERFORM VARYING WS-RESULT-SUB FROM 1 BY 1
                    UNTIL WS-RESULT-SUB > WS-RESULT-COUNT
                IF WS-RT-SECTION(WS-RESULT-SUB) = WS-SECT-SUB
                    PERFORM PRINT-RESULT-ENTRY
                END-IF
            END-PERFORM.

       PRINT-RESULT-ENTRY.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "   " WS-RT-ACTION(WS-RESULT-SUB) "  "
                   WS-RT-KEY(WS-RESULT-SUB) "  CRM REF "
                   WS-RT-REF(WS-RESULT-SUB)
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE.
            EVALUATE WS-RT-SECTION(WS-RESULT-SUB)
                WHEN 1
                    PERFORM PRINT-BEFORE-IMAGE
                    MOVE SPACES TO WS-RPT-LINE
                    IF WS-RT-ACTION(WS-RESULT-SUB) = "D"
                        STRING "      AFTER:  *DELETED*"
                            DELIMITED BY SIZE INTO WS-RPT-LINE
                    ELSE
                        STRING "      AFTER:  "
                               WS-RT-A-STATUS(WS-RESULT-SUB)
                               " VIP=" WS-RT-A-VIP(WS-RESULT-SUB)
                               " LANG=" WS-RT-A-LANG(WS-RESULT-SUB)
                            DELIMITED BY SIZE INTO WS-RPT-LINE
                    END-IF
                    WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE
                WHEN 2
                    MOVE SPACES TO WS-RPT-LINE
                    STRING "      REJECTED - "
                           WS-RT-REASON(WS-RESULT-SUB)
                        DELIMITED BY SIZE INTO WS-RPT-LINE
                    WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE
                    IF WS-RT-FOUND(WS-RESULT-SUB) = "Y"
                        PERFORM PRINT-BEFORE-IMAGE
                    END-IF
                WHEN 3
                    MOVE SPACES TO WS-RPT-LINE
                    STRING "      LOCAL CHANGE BY "
                           WS-RT-REASON(WS-RESULT-SUB)
                        DELIMITED BY SIZE INTO WS-RPT-LINE
                    WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE
                    PERFORM PRINT-BEFORE-IMAGE
                    MOVE SPACES TO WS-RPT-LINE
                    STRING "      CRM ASKS: "
                           WS-RT-A-STATUS(WS-RESULT-SUB)
                           " VIP=" WS-RT-A-VIP(WS-RESULT-SUB)
                           " LANG=" WS-RT-A-LANG(WS-RESULT-SUB)
                        DELIMITED BY SIZE INTO WS-RPT-LINE
                    WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE
            END-EVALUATE.

       PRINT-BEFORE-IMAGE.
            MOVE SPACES TO WS-RPT-LINE.
            IF WS-RT-FOUND(WS-RESULT-SUB) = "Y"
                STRING "      BEFORE: "
                       WS-RT-B-STATUS(WS-RESULT-SUB)
                       " VIP=" WS-RT-B-VIP(WS-RESULT-SUB)
                       " LANG=" WS-RT-B-LANG(WS-RESULT-SUB)
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            ELSE
                STRING "      BEFORE: *NOT ON FILE*"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
            END-IF.
            WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE.

       PRINT-TOTALS.
            MOVE SPACES TO WS-RPT-LINE.
            WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE.
            IF RESULT-TABLE-FULL
                MOVE SPACES TO WS-RPT-LINE
                STRING "DETAIL LIMITED TO THE FIRST " WS-RESULT-MAX
                       " CHANGES - COUNTS ARE COMPLETE"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE
            END-IF.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "CRM CHANGES READ:       " WS-DETAIL-READ-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "APPLIED:                " WS-APPLIED-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "REJECTED:               " WS-REJECTED-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "HELD FOR REVIEW:        " WS-HELD-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "KEYS CHANGED LOCALLY:   " WS-LOCAL-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE.
            IF WS-OTHER-REC-COUNT > 0
                MOVE SPACES TO WS-RPT-LINE
                STRING "UNRECOGNIZED RECORDS:   " WS-OTHER-REC-COUNT
                       " (IGNORED)"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE CRMI-RPT-RECORD FROM WS-RPT-LINE
            END-IF.

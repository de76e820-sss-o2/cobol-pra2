000000 IDENTIFICATION DIVISION.
000010 PROGRAM-ID.    CUSTAUDT.
      *================================================================
      * Weekly cross-file referential-integrity audit over the files
      * that decide how a visitor is greeted: the customer master
      * (CUSTREC), the alias cross-reference (ALIASREC), the advance
      * bookings (APPTREC) and the greeting texts (GREETTBL).  The
      * rules these files depend on live in their copybook comments
      * and nothing enforces them at load time; a break in any of
      * them quietly turns a known customer into a walk-in.  One pass
      * over each file checks:
      *   01 an alias whose canonical name is not a master key,
      *   02 an alias whose canonical name is itself an alias
      *      (aliases are one level deep),
      *   03 an alias key that is also a master key (the lookups
      *      find the master and the alias is dead),
      *   04-06 a master, alias or booking key that is not in the
      *      canonical form NAMEPARS produces (unreachable by the
      *      greeting lookups),
      *   07 a CUST-STATUS outside CUST-STATUS-KNOWN,
      *   08 a VIP flag on an account that is not ACTIVE,
      *   09 a preferred language with no greeting text (greets in
      *      EN instead),
      *   10 a booking dated more than the grace period in the past
      *      that was never purged.
      * AUDITRPT lists every violation under its category, with the
      * key and what is wrong with it, and a count per category even
      * when it is zero.  The greeting texts are loaded exactly as
      * HELLO loads them - GREETTXT if present, the built-in EN/ES/FR
      * texts otherwise - so the language check matches what the
      * desk would actually greet with.
      * PARM='ddd' sets the booking grace period in days (default
      * 007), so a booking HELLONSR may still be rerun against is
      * not reported.
      * RC=0 no violations; RC=4 one or more violations - clean up
      * before the next roster run; RC=12 CUSTMAST, ALIASMST or
      * APPTMAST failed to open - nothing audited.
      *================================================================
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT AUDIT-RPT ASSIGN TO AUDITRPT
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT GREETING-TEXT-FILE ASSIGN TO GREETTXT
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GRTX-FS.
             SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CUST-KEY-NAME
                 FILE STATUS IS WS-CUST-FS.
             SELECT ALIAS-FILE ASSIGN TO ALIASMST
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS ALIAS-KEY-NAME
                 FILE STATUS IS WS-ALIAS-FS.
             SELECT APPOINTMENT-FILE ASSIGN TO APPTFILE
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS APPT-KEY
                 FILE STATUS IS WS-APPT-FS.
       DATA DIVISION.
         FILE SECTION.
         FD  AUDIT-RPT.
          01 AUDIT-RPT-RECORD        PIC X(80).
         FD  GREETING-TEXT-FILE.
          01 GREETING-TEXT-RECORD    PIC X(57).
         FD  CUSTOMER-MASTER.
          01 CUSTOMER-MASTER-RECORD.
             COPY CUSTREC.
         FD  ALIAS-FILE.
          01 ALIAS-RECORD.
             COPY ALIASREC.
         FD  APPOINTMENT-FILE.
          01 APPOINTMENT-RECORD.
             COPY APPTREC.
         WORKING-STORAGE SECTION.
          01 NAME-RECORD.
             COPY NAMEREC.
          01 WS-PARSE-STATUS         PIC X(8).
          01 WS-GRTX-FS              PIC XX.
          01 WS-GRTX-EOF-SW          PIC X VALUE "N".
             88 GRTX-EOF                      VALUE "Y".
          01 WS-CUST-FS              PIC XX.
          01 WS-ALIAS-FS             PIC XX.
          01 WS-APPT-FS              PIC XX.
          01 WS-SCAN-EOF-SW          PIC X.
             88 SCAN-EOF                      VALUE "Y".
          01 WS-DEFAULTS-SW          PIC X VALUE "N".
             88 GREETING-DEFAULTS-USED        VALUE "Y".
          01 WS-FOUND-SW             PIC X.
             88 RECORD-FOUND                  VALUE "Y".
          01 WS-CANON-SW             PIC X.
             88 KEY-IS-CANONICAL              VALUE "Y".
          01 WS-CHECK-NAME           PIC X(40).
          01 WS-SAVE-ALIAS-KEY       PIC X(40).
          01 WS-SAVE-CANON-NAME      PIC X(40).
          01 WS-VIOL-CATEGORY        PIC 9(2).
          01 WS-VIOL-KEY             PIC X(40).
          01 WS-VIOL-DETAIL          PIC X(50).
          01 WS-CURRENT-DATE         PIC X(21).
          01 WS-TODAY-DATE           PIC 9(8).
          01 WS-CUTOFF-INT           PIC 9(9).
          01 WS-CUTOFF-DATE          PIC 9(8).
          01 WS-CUTOFF-X             PIC X(8).
          01 WS-GRACE-DAYS           PIC 9(3) VALUE 7.
          01 WS-MASTER-COUNT         PIC 9(7) VALUE 0.
          01 WS-ALIAS-COUNT          PIC 9(7) VALUE 0.
          01 WS-BOOKING-COUNT        PIC 9(7) VALUE 0.
          01 WS-TOTAL-VIOL-COUNT     PIC 9(7) VALUE 0.
          01 WS-CAT-SUB              PIC 9(2) COMP.
          01 WS-CAT-NUMBER           PIC 9(2).
          01 WS-VIOL-SUB             PIC 9(5) COMP.
          01 WS-CATEGORY-TITLE-DATA.
             05 FILLER PIC X(40) VALUE
                "ALIAS POINTS AT MISSING MASTER".
             05 FILLER PIC X(40) VALUE
                "ALIAS POINTS AT ANOTHER ALIAS".
             05 FILLER PIC X(40) VALUE
                "ALIAS KEY IS ALSO A MASTER KEY".
             05 FILLER PIC X(40) VALUE
                "NON-CANONICAL MASTER KEY".
             05 FILLER PIC X(40) VALUE
                "NON-CANONICAL ALIAS KEY".
             05 FILLER PIC X(40) VALUE
                "NON-CANONICAL BOOKING KEY".
             05 FILLER PIC X(40) VALUE
                "UNKNOWN CUSTOMER STATUS".
             05 FILLER PIC X(40) VALUE
                "VIP FLAG ON NON-ACTIVE ACCOUNT".
             05 FILLER PIC X(40) VALUE
                "PREFERRED LANGUAGE HAS NO GREETING TEXT".
             05 FILLER PIC X(40) VALUE
                "PAST-DATED BOOKING NOT PURGED".
          01 WS-CATEGORY-TITLES REDEFINES WS-CATEGORY-TITLE-DATA.
             05 WS-CAT-TITLE OCCURS 10 TIMES PIC X(40).
          01 WS-CATEGORY-COUNTS.
             05 WS-CAT-COUNT OCCURS 10 TIMES PIC 9(7).
          01 WS-VIOL-TABLE.
             05 WS-VIOL-MAX          PIC 9(5) VALUE 5000.
             05 WS-VIOL-COUNT        PIC 9(5) VALUE 0.
             05 WS-VIOL-ENTRY OCCURS 5000 TIMES.
                10 WS-VT-CATEGORY    PIC 9(2).
                10 WS-VT-KEY         PIC X(40).
                10 WS-VT-DETAIL      PIC X(50).
          01 WS-TABLE-FULL-SW        PIC X VALUE "N".
             88 VIOL-TABLE-FULL               VALUE "Y".
          01 WS-RPT-LINE             PIC X(80).
          COPY GREETTBL.
       LINKAGE SECTION.
        01 LK-PARM-INFO.
           05 LK-PARM-LEN            PIC S9(4) COMP.
           05 LK-PARM-DATA           PIC X(80).
000020 PROCEDURE      DIVISION USING LK-PARM-INFO.
000030 MAIN           SECTION.
            IF LK-PARM-LEN >= 3
               AND LK-PARM-DATA(1:3) IS NUMERIC
                MOVE LK-PARM-DATA(1:3) TO WS-GRACE-DAYS
            END-IF.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
            MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-DATE.
            COMPUTE WS-CUTOFF-INT =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                - WS-GRACE-DAYS.
            MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
                TO WS-CUTOFF-DATE.
            MOVE WS-CUTOFF-DATE TO WS-CUTOFF-X.
            MOVE ZEROS TO WS-CATEGORY-COUNTS.
            OPEN OUTPUT AUDIT-RPT.
            OPEN INPUT CUSTOMER-MASTER.
            IF WS-CUST-FS NOT = "00"
                MOVE SPACES TO WS-RPT-LINE
                STRING "CUSTOMER MASTER OPEN FAILED, STATUS "
                       WS-CUST-FS " - NOTHING AUDITED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE AUDIT-RPT-RECORD FROM WS-RPT-LINE
                CLOSE AUDIT-RPT
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT ALIAS-FILE.
            IF WS-ALIAS-FS NOT = "00"
                MOVE SPACES TO WS-RPT-LINE
                STRING "ALIAS FILE OPEN FAILED, STATUS "
                       WS-ALIAS-FS " - NOTHING AUDITED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE AUDIT-RPT-RECORD FROM WS-RPT-LINE
                CLOSE AUDIT-RPT
                CLOSE CUSTOMER-MASTER
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT APPOINTMENT-FILE.
            IF WS-APPT-FS NOT = "00"
                MOVE SPACES TO WS-RPT-LINE
                STRING "APPOINTMENT FILE OPEN FAILED, STATUS "
                       WS-APPT-FS " - NOTHING AUDITED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE AUDIT-RPT-RECORD FROM WS-RPT-LINE
                CLOSE AUDIT-RPT
                CLOSE CUSTOMER-MASTER
                CLOSE ALIAS-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-GREETING-TABLE.
            PERFORM AUDIT-MASTER-FILE.
            PERFORM AUDIT-ALIAS-FILE.
            PERFORM AUDIT-BOOKING-FILE.
            PERFORM PRINT-HEADING.
            PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                    UNTIL WS-CAT-SUB > 10
                PERFORM PRINT-CATEGORY
            END-PERFORM.
            PERFORM PRINT-TOTALS.
            CLOSE AUDIT-RPT.
            CLOSE CUSTOMER-MASTER.
            CLOSE ALIAS-FILE.
            CLOSE APPOINTMENT-FILE.
            IF WS-TOTAL-VIOL-COUNT > 0
                MOVE 4 TO RETURN-CODE
            END-IF.
000040 STOP           RUN.

      * Same load as HELLO's: GREETTXT entries if the dataset has
      * any, the built-in texts otherwise.
       LOAD-GREETING-TABLE.
            MOVE 0 TO WS-LANG-COUNT.
            OPEN INPUT GREETING-TEXT-FILE.
            IF WS-GRTX-FS = "00"
                PERFORM UNTIL GRTX-EOF
                    READ GREETING-TEXT-FILE
                        AT END
                            SET GRTX-EOF TO TRUE
                        NOT AT END
                            IF GREETING-TEXT-RECORD(1:2) NOT = SPACES
                               AND WS-LANG-COUNT < WS-LANG-MAX
                                ADD 1 TO WS-LANG-COUNT
                                MOVE GREETING-TEXT-RECORD TO
                                    WS-GREETING-ENTRY(WS-LANG-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GREETING-TEXT-FILE
            END-IF.
            IF WS-LANG-COUNT = 0
                SET GREETING-DEFAULTS-USED TO TRUE
                MOVE 3 TO WS-LANG-COUNT
                PERFORM VARYING WS-LANG-IDX FROM 1 BY 1
                        UNTIL WS-LANG-IDX > 3
                    MOVE WS-DEFAULT-ENTRY(WS-LANG-IDX)
                        TO WS-GREETING-ENTRY(WS-LANG-IDX)
                END-PERFORM
            END-IF.

       AUDIT-MASTER-FILE.
            MOVE "N" TO WS-SCAN-EOF-SW.
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
                        ADD 1 TO WS-MASTER-COUNT
                        PERFORM CHECK-MASTER-RECORD
                END-READ
            END-PERFORM.

       CHECK-MASTER-RECORD.
            MOVE CUST-KEY-NAME TO WS-CHECK-NAME.
            PERFORM CHECK-CANONICAL.
            IF NOT KEY-IS-CANONICAL
                MOVE 4 TO WS-VIOL-CATEGORY
                MOVE CUST-KEY-NAME TO WS-VIOL-KEY
                PERFORM RECORD-VIOLATION
            END-IF.
            IF NOT CUST-STATUS-KNOWN
                MOVE 7 TO WS-VIOL-CATEGORY
                MOVE CUST-KEY-NAME TO WS-VIOL-KEY
                MOVE SPACES TO WS-VIOL-DETAIL
                STRING "STATUS '" CUST-STATUS "'"
                    DELIMITED BY SIZE INTO WS-VIOL-DETAIL
                PERFORM RECORD-VIOLATION
            END-IF.
            IF CUST-IS-VIP AND NOT CUST-ACTIVE
                MOVE 8 TO WS-VIOL-CATEGORY
                MOVE CUST-KEY-NAME TO WS-VIOL-KEY
                MOVE SPACES TO WS-VIOL-DETAIL
                STRING "STATUS " CUST-STATUS " VIP=" CUST-VIP-FLAG
                    DELIMITED BY SIZE INTO WS-VIOL-DETAIL
                PERFORM RECORD-VIOLATION
            END-IF.
            IF CUST-PREF-LANG NOT = SPACES
                MOVE "N" TO WS-FOUND-SW
                SET WS-LANG-IDX TO 1
                SEARCH WS-GREETING-ENTRY
                    AT END
                        CONTINUE
                    WHEN WS-LANG-IDX > WS-LANG-COUNT
                        CONTINUE
                    WHEN WS-LANG-CODE(WS-LANG-IDX) = CUST-PREF-LANG
                        SET RECORD-FOUND TO TRUE
                END-SEARCH
                IF NOT RECORD-FOUND
                    MOVE 9 TO WS-VIOL-CATEGORY
                    MOVE CUST-KEY-NAME TO WS-VIOL-KEY
                    MOVE SPACES TO WS-VIOL-DETAIL
                    STRING "LANGUAGE '" CUST-PREF-LANG "'"
                        DELIMITED BY SIZE INTO WS-VIOL-DETAIL
                    PERFORM RECORD-VIOLATION
                END-IF
            END-IF.

      * The alias browse needs random reads of ALIASMST itself to
      * tell a chained alias from a missing master; each one loses
      * the browse position, so the browse is restarted just past
      * the alias being checked.
       AUDIT-ALIAS-FILE.
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
                        ADD 1 TO WS-ALIAS-COUNT
                        PERFORM CHECK-ALIAS-RECORD
                END-READ
            END-PERFORM.

       CHECK-ALIAS-RECORD.
            MOVE ALIAS-KEY-NAME TO WS-SAVE-ALIAS-KEY.
            MOVE ALIAS-CANON-NAME TO WS-SAVE-CANON-NAME.
            MOVE ALIAS-KEY-NAME TO WS-CHECK-NAME.
            PERFORM CHECK-CANONICAL.
            IF NOT KEY-IS-CANONICAL
                MOVE 5 TO WS-VIOL-CATEGORY
                MOVE WS-SAVE-ALIAS-KEY TO WS-VIOL-KEY
                PERFORM RECORD-VIOLATION
            END-IF.
            MOVE WS-SAVE-ALIAS-KEY TO CUST-KEY-NAME.
            READ CUSTOMER-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 3 TO WS-VIOL-CATEGORY
                    MOVE WS-SAVE-ALIAS-KEY TO WS-VIOL-KEY
                    MOVE SPACES TO WS-VIOL-DETAIL
                    STRING "MASTER " CUST-STATUS " HIDES ALIAS"
                        DELIMITED BY SIZE INTO WS-VIOL-DETAIL
                    PERFORM RECORD-VIOLATION
            END-READ.
            MOVE WS-SAVE-CANON-NAME TO CUST-KEY-NAME.
            READ CUSTOMER-MASTER
                INVALID KEY
                    PERFORM CLASSIFY-BROKEN-ALIAS
                NOT INVALID KEY
                    CONTINUE
            END-READ.

       CLASSIFY-BROKEN-ALIAS.
            MOVE WS-SAVE-CANON-NAME TO ALIAS-KEY-NAME.
            READ ALIAS-FILE
                INVALID KEY
                    MOVE 1 TO WS-VIOL-CATEGORY
                NOT INVALID KEY
                    MOVE 2 TO WS-VIOL-CATEGORY
            END-READ.
            MOVE WS-SAVE-ALIAS-KEY TO WS-VIOL-KEY.
            MOVE SPACES TO WS-VIOL-DETAIL.
            STRING "POINTS AT " WS-SAVE-CANON-NAME
                DELIMITED BY SIZE INTO WS-VIOL-DETAIL.
            PERFORM RECORD-VIOLATION.
            MOVE WS-SAVE-ALIAS-KEY TO ALIAS-KEY-NAME.
            START ALIAS-FILE KEY GREATER THAN ALIAS-KEY-NAME
                INVALID KEY
                    SET SCAN-EOF TO TRUE
            END-START.

       AUDIT-BOOKING-FILE.
            MOVE "N" TO WS-SCAN-EOF-SW.
            PERFORM UNTIL SCAN-EOF
                READ APPOINTMENT-FILE NEXT RECORD
                    AT END
                        SET SCAN-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-BOOKING-COUNT
                        PERFORM CHECK-BOOKING-RECORD
                END-READ
            END-PERFORM.

       CHECK-BOOKING-RECORD.
            MOVE APPT-KEY-NAME TO WS-CHECK-NAME.
            PERFORM CHECK-CANONICAL.
            IF NOT KEY-IS-CANONICAL
                MOVE 6 TO WS-VIOL-CATEGORY
                MOVE APPT-KEY-NAME TO WS-VIOL-KEY
                PERFORM RECORD-VIOLATION
            END-IF.
            IF APPT-KEY-DATE < WS-CUTOFF-X
                MOVE 10 TO WS-VIOL-CATEGORY
                MOVE APPT-KEY-NAME TO WS-VIOL-KEY
                MOVE SPACES TO WS-VIOL-DETAIL
                STRING "BOOKED " APPT-KEY-DATE " AT " APPT-TIME
                    DELIMITED BY SIZE INTO WS-VIOL-DETAIL
                PERFORM RECORD-VIOLATION
            END-IF.

      * A key is canonical when the shared parser accepts it and
      * hands it back unchanged - exactly the form the greeting
      * lookups build from an arriving name.  The detail shows what
      * the key should have been (or why it cannot parse).
       CHECK-CANONICAL.
            MOVE "N" TO WS-CANON-SW.
            MOVE SPACES TO NAME-FIRST NAME-LAST NAME-SUFFIX.
            MOVE WS-CHECK-NAME TO NAME-FULL-TEXT.
            CALL "NAMEPARS" USING NAME-RECORD WS-PARSE-STATUS.
            MOVE SPACES TO WS-VIOL-DETAIL.
            IF WS-PARSE-STATUS = "OK"
                IF NAME-FULL-TEXT = WS-CHECK-NAME
                    SET KEY-IS-CANONICAL TO TRUE
                ELSE
                    STRING "SHOULD BE " NAME-FULL-TEXT
                        DELIMITED BY SIZE INTO WS-VIOL-DETAIL
                END-IF
            ELSE
                STRING "NAME " WS-PARSE-STATUS
                    DELIMITED BY SIZE INTO WS-VIOL-DETAIL
            END-IF.

      * Every violation counts; the detail table only holds the
      * first WS-VIOL-MAX, and the report says so when it fills.
       RECORD-VIOLATION.
            ADD 1 TO WS-CAT-COUNT(WS-VIOL-CATEGORY).
            ADD 1 TO WS-TOTAL-VIOL-COUNT.
            IF WS-VIOL-COUNT < WS-VIOL-MAX
                ADD 1 TO WS-VIOL-COUNT
                MOVE WS-VIOL-CATEGORY TO WS-VT-CATEGORY(WS-VIOL-COUNT)
                MOVE WS-VIOL-KEY TO WS-VT-KEY(WS-VIOL-COUNT)
                MOVE WS-VIOL-DETAIL TO WS-VT-DETAIL(WS-VIOL-COUNT)
            ELSE
                SET VIOL-TABLE-FULL TO TRUE
            END-IF.

       PRINT-HEADING.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "CROSS-FILE INTEGRITY AUDIT - RUN " WS-TODAY-DATE
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE AUDIT-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "BOOKINGS DATED BEFORE " WS-CUTOFF-X
                   " (GRACE " WS-GRACE-DAYS " DAYS) ARE PAST"
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE AUDIT-RPT-RECORD FROM WS-RPT-LINE.
            IF GREETING-DEFAULTS-USED
                MOVE SPACES TO WS-RPT-LINE
                STRING "GREETTXT UNAVAILABLE OR EMPTY - LANGUAGES "
                       "CHECKED AGAINST BUILT-IN EN/ES/FR"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE AUDIT-RPT-RECORD FROM WS-RPT-LINE
            END-IF.
            MOVE SPACES TO WS-RPT-LINE.
            WRITE AUDIT-RPT-RECORD FROM WS-RPT-LINE.

       PRINT-CATEGORY.
            MOVE WS-CAT-SUB TO WS-CAT-NUMBER.
            MOVE SPACES TO WS-RPT-LINE.
            STRING WS-CAT-NUMBER ". " WS-CAT-TITLE(WS-CAT-SUB)
                   " COUNT " WS-CAT-COUNT(WS-CAT-SUB)
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE AUDIT-RPT-RECORD FROM WS-RPT-LINE.
            PERFORM VARYING WS-VIOL-SUB FROM 1 BY 1
                    UNTIL WS-VIOL-SUB > WS-VIOL-COUNT
                IF WS-VT-CATEGORY(WS-VIOL-SUB) = WS-CAT-SUB
                    MOVE SPACES TO WS-RPT-LINE
                    STRING "    " WS-VT-KEY(WS-VIOL-SUB)
                        DELIMITED BY SIZE INTO WS-RPT-LINE
                    WRITE AUDIT-RPT-RECORD FROM WS-RPT-LINE
                    IF WS-VT-DETAIL(WS-VIOL-SUB) NOT = SPACES
                        MOVE SPACES TO WS-RPT-LINE
                        STRING "        " WS-VT-DETAIL(WS-VIOL-SUB)
                            DELIMITED BY SIZE INTO WS-RPT-LINE
                        WRITE AUDIT-RPT-RECORD FROM WS-RPT-LINE
                    END-IF
                END-IF
            END-PERFORM.
            MOVE SPACES TO WS-RPT-LINE.
            WRITE AUDIT-RPT-RECORD FROM WS-RPT-LINE.

       PRINT-TOTALS.
            IF VIOL-TABLE-FULL
                MOVE SPACES TO WS-RPT-LINE
                STRING "DETAIL LIMITED TO THE FIRST " WS-VIOL-MAX
                       " VIOLATIONS - COUNTS ARE COMPLETE"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE AUDIT-RPT-RECORD FROM WS-RPT-LINE
            END-IF.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "MASTER RECORDS READ:  " WS-MASTER-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE AUDIT-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "ALIAS RECORDS READ:   " WS-ALIAS-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE AUDIT-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "BOOKINGS READ:        " WS-BOOKING-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE AUDIT-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "GREETING LANGUAGES:   " WS-LANG-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE AUDIT-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "TOTAL VIOLATIONS:     " WS-TOTAL-VIOL-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE AUDIT-RPT-RECORD FROM WS-RPT-LINE.

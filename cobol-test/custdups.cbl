000000 IDENTIFICATION DIVISION.
000010 PROGRAM-ID.    CUSTDUPS.
      *================================================================
      * Duplicate-customer candidate scan over the customer master,
      * so a person enrolled twice is found by the desk instead of
      * by a guest whose visit count is wrong.  Feeds CUSTMRGE: the
      * scan proposes, the desk decides, CUSTMRGE merges.
      * Every master key is split by NAMEPARS into first name,
      * middle words, surname (the last word of NAME-LAST) and
      * suffix.  Keys are grouped by a sound-alike code of the
      * surname (American Soundex: first letter plus three digits;
      * H and W do not separate like-coded letters, vowels do), and
      * every pair within a group is scored out of 100:
      *   first names   same 60; nickname and full name (or two
      *                 nicknames of one name) 50; an initial and a
      *                 name starting with it 40; only the first
      *                 initial the same 25; anything else is not a
      *                 candidate,
      *   surname       same +35; sound-alike only +15,
      *   suffix        one with a generational suffix, one without
      *                 -5; two different suffixes (JR/SR) are
      *                 father and son, never a candidate,
      *   middle words  one with, one without -5; two that differ
      *                 (other than an initial against the name it
      *                 starts) -20.
      * Pairs at or above the minimum score (PARM='nnn', default
      * 050) are printed on DUPRPT best first, each with both keys'
      * visit counts and last visit from the visit summary (see
      * VSUMREC) and the reasons that scored.  The survivor is the
      * more-visited of the two; a tie goes to the later last
      * visit, then to the key first in order.
      * MRGPROP carries one proposed CUSTMRGE transaction (see
      * MRGTXREC) per candidate, in the same ranked order, so the
      * desk deletes the lines it disagrees with and feeds the rest
      * straight to CUSTMRGE.  A key already proposed to merge away
      * is not proposed again further down - it will be gone by
      * then - and the report says so; the pair still prints.
      * A key NAMEPARS cannot split into first and last name is not
      * compared (CUSTAUDT reports non-canonical keys).
      * RC=0 no candidates; RC=4 candidates to review; RC=8 the
      * master outgrew the in-core table - the scan covered only
      * the first part of the file; RC=12 CUSTMAST or VISSUM failed
      * to open - nothing scanned.
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
             SELECT DUP-RPT ASSIGN TO DUPRPT
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT MERGE-PROPOSAL-FILE ASSIGN TO MRGPROP
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
         FILE SECTION.
         FD  CUSTOMER-MASTER.
          01 CUSTOMER-MASTER-RECORD.
             COPY CUSTREC.
         FD  VISIT-SUMMARY.
          01 VISIT-SUMMARY-RECORD.
             COPY VSUMREC.
         FD  DUP-RPT.
          01 DUP-RPT-RECORD          PIC X(80).
         FD  MERGE-PROPOSAL-FILE.
          01 MERGE-PROPOSAL-RECORD.
             COPY MRGTXREC.
         WORKING-STORAGE SECTION.
          01 NAME-RECORD.
             COPY NAMEREC.
          01 WS-PARSE-STATUS         PIC X(8).
          01 WS-CUST-FS              PIC XX.
          01 WS-VSUM-FS              PIC XX.
          01 WS-SCAN-EOF-SW          PIC X VALUE "N".
             88 SCAN-EOF                      VALUE "Y".
          01 WS-CUST-FULL-SW         PIC X VALUE "N".
             88 CUST-TABLE-FULL               VALUE "Y".
          01 WS-PAIR-FULL-SW         PIC X VALUE "N".
             88 PAIR-TABLE-FULL               VALUE "Y".
          01 WS-NICK-SW              PIC X VALUE "N".
             88 NICKNAME-MATCH                VALUE "Y".
          01 WS-TIMESTAMP            PIC X(21).
          01 WS-MIN-SCORE            PIC 9(3) VALUE 50.
          01 WS-MIN-SCORE-X          PIC X(3).
          01 WS-MASTER-COUNT         PIC 9(7) VALUE 0.
          01 WS-SKIPPED-COUNT        PIC 9(7) VALUE 0.
          01 WS-CANDIDATE-COUNT      PIC 9(7) VALUE 0.
          01 WS-PROPOSED-COUNT       PIC 9(7) VALUE 0.
          01 WS-NOT-PROPOSED-COUNT   PIC 9(7) VALUE 0.
          01 WS-RANK                 PIC 9(5) VALUE 0.
      * Every comparable master key, with what the scoring and the
      * report need.  WS-CT-NEXT chains the keys that share a
      * sound-alike code, from WS-BLOCK-HEAD.
          01 WS-CUST-TABLE.
             05 WS-CT-MAX            PIC 9(5) VALUE 50000.
             05 WS-CT-COUNT          PIC 9(5) VALUE 0.
             05 WS-CT-ENTRY OCCURS 50000 TIMES.
                10 WS-CT-KEY         PIC X(40).
                10 WS-CT-FIRST       PIC X(15).
                10 WS-CT-MIDDLE      PIC X(20).
                10 WS-CT-SURNAME     PIC X(20).
                10 WS-CT-SUFFIX      PIC X(5).
                10 WS-CT-STATUS      PIC X(10).
                10 WS-CT-VISITS      PIC 9(7).
                10 WS-CT-LAST-VISIT  PIC X(8).
                10 WS-CT-MERGED      PIC X(1).
                10 WS-CT-NEXT        PIC 9(5) COMP.
      * One chain head per sound-alike code: letter 1-26 times 1000
      * plus the three digits.
          01 WS-BLOCK-TABLE.
             05 WS-BLOCK-HEAD OCCURS 26000 TIMES PIC 9(5) COMP.
          01 WS-BLOCK-SUB            PIC 9(5) COMP.
          01 WS-CT-SUB               PIC 9(5) COMP.
          01 WS-A-SUB                PIC 9(5) COMP.
          01 WS-B-SUB                PIC 9(5) COMP.
          01 WS-KEEP-SUB             PIC 9(5) COMP.
          01 WS-LOSE-SUB             PIC 9(5) COMP.
      * Candidate pairs at or above the minimum score.
          01 WS-PAIR-TABLE.
             05 WS-PAIR-MAX          PIC 9(5) VALUE 10000.
             05 WS-PAIR-COUNT        PIC 9(5) VALUE 0.
             05 WS-PAIR-ENTRY OCCURS 10000 TIMES.
                10 WS-PR-A           PIC 9(5) COMP.
                10 WS-PR-B           PIC 9(5) COMP.
                10 WS-PR-SCORE       PIC 9(3).
                10 WS-PR-FIRST-REL   PIC X(1).
                10 WS-PR-LAST-REL    PIC X(1).
                10 WS-PR-SUFFIX-REL  PIC X(1).
                10 WS-PR-MIDDLE-REL  PIC X(1).
          01 WS-PAIR-SUB             PIC 9(5) COMP.
          01 WS-SCORE-SUB            PIC S9(3) COMP.
      * Scoring work for the pair in hand.
          01 WS-SCORE                PIC S9(3).
          01 WS-FIRST-REL            PIC X(1).
             88 FIRST-SAME                    VALUE "S".
             88 FIRST-NICKNAME                VALUE "N".
             88 FIRST-INITIAL                 VALUE "I".
             88 FIRST-LETTER-ONLY             VALUE "F".
             88 FIRST-NO-MATCH                VALUE " ".
          01 WS-LAST-REL             PIC X(1).
             88 LAST-SAME                     VALUE "E".
             88 LAST-SOUNDALIKE               VALUE "A".
          01 WS-SUFFIX-REL           PIC X(1).
             88 SUFFIX-ONE-SIDED              VALUE "X".
             88 SUFFIX-CONFLICT               VALUE "C".
          01 WS-MIDDLE-REL           PIC X(1).
             88 MIDDLE-DIFFERS                VALUE "D".
             88 MIDDLE-ONE-SIDED              VALUE "P".
          01 WS-NAME-A               PIC X(20).
          01 WS-NAME-B               PIC X(20).
          01 WS-INITIAL-SW           PIC X VALUE "N".
             88 EITHER-IS-INITIAL             VALUE "Y".
      * Surname split and sound-alike code work.
          01 WS-END-POS              PIC 9(2) COMP.
          01 WS-START-POS            PIC 9(2) COMP.
          01 WS-SURNAME-LEN          PIC 9(2) COMP.
          01 WS-SDX-NAME             PIC X(20).
          01 WS-SDX-SUB              PIC 9(2) COMP.
          01 WS-SDX-CHAR             PIC X(1).
          01 WS-SDX-CODE             PIC X(1).
          01 WS-SDX-PREV             PIC X(1).
          01 WS-SDX-FILLED           PIC 9(1) COMP.
          01 WS-SDX-LETTER-POS       PIC 9(2) COMP.
          01 WS-ALPHA-POS            PIC 9(2) COMP.
          01 WS-SDX-DIGITS           PIC X(3).
          01 WS-SDX-NUM REDEFINES WS-SDX-DIGITS PIC 9(3).
          01 WS-ALPHABET             PIC X(26)
                 VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
          01 WS-SDX-CODE-TABLE       PIC X(26)
                 VALUE "01230120022455012623010202".
      * Common English nicknames and the name each is short for.  A
      * nickname short for more than one name has an entry for each.
          01 WS-NICKNAME-DATA.
             05 FILLER PIC X(24) VALUE "ABBY        ABIGAIL".
             05 FILLER PIC X(24) VALUE "AL          ALBERT".
             05 FILLER PIC X(24) VALUE "AL          ALFRED".
             05 FILLER PIC X(24) VALUE "AL          ALAN".
             05 FILLER PIC X(24) VALUE "ALEX        ALEXANDER".
             05 FILLER PIC X(24) VALUE "ANDY        ANDREW".
             05 FILLER PIC X(24) VALUE "BARB        BARBARA".
             05 FILLER PIC X(24) VALUE "BEN         BENJAMIN".
             05 FILLER PIC X(24) VALUE "BETH        ELIZABETH".
             05 FILLER PIC X(24) VALUE "BETTY       ELIZABETH".
             05 FILLER PIC X(24) VALUE "BILL        WILLIAM".
             05 FILLER PIC X(24) VALUE "BILLY       WILLIAM".
             05 FILLER PIC X(24) VALUE "BOB         ROBERT".
             05 FILLER PIC X(24) VALUE "BOBBY       ROBERT".
             05 FILLER PIC X(24) VALUE "CATHY       CATHERINE".
             05 FILLER PIC X(24) VALUE "CHARLIE     CHARLES".
             05 FILLER PIC X(24) VALUE "CHRIS       CHRISTOPHER".
             05 FILLER PIC X(24) VALUE "CHRIS       CHRISTINE".
             05 FILLER PIC X(24) VALUE "CHUCK       CHARLES".
             05 FILLER PIC X(24) VALUE "DAN         DANIEL".
             05 FILLER PIC X(24) VALUE "DANNY       DANIEL".
             05 FILLER PIC X(24) VALUE "DAVE        DAVID".
             05 FILLER PIC X(24) VALUE "DEBBIE      DEBORAH".
             05 FILLER PIC X(24) VALUE "DICK        RICHARD".
             05 FILLER PIC X(24) VALUE "DON         DONALD".
             05 FILLER PIC X(24) VALUE "DOUG        DOUGLAS".
             05 FILLER PIC X(24) VALUE "ED          EDWARD".
             05 FILLER PIC X(24) VALUE "FRED        FREDERICK".
             05 FILLER PIC X(24) VALUE "GENE        EUGENE".
             05 FILLER PIC X(24) VALUE "GREG        GREGORY".
             05 FILLER PIC X(24) VALUE "HANK        HENRY".
             05 FILLER PIC X(24) VALUE "HARRY       HENRY".
             05 FILLER PIC X(24) VALUE "JACK        JOHN".
             05 FILLER PIC X(24) VALUE "JAMIE       JAMES".
             05 FILLER PIC X(24) VALUE "JEFF        JEFFREY".
             05 FILLER PIC X(24) VALUE "JEN         JENNIFER".
             05 FILLER PIC X(24) VALUE "JENNY       JENNIFER".
             05 FILLER PIC X(24) VALUE "JERRY       GERALD".
             05 FILLER PIC X(24) VALUE "JIM         JAMES".
             05 FILLER PIC X(24) VALUE "JIMMY       JAMES".
             05 FILLER PIC X(24) VALUE "JOE         JOSEPH".
             05 FILLER PIC X(24) VALUE "JOEY        JOSEPH".
             05 FILLER PIC X(24) VALUE "JOHNNY      JOHN".
             05 FILLER PIC X(24) VALUE "KATE        KATHERINE".
             05 FILLER PIC X(24) VALUE "KATHY       KATHERINE".
             05 FILLER PIC X(24) VALUE "KEN         KENNETH".
             05 FILLER PIC X(24) VALUE "LARRY       LAWRENCE".
             05 FILLER PIC X(24) VALUE "LIZ         ELIZABETH".
             05 FILLER PIC X(24) VALUE "MAGGIE      MARGARET".
             05 FILLER PIC X(24) VALUE "MATT        MATTHEW".
             05 FILLER PIC X(24) VALUE "MEG         MARGARET".
             05 FILLER PIC X(24) VALUE "MIKE        MICHAEL".
             05 FILLER PIC X(24) VALUE "NED         EDWARD".
             05 FILLER PIC X(24) VALUE "NICK        NICHOLAS".
             05 FILLER PIC X(24) VALUE "PAT         PATRICK".
             05 FILLER PIC X(24) VALUE "PAT         PATRICIA".
             05 FILLER PIC X(24) VALUE "PEGGY       MARGARET".
             05 FILLER PIC X(24) VALUE "PETE        PETER".
             05 FILLER PIC X(24) VALUE "PHIL        PHILIP".
             05 FILLER PIC X(24) VALUE "RAY         RAYMOND".
             05 FILLER PIC X(24) VALUE "RICH        RICHARD".
             05 FILLER PIC X(24) VALUE "RICK        RICHARD".
             05 FILLER PIC X(24) VALUE "ROB         ROBERT".
             05 FILLER PIC X(24) VALUE "RON         RONALD".
             05 FILLER PIC X(24) VALUE "SAM         SAMUEL".
             05 FILLER PIC X(24) VALUE "SAM         SAMANTHA".
             05 FILLER PIC X(24) VALUE "STEVE       STEPHEN".
             05 FILLER PIC X(24) VALUE "STEVE       STEVEN".
             05 FILLER PIC X(24) VALUE "SUE         SUSAN".
             05 FILLER PIC X(24) VALUE "TED         EDWARD".
             05 FILLER PIC X(24) VALUE "TED         THEODORE".
             05 FILLER PIC X(24) VALUE "TIM         TIMOTHY".
             05 FILLER PIC X(24) VALUE "TOM         THOMAS".
             05 FILLER PIC X(24) VALUE "TOMMY       THOMAS".
             05 FILLER PIC X(24) VALUE "TONY        ANTHONY".
             05 FILLER PIC X(24) VALUE "WALT        WALTER".
             05 FILLER PIC X(24) VALUE "WILL        WILLIAM".
          01 WS-NICKNAME-TABLE REDEFINES WS-NICKNAME-DATA.
             05 WS-NICK-ENTRY OCCURS 77 TIMES.
                10 WS-NICK-SHORT     PIC X(12).
                10 WS-NICK-FULL      PIC X(12).
          01 WS-NICK-COUNT           PIC 9(3) COMP VALUE 77.
          01 WS-NICK-SUB             PIC 9(3) COMP.
          01 WS-NICK-SUB2            PIC 9(3) COMP.
      * Report work.
          01 WS-REASON-TEXT          PIC X(60).
          01 WS-REASON-PTR           PIC 9(2) COMP.
          01 WS-SIDE-LABEL           PIC X(6).
          01 WS-LAST-VISIT-X         PIC X(8).
          01 WS-RANK-X               PIC 9(5).
          01 WS-SCORE-X              PIC 9(3).
          01 WS-RPT-LINE             PIC X(80).
       LINKAGE SECTION.
        01 LK-PARM-INFO.
           05 LK-PARM-LEN            PIC S9(4) COMP.
           05 LK-PARM-DATA           PIC X(80).
000020 PROCEDURE      DIVISION USING LK-PARM-INFO.
000030 MAIN           SECTION.
            IF LK-PARM-LEN >= 3
                MOVE LK-PARM-DATA(1:3) TO WS-MIN-SCORE-X
                IF WS-MIN-SCORE-X IS NUMERIC
                   AND WS-MIN-SCORE-X > "000"
                    MOVE WS-MIN-SCORE-X TO WS-MIN-SCORE
                END-IF
            END-IF.
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
            INITIALIZE WS-BLOCK-TABLE.
            OPEN OUTPUT DUP-RPT.
            PERFORM PRINT-HEADING.
            OPEN INPUT CUSTOMER-MASTER.
            IF WS-CUST-FS NOT = "00"
                MOVE SPACES TO WS-RPT-LINE
                STRING "CUSTOMER MASTER OPEN FAILED, STATUS "
                       WS-CUST-FS " - NOTHING SCANNED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE DUP-RPT-RECORD FROM WS-RPT-LINE
                CLOSE DUP-RPT
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT VISIT-SUMMARY.
            IF WS-VSUM-FS NOT = "00"
                MOVE SPACES TO WS-RPT-LINE
                STRING "VISIT SUMMARY OPEN FAILED, STATUS "
                       WS-VSUM-FS " - NOTHING SCANNED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE DUP-RPT-RECORD FROM WS-RPT-LINE
                CLOSE DUP-RPT
                CLOSE CUSTOMER-MASTER
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT MERGE-PROPOSAL-FILE.
            PERFORM LOAD-CUSTOMER-TABLE.
            CLOSE CUSTOMER-MASTER.
            CLOSE VISIT-SUMMARY.
            PERFORM VARYING WS-A-SUB FROM 1 BY 1
                    UNTIL WS-A-SUB > WS-CT-COUNT
                MOVE WS-CT-NEXT(WS-A-SUB) TO WS-B-SUB
                PERFORM UNTIL WS-B-SUB = 0
                    PERFORM SCORE-PAIR
                    MOVE WS-CT-NEXT(WS-B-SUB) TO WS-B-SUB
                END-PERFORM
            END-PERFORM.
            PERFORM VARYING WS-SCORE-SUB FROM 100 BY -1
                    UNTIL WS-SCORE-SUB < WS-MIN-SCORE
                PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                        UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
                    IF WS-PR-SCORE(WS-PAIR-SUB) = WS-SCORE-SUB
                        PERFORM PRINT-CANDIDATE
                    END-IF
                END-PERFORM
            END-PERFORM.
            PERFORM PRINT-TOTALS.
            CLOSE MERGE-PROPOSAL-FILE.
            CLOSE DUP-RPT.
            IF CUST-TABLE-FULL
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-CANDIDATE-COUNT > 0
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
000040 STOP           RUN.

      * The master in key order, each comparable key with its
      * visit summary, chained onto its sound-alike group.
       LOAD-CUSTOMER-TABLE.
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
                        PERFORM LOAD-CUSTOMER-ENTRY
                END-READ
            END-PERFORM.

       LOAD-CUSTOMER-ENTRY.
            MOVE SPACES TO NAME-FIRST NAME-LAST NAME-SUFFIX.
            MOVE CUST-KEY-NAME TO NAME-FULL-TEXT.
            CALL "NAMEPARS" USING NAME-RECORD WS-PARSE-STATUS.
            IF WS-PARSE-STATUS NOT = "OK"
               OR NAME-FIRST = SPACES
               OR NAME-LAST = SPACES
                ADD 1 TO WS-SKIPPED-COUNT
            ELSE
                IF WS-CT-COUNT >= WS-CT-MAX
                    SET CUST-TABLE-FULL TO TRUE
                    SET SCAN-EOF TO TRUE
                ELSE
                    ADD 1 TO WS-CT-COUNT
                    MOVE WS-CT-COUNT TO WS-CT-SUB
                    PERFORM BUILD-CUSTOMER-ENTRY
                END-IF
            END-IF.

       BUILD-CUSTOMER-ENTRY.
            MOVE CUST-KEY-NAME TO WS-CT-KEY(WS-CT-SUB).
            MOVE NAME-FIRST TO WS-CT-FIRST(WS-CT-SUB).
            MOVE NAME-SUFFIX TO WS-CT-SUFFIX(WS-CT-SUB).
            MOVE CUST-STATUS TO WS-CT-STATUS(WS-CT-SUB).
            MOVE "N" TO WS-CT-MERGED(WS-CT-SUB).
            PERFORM SPLIT-SURNAME.
            MOVE CUST-KEY-NAME TO VS-KEY-NAME.
            READ VISIT-SUMMARY
                INVALID KEY
                    MOVE 0 TO WS-CT-VISITS(WS-CT-SUB)
                    MOVE SPACES TO WS-CT-LAST-VISIT(WS-CT-SUB)
                NOT INVALID KEY
                    MOVE VS-ACCEPTED-COUNT TO WS-CT-VISITS(WS-CT-SUB)
                    MOVE VS-LAST-VISIT-DATE
                        TO WS-CT-LAST-VISIT(WS-CT-SUB)
            END-READ.
            MOVE WS-CT-SURNAME(WS-CT-SUB) TO WS-SDX-NAME.
            PERFORM COMPUTE-SOUNDEX.
            COMPUTE WS-BLOCK-SUB =
                (WS-SDX-LETTER-POS - 1) * 1000 + WS-SDX-NUM + 1.
            MOVE WS-BLOCK-HEAD(WS-BLOCK-SUB) TO WS-CT-NEXT(WS-CT-SUB).
            MOVE WS-CT-SUB TO WS-BLOCK-HEAD(WS-BLOCK-SUB).

      * NAMEPARS puts every word after the first name in NAME-LAST;
      * the surname is the last of them, the rest are middle words.
       SPLIT-SURNAME.
            PERFORM VARYING WS-END-POS FROM 20 BY -1
                    UNTIL WS-END-POS < 1
                       OR NAME-LAST(WS-END-POS:1) NOT = SPACE
                CONTINUE
            END-PERFORM.
            PERFORM VARYING WS-START-POS FROM WS-END-POS BY -1
                    UNTIL WS-START-POS < 1
                       OR NAME-LAST(WS-START-POS:1) = SPACE
                CONTINUE
            END-PERFORM.
            COMPUTE WS-SURNAME-LEN = WS-END-POS - WS-START-POS.
            MOVE NAME-LAST(WS-START-POS + 1:WS-SURNAME-LEN)
                TO WS-CT-SURNAME(WS-CT-SUB).
            IF WS-START-POS > 1
                MOVE NAME-LAST(1:WS-START-POS - 1)
                    TO WS-CT-MIDDLE(WS-CT-SUB)
            ELSE
                MOVE SPACES TO WS-CT-MIDDLE(WS-CT-SUB)
            END-IF.

      * American Soundex of WS-SDX-NAME: the first letter, then the
      * codes of the following letters - a repeat of the previous
      * code skipped, vowels (and Y) breaking a run, H and W not -
      * to three digits, zero-filled.  Anything not a letter (the
      * hyphen or apostrophe of a surname) is passed over.
       COMPUTE-SOUNDEX.
            MOVE "000" TO WS-SDX-DIGITS.
            MOVE 0 TO WS-SDX-FILLED.
            MOVE 0 TO WS-SDX-LETTER-POS.
            PERFORM VARYING WS-SDX-SUB FROM 1 BY 1
                    UNTIL WS-SDX-SUB > 20
                       OR WS-SDX-LETTER-POS > 0
                MOVE WS-SDX-NAME(WS-SDX-SUB:1) TO WS-SDX-CHAR
                PERFORM FIND-ALPHA-POS
                IF WS-ALPHA-POS <= 26
                    MOVE WS-ALPHA-POS TO WS-SDX-LETTER-POS
                END-IF
            END-PERFORM.
            IF WS-SDX-LETTER-POS = 0
                MOVE 1 TO WS-SDX-LETTER-POS
            END-IF.
            MOVE WS-SDX-CODE-TABLE(WS-SDX-LETTER-POS:1) TO WS-SDX-PREV.
            PERFORM VARYING WS-SDX-SUB FROM WS-SDX-SUB BY 1
                    UNTIL WS-SDX-SUB > 20
                       OR WS-SDX-FILLED = 3
                MOVE WS-SDX-NAME(WS-SDX-SUB:1) TO WS-SDX-CHAR
                PERFORM FIND-ALPHA-POS
                IF WS-ALPHA-POS <= 26
                    MOVE WS-SDX-CODE-TABLE(WS-ALPHA-POS:1)
                        TO WS-SDX-CODE
                    EVALUATE TRUE
                        WHEN WS-SDX-CHAR = "H" OR WS-SDX-CHAR = "W"
                            CONTINUE
                        WHEN WS-SDX-CODE = "0"
                            MOVE "0" TO WS-SDX-PREV
                        WHEN WS-SDX-CODE NOT = WS-SDX-PREV
                            ADD 1 TO WS-SDX-FILLED
                            MOVE WS-SDX-CODE
                                TO WS-SDX-DIGITS(WS-SDX-FILLED:1)
                            MOVE WS-SDX-CODE TO WS-SDX-PREV
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
            END-PERFORM.

      * WS-ALPHA-POS comes back 1-26 for a letter, 27 otherwise.
       FIND-ALPHA-POS.
            MOVE 0 TO WS-ALPHA-POS.
            INSPECT WS-ALPHABET TALLYING WS-ALPHA-POS
                FOR CHARACTERS BEFORE INITIAL WS-SDX-CHAR.
            ADD 1 TO WS-ALPHA-POS.

      * Score keys WS-A-SUB and WS-B-SUB, which share a sound-alike
      * surname code; a pair at or above the minimum is kept.
       SCORE-PAIR.
            MOVE 0 TO WS-SCORE.
            MOVE SPACES TO WS-FIRST-REL WS-LAST-REL WS-SUFFIX-REL
                           WS-MIDDLE-REL.
            IF WS-CT-SUFFIX(WS-A-SUB) NOT = WS-CT-SUFFIX(WS-B-SUB)
                IF WS-CT-SUFFIX(WS-A-SUB) = SPACES
                   OR WS-CT-SUFFIX(WS-B-SUB) = SPACES
                    SET SUFFIX-ONE-SIDED TO TRUE
                    SUBTRACT 5 FROM WS-SCORE
                ELSE
                    SET SUFFIX-CONFLICT TO TRUE
                END-IF
            END-IF.
            IF NOT SUFFIX-CONFLICT
                PERFORM SCORE-FIRST-NAMES
            END-IF.
            IF NOT SUFFIX-CONFLICT AND NOT FIRST-NO-MATCH
                IF WS-CT-SURNAME(WS-A-SUB) = WS-CT-SURNAME(WS-B-SUB)
                    SET LAST-SAME TO TRUE
                    ADD 35 TO WS-SCORE
                ELSE
                    SET LAST-SOUNDALIKE TO TRUE
                    ADD 15 TO WS-SCORE
                END-IF
                PERFORM SCORE-MIDDLE-WORDS
                IF WS-SCORE >= WS-MIN-SCORE
                    PERFORM RECORD-PAIR
                END-IF
            END-IF.

       SCORE-FIRST-NAMES.
            MOVE WS-CT-FIRST(WS-A-SUB) TO WS-NAME-A.
            MOVE WS-CT-FIRST(WS-B-SUB) TO WS-NAME-B.
            PERFORM CHECK-INITIALS.
            EVALUATE TRUE
                WHEN WS-NAME-A = WS-NAME-B
                    SET FIRST-SAME TO TRUE
                    ADD 60 TO WS-SCORE
                WHEN OTHER
                    PERFORM CHECK-NICKNAMES
                    EVALUATE TRUE
                        WHEN NICKNAME-MATCH
                            SET FIRST-NICKNAME TO TRUE
                            ADD 50 TO WS-SCORE
                        WHEN WS-NAME-A(1:1) NOT = WS-NAME-B(1:1)
                            CONTINUE
                        WHEN EITHER-IS-INITIAL
                            SET FIRST-INITIAL TO TRUE
                            ADD 40 TO WS-SCORE
                        WHEN OTHER
                            SET FIRST-LETTER-ONLY TO TRUE
                            ADD 25 TO WS-SCORE
                    END-EVALUATE
            END-EVALUATE.

      * A one-letter word, with or without its period, is an initial.
       CHECK-INITIALS.
            MOVE "N" TO WS-INITIAL-SW.
            IF WS-NAME-A(2:1) = SPACE
               OR (WS-NAME-A(2:1) = "." AND WS-NAME-A(3:1) = SPACE)
               OR WS-NAME-B(2:1) = SPACE
               OR (WS-NAME-B(2:1) = "." AND WS-NAME-B(3:1) = SPACE)
                SET EITHER-IS-INITIAL TO TRUE
            END-IF.

      * A nickname against the name it is short for, either way
      * round, or two nicknames short for the same name.
       CHECK-NICKNAMES.
            MOVE "N" TO WS-NICK-SW.
            PERFORM VARYING WS-NICK-SUB FROM 1 BY 1
                    UNTIL WS-NICK-SUB > WS-NICK-COUNT
                       OR NICKNAME-MATCH
                IF (WS-NICK-SHORT(WS-NICK-SUB) = WS-NAME-A
                    AND WS-NICK-FULL(WS-NICK-SUB) = WS-NAME-B)
                   OR (WS-NICK-SHORT(WS-NICK-SUB) = WS-NAME-B
                    AND WS-NICK-FULL(WS-NICK-SUB) = WS-NAME-A)
                    SET NICKNAME-MATCH TO TRUE
                END-IF
                IF WS-NICK-SHORT(WS-NICK-SUB) = WS-NAME-A
                    PERFORM VARYING WS-NICK-SUB2 FROM 1 BY 1
                            UNTIL WS-NICK-SUB2 > WS-NICK-COUNT
                               OR NICKNAME-MATCH
                        IF WS-NICK-SHORT(WS-NICK-SUB2) = WS-NAME-B
                           AND WS-NICK-FULL(WS-NICK-SUB2)
                               = WS-NICK-FULL(WS-NICK-SUB)
                            SET NICKNAME-MATCH TO TRUE
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM.

      * Middle words an initial of the other's count as agreeing.
       SCORE-MIDDLE-WORDS.
            MOVE WS-CT-MIDDLE(WS-A-SUB) TO WS-NAME-A.
            MOVE WS-CT-MIDDLE(WS-B-SUB) TO WS-NAME-B.
            IF WS-NAME-A NOT = WS-NAME-B
                IF WS-NAME-A = SPACES OR WS-NAME-B = SPACES
                    SET MIDDLE-ONE-SIDED TO TRUE
                    SUBTRACT 5 FROM WS-SCORE
                ELSE
                    PERFORM CHECK-INITIALS
                    IF WS-NAME-A(1:1) NOT = WS-NAME-B(1:1)
                       OR NOT EITHER-IS-INITIAL
                        SET MIDDLE-DIFFERS TO TRUE
                        SUBTRACT 20 FROM WS-SCORE
                    END-IF
                END-IF
            END-IF.

       RECORD-PAIR.
            ADD 1 TO WS-CANDIDATE-COUNT.
            IF WS-PAIR-COUNT < WS-PAIR-MAX
                ADD 1 TO WS-PAIR-COUNT
                MOVE WS-A-SUB TO WS-PR-A(WS-PAIR-COUNT)
                MOVE WS-B-SUB TO WS-PR-B(WS-PAIR-COUNT)
                MOVE WS-SCORE TO WS-PR-SCORE(WS-PAIR-COUNT)
                MOVE WS-FIRST-REL TO WS-PR-FIRST-REL(WS-PAIR-COUNT)
                MOVE WS-LAST-REL TO WS-PR-LAST-REL(WS-PAIR-COUNT)
                MOVE WS-SUFFIX-REL
                    TO WS-PR-SUFFIX-REL(WS-PAIR-COUNT)
                MOVE WS-MIDDLE-REL
                    TO WS-PR-MIDDLE-REL(WS-PAIR-COUNT)
            ELSE
                SET PAIR-TABLE-FULL TO TRUE
            END-IF.

      * The more-visited key survives; a tie goes to the later last
      * visit, then to the key first in order (the one loaded first).
       PRINT-CANDIDATE.
            ADD 1 TO WS-RANK.
            MOVE WS-PR-A(WS-PAIR-SUB) TO WS-A-SUB.
            MOVE WS-PR-B(WS-PAIR-SUB) TO WS-B-SUB.
            IF WS-A-SUB < WS-B-SUB
                MOVE WS-A-SUB TO WS-KEEP-SUB
                MOVE WS-B-SUB TO WS-LOSE-SUB
            ELSE
                MOVE WS-B-SUB TO WS-KEEP-SUB
                MOVE WS-A-SUB TO WS-LOSE-SUB
            END-IF.
            IF WS-CT-VISITS(WS-LOSE-SUB) > WS-CT-VISITS(WS-KEEP-SUB)
               OR (WS-CT-VISITS(WS-LOSE-SUB)
                     = WS-CT-VISITS(WS-KEEP-SUB)
                   AND WS-CT-LAST-VISIT(WS-LOSE-SUB)
                     > WS-CT-LAST-VISIT(WS-KEEP-SUB))
                MOVE WS-KEEP-SUB TO WS-A-SUB
                MOVE WS-LOSE-SUB TO WS-KEEP-SUB
                MOVE WS-A-SUB TO WS-LOSE-SUB
            END-IF.
            PERFORM BUILD-REASON-TEXT.
            MOVE WS-RANK TO WS-RANK-X.
            MOVE WS-PR-SCORE(WS-PAIR-SUB) TO WS-SCORE-X.
            MOVE SPACES TO WS-RPT-LINE.
            WRITE DUP-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING WS-RANK-X "  SCORE " WS-SCORE-X "  "
                   WS-REASON-TEXT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE DUP-RPT-RECORD FROM WS-RPT-LINE.
            MOVE "KEEP" TO WS-SIDE-LABEL.
            MOVE WS-KEEP-SUB TO WS-CT-SUB.
            PERFORM PRINT-CANDIDATE-SIDE.
            MOVE "MERGE" TO WS-SIDE-LABEL.
            MOVE WS-LOSE-SUB TO WS-CT-SUB.
            PERFORM PRINT-CANDIDATE-SIDE.
            IF WS-CT-MERGED(WS-KEEP-SUB) = "Y"
               OR WS-CT-MERGED(WS-LOSE-SUB) = "Y"
                ADD 1 TO WS-NOT-PROPOSED-COUNT
                MOVE SPACES TO WS-RPT-LINE
                STRING "       NOT PROPOSED - A KEY IS ALREADY "
                       "PROPOSED TO MERGE AWAY ABOVE"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE DUP-RPT-RECORD FROM WS-RPT-LINE
            ELSE
                MOVE SPACES TO MERGE-PROPOSAL-RECORD
                MOVE WS-CT-KEY(WS-LOSE-SUB) TO MG-LOSING-NAME
                MOVE WS-CT-KEY(WS-KEEP-SUB) TO MG-SURVIVOR-NAME
                WRITE MERGE-PROPOSAL-RECORD
                MOVE "Y" TO WS-CT-MERGED(WS-LOSE-SUB)
                ADD 1 TO WS-PROPOSED-COUNT
            END-IF.

       PRINT-CANDIDATE-SIDE.
            IF WS-CT-LAST-VISIT(WS-CT-SUB) = SPACES
                MOVE "NONE" TO WS-LAST-VISIT-X
            ELSE
                MOVE WS-CT-LAST-VISIT(WS-CT-SUB) TO WS-LAST-VISIT-X
            END-IF.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "   " WS-SIDE-LABEL WS-CT-KEY(WS-CT-SUB) " "
                   WS-CT-VISITS(WS-CT-SUB) " " WS-LAST-VISIT-X " "
                   WS-CT-STATUS(WS-CT-SUB)
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE DUP-RPT-RECORD FROM WS-RPT-LINE.

       BUILD-REASON-TEXT.
            MOVE SPACES TO WS-REASON-TEXT.
            MOVE 1 TO WS-REASON-PTR.
            EVALUATE WS-PR-FIRST-REL(WS-PAIR-SUB)
                WHEN "S"
                    STRING "SAME FIRST" DELIMITED BY SIZE
                        INTO WS-REASON-TEXT WITH POINTER WS-REASON-PTR
                WHEN "N"
                    STRING "NICKNAME" DELIMITED BY SIZE
                        INTO WS-REASON-TEXT WITH POINTER WS-REASON-PTR
                WHEN "I"
                    STRING "INITIAL VS FIRST NAME" DELIMITED BY SIZE
                        INTO WS-REASON-TEXT WITH POINTER WS-REASON-PTR
                WHEN "F"
                    STRING "SAME FIRST INITIAL" DELIMITED BY SIZE
                        INTO WS-REASON-TEXT WITH POINTER WS-REASON-PTR
            END-EVALUATE.
            IF WS-PR-LAST-REL(WS-PAIR-SUB) = "E"
                STRING ", SAME LAST" DELIMITED BY SIZE
                    INTO WS-REASON-TEXT WITH POINTER WS-REASON-PTR
            ELSE
                STRING ", SOUND-ALIKE LAST" DELIMITED BY SIZE
                    INTO WS-REASON-TEXT WITH POINTER WS-REASON-PTR
            END-IF.
            IF WS-PR-SUFFIX-REL(WS-PAIR-SUB) = "X"
                STRING ", SUFFIX VS NONE" DELIMITED BY SIZE
                    INTO WS-REASON-TEXT WITH POINTER WS-REASON-PTR
            END-IF.
            EVALUATE WS-PR-MIDDLE-REL(WS-PAIR-SUB)
                WHEN "P"
                    STRING ", MIDDLE VS NONE" DELIMITED BY SIZE
                        INTO WS-REASON-TEXT WITH POINTER WS-REASON-PTR
                WHEN "D"
                    STRING ", MIDDLE DIFFERS" DELIMITED BY SIZE
                        INTO WS-REASON-TEXT WITH POINTER WS-REASON-PTR
            END-EVALUATE.

       PRINT-HEADING.
            MOVE WS-MIN-SCORE TO WS-SCORE-X.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "DUPLICATE CUSTOMER CANDIDATES - RUN "
                   WS-TIMESTAMP(1:8) ", MINIMUM SCORE " WS-SCORE-X
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE DUP-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING " RANK  SCORE  REASONS"
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE DUP-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "         KEY NAME                                "
                   " VISITS  LAST VIS STATUS"
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE DUP-RPT-RECORD FROM WS-RPT-LINE.

       PRINT-TOTALS.
            MOVE SPACES TO WS-RPT-LINE.
            WRITE DUP-RPT-RECORD FROM WS-RPT-LINE.
            IF CUST-TABLE-FULL
                MOVE SPACES TO WS-RPT-LINE
                STRING "MASTER EXCEEDS " WS-CT-MAX
                       " COMPARABLE KEYS - SCAN INCOMPLETE"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE DUP-RPT-RECORD FROM WS-RPT-LINE
            END-IF.
            IF PAIR-TABLE-FULL
                MOVE SPACES TO WS-RPT-LINE
                STRING "DETAIL LIMITED TO THE FIRST " WS-PAIR-MAX
                       " CANDIDATES FOUND - RAISE THE MINIMUM SCORE"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                WRITE DUP-RPT-RECORD FROM WS-RPT-LINE
            END-IF.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "MASTER RECORDS READ:     " WS-MASTER-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE DUP-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "NOT COMPARED (NAME):     " WS-SKIPPED-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE DUP-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "CANDIDATE PAIRS:         " WS-CANDIDATE-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE DUP-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "MERGES PROPOSED:         " WS-PROPOSED-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE DUP-RPT-RECORD FROM WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "NOT PROPOSED (OVERLAP):  " WS-NOT-PROPOSED-COUNT
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            WRITE DUP-RPT-RECORD FROM WS-RPT-LINE.

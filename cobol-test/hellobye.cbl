000000 IDENTIFICATION DIVISION.
000010 PROGRAM-ID.    HELLOBYE.
      *================================================================
      * CICS transaction HBYE - visitor sign-out at the reception
      * screen, the departure companion to HELO.  Takes HELOBCA via
      * COMMAREA: the departing visitor's name and the desk's site
      * code.  The name goes through the shared NAMEPARS parser so
      * the departure is recorded in the canonical form the arrival
      * was logged under, and one DEPTREC record is written to the
      * DLOG extrapartition TDQ, whose DCT entry points at the same
      * DEPTLOG dataset HELLO's interactive SIGNOUT mode appends to -
      * the same arrangement as VLOG and the visitor log.
      * Nothing is matched here: the VLOG audit records are not
      * readable from CICS, so pairing a departure with its arrival
      * is left to HELLOROL (roll-call, never-signed-out list) and
      * HELLOARC (visit duration into history) - see DEPTREC.
      * A blank or unparseable name answers REJECTED and writes
      * nothing - a sign-out is not an intake attempt, so it does
      * not go to EXLG.  A DLOG failure answers LOGFAIL: the visitor
      * still shows as on site until signed out again.
      *================================================================
       DATA DIVISION.
         WORKING-STORAGE SECTION.
          01 NAME-RECORD.
             COPY NAMEREC.
          01 WS-PARSE-STATUS         PIC X(8).
          01 WS-LOCATION             PIC X(4) VALUE "MAIN".
          01 WS-TIMESTAMP            PIC X(21).
          01 WS-RESP                 PIC S9(8) COMP.
          01 DEPARTURE-LOG-RECORD.
             COPY DEPTREC.
       LINKAGE SECTION.
        01 DFHCOMMAREA.
           COPY HELOBCA.
000020 PROCEDURE      DIVISION.
000030 MAIN           SECTION.
            IF EIBCALEN < LENGTH OF DFHCOMMAREA
                EXEC CICS ABEND
                    ABCODE('NOCA')
                END-EXEC
            END-IF.
            MOVE SPACES TO BC-RESPONSE-TEXT BC-PARSE-REASON.
            IF BC-REQUEST-LOC NOT = SPACES
               AND BC-REQUEST-LOC NOT = LOW-VALUES
                MOVE BC-REQUEST-LOC TO WS-LOCATION
            END-IF.
            IF BC-REQUEST-NAME = SPACES
               OR BC-REQUEST-NAME = LOW-VALUES
                SET BC-STATUS-REJECTED TO TRUE
                MOVE "BLANK" TO BC-PARSE-REASON
            ELSE
                MOVE SPACES TO NAME-FIRST NAME-LAST NAME-SUFFIX
                MOVE BC-REQUEST-NAME TO NAME-FULL-TEXT
                CALL "NAMEPARS" USING NAME-RECORD WS-PARSE-STATUS
                IF WS-PARSE-STATUS NOT = "OK"
                    SET BC-STATUS-REJECTED TO TRUE
                    MOVE WS-PARSE-STATUS TO BC-PARSE-REASON
                ELSE
                    PERFORM LOG-DEPARTURE
                END-IF
            END-IF.
            EXEC CICS RETURN
            END-EXEC.

       LOG-DEPARTURE.
            MOVE SPACES TO DEPARTURE-LOG-RECORD.
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
            MOVE WS-TIMESTAMP TO DP-TIMESTAMP.
            MOVE NAME-FULL-TEXT TO DP-NAME.
            SET DP-CHANNEL-ONLINE TO TRUE.
            MOVE WS-LOCATION TO DP-LOCATION.
            EXEC CICS WRITEQ TD
                QUEUE('DLOG')
                FROM(DEPARTURE-LOG-RECORD)
                LENGTH(LENGTH OF DEPARTURE-LOG-RECORD)
                RESP(WS-RESP)
            END-EXEC.
            IF WS-RESP = DFHRESP(NORMAL)
                SET BC-STATUS-OK TO TRUE
                STRING "Goodbye!" " " NAME-FULL-TEXT
                    DELIMITED BY SIZE INTO BC-RESPONSE-TEXT
            ELSE
                SET BC-STATUS-LOGFAIL TO TRUE
            END-IF.

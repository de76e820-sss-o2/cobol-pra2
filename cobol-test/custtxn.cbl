000000 IDENTIFICATION DIVISION.
000010 PROGRAM-ID.    CUSTTXN.
      *================================================================
      * CICS transaction HCUS - online customer master maintenance
      * for the desk supervisor, alongside HELO/HINQ/HVIS.  Takes
      * HELOMCA via COMMAREA: inquire on a customer, add one, change
      * status/VIP flag/preferred language, or reactivate one, in
      * force for the very next greeting instead of after the
      * overnight CUSTUPDT run.
      * The rules are CUSTUPDT's, so a change means the same thing
      * whichever way it arrives: the name is pushed through
      * NAMEPARS and the canonical key is what is read and written
      * (a name it rejects never reaches the master); an add of a
      * key already on file is refused as a duplicate; a change or
      * reactivate of a key not on file is refused; blank value
      * fields, the "--" language erase and the add defaults work
      * as on a CMTXREC transaction, and the refusals carry the
      * same reason text the CUSTUPDT report prints.  Deletes stay
      * with the batch jobs.
      * Every change is journaled, before and after image plus the
      * signed-on user, through the CJRN extrapartition TDQ, whose
      * DCT entry points at the CUSTJRNL dataset the batch writers
      * append to (see CMJRNREC) - so CUSTRCVR forward recovery and
      * the CUSTCRMI conflict check see online changes exactly as
      * they see batch ones.  A change that cannot be journaled is
      * backed out with a SYNCPOINT ROLLBACK (CUSTMAST is defined
      * recoverable to CICS for this) and answers JRNLFAIL: the
      * master is never left holding a change the journal lacks.
      *================================================================
       DATA DIVISION.
         WORKING-STORAGE SECTION.
          01 NAME-RECORD.
             COPY NAMEREC.
          01 WS-PARSE-STATUS         PIC X(8).
          01 CUSTOMER-MASTER-RECORD.
             COPY CUSTREC.
          01 JOURNAL-RECORD.
             COPY CMJRNREC.
          01 WS-RESP                 PIC S9(8) COMP.
          01 WS-CUST-RID             PIC X(40).
          01 WS-OPERATOR-ID          PIC X(8).
          01 WS-TIMESTAMP            PIC X(21).
          01 WS-JRNL-ACTION          PIC X(1).
          01 WS-JRNL-BEFORE          PIC X(60).
       LINKAGE SECTION.
        01 DFHCOMMAREA.
           COPY HELOMCA.
000020 PROCEDURE      DIVISION.
000030 MAIN           SECTION.
      * The COMMAREA must be the full current HELOMCA - answering
      * into a shorter area would overlay the caller's storage.
            IF EIBCALEN < LENGTH OF DFHCOMMAREA
                EXEC CICS ABEND
                    ABCODE('NOCA')
                END-EXEC
            END-IF.
            MOVE SPACES TO MC-REJECT-REASON MC-CANON-NAME
                           MC-BEFORE-STATUS MC-BEFORE-VIP-FLAG
                           MC-BEFORE-PREF-LANG MC-AFTER-STATUS
                           MC-AFTER-VIP-FLAG MC-AFTER-PREF-LANG.
            PERFORM IDENTIFY-OPERATOR.
            SET MC-STATUS-OK TO TRUE.
            IF NOT MC-FUNC-VALID
                SET MC-STATUS-REJECTED TO TRUE
                MOVE "INVALID ACTION CODE" TO MC-REJECT-REASON
            ELSE
                IF MC-REQUEST-NAME = SPACES
                   OR MC-REQUEST-NAME = LOW-VALUES
                    SET MC-STATUS-REJECTED TO TRUE
                    MOVE "BLANK KEY NAME" TO MC-REJECT-REASON
                ELSE
                    PERFORM CANONICALIZE-KEY
                END-IF
                IF MC-STATUS-OK
                    EVALUATE TRUE
                        WHEN MC-FUNC-INQUIRE
                            PERFORM INQUIRE-CUSTOMER
                        WHEN MC-FUNC-ADD
                            PERFORM APPLY-ADD
                        WHEN MC-FUNC-CHANGE
                            PERFORM APPLY-CHANGE
                        WHEN MC-FUNC-REACTIVATE
                            PERFORM APPLY-REACTIVATE
                    END-EVALUATE
                END-IF
            END-IF.
            EXEC CICS RETURN
            END-EXEC.

      * The signed-on user is taken from CICS, not the screen, so the
      * journal names who really made the change; a task with no
      * user (it should not happen at the desk) records its terminal.
       IDENTIFY-OPERATOR.
            MOVE SPACES TO WS-OPERATOR-ID.
            EXEC CICS ASSIGN
                USERID(WS-OPERATOR-ID)
                RESP(WS-RESP)
            END-EXEC.
            IF WS-RESP NOT = DFHRESP(NORMAL)
               OR WS-OPERATOR-ID = SPACES
                MOVE EIBTRMID TO WS-OPERATOR-ID
            END-IF.
            MOVE WS-OPERATOR-ID TO MC-OPERATOR-ID.

      * Same canonical key CUSTUPDT and the greeting lookups use.
       CANONICALIZE-KEY.
            MOVE SPACES TO NAME-FIRST NAME-LAST NAME-SUFFIX.
            MOVE MC-REQUEST-NAME TO NAME-FULL-TEXT.
            CALL "NAMEPARS" USING NAME-RECORD WS-PARSE-STATUS.
            IF WS-PARSE-STATUS = "OK"
                MOVE NAME-FULL-TEXT TO MC-CANON-NAME
            ELSE
                SET MC-STATUS-REJECTED TO TRUE
                STRING "NAME " WS-PARSE-STATUS
                    DELIMITED BY SIZE INTO MC-REJECT-REASON
            END-IF.

       INQUIRE-CUSTOMER.
            MOVE MC-CANON-NAME TO WS-CUST-RID.
            EXEC CICS READ
                FILE('CUSTMAST')
                INTO(CUSTOMER-MASTER-RECORD)
                RIDFLD(WS-CUST-RID)
                RESP(WS-RESP)
            END-EXEC.
            EVALUATE WS-RESP
                WHEN DFHRESP(NORMAL)
                    PERFORM MOVE-BEFORE-IMAGE
                    PERFORM MOVE-AFTER-IMAGE
                WHEN DFHRESP(NOTFND)
                    SET MC-STATUS-NOTFOUND TO TRUE
                WHEN OTHER
                    SET MC-STATUS-FILEFAIL TO TRUE
            END-EVALUATE.

       APPLY-ADD.
            MOVE MC-CANON-NAME TO WS-CUST-RID.
            EXEC CICS READ
                FILE('CUSTMAST')
                INTO(CUSTOMER-MASTER-RECORD)
                RIDFLD(WS-CUST-RID)
                RESP(WS-RESP)
            END-EXEC.
            EVALUATE WS-RESP
                WHEN DFHRESP(NORMAL)
                    PERFORM MOVE-BEFORE-IMAGE
                    SET MC-STATUS-REJECTED TO TRUE
                    MOVE "DUPLICATE ADD" TO MC-REJECT-REASON
                WHEN DFHRESP(NOTFND)
                    PERFORM WRITE-NEW-CUSTOMER
                WHEN OTHER
                    SET MC-STATUS-FILEFAIL TO TRUE
            END-EVALUATE.

       WRITE-NEW-CUSTOMER.
            MOVE SPACES TO CUSTOMER-MASTER-RECORD.
            MOVE SPACES TO WS-JRNL-BEFORE.
            MOVE MC-CANON-NAME TO CUST-KEY-NAME.
            IF MC-NEW-STATUS = SPACES
                MOVE "ACTIVE" TO CUST-STATUS
            ELSE
                MOVE MC-NEW-STATUS TO CUST-STATUS
            END-IF.
            IF MC-NEW-VIP-FLAG = SPACE
                MOVE "N" TO CUST-VIP-FLAG
            ELSE
                MOVE MC-NEW-VIP-FLAG TO CUST-VIP-FLAG
            END-IF.
            IF MC-PREF-LANG-ERASE
                MOVE SPACES TO CUST-PREF-LANG
            ELSE
                MOVE MC-NEW-PREF-LANG TO CUST-PREF-LANG
            END-IF.
            EXEC CICS WRITE
                FILE('CUSTMAST')
                FROM(CUSTOMER-MASTER-RECORD)
                RIDFLD(CUST-KEY-NAME)
                RESP(WS-RESP)
            END-EXEC.
            EVALUATE WS-RESP
                WHEN DFHRESP(NORMAL)
                    MOVE "W" TO WS-JRNL-ACTION
                    PERFORM WRITE-JOURNAL-RECORD
                WHEN DFHRESP(DUPREC)
                    SET MC-STATUS-REJECTED TO TRUE
                    MOVE "DUPLICATE ADD" TO MC-REJECT-REASON
                WHEN OTHER
                    SET MC-STATUS-FILEFAIL TO TRUE
                    MOVE "WRITE FAILED" TO MC-REJECT-REASON
            END-EVALUATE.

       APPLY-CHANGE.
            PERFORM READ-FOR-UPDATE.
            IF MC-STATUS-OK
                IF MC-NEW-STATUS NOT = SPACES
                    MOVE MC-NEW-STATUS TO CUST-STATUS
                END-IF
                IF MC-NEW-VIP-FLAG NOT = SPACE
                    MOVE MC-NEW-VIP-FLAG TO CUST-VIP-FLAG
                END-IF
                IF MC-PREF-LANG-ERASE
                    MOVE SPACES TO CUST-PREF-LANG
                ELSE
                    IF MC-NEW-PREF-LANG NOT = SPACES
                        MOVE MC-NEW-PREF-LANG TO CUST-PREF-LANG
                    END-IF
                END-IF
                PERFORM REWRITE-CUSTOMER
            END-IF.

       APPLY-REACTIVATE.
            PERFORM READ-FOR-UPDATE.
            IF MC-STATUS-OK
                MOVE "ACTIVE" TO CUST-STATUS
                PERFORM REWRITE-CUSTOMER
            END-IF.

       READ-FOR-UPDATE.
            MOVE MC-CANON-NAME TO WS-CUST-RID.
            EXEC CICS READ
                FILE('CUSTMAST')
                INTO(CUSTOMER-MASTER-RECORD)
                RIDFLD(WS-CUST-RID)
                UPDATE
                RESP(WS-RESP)
            END-EXEC.
            EVALUATE WS-RESP
                WHEN DFHRESP(NORMAL)
                    PERFORM MOVE-BEFORE-IMAGE
                    MOVE CUSTOMER-MASTER-RECORD TO WS-JRNL-BEFORE
                WHEN DFHRESP(NOTFND)
                    SET MC-STATUS-REJECTED TO TRUE
                    MOVE "KEY NOT ON FILE" TO MC-REJECT-REASON
                WHEN OTHER
                    SET MC-STATUS-FILEFAIL TO TRUE
            END-EVALUATE.

       REWRITE-CUSTOMER.
            EXEC CICS REWRITE
                FILE('CUSTMAST')
                FROM(CUSTOMER-MASTER-RECORD)
                RESP(WS-RESP)
            END-EXEC.
            IF WS-RESP = DFHRESP(NORMAL)
                MOVE "R" TO WS-JRNL-ACTION
                PERFORM WRITE-JOURNAL-RECORD
            ELSE
                SET MC-STATUS-FILEFAIL TO TRUE
                MOVE "REWRITE FAILED" TO MC-REJECT-REASON
            END-IF.

      * One journal record per master update, the same record the
      * batch writers append (see CMJRNREC), through CJRN.  If it
      * cannot be queued the update is rolled back, so CUSTRCVR never
      * has to replay around a change it was not told about.
       WRITE-JOURNAL-RECORD.
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
            MOVE SPACES TO JOURNAL-RECORD.
            MOVE WS-TIMESTAMP TO JR-TIMESTAMP.
            MOVE "CUSTTXN" TO JR-JOB-SOURCE.
            MOVE WS-JRNL-ACTION TO JR-ACTION.
            MOVE CUST-KEY-NAME TO JR-KEY-NAME.
            MOVE WS-JRNL-BEFORE TO JR-BEFORE-IMAGE.
            MOVE CUSTOMER-MASTER-RECORD TO JR-AFTER-IMAGE.
            MOVE WS-OPERATOR-ID TO JR-OPERATOR-ID.
            EXEC CICS WRITEQ TD
                QUEUE('CJRN')
                FROM(JOURNAL-RECORD)
                LENGTH(LENGTH OF JOURNAL-RECORD)
                RESP(WS-RESP)
            END-EXEC.
            IF WS-RESP = DFHRESP(NORMAL)
                PERFORM MOVE-AFTER-IMAGE
            ELSE
                EXEC CICS SYNCPOINT ROLLBACK
                    RESP(WS-RESP)
                END-EXEC
                SET MC-STATUS-JRNLFAIL TO TRUE
            END-IF.

       MOVE-BEFORE-IMAGE.
            MOVE CUST-STATUS TO MC-BEFORE-STATUS.
            MOVE CUST-VIP-FLAG TO MC-BEFORE-VIP-FLAG.
            MOVE CUST-PREF-LANG TO MC-BEFORE-PREF-LANG.

       MOVE-AFTER-IMAGE.
            MOVE CUST-STATUS TO MC-AFTER-STATUS.
            MOVE CUST-VIP-FLAG TO MC-AFTER-VIP-FLAG.
            MOVE CUST-PREF-LANG TO MC-AFTER-PREF-LANG.

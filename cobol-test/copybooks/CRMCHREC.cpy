      *================================================================
      * CRMCHREC - inbound corporate CRM customer-change file layout,
      * the customer-master counterpart of the CRMFEED we send and
      * the acknowledgment we get back (CRMFDREC/CRMAKREC).  When
      * corporate closes an account, flags a VIP, or records a
      * language preference, the change arrives here instead of
      * being re-keyed at the desk.  One "D" detail per change,
      * carrying the same action codes and value fields as a
      * CUSTUPDT maintenance transaction (see CMTXREC - blank value
      * fields, the "--" language erase, and ADD defaults all mean
      * the same), plus corporate's own change reference for the
      * audit trail; then one "T" trailer carrying the extract date
      * and control counts - details in total and per action.
      * LRECL 80; the bodies redefine each other.
      * CUSTCRMI proves the trailer before applying anything, then
      * applies each detail to CUSTMAST the way CUSTUPDT would,
      * except a change to a key we have changed locally since the
      * last sync, which is held for review instead.
      * Supplies 05-level fields only; the including program declares
      * the 01, same as VISTREC/EXCPREC/CUSTREC/HELOCA.
      *================================================================
           05 CX-REC-TYPE              PIC X(1).
              88 CX-TYPE-DETAIL                 VALUE "D".
              88 CX-TYPE-TRAILER                VALUE "T".
           05 CX-REC-BODY              PIC X(79).
           05 CX-DETAIL-BODY REDEFINES CX-REC-BODY.
              10 FILLER                PIC X(1).
              10 CX-ACTION-CODE        PIC X(1).
                 88 CX-ACTION-ADD               VALUE "A".
                 88 CX-ACTION-CHANGE            VALUE "C".
                 88 CX-ACTION-DELETE            VALUE "D".
                 88 CX-ACTION-REACTIVATE        VALUE "R".
                 88 CX-ACTION-VALID             VALUES "A" "C"
                                                       "D" "R".
              10 FILLER                PIC X(1).
              10 CX-KEY-NAME           PIC X(40).
              10 FILLER                PIC X(1).
              10 CX-NEW-STATUS         PIC X(10).
              10 FILLER                PIC X(1).
              10 CX-NEW-VIP-FLAG       PIC X(1).
              10 FILLER                PIC X(1).
              10 CX-NEW-PREF-LANG      PIC X(2).
                 88 CX-PREF-LANG-ERASE          VALUE "--".
              10 FILLER                PIC X(1).
              10 CX-CRM-REF            PIC X(12).
              10 FILLER                PIC X(7).
           05 CX-TRAILER-BODY REDEFINES CX-REC-BODY.
              10 FILLER                PIC X(1).
              10 CX-T-EXTRACT-DATE     PIC 9(8).
              10 FILLER                PIC X(1).
              10 CX-T-DETAIL-COUNT     PIC 9(9).
              10 FILLER                PIC X(1).
              10 CX-T-ADD-COUNT        PIC 9(7).
              10 FILLER                PIC X(1).
              10 CX-T-CHANGE-COUNT     PIC 9(7).
              10 FILLER                PIC X(1).
              10 CX-T-DELETE-COUNT     PIC 9(7).
              10 FILLER                PIC X(1).
              10 CX-T-REACT-COUNT      PIC 9(7).
              10 FILLER                PIC X(28).

      *================================================================
      * HELOBCA - COMMAREA layout for the HBYE sign-out transaction
      * (HELLOBYE), the departure companion to HELO.  The reception
      * screen sends BC-REQUEST-NAME and the desk's site code in
      * BC-REQUEST-LOC (spaces sign out at MAIN) and gets back a
      * farewell line in BC-RESPONSE-TEXT and BC-RESPONSE-STATUS:
      * OK the departure was queued on DLOG (see DEPTREC); REJECTED
      * the name was blank or failed validation (reason in
      * BC-PARSE-REASON) and nothing was written; LOGFAIL the DLOG
      * write failed and the visitor still shows as on site - have
      * them sign out again or note it for the roll-call.
      * BC-RESPONSE-TEXT is sized like CA-RESPONSE-GREETING: a
      * 20-byte farewell word, "!", " ", and the 40-byte name.
      *================================================================
           05 BC-REQUEST-NAME          PIC X(40).
           05 BC-REQUEST-LOC           PIC X(4).
           05 BC-RESPONSE-TEXT         PIC X(62).
           05 BC-RESPONSE-STATUS       PIC X(8).
              88 BC-STATUS-OK                   VALUE "OK".
              88 BC-STATUS-REJECTED             VALUE "REJECTED".
              88 BC-STATUS-LOGFAIL              VALUE "LOGFAIL".
           05 BC-PARSE-REASON          PIC X(8).

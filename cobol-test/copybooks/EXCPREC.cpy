      * once a fixed-up name has been re-intaken through the normal
      * greet-and-log path, so a corrected reject stops looking
      * like an open problem in the history; blank = unresolved.
      * Reason WATCHLST is not a bad entry but a greeting refused
      * because the name screened against the security watch list
      * (see WATCHREC); it stays in the log so the roster still
      * cross-foots, but HELLOCOR never offers it for correction.
      *================================================================
           05 EX-TIMESTAMP             PIC X(21).
           05 FILLER                   PIC X(1).
              88 EX-REASON-BLANK                VALUE "BLANK".
              88 EX-REASON-BADCHAR              VALUE "BADCHAR".
              88 EX-REASON-NOPARSE              VALUE "NOPARSE".
              88 EX-REASON-WATCH                VALUE "WATCHLST".
           05 FILLER                   PIC X(1).
           05 EX-NAME                  PIC X(40).
           05 FILLER                   PIC X(1).

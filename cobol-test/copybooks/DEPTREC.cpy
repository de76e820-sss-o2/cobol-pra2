      *================================================================
      * DEPTREC - shared DEPARTURE-LOG record layout.  One record per
      * visitor signing out at the desk: HELLO in SIGNOUT mode
      * appends to the DEPTLOG dataset, and the HBYE transaction
      * (HELLOBYE) writes the same layout to the DLOG extrapartition
      * TDQ, whose DCT entry points at that dataset - same split as
      * VLOG/VISITLOG.  DP-NAME is the parsed canonical name as
      * entered, DP-CHANNEL the intake channel (I interactive,
      * O online) and DP-LOCATION the site code of the desk the
      * visitor left by (blank reads as MAIN).
      * A departure is matched to its arrival downstream, not at the
      * desk: the latest ACCEPTED VISITOR-LOG record for the same
      * name and location stamped at or before the sign-out that no
      * earlier departure has claimed.  HELLOROL uses the match for
      * the roll-call and never-signed-out lists, and HELLOARC
      * carries the departure time and minutes on site into the
      * archived visit (see VL-DEPARTURE on VISTREC) before emptying
      * this log with the visitor log.
      * Supplies 05-level fields only; the including program declares
      * the 01, same as VISTREC/EXCPREC/CUSTREC/HELOCA.
      *================================================================
           05 DP-TIMESTAMP             PIC X(21).
           05 FILLER                   PIC X(1).
           05 DP-NAME                  PIC X(40).
           05 FILLER                   PIC X(1).
           05 DP-CHANNEL               PIC X(1).
              88 DP-CHANNEL-INTERACTIVE         VALUE "I".
              88 DP-CHANNEL-ONLINE              VALUE "O".
           05 FILLER                   PIC X(1).
           05 DP-LOCATION              PIC X(4).

      *****************************************************************
      * Reject inventory master record layout, keyed by feed, input   *
      * generation and feed line. COPY REJINV. under the FD for the   *
      * REJECT-INVENTORY.DAT indexed master (the same indexed         *
      * convention DAY4B-CARDS.DAT and AOC-RESULTS-MST.DAT use).      *
      * Every night's reject files are folded in by AOCREJF before    *
      * housekeeping archives them, so a reject stays on the books    *
      * until it is worked: RI-STATUS is OPEN, CORRECTED (a DAY2ARSB/ *
      * DAY4ARSB adjustment re-validated the line) or WRITTEN-OFF     *
      * (through the AOCREJ workbench, with operator and reason in    *
      * RI-STATUS-USER / RI-STATUS-NOTE). RI-AGE-DAYS is days since   *
      * first seen, refreshed nightly while the reject is OPEN and    *
      * frozen when it is closed.                                     *
      *****************************************************************
       01  REJECT-INVENTORY-RECORD.
           05  RI-KEY.
               10  RI-FEED         PIC X(8).
               10  RI-INPUT-GEN    PIC X(5).
               10  RI-LINE-NUMBER  PIC 9(9).
           05  RI-FIRST-SEEN       PIC X(8).
           05  RI-REASON           PIC X(30).
           05  RI-STATUS           PIC X(12).
           05  RI-AGE-DAYS         PIC 9(5).
           05  RI-STATUS-DATE      PIC X(8).
           05  RI-STATUS-USER      PIC X(8).
           05  RI-STATUS-NOTE      PIC X(20).
           05  RI-RUN-ID           PIC X(14).
           05  RI-RAW-LINE         PIC X(170).

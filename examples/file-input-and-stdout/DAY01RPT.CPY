           05 RPT-PRM-OCC-LABEL       PIC X(24)
               VALUE "OCCURRENCE LOG..........".
           05 RPT-PRM-OCC-VALUE       PIC X(100).
       01 RPT-PARM-LOCREF-LINE.
           05 RPT-PRM-LRF-LABEL       PIC X(24)
               VALUE "LOCATION REFERENCE......".
           05 RPT-PRM-LRF-VALUE       PIC X(100).
       01 RPT-PARM-LAYOUT-LINE.
           05 RPT-PRM-LAY-LABEL       PIC X(24)
               VALUE "INPUT LAYOUT............".
           05 RPT-PRM-LAY-VALUE       PIC X(20).
       01 RPT-PARM-REGISTRY-LINE.
           05 RPT-PRM-REG-LABEL       PIC X(24)
               VALUE "FEED REGISTRY...........".
           05 RPT-PRM-REG-VALUE       PIC X(100).
       01 RPT-PARM-RULES-LINE.
           05 RPT-PRM-RUL-LABEL       PIC X(24)
               VALUE "ACCEPTANCE RULES FILE...".
           05 RPT-PRM-RUL-VALUE       PIC X(100).
       01 RPT-SENDER-LINE.
           05 RPT-SND-LABEL           PIC X(24)
               VALUE "SENDER ID...............".
           05 RPT-SND-VALUE           PIC X(20).
       01 RPT-BUSINESS-DATE-LINE.
           05 RPT-BUS-LABEL           PIC X(24)
               VALUE "BUSINESS DATE...........".
           05 RPT-BUS-VALUE           PIC X(10).
       01 RPT-SEQUENCE-LINE.
           05 RPT-SEQ-LABEL           PIC X(24)
               VALUE "SENDER SEQUENCE NUMBER..".
           05 RPT-SEQ-VALUE           PIC Z(08)9.
       01 RPT-TRAILER-CHECK-LINE.
           05 RPT-TRC-LABEL           PIC X(24)
               VALUE "TRAILER TOTALS..........".
           05 RPT-TRC-VALUE           PIC X(10).
       01 RPT-DUPLICATE-FILE-LINE.
           05 RPT-DUP-FILE-LABEL      PIC X(24)
               VALUE "FORCED DUPLICATE OF.....".
           05 RPT-DUP-FILE-VALUE      PIC X(100).
       01 RPT-DUPLICATE-DATE-LINE.
           05 RPT-DUP-DATE-LABEL      PIC X(24)
               VALUE "REGISTERED ON...........".
           05 RPT-DUP-DATE-VALUE      PIC X(10).
       01 RPT-COUNT-LINE.
           05 RPT-COUNT-LABEL         PIC X(24)
               VALUE "RECORDS READ............".
           05 RPT-MST2-LABEL          PIC X(24)
               VALUE "TABLE 2 DISTINCT IDS....".
           05 RPT-MST2-VALUE          PIC Z(05)9.
       01 RPT-LOC-UNKNOWN-LINE.
           05 RPT-LUN-LABEL           PIC X(24)
               VALUE "UNKNOWN LOCATION IDS....".
           05 RPT-LUN-VALUE           PIC Z(05)9.
       01 RPT-LOC-INACTIVE-LINE.
           05 RPT-LIN-LABEL           PIC X(24)
               VALUE "INACTIVE LOCATION IDS...".
           05 RPT-LIN-VALUE           PIC Z(05)9.
       01 RPT-UNMATCHED-1-LINE.
           05 RPT-UM1-LABEL           PIC X(24)
               VALUE "TABLE 1 UNMATCHED IDS...".
           05 RPT-UM1-VALUE           PIC Z(05)9.
       01 RPT-UNMATCHED-2-LINE.
           05 RPT-UM2-LABEL           PIC X(24)
               VALUE "TABLE 2 UNMATCHED IDS...".
           05 RPT-UM2-VALUE           PIC Z(05)9.
       01 RPT-ACCEPTANCE-LINE.
           05 RPT-ACC-LABEL           PIC X(24)
               VALUE "ACCEPTANCE RESULT.......".
           05 RPT-ACC-VALUE           PIC X(11).
       01 RPT-QUARANTINE-LINE.
           05 RPT-QTN-LABEL           PIC X(24)
               VALUE "QUARANTINE REASON.......".
           05 RPT-QTN-VALUE           PIC X(60).
       01 RPT-TRAILER-LINE.
           05 RPT-TRL-LABEL           PIC X(24)
               VALUE "END OF REPORT FOR.......".
           05 FRQ-DET-COUNT-LABEL     PIC X(14)
               VALUE "  MATCHCOUNT =".
           05 FRQ-DET-COUNT           PIC Z(08)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FRQ-DET-NAME            PIC X(30).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 FRQ-DET-REGION          PIC X(20).

      *> Distribution statistics line layouts, written to FD-STATS:
      *> one section per sorted ID table, giving the planners the ID
           05 TOP-DET-DIFF            PIC Z(17)9.
           05 TOP-DET-SHARE-LABEL     PIC X(8) VALUE " SHARE%=".
           05 TOP-DET-SHARE           PIC X(9).
      *> Follows each detail line when the location reference file
      *> is available: the name and region of both IDs of the pair.
       01 TOP-LOCATION-LINE.
           05 FILLER                  PIC X(6) VALUE SPACES.
           05 TOP-LOC-ID-1-LABEL      PIC X(7) VALUE "  ID1: ".
           05 TOP-LOC-NAME-1          PIC X(30).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 TOP-LOC-REGION-1        PIC X(20).
           05 TOP-LOC-ID-2-LABEL      PIC X(7) VALUE "  ID2: ".
           05 TOP-LOC-NAME-2          PIC X(30).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 TOP-LOC-REGION-2        PIC X(20).
       01 TOP-TRAILER-LINE.
           05 TOP-TRL-LABEL           PIC X(24)
               VALUE "END OF TOP PAIRS REPORT.".

      *> Location exception listing line layouts, written to
      *> FD-LOCEXC: one detail line per distinct loaded ID, of either
      *> table, that the location reference file does not know or
      *> does not have in force on the run date, then the counts.
       01 LEX-HEADER-LINE.
           05 LEX-HDR-LABEL           PIC X(28)
               VALUE "DAY01 LOCATION EXCEPTIONS - ".
           05 LEX-HDR-FILE-NAME       PIC X(100).
       01 LEX-RUN-DATE-LINE.
           05 LEX-DATE-LABEL          PIC X(24)
               VALUE "RUN DATE................".
           05 LEX-DATE-VALUE          PIC X(10).
       01 LEX-DETAIL-LINE.
           05 LEX-DET-TABLE-LABEL     PIC X(6) VALUE "TABLE ".
           05 LEX-DET-TABLE           PIC 9(1).
           05 LEX-DET-ID-LABEL        PIC X(5) VALUE " ID= ".
           05 LEX-DET-ID              PIC Z(17)9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 LEX-DET-STATE           PIC X(20).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 LEX-DET-NAME            PIC X(30).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 LEX-DET-REGION          PIC X(20).
       01 LEX-UNKNOWN-LINE.
           05 LEX-UNK-LABEL           PIC X(24)
               VALUE "UNKNOWN LOCATION IDS....".
           05 LEX-UNK-VALUE           PIC Z(05)9.
       01 LEX-INACTIVE-LINE.
           05 LEX-INA-LABEL           PIC X(24)
               VALUE "INACTIVE LOCATION IDS...".
           05 LEX-INA-VALUE           PIC Z(05)9.
       01 LEX-TRAILER-LINE.
           05 LEX-TRL-LABEL           PIC X(24)
               VALUE "END OF LOCATION LISTING.".

      *> Zero-match exception listing line layouts, written to
      *> FD-ZEROMATCH: one detail line per distinct table 1 ID with
      *> no match in table 2, and per distinct table 2 ID that is not
      *> in table 1, then the counts.
       01 ZMX-HEADER-LINE.
           05 ZMX-HDR-LABEL           PIC X(30)
               VALUE "DAY01 ZERO-MATCH EXCEPTIONS - ".
           05 ZMX-HDR-FILE-NAME       PIC X(100).
       01 ZMX-RUN-DATE-LINE.
           05 ZMX-DATE-LABEL          PIC X(24)
               VALUE "RUN DATE................".
           05 ZMX-DATE-VALUE          PIC X(10).
       01 ZMX-DETAIL-LINE.
           05 ZMX-DET-TABLE-LABEL     PIC X(6) VALUE "TABLE ".
           05 ZMX-DET-TABLE           PIC 9(1).
           05 ZMX-DET-ID-LABEL        PIC X(5) VALUE " ID= ".
           05 ZMX-DET-ID              PIC Z(17)9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 ZMX-DET-REASON          PIC X(20).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 ZMX-DET-NAME            PIC X(30).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 ZMX-DET-REGION          PIC X(20).
       01 ZMX-UNMATCHED-1-LINE.
           05 ZMX-UM1-LABEL           PIC X(24)
               VALUE "TABLE 1 UNMATCHED IDS...".
           05 ZMX-UM1-VALUE           PIC Z(05)9.
       01 ZMX-UNMATCHED-2-LINE.
           05 ZMX-UM2-LABEL           PIC X(24)
               VALUE "TABLE 2 UNMATCHED IDS...".
           05 ZMX-UM2-VALUE           PIC Z(05)9.
       01 ZMX-TRAILER-LINE.
           05 ZMX-TRL-LABEL           PIC X(24)
               VALUE "END OF ZERO-MATCH LIST..".

      *> Batch summary line layouts, written to FD-SUMMARY: one
      *> detail line per control-file entry, then grand totals, so
      *> the morning checker signs off on one page instead of opening
           05 SUM-TOT-FAIL-LABEL      PIC X(24)
               VALUE "FILES FAILED............".
           05 SUM-TOT-FAIL-VALUE      PIC Z(05)9.
       01 SUM-TOT-HELD-LINE.
           05 SUM-TOT-HELD-LABEL      PIC X(24)
               VALUE "FILES HELD..............".
           05 SUM-TOT-HELD-VALUE      PIC Z(05)9.
       01 SUM-TOT-SKIP-LINE.
           05 SUM-TOT-SKIP-LABEL      PIC X(24)
               VALUE "FILES SKIPPED (RESTART).".

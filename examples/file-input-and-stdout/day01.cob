               ACCESS MODE IS RANDOM
               RECORD KEY IS IDX-LOCATION-ID
               FILE STATUS IS LS-FD-IDMASTER-STATUS.
           SELECT FD-LOCREF ASSIGN TO LS-LOCREF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LRF-LOCATION-ID
               FILE STATUS IS LS-FD-LOCREF-STATUS.
           SELECT FD-LOCEXC ASSIGN TO LS-LOCEXC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-LOCEXC-STATUS.
           SELECT FD-ZEROMATCH ASSIGN TO LS-ZEROMATCH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-ZEROMATCH-STATUS.
           SELECT FD-LAYOUT ASSIGN TO LS-LAYOUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-LAYOUT-STATUS.
           SELECT FD-REGISTRY ASSIGN TO LS-REGISTRY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-REGISTRY-STATUS.
           SELECT FD-JOURNAL ASSIGN TO LS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-JOURNAL-STATUS.
           SELECT FD-RULES ASSIGN TO LS-RULES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-RULES-STATUS.
           SELECT FD-QUARANTINE ASSIGN TO LS-QUARANTINE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-QUARANTINE-STATUS.
           SELECT FD-LOCK ASSIGN TO LS-LOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FD-DATA.
      *> 1   3
      *> 3   9
      *> 3   3
      *> A feed may also carry a header record before the data and a
      *> trailer record after it, always comma-separated whatever the
      *> layout of the data records:
      *>   HDR,<sender ID>,<business date YYYY-MM-DD>,<sequence no>
      *>   TRL,<data record count>,<column 1 total>,<column 2 total>
      *> The data records of a feed named to a layout in FD-LAYOUT
      *> follow that layout instead of the three-space default.

       01  F-DATA-RECORD             PIC X(100).

       01  F-RECYCLE-RECORD          PIC X(160).

      *> Control file: one input path, and an optional comma-separated
      *> expected control count, input layout ID and FORCE flag, per
      *> line. FORCE lets a feed through that the feed registry
      *> recognizes as already processed - see FD-REGISTRY.
      *> Example:
      *>   /data/day01-01.txt,150
      *>   /data/day01-02.txt
      *>   /data/partner-a.csv,,PARTNERA
      *>   /data/day01-03.txt,,,FORCE
       FD FD-CONTROL.
       01  F-CONTROL-RECORD          PIC X(200).

       FD FD-IDMASTER.
       COPY "DAY01IDX.CPY".

      *> Operator-owned location reference file, keyed by location
      *> ID and maintained by DAY01LOC, giving each ID its name,
      *> region, status and effective dates - see DAY01LRF.CPY. Read
      *> only: every distinct loaded ID is checked against it.
       FD FD-LOCREF.
       COPY "DAY01LRF.CPY".

      *> Location exception listing: every distinct loaded ID that is
      *> unknown to the location reference file, or known but not in
      *> force on the run date - see the LEX- layouts in DAY01RPT.CPY.
       FD FD-LOCEXC.
       01  F-LOCEXC-RECORD           PIC X(132).

      *> Zero-match exception listing: every distinct table 1 ID
      *> with no match in table 2, and every distinct table 2 ID
      *> that never appears in table 1 - see the ZMX- layouts in
      *> DAY01RPT.CPY.
       FD FD-ZEROMATCH.
       01  F-ZEROMATCH-RECORD        PIC X(132).

      *> Input layout definitions: one layout per line, naming how
      *> the data records of the feeds that use it are laid out, and
      *> whether those feeds must carry a header and trailer. Read
      *> once at startup; lines starting with "*" are comments.
      *>   <layout ID>,<format>,<envelope>[,<start>,<len>,<start>,<len>]
      *> The format is SPACES (the traditional three-space delimiter),
      *> COMMA, TAB or FIXED; FIXED takes the start column and length
      *> of each of the two fields. The envelope is REQUIRED or
      *> OPTIONAL (the default). Example:
      *>   PARTNERA,COMMA,REQUIRED
      *>   PARTNERB,TAB
      *>   PARTNERC,FIXED,OPTIONAL,1,9,11,9
       FD FD-LAYOUT.
       01  F-LAYOUT-RECORD           PIC X(200).

      *> Standing feed registry: one line appended per feed accepted
      *> across every run, carrying the fingerprint of its content,
      *> so a feed resent under a new name or rerun on a later night
      *> is recognized before it is counted twice - see
      *> FRG-DETAIL-LINE in DAY01FRG.CPY. Held and forced duplicates
      *> are registered too, for the DAY01REG registry report.
       FD FD-REGISTRY.
       01  F-REGISTRY-RECORD         PIC X(420).

      *> Change journal of the indexed location-ID master: one line
      *> appended for every ID this run adds to the master or whose
      *> match count it refreshes, with the record before and after -
      *> see JNL-DETAIL-LINE in DAY01JNL.CPY. DAY01RBK reads it back
      *> to roll the master back to an earlier date or run.
       FD FD-JOURNAL.
       01  F-JOURNAL-RECORD          PIC X(480).

      *> Acceptance rules: the limits a feed's results must meet
      *> before they are let into the standing files. One rule per
      *> line, naming the feed by its input path, or "*" for the
      *> rule of every feed without one of its own; lines starting
      *> with "*," are rules, other lines starting with "*" are
      *> comments. Read once at startup.
      *>   <feed>,<max reject %>,<max difference swing %>,
      *>       <max similarity swing %>,<min distinct table 1 IDs>,
      *>       <min distinct table 2 IDs>
      *> A limit left empty, or given as "*", is not checked. The
      *> swings are measured against the feed's last accepted line
      *> in the audit log; a feed with none is not swing-checked.
      *> Example:
      *>   *,10,,,1,1
      *>   /data/day01-01.txt,5,25,25,100,100
       FD FD-RULES.
       01  F-RULES-RECORD            PIC X(200).

      *> Quarantine manifest of a feed that broke its acceptance
      *> rules, <input>.QTN: the outputs written under quarantine
      *> names and the audit, occurrence and registry lines held
      *> back from the standing files, for DAY01REL to promote or
      *> discard - see DAY01QTN.CPY.
       FD FD-QUARANTINE.
       01  F-QUARANTINE-RECORD       PIC X(430).

      *> The run lock file shared by every program of the suite that
      *> updates a standing file - see DAY01LCK.CPY.
       FD FD-LOCK.
       01  F-LOCK-RECORD             PIC X(155).

       WORKING-STORAGE SECTION.
       01 C-DELIMITER                CONSTANT "   ".
       01 C-MAX-FILE-LENGTH          CONSTANT 100000.
       01 C-MAX-TOP-PAIRS            CONSTANT 100.
       01 C-MAX-ARGS                 CONSTANT 20.
       01 C-DEFAULT-PARM-PATH        CONSTANT "DAY01.PRM".
       01 C-HEADER-TYPE              CONSTANT "HDR".
       01 C-TRAILER-TYPE             CONSTANT "TRL".
       01 C-TAB-DELIMITER            CONSTANT X"09".
       01 C-MAX-LAYOUTS              CONSTANT 100.
       01 C-MAX-RULES                CONSTANT 100.
       01 C-MAX-AUDIT-FEEDS          CONSTANT 1000.
       01 C-NO-UPPER-LIMIT           CONSTANT 99999.

      *> Report line layouts, written to FD-REPORT.
       COPY "DAY01RPT.CPY".
      *> Occurrence log line layout, written to FD-OCCUR.
       COPY "DAY01OCC.CPY".

      *> Feed registry line layout, written to and read back from
      *> FD-REGISTRY.
       COPY "DAY01FRG.CPY".

      *> Master change journal line layout, written to FD-JOURNAL.
       COPY "DAY01JNL.CPY".

      *> Quarantine manifest line layouts, written to FD-QUARANTINE.
       COPY "DAY01QTN.CPY".

      *> Run lock line layout and locking fields, for FD-LOCK.
       COPY "DAY01LCK.CPY".

      *> Exception log line layouts, written to FD-EXCEPT.
       COPY "DAY01EXC.CPY".

       01 LS-PAIRS-SUFFIX            PIC X(10) VALUE ".PRS".
       01 LS-TOP-SUFFIX              PIC X(10) VALUE ".TOP".
       01 LS-GENSEQ-SUFFIX           PIC X(10) VALUE ".GEN".
       01 LS-LOCEXC-SUFFIX           PIC X(10) VALUE ".LEX".
       01 LS-ZEROMATCH-SUFFIX        PIC X(10) VALUE ".ZMX".

       01 LS-MASTER-1-PATH           PIC X(100).
       01 LS-MASTER-2-PATH           PIC X(100).
       01 LS-IDMASTER-USABLE         PIC X(1) VALUE "N".
           88 LS-IDMASTER-IS-USABLE            VALUE "Y".
       01 LS-RUN-DATE                PIC X(10).
       01 LS-JOURNAL-PATH            PIC X(104).
       01 LS-FD-JOURNAL-STATUS       PIC X(2).
       01 LS-JOURNAL-USABLE          PIC X(1) VALUE "N".
           88 LS-JOURNAL-IS-USABLE             VALUE "Y".
       01 LS-JOURNAL-RUN-ID          PIC X(24).

       01 LS-LOCREF-PATH             PIC X(100) VALUE "DAY01LOC.REF".
       01 LS-FD-LOCREF-STATUS        PIC X(2).
       01 LS-LOCREF-USABLE           PIC X(1) VALUE "N".
           88 LS-LOCREF-IS-USABLE              VALUE "Y".
       01 LS-LOCEXC-PATH             PIC X(100).
       01 LS-FD-LOCEXC-STATUS        PIC X(2).
       01 LS-LOCEXC-USABLE           PIC X(1) VALUE "N".
           88 LS-LOCEXC-IS-USABLE              VALUE "Y".
       01 LS-LOC-UNKNOWN-COUNT       PIC 9(6) VALUE 0.
       01 LS-LOC-INACTIVE-COUNT      PIC 9(6) VALUE 0.
       01 LS-ZEROMATCH-PATH          PIC X(100).
       01 LS-FD-ZEROMATCH-STATUS     PIC X(2).
       01 LS-ZEROMATCH-USABLE        PIC X(1) VALUE "N".
           88 LS-ZEROMATCH-IS-USABLE           VALUE "Y".
       01 LS-UNMATCHED-1-COUNT       PIC 9(6) VALUE 0.
       01 LS-UNMATCHED-2-COUNT       PIC 9(6) VALUE 0.
      *> Table 1 cursor of the merge walk that finds the table 2
      *> IDs table 1 does not have.
       01 LS-TABLE-1-CURSOR          PIC 9(6) VALUE 1.
       01 LS-LOOKUP-ID               PIC 9(18).
       01 LS-LOOKUP-TABLE-NO         PIC 9(1).
       01 LS-LOOKUP-NAME             PIC X(30).
       01 LS-LOOKUP-REGION           PIC X(20).
       01 LS-LOOKUP-STATE            PIC X(20).

       01 LS-LAYOUT-PATH             PIC X(100) VALUE "DAY01LAY.DEF".
       01 LS-FD-LAYOUT-STATUS        PIC X(2).
       01 LS-LAYOUT-COUNT            PIC 9(3) COMP VALUE 0.
       01 LS-LAYOUT-INDEX            PIC 9(3) COMP.
       01 LS-LAYOUT-TABLE OCCURS C-MAX-LAYOUTS TIMES.
           05 LS-LAYOUT-TBL-ID       PIC X(20).
           05 LS-LAYOUT-TBL-FORMAT   PIC X(6).
           05 LS-LAYOUT-TBL-ENVELOPE PIC X(1).
           05 LS-LAYOUT-TBL-START-1  PIC 9(3).
           05 LS-LAYOUT-TBL-LENGTH-1 PIC 9(2).
           05 LS-LAYOUT-TBL-START-2  PIC 9(3).
           05 LS-LAYOUT-TBL-LENGTH-2 PIC 9(2).
       01 LS-LAY-ID-TEXT             PIC X(20).
       01 LS-LAY-FORMAT-TEXT         PIC X(10).
       01 LS-LAY-ENVELOPE-TEXT       PIC X(10).
       01 LS-LAY-START-1-TEXT        PIC X(5).
       01 LS-LAY-LENGTH-1-TEXT       PIC X(5).
       01 LS-LAY-START-2-TEXT        PIC X(5).
       01 LS-LAY-LENGTH-2-TEXT       PIC X(5).
       01 LS-LAY-REASON              PIC X(40).
       01 LS-DEFAULT-LAYOUT-ID       PIC X(20) VALUE SPACES.
       01 LS-FEED-LAYOUT-TEXT        PIC X(20) VALUE SPACES.
       01 LS-LAYOUT-ID               PIC X(20) VALUE SPACES.
       01 LS-LAYOUT-KNOWN            PIC X(1) VALUE "Y".
           88 LS-LAYOUT-IS-KNOWN               VALUE "Y".
       01 LS-LAYOUT-FORMAT           PIC X(6) VALUE "SPACES".
           88 LS-LAYOUT-IS-SPACES              VALUE "SPACES".
           88 LS-LAYOUT-IS-COMMA               VALUE "COMMA".
           88 LS-LAYOUT-IS-TAB                 VALUE "TAB".
           88 LS-LAYOUT-IS-FIXED               VALUE "FIXED".
       01 LS-ENVELOPE-RULE           PIC X(1) VALUE "O".
           88 LS-ENVELOPE-IS-REQUIRED          VALUE "R".
       01 LS-FIXED-START-1           PIC 9(3).
       01 LS-FIXED-LENGTH-1          PIC 9(2).
       01 LS-FIXED-START-2           PIC 9(3).
       01 LS-FIXED-LENGTH-2          PIC 9(2).

      *> Feed envelope: the header and trailer records of the feed
      *> being loaded, and the data records it contributed to the
      *> tables - from LS-FEED-START-INDEX on - for the trailer check.
       01 LS-RECORD-KIND             PIC X(1).
           88 LS-RECORD-IS-DATA                VALUE "D".
       01 LS-FEED-RECORD-NO          PIC 9(9) VALUE 0.
       01 LS-FEED-START-INDEX        PIC 9(6) VALUE 1.
       01 LS-RECYCLING               PIC X(1) VALUE "N".
           88 LS-IS-RECYCLING                  VALUE "Y".
       01 LS-ENV-TYPE-TEXT           PIC X(3).
       01 LS-ENV-FIELD-1-TEXT        PIC X(20).
       01 LS-ENV-FIELD-2-TEXT        PIC X(20).
       01 LS-ENV-FIELD-3-TEXT        PIC X(20).
       01 LS-HEADER-SEEN             PIC X(1) VALUE "N".
           88 LS-HEADER-WAS-SEEN               VALUE "Y".
       01 LS-HDR-SENDER-ID           PIC X(20) VALUE SPACES.
       01 LS-HDR-BUSINESS-DATE       PIC X(10) VALUE SPACES.
       01 LS-HDR-SEQUENCE            PIC 9(9) VALUE 0.
       01 LS-TRAILER-SEEN            PIC X(1) VALUE "N".
           88 LS-TRAILER-WAS-SEEN              VALUE "Y".
       01 LS-TRL-COUNT               PIC 9(9) VALUE 0.
       01 LS-TRL-HASH-1              PIC 9(18) VALUE 0.
       01 LS-TRL-HASH-2              PIC 9(18) VALUE 0.
       01 LS-FEED-RECORDS            PIC 9(9) VALUE 0.
       01 LS-FEED-HASH-1             PIC 9(18) VALUE 0.
       01 LS-FEED-HASH-2             PIC 9(18) VALUE 0.
       01 LS-ENVELOPE-INDEX          PIC 9(6).
       01 LS-ENVELOPE-STATE          PIC X(1) VALUE "Y".
           88 LS-ENVELOPE-IS-GOOD              VALUE "Y".

      *> Duplicate-feed check: the fingerprint of the feed being
      *> processed, as FRG-FINGERPRINT lays it out, and the earlier
      *> registered feed it matched, if any.
       01 LS-REGISTRY-PATH           PIC X(100) VALUE "DAY01FEED.REG".
       01 LS-FD-REGISTRY-STATUS      PIC X(2).
       01 LS-FORCE-DUPLICATE-TEXT    PIC X(10) VALUE SPACES.
       01 LS-FEED-FORCE-TEXT         PIC X(10) VALUE SPACES.
       01 LS-FEED-FINGERPRINT        PIC X(170).
       01 LS-DUPLICATE-STATE         PIC X(1) VALUE "N".
           88 LS-FEED-IS-HELD                  VALUE "H".
           88 LS-FEED-IS-FORCED                VALUE "F".
       01 LS-DUP-MATCH-DATE          PIC X(10).
       01 LS-DUP-MATCH-FILE          PIC X(100).

      *> Acceptance rules, as loaded from FD-RULES, and the last
      *> accepted difference and similarity of each feed in the
      *> audit log, loaded only when some rule limits a swing. An
      *> upper limit not given is held as C-NO-UPPER-LIMIT, a lower
      *> one as zero, so every limit is compared the same way.
       01 LS-RULES-PATH              PIC X(100) VALUE "DAY01ACC.RUL".
       01 LS-FD-RULES-STATUS         PIC X(2).
       01 LS-RULE-COUNT              PIC 9(3) COMP VALUE 0.
       01 LS-RULE-INDEX              PIC 9(3) COMP.
       01 LS-RULE-MATCH              PIC 9(3) COMP.
       01 LS-RULE-DEFAULT            PIC 9(3) COMP.
       01 LS-RULE-TABLE OCCURS C-MAX-RULES TIMES.
           05 LS-RULE-TBL-FEED       PIC X(100).
           05 LS-RULE-TBL-MAX-REJECT PIC 9(5).
           05 LS-RULE-TBL-MAX-DIFF   PIC 9(5).
           05 LS-RULE-TBL-MAX-SIM    PIC 9(5).
           05 LS-RULE-TBL-MIN-IDS-1  PIC 9(6).
           05 LS-RULE-TBL-MIN-IDS-2  PIC 9(6).
       01 LS-RUL-FEED-TEXT           PIC X(100).
       01 LS-RUL-REJECT-TEXT         PIC X(10).
       01 LS-RUL-DIFF-TEXT           PIC X(10).
       01 LS-RUL-SIM-TEXT            PIC X(10).
       01 LS-RUL-IDS-1-TEXT          PIC X(10).
       01 LS-RUL-IDS-2-TEXT          PIC X(10).
       01 LS-RUL-REASON              PIC X(40).
       01 LS-RUL-LIMIT-TEXT          PIC X(10).
       01 LS-RUL-LIMIT               PIC 9(6).
       01 LS-RUL-LIMIT-STATE         PIC X(1) VALUE "N".
           88 LS-RUL-LIMIT-IS-GIVEN            VALUE "Y".
       01 LS-SWING-LIMITED           PIC X(1) VALUE "N".
           88 LS-SWING-IS-LIMITED              VALUE "Y".
       01 LS-HIST-COUNT              PIC 9(4) COMP VALUE 0.
       01 LS-HIST-INDEX              PIC 9(4) COMP.
       01 LS-HIST-MATCH              PIC 9(4) COMP.
       01 LS-HIST-KEY                PIC X(100).
       01 LS-HIST-TABLE OCCURS C-MAX-AUDIT-FEEDS TIMES.
           05 LS-HIST-FEED           PIC X(100).
           05 LS-HIST-DIFFERENCE     PIC 9(18).
           05 LS-HIST-SIMILARITY     PIC 9(18).
       01 LS-HIST-FULL               PIC X(1) VALUE "N".
           88 LS-HIST-IS-FULL                  VALUE "Y".

      *> Acceptance of the feed being processed: blank when no rule
      *> covers it, and otherwise the results the rules were held
      *> to and the first rule broken, if any.
       01 LS-ACCEPTANCE              PIC X(1) VALUE SPACE.
           88 LS-FEED-IS-UNCHECKED             VALUE SPACE.
           88 LS-FEED-IS-ACCEPTED              VALUE "A".
           88 LS-FEED-IS-QUARANTINED           VALUE "Q".
       01 LS-ACCEPT-REASON           PIC X(60).
       01 LS-ACC-DIFFERENCE          PIC 9(18).
       01 LS-ACC-SIMILARITY          PIC 9(18).
       01 LS-ACC-DISTINCT-1          PIC 9(6).
       01 LS-ACC-DISTINCT-2          PIC 9(6).
       01 LS-ACC-PRIOR-VALUE         PIC 9(18).
       01 LS-ACC-NEW-VALUE           PIC 9(18).
       01 LS-ACC-PERCENT             PIC 9(5)V9(2).
       01 LS-ACC-PERCENT-EDITED      PIC Z(4)9.99.
       01 LS-ACC-LIMIT-EDITED        PIC Z(5)9.
       01 LS-ACC-COUNT-EDITED        PIC Z(5)9.
       01 LS-QUARANTINE-SUFFIX       PIC X(10) VALUE ".QTN".
       01 LS-QUARANTINE-PATH         PIC X(110).
       01 LS-FD-QUARANTINE-STATUS    PIC X(2).
       01 LS-QUARANTINE-USABLE       PIC X(1) VALUE "N".
           88 LS-QUARANTINE-IS-USABLE          VALUE "Y".
       01 LS-QTN-CURRENT-PATH        PIC X(100).
       01 LS-LOCK-PATH               PIC X(100) VALUE "DAY01.LCK".
       01 LS-FD-LOCK-STATUS          PIC X(2).

       01 LS-CONTROL-PATH            PIC X(100).
       01 LS-CONTROL-RECORD          PIC X(200).
       01 LS-SUM-WARN-COUNT          PIC 9(6) VALUE 0.
       01 LS-SUM-FAIL-COUNT          PIC 9(6) VALUE 0.
       01 LS-SUM-SKIP-COUNT          PIC 9(6) VALUE 0.
       01 LS-SUM-HELD-COUNT          PIC 9(6) VALUE 0.
       01 LS-SUM-RECORDS             PIC 9(9) VALUE 0.
       01 LS-SUM-REJECTS             PIC 9(9) VALUE 0.
       01 LS-SUM-DIFF                PIC 9(18) VALUE 0.
               " - FILE STATUS " LS-FD-EXCEPT-STATUS
       END-IF

      *> Lock the standing files this run updates - the audit log,
      *> the occurrence log, the indexed master with its journal and
      *> the feed registry - and the location reference file it
      *> names locations from, before any of them is read, so no
      *> other run of the suite can update them underneath this one.
      *> The run ID is the one the master's journal lines carry. A
      *> file still locked once any LOCK-WAIT has passed ends the run
      *> with nothing processed.
       MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-DATE
       MOVE SPACES TO LS-JOURNAL-RUN-ID
       STRING "DAY01-" LS-CURRENT-DATE(1:14)
           DELIMITED BY SIZE INTO LS-JOURNAL-RUN-ID
       MOVE "DAY01" TO LCK-OWN-PROGRAM
       MOVE LS-JOURNAL-RUN-ID TO LCK-OWN-RUN-ID
       MOVE 5 TO LCK-WANTED-COUNT
       MOVE LS-AUDIT-PATH TO LCK-WANTED-RESOURCE(1)
       MOVE LS-OCCUR-PATH TO LCK-WANTED-RESOURCE(2)
       MOVE LS-IDMASTER-PATH TO LCK-WANTED-RESOURCE(3)
       MOVE LS-REGISTRY-PATH TO LCK-WANTED-RESOURCE(4)
       MOVE LS-LOCREF-PATH TO LCK-WANTED-RESOURCE(5)
       PERFORM ACQUIRE-RUN-LOCKS
       IF NOT LCK-IS-HELD
           IF LCK-IS-BUSY
               MOVE LCK-CONFLICT-RC TO RETURN-CODE
               MOVE "DAY01E59" TO EXC-MSG-ID
               MOVE SPACES TO EXC-FILE-STATUS
               MOVE LCK-RESOURCE TO EXC-FILE-NAME
               PERFORM LOG-ONE-EXCEPTION
           ELSE
               MOVE 16 TO RETURN-CODE
               MOVE "DAY01E60" TO EXC-MSG-ID
               PERFORM LOG-LOCK-FILE-EXC
           END-IF
           PERFORM WRITE-EXCEPTION-SUMMARY
           IF LS-EXCEPT-IS-USABLE
               CLOSE FD-EXCEPT
           END-IF
           STOP RUN
       END-IF

      *> Load the acceptance rules, and - when any rule limits the
      *> swing of a feed's results - each feed's last accepted
      *> results from the audit log, before the log is opened to
      *> extend below.
       PERFORM LOAD-ACCEPTANCE-RULES
       IF LS-SWING-IS-LIMITED
           PERFORM LOAD-ACCEPTED-HISTORY
       END-IF

      *> Open the standing audit log once for the whole run; every file
      *> processed below appends one line to it, batch mode or not. The
      *> first run on a given system has no log file yet to extend.
           PERFORM LOG-IDMASTER-FILE-EXC
       END-IF

      *> Open the master's change journal - the master path with
      *> ".JNL" added - to append to for the whole run; the first run
      *> on a given system has no journal yet to extend. Every change
      *> to the master must be journaled so it can be rolled back, so
      *> without the journal the run leaves the master alone, just as
      *> if the master itself could not be opened.
       IF LS-IDMASTER-IS-USABLE
           MOVE SPACES TO LS-JOURNAL-PATH
           STRING FUNCTION TRIM(LS-IDMASTER-PATH) ".JNL"
               DELIMITED BY SIZE INTO LS-JOURNAL-PATH
           OPEN EXTEND FD-JOURNAL
           IF LS-FD-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT FD-JOURNAL
           END-IF
           IF LS-FD-JOURNAL-STATUS = "00"
               SET LS-JOURNAL-IS-USABLE TO TRUE
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN "
                   FUNCTION TRIM(LS-JOURNAL-PATH)
                   " - FILE STATUS " LS-FD-JOURNAL-STATUS
               DISPLAY "WARNING: "
                   FUNCTION TRIM(LS-IDMASTER-PATH)
                   " WILL NOT BE UPDATED THIS RUN"
               MOVE "DAY01W51" TO EXC-MSG-ID
               PERFORM LOG-JOURNAL-FILE-EXC
               CLOSE FD-IDMASTER
               MOVE "N" TO LS-IDMASTER-USABLE
           END-IF
       END-IF

      *> Open the location reference file once for the whole run. It
      *> belongs to the operators (DAY01LOC), so it is never created
      *> here; without it the run goes on with no location checks and
      *> no names on the reports, rather than listing every ID as
      *> unknown.
       OPEN INPUT FD-LOCREF
       IF LS-FD-LOCREF-STATUS = "00"
           SET LS-LOCREF-IS-USABLE TO TRUE
       ELSE
           DISPLAY "WARNING: UNABLE TO OPEN "
               FUNCTION TRIM(LS-LOCREF-PATH)
               " - FILE STATUS " LS-FD-LOCREF-STATUS
           MOVE "DAY01W39" TO EXC-MSG-ID
           PERFORM LOG-LOCREF-FILE-EXC
       END-IF

      *> Load the input layout definitions, so each feed can be read
      *> in its sender's layout - see FD-LAYOUT.
       PERFORM LOAD-LAYOUT-DEFINITIONS

      *> A leading "+" asks for recycle mode: process the named input
      *> file as usual, then fold the corrected reject records in
      *> <input>.FIX into the same results, so recovering a handful
                IF NOT LS-ARE-NO-MORE-FILES
                    MOVE SPACES TO LS-FILE-PATH
                    MOVE SPACES TO LS-EXPECTED-COUNT-TEXT
                    MOVE SPACES TO LS-FEED-LAYOUT-TEXT
                    MOVE SPACES TO LS-FEED-FORCE-TEXT
                    UNSTRING LS-CONTROL-RECORD DELIMITED BY ","
                        INTO LS-FILE-PATH LS-EXPECTED-COUNT-TEXT
                            LS-FEED-LAYOUT-TEXT LS-FEED-FORCE-TEXT
                    PERFORM CHECK-BATCH-CHECKPOINT
                END-IF
            ELSE
                MOVE 0 TO LS-MASTER-2-COUNT
                MOVE 0 TO LS-TOP-COUNT
                MOVE "N" TO LS-PAIRS-USABLE
                MOVE 0 TO LS-LOC-UNKNOWN-COUNT
                MOVE 0 TO LS-LOC-INACTIVE-COUNT
                MOVE 0 TO LS-UNMATCHED-1-COUNT
                MOVE 0 TO LS-UNMATCHED-2-COUNT
                MOVE "N" TO LS-DUPLICATE-STATE
                MOVE SPACE TO LS-ACCEPTANCE
                MOVE SPACES TO LS-ACCEPT-REASON
                MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-DATE
                MOVE SPACES TO LS-RUN-DATE
                STRING LS-CURRENT-DATE(1:4) "-"
      *> DERIVE-OUTPUT-PATHS.
                PERFORM DERIVE-OUTPUT-PATHS

      *> Settle the layout this feed's data records are read in, and
      *> clear the envelope of the previous feed.
                PERFORM RESOLVE-FEED-LAYOUT

      *> Open the file, failing the run with a non-zero RETURN-CODE
      *> instead of quietly proceeding if the path is missing or
      *> unreadable.
                        PERFORM LOG-INPUT-CONTENT-EXC
                    ELSE

      *> A feed whose trailer does not agree with what was loaded,
      *> or that lacks an envelope its layout requires, fails here:
      *> nothing of it reaches the masters or the logs, and it is
      *> not checkpointed, so the rerun after the sender's resend
      *> picks it up again.
                        PERFORM CHECK-FEED-ENVELOPE

      *> A feed whose content was already accepted before - resent
      *> under a new name, or rerun on a later night - is held
      *> here, unless the operator forces it through.
                        IF LS-ENVELOPE-IS-GOOD
                            PERFORM CHECK-FEED-REGISTRY
                        END-IF
                    END-IF
                    IF LS-FILE-LENGTH > 0 AND LS-ENVELOPE-IS-GOOD
                        AND NOT LS-FEED-IS-HELD

                        PERFORM ANALYZE-AND-REPORT-TABLES

      *> Register the feed's fingerprint, so the same content is
      *> recognized when it comes round again. A quarantined feed's
      *> registry line also goes into its manifest, which is then
      *> complete.
                        PERFORM WRITE-REGISTRY-ENTRY
                        IF LS-FEED-IS-QUARANTINED
                            PERFORM CLOSE-QUARANTINE-MANIFEST
                        END-IF

      *> Record this control-file entry as completed, so a restart
      *> after a crash later in the batch can skip it.
                        IF LS-IS-BATCH-MODE
            CLOSE FD-IDMASTER
        END-IF

        IF LS-JOURNAL-IS-USABLE
            CLOSE FD-JOURNAL
        END-IF

        IF LS-LOCREF-IS-USABLE
            CLOSE FD-LOCREF
        END-IF

        IF LS-IS-BATCH-MODE
            CLOSE FD-CONTROL
        END-IF
            END-IF
        END-IF

      *> Every standing file is closed: let the next run have them.
        PERFORM RELEASE-RUN-LOCKS
        IF LCK-FILE-FAILED
            MOVE "DAY01W61" TO EXC-MSG-ID
            PERFORM LOG-LOCK-FILE-EXC
        END-IF

        PERFORM WRITE-EXCEPTION-SUMMARY
        IF LS-EXCEPT-IS-USABLE
            CLOSE FD-EXCEPT
        STRING FUNCTION TRIM(LS-FILE-PATH)
            FUNCTION TRIM(LS-TOP-SUFFIX)
            DELIMITED BY SIZE INTO LS-TOPRPT-PATH
        MOVE SPACES TO LS-LOCEXC-PATH
        STRING FUNCTION TRIM(LS-FILE-PATH)
            FUNCTION TRIM(LS-LOCEXC-SUFFIX)
            DELIMITED BY SIZE INTO LS-LOCEXC-PATH
        MOVE SPACES TO LS-ZEROMATCH-PATH
        STRING FUNCTION TRIM(LS-FILE-PATH)
            FUNCTION TRIM(LS-ZEROMATCH-SUFFIX)
            DELIMITED BY SIZE INTO LS-ZEROMATCH-PATH
       .

      *> Analyze the loaded tables and write every per-dataset
        SORT LS-DATA-TABLE-2
            ON ASCENDING KEY LS-DATA-ITEM-2

      *> Hold the feed's results to its acceptance rules before any
      *> output is written, so a feed that breaks one has all of its
      *> outputs written under quarantine names, and nothing of it
      *> reaches the indexed master, the occurrence log or the audit
      *> log. A consolidated pass has no per-feed rule to meet.
        IF NOT LS-IS-CONSOLIDATE-MODE
            PERFORM CHECK-ACCEPTANCE-RULES
        END-IF

        OPEN OUTPUT FD-MASTER-1
        IF LS-FD-MASTER-1-STATUS NOT = "00"
            DISPLAY "ERROR: UNABLE TO OPEN "
        IF LS-TOP-PAIRS > 0
            PERFORM OPEN-PAIR-DETAIL-FILE
        END-IF
        IF LS-LOCREF-IS-USABLE
            PERFORM OPEN-LOCATION-EXCEPTIONS
        END-IF
        PERFORM OPEN-ZERO-MATCH-EXCEPTIONS
        SET LS-SEARCH-INDEX TO 1
        MOVE 1 TO LS-TABLE-1-CURSOR
        PERFORM VARYING LS-TABLE-INDEX FROM 1 BY 1
        UNTIL LS-TABLE-INDEX > LS-FILE-LENGTH
      *> Part 1: Calculate the absolute difference for each pair
                MOVE LS-DATA-ITEM-1(LS-TABLE-INDEX)
                    TO FRQ-DET-ID
                MOVE LS-MATCH-COUNT TO FRQ-DET-COUNT
                MOVE LS-DATA-ITEM-1(LS-TABLE-INDEX) TO LS-LOOKUP-ID
                PERFORM LOOKUP-LOCATION-REFERENCE
                MOVE LS-LOOKUP-NAME TO FRQ-DET-NAME
                MOVE LS-LOOKUP-REGION TO FRQ-DET-REGION
                WRITE F-FREQ-RECORD FROM FRQ-DETAIL-LINE
                IF LS-CSV-IS-WANTED
                    PERFORM WRITE-OUTLIER-CSV-ROW
                    LS-MASTER-1-COUNT + 1
                PERFORM UPSERT-TABLE-1-ID
                PERFORM WRITE-TABLE-1-OCCURRENCE
                MOVE LS-DATA-ITEM-1(LS-TABLE-INDEX) TO LS-LOOKUP-ID
                MOVE 1 TO LS-LOOKUP-TABLE-NO
                PERFORM CHECK-LOCATION-REFERENCE
                IF LS-MATCH-COUNT = 0
                    MOVE LS-DATA-ITEM-1(LS-TABLE-INDEX)
                        TO LS-LOOKUP-ID
                    MOVE 1 TO LS-LOOKUP-TABLE-NO
                    PERFORM LIST-ZERO-MATCH-ID
                END-IF
            END-IF
            IF LS-TABLE-INDEX = 1
                OR LS-DATA-ITEM-2(LS-TABLE-INDEX) NOT =
                    LS-MASTER-2-COUNT + 1
                PERFORM UPSERT-TABLE-2-ID
                PERFORM WRITE-TABLE-2-OCCURRENCE
                MOVE LS-DATA-ITEM-2(LS-TABLE-INDEX) TO LS-LOOKUP-ID
                MOVE 2 TO LS-LOOKUP-TABLE-NO
                PERFORM CHECK-LOCATION-REFERENCE
                PERFORM CHECK-TABLE-2-ID-IN-TABLE-1
            END-IF
        END-PERFORM
        IF LS-FD-MASTER-1-STATUS NOT = "00"
        IF LS-PAIRS-IS-USABLE
            CLOSE FD-PAIRS
        END-IF
        IF LS-LOCEXC-IS-USABLE
            PERFORM CLOSE-LOCATION-EXCEPTIONS
        END-IF
        IF LS-ZEROMATCH-IS-USABLE
            PERFORM CLOSE-ZERO-MATCH-EXCEPTIONS
        END-IF

      *> Loaded IDs the reference file does not know, or does not
      *> have in force, are a warning on the feed: the analysis
      *> still counts them, but someone has to chase them.
        IF LS-LOC-UNKNOWN-COUNT > 0 OR LS-LOC-INACTIVE-COUNT > 0
            DISPLAY "WARNING: " FUNCTION TRIM(LS-FILE-PATH) " HAS "
                LS-LOC-UNKNOWN-COUNT " UNKNOWN AND "
                LS-LOC-INACTIVE-COUNT " INACTIVE LOCATION IDS"
            IF LS-SUM-STATUS = "OK"
                MOVE "WARN" TO LS-SUM-STATUS
            END-IF
            MOVE "DAY01W41" TO EXC-MSG-ID
            PERFORM LOG-INPUT-CONTENT-EXC
        END-IF

      *> Write the report: a header naming the input file and run
      *> date, the labelled result lines, and a trailer.
        MOVE LS-RUN-DATE TO RPT-DATE-VALUE
        WRITE F-REPORT-RECORD FROM RPT-RUN-DATE-LINE
        PERFORM WRITE-PARAMETER-ECHO
        IF LS-HEADER-WAS-SEEN AND NOT LS-IS-CONSOLIDATE-MODE
            MOVE LS-HDR-SENDER-ID TO RPT-SND-VALUE
            WRITE F-REPORT-RECORD FROM RPT-SENDER-LINE
            MOVE LS-HDR-BUSINESS-DATE TO RPT-BUS-VALUE
            WRITE F-REPORT-RECORD FROM RPT-BUSINESS-DATE-LINE
            MOVE LS-HDR-SEQUENCE TO RPT-SEQ-VALUE
            WRITE F-REPORT-RECORD FROM RPT-SEQUENCE-LINE
        END-IF
        IF LS-TRAILER-WAS-SEEN AND NOT LS-IS-CONSOLIDATE-MODE
            MOVE "MATCHED" TO RPT-TRC-VALUE
            WRITE F-REPORT-RECORD FROM RPT-TRAILER-CHECK-LINE
        END-IF
        IF LS-FEED-IS-FORCED
            MOVE LS-DUP-MATCH-FILE TO RPT-DUP-FILE-VALUE
            WRITE F-REPORT-RECORD FROM RPT-DUPLICATE-FILE-LINE
            MOVE LS-DUP-MATCH-DATE TO RPT-DUP-DATE-VALUE
            WRITE F-REPORT-RECORD FROM RPT-DUPLICATE-DATE-LINE
        END-IF
        MOVE LS-FILE-LENGTH TO RPT-COUNT-VALUE
        WRITE F-REPORT-RECORD FROM RPT-COUNT-LINE
        MOVE LS-CONTROL-SUM-1 TO RPT-SUM-1-VALUE
        MOVE LS-MASTER-2-COUNT TO RPT-MST2-VALUE
        WRITE F-REPORT-RECORD
            FROM RPT-MASTER-2-COUNT-LINE
        MOVE LS-LOC-UNKNOWN-COUNT TO RPT-LUN-VALUE
        WRITE F-REPORT-RECORD
            FROM RPT-LOC-UNKNOWN-LINE
        MOVE LS-LOC-INACTIVE-COUNT TO RPT-LIN-VALUE
        WRITE F-REPORT-RECORD
            FROM RPT-LOC-INACTIVE-LINE
        MOVE LS-UNMATCHED-1-COUNT TO RPT-UM1-VALUE
        WRITE F-REPORT-RECORD
            FROM RPT-UNMATCHED-1-LINE
        MOVE LS-UNMATCHED-2-COUNT TO RPT-UM2-VALUE
        WRITE F-REPORT-RECORD
            FROM RPT-UNMATCHED-2-LINE
        IF LS-FEED-IS-ACCEPTED
            MOVE "ACCEPTED" TO RPT-ACC-VALUE
            WRITE F-REPORT-RECORD FROM RPT-ACCEPTANCE-LINE
        END-IF
        IF LS-FEED-IS-QUARANTINED
            MOVE "QUARANTINED" TO RPT-ACC-VALUE
            WRITE F-REPORT-RECORD FROM RPT-ACCEPTANCE-LINE
            MOVE LS-ACCEPT-REASON TO RPT-QTN-VALUE
            WRITE F-REPORT-RECORD FROM RPT-QUARANTINE-LINE
        END-IF
        MOVE LS-FILE-PATH TO RPT-TRL-FILE-NAME
        WRITE F-REPORT-RECORD FROM RPT-TRAILER-LINE
        IF LS-FD-REPORT-STATUS NOT = "00"
            PERFORM WRITE-TOP-PAIRS-REPORT
        END-IF

      *> Append this file's result to the standing audit log - or,
      *> for a quarantined feed, hold it back in the manifest.
        MOVE LS-RUN-DATE TO AUD-TIMESTAMP
        MOVE LS-FILE-PATH TO AUD-FILE-NAME
        MOVE LS-FILE-LENGTH TO AUD-COUNT
                MOVE "RECYCLE" TO AUD-MODE
            WHEN LS-IS-CONSOLIDATE-MODE
                MOVE "CONSOL" TO AUD-MODE
            WHEN LS-FEED-IS-FORCED
                MOVE "FORCED" TO AUD-MODE
            WHEN OTHER
                MOVE SPACES TO AUD-MODE
        END-EVALUATE
        IF LS-FEED-IS-QUARANTINED
            MOVE SPACES TO QTN-DATA-LINE
            SET QTN-IS-AUDIT TO TRUE
            MOVE AUD-DETAIL-LINE TO QTN-RECORD-DATA
            PERFORM WRITE-QUARANTINE-LINE
            EXIT PARAGRAPH
        END-IF
        WRITE F-AUDIT-RECORD FROM AUD-DETAIL-LINE
        IF LS-FD-AUDIT-STATUS NOT = "00"
            DISPLAY "WARNING: UNABLE TO WRITE AUDIT"
            MOVE "DAY01W19" TO EXC-MSG-ID
            PERFORM LOG-AUDIT-FILE-EXC
        END-IF
        IF LS-SWING-IS-LIMITED AND NOT LS-IS-CONSOLIDATE-MODE
            PERFORM NOTE-ACCEPTED-RESULT
        END-IF

      *> Copy this run's finished outputs to a new generation, and
      *> retire the generation that has aged past the retention
      *> count, so a rerun no longer destroys the evidence of the
      *> previous run. The current names above stay in place as the
      *> newest generation's stable alias. A quarantined run left
      *> the current names alone and takes no generation here:
      *> DAY01REL saves it as the feed's next generation when it
      *> promotes it, and a discarded run never has one.
        PERFORM MANAGE-OUTPUT-GENERATIONS
       .

        MOVE 0 TO LS-MASTER-2-COUNT
        MOVE 0 TO LS-TOP-COUNT
        MOVE "N" TO LS-PAIRS-USABLE
        MOVE 0 TO LS-LOC-UNKNOWN-COUNT
        MOVE 0 TO LS-LOC-INACTIVE-COUNT
        MOVE 0 TO LS-UNMATCHED-1-COUNT
        MOVE 0 TO LS-UNMATCHED-2-COUNT
        MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-DATE
        MOVE SPACES TO LS-RUN-DATE
        STRING LS-CURRENT-DATE(1:4) "-"
            IF LS-CONTROL-RECORD NOT = SPACES
                MOVE SPACES TO LS-FILE-PATH
                MOVE SPACES TO LS-EXPECTED-COUNT-TEXT
                MOVE SPACES TO LS-FEED-LAYOUT-TEXT
                UNSTRING LS-CONTROL-RECORD DELIMITED BY ","
                    INTO LS-FILE-PATH LS-EXPECTED-COUNT-TEXT
                        LS-FEED-LAYOUT-TEXT
                PERFORM CONSOLIDATE-LOAD-ONE-FEED
            END-IF
        END-PERFORM
      *> Load one control-file entry into the combined tables. An
      *> entry's expected count joins the combined expectation, so
      *> the control-total check still means something for the whole
      *> night. A feed that cannot be opened, or that fails its
      *> envelope check, fails the run but the remaining feeds still
      *> load, so the report shows the best available picture of the
      *> night.
       CONSOLIDATE-LOAD-ONE-FEED.
        IF FUNCTION TRIM(LS-EXPECTED-COUNT-TEXT) IS NUMERIC
            COMPUTE LS-EXPECTED-COUNT = LS-EXPECTED-COUNT
        STRING FUNCTION TRIM(LS-FILE-PATH)
            FUNCTION TRIM(LS-REJECT-SUFFIX)
            DELIMITED BY SIZE INTO LS-REJECT-PATH
        PERFORM RESOLVE-FEED-LAYOUT
        OPEN INPUT FD-DATA
        IF LS-FD-DATA-STATUS NOT = "00"
            DISPLAY "ERROR: UNABLE TO OPEN "
        END-PERFORM
        CLOSE FD-DATA
        CLOSE FD-REJECT

      *> A feed that fails its envelope check is taken back out of
      *> the combined tables: its records all sit after the point
      *> where it started loading.
        PERFORM CHECK-FEED-ENVELOPE
        IF NOT LS-ENVELOPE-IS-GOOD
            MOVE LS-FEED-START-INDEX TO LS-TABLE-INDEX
        END-IF
       .

      *> Count how many times the current - distinct - table 1 item
                MOVE LS-PARM-VALUE TO LS-TOP-SUFFIX
            WHEN "GENSEQ-SUFFIX"
                MOVE LS-PARM-VALUE TO LS-GENSEQ-SUFFIX
            WHEN "LOCREF-PATH"
                MOVE LS-PARM-VALUE TO LS-LOCREF-PATH
            WHEN "LOCEXC-SUFFIX"
                MOVE LS-PARM-VALUE TO LS-LOCEXC-SUFFIX
            WHEN "ZEROMATCH-SUFFIX"
                MOVE LS-PARM-VALUE TO LS-ZEROMATCH-SUFFIX
            WHEN "LAYOUT"
                MOVE LS-PARM-VALUE TO LS-DEFAULT-LAYOUT-ID
            WHEN "LAYOUT-PATH"
                MOVE LS-PARM-VALUE TO LS-LAYOUT-PATH
            WHEN "REGISTRY-PATH"
                MOVE LS-PARM-VALUE TO LS-REGISTRY-PATH
            WHEN "FORCE-DUPLICATE"
                MOVE LS-PARM-VALUE TO LS-FORCE-DUPLICATE-TEXT
            WHEN "RULES-PATH"
                MOVE LS-PARM-VALUE TO LS-RULES-PATH
            WHEN "QUARANTINE-SUFFIX"
                MOVE LS-PARM-VALUE TO LS-QUARANTINE-SUFFIX
            WHEN "LOCK-PATH"
                MOVE LS-PARM-VALUE TO LS-LOCK-PATH
            WHEN "LOCK-WAIT"
                IF FUNCTION TRIM(LS-PARM-VALUE) IS NUMERIC
                    MOVE FUNCTION NUMVAL(LS-PARM-VALUE)
                        TO LCK-WAIT-SECONDS
                END-IF
            WHEN OTHER
                DISPLAY "WARNING: UNKNOWN PARAMETER KEYWORD "
                    FUNCTION TRIM(LS-PARM-KEY)
        WRITE F-REPORT-RECORD FROM RPT-PARM-IDMASTER-LINE
        MOVE LS-OCCUR-PATH TO RPT-PRM-OCC-VALUE
        WRITE F-REPORT-RECORD FROM RPT-PARM-OCCUR-LINE
        MOVE LS-LOCREF-PATH TO RPT-PRM-LRF-VALUE
        WRITE F-REPORT-RECORD FROM RPT-PARM-LOCREF-LINE
        EVALUATE TRUE
            WHEN LS-IS-CONSOLIDATE-MODE
                MOVE "PER FEED" TO RPT-PRM-LAY-VALUE
            WHEN LS-LAYOUT-ID = SPACES
                MOVE "DEFAULT" TO RPT-PRM-LAY-VALUE
            WHEN OTHER
                MOVE LS-LAYOUT-ID TO RPT-PRM-LAY-VALUE
        END-EVALUATE
        WRITE F-REPORT-RECORD FROM RPT-PARM-LAYOUT-LINE
        IF LS-IS-CONSOLIDATE-MODE
            MOVE "NOT CHECKED" TO RPT-PRM-REG-VALUE
        ELSE
            MOVE LS-REGISTRY-PATH TO RPT-PRM-REG-VALUE
        END-IF
        WRITE F-REPORT-RECORD FROM RPT-PARM-REGISTRY-LINE
        IF LS-IS-CONSOLIDATE-MODE OR LS-RULE-COUNT = 0
            MOVE "NOT CHECKED" TO RPT-PRM-RUL-VALUE
        ELSE
            MOVE LS-RULES-PATH TO RPT-PRM-RUL-VALUE
        END-IF
        WRITE F-REPORT-RECORD FROM RPT-PARM-RULES-LINE
       .

      *> Open the pair-detail file for this input. The analysis can
                MOVE LS-SHARE-EDITED TO TOP-DET-SHARE
            END-IF
            WRITE F-TOPRPT-RECORD FROM TOP-DETAIL-LINE
            IF LS-LOCREF-IS-USABLE
                MOVE LS-TOP-ID-1(LS-TOP-INDEX) TO LS-LOOKUP-ID
                PERFORM LOOKUP-LOCATION-REFERENCE
                MOVE LS-LOOKUP-NAME TO TOP-LOC-NAME-1
                MOVE LS-LOOKUP-REGION TO TOP-LOC-REGION-1
                MOVE LS-TOP-ID-2(LS-TOP-INDEX) TO LS-LOOKUP-ID
                PERFORM LOOKUP-LOCATION-REFERENCE
                MOVE LS-LOOKUP-NAME TO TOP-LOC-NAME-2
                MOVE LS-LOOKUP-REGION TO TOP-LOC-REGION-2
                WRITE F-TOPRPT-RECORD FROM TOP-LOCATION-LINE
            END-IF
        END-PERFORM
        WRITE F-TOPRPT-RECORD FROM TOP-TRAILER-LINE
        IF LS-FD-TOPRPT-STATUS NOT = "00"
        PERFORM COPY-OUTPUT-TO-GENERATION
        MOVE LS-TOPRPT-PATH TO LS-COPY-SOURCE-PATH
        PERFORM COPY-OUTPUT-TO-GENERATION
        MOVE LS-LOCEXC-PATH TO LS-COPY-SOURCE-PATH
        PERFORM COPY-OUTPUT-TO-GENERATION
        MOVE LS-ZEROMATCH-PATH TO LS-COPY-SOURCE-PATH
        PERFORM COPY-OUTPUT-TO-GENERATION
        IF LS-GENERATION > LS-KEEP-GENERATIONS
            COMPUTE LS-OLD-GENERATION =
                LS-GENERATION - LS-KEEP-GENERATIONS
            PERFORM DELETE-OLD-GENERATION
            MOVE LS-TOPRPT-PATH TO LS-COPY-SOURCE-PATH
            PERFORM DELETE-OLD-GENERATION
            MOVE LS-LOCEXC-PATH TO LS-COPY-SOURCE-PATH
            PERFORM DELETE-OLD-GENERATION
            MOVE LS-ZEROMATCH-PATH TO LS-COPY-SOURCE-PATH
            PERFORM DELETE-OLD-GENERATION
        END-IF
       .

       .

      *> Write one batch summary detail line for the entry just
      *> processed: its counts and results, and an OK, WARN, FAIL or
      *> HELD status. FAIL was set where the file could not be opened
      *> or held no valid records; HELD where the feed registry
      *> recognized it as already processed, or where it broke its
      *> acceptance rule and was quarantined; WARN covers rejects,
      *> truncation, a missed expected count, or any condition that
      *> raised the RETURN-CODE while the file was being processed.
       WRITE-BATCH-SUMMARY-DETAIL.
        IF NOT LS-SUMMARY-IS-USABLE
            EXIT PARAGRAPH
                COMPUTE LS-SUM-OK-COUNT = LS-SUM-OK-COUNT + 1
            WHEN "WARN"
                COMPUTE LS-SUM-WARN-COUNT = LS-SUM-WARN-COUNT + 1
            WHEN "HELD"
                COMPUTE LS-SUM-HELD-COUNT = LS-SUM-HELD-COUNT + 1
            WHEN OTHER
                COMPUTE LS-SUM-FAIL-COUNT = LS-SUM-FAIL-COUNT + 1
        END-EVALUATE
        WRITE F-SUMMARY-RECORD FROM SUM-TOT-WARN-LINE
        MOVE LS-SUM-FAIL-COUNT TO SUM-TOT-FAIL-VALUE
        WRITE F-SUMMARY-RECORD FROM SUM-TOT-FAIL-LINE
        MOVE LS-SUM-HELD-COUNT TO SUM-TOT-HELD-VALUE
        WRITE F-SUMMARY-RECORD FROM SUM-TOT-HELD-LINE
        MOVE LS-SUM-SKIP-COUNT TO SUM-TOT-SKIP-VALUE
        WRITE F-SUMMARY-RECORD FROM SUM-TOT-SKIP-LINE
        MOVE LS-SUM-RECORDS TO SUM-TOT-REC-VALUE
            EXIT PARAGRAPH
        END-IF
        MOVE LS-TABLE-INDEX TO LS-RECYCLE-BASE
        SET LS-IS-RECYCLING TO TRUE
        PERFORM UNTIL EXIT
            IF LS-TABLE-INDEX > C-MAX-FILE-LENGTH
                SET LS-LOAD-WAS-TRUNCATED TO TRUE
            END-READ
        END-PERFORM
        CLOSE FD-RECYCLE
        MOVE "N" TO LS-RECYCLING
        COMPUTE LS-RECYCLE-RECOVERED =
            LS-TABLE-INDEX - LS-RECYCLE-BASE
       .
      *> already there. The source file and first-seen date are kept
      *> from the run that first recorded the ID.
       UPSERT-TABLE-1-ID.
        IF NOT LS-IDMASTER-IS-USABLE OR LS-FEED-IS-QUARANTINED
            EXIT PARAGRAPH
        END-IF
        MOVE LS-DATA-ITEM-1(LS-TABLE-INDEX) TO IDX-LOCATION-ID
        WRITE IDX-MASTER-RECORD
            INVALID KEY
                PERFORM REFRESH-TABLE-1-ID
            NOT INVALID KEY
                PERFORM JOURNAL-MASTER-ADD
        END-WRITE
       .

            INVALID KEY
                EXIT PARAGRAPH
        END-READ
        MOVE IDX-MASTER-RECORD TO JNL-BEFORE-IMAGE
        MOVE LS-MATCH-COUNT TO IDX-MATCH-COUNT
        REWRITE IDX-MASTER-RECORD
            INVALID KEY
                EXIT PARAGRAPH
        END-REWRITE
        MOVE "CHANGE" TO JNL-ACTION
        MOVE IDX-MASTER-RECORD TO JNL-AFTER-IMAGE
        PERFORM WRITE-JOURNAL-ENTRY
       .

      *> Add the current - distinct - table 2 ID to the indexed
      *> recorded - from either table, in any run - keeps its
      *> existing source file, date and match count.
       UPSERT-TABLE-2-ID.
        IF NOT LS-IDMASTER-IS-USABLE OR LS-FEED-IS-QUARANTINED
            EXIT PARAGRAPH
        END-IF
        MOVE LS-DATA-ITEM-2(LS-TABLE-INDEX) TO IDX-LOCATION-ID
        WRITE IDX-MASTER-RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                PERFORM JOURNAL-MASTER-ADD
        END-WRITE
       .

      *> Journal the ID just added to the indexed master: there is
      *> no before image, and the after image is the new record.
       JOURNAL-MASTER-ADD.
        MOVE "ADD" TO JNL-ACTION
        MOVE SPACES TO JNL-BEFORE-IMAGE
        MOVE IDX-MASTER-RECORD TO JNL-AFTER-IMAGE
        PERFORM WRITE-JOURNAL-ENTRY
       .

      *> Append one change journal line for the indexed master: the
      *> caller has set the action and both images; the run, date and
      *> feed that made the change are filled in here.
       WRITE-JOURNAL-ENTRY.
        MOVE LS-JOURNAL-RUN-ID TO JNL-RUN-ID
        MOVE "DAY01" TO JNL-PROGRAM
        MOVE LS-RUN-DATE TO JNL-RUN-DATE
        MOVE IDX-LOCATION-ID TO JNL-LOCATION-ID
        MOVE LS-FILE-PATH TO JNL-REFERENCE
        WRITE F-JOURNAL-RECORD FROM JNL-DETAIL-LINE
        IF LS-FD-JOURNAL-STATUS NOT = "00"
            DISPLAY "WARNING: UNABLE TO WRITE "
                FUNCTION TRIM(LS-JOURNAL-PATH)
                " - FILE STATUS " LS-FD-JOURNAL-STATUS
            MOVE "DAY01W52" TO EXC-MSG-ID
            PERFORM LOG-JOURNAL-FILE-EXC
        END-IF
       .

      *> Append one occurrence line for the current - distinct -
      *> table 1 ID: this run's date, input file and match count.
      *> Unlike the indexed master, which keeps only the first
      *> sighting, the occurrence log records every file and date an
      *> ID was seen in, for the DAY01XRF cross-reference. The line
      *> of a quarantined feed is held in its manifest instead.
       WRITE-TABLE-1-OCCURRENCE.
        IF NOT LS-OCCUR-IS-USABLE AND NOT LS-FEED-IS-QUARANTINED
            EXIT PARAGRAPH
        END-IF
        MOVE LS-RUN-DATE TO OCC-RUN-DATE
        MOVE LS-FILE-PATH TO OCC-SOURCE-FILE
        MOVE 1 TO OCC-TABLE-NO
        MOVE LS-MATCH-COUNT TO OCC-MATCH-COUNT
        IF LS-FEED-IS-QUARANTINED
            PERFORM HOLD-OCCURRENCE-LINE
            EXIT PARAGRAPH
        END-IF
        WRITE F-OCCUR-RECORD FROM OCC-DETAIL-LINE
        IF LS-FD-OCCUR-STATUS NOT = "00"
            DISPLAY "WARNING: UNABLE TO WRITE OCCURRENCE"
      *> table 2 ID. Table 2 IDs carry no match count of their own:
      *> the match count measures table 1 against table 2.
       WRITE-TABLE-2-OCCURRENCE.
        IF NOT LS-OCCUR-IS-USABLE AND NOT LS-FEED-IS-QUARANTINED
            EXIT PARAGRAPH
        END-IF
        MOVE LS-RUN-DATE TO OCC-RUN-DATE
        MOVE LS-FILE-PATH TO OCC-SOURCE-FILE
        MOVE 2 TO OCC-TABLE-NO
        MOVE 0 TO OCC-MATCH-COUNT
        IF LS-FEED-IS-QUARANTINED
            PERFORM HOLD-OCCURRENCE-LINE
            EXIT PARAGRAPH
        END-IF
        WRITE F-OCCUR-RECORD FROM OCC-DETAIL-LINE
        IF LS-FD-OCCUR-STATUS NOT = "00"
            DISPLAY "WARNING: UNABLE TO WRITE OCCURRENCE"
        END-IF
       .

      *> Open the location exception listing for this input and
      *> write its heading. The analysis goes on without it: the
      *> counts on the report are still kept.
       OPEN-LOCATION-EXCEPTIONS.
        OPEN OUTPUT FD-LOCEXC
        IF LS-FD-LOCEXC-STATUS NOT = "00"
            DISPLAY "ERROR: UNABLE TO OPEN "
                FUNCTION TRIM(LS-LOCEXC-PATH)
                " - FILE STATUS " LS-FD-LOCEXC-STATUS
            MOVE 16 TO RETURN-CODE
            MOVE "DAY01E40" TO EXC-MSG-ID
            PERFORM LOG-LOCEXC-FILE-EXC
            EXIT PARAGRAPH
        END-IF
        SET LS-LOCEXC-IS-USABLE TO TRUE
        MOVE LS-FILE-PATH TO LEX-HDR-FILE-NAME
        WRITE F-LOCEXC-RECORD FROM LEX-HEADER-LINE
        MOVE LS-RUN-DATE TO LEX-DATE-VALUE
        WRITE F-LOCEXC-RECORD FROM LEX-RUN-DATE-LINE
       .

      *> Write the location exception counts and close the listing.
       CLOSE-LOCATION-EXCEPTIONS.
        MOVE LS-LOC-UNKNOWN-COUNT TO LEX-UNK-VALUE
        WRITE F-LOCEXC-RECORD FROM LEX-UNKNOWN-LINE
        MOVE LS-LOC-INACTIVE-COUNT TO LEX-INA-VALUE
        WRITE F-LOCEXC-RECORD FROM LEX-INACTIVE-LINE
        WRITE F-LOCEXC-RECORD FROM LEX-TRAILER-LINE
        IF LS-FD-LOCEXC-STATUS NOT = "00"
            DISPLAY "WARNING: UNABLE TO WRITE "
                FUNCTION TRIM(LS-LOCEXC-PATH)
                " - FILE STATUS " LS-FD-LOCEXC-STATUS
            MOVE 16 TO RETURN-CODE
            MOVE "DAY01W42" TO EXC-MSG-ID
            PERFORM LOG-LOCEXC-FILE-EXC
        END-IF
        CLOSE FD-LOCEXC
        MOVE "N" TO LS-LOCEXC-USABLE
       .

      *> Open the zero-match exception listing for this input and
      *> write its heading. Like the location exception listing,
      *> the analysis goes on without it: the counts on the report
      *> are still kept.
       OPEN-ZERO-MATCH-EXCEPTIONS.
        OPEN OUTPUT FD-ZEROMATCH
        IF LS-FD-ZEROMATCH-STATUS NOT = "00"
            DISPLAY "ERROR: UNABLE TO OPEN "
                FUNCTION TRIM(LS-ZEROMATCH-PATH)
                " - FILE STATUS " LS-FD-ZEROMATCH-STATUS
            MOVE 16 TO RETURN-CODE
            MOVE "DAY01E62" TO EXC-MSG-ID
            PERFORM LOG-ZEROMATCH-FILE-EXC
            EXIT PARAGRAPH
        END-IF
        SET LS-ZEROMATCH-IS-USABLE TO TRUE
        MOVE LS-FILE-PATH TO ZMX-HDR-FILE-NAME
        WRITE F-ZEROMATCH-RECORD FROM ZMX-HEADER-LINE
        MOVE LS-RUN-DATE TO ZMX-DATE-VALUE
        WRITE F-ZEROMATCH-RECORD FROM ZMX-RUN-DATE-LINE
       .

      *> Write the unmatched counts and close the listing.
       CLOSE-ZERO-MATCH-EXCEPTIONS.
        MOVE LS-UNMATCHED-1-COUNT TO ZMX-UM1-VALUE
        WRITE F-ZEROMATCH-RECORD FROM ZMX-UNMATCHED-1-LINE
        MOVE LS-UNMATCHED-2-COUNT TO ZMX-UM2-VALUE
        WRITE F-ZEROMATCH-RECORD FROM ZMX-UNMATCHED-2-LINE
        WRITE F-ZEROMATCH-RECORD FROM ZMX-TRAILER-LINE
        IF LS-FD-ZEROMATCH-STATUS NOT = "00"
            DISPLAY "WARNING: UNABLE TO WRITE "
                FUNCTION TRIM(LS-ZEROMATCH-PATH)
                " - FILE STATUS " LS-FD-ZEROMATCH-STATUS
            MOVE 16 TO RETURN-CODE
            MOVE "DAY01W63" TO EXC-MSG-ID
            PERFORM LOG-ZEROMATCH-FILE-EXC
        END-IF
        CLOSE FD-ZEROMATCH
        MOVE "N" TO LS-ZEROMATCH-USABLE
       .

      *> Find whether the current - distinct - table 2 ID appears
      *> in table 1 at all, and list it if it does not. Table 2 is
      *> walked in ascending order, so this is the mirror of the
      *> COUNT-TABLE-2-MATCHES merge: a table 1 cursor that only
      *> ever moves forward, past the entries smaller than the ID.
       CHECK-TABLE-2-ID-IN-TABLE-1.
        PERFORM UNTIL EXIT
            IF LS-TABLE-1-CURSOR > LS-FILE-LENGTH
                EXIT PERFORM
            END-IF
            IF LS-DATA-ITEM-1(LS-TABLE-1-CURSOR) <
                LS-DATA-ITEM-2(LS-TABLE-INDEX)
                COMPUTE LS-TABLE-1-CURSOR = LS-TABLE-1-CURSOR + 1
            ELSE
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF LS-TABLE-1-CURSOR <= LS-FILE-LENGTH
            IF LS-DATA-ITEM-1(LS-TABLE-1-CURSOR) =
                LS-DATA-ITEM-2(LS-TABLE-INDEX)
                EXIT PARAGRAPH
            END-IF
        END-IF
        MOVE LS-DATA-ITEM-2(LS-TABLE-INDEX) TO LS-LOOKUP-ID
        MOVE 2 TO LS-LOOKUP-TABLE-NO
        PERFORM LIST-ZERO-MATCH-ID
       .

      *> Count the unmatched ID LS-LOOKUP-ID of table
      *> LS-LOOKUP-TABLE-NO and list it, with its location name and
      *> region, on the zero-match exception listing. A table 1 ID
      *> has no match in table 2; a table 2 ID is not in table 1.
       LIST-ZERO-MATCH-ID.
        IF LS-LOOKUP-TABLE-NO = 1
            COMPUTE LS-UNMATCHED-1-COUNT = LS-UNMATCHED-1-COUNT + 1
            MOVE "NO MATCH IN TABLE 2" TO ZMX-DET-REASON
        ELSE
            COMPUTE LS-UNMATCHED-2-COUNT = LS-UNMATCHED-2-COUNT + 1
            MOVE "NOT IN TABLE 1" TO ZMX-DET-REASON
        END-IF
        IF NOT LS-ZEROMATCH-IS-USABLE
            EXIT PARAGRAPH
        END-IF
        PERFORM LOOKUP-LOCATION-REFERENCE
        MOVE LS-LOOKUP-TABLE-NO TO ZMX-DET-TABLE
        MOVE LS-LOOKUP-ID TO ZMX-DET-ID
        MOVE LS-LOOKUP-NAME TO ZMX-DET-NAME
        MOVE LS-LOOKUP-REGION TO ZMX-DET-REGION
        WRITE F-ZEROMATCH-RECORD FROM ZMX-DETAIL-LINE
       .

      *> Check the current - distinct - ID of table LS-LOOKUP-TABLE-NO
      *> against the location reference file, counting it and listing
      *> it on the location exception listing if it is unknown or not
      *> in force.
       CHECK-LOCATION-REFERENCE.
        PERFORM LOOKUP-LOCATION-REFERENCE
        IF LS-LOOKUP-STATE = SPACES
            EXIT PARAGRAPH
        END-IF
        IF LS-LOOKUP-STATE = "UNKNOWN"
            COMPUTE LS-LOC-UNKNOWN-COUNT = LS-LOC-UNKNOWN-COUNT + 1
        ELSE
            COMPUTE LS-LOC-INACTIVE-COUNT = LS-LOC-INACTIVE-COUNT + 1
        END-IF
        IF LS-LOCEXC-IS-USABLE
            MOVE LS-LOOKUP-TABLE-NO TO LEX-DET-TABLE
            MOVE LS-LOOKUP-ID TO LEX-DET-ID
            MOVE LS-LOOKUP-STATE TO LEX-DET-STATE
            MOVE LS-LOOKUP-NAME TO LEX-DET-NAME
            MOVE LS-LOOKUP-REGION TO LEX-DET-REGION
            WRITE F-LOCEXC-RECORD FROM LEX-DETAIL-LINE
        END-IF
       .

      *> Look LS-LOOKUP-ID up on the location reference file, giving
      *> its name and region for the reports and, in LS-LOOKUP-STATE,
      *> why it is not in force on the run date: UNKNOWN, INACTIVE,
      *> NOT YET EFFECTIVE or NO LONGER EFFECTIVE - or spaces when it
      *> is in force. Without a reference file there is nothing to
      *> say, and every ID passes.
       LOOKUP-LOCATION-REFERENCE.
        MOVE SPACES TO LS-LOOKUP-NAME
        MOVE SPACES TO LS-LOOKUP-REGION
        MOVE SPACES TO LS-LOOKUP-STATE
        IF NOT LS-LOCREF-IS-USABLE
            EXIT PARAGRAPH
        END-IF
        MOVE LS-LOOKUP-ID TO LRF-LOCATION-ID
        READ FD-LOCREF
            INVALID KEY
                MOVE "UNKNOWN" TO LS-LOOKUP-STATE
                MOVE "*** NOT ON REFERENCE FILE ***"
                    TO LS-LOOKUP-NAME
                EXIT PARAGRAPH
        END-READ
        MOVE LRF-LOCATION-NAME TO LS-LOOKUP-NAME
        MOVE LRF-REGION TO LS-LOOKUP-REGION
        EVALUATE TRUE
            WHEN LRF-IS-INACTIVE
                MOVE "INACTIVE" TO LS-LOOKUP-STATE
            WHEN LS-RUN-DATE < LRF-EFFECTIVE-FROM
                MOVE "NOT YET EFFECTIVE" TO LS-LOOKUP-STATE
            WHEN LRF-EFFECTIVE-TO NOT = SPACES
                AND LS-RUN-DATE > LRF-EFFECTIVE-TO
                MOVE "NO LONGER EFFECTIVE" TO LS-LOOKUP-STATE
        END-EVALUATE
       .

      *> Read the input layout definitions into the layout table. A
      *> missing file is the normal state for a site whose feeds all
      *> use the traditional layout; a feed that names a layout then
      *> fails on its own. A definition that does not make sense is
      *> reported and left out of the table.
       LOAD-LAYOUT-DEFINITIONS.
        OPEN INPUT FD-LAYOUT
        IF LS-FD-LAYOUT-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL EXIT
            READ FD-LAYOUT
                AT END
                    EXIT PERFORM
                NOT AT END
                    IF F-LAYOUT-RECORD NOT = SPACES
                        AND F-LAYOUT-RECORD(1:1) NOT = "*"
                        PERFORM STORE-ONE-LAYOUT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FD-LAYOUT
       .

      *> Check one layout definition line and add it to the layout
      *> table. The first definition of a layout ID is the one used.
       STORE-ONE-LAYOUT.
        MOVE SPACES TO LS-LAY-ID-TEXT
        MOVE SPACES TO LS-LAY-FORMAT-TEXT
        MOVE SPACES TO LS-LAY-ENVELOPE-TEXT
        MOVE SPACES TO LS-LAY-START-1-TEXT
        MOVE SPACES TO LS-LAY-LENGTH-1-TEXT
        MOVE SPACES TO LS-LAY-START-2-TEXT
        MOVE SPACES TO LS-LAY-LENGTH-2-TEXT
        MOVE SPACES TO LS-LAY-REASON
        UNSTRING F-LAYOUT-RECORD DELIMITED BY ","
            INTO LS-LAY-ID-TEXT LS-LAY-FORMAT-TEXT
                LS-LAY-ENVELOPE-TEXT
                LS-LAY-START-1-TEXT LS-LAY-LENGTH-1-TEXT
                LS-LAY-START-2-TEXT LS-LAY-LENGTH-2-TEXT
        MOVE FUNCTION TRIM(LS-LAY-ID-TEXT) TO LS-LAY-ID-TEXT
        MOVE FUNCTION TRIM(LS-LAY-FORMAT-TEXT) TO LS-LAY-FORMAT-TEXT
        MOVE FUNCTION TRIM(LS-LAY-ENVELOPE-TEXT)
            TO LS-LAY-ENVELOPE-TEXT
        EVALUATE TRUE
            WHEN LS-LAY-ID-TEXT = SPACES
                MOVE "NO LAYOUT ID" TO LS-LAY-REASON
            WHEN LS-LAYOUT-COUNT >= C-MAX-LAYOUTS
                MOVE "LAYOUT TABLE FULL" TO LS-LAY-REASON
            WHEN LS-LAY-FORMAT-TEXT NOT = "SPACES"
                AND LS-LAY-FORMAT-TEXT NOT = "COMMA"
                AND LS-LAY-FORMAT-TEXT NOT = "TAB"
                AND LS-LAY-FORMAT-TEXT NOT = "FIXED"
                MOVE "UNKNOWN FORMAT" TO LS-LAY-REASON
            WHEN LS-LAY-ENVELOPE-TEXT NOT = SPACES
                AND LS-LAY-ENVELOPE-TEXT NOT = "REQUIRED"
                AND LS-LAY-ENVELOPE-TEXT NOT = "OPTIONAL"
                MOVE "UNKNOWN ENVELOPE RULE" TO LS-LAY-REASON
        END-EVALUATE
        IF LS-LAY-REASON = SPACES
            COMPUTE LS-LAYOUT-INDEX = LS-LAYOUT-COUNT + 1
            MOVE 0 TO LS-LAYOUT-TBL-START-1(LS-LAYOUT-INDEX)
            MOVE 0 TO LS-LAYOUT-TBL-LENGTH-1(LS-LAYOUT-INDEX)
            MOVE 0 TO LS-LAYOUT-TBL-START-2(LS-LAYOUT-INDEX)
            MOVE 0 TO LS-LAYOUT-TBL-LENGTH-2(LS-LAYOUT-INDEX)
            IF LS-LAY-FORMAT-TEXT = "FIXED"
                PERFORM CHECK-FIXED-LAYOUT
            END-IF
        END-IF
        IF LS-LAY-REASON NOT = SPACES
            DISPLAY "WARNING: INPUT LAYOUT "
                FUNCTION TRIM(LS-LAY-ID-TEXT) " IGNORED - "
                FUNCTION TRIM(LS-LAY-REASON)
            MOVE "DAY01W46" TO EXC-MSG-ID
            PERFORM LOG-LAYOUT-FILE-EXC
            EXIT PARAGRAPH
        END-IF
        MOVE LS-LAY-ID-TEXT TO LS-LAYOUT-TBL-ID(LS-LAYOUT-INDEX)
        MOVE LS-LAY-FORMAT-TEXT
            TO LS-LAYOUT-TBL-FORMAT(LS-LAYOUT-INDEX)
        MOVE LS-LAY-ENVELOPE-TEXT(1:1)
            TO LS-LAYOUT-TBL-ENVELOPE(LS-LAYOUT-INDEX)
        MOVE LS-LAYOUT-INDEX TO LS-LAYOUT-COUNT
       .

      *> A fixed-column layout needs the start column and length of
      *> both fields, each field at most as wide as the item it is
      *> read into and inside the data record.
       CHECK-FIXED-LAYOUT.
        IF LS-LAY-START-1-TEXT = SPACES
            OR LS-LAY-LENGTH-1-TEXT = SPACES
            OR LS-LAY-START-2-TEXT = SPACES
            OR LS-LAY-LENGTH-2-TEXT = SPACES
            OR FUNCTION TRIM(LS-LAY-START-1-TEXT) IS NOT NUMERIC
            OR FUNCTION TRIM(LS-LAY-LENGTH-1-TEXT) IS NOT NUMERIC
            OR FUNCTION TRIM(LS-LAY-START-2-TEXT) IS NOT NUMERIC
            OR FUNCTION TRIM(LS-LAY-LENGTH-2-TEXT) IS NOT NUMERIC
            MOVE "FIXED FORMAT NEEDS FIELD POSITIONS"
                TO LS-LAY-REASON
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION NUMVAL(LS-LAY-START-1-TEXT)
            TO LS-LAYOUT-TBL-START-1(LS-LAYOUT-INDEX)
        MOVE FUNCTION NUMVAL(LS-LAY-LENGTH-1-TEXT)
            TO LS-LAYOUT-TBL-LENGTH-1(LS-LAYOUT-INDEX)
        MOVE FUNCTION NUMVAL(LS-LAY-START-2-TEXT)
            TO LS-LAYOUT-TBL-START-2(LS-LAYOUT-INDEX)
        MOVE FUNCTION NUMVAL(LS-LAY-LENGTH-2-TEXT)
            TO LS-LAYOUT-TBL-LENGTH-2(LS-LAYOUT-INDEX)
        IF LS-LAYOUT-TBL-START-1(LS-LAYOUT-INDEX) < 1
            OR LS-LAYOUT-TBL-START-2(LS-LAYOUT-INDEX) < 1
            OR LS-LAYOUT-TBL-LENGTH-1(LS-LAYOUT-INDEX) < 1
            OR LS-LAYOUT-TBL-LENGTH-2(LS-LAYOUT-INDEX) < 1
            OR LS-LAYOUT-TBL-LENGTH-1(LS-LAYOUT-INDEX) > 10
            OR LS-LAYOUT-TBL-LENGTH-2(LS-LAYOUT-INDEX) > 10
            OR LS-LAYOUT-TBL-START-1(LS-LAYOUT-INDEX)
                + LS-LAYOUT-TBL-LENGTH-1(LS-LAYOUT-INDEX) > 101
            OR LS-LAYOUT-TBL-START-2(LS-LAYOUT-INDEX)
                + LS-LAYOUT-TBL-LENGTH-2(LS-LAYOUT-INDEX) > 101
            MOVE "FIELD POSITIONS OUT OF RANGE" TO LS-LAY-REASON
        END-IF
       .

      *> Settle the layout of the feed about to be loaded: the layout
      *> ID on its control-file entry, else the LAYOUT parameter,
      *> else the traditional three-space layout. A feed naming a
      *> layout that is not defined fails - every record of it is
      *> rejected with the reason - rather than being read in a
      *> guessed layout. Also clear the envelope of the previous
      *> feed and note where this feed's records start in the tables.
       RESOLVE-FEED-LAYOUT.
        MOVE "N" TO LS-HEADER-SEEN
        MOVE SPACES TO LS-HDR-SENDER-ID
        MOVE SPACES TO LS-HDR-BUSINESS-DATE
        MOVE 0 TO LS-HDR-SEQUENCE
        MOVE "N" TO LS-TRAILER-SEEN
        MOVE 0 TO LS-TRL-COUNT
        MOVE 0 TO LS-TRL-HASH-1
        MOVE 0 TO LS-TRL-HASH-2
        MOVE 0 TO LS-FEED-RECORD-NO
        MOVE LS-TABLE-INDEX TO LS-FEED-START-INDEX
        SET LS-ENVELOPE-IS-GOOD TO TRUE
        SET LS-LAYOUT-IS-KNOWN TO TRUE
        SET LS-LAYOUT-IS-SPACES TO TRUE
        MOVE "O" TO LS-ENVELOPE-RULE
        MOVE FUNCTION TRIM(LS-FEED-LAYOUT-TEXT) TO LS-LAYOUT-ID
        IF LS-LAYOUT-ID = SPACES
            MOVE FUNCTION TRIM(LS-DEFAULT-LAYOUT-ID) TO LS-LAYOUT-ID
        END-IF
        IF LS-LAYOUT-ID = SPACES
            EXIT PARAGRAPH
        END-IF
        PERFORM VARYING LS-LAYOUT-INDEX FROM 1 BY 1
        UNTIL LS-LAYOUT-INDEX > LS-LAYOUT-COUNT
            IF LS-LAYOUT-TBL-ID(LS-LAYOUT-INDEX) = LS-LAYOUT-ID
                MOVE LS-LAYOUT-TBL-FORMAT(LS-LAYOUT-INDEX)
                    TO LS-LAYOUT-FORMAT
                MOVE LS-LAYOUT-TBL-ENVELOPE(LS-LAYOUT-INDEX)
                    TO LS-ENVELOPE-RULE
                MOVE LS-LAYOUT-TBL-START-1(LS-LAYOUT-INDEX)
                    TO LS-FIXED-START-1
                MOVE LS-LAYOUT-TBL-LENGTH-1(LS-LAYOUT-INDEX)
                    TO LS-FIXED-LENGTH-1
                MOVE LS-LAYOUT-TBL-START-2(LS-LAYOUT-INDEX)
                    TO LS-FIXED-START-2
                MOVE LS-LAYOUT-TBL-LENGTH-2(LS-LAYOUT-INDEX)
                    TO LS-FIXED-LENGTH-2
                EXIT PARAGRAPH
            END-IF
        END-PERFORM
        MOVE "N" TO LS-LAYOUT-KNOWN
        DISPLAY "ERROR: " FUNCTION TRIM(LS-FILE-PATH)
            " NAMES INPUT LAYOUT " FUNCTION TRIM(LS-LAYOUT-ID)
            ", WHICH " FUNCTION TRIM(LS-LAYOUT-PATH)
            " DOES NOT DEFINE"
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
        MOVE "FAIL" TO LS-SUM-STATUS
        MOVE "DAY01E45" TO EXC-MSG-ID
        PERFORM LOG-INPUT-CONTENT-EXC
       .

      *> Check the envelope of the feed just loaded. Its trailer, if
      *> it has one, must agree with the data records the feed put
      *> in the tables - their count and the totals of both columns,
      *> the figures the report prints as records read and control
      *> sums - or the sender and this run disagree about what was
      *> sent. A feed whose layout requires an envelope must have
      *> both a header and a trailer.
       CHECK-FEED-ENVELOPE.
        SET LS-ENVELOPE-IS-GOOD TO TRUE
        COMPUTE LS-FEED-RECORDS =
            LS-TABLE-INDEX - LS-FEED-START-INDEX
        MOVE 0 TO LS-FEED-HASH-1
        MOVE 0 TO LS-FEED-HASH-2
        PERFORM VARYING LS-ENVELOPE-INDEX
        FROM LS-FEED-START-INDEX BY 1
        UNTIL LS-ENVELOPE-INDEX >= LS-TABLE-INDEX
            COMPUTE LS-FEED-HASH-1 = LS-FEED-HASH-1
                + LS-DATA-ITEM-1(LS-ENVELOPE-INDEX)
            COMPUTE LS-FEED-HASH-2 = LS-FEED-HASH-2
                + LS-DATA-ITEM-2(LS-ENVELOPE-INDEX)
        END-PERFORM
        IF LS-ENVELOPE-IS-REQUIRED
            AND (NOT LS-HEADER-WAS-SEEN OR NOT LS-TRAILER-WAS-SEEN)
            DISPLAY "ERROR: " FUNCTION TRIM(LS-FILE-PATH)
                " LACKS THE HEADER AND TRAILER THAT INPUT LAYOUT "
                FUNCTION TRIM(LS-LAYOUT-ID) " REQUIRES"
            MOVE "N" TO LS-ENVELOPE-STATE
            MOVE "DAY01E44" TO EXC-MSG-ID
            PERFORM LOG-INPUT-CONTENT-EXC
        END-IF
        IF LS-TRAILER-WAS-SEEN
            AND (LS-TRL-COUNT NOT = LS-FEED-RECORDS
                OR LS-TRL-HASH-1 NOT = LS-FEED-HASH-1
                OR LS-TRL-HASH-2 NOT = LS-FEED-HASH-2)
            DISPLAY "ERROR: TRAILER OF " FUNCTION TRIM(LS-FILE-PATH)
                " DOES NOT MATCH THE DATA LOADED"
            DISPLAY "  RECORD COUNT   - TRAILER " LS-TRL-COUNT
                " LOADED " LS-FEED-RECORDS
            DISPLAY "  COLUMN 1 TOTAL - TRAILER " LS-TRL-HASH-1
                " LOADED " LS-FEED-HASH-1
            DISPLAY "  COLUMN 2 TOTAL - TRAILER " LS-TRL-HASH-2
                " LOADED " LS-FEED-HASH-2
            MOVE "N" TO LS-ENVELOPE-STATE
            MOVE "DAY01E43" TO EXC-MSG-ID
            PERFORM LOG-INPUT-CONTENT-EXC
        END-IF
        IF NOT LS-ENVELOPE-IS-GOOD
            IF RETURN-CODE < 8
                MOVE 8 TO RETURN-CODE
            END-IF
            MOVE "FAIL" TO LS-SUM-STATUS
        END-IF
       .

      *> Validate one input record, then either reject it with a
      *> reason or - for a data record - store it in the tables. A
      *> header or trailer record goes into the feed envelope
      *> instead, and is rejected only when it is malformed or out
      *> of place. Split out of the main load loop above: the
      *> nesting here (validate, sanitize, write-or-store) runs too
      *> deep to keep flush with the rest of this procedure division
      *> without pushing lines past column 72.
       VALIDATE-AND-STORE-RECORD.
        MOVE 0 TO LS-UNSTRING-TALLY
        MOVE SPACES TO LS-REJECT-REASON
        MOVE "D" TO LS-RECORD-KIND
        COMPUTE LS-FEED-RECORD-NO = LS-FEED-RECORD-NO + 1
        EVALUATE F-DATA-RECORD(1:3)
            WHEN C-HEADER-TYPE
                MOVE "H" TO LS-RECORD-KIND
                PERFORM STORE-HEADER-RECORD
            WHEN C-TRAILER-TYPE
                MOVE "T" TO LS-RECORD-KIND
                PERFORM STORE-TRAILER-RECORD
            WHEN OTHER
                PERFORM SPLIT-DATA-RECORD
        END-EVALUATE
        IF LS-REJECT-REASON NOT = SPACES
            COMPUTE LS-REJECT-COUNT = LS-REJECT-COUNT + 1
      *> Scrub non-printable bytes (tabs, control characters) out
                PERFORM LOG-REJECT-FILE-EXC
            END-IF
        ELSE
            IF LS-RECORD-IS-DATA
                MOVE LS-ITEM-1-TEXT
                    TO LS-DATA-ITEM-1(LS-TABLE-INDEX)
                MOVE LS-ITEM-2-TEXT
                    TO LS-DATA-ITEM-2(LS-TABLE-INDEX)
                COMPUTE LS-TABLE-INDEX = LS-TABLE-INDEX + 1
            END-IF
        END-IF
       .

      *> Split a data record into its two items in the layout of the
      *> feed, and check them: two fields, both numeric, and the
      *> record not sitting after the feed's trailer. The items are
      *> left-justified whatever the layout, as the traditional
      *> three-space layout has always delivered them.
       SPLIT-DATA-RECORD.
        IF NOT LS-LAYOUT-IS-KNOWN
            MOVE "UNDEFINED INPUT LAYOUT" TO LS-REJECT-REASON
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO LS-ITEM-1-TEXT
        MOVE SPACES TO LS-ITEM-2-TEXT
        EVALUATE TRUE
            WHEN LS-LAYOUT-IS-COMMA
                UNSTRING FUNCTION TRIM(F-DATA-RECORD)
                    DELIMITED BY ","
                    INTO LS-ITEM-1-TEXT LS-ITEM-2-TEXT
                    TALLYING IN LS-UNSTRING-TALLY
                    ON OVERFLOW
                        MOVE "TOO MANY DELIMITED FIELDS"
                            TO LS-REJECT-REASON
                END-UNSTRING
            WHEN LS-LAYOUT-IS-TAB
                UNSTRING FUNCTION TRIM(F-DATA-RECORD)
                    DELIMITED BY C-TAB-DELIMITER
                    INTO LS-ITEM-1-TEXT LS-ITEM-2-TEXT
                    TALLYING IN LS-UNSTRING-TALLY
                    ON OVERFLOW
                        MOVE "TOO MANY DELIMITED FIELDS"
                            TO LS-REJECT-REASON
                END-UNSTRING
            WHEN LS-LAYOUT-IS-FIXED
                MOVE F-DATA-RECORD(LS-FIXED-START-1:LS-FIXED-LENGTH-1)
                    TO LS-ITEM-1-TEXT
                MOVE F-DATA-RECORD(LS-FIXED-START-2:LS-FIXED-LENGTH-2)
                    TO LS-ITEM-2-TEXT
                MOVE 2 TO LS-UNSTRING-TALLY
                IF LS-ITEM-1-TEXT = SPACES OR LS-ITEM-2-TEXT = SPACES
                    MOVE "MISSING FIXED-COLUMN FIELD"
                        TO LS-REJECT-REASON
                END-IF
            WHEN OTHER
                UNSTRING FUNCTION TRIM(F-DATA-RECORD)
                    DELIMITED BY C-DELIMITER
                    INTO LS-ITEM-1-TEXT LS-ITEM-2-TEXT
                    TALLYING IN LS-UNSTRING-TALLY
                    ON OVERFLOW
                        MOVE "TOO MANY DELIMITED FIELDS"
                            TO LS-REJECT-REASON
                END-UNSTRING
        END-EVALUATE
        IF LS-REJECT-REASON NOT = SPACES
            EXIT PARAGRAPH
        END-IF
        IF LS-UNSTRING-TALLY NOT = 2
            OR LS-ITEM-1-TEXT = SPACES
            OR LS-ITEM-2-TEXT = SPACES
            MOVE "DOES NOT HAVE TWO DELIMITED FIELDS"
                TO LS-REJECT-REASON
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION TRIM(LS-ITEM-1-TEXT) TO LS-ITEM-1-TEXT
        MOVE FUNCTION TRIM(LS-ITEM-2-TEXT) TO LS-ITEM-2-TEXT
        IF FUNCTION TRIM(LS-ITEM-1-TEXT) IS NOT NUMERIC
            OR FUNCTION TRIM(LS-ITEM-2-TEXT) IS NOT NUMERIC
            MOVE "NON-NUMERIC LOCATION ID" TO LS-REJECT-REASON
            EXIT PARAGRAPH
        END-IF
      *> Corrected records recycled from the .FIX file are loaded
      *> after the whole feed, trailer included, by design.
        IF LS-TRAILER-WAS-SEEN AND NOT LS-IS-RECYCLING
            MOVE "DATA RECORD AFTER TRAILER" TO LS-REJECT-REASON
        END-IF
       .

      *> Take a header record into the feed envelope: sender ID,
      *> business date and sequence number. It must be the first
      *> record of the feed.
       STORE-HEADER-RECORD.
        IF LS-FEED-RECORD-NO NOT = 1 OR LS-HEADER-WAS-SEEN
            MOVE "MISPLACED HEADER RECORD" TO LS-REJECT-REASON
            EXIT PARAGRAPH
        END-IF
        PERFORM SPLIT-ENVELOPE-RECORD
        IF LS-ENV-FIELD-1-TEXT = SPACES
            OR LS-ENV-FIELD-2-TEXT(1:4) IS NOT NUMERIC
            OR LS-ENV-FIELD-2-TEXT(5:1) NOT = "-"
            OR LS-ENV-FIELD-2-TEXT(6:2) IS NOT NUMERIC
            OR LS-ENV-FIELD-2-TEXT(8:1) NOT = "-"
            OR LS-ENV-FIELD-2-TEXT(9:2) IS NOT NUMERIC
            OR LS-ENV-FIELD-2-TEXT(11:10) NOT = SPACES
            OR LS-ENV-FIELD-3-TEXT = SPACES
            OR FUNCTION TRIM(LS-ENV-FIELD-3-TEXT) IS NOT NUMERIC
            MOVE "MALFORMED HEADER RECORD" TO LS-REJECT-REASON
            EXIT PARAGRAPH
        END-IF
        SET LS-HEADER-WAS-SEEN TO TRUE
        MOVE LS-ENV-FIELD-1-TEXT TO LS-HDR-SENDER-ID
        MOVE LS-ENV-FIELD-2-TEXT TO LS-HDR-BUSINESS-DATE
        MOVE FUNCTION NUMVAL(LS-ENV-FIELD-3-TEXT) TO LS-HDR-SEQUENCE
       .

      *> Take a trailer record into the feed envelope: the sender's
      *> data record count and the totals of both columns, checked
      *> against the loaded data once the feed is read.
       STORE-TRAILER-RECORD.
        IF LS-TRAILER-WAS-SEEN
            MOVE "DUPLICATE TRAILER RECORD" TO LS-REJECT-REASON
            EXIT PARAGRAPH
        END-IF
        PERFORM SPLIT-ENVELOPE-RECORD
        IF LS-ENV-FIELD-1-TEXT = SPACES
            OR LS-ENV-FIELD-2-TEXT = SPACES
            OR LS-ENV-FIELD-3-TEXT = SPACES
            OR FUNCTION TRIM(LS-ENV-FIELD-1-TEXT) IS NOT NUMERIC
            OR FUNCTION TRIM(LS-ENV-FIELD-2-TEXT) IS NOT NUMERIC
            OR FUNCTION TRIM(LS-ENV-FIELD-3-TEXT) IS NOT NUMERIC
            MOVE "MALFORMED TRAILER RECORD" TO LS-REJECT-REASON
            EXIT PARAGRAPH
        END-IF
        SET LS-TRAILER-WAS-SEEN TO TRUE
        MOVE FUNCTION NUMVAL(LS-ENV-FIELD-1-TEXT) TO LS-TRL-COUNT
        MOVE FUNCTION NUMVAL(LS-ENV-FIELD-2-TEXT) TO LS-TRL-HASH-1
        MOVE FUNCTION NUMVAL(LS-ENV-FIELD-3-TEXT) TO LS-TRL-HASH-2
       .

      *> Split a header or trailer record - comma-separated whatever
      *> the layout of the data records - into its three fields.
       SPLIT-ENVELOPE-RECORD.
        MOVE SPACES TO LS-ENV-TYPE-TEXT
        MOVE SPACES TO LS-ENV-FIELD-1-TEXT
        MOVE SPACES TO LS-ENV-FIELD-2-TEXT
        MOVE SPACES TO LS-ENV-FIELD-3-TEXT
        UNSTRING F-DATA-RECORD DELIMITED BY ","
            INTO LS-ENV-TYPE-TEXT LS-ENV-FIELD-1-TEXT
                LS-ENV-FIELD-2-TEXT LS-ENV-FIELD-3-TEXT
        MOVE FUNCTION TRIM(LS-ENV-FIELD-1-TEXT) TO LS-ENV-FIELD-1-TEXT
        MOVE FUNCTION TRIM(LS-ENV-FIELD-2-TEXT) TO LS-ENV-FIELD-2-TEXT
        MOVE FUNCTION TRIM(LS-ENV-FIELD-3-TEXT) TO LS-ENV-FIELD-3-TEXT
       .

      *> Fingerprint the feed just loaded - its record count and
      *> column totals, its first and last data records in load
      *> order, and the sender ID and sequence number of its header
      *> - and look for the same fingerprint among the feeds already
      *> accepted or forced in the standing registry. A registry not
      *> yet created has nothing to match; one that cannot be read
      *> is a warning, and the feed goes on unchecked rather than
      *> stopping the batch. A match holds the feed: nothing of it is
      *> analyzed, logged, upserted or checkpointed, and the hold is
      *> registered for the registry report. FORCE on the feed's
      *> control-file entry, or FORCE-DUPLICATE=YES for the run, lets
      *> a deliberate resend through as a FORCED entry instead.
       CHECK-FEED-REGISTRY.
        MOVE "N" TO LS-DUPLICATE-STATE
        MOVE SPACES TO LS-DUP-MATCH-DATE
        MOVE SPACES TO LS-DUP-MATCH-FILE
        MOVE LS-FEED-RECORDS TO FRG-RECORD-COUNT
        MOVE LS-FEED-HASH-1 TO FRG-CONTROL-SUM-1
        MOVE LS-FEED-HASH-2 TO FRG-CONTROL-SUM-2
        MOVE LS-DATA-ITEM-1(LS-FEED-START-INDEX) TO FRG-FIRST-ITEM-1
        MOVE LS-DATA-ITEM-2(LS-FEED-START-INDEX) TO FRG-FIRST-ITEM-2
        COMPUTE LS-ENVELOPE-INDEX = LS-TABLE-INDEX - 1
        MOVE LS-DATA-ITEM-1(LS-ENVELOPE-INDEX) TO FRG-LAST-ITEM-1
        MOVE LS-DATA-ITEM-2(LS-ENVELOPE-INDEX) TO FRG-LAST-ITEM-2
        MOVE LS-HDR-SENDER-ID TO FRG-SENDER-ID
        MOVE LS-HDR-SEQUENCE TO FRG-SEQUENCE
        MOVE FRG-FINGERPRINT TO LS-FEED-FINGERPRINT
        OPEN INPUT FD-REGISTRY
        IF LS-FD-REGISTRY-STATUS = "35"
            EXIT PARAGRAPH
        END-IF
        IF LS-FD-REGISTRY-STATUS NOT = "00"
            DISPLAY "WARNING: UNABLE TO OPEN "
                FUNCTION TRIM(LS-REGISTRY-PATH)
                " - FILE STATUS " LS-FD-REGISTRY-STATUS
            IF LS-SUM-STATUS = "OK"
                MOVE "WARN" TO LS-SUM-STATUS
            END-IF
            MOVE "DAY01W49" TO EXC-MSG-ID
            PERFORM LOG-REGISTRY-FILE-EXC
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL EXIT
            READ FD-REGISTRY INTO FRG-DETAIL-LINE
                AT END
                    EXIT PERFORM
                NOT AT END
                    IF (FRG-IS-ACCEPTED OR FRG-IS-FORCED)
                        AND FRG-FINGERPRINT = LS-FEED-FINGERPRINT
                        MOVE FRG-RUN-DATE TO LS-DUP-MATCH-DATE
                        MOVE FRG-FILE-NAME TO LS-DUP-MATCH-FILE
                        EXIT PERFORM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FD-REGISTRY
        IF LS-DUP-MATCH-FILE = SPACES
            EXIT PARAGRAPH
        END-IF
        IF FUNCTION TRIM(LS-FEED-FORCE-TEXT) = "FORCE"
            OR FUNCTION TRIM(LS-FORCE-DUPLICATE-TEXT) = "YES"
            SET LS-FEED-IS-FORCED TO TRUE
            DISPLAY "WARNING: " FUNCTION TRIM(LS-FILE-PATH)
                " DUPLICATES " FUNCTION TRIM(LS-DUP-MATCH-FILE)
                " OF " LS-DUP-MATCH-DATE " - FORCED THROUGH"
            IF LS-SUM-STATUS = "OK"
                MOVE "WARN" TO LS-SUM-STATUS
            END-IF
            MOVE "DAY01W48" TO EXC-MSG-ID
            PERFORM LOG-INPUT-CONTENT-EXC
            EXIT PARAGRAPH
        END-IF
        SET LS-FEED-IS-HELD TO TRUE
        DISPLAY "ERROR: " FUNCTION TRIM(LS-FILE-PATH)
            " DUPLICATES " FUNCTION TRIM(LS-DUP-MATCH-FILE)
            " OF " LS-DUP-MATCH-DATE " - FEED HELD"
        IF RETURN-CODE < 12
            MOVE 12 TO RETURN-CODE
        END-IF
        MOVE "HELD" TO LS-SUM-STATUS
        MOVE "DAY01E47" TO EXC-MSG-ID
        PERFORM LOG-INPUT-CONTENT-EXC
        PERFORM WRITE-REGISTRY-ENTRY
       .

      *> Append the current feed to the standing registry: ACCEPTED,
      *> QUARANT when its acceptance rule quarantined it, or HELD or
      *> FORCED with the registered feed it matched. The first run
      *> on a given system has no registry yet to extend.
      *> A registry that cannot be written is a warning: the feed's
      *> results stand, but a resend of it would go unrecognized.
       WRITE-REGISTRY-ENTRY.
        MOVE LS-RUN-DATE TO FRG-RUN-DATE
        EVALUATE TRUE
            WHEN LS-FEED-IS-HELD
                SET FRG-IS-HELD TO TRUE
            WHEN LS-FEED-IS-QUARANTINED
                SET FRG-IS-QUARANTINED TO TRUE
            WHEN LS-FEED-IS-FORCED
                SET FRG-IS-FORCED TO TRUE
            WHEN OTHER
                SET FRG-IS-ACCEPTED TO TRUE
        END-EVALUATE
        MOVE LS-FILE-PATH TO FRG-FILE-NAME
        MOVE LS-FEED-FINGERPRINT TO FRG-FINGERPRINT
        MOVE LS-DUP-MATCH-DATE TO FRG-MATCH-DATE
        MOVE LS-DUP-MATCH-FILE TO FRG-MATCH-FILE
        OPEN EXTEND FD-REGISTRY
        IF LS-FD-REGISTRY-STATUS NOT = "00"
            OPEN OUTPUT FD-REGISTRY
        END-IF
        IF LS-FD-REGISTRY-STATUS NOT = "00"
            DISPLAY "WARNING: UNABLE TO OPEN "
                FUNCTION TRIM(LS-REGISTRY-PATH)
                " - FILE STATUS " LS-FD-REGISTRY-STATUS
            MOVE "DAY01W49" TO EXC-MSG-ID
            PERFORM LOG-REGISTRY-FILE-EXC
            EXIT PARAGRAPH
        END-IF
        WRITE F-REGISTRY-RECORD FROM FRG-DETAIL-LINE
        IF LS-FD-REGISTRY-STATUS NOT = "00"
            DISPLAY "WARNING: UNABLE TO WRITE "
                FUNCTION TRIM(LS-REGISTRY-PATH)
                " - FILE STATUS " LS-FD-REGISTRY-STATUS
            MOVE "DAY01W50" TO EXC-MSG-ID
            PERFORM LOG-REGISTRY-FILE-EXC
        END-IF
        CLOSE FD-REGISTRY
       .

      *> ---------------------------------------------------------------
      *> Result acceptance. A feed covered by an acceptance rule has
      *> its results measured before anything is written, and held to
      *> the rule's limits: reject percentage, swing of difference and
      *> similarity against the feed's last accepted audit line, and
      *> the distinct IDs of each table. A feed that breaks a limit is
      *> quarantined - see QUARANTINE-FEED - for DAY01REL to promote
      *> or discard once someone has checked it.
      *> ---------------------------------------------------------------

      *> Read the acceptance rules into the rule table. A missing
      *> file is the normal state for a site that has no rules: every
      *> feed is then accepted as before. A rule that does not make
      *> sense is reported and left out of the table.
       LOAD-ACCEPTANCE-RULES.
        OPEN INPUT FD-RULES
        IF LS-FD-RULES-STATUS = "35"
            EXIT PARAGRAPH
        END-IF
        IF LS-FD-RULES-STATUS NOT = "00"
            DISPLAY "WARNING: UNABLE TO OPEN "
                FUNCTION TRIM(LS-RULES-PATH)
                " - FILE STATUS " LS-FD-RULES-STATUS
            MOVE "DAY01W53" TO EXC-MSG-ID
            PERFORM LOG-RULES-FILE-EXC
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL EXIT
            READ FD-RULES
                AT END
                    EXIT PERFORM
                NOT AT END
                    IF F-RULES-RECORD NOT = SPACES
                        AND (F-RULES-RECORD(1:1) NOT = "*"
                            OR F-RULES-RECORD(2:1) = ",")
                        PERFORM STORE-ONE-RULE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FD-RULES
       .

      *> Check one rule line and add it to the rule table. The first
      *> rule for a feed is the one used.
       STORE-ONE-RULE.
        MOVE SPACES TO LS-RUL-FEED-TEXT
        MOVE SPACES TO LS-RUL-REJECT-TEXT
        MOVE SPACES TO LS-RUL-DIFF-TEXT
        MOVE SPACES TO LS-RUL-SIM-TEXT
        MOVE SPACES TO LS-RUL-IDS-1-TEXT
        MOVE SPACES TO LS-RUL-IDS-2-TEXT
        MOVE SPACES TO LS-RUL-REASON
        UNSTRING F-RULES-RECORD DELIMITED BY ","
            INTO LS-RUL-FEED-TEXT LS-RUL-REJECT-TEXT
                LS-RUL-DIFF-TEXT LS-RUL-SIM-TEXT
                LS-RUL-IDS-1-TEXT LS-RUL-IDS-2-TEXT
        MOVE FUNCTION TRIM(LS-RUL-FEED-TEXT) TO LS-RUL-FEED-TEXT
        EVALUATE TRUE
            WHEN LS-RUL-FEED-TEXT = SPACES
                MOVE "NO FEED NAMED" TO LS-RUL-REASON
            WHEN LS-RULE-COUNT >= C-MAX-RULES
                MOVE "RULE TABLE FULL" TO LS-RUL-REASON
        END-EVALUATE
        IF LS-RUL-REASON = SPACES
            COMPUTE LS-RULE-INDEX = LS-RULE-COUNT + 1
            MOVE LS-RUL-REJECT-TEXT TO LS-RUL-LIMIT-TEXT
            PERFORM EDIT-RULE-LIMIT
            MOVE C-NO-UPPER-LIMIT
                TO LS-RULE-TBL-MAX-REJECT(LS-RULE-INDEX)
            IF LS-RUL-LIMIT-IS-GIVEN
                AND LS-RUL-LIMIT < C-NO-UPPER-LIMIT
                MOVE LS-RUL-LIMIT
                    TO LS-RULE-TBL-MAX-REJECT(LS-RULE-INDEX)
            END-IF
            MOVE LS-RUL-DIFF-TEXT TO LS-RUL-LIMIT-TEXT
            PERFORM EDIT-RULE-LIMIT
            MOVE C-NO-UPPER-LIMIT
                TO LS-RULE-TBL-MAX-DIFF(LS-RULE-INDEX)
            IF LS-RUL-LIMIT-IS-GIVEN
                AND LS-RUL-LIMIT < C-NO-UPPER-LIMIT
                MOVE LS-RUL-LIMIT
                    TO LS-RULE-TBL-MAX-DIFF(LS-RULE-INDEX)
            END-IF
            MOVE LS-RUL-SIM-TEXT TO LS-RUL-LIMIT-TEXT
            PERFORM EDIT-RULE-LIMIT
            MOVE C-NO-UPPER-LIMIT
                TO LS-RULE-TBL-MAX-SIM(LS-RULE-INDEX)
            IF LS-RUL-LIMIT-IS-GIVEN
                AND LS-RUL-LIMIT < C-NO-UPPER-LIMIT
                MOVE LS-RUL-LIMIT
                    TO LS-RULE-TBL-MAX-SIM(LS-RULE-INDEX)
            END-IF
            MOVE LS-RUL-IDS-1-TEXT TO LS-RUL-LIMIT-TEXT
            PERFORM EDIT-RULE-LIMIT
            MOVE LS-RUL-LIMIT TO LS-RULE-TBL-MIN-IDS-1(LS-RULE-INDEX)
            MOVE LS-RUL-IDS-2-TEXT TO LS-RUL-LIMIT-TEXT
            PERFORM EDIT-RULE-LIMIT
            MOVE LS-RUL-LIMIT TO LS-RULE-TBL-MIN-IDS-2(LS-RULE-INDEX)
        END-IF
        IF LS-RUL-REASON NOT = SPACES
            DISPLAY "WARNING: ACCEPTANCE RULE FOR "
                FUNCTION TRIM(LS-RUL-FEED-TEXT) " IGNORED - "
                FUNCTION TRIM(LS-RUL-REASON)
            MOVE "DAY01W54" TO EXC-MSG-ID
            PERFORM LOG-RULES-FILE-EXC
            EXIT PARAGRAPH
        END-IF
        MOVE LS-RUL-FEED-TEXT TO LS-RULE-TBL-FEED(LS-RULE-INDEX)
        IF LS-RULE-TBL-MAX-DIFF(LS-RULE-INDEX) < C-NO-UPPER-LIMIT
            OR LS-RULE-TBL-MAX-SIM(LS-RULE-INDEX) < C-NO-UPPER-LIMIT
            SET LS-SWING-IS-LIMITED TO TRUE
        END-IF
        MOVE LS-RULE-INDEX TO LS-RULE-COUNT
       .

      *> Edit one limit of a rule line: empty or "*" means the limit
      *> is not checked, and comes back as zero and not given; any
      *> other value must be a whole number.
       EDIT-RULE-LIMIT.
        MOVE 0 TO LS-RUL-LIMIT
        MOVE "N" TO LS-RUL-LIMIT-STATE
        MOVE FUNCTION TRIM(LS-RUL-LIMIT-TEXT) TO LS-RUL-LIMIT-TEXT
        IF LS-RUL-LIMIT-TEXT = SPACES OR LS-RUL-LIMIT-TEXT = "*"
            EXIT PARAGRAPH
        END-IF
        IF FUNCTION TRIM(LS-RUL-LIMIT-TEXT) IS NUMERIC
            AND FUNCTION LENGTH(FUNCTION TRIM(LS-RUL-LIMIT-TEXT)) <= 6
            MOVE FUNCTION NUMVAL(LS-RUL-LIMIT-TEXT) TO LS-RUL-LIMIT
            SET LS-RUL-LIMIT-IS-GIVEN TO TRUE
        ELSE
            MOVE "LIMIT IS NOT A WHOLE NUMBER" TO LS-RUL-REASON
        END-IF
       .

      *> Read the audit log for the last accepted difference and
      *> similarity of every feed in it, for the swing limits. The
      *> first run on a given system has no log yet; a log that
      *> cannot be read is reported when it is opened for the run.
      *> Consolidated lines describe no single feed and are left out.
       LOAD-ACCEPTED-HISTORY.
        OPEN INPUT FD-AUDIT
        IF LS-FD-AUDIT-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL EXIT
            READ FD-AUDIT INTO AUD-DETAIL-LINE
                AT END
                    EXIT PERFORM
                NOT AT END
                    IF AUD-MODE NOT = "CONSOL"
                        AND FUNCTION TRIM(AUD-DIFFERENCE) IS NUMERIC
                        AND FUNCTION TRIM(AUD-SIMILARITY) IS NUMERIC
                        PERFORM NOTE-ACCEPTED-RESULT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FD-AUDIT
       .

      *> Keep the audit line in AUD-DETAIL-LINE as its feed's last
      *> accepted result: while the history is loaded, and again for
      *> each feed this run accepts, so a feed listed twice in one
      *> batch is held to its own earlier result. Past
      *> C-MAX-AUDIT-FEEDS feeds, the rest go unchecked for swing.
       NOTE-ACCEPTED-RESULT.
        MOVE AUD-FILE-NAME TO LS-HIST-KEY
        PERFORM FIND-ACCEPTED-HISTORY
        IF LS-HIST-MATCH = 0
            IF LS-HIST-COUNT >= C-MAX-AUDIT-FEEDS
                IF NOT LS-HIST-IS-FULL
                    SET LS-HIST-IS-FULL TO TRUE
                    DISPLAY "WARNING: MORE THAN " C-MAX-AUDIT-FEEDS
                        " FEEDS IN " FUNCTION TRIM(LS-AUDIT-PATH)
                        " - LATER FEEDS NOT CHECKED FOR SWING"
                    MOVE "DAY01W56" TO EXC-MSG-ID
                    PERFORM LOG-AUDIT-FILE-EXC
                END-IF
                EXIT PARAGRAPH
            END-IF
            COMPUTE LS-HIST-COUNT = LS-HIST-COUNT + 1
            MOVE LS-HIST-COUNT TO LS-HIST-MATCH
            MOVE LS-HIST-KEY TO LS-HIST-FEED(LS-HIST-MATCH)
        END-IF
        MOVE FUNCTION NUMVAL(AUD-DIFFERENCE)
            TO LS-HIST-DIFFERENCE(LS-HIST-MATCH)
        MOVE FUNCTION NUMVAL(AUD-SIMILARITY)
            TO LS-HIST-SIMILARITY(LS-HIST-MATCH)
       .

      *> Find the feed in LS-HIST-KEY in the accepted-result table:
      *> LS-HIST-MATCH is its entry, or zero.
       FIND-ACCEPTED-HISTORY.
        MOVE 0 TO LS-HIST-MATCH
        PERFORM VARYING LS-HIST-INDEX FROM 1 BY 1
        UNTIL LS-HIST-INDEX > LS-HIST-COUNT
            IF LS-HIST-FEED(LS-HIST-INDEX) = LS-HIST-KEY
                MOVE LS-HIST-INDEX TO LS-HIST-MATCH
                EXIT PERFORM
            END-IF
        END-PERFORM
       .

      *> Hold the current feed to its acceptance rule: the rule
      *> naming its input path, or else the "*" rule. A feed no rule
      *> covers is accepted unchecked, as before. Any earlier
      *> quarantined run of the feed still waiting for release is
      *> superseded by this one, so it is cleared away first.
       CHECK-ACCEPTANCE-RULES.
        MOVE SPACES TO LS-QUARANTINE-PATH
        STRING FUNCTION TRIM(LS-FILE-PATH)
            FUNCTION TRIM(LS-QUARANTINE-SUFFIX)
            DELIMITED BY SIZE INTO LS-QUARANTINE-PATH
        PERFORM SUPERSEDE-QUARANTINED-RUN
        MOVE 0 TO LS-RULE-MATCH
        MOVE 0 TO LS-RULE-DEFAULT
        PERFORM VARYING LS-RULE-INDEX FROM 1 BY 1
        UNTIL LS-RULE-INDEX > LS-RULE-COUNT
            IF LS-RULE-TBL-FEED(LS-RULE-INDEX) = LS-FILE-PATH
                MOVE LS-RULE-INDEX TO LS-RULE-MATCH
                EXIT PERFORM
            END-IF
            IF LS-RULE-TBL-FEED(LS-RULE-INDEX) = "*"
                AND LS-RULE-DEFAULT = 0
                MOVE LS-RULE-INDEX TO LS-RULE-DEFAULT
            END-IF
        END-PERFORM
        IF LS-RULE-MATCH = 0
            MOVE LS-RULE-DEFAULT TO LS-RULE-MATCH
        END-IF
        IF LS-RULE-MATCH = 0
            EXIT PARAGRAPH
        END-IF
        PERFORM MEASURE-FEED-RESULTS
        SET LS-FEED-IS-ACCEPTED TO TRUE

      *> Rejects, as a share of every record the feed delivered.
        IF LS-RULE-TBL-MAX-REJECT(LS-RULE-MATCH) < C-NO-UPPER-LIMIT
            COMPUTE LS-ACC-PERCENT ROUNDED =
                LS-REJECT-COUNT * 100
                / (LS-FILE-LENGTH + LS-REJECT-COUNT)
            IF LS-ACC-PERCENT > LS-RULE-TBL-MAX-REJECT(LS-RULE-MATCH)
                MOVE LS-ACC-PERCENT TO LS-ACC-PERCENT-EDITED
                MOVE LS-RULE-TBL-MAX-REJECT(LS-RULE-MATCH)
                    TO LS-ACC-LIMIT-EDITED
                STRING "REJECTS "
                    FUNCTION TRIM(LS-ACC-PERCENT-EDITED)
                    "% OVER LIMIT OF "
                    FUNCTION TRIM(LS-ACC-LIMIT-EDITED) "%"
                    DELIMITED BY SIZE INTO LS-ACCEPT-REASON
                PERFORM QUARANTINE-FEED
                EXIT PARAGRAPH
            END-IF
        END-IF

      *> Swing of difference and similarity against the feed's last
      *> accepted result; a feed never accepted before has nothing
      *> to swing from.
        MOVE LS-FILE-PATH TO LS-HIST-KEY
        PERFORM FIND-ACCEPTED-HISTORY
        IF LS-HIST-MATCH > 0
            AND LS-RULE-TBL-MAX-DIFF(LS-RULE-MATCH) < C-NO-UPPER-LIMIT
            MOVE LS-HIST-DIFFERENCE(LS-HIST-MATCH)
                TO LS-ACC-PRIOR-VALUE
            MOVE LS-ACC-DIFFERENCE TO LS-ACC-NEW-VALUE
            PERFORM COMPUTE-SWING-PERCENT
            IF LS-ACC-PERCENT > LS-RULE-TBL-MAX-DIFF(LS-RULE-MATCH)
                MOVE LS-ACC-PERCENT TO LS-ACC-PERCENT-EDITED
                MOVE LS-RULE-TBL-MAX-DIFF(LS-RULE-MATCH)
                    TO LS-ACC-LIMIT-EDITED
                STRING "DIFFERENCE SWING "
                    FUNCTION TRIM(LS-ACC-PERCENT-EDITED)
                    "% OVER LIMIT OF "
                    FUNCTION TRIM(LS-ACC-LIMIT-EDITED) "%"
                    DELIMITED BY SIZE INTO LS-ACCEPT-REASON
                PERFORM QUARANTINE-FEED
                EXIT PARAGRAPH
            END-IF
        END-IF
        IF LS-HIST-MATCH > 0
            AND LS-RULE-TBL-MAX-SIM(LS-RULE-MATCH) < C-NO-UPPER-LIMIT
            MOVE LS-HIST-SIMILARITY(LS-HIST-MATCH)
                TO LS-ACC-PRIOR-VALUE
            MOVE LS-ACC-SIMILARITY TO LS-ACC-NEW-VALUE
            PERFORM COMPUTE-SWING-PERCENT
            IF LS-ACC-PERCENT > LS-RULE-TBL-MAX-SIM(LS-RULE-MATCH)
                MOVE LS-ACC-PERCENT TO LS-ACC-PERCENT-EDITED
                MOVE LS-RULE-TBL-MAX-SIM(LS-RULE-MATCH)
                    TO LS-ACC-LIMIT-EDITED
                STRING "SIMILARITY SWING "
                    FUNCTION TRIM(LS-ACC-PERCENT-EDITED)
                    "% OVER LIMIT OF "
                    FUNCTION TRIM(LS-ACC-LIMIT-EDITED) "%"
                    DELIMITED BY SIZE INTO LS-ACCEPT-REASON
                PERFORM QUARANTINE-FEED
                EXIT PARAGRAPH
            END-IF
        END-IF

      *> Distinct IDs of each table, as written to the master lists.
        IF LS-ACC-DISTINCT-1 < LS-RULE-TBL-MIN-IDS-1(LS-RULE-MATCH)
            MOVE LS-ACC-DISTINCT-1 TO LS-ACC-COUNT-EDITED
            MOVE LS-RULE-TBL-MIN-IDS-1(LS-RULE-MATCH)
                TO LS-ACC-LIMIT-EDITED
            STRING "TABLE 1 DISTINCT IDS "
                FUNCTION TRIM(LS-ACC-COUNT-EDITED)
                " UNDER MINIMUM OF "
                FUNCTION TRIM(LS-ACC-LIMIT-EDITED)
                DELIMITED BY SIZE INTO LS-ACCEPT-REASON
            PERFORM QUARANTINE-FEED
            EXIT PARAGRAPH
        END-IF
        IF LS-ACC-DISTINCT-2 < LS-RULE-TBL-MIN-IDS-2(LS-RULE-MATCH)
            MOVE LS-ACC-DISTINCT-2 TO LS-ACC-COUNT-EDITED
            MOVE LS-RULE-TBL-MIN-IDS-2(LS-RULE-MATCH)
                TO LS-ACC-LIMIT-EDITED
            STRING "TABLE 2 DISTINCT IDS "
                FUNCTION TRIM(LS-ACC-COUNT-EDITED)
                " UNDER MINIMUM OF "
                FUNCTION TRIM(LS-ACC-LIMIT-EDITED)
                DELIMITED BY SIZE INTO LS-ACCEPT-REASON
            PERFORM QUARANTINE-FEED
            EXIT PARAGRAPH
        END-IF
       .

      *> Measure the difference, similarity and distinct ID counts
      *> of the sorted tables the same way the analysis pass below
      *> does, without writing anything, so the rules can be applied
      *> before the first output is opened.
       MEASURE-FEED-RESULTS.
        MOVE 0 TO LS-ACC-DIFFERENCE
        MOVE 0 TO LS-ACC-SIMILARITY
        MOVE 0 TO LS-ACC-DISTINCT-1
        MOVE 0 TO LS-ACC-DISTINCT-2
        SET LS-SEARCH-INDEX TO 1
        PERFORM VARYING LS-TABLE-INDEX FROM 1 BY 1
        UNTIL LS-TABLE-INDEX > LS-FILE-LENGTH
            COMPUTE LS-ACC-DIFFERENCE = LS-ACC-DIFFERENCE +
                FUNCTION ABS(
                    LS-DATA-ITEM-1(LS-TABLE-INDEX) -
                    LS-DATA-ITEM-2(LS-TABLE-INDEX)
                )
            IF LS-TABLE-INDEX = 1
                OR LS-DATA-ITEM-1(LS-TABLE-INDEX) NOT =
                    LS-DATA-ITEM-1(LS-TABLE-INDEX - 1)
                PERFORM COUNT-TABLE-2-MATCHES
                COMPUTE LS-ACC-DISTINCT-1 = LS-ACC-DISTINCT-1 + 1
            END-IF
            COMPUTE LS-ACC-SIMILARITY = LS-ACC-SIMILARITY +
                LS-DATA-ITEM-1(LS-TABLE-INDEX)
                * LS-MATCH-COUNT
            IF LS-TABLE-INDEX = 1
                OR LS-DATA-ITEM-2(LS-TABLE-INDEX) NOT =
                    LS-DATA-ITEM-2(LS-TABLE-INDEX - 1)
                COMPUTE LS-ACC-DISTINCT-2 = LS-ACC-DISTINCT-2 + 1
            END-IF
        END-PERFORM
       .

      *> Percentage swing from LS-ACC-PRIOR-VALUE to
      *> LS-ACC-NEW-VALUE, either way. Any move away from a prior
      *> zero, and any swing too large to hold, counts as the
      *> largest swing there is.
       COMPUTE-SWING-PERCENT.
        IF LS-ACC-PRIOR-VALUE = 0
            IF LS-ACC-NEW-VALUE = 0
                MOVE 0 TO LS-ACC-PERCENT
            ELSE
                MOVE 99999.99 TO LS-ACC-PERCENT
            END-IF
            EXIT PARAGRAPH
        END-IF
        IF LS-ACC-NEW-VALUE >= LS-ACC-PRIOR-VALUE
            COMPUTE LS-ACC-PERCENT ROUNDED =
                (LS-ACC-NEW-VALUE - LS-ACC-PRIOR-VALUE) * 100
                / LS-ACC-PRIOR-VALUE
                ON SIZE ERROR
                    MOVE 99999.99 TO LS-ACC-PERCENT
            END-COMPUTE
        ELSE
            COMPUTE LS-ACC-PERCENT ROUNDED =
                (LS-ACC-PRIOR-VALUE - LS-ACC-NEW-VALUE) * 100
                / LS-ACC-PRIOR-VALUE
        END-IF
       .

      *> Clear away an earlier quarantined run of the current feed:
      *> delete the outputs its manifest lists under their
      *> quarantine names, then the manifest itself. A feed with no
      *> manifest has nothing waiting. CBL_DELETE_FILE reports
      *> through the RETURN-CODE register, so the run's own code is
      *> saved around the calls.
       SUPERSEDE-QUARANTINED-RUN.
        OPEN INPUT FD-QUARANTINE
        IF LS-FD-QUARANTINE-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        MOVE RETURN-CODE TO LS-SAVED-RETURN-CODE
        PERFORM UNTIL EXIT
            MOVE SPACES TO QTN-DATA-LINE
            READ FD-QUARANTINE INTO QTN-DATA-LINE
                AT END
                    EXIT PERFORM
                NOT AT END
                    IF QTN-IS-OUTPUT
                        MOVE QTN-DATA-LINE TO QTN-OUTPUT-LINE
                        MOVE SPACES TO LS-DELETE-PATH
                        MOVE QTN-OUT-HELD-PATH TO LS-DELETE-PATH
                        CALL "CBL_DELETE_FILE" USING LS-DELETE-PATH
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FD-QUARANTINE
        CALL "CBL_DELETE_FILE" USING LS-QUARANTINE-PATH
        MOVE LS-SAVED-RETURN-CODE TO RETURN-CODE
       .

      *> Quarantine the current feed: it is held with the same
      *> return code as a held duplicate, under its own message ID,
      *> and listed HELD on the batch summary. Its manifest is opened
      *> and every output path is switched to its quarantine name -
      *> the current name with the quarantine suffix added - so the
      *> analysis writes the feed's outputs without replacing the
      *> current ones; the manifest records each pair for DAY01REL.
      *> The reject file was written while loading, before the rules
      *> could be applied, and keeps its name.
       QUARANTINE-FEED.
        SET LS-FEED-IS-QUARANTINED TO TRUE
        DISPLAY "ERROR: " FUNCTION TRIM(LS-FILE-PATH)
            " QUARANTINED - " FUNCTION TRIM(LS-ACCEPT-REASON)
        IF RETURN-CODE < 12
            MOVE 12 TO RETURN-CODE
        END-IF
        MOVE "HELD" TO LS-SUM-STATUS
        MOVE "DAY01E55" TO EXC-MSG-ID
        PERFORM LOG-INPUT-CONTENT-EXC
        OPEN OUTPUT FD-QUARANTINE
        IF LS-FD-QUARANTINE-STATUS = "00"
            SET LS-QUARANTINE-IS-USABLE TO TRUE
        ELSE
            DISPLAY "ERROR: UNABLE TO OPEN "
                FUNCTION TRIM(LS-QUARANTINE-PATH)
                " - FILE STATUS " LS-FD-QUARANTINE-STATUS
            MOVE 16 TO RETURN-CODE
            MOVE "DAY01E57" TO EXC-MSG-ID
            PERFORM LOG-QUARANTINE-FILE-EXC
        END-IF
        MOVE LS-RUN-DATE TO QTN-HDR-RUN-DATE
        MOVE LS-FILE-PATH TO QTN-HDR-FILE-NAME
        MOVE LS-ACCEPT-REASON TO QTN-HDR-REASON
        MOVE QTN-HEADER-LINE TO QTN-DATA-LINE
        PERFORM WRITE-QUARANTINE-LINE
        MOVE LS-REPORT-PATH TO LS-QTN-CURRENT-PATH
        PERFORM QUARANTINE-ONE-PATH
        MOVE LS-QTN-CURRENT-PATH TO LS-REPORT-PATH
        MOVE LS-MASTER-1-PATH TO LS-QTN-CURRENT-PATH
        PERFORM QUARANTINE-ONE-PATH
        MOVE LS-QTN-CURRENT-PATH TO LS-MASTER-1-PATH
        MOVE LS-MASTER-2-PATH TO LS-QTN-CURRENT-PATH
        PERFORM QUARANTINE-ONE-PATH
        MOVE LS-QTN-CURRENT-PATH TO LS-MASTER-2-PATH
        MOVE LS-FREQ-PATH TO LS-QTN-CURRENT-PATH
        PERFORM QUARANTINE-ONE-PATH
        MOVE LS-QTN-CURRENT-PATH TO LS-FREQ-PATH
        MOVE LS-CSV-PATH TO LS-QTN-CURRENT-PATH
        PERFORM QUARANTINE-ONE-PATH
        MOVE LS-QTN-CURRENT-PATH TO LS-CSV-PATH
        MOVE LS-FREQ-CSV-PATH TO LS-QTN-CURRENT-PATH
        PERFORM QUARANTINE-ONE-PATH
        MOVE LS-QTN-CURRENT-PATH TO LS-FREQ-CSV-PATH
        MOVE LS-STATS-PATH TO LS-QTN-CURRENT-PATH
        PERFORM QUARANTINE-ONE-PATH
        MOVE LS-QTN-CURRENT-PATH TO LS-STATS-PATH
        MOVE LS-PAIRS-PATH TO LS-QTN-CURRENT-PATH
        PERFORM QUARANTINE-ONE-PATH
        MOVE LS-QTN-CURRENT-PATH TO LS-PAIRS-PATH
        MOVE LS-TOPRPT-PATH TO LS-QTN-CURRENT-PATH
        PERFORM QUARANTINE-ONE-PATH
        MOVE LS-QTN-CURRENT-PATH TO LS-TOPRPT-PATH
        MOVE LS-LOCEXC-PATH TO LS-QTN-CURRENT-PATH
        PERFORM QUARANTINE-ONE-PATH
        MOVE LS-QTN-CURRENT-PATH TO LS-LOCEXC-PATH
        MOVE LS-ZEROMATCH-PATH TO LS-QTN-CURRENT-PATH
        PERFORM QUARANTINE-ONE-PATH
        MOVE LS-QTN-CURRENT-PATH TO LS-ZEROMATCH-PATH
       .

      *> Switch the output path in LS-QTN-CURRENT-PATH to its
      *> quarantine name, recording the pair in the manifest.
       QUARANTINE-ONE-PATH.
        MOVE LS-QTN-CURRENT-PATH TO QTN-OUT-CURRENT-PATH
        MOVE SPACES TO LS-QTN-CURRENT-PATH
        STRING FUNCTION TRIM(QTN-OUT-CURRENT-PATH)
            FUNCTION TRIM(LS-QUARANTINE-SUFFIX)
            DELIMITED BY SIZE INTO LS-QTN-CURRENT-PATH
        MOVE LS-QTN-CURRENT-PATH TO QTN-OUT-HELD-PATH
        MOVE QTN-OUTPUT-LINE TO QTN-DATA-LINE
        PERFORM WRITE-QUARANTINE-LINE
       .

      *> Hold the occurrence line just built in OCC-DETAIL-LINE back
      *> in the manifest of the quarantined feed.
       HOLD-OCCURRENCE-LINE.
        MOVE SPACES TO QTN-DATA-LINE
        SET QTN-IS-OCCURRENCE TO TRUE
        MOVE OCC-DETAIL-LINE TO QTN-RECORD-DATA
        PERFORM WRITE-QUARANTINE-LINE
       .

      *> Append the line in QTN-DATA-LINE to the quarantine
      *> manifest. A manifest that cannot be written cannot be
      *> released in full, so the failure counts as a file error.
       WRITE-QUARANTINE-LINE.
        IF NOT LS-QUARANTINE-IS-USABLE
            EXIT PARAGRAPH
        END-IF
        WRITE F-QUARANTINE-RECORD FROM QTN-DATA-LINE
        IF LS-FD-QUARANTINE-STATUS NOT = "00"
            DISPLAY "WARNING: UNABLE TO WRITE "
                FUNCTION TRIM(LS-QUARANTINE-PATH)
                " - FILE STATUS " LS-FD-QUARANTINE-STATUS
            MOVE 16 TO RETURN-CODE
            MOVE "DAY01W58" TO EXC-MSG-ID
            PERFORM LOG-QUARANTINE-FILE-EXC
        END-IF
       .

      *> Finish the quarantined feed's manifest with the registry
      *> line WRITE-REGISTRY-ENTRY just built, and close it.
       CLOSE-QUARANTINE-MANIFEST.
        IF NOT LS-QUARANTINE-IS-USABLE
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO QTN-DATA-LINE
        SET QTN-IS-REGISTRY TO TRUE
        MOVE FRG-DETAIL-LINE TO QTN-RECORD-DATA
        PERFORM WRITE-QUARANTINE-LINE
        CLOSE FD-QUARANTINE
        MOVE "N" TO LS-QUARANTINE-USABLE
       .

      *> ---------------------------------------------------------------
      *> Run locking. The standing files are shared by every program
      *> of the suite, so each run takes a lock on the ones it
      *> updates in the shared lock file before it touches them, and
      *> gives the locks up when it is done - see DAY01LCK.CPY.
      *> ---------------------------------------------------------------

      *> Take the run's locks on the standing files it is about to
      *> update - see DAY01LCK.CPY. The caller lists the files in
      *> LCK-WANTED-TABLE and sets LCK-OWN-PROGRAM and LCK-OWN-RUN-ID.
      *> Files another run holds are retried every LCK-RETRY-SECONDS
      *> until LCK-WAIT-SECONDS have passed. On return LCK-IS-HELD,
      *> LCK-IS-BUSY - with the holder's line in LCK-HOLDER-LINE - or
      *> LCK-FILE-FAILED tells the caller how things stand.
       ACQUIRE-RUN-LOCKS.
        MOVE 0 TO LCK-WAITED-SECONDS
        PERFORM TRY-RUN-LOCKS
        PERFORM UNTIL NOT LCK-IS-BUSY
        OR LCK-WAITED-SECONDS >= LCK-WAIT-SECONDS
            MOVE RETURN-CODE TO LCK-SAVED-RETURN-CODE
            CALL "C$SLEEP" USING LCK-RETRY-SECONDS
            MOVE LCK-SAVED-RETURN-CODE TO RETURN-CODE
            ADD LCK-RETRY-SECONDS TO LCK-WAITED-SECONDS
            PERFORM TRY-RUN-LOCKS
        END-PERFORM
        EVALUATE TRUE
            WHEN LCK-IS-BUSY
                MOVE LCK-HOLDER-LINE TO LCK-DETAIL-LINE
                DISPLAY "ERROR: " FUNCTION TRIM(LCK-RESOURCE)
                    " IS LOCKED BY " FUNCTION TRIM(LCK-PROGRAM)
                    " RUN " FUNCTION TRIM(LCK-RUN-ID)
                    " SINCE " LCK-START-TIME
            WHEN LCK-FILE-FAILED
                DISPLAY "ERROR: UNABLE TO UPDATE "
                    FUNCTION TRIM(LS-LOCK-PATH)
                    " - FILE STATUS " LS-FD-LOCK-STATUS
        END-EVALUATE
       .

      *> One attempt at the run's locks: read the lock file and, if
      *> no other run holds any of the wanted files, append a line
      *> for each of them.
       TRY-RUN-LOCKS.
        SET LCK-IS-NOT-HELD TO TRUE
        PERFORM READ-RUN-LOCKS
        IF LCK-FILE-FAILED
            EXIT PARAGRAPH
        END-IF
        PERFORM VARYING LCK-ENTRY-INDEX FROM 1 BY 1
        UNTIL LCK-ENTRY-INDEX > LCK-ENTRY-COUNT
            MOVE LCK-ENTRY-LINE(LCK-ENTRY-INDEX) TO LCK-DETAIL-LINE
            PERFORM VARYING LCK-WANTED-INDEX FROM 1 BY 1
            UNTIL LCK-WANTED-INDEX > LCK-WANTED-COUNT
                IF LCK-RESOURCE = LCK-WANTED-RESOURCE(LCK-WANTED-INDEX)
                    AND LCK-RUN-ID NOT = LCK-OWN-RUN-ID
                    SET LCK-IS-BUSY TO TRUE
                    MOVE LCK-DETAIL-LINE TO LCK-HOLDER-LINE
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM
        END-PERFORM
        OPEN EXTEND FD-LOCK
        IF LS-FD-LOCK-STATUS NOT = "00"
            OPEN OUTPUT FD-LOCK
        END-IF
        IF LS-FD-LOCK-STATUS NOT = "00"
            SET LCK-FILE-FAILED TO TRUE
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION CURRENT-DATE TO LCK-CURRENT-DATE
        MOVE SPACES TO LCK-DETAIL-LINE
        MOVE LCK-OWN-PROGRAM TO LCK-PROGRAM
        MOVE LCK-OWN-RUN-ID TO LCK-RUN-ID
        STRING LCK-CURRENT-DATE(1:4) "-"
            LCK-CURRENT-DATE(5:2) "-"
            LCK-CURRENT-DATE(7:2) " "
            LCK-CURRENT-DATE(9:2) ":"
            LCK-CURRENT-DATE(11:2) ":"
            LCK-CURRENT-DATE(13:2)
            DELIMITED BY SIZE
            INTO LCK-START-TIME
        PERFORM VARYING LCK-WANTED-INDEX FROM 1 BY 1
        UNTIL LCK-WANTED-INDEX > LCK-WANTED-COUNT
            MOVE LCK-WANTED-RESOURCE(LCK-WANTED-INDEX) TO LCK-RESOURCE
            WRITE F-LOCK-RECORD FROM LCK-DETAIL-LINE
        END-PERFORM
        IF LS-FD-LOCK-STATUS NOT = "00"
            SET LCK-FILE-FAILED TO TRUE
        ELSE
            SET LCK-IS-HELD TO TRUE
        END-IF
        CLOSE FD-LOCK
       .

      *> Read every line of the lock file into LCK-ENTRY-TABLE. A
      *> missing lock file means nothing is locked.
       READ-RUN-LOCKS.
        MOVE 0 TO LCK-ENTRY-COUNT
        OPEN INPUT FD-LOCK
        IF LS-FD-LOCK-STATUS = "35"
            EXIT PARAGRAPH
        END-IF
        IF LS-FD-LOCK-STATUS NOT = "00"
            SET LCK-FILE-FAILED TO TRUE
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL EXIT
            READ FD-LOCK
                AT END
                    EXIT PERFORM
                NOT AT END
                    IF F-LOCK-RECORD NOT = SPACES
                        IF LCK-ENTRY-COUNT >= 500
                            SET LCK-FILE-FAILED TO TRUE
                            EXIT PERFORM
                        END-IF
                        ADD 1 TO LCK-ENTRY-COUNT
                        MOVE F-LOCK-RECORD
                            TO LCK-ENTRY-LINE(LCK-ENTRY-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FD-LOCK
       .

      *> Give up the run's locks: rewrite the lock file without this
      *> run's lines. If the lock file cannot be rewritten the locks
      *> stay behind, LCK-FILE-FAILED is set for the caller to log,
      *> and the operator clears them with DAY01ENQ.
       RELEASE-RUN-LOCKS.
        IF NOT LCK-IS-HELD
            EXIT PARAGRAPH
        END-IF
        PERFORM READ-RUN-LOCKS
        IF NOT LCK-FILE-FAILED
            OPEN OUTPUT FD-LOCK
            IF LS-FD-LOCK-STATUS NOT = "00"
                SET LCK-FILE-FAILED TO TRUE
            END-IF
        END-IF
        IF LCK-FILE-FAILED
            DISPLAY "WARNING: UNABLE TO UPDATE "
                FUNCTION TRIM(LS-LOCK-PATH)
                " - FILE STATUS " LS-FD-LOCK-STATUS
                " - LOCKS OF RUN " FUNCTION TRIM(LCK-OWN-RUN-ID)
                " LEFT IN PLACE"
            EXIT PARAGRAPH
        END-IF
        PERFORM VARYING LCK-ENTRY-INDEX FROM 1 BY 1
        UNTIL LCK-ENTRY-INDEX > LCK-ENTRY-COUNT
            MOVE LCK-ENTRY-LINE(LCK-ENTRY-INDEX) TO LCK-DETAIL-LINE
            IF LCK-RUN-ID NOT = LCK-OWN-RUN-ID
                WRITE F-LOCK-RECORD FROM LCK-DETAIL-LINE
            END-IF
        END-PERFORM
        CLOSE FD-LOCK
        SET LCK-IS-NOT-HELD TO TRUE
       .

      *> ---------------------------------------------------------------
      *>   DAY01W36 unable to write top pairs report
      *>   DAY01W37 unable to open named parameter file
      *>   DAY01W38 unknown parameter keyword
      *>   DAY01W39 unable to open location reference file
      *>   DAY01E40 unable to open location exception listing
      *>   DAY01W41 unknown or inactive location IDs loaded
      *>   DAY01W42 unable to write location exception listing
      *>   DAY01E43 trailer totals do not match the loaded data
      *>   DAY01E44 header or trailer missing where layout needs them
      *>   DAY01E45 feed names an undefined input layout
      *>   DAY01W46 input layout definition ignored
      *>   DAY01E47 feed held as a duplicate of a registered feed
      *>   DAY01W48 duplicate feed forced through by the operator
      *>   DAY01W49 unable to open feed registry
      *>   DAY01W50 unable to write feed registry
      *>   DAY01W51 unable to open master change journal
      *>   DAY01W52 unable to write master change journal
      *>   DAY01W53 unable to open acceptance rules file
      *>   DAY01W54 acceptance rule ignored
      *>   DAY01E55 feed quarantined by its acceptance rule
      *>   DAY01W56 too many feeds in audit log for swing checks
      *>   DAY01E57 unable to open quarantine manifest
      *>   DAY01W58 unable to write quarantine manifest
      *>   DAY01E59 standing file locked by another run
      *>   DAY01E60 unable to update run lock file
      *>   DAY01W61 unable to release run locks
      *>   DAY01E62 unable to open zero-match exception listing
      *>   DAY01W63 unable to write zero-match exception listing
      *> ---------------------------------------------------------------

      *> Append one warning or error to the per-run exception log.
        MOVE LS-FD-PARM-STATUS TO EXC-FILE-STATUS
        PERFORM LOG-ONE-EXCEPTION
       .

       LOG-LOCREF-FILE-EXC.
        MOVE LS-LOCREF-PATH TO EXC-FILE-NAME
        MOVE LS-FD-LOCREF-STATUS TO EXC-FILE-STATUS
        PERFORM LOG-ONE-EXCEPTION
       .

       LOG-LOCEXC-FILE-EXC.
        MOVE LS-LOCEXC-PATH TO EXC-FILE-NAME
        MOVE LS-FD-LOCEXC-STATUS TO EXC-FILE-STATUS
        PERFORM LOG-ONE-EXCEPTION
       .

       LOG-ZEROMATCH-FILE-EXC.
        MOVE LS-ZEROMATCH-PATH TO EXC-FILE-NAME
        MOVE LS-FD-ZEROMATCH-STATUS TO EXC-FILE-STATUS
        PERFORM LOG-ONE-EXCEPTION
       .

       LOG-LAYOUT-FILE-EXC.
        MOVE LS-LAYOUT-PATH TO EXC-FILE-NAME
        MOVE LS-FD-LAYOUT-STATUS TO EXC-FILE-STATUS
        PERFORM LOG-ONE-EXCEPTION
       .

       LOG-REGISTRY-FILE-EXC.
        MOVE LS-REGISTRY-PATH TO EXC-FILE-NAME
        MOVE LS-FD-REGISTRY-STATUS TO EXC-FILE-STATUS
        PERFORM LOG-ONE-EXCEPTION
       .

       LOG-JOURNAL-FILE-EXC.
        MOVE LS-JOURNAL-PATH TO EXC-FILE-NAME
        MOVE LS-FD-JOURNAL-STATUS TO EXC-FILE-STATUS
        PERFORM LOG-ONE-EXCEPTION
       .

       LOG-RULES-FILE-EXC.
        MOVE LS-RULES-PATH TO EXC-FILE-NAME
        MOVE LS-FD-RULES-STATUS TO EXC-FILE-STATUS
        PERFORM LOG-ONE-EXCEPTION
       .

       LOG-QUARANTINE-FILE-EXC.
        MOVE LS-QUARANTINE-PATH TO EXC-FILE-NAME
        MOVE LS-FD-QUARANTINE-STATUS TO EXC-FILE-STATUS
        PERFORM LOG-ONE-EXCEPTION
       .

       LOG-LOCK-FILE-EXC.
        MOVE LS-LOCK-PATH TO EXC-FILE-NAME
        MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
        PERFORM LOG-ONE-EXCEPTION
       .

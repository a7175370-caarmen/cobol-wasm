      *> =================================================================
      *> Copyright 2025 - Present, Carmen Alvarez
      *>
      *> This file is part of Advent of code - @caarmen.
      *>
      *> Advent of code - @caarmen is free software: you can redistribute
      *> it and/or modify it under the terms of the GNU General Public
      *> License as published by the Free Software Foundation, either
      *> version 3 of the License, or (at your option) any later version.
      *>
      *> Advent of code - @caarmen is distributed in the hope that it will
      *> be useful, but WITHOUT ANY WARRANTY; without even the implied
      *> warranty of MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *> See the GNU General Public License for more details.
      *>
      *> You should have received a copy of the GNU General Public License
      *> along with Advent of code - @caarmen. If not, see
      *> <https://www.gnu.org/licenses/>.
      *> =================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY01STK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-OCCUR ASSIGN TO LS-OCCUR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-OCCUR-STATUS.
           SELECT FD-LISTING ASSIGN TO LS-LISTING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-LISTING-STATUS.
           SELECT FD-EXCEPT ASSIGN TO LS-EXCEPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-EXCEPT-STATUS.
           SELECT FD-PARM ASSIGN TO LS-PARM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> The occurrence log is the standing DAY01OCC.LOG written by
      *> DAY01: one OCC-DETAIL-LINE per distinct ID per input file
      *> per run - see DAY01OCC.CPY.
       FD FD-OCCUR.
       01  F-OCCUR-RECORD            PIC X(200).

       FD FD-LISTING.
       01  F-LISTING-RECORD          PIC X(132).

      *> Per-run exception log - see EXC-DETAIL-LINE in
      *> DAY01EXC.CPY.
       FD FD-EXCEPT.
       01  F-EXCEPT-RECORD           PIC X(150).

      *> The shared keyword parameter file the DAY01 suite reads at
      *> startup - see FD-PARM in day01.cob. DAY01STK takes the
      *> OCCURRENCE-PATH, STREAK-RUNS, STREAK-WINDOW and
      *> STK-EXCEPTION-PATH keywords and ignores the rest; the
      *> command line overrides the file.
       FD FD-PARM.
       01  F-PARM-RECORD             PIC X(200).

       WORKING-STORAGE SECTION.
       01 C-MAX-OCCURRENCES          CONSTANT 200000.
       01 C-MAX-FEEDS                CONSTANT 2000.
       01 C-MAX-WINDOW               CONSTANT 100.
       01 C-DEFAULT-WINDOW           CONSTANT 10.

      *> Report line layouts, written to FD-LISTING.
       COPY "DAY01STK.CPY".

      *> Occurrence log line layout, read back from FD-OCCUR.
       COPY "DAY01OCC.CPY".

      *> Exception log line layouts, written to FD-EXCEPT.
       COPY "DAY01EXC.CPY".

       LOCAL-STORAGE SECTION.
       01 LS-OCCUR-PATH              PIC X(100) VALUE "DAY01OCC.LOG".
       01 LS-LISTING-PATH            PIC X(104).
       01 LS-FD-OCCUR-STATUS         PIC X(2).
       01 LS-FD-LISTING-STATUS       PIC X(2).

       01 LS-ARG-INDEX               PIC 9(2) COMP VALUE 1.
       01 LS-ARG-VALUE               PIC X(100).
       01 LS-EXCEPT-PATH             PIC X(100) VALUE "DAY01STK.EXC".
       01 LS-FD-EXCEPT-STATUS        PIC X(2).
       01 LS-EXCEPT-USABLE           PIC X(1) VALUE "N".
           88 LS-EXCEPT-IS-USABLE              VALUE "Y".
       01 LS-EXCEPTION-STAMP         PIC X(19).
       01 LS-CURRENT-DATE            PIC X(21).
       01 LS-RUN-DATE                PIC X(10).
       01 LS-PARM-PATH               PIC X(100) VALUE "DAY01.PRM".
       01 LS-FD-PARM-STATUS          PIC X(2).
       01 LS-PARM-NAMED              PIC X(1) VALUE "N".
           88 LS-PARM-WAS-NAMED                VALUE "Y".
       01 LS-PARM-KEY                PIC X(30).
       01 LS-PARM-VALUE              PIC X(100).
       01 LS-POSITIONAL-NO           PIC 9(2) COMP VALUE 0.
       01 LS-LOG-ARG                 PIC X(100) VALUE SPACES.
       01 LS-RUNS-ARG                PIC X(100) VALUE SPACES.
       01 LS-WINDOW-ARG              PIC X(100) VALUE SPACES.

      *> A streak longer than this many runs is flagged for
      *> follow-up.
       01 LS-FOLLOW-UP-RUNS          PIC 9(6) VALUE 3.

      *> How many of each feed's latest runs are measured: at least
      *> one more than LS-FOLLOW-UP-RUNS, so every streak due a flag
      *> can be seen in full. 0 until set, then C-DEFAULT-WINDOW or
      *> LS-FOLLOW-UP-RUNS + 1, whichever is more. LS-MEASURED-WINDOW
      *> is what is left of it once the log has been sized.
       01 LS-STREAK-WINDOW           PIC 9(6) VALUE 0.
       01 LS-MEASURED-WINDOW         PIC 9(6).
       01 LS-WINDOW-LINES-TOTAL      PIC 9(11) COMP.
       01 LS-WINDOW-INDEX            PIC 9(4) COMP.
       01 LS-WINDOW-SLOT             PIC 9(4) COMP.
       01 LS-WINDOW-LIMIT            PIC 9(4) COMP.

       01 LS-TABLE-FULL              PIC X(1) VALUE "N".
           88 LS-TABLE-IS-FULL                 VALUE "Y".
       01 LS-FEEDS-FULL              PIC X(1) VALUE "N".
           88 LS-FEEDS-ARE-FULL                VALUE "Y".
       01 LS-LINE-USABLE             PIC X(1).
           88 LS-LINE-IS-USABLE                VALUE "Y".
       01 LS-LINES-READ              PIC 9(9) VALUE 0.

      *> The feeds met on the log, numbered in order of first
      *> appearance, each with its latest run dates - newest first,
      *> at most LS-STREAK-WINDOW of them, each with its count of
      *> log lines - the oldest run date measured, whether it has
      *> older runs than that on the log, and the span of its runs
      *> in the run table.
       01 LS-FEED-COUNT              PIC 9(4) VALUE 0.
       01 LS-FEED-TABLE OCCURS C-MAX-FEEDS TIMES.
           05 LS-FEED-NAME           PIC X(100).
           05 LS-FEED-WINDOW-COUNT   PIC 9(4) COMP.
           05 LS-FEED-WINDOW OCCURS C-MAX-WINDOW TIMES.
               10 LS-WINDOW-DATE     PIC X(10).
               10 LS-WINDOW-LINES    PIC 9(9) COMP.
           05 LS-FEED-CUTOFF         PIC X(10).
           05 LS-FEED-OLDER          PIC X(1).
               88 LS-FEED-HAS-OLDER-RUNS       VALUE "Y".
           05 LS-FEED-FIRST-RUN      PIC S9(7) COMP.
           05 LS-FEED-LAST-RUN       PIC S9(7) COMP.
       01 LS-FEED-INDEX              PIC 9(4) COMP.
       01 LS-FEED-NO                 PIC 9(4) COMP VALUE 0.

      *> Every usable log line of a measured run, reduced to its
      *> feed number, ID, run date and table, and whether it was a
      *> table 1 line that
      *> found a match in table 2. Sorted first by feed and date to
      *> list each feed's runs, then by feed, ID and date to walk
      *> each ID's history.
       01 LS-ENTRY-COUNT             PIC 9(7) VALUE 0.
       01 LS-ENTRY-TABLE OCCURS 1 TO C-MAX-OCCURRENCES TIMES
           DEPENDING ON LS-ENTRY-COUNT.
           05 LS-ENTRY-FEED          PIC 9(4) COMP.
           05 LS-ENTRY-ID            PIC 9(18) COMP.
           05 LS-ENTRY-DATE          PIC X(10).
           05 LS-ENTRY-TABLE-NO      PIC 9(1).
           05 LS-ENTRY-MATCHED       PIC X(1).
               88 LS-ENTRY-HAS-MATCH           VALUE "Y".
       01 LS-ENTRY-INDEX             PIC S9(7) COMP.

      *> The distinct runs of each feed - one per run date - in
      *> feed and date order.
       01 LS-RUN-COUNT               PIC 9(7) VALUE 0.
       01 LS-RUN-TABLE OCCURS 1 TO C-MAX-OCCURRENCES TIMES
           DEPENDING ON LS-RUN-COUNT.
           05 LS-RUN-FEED            PIC 9(4) COMP.
           05 LS-RUN-DATE-VALUE      PIC X(10).
       01 LS-RUN-INDEX               PIC S9(7) COMP.

      *> The ID being measured: the span of its entries and what
      *> its lines of one run say about it.
       01 LS-GROUP-START             PIC S9(7) COMP.
       01 LS-GROUP-END               PIC S9(7) COMP.
       01 LS-CHECK-DATE              PIC X(10).
       01 LS-RUN-HAS-TABLE-1         PIC X(1).
           88 LS-RUN-IS-IN-TABLE-1             VALUE "Y".
       01 LS-RUN-HAS-TABLE-2         PIC X(1).
           88 LS-RUN-IS-IN-TABLE-2             VALUE "Y".
       01 LS-RUN-HAS-MATCH           PIC X(1).
           88 LS-RUN-IS-MATCHED                VALUE "Y".
       01 LS-STREAK-RUNS             PIC 9(6).
       01 LS-STREAK-SINCE            PIC X(10).
       01 LS-STREAK-TABLE            PIC 9(1).

       01 LS-CURRENT-FEED            PIC 9(4) COMP.
       01 LS-FEED-STREAKS            PIC 9(6).
       01 LS-FEED-FLAGGED            PIC 9(6).
       01 LS-STREAK-COUNT            PIC 9(6) VALUE 0.
       01 LS-FLAGGED-COUNT           PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.

      *> Read the occurrence log path, the follow-up run count and
      *> the streak window from the command line arguments. "*" (or
      *> nothing) keeps the default or the parameter file's
      *> OCCURRENCE-PATH, STREAK-RUNS and STREAK-WINDOW.
       PERFORM UNTIL EXIT
           DISPLAY LS-ARG-INDEX UPON ARGUMENT-NUMBER
           ACCEPT LS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   EXIT PERFORM
           END-ACCEPT
           IF LS-ARG-VALUE(1:9) = "PARMFILE="
               MOVE LS-ARG-VALUE(10:91) TO LS-PARM-PATH
               SET LS-PARM-WAS-NAMED TO TRUE
           ELSE
               COMPUTE LS-POSITIONAL-NO = LS-POSITIONAL-NO + 1
               EVALUATE LS-POSITIONAL-NO
                   WHEN 1
                       MOVE LS-ARG-VALUE TO LS-LOG-ARG
                   WHEN 2
                       MOVE LS-ARG-VALUE TO LS-RUNS-ARG
                   WHEN 3
                       MOVE LS-ARG-VALUE TO LS-WINDOW-ARG
               END-EVALUATE
           END-IF
           COMPUTE LS-ARG-INDEX = LS-ARG-INDEX + 1
       END-PERFORM

      *> Apply the shared parameter file, then let the command line
      *> override it.
       PERFORM LOAD-PARAMETER-FILE
       IF LS-LOG-ARG NOT = SPACES AND LS-LOG-ARG NOT = "*"
           MOVE LS-LOG-ARG TO LS-OCCUR-PATH
       END-IF
       IF LS-RUNS-ARG NOT = SPACES AND LS-RUNS-ARG NOT = "*"
           IF FUNCTION TRIM(LS-RUNS-ARG) IS NOT NUMERIC
               DISPLAY "ERROR: USAGE: DAY01STK [OCCURRENCE-LOG | *]"
                   " [FOLLOW-UP-RUNS | *] [STREAK-WINDOW | *]"
                   " [PARMFILE=<PATH>]"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(LS-RUNS-ARG) TO LS-FOLLOW-UP-RUNS
       END-IF
       IF LS-WINDOW-ARG NOT = SPACES AND LS-WINDOW-ARG NOT = "*"
           IF FUNCTION TRIM(LS-WINDOW-ARG) IS NOT NUMERIC
               DISPLAY "ERROR: USAGE: DAY01STK [OCCURRENCE-LOG | *]"
                   " [FOLLOW-UP-RUNS | *] [STREAK-WINDOW | *]"
                   " [PARMFILE=<PATH>]"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(LS-WINDOW-ARG) TO LS-STREAK-WINDOW
       END-IF
       IF LS-STREAK-WINDOW = 0
           MOVE C-DEFAULT-WINDOW TO LS-STREAK-WINDOW
           IF LS-STREAK-WINDOW <= LS-FOLLOW-UP-RUNS
               COMPUTE LS-STREAK-WINDOW = LS-FOLLOW-UP-RUNS + 1
           END-IF
       END-IF

       MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-DATE
       STRING LS-CURRENT-DATE(1:4) "-"
           LS-CURRENT-DATE(5:2) "-"
           LS-CURRENT-DATE(7:2)
           DELIMITED BY SIZE
           INTO LS-RUN-DATE

      *> Open the per-run exception log first: every warning and
      *> error below also lands in it with a message ID. The run
      *> continues without it if it cannot be opened.
       OPEN OUTPUT FD-EXCEPT
       IF LS-FD-EXCEPT-STATUS = "00"
           SET LS-EXCEPT-IS-USABLE TO TRUE
       ELSE
           DISPLAY "WARNING: UNABLE TO OPEN "
               FUNCTION TRIM(LS-EXCEPT-PATH)
               " - FILE STATUS " LS-FD-EXCEPT-STATUS
       END-IF

      *> A window too short to see a streak through to its flag, or
      *> wider than the feed table can hold, is refused.
       IF LS-STREAK-WINDOW <= LS-FOLLOW-UP-RUNS
           OR LS-STREAK-WINDOW > C-MAX-WINDOW
           DISPLAY "ERROR: STREAK WINDOW " LS-STREAK-WINDOW
               " MUST BE MORE THAN THE " LS-FOLLOW-UP-RUNS
               " FOLLOW-UP RUNS AND AT MOST " C-MAX-WINDOW
           MOVE 16 TO RETURN-CODE
           MOVE "STK01E05" TO EXC-MSG-ID
           MOVE SPACES TO EXC-FILE-STATUS
           MOVE SPACES TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF

       STRING FUNCTION TRIM(LS-OCCUR-PATH) ".STK"
           DELIMITED BY SIZE INTO LS-LISTING-PATH

       OPEN INPUT FD-OCCUR
       IF LS-FD-OCCUR-STATUS NOT = "00"
           DISPLAY "ERROR: UNABLE TO OPEN "
               FUNCTION TRIM(LS-OCCUR-PATH)
               " - FILE STATUS " LS-FD-OCCUR-STATUS
           MOVE 16 TO RETURN-CODE
           MOVE "STK01E01" TO EXC-MSG-ID
           MOVE LS-FD-OCCUR-STATUS TO EXC-FILE-STATUS
           MOVE LS-OCCUR-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF

      *> The log is standing and never trimmed, so it is read
      *> twice. The first pass only finds each feed's latest runs,
      *> the second loads the lines of those runs and no others:
      *> whatever the log's size, the runs the streaks are counted
      *> back from are always the latest.
       PERFORM UNTIL EXIT
           READ FD-OCCUR INTO OCC-DETAIL-LINE
               AT END
                   EXIT PERFORM
               NOT AT END
                   COMPUTE LS-LINES-READ = LS-LINES-READ + 1
                   PERFORM NOTE-ONE-RUN-DATE
           END-READ
       END-PERFORM
       CLOSE FD-OCCUR

       PERFORM FIT-WINDOW-TO-TABLE

       OPEN INPUT FD-OCCUR
       IF LS-FD-OCCUR-STATUS NOT = "00"
           DISPLAY "ERROR: UNABLE TO OPEN "
               FUNCTION TRIM(LS-OCCUR-PATH)
               " - FILE STATUS " LS-FD-OCCUR-STATUS
           MOVE 16 TO RETURN-CODE
           MOVE "STK01E01" TO EXC-MSG-ID
           MOVE LS-FD-OCCUR-STATUS TO EXC-FILE-STATUS
           MOVE LS-OCCUR-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF
       PERFORM UNTIL EXIT
           READ FD-OCCUR INTO OCC-DETAIL-LINE
               AT END
                   EXIT PERFORM
               NOT AT END
                   PERFORM STORE-ONE-OCCURRENCE
           END-READ
       END-PERFORM
       CLOSE FD-OCCUR

      *> Fewer runs or feeds measured than asked for could leave a
      *> streak short of the truth, so the report still goes out
      *> but the run ends with a warning code.
       IF LS-TABLE-IS-FULL
           DISPLAY "WARNING: THE LATEST " LS-STREAK-WINDOW
               " RUNS OF EACH FEED HAVE MORE THAN "
               C-MAX-OCCURRENCES " LOG LINES, ONLY THE LATEST "
               LS-MEASURED-WINDOW " WERE MEASURED"
       END-IF
       IF LS-FEEDS-ARE-FULL
           DISPLAY "WARNING: OCCURRENCE LOG HAS MORE THAN "
               C-MAX-FEEDS " FEEDS, ONLY THE FIRST "
               C-MAX-FEEDS " WERE MEASURED"
       END-IF
       IF LS-TABLE-IS-FULL OR LS-FEEDS-ARE-FULL
           MOVE 8 TO RETURN-CODE
           MOVE "STK01W02" TO EXC-MSG-ID
           MOVE SPACES TO EXC-FILE-STATUS
           MOVE LS-OCCUR-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
       END-IF

       PERFORM LIST-FEED-RUNS
       IF LS-ENTRY-COUNT > 1
           SORT LS-ENTRY-TABLE
               ON ASCENDING KEY LS-ENTRY-FEED LS-ENTRY-ID
                   LS-ENTRY-DATE LS-ENTRY-TABLE-NO
       END-IF

       OPEN OUTPUT FD-LISTING
       IF LS-FD-LISTING-STATUS NOT = "00"
           DISPLAY "ERROR: UNABLE TO OPEN "
               FUNCTION TRIM(LS-LISTING-PATH)
               " - FILE STATUS " LS-FD-LISTING-STATUS
           MOVE 16 TO RETURN-CODE
           MOVE "STK01E03" TO EXC-MSG-ID
           MOVE LS-FD-LISTING-STATUS TO EXC-FILE-STATUS
           MOVE LS-LISTING-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF

       WRITE F-LISTING-RECORD FROM STK-HEADER-LINE
       MOVE LS-OCCUR-PATH TO STK-FILE-NAME
       WRITE F-LISTING-RECORD FROM STK-FILE-LINE
       MOVE LS-RUN-DATE TO STK-DATE-VALUE
       WRITE F-LISTING-RECORD FROM STK-RUN-DATE-LINE
       MOVE LS-FOLLOW-UP-RUNS TO STK-LIMIT-VALUE
       WRITE F-LISTING-RECORD FROM STK-LIMIT-LINE
       MOVE LS-MEASURED-WINDOW TO STK-WINDOW-VALUE
       WRITE F-LISTING-RECORD FROM STK-WINDOW-LINE

      *> One group per feed: a feed heading, every ID on a current
      *> streak, and the feed's counts. The entries are in feed and
      *> ID order, so each ID's lines sit together.
       MOVE 0 TO LS-CURRENT-FEED
       MOVE 1 TO LS-GROUP-START
       PERFORM UNTIL LS-GROUP-START > LS-ENTRY-COUNT
           IF LS-ENTRY-FEED(LS-GROUP-START) NOT = LS-CURRENT-FEED
               IF LS-CURRENT-FEED NOT = 0
                   PERFORM END-FEED-GROUP
               END-IF
               MOVE LS-ENTRY-FEED(LS-GROUP-START) TO LS-CURRENT-FEED
               PERFORM START-FEED-GROUP
           END-IF
           MOVE LS-GROUP-START TO LS-GROUP-END
           PERFORM UNTIL LS-GROUP-END >= LS-ENTRY-COUNT
               IF LS-ENTRY-FEED(LS-GROUP-END + 1) NOT =
                   LS-ENTRY-FEED(LS-GROUP-START)
                   OR LS-ENTRY-ID(LS-GROUP-END + 1) NOT =
                       LS-ENTRY-ID(LS-GROUP-START)
                   EXIT PERFORM
               END-IF
               COMPUTE LS-GROUP-END = LS-GROUP-END + 1
           END-PERFORM
           PERFORM MEASURE-ONE-STREAK
           COMPUTE LS-GROUP-START = LS-GROUP-END + 1
       END-PERFORM
       IF LS-CURRENT-FEED NOT = 0
           PERFORM END-FEED-GROUP
       END-IF

       MOVE LS-LINES-READ TO STK-TOT-LIN-VALUE
       WRITE F-LISTING-RECORD FROM STK-TOT-LINES-LINE
       MOVE LS-FEED-COUNT TO STK-TOT-FED-VALUE
       WRITE F-LISTING-RECORD FROM STK-TOT-FEEDS-LINE
       MOVE LS-STREAK-COUNT TO STK-TOT-STK-VALUE
       WRITE F-LISTING-RECORD FROM STK-TOT-STREAKS-LINE
       MOVE LS-FLAGGED-COUNT TO STK-TOT-FLG-VALUE
       WRITE F-LISTING-RECORD FROM STK-TOT-FLAGGED-LINE
       WRITE F-LISTING-RECORD FROM STK-TRAILER-LINE
       IF LS-FD-LISTING-STATUS NOT = "00"
           DISPLAY "WARNING: UNABLE TO WRITE "
               FUNCTION TRIM(LS-LISTING-PATH)
               " - FILE STATUS " LS-FD-LISTING-STATUS
           MOVE 16 TO RETURN-CODE
           MOVE "STK01W04" TO EXC-MSG-ID
           MOVE LS-FD-LISTING-STATUS TO EXC-FILE-STATUS
           MOVE LS-LISTING-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
       END-IF
       CLOSE FD-LISTING

      *> Flagged streaks are the point of the run: say so in the
      *> return code, as DAY01BLK does for IDs not found, unless
      *> something worse has already been reported.
       IF LS-FLAGGED-COUNT > 0 AND RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
       END-IF

       DISPLAY "DAY01STK: " LS-STREAK-COUNT " IDS ON A ZERO-MATCH"
           " STREAK, " LS-FLAGGED-COUNT " FLAGGED FOR FOLLOW-UP - SEE "
           FUNCTION TRIM(LS-LISTING-PATH)

       PERFORM END-EXCEPTION-LOG

       STOP RUN.

      *> Lines with a non-numeric ID, table or match count, or no
      *> run date - blanks, or hand-edits - are skipped rather than
      *> reported, on both passes.
       CHECK-OCCURRENCE-LINE.
        MOVE "N" TO LS-LINE-USABLE
        IF OCC-LOCATION-ID IS NOT NUMERIC
            OR OCC-MATCH-COUNT IS NOT NUMERIC
            OR (OCC-TABLE-NO NOT = 1 AND OCC-TABLE-NO NOT = 2)
            OR OCC-RUN-DATE = SPACES
            EXIT PARAGRAPH
        END-IF
        SET LS-LINE-IS-USABLE TO TRUE
       .

      *> First pass: note the run date of one occurrence log line
      *> among its feed's latest, kept newest first. DAY01 writes a
      *> run's lines together, so the date is nearly always the
      *> feed's newest or already noted; a date older than all of a
      *> full window is not needed, and a newer one pushes the
      *> oldest out.
       NOTE-ONE-RUN-DATE.
        PERFORM CHECK-OCCURRENCE-LINE
        IF NOT LS-LINE-IS-USABLE
            EXIT PARAGRAPH
        END-IF
        PERFORM FIND-FEED-NUMBER
        IF LS-FEED-NO = 0
            SET LS-FEEDS-ARE-FULL TO TRUE
            EXIT PARAGRAPH
        END-IF
        MOVE 1 TO LS-WINDOW-SLOT
        PERFORM UNTIL LS-WINDOW-SLOT >
            LS-FEED-WINDOW-COUNT(LS-FEED-NO)
            IF LS-WINDOW-DATE(LS-FEED-NO, LS-WINDOW-SLOT)
                = OCC-RUN-DATE
                COMPUTE LS-WINDOW-LINES(LS-FEED-NO, LS-WINDOW-SLOT)
                    = LS-WINDOW-LINES(LS-FEED-NO, LS-WINDOW-SLOT)
                    + 1
                EXIT PARAGRAPH
            END-IF
            IF LS-WINDOW-DATE(LS-FEED-NO, LS-WINDOW-SLOT)
                < OCC-RUN-DATE
                EXIT PERFORM
            END-IF
            COMPUTE LS-WINDOW-SLOT = LS-WINDOW-SLOT + 1
        END-PERFORM
        IF LS-WINDOW-SLOT > LS-STREAK-WINDOW
            SET LS-FEED-HAS-OLDER-RUNS(LS-FEED-NO) TO TRUE
            EXIT PARAGRAPH
        END-IF
        IF LS-FEED-WINDOW-COUNT(LS-FEED-NO) < LS-STREAK-WINDOW
            COMPUTE LS-FEED-WINDOW-COUNT(LS-FEED-NO) =
                LS-FEED-WINDOW-COUNT(LS-FEED-NO) + 1
        ELSE
            SET LS-FEED-HAS-OLDER-RUNS(LS-FEED-NO) TO TRUE
        END-IF
        PERFORM VARYING LS-WINDOW-INDEX
            FROM LS-FEED-WINDOW-COUNT(LS-FEED-NO) BY -1
            UNTIL LS-WINDOW-INDEX <= LS-WINDOW-SLOT
            MOVE LS-FEED-WINDOW(LS-FEED-NO, LS-WINDOW-INDEX - 1)
                TO LS-FEED-WINDOW(LS-FEED-NO, LS-WINDOW-INDEX)
        END-PERFORM
        MOVE OCC-RUN-DATE
            TO LS-WINDOW-DATE(LS-FEED-NO, LS-WINDOW-SLOT)
        MOVE 1 TO LS-WINDOW-LINES(LS-FEED-NO, LS-WINDOW-SLOT)
       .

      *> Between the passes: narrow the window a run at a time, for
      *> every feed alike, until the lines of the runs in it fit
      *> the entry table - dropping the oldest runs, never the
      *> latest - and set each feed's oldest run date to load.
       FIT-WINDOW-TO-TABLE.
        MOVE LS-STREAK-WINDOW TO LS-MEASURED-WINDOW
        PERFORM UNTIL EXIT
            MOVE 0 TO LS-WINDOW-LINES-TOTAL
            PERFORM VARYING LS-FEED-INDEX FROM 1 BY 1
            UNTIL LS-FEED-INDEX > LS-FEED-COUNT
                PERFORM VARYING LS-WINDOW-INDEX FROM 1 BY 1
                UNTIL LS-WINDOW-INDEX >
                    LS-FEED-WINDOW-COUNT(LS-FEED-INDEX)
                    OR LS-WINDOW-INDEX > LS-MEASURED-WINDOW
                    COMPUTE LS-WINDOW-LINES-TOTAL =
                        LS-WINDOW-LINES-TOTAL
                        + LS-WINDOW-LINES(LS-FEED-INDEX,
                            LS-WINDOW-INDEX)
                END-PERFORM
            END-PERFORM
            IF LS-WINDOW-LINES-TOTAL <= C-MAX-OCCURRENCES
                OR LS-MEASURED-WINDOW = 1
                EXIT PERFORM
            END-IF
            SET LS-TABLE-IS-FULL TO TRUE
            COMPUTE LS-MEASURED-WINDOW = LS-MEASURED-WINDOW - 1
        END-PERFORM
        PERFORM VARYING LS-FEED-INDEX FROM 1 BY 1
        UNTIL LS-FEED-INDEX > LS-FEED-COUNT
            MOVE LS-FEED-WINDOW-COUNT(LS-FEED-INDEX)
                TO LS-WINDOW-LIMIT
            IF LS-WINDOW-LIMIT > LS-MEASURED-WINDOW
                MOVE LS-MEASURED-WINDOW TO LS-WINDOW-LIMIT
                SET LS-FEED-HAS-OLDER-RUNS(LS-FEED-INDEX) TO TRUE
            END-IF
            MOVE LS-WINDOW-DATE(LS-FEED-INDEX, LS-WINDOW-LIMIT)
                TO LS-FEED-CUTOFF(LS-FEED-INDEX)
        END-PERFORM
       .

      *> Second pass: keep one occurrence log line of a measured
      *> run. Lines of older runs, and of feeds the feed table had
      *> no room for, are passed over.
       STORE-ONE-OCCURRENCE.
        PERFORM CHECK-OCCURRENCE-LINE
        IF NOT LS-LINE-IS-USABLE
            EXIT PARAGRAPH
        END-IF
        PERFORM FIND-FEED-NUMBER
        IF LS-FEED-NO = 0
            EXIT PARAGRAPH
        END-IF
        IF OCC-RUN-DATE < LS-FEED-CUTOFF(LS-FEED-NO)
            EXIT PARAGRAPH
        END-IF
        IF LS-ENTRY-COUNT >= C-MAX-OCCURRENCES
            SET LS-TABLE-IS-FULL TO TRUE
            EXIT PARAGRAPH
        END-IF
        COMPUTE LS-ENTRY-COUNT = LS-ENTRY-COUNT + 1
        MOVE LS-FEED-NO TO LS-ENTRY-FEED(LS-ENTRY-COUNT)
        MOVE OCC-LOCATION-ID TO LS-ENTRY-ID(LS-ENTRY-COUNT)
        MOVE OCC-RUN-DATE TO LS-ENTRY-DATE(LS-ENTRY-COUNT)
        MOVE OCC-TABLE-NO TO LS-ENTRY-TABLE-NO(LS-ENTRY-COUNT)
        IF OCC-TABLE-NO = 1 AND OCC-MATCH-COUNT > 0
            MOVE "Y" TO LS-ENTRY-MATCHED(LS-ENTRY-COUNT)
        ELSE
            MOVE "N" TO LS-ENTRY-MATCHED(LS-ENTRY-COUNT)
        END-IF
       .

      *> Number the feed of the current occurrence log line, adding
      *> it to the feed table the first time it is met. 0 when the
      *> feed table is full. A run's lines sit together on the log,
      *> so the feed of the line before is tried first.
       FIND-FEED-NUMBER.
        IF LS-FEED-NO > 0
            IF LS-FEED-NAME(LS-FEED-NO) = OCC-SOURCE-FILE
                EXIT PARAGRAPH
            END-IF
        END-IF
        MOVE 0 TO LS-FEED-NO
        PERFORM VARYING LS-FEED-INDEX FROM 1 BY 1
        UNTIL LS-FEED-INDEX > LS-FEED-COUNT
            IF LS-FEED-NAME(LS-FEED-INDEX) = OCC-SOURCE-FILE
                MOVE LS-FEED-INDEX TO LS-FEED-NO
                EXIT PARAGRAPH
            END-IF
        END-PERFORM
        IF LS-FEED-COUNT < C-MAX-FEEDS
            COMPUTE LS-FEED-COUNT = LS-FEED-COUNT + 1
            MOVE OCC-SOURCE-FILE TO LS-FEED-NAME(LS-FEED-COUNT)
            MOVE 0 TO LS-FEED-WINDOW-COUNT(LS-FEED-COUNT)
            MOVE SPACES TO LS-FEED-CUTOFF(LS-FEED-COUNT)
            MOVE "N" TO LS-FEED-OLDER(LS-FEED-COUNT)
            MOVE 0 TO LS-FEED-FIRST-RUN(LS-FEED-COUNT)
            MOVE 0 TO LS-FEED-LAST-RUN(LS-FEED-COUNT)
            MOVE LS-FEED-COUNT TO LS-FEED-NO
        END-IF
       .

      *> A run of a feed is one run date of it on the log: DAY01
      *> writes a line for every distinct ID of both tables each
      *> time it analyzes the feed. Sort the entries by feed and
      *> date, and keep each change of either as one more run,
      *> noting where each feed's runs start and end.
       LIST-FEED-RUNS.
        IF LS-ENTRY-COUNT = 0
            EXIT PARAGRAPH
        END-IF
        IF LS-ENTRY-COUNT > 1
            SORT LS-ENTRY-TABLE
                ON ASCENDING KEY LS-ENTRY-FEED LS-ENTRY-DATE
        END-IF
        PERFORM VARYING LS-ENTRY-INDEX FROM 1 BY 1
        UNTIL LS-ENTRY-INDEX > LS-ENTRY-COUNT
            IF LS-ENTRY-INDEX = 1
                OR LS-ENTRY-FEED(LS-ENTRY-INDEX) NOT =
                    LS-ENTRY-FEED(LS-ENTRY-INDEX - 1)
                OR LS-ENTRY-DATE(LS-ENTRY-INDEX) NOT =
                    LS-ENTRY-DATE(LS-ENTRY-INDEX - 1)
                COMPUTE LS-RUN-COUNT = LS-RUN-COUNT + 1
                MOVE LS-ENTRY-FEED(LS-ENTRY-INDEX)
                    TO LS-RUN-FEED(LS-RUN-COUNT)
                MOVE LS-ENTRY-DATE(LS-ENTRY-INDEX)
                    TO LS-RUN-DATE-VALUE(LS-RUN-COUNT)
                MOVE LS-ENTRY-FEED(LS-ENTRY-INDEX) TO LS-FEED-NO
                IF LS-FEED-FIRST-RUN(LS-FEED-NO) = 0
                    MOVE LS-RUN-COUNT TO LS-FEED-FIRST-RUN(LS-FEED-NO)
                END-IF
                MOVE LS-RUN-COUNT TO LS-FEED-LAST-RUN(LS-FEED-NO)
            END-IF
        END-PERFORM
       .

      *> Count the current streak of the ID whose entries run from
      *> LS-GROUP-START to LS-GROUP-END: step back through the
      *> feed's runs from its latest, and through the ID's entries
      *> alongside them, for as long as the ID was in the run and
      *> unmatched there. A run the ID was missing from, or matched
      *> in, ends the streak - so an ID that is not unmatched in the
      *> feed's latest run has no current streak at all.
       MEASURE-ONE-STREAK.
        MOVE 0 TO LS-STREAK-RUNS
        MOVE SPACES TO LS-STREAK-SINCE
        MOVE 0 TO LS-STREAK-TABLE
        MOVE LS-FEED-LAST-RUN(LS-CURRENT-FEED) TO LS-RUN-INDEX
        MOVE LS-GROUP-END TO LS-ENTRY-INDEX
        PERFORM UNTIL LS-RUN-INDEX < LS-FEED-FIRST-RUN(LS-CURRENT-FEED)
            MOVE LS-RUN-DATE-VALUE(LS-RUN-INDEX) TO LS-CHECK-DATE
            PERFORM CLASSIFY-ONE-RUN
            IF LS-RUN-IS-MATCHED
                OR (NOT LS-RUN-IS-IN-TABLE-1
                    AND NOT LS-RUN-IS-IN-TABLE-2)
                EXIT PERFORM
            END-IF
            COMPUTE LS-STREAK-RUNS = LS-STREAK-RUNS + 1
            MOVE LS-CHECK-DATE TO LS-STREAK-SINCE
            IF LS-STREAK-TABLE = 0
                IF LS-RUN-IS-IN-TABLE-1
                    MOVE 1 TO LS-STREAK-TABLE
                ELSE
                    MOVE 2 TO LS-STREAK-TABLE
                END-IF
            END-IF
            COMPUTE LS-RUN-INDEX = LS-RUN-INDEX - 1
        END-PERFORM
        IF LS-STREAK-RUNS = 0
            EXIT PARAGRAPH
        END-IF
        COMPUTE LS-FEED-STREAKS = LS-FEED-STREAKS + 1
        COMPUTE LS-STREAK-COUNT = LS-STREAK-COUNT + 1
        MOVE LS-STREAK-TABLE TO STK-DET-TABLE
        MOVE LS-ENTRY-ID(LS-GROUP-START) TO STK-DET-ID
        MOVE LS-STREAK-RUNS TO STK-DET-RUNS
        MOVE LS-STREAK-SINCE TO STK-DET-SINCE
        IF LS-RUN-INDEX < LS-FEED-FIRST-RUN(LS-CURRENT-FEED)
            AND LS-FEED-HAS-OLDER-RUNS(LS-CURRENT-FEED)
            MOVE "+" TO STK-DET-RUNS-MORE
        ELSE
            MOVE SPACE TO STK-DET-RUNS-MORE
        END-IF
        IF LS-STREAK-RUNS > LS-FOLLOW-UP-RUNS
            COMPUTE LS-FEED-FLAGGED = LS-FEED-FLAGGED + 1
            COMPUTE LS-FLAGGED-COUNT = LS-FLAGGED-COUNT + 1
            MOVE "FOLLOW-UP" TO STK-DET-FLAG
        ELSE
            MOVE SPACES TO STK-DET-FLAG
        END-IF
        WRITE F-LISTING-RECORD FROM STK-DETAIL-LINE
       .

      *> Read back, from LS-ENTRY-INDEX, the ID's lines of the run
      *> dated LS-CHECK-DATE, leaving LS-ENTRY-INDEX on the first
      *> line of an earlier run. The ID is unmatched in the run when
      *> its table 1 line found no match in table 2, or when it was
      *> only in table 2. A feed analyzed twice on one date is one
      *> run, matched if either analysis matched it.
       CLASSIFY-ONE-RUN.
        MOVE "N" TO LS-RUN-HAS-TABLE-1
        MOVE "N" TO LS-RUN-HAS-TABLE-2
        MOVE "N" TO LS-RUN-HAS-MATCH
        PERFORM UNTIL LS-ENTRY-INDEX < LS-GROUP-START
            IF LS-ENTRY-DATE(LS-ENTRY-INDEX) NOT = LS-CHECK-DATE
                EXIT PERFORM
            END-IF
            IF LS-ENTRY-TABLE-NO(LS-ENTRY-INDEX) = 1
                SET LS-RUN-IS-IN-TABLE-1 TO TRUE
            ELSE
                SET LS-RUN-IS-IN-TABLE-2 TO TRUE
            END-IF
            IF LS-ENTRY-HAS-MATCH(LS-ENTRY-INDEX)
                SET LS-RUN-IS-MATCHED TO TRUE
            END-IF
            COMPUTE LS-ENTRY-INDEX = LS-ENTRY-INDEX - 1
        END-PERFORM
       .

      *> Open a feed group with the feed's name and runs.
       START-FEED-GROUP.
        MOVE 0 TO LS-FEED-STREAKS
        MOVE 0 TO LS-FEED-FLAGGED
        MOVE LS-FEED-NAME(LS-CURRENT-FEED) TO STK-FEED-VALUE
        WRITE F-LISTING-RECORD FROM STK-FEED-LINE
        COMPUTE STK-FRN-VALUE = LS-FEED-LAST-RUN(LS-CURRENT-FEED)
            - LS-FEED-FIRST-RUN(LS-CURRENT-FEED) + 1
        WRITE F-LISTING-RECORD FROM STK-FEED-RUNS-LINE
        MOVE LS-RUN-DATE-VALUE(LS-FEED-LAST-RUN(LS-CURRENT-FEED))
            TO STK-LRN-VALUE
        WRITE F-LISTING-RECORD FROM STK-LATEST-RUN-LINE
       .

      *> Close a feed group with its counts.
       END-FEED-GROUP.
        MOVE LS-FEED-STREAKS TO STK-FST-VALUE
        WRITE F-LISTING-RECORD FROM STK-FEED-STREAKS-LINE
        MOVE LS-FEED-FLAGGED TO STK-FFL-VALUE
        WRITE F-LISTING-RECORD FROM STK-FEED-FLAGGED-LINE
       .

      *> Read the shared keyword parameter file, if there is one,
      *> keeping only the keywords that concern this program. A
      *> missing default file is normal; a file the operator named
      *> with PARMFILE= is expected to exist.
       LOAD-PARAMETER-FILE.
        OPEN INPUT FD-PARM
        IF LS-FD-PARM-STATUS NOT = "00"
            IF LS-PARM-WAS-NAMED
                DISPLAY "WARNING: UNABLE TO OPEN "
                    FUNCTION TRIM(LS-PARM-PATH)
                    " - FILE STATUS " LS-FD-PARM-STATUS
            END-IF
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL EXIT
            READ FD-PARM
                AT END
                    EXIT PERFORM
                NOT AT END
                    IF F-PARM-RECORD NOT = SPACES
                        AND F-PARM-RECORD(1:1) NOT = "*"
                        MOVE SPACES TO LS-PARM-KEY
                        MOVE SPACES TO LS-PARM-VALUE
                        UNSTRING F-PARM-RECORD DELIMITED BY "="
                            INTO LS-PARM-KEY LS-PARM-VALUE
                        PERFORM APPLY-ONE-PARAMETER
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FD-PARM
       .

      *> The keywords this program takes; the rest of the shared
      *> file belongs to the other programs of the suite.
       APPLY-ONE-PARAMETER.
        EVALUATE FUNCTION TRIM(LS-PARM-KEY)
            WHEN "OCCURRENCE-PATH"
                MOVE LS-PARM-VALUE TO LS-OCCUR-PATH
            WHEN "STREAK-RUNS"
                IF FUNCTION TRIM(LS-PARM-VALUE) IS NUMERIC
                    MOVE FUNCTION NUMVAL(LS-PARM-VALUE)
                        TO LS-FOLLOW-UP-RUNS
                END-IF
            WHEN "STREAK-WINDOW"
                IF FUNCTION TRIM(LS-PARM-VALUE) IS NUMERIC
                    MOVE FUNCTION NUMVAL(LS-PARM-VALUE)
                        TO LS-STREAK-WINDOW
                END-IF
            WHEN "STK-EXCEPTION-PATH"
                MOVE LS-PARM-VALUE TO LS-EXCEPT-PATH
            WHEN OTHER
                CONTINUE
        END-EVALUATE
       .

      *> Structured exception logging - see DAY01EXC.CPY. The call
      *> sites set EXC-MSG-ID, EXC-FILE-STATUS and EXC-FILE-NAME.
      *>
      *> DAY01STK message IDs:
      *>   STK01E01 unable to open occurrence log
      *>   STK01W02 streak window or feed table too big for the log,
      *>            streaks measured on fewer runs or feeds
      *>   STK01E03 unable to open streak report
      *>   STK01W04 unable to write streak report
      *>   STK01E05 streak window out of range
       LOG-ONE-EXCEPTION.
        MOVE EXC-MSG-ID(6:1) TO EXC-SEVERITY
        IF EXC-SEVERITY = "E"
            COMPUTE EXC-ERROR-COUNT = EXC-ERROR-COUNT + 1
        ELSE
            COMPUTE EXC-WARNING-COUNT = EXC-WARNING-COUNT + 1
        END-IF
        IF NOT LS-EXCEPT-IS-USABLE
            EXIT PARAGRAPH
        END-IF
        PERFORM STAMP-EXCEPTION-TIME
        MOVE LS-EXCEPTION-STAMP TO EXC-TIMESTAMP
        WRITE F-EXCEPT-RECORD FROM EXC-DETAIL-LINE
       .

      *> Close out the exception log with the counts by severity.
       END-EXCEPTION-LOG.
        IF NOT LS-EXCEPT-IS-USABLE
            EXIT PARAGRAPH
        END-IF
        PERFORM STAMP-EXCEPTION-TIME
        MOVE LS-EXCEPTION-STAMP TO EXC-SUM-TIMESTAMP
        MOVE EXC-WARNING-COUNT TO EXC-WARNING-TOTAL
        MOVE EXC-ERROR-COUNT TO EXC-ERROR-TOTAL
        WRITE F-EXCEPT-RECORD FROM EXC-SUMMARY-LINE
        CLOSE FD-EXCEPT
       .

      *> Build the YYYY-MM-DD HH:MM:SS timestamp the exception lines
      *> carry.
       STAMP-EXCEPTION-TIME.
        MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-DATE
        MOVE SPACES TO LS-EXCEPTION-STAMP
        STRING LS-CURRENT-DATE(1:4) "-"
            LS-CURRENT-DATE(5:2) "-"
            LS-CURRENT-DATE(7:2) " "
            LS-CURRENT-DATE(9:2) ":"
            LS-CURRENT-DATE(11:2) ":"
            LS-CURRENT-DATE(13:2)
            DELIMITED BY SIZE
            INTO LS-EXCEPTION-STAMP
       .

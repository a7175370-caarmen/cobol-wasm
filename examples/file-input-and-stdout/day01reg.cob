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
       PROGRAM-ID. DAY01REG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-REGISTRY ASSIGN TO LS-REGISTRY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-REGISTRY-STATUS.
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
      *> The standing feed registry written by DAY01: one
      *> FRG-DETAIL-LINE per feed accepted, held as a duplicate,
      *> forced through or quarantined, and from DAY01REL one per
      *> quarantined feed released or discarded - see DAY01FRG.CPY.
       FD FD-REGISTRY.
       01  F-REGISTRY-RECORD         PIC X(420).

       FD FD-LISTING.
       01  F-LISTING-RECORD          PIC X(132).

      *> Per-run exception log - see EXC-DETAIL-LINE in
      *> DAY01EXC.CPY.
       FD FD-EXCEPT.
       01  F-EXCEPT-RECORD           PIC X(150).

      *> The shared keyword parameter file the DAY01 suite reads at
      *> startup - see FD-PARM in day01.cob. DAY01REG takes the
      *> REGISTRY-PATH and REG-EXCEPTION-PATH keywords and ignores
      *> the rest; the command line overrides the file.
       FD FD-PARM.
       01  F-PARM-RECORD             PIC X(200).

       WORKING-STORAGE SECTION.
       01 C-MAX-REGISTRY-ENTRIES     CONSTANT 10000.

      *> Report line layouts, written to FD-LISTING.
       COPY "DAY01REG.CPY".

      *> Feed registry line layout, read back from FD-REGISTRY. DAY01
      *> writes the numbers unedited, so the same layout both writes
      *> and reads.
       COPY "DAY01FRG.CPY".

      *> Exception log line layouts, written to FD-EXCEPT.
       COPY "DAY01EXC.CPY".

       LOCAL-STORAGE SECTION.
       01 LS-REGISTRY-PATH           PIC X(100) VALUE "DAY01FEED.REG".
       01 LS-LISTING-PATH            PIC X(100).
       01 LS-FD-REGISTRY-STATUS      PIC X(2).
       01 LS-FD-LISTING-STATUS       PIC X(2).

       01 LS-ARG-INDEX               PIC 9(2) COMP VALUE 1.
       01 LS-ARG-VALUE               PIC X(100).
       01 LS-FROM-DATE               PIC X(10) VALUE SPACES.
       01 LS-TO-DATE                 PIC X(10) VALUE SPACES.
       01 LS-EXCEPT-PATH             PIC X(100) VALUE "DAY01REG.EXC".
       01 LS-FD-EXCEPT-STATUS        PIC X(2).
       01 LS-EXCEPT-USABLE           PIC X(1) VALUE "N".
           88 LS-EXCEPT-IS-USABLE              VALUE "Y".
       01 LS-EXCEPTION-STAMP         PIC X(19).
       01 LS-CURRENT-DATE            PIC X(21).
       01 LS-PARM-PATH               PIC X(100) VALUE "DAY01.PRM".
       01 LS-FD-PARM-STATUS          PIC X(2).
       01 LS-PARM-NAMED              PIC X(1) VALUE "N".
           88 LS-PARM-WAS-NAMED                VALUE "Y".
       01 LS-PARM-KEY                PIC X(30).
       01 LS-PARM-VALUE              PIC X(100).
       01 LS-POSITIONAL-NO           PIC 9(2) COMP VALUE 0.
       01 LS-REGISTRY-ARG            PIC X(100) VALUE SPACES.

       01 LS-REGISTRY-EOF            PIC X(1) VALUE "N".
           88 LS-REGISTRY-IS-AT-END            VALUE "Y".
       01 LS-TABLE-FULL              PIC X(1) VALUE "N".
           88 LS-TABLE-IS-FULL                 VALUE "Y".

      *> Every registry entry within the date range, in registry
      *> (chronological) order.
       01 LS-ENTRY-COUNT             PIC 9(6) VALUE 0.
       01 LS-ENTRY-TABLE OCCURS C-MAX-REGISTRY-ENTRIES TIMES.
           05 LS-ENTRY-DATE          PIC X(10).
           05 LS-ENTRY-STATUS        PIC X(8).
           05 LS-ENTRY-SECTION       PIC X(1).
           05 LS-ENTRY-FILE          PIC X(100).
           05 LS-ENTRY-REC-COUNT     PIC 9(9) COMP.
           05 LS-ENTRY-SUM-1         PIC 9(18) COMP.
           05 LS-ENTRY-SUM-2         PIC 9(18) COMP.
           05 LS-ENTRY-SEQUENCE      PIC 9(9) COMP.
           05 LS-ENTRY-MATCH-DATE    PIC X(10).
           05 LS-ENTRY-MATCH-FILE    PIC X(100).

       01 LS-ENTRY-INDEX             PIC 9(6) COMP.
       01 LS-SECTION-KIND            PIC X(1).
           88 LS-SECTION-IS-REGISTERED         VALUE "R".
           88 LS-SECTION-IS-HELD               VALUE "H".
           88 LS-SECTION-IS-QUARANTINED        VALUE "Q".
       01 LS-GROUP-DATE              PIC X(10).
       01 LS-GROUP-COUNT             PIC 9(6).
       01 LS-ACCEPTED-COUNT          PIC 9(6) VALUE 0.
       01 LS-FORCED-COUNT            PIC 9(6) VALUE 0.
       01 LS-HELD-COUNT              PIC 9(6) VALUE 0.
       01 LS-QUARANTINED-COUNT       PIC 9(6) VALUE 0.
       01 LS-DISCARDED-COUNT         PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.

      *> Read the registry path and an optional from/to date range
      *> from the command line arguments. "*" (or nothing) leaves a
      *> date bound open; "*" as the registry path keeps the default
      *> or the parameter file's REGISTRY-PATH.
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
                       MOVE LS-ARG-VALUE TO LS-REGISTRY-ARG
                   WHEN 2
                       MOVE LS-ARG-VALUE TO LS-FROM-DATE
                   WHEN 3
                       MOVE LS-ARG-VALUE TO LS-TO-DATE
               END-EVALUATE
           END-IF
           COMPUTE LS-ARG-INDEX = LS-ARG-INDEX + 1
       END-PERFORM

      *> Apply the shared parameter file, then let the command line
      *> override it.
       PERFORM LOAD-PARAMETER-FILE
       IF LS-REGISTRY-ARG NOT = SPACES AND LS-REGISTRY-ARG NOT = "*"
           MOVE LS-REGISTRY-ARG TO LS-REGISTRY-PATH
       END-IF
       IF LS-FROM-DATE = "*"
           MOVE SPACES TO LS-FROM-DATE
       END-IF
       IF LS-TO-DATE = "*"
           MOVE SPACES TO LS-TO-DATE
       END-IF

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

       STRING FUNCTION TRIM(LS-REGISTRY-PATH) ".RPT"
           DELIMITED BY SIZE INTO LS-LISTING-PATH

       OPEN INPUT FD-REGISTRY
       IF LS-FD-REGISTRY-STATUS NOT = "00"
           DISPLAY "ERROR: UNABLE TO OPEN "
               FUNCTION TRIM(LS-REGISTRY-PATH)
               " - FILE STATUS " LS-FD-REGISTRY-STATUS
           MOVE 16 TO RETURN-CODE
           MOVE "REG01E01" TO EXC-MSG-ID
           MOVE LS-FD-REGISTRY-STATUS TO EXC-FILE-STATUS
           MOVE LS-REGISTRY-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF

      *> Load every registry entry within the date range into the
      *> entry table, keeping the registry's own order: DAY01 only
      *> ever appends, so it is already in run-date order.
       PERFORM UNTIL LS-REGISTRY-IS-AT-END OR LS-TABLE-IS-FULL
           READ FD-REGISTRY INTO FRG-DETAIL-LINE
               AT END
                   SET LS-REGISTRY-IS-AT-END TO TRUE
               NOT AT END
                   PERFORM FILTER-AND-STORE-ENTRY
           END-READ
       END-PERFORM
       CLOSE FD-REGISTRY

       IF LS-TABLE-IS-FULL
           DISPLAY "WARNING: FEED REGISTRY HAS MORE THAN "
               C-MAX-REGISTRY-ENTRIES " MATCHING ENTRIES, ONLY THE"
               " FIRST " C-MAX-REGISTRY-ENTRIES " WERE REPORTED"
           MOVE "REG01W02" TO EXC-MSG-ID
           MOVE SPACES TO EXC-FILE-STATUS
           MOVE LS-REGISTRY-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
       END-IF

       OPEN OUTPUT FD-LISTING
       IF LS-FD-LISTING-STATUS NOT = "00"
           DISPLAY "ERROR: UNABLE TO OPEN "
               FUNCTION TRIM(LS-LISTING-PATH)
               " - FILE STATUS " LS-FD-LISTING-STATUS
           MOVE 16 TO RETURN-CODE
           MOVE "REG01E03" TO EXC-MSG-ID
           MOVE LS-FD-LISTING-STATUS TO EXC-FILE-STATUS
           MOVE LS-LISTING-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF

       WRITE F-LISTING-RECORD FROM REG-HEADER-LINE
       MOVE LS-REGISTRY-PATH TO REG-FILE-NAME
       WRITE F-LISTING-RECORD FROM REG-FILE-LINE
       IF LS-FROM-DATE = SPACES
           MOVE "*" TO REG-RANGE-FROM
       ELSE
           MOVE LS-FROM-DATE TO REG-RANGE-FROM
       END-IF
       IF LS-TO-DATE = SPACES
           MOVE "*" TO REG-RANGE-TO
       ELSE
           MOVE LS-TO-DATE TO REG-RANGE-TO
       END-IF
       WRITE F-LISTING-RECORD FROM REG-RANGE-LINE

      *> Three sections, each grouped by run date: the feeds the
      *> registry holds as processed - accepted, forced through with
      *> the feed they duplicate, or a quarantined run discarded -
      *> then the duplicates that were held, with the registered
      *> feed each one matched, and then the feeds quarantined by
      *> their acceptance rules. A quarantined feed DAY01REL has
      *> since released or discarded shows in both.
       MOVE "REGISTERED FEEDS" TO REG-SEC-LABEL
       WRITE F-LISTING-RECORD FROM REG-SECTION-LINE
       SET LS-SECTION-IS-REGISTERED TO TRUE
       PERFORM REPORT-ONE-SECTION
       MOVE "HELD DUPLICATES" TO REG-SEC-LABEL
       WRITE F-LISTING-RECORD FROM REG-SECTION-LINE
       SET LS-SECTION-IS-HELD TO TRUE
       PERFORM REPORT-ONE-SECTION
       MOVE "QUARANTINED FEEDS" TO REG-SEC-LABEL
       WRITE F-LISTING-RECORD FROM REG-SECTION-LINE
       SET LS-SECTION-IS-QUARANTINED TO TRUE
       PERFORM REPORT-ONE-SECTION

       MOVE LS-ENTRY-COUNT TO REG-TOT-ENT-VALUE
       WRITE F-LISTING-RECORD FROM REG-TOT-ENTRIES-LINE
       MOVE LS-ACCEPTED-COUNT TO REG-TOT-ACC-VALUE
       WRITE F-LISTING-RECORD FROM REG-TOT-ACCEPTED-LINE
       MOVE LS-FORCED-COUNT TO REG-TOT-FRC-VALUE
       WRITE F-LISTING-RECORD FROM REG-TOT-FORCED-LINE
       MOVE LS-HELD-COUNT TO REG-TOT-HLD-VALUE
       WRITE F-LISTING-RECORD FROM REG-TOT-HELD-LINE
       MOVE LS-QUARANTINED-COUNT TO REG-TOT-QTN-VALUE
       WRITE F-LISTING-RECORD FROM REG-TOT-QUARANTINED-LINE
       MOVE LS-DISCARDED-COUNT TO REG-TOT-DSC-VALUE
       WRITE F-LISTING-RECORD FROM REG-TOT-DISCARDED-LINE
       WRITE F-LISTING-RECORD FROM REG-TRAILER-LINE
       IF LS-FD-LISTING-STATUS NOT = "00"
           DISPLAY "WARNING: UNABLE TO WRITE "
               FUNCTION TRIM(LS-LISTING-PATH)
               " - FILE STATUS " LS-FD-LISTING-STATUS
           MOVE 16 TO RETURN-CODE
           MOVE "REG01W04" TO EXC-MSG-ID
           MOVE LS-FD-LISTING-STATUS TO EXC-FILE-STATUS
           MOVE LS-LISTING-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
       END-IF
       CLOSE FD-LISTING

      *> Held duplicates are the operator's to-do list: make them
      *> visible on the console as well as on the report.
       IF LS-HELD-COUNT > 0
           DISPLAY "DAY01REG: " LS-HELD-COUNT
               " HELD DUPLICATE FEEDS IN RANGE - SEE "
               FUNCTION TRIM(LS-LISTING-PATH)
       END-IF

       PERFORM END-EXCEPTION-LOG

       STOP RUN.

      *> Keep one registry line if it parses and falls in the date
      *> range: the bounds compare as text (the registry dates are
      *> YYYY-MM-DD). Every status DAY01 and DAY01REL write is
      *> reported, each in its own section - see above. Lines without
      *> a known status or a numeric count - blanks, or hand-edits -
      *> are skipped rather than reported.
       FILTER-AND-STORE-ENTRY.
        IF NOT FRG-IS-ACCEPTED AND NOT FRG-IS-HELD
            AND NOT FRG-IS-FORCED AND NOT FRG-IS-QUARANTINED
            AND NOT FRG-IS-DISCARDED
            EXIT PARAGRAPH
        END-IF
        IF FRG-RECORD-COUNT IS NOT NUMERIC
            EXIT PARAGRAPH
        END-IF
        IF LS-FROM-DATE NOT = SPACES
            AND FRG-RUN-DATE < LS-FROM-DATE
            EXIT PARAGRAPH
        END-IF
        IF LS-TO-DATE NOT = SPACES
            AND FRG-RUN-DATE > LS-TO-DATE
            EXIT PARAGRAPH
        END-IF
        IF LS-ENTRY-COUNT >= C-MAX-REGISTRY-ENTRIES
            SET LS-TABLE-IS-FULL TO TRUE
            EXIT PARAGRAPH
        END-IF
        COMPUTE LS-ENTRY-COUNT = LS-ENTRY-COUNT + 1
        MOVE FRG-RUN-DATE TO LS-ENTRY-DATE(LS-ENTRY-COUNT)
        MOVE FRG-STATUS TO LS-ENTRY-STATUS(LS-ENTRY-COUNT)
        MOVE FRG-FILE-NAME TO LS-ENTRY-FILE(LS-ENTRY-COUNT)
        MOVE FRG-RECORD-COUNT TO LS-ENTRY-REC-COUNT(LS-ENTRY-COUNT)
        MOVE FRG-CONTROL-SUM-1 TO LS-ENTRY-SUM-1(LS-ENTRY-COUNT)
        MOVE FRG-CONTROL-SUM-2 TO LS-ENTRY-SUM-2(LS-ENTRY-COUNT)
        MOVE FRG-SEQUENCE TO LS-ENTRY-SEQUENCE(LS-ENTRY-COUNT)
        MOVE FRG-MATCH-DATE TO LS-ENTRY-MATCH-DATE(LS-ENTRY-COUNT)
        MOVE FRG-MATCH-FILE TO LS-ENTRY-MATCH-FILE(LS-ENTRY-COUNT)
        MOVE "R" TO LS-ENTRY-SECTION(LS-ENTRY-COUNT)
        EVALUATE TRUE
            WHEN FRG-IS-ACCEPTED
                COMPUTE LS-ACCEPTED-COUNT = LS-ACCEPTED-COUNT + 1
            WHEN FRG-IS-FORCED
                COMPUTE LS-FORCED-COUNT = LS-FORCED-COUNT + 1
            WHEN FRG-IS-DISCARDED
                COMPUTE LS-DISCARDED-COUNT = LS-DISCARDED-COUNT + 1
            WHEN FRG-IS-QUARANTINED
                MOVE "Q" TO LS-ENTRY-SECTION(LS-ENTRY-COUNT)
                COMPUTE LS-QUARANTINED-COUNT =
                    LS-QUARANTINED-COUNT + 1
            WHEN OTHER
                MOVE "H" TO LS-ENTRY-SECTION(LS-ENTRY-COUNT)
                COMPUTE LS-HELD-COUNT = LS-HELD-COUNT + 1
        END-EVALUATE
       .

      *> Write one section of the report - the entries stored under
      *> LS-SECTION-KIND - with a run-date line and a per-date count
      *> around each date's entries.
       REPORT-ONE-SECTION.
        MOVE SPACES TO LS-GROUP-DATE
        MOVE 0 TO LS-GROUP-COUNT
        PERFORM VARYING LS-ENTRY-INDEX FROM 1 BY 1
        UNTIL LS-ENTRY-INDEX > LS-ENTRY-COUNT
            IF LS-ENTRY-SECTION(LS-ENTRY-INDEX) = LS-SECTION-KIND
                PERFORM REPORT-ONE-ENTRY
            END-IF
        END-PERFORM
        IF LS-GROUP-COUNT > 0
            MOVE LS-GROUP-COUNT TO REG-DCT-VALUE
            WRITE F-LISTING-RECORD FROM REG-DATE-COUNT-LINE
        END-IF
       .

      *> Write one entry's detail line, and for a duplicate the line
      *> naming the registered feed it matched, starting a new date
      *> group - closing the previous one with its count - whenever
      *> the run date changes.
       REPORT-ONE-ENTRY.
        IF LS-ENTRY-DATE(LS-ENTRY-INDEX) NOT = LS-GROUP-DATE
            IF LS-GROUP-COUNT > 0
                MOVE LS-GROUP-COUNT TO REG-DCT-VALUE
                WRITE F-LISTING-RECORD FROM REG-DATE-COUNT-LINE
            END-IF
            MOVE LS-ENTRY-DATE(LS-ENTRY-INDEX) TO LS-GROUP-DATE
            MOVE 0 TO LS-GROUP-COUNT
            MOVE LS-GROUP-DATE TO REG-DATE-VALUE
            WRITE F-LISTING-RECORD FROM REG-DATE-LINE
        END-IF
        COMPUTE LS-GROUP-COUNT = LS-GROUP-COUNT + 1
        MOVE LS-ENTRY-STATUS(LS-ENTRY-INDEX) TO REG-DET-STATUS
        MOVE LS-ENTRY-FILE(LS-ENTRY-INDEX) TO REG-DET-FILE
        MOVE LS-ENTRY-REC-COUNT(LS-ENTRY-INDEX) TO REG-DET-COUNT
        MOVE LS-ENTRY-SUM-1(LS-ENTRY-INDEX) TO REG-DET-SUM-1
        MOVE LS-ENTRY-SUM-2(LS-ENTRY-INDEX) TO REG-DET-SUM-2
        MOVE LS-ENTRY-SEQUENCE(LS-ENTRY-INDEX) TO REG-DET-SEQ
        WRITE F-LISTING-RECORD FROM REG-DETAIL-LINE
        IF LS-ENTRY-MATCH-FILE(LS-ENTRY-INDEX) NOT = SPACES
            MOVE LS-ENTRY-MATCH-FILE(LS-ENTRY-INDEX) TO REG-MAT-FILE
            MOVE LS-ENTRY-MATCH-DATE(LS-ENTRY-INDEX) TO REG-MAT-DATE
            WRITE F-LISTING-RECORD FROM REG-MATCH-LINE
        END-IF
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
            WHEN "REGISTRY-PATH"
                MOVE LS-PARM-VALUE TO LS-REGISTRY-PATH
            WHEN "REG-EXCEPTION-PATH"
                MOVE LS-PARM-VALUE TO LS-EXCEPT-PATH
            WHEN OTHER
                CONTINUE
        END-EVALUATE
       .

      *> Structured exception logging - see DAY01EXC.CPY. The call
      *> sites set EXC-MSG-ID, EXC-FILE-STATUS and EXC-FILE-NAME.
      *>
      *> DAY01REG message IDs:
      *>   REG01E01 unable to open feed registry
      *>   REG01W02 registry entry table full, report truncated
      *>   REG01E03 unable to open registry report
      *>   REG01W04 unable to write registry report
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

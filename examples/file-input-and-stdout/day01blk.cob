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
       PROGRAM-ID. DAY01BLK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-REQUEST ASSIGN TO LS-REQUEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-REQUEST-STATUS.
           SELECT FD-RESPONSE ASSIGN TO LS-RESPONSE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-RESPONSE-STATUS.
           SELECT FD-IDMASTER ASSIGN TO LS-IDMASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDX-LOCATION-ID
               FILE STATUS IS LS-FD-IDMASTER-STATUS.
           SELECT FD-OCCUR ASSIGN TO LS-OCCUR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-OCCUR-STATUS.
           SELECT FD-EXCEPT ASSIGN TO LS-EXCEPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-EXCEPT-STATUS.
           SELECT FD-PARM ASSIGN TO LS-PARM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> Request file sent by a partner team: one location ID per
      *> line, leading and trailing spaces ignored. Blank lines are
      *> skipped; any other line gets a response record.
       FD FD-REQUEST.
       01  F-REQUEST-RECORD          PIC X(100).

      *> Response file: one BLK-DETAIL-RECORD per request line, then
      *> a BLK-TRAILER-RECORD - see DAY01BLK.CPY.
       FD FD-RESPONSE.
       01  F-RESPONSE-RECORD         PIC X(183).

      *> The indexed location-ID master maintained by DAY01.
       FD FD-IDMASTER.
       COPY "DAY01IDX.CPY".

      *> The standing occurrence log written by DAY01: one
      *> OCC-DETAIL-LINE per distinct ID per input file per run -
      *> see DAY01OCC.CPY.
       FD FD-OCCUR.
       01  F-OCCUR-RECORD            PIC X(200).

      *> Per-run exception log - see EXC-DETAIL-LINE in
      *> DAY01EXC.CPY.
       FD FD-EXCEPT.
       01  F-EXCEPT-RECORD           PIC X(150).

      *> The shared keyword parameter file the DAY01 suite reads at
      *> startup - see FD-PARM in day01.cob. DAY01BLK takes the
      *> IDMASTER-PATH, OCCURRENCE-PATH and BLK-EXCEPTION-PATH
      *> keywords and ignores the rest.
       FD FD-PARM.
       01  F-PARM-RECORD             PIC X(200).

       WORKING-STORAGE SECTION.
       01 C-MAX-REQUESTS             CONSTANT 50000.
       01 C-MAX-FEEDS                CONSTANT 2000.
       01 C-MAX-SIGHTINGS            CONSTANT 500000.

      *> Response record layouts, written to FD-RESPONSE.
       COPY "DAY01BLK.CPY".

      *> The occurrence log line layout, read back field by field.
      *> DAY01 writes the numbers unedited, so the same layout both
      *> writes and reads.
       COPY "DAY01OCC.CPY".

      *> Exception log line layouts, written to FD-EXCEPT.
       COPY "DAY01EXC.CPY".

       LOCAL-STORAGE SECTION.
       01 LS-REQUEST-PATH            PIC X(100) VALUE SPACES.
       01 LS-RESPONSE-PATH           PIC X(104) VALUE SPACES.
       01 LS-IDMASTER-PATH           PIC X(100) VALUE "DAY01IDS.MST".
       01 LS-OCCUR-PATH              PIC X(100) VALUE "DAY01OCC.LOG".
       01 LS-FD-REQUEST-STATUS       PIC X(2).
       01 LS-FD-RESPONSE-STATUS      PIC X(2).
       01 LS-FD-IDMASTER-STATUS      PIC X(2).
       01 LS-FD-OCCUR-STATUS         PIC X(2).

       01 LS-ARG-INDEX               PIC 9(2) COMP VALUE 1.
       01 LS-ARG-VALUE               PIC X(100).
       01 LS-EXCEPT-PATH             PIC X(100) VALUE "DAY01BLK.EXC".
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
       01 LS-RESPONSE-ARG            PIC X(100) VALUE SPACES.

      *> Every request line, in the order it was sent, so the
      *> responses come back in the same order.
       01 LS-REQUEST-COUNT           PIC 9(6) VALUE 0.
       01 LS-REQUEST-TABLE OCCURS C-MAX-REQUESTS TIMES.
           05 LS-REQ-TEXT            PIC X(18).
           05 LS-REQ-ID              PIC 9(18) COMP.
           05 LS-REQ-VALID           PIC X(1).
               88 LS-REQ-IS-VALID              VALUE "Y".
       01 LS-REQUEST-INDEX           PIC 9(6) COMP.
       01 LS-REQUEST-TRUNCATED       PIC X(1) VALUE "N".
           88 LS-REQUEST-WAS-TRUNCATED         VALUE "Y".
       01 LS-REQUEST-LINE            PIC X(100).

      *> Each distinct requested ID once, in ascending order, so an
      *> occurrence log line finds its ID by binary search - with
      *> what the log says about that ID, built up as it is read.
       01 LS-KEY-COUNT               PIC 9(6) VALUE 0.
       01 LS-KEY-TABLE OCCURS 1 TO C-MAX-REQUESTS TIMES
           DEPENDING ON LS-KEY-COUNT.
           05 LS-KEY-ID              PIC 9(18) COMP.
           05 LS-KEY-LAST-SEEN       PIC X(10).
           05 LS-KEY-FEED-COUNT      PIC 9(6) COMP.
           05 LS-KEY-TABLE-SEEN      PIC X(1).
       01 LS-KEY-INDEX               PIC 9(6) COMP.
       01 LS-KEY-KEPT                PIC 9(6) COMP.
       01 LS-KEY-SLOT                PIC 9(6) COMP.
       01 LS-SEARCH-ID               PIC 9(18) COMP.
       01 LS-SEARCH-LOW              PIC 9(6) COMP.
       01 LS-SEARCH-HIGH             PIC 9(6) COMP.
       01 LS-SEARCH-MID              PIC 9(6) COMP.

      *> Every feed named on the occurrence log, numbered in the
      *> order first met, so a sighting can be kept in a few bytes.
       01 LS-FEED-COUNT              PIC 9(4) VALUE 0.
       01 LS-FEED-TABLE OCCURS C-MAX-FEEDS TIMES.
           05 LS-FEED-NAME           PIC X(100).
       01 LS-FEED-INDEX              PIC 9(4) COMP.
       01 LS-FEED-NO                 PIC 9(4) COMP.

      *> One row per occurrence log line of a requested ID: which ID
      *> and which feed. Sorted, the rows of one ID come together
      *> with each feed's rows side by side, so the distinct feeds of
      *> an ID count in one pass.
       01 LS-SIGHTING-COUNT          PIC 9(6) VALUE 0.
       01 LS-SIGHTING-TABLE OCCURS 1 TO C-MAX-SIGHTINGS TIMES
           DEPENDING ON LS-SIGHTING-COUNT.
           05 LS-SIGHT-SLOT          PIC 9(6) COMP.
           05 LS-SIGHT-FEED          PIC 9(4) COMP.
       01 LS-SIGHTING-INDEX          PIC 9(6) COMP.
       01 LS-SIGHTING-FULL           PIC X(1) VALUE "N".
           88 LS-SIGHTING-IS-FULL              VALUE "Y".
       01 LS-PREVIOUS-SLOT           PIC 9(6) COMP.
       01 LS-PREVIOUS-FEED           PIC 9(4) COMP.
       01 LS-OCCUR-USABLE            PIC X(1) VALUE "N".
           88 LS-OCCUR-IS-USABLE               VALUE "Y".

       01 LS-HIT-COUNT               PIC 9(9) VALUE 0.
       01 LS-MISS-COUNT              PIC 9(9) VALUE 0.
       01 LS-INVALID-COUNT           PIC 9(9) VALUE 0.
       PROCEDURE DIVISION.

      *> Read the request file path and an optional response path
      *> from the command line arguments. The response path defaults
      *> to the request path plus .RSP; "*" keeps the default.
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
                       MOVE LS-ARG-VALUE TO LS-REQUEST-PATH
                   WHEN 2
                       MOVE LS-ARG-VALUE TO LS-RESPONSE-ARG
               END-EVALUATE
           END-IF
           COMPUTE LS-ARG-INDEX = LS-ARG-INDEX + 1
       END-PERFORM

       IF LS-REQUEST-PATH = SPACES
           DISPLAY "ERROR: USAGE: DAY01BLK <REQUEST-FILE>"
               " [RESPONSE-PATH | *] [PARMFILE=<PATH>]"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

      *> Apply the shared parameter file, then let the command line
      *> override it.
       PERFORM LOAD-PARAMETER-FILE
       IF LS-RESPONSE-ARG NOT = SPACES AND LS-RESPONSE-ARG NOT = "*"
           MOVE LS-RESPONSE-ARG TO LS-RESPONSE-PATH
       ELSE
           STRING FUNCTION TRIM(LS-REQUEST-PATH) ".RSP"
               DELIMITED BY SIZE INTO LS-RESPONSE-PATH
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

       OPEN INPUT FD-REQUEST
       IF LS-FD-REQUEST-STATUS NOT = "00"
           DISPLAY "ERROR: UNABLE TO OPEN "
               FUNCTION TRIM(LS-REQUEST-PATH)
               " - FILE STATUS " LS-FD-REQUEST-STATUS
           MOVE 16 TO RETURN-CODE
           MOVE "BLK01E01" TO EXC-MSG-ID
           MOVE LS-FD-REQUEST-STATUS TO EXC-FILE-STATUS
           MOVE LS-REQUEST-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF

       PERFORM UNTIL EXIT
           READ FD-REQUEST
               AT END
                   EXIT PERFORM
               NOT AT END
                   IF F-REQUEST-RECORD NOT = SPACES
                       PERFORM LOAD-ONE-REQUEST
                   END-IF
           END-READ
       END-PERFORM
       CLOSE FD-REQUEST

      *> A partial answer is still an answer, and the trailer's
      *> request count shows the partner where it stops.
       IF LS-REQUEST-WAS-TRUNCATED
           DISPLAY "WARNING: MORE THAN " C-MAX-REQUESTS
               " REQUESTS, ONLY THE FIRST " C-MAX-REQUESTS
               " WERE ANSWERED"
           MOVE 8 TO RETURN-CODE
           MOVE "BLK01W05" TO EXC-MSG-ID
           MOVE SPACES TO EXC-FILE-STATUS
           MOVE LS-REQUEST-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
       END-IF

       OPEN INPUT FD-IDMASTER
       IF LS-FD-IDMASTER-STATUS NOT = "00"
           DISPLAY "ERROR: UNABLE TO OPEN "
               FUNCTION TRIM(LS-IDMASTER-PATH)
               " - FILE STATUS " LS-FD-IDMASTER-STATUS
           MOVE 16 TO RETURN-CODE
           MOVE "BLK01E02" TO EXC-MSG-ID
           MOVE LS-FD-IDMASTER-STATUS TO EXC-FILE-STATUS
           MOVE LS-IDMASTER-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF

       PERFORM BUILD-KEY-TABLE

      *> Walk the whole occurrence log once, noting each sighting of
      *> a requested ID. Without the log the master still answers;
      *> the occurrence fields are left empty.
       OPEN INPUT FD-OCCUR
       IF LS-FD-OCCUR-STATUS = "00"
           SET LS-OCCUR-IS-USABLE TO TRUE
       ELSE
           DISPLAY "WARNING: UNABLE TO OPEN "
               FUNCTION TRIM(LS-OCCUR-PATH)
               " - FILE STATUS " LS-FD-OCCUR-STATUS
               " - NO OCCURRENCE HISTORY IN THE RESPONSES"
           MOVE 8 TO RETURN-CODE
           MOVE "BLK01W04" TO EXC-MSG-ID
           MOVE LS-FD-OCCUR-STATUS TO EXC-FILE-STATUS
           MOVE LS-OCCUR-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
       END-IF
       IF LS-OCCUR-IS-USABLE
           PERFORM UNTIL EXIT
               READ FD-OCCUR INTO OCC-DETAIL-LINE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM TALLY-ONE-OCCURRENCE
               END-READ
           END-PERFORM
           CLOSE FD-OCCUR
           PERFORM COUNT-DISTINCT-FEEDS
       END-IF

      *> The sightings table holds every log line of every requested
      *> ID; past its size the feed counts would be understated, so
      *> the response is still written but flagged.
       IF LS-SIGHTING-IS-FULL
           DISPLAY "WARNING: MORE THAN " C-MAX-SIGHTINGS
               " OCCURRENCES OF THE REQUESTED IDS - FEED COUNTS"
               " MAY BE UNDERSTATED"
           MOVE 8 TO RETURN-CODE
           MOVE "BLK01W06" TO EXC-MSG-ID
           MOVE SPACES TO EXC-FILE-STATUS
           MOVE LS-OCCUR-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
       END-IF

       OPEN OUTPUT FD-RESPONSE
       IF LS-FD-RESPONSE-STATUS NOT = "00"
           DISPLAY "ERROR: UNABLE TO OPEN "
               FUNCTION TRIM(LS-RESPONSE-PATH)
               " - FILE STATUS " LS-FD-RESPONSE-STATUS
           MOVE 16 TO RETURN-CODE
           MOVE "BLK01E03" TO EXC-MSG-ID
           MOVE LS-FD-RESPONSE-STATUS TO EXC-FILE-STATUS
           MOVE LS-RESPONSE-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM END-EXCEPTION-LOG
           CLOSE FD-IDMASTER
           STOP RUN
       END-IF

       PERFORM VARYING LS-REQUEST-INDEX FROM 1 BY 1
       UNTIL LS-REQUEST-INDEX > LS-REQUEST-COUNT
           PERFORM WRITE-ONE-RESPONSE
       END-PERFORM
       CLOSE FD-IDMASTER

       MOVE LS-RUN-DATE TO BLK-TRL-RUN-DATE
       MOVE LS-REQUEST-COUNT TO BLK-TRL-REQUEST-COUNT
       MOVE LS-HIT-COUNT TO BLK-TRL-HIT-COUNT
       MOVE LS-MISS-COUNT TO BLK-TRL-MISS-COUNT
       MOVE LS-INVALID-COUNT TO BLK-TRL-INVALID-COUNT
       WRITE F-RESPONSE-RECORD FROM BLK-TRAILER-RECORD
       IF LS-FD-RESPONSE-STATUS NOT = "00"
           DISPLAY "WARNING: UNABLE TO WRITE "
               FUNCTION TRIM(LS-RESPONSE-PATH)
               " - FILE STATUS " LS-FD-RESPONSE-STATUS
           MOVE 16 TO RETURN-CODE
           MOVE "BLK01W07" TO EXC-MSG-ID
           MOVE LS-FD-RESPONSE-STATUS TO EXC-FILE-STATUS
           MOVE LS-RESPONSE-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
       END-IF
       CLOSE FD-RESPONSE

       DISPLAY "DAY01BLK: " LS-REQUEST-COUNT " REQUESTS, "
           LS-HIT-COUNT " FOUND, " LS-MISS-COUNT " NOT FOUND, "
           LS-INVALID-COUNT " INVALID - SEE "
           FUNCTION TRIM(LS-RESPONSE-PATH)

      *> As for a single DAY01INQ lookup: 0 every request found, 4
      *> some were not (or were not IDs at all).
       IF RETURN-CODE = 0
           AND (LS-MISS-COUNT > 0 OR LS-INVALID-COUNT > 0)
           MOVE 4 TO RETURN-CODE
       END-IF

       PERFORM END-EXCEPTION-LOG

       STOP RUN.

      *> Keep one request line. A location ID is up to 18 digits,
      *> once the spaces around it are trimmed; anything else is
      *> kept as an invalid request, so it is still answered.
       LOAD-ONE-REQUEST.
        IF LS-REQUEST-COUNT >= C-MAX-REQUESTS
            SET LS-REQUEST-WAS-TRUNCATED TO TRUE
            EXIT PARAGRAPH
        END-IF
        COMPUTE LS-REQUEST-COUNT = LS-REQUEST-COUNT + 1
        MOVE FUNCTION TRIM(F-REQUEST-RECORD) TO LS-REQUEST-LINE
        MOVE LS-REQUEST-LINE TO LS-REQ-TEXT(LS-REQUEST-COUNT)
        MOVE 0 TO LS-REQ-ID(LS-REQUEST-COUNT)
        MOVE "N" TO LS-REQ-VALID(LS-REQUEST-COUNT)
        IF LS-REQUEST-LINE(19:82) = SPACES
            AND FUNCTION TRIM(LS-REQUEST-LINE) IS NUMERIC
            MOVE FUNCTION NUMVAL(LS-REQUEST-LINE)
                TO LS-REQ-ID(LS-REQUEST-COUNT)
            SET LS-REQ-IS-VALID(LS-REQUEST-COUNT) TO TRUE
        END-IF
       .

      *> Build the key table: every valid requested ID, sorted, with
      *> repeats dropped, and nothing yet known from the log.
       BUILD-KEY-TABLE.
        MOVE 0 TO LS-KEY-COUNT
        PERFORM VARYING LS-REQUEST-INDEX FROM 1 BY 1
        UNTIL LS-REQUEST-INDEX > LS-REQUEST-COUNT
            IF LS-REQ-IS-VALID(LS-REQUEST-INDEX)
                COMPUTE LS-KEY-COUNT = LS-KEY-COUNT + 1
                MOVE LS-REQ-ID(LS-REQUEST-INDEX)
                    TO LS-KEY-ID(LS-KEY-COUNT)
                MOVE SPACES TO LS-KEY-LAST-SEEN(LS-KEY-COUNT)
                MOVE 0 TO LS-KEY-FEED-COUNT(LS-KEY-COUNT)
                MOVE SPACE TO LS-KEY-TABLE-SEEN(LS-KEY-COUNT)
            END-IF
        END-PERFORM
        IF LS-KEY-COUNT < 2
            EXIT PARAGRAPH
        END-IF
        SORT LS-KEY-TABLE ON ASCENDING KEY LS-KEY-ID
        MOVE 1 TO LS-KEY-KEPT
        PERFORM VARYING LS-KEY-INDEX FROM 2 BY 1
        UNTIL LS-KEY-INDEX > LS-KEY-COUNT
            IF LS-KEY-ID(LS-KEY-INDEX) NOT = LS-KEY-ID(LS-KEY-KEPT)
                COMPUTE LS-KEY-KEPT = LS-KEY-KEPT + 1
                MOVE LS-KEY-TABLE(LS-KEY-INDEX)
                    TO LS-KEY-TABLE(LS-KEY-KEPT)
            END-IF
        END-PERFORM
        MOVE LS-KEY-KEPT TO LS-KEY-COUNT
       .

      *> Binary search of the key table for LS-SEARCH-ID. On return
      *> LS-KEY-SLOT is its row, or 0 when it was not requested.
       FIND-KEY-SLOT.
        MOVE 0 TO LS-KEY-SLOT
        MOVE 1 TO LS-SEARCH-LOW
        MOVE LS-KEY-COUNT TO LS-SEARCH-HIGH
        PERFORM UNTIL LS-SEARCH-LOW > LS-SEARCH-HIGH
            COMPUTE LS-SEARCH-MID =
                (LS-SEARCH-LOW + LS-SEARCH-HIGH) / 2
            EVALUATE TRUE
                WHEN LS-KEY-ID(LS-SEARCH-MID) = LS-SEARCH-ID
                    MOVE LS-SEARCH-MID TO LS-KEY-SLOT
                    EXIT PERFORM
                WHEN LS-KEY-ID(LS-SEARCH-MID) < LS-SEARCH-ID
                    COMPUTE LS-SEARCH-LOW = LS-SEARCH-MID + 1
                WHEN OTHER
                    IF LS-SEARCH-MID = 1
                        EXIT PERFORM
                    END-IF
                    COMPUTE LS-SEARCH-HIGH = LS-SEARCH-MID - 1
            END-EVALUATE
        END-PERFORM
       .

      *> Note one occurrence log line against its ID, if the ID was
      *> requested: the latest run date it was seen on, the tables it
      *> was seen in, and a sighting row for the feed count. Lines
      *> that do not carry a numeric ID - blanks, or hand-edits - are
      *> skipped, as DAY01XRF skips them.
       TALLY-ONE-OCCURRENCE.
        IF OCC-LOCATION-ID IS NOT NUMERIC
            EXIT PARAGRAPH
        END-IF
        MOVE OCC-LOCATION-ID TO LS-SEARCH-ID
        PERFORM FIND-KEY-SLOT
        IF LS-KEY-SLOT = 0
            EXIT PARAGRAPH
        END-IF
        IF OCC-RUN-DATE > LS-KEY-LAST-SEEN(LS-KEY-SLOT)
            MOVE OCC-RUN-DATE TO LS-KEY-LAST-SEEN(LS-KEY-SLOT)
        END-IF
        EVALUATE TRUE
            WHEN LS-KEY-TABLE-SEEN(LS-KEY-SLOT) = SPACE
                MOVE OCC-TABLE-NO TO LS-KEY-TABLE-SEEN(LS-KEY-SLOT)
            WHEN LS-KEY-TABLE-SEEN(LS-KEY-SLOT) NOT = OCC-TABLE-NO
                MOVE "B" TO LS-KEY-TABLE-SEEN(LS-KEY-SLOT)
        END-EVALUATE
        PERFORM FIND-FEED-NUMBER
        IF LS-FEED-NO = 0 OR LS-SIGHTING-COUNT >= C-MAX-SIGHTINGS
            SET LS-SIGHTING-IS-FULL TO TRUE
            EXIT PARAGRAPH
        END-IF
        COMPUTE LS-SIGHTING-COUNT = LS-SIGHTING-COUNT + 1
        MOVE LS-KEY-SLOT TO LS-SIGHT-SLOT(LS-SIGHTING-COUNT)
        MOVE LS-FEED-NO TO LS-SIGHT-FEED(LS-SIGHTING-COUNT)
       .

      *> Number the feed of the current occurrence log line, adding
      *> it to the feed table the first time it is met. 0 when the
      *> feed table is full.
       FIND-FEED-NUMBER.
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
            MOVE LS-FEED-COUNT TO LS-FEED-NO
        END-IF
       .

      *> Sort the sightings by ID row and feed, and count each
      *> change of feed within an ID as one more distinct feed.
       COUNT-DISTINCT-FEEDS.
        IF LS-SIGHTING-COUNT = 0
            EXIT PARAGRAPH
        END-IF
        IF LS-SIGHTING-COUNT > 1
            SORT LS-SIGHTING-TABLE
                ON ASCENDING KEY LS-SIGHT-SLOT LS-SIGHT-FEED
        END-IF
        MOVE 0 TO LS-PREVIOUS-SLOT
        MOVE 0 TO LS-PREVIOUS-FEED
        PERFORM VARYING LS-SIGHTING-INDEX FROM 1 BY 1
        UNTIL LS-SIGHTING-INDEX > LS-SIGHTING-COUNT
            IF LS-SIGHT-SLOT(LS-SIGHTING-INDEX) NOT = LS-PREVIOUS-SLOT
                OR LS-SIGHT-FEED(LS-SIGHTING-INDEX)
                    NOT = LS-PREVIOUS-FEED
                MOVE LS-SIGHT-SLOT(LS-SIGHTING-INDEX) TO LS-KEY-SLOT
                COMPUTE LS-KEY-FEED-COUNT(LS-KEY-SLOT) =
                    LS-KEY-FEED-COUNT(LS-KEY-SLOT) + 1
                MOVE LS-SIGHT-SLOT(LS-SIGHTING-INDEX)
                    TO LS-PREVIOUS-SLOT
                MOVE LS-SIGHT-FEED(LS-SIGHTING-INDEX)
                    TO LS-PREVIOUS-FEED
            END-IF
        END-PERFORM
       .

      *> Answer one request line: the master record if the ID is on
      *> the master, and what the occurrence log said about it.
       WRITE-ONE-RESPONSE.
        MOVE SPACES TO BLK-SOURCE-FILE
        MOVE SPACES TO BLK-FIRST-SEEN-DATE
        MOVE 0 TO BLK-MATCH-COUNT
        MOVE SPACES TO BLK-LAST-SEEN-DATE
        MOVE 0 TO BLK-FEED-COUNT
        MOVE SPACE TO BLK-TABLE-SEEN
        MOVE LS-REQ-TEXT(LS-REQUEST-INDEX) TO BLK-REQUEST-TEXT
        MOVE LS-REQ-ID(LS-REQUEST-INDEX) TO BLK-LOCATION-ID
        IF NOT LS-REQ-IS-VALID(LS-REQUEST-INDEX)
            SET BLK-IS-INVALID TO TRUE
            COMPUTE LS-INVALID-COUNT = LS-INVALID-COUNT + 1
        ELSE
            MOVE LS-REQ-ID(LS-REQUEST-INDEX) TO IDX-LOCATION-ID
            READ FD-IDMASTER
                INVALID KEY
                    SET BLK-IS-NOT-FOUND TO TRUE
                    COMPUTE LS-MISS-COUNT = LS-MISS-COUNT + 1
                NOT INVALID KEY
                    SET BLK-IS-FOUND TO TRUE
                    COMPUTE LS-HIT-COUNT = LS-HIT-COUNT + 1
                    MOVE IDX-SOURCE-FILE TO BLK-SOURCE-FILE
                    MOVE IDX-FIRST-SEEN-DATE TO BLK-FIRST-SEEN-DATE
                    MOVE IDX-MATCH-COUNT TO BLK-MATCH-COUNT
            END-READ
            MOVE LS-REQ-ID(LS-REQUEST-INDEX) TO LS-SEARCH-ID
            PERFORM FIND-KEY-SLOT
            IF LS-KEY-SLOT > 0
                MOVE LS-KEY-LAST-SEEN(LS-KEY-SLOT)
                    TO BLK-LAST-SEEN-DATE
                MOVE LS-KEY-FEED-COUNT(LS-KEY-SLOT) TO BLK-FEED-COUNT
                MOVE LS-KEY-TABLE-SEEN(LS-KEY-SLOT) TO BLK-TABLE-SEEN
            END-IF
        END-IF
        WRITE F-RESPONSE-RECORD FROM BLK-DETAIL-RECORD
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
            WHEN "IDMASTER-PATH"
                MOVE LS-PARM-VALUE TO LS-IDMASTER-PATH
            WHEN "OCCURRENCE-PATH"
                MOVE LS-PARM-VALUE TO LS-OCCUR-PATH
            WHEN "BLK-EXCEPTION-PATH"
                MOVE LS-PARM-VALUE TO LS-EXCEPT-PATH
            WHEN OTHER
                CONTINUE
        END-EVALUATE
       .

      *> Structured exception logging - see DAY01EXC.CPY. The call
      *> sites set EXC-MSG-ID, EXC-FILE-STATUS and EXC-FILE-NAME.
      *> A requested ID that is not on the master is a normal answer
      *> (found flag N), not an exception.
      *>
      *> DAY01BLK message IDs:
      *>   BLK01E01 unable to open request file
      *>   BLK01E02 unable to open indexed ID master
      *>   BLK01E03 unable to open response file
      *>   BLK01W04 unable to open occurrence log
      *>   BLK01W05 too many requests, only the first answered
      *>   BLK01W06 too many occurrences, feed counts understated
      *>   BLK01W07 unable to write response file
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

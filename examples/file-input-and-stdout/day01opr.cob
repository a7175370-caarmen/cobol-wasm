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
       PROGRAM-ID. DAY01OPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-OPERATOR-LOG ASSIGN TO LS-OPERATOR-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-OPERATOR-LOG-STATUS.
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
      *> The standing authorized-change log written by DAY01MNT and
      *> DAY01REC: one AUL-DETAIL-LINE per master change action
      *> taken, with its requesting and approving operators - see
      *> DAY01AUT.CPY.
       FD FD-OPERATOR-LOG.
       01  F-OPERATOR-LOG-RECORD     PIC X(184).

       FD FD-LISTING.
       01  F-LISTING-RECORD          PIC X(132).

      *> Per-run exception log - see EXC-DETAIL-LINE in
      *> DAY01EXC.CPY.
       FD FD-EXCEPT.
       01  F-EXCEPT-RECORD           PIC X(150).

      *> The shared keyword parameter file the DAY01 suite reads at
      *> startup - see FD-PARM in day01.cob. DAY01OPR takes the
      *> OPERATOR-LOG-PATH and OPR-EXCEPTION-PATH keywords and
      *> ignores the rest; the command line overrides the file.
       FD FD-PARM.
       01  F-PARM-RECORD             PIC X(200).

       WORKING-STORAGE SECTION.
       01 C-MAX-OPERATOR-ENTRIES     CONSTANT 20000.

      *> Report line layouts, written to FD-LISTING.
       COPY "DAY01OPR.CPY".

      *> Authorized-change log line layout, read back from
      *> FD-OPERATOR-LOG. The numbers are written unedited, so the
      *> same layout both writes and reads.
       COPY "DAY01AUT.CPY".

      *> Exception log line layouts, written to FD-EXCEPT.
       COPY "DAY01EXC.CPY".

       LOCAL-STORAGE SECTION.
       01 LS-OPERATOR-LOG-PATH       PIC X(100) VALUE "DAY01OPR.LOG".
       01 LS-LISTING-PATH            PIC X(104).
       01 LS-FD-OPERATOR-LOG-STATUS  PIC X(2).
       01 LS-FD-LISTING-STATUS       PIC X(2).

       01 LS-ARG-INDEX               PIC 9(2) COMP VALUE 1.
       01 LS-ARG-VALUE               PIC X(100).
       01 LS-FROM-DATE               PIC X(10) VALUE SPACES.
       01 LS-TO-DATE                 PIC X(10) VALUE SPACES.
       01 LS-EXCEPT-PATH             PIC X(100) VALUE "DAY01OPR.EXC".
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
       01 LS-LOG-ARG                 PIC X(100) VALUE SPACES.

       01 LS-LOG-EOF                 PIC X(1) VALUE "N".
           88 LS-LOG-IS-AT-END                 VALUE "Y".
       01 LS-TABLE-FULL              PIC X(1) VALUE "N".
           88 LS-TABLE-IS-FULL                 VALUE "Y".

      *> Two rows per change within the date range - one for its
      *> requester, one for its approver where it has one - sorted
      *> by operator, and within an operator into log order.
       01 LS-ENTRY-COUNT             PIC 9(6) VALUE 0.
       01 LS-ENTRY-TABLE OCCURS 1 TO C-MAX-OPERATOR-ENTRIES TIMES
           DEPENDING ON LS-ENTRY-COUNT.
           05 LS-ENTRY-OPERATOR      PIC X(8).
           05 LS-ENTRY-SEQUENCE      PIC 9(6) COMP.
           05 LS-ENTRY-ROLE          PIC X(1).
               88 LS-ENTRY-IS-REQUEST          VALUE "R".
               88 LS-ENTRY-IS-APPROVAL         VALUE "A".
           05 LS-ENTRY-DATE          PIC X(10).
           05 LS-ENTRY-PROGRAM       PIC X(8).
           05 LS-ENTRY-ACTION        PIC X(10).
           05 LS-ENTRY-OTHER         PIC X(8).
           05 LS-ENTRY-CHANGES       PIC 9(9) COMP.
           05 LS-ENTRY-REFERENCE     PIC X(100).
       01 LS-ENTRY-INDEX             PIC 9(6) COMP.
       01 LS-LINE-NO                 PIC 9(6) VALUE 0.

       01 LS-GROUP-OPERATOR          PIC X(8).
       01 LS-GROUP-REQUESTED         PIC 9(6).
       01 LS-GROUP-APPROVED          PIC 9(6).
       01 LS-CHANGE-COUNT            PIC 9(6) VALUE 0.
       01 LS-OPERATOR-COUNT          PIC 9(6) VALUE 0.
       01 LS-RECORDS-CHANGED         PIC 9(9) VALUE 0.
       PROCEDURE DIVISION.

      *> Read the change log path and an optional from/to date range
      *> from the command line arguments. "*" (or nothing) leaves a
      *> date bound open; "*" as the log path keeps the default or
      *> the parameter file's OPERATOR-LOG-PATH.
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
       IF LS-LOG-ARG NOT = SPACES AND LS-LOG-ARG NOT = "*"
           MOVE LS-LOG-ARG TO LS-OPERATOR-LOG-PATH
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

       STRING FUNCTION TRIM(LS-OPERATOR-LOG-PATH) ".RPT"
           DELIMITED BY SIZE INTO LS-LISTING-PATH

       OPEN INPUT FD-OPERATOR-LOG
       IF LS-FD-OPERATOR-LOG-STATUS NOT = "00"
           DISPLAY "ERROR: UNABLE TO OPEN "
               FUNCTION TRIM(LS-OPERATOR-LOG-PATH)
               " - FILE STATUS " LS-FD-OPERATOR-LOG-STATUS
           MOVE 16 TO RETURN-CODE
           MOVE "OPR01E01" TO EXC-MSG-ID
           MOVE LS-FD-OPERATOR-LOG-STATUS TO EXC-FILE-STATUS
           MOVE LS-OPERATOR-LOG-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF

      *> Load every change within the date range into the entry
      *> table, once under its requester and once under its
      *> approver, then sort the table by operator. The line number
      *> keeps each operator's changes in log (chronological) order.
       PERFORM UNTIL LS-LOG-IS-AT-END OR LS-TABLE-IS-FULL
           READ FD-OPERATOR-LOG INTO AUL-DETAIL-LINE
               AT END
                   SET LS-LOG-IS-AT-END TO TRUE
               NOT AT END
                   COMPUTE LS-LINE-NO = LS-LINE-NO + 1
                   PERFORM FILTER-AND-STORE-CHANGE
           END-READ
       END-PERFORM
       CLOSE FD-OPERATOR-LOG

       IF LS-TABLE-IS-FULL
           DISPLAY "WARNING: AUTHORIZED-CHANGE LOG HAS MORE THAN "
               C-MAX-OPERATOR-ENTRIES " OPERATOR ENTRIES IN RANGE,"
               " ONLY THE FIRST " C-MAX-OPERATOR-ENTRIES
               " WERE REPORTED"
           MOVE "OPR01W02" TO EXC-MSG-ID
           MOVE SPACES TO EXC-FILE-STATUS
           MOVE LS-OPERATOR-LOG-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
       END-IF

       IF LS-ENTRY-COUNT > 1
           SORT LS-ENTRY-TABLE
               ON ASCENDING KEY LS-ENTRY-OPERATOR LS-ENTRY-SEQUENCE
       END-IF

       OPEN OUTPUT FD-LISTING
       IF LS-FD-LISTING-STATUS NOT = "00"
           DISPLAY "ERROR: UNABLE TO OPEN "
               FUNCTION TRIM(LS-LISTING-PATH)
               " - FILE STATUS " LS-FD-LISTING-STATUS
           MOVE 16 TO RETURN-CODE
           MOVE "OPR01E03" TO EXC-MSG-ID
           MOVE LS-FD-LISTING-STATUS TO EXC-FILE-STATUS
           MOVE LS-LISTING-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF

       WRITE F-LISTING-RECORD FROM OPR-HEADER-LINE
       MOVE LS-OPERATOR-LOG-PATH TO OPR-FILE-NAME
       WRITE F-LISTING-RECORD FROM OPR-FILE-LINE
       IF LS-FROM-DATE = SPACES
           MOVE "*" TO OPR-RANGE-FROM
       ELSE
           MOVE LS-FROM-DATE TO OPR-RANGE-FROM
       END-IF
       IF LS-TO-DATE = SPACES
           MOVE "*" TO OPR-RANGE-TO
       ELSE
           MOVE LS-TO-DATE TO OPR-RANGE-TO
       END-IF
       WRITE F-LISTING-RECORD FROM OPR-RANGE-LINE

      *> One group per operator: an operator line, every change they
      *> requested or approved, and their counts.
       MOVE SPACES TO LS-GROUP-OPERATOR
       PERFORM VARYING LS-ENTRY-INDEX FROM 1 BY 1
       UNTIL LS-ENTRY-INDEX > LS-ENTRY-COUNT
           PERFORM REPORT-ONE-ENTRY
       END-PERFORM
       IF LS-ENTRY-COUNT > 0
           PERFORM END-OPERATOR-GROUP
       END-IF

       MOVE LS-CHANGE-COUNT TO OPR-TOT-CHG-VALUE
       WRITE F-LISTING-RECORD FROM OPR-TOT-CHANGES-LINE
       MOVE LS-OPERATOR-COUNT TO OPR-TOT-OPR-VALUE
       WRITE F-LISTING-RECORD FROM OPR-TOT-OPERATORS-LINE
       MOVE LS-RECORDS-CHANGED TO OPR-TOT-REC-VALUE
       WRITE F-LISTING-RECORD FROM OPR-TOT-RECORDS-LINE
       WRITE F-LISTING-RECORD FROM OPR-TRAILER-LINE
       IF LS-FD-LISTING-STATUS NOT = "00"
           DISPLAY "WARNING: UNABLE TO WRITE "
               FUNCTION TRIM(LS-LISTING-PATH)
               " - FILE STATUS " LS-FD-LISTING-STATUS
           MOVE 16 TO RETURN-CODE
           MOVE "OPR01W04" TO EXC-MSG-ID
           MOVE LS-FD-LISTING-STATUS TO EXC-FILE-STATUS
           MOVE LS-LISTING-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
       END-IF
       CLOSE FD-LISTING

       DISPLAY "DAY01OPR: " LS-CHANGE-COUNT " AUTHORIZED CHANGES BY "
           LS-OPERATOR-COUNT " OPERATORS - SEE "
           FUNCTION TRIM(LS-LISTING-PATH)

       PERFORM END-EXCEPTION-LOG

       STOP RUN.

      *> Keep one change log line if it parses and falls in the date
      *> range: the bounds compare as text (the log dates are
      *> YYYY-MM-DD). Lines without a requester or a numeric change
      *> count - blanks, or hand-edits - are skipped rather than
      *> reported.
       FILTER-AND-STORE-CHANGE.
        IF AUL-REQUESTER = SPACES
            OR AUL-CHANGE-COUNT IS NOT NUMERIC
            EXIT PARAGRAPH
        END-IF
        IF LS-FROM-DATE NOT = SPACES
            AND AUL-RUN-DATE < LS-FROM-DATE
            EXIT PARAGRAPH
        END-IF
        IF LS-TO-DATE NOT = SPACES
            AND AUL-RUN-DATE > LS-TO-DATE
            EXIT PARAGRAPH
        END-IF
        IF LS-ENTRY-COUNT >= C-MAX-OPERATOR-ENTRIES
            OR (AUL-APPROVER NOT = SPACES
                AND LS-ENTRY-COUNT + 1 >= C-MAX-OPERATOR-ENTRIES)
            SET LS-TABLE-IS-FULL TO TRUE
            EXIT PARAGRAPH
        END-IF
        COMPUTE LS-CHANGE-COUNT = LS-CHANGE-COUNT + 1
        COMPUTE LS-RECORDS-CHANGED =
            LS-RECORDS-CHANGED + AUL-CHANGE-COUNT
        COMPUTE LS-ENTRY-COUNT = LS-ENTRY-COUNT + 1
        MOVE AUL-REQUESTER TO LS-ENTRY-OPERATOR(LS-ENTRY-COUNT)
        SET LS-ENTRY-IS-REQUEST(LS-ENTRY-COUNT) TO TRUE
        MOVE AUL-APPROVER TO LS-ENTRY-OTHER(LS-ENTRY-COUNT)
        PERFORM STORE-CHANGE-DETAILS
        IF AUL-APPROVER NOT = SPACES
            COMPUTE LS-ENTRY-COUNT = LS-ENTRY-COUNT + 1
            MOVE AUL-APPROVER TO LS-ENTRY-OPERATOR(LS-ENTRY-COUNT)
            SET LS-ENTRY-IS-APPROVAL(LS-ENTRY-COUNT) TO TRUE
            MOVE AUL-REQUESTER TO LS-ENTRY-OTHER(LS-ENTRY-COUNT)
            PERFORM STORE-CHANGE-DETAILS
        END-IF
       .

      *> The fields an operator's row shares with the other
      *> operator's row of the same change.
       STORE-CHANGE-DETAILS.
        MOVE LS-LINE-NO TO LS-ENTRY-SEQUENCE(LS-ENTRY-COUNT)
        MOVE AUL-RUN-DATE TO LS-ENTRY-DATE(LS-ENTRY-COUNT)
        MOVE AUL-PROGRAM TO LS-ENTRY-PROGRAM(LS-ENTRY-COUNT)
        MOVE AUL-ACTION TO LS-ENTRY-ACTION(LS-ENTRY-COUNT)
        MOVE AUL-CHANGE-COUNT TO LS-ENTRY-CHANGES(LS-ENTRY-COUNT)
        MOVE AUL-REFERENCE TO LS-ENTRY-REFERENCE(LS-ENTRY-COUNT)
       .

      *> Write one entry's detail line, starting a new operator
      *> group - closing the previous one with its counts - whenever
      *> the operator changes.
       REPORT-ONE-ENTRY.
        IF LS-ENTRY-OPERATOR(LS-ENTRY-INDEX) NOT = LS-GROUP-OPERATOR
            OR LS-ENTRY-INDEX = 1
            IF LS-ENTRY-INDEX > 1
                PERFORM END-OPERATOR-GROUP
            END-IF
            MOVE LS-ENTRY-OPERATOR(LS-ENTRY-INDEX)
                TO LS-GROUP-OPERATOR
            MOVE 0 TO LS-GROUP-REQUESTED
            MOVE 0 TO LS-GROUP-APPROVED
            COMPUTE LS-OPERATOR-COUNT = LS-OPERATOR-COUNT + 1
            MOVE LS-GROUP-OPERATOR TO OPR-OPR-VALUE
            WRITE F-LISTING-RECORD FROM OPR-OPERATOR-LINE
        END-IF
        IF LS-ENTRY-IS-REQUEST(LS-ENTRY-INDEX)
            COMPUTE LS-GROUP-REQUESTED = LS-GROUP-REQUESTED + 1
            MOVE "REQUESTED" TO OPR-DET-ROLE
            MOVE "APPROVER= " TO OPR-DET-OTHER-LABEL
        ELSE
            COMPUTE LS-GROUP-APPROVED = LS-GROUP-APPROVED + 1
            MOVE "APPROVED" TO OPR-DET-ROLE
            MOVE "REQUESTER=" TO OPR-DET-OTHER-LABEL
        END-IF
        MOVE LS-ENTRY-DATE(LS-ENTRY-INDEX) TO OPR-DET-DATE
        MOVE LS-ENTRY-PROGRAM(LS-ENTRY-INDEX) TO OPR-DET-PROGRAM
        MOVE LS-ENTRY-ACTION(LS-ENTRY-INDEX) TO OPR-DET-ACTION
        MOVE LS-ENTRY-OTHER(LS-ENTRY-INDEX) TO OPR-DET-OTHER
        MOVE LS-ENTRY-CHANGES(LS-ENTRY-INDEX) TO OPR-DET-COUNT
        MOVE LS-ENTRY-REFERENCE(LS-ENTRY-INDEX) TO OPR-DET-REFERENCE
        WRITE F-LISTING-RECORD FROM OPR-DETAIL-LINE
       .

      *> Close an operator group with its counts.
       END-OPERATOR-GROUP.
        MOVE LS-GROUP-REQUESTED TO OPR-ORQ-VALUE
        WRITE F-LISTING-RECORD FROM OPR-REQUESTED-COUNT-LINE
        MOVE LS-GROUP-APPROVED TO OPR-OAP-VALUE
        WRITE F-LISTING-RECORD FROM OPR-APPROVED-COUNT-LINE
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
            WHEN "OPERATOR-LOG-PATH"
                MOVE LS-PARM-VALUE TO LS-OPERATOR-LOG-PATH
            WHEN "OPR-EXCEPTION-PATH"
                MOVE LS-PARM-VALUE TO LS-EXCEPT-PATH
            WHEN OTHER
                CONTINUE
        END-EVALUATE
       .

      *> Structured exception logging - see DAY01EXC.CPY. The call
      *> sites set EXC-MSG-ID, EXC-FILE-STATUS and EXC-FILE-NAME.
      *>
      *> DAY01OPR message IDs:
      *>   OPR01E01 unable to open authorized-change log
      *>   OPR01W02 operator entry table full, report truncated
      *>   OPR01E03 unable to open operator report
      *>   OPR01W04 unable to write operator report
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

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
       PROGRAM-ID. DAY01ENQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-LOCK ASSIGN TO LS-LOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-LOCK-STATUS.
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
      *> The run lock file shared by every program of the suite that
      *> updates a standing file: one LCK-DETAIL-LINE per file a run
      *> holds - see DAY01LCK.CPY. Read whole, and rewritten without
      *> the cleared run's lines.
       FD FD-LOCK.
       01  F-LOCK-RECORD             PIC X(155).

       FD FD-LISTING.
       01  F-LISTING-RECORD          PIC X(132).

      *> Per-run exception log - see EXC-DETAIL-LINE in
      *> DAY01EXC.CPY.
       FD FD-EXCEPT.
       01  F-EXCEPT-RECORD           PIC X(150).

      *> The shared keyword parameter file the DAY01 suite reads at
      *> startup - see FD-PARM in day01.cob. DAY01ENQ takes the
      *> LOCK-PATH and ENQ-EXCEPTION-PATH keywords and ignores the
      *> rest.
       FD FD-PARM.
       01  F-PARM-RECORD             PIC X(200).

       WORKING-STORAGE SECTION.
      *> Report line layouts, written to FD-LISTING.
       COPY "DAY01ENQ.CPY".

      *> Run lock line layout and locking fields, for FD-LOCK.
       COPY "DAY01LCK.CPY".

      *> Exception log line layouts, written to FD-EXCEPT.
       COPY "DAY01EXC.CPY".

       LOCAL-STORAGE SECTION.
       01 LS-LOCK-PATH               PIC X(100) VALUE "DAY01.LCK".
       01 LS-LISTING-PATH            PIC X(104).
       01 LS-FD-LOCK-STATUS          PIC X(2).
       01 LS-FD-LISTING-STATUS       PIC X(2).

       01 LS-ARG-INDEX               PIC 9(2) COMP VALUE 1.
       01 LS-ARG-VALUE               PIC X(100).
       01 LS-EXCEPT-PATH             PIC X(100) VALUE "DAY01ENQ.EXC".
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

      *> LIST shows every lock in the file; CLEAR removes every lock
      *> of one run - a run that ended without giving its locks
      *> back - so the files it held can be used again.
       01 LS-ACTION                  PIC X(10) VALUE "LIST".
           88 LS-ACTION-IS-LIST                VALUE "LIST".
           88 LS-ACTION-IS-CLEAR               VALUE "CLEAR".
       01 LS-CLEAR-RUN-ID            PIC X(24) VALUE SPACES.

       01 LS-HELD-COUNT              PIC 9(4) VALUE 0.
       01 LS-CLEARED-COUNT           PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.

      *> Read the action and, for CLEAR, the run ID whose locks are
      *> to go from the command line arguments. No action lists.
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
                       MOVE LS-ARG-VALUE TO LS-ACTION
                   WHEN 2
                       MOVE LS-ARG-VALUE TO LS-CLEAR-RUN-ID
               END-EVALUATE
           END-IF
           COMPUTE LS-ARG-INDEX = LS-ARG-INDEX + 1
       END-PERFORM

       IF (NOT LS-ACTION-IS-LIST AND NOT LS-ACTION-IS-CLEAR)
           OR (LS-ACTION-IS-CLEAR AND LS-CLEAR-RUN-ID = SPACES)
           DISPLAY "ERROR: USAGE: DAY01ENQ [LIST | CLEAR <RUN-ID>]"
               " [PARMFILE=<PATH>]"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

      *> Apply the shared parameter file, so the utility works on the
      *> same lock file as the rest of the suite.
       PERFORM LOAD-PARAMETER-FILE
       STRING FUNCTION TRIM(LS-LOCK-PATH) ".LST"
           DELIMITED BY SIZE INTO LS-LISTING-PATH

       MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-DATE
       STRING LS-CURRENT-DATE(1:4) "-"
           LS-CURRENT-DATE(5:2) "-"
           LS-CURRENT-DATE(7:2)
           DELIMITED BY SIZE
           INTO LS-RUN-DATE

      *> Open the per-run exception log first: every warning and
      *> error below - and every lock cleared - also lands in it
      *> with a message ID. The run continues without it if it
      *> cannot be opened.
       OPEN OUTPUT FD-EXCEPT
       IF LS-FD-EXCEPT-STATUS = "00"
           SET LS-EXCEPT-IS-USABLE TO TRUE
       ELSE
           DISPLAY "WARNING: UNABLE TO OPEN "
               FUNCTION TRIM(LS-EXCEPT-PATH)
               " - FILE STATUS " LS-FD-EXCEPT-STATUS
       END-IF

      *> A missing lock file is an empty one: nothing is locked.
       PERFORM READ-RUN-LOCKS
       IF LCK-FILE-FAILED
           DISPLAY "ERROR: UNABLE TO READ "
               FUNCTION TRIM(LS-LOCK-PATH)
               " - FILE STATUS " LS-FD-LOCK-STATUS
           MOVE 16 TO RETURN-CODE
           MOVE "ENQ01E01" TO EXC-MSG-ID
           MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
           MOVE LS-LOCK-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF

       IF LS-ACTION-IS-CLEAR
           PERFORM CLEAR-RUN-LOCKS
       END-IF

       OPEN OUTPUT FD-LISTING
       IF LS-FD-LISTING-STATUS NOT = "00"
           DISPLAY "WARNING: UNABLE TO OPEN "
               FUNCTION TRIM(LS-LISTING-PATH)
               " - FILE STATUS " LS-FD-LISTING-STATUS
           MOVE "ENQ01W05" TO EXC-MSG-ID
           MOVE LS-FD-LISTING-STATUS TO EXC-FILE-STATUS
           MOVE LS-LISTING-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
       END-IF

       WRITE F-LISTING-RECORD FROM ENQ-HEADER-LINE
       MOVE LS-LOCK-PATH TO ENQ-FILE-NAME
       WRITE F-LISTING-RECORD FROM ENQ-FILE-LINE
       MOVE LS-ACTION TO ENQ-ACT-VALUE
       MOVE LS-CLEAR-RUN-ID TO ENQ-ACT-RUN-ID
       WRITE F-LISTING-RECORD FROM ENQ-ACTION-LINE
       MOVE LS-RUN-DATE TO ENQ-DATE-VALUE
       WRITE F-LISTING-RECORD FROM ENQ-RUN-DATE-LINE

      *> Every lock in the file, in the order the runs took them,
      *> on the listing and the console alike.
       PERFORM VARYING LCK-ENTRY-INDEX FROM 1 BY 1
       UNTIL LCK-ENTRY-INDEX > LCK-ENTRY-COUNT
           MOVE LCK-ENTRY-LINE(LCK-ENTRY-INDEX) TO LCK-DETAIL-LINE
           IF LS-CLEARED-COUNT > 0 AND LCK-RUN-ID = LS-CLEAR-RUN-ID
               MOVE "CLEARED" TO ENQ-DET-STATUS
           ELSE
               MOVE "HELD" TO ENQ-DET-STATUS
               COMPUTE LS-HELD-COUNT = LS-HELD-COUNT + 1
               DISPLAY "DAY01ENQ: " FUNCTION TRIM(LCK-RESOURCE)
                   " LOCKED BY " FUNCTION TRIM(LCK-PROGRAM)
                   " RUN " FUNCTION TRIM(LCK-RUN-ID)
                   " SINCE " LCK-START-TIME
           END-IF
           MOVE LCK-PROGRAM TO ENQ-DET-PROGRAM
           MOVE LCK-RUN-ID TO ENQ-DET-RUN-ID
           MOVE LCK-START-TIME TO ENQ-DET-START-TIME
           MOVE LCK-RESOURCE TO ENQ-DET-RESOURCE
           WRITE F-LISTING-RECORD FROM ENQ-DETAIL-LINE
       END-PERFORM

       MOVE LS-HELD-COUNT TO ENQ-TOT-HLD-VALUE
       WRITE F-LISTING-RECORD FROM ENQ-TOT-HELD-LINE
       MOVE LS-CLEARED-COUNT TO ENQ-TOT-CLR-VALUE
       WRITE F-LISTING-RECORD FROM ENQ-TOT-CLEARED-LINE
       WRITE F-LISTING-RECORD FROM ENQ-TRAILER-LINE
       CLOSE FD-LISTING

       DISPLAY "DAY01ENQ: " LS-HELD-COUNT " LOCKS HELD, "
           LS-CLEARED-COUNT " CLEARED - SEE "
           FUNCTION TRIM(LS-LISTING-PATH)

       PERFORM END-EXCEPTION-LOG

       STOP RUN.

      *> Remove every lock of the run being cleared: rewrite the lock
      *> file with the other runs' lines only, and record each lock
      *> cleared in the exception log with the run, program and file
      *> it named. A run with no locks in the file is most likely a
      *> mistyped run ID, so nothing is rewritten and the run ends
      *> with 8.
       CLEAR-RUN-LOCKS.
        PERFORM VARYING LCK-ENTRY-INDEX FROM 1 BY 1
        UNTIL LCK-ENTRY-INDEX > LCK-ENTRY-COUNT
            MOVE LCK-ENTRY-LINE(LCK-ENTRY-INDEX) TO LCK-DETAIL-LINE
            IF LCK-RUN-ID = LS-CLEAR-RUN-ID
                COMPUTE LS-CLEARED-COUNT = LS-CLEARED-COUNT + 1
            END-IF
        END-PERFORM
        IF LS-CLEARED-COUNT = 0
            DISPLAY "ERROR: RUN " FUNCTION TRIM(LS-CLEAR-RUN-ID)
                " HOLDS NO LOCKS IN " FUNCTION TRIM(LS-LOCK-PATH)
                " - NOTHING CLEARED"
            MOVE 8 TO RETURN-CODE
            MOVE "ENQ01E03" TO EXC-MSG-ID
            MOVE SPACES TO EXC-FILE-STATUS
            MOVE LS-CLEAR-RUN-ID TO EXC-FILE-NAME
            PERFORM LOG-ONE-EXCEPTION
            EXIT PARAGRAPH
        END-IF

        OPEN OUTPUT FD-LOCK
        IF LS-FD-LOCK-STATUS NOT = "00"
            DISPLAY "ERROR: UNABLE TO REWRITE "
                FUNCTION TRIM(LS-LOCK-PATH)
                " - FILE STATUS " LS-FD-LOCK-STATUS
                " - NOTHING CLEARED"
            MOVE 16 TO RETURN-CODE
            MOVE "ENQ01E02" TO EXC-MSG-ID
            MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
            MOVE LS-LOCK-PATH TO EXC-FILE-NAME
            PERFORM LOG-ONE-EXCEPTION
            MOVE 0 TO LS-CLEARED-COUNT
            EXIT PARAGRAPH
        END-IF
        PERFORM VARYING LCK-ENTRY-INDEX FROM 1 BY 1
        UNTIL LCK-ENTRY-INDEX > LCK-ENTRY-COUNT
            MOVE LCK-ENTRY-LINE(LCK-ENTRY-INDEX) TO LCK-DETAIL-LINE
            IF LCK-RUN-ID = LS-CLEAR-RUN-ID
                DISPLAY "DAY01ENQ: CLEARED LOCK ON "
                    FUNCTION TRIM(LCK-RESOURCE)
                    " HELD BY " FUNCTION TRIM(LCK-PROGRAM)
                    " RUN " FUNCTION TRIM(LCK-RUN-ID)
                    " SINCE " LCK-START-TIME
                MOVE "ENQ01W04" TO EXC-MSG-ID
                MOVE SPACES TO EXC-FILE-STATUS
                MOVE SPACES TO EXC-FILE-NAME
                STRING FUNCTION TRIM(LCK-RUN-ID) " "
                    FUNCTION TRIM(LCK-PROGRAM) " "
                    FUNCTION TRIM(LCK-RESOURCE)
                    DELIMITED BY SIZE INTO EXC-FILE-NAME
                PERFORM LOG-ONE-EXCEPTION
            ELSE
                WRITE F-LOCK-RECORD FROM LCK-DETAIL-LINE
            END-IF
        END-PERFORM
        IF LS-FD-LOCK-STATUS NOT = "00"
            DISPLAY "ERROR: UNABLE TO REWRITE "
                FUNCTION TRIM(LS-LOCK-PATH)
                " - FILE STATUS " LS-FD-LOCK-STATUS
            MOVE 16 TO RETURN-CODE
            MOVE "ENQ01E02" TO EXC-MSG-ID
            MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
            MOVE LS-LOCK-PATH TO EXC-FILE-NAME
            PERFORM LOG-ONE-EXCEPTION
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
            WHEN "LOCK-PATH"
                MOVE LS-PARM-VALUE TO LS-LOCK-PATH
            WHEN "ENQ-EXCEPTION-PATH"
                MOVE LS-PARM-VALUE TO LS-EXCEPT-PATH
            WHEN OTHER
                CONTINUE
        END-EVALUATE
       .

      *> Structured exception logging - see DAY01EXC.CPY. The call
      *> sites set EXC-MSG-ID, EXC-FILE-STATUS and EXC-FILE-NAME.
      *>
      *> DAY01ENQ message IDs:
      *>   ENQ01E01 unable to read run lock file
      *>   ENQ01E02 unable to rewrite run lock file
      *>   ENQ01E03 run to clear holds no locks
      *>   ENQ01W04 stale lock cleared (run, program and file named)
      *>   ENQ01W05 unable to open run lock listing
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

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
       PROGRAM-ID. DAY01RBK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-JOURNAL ASSIGN TO LS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-JOURNAL-STATUS.
           SELECT OPTIONAL FD-IDMASTER ASSIGN TO LS-IDMASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-LOCATION-ID
               FILE STATUS IS LS-FD-IDMASTER-STATUS.
           SELECT FD-LISTING ASSIGN TO LS-LISTING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-LISTING-STATUS.
           SELECT FD-EXCEPT ASSIGN TO LS-EXCEPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-EXCEPT-STATUS.
           SELECT FD-PARM ASSIGN TO LS-PARM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-PARM-STATUS.
           SELECT FD-LOCK ASSIGN TO LS-LOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> The master's change journal written by DAY01, DAY01MNT,
      *> DAY01REC and this program: one JNL-DETAIL-LINE per record
      *> added, rewritten or deleted, oldest first - see
      *> DAY01JNL.CPY. Read to find what to reverse, then appended
      *> to with the reversals themselves.
       FD FD-JOURNAL.
       01  F-JOURNAL-RECORD          PIC X(480).

      *> The indexed location-ID master maintained by DAY01.
       FD FD-IDMASTER.
       COPY "DAY01IDX.CPY".

       FD FD-LISTING.
       01  F-LISTING-RECORD          PIC X(132).

      *> Per-run exception log - see EXC-DETAIL-LINE in
      *> DAY01EXC.CPY.
       FD FD-EXCEPT.
       01  F-EXCEPT-RECORD           PIC X(150).

      *> The shared keyword parameter file the DAY01 suite reads at
      *> startup - see FD-PARM in day01.cob. DAY01RBK takes the
      *> IDMASTER-PATH, RBK-EXCEPTION-PATH, LOCK-PATH and LOCK-WAIT
      *> keywords and ignores the rest; the command line overrides
      *> the file.
       FD FD-PARM.
       01  F-PARM-RECORD             PIC X(200).

      *> The run lock file shared by every program of the suite that
      *> updates a standing file - see DAY01LCK.CPY.
       FD FD-LOCK.
       01  F-LOCK-RECORD             PIC X(155).

       WORKING-STORAGE SECTION.
       01 C-MAX-ROLLBACK-ENTRIES     CONSTANT 20000.

      *> Report line layouts, written to FD-LISTING.
       COPY "DAY01RBK.CPY".

      *> Master change journal line layout. The journal is written
      *> unedited, so the same layout both reads and writes.
       COPY "DAY01JNL.CPY".

      *> Exception log line layouts, written to FD-EXCEPT.
       COPY "DAY01EXC.CPY".

      *> Run lock line layout and locking fields, for FD-LOCK.
       COPY "DAY01LCK.CPY".

       LOCAL-STORAGE SECTION.
       01 LS-LOCK-PATH               PIC X(100) VALUE "DAY01.LCK".
       01 LS-FD-LOCK-STATUS          PIC X(2).
       01 LS-IDMASTER-PATH           PIC X(100) VALUE "DAY01IDS.MST".
       01 LS-JOURNAL-PATH            PIC X(104).
       01 LS-LISTING-PATH            PIC X(104).
       01 LS-FD-IDMASTER-STATUS      PIC X(2).
       01 LS-FD-JOURNAL-STATUS       PIC X(2).
       01 LS-FD-LISTING-STATUS       PIC X(2).

       01 LS-ARG-INDEX               PIC 9(2) COMP VALUE 1.
       01 LS-ARG-VALUE               PIC X(100).
       01 LS-EXCEPT-PATH             PIC X(100) VALUE "DAY01RBK.EXC".
       01 LS-FD-EXCEPT-STATUS        PIC X(2).
       01 LS-EXCEPT-USABLE           PIC X(1) VALUE "N".
           88 LS-EXCEPT-IS-USABLE              VALUE "Y".
       01 LS-EXCEPTION-STAMP         PIC X(19).
       01 LS-CURRENT-DATE            PIC X(21).
       01 LS-RUN-DATE                PIC X(10).
       01 LS-JOURNAL-RUN-ID          PIC X(24).
       01 LS-PARM-PATH               PIC X(100) VALUE "DAY01.PRM".
       01 LS-FD-PARM-STATUS          PIC X(2).
       01 LS-PARM-NAMED              PIC X(1) VALUE "N".
           88 LS-PARM-WAS-NAMED                VALUE "Y".
       01 LS-PARM-KEY                PIC X(30).
       01 LS-PARM-VALUE              PIC X(100).
       01 LS-POSITIONAL-NO           PIC 9(2) COMP VALUE 0.
       01 LS-MASTER-ARG              PIC X(100) VALUE SPACES.

      *> The rollback target: a YYYY-MM-DD date, to put the master
      *> back as it stood at the end of that day, or a run ID from
      *> the journal, to put it back as it stood before that run.
       01 LS-TARGET                  PIC X(24) VALUE SPACES.
       01 LS-TARGET-TYPE             PIC X(1) VALUE "R".
           88 LS-TARGET-IS-DATE                VALUE "D".
           88 LS-TARGET-IS-RUN                 VALUE "R".
       01 LS-RUN-FOUND               PIC X(1) VALUE "N".
           88 LS-RUN-WAS-FOUND                 VALUE "Y".

       01 LS-JOURNAL-EOF             PIC X(1) VALUE "N".
           88 LS-JOURNAL-IS-AT-END             VALUE "Y".
       01 LS-TABLE-FULL              PIC X(1) VALUE "N".
           88 LS-TABLE-IS-FULL                 VALUE "Y".

      *> Every journal entry to be reversed, in journal (oldest
      *> first) order; they are reversed from the last one back.
       01 LS-ENTRY-COUNT             PIC 9(6) VALUE 0.
       01 LS-ENTRY-TABLE OCCURS C-MAX-ROLLBACK-ENTRIES TIMES.
           05 LS-ENTRY-RUN-ID        PIC X(24).
           05 LS-ENTRY-PROGRAM       PIC X(8).
           05 LS-ENTRY-RUN-DATE      PIC X(10).
           05 LS-ENTRY-ACTION        PIC X(6).
           05 LS-ENTRY-ID            PIC 9(18) COMP.
           05 LS-ENTRY-REFERENCE     PIC X(100).
           05 LS-ENTRY-BEFORE-IMAGE  PIC X(137).
       01 LS-ENTRY-INDEX             PIC 9(6) COMP.

       01 LS-ID-ON-MASTER            PIC X(1).
           88 LS-ID-IS-ON-MASTER               VALUE "Y".
       01 LS-REVERSAL-RESULT         PIC X(24).
       01 LS-SKIP-REASON             PIC X(24).
       01 LS-GROUP-RUN-ID            PIC X(24) VALUE SPACES.
       01 LS-READ-COUNT              PIC 9(9) VALUE 0.
       01 LS-RUNS-COUNT              PIC 9(9) VALUE 0.
       01 LS-REVERSED-COUNT          PIC 9(9) VALUE 0.
       01 LS-SKIPPED-COUNT           PIC 9(9) VALUE 0.
       PROCEDURE DIVISION.

      *> Read the rollback target and an optional path to the indexed
      *> master from the command line arguments. "*" as the master
      *> path keeps the default or the parameter file's
      *> IDMASTER-PATH.
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
                       MOVE LS-ARG-VALUE TO LS-TARGET
                   WHEN 2
                       MOVE LS-ARG-VALUE TO LS-MASTER-ARG
               END-EVALUATE
           END-IF
           COMPUTE LS-ARG-INDEX = LS-ARG-INDEX + 1
       END-PERFORM

       IF LS-TARGET = SPACES
           DISPLAY "ERROR: USAGE: DAY01RBK <YYYY-MM-DD | RUN-ID>"
               " [MASTER-PATH | *] [PARMFILE=<PATH>]"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

      *> A target shaped like a YYYY-MM-DD date is a date; anything
      *> else is taken as a run ID, which must be on the journal.
       IF LS-TARGET(1:4) IS NUMERIC
           AND LS-TARGET(5:1) = "-"
           AND LS-TARGET(6:2) IS NUMERIC
           AND LS-TARGET(8:1) = "-"
           AND LS-TARGET(9:2) IS NUMERIC
           AND LS-TARGET(11:14) = SPACES
           SET LS-TARGET-IS-DATE TO TRUE
       END-IF

      *> Apply the shared parameter file, then let the command line
      *> override it.
       PERFORM LOAD-PARAMETER-FILE
       IF LS-MASTER-ARG NOT = SPACES AND LS-MASTER-ARG NOT = "*"
           MOVE LS-MASTER-ARG TO LS-IDMASTER-PATH
       END-IF
       STRING FUNCTION TRIM(LS-IDMASTER-PATH) ".JNL"
           DELIMITED BY SIZE INTO LS-JOURNAL-PATH
       STRING FUNCTION TRIM(LS-IDMASTER-PATH) ".RBK"
           DELIMITED BY SIZE INTO LS-LISTING-PATH

       MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-DATE
       STRING LS-CURRENT-DATE(1:4) "-"
           LS-CURRENT-DATE(5:2) "-"
           LS-CURRENT-DATE(7:2)
           DELIMITED BY SIZE
           INTO LS-RUN-DATE
       STRING "DAY01RBK-" LS-CURRENT-DATE(1:14)
           DELIMITED BY SIZE INTO LS-JOURNAL-RUN-ID

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

      *> Lock the master - and with it its journal - before the
      *> journal is read, so no other run of the suite can change
      *> either between the read and the reversals. A master still
      *> locked once any LOCK-WAIT has passed ends the run with
      *> nothing rolled back.
       MOVE "DAY01RBK" TO LCK-OWN-PROGRAM
       MOVE LS-JOURNAL-RUN-ID TO LCK-OWN-RUN-ID
       MOVE 1 TO LCK-WANTED-COUNT
       MOVE LS-IDMASTER-PATH TO LCK-WANTED-RESOURCE(1)
       PERFORM ACQUIRE-RUN-LOCKS
       IF LCK-IS-BUSY
           MOVE LCK-CONFLICT-RC TO RETURN-CODE
           MOVE "RBK01E08" TO EXC-MSG-ID
           MOVE SPACES TO EXC-FILE-STATUS
           MOVE LCK-RESOURCE TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF
       IF LCK-FILE-FAILED
           MOVE 16 TO RETURN-CODE
           MOVE "RBK01E09" TO EXC-MSG-ID
           MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
           MOVE LS-LOCK-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF

       OPEN INPUT FD-JOURNAL
       IF LS-FD-JOURNAL-STATUS NOT = "00"
           DISPLAY "ERROR: UNABLE TO OPEN "
               FUNCTION TRIM(LS-JOURNAL-PATH)
               " - FILE STATUS " LS-FD-JOURNAL-STATUS
           MOVE 16 TO RETURN-CODE
           MOVE "RBK01E01" TO EXC-MSG-ID
           MOVE LS-FD-JOURNAL-STATUS TO EXC-FILE-STATUS
           MOVE LS-JOURNAL-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM RELEASE-RUN-LOCKS
           IF LCK-FILE-FAILED
               MOVE "RBK01W10" TO EXC-MSG-ID
               MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
               MOVE LS-LOCK-PATH TO EXC-FILE-NAME
               PERFORM LOG-ONE-EXCEPTION
           END-IF
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF

      *> Load every journal entry made after the target into the
      *> entry table: for a date, every entry of a later run date;
      *> for a run, that run's first entry and everything after it.
      *> Nothing is reversed until the whole journal has been read,
      *> so an unknown run or an overfull table changes nothing.
       PERFORM UNTIL LS-JOURNAL-IS-AT-END OR LS-TABLE-IS-FULL
           READ FD-JOURNAL INTO JNL-DETAIL-LINE
               AT END
                   SET LS-JOURNAL-IS-AT-END TO TRUE
               NOT AT END
                   PERFORM FILTER-AND-STORE-ENTRY
           END-READ
       END-PERFORM
       CLOSE FD-JOURNAL

       IF LS-TARGET-IS-RUN AND NOT LS-RUN-WAS-FOUND
           DISPLAY "ERROR: RUN " FUNCTION TRIM(LS-TARGET)
               " IS NOT ON " FUNCTION TRIM(LS-JOURNAL-PATH)
               " - NOTHING ROLLED BACK"
           MOVE 8 TO RETURN-CODE
           MOVE "RBK01E04" TO EXC-MSG-ID
           MOVE SPACES TO EXC-FILE-STATUS
           MOVE LS-JOURNAL-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM RELEASE-RUN-LOCKS
           IF LCK-FILE-FAILED
               MOVE "RBK01W10" TO EXC-MSG-ID
               MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
               MOVE LS-LOCK-PATH TO EXC-FILE-NAME
               PERFORM LOG-ONE-EXCEPTION
           END-IF
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF

      *> A partial rollback would leave the master matching no point
      *> in time at all, so an overfull table refuses the whole run.
      *> Rolling back to a later date or run first, then to the
      *> target, brings it within reach.
       IF LS-TABLE-IS-FULL
           DISPLAY "ERROR: MORE THAN " C-MAX-ROLLBACK-ENTRIES
               " JOURNAL ENTRIES TO REVERSE - ROLL BACK TO A LATER"
               " DATE OR RUN FIRST - NOTHING ROLLED BACK"
           MOVE 8 TO RETURN-CODE
           MOVE "RBK01E05" TO EXC-MSG-ID
           MOVE SPACES TO EXC-FILE-STATUS
           MOVE LS-JOURNAL-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM RELEASE-RUN-LOCKS
           IF LCK-FILE-FAILED
               MOVE "RBK01W10" TO EXC-MSG-ID
               MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
               MOVE LS-LOCK-PATH TO EXC-FILE-NAME
               PERFORM LOG-ONE-EXCEPTION
           END-IF
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF

       OPEN I-O FD-IDMASTER
       IF LS-FD-IDMASTER-STATUS NOT = "00"
           AND LS-FD-IDMASTER-STATUS NOT = "05"
           DISPLAY "ERROR: UNABLE TO OPEN "
               FUNCTION TRIM(LS-IDMASTER-PATH)
               " - FILE STATUS " LS-FD-IDMASTER-STATUS
           MOVE 16 TO RETURN-CODE
           MOVE "RBK01E02" TO EXC-MSG-ID
           MOVE LS-FD-IDMASTER-STATUS TO EXC-FILE-STATUS
           MOVE LS-IDMASTER-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM RELEASE-RUN-LOCKS
           IF LCK-FILE-FAILED
               MOVE "RBK01W10" TO EXC-MSG-ID
               MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
               MOVE LS-LOCK-PATH TO EXC-FILE-NAME
               PERFORM LOG-ONE-EXCEPTION
           END-IF
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF

      *> The reversals are changes to the master like any other, and
      *> are journaled in turn, so a rollback can itself be rolled
      *> back by its own run ID.
       OPEN EXTEND FD-JOURNAL
       IF LS-FD-JOURNAL-STATUS NOT = "00"
           DISPLAY "ERROR: UNABLE TO OPEN "
               FUNCTION TRIM(LS-JOURNAL-PATH)
               " - FILE STATUS " LS-FD-JOURNAL-STATUS
           MOVE 16 TO RETURN-CODE
           MOVE "RBK01E01" TO EXC-MSG-ID
           MOVE LS-FD-JOURNAL-STATUS TO EXC-FILE-STATUS
           MOVE LS-JOURNAL-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           CLOSE FD-IDMASTER
           PERFORM RELEASE-RUN-LOCKS
           IF LCK-FILE-FAILED
               MOVE "RBK01W10" TO EXC-MSG-ID
               MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
               MOVE LS-LOCK-PATH TO EXC-FILE-NAME
               PERFORM LOG-ONE-EXCEPTION
           END-IF
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF

       OPEN OUTPUT FD-LISTING
       IF LS-FD-LISTING-STATUS NOT = "00"
           DISPLAY "ERROR: UNABLE TO OPEN "
               FUNCTION TRIM(LS-LISTING-PATH)
               " - FILE STATUS " LS-FD-LISTING-STATUS
           MOVE 16 TO RETURN-CODE
           MOVE "RBK01E03" TO EXC-MSG-ID
           MOVE LS-FD-LISTING-STATUS TO EXC-FILE-STATUS
           MOVE LS-LISTING-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           CLOSE FD-IDMASTER
           CLOSE FD-JOURNAL
           PERFORM RELEASE-RUN-LOCKS
           IF LCK-FILE-FAILED
               MOVE "RBK01W10" TO EXC-MSG-ID
               MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
               MOVE LS-LOCK-PATH TO EXC-FILE-NAME
               PERFORM LOG-ONE-EXCEPTION
           END-IF
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF

       WRITE F-LISTING-RECORD FROM RBK-HEADER-LINE
       MOVE LS-IDMASTER-PATH TO RBK-MST-FILE-NAME
       WRITE F-LISTING-RECORD FROM RBK-MASTER-LINE
       MOVE LS-JOURNAL-PATH TO RBK-JNL-FILE-NAME
       WRITE F-LISTING-RECORD FROM RBK-JOURNAL-LINE
       MOVE LS-TARGET TO RBK-TGT-VALUE
       IF LS-TARGET-IS-DATE
           MOVE "(END OF DAY)" TO RBK-TGT-KIND
       ELSE
           MOVE "(BEFORE RUN)" TO RBK-TGT-KIND
       END-IF
       WRITE F-LISTING-RECORD FROM RBK-TARGET-LINE
       MOVE LS-RUN-DATE TO RBK-DATE-VALUE
       WRITE F-LISTING-RECORD FROM RBK-RUN-DATE-LINE

      *> Reverse the entries newest first, so every record passes
      *> back through each state it was journaled in until it is as
      *> it stood at the target.
       PERFORM VARYING LS-ENTRY-INDEX FROM LS-ENTRY-COUNT BY -1
       UNTIL LS-ENTRY-INDEX < 1
           PERFORM REVERSE-ONE-ENTRY
       END-PERFORM

       MOVE LS-READ-COUNT TO RBK-TOT-RD-VALUE
       WRITE F-LISTING-RECORD FROM RBK-TOT-READ-LINE
       MOVE LS-RUNS-COUNT TO RBK-TOT-RUN-VALUE
       WRITE F-LISTING-RECORD FROM RBK-TOT-RUNS-LINE
       MOVE LS-REVERSED-COUNT TO RBK-TOT-REV-VALUE
       WRITE F-LISTING-RECORD FROM RBK-TOT-REVERSED-LINE
       MOVE LS-SKIPPED-COUNT TO RBK-TOT-SKP-VALUE
       WRITE F-LISTING-RECORD FROM RBK-TOT-SKIPPED-LINE
       WRITE F-LISTING-RECORD FROM RBK-TRAILER-LINE
       IF LS-FD-LISTING-STATUS NOT = "00"
           DISPLAY "WARNING: UNABLE TO WRITE "
               FUNCTION TRIM(LS-LISTING-PATH)
               " - FILE STATUS " LS-FD-LISTING-STATUS
           MOVE 16 TO RETURN-CODE
           MOVE "RBK01W06" TO EXC-MSG-ID
           MOVE LS-FD-LISTING-STATUS TO EXC-FILE-STATUS
           MOVE LS-LISTING-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
       END-IF
       CLOSE FD-LISTING
       CLOSE FD-JOURNAL
       CLOSE FD-IDMASTER
       PERFORM RELEASE-RUN-LOCKS
       IF LCK-FILE-FAILED
           MOVE "RBK01W10" TO EXC-MSG-ID
           MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
           MOVE LS-LOCK-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
       END-IF

       DISPLAY "DAY01RBK: " LS-REVERSED-COUNT
           " JOURNAL ENTRIES REVERSED, " LS-SKIPPED-COUNT
           " SKIPPED - SEE " FUNCTION TRIM(LS-LISTING-PATH)

      *> 4 tells the operator some entries could not be reversed
      *> because the master no longer matched the journal.
       IF RETURN-CODE = 0 AND LS-SKIPPED-COUNT > 0
           MOVE 4 TO RETURN-CODE
       END-IF

       PERFORM END-EXCEPTION-LOG

       STOP RUN.

      *> Keep one journal line if it is made after the target. Lines
      *> without a known action or a numeric ID - blanks, or
      *> hand-edits - are skipped. Entry dates compare as text (the
      *> journal dates are YYYY-MM-DD).
       FILTER-AND-STORE-ENTRY.
        IF NOT JNL-IS-ADD AND NOT JNL-IS-CHANGE AND NOT JNL-IS-DELETE
            EXIT PARAGRAPH
        END-IF
        IF JNL-LOCATION-ID IS NOT NUMERIC
            EXIT PARAGRAPH
        END-IF
        COMPUTE LS-READ-COUNT = LS-READ-COUNT + 1
        IF LS-TARGET-IS-DATE
            IF JNL-RUN-DATE NOT > LS-TARGET(1:10)
                EXIT PARAGRAPH
            END-IF
        ELSE
            IF JNL-RUN-ID = LS-TARGET
                SET LS-RUN-WAS-FOUND TO TRUE
            END-IF
            IF NOT LS-RUN-WAS-FOUND
                EXIT PARAGRAPH
            END-IF
        END-IF
        IF LS-ENTRY-COUNT >= C-MAX-ROLLBACK-ENTRIES
            SET LS-TABLE-IS-FULL TO TRUE
            EXIT PARAGRAPH
        END-IF
        COMPUTE LS-ENTRY-COUNT = LS-ENTRY-COUNT + 1
        MOVE JNL-RUN-ID TO LS-ENTRY-RUN-ID(LS-ENTRY-COUNT)
        MOVE JNL-PROGRAM TO LS-ENTRY-PROGRAM(LS-ENTRY-COUNT)
        MOVE JNL-RUN-DATE TO LS-ENTRY-RUN-DATE(LS-ENTRY-COUNT)
        MOVE JNL-ACTION TO LS-ENTRY-ACTION(LS-ENTRY-COUNT)
        MOVE JNL-LOCATION-ID TO LS-ENTRY-ID(LS-ENTRY-COUNT)
        MOVE JNL-REFERENCE TO LS-ENTRY-REFERENCE(LS-ENTRY-COUNT)
        MOVE JNL-BEFORE-IMAGE
            TO LS-ENTRY-BEFORE-IMAGE(LS-ENTRY-COUNT)
       .

      *> Reverse one journal entry on the master and report it,
      *> starting a new run group whenever the run changes. An ADD
      *> is reversed by deleting the ID; a CHANGE or DELETE by
      *> putting its before image back.
       REVERSE-ONE-ENTRY.
        IF LS-ENTRY-RUN-ID(LS-ENTRY-INDEX) NOT = LS-GROUP-RUN-ID
            MOVE LS-ENTRY-RUN-ID(LS-ENTRY-INDEX) TO LS-GROUP-RUN-ID
            COMPUTE LS-RUNS-COUNT = LS-RUNS-COUNT + 1
            MOVE LS-GROUP-RUN-ID TO RBK-RUN-ID
            MOVE LS-ENTRY-PROGRAM(LS-ENTRY-INDEX) TO RBK-RUN-PROGRAM
            MOVE LS-ENTRY-RUN-DATE(LS-ENTRY-INDEX) TO RBK-RUN-DATE
            WRITE F-LISTING-RECORD FROM RBK-RUN-LINE
        END-IF
        MOVE SPACES TO LS-REVERSAL-RESULT
        MOVE SPACES TO LS-SKIP-REASON
        MOVE LS-ENTRY-ID(LS-ENTRY-INDEX) TO IDX-LOCATION-ID
        MOVE "N" TO LS-ID-ON-MASTER
        READ FD-IDMASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET LS-ID-IS-ON-MASTER TO TRUE
        END-READ
        IF LS-ENTRY-ACTION(LS-ENTRY-INDEX) = "ADD"
            PERFORM REVERSE-ADD-ENTRY
        ELSE
            PERFORM RESTORE-BEFORE-IMAGE
        END-IF
        IF LS-SKIP-REASON = SPACES
            COMPUTE LS-REVERSED-COUNT = LS-REVERSED-COUNT + 1
            MOVE "REVERSED" TO RBK-DET-STATUS
            MOVE LS-REVERSAL-RESULT TO RBK-DET-RESULT
        ELSE
            COMPUTE LS-SKIPPED-COUNT = LS-SKIPPED-COUNT + 1
            MOVE "SKIPPED" TO RBK-DET-STATUS
            MOVE LS-SKIP-REASON TO RBK-DET-RESULT
        END-IF
        MOVE LS-ENTRY-ACTION(LS-ENTRY-INDEX) TO RBK-DET-ACTION
        MOVE LS-ENTRY-ID(LS-ENTRY-INDEX) TO RBK-DET-ID
        MOVE LS-ENTRY-REFERENCE(LS-ENTRY-INDEX) TO RBK-DET-REFERENCE
        WRITE F-LISTING-RECORD FROM RBK-DETAIL-LINE
       .

      *> Undo an ADD: delete the ID from the master. An ID already
      *> gone - deleted outside the journal - is skipped.
       REVERSE-ADD-ENTRY.
        IF NOT LS-ID-IS-ON-MASTER
            MOVE "ID NOT ON MASTER" TO LS-SKIP-REASON
            EXIT PARAGRAPH
        END-IF
        MOVE IDX-MASTER-RECORD TO JNL-BEFORE-IMAGE
        DELETE FD-IDMASTER
            INVALID KEY
                MOVE "DELETE FAILED" TO LS-SKIP-REASON
                EXIT PARAGRAPH
        END-DELETE
        MOVE "DELETED FROM MASTER" TO LS-REVERSAL-RESULT
        MOVE "DELETE" TO JNL-ACTION
        MOVE SPACES TO JNL-AFTER-IMAGE
        PERFORM WRITE-JOURNAL-ENTRY
       .

      *> Undo a CHANGE or DELETE: put the journaled before image
      *> back, rewriting the ID if it is on the master and writing
      *> it afresh if it is not.
       RESTORE-BEFORE-IMAGE.
        IF LS-ID-IS-ON-MASTER
            MOVE IDX-MASTER-RECORD TO JNL-BEFORE-IMAGE
            MOVE LS-ENTRY-BEFORE-IMAGE(LS-ENTRY-INDEX)
                TO IDX-MASTER-RECORD
            REWRITE IDX-MASTER-RECORD
                INVALID KEY
                    MOVE "REWRITE FAILED" TO LS-SKIP-REASON
                    EXIT PARAGRAPH
            END-REWRITE
            MOVE "CHANGE" TO JNL-ACTION
        ELSE
            MOVE SPACES TO JNL-BEFORE-IMAGE
            MOVE LS-ENTRY-BEFORE-IMAGE(LS-ENTRY-INDEX)
                TO IDX-MASTER-RECORD
            WRITE IDX-MASTER-RECORD
                INVALID KEY
                    MOVE "WRITE FAILED" TO LS-SKIP-REASON
                    EXIT PARAGRAPH
            END-WRITE
            MOVE "ADD" TO JNL-ACTION
        END-IF
        MOVE "RESTORED BEFORE IMAGE" TO LS-REVERSAL-RESULT
        MOVE IDX-MASTER-RECORD TO JNL-AFTER-IMAGE
        PERFORM WRITE-JOURNAL-ENTRY
       .

      *> Append one change journal line for a reversal: the caller
      *> has set the action and both images; this run and the target
      *> it rolled back to are filled in here.
       WRITE-JOURNAL-ENTRY.
        MOVE LS-JOURNAL-RUN-ID TO JNL-RUN-ID
        MOVE "DAY01RBK" TO JNL-PROGRAM
        MOVE LS-RUN-DATE TO JNL-RUN-DATE
        MOVE IDX-LOCATION-ID TO JNL-LOCATION-ID
        MOVE SPACES TO JNL-REFERENCE
        STRING "ROLLBACK TO " FUNCTION TRIM(LS-TARGET)
            DELIMITED BY SIZE INTO JNL-REFERENCE
        WRITE F-JOURNAL-RECORD FROM JNL-DETAIL-LINE
        IF LS-FD-JOURNAL-STATUS NOT = "00"
            DISPLAY "WARNING: UNABLE TO WRITE "
                FUNCTION TRIM(LS-JOURNAL-PATH)
                " - FILE STATUS " LS-FD-JOURNAL-STATUS
            MOVE 16 TO RETURN-CODE
            MOVE "RBK01W07" TO EXC-MSG-ID
            MOVE LS-FD-JOURNAL-STATUS TO EXC-FILE-STATUS
            MOVE LS-JOURNAL-PATH TO EXC-FILE-NAME
            PERFORM LOG-ONE-EXCEPTION
        END-IF
       .

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
            WHEN "RBK-EXCEPTION-PATH"
                MOVE LS-PARM-VALUE TO LS-EXCEPT-PATH
            WHEN "LOCK-PATH"
                MOVE LS-PARM-VALUE TO LS-LOCK-PATH
            WHEN "LOCK-WAIT"
                IF FUNCTION TRIM(LS-PARM-VALUE) IS NUMERIC
                    MOVE FUNCTION NUMVAL(LS-PARM-VALUE)
                        TO LCK-WAIT-SECONDS
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
       .

      *> Structured exception logging - see DAY01EXC.CPY. The call
      *> sites set EXC-MSG-ID, EXC-FILE-STATUS and EXC-FILE-NAME.
      *>
      *> DAY01RBK message IDs:
      *>   RBK01E01 unable to open master change journal
      *>   RBK01E02 unable to open indexed master
      *>   RBK01E03 unable to open rollback report
      *>   RBK01E04 rollback run ID not on the journal
      *>   RBK01E05 too many journal entries to reverse in one run
      *>   RBK01W06 unable to write rollback report
      *>   RBK01W07 unable to write master change journal
      *>   RBK01E08 master locked by another run
      *>   RBK01E09 unable to update run lock file
      *>   RBK01W10 unable to release run lock
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

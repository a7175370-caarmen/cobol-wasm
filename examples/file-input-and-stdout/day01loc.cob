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
       PROGRAM-ID. DAY01LOC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-TXN ASSIGN TO LS-TXN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-TXN-STATUS.
           SELECT FD-LOCRPT ASSIGN TO LS-LOCRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-LOCRPT-STATUS.
           SELECT OPTIONAL FD-LOCREF ASSIGN TO LS-LOCREF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LRF-LOCATION-ID
               FILE STATUS IS LS-FD-LOCREF-STATUS.
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
      *> Location reference transaction file: one comma-delimited
      *> action per line, applied to the reference file in order.
      *> Names and regions cannot themselves contain a comma. Dates
      *> are YYYY-MM-DD. Example:
      *>   ADD,41234,NORTH DEPOT,NORTH,2026-01-01
      *>   ADD,41235,HARBOUR STORE,COAST,2026-01-01,2026-12-31
      *>   CHANGE,41234,NORTH DEPOT ANNEX,,,
      *>   CHANGE,41235,,,,*
      *>   DEACTIVATE,41234,2026-06-30
      *>   REACTIVATE,41234
      *> On CHANGE a blank operand keeps the value on file, and an
      *> effective-to date of "*" clears it (open-ended). DEACTIVATE
      *> stamps the effective-to date given, or today without one;
      *> the location goes inactive at once when that date is today
      *> or earlier, and stays active until then when it is later.
       FD FD-TXN.
       01  F-TXN-RECORD              PIC X(200).

       FD FD-LOCRPT.
       01  F-LOCRPT-RECORD           PIC X(132).

      *> The location reference file - see DAY01LRF.CPY.
       FD FD-LOCREF.
       COPY "DAY01LRF.CPY".

      *> Per-run exception log - see EXC-DETAIL-LINE in
      *> DAY01EXC.CPY.
       FD FD-EXCEPT.
       01  F-EXCEPT-RECORD           PIC X(150).

      *> The shared keyword parameter file the DAY01 suite reads at
      *> startup - see FD-PARM in day01.cob. DAY01LOC takes the
      *> LOCREF-PATH, LOC-EXCEPTION-PATH, LOCK-PATH and LOCK-WAIT
      *> keywords and ignores the rest; the command line overrides
      *> the file.
       FD FD-PARM.
       01  F-PARM-RECORD             PIC X(200).

      *> The run lock file shared by every program of the suite that
      *> updates a standing file - see DAY01LCK.CPY.
       FD FD-LOCK.
       01  F-LOCK-RECORD             PIC X(155).

       WORKING-STORAGE SECTION.
      *> Report line layouts, written to FD-LOCRPT.
       COPY "DAY01LOC.CPY".

      *> Exception log line layouts, written to FD-EXCEPT.
       COPY "DAY01EXC.CPY".

      *> Run lock line layout and locking fields, for FD-LOCK.
       COPY "DAY01LCK.CPY".

       LOCAL-STORAGE SECTION.
       01 LS-LOCK-PATH               PIC X(100) VALUE "DAY01.LCK".
       01 LS-FD-LOCK-STATUS          PIC X(2).
       01 LS-TXN-PATH                PIC X(100).
       01 LS-LOCRPT-PATH             PIC X(100).
       01 LS-LOCREF-PATH             PIC X(100) VALUE "DAY01LOC.REF".
       01 LS-FD-TXN-STATUS           PIC X(2).
       01 LS-FD-LOCRPT-STATUS        PIC X(2).
       01 LS-FD-LOCREF-STATUS        PIC X(2).
       01 LS-CURRENT-DATE            PIC X(21).
       01 LS-RUN-DATE                PIC X(10).

       01 LS-ARG-INDEX               PIC 9(2) COMP VALUE 1.
       01 LS-ARG-VALUE               PIC X(100).
       01 LS-EXCEPT-PATH             PIC X(100) VALUE "DAY01LOC.EXC".
       01 LS-FD-EXCEPT-STATUS        PIC X(2).
       01 LS-EXCEPT-USABLE           PIC X(1) VALUE "N".
           88 LS-EXCEPT-IS-USABLE              VALUE "Y".
       01 LS-EXCEPTION-STAMP         PIC X(19).
       01 LS-PARM-PATH               PIC X(100) VALUE "DAY01.PRM".
       01 LS-FD-PARM-STATUS          PIC X(2).
       01 LS-PARM-NAMED              PIC X(1) VALUE "N".
           88 LS-PARM-WAS-NAMED                VALUE "Y".
       01 LS-PARM-KEY                PIC X(30).
       01 LS-PARM-VALUE              PIC X(100).
       01 LS-POSITIONAL-NO           PIC 9(2) COMP VALUE 0.
       01 LS-LOCREF-ARG              PIC X(100) VALUE SPACES.

       01 LS-TXN-ACTION              PIC X(10).
       01 LS-TXN-OPERAND-1           PIC X(100).
       01 LS-TXN-OPERAND-2           PIC X(100).
       01 LS-TXN-OPERAND-3           PIC X(100).
       01 LS-TXN-OPERAND-4           PIC X(100).
       01 LS-TXN-OPERAND-5           PIC X(100).
       01 LS-ACTION-REASON           PIC X(40).
       01 LS-DATE-TEXT               PIC X(100).

       01 LS-READ-COUNT              PIC 9(6) VALUE 0.
       01 LS-TAKEN-COUNT             PIC 9(6) VALUE 0.
       01 LS-REJECT-COUNT            PIC 9(6) VALUE 0.
       01 LS-ADDED-COUNT             PIC 9(6) VALUE 0.
       01 LS-CHANGED-COUNT           PIC 9(6) VALUE 0.
       01 LS-DEACTIVATED-COUNT       PIC 9(6) VALUE 0.
       01 LS-REACTIVATED-COUNT       PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.

      *> Read the transaction file path, an optional path to the
      *> location reference file, and an optional report path from
      *> the command line arguments. "*" as the reference path keeps
      *> the default or the parameter file's LOCREF-PATH.
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
                       MOVE LS-ARG-VALUE TO LS-TXN-PATH
                   WHEN 2
                       MOVE LS-ARG-VALUE TO LS-LOCREF-ARG
                   WHEN 3
                       MOVE LS-ARG-VALUE TO LS-LOCRPT-PATH
               END-EVALUATE
           END-IF
           COMPUTE LS-ARG-INDEX = LS-ARG-INDEX + 1
       END-PERFORM

       IF LS-TXN-PATH = SPACES
           DISPLAY "ERROR: USAGE: DAY01LOC <TRANSACTION-FILE>"
               " [REFERENCE-PATH | *] [REPORT-PATH]"
               " [PARMFILE=<PATH>]"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

      *> Apply the shared parameter file, then let the command line
      *> override it.
       PERFORM LOAD-PARAMETER-FILE
       IF LS-LOCREF-ARG NOT = SPACES AND LS-LOCREF-ARG NOT = "*"
           MOVE LS-LOCREF-ARG TO LS-LOCREF-PATH
       END-IF

      *> Default the report path to the transaction path plus .LOC.
       IF LS-LOCRPT-PATH = SPACES
           STRING FUNCTION TRIM(LS-TXN-PATH) ".LOC"
               DELIMITED BY SIZE INTO LS-LOCRPT-PATH
       END-IF

       MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-DATE
       STRING LS-CURRENT-DATE(1:4) "-"
           LS-CURRENT-DATE(5:2) "-"
           LS-CURRENT-DATE(7:2)
           DELIMITED BY SIZE
           INTO LS-RUN-DATE

      *> Open the per-run exception log first, so the lock messages
      *> below land in it with a message ID. The run continues
      *> without it if it cannot be opened.
       OPEN OUTPUT FD-EXCEPT
       IF LS-FD-EXCEPT-STATUS = "00"
           SET LS-EXCEPT-IS-USABLE TO TRUE
       ELSE
           DISPLAY "WARNING: UNABLE TO OPEN "
               FUNCTION TRIM(LS-EXCEPT-PATH)
               " - FILE STATUS " LS-FD-EXCEPT-STATUS
       END-IF

      *> The reference file is updated in place below, so lock it
      *> before it is opened - see DAY01LCK.CPY - or a DAY01 run
      *> reading it meanwhile could name its locations from a file
      *> half way through an update. Still locked once any
      *> LOCK-WAIT has passed, no transaction is applied.
       MOVE "DAY01LOC" TO LCK-OWN-PROGRAM
       STRING "DAY01LOC-" LS-CURRENT-DATE(1:14)
           DELIMITED BY SIZE INTO LCK-OWN-RUN-ID
       MOVE 1 TO LCK-WANTED-COUNT
       MOVE LS-LOCREF-PATH TO LCK-WANTED-RESOURCE(1)
       PERFORM ACQUIRE-RUN-LOCKS
       IF LCK-IS-BUSY
           MOVE LCK-CONFLICT-RC TO RETURN-CODE
           MOVE "LOC01E01" TO EXC-MSG-ID
           MOVE SPACES TO EXC-FILE-STATUS
           MOVE LCK-RESOURCE TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF
       IF LCK-FILE-FAILED
           MOVE 16 TO RETURN-CODE
           MOVE "LOC01E02" TO EXC-MSG-ID
           MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
           MOVE LS-LOCK-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF

       OPEN INPUT FD-TXN
       IF LS-FD-TXN-STATUS NOT = "00"
           DISPLAY "ERROR: UNABLE TO OPEN "
               FUNCTION TRIM(LS-TXN-PATH)
               " - FILE STATUS " LS-FD-TXN-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM RELEASE-RUN-LOCKS
           IF LCK-FILE-FAILED
               MOVE "LOC01W03" TO EXC-MSG-ID
               MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
               MOVE LS-LOCK-PATH TO EXC-FILE-NAME
               PERFORM LOG-ONE-EXCEPTION
           END-IF
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF
       OPEN OUTPUT FD-LOCRPT
       IF LS-FD-LOCRPT-STATUS NOT = "00"
           DISPLAY "ERROR: UNABLE TO OPEN "
               FUNCTION TRIM(LS-LOCRPT-PATH)
               " - FILE STATUS " LS-FD-LOCRPT-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE FD-TXN
           PERFORM RELEASE-RUN-LOCKS
           IF LCK-FILE-FAILED
               MOVE "LOC01W03" TO EXC-MSG-ID
               MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
               MOVE LS-LOCK-PATH TO EXC-FILE-NAME
               PERFORM LOG-ONE-EXCEPTION
           END-IF
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF

      *> Open the reference file for update, creating it on first use
      *> (the SELECT is OPTIONAL), so the first transaction file of
      *> ADD lines builds it from nothing.
       OPEN I-O FD-LOCREF
       IF LS-FD-LOCREF-STATUS NOT = "00"
           AND LS-FD-LOCREF-STATUS NOT = "05"
           DISPLAY "ERROR: UNABLE TO OPEN "
               FUNCTION TRIM(LS-LOCREF-PATH)
               " - FILE STATUS " LS-FD-LOCREF-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE FD-TXN
           CLOSE FD-LOCRPT
           PERFORM RELEASE-RUN-LOCKS
           IF LCK-FILE-FAILED
               MOVE "LOC01W03" TO EXC-MSG-ID
               MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
               MOVE LS-LOCK-PATH TO EXC-FILE-NAME
               PERFORM LOG-ONE-EXCEPTION
           END-IF
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF

       WRITE F-LOCRPT-RECORD FROM LOC-HEADER-LINE
       MOVE LS-LOCREF-PATH TO LOC-REF-FILE-NAME
       WRITE F-LOCRPT-RECORD FROM LOC-REFERENCE-LINE
       MOVE LS-TXN-PATH TO LOC-TXN-FILE-NAME
       WRITE F-LOCRPT-RECORD FROM LOC-TXN-FILE-LINE
       MOVE LS-RUN-DATE TO LOC-DATE-VALUE
       WRITE F-LOCRPT-RECORD FROM LOC-RUN-DATE-LINE

      *> Apply the transactions in order. Blank lines are skipped;
      *> every other line is reported as taken or rejected, with a
      *> reason when rejected.
       PERFORM UNTIL EXIT
           READ FD-TXN
               AT END
                   EXIT PERFORM
               NOT AT END
                   IF F-TXN-RECORD NOT = SPACES
                       PERFORM APPLY-ONE-TRANSACTION
                   END-IF
           END-READ
       END-PERFORM
       CLOSE FD-TXN

       MOVE LS-READ-COUNT TO LOC-READ-VALUE
       WRITE F-LOCRPT-RECORD FROM LOC-READ-COUNT-LINE
       MOVE LS-TAKEN-COUNT TO LOC-TAKEN-VALUE
       WRITE F-LOCRPT-RECORD FROM LOC-TAKEN-COUNT-LINE
       MOVE LS-REJECT-COUNT TO LOC-REJ-VALUE
       WRITE F-LOCRPT-RECORD FROM LOC-REJECT-COUNT-LINE
       MOVE LS-ADDED-COUNT TO LOC-ADD-VALUE
       WRITE F-LOCRPT-RECORD FROM LOC-ADDED-COUNT-LINE
       MOVE LS-CHANGED-COUNT TO LOC-CHG-VALUE
       WRITE F-LOCRPT-RECORD FROM LOC-CHANGED-COUNT-LINE
       MOVE LS-DEACTIVATED-COUNT TO LOC-DEA-VALUE
       WRITE F-LOCRPT-RECORD FROM LOC-DEACTIVATED-COUNT-LINE
       MOVE LS-REACTIVATED-COUNT TO LOC-REA-VALUE
       WRITE F-LOCRPT-RECORD FROM LOC-REACTIVATED-COUNT-LINE
       WRITE F-LOCRPT-RECORD FROM LOC-TRAILER-LINE
       IF LS-FD-LOCRPT-STATUS NOT = "00"
           DISPLAY "WARNING: UNABLE TO WRITE "
               FUNCTION TRIM(LS-LOCRPT-PATH)
               " - FILE STATUS " LS-FD-LOCRPT-STATUS
           MOVE 16 TO RETURN-CODE
       END-IF
       CLOSE FD-LOCRPT
       CLOSE FD-LOCREF
       PERFORM RELEASE-RUN-LOCKS
       IF LCK-FILE-FAILED
           MOVE "LOC01W03" TO EXC-MSG-ID
           MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
           MOVE LS-LOCK-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
       END-IF
       PERFORM END-EXCEPTION-LOG

      *> 0 means every action was taken; rejected actions leave a 4
      *> so the scheduler can tell a partial run from a clean one.
       IF RETURN-CODE = 0 AND LS-REJECT-COUNT > 0
           MOVE 4 TO RETURN-CODE
       END-IF

       STOP RUN.

      *> Split one transaction line into its action and operands,
      *> route it to the action paragraphs below, and report the
      *> outcome. An unknown action, a malformed operand or a missing
      *> target location rejects the line rather than stopping the
      *> run.
       APPLY-ONE-TRANSACTION.
        COMPUTE LS-READ-COUNT = LS-READ-COUNT + 1
        MOVE SPACES TO LS-TXN-ACTION
        MOVE SPACES TO LS-TXN-OPERAND-1
        MOVE SPACES TO LS-TXN-OPERAND-2
        MOVE SPACES TO LS-TXN-OPERAND-3
        MOVE SPACES TO LS-TXN-OPERAND-4
        MOVE SPACES TO LS-TXN-OPERAND-5
        MOVE SPACES TO LS-ACTION-REASON
        UNSTRING F-TXN-RECORD DELIMITED BY ","
            INTO LS-TXN-ACTION LS-TXN-OPERAND-1 LS-TXN-OPERAND-2
                LS-TXN-OPERAND-3 LS-TXN-OPERAND-4 LS-TXN-OPERAND-5
        IF FUNCTION TRIM(LS-TXN-OPERAND-1) IS NOT NUMERIC
            MOVE "NON-NUMERIC LOCATION ID" TO LS-ACTION-REASON
        ELSE
            EVALUATE FUNCTION TRIM(LS-TXN-ACTION)
                WHEN "ADD"
                    PERFORM APPLY-ADD-ACTION
                WHEN "CHANGE"
                    PERFORM APPLY-CHANGE-ACTION
                WHEN "DEACTIVATE"
                    PERFORM APPLY-DEACTIVATE-ACTION
                WHEN "REACTIVATE"
                    PERFORM APPLY-REACTIVATE-ACTION
                WHEN OTHER
                    MOVE "UNKNOWN ACTION" TO LS-ACTION-REASON
            END-EVALUATE
        END-IF
        IF LS-ACTION-REASON = SPACES
            COMPUTE LS-TAKEN-COUNT = LS-TAKEN-COUNT + 1
            MOVE "TAKEN" TO LOC-ACT-STATUS
        ELSE
            COMPUTE LS-REJECT-COUNT = LS-REJECT-COUNT + 1
            MOVE "REJECTED" TO LOC-ACT-STATUS
        END-IF
        MOVE F-TXN-RECORD(1:80) TO LOC-ACT-TEXT
        MOVE LS-ACTION-REASON TO LOC-ACT-REASON
        WRITE F-LOCRPT-RECORD FROM LOC-ACTION-LINE
       .

      *> ADD,<id>,<name>,<region>[,<from>[,<to>]]: enter a new,
      *> active location. Without an effective-from date it is in
      *> force from today; without an effective-to date it stays in
      *> force until deactivated.
       APPLY-ADD-ACTION.
        IF LS-TXN-OPERAND-2 = SPACES
            MOVE "MISSING LOCATION NAME" TO LS-ACTION-REASON
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION NUMVAL(LS-TXN-OPERAND-1) TO LRF-LOCATION-ID
        MOVE LS-TXN-OPERAND-2 TO LRF-LOCATION-NAME
        MOVE LS-TXN-OPERAND-3 TO LRF-REGION
        SET LRF-IS-ACTIVE TO TRUE
        MOVE LS-RUN-DATE TO LRF-EFFECTIVE-FROM
        MOVE SPACES TO LRF-EFFECTIVE-TO
        MOVE LS-RUN-DATE TO LRF-LAST-CHANGED
        IF LS-TXN-OPERAND-4 NOT = SPACES
            MOVE LS-TXN-OPERAND-4 TO LS-DATE-TEXT
            PERFORM VALIDATE-DATE-TEXT
            IF LS-ACTION-REASON NOT = SPACES
                EXIT PARAGRAPH
            END-IF
            MOVE LS-TXN-OPERAND-4 TO LRF-EFFECTIVE-FROM
        END-IF
        IF LS-TXN-OPERAND-5 NOT = SPACES
            MOVE LS-TXN-OPERAND-5 TO LS-DATE-TEXT
            PERFORM VALIDATE-DATE-TEXT
            IF LS-ACTION-REASON NOT = SPACES
                EXIT PARAGRAPH
            END-IF
            MOVE LS-TXN-OPERAND-5 TO LRF-EFFECTIVE-TO
        END-IF
        PERFORM CHECK-EFFECTIVE-DATES
        IF LS-ACTION-REASON NOT = SPACES
            EXIT PARAGRAPH
        END-IF
        WRITE LRF-REFERENCE-RECORD
            INVALID KEY
                MOVE "LOCATION ID ALREADY ON FILE"
                    TO LS-ACTION-REASON
        END-WRITE
        IF LS-ACTION-REASON = SPACES
            COMPUTE LS-ADDED-COUNT = LS-ADDED-COUNT + 1
        END-IF
       .

      *> CHANGE,<id>,<name>,<region>,<from>,<to>: replace any of the
      *> descriptive fields of a location on file. A blank operand
      *> keeps the value on file; an effective-to of "*" clears it.
      *> The status is changed only by DEACTIVATE and REACTIVATE.
       APPLY-CHANGE-ACTION.
        MOVE FUNCTION NUMVAL(LS-TXN-OPERAND-1) TO LRF-LOCATION-ID
        READ FD-LOCREF
            INVALID KEY
                MOVE "LOCATION ID NOT ON FILE" TO LS-ACTION-REASON
                EXIT PARAGRAPH
        END-READ
        IF LS-TXN-OPERAND-2 NOT = SPACES
            MOVE LS-TXN-OPERAND-2 TO LRF-LOCATION-NAME
        END-IF
        IF LS-TXN-OPERAND-3 NOT = SPACES
            MOVE LS-TXN-OPERAND-3 TO LRF-REGION
        END-IF
        IF LS-TXN-OPERAND-4 NOT = SPACES
            MOVE LS-TXN-OPERAND-4 TO LS-DATE-TEXT
            PERFORM VALIDATE-DATE-TEXT
            IF LS-ACTION-REASON NOT = SPACES
                EXIT PARAGRAPH
            END-IF
            MOVE LS-TXN-OPERAND-4 TO LRF-EFFECTIVE-FROM
        END-IF
        EVALUATE TRUE
            WHEN LS-TXN-OPERAND-5 = SPACES
                CONTINUE
            WHEN FUNCTION TRIM(LS-TXN-OPERAND-5) = "*"
                MOVE SPACES TO LRF-EFFECTIVE-TO
            WHEN OTHER
                MOVE LS-TXN-OPERAND-5 TO LS-DATE-TEXT
                PERFORM VALIDATE-DATE-TEXT
                IF LS-ACTION-REASON NOT = SPACES
                    EXIT PARAGRAPH
                END-IF
                MOVE LS-TXN-OPERAND-5 TO LRF-EFFECTIVE-TO
        END-EVALUATE
        PERFORM CHECK-EFFECTIVE-DATES
        IF LS-ACTION-REASON NOT = SPACES
            EXIT PARAGRAPH
        END-IF
        MOVE LS-RUN-DATE TO LRF-LAST-CHANGED
        REWRITE LRF-REFERENCE-RECORD
            INVALID KEY
                MOVE "REWRITE FAILED" TO LS-ACTION-REASON
        END-REWRITE
        IF LS-ACTION-REASON = SPACES
            COMPUTE LS-CHANGED-COUNT = LS-CHANGED-COUNT + 1
        END-IF
       .

      *> DEACTIVATE,<id>[,<to>]: take a location out of force. The
      *> record stays on file, so DAY01 can still name it when a
      *> feed sends it and list it as inactive rather than unknown.
      *> An effective-to date still to come is stamped with the
      *> status left active, so the location stays in force up to
      *> that date and DAY01 reports it no longer effective after.
       APPLY-DEACTIVATE-ACTION.
        MOVE FUNCTION NUMVAL(LS-TXN-OPERAND-1) TO LRF-LOCATION-ID
        READ FD-LOCREF
            INVALID KEY
                MOVE "LOCATION ID NOT ON FILE" TO LS-ACTION-REASON
                EXIT PARAGRAPH
        END-READ
        IF LRF-IS-INACTIVE
            MOVE "LOCATION ALREADY INACTIVE" TO LS-ACTION-REASON
            EXIT PARAGRAPH
        END-IF
        MOVE LS-RUN-DATE TO LRF-EFFECTIVE-TO
        IF LS-TXN-OPERAND-2 NOT = SPACES
            MOVE LS-TXN-OPERAND-2 TO LS-DATE-TEXT
            PERFORM VALIDATE-DATE-TEXT
            IF LS-ACTION-REASON NOT = SPACES
                EXIT PARAGRAPH
            END-IF
            MOVE LS-TXN-OPERAND-2 TO LRF-EFFECTIVE-TO
        END-IF
        PERFORM CHECK-EFFECTIVE-DATES
        IF LS-ACTION-REASON NOT = SPACES
            EXIT PARAGRAPH
        END-IF
        IF LRF-EFFECTIVE-TO NOT > LS-RUN-DATE
            SET LRF-IS-INACTIVE TO TRUE
        END-IF
        MOVE LS-RUN-DATE TO LRF-LAST-CHANGED
        REWRITE LRF-REFERENCE-RECORD
            INVALID KEY
                MOVE "REWRITE FAILED" TO LS-ACTION-REASON
        END-REWRITE
        IF LS-ACTION-REASON = SPACES
            COMPUTE LS-DEACTIVATED-COUNT = LS-DEACTIVATED-COUNT + 1
        END-IF
       .

      *> REACTIVATE,<id>: put a deactivated location back in force,
      *> open-ended, undoing a DEACTIVATE keyed in error.
       APPLY-REACTIVATE-ACTION.
        MOVE FUNCTION NUMVAL(LS-TXN-OPERAND-1) TO LRF-LOCATION-ID
        READ FD-LOCREF
            INVALID KEY
                MOVE "LOCATION ID NOT ON FILE" TO LS-ACTION-REASON
                EXIT PARAGRAPH
        END-READ
        IF LRF-IS-ACTIVE
            MOVE "LOCATION ALREADY ACTIVE" TO LS-ACTION-REASON
            EXIT PARAGRAPH
        END-IF
        SET LRF-IS-ACTIVE TO TRUE
        MOVE SPACES TO LRF-EFFECTIVE-TO
        MOVE LS-RUN-DATE TO LRF-LAST-CHANGED
        REWRITE LRF-REFERENCE-RECORD
            INVALID KEY
                MOVE "REWRITE FAILED" TO LS-ACTION-REASON
        END-REWRITE
        IF LS-ACTION-REASON = SPACES
            COMPUTE LS-REACTIVATED-COUNT = LS-REACTIVATED-COUNT + 1
        END-IF
       .

      *> An effective-to date, when there is one, may not fall
      *> before the effective-from date.
       CHECK-EFFECTIVE-DATES.
        IF LRF-EFFECTIVE-TO NOT = SPACES
            AND LRF-EFFECTIVE-TO < LRF-EFFECTIVE-FROM
            MOVE "EFFECTIVE-TO BEFORE EFFECTIVE-FROM"
                TO LS-ACTION-REASON
        END-IF
       .

      *> Check that LS-DATE-TEXT is a YYYY-MM-DD date.
       VALIDATE-DATE-TEXT.
        IF LS-DATE-TEXT(1:4) IS NOT NUMERIC
            OR LS-DATE-TEXT(5:1) NOT = "-"
            OR LS-DATE-TEXT(6:2) IS NOT NUMERIC
            OR LS-DATE-TEXT(8:1) NOT = "-"
            OR LS-DATE-TEXT(9:2) IS NOT NUMERIC
            OR LS-DATE-TEXT(11:90) NOT = SPACES
            MOVE "MALFORMED DATE" TO LS-ACTION-REASON
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
            WHEN "LOCREF-PATH"
                MOVE LS-PARM-VALUE TO LS-LOCREF-PATH
            WHEN "LOC-EXCEPTION-PATH"
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
      *> DAY01LOC message IDs:
      *>   LOC01E01 reference file locked by another run
      *>   LOC01E02 unable to update run lock file
      *>   LOC01W03 unable to release run lock
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

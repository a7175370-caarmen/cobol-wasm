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
       PROGRAM-ID. DAY01JOB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-DEFINITION ASSIGN TO LS-DEFINITION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-DEFINITION-STATUS.
           SELECT FD-STEPLOG ASSIGN TO LS-STEPLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-STEPLOG-STATUS.
           SELECT FD-EXCEPT ASSIGN TO LS-EXCEPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-EXCEPT-STATUS.
           SELECT FD-PARM ASSIGN TO LS-PARM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-PARM-STATUS.
           SELECT FD-GENSEQ ASSIGN TO LS-GENSEQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-GENSEQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> Job-stream definition: one step per line, in the order the
      *> steps run; lines starting with "*" are comments.
      *>   <step>,<run if RC up to>,<fail if RC over>,<when>,<command>
      *> The step name is up to 8 characters. The step runs only if
      *> the highest return code of the steps before it is no more
      *> than <run if RC up to> - "*" runs it whatever they returned -
      *> and is bypassed otherwise. A return code over <fail if RC
      *> over> fails the step and stops the stream there. <when> is
      *> DAILY or MONTHEND (the last day of the month). The command is
      *> the rest of the line, run as typed, with every &DATE in it
      *> replaced by the business date (YYYY-MM-DD), and every
      *> &PREVGEN(<feed>) by the four-digit number of the generation
      *> before the feed's latest one - the number in the feed's
      *> generation sequence file (see ADVANCE-GENERATION-NUMBER in
      *> day01.cob) less one, 0001 going back to 9999 - so a step
      *> after the batch can name the outputs of the night before
      *> as <output>.G&PREVGEN(<feed>). The sequence file is read
      *> when the step comes to run. Example:
      *>   CHK,*,0,DAILY,day01chk DAY01.CTL DAY01.CAL
      *>   BATCH,0,4,DAILY,day01 @DAY01.CTL
      *>   DLT,4,4,DAILY,day01dlt feed1.MST1.G&PREVGEN(feed1) feed1.MST1
      *>   REC,4,4,MONTHEND,day01rec DAY01.LST
      *>   HST,4,4,MONTHEND,day01hst DAY01AUDIT.LOG
      *>   ARC,4,4,MONTHEND,day01arc &DATE
       FD FD-DEFINITION.
       01  F-DEFINITION-RECORD       PIC X(300).

      *> Step log of this stream, <definition>.LOG - see
      *> JOB-LOG-LINE in DAY01JOB.CPY. Read back at startup to find
      *> where the last run of the stream stopped, then appended to.
       FD FD-STEPLOG.
       01  F-STEPLOG-RECORD          PIC X(330).

      *> Per-run exception log - see EXC-DETAIL-LINE in
      *> DAY01EXC.CPY.
       FD FD-EXCEPT.
       01  F-EXCEPT-RECORD           PIC X(150).

      *> The shared keyword parameter file the DAY01 suite reads at
      *> startup - see FD-PARM in day01.cob. DAY01JOB takes the
      *> JOB-RUN-DATE, JOB-EXCEPTION-PATH and GENSEQ-SUFFIX keywords
      *> and ignores the rest; the command line overrides the file.
       FD FD-PARM.
       01  F-PARM-RECORD             PIC X(200).

      *> A feed's generation sequence file, <feed> plus
      *> GENSEQ-SUFFIX, holding the number of its latest generation
      *> - see FD-GENSEQ in day01.cob. Read to resolve &PREVGEN.
       FD FD-GENSEQ.
       01  F-GENSEQ-RECORD           PIC X(10).

       WORKING-STORAGE SECTION.
       01 C-MAX-JOB-STEPS            CONSTANT 100.
       01 C-DATE-TOKEN               CONSTANT "&DATE".
       01 C-PREVGEN-TOKEN            CONSTANT "&PREVGEN(".

      *> Step log line layout, written to and read back from
      *> FD-STEPLOG.
       COPY "DAY01JOB.CPY".

      *> Exception log line layouts, written to FD-EXCEPT.
       COPY "DAY01EXC.CPY".

       LOCAL-STORAGE SECTION.
       01 LS-DEFINITION-PATH         PIC X(100).
       01 LS-STEPLOG-PATH            PIC X(104).
       01 LS-FD-DEFINITION-STATUS    PIC X(2).
       01 LS-FD-STEPLOG-STATUS       PIC X(2).

       01 LS-ARG-INDEX               PIC 9(2) COMP VALUE 1.
       01 LS-ARG-VALUE               PIC X(100).
       01 LS-EXCEPT-PATH             PIC X(100) VALUE "DAY01JOB.EXC".
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
       01 LS-RESTART-TEXT            PIC X(10) VALUE SPACES.
       01 LS-PARM-RUN-DATE           PIC X(10) VALUE SPACES.

      *> This run, and the business date its steps run for: today,
      *> or on a restart the date of the run being resumed, so a
      *> night finished after midnight still runs as that night.
       01 LS-RUN-ID                  PIC X(24).
       01 LS-RUN-DATE                PIC X(10).
       01 LS-RUN-YMD-TEXT            PIC X(8).
       01 LS-RUN-YMD REDEFINES LS-RUN-YMD-TEXT
                                     PIC 9(8).
       01 LS-NEXT-YMD                PIC 9(8).
       01 LS-NEXT-YMD-TEXT REDEFINES LS-NEXT-YMD
                                     PIC X(8).
       01 LS-MONTH-END               PIC X(1) VALUE "N".
           88 LS-IS-MONTH-END                  VALUE "Y".

      *> The steps of the stream, in definition order, with how each
      *> one ended in the last run of the stream, if any.
       01 LS-STEP-COUNT              PIC 9(4) VALUE 0.
       01 LS-STEP-TABLE OCCURS C-MAX-JOB-STEPS TIMES.
           05 LS-STEP-NAME           PIC X(8).
           05 LS-STEP-ANY-RC         PIC X(1).
               88 LS-STEP-RUNS-ALWAYS          VALUE "Y".
           05 LS-STEP-RUN-LIMIT      PIC 9(4) COMP.
           05 LS-STEP-FAIL-LIMIT     PIC 9(4) COMP.
           05 LS-STEP-WHEN           PIC X(8).
               88 LS-STEP-IS-MONTHLY           VALUE "MONTHEND".
           05 LS-STEP-COMMAND        PIC X(200).
           05 LS-STEP-PRIOR-STATUS   PIC X(8).
           05 LS-STEP-PRIOR-RC       PIC 9(4).
           05 LS-STEP-PRIOR-START    PIC X(19).
           05 LS-STEP-PRIOR-END      PIC X(19).
       01 LS-STEP-INDEX              PIC 9(4) COMP.
       01 LS-FIND-INDEX              PIC 9(4) COMP.
       01 LS-RESTART-INDEX           PIC 9(4) COMP VALUE 1.

       01 LS-DEF-LINE-NO             PIC 9(6) VALUE 0.
       01 LS-DEF-POINTER             PIC 9(4) COMP.
       01 LS-DEF-NAME                PIC X(20).
       01 LS-DEF-RUN-LIMIT           PIC X(10).
       01 LS-DEF-FAIL-LIMIT          PIC X(10).
       01 LS-DEF-WHEN                PIC X(10).
       01 LS-DEF-ERROR               PIC X(40).
       01 LS-DEF-FAILED              PIC X(1) VALUE "N".
           88 LS-DEF-HAS-FAILED                VALUE "Y".

       01 LS-LAST-RUN-ID             PIC X(24) VALUE SPACES.
       01 LS-LAST-RUN-DATE           PIC X(10) VALUE SPACES.
       01 LS-RESTARTING              PIC X(1) VALUE "N".
           88 LS-IS-RESTART                    VALUE "Y".
       01 LS-STREAM-STOPPED          PIC X(1) VALUE "N".
           88 LS-STREAM-HAS-STOPPED            VALUE "Y".

       01 LS-COMMAND-LINE            PIC X(200).
       01 LS-COMMAND-WORK            PIC X(210).
       01 LS-TOKEN-OFFSET            PIC 9(4) COMP.
       01 LS-TOKEN-END               PIC 9(4) COMP.

      *> Resolving &PREVGEN(<feed>) in a step's command.
       01 LS-GENSEQ-SUFFIX           PIC X(10) VALUE ".GEN".
       01 LS-GENSEQ-PATH             PIC X(110).
       01 LS-FD-GENSEQ-STATUS        PIC X(2).
       01 LS-PREVGEN-FEED            PIC X(100).
       01 LS-PREVGEN-LENGTH          PIC 9(4) COMP.
       01 LS-PREVGEN-DELIMITER       PIC X(1).
       01 LS-GENERATION              PIC 9(4).
       01 LS-GENERATION-TEXT         PIC 9(4).
       01 LS-PREVGEN-ERROR           PIC X(40).
       01 LS-PREVGEN-FAILED          PIC X(1) VALUE "N".
           88 LS-PREVGEN-HAS-FAILED            VALUE "Y".
       01 LS-STEP-RC                 PIC 9(4).
       01 LS-HIGHEST-RC              PIC 9(4) VALUE 0.
       01 LS-RAN-COUNT               PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.

      *> Read the definition path and an optional NEW, which runs the
      *> stream from the top even if its last run did not finish,
      *> from the command line arguments.
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
                       MOVE LS-ARG-VALUE TO LS-DEFINITION-PATH
                   WHEN 2
                       MOVE LS-ARG-VALUE TO LS-RESTART-TEXT
               END-EVALUATE
           END-IF
           COMPUTE LS-ARG-INDEX = LS-ARG-INDEX + 1
       END-PERFORM

       PERFORM LOAD-PARAMETER-FILE

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

       IF LS-DEFINITION-PATH = SPACES
           OR (LS-RESTART-TEXT NOT = SPACES
               AND LS-RESTART-TEXT NOT = "NEW")
           DISPLAY "ERROR: USAGE: DAY01JOB <JOB-DEFINITION> [NEW]"
               " [PARMFILE=<PATH>]"
           MOVE 16 TO RETURN-CODE
           MOVE "JOB01E01" TO EXC-MSG-ID
           MOVE SPACES TO EXC-FILE-STATUS
           MOVE SPACES TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF
       STRING FUNCTION TRIM(LS-DEFINITION-PATH) ".LOG"
           DELIMITED BY SIZE INTO LS-STEPLOG-PATH

      *> Load the whole definition before running anything: a stream
      *> with a bad line is not started at all, rather than stopping
      *> half way through the night.
       OPEN INPUT FD-DEFINITION
       IF LS-FD-DEFINITION-STATUS NOT = "00"
           DISPLAY "ERROR: UNABLE TO OPEN "
               FUNCTION TRIM(LS-DEFINITION-PATH)
               " - FILE STATUS " LS-FD-DEFINITION-STATUS
           MOVE 16 TO RETURN-CODE
           MOVE "JOB01E02" TO EXC-MSG-ID
           MOVE LS-FD-DEFINITION-STATUS TO EXC-FILE-STATUS
           MOVE LS-DEFINITION-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF
       PERFORM UNTIL EXIT
           READ FD-DEFINITION
               AT END
                   EXIT PERFORM
               NOT AT END
                   COMPUTE LS-DEF-LINE-NO = LS-DEF-LINE-NO + 1
                   IF F-DEFINITION-RECORD NOT = SPACES
                       AND F-DEFINITION-RECORD(1:1) NOT = "*"
                       PERFORM LOAD-ONE-STEP
                   END-IF
           END-READ
       END-PERFORM
       CLOSE FD-DEFINITION
       IF LS-STEP-COUNT = 0 AND NOT LS-DEF-HAS-FAILED
           DISPLAY "ERROR: " FUNCTION TRIM(LS-DEFINITION-PATH)
               " DEFINES NO STEPS"
           SET LS-DEF-HAS-FAILED TO TRUE
       END-IF
       IF LS-DEF-HAS-FAILED
           MOVE 16 TO RETURN-CODE
           MOVE "JOB01E03" TO EXC-MSG-ID
           MOVE SPACES TO EXC-FILE-STATUS
           MOVE LS-DEFINITION-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF

      *> Read back the step log to see how the last run of the stream
      *> ended. The first run of a stream has no log yet.
       OPEN INPUT FD-STEPLOG
       IF LS-FD-STEPLOG-STATUS = "00"
           PERFORM UNTIL EXIT
               READ FD-STEPLOG INTO JOB-LOG-LINE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM NOTE-ONE-LOGGED-STEP
               END-READ
           END-PERFORM
           CLOSE FD-STEPLOG
       END-IF

      *> Restart at the first step the last run did not complete -
      *> failed, never reached, or cut off by a crash - unless told to
      *> start afresh. A last run that completed every step means
      *> tonight is a new run from the top.
       IF LS-LAST-RUN-ID NOT = SPACES AND LS-RESTART-TEXT NOT = "NEW"
           PERFORM VARYING LS-RESTART-INDEX FROM 1 BY 1
           UNTIL LS-RESTART-INDEX > LS-STEP-COUNT
               MOVE LS-STEP-PRIOR-STATUS(LS-RESTART-INDEX)
                   TO JOB-STEP-STATUS
               IF NOT JOB-STEP-IS-COMPLETE
                   SET LS-IS-RESTART TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
       END-IF
       IF NOT LS-IS-RESTART
           MOVE 1 TO LS-RESTART-INDEX
       END-IF

       MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-DATE
       STRING "DAY01JOB-" LS-CURRENT-DATE(1:14)
           DELIMITED BY SIZE INTO LS-RUN-ID
       EVALUATE TRUE
           WHEN LS-PARM-RUN-DATE NOT = SPACES
               MOVE LS-PARM-RUN-DATE TO LS-RUN-DATE
           WHEN LS-IS-RESTART
               MOVE LS-LAST-RUN-DATE TO LS-RUN-DATE
           WHEN OTHER
               STRING LS-CURRENT-DATE(1:4) "-"
                   LS-CURRENT-DATE(5:2) "-"
                   LS-CURRENT-DATE(7:2)
                   DELIMITED BY SIZE
                   INTO LS-RUN-DATE
       END-EVALUATE
       IF LS-RUN-DATE(1:4) IS NOT NUMERIC
           OR LS-RUN-DATE(5:1) NOT = "-"
           OR LS-RUN-DATE(6:2) IS NOT NUMERIC
           OR LS-RUN-DATE(8:1) NOT = "-"
           OR LS-RUN-DATE(9:2) IS NOT NUMERIC
           DISPLAY "ERROR: BUSINESS DATE " LS-RUN-DATE
               " IS NOT A YYYY-MM-DD DATE"
           MOVE 16 TO RETURN-CODE
           MOVE "JOB01E01" TO EXC-MSG-ID
           MOVE SPACES TO EXC-FILE-STATUS
           MOVE SPACES TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF

      *> The business date is the last day of its month when the day
      *> after it is the first of the next.
       STRING LS-RUN-DATE(1:4) LS-RUN-DATE(6:2) LS-RUN-DATE(9:2)
           DELIMITED BY SIZE INTO LS-RUN-YMD-TEXT
       COMPUTE LS-NEXT-YMD = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(LS-RUN-YMD) + 1)
       IF LS-NEXT-YMD-TEXT(7:2) = "01"
           SET LS-IS-MONTH-END TO TRUE
       END-IF

       OPEN EXTEND FD-STEPLOG
       IF LS-FD-STEPLOG-STATUS NOT = "00"
           OPEN OUTPUT FD-STEPLOG
       END-IF
       IF LS-FD-STEPLOG-STATUS NOT = "00"
           DISPLAY "ERROR: UNABLE TO OPEN "
               FUNCTION TRIM(LS-STEPLOG-PATH)
               " - FILE STATUS " LS-FD-STEPLOG-STATUS
           MOVE 16 TO RETURN-CODE
           MOVE "JOB01E04" TO EXC-MSG-ID
           MOVE LS-FD-STEPLOG-STATUS TO EXC-FILE-STATUS
           MOVE LS-STEPLOG-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF

       IF LS-IS-RESTART
           DISPLAY "DAY01JOB: RESTARTING " FUNCTION TRIM(LS-LAST-RUN-ID)
               " FOR " LS-RUN-DATE " AT STEP "
               FUNCTION TRIM(LS-STEP-NAME(LS-RESTART-INDEX))
       ELSE
           DISPLAY "DAY01JOB: STARTING "
               FUNCTION TRIM(LS-DEFINITION-PATH) " FOR " LS-RUN-DATE
       END-IF

      *> Run the steps in order, logging every one of them - run or
      *> not - so the log of each run shows the whole stream.
       PERFORM VARYING LS-STEP-INDEX FROM 1 BY 1
       UNTIL LS-STEP-INDEX > LS-STEP-COUNT
           PERFORM RUN-ONE-STEP
       END-PERFORM
       CLOSE FD-STEPLOG

      *> 8 tells the scheduler the stream stopped at a failed step and
      *> wants a rerun; 4 that it finished with some step ending on a
      *> non-zero return code within its limit.
       MOVE 0 TO RETURN-CODE
       EVALUATE TRUE
           WHEN LS-STREAM-HAS-STOPPED
               MOVE 8 TO RETURN-CODE
           WHEN LS-HIGHEST-RC > 0
               MOVE 4 TO RETURN-CODE
       END-EVALUATE
       DISPLAY "DAY01JOB: " LS-RAN-COUNT " STEPS RUN, HIGHEST RC "
           LS-HIGHEST-RC " - SEE " FUNCTION TRIM(LS-STEPLOG-PATH)

       PERFORM END-EXCEPTION-LOG

       STOP RUN.

      *> Check and store one definition line. Every bad line is
      *> reported, so one pass over the file shows all of them.
       LOAD-ONE-STEP.
        MOVE SPACES TO LS-DEF-NAME
        MOVE SPACES TO LS-DEF-RUN-LIMIT
        MOVE SPACES TO LS-DEF-FAIL-LIMIT
        MOVE SPACES TO LS-DEF-WHEN
        MOVE SPACES TO LS-DEF-ERROR
        MOVE 1 TO LS-DEF-POINTER
        UNSTRING F-DEFINITION-RECORD DELIMITED BY ","
            INTO LS-DEF-NAME LS-DEF-RUN-LIMIT LS-DEF-FAIL-LIMIT
                LS-DEF-WHEN
            WITH POINTER LS-DEF-POINTER
        EVALUATE TRUE
            WHEN LS-DEF-NAME = SPACES
                OR LS-DEF-NAME(9:12) NOT = SPACES
                MOVE "STEP NAME MISSING OR OVER 8 CHARACTERS"
                    TO LS-DEF-ERROR
            WHEN LS-DEF-RUN-LIMIT = SPACES
                OR (LS-DEF-RUN-LIMIT NOT = "*"
                AND FUNCTION TRIM(LS-DEF-RUN-LIMIT) IS NOT NUMERIC)
                MOVE "RUN CONDITION NOT * OR A RETURN CODE"
                    TO LS-DEF-ERROR
            WHEN LS-DEF-FAIL-LIMIT = SPACES
                OR FUNCTION TRIM(LS-DEF-FAIL-LIMIT) IS NOT NUMERIC
                MOVE "FAIL CONDITION NOT A RETURN CODE"
                    TO LS-DEF-ERROR
            WHEN LS-DEF-WHEN NOT = "DAILY"
                AND LS-DEF-WHEN NOT = "MONTHEND"
                MOVE "SCHEDULE NOT DAILY OR MONTHEND"
                    TO LS-DEF-ERROR
            WHEN LS-DEF-POINTER > 300
                OR F-DEFINITION-RECORD(LS-DEF-POINTER:) = SPACES
                MOVE "COMMAND MISSING" TO LS-DEF-ERROR
            WHEN LS-STEP-COUNT >= C-MAX-JOB-STEPS
                MOVE "TOO MANY STEPS" TO LS-DEF-ERROR
        END-EVALUATE
        IF LS-DEF-ERROR NOT = SPACES
            DISPLAY "ERROR: " FUNCTION TRIM(LS-DEFINITION-PATH)
                " LINE " LS-DEF-LINE-NO ": "
                FUNCTION TRIM(LS-DEF-ERROR)
            SET LS-DEF-HAS-FAILED TO TRUE
            EXIT PARAGRAPH
        END-IF
        COMPUTE LS-STEP-COUNT = LS-STEP-COUNT + 1
        MOVE LS-DEF-NAME TO LS-STEP-NAME(LS-STEP-COUNT)
        IF LS-DEF-RUN-LIMIT = "*"
            MOVE "Y" TO LS-STEP-ANY-RC(LS-STEP-COUNT)
            MOVE 0 TO LS-STEP-RUN-LIMIT(LS-STEP-COUNT)
        ELSE
            MOVE "N" TO LS-STEP-ANY-RC(LS-STEP-COUNT)
            MOVE FUNCTION NUMVAL(LS-DEF-RUN-LIMIT)
                TO LS-STEP-RUN-LIMIT(LS-STEP-COUNT)
        END-IF
        MOVE FUNCTION NUMVAL(LS-DEF-FAIL-LIMIT)
            TO LS-STEP-FAIL-LIMIT(LS-STEP-COUNT)
        MOVE LS-DEF-WHEN TO LS-STEP-WHEN(LS-STEP-COUNT)
        MOVE F-DEFINITION-RECORD(LS-DEF-POINTER:)
            TO LS-STEP-COMMAND(LS-STEP-COUNT)
        MOVE SPACES TO LS-STEP-PRIOR-STATUS(LS-STEP-COUNT)
        MOVE 0 TO LS-STEP-PRIOR-RC(LS-STEP-COUNT)
        MOVE SPACES TO LS-STEP-PRIOR-START(LS-STEP-COUNT)
        MOVE SPACES TO LS-STEP-PRIOR-END(LS-STEP-COUNT)
       .

      *> Note one step log line against its step. A line of a newer
      *> run than the ones seen so far starts the picture afresh, so
      *> what is left at the end is how the last run left each step.
      *> Steps no longer in the definition are ignored.
       NOTE-ONE-LOGGED-STEP.
        IF JOB-RUN-ID = SPACES
            EXIT PARAGRAPH
        END-IF
        IF JOB-RUN-ID NOT = LS-LAST-RUN-ID
            MOVE JOB-RUN-ID TO LS-LAST-RUN-ID
            MOVE JOB-RUN-DATE TO LS-LAST-RUN-DATE
            PERFORM VARYING LS-FIND-INDEX FROM 1 BY 1
            UNTIL LS-FIND-INDEX > LS-STEP-COUNT
                MOVE SPACES TO LS-STEP-PRIOR-STATUS(LS-FIND-INDEX)
            END-PERFORM
        END-IF
        PERFORM VARYING LS-FIND-INDEX FROM 1 BY 1
        UNTIL LS-FIND-INDEX > LS-STEP-COUNT
            IF LS-STEP-NAME(LS-FIND-INDEX) = JOB-STEP-NAME
                MOVE JOB-STEP-STATUS
                    TO LS-STEP-PRIOR-STATUS(LS-FIND-INDEX)
                IF JOB-STEP-RC IS NUMERIC
                    MOVE JOB-STEP-RC TO LS-STEP-PRIOR-RC(LS-FIND-INDEX)
                END-IF
                MOVE JOB-START-TIME
                    TO LS-STEP-PRIOR-START(LS-FIND-INDEX)
                MOVE JOB-END-TIME TO LS-STEP-PRIOR-END(LS-FIND-INDEX)
                EXIT PERFORM
            END-IF
        END-PERFORM
       .

      *> Decide what to do with one step - carry it over from the run
      *> being restarted, skip it, or run it - and log the outcome.
       RUN-ONE-STEP.
        MOVE LS-RUN-ID TO JOB-RUN-ID
        MOVE LS-RUN-DATE TO JOB-RUN-DATE
        MOVE LS-STEP-NAME(LS-STEP-INDEX) TO JOB-STEP-NAME
        MOVE SPACES TO JOB-START-TIME
        MOVE SPACES TO JOB-END-TIME
        MOVE 0 TO JOB-STEP-RC
        MOVE LS-STEP-COMMAND(LS-STEP-INDEX) TO LS-COMMAND-LINE
        PERFORM SUBSTITUTE-RUN-DATE
        PERFORM SUBSTITUTE-PRIOR-GENERATION
        MOVE LS-COMMAND-LINE TO JOB-COMMAND
        EVALUATE TRUE
            WHEN LS-STEP-INDEX < LS-RESTART-INDEX
                MOVE "DONE" TO JOB-STEP-STATUS
                MOVE LS-STEP-PRIOR-RC(LS-STEP-INDEX) TO JOB-STEP-RC
                MOVE LS-STEP-PRIOR-START(LS-STEP-INDEX)
                    TO JOB-START-TIME
                MOVE LS-STEP-PRIOR-END(LS-STEP-INDEX) TO JOB-END-TIME
                IF JOB-STEP-RC > LS-HIGHEST-RC
                    MOVE JOB-STEP-RC TO LS-HIGHEST-RC
                END-IF
            WHEN LS-STREAM-HAS-STOPPED
                MOVE "NOT RUN" TO JOB-STEP-STATUS
            WHEN LS-STEP-IS-MONTHLY(LS-STEP-INDEX)
                AND NOT LS-IS-MONTH-END
                MOVE "NOT DUE" TO JOB-STEP-STATUS
            WHEN NOT LS-STEP-RUNS-ALWAYS(LS-STEP-INDEX)
                AND LS-HIGHEST-RC > LS-STEP-RUN-LIMIT(LS-STEP-INDEX)
                MOVE "BYPASSED" TO JOB-STEP-STATUS
            WHEN LS-PREVGEN-HAS-FAILED
                PERFORM FAIL-UNRESOLVED-STEP
            WHEN OTHER
                PERFORM EXECUTE-ONE-STEP
        END-EVALUATE
        DISPLAY "DAY01JOB: STEP " JOB-STEP-NAME " " JOB-STEP-STATUS
            " RC " JOB-STEP-RC
        WRITE F-STEPLOG-RECORD FROM JOB-LOG-LINE
        IF LS-FD-STEPLOG-STATUS NOT = "00"
            DISPLAY "WARNING: UNABLE TO WRITE "
                FUNCTION TRIM(LS-STEPLOG-PATH)
                " - FILE STATUS " LS-FD-STEPLOG-STATUS
            MOVE "JOB01W06" TO EXC-MSG-ID
            MOVE LS-FD-STEPLOG-STATUS TO EXC-FILE-STATUS
            MOVE LS-STEPLOG-PATH TO EXC-FILE-NAME
            PERFORM LOG-ONE-EXCEPTION
        END-IF
       .

      *> Run one step's command and judge its return code. CALL
      *> "SYSTEM" hands back the shell's wait status, which carries
      *> the command's exit code times 256, or a negative value when
      *> the command could not be started at all.
       EXECUTE-ONE-STEP.
        PERFORM STAMP-EXCEPTION-TIME
        MOVE LS-EXCEPTION-STAMP TO JOB-START-TIME
        CALL "SYSTEM" USING LS-COMMAND-LINE
        IF RETURN-CODE < 0
            MOVE 9999 TO LS-STEP-RC
        ELSE
            DIVIDE RETURN-CODE BY 256 GIVING LS-STEP-RC
        END-IF
        MOVE 0 TO RETURN-CODE
        PERFORM STAMP-EXCEPTION-TIME
        MOVE LS-EXCEPTION-STAMP TO JOB-END-TIME
        COMPUTE LS-RAN-COUNT = LS-RAN-COUNT + 1
        MOVE LS-STEP-RC TO JOB-STEP-RC
        IF LS-STEP-RC > LS-HIGHEST-RC
            MOVE LS-STEP-RC TO LS-HIGHEST-RC
        END-IF
        IF LS-STEP-RC > LS-STEP-FAIL-LIMIT(LS-STEP-INDEX)
            MOVE "FAILED" TO JOB-STEP-STATUS
            SET LS-STREAM-HAS-STOPPED TO TRUE
            DISPLAY "ERROR: STEP " FUNCTION TRIM(JOB-STEP-NAME)
                " ENDED WITH RC " LS-STEP-RC
                " - STREAM STOPPED, RERUN TO RESTART AT THIS STEP"
            MOVE "JOB01E05" TO EXC-MSG-ID
            MOVE SPACES TO EXC-FILE-STATUS
            MOVE LS-COMMAND-LINE TO EXC-FILE-NAME
            PERFORM LOG-ONE-EXCEPTION
        ELSE
            MOVE "OK" TO JOB-STEP-STATUS
        END-IF
       .

      *> A step whose &PREVGEN could not be resolved is not run: run
      *> against the wrong generation it would report a false picture
      *> of the night's changes. It fails the way a command that
      *> cannot be started does, stopping the stream for a rerun once
      *> the feed's generations are in order.
       FAIL-UNRESOLVED-STEP.
        MOVE 9999 TO LS-STEP-RC
        MOVE LS-STEP-RC TO JOB-STEP-RC
        MOVE LS-STEP-RC TO LS-HIGHEST-RC
        MOVE "FAILED" TO JOB-STEP-STATUS
        SET LS-STREAM-HAS-STOPPED TO TRUE
        IF LS-PREVGEN-FEED = SPACES
            DISPLAY "ERROR: STEP " FUNCTION TRIM(JOB-STEP-NAME)
                " NOT RUN - " FUNCTION TRIM(LS-PREVGEN-ERROR)
                " - STREAM STOPPED, RERUN TO RESTART AT THIS STEP"
        ELSE
            DISPLAY "ERROR: STEP " FUNCTION TRIM(JOB-STEP-NAME)
                " NOT RUN - " FUNCTION TRIM(LS-PREVGEN-ERROR) " "
                FUNCTION TRIM(LS-PREVGEN-FEED)
                " - STREAM STOPPED, RERUN TO RESTART AT THIS STEP"
        END-IF
        MOVE "JOB01E07" TO EXC-MSG-ID
        MOVE LS-FD-GENSEQ-STATUS TO EXC-FILE-STATUS
        MOVE LS-GENSEQ-PATH TO EXC-FILE-NAME
        PERFORM LOG-ONE-EXCEPTION
       .

      *> Replace every &DATE in the step's command with the business
      *> date.
       SUBSTITUTE-RUN-DATE.
        PERFORM UNTIL EXIT
            MOVE 0 TO LS-TOKEN-OFFSET
            INSPECT LS-COMMAND-LINE TALLYING LS-TOKEN-OFFSET
                FOR CHARACTERS BEFORE INITIAL C-DATE-TOKEN
            IF LS-TOKEN-OFFSET >= 200
                EXIT PERFORM
            END-IF
            MOVE LS-COMMAND-LINE TO LS-COMMAND-WORK
            MOVE SPACES TO LS-COMMAND-LINE
            IF LS-TOKEN-OFFSET = 0
                STRING LS-RUN-DATE
                    LS-COMMAND-WORK(6:)
                    DELIMITED BY SIZE INTO LS-COMMAND-LINE
            ELSE
                STRING LS-COMMAND-WORK(1:LS-TOKEN-OFFSET)
                    LS-RUN-DATE
                    LS-COMMAND-WORK(LS-TOKEN-OFFSET + 6:)
                    DELIMITED BY SIZE INTO LS-COMMAND-LINE
            END-IF
        END-PERFORM
       .

      *> Replace every &PREVGEN(<feed>) in the step's command with the
      *> number of the generation before the feed's latest one. A
      *> token without its closing bracket, or a feed with no
      *> generation on record, leaves the command as it is and sets
      *> LS-PREVGEN-HAS-FAILED with the reason.
       SUBSTITUTE-PRIOR-GENERATION.
        MOVE "N" TO LS-PREVGEN-FAILED
        MOVE SPACES TO LS-GENSEQ-PATH
        MOVE SPACES TO LS-FD-GENSEQ-STATUS
        PERFORM UNTIL EXIT
            MOVE 0 TO LS-TOKEN-OFFSET
            INSPECT LS-COMMAND-LINE TALLYING LS-TOKEN-OFFSET
                FOR CHARACTERS BEFORE INITIAL C-PREVGEN-TOKEN
            IF LS-TOKEN-OFFSET >= 200
                EXIT PERFORM
            END-IF
            MOVE LS-COMMAND-LINE TO LS-COMMAND-WORK
            MOVE SPACES TO LS-PREVGEN-FEED
            MOVE SPACES TO LS-PREVGEN-DELIMITER
            MOVE 0 TO LS-PREVGEN-LENGTH
            UNSTRING LS-COMMAND-WORK(LS-TOKEN-OFFSET + 10:)
                DELIMITED BY ")" OR SPACE
                INTO LS-PREVGEN-FEED
                    DELIMITER IN LS-PREVGEN-DELIMITER
                    COUNT IN LS-PREVGEN-LENGTH
            IF LS-PREVGEN-DELIMITER NOT = ")"
                OR LS-PREVGEN-FEED = SPACES
                MOVE "EMPTY OR UNCLOSED &PREVGEN( IN COMMAND"
                    TO LS-PREVGEN-ERROR
                MOVE SPACES TO LS-PREVGEN-FEED
                SET LS-PREVGEN-HAS-FAILED TO TRUE
                EXIT PERFORM
            END-IF
            PERFORM READ-LATEST-GENERATION
            IF LS-PREVGEN-HAS-FAILED
                EXIT PERFORM
            END-IF
            IF LS-GENERATION = 1
                MOVE 9999 TO LS-GENERATION
            ELSE
                COMPUTE LS-GENERATION = LS-GENERATION - 1
            END-IF
            MOVE LS-GENERATION TO LS-GENERATION-TEXT
            COMPUTE LS-TOKEN-END =
                LS-TOKEN-OFFSET + 10 + LS-PREVGEN-LENGTH
            MOVE SPACES TO LS-COMMAND-LINE
            IF LS-TOKEN-OFFSET = 0
                STRING LS-GENERATION-TEXT
                    LS-COMMAND-WORK(LS-TOKEN-END + 1:)
                    DELIMITED BY SIZE INTO LS-COMMAND-LINE
            ELSE
                STRING LS-COMMAND-WORK(1:LS-TOKEN-OFFSET)
                    LS-GENERATION-TEXT
                    LS-COMMAND-WORK(LS-TOKEN-END + 1:)
                    DELIMITED BY SIZE INTO LS-COMMAND-LINE
            END-IF
        END-PERFORM
       .

      *> Read the number of the latest generation of the feed in
      *> LS-PREVGEN-FEED from its generation sequence file, as
      *> ADVANCE-GENERATION-NUMBER in day01.cob leaves it.
       READ-LATEST-GENERATION.
        MOVE SPACES TO LS-GENSEQ-PATH
        STRING FUNCTION TRIM(LS-PREVGEN-FEED)
            FUNCTION TRIM(LS-GENSEQ-SUFFIX)
            DELIMITED BY SIZE INTO LS-GENSEQ-PATH
        MOVE 0 TO LS-GENERATION
        OPEN INPUT FD-GENSEQ
        IF LS-FD-GENSEQ-STATUS = "00"
            READ FD-GENSEQ
                NOT AT END
                    IF FUNCTION TRIM(F-GENSEQ-RECORD) IS NUMERIC
                        MOVE FUNCTION NUMVAL(F-GENSEQ-RECORD)
                            TO LS-GENERATION
                    END-IF
            END-READ
            CLOSE FD-GENSEQ
        END-IF
        IF LS-GENERATION = 0
            MOVE "NO GENERATION ON RECORD FOR"
                TO LS-PREVGEN-ERROR
            SET LS-PREVGEN-HAS-FAILED TO TRUE
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
            WHEN "JOB-RUN-DATE"
                MOVE LS-PARM-VALUE TO LS-PARM-RUN-DATE
            WHEN "JOB-EXCEPTION-PATH"
                MOVE LS-PARM-VALUE TO LS-EXCEPT-PATH
            WHEN "GENSEQ-SUFFIX"
                MOVE LS-PARM-VALUE TO LS-GENSEQ-SUFFIX
            WHEN OTHER
                CONTINUE
        END-EVALUATE
       .

      *> Structured exception logging - see DAY01EXC.CPY. The call
      *> sites set EXC-MSG-ID, EXC-FILE-STATUS and EXC-FILE-NAME.
      *>
      *> DAY01JOB message IDs:
      *>   JOB01E01 missing or invalid arguments or business date
      *>   JOB01E02 unable to open job-stream definition
      *>   JOB01E03 job-stream definition invalid or empty
      *>   JOB01E04 unable to open step log
      *>   JOB01E05 step failed, stream stopped for restart
      *>   JOB01W06 unable to write step log
      *>   JOB01E07 prior generation of a feed cannot be resolved
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
      *> and the step log carry.
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

           SELECT FD-ARCRPT ASSIGN TO LS-ARCRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-ARCRPT-STATUS.
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
      *> The standing audit log written by DAY01: one AUD-DETAIL-LINE
       FD FD-ARCRPT.
       01  F-ARCRPT-RECORD           PIC X(150).

      *> Per-run exception log - see EXC-DETAIL-LINE in
      *> DAY01EXC.CPY.
       FD FD-EXCEPT.
       01  F-EXCEPT-RECORD           PIC X(150).

      *> The shared keyword parameter file the DAY01 suite reads at
      *> startup - see FD-PARM in day01.cob. DAY01ARC takes the
      *> AUDIT-PATH, ARC-EXCEPTION-PATH, LOCK-PATH and LOCK-WAIT
      *> keywords and ignores the rest; the command line overrides
      *> the file.
       FD FD-PARM.
       01  F-PARM-RECORD             PIC X(200).

      *> The run lock file shared by every program of the suite that
      *> updates a standing file - see DAY01LCK.CPY.
       FD FD-LOCK.
       01  F-LOCK-RECORD             PIC X(155).

       WORKING-STORAGE SECTION.
       01 C-MAX-ROLLUP-ENTRIES       CONSTANT 5000.

      *> Rollup file line layout, written to FD-ROLLUP.
       COPY "DAY01ROL.CPY".

      *> Exception log line layouts, written to FD-EXCEPT.
       COPY "DAY01EXC.CPY".

      *> Run lock line layout and locking fields, for FD-LOCK.
       COPY "DAY01LCK.CPY".

       LOCAL-STORAGE SECTION.
       01 LS-LOCK-PATH               PIC X(100) VALUE "DAY01.LCK".
       01 LS-FD-LOCK-STATUS          PIC X(2).
       01 LS-AUDIT-PATH              PIC X(100) VALUE "DAY01AUDIT.LOG".
       01 LS-ARCHIVE-PATH            PIC X(120).
       01 LS-ROLLUP-PATH             PIC X(100) VALUE "DAY01ROLL.LOG".

       01 LS-ARG-INDEX               PIC 9(2) COMP VALUE 1.
       01 LS-ARG-VALUE               PIC X(100).
       01 LS-EXCEPT-PATH             PIC X(100) VALUE "DAY01ARC.EXC".
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
       01 LS-AUDIT-ARG               PIC X(100) VALUE SPACES.
       01 LS-CUTOFF-DATE             PIC X(10) VALUE SPACES.

      *> The audit log line, re-described field by field so the
      *> optional rollup file path and an optional archive path from
      *> the command line arguments. Entries dated before the cutoff
      *> move to the archive and fold into the monthly rollups; the
      *> live log keeps the rest. "*" as the audit log path keeps
      *> the default or the parameter file's AUDIT-PATH.
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
                       MOVE LS-ARG-VALUE TO LS-CUTOFF-DATE
                   WHEN 2
                       MOVE LS-ARG-VALUE TO LS-AUDIT-ARG
                   WHEN 3
                       MOVE LS-ARG-VALUE TO LS-ROLLUP-PATH
                   WHEN 4
                       MOVE LS-ARG-VALUE TO LS-ARCHIVE-PATH
               END-EVALUATE
           END-IF
           COMPUTE LS-ARG-INDEX = LS-ARG-INDEX + 1
       END-PERFORM

           OR LS-CUTOFF-DATE(8:1) NOT = "-"
           OR LS-CUTOFF-DATE(9:2) IS NOT NUMERIC
           DISPLAY "ERROR: USAGE: DAY01ARC <CUTOFF-DATE>"
               " [AUDIT-LOG | *] [ROLLUP-PATH] [ARCHIVE-PATH]"
               " [PARMFILE=<PATH>]"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

      *> Apply the shared parameter file, then let the command line
      *> override it.
       PERFORM LOAD-PARAMETER-FILE
       IF LS-AUDIT-ARG NOT = SPACES AND LS-AUDIT-ARG NOT = "*"
           MOVE LS-AUDIT-ARG TO LS-AUDIT-PATH
       END-IF

      *> Default the archive to a dated name alongside the log, and
      *> derive the scratch and report names from the paths in play.
       IF LS-ARCHIVE-PATH = SPACES
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

      *> The live log is rewritten below, so lock it before it is
      *> read - see DAY01LCK.CPY - or a run appending to it
      *> meanwhile would lose its line. Still locked once any
      *> LOCK-WAIT has passed, nothing is archived.
       MOVE "DAY01ARC" TO LCK-OWN-PROGRAM
       STRING "DAY01ARC-" LS-CURRENT-DATE(1:14)
           DELIMITED BY SIZE INTO LCK-OWN-RUN-ID
       MOVE 1 TO LCK-WANTED-COUNT
       MOVE LS-AUDIT-PATH TO LCK-WANTED-RESOURCE(1)
       PERFORM ACQUIRE-RUN-LOCKS
       IF LCK-IS-BUSY
           MOVE LCK-CONFLICT-RC TO RETURN-CODE
           MOVE "ARC01E01" TO EXC-MSG-ID
           MOVE SPACES TO EXC-FILE-STATUS
           MOVE LCK-RESOURCE TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF
       IF LCK-FILE-FAILED
           MOVE 16 TO RETURN-CODE
           MOVE "ARC01E02" TO EXC-MSG-ID
           MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
           MOVE LS-LOCK-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF

       PERFORM LOAD-STANDING-ROLLUPS

       OPEN INPUT FD-AUDIT
               FUNCTION TRIM(LS-AUDIT-PATH)
               " - FILE STATUS " LS-FD-AUDIT-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM RELEASE-RUN-LOCKS
           IF LCK-FILE-FAILED
               MOVE "ARC01W03" TO EXC-MSG-ID
               MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
               MOVE LS-LOCK-PATH TO EXC-FILE-NAME
               PERFORM LOG-ONE-EXCEPTION
           END-IF
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF
       OPEN OUTPUT FD-ARCHIVE
               FUNCTION TRIM(LS-ARCHIVE-PATH)
               " - FILE STATUS " LS-FD-ARCHIVE-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM RELEASE-RUN-LOCKS
           IF LCK-FILE-FAILED
               MOVE "ARC01W03" TO EXC-MSG-ID
               MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
               MOVE LS-LOCK-PATH TO EXC-FILE-NAME
               PERFORM LOG-ONE-EXCEPTION
           END-IF
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF
       OPEN OUTPUT FD-KEEP
               FUNCTION TRIM(LS-KEEP-PATH)
               " - FILE STATUS " LS-FD-KEEP-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM RELEASE-RUN-LOCKS
           IF LCK-FILE-FAILED
               MOVE "ARC01W03" TO EXC-MSG-ID
               MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
               MOVE LS-LOCK-PATH TO EXC-FILE-NAME
               PERFORM LOG-ONE-EXCEPTION
           END-IF
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF

           CLOSE FD-ARCRPT
       END-IF

       PERFORM RELEASE-RUN-LOCKS
       IF LCK-FILE-FAILED
           MOVE "ARC01W03" TO EXC-MSG-ID
           MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
           MOVE LS-LOCK-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
       END-IF
       PERFORM END-EXCEPTION-LOG

       STOP RUN.

      *> Route one audit entry to the archive or the keep file. The
        CALL "CBL_DELETE_FILE" USING LS-KEEP-PATH
        MOVE LS-SAVED-RETURN-CODE TO RETURN-CODE
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
            WHEN "AUDIT-PATH"
                MOVE LS-PARM-VALUE TO LS-AUDIT-PATH
            WHEN "ARC-EXCEPTION-PATH"
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
      *> DAY01ARC message IDs:
      *>   ARC01E01 audit log locked by another run
      *>   ARC01E02 unable to update run lock file
      *>   ARC01W03 unable to release run lock
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

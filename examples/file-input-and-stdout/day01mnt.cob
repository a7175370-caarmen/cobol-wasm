               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-LOCATION-ID
               FILE STATUS IS LS-FD-IDMASTER-STATUS.
           SELECT FD-JOURNAL ASSIGN TO LS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-JOURNAL-STATUS.
           SELECT FD-EXCEPT ASSIGN TO LS-EXCEPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-EXCEPT-STATUS.
           SELECT FD-PARM ASSIGN TO LS-PARM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-PARM-STATUS.
           SELECT FD-LOCK ASSIGN TO LS-LOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-LOCK-STATUS.
           SELECT FD-OPERATOR ASSIGN TO LS-OPERATOR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-OPERATOR-STATUS.
           SELECT FD-OPERATOR-LOG ASSIGN TO LS-OPERATOR-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-OPERATOR-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> Maintenance transaction file: one comma-delimited action per
      *> line, applied to the indexed master in order. The action's
      *> own operands are followed by the requesting operator and,
      *> for PURGE and REBUILD, the approving operator - see
      *> DAY01AUT.CPY. Example:
      *>   DELETE,41234,JSMITH
      *>   CORRECT,41234,/data/day01-03.txt,JSMITH
      *>   PURGE,2026-01-01,JSMITH,MJONES
      *>   REBUILD,/data/day01-01.txt.MST1,JSMITH,MJONES
       FD FD-TXN.
       01  F-TXN-RECORD              PIC X(200).

       FD FD-MAINT.
       01  F-MAINT-RECORD            PIC X(150).

      *> A flat master list named by a REBUILD action: the sorted,
      *> de-duplicated IDs written by DAY01 (.MST1/.MST2), one
       FD FD-IDMASTER.
       COPY "DAY01IDX.CPY".

      *> The master's change journal, shared with DAY01 and DAY01REC:
      *> one line appended for every record this run deletes,
      *> corrects or loads, with the record before and after - see
      *> DAY01JNL.CPY.
       FD FD-JOURNAL.
       01  F-JOURNAL-RECORD          PIC X(480).

      *> Per-run exception log - see EXC-DETAIL-LINE in
      *> DAY01EXC.CPY.
       FD FD-EXCEPT.
       01  F-EXCEPT-RECORD           PIC X(150).

      *> The shared keyword parameter file the DAY01 suite reads at
      *> startup - see FD-PARM in day01.cob. DAY01MNT takes the
      *> IDMASTER-PATH, MNT-EXCEPTION-PATH, LOCK-PATH, LOCK-WAIT,
      *> OPERATOR-PATH and OPERATOR-LOG-PATH keywords and ignores the
      *> rest; the command line overrides the file.
       FD FD-PARM.
       01  F-PARM-RECORD             PIC X(200).

      *> The run lock file shared by every program of the suite that
      *> updates a standing file - see DAY01LCK.CPY.
       FD FD-LOCK.
       01  F-LOCK-RECORD             PIC X(155).

      *> The authorized-operator file: who may request and who may
      *> approve each action - see DAY01AUT.CPY.
       FD FD-OPERATOR.
       01  F-OPERATOR-RECORD         PIC X(200).

      *> The standing authorized-change log, shared with DAY01REC:
      *> one line appended for every action taken - see
      *> AUL-DETAIL-LINE in DAY01AUT.CPY.
       FD FD-OPERATOR-LOG.
       01  F-OPERATOR-LOG-RECORD     PIC X(184).

       WORKING-STORAGE SECTION.
      *> Report line layouts, written to FD-MAINT.
       COPY "DAY01MNT.CPY".

      *> Master change journal line layout, written to FD-JOURNAL.
       COPY "DAY01JNL.CPY".

      *> Exception log line layouts, written to FD-EXCEPT.
       COPY "DAY01EXC.CPY".

      *> Run lock line layout and locking fields, for FD-LOCK.
       COPY "DAY01LCK.CPY".

      *> Operator grants, authorization fields and the change log
      *> line layout, for FD-OPERATOR and FD-OPERATOR-LOG.
       COPY "DAY01AUT.CPY".

       LOCAL-STORAGE SECTION.
       01 LS-OPERATOR-PATH           PIC X(100) VALUE "DAY01OPR.AUT".
       01 LS-FD-OPERATOR-STATUS      PIC X(2).
       01 LS-OPERATOR-LOG-PATH       PIC X(100) VALUE "DAY01OPR.LOG".
       01 LS-FD-OPERATOR-LOG-STATUS  PIC X(2).
       01 LS-LOCK-PATH               PIC X(100) VALUE "DAY01.LCK".
       01 LS-FD-LOCK-STATUS          PIC X(2).
       01 LS-TXN-PATH                PIC X(100).
       01 LS-MAINT-PATH              PIC X(100).
       01 LS-FLAT-PATH               PIC X(100).
       01 LS-FD-MAINT-STATUS         PIC X(2).
       01 LS-FD-FLAT-STATUS          PIC X(2).
       01 LS-FD-IDMASTER-STATUS      PIC X(2).
       01 LS-JOURNAL-PATH            PIC X(104).
       01 LS-FD-JOURNAL-STATUS       PIC X(2).
       01 LS-JOURNAL-RUN-ID          PIC X(24).
       01 LS-CURRENT-DATE            PIC X(21).
       01 LS-RUN-DATE                PIC X(10).

       01 LS-ARG-INDEX               PIC 9(2) COMP VALUE 1.
       01 LS-ARG-VALUE               PIC X(100).
       01 LS-EXCEPT-PATH             PIC X(100) VALUE "DAY01MNT.EXC".
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
       01 LS-MASTER-ARG              PIC X(100) VALUE SPACES.

       01 LS-TXN-ACTION              PIC X(10).
       01 LS-TXN-OPERAND-1           PIC X(100).
       01 LS-TXN-OPERAND-2           PIC X(100).
       01 LS-TXN-OPERAND-3           PIC X(100).
       01 LS-TXN-OPERAND-4           PIC X(100).
       01 LS-ACTION-REASON           PIC X(40).
       01 LS-CHANGES-BEFORE          PIC 9(9).

       01 LS-READ-COUNT              PIC 9(6) VALUE 0.
       01 LS-TAKEN-COUNT             PIC 9(6) VALUE 0.
       01 LS-CORRECTED-COUNT         PIC 9(6) VALUE 0.
       01 LS-LOADED-COUNT            PIC 9(6) VALUE 0.
       01 LS-PURGE-PASS-COUNT        PIC 9(6) VALUE 0.
       01 LS-REFUSED-COUNT           PIC 9(6) VALUE 0.

       01 LS-MASTER-CLEARED          PIC X(1) VALUE "N".
           88 LS-MASTER-WAS-CLEARED            VALUE "Y".

      *> Read the transaction file path, an optional path to the
      *> indexed master, and an optional report path from the command
      *> line arguments. "*" as the master path keeps the default or
      *> the parameter file's IDMASTER-PATH.
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
                       MOVE LS-ARG-VALUE TO LS-MASTER-ARG
                   WHEN 3
                       MOVE LS-ARG-VALUE TO LS-MAINT-PATH
               END-EVALUATE
           END-IF
           COMPUTE LS-ARG-INDEX = LS-ARG-INDEX + 1
       END-PERFORM

       IF LS-TXN-PATH = SPACES
           DISPLAY "ERROR: USAGE: DAY01MNT <TRANSACTION-FILE>"
               " [MASTER-PATH | *] [REPORT-PATH] [PARMFILE=<PATH>]"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

      *> Apply the shared parameter file, then let the command line
      *> override it.
       PERFORM LOAD-PARAMETER-FILE
       IF LS-MASTER-ARG NOT = SPACES AND LS-MASTER-ARG NOT = "*"
           MOVE LS-MASTER-ARG TO LS-IDMASTER-PATH
       END-IF

      *> Default the report path to the transaction path plus .MNT.
       IF LS-MAINT-PATH = SPACES
           STRING FUNCTION TRIM(LS-TXN-PATH) ".MNT"
               DELIMITED BY SIZE INTO LS-MAINT-PATH
       END-IF

       MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-DATE
       STRING LS-CURRENT-DATE(1:4) "-"
           LS-CURRENT-DATE(5:2) "-"
           LS-CURRENT-DATE(7:2)
           DELIMITED BY SIZE
           INTO LS-RUN-DATE
       STRING "DAY01MNT-" LS-CURRENT-DATE(1:14)
           DELIMITED BY SIZE INTO LS-JOURNAL-RUN-ID

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

       OPEN INPUT FD-TXN
       IF LS-FD-TXN-STATUS NOT = "00"
           DISPLAY "ERROR: UNABLE TO OPEN "
               FUNCTION TRIM(LS-TXN-PATH)
               " - FILE STATUS " LS-FD-TXN-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF
       OPEN OUTPUT FD-MAINT
               FUNCTION TRIM(LS-MAINT-PATH)
               " - FILE STATUS " LS-FD-MAINT-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF

      *> Lock the master before opening it - see DAY01LCK.CPY - so
      *> no other run of the suite changes it while these
      *> transactions are applied. Still locked once any LOCK-WAIT
      *> has passed, no transaction is applied.
       MOVE "DAY01MNT" TO LCK-OWN-PROGRAM
       MOVE LS-JOURNAL-RUN-ID TO LCK-OWN-RUN-ID
       MOVE 1 TO LCK-WANTED-COUNT
       MOVE LS-IDMASTER-PATH TO LCK-WANTED-RESOURCE(1)
       PERFORM ACQUIRE-RUN-LOCKS
       IF LCK-IS-BUSY
           MOVE LCK-CONFLICT-RC TO RETURN-CODE
           MOVE "MNT01E01" TO EXC-MSG-ID
           MOVE SPACES TO EXC-FILE-STATUS
           MOVE LCK-RESOURCE TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM END-EXCEPTION-LOG
           CLOSE FD-TXN
           CLOSE FD-MAINT
           STOP RUN
       END-IF
       IF LCK-FILE-FAILED
           MOVE 16 TO RETURN-CODE
           MOVE "MNT01E02" TO EXC-MSG-ID
           MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
           MOVE LS-LOCK-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM END-EXCEPTION-LOG
           CLOSE FD-TXN
           CLOSE FD-MAINT
           STOP RUN
       END-IF

               FUNCTION TRIM(LS-IDMASTER-PATH)
               " - FILE STATUS " LS-FD-IDMASTER-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM RELEASE-RUN-LOCKS
           IF LCK-FILE-FAILED
               MOVE "MNT01W03" TO EXC-MSG-ID
               MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
               MOVE LS-LOCK-PATH TO EXC-FILE-NAME
               PERFORM LOG-ONE-EXCEPTION
           END-IF
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF

      *> Open the master's change journal - the master path with
      *> ".JNL" added - to append to; the first run on a given system
      *> has no journal yet to extend. No change may be made to the
      *> master that cannot be rolled back, so without the journal
      *> the run stops before any transaction is applied.
       STRING FUNCTION TRIM(LS-IDMASTER-PATH) ".JNL"
           DELIMITED BY SIZE INTO LS-JOURNAL-PATH
       OPEN EXTEND FD-JOURNAL
       IF LS-FD-JOURNAL-STATUS NOT = "00"
           OPEN OUTPUT FD-JOURNAL
       END-IF
       IF LS-FD-JOURNAL-STATUS NOT = "00"
           DISPLAY "ERROR: UNABLE TO OPEN "
               FUNCTION TRIM(LS-JOURNAL-PATH)
               " - FILE STATUS " LS-FD-JOURNAL-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM RELEASE-RUN-LOCKS
           IF LCK-FILE-FAILED
               MOVE "MNT01W03" TO EXC-MSG-ID
               MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
               MOVE LS-LOCK-PATH TO EXC-FILE-NAME
               PERFORM LOG-ONE-EXCEPTION
           END-IF
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF

      *> Load the authorized-operator file. Without it no action can
      *> be authorized, so the run stops before any is applied.
       PERFORM LOAD-OPERATOR-GRANTS
       IF AUT-FILE-FAILED
           DISPLAY "ERROR: UNABLE TO OPEN "
               FUNCTION TRIM(LS-OPERATOR-PATH)
               " - FILE STATUS " LS-FD-OPERATOR-STATUS
           MOVE 16 TO RETURN-CODE
           MOVE "MNT01E04" TO EXC-MSG-ID
           MOVE LS-FD-OPERATOR-STATUS TO EXC-FILE-STATUS
           MOVE LS-OPERATOR-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           CLOSE FD-TXN
           CLOSE FD-MAINT
           CLOSE FD-IDMASTER
           CLOSE FD-JOURNAL
           PERFORM RELEASE-RUN-LOCKS
           IF LCK-FILE-FAILED
               MOVE "MNT01W03" TO EXC-MSG-ID
               MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
               MOVE LS-LOCK-PATH TO EXC-FILE-NAME
               PERFORM LOG-ONE-EXCEPTION
           END-IF
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF
       IF AUT-BAD-LINE-COUNT > 0
           MOVE "MNT01W06" TO EXC-MSG-ID
           MOVE SPACES TO EXC-FILE-STATUS
           MOVE LS-OPERATOR-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
       END-IF

      *> Open the authorized-change log to append to, as the journal
      *> is opened: an action that would not be on it is not taken.
       OPEN EXTEND FD-OPERATOR-LOG
       IF LS-FD-OPERATOR-LOG-STATUS NOT = "00"
           OPEN OUTPUT FD-OPERATOR-LOG
       END-IF
       IF LS-FD-OPERATOR-LOG-STATUS NOT = "00"
           DISPLAY "ERROR: UNABLE TO OPEN "
               FUNCTION TRIM(LS-OPERATOR-LOG-PATH)
               " - FILE STATUS " LS-FD-OPERATOR-LOG-STATUS
           MOVE 16 TO RETURN-CODE
           MOVE "MNT01E05" TO EXC-MSG-ID
           MOVE LS-FD-OPERATOR-LOG-STATUS TO EXC-FILE-STATUS
           MOVE LS-OPERATOR-LOG-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           CLOSE FD-TXN
           CLOSE FD-MAINT
           CLOSE FD-IDMASTER
           CLOSE FD-JOURNAL
           PERFORM RELEASE-RUN-LOCKS
           IF LCK-FILE-FAILED
               MOVE "MNT01W03" TO EXC-MSG-ID
               MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
               MOVE LS-LOCK-PATH TO EXC-FILE-NAME
               PERFORM LOG-ONE-EXCEPTION
           END-IF
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF

       WRITE F-MAINT-RECORD FROM MNT-HEADER-LINE
       MOVE LS-IDMASTER-PATH TO MNT-MST-FILE-NAME
       WRITE F-MAINT-RECORD FROM MNT-MASTER-LINE
       MOVE LS-TXN-PATH TO MNT-TXN-FILE-NAME
       WRITE F-MAINT-RECORD FROM MNT-TXN-FILE-LINE
       MOVE LS-OPERATOR-PATH TO MNT-OPR-FILE-NAME
       WRITE F-MAINT-RECORD FROM MNT-OPERATOR-FILE-LINE
       MOVE LS-RUN-DATE TO MNT-DATE-VALUE
       WRITE F-MAINT-RECORD FROM MNT-RUN-DATE-LINE

       WRITE F-MAINT-RECORD FROM MNT-TAKEN-COUNT-LINE
       MOVE LS-REJECT-COUNT TO MNT-REJ-VALUE
       WRITE F-MAINT-RECORD FROM MNT-REJECT-COUNT-LINE
       MOVE LS-REFUSED-COUNT TO MNT-REF-VALUE
       WRITE F-MAINT-RECORD FROM MNT-REFUSED-COUNT-LINE
       MOVE LS-DELETED-COUNT TO MNT-DEL-VALUE
       WRITE F-MAINT-RECORD FROM MNT-DELETED-COUNT-LINE
       MOVE LS-PURGED-COUNT TO MNT-PRG-VALUE
       END-IF
       CLOSE FD-MAINT
       CLOSE FD-IDMASTER
       CLOSE FD-JOURNAL
       CLOSE FD-OPERATOR-LOG
       PERFORM RELEASE-RUN-LOCKS
       IF LCK-FILE-FAILED
           MOVE "MNT01W03" TO EXC-MSG-ID
           MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
           MOVE LS-LOCK-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
       END-IF
       PERFORM END-EXCEPTION-LOG

      *> 0 means every action was taken; rejected actions leave a 4
      *> so the scheduler can tell a partial night from a clean one.

       STOP RUN.

      *> Split one transaction line into its action, operands and
      *> operators, check the operators' authority for the action,
      *> route it to the action paragraphs below, and report the
      *> outcome. An unknown action, missing or unauthorized
      *> operators, a malformed operand or a missing target ID
      *> rejects the line rather than stopping the run.
       APPLY-ONE-TRANSACTION.
        COMPUTE LS-READ-COUNT = LS-READ-COUNT + 1
        MOVE SPACES TO LS-TXN-ACTION
        MOVE SPACES TO LS-TXN-OPERAND-1
        MOVE SPACES TO LS-TXN-OPERAND-2
        MOVE SPACES TO LS-TXN-OPERAND-3
        MOVE SPACES TO LS-TXN-OPERAND-4
        MOVE SPACES TO LS-ACTION-REASON
        MOVE SPACES TO AUT-REQUESTER
        MOVE SPACES TO AUT-APPROVER
        UNSTRING F-TXN-RECORD DELIMITED BY ","
            INTO LS-TXN-ACTION LS-TXN-OPERAND-1 LS-TXN-OPERAND-2
                LS-TXN-OPERAND-3 LS-TXN-OPERAND-4

      *> The operators follow the action's own operands: one operand
      *> for DELETE, PURGE and REBUILD, two for CORRECT.
        MOVE FUNCTION TRIM(LS-TXN-ACTION) TO AUT-ACTION-WANTED
        SET AUT-APPROVAL-NOT-NEEDED TO TRUE
        EVALUATE AUT-ACTION-WANTED
            WHEN "DELETE"
                MOVE LS-TXN-OPERAND-2 TO AUT-REQUESTER-TEXT
                MOVE LS-TXN-OPERAND-3 TO AUT-APPROVER-TEXT
            WHEN "CORRECT"
                MOVE LS-TXN-OPERAND-3 TO AUT-REQUESTER-TEXT
                MOVE LS-TXN-OPERAND-4 TO AUT-APPROVER-TEXT
            WHEN "PURGE"
            WHEN "REBUILD"
                MOVE LS-TXN-OPERAND-2 TO AUT-REQUESTER-TEXT
                MOVE LS-TXN-OPERAND-3 TO AUT-APPROVER-TEXT
                SET AUT-APPROVAL-IS-NEEDED TO TRUE
            WHEN OTHER
                MOVE "UNKNOWN ACTION" TO LS-ACTION-REASON
        END-EVALUATE
        IF LS-ACTION-REASON = SPACES
            PERFORM AUTHORIZE-OPERATORS
            IF AUT-REFUSAL NOT = SPACES
                MOVE AUT-REFUSAL TO LS-ACTION-REASON
                COMPUTE LS-REFUSED-COUNT = LS-REFUSED-COUNT + 1
            END-IF
        END-IF

        IF LS-ACTION-REASON = SPACES
            COMPUTE LS-CHANGES-BEFORE = LS-DELETED-COUNT
                + LS-PURGED-COUNT + LS-CORRECTED-COUNT
                + LS-LOADED-COUNT
            EVALUATE AUT-ACTION-WANTED
                WHEN "DELETE"
                    PERFORM APPLY-DELETE-ACTION
                WHEN "CORRECT"
                    PERFORM APPLY-CORRECT-ACTION
                WHEN "PURGE"
                    PERFORM APPLY-PURGE-ACTION
                WHEN "REBUILD"
                    PERFORM APPLY-REBUILD-ACTION
            END-EVALUATE
        END-IF
        IF LS-ACTION-REASON = SPACES
            COMPUTE LS-TAKEN-COUNT = LS-TAKEN-COUNT + 1
            MOVE "TAKEN" TO MNT-ACT-STATUS
            PERFORM LOG-AUTHORIZED-CHANGE
        ELSE
            COMPUTE LS-REJECT-COUNT = LS-REJECT-COUNT + 1
            MOVE "REJECTED" TO MNT-ACT-STATUS
        END-IF
        MOVE AUT-REQUESTER TO MNT-ACT-REQUESTER
        MOVE AUT-APPROVER TO MNT-ACT-APPROVER
        MOVE F-TXN-RECORD(1:80) TO MNT-ACT-TEXT
        MOVE LS-ACTION-REASON TO MNT-ACT-REASON
        WRITE F-MAINT-RECORD FROM MNT-ACTION-LINE
       .

      *> Append the action just taken to the authorized-change log,
      *> with its operators and how many master records it changed.
      *> A log that cannot be written leaves the run with a 16, as
      *> the journal does.
       LOG-AUTHORIZED-CHANGE.
        MOVE LS-JOURNAL-RUN-ID TO AUL-RUN-ID
        MOVE "DAY01MNT" TO AUL-PROGRAM
        MOVE LS-RUN-DATE TO AUL-RUN-DATE
        MOVE AUT-ACTION-WANTED TO AUL-ACTION
        MOVE AUT-REQUESTER TO AUL-REQUESTER
        MOVE AUT-APPROVER TO AUL-APPROVER
        COMPUTE AUL-CHANGE-COUNT = LS-DELETED-COUNT
            + LS-PURGED-COUNT + LS-CORRECTED-COUNT
            + LS-LOADED-COUNT - LS-CHANGES-BEFORE
        MOVE F-TXN-RECORD(1:100) TO AUL-REFERENCE
        WRITE F-OPERATOR-LOG-RECORD FROM AUL-DETAIL-LINE
        IF LS-FD-OPERATOR-LOG-STATUS NOT = "00"
            DISPLAY "WARNING: UNABLE TO WRITE "
                FUNCTION TRIM(LS-OPERATOR-LOG-PATH)
                " - FILE STATUS " LS-FD-OPERATOR-LOG-STATUS
            MOVE 16 TO RETURN-CODE
            MOVE "MNT01W07" TO EXC-MSG-ID
            MOVE LS-FD-OPERATOR-LOG-STATUS TO EXC-FILE-STATUS
            MOVE LS-OPERATOR-LOG-PATH TO EXC-FILE-NAME
            PERFORM LOG-ONE-EXCEPTION
        END-IF
       .

      *> DELETE,<id>: remove one location ID from the master.
       APPLY-DELETE-ACTION.
        IF FUNCTION TRIM(LS-TXN-OPERAND-1) IS NOT NUMERIC
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION NUMVAL(LS-TXN-OPERAND-1) TO IDX-LOCATION-ID
        READ FD-IDMASTER
            INVALID KEY
                MOVE "LOCATION ID NOT ON MASTER" TO LS-ACTION-REASON
                EXIT PARAGRAPH
        END-READ
        DELETE FD-IDMASTER
            INVALID KEY
                MOVE "LOCATION ID NOT ON MASTER" TO LS-ACTION-REASON
        END-DELETE
        IF LS-ACTION-REASON = SPACES
            COMPUTE LS-DELETED-COUNT = LS-DELETED-COUNT + 1
            PERFORM JOURNAL-MASTER-DELETE
        END-IF
       .

                MOVE "LOCATION ID NOT ON MASTER" TO LS-ACTION-REASON
        END-READ
        IF LS-ACTION-REASON = SPACES
            MOVE IDX-MASTER-RECORD TO JNL-BEFORE-IMAGE
            MOVE LS-TXN-OPERAND-2 TO IDX-SOURCE-FILE
            REWRITE IDX-MASTER-RECORD
                INVALID KEY
        END-IF
        IF LS-ACTION-REASON = SPACES
            COMPUTE LS-CORRECTED-COUNT = LS-CORRECTED-COUNT + 1
            MOVE "CHANGE" TO JNL-ACTION
            MOVE IDX-MASTER-RECORD TO JNL-AFTER-IMAGE
            PERFORM WRITE-JOURNAL-ENTRY
        END-IF
       .

                DELETE FD-IDMASTER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM JOURNAL-MASTER-DELETE
                END-DELETE
                COMPUTE LS-PURGE-PASS-COUNT =
                    LS-PURGE-PASS-COUNT + 1
            EXIT PARAGRAPH
        END-IF
        IF NOT LS-MASTER-WAS-CLEARED
            PERFORM JOURNAL-MASTER-CLEAR
            CLOSE FD-IDMASTER
            OPEN OUTPUT FD-IDMASTER
            CLOSE FD-IDMASTER
                EXIT PARAGRAPH
        END-WRITE
        COMPUTE LS-LOADED-COUNT = LS-LOADED-COUNT + 1
        MOVE "ADD" TO JNL-ACTION
        MOVE SPACES TO JNL-BEFORE-IMAGE
        MOVE IDX-MASTER-RECORD TO JNL-AFTER-IMAGE
        PERFORM WRITE-JOURNAL-ENTRY
       .

      *> Before the first REBUILD empties the master, journal every
      *> record on it as deleted, so the whole rebuild can be rolled
      *> back to the master as it stood.
       JOURNAL-MASTER-CLEAR.
        MOVE 0 TO IDX-LOCATION-ID
        START FD-IDMASTER KEY NOT < IDX-LOCATION-ID
            INVALID KEY
                EXIT PARAGRAPH
        END-START
        PERFORM UNTIL EXIT
            READ FD-IDMASTER NEXT
                AT END
                    EXIT PERFORM
            END-READ
            PERFORM JOURNAL-MASTER-DELETE
        END-PERFORM
       .

      *> Journal the record just deleted from the master - still in
      *> the record area from the read before the delete: the before
      *> image is the record, and there is no after image.
       JOURNAL-MASTER-DELETE.
        MOVE "DELETE" TO JNL-ACTION
        MOVE IDX-MASTER-RECORD TO JNL-BEFORE-IMAGE
        MOVE SPACES TO JNL-AFTER-IMAGE
        PERFORM WRITE-JOURNAL-ENTRY
       .

      *> Append one change journal line for the master: the caller
      *> has set the action and both images; the run, date and the
      *> transaction that made the change are filled in here. A
      *> journal that cannot be written leaves the run with a 16.
       WRITE-JOURNAL-ENTRY.
        MOVE LS-JOURNAL-RUN-ID TO JNL-RUN-ID
        MOVE "DAY01MNT" TO JNL-PROGRAM
        MOVE LS-RUN-DATE TO JNL-RUN-DATE
        MOVE IDX-LOCATION-ID TO JNL-LOCATION-ID
        MOVE F-TXN-RECORD(1:100) TO JNL-REFERENCE
        WRITE F-JOURNAL-RECORD FROM JNL-DETAIL-LINE
        IF LS-FD-JOURNAL-STATUS NOT = "00"
            DISPLAY "WARNING: UNABLE TO WRITE "
                FUNCTION TRIM(LS-JOURNAL-PATH)
                " - FILE STATUS " LS-FD-JOURNAL-STATUS
            MOVE 16 TO RETURN-CODE
        END-IF
       .

      *> Check that operand 1 is a YYYY-MM-DD date.
            MOVE "MALFORMED DATE" TO LS-ACTION-REASON
        END-IF
       .

      *> Load the authorized-operator file into AUT-GRANT-TABLE - see
      *> DAY01AUT.CPY. A grant line that does not parse - no
      *> operator, an operator ID over 8 characters, an unknown
      *> action or role - is skipped with a warning and counted in
      *> AUT-BAD-LINE-COUNT, so it can never grant anything. A file
      *> that cannot be read leaves AUT-FILE-FAILED for the caller.
       LOAD-OPERATOR-GRANTS.
        MOVE 0 TO AUT-GRANT-COUNT
        MOVE 0 TO AUT-BAD-LINE-COUNT
        OPEN INPUT FD-OPERATOR
        IF LS-FD-OPERATOR-STATUS NOT = "00"
            SET AUT-FILE-FAILED TO TRUE
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL EXIT
            READ FD-OPERATOR
                AT END
                    EXIT PERFORM
                NOT AT END
                    IF F-OPERATOR-RECORD NOT = SPACES
                        AND F-OPERATOR-RECORD(1:1) NOT = "*"
                        PERFORM STORE-ONE-GRANT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FD-OPERATOR
        SET AUT-IS-LOADED TO TRUE
       .

      *> Check and keep one grant line of the authorized-operator
      *> file.
       STORE-ONE-GRANT.
        MOVE SPACES TO AUT-LINE-OPERATOR
        MOVE SPACES TO AUT-LINE-ACTION
        MOVE SPACES TO AUT-LINE-ROLE
        UNSTRING F-OPERATOR-RECORD DELIMITED BY ","
            INTO AUT-LINE-OPERATOR AUT-LINE-ACTION AUT-LINE-ROLE
        MOVE FUNCTION TRIM(AUT-LINE-OPERATOR) TO AUT-LINE-OPERATOR
        MOVE FUNCTION TRIM(AUT-LINE-ACTION) TO AUT-LINE-ACTION
        MOVE FUNCTION TRIM(AUT-LINE-ROLE) TO AUT-LINE-ROLE
        IF AUT-LINE-OPERATOR = SPACES
            OR AUT-LINE-OPERATOR(9:92) NOT = SPACES
            OR (AUT-LINE-ACTION NOT = "DELETE"
                AND AUT-LINE-ACTION NOT = "CORRECT"
                AND AUT-LINE-ACTION NOT = "PURGE"
                AND AUT-LINE-ACTION NOT = "REBUILD"
                AND AUT-LINE-ACTION NOT = "REPAIR"
                AND AUT-LINE-ACTION NOT = "*")
            OR (AUT-LINE-ROLE NOT = "REQUEST"
                AND AUT-LINE-ROLE NOT = "APPROVE")
            OR AUT-GRANT-COUNT >= 500
            COMPUTE AUT-BAD-LINE-COUNT = AUT-BAD-LINE-COUNT + 1
            DISPLAY "WARNING: "
                FUNCTION TRIM(LS-OPERATOR-PATH)
                " - GRANT SKIPPED: "
                FUNCTION TRIM(F-OPERATOR-RECORD)
            EXIT PARAGRAPH
        END-IF
        COMPUTE AUT-GRANT-COUNT = AUT-GRANT-COUNT + 1
        MOVE AUT-LINE-OPERATOR TO AUT-GRANT-OPERATOR(AUT-GRANT-COUNT)
        MOVE AUT-LINE-ACTION TO AUT-GRANT-ACTION(AUT-GRANT-COUNT)
        MOVE AUT-LINE-ROLE TO AUT-GRANT-ROLE(AUT-GRANT-COUNT)
       .

      *> The dual-control check for one action - see DAY01AUT.CPY.
      *> The requester must hold a REQUEST grant for the action. An
      *> action that needs approval must also name an approver other
      *> than the requester, holding an APPROVE grant for it; an
      *> approver named where none is needed is checked the same way,
      *> so no name reaches the report or the change log unchecked.
       AUTHORIZE-OPERATORS.
        MOVE SPACES TO AUT-REFUSAL
        MOVE FUNCTION TRIM(AUT-REQUESTER-TEXT) TO AUT-REQUESTER-TEXT
        MOVE FUNCTION TRIM(AUT-APPROVER-TEXT) TO AUT-APPROVER-TEXT
        MOVE AUT-REQUESTER-TEXT TO AUT-REQUESTER
        MOVE AUT-APPROVER-TEXT TO AUT-APPROVER
        IF AUT-REQUESTER-TEXT = SPACES
            MOVE "MISSING REQUESTER" TO AUT-REFUSAL
            EXIT PARAGRAPH
        END-IF
        MOVE AUT-REQUESTER-TEXT TO AUT-CHECK-OPERATOR
        MOVE "REQUEST" TO AUT-CHECK-ROLE
        PERFORM FIND-OPERATOR-GRANT
        IF AUT-IS-NOT-GRANTED
            MOVE "REQUESTER NOT AUTHORIZED" TO AUT-REFUSAL
            EXIT PARAGRAPH
        END-IF
        IF AUT-APPROVER-TEXT = SPACES
            IF AUT-APPROVAL-IS-NEEDED
                MOVE "MISSING APPROVER" TO AUT-REFUSAL
            END-IF
            EXIT PARAGRAPH
        END-IF
        IF AUT-APPROVER-TEXT = AUT-REQUESTER-TEXT
            MOVE "APPROVER SAME AS REQUESTER" TO AUT-REFUSAL
            EXIT PARAGRAPH
        END-IF
        MOVE AUT-APPROVER-TEXT TO AUT-CHECK-OPERATOR
        MOVE "APPROVE" TO AUT-CHECK-ROLE
        PERFORM FIND-OPERATOR-GRANT
        IF AUT-IS-NOT-GRANTED
            MOVE "APPROVER NOT AUTHORIZED" TO AUT-REFUSAL
        END-IF
       .

      *> Look for a grant of AUT-CHECK-ROLE on AUT-ACTION-WANTED, or
      *> on every action, to AUT-CHECK-OPERATOR. An ID longer than 8
      *> characters can match no grant.
       FIND-OPERATOR-GRANT.
        SET AUT-IS-NOT-GRANTED TO TRUE
        PERFORM VARYING AUT-GRANT-INDEX FROM 1 BY 1
        UNTIL AUT-GRANT-INDEX > AUT-GRANT-COUNT
            IF AUT-GRANT-OPERATOR(AUT-GRANT-INDEX) = AUT-CHECK-OPERATOR
                AND AUT-GRANT-ROLE(AUT-GRANT-INDEX) = AUT-CHECK-ROLE
                AND (AUT-GRANT-ACTION(AUT-GRANT-INDEX)
                        = AUT-ACTION-WANTED
                    OR AUT-GRANT-ACTION(AUT-GRANT-INDEX) = "*")
                SET AUT-IS-GRANTED TO TRUE
                EXIT PARAGRAPH
            END-IF
        END-PERFORM
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
            WHEN "MNT-EXCEPTION-PATH"
                MOVE LS-PARM-VALUE TO LS-EXCEPT-PATH
            WHEN "LOCK-PATH"
                MOVE LS-PARM-VALUE TO LS-LOCK-PATH
            WHEN "LOCK-WAIT"
                IF FUNCTION TRIM(LS-PARM-VALUE) IS NUMERIC
                    MOVE FUNCTION NUMVAL(LS-PARM-VALUE)
                        TO LCK-WAIT-SECONDS
                END-IF
            WHEN "OPERATOR-PATH"
                MOVE LS-PARM-VALUE TO LS-OPERATOR-PATH
            WHEN "OPERATOR-LOG-PATH"
                MOVE LS-PARM-VALUE TO LS-OPERATOR-LOG-PATH
            WHEN OTHER
                CONTINUE
        END-EVALUATE
       .

      *> Structured exception logging - see DAY01EXC.CPY. The call
      *> sites set EXC-MSG-ID, EXC-FILE-STATUS and EXC-FILE-NAME.
      *>
      *> DAY01MNT message IDs:
      *>   MNT01E01 master locked by another run
      *>   MNT01E02 unable to update run lock file
      *>   MNT01W03 unable to release run lock
      *>   MNT01E04 unable to open authorized-operator file
      *>   MNT01E05 unable to open authorized-change log
      *>   MNT01W06 authorized-operator file has unusable grants
      *>   MNT01W07 unable to write authorized-change log
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

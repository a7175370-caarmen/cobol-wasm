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
       PROGRAM-ID. DAY01REL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-MANIFEST ASSIGN TO LS-MANIFEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-MANIFEST-STATUS.
           SELECT OPTIONAL FD-IDMASTER ASSIGN TO LS-IDMASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-LOCATION-ID
               FILE STATUS IS LS-FD-IDMASTER-STATUS.
           SELECT FD-JOURNAL ASSIGN TO LS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-JOURNAL-STATUS.
           SELECT FD-OCCUR ASSIGN TO LS-OCCUR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-OCCUR-STATUS.
           SELECT FD-AUDIT ASSIGN TO LS-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-AUDIT-STATUS.
           SELECT FD-REGISTRY ASSIGN TO LS-REGISTRY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-REGISTRY-STATUS.
           SELECT FD-COPY-IN ASSIGN TO LS-COPY-SOURCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-COPY-IN-STATUS.
           SELECT FD-COPY-OUT ASSIGN TO LS-COPY-TARGET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-COPY-OUT-STATUS.
           SELECT FD-LISTING ASSIGN TO LS-LISTING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-LISTING-STATUS.
           SELECT FD-EXCEPT ASSIGN TO LS-EXCEPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-EXCEPT-STATUS.
           SELECT FD-PARM ASSIGN TO LS-PARM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-PARM-STATUS.
           SELECT FD-GENSEQ ASSIGN TO LS-GENSEQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-GENSEQ-STATUS.
           SELECT FD-LOCK ASSIGN TO LS-LOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> The manifest DAY01 wrote for the quarantined feed,
      *> <feed><quarantine suffix> - see DAY01QTN.CPY. Read once,
      *> front to back, and deleted when the release is complete.
       FD FD-MANIFEST.
       01  F-MANIFEST-RECORD         PIC X(430).

      *> The indexed location-ID master maintained by DAY01.
       FD FD-IDMASTER.
       COPY "DAY01IDX.CPY".

      *> The master's change journal - see DAY01JNL.CPY. Every
      *> master change a promotion makes is appended to it.
       FD FD-JOURNAL.
       01  F-JOURNAL-RECORD          PIC X(480).

      *> The standing occurrence log, audit log and feed registry
      *> DAY01 appends to - see DAY01OCC.CPY, AUD-DETAIL-LINE in
      *> DAY01RPT.CPY and DAY01FRG.CPY. A promotion appends the
      *> lines the quarantine held back; a discard appends only a
      *> registry line.
       FD FD-OCCUR.
       01  F-OCCUR-RECORD            PIC X(200).

       FD FD-AUDIT.
       01  F-AUDIT-RECORD            PIC X(200).

       FD FD-REGISTRY.
       01  F-REGISTRY-RECORD         PIC X(420).

      *> One quarantined output, copied onto its current name when
      *> it is promoted.
       FD FD-COPY-IN.
       01  F-COPY-IN-RECORD          PIC X(300).

       FD FD-COPY-OUT.
       01  F-COPY-OUT-RECORD         PIC X(300).

      *> The feed's generation sequence file, <feed>.GEN, shared with
      *> DAY01: a promoted run's outputs are saved as the next
      *> generation, just as an accepted run's are.
       FD FD-GENSEQ.
       01  F-GENSEQ-RECORD           PIC X(10).

       FD FD-LISTING.
       01  F-LISTING-RECORD          PIC X(132).

      *> Per-run exception log - see EXC-DETAIL-LINE in
      *> DAY01EXC.CPY.
       FD FD-EXCEPT.
       01  F-EXCEPT-RECORD           PIC X(150).

      *> The shared keyword parameter file the DAY01 suite reads at
      *> startup - see FD-PARM in day01.cob. DAY01REL takes the
      *> AUDIT-PATH, OCCURRENCE-PATH, IDMASTER-PATH, REGISTRY-PATH,
      *> QUARANTINE-SUFFIX, GENSEQ-SUFFIX, GENERATIONS, LOCK-PATH and
      *> REL-EXCEPTION-PATH keywords - the same standing files,
      *> suffixes, retention and lock file as the DAY01 run that
      *> quarantined the feed - plus LOCK-WAIT, and ignores the rest.
       FD FD-PARM.
       01  F-PARM-RECORD             PIC X(200).

      *> The run lock file shared by every program of the suite that
      *> updates a standing file - see DAY01LCK.CPY.
       FD FD-LOCK.
       01  F-LOCK-RECORD             PIC X(155).

       WORKING-STORAGE SECTION.
       01 C-DEFAULT-GENERATIONS      CONSTANT 5.
       01 C-MAX-RELEASED-OUTPUTS     CONSTANT 50.

      *> Report line layouts, written to FD-LISTING.
       COPY "DAY01REL.CPY".

      *> Quarantine manifest line layouts, read from FD-MANIFEST.
       COPY "DAY01QTN.CPY".

      *> The held-back standing file lines the manifest carries. The
      *> audit line layout is AUD-DETAIL-LINE of DAY01RPT.CPY.
       COPY "DAY01OCC.CPY".
       COPY "DAY01RPT.CPY".
       COPY "DAY01FRG.CPY".

      *> Master change journal line layout.
       COPY "DAY01JNL.CPY".

      *> Exception log line layouts, written to FD-EXCEPT.
       COPY "DAY01EXC.CPY".

      *> Run lock line layout and locking fields, for FD-LOCK.
       COPY "DAY01LCK.CPY".

       LOCAL-STORAGE SECTION.
       01 LS-LOCK-PATH               PIC X(100) VALUE "DAY01.LCK".
       01 LS-FD-LOCK-STATUS          PIC X(2).
       01 LS-FEED-PATH               PIC X(100) VALUE SPACES.
       01 LS-MANIFEST-PATH           PIC X(110).
       01 LS-LISTING-PATH            PIC X(104).
       01 LS-IDMASTER-PATH           PIC X(100) VALUE "DAY01IDS.MST".
       01 LS-JOURNAL-PATH            PIC X(104).
       01 LS-OCCUR-PATH              PIC X(100) VALUE "DAY01OCC.LOG".
       01 LS-AUDIT-PATH              PIC X(100) VALUE "DAY01AUDIT.LOG".
       01 LS-REGISTRY-PATH           PIC X(100) VALUE "DAY01FEED.REG".
       01 LS-QUARANTINE-SUFFIX       PIC X(10) VALUE ".QTN".
       01 LS-COPY-SOURCE-PATH        PIC X(100).
       01 LS-COPY-TARGET-PATH        PIC X(120).
       01 LS-DELETE-PATH             PIC X(120).
       01 LS-GENSEQ-SUFFIX           PIC X(10) VALUE ".GEN".
       01 LS-GENSEQ-PATH             PIC X(110).
       01 LS-FD-GENSEQ-STATUS        PIC X(2).
       01 LS-KEEP-GENERATIONS        PIC 9(4)
           VALUE C-DEFAULT-GENERATIONS.
       01 LS-GENERATION              PIC 9(4) VALUE 0.
       01 LS-OLD-GENERATION          PIC 9(4) VALUE 0.
       01 LS-GENERATION-TEXT         PIC 9(4).
       01 LS-FD-MANIFEST-STATUS      PIC X(2).
       01 LS-FD-IDMASTER-STATUS      PIC X(2).
       01 LS-FD-JOURNAL-STATUS       PIC X(2).
       01 LS-FD-OCCUR-STATUS         PIC X(2).
       01 LS-FD-AUDIT-STATUS         PIC X(2).
       01 LS-FD-REGISTRY-STATUS      PIC X(2).
       01 LS-FD-COPY-IN-STATUS       PIC X(2).
       01 LS-FD-COPY-OUT-STATUS      PIC X(2).
       01 LS-FD-LISTING-STATUS       PIC X(2).

       01 LS-ARG-INDEX               PIC 9(2) COMP VALUE 1.
       01 LS-ARG-VALUE               PIC X(100).
       01 LS-EXCEPT-PATH             PIC X(100) VALUE "DAY01REL.EXC".
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
       01 LS-SAVED-RETURN-CODE       PIC S9(9) COMP.

      *> What to do with the quarantined run: PROMOTE it to the
      *> current outputs and standing files as if it had been
      *> accepted, or DISCARD it.
       01 LS-ACTION                  PIC X(8) VALUE SPACES.
           88 LS-ACTION-IS-PROMOTE             VALUE "PROMOTE".
           88 LS-ACTION-IS-DISCARD             VALUE "DISCARD".

       01 LS-MANIFEST-EOF            PIC X(1) VALUE "N".
           88 LS-MANIFEST-IS-AT-END            VALUE "Y".
       01 LS-OUTPUT-RESULT           PIC X(11).
       01 LS-OUTPUTS-COUNT           PIC 9(9) VALUE 0.
       01 LS-MISSING-COUNT           PIC 9(9) VALUE 0.
       01 LS-OCCUR-COUNT             PIC 9(9) VALUE 0.
       01 LS-ADDED-COUNT             PIC 9(9) VALUE 0.
       01 LS-REFRESHED-COUNT         PIC 9(9) VALUE 0.

      *> The current names of the outputs the manifest listed, and
      *> which of them were promoted, for the generation rotation
      *> once the whole manifest has been worked through.
       01 LS-RELEASED-COUNT          PIC 9(4) VALUE 0.
       01 LS-RELEASED-TABLE OCCURS C-MAX-RELEASED-OUTPUTS TIMES.
           05 LS-RELEASED-PATH       PIC X(100).
           05 LS-RELEASED-STATE      PIC X(1).
               88 LS-RELEASED-WAS-PROMOTED     VALUE "P".
       01 LS-RELEASED-INDEX          PIC 9(4) COMP.
       01 LS-PROMOTED-COUNT          PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.

      *> Read the quarantined feed's path and the action from the
      *> command line arguments.
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
                       MOVE LS-ARG-VALUE TO LS-FEED-PATH
                   WHEN 2
                       MOVE LS-ARG-VALUE TO LS-ACTION
               END-EVALUATE
           END-IF
           COMPUTE LS-ARG-INDEX = LS-ARG-INDEX + 1
       END-PERFORM

       IF LS-FEED-PATH = SPACES
           OR (NOT LS-ACTION-IS-PROMOTE AND NOT LS-ACTION-IS-DISCARD)
           DISPLAY "ERROR: USAGE: DAY01REL <FEED-PATH>"
               " PROMOTE|DISCARD [PARMFILE=<PATH>]"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM LOAD-PARAMETER-FILE
       STRING FUNCTION TRIM(LS-FEED-PATH)
           FUNCTION TRIM(LS-QUARANTINE-SUFFIX)
           DELIMITED BY SIZE INTO LS-MANIFEST-PATH
       STRING FUNCTION TRIM(LS-FEED-PATH) ".REL"
           DELIMITED BY SIZE INTO LS-LISTING-PATH
       STRING FUNCTION TRIM(LS-IDMASTER-PATH) ".JNL"
           DELIMITED BY SIZE INTO LS-JOURNAL-PATH

       MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-DATE
       STRING LS-CURRENT-DATE(1:4) "-"
           LS-CURRENT-DATE(5:2) "-"
           LS-CURRENT-DATE(7:2)
           DELIMITED BY SIZE
           INTO LS-RUN-DATE
       STRING "DAY01REL-" LS-CURRENT-DATE(1:14)
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

      *> No manifest means the feed has no quarantined run waiting:
      *> it was never quarantined, it has already been released, or
      *> a later run of it superseded the quarantine.
       OPEN INPUT FD-MANIFEST
       IF LS-FD-MANIFEST-STATUS = "35"
           DISPLAY "ERROR: " FUNCTION TRIM(LS-FEED-PATH)
               " HAS NO QUARANTINED RUN TO RELEASE"
           MOVE 8 TO RETURN-CODE
           MOVE "REL01E02" TO EXC-MSG-ID
           MOVE LS-FD-MANIFEST-STATUS TO EXC-FILE-STATUS
           MOVE LS-MANIFEST-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF
       IF LS-FD-MANIFEST-STATUS NOT = "00"
           DISPLAY "ERROR: UNABLE TO OPEN "
               FUNCTION TRIM(LS-MANIFEST-PATH)
               " - FILE STATUS " LS-FD-MANIFEST-STATUS
           MOVE 16 TO RETURN-CODE
           MOVE "REL01E01" TO EXC-MSG-ID
           MOVE LS-FD-MANIFEST-STATUS TO EXC-FILE-STATUS
           MOVE LS-MANIFEST-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF

      *> The manifest must begin with its header line; anything else
      *> is not a manifest DAY01 wrote, and nothing is released.
       MOVE SPACES TO QTN-DATA-LINE
       READ FD-MANIFEST INTO QTN-DATA-LINE
           AT END
               MOVE SPACES TO QTN-DATA-LINE
       END-READ
       IF NOT QTN-IS-HEADER
           DISPLAY "ERROR: " FUNCTION TRIM(LS-MANIFEST-PATH)
               " IS NOT A QUARANTINE MANIFEST - NOTHING RELEASED"
           MOVE 8 TO RETURN-CODE
           MOVE "REL01E03" TO EXC-MSG-ID
           MOVE SPACES TO EXC-FILE-STATUS
           MOVE LS-MANIFEST-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM END-EXCEPTION-LOG
           CLOSE FD-MANIFEST
           STOP RUN
       END-IF
       MOVE QTN-DATA-LINE TO QTN-HEADER-LINE

      *> Lock the standing files the release will change before any
      *> of them is opened - see DAY01LCK.CPY. A promotion changes
      *> all four; a discard only adds a registry line. Still locked
      *> once any LOCK-WAIT has passed, nothing is released.
       MOVE "DAY01REL" TO LCK-OWN-PROGRAM
       MOVE LS-JOURNAL-RUN-ID TO LCK-OWN-RUN-ID
       IF LS-ACTION-IS-PROMOTE
           MOVE 4 TO LCK-WANTED-COUNT
           MOVE LS-IDMASTER-PATH TO LCK-WANTED-RESOURCE(1)
           MOVE LS-OCCUR-PATH TO LCK-WANTED-RESOURCE(2)
           MOVE LS-AUDIT-PATH TO LCK-WANTED-RESOURCE(3)
           MOVE LS-REGISTRY-PATH TO LCK-WANTED-RESOURCE(4)
       ELSE
           MOVE 1 TO LCK-WANTED-COUNT
           MOVE LS-REGISTRY-PATH TO LCK-WANTED-RESOURCE(1)
       END-IF
       PERFORM ACQUIRE-RUN-LOCKS
       IF LCK-IS-BUSY
           MOVE LCK-CONFLICT-RC TO RETURN-CODE
           MOVE "REL01E16" TO EXC-MSG-ID
           MOVE SPACES TO EXC-FILE-STATUS
           MOVE LCK-RESOURCE TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM END-EXCEPTION-LOG
           CLOSE FD-MANIFEST
           STOP RUN
       END-IF
       IF LCK-FILE-FAILED
           MOVE 16 TO RETURN-CODE
           MOVE "REL01E17" TO EXC-MSG-ID
           MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
           MOVE LS-LOCK-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM END-EXCEPTION-LOG
           CLOSE FD-MANIFEST
           STOP RUN
       END-IF

      *> A promotion changes the master, so - as in every program of
      *> the suite that changes it - the master and its journal must
      *> both open, or nothing is released. The first release on a
      *> given system may find no journal yet to extend.
       IF LS-ACTION-IS-PROMOTE
           OPEN I-O FD-IDMASTER
           IF LS-FD-IDMASTER-STATUS NOT = "00"
               AND LS-FD-IDMASTER-STATUS NOT = "05"
               DISPLAY "ERROR: UNABLE TO OPEN "
                   FUNCTION TRIM(LS-IDMASTER-PATH)
                   " - FILE STATUS " LS-FD-IDMASTER-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "REL01E04" TO EXC-MSG-ID
               MOVE LS-FD-IDMASTER-STATUS TO EXC-FILE-STATUS
               MOVE LS-IDMASTER-PATH TO EXC-FILE-NAME
               PERFORM LOG-ONE-EXCEPTION
               CLOSE FD-MANIFEST
               PERFORM RELEASE-RUN-LOCKS
               IF LCK-FILE-FAILED
                   MOVE "REL01W18" TO EXC-MSG-ID
                   MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
                   MOVE LS-LOCK-PATH TO EXC-FILE-NAME
                   PERFORM LOG-ONE-EXCEPTION
               END-IF
               PERFORM END-EXCEPTION-LOG
               STOP RUN
           END-IF
           OPEN EXTEND FD-JOURNAL
           IF LS-FD-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT FD-JOURNAL
           END-IF
           IF LS-FD-JOURNAL-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN "
                   FUNCTION TRIM(LS-JOURNAL-PATH)
                   " - FILE STATUS " LS-FD-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "REL01E05" TO EXC-MSG-ID
               MOVE LS-FD-JOURNAL-STATUS TO EXC-FILE-STATUS
               MOVE LS-JOURNAL-PATH TO EXC-FILE-NAME
               PERFORM LOG-ONE-EXCEPTION
               CLOSE FD-MANIFEST
               CLOSE FD-IDMASTER
               PERFORM RELEASE-RUN-LOCKS
               IF LCK-FILE-FAILED
                   MOVE "REL01W18" TO EXC-MSG-ID
                   MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
                   MOVE LS-LOCK-PATH TO EXC-FILE-NAME
                   PERFORM LOG-ONE-EXCEPTION
               END-IF
               PERFORM END-EXCEPTION-LOG
               STOP RUN
           END-IF
           OPEN EXTEND FD-OCCUR
           IF LS-FD-OCCUR-STATUS NOT = "00"
               OPEN OUTPUT FD-OCCUR
           END-IF
           IF LS-FD-OCCUR-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN "
                   FUNCTION TRIM(LS-OCCUR-PATH)
                   " - FILE STATUS " LS-FD-OCCUR-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "REL01E06" TO EXC-MSG-ID
               MOVE LS-FD-OCCUR-STATUS TO EXC-FILE-STATUS
               MOVE LS-OCCUR-PATH TO EXC-FILE-NAME
               PERFORM LOG-ONE-EXCEPTION
               CLOSE FD-MANIFEST
               CLOSE FD-IDMASTER
               CLOSE FD-JOURNAL
               PERFORM RELEASE-RUN-LOCKS
               IF LCK-FILE-FAILED
                   MOVE "REL01W18" TO EXC-MSG-ID
                   MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
                   MOVE LS-LOCK-PATH TO EXC-FILE-NAME
                   PERFORM LOG-ONE-EXCEPTION
               END-IF
               PERFORM END-EXCEPTION-LOG
               STOP RUN
           END-IF
           OPEN EXTEND FD-AUDIT
           IF LS-FD-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT FD-AUDIT
           END-IF
           IF LS-FD-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN "
                   FUNCTION TRIM(LS-AUDIT-PATH)
                   " - FILE STATUS " LS-FD-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "REL01E07" TO EXC-MSG-ID
               MOVE LS-FD-AUDIT-STATUS TO EXC-FILE-STATUS
               MOVE LS-AUDIT-PATH TO EXC-FILE-NAME
               PERFORM LOG-ONE-EXCEPTION
               CLOSE FD-MANIFEST
               CLOSE FD-IDMASTER
               CLOSE FD-JOURNAL
               CLOSE FD-OCCUR
               PERFORM RELEASE-RUN-LOCKS
               IF LCK-FILE-FAILED
                   MOVE "REL01W18" TO EXC-MSG-ID
                   MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
                   MOVE LS-LOCK-PATH TO EXC-FILE-NAME
                   PERFORM LOG-ONE-EXCEPTION
               END-IF
               PERFORM END-EXCEPTION-LOG
               STOP RUN
           END-IF
       END-IF

      *> Either way the feed's registry line is appended, so the
      *> registry shows how the quarantine ended.
       OPEN EXTEND FD-REGISTRY
       IF LS-FD-REGISTRY-STATUS NOT = "00"
           OPEN OUTPUT FD-REGISTRY
       END-IF
       IF LS-FD-REGISTRY-STATUS NOT = "00"
           DISPLAY "ERROR: UNABLE TO OPEN "
               FUNCTION TRIM(LS-REGISTRY-PATH)
               " - FILE STATUS " LS-FD-REGISTRY-STATUS
           MOVE 16 TO RETURN-CODE
           MOVE "REL01E08" TO EXC-MSG-ID
           MOVE LS-FD-REGISTRY-STATUS TO EXC-FILE-STATUS
           MOVE LS-REGISTRY-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM CLOSE-STANDING-FILES
           PERFORM RELEASE-RUN-LOCKS
           IF LCK-FILE-FAILED
               MOVE "REL01W18" TO EXC-MSG-ID
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
           MOVE "REL01E09" TO EXC-MSG-ID
           MOVE LS-FD-LISTING-STATUS TO EXC-FILE-STATUS
           MOVE LS-LISTING-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
           PERFORM CLOSE-STANDING-FILES
           CLOSE FD-REGISTRY
           PERFORM RELEASE-RUN-LOCKS
           IF LCK-FILE-FAILED
               MOVE "REL01W18" TO EXC-MSG-ID
               MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
               MOVE LS-LOCK-PATH TO EXC-FILE-NAME
               PERFORM LOG-ONE-EXCEPTION
           END-IF
           PERFORM END-EXCEPTION-LOG
           STOP RUN
       END-IF

       WRITE F-LISTING-RECORD FROM REL-HEADER-LINE
       MOVE LS-FEED-PATH TO REL-FEED-FILE-NAME
       WRITE F-LISTING-RECORD FROM REL-FEED-LINE
       MOVE LS-ACTION TO REL-ACT-VALUE
       WRITE F-LISTING-RECORD FROM REL-ACTION-LINE
       MOVE QTN-HDR-RUN-DATE TO REL-QDT-VALUE
       WRITE F-LISTING-RECORD FROM REL-QUARANTINE-DATE-LINE
       MOVE QTN-HDR-REASON TO REL-RSN-VALUE
       WRITE F-LISTING-RECORD FROM REL-REASON-LINE
       MOVE LS-RUN-DATE TO REL-DATE-VALUE
       WRITE F-LISTING-RECORD FROM REL-RUN-DATE-LINE

      *> Work through the rest of the manifest in the order DAY01
      *> wrote it; lines of an unknown type are skipped.
       PERFORM UNTIL LS-MANIFEST-IS-AT-END
           MOVE SPACES TO QTN-DATA-LINE
           READ FD-MANIFEST INTO QTN-DATA-LINE
               AT END
                   SET LS-MANIFEST-IS-AT-END TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN QTN-IS-OUTPUT
                           PERFORM RELEASE-ONE-OUTPUT
                       WHEN QTN-IS-OCCURRENCE
                           PERFORM RELEASE-ONE-OCCURRENCE
                       WHEN QTN-IS-AUDIT
                           PERFORM RELEASE-AUDIT-LINE
                       WHEN QTN-IS-REGISTRY
                           PERFORM RELEASE-REGISTRY-LINE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
       END-PERFORM

      *> The promoted outputs now stand under their current names as
      *> the feed's newest results: save them as its next
      *> generation, and retire the generation that has aged past
      *> the retention count, as DAY01 does for an accepted run.
      *> Otherwise the next run of the feed would rotate in only its
      *> own outputs, and the released run would be missing from the
      *> generation history.
       IF LS-ACTION-IS-PROMOTE AND LS-PROMOTED-COUNT > 0
           PERFORM MANAGE-OUTPUT-GENERATIONS
       END-IF

       MOVE LS-OUTPUTS-COUNT TO REL-TOT-OUT-VALUE
       WRITE F-LISTING-RECORD FROM REL-TOT-OUTPUTS-LINE
       MOVE LS-MISSING-COUNT TO REL-TOT-MIS-VALUE
       WRITE F-LISTING-RECORD FROM REL-TOT-MISSING-LINE
       MOVE LS-OCCUR-COUNT TO REL-TOT-OCC-VALUE
       WRITE F-LISTING-RECORD FROM REL-TOT-OCCUR-LINE
       MOVE LS-ADDED-COUNT TO REL-TOT-ADD-VALUE
       WRITE F-LISTING-RECORD FROM REL-TOT-ADDED-LINE
       MOVE LS-REFRESHED-COUNT TO REL-TOT-REF-VALUE
       WRITE F-LISTING-RECORD FROM REL-TOT-REFRESHED-LINE
       IF LS-GENERATION > 0
           MOVE LS-GENERATION TO REL-GEN-VALUE
           WRITE F-LISTING-RECORD FROM REL-GENERATION-LINE
       END-IF
       WRITE F-LISTING-RECORD FROM REL-TRAILER-LINE
       IF LS-FD-LISTING-STATUS NOT = "00"
           DISPLAY "WARNING: UNABLE TO WRITE "
               FUNCTION TRIM(LS-LISTING-PATH)
               " - FILE STATUS " LS-FD-LISTING-STATUS
           MOVE 16 TO RETURN-CODE
           MOVE "REL01W15" TO EXC-MSG-ID
           MOVE LS-FD-LISTING-STATUS TO EXC-FILE-STATUS
           MOVE LS-LISTING-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
       END-IF
       CLOSE FD-LISTING
       PERFORM CLOSE-STANDING-FILES
       CLOSE FD-REGISTRY
       PERFORM RELEASE-RUN-LOCKS
       IF LCK-FILE-FAILED
           MOVE "REL01W18" TO EXC-MSG-ID
           MOVE LS-FD-LOCK-STATUS TO EXC-FILE-STATUS
           MOVE LS-LOCK-PATH TO EXC-FILE-NAME
           PERFORM LOG-ONE-EXCEPTION
       END-IF

      *> A clean release retires the manifest, so the run cannot be
      *> released twice. After a file error it is kept, to show what
      *> the quarantine held while the failure is looked into.
       IF RETURN-CODE = 0
           CALL "CBL_DELETE_FILE" USING LS-MANIFEST-PATH
           MOVE 0 TO RETURN-CODE
       ELSE
           DISPLAY "WARNING: " FUNCTION TRIM(LS-MANIFEST-PATH)
               " KEPT - RELEASE DID NOT COMPLETE CLEANLY"
       END-IF

       IF LS-ACTION-IS-PROMOTE
           DISPLAY "DAY01REL: " FUNCTION TRIM(LS-FEED-PATH)
               " PROMOTED - " LS-OUTPUTS-COUNT " OUTPUTS, "
               LS-OCCUR-COUNT " OCCURRENCES - SEE "
               FUNCTION TRIM(LS-LISTING-PATH)
       ELSE
           DISPLAY "DAY01REL: " FUNCTION TRIM(LS-FEED-PATH)
               " DISCARDED - " LS-OUTPUTS-COUNT " OUTPUTS - SEE "
               FUNCTION TRIM(LS-LISTING-PATH)
       END-IF

       PERFORM END-EXCEPTION-LOG

       STOP RUN.

      *> Promote or discard one quarantined output. A promoted
      *> output is copied onto its current name and its quarantine
      *> copy deleted; a discarded one is only deleted. An output
      *> the quarantined run never wrote - a CSV export it was not
      *> asked for, say - is listed NOT FOUND.
       RELEASE-ONE-OUTPUT.
        MOVE QTN-DATA-LINE TO QTN-OUTPUT-LINE
        MOVE QTN-OUT-HELD-PATH TO LS-COPY-SOURCE-PATH
        MOVE QTN-OUT-CURRENT-PATH TO LS-COPY-TARGET-PATH
        IF LS-ACTION-IS-PROMOTE
            PERFORM PROMOTE-ONE-OUTPUT
        ELSE
            MOVE RETURN-CODE TO LS-SAVED-RETURN-CODE
            CALL "CBL_DELETE_FILE" USING LS-COPY-SOURCE-PATH
            IF RETURN-CODE = 0
                MOVE "DISCARDED" TO LS-OUTPUT-RESULT
            ELSE
                MOVE "NOT FOUND" TO LS-OUTPUT-RESULT
            END-IF
            MOVE LS-SAVED-RETURN-CODE TO RETURN-CODE
        END-IF
        IF LS-OUTPUT-RESULT = "NOT FOUND"
            COMPUTE LS-MISSING-COUNT = LS-MISSING-COUNT + 1
        ELSE
            COMPUTE LS-OUTPUTS-COUNT = LS-OUTPUTS-COUNT + 1
        END-IF
        MOVE LS-OUTPUT-RESULT TO REL-DET-STATUS
        MOVE LS-COPY-TARGET-PATH TO REL-DET-FILE-NAME
        WRITE F-LISTING-RECORD FROM REL-DETAIL-LINE
        IF LS-RELEASED-COUNT < C-MAX-RELEASED-OUTPUTS
            COMPUTE LS-RELEASED-COUNT = LS-RELEASED-COUNT + 1
            MOVE QTN-OUT-CURRENT-PATH
                TO LS-RELEASED-PATH(LS-RELEASED-COUNT)
            IF LS-OUTPUT-RESULT = "PROMOTED"
                COMPUTE LS-PROMOTED-COUNT = LS-PROMOTED-COUNT + 1
                MOVE "P" TO LS-RELEASED-STATE(LS-RELEASED-COUNT)
            ELSE
                MOVE SPACE TO LS-RELEASED-STATE(LS-RELEASED-COUNT)
            END-IF
        END-IF
       .

      *> Copy one quarantined output onto its current name, then
      *> delete the quarantine copy. An output that cannot be copied
      *> is a file error; its quarantine copy is left in place.
       PROMOTE-ONE-OUTPUT.
        OPEN INPUT FD-COPY-IN
        IF LS-FD-COPY-IN-STATUS NOT = "00"
            MOVE "NOT FOUND" TO LS-OUTPUT-RESULT
            EXIT PARAGRAPH
        END-IF
        OPEN OUTPUT FD-COPY-OUT
        IF LS-FD-COPY-OUT-STATUS NOT = "00"
            DISPLAY "WARNING: UNABLE TO OPEN "
                FUNCTION TRIM(LS-COPY-TARGET-PATH)
                " - FILE STATUS " LS-FD-COPY-OUT-STATUS
            MOVE 16 TO RETURN-CODE
            MOVE "REL01W10" TO EXC-MSG-ID
            MOVE LS-FD-COPY-OUT-STATUS TO EXC-FILE-STATUS
            MOVE LS-COPY-TARGET-PATH TO EXC-FILE-NAME
            PERFORM LOG-ONE-EXCEPTION
            CLOSE FD-COPY-IN
            MOVE "NOT COPIED" TO LS-OUTPUT-RESULT
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL EXIT
            READ FD-COPY-IN
                AT END
                    EXIT PERFORM
                NOT AT END
                    WRITE F-COPY-OUT-RECORD FROM F-COPY-IN-RECORD
            END-READ
        END-PERFORM
        CLOSE FD-COPY-IN
        CLOSE FD-COPY-OUT
        MOVE RETURN-CODE TO LS-SAVED-RETURN-CODE
        CALL "CBL_DELETE_FILE" USING LS-COPY-SOURCE-PATH
        MOVE LS-SAVED-RETURN-CODE TO RETURN-CODE
        MOVE "PROMOTED" TO LS-OUTPUT-RESULT
       .

      *> Copy each promoted output to a .G-numbered generation name,
      *> then delete the generation of every output the manifest
      *> listed that has aged past the retention count - the same
      *> rotation DAY01 gives an accepted run. The generation number
      *> comes from the feed's sequence file advanced below.
       MANAGE-OUTPUT-GENERATIONS.
        IF LS-KEEP-GENERATIONS = 0
            EXIT PARAGRAPH
        END-IF
        PERFORM ADVANCE-GENERATION-NUMBER
        PERFORM VARYING LS-RELEASED-INDEX FROM 1 BY 1
        UNTIL LS-RELEASED-INDEX > LS-RELEASED-COUNT
            IF LS-RELEASED-WAS-PROMOTED(LS-RELEASED-INDEX)
                MOVE LS-RELEASED-PATH(LS-RELEASED-INDEX)
                    TO LS-COPY-SOURCE-PATH
                PERFORM COPY-OUTPUT-TO-GENERATION
            END-IF
        END-PERFORM
        IF LS-GENERATION > LS-KEEP-GENERATIONS
            COMPUTE LS-OLD-GENERATION =
                LS-GENERATION - LS-KEEP-GENERATIONS
            PERFORM VARYING LS-RELEASED-INDEX FROM 1 BY 1
            UNTIL LS-RELEASED-INDEX > LS-RELEASED-COUNT
                MOVE LS-RELEASED-PATH(LS-RELEASED-INDEX)
                    TO LS-COPY-SOURCE-PATH
                PERFORM DELETE-OLD-GENERATION
            END-PERFORM
        END-IF
       .

      *> Read, advance and rewrite the feed's generation sequence
      *> file, exactly as DAY01 does: no sequence file starts at
      *> generation 1, and the counter wraps back to 1 after 9999.
       ADVANCE-GENERATION-NUMBER.
        MOVE SPACES TO LS-GENSEQ-PATH
        STRING FUNCTION TRIM(LS-FEED-PATH)
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
        IF LS-GENERATION >= 9999
            MOVE 0 TO LS-GENERATION
        END-IF
        COMPUTE LS-GENERATION = LS-GENERATION + 1
        OPEN OUTPUT FD-GENSEQ
        IF LS-FD-GENSEQ-STATUS = "00"
            MOVE LS-GENERATION TO F-GENSEQ-RECORD
            WRITE F-GENSEQ-RECORD
            CLOSE FD-GENSEQ
        ELSE
            DISPLAY "WARNING: UNABLE TO WRITE "
                FUNCTION TRIM(LS-GENSEQ-PATH)
                " - FILE STATUS " LS-FD-GENSEQ-STATUS
            MOVE "REL01W19" TO EXC-MSG-ID
            MOVE LS-FD-GENSEQ-STATUS TO EXC-FILE-STATUS
            MOVE LS-GENSEQ-PATH TO EXC-FILE-NAME
            PERFORM LOG-ONE-EXCEPTION
        END-IF
       .

      *> Copy one promoted output to its generation-numbered name,
      *> <output>.G<nnnn>.
       COPY-OUTPUT-TO-GENERATION.
        MOVE SPACES TO LS-COPY-TARGET-PATH
        MOVE LS-GENERATION TO LS-GENERATION-TEXT
        STRING FUNCTION TRIM(LS-COPY-SOURCE-PATH) ".G"
            LS-GENERATION-TEXT
            DELIMITED BY SIZE INTO LS-COPY-TARGET-PATH
        OPEN INPUT FD-COPY-IN
        IF LS-FD-COPY-IN-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        OPEN OUTPUT FD-COPY-OUT
        IF LS-FD-COPY-OUT-STATUS NOT = "00"
            DISPLAY "WARNING: UNABLE TO OPEN "
                FUNCTION TRIM(LS-COPY-TARGET-PATH)
                " - FILE STATUS " LS-FD-COPY-OUT-STATUS
            MOVE "REL01W20" TO EXC-MSG-ID
            MOVE LS-FD-COPY-OUT-STATUS TO EXC-FILE-STATUS
            MOVE LS-COPY-TARGET-PATH TO EXC-FILE-NAME
            PERFORM LOG-ONE-EXCEPTION
            CLOSE FD-COPY-IN
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL EXIT
            READ FD-COPY-IN
                AT END
                    EXIT PERFORM
                NOT AT END
                    WRITE F-COPY-OUT-RECORD FROM F-COPY-IN-RECORD
            END-READ
        END-PERFORM
        CLOSE FD-COPY-IN
        CLOSE FD-COPY-OUT
       .

      *> Delete one output's generation that has aged past the
      *> retention count. CBL_DELETE_FILE reports through the
      *> RETURN-CODE register, so the run's own code is saved around
      *> the call; a missing generation is not an error.
       DELETE-OLD-GENERATION.
        MOVE SPACES TO LS-DELETE-PATH
        MOVE LS-OLD-GENERATION TO LS-GENERATION-TEXT
        STRING FUNCTION TRIM(LS-COPY-SOURCE-PATH) ".G"
            LS-GENERATION-TEXT
            DELIMITED BY SIZE INTO LS-DELETE-PATH
        MOVE RETURN-CODE TO LS-SAVED-RETURN-CODE
        CALL "CBL_DELETE_FILE" USING LS-DELETE-PATH
        MOVE LS-SAVED-RETURN-CODE TO RETURN-CODE
       .

      *> Promote one held-back occurrence line: append it to the
      *> occurrence log and apply it to the indexed master just as
      *> DAY01 would have on the night - a table 1 ID is added or
      *> has its match count refreshed, a table 2 ID is added only
      *> if it is not there yet. The source file and first-seen date
      *> are the quarantined run's. A discard ignores the line.
       RELEASE-ONE-OCCURRENCE.
        IF NOT LS-ACTION-IS-PROMOTE
            EXIT PARAGRAPH
        END-IF
        MOVE QTN-RECORD-DATA TO OCC-DETAIL-LINE
        IF OCC-LOCATION-ID IS NOT NUMERIC
            EXIT PARAGRAPH
        END-IF
        COMPUTE LS-OCCUR-COUNT = LS-OCCUR-COUNT + 1
        WRITE F-OCCUR-RECORD FROM OCC-DETAIL-LINE
        IF LS-FD-OCCUR-STATUS NOT = "00"
            DISPLAY "WARNING: UNABLE TO WRITE "
                FUNCTION TRIM(LS-OCCUR-PATH)
                " - FILE STATUS " LS-FD-OCCUR-STATUS
            MOVE 16 TO RETURN-CODE
            MOVE "REL01W11" TO EXC-MSG-ID
            MOVE LS-FD-OCCUR-STATUS TO EXC-FILE-STATUS
            MOVE LS-OCCUR-PATH TO EXC-FILE-NAME
            PERFORM LOG-ONE-EXCEPTION
        END-IF
        MOVE OCC-LOCATION-ID TO IDX-LOCATION-ID
        MOVE OCC-SOURCE-FILE TO IDX-SOURCE-FILE
        MOVE OCC-RUN-DATE TO IDX-FIRST-SEEN-DATE
        IF OCC-TABLE-NO = 1
            MOVE OCC-MATCH-COUNT TO IDX-MATCH-COUNT
        ELSE
            MOVE 0 TO IDX-MATCH-COUNT
        END-IF
        WRITE IDX-MASTER-RECORD
            INVALID KEY
                IF OCC-TABLE-NO = 1
                    PERFORM REFRESH-MASTER-ID
                END-IF
            NOT INVALID KEY
                COMPUTE LS-ADDED-COUNT = LS-ADDED-COUNT + 1
                MOVE "ADD" TO JNL-ACTION
                MOVE SPACES TO JNL-BEFORE-IMAGE
                MOVE IDX-MASTER-RECORD TO JNL-AFTER-IMAGE
                PERFORM WRITE-JOURNAL-ENTRY
        END-WRITE
       .

      *> The table 1 ID is already on the indexed master: refresh
      *> its match count from the released run, leaving the
      *> first-seen fields alone.
       REFRESH-MASTER-ID.
        MOVE OCC-LOCATION-ID TO IDX-LOCATION-ID
        READ FD-IDMASTER
            INVALID KEY
                EXIT PARAGRAPH
        END-READ
        MOVE IDX-MASTER-RECORD TO JNL-BEFORE-IMAGE
        MOVE OCC-MATCH-COUNT TO IDX-MATCH-COUNT
        REWRITE IDX-MASTER-RECORD
            INVALID KEY
                EXIT PARAGRAPH
        END-REWRITE
        COMPUTE LS-REFRESHED-COUNT = LS-REFRESHED-COUNT + 1
        MOVE "CHANGE" TO JNL-ACTION
        MOVE IDX-MASTER-RECORD TO JNL-AFTER-IMAGE
        PERFORM WRITE-JOURNAL-ENTRY
       .

      *> Promote the held-back audit line, marked RELEASED so the
      *> audit log shows the result came in by release. It becomes
      *> the feed's last accepted result for DAY01's swing checks.
      *> A discard ignores the line.
       RELEASE-AUDIT-LINE.
        IF NOT LS-ACTION-IS-PROMOTE
            EXIT PARAGRAPH
        END-IF
        MOVE QTN-RECORD-DATA TO AUD-DETAIL-LINE
        MOVE "RELEASED" TO AUD-MODE
        WRITE F-AUDIT-RECORD FROM AUD-DETAIL-LINE
        IF LS-FD-AUDIT-STATUS NOT = "00"
            DISPLAY "WARNING: UNABLE TO WRITE "
                FUNCTION TRIM(LS-AUDIT-PATH)
                " - FILE STATUS " LS-FD-AUDIT-STATUS
            MOVE 16 TO RETURN-CODE
            MOVE "REL01W12" TO EXC-MSG-ID
            MOVE LS-FD-AUDIT-STATUS TO EXC-FILE-STATUS
            MOVE LS-AUDIT-PATH TO EXC-FILE-NAME
            PERFORM LOG-ONE-EXCEPTION
        END-IF
       .

      *> Append the feed's registry line as of today: ACCEPTED - or
      *> FORCED, if it was a forced-through duplicate - when it is
      *> promoted, so a resend of it is recognized from now on, and
      *> DISCARD when it is discarded.
       RELEASE-REGISTRY-LINE.
        MOVE QTN-RECORD-DATA TO FRG-DETAIL-LINE
        MOVE LS-RUN-DATE TO FRG-RUN-DATE
        EVALUATE TRUE
            WHEN LS-ACTION-IS-DISCARD
                SET FRG-IS-DISCARDED TO TRUE
            WHEN FRG-MATCH-FILE NOT = SPACES
                SET FRG-IS-FORCED TO TRUE
            WHEN OTHER
                SET FRG-IS-ACCEPTED TO TRUE
        END-EVALUATE
        WRITE F-REGISTRY-RECORD FROM FRG-DETAIL-LINE
        IF LS-FD-REGISTRY-STATUS NOT = "00"
            DISPLAY "WARNING: UNABLE TO WRITE "
                FUNCTION TRIM(LS-REGISTRY-PATH)
                " - FILE STATUS " LS-FD-REGISTRY-STATUS
            MOVE 16 TO RETURN-CODE
            MOVE "REL01W13" TO EXC-MSG-ID
            MOVE LS-FD-REGISTRY-STATUS TO EXC-FILE-STATUS
            MOVE LS-REGISTRY-PATH TO EXC-FILE-NAME
            PERFORM LOG-ONE-EXCEPTION
        END-IF
       .

      *> Append one change journal line for a promoted master
      *> change: the caller has set the action and both images; this
      *> run and the released feed are filled in here.
       WRITE-JOURNAL-ENTRY.
        MOVE LS-JOURNAL-RUN-ID TO JNL-RUN-ID
        MOVE "DAY01REL" TO JNL-PROGRAM
        MOVE LS-RUN-DATE TO JNL-RUN-DATE
        MOVE IDX-LOCATION-ID TO JNL-LOCATION-ID
        MOVE LS-FEED-PATH TO JNL-REFERENCE
        WRITE F-JOURNAL-RECORD FROM JNL-DETAIL-LINE
        IF LS-FD-JOURNAL-STATUS NOT = "00"
            DISPLAY "WARNING: UNABLE TO WRITE "
                FUNCTION TRIM(LS-JOURNAL-PATH)
                " - FILE STATUS " LS-FD-JOURNAL-STATUS
            MOVE 16 TO RETURN-CODE
            MOVE "REL01W14" TO EXC-MSG-ID
            MOVE LS-FD-JOURNAL-STATUS TO EXC-FILE-STATUS
            MOVE LS-JOURNAL-PATH TO EXC-FILE-NAME
            PERFORM LOG-ONE-EXCEPTION
        END-IF
       .

      *> Close the manifest and the standing files a promotion
      *> opened.
       CLOSE-STANDING-FILES.
        CLOSE FD-MANIFEST
        IF LS-ACTION-IS-PROMOTE
            CLOSE FD-IDMASTER
            CLOSE FD-JOURNAL
            CLOSE FD-OCCUR
            CLOSE FD-AUDIT
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
            WHEN "AUDIT-PATH"
                MOVE LS-PARM-VALUE TO LS-AUDIT-PATH
            WHEN "OCCURRENCE-PATH"
                MOVE LS-PARM-VALUE TO LS-OCCUR-PATH
            WHEN "IDMASTER-PATH"
                MOVE LS-PARM-VALUE TO LS-IDMASTER-PATH
            WHEN "REGISTRY-PATH"
                MOVE LS-PARM-VALUE TO LS-REGISTRY-PATH
            WHEN "QUARANTINE-SUFFIX"
                MOVE LS-PARM-VALUE TO LS-QUARANTINE-SUFFIX
            WHEN "GENSEQ-SUFFIX"
                MOVE LS-PARM-VALUE TO LS-GENSEQ-SUFFIX
            WHEN "GENERATIONS"
                IF FUNCTION TRIM(LS-PARM-VALUE) IS NUMERIC
                    MOVE FUNCTION NUMVAL(LS-PARM-VALUE)
                        TO LS-KEEP-GENERATIONS
                END-IF
            WHEN "REL-EXCEPTION-PATH"
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
      *> DAY01REL message IDs:
      *>   REL01E01 unable to open quarantine manifest
      *>   REL01E02 feed has no quarantined run to release
      *>   REL01E03 manifest does not begin with its header line
      *>   REL01E04 unable to open indexed master
      *>   REL01E05 unable to open master change journal
      *>   REL01E06 unable to open occurrence log
      *>   REL01E07 unable to open audit log
      *>   REL01E08 unable to open feed registry
      *>   REL01E09 unable to open release report
      *>   REL01W10 unable to copy quarantined output to current name
      *>   REL01W11 unable to write occurrence log
      *>   REL01W12 unable to write audit log
      *>   REL01W13 unable to write feed registry
      *>   REL01W14 unable to write master change journal
      *>   REL01W15 unable to write release report
      *>   REL01E16 standing file locked by another run
      *>   REL01E17 unable to update run lock file
      *>   REL01W18 unable to release run locks
      *>   REL01W19 unable to write generation sequence file
      *>   REL01W20 unable to write generation copy of an output
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

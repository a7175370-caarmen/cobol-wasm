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
      *> Run lock control file line layout, and the working fields
      *> of the locking paragraphs every program of the suite that
      *> updates a standing file carries - DAY01, DAY01MNT, DAY01REC
      *> (REPAIR), DAY01ARC, DAY01RBK, DAY01REL and DAY01LOC. Before
      *> a program touches a standing file - the audit log, the
      *> occurrence log, the indexed master and its journal, the feed
      *> registry, the location reference file - it takes a lock on
      *> it: one line appended to the shared lock file (LOCK-PATH,
      *> default DAY01.LCK) naming the file by the path the run uses
      *> for it, with the program, run ID and start time of the
      *> holder. A file another run holds is
      *> waited for, up to LOCK-WAIT seconds (default 0 - no wait),
      *> and then the program ends with return code 20 under its own
      *> message ID. The lines are removed again when the run ends;
      *> a run that crashes leaves its locks behind, for the
      *> operator to list and clear with DAY01ENQ.
       01 LCK-DETAIL-LINE.
           05 LCK-RESOURCE            PIC X(100).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 LCK-PROGRAM             PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 LCK-RUN-ID              PIC X(24).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 LCK-START-TIME          PIC X(19).
       01 LCK-CONFLICT-RC             PIC S9(4) COMP VALUE 20.

      *> The standing files the caller is about to update, and the
      *> program and run taking the locks.
       01 LCK-WANTED-COUNT            PIC 9(2) COMP VALUE 0.
       01 LCK-WANTED-TABLE OCCURS 5 TIMES.
           05 LCK-WANTED-RESOURCE     PIC X(100).
       01 LCK-WANTED-INDEX            PIC 9(2) COMP.
       01 LCK-OWN-PROGRAM             PIC X(8).
       01 LCK-OWN-RUN-ID              PIC X(24).
       01 LCK-WAIT-SECONDS            PIC 9(6) VALUE 0.
       01 LCK-WAITED-SECONDS          PIC 9(6) VALUE 0.
       01 LCK-RETRY-SECONDS           PIC 9(4) COMP VALUE 5.
       01 LCK-STATE                   PIC X(1) VALUE "N".
           88 LCK-IS-NOT-HELD                   VALUE "N".
           88 LCK-IS-HELD                       VALUE "Y".
           88 LCK-IS-BUSY                       VALUE "B".
           88 LCK-FILE-FAILED                   VALUE "F".
       01 LCK-HOLDER-LINE             PIC X(155).
       01 LCK-SAVED-RETURN-CODE       PIC S9(9) COMP.
       01 LCK-CURRENT-DATE            PIC X(21).

      *> Every line of the lock file, as read back by the locking
      *> paragraphs and DAY01ENQ.
       01 LCK-ENTRY-COUNT             PIC 9(4) COMP VALUE 0.
       01 LCK-ENTRY-TABLE OCCURS 500 TIMES.
           05 LCK-ENTRY-LINE          PIC X(155).
       01 LCK-ENTRY-INDEX             PIC 9(4) COMP.

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
      *> Report line layouts for the DAY01LOC location reference
      *> maintenance report. Each 01-level below is WRITTEN FROM onto
      *> F-LOCRPT-RECORD.
       01 LOC-HEADER-LINE.
           05 LOC-HDR-LABEL           PIC X(38)
               VALUE "DAY01 LOCATION REFERENCE MAINTENANCE ".
       01 LOC-REFERENCE-LINE.
           05 LOC-REF-LABEL           PIC X(24)
               VALUE "LOCATION REFERENCE......".
           05 LOC-REF-FILE-NAME       PIC X(100).
       01 LOC-TXN-FILE-LINE.
           05 LOC-TXN-LABEL           PIC X(24)
               VALUE "TRANSACTION FILE........".
           05 LOC-TXN-FILE-NAME       PIC X(100).
       01 LOC-RUN-DATE-LINE.
           05 LOC-DATE-LABEL          PIC X(24)
               VALUE "RUN DATE................".
           05 LOC-DATE-VALUE          PIC X(10).
       01 LOC-ACTION-LINE.
           05 LOC-ACT-STATUS          PIC X(10).
           05 LOC-ACT-TEXT            PIC X(80).
           05 LOC-ACT-REASON          PIC X(40).
       01 LOC-READ-COUNT-LINE.
           05 LOC-READ-LABEL          PIC X(24)
               VALUE "ACTIONS READ............".
           05 LOC-READ-VALUE          PIC Z(05)9.
       01 LOC-TAKEN-COUNT-LINE.
           05 LOC-TAKEN-LABEL         PIC X(24)
               VALUE "ACTIONS TAKEN...........".
           05 LOC-TAKEN-VALUE         PIC Z(05)9.
       01 LOC-REJECT-COUNT-LINE.
           05 LOC-REJ-LABEL           PIC X(24)
               VALUE "ACTIONS REJECTED........".
           05 LOC-REJ-VALUE           PIC Z(05)9.
       01 LOC-ADDED-COUNT-LINE.
           05 LOC-ADD-LABEL           PIC X(24)
               VALUE "LOCATIONS ADDED.........".
           05 LOC-ADD-VALUE           PIC Z(05)9.
       01 LOC-CHANGED-COUNT-LINE.
           05 LOC-CHG-LABEL           PIC X(24)
               VALUE "LOCATIONS CHANGED.......".
           05 LOC-CHG-VALUE           PIC Z(05)9.
       01 LOC-DEACTIVATED-COUNT-LINE.
           05 LOC-DEA-LABEL           PIC X(24)
               VALUE "LOCATIONS DEACTIVATED...".
           05 LOC-DEA-VALUE           PIC Z(05)9.
       01 LOC-REACTIVATED-COUNT-LINE.
           05 LOC-REA-LABEL           PIC X(24)
               VALUE "LOCATIONS REACTIVATED...".
           05 LOC-REA-VALUE           PIC Z(05)9.
       01 LOC-TRAILER-LINE.
           05 LOC-TRL-LABEL           PIC X(28)
               VALUE "END OF MAINTENANCE REPORT...".

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
      *> Report line layouts for the DAY01OPR authorized-change
      *> report. Each 01-level below is WRITTEN FROM onto
      *> F-LISTING-RECORD.
       01 OPR-HEADER-LINE.
           05 OPR-HDR-LABEL           PIC X(32)
               VALUE "DAY01 AUTHORIZED MASTER CHANGES ".
       01 OPR-FILE-LINE.
           05 OPR-FILE-LABEL          PIC X(24)
               VALUE "AUTHORIZED-CHANGE LOG...".
           05 OPR-FILE-NAME           PIC X(100).
       01 OPR-RANGE-LINE.
           05 OPR-RANGE-LABEL         PIC X(24)
               VALUE "DATE RANGE..............".
           05 OPR-RANGE-FROM          PIC X(10).
           05 FILLER                  PIC X(3) VALUE " - ".
           05 OPR-RANGE-TO            PIC X(10).
       01 OPR-OPERATOR-LINE.
           05 OPR-OPR-LABEL           PIC X(24)
               VALUE "OPERATOR................".
           05 OPR-OPR-VALUE           PIC X(8).
      *> One line per change the operator requested or approved,
      *> naming the other operator of the pair.
       01 OPR-DETAIL-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 OPR-DET-ROLE            PIC X(9).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 OPR-DET-DATE            PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 OPR-DET-PROGRAM         PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 OPR-DET-ACTION          PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 OPR-DET-OTHER-LABEL     PIC X(10).
           05 OPR-DET-OTHER           PIC X(8).
           05 OPR-DET-COUNT-LABEL     PIC X(9) VALUE " CHANGES=".
           05 OPR-DET-COUNT           PIC Z(08)9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 OPR-DET-REFERENCE       PIC X(40).
       01 OPR-REQUESTED-COUNT-LINE.
           05 OPR-ORQ-LABEL           PIC X(24)
               VALUE "  CHANGES REQUESTED.....".
           05 OPR-ORQ-VALUE           PIC Z(05)9.
       01 OPR-APPROVED-COUNT-LINE.
           05 OPR-OAP-LABEL           PIC X(24)
               VALUE "  CHANGES APPROVED......".
           05 OPR-OAP-VALUE           PIC Z(05)9.
       01 OPR-TOT-CHANGES-LINE.
           05 OPR-TOT-CHG-LABEL       PIC X(24)
               VALUE "CHANGES REPORTED........".
           05 OPR-TOT-CHG-VALUE       PIC Z(05)9.
       01 OPR-TOT-OPERATORS-LINE.
           05 OPR-TOT-OPR-LABEL       PIC X(24)
               VALUE "OPERATORS...............".
           05 OPR-TOT-OPR-VALUE       PIC Z(05)9.
       01 OPR-TOT-RECORDS-LINE.
           05 OPR-TOT-REC-LABEL       PIC X(24)
               VALUE "MASTER RECORDS CHANGED..".
           05 OPR-TOT-REC-VALUE       PIC Z(08)9.
       01 OPR-TRAILER-LINE.
           05 OPR-TRL-LABEL           PIC X(24)
               VALUE "END OF OPERATOR REPORT..".

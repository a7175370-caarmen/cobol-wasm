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
      *> Report line layouts for the DAY01REG feed registry report.
      *> Each 01-level below is WRITTEN FROM onto F-LISTING-RECORD.
       01 REG-HEADER-LINE.
           05 REG-HDR-LABEL           PIC X(28)
               VALUE "DAY01 FEED REGISTRY REPORT  ".
       01 REG-FILE-LINE.
           05 REG-FILE-LABEL          PIC X(24)
               VALUE "FEED REGISTRY...........".
           05 REG-FILE-NAME           PIC X(100).
       01 REG-RANGE-LINE.
           05 REG-RANGE-LABEL         PIC X(24)
               VALUE "DATE RANGE..............".
           05 REG-RANGE-FROM          PIC X(10).
           05 FILLER                  PIC X(3) VALUE " - ".
           05 REG-RANGE-TO            PIC X(10).
       01 REG-SECTION-LINE.
           05 REG-SEC-LABEL           PIC X(24).
       01 REG-DATE-LINE.
           05 REG-DATE-LABEL          PIC X(24)
               VALUE "RUN DATE................".
           05 REG-DATE-VALUE          PIC X(10).
       01 REG-DETAIL-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 REG-DET-STATUS          PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 REG-DET-FILE            PIC X(40).
           05 REG-DET-COUNT-LABEL     PIC X(7) VALUE " COUNT=".
           05 REG-DET-COUNT           PIC Z(08)9.
           05 REG-DET-SUM-1-LABEL     PIC X(6) VALUE " SUM1=".
           05 REG-DET-SUM-1           PIC Z(17)9.
           05 REG-DET-SUM-2-LABEL     PIC X(6) VALUE " SUM2=".
           05 REG-DET-SUM-2           PIC Z(17)9.
           05 REG-DET-SEQ-LABEL       PIC X(5) VALUE " SEQ=".
           05 REG-DET-SEQ             PIC Z(08)9.
       01 REG-MATCH-LINE.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 REG-MAT-LABEL           PIC X(13) VALUE "DUPLICATE OF ".
           05 REG-MAT-FILE            PIC X(60).
           05 REG-MAT-DATE-LABEL      PIC X(12) VALUE " REGISTERED ".
           05 REG-MAT-DATE            PIC X(10).
       01 REG-DATE-COUNT-LINE.
           05 REG-DCT-LABEL           PIC X(24)
               VALUE "  FEEDS ON DATE.........".
           05 REG-DCT-VALUE           PIC Z(05)9.
       01 REG-TOT-ENTRIES-LINE.
           05 REG-TOT-ENT-LABEL       PIC X(24)
               VALUE "ENTRIES REPORTED........".
           05 REG-TOT-ENT-VALUE       PIC Z(05)9.
       01 REG-TOT-ACCEPTED-LINE.
           05 REG-TOT-ACC-LABEL       PIC X(24)
               VALUE "FEEDS ACCEPTED..........".
           05 REG-TOT-ACC-VALUE       PIC Z(05)9.
       01 REG-TOT-FORCED-LINE.
           05 REG-TOT-FRC-LABEL       PIC X(24)
               VALUE "DUPLICATES FORCED.......".
           05 REG-TOT-FRC-VALUE       PIC Z(05)9.
       01 REG-TOT-HELD-LINE.
           05 REG-TOT-HLD-LABEL       PIC X(24)
               VALUE "DUPLICATES HELD.........".
           05 REG-TOT-HLD-VALUE       PIC Z(05)9.
       01 REG-TOT-QUARANTINED-LINE.
           05 REG-TOT-QTN-LABEL       PIC X(24)
               VALUE "FEEDS QUARANTINED.......".
           05 REG-TOT-QTN-VALUE       PIC Z(05)9.
       01 REG-TOT-DISCARDED-LINE.
           05 REG-TOT-DSC-LABEL       PIC X(24)
               VALUE "FEEDS DISCARDED.........".
           05 REG-TOT-DSC-VALUE       PIC Z(05)9.
       01 REG-TRAILER-LINE.
           05 REG-TRL-LABEL           PIC X(24)
               VALUE "END OF REGISTRY REPORT..".

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
      *> Report line layouts for the DAY01ENQ run lock listing.
      *> Each 01-level below is WRITTEN FROM onto F-LISTING-RECORD.
       01 ENQ-HEADER-LINE.
           05 ENQ-HDR-LABEL           PIC X(28)
               VALUE "DAY01 RUN LOCK LISTING      ".
       01 ENQ-FILE-LINE.
           05 ENQ-FILE-LABEL          PIC X(24)
               VALUE "LOCK FILE...............".
           05 ENQ-FILE-NAME           PIC X(100).
       01 ENQ-ACTION-LINE.
           05 ENQ-ACT-LABEL           PIC X(24)
               VALUE "ACTION..................".
           05 ENQ-ACT-VALUE           PIC X(5).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 ENQ-ACT-RUN-ID          PIC X(24).
       01 ENQ-RUN-DATE-LINE.
           05 ENQ-DATE-LABEL          PIC X(24)
               VALUE "RUN DATE................".
           05 ENQ-DATE-VALUE          PIC X(10).
      *> One line per lock in the file: HELD, or CLEARED when this
      *> run removed it.
       01 ENQ-DETAIL-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 ENQ-DET-STATUS          PIC X(7).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 ENQ-DET-PROGRAM         PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 ENQ-DET-RUN-ID          PIC X(24).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 ENQ-DET-START-TIME      PIC X(19).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 ENQ-DET-RESOURCE        PIC X(68).
       01 ENQ-TOT-HELD-LINE.
           05 ENQ-TOT-HLD-LABEL       PIC X(24)
               VALUE "LOCKS HELD..............".
           05 ENQ-TOT-HLD-VALUE       PIC Z(05)9.
       01 ENQ-TOT-CLEARED-LINE.
           05 ENQ-TOT-CLR-LABEL       PIC X(24)
               VALUE "LOCKS CLEARED...........".
           05 ENQ-TOT-CLR-VALUE       PIC Z(05)9.
       01 ENQ-TRAILER-LINE.
           05 ENQ-TRL-LABEL           PIC X(24)
               VALUE "END OF RUN LOCK LISTING.".

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
      *> Feed registry line layout, appended to FD-REGISTRY by DAY01:
      *> one line per feed accepted, held as a duplicate, forced
      *> through, or quarantined by its acceptance rules - and, from
      *> DAY01REL, one more when a quarantined feed is released
      *> (ACCEPTED or FORCED) or DISCARDed - with the fingerprint of
      *> its content - its record count and column totals, its first
      *> and last data records in load order, and the sender ID and
      *> sequence number of its header (blank and zero when it has
      *> none). A HELD or FORCED line also names the registered feed
      *> it matched. Read back by DAY01 to find resent feeds and by
      *> DAY01REG for the registry report, so the numbers are
      *> written unedited.
       01 FRG-DETAIL-LINE.
           05 FRG-RUN-DATE            PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 FRG-STATUS              PIC X(8).
               88 FRG-IS-ACCEPTED               VALUE "ACCEPTED".
               88 FRG-IS-HELD                   VALUE "HELD".
               88 FRG-IS-FORCED                 VALUE "FORCED".
               88 FRG-IS-QUARANTINED            VALUE "QUARANT".
               88 FRG-IS-DISCARDED              VALUE "DISCARD".
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 FRG-FILE-NAME           PIC X(100).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 FRG-FINGERPRINT.
               10 FRG-COUNT-LABEL     PIC X(8) VALUE "COUNT = ".
               10 FRG-RECORD-COUNT    PIC 9(9).
               10 FRG-SUM-1-LABEL     PIC X(8) VALUE " SUM1 = ".
               10 FRG-CONTROL-SUM-1   PIC 9(18).
               10 FRG-SUM-2-LABEL     PIC X(8) VALUE " SUM2 = ".
               10 FRG-CONTROL-SUM-2   PIC 9(18).
               10 FRG-FIRST-LABEL     PIC X(9) VALUE " FIRST = ".
               10 FRG-FIRST-ITEM-1    PIC 9(9).
               10 FILLER              PIC X(1) VALUE SPACE.
               10 FRG-FIRST-ITEM-2    PIC 9(9).
               10 FRG-LAST-LABEL      PIC X(8) VALUE " LAST = ".
               10 FRG-LAST-ITEM-1     PIC 9(9).
               10 FILLER              PIC X(1) VALUE SPACE.
               10 FRG-LAST-ITEM-2     PIC 9(9).
               10 FRG-SENDER-LABEL    PIC X(10) VALUE " SENDER = ".
               10 FRG-SENDER-ID       PIC X(20).
               10 FRG-SEQ-LABEL       PIC X(7) VALUE " SEQ = ".
               10 FRG-SEQUENCE        PIC 9(9).
           05 FRG-MATCH-LABEL         PIC X(9) VALUE " MATCH = ".
           05 FRG-MATCH-DATE          PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 FRG-MATCH-FILE          PIC X(100).

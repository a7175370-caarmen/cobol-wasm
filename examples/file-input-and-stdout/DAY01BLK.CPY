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
      *> Response file layout of the DAY01BLK bulk location-ID
      *> lookup: one detail record per line of the request file, in
      *> request order, then one trailer record. Both records are 183
      *> bytes, fields are separated by a single space, and numbers
      *> are written unedited with leading zeros, so a receiving
      *> program can read the file positionally with this copybook.
      *>
      *> The found flag answers from the indexed master DAY01IDS.MST:
      *> Y on the master, N not on it, I the request line was not a
      *> location ID of up to 18 digits (only the request text is
      *> filled in). The source file, first-seen date and match count
      *> come from the master record - the match count is the one
      *> from the ID's latest feed - and are spaces and zero when the
      *> ID is not on it. The last-seen date, the number of distinct
      *> feeds and the table come from the occurrence log
      *> DAY01OCC.LOG, which keeps every sighting, so an ID purged
      *> from the master can still show its history. The table is 1
      *> or 2 when the ID has only ever been seen in that table, B
      *> when it has been seen in both, and a space when never.
       01 BLK-DETAIL-RECORD.
           05 BLK-RECORD-TYPE         PIC X(1) VALUE "D".
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 BLK-REQUEST-TEXT        PIC X(18).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 BLK-LOCATION-ID         PIC 9(18).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 BLK-FOUND-FLAG          PIC X(1).
               88 BLK-IS-FOUND                  VALUE "Y".
               88 BLK-IS-NOT-FOUND              VALUE "N".
               88 BLK-IS-INVALID                VALUE "I".
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 BLK-SOURCE-FILE         PIC X(100).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 BLK-FIRST-SEEN-DATE     PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 BLK-MATCH-COUNT         PIC 9(9).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 BLK-LAST-SEEN-DATE      PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 BLK-FEED-COUNT          PIC 9(6).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 BLK-TABLE-SEEN          PIC X(1).
               88 BLK-SEEN-IN-TABLE-1           VALUE "1".
               88 BLK-SEEN-IN-TABLE-2           VALUE "2".
               88 BLK-SEEN-IN-BOTH              VALUE "B".
               88 BLK-NEVER-SEEN                VALUE SPACE.

      *> The trailer the partner balances against: the number of
      *> detail records (one per request line), how many were found
      *> on the master, how many were not, and how many were not a
      *> location ID at all - hits, misses and invalid requests add
      *> up to the request count.
       01 BLK-TRAILER-RECORD.
           05 BLK-TRL-RECORD-TYPE     PIC X(1) VALUE "T".
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 BLK-TRL-RUN-DATE        PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 BLK-TRL-REQUEST-COUNT   PIC 9(9).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 BLK-TRL-HIT-COUNT       PIC 9(9).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 BLK-TRL-MISS-COUNT      PIC 9(9).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 BLK-TRL-INVALID-COUNT   PIC 9(9).
           05 FILLER                  PIC X(131) VALUE SPACES.

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
      *> Quarantine manifest line layouts. DAY01 writes one manifest,
      *> <input>.QTN, for every feed whose results break its
      *> acceptance rules, holding everything the run kept back from
      *> the standing files; DAY01REL reads it to promote or discard
      *> the quarantined run. The first three bytes of every line
      *> name its type:
      *>   QHD  the header: run date, feed and the rule it broke
      *>   OCC  an occurrence log line held back from FD-OCCUR, in
      *>        OCC-DETAIL-LINE form (DAY01OCC.CPY)
      *>   AUD  the audit log line held back from FD-AUDIT, in
      *>        AUD-DETAIL-LINE form (DAY01RPT.CPY)
      *>   OUT  one output written under its quarantine name, and
      *>        the current name it replaces when promoted
      *>   FRG  the feed's registry line, in FRG-DETAIL-LINE form
      *>        (DAY01FRG.CPY)
      *> Every line is read into QTN-DATA-LINE and then moved to the
      *> layout its type names.
       01 QTN-DATA-LINE.
           05 QTN-RECORD-TYPE         PIC X(3).
               88 QTN-IS-HEADER                 VALUE "QHD".
               88 QTN-IS-OCCURRENCE             VALUE "OCC".
               88 QTN-IS-AUDIT                  VALUE "AUD".
               88 QTN-IS-OUTPUT                 VALUE "OUT".
               88 QTN-IS-REGISTRY               VALUE "FRG".
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 QTN-RECORD-DATA         PIC X(426).
       01 QTN-HEADER-LINE.
           05 QTN-HDR-TYPE            PIC X(3) VALUE "QHD".
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 QTN-HDR-RUN-DATE        PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 QTN-HDR-FILE-NAME       PIC X(100).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 QTN-HDR-REASON          PIC X(60).
       01 QTN-OUTPUT-LINE.
           05 QTN-OUT-TYPE            PIC X(3) VALUE "OUT".
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 QTN-OUT-HELD-PATH       PIC X(100).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 QTN-OUT-CURRENT-PATH    PIC X(100).

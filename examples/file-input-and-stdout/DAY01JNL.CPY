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
      *> Change journal line layout for the indexed location-ID
      *> master: one line appended to <master>.JNL for every record
      *> added, rewritten or deleted, by any program, with the record
      *> as it was before the change and as it was left after it -
      *> each image is IDX-MASTER-RECORD of DAY01IDX.CPY, blank where
      *> there is none (no before image for an ADD, no after image for
      *> a DELETE). The run ID is the program and the date and time
      *> its run started, so every change of one run can be picked
      *> out together; the reference is the feed, transaction or list
      *> that caused the change. Read back by DAY01RBK to roll the
      *> master back, so the numbers are written unedited.
       01 JNL-DETAIL-LINE.
           05 JNL-RUN-ID              PIC X(24).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 JNL-PROGRAM             PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 JNL-RUN-DATE            PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 JNL-ACTION              PIC X(6).
               88 JNL-IS-ADD                    VALUE "ADD".
               88 JNL-IS-CHANGE                 VALUE "CHANGE".
               88 JNL-IS-DELETE                 VALUE "DELETE".
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 JNL-LOCATION-ID         PIC 9(18).
           05 JNL-REFERENCE-LABEL     PIC X(7) VALUE " REF = ".
           05 JNL-REFERENCE           PIC X(100).
           05 JNL-BEFORE-LABEL        PIC X(10) VALUE " BEFORE = ".
           05 JNL-BEFORE-IMAGE        PIC X(137).
           05 JNL-AFTER-LABEL         PIC X(9) VALUE " AFTER = ".
           05 JNL-AFTER-IMAGE         PIC X(137).

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
      *> Report line layouts for the DAY01RBK master rollback report.
      *> Each 01-level below is WRITTEN FROM onto F-LISTING-RECORD.
       01 RBK-HEADER-LINE.
           05 RBK-HDR-LABEL           PIC X(28)
               VALUE "DAY01 MASTER ROLLBACK REPORT".
       01 RBK-MASTER-LINE.
           05 RBK-MST-LABEL           PIC X(24)
               VALUE "INDEXED MASTER..........".
           05 RBK-MST-FILE-NAME       PIC X(100).
       01 RBK-JOURNAL-LINE.
           05 RBK-JNL-LABEL           PIC X(24)
               VALUE "CHANGE JOURNAL..........".
           05 RBK-JNL-FILE-NAME       PIC X(104).
       01 RBK-TARGET-LINE.
           05 RBK-TGT-LABEL           PIC X(24)
               VALUE "ROLLED BACK TO..........".
           05 RBK-TGT-VALUE           PIC X(24).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 RBK-TGT-KIND            PIC X(20).
       01 RBK-RUN-DATE-LINE.
           05 RBK-DATE-LABEL          PIC X(24)
               VALUE "RUN DATE................".
           05 RBK-DATE-VALUE          PIC X(10).
       01 RBK-RUN-LINE.
           05 RBK-RUN-LABEL           PIC X(24)
               VALUE "REVERSING RUN...........".
           05 RBK-RUN-ID              PIC X(24).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 RBK-RUN-PROGRAM         PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 RBK-RUN-DATE            PIC X(10).
       01 RBK-DETAIL-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 RBK-DET-STATUS          PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 RBK-DET-ACTION          PIC X(6).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 RBK-DET-ID              PIC Z(17)9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 RBK-DET-RESULT          PIC X(24).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 RBK-DET-REFERENCE       PIC X(70).
       01 RBK-TOT-READ-LINE.
           05 RBK-TOT-RD-LABEL        PIC X(24)
               VALUE "JOURNAL ENTRIES READ....".
           05 RBK-TOT-RD-VALUE        PIC Z(08)9.
       01 RBK-TOT-RUNS-LINE.
           05 RBK-TOT-RUN-LABEL       PIC X(24)
               VALUE "RUNS ROLLED BACK........".
           05 RBK-TOT-RUN-VALUE       PIC Z(08)9.
       01 RBK-TOT-REVERSED-LINE.
           05 RBK-TOT-REV-LABEL       PIC X(24)
               VALUE "ENTRIES REVERSED........".
           05 RBK-TOT-REV-VALUE       PIC Z(08)9.
       01 RBK-TOT-SKIPPED-LINE.
           05 RBK-TOT-SKP-LABEL       PIC X(24)
               VALUE "ENTRIES SKIPPED.........".
           05 RBK-TOT-SKP-VALUE       PIC Z(08)9.
       01 RBK-TRAILER-LINE.
           05 RBK-TRL-LABEL           PIC X(24)
               VALUE "END OF ROLLBACK REPORT..".

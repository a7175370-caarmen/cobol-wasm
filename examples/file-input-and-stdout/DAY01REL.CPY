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
      *> Report line layouts for the DAY01REL quarantine release
      *> report. Each 01-level below is WRITTEN FROM onto
      *> F-LISTING-RECORD.
       01 REL-HEADER-LINE.
           05 REL-HDR-LABEL           PIC X(31)
               VALUE "DAY01 QUARANTINE RELEASE REPORT".
       01 REL-FEED-LINE.
           05 REL-FEED-LABEL          PIC X(24)
               VALUE "QUARANTINED FEED........".
           05 REL-FEED-FILE-NAME      PIC X(100).
       01 REL-ACTION-LINE.
           05 REL-ACT-LABEL           PIC X(24)
               VALUE "RELEASE ACTION..........".
           05 REL-ACT-VALUE           PIC X(8).
       01 REL-QUARANTINE-DATE-LINE.
           05 REL-QDT-LABEL           PIC X(24)
               VALUE "QUARANTINED ON..........".
           05 REL-QDT-VALUE           PIC X(10).
       01 REL-REASON-LINE.
           05 REL-RSN-LABEL           PIC X(24)
               VALUE "QUARANTINE REASON.......".
           05 REL-RSN-VALUE           PIC X(60).
       01 REL-RUN-DATE-LINE.
           05 REL-DATE-LABEL          PIC X(24)
               VALUE "RUN DATE................".
           05 REL-DATE-VALUE          PIC X(10).
       01 REL-DETAIL-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 REL-DET-STATUS          PIC X(11).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 REL-DET-FILE-NAME       PIC X(100).
       01 REL-TOT-OUTPUTS-LINE.
           05 REL-TOT-OUT-LABEL       PIC X(24)
               VALUE "OUTPUTS RELEASED........".
           05 REL-TOT-OUT-VALUE       PIC Z(08)9.
       01 REL-TOT-MISSING-LINE.
           05 REL-TOT-MIS-LABEL       PIC X(24)
               VALUE "OUTPUTS NOT FOUND.......".
           05 REL-TOT-MIS-VALUE       PIC Z(08)9.
       01 REL-TOT-OCCUR-LINE.
           05 REL-TOT-OCC-LABEL       PIC X(24)
               VALUE "OCCURRENCES RELEASED....".
           05 REL-TOT-OCC-VALUE       PIC Z(08)9.
       01 REL-TOT-ADDED-LINE.
           05 REL-TOT-ADD-LABEL       PIC X(24)
               VALUE "MASTER IDS ADDED........".
           05 REL-TOT-ADD-VALUE       PIC Z(08)9.
       01 REL-TOT-REFRESHED-LINE.
           05 REL-TOT-REF-LABEL       PIC X(24)
               VALUE "MASTER IDS REFRESHED....".
           05 REL-TOT-REF-VALUE       PIC Z(08)9.
       01 REL-GENERATION-LINE.
           05 REL-GEN-LABEL           PIC X(24)
               VALUE "SAVED AS GENERATION.....".
           05 REL-GEN-VALUE           PIC 9(4).
       01 REL-TRAILER-LINE.
           05 REL-TRL-LABEL           PIC X(24)
               VALUE "END OF RELEASE REPORT...".

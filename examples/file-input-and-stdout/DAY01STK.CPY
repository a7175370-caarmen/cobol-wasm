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
      *> Report line layouts for the DAY01STK zero-match streak
      *> report. Each 01-level below is WRITTEN FROM onto
      *> F-LISTING-RECORD.
       01 STK-HEADER-LINE.
           05 STK-HDR-LABEL           PIC X(24)
               VALUE "DAY01 ZERO-MATCH STREAKS".
       01 STK-FILE-LINE.
           05 STK-FILE-LABEL          PIC X(24)
               VALUE "OCCURRENCE LOG..........".
           05 STK-FILE-NAME           PIC X(100).
       01 STK-RUN-DATE-LINE.
           05 STK-DATE-LABEL          PIC X(24)
               VALUE "RUN DATE................".
           05 STK-DATE-VALUE          PIC X(10).
       01 STK-LIMIT-LINE.
           05 STK-LIMIT-LABEL         PIC X(24)
               VALUE "FOLLOW-UP AFTER RUNS....".
           05 STK-LIMIT-VALUE         PIC Z(05)9.
       01 STK-WINDOW-LINE.
           05 STK-WINDOW-LABEL        PIC X(24)
               VALUE "RUNS MEASURED PER FEED..".
           05 STK-WINDOW-VALUE        PIC Z(05)9.
       01 STK-FEED-LINE.
           05 STK-FEED-LABEL          PIC X(24)
               VALUE "FEED....................".
           05 STK-FEED-VALUE          PIC X(100).
       01 STK-FEED-RUNS-LINE.
           05 STK-FRN-LABEL           PIC X(24)
               VALUE "  RUNS MEASURED.........".
           05 STK-FRN-VALUE           PIC Z(05)9.
       01 STK-LATEST-RUN-LINE.
           05 STK-LRN-LABEL           PIC X(24)
               VALUE "  LATEST RUN............".
           05 STK-LRN-VALUE           PIC X(10).
      *> One line per ID unmatched in the feed's latest run: the
      *> table it was unmatched in then, how many consecutive runs
      *> of the feed - back from the latest - it has been unmatched,
      *> and the run date the streak began. A "+" after the runs
      *> marks a streak that goes back past the oldest run measured,
      *> so it may be longer still.
       01 STK-DETAIL-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 STK-DET-TABLE-LABEL     PIC X(6) VALUE "TABLE ".
           05 STK-DET-TABLE           PIC 9(1).
           05 STK-DET-ID-LABEL        PIC X(5) VALUE " ID= ".
           05 STK-DET-ID              PIC Z(17)9.
           05 STK-DET-RUNS-LABEL      PIC X(7) VALUE " RUNS= ".
           05 STK-DET-RUNS            PIC Z(05)9.
           05 STK-DET-RUNS-MORE       PIC X(1).
           05 STK-DET-SINCE-LABEL     PIC X(8) VALUE " SINCE= ".
           05 STK-DET-SINCE           PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 STK-DET-FLAG            PIC X(9).
       01 STK-FEED-STREAKS-LINE.
           05 STK-FST-LABEL           PIC X(24)
               VALUE "  IDS ON A STREAK.......".
           05 STK-FST-VALUE           PIC Z(05)9.
       01 STK-FEED-FLAGGED-LINE.
           05 STK-FFL-LABEL           PIC X(24)
               VALUE "  FLAGGED FOR FOLLOW-UP.".
           05 STK-FFL-VALUE           PIC Z(05)9.
       01 STK-TOT-LINES-LINE.
           05 STK-TOT-LIN-LABEL       PIC X(24)
               VALUE "LOG LINES READ..........".
           05 STK-TOT-LIN-VALUE       PIC Z(08)9.
       01 STK-TOT-FEEDS-LINE.
           05 STK-TOT-FED-LABEL       PIC X(24)
               VALUE "FEEDS...................".
           05 STK-TOT-FED-VALUE       PIC Z(05)9.
       01 STK-TOT-STREAKS-LINE.
           05 STK-TOT-STK-LABEL       PIC X(24)
               VALUE "IDS ON A STREAK.........".
           05 STK-TOT-STK-VALUE       PIC Z(05)9.
       01 STK-TOT-FLAGGED-LINE.
           05 STK-TOT-FLG-LABEL       PIC X(24)
               VALUE "FLAGGED FOR FOLLOW-UP...".
           05 STK-TOT-FLG-VALUE       PIC Z(05)9.
       01 STK-TRAILER-LINE.
           05 STK-TRL-LABEL           PIC X(24)
               VALUE "END OF STREAK REPORT....".

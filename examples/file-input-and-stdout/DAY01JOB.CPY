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
      *> Step log line layout for the DAY01JOB job-stream driver: one
      *> line appended to <definition>.LOG for every step of every
      *> run of the stream - run, business date, step, outcome, start
      *> and end time, return code and the command as run. Read back
      *> by the next run of the same stream to restart at the first
      *> step that did not complete, so the numbers are unedited.
       01 JOB-LOG-LINE.
           05 JOB-RUN-ID              PIC X(24).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 JOB-RUN-DATE            PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 JOB-STEP-NAME           PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
      *> OK       ran, return code within the step's limit
      *> FAILED   ran, return code over the limit: the stream stops
      *> BYPASSED not run, an earlier step's return code too high
      *> NOT DUE  not run, a month-end step on any other day
      *> NOT RUN  not run, the stream stopped at an earlier step
      *> DONE     completed by the earlier run this one restarted
           05 JOB-STEP-STATUS         PIC X(8).
               88 JOB-STEP-IS-COMPLETE          VALUE "OK"
                                                      "BYPASSED"
                                                      "NOT DUE"
                                                      "DONE".
           05 JOB-START-LABEL         PIC X(9) VALUE " START = ".
           05 JOB-START-TIME          PIC X(19).
           05 JOB-END-LABEL           PIC X(7) VALUE " END = ".
           05 JOB-END-TIME            PIC X(19).
           05 JOB-RC-LABEL            PIC X(6) VALUE " RC = ".
           05 JOB-STEP-RC             PIC 9(4).
           05 JOB-CMD-LABEL           PIC X(7) VALUE " CMD = ".
           05 JOB-COMMAND             PIC X(200).

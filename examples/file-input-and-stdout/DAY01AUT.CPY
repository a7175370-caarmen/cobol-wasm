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
      *> Dual-control authorization for the programs that change the
      *> indexed master by hand - DAY01MNT, and DAY01REC in REPAIR
      *> mode - and the layout of the authorized-change log they
      *> append to.
      *>
      *> Every maintenance action names the operator who requested
      *> it; PURGE, REBUILD and REPAIR also name a second, different
      *> operator who approved it. Both are checked against the
      *> authorized-operator file (OPERATOR-PATH, default
      *> DAY01OPR.AUT): one comma-delimited grant per line,
      *>   <operator>,<action>,REQUEST|APPROVE
      *> where the action is DELETE, CORRECT, PURGE, REBUILD, REPAIR
      *> or "*" for every action. Lines starting "*" are comments.
      *> Example:
      *>   JSMITH,*,REQUEST
      *>   MJONES,PURGE,APPROVE
      *>   MJONES,REBUILD,APPROVE
      *>
      *> The authorized-change log (OPERATOR-LOG-PATH, default
      *> DAY01OPR.LOG) gets one AUL-DETAIL-LINE per action taken, with
      *> the operators behind it and how many master records it
      *> changed. DAY01OPR reports it by operator. The numbers are
      *> written unedited, so the same layout reads it back.
       01 AUL-DETAIL-LINE.
           05 AUL-RUN-ID              PIC X(24).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 AUL-PROGRAM             PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 AUL-RUN-DATE            PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 AUL-ACTION              PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 AUL-REQUESTER           PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 AUL-APPROVER            PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 AUL-CHANGE-COUNT        PIC 9(9).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 AUL-REFERENCE           PIC X(100).

      *> Every grant of the authorized-operator file.
       01 AUT-GRANT-COUNT             PIC 9(4) COMP VALUE 0.
       01 AUT-GRANT-TABLE OCCURS 500 TIMES.
           05 AUT-GRANT-OPERATOR      PIC X(8).
           05 AUT-GRANT-ACTION        PIC X(10).
           05 AUT-GRANT-ROLE          PIC X(7).
       01 AUT-GRANT-INDEX             PIC 9(4) COMP.
       01 AUT-BAD-LINE-COUNT          PIC 9(4) COMP VALUE 0.
       01 AUT-LINE-OPERATOR           PIC X(100).
       01 AUT-LINE-ACTION             PIC X(100).
       01 AUT-LINE-ROLE               PIC X(100).
       01 AUT-LOAD-STATE              PIC X(1) VALUE "N".
           88 AUT-IS-NOT-LOADED                 VALUE "N".
           88 AUT-IS-LOADED                     VALUE "Y".
           88 AUT-FILE-FAILED                   VALUE "F".

      *> One authorization check: the caller sets the action, the
      *> requester and approver as given, and whether the action
      *> needs an approver. AUT-REFUSAL comes back blank when the
      *> action is authorized, or with the reason it is not;
      *> AUT-REQUESTER and AUT-APPROVER come back as reported.
       01 AUT-ACTION-WANTED           PIC X(10).
       01 AUT-REQUESTER-TEXT          PIC X(100).
       01 AUT-APPROVER-TEXT           PIC X(100).
       01 AUT-APPROVAL-RULE           PIC X(1).
           88 AUT-APPROVAL-IS-NEEDED            VALUE "Y".
           88 AUT-APPROVAL-NOT-NEEDED           VALUE "N".
       01 AUT-REFUSAL                 PIC X(40).
       01 AUT-REQUESTER               PIC X(8).
       01 AUT-APPROVER                PIC X(8).
       01 AUT-CHECK-OPERATOR          PIC X(100).
       01 AUT-CHECK-ROLE              PIC X(7).
       01 AUT-CHECK-RESULT            PIC X(1).
           88 AUT-IS-GRANTED                    VALUE "Y".
           88 AUT-IS-NOT-GRANTED                VALUE "N".

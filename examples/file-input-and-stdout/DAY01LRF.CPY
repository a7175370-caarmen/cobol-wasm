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
      *> Record layout of the location reference file, keyed by
      *> LRF-LOCATION-ID. Owned by the operators and maintained only
      *> through DAY01LOC; read by DAY01 to validate every loaded ID
      *> and by DAY01INQ to name the location it answers for.
      *>
      *> A location is in force on a given date when its status is
      *> active and the date falls within its effective dates. The
      *> dates are YYYY-MM-DD, so they compare as text; a blank
      *> effective-to date leaves the location open-ended.
       01 LRF-REFERENCE-RECORD.
           05 LRF-LOCATION-ID        PIC 9(18).
           05 LRF-LOCATION-NAME      PIC X(30).
           05 LRF-REGION             PIC X(20).
           05 LRF-STATUS             PIC X(1).
               88 LRF-IS-ACTIVE                VALUE "A".
               88 LRF-IS-INACTIVE              VALUE "I".
           05 LRF-EFFECTIVE-FROM     PIC X(10).
           05 LRF-EFFECTIVE-TO       PIC X(10).
           05 LRF-LAST-CHANGED       PIC X(10).

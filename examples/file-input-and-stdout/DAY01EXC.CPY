      *> severity, and page out only on the real failures.
      *>
      *> Message IDs are eight characters - a five-character program
      *> code (DAY01, DLT01, HST01, INQ01, REG01, RBK01, JOB01,
      *> REL01, MNT01, REC01, ARC01, ENQ01, BLK01, OPR01, STK01,
      *> LOC01),
      *> the severity (E or W) in position 6, and a two-digit number
      *> - so the severity both filters as a column and reads
      *> straight out of the ID. Each program's IDs are catalogued
      *> beside its logging paragraphs.
       01 EXC-DETAIL-LINE.
           05 EXC-TIMESTAMP           PIC X(19).
           05 FILLER                  PIC X(1) VALUE SPACE.

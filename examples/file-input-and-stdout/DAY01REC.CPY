           05 REC-MODE-LABEL          PIC X(24)
               VALUE "REPAIR MODE.............".
           05 REC-MODE-VALUE          PIC X(3).
       01 REC-REQUESTER-LINE.
           05 REC-REQ-LABEL           PIC X(24)
               VALUE "REQUESTED BY............".
           05 REC-REQ-VALUE           PIC X(8).
       01 REC-APPROVER-LINE.
           05 REC-APR-LABEL           PIC X(24)
               VALUE "APPROVED BY.............".
           05 REC-APR-VALUE           PIC X(8).
       01 REC-REFUSED-LINE.
           05 REC-RFS-LABEL           PIC X(24)
               VALUE "REPAIR REFUSED..........".
           05 REC-RFS-VALUE           PIC X(40).
       01 REC-MISSING-IDX-LINE.
           05 REC-MIS-IDX-LABEL       PIC X(24)
               VALUE "MISSING FROM INDEXED....".

           05 MNT-TXN-LABEL           PIC X(24)
               VALUE "TRANSACTION FILE........".
           05 MNT-TXN-FILE-NAME       PIC X(100).
       01 MNT-OPERATOR-FILE-LINE.
           05 MNT-OPR-LABEL           PIC X(24)
               VALUE "AUTHORIZED OPERATORS....".
           05 MNT-OPR-FILE-NAME       PIC X(100).
       01 MNT-RUN-DATE-LINE.
           05 MNT-DATE-LABEL          PIC X(24)
               VALUE "RUN DATE................".
           05 MNT-DATE-VALUE          PIC X(10).
      *> One line per transaction: the outcome, the requesting and
      *> approving operators as given, the transaction, and the
      *> reason when it was rejected.
       01 MNT-ACTION-LINE.
           05 MNT-ACT-STATUS          PIC X(10).
           05 MNT-ACT-REQUESTER       PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 MNT-ACT-APPROVER        PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 MNT-ACT-TEXT            PIC X(80).
           05 MNT-ACT-REASON          PIC X(40).
       01 MNT-READ-COUNT-LINE.
           05 MNT-REJ-LABEL           PIC X(24)
               VALUE "ACTIONS REJECTED........".
           05 MNT-REJ-VALUE           PIC Z(05)9.
       01 MNT-REFUSED-COUNT-LINE.
           05 MNT-REF-LABEL           PIC X(24)
               VALUE "  NOT AUTHORIZED........".
           05 MNT-REF-VALUE           PIC Z(05)9.
       01 MNT-DELETED-COUNT-LINE.
           05 MNT-DEL-LABEL           PIC X(24)
               VALUE "IDS DELETED.............".

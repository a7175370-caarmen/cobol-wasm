               ACCESS MODE IS RANDOM
               RECORD KEY IS IDX-LOCATION-ID
               FILE STATUS IS LS-FD-IDMASTER-STATUS.
           SELECT FD-LOCREF ASSIGN TO LS-LOCREF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LRF-LOCATION-ID
               FILE STATUS IS LS-FD-LOCREF-STATUS.
           SELECT FD-EXCEPT ASSIGN TO LS-EXCEPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FD-EXCEPT-STATUS.
       FD FD-IDMASTER.
       COPY "DAY01IDX.CPY".

      *> The location reference file maintained by DAY01LOC - see
      *> DAY01LRF.CPY.
       FD FD-LOCREF.
       COPY "DAY01LRF.CPY".

      *> Per-run exception log - see EXC-DETAIL-LINE in
      *> DAY01EXC.CPY.
       FD FD-EXCEPT.

      *> The shared keyword parameter file the DAY01 suite reads at
      *> startup - see FD-PARM in day01.cob. DAY01INQ takes the
      *> IDMASTER-PATH, LOCREF-PATH and INQ-EXCEPTION-PATH keywords
      *> and ignores the rest; the command line overrides the file.
       FD FD-PARM.
       01  F-PARM-RECORD             PIC X(200).

       LOCAL-STORAGE SECTION.
       01 LS-IDMASTER-PATH           PIC X(100) VALUE "DAY01IDS.MST".
       01 LS-FD-IDMASTER-STATUS      PIC X(2).
       01 LS-LOCREF-PATH             PIC X(100) VALUE "DAY01LOC.REF".
       01 LS-FD-LOCREF-STATUS        PIC X(2).

       01 LS-ARG-INDEX               PIC 9(2) COMP VALUE 1.
       01 LS-ARG-VALUE               PIC X(100).
               DISPLAY "LOCATION ID " FUNCTION TRIM(LS-ID-TEXT)
                   " NOT FOUND"
               MOVE 4 TO RETURN-CODE
               PERFORM SHOW-LOCATION-REFERENCE
           NOT INVALID KEY
               DISPLAY "LOCATION ID............." IDX-LOCATION-ID
               PERFORM SHOW-LOCATION-REFERENCE
               DISPLAY "SOURCE FILE............."
                   FUNCTION TRIM(IDX-SOURCE-FILE)
               DISPLAY "FIRST SEEN DATE........." IDX-FIRST-SEEN-DATE
        EVALUATE FUNCTION TRIM(LS-PARM-KEY)
            WHEN "IDMASTER-PATH"
                MOVE LS-PARM-VALUE TO LS-IDMASTER-PATH
            WHEN "LOCREF-PATH"
                MOVE LS-PARM-VALUE TO LS-LOCREF-PATH
            WHEN "INQ-EXCEPTION-PATH"
                MOVE LS-PARM-VALUE TO LS-EXCEPT-PATH
            WHEN OTHER
        END-EVALUATE
       .

      *> Show the location reference entry for the requested ID next
      *> to it - its name, region, status and effective dates -
      *> whether or not a feed has sent it yet. The answer in
      *> the RETURN-CODE stays the indexed master's; a reference file
      *> that cannot be opened is only a warning.
       SHOW-LOCATION-REFERENCE.
        OPEN INPUT FD-LOCREF
        IF LS-FD-LOCREF-STATUS NOT = "00"
            DISPLAY "WARNING: UNABLE TO OPEN "
                FUNCTION TRIM(LS-LOCREF-PATH)
                " - FILE STATUS " LS-FD-LOCREF-STATUS
            MOVE "INQ01W03" TO EXC-MSG-ID
            MOVE LS-FD-LOCREF-STATUS TO EXC-FILE-STATUS
            MOVE LS-LOCREF-PATH TO EXC-FILE-NAME
            PERFORM LOG-ONE-EXCEPTION
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION NUMVAL(LS-ID-TEXT) TO LRF-LOCATION-ID
        READ FD-LOCREF
            INVALID KEY
                DISPLAY "LOCATION NAME..........."
                    "*** NOT ON REFERENCE FILE ***"
            NOT INVALID KEY
                DISPLAY "LOCATION NAME..........."
                    FUNCTION TRIM(LRF-LOCATION-NAME)
                DISPLAY "REGION.................."
                    FUNCTION TRIM(LRF-REGION)
                IF LRF-IS-ACTIVE
                    DISPLAY "LOCATION STATUS.........ACTIVE"
                ELSE
                    DISPLAY "LOCATION STATUS.........INACTIVE"
                END-IF
                DISPLAY "EFFECTIVE FROM.........." LRF-EFFECTIVE-FROM
                DISPLAY "EFFECTIVE TO............" LRF-EFFECTIVE-TO
        END-READ
        CLOSE FD-LOCREF
       .

      *> Structured exception logging - see DAY01EXC.CPY. The call
      *> sites set EXC-MSG-ID, EXC-FILE-STATUS and EXC-FILE-NAME.
      *> A location ID that is not on the master is a normal answer
      *> DAY01INQ message IDs:
      *>   INQ01E01 usage error
      *>   INQ01E02 unable to open indexed ID master
      *>   INQ01W03 unable to open location reference file
       LOG-ONE-EXCEPTION.
        MOVE EXC-MSG-ID(6:1) TO EXC-SEVERITY
        IF EXC-SEVERITY = "E"

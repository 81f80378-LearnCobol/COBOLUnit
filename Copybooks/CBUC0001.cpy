      *> name, matching every run before partitioning existed. Set by
      *> CBUDRV01 before the first suite runs - see 0200-LOAD-PARTITION.
      *>
      *> CBU-RESULTS-REQUEST: CBUU0001 keeps the RESULTS file open from
      *> its first row until it is asked to close it, rather than
      *> opening and closing it around every row. CBUDRV01 sets
      *> CBU-RESULTS-CLOSE-REQUESTED and CALLs CBUU0001 with the four
      *> row arguments OMITTED at each suite boundary (so every
      *> completed suite's rows are on disk before the next suite
      *> starts) and before 9100-WRITE-TRAILER; CBUU0001 closes the
      *> file, clears the request and writes nothing. The next row
      *> reopens the file for append. A suite run standalone never
      *> asks - the file is closed when the run unit ends.
      *>
      *> CBU-CAPTURE-STATUS: set by CBUDRV01 when the run was started
      *> with PARM='CAPTURE'. A data-driven suite that honors it (see
      *> TS000003/TI000001) drives the program under test with each
      *> first suite runs; a suite run standalone leaves it zeros and
      *> spaces, and CBUU0001 stamps the date and time itself when it
      *> creates the file in that case.
      *>
      *> CBU-STUB-AREA: the stubs active for the suite presently
      *> executing - each entry names a called PROGRAM-ID, the stub
      *> PROGRAM-ID standing in for it, and how many times the stub
      *> has answered. CBUDRV01 fills it from STUBS.dat (CBUC0009)
      *> immediately before it CALLs each suite and stamps
      *> CBU-STUB-STAMP-DATE/TIME with that moment, so the STUBLOG rows
      *> (CBUC0011) of one suite execution can be told apart from any
      *> other. A suite never CALLs a program under test's dependency
      *> by its literal name: it CALLs CBU-resolve-call (CBUC0002) with
      *> the real PROGRAM-ID and CALLs whatever name comes back. A
      *> suite run standalone leaves the table empty, so every name
      *> resolves to the real program.
      *>
       01  CBU-ctx.
           05  CBU-PASS-COUNT          PIC 9(9) COMP.
               88  CBU-LAST-FAILED         VALUE "F".
           05  CBU-RESULTS-STATUS      PIC X VALUE "N".
               88  CBU-RESULTS-STARTED     VALUE "Y".
           05  CBU-RESULTS-REQUEST     PIC X VALUE SPACE.
               88  CBU-RESULTS-CLOSE-REQUESTED VALUE "C".
           05  CBU-CURRENT-SUITE       PIC X(8).
           05  CBU-RESULTS-SUFFIX      PIC X(8) VALUE SPACES.
           05  CBU-CAPTURE-STATUS      PIC X VALUE "N".
           05  CBU-COVERAGE-GATE-MISSING PIC 9(4) COMP VALUE 0.
           05  CBU-COVERAGE-AREA.
               10  CBU-COVERAGE-COUNT      PIC 9(4) COMP VALUE 0.
               10  CBU-COVERAGE-ENTRY OCCURS 200 TIMES.
                   15  CBU-COVERAGE-PROGRAM    PIC X(8).
                   15  CBU-COVERAGE-PARAGRAPH  PIC X(30).
                   15  CBU-COVERAGE-HITS       PIC 9(7) COMP.
           05  CBU-STUB-AREA.
               10  CBU-STUB-STAMP-DATE     PIC 9(8) VALUE 0.
               10  CBU-STUB-STAMP-TIME     PIC 9(6) VALUE 0.
               10  CBU-STUB-COUNT          PIC 9(4) COMP VALUE 0.
               10  CBU-STUB-ENTRY OCCURS 20 TIMES.
                   15  CBU-STUB-CALLED         PIC X(8).
                   15  CBU-STUB-PROGRAM        PIC X(8).
                   15  CBU-STUB-CALLS          PIC 9(7) COMP.

      *>
      *> CBUC0014 - CBU-coverage-rec, the COVERAGE.dat record layout.
      *> One row per PROGRAM/PARAGRAPH pair a suite's CALL hit: the
      *> suite that drove it, the program under test, the paragraph,
      *> and how many times that suite entered it. CBUDRV01 writes
      *> the rows for each suite as it finishes (only the hits that
      *> suite added to CBU-COVERAGE-AREA), so the file survives the
      *> step and a checkpoint restart appends to it instead of
      *> starting the night's coverage over. CBUM0001 reads one
      *> COVERAGEPnn.dat per partition back and sums the hits by
      *> program and paragraph before applying CBU-coverage-gate;
      *> CBUU0005 archives the file as COVERAGEGnnnn.dat. Shared by
      *> all three so they can never drift apart - the same
      *> convention as CBUC0003 for RESULTS.dat.
      *>
       01  CBU-coverage-rec.
           05  CBU-cov-suite            PIC X(8).
           05  FILLER                   PIC X VALUE SPACE.
           05  CBU-cov-program          PIC X(8).
           05  FILLER                   PIC X VALUE SPACE.
           05  CBU-cov-paragraph        PIC X(30).
           05  FILLER                   PIC X VALUE SPACE.
           05  CBU-cov-hits             PIC 9(7).

      *>
      *> CBUC0009 - CBU-stub-ctl-rec, the STUBS.dat record layout. One
      *> record per stub substitution: CBU-stubctl-called is the real
      *> PROGRAM-ID a program under test CALLs, CBU-stubctl-stub the
      *> stub PROGRAM-ID to run in its place, CBU-stubctl-suite the
      *> suite the substitution applies to - SPACES applies it to
      *> every suite in the run. CBUDRV01 loads the file once at the
      *> start of a run and activates the matching entries in
      *> CBU-STUB-AREA (CBUC0001) before each suite. No STUBS.dat
      *> means no stubs: every suite drives the real programs. COPY
      *> this into the FILE SECTION FD for the stub control file.
      *>
       01  CBU-stub-ctl-rec.
           05  CBU-stubctl-called      PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  CBU-stubctl-stub        PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  CBU-stubctl-suite       PIC X(8).

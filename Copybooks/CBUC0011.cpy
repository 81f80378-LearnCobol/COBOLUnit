      *>
      *> CBUC0011 - CBU-stub-log-rec, the STUBLOG.dat record layout
      *> (STUBLOGPnn.dat for a partitioned instance, named from
      *> CBU-RESULTS-SUFFIX the way RESULTS.dat is). CBU-stub-respond
      *> (CBUU0010) appends one record every time a stub answers a
      *> CALL: the CBU-STUB-STAMP of the suite execution it belongs
      *> to, the suite, the real PROGRAM-ID the stub stood in for, the
      *> stub, the arguments and response as the stub formatted them,
      *> and whether the response file had an answer for those
      *> arguments. CBU-assert-stub-calls (CBUA0006) counts these
      *> records. CBUDRV01 truncates the file at the start of a run
      *> and a checkpoint restart appends to it. COPY this into the
      *> FILE SECTION FD for any program that writes or reads STUBLOG.
      *>
       01  CBU-stub-log-rec.
           05  CBU-slog-date           PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  CBU-slog-time           PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  CBU-slog-suite          PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  CBU-slog-called         PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  CBU-slog-stub           PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  CBU-slog-found          PIC X.
               88  CBU-SLOG-ANSWERED       VALUE "Y".
               88  CBU-SLOG-NO-ANSWER      VALUE "N".
           05  FILLER                  PIC X VALUE SPACE.
           05  CBU-slog-args           PIC X(40).
           05  FILLER                  PIC X VALUE SPACE.
           05  CBU-slog-response       PIC X(40).

      *> identifier - a dynamic CALL by content of the data item) to the
      *> actual short PROGRAM-ID that implements it, so the assertion
      *> implementation can be swapped without recompiling every suite.
      *> CBU-resolve-call gives a suite the same indirection for the
      *> programs its program under test depends on: it turns a real
      *> PROGRAM-ID into the stub CBUDRV01 activated for the suite
      *> (STUBS.dat), or leaves it alone when none is active.
      *> CBU-stub-respond is CALLed by the stubs themselves.
      *>
       01  CBU-verb-table.
           05  CBU-assert-nb3-equals   PIC X(8) VALUE "CBUA0001".
           05  CBU-assert-dec-equals   PIC X(8) VALUE "CBUA0005".
           05  CBU-coverage-summary    PIC X(8) VALUE "CBUU0003".
           05  CBU-coverage-gate       PIC X(8) VALUE "CBUU0004".
           05  CBU-assert-stub-calls   PIC X(8) VALUE "CBUA0006".
           05  CBU-resolve-call        PIC X(8) VALUE "CBUU0009".
           05  CBU-stub-respond        PIC X(8) VALUE "CBUU0010".

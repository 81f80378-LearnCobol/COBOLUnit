      *> SAMPC003-B SAMPC003-C SAMPC003-D SAMPC003-RES, and COPY into
      *> SAMPLE03's own LINKAGE SECTION so both sides share one
      *> definition of the argument layout.
      *> SAMPC003-RES-STATUS is an OPTIONAL status argument passed
      *> after SAMPLE03's OPTIONAL CBU-ctx (OMITTED outside a suite):
      *> SAMPLE03 sets SAMPC003-RES-OVERFLOW when the true result
      *> would not fit SAMPC003-RES's PIC 99 - RES still comes back
      *> with the low-order digits, exactly as before, so callers that
      *> leave the argument off see no change. A caller that passes it
      *> on one CALL must pass it on every CALL in the run (see the
      *> trailing-OPTIONAL note in CBUA0005).
      *>
       01  SAMPC003-A                  PIC 99.
       01  SAMPC003-B                  PIC 99.
       01  SAMPC003-C                  PIC 99.
       01  SAMPC003-D                  PIC 99.
       01  SAMPC003-RES                PIC 99.
       01  SAMPC003-RES-STATUS         PIC X.
           88  SAMPC003-RES-FITS       VALUE "0".
           88  SAMPC003-RES-OVERFLOW   VALUE "1".

      *>
      *> CBUC0008 - CBU-case-audit-rec, the CASEAUDIT.dat record
      *> layout. CBUU0008 appends one record for every case-file
      *> transaction it applies (never for a rejected one), so every
      *> expected value in TESTCASES.dat or INTCASES.dat can be traced
      *> to who changed it and when. CBU-caud-before is the row as it
      *> stood before the change (spaces for an add); CBU-caud-after
      *> is the row as it now stands (spaces for a delete). The date
      *> and time are when CBUU0008 applied the change. COPY this into
      *> the FILE SECTION FD for any program that writes or reads
      *> CASEAUDIT.dat.
      *>
       01  CBU-case-audit-rec.
           05  CBU-caud-date           PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  CBU-caud-time           PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  CBU-caud-requester      PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  CBU-caud-suite          PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  CBU-caud-action         PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  CBU-caud-before         PIC X(16).
           05  FILLER                  PIC X VALUE SPACE.
           05  CBU-caud-after          PIC X(16).

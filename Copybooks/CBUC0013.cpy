      *>
      *> CBUC0013 - CBU-tkt-tran-rec, the TICKETS.dat record layout -
      *> the outbound defect-ticket interface file CBUU0011 writes
      *> after each run for the ticketing system to load. One record
      *> per ticket action:
      *>   OPEN   - the assertion went from passing (or never seen) to
      *>            failing; CBU-ttran-reopened is "Y" when the ticket
      *>            number is an old one being reopened (TKTXREF.dat,
      *>            CBUC0012) rather than newly issued;
      *>   UPDATE - the assertion is still failing on an open ticket;
      *>            CBU-ttran-fail-streak carries its consecutive-fail
      *>            count from ASSERTHIST.dat (CBUC0006);
      *>   CLOSE  - the assertion passed again on an open ticket.
      *> CBU-ttran-quarantine reads "QUARANTINED" when the suite is on
      *> QUARANTINE.dat - such failures are still ticketed, tagged so
      *> the queue can triage a known flake differently, never left
      *> out. The expected/actual values and outcome are the run's own
      *> (ABND for an abended suite's row). The file ends on one
      *> control-total trailer (CBU-ttran-trl-rec, "*TRAILER" where a
      *> transaction carries its action) counting each action, so the
      *> loader can prove it took the whole file - the same bracket
      *> CBUC0003 puts round RESULTS.dat. COPY this into the FILE
      *> SECTION FD for TICKET-FILE.
      *>
       01  CBU-tkt-tran-rec.
           05  CBU-ttran-action         PIC X(8).
               88  CBU-TTRAN-OPEN       VALUE "OPEN".
               88  CBU-TTRAN-UPDATE     VALUE "UPDATE".
               88  CBU-TTRAN-CLOSE      VALUE "CLOSE".
               88  CBU-TTRAN-TRAILER    VALUE "*TRAILER".
           05  FILLER                   PIC X VALUE SPACE.
           05  CBU-ttran-number         PIC 9(8).
           05  FILLER                   PIC X VALUE SPACE.
           05  CBU-ttran-reopened       PIC X.
           05  FILLER                   PIC X VALUE SPACE.
           05  CBU-ttran-run-date       PIC 9(8).
           05  FILLER                   PIC X VALUE SPACE.
           05  CBU-ttran-run-time       PIC 9(6).
           05  FILLER                   PIC X VALUE SPACE.
           05  CBU-ttran-suite          PIC X(8).
           05  FILLER                   PIC X VALUE SPACE.
           05  CBU-ttran-assert-name    PIC X(20).
           05  FILLER                   PIC X VALUE SPACE.
           05  CBU-ttran-fail-streak    PIC 9(4).
           05  FILLER                   PIC X VALUE SPACE.
           05  CBU-ttran-quarantine     PIC X(11).
           05  FILLER                   PIC X VALUE SPACE.
           05  CBU-ttran-expected       PIC X(20).
           05  FILLER                   PIC X VALUE SPACE.
           05  CBU-ttran-actual         PIC X(20).
           05  FILLER                   PIC X VALUE SPACE.
           05  CBU-ttran-outcome        PIC X(4).
       01  CBU-ttran-trl-rec.
           05  CBU-ttran-trl-id         PIC X(8).
           05  FILLER                   PIC X.
           05  CBU-ttran-trl-open       PIC 9(9).
           05  FILLER                   PIC X.
           05  CBU-ttran-trl-update     PIC 9(9).
           05  FILLER                   PIC X.
           05  CBU-ttran-trl-close      PIC 9(9).

      *>
      *> CBUC0012 - CBU-tkt-xref-rec, the TKTXREF.dat record layout.
      *> TKTXREF.dat is the indexed defect-ticket cross-reference,
      *> keyed on suite name plus assert name exactly as ASSERTHIST.dat
      *> is (CBUC0006), maintained by CBUU0011 after every run. It is
      *> what keeps the ticket feed honest: an assertion with an OPEN
      *> ticket gets UPDATEs, never a second OPEN, and one whose ticket
      *> was CLOSEd and then fails again is reopened under the SAME
      *> ticket number rather than a new one. CBU-tkt-last-run-date/
      *> -time remember the run stamp (the RESULTS header's date and
      *> time) of the last transaction sent for the assertion, the same
      *> idempotency device CBUC0006 uses - a restart-appended RESULTS
      *> file put through the step twice does not send the same run's
      *> UPDATE twice. CBU-tkt-last-action is the transaction that run
      *> stamp sent (REOPEN for an OPEN that reopened the ticket), and
      *> CBU-tkt-last-step-date/-time stamp the pass of CBUU0011 that
      *> sent it: a later pass over the same run, which has truncated
      *> TICKETS.dat, sends that transaction again from here rather
      *> than dropping it, while a repeated row within one pass still
      *> sends nothing. Dates are YYYYMMDD; zero means "never".
      *> One record is not an assertion: the control record, whose
      *> suite is "*TKTCTL*" (a name no PROGRAM-ID can take), carries
      *> the last ticket number issued in CBU-tkt-number - held in the
      *> same file as the cross-reference so the two can never be
      *> restored out of step with each other. COPY this into the
      *> FILE SECTION FD for TKTXREF-FILE.
      *>
       01  CBU-tkt-xref-rec.
           05  CBU-tkt-key.
               10  CBU-tkt-suite        PIC X(8).
                   88  CBU-TKT-CONTROL-REC  VALUE "*TKTCTL*".
               10  CBU-tkt-assert-name  PIC X(20).
           05  CBU-tkt-number           PIC 9(8).
           05  CBU-tkt-status           PIC X.
               88  CBU-TKT-IS-OPEN      VALUE "O".
               88  CBU-TKT-IS-CLOSED    VALUE "C".
           05  CBU-tkt-opened-date      PIC 9(8).
           05  CBU-tkt-closed-date      PIC 9(8).
           05  CBU-tkt-reopen-count     PIC 9(4).
           05  CBU-tkt-last-run-date    PIC 9(8).
           05  CBU-tkt-last-run-time    PIC 9(6).
           05  CBU-tkt-last-action      PIC X(8).
               88  CBU-TKT-LAST-OPEN    VALUE "OPEN".
               88  CBU-TKT-LAST-REOPEN  VALUE "REOPEN".
               88  CBU-TKT-LAST-UPDATE  VALUE "UPDATE".
               88  CBU-TKT-LAST-CLOSE   VALUE "CLOSE".
           05  CBU-tkt-last-step-date   PIC 9(8).
           05  CBU-tkt-last-step-time   PIC 9(8).

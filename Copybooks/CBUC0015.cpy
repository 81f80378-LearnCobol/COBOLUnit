      *>
      *> CBUC0015 - CBU-owner-rec, the SUITEOWNER.dat record layout.
      *> One record per suite: the SUITELIST.dat suite name (CBUC0004),
      *> the application team that owns it, the escalation level
      *> on-call works to when it goes red (1 = next business day,
      *> 2 = same day, 3 = page the contact now), and the team's
      *> contact - a person, rota or mailbox, whatever the team wants
      *> called first. A suite on SUITELIST.dat with no record here
      *> is unowned and CBUR0007 flags it as an exception on every
      *> run until a team claims it; a record naming a suite that is
      *> no longer on SUITELIST.dat is reported as a stale claim. An
      *> escalation level other than 2 or 3 reads as 1. Shared
      *> by CBUR0007 and any later reader of the ownership file, the
      *> same convention as CBUC0004 for SUITELIST.dat. COPY this
      *> into the FILE SECTION FD for SUITEOWNER-FILE.
      *>
       01  CBU-owner-rec.
           05  CBU-owner-suite          PIC X(8).
           05  FILLER                   PIC X VALUE SPACE.
           05  CBU-owner-team           PIC X(8).
           05  FILLER                   PIC X VALUE SPACE.
           05  CBU-owner-escalation     PIC X(1).
           05  FILLER                   PIC X VALUE SPACE.
           05  CBU-owner-contact        PIC X(40).

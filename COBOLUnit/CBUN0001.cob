000100*>    passed but the coverage gate found a required paragraph
000102*>    never hit), or RC=4 (the run's time budget expired and the
000104*>    driver stopped cleanly before the remaining suites - resume
000106*>    from the checkpoint tomorrow, nothing is broken). The same
000107*>    program pages for the CBUR0008 step's RC=1 (assertions or
000108*>    whole suites stopped running - PARM='VANISHED'). The job
000109*>    passes which one happened in via PARM,
000110*>    the standard mainframe length-prefixed PARM convention, so
000120*>    the on-call analyst sees a console message that distinguishes
000125*>    them instead of having to open the job log to find out which
000439                         DELIMITED BY SIZE
000440                         INTO WS-ALERT-TEXT
000441                 ELSE
000442                     IF WS-SEVERITY = "VANISHED"
000443                         MOVE SPACES TO WS-ALERT-TEXT
000444                         STRING "CBU TESTS STOPPED RUNNING - SEE "
000445                             DELIMITED BY SIZE
000446                             "CBUR0008 REPORT" DELIMITED BY SIZE
000447                             INTO WS-ALERT-TEXT
000448                     ELSE
000449                         MOVE SPACES TO WS-ALERT-TEXT
000450                         STRING "CBU REGRESSION NEEDS "
000451                             DELIMITED BY SIZE
000452                             "ATTENTION - CHECK JOB"
000453                             DELIMITED BY SIZE
000454                             INTO WS-ALERT-TEXT
000455                     END-IF
000456                 END-IF
000457             END-IF
000458         END-IF
000460     END-IF.
000470     DISPLAY "CBUN0001: PAGING ON-CALL - " WS-ALERT-TEXT
000480         UPON CONSOLE.

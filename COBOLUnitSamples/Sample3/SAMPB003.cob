000010*>
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.   SAMPB003.
000040*>    Production batch front end for SAMPLE03: reads one A/B/C/D
000050*>    transaction per record from SAMPTRAN.dat, CALLs SAMPLE03
000060*>    through the SAMPC003 interface for each, and writes the
000070*>    inputs plus SAMPC003-RES to SAMPOUT.dat - the one loop every
000080*>    caller used to write for itself. CBU-ctx is passed as
000090*>    OMITTED (no coverage is tracked outside a suite) and
000100*>    SAMPC003-RES-STATUS on every CALL, so SAMPLE03 itself
000110*>    reports a result that would not fit PIC 99 rather than
000120*>    this program recomputing the business rule.
000130*>    A transaction is written to SAMPREJ.dat instead, with a
000140*>    reason code, its input image and its record number, when:
000150*>      01 - an input field is not two numeric digits (the row is
000160*>           never passed to SAMPLE03's arithmetic);
000170*>      02 - SAMPLE03 reports the result overflows SAMPC003-RES;
000180*>      03 - the record is longer than the transaction layout
000190*>           (the spillover GnuCOBOL's LINE SEQUENTIAL reads back
000200*>           as a further record is rejected on its own merits).
000210*>    SAMPOUT.dat ends on a control-total trailer (SO-TRL-REC,
000220*>    "*TRAILER" in the first eight bytes where a detail row has
000230*>    digits): records read, processed and rejected, and a hash
000240*>    total of RES over the processed rows - the balancing step
000250*>    for the business run that the RESULTS trailer (CBUC0003)
000260*>    already gives the regression run. Read must equal processed
000270*>    plus rejected; the same totals are DISPLAYed for the log.
000280*>    RETURN-CODE is 0 when every transaction was processed, 1
000290*>    when any was rejected, 2 when SAMPTRAN.dat could not be
000300*>    opened or an output file could not be written.
000310 ENVIRONMENT    DIVISION.
000320 CONFIGURATION  SECTION.
000330 INPUT-OUTPUT   SECTION.
000340 FILE-CONTROL.
000350     SELECT SAMP-TRAN-FILE ASSIGN TO "SAMPTRAN.dat"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-TRAN-STATUS.
000380     SELECT SAMP-OUT-FILE ASSIGN TO "SAMPOUT.dat"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-OUT-STATUS.
000410     SELECT SAMP-REJECT-FILE ASSIGN TO "SAMPREJ.dat"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-REJECT-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  SAMP-TRAN-FILE.
000470 01  SAMP-TRAN-REC.
000480     05 ST-A          PIC 99.
000490     05 ST-B          PIC 99.
000500     05 ST-C          PIC 99.
000510     05 ST-D          PIC 99.
000520 FD  SAMP-OUT-FILE.
000530 01  SAMP-OUT-REC.
000540     05 SO-A          PIC 99.
000550     05 SO-B          PIC 99.
000560     05 SO-C          PIC 99.
000570     05 SO-D          PIC 99.
000580     05 SO-RES        PIC 99.
000590 01  SO-TRL-REC.
000600     05 SO-TRL-ID        PIC X(8).
000610     05 FILLER           PIC X.
000620     05 SO-TRL-READ      PIC 9(9).
000630     05 FILLER           PIC X.
000640     05 SO-TRL-PROCESSED PIC 9(9).
000650     05 FILLER           PIC X.
000660     05 SO-TRL-REJECTED  PIC 9(9).
000670     05 FILLER           PIC X.
000680     05 SO-TRL-RES-HASH  PIC 9(11).
000690 FD  SAMP-REJECT-FILE.
000700 01  SAMP-REJECT-REC.
000710     05 SR-INPUT         PIC X(8).
000720     05 FILLER           PIC X.
000730     05 SR-REASON-CODE   PIC XX.
000740     05 FILLER           PIC X.
000750     05 SR-REASON-TEXT   PIC X(30).
000760     05 FILLER           PIC X.
000770     05 SR-RECORD-NUM    PIC 9(9).
000780 WORKING-STORAGE SECTION.
000790  COPY SAMPC003.
000800  01 WS-TRAN-STATUS PIC XX.
000810     88 WS-TRAN-OK VALUE "00".
000820  01 WS-OUT-STATUS PIC XX.
000830     88 WS-OUT-OK VALUE "00".
000840  01 WS-REJECT-STATUS PIC XX.
000850     88 WS-REJECT-OK VALUE "00".
000860  01 WS-EOF-SWITCH PIC X VALUE "N".
000870     88 WS-AT-EOF VALUE "Y".
000880  01 WS-READ-COUNT PIC 9(9) COMP VALUE 0.
000890  01 WS-PROCESSED-COUNT PIC 9(9) COMP VALUE 0.
000900  01 WS-REJECTED-COUNT PIC 9(9) COMP VALUE 0.
000910  01 WS-RES-HASH PIC 9(11) COMP VALUE 0.
000920  01 WS-REASON-CODE PIC XX VALUE SPACES.
000930  01 WS-REASON-TEXT PIC X(30) VALUE SPACES.
000940 PROCEDURE DIVISION.
000950 0000-MAIN.
000960     PERFORM 0100-OPEN-FILES.
000970     PERFORM UNTIL WS-AT-EOF
000980         READ SAMP-TRAN-FILE
000990             AT END SET WS-AT-EOF TO TRUE
001000             NOT AT END PERFORM 1000-PROCESS-TRANSACTION
001010         END-READ
001020     END-PERFORM.
001030     CLOSE SAMP-TRAN-FILE.
001040     CLOSE SAMP-REJECT-FILE.
001050     PERFORM 9000-WRITE-TRAILER.
001060     CLOSE SAMP-OUT-FILE.
001070     PERFORM 9100-SUMMARY.
001080     GOBACK.
001090 0100-OPEN-FILES.
001100     OPEN INPUT SAMP-TRAN-FILE.
001110     IF NOT WS-TRAN-OK
001120         DISPLAY "SAMPB003: UNABLE TO OPEN SAMPTRAN.dat - FILE "
001130             "STATUS " WS-TRAN-STATUS
001140         MOVE 2 TO RETURN-CODE
001150         GOBACK
001160     END-IF.
001170     OPEN OUTPUT SAMP-OUT-FILE.
001180     IF NOT WS-OUT-OK
001190         DISPLAY "SAMPB003: UNABLE TO WRITE SAMPOUT.dat - FILE "
001200             "STATUS " WS-OUT-STATUS
001210         CLOSE SAMP-TRAN-FILE
001220         MOVE 2 TO RETURN-CODE
001230         GOBACK
001240     END-IF.
001250     OPEN OUTPUT SAMP-REJECT-FILE.
001260     IF NOT WS-REJECT-OK
001270         DISPLAY "SAMPB003: UNABLE TO WRITE SAMPREJ.dat - FILE "
001280             "STATUS " WS-REJECT-STATUS
001290         CLOSE SAMP-TRAN-FILE
001300         CLOSE SAMP-OUT-FILE
001310         MOVE 2 TO RETURN-CODE
001320         GOBACK
001330     END-IF.
001340 1000-PROCESS-TRANSACTION.
001350     ADD 1 TO WS-READ-COUNT.
001360     MOVE SPACES TO WS-REASON-CODE.
001370     IF NOT WS-TRAN-OK
001380         MOVE "03" TO WS-REASON-CODE
001390         MOVE "RECORD LONGER THAN LAYOUT" TO WS-REASON-TEXT
001400     ELSE
001410         IF ST-A IS NOT NUMERIC OR ST-B IS NOT NUMERIC
001420                 OR ST-C IS NOT NUMERIC OR ST-D IS NOT NUMERIC
001430             MOVE "01" TO WS-REASON-CODE
001440             MOVE "NON-NUMERIC INPUT" TO WS-REASON-TEXT
001450         ELSE
001460             PERFORM 1100-CALL-SAMPLE03
001470         END-IF
001480     END-IF.
001490     IF WS-REASON-CODE = SPACES
001500         PERFORM 1200-WRITE-RESULT
001510     ELSE
001520         PERFORM 1300-WRITE-REJECT
001530     END-IF.
001540 1100-CALL-SAMPLE03.
001550     MOVE ST-A TO SAMPC003-A.
001560     MOVE ST-B TO SAMPC003-B.
001570     MOVE ST-C TO SAMPC003-C.
001580     MOVE ST-D TO SAMPC003-D.
001590     MOVE 0 TO SAMPC003-RES.
001600     CALL "SAMPLE03" USING SAMPC003-A SAMPC003-B SAMPC003-C
001610         SAMPC003-D SAMPC003-RES OMITTED SAMPC003-RES-STATUS.
001620     IF SAMPC003-RES-OVERFLOW
001630         MOVE "02" TO WS-REASON-CODE
001640         MOVE "RESULT EXCEEDS PIC 99" TO WS-REASON-TEXT
001650     END-IF.
001660 1200-WRITE-RESULT.
001670     MOVE SAMPC003-A TO SO-A.
001680     MOVE SAMPC003-B TO SO-B.
001690     MOVE SAMPC003-C TO SO-C.
001700     MOVE SAMPC003-D TO SO-D.
001710     MOVE SAMPC003-RES TO SO-RES.
001720     WRITE SAMP-OUT-REC.
001730     ADD 1 TO WS-PROCESSED-COUNT.
001740     ADD SAMPC003-RES TO WS-RES-HASH.
001750 1300-WRITE-REJECT.
001760     MOVE SPACES TO SAMP-REJECT-REC.
001770     MOVE SAMP-TRAN-REC TO SR-INPUT.
001780     MOVE WS-REASON-CODE TO SR-REASON-CODE.
001790     MOVE WS-REASON-TEXT TO SR-REASON-TEXT.
001800     MOVE WS-READ-COUNT TO SR-RECORD-NUM.
001810     WRITE SAMP-REJECT-REC.
001820     ADD 1 TO WS-REJECTED-COUNT.
001830 9000-WRITE-TRAILER.
001840     MOVE SPACES TO SO-TRL-REC.
001850     MOVE "*TRAILER" TO SO-TRL-ID.
001860     MOVE WS-READ-COUNT TO SO-TRL-READ.
001870     MOVE WS-PROCESSED-COUNT TO SO-TRL-PROCESSED.
001880     MOVE WS-REJECTED-COUNT TO SO-TRL-REJECTED.
001890     MOVE WS-RES-HASH TO SO-TRL-RES-HASH.
001900     WRITE SO-TRL-REC.
001910 9100-SUMMARY.
001920     DISPLAY "SAMPB003 CONTROL TOTALS: READ " WS-READ-COUNT
001930         " PROCESSED " WS-PROCESSED-COUNT
001940         " REJECTED " WS-REJECTED-COUNT
001950         " RES HASH " WS-RES-HASH.
001960     IF WS-REJECTED-COUNT > 0
001970         DISPLAY "SAMPB003: " WS-REJECTED-COUNT
001980             " TRANSACTION(S) REJECTED - SEE SAMPREJ.dat"
001990         MOVE 1 TO RETURN-CODE
002000     ELSE
002010         MOVE 0 TO RETURN-CODE
002020     END-IF.
002030 END PROGRAM SAMPB003.

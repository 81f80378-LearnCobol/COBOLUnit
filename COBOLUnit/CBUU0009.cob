000010*>
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.   CBUU0009.
000040*>    CBU-CALL-RESOLVER - implements CBU-resolve-call (bound in
000050*>    CBUC0002): the stub indirection for programs under test.
000060*>    A suite passes the real PROGRAM-ID its program under test
000070*>    depends on in L-CALL-TARGET; when CBU-STUB-AREA (CBUC0001)
000080*>    holds an active stub for that PROGRAM-ID, the stub's
000090*>    PROGRAM-ID replaces it, otherwise L-CALL-TARGET comes back
000100*>    unchanged. The suite then CALLs L-CALL-TARGET by content,
000110*>    the same way it CALLs the assert verbs, so swapping a
000120*>    dependency for a stub is a STUBS.dat change, not a
000130*>    recompile. CBUDRV01 activates the stubs before each suite;
000140*>    a suite run standalone resolves every name to itself.
000150 ENVIRONMENT    DIVISION.
000160 CONFIGURATION  SECTION.
000170 DATA DIVISION.
000180 WORKING-STORAGE SECTION.
000190  01 WS-STUB-IDX PIC 9(4) COMP.
000200  01 WS-RESOLVED-SWITCH PIC X VALUE "N".
000210     88 WS-RESOLVED VALUE "Y".
000220 LINKAGE SECTION.
000230  COPY CBUC0001.
000240  01 L-CALL-TARGET PIC X(8).
000250 PROCEDURE DIVISION USING CBU-ctx L-CALL-TARGET.
000260 0000-MAIN.
000270     MOVE "N" TO WS-RESOLVED-SWITCH.
000280     PERFORM VARYING WS-STUB-IDX FROM 1 BY 1
000290             UNTIL WS-STUB-IDX > CBU-STUB-COUNT OR WS-RESOLVED
000300         IF CBU-STUB-CALLED (WS-STUB-IDX) = L-CALL-TARGET
000310             SET WS-RESOLVED TO TRUE
000320             DISPLAY "CBUU0009: " CBU-CURRENT-SUITE " CALLS TO "
000330                 L-CALL-TARGET " ROUTED TO STUB "
000340                 CBU-STUB-PROGRAM (WS-STUB-IDX)
000350             MOVE CBU-STUB-PROGRAM (WS-STUB-IDX) TO L-CALL-TARGET
000360         END-IF
000370     END-PERFORM.
000380     GOBACK.
000390 END PROGRAM CBUU0009.

000010*>
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.   SB000003.
000040*>    Stub for SAMPLE03: same SAMPC003 calling interface, so a
000050*>    suite whose program under test CALLs SAMPLE03 can have
000060*>    SB000003 answer instead (STUBS.dat, CBUC0009) and be
000070*>    isolated from SAMPLE03's own behaviour. Nothing is
000080*>    computed: the inputs are formatted as "AA BB CC DD" (the
000090*>    key of SB000003.dat, CBUC0010) and CBU-stub-respond
000100*>    (CBUU0010) looks the answer up and logs the CALL. The
000110*>    first two bytes of the answer are SAMPC003-RES; an input
000120*>    with no answer, or an answer that is not two digits, hands
000130*>    back zero. SAMPC003-RES-STATUS, when passed, always comes
000140*>    back SAMPC003-RES-FITS - a canned answer cannot overflow.
000150*>    A stub only ever runs inside a suite, so CBU-ctx is
000160*>    required here even though SAMPLE03 takes it as OPTIONAL; a
000170*>    CALL without it answers zero and is not logged.
000180 ENVIRONMENT    DIVISION.
000190 CONFIGURATION  SECTION.
000200 DATA DIVISION.
000210 WORKING-STORAGE SECTION.
000220  COPY CBUC0002.
000230  01 WS-STUB-NAME PIC X(8) VALUE "SB000003".
000240  01 WS-CALLED-NAME PIC X(8) VALUE "SAMPLE03".
000250  01 WS-STUB-ARGS PIC X(40).
000260  01 WS-STUB-RESPONSE.
000270     05 WS-RESPONSE-RES PIC 99.
000280     05 FILLER PIC X(38).
000290  01 WS-STUB-FOUND PIC X.
000300     88 WS-STUB-ANSWERED VALUE "Y".
000310 LINKAGE SECTION.
000320  COPY SAMPC003.
000330  COPY CBUC0001.
000340 PROCEDURE DIVISION USING SAMPC003-A SAMPC003-B SAMPC003-C
000350                          SAMPC003-D SAMPC003-RES
000360                          OPTIONAL CBU-ctx
000370                          OPTIONAL SAMPC003-RES-STATUS.
000380 0000-MAIN.
000390     MOVE 0 TO SAMPC003-RES.
000400     IF CBU-ctx IS OMITTED
000410         DISPLAY "SB000003: CALLED WITHOUT CBU-ctx - "
000420             "ANSWERING ZERO"
000430     ELSE
000440         MOVE SPACES TO WS-STUB-ARGS
000450         STRING SAMPC003-A " " SAMPC003-B " " SAMPC003-C " "
000460             SAMPC003-D DELIMITED BY SIZE INTO WS-STUB-ARGS
000470         CALL CBU-stub-respond USING CBU-ctx WS-STUB-NAME
000480             WS-CALLED-NAME WS-STUB-ARGS WS-STUB-RESPONSE
000490             WS-STUB-FOUND
000500         IF WS-STUB-ANSWERED AND WS-RESPONSE-RES IS NUMERIC
000510             MOVE WS-RESPONSE-RES TO SAMPC003-RES
000520         END-IF
000530     END-IF.
000540     IF SAMPC003-RES-STATUS IS NOT OMITTED
000550         SET SAMPC003-RES-FITS TO TRUE
000560     END-IF.
000570     GOBACK.
000580 END PROGRAM SB000003.

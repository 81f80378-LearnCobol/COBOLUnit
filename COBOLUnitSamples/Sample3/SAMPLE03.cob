000070*>    coverage table (CBUU0002). The A/B/C/D/RES arguments come
000080*>    from SAMPC003, the formal calling interface shared with
000090*>    callers - see that copybook for the convention.
000091*>    SAMPC003-RES-STATUS is a second OPTIONAL argument, after
000092*>    CBU-ctx: the combination is computed into a field wide
000093*>    enough for any two-digit inputs and moved to SAMPC003-RES
000094*>    (the same low-order digits the COMPUTE always left there),
000095*>    and a caller that passes the status learns whether the
000096*>    true result overflowed PIC 99 instead of silently getting
000097*>    the truncated value - the check SAMPB003 rejects on.
000100 ENVIRONMENT    DIVISION.
000110 CONFIGURATION  SECTION.
000120 DATA DIVISION.
000130 WORKING-STORAGE SECTION.
000140  01 WS-DELTA PIC S99.
000145  01 WS-RESULT PIC S999.
000150  01 WS-PROGRAM-NAME PIC X(8) VALUE "SAMPLE03".
000160  01 WS-PARAGRAPH-NAME PIC X(30).
000170 LINKAGE SECTION.
000190  COPY CBUC0001.
000200 PROCEDURE DIVISION USING SAMPC003-A SAMPC003-B SAMPC003-C
000210                          SAMPC003-D SAMPC003-RES
000220                          OPTIONAL CBU-ctx
000225                          OPTIONAL SAMPC003-RES-STATUS.
000230 0000-MAIN.
000240     MOVE "0000-MAIN" TO WS-PARAGRAPH-NAME.
000250     PERFORM 8000-TRACK-COVERAGE.
000290     ELSE
000300         PERFORM 3000-COMBINE-NEGATIVE
000310     END-IF.
000311     MOVE WS-RESULT TO SAMPC003-RES.
000312     IF SAMPC003-RES-STATUS IS NOT OMITTED
000313         IF WS-RESULT > 99
000314             SET SAMPC003-RES-OVERFLOW TO TRUE
000315         ELSE
000316             SET SAMPC003-RES-FITS TO TRUE
000317         END-IF
000318     END-IF.
000320     GOBACK.
000330 1000-COMPUTE-DELTA.
000340     MOVE "1000-COMPUTE-DELTA" TO WS-PARAGRAPH-NAME.
000370 2000-COMBINE-NON-NEGATIVE.
000380     MOVE "2000-COMBINE-NON-NEGATIVE" TO WS-PARAGRAPH-NAME.
000390     PERFORM 8000-TRACK-COVERAGE.
000400     COMPUTE WS-RESULT = SAMPC003-A + SAMPC003-B + WS-DELTA.
000410 3000-COMBINE-NEGATIVE.
000420     MOVE "3000-COMBINE-NEGATIVE" TO WS-PARAGRAPH-NAME.
000430     PERFORM 8000-TRACK-COVERAGE.
000440     COMPUTE WS-RESULT = SAMPC003-A + SAMPC003-B - WS-DELTA.
000450 8000-TRACK-COVERAGE.
000460     IF CBU-ctx IS NOT OMITTED
000470         CALL "CBUU0002" USING CBU-ctx WS-PROGRAM-NAME

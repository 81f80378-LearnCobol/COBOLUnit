000300         END-IF
000310     END-PERFORM.
000320     IF NOT WS-FOUND
000330         IF CBU-COVERAGE-COUNT < 200
000340             ADD 1 TO CBU-COVERAGE-COUNT
000350             MOVE L-PROGRAM
000360                 TO CBU-COVERAGE-PROGRAM (CBU-COVERAGE-COUNT)
000380                 TO CBU-COVERAGE-PARAGRAPH (CBU-COVERAGE-COUNT)
000390             MOVE 1 TO CBU-COVERAGE-HITS (CBU-COVERAGE-COUNT)
000400         ELSE
000410             DISPLAY "CBUU0002: COVERAGE TABLE FULL (200 ENTRIES)"
000420                 " - DROPPING " L-PROGRAM "." L-PARAGRAPH
000430                 " - COVERAGE SUMMARY IS INCOMPLETE"
000440         END-IF
000450     END-IF.

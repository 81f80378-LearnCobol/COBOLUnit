      *>
      *> CBUC0010 - CBU-stub-resp-rec, the layout of a stub's own
      *> response file, <stub PROGRAM-ID>.dat (SB000003.dat for
      *> SB000003). One record per canned answer: CBU-sresp-key is
      *> the stub's input arguments formatted the way that stub
      *> formats them (see the stub's own header), CBU-sresp-value the
      *> output it hands back for that input. CBU-stub-respond
      *> (CBUU0010) loads the file the first time the stub is CALLed
      *> in a run and looks each CALL's arguments up by key. COPY this
      *> into the FILE SECTION FD for a stub response file.
      *>
       01  CBU-stub-resp-rec.
           05  CBU-sresp-key           PIC X(40).
           05  FILLER                  PIC X VALUE SPACE.
           05  CBU-sresp-value         PIC X(40).

      *           read/written/rejected/truncated fill the nearest
      *           meaning and leave the rest at zero (e.g. the verify
      *           program puts compared/equal/different there).
      *           WS-LG-GEN-ORIGEN is the generation a file was
      *           converted FROM; only the archive re-key program
      *           fills it (WS-LG-GENERACION then holds the generation
      *           it was converted TO), every other writer leaves it
      *           at zero. Lines written before it existed end at the
      *           return code and read back as spaces there.
      ******************************************************************
       01 WS-LEDGER-LINE.
        03 WS-LG-FECHA         PIC 9(8).
        03 WS-LG-GENERACION    PIC 9(6).
        03 FILLER              PIC X(1)  VALUE SPACE.
        03 WS-LG-RC            PIC 9(2).
        03 FILLER              PIC X(1)  VALUE SPACE.
        03 WS-LG-GEN-ORIGEN    PIC 9(6)  VALUE ZEROES.

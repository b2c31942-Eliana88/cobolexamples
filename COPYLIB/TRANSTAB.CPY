      ******************************************************************
      * Copybook: TRANSTAB
      * Purpose : UTF-8 transliteration table used by
      *           REEMPLAZO-CARACTERES ahead of validation, and by
      *           PERFILA-ENTRADA to classify multi-byte sequences the
      *           same way. Each entry maps one UTF-8 sequence (the
      *           raw 2-4 bytes of an accented or special letter,
      *           e.g. X'C391' for N-tilde) to the plain text that
      *           replaces it inside a text field ('N'). The
      *           replacement is never longer than the sequence, so
      *           the field only ever shrinks and is padded with
      *           blanks at its end. Loaded at runtime from the
      *           TRANSCTL control file (sequence in bytes 1-4,
      *           replacement in bytes 5-8) so operations can add a
      *           letter without a recompile; the lengths are worked
      *           out from the UTF-8 lead byte and the trimmed
      *           replacement when the entry is loaded.
      ******************************************************************
       01 WS-TRANS-TABLE-AREA.
        03 WS-TRANS-TABLE-MAX     PIC 9(3) VALUE 80.
        03 WS-TRANS-TABLE-COUNT   PIC 9(3) VALUE ZEROES.
        03 WS-TRANS-TABLE OCCURS 1 TO 80 TIMES
           DEPENDING ON WS-TRANS-TABLE-COUNT
           INDEXED BY WS-TRANS-IDX.
         05 WS-TRANS-FROM       PIC X(4).
         05 WS-TRANS-FROM-LEN   PIC 9(1).
         05 WS-TRANS-TO         PIC X(4).
         05 WS-TRANS-TO-LEN     PIC 9(1).

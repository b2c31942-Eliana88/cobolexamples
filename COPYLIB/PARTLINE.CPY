      ******************************************************************
      * Copybook: PARTLINE
      * Purpose : One line of the PARTCTL partition plan that
      *           PARTE-ENTRADA writes for a partitioned encode.
      *           A 'G' line carries the plan itself: WS-PT-NUMERO is
      *           the number of partitions, then the table generation
      *           it was planned under, how many manifest files it
      *           covers, the first file that brings an HDR (the one
      *           whose HDR goes forward to OUTFILE, zero if none), the
      *           total data records and the plan date.
      *           One 'A' line per input file, in manifest order
      *           (WS-PT-NUMERO is the file number), with its data
      *           record count and name; RECYCLE, when it has records,
      *           goes last as file number manifest + 1, the same
      *           numbering the encode checkpoint uses.
      *           One 'P' line per partition (WS-PT-NUMERO is the
      *           partition) with its record range, from (file,
      *           record) to (file, record) inclusive, and how many
      *           data records that is - zero: the partition has
      *           nothing to encode.
      *           REEMPLAZO-CARACTERES run with PARTICION=nn encodes
      *           only its range and FUSIONA-PARTICIONES reads the plan
      *           back to put the partitions together. Shared as a
      *           copybook for the same reason as LEDGLINE. Writers
      *           clear the whole line to spaces before filling it.
      ******************************************************************
       01 WS-PART-LINE.
        03 WS-PT-TIPO          PIC X(1).
        03 FILLER              PIC X(1).
        03 WS-PT-NUMERO        PIC 9(2).
        03 FILLER              PIC X(1).
        03 WS-PT-DATOS         PIC X(120).

       01 WS-PART-GENERAL REDEFINES WS-PART-LINE.
        03 FILLER              PIC X(5).
        03 WS-PG-GENERACION    PIC 9(6).
        03 FILLER              PIC X(1).
        03 WS-PG-ARCHIVOS      PIC 9(2).
        03 FILLER              PIC X(1).
        03 WS-PG-HDR-ARCHIVO   PIC 9(2).
        03 FILLER              PIC X(1).
        03 WS-PG-REGISTROS     PIC 9(9).
        03 FILLER              PIC X(1).
        03 WS-PG-FECHA         PIC 9(8).
        03 FILLER              PIC X(89).

       01 WS-PART-ARCHIVO REDEFINES WS-PART-LINE.
        03 FILLER              PIC X(5).
        03 WS-PA-REGISTROS     PIC 9(7).
        03 FILLER              PIC X(1).
        03 WS-PA-NOMBRE        PIC X(100).
        03 FILLER              PIC X(12).

       01 WS-PART-RANGO REDEFINES WS-PART-LINE.
        03 FILLER              PIC X(5).
        03 WS-PR-DESDE-ARCH    PIC 9(2).
        03 FILLER              PIC X(1).
        03 WS-PR-DESDE-REG     PIC 9(7).
        03 FILLER              PIC X(1).
        03 WS-PR-HASTA-ARCH    PIC 9(2).
        03 FILLER              PIC X(1).
        03 WS-PR-HASTA-REG     PIC 9(7).
        03 FILLER              PIC X(1).
        03 WS-PR-REGISTROS     PIC 9(7).
        03 FILLER              PIC X(91).

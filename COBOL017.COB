      ******************************************************************
      * Author: Eliana
      * Date: 15-10-2026
      * Purpose: Housekeeping for the append-only history files
      *          AUDITLOG, REJHIST, RUNLEDG, TABHIST and KEYHIST (the
      *          record keys the encode checks resends against; its
      *          retention is how far back a resend is still caught,
      *          and the encode refuses to run when more keys are kept
      *          than it can load). STATFILE is
      *          not purged: the encode rewrites it with one line per
      *          table entry carrying lifetime totals, so it does not
      *          grow and archiving a line would lose that entry's
      *          totals.
      *          Driven by the RETCTL retention control file (days to
      *          keep per file, plus the list of archived OUTFILEs
      *          still kept). Lines older than each file's cutoff are
      *          moved to a dated archive file (<file>.<yyyymmdd>) and
      *          the live file is rewritten with only the lines kept;
      *          HKRPT prints the kept and archived counts per file.
      *          Nothing still needed is moved: a TABHIST generation
      *          that the current TABVERS or a listed archive refers
      *          to stays, and so does every REJHIST 'R' line not yet
      *          resolved by a 'C'/'D' line (together with the
      *          resolutions the inquiry nets against it).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPURA-HISTORIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Control de retencion. Una linea por historia (AUDITLOG,
      * REJHIST, RUNLEDG, TABHIST, KEYHIST), con el nombre del
      * archivo en las columnas 1-8 y los dias a conservar en las
      * 10-14 (cero o sin linea: ese archivo no se toca), y una linea
      * 'ARCHIVO ' por cada OUTFILE archivado que se sigue guardando,
      * con su nombre desde la columna 10: la generacion de su
      * encabezado TABVERS no se puede retirar de TABHIST.
           SELECT WS-RET-FILE ASSIGN TO 'RETCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.

      * La historia que se esta depurando y su archivo fechado: ambos
      * asignados dinamicamente, uno por vez (ver DEPURAR-HISTORIA).
           SELECT OPTIONAL WS-VIVO-FILE ASSIGN TO DYNAMIC WS-VIVO-NOMBRE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VIVO-STATUS.

           SELECT OPTIONAL WS-ARCH-FILE ASSIGN TO DYNAMIC WS-ARCH-NOMBRE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

      * Lineas que se conservan, antes de volver a la historia viva.
           SELECT WS-TRAB-FILE ASSIGN TO 'HKWORK'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRAB-STATUS.

      * OUTFILE archivado del inventario de RETCTL: solo se lee su
      * encabezado.
           SELECT OPTIONAL WS-OUT-FILE ASSIGN TO DYNAMIC WS-OUT-NOMBRE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT OPTIONAL WS-VERS-FILE ASSIGN TO 'TABVERS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VERS-STATUS.

           SELECT WS-RPT-FILE ASSIGN TO 'HKRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      * Cerrojo de corrida compartido por la cadena: con otra corrida
      * activa alguna de estas historias puede estar recibiendo
      * lineas, y reescribirla ahora las perderia.
           SELECT OPTIONAL WS-LOCK-FILE ASSIGN TO 'RUNLOCK'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

      * Libro de corridas compartido por toda la cadena batch (ver
      * LEDGLINE.CPY y CONSULTA-LEDGER). Tambien es una de las
      * historias que se depuran.
           SELECT OPTIONAL WS-LEDG-FILE ASSIGN TO 'RUNLEDG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WS-RET-FILE.
       01  WS-RET-RECORD.
           03 WS-RET-CLAVE       PIC X(8).
           03 FILLER             PIC X(1).
           03 WS-RET-VALOR       PIC X(100).

       FD  WS-VIVO-FILE.
       01  WS-VIVO-RECORD        PIC X(400).

       FD  WS-ARCH-FILE.
       01  WS-ARCH-RECORD        PIC X(400).

       FD  WS-TRAB-FILE.
       01  WS-TRAB-RECORD        PIC X(400).

       FD  WS-OUT-FILE.
       01  WS-OUT-RECORD         PIC X(320).

       FD  WS-VERS-FILE.
       01  WS-VERS-RECORD.
           03 WS-VERS-GEN        PIC 9(6).

       FD  WS-RPT-FILE.
       01  WS-RPT-RECORD         PIC X(132).

       FD  WS-LOCK-FILE.
       01  WS-LOCK-RECORD        PIC X(50).

       FD  WS-LEDG-FILE.
       01  WS-LEDG-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-NOMBRES.
          03 WS-VIVO-NOMBRE       PIC X(100) VALUE SPACES.
          03 WS-ARCH-NOMBRE       PIC X(100) VALUE SPACES.
          03 WS-OUT-NOMBRE        PIC X(100) VALUE SPACES.

      * Las cinco historias, en el orden en que se depuran. El tipo
      * dice donde esta la fecha de cada linea: 'A' AUDITLOG y 'L'
      * RUNLEDG (columna 1), 'R' REJHIST (columna 3, despues del
      * tipo de linea), 'K' KEYHIST (columna 41, despues de la
      * clave) y 'T' TABHIST, que no tiene fecha y se depura por
      * generacion (ver DECIDIR-GENERACIONES). STATFILE no es
      * una historia: guarda los totales de vida de cada entrada y
      * archivar una linea los perderia.
       01 WS-HISTORIAS.
          03 WS-HK-COUNT          PIC 9(1) VALUE 5.
          03 WS-HISTORIA OCCURS 5 TIMES.
             05 WS-HK-NOMBRE      PIC X(8).
             05 WS-HK-TIPO        PIC X(1).
             05 WS-HK-DIAS        PIC 9(5).
             05 WS-HK-CONFIG      PIC X(1).
                88 HK-CONFIGURADA         VALUE 'Y'.
             05 WS-HK-CORTE       PIC 9(8).
             05 WS-HK-LEIDAS      PIC 9(7).
             05 WS-HK-CONSERVADAS PIC 9(7).
             05 WS-HK-ARCHIVADAS  PIC 9(7).
             05 WS-HK-RETENIDAS   PIC 9(7).

      * Generaciones de tablas conocidas: la ultima fecha en que
      * RUNLEDG muestra a cada una en uso (como generacion de una
      * corrida o como origen de una reconversion) y si algo la
      * sigue necesitando.
       01 WS-GENERACIONES.
          03 WS-GEN-COUNT         PIC 9(3) VALUE ZEROES.
          03 WS-GEN-ENTRADA OCCURS 500 TIMES.
             05 WS-GN-GEN         PIC 9(6).
             05 WS-GN-FECHA       PIC 9(8).
             05 WS-GN-PROTEGIDA   PIC X(1).
             05 WS-GN-ARCHIVAR    PIC X(1).

       COPY LEDGLINE.

       COPY REJHLINE.

       01 WS-LINEA                PIC X(400) VALUE SPACES.

       01 WS-CONTADORES.
          03 WS-HK-IDX            PIC 9(1) VALUE ZEROES.
          03 WS-G                 PIC 9(3) VALUE ZEROES.
          03 WS-GEN-BUSCADA       PIC 9(6) VALUE ZEROES.
          03 WS-FECHA-BUSCADA     PIC 9(8) VALUE ZEROES.
          03 WS-GEN-TOPE-VIEJA    PIC 9(6) VALUE ZEROES.
          03 WS-TAB-GENERACION    PIC 9(6) VALUE ZEROES.
          03 WS-FECHA-HOY         PIC 9(8) VALUE ZEROES.
          03 WS-HORA-HOY          PIC 9(8) VALUE ZEROES.
          03 WS-DIAS-HOY          PIC 9(7) VALUE ZEROES.
          03 WS-DIAS-CORTE        PIC S9(7) VALUE ZEROES.
          03 WS-FECHA-LINEA       PIC 9(8) VALUE ZEROES.
          03 WS-ARCHIVOS-INV      PIC 9(5) VALUE ZEROES.
      * REJHIST: resoluciones totales, 'R' y 'C'/'D' anteriores al
      * corte, y cuantas de cada lado se pueden archivar de a pares.
          03 WS-RH-RESUELTAS      PIC 9(7) VALUE ZEROES.
          03 WS-RH-R-VIEJAS       PIC 9(7) VALUE ZEROES.
          03 WS-RH-CD-VIEJAS      PIC 9(7) VALUE ZEROES.
          03 WS-RH-A-ARCHIVAR     PIC 9(7) VALUE ZEROES.
          03 WS-RH-R-ARCHIVADAS   PIC 9(7) VALUE ZEROES.
          03 WS-RH-CD-ARCHIVADAS  PIC 9(7) VALUE ZEROES.
          03 WS-TOT-LEIDAS        PIC 9(7) VALUE ZEROES.
          03 WS-TOT-CONSERVADAS   PIC 9(7) VALUE ZEROES.
          03 WS-TOT-ARCHIVADAS    PIC 9(7) VALUE ZEROES.

       01 WS-LOCK-LINE.
          03 WS-LK-PROGRAMA      PIC X(24).
          03 FILLER              PIC X(1)  VALUE SPACE.
          03 WS-LK-FECHA         PIC 9(8).
          03 FILLER              PIC X(1)  VALUE SPACE.
          03 WS-LK-HORA          PIC 9(6).

       01 WS-RPT-ARCHIVO-LINE.
          03 FILLER              PIC X(8)  VALUE 'ARCHIVO '.
          03 WS-RA-NOMBRE        PIC X(8).
          03 FILLER              PIC X(12) VALUE ' RETENCION: '.
          03 WS-RA-DIAS          PIC ZZZZ9.
          03 FILLER              PIC X(13) VALUE ' DIAS  CORTE '.
          03 WS-RA-CORTE         PIC 9(8).

       01 WS-RPT-CUENTA-LINE.
          03 FILLER              PIC X(11) VALUE '  LEIDAS : '.
          03 WS-RC-LEIDAS        PIC ZZZZZZ9.
          03 FILLER              PIC X(16) VALUE ' CONSERVADAS : '.
          03 WS-RC-CONSERVADAS   PIC ZZZZZZ9.
          03 FILLER              PIC X(15) VALUE ' ARCHIVADAS : '.
          03 WS-RC-ARCHIVADAS    PIC ZZZZZZ9.
          03 FILLER              PIC X(14) VALUE ' RETENIDAS : '.
          03 WS-RC-RETENIDAS     PIC ZZZZZZ9.

       01 WS-FLAGS.
          03 WS-RET-STATUS       PIC X(2) VALUE '00'.
          03 WS-VIVO-STATUS      PIC X(2) VALUE '00'.
          03 WS-ARCH-STATUS      PIC X(2) VALUE '00'.
          03 WS-TRAB-STATUS      PIC X(2) VALUE '00'.
          03 WS-OUT-STATUS       PIC X(2) VALUE '00'.
          03 WS-VERS-STATUS      PIC X(2) VALUE '00'.
          03 WS-RPT-STATUS       PIC X(2) VALUE '00'.
          03 WS-LOCK-STATUS      PIC X(2) VALUE '00'.
          03 WS-LEDG-STATUS      PIC X(2) VALUE '00'.
          03 WS-FIN-ARCHIVO      PIC X(1) VALUE 'N'.
             88 FIN-ARCHIVO             VALUE 'Y'.
          03 WS-LOCK-ACTIVO      PIC X(1) VALUE 'N'.
             88 LOCK-ACTIVO             VALUE 'Y'.
          03 WS-ARCH-ABIERTO     PIC X(1) VALUE 'N'.
             88 ARCHIVO-FECHADO-ABIERTO VALUE 'Y'.
          03 WS-DESTINO          PIC X(1) VALUE 'C'.
             88 LINEA-SE-CONSERVA       VALUE 'C'.
             88 LINEA-SE-ARCHIVA        VALUE 'A'.
          03 WS-GEN-HALLADA      PIC X(1) VALUE 'N'.
             88 GEN-HALLADA             VALUE 'Y'.
          03 WS-INVENTARIO       PIC X(1) VALUE 'S'.
             88 INVENTARIO-COMPLETO     VALUE 'S'.
             88 INVENTARIO-INCOMPLETO   VALUE 'N'.

       PROCEDURE DIVISION.

           PERFORM INICIO.

           PERFORM DEPURAR-HISTORIA
               VARYING WS-HK-IDX FROM 1 BY 1
               UNTIL WS-HK-IDX > WS-HK-COUNT.

           PERFORM FIN.

           STOP RUN.

       INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) TO WS-DIAS-HOY
           PERFORM INICIAR-HISTORIAS
      * Con otra corrida activa no se toca nada: el cerrojo es de
      * ella y queda como esta.
           PERFORM VERIFICAR-RUN-LOCK
           IF LOCK-ACTIVO
               DISPLAY 'DEPURACION NO REALIZADA - HAY UNA CORRIDA '
                   'BATCH ACTIVA:'
               DISPLAY '  ' FUNCTION TRIM(WS-LOCK-RECORD TRAILING)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARGAR-RETENCION
           OPEN OUTPUT WS-RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR ABRIENDO ARCHIVO HKRPT - FILE STATUS '
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM REGISTRAR-RUN-LOCK
           PERFORM CARGAR-VERSION-TABLAS
      * Las fechas de uso de cada generacion salen de RUNLEDG entero,
      * antes de que su propia depuracion lo recorte.
           PERFORM CARGAR-USO-GENERACIONES
           PERFORM REVISAR-INVENTARIO-ARCHIVOS
           MOVE SPACES TO WS-RPT-RECORD
           STRING 'DEPURACION DE HISTORIAS - FECHA ' DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               INTO WS-RPT-RECORD
           WRITE WS-RPT-RECORD.

       INICIAR-HISTORIAS.
           MOVE 'AUDITLOG' TO WS-HK-NOMBRE(1)
           MOVE 'A'        TO WS-HK-TIPO(1)
           MOVE 'REJHIST'  TO WS-HK-NOMBRE(2)
           MOVE 'R'        TO WS-HK-TIPO(2)
           MOVE 'RUNLEDG'  TO WS-HK-NOMBRE(3)
           MOVE 'L'        TO WS-HK-TIPO(3)
           MOVE 'TABHIST'  TO WS-HK-NOMBRE(4)
           MOVE 'T'        TO WS-HK-TIPO(4)
           MOVE 'KEYHIST'  TO WS-HK-NOMBRE(5)
           MOVE 'K'        TO WS-HK-TIPO(5)
           PERFORM VARYING WS-HK-IDX FROM 1 BY 1
               UNTIL WS-HK-IDX > WS-HK-COUNT
               MOVE ZEROES TO WS-HK-DIAS(WS-HK-IDX)
               MOVE 'N' TO WS-HK-CONFIG(WS-HK-IDX)
               MOVE ZEROES TO WS-HK-CORTE(WS-HK-IDX)
               MOVE ZEROES TO WS-HK-LEIDAS(WS-HK-IDX)
               MOVE ZEROES TO WS-HK-CONSERVADAS(WS-HK-IDX)
               MOVE ZEROES TO WS-HK-ARCHIVADAS(WS-HK-IDX)
               MOVE ZEROES TO WS-HK-RETENIDAS(WS-HK-IDX)
           END-PERFORM.

       VERIFICAR-RUN-LOCK.
           SET WS-LOCK-ACTIVO TO 'N'
           OPEN INPUT WS-LOCK-FILE
           IF WS-LOCK-STATUS = '00'
               READ WS-LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-LOCK-RECORD NOT = SPACES
                           SET LOCK-ACTIVO TO TRUE
                       END-IF
               END-READ
           END-IF
           CLOSE WS-LOCK-FILE.

       REGISTRAR-RUN-LOCK.
           ACCEPT WS-HORA-HOY FROM TIME
           MOVE 'DEPURA-HISTORIA' TO WS-LK-PROGRAMA
           MOVE WS-FECHA-HOY TO WS-LK-FECHA
           MOVE WS-HORA-HOY(1:6) TO WS-LK-HORA
           OPEN OUTPUT WS-LOCK-FILE
           WRITE WS-LOCK-RECORD FROM WS-LOCK-LINE
           CLOSE WS-LOCK-FILE.

      * Sin RETCTL no hay corrida: depurar con un default seria borrar
      * historia que nadie decidio borrar.
       CARGAR-RETENCION.
           OPEN INPUT WS-RET-FILE
           IF WS-RET-STATUS NOT = '00'
               DISPLAY 'ERROR ABRIENDO ARCHIVO RETCTL - FILE STATUS '
                   WS-RET-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LEER-REGISTRO-RETENCION
               UNTIL WS-RET-STATUS NOT = '00'
           CLOSE WS-RET-FILE.

       LEER-REGISTRO-RETENCION.
           READ WS-RET-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM APLICAR-REGISTRO-RETENCION
           END-READ.

      * Las lineas 'ARCHIVO ' se leen despues, en
      * REVISAR-INVENTARIO-ARCHIVOS; aqui solo se cuentan. Una linea
      * con un nombre que no es de ninguna historia o con dias no
      * numericos se ignora avisando, como una entrada de control
      * invalida en el encode.
       APLICAR-REGISTRO-RETENCION.
           IF WS-RET-CLAVE = 'ARCHIVO '
               ADD 1 TO WS-ARCHIVOS-INV
               EXIT PARAGRAPH
           END-IF
           SET WS-GEN-HALLADA TO 'N'
           PERFORM VARYING WS-HK-IDX FROM 1 BY 1
               UNTIL WS-HK-IDX > WS-HK-COUNT
               IF WS-HK-NOMBRE(WS-HK-IDX) = WS-RET-CLAVE
                   AND WS-RET-VALOR(1:5) IS NUMERIC
                   MOVE WS-RET-VALOR(1:5) TO WS-HK-DIAS(WS-HK-IDX)
                   IF WS-HK-DIAS(WS-HK-IDX) > 0
                       SET HK-CONFIGURADA(WS-HK-IDX) TO TRUE
                   ELSE
                       MOVE 'N' TO WS-HK-CONFIG(WS-HK-IDX)
                   END-IF
                   SET GEN-HALLADA TO TRUE
               END-IF
           END-PERFORM
           IF NOT GEN-HALLADA AND WS-RET-RECORD NOT = SPACES
               DISPLAY 'LINEA DE RETENCION IGNORADA: '
                   FUNCTION TRIM(WS-RET-RECORD TRAILING)
           END-IF.

       CARGAR-VERSION-TABLAS.
           OPEN INPUT WS-VERS-FILE
           IF WS-VERS-STATUS = '00'
               READ WS-VERS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WS-VERS-GEN TO WS-TAB-GENERACION
               END-READ
           END-IF
           CLOSE WS-VERS-FILE.

      * Cada linea del libro marca en uso, en su fecha, a la
      * generacion con que corrio y (una reconversion de archivo) a
      * la generacion de origen. Lineas anteriores a WS-LG-GEN-ORIGEN
      * traen blancos ahi y no cuentan como origen.
       CARGAR-USO-GENERACIONES.
           OPEN INPUT WS-LEDG-FILE
           IF WS-LEDG-STATUS = '00'
               PERFORM LEER-USO-GENERACION
                   UNTIL WS-LEDG-STATUS NOT = '00'
           END-IF
           CLOSE WS-LEDG-FILE.

       LEER-USO-GENERACION.
           READ WS-LEDG-FILE INTO WS-LEDGER-LINE
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-LG-FECHA IS NUMERIC
                       AND WS-LG-GENERACION IS NUMERIC
                       MOVE WS-LG-GENERACION TO WS-GEN-BUSCADA
                       MOVE WS-LG-FECHA TO WS-FECHA-BUSCADA
                       PERFORM ANOTAR-USO-GENERACION
                       IF WS-LG-GEN-ORIGEN IS NUMERIC
                           AND WS-LG-GEN-ORIGEN > 0
                           MOVE WS-LG-GEN-ORIGEN TO WS-GEN-BUSCADA
                           PERFORM ANOTAR-USO-GENERACION
                       END-IF
                   END-IF
           END-READ.

      * WS-GEN-BUSCADA en uso el WS-FECHA-BUSCADA: alta en la tabla o
      * avance de su ultima fecha de uso. Con la tabla llena la
      * generacion queda sin fecha, y una generacion sin fecha no se
      * retira (ver DECIDIR-GENERACIONES).
       ANOTAR-USO-GENERACION.
           PERFORM BUSCAR-GENERACION
           IF GEN-HALLADA
               IF WS-FECHA-BUSCADA > WS-GN-FECHA(WS-G)
                   MOVE WS-FECHA-BUSCADA TO WS-GN-FECHA(WS-G)
               END-IF
           ELSE
               IF WS-GEN-COUNT < 500
                   ADD 1 TO WS-GEN-COUNT
                   MOVE WS-GEN-BUSCADA TO WS-GN-GEN(WS-GEN-COUNT)
                   MOVE WS-FECHA-BUSCADA TO WS-GN-FECHA(WS-GEN-COUNT)
                   MOVE 'N' TO WS-GN-PROTEGIDA(WS-GEN-COUNT)
                   MOVE 'N' TO WS-GN-ARCHIVAR(WS-GEN-COUNT)
               END-IF
           END-IF.

       BUSCAR-GENERACION.
           SET WS-GEN-HALLADA TO 'N'
           PERFORM VARYING WS-G FROM 1 BY 1
               UNTIL WS-G > WS-GEN-COUNT OR GEN-HALLADA
               IF WS-GN-GEN(WS-G) = WS-GEN-BUSCADA
                   SET GEN-HALLADA TO TRUE
               END-IF
           END-PERFORM
      * El VARYING deja WS-G uno mas alla de la entrada hallada.
           IF GEN-HALLADA
               SUBTRACT 1 FROM WS-G
           END-IF.

      * Cada OUTFILE archivado del inventario protege la generacion de
      * su encabezado TABVERS: sin ella en TABHIST ni el decode ni la
      * reconversion podrian leerlo. Un archivo del inventario que no
      * se puede abrir o que no trae encabezado deja el inventario
      * incompleto, y con el inventario incompleto TABHIST no se
      * depura: no hay forma de saber que generacion necesita.
       REVISAR-INVENTARIO-ARCHIVOS.
           IF WS-ARCHIVOS-INV = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT WS-RET-FILE
           PERFORM LEER-INVENTARIO-ARCHIVO
               UNTIL WS-RET-STATUS NOT = '00'
           CLOSE WS-RET-FILE.

       LEER-INVENTARIO-ARCHIVO.
           READ WS-RET-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-RET-CLAVE = 'ARCHIVO '
                       MOVE WS-RET-VALOR TO WS-OUT-NOMBRE
                       PERFORM PROTEGER-GENERACION-ARCHIVO
                   END-IF
           END-READ.

       PROTEGER-GENERACION-ARCHIVO.
           MOVE SPACES TO WS-OUT-RECORD
           OPEN INPUT WS-OUT-FILE
           IF WS-OUT-STATUS = '00'
               READ WS-OUT-FILE
                   AT END
                       MOVE SPACES TO WS-OUT-RECORD
               END-READ
           END-IF
           CLOSE WS-OUT-FILE
           IF WS-OUT-RECORD(1:8) NOT = 'TABVERS '
               OR WS-OUT-RECORD(9:6) NOT NUMERIC
               DISPLAY 'ARCHIVO DEL INVENTARIO ILEGIBLE O SIN '
                   'ENCABEZADO TABVERS: ' FUNCTION TRIM(WS-OUT-NOMBRE)
               SET INVENTARIO-INCOMPLETO TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OUT-RECORD(9:6) TO WS-GEN-BUSCADA
           PERFORM BUSCAR-GENERACION
           IF NOT GEN-HALLADA
               IF WS-GEN-COUNT < 500
                   ADD 1 TO WS-GEN-COUNT
                   MOVE WS-GEN-COUNT TO WS-G
                   MOVE WS-GEN-BUSCADA TO WS-GN-GEN(WS-G)
                   MOVE ZEROES TO WS-GN-FECHA(WS-G)
                   MOVE 'N' TO WS-GN-ARCHIVAR(WS-G)
               ELSE
                   SET INVENTARIO-INCOMPLETO TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'Y' TO WS-GN-PROTEGIDA(WS-G).

      * Una historia por vez: se calcula el corte, se prepara lo que
      * la decision necesita saber de antemano (pares de REJHIST,
      * generaciones de TABHIST), se reparte cada linea entre HKWORK
      * y el archivo fechado, y si algo se archivo la historia viva se
      * reescribe con HKWORK.
       DEPURAR-HISTORIA.
           MOVE WS-HK-NOMBRE(WS-HK-IDX) TO WS-VIVO-NOMBRE
           IF NOT HK-CONFIGURADA(WS-HK-IDX)
               MOVE SPACES TO WS-RPT-RECORD
               STRING 'ARCHIVO ' DELIMITED BY SIZE
                   WS-HK-NOMBRE(WS-HK-IDX) DELIMITED BY SIZE
                   ' SIN RETENCION CONFIGURADA - NO SE DEPURA'
                   DELIMITED BY SIZE
                   INTO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIAS-CORTE = WS-DIAS-HOY - WS-HK-DIAS(WS-HK-IDX)
           IF WS-DIAS-CORTE < 1
               MOVE 1 TO WS-DIAS-CORTE
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(WS-DIAS-CORTE)
               TO WS-HK-CORTE(WS-HK-IDX)
           MOVE WS-HK-NOMBRE(WS-HK-IDX) TO WS-RA-NOMBRE
           MOVE WS-HK-DIAS(WS-HK-IDX) TO WS-RA-DIAS
           MOVE WS-HK-CORTE(WS-HK-IDX) TO WS-RA-CORTE
           WRITE WS-RPT-RECORD FROM WS-RPT-ARCHIVO-LINE
           IF WS-HK-TIPO(WS-HK-IDX) = 'T' AND INVENTARIO-INCOMPLETO
               MOVE SPACES TO WS-RPT-RECORD
               STRING '  INVENTARIO DE ARCHIVOS INCOMPLETO - TABHIST '
                   DELIMITED BY SIZE
                   'NO SE DEPURA' DELIMITED BY SIZE
                   INTO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-HK-TIPO(WS-HK-IDX)
               WHEN 'R'
                   PERFORM CONTAR-PARES-RECHAZO
               WHEN 'T'
                   PERFORM DECIDIR-GENERACIONES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           OPEN INPUT WS-VIVO-FILE
           IF WS-VIVO-STATUS NOT = '00'
               CLOSE WS-VIVO-FILE
               MOVE SPACES TO WS-RPT-RECORD
               STRING '  ARCHIVO NO EXISTE - NADA QUE DEPURAR'
                   DELIMITED BY SIZE
                   INTO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WS-TRAB-FILE
           IF WS-TRAB-STATUS NOT = '00'
               DISPLAY 'ERROR ABRIENDO ARCHIVO HKWORK - FILE STATUS '
                   WS-TRAB-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE WS-VIVO-FILE
               PERFORM TERMINAR-CORRIDA
           END-IF
           MOVE SPACES TO WS-ARCH-NOMBRE
           STRING WS-HK-NOMBRE(WS-HK-IDX) DELIMITED BY SPACE
               '.' DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               INTO WS-ARCH-NOMBRE
           MOVE 'N' TO WS-ARCH-ABIERTO
           MOVE ZEROES TO WS-RH-R-ARCHIVADAS
           MOVE ZEROES TO WS-RH-CD-ARCHIVADAS
           MOVE 'N' TO WS-FIN-ARCHIVO
           PERFORM REPARTIR-LINEA UNTIL FIN-ARCHIVO
           CLOSE WS-VIVO-FILE
           CLOSE WS-TRAB-FILE
           IF ARCHIVO-FECHADO-ABIERTO
               CLOSE WS-ARCH-FILE
               PERFORM REESCRIBIR-HISTORIA
           END-IF
      * HKWORK no se deja poblado con la copia de la historia.
           OPEN OUTPUT WS-TRAB-FILE
           CLOSE WS-TRAB-FILE
           PERFORM INFORMAR-HISTORIA.

       REPARTIR-LINEA.
           READ WS-VIVO-FILE INTO WS-LINEA
               AT END
                   SET FIN-ARCHIVO TO TRUE
           END-READ
           IF FIN-ARCHIVO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HK-LEIDAS(WS-HK-IDX)
           SET LINEA-SE-CONSERVA TO TRUE
           EVALUATE WS-HK-TIPO(WS-HK-IDX)
               WHEN 'A'
               WHEN 'L'
                   MOVE WS-LINEA(1:8) TO WS-FECHA-LINEA
                   PERFORM DECIDIR-POR-FECHA
      * Una clave archivada deja de frenar reenvios: la retencion de
      * KEYHIST es la ventana de deteccion de duplicados.
               WHEN 'K'
                   MOVE WS-LINEA(41:8) TO WS-FECHA-LINEA
                   PERFORM DECIDIR-POR-FECHA
               WHEN 'R'
                   PERFORM DECIDIR-RECHAZO
               WHEN 'T'
                   PERFORM DECIDIR-TABHIST
           END-EVALUATE
           IF LINEA-SE-ARCHIVA
               PERFORM GRABAR-ARCHIVADA
           ELSE
               WRITE WS-TRAB-RECORD FROM WS-LINEA
               ADD 1 TO WS-HK-CONSERVADAS(WS-HK-IDX)
           END-IF.

      * Una linea cuya fecha no se puede leer se conserva.
       DECIDIR-POR-FECHA.
           IF WS-FECHA-LINEA IS NUMERIC
               AND WS-FECHA-LINEA < WS-HK-CORTE(WS-HK-IDX)
               SET LINEA-SE-ARCHIVA TO TRUE
           END-IF.

      * REPORTE-RECHAZOS no sabe que 'C'/'D' resuelve a que 'R': neta
      * las resoluciones contra los rechazos del mas viejo al mas
      * nuevo. Las primeras WS-RH-RESUELTAS lineas 'R' son las
      * resueltas y el resto esta pendiente. Para que ese neteo siga
      * dando lo mismo despues de depurar, se archivan de a pares:
      * tantas 'R' resueltas anteriores al corte como 'C'/'D'
      * anteriores al corte, lo que sea menor, siempre las primeras de
      * cada lado. Un 'R' pendiente nunca entra en la cuenta.
       CONTAR-PARES-RECHAZO.
           MOVE ZEROES TO WS-RH-RESUELTAS
           MOVE ZEROES TO WS-RH-R-VIEJAS
           MOVE ZEROES TO WS-RH-CD-VIEJAS
           OPEN INPUT WS-VIVO-FILE
           IF WS-VIVO-STATUS = '00'
               MOVE 'N' TO WS-FIN-ARCHIVO
               PERFORM CONTAR-LINEA-RECHAZO UNTIL FIN-ARCHIVO
           END-IF
           CLOSE WS-VIVO-FILE
           MOVE WS-RH-R-VIEJAS TO WS-RH-A-ARCHIVAR
           IF WS-RH-RESUELTAS < WS-RH-A-ARCHIVAR
               MOVE WS-RH-RESUELTAS TO WS-RH-A-ARCHIVAR
           END-IF
           IF WS-RH-CD-VIEJAS < WS-RH-A-ARCHIVAR
               MOVE WS-RH-CD-VIEJAS TO WS-RH-A-ARCHIVAR
           END-IF.

       CONTAR-LINEA-RECHAZO.
           READ WS-VIVO-FILE INTO WS-REJH-LINE
               AT END
                   SET FIN-ARCHIVO TO TRUE
               NOT AT END
                   IF WS-RH-FECHA IS NUMERIC
                       EVALUATE WS-RH-TIPO
                           WHEN 'R'
                               IF WS-RH-FECHA < WS-HK-CORTE(WS-HK-IDX)
                                   ADD 1 TO WS-RH-R-VIEJAS
                               END-IF
                           WHEN 'C'
                           WHEN 'D'
                               ADD 1 TO WS-RH-RESUELTAS
                               IF WS-RH-FECHA < WS-HK-CORTE(WS-HK-IDX)
                                   ADD 1 TO WS-RH-CD-VIEJAS
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

      * Lo anterior al corte que no sale (un 'R' todavia pendiente, o
      * la resolucion que el neteo necesita para los que quedan) se
      * cuenta como retenido.
       DECIDIR-RECHAZO.
           MOVE WS-LINEA TO WS-REJH-LINE
           IF WS-RH-FECHA NOT NUMERIC
               OR WS-RH-FECHA NOT < WS-HK-CORTE(WS-HK-IDX)
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-RH-TIPO
               WHEN 'R'
                   IF WS-RH-R-ARCHIVADAS < WS-RH-A-ARCHIVAR
                       ADD 1 TO WS-RH-R-ARCHIVADAS
                       SET LINEA-SE-ARCHIVA TO TRUE
                   ELSE
                       ADD 1 TO WS-HK-RETENIDAS(WS-HK-IDX)
                   END-IF
               WHEN 'C'
               WHEN 'D'
                   IF WS-RH-CD-ARCHIVADAS < WS-RH-A-ARCHIVAR
                       ADD 1 TO WS-RH-CD-ARCHIVADAS
                       SET LINEA-SE-ARCHIVA TO TRUE
                   ELSE
                       ADD 1 TO WS-HK-RETENIDAS(WS-HK-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * TABHIST no tiene fecha: una generacion se retira entera
      * cuando su ultimo uso en RUNLEDG es anterior al corte. Las
      * generaciones son correlativas, asi que una generacion sin
      * ninguna linea en el libro (sus lineas ya se depuraron) es
      * anterior al corte si alguna generacion posterior a ella ya lo
      * es. Nunca se retiran la generacion vigente ni las protegidas
      * por el inventario, y una generacion sin lineas en el libro y
      * sin ninguna posterior vieja se conserva.
       DECIDIR-GENERACIONES.
           MOVE ZEROES TO WS-GEN-TOPE-VIEJA
           PERFORM VARYING WS-G FROM 1 BY 1
               UNTIL WS-G > WS-GEN-COUNT
               MOVE 'N' TO WS-GN-ARCHIVAR(WS-G)
               IF WS-GN-FECHA(WS-G) > 0
                   AND WS-GN-FECHA(WS-G) < WS-HK-CORTE(WS-HK-IDX)
                   AND WS-GN-GEN(WS-G) > WS-GEN-TOPE-VIEJA
                   MOVE WS-GN-GEN(WS-G) TO WS-GEN-TOPE-VIEJA
               END-IF
           END-PERFORM
           PERFORM VARYING WS-G FROM 1 BY 1
               UNTIL WS-G > WS-GEN-COUNT
               IF WS-GN-FECHA(WS-G) > 0
                   AND WS-GN-FECHA(WS-G) < WS-HK-CORTE(WS-HK-IDX)
                   AND WS-GN-PROTEGIDA(WS-G) NOT = 'Y'
                   AND WS-GN-GEN(WS-G) NOT = WS-TAB-GENERACION
                   MOVE 'Y' TO WS-GN-ARCHIVAR(WS-G)
               END-IF
           END-PERFORM.

       DECIDIR-TABHIST.
           IF WS-LINEA(1:6) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINEA(1:6) TO WS-GEN-BUSCADA
           IF WS-GEN-BUSCADA = WS-TAB-GENERACION
               EXIT PARAGRAPH
           END-IF
           PERFORM BUSCAR-GENERACION
           IF GEN-HALLADA
               IF WS-GN-ARCHIVAR(WS-G) = 'Y'
                   SET LINEA-SE-ARCHIVA TO TRUE
               ELSE
                   IF WS-GN-PROTEGIDA(WS-G) = 'Y'
                       AND WS-GN-FECHA(WS-G) < WS-HK-CORTE(WS-HK-IDX)
                       ADD 1 TO WS-HK-RETENIDAS(WS-HK-IDX)
                   END-IF
               END-IF
           ELSE
               IF WS-GEN-BUSCADA < WS-GEN-TOPE-VIEJA
                   SET LINEA-SE-ARCHIVA TO TRUE
               END-IF
           END-IF.

      * El archivo fechado se abre recien con la primera linea que
      * va a parar ahi (sin lineas viejas no queda un archivo vacio),
      * y EXTEND: una segunda depuracion en el mismo dia agrega.
       GRABAR-ARCHIVADA.
           IF NOT ARCHIVO-FECHADO-ABIERTO
               OPEN EXTEND WS-ARCH-FILE
               IF WS-ARCH-STATUS = '35' OR WS-ARCH-STATUS = '05'
                   CLOSE WS-ARCH-FILE
                   OPEN OUTPUT WS-ARCH-FILE
               END-IF
               IF WS-ARCH-STATUS NOT = '00'
                   AND WS-ARCH-STATUS NOT = '05'
                   DISPLAY 'ERROR ABRIENDO ARCHIVO '
                       FUNCTION TRIM(WS-ARCH-NOMBRE)
                       ' - FILE STATUS ' WS-ARCH-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE WS-VIVO-FILE
                   CLOSE WS-TRAB-FILE
                   PERFORM TERMINAR-CORRIDA
               END-IF
               SET ARCHIVO-FECHADO-ABIERTO TO TRUE
           END-IF
           WRITE WS-ARCH-RECORD FROM WS-LINEA
           ADD 1 TO WS-HK-ARCHIVADAS(WS-HK-IDX).

      * Las lineas viejas ya estan a salvo en el archivo fechado: la
      * historia viva se vuelve a armar con lo conservado.
       REESCRIBIR-HISTORIA.
           OPEN INPUT WS-TRAB-FILE
           OPEN OUTPUT WS-VIVO-FILE
           IF WS-VIVO-STATUS NOT = '00'
               DISPLAY 'ERROR REESCRIBIENDO ARCHIVO '
                   FUNCTION TRIM(WS-VIVO-NOMBRE)
                   ' - FILE STATUS ' WS-VIVO-STATUS
                   ' - LO CONSERVADO QUEDA EN HKWORK'
               MOVE 16 TO RETURN-CODE
               CLOSE WS-TRAB-FILE
               PERFORM TERMINAR-CORRIDA
           END-IF
           MOVE 'N' TO WS-FIN-ARCHIVO
           PERFORM DEVOLVER-LINEA UNTIL FIN-ARCHIVO
           CLOSE WS-TRAB-FILE
           CLOSE WS-VIVO-FILE.

       DEVOLVER-LINEA.
           READ WS-TRAB-FILE
               AT END
                   SET FIN-ARCHIVO TO TRUE
               NOT AT END
                   WRITE WS-VIVO-RECORD FROM WS-TRAB-RECORD
           END-READ.

       INFORMAR-HISTORIA.
           MOVE WS-HK-LEIDAS(WS-HK-IDX) TO WS-RC-LEIDAS
           MOVE WS-HK-CONSERVADAS(WS-HK-IDX) TO WS-RC-CONSERVADAS
           MOVE WS-HK-ARCHIVADAS(WS-HK-IDX) TO WS-RC-ARCHIVADAS
           MOVE WS-HK-RETENIDAS(WS-HK-IDX) TO WS-RC-RETENIDAS
           WRITE WS-RPT-RECORD FROM WS-RPT-CUENTA-LINE
           IF WS-HK-ARCHIVADAS(WS-HK-IDX) > 0
               MOVE SPACES TO WS-RPT-RECORD
               STRING '  ARCHIVADAS EN ' DELIMITED BY SIZE
                   WS-ARCH-NOMBRE DELIMITED BY SPACE
                   INTO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
           END-IF
           DISPLAY WS-HK-NOMBRE(WS-HK-IDX)
               ' LEIDAS: ' WS-HK-LEIDAS(WS-HK-IDX)
               ' - CONSERVADAS: ' WS-HK-CONSERVADAS(WS-HK-IDX)
               ' - ARCHIVADAS: ' WS-HK-ARCHIVADAS(WS-HK-IDX)
               ' - RETENIDAS: ' WS-HK-RETENIDAS(WS-HK-IDX)
           ADD WS-HK-LEIDAS(WS-HK-IDX) TO WS-TOT-LEIDAS
           ADD WS-HK-CONSERVADAS(WS-HK-IDX) TO WS-TOT-CONSERVADAS
           ADD WS-HK-ARCHIVADAS(WS-HK-IDX) TO WS-TOT-ARCHIVADAS.

      * Salida por error de E/S a mitad de la depuracion: el reporte
      * se cierra con lo hecho hasta ahi, se libera el cerrojo y la
      * corrida queda en el libro con su RC.
       TERMINAR-CORRIDA.
           CLOSE WS-RPT-FILE
           OPEN OUTPUT WS-LOCK-FILE
           CLOSE WS-LOCK-FILE
           PERFORM GRABAR-LEDGER
           STOP RUN.

       FIN.
           MOVE SPACES TO WS-RPT-RECORD
           STRING 'TOTAL LEIDAS: ' DELIMITED BY SIZE
               WS-TOT-LEIDAS DELIMITED BY SIZE
               ' - CONSERVADAS: ' DELIMITED BY SIZE
               WS-TOT-CONSERVADAS DELIMITED BY SIZE
               ' - ARCHIVADAS: ' DELIMITED BY SIZE
               WS-TOT-ARCHIVADAS DELIMITED BY SIZE
               INTO WS-RPT-RECORD
           WRITE WS-RPT-RECORD
           CLOSE WS-RPT-FILE
           OPEN OUTPUT WS-LOCK-FILE
           CLOSE WS-LOCK-FILE
           PERFORM GRABAR-LEDGER.

      * Registro de la depuracion en el libro de corridas (que ya
      * quedo depurado): leidas son las lineas de todas las historias
      * recorridas, escritas las conservadas y rechazadas las que se
      * movieron a los archivos fechados.
       GRABAR-LEDGER.
           ACCEPT WS-HORA-HOY FROM TIME
           MOVE WS-FECHA-HOY TO WS-LG-FECHA
           MOVE WS-HORA-HOY(1:6) TO WS-LG-HORA
           MOVE 'DEPURA-HISTORIA' TO WS-LG-PROGRAMA
           MOVE 'RETCTL' TO WS-LG-ENTRADA
           MOVE 'HKRPT' TO WS-LG-SALIDA
           MOVE WS-TOT-LEIDAS TO WS-LG-LEIDOS
           MOVE WS-TOT-CONSERVADAS TO WS-LG-ESCRITOS
           MOVE WS-TOT-ARCHIVADAS TO WS-LG-RECHAZADOS
           MOVE ZEROES TO WS-LG-TRUNCADOS
           MOVE WS-TAB-GENERACION TO WS-LG-GENERACION
           MOVE ZEROES TO WS-LG-GEN-ORIGEN
           MOVE RETURN-CODE TO WS-LG-RC
           OPEN EXTEND WS-LEDG-FILE
           IF WS-LEDG-STATUS = '35'
               OPEN OUTPUT WS-LEDG-FILE
           END-IF
           WRITE WS-LEDG-RECORD FROM WS-LEDGER-LINE
           CLOSE WS-LEDG-FILE.

       END PROGRAM DEPURA-HISTORIA.

      ******************************************************************
      * Author: Eliana
      * Date: 15-10-2026
      * Purpose: Delimited field extract of an encoded OUTFILE. Cuts
      *          every data record into the fields described in
      *          LAYCTL and writes one delimited row per record, with
      *          a header row of LAYCTL field names and a control row
      *          carrying the TABVERS generation, the record lengths,
      *          the forwarded HDR and the TRL count, so loaders no
      *          longer depend on fixed offsets that move whenever a
      *          substitution changes a field's width. Field
      *          boundaries are found by walking the encoded record
      *          the way DECODIFICA-CARACTERES does, with the tables
      *          of the generation in the header; each marked span
      *          stays whole in the column of the field where its
      *          original text began.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRAE-CAMPOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Nombres asignados dinamicamente: por defecto OUTFILE (el que
      * deja el encode) y EXTRACT, pero pueden venir del PARM de la
      * corrida (ver LEER-PARAMETROS), igual que en el encode y el
      * decode.
           SELECT WS-ENTRADA-FILE ASSIGN TO DYNAMIC WS-INFILE-NOMBRE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.

           SELECT WS-EXTR-FILE ASSIGN TO DYNAMIC WS-OUTFILE-NOMBRE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXTR-STATUS.

           SELECT OPTIONAL WS-CTL-FILE ASSIGN TO 'CHARCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT OPTIONAL WS-TOKEN-CTL-FILE ASSIGN TO 'TOKENCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TOKEN-CTL-STATUS.

           SELECT OPTIONAL WS-VERS-FILE ASSIGN TO 'TABVERS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VERS-STATUS.

           SELECT OPTIONAL WS-LAY-FILE ASSIGN TO 'LAYCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LAY-STATUS.

      * Historia de generaciones de tablas (ver MANT-TABLA-CARACTERES):
      * de aqui sale el juego con el que se codifico un OUTFILE de una
      * generacion anterior a la vigente.
           SELECT OPTIONAL WS-HIS-FILE ASSIGN TO 'TABHIST'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.

      * Cerrojo de corrida compartido con el encode, el decode y la
      * pantalla de mantenimiento: mientras el extracto lea las tablas
      * vigentes nadie debe grabar un juego nuevo.
           SELECT OPTIONAL WS-LOCK-FILE ASSIGN TO 'RUNLOCK'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

      * Libro de corridas compartido por toda la cadena batch (ver
      * LEDGLINE.CPY y CONSULTA-LEDGER).
           SELECT OPTIONAL WS-LEDG-FILE ASSIGN TO 'RUNLEDG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WS-ENTRADA-FILE.
       01  WS-ENTRADA-RECORD    PIC X(320).

      * Diez columnas de hasta 320 bytes cada una mas sus separadores.
       FD  WS-EXTR-FILE.
       01  WS-EXTR-RECORD       PIC X(3400).

       FD  WS-CTL-FILE.
       01  WS-CTL-RECORD.
           03 WS-CTL-FROM        PIC X(1).
           03 WS-CTL-TO          PIC X(10).

       FD  WS-TOKEN-CTL-FILE.
       01  WS-TOKEN-CTL-RECORD.
           03 WS-TOKEN-CTL-FROM       PIC X(10).
           03 WS-TOKEN-CTL-FROM-LEN   PIC 9(2).
           03 WS-TOKEN-CTL-TO         PIC X(10).
           03 WS-TOKEN-CTL-TO-LEN     PIC 9(2).

       FD  WS-VERS-FILE.
       01  WS-VERS-RECORD.
           03 WS-VERS-GEN             PIC 9(6).

       FD  WS-LAY-FILE.
       01  WS-LAY-RECORD.
           03 WS-LAY-REC-NOMBRE   PIC X(10).
           03 WS-LAY-REC-INICIO   PIC 9(3).
           03 WS-LAY-REC-LARGO    PIC 9(3).
           03 WS-LAY-REC-CLASE    PIC X(1).

       FD  WS-HIS-FILE.
       01  WS-HIS-RECORD.
           03 WS-HIS-GEN         PIC 9(6).
           03 WS-HIS-TIPO        PIC X(1).
           03 WS-HIS-FROM        PIC X(10).
           03 WS-HIS-FROM-LEN    PIC 9(2).
           03 WS-HIS-TO          PIC X(10).
           03 WS-HIS-TO-LEN      PIC 9(2).

       FD  WS-LOCK-FILE.
       01  WS-LOCK-RECORD        PIC X(50).

       FD  WS-LEDG-FILE.
       01  WS-LEDG-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PARAMETROS.
          03 WS-INFILE-NOMBRE     PIC X(100) VALUE 'OUTFILE'.
          03 WS-OUTFILE-NOMBRE    PIC X(100) VALUE 'EXTRACT'.
          03 WS-PARM-STRING       PIC X(200).
          03 WS-PARM-LEN          PIC 9(3).
          03 WS-PARM-PTR          PIC 9(3) VALUE 1.
          03 WS-PARM-TOKEN        PIC X(200).
      * Separador de columnas. '|' no esta en el juego aprobado de
      * VALIDAR-CARACTER ni es el marcador, asi que en el texto
      * codificado solo podria aparecer dentro de un valor destino de
      * CHARCTL/TOKENCTL (ver VERIFICAR-SEPARADOR).
          03 WS-SEPARADOR         PIC X(1)   VALUE '|'.
      * MARCAS=QUITAR deja en la columna solo el texto sustituido, sin
      * los dos WS-MARCADOR del span; por defecto el texto va tal como
      * esta en OUTFILE.
          03 WS-MARCAS            PIC X(1)   VALUE 'C'.
             88 QUITAR-MARCAS            VALUE 'Q'.

       COPY WSVARS.

       01 WS-CODIFICADO           PIC X(320) VALUE SPACES.

      * Campo duenio de cada posicion del registro original: el numero
      * de entrada en la tabla de layout, o cero para el relleno que
      * ningun campo cubre (no va a ninguna columna). Si dos campos se
      * solapan gana el que viene despues en LAYCTL, igual que en el
      * mapa de clases del encode.
       01 WS-MAPA-CAMPOS.
          03 WS-MAPA-CAMPO        PIC 9(2) OCCURS 200 TIMES.

      * Texto codificado de cada campo del registro en curso.
       01 WS-COLUMNAS.
          03 WS-COLUMNA OCCURS 10 TIMES.
             05 WS-COL-LARGO      PIC 9(3).
             05 WS-COL-TEXTO      PIC X(320).

       COPY CHARTAB.

       COPY TOKENTAB.

       COPY LAYTAB.

       01 WS-CONTADORES.
          03 WS-REG-COUNT           PIC 9(7) VALUE ZEROES.
          03 WS-ESCRITOS-COUNT      PIC 9(7) VALUE ZEROES.
          03 WS-EXCP-COUNT          PIC 9(7) VALUE ZEROES.
          03 WS-SEP-COUNT           PIC 9(7) VALUE ZEROES.
          03 WS-LONGITUD-REEMP      PIC 9(3) VALUE ZEROES.
          03 WS-LONGITUD-CONSUM     PIC 9(3) VALUE ZEROES.
          03 WS-TOKEN-MATCH-IDX     PIC 9(2) VALUE ZEROES.
          03 WS-TOKEN-LEN-TMP       PIC 9(2) VALUE ZEROES.
          03 WS-CHAR-TO-LEN-TMP     PIC 9(2) VALUE ZEROES.
          03 WS-CHAR-MATCH-IDX      PIC 9(3) VALUE ZEROES.
          03 WS-MARK-END-POS        PIC 9(3) VALUE ZEROES.
          03 WS-SPAN-LEN            PIC 9(3) VALUE ZEROES.
          03 WS-PAYLOAD-POS         PIC 9(3) VALUE ZEROES.
          03 WS-MARCADOR-CHECK      PIC 9(2) VALUE ZEROES.
          03 WS-LAY-POS             PIC 9(3) VALUE ZEROES.
          03 WS-LAY-FIN             PIC 9(3) VALUE ZEROES.
          03 WS-LAY-ALCANCE         PIC 9(3) VALUE ZEROES.
          03 WS-CAMPO-ACT           PIC 9(2) VALUE ZEROES.
          03 WS-COL-IDX             PIC 9(2) VALUE ZEROES.
          03 WS-COL-POS             PIC 9(3) VALUE ZEROES.
          03 WS-TROZO-POS           PIC 9(3) VALUE ZEROES.
          03 WS-TROZO-LEN           PIC 9(3) VALUE ZEROES.
          03 WS-EXTR-PTR            PIC 9(4) VALUE ZEROES.
          03 WS-SEP-CHECK           PIC 9(3) VALUE ZEROES.
          03 WS-TAB-GENERACION      PIC 9(6) VALUE ZEROES.
          03 WS-ENC-GENERACION      PIC 9(6) VALUE ZEROES.
          03 WS-TRL-COUNT           PIC 9(7) VALUE ZEROES.
          03 WS-DATOS-ARCHIVO       PIC 9(7) VALUE ZEROES.
          03 WS-FECHA-LOCK          PIC 9(8) VALUE ZEROES.
          03 WS-HORA-LOCK           PIC 9(8) VALUE ZEROES.
          03 WS-LRECL-ORIG          PIC 9(3) VALUE 50.
          03 WS-LRECL-COD           PIC 9(3) VALUE 80.

      * HDR reenviado por el encode (con su ' PROC aaaammdd'), tal
      * cual, para la fila de control.
       01 WS-HDR-TEXTO            PIC X(320) VALUE SPACES.

      * Fila de control, segunda linea del extracto (la primera es la
      * de nombres): CTL, generacion de tablas del OUTFILE, largo
      * original y codificado, el HDR reenviado (vacio si el archivo
      * no trae el convenio), la cantidad que declara la cola TRL
      * (vacia sin cola) y las filas de datos que siguen.
       01 WS-CTL-LINEA.
          03 FILLER              PIC X(3)  VALUE 'CTL'.
          03 WS-CL-SEP1          PIC X(1).
          03 WS-CL-GEN           PIC 9(6).
          03 WS-CL-SEP2          PIC X(1).
          03 WS-CL-LRECL-ENT     PIC 9(3).
          03 WS-CL-SEP3          PIC X(1).
          03 WS-CL-LRECL-SAL     PIC 9(3).
          03 WS-CL-SEP4          PIC X(1).

       01 WS-CL-TRL              PIC 9(7) VALUE ZEROES.
       01 WS-CL-FILAS            PIC 9(7) VALUE ZEROES.

       01 WS-LOCK-LINE.
          03 WS-LK-PROGRAMA      PIC X(24).
          03 FILLER              PIC X(1)  VALUE SPACE.
          03 WS-LK-FECHA         PIC 9(8).
          03 FILLER              PIC X(1)  VALUE SPACE.
          03 WS-LK-HORA          PIC 9(6).

       COPY LEDGLINE.

       01 WS-FLAGS.
          03 WS-FIN-ARCHIVO      PIC X(1) VALUE 'N'.
             88 FIN-ARCHIVO             VALUE 'Y'.
          03 WS-CTL-STATUS       PIC X(2) VALUE '00'.
          03 WS-CHAR-FOUND       PIC X(1) VALUE 'N'.
             88 CHAR-FOUND              VALUE 'Y'.
          03 WS-EXTR-STATUS      PIC X(2) VALUE '00'.
          03 WS-TOKEN-CTL-STATUS PIC X(2) VALUE '00'.
          03 WS-TOKEN-FOUND      PIC X(1) VALUE 'N'.
             88 TOKEN-FOUND             VALUE 'Y'.
          03 WS-ENTRADA-STATUS   PIC X(2) VALUE '00'.
          03 WS-SPAN-FOUND       PIC X(1) VALUE 'N'.
             88 SPAN-FOUND              VALUE 'Y'.
          03 WS-VERS-STATUS      PIC X(2) VALUE '00'.
          03 WS-LAY-STATUS       PIC X(2) VALUE '00'.
          03 WS-LAYCTL-PRES      PIC X(1) VALUE 'N'.
             88 LAYCTL-PRESENTE         VALUE 'Y'.
          03 WS-PRIMER-DATO      PIC X(1) VALUE 'Y'.
             88 PRIMER-DATO             VALUE 'Y'.
          03 WS-ENC-VISTO        PIC X(1) VALUE 'N'.
             88 ENCABEZADO-VISTO        VALUE 'Y'.
          03 WS-COLA-VISTA       PIC X(1) VALUE 'N'.
             88 COLA-VISTA              VALUE 'Y'.
          03 WS-COLA-ARCHIVO     PIC X(1) VALUE 'N'.
             88 ARCHIVO-CON-COLA        VALUE 'Y'.
          03 WS-HIS-STATUS       PIC X(2) VALUE '00'.
          03 WS-GEN-HALLADA      PIC X(1) VALUE 'N'.
             88 GEN-HALLADA             VALUE 'Y'.
          03 WS-LOCK-STATUS      PIC X(2) VALUE '00'.
          03 WS-LOCK-ACTIVO      PIC X(1) VALUE 'N'.
             88 LOCK-ACTIVO             VALUE 'Y'.
          03 WS-LEDG-STATUS      PIC X(2) VALUE '00'.
          03 WS-LARGOS-INV       PIC X(1) VALUE 'N'.
             88 LARGOS-INVALIDOS        VALUE 'Y'.
          03 WS-REG-EXCP         PIC X(1) VALUE 'N'.
             88 REGISTRO-CON-EXCEPCION  VALUE 'Y'.
          03 WS-ES-SPAN          PIC X(1) VALUE 'N'.
             88 TROZO-ES-SPAN           VALUE 'Y'.

       PROCEDURE DIVISION.

           PERFORM INICIO.

      * Primera pasada: solo se miden el HDR, la cola y la cantidad de
      * datos, para que la fila de control vaya arriba del extracto y
      * el cargador sepa que esta leyendo antes de la primera fila.
           PERFORM UNTIL FIN-ARCHIVO
               PERFORM LEER-ENTRADA
               IF NOT FIN-ARCHIVO
                   ADD 1 TO WS-DATOS-ARCHIVO
               END-IF
           END-PERFORM.

           PERFORM PREPARAR-EXTRACTO.

      * Segunda pasada: cada registro de datos se corta en columnas.
           PERFORM UNTIL FIN-ARCHIVO
               PERFORM LEER-ENTRADA
               IF NOT FIN-ARCHIVO
                   PERFORM CORTAR-REGISTRO
                   PERFORM ESCRIBIR-FILA-DATOS
               END-IF
           END-PERFORM.

           PERFORM FIN.

           STOP RUN.

       INICIO.
           PERFORM LEER-PARAMETROS
           PERFORM VERIFICAR-LARGOS
           IF LARGOS-INVALIDOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-INFILE-NOMBRE = WS-OUTFILE-NOMBRE
               DISPLAY 'ARCHIVO DE ENTRADA Y DE SALIDA SON EL MISMO: '
                   FUNCTION TRIM(WS-INFILE-NOMBRE)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARGAR-VERSION-TABLAS
      * Con otra corrida activa no se abre nada: el archivo de salida
      * no se pisa y el cerrojo es de ella y queda como esta. La
      * corrida rechazada queda igual en el libro, con RC 8.
           PERFORM VERIFICAR-RUN-LOCK
           IF LOCK-ACTIVO
               DISPLAY 'EXTRACTO NO REALIZADO - HAY UNA CORRIDA BATCH '
                   'ACTIVA:'
               DISPLAY '  ' FUNCTION TRIM(WS-LOCK-RECORD TRAILING)
               MOVE 8 TO RETURN-CODE
               PERFORM GRABAR-LEDGER
               STOP RUN
           END-IF

           OPEN INPUT WS-ENTRADA-FILE
           IF WS-ENTRADA-STATUS NOT = '00'
               DISPLAY 'ERROR ABRIENDO ARCHIVO DE ENTRADA: '
                   FUNCTION TRIM(WS-INFILE-NOMBRE)
                   ' - FILE STATUS ' WS-ENTRADA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT WS-EXTR-FILE
           IF WS-EXTR-STATUS NOT = '00'
               DISPLAY 'ERROR ABRIENDO ARCHIVO DE EXTRACTO: '
                   FUNCTION TRIM(WS-OUTFILE-NOMBRE)
                   ' - FILE STATUS ' WS-EXTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM REGISTRAR-RUN-LOCK
           PERFORM LEER-ENCABEZADO-ARCHIVO
           PERFORM CARGAR-LAYOUT-CONTROL
           IF NOT LAYCTL-PRESENTE
               PERFORM CARGAR-LAYOUT-DEFECTO
           END-IF
           PERFORM VERIFICAR-LAYOUT
           PERFORM ARMAR-MAPA-CAMPOS.

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
           ACCEPT WS-FECHA-LOCK FROM DATE YYYYMMDD
           ACCEPT WS-HORA-LOCK FROM TIME
           MOVE 'EXTRAE-CAMPOS' TO WS-LK-PROGRAMA
           MOVE WS-FECHA-LOCK TO WS-LK-FECHA
           MOVE WS-HORA-LOCK(1:6) TO WS-LK-HORA
           OPEN OUTPUT WS-LOCK-FILE
           WRITE WS-LOCK-RECORD FROM WS-LOCK-LINE
           CLOSE WS-LOCK-FILE.

      * Mismos topes que VERIFICAR-LARGOS en el decode.
       VERIFICAR-LARGOS.
           SET WS-LARGOS-INV TO 'N'
           IF WS-LRECL-COD < 1
               OR WS-LRECL-COD > LENGTH OF WS-CODIFICADO
               DISPLAY 'LARGO DE REGISTRO CODIFICADO INVALIDO: '
                   WS-LRECL-COD ' (MAXIMO ' LENGTH OF WS-CODIFICADO ')'
               SET LARGOS-INVALIDOS TO TRUE
           END-IF
           IF WS-LRECL-ORIG < 1
               OR WS-LRECL-ORIG > 200
               OR WS-LRECL-ORIG > WS-LRECL-COD
               DISPLAY 'LARGO DE REGISTRO ORIGINAL INVALIDO: '
                   WS-LRECL-ORIG ' (MAXIMO 200)'
               SET LARGOS-INVALIDOS TO TRUE
           END-IF.

      * La corrida termina antes de extraer nada (archivo sin
      * encabezado, generacion no fotografiada, layout que no
      * corresponde al archivo): se cierra todo y se libera el
      * cerrojo. El RC ya viene puesto.
       ABANDONAR-CORRIDA.
           CLOSE WS-ENTRADA-FILE
           CLOSE WS-EXTR-FILE
           OPEN OUTPUT WS-LOCK-FILE
           CLOSE WS-LOCK-FILE
           STOP RUN.

      * Mismo mapeo base que REEMPLAZO-CARACTERES y DECODIFICA-
      * CARACTERES (ver CARGAR-TABLA-DEFECTO alla): se repite aqui por
      * la misma razon, no hay forma de compartir PROCEDURE DIVISION.
       CARGAR-TABLA-DEFECTO.
           MOVE 4 TO WS-CHAR-TABLE-COUNT
           MOVE '&'  TO WS-CHAR-FROM(1)
           MOVE 'AND'  TO WS-CHAR-TO(1)
           MOVE '#'  TO WS-CHAR-FROM(2)
           MOVE 'NUM'  TO WS-CHAR-TO(2)
           MOVE '%'  TO WS-CHAR-FROM(3)
           MOVE 'PCT'  TO WS-CHAR-TO(3)
           MOVE '@'  TO WS-CHAR-FROM(4)
           MOVE 'AT'   TO WS-CHAR-TO(4).

       CARGAR-TABLA-CONTROL.
           OPEN INPUT WS-CTL-FILE
           IF WS-CTL-STATUS = '00'
               PERFORM LEER-REGISTRO-CONTROL
                   UNTIL WS-CTL-STATUS NOT = '00'
               CLOSE WS-CTL-FILE
           END-IF.

       LEER-REGISTRO-CONTROL.
           READ WS-CTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM APLICAR-REGISTRO-CONTROL
           END-READ.

      * Mismo resguardo de marcador que en el encode y el decode.
       APLICAR-REGISTRO-CONTROL.
           MOVE ZERO TO WS-MARCADOR-CHECK
           INSPECT WS-CTL-TO TALLYING WS-MARCADOR-CHECK
               FOR ALL WS-MARCADOR
           IF WS-MARCADOR-CHECK > 0
               DISPLAY 'ENTRADA DE CONTROL IGNORADA - VALOR DESTINO '
                   'CONTIENE EL CARACTER RESERVADO DE MARCA ('
                   WS-MARCADOR ') - FROM: ' WS-CTL-FROM
           ELSE
               SET WS-CHAR-IDX TO 1
               SET WS-CHAR-FOUND TO 'N'
               SEARCH WS-CHAR-TABLE
                   WHEN WS-CHAR-FROM(WS-CHAR-IDX) = WS-CTL-FROM
                       SET CHAR-FOUND TO TRUE
               END-SEARCH
               IF CHAR-FOUND
                   MOVE WS-CTL-TO TO WS-CHAR-TO(WS-CHAR-IDX)
               ELSE
                   IF WS-CHAR-TABLE-COUNT < WS-CHAR-TABLE-MAX
                       ADD 1 TO WS-CHAR-TABLE-COUNT
                       MOVE WS-CTL-FROM
                           TO WS-CHAR-FROM(WS-CHAR-TABLE-COUNT)
                       MOVE WS-CTL-TO
                           TO WS-CHAR-TO(WS-CHAR-TABLE-COUNT)
                   END-IF
               END-IF
           END-IF.

       CARGAR-TOKENS-DEFECTO.
           MOVE 2 TO WS-TOKEN-TABLE-COUNT
           MOVE ' W/ '       TO WS-TOKEN-FROM(1)
           MOVE 4            TO WS-TOKEN-FROM-LEN(1)
           MOVE ' WITH '     TO WS-TOKEN-TO(1)
           MOVE 6            TO WS-TOKEN-TO-LEN(1)
           MOVE ' ETC.'      TO WS-TOKEN-FROM(2)
           MOVE 5            TO WS-TOKEN-FROM-LEN(2)
           MOVE ' ETCETERA'  TO WS-TOKEN-TO(2)
           MOVE 9            TO WS-TOKEN-TO-LEN(2).

       CARGAR-TOKENS-CONTROL.
           OPEN INPUT WS-TOKEN-CTL-FILE
           IF WS-TOKEN-CTL-STATUS = '00'
               PERFORM LEER-REGISTRO-TOKEN-CTL
                   UNTIL WS-TOKEN-CTL-STATUS NOT = '00'
               CLOSE WS-TOKEN-CTL-FILE
           END-IF.

       LEER-REGISTRO-TOKEN-CTL.
           READ WS-TOKEN-CTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM APLICAR-REGISTRO-TOKEN-CTL
           END-READ.

       APLICAR-REGISTRO-TOKEN-CTL.
           MOVE ZERO TO WS-MARCADOR-CHECK
           INSPECT WS-TOKEN-CTL-TO TALLYING WS-MARCADOR-CHECK
               FOR ALL WS-MARCADOR
           IF WS-MARCADOR-CHECK > 0
               DISPLAY 'ENTRADA DE CONTROL IGNORADA - VALOR DESTINO '
                   'CONTIENE EL CARACTER RESERVADO DE MARCA ('
                   WS-MARCADOR ') - FROM: ' WS-TOKEN-CTL-FROM
           ELSE
               SET WS-TOKEN-IDX TO 1
               SET WS-TOKEN-FOUND TO 'N'
               SEARCH WS-TOKEN-TABLE
                   WHEN WS-TOKEN-FROM(WS-TOKEN-IDX) = WS-TOKEN-CTL-FROM
                       SET TOKEN-FOUND TO TRUE
               END-SEARCH
               IF TOKEN-FOUND
                   MOVE WS-TOKEN-CTL-FROM-LEN
                       TO WS-TOKEN-FROM-LEN(WS-TOKEN-IDX)
                   MOVE WS-TOKEN-CTL-TO
                       TO WS-TOKEN-TO(WS-TOKEN-IDX)
                   MOVE WS-TOKEN-CTL-TO-LEN
                       TO WS-TOKEN-TO-LEN(WS-TOKEN-IDX)
               ELSE
                   IF WS-TOKEN-TABLE-COUNT < WS-TOKEN-TABLE-MAX
                       ADD 1 TO WS-TOKEN-TABLE-COUNT
                       MOVE WS-TOKEN-CTL-FROM
                           TO WS-TOKEN-FROM(WS-TOKEN-TABLE-COUNT)
                       MOVE WS-TOKEN-CTL-FROM-LEN
                           TO WS-TOKEN-FROM-LEN(WS-TOKEN-TABLE-COUNT)
                       MOVE WS-TOKEN-CTL-TO
                           TO WS-TOKEN-TO(WS-TOKEN-TABLE-COUNT)
                       MOVE WS-TOKEN-CTL-TO-LEN
                           TO WS-TOKEN-TO-LEN(WS-TOKEN-TABLE-COUNT)
                   END-IF
               END-IF
           END-IF.

      * Juego vigente completo: defaults compilados mas CHARCTL y
      * TOKENCTL, el mismo armado de INICIO en el encode.
       CARGAR-TABLAS-VIGENTES.
           PERFORM CARGAR-TABLA-DEFECTO
           PERFORM CARGAR-TABLA-CONTROL
           PERFORM CARGAR-TOKENS-DEFECTO
           PERFORM CARGAR-TOKENS-CONTROL.

      * Sin LAYCTL todo el registro es un campo de texto, como en el
      * encode, con el largo original del encabezado del archivo.
       CARGAR-LAYOUT-DEFECTO.
           MOVE 1 TO WS-LAY-TABLE-COUNT
           MOVE 'REGISTRO'    TO WS-LAY-NOMBRE(1)
           MOVE 1             TO WS-LAY-INICIO(1)
           MOVE WS-LRECL-ORIG TO WS-LAY-LARGO(1)
           MOVE 'T'           TO WS-LAY-CLASE(1).

       CARGAR-LAYOUT-CONTROL.
           OPEN INPUT WS-LAY-FILE
           IF WS-LAY-STATUS = '00'
               SET LAYCTL-PRESENTE TO TRUE
               MOVE ZERO TO WS-LAY-TABLE-COUNT
               PERFORM LEER-REGISTRO-LAYOUT
                   UNTIL WS-LAY-STATUS NOT = '00'
               CLOSE WS-LAY-FILE
           END-IF.

       LEER-REGISTRO-LAYOUT.
           READ WS-LAY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM APLICAR-REGISTRO-LAYOUT
           END-READ.

       APLICAR-REGISTRO-LAYOUT.
           COMPUTE WS-LAY-FIN
               = WS-LAY-REC-INICIO + WS-LAY-REC-LARGO - 1
           IF WS-LAY-REC-INICIO < 1 OR WS-LAY-REC-LARGO < 1
               OR WS-LAY-FIN > 200
               OR (WS-LAY-REC-CLASE NOT = 'T'
                   AND WS-LAY-REC-CLASE NOT = 'P'
                   AND WS-LAY-REC-CLASE NOT = 'K')
               DISPLAY 'ENTRADA DE LAYOUT IGNORADA - CAMPO: '
                   WS-LAY-REC-NOMBRE ' INICIO ' WS-LAY-REC-INICIO
                   ' LARGO ' WS-LAY-REC-LARGO ' CLASE '
                   WS-LAY-REC-CLASE
           ELSE
               IF WS-LAY-TABLE-COUNT < WS-LAY-TABLE-MAX
                   ADD 1 TO WS-LAY-TABLE-COUNT
                   MOVE WS-LAY-REC-NOMBRE
                       TO WS-LAY-NOMBRE(WS-LAY-TABLE-COUNT)
                   MOVE WS-LAY-REC-INICIO
                       TO WS-LAY-INICIO(WS-LAY-TABLE-COUNT)
                   MOVE WS-LAY-REC-LARGO
                       TO WS-LAY-LARGO(WS-LAY-TABLE-COUNT)
                   MOVE WS-LAY-REC-CLASE
                       TO WS-LAY-CLASE(WS-LAY-TABLE-COUNT)
               ELSE
                   DISPLAY 'ENTRADA DE LAYOUT IGNORADA - TABLA LLENA'
                       ' - CAMPO: ' WS-LAY-REC-NOMBRE
               END-IF
           END-IF.

      * El layout vigente tiene que caber en el registro original del
      * archivo: un campo que termina mas alla del largo estampado en
      * el encabezado es la senal de que LAYCTL cambio desde que se
      * codifico este OUTFILE, y cortar con el daria columnas
      * corridas que el cargador tomaria por buenas.
       VERIFICAR-LAYOUT.
           MOVE ZEROES TO WS-LAY-ALCANCE
           PERFORM VARYING WS-LAY-IDX FROM 1 BY 1
               UNTIL WS-LAY-IDX > WS-LAY-TABLE-COUNT
               COMPUTE WS-LAY-FIN = WS-LAY-INICIO(WS-LAY-IDX)
                   + WS-LAY-LARGO(WS-LAY-IDX) - 1
               IF WS-LAY-FIN > WS-LAY-ALCANCE
                   MOVE WS-LAY-FIN TO WS-LAY-ALCANCE
               END-IF
           END-PERFORM
           IF WS-LAY-TABLE-COUNT = 0
               OR WS-LAY-ALCANCE > WS-LRECL-ORIG
               DISPLAY 'LAYCTL NO CORRESPONDE AL ARCHIVO - LOS CAMPOS '
                   'LLEGAN A ' WS-LAY-ALCANCE ' Y EL REGISTRO '
                   'ORIGINAL MIDE ' WS-LRECL-ORIG
               MOVE 12 TO RETURN-CODE
               PERFORM ABANDONAR-CORRIDA
           END-IF.

       ARMAR-MAPA-CAMPOS.
           MOVE ZEROES TO WS-MAPA-CAMPOS
           PERFORM VARYING WS-LAY-IDX FROM 1 BY 1
               UNTIL WS-LAY-IDX > WS-LAY-TABLE-COUNT
               COMPUTE WS-LAY-FIN = WS-LAY-INICIO(WS-LAY-IDX)
                   + WS-LAY-LARGO(WS-LAY-IDX) - 1
               SET WS-CAMPO-ACT TO WS-LAY-IDX
               PERFORM VARYING WS-LAY-POS
                   FROM WS-LAY-INICIO(WS-LAY-IDX) BY 1
                   UNTIL WS-LAY-POS > WS-LAY-FIN
                   MOVE WS-CAMPO-ACT TO WS-MAPA-CAMPO(WS-LAY-POS)
               END-PERFORM
           END-PERFORM.

      * PARM de la corrida: INFILE=OUTFILE a extraer, OUTFILE=extracto,
      * DELIM=separador de un caracter, MARCAS=QUITAR y LRECL= (largo
      * del registro original) solo para un archivo cuyo encabezado
      * TABVERS no trae los largos estampados.
       LEER-PARAMETROS.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PARM-STRING))
               TO WS-PARM-LEN
           IF WS-PARM-LEN > 0
               MOVE 1 TO WS-PARM-PTR
               PERFORM UNTIL WS-PARM-PTR > WS-PARM-LEN
                   UNSTRING WS-PARM-STRING DELIMITED BY SPACE
                       INTO WS-PARM-TOKEN
                       WITH POINTER WS-PARM-PTR
                   IF FUNCTION LENGTH(FUNCTION TRIM(WS-PARM-TOKEN)) > 0
                       PERFORM APLICAR-PARM-PAR
                   END-IF
               END-PERFORM
           END-IF.

       APLICAR-PARM-PAR.
           EVALUATE TRUE
               WHEN WS-PARM-TOKEN(1:7) = 'INFILE='
                   MOVE FUNCTION TRIM(WS-PARM-TOKEN(8:))
                       TO WS-INFILE-NOMBRE
               WHEN WS-PARM-TOKEN(1:8) = 'OUTFILE='
                   MOVE FUNCTION TRIM(WS-PARM-TOKEN(9:))
                       TO WS-OUTFILE-NOMBRE
               WHEN WS-PARM-TOKEN(1:6) = 'DELIM='
                   MOVE WS-PARM-TOKEN(7:1) TO WS-SEPARADOR
               WHEN WS-PARM-TOKEN = 'MARCAS=QUITAR'
                   SET QUITAR-MARCAS TO TRUE
               WHEN WS-PARM-TOKEN(1:6) = 'LRECL='
                   MOVE FUNCTION NUMVAL(WS-PARM-TOKEN(7:3))
                       TO WS-LRECL-ORIG
                   COMPUTE WS-LRECL-COD = WS-LRECL-ORIG + 30
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      * El separador no puede ser el marcador ni un caracter que el
      * texto codificado trae de por si.
           IF WS-SEPARADOR = WS-MARCADOR OR WS-SEPARADOR = SPACE
               OR WS-SEPARADOR IS ALPHABETIC
               OR WS-SEPARADOR IS NUMERIC
               DISPLAY 'SEPARADOR INVALIDO: [' WS-SEPARADOR ']'
               MOVE 16 TO RETURN-CODE
               STOP RUN
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

      * Sin encabezado TABVERS no hay generacion con que leer los
      * spans, y sin eso no se sabe donde termina cada campo.
       LEER-ENCABEZADO-ARCHIVO.
           READ WS-ENTRADA-FILE INTO WS-CODIFICADO
               AT END
                   SET FIN-ARCHIVO TO TRUE
           END-READ
           IF FIN-ARCHIVO OR WS-CODIFICADO(1:8) NOT = 'TABVERS '
               DISPLAY 'ARCHIVO SIN ENCABEZADO TABVERS - NO SE '
                   'PUEDE SABER CON QUE GENERACION SE CODIFICO'
               MOVE 12 TO RETURN-CODE
               PERFORM ABANDONAR-CORRIDA
           END-IF
           PERFORM VERIFICAR-ENCABEZADO.

      * Los largos estampados mandan, igual que en el decode; un
      * encabezado viejo sin ellos deja los del PARM o el par
      * historico 50/80. Las tablas son las de la generacion del
      * encabezado: la vigente si coincide, si no la reconstruida
      * desde TABHIST.
       VERIFICAR-ENCABEZADO.
           MOVE WS-CODIFICADO(9:6) TO WS-ENC-GENERACION
           IF WS-CODIFICADO(15:7) = ' LRECL '
               MOVE WS-CODIFICADO(22:3) TO WS-LRECL-ORIG
               MOVE WS-CODIFICADO(26:3) TO WS-LRECL-COD
               PERFORM VERIFICAR-LARGOS
               IF LARGOS-INVALIDOS
                   MOVE 16 TO RETURN-CODE
                   PERFORM ABANDONAR-CORRIDA
               END-IF
           END-IF
           IF WS-ENC-GENERACION = WS-TAB-GENERACION
               PERFORM CARGAR-TABLAS-VIGENTES
           ELSE
               PERFORM CARGAR-GENERACION-HISTORIA
               IF NOT GEN-HALLADA
                   DISPLAY 'GENERACION ' WS-ENC-GENERACION
                       ' NO FOTOGRAFIADA EN TABHIST - NO SE PUEDEN '
                       'UBICAR LOS CAMPOS'
                   MOVE 12 TO RETURN-CODE
                   PERFORM ABANDONAR-CORRIDA
               END-IF
           END-IF.

      * Mismo armado que CARGAR-GENERACION-HISTORIA en el decode.
       CARGAR-GENERACION-HISTORIA.
           SET WS-GEN-HALLADA TO 'N'
           OPEN INPUT WS-HIS-FILE
           IF WS-HIS-STATUS NOT = '00'
               CLOSE WS-HIS-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM CARGAR-TABLA-DEFECTO
           PERFORM CARGAR-TOKENS-DEFECTO
           PERFORM LEER-REGISTRO-HISTORIA
               UNTIL WS-HIS-STATUS NOT = '00'
           CLOSE WS-HIS-FILE.

       LEER-REGISTRO-HISTORIA.
           READ WS-HIS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-HIS-GEN = WS-ENC-GENERACION
                       PERFORM APLICAR-REGISTRO-HISTORIA
                   END-IF
           END-READ.

       APLICAR-REGISTRO-HISTORIA.
           EVALUATE WS-HIS-TIPO
               WHEN 'G'
                   SET GEN-HALLADA TO TRUE
               WHEN 'C'
                   MOVE WS-HIS-FROM(1:1) TO WS-CTL-FROM
                   MOVE WS-HIS-TO TO WS-CTL-TO
                   PERFORM APLICAR-REGISTRO-CONTROL
               WHEN 'T'
                   MOVE WS-HIS-FROM TO WS-TOKEN-CTL-FROM
                   MOVE WS-HIS-FROM-LEN TO WS-TOKEN-CTL-FROM-LEN
                   MOVE WS-HIS-TO TO WS-TOKEN-CTL-TO
                   MOVE WS-HIS-TO-LEN TO WS-TOKEN-CTL-TO-LEN
                   PERFORM APLICAR-REGISTRO-TOKEN-CTL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Misma lectura en las dos pasadas (el encabezado TABVERS ya se
      * consumio). El HDR reenviado se guarda para la fila de control
      * y la cola TRL corta la lectura; la cantidad que declara se
      * cuadra en la primera pasada, cuando WS-DATOS-ARCHIVO ya conto
      * todo lo anterior a ella.
       LEER-ENTRADA.
           READ WS-ENTRADA-FILE INTO WS-CODIFICADO
               AT END
                   SET FIN-ARCHIVO TO TRUE
           END-READ
           IF NOT FIN-ARCHIVO AND PRIMER-DATO
               MOVE 'N' TO WS-PRIMER-DATO
               IF WS-CODIFICADO(1:3) = 'HDR'
                   AND WS-CODIFICADO(4:8) IS NUMERIC
                   SET ENCABEZADO-VISTO TO TRUE
                   MOVE WS-CODIFICADO TO WS-HDR-TEXTO
                   READ WS-ENTRADA-FILE INTO WS-CODIFICADO
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                   END-READ
               END-IF
           END-IF
           IF NOT FIN-ARCHIVO AND ENCABEZADO-VISTO
               AND WS-CODIFICADO(1:3) = 'TRL'
               AND WS-CODIFICADO(4:7) IS NUMERIC
               MOVE WS-CODIFICADO(4:7) TO WS-TRL-COUNT
               SET COLA-VISTA TO TRUE
               SET FIN-ARCHIVO TO TRUE
           END-IF
           IF NOT FIN-ARCHIVO
               ADD 1 TO WS-REG-COUNT
           END-IF.

      * Entre pasadas: se cuadra la cola, se reposiciona la entrada
      * despues del encabezado TABVERS y se escriben la fila de
      * nombres y la de control.
       PREPARAR-EXTRACTO.
           IF ENCABEZADO-VISTO AND NOT COLA-VISTA
               DISPLAY 'ARCHIVO CODIFICADO SIN COLA TRL - '
                   'ARCHIVO INCOMPLETO'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF COLA-VISTA AND WS-TRL-COUNT NOT = WS-DATOS-ARCHIVO
               DISPLAY 'COLA TRL NO CUADRA - DECLARADOS ' WS-TRL-COUNT
                   ' VS LEIDOS ' WS-DATOS-ARCHIVO
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE WS-COLA-VISTA TO WS-COLA-ARCHIVO
           CLOSE WS-ENTRADA-FILE
           OPEN INPUT WS-ENTRADA-FILE
           IF WS-ENTRADA-STATUS NOT = '00'
               DISPLAY 'ERROR REABRIENDO ARCHIVO DE ENTRADA: '
                   FUNCTION TRIM(WS-INFILE-NOMBRE)
                   ' - FILE STATUS ' WS-ENTRADA-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM ABANDONAR-CORRIDA
           END-IF
           READ WS-ENTRADA-FILE INTO WS-CODIFICADO
               AT END
                   CONTINUE
           END-READ
           MOVE 'N' TO WS-FIN-ARCHIVO
           MOVE 'Y' TO WS-PRIMER-DATO
           MOVE 'N' TO WS-ENC-VISTO
           MOVE 'N' TO WS-COLA-VISTA
           MOVE ZEROES TO WS-REG-COUNT
           PERFORM ESCRIBIR-FILA-NOMBRES
           PERFORM ESCRIBIR-FILA-CONTROL.

      * Fila de nombres: TIPO (la primera columna de cada fila dice
      * que fila es: CTL o DAT) y un nombre de LAYCTL por campo, en el
      * orden de LAYCTL.
       ESCRIBIR-FILA-NOMBRES.
           MOVE SPACES TO WS-EXTR-RECORD
           MOVE 1 TO WS-EXTR-PTR
           STRING 'TIPO' DELIMITED BY SIZE
               INTO WS-EXTR-RECORD
               WITH POINTER WS-EXTR-PTR
           PERFORM VARYING WS-LAY-IDX FROM 1 BY 1
               UNTIL WS-LAY-IDX > WS-LAY-TABLE-COUNT
               STRING WS-SEPARADOR DELIMITED BY SIZE
                   WS-LAY-NOMBRE(WS-LAY-IDX) DELIMITED BY SPACE
                   INTO WS-EXTR-RECORD
                   WITH POINTER WS-EXTR-PTR
           END-PERFORM
           WRITE WS-EXTR-RECORD.

       ESCRIBIR-FILA-CONTROL.
           MOVE WS-SEPARADOR TO WS-CL-SEP1 WS-CL-SEP2 WS-CL-SEP3
               WS-CL-SEP4
           MOVE WS-ENC-GENERACION TO WS-CL-GEN
           MOVE WS-LRECL-ORIG TO WS-CL-LRECL-ENT
           MOVE WS-LRECL-COD TO WS-CL-LRECL-SAL
           MOVE WS-TRL-COUNT TO WS-CL-TRL
           MOVE WS-DATOS-ARCHIVO TO WS-CL-FILAS
           MOVE SPACES TO WS-EXTR-RECORD
           MOVE 1 TO WS-EXTR-PTR
           STRING WS-CTL-LINEA DELIMITED BY SIZE
               INTO WS-EXTR-RECORD
               WITH POINTER WS-EXTR-PTR
           IF WS-HDR-TEXTO NOT = SPACES
               STRING FUNCTION TRIM(WS-HDR-TEXTO TRAILING)
                   DELIMITED BY SIZE
                   INTO WS-EXTR-RECORD
                   WITH POINTER WS-EXTR-PTR
           END-IF
           STRING WS-SEPARADOR DELIMITED BY SIZE
               INTO WS-EXTR-RECORD
               WITH POINTER WS-EXTR-PTR
           IF ARCHIVO-CON-COLA
               STRING WS-CL-TRL DELIMITED BY SIZE
                   INTO WS-EXTR-RECORD
                   WITH POINTER WS-EXTR-PTR
           END-IF
           STRING WS-SEPARADOR DELIMITED BY SIZE
               WS-CL-FILAS DELIMITED BY SIZE
               INTO WS-EXTR-RECORD
               WITH POINTER WS-EXTR-PTR
           WRITE WS-EXTR-RECORD.

      * Recorre el registro codificado igual que DECODIFICAR-REGISTRO
      * en el decode, llevando a la par la posicion en el registro
      * original (WS-J): un byte sin marca es un byte del original; un
      * span marcado vale lo que media su lado FROM (el token entero o
      * un caracter). Cada trozo va a la columna del campo duenio de
      * la posicion original donde empieza, asi un span nunca se parte
      * entre dos columnas aunque su FROM cruce el borde del campo. El
      * relleno que ningun campo cubre no va a ninguna columna, y el
      * recorrido termina cuando el original se completa (lo que sigue
      * en el registro codificado es relleno del largo de salida).
       CORTAR-REGISTRO.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
               UNTIL WS-COL-IDX > WS-LAY-TABLE-COUNT
               MOVE ZEROES TO WS-COL-LARGO(WS-COL-IDX)
               MOVE SPACES TO WS-COL-TEXTO(WS-COL-IDX)
           END-PERFORM
           SET WS-REG-EXCP TO 'N'
           MOVE 1 TO WS-I
           MOVE 1 TO WS-J
           PERFORM UNTIL WS-I > WS-LRECL-COD
               OR WS-J > WS-LRECL-ORIG
               SET WS-ES-SPAN TO 'N'
               IF WS-CODIFICADO(WS-I:1) = WS-MARCADOR
                   PERFORM MEDIR-SPAN-MARCADO
               ELSE
                   MOVE 1 TO WS-LONGITUD-CONSUM
                   MOVE 1 TO WS-LONGITUD-REEMP
               END-IF
               MOVE WS-MAPA-CAMPO(WS-J) TO WS-CAMPO-ACT
               IF WS-CAMPO-ACT > 0
                   PERFORM AGREGAR-TROZO-COLUMNA
               END-IF
               ADD WS-LONGITUD-REEMP TO WS-J
               ADD WS-LONGITUD-CONSUM TO WS-I
           END-PERFORM
           IF REGISTRO-CON-EXCEPCION
               ADD 1 TO WS-EXCP-COUNT
           END-IF.

      * WS-I esta parado sobre el WS-MARCADOR de apertura del span.
      * Un span que la generacion no reconoce (EX01 en el decode) vale
      * su propio largo, y un marcador sin cierre (EX02) un byte, como
      * alla; el registro igual se extrae, avisado.
       MEDIR-SPAN-MARCADO.
           PERFORM BUSCAR-FIN-MARCADOR
           IF NOT SPAN-FOUND
               SET REGISTRO-CON-EXCEPCION TO TRUE
               DISPLAY 'REG NUM ' WS-REG-COUNT
                   ' - MARCADOR SIN CIERRE EN POS ' WS-I
               MOVE 1 TO WS-LONGITUD-CONSUM
               MOVE 1 TO WS-LONGITUD-REEMP
               EXIT PARAGRAPH
           END-IF
           SET TROZO-ES-SPAN TO TRUE
           COMPUTE WS-SPAN-LEN = WS-MARK-END-POS - WS-I - 1
           PERFORM BUSCAR-TOKEN-INVERSO
           IF NOT TOKEN-FOUND
               PERFORM BUSCAR-CHAR-INVERSO
           END-IF
           IF TOKEN-FOUND
               MOVE WS-TOKEN-FROM-LEN(WS-TOKEN-MATCH-IDX)
                   TO WS-LONGITUD-REEMP
           ELSE
               IF CHAR-FOUND
                   MOVE 1 TO WS-LONGITUD-REEMP
               ELSE
                   SET REGISTRO-CON-EXCEPCION TO TRUE
                   DISPLAY 'REG NUM ' WS-REG-COUNT
                       ' - SPAN SIN CALCE EN LA GENERACION '
                       WS-ENC-GENERACION ' EN POS ' WS-I
                   MOVE WS-SPAN-LEN TO WS-LONGITUD-REEMP
                   IF WS-LONGITUD-REEMP = 0
                       MOVE 1 TO WS-LONGITUD-REEMP
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-LONGITUD-CONSUM = WS-MARK-END-POS - WS-I + 1.

       BUSCAR-FIN-MARCADOR.
           SET WS-SPAN-FOUND TO 'N'
           MOVE WS-I TO WS-MARK-END-POS
           ADD 1 TO WS-MARK-END-POS
           PERFORM UNTIL WS-MARK-END-POS > WS-LRECL-COD
                   OR SPAN-FOUND
               IF WS-CODIFICADO(WS-MARK-END-POS:1) = WS-MARCADOR
                   SET SPAN-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-MARK-END-POS
               END-IF
           END-PERFORM.

       BUSCAR-TOKEN-INVERSO.
           SET WS-TOKEN-FOUND TO 'N'
           IF WS-TOKEN-TABLE-COUNT > 0
               PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
               UNTIL WS-TOKEN-IDX > WS-TOKEN-TABLE-COUNT
                   OR TOKEN-FOUND
                   MOVE WS-TOKEN-TO-LEN(WS-TOKEN-IDX)
                       TO WS-TOKEN-LEN-TMP
                   MOVE WS-I TO WS-PAYLOAD-POS
                   ADD 1 TO WS-PAYLOAD-POS
                   IF WS-TOKEN-LEN-TMP = WS-SPAN-LEN
                       AND WS-CODIFICADO
                               (WS-PAYLOAD-POS:WS-TOKEN-LEN-TMP)
                           = WS-TOKEN-TO(WS-TOKEN-IDX)
                               (1:WS-TOKEN-LEN-TMP)
                       SET TOKEN-FOUND TO TRUE
                       MOVE WS-TOKEN-IDX TO WS-TOKEN-MATCH-IDX
                   END-IF
               END-PERFORM
           END-IF.

       BUSCAR-CHAR-INVERSO.
           SET WS-CHAR-FOUND TO 'N'
           SET WS-CHAR-IDX TO 1
           IF WS-CHAR-TABLE-COUNT > 0
               PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > WS-CHAR-TABLE-COUNT
                   OR CHAR-FOUND
                   MOVE FUNCTION LENGTH(FUNCTION TRIM
                           (WS-CHAR-TO(WS-CHAR-IDX)))
                       TO WS-CHAR-TO-LEN-TMP
                   MOVE WS-I TO WS-PAYLOAD-POS
                   ADD 1 TO WS-PAYLOAD-POS
                   IF WS-CHAR-TO-LEN-TMP = WS-SPAN-LEN
                       AND WS-CODIFICADO
                               (WS-PAYLOAD-POS:WS-CHAR-TO-LEN-TMP)
                           = FUNCTION TRIM(WS-CHAR-TO(WS-CHAR-IDX))
                       SET CHAR-FOUND TO TRUE
                       MOVE WS-CHAR-IDX TO WS-CHAR-MATCH-IDX
                   END-IF
               END-PERFORM
           END-IF.

      * El trozo entero (el byte, o el span con sus dos marcadores)
      * se agrega a la columna del campo; con MARCAS=QUITAR de un span
      * va solo el texto de adentro.
       AGREGAR-TROZO-COLUMNA.
           MOVE WS-I TO WS-TROZO-POS
           MOVE WS-LONGITUD-CONSUM TO WS-TROZO-LEN
           IF TROZO-ES-SPAN AND QUITAR-MARCAS
               ADD 1 TO WS-TROZO-POS
               SUBTRACT 2 FROM WS-TROZO-LEN
           END-IF
           IF WS-TROZO-LEN = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-COL-POS = WS-COL-LARGO(WS-CAMPO-ACT) + 1
           MOVE WS-CODIFICADO(WS-TROZO-POS:WS-TROZO-LEN)
               TO WS-COL-TEXTO(WS-CAMPO-ACT)(WS-COL-POS:WS-TROZO-LEN)
           ADD WS-TROZO-LEN TO WS-COL-LARGO(WS-CAMPO-ACT).

      * Fila de datos: DAT y una columna por campo, sin los blancos
      * de relleno a la derecha (los de la izquierda son dato y
      * quedan).
       ESCRIBIR-FILA-DATOS.
           MOVE SPACES TO WS-EXTR-RECORD
           MOVE 1 TO WS-EXTR-PTR
           STRING 'DAT' DELIMITED BY SIZE
               INTO WS-EXTR-RECORD
               WITH POINTER WS-EXTR-PTR
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
               UNTIL WS-COL-IDX > WS-LAY-TABLE-COUNT
               STRING WS-SEPARADOR DELIMITED BY SIZE
                   INTO WS-EXTR-RECORD
                   WITH POINTER WS-EXTR-PTR
               IF WS-COL-TEXTO(WS-COL-IDX) NOT = SPACES
                   STRING FUNCTION TRIM
                           (WS-COL-TEXTO(WS-COL-IDX) TRAILING)
                       DELIMITED BY SIZE
                       INTO WS-EXTR-RECORD
                       WITH POINTER WS-EXTR-PTR
               END-IF
           END-PERFORM
           PERFORM VERIFICAR-SEPARADOR
           WRITE WS-EXTR-RECORD
           ADD 1 TO WS-ESCRITOS-COUNT.

      * Un valor destino de CHARCTL/TOKENCTL que trae el separador
      * correria las columnas de esta fila: se avisa con el numero de
      * registro para que se cambie DELIM= o la tabla.
       VERIFICAR-SEPARADOR.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
               UNTIL WS-COL-IDX > WS-LAY-TABLE-COUNT
               MOVE ZEROES TO WS-SEP-CHECK
               INSPECT WS-COL-TEXTO(WS-COL-IDX) TALLYING WS-SEP-CHECK
                   FOR ALL WS-SEPARADOR
               IF WS-SEP-CHECK > 0
                   DISPLAY 'REG NUM ' WS-REG-COUNT
                       ' - EL CAMPO ' WS-LAY-NOMBRE(WS-COL-IDX)
                       ' CONTIENE EL SEPARADOR [' WS-SEPARADOR ']'
                   ADD 1 TO WS-SEP-COUNT
               END-IF
           END-PERFORM.

       FIN.
           CLOSE WS-ENTRADA-FILE
           CLOSE WS-EXTR-FILE
           DISPLAY 'GENERACION ' WS-ENC-GENERACION
               ' - CAMPOS: ' WS-LAY-TABLE-COUNT
           DISPLAY 'REGISTROS LEIDOS: ' WS-REG-COUNT
               ' - FILAS ESCRITAS: ' WS-ESCRITOS-COUNT
               ' - CON SPAN SIN CALCE: ' WS-EXCP-COUNT
               ' - CON SEPARADOR: ' WS-SEP-COUNT
      * Filas con spans que no se pudieron medir o con el separador
      * adentro estan extraidas pero pueden tener columnas corridas:
      * RC 4 para que alguien mire antes de cargar. Un RC mas alto ya
      * fijado (la cola que no cuadra) no se pisa.
           IF (WS-EXCP-COUNT > 0 OR WS-SEP-COUNT > 0)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN OUTPUT WS-LOCK-FILE
           CLOSE WS-LOCK-FILE
           PERFORM GRABAR-LEDGER.

      * Registro del extracto en el libro de corridas: leidos son los
      * registros de datos del OUTFILE, escritos las filas de datos
      * del extracto y rechazados las filas avisadas. La generacion
      * es la del OUTFILE extraido.
       GRABAR-LEDGER.
           ACCEPT WS-FECHA-LOCK FROM DATE YYYYMMDD
           ACCEPT WS-HORA-LOCK FROM TIME
           MOVE WS-FECHA-LOCK TO WS-LG-FECHA
           MOVE WS-HORA-LOCK(1:6) TO WS-LG-HORA
           MOVE 'EXTRAE-CAMPOS' TO WS-LG-PROGRAMA
           MOVE WS-INFILE-NOMBRE TO WS-LG-ENTRADA
           MOVE WS-OUTFILE-NOMBRE TO WS-LG-SALIDA
           MOVE WS-REG-COUNT TO WS-LG-LEIDOS
           MOVE WS-ESCRITOS-COUNT TO WS-LG-ESCRITOS
           COMPUTE WS-LG-RECHAZADOS = WS-EXCP-COUNT + WS-SEP-COUNT
           MOVE ZEROES TO WS-LG-TRUNCADOS
           MOVE WS-ENC-GENERACION TO WS-LG-GENERACION
           MOVE RETURN-CODE TO WS-LG-RC
           OPEN EXTEND WS-LEDG-FILE
           IF WS-LEDG-STATUS = '35'
               OPEN OUTPUT WS-LEDG-FILE
           END-IF
           WRITE WS-LEDG-RECORD FROM WS-LEDGER-LINE
           CLOSE WS-LEDG-FILE.

       END PROGRAM EXTRAE-CAMPOS.

      ******************************************************************
      * Author: Eliana
      * Date: 15-10-2026
      * Purpose: Archive re-key utility. Reads an OUTFILE that was
      *          encoded under an older table generation, decodes it
      *          with that generation (rebuilt from TABHIST, the same
      *          way DECODIFICA-CARACTERES does) and encodes it again
      *          under the current CHARCTL/TOKENCTL and LAYCTL, so the
      *          archive only needs the current generation to be
      *          read. The new file keeps the OUTFILE shape: TABVERS
      *          header with the current generation, the forwarded
      *          HDR and a TRL with the count actually written.
      *          Records that cannot be restored cleanly, or that the
      *          current tables cannot encode, are listed in RKEYEXCP
      *          and left out. The RUNLEDG line carries both the old
      *          and the new generation.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECODIFICA-ARCHIVO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Nombres asignados dinamicamente: por defecto RKEYIN/RKEYOUT,
      * pero pueden venir del PARM de la corrida (ver LEER-PARAMETROS),
      * igual que en el encode y el decode.
           SELECT WS-ENTRADA-FILE ASSIGN TO DYNAMIC WS-INFILE-NOMBRE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.

           SELECT WS-SALIDA-FILE ASSIGN TO DYNAMIC WS-OUTFILE-NOMBRE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.

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
      * de aqui sale el juego con el que se codifico el archivo viejo.
           SELECT OPTIONAL WS-HIS-FILE ASSIGN TO 'TABHIST'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.

      * Registros que no pasan limpios a la generacion vigente, con
      * el mismo formato de linea que DECEXCP en el decode.
           SELECT WS-EXCP-FILE ASSIGN TO 'RKEYEXCP'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

      * Archivo de trabajo entre las dos pasadas: los registros ya
      * decodificados con la generacion vieja, cada uno con su numero
      * de registro en el archivo original.
           SELECT WS-TRAB-FILE ASSIGN TO 'RKEYWORK'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRAB-STATUS.

      * Cerrojo de corrida compartido con el encode, el decode y la
      * pantalla de mantenimiento: mientras esta conversion lea las
      * tablas vigentes nadie debe grabar un juego nuevo.
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

       FD  WS-SALIDA-FILE.
       01  WS-SALIDA-RECORD     PIC X(320).

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

       FD  WS-EXCP-FILE.
       01  WS-EXCP-RECORD        PIC X(370).

       FD  WS-TRAB-FILE.
       01  WS-TRAB-RECORD.
           03 WS-TRAB-REG-NUM    PIC 9(7).
           03 WS-TRAB-DATOS      PIC X(200).

       FD  WS-LOCK-FILE.
       01  WS-LOCK-RECORD        PIC X(50).

       FD  WS-LEDG-FILE.
       01  WS-LEDG-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PARAMETROS.
          03 WS-INFILE-NOMBRE     PIC X(100) VALUE 'RKEYIN'.
          03 WS-OUTFILE-NOMBRE    PIC X(100) VALUE 'RKEYOUT'.
          03 WS-PARM-STRING       PIC X(200).
          03 WS-PARM-LEN          PIC 9(3).
          03 WS-PARM-PTR          PIC 9(3) VALUE 1.
          03 WS-PARM-TOKEN        PIC X(200).

       COPY WSVARS.

      * Este programa hace los dos recorridos, asi que los buffers no
      * se llaman entrada/salida sino por lo que contienen: el
      * registro codificado (hasta 320 bytes, el que se lee del
      * archivo viejo y el que se escribe en el nuevo) y el original
      * (hasta 200, el que queda entre las dos pasadas). Los largos
      * reales salen del encabezado TABVERS del archivo viejo y se
      * conservan en el nuevo: el registro original no cambia de
      * largo por cambiar de generacion.
       01 WS-CODIFICADO           PIC X(320) VALUE SPACES.
       01 WS-ORIGINAL             PIC X(200) VALUE SPACES.

      * Mapa de clases por posicion del registro original, armado
      * desde LAYCTL igual que en el encode (ver ARMAR-MAPA-CLASES).
       01 WS-MAPA-CLASES          PIC X(200) VALUE SPACES.

       COPY CHARTAB.

       COPY TOKENTAB.

       COPY LAYTAB.

       01 WS-CONTADORES.
          03 WS-REG-COUNT           PIC 9(7) VALUE ZEROES.
          03 WS-ESCRITOS-COUNT      PIC 9(7) VALUE ZEROES.
          03 WS-NO-REST-COUNT       PIC 9(7) VALUE ZEROES.
          03 WS-TRUNC-COUNT         PIC 9(7) VALUE ZEROES.
          03 WS-NO-CONV-COUNT       PIC 9(7) VALUE ZEROES.
          03 WS-EXCP-COUNT          PIC 9(7) VALUE ZEROES.
          03 WS-LONGITUD-REEMP      PIC 9(3) VALUE ZEROES.
          03 WS-LONGITUD-CONSUM     PIC 9(2) VALUE ZEROES.
          03 WS-TOKEN-MATCH-IDX     PIC 9(2) VALUE ZEROES.
          03 WS-TOKEN-LEN-TMP       PIC 9(2) VALUE ZEROES.
          03 WS-TOKEN-BEST-LEN      PIC 9(2) VALUE ZEROES.
          03 WS-CHAR-TO-LEN-TMP     PIC 9(2) VALUE ZEROES.
          03 WS-CHAR-MATCH-IDX      PIC 9(3) VALUE ZEROES.
          03 WS-MARK-END-POS        PIC 9(3) VALUE ZEROES.
          03 WS-MARK-POS            PIC 9(3) VALUE ZEROES.
          03 WS-SPAN-LEN            PIC 9(3) VALUE ZEROES.
          03 WS-PAYLOAD-POS         PIC 9(3) VALUE ZEROES.
          03 WS-MARCADOR-CHECK      PIC 9(2) VALUE ZEROES.
          03 WS-OCUR-TOTAL          PIC 9(5) VALUE ZEROES.
          03 WS-OCUR-TEMP           PIC 9(5) VALUE ZEROES.
          03 WS-REJ-POSICION        PIC 9(3) VALUE ZEROES.
          03 WS-LAY-POS             PIC 9(3) VALUE ZEROES.
          03 WS-LAY-FIN             PIC 9(3) VALUE ZEROES.
          03 WS-MAPA-T-COUNT        PIC 9(2) VALUE ZEROES.
          03 WS-TAB-GENERACION      PIC 9(6) VALUE ZEROES.
          03 WS-ENC-GENERACION      PIC 9(6) VALUE ZEROES.
          03 WS-TRL-COUNT           PIC 9(7) VALUE ZEROES.
          03 WS-FECHA-LOCK          PIC 9(8) VALUE ZEROES.
          03 WS-HORA-LOCK           PIC 9(8) VALUE ZEROES.
          03 WS-LRECL-ORIG          PIC 9(3) VALUE 50.
          03 WS-LRECL-COD           PIC 9(3) VALUE 80.

      * Encabezado del archivo nuevo, el mismo que estampa el encode.
       01 WS-ENC-HEADER-LINE.
          03 FILLER              PIC X(8)  VALUE 'TABVERS '.
          03 WS-EH-GEN           PIC 9(6).
          03 FILLER              PIC X(7)  VALUE ' LRECL '.
          03 WS-EH-LRECL-ENT     PIC 9(3).
          03 FILLER              PIC X(1)  VALUE SPACE.
          03 WS-EH-LRECL-SAL     PIC 9(3).

       01 WS-SAL-TRAILER-LINE.
          03 FILLER              PIC X(3)  VALUE 'TRL'.
          03 WS-ST-COUNT         PIC 9(7).

       01 WS-LOCK-LINE.
          03 WS-LK-PROGRAMA      PIC X(24).
          03 FILLER              PIC X(1)  VALUE SPACE.
          03 WS-LK-FECHA         PIC 9(8).
          03 FILLER              PIC X(1)  VALUE SPACE.
          03 WS-LK-HORA          PIC 9(6).

       COPY LEDGLINE.

      * Mismo formato que DECEXCP. EX01 y EX02 son los del decode
      * (span sin calce en la generacion vieja, marcador sin cierre);
      * EX03 es un registro restaurado que la generacion vigente no
      * puede codificar (un caracter que ya no tiene sustitucion y no
      * esta en el juego aprobado, o que cae en un campo hoy
      * protegido); EX04 es un registro que codificado con las tablas
      * vigentes no entra en el largo del archivo. En EX03/EX04 el
      * span muestra el registro restaurado.
       01 WS-EXCP-REPORT-LINE.
          03 FILLER              PIC X(8)  VALUE 'REG NUM '.
          03 WS-EX-REG-NUM       PIC ZZZZZZ9.
          03 FILLER              PIC X(7)  VALUE ' - RC: '.
          03 WS-EX-RAZON         PIC X(4).
          03 FILLER              PIC X(7)  VALUE ' - POS '.
          03 WS-EX-POSICION      PIC ZZ9.
          03 FILLER              PIC X(9)  VALUE ' - SPAN ['.
          03 WS-EX-SPAN          PIC X(318).
          03 FILLER              PIC X(1)  VALUE ']'.

       01 WS-FLAGS.
          03 WS-FIN-ARCHIVO      PIC X(1) VALUE 'N'.
             88 FIN-ARCHIVO             VALUE 'Y'.
          03 WS-FIN-TRABAJO      PIC X(1) VALUE 'N'.
             88 FIN-TRABAJO             VALUE 'Y'.
          03 WS-CTL-STATUS       PIC X(2) VALUE '00'.
          03 WS-CHAR-FOUND       PIC X(1) VALUE 'N'.
             88 CHAR-FOUND              VALUE 'Y'.
          03 WS-SALIDA-STATUS    PIC X(2) VALUE '00'.
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
          03 WS-EXCP-STATUS      PIC X(2) VALUE '00'.
          03 WS-TRAB-STATUS      PIC X(2) VALUE '00'.
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
          03 WS-REGISTRO-INVALIDO PIC X(1) VALUE 'N'.
             88 REGISTRO-INVALIDO       VALUE 'Y'.
             88 REGISTRO-VALIDO         VALUE 'N'.
          03 WS-TRUNCADO         PIC X(1) VALUE 'N'.
             88 REGISTRO-TRUNCADO       VALUE 'Y'.

       PROCEDURE DIVISION.

           PERFORM INICIO.

      * Primera pasada: el archivo viejo se decodifica con su propia
      * generacion y los registros restaurados quedan en RKEYWORK.
           PERFORM UNTIL FIN-ARCHIVO
               PERFORM LEER-ENTRADA
               IF NOT FIN-ARCHIVO
                   PERFORM DECODIFICAR-REGISTRO
                   PERFORM GUARDAR-DECODIFICADO
               END-IF
           END-PERFORM.

      * Segunda pasada: con las tablas vigentes ya cargadas, cada
      * registro restaurado se vuelve a codificar al archivo nuevo.
           PERFORM PREPARAR-RECODIFICACION.

           PERFORM UNTIL FIN-TRABAJO
               PERFORM LEER-TRABAJO
               IF NOT FIN-TRABAJO
                   PERFORM RECODIFICAR-REGISTRO
               END-IF
           END-PERFORM.

           PERFORM FIN.

           STOP RUN.

       INICIO.
           PERFORM LEER-PARAMETROS
      * Antes de abrir nada y antes de registrar el cerrojo, igual que
      * en el decode: un LRECL= fuera de los buffers muere aca.
           PERFORM VERIFICAR-LARGOS
           IF LARGOS-INVALIDOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * El archivo nuevo nunca puede pisar al viejo: OPEN OUTPUT lo
      * dejaria vacio antes de leer el primer registro.
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
               DISPLAY 'RECODIFICACION NO REALIZADA - HAY UNA CORRIDA '
                   'BATCH ACTIVA:'
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
           OPEN OUTPUT WS-SALIDA-FILE
           IF WS-SALIDA-STATUS NOT = '00'
               DISPLAY 'ERROR ABRIENDO ARCHIVO DE SALIDA: '
                   FUNCTION TRIM(WS-OUTFILE-NOMBRE)
                   ' - FILE STATUS ' WS-SALIDA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT WS-EXCP-FILE
           IF WS-EXCP-STATUS NOT = '00'
               DISPLAY 'ERROR ABRIENDO ARCHIVO RKEYEXCP - FILE STATUS '
                   WS-EXCP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT WS-TRAB-FILE
           IF WS-TRAB-STATUS NOT = '00'
               DISPLAY 'ERROR ABRIENDO ARCHIVO RKEYWORK - FILE STATUS '
                   WS-TRAB-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM REGISTRAR-RUN-LOCK
           PERFORM LEER-ENCABEZADO-ARCHIVO

      * El encabezado del archivo nuevo lleva la generacion vigente y
      * los mismos largos del viejo.
           MOVE WS-TAB-GENERACION TO WS-EH-GEN
           MOVE WS-LRECL-ORIG TO WS-EH-LRECL-ENT
           MOVE WS-LRECL-COD TO WS-EH-LRECL-SAL
           WRITE WS-SALIDA-RECORD FROM WS-ENC-HEADER-LINE.

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
           MOVE 'RECODIFICA-ARCHIVO' TO WS-LK-PROGRAMA
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
               OR WS-LRECL-ORIG > LENGTH OF WS-ORIGINAL
               OR WS-LRECL-ORIG > WS-LRECL-COD
               DISPLAY 'LARGO DE REGISTRO ORIGINAL INVALIDO: '
                   WS-LRECL-ORIG ' (MAXIMO ' LENGTH OF WS-ORIGINAL ')'
               SET LARGOS-INVALIDOS TO TRUE
           END-IF.

      * La corrida termina antes de convertir nada (archivo sin
      * encabezado, generacion no fotografiada, largos corruptos): se
      * cierra todo y se libera el cerrojo, igual que los rechazos de
      * VERIFICAR-ENCABEZADO en el decode. El RC ya viene puesto.
       ABANDONAR-CORRIDA.
           CLOSE WS-ENTRADA-FILE
           CLOSE WS-SALIDA-FILE
           CLOSE WS-EXCP-FILE
           CLOSE WS-TRAB-FILE
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

      * Layout del registro original para el armado de la segunda
      * pasada. Sin LAYCTL todo el registro es un campo de texto, como
      * en el encode; el largo lo fija siempre el encabezado del
      * archivo viejo, no el alcance de los campos.
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
               OR WS-LAY-FIN > LENGTH OF WS-ORIGINAL
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

      * Mismo pintado que en el encode; la clave 'K' aqui no arma
      * ninguna clave (la conversion no es una noche nueva) y se trata
      * como el campo protegido que es.
       ARMAR-MAPA-CLASES.
           MOVE ALL 'F' TO WS-MAPA-CLASES
           PERFORM VARYING WS-LAY-IDX FROM 1 BY 1
               UNTIL WS-LAY-IDX > WS-LAY-TABLE-COUNT
               COMPUTE WS-LAY-FIN = WS-LAY-INICIO(WS-LAY-IDX)
                   + WS-LAY-LARGO(WS-LAY-IDX) - 1
               PERFORM VARYING WS-LAY-POS
                   FROM WS-LAY-INICIO(WS-LAY-IDX) BY 1
                   UNTIL WS-LAY-POS > WS-LAY-FIN
                   MOVE WS-LAY-CLASE(WS-LAY-IDX)
                       TO WS-MAPA-CLASES(WS-LAY-POS:1)
               END-PERFORM
           END-PERFORM.

      * PARM de la corrida: INFILE=archivo viejo, OUTFILE=archivo
      * nuevo y LRECL= (largo del registro original) solo para un
      * archivo cuyo encabezado TABVERS no trae los largos estampados.
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
               WHEN WS-PARM-TOKEN(1:6) = 'LRECL='
                   MOVE FUNCTION NUMVAL(WS-PARM-TOKEN(7:3))
                       TO WS-LRECL-ORIG
                   COMPUTE WS-LRECL-COD = WS-LRECL-ORIG + 30
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

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

      * A diferencia del decode, aqui un archivo sin encabezado
      * TABVERS no se procesa: sin generacion no hay forma de saber
      * con que tablas leerlo, y convertirlo con las vigentes dejaria
      * un archivo nuevo que parece limpio sin serlo.
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
      * historico 50/80. Las tablas de la primera pasada son las de la
      * generacion del encabezado: la vigente si coincide, si no la
      * reconstruida desde TABHIST.
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
               DISPLAY 'ARCHIVO YA CODIFICADO CON LA GENERACION '
                   'VIGENTE ' WS-TAB-GENERACION
               PERFORM CARGAR-TABLAS-VIGENTES
           ELSE
               PERFORM CARGAR-GENERACION-HISTORIA
               IF GEN-HALLADA
                   DISPLAY 'GENERACION ' WS-ENC-GENERACION
                       ' CARGADA DESDE LA HISTORIA DE TABLAS '
                       '(VIGENTE: ' WS-TAB-GENERACION ')'
               ELSE
                   DISPLAY 'GENERACION ' WS-ENC-GENERACION
                       ' NO FOTOGRAFIADA EN TABHIST - EL ARCHIVO NO '
                       'SE PUEDE CONVERTIR'
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

      * Lectura de la primera pasada (el encabezado TABVERS ya se
      * consumio en INICIO). El HDR reenviado del archivo viejo pasa
      * tal cual al nuevo, con su fecha de proceso original: la
      * conversion no es un proceso nuevo del juego del upstream. La
      * cola TRL corta la lectura y se cuadra contra lo leido, como
      * en el decode.
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
                   WRITE WS-SALIDA-RECORD FROM WS-CODIFICADO
                   READ WS-ENTRADA-FILE INTO WS-CODIFICADO
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                   END-READ
               END-IF
           END-IF
           IF NOT FIN-ARCHIVO AND ENCABEZADO-VISTO
               AND WS-CODIFICADO(1:3) = 'TRL'
               AND WS-CODIFICADO(4:7) IS NUMERIC
               PERFORM VALIDAR-COLA-ENTRADA
               SET COLA-VISTA TO TRUE
               SET FIN-ARCHIVO TO TRUE
           END-IF
           IF FIN-ARCHIVO
               IF ENCABEZADO-VISTO AND NOT COLA-VISTA
                   DISPLAY 'ARCHIVO CODIFICADO SIN COLA TRL - '
                       'ARCHIVO INCOMPLETO'
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-REG-COUNT
               MOVE SPACES TO WS-ORIGINAL
               MOVE 1 TO WS-J
               SET WS-REG-EXCP TO 'N'
           END-IF.

       VALIDAR-COLA-ENTRADA.
           MOVE WS-CODIFICADO(4:7) TO WS-TRL-COUNT
           IF WS-TRL-COUNT NOT = WS-REG-COUNT
               DISPLAY 'COLA TRL NO CUADRA - DECLARADOS ' WS-TRL-COUNT
                   ' VS LEIDOS ' WS-REG-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Decodificacion con la generacion vieja, la misma de
      * DECODIFICAR-REGISTRO en COBOL002.COB sobre los buffers de este
      * programa.
       DECODIFICAR-REGISTRO.
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > WS-LRECL-COD
               IF WS-CODIFICADO(WS-I:1) = WS-MARCADOR
                   PERFORM PROCESAR-SPAN-MARCADO
               ELSE
                   MOVE 1 TO WS-LONGITUD-CONSUM
                   MOVE 1 TO WS-LONGITUD-REEMP
                   IF WS-J + WS-LONGITUD-REEMP - 1
                           > WS-LRECL-ORIG
                       EXIT PERFORM
                   END-IF
                   MOVE WS-CODIFICADO(WS-I:1) TO WS-ORIGINAL(WS-J:)
                   ADD WS-LONGITUD-REEMP TO WS-J
                   ADD WS-LONGITUD-CONSUM TO WS-I
               END-IF
           END-PERFORM.

      * WS-I esta parado sobre el WS-MARCADOR de apertura del span.
       PROCESAR-SPAN-MARCADO.
           PERFORM BUSCAR-FIN-MARCADOR
           IF NOT SPAN-FOUND
               PERFORM REPORTAR-MARCADOR-SIN-CIERRE
               MOVE 1 TO WS-LONGITUD-CONSUM
               MOVE 1 TO WS-LONGITUD-REEMP
               IF WS-J + WS-LONGITUD-REEMP - 1 > WS-LRECL-ORIG
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CODIFICADO(WS-I:1) TO WS-ORIGINAL(WS-J:)
               ADD WS-LONGITUD-REEMP TO WS-J
               ADD WS-LONGITUD-CONSUM TO WS-I
               EXIT PARAGRAPH
           END-IF

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
                   PERFORM REPORTAR-SPAN-SIN-CALCE
                   MOVE WS-SPAN-LEN TO WS-LONGITUD-REEMP
               END-IF
           END-IF
           COMPUTE WS-LONGITUD-CONSUM = WS-MARK-END-POS - WS-I + 1

           IF WS-J + WS-LONGITUD-REEMP - 1 > WS-LRECL-ORIG
               EXIT PARAGRAPH
           END-IF

           MOVE WS-I TO WS-PAYLOAD-POS
           ADD 1 TO WS-PAYLOAD-POS
           IF TOKEN-FOUND
               MOVE WS-TOKEN-FROM(WS-TOKEN-MATCH-IDX)
                   TO WS-ORIGINAL(WS-J:)
           ELSE
               IF CHAR-FOUND
                   MOVE WS-CHAR-FROM(WS-CHAR-MATCH-IDX)
                       TO WS-ORIGINAL(WS-J:)
               ELSE
                   IF WS-SPAN-LEN > 0
                       MOVE WS-CODIFICADO(WS-PAYLOAD-POS:WS-SPAN-LEN)
                           TO WS-ORIGINAL(WS-J:)
                   END-IF
               END-IF
           END-IF
           ADD WS-LONGITUD-REEMP TO WS-J
           ADD WS-LONGITUD-CONSUM TO WS-I.

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

       REPORTAR-SPAN-SIN-CALCE.
           SET REGISTRO-CON-EXCEPCION TO TRUE
           ADD 1 TO WS-EXCP-COUNT
           MOVE WS-REG-COUNT TO WS-EX-REG-NUM
           MOVE 'EX01' TO WS-EX-RAZON
           MOVE WS-I TO WS-EX-POSICION
           MOVE SPACES TO WS-EX-SPAN
           IF WS-SPAN-LEN > 0
               MOVE WS-CODIFICADO(WS-I + 1:WS-SPAN-LEN) TO WS-EX-SPAN
           END-IF
           WRITE WS-EXCP-RECORD FROM WS-EXCP-REPORT-LINE.

       REPORTAR-MARCADOR-SIN-CIERRE.
           SET REGISTRO-CON-EXCEPCION TO TRUE
           ADD 1 TO WS-EXCP-COUNT
           MOVE WS-REG-COUNT TO WS-EX-REG-NUM
           MOVE 'EX02' TO WS-EX-RAZON
           MOVE WS-I TO WS-EX-POSICION
           MOVE SPACES TO WS-EX-SPAN
           MOVE WS-CODIFICADO(WS-I:) TO WS-EX-SPAN
           WRITE WS-EXCP-RECORD FROM WS-EXCP-REPORT-LINE.

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

      * Un registro con cualquier span sin restaurar no pasa al
      * archivo nuevo: codificarlo con las tablas vigentes fijaria
      * como dato un texto que nunca fue el original. Queda solo en
      * RKEYEXCP.
       GUARDAR-DECODIFICADO.
           IF REGISTRO-CON-EXCEPCION
               ADD 1 TO WS-NO-REST-COUNT
           ELSE
               MOVE WS-REG-COUNT TO WS-TRAB-REG-NUM
               MOVE WS-ORIGINAL TO WS-TRAB-DATOS
               WRITE WS-TRAB-RECORD
           END-IF.

      * Fin de la primera pasada: el archivo viejo ya no hace falta y
      * las tablas de la generacion vieja se reemplazan por el juego
      * vigente y el layout de LAYCTL.
       PREPARAR-RECODIFICACION.
           CLOSE WS-ENTRADA-FILE
           CLOSE WS-TRAB-FILE
           PERFORM CARGAR-TABLAS-VIGENTES
           PERFORM CARGAR-LAYOUT-CONTROL
           IF NOT LAYCTL-PRESENTE
               PERFORM CARGAR-LAYOUT-DEFECTO
           END-IF
           PERFORM ARMAR-MAPA-CLASES
           OPEN INPUT WS-TRAB-FILE
           IF WS-TRAB-STATUS NOT = '00'
               DISPLAY 'ERROR REABRIENDO ARCHIVO RKEYWORK - '
                   'FILE STATUS ' WS-TRAB-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE WS-SALIDA-FILE
               CLOSE WS-EXCP-FILE
               OPEN OUTPUT WS-LOCK-FILE
               CLOSE WS-LOCK-FILE
               STOP RUN
           END-IF.

       LEER-TRABAJO.
           READ WS-TRAB-FILE
               AT END
                   SET FIN-TRABAJO TO TRUE
           END-READ.

      * Segunda pasada: el registro restaurado se valida contra el
      * juego vigente con el mismo criterio que el encode y se vuelve
      * a codificar. Lo que el encode de hoy rechazaria o truncaria
      * no se escribe; queda en RKEYEXCP con el numero de registro del
      * archivo viejo.
       RECODIFICAR-REGISTRO.
           MOVE SPACES TO WS-ORIGINAL
           MOVE WS-TRAB-DATOS(1:WS-LRECL-ORIG) TO WS-ORIGINAL
           SET REGISTRO-VALIDO TO TRUE
           PERFORM VALIDAR-REGISTRO
           IF REGISTRO-INVALIDO
               ADD 1 TO WS-NO-REST-COUNT
               MOVE 'EX03' TO WS-EX-RAZON
               MOVE WS-REJ-POSICION TO WS-EX-POSICION
               PERFORM REPORTAR-REGISTRO-RESTAURADO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CODIFICADO
           MOVE 1 TO WS-J
           SET WS-TRUNCADO TO 'N'
           PERFORM REEMPLAZAR-REGISTRO
           IF REGISTRO-TRUNCADO
               ADD 1 TO WS-TRUNC-COUNT
               MOVE 'EX04' TO WS-EX-RAZON
               MOVE WS-I TO WS-EX-POSICION
               PERFORM REPORTAR-REGISTRO-RESTAURADO
               EXIT PARAGRAPH
           END-IF
           WRITE WS-SALIDA-RECORD FROM WS-CODIFICADO
           ADD 1 TO WS-ESCRITOS-COUNT.

       REPORTAR-REGISTRO-RESTAURADO.
           ADD 1 TO WS-EXCP-COUNT
           MOVE WS-TRAB-REG-NUM TO WS-EX-REG-NUM
           MOVE SPACES TO WS-EX-SPAN
           MOVE WS-ORIGINAL(1:WS-LRECL-ORIG) TO WS-EX-SPAN
           WRITE WS-EXCP-RECORD FROM WS-EXCP-REPORT-LINE.

      * Mismo recorrido que VALIDAR-REGISTRO en el encode, contra las
      * tablas y el mapa vigentes.
       VALIDAR-REGISTRO.
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > WS-LRECL-ORIG
               OR REGISTRO-INVALIDO
               EVALUATE WS-MAPA-CLASES(WS-I:1)
                   WHEN 'T'
                       PERFORM VALIDAR-POSICION-TEXTO
                   WHEN 'P'
                   WHEN 'K'
                       PERFORM VALIDAR-CARACTER
                       IF REGISTRO-INVALIDO
                           MOVE WS-I TO WS-REJ-POSICION
                       ELSE
                           ADD 1 TO WS-I
                       END-IF
                   WHEN OTHER
                       IF WS-ORIGINAL(WS-I:1) = WS-MARCADOR
                           SET REGISTRO-INVALIDO TO TRUE
                           MOVE WS-I TO WS-REJ-POSICION
                       ELSE
                           ADD 1 TO WS-I
                       END-IF
               END-EVALUATE
           END-PERFORM.

       VALIDAR-POSICION-TEXTO.
           PERFORM BUSCAR-TOKEN
           IF TOKEN-FOUND
               ADD WS-TOKEN-FROM-LEN(WS-TOKEN-MATCH-IDX) TO WS-I
           ELSE
               SET WS-CHAR-IDX TO 1
               SET WS-CHAR-FOUND TO 'N'
               SEARCH WS-CHAR-TABLE
                   WHEN WS-CHAR-FROM(WS-CHAR-IDX)
                           = WS-ORIGINAL(WS-I:1)
                       SET CHAR-FOUND TO TRUE
               END-SEARCH
               IF CHAR-FOUND
                   ADD 1 TO WS-I
               ELSE
                   PERFORM VALIDAR-CARACTER
                   IF REGISTRO-INVALIDO
                       MOVE WS-I TO WS-REJ-POSICION
                   ELSE
                       ADD 1 TO WS-I
                   END-IF
               END-IF
           END-IF.

       VALIDAR-CARACTER.
           EVALUATE TRUE
               WHEN WS-ORIGINAL(WS-I:1) IS ALPHABETIC
                   CONTINUE
               WHEN WS-ORIGINAL(WS-I:1) IS NUMERIC
                   CONTINUE
               WHEN WS-ORIGINAL(WS-I:1) = SPACE
                   CONTINUE
               WHEN WS-ORIGINAL(WS-I:1) = '.'
                   CONTINUE
               WHEN WS-ORIGINAL(WS-I:1) = ','
                   CONTINUE
               WHEN WS-ORIGINAL(WS-I:1) = '-'
                   CONTINUE
               WHEN WS-ORIGINAL(WS-I:1) = QUOTE
                   CONTINUE
               WHEN WS-ORIGINAL(WS-I:1) = '/'
                   CONTINUE
               WHEN OTHER
                   SET REGISTRO-INVALIDO TO TRUE
           END-EVALUATE.

       CONTAR-OCURRENCIAS.
           MOVE ZERO TO WS-OCUR-TOTAL
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > WS-CHAR-TABLE-COUNT
               MOVE ZERO TO WS-OCUR-TEMP
               INSPECT WS-ORIGINAL TALLYING WS-OCUR-TEMP
                   FOR ALL WS-CHAR-FROM(WS-CHAR-IDX)
               ADD WS-OCUR-TEMP TO WS-OCUR-TOTAL
           END-PERFORM
           PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
               UNTIL WS-TOKEN-IDX > WS-TOKEN-TABLE-COUNT
               MOVE ZERO TO WS-OCUR-TEMP
               INSPECT WS-ORIGINAL TALLYING WS-OCUR-TEMP
                   FOR ALL WS-TOKEN-FROM(WS-TOKEN-IDX)
                       (1:WS-TOKEN-FROM-LEN(WS-TOKEN-IDX))
               ADD WS-OCUR-TEMP TO WS-OCUR-TOTAL
           END-PERFORM.

      * Codificacion con el juego vigente, la misma de REEMPLAZAR-
      * REGISTRO en COBOL001.COB (marcadores incluidos, para que el
      * decode de hoy lea el archivo nuevo como cualquier OUTFILE) sin
      * la estadistica de uso: una conversion de archivo no es volumen
      * de la noche y no debe inflar STATFILE.
       REEMPLAZAR-REGISTRO.
           PERFORM CONTAR-OCURRENCIAS
           IF WS-OCUR-TOTAL = 0
               MOVE WS-ORIGINAL TO WS-CODIFICADO
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > WS-LRECL-ORIG
               IF WS-MAPA-CLASES(WS-I:1) = 'T'
                   PERFORM BUSCAR-TOKEN
               ELSE
                   SET WS-TOKEN-FOUND TO 'N'
               END-IF

               IF TOKEN-FOUND
                   MOVE WS-TOKEN-FROM-LEN(WS-TOKEN-MATCH-IDX)
                       TO WS-LONGITUD-CONSUM
                   MOVE WS-TOKEN-TO-LEN(WS-TOKEN-MATCH-IDX)
                       TO WS-LONGITUD-REEMP
               ELSE
                   SET WS-CHAR-FOUND TO 'N'
                   IF WS-MAPA-CLASES(WS-I:1) = 'T'
                       SET WS-CHAR-IDX TO 1
                       SEARCH WS-CHAR-TABLE
                           WHEN WS-CHAR-FROM(WS-CHAR-IDX)
                                   = WS-ORIGINAL(WS-I:1)
                               SET CHAR-FOUND TO TRUE
                       END-SEARCH
                   END-IF
                   MOVE 1 TO WS-LONGITUD-CONSUM
                   IF CHAR-FOUND
                       MOVE FUNCTION LENGTH
                           (FUNCTION TRIM(WS-CHAR-TO(WS-CHAR-IDX)))
                           TO WS-LONGITUD-REEMP
                   ELSE
                       MOVE 1 TO WS-LONGITUD-REEMP
                   END-IF
               END-IF

               IF TOKEN-FOUND OR CHAR-FOUND
                   ADD 2 TO WS-LONGITUD-REEMP
               END-IF

               IF WS-J + WS-LONGITUD-REEMP - 1 > WS-LRECL-COD
                   SET REGISTRO-TRUNCADO TO TRUE
                   EXIT PERFORM
               END-IF

               IF TOKEN-FOUND
                   MOVE WS-J TO WS-PAYLOAD-POS
                   ADD 1 TO WS-PAYLOAD-POS
                   COMPUTE WS-MARK-POS = WS-J + WS-LONGITUD-REEMP - 1
                   MOVE WS-MARCADOR TO WS-CODIFICADO(WS-J:1)
                   MOVE WS-TOKEN-TO(WS-TOKEN-MATCH-IDX)
                       TO WS-CODIFICADO(WS-PAYLOAD-POS:)
                   MOVE WS-MARCADOR TO WS-CODIFICADO(WS-MARK-POS:1)
               ELSE
                   IF CHAR-FOUND
                       MOVE WS-J TO WS-PAYLOAD-POS
                       ADD 1 TO WS-PAYLOAD-POS
                       COMPUTE WS-MARK-POS =
                           WS-J + WS-LONGITUD-REEMP - 1
                       MOVE WS-MARCADOR TO WS-CODIFICADO(WS-J:1)
                       MOVE WS-CHAR-TO(WS-CHAR-IDX)
                           TO WS-CODIFICADO(WS-PAYLOAD-POS:)
                       MOVE WS-MARCADOR TO WS-CODIFICADO(WS-MARK-POS:1)
                   ELSE
                       MOVE WS-ORIGINAL(WS-I:1) TO WS-CODIFICADO(WS-J:)
                   END-IF
               END-IF
               ADD WS-LONGITUD-REEMP TO WS-J
               ADD WS-LONGITUD-CONSUM TO WS-I
           END-PERFORM.

       BUSCAR-TOKEN.
           SET WS-TOKEN-FOUND TO 'N'
           MOVE ZERO TO WS-TOKEN-BEST-LEN
           IF WS-TOKEN-TABLE-COUNT > 0
               PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
               UNTIL WS-TOKEN-IDX > WS-TOKEN-TABLE-COUNT
                   MOVE WS-TOKEN-FROM-LEN(WS-TOKEN-IDX)
                       TO WS-TOKEN-LEN-TMP
                   IF WS-TOKEN-LEN-TMP > WS-TOKEN-BEST-LEN
                       AND WS-I + WS-TOKEN-LEN-TMP - 1
                           <= WS-LRECL-ORIG
                       AND WS-ORIGINAL(WS-I:WS-TOKEN-LEN-TMP)
                           = WS-TOKEN-FROM(WS-TOKEN-IDX)
                               (1:WS-TOKEN-LEN-TMP)
                       MOVE ZERO TO WS-MAPA-T-COUNT
                       INSPECT WS-MAPA-CLASES(WS-I:WS-TOKEN-LEN-TMP)
                           TALLYING WS-MAPA-T-COUNT FOR ALL 'T'
                       IF WS-MAPA-T-COUNT = WS-TOKEN-LEN-TMP
                           SET TOKEN-FOUND TO TRUE
                           MOVE WS-TOKEN-IDX TO WS-TOKEN-MATCH-IDX
                           MOVE WS-TOKEN-LEN-TMP TO WS-TOKEN-BEST-LEN
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       FIN.
           CLOSE WS-TRAB-FILE
      * La cola del archivo nuevo declara lo que realmente se escribio,
      * para que el decode haga su cuadre de siempre; solo existe si
      * el archivo viejo venia con el convenio HDR/TRL.
           IF ENCABEZADO-VISTO
               MOVE WS-ESCRITOS-COUNT TO WS-ST-COUNT
               WRITE WS-SALIDA-RECORD FROM WS-SAL-TRAILER-LINE
           END-IF
           CLOSE WS-SALIDA-FILE
      * RKEYWORK tiene los registros originales en claro: no queda
      * poblado una vez que la conversion termino.
           OPEN OUTPUT WS-TRAB-FILE
           CLOSE WS-TRAB-FILE
           COMPUTE WS-NO-CONV-COUNT = WS-NO-REST-COUNT + WS-TRUNC-COUNT
           IF WS-NO-CONV-COUNT > 0
               MOVE SPACES TO WS-EXCP-RECORD
               STRING 'TOTAL REGISTROS NO CONVERTIDOS: '
                   DELIMITED BY SIZE
                   WS-NO-CONV-COUNT DELIMITED BY SIZE
                   INTO WS-EXCP-RECORD
               WRITE WS-EXCP-RECORD
           END-IF
           CLOSE WS-EXCP-FILE
           DISPLAY 'GENERACION ' WS-ENC-GENERACION ' -> '
               WS-TAB-GENERACION
           DISPLAY 'REGISTROS LEIDOS: ' WS-REG-COUNT
               ' - CONVERTIDOS: ' WS-ESCRITOS-COUNT
               ' - NO RESTAURADOS: ' WS-NO-REST-COUNT
               ' - NO ENTRAN: ' WS-TRUNC-COUNT
      * Con registros afuera el archivo nuevo no reemplaza al viejo
      * sin que alguien mire RKEYEXCP: RC 8, y el viejo sigue siendo
      * el que referencia la generacion anterior.
           IF WS-NO-CONV-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           OPEN OUTPUT WS-LOCK-FILE
           CLOSE WS-LOCK-FILE

           PERFORM GRABAR-LEDGER.

      * Registro de esta conversion en el libro de corridas: leidos
      * son los registros de datos del archivo viejo, escritos los
      * convertidos, rechazados los que no se pudieron restaurar o
      * codificar y truncados los que no entran en el largo. La
      * generacion es la vigente (la del archivo nuevo) y la de origen
      * va en WS-LG-GEN-ORIGEN: una generacion sin lineas de origen
      * pendientes es una generacion sin archivos que la necesiten.
       GRABAR-LEDGER.
           ACCEPT WS-FECHA-LOCK FROM DATE YYYYMMDD
           ACCEPT WS-HORA-LOCK FROM TIME
           MOVE WS-FECHA-LOCK TO WS-LG-FECHA
           MOVE WS-HORA-LOCK(1:6) TO WS-LG-HORA
           MOVE 'RECODIFICA-ARCHIVO' TO WS-LG-PROGRAMA
           MOVE WS-INFILE-NOMBRE TO WS-LG-ENTRADA
           MOVE WS-OUTFILE-NOMBRE TO WS-LG-SALIDA
           MOVE WS-REG-COUNT TO WS-LG-LEIDOS
           MOVE WS-ESCRITOS-COUNT TO WS-LG-ESCRITOS
           MOVE WS-NO-REST-COUNT TO WS-LG-RECHAZADOS
           MOVE WS-TRUNC-COUNT TO WS-LG-TRUNCADOS
           MOVE WS-TAB-GENERACION TO WS-LG-GENERACION
           MOVE WS-ENC-GENERACION TO WS-LG-GEN-ORIGEN
           MOVE RETURN-CODE TO WS-LG-RC
           OPEN EXTEND WS-LEDG-FILE
           IF WS-LEDG-STATUS = '35'
               OPEN OUTPUT WS-LEDG-FILE
           END-IF
           WRITE WS-LEDG-RECORD FROM WS-LEDGER-LINE
           CLOSE WS-LEDG-FILE.

       END PROGRAM RECODIFICA-ARCHIVO.

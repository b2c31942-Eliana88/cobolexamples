      ******************************************************************
      * Author: Eliana
      * Date: 15-10-2026
      * Purpose: Plans a partitioned encode for month-end volumes.
      *          Counts the data records of every input file of the
      *          manifest (and of RECYCLE) the same way the encode
      *          reads them, splits the whole set into N record
      *          ranges of the same size and writes them to PARTCTL
      *          (see PARTLINE.CPY). Each range is then encoded by its
      *          own REEMPLAZO-CARACTERES run with PARTICION=nn, all
      *          of them at the same time, and FUSIONA-PARTICIONES
      *          puts the parts back together. Takes RUNLOCK for the
      *          whole partitioned run; the merge releases it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTE-ENTRADA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Entrada y manifiesto con los mismos nombres por defecto y el
      * mismo PARM que el encode: las particiones tienen que correr
      * contra exactamente los archivos que se contaron aqui.
           SELECT WS-ENTRADA-FILE ASSIGN TO DYNAMIC WS-INFILE-NOMBRE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.

           SELECT OPTIONAL WS-MAN-FILE ASSIGN TO DYNAMIC
               WS-MANIFEST-NOMBRE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.

           SELECT OPTIONAL WS-REC-FILE ASSIGN TO 'RECYCLE'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REC-STATUS.

      * Plan de particiones (ver PARTLINE.CPY).
           SELECT WS-PART-FILE ASSIGN TO 'PARTCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.

      * Checkpoint y balance de cada particion: un plan nuevo los
      * vacia para que ninguna particion arranque como reinicio de una
      * corrida vieja ni la fusion tome por terminada una particion
      * que todavia no corrio.
           SELECT OPTIONAL WS-CKPT-FILE ASSIGN TO DYNAMIC
               WS-CKPT-NOMBRE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT OPTIONAL WS-BAL-FILE ASSIGN TO DYNAMIC WS-BAL-NOMBRE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.

           SELECT OPTIONAL WS-VERS-FILE ASSIGN TO 'TABVERS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VERS-STATUS.

      * Cerrojo de corrida compartido por la cadena: lo toma este plan
      * en nombre de todas las particiones, y queda tomado hasta que
      * FUSIONA-PARTICIONES termina.
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
       01  WS-ENTRADA-RECORD     PIC X(200).

       FD  WS-MAN-FILE.
       01  WS-MAN-RECORD         PIC X(100).

       FD  WS-REC-FILE.
       01  WS-REC-RECORD         PIC X(200).

       FD  WS-PART-FILE.
       01  WS-PART-RECORD        PIC X(125).

       FD  WS-CKPT-FILE.
       01  WS-CKPT-RECORD        PIC X(21).

       FD  WS-BAL-FILE.
       01  WS-BAL-RECORD         PIC X(132).

       FD  WS-VERS-FILE.
       01  WS-VERS-RECORD.
           03 WS-VERS-GEN        PIC 9(6).

       FD  WS-LOCK-FILE.
       01  WS-LOCK-RECORD        PIC X(50).

       FD  WS-LEDG-FILE.
       01  WS-LEDG-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PARAMETROS.
          03 WS-INFILE-NOMBRE     PIC X(100) VALUE 'INFILE'.
          03 WS-MANIFEST-NOMBRE   PIC X(100) VALUE 'MANIFEST'.
          03 WS-CKPT-NOMBRE       PIC X(12)  VALUE SPACES.
          03 WS-BAL-NOMBRE        PIC X(12)  VALUE SPACES.
          03 WS-SUFIJO-PARTICION  PIC X(4)   VALUE SPACES.
          03 WS-PARM-STRING       PIC X(200) VALUE SPACES.
          03 WS-PARM-LEN          PIC 9(3)   VALUE ZEROES.
          03 WS-PARM-PTR          PIC 9(3)   VALUE 1.
          03 WS-PARM-TOKEN        PIC X(200) VALUE SPACES.
          03 WS-PARTICIONES       PIC 9(2)   VALUE ZEROES.

       01 WS-ENTRADA              PIC X(200) VALUE SPACES.

      * Archivos del juego en el orden del encode, con su cantidad de
      * registros de datos; RECYCLE, si trae registros, va ultimo con
      * el numero WS-MAN-COUNT + 1, como en el checkpoint del encode.
       01 WS-MANIFIESTO-AREA.
          03 WS-MAN-MAX           PIC 9(2) VALUE 20.
          03 WS-MAN-COUNT         PIC 9(2) VALUE ZEROES.
          03 WS-ARCH-COUNT        PIC 9(2) VALUE ZEROES.
          03 WS-ARCHIVO OCCURS 21 TIMES.
             05 WS-MAN-NOMBRE     PIC X(100).
             05 WS-MAN-REGISTROS  PIC 9(7).

      * Rangos armados, uno por particion.
       01 WS-RANGOS.
          03 WS-RANGO OCCURS 20 TIMES.
             05 WS-RG-DESDE-ARCH  PIC 9(2).
             05 WS-RG-DESDE-REG   PIC 9(7).
             05 WS-RG-HASTA-ARCH  PIC 9(2).
             05 WS-RG-HASTA-REG   PIC 9(7).
             05 WS-RG-REGISTROS   PIC 9(7).

       COPY PARTLINE.

       COPY LEDGLINE.

       01 WS-CONTADORES.
          03 WS-MAN-IDX           PIC 9(2) VALUE ZEROES.
          03 WS-PART-IDX          PIC 9(2) VALUE ZEROES.
          03 WS-REG-COUNT         PIC 9(7) VALUE ZEROES.
          03 WS-TOT-REGISTROS     PIC 9(9) VALUE ZEROES.
          03 WS-CUOTA-BASE        PIC 9(9) VALUE ZEROES.
          03 WS-CUOTA-RESTO       PIC 9(2) VALUE ZEROES.
          03 WS-PENDIENTES        PIC 9(9) VALUE ZEROES.
          03 WS-DISPONIBLES       PIC 9(9) VALUE ZEROES.
          03 WS-POS-ARCH          PIC 9(2) VALUE ZEROES.
          03 WS-POS-REG           PIC 9(7) VALUE ZEROES.
          03 WS-HDR-ARCHIVO       PIC 9(2) VALUE ZEROES.
          03 WS-TAB-GENERACION    PIC 9(6) VALUE ZEROES.
          03 WS-FECHA-HOY         PIC 9(8) VALUE ZEROES.
          03 WS-HORA-HOY          PIC 9(8) VALUE ZEROES.

       01 WS-LOCK-LINE.
          03 WS-LK-PROGRAMA      PIC X(24).
          03 FILLER              PIC X(1)  VALUE SPACE.
          03 WS-LK-FECHA         PIC 9(8).
          03 FILLER              PIC X(1)  VALUE SPACE.
          03 WS-LK-HORA          PIC 9(6).

       01 WS-FLAGS.
          03 WS-ENTRADA-STATUS   PIC X(2) VALUE '00'.
          03 WS-MAN-STATUS       PIC X(2) VALUE '00'.
          03 WS-REC-STATUS       PIC X(2) VALUE '00'.
          03 WS-PART-STATUS      PIC X(2) VALUE '00'.
          03 WS-CKPT-STATUS      PIC X(2) VALUE '00'.
          03 WS-BAL-STATUS       PIC X(2) VALUE '00'.
          03 WS-VERS-STATUS      PIC X(2) VALUE '00'.
          03 WS-LOCK-STATUS      PIC X(2) VALUE '00'.
          03 WS-LEDG-STATUS      PIC X(2) VALUE '00'.
          03 WS-FIN-ARCHIVO      PIC X(1) VALUE 'N'.
             88 FIN-ARCHIVO             VALUE 'Y'.
          03 WS-ENC-VISTO        PIC X(1) VALUE 'N'.
             88 ENCABEZADO-VISTO        VALUE 'Y'.
          03 WS-LOCK-ACTIVO      PIC X(1) VALUE 'N'.
             88 LOCK-ACTIVO             VALUE 'Y'.

       PROCEDURE DIVISION.

           PERFORM INICIO.

           PERFORM CONTAR-ARCHIVO-ENTRADA
               VARYING WS-MAN-IDX FROM 1 BY 1
               UNTIL WS-MAN-IDX > WS-MAN-COUNT.

           PERFORM CONTAR-RECICLADOS.

           PERFORM ARMAR-RANGOS.

           PERFORM FIN.

           STOP RUN.

       INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM LEER-PARAMETROS
           IF WS-PARTICIONES < 1 OR WS-PARTICIONES > 20
               DISPLAY 'PARTICIONES INVALIDAS - USE PARTICIONES=n '
                   'CON n ENTRE 1 Y 20'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * Con otra corrida activa (incluida una corrida particionada
      * todavia sin fusionar) no se planifica nada: el cerrojo es de
      * ella y queda como esta.
           PERFORM VERIFICAR-RUN-LOCK
           IF LOCK-ACTIVO
               DISPLAY 'PLAN NO REALIZADO - HAY UNA CORRIDA BATCH '
                   'ACTIVA:'
               DISPLAY '  ' FUNCTION TRIM(WS-LOCK-RECORD TRAILING)
               DISPLAY 'SI ES UNA CORRIDA PARTICIONADA, TERMINELA CON '
                   'FUSIONA-PARTICIONES'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARGAR-VERSION-TABLAS
           PERFORM CARGAR-MANIFIESTO.

       LEER-PARAMETROS.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           MOVE FUNCTION LENGTH
               (FUNCTION TRIM(WS-PARM-STRING TRAILING))
               TO WS-PARM-LEN
           MOVE 1 TO WS-PARM-PTR
           PERFORM UNTIL WS-PARM-PTR > WS-PARM-LEN
               OR WS-PARM-LEN = 0
               MOVE SPACES TO WS-PARM-TOKEN
               UNSTRING WS-PARM-STRING DELIMITED BY SPACE
                   INTO WS-PARM-TOKEN
                   WITH POINTER WS-PARM-PTR
               END-UNSTRING
               IF WS-PARM-TOKEN NOT = SPACES
                   PERFORM PROCESAR-PARM-TOKEN
               END-IF
           END-PERFORM.

       PROCESAR-PARM-TOKEN.
           EVALUATE TRUE
               WHEN WS-PARM-TOKEN(1:12) = 'PARTICIONES='
                   MOVE FUNCTION NUMVAL(WS-PARM-TOKEN(13:2))
                       TO WS-PARTICIONES
               WHEN WS-PARM-TOKEN(1:7) = 'INFILE='
                   MOVE WS-PARM-TOKEN(8:) TO WS-INFILE-NOMBRE
               WHEN WS-PARM-TOKEN(1:9) = 'MANIFEST='
                   MOVE WS-PARM-TOKEN(10:) TO WS-MANIFEST-NOMBRE
               WHEN OTHER
                   DISPLAY 'PARAMETRO NO RECONOCIDO: '
                       FUNCTION TRIM(WS-PARM-TOKEN)
           END-EVALUATE.

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
           MOVE 'PARTE-ENTRADA' TO WS-LK-PROGRAMA
           MOVE WS-FECHA-HOY TO WS-LK-FECHA
           MOVE WS-HORA-HOY(1:6) TO WS-LK-HORA
           OPEN OUTPUT WS-LOCK-FILE
           WRITE WS-LOCK-RECORD FROM WS-LOCK-LINE
           CLOSE WS-LOCK-FILE.

      * Generacion vigente de las tablas: queda en el plan y cada
      * particion se niega a codificar con otra.
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

      * Misma carga que el encode (ver CARGAR-MANIFIESTO alla): sin
      * manifiesto, o vacio, el juego es el unico INFILE.
       CARGAR-MANIFIESTO.
           OPEN INPUT WS-MAN-FILE
           IF WS-MAN-STATUS = '00'
               PERFORM LEER-REGISTRO-MANIFIESTO
                   UNTIL WS-MAN-STATUS NOT = '00'
           END-IF
           CLOSE WS-MAN-FILE
           IF WS-MAN-COUNT = 0
               MOVE 1 TO WS-MAN-COUNT
               MOVE WS-INFILE-NOMBRE TO WS-MAN-NOMBRE(1)
           END-IF
           MOVE WS-MAN-COUNT TO WS-ARCH-COUNT.

       LEER-REGISTRO-MANIFIESTO.
           READ WS-MAN-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-MAN-RECORD NOT = SPACES
                       IF WS-MAN-COUNT < WS-MAN-MAX
                           ADD 1 TO WS-MAN-COUNT
                           MOVE WS-MAN-RECORD
                               TO WS-MAN-NOMBRE(WS-MAN-COUNT)
                       ELSE
                           DISPLAY 'ENTRADA DE MANIFIESTO IGNORADA - '
                               'TABLA LLENA: '
                               FUNCTION TRIM(WS-MAN-RECORD)
                       END-IF
                   END-IF
           END-READ.

      * Cuenta los registros de datos de un archivo con el mismo
      * reconocimiento HDR/TRL que LEER-ENTRADA del encode: el HDR
      * (literal mas fecha numerica) solo como primer registro, y la
      * cola TRL solo despues de un HDR, cortando la lectura. Asi el
      * numero de registro de cada dato es el mismo que le va a dar
      * la particion que lo lea.
       CONTAR-ARCHIVO-ENTRADA.
           MOVE WS-MAN-NOMBRE(WS-MAN-IDX) TO WS-INFILE-NOMBRE
           MOVE ZEROES TO WS-REG-COUNT
           MOVE 'N' TO WS-FIN-ARCHIVO
           MOVE 'N' TO WS-ENC-VISTO
           OPEN INPUT WS-ENTRADA-FILE
           IF WS-ENTRADA-STATUS NOT = '00'
               DISPLAY 'ERROR ABRIENDO ARCHIVO DE ENTRADA: '
                   FUNCTION TRIM(WS-INFILE-NOMBRE)
                   ' - FILE STATUS ' WS-ENTRADA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LEER-REGISTRO-FISICO
           IF NOT FIN-ARCHIVO
               AND WS-ENTRADA(1:3) = 'HDR'
               AND WS-ENTRADA(4:8) IS NUMERIC
               SET ENCABEZADO-VISTO TO TRUE
               IF WS-HDR-ARCHIVO = 0
                   MOVE WS-MAN-IDX TO WS-HDR-ARCHIVO
               END-IF
               PERFORM LEER-REGISTRO-FISICO
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               IF ENCABEZADO-VISTO
                   AND WS-ENTRADA(1:3) = 'TRL'
                   AND WS-ENTRADA(4:7) IS NUMERIC
                   SET FIN-ARCHIVO TO TRUE
               ELSE
                   ADD 1 TO WS-REG-COUNT
                   PERFORM LEER-REGISTRO-FISICO
               END-IF
           END-PERFORM
           CLOSE WS-ENTRADA-FILE
           MOVE WS-REG-COUNT TO WS-MAN-REGISTROS(WS-MAN-IDX)
           ADD WS-REG-COUNT TO WS-TOT-REGISTROS.

       LEER-REGISTRO-FISICO.
           READ WS-ENTRADA-FILE INTO WS-ENTRADA
               AT END
                   SET FIN-ARCHIVO TO TRUE
           END-READ.

      * RECYCLE se lee crudo, como en el encode: cada linea es un dato.
       CONTAR-RECICLADOS.
           MOVE ZEROES TO WS-REG-COUNT
           OPEN INPUT WS-REC-FILE
           IF WS-REC-STATUS = '00'
               PERFORM UNTIL WS-REC-STATUS NOT = '00'
                   READ WS-REC-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-REG-COUNT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE WS-REC-FILE
           IF WS-REG-COUNT > 0
               COMPUTE WS-ARCH-COUNT = WS-MAN-COUNT + 1
               MOVE 'RECYCLE' TO WS-MAN-NOMBRE(WS-ARCH-COUNT)
               MOVE WS-REG-COUNT TO WS-MAN-REGISTROS(WS-ARCH-COUNT)
               ADD WS-REG-COUNT TO WS-TOT-REGISTROS
           END-IF.

      * Reparto parejo: cada particion recibe el total dividido N y
      * las primeras reciben uno mas hasta agotar el resto. Los rangos
      * se arman en orden, uno a continuacion del otro, y pueden
      * cruzar de un archivo al siguiente; una particion sin registros
      * (mas particiones que datos) queda con rango en cero.
       ARMAR-RANGOS.
           DIVIDE WS-TOT-REGISTROS BY WS-PARTICIONES
               GIVING WS-CUOTA-BASE REMAINDER WS-CUOTA-RESTO
           MOVE 1 TO WS-POS-ARCH
           MOVE 1 TO WS-POS-REG
           PERFORM ARMAR-RANGO
               VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-PARTICIONES.

       ARMAR-RANGO.
           MOVE WS-CUOTA-BASE TO WS-PENDIENTES
           IF WS-PART-IDX <= WS-CUOTA-RESTO
               ADD 1 TO WS-PENDIENTES
           END-IF
           MOVE WS-PENDIENTES TO WS-RG-REGISTROS(WS-PART-IDX)
           MOVE ZEROES TO WS-RG-DESDE-ARCH(WS-PART-IDX)
               WS-RG-DESDE-REG(WS-PART-IDX)
               WS-RG-HASTA-ARCH(WS-PART-IDX)
               WS-RG-HASTA-REG(WS-PART-IDX)
           IF WS-PENDIENTES = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM SALTAR-ARCHIVOS-AGOTADOS
           MOVE WS-POS-ARCH TO WS-RG-DESDE-ARCH(WS-PART-IDX)
           MOVE WS-POS-REG TO WS-RG-DESDE-REG(WS-PART-IDX)
           PERFORM UNTIL WS-PENDIENTES = 0
               PERFORM SALTAR-ARCHIVOS-AGOTADOS
               COMPUTE WS-DISPONIBLES
                   = WS-MAN-REGISTROS(WS-POS-ARCH) - WS-POS-REG + 1
               IF WS-PENDIENTES <= WS-DISPONIBLES
                   MOVE WS-POS-ARCH TO WS-RG-HASTA-ARCH(WS-PART-IDX)
                   COMPUTE WS-RG-HASTA-REG(WS-PART-IDX)
                       = WS-POS-REG + WS-PENDIENTES - 1
                   ADD WS-PENDIENTES TO WS-POS-REG
                   MOVE ZEROES TO WS-PENDIENTES
               ELSE
                   SUBTRACT WS-DISPONIBLES FROM WS-PENDIENTES
                   ADD 1 TO WS-POS-ARCH
                   MOVE 1 TO WS-POS-REG
               END-IF
           END-PERFORM.

      * Avanza la posicion sobre los archivos ya repartidos enteros o
      * sin datos.
       SALTAR-ARCHIVOS-AGOTADOS.
           PERFORM UNTIL WS-POS-ARCH > WS-ARCH-COUNT
               OR WS-POS-REG <= WS-MAN-REGISTROS(WS-POS-ARCH)
               ADD 1 TO WS-POS-ARCH
               MOVE 1 TO WS-POS-REG
           END-PERFORM.

       FIN.
           OPEN OUTPUT WS-PART-FILE
           IF WS-PART-STATUS NOT = '00'
               DISPLAY 'ERROR ABRIENDO ARCHIVO PARTCTL - FILE STATUS '
                   WS-PART-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-PART-LINE
           MOVE 'G' TO WS-PT-TIPO
           MOVE WS-PARTICIONES TO WS-PT-NUMERO
           MOVE WS-TAB-GENERACION TO WS-PG-GENERACION
           MOVE WS-MAN-COUNT TO WS-PG-ARCHIVOS
           MOVE WS-HDR-ARCHIVO TO WS-PG-HDR-ARCHIVO
           MOVE WS-TOT-REGISTROS TO WS-PG-REGISTROS
           MOVE WS-FECHA-HOY TO WS-PG-FECHA
           WRITE WS-PART-RECORD FROM WS-PART-LINE
           PERFORM ESCRIBIR-PLAN-ARCHIVO
               VARYING WS-MAN-IDX FROM 1 BY 1
               UNTIL WS-MAN-IDX > WS-ARCH-COUNT
           PERFORM ESCRIBIR-PLAN-PARTICION
               VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-PARTICIONES
           CLOSE WS-PART-FILE
           PERFORM REGISTRAR-RUN-LOCK
           DISPLAY 'PLAN DE ' WS-PARTICIONES ' PARTICIONES - '
               WS-TOT-REGISTROS ' REGISTROS EN ' WS-ARCH-COUNT
               ' ARCHIVOS - GENERACION ' WS-TAB-GENERACION
           PERFORM GRABAR-LEDGER.

       ESCRIBIR-PLAN-ARCHIVO.
           MOVE SPACES TO WS-PART-LINE
           MOVE 'A' TO WS-PT-TIPO
           MOVE WS-MAN-IDX TO WS-PT-NUMERO
           MOVE WS-MAN-REGISTROS(WS-MAN-IDX) TO WS-PA-REGISTROS
           MOVE WS-MAN-NOMBRE(WS-MAN-IDX) TO WS-PA-NOMBRE
           WRITE WS-PART-RECORD FROM WS-PART-LINE.

       ESCRIBIR-PLAN-PARTICION.
           MOVE SPACES TO WS-PART-LINE
           MOVE 'P' TO WS-PT-TIPO
           MOVE WS-PART-IDX TO WS-PT-NUMERO
           MOVE WS-RG-DESDE-ARCH(WS-PART-IDX) TO WS-PR-DESDE-ARCH
           MOVE WS-RG-DESDE-REG(WS-PART-IDX) TO WS-PR-DESDE-REG
           MOVE WS-RG-HASTA-ARCH(WS-PART-IDX) TO WS-PR-HASTA-ARCH
           MOVE WS-RG-HASTA-REG(WS-PART-IDX) TO WS-PR-HASTA-REG
           MOVE WS-RG-REGISTROS(WS-PART-IDX) TO WS-PR-REGISTROS
           WRITE WS-PART-RECORD FROM WS-PART-LINE
           DISPLAY 'PARTICION ' WS-PART-IDX ' - REGISTROS '
               WS-PR-REGISTROS ' - DESDE ARCHIVO ' WS-PR-DESDE-ARCH
               ' REG ' WS-PR-DESDE-REG ' HASTA ARCHIVO '
               WS-PR-HASTA-ARCH ' REG ' WS-PR-HASTA-REG
      * Checkpoint y balance de la particion arrancan vacios.
           MOVE SPACES TO WS-SUFIJO-PARTICION
           STRING '.P' WS-PART-IDX DELIMITED BY SIZE
               INTO WS-SUFIJO-PARTICION
           MOVE SPACES TO WS-CKPT-NOMBRE
           STRING 'CKPTFILE' WS-SUFIJO-PARTICION DELIMITED BY SIZE
               INTO WS-CKPT-NOMBRE
           MOVE SPACES TO WS-BAL-NOMBRE
           STRING 'BALRPT' WS-SUFIJO-PARTICION DELIMITED BY SIZE
               INTO WS-BAL-NOMBRE
           OPEN OUTPUT WS-CKPT-FILE
           CLOSE WS-CKPT-FILE
           OPEN OUTPUT WS-BAL-FILE
           CLOSE WS-BAL-FILE.

      * Registro del plan en el libro de corridas: leidos y escritos
      * son los registros de datos contados y repartidos.
       GRABAR-LEDGER.
           ACCEPT WS-HORA-HOY FROM TIME
           MOVE WS-FECHA-HOY TO WS-LG-FECHA
           MOVE WS-HORA-HOY(1:6) TO WS-LG-HORA
           MOVE 'PARTE-ENTRADA' TO WS-LG-PROGRAMA
           IF WS-MAN-COUNT > 1
               MOVE WS-MANIFEST-NOMBRE TO WS-LG-ENTRADA
           ELSE
               MOVE WS-MAN-NOMBRE(1) TO WS-LG-ENTRADA
           END-IF
           MOVE 'PARTCTL' TO WS-LG-SALIDA
           MOVE WS-TOT-REGISTROS TO WS-LG-LEIDOS
           MOVE WS-TOT-REGISTROS TO WS-LG-ESCRITOS
           MOVE ZEROES TO WS-LG-RECHAZADOS
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

       END PROGRAM PARTE-ENTRADA.

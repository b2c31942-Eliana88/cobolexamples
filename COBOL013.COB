      ******************************************************************
      * Author: Eliana
      * Date: 15-10-2026
      * Purpose: Nightly chain driver. Reads the step control file
      *          CHAINCTL (step name, program to run, its PARM, the
      *          highest return code the step may end with, and what
      *          to do when it goes over: hold the chain or continue
      *          with a warning), runs the steps in order and stops
      *          the chain at the first step that goes over its limit
      *          with a hold action. The status of every step is kept
      *          in CHAINSTS, so the next submission restarts from the
      *          step that held instead of from the top, and each step
      *          is tied to the RUNLEDG line it wrote (date, time,
      *          program and return code of that line) - the run sheet
      *          and the operator's memory of what to skip and what to
      *          rerun are no longer part of the night.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADENA-NOCTURNA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Un renglon por paso, en el orden en que se corren. Las lineas
      * con '*' en la columna 1 son comentarios de la hoja de corrida.
           SELECT WS-CTL-FILE ASSIGN TO 'CHAINCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

      * Estado de cada paso de la ultima sometida; se reescribe entero
      * antes y despues de cada paso, asi un corte a mitad de un paso
      * deja ese paso marcado 'E' y el reinicio lo vuelve a correr.
           SELECT OPTIONAL WS-STS-FILE ASSIGN TO 'CHAINSTS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STS-STATUS.

      * Libro de corridas compartido por toda la cadena batch (ver
      * LEDGLINE.CPY y CONSULTA-LEDGER). Aqui ademas se lee: la linea
      * que agrego cada paso es la que lo ata al libro.
           SELECT OPTIONAL WS-LEDG-FILE ASSIGN TO 'RUNLEDG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Registro de control de un paso: nombre del paso, programa (el
      * ejecutable o comando que lo corre; su nombre, sin directorio,
      * es el PROGRAM-ID con que el programa firma su linea en
      * RUNLEDG), RC maximo aceptable,
      * accion si lo supera ('R' retener la cadena, 'C' continuar con
      * advertencia) y el PARM que recibe el programa. La cadena de
      * todas las noches es VALIDA-TABLAS, PERFILA-ENTRADA,
      * REEMPLAZO-CARACTERES, DECODIFICA-CARACTERES, VERIFICA-RETORNO,
      * REPORTE-ESTADISTICA y RESUMEN-OPERACION, en ese orden.
       FD  WS-CTL-FILE.
       01  WS-CTL-RECORD.
           03 WS-CTL-PASO         PIC X(20).
           03 FILLER              PIC X(1).
           03 WS-CTL-PROGRAMA     PIC X(30).
           03 FILLER              PIC X(1).
           03 WS-CTL-RC-MAX       PIC 9(2).
           03 FILLER              PIC X(1).
           03 WS-CTL-ACCION       PIC X(1).
           03 FILLER              PIC X(1).
           03 WS-CTL-PARM         PIC X(120).

       FD  WS-STS-FILE.
       01  WS-STS-RECORD         PIC X(132).

       FD  WS-LEDG-FILE.
       01  WS-LEDG-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PARAMETROS.
          03 WS-PASO-FORZADO      PIC X(20)  VALUE SPACES.
          03 WS-REINICIO          PIC X(2)   VALUE 'SI'.
          03 WS-PARM-STRING       PIC X(200).
          03 WS-PARM-LEN          PIC 9(3).
          03 WS-PARM-PTR          PIC 9(3) VALUE 1.
          03 WS-PARM-TOKEN        PIC X(200).

      * La cadena en memoria: el control de cada paso mas su estado
      * de la sometida anterior (o de esta, a medida que corre).
      * Estados: 'P' pendiente, 'E' en ejecucion, 'C' completo,
      * 'A' supero su RC maximo y la cadena siguio con advertencia,
      * 'R' supero su RC maximo y la cadena quedo retenida en el.
       01 WS-CADENA-AREA.
          03 WS-PASO-MAX          PIC 9(2) VALUE 30.
          03 WS-PASO-COUNT        PIC 9(2) VALUE ZEROES.
          03 WS-PASO-ENTRADA OCCURS 30 TIMES.
             05 WS-PS-PASO        PIC X(20).
             05 WS-PS-PROGRAMA    PIC X(30).
             05 WS-PS-RC-MAX      PIC 9(2).
             05 WS-PS-ACCION      PIC X(1).
             05 WS-PS-PARM        PIC X(120).
             05 WS-PS-ESTADO      PIC X(1).
             05 WS-PS-RC          PIC 9(3).
             05 WS-PS-FECHA       PIC 9(8).
             05 WS-PS-HORA        PIC 9(6).
             05 WS-PS-LG-FECHA    PIC 9(8).
             05 WS-PS-LG-HORA     PIC 9(6).
             05 WS-PS-LG-PROGRAMA PIC X(24).
             05 WS-PS-LG-RC       PIC X(2).

      * Renglon de CHAINSTS: el paso, su estado y RC, cuando arranco,
      * y la linea de RUNLEDG que dejo (fecha, hora, programa y RC de
      * esa linea; en blanco si el paso no agrego ninguna).
       01 WS-STS-LINE.
          03 WS-ST-PASO           PIC X(20).
          03 FILLER               PIC X(1)  VALUE SPACE.
          03 WS-ST-ESTADO         PIC X(1).
          03 FILLER               PIC X(1)  VALUE SPACE.
          03 WS-ST-RC             PIC 9(3).
          03 FILLER               PIC X(1)  VALUE SPACE.
          03 WS-ST-RC-MAX         PIC 9(2).
          03 FILLER               PIC X(1)  VALUE SPACE.
          03 WS-ST-ACCION         PIC X(1).
          03 FILLER               PIC X(1)  VALUE SPACE.
          03 WS-ST-FECHA          PIC 9(8).
          03 FILLER               PIC X(1)  VALUE SPACE.
          03 WS-ST-HORA           PIC 9(6).
          03 FILLER               PIC X(5)  VALUE ' LDG '.
          03 WS-ST-LG-FECHA       PIC 9(8).
          03 FILLER               PIC X(1)  VALUE SPACE.
          03 WS-ST-LG-HORA        PIC 9(6).
          03 FILLER               PIC X(1)  VALUE SPACE.
          03 WS-ST-LG-PROGRAMA    PIC X(24).
          03 FILLER               PIC X(1)  VALUE SPACE.
          03 WS-ST-LG-RC          PIC X(2).

      * La linea de comando del paso: programa, un blanco y su PARM.
       01 WS-COMANDO             PIC X(160) VALUE SPACES.

       01 WS-CONTADORES.
          03 WS-P                 PIC 9(2) VALUE ZEROES.
          03 WS-A                 PIC 9(2) VALUE ZEROES.
          03 WS-PASO-INICIAL      PIC 9(2) VALUE 1.
          03 WS-CORRIDOS-COUNT    PIC 9(7) VALUE ZEROES.
          03 WS-EXCEDIDOS-COUNT   PIC 9(7) VALUE ZEROES.
          03 WS-ADVERTENCIAS      PIC 9(7) VALUE ZEROES.
          03 WS-RC-SISTEMA        PIC S9(9) VALUE ZEROES.
          03 WS-RC-LEDGER         PIC 9(2) VALUE ZEROES.
          03 WS-PROG-J            PIC 9(2) VALUE ZEROES.
          03 WS-PROG-K            PIC 9(2) VALUE ZEROES.
          03 WS-FECHA-LEDGER      PIC 9(8) VALUE ZEROES.
          03 WS-HORA-LEDGER       PIC 9(8) VALUE ZEROES.

      * Como firma el paso en RUNLEDG: el primer blanco de su
      * programa en CHAINCTL, sin el directorio y en mayusculas. La
      * linea alternativa es la ultima del paso que no tiene esa
      * firma (un comando que envuelve al programa), por si no
      * aparece ninguna que la tenga.
       01 WS-PROG-COMANDO        PIC X(30) VALUE SPACES.
       01 WS-PROG-REVES          PIC X(30) VALUE SPACES.
       01 WS-PROG-LEDGER         PIC X(24) VALUE SPACES.
       01 WS-LEDG-ALTERNATIVA    PIC X(132) VALUE SPACES.

       COPY LEDGLINE.

       01 WS-FLAGS.
          03 WS-CTL-STATUS       PIC X(2) VALUE '00'.
          03 WS-STS-STATUS       PIC X(2) VALUE '00'.
          03 WS-LEDG-STATUS      PIC X(2) VALUE '00'.
          03 WS-FIN-ARCHIVO      PIC X(1) VALUE 'N'.
             88 FIN-ARCHIVO            VALUE 'Y'.
          03 WS-ENTRADA-HALLADA  PIC X(1) VALUE 'N'.
             88 ENTRADA-HALLADA        VALUE 'Y'.
          03 WS-CADENA-RETENIDA  PIC X(1) VALUE 'N'.
             88 CADENA-RETENIDA        VALUE 'Y'.
          03 WS-LEDG-HALLADO     PIC X(1) VALUE 'N'.
             88 LEDG-HALLADO           VALUE 'Y'.
          03 WS-ALT-HALLADA      PIC X(1) VALUE 'N'.
             88 ALTERNATIVA-HALLADA    VALUE 'Y'.
          03 WS-LINEA-ATADA      PIC X(1) VALUE 'N'.
             88 LINEA-YA-ATADA         VALUE 'Y'.

       PROCEDURE DIVISION.

           PERFORM INICIO.

           PERFORM VARYING WS-P FROM WS-PASO-INICIAL BY 1
               UNTIL WS-P > WS-PASO-COUNT OR CADENA-RETENIDA
               PERFORM EJECUTAR-PASO
           END-PERFORM.

           PERFORM FIN.

           STOP RUN.

       INICIO.
           PERFORM LEER-PARAMETROS
           PERFORM CARGAR-CONTROL-CADENA
           IF WS-PASO-COUNT = 0
               DISPLAY 'CHAINCTL SIN PASOS - NADA QUE CORRER'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARGAR-ESTADO-PREVIO
           PERFORM DETERMINAR-PASO-INICIAL
           PERFORM GRABAR-ESTADO-PASOS.

      * PARM de la corrida: DESDE=paso fuerza el arranque en ese paso
      * (los anteriores conservan su estado); REINICIO=NO ignora el
      * estado de la sometida anterior y corre la cadena desde arriba.
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
               WHEN WS-PARM-TOKEN(1:6) = 'DESDE='
                   MOVE WS-PARM-TOKEN(7:20) TO WS-PASO-FORZADO
               WHEN WS-PARM-TOKEN(1:9) = 'REINICIO='
                   MOVE WS-PARM-TOKEN(10:2) TO WS-REINICIO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CARGAR-CONTROL-CADENA.
           OPEN INPUT WS-CTL-FILE
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'ERROR ABRIENDO ARCHIVO CHAINCTL - FILE STATUS '
                   WS-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ WS-CTL-FILE
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM APLICAR-REGISTRO-CONTROL
               END-READ
           END-PERFORM
           CLOSE WS-CTL-FILE.

      * Un paso sin nombre o sin programa no se puede correr ni atar
      * al libro; un RC maximo no numerico o una accion desconocida
      * se toman del lado seguro (RC 0, retener).
       APLICAR-REGISTRO-CONTROL.
           IF WS-CTL-RECORD(1:1) = '*'
               OR WS-CTL-PASO = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CTL-PROGRAMA = SPACES
               DISPLAY 'PASO ' WS-CTL-PASO ' SIN PROGRAMA - IGNORADO'
               EXIT PARAGRAPH
           END-IF
           IF WS-PASO-COUNT >= WS-PASO-MAX
               DISPLAY 'CHAINCTL EXCEDE ' WS-PASO-MAX ' PASOS - '
                   WS-CTL-PASO ' IGNORADO'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PASO-COUNT
           MOVE WS-CTL-PASO TO WS-PS-PASO(WS-PASO-COUNT)
           MOVE WS-CTL-PROGRAMA TO WS-PS-PROGRAMA(WS-PASO-COUNT)
           MOVE WS-CTL-PARM TO WS-PS-PARM(WS-PASO-COUNT)
           IF WS-CTL-RC-MAX NUMERIC
               MOVE WS-CTL-RC-MAX TO WS-PS-RC-MAX(WS-PASO-COUNT)
           ELSE
               DISPLAY 'PASO ' WS-CTL-PASO
                   ' RC MAXIMO NO NUMERICO - SE TOMA 00'
               MOVE ZEROES TO WS-PS-RC-MAX(WS-PASO-COUNT)
           END-IF
           IF WS-CTL-ACCION = 'C'
               MOVE 'C' TO WS-PS-ACCION(WS-PASO-COUNT)
           ELSE
               IF WS-CTL-ACCION NOT = 'R'
                   DISPLAY 'PASO ' WS-CTL-PASO ' ACCION [' WS-CTL-ACCION
                       '] DESCONOCIDA - SE TOMA R (RETENER)'
               END-IF
               MOVE 'R' TO WS-PS-ACCION(WS-PASO-COUNT)
           END-IF
           MOVE WS-PASO-COUNT TO WS-A
           PERFORM LIMPIAR-ESTADO-PASO.

       LIMPIAR-ESTADO-PASO.
           MOVE 'P' TO WS-PS-ESTADO(WS-A)
           MOVE ZEROES TO WS-PS-RC(WS-A)
           MOVE ZEROES TO WS-PS-FECHA(WS-A)
           MOVE ZEROES TO WS-PS-HORA(WS-A)
           PERFORM LIMPIAR-LINEA-PASO.

      * El estado de la sometida anterior se asocia por nombre de paso:
      * un paso agregado a CHAINCTL desde entonces queda pendiente, y
      * uno que ya no esta en CHAINCTL simplemente se descarta.
       CARGAR-ESTADO-PREVIO.
           IF WS-REINICIO = 'NO'
               DISPLAY 'REINICIO=NO - LA CADENA CORRE DESDE EL PRIMER '
                   'PASO'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT WS-STS-FILE
           IF WS-STS-STATUS NOT = '00' AND WS-STS-STATUS NOT = '05'
               DISPLAY 'ERROR ABRIENDO ARCHIVO CHAINSTS - FILE STATUS '
                   WS-STS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIN-ARCHIVO
           IF WS-STS-STATUS = '05'
               SET FIN-ARCHIVO TO TRUE
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ WS-STS-FILE INTO WS-STS-LINE
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM APLICAR-ESTADO-PREVIO
               END-READ
           END-PERFORM
           CLOSE WS-STS-FILE.

       APLICAR-ESTADO-PREVIO.
           SET WS-ENTRADA-HALLADA TO 'N'
           PERFORM VARYING WS-A FROM 1 BY 1
               UNTIL WS-A > WS-PASO-COUNT OR ENTRADA-HALLADA
               IF WS-PS-PASO(WS-A) = WS-ST-PASO
                   SET ENTRADA-HALLADA TO TRUE
                   MOVE WS-ST-ESTADO TO WS-PS-ESTADO(WS-A)
                   MOVE WS-ST-RC TO WS-PS-RC(WS-A)
                   MOVE WS-ST-FECHA TO WS-PS-FECHA(WS-A)
                   MOVE WS-ST-HORA TO WS-PS-HORA(WS-A)
                   MOVE WS-ST-LG-FECHA TO WS-PS-LG-FECHA(WS-A)
                   MOVE WS-ST-LG-HORA TO WS-PS-LG-HORA(WS-A)
                   MOVE WS-ST-LG-PROGRAMA TO WS-PS-LG-PROGRAMA(WS-A)
                   MOVE WS-ST-LG-RC TO WS-PS-LG-RC(WS-A)
               END-IF
           END-PERFORM.

      * Donde arranca esta sometida:
      *  - con DESDE=paso, en ese paso;
      *  - si la anterior quedo retenida ('R') o cortada a mitad de un
      *    paso ('E'), en el primer paso que no termino ('C'/'A');
      *  - si la anterior termino entera (o no hay estado), arriba.
      * Desde el paso de arranque en adelante todo vuelve a pendiente:
      * lo que corra despues del paso retenido depende de su salida.
       DETERMINAR-PASO-INICIAL.
           MOVE 1 TO WS-PASO-INICIAL
           IF WS-PASO-FORZADO NOT = SPACES
               SET WS-ENTRADA-HALLADA TO 'N'
               PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-PASO-COUNT OR ENTRADA-HALLADA
                   IF WS-PS-PASO(WS-A) = WS-PASO-FORZADO
                       SET ENTRADA-HALLADA TO TRUE
                       MOVE WS-A TO WS-PASO-INICIAL
                   END-IF
               END-PERFORM
               IF NOT ENTRADA-HALLADA
                   DISPLAY 'PASO ' WS-PASO-FORZADO
                       ' NO ESTA EN CHAINCTL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               SET WS-ENTRADA-HALLADA TO 'N'
               PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-PASO-COUNT OR ENTRADA-HALLADA
                   IF WS-PS-ESTADO(WS-A) = 'R'
                       OR WS-PS-ESTADO(WS-A) = 'E'
                       SET ENTRADA-HALLADA TO TRUE
                   END-IF
               END-PERFORM
               IF ENTRADA-HALLADA
                   SET WS-ENTRADA-HALLADA TO 'N'
                   PERFORM VARYING WS-A FROM 1 BY 1
                       UNTIL WS-A > WS-PASO-COUNT OR ENTRADA-HALLADA
                       IF WS-PS-ESTADO(WS-A) NOT = 'C'
                           AND WS-PS-ESTADO(WS-A) NOT = 'A'
                           SET ENTRADA-HALLADA TO TRUE
                           MOVE WS-A TO WS-PASO-INICIAL
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           PERFORM VARYING WS-A FROM WS-PASO-INICIAL BY 1
               UNTIL WS-A > WS-PASO-COUNT
               PERFORM LIMPIAR-ESTADO-PASO
           END-PERFORM
           IF WS-PASO-INICIAL > 1
               DISPLAY 'REINICIO DE LA CADENA EN EL PASO '
                   WS-PS-PASO(WS-PASO-INICIAL)
           END-IF.

      * Un paso: se marca en ejecucion con su fecha y hora de
      * arranque (desde ahi se busca su linea en el libro), se corre
      * y se compara su RC con el maximo del control.
       EJECUTAR-PASO.
           MOVE 'E' TO WS-PS-ESTADO(WS-P)
           ACCEPT WS-FECHA-LEDGER FROM DATE YYYYMMDD
           ACCEPT WS-HORA-LEDGER FROM TIME
           MOVE WS-FECHA-LEDGER TO WS-PS-FECHA(WS-P)
           MOVE WS-HORA-LEDGER(1:6) TO WS-PS-HORA(WS-P)
           PERFORM GRABAR-ESTADO-PASOS

           MOVE SPACES TO WS-COMANDO
           STRING FUNCTION TRIM(WS-PS-PROGRAMA(WS-P)) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-PS-PARM(WS-P)) DELIMITED BY SIZE
               INTO WS-COMANDO
           DISPLAY 'PASO ' WS-PS-PASO(WS-P) ' - ' FUNCTION
               TRIM(WS-COMANDO)
           ADD 1 TO WS-CORRIDOS-COUNT

      * SYSTEM devuelve el estado de espera del shell: el RC con que
      * termino el programa viene en el byte alto.
           CALL 'SYSTEM' USING WS-COMANDO
           MOVE RETURN-CODE TO WS-RC-SISTEMA
           MOVE ZERO TO RETURN-CODE
           IF WS-RC-SISTEMA > 255
               DIVIDE 256 INTO WS-RC-SISTEMA
           END-IF
           IF WS-RC-SISTEMA < 0 OR WS-RC-SISTEMA > 999
               MOVE 999 TO WS-RC-SISTEMA
           END-IF
           MOVE WS-RC-SISTEMA TO WS-PS-RC(WS-P)

           PERFORM BUSCAR-LINEA-LEDGER
           PERFORM EVALUAR-RC-PASO
           PERFORM GRABAR-ESTADO-PASOS.

      * La linea del paso es la ultima de RUNLEDG con su firma y con
      * fecha y hora no anteriores a su arranque. No se cuentan lineas:
      * un paso puede reescribir el libro mas corto (DEPURA-HISTORIA).
      * Si ninguna linea tiene la firma se toma la ultima desde el
      * arranque que no este atada a otro paso, avisando. Un paso que
      * termino antes de grabar su linea (un error de apertura, por
      * ejemplo) queda sin atar.
       BUSCAR-LINEA-LEDGER.
           SET WS-LEDG-HALLADO TO 'N'
           SET WS-ALT-HALLADA TO 'N'
           MOVE WS-P TO WS-A
           PERFORM LIMPIAR-LINEA-PASO
           PERFORM ARMAR-FIRMA-PASO
           OPEN INPUT WS-LEDG-FILE
           IF WS-LEDG-STATUS = '00'
               MOVE 'N' TO WS-FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO
                   READ WS-LEDG-FILE INTO WS-LEDGER-LINE
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           PERFORM EXAMINAR-LINEA-LEDGER
                   END-READ
               END-PERFORM
           END-IF
           CLOSE WS-LEDG-FILE
           IF NOT LEDG-HALLADO AND ALTERNATIVA-HALLADA
               MOVE WS-LEDG-ALTERNATIVA TO WS-LEDGER-LINE
               PERFORM TOMAR-LINEA-LEDGER
               DISPLAY 'PASO ' WS-PS-PASO(WS-P) ' SIN LINEA DE '
                   FUNCTION TRIM(WS-PROG-LEDGER) ' EN RUNLEDG - SE '
                   'ATA A LA DE ' FUNCTION TRIM(WS-LG-PROGRAMA)
           END-IF
           IF NOT LEDG-HALLADO
               DISPLAY 'PASO ' WS-PS-PASO(WS-P)
                   ' NO DEJO LINEA EN RUNLEDG'
               EXIT PARAGRAPH
           END-IF
           IF WS-PS-LG-RC(WS-P) NUMERIC
               MOVE WS-PS-LG-RC(WS-P) TO WS-RC-LEDGER
               IF WS-RC-LEDGER NOT = WS-PS-RC(WS-P)
                   DISPLAY 'PASO ' WS-PS-PASO(WS-P) ' RC '
                       WS-PS-RC(WS-P) ' DIFIERE DEL RC DE SU LINEA EN '
                       'RUNLEDG (' WS-PS-LG-RC(WS-P) ')'
               END-IF
           END-IF.

      * La atadura de la sometida anterior no vale para esta corrida.
       LIMPIAR-LINEA-PASO.
           MOVE ZEROES TO WS-PS-LG-FECHA(WS-A)
           MOVE ZEROES TO WS-PS-LG-HORA(WS-A)
           MOVE SPACES TO WS-PS-LG-PROGRAMA(WS-A)
           MOVE SPACES TO WS-PS-LG-RC(WS-A).

       ARMAR-FIRMA-PASO.
           MOVE SPACES TO WS-PROG-COMANDO
           MOVE SPACES TO WS-PROG-LEDGER
           UNSTRING WS-PS-PROGRAMA(WS-P) DELIMITED BY SPACE
               INTO WS-PROG-COMANDO
           MOVE FUNCTION REVERSE(WS-PROG-COMANDO) TO WS-PROG-REVES
           MOVE ZEROES TO WS-PROG-J
           MOVE ZEROES TO WS-PROG-K
           INSPECT WS-PROG-REVES TALLYING WS-PROG-J
               FOR CHARACTERS BEFORE INITIAL '/'
           INSPECT WS-PROG-REVES TALLYING WS-PROG-K
               FOR LEADING SPACES
           IF WS-PROG-J > WS-PROG-K
               MOVE FUNCTION UPPER-CASE(WS-PROG-COMANDO
                   (31 - WS-PROG-J : WS-PROG-J - WS-PROG-K))
                   TO WS-PROG-LEDGER
           END-IF.

       EXAMINAR-LINEA-LEDGER.
           IF WS-LG-FECHA NOT NUMERIC OR WS-LG-HORA NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-LG-FECHA < WS-PS-FECHA(WS-P)
               OR (WS-LG-FECHA = WS-PS-FECHA(WS-P)
                   AND WS-LG-HORA < WS-PS-HORA(WS-P))
               EXIT PARAGRAPH
           END-IF
           IF WS-PROG-LEDGER NOT = SPACES
               AND WS-LG-PROGRAMA = WS-PROG-LEDGER
               PERFORM TOMAR-LINEA-LEDGER
               EXIT PARAGRAPH
           END-IF
      * Una linea grabada en el mismo segundo en que arranco el paso
      * puede ser la del paso anterior: esa ya tiene dueno.
           SET WS-LINEA-ATADA TO 'N'
           PERFORM VARYING WS-A FROM 1 BY 1
               UNTIL WS-A > WS-PASO-COUNT OR LINEA-YA-ATADA
               IF WS-A NOT = WS-P
                   AND WS-PS-LG-FECHA(WS-A) = WS-LG-FECHA
                   AND WS-PS-LG-HORA(WS-A) = WS-LG-HORA
                   AND WS-PS-LG-PROGRAMA(WS-A) = WS-LG-PROGRAMA
                   SET LINEA-YA-ATADA TO TRUE
               END-IF
           END-PERFORM
           IF NOT LINEA-YA-ATADA
               MOVE WS-LEDGER-LINE TO WS-LEDG-ALTERNATIVA
               SET ALTERNATIVA-HALLADA TO TRUE
           END-IF.

       TOMAR-LINEA-LEDGER.
           SET LEDG-HALLADO TO TRUE
           MOVE WS-LG-FECHA TO WS-PS-LG-FECHA(WS-P)
           MOVE WS-LG-HORA TO WS-PS-LG-HORA(WS-P)
           MOVE WS-LG-PROGRAMA TO WS-PS-LG-PROGRAMA(WS-P)
           MOVE WS-LG-RC TO WS-PS-LG-RC(WS-P).

       EVALUAR-RC-PASO.
           IF WS-PS-RC(WS-P) <= WS-PS-RC-MAX(WS-P)
               MOVE 'C' TO WS-PS-ESTADO(WS-P)
               DISPLAY 'PASO ' WS-PS-PASO(WS-P) ' TERMINO RC '
                   WS-PS-RC(WS-P)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXCEDIDOS-COUNT
           IF WS-PS-ACCION(WS-P) = 'C'
               MOVE 'A' TO WS-PS-ESTADO(WS-P)
               ADD 1 TO WS-ADVERTENCIAS
               DISPLAY 'PASO ' WS-PS-PASO(WS-P) ' TERMINO RC '
                   WS-PS-RC(WS-P) ' (MAXIMO ' WS-PS-RC-MAX(WS-P)
                   ') - LA CADENA CONTINUA CON ADVERTENCIA'
           ELSE
               MOVE 'R' TO WS-PS-ESTADO(WS-P)
               SET CADENA-RETENIDA TO TRUE
               DISPLAY 'PASO ' WS-PS-PASO(WS-P) ' TERMINO RC '
                   WS-PS-RC(WS-P) ' (MAXIMO ' WS-PS-RC-MAX(WS-P)
                   ') - CADENA RETENIDA'
           END-IF.

      * Un OPEN OUTPUT de un OPTIONAL que todavia no existe vuelve con
      * '05' (creado de cero), igual que en el checkpoint del encode.
       GRABAR-ESTADO-PASOS.
           OPEN OUTPUT WS-STS-FILE
           IF WS-STS-STATUS NOT = '00' AND WS-STS-STATUS NOT = '05'
               DISPLAY 'ERROR ABRIENDO ARCHIVO CHAINSTS - FILE STATUS '
                   WS-STS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-A FROM 1 BY 1
               UNTIL WS-A > WS-PASO-COUNT
               MOVE WS-PS-PASO(WS-A) TO WS-ST-PASO
               MOVE WS-PS-ESTADO(WS-A) TO WS-ST-ESTADO
               MOVE WS-PS-RC(WS-A) TO WS-ST-RC
               MOVE WS-PS-RC-MAX(WS-A) TO WS-ST-RC-MAX
               MOVE WS-PS-ACCION(WS-A) TO WS-ST-ACCION
               MOVE WS-PS-FECHA(WS-A) TO WS-ST-FECHA
               MOVE WS-PS-HORA(WS-A) TO WS-ST-HORA
               MOVE WS-PS-LG-FECHA(WS-A) TO WS-ST-LG-FECHA
               MOVE WS-PS-LG-HORA(WS-A) TO WS-ST-LG-HORA
               MOVE WS-PS-LG-PROGRAMA(WS-A) TO WS-ST-LG-PROGRAMA
               MOVE WS-PS-LG-RC(WS-A) TO WS-ST-LG-RC
               WRITE WS-STS-RECORD FROM WS-STS-LINE
           END-PERFORM
           CLOSE WS-STS-FILE.

      * RC de la cadena: 8 si quedo retenida (el scheduler no debe
      * soltar el downstream), 4 si algun paso supero su maximo y se
      * siguio con advertencia, 0 si todos terminaron dentro de lo
      * aceptable.
       FIN.
           IF CADENA-RETENIDA
               DISPLAY 'CADENA RETENIDA - RESOMETER PARA REINICIAR '
                   'DESDE EL PASO RETENIDO'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ADVERTENCIAS > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
               DISPLAY 'CADENA COMPLETA'
           END-IF
           DISPLAY 'PASOS CORRIDOS: ' WS-CORRIDOS-COUNT
               ' - FUERA DE MAXIMO: ' WS-EXCEDIDOS-COUNT

           PERFORM GRABAR-LEDGER.

      * Registro de esta ejecucion en el libro de corridas: los pasos
      * del control van como leidos, los corridos en esta sometida
      * como escritos y los que superaron su RC maximo como
      * rechazados. Se graba despues de las lineas de los pasos.
       GRABAR-LEDGER.
           ACCEPT WS-FECHA-LEDGER FROM DATE YYYYMMDD
           ACCEPT WS-HORA-LEDGER FROM TIME
           MOVE WS-FECHA-LEDGER TO WS-LG-FECHA
           MOVE WS-HORA-LEDGER(1:6) TO WS-LG-HORA
           MOVE 'CADENA-NOCTURNA' TO WS-LG-PROGRAMA
           MOVE 'CHAINCTL' TO WS-LG-ENTRADA
           MOVE 'CHAINSTS' TO WS-LG-SALIDA
           MOVE WS-PASO-COUNT TO WS-LG-LEIDOS
           MOVE WS-CORRIDOS-COUNT TO WS-LG-ESCRITOS
           MOVE WS-EXCEDIDOS-COUNT TO WS-LG-RECHAZADOS
           MOVE ZEROES TO WS-LG-TRUNCADOS
           MOVE ZEROES TO WS-LG-GENERACION
           MOVE ZEROES TO WS-LG-GEN-ORIGEN
           MOVE RETURN-CODE TO WS-LG-RC
           OPEN EXTEND WS-LEDG-FILE
           IF WS-LEDG-STATUS = '35'
               OPEN OUTPUT WS-LEDG-FILE
           END-IF
           WRITE WS-LEDG-RECORD FROM WS-LEDGER-LINE
           CLOSE WS-LEDG-FILE.

       END PROGRAM CADENA-NOCTURNA.

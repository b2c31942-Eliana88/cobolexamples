      ******************************************************************
      * Author: Eliana
      * Date: 15-10-2026
      * Purpose: Merge step of a partitioned encode. Reads the PARTCTL
      *          plan written by PARTE-ENTRADA, checks that every
      *          partition run of REEMPLAZO-CARACTERES (PARTICION=nn)
      *          finished and that all of them belong to the same plan
      *          and table generation, and only then rebuilds from the
      *          .Pnn parts what a single-stream run would have left:
      *          one OUTFILE with one TABVERS header, the forwarded
      *          HDR once and one TRL with the combined count; REJFILE,
      *          TRUNCRPT and DUPRPT with their totals; the parts of
      *          REJHIST appended to REJHIST; the run's keys added to
      *          KEYHIST; STATFILE with the summed hits; one ACK per
      *          input file; RECYCLE consumed; and BALRPT with the
      *          same sections, totals and cuadre. An unfinished
      *          partition leaves everything untouched (RC 8): only
      *          that partition is run again, then the merge.
      *          Releases the RUNLOCK taken by the plan.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSIONA-PARTICIONES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Plan de particiones (ver PARTLINE.CPY); se vacia al terminar la
      * fusion para que una segunda fusion no vuelva a aplicar nada.
           SELECT OPTIONAL WS-PART-FILE ASSIGN TO 'PARTCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.

      * La parte .Pnn que se esta leyendo y el archivo fusionado que
      * se esta escribiendo: ambos asignados dinamicamente, uno por
      * vez (todas las salidas son de lineas y se copian tal cual).
           SELECT OPTIONAL WS-PARTE-FILE ASSIGN TO DYNAMIC
               WS-PARTE-NOMBRE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARTE-STATUS.

           SELECT WS-DEST-FILE ASSIGN TO DYNAMIC WS-DEST-NOMBRE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DEST-STATUS.

           SELECT OPTIONAL WS-EST-FILE ASSIGN TO 'STATFILE'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EST-STATUS.

      * Cerrojo tomado por PARTE-ENTRADA para toda la corrida
      * particionada: se libera aqui, con la fusion terminada.
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
       FD  WS-PART-FILE.
       01  WS-PART-RECORD        PIC X(125).

       FD  WS-PARTE-FILE.
       01  WS-PARTE-RECORD       PIC X(320).

       FD  WS-DEST-FILE.
       01  WS-DEST-RECORD        PIC X(320).

      * Mismo registro que escribe el encode (ver WS-EST-FILE alla).
       FD  WS-EST-FILE.
       01  WS-EST-RECORD.
           03 WS-EST-TIPO         PIC X(1).
           03 WS-EST-FROM         PIC X(10).
           03 WS-EST-FROM-LEN     PIC 9(2).
           03 WS-EST-TO           PIC X(10).
           03 WS-EST-HITS-RUN     PIC 9(9).
           03 WS-EST-HITS-TOTAL   PIC 9(9).
           03 WS-EST-FECHA        PIC 9(8).

       FD  WS-LOCK-FILE.
       01  WS-LOCK-RECORD        PIC X(50).

       FD  WS-LEDG-FILE.
       01  WS-LEDG-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PARAMETROS.
          03 WS-OUTFILE-NOMBRE    PIC X(100) VALUE 'OUTFILE'.
          03 WS-BASE-NOMBRE       PIC X(104) VALUE SPACES.
          03 WS-PARTE-NOMBRE      PIC X(108) VALUE SPACES.
          03 WS-DEST-NOMBRE       PIC X(108) VALUE SPACES.
          03 WS-SUFIJO-PARTICION  PIC X(4)   VALUE SPACES.
          03 WS-PARM-STRING       PIC X(200) VALUE SPACES.
          03 WS-PARM-LEN          PIC 9(3)   VALUE ZEROES.
          03 WS-PARM-PTR          PIC 9(3)   VALUE 1.
          03 WS-PARM-TOKEN        PIC X(200) VALUE SPACES.

       COPY PARTLINE.

       COPY LEDGLINE.

      * El plan, y lo que cada particion dejo: su RETURN-CODE, cuantas
      * lineas de su OUTFILE.Pnn van al fusionado (sin el encabezado
      * TABVERS ni la cola TRL) y cuantas de ellas son datos.
       01 WS-PLAN-AREA.
          03 WS-PLAN-GENERACION   PIC 9(6) VALUE ZEROES.
          03 WS-PLAN-ARCHIVOS     PIC 9(2) VALUE ZEROES.
          03 WS-PLAN-HDR-ARCHIVO  PIC 9(2) VALUE ZEROES.
          03 WS-PLAN-PART-COUNT   PIC 9(2) VALUE ZEROES.
          03 WS-PLAN-ARCH-COUNT   PIC 9(2) VALUE ZEROES.
          03 WS-PLAN-ARCHIVO OCCURS 21 TIMES.
             05 WS-PLAN-NOMBRE    PIC X(100) VALUE SPACES.
             05 WS-PLAN-REGISTROS PIC 9(7)   VALUE ZEROES.
          03 WS-PLAN-PART OCCURS 20 TIMES.
             05 WS-PP-REGISTROS   PIC 9(7)   VALUE ZEROES.
             05 WS-PP-RC          PIC 9(2)   VALUE ZEROES.
             05 WS-PP-TERMINADA   PIC X(1)   VALUE 'N'.
             05 WS-PP-CUERPO      PIC 9(7)   VALUE ZEROES.
             05 WS-PP-DATOS       PIC 9(7)   VALUE ZEROES.

      * Contadores de BALRPT sumados sobre las particiones, por
      * seccion: una por archivo del plan y la de RECYCLE ultima
      * (WS-PLAN-ARCHIVOS + 1), como en el encode. WS-SC-NO-RELEIDO
      * cuenta las particiones que, reiniciadas, no releyeron el
      * archivo.
       01 WS-SECCIONES.
          03 WS-SECCION OCCURS 21 TIMES.
             05 WS-SC-LEIDOS      PIC 9(7) VALUE ZEROES.
             05 WS-SC-ESCRITOS    PIC 9(7) VALUE ZEROES.
             05 WS-SC-RECH        PIC 9(7) VALUE ZEROES.
             05 WS-SC-TRUNC       PIC 9(7) VALUE ZEROES.
             05 WS-SC-TRANS       PIC 9(7) VALUE ZEROES.
             05 WS-SC-RC03        PIC 9(7) VALUE ZEROES.
             05 WS-SC-DUP         PIC 9(7) VALUE ZEROES.
             05 WS-SC-NO-RELEIDO  PIC 9(2) VALUE ZEROES.

      * Detalle de transliteraciones de BALRPT: cada particion lista
      * todas las entradas de TRANSTAB en el mismo orden, asi que se
      * suman renglon a renglon.
       01 WS-DESGLOSE-AREA.
          03 WS-DESGLOSE-COUNT    PIC 9(3) VALUE ZEROES.
          03 WS-DESGLOSE OCCURS 80 TIMES.
             05 WS-DG-ETIQUETA    PIC X(33).
             05 WS-DG-TOTAL       PIC 9(7).

      * Hits de STATFILE sumados sobre las particiones, en el orden de
      * las entradas de CHARTAB/TOKENTAB que trae cada parte.
       01 WS-EST-FUSION-AREA.
          03 WS-EST-COUNT         PIC 9(3) VALUE ZEROES.
          03 WS-EST-FUSION OCCURS 70 TIMES.
             05 WS-EF-TIPO        PIC X(1).
             05 WS-EF-FROM        PIC X(10).
             05 WS-EF-FROM-LEN    PIC 9(2).
             05 WS-EF-TO          PIC X(10).
             05 WS-EF-HITS        PIC 9(9).

       01 WS-EST-PREVIA-AREA.
          03 WS-EST-PREV-COUNT    PIC 9(3) VALUE ZEROES.
          03 WS-EST-PREV OCCURS 70 TIMES.
             05 WS-EP-TIPO        PIC X(1).
             05 WS-EP-FROM        PIC X(10).
             05 WS-EP-FROM-LEN    PIC 9(2).
             05 WS-EP-HITS-TOTAL  PIC 9(9).
             05 WS-EP-FECHA       PIC 9(8).

       01 WS-EST-LINEA.
          03 WS-EL-TIPO           PIC X(1).
          03 WS-EL-FROM           PIC X(10).
          03 WS-EL-FROM-LEN       PIC 9(2).
          03 WS-EL-TO             PIC X(10).
          03 WS-EL-HITS-RUN       PIC 9(9).
          03 FILLER               PIC X(17).

       01 WS-LINEA                PIC X(320) VALUE SPACES.
       01 WS-CABECERA             PIC X(320) VALUE SPACES.
       01 WS-ULTIMA-LINEA         PIC X(320) VALUE SPACES.
       01 WS-ULTIMO-ARCHIVO       PIC X(320) VALUE SPACES.

       01 WS-CONTADORES.
          03 WS-P                 PIC 9(2) VALUE ZEROES.
          03 WS-A                 PIC 9(2) VALUE ZEROES.
          03 WS-K                 PIC 9(3) VALUE ZEROES.
          03 WS-SECCION-ACTUAL    PIC 9(2) VALUE ZEROES.
          03 WS-ARCH-VISTOS       PIC 9(2) VALUE ZEROES.
          03 WS-DESGLOSE-IDX      PIC 9(3) VALUE ZEROES.
          03 WS-EST-PARTE-COUNT   PIC 9(3) VALUE ZEROES.
          03 WS-VALOR             PIC 9(7) VALUE ZEROES.
          03 WS-LINEAS            PIC 9(7) VALUE ZEROES.
          03 WS-HDR-LINEAS        PIC 9(7) VALUE ZEROES.
          03 WS-HDR-TOTAL         PIC 9(7) VALUE ZEROES.
          03 WS-TRL-VALOR         PIC 9(7) VALUE ZEROES.
          03 WS-TOT-DATOS         PIC 9(7) VALUE ZEROES.
          03 WS-TOT-LEIDOS        PIC 9(7) VALUE ZEROES.
          03 WS-TOT-ESCRITOS      PIC 9(7) VALUE ZEROES.
          03 WS-TOT-RECH          PIC 9(7) VALUE ZEROES.
          03 WS-TOT-TRUNC         PIC 9(7) VALUE ZEROES.
          03 WS-TOT-TRANS         PIC 9(7) VALUE ZEROES.
          03 WS-TOT-RC03          PIC 9(7) VALUE ZEROES.
          03 WS-TOT-DUP           PIC 9(7) VALUE ZEROES.
          03 WS-TOT-SALTADOS      PIC 9(7) VALUE ZEROES.
          03 WS-BAL-ESPERADO      PIC 9(7) VALUE ZEROES.
          03 WS-REPORTE-TOTAL     PIC 9(7) VALUE ZEROES.
          03 WS-REPORTE-LARGO     PIC 9(2) VALUE ZEROES.
          03 WS-CLAVE-COMMIT      PIC 9(7) VALUE ZEROES.
          03 WS-REC-CONSUMIDOS    PIC 9(7) VALUE ZEROES.
          03 WS-REC-CONSERVADOS   PIC 9(7) VALUE ZEROES.
          03 WS-ACK-RECH          PIC 9(7) VALUE ZEROES.
          03 WS-ACK-DUP           PIC 9(7) VALUE ZEROES.
          03 WS-RC-MAXIMO         PIC 9(2) VALUE ZEROES.
          03 WS-EST-IDX           PIC 9(3) VALUE ZEROES.
          03 WS-EST-TOTAL-TMP     PIC 9(9) VALUE ZEROES.
          03 WS-EST-FECHA-TMP     PIC 9(8) VALUE ZEROES.
          03 WS-FECHA-PROCESO     PIC 9(8) VALUE ZEROES.
          03 WS-HORA-PROCESO      PIC 9(8) VALUE ZEROES.

       01 WS-REPORTE-ETIQUETA     PIC X(28) VALUE SPACES.

       01 WS-BAL-REPORT-LINE.
          03 WS-BL-ETIQUETA      PIC X(34).
          03 WS-BL-VALOR         PIC ZZZZZZ9.

       01 WS-BAL-ARCH-LINE.
          03 FILLER              PIC X(9)  VALUE 'ARCHIVO: '.
          03 WS-BA-NOMBRE        PIC X(100).

       01 WS-SAL-TRAILER-LINE.
          03 FILLER              PIC X(3)  VALUE 'TRL'.
          03 WS-ST-COUNT         PIC 9(7).

      * Lineas 'D' y 'T' del acuse, en la misma forma fija en que las
      * escribe el encode (ver WS-ACK-DET-LINE / WS-ACK-TOT-LINE alla);
      * la 'H' se copia tal cual de la primera particion.
       01 WS-ACK-DET-LINE.
          03 WS-AD-TIPO          PIC X(1).
          03 FILLER              PIC X(1).
          03 WS-AD-REG-NUM       PIC 9(7).
          03 FILLER              PIC X(1).
          03 WS-AD-RAZON         PIC X(4).
          03 FILLER              PIC X(1).
          03 WS-AD-CAMPO         PIC X(10).
          03 FILLER              PIC X(1).
          03 WS-AD-POSICION      PIC 9(3).

       01 WS-ACK-TOT-LINE.
          03 WS-AT-TIPO          PIC X(1).
          03 FILLER              PIC X(1).
          03 WS-AT-RECIBIDOS     PIC 9(7).
          03 FILLER              PIC X(1).
          03 WS-AT-ACEPTADOS     PIC 9(7).
          03 FILLER              PIC X(1).
          03 WS-AT-RECHAZADOS    PIC 9(7).
          03 FILLER              PIC X(1).
          03 WS-AT-DUPLICADOS    PIC 9(7).
          03 FILLER              PIC X(1).
          03 WS-AT-DECLARADOS    PIC 9(7).
          03 FILLER              PIC X(1).
          03 WS-AT-CUADRE        PIC X(10).
          03 FILLER              PIC X(1).
          03 WS-AT-ESTADO        PIC X(13).
          03 FILLER              PIC X(1).
          03 WS-AT-MOTIVO        PIC X(10).

       01 WS-FLAGS.
          03 WS-PART-STATUS      PIC X(2) VALUE '00'.
          03 WS-PARTE-STATUS     PIC X(2) VALUE '00'.
          03 WS-DEST-STATUS      PIC X(2) VALUE '00'.
          03 WS-EST-STATUS       PIC X(2) VALUE '00'.
          03 WS-LOCK-STATUS      PIC X(2) VALUE '00'.
          03 WS-LEDG-STATUS      PIC X(2) VALUE '00'.
          03 WS-FIN-PARTE        PIC X(1) VALUE 'N'.
             88 FIN-PARTE               VALUE 'Y'.
          03 WS-PLAN-GENERAL     PIC X(1) VALUE 'N'.
             88 PLAN-GENERAL-LEIDO      VALUE 'Y'.
          03 WS-LOCK-PROPIO      PIC X(1) VALUE 'N'.
             88 LOCK-DE-LA-CORRIDA      VALUE 'Y'.
          03 WS-INCOMPLETAS      PIC X(1) VALUE 'N'.
             88 HAY-INCOMPLETAS         VALUE 'Y'.
          03 WS-INCONSISTENTES   PIC X(1) VALUE 'N'.
             88 HAY-INCONSISTENCIAS     VALUE 'Y'.
          03 WS-MODO-BAL         PIC X(1) VALUE SPACE.
             88 BAL-EN-ARCHIVO          VALUE 'A'.
             88 BAL-EN-TOTALES          VALUE 'T'.
          03 WS-CLAVE-ACT        PIC X(1) VALUE 'N'.
             88 CLAVE-ACTIVA            VALUE 'Y'.
          03 WS-REC-SECCION      PIC X(1) VALUE 'N'.
             88 RECICLADO-PRESENTE      VALUE 'Y'.
          03 WS-KEYH-ABIERTO     PIC X(1) VALUE 'N'.
             88 KEYHIST-ABIERTO         VALUE 'Y'.

       PROCEDURE DIVISION.

           PERFORM INICIO.

           PERFORM VERIFICAR-PARTICIONES.

           PERFORM FUSIONAR-SALIDA.

           PERFORM FUSIONAR-REPORTES.

           PERFORM FUSIONAR-HISTORIA-RECHAZOS.

           PERFORM FUSIONAR-ACUSE
               VARYING WS-A FROM 1 BY 1
               UNTIL WS-A > WS-PLAN-ARCHIVOS.

           PERFORM CONSOLIDAR-CLAVES.

           PERFORM GRABAR-ESTADISTICA.

           PERFORM RECORTAR-RECICLADOS.

           PERFORM ESCRIBIR-BALANCE.

           PERFORM FIN.

           STOP RUN.

       INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           PERFORM LEER-PARAMETROS
           PERFORM CARGAR-PLAN
           PERFORM VERIFICAR-RUN-LOCK.

      * OUTFILE= tiene que ser el mismo nombre con que corrieron las
      * particiones: sus partes son OUTFILE.Pnn.
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
               WHEN WS-PARM-TOKEN(1:8) = 'OUTFILE='
                   MOVE WS-PARM-TOKEN(9:) TO WS-OUTFILE-NOMBRE
               WHEN OTHER
                   DISPLAY 'PARAMETRO NO RECONOCIDO: '
                       FUNCTION TRIM(WS-PARM-TOKEN)
           END-EVALUATE.

      * Sin plan pendiente no hay nada que fusionar: nunca se planifico
      * o la fusion ya se hizo (PARTCTL queda vacio al terminarla).
       CARGAR-PLAN.
           OPEN INPUT WS-PART-FILE
           IF WS-PART-STATUS = '00'
               PERFORM LEER-PLAN
                   UNTIL WS-PART-STATUS NOT = '00'
           END-IF
           CLOSE WS-PART-FILE
           IF NOT PLAN-GENERAL-LEIDO
               DISPLAY 'FUSION NO REALIZADA - NO HAY PLAN PENDIENTE '
                   'EN PARTCTL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LEER-PLAN.
           READ WS-PART-FILE INTO WS-PART-LINE
               AT END
                   CONTINUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN WS-PT-TIPO = 'G'
                           SET PLAN-GENERAL-LEIDO TO TRUE
                           MOVE WS-PT-NUMERO TO WS-PLAN-PART-COUNT
                           MOVE WS-PG-GENERACION
                               TO WS-PLAN-GENERACION
                           MOVE WS-PG-ARCHIVOS TO WS-PLAN-ARCHIVOS
                           MOVE WS-PG-HDR-ARCHIVO
                               TO WS-PLAN-HDR-ARCHIVO
                       WHEN WS-PT-TIPO = 'A'
                           AND WS-PT-NUMERO > 0
                           AND WS-PT-NUMERO <= 21
                           MOVE WS-PA-NOMBRE
                               TO WS-PLAN-NOMBRE(WS-PT-NUMERO)
                           MOVE WS-PA-REGISTROS
                               TO WS-PLAN-REGISTROS(WS-PT-NUMERO)
                           IF WS-PT-NUMERO > WS-PLAN-ARCH-COUNT
                               MOVE WS-PT-NUMERO
                                   TO WS-PLAN-ARCH-COUNT
                           END-IF
                       WHEN WS-PT-TIPO = 'P'
                           AND WS-PT-NUMERO > 0
                           AND WS-PT-NUMERO <= 20
                           MOVE WS-PR-REGISTROS
                               TO WS-PP-REGISTROS(WS-PT-NUMERO)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      * El cerrojo se libera al final solo si es el que tomo el plan:
      * si lo tiene otra corrida, es de ella.
       VERIFICAR-RUN-LOCK.
           OPEN INPUT WS-LOCK-FILE
           IF WS-LOCK-STATUS = '00'
               READ WS-LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-LOCK-RECORD(1:24) = 'PARTE-ENTRADA'
                           SET LOCK-DE-LA-CORRIDA TO TRUE
                       END-IF
               END-READ
           END-IF
           CLOSE WS-LOCK-FILE.

      * Nombre de la parte de la particion WS-P: el nombre base mas
      * el sufijo .Pnn con que la escribio la particion.
       ARMAR-NOMBRE-PARTE.
           MOVE SPACES TO WS-SUFIJO-PARTICION
           STRING '.P' WS-P DELIMITED BY SIZE
               INTO WS-SUFIJO-PARTICION
           MOVE SPACES TO WS-PARTE-NOMBRE
           STRING WS-BASE-NOMBRE DELIMITED BY SPACE
               WS-SUFIJO-PARTICION DELIMITED BY SIZE
               INTO WS-PARTE-NOMBRE.

       ABRIR-PARTE.
           MOVE 'N' TO WS-FIN-PARTE
           OPEN INPUT WS-PARTE-FILE
           IF WS-PARTE-STATUS NOT = '00'
               SET FIN-PARTE TO TRUE
           END-IF.

       LEER-PARTE.
           READ WS-PARTE-FILE INTO WS-LINEA
               AT END
                   SET FIN-PARTE TO TRUE
           END-READ.

       ABRIR-DESTINO.
           OPEN OUTPUT WS-DEST-FILE
           IF WS-DEST-STATUS NOT = '00'
               DISPLAY 'ERROR ABRIENDO ARCHIVO '
                   FUNCTION TRIM(WS-DEST-NOMBRE)
                   ' - FILE STATUS ' WS-DEST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Las historias se extienden, como en el encode.
       EXTENDER-DESTINO.
           OPEN EXTEND WS-DEST-FILE
           IF WS-DEST-STATUS = '35'
               OPEN OUTPUT WS-DEST-FILE
           END-IF
           IF WS-DEST-STATUS NOT = '00'
               DISPLAY 'ERROR ABRIENDO ARCHIVO '
                   FUNCTION TRIM(WS-DEST-NOMBRE)
                   ' - FILE STATUS ' WS-DEST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Antes de escribir nada: todas las particiones terminaron (su
      * BALRPT.Pnn cierra con la linea de RETURN-CODE y su checkpoint
      * quedo vacio) con un RC menor a 16, y todas son del mismo plan
      * y de la misma generacion. Si falta alguna se listan las que
      * hay que correr o reiniciar y se termina con RC 8 sin tocar
      * nada, cerrojo incluido: corrida esa particion, se vuelve a
      * fusionar. Si no son consistentes entre si, RC 12.
       VERIFICAR-PARTICIONES.
           PERFORM REVISAR-TERMINACION
               VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-PLAN-PART-COUNT
           IF HAY-INCOMPLETAS
               DISPLAY 'FUSION NO REALIZADA - CORRA O REINICIE LAS '
                   'PARTICIONES INDICADAS Y VUELVA A FUSIONAR'
               MOVE 8 TO RETURN-CODE
               PERFORM GRABAR-LEDGER
               STOP RUN
           END-IF
           PERFORM REVISAR-CONSISTENCIA
               VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-PLAN-PART-COUNT
           IF WS-PLAN-HDR-ARCHIVO > 0 AND WS-HDR-TOTAL NOT = 1
               OR WS-PLAN-HDR-ARCHIVO = 0 AND WS-HDR-TOTAL NOT = 0
               DISPLAY 'LAS PARTICIONES REENVIARON ' WS-HDR-TOTAL
                   ' ENCABEZADOS HDR'
               SET HAY-INCONSISTENCIAS TO TRUE
           END-IF
           IF HAY-INCONSISTENCIAS
               DISPLAY 'FUSION NO REALIZADA - LAS PARTES NO SON DE '
                   'UN MISMO PLAN; VUELVA A PLANIFICAR Y CORRER TODAS '
                   'LAS PARTICIONES'
               MOVE 12 TO RETURN-CODE
               PERFORM GRABAR-LEDGER
               STOP RUN
           END-IF
           PERFORM ACUMULAR-TOTALES
               VARYING WS-A FROM 1 BY 1
               UNTIL WS-A > WS-PLAN-ARCHIVOS + 1.

       REVISAR-TERMINACION.
           MOVE 'CKPTFILE' TO WS-BASE-NOMBRE
           PERFORM ARMAR-NOMBRE-PARTE
           PERFORM ABRIR-PARTE
           IF NOT FIN-PARTE
               PERFORM LEER-PARTE
               IF NOT FIN-PARTE AND WS-LINEA NOT = SPACES
                   DISPLAY 'PARTICION ' WS-P ' CON CHECKPOINT '
                       'PENDIENTE - REINICIELA'
                   SET HAY-INCOMPLETAS TO TRUE
               END-IF
           END-IF
           CLOSE WS-PARTE-FILE
           PERFORM LEER-BALANCE-PARTE
           IF WS-PP-TERMINADA(WS-P) NOT = 'Y'
               DISPLAY 'PARTICION ' WS-P ' SIN TERMINAR - CORRALA '
                   'CON PARTICION=' WS-P
               SET HAY-INCOMPLETAS TO TRUE
           ELSE
               IF WS-PP-RC(WS-P) >= 16
                   DISPLAY 'PARTICION ' WS-P ' TERMINO CON RC '
                       WS-PP-RC(WS-P) ' - VUELVA A CORRERLA'
                   SET HAY-INCOMPLETAS TO TRUE
               END-IF
           END-IF.

      * Recorre el BALRPT.Pnn sumando los contadores de cada seccion,
      * el detalle de transliteraciones y los saltados por reinicio,
      * y toma el RETURN-CODE de la ultima linea.
       LEER-BALANCE-PARTE.
           MOVE 'BALRPT' TO WS-BASE-NOMBRE
           PERFORM ARMAR-NOMBRE-PARTE
           MOVE ZEROES TO WS-ARCH-VISTOS
           MOVE ZEROES TO WS-SECCION-ACTUAL
           MOVE ZEROES TO WS-DESGLOSE-IDX
           MOVE SPACE TO WS-MODO-BAL
           PERFORM ABRIR-PARTE
           PERFORM UNTIL FIN-PARTE
               PERFORM LEER-PARTE
               IF NOT FIN-PARTE
                   PERFORM ANALIZAR-LINEA-BALANCE
               END-IF
           END-PERFORM
           CLOSE WS-PARTE-FILE
           IF WS-PP-TERMINADA(WS-P) = 'Y'
               IF WS-ARCH-VISTOS NOT = WS-PLAN-ARCHIVOS
                   DISPLAY 'PARTICION ' WS-P ' - BALRPT CON '
                       WS-ARCH-VISTOS ' ARCHIVOS Y EL PLAN '
                       WS-PLAN-ARCHIVOS
                   SET HAY-INCONSISTENCIAS TO TRUE
               END-IF
               IF WS-DESGLOSE-IDX NOT = WS-DESGLOSE-COUNT
                   DISPLAY 'PARTICION ' WS-P ' - DETALLE DE '
                       'TRANSLITERACIONES DISTINTO AL DE LA PRIMERA'
                   SET HAY-INCONSISTENCIAS TO TRUE
               END-IF
           END-IF.

       ANALIZAR-LINEA-BALANCE.
           EVALUATE TRUE
               WHEN WS-LINEA(1:9) = 'ARCHIVO: '
                   ADD 1 TO WS-ARCH-VISTOS
                   MOVE WS-ARCH-VISTOS TO WS-SECCION-ACTUAL
                   SET BAL-EN-ARCHIVO TO TRUE
               WHEN WS-LINEA(1:20) = 'RECICLADOS (RECYCLE)'
                   COMPUTE WS-SECCION-ACTUAL = WS-PLAN-ARCHIVOS + 1
                   SET RECICLADO-PRESENTE TO TRUE
                   SET BAL-EN-ARCHIVO TO TRUE
               WHEN WS-LINEA(1:21) = 'TOTALES DE LA CORRIDA'
                   SET BAL-EN-TOTALES TO TRUE
               WHEN WS-SECCION-ACTUAL = 0
                   OR WS-SECCION-ACTUAL > 21
                   CONTINUE
               WHEN BAL-EN-ARCHIVO
                   AND WS-LINEA(1:34) =
                       '  COMPLETO EN LA CORRIDA ANTERIOR '
                   ADD 1 TO WS-SC-NO-RELEIDO(WS-SECCION-ACTUAL)
               WHEN BAL-EN-ARCHIVO AND WS-LINEA(33:1) = ':'
                   MOVE FUNCTION NUMVAL(WS-LINEA(35:7)) TO WS-VALOR
                   PERFORM ANOTAR-CONTADOR-SECCION
               WHEN BAL-EN-TOTALES AND WS-LINEA(33:1) = ':'
                   MOVE FUNCTION NUMVAL(WS-LINEA(35:7)) TO WS-VALOR
                   PERFORM ANOTAR-CONTADOR-TOTALES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Las etiquetas son las de ESCRIBIR-BALANCE-ARCHIVO y ESCRIBIR-
      * BALANCE-RECICLADO del encode.
       ANOTAR-CONTADOR-SECCION.
           EVALUATE WS-LINEA(1:33)
               WHEN 'REGISTROS LEIDOS                :'
               WHEN 'RECICLADOS LEIDOS               :'
                   ADD WS-VALOR TO WS-SC-LEIDOS(WS-SECCION-ACTUAL)
               WHEN 'REGISTROS ESCRITOS              :'
               WHEN 'RECICLADOS ESCRITOS             :'
                   ADD WS-VALOR TO WS-SC-ESCRITOS(WS-SECCION-ACTUAL)
               WHEN 'REGISTROS RECHAZADOS            :'
               WHEN 'RECICLADOS RECHAZADOS           :'
                   ADD WS-VALOR TO WS-SC-RECH(WS-SECCION-ACTUAL)
               WHEN 'REGISTROS TRUNCADOS             :'
               WHEN 'RECICLADOS TRUNCADOS            :'
                   ADD WS-VALOR TO WS-SC-TRUNC(WS-SECCION-ACTUAL)
               WHEN 'TRANSLITERACIONES UTF-8         :'
               WHEN 'RECICLADOS TRANSLITERACIONES    :'
                   ADD WS-VALOR TO WS-SC-TRANS(WS-SECCION-ACTUAL)
               WHEN 'RECHAZADOS POR SECUENCIA (RC03) :'
               WHEN 'RECICLADOS RECH. SECUENCIA RC03 :'
                   ADD WS-VALOR TO WS-SC-RC03(WS-SECCION-ACTUAL)
               WHEN 'REGISTROS DUPLICADOS            :'
               WHEN 'RECICLADOS DUPLICADOS           :'
                   SET CLAVE-ACTIVA TO TRUE
                   ADD WS-VALOR TO WS-SC-DUP(WS-SECCION-ACTUAL)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * De la seccion de totales solo se toma lo que no sale de sumar
      * las secciones: el detalle de transliteraciones (renglones que
      * empiezan con blancos), los saltados por reinicio y el RC.
       ANOTAR-CONTADOR-TOTALES.
           EVALUATE TRUE
               WHEN WS-LINEA(1:33) = 'REGISTROS SALTADOS POR REINICIO :'
                   ADD WS-VALOR TO WS-TOT-SALTADOS
               WHEN WS-LINEA(1:33) = 'RETURN-CODE DE LA PARTICION     :'
                   MOVE WS-VALOR TO WS-PP-RC(WS-P)
                   MOVE 'Y' TO WS-PP-TERMINADA(WS-P)
               WHEN WS-LINEA(1:2) = SPACES
                   ADD 1 TO WS-DESGLOSE-IDX
                   PERFORM ANOTAR-DESGLOSE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ANOTAR-DESGLOSE.
           IF WS-DESGLOSE-IDX > 80
               EXIT PARAGRAPH
           END-IF
           IF WS-P = 1
               MOVE WS-DESGLOSE-IDX TO WS-DESGLOSE-COUNT
               MOVE WS-LINEA(1:33) TO WS-DG-ETIQUETA(WS-DESGLOSE-IDX)
               MOVE ZEROES TO WS-DG-TOTAL(WS-DESGLOSE-IDX)
           END-IF
           IF WS-DESGLOSE-IDX > WS-DESGLOSE-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-LINEA(1:33) NOT = WS-DG-ETIQUETA(WS-DESGLOSE-IDX)
               SET HAY-INCONSISTENCIAS TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD WS-VALOR TO WS-DG-TOTAL(WS-DESGLOSE-IDX).

       REVISAR-CONSISTENCIA.
           PERFORM REVISAR-SALIDA-PARTE
           PERFORM REVISAR-ESTADISTICA-PARTE
           PERFORM REVISAR-ACUSE-PARTE
               VARYING WS-A FROM 1 BY 1
               UNTIL WS-A > WS-PLAN-ARCHIVOS.

      * OUTFILE.Pnn: el encabezado TABVERS tiene que ser el mismo en
      * todas las partes (generacion del plan y mismos largos), y su
      * cola TRL - la ultima linea, cuando el juego trae HDR - tiene
      * que declarar los datos que la parte realmente trae. Se anotan
      * las lineas a copiar y los datos de cada parte.
       REVISAR-SALIDA-PARTE.
           MOVE WS-OUTFILE-NOMBRE TO WS-BASE-NOMBRE
           PERFORM ARMAR-NOMBRE-PARTE
           MOVE ZEROES TO WS-LINEAS
           MOVE ZEROES TO WS-HDR-LINEAS
           MOVE SPACES TO WS-ULTIMA-LINEA
           PERFORM ABRIR-PARTE
           IF FIN-PARTE
               DISPLAY 'PARTICION ' WS-P ' SIN '
                   FUNCTION TRIM(WS-PARTE-NOMBRE)
               SET HAY-INCONSISTENCIAS TO TRUE
               CLOSE WS-PARTE-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM LEER-PARTE
           IF WS-P = 1
               MOVE WS-LINEA TO WS-CABECERA
           END-IF
           IF FIN-PARTE OR WS-LINEA(1:8) NOT = 'TABVERS '
               OR WS-LINEA(9:6) NOT = WS-PLAN-GENERACION
               OR WS-LINEA NOT = WS-CABECERA
               DISPLAY 'PARTICION ' WS-P ' - ENCABEZADO DE '
                   FUNCTION TRIM(WS-PARTE-NOMBRE) ' DISTINTO: '
                   FUNCTION TRIM(WS-LINEA)
               SET HAY-INCONSISTENCIAS TO TRUE
           END-IF
           PERFORM UNTIL FIN-PARTE
               PERFORM LEER-PARTE
               IF NOT FIN-PARTE
                   ADD 1 TO WS-LINEAS
                   IF WS-LINEA(1:3) = 'HDR'
                       AND WS-LINEA(4:8) IS NUMERIC
                       ADD 1 TO WS-HDR-LINEAS
                   END-IF
                   MOVE WS-LINEA TO WS-ULTIMA-LINEA
               END-IF
           END-PERFORM
           CLOSE WS-PARTE-FILE
           ADD WS-HDR-LINEAS TO WS-HDR-TOTAL
           IF WS-PLAN-HDR-ARCHIVO > 0
               IF WS-ULTIMA-LINEA(1:3) NOT = 'TRL'
                   OR WS-ULTIMA-LINEA(4:7) IS NOT NUMERIC
                   DISPLAY 'PARTICION ' WS-P ' - '
                       FUNCTION TRIM(WS-PARTE-NOMBRE)
                       ' SIN COLA TRL'
                   SET HAY-INCONSISTENCIAS TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ULTIMA-LINEA(4:7) TO WS-TRL-VALOR
               SUBTRACT 1 FROM WS-LINEAS
           ELSE
               MOVE ZEROES TO WS-TRL-VALOR
           END-IF
           MOVE WS-LINEAS TO WS-PP-CUERPO(WS-P)
           COMPUTE WS-PP-DATOS(WS-P) = WS-LINEAS - WS-HDR-LINEAS
           ADD WS-PP-DATOS(WS-P) TO WS-TOT-DATOS
           IF WS-PLAN-HDR-ARCHIVO > 0
               AND WS-TRL-VALOR NOT = WS-PP-DATOS(WS-P)
               DISPLAY 'PARTICION ' WS-P ' - COLA TRL '
                   WS-TRL-VALOR ' Y DATOS ' WS-PP-DATOS(WS-P)
               SET HAY-INCONSISTENCIAS TO TRUE
           END-IF.

      * STATFILE.Pnn: una linea por entrada de CHARTAB/TOKENTAB, en el
      * mismo orden en todas las partes (mismas tablas); se suman los
      * hits de la corrida.
       REVISAR-ESTADISTICA-PARTE.
           MOVE 'STATFILE' TO WS-BASE-NOMBRE
           PERFORM ARMAR-NOMBRE-PARTE
           MOVE ZEROES TO WS-EST-PARTE-COUNT
           PERFORM ABRIR-PARTE
           IF FIN-PARTE
               DISPLAY 'PARTICION ' WS-P ' SIN '
                   FUNCTION TRIM(WS-PARTE-NOMBRE)
               SET HAY-INCONSISTENCIAS TO TRUE
           END-IF
           PERFORM UNTIL FIN-PARTE
               PERFORM LEER-PARTE
               IF NOT FIN-PARTE
                   MOVE WS-LINEA TO WS-EST-LINEA
                   ADD 1 TO WS-EST-PARTE-COUNT
                   PERFORM ANOTAR-ESTADISTICA-PARTE
               END-IF
           END-PERFORM
           CLOSE WS-PARTE-FILE
           IF WS-EST-PARTE-COUNT NOT = WS-EST-COUNT
               DISPLAY 'PARTICION ' WS-P ' - '
                   FUNCTION TRIM(WS-PARTE-NOMBRE) ' CON '
                   WS-EST-PARTE-COUNT ' ENTRADAS Y LA PRIMERA CON '
                   WS-EST-COUNT
               SET HAY-INCONSISTENCIAS TO TRUE
           END-IF.

       ANOTAR-ESTADISTICA-PARTE.
           MOVE WS-EST-PARTE-COUNT TO WS-K
           IF WS-K > 70
               EXIT PARAGRAPH
           END-IF
           IF WS-P = 1
               MOVE WS-K TO WS-EST-COUNT
               MOVE WS-EL-TIPO TO WS-EF-TIPO(WS-K)
               MOVE WS-EL-FROM TO WS-EF-FROM(WS-K)
               MOVE WS-EL-FROM-LEN TO WS-EF-FROM-LEN(WS-K)
               MOVE WS-EL-TO TO WS-EF-TO(WS-K)
               MOVE ZEROES TO WS-EF-HITS(WS-K)
           END-IF
           IF WS-K > WS-EST-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-EL-TIPO NOT = WS-EF-TIPO(WS-K)
               OR WS-EL-FROM NOT = WS-EF-FROM(WS-K)
               OR WS-EL-FROM-LEN NOT = WS-EF-FROM-LEN(WS-K)
               DISPLAY 'PARTICION ' WS-P ' - ENTRADA ' WS-K
                   ' DE STATFILE DISTINTA A LA DE LA PRIMERA'
               SET HAY-INCONSISTENCIAS TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD WS-EL-HITS-RUN TO WS-EF-HITS(WS-K).

      * Cada particion deja su parte del acuse de cada archivo.
       REVISAR-ACUSE-PARTE.
           PERFORM ARMAR-NOMBRE-ACUSE
           PERFORM ARMAR-NOMBRE-PARTE
           PERFORM ABRIR-PARTE
           IF FIN-PARTE
               DISPLAY 'PARTICION ' WS-P ' SIN '
                   FUNCTION TRIM(WS-PARTE-NOMBRE)
               SET HAY-INCONSISTENCIAS TO TRUE
           END-IF
           CLOSE WS-PARTE-FILE.

       ARMAR-NOMBRE-ACUSE.
           MOVE SPACES TO WS-BASE-NOMBRE
           STRING WS-PLAN-NOMBRE(WS-A) DELIMITED BY SPACE
               '.ACK' DELIMITED BY SIZE
               INTO WS-BASE-NOMBRE.

      * OUTFILE fusionado: el encabezado TABVERS una vez, el cuerpo de
      * cada parte en el orden de las particiones (el HDR reenviado
      * viene dentro del cuerpo de la particion a la que le toco, en
      * su lugar) y una sola cola TRL con la suma de los datos.
       FUSIONAR-SALIDA.
           MOVE ZEROES TO WS-RC-MAXIMO
           PERFORM VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-PLAN-PART-COUNT
               IF WS-PP-RC(WS-P) > WS-RC-MAXIMO
                   MOVE WS-PP-RC(WS-P) TO WS-RC-MAXIMO
               END-IF
           END-PERFORM
           MOVE WS-RC-MAXIMO TO RETURN-CODE
           MOVE WS-OUTFILE-NOMBRE TO WS-DEST-NOMBRE
           PERFORM ABRIR-DESTINO
           WRITE WS-DEST-RECORD FROM WS-CABECERA
           PERFORM COPIAR-SALIDA-PARTE
               VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-PLAN-PART-COUNT
           IF WS-PLAN-HDR-ARCHIVO > 0
               MOVE WS-TOT-DATOS TO WS-ST-COUNT
               WRITE WS-DEST-RECORD FROM WS-SAL-TRAILER-LINE
           END-IF
           CLOSE WS-DEST-FILE.

       COPIAR-SALIDA-PARTE.
           MOVE WS-OUTFILE-NOMBRE TO WS-BASE-NOMBRE
           PERFORM ARMAR-NOMBRE-PARTE
           PERFORM ABRIR-PARTE
           PERFORM LEER-PARTE
           PERFORM COPIAR-LINEA-PARTE WS-PP-CUERPO(WS-P) TIMES
           CLOSE WS-PARTE-FILE.

       COPIAR-LINEA-PARTE.
           PERFORM LEER-PARTE
           IF NOT FIN-PARTE
               WRITE WS-DEST-RECORD FROM WS-LINEA
           END-IF.

      * REJFILE, TRUNCRPT y DUPRPT: las partes en orden, sin sus
      * lineas de total, y un total de la corrida al final como lo
      * escribe el encode (solo si hay algo). En DUPRPT el renglon
      * ARCHIVO: de un archivo que cruza de una particion a la
      * siguiente va una sola vez.
       FUSIONAR-REPORTES.
           MOVE 'REJFILE' TO WS-DEST-NOMBRE
           MOVE 'TOTAL REGISTROS RECHAZADOS: ' TO WS-REPORTE-ETIQUETA
           MOVE 28 TO WS-REPORTE-LARGO
           MOVE WS-TOT-RECH TO WS-REPORTE-TOTAL
           PERFORM FUSIONAR-REPORTE
           MOVE 'TRUNCRPT' TO WS-DEST-NOMBRE
           MOVE 'TOTAL REGISTROS TRUNCADOS: ' TO WS-REPORTE-ETIQUETA
           MOVE 27 TO WS-REPORTE-LARGO
           MOVE WS-TOT-TRUNC TO WS-REPORTE-TOTAL
           PERFORM FUSIONAR-REPORTE
           MOVE 'DUPRPT' TO WS-DEST-NOMBRE
           MOVE 'TOTAL REGISTROS DUPLICADOS: ' TO WS-REPORTE-ETIQUETA
           MOVE 28 TO WS-REPORTE-LARGO
           MOVE WS-TOT-DUP TO WS-REPORTE-TOTAL
           PERFORM FUSIONAR-REPORTE.

       FUSIONAR-REPORTE.
           PERFORM ABRIR-DESTINO
           MOVE SPACES TO WS-ULTIMO-ARCHIVO
           PERFORM COPIAR-REPORTE-PARTE
               VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-PLAN-PART-COUNT
           IF WS-REPORTE-TOTAL > 0
               MOVE SPACES TO WS-DEST-RECORD
               STRING WS-REPORTE-ETIQUETA(1:WS-REPORTE-LARGO)
                   DELIMITED BY SIZE
                   WS-REPORTE-TOTAL DELIMITED BY SIZE
                   INTO WS-DEST-RECORD
               WRITE WS-DEST-RECORD
           END-IF
           CLOSE WS-DEST-FILE.

       COPIAR-REPORTE-PARTE.
           MOVE WS-DEST-NOMBRE TO WS-BASE-NOMBRE
           PERFORM ARMAR-NOMBRE-PARTE
           PERFORM ABRIR-PARTE
           PERFORM UNTIL FIN-PARTE
               PERFORM LEER-PARTE
               EVALUATE TRUE
                   WHEN FIN-PARTE
                       CONTINUE
                   WHEN WS-LINEA(1:WS-REPORTE-LARGO)
                       = WS-REPORTE-ETIQUETA(1:WS-REPORTE-LARGO)
                       CONTINUE
                   WHEN WS-LINEA(1:9) = 'ARCHIVO: '
                       AND WS-LINEA = WS-ULTIMO-ARCHIVO
                       CONTINUE
                   WHEN WS-LINEA(1:9) = 'ARCHIVO: '
                       MOVE WS-LINEA TO WS-ULTIMO-ARCHIVO
                       WRITE WS-DEST-RECORD FROM WS-LINEA
                   WHEN OTHER
                       WRITE WS-DEST-RECORD FROM WS-LINEA
               END-EVALUATE
           END-PERFORM
           CLOSE WS-PARTE-FILE.

      * Cada REJHIST.Pnn tiene solo los rechazos de su particion: se
      * agregan enteros a la historia, en orden.
       FUSIONAR-HISTORIA-RECHAZOS.
           MOVE 'REJHIST' TO WS-DEST-NOMBRE
           PERFORM EXTENDER-DESTINO
           MOVE 'REJHIST' TO WS-BASE-NOMBRE
           PERFORM COPIAR-PARTE-ENTERA
               VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-PLAN-PART-COUNT
           CLOSE WS-DEST-FILE.

       COPIAR-PARTE-ENTERA.
           PERFORM ARMAR-NOMBRE-PARTE
           PERFORM ABRIR-PARTE
           PERFORM UNTIL FIN-PARTE
               PERFORM LEER-PARTE
               IF NOT FIN-PARTE
                   WRITE WS-DEST-RECORD FROM WS-LINEA
               END-IF
           END-PERFORM
           CLOSE WS-PARTE-FILE.

      * Acuse de un archivo del juego: la 'H' de la primera particion,
      * las 'D' de todas en orden (numeros de registro crecientes) y
      * la 'T' rehecha como la arma CERRAR-ACUSE del encode, con los
      * recibidos, declarados y cuadre del archivo completo (iguales
      * en todas las partes) y los rechazados y duplicados sumados.
       FUSIONAR-ACUSE.
           PERFORM ARMAR-NOMBRE-ACUSE
           MOVE WS-BASE-NOMBRE TO WS-DEST-NOMBRE
           PERFORM ABRIR-DESTINO
           MOVE ZEROES TO WS-ACK-RECH
           MOVE ZEROES TO WS-ACK-DUP
           PERFORM COPIAR-ACUSE-PARTE
               VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-PLAN-PART-COUNT
           MOVE WS-ACK-RECH TO WS-AT-RECHAZADOS
           MOVE WS-ACK-DUP TO WS-AT-DUPLICADOS
           MOVE SPACES TO WS-AT-MOTIVO
           EVALUATE WS-AT-CUADRE
               WHEN 'NO CUADRA'
                   MOVE 'NO CUADRA' TO WS-AT-MOTIVO
               WHEN 'SIN TRL'
                   MOVE 'SIN TRL' TO WS-AT-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-AT-RECIBIDOS > 0 AND WS-ACK-DUP = WS-AT-RECIBIDOS
               MOVE 'REENVIO' TO WS-AT-MOTIVO
           END-IF
           IF WS-AT-MOTIVO = SPACES
               MOVE 'ACEPTADO' TO WS-AT-ESTADO
               COMPUTE WS-AT-ACEPTADOS
                   = WS-AT-RECIBIDOS - WS-ACK-RECH - WS-ACK-DUP
           ELSE
               MOVE 'RECHAZO TOTAL' TO WS-AT-ESTADO
               MOVE ZEROES TO WS-AT-ACEPTADOS
           END-IF
           WRITE WS-DEST-RECORD FROM WS-ACK-TOT-LINE
           CLOSE WS-DEST-FILE.

       COPIAR-ACUSE-PARTE.
           PERFORM ARMAR-NOMBRE-ACUSE
           PERFORM ARMAR-NOMBRE-PARTE
           PERFORM ABRIR-PARTE
           PERFORM UNTIL FIN-PARTE
               PERFORM LEER-PARTE
               EVALUATE TRUE
                   WHEN FIN-PARTE
                       CONTINUE
                   WHEN WS-LINEA(1:1) = 'H' AND WS-P = 1
                       WRITE WS-DEST-RECORD FROM WS-LINEA
                   WHEN WS-LINEA(1:1) = 'D'
                       MOVE WS-LINEA TO WS-ACK-DET-LINE
                       IF WS-AD-RAZON = 'DUPL'
                           ADD 1 TO WS-ACK-DUP
                       ELSE
                           ADD 1 TO WS-ACK-RECH
                       END-IF
                       WRITE WS-DEST-RECORD FROM WS-LINEA
                   WHEN WS-LINEA(1:1) = 'T' AND WS-P = 1
                       MOVE WS-LINEA TO WS-ACK-TOT-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           CLOSE WS-PARTE-FILE.

      * Las claves de todas las particiones pasan a KEYHIST recien
      * ahora, con la corrida entera terminada, y cada KEYPEND.Pnn se
      * vacia (mismo criterio que CONSOLIDAR-CLAVES del encode).
       CONSOLIDAR-CLAVES.
           MOVE 'KEYPEND' TO WS-BASE-NOMBRE
           PERFORM CONSOLIDAR-CLAVES-PARTE
               VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-PLAN-PART-COUNT
           IF KEYHIST-ABIERTO
               CLOSE WS-DEST-FILE
           END-IF
           IF CLAVE-ACTIVA
               DISPLAY 'CLAVES AGREGADAS A LA HISTORIA: '
                   WS-CLAVE-COMMIT
           END-IF.

       CONSOLIDAR-CLAVES-PARTE.
           PERFORM ARMAR-NOMBRE-PARTE
           PERFORM ABRIR-PARTE
           IF FIN-PARTE
               CLOSE WS-PARTE-FILE
               EXIT PARAGRAPH
           END-IF
           IF NOT KEYHIST-ABIERTO
               MOVE 'KEYHIST' TO WS-DEST-NOMBRE
               PERFORM EXTENDER-DESTINO
               SET KEYHIST-ABIERTO TO TRUE
           END-IF
           PERFORM UNTIL FIN-PARTE
               PERFORM LEER-PARTE
               IF NOT FIN-PARTE
                   WRITE WS-DEST-RECORD FROM WS-LINEA
                   ADD 1 TO WS-CLAVE-COMMIT
               END-IF
           END-PERFORM
           CLOSE WS-PARTE-FILE
           OPEN OUTPUT WS-PARTE-FILE
           CLOSE WS-PARTE-FILE.

      * Mismo armado que GRABAR-ESTADISTICA del encode, con los hits
      * de la corrida sumados sobre las particiones.
       GRABAR-ESTADISTICA.
           PERFORM CARGAR-ESTADISTICA-PREVIA
           OPEN OUTPUT WS-EST-FILE
           IF WS-EST-STATUS NOT = '00' AND WS-EST-STATUS NOT = '05'
               DISPLAY 'ERROR ABRIENDO ARCHIVO STATFILE - FILE '
                   'STATUS ' WS-EST-STATUS
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM ESCRIBIR-ESTADISTICA
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-EST-COUNT
           CLOSE WS-EST-FILE.

       CARGAR-ESTADISTICA-PREVIA.
           OPEN INPUT WS-EST-FILE
           IF WS-EST-STATUS = '00'
               PERFORM LEER-ESTADISTICA-PREVIA
                   UNTIL WS-EST-STATUS NOT = '00'
           END-IF
           CLOSE WS-EST-FILE.

       LEER-ESTADISTICA-PREVIA.
           READ WS-EST-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-EST-PREV-COUNT < 70
                       ADD 1 TO WS-EST-PREV-COUNT
                       MOVE WS-EST-TIPO
                           TO WS-EP-TIPO(WS-EST-PREV-COUNT)
                       MOVE WS-EST-FROM
                           TO WS-EP-FROM(WS-EST-PREV-COUNT)
                       MOVE WS-EST-FROM-LEN
                           TO WS-EP-FROM-LEN(WS-EST-PREV-COUNT)
                       MOVE WS-EST-HITS-TOTAL
                           TO WS-EP-HITS-TOTAL(WS-EST-PREV-COUNT)
                       MOVE WS-EST-FECHA
                           TO WS-EP-FECHA(WS-EST-PREV-COUNT)
                   END-IF
           END-READ.

       BUSCAR-ESTADISTICA-PREVIA.
           MOVE ZERO TO WS-EST-TOTAL-TMP
           MOVE ZERO TO WS-EST-FECHA-TMP
           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
               UNTIL WS-EST-IDX > WS-EST-PREV-COUNT
               IF WS-EP-TIPO(WS-EST-IDX) = WS-EST-TIPO
                   AND WS-EP-FROM(WS-EST-IDX) = WS-EST-FROM
                   AND WS-EP-FROM-LEN(WS-EST-IDX) = WS-EST-FROM-LEN
                   MOVE WS-EP-HITS-TOTAL(WS-EST-IDX)
                       TO WS-EST-TOTAL-TMP
                   MOVE WS-EP-FECHA(WS-EST-IDX)
                       TO WS-EST-FECHA-TMP
               END-IF
           END-PERFORM.

       ESCRIBIR-ESTADISTICA.
           MOVE WS-EF-TIPO(WS-K) TO WS-EST-TIPO
           MOVE WS-EF-FROM(WS-K) TO WS-EST-FROM
           MOVE WS-EF-FROM-LEN(WS-K) TO WS-EST-FROM-LEN
           MOVE WS-EF-TO(WS-K) TO WS-EST-TO
           MOVE WS-EF-HITS(WS-K) TO WS-EST-HITS-RUN
           PERFORM BUSCAR-ESTADISTICA-PREVIA
           COMPUTE WS-EST-HITS-TOTAL
               = WS-EST-TOTAL-TMP + WS-EST-HITS-RUN
           IF WS-EST-HITS-RUN > 0
               MOVE WS-FECHA-PROCESO TO WS-EST-FECHA
           ELSE
               MOVE WS-EST-FECHA-TMP TO WS-EST-FECHA
           END-IF
           WRITE WS-EST-RECORD.

      * Las reparaciones que contaron el plan ya estan en OUTFILE: se
      * sacan de RECYCLE. Lo que REPARA-RECHAZOS agrego despues del
      * plan quedo fuera de todos los rangos y se conserva para la
      * proxima corrida (pasando por PARTWORK).
       RECORTAR-RECICLADOS.
           IF WS-PLAN-ARCH-COUNT <= WS-PLAN-ARCHIVOS
               EXIT PARAGRAPH
           END-IF
           MOVE 'RECYCLE' TO WS-PARTE-NOMBRE
           MOVE 'PARTWORK' TO WS-DEST-NOMBRE
           PERFORM ABRIR-DESTINO
           PERFORM ABRIR-PARTE
           PERFORM UNTIL FIN-PARTE
               PERFORM LEER-PARTE
               IF NOT FIN-PARTE
                   IF WS-REC-CONSUMIDOS
                       < WS-PLAN-REGISTROS(WS-PLAN-ARCH-COUNT)
                       ADD 1 TO WS-REC-CONSUMIDOS
                   ELSE
                       ADD 1 TO WS-REC-CONSERVADOS
                       WRITE WS-DEST-RECORD FROM WS-LINEA
                   END-IF
               END-IF
           END-PERFORM
           CLOSE WS-PARTE-FILE
           CLOSE WS-DEST-FILE
           MOVE 'PARTWORK' TO WS-PARTE-NOMBRE
           MOVE 'RECYCLE' TO WS-DEST-NOMBRE
           PERFORM ABRIR-DESTINO
           PERFORM ABRIR-PARTE
           PERFORM UNTIL FIN-PARTE
               PERFORM LEER-PARTE
               IF NOT FIN-PARTE
                   WRITE WS-DEST-RECORD FROM WS-LINEA
               END-IF
           END-PERFORM
           CLOSE WS-PARTE-FILE
           CLOSE WS-DEST-FILE
           MOVE 'PARTWORK' TO WS-DEST-NOMBRE
           PERFORM ABRIR-DESTINO
           CLOSE WS-DEST-FILE
           IF WS-REC-CONSERVADOS > 0
               DISPLAY 'RECICLADOS AGREGADOS DESPUES DEL PLAN - QUEDAN '
                   'EN RECYCLE PARA LA PROXIMA CORRIDA: '
                   WS-REC-CONSERVADOS
           END-IF.

      * BALRPT de la corrida entera, con las mismas secciones y
      * etiquetas que el de una corrida unica (ver ESCRIBIR-BALANCE
      * del encode): un archivo por seccion, RECYCLE si alguna
      * particion lo leyo, y los totales con el cuadre. El reenvio
      * completo de un archivo (RC 10) y el descuadre (RC 12) se
      * deciden aqui, con los contadores de todas las particiones.
       ESCRIBIR-BALANCE.
           MOVE 'BALRPT' TO WS-DEST-NOMBRE
           PERFORM ABRIR-DESTINO
           PERFORM ESCRIBIR-BALANCE-ARCHIVO
               VARYING WS-A FROM 1 BY 1
               UNTIL WS-A > WS-PLAN-ARCHIVOS
           IF RECICLADO-PRESENTE
               PERFORM ESCRIBIR-BALANCE-RECICLADO
           END-IF
           MOVE SPACES TO WS-DEST-RECORD
           STRING 'TOTALES DE LA CORRIDA' DELIMITED BY SIZE
               INTO WS-DEST-RECORD
           WRITE WS-DEST-RECORD
           MOVE 'REGISTROS LEIDOS                :'
               TO WS-BL-ETIQUETA
           MOVE WS-TOT-LEIDOS TO WS-BL-VALOR
           WRITE WS-DEST-RECORD FROM WS-BAL-REPORT-LINE
           MOVE 'REGISTROS ESCRITOS              :'
               TO WS-BL-ETIQUETA
           MOVE WS-TOT-ESCRITOS TO WS-BL-VALOR
           WRITE WS-DEST-RECORD FROM WS-BAL-REPORT-LINE
           MOVE 'REGISTROS RECHAZADOS            :'
               TO WS-BL-ETIQUETA
           MOVE WS-TOT-RECH TO WS-BL-VALOR
           WRITE WS-DEST-RECORD FROM WS-BAL-REPORT-LINE
           MOVE 'REGISTROS TRUNCADOS             :'
               TO WS-BL-ETIQUETA
           MOVE WS-TOT-TRUNC TO WS-BL-VALOR
           WRITE WS-DEST-RECORD FROM WS-BAL-REPORT-LINE
           MOVE 'TRANSLITERACIONES UTF-8         :'
               TO WS-BL-ETIQUETA
           MOVE WS-TOT-TRANS TO WS-BL-VALOR
           WRITE WS-DEST-RECORD FROM WS-BAL-REPORT-LINE
           PERFORM ESCRIBIR-BALANCE-TRANSLIT
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-DESGLOSE-COUNT
           MOVE 'RECHAZADOS POR SECUENCIA (RC03) :'
               TO WS-BL-ETIQUETA
           MOVE WS-TOT-RC03 TO WS-BL-VALOR
           WRITE WS-DEST-RECORD FROM WS-BAL-REPORT-LINE
           IF CLAVE-ACTIVA
               MOVE 'REGISTROS DUPLICADOS            :'
                   TO WS-BL-ETIQUETA
               MOVE WS-TOT-DUP TO WS-BL-VALOR
               WRITE WS-DEST-RECORD FROM WS-BAL-REPORT-LINE
           END-IF
           MOVE 'REGISTROS SALTADOS POR REINICIO :'
               TO WS-BL-ETIQUETA
           MOVE WS-TOT-SALTADOS TO WS-BL-VALOR
           WRITE WS-DEST-RECORD FROM WS-BAL-REPORT-LINE
           COMPUTE WS-BAL-ESPERADO
               = WS-TOT-ESCRITOS + WS-TOT-RECH + WS-TOT-DUP
           MOVE 'CUADRE LEIDOS = ESCRITOS + RECH :'
               TO WS-BL-ETIQUETA
           MOVE SPACES TO WS-DEST-RECORD
           IF WS-TOT-LEIDOS = WS-BAL-ESPERADO
               STRING WS-BL-ETIQUETA DELIMITED BY SIZE
                   ' OK' DELIMITED BY SIZE
                   INTO WS-DEST-RECORD
               WRITE WS-DEST-RECORD
           ELSE
               STRING WS-BL-ETIQUETA DELIMITED BY SIZE
                   ' ERROR' DELIMITED BY SIZE
                   INTO WS-DEST-RECORD
               WRITE WS-DEST-RECORD
               DISPLAY 'CORRIDA DESCUADRADA - LEIDOS ' WS-TOT-LEIDOS
                   ' VS ESCRITOS+RECHAZADOS ' WS-BAL-ESPERADO
               MOVE 12 TO RETURN-CODE
           END-IF
           CLOSE WS-DEST-FILE.

      * Un archivo que ninguna particion releyo (todas reiniciaron
      * despues de el) queda como en un reinicio de corrida unica; si
      * solo algunas no lo releyeron, sus contadores son los de las
      * demas y se deja anotado.
       ESCRIBIR-BALANCE-ARCHIVO.
           MOVE WS-PLAN-NOMBRE(WS-A) TO WS-BA-NOMBRE
           WRITE WS-DEST-RECORD FROM WS-BAL-ARCH-LINE
           IF WS-SC-NO-RELEIDO(WS-A) = WS-PLAN-PART-COUNT
               MOVE SPACES TO WS-DEST-RECORD
               STRING '  COMPLETO EN LA CORRIDA ANTERIOR - NO SE '
                   'RELEYO' DELIMITED BY SIZE
                   INTO WS-DEST-RECORD
               WRITE WS-DEST-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE 'REGISTROS LEIDOS                :'
               TO WS-BL-ETIQUETA
           MOVE WS-SC-LEIDOS(WS-A) TO WS-BL-VALOR
           WRITE WS-DEST-RECORD FROM WS-BAL-REPORT-LINE
           MOVE 'REGISTROS ESCRITOS              :'
               TO WS-BL-ETIQUETA
           MOVE WS-SC-ESCRITOS(WS-A) TO WS-BL-VALOR
           WRITE WS-DEST-RECORD FROM WS-BAL-REPORT-LINE
           MOVE 'REGISTROS RECHAZADOS            :'
               TO WS-BL-ETIQUETA
           MOVE WS-SC-RECH(WS-A) TO WS-BL-VALOR
           WRITE WS-DEST-RECORD FROM WS-BAL-REPORT-LINE
           MOVE 'REGISTROS TRUNCADOS             :'
               TO WS-BL-ETIQUETA
           MOVE WS-SC-TRUNC(WS-A) TO WS-BL-VALOR
           WRITE WS-DEST-RECORD FROM WS-BAL-REPORT-LINE
           MOVE 'TRANSLITERACIONES UTF-8         :'
               TO WS-BL-ETIQUETA
           MOVE WS-SC-TRANS(WS-A) TO WS-BL-VALOR
           WRITE WS-DEST-RECORD FROM WS-BAL-REPORT-LINE
           MOVE 'RECHAZADOS POR SECUENCIA (RC03) :'
               TO WS-BL-ETIQUETA
           MOVE WS-SC-RC03(WS-A) TO WS-BL-VALOR
           WRITE WS-DEST-RECORD FROM WS-BAL-REPORT-LINE
           IF CLAVE-ACTIVA
               MOVE 'REGISTROS DUPLICADOS            :'
                   TO WS-BL-ETIQUETA
               MOVE WS-SC-DUP(WS-A) TO WS-BL-VALOR
               WRITE WS-DEST-RECORD FROM WS-BAL-REPORT-LINE
               IF WS-SC-LEIDOS(WS-A) > 0
                   AND WS-SC-DUP(WS-A) = WS-SC-LEIDOS(WS-A)
                   MOVE SPACES TO WS-DEST-RECORD
                   STRING '  REENVIO COMPLETO - ARCHIVO YA PROCESADO '
                       'EN UNA NOCHE ANTERIOR' DELIMITED BY SIZE
                       INTO WS-DEST-RECORD
                   WRITE WS-DEST-RECORD
                   DISPLAY 'ARCHIVO REENVIADO COMPLETO - TODOS SUS '
                       'REGISTROS YA SE PROCESARON EN UNA NOCHE '
                       'ANTERIOR: ' FUNCTION TRIM(WS-PLAN-NOMBRE(WS-A))
                   IF RETURN-CODE < 10
                       MOVE 10 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-SC-NO-RELEIDO(WS-A) > 0
               MOVE SPACES TO WS-DEST-RECORD
               STRING '  PARCIAL - ' WS-SC-NO-RELEIDO(WS-A)
                   ' PARTICION(ES) REINICIADA(S) NO LO RELEYERON'
                   DELIMITED BY SIZE INTO WS-DEST-RECORD
               WRITE WS-DEST-RECORD
           END-IF.

       ESCRIBIR-BALANCE-RECICLADO.
           COMPUTE WS-A = WS-PLAN-ARCHIVOS + 1
           MOVE SPACES TO WS-DEST-RECORD
           STRING 'RECICLADOS (RECYCLE)' DELIMITED BY SIZE
               INTO WS-DEST-RECORD
           WRITE WS-DEST-RECORD
           MOVE 'RECICLADOS LEIDOS               :'
               TO WS-BL-ETIQUETA
           MOVE WS-SC-LEIDOS(WS-A) TO WS-BL-VALOR
           WRITE WS-DEST-RECORD FROM WS-BAL-REPORT-LINE
           MOVE 'RECICLADOS ESCRITOS             :'
               TO WS-BL-ETIQUETA
           MOVE WS-SC-ESCRITOS(WS-A) TO WS-BL-VALOR
           WRITE WS-DEST-RECORD FROM WS-BAL-REPORT-LINE
           MOVE 'RECICLADOS RECHAZADOS           :'
               TO WS-BL-ETIQUETA
           MOVE WS-SC-RECH(WS-A) TO WS-BL-VALOR
           WRITE WS-DEST-RECORD FROM WS-BAL-REPORT-LINE
           MOVE 'RECICLADOS TRUNCADOS            :'
               TO WS-BL-ETIQUETA
           MOVE WS-SC-TRUNC(WS-A) TO WS-BL-VALOR
           WRITE WS-DEST-RECORD FROM WS-BAL-REPORT-LINE
           MOVE 'RECICLADOS TRANSLITERACIONES    :'
               TO WS-BL-ETIQUETA
           MOVE WS-SC-TRANS(WS-A) TO WS-BL-VALOR
           WRITE WS-DEST-RECORD FROM WS-BAL-REPORT-LINE
           MOVE 'RECICLADOS RECH. SECUENCIA RC03 :'
               TO WS-BL-ETIQUETA
           MOVE WS-SC-RC03(WS-A) TO WS-BL-VALOR
           WRITE WS-DEST-RECORD FROM WS-BAL-REPORT-LINE
           IF CLAVE-ACTIVA
               MOVE 'RECICLADOS DUPLICADOS           :'
                   TO WS-BL-ETIQUETA
               MOVE WS-SC-DUP(WS-A) TO WS-BL-VALOR
               WRITE WS-DEST-RECORD FROM WS-BAL-REPORT-LINE
           END-IF.

      * Totales de la corrida entera, sumados al terminar la revision
      * de las particiones: los usan tanto los totales de REJFILE,
      * TRUNCRPT y DUPRPT como el BALRPT y el libro de corridas. Una
      * seccion sin contadores (archivo no releido, RECYCLE ausente)
      * suma cero.
       ACUMULAR-TOTALES.
           ADD WS-SC-LEIDOS(WS-A) TO WS-TOT-LEIDOS
           ADD WS-SC-ESCRITOS(WS-A) TO WS-TOT-ESCRITOS
           ADD WS-SC-RECH(WS-A) TO WS-TOT-RECH
           ADD WS-SC-TRUNC(WS-A) TO WS-TOT-TRUNC
           ADD WS-SC-DUP(WS-A) TO WS-TOT-DUP
           ADD WS-SC-TRANS(WS-A) TO WS-TOT-TRANS
           ADD WS-SC-RC03(WS-A) TO WS-TOT-RC03.

      * Como en una corrida unica, solo las entradas que se usaron.
       ESCRIBIR-BALANCE-TRANSLIT.
           IF WS-DG-TOTAL(WS-K) > 0
               MOVE WS-DG-ETIQUETA(WS-K) TO WS-BL-ETIQUETA
               MOVE WS-DG-TOTAL(WS-K) TO WS-BL-VALOR
               WRITE WS-DEST-RECORD FROM WS-BAL-REPORT-LINE
           END-IF.

      * Fusion terminada: el plan se vacia (una segunda fusion no
      * encuentra nada que aplicar) y el cerrojo de la corrida
      * particionada se libera.
       FIN.
           OPEN OUTPUT WS-PART-FILE
           CLOSE WS-PART-FILE
           IF LOCK-DE-LA-CORRIDA
               OPEN OUTPUT WS-LOCK-FILE
               CLOSE WS-LOCK-FILE
           ELSE
               DISPLAY 'AVISO - RUNLOCK NO ES DE LA CORRIDA '
                   'PARTICIONADA Y NO SE LIBERA'
           END-IF
           MOVE RETURN-CODE TO WS-RC-MAXIMO
           DISPLAY 'FUSION DE ' WS-PLAN-PART-COUNT ' PARTICIONES - '
               'LEIDOS ' WS-TOT-LEIDOS ' ESCRITOS ' WS-TOT-ESCRITOS
               ' RECHAZADOS ' WS-TOT-RECH ' - RC ' WS-RC-MAXIMO
           PERFORM GRABAR-LEDGER.

      * Registro de la fusion en el libro de corridas, con los
      * contadores de la corrida entera; cada particion ya dejo el
      * suyo con los de su rango.
       GRABAR-LEDGER.
           ACCEPT WS-HORA-PROCESO FROM TIME
           MOVE WS-FECHA-PROCESO TO WS-LG-FECHA
           MOVE WS-HORA-PROCESO(1:6) TO WS-LG-HORA
           MOVE 'FUSIONA-PARTICIONES' TO WS-LG-PROGRAMA
           MOVE 'PARTCTL' TO WS-LG-ENTRADA
           MOVE WS-OUTFILE-NOMBRE TO WS-LG-SALIDA
           MOVE WS-TOT-LEIDOS TO WS-LG-LEIDOS
           MOVE WS-TOT-ESCRITOS TO WS-LG-ESCRITOS
           COMPUTE WS-LG-RECHAZADOS = WS-TOT-RECH + WS-TOT-DUP
           MOVE WS-TOT-TRUNC TO WS-LG-TRUNCADOS
           MOVE WS-PLAN-GENERACION TO WS-LG-GENERACION
           MOVE ZEROES TO WS-LG-GEN-ORIGEN
           MOVE RETURN-CODE TO WS-LG-RC
           OPEN EXTEND WS-LEDG-FILE
           IF WS-LEDG-STATUS = '35'
               OPEN OUTPUT WS-LEDG-FILE
           END-IF
           WRITE WS-LEDG-RECORD FROM WS-LEDGER-LINE
           CLOSE WS-LEDG-FILE.

       END PROGRAM FUSIONA-PARTICIONES.

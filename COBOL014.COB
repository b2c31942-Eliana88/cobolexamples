      ******************************************************************
      * Author: Eliana
      * Date: 15-10-2026
      * Purpose: Comparison of two table generations kept in TABHIST
      *          (or of one generation against the CHARCTL/TOKENCTL
      *          in force today). Lists every CHARTAB and TOKENTAB
      *          entry added, removed or given a different
      *          replacement, each with its lifetime hit count from
      *          STATFILE and the last AUDITLOG change for it (date,
      *          user and author), and flags the changed entries with
      *          heavy usage - the ones that make old and new
      *          OUTFILEs read differently.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPARA-GENERACIONES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Historia de generaciones que graba MANT-TABLA-CARACTERES (ver
      * el comentario alli).
           SELECT OPTIONAL WS-HIS-FILE ASSIGN TO 'TABHIST'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.

      * Juego vigente, solo para la comparacion contra ACTUAL.
           SELECT OPTIONAL WS-CTL-FILE ASSIGN TO 'CHARCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT OPTIONAL WS-TOKEN-CTL-FILE ASSIGN TO 'TOKENCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TOKEN-CTL-STATUS.

           SELECT OPTIONAL WS-VERS-FILE ASSIGN TO 'TABVERS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VERS-STATUS.

           SELECT OPTIONAL WS-EST-FILE ASSIGN TO 'STATFILE'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EST-STATUS.

           SELECT OPTIONAL WS-AUD-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT WS-RPT-FILE ASSIGN TO 'GENRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      * Libro de corridas compartido por toda la cadena batch (ver
      * LEDGLINE.CPY y CONSULTA-LEDGER).
           SELECT OPTIONAL WS-LEDG-FILE ASSIGN TO 'RUNLEDG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WS-HIS-FILE.
       01  WS-HIS-RECORD.
           03 WS-HIS-GEN         PIC 9(6).
           03 WS-HIS-TIPO        PIC X(1).
           03 WS-HIS-FROM        PIC X(10).
           03 WS-HIS-FROM-LEN    PIC 9(2).
           03 WS-HIS-TO          PIC X(10).
           03 WS-HIS-TO-LEN      PIC 9(2).

       FD  WS-CTL-FILE.
       01  WS-CTL-RECORD.
           03 WS-CTL-FROM        PIC X(1).
           03 WS-CTL-TO          PIC X(10).

       FD  WS-TOKEN-CTL-FILE.
       01  WS-TOKEN-CTL-RECORD.
           03 WS-TOKEN-CTL-FROM     PIC X(10).
           03 WS-TOKEN-CTL-FROM-LEN PIC 9(2).
           03 WS-TOKEN-CTL-TO       PIC X(10).
           03 WS-TOKEN-CTL-TO-LEN   PIC 9(2).

       FD  WS-VERS-FILE.
       01  WS-VERS-RECORD.
           03 WS-VERS-GEN        PIC 9(6).

       FD  WS-EST-FILE.
       01  WS-EST-RECORD.
           03 WS-EST-TIPO         PIC X(1).
           03 WS-EST-FROM         PIC X(10).
           03 WS-EST-FROM-LEN     PIC 9(2).
           03 WS-EST-TO           PIC X(10).
           03 WS-EST-HITS-RUN     PIC 9(9).
           03 WS-EST-HITS-TOTAL   PIC 9(9).
           03 WS-EST-FECHA        PIC 9(8).

       FD  WS-AUD-FILE.
       01  WS-AUD-RECORD         PIC X(132).

       FD  WS-RPT-FILE.
       01  WS-RPT-RECORD         PIC X(132).

       FD  WS-LEDG-FILE.
       01  WS-LEDG-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
      * PARM de la corrida: ANTERIOR=nnnnnn (obligatorio) NUEVA=nnnnnn
      * o NUEVA=ACTUAL (el defecto: CHARCTL/TOKENCTL de hoy, con la
      * generacion de TABVERS) y UMBRAL=nnnnnnnnn, los hits de por
      * vida a partir de los cuales una entrada cambiada se marca
      * como de uso alto.
       01 WS-PARAMETROS.
          03 WS-GEN-ANTERIOR      PIC 9(6)   VALUE ZEROES.
          03 WS-GEN-NUEVA         PIC 9(6)   VALUE ZEROES.
          03 WS-ANTERIOR-DADA     PIC X(1)   VALUE 'N'.
             88 ANTERIOR-DADA             VALUE 'Y'.
          03 WS-NUEVA-ACTUAL      PIC X(1)   VALUE 'Y'.
             88 NUEVA-ES-ACTUAL           VALUE 'Y'.
          03 WS-UMBRAL-USO        PIC 9(9)   VALUE 1000.
          03 WS-PARM-STRING       PIC X(200).
          03 WS-PARM-LEN          PIC 9(3).
          03 WS-PARM-PTR          PIC 9(3) VALUE 1.
          03 WS-PARM-TOKEN        PIC X(200).

       COPY LEDGLINE.

      * Las dos generaciones a comparar, con las entradas tal como
      * figuran en los archivos de control: tipo 'C' (CHARCTL, FROM de
      * un caracter) o 'T' (TOKENCTL). Lado 1 es la anterior, lado 2
      * la nueva; la marca de pareo la pone COMPARAR-GENERACIONES.
       01 WS-GENERACIONES.
          03 WS-GEN-MAX           PIC 9(3) VALUE 100.
          03 WS-GEN-LADO OCCURS 2 TIMES.
             05 WS-GL-COUNT       PIC 9(3).
             05 WS-GL-HALLADA     PIC X(1).
                88 GEN-HALLADA           VALUE 'Y'.
             05 WS-GL-LEYENDO     PIC X(1).
                88 GEN-LEYENDO           VALUE 'Y'.
             05 WS-GL-ENTRADA OCCURS 100 TIMES.
                07 WS-GE-TIPO     PIC X(1).
                07 WS-GE-FROM     PIC X(10).
                07 WS-GE-FROM-LEN PIC 9(2).
                07 WS-GE-TO       PIC X(10).
                07 WS-GE-TO-LEN   PIC 9(2).
                07 WS-GE-PAREADA  PIC X(1).

      * Diferencias halladas, con lo que se les agrega de STATFILE y
      * de AUDITLOG antes de listarlas.
       01 WS-DIFERENCIAS.
          03 WS-DIF-COUNT         PIC 9(3) VALUE ZEROES.
          03 WS-DIF OCCURS 200 TIMES.
             05 WS-DF-TIPO        PIC X(1).
             05 WS-DF-FROM        PIC X(10).
             05 WS-DF-FROM-LEN    PIC 9(2).
             05 WS-DF-CAMBIO      PIC X(6).
             05 WS-DF-TO-ANT      PIC X(10).
             05 WS-DF-TO-NUE      PIC X(10).
             05 WS-DF-HITS        PIC 9(9).
             05 WS-DF-EST-HALLADA PIC X(1).
             05 WS-DF-AUD-FECHA   PIC X(8).
             05 WS-DF-AUD-USUARIO PIC X(8).
             05 WS-DF-AUD-AUTOR   PIC X(8).

       01 WS-CAMBIO-TIPO          PIC X(6) VALUE SPACES.

      * Vista de una linea de AUDITLOG de MANT-TABLA-CARACTERES (ver
      * WS-AUD-LINE alli); las lineas anteriores a la aprobacion de
      * cambios no traen autor y quedan en blanco.
       01 WS-AUD-LINEA            PIC X(132).
       01 WS-AUD-LINEA-DET REDEFINES WS-AUD-LINEA.
          03 WS-AD-FECHA          PIC X(8).
          03 FILLER               PIC X(1).
          03 WS-AD-HORA           PIC X(6).
          03 FILLER               PIC X(1).
          03 WS-AD-USUARIO        PIC X(8).
          03 FILLER               PIC X(1).
          03 WS-AD-ACCION         PIC X(6).
          03 FILLER               PIC X(1).
          03 WS-AD-FROM           PIC X(1).
          03 FILLER               PIC X(1).
          03 WS-AD-TO             PIC X(10).
          03 FILLER               PIC X(32).
          03 WS-AD-AUTOR          PIC X(8).
          03 FILLER               PIC X(48).
       01 WS-AUD-LINEA-GEN REDEFINES WS-AUD-LINEA.
          03 FILLER               PIC X(34).
          03 WS-AG-GENERACION     PIC X(6).
          03 FILLER               PIC X(92).

      * Generacion a la que pertenecen las lineas que se estan leyendo:
      * la de la ultima linea GENERA vista (cero antes de la primera,
      * en un AUDITLOG anterior a esas marcas).
       01 WS-AUD-GEN              PIC 9(6) VALUE ZEROES.

       01 WS-CONTADORES.
          03 WS-A                 PIC 9(3) VALUE ZEROES.
          03 WS-B                 PIC 9(3) VALUE ZEROES.
          03 WS-D                 PIC 9(3) VALUE ZEROES.
          03 WS-LADO              PIC 9(1) VALUE ZEROES.
          03 WS-ALTAS-COUNT       PIC 9(3) VALUE ZEROES.
          03 WS-BAJAS-COUNT       PIC 9(3) VALUE ZEROES.
          03 WS-CAMBIOS-COUNT     PIC 9(3) VALUE ZEROES.
          03 WS-USO-ALTO-COUNT    PIC 9(3) VALUE ZEROES.
          03 WS-COMPARADAS-COUNT  PIC 9(7) VALUE ZEROES.
          03 WS-FECHA-LEDGER      PIC 9(8) VALUE ZEROES.
          03 WS-HORA-LEDGER       PIC 9(8) VALUE ZEROES.

       01 WS-RPT-GEN-LINE.
          03 FILLER              PIC X(21)
                                 VALUE 'GENERACION ANTERIOR: '.
          03 WS-RG-ANTERIOR      PIC 9(6).
          03 FILLER              PIC X(21)
                                 VALUE ' - GENERACION NUEVA: '.
          03 WS-RG-NUEVA         PIC 9(6).
          03 WS-RG-ACTUAL        PIC X(9).

       01 WS-RPT-LINE.
          03 WS-RL-TIPO           PIC X(1).
          03 FILLER               PIC X(2)  VALUE ' ['.
          03 WS-RL-FROM           PIC X(10).
          03 FILLER               PIC X(2)  VALUE '] '.
          03 WS-RL-CAMBIO         PIC X(6).
          03 FILLER               PIC X(8)  VALUE ' ANTES ['.
          03 WS-RL-TO-ANT         PIC X(10).
          03 FILLER               PIC X(9)  VALUE '] AHORA ['.
          03 WS-RL-TO-NUE         PIC X(10).
          03 FILLER               PIC X(7)  VALUE '] HITS '.
          03 WS-RL-HITS           PIC X(9).
          03 WS-RL-HITS-NUM REDEFINES WS-RL-HITS
                                  PIC ZZZZZZZZ9.
          03 FILLER               PIC X(1)  VALUE SPACE.
          03 WS-RL-AUD-FECHA      PIC X(8).
          03 FILLER               PIC X(1)  VALUE SPACE.
          03 WS-RL-AUD-USUARIO    PIC X(8).
          03 FILLER               PIC X(1)  VALUE SPACE.
          03 WS-RL-AUD-AUTOR      PIC X(8).
          03 WS-RL-MARCA          PIC X(15).

       01 WS-FLAGS.
          03 WS-HIS-STATUS        PIC X(2) VALUE '00'.
          03 WS-CTL-STATUS        PIC X(2) VALUE '00'.
          03 WS-TOKEN-CTL-STATUS  PIC X(2) VALUE '00'.
          03 WS-VERS-STATUS       PIC X(2) VALUE '00'.
          03 WS-EST-STATUS        PIC X(2) VALUE '00'.
          03 WS-AUD-STATUS        PIC X(2) VALUE '00'.
          03 WS-RPT-STATUS        PIC X(2) VALUE '00'.
          03 WS-LEDG-STATUS       PIC X(2) VALUE '00'.
          03 WS-FIN-ARCHIVO       PIC X(1) VALUE 'N'.
             88 FIN-ARCHIVO             VALUE 'Y'.
          03 WS-ENTRADA-HALLADA   PIC X(1) VALUE 'N'.
             88 ENTRADA-HALLADA         VALUE 'Y'.
          03 WS-TABLA-LLENA       PIC X(1) VALUE 'N'.
             88 TABLA-LLENA             VALUE 'Y'.

       PROCEDURE DIVISION.

           PERFORM INICIO.

           PERFORM CARGAR-HISTORIA.
           IF NUEVA-ES-ACTUAL
               PERFORM CARGAR-TABLAS-ACTUALES
           END-IF.
           PERFORM VERIFICAR-GENERACIONES.
           PERFORM ESCRIBIR-ENCABEZADO.

           PERFORM COMPARAR-GENERACIONES.
           PERFORM CARGAR-USO-ESTADISTICA.
           PERFORM CARGAR-AUDITORIA.

           PERFORM VARYING WS-D FROM 1 BY 1
               UNTIL WS-D > WS-DIF-COUNT
               PERFORM REPORTAR-DIFERENCIA
           END-PERFORM.

           PERFORM FIN.

           STOP RUN.

       INICIO.
           PERFORM LEER-PARAMETROS
           IF NOT ANTERIOR-DADA
               DISPLAY 'FALTA LA GENERACION A COMPARAR - PARM '
                   'ANTERIOR=nnnnnn [NUEVA=nnnnnn|ACTUAL]'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUEVA-ES-ACTUAL
               PERFORM CARGAR-VERSION-TABLAS
           END-IF
           MOVE 'N' TO WS-GL-HALLADA(1) WS-GL-HALLADA(2)
           MOVE 'N' TO WS-GL-LEYENDO(1) WS-GL-LEYENDO(2)
           MOVE ZERO TO WS-GL-COUNT(1) WS-GL-COUNT(2)
           OPEN OUTPUT WS-RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR ABRIENDO ARCHIVO GENRPT - FILE STATUS '
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Mismo esquema de lectura de PARM que CONSULTA-LEDGER.
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
               WHEN WS-PARM-TOKEN(1:9) = 'ANTERIOR='
                   MOVE FUNCTION NUMVAL(WS-PARM-TOKEN(10:6))
                       TO WS-GEN-ANTERIOR
                   SET ANTERIOR-DADA TO TRUE
               WHEN WS-PARM-TOKEN(1:6) = 'NUEVA='
                   IF WS-PARM-TOKEN(7:6) = 'ACTUAL'
                       SET NUEVA-ES-ACTUAL TO TRUE
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-PARM-TOKEN(7:6))
                           TO WS-GEN-NUEVA
                       MOVE 'N' TO WS-NUEVA-ACTUAL
                   END-IF
               WHEN WS-PARM-TOKEN(1:7) = 'UMBRAL='
                   MOVE FUNCTION NUMVAL(WS-PARM-TOKEN(8:9))
                       TO WS-UMBRAL-USO
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
                       MOVE WS-VERS-GEN TO WS-GEN-NUEVA
               END-READ
           END-IF
           CLOSE WS-VERS-FILE.

      * Cada generacion empieza con su registro marcador 'G' y sigue
      * con sus entradas. Si una generacion aparece fotografiada mas
      * de una vez vale la primera: las siguientes no se leen.
       CARGAR-HISTORIA.
           OPEN INPUT WS-HIS-FILE
           IF WS-HIS-STATUS NOT = '00' AND WS-HIS-STATUS NOT = '05'
               DISPLAY 'ERROR ABRIENDO ARCHIVO TABHIST - FILE STATUS '
                   WS-HIS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIN-ARCHIVO
           IF WS-HIS-STATUS = '00'
               PERFORM LEER-HISTORIA
                   UNTIL FIN-ARCHIVO
           END-IF
           CLOSE WS-HIS-FILE.

       LEER-HISTORIA.
           READ WS-HIS-FILE
               AT END
                   SET FIN-ARCHIVO TO TRUE
               NOT AT END
                   PERFORM APLICAR-REGISTRO-HISTORIA
           END-READ.

       APLICAR-REGISTRO-HISTORIA.
           IF WS-HIS-TIPO = 'G'
               MOVE 'N' TO WS-GL-LEYENDO(1) WS-GL-LEYENDO(2)
               IF WS-HIS-GEN = WS-GEN-ANTERIOR
                   AND NOT GEN-HALLADA(1)
                   SET GEN-HALLADA(1) TO TRUE
                   SET GEN-LEYENDO(1) TO TRUE
               END-IF
               IF WS-HIS-GEN = WS-GEN-NUEVA AND NOT NUEVA-ES-ACTUAL
                   AND NOT GEN-HALLADA(2)
                   SET GEN-HALLADA(2) TO TRUE
                   SET GEN-LEYENDO(2) TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LADO FROM 1 BY 1 UNTIL WS-LADO > 2
               IF GEN-LEYENDO(WS-LADO)
                   PERFORM AGREGAR-ENTRADA-HISTORIA
               END-IF
           END-PERFORM.

       AGREGAR-ENTRADA-HISTORIA.
           IF WS-GL-COUNT(WS-LADO) >= WS-GEN-MAX
               SET TABLA-LLENA TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GL-COUNT(WS-LADO)
           MOVE WS-GL-COUNT(WS-LADO) TO WS-A
           MOVE WS-HIS-TIPO TO WS-GE-TIPO(WS-LADO, WS-A)
           MOVE WS-HIS-FROM TO WS-GE-FROM(WS-LADO, WS-A)
           MOVE WS-HIS-FROM-LEN TO WS-GE-FROM-LEN(WS-LADO, WS-A)
           MOVE WS-HIS-TO TO WS-GE-TO(WS-LADO, WS-A)
           MOVE WS-HIS-TO-LEN TO WS-GE-TO-LEN(WS-LADO, WS-A)
           MOVE 'N' TO WS-GE-PAREADA(WS-LADO, WS-A).

      * El juego vigente se arma igual que lo fotografia
      * GRABAR-SNAPSHOT-HISTORIA: caracteres con FROM de largo 1 y TO
      * sin largo, tokens tal cual vienen de TOKENCTL.
       CARGAR-TABLAS-ACTUALES.
           SET GEN-HALLADA(2) TO TRUE
           MOVE 2 TO WS-LADO
           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT WS-CTL-FILE
           IF WS-CTL-STATUS = '00'
               PERFORM LEER-CHARCTL
                   UNTIL FIN-ARCHIVO
           END-IF
           CLOSE WS-CTL-FILE
           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT WS-TOKEN-CTL-FILE
           IF WS-TOKEN-CTL-STATUS = '00'
               PERFORM LEER-TOKENCTL
                   UNTIL FIN-ARCHIVO
           END-IF
           CLOSE WS-TOKEN-CTL-FILE.

       LEER-CHARCTL.
           READ WS-CTL-FILE
               AT END
                   SET FIN-ARCHIVO TO TRUE
               NOT AT END
                   MOVE 'C' TO WS-HIS-TIPO
                   MOVE SPACES TO WS-HIS-FROM
                   MOVE WS-CTL-FROM TO WS-HIS-FROM(1:1)
                   MOVE 1 TO WS-HIS-FROM-LEN
                   MOVE WS-CTL-TO TO WS-HIS-TO
                   MOVE ZEROES TO WS-HIS-TO-LEN
                   PERFORM AGREGAR-ENTRADA-HISTORIA
           END-READ.

       LEER-TOKENCTL.
           READ WS-TOKEN-CTL-FILE
               AT END
                   SET FIN-ARCHIVO TO TRUE
               NOT AT END
                   MOVE 'T' TO WS-HIS-TIPO
                   MOVE WS-TOKEN-CTL-FROM TO WS-HIS-FROM
                   MOVE WS-TOKEN-CTL-FROM-LEN TO WS-HIS-FROM-LEN
                   MOVE WS-TOKEN-CTL-TO TO WS-HIS-TO
                   MOVE WS-TOKEN-CTL-TO-LEN TO WS-HIS-TO-LEN
                   PERFORM AGREGAR-ENTRADA-HISTORIA
           END-READ.

       VERIFICAR-GENERACIONES.
           IF TABLA-LLENA
               DISPLAY 'GENERACION CON MAS DE ' WS-GEN-MAX
                   ' ENTRADAS - COMPARACION INCOMPLETA'
               MOVE 4 TO RETURN-CODE
           END-IF
           IF NOT GEN-HALLADA(1)
               DISPLAY 'GENERACION ' WS-GEN-ANTERIOR
                   ' NO ENCONTRADA EN TABHIST'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF NOT GEN-HALLADA(2)
               DISPLAY 'GENERACION ' WS-GEN-NUEVA
                   ' NO ENCONTRADA EN TABHIST'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF NOT GEN-HALLADA(1) OR NOT GEN-HALLADA(2)
               CLOSE WS-RPT-FILE
               PERFORM GRABAR-LEDGER
               STOP RUN
           END-IF.

      * Pareo por clave (tipo, FROM y largo del FROM): lo que solo
      * esta en la anterior es BAJA, lo que solo esta en la nueva es
      * ALTA, y lo que esta en las dos con otro reemplazo es CAMBIO.
       COMPARAR-GENERACIONES.
           PERFORM VARYING WS-A FROM 1 BY 1
               UNTIL WS-A > WS-GL-COUNT(1)
               ADD 1 TO WS-COMPARADAS-COUNT
               MOVE 'N' TO WS-ENTRADA-HALLADA
               PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-GL-COUNT(2) OR ENTRADA-HALLADA
                   IF WS-GE-PAREADA(2, WS-B) = 'N'
                       AND WS-GE-TIPO(2, WS-B) = WS-GE-TIPO(1, WS-A)
                       AND WS-GE-FROM(2, WS-B) = WS-GE-FROM(1, WS-A)
                       AND WS-GE-FROM-LEN(2, WS-B)
                           = WS-GE-FROM-LEN(1, WS-A)
                       SET ENTRADA-HALLADA TO TRUE
                       MOVE 'Y' TO WS-GE-PAREADA(2, WS-B)
                       IF WS-GE-TO(2, WS-B) NOT = WS-GE-TO(1, WS-A)
                           OR WS-GE-TO-LEN(2, WS-B)
                               NOT = WS-GE-TO-LEN(1, WS-A)
                           MOVE 'CAMBIO' TO WS-CAMBIO-TIPO
                           PERFORM AGREGAR-DIFERENCIA
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT ENTRADA-HALLADA
                   MOVE ZERO TO WS-B
                   MOVE 'BAJA  ' TO WS-CAMBIO-TIPO
                   PERFORM AGREGAR-DIFERENCIA
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-A
           PERFORM VARYING WS-B FROM 1 BY 1
               UNTIL WS-B > WS-GL-COUNT(2)
               ADD 1 TO WS-COMPARADAS-COUNT
               IF WS-GE-PAREADA(2, WS-B) = 'N'
                   MOVE 'ALTA  ' TO WS-CAMBIO-TIPO
                   PERFORM AGREGAR-DIFERENCIA
               END-IF
           END-PERFORM.

      * WS-A / WS-B apuntan a la entrada anterior / nueva (cero si no
      * hay); el tipo de cambio llega en WS-CAMBIO-TIPO.
       AGREGAR-DIFERENCIA.
           IF WS-DIF-COUNT >= 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DIF-COUNT
           MOVE WS-CAMBIO-TIPO TO WS-DF-CAMBIO(WS-DIF-COUNT)
           MOVE SPACES TO WS-DF-TO-ANT(WS-DIF-COUNT)
           MOVE SPACES TO WS-DF-TO-NUE(WS-DIF-COUNT)
           IF WS-A > 0
               MOVE WS-GE-TIPO(1, WS-A) TO WS-DF-TIPO(WS-DIF-COUNT)
               MOVE WS-GE-FROM(1, WS-A) TO WS-DF-FROM(WS-DIF-COUNT)
               MOVE WS-GE-FROM-LEN(1, WS-A)
                   TO WS-DF-FROM-LEN(WS-DIF-COUNT)
               MOVE WS-GE-TO(1, WS-A) TO WS-DF-TO-ANT(WS-DIF-COUNT)
           END-IF
           IF WS-B > 0
               MOVE WS-GE-TIPO(2, WS-B) TO WS-DF-TIPO(WS-DIF-COUNT)
               MOVE WS-GE-FROM(2, WS-B) TO WS-DF-FROM(WS-DIF-COUNT)
               MOVE WS-GE-FROM-LEN(2, WS-B)
                   TO WS-DF-FROM-LEN(WS-DIF-COUNT)
               MOVE WS-GE-TO(2, WS-B) TO WS-DF-TO-NUE(WS-DIF-COUNT)
           END-IF
           MOVE ZERO TO WS-DF-HITS(WS-DIF-COUNT)
           MOVE 'N' TO WS-DF-EST-HALLADA(WS-DIF-COUNT)
           MOVE SPACES TO WS-DF-AUD-FECHA(WS-DIF-COUNT)
           MOVE SPACES TO WS-DF-AUD-USUARIO(WS-DIF-COUNT)
           MOVE SPACES TO WS-DF-AUD-AUTOR(WS-DIF-COUNT)
           EVALUATE WS-DF-CAMBIO(WS-DIF-COUNT)
               WHEN 'ALTA  '
                   ADD 1 TO WS-ALTAS-COUNT
               WHEN 'BAJA  '
                   ADD 1 TO WS-BAJAS-COUNT
               WHEN OTHER
                   ADD 1 TO WS-CAMBIOS-COUNT
           END-EVALUATE.

      * STATFILE solo arrastra las entradas vigentes en el ultimo
      * encode: una entrada dada de baja antes de esa corrida ya no
      * tiene fila y se lista SIN DATO en vez de cero.
       CARGAR-USO-ESTADISTICA.
           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT WS-EST-FILE
           IF WS-EST-STATUS = '00'
               PERFORM LEER-ESTADISTICA
                   UNTIL FIN-ARCHIVO
           END-IF
           CLOSE WS-EST-FILE.

       LEER-ESTADISTICA.
           READ WS-EST-FILE
               AT END
                   SET FIN-ARCHIVO TO TRUE
               NOT AT END
                   PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > WS-DIF-COUNT
                       IF WS-EST-TIPO = WS-DF-TIPO(WS-D)
                           AND WS-EST-FROM = WS-DF-FROM(WS-D)
                           AND WS-EST-FROM-LEN = WS-DF-FROM-LEN(WS-D)
                           MOVE WS-EST-HITS-TOTAL TO WS-DF-HITS(WS-D)
                           MOVE 'Y' TO WS-DF-EST-HALLADA(WS-D)
                       END-IF
                   END-PERFORM
           END-READ.

      * El ultimo alta/baja de AUDITLOG que produjo la diferencia (las
      * lineas estan en orden cronologico, asi que la ultima pisa):
      * un alta o un cambio es un ALTA con el reemplazo nuevo, una baja
      * es una BAJA con el reemplazo anterior, y tiene que ser de una
      * aprobacion posterior a la generacion anterior y no posterior a
      * la nueva (la linea GENERA de cada aprobacion dice cual dejo;
      * pasada la de la nueva se deja de leer). TOKENCTL se edita a
      * mano y no deja rastro en AUDITLOG.
       CARGAR-AUDITORIA.
           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT WS-AUD-FILE
           IF WS-AUD-STATUS = '00'
               PERFORM LEER-AUDITORIA
                   UNTIL FIN-ARCHIVO
           END-IF
           CLOSE WS-AUD-FILE.

       LEER-AUDITORIA.
           READ WS-AUD-FILE INTO WS-AUD-LINEA
               AT END
                   SET FIN-ARCHIVO TO TRUE
               NOT AT END
                   IF WS-AD-FECHA IS NUMERIC
                       AND WS-AD-ACCION = 'GENERA'
                       AND WS-AG-GENERACION IS NUMERIC
                       MOVE WS-AG-GENERACION TO WS-AUD-GEN
                       IF WS-AUD-GEN > WS-GEN-NUEVA
                           SET FIN-ARCHIVO TO TRUE
                       END-IF
                   END-IF
                   IF WS-AD-FECHA IS NUMERIC
                       AND (WS-AD-ACCION = 'ALTA  '
                           OR WS-AD-ACCION = 'BAJA  ')
                       AND (WS-AUD-GEN = 0
                           OR WS-AUD-GEN > WS-GEN-ANTERIOR)
                       PERFORM APLICAR-LINEA-AUDITORIA
                   END-IF
           END-READ.

       APLICAR-LINEA-AUDITORIA.
           PERFORM VARYING WS-D FROM 1 BY 1
               UNTIL WS-D > WS-DIF-COUNT
               IF WS-DF-TIPO(WS-D) = 'C'
                   AND WS-DF-FROM(WS-D)(1:1) = WS-AD-FROM
                   AND (WS-DF-CAMBIO(WS-D) = 'BAJA  '
                           AND WS-AD-ACCION = 'BAJA  '
                           AND WS-AD-TO = WS-DF-TO-ANT(WS-D)
                       OR WS-DF-CAMBIO(WS-D) NOT = 'BAJA  '
                           AND WS-AD-ACCION = 'ALTA  '
                           AND WS-AD-TO = WS-DF-TO-NUE(WS-D))
                   MOVE WS-AD-FECHA TO WS-DF-AUD-FECHA(WS-D)
                   MOVE WS-AD-USUARIO TO WS-DF-AUD-USUARIO(WS-D)
                   MOVE WS-AD-AUTOR TO WS-DF-AUD-AUTOR(WS-D)
               END-IF
           END-PERFORM.

       REPORTAR-DIFERENCIA.
           IF WS-D = 1
               PERFORM ESCRIBIR-ENCABEZADO-DETALLE
           END-IF
           MOVE WS-DF-TIPO(WS-D) TO WS-RL-TIPO
           MOVE WS-DF-FROM(WS-D) TO WS-RL-FROM
           MOVE WS-DF-CAMBIO(WS-D) TO WS-RL-CAMBIO
           MOVE WS-DF-TO-ANT(WS-D) TO WS-RL-TO-ANT
           MOVE WS-DF-TO-NUE(WS-D) TO WS-RL-TO-NUE
           IF WS-DF-EST-HALLADA(WS-D) = 'Y'
               MOVE WS-DF-HITS(WS-D) TO WS-RL-HITS-NUM
           ELSE
               MOVE ' SIN DATO' TO WS-RL-HITS
           END-IF
           IF WS-DF-AUD-FECHA(WS-D) = SPACES
               MOVE 'SIN REG.' TO WS-RL-AUD-FECHA
           ELSE
               MOVE WS-DF-AUD-FECHA(WS-D) TO WS-RL-AUD-FECHA
           END-IF
           MOVE WS-DF-AUD-USUARIO(WS-D) TO WS-RL-AUD-USUARIO
           MOVE WS-DF-AUD-AUTOR(WS-D) TO WS-RL-AUD-AUTOR
      * Uso alto: la entrada pesa en los OUTFILE ya codificados, que
      * leen distinto bajo una y otra generacion.
           IF WS-DF-EST-HALLADA(WS-D) = 'Y'
               AND WS-DF-HITS(WS-D) >= WS-UMBRAL-USO
               ADD 1 TO WS-USO-ALTO-COUNT
               MOVE ' ** USO ALTO **' TO WS-RL-MARCA
           ELSE
               MOVE SPACES TO WS-RL-MARCA
           END-IF
           WRITE WS-RPT-RECORD FROM WS-RPT-LINE.

       ESCRIBIR-ENCABEZADO-DETALLE.
           MOVE SPACES TO WS-RPT-RECORD
           STRING 'T  FROM        CAMBIO  REEMPLAZOS ANTERIOR / NUEVO'
               DELIMITED BY SIZE
               '              HITS TOTAL  ULTIMO CAMBIO EN AUDITLOG'
               DELIMITED BY SIZE
               INTO WS-RPT-RECORD
           WRITE WS-RPT-RECORD.

       ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO WS-RPT-RECORD
           STRING 'COMPARACION DE GENERACIONES DE TABLAS - UMBRAL DE '
               DELIMITED BY SIZE
               'USO ALTO: ' DELIMITED BY SIZE
               WS-UMBRAL-USO DELIMITED BY SIZE
               ' HITS' DELIMITED BY SIZE
               INTO WS-RPT-RECORD
           WRITE WS-RPT-RECORD
           MOVE WS-GEN-ANTERIOR TO WS-RG-ANTERIOR
           MOVE WS-GEN-NUEVA TO WS-RG-NUEVA
           IF NUEVA-ES-ACTUAL
               MOVE ' (ACTUAL)' TO WS-RG-ACTUAL
           ELSE
               MOVE SPACES TO WS-RG-ACTUAL
           END-IF
           WRITE WS-RPT-RECORD FROM WS-RPT-GEN-LINE.

       FIN.
           MOVE SPACES TO WS-RPT-RECORD
           STRING 'ALTAS: ' DELIMITED BY SIZE
               WS-ALTAS-COUNT DELIMITED BY SIZE
               ' - BAJAS: ' DELIMITED BY SIZE
               WS-BAJAS-COUNT DELIMITED BY SIZE
               ' - CAMBIOS: ' DELIMITED BY SIZE
               WS-CAMBIOS-COUNT DELIMITED BY SIZE
               ' - DE USO ALTO: ' DELIMITED BY SIZE
               WS-USO-ALTO-COUNT DELIMITED BY SIZE
               INTO WS-RPT-RECORD
           WRITE WS-RPT-RECORD
           IF WS-DIF-COUNT = 0
               MOVE SPACES TO WS-RPT-RECORD
               STRING 'SIN DIFERENCIAS ENTRE LAS DOS GENERACIONES'
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
           END-IF
           CLOSE WS-RPT-FILE
           DISPLAY 'ALTAS: ' WS-ALTAS-COUNT ' - BAJAS: ' WS-BAJAS-COUNT
               ' - CAMBIOS: ' WS-CAMBIOS-COUNT
               ' - DE USO ALTO: ' WS-USO-ALTO-COUNT
      * Un cambio de uso alto no es un error, pero conviene que la
      * cadena lo vea: termina en advertencia.
           IF WS-USO-ALTO-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM GRABAR-LEDGER.

      * Registro de esta ejecucion en el libro de corridas: entradas
      * comparadas como leidas, diferencias como escritas, las de uso
      * alto como rechazadas y la generacion nueva como generacion.
       GRABAR-LEDGER.
           ACCEPT WS-FECHA-LEDGER FROM DATE YYYYMMDD
           ACCEPT WS-HORA-LEDGER FROM TIME
           MOVE WS-FECHA-LEDGER TO WS-LG-FECHA
           MOVE WS-HORA-LEDGER(1:6) TO WS-LG-HORA
           MOVE 'COMPARA-GENERACIONES' TO WS-LG-PROGRAMA
           MOVE 'TABHIST' TO WS-LG-ENTRADA
           MOVE 'GENRPT' TO WS-LG-SALIDA
           MOVE WS-COMPARADAS-COUNT TO WS-LG-LEIDOS
           MOVE WS-DIF-COUNT TO WS-LG-ESCRITOS
           MOVE WS-USO-ALTO-COUNT TO WS-LG-RECHAZADOS
           MOVE ZEROES TO WS-LG-TRUNCADOS
           MOVE WS-GEN-NUEVA TO WS-LG-GENERACION
           MOVE RETURN-CODE TO WS-LG-RC
           OPEN EXTEND WS-LEDG-FILE
           IF WS-LEDG-STATUS = '35'
               OPEN OUTPUT WS-LEDG-FILE
           END-IF
           WRITE WS-LEDG-RECORD FROM WS-LEDGER-LINE
           CLOSE WS-LEDG-FILE.

       END PROGRAM COMPARA-GENERACIONES.

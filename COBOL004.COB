      *          non-reversible table entry is caught the same night
      *          instead of months later when someone pulls the
      *          archive.
      *          The encode transliterates UTF-8 accented letters in
      *          text fields before it validates (TRANSCTL/TRANSTAB,
      *          LAYCTL), so the original is put through the same
      *          transliteration before it is compared: an accented
      *          name that came back as plain letters is a match.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.

      * Los mismos controles de transliteracion y de layout que lee
      * el encode (ver TRANSLITERAR-ORIGINAL).
           SELECT OPTIONAL WS-TRANS-CTL-FILE ASSIGN TO 'TRANSCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-CTL-STATUS.

           SELECT OPTIONAL WS-LAY-FILE ASSIGN TO 'LAYCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LAY-STATUS.

           SELECT WS-VER-FILE ASSIGN TO 'VERRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VER-STATUS.
       FD  WS-DEC-FILE.
       01  WS-DEC-RECORD         PIC X(200).

       FD  WS-TRANS-CTL-FILE.
       01  WS-TRANS-CTL-RECORD   PIC X(8).

       FD  WS-LAY-FILE.
       01  WS-LAY-RECORD.
           03 WS-LAY-REC-NOMBRE   PIC X(10).
           03 WS-LAY-REC-INICIO   PIC 9(3).
           03 WS-LAY-REC-LARGO    PIC 9(3).
           03 WS-LAY-REC-CLASE    PIC X(1).

       FD  WS-VER-FILE.
       01  WS-VER-RECORD         PIC X(210).

          03 WS-PARM-PTR          PIC 9(3) VALUE 1.
          03 WS-PARM-TOKEN        PIC X(200).

      * Se usan WS-I (posicion de la primera diferencia y de la
      * transliteracion) y WS-MARCADOR (carga de TRANSCTL); WS-J
      * queda sin uso en este programa, igual que en cualquier otro
      * COPY de un copybook compartido que trae mas de un campo.
       COPY WSVARS.

       COPY TRANSTAB.

       COPY LAYTAB.

       01 WS-TRANS-ENTRADA-CTL.
          03 WS-TN-FROM           PIC X(4).
          03 WS-TN-TO             PIC X(4).

       01 WS-SECUENCIA            PIC X(4) VALUE SPACES.

      * Mismo mapa posicion a posicion que arma el encode (ver
      * ARMAR-MAPA-CLASES alla): solo se translitera donde dice 'T'.
       01 WS-MAPA-CLASES          PIC X(200) VALUE SPACES.

      * Tramo del campo de texto desde la secuencia transliterada
      * hasta el fin del campo, ya corrido a la izquierda.
       01 WS-TRANS-TRAMO          PIC X(200) VALUE SPACES.

      * Buffers al maximo; el largo real de la comparacion lo fija
      * WS-LRECL (PARM LRECL=; sin PARM, hasta donde llega el LAYCTL
      * o 50), igual que en el encode y el decode. WS-ORIG-CRUDO es
      * el original tal como llego, antes de transliterarlo.
       01 WS-ORIG-REG             PIC X(200) VALUE SPACES.
       01 WS-ORIG-CRUDO           PIC X(200) VALUE SPACES.
       01 WS-DEC-REG              PIC X(200) VALUE SPACES.

       01 WS-CONTADORES.
          03 WS-ORIG-SOBRA-COUNT    PIC 9(7) VALUE ZEROES.
          03 WS-DEC-SOBRA-COUNT     PIC 9(7) VALUE ZEROES.
          03 WS-LRECL               PIC 9(3) VALUE 50.
          03 WS-LRECL-PARM          PIC 9(3) VALUE ZEROES.
          03 WS-TRANS-REG-COUNT     PIC 9(7) VALUE ZEROES.
          03 WS-LAY-POS             PIC 9(3) VALUE ZEROES.
          03 WS-LAY-FIN             PIC 9(3) VALUE ZEROES.
          03 WS-SEC-LEN             PIC 9(1) VALUE ZEROES.
          03 WS-SEC-DISP            PIC 9(3) VALUE ZEROES.
          03 WS-SEC-K               PIC 9(1) VALUE ZEROES.
          03 WS-TRANS-TO-LARGO      PIC 9(1) VALUE ZEROES.
          03 WS-TRANS-MATCH-IDX     PIC 9(3) VALUE ZEROES.
          03 WS-TRANS-FIN           PIC 9(3) VALUE ZEROES.
          03 WS-TRANS-RESTO         PIC 9(3) VALUE ZEROES.
          03 WS-TRANS-LARGO         PIC 9(3) VALUE ZEROES.
          03 WS-TRANS-DESDE         PIC 9(3) VALUE ZEROES.
          03 WS-FECHA-LEDGER        PIC 9(8) VALUE ZEROES.
          03 WS-HORA-LEDGER         PIC 9(8) VALUE ZEROES.
          03 WS-SOBRA-TOTAL         PIC 9(7) VALUE ZEROES.
          03 FILLER              PIC X(8)  VALUE '  ORIG: '.
          03 WS-VR-ORIG          PIC X(200).

      * El original tal como se comparo, cuando se translitero: la
      * posicion de la primera diferencia es sobre esta linea.
       01 WS-VER-TRANS-LINE.
          03 FILLER              PIC X(8)  VALUE '  TRAN: '.
          03 WS-VR-TRANS         PIC X(200).

       01 WS-VER-DEC-LINE.
          03 FILLER              PIC X(8)  VALUE '  DECO: '.
          03 WS-VR-DEC           PIC X(200).
             88 PRIMER-DEC             VALUE 'Y'.
          03 WS-DEC-CON-HDR      PIC X(1) VALUE 'N'.
             88 DEC-CON-HDR            VALUE 'Y'.
          03 WS-ORIG-ES-HDR      PIC X(1) VALUE 'N'.
             88 ORIG-ES-HDR            VALUE 'Y'.
          03 WS-TRANS-CTL-STATUS PIC X(2) VALUE '00'.
          03 WS-TRANS-FOUND      PIC X(1) VALUE 'N'.
             88 TRANS-FOUND            VALUE 'Y'.
          03 WS-TRANS-VALIDA     PIC X(1) VALUE 'Y'.
             88 TRANSLIT-VALIDA        VALUE 'Y'.
          03 WS-REG-TRANSLIT     PIC X(1) VALUE 'N'.
             88 REGISTRO-TRANSLITERADO VALUE 'Y'.
          03 WS-LAY-STATUS       PIC X(2) VALUE '00'.
          03 WS-LAYCTL-PRES      PIC X(1) VALUE 'N'.
             88 LAYCTL-PRESENTE        VALUE 'Y'.

       PROCEDURE DIVISION.


       INICIO.
           PERFORM LEER-PARAMETROS
           PERFORM CARGAR-TRANSLIT-DEFECTO
           PERFORM CARGAR-TRANSLIT-CONTROL
      * Mismo orden que el encode: el largo puede venir de LRECL= o
      * inferirse del LAYCTL, y el layout por defecto recien se arma
      * con el largo fijado (ver DETERMINAR-LARGOS alla).
           PERFORM CARGAR-LAYOUT-CONTROL
           PERFORM DETERMINAR-LARGO
           IF NOT LAYCTL-PRESENTE
               PERFORM CARGAR-LAYOUT-DEFECTO
           END-IF
           PERFORM ARMAR-MAPA-CLASES

           OPEN INPUT WS-ORIG-FILE
           IF WS-ORIG-STATUS NOT = '00'
                       TO WS-DEC-NOMBRE
               WHEN WS-PARM-TOKEN(1:6) = 'LRECL='
                   MOVE FUNCTION NUMVAL(WS-PARM-TOKEN(7:3))
                       TO WS-LRECL-PARM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Misma tabla base de transliteracion que REEMPLAZO-CARACTERES
      * (ver CARGAR-TRANSLIT-DEFECTO alla), repetida aqui porque este
      * es un load module independiente, y la misma carga de TRANSCTL
      * con las mismas reglas: el original se tiene que transliterar
      * con las entradas que el encode realmente cargo.
       CARGAR-TRANSLIT-DEFECTO.
           MOVE ZEROES TO WS-TRANS-TABLE-COUNT
           MOVE X'C381' TO WS-TN-FROM
           MOVE 'A' TO WS-TN-TO
           PERFORM APLICAR-REGISTRO-TRANSLIT
           MOVE X'C389' TO WS-TN-FROM
           MOVE 'E' TO WS-TN-TO
           PERFORM APLICAR-REGISTRO-TRANSLIT
           MOVE X'C38D' TO WS-TN-FROM
           MOVE 'I' TO WS-TN-TO
           PERFORM APLICAR-REGISTRO-TRANSLIT
           MOVE X'C393' TO WS-TN-FROM
           MOVE 'O' TO WS-TN-TO
           PERFORM APLICAR-REGISTRO-TRANSLIT
           MOVE X'C39A' TO WS-TN-FROM
           MOVE 'U' TO WS-TN-TO
           PERFORM APLICAR-REGISTRO-TRANSLIT
           MOVE X'C391' TO WS-TN-FROM
           MOVE 'N' TO WS-TN-TO
           PERFORM APLICAR-REGISTRO-TRANSLIT
           MOVE X'C39C' TO WS-TN-FROM
           MOVE 'U' TO WS-TN-TO
           PERFORM APLICAR-REGISTRO-TRANSLIT
           MOVE X'C387' TO WS-TN-FROM
           MOVE 'C' TO WS-TN-TO
           PERFORM APLICAR-REGISTRO-TRANSLIT
           MOVE X'C3A1' TO WS-TN-FROM
           MOVE 'A' TO WS-TN-TO
           PERFORM APLICAR-REGISTRO-TRANSLIT
           MOVE X'C3A9' TO WS-TN-FROM
           MOVE 'E' TO WS-TN-TO
           PERFORM APLICAR-REGISTRO-TRANSLIT
           MOVE X'C3AD' TO WS-TN-FROM
           MOVE 'I' TO WS-TN-TO
           PERFORM APLICAR-REGISTRO-TRANSLIT
           MOVE X'C3B3' TO WS-TN-FROM
           MOVE 'O' TO WS-TN-TO
           PERFORM APLICAR-REGISTRO-TRANSLIT
           MOVE X'C3BA' TO WS-TN-FROM
           MOVE 'U' TO WS-TN-TO
           PERFORM APLICAR-REGISTRO-TRANSLIT
           MOVE X'C3B1' TO WS-TN-FROM
           MOVE 'N' TO WS-TN-TO
           PERFORM APLICAR-REGISTRO-TRANSLIT
           MOVE X'C3BC' TO WS-TN-FROM
           MOVE 'U' TO WS-TN-TO
           PERFORM APLICAR-REGISTRO-TRANSLIT
           MOVE X'C3A7' TO WS-TN-FROM
           MOVE 'C' TO WS-TN-TO
           PERFORM APLICAR-REGISTRO-TRANSLIT.

       CARGAR-TRANSLIT-CONTROL.
           OPEN INPUT WS-TRANS-CTL-FILE
           IF WS-TRANS-CTL-STATUS = '00'
               PERFORM LEER-REGISTRO-TRANSLIT
                   UNTIL WS-TRANS-CTL-STATUS NOT = '00'
               CLOSE WS-TRANS-CTL-FILE
           END-IF.

       LEER-REGISTRO-TRANSLIT.
           READ WS-TRANS-CTL-FILE INTO WS-TRANS-ENTRADA-CTL
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM APLICAR-REGISTRO-TRANSLIT
           END-READ.

      * La secuencia tiene que ser UTF-8 bien formada y no traer nada
      * detras; el reemplazo, texto plano de uno a tantos bytes como
      * la secuencia (el campo nunca crece, ver TRANSLITERAR-
      * SECUENCIA) y sin el marcador reservado, por la misma razon
      * que APLICAR-REGISTRO-CONTROL. Lo que no cumpla se ignora
      * avisando; una secuencia repetida pisa la anterior.
       APLICAR-REGISTRO-TRANSLIT.
           MOVE WS-TN-FROM TO WS-SECUENCIA
           PERFORM MEDIR-SECUENCIA-UTF8
           SET TRANSLIT-VALIDA TO TRUE
           MOVE ZERO TO WS-TRANS-TO-LARGO
           IF WS-TN-TO NOT = SPACES
               MOVE FUNCTION LENGTH
                   (FUNCTION TRIM(WS-TN-TO TRAILING))
                   TO WS-TRANS-TO-LARGO
           END-IF
           IF WS-SEC-LEN = 0 OR WS-TRANS-TO-LARGO = 0
               OR WS-TRANS-TO-LARGO > WS-SEC-LEN
               MOVE 'N' TO WS-TRANS-VALIDA
           ELSE
               IF WS-SEC-LEN < 4
                   COMPUTE WS-SEC-DISP = 4 - WS-SEC-LEN
                   IF WS-TN-FROM(WS-SEC-LEN + 1:WS-SEC-DISP)
                       NOT = SPACES
                       MOVE 'N' TO WS-TRANS-VALIDA
                   END-IF
               END-IF
               PERFORM VARYING WS-SEC-K FROM 1 BY 1
                   UNTIL WS-SEC-K > WS-TRANS-TO-LARGO
                   IF WS-TN-TO(WS-SEC-K:1) >= X'80'
                       OR WS-TN-TO(WS-SEC-K:1) = WS-MARCADOR
                       MOVE 'N' TO WS-TRANS-VALIDA
                   END-IF
               END-PERFORM
           END-IF
           IF NOT TRANSLIT-VALIDA
               DISPLAY 'ENTRADA DE TRANSLITERACION IGNORADA - '
                   'SECUENCIA UTF-8 O VALOR DESTINO INVALIDO: ['
                   WS-TN-FROM '] [' WS-TN-TO ']'
               EXIT PARAGRAPH
           END-IF
           SET WS-TRANS-FOUND TO 'N'
           IF WS-TRANS-TABLE-COUNT > 0
               SET WS-TRANS-IDX TO 1
               SEARCH WS-TRANS-TABLE
                   WHEN WS-TRANS-FROM(WS-TRANS-IDX) = WS-TN-FROM
                       SET TRANS-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF TRANS-FOUND
               MOVE WS-TN-TO TO WS-TRANS-TO(WS-TRANS-IDX)
               MOVE WS-TRANS-TO-LARGO TO WS-TRANS-TO-LEN(WS-TRANS-IDX)
           ELSE
               IF WS-TRANS-TABLE-COUNT < WS-TRANS-TABLE-MAX
                   ADD 1 TO WS-TRANS-TABLE-COUNT
                   MOVE WS-TN-FROM
                       TO WS-TRANS-FROM(WS-TRANS-TABLE-COUNT)
                   MOVE WS-SEC-LEN
                       TO WS-TRANS-FROM-LEN(WS-TRANS-TABLE-COUNT)
                   MOVE WS-TN-TO
                       TO WS-TRANS-TO(WS-TRANS-TABLE-COUNT)
                   MOVE WS-TRANS-TO-LARGO
                       TO WS-TRANS-TO-LEN(WS-TRANS-TABLE-COUNT)
               ELSE
                   DISPLAY 'ENTRADA DE TRANSLITERACION IGNORADA - '
                       'TABLA LLENA: [' WS-TN-FROM ']'
               END-IF
           END-IF.

      * Largo de la secuencia UTF-8 que empieza en WS-SECUENCIA: el
      * byte inicial dice cuantos bytes lleva (C2-DF dos, E0-EF tres,
      * F0-F4 cuatro) y cada uno de los siguientes tiene que ser de
      * continuacion (80-BF). Cero si no es una secuencia bien
      * formada: un byte suelto, o una secuencia cortada por el fin
      * del campo (lo que falta llega como blanco).
       MEDIR-SECUENCIA-UTF8.
           EVALUATE TRUE
               WHEN WS-SECUENCIA(1:1) >= X'C2'
                   AND WS-SECUENCIA(1:1) <= X'DF'
                   MOVE 2 TO WS-SEC-LEN
               WHEN WS-SECUENCIA(1:1) >= X'E0'
                   AND WS-SECUENCIA(1:1) <= X'EF'
                   MOVE 3 TO WS-SEC-LEN
               WHEN WS-SECUENCIA(1:1) >= X'F0'
                   AND WS-SECUENCIA(1:1) <= X'F4'
                   MOVE 4 TO WS-SEC-LEN
               WHEN OTHER
                   MOVE 0 TO WS-SEC-LEN
           END-EVALUATE
           IF WS-SEC-LEN > 0
               PERFORM VARYING WS-SEC-K FROM 2 BY 1
                   UNTIL WS-SEC-K > WS-SEC-LEN
                   IF WS-SECUENCIA(WS-SEC-K:1) < X'80'
                       OR WS-SECUENCIA(WS-SEC-K:1) > X'BF'
                       MOVE 0 TO WS-SEC-LEN
                   END-IF
               END-PERFORM
           END-IF.

      * Layout historico: el registro completo es un unico campo de
      * texto, mientras no haya LAYCTL (ver CARGAR-LAYOUT-DEFECTO en
      * el encode).
       CARGAR-LAYOUT-DEFECTO.
           MOVE 1 TO WS-LAY-TABLE-COUNT
           MOVE 'REGISTRO'   TO WS-LAY-NOMBRE(1)
           MOVE 1            TO WS-LAY-INICIO(1)
           MOVE WS-LRECL     TO WS-LAY-LARGO(1)
           MOVE 'T'          TO WS-LAY-CLASE(1).

       CARGAR-LAYOUT-CONTROL.
           OPEN INPUT WS-LAY-FILE
           IF WS-LAY-STATUS = '00'
               SET LAYCTL-PRESENTE TO TRUE
               MOVE ZERO TO WS-LAY-TABLE-COUNT
               PERFORM LEER-REGISTRO-LAYOUT
                   UNTIL WS-LAY-STATUS NOT = '00'
               CLOSE WS-LAY-FILE
           END-IF.

      * El largo del registro original con el mismo criterio que el
      * encode: LRECL= si vino, si no hasta donde llega el campo de
      * LAYCTL que mas lejos termina, y sin ninguno los 50 historicos.
       DETERMINAR-LARGO.
           IF WS-LRECL-PARM > 0
               MOVE WS-LRECL-PARM TO WS-LRECL
           ELSE
               IF LAYCTL-PRESENTE
                   MOVE ZEROES TO WS-LRECL
                   PERFORM VARYING WS-LAY-IDX FROM 1 BY 1
                       UNTIL WS-LAY-IDX > WS-LAY-TABLE-COUNT
                       COMPUTE WS-LAY-FIN = WS-LAY-INICIO(WS-LAY-IDX)
                           + WS-LAY-LARGO(WS-LAY-IDX) - 1
                       IF WS-LAY-FIN > WS-LRECL
                           MOVE WS-LAY-FIN TO WS-LRECL
                       END-IF
                   END-PERFORM
                   IF WS-LRECL = 0
                       MOVE 50 TO WS-LRECL
                   END-IF
               END-IF
           END-IF
           IF WS-LRECL < 1
               OR WS-LRECL > LENGTH OF WS-ORIG-REG
               DISPLAY 'LARGO DE REGISTRO INVALIDO: '
                   WS-LRECL ' (MAXIMO ' LENGTH OF WS-ORIG-REG ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
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
               OR WS-LAY-FIN > LENGTH OF WS-ORIG-REG
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

      * La cola TRL de un archivo con convenio HDR/TRL es su fin
      * logico, no un dato: se reconoce igual que en el encode
      * (literal mas campo numerico, y solo si el archivo empezo con
      * compararia contra el primer reciclado dando una diferencia
      * falsa todas las noches con reparaciones.
       LEER-ORIGINAL.
           MOVE 'N' TO WS-ORIG-ES-HDR
           READ WS-ORIG-FILE INTO WS-ORIG-REG
               AT END
                   SET FIN-ORIG TO TRUE
               IF WS-ORIG-REG(1:3) = 'HDR'
                   AND WS-ORIG-REG(4:8) IS NUMERIC
                   SET ORIG-CON-HDR TO TRUE
                   SET ORIG-ES-HDR TO TRUE
               END-IF
           END-IF
           IF NOT FIN-ORIG AND ORIG-CON-HDR
      * registro N del decodificado. Si hubo rechazos el descuadre de
      * cantidades aparece como sobrantes al final y el operador lo
      * cruza contra el REJFILE de esa corrida.
      * El HDR pasa por el encode sin tocar; un registro de datos se
      * compara como el encode lo valido, ya transliterado.
       COMPARAR-REGISTROS.
           MOVE WS-ORIG-REG TO WS-ORIG-CRUDO
           MOVE 'N' TO WS-REG-TRANSLIT
           IF NOT ORIG-ES-HDR
               PERFORM TRANSLITERAR-ORIGINAL
           END-IF
           IF WS-ORIG-REG = WS-DEC-REG
               ADD 1 TO WS-MATCH-COUNT
           ELSE
               PERFORM REPORTAR-DIFERENCIA
           END-IF.

      * Misma transliteracion que TRANSLITERAR-REGISTRO en el encode:
      * solo en campos de texto, cada secuencia UTF-8 bien formada que
      * esta en TRANSTAB se reemplaza y el resto del campo se corre a
      * la izquierda, completando con blancos. Una secuencia que no
      * esta en la tabla se deja como esta: el encode rechazo ese
      * registro (RC03) y nunca llega al decodificado.
       TRANSLITERAR-ORIGINAL.
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > WS-LRECL
               IF WS-MAPA-CLASES(WS-I:1) = 'T'
                   AND WS-ORIG-REG(WS-I:1) >= X'C2'
                   AND WS-ORIG-REG(WS-I:1) <= X'F4'
                   PERFORM TRANSLITERAR-SECUENCIA
               ELSE
                   ADD 1 TO WS-I
               END-IF
           END-PERFORM
           IF REGISTRO-TRANSLITERADO
               ADD 1 TO WS-TRANS-REG-COUNT
           END-IF.

       TRANSLITERAR-SECUENCIA.
           PERFORM BUSCAR-FIN-CAMPO-TEXTO
           COMPUTE WS-SEC-DISP = WS-TRANS-FIN - WS-I + 1
           IF WS-SEC-DISP > 4
               MOVE 4 TO WS-SEC-DISP
           END-IF
           MOVE SPACES TO WS-SECUENCIA
           MOVE WS-ORIG-REG(WS-I:WS-SEC-DISP)
               TO WS-SECUENCIA(1:WS-SEC-DISP)
           PERFORM MEDIR-SECUENCIA-UTF8
           IF WS-SEC-LEN = 0
               ADD 1 TO WS-I
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SECUENCIA
           MOVE WS-ORIG-REG(WS-I:WS-SEC-LEN)
               TO WS-SECUENCIA(1:WS-SEC-LEN)
           SET WS-TRANS-FOUND TO 'N'
           IF WS-TRANS-TABLE-COUNT > 0
               SET WS-TRANS-IDX TO 1
               SEARCH WS-TRANS-TABLE
                   WHEN WS-TRANS-FROM(WS-TRANS-IDX) = WS-SECUENCIA
                       SET TRANS-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT TRANS-FOUND
               ADD WS-SEC-LEN TO WS-I
               EXIT PARAGRAPH
           END-IF
           SET WS-TRANS-MATCH-IDX TO WS-TRANS-IDX
           MOVE WS-TRANS-TO-LEN(WS-TRANS-MATCH-IDX)
               TO WS-TRANS-TO-LARGO
           MOVE SPACES TO WS-TRANS-TRAMO
           MOVE WS-TRANS-TO(WS-TRANS-MATCH-IDX)(1:WS-TRANS-TO-LARGO)
               TO WS-TRANS-TRAMO(1:WS-TRANS-TO-LARGO)
           COMPUTE WS-TRANS-RESTO = WS-TRANS-FIN - WS-I - WS-SEC-LEN + 1
           IF WS-TRANS-RESTO > 0
               COMPUTE WS-TRANS-DESDE = WS-I + WS-SEC-LEN
               MOVE WS-ORIG-REG(WS-TRANS-DESDE:WS-TRANS-RESTO)
                   TO WS-TRANS-TRAMO(WS-TRANS-TO-LARGO + 1:
                       WS-TRANS-RESTO)
           END-IF
           COMPUTE WS-TRANS-LARGO = WS-TRANS-FIN - WS-I + 1
           MOVE WS-TRANS-TRAMO(1:WS-TRANS-LARGO)
               TO WS-ORIG-REG(WS-I:WS-TRANS-LARGO)
           SET REGISTRO-TRANSLITERADO TO TRUE
           ADD WS-TRANS-TO-LARGO TO WS-I.

      * Igual que BUSCAR-FIN-CAMPO-TEXTO en el encode.
       BUSCAR-FIN-CAMPO-TEXTO.
           MOVE WS-I TO WS-TRANS-FIN
           PERFORM VARYING WS-LAY-IDX FROM 1 BY 1
               UNTIL WS-LAY-IDX > WS-LAY-TABLE-COUNT
               COMPUTE WS-LAY-FIN = WS-LAY-INICIO(WS-LAY-IDX)
                   + WS-LAY-LARGO(WS-LAY-IDX) - 1
               IF WS-I >= WS-LAY-INICIO(WS-LAY-IDX)
                   AND WS-I <= WS-LAY-FIN
                   MOVE WS-LAY-FIN TO WS-TRANS-FIN
               END-IF
           END-PERFORM
           IF WS-TRANS-FIN > WS-LRECL
               MOVE WS-LRECL TO WS-TRANS-FIN
           END-IF
           PERFORM VARYING WS-LAY-POS FROM WS-I BY 1
               UNTIL WS-LAY-POS > WS-TRANS-FIN
               IF WS-MAPA-CLASES(WS-LAY-POS:1) NOT = 'T'
                   COMPUTE WS-TRANS-FIN = WS-LAY-POS - 1
               END-IF
           END-PERFORM.

       BUSCAR-PRIMERA-DIFERENCIA.
           SET WS-DIF-HALLADA TO 'N'
           MOVE 1 TO WS-I
           MOVE WS-REG-COUNT TO WS-VR-REG-NUM
           MOVE WS-I TO WS-VR-POSICION
           WRITE WS-VER-RECORD FROM WS-VER-REPORT-LINE
           MOVE WS-ORIG-CRUDO TO WS-VR-ORIG
           WRITE WS-VER-RECORD FROM WS-VER-ORIG-LINE
           IF REGISTRO-TRANSLITERADO
               MOVE WS-ORIG-REG TO WS-VR-TRANS
               WRITE WS-VER-RECORD FROM WS-VER-TRANS-LINE
           END-IF
           MOVE WS-DEC-REG TO WS-VR-DEC
           WRITE WS-VER-RECORD FROM WS-VER-DEC-LINE.

               TO WS-VT-ETIQUETA
           MOVE WS-DEC-SOBRA-COUNT TO WS-VT-VALOR
           WRITE WS-VER-RECORD FROM WS-VER-TOTAL-LINE
           MOVE 'REGISTROS TRANSLITERADOS        :'
               TO WS-VT-ETIQUETA
           MOVE WS-TRANS-REG-COUNT TO WS-VT-VALOR
           WRITE WS-VER-RECORD FROM WS-VER-TOTAL-LINE

           CLOSE WS-ORIG-FILE
           CLOSE WS-DEC-FILE

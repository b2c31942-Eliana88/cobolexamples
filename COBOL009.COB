      *          hold the encode and page someone before REJFILE fills
      *          up - the June upstream extract change would have been
      *          caught here instead of in a wall of RC01 rejects.
      *          Well-formed UTF-8 sequences (accented letters from
      *          the upstream) are profiled as one character each, in
      *          their own section, classed by the TRANSTAB
      *          transliteration the encode will apply, or unknown
      *          (the encode rejects them as RC03, or as RC02 inside
      *          a protected or key field, which it never
      *          transliterates).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TOKEN-CTL-STATUS.

           SELECT OPTIONAL WS-TRANS-CTL-FILE ASSIGN TO 'TRANSCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-CTL-STATUS.

           SELECT OPTIONAL WS-LAY-FILE ASSIGN TO 'LAYCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LAY-STATUS.
           03 WS-TOKEN-CTL-TO       PIC X(10).
           03 WS-TOKEN-CTL-TO-LEN   PIC 9(2).

       FD  WS-TRANS-CTL-FILE.
       01  WS-TRANS-CTL-RECORD   PIC X(8).

       FD  WS-LAY-FILE.
       01  WS-LAY-RECORD.
           03 WS-LAY-REC-NOMBRE   PIC X(10).

       COPY TOKENTAB.

       COPY TRANSTAB.

       COPY LAYTAB.

       01 WS-TRANS-ENTRADA-CTL.
          03 WS-TN-FROM           PIC X(4).
          03 WS-TN-TO             PIC X(4).

       01 WS-SECUENCIA            PIC X(4) VALUE SPACES.

      * Mismo mapa posicion a posicion que arma el encode (ver
      * ARMAR-MAPA-CLASES alla): 'T' texto, 'P' protegido, 'K' clave
      * (protegido), 'F' sin campo asignado. Aqui decide que
      * ocurrencias desconocidas cuentan contra el umbral: solo las que
      * caen dentro de un campo del layout, que son las que el encode
      * va a rechazar.
       01 WS-MAPA-CLASES          PIC X(200) VALUE SPACES.

      * Perfil por valor de byte (subindice = ORD del caracter, 1 a
             05 WS-PB-TP-COUNT    PIC 9(9).
             05 WS-PB-CAMPO-FLAG  PIC X(1) OCCURS 10 TIMES.

      * Perfil por secuencia UTF-8 distinta, con los mismos datos que
      * el perfil por byte. La misma secuencia dentro de un campo 'P'
      * o 'K' va en una entrada aparte (WS-PS-PROTEGIDA 'Y'): ahi el
      * encode no translitera y la rechaza. Con la tabla llena, una
      * secuencia nueva se perfila byte a byte como antes.
       01 WS-PERFIL-SEC-AREA.
          03 WS-PS-MAX            PIC 9(3) VALUE 100.
          03 WS-PS-COUNT-SEC      PIC 9(3) VALUE ZEROES.
          03 WS-PERFIL-SEC OCCURS 100 TIMES.
             05 WS-PS-SECUENCIA   PIC X(4).
             05 WS-PS-LEN         PIC 9(1).
             05 WS-PS-PROTEGIDA   PIC X(1).
             05 WS-PS-COUNT       PIC 9(9).
             05 WS-PS-TP-COUNT    PIC 9(9).
             05 WS-PS-CAMPO-FLAG  PIC X(1) OCCURS 10 TIMES.

       01 WS-CONTADORES.
          03 WS-REG-COUNT         PIC 9(7) VALUE ZEROES.
          03 WS-ORD               PIC 9(3) VALUE ZEROES.
          03 WS-FECHA-LEDGER      PIC 9(8) VALUE ZEROES.
          03 WS-HORA-LEDGER       PIC 9(8) VALUE ZEROES.
          03 WS-LRECL-ENT         PIC 9(3) VALUE 50.
          03 WS-S                 PIC 9(3) VALUE ZEROES.
          03 WS-SEC-LEN           PIC 9(1) VALUE ZEROES.
          03 WS-SEC-DISP          PIC 9(3) VALUE ZEROES.
          03 WS-SEC-FIN           PIC 9(3) VALUE ZEROES.
          03 WS-SEC-K             PIC 9(1) VALUE ZEROES.
          03 WS-TRANS-TO-LARGO    PIC 9(1) VALUE ZEROES.
          03 WS-HEX-ORD           PIC 9(3) VALUE ZEROES.
          03 WS-HEX-ALTO          PIC 9(2) VALUE ZEROES.
          03 WS-HEX-BAJO          PIC 9(2) VALUE ZEROES.
          03 WS-HEX-PTR           PIC 9(2) VALUE ZEROES.

       COPY LEDGLINE.

       01 WS-CARACTER             PIC X(1) VALUE SPACE.
       01 WS-CLASE-BYTE           PIC X(12) VALUE SPACES.
       01 WS-CAMPOS-TEXTO         PIC X(120) VALUE SPACES.
       01 WS-HEX-DIGITOS          PIC X(16) VALUE '0123456789ABCDEF'.

       01 WS-RPT-LINE.
          03 FILLER              PIC X(5)  VALUE 'CAR ['.
          03 FILLER              PIC X(9)  VALUE ' CAMPOS: '.
          03 WS-RL-CAMPOS        PIC X(120).

       01 WS-RPT-SEC-LINE.
          03 FILLER              PIC X(5)  VALUE 'SEC ['.
          03 WS-RS-SECUENCIA     PIC X(4).
          03 FILLER              PIC X(6)  VALUE '] HEX '.
          03 WS-RS-HEX           PIC X(8).
          03 FILLER              PIC X(7)  VALUE ' VECES '.
          03 WS-RS-COUNT         PIC ZZZZZZZZ9.
          03 FILLER              PIC X(7)  VALUE ' CLASE '.
          03 WS-RS-CLASE         PIC X(12).
          03 FILLER              PIC X(4)  VALUE ' -> '.
          03 WS-RS-DESTINO       PIC X(4).
          03 FILLER              PIC X(9)  VALUE ' CAMPOS: '.
          03 WS-RS-CAMPOS        PIC X(120).

       01 WS-FLAGS.
          03 WS-ENTRADA-STATUS   PIC X(2) VALUE '00'.
          03 WS-CTL-STATUS       PIC X(2) VALUE '00'.
             88 ENCABEZADO-VISTO       VALUE 'Y'.
          03 WS-LAYCTL-PRES      PIC X(1) VALUE 'N'.
             88 LAYCTL-PRESENTE        VALUE 'Y'.
          03 WS-TRANS-CTL-STATUS PIC X(2) VALUE '00'.
          03 WS-TRANS-FOUND      PIC X(1) VALUE 'N'.
             88 TRANS-FOUND            VALUE 'Y'.
          03 WS-TRANS-VALIDA     PIC X(1) VALUE 'Y'.
             88 TRANSLIT-VALIDA        VALUE 'Y'.
          03 WS-SEC-HALLADA      PIC X(1) VALUE 'N'.
             88 SECUENCIA-HALLADA      VALUE 'Y'.
          03 WS-SEC-PROTEGIDA    PIC X(1) VALUE 'N'.
             88 SECUENCIA-PROTEGIDA    VALUE 'Y'.

       PROCEDURE DIVISION.

           PERFORM CARGAR-TABLA-CONTROL
           PERFORM CARGAR-TOKENS-DEFECTO
           PERFORM CARGAR-TOKENS-CONTROL
           PERFORM CARGAR-TRANSLIT-DEFECTO
           PERFORM CARGAR-TRANSLIT-CONTROL
           PERFORM LEER-PARAMETROS
      * Mismo orden que el encode: el largo puede venir de LRECL= o
      * inferirse del LAYCTL, y el layout por defecto recien se arma
               END-IF
           END-IF.

      * Misma tabla base de transliteracion que REEMPLAZO-CARACTERES
      * (ver CARGAR-TRANSLIT-DEFECTO alla), repetida aqui por la
      * misma razon que CARGAR-TABLA-DEFECTO, y la misma carga de
      * TRANSCTL con las mismas reglas: el perfil tiene que clasificar
      * contra las entradas que el encode realmente va a cargar.
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

       CARGAR-LAYOUT-DEFECTO.
           MOVE 1 TO WS-LAY-TABLE-COUNT
           MOVE 'REGISTRO'   TO WS-LAY-NOMBRE(1)
           IF WS-LAY-REC-INICIO < 1 OR WS-LAY-REC-LARGO < 1
               OR WS-LAY-FIN > LENGTH OF WS-ENTRADA
               OR (WS-LAY-REC-CLASE NOT = 'T'
                   AND WS-LAY-REC-CLASE NOT = 'P'
                   AND WS-LAY-REC-CLASE NOT = 'K')
               DISPLAY 'ENTRADA DE LAYOUT IGNORADA - CAMPO: '
                   WS-LAY-REC-NOMBRE ' INICIO ' WS-LAY-REC-INICIO
                   ' LARGO ' WS-LAY-REC-LARGO ' CLASE '
               ADD 1 TO WS-REG-COUNT
           END-IF.

      * Una secuencia UTF-8 bien formada cuenta como un caracter (ver
      * PERFILAR-SECUENCIA); cualquier otro byte, incluido uno suelto
      * de una secuencia mal formada, se perfila solo como siempre.
      * Igual que en el encode, la secuencia tiene que terminar dentro
      * del campo donde empieza: una que cruza el fin del campo se
      * perfila byte a byte, que es como la valida el encode.
       PERFILAR-REGISTRO.
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > WS-LRECL-ENT
               MOVE ZERO TO WS-SEC-LEN
               IF WS-ENTRADA(WS-I:1) >= X'C2'
                   AND WS-ENTRADA(WS-I:1) <= X'F4'
                   PERFORM BUSCAR-FIN-CAMPO
                   COMPUTE WS-SEC-DISP = WS-SEC-FIN - WS-I + 1
                   IF WS-SEC-DISP > 4
                       MOVE 4 TO WS-SEC-DISP
                   END-IF
                   MOVE SPACES TO WS-SECUENCIA
                   MOVE WS-ENTRADA(WS-I:WS-SEC-DISP)
                       TO WS-SECUENCIA(1:WS-SEC-DISP)
                   PERFORM MEDIR-SECUENCIA-UTF8
               END-IF
               IF WS-SEC-LEN > 0
                   PERFORM PERFILAR-SECUENCIA
               END-IF
               IF WS-SEC-LEN > 0
                   ADD WS-SEC-LEN TO WS-I
               ELSE
                   PERFORM PERFILAR-BYTE
                   ADD 1 TO WS-I
               END-IF
           END-PERFORM.

      * Ultima posicion del campo que contiene WS-I, con el criterio
      * de BUSCAR-FIN-CAMPO-TEXTO en el encode: el fin del ultimo
      * campo de LAYCTL que la cubre, recortado donde el mapa cambia
      * de clase y nunca mas alla del largo de la corrida. Fuera de
      * todo campo ('F') el tramo es el relleno que sigue.
       BUSCAR-FIN-CAMPO.
           IF WS-MAPA-CLASES(WS-I:1) = 'F'
               MOVE WS-LRECL-ENT TO WS-SEC-FIN
           ELSE
               MOVE WS-I TO WS-SEC-FIN
           END-IF
           PERFORM VARYING WS-A FROM 1 BY 1
               UNTIL WS-A > WS-LAY-TABLE-COUNT
               COMPUTE WS-LAY-FIN = WS-LAY-INICIO(WS-A)
                   + WS-LAY-LARGO(WS-A) - 1
               IF WS-I >= WS-LAY-INICIO(WS-A)
                   AND WS-I <= WS-LAY-FIN
                   MOVE WS-LAY-FIN TO WS-SEC-FIN
               END-IF
           END-PERFORM
           IF WS-SEC-FIN > WS-LRECL-ENT
               MOVE WS-LRECL-ENT TO WS-SEC-FIN
           END-IF
           PERFORM VARYING WS-LAY-POS FROM WS-I BY 1
               UNTIL WS-LAY-POS > WS-SEC-FIN
               IF WS-MAPA-CLASES(WS-LAY-POS:1)
                   NOT = WS-MAPA-CLASES(WS-I:1)
                   COMPUTE WS-SEC-FIN = WS-LAY-POS - 1
               END-IF
           END-PERFORM.

       PERFILAR-BYTE.
           MOVE WS-ENTRADA(WS-I:1) TO WS-CARACTER
           MOVE FUNCTION ORD(WS-CARACTER) TO WS-ORD
           ADD 1 TO WS-PB-COUNT(WS-ORD)
           IF WS-MAPA-CLASES(WS-I:1) = 'T'
               OR WS-MAPA-CLASES(WS-I:1) = 'P'
               OR WS-MAPA-CLASES(WS-I:1) = 'K'
               ADD 1 TO WS-PB-TP-COUNT(WS-ORD)
           END-IF
           PERFORM MARCAR-CAMPOS-BYTE.

      * Alta o acumulacion de la secuencia en WS-SECUENCIA (recortada
      * a su largo). Con la tabla llena WS-SEC-LEN vuelve a cero y
      * los bytes se perfilan sueltos.
       PERFILAR-SECUENCIA.
           COMPUTE WS-SEC-DISP = 4 - WS-SEC-LEN
           IF WS-SEC-DISP > 0
               MOVE SPACES TO WS-SECUENCIA(WS-SEC-LEN + 1:WS-SEC-DISP)
           END-IF
           IF WS-MAPA-CLASES(WS-I:1) = 'P'
               OR WS-MAPA-CLASES(WS-I:1) = 'K'
               SET SECUENCIA-PROTEGIDA TO TRUE
           ELSE
               MOVE 'N' TO WS-SEC-PROTEGIDA
           END-IF
           SET WS-SEC-HALLADA TO 'N'
           PERFORM VARYING WS-S FROM 1 BY 1
               UNTIL WS-S > WS-PS-COUNT-SEC OR SECUENCIA-HALLADA
               IF WS-PS-SECUENCIA(WS-S) = WS-SECUENCIA
                   AND WS-PS-PROTEGIDA(WS-S) = WS-SEC-PROTEGIDA
                   SET SECUENCIA-HALLADA TO TRUE
               END-IF
           END-PERFORM
           IF SECUENCIA-HALLADA
               SUBTRACT 1 FROM WS-S
           ELSE
               IF WS-PS-COUNT-SEC < WS-PS-MAX
                   ADD 1 TO WS-PS-COUNT-SEC
                   MOVE WS-PS-COUNT-SEC TO WS-S
                   MOVE WS-SECUENCIA TO WS-PS-SECUENCIA(WS-S)
                   MOVE WS-SEC-LEN TO WS-PS-LEN(WS-S)
                   MOVE WS-SEC-PROTEGIDA TO WS-PS-PROTEGIDA(WS-S)
                   MOVE ZEROES TO WS-PS-COUNT(WS-S)
                   MOVE ZEROES TO WS-PS-TP-COUNT(WS-S)
                   PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > 10
                       MOVE 'N' TO WS-PS-CAMPO-FLAG(WS-S WS-A)
                   END-PERFORM
               ELSE
                   MOVE ZERO TO WS-SEC-LEN
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-PS-COUNT(WS-S)
           IF WS-MAPA-CLASES(WS-I:1) = 'T'
               OR WS-MAPA-CLASES(WS-I:1) = 'P'
               OR WS-MAPA-CLASES(WS-I:1) = 'K'
               ADD 1 TO WS-PS-TP-COUNT(WS-S)
           END-IF
           PERFORM MARCAR-CAMPOS-SECUENCIA.

      * Igual que MARCAR-CAMPOS-BYTE, por la posicion del primer byte.
       MARCAR-CAMPOS-SECUENCIA.
           PERFORM VARYING WS-A FROM 1 BY 1
               UNTIL WS-A > WS-LAY-TABLE-COUNT
               COMPUTE WS-LAY-FIN = WS-LAY-INICIO(WS-A)
                   + WS-LAY-LARGO(WS-A) - 1
               IF WS-I >= WS-LAY-INICIO(WS-A)
                   AND WS-I <= WS-LAY-FIN
                   MOVE 'Y' TO WS-PS-CAMPO-FLAG(WS-S WS-A)
               END-IF
           END-PERFORM.

      * Deja anotado en que campos del layout aparecio el byte; si dos
               ADD WS-PB-TP-COUNT(WS-ORD) TO WS-DESCONOCIDO-TOTAL
           END-IF.

      * Una linea por secuencia UTF-8 distinta: sus bytes tal cual y
      * en hexadecimal, ocurrencias y la clase que le va a tocar en el
      * encode: TRANSLIT (con su reemplazo de TRANSTAB) o DESCONOCIDO,
      * que dentro de un campo del layout cuenta contra el umbral
      * igual que un byte desconocido (el encode la rechaza, RC03).
      * En un campo protegido es siempre DESCONOCIDO, este o no en
      * TRANSTAB: el encode no la translitera y la rechaza (RC02).
       REPORTAR-SECUENCIA.
           MOVE WS-PS-SECUENCIA(WS-S) TO WS-RS-SECUENCIA
           PERFORM ARMAR-HEX-SECUENCIA
           MOVE WS-PS-COUNT(WS-S) TO WS-RS-COUNT
           MOVE SPACES TO WS-RS-DESTINO
           SET WS-TRANS-FOUND TO 'N'
           IF WS-TRANS-TABLE-COUNT > 0
               AND WS-PS-PROTEGIDA(WS-S) NOT = 'Y'
               SET WS-TRANS-IDX TO 1
               SEARCH WS-TRANS-TABLE
                   WHEN WS-TRANS-FROM(WS-TRANS-IDX)
                           = WS-PS-SECUENCIA(WS-S)
                       SET TRANS-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF TRANS-FOUND
               MOVE 'TRANSLIT' TO WS-RS-CLASE
               MOVE WS-TRANS-TO(WS-TRANS-IDX) TO WS-RS-DESTINO
           ELSE
               MOVE 'DESCONOCIDO' TO WS-RS-CLASE
               ADD WS-PS-TP-COUNT(WS-S) TO WS-DESCONOCIDO-TOTAL
           END-IF
           PERFORM ARMAR-CAMPOS-SECUENCIA
           MOVE WS-CAMPOS-TEXTO TO WS-RS-CAMPOS
           WRITE WS-RPT-RECORD FROM WS-RPT-SEC-LINE.

       ARMAR-CAMPOS-SECUENCIA.
           MOVE SPACES TO WS-CAMPOS-TEXTO
           MOVE 1 TO WS-CAMPOS-PTR
           PERFORM VARYING WS-A FROM 1 BY 1
               UNTIL WS-A > WS-LAY-TABLE-COUNT
               IF WS-PS-CAMPO-FLAG(WS-S WS-A) = 'Y'
                   STRING WS-LAY-NOMBRE(WS-A) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       INTO WS-CAMPOS-TEXTO
                       WITH POINTER WS-CAMPOS-PTR
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-CAMPOS-PTR = 1
               MOVE '(FUERA DE CAMPO)' TO WS-CAMPOS-TEXTO
           END-IF.

       ARMAR-HEX-SECUENCIA.
           MOVE SPACES TO WS-RS-HEX
           MOVE 1 TO WS-HEX-PTR
           PERFORM VARYING WS-SEC-K FROM 1 BY 1
               UNTIL WS-SEC-K > WS-PS-LEN(WS-S)
               COMPUTE WS-HEX-ORD =
                   FUNCTION ORD(WS-PS-SECUENCIA(WS-S)(WS-SEC-K:1)) - 1
               DIVIDE WS-HEX-ORD BY 16 GIVING WS-HEX-ALTO
                   REMAINDER WS-HEX-BAJO
               ADD 1 TO WS-HEX-ALTO
               ADD 1 TO WS-HEX-BAJO
               MOVE WS-HEX-DIGITOS(WS-HEX-ALTO:1)
                   TO WS-RS-HEX(WS-HEX-PTR:1)
               MOVE WS-HEX-DIGITOS(WS-HEX-BAJO:1)
                   TO WS-RS-HEX(WS-HEX-PTR + 1:1)
               ADD 2 TO WS-HEX-PTR
           END-PERFORM.

       FIN.
           CLOSE WS-ENTRADA-FILE
           PERFORM VARYING WS-ORD FROM 1 BY 1 UNTIL WS-ORD > 256
                   PERFORM REPORTAR-BYTE
               END-IF
           END-PERFORM
           IF WS-PS-COUNT-SEC > 0
               MOVE SPACES TO WS-RPT-RECORD
               STRING 'SECUENCIAS UTF-8' DELIMITED BY SIZE
                   INTO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
               PERFORM REPORTAR-SECUENCIA
                   VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-PS-COUNT-SEC
           END-IF

           MOVE SPACES TO WS-RPT-RECORD
           STRING 'REGISTROS PERFILADOS: ' DELIMITED BY SIZE
               WS-REG-COUNT DELIMITED BY SIZE
               ' - BYTES DISTINTOS: ' DELIMITED BY SIZE
               WS-DISTINTOS-COUNT DELIMITED BY SIZE
               ' - SECUENCIAS UTF-8: ' DELIMITED BY SIZE
               WS-PS-COUNT-SEC DELIMITED BY SIZE
               ' - DESCONOCIDOS EN CAMPO: ' DELIMITED BY SIZE
               WS-DESCONOCIDO-TOTAL DELIMITED BY SIZE
               INTO WS-RPT-RECORD
           CLOSE WS-RPT-FILE

           DISPLAY 'BYTES DISTINTOS: ' WS-DISTINTOS-COUNT
               ' - SECUENCIAS UTF-8: ' WS-PS-COUNT-SEC
               ' - OCURRENCIAS DESCONOCIDAS EN CAMPO: '
               WS-DESCONOCIDO-TOTAL
      * Por encima del umbral el scheduler retiene el encode: RC 8,

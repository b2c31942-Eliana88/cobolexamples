      *          REEMPLAZO-CARACTERES/DECODIFICA-CARACTERES. Lets
      *          operations add, change, or delete a character entry
      *          without a batch job or a recompile, and logs every
      *          change (who, when, what) to AUDITLOG. Changes made
      *          in a session do not go live: they are saved as a
      *          batch in the PENDCTL pending-changes file, and only
      *          a different user, running with the APROBAR option,
      *          can approve them - the approval is what rewrites
      *          CHARCTL, snapshots TABHIST and bumps TABVERS.
      *          Rejected batches, and batches left pending past the
      *          expiry period, are logged to AUDITLOG with both the
      *          acting user and the author.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

      * Cambios pendientes de aprobacion: cada sesion de
      * mantenimiento agrega aqui sus altas/bajas como un lote (misma
      * fecha, hora y usuario en todas sus lineas) en vez de tocar
      * CHARCTL. El lote sale del archivo cuando otro usuario lo
      * aprueba o lo rechaza, o cuando vence.
           SELECT OPTIONAL WS-PEND-FILE ASSIGN TO 'PENDCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WS-CTL-FILE.
       FD  WS-LOCK-FILE.
       01  WS-LOCK-RECORD        PIC X(50).

       FD  WS-PEND-FILE.
       01  WS-PEND-RECORD.
           03 WS-PEND-FECHA      PIC 9(8).
           03 WS-PEND-HORA       PIC 9(6).
           03 WS-PEND-USUARIO    PIC X(8).
           03 WS-PEND-OPER       PIC X(4).
           03 WS-PEND-FROM       PIC X(1).
           03 WS-PEND-TO         PIC X(10).

       WORKING-STORAGE SECTION.
      * Quien esta corriendo la transaccion. En un CICS/TSO real esto
      * sale del terminal control block (EIBOPID, SYSUSERID); aqui lo
      * tiene un monitor TP detras.
       01 WS-USUARIO              PIC X(8) VALUE SPACES.

      * PARM de la corrida: el usuario primero (como siempre) y a
      * continuacion, opcionales, APROBAR (sesion de aprobacion de
      * cambios pendientes en vez de mantenimiento) y VENCE=nnn (dias
      * que un lote puede quedar pendiente antes de vencer).
       01 WS-PARAMETROS.
          03 WS-PARM-STRING       PIC X(200).
          03 WS-PARM-LEN          PIC 9(3).
          03 WS-PARM-PTR          PIC 9(3) VALUE 1.
          03 WS-PARM-TOKEN        PIC X(200).
          03 WS-PARM-NUM          PIC 9(2) VALUE ZEROES.
          03 WS-MODO              PIC X(1) VALUE 'M'.
             88 MODO-APROBACION          VALUE 'A'.
          03 WS-DIAS-VENCE        PIC 9(3) VALUE 7.

       COPY CHARTAB.

      * Aqui TOKENTAB no se administra: se carga cruda de TOKENCTL
          03 WS-MARCADOR-CHECK    PIC 9(2) VALUE ZEROES.
          03 WS-TAB-GENERACION    PIC 9(6) VALUE ZEROES.
          03 WS-HIS-IDX           PIC 9(3) VALUE ZEROES.
          03 WS-P                 PIC 9(3) VALUE ZEROES.
          03 WS-L                 PIC 9(3) VALUE ZEROES.
          03 WS-PND-LINEA         PIC 9(5) VALUE ZEROES.
          03 WS-PND-LEIDAS        PIC 9(5) VALUE ZEROES.
          03 WS-DIA-HOY           PIC 9(8) VALUE ZEROES.
          03 WS-DIA-LOTE          PIC 9(8) VALUE ZEROES.
          03 WS-VENCIDOS          PIC 9(3) VALUE ZEROES.

       01 WS-FLAGS.
          03 WS-CTL-STATUS        PIC X(2) VALUE '00'.
          03 WS-LOCK-STATUS       PIC X(2) VALUE '00'.
          03 WS-LOCK-ACTIVO       PIC X(1) VALUE 'N'.
             88 LOCK-ACTIVO              VALUE 'Y'.
          03 WS-PEND-STATUS       PIC X(2) VALUE '00'.
          03 WS-PEND-DESBORDE     PIC X(1) VALUE 'N'.
             88 PEND-DESBORDE            VALUE 'Y'.
          03 WS-PEND-MODIFICADO   PIC X(1) VALUE 'N'.
             88 PEND-MODIFICADO          VALUE 'Y'.

      * Altas y bajas hechas en esta sesion de mantenimiento, en el
      * orden en que se hicieron: son el lote que FIN deja pendiente.
       01 WS-SESION-OPS.
          03 WS-SES-MAX           PIC 9(3) VALUE 100.
          03 WS-SES-COUNT         PIC 9(3) VALUE ZEROES.
          03 WS-SES-OP OCCURS 100 TIMES.
             05 WS-SO-OPER        PIC X(4).
             05 WS-SO-FROM        PIC X(1).
             05 WS-SO-TO          PIC X(10).

      * PENDCTL en memoria: los lotes (uno por sesion que propuso
      * cambios) con su estado de esta sesion - 'P' pendiente, 'A'
      * aprobado, 'R' rechazado, 'V' vencido - y sus operaciones, cada
      * una apuntando a su lote.
       01 WS-PENDIENTES.
          03 WS-PND-MAX           PIC 9(3) VALUE 200.
          03 WS-PND-COUNT         PIC 9(3) VALUE ZEROES.
          03 WS-PND-OP OCCURS 200 TIMES.
             05 WS-PO-LOTE        PIC 9(3).
             05 WS-PO-OPER        PIC X(4).
             05 WS-PO-FROM        PIC X(1).
             05 WS-PO-TO          PIC X(10).
          03 WS-LOTE-MAX          PIC 9(3) VALUE 50.
          03 WS-LOTE-COUNT        PIC 9(3) VALUE ZEROES.
          03 WS-LOTE OCCURS 50 TIMES.
             05 WS-LT-FECHA       PIC 9(8).
             05 WS-LT-HORA        PIC 9(6).
             05 WS-LT-USUARIO     PIC X(8).
             05 WS-LT-OPS         PIC 9(3).
             05 WS-LT-ESTADO      PIC X(1).
                88 LOTE-PENDIENTE        VALUE 'P'.
                88 LOTE-APROBADO         VALUE 'A'.
                88 LOTE-RECHAZADO        VALUE 'R'.
                88 LOTE-VENCIDO          VALUE 'V'.

       01 WS-ACCION-LOTE          PIC X(6) VALUE SPACES.

       01 WS-LOCK-DETALLE         PIC X(50) VALUE SPACES.

          05 WS-AL-FROM           PIC X(1).
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 WS-AL-TO             PIC X(10).
      * Lote pendiente al que pertenece el cambio (fecha y hora en que
      * se propuso) y su autor: en una aprobacion, un rechazo o un
      * vencimiento el usuario de la linea es quien actuo y el autor
      * es quien propuso, asi la linea lleva a los dos.
          05 FILLER               PIC X(6)  VALUE ' LOTE '.
          05 WS-AL-LOTE-FECHA     PIC 9(8).
          05 WS-AL-LOTE-HORA      PIC 9(6).
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 WS-AL-OPER           PIC X(4).
          05 FILLER               PIC X(7)  VALUE ' AUTOR '.
          05 WS-AL-AUTOR          PIC X(8).

       01 WS-MENU-OPCION          PIC X(1) VALUE SPACE.
       01 WS-MENU-FROM            PIC X(1) VALUE SPACE.
       01 WS-MENU-TO              PIC X(10) VALUE SPACES.
       01 WS-MENU-LOTE            PIC 9(2) VALUE ZEROES.
       01 WS-MENU-DECISION        PIC X(1) VALUE SPACE.

       SCREEN SECTION.
       01 SCR-MENU.
           05 LINE 3  COLUMN 1 VALUE 'A) ALTA / CAMBIO DE ENTRADA'.
           05 LINE 4  COLUMN 1 VALUE 'B) BAJA DE ENTRADA'.
           05 LINE 5  COLUMN 1 VALUE 'L) LISTAR TABLA ACTUAL'.
           05 LINE 6  COLUMN 1 VALUE
              'S) GRABAR (PENDIENTE DE APROBACION) Y SALIR'.
           05 LINE 8  COLUMN 1 VALUE 'OPCION: '.
           05 LINE 8  COLUMN 9 PIC X(1) USING WS-MENU-OPCION.

       01 SCR-MENU-APROBACION.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1 VALUE
              'APROBACION DE CAMBIOS PENDIENTES - CHARCTL'.
           05 LINE 3  COLUMN 1 VALUE 'L) LISTAR LOTES PENDIENTES'.
           05 LINE 4  COLUMN 1 VALUE 'D) APROBAR / RECHAZAR UN LOTE'.
           05 LINE 5  COLUMN 1 VALUE 'S) GRABAR Y SALIR'.
           05 LINE 8  COLUMN 1 VALUE 'OPCION: '.
           05 LINE 8  COLUMN 9 PIC X(1) USING WS-MENU-OPCION.

       01 SCR-DECISION.
           05 LINE 10 COLUMN 1 VALUE 'NUMERO DE LOTE (SEGUN LISTA): '.
           05 LINE 10 COLUMN 31 PIC 9(2) USING WS-MENU-LOTE.
           05 LINE 11 COLUMN 1 VALUE 'A) APROBAR  R) RECHAZAR: '.
           05 LINE 11 COLUMN 26 PIC X(1) USING WS-MENU-DECISION.

       01 SCR-ALTA.
           05 LINE 10 COLUMN 1 VALUE 'CARACTER A REEMPLAZAR: '.
           05 LINE 10 COLUMN 24 PIC X(1) USING WS-MENU-FROM.

           PERFORM INICIO.

           IF MODO-APROBACION
               PERFORM MENU-APROBACION
                   UNTIL SALIR-MENU
           ELSE
               PERFORM MENU-MANTENIMIENTO
                   UNTIL SALIR-MENU
           END-IF.

           PERFORM FIN.

           STOP RUN.

       MENU-MANTENIMIENTO.
           DISPLAY SCR-MENU
           ACCEPT SCR-MENU
           EVALUATE WS-MENU-OPCION
               WHEN 'A' WHEN 'a'
                   PERFORM ALTA-CARACTER
               WHEN 'B' WHEN 'b'
                   PERFORM BAJA-CARACTER
               WHEN 'L' WHEN 'l'
                   PERFORM LISTAR-TABLA
               WHEN 'S' WHEN 's'
                   SET SALIR-MENU TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       MENU-APROBACION.
           DISPLAY SCR-MENU-APROBACION
           ACCEPT SCR-MENU-APROBACION
           EVALUATE WS-MENU-OPCION
               WHEN 'L' WHEN 'l'
                   PERFORM LISTAR-PENDIENTES
               WHEN 'D' WHEN 'd'
                   PERFORM DECIDIR-LOTE
               WHEN 'S' WHEN 's'
                   SET SALIR-MENU TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Carga el CHARCTL existente tal cual esta hoy (sin los
      * defaults compilados de CARGAR-TABLA-DEFECTO: esta pantalla
      * administra solo lo que esta en el archivo de control, igual
      * que lo que terminara escribiendose de vuelta en el).
       INICIO.
           PERFORM LEER-PARAMETROS
           IF WS-USUARIO = SPACES
               MOVE 'UNKNOWN' TO WS-USUARIO
           END-IF
               MOVE WS-CHAR-TO(WS-HIS-IDX) TO WS-OR-TO(WS-HIS-IDX)
           END-PERFORM
           PERFORM CARGAR-TOKENS-CONTROL
           PERFORM CARGAR-VERSION-TABLAS
           PERFORM CARGAR-PENDIENTES
      * Con PENDCTL mas grande que la tabla en memoria no se puede
      * reescribir sin perder lineas: se siguen aceptando propuestas
      * (se agregan al final) pero no decisiones ni vencimientos.
           IF PEND-DESBORDE
               DISPLAY 'PENDCTL EXCEDE ' WS-PND-MAX ' CAMBIOS O '
                   WS-LOTE-MAX ' LOTES - NO SE PROCESAN VENCIMIENTOS'
               IF MODO-APROBACION
                   DISPLAY 'APROBACION NO DISPONIBLE HASTA DEPURAR '
                       'PENDCTL'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               PERFORM VENCER-PENDIENTES
           END-IF.

      * Primera palabra del PARM: el usuario, igual que antes de que
      * hubiera opciones; el resto se lee con el mismo esquema de
      * pares que CONSULTA-AUDITORIA.
       LEER-PARAMETROS.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PARM-STRING))
               TO WS-PARM-LEN
           IF WS-PARM-LEN > 0
               MOVE FUNCTION TRIM(WS-PARM-STRING) TO WS-PARM-TOKEN
               MOVE WS-PARM-TOKEN TO WS-PARM-STRING
               MOVE 1 TO WS-PARM-PTR
               UNSTRING WS-PARM-STRING DELIMITED BY SPACE
                   INTO WS-USUARIO
                   WITH POINTER WS-PARM-PTR
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
               WHEN WS-PARM-TOKEN(1:7) = 'APROBAR'
                   SET MODO-APROBACION TO TRUE
               WHEN WS-PARM-TOKEN(1:6) = 'VENCE='
                   MOVE FUNCTION NUMVAL(WS-PARM-TOKEN(7:3))
                       TO WS-DIAS-VENCE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Carga las lineas de PENDCTL a partir de la WS-PND-LEIDAS + 1:
      * la primera vez son todas; antes de reescribir el archivo se
      * vuelve a llamar para levantar los lotes que otra sesion haya
      * agregado al final mientras esta estaba abierta.
       CARGAR-PENDIENTES.
           MOVE ZERO TO WS-PND-LINEA
           OPEN INPUT WS-PEND-FILE
           IF WS-PEND-STATUS = '00'
               PERFORM CARGAR-REGISTRO-PEND
                   UNTIL WS-PEND-STATUS NOT = '00'
           END-IF
           CLOSE WS-PEND-FILE
           MOVE WS-PND-LINEA TO WS-PND-LEIDAS.

       CARGAR-REGISTRO-PEND.
           READ WS-PEND-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-PND-LINEA
                   IF WS-PND-LINEA > WS-PND-LEIDAS
                       PERFORM AGREGAR-OPERACION-PEND
                   END-IF
           END-READ.

      * Las lineas de un lote se graban juntas, asi que un cambio de
      * fecha, hora o usuario respecto de la linea anterior abre un
      * lote nuevo.
       AGREGAR-OPERACION-PEND.
           IF WS-PND-COUNT >= WS-PND-MAX
               SET PEND-DESBORDE TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-LOTE-COUNT = 0
               OR WS-PEND-FECHA NOT = WS-LT-FECHA(WS-LOTE-COUNT)
               OR WS-PEND-HORA NOT = WS-LT-HORA(WS-LOTE-COUNT)
               OR WS-PEND-USUARIO NOT = WS-LT-USUARIO(WS-LOTE-COUNT)
               IF WS-LOTE-COUNT >= WS-LOTE-MAX
                   SET PEND-DESBORDE TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LOTE-COUNT
               MOVE WS-PEND-FECHA TO WS-LT-FECHA(WS-LOTE-COUNT)
               MOVE WS-PEND-HORA TO WS-LT-HORA(WS-LOTE-COUNT)
               MOVE WS-PEND-USUARIO TO WS-LT-USUARIO(WS-LOTE-COUNT)
               MOVE ZERO TO WS-LT-OPS(WS-LOTE-COUNT)
               SET LOTE-PENDIENTE(WS-LOTE-COUNT) TO TRUE
           END-IF
           ADD 1 TO WS-PND-COUNT
           ADD 1 TO WS-LT-OPS(WS-LOTE-COUNT)
           MOVE WS-LOTE-COUNT TO WS-PO-LOTE(WS-PND-COUNT)
           MOVE WS-PEND-OPER TO WS-PO-OPER(WS-PND-COUNT)
           MOVE WS-PEND-FROM TO WS-PO-FROM(WS-PND-COUNT)
           MOVE WS-PEND-TO TO WS-PO-TO(WS-PND-COUNT).

      * Un lote que lleva mas de WS-DIAS-VENCE dias sin que nadie lo
      * apruebe vence: sale de PENDCTL en el acto y queda en
      * AUDITLOG con quien abrio la sesion que lo vencio y su autor.
       VENCER-PENDIENTES.
           MOVE ZERO TO WS-VENCIDOS
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           COMPUTE WS-DIA-HOY
               = FUNCTION INTEGER-OF-DATE(WS-FECHA-ACTUAL)
           PERFORM VARYING WS-L FROM 1 BY 1
               UNTIL WS-L > WS-LOTE-COUNT
               IF WS-LT-FECHA(WS-L) < 16010101
                   MOVE WS-DIA-HOY TO WS-DIA-LOTE
               ELSE
                   COMPUTE WS-DIA-LOTE
                       = FUNCTION INTEGER-OF-DATE(WS-LT-FECHA(WS-L))
               END-IF
               IF WS-DIA-HOY - WS-DIA-LOTE > WS-DIAS-VENCE
                   SET LOTE-VENCIDO(WS-L) TO TRUE
                   ADD 1 TO WS-VENCIDOS
                   MOVE 'VENCID' TO WS-ACCION-LOTE
                   PERFORM AUDITAR-LOTE
               END-IF
           END-PERFORM
           IF WS-VENCIDOS > 0
               DISPLAY 'LOTES PENDIENTES VENCIDOS: ' WS-VENCIDOS
               PERFORM REESCRIBIR-PENDIENTES
           END-IF.

      * Carga cruda de TOKENCTL (sin los defaults compilados del
      * encode): la historia guarda el contenido de los archivos de
                   DISPLAY 'PRESIONE ENTER PARA CONTINUAR'
                   ACCEPT WS-MENU-OPCION
               ELSE
                   IF WS-SES-COUNT >= WS-SES-MAX
                       PERFORM AVISAR-SESION-LLENA
                   ELSE
                       PERFORM APLICAR-ALTA
                       SET TABLA-MODIFICADA TO TRUE
                       MOVE 'ALTA' TO WS-SO-OPER(WS-SES-COUNT + 1)
                       PERFORM REGISTRAR-OPERACION
                   END-IF
               END-IF
           END-IF.

      * El alta (o cambio, si el caracter ya estaba) sobre la tabla en
      * memoria: la usa tanto la sesion de mantenimiento, para que el
      * listado muestre lo que se esta proponiendo, como la
      * aprobacion, que es la que la termina grabando.
       APLICAR-ALTA.
           SET WS-CHAR-IDX TO 1
           SET WS-CHAR-FOUND TO 'N'
           SEARCH WS-CHAR-TABLE
               WHEN WS-CHAR-FROM(WS-CHAR-IDX) = WS-MENU-FROM
                   SET CHAR-FOUND TO TRUE
           END-SEARCH
           IF CHAR-FOUND
               MOVE WS-MENU-TO TO WS-CHAR-TO(WS-CHAR-IDX)
           ELSE
               IF WS-CHAR-TABLE-COUNT < WS-CHAR-TABLE-MAX
                   ADD 1 TO WS-CHAR-TABLE-COUNT
                   MOVE WS-MENU-FROM
                       TO WS-CHAR-FROM(WS-CHAR-TABLE-COUNT)
                   MOVE WS-MENU-TO
                       TO WS-CHAR-TO(WS-CHAR-TABLE-COUNT)
               END-IF
           END-IF.

       APLICAR-BAJA.
           SET WS-CHAR-IDX TO 1
           SET WS-CHAR-FOUND TO 'N'
           SEARCH WS-CHAR-TABLE
               WHEN WS-CHAR-FROM(WS-CHAR-IDX) = WS-MENU-FROM
                   SET CHAR-FOUND TO TRUE
           END-SEARCH
           IF CHAR-FOUND
               PERFORM ELIMINAR-ENTRADA-TABLA
           END-IF.

       REGISTRAR-OPERACION.
           ADD 1 TO WS-SES-COUNT
           MOVE WS-MENU-FROM TO WS-SO-FROM(WS-SES-COUNT)
           MOVE WS-MENU-TO TO WS-SO-TO(WS-SES-COUNT).

       AVISAR-SESION-LLENA.
           DISPLAY 'SESION CON ' WS-SES-MAX ' CAMBIOS - GRABE Y '
               'VUELVA A ENTRAR PARA SEGUIR'
           DISPLAY 'PRESIONE ENTER PARA CONTINUAR'
           ACCEPT WS-MENU-OPCION.

       BAJA-CARACTER.
           MOVE SPACE TO WS-MENU-FROM
           DISPLAY SCR-BAJA
                   WHEN WS-CHAR-FROM(WS-CHAR-IDX) = WS-MENU-FROM
                       SET CHAR-FOUND TO TRUE
               END-SEARCH
               IF CHAR-FOUND AND WS-SES-COUNT >= WS-SES-MAX
                   PERFORM AVISAR-SESION-LLENA
               END-IF
               IF CHAR-FOUND AND WS-SES-COUNT < WS-SES-MAX
                   MOVE WS-CHAR-TO(WS-CHAR-IDX) TO WS-MENU-TO
                   PERFORM ELIMINAR-ENTRADA-TABLA
                   SET TABLA-MODIFICADA TO TRUE
                   MOVE 'BAJA' TO WS-SO-OPER(WS-SES-COUNT + 1)
                   PERFORM REGISTRAR-OPERACION
               END-IF
               IF NOT CHAR-FOUND
      * Incluye el caso comun de querer borrar uno de los cuatro
      * defaults compilados: INICIO los deja deliberadamente fuera de
      * esta tabla (solo carga lo que ya esta en CHARCTL), asi que
           DISPLAY 'PRESIONE ENTER PARA CONTINUAR'
           ACCEPT WS-MENU-OPCION.

      * Lotes con su numero de orden (el que se pide al decidir), su
      * autor, cuando se propuso y lo que se decidio en esta sesion.
       LISTAR-PENDIENTES.
           DISPLAY SPACE
           IF WS-LOTE-COUNT = 0
               DISPLAY 'NO HAY CAMBIOS PENDIENTES DE APROBACION'
           END-IF
           PERFORM VARYING WS-L FROM 1 BY 1
               UNTIL WS-L > WS-LOTE-COUNT
               EVALUATE TRUE
                   WHEN LOTE-PENDIENTE(WS-L)
                       MOVE 'PENDIENTE' TO WS-MENU-TO
                   WHEN LOTE-APROBADO(WS-L)
                       MOVE 'APROBADO' TO WS-MENU-TO
                   WHEN LOTE-RECHAZADO(WS-L)
                       MOVE 'RECHAZADO' TO WS-MENU-TO
                   WHEN OTHER
                       MOVE 'VENCIDO' TO WS-MENU-TO
               END-EVALUATE
               MOVE WS-L TO WS-MENU-LOTE
               DISPLAY WS-MENU-LOTE ') ' WS-LT-FECHA(WS-L) ' '
                   WS-LT-HORA(WS-L) ' AUTOR ' WS-LT-USUARIO(WS-L)
                   ' - ' WS-MENU-TO
               PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PND-COUNT
                   IF WS-PO-LOTE(WS-P) = WS-L
                       DISPLAY '      ' WS-PO-OPER(WS-P) ' '
                           WS-PO-FROM(WS-P) ' -> '
                           FUNCTION TRIM(WS-PO-TO(WS-P))
                   END-IF
               END-PERFORM
           END-PERFORM
           DISPLAY 'PRESIONE ENTER PARA CONTINUAR'
           ACCEPT WS-MENU-OPCION.

      * La decision queda en memoria hasta FIN. Aprobar aplica el lote
      * sobre la tabla (en el orden en que se aprueba, si hay varios);
      * el autor de un lote nunca puede aprobarlo, solo retirarlo
      * rechazandolo.
       DECIDIR-LOTE.
           MOVE ZERO TO WS-MENU-LOTE
           MOVE SPACE TO WS-MENU-DECISION
           DISPLAY SCR-DECISION
           ACCEPT SCR-DECISION
           IF WS-MENU-LOTE < 1 OR WS-MENU-LOTE > WS-LOTE-COUNT
               DISPLAY 'NUMERO DE LOTE INEXISTENTE: ' WS-MENU-LOTE
               DISPLAY 'PRESIONE ENTER PARA CONTINUAR'
               ACCEPT WS-MENU-OPCION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MENU-LOTE TO WS-L
           IF NOT LOTE-PENDIENTE(WS-L)
               DISPLAY 'EL LOTE ' WS-MENU-LOTE ' YA NO ESTA PENDIENTE'
               DISPLAY 'PRESIONE ENTER PARA CONTINUAR'
               ACCEPT WS-MENU-OPCION
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-MENU-DECISION
               WHEN 'A' WHEN 'a'
                   IF WS-LT-USUARIO(WS-L) = WS-USUARIO
                       DISPLAY 'NO PUEDE APROBAR UN CAMBIO PROPIO - '
                           'LO DEBE APROBAR OTRO USUARIO'
                       DISPLAY 'PRESIONE ENTER PARA CONTINUAR'
                       ACCEPT WS-MENU-OPCION
                   ELSE
                       PERFORM APLICAR-LOTE
                       SET LOTE-APROBADO(WS-L) TO TRUE
                       SET TABLA-MODIFICADA TO TRUE
                       SET PEND-MODIFICADO TO TRUE
                   END-IF
               WHEN 'R' WHEN 'r'
                   SET LOTE-RECHAZADO(WS-L) TO TRUE
                   SET PEND-MODIFICADO TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APLICAR-LOTE.
           PERFORM VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-PND-COUNT
               IF WS-PO-LOTE(WS-P) = WS-L
                   MOVE WS-PO-FROM(WS-P) TO WS-MENU-FROM
                   MOVE WS-PO-TO(WS-P) TO WS-MENU-TO
                   IF WS-PO-OPER(WS-P) = 'ALTA'
                       PERFORM APLICAR-ALTA
                   ELSE
                       PERFORM APLICAR-BAJA
                   END-IF
               END-IF
           END-PERFORM.

      * Una linea de AUDITLOG por operacion del lote WS-L. Con
      * WS-ACCION-LOTE en blanco la accion es la operacion misma
      * (ALTA/BAJA): es el cambio entrando en vigencia con la
      * aprobacion.
       AUDITAR-LOTE.
           PERFORM VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-PND-COUNT
               IF WS-PO-LOTE(WS-P) = WS-L
                   IF WS-ACCION-LOTE = SPACES
                       MOVE WS-PO-OPER(WS-P) TO WS-AL-ACCION
                   ELSE
                       MOVE WS-ACCION-LOTE TO WS-AL-ACCION
                   END-IF
                   MOVE WS-PO-FROM(WS-P) TO WS-AL-FROM
                   MOVE WS-PO-TO(WS-P) TO WS-AL-TO
                   MOVE WS-LT-FECHA(WS-L) TO WS-AL-LOTE-FECHA
                   MOVE WS-LT-HORA(WS-L) TO WS-AL-LOTE-HORA
                   MOVE WS-PO-OPER(WS-P) TO WS-AL-OPER
                   MOVE WS-LT-USUARIO(WS-L) TO WS-AL-AUTOR
                   PERFORM GRABAR-AUDITORIA
               END-IF
           END-PERFORM.

      * Marca en AUDITLOG la generacion que deja esta aprobacion: las
      * altas y bajas que la siguen son las que la produjeron (ver
      * COMPARA-GENERACIONES).
       AUDITAR-GENERACION.
           MOVE 'GENERA' TO WS-AL-ACCION
           MOVE SPACE TO WS-AL-FROM
           MOVE SPACES TO WS-AL-TO
           MOVE WS-TAB-GENERACION TO WS-AL-TO(1:6)
           MOVE ZEROES TO WS-AL-LOTE-FECHA
           MOVE ZEROES TO WS-AL-LOTE-HORA
           MOVE SPACES TO WS-AL-OPER
           MOVE SPACES TO WS-AL-AUTOR
           PERFORM GRABAR-AUDITORIA.

       GRABAR-AUDITORIA.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL FROM TIME
           WRITE WS-AUD-RECORD FROM WS-AUD-LINE
           CLOSE WS-AUD-FILE.

      * La sesion de mantenimiento nunca toca CHARCTL: si hubo altas
      * o bajas quedan como lote pendiente. Solo la aprobacion
      * reescribe la tabla, y solo si se aprobo algun lote; si el
      * usuario entro y salio sin tocar nada, todo queda intacto.
       FIN.
           IF MODO-APROBACION
               PERFORM CERRAR-APROBACION
           ELSE
               IF TABLA-MODIFICADA
                   PERFORM GRABAR-PROPUESTA
               END-IF
           END-IF.

      * El lote se agrega al final de PENDCTL (sin reescribirlo, asi
      * no pisa lo que otra sesion este decidiendo) y cada cambio
      * queda en AUDITLOG como propuesto.
       GRABAR-PROPUESTA.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL FROM TIME
           OPEN EXTEND WS-PEND-FILE
           IF WS-PEND-STATUS = '35'
               OPEN OUTPUT WS-PEND-FILE
           END-IF
           IF WS-PEND-STATUS NOT = '00' AND WS-PEND-STATUS NOT = '05'
               DISPLAY 'ERROR ABRIENDO ARCHIVO PENDCTL - FILE STATUS '
                   WS-PEND-STATUS ' - CAMBIOS NO GRABADOS'
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'PROPON' TO WS-AL-ACCION
           MOVE WS-FECHA-ACTUAL TO WS-AL-LOTE-FECHA
           MOVE WS-HORA-ACTUAL(1:6) TO WS-AL-LOTE-HORA
           MOVE WS-USUARIO TO WS-AL-AUTOR
           PERFORM VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-SES-COUNT
               MOVE WS-FECHA-ACTUAL TO WS-PEND-FECHA
               MOVE WS-HORA-ACTUAL(1:6) TO WS-PEND-HORA
               MOVE WS-USUARIO TO WS-PEND-USUARIO
               MOVE WS-SO-OPER(WS-P) TO WS-PEND-OPER
               MOVE WS-SO-FROM(WS-P) TO WS-PEND-FROM
               MOVE WS-SO-TO(WS-P) TO WS-PEND-TO
               WRITE WS-PEND-RECORD
               MOVE WS-SO-OPER(WS-P) TO WS-AL-OPER
               MOVE WS-SO-FROM(WS-P) TO WS-AL-FROM
               MOVE WS-SO-TO(WS-P) TO WS-AL-TO
               PERFORM GRABAR-AUDITORIA
           END-PERFORM
           CLOSE WS-PEND-FILE
           DISPLAY 'CAMBIOS GRABADOS COMO PENDIENTES (LOTE '
               WS-FECHA-ACTUAL ' ' WS-HORA-ACTUAL(1:6) ')'
           DISPLAY 'NO ENTRAN EN VIGENCIA HASTA QUE LOS APRUEBE OTRO '
               'USUARIO'.

      * Con una corrida batch activa no se graba la tabla: los lotes
      * aprobados vuelven a quedar pendientes para otra sesion. Los
      * rechazos no tocan la tabla y se registran igual.
       CERRAR-APROBACION.
           IF TABLA-MODIFICADA
               PERFORM VERIFICAR-RUN-LOCK
               IF LOCK-ACTIVO
                       'ACTIVA USANDO LAS TABLAS:'
                   DISPLAY '  ' FUNCTION TRIM(WS-LOCK-DETALLE TRAILING)
                   DISPLAY 'ESPERE EL FIN DE LA CORRIDA (O SU '
                       'REINICIO) Y VUELVA A APROBAR'
                   MOVE 8 TO RETURN-CODE
                   PERFORM VARYING WS-L FROM 1 BY 1
                       UNTIL WS-L > WS-LOTE-COUNT
                       IF LOTE-APROBADO(WS-L)
                           SET LOTE-PENDIENTE(WS-L) TO TRUE
                       END-IF
                   END-PERFORM
               ELSE
                   PERFORM ASEGURAR-HISTORIA-PREVIA
                   PERFORM REESCRIBIR-CHARCTL
                   PERFORM GRABAR-VERSION-TABLAS
                   PERFORM GRABAR-HISTORIA-TABLAS
                   PERFORM AUDITAR-GENERACION
               END-IF
           END-IF
           PERFORM VARYING WS-L FROM 1 BY 1
               UNTIL WS-L > WS-LOTE-COUNT
               EVALUATE TRUE
                   WHEN LOTE-APROBADO(WS-L)
                       MOVE SPACES TO WS-ACCION-LOTE
                       PERFORM AUDITAR-LOTE
                   WHEN LOTE-RECHAZADO(WS-L)
                       MOVE 'RECHAZ' TO WS-ACCION-LOTE
                       PERFORM AUDITAR-LOTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           IF PEND-MODIFICADO
               PERFORM CARGAR-PENDIENTES
               PERFORM REESCRIBIR-PENDIENTES
           END-IF.

      * Deja en PENDCTL solo los lotes que siguen pendientes. Las
      * lineas escritas pasan a ser las ya leidas: una carga posterior
      * (ver CERRAR-APROBACION) levanta desde ahi lo que otra sesion
      * agregue al archivo reescrito.
       REESCRIBIR-PENDIENTES.
           MOVE ZERO TO WS-PND-LEIDAS
           OPEN OUTPUT WS-PEND-FILE
           PERFORM VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-PND-COUNT
               MOVE WS-PO-LOTE(WS-P) TO WS-L
               IF LOTE-PENDIENTE(WS-L)
                   MOVE WS-LT-FECHA(WS-L) TO WS-PEND-FECHA
                   MOVE WS-LT-HORA(WS-L) TO WS-PEND-HORA
                   MOVE WS-LT-USUARIO(WS-L) TO WS-PEND-USUARIO
                   MOVE WS-PO-OPER(WS-P) TO WS-PEND-OPER
                   MOVE WS-PO-FROM(WS-P) TO WS-PEND-FROM
                   MOVE WS-PO-TO(WS-P) TO WS-PEND-TO
                   WRITE WS-PEND-RECORD
                   ADD 1 TO WS-PND-LEIDAS
               END-IF
           END-PERFORM
           CLOSE WS-PEND-FILE.

      * El cerrojo vive mientras tenga un registro: los programas
      * batch lo escriben al arrancar y lo vacian (no lo borran) en un
      * fin normal, asi que archivo ausente o vacio significa campo

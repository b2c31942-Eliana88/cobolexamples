               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TOKEN-CTL-STATUS.

      * Tabla de transliteracion UTF-8 (ver TRANSTAB.CPY): letras
      * acentuadas que el upstream manda en dos o mas bytes y que se
      * pasan a texto plano antes de validar.
           SELECT OPTIONAL WS-TRANS-CTL-FILE ASSIGN TO 'TRANSCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-CTL-STATUS.

      * Los archivos propios de la corrida llevan nombre dinamico: en
      * una corrida particionada (PARM PARTICION=nn) cada particion
      * escribe los suyos con el sufijo .Pnn para no pisarse con las
      * que corren al mismo tiempo (ver ASIGNAR-NOMBRES-PARTICION).
      * Los nombres por defecto son los de siempre.
           SELECT WS-TRUNC-FILE ASSIGN TO DYNAMIC WS-TRUNC-NOMBRE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRUNC-STATUS.

           SELECT WS-REJ-FILE ASSIGN TO DYNAMIC WS-REJ-NOMBRE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT OPTIONAL WS-CKPT-FILE ASSIGN TO DYNAMIC
               WS-CKPT-NOMBRE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT WS-BAL-FILE ASSIGN TO DYNAMIC WS-BAL-NOMBRE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.

               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LAY-STATUS.

           SELECT OPTIONAL WS-EST-FILE ASSIGN TO DYNAMIC
               WS-EST-NOMBRE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EST-STATUS.

      * pisa corrida a corrida), aqui cada rechazo queda acumulado con
      * su fecha para el reporte de tendencia y envejecimiento (ver
      * REJHLINE.CPY y REPORTE-RECHAZOS).
           SELECT OPTIONAL WS-REJH-FILE ASSIGN TO DYNAMIC
               WS-REJH-NOMBRE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REJH-STATUS.

      * Historia de claves de registro ya codificadas en noches
      * anteriores (clave armada con los campos clase 'K' de LAYCTL,
      * fecha de la corrida y numero de registro original). Solo se
      * consulta; las claves de esta corrida se juntan en KEYPEND y
      * recien pasan a la historia en FIN, con la corrida terminada,
      * para que un reinicio no tome por duplicado lo que la misma
      * corrida abendeada ya habia escrito.
           SELECT OPTIONAL WS-KEYH-FILE ASSIGN TO 'KEYHIST'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-KEYH-STATUS.

           SELECT OPTIONAL WS-KEYP-FILE ASSIGN TO DYNAMIC
               WS-KEYP-NOMBRE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-KEYP-STATUS.

           SELECT WS-CLAVES-SORT ASSIGN TO 'KEYSORT'.

      * Registros que ya se codificaron en una noche anterior: van
      * aqui con la fecha y el numero de registro originales en vez
      * de volver a OUTFILE.
           SELECT WS-DUP-FILE ASSIGN TO DYNAMIC WS-DUP-NOMBRE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-STATUS.

      * Acuse de recibo para el upstream, uno por archivo de entrada
      * del manifiesto: se llama como el archivo recibido mas '.ACK'
      * (ver ABRIR-ACUSE). ACKWORK es solo el intermedio con que un
      * reinicio recorta el acuse del archivo del checkpoint.
           SELECT OPTIONAL WS-ACK-FILE ASSIGN TO DYNAMIC WS-ACK-NOMBRE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT OPTIONAL WS-ACKW-FILE ASSIGN TO DYNAMIC
               WS-ACKW-NOMBRE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACKW-STATUS.

      * Plan de particiones armado por PARTE-ENTRADA (ver
      * PARTLINE.CPY): solo se lee, y solo con PARTICION=nn.
           SELECT OPTIONAL WS-PART-FILE ASSIGN TO 'PARTCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WS-ENTRADA-FILE.
       FD  WS-REJH-FILE.
       01  WS-REJH-RECORD        PIC X(280).

      * WS-KEYH-ORIGEN en blanco: el registro se escribio en OUTFILE;
      * 'R': solo se vio rechazado (ver GRABAR-CLAVE-RECHAZO).
      * WS-KEYH-FECHA es la fecha por la que DEPURA-HISTORIA archiva
      * la historia segun la retencion de KEYHIST en RETCTL.
       FD  WS-KEYH-FILE.
       01  WS-KEYH-RECORD.
           03 WS-KEYH-CLAVE       PIC X(40).
           03 WS-KEYH-FECHA       PIC 9(8).
           03 WS-KEYH-REG-NUM     PIC 9(7).
           03 WS-KEYH-ORIGEN      PIC X(1).

       FD  WS-KEYP-FILE.
       01  WS-KEYP-RECORD        PIC X(56).

      * La historia se carga ordenada por clave (y dentro de una
      * misma clave por fecha, asi queda la primera vez que se vio)
      * para buscarla con SEARCH ALL.
       SD  WS-CLAVES-SORT.
       01  WS-CS-RECORD.
           03 WS-CS-CLAVE         PIC X(40).
           03 WS-CS-FECHA         PIC 9(8).
           03 WS-CS-REG-NUM       PIC 9(7).
           03 WS-CS-ORIGEN        PIC X(1).

       FD  WS-DUP-FILE.
       01  WS-DUP-RECORD         PIC X(320).

       FD  WS-ACK-FILE.
       01  WS-ACK-RECORD         PIC X(132).

       FD  WS-ACKW-FILE.
       01  WS-ACKW-RECORD        PIC X(132).

       FD  WS-PART-FILE.
       01  WS-PART-RECORD        PIC X(125).

       FD  WS-SALIDA-FILE.
       01  WS-SALIDA-RECORD      PIC X(320).

           03 WS-TOKEN-CTL-TO       PIC X(10).
           03 WS-TOKEN-CTL-TO-LEN   PIC 9(2).

      * Secuencia UTF-8 tal cual llega (2 a 4 bytes, completada con
      * blancos) y su reemplazo; los largos salen del byte inicial de
      * la secuencia y del reemplazo recortado.
       FD  WS-TRANS-CTL-FILE.
       01  WS-TRANS-CTL-RECORD   PIC X(8).

       FD  WS-TRUNC-FILE.
       01  WS-TRUNC-RECORD       PIC X(250).

        03 WS-PARM-CHARS-LEN   PIC 9(3)   VALUE ZEROES.
        03 WS-PARM-CHARS-PTR   PIC 9(3)   VALUE 1.
        03 WS-MANIFEST-NOMBRE  PIC X(100) VALUE 'MANIFEST'.
        03 WS-ACK-NOMBRE       PIC X(108) VALUE SPACES.
        03 WS-LRECL-PARM       PIC 9(3)   VALUE ZEROES.
        03 WS-OUTLRECL-PARM    PIC 9(3)   VALUE ZEROES.
        03 WS-PARTICION-PARM   PIC 9(2)   VALUE ZEROES.
        03 WS-SUFIJO-PARTICION PIC X(4)   VALUE SPACES.
        03 WS-NOMBRE-PARTICION PIC X(104) VALUE SPACES.
        03 WS-CKPT-NOMBRE      PIC X(12)  VALUE 'CKPTFILE'.
        03 WS-TRUNC-NOMBRE     PIC X(12)  VALUE 'TRUNCRPT'.
        03 WS-REJ-NOMBRE       PIC X(12)  VALUE 'REJFILE'.
        03 WS-DUP-NOMBRE       PIC X(12)  VALUE 'DUPRPT'.
        03 WS-BAL-NOMBRE       PIC X(12)  VALUE 'BALRPT'.
        03 WS-EST-NOMBRE       PIC X(12)  VALUE 'STATFILE'.
        03 WS-REJH-NOMBRE      PIC X(12)  VALUE 'REJHIST'.
        03 WS-KEYP-NOMBRE      PIC X(12)  VALUE 'KEYPEND'.
        03 WS-ACKW-NOMBRE      PIC X(12)  VALUE 'ACKWORK'.

       COPY WSVARS.

       01 WS-ENTRADA              PIC X(200) VALUE SPACES.
       01 WS-SALIDA               PIC X(320) VALUE SPACES.

      * El registro tal como lo mando el upstream, antes de
      * transliterar, y para cada posicion del registro ya
      * transliterado la posicion de la que vino (solo se arma si
      * hubo alguna transliteracion): un rechazo se informa siempre
      * contra lo que el upstream mando (ver RECHAZAR-REGISTRO).
       01 WS-ENTRADA-ORIGINAL     PIC X(200) VALUE SPACES.
       01 WS-POSICIONES-ORIGEN.
        03 WS-POS-ORIGEN       PIC 9(3) OCCURS 200 TIMES.

       COPY CHARTAB.

       COPY TOKENTAB.

       COPY TRANSTAB.

       COPY LAYTAB.

      * Mapa byte a byte del registro de entrada, armado una sola vez
      * a partir de LAYTAB: 'T' sustituible, 'P' protegido (se valida
      * pero jamas se reescribe), 'K' clave (protegido que ademas
      * forma la clave de duplicados), 'F' sin campo asignado (relleno
      * del layout: pasa de largo sin validar ni sustituir). Evita
      * buscar el campo de cada posicion en cada registro.
       01 WS-MAPA-CLASES          PIC X(200) VALUE SPACES.

      * Contadores de uso paralelos a CHARTAB/TOKENTAB: cada
                               VALUE ZEROES.
        03 WS-TOKEN-HITS       PIC 9(9) OCCURS 20 TIMES
                               VALUE ZEROES.
        03 WS-TRANS-HITS       PIC 9(9) OCCURS 80 TIMES
                               VALUE ZEROES.

      * Entrada de TRANSCTL (o de la carga por defecto) a aplicar, y
      * la secuencia UTF-8 que se esta midiendo: en la carga la de la
      * entrada, en el registro la que arranca en WS-I.
       01 WS-TRANS-ENTRADA-CTL.
        03 WS-TN-FROM          PIC X(4).
        03 WS-TN-TO            PIC X(4).

       01 WS-SECUENCIA            PIC X(4) VALUE SPACES.

      * Tramo del campo de texto desde la secuencia transliterada
      * hasta el fin del campo, ya corrido a la izquierda.
       01 WS-TRANS-TRAMO          PIC X(200) VALUE SPACES.

      * Lista ordenada de archivos de entrada de la corrida, cargada
      * del manifiesto (o con el unico INFILE si no hay manifiesto):
        03 WS-MAN-COUNT        PIC 9(2) VALUE ZEROES.
        03 WS-MAN-NOMBRE       PIC X(100) OCCURS 20 TIMES.

      * Historia de claves en memoria, ordenada ascendente por clave.
      * WS-CLAVE-REG es la clave del registro en curso, armada con los
      * campos clase 'K' del layout en el orden de LAYCTL. La tabla
      * tiene que alcanzar para todas las claves distintas que la
      * retencion de KEYHIST en RETCTL deja en la historia; si no
      * alcanza la corrida no se hace (ver APLICAR-CLAVE-HISTORIA).
       01 WS-CLAVES-AREA.
        03 WS-CLAVE-MAX        PIC 9(7) VALUE 1000000.
        03 WS-CLAVE-COUNT      PIC 9(7) VALUE ZEROES.
        03 WS-CLAVE-TABLA OCCURS 1 TO 1000000 TIMES
           DEPENDING ON WS-CLAVE-COUNT
           ASCENDING KEY IS WS-CV-CLAVE
           INDEXED BY WS-CLAVE-IDX.
         05 WS-CV-CLAVE        PIC X(40).
         05 WS-CV-FECHA        PIC 9(8).
         05 WS-CV-REG-NUM      PIC 9(7).
         05 WS-CV-ORIGEN       PIC X(1).

       01 WS-CLAVE-REG            PIC X(40) VALUE SPACES.

      * Plan de particiones (solo con PARTICION=nn): cantidad de
      * registros de datos de cada archivo segun el plan (RECYCLE va
      * como archivo WS-MAN-COUNT + 1, igual que en el checkpoint),
      * el hasta y la cantidad de cada particion, y el rango de esta
      * como posiciones archivo * 10000000 + registro, comparables
      * de una sola vez contra la posicion del registro en curso.
       COPY PARTLINE.

       01 WS-PLAN-AREA.
        03 WS-PLAN-GENERACION  PIC 9(6) VALUE ZEROES.
        03 WS-PLAN-ARCHIVOS    PIC 9(2) VALUE ZEROES.
        03 WS-PLAN-HDR-ARCHIVO PIC 9(2) VALUE ZEROES.
        03 WS-PLAN-PART-COUNT  PIC 9(2) VALUE ZEROES.
        03 WS-PLAN-ARCH-COUNT  PIC 9(2) VALUE ZEROES.
        03 WS-PLAN-ARCHIVO OCCURS 21 TIMES.
         05 WS-PLAN-NOMBRE     PIC X(100) VALUE SPACES.
         05 WS-PLAN-REGISTROS  PIC 9(7)   VALUE ZEROES.
        03 WS-PLAN-PART OCCURS 20 TIMES.
         05 WS-PP-HASTA        PIC 9(9)   VALUE ZEROES.
         05 WS-PP-REGISTROS    PIC 9(7)   VALUE ZEROES.
        03 WS-PART-DESDE-ARCH  PIC 9(2) VALUE ZEROES.
        03 WS-PART-DESDE-REG   PIC 9(7) VALUE ZEROES.
        03 WS-PART-HASTA-ARCH  PIC 9(2) VALUE ZEROES.
        03 WS-PART-HASTA-REG   PIC 9(7) VALUE ZEROES.
        03 WS-PART-DESDE       PIC 9(9) VALUE ZEROES.
        03 WS-PART-HASTA       PIC 9(9) VALUE ZEROES.
        03 WS-PART-REGISTROS   PIC 9(7) VALUE ZEROES.
        03 WS-PART-CLAVE       PIC 9(9) VALUE ZEROES.
        03 WS-PART-IDX         PIC 9(2) VALUE ZEROES.
        03 WS-PART-HDR-DUENO   PIC 9(2) VALUE ZEROES.
        03 WS-PLAN-ESPERADOS   PIC 9(7) VALUE ZEROES.

       01 WS-EST-PREVIA-AREA.
        03 WS-EST-PREV-COUNT   PIC 9(3) VALUE ZEROES.
        03 WS-EST-PREV OCCURS 70 TIMES.
        03 WS-LRECL-SAL        PIC 9(3) VALUE 80.
        03 WS-LRECL-ENT-PREV   PIC 9(3) VALUE ZEROES.
        03 WS-LRECL-SAL-PREV   PIC 9(3) VALUE ZEROES.
        03 WS-DUP-COUNT        PIC 9(7) VALUE ZEROES.
        03 WS-TOT-DUP          PIC 9(7) VALUE ZEROES.
        03 WS-CLAVE-PTR        PIC 9(3) VALUE ZEROES.
        03 WS-CLAVE-COMMIT     PIC 9(7) VALUE ZEROES.
        03 WS-ACK-RECH         PIC 9(7) VALUE ZEROES.
        03 WS-ACK-DUP          PIC 9(7) VALUE ZEROES.
        03 WS-ACK-FECHA-HDR    PIC 9(8) VALUE ZEROES.
        03 WS-ACK-SISTEMA      PIC X(20) VALUE SPACES.
        03 WS-TRANS-COUNT      PIC 9(7) VALUE ZEROES.
        03 WS-TOT-TRANS        PIC 9(7) VALUE ZEROES.
        03 WS-RC03-COUNT       PIC 9(7) VALUE ZEROES.
        03 WS-TOT-RC03         PIC 9(7) VALUE ZEROES.
        03 WS-SEC-LEN          PIC 9(1) VALUE ZEROES.
        03 WS-SEC-DISP         PIC 9(3) VALUE ZEROES.
        03 WS-SEC-K            PIC 9(1) VALUE ZEROES.
        03 WS-TRANS-TO-LARGO   PIC 9(1) VALUE ZEROES.
        03 WS-TRANS-MATCH-IDX  PIC 9(3) VALUE ZEROES.
        03 WS-TRANS-FIN        PIC 9(3) VALUE ZEROES.
        03 WS-TRANS-RESTO      PIC 9(3) VALUE ZEROES.
        03 WS-TRANS-LARGO      PIC 9(3) VALUE ZEROES.
        03 WS-TRANS-DESDE      PIC 9(3) VALUE ZEROES.
        03 WS-TRANS-TAB-IDX    PIC 9(3) VALUE ZEROES.
        03 WS-TRANS-CORRIDA    PIC 9(1) VALUE ZEROES.
        03 WS-POS-K            PIC 9(3) VALUE ZEROES.

      * Registro de encabezado que va como primera linea de OUTFILE:
      * deja estampada la generacion de CHARCTL/TOKENCTL con la que se
        03 WS-RJ-CAMPO         PIC X(10).
        03 FILLER              PIC X(1)  VALUE ']'.

      * Renglon de DUPRPT: numero de registro en el archivo de esta
      * noche, la clave, y donde se vio por primera vez (fecha de la
      * corrida y numero de registro en aquel archivo).
       01 WS-DUP-REPORT-LINE.
        03 FILLER              PIC X(8)  VALUE 'REG NUM '.
        03 WS-DP-REG-NUM       PIC ZZZZZZ9.
        03 FILLER              PIC X(10) VALUE ' - CLAVE ['.
        03 WS-DP-CLAVE         PIC X(40).
        03 FILLER              PIC X(19) VALUE '] - ORIGINAL FECHA '.
        03 WS-DP-FECHA         PIC 9(8).
        03 FILLER              PIC X(9)  VALUE ' REG NUM '.
        03 WS-DP-REG-ORIG      PIC ZZZZZZ9.
        03 FILLER              PIC X(3)  VALUE ' - '.
        03 WS-DP-ENTRADA       PIC X(200).

      * Acuse de recibo (formato fijo, para que el sistema del
      * upstream lo cargue sin parsear texto libre). Una linea 'H'
      * con la fecha y el sistema origen del HDR recibido (ceros y
      * blancos si el archivo vino sin HDR), la fecha de proceso y el
      * archivo; una linea 'D' por cada registro no aceptado, con su
      * numero, la razon (RC01/RC02/RC03 como en REJFILE, o DUPL si
      * ya se habia recibido en una noche anterior), el campo y la
      * posicion; y una linea 'T' de cierre con recibidos, aceptados,
      * rechazados, duplicados, la cantidad declarada en el TRL, el
      * resultado del cuadre y el estado del archivo. Un archivo
      * retenido (TRL que no cuadra, TRL ausente, reenvio completo)
      * se acusa como RECHAZO TOTAL, con cero aceptados.
       01 WS-ACK-ENC-LINE.
        03 WS-AE-TIPO          PIC X(1)  VALUE 'H'.
        03 FILLER              PIC X(1)  VALUE SPACE.
        03 WS-AE-FECHA-HDR     PIC 9(8).
        03 FILLER              PIC X(1)  VALUE SPACE.
        03 WS-AE-SISTEMA       PIC X(20).
        03 FILLER              PIC X(1)  VALUE SPACE.
        03 WS-AE-FECHA-PROC    PIC 9(8).
        03 FILLER              PIC X(1)  VALUE SPACE.
        03 WS-AE-ARCHIVO       PIC X(80).

       01 WS-ACK-DET-LINE.
        03 WS-AD-TIPO          PIC X(1)  VALUE 'D'.
        03 FILLER              PIC X(1)  VALUE SPACE.
        03 WS-AD-REG-NUM       PIC 9(7).
        03 FILLER              PIC X(1)  VALUE SPACE.
        03 WS-AD-RAZON         PIC X(4).
        03 FILLER              PIC X(1)  VALUE SPACE.
        03 WS-AD-CAMPO         PIC X(10).
        03 FILLER              PIC X(1)  VALUE SPACE.
        03 WS-AD-POSICION      PIC 9(3).

       01 WS-ACK-TOT-LINE.
        03 WS-AT-TIPO          PIC X(1)  VALUE 'T'.
        03 FILLER              PIC X(1)  VALUE SPACE.
        03 WS-AT-RECIBIDOS     PIC 9(7).
        03 FILLER              PIC X(1)  VALUE SPACE.
        03 WS-AT-ACEPTADOS     PIC 9(7).
        03 FILLER              PIC X(1)  VALUE SPACE.
        03 WS-AT-RECHAZADOS    PIC 9(7).
        03 FILLER              PIC X(1)  VALUE SPACE.
        03 WS-AT-DUPLICADOS    PIC 9(7).
        03 FILLER              PIC X(1)  VALUE SPACE.
        03 WS-AT-DECLARADOS    PIC 9(7).
        03 FILLER              PIC X(1)  VALUE SPACE.
        03 WS-AT-CUADRE        PIC X(10).
        03 FILLER              PIC X(1)  VALUE SPACE.
        03 WS-AT-ESTADO        PIC X(13).
        03 FILLER              PIC X(1)  VALUE SPACE.
        03 WS-AT-MOTIVO        PIC X(10).

       01 WS-FLAGS.
        03 WS-FIN-ARCHIVO     PIC X(1)  VALUE 'N'.
           88 FIN-ARCHIVO               VALUE 'Y'.
        03 WS-TOKEN-CTL-STATUS PIC X(2) VALUE '00'.
        03 WS-TOKEN-FOUND     PIC X(1)  VALUE 'N'.
           88 TOKEN-FOUND               VALUE 'Y'.
        03 WS-TRANS-CTL-STATUS PIC X(2) VALUE '00'.
        03 WS-TRANS-FOUND     PIC X(1)  VALUE 'N'.
           88 TRANS-FOUND               VALUE 'Y'.
        03 WS-TRANS-VALIDA    PIC X(1)  VALUE 'Y'.
           88 TRANSLIT-VALIDA           VALUE 'Y'.
        03 WS-REG-TRANSLIT    PIC X(1)  VALUE 'N'.
           88 REGISTRO-TRANSLITERADO    VALUE 'Y'.
        03 WS-REJ-STATUS      PIC X(2)  VALUE '00'.
        03 WS-REG-VALIDO      PIC X(1)  VALUE 'Y'.
           88 REGISTRO-VALIDO           VALUE 'Y'.
        03 WS-REJH-STATUS     PIC X(2)  VALUE '00'.
        03 WS-LAYCTL-PRES     PIC X(1)  VALUE 'N'.
           88 LAYCTL-PRESENTE           VALUE 'Y'.
        03 WS-KEYH-STATUS     PIC X(2)  VALUE '00'.
        03 WS-KEYP-STATUS     PIC X(2)  VALUE '00'.
        03 WS-DUP-STATUS      PIC X(2)  VALUE '00'.
        03 WS-CLAVE-ACT       PIC X(1)  VALUE 'N'.
           88 CLAVE-ACTIVA              VALUE 'Y'.
        03 WS-REG-DUP         PIC X(1)  VALUE 'N'.
           88 REGISTRO-DUPLICADO        VALUE 'Y'.
        03 WS-CLAVES-EXCEDIDAS PIC X(1) VALUE 'N'.
           88 HISTORIA-CLAVES-EXCEDIDA  VALUE 'Y'.
        03 WS-DUP-ARCH-VISTO  PIC X(1)  VALUE 'N'.
           88 DUP-ARCHIVO-ANOTADO       VALUE 'Y'.
        03 WS-ACK-STATUS      PIC X(2)  VALUE '00'.
        03 WS-ACKW-STATUS     PIC X(2)  VALUE '00'.
        03 WS-ACK-ACT         PIC X(1)  VALUE 'N'.
           88 ACUSE-ACTIVO              VALUE 'Y'.
        03 WS-ACK-ENC-ESCRITO PIC X(1)  VALUE 'N'.
           88 ACUSE-ENCABEZADO-ESCRITO  VALUE 'Y'.
        03 WS-ACK-CUADRE      PIC X(1)  VALUE 'N'.
           88 ACUSE-SIN-HDR             VALUE 'N'.
           88 ACUSE-CUADRE-OK           VALUE 'O'.
           88 ACUSE-CUADRE-ERROR        VALUE 'E'.
           88 ACUSE-SIN-COLA            VALUE 'S'.
        03 WS-PART-STATUS     PIC X(2)  VALUE '00'.
        03 WS-PARTICIONADA    PIC X(1)  VALUE 'N'.
           88 MODO-PARTICION            VALUE 'Y'.
        03 WS-EN-RANGO        PIC X(1)  VALUE 'Y'.
           88 REGISTRO-EN-RANGO         VALUE 'Y'.
        03 WS-HDR-PROPIO      PIC X(1)  VALUE 'N'.
           88 HDR-DE-LA-PARTICION       VALUE 'Y'.
        03 WS-PLAN-GENERAL    PIC X(1)  VALUE 'N'.
           88 PLAN-GENERAL-LEIDO        VALUE 'Y'.
        03 WS-PLAN-PROPIO     PIC X(1)  VALUE 'N'.
           88 PLAN-PARTICION-HALLADA    VALUE 'Y'.
        03 WS-HDR-UBICADO     PIC X(1)  VALUE 'N'.
           88 HDR-UBICADO               VALUE 'Y'.


       PROCEDURE DIVISION.
           PERFORM CARGAR-TABLA-CONTROL
           PERFORM CARGAR-TOKENS-DEFECTO
           PERFORM CARGAR-TOKENS-CONTROL
           PERFORM CARGAR-TRANSLIT-DEFECTO
           PERFORM CARGAR-TRANSLIT-CONTROL
           PERFORM CARGAR-VERSION-TABLAS
           PERFORM LEER-PARAMETROS
      * El layout y los largos van despues del PARM: el largo de la
               PERFORM CARGAR-LAYOUT-DEFECTO
           END-IF
           PERFORM ARMAR-MAPA-CLASES
      * La deteccion de duplicados entre noches solo corre si LAYCTL
      * marca algun campo como clave; sin clave la corrida es la de
      * siempre y KEYHIST no se toca. En simulacion la historia se
      * consulta igual (el ensayo muestra que se descartaria) pero no
      * se alimenta.
           IF CLAVE-ACTIVA
               PERFORM CARGAR-HISTORIA-CLAVES
           END-IF
           PERFORM CARGAR-MANIFIESTO
           IF MODO-PARTICION
               PERFORM PREPARAR-PARTICION
           END-IF
      * En simulacion el checkpoint de una corrida real abendeada se
      * ignora (y se conserva): el ensayo debe recorrer el archivo
      * completo y no debe gastar el punto de reinicio de nadie.
               IF WS-REJ-STATUS = '35'
                   OPEN OUTPUT WS-REJ-FILE
               END-IF
               OPEN EXTEND WS-DUP-FILE
               IF WS-DUP-STATUS = '35'
                   OPEN OUTPUT WS-DUP-FILE
               END-IF
      * Las claves pendientes de la corrida abendeada siguen valiendo:
      * sus registros ya estan en el OUTFILE que este reinicio extiende.
               IF CLAVE-ACTIVA AND NOT MODO-SIMULACION
                   OPEN EXTEND WS-KEYP-FILE
                   IF WS-KEYP-STATUS = '35'
                       OPEN OUTPUT WS-KEYP-FILE
                   END-IF
               END-IF
      * CKPTFILE tiene que abrirse EXTEND en un reinicio, igual que los
      * demas archivos de salida de arriba: un OPEN OUTPUT aqui lo
      * trunca a cero antes de que esta corrida escriba su primer
               END-IF
               OPEN OUTPUT WS-TRUNC-FILE
               OPEN OUTPUT WS-REJ-FILE
               OPEN OUTPUT WS-DUP-FILE
               IF CLAVE-ACTIVA AND NOT MODO-SIMULACION
                   OPEN OUTPUT WS-KEYP-FILE
               END-IF
           END-IF

           PERFORM VERIFICAR-APERTURA-SALIDA
      * La fecha de proceso se fija una sola vez por corrida: la usan
      * el reenvio del HDR, la historia de rechazos y la estadistica.
      * La historia REJHIST siempre se extiende (nunca se pisa como
      * REJFILE) y no se alimenta en simulacion. La parte de una
      * particion (REJHIST.Pnn) es solo de esta corrida: arranca de
      * cero salvo en un reinicio, y la fusion la agrega entera a
      * REJHIST.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           IF NOT MODO-SIMULACION
               IF MODO-PARTICION AND NOT ES-REINICIO
                   OPEN OUTPUT WS-REJH-FILE
               ELSE
                   OPEN EXTEND WS-REJH-FILE
                   IF WS-REJH-STATUS = '35'
                       OPEN OUTPUT WS-REJH-FILE
                   END-IF
               END-IF
           END-IF

               PERFORM SALTAR-REGISTROS-PROCESADOS
               MOVE WS-CKPT-RESUME TO WS-REG-COUNT
           END-IF
           PERFORM ABRIR-ACUSE
           PERFORM UNTIL FIN-ARCHIVO
               PERFORM LEER-ENTRADA
               IF NOT FIN-ARCHIVO
                   IF REGISTRO-EN-RANGO
                       PERFORM PROCESAR-REGISTRO
                   END-IF
                   IF FUNCTION MOD(WS-REG-COUNT WS-CKPT-INTERVALO) = 0
                       AND NOT MODO-SIMULACION
               END-IF
           END-PERFORM
           CLOSE WS-ENTRADA-FILE
           IF MODO-PARTICION
               MOVE WS-PLAN-REGISTROS(WS-MAN-IDX) TO WS-PLAN-ESPERADOS
               PERFORM VERIFICAR-CONTEO-PLAN
           END-IF
           PERFORM VERIFICAR-REENVIO-COMPLETO
           PERFORM CERRAR-ACUSE
           PERFORM ESCRIBIR-BALANCE-ARCHIVO
           PERFORM ACUMULAR-TOTALES.

      * Un registro de datos, sea del manifiesto o del reciclado: el
      * que ya se codifico en una noche anterior se desvia a DUPRPT
      * antes de validarlo (un reenvio no debe volver a engordar
      * REJFILE/REJHIST con rechazos que ya se informaron); el resto
      * sigue el ciclo de validacion y reemplazo de siempre, con las
      * letras UTF-8 de los campos de texto ya transliteradas: una
      * secuencia que no esta en TRANSTAB rechaza el registro ahi
      * mismo (RC03) y no llega a validarse.
       PROCESAR-REGISTRO.
           IF CLAVE-ACTIVA
               PERFORM VERIFICAR-DUPLICADO
               IF REGISTRO-DUPLICADO
                   PERFORM REPORTAR-DUPLICADO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM TRANSLITERAR-REGISTRO
           IF REGISTRO-VALIDO
               PERFORM VALIDAR-REGISTRO
           END-IF
           IF REGISTRO-INVALIDO
               PERFORM RECHAZAR-REGISTRO
           ELSE
               PERFORM REEMPLAZAR-REGISTRO
               PERFORM ESCRIBIR-SALIDA
           END-IF.

      * Todos los registros de datos del archivo ya estaban en la
      * historia: es el extracto de otra noche mandado de nuevo, no
      * unos pocos registros repetidos. Termina con RC 10, propio de
      * este caso, para que el scheduler retenga la cadena sin
      * confundirlo con un corte de transmision (8) ni con un
      * descuadre (12); un RC mas alto ya fijado no se pisa.
      * Una particion ve solo su parte del archivo: el reenvio completo
      * lo decide FUSIONA-PARTICIONES con los contadores de todas.
       VERIFICAR-REENVIO-COMPLETO.
           IF MODO-PARTICION
               EXIT PARAGRAPH
           END-IF
           IF WS-LEIDOS-COUNT > 0 AND WS-DUP-COUNT = WS-LEIDOS-COUNT
               DISPLAY 'ARCHIVO REENVIADO COMPLETO - TODOS SUS '
                   'REGISTROS YA SE PROCESARON EN UNA NOCHE ANTERIOR: '
                   FUNCTION TRIM(WS-INFILE-NOMBRE)
               IF RETURN-CODE < 10
                   MOVE 10 TO RETURN-CODE
               END-IF
           END-IF.

      * Estado por archivo: numero de registro, contadores y el
      * reconocimiento HDR/TRL arrancan de cero para cada archivo del
      * manifiesto, que se reconcilia individualmente igual que antes
           MOVE ZEROES TO WS-ESCRITOS-COUNT
           MOVE ZEROES TO WS-REJ-COUNT
           MOVE ZEROES TO WS-TRUNC-COUNT
           MOVE ZEROES TO WS-DUP-COUNT
           MOVE ZEROES TO WS-TRANS-COUNT
           MOVE ZEROES TO WS-RC03-COUNT
           MOVE 'N' TO WS-DUP-ARCH-VISTO
           MOVE ZEROES TO WS-TRL-COUNT
           MOVE ZEROES TO WS-ACK-RECH
           MOVE ZEROES TO WS-ACK-DUP
           MOVE ZEROES TO WS-ACK-FECHA-HDR
           MOVE SPACES TO WS-ACK-SISTEMA
           MOVE 'N' TO WS-ACK-ENC-ESCRITO
           MOVE 'N' TO WS-ACK-CUADRE
           OPEN INPUT WS-ENTRADA-FILE
           IF WS-ENTRADA-STATUS NOT = '00'
               DISPLAY 'ERROR ABRIENDO ARCHIVO DE ENTRADA: '
      * reparacion.
       PROCESAR-RECICLADOS.
           COMPUTE WS-MAN-IDX = WS-MAN-COUNT + 1
           MOVE WS-PLAN-REGISTROS(WS-MAN-IDX) TO WS-PLAN-ESPERADOS
           OPEN INPUT WS-REC-FILE
           IF WS-REC-STATUS NOT = '00'
               CLOSE WS-REC-FILE
               IF MODO-PARTICION
                   MOVE ZEROES TO WS-REG-COUNT
                   PERFORM VERIFICAR-CONTEO-RECICLADO
               END-IF
               EXIT PARAGRAPH
           END-IF
           SET RECICLADO-PRESENTE TO TRUE
           MOVE ZEROES TO WS-ESCRITOS-COUNT
           MOVE ZEROES TO WS-REJ-COUNT
           MOVE ZEROES TO WS-TRUNC-COUNT
           MOVE ZEROES TO WS-DUP-COUNT
           MOVE ZEROES TO WS-TRANS-COUNT
           MOVE ZEROES TO WS-RC03-COUNT
           MOVE 'N' TO WS-DUP-ARCH-VISTO
           IF ES-REINICIO AND WS-MAN-IDX = WS-CKPT-ARCH-RESUME
               PERFORM SALTAR-RECICLADOS-PROCESADOS
               MOVE WS-CKPT-RESUME TO WS-REG-COUNT
           PERFORM UNTIL FIN-ARCHIVO
               PERFORM LEER-RECICLADO
               IF NOT FIN-ARCHIVO
                   IF REGISTRO-EN-RANGO
                       PERFORM PROCESAR-REGISTRO
                   END-IF
                   IF FUNCTION MOD(WS-REG-COUNT WS-CKPT-INTERVALO) = 0
                       AND NOT MODO-SIMULACION
               END-IF
           END-PERFORM
           CLOSE WS-REC-FILE
           IF MODO-PARTICION
               PERFORM VERIFICAR-CONTEO-RECICLADO
           END-IF
           PERFORM ESCRIBIR-BALANCE-RECICLADO
           PERFORM ACUMULAR-TOTALES.

           END-READ
           IF NOT FIN-ARCHIVO
               ADD 1 TO WS-REG-COUNT
               PERFORM UBICAR-REGISTRO-RANGO
               IF REGISTRO-EN-RANGO
                   ADD 1 TO WS-LEIDOS-COUNT
               END-IF
               MOVE SPACES TO WS-SALIDA
               MOVE 1 TO WS-J
               SET WS-TRUNCADO TO 'N'
           MOVE 'RECICLADOS TRUNCADOS            :'
               TO WS-BL-ETIQUETA
           MOVE WS-TRUNC-COUNT TO WS-BL-VALOR
           WRITE WS-BAL-RECORD FROM WS-BAL-REPORT-LINE
           MOVE 'RECICLADOS TRANSLITERACIONES    :'
               TO WS-BL-ETIQUETA
           MOVE WS-TRANS-COUNT TO WS-BL-VALOR
           WRITE WS-BAL-RECORD FROM WS-BAL-REPORT-LINE
           MOVE 'RECICLADOS RECH. SECUENCIA RC03 :'
               TO WS-BL-ETIQUETA
           MOVE WS-RC03-COUNT TO WS-BL-VALOR
           WRITE WS-BAL-RECORD FROM WS-BAL-REPORT-LINE
           IF CLAVE-ACTIVA
               MOVE 'RECICLADOS DUPLICADOS           :'
                   TO WS-BL-ETIQUETA
               MOVE WS-DUP-COUNT TO WS-BL-VALOR
               WRITE WS-BAL-RECORD FROM WS-BAL-REPORT-LINE
           END-IF.

       CARGAR-MANIFIESTO.
           OPEN INPUT WS-MAN-FILE
                   END-IF
           END-READ.

      * Corrida particionada: una de las N corridas simultaneas del
      * plan PARTCTL que armo PARTE-ENTRADA para los volumenes de fin
      * de mes. Cada particion lee enteros los mismos archivos de
      * entrada (el cuadre HDR/TRL, el numero de registro y el acuse
      * siguen siendo los del archivo completo) pero solo procesa los
      * registros de su rango. Todo lo que escribe es propio, con el
      * sufijo .Pnn, y tiene su propio checkpoint: si una particion
      * abendea, se reinicia sola y las demas no se tocan. Lo que es
      * de la corrida entera - RUNLOCK, KEYHIST, RECYCLE y los
      * STATFILE y REJHIST vivos - queda para FUSIONA-PARTICIONES,
      * que con las N partes arma lo mismo que una corrida unica.
       PREPARAR-PARTICION.
           IF MODO-SIMULACION
               DISPLAY 'MODO=SIMULAR NO ADMITE PARTICION= - EL ENSAYO '
                   'SE CORRE SOBRE EL JUEGO COMPLETO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARTICION-PARM = 0
               DISPLAY 'PARTICION INVALIDA - USE PARTICION=nn'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARGAR-PLAN-PARTICION
           PERFORM VERIFICAR-PLAN-MANIFIESTO
      * El plan se armo con una generacion de tablas: todas las
      * particiones tienen que codificar con esa misma, o el OUTFILE
      * fusionado quedaria mitad y mitad (mismo criterio que VERIFICAR-
      * GENERACION-REINICIO).
           IF WS-PLAN-GENERACION NOT = WS-TAB-GENERACION
               DISPLAY 'PARTICION RECHAZADA - PLAN ARMADO CON '
                   'GENERACION ' WS-PLAN-GENERACION
                   ' Y TABLAS CARGADAS ' WS-TAB-GENERACION
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ASIGNAR-NOMBRES-PARTICION
           PERFORM UBICAR-ENCABEZADO-PARTICION
           DISPLAY 'PARTICION ' WS-PARTICION-PARM ' DE '
               WS-PLAN-PART-COUNT ' - REGISTROS ' WS-PART-REGISTROS
               ' - SALIDA ' FUNCTION TRIM(WS-OUTFILE-NOMBRE).

       CARGAR-PLAN-PARTICION.
           OPEN INPUT WS-PART-FILE
           IF WS-PART-STATUS NOT = '00'
               DISPLAY 'PARTICION RECHAZADA - NO HAY PLAN PARTCTL; '
                   'CORRA PRIMERO PARTE-ENTRADA'
               CLOSE WS-PART-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LEER-PLAN-PARTICION
               UNTIL WS-PART-STATUS NOT = '00'
           CLOSE WS-PART-FILE
           IF NOT PLAN-GENERAL-LEIDO OR NOT PLAN-PARTICION-HALLADA
               DISPLAY 'PARTICION RECHAZADA - LA PARTICION '
                   WS-PARTICION-PARM ' NO ESTA EN EL PLAN PARTCTL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LEER-PLAN-PARTICION.
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
                           PERFORM ANOTAR-RANGO-PLAN
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       ANOTAR-RANGO-PLAN.
           COMPUTE WS-PP-HASTA(WS-PT-NUMERO)
               = WS-PR-HASTA-ARCH * 10000000 + WS-PR-HASTA-REG
           MOVE WS-PR-REGISTROS TO WS-PP-REGISTROS(WS-PT-NUMERO)
           IF WS-PT-NUMERO = WS-PARTICION-PARM
               SET PLAN-PARTICION-HALLADA TO TRUE
               MOVE WS-PR-DESDE-ARCH TO WS-PART-DESDE-ARCH
               MOVE WS-PR-DESDE-REG TO WS-PART-DESDE-REG
               MOVE WS-PR-HASTA-ARCH TO WS-PART-HASTA-ARCH
               MOVE WS-PR-HASTA-REG TO WS-PART-HASTA-REG
               MOVE WS-PR-REGISTROS TO WS-PART-REGISTROS
               COMPUTE WS-PART-DESDE
                   = WS-PR-DESDE-ARCH * 10000000 + WS-PR-DESDE-REG
               MOVE WS-PP-HASTA(WS-PT-NUMERO) TO WS-PART-HASTA
           END-IF.

      * Los rangos solo valen para los mismos archivos, en el mismo
      * orden, que conto el plan: la particion tiene que correr con el
      * mismo MANIFEST= / INFILE= que PARTE-ENTRADA.
       VERIFICAR-PLAN-MANIFIESTO.
           IF WS-PLAN-ARCHIVOS NOT = WS-MAN-COUNT
               DISPLAY 'PARTICION RECHAZADA - EL PLAN TIENE '
                   WS-PLAN-ARCHIVOS ' ARCHIVOS Y EL MANIFIESTO '
                   WS-MAN-COUNT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-MAN-IDX FROM 1 BY 1
               UNTIL WS-MAN-IDX > WS-MAN-COUNT
               IF WS-PLAN-NOMBRE(WS-MAN-IDX)
                   NOT = WS-MAN-NOMBRE(WS-MAN-IDX)
                   DISPLAY 'PARTICION RECHAZADA - ARCHIVO '
                       WS-MAN-IDX ' DEL MANIFIESTO: '
                       FUNCTION TRIM(WS-MAN-NOMBRE(WS-MAN-IDX))
                       ' - EN EL PLAN: '
                       FUNCTION TRIM(WS-PLAN-NOMBRE(WS-MAN-IDX))
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.

       ASIGNAR-NOMBRES-PARTICION.
           MOVE SPACES TO WS-SUFIJO-PARTICION
           STRING '.P' WS-PARTICION-PARM DELIMITED BY SIZE
               INTO WS-SUFIJO-PARTICION
           MOVE SPACES TO WS-NOMBRE-PARTICION
           STRING WS-OUTFILE-NOMBRE DELIMITED BY SPACE
               WS-SUFIJO-PARTICION DELIMITED BY SIZE
               INTO WS-NOMBRE-PARTICION
           MOVE WS-NOMBRE-PARTICION TO WS-OUTFILE-NOMBRE
           MOVE SPACES TO WS-CKPT-NOMBRE
           STRING 'CKPTFILE' WS-SUFIJO-PARTICION DELIMITED BY SIZE
               INTO WS-CKPT-NOMBRE
           MOVE SPACES TO WS-TRUNC-NOMBRE
           STRING 'TRUNCRPT' WS-SUFIJO-PARTICION DELIMITED BY SIZE
               INTO WS-TRUNC-NOMBRE
           MOVE SPACES TO WS-REJ-NOMBRE
           STRING 'REJFILE' WS-SUFIJO-PARTICION DELIMITED BY SIZE
               INTO WS-REJ-NOMBRE
           MOVE SPACES TO WS-DUP-NOMBRE
           STRING 'DUPRPT' WS-SUFIJO-PARTICION DELIMITED BY SIZE
               INTO WS-DUP-NOMBRE
           MOVE SPACES TO WS-BAL-NOMBRE
           STRING 'BALRPT' WS-SUFIJO-PARTICION DELIMITED BY SIZE
               INTO WS-BAL-NOMBRE
           MOVE SPACES TO WS-EST-NOMBRE
           STRING 'STATFILE' WS-SUFIJO-PARTICION DELIMITED BY SIZE
               INTO WS-EST-NOMBRE
           MOVE SPACES TO WS-REJH-NOMBRE
           STRING 'REJHIST' WS-SUFIJO-PARTICION DELIMITED BY SIZE
               INTO WS-REJH-NOMBRE
           MOVE SPACES TO WS-KEYP-NOMBRE
           STRING 'KEYPEND' WS-SUFIJO-PARTICION DELIMITED BY SIZE
               INTO WS-KEYP-NOMBRE
           MOVE SPACES TO WS-ACKW-NOMBRE
           STRING 'ACKWORK' WS-SUFIJO-PARTICION DELIMITED BY SIZE
               INTO WS-ACKW-NOMBRE.

      * El OUTFILE fusionado lleva un solo HDR reenviado, en el mismo
      * lugar que en una corrida unica: delante del primer registro
      * de datos del archivo que lo trae. Lo escribe la particion
      * cuyo rango contiene ese registro (o el primero que le siga, si
      * ese archivo no trae datos); si no sigue ninguno, la ultima
      * particion con registros, y con un plan sin registros, la
      * primera. La cola TRL la escriben todas (la fusion las suma),
      * asi que todas saben desde el arranque si va a haber HDR.
       UBICAR-ENCABEZADO-PARTICION.
           MOVE 'N' TO WS-HDR-PROPIO
           IF WS-PLAN-HDR-ARCHIVO = 0
               EXIT PARAGRAPH
           END-IF
           SET ALGUN-HDR TO TRUE
           COMPUTE WS-PART-CLAVE = WS-PLAN-HDR-ARCHIVO * 10000000 + 1
           MOVE 1 TO WS-PART-HDR-DUENO
           MOVE 'N' TO WS-HDR-UBICADO
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-PLAN-PART-COUNT
               OR HDR-UBICADO
               IF WS-PP-REGISTROS(WS-PART-IDX) > 0
                   MOVE WS-PART-IDX TO WS-PART-HDR-DUENO
                   IF WS-PART-CLAVE <= WS-PP-HASTA(WS-PART-IDX)
                       SET HDR-UBICADO TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PART-HDR-DUENO = WS-PARTICION-PARM
               SET HDR-DE-LA-PARTICION TO TRUE
           END-IF.

      * Fuera de una corrida particionada todo registro es de la
      * corrida. En una particion la posicion del registro (numero de
      * archivo y numero de registro, la misma pareja del checkpoint)
      * se compara con el rango del plan; el de afuera se lee y se
      * cuenta en el numero de registro pero no se procesa.
       UBICAR-REGISTRO-RANGO.
           SET REGISTRO-EN-RANGO TO TRUE
           IF NOT MODO-PARTICION
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PART-CLAVE = WS-MAN-IDX * 10000000 + WS-REG-COUNT
           IF WS-PART-REGISTROS = 0
               OR WS-PART-CLAVE < WS-PART-DESDE
               OR WS-PART-CLAVE > WS-PART-HASTA
               MOVE 'N' TO WS-EN-RANGO
           END-IF.

      * Cada particion lee el archivo entero: si no trae la cantidad
      * de registros de datos que conto el plan, el archivo cambio
      * despues de planificar y los rangos ya no dicen nada. Se corta
      * sin vaciar el checkpoint, asi la fusion no toma esta parte.
       VERIFICAR-CONTEO-PLAN.
           IF WS-REG-COUNT NOT = WS-PLAN-ESPERADOS
               DISPLAY 'PARTICION RECHAZADA - '
                   FUNCTION TRIM(WS-INFILE-NOMBRE) ' TRAE '
                   WS-REG-COUNT ' REGISTROS Y EL PLAN CONTO '
                   WS-PLAN-ESPERADOS
               DISPLAY 'LIBERE RUNLOCK Y VUELVA A PLANIFICAR CON '
                   'PARTE-ENTRADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * RECYCLE puede crecer mientras las particiones corren (REPARA-
      * RECHAZOS le agrega al final): lo agregado despues del plan
      * queda fuera de todos los rangos y la fusion lo conserva para
      * la proxima corrida. Lo que no puede es tener menos.
       VERIFICAR-CONTEO-RECICLADO.
           IF WS-REG-COUNT < WS-PLAN-ESPERADOS
               MOVE 'RECYCLE' TO WS-INFILE-NOMBRE
               PERFORM VERIFICAR-CONTEO-PLAN
           END-IF.

      * Generacion vigente del juego de tablas CHARCTL/TOKENCTL. La
      * mantiene MANT-TABLA-CARACTERES (la suma en uno cada vez que
      * reescribe CHARCTL); un TOKENCTL editado a mano exige el mismo
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DUP-STATUS NOT = '00'
               DISPLAY 'ERROR ABRIENDO ARCHIVO DUPRPT - FILE STATUS '
                   WS-DUP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CLAVE-ACTIVA AND NOT MODO-SIMULACION
               AND WS-KEYP-STATUS NOT = '00'
               AND WS-KEYP-STATUS NOT = '05'
               DISPLAY 'ERROR ABRIENDO ARCHIVO KEYPEND - FILE STATUS '
                   WS-KEYP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * WS-CKPT-FILE es OPTIONAL; este runtime devuelve '05' (no solo
      * '00') en un OPEN OUTPUT exitoso cuando el archivo todavia no
      * existe, el mismo codigo que usa para un OPEN INPUT contra un
      * usando las tablas cuando se niegue a grabar. Un ensayo
      * MODO=SIMULAR no registra nada: no escribe salida que dependa
      * de la generacion y no debe trabar el mantenimiento.
      * Una particion tampoco: el cerrojo de la corrida particionada
      * lo toma PARTE-ENTRADA al planificar y lo libera FUSIONA-
      * PARTICIONES al terminar la fusion.
       REGISTRAR-RUN-LOCK.
           IF MODO-SIMULACION OR MODO-PARTICION
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           IF WS-ENTRADA(1:3) = 'HDR'
               AND WS-ENTRADA(4:8) IS NUMERIC
               SET ENCABEZADO-VISTO TO TRUE
               PERFORM ANOTAR-ENCABEZADO-ACUSE
               MOVE 1 TO WS-SKIP-DESDE
           ELSE
               MOVE 2 TO WS-SKIP-DESDE
               END-IF
           END-IF.

      * Letras acentuadas de uso corriente en nombres y direcciones,
      * como secuencias UTF-8 (en hexadecimal: el fuente no lleva
      * bytes fuera de ASCII). TRANSCTL, si existe, agrega o pisa
      * entradas sin recompilar, igual que CHARCTL sobre la tabla
      * base de caracteres.
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

      * Layout historico: el registro completo (el largo de la
      * corrida) es un unico campo de texto sustituible. Vale mientras
      * no haya LAYCTL; un LAYCTL presente lo reemplaza por la
           IF WS-LAY-REC-INICIO < 1 OR WS-LAY-REC-LARGO < 1
               OR WS-LAY-FIN > LENGTH OF WS-ENTRADA
               OR (WS-LAY-REC-CLASE NOT = 'T'
                   AND WS-LAY-REC-CLASE NOT = 'P'
                   AND WS-LAY-REC-CLASE NOT = 'K')
               DISPLAY 'ENTRADA DE LAYOUT IGNORADA - CAMPO: '
                   WS-LAY-REC-NOMBRE ' INICIO ' WS-LAY-REC-INICIO
                   ' LARGO ' WS-LAY-REC-LARGO ' CLASE '
                   MOVE WS-LAY-CLASE(WS-LAY-IDX)
                       TO WS-MAPA-CLASES(WS-LAY-POS:1)
               END-PERFORM
               IF WS-LAY-CLASE(WS-LAY-IDX) = 'K'
                   SET CLAVE-ACTIVA TO TRUE
               END-IF
           END-PERFORM.

      * Nombre del campo al que pertenece una posicion, para el
      * no se escribe archivo de salida ni se toca CKPTFILE - para
      * probar un juego nuevo de CHARCTL/TOKENCTL sin arriesgar
      * ningun archivo de produccion.
      * PARTICION=nn: esta corrida es la particion nn del plan
      * PARTCTL armado por PARTE-ENTRADA (ver PREPARAR-PARTICION).
               WHEN WS-PARM-TOKEN(1:10) = 'PARTICION='
                   MOVE FUNCTION NUMVAL(WS-PARM-TOKEN(11:2))
                       TO WS-PARTICION-PARM
                   SET MODO-PARTICION TO TRUE
               WHEN WS-PARM-TOKEN(1:5) = 'MODO='
                   IF WS-PARM-TOKEN(6:8) = 'SIMULAR '
                       MOVE 'S' TO WS-MODO-CORRIDA
               IF WS-ENTRADA(1:3) = 'HDR'
                   AND WS-ENTRADA(4:8) IS NUMERIC
                   SET ENCABEZADO-VISTO TO TRUE
                   PERFORM ANOTAR-ENCABEZADO-ACUSE
                   PERFORM REENVIAR-ENCABEZADO
                   PERFORM LEER-REGISTRO-FISICO
               END-IF
      * transmision cortada por la red se ve exactamente asi.
                   DISPLAY 'ARCHIVO DE ENTRADA SIN COLA TRL - '
                       'TRANSMISION INCOMPLETA'
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   SET ACUSE-SIN-COLA TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-REG-COUNT
               PERFORM UBICAR-REGISTRO-RANGO
               IF REGISTRO-EN-RANGO
                   ADD 1 TO WS-LEIDOS-COUNT
               END-IF
               MOVE SPACES TO WS-SALIDA
               MOVE 1 TO WS-J
               SET WS-TRUNCADO TO 'N'
               EXIT PARAGRAPH
           END-IF
           SET HDR-REENVIADO TO TRUE
      * En una particion el HDR lo escribe solo aquella a la que el
      * plan le asigna su lugar en el OUTFILE fusionado (ver UBICAR-
      * ENCABEZADO-PARTICION); las demas lo consumen igual.
           IF MODO-PARTICION AND NOT HDR-DE-LA-PARTICION
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE SPACES TO WS-SAL-HEADER-LINE
           STRING WS-ENTRADA(1:WS-LRECL-ENT) DELIMITED BY SIZE
           IF WS-TRL-COUNT NOT = WS-REG-COUNT
               DISPLAY 'COLA TRL NO CUADRA - DECLARADOS ' WS-TRL-COUNT
                   ' VS LEIDOS ' WS-REG-COUNT
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               SET ACUSE-CUADRE-ERROR TO TRUE
           ELSE
               SET ACUSE-CUADRE-OK TO TRUE
           END-IF.

      * Recorre el registro antes de reemplazar, posicion a posicion
                   WHEN 'T'
                       PERFORM VALIDAR-POSICION-TEXTO
                   WHEN 'P'
                   WHEN 'K'
                       PERFORM VALIDAR-CARACTER
                       IF REGISTRO-INVALIDO
                           MOVE WS-I TO WS-REJ-POSICION
                   SET REGISTRO-INVALIDO TO TRUE
           END-EVALUATE.

      * Desde que el upstream paso a UTF-8 cada letra acentuada llega
      * como dos o mas bytes, y VALIDAR-CARACTER rechazaba cada uno
      * como un caracter desconocido. Aqui, antes de validar y solo
      * en campos de texto, cada secuencia UTF-8 bien formada se
      * reemplaza por su transliteracion de TRANSTAB. Los campos
      * protegidos no se tocan (un byte UTF-8 ahi se sigue
      * rechazando como RC02) y un byte suelto que no forma una
      * secuencia queda para VALIDAR-REGISTRO, como siempre (RC01).
      * Una secuencia bien formada que no esta en la tabla rechaza el
      * registro con RC03, en la posicion donde empieza.
       TRANSLITERAR-REGISTRO.
           MOVE WS-ENTRADA TO WS-ENTRADA-ORIGINAL
           MOVE 'N' TO WS-REG-TRANSLIT
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > WS-LRECL-ENT
               OR REGISTRO-INVALIDO
               IF WS-MAPA-CLASES(WS-I:1) = 'T'
                   AND WS-ENTRADA(WS-I:1) >= X'C2'
                   AND WS-ENTRADA(WS-I:1) <= X'F4'
                   PERFORM TRANSLITERAR-SECUENCIA
               ELSE
                   ADD 1 TO WS-I
               END-IF
           END-PERFORM.

      * El reemplazo es mas corto que la secuencia (o igual): el
      * resto del campo se corre a la izquierda y el campo se
      * completa con blancos al final, asi ningun byte de otro campo
      * cambia de posicion.
       TRANSLITERAR-SECUENCIA.
           PERFORM BUSCAR-FIN-CAMPO-TEXTO
           COMPUTE WS-SEC-DISP = WS-TRANS-FIN - WS-I + 1
           IF WS-SEC-DISP > 4
               MOVE 4 TO WS-SEC-DISP
           END-IF
           MOVE SPACES TO WS-SECUENCIA
           MOVE WS-ENTRADA(WS-I:WS-SEC-DISP)
               TO WS-SECUENCIA(1:WS-SEC-DISP)
           PERFORM MEDIR-SECUENCIA-UTF8
           IF WS-SEC-LEN = 0
               ADD 1 TO WS-I
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SECUENCIA
           MOVE WS-ENTRADA(WS-I:WS-SEC-LEN)
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
               SET REGISTRO-INVALIDO TO TRUE
               MOVE WS-I TO WS-REJ-POSICION
               MOVE 'RC03' TO WS-RAZON-RECHAZO
               EXIT PARAGRAPH
           END-IF
      * Indice a numerico plano antes de subscribir la tabla de hits
      * (mismo criterio que WS-CHAR-MATCH-IDX).
           SET WS-TRANS-MATCH-IDX TO WS-TRANS-IDX
           MOVE WS-TRANS-TO-LEN(WS-TRANS-MATCH-IDX)
               TO WS-TRANS-TO-LARGO
           MOVE SPACES TO WS-TRANS-TRAMO
           MOVE WS-TRANS-TO(WS-TRANS-MATCH-IDX)(1:WS-TRANS-TO-LARGO)
               TO WS-TRANS-TRAMO(1:WS-TRANS-TO-LARGO)
           COMPUTE WS-TRANS-RESTO = WS-TRANS-FIN - WS-I - WS-SEC-LEN + 1
           IF WS-TRANS-RESTO > 0
               COMPUTE WS-TRANS-DESDE = WS-I + WS-SEC-LEN
               MOVE WS-ENTRADA(WS-TRANS-DESDE:WS-TRANS-RESTO)
                   TO WS-TRANS-TRAMO(WS-TRANS-TO-LARGO + 1:
                       WS-TRANS-RESTO)
           END-IF
           COMPUTE WS-TRANS-LARGO = WS-TRANS-FIN - WS-I + 1
           MOVE WS-TRANS-TRAMO(1:WS-TRANS-LARGO)
               TO WS-ENTRADA(WS-I:WS-TRANS-LARGO)
           PERFORM CORRER-POSICIONES-ORIGEN
           ADD 1 TO WS-TRANS-HITS(WS-TRANS-MATCH-IDX)
           ADD 1 TO WS-TRANS-COUNT
           ADD WS-TRANS-TO-LARGO TO WS-I.

      * Acompana en el mapa de posiciones el corrimiento que se acaba
      * de hacer en el campo: los bytes del reemplazo vienen de donde
      * empezaba la secuencia y el resto del campo, de WS-TRANS-
      * CORRIDA posiciones mas a la derecha. El mapa arranca como
      * identidad con la primera transliteracion del registro.
       CORRER-POSICIONES-ORIGEN.
           IF NOT REGISTRO-TRANSLITERADO
               SET REGISTRO-TRANSLITERADO TO TRUE
               PERFORM VARYING WS-POS-K FROM 1 BY 1
                   UNTIL WS-POS-K > WS-LRECL-ENT
                   MOVE WS-POS-K TO WS-POS-ORIGEN(WS-POS-K)
               END-PERFORM
           END-IF
           COMPUTE WS-TRANS-CORRIDA = WS-SEC-LEN - WS-TRANS-TO-LARGO
           PERFORM VARYING WS-POS-K FROM 1 BY 1
               UNTIL WS-POS-K >= WS-TRANS-TO-LARGO
               MOVE WS-POS-ORIGEN(WS-I)
                   TO WS-POS-ORIGEN(WS-I + WS-POS-K)
           END-PERFORM
           IF WS-TRANS-CORRIDA = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-POS-K = WS-I + WS-TRANS-TO-LARGO
           PERFORM UNTIL WS-POS-K + WS-TRANS-CORRIDA > WS-TRANS-FIN
               MOVE WS-POS-ORIGEN(WS-POS-K + WS-TRANS-CORRIDA)
                   TO WS-POS-ORIGEN(WS-POS-K)
               ADD 1 TO WS-POS-K
           END-PERFORM.

      * Ultima posicion del campo de texto que contiene WS-I: el fin
      * del ultimo campo de LAYCTL que la cubre (el que gana en el
      * mapa, ver ARMAR-MAPA-CLASES), recortado donde el mapa deja de
      * ser texto por si otro campo se le superpone, y nunca mas alla
      * del largo de la corrida.
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
           IF WS-TRANS-FIN > WS-LRECL-ENT
               MOVE WS-LRECL-ENT TO WS-TRANS-FIN
           END-IF
           PERFORM VARYING WS-LAY-POS FROM WS-I BY 1
               UNTIL WS-LAY-POS > WS-TRANS-FIN
               IF WS-MAPA-CLASES(WS-LAY-POS:1) NOT = 'T'
                   COMPUTE WS-TRANS-FIN = WS-LAY-POS - 1
               END-IF
           END-PERFORM.

       RECHAZAR-REGISTRO.
           ADD 1 TO WS-REJ-COUNT
           IF WS-RAZON-RECHAZO = 'RC03'
               ADD 1 TO WS-RC03-COUNT
           END-IF
      * Posicion, byte y registro son los que mando el upstream: si
      * el registro se translitero, la posicion se vuelve a la del
      * original (el campo no cambia, la transliteracion nunca saca
      * un byte de su campo).
           IF REGISTRO-TRANSLITERADO
               MOVE WS-POS-ORIGEN(WS-REJ-POSICION) TO WS-REJ-POSICION
           END-IF
           MOVE WS-REG-COUNT TO WS-RJ-REG-NUM
           MOVE WS-RAZON-RECHAZO TO WS-RJ-RAZON
           PERFORM BUSCAR-CAMPO-POSICION
           MOVE WS-ENTRADA-ORIGINAL(WS-REJ-POSICION:1)
               TO WS-RJ-CARACTER
           MOVE WS-REJ-POSICION TO WS-RJ-POSICION
           MOVE WS-ENTRADA-ORIGINAL TO WS-RJ-ENTRADA
           WRITE WS-REJ-RECORD FROM WS-REJ-REPORT-LINE
           MOVE WS-RAZON-RECHAZO TO WS-AD-RAZON
           MOVE WS-RJ-CAMPO TO WS-AD-CAMPO
           MOVE WS-REJ-POSICION TO WS-AD-POSICION
           PERFORM GRABAR-ACUSE-DETALLE
      * La historia fechada no se alimenta en simulacion, igual que
      * STATFILE: un ensayo no debe inflar la tendencia real.
           IF NOT MODO-SIMULACION
               PERFORM GRABAR-HISTORIA-RECHAZO
               IF CLAVE-ACTIVA
                   PERFORM GRABAR-CLAVE-RECHAZO
               END-IF
           END-IF.

       GRABAR-HISTORIA-RECHAZO.
           MOVE WS-FECHA-PROCESO TO WS-RH-FECHA
           MOVE WS-RAZON-RECHAZO TO WS-RH-RAZON
           MOVE WS-RJ-CAMPO TO WS-RH-CAMPO
           MOVE WS-ENTRADA-ORIGINAL(WS-REJ-POSICION:1)
               TO WS-RH-CARACTER
           MOVE WS-REG-COUNT TO WS-RH-REG-NUM
           MOVE WS-ENTRADA-ORIGINAL TO WS-RH-ENTRADA
           WRITE WS-REJH-RECORD FROM WS-REJH-LINE.

       CONTAR-OCURRENCIAS.
       ESCRIBIR-SALIDA.
           IF NOT MODO-SIMULACION
               WRITE WS-SALIDA-RECORD FROM WS-SALIDA
               IF CLAVE-ACTIVA
                   PERFORM GRABAR-CLAVE-PENDIENTE
               END-IF
           END-IF
           ADD 1 TO WS-ESCRITOS-COUNT.

      * Carga KEYHIST ordenada por clave. Entradas repetidas de una
      * misma clave (un reinicio puede haber consolidado dos veces la
      * misma corrida) se colapsan en la primera, que es la que
      * identifica la noche en que el registro se vio por primera vez;
      * salvo que la primera sea de un rechazo y una posterior de un
      * registro escrito (la reparacion entro por RECYCLE): entonces
      * queda la del escrito, que es la que cuenta para RECYCLE.
       CARGAR-HISTORIA-CLAVES.
           OPEN INPUT WS-KEYH-FILE
           IF WS-KEYH-STATUS NOT = '00'
               CLOSE WS-KEYH-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE WS-KEYH-FILE
           SORT WS-CLAVES-SORT
               ON ASCENDING KEY WS-CS-CLAVE WS-CS-FECHA WS-CS-REG-NUM
               USING WS-KEYH-FILE
               OUTPUT PROCEDURE IS CARGAR-CLAVES-ORDENADAS
           IF HISTORIA-CLAVES-EXCEDIDA
               DISPLAY 'HISTORIA DE CLAVES KEYHIST EXCEDE '
                   WS-CLAVE-MAX ' CLAVES DISTINTAS - CORRIDA NO '
                   'REALIZADA'
               DISPLAY 'DEPURAR KEYHIST CON DEPURA-HISTORIA O '
                   'ACORTAR SU RETENCION EN RETCTL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'CLAVES EN HISTORIA: ' WS-CLAVE-COUNT.

       CARGAR-CLAVES-ORDENADAS.
           MOVE 'N' TO WS-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               RETURN WS-CLAVES-SORT
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM APLICAR-CLAVE-HISTORIA
               END-RETURN
           END-PERFORM
           MOVE 'N' TO WS-FIN-ARCHIVO.

       APLICAR-CLAVE-HISTORIA.
           IF WS-CS-CLAVE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CLAVE-COUNT > 0
               IF WS-CS-CLAVE = WS-CV-CLAVE(WS-CLAVE-COUNT)
                   IF WS-CV-ORIGEN(WS-CLAVE-COUNT) = 'R'
                       AND WS-CS-ORIGEN NOT = 'R'
                       MOVE WS-CS-FECHA TO WS-CV-FECHA(WS-CLAVE-COUNT)
                       MOVE WS-CS-REG-NUM
                           TO WS-CV-REG-NUM(WS-CLAVE-COUNT)
                       MOVE WS-CS-ORIGEN TO WS-CV-ORIGEN(WS-CLAVE-COUNT)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF
      * Con la tabla llena no se carga de menos: la historia viene
      * ordenada por clave y lo que quedara afuera seria un rango de
      * claves entero, sin control de reenvio. Se termina de vaciar
      * el SORT y CARGAR-HISTORIA-CLAVES corta la corrida antes de
      * tomar RUNLOCK o abrir ninguna salida.
           IF WS-CLAVE-COUNT >= WS-CLAVE-MAX
               SET HISTORIA-CLAVES-EXCEDIDA TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CLAVE-COUNT
           MOVE WS-CS-CLAVE TO WS-CV-CLAVE(WS-CLAVE-COUNT)
           MOVE WS-CS-FECHA TO WS-CV-FECHA(WS-CLAVE-COUNT)
           MOVE WS-CS-REG-NUM TO WS-CV-REG-NUM(WS-CLAVE-COUNT)
           MOVE WS-CS-ORIGEN TO WS-CV-ORIGEN(WS-CLAVE-COUNT).

      * La clave del registro son los campos clase 'K' concatenados en
      * el orden de LAYCTL, hasta el ancho de la clave.
       ARMAR-CLAVE-REGISTRO.
           MOVE SPACES TO WS-CLAVE-REG
           MOVE 1 TO WS-CLAVE-PTR
           PERFORM VARYING WS-LAY-IDX FROM 1 BY 1
               UNTIL WS-LAY-IDX > WS-LAY-TABLE-COUNT
               IF WS-LAY-CLASE(WS-LAY-IDX) = 'K'
                   AND WS-CLAVE-PTR <= LENGTH OF WS-CLAVE-REG
                   STRING WS-ENTRADA(WS-LAY-INICIO(WS-LAY-IDX):
                       WS-LAY-LARGO(WS-LAY-IDX)) DELIMITED BY SIZE
                       INTO WS-CLAVE-REG
                       WITH POINTER WS-CLAVE-PTR
                       ON OVERFLOW
                           CONTINUE
                   END-STRING
               END-IF
           END-PERFORM.

      * Un registro con la clave en blanco no se puede identificar y
      * nunca se toma por duplicado. En un archivo del upstream
      * cualquier clave de la historia es duplicado, tambien la de un
      * registro que una noche anterior se rechazo (asi un reenvio de
      * un archivo con errores se ve completo y no se vuelve a
      * rechazar). En RECYCLE una clave que solo se vio rechazada no
      * lo es: es la reparacion de ese rechazo que vuelve a entrar.
       VERIFICAR-DUPLICADO.
           MOVE 'N' TO WS-REG-DUP
           PERFORM ARMAR-CLAVE-REGISTRO
           IF WS-CLAVE-REG = SPACES OR WS-CLAVE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SEARCH ALL WS-CLAVE-TABLA
               AT END
                   CONTINUE
               WHEN WS-CV-CLAVE(WS-CLAVE-IDX) = WS-CLAVE-REG
                   SET REGISTRO-DUPLICADO TO TRUE
           END-SEARCH
           IF REGISTRO-DUPLICADO AND WS-MAN-IDX > WS-MAN-COUNT
               AND WS-CV-ORIGEN(WS-CLAVE-IDX) = 'R'
               MOVE 'N' TO WS-REG-DUP
           END-IF.

       REPORTAR-DUPLICADO.
           ADD 1 TO WS-DUP-COUNT
      * Con varios archivos en el manifiesto el numero de registro
      * solo dice algo junto al archivo: se anota una vez por archivo.
           IF NOT DUP-ARCHIVO-ANOTADO
               SET DUP-ARCHIVO-ANOTADO TO TRUE
               IF WS-MAN-IDX > WS-MAN-COUNT
                   MOVE 'RECYCLE' TO WS-BA-NOMBRE
               ELSE
                   MOVE WS-MAN-NOMBRE(WS-MAN-IDX) TO WS-BA-NOMBRE
               END-IF
               WRITE WS-DUP-RECORD FROM WS-BAL-ARCH-LINE
           END-IF
           MOVE WS-REG-COUNT TO WS-DP-REG-NUM
           MOVE WS-CLAVE-REG TO WS-DP-CLAVE
           MOVE WS-CV-FECHA(WS-CLAVE-IDX) TO WS-DP-FECHA
           MOVE WS-CV-REG-NUM(WS-CLAVE-IDX) TO WS-DP-REG-ORIG
           MOVE WS-ENTRADA TO WS-DP-ENTRADA
           WRITE WS-DUP-RECORD FROM WS-DUP-REPORT-LINE
           MOVE 'DUPL' TO WS-AD-RAZON
           MOVE SPACES TO WS-AD-CAMPO
           MOVE ZEROES TO WS-AD-POSICION
           PERFORM GRABAR-ACUSE-DETALLE.

      * La clave del registro recien escrito queda pendiente hasta que
      * la corrida termine (ver CONSOLIDAR-CLAVES).
       GRABAR-CLAVE-PENDIENTE.
           IF WS-CLAVE-REG = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CLAVE-REG TO WS-KEYH-CLAVE
           MOVE WS-FECHA-PROCESO TO WS-KEYH-FECHA
           MOVE WS-REG-COUNT TO WS-KEYH-REG-NUM
           MOVE SPACE TO WS-KEYH-ORIGEN
           WRITE WS-KEYP-RECORD FROM WS-KEYH-RECORD.

      * La clave de un registro rechazado de un archivo del upstream
      * tambien queda en la historia, marcada 'R': el registro ya se
      * proceso (y se informo) esa noche. Un rechazo de RECYCLE no se
      * anota: su clave ya esta desde el rechazo original.
       GRABAR-CLAVE-RECHAZO.
           IF WS-MAN-IDX > WS-MAN-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM ARMAR-CLAVE-REGISTRO
           IF WS-CLAVE-REG = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CLAVE-REG TO WS-KEYH-CLAVE
           MOVE WS-FECHA-PROCESO TO WS-KEYH-FECHA
           MOVE WS-REG-COUNT TO WS-KEYH-REG-NUM
           MOVE 'R' TO WS-KEYH-ORIGEN
           WRITE WS-KEYP-RECORD FROM WS-KEYH-RECORD.

      * Pasa las claves de esta corrida a la historia y vacia KEYPEND.
      * Se hace con el checkpoint ya vaciado: si la corrida muere en el
      * medio, lo peor es perder la memoria de unas claves (se
      * aceptarian de nuevo), nunca un reinicio que rechace como
      * duplicado lo que la propia corrida escribio.
       CONSOLIDAR-CLAVES.
           CLOSE WS-KEYP-FILE
           OPEN INPUT WS-KEYP-FILE
           IF WS-KEYP-STATUS NOT = '00'
               CLOSE WS-KEYP-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND WS-KEYH-FILE
           IF WS-KEYH-STATUS = '35'
               OPEN OUTPUT WS-KEYH-FILE
           END-IF
           IF WS-KEYH-STATUS NOT = '00' AND WS-KEYH-STATUS NOT = '05'
               DISPLAY 'ERROR ABRIENDO ARCHIVO KEYHIST - FILE STATUS '
                   WS-KEYH-STATUS ' - CLAVES QUEDAN EN KEYPEND'
               CLOSE WS-KEYP-FILE
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ WS-KEYP-FILE
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       WRITE WS-KEYH-RECORD FROM WS-KEYP-RECORD
                       ADD 1 TO WS-CLAVE-COMMIT
               END-READ
           END-PERFORM
           CLOSE WS-KEYH-FILE
           CLOSE WS-KEYP-FILE
           OPEN OUTPUT WS-KEYP-FILE
           CLOSE WS-KEYP-FILE
           DISPLAY 'CLAVES AGREGADAS A LA HISTORIA: ' WS-CLAVE-COMMIT.

      * Fecha y sistema origen del HDR recibido, para la linea 'H'
      * del acuse (el sistema es lo que sigue a la fecha).
       ANOTAR-ENCABEZADO-ACUSE.
           MOVE WS-ENTRADA(4:8) TO WS-ACK-FECHA-HDR
           MOVE WS-ENTRADA(12:20) TO WS-ACK-SISTEMA.

      * El acuse se abre con cada archivo del manifiesto, nunca con
      * RECYCLE (son reparaciones nuestras, no un envio del upstream)
      * ni en simulacion (un ensayo no le contesta nada a nadie). En
      * el archivo del checkpoint de un reinicio el acuse de la
      * corrida abendeada se conserva hasta el checkpoint y se sigue
      * desde ahi (ver RECORTAR-ACUSE-REINICIO).
       ABRIR-ACUSE.
           MOVE 'N' TO WS-ACK-ACT
           IF MODO-SIMULACION
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ACK-NOMBRE
           STRING WS-INFILE-NOMBRE DELIMITED BY SPACE
               '.ACK' DELIMITED BY SIZE
               WS-SUFIJO-PARTICION DELIMITED BY SPACE
               INTO WS-ACK-NOMBRE
           IF ES-REINICIO AND WS-MAN-IDX = WS-CKPT-ARCH-RESUME
               PERFORM RECORTAR-ACUSE-REINICIO
           ELSE
               OPEN OUTPUT WS-ACK-FILE
           END-IF
           IF WS-ACK-STATUS NOT = '00' AND WS-ACK-STATUS NOT = '05'
               DISPLAY 'ERROR ABRIENDO ACUSE '
                   FUNCTION TRIM(WS-ACK-NOMBRE)
                   ' - FILE STATUS ' WS-ACK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET ACUSE-ACTIVO TO TRUE.

      * La corrida abendeada dejo el acuse de este archivo a medias:
      * su linea 'H' y las 'D' de los registros que rechazo, incluidos
      * los posteriores al checkpoint que este reinicio va a volver a
      * procesar. Se conservan la 'H' y las 'D' hasta el checkpoint
      * (contandolas, para que la 'T' cierre con el archivo completo)
      * pasando por ACKWORK, y el acuse queda abierto para seguir.
       RECORTAR-ACUSE-REINICIO.
           OPEN INPUT WS-ACK-FILE
           IF WS-ACK-STATUS NOT = '00'
               CLOSE WS-ACK-FILE
               OPEN OUTPUT WS-ACK-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WS-ACKW-FILE
           PERFORM COPIAR-ACUSE-PREVIO
               UNTIL WS-ACK-STATUS NOT = '00'
           CLOSE WS-ACK-FILE
           CLOSE WS-ACKW-FILE
           OPEN INPUT WS-ACKW-FILE
           OPEN OUTPUT WS-ACK-FILE
           PERFORM DEVOLVER-ACUSE-PREVIO
               UNTIL WS-ACKW-STATUS NOT = '00'
           CLOSE WS-ACKW-FILE
           OPEN OUTPUT WS-ACKW-FILE
           CLOSE WS-ACKW-FILE.

       COPIAR-ACUSE-PREVIO.
           READ WS-ACK-FILE
               AT END
                   CONTINUE
               NOT AT END
                   EVALUATE WS-ACK-RECORD(1:1)
                       WHEN 'H'
                           SET ACUSE-ENCABEZADO-ESCRITO TO TRUE
                           WRITE WS-ACKW-RECORD FROM WS-ACK-RECORD
                       WHEN 'D'
                           MOVE WS-ACK-RECORD TO WS-ACK-DET-LINE
                           IF WS-AD-REG-NUM <= WS-CKPT-RESUME
                               IF WS-AD-RAZON = 'DUPL'
                                   ADD 1 TO WS-ACK-DUP
                               ELSE
                                   ADD 1 TO WS-ACK-RECH
                               END-IF
                               WRITE WS-ACKW-RECORD FROM WS-ACK-RECORD
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       DEVOLVER-ACUSE-PREVIO.
           READ WS-ACKW-FILE
               AT END
                   CONTINUE
               NOT AT END
                   WRITE WS-ACK-RECORD FROM WS-ACKW-RECORD
           END-READ.

       ESCRIBIR-ACUSE-ENCABEZADO.
           SET ACUSE-ENCABEZADO-ESCRITO TO TRUE
           MOVE 'H' TO WS-AE-TIPO
           MOVE WS-ACK-FECHA-HDR TO WS-AE-FECHA-HDR
           MOVE WS-ACK-SISTEMA TO WS-AE-SISTEMA
           MOVE WS-FECHA-PROCESO TO WS-AE-FECHA-PROC
           MOVE WS-INFILE-NOMBRE TO WS-AE-ARCHIVO
           WRITE WS-ACK-RECORD FROM WS-ACK-ENC-LINE.

      * La 'H' se escribe recien con el primer registro que hay que
      * acusar (o al cerrar): para entonces el HDR ya se leyo.
       GRABAR-ACUSE-DETALLE.
           IF NOT ACUSE-ACTIVO
               EXIT PARAGRAPH
           END-IF
           IF NOT ACUSE-ENCABEZADO-ESCRITO
               PERFORM ESCRIBIR-ACUSE-ENCABEZADO
           END-IF
           IF WS-AD-RAZON = 'DUPL'
               ADD 1 TO WS-ACK-DUP
           ELSE
               ADD 1 TO WS-ACK-RECH
           END-IF
           MOVE 'D' TO WS-AD-TIPO
           MOVE WS-REG-COUNT TO WS-AD-REG-NUM
           WRITE WS-ACK-RECORD FROM WS-ACK-DET-LINE.

      * Linea de cierre del acuse. Recibidos son todos los registros
      * de datos del archivo (WS-REG-COUNT ya incluye los saltados de
      * un reinicio) y aceptados lo que no se rechazo ni se desvio
      * como duplicado. Un archivo que queda retenido no tiene nada
      * aceptado para el upstream aunque sus registros esten en
      * OUTFILE: la cadena no sigue con el.
       CERRAR-ACUSE.
           IF NOT ACUSE-ACTIVO
               EXIT PARAGRAPH
           END-IF
           IF NOT ACUSE-ENCABEZADO-ESCRITO
               PERFORM ESCRIBIR-ACUSE-ENCABEZADO
           END-IF
           MOVE 'T' TO WS-AT-TIPO
           MOVE WS-REG-COUNT TO WS-AT-RECIBIDOS
           MOVE WS-ACK-RECH TO WS-AT-RECHAZADOS
           MOVE WS-ACK-DUP TO WS-AT-DUPLICADOS
           MOVE WS-TRL-COUNT TO WS-AT-DECLARADOS
           MOVE SPACES TO WS-AT-MOTIVO
           EVALUATE TRUE
               WHEN ACUSE-CUADRE-OK
                   MOVE 'OK' TO WS-AT-CUADRE
               WHEN ACUSE-CUADRE-ERROR
                   MOVE 'NO CUADRA' TO WS-AT-CUADRE
                   MOVE 'NO CUADRA' TO WS-AT-MOTIVO
               WHEN ACUSE-SIN-COLA
                   MOVE 'SIN TRL' TO WS-AT-CUADRE
                   MOVE 'SIN TRL' TO WS-AT-MOTIVO
               WHEN OTHER
                   MOVE 'SIN HDR' TO WS-AT-CUADRE
           END-EVALUATE
           IF WS-REG-COUNT > 0 AND WS-ACK-DUP = WS-REG-COUNT
               MOVE 'REENVIO' TO WS-AT-MOTIVO
           END-IF
           IF WS-AT-MOTIVO = SPACES
               MOVE 'ACEPTADO' TO WS-AT-ESTADO
               COMPUTE WS-AT-ACEPTADOS
                   = WS-REG-COUNT - WS-ACK-RECH - WS-ACK-DUP
           ELSE
               MOVE 'RECHAZO TOTAL' TO WS-AT-ESTADO
               MOVE ZEROES TO WS-AT-ACEPTADOS
           END-IF
           WRITE WS-ACK-RECORD FROM WS-ACK-TOT-LINE
           CLOSE WS-ACK-FILE
           MOVE 'N' TO WS-ACK-ACT.

       ESCRIBIR-CHECKPOINT.
           MOVE WS-MAN-IDX TO WS-CKPT-ARCHIVO
           MOVE WS-REG-COUNT TO WS-CKPT-COUNT
               CLOSE WS-CKPT-FILE
               OPEN OUTPUT WS-CKPT-FILE
               CLOSE WS-CKPT-FILE
      * Las claves de una particion quedan en su KEYPEND.Pnn: pasan a
      * la historia recien con la fusion, cuando todas terminaron.
               IF CLAVE-ACTIVA
                   IF MODO-PARTICION
                       CLOSE WS-KEYP-FILE
                   ELSE
                       PERFORM CONSOLIDAR-CLAVES
                   END-IF
               END-IF
           END-IF
      * Las reparaciones ya quedaron en OUTFILE: RECYCLE se vacia con
      * el mismo gesto que el checkpoint log, y solo aqui - si la
      * corrida abendea nunca llega a este punto y las reparaciones
      * quedan intactas para la proxima. En simulacion no se consumio
      * nada y no hay que vaciar nada. En una particion lo vacia la
      * fusion: las demas particiones lo estan leyendo.
           IF RECICLADO-PRESENTE AND NOT MODO-SIMULACION
               AND NOT MODO-PARTICION
               OPEN OUTPUT WS-REC-FILE
               CLOSE WS-REC-FILE
           END-IF
               WRITE WS-REJ-RECORD
           END-IF
           CLOSE WS-REJ-FILE

           IF WS-TOT-DUP > 0
               MOVE SPACES TO WS-DUP-RECORD
               STRING 'TOTAL REGISTROS DUPLICADOS: ' DELIMITED BY SIZE
                   WS-TOT-DUP DELIMITED BY SIZE
                   INTO WS-DUP-RECORD
               WRITE WS-DUP-RECORD
           END-IF
           CLOSE WS-DUP-FILE
           IF NOT MODO-SIMULACION
               CLOSE WS-REJH-FILE
           END-IF
      * El cerrojo se libera recien aqui, con la corrida terminada
      * entera: un abend nunca llega y el cerrojo heredado sigue
      * protegiendo las tablas hasta que el reinicio complete.
           IF NOT MODO-SIMULACION AND NOT MODO-PARTICION
               OPEN OUTPUT WS-LOCK-FILE
               CLOSE WS-LOCK-FILE
           END-IF
           MOVE WS-OUTFILE-NOMBRE TO WS-LG-SALIDA
           MOVE WS-TOT-LEIDOS TO WS-LG-LEIDOS
           MOVE WS-TOT-ESCRITOS TO WS-LG-ESCRITOS
      * Los duplicados van con los rechazados: tampoco llegaron a
      * OUTFILE, y asi la linea sigue cuadrando leidos contra escritos.
           COMPUTE WS-LG-RECHAZADOS = WS-TOT-RECH + WS-TOT-DUP
           MOVE WS-TOT-TRUNC TO WS-LG-TRUNCADOS
           MOVE WS-TAB-GENERACION TO WS-LG-GENERACION
           MOVE RETURN-CODE TO WS-LG-RC
      * entrada vigente de CHARTAB/TOKENTAB (las entradas dadas de
      * baja de las tablas dejan de arrastrarse). La fecha de ultimo
      * hit solo avanza cuando la corrida realmente uso la entrada.
      * Una particion escribe en su STATFILE.Pnn solo los hits de su
      * rango, sin historia previa (total = hits de la corrida): la
      * fusion suma las partes y recien ahi las funde con STATFILE.
       GRABAR-ESTADISTICA.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           IF NOT MODO-PARTICION
               PERFORM CARGAR-ESTADISTICA-PREVIA
           END-IF
           OPEN OUTPUT WS-EST-FILE
           IF WS-EST-STATUS NOT = '00' AND WS-EST-STATUS NOT = '05'
               DISPLAY 'ERROR ABRIENDO ARCHIVO '
                   FUNCTION TRIM(WS-EST-NOMBRE)
                   ' - FILE STATUS ' WS-EST-STATUS
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
                   'SALIDA NI CHECKPOINT' DELIMITED BY SIZE
                   INTO WS-BAL-RECORD
               WRITE WS-BAL-RECORD
           END-IF
      * Una particion deja anotado de entrada que rango codifico.
           IF MODO-PARTICION
               MOVE SPACES TO WS-BAL-RECORD
               STRING 'PARTICION ' WS-PARTICION-PARM
                   ' - REGISTROS ' WS-PART-REGISTROS
                   ' - DESDE ARCHIVO ' WS-PART-DESDE-ARCH
                   ' REG ' WS-PART-DESDE-REG
                   ' HASTA ARCHIVO ' WS-PART-HASTA-ARCH
                   ' REG ' WS-PART-HASTA-REG
                   DELIMITED BY SIZE INTO WS-BAL-RECORD
               WRITE WS-BAL-RECORD
           END-IF.

      * Seccion de BALRPT del archivo recien procesado, con sus
           MOVE 'REGISTROS TRUNCADOS             :'
               TO WS-BL-ETIQUETA
           MOVE WS-TRUNC-COUNT TO WS-BL-VALOR
           WRITE WS-BAL-RECORD FROM WS-BAL-REPORT-LINE
           MOVE 'TRANSLITERACIONES UTF-8         :'
               TO WS-BL-ETIQUETA
           MOVE WS-TRANS-COUNT TO WS-BL-VALOR
           WRITE WS-BAL-RECORD FROM WS-BAL-REPORT-LINE
           MOVE 'RECHAZADOS POR SECUENCIA (RC03) :'
               TO WS-BL-ETIQUETA
           MOVE WS-RC03-COUNT TO WS-BL-VALOR
           WRITE WS-BAL-RECORD FROM WS-BAL-REPORT-LINE
           IF CLAVE-ACTIVA
               MOVE 'REGISTROS DUPLICADOS            :'
                   TO WS-BL-ETIQUETA
               MOVE WS-DUP-COUNT TO WS-BL-VALOR
               WRITE WS-BAL-RECORD FROM WS-BAL-REPORT-LINE
               IF WS-LEIDOS-COUNT > 0
                   AND WS-DUP-COUNT = WS-LEIDOS-COUNT
                   AND NOT MODO-PARTICION
                   MOVE SPACES TO WS-BAL-RECORD
                   STRING '  REENVIO COMPLETO - ARCHIVO YA PROCESADO '
                       'EN UNA NOCHE ANTERIOR' DELIMITED BY SIZE
                       INTO WS-BAL-RECORD
                   WRITE WS-BAL-RECORD
               END-IF
           END-IF.

       ACUMULAR-TOTALES.
           ADD WS-LEIDOS-COUNT TO WS-TOT-LEIDOS
           ADD WS-ESCRITOS-COUNT TO WS-TOT-ESCRITOS
           ADD WS-REJ-COUNT TO WS-TOT-RECH
           ADD WS-TRUNC-COUNT TO WS-TOT-TRUNC
           ADD WS-DUP-COUNT TO WS-TOT-DUP
           ADD WS-TRANS-COUNT TO WS-TOT-TRANS
           ADD WS-RC03-COUNT TO WS-TOT-RC03.

      * Detalle de las transliteraciones de la corrida por entrada de
      * TRANSTAB (solo las que se usaron): secuencia, reemplazo y
      * cantidad. Una particion las lista todas, aun en cero, para
      * que la fusion sume las partes renglon a renglon.
       ESCRIBIR-BALANCE-TRANSLIT.
           PERFORM VARYING WS-TRANS-TAB-IDX FROM 1 BY 1
               UNTIL WS-TRANS-TAB-IDX > WS-TRANS-TABLE-COUNT
               IF WS-TRANS-HITS(WS-TRANS-TAB-IDX) > 0
                   OR MODO-PARTICION
                   MOVE SPACES TO WS-BL-ETIQUETA
                   STRING '  ' DELIMITED BY SIZE
                       WS-TRANS-FROM(WS-TRANS-TAB-IDX)
                           (1:WS-TRANS-FROM-LEN(WS-TRANS-TAB-IDX))
                           DELIMITED BY SIZE
                       ' -> ' DELIMITED BY SIZE
                       WS-TRANS-TO(WS-TRANS-TAB-IDX)
                           (1:WS-TRANS-TO-LEN(WS-TRANS-TAB-IDX))
                           DELIMITED BY SIZE
                       INTO WS-BL-ETIQUETA
                   MOVE ':' TO WS-BL-ETIQUETA(33:1)
                   MOVE WS-TRANS-HITS(WS-TRANS-TAB-IDX) TO WS-BL-VALOR
                   WRITE WS-BAL-RECORD FROM WS-BAL-REPORT-LINE
               END-IF
           END-PERFORM.

      * Seccion de totales de BALRPT y cuadre de la corrida completa:
      * leidos = escritos + rechazados sobre los totales de todos los
               TO WS-BL-ETIQUETA
           MOVE WS-TOT-TRUNC TO WS-BL-VALOR
           WRITE WS-BAL-RECORD FROM WS-BAL-REPORT-LINE
           MOVE 'TRANSLITERACIONES UTF-8         :'
               TO WS-BL-ETIQUETA
           MOVE WS-TOT-TRANS TO WS-BL-VALOR
           WRITE WS-BAL-RECORD FROM WS-BAL-REPORT-LINE
           PERFORM ESCRIBIR-BALANCE-TRANSLIT
           MOVE 'RECHAZADOS POR SECUENCIA (RC03) :'
               TO WS-BL-ETIQUETA
           MOVE WS-TOT-RC03 TO WS-BL-VALOR
           WRITE WS-BAL-RECORD FROM WS-BAL-REPORT-LINE
           IF CLAVE-ACTIVA
               MOVE 'REGISTROS DUPLICADOS            :'
                   TO WS-BL-ETIQUETA
               MOVE WS-TOT-DUP TO WS-BL-VALOR
               WRITE WS-BAL-RECORD FROM WS-BAL-REPORT-LINE
           END-IF
           MOVE 'REGISTROS SALTADOS POR REINICIO :'
               TO WS-BL-ETIQUETA
           MOVE WS-CKPT-RESUME TO WS-BL-VALOR
           WRITE WS-BAL-RECORD FROM WS-BAL-REPORT-LINE

      * Los duplicados desviados a DUPRPT entran en el cuadre junto
      * con los rechazados: se leyeron y no se escribieron.
           COMPUTE WS-BAL-ESPERADO
               = WS-TOT-ESCRITOS + WS-TOT-RECH + WS-TOT-DUP
           IF WS-TOT-LEIDOS = WS-BAL-ESPERADO
               MOVE 'CUADRE LEIDOS = ESCRITOS + RECH :'
                   TO WS-BL-ETIQUETA
               MOVE 12 TO RETURN-CODE
           END-IF

      * Ultima linea del BALRPT de una particion: su RETURN-CODE ya
      * definitivo. FUSIONA-PARTICIONES la toma como marca de que la
      * particion termino entera.
           IF MODO-PARTICION
               MOVE 'RETURN-CODE DE LA PARTICION     :'
                   TO WS-BL-ETIQUETA
               MOVE RETURN-CODE TO WS-BL-VALOR
               WRITE WS-BAL-RECORD FROM WS-BAL-REPORT-LINE
           END-IF

           CLOSE WS-BAL-FILE.

       END PROGRAM REEMPLAZO-CARACTERES.

          03 WS-ENC-ESCRITOS      PIC 9(7) VALUE ZEROES.
          03 WS-ENC-RECHAZADOS    PIC 9(7) VALUE ZEROES.
          03 WS-ENC-TRUNCADOS     PIC 9(7) VALUE ZEROES.
          03 WS-ENC-DUPLICADOS    PIC 9(7) VALUE ZEROES.
          03 WS-REC-LEIDOS        PIC 9(7) VALUE ZEROES.
          03 WS-REC-ESCRITOS      PIC 9(7) VALUE ZEROES.
          03 WS-VER-COMPARADOS    PIC 9(7) VALUE ZEROES.
               WHEN 'REGISTROS TRUNCADOS             : '
                   MOVE FUNCTION NUMVAL(WS-LINEA(35:7))
                       TO WS-ENC-TRUNCADOS
               WHEN 'REGISTROS DUPLICADOS            : '
                   MOVE FUNCTION NUMVAL(WS-LINEA(35:7))
                       TO WS-ENC-DUPLICADOS
               WHEN 'RECICLADOS LEIDOS               : '
                   MOVE FUNCTION NUMVAL(WS-LINEA(35:7))
                       TO WS-REC-LEIDOS
      * sobrantes que cruzar y la ausencia ya quedo en advertencia):
      * un registro rechazado nunca llega al decodificado, asi que
      * sobrantes del original en la misma cantidad que los rechazos
      * mas los duplicados (que tampoco llegan) son el descuadre
      * esperado; y los reciclados que el encode
      * reincorporo van despues de los datos del original, asi que
      * sobrantes del decodificado en la misma cantidad que los
      * reciclados escritos tambien lo son. Cualquier otra cantidad
       EVALUAR-NOCHE.
           MOVE ZERO TO WS-RESULTADO
           IF WS-ENC-TRUNCADOS > 0 OR WS-ENC-RECHAZADOS > 0
               OR WS-ENC-DUPLICADOS > 0
               OR NOT TAB-PRESENTE OR NOT VER-PRESENTE
               OR NOT EXCP-PRESENTE
               MOVE 4 TO WS-RESULTADO
               OR WS-CUADRE-ESTADO = 'ERROR'
               OR WS-VER-DIFERENCIAS > 0
               OR (VER-PRESENTE
                   AND WS-VER-SOBRA-ORIG
                       NOT = WS-ENC-RECHAZADOS + WS-ENC-DUPLICADOS)
               OR (VER-PRESENTE
                   AND WS-VER-SOBRA-DEC NOT = WS-REC-ESCRITOS)
               OR WS-EXCP-SPANS > 0
               TO WS-OP-ETIQUETA
           MOVE WS-ENC-TRUNCADOS TO WS-OP-VALOR
           WRITE WS-OPS-RECORD FROM WS-OPS-LINE
           MOVE 'REGISTROS DUPLICADOS            :'
               TO WS-OP-ETIQUETA
           MOVE WS-ENC-DUPLICADOS TO WS-OP-VALOR
           WRITE WS-OPS-RECORD FROM WS-OPS-LINE
           MOVE 'RECICLADOS REINCORPORADOS       :'
               TO WS-OP-ETIQUETA
           MOVE WS-REC-ESCRITOS TO WS-OP-VALOR
      * rechazos y los reciclados no ensucian el estado de la pagina.
           IF VER-PRESENTE
               IF WS-VER-DIFERENCIAS = 0
                   AND WS-VER-SOBRA-ORIG
                       = WS-ENC-RECHAZADOS + WS-ENC-DUPLICADOS
                   AND WS-VER-SOBRA-DEC = WS-REC-ESCRITOS
                   MOVE 'OK' TO WS-OT-TEXTO
               ELSE
           MOVE 'OPSRPT' TO WS-LG-SALIDA
           MOVE WS-ENC-LEIDOS TO WS-LG-LEIDOS
           MOVE WS-ENC-ESCRITOS TO WS-LG-ESCRITOS
           COMPUTE WS-LG-RECHAZADOS
               = WS-ENC-RECHAZADOS + WS-ENC-DUPLICADOS
           MOVE WS-ENC-TRUNCADOS TO WS-LG-TRUNCADOS
           MOVE ZEROES TO WS-LG-GENERACION
           MOVE RETURN-CODE TO WS-LG-RC

           MOVE WS-RD-ENTRADA(WS-VENT-INICIO:50) TO WS-VENTANA.

       CORREGIR-CARACTER.
      * Un RC03 es una letra UTF-8 de varios bytes que no esta en
      * TRANSTAB: pisar un solo byte dejaria los de continuacion
      * sueltos. Se corrige agregando la secuencia a TRANSCTL y
      * aceptando el registro, que el proximo encode translitera.
           IF WS-RD-RAZON = 'RC03'
               DISPLAY 'RECHAZO RC03 - AGREGUE LA SECUENCIA A TRANSCTL '
                   'Y ACEPTE EL REGISTRO'
               DISPLAY 'PRESIONE ENTER PARA CONTINUAR'
               ACCEPT WS-MENU-OPCION
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-MENU-NUEVO
           DISPLAY SCR-CORRIGE
           ACCEPT SCR-CORRIGE

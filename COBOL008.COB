      * Date: 01-09-2026
      * Purpose: Inquiry and reporting over the AUDITLOG trail written
      *          by MANT-TABLA-CARACTERES (ALTA/BAJA of CHARCTL
      *          entries as they are approved, the GENERA line with
      *          the table generation each approval left, and the
      *          PROPON/RECHAZ/VENCID trail of pending changes) and
      *          REPARA-RECHAZOS (REPARA/ACEPTA/DESCAR of
      *          rejected records). Filters by date range, user and
      *          action, echoes the matching audit lines to AUDRPT and
      *          closes with a summary count of changes per user and
      * Filtros de la consulta. Sin PARM se lista el AUDITLOG entero:
      * DESDE/HASTA acotan por fecha, USUARIO por quien y ACCION por
      * que se hizo. ACCION= acepta una accion puntual (ALTA, BAJA,
      * GENERA, PROPON, RECHAZ, VENCID, REPARA, ACEPTA, DESCAR) o los
      * grupos TABLA (ALTA o BAJA: los cambios a la tabla que entraron
      * en vigencia al aprobarse, y GENERA: la generacion que dejo
      * cada aprobacion), PENDIE (PROPON, RECHAZ o VENCID: la
      * vida de los cambios pendientes de aprobacion) y REPARO (todo
      * lo que escribe la pantalla de reparacion).
       01 WS-PARAMETROS.
          03 WS-FILTRO-DESDE      PIC 9(8)   VALUE ZEROES.
          03 WS-FILTRO-HASTA      PIC 9(8)   VALUE 99999999.
                   WHEN 'TABLA '
                       IF WS-AD-ACCION NOT = 'ALTA  '
                           AND WS-AD-ACCION NOT = 'BAJA  '
                           AND WS-AD-ACCION NOT = 'GENERA'
                           SET WS-LINEA-PASA TO 'N'
                       END-IF
                   WHEN 'PENDIE'
                       IF WS-AD-ACCION NOT = 'PROPON'
                           AND WS-AD-ACCION NOT = 'RECHAZ'
                           AND WS-AD-ACCION NOT = 'VENCID'
                           SET WS-LINEA-PASA TO 'N'
                       END-IF
                   WHEN 'REPARO'

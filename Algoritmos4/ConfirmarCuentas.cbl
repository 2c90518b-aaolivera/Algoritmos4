        identification division.
        program-id. ConfirmarCuentas.

        ENVIRONMENT division.
        configuration section.

        input-output section.
        file-control.
             select CONFIRMACIONES
             assign to dynamic WS-PATH-CONFIRMACIONES
             organization is line sequential
             file status is fs-CONFIRMACIONES.

             select RETENCIONES
             assign to dynamic WS-PATH-RETENCIONES
             organization is line sequential
             file status is fs-RETENCIONES.

             select EXCEPCIONES
             assign to dynamic WS-PATH-EXCEPCIONES
             organization is line sequential
             file status is fs-EXCEPCIONES.

             select AUDITORIA
             assign to dynamic WS-PATH-AUDITORIA
             organization is line sequential
             file status is fs-AUDITORIA.

        DATA division.
        file section.
      *        --- respuesta de la administracion sobre el ultimo
      *        cambio de cuenta del consorcio: "C" confirma, "X"
      *        rechaza, con su motivo ---
        fd CONFIRMACIONES.
        01 REG_CONFIRMACION.
             03 CUIT-CO pic 9(15).
             03 DECISION pic x(1).
             03 MOTIVO pic x(40).

      *        --- registro de cambios de cuenta bancaria de
      *        RetenerCuentas, ascendente por CUIT-CO y FECHA-CAMBIO;
      *        ESTADO-RETENCION "P" pendiente, "C" confirmado, "X"
      *        rechazado, "S" superado ---
        fd RETENCIONES.
        01 REG_RETENCION.
             03 CUIT-CO pic 9(15).
             03 FECHA-CAMBIO pic 9(8).
             03 ESTADO-RETENCION pic x(1).
             03 COD-ADMIN pic 9(3).
             03 ENTIDAD-ANT pic 9(3).
             03 NRO-CTA-ANT pic 9(8).
             03 CBU-ANT pic 9(22).
             03 ENTIDAD-NUEVA pic 9(3).
             03 NRO-CTA-NUEVA pic 9(8).
             03 CBU-NUEVA pic 9(22).
             03 OPERADOR-DECISION pic x(10).
             03 FECHA-DECISION pic 9(8).
             03 MOTIVO-DECISION pic x(40).

        fd EXCEPCIONES.
        01 REG_EXCEPCION pic x(132).

        fd AUDITORIA.
        01 REG_AUDITORIA.
             03 FECHA-PROCESO pic 9(8).
             03 PROGRAMA pic x(18).
             03 OPERADOR pic x(10).
             03 TIPO-MOVIM-AUD pic x(1).
             03 CLAVE-AUD.
                 05 CLAVE-CUIT pic x(15).
                 05 filler pic x(1).
                 05 CLAVE-PROV pic x(8).
             03 IMAGEN-ANTES pic x(130).
             03 IMAGEN-DESPUES pic x(130).

        working-storage section.
        01 fs-CONFIRMACIONES pic xx.
             88 ok-CONFIRMACIONES value "00".
             88 eof-CONFIRMACIONES value "10".
        01 fs-RETENCIONES pic xx.
             88 ok-RETENCIONES value "00".
             88 eof-RETENCIONES value "10".
        01 fs-EXCEPCIONES pic xx.
             88 ok-EXCEPCIONES value "00".

        01 WS-DIR-BASE pic x(150) value "C:\temp\".
        01 WS-PATH-CONFIRMACIONES pic x(200)
            value "C:\CONFIRMACIONES_CUENTA.txt".
        01 WS-PATH-RETENCIONES pic x(200) value spaces.
        01 WS-PATH-EXCEPCIONES pic x(200)
            value "C:\CONFIRMACIONES-EXC.txt".
        01 WS-ENV-VAL pic x(200).

        01 CANT-RETENCIONES pic 9(4) value 0.
        01 tablaRetenciones.
            03 retencionItem OCCURS 1 TO 9999 TIMES
                DEPENDING ON CANT-RETENCIONES.
                05 RET-CUIT pic 9(15).
                05 RET-FECHA-CAMBIO pic 9(8).
                05 RET-ESTADO pic x(1).
                05 RET-ADMIN pic 9(3).
                05 RET-ENTIDAD-ANT pic 9(3).
                05 RET-NRO-CTA-ANT pic 9(8).
                05 RET-CBU-ANT pic 9(22).
                05 RET-ENTIDAD-NUEVA pic 9(3).
                05 RET-NRO-CTA-NUEVA pic 9(8).
                05 RET-CBU-NUEVA pic 9(22).
                05 RET-OPER-DECISION pic x(10).
                05 RET-FECHA-DECISION pic 9(8).
                05 RET-MOTIVO pic x(40).
        01 IDX-RETENCION pic 9(5).
        01 IDX-RETENCION-HALLADA pic 9(5).
        01 LIM-INF pic 9(5).
        01 LIM-SUP pic 9(5).
        01 FIN-CUIT pic x.
        01 RETENCIONES-CARGADAS pic x value "S".

        01 ES-VALIDA pic x.
            88 DECISION-ES-VALIDA value "S".
        01 WS-MOTIVO pic x(80).

      *        --- pista de auditoria comun de los mantenimientos ---
        01 fs-AUDITORIA pic xx.
             88 ok-AUDITORIA value "00".
        01 WS-PATH-AUDITORIA pic x(200) value spaces.
        01 AUDITORIA-DISPONIBLE pic x value "N".
        01 OPERADOR-RUN pic x(10) value "SIN-OPER".
        01 WS-AUD-TIPO pic x(1).
        01 WS-AUD-CLAVE.
            03 WS-AUD-CUIT pic x(15).
            03 filler pic x(1) value space.
            03 WS-AUD-PROV pic x(8).
        01 WS-AUD-ANTES pic x(130).
        01 WS-AUD-DESPUES pic x(130).
        01 WS-YYYY-MM-DD pic 9(8).
        01 WS-FECHA-ENV pic x(8).

        01 TOTAL-CONFIRMADOS pic 9(6) value 0.
        01 TOTAL-RECHAZADOS pic 9(6) value 0.
        01 TOTAL-INVALIDAS pic 9(6) value 0.
        01 TOTAL-PENDIENTES pic 9(6) value 0.

      *        --- codigo de retorno del paso (0 limpio, 4 con
      *        advertencias, 8 error serio) ---
        01 COD-RETORNO pic 9(2) value 0.

      *        ---------------------------------------------------------
      *        Confirmacion de los cambios de cuenta bancaria retenidos
      *        por RetenerCuentas. Lee el lote de respuestas de las
      *        administraciones (CUIT-CO, "C" confirma o "X" rechaza,
      *        motivo) y las registra sobre el ultimo cambio del
      *        consorcio en RETENCIONES_CUENTA, que debe estar
      *        pendiente. Un cambio confirmado se debita una vez
      *        cumplida la antiguedad minima; uno rechazado sigue
      *        retenido hasta que la cuenta se corrija en la fuente.
      *        Cada decision queda en la pista de AUDITORIA con el
      *        cambio antes y despues; las respuestas invalidas van a
      *        excepciones.
      *        ---------------------------------------------------------
        PROCEDURE division.
           perform leerParametros.
           perform abrirAuditoria.
           perform cargarRetenciones.

           if RETENCIONES-CARGADAS = "S"
               open output EXCEPCIONES
               open input CONFIRMACIONES
               if ok-CONFIRMACIONES
                   read CONFIRMACIONES end-read
                   perform procesarDecision until eof-CONFIRMACIONES
                   close CONFIRMACIONES
               else
                   display "No hay lote de confirmaciones ("
                       fs-CONFIRMACIONES "); solo se cuentan los "
                       "cambios pendientes."
               end-if
               close EXCEPCIONES
               perform grabarRetenciones
               move 1 to IDX-RETENCION
               perform contarUnPendiente
                   until IDX-RETENCION > CANT-RETENCIONES
           end-if.
           perform cerrarAuditoria.

           display "Total de cambios de cuenta confirmados: "
               TOTAL-CONFIRMADOS.
           display "Total de cambios de cuenta rechazados: "
               TOTAL-RECHAZADOS.
           display "Total de respuestas invalidas: " TOTAL-INVALIDAS.
           display "Total de cambios que siguen pendientes: "
               TOTAL-PENDIENTES.
           if COD-RETORNO < 4 and TOTAL-INVALIDAS > 0
               move 4 to COD-RETORNO
           end-if.
           move COD-RETORNO to RETURN-CODE.
        goback.

      *        ---------------------------------------------------------
      *        Parametros del run: lote de respuestas, registro de
      *        cambios de cuenta y excepciones
      *        ---------------------------------------------------------
        leerParametros.
           accept WS-ENV-VAL from environment "CONFIRMACION_DIR_BASE".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-DIR-BASE
           end-if.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "CONFIRMACION_ENTRADA".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-CONFIRMACIONES
           end-if.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL
               from environment "CONFIRMACION_EXCEPCIONES".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-EXCEPCIONES
           end-if.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL
               from environment "CONFIRMACION_RETENCIONES".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-RETENCIONES
           else
               string WS-DIR-BASE delimited by spaces
                      "RETENCIONES_CUENTA.txt" delimited by size
                      into WS-PATH-RETENCIONES
           end-if.

      *        ---------------------------------------------------------
      *        Registro de cambios: se carga completo y se regraba con
      *        las decisiones del run
      *        ---------------------------------------------------------
        cargarRetenciones.
           move 0 to CANT-RETENCIONES.
           open input RETENCIONES.
           if ok-RETENCIONES
               read RETENCIONES end-read
               perform cargarUnaRetencion
                   until eof-RETENCIONES
                   or CANT-RETENCIONES > 9998
               if not eof-RETENCIONES
                   display "ERROR: el registro de cambios de cuenta "
                   "tiene mas de 9999 cambios; depurar los viejos."
                   move "N" to RETENCIONES-CARGADAS
                   move 8 to COD-RETORNO
               end-if
               close RETENCIONES
           else
               display "ERROR: no se pudo abrir el registro de "
               "cambios de cuenta (" fs-RETENCIONES ") "
               WS-PATH-RETENCIONES
               move "N" to RETENCIONES-CARGADAS
               move 8 to COD-RETORNO
           end-if.

        cargarUnaRetencion.
           add 1 to CANT-RETENCIONES.
           move REG_RETENCION to retencionItem(CANT-RETENCIONES).
           read RETENCIONES end-read.

        grabarRetenciones.
           open output RETENCIONES.
           if ok-RETENCIONES
               move 1 to IDX-RETENCION
               perform grabarUnaRetencion
                   until IDX-RETENCION > CANT-RETENCIONES
               close RETENCIONES
           else
               display "ERROR: no se pudo regrabar el registro de "
               "cambios de cuenta (" fs-RETENCIONES "); las "
               "decisiones del run se pierden."
               move 8 to COD-RETORNO
           end-if.

        grabarUnaRetencion.
           move retencionItem(IDX-RETENCION) to REG_RETENCION.
           write REG_RETENCION.
           add 1 to IDX-RETENCION.

        contarUnPendiente.
           if RET-ESTADO(IDX-RETENCION) = "P"
               add 1 to TOTAL-PENDIENTES
           end-if.
           add 1 to IDX-RETENCION.

      *        ---------------------------------------------------------
      *        Busqueda binaria del CUIT y avance hasta su ultimo
      *        cambio registrado
      *        ---------------------------------------------------------
        buscarUltimoCambio.
           move 0 to IDX-RETENCION-HALLADA.
           move 1 to LIM-INF.
           move CANT-RETENCIONES to LIM-SUP.
           perform buscarUnCambio
               until LIM-INF > LIM-SUP or IDX-RETENCION-HALLADA > 0.
           if IDX-RETENCION-HALLADA > 0
               move "N" to FIN-CUIT
               perform avanzarUnCambio until FIN-CUIT = "S"
           end-if.

        buscarUnCambio.
           compute IDX-RETENCION = (LIM-INF + LIM-SUP) / 2.
           if RET-CUIT(IDX-RETENCION) = CUIT-CO of REG_CONFIRMACION
               move IDX-RETENCION to IDX-RETENCION-HALLADA
           else
               if RET-CUIT(IDX-RETENCION)
                   < CUIT-CO of REG_CONFIRMACION
                   compute LIM-INF = IDX-RETENCION + 1
               else
                   compute LIM-SUP = IDX-RETENCION - 1
               end-if
           end-if.

        avanzarUnCambio.
           if IDX-RETENCION-HALLADA = CANT-RETENCIONES
               move "S" to FIN-CUIT
           else
               if RET-CUIT(IDX-RETENCION-HALLADA + 1)
                   = CUIT-CO of REG_CONFIRMACION
                   add 1 to IDX-RETENCION-HALLADA
               else
                   move "S" to FIN-CUIT
               end-if
           end-if.

      *        ---------------------------------------------------------
      *        Valida y registra una respuesta sobre el cambio
      *        ---------------------------------------------------------
        procesarDecision.
           move "S" to ES-VALIDA.
           move spaces to WS-MOTIVO.
           perform validarDecision.

           if DECISION-ES-VALIDA
               move spaces to WS-AUD-ANTES
               move retencionItem(IDX-RETENCION-HALLADA)
                   to WS-AUD-ANTES
               move DECISION to RET-ESTADO(IDX-RETENCION-HALLADA)
               move OPERADOR-RUN
                   to RET-OPER-DECISION(IDX-RETENCION-HALLADA)
               move WS-YYYY-MM-DD
                   to RET-FECHA-DECISION(IDX-RETENCION-HALLADA)
               move MOTIVO to RET-MOTIVO(IDX-RETENCION-HALLADA)
               if DECISION = "C"
                   add 1 to TOTAL-CONFIRMADOS
                   display "CAMBIO DE CUENTA CONFIRMADO: "
                       CUIT-CO of REG_CONFIRMACION
               else
                   add 1 to TOTAL-RECHAZADOS
                   display "CAMBIO DE CUENTA RECHAZADO: "
                       CUIT-CO of REG_CONFIRMACION " " MOTIVO
               end-if
               perform auditarDecision
           else
               perform emitirExcepcion
               add 1 to TOTAL-INVALIDAS
           end-if.

           read CONFIRMACIONES end-read.

        validarDecision.
           if CUIT-CO of REG_CONFIRMACION is not numeric
               move "N" to ES-VALIDA
               move "CUIT no numerico" to WS-MOTIVO
           end-if.

           if DECISION-ES-VALIDA
               and DECISION <> "C" and DECISION <> "X"
               move "N" to ES-VALIDA
               move "decision desconocida (C confirma, X rechaza)"
                   to WS-MOTIVO
           end-if.

           if DECISION-ES-VALIDA
               perform buscarUltimoCambio
               if IDX-RETENCION-HALLADA = 0
                   move "N" to ES-VALIDA
                   move "el consorcio no tiene cambios de cuenta"
                       to WS-MOTIVO
               end-if
           end-if.

           if DECISION-ES-VALIDA
               and RET-ESTADO(IDX-RETENCION-HALLADA) <> "P"
               move "N" to ES-VALIDA
               move spaces to WS-MOTIVO
               string "ultimo cambio no pendiente (estado "
                      RET-ESTADO(IDX-RETENCION-HALLADA) " del "
                      RET-FECHA-DECISION(IDX-RETENCION-HALLADA) ")"
                      delimited by size into WS-MOTIVO
           end-if.

      *        ---------------------------------------------------------
      *        Pista de auditoria comun: cada decision queda en el
      *        archivo fechado con el cambio antes y despues
      *        ---------------------------------------------------------
        abrirAuditoria.
           perform obtenerFechaProceso.
           accept WS-ENV-VAL from environment "AUDIT_OPERADOR".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to OPERADOR-RUN
           end-if.
           accept WS-ENV-VAL from environment "AUDIT_ARCHIVO".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-AUDITORIA
           else
               string "C:\temp\AUDITORIA_" delimited by size
                      WS-YYYY-MM-DD delimited by size
                      ".txt" delimited by size
                      into WS-PATH-AUDITORIA
           end-if.
           open extend AUDITORIA.
           if not ok-AUDITORIA
               open output AUDITORIA
           end-if.
           if ok-AUDITORIA
               move "S" to AUDITORIA-DISPONIBLE
           else
               display "ADVERTENCIA: no se pudo abrir la pista de "
               "auditoria (" fs-AUDITORIA "); las decisiones de "
               "este run no quedan auditadas."
           end-if.

        cerrarAuditoria.
           if AUDITORIA-DISPONIBLE = "S"
               close AUDITORIA
           end-if.

        auditarDecision.
           move DECISION to WS-AUD-TIPO.
           move spaces to WS-AUD-CLAVE.
           move RET-CUIT(IDX-RETENCION-HALLADA) to WS-AUD-CUIT.
           move spaces to WS-AUD-DESPUES.
           move retencionItem(IDX-RETENCION-HALLADA) to WS-AUD-DESPUES.
           perform grabarAuditoria.

        grabarAuditoria.
           if AUDITORIA-DISPONIBLE = "S"
               move WS-YYYY-MM-DD to FECHA-PROCESO of REG_AUDITORIA
               move "ConfirmarCuentas" to PROGRAMA of REG_AUDITORIA
               move OPERADOR-RUN to OPERADOR of REG_AUDITORIA
               move WS-AUD-TIPO to TIPO-MOVIM-AUD of REG_AUDITORIA
               move WS-AUD-CLAVE to CLAVE-AUD of REG_AUDITORIA
               move WS-AUD-ANTES to IMAGEN-ANTES of REG_AUDITORIA
               move WS-AUD-DESPUES to IMAGEN-DESPUES of REG_AUDITORIA
               write REG_AUDITORIA
           end-if.

      *        ---------------------------------------------------------
      *        Escribe la respuesta rechazada junto con el motivo
      *        ---------------------------------------------------------
        emitirExcepcion.
           move spaces to REG_EXCEPCION.
           string CUIT-CO of REG_CONFIRMACION "  "
               DECISION "  "
               WS-MOTIVO
               delimited by size into REG_EXCEPCION.
           write REG_EXCEPCION.
           display "RECHAZADA: " REG_EXCEPCION.

      *        ---------------------------------------------------------
      *        Fecha de negocio del proceso: la fecha calendario, salvo
      *        que el parametro FECHA_PROCESO indique la fecha contable
      *        del run (corridas despues de medianoche o reprocesos)
      *        ---------------------------------------------------------
        obtenerFechaProceso.
           accept WS-YYYY-MM-DD from date yyyymmdd.
           accept WS-FECHA-ENV from environment "FECHA_PROCESO".
           if WS-FECHA-ENV is numeric
               move WS-FECHA-ENV to WS-YYYY-MM-DD
           end-if.

        end program ConfirmarCuentas.

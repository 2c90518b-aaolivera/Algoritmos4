             organization is line sequential
             file status is fs-AUDITORIA.

             select OPERADORES
             assign to dynamic WS-PATH-OPERADORES
             organization is line sequential
             file status is fs-OPERADORES.

             select PENDIENTES
             assign to dynamic WS-PATH-PENDIENTES
             organization is line sequential
             file status is fs-PENDIENTES.

             select ORDENAR
             assign to "WORKR.TMP"
             file status is fs-ORDENAR.
             03 TEL pic x(15).
             03 DIR pic x(30).
             03 FECHA-PROCESO pic 9(8).
             03 COD-ADMIN pic 9(3).

        fd ESTADO.
        01 REG_ESTADO.
             03 IMAGEN-ANTES pic x(130).
             03 IMAGEN-DESPUES pic x(130).

      *        --- autorizaciones por operador y tipo de pedido ("B"
      *        baja, "E" cambio de estado terminal, "R" reactivacion):
      *        quien puede ingresarlo y quien puede aprobarlo ---
        fd OPERADORES.
        01 REG_OPERADOR.
             03 OPERADOR-AUT pic x(10).
             03 TIPO-PEDIDO pic x(1).
             03 PUEDE-INGRESAR pic x(1).
             03 PUEDE-APROBAR pic x(1).

      *        --- pedidos que esperan la aprobacion de un segundo
      *        operador; ESTADO-PEDIDO "P" pendiente, "A" aprobado,
      *        "X" rechazado, "L" aplicado, "N" no aplicable ---
        fd PENDIENTES.
        01 REG_PENDIENTE.
             03 NRO-PEDIDO pic 9(8).
             03 ESTADO-PEDIDO pic x(1).
             03 TIPO-PEDIDO pic x(1).
             03 CUIT-CO pic 9(15).
             03 FECHA-BAJA pic x(10).
             03 ESTADO_NUM pic 9(2).
             03 NOMBRE-CONSORCIO pic x(30).
             03 TEL pic x(15).
             03 DIR pic x(30).
             03 PROGRAMA-ORIGEN pic x(18).
             03 OPERADOR-INGRESO pic x(10).
             03 FECHA-INGRESO pic 9(8).
             03 OPERADOR-DECISION pic x(10).
             03 FECHA-DECISION pic 9(8).
             03 FECHA-APLICACION pic 9(8).
             03 MOTIVO-DECISION pic x(40).

        sd ORDENAR.
        01 REG_ORDENAR.
             03 CUIT-CO pic 9(15).
                05 REA-DIR pic x(30).
            03 REA-FECHA-BAJA pic x(10).
            03 REA-ESTADO-BAJA pic 9(2).
            03 REA-IDX-PENDIENTE pic 9(4).
        01 CANT-REACT pic 9(4) value 0.
        01 IDX-REACT pic 9(4).

        01 ES-VALIDA pic x.
        01 WS-MOTIVO pic x(80).
             03 TEL pic x(15).
             03 DIR pic x(30).

      *        --- control por oposicion: los pedidos del lote quedan
      *        pendientes hasta que otro operador los aprueba
      *        (AprobarMovimientos); se reactivan los ya aprobados ---
        01 fs-OPERADORES pic xx.
             88 ok-OPERADORES value "00".
             88 eof-OPERADORES value "10".
        01 fs-PENDIENTES pic xx.
             88 ok-PENDIENTES value "00".
             88 eof-PENDIENTES value "10".
        01 WS-PATH-OPERADORES pic x(200) value "C:\OPERADORES.txt".
        01 WS-PATH-PENDIENTES pic x(200)
            value "C:\temp\PENDIENTES_APROBACION.txt".
        01 tablaOperadores occurs 200 times.
            03 OPE-OPERADOR pic x(10).
            03 OPE-TIPO pic x(1).
            03 OPE-INGRESA pic x(1).
            03 OPE-APRUEBA pic x(1).
        01 CANT-OPERADORES pic 9(3) value 0.
        01 IDX-OPERADOR pic 9(3).
        01 OPERADOR-HABILITADO pic x.
        01 CANT-PENDIENTES pic 9(4) value 0.
        01 tablaPendientes.
            03 pendienteItem occurs 1 to 9999 times
                depending on CANT-PENDIENTES.
                05 PEN-NRO pic 9(8).
                05 PEN-ESTADO pic x(1).
                05 PEN-TIPO pic x(1).
                05 PEN-CUIT pic 9(15).
                05 PEN-FECHA-BAJA pic x(10).
                05 PEN-ESTADO-NUM pic 9(2).
                05 PEN-NOMBRE pic x(30).
                05 PEN-TEL pic x(15).
                05 PEN-DIR pic x(30).
                05 PEN-PROGRAMA pic x(18).
                05 PEN-OPER-INGRESO pic x(10).
                05 PEN-FECHA-INGRESO pic 9(8).
                05 PEN-OPER-DECISION pic x(10).
                05 PEN-FECHA-DECISION pic 9(8).
                05 PEN-FECHA-APLICACION pic 9(8).
                05 PEN-MOTIVO pic x(40).
        01 IDX-PENDIENTE pic 9(4).
        01 IDX-PENDIENTE-HALLADO pic 9(4).
        01 ULTIMO-NRO-PEDIDO pic 9(8) value 0.
        01 PENDIENTES-CARGADOS pic x value "S".

        01 TOTAL-REACTIVADOS pic 9(6) value 0.
        01 TOTAL-RECHAZADOS pic 9(6) value 0.
        01 TOTAL-PENDIENTES pic 9(6) value 0.

      *        --- codigo de retorno del paso (0 limpio, 4 con
      *        advertencias, 8 error serio) ---
      *        en un archivo con layout CONSOR, listo para sumarse al
      *        CONSORLIST del proximo merge. Los pedidos sin baja
      *        registrada o con estado invalido van a excepciones.
      *        Los pedidos validos del lote no se reactivan en el run
      *        que los ingresa: quedan en PENDIENTES_APROBACION a
      *        nombre del operador del run (habilitado en OPERADORES
      *        para ingresar reactivaciones) y se reactivan en el
      *        primer run posterior a su aprobacion por otro operador.
      *        ---------------------------------------------------------
        PROCEDURE division.
           perform leerParametros.
           perform cargarReactivaciones.

           perform abrirAuditoria.
           perform cargarOperadores.
           perform cargarPendientes.
           perform cargarAprobados.
           open output EXCEPCIONES.
           perform buscarEnHistoria.
           perform validarReactivaciones.

           close EXCEPCIONES.
           perform cerrarAuditoria.
           if PENDIENTES-CARGADOS = "S"
               perform grabarPendientes
           end-if.

           display "Total de consorcios reactivados: "
               TOTAL-REACTIVADOS.
           display "Total de pedidos rechazados: " TOTAL-RECHAZADOS.
           display "Total de pedidos derivados a aprobacion: "
               TOTAL-PENDIENTES.
           if COD-RETORNO < 4 and TOTAL-RECHAZADOS > 0
               move 4 to COD-RETORNO
           end-if.
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-EXCEPCIONES
           end-if.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "APROBACION_OPERADORES".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-OPERADORES
           end-if.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "APROBACION_PENDIENTES".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-PENDIENTES
           end-if.

        cargarEstado.
           open input ESTADO.
           move CUIT-CO of REG_REACTIVAR to REA-CUIT(CANT-REACT).
           move ESTADO_NUM of REG_REACTIVAR to REA-ESTADO(CANT-REACT).
           move "N" to REA-HALLADO(CANT-REACT).
           move 0 to REA-IDX-PENDIENTE(CANT-REACT).
           read REACTIVAR end-read.

      *        ---------------------------------------------------------
      *        Recorre la historia de bajas completa; como esta se
      *        escribe en orden cronologico, la ultima coincidencia de
      *        cada CUIT-CO es su baja mas reciente y pisa a las
      *        anteriores (en todos los pedidos de ese CUIT-CO)
      *        ---------------------------------------------------------
        buscarEnHistoria.
           open input BAJAS-HIST.
           end-if.

        buscarUnaBaja.
           move 1 to IDX-REACT.
           perform compararUnaBaja until IDX-REACT > CANT-REACT.
           read BAJAS-HIST end-read.

        compararUnaBaja.
           if REA-CUIT(IDX-REACT) = CUIT-CO of REG_BAJAS-HIST
               move "S" to REA-HALLADO(IDX-REACT)
               move FECHA-ALTA of REG_BAJAS-HIST
                   to REA-FECHA-ALTA(IDX-REACT)
               move ESTADO_NUM of REG_BAJAS-HIST
                   to REA-ESTADO-BAJA(IDX-REACT)
           end-if.
           add 1 to IDX-REACT.

      *        ---------------------------------------------------------
      *        Valida cada pedido: baja registrada en la historia y
      *        estado nuevo conocido y no terminal. Los validos del
      *        lote se derivan a aprobacion; solo siguen al sort los
      *        pedidos ya aprobados
      *        ---------------------------------------------------------
        validarReactivaciones.
           move 1 to IDX-REACT.
                   end-if
               end-if
           end-if.
           if ES-VALIDA = "S" and REA-IDX-PENDIENTE(IDX-REACT) = 0
               move "N" to REA-HALLADO(IDX-REACT)
               perform registrarPendiente
           end-if.
           if ES-VALIDA <> "S"
               move "N" to REA-HALLADO(IDX-REACT)
               if REA-IDX-PENDIENTE(IDX-REACT) > 0
                   and COD-RETORNO < 8
                   move REA-IDX-PENDIENTE(IDX-REACT) to IDX-PENDIENTE
                   move "N" to PEN-ESTADO(IDX-PENDIENTE)
                   move WS-YYYY-MM-DD
                       to PEN-FECHA-APLICACION(IDX-PENDIENTE)
                   move WS-MOTIVO to PEN-MOTIVO(IDX-PENDIENTE)
               end-if
               perform emitirExcepcion
               add 1 to TOTAL-RECHAZADOS
           end-if.
               move REA-DIR(IDX-REACT) to DIR of REG_ORDENAR
               release REG_ORDENAR
               perform auditarReactivacion
               move REA-IDX-PENDIENTE(IDX-REACT) to IDX-PENDIENTE
               move "L" to PEN-ESTADO(IDX-PENDIENTE)
               move WS-YYYY-MM-DD
                   to PEN-FECHA-APLICACION(IDX-PENDIENTE)
           end-if.
           add 1 to IDX-REACT.

           add 1 to TOTAL-REACTIVADOS.
           RETURN ORDENAR AT END CONTINUE.

      *        ---------------------------------------------------------
      *        Autorizaciones de los operadores por tipo de pedido
      *        ---------------------------------------------------------
        cargarOperadores.
           move 0 to CANT-OPERADORES.
           open input OPERADORES.
           if ok-OPERADORES
               read OPERADORES end-read
               perform cargarUnOperador
                   until eof-OPERADORES or CANT-OPERADORES > 199
               close OPERADORES
           else
               display "ADVERTENCIA: no se pudo abrir OPERADORES ("
               fs-OPERADORES "); los pedidos del lote se rechazan."
           end-if.

        cargarUnOperador.
           add 1 to CANT-OPERADORES.
           move OPERADOR-AUT to OPE-OPERADOR(CANT-OPERADORES).
           move TIPO-PEDIDO of REG_OPERADOR
               to OPE-TIPO(CANT-OPERADORES).
           move PUEDE-INGRESAR to OPE-INGRESA(CANT-OPERADORES).
           move PUEDE-APROBAR to OPE-APRUEBA(CANT-OPERADORES).
           read OPERADORES end-read.

        verificarOperador.
           move "N" to OPERADOR-HABILITADO.
           move 1 to IDX-OPERADOR.
           perform verificarUnOperador
               until IDX-OPERADOR > CANT-OPERADORES
               or OPERADOR-HABILITADO = "S".

        verificarUnOperador.
           if OPE-OPERADOR(IDX-OPERADOR) = OPERADOR-RUN
               and OPE-TIPO(IDX-OPERADOR) = "R"
               and OPE-INGRESA(IDX-OPERADOR) = "S"
               move "S" to OPERADOR-HABILITADO
           end-if.
           add 1 to IDX-OPERADOR.

      *        ---------------------------------------------------------
      *        Pedidos de aprobacion: se cargan completos, se agregan
      *        los del run y se regraba el archivo al final
      *        ---------------------------------------------------------
        cargarPendientes.
           move 0 to CANT-PENDIENTES.
           open input PENDIENTES.
           if ok-PENDIENTES
               read PENDIENTES end-read
               perform cargarUnPendiente
                   until eof-PENDIENTES or CANT-PENDIENTES > 9998
               if not eof-PENDIENTES
                   display "ERROR: PENDIENTES_APROBACION tiene mas de "
                   "9999 pedidos; depurar los aplicados."
                   move "N" to PENDIENTES-CARGADOS
                   move 8 to COD-RETORNO
               end-if
               close PENDIENTES
           else
               display "No hay pedidos de aprobacion previos ("
                   fs-PENDIENTES "); se inicia el archivo."
           end-if.

        cargarUnPendiente.
           add 1 to CANT-PENDIENTES.
           move REG_PENDIENTE to pendienteItem(CANT-PENDIENTES).
           if NRO-PEDIDO > ULTIMO-NRO-PEDIDO
               move NRO-PEDIDO to ULTIMO-NRO-PEDIDO
           end-if.
           read PENDIENTES end-read.

      *        --- las reactivaciones aprobadas por otro operador se
      *        suman al lote, detras de sus pedidos ---
        cargarAprobados.
           move 1 to IDX-PENDIENTE.
           perform cargarUnAprobado
               until IDX-PENDIENTE > CANT-PENDIENTES
               or PENDIENTES-CARGADOS <> "S".

        cargarUnAprobado.
           if PEN-ESTADO(IDX-PENDIENTE) = "A"
               and PEN-PROGRAMA(IDX-PENDIENTE) = "ReactivarConsorcio"
               if CANT-REACT < 999
                   add 1 to CANT-REACT
                   move PEN-CUIT(IDX-PENDIENTE) to REA-CUIT(CANT-REACT)
                   move PEN-ESTADO-NUM(IDX-PENDIENTE)
                       to REA-ESTADO(CANT-REACT)
                   move "N" to REA-HALLADO(CANT-REACT)
                   move IDX-PENDIENTE to REA-IDX-PENDIENTE(CANT-REACT)
               else
                   display "ADVERTENCIA: el pedido aprobado "
                   PEN-NRO(IDX-PENDIENTE) " no entra en el lote; "
                   "queda para el proximo run."
               end-if
           end-if.
           add 1 to IDX-PENDIENTE.

      *        ---------------------------------------------------------
      *        Deriva el pedido a aprobacion: el operador del run debe
      *        estar habilitado a ingresar reactivaciones y el CUIT-CO
      *        no debe tener otra reactivacion abierta
      *        ---------------------------------------------------------
        registrarPendiente.
           perform verificarOperador.
           move 0 to IDX-PENDIENTE-HALLADO.
           move 1 to IDX-PENDIENTE.
           perform buscarUnPendienteAbierto
               until IDX-PENDIENTE > CANT-PENDIENTES
               or IDX-PENDIENTE-HALLADO > 0.

           if OPERADOR-HABILITADO <> "S"
               move "N" to ES-VALIDA
               move spaces to WS-MOTIVO
               string "operador " OPERADOR-RUN
                      " no habilitado a ingresar reactivaciones"
                      delimited by size into WS-MOTIVO
           else
               if IDX-PENDIENTE-HALLADO > 0
                   move "N" to ES-VALIDA
                   move spaces to WS-MOTIVO
                   string "CUIT-CO con el pedido "
                          PEN-NRO(IDX-PENDIENTE-HALLADO)
                          " abierto" delimited by size into WS-MOTIVO
               else
                   if CANT-PENDIENTES > 9998
                       move "N" to ES-VALIDA
                       move "archivo de pedidos de aprobacion lleno"
                           to WS-MOTIVO
                   end-if
               end-if
           end-if.

           if ES-VALIDA = "S"
               add 1 to CANT-PENDIENTES
               add 1 to ULTIMO-NRO-PEDIDO
               move spaces to pendienteItem(CANT-PENDIENTES)
               move ULTIMO-NRO-PEDIDO to PEN-NRO(CANT-PENDIENTES)
               move "P" to PEN-ESTADO(CANT-PENDIENTES)
               move "R" to PEN-TIPO(CANT-PENDIENTES)
               move REA-CUIT(IDX-REACT) to PEN-CUIT(CANT-PENDIENTES)
               move REA-ESTADO(IDX-REACT)
                   to PEN-ESTADO-NUM(CANT-PENDIENTES)
               move REA-NOMBRE(IDX-REACT) to PEN-NOMBRE(CANT-PENDIENTES)
               move REA-TEL(IDX-REACT) to PEN-TEL(CANT-PENDIENTES)
               move REA-DIR(IDX-REACT) to PEN-DIR(CANT-PENDIENTES)
               move "ReactivarConsorcio"
                   to PEN-PROGRAMA(CANT-PENDIENTES)
               move OPERADOR-RUN to PEN-OPER-INGRESO(CANT-PENDIENTES)
               move WS-YYYY-MM-DD to PEN-FECHA-INGRESO(CANT-PENDIENTES)
               move 0 to PEN-FECHA-DECISION(CANT-PENDIENTES)
               move 0 to PEN-FECHA-APLICACION(CANT-PENDIENTES)
               add 1 to TOTAL-PENDIENTES
               display "PENDIENTE DE APROBACION: pedido "
                   ULTIMO-NRO-PEDIDO " R " REA-CUIT(IDX-REACT)
           end-if.

        buscarUnPendienteAbierto.
           if PEN-CUIT(IDX-PENDIENTE) = REA-CUIT(IDX-REACT)
               and PEN-PROGRAMA(IDX-PENDIENTE) = "ReactivarConsorcio"
               and (PEN-ESTADO(IDX-PENDIENTE) = "P"
                    or PEN-ESTADO(IDX-PENDIENTE) = "A")
               move IDX-PENDIENTE to IDX-PENDIENTE-HALLADO
           end-if.
           add 1 to IDX-PENDIENTE.

        grabarPendientes.
           open output PENDIENTES.
           if ok-PENDIENTES
               move 1 to IDX-PENDIENTE
               perform grabarUnPendiente
                   until IDX-PENDIENTE > CANT-PENDIENTES
               close PENDIENTES
           else
               display "ERROR: no se pudo regrabar los pedidos de "
               "aprobacion (" fs-PENDIENTES "); los del run se "
               "pierden."
               move 8 to COD-RETORNO
           end-if.

        grabarUnPendiente.
           move pendienteItem(IDX-PENDIENTE) to REG_PENDIENTE.
           write REG_PENDIENTE.
           add 1 to IDX-PENDIENTE.

      *        ---------------------------------------------------------
      *        Pista de auditoria comun: cada reactivacion aceptada
      *        queda en el archivo fechado con la imagen de la baja

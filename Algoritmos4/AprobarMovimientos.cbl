        identification division.
        program-id. AprobarMovimientos.

        ENVIRONMENT division.
        configuration section.

        input-output section.
        file-control.
             select APROBACIONES
             assign to dynamic WS-PATH-APROBACIONES
             organization is line sequential
             file status is fs-APROBACIONES.

             select OPERADORES
             assign to dynamic WS-PATH-OPERADORES
             organization is line sequential
             file status is fs-OPERADORES.

             select PENDIENTES
             assign to dynamic WS-PATH-PENDIENTES
             organization is line sequential
             file status is fs-PENDIENTES.

             select EXCEPCIONES
             assign to dynamic WS-PATH-EXCEPCIONES
             organization is line sequential
             file status is fs-EXCEPCIONES.

             select VENCIDOS
             assign to dynamic WS-PATH-VENCIDOS
             organization is line sequential
             file status is fs-VENCIDOS.

             select AUDITORIA
             assign to dynamic WS-PATH-AUDITORIA
             organization is line sequential
             file status is fs-AUDITORIA.

        DATA division.
        file section.
      *        --- decision del aprobador sobre un pedido: "A" aprueba,
      *        "X" rechaza, con su motivo ---
        fd APROBACIONES.
        01 REG_APROBACION.
             03 NRO-PEDIDO pic 9(8).
             03 DECISION pic x(1).
             03 MOTIVO pic x(40).

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

        fd EXCEPCIONES.
        01 REG_EXCEPCION pic x(132).

        fd VENCIDOS.
        01 REG_VENCIDO pic x(132).

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
        01 fs-APROBACIONES pic xx.
             88 ok-APROBACIONES value "00".
             88 eof-APROBACIONES value "10".
        01 fs-OPERADORES pic xx.
             88 ok-OPERADORES value "00".
             88 eof-OPERADORES value "10".
        01 fs-PENDIENTES pic xx.
             88 ok-PENDIENTES value "00".
             88 eof-PENDIENTES value "10".
        01 fs-EXCEPCIONES pic xx.
             88 ok-EXCEPCIONES value "00".
        01 fs-VENCIDOS pic xx.
             88 ok-VENCIDOS value "00".

        01 WS-DIR-BASE pic x(150) value "C:\temp\".
        01 WS-PATH-APROBACIONES pic x(200)
            value "C:\APROBACIONES.txt".
        01 WS-PATH-OPERADORES pic x(200) value "C:\OPERADORES.txt".
        01 WS-PATH-PENDIENTES pic x(200)
            value "C:\temp\PENDIENTES_APROBACION.txt".
        01 WS-PATH-EXCEPCIONES pic x(200)
            value "C:\APROBACIONES-EXC.txt".
        01 WS-PATH-VENCIDOS pic x(200).
        01 WS-ENV-VAL pic x(200).

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
        01 IDX-PENDIENTE pic 9(5).
        01 IDX-PENDIENTE-HALLADO pic 9(5).
        01 LIM-INF pic 9(5).
        01 LIM-SUP pic 9(5).
        01 PENDIENTES-CARGADOS pic x value "S".

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

      *        --- antiguedad a partir de la cual un pedido abierto se
      *        informa como vencido (APROBACION_DIAS, 5 por defecto) ---
        01 DIAS-VENCIMIENTO pic 9(3) value 5.
        01 PARAM-INGRESADO pic x(3).
        01 PARAM-ES-VALIDO pic x.
        01 PARAM-ACUM pic 9(3).
        01 POS-DIGITO pic 999.
        01 UN-DIGITO pic 9.

      *        --- fecha de corte: fecha de proceso menos N dias ---
        01 FECHA-CORTE-REC.
             03 FECHA-ANIO pic 9(4).
             03 FECHA-MES pic 9(2).
             03 FECHA-DIA pic 9(2).
        01 FECHA-CORTE-N redefines FECHA-CORTE-REC pic 9(8).
        01 RESTO-BISIESTO pic 9(4).
        01 COCIENTE-BISIESTO pic 9(4).
        01 tablaDiasMes.
             03 filler pic 9(2) value 31.
             03 filler pic 9(2) value 28.
             03 filler pic 9(2) value 31.
             03 filler pic 9(2) value 30.
             03 filler pic 9(2) value 31.
             03 filler pic 9(2) value 30.
             03 filler pic 9(2) value 31.
             03 filler pic 9(2) value 31.
             03 filler pic 9(2) value 30.
             03 filler pic 9(2) value 31.
             03 filler pic 9(2) value 30.
             03 filler pic 9(2) value 31.
        01 tablaDiasMes-R redefines tablaDiasMes.
             03 DIAS-DEL-MES pic 9(2) occurs 12 times.

        01 TOTAL-APROBADOS pic 9(6) value 0.
        01 TOTAL-RECHAZADOS pic 9(6) value 0.
        01 TOTAL-INVALIDAS pic 9(6) value 0.
        01 TOTAL-VENCIDOS pic 9(6) value 0.

      *        --- codigo de retorno del paso (0 limpio, 4 con
      *        advertencias, 8 error serio) ---
        01 COD-RETORNO pic 9(2) value 0.

      *        ---------------------------------------------------------
      *        Aprobacion por oposicion de las bajas, cambios de estado
      *        terminal y reactivaciones que ModifConsorcio y
      *        ReactivarConsorcio dejan en PENDIENTES_APROBACION. Lee
      *        el lote de decisiones del operador del run (numero de
      *        pedido, "A" aprueba o "X" rechaza, motivo) y las
      *        registra sobre los pedidos pendientes: el aprobador
      *        debe ser distinto de quien ingreso el pedido y estar
      *        habilitado en OPERADORES para aprobar ese tipo. Los
      *        aprobados se aplican en el proximo run del programa que
      *        los ingreso. Las decisiones invalidas van a
      *        excepciones. Al final lista en PENDIENTES_VENCIDOS_
      *        aaaammdd.txt los pedidos pendientes o aprobados sin
      *        aplicar ingresados hace mas de N dias.
      *        ---------------------------------------------------------
        PROCEDURE division.
           perform leerParametros.
           perform abrirAuditoria.
           perform cargarOperadores.
           perform cargarPendientes.

           if PENDIENTES-CARGADOS = "S"
               open output EXCEPCIONES
               open input APROBACIONES
               if ok-APROBACIONES
                   read APROBACIONES end-read
                   perform procesarDecision until eof-APROBACIONES
                   close APROBACIONES
               else
                   display "No hay lote de decisiones ("
                       fs-APROBACIONES "); solo se listan los "
                       "pedidos vencidos."
               end-if
               close EXCEPCIONES
               perform grabarPendientes
               perform listarVencidos
           end-if.
           perform cerrarAuditoria.

           display "Total de pedidos aprobados: " TOTAL-APROBADOS.
           display "Total de pedidos rechazados: " TOTAL-RECHAZADOS.
           display "Total de decisiones invalidas: " TOTAL-INVALIDAS.
           display "Total de pedidos vencidos (mas de "
               DIAS-VENCIMIENTO " dias): " TOTAL-VENCIDOS.
           if COD-RETORNO < 4
               and (TOTAL-INVALIDAS > 0 or TOTAL-VENCIDOS > 0)
               move 4 to COD-RETORNO
           end-if.
           move COD-RETORNO to RETURN-CODE.
        goback.

      *        ---------------------------------------------------------
      *        Parametros del run: lote de decisiones, autorizaciones,
      *        archivo de pedidos, excepciones y dias de vencimiento
      *        ---------------------------------------------------------
        leerParametros.
           accept WS-ENV-VAL from environment "APROBACION_ENTRADA".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-APROBACIONES
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
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "APROBACION_EXCEPCIONES".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-EXCEPCIONES
           end-if.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "APROBACION_DIR_BASE".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-DIR-BASE
           end-if.
           move spaces to PARAM-INGRESADO.
           accept PARAM-INGRESADO from environment "APROBACION_DIAS".
           perform normalizarParametro.
           if PARAM-ES-VALIDO = "S"
               move PARAM-ACUM to DIAS-VENCIMIENTO
           end-if.

        normalizarParametro.
           if PARAM-INGRESADO = spaces
               move "N" to PARAM-ES-VALIDO
           else
               move "S" to PARAM-ES-VALIDO
               move 0 to PARAM-ACUM
               move 1 to POS-DIGITO
               perform armarUnDigitoParam
                   until POS-DIGITO > 3 or PARAM-ES-VALIDO = "N"
           end-if.

        armarUnDigitoParam.
           if PARAM-INGRESADO(POS-DIGITO:1) is numeric
               move PARAM-INGRESADO(POS-DIGITO:1) to UN-DIGITO
               compute PARAM-ACUM = PARAM-ACUM * 10 + UN-DIGITO
           else
               if PARAM-INGRESADO(POS-DIGITO:1) <> space
                   move "N" to PARAM-ES-VALIDO
               end-if
           end-if.
           add 1 to POS-DIGITO.

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
               fs-OPERADORES "); todas las decisiones se rechazan."
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
               and OPE-TIPO(IDX-OPERADOR)
                   = PEN-TIPO(IDX-PENDIENTE-HALLADO)
               and OPE-APRUEBA(IDX-OPERADOR) = "S"
               move "S" to OPERADOR-HABILITADO
           end-if.
           add 1 to IDX-OPERADOR.

      *        ---------------------------------------------------------
      *        Pedidos de aprobacion: se cargan completos (en orden de
      *        numero, tal como se ingresan) y se regraban al final
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
               display "ERROR: no se pudo abrir PENDIENTES_APROBACION ("
                   fs-PENDIENTES "); no hay pedidos que decidir."
               move "N" to PENDIENTES-CARGADOS
               move 8 to COD-RETORNO
           end-if.

        cargarUnPendiente.
           add 1 to CANT-PENDIENTES.
           move REG_PENDIENTE to pendienteItem(CANT-PENDIENTES).
           read PENDIENTES end-read.

        grabarPendientes.
           open output PENDIENTES.
           if ok-PENDIENTES
               move 1 to IDX-PENDIENTE
               perform grabarUnPendiente
                   until IDX-PENDIENTE > CANT-PENDIENTES
               close PENDIENTES
           else
               display "ERROR: no se pudo regrabar los pedidos de "
               "aprobacion (" fs-PENDIENTES "); las decisiones del "
               "run se pierden."
               move 8 to COD-RETORNO
           end-if.

        grabarUnPendiente.
           move pendienteItem(IDX-PENDIENTE) to REG_PENDIENTE.
           write REG_PENDIENTE.
           add 1 to IDX-PENDIENTE.

      *        ---------------------------------------------------------
      *        Busqueda binaria del pedido por numero
      *        ---------------------------------------------------------
        buscarPedido.
           move 0 to IDX-PENDIENTE-HALLADO.
           move 1 to LIM-INF.
           move CANT-PENDIENTES to LIM-SUP.
           perform buscarUnPedido
               until LIM-INF > LIM-SUP or IDX-PENDIENTE-HALLADO > 0.

        buscarUnPedido.
           compute IDX-PENDIENTE = (LIM-INF + LIM-SUP) / 2.
           if PEN-NRO(IDX-PENDIENTE) = NRO-PEDIDO of REG_APROBACION
               move IDX-PENDIENTE to IDX-PENDIENTE-HALLADO
           else
               if PEN-NRO(IDX-PENDIENTE)
                   < NRO-PEDIDO of REG_APROBACION
                   compute LIM-INF = IDX-PENDIENTE + 1
               else
                   compute LIM-SUP = IDX-PENDIENTE - 1
               end-if
           end-if.

      *        ---------------------------------------------------------
      *        Valida y registra una decision sobre su pedido
      *        ---------------------------------------------------------
        procesarDecision.
           move "S" to ES-VALIDA.
           move spaces to WS-MOTIVO.
           perform validarDecision.

           if DECISION-ES-VALIDA
               move spaces to WS-AUD-ANTES
               move pendienteItem(IDX-PENDIENTE-HALLADO)
                   to WS-AUD-ANTES
               move DECISION to PEN-ESTADO(IDX-PENDIENTE-HALLADO)
               move OPERADOR-RUN
                   to PEN-OPER-DECISION(IDX-PENDIENTE-HALLADO)
               move WS-YYYY-MM-DD
                   to PEN-FECHA-DECISION(IDX-PENDIENTE-HALLADO)
               move MOTIVO to PEN-MOTIVO(IDX-PENDIENTE-HALLADO)
               if DECISION = "A"
                   add 1 to TOTAL-APROBADOS
               else
                   add 1 to TOTAL-RECHAZADOS
               end-if
               perform auditarDecision
           else
               perform emitirExcepcion
               add 1 to TOTAL-INVALIDAS
           end-if.

           read APROBACIONES end-read.

        validarDecision.
           if NRO-PEDIDO of REG_APROBACION is not numeric
               move "N" to ES-VALIDA
               move "numero de pedido no numerico" to WS-MOTIVO
           end-if.

           if DECISION-ES-VALIDA
               and DECISION <> "A" and DECISION <> "X"
               move "N" to ES-VALIDA
               move "decision desconocida (A aprueba, X rechaza)"
                   to WS-MOTIVO
           end-if.

           if DECISION-ES-VALIDA
               perform buscarPedido
               if IDX-PENDIENTE-HALLADO = 0
                   move "N" to ES-VALIDA
                   move "pedido inexistente" to WS-MOTIVO
               end-if
           end-if.

           if DECISION-ES-VALIDA
               and PEN-ESTADO(IDX-PENDIENTE-HALLADO) <> "P"
               move "N" to ES-VALIDA
               move spaces to WS-MOTIVO
               string "pedido no pendiente (estado "
                      PEN-ESTADO(IDX-PENDIENTE-HALLADO) ")"
                      delimited by size into WS-MOTIVO
           end-if.

           if DECISION-ES-VALIDA
               and PEN-OPER-INGRESO(IDX-PENDIENTE-HALLADO)
                   = OPERADOR-RUN
               move "N" to ES-VALIDA
               move "el aprobador es quien ingreso el pedido"
                   to WS-MOTIVO
           end-if.

           if DECISION-ES-VALIDA
               perform verificarOperador
               if OPERADOR-HABILITADO <> "S"
                   move "N" to ES-VALIDA
                   move spaces to WS-MOTIVO
                   string "operador " OPERADOR-RUN
                          " no habilitado a aprobar pedidos tipo "
                          PEN-TIPO(IDX-PENDIENTE-HALLADO)
                          delimited by size into WS-MOTIVO
               end-if
           end-if.

      *        ---------------------------------------------------------
      *        Pedidos abiertos (pendientes o aprobados sin aplicar)
      *        ingresados antes de la fecha de corte
      *        ---------------------------------------------------------
        listarVencidos.
           move WS-YYYY-MM-DD to FECHA-CORTE-N.
           perform retrocederUnDia DIAS-VENCIMIENTO times.
           string WS-DIR-BASE delimited by spaces
                  "PENDIENTES_VENCIDOS_" delimited by size
                  WS-YYYY-MM-DD delimited by size
                  ".txt" delimited by size
                  into WS-PATH-VENCIDOS.
           open output VENCIDOS.
           if not ok-VENCIDOS
               display "ERROR: no se pudo abrir el listado de pedidos "
                   "vencidos (" fs-VENCIDOS ") " WS-PATH-VENCIDOS
               move 8 to COD-RETORNO
           else
               move spaces to REG_VENCIDO
               string "PEDIDOS DE APROBACION ABIERTOS HACE MAS DE "
                      DIAS-VENCIMIENTO " DIAS - FECHA DE PROCESO: "
                      WS-YYYY-MM-DD
                      delimited by size into REG_VENCIDO
               write REG_VENCIDO
               move spaces to REG_VENCIDO
               write REG_VENCIDO
               move spaces to REG_VENCIDO
               string "PEDIDO   T E CUIT-CO         NOMBRE-CONSORCIO"
                      "               PROGRAMA           INGRESO"
                      "    FECHA    DECISION   FECHA"
                      delimited by size into REG_VENCIDO
               write REG_VENCIDO
               move 1 to IDX-PENDIENTE
               perform listarUnVencido
                   until IDX-PENDIENTE > CANT-PENDIENTES
               move spaces to REG_VENCIDO
               write REG_VENCIDO
               move spaces to REG_VENCIDO
               string "TOTAL DE PEDIDOS VENCIDOS: " TOTAL-VENCIDOS
                      delimited by size into REG_VENCIDO
               write REG_VENCIDO
               close VENCIDOS
           end-if.

        listarUnVencido.
           if (PEN-ESTADO(IDX-PENDIENTE) = "P"
               or PEN-ESTADO(IDX-PENDIENTE) = "A")
               and PEN-FECHA-INGRESO(IDX-PENDIENTE) < FECHA-CORTE-N
               move spaces to REG_VENCIDO
               string PEN-NRO(IDX-PENDIENTE) " "
                      PEN-TIPO(IDX-PENDIENTE) " "
                      PEN-ESTADO(IDX-PENDIENTE) " "
                      PEN-CUIT(IDX-PENDIENTE) " "
                      PEN-NOMBRE(IDX-PENDIENTE) " "
                      PEN-PROGRAMA(IDX-PENDIENTE) " "
                      PEN-OPER-INGRESO(IDX-PENDIENTE) " "
                      PEN-FECHA-INGRESO(IDX-PENDIENTE) " "
                      PEN-OPER-DECISION(IDX-PENDIENTE) " "
                      PEN-FECHA-DECISION(IDX-PENDIENTE)
                      delimited by size into REG_VENCIDO
               write REG_VENCIDO
               add 1 to TOTAL-VENCIDOS
           end-if.
           add 1 to IDX-PENDIENTE.

        retrocederUnDia.
           if FECHA-DIA > 1
               subtract 1 from FECHA-DIA
           else
               if FECHA-MES > 1
                   subtract 1 from FECHA-MES
               else
                   subtract 1 from FECHA-ANIO
                   move 12 to FECHA-MES
               end-if
               move DIAS-DEL-MES(FECHA-MES) to FECHA-DIA
               if FECHA-MES = 2
                   perform ajustarFebreroBisiesto
               end-if
           end-if.

        ajustarFebreroBisiesto.
           divide FECHA-ANIO by 4
               giving COCIENTE-BISIESTO remainder RESTO-BISIESTO.
           if RESTO-BISIESTO = 0
               divide FECHA-ANIO by 100
                   giving COCIENTE-BISIESTO remainder RESTO-BISIESTO
               if RESTO-BISIESTO <> 0
                   move 29 to FECHA-DIA
               else
                   divide FECHA-ANIO by 400
                       giving COCIENTE-BISIESTO
                       remainder RESTO-BISIESTO
                   if RESTO-BISIESTO = 0
                       move 29 to FECHA-DIA
                   end-if
               end-if
           end-if.

      *        ---------------------------------------------------------
      *        Pista de auditoria comun: cada decision queda en el
      *        archivo fechado con la imagen del pedido antes y despues
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
           move PEN-CUIT(IDX-PENDIENTE-HALLADO) to WS-AUD-CUIT.
           move spaces to WS-AUD-DESPUES.
           move pendienteItem(IDX-PENDIENTE-HALLADO) to WS-AUD-DESPUES.
           perform grabarAuditoria.

        grabarAuditoria.
           if AUDITORIA-DISPONIBLE = "S"
               move WS-YYYY-MM-DD to FECHA-PROCESO of REG_AUDITORIA
               move "AprobarMovimientos" to PROGRAMA of REG_AUDITORIA
               move OPERADOR-RUN to OPERADOR of REG_AUDITORIA
               move WS-AUD-TIPO to TIPO-MOVIM-AUD of REG_AUDITORIA
               move WS-AUD-CLAVE to CLAVE-AUD of REG_AUDITORIA
               move WS-AUD-ANTES to IMAGEN-ANTES of REG_AUDITORIA
               move WS-AUD-DESPUES to IMAGEN-DESPUES of REG_AUDITORIA
               write REG_AUDITORIA
           end-if.

      *        ---------------------------------------------------------
      *        Escribe la decision rechazada junto con el motivo
      *        ---------------------------------------------------------
        emitirExcepcion.
           move spaces to REG_EXCEPCION.
           string NRO-PEDIDO of REG_APROBACION "  "
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

        end program AprobarMovimientos.

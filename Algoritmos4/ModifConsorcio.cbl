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

        DATA division.
        file section.
        fd MODIFCONSOR.
             03 NOMBRE-CONSORCIO pic x(30).
             03 TEL pic x(15).
             03 DIR pic x(30).
      *        --- registro de cabecera opcional ("O") de los lotes
      *        generados por otros procesos: trae la ruta del CONSOR
      *        sobre el que se deben aplicar los movimientos ---
        01 REG_MODIF-ORIGEN.
             03 TIPO-MOVIM-ORIGEN pic x(01).
             03 PATH-ORIGEN-LOTE pic x(200).

        fd CONSOR-ORIGEN.
        01 REG_CONSOR-ORIGEN.
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

        working-storage section.
        01 fs-MODIFCONSOR pic xx.
             88 ok-MODIFCONSOR value "00".
        01 WS-PATH-EXCEPCIONES pic x(200)
            value "C:\MODIFCONSOR-EXC.txt".
        01 WS-ENV-VAL pic x(200).
        01 ORIGEN-POR-PARAMETRO pic x value "N".
        01 DESTINO-POR-PARAMETRO pic x value "N".
        01 ORIGEN-DEL-LOTE pic x value "N".
        01 ORIGEN-EN-CONFLICTO pic x value "N".
        01 LARGO-PATH pic 9(3).

        01 tablaEstado occurs 100 times.
            03 ESTADO_NUM pic 9(2).
            03 ESTADO-BAJA-FLAG pic x(01).
        01 indice pic 999.
        01 IDX-ESTADO-HALLADO pic 999.
        01 ESTADO-BUSCADO pic 9(2).

      *        --- lote de transacciones cargado en memoria ---
        01 tablaMovim occurs 999 times.
            03 MOV-TEL pic x(15).
            03 MOV-DIR pic x(30).
            03 MOV-APLICADA pic x(01).
            03 MOV-IDX-PENDIENTE pic 9(4).
        01 CANT-MOVIM pic 9(4) value 0.
        01 IDX-MOVIM pic 9(4).
        01 IDX-MOVIM-HALLADO pic 9(4).
        01 WS-YYYY-MM-DD pic 9(8).
        01 WS-FECHA-ENV pic x(8).

      *        --- control por oposicion: bajas y cambios desde o
      *        hacia estados terminales quedan pendientes hasta que
      *        otro operador los aprueba (AprobarMovimientos) ---
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
        01 TIPO-APROBACION pic x(1).
        01 DESC-TIPO-APROBACION pic x(20).

        01 TOTAL-MODIFICADOS pic 9(6) value 0.
        01 TOTAL-BAJAS pic 9(6) value 0.
        01 TOTAL-RECHAZADOS pic 9(6) value 0.
        01 TOTAL-PENDIENTES pic 9(6) value 0.
        01 TOTAL-APROBADOS-APLICADOS pic 9(6) value 0.
        01 TOTAL-APROBADOS-EN-ESPERA pic 9(6) value 0.

      *        --- codigo de retorno del paso (0 limpio, 4 con
      *        advertencias, 8 error serio) ---
      *        CUIT-CO no aparece en el CONSOR de origen se derivan al
      *        archivo de excepciones con su motivo, igual que el
      *        emitirExcepcion de AltaConsorcio.
      *        Un "M" con ESTADO_NUM distinto de cero cambia ademas el
      *        estado. Las bajas y los cambios desde o hacia un estado
      *        terminal no se aplican en el run que los ingresa: quedan
      *        en PENDIENTES_APROBACION a nombre del operador del run
      *        (que debe estar habilitado en OPERADORES para ingresar
      *        ese tipo de pedido) y se aplican en el primer run
      *        posterior a su aprobacion por otro operador.
      *        Los lotes armados por otros procesos (por ejemplo
      *        ActualizarMorosidad) abren con un registro "O" con la
      *        ruta del CONSOR de origen, para que el lote se aplique
      *        sobre ese archivo.
      *        ---------------------------------------------------------
        PROCEDURE division.
           perform leerParametros.
               goback
           end-if.
           perform cargarMovimientos.
           if ORIGEN-EN-CONFLICTO = "S"
               move COD-RETORNO to RETURN-CODE
               goback
           end-if.
           perform abrirAuditoria.
           perform cargarOperadores.
           perform cargarPendientes.
           perform cargarAprobados.

           open input CONSOR-ORIGEN.
           open output CONSOR-DESTINO.
           close CONSOR-DESTINO.
           close EXCEPCIONES.
           perform cerrarAuditoria.
           if PENDIENTES-CARGADOS = "S"
               perform grabarPendientes
           end-if.

           display "Total de modificaciones aplicadas: "
               TOTAL-MODIFICADOS.
           display "Total de bajas aplicadas: " TOTAL-BAJAS.
           display "Total de movimientos rechazados: " TOTAL-RECHAZADOS.
           display "Total de movimientos derivados a aprobacion: "
               TOTAL-PENDIENTES.
           display "Total de pedidos aprobados aplicados: "
               TOTAL-APROBADOS-APLICADOS.
           display "Total de pedidos aprobados sin CUIT-CO en este "
               "CONSOR: " TOTAL-APROBADOS-EN-ESPERA.
           if COD-RETORNO < 4 and TOTAL-RECHAZADOS > 0
               move 4 to COD-RETORNO
           end-if.
               move WS-ENV-VAL to WS-PATH-MODIFCONSOR
           end-if.

           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "MODIFCONSOR_ORIGEN".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-CONSOR-ORIGEN
               move "S" to ORIGEN-POR-PARAMETRO
           end-if.

           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "MODIFCONSOR_DESTINO".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-CONSOR-DESTINO
               move "S" to DESTINO-POR-PARAMETRO
           end-if.

           accept WS-ENV-VAL from environment "MODIFCONSOR_ESTADO".
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

      *        ---------------------------------------------------------
      *        Carga ESTADO.txt en tablaEstado para validar ESTADO_NUM
      *        ---------------------------------------------------------
               or IDX-ESTADO-HALLADO > 0.

        buscarUnEstado.
           if ESTADO_NUM of tablaEstado(indice) = ESTADO-BUSCADO
               move indice to IDX-ESTADO-HALLADO
           end-if.
           add 1 to indice.

      *        ---------------------------------------------------------
      *        Carga el lote de movimientos en tablaMovim; los
      *        movimientos mal formados se rechazan de entrada. Un
      *        registro "O" no es un movimiento: indica el CONSOR de
      *        origen del lote
      *        ---------------------------------------------------------
        cargarMovimientos.
           open input MODIFCONSOR.
           end-if.

        cargarUnMovimiento.
           if TIPO-MOVIM of REG_MODIF = "O"
               perform tomarOrigenDelLote
           else
               perform agregarMovimiento
           end-if.
           read MODIFCONSOR end-read.

        agregarMovimiento.
           add 1 to CANT-MOVIM.
           move TIPO-MOVIM of REG_MODIF to MOV-TIPO(CANT-MOVIM).
           move CUIT-CO of REG_MODIF to MOV-CUIT(CANT-MOVIM).
           move TEL of REG_MODIF to MOV-TEL(CANT-MOVIM).
           move DIR of REG_MODIF to MOV-DIR(CANT-MOVIM).
           move "N" to MOV-APLICADA(CANT-MOVIM).
           move 0 to MOV-IDX-PENDIENTE(CANT-MOVIM).

      *        ---------------------------------------------------------
      *        El CONSOR que trae el lote reemplaza al de origen por
      *        omision; si el run tambien recibio MODIFCONSOR_ORIGEN y
      *        no coinciden, o el lote trae dos origenes distintos, no
      *        se aplica nada. Sin MODIFCONSOR_DESTINO el destino es el
      *        mismo archivo con el sufijo -NUEVO
      *        ---------------------------------------------------------
        tomarOrigenDelLote.
           if PATH-ORIGEN-LOTE = spaces
               display "ADVERTENCIA: registro de origen del lote sin "
               "ruta de CONSOR; se ignora."
               if COD-RETORNO < 4
                   move 4 to COD-RETORNO
               end-if
           else
               if (ORIGEN-POR-PARAMETRO = "S"
                   or ORIGEN-DEL-LOTE = "S")
                   and PATH-ORIGEN-LOTE <> WS-PATH-CONSOR-ORIGEN
                   display "ERROR: el lote indica el CONSOR de origen "
                   PATH-ORIGEN-LOTE
                   display "       y el run ya tenia asignado "
                   WS-PATH-CONSOR-ORIGEN
                   display "       No se aplica ningun movimiento."
                   move "S" to ORIGEN-EN-CONFLICTO
                   move 8 to COD-RETORNO
               else
                   move PATH-ORIGEN-LOTE to WS-PATH-CONSOR-ORIGEN
                   move "S" to ORIGEN-DEL-LOTE
                   if DESTINO-POR-PARAMETRO = "N"
                       perform armarDestinoDelLote
                   end-if
               end-if
           end-if.

        armarDestinoDelLote.
           move 200 to LARGO-PATH.
           perform retrocederPath until LARGO-PATH = 0
               or WS-PATH-CONSOR-ORIGEN(LARGO-PATH:1) <> space.
           move spaces to WS-PATH-CONSOR-DESTINO.
           if LARGO-PATH > 4
               and WS-PATH-CONSOR-ORIGEN(LARGO-PATH - 3:1) = "."
               string WS-PATH-CONSOR-ORIGEN(1:LARGO-PATH - 4)
                          delimited by size
                      "-NUEVO" delimited by size
                      WS-PATH-CONSOR-ORIGEN(LARGO-PATH - 3:4)
                          delimited by size
                      into WS-PATH-CONSOR-DESTINO
           else
               string WS-PATH-CONSOR-ORIGEN(1:LARGO-PATH)
                          delimited by size
                      "-NUEVO" delimited by size
                      into WS-PATH-CONSOR-DESTINO
           end-if.

        retrocederPath.
           subtract 1 from LARGO-PATH.

      *        ---------------------------------------------------------
      *        Copia el CONSOR de origen al destino aplicando sobre cada
      *        registro los movimientos pendientes de su CUIT-CO, en el
      *        orden del lote y despues los pedidos ya aprobados
      *        ---------------------------------------------------------
        procesarConsor.
           move REG_CONSOR-ORIGEN to REG_CONSOR-DESTINO.
           perform buscarMovimiento.
           perform aplicarMovimientoHallado until IDX-MOVIM-HALLADO = 0.
           write REG_CONSOR-DESTINO.
           read CONSOR-ORIGEN end-read.

           end-if.
           add 1 to IDX-MOVIM.

        aplicarMovimientoHallado.
           move IDX-MOVIM-HALLADO to IDX-MOVIM.
           perform aplicarMovimiento.
           perform buscarMovimiento.

      *        ---------------------------------------------------------
      *        Valida y aplica un movimiento sobre el registro en curso:
      *        "M" regraba TEL, DIR y NOMBRE-CONSORCIO (los campos en
      *        blanco del movimiento conservan el valor vigente, y un
      *        ESTADO_NUM distinto de cero pasa a ese estado); "B"
      *        completa FECHA-BAJA y pasa al ESTADO_NUM terminal pedido.
      *        Si el movimiento del lote requiere aprobacion se deriva
      *        a PENDIENTES en lugar de aplicarse
      *        ---------------------------------------------------------
        aplicarMovimiento.
           move "S" to ES-VALIDA.
           move spaces to WS-MOTIVO.
           perform validarMovimiento.
           move space to TIPO-APROBACION.
           if MOVIM-ES-VALIDO
               perform determinarAprobacion
           end-if.
           move "S" to MOV-APLICADA(IDX-MOVIM).

           if MOVIM-ES-VALIDO and TIPO-APROBACION not = space
               and MOV-IDX-PENDIENTE(IDX-MOVIM) = 0
               perform registrarPendiente
           else
               if MOVIM-ES-VALIDO
                   perform regrabarConsorcio
                   if MOV-IDX-PENDIENTE(IDX-MOVIM) > 0
                       move MOV-IDX-PENDIENTE(IDX-MOVIM)
                           to IDX-PENDIENTE
                       move "L" to PEN-ESTADO(IDX-PENDIENTE)
                       move WS-YYYY-MM-DD
                           to PEN-FECHA-APLICACION(IDX-PENDIENTE)
                       add 1 to TOTAL-APROBADOS-APLICADOS
                   end-if
               else
                   if MOV-IDX-PENDIENTE(IDX-MOVIM) > 0
                       move MOV-IDX-PENDIENTE(IDX-MOVIM)
                           to IDX-PENDIENTE
                       move "N" to PEN-ESTADO(IDX-PENDIENTE)
                       move WS-YYYY-MM-DD
                           to PEN-FECHA-APLICACION(IDX-PENDIENTE)
                       move WS-MOTIVO to PEN-MOTIVO(IDX-PENDIENTE)
                   end-if
                   move MOV-CUIT(IDX-MOVIM) to WS-CUIT-EXCEP
                   move MOV-NOMBRE(IDX-MOVIM) to WS-NOMBRE-EXCEP
                   perform emitirExcepcion
                   add 1 to TOTAL-RECHAZADOS
               end-if
           end-if.

        regrabarConsorcio.
           move spaces to WS-AUD-ANTES.
           move REG_CONSOR-DESTINO to WS-AUD-ANTES.
           if MOV-TIPO(IDX-MOVIM) = "B"
               move MOV-FECHA-BAJA(IDX-MOVIM)
                   to FECHA-BAJA of REG_CONSOR-DESTINO
               move MOV-ESTADO(IDX-MOVIM)
                   to ESTADO_NUM of REG_CONSOR-DESTINO
               add 1 to TOTAL-BAJAS
           else
               if MOV-NOMBRE(IDX-MOVIM) not = spaces
                   move MOV-NOMBRE(IDX-MOVIM)
                       to NOMBRE-CONSORCIO of REG_CONSOR-DESTINO
               end-if
               if MOV-TEL(IDX-MOVIM) not = spaces
                   move MOV-TEL(IDX-MOVIM)
                       to TEL of REG_CONSOR-DESTINO
               end-if
               if MOV-DIR(IDX-MOVIM) not = spaces
                   move MOV-DIR(IDX-MOVIM)
                       to DIR of REG_CONSOR-DESTINO
               end-if
               if MOV-ESTADO(IDX-MOVIM) > 0
                   move MOV-ESTADO(IDX-MOVIM)
                       to ESTADO_NUM of REG_CONSOR-DESTINO
               end-if
               add 1 to TOTAL-MODIFICADOS
           end-if.
           perform auditarMovimiento.

        validarMovimiento.
           if MOV-TIPO(IDX-MOVIM) <> "M" and MOV-TIPO(IDX-MOVIM) <> "B"
           end-if.

           if MOVIM-ES-VALIDO and MOV-TIPO(IDX-MOVIM) = "B"
               move MOV-ESTADO(IDX-MOVIM) to ESTADO-BUSCADO
               perform buscarEstado
               if IDX-ESTADO-HALLADO = 0
                   move "N" to ES-VALIDA
               if MOV-NOMBRE(IDX-MOVIM) = spaces
                   and MOV-TEL(IDX-MOVIM) = spaces
                   and MOV-DIR(IDX-MOVIM) = spaces
                   and MOV-ESTADO(IDX-MOVIM) = 0
                   move "N" to ES-VALIDA
                   move "modificacion sin campos a regrabar"
                       to WS-MOTIVO
               end-if
           end-if.

           if MOVIM-ES-VALIDO and MOV-TIPO(IDX-MOVIM) = "M"
               and MOV-ESTADO(IDX-MOVIM) > 0
               move MOV-ESTADO(IDX-MOVIM) to ESTADO-BUSCADO
               perform buscarEstado
               if IDX-ESTADO-HALLADO = 0
                   move "N" to ES-VALIDA
                   move "ESTADO_NUM desconocido" to WS-MOTIVO
               end-if
           end-if.

      *        ---------------------------------------------------------
      *        Tipo de aprobacion que requiere el movimiento: "B" toda
      *        baja; "E" un "M" que cambia el estado cuando el estado
      *        vigente o el nuevo es terminal; en blanco no requiere
      *        ---------------------------------------------------------
        determinarAprobacion.
           if MOV-TIPO(IDX-MOVIM) = "B"
               move "B" to TIPO-APROBACION
           else
               if MOV-ESTADO(IDX-MOVIM) > 0 and MOV-ESTADO(IDX-MOVIM)
                   <> ESTADO_NUM of REG_CONSOR-DESTINO
                   move ESTADO_NUM of REG_CONSOR-DESTINO
                       to ESTADO-BUSCADO
                   perform buscarEstado
                   if IDX-ESTADO-HALLADO > 0
                       if ESTADO-BAJA-FLAG of
                           tablaEstado(IDX-ESTADO-HALLADO) = "S"
                           move "E" to TIPO-APROBACION
                       end-if
                   end-if
                   move MOV-ESTADO(IDX-MOVIM) to ESTADO-BUSCADO
                   perform buscarEstado
                   if ESTADO-BAJA-FLAG of
                       tablaEstado(IDX-ESTADO-HALLADO) = "S"
                       move "E" to TIPO-APROBACION
                   end-if
               end-if
           end-if.

      *        ---------------------------------------------------------
      *        Movimientos cuyo CUIT-CO no aparecio en el CONSOR de
      *        origen: van al archivo de excepciones con su motivo

        listarUnMovimSinConsor.
           if MOV-APLICADA(IDX-MOVIM) = "N"
               and MOV-IDX-PENDIENTE(IDX-MOVIM) > 0
               add 1 to TOTAL-APROBADOS-EN-ESPERA
           end-if.
           if MOV-APLICADA(IDX-MOVIM) = "N"
               and MOV-IDX-PENDIENTE(IDX-MOVIM) = 0
               move "CUIT-CO inexistente en CONSOR de origen"
                   to WS-MOTIVO
               move MOV-CUIT(IDX-MOVIM) to WS-CUIT-EXCEP
           end-if.
           add 1 to IDX-MOVIM.

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
               fs-OPERADORES "); las bajas y cambios de estado "
               "terminal del lote se rechazan."
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
               and OPE-TIPO(IDX-OPERADOR) = TIPO-APROBACION
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

      *        --- los pedidos de este programa aprobados por otro
      *        operador se suman al lote, detras de sus movimientos ---
        cargarAprobados.
           move 1 to IDX-PENDIENTE.
           perform cargarUnAprobado
               until IDX-PENDIENTE > CANT-PENDIENTES
               or PENDIENTES-CARGADOS <> "S".

        cargarUnAprobado.
           if PEN-ESTADO(IDX-PENDIENTE) = "A"
               and PEN-PROGRAMA(IDX-PENDIENTE) = "ModifConsorcio"
               if CANT-MOVIM < 999
                   add 1 to CANT-MOVIM
                   if PEN-TIPO(IDX-PENDIENTE) = "B"
                       move "B" to MOV-TIPO(CANT-MOVIM)
                   else
                       move "M" to MOV-TIPO(CANT-MOVIM)
                   end-if
                   move PEN-CUIT(IDX-PENDIENTE) to MOV-CUIT(CANT-MOVIM)
                   move PEN-FECHA-BAJA(IDX-PENDIENTE)
                       to MOV-FECHA-BAJA(CANT-MOVIM)
                   move PEN-ESTADO-NUM(IDX-PENDIENTE)
                       to MOV-ESTADO(CANT-MOVIM)
                   move PEN-NOMBRE(IDX-PENDIENTE)
                       to MOV-NOMBRE(CANT-MOVIM)
                   move PEN-TEL(IDX-PENDIENTE) to MOV-TEL(CANT-MOVIM)
                   move PEN-DIR(IDX-PENDIENTE) to MOV-DIR(CANT-MOVIM)
                   move "N" to MOV-APLICADA(CANT-MOVIM)
                   move IDX-PENDIENTE to MOV-IDX-PENDIENTE(CANT-MOVIM)
               else
                   display "ADVERTENCIA: el pedido aprobado "
                   PEN-NRO(IDX-PENDIENTE) " no entra en el lote; "
                   "queda para el proximo run."
               end-if
           end-if.
           add 1 to IDX-PENDIENTE.

      *        ---------------------------------------------------------
      *        Deriva el movimiento a aprobacion: el operador del run
      *        debe estar habilitado a ingresar el tipo y el CUIT-CO no
      *        debe tener otro pedido abierto de este programa
      *        ---------------------------------------------------------
        registrarPendiente.
           if TIPO-APROBACION = "B"
               move "bajas" to DESC-TIPO-APROBACION
           else
               move "cambios de estado" to DESC-TIPO-APROBACION
           end-if.
           perform verificarOperador.
           move 0 to IDX-PENDIENTE-HALLADO.
           move 1 to IDX-PENDIENTE.
           perform buscarUnPendienteAbierto
               until IDX-PENDIENTE > CANT-PENDIENTES
               or IDX-PENDIENTE-HALLADO > 0.

           if OPERADOR-HABILITADO <> "S"
               move spaces to WS-MOTIVO
               string "operador " OPERADOR-RUN
                      " no habilitado a ingresar "
                      DESC-TIPO-APROBACION
                      delimited by size into WS-MOTIVO
           else
               if IDX-PENDIENTE-HALLADO > 0
                   move spaces to WS-MOTIVO
                   string "CUIT-CO con el pedido "
                          PEN-NRO(IDX-PENDIENTE-HALLADO)
                          " abierto" delimited by size into WS-MOTIVO
               else
                   if CANT-PENDIENTES > 9998
                       move "archivo de pedidos de aprobacion lleno"
                           to WS-MOTIVO
                   end-if
               end-if
           end-if.

           if WS-MOTIVO not = spaces
               move MOV-CUIT(IDX-MOVIM) to WS-CUIT-EXCEP
               move MOV-NOMBRE(IDX-MOVIM) to WS-NOMBRE-EXCEP
               perform emitirExcepcion
               add 1 to TOTAL-RECHAZADOS
           else
               add 1 to CANT-PENDIENTES
               add 1 to ULTIMO-NRO-PEDIDO
               move spaces to pendienteItem(CANT-PENDIENTES)
               move ULTIMO-NRO-PEDIDO to PEN-NRO(CANT-PENDIENTES)
               move "P" to PEN-ESTADO(CANT-PENDIENTES)
               move TIPO-APROBACION to PEN-TIPO(CANT-PENDIENTES)
               move MOV-CUIT(IDX-MOVIM) to PEN-CUIT(CANT-PENDIENTES)
               move MOV-FECHA-BAJA(IDX-MOVIM)
                   to PEN-FECHA-BAJA(CANT-PENDIENTES)
               move MOV-ESTADO(IDX-MOVIM)
                   to PEN-ESTADO-NUM(CANT-PENDIENTES)
               move MOV-NOMBRE(IDX-MOVIM) to PEN-NOMBRE(CANT-PENDIENTES)
               if TIPO-APROBACION = "B"
                   move NOMBRE-CONSORCIO of REG_CONSOR-DESTINO
                       to PEN-NOMBRE(CANT-PENDIENTES)
               end-if
               move MOV-TEL(IDX-MOVIM) to PEN-TEL(CANT-PENDIENTES)
               move MOV-DIR(IDX-MOVIM) to PEN-DIR(CANT-PENDIENTES)
               move "ModifConsorcio" to PEN-PROGRAMA(CANT-PENDIENTES)
               move OPERADOR-RUN to PEN-OPER-INGRESO(CANT-PENDIENTES)
               move WS-YYYY-MM-DD to PEN-FECHA-INGRESO(CANT-PENDIENTES)
               move 0 to PEN-FECHA-DECISION(CANT-PENDIENTES)
               move 0 to PEN-FECHA-APLICACION(CANT-PENDIENTES)
               add 1 to TOTAL-PENDIENTES
               display "PENDIENTE DE APROBACION: pedido "
                   ULTIMO-NRO-PEDIDO " " MOV-TIPO(IDX-MOVIM) " "
                   MOV-CUIT(IDX-MOVIM)
           end-if.

        buscarUnPendienteAbierto.
           if PEN-CUIT(IDX-PENDIENTE) = MOV-CUIT(IDX-MOVIM)
               and PEN-PROGRAMA(IDX-PENDIENTE) = "ModifConsorcio"
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
      *        Pista de auditoria comun: cada movimiento aplicado queda
      *        en el archivo fechado de auditoria con la imagen del

        identification division.
        program-id. RegistrarCobranzas.

        ENVIRONMENT division.
        configuration section.

        input-output section.
        file-control.
             select COBRANZAS
             assign to dynamic WS-PATH-COBRANZAS
             organization is line sequential
             file status is fs-COBRANZAS.

             select COBRANZAS-HIST
             assign to dynamic WS-PATH-COBRANZAS-HIST
             organization is line sequential
             file status is fs-COBRANZAS-HIST.

             select MOROSIDAD
             assign to dynamic WS-PATH-MOROSIDAD
             organization is line sequential
             file status is fs-MOROSIDAD.

             select REPRESENTAR
             assign to dynamic WS-PATH-REPRESENTAR
             organization is line sequential
             file status is fs-REPRESENTAR.

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
      *        --- lote de cobranzas recibidas fuera del debito
      *        directo: CANAL-PAGO "T" transferencia, "V" ventanilla,
      *        "D" deposito; importe en centavos ---
        fd COBRANZAS.
        01 REG_COBRANZA.
             03 CUIT-CO pic x(15).
             03 PERIODO-PAGO pic x(6).
             03 IMPORTE-PAGO pic x(11).
             03 CANAL-PAGO pic x(1).
             03 NRO-RECIBO pic x(12).

      *        --- cobranzas manuales aplicadas, en orden de proceso ---
        fd COBRANZAS-HIST.
        01 REG_COBRANZA-HIST.
             03 CUIT-CO pic 9(15).
             03 PERIODO-PAGO pic x(6).
             03 IMPORTE-PAGO pic 9(11).
             03 CANAL-PAGO pic x(1).
             03 NRO-RECIBO pic x(12).
             03 FECHA-PROCESO pic 9(8).

        fd MOROSIDAD.
        01 REG_MOROSIDAD.
             03 CUIT-CO pic 9(15).
             03 PERIODOS-ADEUDADOS pic 9(3).
             03 IMPORTE-ADEUDADO pic 9(13).
             03 RECHAZOS-CONSECUTIVOS pic 9(2).
             03 ULTIMO-PERIODO pic x(6).
             03 MARCA-SEGUIMIENTO pic x(1).

        fd REPRESENTAR.
        01 REG_REPRESENTAR.
             03 ENTIDAD pic 9(3).
             03 NRO-CTA pic 9(8).
             03 SUCURSAL pic 9(3).
             03 IMPORTE pic 9(11).
             03 PERIODO-ORIGINAL pic x(6).
             03 CUIT-CO pic 9(15).
             03 NOMBRE-CONSORCIO pic x(30).
             03 CBU pic 9(22).

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
        01 fs-COBRANZAS pic xx.
             88 ok-COBRANZAS value "00".
             88 eof-COBRANZAS value "10".
        01 fs-COBRANZAS-HIST pic xx.
             88 ok-COBRANZAS-HIST value "00".
             88 eof-COBRANZAS-HIST value "10".
        01 fs-MOROSIDAD pic xx.
             88 ok-MOROSIDAD value "00".
             88 eof-MOROSIDAD value "10".
        01 fs-REPRESENTAR pic xx.
             88 ok-REPRESENTAR value "00".
             88 eof-REPRESENTAR value "10".
        01 fs-EXCEPCIONES pic xx.
             88 ok-EXCEPCIONES value "00".

        01 WS-DIR-BASE pic x(150) value "C:\temp\".
        01 WS-PATH-COBRANZAS pic x(200) value "C:\COBRANZAS.txt".
        01 WS-PATH-COBRANZAS-HIST pic x(200) value spaces.
        01 WS-PATH-MOROSIDAD pic x(200) value spaces.
        01 WS-PATH-REPRESENTAR pic x(200) value spaces.
        01 WS-PATH-EXCEPCIONES pic x(200)
            value "C:\COBRANZAS-EXC.txt".
        01 WS-ENV-VAL pic x(200).
        01 PERIODO-PROCESO pic x(6).

      *        --- libro de morosidad en memoria, en el orden del
      *        archivo (ascendente por CUIT-CO); se regraba igual ---
        01 WS-CANT-MOROSOS pic 9(6) value 0.
        01 tablaMorosidad.
            03 morosoItem OCCURS 1 TO 99999 TIMES
                DEPENDING ON WS-CANT-MOROSOS.
                05 MOR-REGISTRO pic x(40).
        01 IDX-MOROSO pic 9(7).
        01 IDX-MOROSO-HALLADO pic 9(7).
        01 LIM-INF-MOROSO pic 9(7).
        01 LIM-SUP-MOROSO pic 9(7).
        01 MOROSO-ACTUAL.
             03 MOR-CUIT pic 9(15).
             03 MOR-PERIODOS pic 9(3).
             03 MOR-IMPORTE pic 9(13).
             03 MOR-CONSECUTIVOS pic 9(2).
             03 MOR-ULT-PERIODO pic x(6).
             03 MOR-MARCA pic x(1).

      *        --- cobranzas manuales ya registradas (historial mas
      *        las aplicadas en este run): un recibo no se aplica dos
      *        veces ni se cobra dos veces el mismo periodo ---
        01 WS-CANT-COBRADOS pic 9(6) value 0.
        01 tablaCobrados.
            03 cobradoItem OCCURS 1 TO 99999 TIMES
                DEPENDING ON WS-CANT-COBRADOS.
                05 COB-CUIT pic 9(15).
                05 COB-PERIODO pic x(6).
                05 COB-RECIBO pic x(12).
                05 COB-DEL-RUN pic x(1).
        01 IDX-COBRADO pic 9(6).
        01 RECIBO-REPETIDO pic x.
        01 PERIODO-YA-COBRADO pic x.
        01 HISTORIAL-ABIERTO pic x value "N".

      *        --- re-presentaciones pendientes del proximo debito;
      *        el importe re-presentado es lo que vale el periodo ---
        01 WS-CANT-REPRESENTAR pic 9(6) value 0.
        01 tablaRepresentar.
            03 representarItem OCCURS 1 TO 99999 TIMES
                DEPENDING ON WS-CANT-REPRESENTAR.
                05 REP-REGISTRO pic x(98).
                05 REP-REGISTRO-R redefines REP-REGISTRO.
                    07 filler pic x(14).
                    07 REP-IMPORTE pic 9(11).
                    07 REP-PERIODO pic x(6).
                    07 REP-CUIT pic 9(15).
                    07 filler pic x(52).
        01 IDX-REPRESENTAR pic 9(6).
        01 IMPORTE-REPRESENTADO pic 9(11).
        01 REPRESENTACION-PAGADA pic x.
        01 TOTAL-QUITADOS pic 9(6) value 0.

        01 ES-VALIDO pic x.
            88 MOVIM-ES-VALIDO value "S".
        01 WS-MOTIVO pic x(80).
        01 CUIT-MOVIM pic 9(15).
        01 IMPORTE-MOVIM pic 9(11).
        01 PERIODO-MOVIM pic x(6).
        01 PERIODO-MOVIM-NUM pic 9(6).
        01 PERIODO-MOVIM-R redefines PERIODO-MOVIM-NUM.
             03 MOVIM-ANIO pic 9(4).
             03 MOVIM-MES pic 9(2).
        01 PERIODO-DESDE pic 9(6).
        01 PERIODO-DESDE-R redefines PERIODO-DESDE.
             03 DESDE-ANIO pic 9(4).
             03 DESDE-MES pic 9(2).
        01 MESES-RETROCEDIDOS pic 9(3).

      *        --- pista de auditoria comun de los mantenimientos:
      *        un registro fechado por movimiento aceptado, con imagen
      *        anterior y posterior y el operador del run ---
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

        01 TOTAL-APLICADOS pic 9(6) value 0.
        01 IMPORTE-APLICADO pic 9(13) value 0.
        01 TOTAL-RECHAZADOS pic 9(6) value 0.

      *        --- codigo de retorno del paso (0 limpio, 4 con
      *        advertencias, 8 error serio) ---
        01 COD-RETORNO pic 9(2) value 0.

      *        ---------------------------------------------------------
      *        Cobranzas manuales: aplica al libro de morosidad los
      *        pagos de deuda recibidos fuera del debito directo
      *        (transferencia, ventanilla o deposito) que informa la
      *        administracion, con el periodo que cancelan y el numero
      *        de recibo. Cada pago se valida contra el libro: el
      *        consorcio debe tener deuda, el periodo debe estar entre
      *        los adeudados y no cobrado antes, y el importe no puede
      *        superar la deuda ni quedar por debajo del re-presentado
      *        para ese periodo (un pago parcial no cancela el
      *        periodo); lo que no cumple va al archivo de
      *        excepciones. El pago aplicado baja IMPORTE-ADEUDADO y
      *        un periodo adeudado, queda en el historial de cobranzas
      *        y en la pista de AUDITORIA, y el periodo se quita de las
      *        re-presentaciones pendientes para que DebitosExpensas no
      *        lo vuelva a debitar.
      *        ---------------------------------------------------------
        PROCEDURE division.
           perform leerParametros.
           perform cargarMorosidad.
           perform cargarCobrados.
           perform cargarRepresentar.
           if COD-RETORNO >= 8
               move COD-RETORNO to RETURN-CODE
               goback
           end-if.

           perform abrirAuditoria.
           perform abrirHistorial.
           open input COBRANZAS.
           open output EXCEPCIONES.
           if not ok-COBRANZAS
               display "ERROR: no se pudo abrir el lote de "
               "cobranzas (" fs-COBRANZAS ")."
               move 8 to COD-RETORNO
           else
               read COBRANZAS end-read
               perform procesarCobranza until eof-COBRANZAS
               close COBRANZAS
           end-if.
           close EXCEPCIONES.
           if HISTORIAL-ABIERTO = "S"
               close COBRANZAS-HIST
           end-if.
           perform cerrarAuditoria.

           if TOTAL-APLICADOS > 0
               perform grabarMorosidad
               perform depurarRepresentar
           end-if.

           display "Total de cobranzas aplicadas: " TOTAL-APLICADOS
               " por " IMPORTE-APLICADO " centavos.".
           display "Total de cobranzas rechazadas: " TOTAL-RECHAZADOS.
           display "Total de re-presentaciones quitadas: "
               TOTAL-QUITADOS.
           if COD-RETORNO < 4 and TOTAL-RECHAZADOS > 0
               move 4 to COD-RETORNO
           end-if.
           move COD-RETORNO to RETURN-CODE.
        goback.

      *        ---------------------------------------------------------
      *        Parametros del run: directorio base, lote de cobranzas,
      *        excepciones, libro de morosidad, historial y
      *        re-presentaciones pendientes
      *        ---------------------------------------------------------
        leerParametros.
           accept WS-ENV-VAL from environment "COBRANZAS_DIR".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-DIR-BASE
           end-if.
           perform obtenerFechaProceso.
           move WS-YYYY-MM-DD(1:6) to PERIODO-PROCESO.
           accept WS-ENV-VAL from environment "COBRANZAS_PERIODO".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL(1:6) to PERIODO-PROCESO
           end-if.

           accept WS-ENV-VAL from environment "COBRANZAS_MOVIMIENTOS".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-COBRANZAS
           end-if.
           accept WS-ENV-VAL from environment "COBRANZAS_EXCEPCIONES".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-EXCEPCIONES
           end-if.
           accept WS-ENV-VAL from environment "COBRANZAS_MOROSIDAD".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-MOROSIDAD
           else
               string WS-DIR-BASE delimited by spaces
                      "MOROSIDAD.txt" delimited by size
                      into WS-PATH-MOROSIDAD
           end-if.
           accept WS-ENV-VAL from environment "COBRANZAS_HISTORIAL".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-COBRANZAS-HIST
           else
               string WS-DIR-BASE delimited by spaces
                      "COBRANZAS_HIST.txt" delimited by size
                      into WS-PATH-COBRANZAS-HIST
           end-if.
      *        las re-presentaciones que lee el proximo DebitosExpensas
      *        son las que dejo ProcesarRetornos en el periodo actual
           accept WS-ENV-VAL from environment "COBRANZAS_REPRESENTAR".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-REPRESENTAR
           else
               string WS-DIR-BASE delimited by spaces
                      "REPRESENTAR_" delimited by size
                      PERIODO-PROCESO delimited by size
                      ".txt" delimited by size
                      into WS-PATH-REPRESENTAR
           end-if.

      *        ---------------------------------------------------------
      *        Sin libro de morosidad no hay deuda contra la cual
      *        aplicar pagos
      *        ---------------------------------------------------------
        cargarMorosidad.
           move 0 to WS-CANT-MOROSOS.
           open input MOROSIDAD.
           if not ok-MOROSIDAD
               display "ERROR: no se pudo abrir MOROSIDAD ("
                   fs-MOROSIDAD ") " WS-PATH-MOROSIDAD
               move 8 to COD-RETORNO
           else
               read MOROSIDAD end-read
               perform cargarUnMoroso until eof-MOROSIDAD
               close MOROSIDAD
           end-if.

        cargarUnMoroso.
           if WS-CANT-MOROSOS < 99999
               add 1 to WS-CANT-MOROSOS
               move REG_MOROSIDAD to MOR-REGISTRO(WS-CANT-MOROSOS)
           end-if.
           read MOROSIDAD end-read.

        buscarMoroso.
           move 0 to IDX-MOROSO-HALLADO.
           move 1 to LIM-INF-MOROSO.
           move WS-CANT-MOROSOS to LIM-SUP-MOROSO.
           perform buscarUnMoroso
               until LIM-INF-MOROSO > LIM-SUP-MOROSO
               or IDX-MOROSO-HALLADO > 0.

        buscarUnMoroso.
           compute IDX-MOROSO = (LIM-INF-MOROSO + LIM-SUP-MOROSO) / 2.
           move MOR-REGISTRO(IDX-MOROSO) to MOROSO-ACTUAL.
           if MOR-CUIT = CUIT-MOVIM
               move IDX-MOROSO to IDX-MOROSO-HALLADO
           else
               if MOR-CUIT < CUIT-MOVIM
                   compute LIM-INF-MOROSO = IDX-MOROSO + 1
               else
                   compute LIM-SUP-MOROSO = IDX-MOROSO - 1
               end-if
           end-if.

      *        ---------------------------------------------------------
      *        Historial de cobranzas manuales; sin archivo es el
      *        primer lote que se registra
      *        ---------------------------------------------------------
        cargarCobrados.
           move 0 to WS-CANT-COBRADOS.
           open input COBRANZAS-HIST.
           if ok-COBRANZAS-HIST
               read COBRANZAS-HIST end-read
               perform cargarUnCobrado until eof-COBRANZAS-HIST
               close COBRANZAS-HIST
           end-if.

        cargarUnCobrado.
           if WS-CANT-COBRADOS < 99999
               add 1 to WS-CANT-COBRADOS
               move CUIT-CO of REG_COBRANZA-HIST
                   to COB-CUIT(WS-CANT-COBRADOS)
               move PERIODO-PAGO of REG_COBRANZA-HIST
                   to COB-PERIODO(WS-CANT-COBRADOS)
               move NRO-RECIBO of REG_COBRANZA-HIST
                   to COB-RECIBO(WS-CANT-COBRADOS)
               move "N" to COB-DEL-RUN(WS-CANT-COBRADOS)
           end-if.
           read COBRANZAS-HIST end-read.

        buscarCobrado.
           move "N" to RECIBO-REPETIDO.
           move "N" to PERIODO-YA-COBRADO.
           move 1 to IDX-COBRADO.
           perform buscarUnCobrado until IDX-COBRADO > WS-CANT-COBRADOS.

        buscarUnCobrado.
           if COB-RECIBO(IDX-COBRADO) = NRO-RECIBO of REG_COBRANZA
               move "S" to RECIBO-REPETIDO
           end-if.
           if COB-CUIT(IDX-COBRADO) = CUIT-MOVIM
               and COB-PERIODO(IDX-COBRADO) = PERIODO-MOVIM
               move "S" to PERIODO-YA-COBRADO
           end-if.
           add 1 to IDX-COBRADO.

        abrirHistorial.
           open extend COBRANZAS-HIST.
           if not ok-COBRANZAS-HIST
               open output COBRANZAS-HIST
           end-if.
           if ok-COBRANZAS-HIST
               move "S" to HISTORIAL-ABIERTO
           else
               display "ERROR: no se pudo abrir el historial de "
               "cobranzas (" fs-COBRANZAS-HIST ") "
                   WS-PATH-COBRANZAS-HIST
               move 8 to COD-RETORNO
           end-if.

      *        ---------------------------------------------------------
      *        Validacion y aplicacion de cada pago del lote
      *        ---------------------------------------------------------
        procesarCobranza.
           move "S" to ES-VALIDO.
           move spaces to WS-MOTIVO.
           perform validarCobranza.
           if MOVIM-ES-VALIDO and HISTORIAL-ABIERTO = "S"
               perform aplicarCobranza
           else
               if MOVIM-ES-VALIDO
                   move "N" to ES-VALIDO
                   move "historial de cobranzas no disponible"
                       to WS-MOTIVO
               end-if
               perform emitirExcepcion
           end-if.
           read COBRANZAS end-read.

        validarCobranza.
           if CUIT-CO of REG_COBRANZA is not numeric
               move "N" to ES-VALIDO
               move "CUIT-CO no numerico" to WS-MOTIVO
           else
               move CUIT-CO of REG_COBRANZA to CUIT-MOVIM
           end-if.

           if MOVIM-ES-VALIDO
               if PERIODO-PAGO of REG_COBRANZA is not numeric
                   move "N" to ES-VALIDO
                   move "periodo pagado invalido" to WS-MOTIVO
               else
                   move PERIODO-PAGO of REG_COBRANZA to PERIODO-MOVIM
                   move PERIODO-MOVIM to PERIODO-MOVIM-NUM
                   if MOVIM-MES < 1 or MOVIM-MES > 12
                       move "N" to ES-VALIDO
                       move "periodo pagado invalido" to WS-MOTIVO
                   end-if
               end-if
           end-if.

           if MOVIM-ES-VALIDO
               if IMPORTE-PAGO of REG_COBRANZA is not numeric
                   move "N" to ES-VALIDO
                   move "importe no numerico" to WS-MOTIVO
               else
                   move IMPORTE-PAGO of REG_COBRANZA to IMPORTE-MOVIM
                   if IMPORTE-MOVIM = 0
                       move "N" to ES-VALIDO
                       move "importe en cero" to WS-MOTIVO
                   end-if
               end-if
           end-if.

           if MOVIM-ES-VALIDO
               if CANAL-PAGO of REG_COBRANZA <> "T"
                   and CANAL-PAGO of REG_COBRANZA <> "V"
                   and CANAL-PAGO of REG_COBRANZA <> "D"
                   move "N" to ES-VALIDO
                   move "canal de pago desconocido" to WS-MOTIVO
               end-if
           end-if.

           if MOVIM-ES-VALIDO
               if NRO-RECIBO of REG_COBRANZA = spaces
                   move "N" to ES-VALIDO
                   move "falta el numero de recibo" to WS-MOTIVO
               else
                   perform buscarCobrado
                   if RECIBO-REPETIDO = "S"
                       move "N" to ES-VALIDO
                       move "recibo ya registrado" to WS-MOTIVO
                   end-if
               end-if
           end-if.

           if MOVIM-ES-VALIDO
               perform buscarMoroso
               if IDX-MOROSO-HALLADO = 0
                   move "N" to ES-VALIDO
                   move "el consorcio no figura en MOROSIDAD"
                       to WS-MOTIVO
               else
                   move MOR-REGISTRO(IDX-MOROSO-HALLADO)
                       to MOROSO-ACTUAL
                   if MOR-IMPORTE = 0 or MOR-PERIODOS = 0
                       or MOR-ULT-PERIODO is not numeric
                       move "N" to ES-VALIDO
                       move "el consorcio no tiene deuda" to WS-MOTIVO
                   end-if
               end-if
           end-if.

           if MOVIM-ES-VALIDO
               perform calcularPeriodoDesde
               if PERIODO-MOVIM-NUM < PERIODO-DESDE
                   or PERIODO-MOVIM > MOR-ULT-PERIODO
                   or PERIODO-YA-COBRADO = "S"
                   move "N" to ES-VALIDO
                   move "el periodo pagado no esta adeudado"
                       to WS-MOTIVO
               end-if
           end-if.

           if MOVIM-ES-VALIDO
               if IMPORTE-MOVIM > MOR-IMPORTE
                   move "N" to ES-VALIDO
                   move "el pago excede la deuda registrada"
                       to WS-MOTIVO
               end-if
           end-if.

           if MOVIM-ES-VALIDO
               perform buscarRepresentacion
               if IMPORTE-MOVIM < IMPORTE-REPRESENTADO
                   move "N" to ES-VALIDO
                   move "pago parcial del periodo re-presentado"
                       to WS-MOTIVO
               end-if
           end-if.

      *        ---------------------------------------------------------
      *        Re-presentaciones pendientes, para saber cuanto vale
      *        cada periodo adeudado; sin archivo no hay ninguna y el
      *        pago se toma por el periodo entero
      *        ---------------------------------------------------------
        cargarRepresentar.
           move 0 to WS-CANT-REPRESENTAR.
           open input REPRESENTAR.
           if ok-REPRESENTAR
               read REPRESENTAR end-read
               perform cargarUnaPendiente until eof-REPRESENTAR
               close REPRESENTAR
           end-if.

        cargarUnaPendiente.
           if WS-CANT-REPRESENTAR < 99999
               add 1 to WS-CANT-REPRESENTAR
               move REG_REPRESENTAR
                   to REP-REGISTRO(WS-CANT-REPRESENTAR)
           end-if.
           read REPRESENTAR end-read.

        buscarRepresentacion.
           move 0 to IMPORTE-REPRESENTADO.
           move 1 to IDX-REPRESENTAR.
           perform buscarUnaRepresentacion
               until IDX-REPRESENTAR > WS-CANT-REPRESENTAR.

        buscarUnaRepresentacion.
           if REP-CUIT(IDX-REPRESENTAR) = CUIT-MOVIM
               and REP-PERIODO(IDX-REPRESENTAR) = PERIODO-MOVIM
               move REP-IMPORTE(IDX-REPRESENTAR)
                   to IMPORTE-REPRESENTADO
           end-if.
           add 1 to IDX-REPRESENTAR.

      *        ---------------------------------------------------------
      *        Los periodos adeudados son los ultimos PERIODOS-
      *        ADEUDADOS meses hasta el ULTIMO-PERIODO rechazado
      *        ---------------------------------------------------------
        calcularPeriodoDesde.
           move MOR-ULT-PERIODO to PERIODO-DESDE.
           move 1 to MESES-RETROCEDIDOS.
           perform retrocederUnMes
               until MESES-RETROCEDIDOS >= MOR-PERIODOS.

        retrocederUnMes.
           if DESDE-MES > 1
               subtract 1 from DESDE-MES
           else
               move 12 to DESDE-MES
               subtract 1 from DESDE-ANIO
           end-if.
           add 1 to MESES-RETROCEDIDOS.

      *        ---------------------------------------------------------
      *        El pago (validado como periodo entero) baja la deuda y
      *        un periodo adeudado; con la deuda en cero no queda
      *        ningun periodo pendiente
      *        ---------------------------------------------------------
        aplicarCobranza.
           move spaces to WS-AUD-ANTES.
           move MOROSO-ACTUAL to WS-AUD-ANTES.
           subtract IMPORTE-MOVIM from MOR-IMPORTE.
           if MOR-IMPORTE = 0
               move 0 to MOR-PERIODOS
           else
               subtract 1 from MOR-PERIODOS
           end-if.
           move MOROSO-ACTUAL to MOR-REGISTRO(IDX-MOROSO-HALLADO).

           move CUIT-MOVIM to CUIT-CO of REG_COBRANZA-HIST.
           move PERIODO-MOVIM to PERIODO-PAGO of REG_COBRANZA-HIST.
           move IMPORTE-MOVIM to IMPORTE-PAGO of REG_COBRANZA-HIST.
           move CANAL-PAGO of REG_COBRANZA
               to CANAL-PAGO of REG_COBRANZA-HIST.
           move NRO-RECIBO of REG_COBRANZA
               to NRO-RECIBO of REG_COBRANZA-HIST.
           move WS-YYYY-MM-DD to FECHA-PROCESO of REG_COBRANZA-HIST.
           write REG_COBRANZA-HIST.

           if WS-CANT-COBRADOS < 99999
               add 1 to WS-CANT-COBRADOS
               move CUIT-MOVIM to COB-CUIT(WS-CANT-COBRADOS)
               move PERIODO-MOVIM to COB-PERIODO(WS-CANT-COBRADOS)
               move NRO-RECIBO of REG_COBRANZA
                   to COB-RECIBO(WS-CANT-COBRADOS)
               move "S" to COB-DEL-RUN(WS-CANT-COBRADOS)
           end-if.

           add 1 to TOTAL-APLICADOS.
           add IMPORTE-MOVIM to IMPORTE-APLICADO.
           display "COBRANZA APLICADA: CUIT " CUIT-MOVIM " periodo "
               PERIODO-MOVIM " por " IMPORTE-MOVIM " recibo "
               NRO-RECIBO of REG_COBRANZA.

           move "P" to WS-AUD-TIPO.
           move spaces to WS-AUD-CLAVE.
           move CUIT-MOVIM to WS-AUD-CUIT.
           move PERIODO-MOVIM to WS-AUD-PROV.
           move spaces to WS-AUD-DESPUES.
           string MOROSO-ACTUAL delimited by size
                  " " delimited by size
                  REG_COBRANZA delimited by size
                  into WS-AUD-DESPUES.
           perform grabarAuditoria.

        grabarMorosidad.
           open output MOROSIDAD.
           if not ok-MOROSIDAD
               display "ERROR: no se pudo regrabar MOROSIDAD ("
                   fs-MOROSIDAD ")."
               move 8 to COD-RETORNO
           else
               move 1 to IDX-MOROSO
               perform grabarUnMoroso until IDX-MOROSO > WS-CANT-MOROSOS
               close MOROSIDAD
           end-if.

        grabarUnMoroso.
           move MOR-REGISTRO(IDX-MOROSO) to REG_MOROSIDAD.
           write REG_MOROSIDAD.
           add 1 to IDX-MOROSO.

      *        ---------------------------------------------------------
      *        Quita de las re-presentaciones pendientes los periodos
      *        cobrados en este run; se relee el archivo y la tabla se
      *        rearma solo con lo que sigue pendiente
      *        ---------------------------------------------------------
        depurarRepresentar.
           move 0 to WS-CANT-REPRESENTAR.
           open input REPRESENTAR.
           if ok-REPRESENTAR
               read REPRESENTAR end-read
               perform cargarUnaRepresentacion until eof-REPRESENTAR
               close REPRESENTAR
               if TOTAL-QUITADOS > 0
                   perform regrabarRepresentar
               end-if
           end-if.

        cargarUnaRepresentacion.
           move "N" to REPRESENTACION-PAGADA.
           move 1 to IDX-COBRADO.
           perform verificarUnaRepresentacion
               until IDX-COBRADO > WS-CANT-COBRADOS.
           if REPRESENTACION-PAGADA = "S"
               add 1 to TOTAL-QUITADOS
               display "QUITADO DE REPRESENTAR: CUIT "
                   CUIT-CO of REG_REPRESENTAR " periodo "
                   PERIODO-ORIGINAL of REG_REPRESENTAR
           else
               if WS-CANT-REPRESENTAR < 99999
                   add 1 to WS-CANT-REPRESENTAR
                   move REG_REPRESENTAR
                       to REP-REGISTRO(WS-CANT-REPRESENTAR)
               end-if
           end-if.
           read REPRESENTAR end-read.

        verificarUnaRepresentacion.
           if COB-DEL-RUN(IDX-COBRADO) = "S"
               and COB-CUIT(IDX-COBRADO) = CUIT-CO of REG_REPRESENTAR
               and COB-PERIODO(IDX-COBRADO)
                   = PERIODO-ORIGINAL of REG_REPRESENTAR
               move "S" to REPRESENTACION-PAGADA
           end-if.
           add 1 to IDX-COBRADO.

        regrabarRepresentar.
           open output REPRESENTAR.
           if not ok-REPRESENTAR
               display "ERROR: no se pudo regrabar REPRESENTAR ("
                   fs-REPRESENTAR ") " WS-PATH-REPRESENTAR
               move 8 to COD-RETORNO
           else
               move 1 to IDX-REPRESENTAR
               perform grabarUnaRepresentacion
                   until IDX-REPRESENTAR > WS-CANT-REPRESENTAR
               close REPRESENTAR
           end-if.

        grabarUnaRepresentacion.
           move REP-REGISTRO(IDX-REPRESENTAR) to REG_REPRESENTAR.
           write REG_REPRESENTAR.
           add 1 to IDX-REPRESENTAR.

      *        ---------------------------------------------------------
      *        Pista de auditoria comun: cada movimiento aplicado queda
      *        en el archivo fechado de auditoria con la imagen del
      *        registro antes y despues y el operador del run
      *        ---------------------------------------------------------
        abrirAuditoria.
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
               "auditoria (" fs-AUDITORIA "); los movimientos de "
               "este run no quedan auditados."
           end-if.

        cerrarAuditoria.
           if AUDITORIA-DISPONIBLE = "S"
               close AUDITORIA
           end-if.

        grabarAuditoria.
           if AUDITORIA-DISPONIBLE = "S"
               move WS-YYYY-MM-DD to FECHA-PROCESO of REG_AUDITORIA
               move "RegistrarCobranzas" to PROGRAMA of REG_AUDITORIA
               move OPERADOR-RUN to OPERADOR of REG_AUDITORIA
               move WS-AUD-TIPO to TIPO-MOVIM-AUD of REG_AUDITORIA
               move WS-AUD-CLAVE to CLAVE-AUD of REG_AUDITORIA
               move WS-AUD-ANTES to IMAGEN-ANTES of REG_AUDITORIA
               move WS-AUD-DESPUES to IMAGEN-DESPUES of REG_AUDITORIA
               write REG_AUDITORIA
           end-if.

        emitirExcepcion.
           add 1 to TOTAL-RECHAZADOS.
           move spaces to REG_EXCEPCION.
           string CUIT-CO of REG_COBRANZA "  "
               PERIODO-PAGO of REG_COBRANZA "  "
               IMPORTE-PAGO of REG_COBRANZA "  "
               CANAL-PAGO of REG_COBRANZA "  "
               NRO-RECIBO of REG_COBRANZA "  "
               WS-MOTIVO
               delimited by size into REG_EXCEPCION.
           write REG_EXCEPCION.
           display "RECHAZADO: " REG_EXCEPCION.

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

        end program RegistrarCobranzas.

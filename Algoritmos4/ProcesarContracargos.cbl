        identification division.
        program-id. ProcesarContracargos.

        ENVIRONMENT division.
        configuration section.

        input-output section.
        file-control.
             select CONTRACARGO
             assign to dynamic WS-PATH-CONTRACARGO
             organization is line sequential
             file status is fs-CONTRACARGO.

             select RESULTADOS
             assign to dynamic WS-PATH-RESULTADOS
             organization is line sequential
             file status is fs-RESULTADOS.

             select CONTRACARGOS-HIST
             assign to dynamic WS-PATH-CONTRACARGOS-HIST
             organization is line sequential
             file status is fs-CONTRACARGOS-HIST.

             select MOROSIDAD
             assign to dynamic WS-PATH-MOROSIDAD
             organization is line sequential
             file status is fs-MOROSIDAD.

             select ORDENAR
             assign to "WORKK.TMP"
             file status is fs-ORDENAR.

        DATA division.
        file section.
      *        --- contracargo informado por el banco (registro
      *        "D"): la cuenta, el PERIODO y el IMPORTE del debito
      *        original que el titular hizo revertir, con la fecha y el
      *        motivo de la reversion; el archivo trae cabecera "H" y
      *        control "T" como la presentacion ---
        fd CONTRACARGO.
        01 REG_CONTRACARGO.
             03 TIPO-REG pic x(01).
             03 NRO-CTA pic 9(8).
             03 SUCURSAL pic 9(3).
             03 IMPORTE pic 9(11).
             03 PERIODO pic x(6).
             03 FECHA-CONTRACARGO pic 9(8).
             03 MOTIVO-CONTRACARGO pic x(2).
        01 REG_CONTRACARGO-CONTROL.
             03 TIPO-REG-CTL pic x(01).
             03 CANT-REGISTROS pic 9(6).
             03 IMPORTE-TOTAL pic 9(13).

        fd RESULTADOS.
        01 REG_RESULTADO.
             03 CUIT-CO pic 9(15).
             03 ENTIDAD pic 9(3).
             03 NRO-CTA pic 9(8).
             03 SUCURSAL pic 9(3).
             03 PERIODO pic x(6).
             03 IMPORTE pic 9(11).
             03 RESULTADO pic x(2).

      *        --- contracargos aplicados, en orden de proceso ---
        fd CONTRACARGOS-HIST.
        01 REG_CONTRACARGO-HIST.
             03 CUIT-CO pic 9(15).
             03 ENTIDAD pic 9(3).
             03 NRO-CTA pic 9(8).
             03 PERIODO pic x(6).
             03 IMPORTE pic 9(11).
             03 FECHA-CONTRACARGO pic 9(8).
             03 MOTIVO-CONTRACARGO pic x(2).
             03 FECHA-PROCESO pic 9(8).

        fd MOROSIDAD.
        01 REG_MOROSIDAD.
             03 CUIT-CO pic 9(15).
             03 PERIODOS-ADEUDADOS pic 9(3).
             03 IMPORTE-ADEUDADO pic 9(13).
             03 RECHAZOS-CONSECUTIVOS pic 9(2).
             03 ULTIMO-PERIODO pic x(6).
             03 MARCA-SEGUIMIENTO pic x(1).

        sd ORDENAR.
        01 REG_ORDENAR.
             03 CUIT-CO pic 9(15).
             03 PERIODOS-ADEUDADOS pic 9(3).
             03 IMPORTE-ADEUDADO pic 9(13).
             03 RECHAZOS-CONSECUTIVOS pic 9(2).
             03 ULTIMO-PERIODO pic x(6).
             03 MARCA-SEGUIMIENTO pic x(1).

        working-storage section.
        01 fs-CONTRACARGO pic xx.
             88 ok-CONTRACARGO value "00".
             88 eof-CONTRACARGO value "10".
        01 fs-RESULTADOS pic xx.
             88 ok-RESULTADOS value "00".
             88 eof-RESULTADOS value "10".
        01 fs-CONTRACARGOS-HIST pic xx.
             88 ok-CONTRACARGOS-HIST value "00".
             88 eof-CONTRACARGOS-HIST value "10".
        01 fs-MOROSIDAD pic xx.
             88 ok-MOROSIDAD value "00".
             88 eof-MOROSIDAD value "10".
        01 fs-ORDENAR pic xx.
             88 ok-ORDENAR value "00".
             88 eof-ORDENAR value "10".

        01 WS-DIR-BASE pic x(150) value "C:\temp\".
        01 WS-PATH-CONTRACARGO pic x(200) value spaces.
        01 WS-PATH-RESULTADOS pic x(200) value spaces.
        01 WS-PATH-CONTRACARGOS-HIST pic x(200) value spaces.
        01 WS-PATH-MOROSIDAD pic x(200) value spaces.
        01 WS-ENV-VAL pic x(200).
        01 WS-YYYY-MM-DD pic 9(8).
        01 WS-FECHA-ENV pic x(8).

        01 ENTIDAD-CONTRACARGO pic 9(3) value 0.
        01 ENTIDAD-INGRESADA pic x(3).
        01 ENTIDAD-ES-VALIDA pic x.
        01 POS-DIGITO pic 99.
        01 UN-DIGITO pic 9.
        01 PERIODO-CONTRACARGO pic x(6).

      *        --- meses de RESULTADOS en que se busca el cobro
      *        original, tope de rechazos consecutivos (el mismo de
      *        ActualizarMorosidad) y contracargos de un mismo
      *        consorcio que piden revisar su adhesion al debito ---
        01 MESES-HISTORIA pic 9(2) value 6.
        01 LIMITE-RECHAZOS pic 9(2) value 3.
        01 LIMITE-CONTRACARGOS pic 9(2) value 2.
        01 PARAM-INGRESADO pic x(2).
        01 PARAM-ES-VALIDO pic x.
        01 PARAM-ACUM pic 9(2).

        01 PERIODO-LEIDO pic x(6).
        01 PERIODO-LEIDO-R redefines PERIODO-LEIDO.
            03 PER-ANIO pic 9(4).
            03 PER-MES pic 9(2).
        01 MESES-LEIDOS pic 9(2).

      *        --- debitos cobrados de la entidad en los ultimos
      *        meses ---
        01 WS-CANT-COBRADOS pic 9(6) value 0.
        01 tablaCobrados.
            03 cobradoItem OCCURS 1 TO 99999 TIMES
                DEPENDING ON WS-CANT-COBRADOS.
                05 COB-CUIT pic 9(15).
                05 COB-NRO-CTA pic 9(8).
                05 COB-PERIODO pic x(6).
                05 COB-IMPORTE pic 9(11).
        01 IDX-COBRADO pic 9(6).
        01 IDX-COBRADO-HALLADO pic 9(6).

      *        --- contracargos ya aplicados (historial mas los de este
      *        run), para no revertir dos veces el mismo cobro y para
      *        contar los contracargos de cada consorcio ---
        01 WS-CANT-REVERTIDOS pic 9(6) value 0.
        01 tablaRevertidos.
            03 revertidoItem OCCURS 1 TO 99999 TIMES
                DEPENDING ON WS-CANT-REVERTIDOS.
                05 REV-CUIT pic 9(15).
                05 REV-ENTIDAD pic 9(3).
                05 REV-NRO-CTA pic 9(8).
                05 REV-PERIODO pic x(6).
                05 REV-IMPORTE pic 9(11).
                05 REV-DEL-RUN pic x(1).
                05 REV-INFORMADO pic x(1).
        01 IDX-REVERTIDO pic 9(6).
        01 IDX-REVERTIDO-2 pic 9(6).
        01 YA-REVERTIDO pic x.
        01 CANT-CONTRACARGOS-CUIT pic 9(6).
        01 HISTORIAL-ABIERTO pic x value "N".

      *        --- libro de morosidad completo en memoria; se regraba
      *        ordenado ascendente por CUIT-CO ---
        01 WS-CANT-MOROSOS pic 9(6) value 0.
        01 tablaMorosidad.
            03 morosoItem OCCURS 1 TO 99999 TIMES
                DEPENDING ON WS-CANT-MOROSOS.
                05 MOR-CUIT pic 9(15).
                05 MOR-PERIODOS pic 9(3).
                05 MOR-IMPORTE pic 9(13).
                05 MOR-CONSECUTIVOS pic 9(2).
                05 MOR-ULT-PERIODO pic x(6).
                05 MOR-MARCA pic x(1).
        01 IDX-MOROSO pic 9(6).
        01 IDX-MOROSO-HALLADO pic 9(6).
        01 CUIT-CONTRACARGO pic 9(15).

      *        --- control "T" del archivo contra sus registros "D" ---
        01 HAY-CONTROL pic x value "N".
        01 CANT-CONTROL pic 9(6) value 0.
        01 IMPORTE-CONTROL pic 9(13) value 0.
        01 CANT-DETALLE pic 9(6) value 0.
        01 IMPORTE-DETALLE pic 9(13) value 0.

        01 TOTAL-LEIDOS pic 9(6) value 0.
        01 TOTAL-APLICADOS pic 9(6) value 0.
        01 IMPORTE-APLICADO pic 9(13) value 0.
        01 TOTAL-SIN-ORIGEN pic 9(6) value 0.
        01 TOTAL-DUPLICADOS pic 9(6) value 0.
        01 TOTAL-A-REVISAR pic 9(6) value 0.
        01 HUBO-TITULO-REVISAR pic x value "N".

      *        --- codigo de retorno del paso (0 limpio, 4 con
      *        advertencias, 8 error serio) ---
        01 COD-RETORNO pic 9(2) value 0.

      *        ---------------------------------------------------------
      *        Contracargos de debitos ya cobrados: lee el archivo de
      *        reversiones de una entidad y aparea cada contracargo
      *        contra los cobros ("00") de los RESULTADOS de los ultimos
      *        meses por ENTIDAD, NRO-CTA, PERIODO e IMPORTE. Un
      *        contracargo apareado vuelve a poner la deuda en el libro
      *        de morosidad como un rechazo mas (importe, periodo y
      *        racha de rechazos, con la misma marca a seguimiento que
      *        ActualizarMorosidad) y queda en el historial de
      *        contracargos. Se informan los contracargos sin cobro
      *        original, los ya aplicados en un run anterior y los
      *        consorcios con contracargos repetidos, para revisar su
      *        adhesion al debito directo. Si el registro de control
      *        "T" no coincide con los contracargos del archivo no se
      *        aplica ninguno.
      *        ---------------------------------------------------------
        PROCEDURE division.
           perform leerParametros.
           if ENTIDAD-CONTRACARGO = 0
               display "ERROR: debe indicarse la entidad de los "
               "contracargos (CONTRACARGOS_ENTIDAD)."
               move 8 to COD-RETORNO
               move COD-RETORNO to RETURN-CODE
               goback
           end-if.

           perform cargarMorosidad.
           perform cargarCobrados.
           perform cargarRevertidos.
           perform verificarControlContracargo.
           if COD-RETORNO >= 8
               move COD-RETORNO to RETURN-CODE
               goback
           end-if.

           open input CONTRACARGO.
           if not ok-CONTRACARGO
               display "ERROR: no se pudo abrir el archivo de "
               "contracargos (" fs-CONTRACARGO ") " WS-PATH-CONTRACARGO
               move 8 to COD-RETORNO
               move COD-RETORNO to RETURN-CODE
               goback
           end-if.
           perform abrirHistorial.
           read CONTRACARGO end-read.
           perform procesarContracargo until eof-CONTRACARGO.
           close CONTRACARGO.
           if HISTORIAL-ABIERTO = "S"
               close CONTRACARGOS-HIST
           end-if.

           if TOTAL-APLICADOS > 0
               sort ORDENAR
                   ON ASCENDING CUIT-CO of REG_ORDENAR
               input procedure is liberarMorosidad
               output procedure is grabarMorosidad
               perform informarRepetidos
           end-if.

           display " ".
           display "Total de contracargos leidos: " TOTAL-LEIDOS.
           display "Total de contracargos aplicados: " TOTAL-APLICADOS
               " por " IMPORTE-APLICADO " centavos.".
           display "Total de contracargos sin cobro original: "
               TOTAL-SIN-ORIGEN.
           display "Total de contracargos ya aplicados antes: "
               TOTAL-DUPLICADOS.
           display "Total de consorcios con contracargos repetidos: "
               TOTAL-A-REVISAR.

           if COD-RETORNO < 4
               and (TOTAL-SIN-ORIGEN > 0 or TOTAL-DUPLICADOS > 0
               or TOTAL-A-REVISAR > 0)
               move 4 to COD-RETORNO
           end-if.
           move COD-RETORNO to RETURN-CODE.
        goback.

      *        ---------------------------------------------------------
      *        Parametros del run: directorio base, entidad y periodo
      *        del archivo de contracargos, libro de morosidad,
      *        historial y limites
      *        ---------------------------------------------------------
        leerParametros.
           accept WS-ENV-VAL from environment "CONTRACARGOS_DIR".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-DIR-BASE
           end-if.

           move spaces to ENTIDAD-INGRESADA.
           accept ENTIDAD-INGRESADA
               from environment "CONTRACARGOS_ENTIDAD".
           perform normalizarEntidad.

           perform obtenerFechaProceso.
           move WS-YYYY-MM-DD(1:6) to PERIODO-CONTRACARGO.
           accept WS-ENV-VAL from environment "CONTRACARGOS_PERIODO".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL(1:6) to PERIODO-CONTRACARGO
           end-if.

           accept WS-ENV-VAL from environment "CONTRACARGOS_ENTRADA".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-CONTRACARGO
           else
               string WS-DIR-BASE delimited by spaces
                      "CONTRACARGO_" delimited by size
                      ENTIDAD-CONTRACARGO delimited by size
                      "_" delimited by size
                      PERIODO-CONTRACARGO delimited by size
                      ".txt" delimited by size
                      into WS-PATH-CONTRACARGO
           end-if.

           accept WS-ENV-VAL from environment "CONTRACARGOS_MOROSIDAD".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-MOROSIDAD
           else
               string WS-DIR-BASE delimited by spaces
                      "MOROSIDAD.txt" delimited by size
                      into WS-PATH-MOROSIDAD
           end-if.

           accept WS-ENV-VAL from environment "CONTRACARGOS_HISTORIAL".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-CONTRACARGOS-HIST
           else
               string WS-DIR-BASE delimited by spaces
                      "CONTRACARGOS_HIST.txt" delimited by size
                      into WS-PATH-CONTRACARGOS-HIST
           end-if.

           move spaces to PARAM-INGRESADO.
           accept PARAM-INGRESADO from environment "CONTRACARGOS_MESES".
           perform normalizarParametro.
           if PARAM-ES-VALIDO = "S" and PARAM-ACUM > 0
               move PARAM-ACUM to MESES-HISTORIA
           end-if.

           move spaces to PARAM-INGRESADO.
           accept PARAM-INGRESADO from environment "MOROSIDAD_LIMITE".
           perform normalizarParametro.
           if PARAM-ES-VALIDO = "S" and PARAM-ACUM > 0
               move PARAM-ACUM to LIMITE-RECHAZOS
           end-if.

           move spaces to PARAM-INGRESADO.
           accept PARAM-INGRESADO
               from environment "CONTRACARGOS_REPETIDOS".
           perform normalizarParametro.
           if PARAM-ES-VALIDO = "S" and PARAM-ACUM > 0
               move PARAM-ACUM to LIMITE-CONTRACARGOS
           end-if.

        normalizarEntidad.
           move "S" to ENTIDAD-ES-VALIDA.
           move 0 to ENTIDAD-CONTRACARGO.
           move 1 to POS-DIGITO.
           perform armarDigitoEntidad
               until POS-DIGITO > 3 or ENTIDAD-ES-VALIDA = "N".
           if ENTIDAD-ES-VALIDA = "N"
               move 0 to ENTIDAD-CONTRACARGO
           end-if.

        armarDigitoEntidad.
           if ENTIDAD-INGRESADA(POS-DIGITO:1) is numeric
               move ENTIDAD-INGRESADA(POS-DIGITO:1) to UN-DIGITO
               compute ENTIDAD-CONTRACARGO
                   = ENTIDAD-CONTRACARGO * 10 + UN-DIGITO
           else
               if ENTIDAD-INGRESADA(POS-DIGITO:1) <> space
                   move "N" to ENTIDAD-ES-VALIDA
               end-if
           end-if.
           add 1 to POS-DIGITO.

        normalizarParametro.
           if PARAM-INGRESADO = spaces
               move "N" to PARAM-ES-VALIDO
           else
               move "S" to PARAM-ES-VALIDO
               move 0 to PARAM-ACUM
               move 1 to POS-DIGITO
               perform armarUnDigito
                   until POS-DIGITO > 2 or PARAM-ES-VALIDO = "N"
           end-if.

        armarUnDigito.
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
      *        Libro de morosidad vigente; sin libro no hay donde
      *        devolver la deuda
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
               move CUIT-CO of REG_MOROSIDAD
                   to MOR-CUIT(WS-CANT-MOROSOS)
               move PERIODOS-ADEUDADOS of REG_MOROSIDAD
                   to MOR-PERIODOS(WS-CANT-MOROSOS)
               move IMPORTE-ADEUDADO of REG_MOROSIDAD
                   to MOR-IMPORTE(WS-CANT-MOROSOS)
               move RECHAZOS-CONSECUTIVOS of REG_MOROSIDAD
                   to MOR-CONSECUTIVOS(WS-CANT-MOROSOS)
               move ULTIMO-PERIODO of REG_MOROSIDAD
                   to MOR-ULT-PERIODO(WS-CANT-MOROSOS)
               move MARCA-SEGUIMIENTO of REG_MOROSIDAD
                   to MOR-MARCA(WS-CANT-MOROSOS)
           end-if.
           read MOROSIDAD end-read.

        buscarMoroso.
           move 0 to IDX-MOROSO-HALLADO.
           move 1 to IDX-MOROSO.
           perform buscarUnMoroso
               until IDX-MOROSO > WS-CANT-MOROSOS
               or IDX-MOROSO-HALLADO > 0.

        buscarUnMoroso.
           if MOR-CUIT(IDX-MOROSO) = CUIT-CONTRACARGO
               move IDX-MOROSO to IDX-MOROSO-HALLADO
           end-if.
           add 1 to IDX-MOROSO.

      *        ---------------------------------------------------------
      *        Cobros de la entidad en los RESULTADOS de los ultimos
      *        meses (hasta el periodo del contracargo); un mes sin
      *        archivo simplemente no aporta cobros
      *        ---------------------------------------------------------
        cargarCobrados.
           move PERIODO-CONTRACARGO to PERIODO-LEIDO.
           move 1 to MESES-LEIDOS.
           perform retrocederUnMes
               until MESES-LEIDOS >= MESES-HISTORIA.
           move 0 to MESES-LEIDOS.
           perform leerResultadosMes
               until MESES-LEIDOS >= MESES-HISTORIA.

        retrocederUnMes.
           if PER-MES > 1
               subtract 1 from PER-MES
           else
               move 12 to PER-MES
               subtract 1 from PER-ANIO
           end-if.
           add 1 to MESES-LEIDOS.

        leerResultadosMes.
           move spaces to WS-PATH-RESULTADOS.
           string WS-DIR-BASE delimited by spaces
                  "RESULTADOS_" delimited by size
                  PERIODO-LEIDO delimited by size
                  ".txt" delimited by size
                  into WS-PATH-RESULTADOS.
           open input RESULTADOS.
           if ok-RESULTADOS
               read RESULTADOS end-read
               perform cargarUnCobrado until eof-RESULTADOS
               close RESULTADOS
           end-if.
           if PER-MES < 12
               add 1 to PER-MES
           else
               move 1 to PER-MES
               add 1 to PER-ANIO
           end-if.
           add 1 to MESES-LEIDOS.

        cargarUnCobrado.
           if RESULTADO of REG_RESULTADO = "00"
               and ENTIDAD of REG_RESULTADO = ENTIDAD-CONTRACARGO
               and WS-CANT-COBRADOS < 99999
               add 1 to WS-CANT-COBRADOS
               move CUIT-CO of REG_RESULTADO
                   to COB-CUIT(WS-CANT-COBRADOS)
               move NRO-CTA of REG_RESULTADO
                   to COB-NRO-CTA(WS-CANT-COBRADOS)
               move PERIODO of REG_RESULTADO
                   to COB-PERIODO(WS-CANT-COBRADOS)
               move IMPORTE of REG_RESULTADO
                   to COB-IMPORTE(WS-CANT-COBRADOS)
           end-if.
           read RESULTADOS end-read.

        buscarCobrado.
           move 0 to IDX-COBRADO-HALLADO.
           move 1 to IDX-COBRADO.
           perform buscarUnCobrado
               until IDX-COBRADO > WS-CANT-COBRADOS
               or IDX-COBRADO-HALLADO > 0.

        buscarUnCobrado.
           if COB-NRO-CTA(IDX-COBRADO) = NRO-CTA of REG_CONTRACARGO
               and COB-PERIODO(IDX-COBRADO) = PERIODO of REG_CONTRACARGO
               and COB-IMPORTE(IDX-COBRADO) = IMPORTE of REG_CONTRACARGO
               move IDX-COBRADO to IDX-COBRADO-HALLADO
           end-if.
           add 1 to IDX-COBRADO.

      *        ---------------------------------------------------------
      *        Historial de contracargos aplicados; sin archivo es el
      *        primer run
      *        ---------------------------------------------------------
        cargarRevertidos.
           move 0 to WS-CANT-REVERTIDOS.
           open input CONTRACARGOS-HIST.
           if ok-CONTRACARGOS-HIST
               read CONTRACARGOS-HIST end-read
               perform cargarUnRevertido until eof-CONTRACARGOS-HIST
               close CONTRACARGOS-HIST
           end-if.

        cargarUnRevertido.
           if WS-CANT-REVERTIDOS < 99999
               add 1 to WS-CANT-REVERTIDOS
               move CUIT-CO of REG_CONTRACARGO-HIST
                   to REV-CUIT(WS-CANT-REVERTIDOS)
               move ENTIDAD of REG_CONTRACARGO-HIST
                   to REV-ENTIDAD(WS-CANT-REVERTIDOS)
               move NRO-CTA of REG_CONTRACARGO-HIST
                   to REV-NRO-CTA(WS-CANT-REVERTIDOS)
               move PERIODO of REG_CONTRACARGO-HIST
                   to REV-PERIODO(WS-CANT-REVERTIDOS)
               move IMPORTE of REG_CONTRACARGO-HIST
                   to REV-IMPORTE(WS-CANT-REVERTIDOS)
               move "N" to REV-DEL-RUN(WS-CANT-REVERTIDOS)
               move "N" to REV-INFORMADO(WS-CANT-REVERTIDOS)
           end-if.
           read CONTRACARGOS-HIST end-read.

        buscarRevertido.
           move "N" to YA-REVERTIDO.
           move 1 to IDX-REVERTIDO.
           perform buscarUnRevertido
               until IDX-REVERTIDO > WS-CANT-REVERTIDOS
               or YA-REVERTIDO = "S".

        buscarUnRevertido.
           if REV-ENTIDAD(IDX-REVERTIDO) = ENTIDAD-CONTRACARGO
               and REV-NRO-CTA(IDX-REVERTIDO)
                   = NRO-CTA of REG_CONTRACARGO
               and REV-PERIODO(IDX-REVERTIDO)
                   = PERIODO of REG_CONTRACARGO
               and REV-IMPORTE(IDX-REVERTIDO)
                   = IMPORTE of REG_CONTRACARGO
               move "S" to YA-REVERTIDO
           end-if.
           add 1 to IDX-REVERTIDO.

        abrirHistorial.
           open extend CONTRACARGOS-HIST.
           if not ok-CONTRACARGOS-HIST
               open output CONTRACARGOS-HIST
           end-if.
           if ok-CONTRACARGOS-HIST
               move "S" to HISTORIAL-ABIERTO
           else
               display "ERROR: no se pudo abrir el historial de "
               "contracargos (" fs-CONTRACARGOS-HIST ") "
                   WS-PATH-CONTRACARGOS-HIST
               move 8 to COD-RETORNO
           end-if.

      *        ---------------------------------------------------------
      *        Primera pasada del archivo: cantidad e importe de los
      *        registros "D" contra el control "T" del banco. Sin
      *        control se procesa con advertencia; si no se puede abrir
      *        el error lo da la apertura del proceso
      *        ---------------------------------------------------------
        verificarControlContracargo.
           open input CONTRACARGO.
           if ok-CONTRACARGO
               read CONTRACARGO end-read
               perform sumarUnContracargo until eof-CONTRACARGO
               close CONTRACARGO
               if HAY-CONTROL <> "S"
                   display "ADVERTENCIA: el archivo de contracargos "
                   "no trae registro de control (T); no se verifican "
                   "sus totales."
                   if COD-RETORNO < 4
                       move 4 to COD-RETORNO
                   end-if
               else
                   if CANT-CONTROL <> CANT-DETALLE
                       or IMPORTE-CONTROL <> IMPORTE-DETALLE
                       display "ERROR: el control del archivo de "
                       "contracargos (" CANT-CONTROL " registros por "
                       IMPORTE-CONTROL ") no coincide con el detalle ("
                       CANT-DETALLE " por " IMPORTE-DETALLE
                       "); no se aplica ningun contracargo."
                       move 8 to COD-RETORNO
                   end-if
               end-if
           end-if.

        sumarUnContracargo.
           if TIPO-REG of REG_CONTRACARGO = "D"
               add 1 to CANT-DETALLE
               add IMPORTE of REG_CONTRACARGO to IMPORTE-DETALLE
           end-if.
           if TIPO-REG of REG_CONTRACARGO = "T"
               move "S" to HAY-CONTROL
               move CANT-REGISTROS of REG_CONTRACARGO-CONTROL
                   to CANT-CONTROL
               move IMPORTE-TOTAL of REG_CONTRACARGO-CONTROL
                   to IMPORTE-CONTROL
           end-if.
           read CONTRACARGO end-read.

      *        ---------------------------------------------------------
      *        Apareo de cada contracargo contra su cobro original; la
      *        cabecera y el control no son contracargos
      *        ---------------------------------------------------------
        procesarContracargo.
           if TIPO-REG of REG_CONTRACARGO = "D"
               perform procesarDetalleContracargo
           end-if.
           read CONTRACARGO end-read.

        procesarDetalleContracargo.
           add 1 to TOTAL-LEIDOS.
           perform buscarRevertido.
           if YA-REVERTIDO = "S"
               add 1 to TOTAL-DUPLICADOS
               display "CONTRACARGO YA APLICADO: cuenta "
                   NRO-CTA of REG_CONTRACARGO " periodo "
                   PERIODO of REG_CONTRACARGO " importe "
                   IMPORTE of REG_CONTRACARGO
           else
               perform buscarCobrado
               if IDX-COBRADO-HALLADO = 0
                   add 1 to TOTAL-SIN-ORIGEN
                   display "CONTRACARGO SIN COBRO ORIGINAL: cuenta "
                       NRO-CTA of REG_CONTRACARGO " periodo "
                       PERIODO of REG_CONTRACARGO " importe "
                       IMPORTE of REG_CONTRACARGO
               else
                   if HISTORIAL-ABIERTO = "S"
                       perform aplicarContracargo
                   end-if
               end-if
           end-if.

      *        ---------------------------------------------------------
      *        El contracargo se aplica como un rechazo del periodo:
      *        suma la deuda y, si el periodo no estaba ya adeudado, un
      *        periodo y un rechazo consecutivo mas; al llegar al
      *        limite el consorcio queda marcado a seguimiento
      *        ---------------------------------------------------------
        aplicarContracargo.
           move COB-CUIT(IDX-COBRADO-HALLADO) to CUIT-CONTRACARGO.
           perform buscarMoroso.
           if IDX-MOROSO-HALLADO = 0
               if WS-CANT-MOROSOS < 99999
                   add 1 to WS-CANT-MOROSOS
                   move WS-CANT-MOROSOS to IDX-MOROSO-HALLADO
                   move CUIT-CONTRACARGO
                       to MOR-CUIT(IDX-MOROSO-HALLADO)
                   move 0 to MOR-PERIODOS(IDX-MOROSO-HALLADO)
                   move 0 to MOR-IMPORTE(IDX-MOROSO-HALLADO)
                   move 0 to MOR-CONSECUTIVOS(IDX-MOROSO-HALLADO)
                   move spaces to MOR-ULT-PERIODO(IDX-MOROSO-HALLADO)
                   move "N" to MOR-MARCA(IDX-MOROSO-HALLADO)
               else
                   display "ADVERTENCIA: el libro de morosidad esta "
                   "completo; el CUIT " CUIT-CONTRACARGO
                   " no se registro."
                   if COD-RETORNO < 4
                       move 4 to COD-RETORNO
                   end-if
               end-if
           end-if.
           if IDX-MOROSO-HALLADO > 0
               add IMPORTE of REG_CONTRACARGO
                   to MOR-IMPORTE(IDX-MOROSO-HALLADO)
               if MOR-ULT-PERIODO(IDX-MOROSO-HALLADO)
                   <> PERIODO of REG_CONTRACARGO
                   add 1 to MOR-PERIODOS(IDX-MOROSO-HALLADO)
                   add 1 to MOR-CONSECUTIVOS(IDX-MOROSO-HALLADO)
                   if MOR-ULT-PERIODO(IDX-MOROSO-HALLADO) = spaces
                       or MOR-ULT-PERIODO(IDX-MOROSO-HALLADO)
                       < PERIODO of REG_CONTRACARGO
                       move PERIODO of REG_CONTRACARGO
                           to MOR-ULT-PERIODO(IDX-MOROSO-HALLADO)
                   end-if
               end-if
               if MOR-CONSECUTIVOS(IDX-MOROSO-HALLADO)
                   >= LIMITE-RECHAZOS
                   move "S" to MOR-MARCA(IDX-MOROSO-HALLADO)
               end-if

               move CUIT-CONTRACARGO
                   to CUIT-CO of REG_CONTRACARGO-HIST
               move ENTIDAD-CONTRACARGO
                   to ENTIDAD of REG_CONTRACARGO-HIST
               move NRO-CTA of REG_CONTRACARGO
                   to NRO-CTA of REG_CONTRACARGO-HIST
               move PERIODO of REG_CONTRACARGO
                   to PERIODO of REG_CONTRACARGO-HIST
               move IMPORTE of REG_CONTRACARGO
                   to IMPORTE of REG_CONTRACARGO-HIST
               move FECHA-CONTRACARGO of REG_CONTRACARGO
                   to FECHA-CONTRACARGO of REG_CONTRACARGO-HIST
               move MOTIVO-CONTRACARGO of REG_CONTRACARGO
                   to MOTIVO-CONTRACARGO of REG_CONTRACARGO-HIST
               move WS-YYYY-MM-DD
                   to FECHA-PROCESO of REG_CONTRACARGO-HIST
               write REG_CONTRACARGO-HIST

               if WS-CANT-REVERTIDOS < 99999
                   add 1 to WS-CANT-REVERTIDOS
                   move CUIT-CONTRACARGO
                       to REV-CUIT(WS-CANT-REVERTIDOS)
                   move ENTIDAD-CONTRACARGO
                       to REV-ENTIDAD(WS-CANT-REVERTIDOS)
                   move NRO-CTA of REG_CONTRACARGO
                       to REV-NRO-CTA(WS-CANT-REVERTIDOS)
                   move PERIODO of REG_CONTRACARGO
                       to REV-PERIODO(WS-CANT-REVERTIDOS)
                   move IMPORTE of REG_CONTRACARGO
                       to REV-IMPORTE(WS-CANT-REVERTIDOS)
                   move "S" to REV-DEL-RUN(WS-CANT-REVERTIDOS)
                   move "N" to REV-INFORMADO(WS-CANT-REVERTIDOS)
               end-if

               add 1 to TOTAL-APLICADOS
               add IMPORTE of REG_CONTRACARGO to IMPORTE-APLICADO
               display "CONTRACARGO APLICADO: CUIT " CUIT-CONTRACARGO
                   " periodo " PERIODO of REG_CONTRACARGO " por "
                   IMPORTE of REG_CONTRACARGO " motivo "
                   MOTIVO-CONTRACARGO of REG_CONTRACARGO
           end-if.

        liberarMorosidad.
           move 1 to IDX-MOROSO.
           perform liberarUnMoroso until IDX-MOROSO > WS-CANT-MOROSOS.

        liberarUnMoroso.
           move MOR-CUIT(IDX-MOROSO) to CUIT-CO of REG_ORDENAR.
           move MOR-PERIODOS(IDX-MOROSO)
               to PERIODOS-ADEUDADOS of REG_ORDENAR.
           move MOR-IMPORTE(IDX-MOROSO)
               to IMPORTE-ADEUDADO of REG_ORDENAR.
           move MOR-CONSECUTIVOS(IDX-MOROSO)
               to RECHAZOS-CONSECUTIVOS of REG_ORDENAR.
           move MOR-ULT-PERIODO(IDX-MOROSO)
               to ULTIMO-PERIODO of REG_ORDENAR.
           move MOR-MARCA(IDX-MOROSO)
               to MARCA-SEGUIMIENTO of REG_ORDENAR.
           release REG_ORDENAR.
           add 1 to IDX-MOROSO.

        grabarMorosidad.
           open output MOROSIDAD.
           if not ok-MOROSIDAD
               display "ERROR: no se pudo regrabar MOROSIDAD ("
                   fs-MOROSIDAD ")."
               move 8 to COD-RETORNO
           else
               RETURN ORDENAR AT END CONTINUE END-RETURN
               perform grabarUnMoroso until eof-ORDENAR
               close MOROSIDAD
           end-if.

        grabarUnMoroso.
           move REG_ORDENAR to REG_MOROSIDAD.
           write REG_MOROSIDAD.
           RETURN ORDENAR AT END CONTINUE.

      *        ---------------------------------------------------------
      *        Consorcios con contracargos en este run que, contando
      *        el historial, llegan al limite de contracargos: se
      *        informan una sola vez para revisar su adhesion
      *        ---------------------------------------------------------
        informarRepetidos.
           move 1 to IDX-REVERTIDO.
           perform verificarUnRepetido
               until IDX-REVERTIDO > WS-CANT-REVERTIDOS.

        verificarUnRepetido.
           if REV-DEL-RUN(IDX-REVERTIDO) = "S"
               and REV-INFORMADO(IDX-REVERTIDO) = "N"
               move 0 to CANT-CONTRACARGOS-CUIT
               move 1 to IDX-REVERTIDO-2
               perform contarUnContracargo
                   until IDX-REVERTIDO-2 > WS-CANT-REVERTIDOS
               if CANT-CONTRACARGOS-CUIT >= LIMITE-CONTRACARGOS
                   perform listarRepetido
               end-if
           end-if.
           add 1 to IDX-REVERTIDO.

        contarUnContracargo.
           if REV-CUIT(IDX-REVERTIDO-2) = REV-CUIT(IDX-REVERTIDO)
               add 1 to CANT-CONTRACARGOS-CUIT
               move "S" to REV-INFORMADO(IDX-REVERTIDO-2)
           end-if.
           add 1 to IDX-REVERTIDO-2.

        listarRepetido.
           if HUBO-TITULO-REVISAR = "N"
               display " "
               display "CONSORCIOS CON CONTRACARGOS REPETIDOS "
               "(REVISAR ADHESION AL DEBITO DIRECTO)"
               display "CUIT-CONS        CONTRACARGOS"
               move "S" to HUBO-TITULO-REVISAR
           end-if.
           add 1 to TOTAL-A-REVISAR.
           display REV-CUIT(IDX-REVERTIDO) "  "
               CANT-CONTRACARGOS-CUIT.

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

        end program ProcesarContracargos.

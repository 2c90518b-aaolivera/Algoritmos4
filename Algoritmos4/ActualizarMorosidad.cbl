             organization is line sequential
             file status is fs-MOROSIDAD.

             select PLANES
             assign to dynamic WS-PATH-PLANES
             organization is line sequential
             file status is fs-PLANES.

             select ORDENAR
             assign to "WORKM.TMP"
             file status is fs-ORDENAR.

             select ESTADO
             assign to dynamic WS-PATH-ESTADO
             organization is line sequential
             file status is fs-ESTADO.

             select CONSORLIST
             assign to dynamic WS-PATH-CONSORLIST
             organization is line sequential
             file status is fs-CONSORLIST.

             select CONSOR
             assign to dynamic WS-PATH-CONSOR
             organization is line sequential
             file status is fs-CONSOR.

             select LOTE-ESTADO
             assign to dynamic WS-PATH-LOTE-ESTADO
             organization is line sequential
             file status is fs-LOTE-ESTADO.

             select CAMBIOS-MANUALES
             assign to dynamic WS-PATH-MANUAL
             organization is line sequential
             file status is fs-CAMBIOS-MANUALES.

        DATA division.
        file section.
        fd RESULTADOS.
             03 ULTIMO-PERIODO pic x(6).
             03 MARCA-SEGUIMIENTO pic x(1).

      *        --- planes de pago por consorcio (MantenerPlanes),
      *        ascendente por CUIT-CO ---
        fd PLANES.
        01 REG_PLAN.
             03 CUIT-CO pic 9(15).
             03 CANT-CUOTAS-PLAN pic 9(3).
             03 IMPORTE-CUOTA-PLAN pic 9(11).
             03 PERIODO-INICIO pic x(6).
             03 ESTADO-PLAN pic x(1).
             03 CUOTAS-PAGADAS pic 9(3).
             03 CUOTAS-IMPAGAS pic 9(3).
             03 SALDO-PLAN pic 9(13).
             03 ULTIMO-PERIODO-PLAN pic x(6).
             03 FECHA-ALTA-PLAN pic 9(8).
             03 FECHA-FIN-PLAN pic 9(8).

        sd ORDENAR.
        01 REG_ORDENAR.
             03 CUIT-CO pic 9(15).
             03 ULTIMO-PERIODO pic x(6).
             03 MARCA-SEGUIMIENTO pic x(1).

        fd ESTADO.
        01 REG_ESTADO.
             03 ESTADO_NUM pic 9(2).
             03 DESCRIP pic X(15).
             03 ESTADO-BAJA-FLAG pic x(01).
             03 TRANS-PERMITIDAS pic x(20).

        fd CONSORLIST.
        01 REG_CONSORLIST pic x(200).

        fd CONSOR.
        01 REG_CONSOR.
             03 CUIT-CO pic 9(15).
             03 FECHA-ALTA pic x(10).
             03 FECHA-BAJA pic x(10).
             03 ESTADO_NUM pic 9(2).
             03 NOMBRE-CONSORCIO pic x(30).
             03 TEL pic x(15).
             03 DIR pic x(30).

      *        --- lote de movimientos "M" para ModifConsorcio, uno por
      *        CONSOR de origen, encabezado por el registro "O" con la
      *        ruta de ese CONSOR ---
        fd LOTE-ESTADO.
        01 REG_LOTE-ESTADO.
             03 TIPO-MOVIM pic x(01).
             03 CUIT-CO pic 9(15).
             03 FECHA-BAJA pic x(10).
             03 ESTADO_NUM pic 9(2).
             03 NOMBRE-CONSORCIO pic x(30).
             03 TEL pic x(15).
             03 DIR pic x(30).
        01 REG_LOTE-ORIGEN.
             03 TIPO-MOVIM-ORIGEN pic x(01).
             03 PATH-ORIGEN-LOTE pic x(200).

        fd CAMBIOS-MANUALES.
        01 REG_CAMBIO-MANUAL pic x(132).

        working-storage section.
        01 fs-RESULTADOS pic xx.
             88 ok-RESULTADOS value "00".
        01 fs-MOROSIDAD pic xx.
             88 ok-MOROSIDAD value "00".
             88 eof-MOROSIDAD value "10".
        01 fs-PLANES pic xx.
             88 ok-PLANES value "00".
             88 eof-PLANES value "10".
        01 fs-ORDENAR pic xx.
             88 ok-ORDENAR value "00".
             88 eof-ORDENAR value "10".
        01 fs-ESTADO pic xx.
             88 ok-ESTADO value "00".
             88 eof-ESTADO value "10".
        01 fs-CONSORLIST pic xx.
             88 ok-CONSORLIST value "00".
             88 eof-CONSORLIST value "10".
        01 fs-CONSOR pic xx.
             88 ok-CONSOR value "00".
             88 eof-CONSOR value "10".
        01 fs-LOTE-ESTADO pic xx.
             88 ok-LOTE-ESTADO value "00".
        01 fs-CAMBIOS-MANUALES pic xx.
             88 ok-CAMBIOS-MANUALES value "00".

        01 WS-DIR-BASE pic x(150) value "C:\temp\".
        01 WS-PATH-RESULTADOS pic x(200) value spaces.
        01 WS-PATH-MOROSIDAD pic x(200) value spaces.
        01 WS-PATH-PLANES pic x(200) value spaces.
        01 WS-PATH-ESTADO pic x(200) value "C:\ESTADO.txt".
        01 WS-PATH-CONSORLIST pic x(200) value "C:\CONSORLIST.txt".
        01 WS-PATH-CONSOR pic x(200) value spaces.
        01 WS-PATH-LOTE-ESTADO pic x(200) value spaces.
        01 WS-PATH-MANUAL pic x(200) value spaces.
        01 WS-ENV-VAL pic x(200).
        01 WS-YYYY-MM-DD pic 9(8).
        01 WS-FECHA-ENV pic x(8).
      *        --- tope de rechazos consecutivos antes de excluir al
      *        consorcio de la presentacion y marcarlo a seguimiento ---
        01 LIMITE-RECHAZOS pic 9(2) value 3.
      *        --- cuotas de plan impagas que hacen caer el plan ---
        01 LIMITE-CUOTAS-PLAN pic 9(2) value 3.
        01 PARAM-INGRESADO pic x(2).
        01 PARAM-ES-VALIDO pic x.
        01 PARAM-ACUM pic 9(2).
                05 MOR-CONSECUTIVOS pic 9(2).
                05 MOR-ULT-PERIODO pic x(6).
                05 MOR-MARCA pic x(1).
                05 MOR-MARCA-ANT pic x(1).
        01 IDX-MOROSO pic 9(6).
        01 IDX-MOROSO-HALLADO pic 9(6).

      *        --- planes de pago en memoria, en el orden del archivo
      *        (ascendente por CUIT-CO); se regraban en el mismo orden
      *        con las cuotas cobradas o impagas del periodo ---
        01 WS-CANT-PLANES pic 9(6) value 0.
        01 HAY-PLANES pic x value "N".
        01 tablaPlanes.
            03 planItem OCCURS 1 TO 99999 TIMES
                DEPENDING ON WS-CANT-PLANES.
                05 PLN-CUIT pic 9(15).
                05 PLN-CANT-CUOTAS pic 9(3).
                05 PLN-CUOTA pic 9(11).
                05 PLN-INICIO pic x(6).
                05 PLN-ESTADO pic x(1).
                05 PLN-PAGADAS pic 9(3).
                05 PLN-IMPAGAS pic 9(3).
                05 PLN-SALDO pic 9(13).
                05 PLN-ULT-PERIODO pic x(6).
                05 PLN-FECHA-ALTA pic 9(8).
                05 PLN-FECHA-FIN pic 9(8).
        01 IDX-PLAN pic 9(7).
        01 IDX-PLAN-HALLADO pic 9(7).
        01 LIM-INF-PLAN pic 9(7).
        01 LIM-SUP-PLAN pic 9(7).
        01 CUOTA-PLAN-APLICA pic x.
        01 CUOTA-PLAN-PERIODO pic 9(11).
        01 IMPORTE-APLICAR pic 9(11).
        01 TOTAL-CUOTAS-COBRADAS pic 9(6) value 0.
        01 TOTAL-CUOTAS-IMPAGAS pic 9(6) value 0.
        01 TOTAL-PLANES-FINALIZADOS pic 9(6) value 0.
        01 TOTAL-PLANES-CAIDOS pic 9(6) value 0.

      *        --- envejecimiento de la deuda ---
        01 DEUDA-1-PERIODO pic 9(6) value 0.
        01 DEUDA-2-PERIODOS pic 9(6) value 0.
        01 HUBO-TITULO-SEGUIM pic x value "N".
        01 TOTAL-SEGUIMIENTO pic 9(6) value 0.

      *        --- cambios de estado derivados de la morosidad: los
      *        consorcios que entran a seguimiento en este run pasan al
      *        estado moroso y los que estan en ese estado sin deuda
      *        vuelven al estado activo (por omision 03 y 01) ---
        01 ESTADO-MOROSO pic 9(2) value 3.
        01 ESTADO-ACTIVO pic 9(2) value 1.
        01 ESTADO-DISPONIBLE pic x value "N".
        01 tablaEstado occurs 100 times.
            03 ESTADO_NUM pic 9(2).
            03 DESCRIP pic X(15).
            03 ESTADO-BAJA-FLAG pic x(01).
            03 TRANS-PERMITIDAS.
                05 TRANS-DESTINO pic x(2) occurs 10 times.
        01 indice pic 999.
        01 IDX-ESTADO-HALLADO pic 999.
        01 ESTADO-BUSCADO pic 9(2).
        01 ESTADO-NUEVO-X pic x(2).
        01 IDX-TRANS pic 99.
        01 TRANSICION-VALIDA pic x.

      *        --- fuentes CONSOR del maestro, como en Program1: las
      *        de CONSORLIST ("nnn ruta" o "ruta") o las historicas ---
        01 fuentesConsor.
            03 FUENTE-PATH pic x(200) occurs 5 times.
        01 CANT-FUENTES pic 9 value 0.
        01 IDX-FUENTE pic 9.

        01 CANT-CAMBIOS pic 9(4) value 0.
        01 tablaCambios.
            03 cambioItem OCCURS 1 TO 9999 TIMES
                DEPENDING ON CANT-CAMBIOS.
                05 CAM-CUIT pic 9(15).
      *            --- "I" ingreso al estado moroso, "R" regreso al
      *            estado activo ---
                05 CAM-TIPO pic x(1).
                05 CAM-FUENTE pic 9(1).
                05 CAM-APARICIONES pic 9(2).
                05 CAM-ESTADO-ACT pic 9(2).
                05 CAM-ESTADO-NUEVO pic 9(2).
      *            --- "L" al lote, "M" a tratamiento manual, "Y" ya
      *            esta en el estado pedido ---
                05 CAM-RESULTADO pic x(1).
                05 CAM-MOTIVO pic x(50).
        01 IDX-CAMBIO pic 9(4).
        01 IDX-CAMBIO-HALLADO pic 9(4).
        01 CUIT-BUSCADO pic 9(15).
        01 TIPO-CAMBIO pic x.
        01 CANT-EN-LOTE pic 9(4).
        01 HUBO-TITULO-MANUAL pic x value "N".
        01 LINEA-MANUAL.
            03 LMA-CUIT pic 9(15).
            03 filler pic x(2) value spaces.
            03 LMA-TIPO pic x(16).
            03 filler pic x(2) value spaces.
            03 LMA-ESTADO-ACT pic x(2).
            03 filler pic x(7) value spaces.
            03 LMA-ESTADO-NUEVO pic x(2).
            03 filler pic x(9) value spaces.
            03 LMA-MOTIVO pic x(50).
        01 TOTAL-PASAN-A-MOROSO pic 9(6) value 0.
        01 TOTAL-VUELVEN-A-ACTIVO pic 9(6) value 0.
        01 TOTAL-CAMBIOS-MANUALES pic 9(6) value 0.

        01 TOTAL-RECHAZOS-APLICADOS pic 9(6) value 0.
        01 TOTAL-PAGOS-APLICADOS pic 9(6) value 0.

      *        consecutivos el consorcio queda marcado a seguimiento
      *        manual, y DebitosExpensas lo excluye de la proxima
      *        presentacion en lugar de volver a mandarlo al banco.
      *        Si el consorcio tiene un plan de pagos vigente, el primer
      *        resultado del periodo trae la cuota del plan: cobrado,
      *        baja la deuda y el saldo del plan; rechazado, cuenta una
      *        cuota impaga y al llegar al limite el plan se cae.
      *        Emite ademas el reporte de envejecimiento (1, 2 y 3 o
      *        mas periodos adeudados).
      *        Por ultimo arma, por cada CONSOR de origen, un lote de
      *        ModifConsorcio que pasa al estado moroso a los consorcios
      *        que entraron a seguimiento en este run y devuelve al
      *        estado activo a los que estan en el estado moroso sin
      *        deuda; cada cambio se valida contra TRANS-PERMITIDAS de
      *        ESTADO y los que no se pueden ubicar o no estan
      *        permitidos se listan para su tratamiento manual.
      *        ---------------------------------------------------------
        PROCEDURE division.
           perform leerParametros.
           perform cargarMorosidad.
           perform cargarPlanes.
           perform aplicarResultados.
           if COD-RETORNO >= 8
               move COD-RETORNO to RETURN-CODE
               ON ASCENDING CUIT-CO of REG_ORDENAR
           input procedure is liberarMorosidad
           output procedure is grabarMorosidad.
           if HAY-PLANES = "S"
               perform grabarPlanes
           end-if.

           perform informarEnvejecimiento.
           perform informarSeguimiento.
           if COD-RETORNO < 8
               perform armarCambiosDeEstado
           end-if.

           display " ".
           display "Total de rechazos aplicados: "
               TOTAL-PAGOS-APLICADOS.
           display "Total de consorcios en seguimiento manual: "
               TOTAL-SEGUIMIENTO.
           display "Total de cuotas de plan cobradas: "
               TOTAL-CUOTAS-COBRADAS.
           display "Total de cuotas de plan impagas: "
               TOTAL-CUOTAS-IMPAGAS.
           display "Total de planes finalizados: "
               TOTAL-PLANES-FINALIZADOS.
           display "Total de planes caidos: " TOTAL-PLANES-CAIDOS.
           display "Total de pases al estado moroso: "
               TOTAL-PASAN-A-MOROSO.
           display "Total de regresos al estado activo: "
               TOTAL-VUELVEN-A-ACTIVO.
           display "Total de cambios de estado a tratamiento manual: "
               TOTAL-CAMBIOS-MANUALES.

           if COD-RETORNO < 4 and TOTAL-SEGUIMIENTO > 0
               move 4 to COD-RETORNO
           end-if.
           if COD-RETORNO < 4 and TOTAL-CAMBIOS-MANUALES > 0
               move 4 to COD-RETORNO
           end-if.
           move COD-RETORNO to RETURN-CODE.
        goback.

      *        ---------------------------------------------------------
      *        Parametros del run: directorio base, periodo, ruta del
      *        libro de morosidad, limite de rechazos consecutivos y
      *        de cuotas de plan impagas, estados moroso y activo y
      *        rutas de ESTADO, CONSORLIST y del listado manual
      *        ---------------------------------------------------------
        leerParametros.
           accept WS-ENV-VAL from environment "MOROSIDAD_DIR".
               move PARAM-ACUM to LIMITE-RECHAZOS
           end-if.

           accept WS-ENV-VAL from environment "MOROSIDAD_PLANES".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-PLANES
           else
               string WS-DIR-BASE delimited by spaces
                      "PLANES.txt" delimited by size
                      into WS-PATH-PLANES
           end-if.

           move spaces to PARAM-INGRESADO.
           accept PARAM-INGRESADO
               from environment "MOROSIDAD_CUOTAS_PLAN".
           perform normalizarParametro.
           if PARAM-ES-VALIDO = "S" and PARAM-ACUM > 0
               move PARAM-ACUM to LIMITE-CUOTAS-PLAN
           end-if.

           move spaces to PARAM-INGRESADO.
           accept PARAM-INGRESADO
               from environment "MOROSIDAD_ESTADO_MOROSO".
           perform normalizarParametro.
           if PARAM-ES-VALIDO = "S" and PARAM-ACUM > 0
               move PARAM-ACUM to ESTADO-MOROSO
           end-if.

           move spaces to PARAM-INGRESADO.
           accept PARAM-INGRESADO
               from environment "MOROSIDAD_ESTADO_ACTIVO".
           perform normalizarParametro.
           if PARAM-ES-VALIDO = "S" and PARAM-ACUM > 0
               move PARAM-ACUM to ESTADO-ACTIVO
           end-if.

           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "MOROSIDAD_ESTADO".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-ESTADO
           end-if.

           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "MOROSIDAD_CONSORLIST".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-CONSORLIST
           end-if.

           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "MOROSIDAD_MANUAL".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-MANUAL
           else
               string WS-DIR-BASE delimited by spaces
                      "CAMBIOS-ESTADO-MANUAL_" delimited by size
                      WS-YYYY-MM-DD delimited by size
                      ".txt" delimited by size
                      into WS-PATH-MANUAL
           end-if.

        normalizarParametro.
           if PARAM-INGRESADO = spaces
               move "N" to PARAM-ES-VALIDO
                   to MOR-ULT-PERIODO(WS-CANT-MOROSOS)
               move MARCA-SEGUIMIENTO of REG_MOROSIDAD
                   to MOR-MARCA(WS-CANT-MOROSOS)
               move MARCA-SEGUIMIENTO of REG_MOROSIDAD
                   to MOR-MARCA-ANT(WS-CANT-MOROSOS)
           end-if.
           read MOROSIDAD end-read.

      *        ---------------------------------------------------------
      *        Carga los planes de pago; sin archivo no hay planes que
      *        actualizar ni archivo que regrabar
      *        ---------------------------------------------------------
        cargarPlanes.
           move 0 to WS-CANT-PLANES.
           open input PLANES.
           if ok-PLANES
               move "S" to HAY-PLANES
               read PLANES end-read
               perform cargarUnPlan until eof-PLANES
               close PLANES
           end-if.

        cargarUnPlan.
           if WS-CANT-PLANES < 99999
               add 1 to WS-CANT-PLANES
               move CUIT-CO of REG_PLAN to PLN-CUIT(WS-CANT-PLANES)
               move CANT-CUOTAS-PLAN of REG_PLAN
                   to PLN-CANT-CUOTAS(WS-CANT-PLANES)
               move IMPORTE-CUOTA-PLAN of REG_PLAN
                   to PLN-CUOTA(WS-CANT-PLANES)
               move PERIODO-INICIO of REG_PLAN
                   to PLN-INICIO(WS-CANT-PLANES)
               move ESTADO-PLAN of REG_PLAN
                   to PLN-ESTADO(WS-CANT-PLANES)
               move CUOTAS-PAGADAS of REG_PLAN
                   to PLN-PAGADAS(WS-CANT-PLANES)
               move CUOTAS-IMPAGAS of REG_PLAN
                   to PLN-IMPAGAS(WS-CANT-PLANES)
               move SALDO-PLAN of REG_PLAN
                   to PLN-SALDO(WS-CANT-PLANES)
               move ULTIMO-PERIODO-PLAN of REG_PLAN
                   to PLN-ULT-PERIODO(WS-CANT-PLANES)
               move FECHA-ALTA-PLAN of REG_PLAN
                   to PLN-FECHA-ALTA(WS-CANT-PLANES)
               move FECHA-FIN-PLAN of REG_PLAN
                   to PLN-FECHA-FIN(WS-CANT-PLANES)
           end-if.
           read PLANES end-read.

        buscarMoroso.
           move 0 to IDX-MOROSO-HALLADO.
           move 1 to IDX-MOROSO.
        aplicarUnResultado.
           if CUIT-CO of REG_RESULTADO > 0
               perform buscarMoroso
               perform buscarPlan
               move IMPORTE of REG_RESULTADO to IMPORTE-APLICAR
               move "N" to CUOTA-PLAN-APLICA
               if IDX-PLAN-HALLADO > 0
                   if PLN-INICIO(IDX-PLAN-HALLADO)
                       <= PERIODO of REG_RESULTADO
                       and PLN-ULT-PERIODO(IDX-PLAN-HALLADO)
                       <> PERIODO of REG_RESULTADO
                       move "S" to CUOTA-PLAN-APLICA
                   end-if
               end-if
               if RESULTADO of REG_RESULTADO = "00"
                   if CUOTA-PLAN-APLICA = "S"
                       perform cobrarCuotaPlan
                   else
                       perform aplicarCobro
                   end-if
               else
                   if CUOTA-PLAN-APLICA = "S"
                       perform rechazarCuotaPlan
                   end-if
                   perform aplicarRechazo
               end-if
               if IDX-PLAN-HALLADO > 0
                   perform ajustarSaldoPlan
               end-if
           end-if.
           read RESULTADOS end-read.

      *        ---------------------------------------------------------
      *        Busqueda binaria del plan vigente del CUIT del resultado
      *        ---------------------------------------------------------
        buscarPlan.
           move 0 to IDX-PLAN-HALLADO.
           move 1 to LIM-INF-PLAN.
           move WS-CANT-PLANES to LIM-SUP-PLAN.
           perform buscarUnPlan
               until LIM-INF-PLAN > LIM-SUP-PLAN
               or IDX-PLAN-HALLADO > 0.
           if IDX-PLAN-HALLADO > 0
               if PLN-ESTADO(IDX-PLAN-HALLADO) <> "V"
                   move 0 to IDX-PLAN-HALLADO
               end-if
           end-if.

        buscarUnPlan.
           compute IDX-PLAN = (LIM-INF-PLAN + LIM-SUP-PLAN) / 2.
           if PLN-CUIT(IDX-PLAN) = CUIT-CO of REG_RESULTADO
               move IDX-PLAN to IDX-PLAN-HALLADO
           else
               if PLN-CUIT(IDX-PLAN) < CUIT-CO of REG_RESULTADO
                   compute LIM-INF-PLAN = IDX-PLAN + 1
               else
                   compute LIM-SUP-PLAN = IDX-PLAN - 1
               end-if
           end-if.

      *        ---------------------------------------------------------
      *        La cuota del periodo es la del plan, salvo la ultima,
      *        que se ajusta al saldo (igual que en DebitosExpensas)
      *        ---------------------------------------------------------
        calcularCuotaPlan.
           if PLN-CUOTA(IDX-PLAN-HALLADO) < PLN-SALDO(IDX-PLAN-HALLADO)
               move PLN-CUOTA(IDX-PLAN-HALLADO) to CUOTA-PLAN-PERIODO
           else
               move PLN-SALDO(IDX-PLAN-HALLADO) to CUOTA-PLAN-PERIODO
           end-if.

      *        ---------------------------------------------------------
      *        Debito cobrado con cuota de plan: la cuota baja la deuda
      *        del libro y el saldo del plan; la cuota mensual que viaja
      *        en el mismo debito no toca la deuda atrasada
      *        ---------------------------------------------------------
        cobrarCuotaPlan.
           add 1 to TOTAL-PAGOS-APLICADOS.
           add 1 to TOTAL-CUOTAS-COBRADAS.
           move PERIODO of REG_RESULTADO
               to PLN-ULT-PERIODO(IDX-PLAN-HALLADO).
           perform calcularCuotaPlan.
           subtract CUOTA-PLAN-PERIODO
               from PLN-SALDO(IDX-PLAN-HALLADO).
           add 1 to PLN-PAGADAS(IDX-PLAN-HALLADO).
           if IDX-MOROSO-HALLADO > 0
               move 0 to MOR-CONSECUTIVOS(IDX-MOROSO-HALLADO)
               if CUOTA-PLAN-PERIODO
                   >= MOR-IMPORTE(IDX-MOROSO-HALLADO)
                   move 0 to MOR-IMPORTE(IDX-MOROSO-HALLADO)
               else
                   subtract CUOTA-PLAN-PERIODO
                       from MOR-IMPORTE(IDX-MOROSO-HALLADO)
               end-if
           end-if.
           if PLN-PAGADAS(IDX-PLAN-HALLADO)
               >= PLN-CANT-CUOTAS(IDX-PLAN-HALLADO)
               perform finalizarPlan
           end-if.

      *        ---------------------------------------------------------
      *        Debito rechazado con cuota de plan: cuenta una cuota
      *        impaga (la cuota ya esta en la deuda del libro, solo se
      *        suma la cuota mensual) y al llegar al limite
      *        parametrizado el plan se cae y el consorcio vuelve al
      *        seguimiento
      *        ---------------------------------------------------------
        rechazarCuotaPlan.
           add 1 to TOTAL-CUOTAS-IMPAGAS.
           move PERIODO of REG_RESULTADO
               to PLN-ULT-PERIODO(IDX-PLAN-HALLADO).
           perform calcularCuotaPlan.
           if IMPORTE of REG_RESULTADO > CUOTA-PLAN-PERIODO
               compute IMPORTE-APLICAR
                   = IMPORTE of REG_RESULTADO - CUOTA-PLAN-PERIODO
           else
               move 0 to IMPORTE-APLICAR
           end-if.
           add 1 to PLN-IMPAGAS(IDX-PLAN-HALLADO).
           if PLN-IMPAGAS(IDX-PLAN-HALLADO) >= LIMITE-CUOTAS-PLAN
               move "D" to PLN-ESTADO(IDX-PLAN-HALLADO)
               move WS-YYYY-MM-DD to PLN-FECHA-FIN(IDX-PLAN-HALLADO)
               add 1 to TOTAL-PLANES-CAIDOS
               display "PLAN CAIDO POR CUOTAS IMPAGAS: CUIT "
                   PLN-CUIT(IDX-PLAN-HALLADO) " impagas "
                   PLN-IMPAGAS(IDX-PLAN-HALLADO) "."
           end-if.

      *        ---------------------------------------------------------
      *        El saldo del plan nunca supera la deuda del libro (una
      *        re-presentacion cobrada tambien la baja); con la deuda
      *        saldada el plan se da por finalizado
      *        ---------------------------------------------------------
        ajustarSaldoPlan.
           if PLN-ESTADO(IDX-PLAN-HALLADO) = "V"
               and IDX-MOROSO-HALLADO > 0
               if PLN-SALDO(IDX-PLAN-HALLADO)
                   > MOR-IMPORTE(IDX-MOROSO-HALLADO)
                   move MOR-IMPORTE(IDX-MOROSO-HALLADO)
                       to PLN-SALDO(IDX-PLAN-HALLADO)
               end-if
               if PLN-SALDO(IDX-PLAN-HALLADO) = 0
                   perform finalizarPlan
               end-if
           end-if.

        finalizarPlan.
           move "F" to PLN-ESTADO(IDX-PLAN-HALLADO).
           move WS-YYYY-MM-DD to PLN-FECHA-FIN(IDX-PLAN-HALLADO).
           add 1 to TOTAL-PLANES-FINALIZADOS.
           if IDX-MOROSO-HALLADO > 0
               if MOR-IMPORTE(IDX-MOROSO-HALLADO) = 0
                   move 0 to MOR-PERIODOS(IDX-MOROSO-HALLADO)
                   move "N" to MOR-MARCA(IDX-MOROSO-HALLADO)
               end-if
           end-if.
           display "PLAN FINALIZADO: CUIT " PLN-CUIT(IDX-PLAN-HALLADO)
               " cuotas pagadas " PLN-PAGADAS(IDX-PLAN-HALLADO) ".".

      *        ---------------------------------------------------------
      *        Un debito cobrado corta la racha de rechazos y, si el
      *        consorcio arrastraba deuda (un rechazo re-presentado
                   move 0 to MOR-CONSECUTIVOS(IDX-MOROSO-HALLADO)
                   move spaces to MOR-ULT-PERIODO(IDX-MOROSO-HALLADO)
                   move "N" to MOR-MARCA(IDX-MOROSO-HALLADO)
                   move "N" to MOR-MARCA-ANT(IDX-MOROSO-HALLADO)
               else
                   display "ADVERTENCIA: el libro de morosidad esta "
                   "completo; el CUIT " CUIT-CO of REG_RESULTADO
               end-if
           end-if.
           if IDX-MOROSO-HALLADO > 0
               add IMPORTE-APLICAR
                   to MOR-IMPORTE(IDX-MOROSO-HALLADO)
               if MOR-ULT-PERIODO(IDX-MOROSO-HALLADO)
                   <> PERIODO of REG_RESULTADO
                   fs-MOROSIDAD ")."
               move 8 to COD-RETORNO
           else
               RETURN ORDENAR AT END CONTINUE END-RETURN
               perform grabarUnMoroso until eof-ORDENAR
               close MOROSIDAD
           end-if.
           write REG_MOROSIDAD.
           RETURN ORDENAR AT END CONTINUE.

      *        ---------------------------------------------------------
      *        Regraba los planes en el orden en que se cargaron
      *        ---------------------------------------------------------
        grabarPlanes.
           open output PLANES.
           if not ok-PLANES
               display "ERROR: no se pudo regrabar PLANES ("
                   fs-PLANES ")."
               move 8 to COD-RETORNO
           else
               move 1 to IDX-PLAN
               perform grabarUnPlan until IDX-PLAN > WS-CANT-PLANES
               close PLANES
           end-if.

        grabarUnPlan.
           move PLN-CUIT(IDX-PLAN) to CUIT-CO of REG_PLAN.
           move PLN-CANT-CUOTAS(IDX-PLAN)
               to CANT-CUOTAS-PLAN of REG_PLAN.
           move PLN-CUOTA(IDX-PLAN) to IMPORTE-CUOTA-PLAN of REG_PLAN.
           move PLN-INICIO(IDX-PLAN) to PERIODO-INICIO of REG_PLAN.
           move PLN-ESTADO(IDX-PLAN) to ESTADO-PLAN of REG_PLAN.
           move PLN-PAGADAS(IDX-PLAN) to CUOTAS-PAGADAS of REG_PLAN.
           move PLN-IMPAGAS(IDX-PLAN) to CUOTAS-IMPAGAS of REG_PLAN.
           move PLN-SALDO(IDX-PLAN) to SALDO-PLAN of REG_PLAN.
           move PLN-ULT-PERIODO(IDX-PLAN)
               to ULTIMO-PERIODO-PLAN of REG_PLAN.
           move PLN-FECHA-ALTA(IDX-PLAN) to FECHA-ALTA-PLAN of REG_PLAN.
           move PLN-FECHA-FIN(IDX-PLAN) to FECHA-FIN-PLAN of REG_PLAN.
           write REG_PLAN.
           add 1 to IDX-PLAN.

      *        ---------------------------------------------------------
      *        Reporte de envejecimiento de la deuda (1, 2 y 3 o mas
      *        periodos adeudados)
           end-if.
           add 1 to IDX-MOROSO.

      *        ---------------------------------------------------------
      *        Cambios de estado derivados de la morosidad: junta los
      *        candidatos, los ubica en su CONSOR de origen, los valida
      *        contra ESTADO y graba un lote por CONSOR y el listado de
      *        los que quedan para tratamiento manual
      *        ---------------------------------------------------------
        armarCambiosDeEstado.
           perform cargarEstado.
           perform leerConsorList.
           move 0 to CANT-CAMBIOS.
           move 1 to IDX-MOROSO.
           perform agregarNuevoSeguimiento
               until IDX-MOROSO > WS-CANT-MOROSOS.
           move 1 to IDX-FUENTE.
           perform recorrerUnConsor until IDX-FUENTE > CANT-FUENTES.
           move 1 to IDX-CAMBIO.
           perform validarUnCambio until IDX-CAMBIO > CANT-CAMBIOS.
           move 1 to IDX-FUENTE.
           perform grabarLoteFuente until IDX-FUENTE > CANT-FUENTES.
           perform listarCambiosManuales.

        cargarEstado.
           open input ESTADO.
           if not ok-ESTADO
               display "ADVERTENCIA: no se pudo abrir ESTADO ("
                   fs-ESTADO "); los cambios de estado quedan para "
                   "tratamiento manual."
           else
               move "S" to ESTADO-DISPONIBLE
               read ESTADO end-read
               move 1 to indice
               perform leerESTADO until eof-ESTADO or indice > 100
               if not eof-ESTADO
                   display "ADVERTENCIA: ESTADO.txt tiene mas de 100 "
                   "estados definidos; los restantes no se cargaron."
               end-if
               close ESTADO
           end-if.

        leerESTADO.
           move REG_ESTADO to tablaEstado(indice).
           add 1 to indice.
           read ESTADO end-read.

        buscarEstado.
           move 1 to indice.
           move 0 to IDX-ESTADO-HALLADO.
           perform buscarUnEstado until indice > 100
               or IDX-ESTADO-HALLADO > 0.

        buscarUnEstado.
           if ESTADO_NUM of tablaEstado(indice) = ESTADO-BUSCADO
               move indice to IDX-ESTADO-HALLADO
           end-if.
           add 1 to indice.

      *        ---------------------------------------------------------
      *        Fuentes CONSOR: las de CONSORLIST, con o sin el codigo de
      *        administracion delante; sin lista, las tres historicas
      *        ---------------------------------------------------------
        leerConsorList.
           move 0 to CANT-FUENTES.
           open input CONSORLIST.
           if ok-CONSORLIST
               read CONSORLIST end-read
               perform leerUnaFuenteConsor
                   until eof-CONSORLIST or CANT-FUENTES > 4
               if not eof-CONSORLIST
                   display "ADVERTENCIA: CONSORLIST tiene mas de 5 "
                   "fuentes definidas; las restantes no se cargaron."
               end-if
               close CONSORLIST
           end-if.
           if CANT-FUENTES = 0
               move "C:\CONSOR-1.txt" to FUENTE-PATH(1)
               move "C:\CONSOR-2.txt" to FUENTE-PATH(2)
               move "C:\CONSOR-3.txt" to FUENTE-PATH(3)
               move 3 to CANT-FUENTES
           end-if.

        leerUnaFuenteConsor.
           if REG_CONSORLIST not = spaces
               add 1 to CANT-FUENTES
               if REG_CONSORLIST(1:3) is numeric
                   and REG_CONSORLIST(4:1) = space
                   move REG_CONSORLIST(5:196)
                       to FUENTE-PATH(CANT-FUENTES)
               else
                   move REG_CONSORLIST to FUENTE-PATH(CANT-FUENTES)
               end-if
           end-if.
           read CONSORLIST end-read.

      *        ---------------------------------------------------------
      *        Consorcio que entro a seguimiento en este run: pasa al
      *        estado moroso
      *        ---------------------------------------------------------
        agregarNuevoSeguimiento.
           if MOR-MARCA(IDX-MOROSO) = "S"
               and MOR-MARCA-ANT(IDX-MOROSO) <> "S"
               move MOR-CUIT(IDX-MOROSO) to CUIT-BUSCADO
               move "I" to TIPO-CAMBIO
               move ESTADO-MOROSO to ESTADO-BUSCADO
               perform agregarCambio
           end-if.
           add 1 to IDX-MOROSO.

        agregarCambio.
           if CANT-CAMBIOS < 9999
               add 1 to CANT-CAMBIOS
               move CUIT-BUSCADO to CAM-CUIT(CANT-CAMBIOS)
               move TIPO-CAMBIO to CAM-TIPO(CANT-CAMBIOS)
               move 0 to CAM-FUENTE(CANT-CAMBIOS)
               move 0 to CAM-APARICIONES(CANT-CAMBIOS)
               move 0 to CAM-ESTADO-ACT(CANT-CAMBIOS)
               move ESTADO-BUSCADO to CAM-ESTADO-NUEVO(CANT-CAMBIOS)
               move space to CAM-RESULTADO(CANT-CAMBIOS)
               move spaces to CAM-MOTIVO(CANT-CAMBIOS)
           else
               display "ADVERTENCIA: demasiados cambios de estado; el "
               "CUIT " CUIT-BUSCADO " no se incluyo en el lote."
               if COD-RETORNO < 4
                   move 4 to COD-RETORNO
               end-if
           end-if.

      *        ---------------------------------------------------------
      *        Recorre un CONSOR de origen: ubica a los candidatos y
      *        suma los consorcios en estado moroso que ya no tienen
      *        deuda en el libro
      *        ---------------------------------------------------------
        recorrerUnConsor.
           move FUENTE-PATH(IDX-FUENTE) to WS-PATH-CONSOR.
           open input CONSOR.
           if ok-CONSOR
               read CONSOR end-read
               perform cruzarUnConsorcio until eof-CONSOR
               close CONSOR
           else
               display "ADVERTENCIA: no se pudo abrir el CONSOR ("
                   fs-CONSOR ") " WS-PATH-CONSOR
               if COD-RETORNO < 4
                   move 4 to COD-RETORNO
               end-if
           end-if.
           add 1 to IDX-FUENTE.

        cruzarUnConsorcio.
           move CUIT-CO of REG_CONSOR to CUIT-BUSCADO.
           perform buscarCambio.
           if IDX-CAMBIO-HALLADO = 0
               and ESTADO_NUM of REG_CONSOR = ESTADO-MOROSO
               perform buscarMorosoPorCuit
               if IDX-MOROSO-HALLADO = 0
                   move "R" to TIPO-CAMBIO
                   move ESTADO-ACTIVO to ESTADO-BUSCADO
                   perform agregarCambio
                   move CANT-CAMBIOS to IDX-CAMBIO-HALLADO
               else
                   if MOR-IMPORTE(IDX-MOROSO-HALLADO) = 0
                       move "R" to TIPO-CAMBIO
                       move ESTADO-ACTIVO to ESTADO-BUSCADO
                       perform agregarCambio
                       move CANT-CAMBIOS to IDX-CAMBIO-HALLADO
                   end-if
               end-if
           end-if.
           if IDX-CAMBIO-HALLADO > 0
               add 1 to CAM-APARICIONES(IDX-CAMBIO-HALLADO)
               if CAM-APARICIONES(IDX-CAMBIO-HALLADO) = 1
                   move IDX-FUENTE to CAM-FUENTE(IDX-CAMBIO-HALLADO)
                   move ESTADO_NUM of REG_CONSOR
                       to CAM-ESTADO-ACT(IDX-CAMBIO-HALLADO)
               end-if
           end-if.
           read CONSOR end-read.

        buscarCambio.
           move 0 to IDX-CAMBIO-HALLADO.
           move 1 to IDX-CAMBIO.
           perform buscarUnCambio until IDX-CAMBIO > CANT-CAMBIOS
               or IDX-CAMBIO-HALLADO > 0.

        buscarUnCambio.
           if CAM-CUIT(IDX-CAMBIO) = CUIT-BUSCADO
               move IDX-CAMBIO to IDX-CAMBIO-HALLADO
           end-if.
           add 1 to IDX-CAMBIO.

        buscarMorosoPorCuit.
           move 0 to IDX-MOROSO-HALLADO.
           move 1 to IDX-MOROSO.
           perform buscarUnMorosoPorCuit
               until IDX-MOROSO > WS-CANT-MOROSOS
               or IDX-MOROSO-HALLADO > 0.

        buscarUnMorosoPorCuit.
           if MOR-CUIT(IDX-MOROSO) = CUIT-BUSCADO
               move IDX-MOROSO to IDX-MOROSO-HALLADO
           end-if.
           add 1 to IDX-MOROSO.

      *        ---------------------------------------------------------
      *        Un cambio va al lote si el consorcio figura en un solo
      *        CONSOR y la transicion de su estado actual al pedido
      *        esta permitida en ESTADO (lista de estados destino de 2
      *        digitos; en blanco = sin restriccion), la misma regla
      *        con que Program1 valida el CONSOR al dia siguiente
      *        ---------------------------------------------------------
        validarUnCambio.
           move "L" to CAM-RESULTADO(IDX-CAMBIO).
           evaluate true
               when CAM-APARICIONES(IDX-CAMBIO) = 0
                   move "M" to CAM-RESULTADO(IDX-CAMBIO)
                   move "no figura en ningun CONSOR de CONSORLIST"
                       to CAM-MOTIVO(IDX-CAMBIO)
               when CAM-APARICIONES(IDX-CAMBIO) > 1
                   move "M" to CAM-RESULTADO(IDX-CAMBIO)
                   move "figura en mas de un CONSOR de CONSORLIST"
                       to CAM-MOTIVO(IDX-CAMBIO)
               when CAM-ESTADO-ACT(IDX-CAMBIO)
                   = CAM-ESTADO-NUEVO(IDX-CAMBIO)
                   move "Y" to CAM-RESULTADO(IDX-CAMBIO)
               when ESTADO-DISPONIBLE = "N"
                   move "M" to CAM-RESULTADO(IDX-CAMBIO)
                   move "no se pudo leer la tabla ESTADO"
                       to CAM-MOTIVO(IDX-CAMBIO)
               when other
                   perform validarTransicionCambio
           end-evaluate.
           if CAM-RESULTADO(IDX-CAMBIO) = "M"
               add 1 to TOTAL-CAMBIOS-MANUALES
           end-if.
           add 1 to IDX-CAMBIO.

        validarTransicionCambio.
           move CAM-ESTADO-NUEVO(IDX-CAMBIO) to ESTADO-BUSCADO.
           perform buscarEstado.
           if IDX-ESTADO-HALLADO = 0
               move "M" to CAM-RESULTADO(IDX-CAMBIO)
               move "el estado pedido no existe en ESTADO"
                   to CAM-MOTIVO(IDX-CAMBIO)
           else
               move CAM-ESTADO-ACT(IDX-CAMBIO) to ESTADO-BUSCADO
               perform buscarEstado
               if IDX-ESTADO-HALLADO = 0
                   move "M" to CAM-RESULTADO(IDX-CAMBIO)
                   move "el estado actual no existe en ESTADO"
                       to CAM-MOTIVO(IDX-CAMBIO)
               else
                   if TRANS-PERMITIDAS of
                       tablaEstado(IDX-ESTADO-HALLADO) not = spaces
                       move CAM-ESTADO-NUEVO(IDX-CAMBIO)
                           to ESTADO-NUEVO-X
                       move "N" to TRANSICION-VALIDA
                       move 1 to IDX-TRANS
                       perform buscarUnaTransicion
                           until IDX-TRANS > 10
                           or TRANSICION-VALIDA = "S"
                       if TRANSICION-VALIDA = "N"
                           move "M" to CAM-RESULTADO(IDX-CAMBIO)
                           move "transicion no permitida en ESTADO"
                               to CAM-MOTIVO(IDX-CAMBIO)
                       end-if
                   end-if
               end-if
           end-if.

        buscarUnaTransicion.
           if TRANS-DESTINO of
               tablaEstado(IDX-ESTADO-HALLADO, IDX-TRANS)
               = ESTADO-NUEVO-X
               move "S" to TRANSICION-VALIDA
           end-if.
           add 1 to IDX-TRANS.

      *        ---------------------------------------------------------
      *        Lote de ModifConsorcio de un CONSOR de origen; solo se
      *        graba si tiene movimientos
      *        ---------------------------------------------------------
        grabarLoteFuente.
           move 0 to CANT-EN-LOTE.
           move 1 to IDX-CAMBIO.
           perform contarUnCambioFuente until IDX-CAMBIO > CANT-CAMBIOS.
           if CANT-EN-LOTE > 0
               move spaces to WS-PATH-LOTE-ESTADO
               string WS-DIR-BASE delimited by spaces
                      "MODIF-MOROSIDAD-" delimited by size
                      IDX-FUENTE delimited by size
                      "_" delimited by size
                      WS-YYYY-MM-DD delimited by size
                      ".txt" delimited by size
                      into WS-PATH-LOTE-ESTADO
               open output LOTE-ESTADO
               if not ok-LOTE-ESTADO
                   display "ERROR: no se pudo grabar el lote de "
                   "cambios de estado (" fs-LOTE-ESTADO ") "
                   WS-PATH-LOTE-ESTADO
                   move 8 to COD-RETORNO
               else
                   move spaces to REG_LOTE-ORIGEN
                   move "O" to TIPO-MOVIM-ORIGEN
                   move FUENTE-PATH(IDX-FUENTE) to PATH-ORIGEN-LOTE
                   write REG_LOTE-ORIGEN
                   move 1 to IDX-CAMBIO
                   perform grabarUnCambioLote
                       until IDX-CAMBIO > CANT-CAMBIOS
                   close LOTE-ESTADO
                   display "Lote de cambios de estado: "
                       WS-PATH-LOTE-ESTADO
                   display "   CONSOR de origen: "
                       FUENTE-PATH(IDX-FUENTE)
                   display "   Movimientos: " CANT-EN-LOTE
               end-if
           end-if.
           add 1 to IDX-FUENTE.

        contarUnCambioFuente.
           if CAM-RESULTADO(IDX-CAMBIO) = "L"
               and CAM-FUENTE(IDX-CAMBIO) = IDX-FUENTE
               add 1 to CANT-EN-LOTE
           end-if.
           add 1 to IDX-CAMBIO.

        grabarUnCambioLote.
           if CAM-RESULTADO(IDX-CAMBIO) = "L"
               and CAM-FUENTE(IDX-CAMBIO) = IDX-FUENTE
               move spaces to REG_LOTE-ESTADO
               move "M" to TIPO-MOVIM of REG_LOTE-ESTADO
               move CAM-CUIT(IDX-CAMBIO) to CUIT-CO of REG_LOTE-ESTADO
               move CAM-ESTADO-NUEVO(IDX-CAMBIO)
                   to ESTADO_NUM of REG_LOTE-ESTADO
               write REG_LOTE-ESTADO
               if CAM-TIPO(IDX-CAMBIO) = "I"
                   add 1 to TOTAL-PASAN-A-MOROSO
               else
                   add 1 to TOTAL-VUELVEN-A-ACTIVO
               end-if
           end-if.
           add 1 to IDX-CAMBIO.

      *        ---------------------------------------------------------
      *        Cambios de estado que no se pueden aplicar por lote: se
      *        listan y se graban para que se resuelvan a mano
      *        ---------------------------------------------------------
        listarCambiosManuales.
           if TOTAL-CAMBIOS-MANUALES > 0
               open output CAMBIOS-MANUALES
               if not ok-CAMBIOS-MANUALES
                   display "ADVERTENCIA: no se pudo grabar el listado "
                   "de cambios manuales (" fs-CAMBIOS-MANUALES ") "
                   WS-PATH-MANUAL
               end-if
               move 1 to IDX-CAMBIO
               perform listarUnCambioManual
                   until IDX-CAMBIO > CANT-CAMBIOS
               if ok-CAMBIOS-MANUALES
                   close CAMBIOS-MANUALES
               end-if
           end-if.

        listarUnCambioManual.
           if CAM-RESULTADO(IDX-CAMBIO) = "M"
               if HUBO-TITULO-MANUAL = "N"
                   display " "
                   display "CAMBIOS DE ESTADO PARA TRATAMIENTO MANUAL"
                   display "CUIT-CONS        CAMBIO            "
                   "EST-ACT  EST-NUEVO  MOTIVO"
                   move "S" to HUBO-TITULO-MANUAL
               end-if
               move CAM-CUIT(IDX-CAMBIO) to LMA-CUIT
               if CAM-TIPO(IDX-CAMBIO) = "I"
                   move "PASE A MOROSO" to LMA-TIPO
               else
                   move "REGRESO A ACTIVO" to LMA-TIPO
               end-if
               if CAM-APARICIONES(IDX-CAMBIO) = 0
                   move "--" to LMA-ESTADO-ACT
               else
                   move CAM-ESTADO-ACT(IDX-CAMBIO) to LMA-ESTADO-ACT
               end-if
               move CAM-ESTADO-NUEVO(IDX-CAMBIO) to LMA-ESTADO-NUEVO
               move CAM-MOTIVO(IDX-CAMBIO) to LMA-MOTIVO
               display LINEA-MANUAL
               if ok-CAMBIOS-MANUALES
                   move LINEA-MANUAL to REG_CAMBIO-MANUAL
                   write REG_CAMBIO-MANUAL
               end-if
           end-if.
           add 1 to IDX-CAMBIO.

      *        ---------------------------------------------------------
      *        Fecha de negocio del proceso: la fecha calendario, salvo
      *        que el parametro FECHA_PROCESO indique la fecha contable

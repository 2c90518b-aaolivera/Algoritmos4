        identification division.
        program-id. ProrratearCuotas.

        ENVIRONMENT division.
        configuration section.

        input-output section.
        file-control.
             select CUOTAS
             assign to dynamic WS-PATH-CUOTAS
             organization is line sequential
             file status is fs-CUOTAS.

             select UNIDADES
             assign to dynamic WS-PATH-UNIDADES
             organization is line sequential
             file status is fs-UNIDADES.

             select CUOTAS-UF
             assign to dynamic WS-PATH-CUOTAS-UF
             organization is line sequential
             file status is fs-CUOTAS-UF.

             select SIN-UNIDADES
             assign to dynamic WS-PATH-SIN-UNIDADES
             organization is line sequential
             file status is fs-SIN-UNIDADES.

        DATA division.
        file section.
        fd CUOTAS.
        01 REG_CUOTA.
             03 CUIT-CO pic 9(15).
             03 IMPORTE-MENSUAL pic 9(11).

        fd UNIDADES.
        01 REG_UNIDAD.
             03 CUIT-CO pic 9(15).
             03 NRO-UNIDAD pic 9(4).
             03 NOMBRE-PROPIETARIO pic x(30).
             03 TIPO-DOC-PROPIETARIO pic x(01).
             03 NRO-DOC-PROPIETARIO pic 9(11).
             03 COEFICIENTE pic 9(3)v9(4).
             03 ENTIDAD pic 9(3).
             03 SUCURSAL pic 9(3).
             03 NRO-CTA pic 9(8).
             03 CBU pic 9(22).

      *        --- cuota de cada unidad funcional del periodo, en
      *        centavos, con la cuenta del propietario si la tiene ---
        fd CUOTAS-UF.
        01 REG_CUOTA-UF.
             03 CUIT-CO pic 9(15).
             03 NRO-UNIDAD pic 9(4).
             03 NOMBRE-PROPIETARIO pic x(30).
             03 TIPO-DOC-PROPIETARIO pic x(01).
             03 NRO-DOC-PROPIETARIO pic 9(11).
             03 COEFICIENTE pic 9(3)v9(4).
             03 IMPORTE-UNIDAD pic 9(11).
             03 ENTIDAD pic 9(3).
             03 SUCURSAL pic 9(3).
             03 NRO-CTA pic 9(8).
             03 CBU pic 9(22).
             03 PERIODO pic x(6).

      *        --- consorcios cuya cuota no se pudo prorratear: quedan
      *        con la cuota del edificio completo ---
        fd SIN-UNIDADES.
        01 REG_SIN-UNIDADES.
             03 CUIT-CO pic 9(15).
             03 IMPORTE-MENSUAL pic 9(11).
             03 PERIODO pic x(6).
             03 CANT-UNIDADES pic 9(4).
             03 SUMA-COEFICIENTES pic 9(5)v9(4).
             03 MOTIVO pic x(40).

        working-storage section.
        01 fs-CUOTAS pic xx.
             88 ok-CUOTAS value "00".
             88 eof-CUOTAS value "10".
        01 fs-UNIDADES pic xx.
             88 ok-UNIDADES value "00".
             88 eof-UNIDADES value "10".
        01 fs-CUOTAS-UF pic xx.
             88 ok-CUOTAS-UF value "00".
        01 fs-SIN-UNIDADES pic xx.
             88 ok-SIN-UNIDADES value "00".

        01 WS-PATH-CUOTAS pic x(200) value spaces.
        01 WS-PATH-UNIDADES pic x(200) value spaces.
        01 WS-PATH-CUOTAS-UF pic x(200) value spaces.
        01 WS-PATH-SIN-UNIDADES pic x(200) value spaces.
        01 WS-DIR-BASE pic x(150) value "C:\temp\".
        01 WS-ENV-VAL pic x(200).

        01 PERIODO-PRORRATEO pic x(6).
        01 WS-YYYY-MM-DD pic 9(8).
        01 WS-FECHA-ENV pic x(8).

      *        --- unidades del consorcio en proceso ---
        01 UNIDADES-ABIERTO pic x value "N".
        01 CANT-UNIDADES-CONS pic 9(4) value 0.
        01 tablaUnidades occurs 999 times.
            03 UNI-REGISTRO pic x(104).
            03 UNI-COEFICIENTE pic 9(3)v9(4).
            03 UNI-IMPORTE pic 9(11).
        01 IDX-UNIDAD pic 9(4).
        01 UNIDADES-DESBORDADAS pic x.

        01 SUMA-COEF-CONS pic 9(5)v9(4).
        01 IMPORTE-ASIGNADO pic 9(13).
        01 RESIDUO-REDONDEO pic s9(13).
        01 MOTIVO-SIN-PRORRATEO pic x(40).

        01 TOTAL-CONSORCIOS pic 9(6) value 0.
        01 TOTAL-PRORRATEADOS pic 9(6) value 0.
        01 TOTAL-SIN-PRORRATEO pic 9(6) value 0.
        01 TOTAL-CUOTAS-UF pic 9(8) value 0.
        01 TOTAL-UNIDADES-SIN-CUOTA pic 9(8) value 0.

      *        --- codigo de retorno del paso (0 limpio, 4 con
      *        advertencias, 8 error serio) ---
        01 COD-RETORNO pic 9(2) value 0.

      *        ---------------------------------------------------------
      *        Prorrateo mensual de las expensas por unidad funcional:
      *        aparea el archivo de CUOTAS (importe total del consorcio
      *        en centavos, ascendente por CUIT-CO) con el maestro de
      *        unidades (ascendente por CUIT-CO y NRO-UNIDAD) y reparte
      *        el importe de cada consorcio segun el coeficiente de
      *        cada unidad. Cada parte se redondea al centavo y la
      *        diferencia de redondeo se carga a la ultima unidad, asi
      *        la suma de las unidades es exactamente la cuota del
      *        consorcio. Los consorcios sin unidades, o con
      *        coeficientes que no suman 100%, van al listado de sin
      *        prorrateo y conservan la cuota del edificio completo.
      *        ---------------------------------------------------------
        PROCEDURE division.
           perform leerParametros.

           open input CUOTAS.
           if not ok-CUOTAS
               display "ERROR: no se pudo abrir el archivo de cuotas ("
               fs-CUOTAS ")."
               move 8 to COD-RETORNO
           else
               open input UNIDADES
               if not ok-UNIDADES
                   display "ADVERTENCIA: no se pudo abrir el maestro "
                   "de unidades (" fs-UNIDADES "); ningun consorcio se "
                   "prorratea."
                   move "10" to fs-UNIDADES
               else
                   move "S" to UNIDADES-ABIERTO
                   read UNIDADES end-read
               end-if
               open output CUOTAS-UF
               open output SIN-UNIDADES
               read CUOTAS end-read
               perform prorratearConsorcio until eof-CUOTAS
               perform descartarUnidad until eof-UNIDADES
               close CUOTAS-UF
               close SIN-UNIDADES
               close CUOTAS
               if UNIDADES-ABIERTO = "S"
                   close UNIDADES
               end-if
           end-if.

           display "Total de consorcios con cuota: " TOTAL-CONSORCIOS.
           display "Total de consorcios prorrateados: "
               TOTAL-PRORRATEADOS.
           display "Total de consorcios sin prorrateo: "
               TOTAL-SIN-PRORRATEO.
           display "Total de cuotas por unidad generadas: "
               TOTAL-CUOTAS-UF.
           display "Total de unidades sin cuota del consorcio: "
               TOTAL-UNIDADES-SIN-CUOTA.
           if COD-RETORNO < 4
               and (TOTAL-SIN-PRORRATEO > 0
               or TOTAL-UNIDADES-SIN-CUOTA > 0)
               move 4 to COD-RETORNO
           end-if.
           move COD-RETORNO to RETURN-CODE.
        goback.

      *        ---------------------------------------------------------
      *        Parametros del run: directorio de trabajo, periodo,
      *        archivo de cuotas y maestro de unidades
      *        ---------------------------------------------------------
        leerParametros.
           accept WS-ENV-VAL from environment "PRORRATEO_DIR".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-DIR-BASE
           end-if.

           perform obtenerFechaProceso.
           move WS-YYYY-MM-DD(1:6) to PERIODO-PRORRATEO.
           accept WS-ENV-VAL from environment "PRORRATEO_PERIODO".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL(1:6) to PERIODO-PRORRATEO
           end-if.

           accept WS-ENV-VAL from environment "PRORRATEO_CUOTAS".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-CUOTAS
           else
               string WS-DIR-BASE delimited by spaces
                      "CUOTAS.txt" delimited by size
                      into WS-PATH-CUOTAS
           end-if.

           accept WS-ENV-VAL from environment "PRORRATEO_UNIDADES".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-UNIDADES
           else
               string WS-DIR-BASE delimited by spaces
                      "UNIDADES.txt" delimited by size
                      into WS-PATH-UNIDADES
           end-if.

           string WS-DIR-BASE delimited by spaces
                  "CUOTAS_UF_" delimited by size
                  PERIODO-PRORRATEO delimited by size
                  ".txt" delimited by size
                  into WS-PATH-CUOTAS-UF.
           string WS-DIR-BASE delimited by spaces
                  "SINUNIDADES_" delimited by size
                  PERIODO-PRORRATEO delimited by size
                  ".txt" delimited by size
                  into WS-PATH-SIN-UNIDADES.

      *        ---------------------------------------------------------
      *        Un consorcio de CUOTAS: junta sus unidades, controla los
      *        coeficientes y reparte el importe
      *        ---------------------------------------------------------
        prorratearConsorcio.
           add 1 to TOTAL-CONSORCIOS.
           perform descartarUnidad
               until eof-UNIDADES
               or CUIT-CO of REG_UNIDAD >= CUIT-CO of REG_CUOTA.
           move 0 to CANT-UNIDADES-CONS.
           move 0 to SUMA-COEF-CONS.
           move "N" to UNIDADES-DESBORDADAS.
           perform cargarUnidad
               until eof-UNIDADES
               or CUIT-CO of REG_UNIDAD <> CUIT-CO of REG_CUOTA.

           move spaces to MOTIVO-SIN-PRORRATEO.
           if CANT-UNIDADES-CONS = 0
               move "sin unidades funcionales registradas"
                   to MOTIVO-SIN-PRORRATEO
           else
               if UNIDADES-DESBORDADAS = "S"
                   move "mas de 999 unidades funcionales"
                       to MOTIVO-SIN-PRORRATEO
               else
                   if SUMA-COEF-CONS <> 100
                       move "coeficientes no suman 100%"
                           to MOTIVO-SIN-PRORRATEO
                   else
                       perform repartirImporte
                   end-if
               end-if
           end-if.

           if MOTIVO-SIN-PRORRATEO = spaces
               add 1 to TOTAL-PRORRATEADOS
               move 1 to IDX-UNIDAD
               perform grabarCuotaUnidad
                   until IDX-UNIDAD > CANT-UNIDADES-CONS
           else
               perform grabarSinProrrateo
           end-if.
           read CUOTAS end-read.

        cargarUnidad.
           if CANT-UNIDADES-CONS < 999
               add 1 to CANT-UNIDADES-CONS
               move REG_UNIDAD to UNI-REGISTRO(CANT-UNIDADES-CONS)
               move COEFICIENTE of REG_UNIDAD
                   to UNI-COEFICIENTE(CANT-UNIDADES-CONS)
               add COEFICIENTE of REG_UNIDAD to SUMA-COEF-CONS
           else
               move "S" to UNIDADES-DESBORDADAS
           end-if.
           read UNIDADES end-read.

      *        --- unidades de consorcios que no tienen cuota en el
      *        periodo ---
        descartarUnidad.
           add 1 to TOTAL-UNIDADES-SIN-CUOTA.
           read UNIDADES end-read.

      *        ---------------------------------------------------------
      *        Reparte la cuota: cada unidad toma su coeficiente del
      *        importe, redondeado al centavo; la ultima absorbe la
      *        diferencia de redondeo
      *        ---------------------------------------------------------
        repartirImporte.
           move 0 to IMPORTE-ASIGNADO.
           move 1 to IDX-UNIDAD.
           perform calcularParteUnidad
               until IDX-UNIDAD >= CANT-UNIDADES-CONS.
           compute RESIDUO-REDONDEO
               = IMPORTE-MENSUAL of REG_CUOTA - IMPORTE-ASIGNADO.
           if RESIDUO-REDONDEO < 0
               move "residuo de redondeo negativo"
                   to MOTIVO-SIN-PRORRATEO
           else
               move RESIDUO-REDONDEO to UNI-IMPORTE(CANT-UNIDADES-CONS)
           end-if.

        calcularParteUnidad.
           compute UNI-IMPORTE(IDX-UNIDAD) rounded
               = IMPORTE-MENSUAL of REG_CUOTA
               * UNI-COEFICIENTE(IDX-UNIDAD) / 100.
           add UNI-IMPORTE(IDX-UNIDAD) to IMPORTE-ASIGNADO.
           add 1 to IDX-UNIDAD.

        grabarCuotaUnidad.
           move UNI-REGISTRO(IDX-UNIDAD) to REG_UNIDAD.
           move corresponding REG_UNIDAD to REG_CUOTA-UF.
           move UNI-IMPORTE(IDX-UNIDAD)
               to IMPORTE-UNIDAD of REG_CUOTA-UF.
           move PERIODO-PRORRATEO to PERIODO of REG_CUOTA-UF.
           write REG_CUOTA-UF.
           add 1 to TOTAL-CUOTAS-UF.
           add 1 to IDX-UNIDAD.

        grabarSinProrrateo.
           add 1 to TOTAL-SIN-PRORRATEO.
           move CUIT-CO of REG_CUOTA to CUIT-CO of REG_SIN-UNIDADES.
           move IMPORTE-MENSUAL of REG_CUOTA
               to IMPORTE-MENSUAL of REG_SIN-UNIDADES.
           move PERIODO-PRORRATEO to PERIODO of REG_SIN-UNIDADES.
           move CANT-UNIDADES-CONS to CANT-UNIDADES of REG_SIN-UNIDADES.
           move SUMA-COEF-CONS
               to SUMA-COEFICIENTES of REG_SIN-UNIDADES.
           move MOTIVO-SIN-PRORRATEO to MOTIVO of REG_SIN-UNIDADES.
           write REG_SIN-UNIDADES.
           display "SIN PRORRATEO: " CUIT-CO of REG_CUOTA "  "
               MOTIVO-SIN-PRORRATEO.

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

        end program ProrratearCuotas.

       identification division.
       program-id. LiquidarExpensas.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               select FACTURAS
                   assign to disk "FACTURAS.OUT"
                   ORGANIZATION INDEXED
                   access mode is sequential
                   RECORD KEY IS FACT-KEY
                   FILE STATUS IS fs-FACTURAS.

               select CUITPROVOUT
                   assign to disk "CUITPROV.OUT"
                   ORGANIZATION INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY REG_KEY
                   FILE STATUS IS fs-CUITPROVOUT.

               select PROVOUT
                   assign to disk "PROV.OUT"
                   ORGANIZATION INDEXED
                   ACCESS MODE is RANDOM
                   RECORD KEY IS PROV-OUT
                   FILE STATUS IS fs-PROV-OUT.

               SELECT MAESTRO
                   assign to disk "MAESTRO.txt"
                   organization is line sequential
                   file status is fs-MAESTRO.

               select CUOTAS
                   assign to disk "CUOTAS.txt"
                   organization is line sequential
                   file status is fs-CUOTAS.

               select LIQUIDACION
                   assign to dynamic WS-PATH-LIQUIDACION
                   organization is line sequential
                   file status is fs-LIQUIDACION.

               select EXCEPCIONES
                   assign to disk "LIQUIDACION.EXC"
                   organization is line sequential
                   FILE STATUS IS fs-EXCEPCIONES.

               SELECT ORDENAR
                   ASSIGN TO "WORKL.TMP"
                   FILE status is fs-ORDENAR.

       DATA DIVISION.

       FILE SECTION.
           fd FACTURAS.
           01 REG_FACTURA.
               03 FACT-KEY.
                   06 CUIT-CONS-F pic 9(15).
                   06 COD-PROV-F pic 9(8).
                   06 NRO-FACT-F pic 9(8).
               03 FECHA-FACT pic 9(8).
               03 IMPORTE-FACT pic 9(11).
               03 PAGADA-F pic x(1).
               03 FECHA-PAGO-F pic 9(8).

           fd CUITPROVOUT.
           01 REG_CUITPROVOUT.
               03 REG_KEY.
                   06 CUIT-CONS-OUT pic 9(15).
                   06 COD-PROV-OUT pic 9(8).
               03 FECHA-ALTA-OUT.
                   06 ANIO pic x(4).
                   06 FILL pic x(6).
               03 FECHA-BAJA-LINK pic x(10).
               03 ESTADO-LINK pic x(1).

           fd PROVOUT.
           01 REG_PROV_OUT.
               03 PROV-OUT pic 9(8).
               03 DIR-OUT pic 9(30).
               03 TEL-OUT pic 9(15).
               03 RUBRO-OUT pic X(4).
               03 DESC-RUBRO-OUT pic X(15).
               03 FECHA-ALTA-OUT pic 9(8).
               03 CANT-OUT pic 9(3).

           fd MAESTRO.
               01 REG_MAESTRO.
                   03 CUIT-CO pic 9(15).
                   03 FECHA-ALTA pic x(10).
                   03 DESCRIP pic X(15).
                   03 NOMBRE-CONSORCIO pic x(30).
                   03 TEL pic x(15).
                   03 DIR pic x(30).
                   03 NRO-CTA pic 9(8).
                   03 HAS-CUENTA pic x(01).
                   03 ENTIDAD pic 9(3).
                   03 SUCURSAL pic 9(3).
                   03 ESTADO_NUM pic 9(2).
                   03 CANT-CUENTAS pic 9(2).
                   03 CBU pic 9(22).
                   03 COD-ADMIN pic 9(3).

      *        cuota mensual por consorcio, en el layout que aparea
      *        DebitosExpensas (CUIT-CO e importe en centavos)
           fd CUOTAS.
           01 REG_CUOTA.
               03 CUIT-CO pic 9(15).
               03 IMPORTE-MENSUAL pic 9(11).

           fd LIQUIDACION.
           01 REG_LIQUIDACION pic x(132).

           fd EXCEPCIONES.
           01 REG_EXCEPCION pic x(132).

           SD ORDENAR.
               01 REG_ORDENAR.
                   03 CUIT-CONS pic 9(15).
                   03 RUBRO pic x(4).
                   03 COD-PROV pic 9(8).
                   03 NRO-FACTURA pic 9(8).
                   03 DESC-RUBRO pic x(15).
                   03 FECHA-FACTURA pic 9(8).
                   03 IMPORTE pic 9(11).

       WORKING-STORAGE SECTION.
           01 fs-FACTURAS pic xx.
               88 ok-FACTURAS value "00".
               88 eof-FACTURAS value "10".
           01 fs-CUITPROVOUT pic xx.
               88 ok-CUITPROVOUT value "00".
           01 fs-PROV-OUT pic xx.
               88 ok-PROV-OUT value "00".
           01 fs-MAESTRO pic xx.
               88 ok-MAESTRO value "00".
               88 eof-MAESTRO value "10".
           01 fs-CUOTAS pic xx.
               88 ok-CUOTAS value "00".
           01 fs-LIQUIDACION pic xx.
               88 ok-LIQUIDACION value "00".
           01 fs-EXCEPCIONES pic xx.
               88 ok-EXCEPCIONES value "00".
           01 fs-ORDENAR pic xx.
               88 ok-ORDENAR value "00".
               88 eof-ORDENAR value "10".

           01 WS-PATH-LIQUIDACION pic x(200) value spaces.
           01 WS-ENV-VAL pic x(200).
           01 WS-YYYY-MM-DD pic 9(8).
           01 WS-FECHA-ENV pic x(8).
           01 WS-MOTIVO pic x(80).

      *        periodo liquidado (AAAAMM); por defecto el de la fecha
      *        de proceso, o el que indique LIQUIDACION_PERIODO
           01 PERIODO-LIQUIDACION pic x(6).
           01 FECHA-DESCOMPUESTA.
               03 FD-PERIODO pic x(6).
               03 FD-DIA pic 9(2).

           01 LINK-VIGENTE pic x.

           01 PAGINAS pic 9(4).
           01 LINEAS pic 9(8).
           01 CUIT-CONS_ACT pic 9(15).
           01 RUBRO_ACT pic x(4).
           01 DESC-RUBRO_ACT pic x(15).
           01 LIQ-RUBRO pic 9(13).
           01 LIQ-CONSORCIO pic 9(13).
           01 FACTURAS-CONSORCIO pic 9(6).

           01 TOTAL-FACTURAS-PERIODO pic 9(6) value 0.
           01 TOTAL-FACTURAS-LIQUIDADAS pic 9(6) value 0.
           01 TOTAL-FACTURAS-OBSERVADAS pic 9(6) value 0.
           01 TOTAL-CONSORCIOS-LIQUIDADOS pic 9(6) value 0.
           01 TOTAL-CONSORCIOS-SIN-FACTURAS pic 9(6) value 0.
           01 TOTAL-LIQUIDADO pic 9(15) value 0.

      *        codigo de retorno del paso (0 limpio, 4 con
      *        advertencias, 8 error serio)
           01 COD-RETORNO pic 9(2) value 0.

      *        ---------------------------------------------------------
      *        Liquidacion mensual de expensas: recorre FACTURAS.OUT,
      *        toma las facturas con fecha dentro del periodo, valida
      *        que la relacion consorcio-proveedor siga vigente en
      *        CUITPROV.OUT y resuelve el rubro del proveedor via
      *        PROV.OUT. Apareando contra el maestro vigente (solo
      *        consorcios activos, ascendente por CUIT) imprime una
      *        hoja de liquidacion por consorcio con el detalle por
      *        rubro en LIQUIDACION_AAAAMM.txt y graba CUOTAS.txt con
      *        el total del consorcio para DebitosExpensas. Las
      *        facturas de relaciones inactivas, las de consorcios que
      *        no estan en el maestro y los consorcios sin facturas
      *        liquidables van a LIQUIDACION.EXC con su motivo: no se
      *        graba una cuota en cero.
      *        ---------------------------------------------------------
       procedure division.
           display "|--- Liquidacion mensual de expensas ---|".

           perform ObtenerFechaProceso.
           move WS-YYYY-MM-DD(1:6) to PERIODO-LIQUIDACION.
           accept WS-ENV-VAL from environment "LIQUIDACION_PERIODO".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL(1:6) to PERIODO-LIQUIDACION
           end-if.
           string "LIQUIDACION_" delimited by size
                  PERIODO-LIQUIDACION delimited by size
                  ".txt" delimited by size
                  into WS-PATH-LIQUIDACION.
           display "Periodo liquidado: " PERIODO-LIQUIDACION.

           OPEN input CUITPROVOUT.
           OPEN input PROVOUT.
           OPEN OUTPUT EXCEPCIONES.
           if not ok-CUITPROVOUT
               display "ERROR: no se pudo abrir CUITPROV.OUT ("
                   fs-CUITPROVOUT "); no se liquida el periodo."
               move 8 to COD-RETORNO
           else
               if not ok-PROV-OUT
                   display "ADVERTENCIA: no se pudo abrir PROV.OUT ("
                       fs-PROV-OUT "); los rubros no se resuelven."
               end-if
               SORT ORDENAR
                   ON ASCENDING CUIT-CONS of REG_ORDENAR
                   ON ASCENDING RUBRO of REG_ORDENAR
                   ON ASCENDING COD-PROV of REG_ORDENAR
                   ON ASCENDING NRO-FACTURA of REG_ORDENAR
               INPUT PROCEDURE is ENTRADA
               OUTPUT PROCEDURE is SALIDA
               CLOSE CUITPROVOUT
           end-if.
           if ok-PROV-OUT
               CLOSE PROVOUT
           end-if.
           CLOSE EXCEPCIONES.

           display "Facturas del periodo: " TOTAL-FACTURAS-PERIODO.
           display "Facturas liquidadas: " TOTAL-FACTURAS-LIQUIDADAS.
           display "Facturas observadas: " TOTAL-FACTURAS-OBSERVADAS.
           display "Consorcios liquidados: "
               TOTAL-CONSORCIOS-LIQUIDADOS.
           display "Consorcios sin facturas en el periodo: "
               TOTAL-CONSORCIOS-SIN-FACTURAS.
           display "Total liquidado (centavos): " TOTAL-LIQUIDADO.
           if COD-RETORNO < 4
               and (TOTAL-FACTURAS-OBSERVADAS > 0
               or TOTAL-CONSORCIOS-SIN-FACTURAS > 0)
               move 4 to COD-RETORNO
           end-if.
           move COD-RETORNO to RETURN-CODE.
       GOBACK.

      *        ---------------------------------------------------------
      *        Libera al sort las facturas del periodo con relacion
      *        vigente; las de relaciones inactivas o inexistentes se
      *        informan y no entran en la liquidacion
      *        ---------------------------------------------------------
       ENTRADA.
           OPEN input FACTURAS.
           if not ok-FACTURAS
               display "ERROR: no se pudo abrir FACTURAS.OUT ("
                   fs-FACTURAS ")."
               move 8 to COD-RETORNO
           else
               READ FACTURAS NEXT RECORD end-read
               PERFORM LiberarUnaFactura UNTIL eof-FACTURAS
               CLOSE FACTURAS
           end-if.

       LiberarUnaFactura.
           move FECHA-FACT of REG_FACTURA to FECHA-DESCOMPUESTA.
           if FD-PERIODO = PERIODO-LIQUIDACION
               add 1 to TOTAL-FACTURAS-PERIODO
               perform VerificarLink
               if LINK-VIGENTE = "S"
                   move CUIT-CONS-F of REG_FACTURA
                       to CUIT-CONS of REG_ORDENAR
                   move COD-PROV-F of REG_FACTURA
                       to COD-PROV of REG_ORDENAR
                   move NRO-FACT-F of REG_FACTURA
                       to NRO-FACTURA of REG_ORDENAR
                   move FECHA-FACT of REG_FACTURA
                       to FECHA-FACTURA of REG_ORDENAR
                   move IMPORTE-FACT of REG_FACTURA
                       to IMPORTE of REG_ORDENAR
                   perform ResolverRubro
                   release REG_ORDENAR
               else
                   move "relacion con el proveedor inactiva"
                       to WS-MOTIVO
                   perform EmitirExcepcionFactura
               end-if
           end-if.
           READ FACTURAS NEXT RECORD end-read.

       VerificarLink.
           move "N" to LINK-VIGENTE.
           move CUIT-CONS-F of REG_FACTURA
               to CUIT-CONS-OUT of REG_CUITPROVOUT.
           move COD-PROV-F of REG_FACTURA
               to COD-PROV-OUT of REG_CUITPROVOUT.
           READ CUITPROVOUT
               INVALID KEY
                   continue
               NOT INVALID KEY
                   if ESTADO-LINK of REG_CUITPROVOUT not = "I"
                       move "S" to LINK-VIGENTE
                   end-if
           END-READ.

       ResolverRubro.
           move "????" to RUBRO of REG_ORDENAR.
           move "RUBRO DESCONOC." to DESC-RUBRO of REG_ORDENAR.
           if ok-PROV-OUT
               move COD-PROV-F of REG_FACTURA
                   to PROV-OUT of REG_PROV_OUT
               READ PROVOUT
                   INVALID KEY
                       if COD-RETORNO < 4
                           move 4 to COD-RETORNO
                       end-if
                   NOT INVALID KEY
                       move RUBRO-OUT of REG_PROV_OUT
                           to RUBRO of REG_ORDENAR
                       move DESC-RUBRO-OUT of REG_PROV_OUT
                           to DESC-RUBRO of REG_ORDENAR
               END-READ
           end-if.

      *        ---------------------------------------------------------
      *        Apareo del maestro con las facturas ordenadas: cada
      *        consorcio activo con facturas tiene su hoja y su cuota;
      *        los que no tienen, y las facturas de consorcios que no
      *        figuran en el maestro, se informan
      *        ---------------------------------------------------------
       SALIDA.
           OPEN input MAESTRO.
           OPEN OUTPUT CUOTAS.
           OPEN OUTPUT LIQUIDACION.
           if not ok-MAESTRO
               display "ERROR: no se pudo abrir MAESTRO.txt ("
                   fs-MAESTRO "); no se liquida el periodo."
               move 8 to COD-RETORNO
           else
               if not ok-CUOTAS or not ok-LIQUIDACION
                   display "ERROR: no se pudieron abrir CUOTAS.txt ("
                       fs-CUOTAS ") o " WS-PATH-LIQUIDACION " ("
                       fs-LIQUIDACION ")."
                   move 8 to COD-RETORNO
               else
                   MOVE 0 to PAGINAS
                   RETURN ORDENAR AT END CONTINUE END-RETURN
                   READ MAESTRO end-read
                   PERFORM LiquidarConsorcio UNTIL eof-MAESTRO
                   PERFORM DescartarSinMaestro UNTIL eof-ORDENAR
                   PERFORM EMITIR_TOTAL_GENERAL
               end-if
               CLOSE MAESTRO
           end-if.
           CLOSE CUOTAS.
           CLOSE LIQUIDACION.

       LiquidarConsorcio.
           PERFORM DescartarSinMaestro UNTIL eof-ORDENAR
               or CUIT-CONS of REG_ORDENAR >= CUIT-CO of REG_MAESTRO.
           if not eof-ORDENAR
               and CUIT-CONS of REG_ORDENAR = CUIT-CO of REG_MAESTRO
               MOVE CUIT-CO of REG_MAESTRO to CUIT-CONS_ACT
               MOVE 0 to LIQ-CONSORCIO
               MOVE 0 to FACTURAS-CONSORCIO
               PERFORM EMITIR_ENCABEZADO
               PERFORM EMITIR_ENCABEZADO_CONSORCIO
               MOVE RUBRO of REG_ORDENAR to RUBRO_ACT
               MOVE DESC-RUBRO of REG_ORDENAR to DESC-RUBRO_ACT
               MOVE 0 to LIQ-RUBRO
               PERFORM PROCESAR_ORDENADO until eof-ORDENAR
                   or CUIT-CONS of REG_ORDENAR not = CUIT-CONS_ACT
               PERFORM EMITIR_TOTAL_RUBRO
               PERFORM EMITIR_TOTAL_CONSORCIO
               PERFORM GrabarCuota
           else
               move "sin facturas liquidables en el periodo"
                   to WS-MOTIVO
               perform EmitirExcepcionConsorcio
               add 1 to TOTAL-CONSORCIOS-SIN-FACTURAS
           end-if.
           READ MAESTRO end-read.

       PROCESAR_ORDENADO.
           IF RUBRO of REG_ORDENAR IS NOT EQUAL TO RUBRO_ACT
               PERFORM EMITIR_TOTAL_RUBRO
               MOVE RUBRO of REG_ORDENAR to RUBRO_ACT
               MOVE DESC-RUBRO of REG_ORDENAR to DESC-RUBRO_ACT
               MOVE 0 to LIQ-RUBRO
           END-IF.

           move spaces to REG_LIQUIDACION.
           string "  " RUBRO of REG_ORDENAR "  "
                  COD-PROV of REG_ORDENAR "  "
                  NRO-FACTURA of REG_ORDENAR "  "
                  FECHA-FACTURA of REG_ORDENAR "  "
                  IMPORTE of REG_ORDENAR
                  delimited by size into REG_LIQUIDACION.
           PERFORM EMITIR_LINEA.

           ADD IMPORTE of REG_ORDENAR to LIQ-RUBRO.
           ADD IMPORTE of REG_ORDENAR to LIQ-CONSORCIO.
           ADD 1 to FACTURAS-CONSORCIO.
           ADD 1 to TOTAL-FACTURAS-LIQUIDADAS.

           RETURN ORDENAR AT END CONTINUE.

      *        ---------------------------------------------------------
      *        Facturas de un CUIT que no esta en el maestro vigente
      *        (consorcio dado de baja o inexistente): no se liquidan
      *        ---------------------------------------------------------
       DescartarSinMaestro.
           move spaces to REG_EXCEPCION.
           string CUIT-CONS of REG_ORDENAR "  "
               COD-PROV of REG_ORDENAR "  "
               NRO-FACTURA of REG_ORDENAR "  "
               "consorcio fuera del maestro vigente; la factura no "
               "se liquida"
               delimited by size into REG_EXCEPCION.
           WRITE REG_EXCEPCION.
           display "OBSERVADA: " REG_EXCEPCION.
           add 1 to TOTAL-FACTURAS-OBSERVADAS.
           RETURN ORDENAR AT END CONTINUE.

      *        ---------------------------------------------------------
      *        La cuota del consorcio es el total liquidado; si no
      *        entra en el campo de importe de CUOTAS se informa y no
      *        se graba, para no debitar un importe truncado
      *        ---------------------------------------------------------
       GrabarCuota.
           if LIQ-CONSORCIO > 99999999999
               move "total liquidado excede el campo de la cuota"
                   to WS-MOTIVO
               perform EmitirExcepcionConsorcio
               add 1 to TOTAL-CONSORCIOS-SIN-FACTURAS
           else
               move CUIT-CONS_ACT to CUIT-CO of REG_CUOTA
               move LIQ-CONSORCIO to IMPORTE-MENSUAL of REG_CUOTA
               WRITE REG_CUOTA
               add 1 to TOTAL-CONSORCIOS-LIQUIDADOS
               add LIQ-CONSORCIO to TOTAL-LIQUIDADO
           end-if.

       EmitirExcepcionFactura.
           add 1 to TOTAL-FACTURAS-OBSERVADAS.
           move spaces to REG_EXCEPCION.
           string CUIT-CONS-F of REG_FACTURA "  "
               COD-PROV-F of REG_FACTURA "  "
               NRO-FACT-F of REG_FACTURA "  "
               WS-MOTIVO
               delimited by size into REG_EXCEPCION.
           WRITE REG_EXCEPCION.
           display "OBSERVADA: " REG_EXCEPCION.

       EmitirExcepcionConsorcio.
           move spaces to REG_EXCEPCION.
           string CUIT-CO of REG_MAESTRO "  "
               NOMBRE-CONSORCIO of REG_MAESTRO "  "
               WS-MOTIVO
               delimited by size into REG_EXCEPCION.
           WRITE REG_EXCEPCION.
           display "OBSERVADO: " REG_EXCEPCION.

       EMITIR_LINEA.
           WRITE REG_LIQUIDACION.
           ADD 1 TO LINEAS.
           PERFORM VALIDAR_PAGINA.

       VALIDAR_PAGINA.
           if LINEAS + 1 > 60
               perform EMITIR_ENCABEZADO
               perform EMITIR_ENCABEZADO_CONSORCIO
           end-if.

      *        ---------------------------------------------------------
      *        Cada consorcio empieza hoja nueva; si el detalle no
      *        entra en una hoja, el encabezado se repite
      *        ---------------------------------------------------------
       EMITIR_ENCABEZADO.
           add 1 to PAGINAS.
           move spaces to REG_LIQUIDACION.
           string "Fecha: " WS-YYYY-MM-DD
                  "                             "
                  "                  Hoja nro " PAGINAS
                  delimited by size into REG_LIQUIDACION.
           WRITE REG_LIQUIDACION.
           move spaces to REG_LIQUIDACION.
           string "             LIQUIDACION DE EXPENSAS - PERIODO "
                  PERIODO-LIQUIDACION
                  delimited by size into REG_LIQUIDACION.
           WRITE REG_LIQUIDACION.
           move spaces to REG_LIQUIDACION.
           WRITE REG_LIQUIDACION.
           move 3 to LINEAS.

       EMITIR_ENCABEZADO_CONSORCIO.
           move spaces to REG_LIQUIDACION.
           string "CONSORCIO: " CUIT-CO of REG_MAESTRO "  "
                  NOMBRE-CONSORCIO of REG_MAESTRO
                  delimited by size into REG_LIQUIDACION.
           WRITE REG_LIQUIDACION.
           move spaces to REG_LIQUIDACION.
           string "DIR: " DIR of REG_MAESTRO "  ADMIN: "
                  COD-ADMIN of REG_MAESTRO
                  delimited by size into REG_LIQUIDACION.
           WRITE REG_LIQUIDACION.
           move "  RUBRO COD-PROV  NRO-FACT  FECHA     IMPORTE"
               to REG_LIQUIDACION.
           WRITE REG_LIQUIDACION.
           add 3 to LINEAS.

       EMITIR_TOTAL_RUBRO.
           move spaces to REG_LIQUIDACION.
           string "  TOTAL RUBRO " RUBRO_ACT " " DESC-RUBRO_ACT ": "
                  LIQ-RUBRO
                  delimited by size into REG_LIQUIDACION.
           PERFORM EMITIR_LINEA.

       EMITIR_TOTAL_CONSORCIO.
           move spaces to REG_LIQUIDACION.
           PERFORM EMITIR_LINEA.
           move spaces to REG_LIQUIDACION.
           string "  FACTURAS LIQUIDADAS: " FACTURAS-CONSORCIO
                  "   TOTAL A DEBITAR DEL CONSORCIO: " LIQ-CONSORCIO
                  delimited by size into REG_LIQUIDACION.
           PERFORM EMITIR_LINEA.

       EMITIR_TOTAL_GENERAL.
           add 1 to PAGINAS.
           move spaces to REG_LIQUIDACION.
           string "Fecha: " WS-YYYY-MM-DD
                  "                             "
                  "                  Hoja nro " PAGINAS
                  delimited by size into REG_LIQUIDACION.
           WRITE REG_LIQUIDACION.
           move "             RESUMEN DE LA LIQUIDACION"
               to REG_LIQUIDACION.
           WRITE REG_LIQUIDACION.
           move spaces to REG_LIQUIDACION.
           WRITE REG_LIQUIDACION.
           move spaces to REG_LIQUIDACION.
           string "CONSORCIOS LIQUIDADOS      : "
                  TOTAL-CONSORCIOS-LIQUIDADOS
                  delimited by size into REG_LIQUIDACION.
           WRITE REG_LIQUIDACION.
           move spaces to REG_LIQUIDACION.
           string "CONSORCIOS SIN FACTURAS    : "
                  TOTAL-CONSORCIOS-SIN-FACTURAS
                  delimited by size into REG_LIQUIDACION.
           WRITE REG_LIQUIDACION.
           move spaces to REG_LIQUIDACION.
           string "FACTURAS OBSERVADAS        : "
                  TOTAL-FACTURAS-OBSERVADAS
                  delimited by size into REG_LIQUIDACION.
           WRITE REG_LIQUIDACION.
           move spaces to REG_LIQUIDACION.
           string "TOTAL LIQUIDADO (CENTAVOS) : " TOTAL-LIQUIDADO
                  delimited by size into REG_LIQUIDACION.
           WRITE REG_LIQUIDACION.

      *        ---------------------------------------------------------
      *        Fecha de negocio del proceso: la fecha calendario, salvo
      *        que el parametro FECHA_PROCESO indique la fecha contable
      *        del run (corridas despues de medianoche o reprocesos)
      *        ---------------------------------------------------------
       ObtenerFechaProceso.
           accept WS-YYYY-MM-DD from date yyyymmdd.
           accept WS-FECHA-ENV from environment "FECHA_PROCESO".
           if WS-FECHA-ENV is numeric
               move WS-FECHA-ENV to WS-YYYY-MM-DD
           end-if.

       END PROGRAM LiquidarExpensas.

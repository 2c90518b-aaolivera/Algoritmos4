       identification division.
       program-id. ControlPresupuesto.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               select PRESUPUESTO
                   assign to disk "PRESUPUESTO.OUT"
                   ORGANIZATION INDEXED
                   access mode is sequential
                   RECORD KEY IS PRES-KEY
                   FILE STATUS IS fs-PRESUPUESTO.

               select FACTURAS
                   assign to disk "FACTURAS.OUT"
                   ORGANIZATION INDEXED
                   access mode is sequential
                   RECORD KEY IS FACT-KEY
                   FILE STATUS IS fs-FACTURAS.

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

               select LISTADO
                   assign to dynamic WS-PATH-LISTADO
                   organization is line sequential
                   file status is fs-LISTADO.

               select MANIFIESTO
                   assign to disk "PRESUPUESTOS.MAN"
                   organization is line sequential
                   file status is fs-MANIFIESTO.

               SELECT ORDENAR
                   ASSIGN TO "WORKV.TMP"
                   FILE status is fs-ORDENAR.

       DATA DIVISION.

       FILE SECTION.
           fd PRESUPUESTO.
           01 REG_PRESUPUESTO.
               03 PRES-KEY.
                   06 CUIT-CONS-P pic 9(15).
                   06 ANIO-P pic 9(4).
                   06 RUBRO-P pic x(4).
               03 FECHA-APROB-P pic 9(8).
               03 IMPORTE-MES-P pic 9(11) occurs 12 times.

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

           fd LISTADO.
           01 REG_LISTADO pic x(132).

           fd MANIFIESTO.
           01 REG_MANIFIESTO pic x(132).

      *        un registro por presupuesto ("P") o factura ("R") del
      *        anio, con lo que aporta al mes y al acumulado del anio
           SD ORDENAR.
               01 REG_ORDENAR.
                   03 COD-ADMIN pic 9(3).
                   03 CUIT-CONS pic 9(15).
                   03 RUBRO pic x(4).
                   03 TIPO-MOV pic x(1).
                   03 IMPORTE-MES pic 9(13).
                   03 IMPORTE-ACUM pic 9(13).

       WORKING-STORAGE SECTION.
           01 fs-PRESUPUESTO pic xx.
               88 ok-PRESUPUESTO value "00".
               88 eof-PRESUPUESTO value "10".
           01 fs-FACTURAS pic xx.
               88 ok-FACTURAS value "00".
               88 eof-FACTURAS value "10".
           01 fs-PROV-OUT pic xx.
               88 ok-PROV-OUT value "00".
           01 fs-MAESTRO pic xx.
               88 ok-MAESTRO value "00".
               88 eof-MAESTRO value "10".
           01 fs-LISTADO pic xx.
               88 ok-LISTADO value "00".
           01 fs-MANIFIESTO pic xx.
               88 ok-MANIFIESTO value "00".
           01 fs-ORDENAR pic xx.
               88 ok-ORDENAR value "00".
               88 eof-ORDENAR value "10".

           01 WS-PATH-LISTADO pic x(200).
           01 WS-ENV-VAL pic x(200).
           01 WS-YYYY-MM-DD pic 9(8).
           01 WS-FECHA-ENV pic x(8).
           01 LISTADO-ABIERTO pic x value "N".

      *        periodo informado (AAAAMM); por defecto el de la fecha
      *        de proceso, o el que indique PRESUPUESTO_PERIODO
           01 PERIODO-INFORME.
               03 PI-ANIO pic 9(4).
               03 PI-MES pic 9(2).
           01 FECHA-DESCOMPUESTA.
               03 FD-ANIO pic 9(4).
               03 FD-MES pic 9(2).
               03 FD-DIA pic 9(2).

      *        desvio tolerado en porcentaje, en mas o en menos, antes
      *        de marcar el rubro; PRESUPUESTO_DESVIO lo cambia
           01 DESVIO-MAXIMO pic 9(3) value 10.

      *        Tabla de consorcios del maestro, para resolver la
      *        administracion y el nombre de cada CUIT-CONS
           01 CANT-CONSORCIOS pic 9(6) value 0.
           01 IDX-CONS pic 9(6).
           01 IDX-CONS-HALLADO pic 9(6) value 0.
           01 CUIT-BUSCADO pic 9(15) value 0.
           01 tablaConsorcios.
               03 tablaConsItem OCCURS 1 TO 99999 TIMES
                   DEPENDING ON CANT-CONSORCIOS.
                   05 CUIT-TAB pic 9(15).
                   05 COD-ADMIN-TAB pic 9(3).
                   05 NOMBRE-TAB pic x(30).

           01 IDX-MES pic 9(2).
           01 ACUM-PRESUPUESTO pic 9(13).

           01 PAGINAS pic 99.
           01 LINEAS pic 9(8).
           01 COD-ADMIN_ACT pic 9(3).
           01 CUIT-CONS_ACT pic 9(15).
           01 RUBRO_ACT pic x(4).
           01 NOMBRE_ACT pic x(30).

      *        acumuladores del rubro y del consorcio al corte
           01 PRES-MES-RUBRO pic 9(13).
           01 REAL-MES-RUBRO pic 9(13).
           01 PRES-ACUM-RUBRO pic 9(13).
           01 REAL-ACUM-RUBRO pic 9(13).
           01 PRES-MES-CONS pic 9(13).
           01 REAL-MES-CONS pic 9(13).
           01 PRES-ACUM-CONS pic 9(13).
           01 REAL-ACUM-CONS pic 9(13).

      *        calculo del desvio de un par presupuesto/real
           01 IMPORTE-PRES pic 9(13).
           01 IMPORTE-REAL pic 9(13).
           01 DESVIO-CALC pic s9(9)v9.
           01 DESVIO-EDIT pic -(8)9.9.
           01 DESVIO-TEXTO pic x(11).
           01 MARCA-DESVIO pic x(13).
           01 DESVIO-MES-EDIT pic x(11).
           01 DESVIO-ACUM-EDIT pic x(11).
           01 MARCA-MES pic x(13).
           01 MARCA-ACUM pic x(13).
           01 OBSERVACION pic x(30).

           01 DESVIOS-ADMIN pic 9(6).
           01 TOTAL-PRESUPUESTOS pic 9(6) value 0.
           01 TOTAL-FACTURAS pic 9(6) value 0.
           01 TOTAL-RUBROS pic 9(6) value 0.
           01 TOTAL-DESVIOS pic 9(6) value 0.
           01 TOTAL-SIN-MAESTRO pic 9(6) value 0.
           01 TOTAL-ARCHIVOS pic 9(4) value 0.

      *        codigo de retorno del paso (0 limpio, 4 con
      *        advertencias, 8 error serio)
           01 COD-RETORNO pic 9(2) value 0.

      *        ---------------------------------------------------------
      *        Presupuesto contra gasto real: para el periodo AAAAMM
      *        compara, por consorcio y rubro, el presupuesto anual de
      *        PRESUPUESTO.OUT con lo facturado en FACTURAS.OUT (el
      *        rubro de cada factura se resuelve por el proveedor en
      *        PROV.OUT), en el mes y acumulado de enero al mes. Los
      *        desvios que superan DESVIO-MAXIMO, en mas o en menos, y
      *        los gastos sin presupuesto quedan marcados. Como el
      *        listado de tp2ej2, sale un archivo
      *        PRESUPUESTO_ADM_nnn_AAAAMM.txt por administracion (la
      *        del maestro; 000 para consorcios fuera del maestro) y
      *        el manifiesto PRESUPUESTOS.MAN con los archivos.
      *        ---------------------------------------------------------
       procedure division.
           display "|--- Presupuesto contra gasto real ---|".

           perform ObtenerParametros.
           display "Periodo informado: " PERIODO-INFORME
               "  desvio maximo: " DESVIO-MAXIMO "%".

           perform CargarTablaConsorcios.

           OPEN input PROVOUT.
           if not ok-PROV-OUT
               display "ADVERTENCIA: no se pudo abrir PROV.OUT ("
                   fs-PROV-OUT "); los rubros no se resuelven."
           end-if.

           SORT ORDENAR
               ON ASCENDING COD-ADMIN of REG_ORDENAR
               ON ASCENDING CUIT-CONS of REG_ORDENAR
               ON ASCENDING RUBRO of REG_ORDENAR
               ON ASCENDING TIPO-MOV of REG_ORDENAR
           INPUT PROCEDURE is ENTRADA
           OUTPUT PROCEDURE is SALIDA.

           if ok-PROV-OUT
               CLOSE PROVOUT
           end-if.

           display "Presupuestos del anio: " TOTAL-PRESUPUESTOS.
           display "Facturas del anio al periodo: " TOTAL-FACTURAS.
           display "Rubros informados: " TOTAL-RUBROS.
           display "Rubros con desvio marcado: " TOTAL-DESVIOS.
           display "Movimientos de consorcios fuera del maestro: "
               TOTAL-SIN-MAESTRO.
           display "Total de archivos generados: " TOTAL-ARCHIVOS.
           if COD-RETORNO < 4 and TOTAL-SIN-MAESTRO > 0
               move 4 to COD-RETORNO
           end-if.
           move COD-RETORNO to RETURN-CODE.
       GOBACK.

       ObtenerParametros.
           perform ObtenerFechaProceso.
           move WS-YYYY-MM-DD(1:6) to PERIODO-INFORME.
           accept WS-ENV-VAL from environment "PRESUPUESTO_PERIODO".
           if WS-ENV-VAL(1:6) is numeric
               move WS-ENV-VAL(1:6) to PERIODO-INFORME
           end-if.
           if PI-MES < 1 or PI-MES > 12
               display "ADVERTENCIA: periodo " PERIODO-INFORME
                   " invalido; se informa el de la fecha de proceso."
               move WS-YYYY-MM-DD(1:6) to PERIODO-INFORME
               move 4 to COD-RETORNO
           end-if.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "PRESUPUESTO_DESVIO".
           evaluate true
               when WS-ENV-VAL(1:3) is numeric
                   move WS-ENV-VAL(1:3) to DESVIO-MAXIMO
               when WS-ENV-VAL(1:2) is numeric
                   move WS-ENV-VAL(1:2) to DESVIO-MAXIMO
               when WS-ENV-VAL(1:1) is numeric
                   move WS-ENV-VAL(1:1) to DESVIO-MAXIMO
               when other
                   continue
           end-evaluate.

       CargarTablaConsorcios.
           display "--- Cargando MAESTRO.txt ---".
           move 0 to CANT-CONSORCIOS.
           OPEN input MAESTRO.
           if not ok-MAESTRO
               display "ADVERTENCIA: no se pudo abrir MAESTRO.txt ("
                   fs-MAESTRO "); todo sale en la administracion 000."
               if COD-RETORNO < 4
                   move 4 to COD-RETORNO
               end-if
           else
               READ MAESTRO end-read
               PERFORM CargarUnConsorcio UNTIL eof-MAESTRO
                   or CANT-CONSORCIOS = 99999
               CLOSE MAESTRO
           end-if.
           display "--- Consorcios cargados: " CANT-CONSORCIOS " ---".

       CargarUnConsorcio.
           add 1 to CANT-CONSORCIOS.
           move CUIT-CO of REG_MAESTRO to CUIT-TAB(CANT-CONSORCIOS).
           move COD-ADMIN of REG_MAESTRO
               to COD-ADMIN-TAB(CANT-CONSORCIOS).
           move NOMBRE-CONSORCIO of REG_MAESTRO
               to NOMBRE-TAB(CANT-CONSORCIOS).
           READ MAESTRO end-read.

      *        ---------------------------------------------------------
      *        Ambos indexados vienen ordenados por consorcio, asi que
      *        la busqueda solo se repite cuando cambia el CUIT
      *        ---------------------------------------------------------
       BuscarConsorcio.
           if CUIT-CONS of REG_ORDENAR not = CUIT-BUSCADO
               or IDX-CONS-HALLADO = 0
               move CUIT-CONS of REG_ORDENAR to CUIT-BUSCADO
               move 1 to IDX-CONS
               move 0 to IDX-CONS-HALLADO
               perform BuscarUnConsorcio until
                   IDX-CONS > CANT-CONSORCIOS or IDX-CONS-HALLADO > 0
           end-if.
           if IDX-CONS-HALLADO = 0
               move 0 to COD-ADMIN of REG_ORDENAR
               add 1 to TOTAL-SIN-MAESTRO
           else
               move COD-ADMIN-TAB(IDX-CONS-HALLADO)
                   to COD-ADMIN of REG_ORDENAR
           end-if.

       BuscarUnConsorcio.
           if CUIT-TAB(IDX-CONS) = CUIT-BUSCADO
               move IDX-CONS to IDX-CONS-HALLADO
           end-if.
           add 1 to IDX-CONS.

       ENTRADA.
           OPEN input PRESUPUESTO.
           if not ok-PRESUPUESTO
               display "ADVERTENCIA: no se pudo abrir PRESUPUESTO.OUT ("
                   fs-PRESUPUESTO "); todo el gasto sale sin "
                   "presupuesto."
               if COD-RETORNO < 4
                   move 4 to COD-RETORNO
               end-if
           else
               READ PRESUPUESTO NEXT RECORD end-read
               PERFORM LiberarUnPresupuesto UNTIL eof-PRESUPUESTO
               CLOSE PRESUPUESTO
           end-if.

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

      *        ---------------------------------------------------------
      *        Del presupuesto del anio se toma el importe del mes y la
      *        suma de enero al mes informado
      *        ---------------------------------------------------------
       LiberarUnPresupuesto.
           if ANIO-P of REG_PRESUPUESTO = PI-ANIO
               add 1 to TOTAL-PRESUPUESTOS
               move 0 to ACUM-PRESUPUESTO
               move 1 to IDX-MES
               perform SumarMesPresupuesto until IDX-MES > PI-MES
               move CUIT-CONS-P of REG_PRESUPUESTO
                   to CUIT-CONS of REG_ORDENAR
               move RUBRO-P of REG_PRESUPUESTO to RUBRO of REG_ORDENAR
               move "P" to TIPO-MOV of REG_ORDENAR
               move IMPORTE-MES-P of REG_PRESUPUESTO(PI-MES)
                   to IMPORTE-MES of REG_ORDENAR
               move ACUM-PRESUPUESTO to IMPORTE-ACUM of REG_ORDENAR
               perform BuscarConsorcio
               release REG_ORDENAR
           end-if.
           READ PRESUPUESTO NEXT RECORD end-read.

       SumarMesPresupuesto.
           add IMPORTE-MES-P of REG_PRESUPUESTO(IDX-MES)
               to ACUM-PRESUPUESTO.
           add 1 to IDX-MES.

      *        ---------------------------------------------------------
      *        Toda factura del anio hasta el mes informado suma al
      *        acumulado; las del mes, ademas, al gasto del mes
      *        ---------------------------------------------------------
       LiberarUnaFactura.
           move FECHA-FACT of REG_FACTURA to FECHA-DESCOMPUESTA.
           if FD-ANIO = PI-ANIO and FD-MES <= PI-MES
               add 1 to TOTAL-FACTURAS
               move CUIT-CONS-F of REG_FACTURA
                   to CUIT-CONS of REG_ORDENAR
               move "R" to TIPO-MOV of REG_ORDENAR
               move IMPORTE-FACT of REG_FACTURA
                   to IMPORTE-ACUM of REG_ORDENAR
               if FD-MES = PI-MES
                   move IMPORTE-FACT of REG_FACTURA
                       to IMPORTE-MES of REG_ORDENAR
               else
                   move 0 to IMPORTE-MES of REG_ORDENAR
               end-if
               perform ResolverRubro
               perform BuscarConsorcio
               release REG_ORDENAR
           end-if.
           READ FACTURAS NEXT RECORD end-read.

       ResolverRubro.
           move "????" to RUBRO of REG_ORDENAR.
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
               END-READ
           end-if.

       SALIDA.
           OPEN OUTPUT MANIFIESTO.
           RETURN ORDENAR AT END CONTINUE.
           if not eof-ORDENAR
               MOVE COD-ADMIN of REG_ORDENAR to COD-ADMIN_ACT
               PERFORM ABRIR_LISTADO_ADMIN
               PERFORM EMITIR_ENCABEZADO
               PERFORM ABRIR_CONSORCIO
               PERFORM ABRIR_RUBRO
               PERFORM PROCESAR_ORDENADO until eof-ORDENAR
               PERFORM EMITIR_TOTAL_RUBRO
               PERFORM EMITIR_TOTAL_CONSORCIO
               PERFORM CERRAR_LISTADO_ADMIN
           else
               display "Sin presupuestos ni facturas que informar."
           end-if.
           CLOSE MANIFIESTO.

       PROCESAR_ORDENADO.
           IF COD-ADMIN of REG_ORDENAR IS NOT EQUAL TO COD-ADMIN_ACT
               PERFORM EMITIR_TOTAL_RUBRO
               PERFORM EMITIR_TOTAL_CONSORCIO
               PERFORM CERRAR_LISTADO_ADMIN
               MOVE COD-ADMIN of REG_ORDENAR to COD-ADMIN_ACT
               PERFORM ABRIR_LISTADO_ADMIN
               PERFORM EMITIR_ENCABEZADO
               PERFORM ABRIR_CONSORCIO
               PERFORM ABRIR_RUBRO
           ELSE
               IF CUIT-CONS_ACT IS NOT EQUAL TO
                   CUIT-CONS of REG_ORDENAR
                   PERFORM EMITIR_TOTAL_RUBRO
                   PERFORM EMITIR_TOTAL_CONSORCIO
                   PERFORM EMITIR_LINEA_BLANCA
                   PERFORM ABRIR_CONSORCIO
                   PERFORM ABRIR_RUBRO
               ELSE
                   IF RUBRO of REG_ORDENAR IS NOT EQUAL TO RUBRO_ACT
                       PERFORM EMITIR_TOTAL_RUBRO
                       PERFORM ABRIR_RUBRO
                   END-IF
               END-IF
           END-IF.

           IF TIPO-MOV of REG_ORDENAR = "P"
               ADD IMPORTE-MES of REG_ORDENAR to PRES-MES-RUBRO
               ADD IMPORTE-ACUM of REG_ORDENAR to PRES-ACUM-RUBRO
           ELSE
               ADD IMPORTE-MES of REG_ORDENAR to REAL-MES-RUBRO
               ADD IMPORTE-ACUM of REG_ORDENAR to REAL-ACUM-RUBRO
           END-IF.

           RETURN ORDENAR AT END CONTINUE.

       ABRIR_CONSORCIO.
           MOVE CUIT-CONS of REG_ORDENAR to CUIT-CONS_ACT.
           MOVE CUIT-CONS of REG_ORDENAR to CUIT-BUSCADO.
           move 1 to IDX-CONS.
           move 0 to IDX-CONS-HALLADO.
           perform BuscarUnConsorcio until
               IDX-CONS > CANT-CONSORCIOS or IDX-CONS-HALLADO > 0.
           if IDX-CONS-HALLADO = 0
               move "CONSORCIO FUERA DEL MAESTRO" to NOMBRE_ACT
           else
               move NOMBRE-TAB(IDX-CONS-HALLADO) to NOMBRE_ACT
           end-if.
           MOVE 0 to PRES-MES-CONS.
           MOVE 0 to REAL-MES-CONS.
           MOVE 0 to PRES-ACUM-CONS.
           MOVE 0 to REAL-ACUM-CONS.
           PERFORM EMITIR_ENCABEZADO_CONSORCIO.

       ABRIR_RUBRO.
           MOVE RUBRO of REG_ORDENAR to RUBRO_ACT.
           MOVE 0 to PRES-MES-RUBRO.
           MOVE 0 to REAL-MES-RUBRO.
           MOVE 0 to PRES-ACUM-RUBRO.
           MOVE 0 to REAL-ACUM-RUBRO.

      *        ---------------------------------------------------------
      *        Linea del rubro: mes y acumulado, cada uno con su desvio
      *        y su marca; un rubro con marca en cualquiera de los dos
      *        cuenta como desvio
      *        ---------------------------------------------------------
       EMITIR_TOTAL_RUBRO.
           ADD 1 TO TOTAL-RUBROS.
           move PRES-MES-RUBRO to IMPORTE-PRES.
           move REAL-MES-RUBRO to IMPORTE-REAL.
           perform CalcularDesvio.
           move DESVIO-TEXTO to DESVIO-MES-EDIT.
           move MARCA-DESVIO to MARCA-MES.
           move PRES-ACUM-RUBRO to IMPORTE-PRES.
           move REAL-ACUM-RUBRO to IMPORTE-REAL.
           perform CalcularDesvio.
           move DESVIO-TEXTO to DESVIO-ACUM-EDIT.
           move MARCA-DESVIO to MARCA-ACUM.
           move spaces to OBSERVACION.
           evaluate true
               when MARCA-ACUM not = spaces and MARCA-MES not = spaces
                   and MARCA-ACUM not = MARCA-MES
                   string MARCA-ACUM delimited by space
                          " MES " delimited by size
                          MARCA-MES delimited by space
                          into OBSERVACION
               when MARCA-ACUM not = spaces
                   move MARCA-ACUM to OBSERVACION
               when MARCA-MES not = spaces
                   string "MES " delimited by size
                          MARCA-MES delimited by space
                          into OBSERVACION
               when other
                   continue
           end-evaluate.
           if OBSERVACION not = spaces
               ADD 1 TO TOTAL-DESVIOS
               ADD 1 TO DESVIOS-ADMIN
           end-if.

           move spaces to REG_LISTADO.
           string "  " RUBRO_ACT "  "
                  PRES-MES-RUBRO " "
                  REAL-MES-RUBRO " "
                  DESVIO-MES-EDIT "  "
                  PRES-ACUM-RUBRO " "
                  REAL-ACUM-RUBRO " "
                  DESVIO-ACUM-EDIT "  "
                  OBSERVACION
                  delimited by size into REG_LISTADO.
           PERFORM EMITIR_LINEA_LISTADO.

           ADD PRES-MES-RUBRO to PRES-MES-CONS.
           ADD REAL-MES-RUBRO to REAL-MES-CONS.
           ADD PRES-ACUM-RUBRO to PRES-ACUM-CONS.
           ADD REAL-ACUM-RUBRO to REAL-ACUM-CONS.

       EMITIR_TOTAL_CONSORCIO.
           move PRES-MES-CONS to IMPORTE-PRES.
           move REAL-MES-CONS to IMPORTE-REAL.
           perform CalcularDesvio.
           move DESVIO-TEXTO to DESVIO-MES-EDIT.
           move PRES-ACUM-CONS to IMPORTE-PRES.
           move REAL-ACUM-CONS to IMPORTE-REAL.
           perform CalcularDesvio.
           move DESVIO-TEXTO to DESVIO-ACUM-EDIT.
           move spaces to REG_LISTADO.
           string "  TOTAL "
                  PRES-MES-CONS " "
                  REAL-MES-CONS " "
                  DESVIO-MES-EDIT "  "
                  PRES-ACUM-CONS " "
                  REAL-ACUM-CONS " "
                  DESVIO-ACUM-EDIT "  "
                  MARCA-DESVIO
                  delimited by size into REG_LISTADO.
           PERFORM EMITIR_LINEA_LISTADO.

      *        ---------------------------------------------------------
      *        Desvio porcentual del gasto real contra el presupuesto;
      *        gasto sin presupuesto no tiene porcentaje y se marca
      *        aparte
      *        ---------------------------------------------------------
       CalcularDesvio.
           move spaces to MARCA-DESVIO.
           move 0 to DESVIO-CALC.
           if IMPORTE-PRES = 0
               move spaces to DESVIO-TEXTO
               if IMPORTE-REAL > 0
                   move "*SIN-PRESUP." to MARCA-DESVIO
               end-if
           else
               compute DESVIO-CALC rounded =
                   (IMPORTE-REAL - IMPORTE-PRES) * 100 / IMPORTE-PRES
                   on size error
                       move 999999999.9 to DESVIO-CALC
               end-compute
               move DESVIO-CALC to DESVIO-EDIT
               move DESVIO-EDIT to DESVIO-TEXTO
               if DESVIO-CALC > DESVIO-MAXIMO
                   move "*EXCEDIDO" to MARCA-DESVIO
               end-if
               if DESVIO-CALC < 0 - DESVIO-MAXIMO
                   move "*SUBEJECUTADO" to MARCA-DESVIO
               end-if
           end-if.

      *        ---------------------------------------------------------
      *        Un archivo por administracion con su rastro en el
      *        manifiesto, como en tp2ej2; si no se puede abrir, la
      *        administracion queda sin informe y el run termina con
      *        error
      *        ---------------------------------------------------------
       ABRIR_LISTADO_ADMIN.
           move spaces to WS-PATH-LISTADO.
           string "PRESUPUESTO_ADM_" delimited by size
                  COD-ADMIN_ACT delimited by size
                  "_" delimited by size
                  PERIODO-INFORME delimited by size
                  ".txt" delimited by size
                  into WS-PATH-LISTADO.
           move 0 to DESVIOS-ADMIN.
           OPEN OUTPUT LISTADO.
           if ok-LISTADO
               move "S" to LISTADO-ABIERTO
               ADD 1 TO TOTAL-ARCHIVOS
               move spaces to REG_MANIFIESTO
               string "ADMIN " delimited by size
                      COD-ADMIN_ACT delimited by size
                      " -> " delimited by size
                      WS-PATH-LISTADO delimited by spaces
                      into REG_MANIFIESTO
               WRITE REG_MANIFIESTO
           else
               move "N" to LISTADO-ABIERTO
               display "ERROR: no se pudo abrir " WS-PATH-LISTADO
               " (" fs-LISTADO "); la administracion "
               COD-ADMIN_ACT " queda sin informe."
               move 8 to COD-RETORNO
               move spaces to REG_MANIFIESTO
               string "ADMIN " delimited by size
                      COD-ADMIN_ACT delimited by size
                      " -> ERROR: no se pudo abrir "
                      delimited by size
                      WS-PATH-LISTADO delimited by spaces
                      into REG_MANIFIESTO
               WRITE REG_MANIFIESTO
           end-if.
           MOVE 1 to PAGINAS.
           MOVE 0 to LINEAS.

       CERRAR_LISTADO_ADMIN.
           move spaces to REG_LISTADO.
           PERFORM EMITIR_LINEA_LISTADO.
           move spaces to REG_LISTADO.
           string "RUBROS CON DESVIO MARCADO EN LA ADMINISTRACION: "
                  DESVIOS-ADMIN
                  delimited by size into REG_LISTADO.
           PERFORM EMITIR_LINEA_LISTADO.
           if LISTADO-ABIERTO = "S"
               CLOSE LISTADO
               move "N" to LISTADO-ABIERTO
           end-if.

       EMITIR_LINEA_LISTADO.
           if LISTADO-ABIERTO = "S"
               WRITE REG_LISTADO
           end-if.
           ADD 1 TO LINEAS.
           PERFORM VALIDAR_PAGINA.

       EMITIR_LINEA_BLANCA.
           move spaces to REG_LISTADO.
           PERFORM EMITIR_LINEA_LISTADO.

       VALIDAR_PAGINA.
           if LINEAS + 1 > 60
               add 1 to PAGINAS
               perform EMITIR_ENCABEZADO
               perform EMITIR_ENCABEZADO_CONSORCIO
           end-if.

       EMITIR_ENCABEZADO.
           move spaces to REG_LISTADO.
           string "Fecha: " WS-YYYY-MM-DD
                  "                             "
                  "                  Hoja nro " PAGINAS
                  delimited by size into REG_LISTADO.
           if LISTADO-ABIERTO = "S"
               WRITE REG_LISTADO
           end-if.
           move spaces to REG_LISTADO.
           string "         PRESUPUESTO CONTRA GASTO REAL - PERIODO "
                  PERIODO-INFORME
                  " - DESVIO MAXIMO " DESVIO-MAXIMO "%"
                  delimited by size into REG_LISTADO.
           if LISTADO-ABIERTO = "S"
               WRITE REG_LISTADO
           end-if.
           move spaces to REG_LISTADO.
           if LISTADO-ABIERTO = "S"
               WRITE REG_LISTADO
           end-if.
           move 3 to LINEAS.

       EMITIR_ENCABEZADO_CONSORCIO.
           move spaces to REG_LISTADO.
           string "CONSORCIO: " CUIT-CONS_ACT "  "
                  NOMBRE_ACT "  (IMPORTES EN CENTAVOS)"
                  delimited by size into REG_LISTADO.
           if LISTADO-ABIERTO = "S"
               WRITE REG_LISTADO
           end-if.
           move spaces to REG_LISTADO.
           string "  RUBRO   PRESUP. MES      REAL MES "
                  "   DESVIO %    PRES. ACUM.     REAL ACUM "
                  "   DESVIO %  OBSERVACION"
                  delimited by size into REG_LISTADO.
           if LISTADO-ABIERTO = "S"
               WRITE REG_LISTADO
           end-if.
           add 2 to LINEAS.

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

       END PROGRAM ControlPresupuesto.

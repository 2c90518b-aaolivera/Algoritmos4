       identification division.
       program-id. GenerarAsientos.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               select PLANCUENTAS
                   assign to disk "PLANCUENTAS.INFO"
                   organization is line sequential
                   FILE STATUS IS fs-PLANCUENTAS.

               SELECT MAESTRO
                   assign to disk "MAESTRO.txt"
                   organization is line sequential
                   file status is fs-MAESTRO.

               select RESULTADOS
                   assign to dynamic WS-PATH-RESULTADOS
                   organization is line sequential
                   file status is fs-RESULTADOS.

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

               select REGISTRO-RETENCIONES
                   assign to disk "RETENCIONES.HIS"
                   organization is line sequential
                   FILE STATUS IS fs-REGISTRO-RETENCIONES.

               select ASIENTOS
                   assign to dynamic WS-PATH-ASIENTOS
                   organization is line sequential
                   FILE STATUS IS fs-ASIENTOS.

               select EXCEPCIONES
                   assign to disk "ASIENTOS.EXC"
                   organization is line sequential
                   FILE STATUS IS fs-EXCEPCIONES.

               SELECT ORDENAR
                   ASSIGN TO "WORKE.TMP"
                   FILE status is fs-ORDENAR.

       DATA DIVISION.

       FILE SECTION.
      *        plan de cuentas de la interfaz contable: TIPO-CLAVE "E"
      *        cuenta bancaria por ENTIDAD (CLAVE con la entidad en 3
      *        digitos), "R" cuenta de gasto por rubro de proveedor y
      *        "G" cuentas generales (DEUD deudores por expensas, MORA
      *        deudores por debitos rechazados, PROV proveedores, RETG
      *        y RETI retenciones de Ganancias e Ingresos Brutos a
      *        depositar)
           fd PLANCUENTAS.
           01 REG_PLANCUENTA.
               03 TIPO-CLAVE pic x(1).
               03 CLAVE pic x(4).
               03 COD-CUENTA pic x(10).
               03 DESC-CUENTA pic x(30).

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

      *        veredicto de cada debito presentado, tal como lo graba
      *        ProcesarRetornos ("00" cobrado, otro codigo rechazo)
           fd RESULTADOS.
           01 REG_RESULTADO.
               03 CUIT-CO pic 9(15).
               03 ENTIDAD pic 9(3).
               03 NRO-CTA pic 9(8).
               03 SUCURSAL pic 9(3).
               03 PERIODO pic x(6).
               03 IMPORTE pic 9(11).
               03 RESULTADO pic x(2).

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

           fd REGISTRO-RETENCIONES.
           01 REG_RETENCION.
               03 NRO-CERTIFICADO pic 9(8).
               03 FECHA-PAGO pic 9(8).
               03 CUIT-CONS pic 9(15).
               03 COD-PROV pic 9(8).
               03 CUIT-PROV pic 9(15).
               03 COND-FISCAL pic x(2).
               03 RUBRO pic x(4).
               03 IMPUESTO pic x(1).
               03 IMPORTE-BRUTO pic 9(11).
               03 BASE-SUJETA pic 9(11).
               03 ALICUOTA pic 9(2)v9(4).
               03 IMPORTE-RETENIDO pic 9(11).

      *        interfaz de asientos: registro "H" de encabezado, "D"
      *        por renglon (cuenta, consorcio y periodo, al debe o al
      *        haber) y "T" de control con las sumas del debe y del
      *        haber para que contabilidad cuadre el archivo
           fd ASIENTOS.
           01 REG_ASIENTO-ENCABEZADO.
               03 TIPO-REG-ENC pic x(01).
               03 MODO-ENC pic x(01).
               03 FECHA-DESDE-ENC pic 9(8).
               03 FECHA-HASTA-ENC pic 9(8).
               03 FECHA-GENERACION-ENC pic 9(8).
           01 REG_ASIENTO.
               03 TIPO-REG pic x(01).
               03 NRO-ASIENTO pic 9(6).
               03 FECHA-ASIENTO pic 9(8).
               03 ORIGEN pic x(3).
               03 NRO-RENGLON pic 9(4).
               03 COD-CUENTA pic x(10).
               03 DESC-CUENTA pic x(30).
               03 DEBE-HABER pic x(1).
               03 CUIT-CONS pic 9(15).
               03 PERIODO pic x(6).
               03 IMPORTE pic 9(13).
           01 REG_ASIENTO-CONTROL.
               03 TIPO-REG-CTL pic x(01).
               03 CANT-ASIENTOS pic 9(6).
               03 CANT-RENGLONES pic 9(6).
               03 TOTAL-DEBE-CTL pic 9(15).
               03 TOTAL-HABER-CTL pic 9(15).

           fd EXCEPCIONES.
           01 REG_EXCEPCION pic x(132).

           SD ORDENAR.
               01 REG_ORDENAR.
                   03 FECHA-ASIENTO pic 9(8).
                   03 ORIGEN pic x(3).
                   03 DEBE-HABER pic x(1).
                   03 COD-CUENTA pic x(10).
                   03 CUIT-CONS pic 9(15).
                   03 PERIODO pic x(6).
                   03 IMPORTE pic 9(13).
                   03 DESC-CUENTA pic x(30).

       WORKING-STORAGE SECTION.
           01 fs-PLANCUENTAS pic xx.
               88 ok-PLANCUENTAS value "00".
               88 eof-PLANCUENTAS value "10".
           01 fs-MAESTRO pic xx.
               88 ok-MAESTRO value "00".
               88 eof-MAESTRO value "10".
           01 fs-RESULTADOS pic xx.
               88 ok-RESULTADOS value "00".
               88 eof-RESULTADOS value "10".
           01 fs-FACTURAS pic xx.
               88 ok-FACTURAS value "00".
               88 eof-FACTURAS value "10".
           01 fs-PROV-OUT pic xx.
               88 ok-PROV-OUT value "00".
           01 fs-REGISTRO-RETENCIONES pic xx.
               88 ok-REGISTRO-RETENCIONES value "00".
               88 eof-REGISTRO-RETENCIONES value "10".
           01 fs-ASIENTOS pic xx.
               88 ok-ASIENTOS value "00".
           01 fs-EXCEPCIONES pic xx.
               88 ok-EXCEPCIONES value "00".
           01 fs-ORDENAR pic xx.
               88 ok-ORDENAR value "00".
               88 eof-ORDENAR value "10".

           01 WS-PATH-RESULTADOS pic x(200) value spaces.
           01 WS-PATH-ASIENTOS pic x(200) value spaces.
           01 WS-ENV-VAL pic x(200).
           01 WS-YYYY-MM-DD pic 9(8).
           01 WS-FECHA-ENV pic x(8).
           01 WS-MOTIVO pic x(80).

      *        modo de la corrida: "M" mensual (ASIENTOS_PERIODO, por
      *        defecto el mes de proceso) o "D" diario (ASIENTOS_FECHA);
      *        se contabiliza lo ocurrido entre FECHA-DESDE y
      *        FECHA-HASTA inclusive
           01 MODO-CORRIDA pic x(1).
               88 CORRIDA-MENSUAL value "M".
               88 CORRIDA-DIARIA value "D".
           01 PERIODO-CORRIDA pic 9(6).
           01 PERIODO-DESCOMPUESTO redefines PERIODO-CORRIDA.
               03 ANIO-CORRIDA pic 9(4).
               03 MES-CORRIDA pic 9(2).
           01 FECHA-DESDE pic 9(8).
           01 FECHA-HASTA pic 9(8).
           01 LEER-RESULTADOS pic x(1).

      *        ultimo dia de cada mes, para fechar los asientos de
      *        cobranza de una corrida mensual
           01 DIAS-POR-MES pic x(24)
               value "312831303130313130313031".
           01 tablaDiasMes redefines DIAS-POR-MES.
               03 DIAS-MES pic 9(2) occurs 12 times.
           01 ULTIMO-DIA pic 9(2).
           01 COCIENTE-ANIO pic 9(4).
           01 RESTO-ANIO pic 9(2).

      *        plan de cuentas en memoria
           01 CANT-CUENTAS-PLAN pic 9(4) value 0.
           01 tablaPlanCuentas occurs 999 times.
               03 PLAN-TIPO-CLAVE pic x(1).
               03 PLAN-CLAVE pic x(4).
               03 PLAN-COD-CUENTA pic x(10).
               03 PLAN-DESC-CUENTA pic x(30).
           01 IDX-PLAN pic 9(4).
           01 IDX-PLAN-HALLADO pic 9(4).
           01 TIPO-CLAVE-BUSCADA pic x(1).
           01 CLAVE-BUSCADA pic x(4).

      *        consorcios del maestro vigente con la entidad de su
      *        cuenta, ascendente por CUIT: de ese banco salen los
      *        pagos a proveedores
           01 WS-CANT-CONS pic 9(6) value 0.
           01 tablaConsorcios.
               03 consItem OCCURS 1 TO 99999 TIMES
                   DEPENDING ON WS-CANT-CONS.
                   05 CONS-CUIT pic 9(15).
                   05 CONS-HAS-CUENTA pic x(01).
                   05 CONS-ENTIDAD pic 9(3).
           01 IDX-CONS pic 9(7).
           01 IDX-CONS-HALLADO pic 9(7).
           01 LIM-INF-CONS pic 9(7).
           01 LIM-SUP-CONS pic 9(7).
           01 CUIT-BUSCADO pic 9(15).

      *        movimiento en armado: las dos patas se liberan juntas,
      *        con la misma fecha y origen, o ninguna
           01 MOV-FECHA pic 9(8).
           01 MOV-ORIGEN pic x(3).
           01 MOV-CUIT pic 9(15).
           01 MOV-PERIODO pic x(6).
           01 MOV-IMPORTE pic 9(13).
           01 MOV-TIPO-DEBE pic x(1).
           01 MOV-CLAVE-DEBE pic x(4).
           01 MOV-TIPO-HABER pic x(1).
           01 MOV-CLAVE-HABER pic x(4).
           01 MOV-CUENTA-DEBE pic x(10).
           01 MOV-DESC-DEBE pic x(30).
           01 MOV-CUENTA-HABER pic x(10).
           01 MOV-DESC-HABER pic x(30).
           01 ENTIDAD-MOVIMIENTO pic 9(3).

      *        asiento y renglon en proceso
           01 FECHA-ASIENTO_ACT pic 9(8).
           01 ORIGEN_ACT pic x(3).
           01 DEBE-HABER_ACT pic x(1).
           01 COD-CUENTA_ACT pic x(10).
           01 DESC-CUENTA_ACT pic x(30).
           01 CUIT-CONS_ACT pic 9(15).
           01 PERIODO_ACT pic x(6).
           01 IMPORTE-RENGLON pic 9(15).
           01 NRO-ASIENTO-ACT pic 9(6) value 0.
           01 NRO-RENGLON-ACT pic 9(4).

      *        sumas liberadas al sort y sumas grabadas
           01 DEBE-LIBERADO pic 9(15) value 0.
           01 HABER-LIBERADO pic 9(15) value 0.
           01 TOTAL-DEBE pic 9(15) value 0.
           01 TOTAL-HABER pic 9(15) value 0.
           01 TOTAL-RENGLONES pic 9(6) value 0.

      *        totales por origen, para cuadrar contra cada subsistema
           01 CANT-COBRADOS pic 9(6) value 0.
           01 IMPORTE-COBRADO pic 9(15) value 0.
           01 CANT-RECHAZADOS pic 9(6) value 0.
           01 IMPORTE-RECHAZADO pic 9(15) value 0.
           01 CANT-FACTURAS pic 9(6) value 0.
           01 IMPORTE-FACTURADO pic 9(15) value 0.
           01 CANT-PAGOS pic 9(6) value 0.
           01 IMPORTE-PAGADO pic 9(15) value 0.
           01 CANT-RETENCIONES pic 9(6) value 0.
           01 IMPORTE-RETENIDO-TOT pic 9(15) value 0.
           01 TOTAL-OBSERVADOS pic 9(6) value 0.

      *        codigo de retorno del paso (0 limpio, 4 con
      *        advertencias, 8 error serio)
           01 COD-RETORNO pic 9(2) value 0.

      *        ---------------------------------------------------------
      *        Interfaz contable: arma los asientos del dia o del mes
      *        a partir de
      *        - RESULTADOS de ProcesarRetornos: debitos cobrados (banco
      *          de la entidad al debe, deudores por expensas al haber)
      *          y rechazados (deudores por debitos rechazados al debe,
      *          deudores por expensas al haber);
      *        - FACTURAS.OUT: facturas cargadas por CargarFacturas con
      *          fecha en el rango (gasto del rubro al debe, proveedores
      *          al haber) y facturas saldadas por AplicarPagos con
      *          fecha de pago en el rango (proveedores al debe, banco
      *          del consorcio al haber);
      *        - RETENCIONES.HIS de PagarProveedores: lo retenido no
      *          sale del banco (banco al debe, retencion a depositar
      *          al haber).
      *        Las cuentas salen de PLANCUENTAS.INFO. Los movimientos
      *        sin cuenta van a ASIENTOS.EXC y no se contabilizan. Se
      *        consolida un asiento por fecha y origen, con un renglon
      *        por cuenta, consorcio y periodo, en ASIENTOS_AAAAMM.txt
      *        (o ASIENTOS_AAAAMMDD.txt en la corrida diaria). Si la
      *        suma del debe no iguala la del haber el archivo no se
      *        graba. La corrida diaria toma los RESULTADOS solo si se
      *        indica el archivo del dia en ASIENTOS_RESULTADOS.
      *        ---------------------------------------------------------
       procedure division.
           display "|--- Interfaz de asientos contables ---|".

           perform LeerParametros.
           if COD-RETORNO < 8
               perform CargarPlanCuentas
           end-if.
           if COD-RETORNO < 8
               perform CargarTablaConsorcios
           end-if.

           if COD-RETORNO < 8
               OPEN input PROVOUT
               OPEN OUTPUT EXCEPCIONES
               if not ok-PROV-OUT
                   display "ERROR: no se pudo abrir PROV.OUT ("
                       fs-PROV-OUT "); no se generan los asientos."
                   move 8 to COD-RETORNO
               else
                   SORT ORDENAR
                       ON ASCENDING FECHA-ASIENTO of REG_ORDENAR
                       ON ASCENDING ORIGEN of REG_ORDENAR
                       ON ASCENDING DEBE-HABER of REG_ORDENAR
                       ON ASCENDING COD-CUENTA of REG_ORDENAR
                       ON ASCENDING CUIT-CONS of REG_ORDENAR
                       ON ASCENDING PERIODO of REG_ORDENAR
                   INPUT PROCEDURE is ENTRADA
                   OUTPUT PROCEDURE is SALIDA
                   CLOSE PROVOUT
               end-if
               CLOSE EXCEPCIONES
           end-if.

           display "Debitos cobrados: " CANT-COBRADOS
               " por " IMPORTE-COBRADO " centavos.".
           display "Debitos rechazados: " CANT-RECHAZADOS
               " por " IMPORTE-RECHAZADO " centavos.".
           display "Facturas cargadas: " CANT-FACTURAS
               " por " IMPORTE-FACTURADO " centavos.".
           display "Facturas pagadas: " CANT-PAGOS
               " por " IMPORTE-PAGADO " centavos.".
           display "Retenciones practicadas: " CANT-RETENCIONES
               " por " IMPORTE-RETENIDO-TOT " centavos.".
           display "Movimientos observados: " TOTAL-OBSERVADOS.
           display "Asientos grabados: " NRO-ASIENTO-ACT
               "  Renglones: " TOTAL-RENGLONES.
           display "Total debe: " TOTAL-DEBE
               "  Total haber: " TOTAL-HABER.
           if COD-RETORNO < 4 and TOTAL-OBSERVADOS > 0
               move 4 to COD-RETORNO
           end-if.
           move COD-RETORNO to RETURN-CODE.
       GOBACK.

      *        ---------------------------------------------------------
      *        Parametros del run: periodo (corrida mensual) o fecha
      *        (corrida diaria) y archivo de RESULTADOS a contabilizar
      *        ---------------------------------------------------------
       LeerParametros.
           perform ObtenerFechaProceso.
           move "M" to MODO-CORRIDA.
           move WS-YYYY-MM-DD(1:6) to PERIODO-CORRIDA.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "ASIENTOS_PERIODO".
           if WS-ENV-VAL not = spaces
               if WS-ENV-VAL(1:6) is numeric
                   move WS-ENV-VAL(1:6) to PERIODO-CORRIDA
               else
                   move 0 to PERIODO-CORRIDA
               end-if
           end-if.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "ASIENTOS_FECHA".
           if WS-ENV-VAL not = spaces
               if WS-ENV-VAL(1:8) is numeric
                   move "D" to MODO-CORRIDA
                   move WS-ENV-VAL(1:8) to FECHA-DESDE
                   move WS-ENV-VAL(1:8) to FECHA-HASTA
                   move WS-ENV-VAL(1:6) to PERIODO-CORRIDA
               else
                   move 0 to PERIODO-CORRIDA
               end-if
           end-if.

           if MES-CORRIDA < 1 or MES-CORRIDA > 12
               display "ERROR: ASIENTOS_PERIODO (AAAAMM) o "
                   "ASIENTOS_FECHA (AAAAMMDD) invalidos."
               move 8 to COD-RETORNO
           else
               perform ArmarRangoFechas
           end-if.

       ArmarRangoFechas.
           move "S" to LEER-RESULTADOS.
           move spaces to WS-PATH-RESULTADOS.
           string "RESULTADOS_" delimited by size
                  PERIODO-CORRIDA delimited by size
                  ".txt" delimited by size
                  into WS-PATH-RESULTADOS.
           move spaces to WS-PATH-ASIENTOS.
           if CORRIDA-MENSUAL
               move DIAS-MES(MES-CORRIDA) to ULTIMO-DIA
               divide ANIO-CORRIDA by 4 giving COCIENTE-ANIO
                   remainder RESTO-ANIO
               if MES-CORRIDA = 2 and RESTO-ANIO = 0
                   move 29 to ULTIMO-DIA
               end-if
               compute FECHA-DESDE = PERIODO-CORRIDA * 100 + 1
               compute FECHA-HASTA = PERIODO-CORRIDA * 100
                   + ULTIMO-DIA
               string "ASIENTOS_" delimited by size
                      PERIODO-CORRIDA delimited by size
                      ".txt" delimited by size
                      into WS-PATH-ASIENTOS
           else
               move "N" to LEER-RESULTADOS
               string "ASIENTOS_" delimited by size
                      FECHA-DESDE delimited by size
                      ".txt" delimited by size
                      into WS-PATH-ASIENTOS
           end-if.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "ASIENTOS_RESULTADOS".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-RESULTADOS
               move "S" to LEER-RESULTADOS
           end-if.
           display "Modo: " MODO-CORRIDA "  Desde: " FECHA-DESDE
               "  Hasta: " FECHA-HASTA.

       CargarPlanCuentas.
           move 0 to CANT-CUENTAS-PLAN.
           OPEN input PLANCUENTAS.
           if not ok-PLANCUENTAS
               display "ERROR: no se pudo abrir PLANCUENTAS.INFO ("
                   fs-PLANCUENTAS "); no se generan los asientos."
               move 8 to COD-RETORNO
           else
               READ PLANCUENTAS end-read
               PERFORM CargarUnaCuenta UNTIL eof-PLANCUENTAS
               CLOSE PLANCUENTAS
           end-if.

       CargarUnaCuenta.
           if CANT-CUENTAS-PLAN < 999
               and COD-CUENTA of REG_PLANCUENTA not = spaces
               add 1 to CANT-CUENTAS-PLAN
               move TIPO-CLAVE of REG_PLANCUENTA
                   to PLAN-TIPO-CLAVE(CANT-CUENTAS-PLAN)
               move CLAVE of REG_PLANCUENTA
                   to PLAN-CLAVE(CANT-CUENTAS-PLAN)
               move COD-CUENTA of REG_PLANCUENTA
                   to PLAN-COD-CUENTA(CANT-CUENTAS-PLAN)
               move DESC-CUENTA of REG_PLANCUENTA
                   to PLAN-DESC-CUENTA(CANT-CUENTAS-PLAN)
           end-if.
           READ PLANCUENTAS end-read.

       CargarTablaConsorcios.
           move 0 to WS-CANT-CONS.
           OPEN input MAESTRO.
           if not ok-MAESTRO
               display "ERROR: no se pudo abrir MAESTRO.txt ("
                   fs-MAESTRO ")."
               move 8 to COD-RETORNO
           else
               READ MAESTRO end-read
               PERFORM CargarUnConsorcio UNTIL eof-MAESTRO
               CLOSE MAESTRO
           end-if.

       CargarUnConsorcio.
           if WS-CANT-CONS < 99999
               add 1 to WS-CANT-CONS
               move CUIT-CO of REG_MAESTRO to CONS-CUIT(WS-CANT-CONS)
               move HAS-CUENTA of REG_MAESTRO
                   to CONS-HAS-CUENTA(WS-CANT-CONS)
               move ENTIDAD of REG_MAESTRO
                   to CONS-ENTIDAD(WS-CANT-CONS)
           end-if.
           READ MAESTRO end-read.

      *        ---------------------------------------------------------
      *        Libera al sort las dos patas de cada movimiento del rango
      *        ---------------------------------------------------------
       ENTRADA.
           if LEER-RESULTADOS = "S"
               perform LiberarResultados
           end-if.
           perform LiberarFacturas.
           perform LiberarRetenciones.

      *        sin RESULTADOS (ningun retorno procesado todavia) se
      *        contabiliza el resto y se advierte
       LiberarResultados.
           OPEN input RESULTADOS.
           if not ok-RESULTADOS
               display "ADVERTENCIA: no se pudo abrir RESULTADOS ("
                   fs-RESULTADOS ") " WS-PATH-RESULTADOS
               if COD-RETORNO < 4
                   move 4 to COD-RETORNO
               end-if
           else
               READ RESULTADOS end-read
               PERFORM LiberarUnResultado UNTIL eof-RESULTADOS
               CLOSE RESULTADOS
           end-if.

       LiberarUnResultado.
           move FECHA-HASTA to MOV-FECHA.
           move CUIT-CO of REG_RESULTADO to MOV-CUIT.
           move PERIODO of REG_RESULTADO to MOV-PERIODO.
           move 0 to MOV-IMPORTE.
           if IMPORTE of REG_RESULTADO is numeric
               move IMPORTE of REG_RESULTADO to MOV-IMPORTE
           end-if.
           if RESULTADO of REG_RESULTADO = "00"
               move "COB" to MOV-ORIGEN
               move "E" to MOV-TIPO-DEBE
               move ENTIDAD of REG_RESULTADO to ENTIDAD-MOVIMIENTO
               move spaces to MOV-CLAVE-DEBE
               move ENTIDAD-MOVIMIENTO to MOV-CLAVE-DEBE(1:3)
               add 1 to CANT-COBRADOS
               add MOV-IMPORTE to IMPORTE-COBRADO
           else
               move "REC" to MOV-ORIGEN
               move "G" to MOV-TIPO-DEBE
               move "MORA" to MOV-CLAVE-DEBE
               add 1 to CANT-RECHAZADOS
               add MOV-IMPORTE to IMPORTE-RECHAZADO
           end-if.
           move "G" to MOV-TIPO-HABER.
           move "DEUD" to MOV-CLAVE-HABER.
           perform LiberarMovimiento.
           READ RESULTADOS end-read.

       LiberarFacturas.
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
           if FECHA-FACT of REG_FACTURA >= FECHA-DESDE
               and FECHA-FACT of REG_FACTURA <= FECHA-HASTA
               perform LiberarFacturaCargada
           end-if.
           if PAGADA-F of REG_FACTURA = "S"
               and FECHA-PAGO-F of REG_FACTURA >= FECHA-DESDE
               and FECHA-PAGO-F of REG_FACTURA <= FECHA-HASTA
               perform LiberarFacturaPagada
           end-if.
           READ FACTURAS NEXT RECORD end-read.

       LiberarFacturaCargada.
           move FECHA-FACT of REG_FACTURA to MOV-FECHA.
           move "FAC" to MOV-ORIGEN.
           move CUIT-CONS-F of REG_FACTURA to MOV-CUIT.
           move FECHA-FACT of REG_FACTURA(1:6) to MOV-PERIODO.
           move IMPORTE-FACT of REG_FACTURA to MOV-IMPORTE.
           move "R" to MOV-TIPO-DEBE.
           move COD-PROV-F of REG_FACTURA to PROV-OUT of REG_PROV_OUT.
           READ PROVOUT
               INVALID KEY
                   move spaces to MOV-CLAVE-DEBE
               NOT INVALID KEY
                   move RUBRO-OUT of REG_PROV_OUT to MOV-CLAVE-DEBE
           END-READ.
           move "G" to MOV-TIPO-HABER.
           move "PROV" to MOV-CLAVE-HABER.
           add 1 to CANT-FACTURAS.
           add MOV-IMPORTE to IMPORTE-FACTURADO.
           perform LiberarMovimiento.

       LiberarFacturaPagada.
           move FECHA-PAGO-F of REG_FACTURA to MOV-FECHA.
           move "PAG" to MOV-ORIGEN.
           move CUIT-CONS-F of REG_FACTURA to MOV-CUIT.
           move FECHA-PAGO-F of REG_FACTURA(1:6) to MOV-PERIODO.
           move IMPORTE-FACT of REG_FACTURA to MOV-IMPORTE.
           move "G" to MOV-TIPO-DEBE.
           move "PROV" to MOV-CLAVE-DEBE.
           move "E" to MOV-TIPO-HABER.
           perform ResolverBancoConsorcio.
           move spaces to MOV-CLAVE-HABER.
           move ENTIDAD-MOVIMIENTO to MOV-CLAVE-HABER(1:3).
           add 1 to CANT-PAGOS.
           add MOV-IMPORTE to IMPORTE-PAGADO.
           perform LiberarMovimiento.

      *        sin registro de retenciones no hubo retenciones
       LiberarRetenciones.
           OPEN input REGISTRO-RETENCIONES.
           if ok-REGISTRO-RETENCIONES
               READ REGISTRO-RETENCIONES end-read
               PERFORM LiberarUnaRetencion
                   UNTIL eof-REGISTRO-RETENCIONES
               CLOSE REGISTRO-RETENCIONES
           end-if.

       LiberarUnaRetencion.
           if FECHA-PAGO of REG_RETENCION >= FECHA-DESDE
               and FECHA-PAGO of REG_RETENCION <= FECHA-HASTA
               move FECHA-PAGO of REG_RETENCION to MOV-FECHA
               move "RET" to MOV-ORIGEN
               move CUIT-CONS of REG_RETENCION to MOV-CUIT
               move FECHA-PAGO of REG_RETENCION(1:6) to MOV-PERIODO
               move IMPORTE-RETENIDO of REG_RETENCION to MOV-IMPORTE
               move "E" to MOV-TIPO-DEBE
               perform ResolverBancoConsorcio
               move spaces to MOV-CLAVE-DEBE
               move ENTIDAD-MOVIMIENTO to MOV-CLAVE-DEBE(1:3)
               move "G" to MOV-TIPO-HABER
               move spaces to MOV-CLAVE-HABER
               string "RET" delimited by size
                      IMPUESTO of REG_RETENCION delimited by size
                      into MOV-CLAVE-HABER
               add 1 to CANT-RETENCIONES
               add MOV-IMPORTE to IMPORTE-RETENIDO-TOT
               perform LiberarMovimiento
           end-if.
           READ REGISTRO-RETENCIONES end-read.

      *        banco pagador del consorcio: la entidad de su cuenta en
      *        el maestro vigente (cero si no tiene cuenta)
       ResolverBancoConsorcio.
           move MOV-CUIT to CUIT-BUSCADO.
           perform BuscarConsorcio.
           move 0 to ENTIDAD-MOVIMIENTO.
           if IDX-CONS-HALLADO > 0
               if CONS-HAS-CUENTA(IDX-CONS-HALLADO) = "S"
                   move CONS-ENTIDAD(IDX-CONS-HALLADO)
                       to ENTIDAD-MOVIMIENTO
               end-if
           end-if.

       BuscarConsorcio.
           move 0 to IDX-CONS-HALLADO.
           move 1 to LIM-INF-CONS.
           move WS-CANT-CONS to LIM-SUP-CONS.
           perform BuscarUnConsorcio
               until LIM-INF-CONS > LIM-SUP-CONS
               or IDX-CONS-HALLADO > 0.

       BuscarUnConsorcio.
           compute IDX-CONS = (LIM-INF-CONS + LIM-SUP-CONS) / 2.
           if CONS-CUIT(IDX-CONS) = CUIT-BUSCADO
               move IDX-CONS to IDX-CONS-HALLADO
           else
               if CONS-CUIT(IDX-CONS) < CUIT-BUSCADO
                   compute LIM-INF-CONS = IDX-CONS + 1
               else
                   compute LIM-SUP-CONS = IDX-CONS - 1
               end-if
           end-if.

      *        ---------------------------------------------------------
      *        Resuelve las cuentas de las dos patas y las libera; un
      *        movimiento con alguna cuenta sin mapear no se libera
      *        ---------------------------------------------------------
       LiberarMovimiento.
           move spaces to WS-MOTIVO.
           move MOV-TIPO-DEBE to TIPO-CLAVE-BUSCADA.
           move MOV-CLAVE-DEBE to CLAVE-BUSCADA.
           perform BuscarCuenta.
           if IDX-PLAN-HALLADO > 0
               move PLAN-COD-CUENTA(IDX-PLAN-HALLADO)
                   to MOV-CUENTA-DEBE
               move PLAN-DESC-CUENTA(IDX-PLAN-HALLADO)
                   to MOV-DESC-DEBE
           else
               string "sin cuenta contable para " delimited by size
                      MOV-TIPO-DEBE delimited by size
                      " " delimited by size
                      MOV-CLAVE-DEBE delimited by size
                      into WS-MOTIVO
           end-if.

           move MOV-TIPO-HABER to TIPO-CLAVE-BUSCADA.
           move MOV-CLAVE-HABER to CLAVE-BUSCADA.
           perform BuscarCuenta.
           if IDX-PLAN-HALLADO > 0
               move PLAN-COD-CUENTA(IDX-PLAN-HALLADO)
                   to MOV-CUENTA-HABER
               move PLAN-DESC-CUENTA(IDX-PLAN-HALLADO)
                   to MOV-DESC-HABER
           else
               if WS-MOTIVO = spaces
                   string "sin cuenta contable para " delimited by size
                          MOV-TIPO-HABER delimited by size
                          " " delimited by size
                          MOV-CLAVE-HABER delimited by size
                          into WS-MOTIVO
               end-if
           end-if.

           if WS-MOTIVO not = spaces
               perform EmitirExcepcion
           else
               if MOV-IMPORTE > 0
                   perform LiberarPatas
               end-if
           end-if.

       LiberarPatas.
           move MOV-FECHA to FECHA-ASIENTO of REG_ORDENAR.
           move MOV-ORIGEN to ORIGEN of REG_ORDENAR.
           move MOV-CUIT to CUIT-CONS of REG_ORDENAR.
           move MOV-PERIODO to PERIODO of REG_ORDENAR.
           move MOV-IMPORTE to IMPORTE of REG_ORDENAR.

           move "D" to DEBE-HABER of REG_ORDENAR.
           move MOV-CUENTA-DEBE to COD-CUENTA of REG_ORDENAR.
           move MOV-DESC-DEBE to DESC-CUENTA of REG_ORDENAR.
           RELEASE REG_ORDENAR.
           add MOV-IMPORTE to DEBE-LIBERADO.

           move "H" to DEBE-HABER of REG_ORDENAR.
           move MOV-CUENTA-HABER to COD-CUENTA of REG_ORDENAR.
           move MOV-DESC-HABER to DESC-CUENTA of REG_ORDENAR.
           RELEASE REG_ORDENAR.
           add MOV-IMPORTE to HABER-LIBERADO.

       BuscarCuenta.
           move 0 to IDX-PLAN-HALLADO.
           move 1 to IDX-PLAN.
           PERFORM BuscarUnaCuenta UNTIL IDX-PLAN > CANT-CUENTAS-PLAN
               or IDX-PLAN-HALLADO > 0.

       BuscarUnaCuenta.
           if PLAN-TIPO-CLAVE(IDX-PLAN) = TIPO-CLAVE-BUSCADA
               and PLAN-CLAVE(IDX-PLAN) = CLAVE-BUSCADA
               move IDX-PLAN to IDX-PLAN-HALLADO
           end-if.
           add 1 to IDX-PLAN.

      *        ---------------------------------------------------------
      *        Graba la interfaz solo si el debe iguala al haber: un
      *        asiento por fecha y origen, un renglon por cuenta,
      *        consorcio y periodo, y el registro de control al final
      *        ---------------------------------------------------------
       SALIDA.
           if COD-RETORNO >= 8
               display "ERROR: no se graba la interfaz de asientos."
           else
               if DEBE-LIBERADO not = HABER-LIBERADO
                   display "ERROR: el debe (" DEBE-LIBERADO
                       ") no iguala al haber (" HABER-LIBERADO
                       "); no se graba la interfaz de asientos."
                   move 8 to COD-RETORNO
               else
                   perform GrabarAsientos
               end-if
           end-if.

       GrabarAsientos.
           OPEN OUTPUT ASIENTOS.
           if not ok-ASIENTOS
               display "ERROR: no se pudo abrir " WS-PATH-ASIENTOS
                   " (" fs-ASIENTOS ")."
               move 8 to COD-RETORNO
           else
               move spaces to REG_ASIENTO-ENCABEZADO
               move "H" to TIPO-REG-ENC
               move MODO-CORRIDA to MODO-ENC
               move FECHA-DESDE to FECHA-DESDE-ENC
               move FECHA-HASTA to FECHA-HASTA-ENC
               move WS-YYYY-MM-DD to FECHA-GENERACION-ENC
               WRITE REG_ASIENTO-ENCABEZADO
               RETURN ORDENAR at end continue end-return
               PERFORM ProcesarAsiento UNTIL eof-ORDENAR
               move spaces to REG_ASIENTO-CONTROL
               move "T" to TIPO-REG-CTL
               move NRO-ASIENTO-ACT to CANT-ASIENTOS
               move TOTAL-RENGLONES to CANT-RENGLONES
               move TOTAL-DEBE to TOTAL-DEBE-CTL
               move TOTAL-HABER to TOTAL-HABER-CTL
               WRITE REG_ASIENTO-CONTROL
               CLOSE ASIENTOS
               display "Interfaz grabada: " WS-PATH-ASIENTOS
           end-if.

       ProcesarAsiento.
           move FECHA-ASIENTO of REG_ORDENAR to FECHA-ASIENTO_ACT.
           move ORIGEN of REG_ORDENAR to ORIGEN_ACT.
           add 1 to NRO-ASIENTO-ACT.
           move 0 to NRO-RENGLON-ACT.
           PERFORM ProcesarRenglon UNTIL eof-ORDENAR
               or FECHA-ASIENTO of REG_ORDENAR not = FECHA-ASIENTO_ACT
               or ORIGEN of REG_ORDENAR not = ORIGEN_ACT.

       ProcesarRenglon.
           move DEBE-HABER of REG_ORDENAR to DEBE-HABER_ACT.
           move COD-CUENTA of REG_ORDENAR to COD-CUENTA_ACT.
           move DESC-CUENTA of REG_ORDENAR to DESC-CUENTA_ACT.
           move CUIT-CONS of REG_ORDENAR to CUIT-CONS_ACT.
           move PERIODO of REG_ORDENAR to PERIODO_ACT.
           move 0 to IMPORTE-RENGLON.
           PERFORM AcumularRenglon UNTIL eof-ORDENAR
               or FECHA-ASIENTO of REG_ORDENAR not = FECHA-ASIENTO_ACT
               or ORIGEN of REG_ORDENAR not = ORIGEN_ACT
               or DEBE-HABER of REG_ORDENAR not = DEBE-HABER_ACT
               or COD-CUENTA of REG_ORDENAR not = COD-CUENTA_ACT
               or CUIT-CONS of REG_ORDENAR not = CUIT-CONS_ACT
               or PERIODO of REG_ORDENAR not = PERIODO_ACT.
           perform GrabarRenglon.

       AcumularRenglon.
           add IMPORTE of REG_ORDENAR to IMPORTE-RENGLON.
           RETURN ORDENAR at end continue end-return.

       GrabarRenglon.
           add 1 to NRO-RENGLON-ACT.
           add 1 to TOTAL-RENGLONES.
           move spaces to REG_ASIENTO.
           move "D" to TIPO-REG of REG_ASIENTO.
           move NRO-ASIENTO-ACT to NRO-ASIENTO of REG_ASIENTO.
           move FECHA-ASIENTO_ACT to FECHA-ASIENTO of REG_ASIENTO.
           move ORIGEN_ACT to ORIGEN of REG_ASIENTO.
           move NRO-RENGLON-ACT to NRO-RENGLON of REG_ASIENTO.
           move COD-CUENTA_ACT to COD-CUENTA of REG_ASIENTO.
           move DESC-CUENTA_ACT to DESC-CUENTA of REG_ASIENTO.
           move DEBE-HABER_ACT to DEBE-HABER of REG_ASIENTO.
           move CUIT-CONS_ACT to CUIT-CONS of REG_ASIENTO.
           move PERIODO_ACT to PERIODO of REG_ASIENTO.
           move IMPORTE-RENGLON to IMPORTE of REG_ASIENTO.
           WRITE REG_ASIENTO.
           if DEBE-HABER_ACT = "D"
               add IMPORTE-RENGLON to TOTAL-DEBE
           else
               add IMPORTE-RENGLON to TOTAL-HABER
           end-if.

       EmitirExcepcion.
           add 1 to TOTAL-OBSERVADOS.
           move spaces to REG_EXCEPCION.
           string MOV-ORIGEN "  "
               MOV-FECHA "  "
               MOV-CUIT "  "
               MOV-PERIODO "  "
               MOV-IMPORTE "  "
               WS-MOTIVO
               delimited by size into REG_EXCEPCION.
           WRITE REG_EXCEPCION.
           display "OBSERVADO: " REG_EXCEPCION.

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

       END PROGRAM GenerarAsientos.

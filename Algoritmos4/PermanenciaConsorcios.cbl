        identification division.
        program-id. PermanenciaConsorcios.

        ENVIRONMENT division.
        configuration section.

        input-output section.
        file-control.
             select MAESTRO
             assign to dynamic WS-PATH-MAESTRO
             organization is line sequential
             file status is fs-MAESTRO.

             select BAJAS-HIST
             assign to dynamic WS-PATH-BAJAS-HIST
             organization is line sequential
             file status is fs-BAJAS-HIST.

             select PENDIENTES
             assign to dynamic WS-PATH-PENDIENTES
             organization is line sequential
             file status is fs-PENDIENTES.

             select ESTADO
             assign to dynamic WS-PATH-ESTADO
             organization is line sequential
             file status is fs-ESTADO.

             select ADMINISTRACIONES
             assign to dynamic WS-PATH-ADMINISTRACIONES
             organization is line sequential
             file status is fs-ADMINISTRACIONES.

             select PERMANENCIA
             assign to dynamic WS-PATH-PERMANENCIA
             organization is line sequential
             file status is fs-PERMANENCIA.

             select INFORME
             assign to dynamic WS-PATH-INFORME
             organization is line sequential
             file status is fs-INFORME.

             select INFORME-CSV
             assign to dynamic WS-PATH-INFORME-CSV
             organization is line sequential
             file status is fs-INFORME-CSV.

             select ORDENAR
             assign to "WORKW.TMP"
             file status is fs-ORDENAR.

             select ORDENAR-COHORTES
             assign to "WORKY.TMP"
             file status is fs-ORDENAR-COHORTES.

        DATA division.
        file section.
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

      *        --- historia de bajas que acumula Program1; las bajas
      *        grabadas antes de guardarse la administracion traen
      *        el COD-ADMIN en blanco ---
        fd BAJAS-HIST.
        01 REG_BAJAS-HIST.
             03 CUIT-CO pic 9(15).
             03 FECHA-ALTA pic x(10).
             03 FECHA-BAJA pic x(10).
             03 ESTADO_NUM pic 9(2).
             03 NOMBRE-CONSORCIO pic x(30).
             03 TEL pic x(15).
             03 DIR pic x(30).
             03 FECHA-PROCESO pic 9(8).
             03 COD-ADMIN pic 9(3).

      *        --- pedidos del control por oposicion; las
      *        reactivaciones aplicadas por ReactivarConsorcio quedan
      *        con ESTADO-PEDIDO "L" y su FECHA-APLICACION ---
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

        fd ESTADO.
        01 REG_ESTADO.
             03 ESTADO_NUM pic 9(2).
             03 DESCRIP pic X(15).

        fd ADMINISTRACIONES.
        01 REG_ADMINISTRACION.
             03 COD-ADMIN pic 9(3).
             03 NOMBRE-ADMIN pic x(30).
             03 CONTACTO-ADMIN pic x(30).

      *        --- trabajo intermedio: una linea "C" por consorcio con
      *        su cohorte (mes de alta y administracion) y su
      *        permanencia, y una linea "B" por cada baja con el mes y
      *        el estado en que se fue ---
        fd PERMANENCIA.
        01 REG_PERMANENCIA.
             03 TIPO-LINEA pic x(1).
             03 PERIODO pic 9(6).
             03 CODIGO pic 9(3).
             03 CUIT-CO pic 9(15).
             03 ELEGIBLE-12 pic 9(1).
             03 ACTIVO-12 pic 9(1).
             03 ELEGIBLE-24 pic 9(1).
             03 ACTIVO-24 pic 9(1).
             03 ELEGIBLE-36 pic 9(1).
             03 ACTIVO-36 pic 9(1).
             03 ACTIVO-HOY pic 9(1).
             03 SE-FUE pic 9(1).
             03 MESES-PERMANENCIA pic 9(4).
             03 REACTIVADO pic 9(1).

        fd INFORME.
        01 REG_INFORME pic x(132).

        fd INFORME-CSV.
        01 REG_INFORME-CSV pic x(200).

      *        --- movimientos de cada consorcio en orden cronologico:
      *        "B" baja, "R" reactivacion y, al final, "M" presencia
      *        en el maestro del dia ---
        sd ORDENAR.
        01 REG_ORDENAR.
             03 CUIT-CO pic 9(15).
             03 FECHA-EVENTO pic 9(8).
             03 TIPO-EVENTO pic x(1).
             03 FECHA-ALTA pic x(10).
             03 ESTADO_NUM pic 9(2).
             03 COD-ADMIN pic 9(3).

        sd ORDENAR-COHORTES.
        01 REG_ORDENAR-COHORTE.
             03 TIPO-LINEA pic x(1).
             03 PERIODO pic 9(6).
             03 CODIGO pic 9(3).
             03 CUIT-CO pic 9(15).
             03 ELEGIBLE-12 pic 9(1).
             03 ACTIVO-12 pic 9(1).
             03 ELEGIBLE-24 pic 9(1).
             03 ACTIVO-24 pic 9(1).
             03 ELEGIBLE-36 pic 9(1).
             03 ACTIVO-36 pic 9(1).
             03 ACTIVO-HOY pic 9(1).
             03 SE-FUE pic 9(1).
             03 MESES-PERMANENCIA pic 9(4).
             03 REACTIVADO pic 9(1).

        working-storage section.
        01 fs-MAESTRO pic xx.
             88 ok-MAESTRO value "00".
             88 eof-MAESTRO value "10".
        01 fs-BAJAS-HIST pic xx.
             88 ok-BAJAS-HIST value "00".
             88 eof-BAJAS-HIST value "10".
        01 fs-PENDIENTES pic xx.
             88 ok-PENDIENTES value "00".
             88 eof-PENDIENTES value "10".
        01 fs-ESTADO pic xx.
             88 ok-ESTADO value "00".
             88 eof-ESTADO value "10".
        01 fs-ADMINISTRACIONES pic xx.
             88 ok-ADMINISTRACIONES value "00".
             88 eof-ADMINISTRACIONES value "10".
        01 fs-PERMANENCIA pic xx.
             88 ok-PERMANENCIA value "00".
             88 eof-PERMANENCIA value "10".
        01 fs-INFORME pic xx.
             88 ok-INFORME value "00".
        01 fs-INFORME-CSV pic xx.
             88 ok-INFORME-CSV value "00".
        01 fs-ORDENAR pic xx.
             88 ok-ORDENAR value "00".
             88 eof-ORDENAR value "10".
        01 fs-ORDENAR-COHORTES pic xx.
             88 ok-ORDENAR-COHORTES value "00".
             88 eof-ORDENAR-COHORTES value "10".

        01 WS-DIR-BASE pic x(150) value "C:\temp\".
        01 WS-PATH-MAESTRO pic x(200) value spaces.
        01 WS-PATH-BAJAS-HIST pic x(200) value spaces.
        01 WS-PATH-PENDIENTES pic x(200) value spaces.
        01 WS-PATH-ESTADO pic x(200) value "C:\ESTADO.txt".
        01 WS-PATH-ADMINISTRACIONES pic x(200)
            value "C:\ADMINISTRACIONES.txt".
        01 WS-PATH-PERMANENCIA pic x(200) value spaces.
        01 WS-PATH-INFORME pic x(200) value spaces.
        01 WS-PATH-INFORME-CSV pic x(200) value spaces.
        01 WS-ENV-VAL pic x(200).
        01 WS-YYYY-MM-DD pic 9(8).
        01 WS-FECHA-ENV pic x(8).

        01 tablaEstado occurs 100 times.
            03 EST-NUM pic 9(2).
            03 EST-DESCRIP pic X(15).
        01 CANT-ESTADOS pic 999 value 0.
        01 indice pic 999.
        01 IDX-ESTADO-HALLADO pic 999.
        01 DESCRIP-ACT pic X(15).

      *        --- totales por administracion; la posicion es el
      *        codigo mas uno, para que la 000 (sin dato) tenga su
      *        lugar ---
        01 tablaAdministraciones.
            03 admItem occurs 1000 times.
                05 ADM-NOMBRE pic x(30).
                05 ADM-ALTAS pic 9(7).
                05 ADM-ACTIVOS pic 9(7).
                05 ADM-ELEGIBLES-12 pic 9(7).
                05 ADM-ACTIVOS-12 pic 9(7).
                05 ADM-SE-FUERON pic 9(7).
                05 ADM-MESES pic 9(9).
                05 ADM-REACTIVADOS pic 9(7).
        01 IDX-ADMIN pic 9(4).

      *        --- movimientos del consorcio en curso ---
        01 CUIT-ACT pic 9(15).
        01 FECHA-ALTA-ACT pic x(10).
        01 FECHA-ALTA-ACT-R redefines FECHA-ALTA-ACT.
             03 ANIO-ALTA pic x(4).
             03 filler pic x(1).
             03 MES-ALTA pic x(2).
             03 filler pic x(1).
             03 DIA-ALTA pic x(2).
        01 ADMIN-ACT pic 9(3).
        01 EN-MAESTRO pic x(1).
        01 tablaEventos.
            03 eventoItem occurs 60 times.
                05 EVT-FECHA pic 9(8).
                05 EVT-TIPO pic x(1).
        01 CANT-EVENTOS pic 9(3).
        01 IDX-EVENTO pic 9(3).
        01 AVISO-EVENTOS pic x(1).
        01 FECHA-BAJA-ANT pic 9(8).
        01 CANT-REACTIVACIONES pic 9(3).
        01 FECHA-ULTIMA-BAJA pic 9(8).

        01 FECHA-ALTA-NUM pic 9(8).
        01 FECHA-ALTA-NUM-R redefines FECHA-ALTA-NUM.
             03 ANIO-ALTA-NUM pic 9(4).
             03 MES-ALTA-NUM pic 9(2).
             03 DIA-ALTA-NUM pic 9(2).
        01 FECHA-BAJA-NUM pic 9(8).
        01 FECHA-BAJA-NUM-R redefines FECHA-BAJA-NUM.
             03 ANIO-BAJA-NUM pic 9(4).
             03 MES-BAJA-NUM pic 9(2).
             03 DIA-BAJA-NUM pic 9(2).
        01 FECHA-CORTE pic 9(8).
        01 ESTA-ACTIVO pic x(1).
        01 MESES-CALC pic s9(5).

      *        --- corte de control de la segunda pasada ---
        01 CLAVE-ANTERIOR.
             03 ANT-TIPO pic x(1).
             03 ANT-PERIODO pic 9(6).
             03 ANT-CODIGO pic 9(3).
        01 CLAVE-ACTUAL.
             03 ACT-TIPO pic x(1).
             03 ACT-PERIODO pic 9(6).
             03 ACT-CODIGO pic 9(3).
        01 SECCION-ACT pic x(1) value space.

        01 COH-ALTAS pic 9(7).
        01 COH-ACTIVOS pic 9(7).
        01 COH-ELEGIBLES-12 pic 9(7).
        01 COH-ACTIVOS-12 pic 9(7).
        01 COH-ELEGIBLES-24 pic 9(7).
        01 COH-ACTIVOS-24 pic 9(7).
        01 COH-ELEGIBLES-36 pic 9(7).
        01 COH-ACTIVOS-36 pic 9(7).
        01 COH-SE-FUERON pic 9(7).
        01 COH-MESES pic 9(9).
        01 COH-REACTIVADOS pic 9(7).
        01 CANT-BAJAS-MES pic 9(7).

        01 TOTAL-CONSORCIOS pic 9(7) value 0.
        01 TOTAL-ACTIVOS pic 9(7) value 0.
        01 TOTAL-SE-FUERON pic 9(7) value 0.
        01 TOTAL-MESES pic 9(9) value 0.
        01 TOTAL-REACTIVADOS pic 9(7) value 0.
        01 TOTAL-BAJAS pic 9(7) value 0.
        01 TOTAL-REACTIVACIONES pic 9(7) value 0.
        01 TOTAL-SIN-ALTA pic 9(7) value 0.
        01 TOTAL-SIN-ADMIN pic 9(7) value 0.

        01 PORC-CALC pic 9(3)v9.
        01 ELEGIBLES-CALC pic 9(7).
        01 PROMEDIO-CALC pic 9(4)v9.
        01 MESES-ACUM-CALC pic 9(9).
        01 SE-FUERON-CALC pic 9(7).

        01 LINEA-TITULOS-COHORTE.
             03 filler pic x(9) value "ALTA".
             03 filler pic x(5) value "ADM".
             03 filler pic x(21) value "ADMINISTRACION".
             03 filler pic x(7) value "ALTAS".
             03 filler pic x(8) value "ACTIVOS".
             03 filler pic x(19) value "  -- A 12 MESES --".
             03 filler pic x(19) value "  -- A 24 MESES --".
             03 filler pic x(19) value "  -- A 36 MESES --".
             03 filler pic x(7) value "  BAJAS".
             03 filler pic x(8) value "  PERM.".
             03 filler pic x(7) value " REACT.".
        01 LINEA-SUBTITULOS-COHORTE.
             03 filler pic x(49) value spaces.
             03 filler pic x(19) value " ELEG  ACT      %".
             03 filler pic x(19) value " ELEG  ACT      %".
             03 filler pic x(19) value " ELEG  ACT      %".
             03 filler pic x(7) value spaces.
             03 filler pic x(8) value "  MESES".

        01 LINEA-COHORTE.
             03 LC-PERIODO pic x(7).
             03 filler pic x(2) value spaces.
             03 LC-ADMIN pic 9(3).
             03 filler pic x(2) value spaces.
             03 LC-NOMBRE pic x(20).
             03 filler pic x(1) value spaces.
             03 LC-ALTAS pic z(5)9.
             03 filler pic x(1) value spaces.
             03 LC-ACTIVOS pic z(6)9.
             03 LC-GRUPO occurs 3 times.
                 05 filler pic x(1).
                 05 LC-ELEGIBLES pic z(4)9.
                 05 filler pic x(1).
                 05 LC-ACTIVOS-CORTE pic z(3)9.
                 05 filler pic x(1).
                 05 LC-PORCENTAJE pic zz9.9.
                 05 LC-SIGNO pic x(1).
                 05 filler pic x(1).
             03 LC-SE-FUERON pic z(6)9.
             03 filler pic x(1) value spaces.
             03 LC-PERMANENCIA pic z(4)9.9.
             03 filler pic x(1) value spaces.
             03 LC-REACTIVADOS pic z(5)9.
        01 IDX-GRUPO pic 9(1).

        01 LINEA-TITULOS-BAJAS.
             03 filler pic x(9) value "MES BAJA".
             03 filler pic x(8) value "ESTADO".
             03 filler pic x(17) value "DESCRIPCION".
             03 filler pic x(8) value "BAJAS".
        01 LINEA-BAJAS.
             03 LB-PERIODO pic x(7).
             03 filler pic x(2) value spaces.
             03 LB-ESTADO pic 9(2).
             03 filler pic x(6) value spaces.
             03 LB-DESCRIP pic x(15).
             03 filler pic x(1) value spaces.
             03 LB-CANTIDAD pic z(6)9.

        01 LINEA-TITULOS-ADMIN.
             03 filler pic x(5) value "ADM".
             03 filler pic x(32) value "ADMINISTRACION".
             03 filler pic x(9) value "ALTAS".
             03 filler pic x(9) value "ACTIVOS".
             03 filler pic x(13) value "RETENC. 12M".
             03 filler pic x(9) value "BAJAS".
             03 filler pic x(14) value "PERM. MESES".
             03 filler pic x(7) value "REACT.".
        01 LINEA-ADMIN.
             03 LA-ADMIN pic 9(3).
             03 filler pic x(2) value spaces.
             03 LA-NOMBRE pic x(30).
             03 filler pic x(1) value spaces.
             03 LA-ALTAS pic z(6)9.
             03 filler pic x(2) value spaces.
             03 LA-ACTIVOS pic z(6)9.
             03 filler pic x(5) value spaces.
             03 LA-PORCENTAJE pic zz9.9.
             03 filler pic x(1) value "%".
             03 filler pic x(2) value spaces.
             03 LA-SE-FUERON pic z(6)9.
             03 filler pic x(6) value spaces.
             03 LA-PERMANENCIA pic z(4)9.9.
             03 filler pic x(2) value spaces.
             03 LA-REACTIVADOS pic z(5)9.

      *        --- campos del delimitado ---
        01 CSV-PROMEDIO pic 9(4).9.
        01 CSV-NOMBRE pic x(30).

      *        --- codigo de retorno del paso (0 limpio, 4 con
      *        advertencias, 8 error serio) ---
        01 COD-RETORNO pic 9(2) value 0.

      *        ---------------------------------------------------------
      *        Permanencia de los consorcios por cohorte: junta el
      *        maestro del dia, la historia de bajas y las
      *        reactivaciones aplicadas por ReactivarConsorcio, arma la
      *        vida de cada CUIT-CO y la agrupa por mes de alta y
      *        administracion. Por cohorte informa cuantos seguian
      *        activos a los 12, 24 y 36 meses del alta (sobre los que
      *        ya cumplieron esa antiguedad a la fecha de proceso),
      *        cuantos se fueron y su permanencia promedio en meses, y
      *        cuantos volvieron. Agrega las bajas de cada mes por el
      *        estado en que se fueron y un resumen por
      *        administracion. Sale en un informe imprimible y en un
      *        delimitado por ";" para planillas.
      *        ---------------------------------------------------------
        PROCEDURE division.
           perform leerParametros.
           perform cargarEstado.
           perform cargarAdministraciones.

           open input MAESTRO.
           if not ok-MAESTRO
               display "ERROR: no se pudo abrir el maestro ("
                   fs-MAESTRO ") " WS-PATH-MAESTRO
               move 8 to COD-RETORNO
               move COD-RETORNO to RETURN-CODE
               goback
           end-if.
           close MAESTRO.

           open output PERMANENCIA.
           if not ok-PERMANENCIA
               display "ERROR: no se pudo abrir el trabajo de "
               "permanencia (" fs-PERMANENCIA ") " WS-PATH-PERMANENCIA
               move 8 to COD-RETORNO
               move COD-RETORNO to RETURN-CODE
               goback
           end-if.
           sort ORDENAR
               ON ASCENDING CUIT-CO of REG_ORDENAR
               ON ASCENDING FECHA-EVENTO of REG_ORDENAR
               ON ASCENDING TIPO-EVENTO of REG_ORDENAR
           input procedure is entradaEventos
           output procedure is salidaEventos.
           close PERMANENCIA.

           open output INFORME.
           if not ok-INFORME
               display "ERROR: no se pudo abrir el informe ("
                   fs-INFORME ") " WS-PATH-INFORME
               move 8 to COD-RETORNO
               move COD-RETORNO to RETURN-CODE
               goback
           end-if.
           open output INFORME-CSV.
           if not ok-INFORME-CSV
               display "ERROR: no se pudo abrir el delimitado ("
                   fs-INFORME-CSV ") " WS-PATH-INFORME-CSV
               close INFORME
               move 8 to COD-RETORNO
               move COD-RETORNO to RETURN-CODE
               goback
           end-if.

           perform emitirEncabezado.
           sort ORDENAR-COHORTES
               ON DESCENDING TIPO-LINEA of REG_ORDENAR-COHORTE
               ON ASCENDING PERIODO of REG_ORDENAR-COHORTE
               ON ASCENDING CODIGO of REG_ORDENAR-COHORTE
           input procedure is entradaCohortes
           output procedure is salidaCohortes.
           perform emitirResumenAdministraciones.
           perform emitirTotales.

           close INFORME.
           close INFORME-CSV.

           if COD-RETORNO < 4
               and (TOTAL-SIN-ALTA > 0 or AVISO-EVENTOS = "S")
               move 4 to COD-RETORNO
           end-if.
           move COD-RETORNO to RETURN-CODE.
        goback.

      *        ---------------------------------------------------------
      *        Parametros del run: directorio base, maestro del dia,
      *        historia de bajas, pedidos de aprobacion y referencias
      *        ---------------------------------------------------------
        leerParametros.
           accept WS-ENV-VAL from environment "PERMANENCIA_DIR_BASE".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-DIR-BASE
           end-if.
           perform obtenerFechaProceso.

           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "PERMANENCIA_MAESTRO".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-MAESTRO
           else
               string WS-DIR-BASE delimited by spaces
                      "MAESTRO_" delimited by size
                      WS-YYYY-MM-DD delimited by size
                      ".txt" delimited by size
                      into WS-PATH-MAESTRO
           end-if.

           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "PERMANENCIA_BAJAS_HIST".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-BAJAS-HIST
           else
               string WS-DIR-BASE delimited by spaces
                      "BAJAS_HIST.txt" delimited by size
                      into WS-PATH-BAJAS-HIST
           end-if.

           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "APROBACION_PENDIENTES".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-PENDIENTES
           else
               string WS-DIR-BASE delimited by spaces
                      "PENDIENTES_APROBACION.txt" delimited by size
                      into WS-PATH-PENDIENTES
           end-if.

           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "PROGRAM1_ESTADO".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-ESTADO
           end-if.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL
               from environment "PROGRAM1_ADMINISTRACIONES".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-ADMINISTRACIONES
           end-if.

           string WS-DIR-BASE delimited by spaces
                  "PERMANENCIA.TMP" delimited by size
                  into WS-PATH-PERMANENCIA.
           string WS-DIR-BASE delimited by spaces
                  "PERMANENCIA_" delimited by size
                  WS-YYYY-MM-DD delimited by size
                  ".txt" delimited by size
                  into WS-PATH-INFORME.
           string WS-DIR-BASE delimited by spaces
                  "PERMANENCIA_" delimited by size
                  WS-YYYY-MM-DD delimited by size
                  ".csv" delimited by size
                  into WS-PATH-INFORME-CSV.

        cargarEstado.
           open input ESTADO.
           if ok-ESTADO
               read ESTADO end-read
               move 1 to indice
               perform leerESTADO until eof-ESTADO or indice > 100
               compute CANT-ESTADOS = indice - 1
               close ESTADO
           else
               display "ADVERTENCIA: no se pudo abrir ESTADO ("
                   fs-ESTADO "); las descripciones no se resuelven."
           end-if.

        leerESTADO.
           move ESTADO_NUM of REG_ESTADO to EST-NUM(indice).
           move DESCRIP of REG_ESTADO to EST-DESCRIP(indice).
           add 1 to indice.
           read ESTADO end-read.

        buscarDescripEstado.
           move "DESCONOCIDO    " to DESCRIP-ACT.
           move 0 to IDX-ESTADO-HALLADO.
           move 1 to indice.
           perform buscarUnEstado until indice > CANT-ESTADOS
               or IDX-ESTADO-HALLADO > 0.
           if IDX-ESTADO-HALLADO > 0
               move EST-DESCRIP(IDX-ESTADO-HALLADO) to DESCRIP-ACT
           end-if.

        buscarUnEstado.
           if EST-NUM(indice) = ANT-CODIGO
               move indice to IDX-ESTADO-HALLADO
           end-if.
           add 1 to indice.

        cargarAdministraciones.
           move spaces to tablaAdministraciones.
           move 1 to IDX-ADMIN.
           perform limpiarUnaAdministracion until IDX-ADMIN > 1000.
           move "SIN DATO DE ADMINISTRACION" to ADM-NOMBRE(1).
           open input ADMINISTRACIONES.
           if ok-ADMINISTRACIONES
               read ADMINISTRACIONES end-read
               perform cargarUnaAdministracion
                   until eof-ADMINISTRACIONES
               close ADMINISTRACIONES
           else
               display "ADVERTENCIA: no se pudo abrir el archivo de "
               "ADMINISTRACIONES (" fs-ADMINISTRACIONES "); el "
               "informe sale sin nombres."
           end-if.

        limpiarUnaAdministracion.
           move 0 to ADM-ALTAS(IDX-ADMIN).
           move 0 to ADM-ACTIVOS(IDX-ADMIN).
           move 0 to ADM-ELEGIBLES-12(IDX-ADMIN).
           move 0 to ADM-ACTIVOS-12(IDX-ADMIN).
           move 0 to ADM-SE-FUERON(IDX-ADMIN).
           move 0 to ADM-MESES(IDX-ADMIN).
           move 0 to ADM-REACTIVADOS(IDX-ADMIN).
           add 1 to IDX-ADMIN.

        cargarUnaAdministracion.
           if COD-ADMIN of REG_ADMINISTRACION is numeric
               compute IDX-ADMIN = COD-ADMIN of REG_ADMINISTRACION + 1
               move NOMBRE-ADMIN of REG_ADMINISTRACION
                   to ADM-NOMBRE(IDX-ADMIN)
           end-if.
           read ADMINISTRACIONES end-read.

      *        ---------------------------------------------------------
      *        Primera pasada: todos los movimientos de cada CUIT-CO,
      *        del maestro, de la historia de bajas y de las
      *        reactivaciones aplicadas
      *        ---------------------------------------------------------
        entradaEventos.
           open input MAESTRO.
           read MAESTRO end-read.
           perform liberarUnMaestro until eof-MAESTRO.
           close MAESTRO.

           open input BAJAS-HIST.
           if ok-BAJAS-HIST
               read BAJAS-HIST end-read
               perform liberarUnaBaja until eof-BAJAS-HIST
               close BAJAS-HIST
           else
               display "ADVERTENCIA: no se pudo abrir la historia de "
               "bajas (" fs-BAJAS-HIST ") " WS-PATH-BAJAS-HIST
               if COD-RETORNO < 4
                   move 4 to COD-RETORNO
               end-if
           end-if.

           open input PENDIENTES.
           if ok-PENDIENTES
               read PENDIENTES end-read
               perform liberarUnPedido until eof-PENDIENTES
               close PENDIENTES
           else
               display "Sin pedidos de aprobacion registrados; no hay "
               "reactivaciones que contar."
           end-if.

        liberarUnMaestro.
           move CUIT-CO of REG_MAESTRO to CUIT-CO of REG_ORDENAR.
           move 99999999 to FECHA-EVENTO of REG_ORDENAR.
           move "M" to TIPO-EVENTO of REG_ORDENAR.
           move FECHA-ALTA of REG_MAESTRO to FECHA-ALTA of REG_ORDENAR.
           move ESTADO_NUM of REG_MAESTRO to ESTADO_NUM of REG_ORDENAR.
           move COD-ADMIN of REG_MAESTRO to COD-ADMIN of REG_ORDENAR.
           release REG_ORDENAR.
           read MAESTRO end-read.

        liberarUnaBaja.
           move FECHA-BAJA of REG_BAJAS-HIST(1:4)
               to FECHA-BAJA-NUM(1:4).
           move FECHA-BAJA of REG_BAJAS-HIST(6:2)
               to FECHA-BAJA-NUM(5:2).
           move FECHA-BAJA of REG_BAJAS-HIST(9:2)
               to FECHA-BAJA-NUM(7:2).
           if FECHA-BAJA-NUM(1:8) is not numeric
               move FECHA-PROCESO of REG_BAJAS-HIST to FECHA-BAJA-NUM
           end-if.
           move CUIT-CO of REG_BAJAS-HIST to CUIT-CO of REG_ORDENAR.
           move FECHA-BAJA-NUM to FECHA-EVENTO of REG_ORDENAR.
           move "B" to TIPO-EVENTO of REG_ORDENAR.
           move FECHA-ALTA of REG_BAJAS-HIST
               to FECHA-ALTA of REG_ORDENAR.
           move ESTADO_NUM of REG_BAJAS-HIST
               to ESTADO_NUM of REG_ORDENAR.
           if COD-ADMIN of REG_BAJAS-HIST is numeric
               move COD-ADMIN of REG_BAJAS-HIST
                   to COD-ADMIN of REG_ORDENAR
           else
               move 0 to COD-ADMIN of REG_ORDENAR
           end-if.
           release REG_ORDENAR.
           read BAJAS-HIST end-read.

        liberarUnPedido.
           if PROGRAMA-ORIGEN of REG_PENDIENTE = "ReactivarConsorcio"
               and ESTADO-PEDIDO of REG_PENDIENTE = "L"
               and FECHA-APLICACION of REG_PENDIENTE is numeric
               and FECHA-APLICACION of REG_PENDIENTE > 0
               move CUIT-CO of REG_PENDIENTE to CUIT-CO of REG_ORDENAR
               move FECHA-APLICACION of REG_PENDIENTE
                   to FECHA-EVENTO of REG_ORDENAR
               move "R" to TIPO-EVENTO of REG_ORDENAR
               move spaces to FECHA-ALTA of REG_ORDENAR
               move ESTADO_NUM of REG_PENDIENTE
                   to ESTADO_NUM of REG_ORDENAR
               move 0 to COD-ADMIN of REG_ORDENAR
               release REG_ORDENAR
           end-if.
           read PENDIENTES end-read.

      *        ---------------------------------------------------------
      *        Corte por CUIT-CO: se juntan sus movimientos y, al
      *        cambiar de consorcio, se evalua su permanencia
      *        ---------------------------------------------------------
        salidaEventos.
           move "N" to AVISO-EVENTOS.
           RETURN ORDENAR AT END CONTINUE.
           if not eof-ORDENAR
               perform iniciarConsorcio
               perform procesarUnEvento until eof-ORDENAR
               perform evaluarConsorcio
           end-if.

        iniciarConsorcio.
           move CUIT-CO of REG_ORDENAR to CUIT-ACT.
           move spaces to FECHA-ALTA-ACT.
           move 0 to ADMIN-ACT.
           move "N" to EN-MAESTRO.
           move 0 to CANT-EVENTOS.
           move 0 to FECHA-BAJA-ANT.
           move 0 to CANT-REACTIVACIONES.
           move 0 to FECHA-ULTIMA-BAJA.

        procesarUnEvento.
           if CUIT-CO of REG_ORDENAR <> CUIT-ACT
               perform evaluarConsorcio
               perform iniciarConsorcio
           end-if.
           evaluate TIPO-EVENTO of REG_ORDENAR
               when "M"
                   move "S" to EN-MAESTRO
                   move FECHA-ALTA of REG_ORDENAR to FECHA-ALTA-ACT
                   move COD-ADMIN of REG_ORDENAR to ADMIN-ACT
               when "B"
                   perform tomarBaja
               when "R"
                   add 1 to CANT-REACTIVACIONES
                   perform agregarEvento
           end-evaluate.
           RETURN ORDENAR AT END CONTINUE.

      *        una misma baja grabada dos veces (reproceso del dia)
      *        se cuenta una sola vez
        tomarBaja.
           if FECHA-EVENTO of REG_ORDENAR = FECHA-BAJA-ANT
               exit paragraph
           end-if.
           move FECHA-EVENTO of REG_ORDENAR to FECHA-BAJA-ANT.
           move FECHA-EVENTO of REG_ORDENAR to FECHA-ULTIMA-BAJA.
           if EN-MAESTRO = "N"
               move FECHA-ALTA of REG_ORDENAR to FECHA-ALTA-ACT
               move COD-ADMIN of REG_ORDENAR to ADMIN-ACT
           end-if.
           perform agregarEvento.

           move spaces to REG_PERMANENCIA.
           move "B" to TIPO-LINEA of REG_PERMANENCIA.
           move FECHA-EVENTO of REG_ORDENAR(1:6)
               to PERIODO of REG_PERMANENCIA.
           move ESTADO_NUM of REG_ORDENAR to CODIGO of REG_PERMANENCIA.
           move CUIT-ACT to CUIT-CO of REG_PERMANENCIA.
           move 0 to ELEGIBLE-12 of REG_PERMANENCIA.
           move 0 to ACTIVO-12 of REG_PERMANENCIA.
           move 0 to ELEGIBLE-24 of REG_PERMANENCIA.
           move 0 to ACTIVO-24 of REG_PERMANENCIA.
           move 0 to ELEGIBLE-36 of REG_PERMANENCIA.
           move 0 to ACTIVO-36 of REG_PERMANENCIA.
           move 0 to ACTIVO-HOY of REG_PERMANENCIA.
           move 0 to SE-FUE of REG_PERMANENCIA.
           move 0 to MESES-PERMANENCIA of REG_PERMANENCIA.
           move 0 to REACTIVADO of REG_PERMANENCIA.
           write REG_PERMANENCIA.
           add 1 to TOTAL-BAJAS.

        agregarEvento.
           if CANT-EVENTOS < 60
               add 1 to CANT-EVENTOS
               move FECHA-EVENTO of REG_ORDENAR
                   to EVT-FECHA(CANT-EVENTOS)
               move TIPO-EVENTO of REG_ORDENAR
                   to EVT-TIPO(CANT-EVENTOS)
           else
               if AVISO-EVENTOS = "N"
                   display "ADVERTENCIA: el CUIT-CO " CUIT-ACT
                   " tiene mas de 60 bajas y reactivaciones; las "
                   "restantes no entran en la permanencia."
                   move "S" to AVISO-EVENTOS
               end-if
           end-if.

      *        ---------------------------------------------------------
      *        Permanencia de un consorcio: activo a los 12, 24 y 36
      *        meses del alta segun su ultimo movimiento a esa fecha;
      *        se fue si hoy no esta en el maestro
      *        ---------------------------------------------------------
        evaluarConsorcio.
           if ANIO-ALTA is not numeric or MES-ALTA is not numeric
               or DIA-ALTA is not numeric
               or MES-ALTA < "01" or MES-ALTA > "12"
               or DIA-ALTA < "01" or DIA-ALTA > "31"
               display "ADVERTENCIA: el CUIT-CO " CUIT-ACT
               " no tiene una FECHA-ALTA valida ("
               FECHA-ALTA-ACT "); no entra en las cohortes."
               add 1 to TOTAL-SIN-ALTA
               exit paragraph
           end-if.
           move ANIO-ALTA to ANIO-ALTA-NUM.
           move MES-ALTA to MES-ALTA-NUM.
           move DIA-ALTA to DIA-ALTA-NUM.

           move spaces to REG_PERMANENCIA.
           move "C" to TIPO-LINEA of REG_PERMANENCIA.
           move FECHA-ALTA-NUM(1:6) to PERIODO of REG_PERMANENCIA.
           move ADMIN-ACT to CODIGO of REG_PERMANENCIA.
           move CUIT-ACT to CUIT-CO of REG_PERMANENCIA.

           compute FECHA-CORTE = FECHA-ALTA-NUM + 10000.
           perform evaluarCorte.
           move ELEGIBLES-CALC to ELEGIBLE-12 of REG_PERMANENCIA.
           move PORC-CALC to ACTIVO-12 of REG_PERMANENCIA.
           compute FECHA-CORTE = FECHA-ALTA-NUM + 20000.
           perform evaluarCorte.
           move ELEGIBLES-CALC to ELEGIBLE-24 of REG_PERMANENCIA.
           move PORC-CALC to ACTIVO-24 of REG_PERMANENCIA.
           compute FECHA-CORTE = FECHA-ALTA-NUM + 30000.
           perform evaluarCorte.
           move ELEGIBLES-CALC to ELEGIBLE-36 of REG_PERMANENCIA.
           move PORC-CALC to ACTIVO-36 of REG_PERMANENCIA.

           move 0 to MESES-PERMANENCIA of REG_PERMANENCIA.
           if EN-MAESTRO = "S"
               move 1 to ACTIVO-HOY of REG_PERMANENCIA
               move 0 to SE-FUE of REG_PERMANENCIA
           else
               move 0 to ACTIVO-HOY of REG_PERMANENCIA
               move 1 to SE-FUE of REG_PERMANENCIA
               perform calcularMesesPermanencia
               move MESES-CALC to MESES-PERMANENCIA of REG_PERMANENCIA
           end-if.
           if CANT-REACTIVACIONES > 0
               move 1 to REACTIVADO of REG_PERMANENCIA
               add CANT-REACTIVACIONES to TOTAL-REACTIVACIONES
           else
               move 0 to REACTIVADO of REG_PERMANENCIA
           end-if.
           write REG_PERMANENCIA.

      *        en ELEGIBLES-CALC queda 1 si el corte ya paso y en
      *        PORC-CALC 1 si a esa fecha el consorcio estaba activo
        evaluarCorte.
           move 0 to ELEGIBLES-CALC.
           move 0 to PORC-CALC.
           if FECHA-CORTE <= WS-YYYY-MM-DD
               move 1 to ELEGIBLES-CALC
               move "S" to ESTA-ACTIVO
               move 1 to IDX-EVENTO
               perform aplicarUnEvento
                   until IDX-EVENTO > CANT-EVENTOS
               if ESTA-ACTIVO = "S"
                   move 1 to PORC-CALC
               end-if
           end-if.

        aplicarUnEvento.
           if EVT-FECHA(IDX-EVENTO) <= FECHA-CORTE
               if EVT-TIPO(IDX-EVENTO) = "B"
                   move "N" to ESTA-ACTIVO
               else
                   move "S" to ESTA-ACTIVO
               end-if
           end-if.
           add 1 to IDX-EVENTO.

      *        meses cumplidos entre el alta y la ultima baja
        calcularMesesPermanencia.
           move FECHA-ULTIMA-BAJA to FECHA-BAJA-NUM.
           compute MESES-CALC = (ANIO-BAJA-NUM * 12 + MES-BAJA-NUM)
               - (ANIO-ALTA-NUM * 12 + MES-ALTA-NUM).
           if DIA-BAJA-NUM < DIA-ALTA-NUM
               subtract 1 from MESES-CALC
           end-if.
           if MESES-CALC < 0
               move 0 to MESES-CALC
           end-if.

      *        ---------------------------------------------------------
      *        Segunda pasada: las lineas de trabajo ordenadas por
      *        cohorte (mes de alta y administracion) y despues por
      *        mes de baja y estado ("C" antes que "B")
      *        ---------------------------------------------------------
        entradaCohortes.
           open input PERMANENCIA.
           read PERMANENCIA end-read.
           perform liberarUnaPermanencia until eof-PERMANENCIA.
           close PERMANENCIA.

        liberarUnaPermanencia.
           move REG_PERMANENCIA to REG_ORDENAR-COHORTE.
           release REG_ORDENAR-COHORTE.
           read PERMANENCIA end-read.

        salidaCohortes.
           RETURN ORDENAR-COHORTES AT END CONTINUE.
           if not eof-ORDENAR-COHORTES
               perform tomarClaveActual
               move CLAVE-ACTUAL to CLAVE-ANTERIOR
               perform iniciarGrupo
               perform procesarUnaLinea until eof-ORDENAR-COHORTES
               perform cerrarGrupo
           end-if.

        procesarUnaLinea.
           perform tomarClaveActual.
           if CLAVE-ACTUAL <> CLAVE-ANTERIOR
               perform cerrarGrupo
               move CLAVE-ACTUAL to CLAVE-ANTERIOR
               perform iniciarGrupo
           end-if.
           if TIPO-LINEA of REG_ORDENAR-COHORTE = "C"
               perform acumularCohorte
           else
               add 1 to CANT-BAJAS-MES
           end-if.
           RETURN ORDENAR-COHORTES AT END CONTINUE.

        tomarClaveActual.
           move TIPO-LINEA of REG_ORDENAR-COHORTE to ACT-TIPO.
           move PERIODO of REG_ORDENAR-COHORTE to ACT-PERIODO.
           move CODIGO of REG_ORDENAR-COHORTE to ACT-CODIGO.

        iniciarGrupo.
           if ANT-TIPO <> SECCION-ACT
               move ANT-TIPO to SECCION-ACT
               if ANT-TIPO = "C"
                   perform emitirTitulosCohortes
               else
                   perform emitirTitulosBajas
               end-if
           end-if.
           move 0 to COH-ALTAS.
           move 0 to COH-ACTIVOS.
           move 0 to COH-ELEGIBLES-12.
           move 0 to COH-ACTIVOS-12.
           move 0 to COH-ELEGIBLES-24.
           move 0 to COH-ACTIVOS-24.
           move 0 to COH-ELEGIBLES-36.
           move 0 to COH-ACTIVOS-36.
           move 0 to COH-SE-FUERON.
           move 0 to COH-MESES.
           move 0 to COH-REACTIVADOS.
           move 0 to CANT-BAJAS-MES.

        acumularCohorte.
           add 1 to COH-ALTAS.
           add ACTIVO-HOY of REG_ORDENAR-COHORTE to COH-ACTIVOS.
           add ELEGIBLE-12 of REG_ORDENAR-COHORTE to COH-ELEGIBLES-12.
           add ACTIVO-12 of REG_ORDENAR-COHORTE to COH-ACTIVOS-12.
           add ELEGIBLE-24 of REG_ORDENAR-COHORTE to COH-ELEGIBLES-24.
           add ACTIVO-24 of REG_ORDENAR-COHORTE to COH-ACTIVOS-24.
           add ELEGIBLE-36 of REG_ORDENAR-COHORTE to COH-ELEGIBLES-36.
           add ACTIVO-36 of REG_ORDENAR-COHORTE to COH-ACTIVOS-36.
           add SE-FUE of REG_ORDENAR-COHORTE to COH-SE-FUERON.
           add MESES-PERMANENCIA of REG_ORDENAR-COHORTE to COH-MESES.
           add REACTIVADO of REG_ORDENAR-COHORTE to COH-REACTIVADOS.

        cerrarGrupo.
           if ANT-TIPO = "C"
               perform emitirCohorte
           else
               perform emitirBajasMes
           end-if.

      *        ---------------------------------------------------------
      *        Una linea por cohorte; se suma a su administracion y al
      *        total
      *        ---------------------------------------------------------
        emitirCohorte.
           compute IDX-ADMIN = ANT-CODIGO + 1.
           add COH-ALTAS to ADM-ALTAS(IDX-ADMIN).
           add COH-ACTIVOS to ADM-ACTIVOS(IDX-ADMIN).
           add COH-ELEGIBLES-12 to ADM-ELEGIBLES-12(IDX-ADMIN).
           add COH-ACTIVOS-12 to ADM-ACTIVOS-12(IDX-ADMIN).
           add COH-SE-FUERON to ADM-SE-FUERON(IDX-ADMIN).
           add COH-MESES to ADM-MESES(IDX-ADMIN).
           add COH-REACTIVADOS to ADM-REACTIVADOS(IDX-ADMIN).
           add COH-ALTAS to TOTAL-CONSORCIOS.
           add COH-ACTIVOS to TOTAL-ACTIVOS.
           add COH-SE-FUERON to TOTAL-SE-FUERON.
           add COH-MESES to TOTAL-MESES.
           add COH-REACTIVADOS to TOTAL-REACTIVADOS.
           if ANT-CODIGO = 0
               add COH-ALTAS to TOTAL-SIN-ADMIN
           end-if.

           move spaces to LC-PERIODO.
           string ANT-PERIODO(1:4) "-" ANT-PERIODO(5:2)
               delimited by size into LC-PERIODO.
           move ANT-CODIGO to LC-ADMIN.
           move ADM-NOMBRE(IDX-ADMIN) to LC-NOMBRE.
           move COH-ALTAS to LC-ALTAS.
           move COH-ACTIVOS to LC-ACTIVOS.
           move 1 to IDX-GRUPO.
           move COH-ELEGIBLES-12 to ELEGIBLES-CALC.
           move COH-ACTIVOS-12 to SE-FUERON-CALC.
           perform armarGrupoCorte.
           move COH-ELEGIBLES-24 to ELEGIBLES-CALC.
           move COH-ACTIVOS-24 to SE-FUERON-CALC.
           perform armarGrupoCorte.
           move COH-ELEGIBLES-36 to ELEGIBLES-CALC.
           move COH-ACTIVOS-36 to SE-FUERON-CALC.
           perform armarGrupoCorte.
           move COH-SE-FUERON to LC-SE-FUERON.
           move COH-SE-FUERON to SE-FUERON-CALC.
           move COH-MESES to MESES-ACUM-CALC.
           perform calcularPromedio.
           move PROMEDIO-CALC to LC-PERMANENCIA.
           move COH-REACTIVADOS to LC-REACTIVADOS.
           move LINEA-COHORTE to REG_INFORME.
           perform emitirLinea.

           move PROMEDIO-CALC to CSV-PROMEDIO.
           move ADM-NOMBRE(IDX-ADMIN) to CSV-NOMBRE.
           inspect CSV-NOMBRE replacing all ";" by ",".
           move spaces to REG_INFORME-CSV.
           string "COHORTE;" delimited by size
                  ANT-PERIODO delimited by size
                  ";" delimited by size
                  ANT-CODIGO delimited by size
                  ";" delimited by size
                  CSV-NOMBRE delimited by size
                  ";" delimited by size
                  COH-ALTAS delimited by size
                  ";" delimited by size
                  COH-ACTIVOS delimited by size
                  ";" delimited by size
                  COH-ELEGIBLES-12 delimited by size
                  ";" delimited by size
                  COH-ACTIVOS-12 delimited by size
                  ";" delimited by size
                  COH-ELEGIBLES-24 delimited by size
                  ";" delimited by size
                  COH-ACTIVOS-24 delimited by size
                  ";" delimited by size
                  COH-ELEGIBLES-36 delimited by size
                  ";" delimited by size
                  COH-ACTIVOS-36 delimited by size
                  ";" delimited by size
                  COH-SE-FUERON delimited by size
                  ";" delimited by size
                  CSV-PROMEDIO delimited by size
                  ";" delimited by size
                  COH-REACTIVADOS delimited by size
                  into REG_INFORME-CSV.
           write REG_INFORME-CSV.

      *        en ELEGIBLES-CALC los que cumplieron la antiguedad y en
      *        SE-FUERON-CALC los que seguian activos a esa fecha
        armarGrupoCorte.
           move spaces to LC-GRUPO(IDX-GRUPO).
           move ELEGIBLES-CALC to LC-ELEGIBLES(IDX-GRUPO).
           if ELEGIBLES-CALC > 0
               move SE-FUERON-CALC to LC-ACTIVOS-CORTE(IDX-GRUPO)
               compute PORC-CALC rounded =
                   SE-FUERON-CALC * 100 / ELEGIBLES-CALC
               move PORC-CALC to LC-PORCENTAJE(IDX-GRUPO)
               move "%" to LC-SIGNO(IDX-GRUPO)
           end-if.
           add 1 to IDX-GRUPO.

      *        en MESES-ACUM-CALC llegan los meses acumulados y en
      *        SE-FUERON-CALC la cantidad de consorcios
        calcularPromedio.
           if SE-FUERON-CALC > 0
               compute PROMEDIO-CALC rounded =
                   MESES-ACUM-CALC / SE-FUERON-CALC
           else
               move 0 to PROMEDIO-CALC
           end-if.

        emitirBajasMes.
           perform buscarDescripEstado.
           move spaces to LB-PERIODO.
           string ANT-PERIODO(1:4) "-" ANT-PERIODO(5:2)
               delimited by size into LB-PERIODO.
           move ANT-CODIGO to LB-ESTADO.
           move DESCRIP-ACT to LB-DESCRIP.
           move CANT-BAJAS-MES to LB-CANTIDAD.
           move LINEA-BAJAS to REG_INFORME.
           perform emitirLinea.

           move spaces to REG_INFORME-CSV.
           string "BAJAS;" delimited by size
                  ANT-PERIODO delimited by size
                  ";" delimited by size
                  ANT-CODIGO(2:2) delimited by size
                  ";" delimited by size
                  DESCRIP-ACT delimited by size
                  ";" delimited by size
                  CANT-BAJAS-MES delimited by size
                  into REG_INFORME-CSV.
           write REG_INFORME-CSV.

      *        ---------------------------------------------------------
      *        Titulos del informe y de cada seccion, con la cabecera
      *        de columnas correspondiente en el delimitado
      *        ---------------------------------------------------------
        emitirEncabezado.
           move spaces to REG_INFORME.
           string "PERMANENCIA DE CONSORCIOS POR COHORTE - "
                  delimited by size
                  "FECHA DE PROCESO " delimited by size
                  WS-YYYY-MM-DD delimited by size
                  into REG_INFORME.
           perform emitirLinea.

        emitirTitulosCohortes.
           move spaces to REG_INFORME.
           perform emitirLinea.
           move "COHORTES POR MES DE ALTA Y ADMINISTRACION"
               to REG_INFORME.
           perform emitirLinea.
           move spaces to REG_INFORME.
           perform emitirLinea.
           move LINEA-TITULOS-COHORTE to REG_INFORME.
           perform emitirLinea.
           move LINEA-SUBTITULOS-COHORTE to REG_INFORME.
           perform emitirLinea.
           move spaces to REG_INFORME-CSV.
           string "TIPO;PERIODO_ALTA;ADM;ADMINISTRACION;ALTAS;"
                  delimited by size
                  "ACTIVOS;ELEG_12;ACT_12;ELEG_24;ACT_24;ELEG_36;"
                  delimited by size
                  "ACT_36;BAJAS;PERM_PROMEDIO_MESES;REACTIVADOS"
                  delimited by size
                  into REG_INFORME-CSV.
           write REG_INFORME-CSV.

        emitirTitulosBajas.
           move spaces to REG_INFORME.
           perform emitirLinea.
           move "BAJAS POR MES Y ESTADO EN QUE SE FUERON"
               to REG_INFORME.
           perform emitirLinea.
           move spaces to REG_INFORME.
           perform emitirLinea.
           move LINEA-TITULOS-BAJAS to REG_INFORME.
           perform emitirLinea.
           move spaces to REG_INFORME-CSV.
           string "TIPO;PERIODO_BAJA;ESTADO;DESCRIPCION;BAJAS"
                  delimited by size
                  into REG_INFORME-CSV.
           write REG_INFORME-CSV.

      *        ---------------------------------------------------------
      *        Resumen por administracion: retencion a los 12 meses y
      *        permanencia promedio de los que se fueron, para ver
      *        que administraciones pierden consorcios mas rapido
      *        ---------------------------------------------------------
        emitirResumenAdministraciones.
           move spaces to REG_INFORME.
           perform emitirLinea.
           move "RESUMEN POR ADMINISTRACION" to REG_INFORME.
           perform emitirLinea.
           move spaces to REG_INFORME.
           perform emitirLinea.
           move LINEA-TITULOS-ADMIN to REG_INFORME.
           perform emitirLinea.
           move spaces to REG_INFORME-CSV.
           string "TIPO;ADM;ADMINISTRACION;ALTAS;ACTIVOS;ELEG_12;"
                  delimited by size
                  "ACT_12;BAJAS;PERM_PROMEDIO_MESES;REACTIVADOS"
                  delimited by size
                  into REG_INFORME-CSV.
           write REG_INFORME-CSV.
           move 1 to IDX-ADMIN.
           perform emitirUnaAdministracion until IDX-ADMIN > 1000.

        emitirUnaAdministracion.
           if ADM-ALTAS(IDX-ADMIN) > 0
               compute LA-ADMIN = IDX-ADMIN - 1
               move ADM-NOMBRE(IDX-ADMIN) to LA-NOMBRE
               move ADM-ALTAS(IDX-ADMIN) to LA-ALTAS
               move ADM-ACTIVOS(IDX-ADMIN) to LA-ACTIVOS
               if ADM-ELEGIBLES-12(IDX-ADMIN) > 0
                   compute PORC-CALC rounded =
                       ADM-ACTIVOS-12(IDX-ADMIN) * 100
                       / ADM-ELEGIBLES-12(IDX-ADMIN)
               else
                   move 0 to PORC-CALC
               end-if
               move PORC-CALC to LA-PORCENTAJE
               move ADM-SE-FUERON(IDX-ADMIN) to LA-SE-FUERON
               move ADM-SE-FUERON(IDX-ADMIN) to SE-FUERON-CALC
               move ADM-MESES(IDX-ADMIN) to MESES-ACUM-CALC
               perform calcularPromedio
               move PROMEDIO-CALC to LA-PERMANENCIA
               move ADM-REACTIVADOS(IDX-ADMIN) to LA-REACTIVADOS
               move LINEA-ADMIN to REG_INFORME
               perform emitirLinea

               move PROMEDIO-CALC to CSV-PROMEDIO
               move ADM-NOMBRE(IDX-ADMIN) to CSV-NOMBRE
               inspect CSV-NOMBRE replacing all ";" by ","
               move spaces to REG_INFORME-CSV
               string "ADMINISTRACION;" delimited by size
                      LA-ADMIN delimited by size
                      ";" delimited by size
                      CSV-NOMBRE delimited by size
                      ";" delimited by size
                      ADM-ALTAS(IDX-ADMIN) delimited by size
                      ";" delimited by size
                      ADM-ACTIVOS(IDX-ADMIN) delimited by size
                      ";" delimited by size
                      ADM-ELEGIBLES-12(IDX-ADMIN) delimited by size
                      ";" delimited by size
                      ADM-ACTIVOS-12(IDX-ADMIN) delimited by size
                      ";" delimited by size
                      ADM-SE-FUERON(IDX-ADMIN) delimited by size
                      ";" delimited by size
                      CSV-PROMEDIO delimited by size
                      ";" delimited by size
                      ADM-REACTIVADOS(IDX-ADMIN) delimited by size
                      into REG_INFORME-CSV
               write REG_INFORME-CSV
           end-if.
           add 1 to IDX-ADMIN.

        emitirTotales.
           move TOTAL-SE-FUERON to SE-FUERON-CALC.
           move TOTAL-MESES to MESES-ACUM-CALC.
           perform calcularPromedio.
           move PROMEDIO-CALC to LA-PERMANENCIA.
           move spaces to REG_INFORME.
           perform emitirLinea.
           move spaces to REG_INFORME.
           string "Consorcios: " TOTAL-CONSORCIOS
                  "  Activos hoy: " TOTAL-ACTIVOS
                  "  Se fueron: " TOTAL-SE-FUERON
                  "  Permanencia promedio (meses): " LA-PERMANENCIA
                  delimited by size into REG_INFORME.
           perform emitirLinea.
           move spaces to REG_INFORME.
           string "Bajas registradas: " TOTAL-BAJAS
                  "  Consorcios reactivados: " TOTAL-REACTIVADOS
                  "  Reactivaciones: " TOTAL-REACTIVACIONES
                  delimited by size into REG_INFORME.
           perform emitirLinea.
           if TOTAL-SIN-ADMIN > 0
               move spaces to REG_INFORME
               string "Consorcios sin administracion registrada: "
                      TOTAL-SIN-ADMIN
                      delimited by size into REG_INFORME
               perform emitirLinea
           end-if.
           if TOTAL-SIN-ALTA > 0
               move spaces to REG_INFORME
               string "Consorcios fuera de las cohortes por "
                      "FECHA-ALTA invalida: " TOTAL-SIN-ALTA
                      delimited by size into REG_INFORME
               perform emitirLinea
           end-if.

        emitirLinea.
           write REG_INFORME.
           display REG_INFORME.

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

        end program PermanenciaConsorcios.

        identification division.
        program-id. EstadoAnual.

        ENVIRONMENT division.
        configuration section.

        input-output section.
        file-control.
             select RESULTADOS
             assign to dynamic WS-PATH-RESULTADOS
             organization is line sequential
             file status is fs-RESULTADOS.

             select MOROSIDAD
             assign to dynamic WS-PATH-MOROSIDAD
             organization is line sequential
             file status is fs-MOROSIDAD.

             select DEBITOS
             assign to dynamic WS-PATH-DEBITOS
             organization is line sequential
             file status is fs-DEBITOS.

             select MAESTRO
             assign to dynamic WS-PATH-MAESTRO
             organization is line sequential
             file status is fs-MAESTRO.

             select ENTIDADES
             assign to dynamic WS-PATH-ENTIDADES
             organization is line sequential
             file status is fs-ENTIDADES.

             select ADMINISTRACIONES
             assign to dynamic WS-PATH-ADMINISTRACIONES
             organization is line sequential
             file status is fs-ADMINISTRACIONES.

             select FACTURAS
             assign to dynamic WS-PATH-FACTURAS
             organization indexed
             access mode is sequential
             record key is FACT-KEY
             file status is fs-FACTURAS.

             select PROVEEDORES
             assign to dynamic WS-PATH-PROVEEDORES
             organization indexed
             access mode is random
             record key is PROV-OUT
             file status is fs-PROVEEDORES.

             select ESTADO-ANUAL
             assign to dynamic WS-PATH-ESTADO-ANUAL
             organization is line sequential
             file status is fs-ESTADO-ANUAL.

             select MANIFIESTO
             assign to dynamic WS-PATH-MANIFIESTO
             organization is line sequential
             file status is fs-MANIFIESTO.

             select CONTROL-ANUAL
             assign to dynamic WS-PATH-CONTROL-ANUAL
             organization is line sequential
             file status is fs-CONTROL-ANUAL.

             select ORDENAR
             assign to "WORKS.TMP"
             file status is fs-ORDENAR.

        DATA division.
        file section.
        fd RESULTADOS.
        01 REG_RESULTADO.
             03 CUIT-CO pic 9(15).
             03 ENTIDAD pic 9(3).
             03 NRO-CTA pic 9(8).
             03 SUCURSAL pic 9(3).
             03 PERIODO pic x(6).
             03 IMPORTE pic 9(11).
             03 RESULTADO pic x(2).

        fd MOROSIDAD.
        01 REG_MOROSIDAD.
             03 CUIT-CO pic 9(15).
             03 PERIODOS-ADEUDADOS pic 9(3).
             03 IMPORTE-ADEUDADO pic 9(13).
             03 RECHAZOS-CONSECUTIVOS pic 9(2).
             03 ULTIMO-PERIODO pic x(6).
             03 MARCA-SEGUIMIENTO pic x(1).

      *        --- presentacion de una entidad y un periodo, como la
      *        graba DebitosExpensas: registros "D" y control "T" ---
        fd DEBITOS.
        01 REG_DEBITO.
             03 TIPO-REG pic x(01).
             03 NRO-CTA pic 9(8).
             03 SUCURSAL pic 9(3).
             03 IMPORTE pic 9(11).
             03 PERIODO pic x(6).
             03 NOMBRE-CONSORCIO pic x(30).
             03 CBU pic 9(22).

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

        fd ENTIDADES.
        01 REG_ENTIDAD.
             03 ENTIDAD pic 9(3).
             03 NOMBRE-ENTIDAD pic x(30).
             03 SUC-DESDE pic 9(3).
             03 SUC-HASTA pic 9(3).

        fd ADMINISTRACIONES.
        01 REG_ADMINISTRACION.
             03 COD-ADMIN pic 9(3).
             03 NOMBRE-ADMIN pic x(30).
             03 CONTACTO-ADMIN pic x(30).

      *        --- facturas y proveedores del circuito de pagos, en el
      *        layout de CargarFacturas y AltaProveedor ---
        fd FACTURAS.
        01 REG_FACTURA.
             03 FACT-KEY.
                 05 CUIT-CONS-F pic 9(15).
                 05 COD-PROV-F pic 9(8).
                 05 NRO-FACT-F pic 9(8).
             03 FECHA-FACT pic 9(8).
             03 IMPORTE-FACT pic 9(11).
             03 PAGADA-F pic x(1).
             03 FECHA-PAGO-F pic 9(8).

        fd PROVEEDORES.
        01 REG_PROV_OUT.
             03 PROV-OUT pic 9(8).
             03 DIR-OUT pic 9(30).
             03 TEL-OUT pic 9(15).
             03 RUBRO-OUT pic X(4).
             03 DESC-RUBRO-OUT pic X(15).
             03 FECHA-ALTA-OUT pic 9(8).
             03 CANT-OUT pic 9(3).

        fd ESTADO-ANUAL.
        01 REG_ESTADO-ANUAL pic x(132).

      *        --- manifiesto del envio: una linea por administracion,
      *        con archivo enviado ("E") o sin consorcios ("N") ---
        fd MANIFIESTO.
        01 REG_MANIFIESTO.
             03 COD-ADMIN pic 9(3).
             03 NOMBRE-ADMIN pic x(30).
             03 CONTACTO-ADMIN pic x(30).
             03 ESTADO-ENVIO pic x(1).
             03 CANT-CONSORCIOS pic 9(6).
             03 ANIO-MANIFIESTO pic 9(4).

        fd CONTROL-ANUAL.
        01 REG_CONTROL-ANUAL pic x(132).

      *        --- un registro por dato del estado, ordenado por
      *        administracion, consorcio y seccion: 1 debitos del mes,
      *        2 deuda al cierre, 3 cuentas usadas, 4 facturas y
      *        pagos por proveedor ---
        sd ORDENAR.
        01 REG_ORDENAR.
             03 COD-ADMIN pic 9(3).
             03 CUIT-CO pic 9(15).
             03 SECCION pic 9(1).
             03 CLAVE-ORDEN pic x(20).
             03 CLAVE-MES redefines CLAVE-ORDEN.
                 05 MES-ORD pic 9(2).
                 05 TIPO-COBRO-ORD pic x(1).
                 05 filler pic x(17).
             03 CLAVE-CUENTA redefines CLAVE-ORDEN.
                 05 ENTIDAD-ORD pic 9(3).
                 05 SUCURSAL-ORD pic 9(3).
                 05 NRO-CTA-ORD pic 9(8).
                 05 filler pic x(6).
             03 CLAVE-PROVEEDOR redefines CLAVE-ORDEN.
                 05 RUBRO-ORD pic x(4).
                 05 COD-PROV-ORD pic 9(8).
                 05 filler pic x(8).
             03 IMPORTE-A pic 9(13).
             03 IMPORTE-B pic 9(13).
             03 IMPORTE-C pic 9(13).
             03 CANT-A pic 9(6).
             03 CANT-B pic 9(6).

        working-storage section.
        01 fs-RESULTADOS pic xx.
             88 ok-RESULTADOS value "00".
             88 eof-RESULTADOS value "10".
        01 fs-MOROSIDAD pic xx.
             88 ok-MOROSIDAD value "00".
             88 eof-MOROSIDAD value "10".
        01 fs-DEBITOS pic xx.
             88 ok-DEBITOS value "00".
             88 eof-DEBITOS value "10".
        01 fs-MAESTRO pic xx.
             88 ok-MAESTRO value "00".
             88 eof-MAESTRO value "10".
        01 fs-ENTIDADES pic xx.
             88 ok-ENTIDADES value "00".
             88 eof-ENTIDADES value "10".
        01 fs-ADMINISTRACIONES pic xx.
             88 ok-ADMINISTRACIONES value "00".
             88 eof-ADMINISTRACIONES value "10".
        01 fs-FACTURAS pic xx.
             88 ok-FACTURAS value "00".
             88 eof-FACTURAS value "10".
        01 fs-PROVEEDORES pic xx.
             88 ok-PROVEEDORES value "00".
        01 fs-ESTADO-ANUAL pic xx.
             88 ok-ESTADO-ANUAL value "00".
        01 fs-MANIFIESTO pic xx.
             88 ok-MANIFIESTO value "00".
        01 fs-CONTROL-ANUAL pic xx.
             88 ok-CONTROL-ANUAL value "00".
        01 fs-ORDENAR pic xx.
             88 ok-ORDENAR value "00".
             88 eof-ORDENAR value "10".

        01 WS-DIR-BASE pic x(150) value "C:\temp\".
        01 WS-PATH-RESULTADOS pic x(200).
        01 WS-PATH-MOROSIDAD pic x(200) value spaces.
        01 WS-PATH-DEBITOS pic x(200).
        01 WS-PATH-MAESTRO pic x(200) value spaces.
        01 WS-PATH-ENTIDADES pic x(200) value "C:\ENTIDADES.txt".
        01 WS-PATH-ADMINISTRACIONES pic x(200)
            value "C:\ADMINISTRACIONES.txt".
        01 WS-PATH-FACTURAS pic x(200) value "FACTURAS.OUT".
        01 WS-PATH-PROVEEDORES pic x(200) value "PROV.OUT".
        01 WS-PATH-ESTADO-ANUAL pic x(200).
        01 WS-PATH-MANIFIESTO pic x(200).
        01 WS-PATH-CONTROL-ANUAL pic x(200).
        01 WS-ENV-VAL pic x(200).
        01 WS-YYYY-MM-DD pic 9(8).
        01 WS-FECHA-ENV pic x(8).

      *        --- anio informado: por defecto el anterior al de la
      *        fecha de proceso (el estado se pide en enero), o el que
      *        indique ESTADO_ANUAL_ANIO ---
        01 ANIO-ESTADO pic 9(4).
        01 PERIODO-TRABAJO.
             03 PT-ANIO pic 9(4).
             03 PT-MES pic 9(2).
        01 FECHA-DESCOMPUESTA.
             03 FD-ANIO pic 9(4).
             03 FD-MES pic 9(2).
             03 FD-DIA pic 9(2).
        01 IDX-MES pic 9(2).

      *        --- consorcios del maestro de cierre (ascendente por
      *        CUIT-CO), para resolver administracion y nombre ---
        01 WS-CANT-CONSORCIOS pic 9(6) value 0.
        01 tablaConsorcios.
            03 consorcioItem OCCURS 1 TO 99999 TIMES
                DEPENDING ON WS-CANT-CONSORCIOS.
                05 CON-CUIT pic 9(15).
                05 CON-ADMIN pic 9(3).
                05 CON-NOMBRE pic x(30).
        01 IDX-CONS pic 9(7).
        01 IDX-CONS-HALLADO pic 9(7).
        01 LIM-INF-CONS pic 9(7).
        01 LIM-SUP-CONS pic 9(7).
        01 CUIT-BUSCADO pic 9(15).

      *        --- referencia de administraciones y consorcios
      *        informados a cada una ---
        01 tablaAdministraciones.
            03 admItem occurs 999 times.
                05 ADM-NOMBRE pic x(30).
                05 ADM-CONTACTO pic x(30).
                05 ADM-EN-REFERENCIA pic x(1).
                05 ADM-CANT-CONSORCIOS pic 9(6).
        01 IDX-ADMIN pic 9(4).

      *        --- entidades cuyas presentaciones se buscan: las de
      *        ENTIDADES y las que aparecen en los RESULTADOS del anio
      *        (indice = codigo + 1) ---
        01 tablaEntidades.
            03 entidadItem occurs 1000 times.
                05 ENT-USADA pic x(1).
        01 IDX-ENTIDAD pic 9(4).
        01 COD-ENTIDAD pic 9(3).
      *        --- los cobros de la red de pagos (CobranzasRed) viajan
      *        en RESULTADOS con este codigo de entidad: no son debitos
      *        presentados ni tienen cuenta ---
        01 ENTIDAD-RED pic 9(3) value 999.

      *        --- cuadre mensual: lo presentado en DEBITOS, lo que
      *        volvio en RESULTADOS y lo informado en los estados ---
        01 tablaControl.
            03 controlItem occurs 12 times.
                05 CTL-ARCHIVOS pic 9(4).
                05 CTL-PRES-CANT pic 9(8).
                05 CTL-PRES-IMPORTE pic 9(15).
                05 CTL-RES-CANT pic 9(8).
                05 CTL-RES-IMPORTE pic 9(15).
                05 CTL-EST-CANT pic 9(8).
                05 CTL-EST-IMPORTE pic 9(15).
        01 DIFERENCIA-CONTROL pic s9(15).
        01 DIFERENCIA-EDIT pic -(15)9.
        01 TOTAL-PRES-CANT pic 9(8) value 0.
        01 TOTAL-PRES-IMPORTE pic 9(15) value 0.
        01 TOTAL-RES-CANT pic 9(8) value 0.
        01 TOTAL-RES-IMPORTE pic 9(15) value 0.
        01 TOTAL-EST-CANT pic 9(8) value 0.
        01 TOTAL-EST-IMPORTE pic 9(15) value 0.
        01 MESES-DESCUADRADOS pic 9(2) value 0.
        01 MARCA-CONTROL pic x(12).

      *        --- cortes de control del estado ---
        01 COD-ADMIN-ACT pic 9(3).
        01 CUIT-CO-ACT pic 9(15).
        01 NOMBRE-ACT pic x(30).
        01 SECCION-ACT pic 9(1).
        01 SECCION-SIGUIENTE pic 9(1).
        01 CLAVE-ACT pic x(20).
        01 CLAVE-ACT-MES redefines CLAVE-ACT.
             03 MES-ACT pic 9(2).
             03 TIPO-COBRO-ACT pic x(1).
             03 filler pic x(17).
        01 CLAVE-ACT-CUENTA redefines CLAVE-ACT.
             03 ENTIDAD-ACT pic 9(3).
             03 SUCURSAL-ACT pic 9(3).
             03 NRO-CTA-ACT pic 9(8).
             03 filler pic x(6).
        01 CLAVE-ACT-PROVEEDOR redefines CLAVE-ACT.
             03 RUBRO-CLAVE-ACT pic x(4).
             03 COD-PROV-ACT pic 9(8).
             03 filler pic x(8).
        01 RUBRO-ACT pic x(4).
        01 ESTADO-ABIERTO pic x value "N".
        01 CANT-CONSORCIOS-ADMIN pic 9(6) value 0.
        01 CANT-CONSORCIOS-SIN-ADMIN pic 9(6) value 0.

      *        --- acumuladores de la clave, del rubro y de la
      *        seccion ---
        01 CLAVE-IMPORTE-A pic 9(13).
        01 CLAVE-IMPORTE-B pic 9(13).
        01 CLAVE-IMPORTE-C pic 9(13).
        01 CLAVE-CANT-A pic 9(6).
        01 CLAVE-CANT-B pic 9(6).
        01 RUBRO-IMPORTE-A pic 9(13).
        01 RUBRO-IMPORTE-B pic 9(13).
        01 SECCION-IMPORTE-A pic 9(13).
        01 SECCION-IMPORTE-B pic 9(13).
        01 SECCION-IMPORTE-C pic 9(13).
        01 SECCION-CANT-A pic 9(6).
        01 SECCION-CANT-B pic 9(6).
        01 SECCION-RED-IMPORTE pic 9(13).
        01 SECCION-RED-CANT pic 9(6).

        01 TOTAL-CONSORCIOS pic 9(6) value 0.
        01 TOTAL-ARCHIVOS pic 9(4) value 0.
        01 TOTAL-SIN-MAESTRO pic 9(8) value 0.
        01 TOTAL-SIN-RUBRO pic 9(8) value 0.
        01 HAY-ESTADOS pic x value "N".

      *        --- codigo de retorno del paso (0 limpio, 4 con
      *        advertencias, 8 error serio) ---
        01 COD-RETORNO pic 9(2) value 0.

      *        ---------------------------------------------------------
      *        Estado anual por consorcio para la asamblea de
      *        propietarios y las presentaciones impositivas. Para el
      *        anio informado reune, por CUIT-CO:
      *          - mes a mes, lo debitado, cobrado y rechazado segun
      *            los RESULTADOS_AAAAMM de los retornos bancarios, y
      *            en linea aparte lo cobrado por la red de pagos;
      *          - la deuda abierta al cierre segun el libro de
      *            MOROSIDAD (el estado se corre despues del ultimo
      *            cierre de diciembre);
      *          - las cuentas bancarias por las que se debito;
      *          - las facturas del anio y los pagos del anio por
      *            proveedor y rubro, de FACTURAS.OUT con el rubro
      *            resuelto en PROV.OUT.
      *        Graba un archivo ESTADO_ANUAL_nnn_AAAA.txt por
      *        administracion (la del maestro de cierre; 000 para los
      *        consorcios que no figuran en el) y el manifiesto
      *        MANIFIESTO_ESTADO_ANUAL_AAAA.txt. El control
      *        CONTROL_ESTADO_ANUAL_AAAA.txt cuadra mes a mes lo
      *        informado en los estados contra las presentaciones
      *        DEBITOS_eee_AAAAMM del anio; un mes descuadrado deja
      *        el paso con advertencia.
      *        ---------------------------------------------------------
        PROCEDURE division.
           perform leerParametros.
           perform cargarAdministraciones.
           perform cargarMaestro.
           perform cargarEntidades.
           move zeros to tablaControl.

           open input PROVEEDORES.
           if not ok-PROVEEDORES
               display "ADVERTENCIA: no se pudo abrir PROVEEDORES ("
                   fs-PROVEEDORES ") " WS-PATH-PROVEEDORES
               display "los rubros de las facturas no se resuelven."
               if COD-RETORNO < 4
                   move 4 to COD-RETORNO
               end-if
           end-if.

           sort ORDENAR
               ON ASCENDING COD-ADMIN of REG_ORDENAR
               ON ASCENDING CUIT-CO of REG_ORDENAR
               ON ASCENDING SECCION of REG_ORDENAR
               ON ASCENDING CLAVE-ORDEN of REG_ORDENAR
           input procedure is entrada
           output procedure is salida.

           if ok-PROVEEDORES
               close PROVEEDORES
           end-if.

           perform grabarManifiesto.
           perform controlarPresentaciones.

           display "Anio informado: " ANIO-ESTADO.
           display "Total de consorcios con estado: " TOTAL-CONSORCIOS.
           display "Total de archivos de estado: " TOTAL-ARCHIVOS.
           display "Total de datos de consorcios fuera del maestro: "
               TOTAL-SIN-MAESTRO.
           display "Total de facturas sin rubro resuelto: "
               TOTAL-SIN-RUBRO.
           display "Debitos presentados en el anio: " TOTAL-PRES-CANT
               " por " TOTAL-PRES-IMPORTE.
           display "Debitos informados en los estados: "
               TOTAL-EST-CANT " por " TOTAL-EST-IMPORTE.
           display "Meses descuadrados: " MESES-DESCUADRADOS.
           if COD-RETORNO < 4
               and (MESES-DESCUADRADOS > 0 or TOTAL-SIN-MAESTRO > 0
               or TOTAL-SIN-RUBRO > 0)
               move 4 to COD-RETORNO
           end-if.
           move COD-RETORNO to RETURN-CODE.
        goback.

      *        ---------------------------------------------------------
      *        Parametros del run: directorio base, anio, maestro de
      *        cierre, libro de morosidad, referencias y archivos del
      *        circuito de pagos
      *        ---------------------------------------------------------
        leerParametros.
           accept WS-ENV-VAL from environment "ESTADO_ANUAL_DIR_BASE".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-DIR-BASE
           end-if.

           perform obtenerFechaProceso.
           move WS-YYYY-MM-DD(1:4) to ANIO-ESTADO.
           subtract 1 from ANIO-ESTADO.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "ESTADO_ANUAL_ANIO".
           if WS-ENV-VAL(1:4) is numeric
               move WS-ENV-VAL(1:4) to ANIO-ESTADO
           end-if.

           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "ESTADO_ANUAL_MOROSIDAD".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-MOROSIDAD
           else
               string WS-DIR-BASE delimited by spaces
                      "MOROSIDAD.txt" delimited by size
                      into WS-PATH-MOROSIDAD
           end-if.

           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "ESTADO_ANUAL_MAESTRO".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-MAESTRO
           end-if.

           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "PROGRAM1_ENTIDADES".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-ENTIDADES
           end-if.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "ESTADO_ANUAL_ENTIDADES".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-ENTIDADES
           end-if.

           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL
               from environment "ESTADO_ANUAL_ADMINISTRACIONES".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-ADMINISTRACIONES
           end-if.

           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "ESTADO_ANUAL_FACTURAS".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-FACTURAS
           end-if.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL
               from environment "ESTADO_ANUAL_PROVEEDORES".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-PROVEEDORES
           end-if.

           string WS-DIR-BASE delimited by spaces
                  "MANIFIESTO_ESTADO_ANUAL_" delimited by size
                  ANIO-ESTADO delimited by size
                  ".txt" delimited by size
                  into WS-PATH-MANIFIESTO.
           string WS-DIR-BASE delimited by spaces
                  "CONTROL_ESTADO_ANUAL_" delimited by size
                  ANIO-ESTADO delimited by size
                  ".txt" delimited by size
                  into WS-PATH-CONTROL-ANUAL.

        cargarAdministraciones.
           move spaces to tablaAdministraciones.
           move 1 to IDX-ADMIN.
           perform limpiarUnaAdministracion until IDX-ADMIN > 999.
           open input ADMINISTRACIONES.
           if ok-ADMINISTRACIONES
               read ADMINISTRACIONES end-read
               perform cargarUnaAdministracion
                   until eof-ADMINISTRACIONES
               close ADMINISTRACIONES
           else
               display "ADVERTENCIA: no se pudo abrir el archivo de "
               "ADMINISTRACIONES (" fs-ADMINISTRACIONES "); el "
               "manifiesto solo lista las administraciones con "
               "estados."
               if COD-RETORNO < 4
                   move 4 to COD-RETORNO
               end-if
           end-if.

        limpiarUnaAdministracion.
           move "N" to ADM-EN-REFERENCIA(IDX-ADMIN).
           move 0 to ADM-CANT-CONSORCIOS(IDX-ADMIN).
           add 1 to IDX-ADMIN.

        cargarUnaAdministracion.
           if COD-ADMIN of REG_ADMINISTRACION > 0
               move NOMBRE-ADMIN of REG_ADMINISTRACION
                   to ADM-NOMBRE(COD-ADMIN of REG_ADMINISTRACION)
               move CONTACTO-ADMIN of REG_ADMINISTRACION
                   to ADM-CONTACTO(COD-ADMIN of REG_ADMINISTRACION)
               move "S"
                   to ADM-EN-REFERENCIA(COD-ADMIN of REG_ADMINISTRACION)
           end-if.
           read ADMINISTRACIONES end-read.

      *        ---------------------------------------------------------
      *        Maestro de cierre: el indicado por parametro o, si no,
      *        el mensual de diciembre que deja ArchivarMaestros y, en
      *        su defecto, el diario de la fecha de proceso
      *        ---------------------------------------------------------
        cargarMaestro.
           move 0 to WS-CANT-CONSORCIOS.
           if WS-PATH-MAESTRO = spaces
               string WS-DIR-BASE delimited by spaces
                      "MAESTRO_ARCH_" delimited by size
                      ANIO-ESTADO delimited by size
                      "12.txt" delimited by size
                      into WS-PATH-MAESTRO
               open input MAESTRO
               if not ok-MAESTRO
                   move spaces to WS-PATH-MAESTRO
                   string WS-DIR-BASE delimited by spaces
                          "MAESTRO_" delimited by size
                          WS-YYYY-MM-DD delimited by size
                          ".txt" delimited by size
                          into WS-PATH-MAESTRO
                   open input MAESTRO
               end-if
           else
               open input MAESTRO
           end-if.
           if ok-MAESTRO
               read MAESTRO end-read
               perform cargarUnConsorcio until eof-MAESTRO
               close MAESTRO
               display "Maestro de cierre: " WS-PATH-MAESTRO
           else
               display "ADVERTENCIA: no se pudo abrir el maestro de "
               "cierre (" fs-MAESTRO ") " WS-PATH-MAESTRO
               display "todos los estados salen en la "
                   "administracion 000."
               if COD-RETORNO < 4
                   move 4 to COD-RETORNO
               end-if
           end-if.

        cargarUnConsorcio.
           if WS-CANT-CONSORCIOS < 99999
               add 1 to WS-CANT-CONSORCIOS
               move CUIT-CO of REG_MAESTRO
                   to CON-CUIT(WS-CANT-CONSORCIOS)
               move COD-ADMIN of REG_MAESTRO
                   to CON-ADMIN(WS-CANT-CONSORCIOS)
               move NOMBRE-CONSORCIO of REG_MAESTRO
                   to CON-NOMBRE(WS-CANT-CONSORCIOS)
           end-if.
           read MAESTRO end-read.

        cargarEntidades.
           move all "N" to tablaEntidades.
           open input ENTIDADES.
           if ok-ENTIDADES
               read ENTIDADES end-read
               perform cargarUnaEntidad until eof-ENTIDADES
               close ENTIDADES
           else
               display "ADVERTENCIA: no se pudo abrir ENTIDADES ("
                   fs-ENTIDADES ") " WS-PATH-ENTIDADES
               display "solo se buscan las presentaciones de las "
                   "entidades de los RESULTADOS."
           end-if.

        cargarUnaEntidad.
           if ENTIDAD of REG_ENTIDAD is numeric
               compute IDX-ENTIDAD = ENTIDAD of REG_ENTIDAD + 1
               move "S" to ENT-USADA(IDX-ENTIDAD)
           end-if.
           read ENTIDADES end-read.

      *        ---------------------------------------------------------
      *        Busqueda binaria del CUIT en el maestro de cierre
      *        ---------------------------------------------------------
        buscarConsorcio.
           move 0 to IDX-CONS-HALLADO.
           move 1 to LIM-INF-CONS.
           move WS-CANT-CONSORCIOS to LIM-SUP-CONS.
           perform buscarUnConsorcio
               until LIM-INF-CONS > LIM-SUP-CONS
               or IDX-CONS-HALLADO > 0.

        buscarUnConsorcio.
           compute IDX-CONS = (LIM-INF-CONS + LIM-SUP-CONS) / 2.
           if CON-CUIT(IDX-CONS) = CUIT-BUSCADO
               move IDX-CONS to IDX-CONS-HALLADO
           else
               if CON-CUIT(IDX-CONS) < CUIT-BUSCADO
                   compute LIM-INF-CONS = IDX-CONS + 1
               else
                   compute LIM-SUP-CONS = IDX-CONS - 1
               end-if
           end-if.

        resolverAdministracion.
           move CUIT-CO of REG_ORDENAR to CUIT-BUSCADO.
           perform buscarConsorcio.
           if IDX-CONS-HALLADO > 0
               move CON-ADMIN(IDX-CONS-HALLADO)
                   to COD-ADMIN of REG_ORDENAR
           else
               move 0 to COD-ADMIN of REG_ORDENAR
               add 1 to TOTAL-SIN-MAESTRO
           end-if.

      *        ---------------------------------------------------------
      *        Libera al sort los datos del anio de cada fuente
      *        ---------------------------------------------------------
        entrada.
           move 1 to IDX-MES.
           perform leerResultadosMes until IDX-MES > 12.
           perform leerMorosidad.
           perform leerFacturas.

        leerResultadosMes.
           move ANIO-ESTADO to PT-ANIO.
           move IDX-MES to PT-MES.
           move spaces to WS-PATH-RESULTADOS.
           string WS-DIR-BASE delimited by spaces
                  "RESULTADOS_" delimited by size
                  PERIODO-TRABAJO delimited by size
                  ".txt" delimited by size
                  into WS-PATH-RESULTADOS.
           open input RESULTADOS.
           if ok-RESULTADOS
               read RESULTADOS end-read
               perform liberarUnResultado until eof-RESULTADOS
               close RESULTADOS
           else
               display "ADVERTENCIA: sin RESULTADOS del periodo "
                   PERIODO-TRABAJO " (" fs-RESULTADOS ")."
           end-if.
           add 1 to IDX-MES.

      *        --- cada resultado aporta al mes y a la cuenta usada;
      *        un cobro por la red va en su propia linea del mes y no
      *        entra en el cuadre contra las presentaciones ---
        liberarUnResultado.
           move CUIT-CO of REG_RESULTADO to CUIT-CO of REG_ORDENAR.
           perform resolverAdministracion.
           move 1 to SECCION of REG_ORDENAR.
           move spaces to CLAVE-ORDEN of REG_ORDENAR.
           move IDX-MES to MES-ORD of REG_ORDENAR.
           if ENTIDAD of REG_RESULTADO = ENTIDAD-RED
               move "R" to TIPO-COBRO-ORD of REG_ORDENAR
           end-if.
           move IMPORTE of REG_RESULTADO to IMPORTE-A of REG_ORDENAR.
           move 1 to CANT-A of REG_ORDENAR.
           if RESULTADO of REG_RESULTADO = "00"
               move IMPORTE of REG_RESULTADO
                   to IMPORTE-B of REG_ORDENAR
               move 0 to IMPORTE-C of REG_ORDENAR
               move 0 to CANT-B of REG_ORDENAR
           else
               move 0 to IMPORTE-B of REG_ORDENAR
               move IMPORTE of REG_RESULTADO
                   to IMPORTE-C of REG_ORDENAR
               move 1 to CANT-B of REG_ORDENAR
           end-if.
           release REG_ORDENAR.

           if ENTIDAD of REG_RESULTADO <> ENTIDAD-RED
               move 3 to SECCION of REG_ORDENAR
               move spaces to CLAVE-ORDEN of REG_ORDENAR
               move ENTIDAD of REG_RESULTADO
                   to ENTIDAD-ORD of REG_ORDENAR
               move SUCURSAL of REG_RESULTADO
                   to SUCURSAL-ORD of REG_ORDENAR
               move NRO-CTA of REG_RESULTADO
                   to NRO-CTA-ORD of REG_ORDENAR
               move 0 to IMPORTE-B of REG_ORDENAR
               move 0 to IMPORTE-C of REG_ORDENAR
               move 0 to CANT-B of REG_ORDENAR
               release REG_ORDENAR

               add 1 to CTL-RES-CANT(IDX-MES)
               add IMPORTE of REG_RESULTADO
                   to CTL-RES-IMPORTE(IDX-MES)
               compute IDX-ENTIDAD = ENTIDAD of REG_RESULTADO + 1
               move "S" to ENT-USADA(IDX-ENTIDAD)
           end-if.
           read RESULTADOS end-read.

        leerMorosidad.
           open input MOROSIDAD.
           if ok-MOROSIDAD
               read MOROSIDAD end-read
               perform liberarUnMoroso until eof-MOROSIDAD
               close MOROSIDAD
           else
               display "ADVERTENCIA: no se pudo abrir MOROSIDAD ("
                   fs-MOROSIDAD ") " WS-PATH-MOROSIDAD
               display "los estados salen sin deuda al cierre."
               if COD-RETORNO < 4
                   move 4 to COD-RETORNO
               end-if
           end-if.

        liberarUnMoroso.
           if IMPORTE-ADEUDADO of REG_MOROSIDAD > 0
               move CUIT-CO of REG_MOROSIDAD to CUIT-CO of REG_ORDENAR
               perform resolverAdministracion
               move 2 to SECCION of REG_ORDENAR
               move spaces to CLAVE-ORDEN of REG_ORDENAR
               move IMPORTE-ADEUDADO of REG_MOROSIDAD
                   to IMPORTE-A of REG_ORDENAR
               move 0 to IMPORTE-B of REG_ORDENAR
               move 0 to IMPORTE-C of REG_ORDENAR
               move PERIODOS-ADEUDADOS of REG_MOROSIDAD
                   to CANT-A of REG_ORDENAR
               move 0 to CANT-B of REG_ORDENAR
               release REG_ORDENAR
           end-if.
           read MOROSIDAD end-read.

        leerFacturas.
           open input FACTURAS.
           if ok-FACTURAS
               read FACTURAS next record end-read
               perform liberarUnaFactura until eof-FACTURAS
               close FACTURAS
           else
               display "ADVERTENCIA: no se pudo abrir FACTURAS ("
                   fs-FACTURAS ") " WS-PATH-FACTURAS
               display "los estados salen sin facturas ni pagos."
               if COD-RETORNO < 4
                   move 4 to COD-RETORNO
               end-if
           end-if.

      *        --- la factura del anio suma a lo facturado; el pago
      *        del anio (aunque la factura sea anterior) a lo pagado ---
        liberarUnaFactura.
           move 0 to IMPORTE-A of REG_ORDENAR.
           move 0 to IMPORTE-B of REG_ORDENAR.
           move 0 to CANT-A of REG_ORDENAR.
           move 0 to CANT-B of REG_ORDENAR.
           move FECHA-FACT of REG_FACTURA to FECHA-DESCOMPUESTA.
           if FD-ANIO = ANIO-ESTADO
               move IMPORTE-FACT of REG_FACTURA
                   to IMPORTE-A of REG_ORDENAR
               move 1 to CANT-A of REG_ORDENAR
           end-if.
           move FECHA-PAGO-F of REG_FACTURA to FECHA-DESCOMPUESTA.
           if PAGADA-F of REG_FACTURA = "S" and FD-ANIO = ANIO-ESTADO
               move IMPORTE-FACT of REG_FACTURA
                   to IMPORTE-B of REG_ORDENAR
               move 1 to CANT-B of REG_ORDENAR
           end-if.
           if CANT-A of REG_ORDENAR > 0 or CANT-B of REG_ORDENAR > 0
               move CUIT-CONS-F of REG_FACTURA
                   to CUIT-CO of REG_ORDENAR
               perform resolverAdministracion
               move 4 to SECCION of REG_ORDENAR
               move spaces to CLAVE-ORDEN of REG_ORDENAR
               perform resolverRubro
               move COD-PROV-F of REG_FACTURA
                   to COD-PROV-ORD of REG_ORDENAR
               move 0 to IMPORTE-C of REG_ORDENAR
               release REG_ORDENAR
           end-if.
           read FACTURAS next record end-read.

        resolverRubro.
           move "????" to RUBRO-ORD of REG_ORDENAR.
           if ok-PROVEEDORES
               move COD-PROV-F of REG_FACTURA
                   to PROV-OUT of REG_PROV_OUT
               read PROVEEDORES
                   invalid key
                       add 1 to TOTAL-SIN-RUBRO
                   not invalid key
                       move RUBRO-OUT of REG_PROV_OUT
                           to RUBRO-ORD of REG_ORDENAR
               end-read
           else
               add 1 to TOTAL-SIN-RUBRO
           end-if.

      *        ---------------------------------------------------------
      *        Cortes de control: administracion (un archivo),
      *        consorcio (un estado), seccion y clave (una linea)
      *        ---------------------------------------------------------
        salida.
           RETURN ORDENAR AT END CONTINUE.
           if not eof-ORDENAR
               move "S" to HAY-ESTADOS
               move COD-ADMIN of REG_ORDENAR to COD-ADMIN-ACT
               perform abrirEstadoAdmin
               perform abrirConsorcio
               perform procesarOrdenado until eof-ORDENAR
               perform cerrarConsorcio
               perform cerrarEstadoAdmin
           else
               display "No hay datos del anio " ANIO-ESTADO
                   " para informar."
           end-if.

        procesarOrdenado.
           if COD-ADMIN of REG_ORDENAR <> COD-ADMIN-ACT
               perform cerrarConsorcio
               perform cerrarEstadoAdmin
               move COD-ADMIN of REG_ORDENAR to COD-ADMIN-ACT
               perform abrirEstadoAdmin
               perform abrirConsorcio
           else
               if CUIT-CO of REG_ORDENAR <> CUIT-CO-ACT
                   perform cerrarConsorcio
                   perform abrirConsorcio
               else
                   if SECCION of REG_ORDENAR <> SECCION-ACT
                       perform cerrarClave
                       perform cerrarSeccion
                       move SECCION of REG_ORDENAR to SECCION-SIGUIENTE
                       perform abrirSecciones
                       perform abrirClave
                   else
                       if CLAVE-ORDEN of REG_ORDENAR <> CLAVE-ACT
                           perform cerrarClave
                           if SECCION-ACT = 4 and RUBRO-ORD of
                               REG_ORDENAR <> RUBRO-ACT
                               perform emitirSubtotalRubro
                           end-if
                           perform abrirClave
                       end-if
                   end-if
               end-if
           end-if.

           add IMPORTE-A of REG_ORDENAR to CLAVE-IMPORTE-A.
           add IMPORTE-B of REG_ORDENAR to CLAVE-IMPORTE-B.
           add IMPORTE-C of REG_ORDENAR to CLAVE-IMPORTE-C.
           add CANT-A of REG_ORDENAR to CLAVE-CANT-A.
           add CANT-B of REG_ORDENAR to CLAVE-CANT-B.

           RETURN ORDENAR AT END CONTINUE.

        abrirEstadoAdmin.
           move spaces to WS-PATH-ESTADO-ANUAL.
           string WS-DIR-BASE delimited by spaces
                  "ESTADO_ANUAL_" delimited by size
                  COD-ADMIN-ACT delimited by size
                  "_" delimited by size
                  ANIO-ESTADO delimited by size
                  ".txt" delimited by size
                  into WS-PATH-ESTADO-ANUAL.
           open output ESTADO-ANUAL.
           if ok-ESTADO-ANUAL
               move "S" to ESTADO-ABIERTO
               add 1 to TOTAL-ARCHIVOS
           else
               display "ERROR: no se pudo abrir el archivo de estados "
                   WS-PATH-ESTADO-ANUAL
               display "(" fs-ESTADO-ANUAL "); la administracion "
                   COD-ADMIN-ACT " queda sin estados."
               move "N" to ESTADO-ABIERTO
               move 8 to COD-RETORNO
           end-if.
           move 0 to CANT-CONSORCIOS-ADMIN.

        cerrarEstadoAdmin.
           if ESTADO-ABIERTO = "S"
               close ESTADO-ANUAL
               move "N" to ESTADO-ABIERTO
               if COD-ADMIN-ACT > 0
                   move CANT-CONSORCIOS-ADMIN
                       to ADM-CANT-CONSORCIOS(COD-ADMIN-ACT)
               else
                   move CANT-CONSORCIOS-ADMIN
                       to CANT-CONSORCIOS-SIN-ADMIN
               end-if
               display "Administracion " COD-ADMIN-ACT ": "
                   CANT-CONSORCIOS-ADMIN " estados anuales."
           end-if.

        abrirConsorcio.
           move CUIT-CO of REG_ORDENAR to CUIT-CO-ACT.
           move CUIT-CO-ACT to CUIT-BUSCADO.
           perform buscarConsorcio.
           if IDX-CONS-HALLADO > 0
               move CON-NOMBRE(IDX-CONS-HALLADO) to NOMBRE-ACT
           else
               move "CONSORCIO FUERA DEL MAESTRO" to NOMBRE-ACT
           end-if.
           add 1 to CANT-CONSORCIOS-ADMIN.
           add 1 to TOTAL-CONSORCIOS.

           move spaces to REG_ESTADO-ANUAL.
           string "ESTADO ANUAL DEL CONSORCIO - ANIO " ANIO-ESTADO
                  "                              FECHA DE EMISION: "
                  WS-YYYY-MM-DD
                  delimited by size into REG_ESTADO-ANUAL.
           perform emitirLinea.
           move spaces to REG_ESTADO-ANUAL.
           string "CONSORCIO: " CUIT-CO-ACT "  " NOMBRE-ACT
                  "  ADMINISTRACION: " COD-ADMIN-ACT
                  delimited by size into REG_ESTADO-ANUAL.
           perform emitirLinea.
           move "(IMPORTES EN CENTAVOS)" to REG_ESTADO-ANUAL.
           perform emitirLinea.

           move 0 to SECCION-ACT.
           move SECCION of REG_ORDENAR to SECCION-SIGUIENTE.
           perform abrirSecciones.
           perform abrirClave.

        cerrarConsorcio.
           perform cerrarClave.
           perform cerrarSeccion.
           move 5 to SECCION-SIGUIENTE.
           perform abrirSecciones.
           move spaces to REG_ESTADO-ANUAL.
           perform emitirLinea.
           move all "-" to REG_ESTADO-ANUAL.
           perform emitirLinea.
           move spaces to REG_ESTADO-ANUAL.
           perform emitirLinea.

      *        ---------------------------------------------------------
      *        Abre la seccion del registro leido; las secciones
      *        intermedias sin datos salen con su titulo y la leyenda
      *        correspondiente, para que todo estado tenga las cuatro
      *        ---------------------------------------------------------
        abrirSecciones.
           perform emitirSeccionVacia
               until SECCION-ACT + 1 >= SECCION-SIGUIENTE.
           if SECCION-SIGUIENTE <= 4
               move SECCION-SIGUIENTE to SECCION-ACT
               perform emitirTituloSeccion
               move 0 to SECCION-IMPORTE-A
               move 0 to SECCION-IMPORTE-B
               move 0 to SECCION-IMPORTE-C
               move 0 to SECCION-CANT-A
               move 0 to SECCION-CANT-B
               move 0 to SECCION-RED-IMPORTE
               move 0 to SECCION-RED-CANT
               move 0 to RUBRO-IMPORTE-A
               move 0 to RUBRO-IMPORTE-B
           end-if.

        emitirSeccionVacia.
           add 1 to SECCION-ACT.
           perform emitirTituloSeccion.
           move spaces to REG_ESTADO-ANUAL.
           evaluate SECCION-ACT
               when 1
                   move "  SIN DEBITOS EN EL ANIO" to REG_ESTADO-ANUAL
               when 2
                   move "  SIN DEUDA ABIERTA AL CIERRE"
                       to REG_ESTADO-ANUAL
               when 3
                   move "  SIN CUENTAS DEBITADAS EN EL ANIO"
                       to REG_ESTADO-ANUAL
               when other
                   move "  SIN FACTURAS NI PAGOS EN EL ANIO"
                       to REG_ESTADO-ANUAL
           end-evaluate.
           perform emitirLinea.

        emitirTituloSeccion.
           move spaces to REG_ESTADO-ANUAL.
           perform emitirLinea.
           evaluate SECCION-ACT
               when 1
                   move "DEBITOS DE EXPENSAS POR MES"
                       to REG_ESTADO-ANUAL
                   perform emitirLinea
                   move spaces to REG_ESTADO-ANUAL
                   string "  MES DEBITOS IMPORTE DEBITADO "
                          "       COBRADO     RECHAZADO RECHAZOS"
                          delimited by size into REG_ESTADO-ANUAL
               when 2
                   move "DEUDA ABIERTA AL CIERRE DEL ANIO"
                       to REG_ESTADO-ANUAL
               when 3
                   move "CUENTAS BANCARIAS UTILIZADAS"
                       to REG_ESTADO-ANUAL
                   perform emitirLinea
                   move "  ENTIDAD SUCURSAL NRO-CTA  DEBITOS"
                       to REG_ESTADO-ANUAL
               when other
                   move "FACTURAS Y PAGOS A PROVEEDORES"
                       to REG_ESTADO-ANUAL
                   perform emitirLinea
                   move spaces to REG_ESTADO-ANUAL
                   string "  RUBRO COD-PROV FACTURAS     FACTURADO "
                          "PAGADAS        PAGADO"
                          delimited by size into REG_ESTADO-ANUAL
           end-evaluate.
           perform emitirLinea.

        abrirClave.
           move CLAVE-ORDEN of REG_ORDENAR to CLAVE-ACT.
           if SECCION-ACT = 4
               move RUBRO-CLAVE-ACT to RUBRO-ACT
           end-if.
           move 0 to CLAVE-IMPORTE-A.
           move 0 to CLAVE-IMPORTE-B.
           move 0 to CLAVE-IMPORTE-C.
           move 0 to CLAVE-CANT-A.
           move 0 to CLAVE-CANT-B.

      *        --- una linea por mes, por deuda, por cuenta o por
      *        proveedor, con lo acumulado de la clave ---
        cerrarClave.
           move spaces to REG_ESTADO-ANUAL.
           evaluate SECCION-ACT
               when 1
                   if TIPO-COBRO-ACT = "R"
                       string "  " MES-ACT "  " CLAVE-CANT-A " "
                              CLAVE-IMPORTE-A
                              "  COBRADO POR LA RED DE PAGOS"
                              delimited by size into REG_ESTADO-ANUAL
                   else
                       string "  " MES-ACT "  " CLAVE-CANT-A " "
                              CLAVE-IMPORTE-A "  " CLAVE-IMPORTE-B " "
                              CLAVE-IMPORTE-C "   " CLAVE-CANT-B
                              delimited by size into REG_ESTADO-ANUAL
                       add CLAVE-CANT-A to CTL-EST-CANT(MES-ACT)
                       add CLAVE-IMPORTE-A to CTL-EST-IMPORTE(MES-ACT)
                   end-if
               when 2
                   string "  PERIODOS ADEUDADOS: " CLAVE-CANT-A
                          "   IMPORTE ADEUDADO: " CLAVE-IMPORTE-A
                          delimited by size into REG_ESTADO-ANUAL
               when 3
                   string "  " ENTIDAD-ACT "     " SUCURSAL-ACT
                          "      " NRO-CTA-ACT " " CLAVE-CANT-A
                          delimited by size into REG_ESTADO-ANUAL
               when other
                   string "  " RUBRO-CLAVE-ACT "  " COD-PROV-ACT " "
                          CLAVE-CANT-A " " CLAVE-IMPORTE-A " "
                          CLAVE-CANT-B " " CLAVE-IMPORTE-B
                          delimited by size into REG_ESTADO-ANUAL
                   add CLAVE-IMPORTE-A to RUBRO-IMPORTE-A
                   add CLAVE-IMPORTE-B to RUBRO-IMPORTE-B
           end-evaluate.
           perform emitirLinea.
           if SECCION-ACT = 1 and TIPO-COBRO-ACT = "R"
               add CLAVE-IMPORTE-A to SECCION-RED-IMPORTE
               add CLAVE-CANT-A to SECCION-RED-CANT
           else
               add CLAVE-IMPORTE-A to SECCION-IMPORTE-A
               add CLAVE-IMPORTE-B to SECCION-IMPORTE-B
               add CLAVE-IMPORTE-C to SECCION-IMPORTE-C
               add CLAVE-CANT-A to SECCION-CANT-A
               add CLAVE-CANT-B to SECCION-CANT-B
           end-if.

        emitirSubtotalRubro.
           move spaces to REG_ESTADO-ANUAL.
           string "  TOTAL RUBRO " RUBRO-ACT
                  "             FACTURADO: " RUBRO-IMPORTE-A
                  "  PAGADO: " RUBRO-IMPORTE-B
                  delimited by size into REG_ESTADO-ANUAL.
           perform emitirLinea.
           move 0 to RUBRO-IMPORTE-A.
           move 0 to RUBRO-IMPORTE-B.

        cerrarSeccion.
           move spaces to REG_ESTADO-ANUAL.
           evaluate SECCION-ACT
               when 1
                   string "  TOTAL " SECCION-CANT-A " "
                          SECCION-IMPORTE-A "  " SECCION-IMPORTE-B " "
                          SECCION-IMPORTE-C "   " SECCION-CANT-B
                          delimited by size into REG_ESTADO-ANUAL
                   perform emitirLinea
                   if SECCION-RED-CANT > 0
                       move spaces to REG_ESTADO-ANUAL
                       string "  RED " SECCION-RED-CANT " "
                              SECCION-RED-IMPORTE
                              "  TOTAL COBRADO POR LA RED DE PAGOS"
                              delimited by size into REG_ESTADO-ANUAL
                       perform emitirLinea
                   end-if
               when 4
                   perform emitirSubtotalRubro
                   move spaces to REG_ESTADO-ANUAL
                   string "  TOTAL       " SECCION-CANT-A " "
                          SECCION-IMPORTE-A " " SECCION-CANT-B " "
                          SECCION-IMPORTE-B
                          delimited by size into REG_ESTADO-ANUAL
                   perform emitirLinea
               when other
                   continue
           end-evaluate.

        emitirLinea.
           if ESTADO-ABIERTO = "S"
               write REG_ESTADO-ANUAL
           end-if.

      *        ---------------------------------------------------------
      *        Manifiesto: los consorcios sin administracion primero,
      *        despues cada administracion de la referencia (o con
      *        estados aunque no figure en ella) por codigo
      *        ---------------------------------------------------------
        grabarManifiesto.
           open output MANIFIESTO.
           if not ok-MANIFIESTO
               display "ERROR: no se pudo abrir el manifiesto ("
                   fs-MANIFIESTO ") " WS-PATH-MANIFIESTO
               move 8 to COD-RETORNO
           else
               if CANT-CONSORCIOS-SIN-ADMIN > 0
                   move 0 to COD-ADMIN of REG_MANIFIESTO
                   move "SIN ADMINISTRACION" to
                       NOMBRE-ADMIN of REG_MANIFIESTO
                   move spaces to CONTACTO-ADMIN of REG_MANIFIESTO
                   move "E" to ESTADO-ENVIO of REG_MANIFIESTO
                   move CANT-CONSORCIOS-SIN-ADMIN
                       to CANT-CONSORCIOS of REG_MANIFIESTO
                   move ANIO-ESTADO to ANIO-MANIFIESTO of REG_MANIFIESTO
                   write REG_MANIFIESTO
               end-if
               move 1 to IDX-ADMIN
               perform manifestarUnaAdministracion
                   until IDX-ADMIN > 999
               close MANIFIESTO
           end-if.

        manifestarUnaAdministracion.
           if ADM-EN-REFERENCIA(IDX-ADMIN) = "S"
               or ADM-CANT-CONSORCIOS(IDX-ADMIN) > 0
               move IDX-ADMIN to COD-ADMIN of REG_MANIFIESTO
               move ADM-NOMBRE(IDX-ADMIN)
                   to NOMBRE-ADMIN of REG_MANIFIESTO
               move ADM-CONTACTO(IDX-ADMIN)
                   to CONTACTO-ADMIN of REG_MANIFIESTO
               move ADM-CANT-CONSORCIOS(IDX-ADMIN)
                   to CANT-CONSORCIOS of REG_MANIFIESTO
               move ANIO-ESTADO to ANIO-MANIFIESTO of REG_MANIFIESTO
               if ADM-CANT-CONSORCIOS(IDX-ADMIN) > 0
                   move "E" to ESTADO-ENVIO of REG_MANIFIESTO
               else
                   move "N" to ESTADO-ENVIO of REG_MANIFIESTO
               end-if
               write REG_MANIFIESTO
           end-if.
           add 1 to IDX-ADMIN.

      *        ---------------------------------------------------------
      *        Cuadre del anio: por cada mes suma los registros "D" de
      *        las presentaciones DEBITOS_eee_AAAAMM de las entidades
      *        conocidas y los compara con los RESULTADOS leidos y con
      *        lo informado en los estados
      *        ---------------------------------------------------------
        controlarPresentaciones.
           move 1 to IDX-MES.
           perform sumarPresentacionesMes until IDX-MES > 12.

           open output CONTROL-ANUAL.
           if not ok-CONTROL-ANUAL
               display "ERROR: no se pudo abrir el control anual ("
                   fs-CONTROL-ANUAL ") " WS-PATH-CONTROL-ANUAL
               move 8 to COD-RETORNO
           else
               move spaces to REG_CONTROL-ANUAL
               string "CONTROL DE LOS ESTADOS ANUALES - ANIO "
                      ANIO-ESTADO "   FECHA DE PROCESO: "
                      WS-YYYY-MM-DD
                      delimited by size into REG_CONTROL-ANUAL
               write REG_CONTROL-ANUAL
               move spaces to REG_CONTROL-ANUAL
               write REG_CONTROL-ANUAL
               move spaces to REG_CONTROL-ANUAL
               string "PERIODO ARCH PRESENTADOS IMPORTE PRESENTADO "
                      "RESULTADOS IMPORTE RESULTADO "
                      "  ESTADOS  IMPORTE INFORMADO       DIFERENCIA"
                      delimited by size into REG_CONTROL-ANUAL
               write REG_CONTROL-ANUAL
               move 1 to IDX-MES
               perform controlarUnMes until IDX-MES > 12
               move spaces to REG_CONTROL-ANUAL
               write REG_CONTROL-ANUAL
               compute DIFERENCIA-CONTROL
                   = TOTAL-PRES-IMPORTE - TOTAL-EST-IMPORTE
               move DIFERENCIA-CONTROL to DIFERENCIA-EDIT
               move spaces to REG_CONTROL-ANUAL
               string "TOTAL       " TOTAL-PRES-CANT " "
                      TOTAL-PRES-IMPORTE "   " TOTAL-RES-CANT " "
                      TOTAL-RES-IMPORTE " " TOTAL-EST-CANT " "
                      TOTAL-EST-IMPORTE " " DIFERENCIA-EDIT
                      delimited by size into REG_CONTROL-ANUAL
               write REG_CONTROL-ANUAL
               move spaces to REG_CONTROL-ANUAL
               if MESES-DESCUADRADOS = 0
                   move "LOS ESTADOS CUADRAN CON LAS PRESENTACIONES"
                       to REG_CONTROL-ANUAL
               else
                   string "MESES DESCUADRADOS: " MESES-DESCUADRADOS
                          delimited by size into REG_CONTROL-ANUAL
               end-if
               write REG_CONTROL-ANUAL
               close CONTROL-ANUAL
           end-if.

        sumarPresentacionesMes.
           move ANIO-ESTADO to PT-ANIO.
           move IDX-MES to PT-MES.
           move 1 to IDX-ENTIDAD.
           perform sumarUnaPresentacion until IDX-ENTIDAD > 1000.
           add 1 to IDX-MES.

        sumarUnaPresentacion.
           if ENT-USADA(IDX-ENTIDAD) = "S"
               compute COD-ENTIDAD = IDX-ENTIDAD - 1
               move spaces to WS-PATH-DEBITOS
               string WS-DIR-BASE delimited by spaces
                      "DEBITOS_" delimited by size
                      COD-ENTIDAD delimited by size
                      "_" delimited by size
                      PERIODO-TRABAJO delimited by size
                      ".txt" delimited by size
                      into WS-PATH-DEBITOS
               open input DEBITOS
               if ok-DEBITOS
                   add 1 to CTL-ARCHIVOS(IDX-MES)
                   read DEBITOS end-read
                   perform sumarUnDebito until eof-DEBITOS
                   close DEBITOS
               end-if
           end-if.
           add 1 to IDX-ENTIDAD.

        sumarUnDebito.
           if TIPO-REG of REG_DEBITO = "D"
               add 1 to CTL-PRES-CANT(IDX-MES)
               add IMPORTE of REG_DEBITO to CTL-PRES-IMPORTE(IDX-MES)
           end-if.
           read DEBITOS end-read.

        controlarUnMes.
           move ANIO-ESTADO to PT-ANIO.
           move IDX-MES to PT-MES.
           compute DIFERENCIA-CONTROL = CTL-PRES-IMPORTE(IDX-MES)
               - CTL-EST-IMPORTE(IDX-MES).
           move DIFERENCIA-CONTROL to DIFERENCIA-EDIT.
           move spaces to MARCA-CONTROL.
           if CTL-PRES-CANT(IDX-MES) <> CTL-EST-CANT(IDX-MES)
               or CTL-PRES-IMPORTE(IDX-MES)
                   <> CTL-EST-IMPORTE(IDX-MES)
               or CTL-RES-IMPORTE(IDX-MES)
                   <> CTL-EST-IMPORTE(IDX-MES)
               move "DESCUADRADO" to MARCA-CONTROL
               add 1 to MESES-DESCUADRADOS
           end-if.
           move spaces to REG_CONTROL-ANUAL.
           string PERIODO-TRABAJO "  " CTL-ARCHIVOS(IDX-MES) " "
                  CTL-PRES-CANT(IDX-MES) " "
                  CTL-PRES-IMPORTE(IDX-MES) "   "
                  CTL-RES-CANT(IDX-MES) " "
                  CTL-RES-IMPORTE(IDX-MES) " "
                  CTL-EST-CANT(IDX-MES) " "
                  CTL-EST-IMPORTE(IDX-MES) " "
                  DIFERENCIA-EDIT " " MARCA-CONTROL
                  delimited by size into REG_CONTROL-ANUAL.
           write REG_CONTROL-ANUAL.
           add CTL-PRES-CANT(IDX-MES) to TOTAL-PRES-CANT.
           add CTL-PRES-IMPORTE(IDX-MES) to TOTAL-PRES-IMPORTE.
           add CTL-RES-CANT(IDX-MES) to TOTAL-RES-CANT.
           add CTL-RES-IMPORTE(IDX-MES) to TOTAL-RES-IMPORTE.
           add CTL-EST-CANT(IDX-MES) to TOTAL-EST-CANT.
           add CTL-EST-IMPORTE(IDX-MES) to TOTAL-EST-IMPORTE.
           add 1 to IDX-MES.

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

        end program EstadoAnual.

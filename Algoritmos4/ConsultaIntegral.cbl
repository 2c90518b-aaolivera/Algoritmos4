        identification division.
        program-id. ConsultaIntegral.

        ENVIRONMENT division.
        configuration section.

        input-output section.
        file-control.
             select MAESTRO-IDX
             assign to dynamic WS-PATH-MAESTRO-IDX
             organization indexed
             access mode is dynamic
             record key is CUIT-CO-IDX
             alternate record key is NOMBRE-CONSORCIO-IDX
                 with duplicates
             file status is fs-MAESTRO-IDX.

             select MAESTRO-CTAS
             assign to dynamic WS-PATH-MAESTRO-CTAS
             organization is line sequential
             file status is fs-MAESTRO-CTAS.

             select MOROSIDAD
             assign to dynamic WS-PATH-MOROSIDAD
             organization is line sequential
             file status is fs-MOROSIDAD.

             select RESULTADOS
             assign to dynamic WS-PATH-RESULTADOS
             organization is line sequential
             file status is fs-RESULTADOS.

             select CUITPROV
             assign to dynamic WS-PATH-CUITPROV
             organization indexed
             access mode is dynamic
             record key is REG_KEY
             file status is fs-CUITPROV.

             select FACTURAS
             assign to dynamic WS-PATH-FACTURAS
             organization indexed
             access mode is dynamic
             record key is FACT-KEY
             file status is fs-FACTURAS.

             select PROVEEDORES
             assign to dynamic WS-PATH-PROVEEDORES
             organization indexed
             access mode is random
             record key is PROV-OUT
             file status is fs-PROVEEDORES.

             select RECHAZOS-PEND
             assign to dynamic WS-PATH-RECHAZOS-PEND
             organization is line sequential
             file status is fs-RECHAZOS-PEND.

             select AUDITORIA
             assign to dynamic WS-PATH-AUDITORIA
             organization is line sequential
             file status is fs-AUDITORIA.

             select REFERENCIAS
             assign to dynamic WS-PATH-REFERENCIAS
             organization is line sequential
             file status is fs-REFERENCIAS.

             select LISTADO
             assign to dynamic WS-PATH-LISTADO
             organization is line sequential
             file status is fs-LISTADO.

        DATA division.
        file section.
        fd MAESTRO-IDX.
        01 REG_MAESTRO-IDX.
             03 CUIT-CO-IDX pic 9(15).
             03 FECHA-ALTA-IDX pic x(10).
             03 DESCRIP-IDX pic X(15).
             03 NOMBRE-CONSORCIO-IDX pic x(30).
             03 TEL-IDX pic x(15).
             03 DIR-IDX pic x(30).
             03 NRO-CTA-IDX pic 9(8).
             03 HAS-CUENTA-IDX pic x(01).
             03 ENTIDAD-IDX pic 9(3).
             03 SUCURSAL-IDX pic 9(3).
             03 ESTADO-NUM-IDX pic 9(2).
             03 CANT-CUENTAS-IDX pic 9(2).
             03 CBU-IDX pic 9(22).
             03 COD-ADMIN-IDX pic 9(3).

        fd MAESTRO-CTAS.
        01 REG_MAESTRO-CTAS.
             03 CUIT-CO pic 9(15).
             03 NRO-CTA pic 9(8).
             03 FECHA-ALTA pic x(10).
             03 ENTIDAD pic 9(3).
             03 SUCURSAL pic 9(3).
             03 CBU pic 9(22).

        fd MOROSIDAD.
        01 REG_MOROSIDAD.
             03 CUIT-CO pic 9(15).
             03 PERIODOS-ADEUDADOS pic 9(3).
             03 IMPORTE-ADEUDADO pic 9(13).
             03 RECHAZOS-CONSECUTIVOS pic 9(2).
             03 ULTIMO-PERIODO pic x(6).
             03 MARCA-SEGUIMIENTO pic x(1).

      *        --- veredicto de cada debito de un periodo, como lo
      *        dejan ProcesarRetornos y CobranzasRed ---
        fd RESULTADOS.
        01 REG_RESULTADO.
             03 CUIT-CO pic 9(15).
             03 ENTIDAD pic 9(3).
             03 NRO-CTA pic 9(8).
             03 SUCURSAL pic 9(3).
             03 PERIODO pic x(6).
             03 IMPORTE pic 9(11).
             03 RESULTADO pic x(2).

      *        --- vinculos, facturas y proveedores del circuito de
      *        pagos, en el layout de MantenerCuitProv, CargarFacturas
      *        y AltaProveedor ---
        fd CUITPROV.
        01 REG_CUITPROV.
             03 REG_KEY.
                 05 CUIT-CONS-OUT pic 9(15).
                 05 COD-PROV-OUT pic 9(8).
             03 FECHA-ALTA-OUT pic x(10).
             03 FECHA-BAJA-LINK pic x(10).
             03 ESTADO-LINK pic x(1).

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
             03 FECHA-ALTA-PROV pic 9(8).
             03 CANT-OUT pic 9(3).

      *        --- registro de rechazos del merge (RemediarRechazos):
      *        "P" pendiente, "C" correccion emitida, "R" resuelto ---
        fd RECHAZOS-PEND.
        01 REG_RECHAZO-PEND.
             03 CUIT-CO pic 9(15).
             03 FECHA-RECHAZO pic 9(8).
             03 ESTADO-PEND pic x(1).
             03 COLA-ORIGEN pic x(20).

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

      *        --- referencias cruzadas de CUIT renumerados
      *        (RenumerarCuit) ---
        fd REFERENCIAS.
        01 REG_REFERENCIA.
             03 CUIT-ANTERIOR pic 9(15).
             03 CUIT-NUEVO pic 9(15).
             03 FECHA-CAMBIO pic 9(8).
             03 OPERADOR-CAMBIO pic x(10).
             03 MOTIVO-CAMBIO pic x(40).

        fd LISTADO.
        01 REG_LISTADO pic x(132).

        working-storage section.
        01 fs-MAESTRO-IDX pic xx.
             88 ok-MAESTRO-IDX value "00".
             88 eof-MAESTRO-IDX value "10".
        01 fs-MAESTRO-CTAS pic xx.
             88 ok-MAESTRO-CTAS value "00".
             88 eof-MAESTRO-CTAS value "10".
        01 fs-MOROSIDAD pic xx.
             88 ok-MOROSIDAD value "00".
             88 eof-MOROSIDAD value "10".
        01 fs-RESULTADOS pic xx.
             88 ok-RESULTADOS value "00".
             88 eof-RESULTADOS value "10".
        01 fs-CUITPROV pic xx.
             88 ok-CUITPROV value "00".
        01 fs-FACTURAS pic xx.
             88 ok-FACTURAS value "00".
        01 fs-PROVEEDORES pic xx.
             88 ok-PROVEEDORES value "00".
        01 fs-RECHAZOS-PEND pic xx.
             88 ok-RECHAZOS-PEND value "00".
             88 eof-RECHAZOS-PEND value "10".
        01 fs-AUDITORIA pic xx.
             88 ok-AUDITORIA value "00".
             88 eof-AUDITORIA value "10".
        01 fs-REFERENCIAS pic xx.
             88 ok-REFERENCIAS value "00".
             88 eof-REFERENCIAS value "10".
        01 fs-LISTADO pic xx.
             88 ok-LISTADO value "00".

        01 WS-DIR-BASE pic x(150) value "C:\temp\".
        01 WS-DIR-AUDITORIA pic x(150) value spaces.
        01 WS-PATH-MAESTRO-IDX pic x(200)
            value "C:\temp\MAESTRO.OUT".
        01 WS-PATH-MAESTRO-CTAS pic x(200) value spaces.
        01 WS-PATH-MOROSIDAD pic x(200) value spaces.
        01 WS-PATH-RESULTADOS pic x(200) value spaces.
        01 WS-PATH-CUITPROV pic x(200) value "CUITPROV.OUT".
        01 WS-PATH-FACTURAS pic x(200) value "FACTURAS.OUT".
        01 WS-PATH-PROVEEDORES pic x(200) value "PROV.OUT".
        01 WS-PATH-RECHAZOS-PEND pic x(200) value spaces.
        01 WS-PATH-AUDITORIA pic x(200) value spaces.
        01 WS-PATH-REFERENCIAS pic x(200) value spaces.
        01 WS-PATH-LISTADO pic x(200) value spaces.
        01 WS-ENV-VAL pic x(200).
        01 WS-YYYY-MM-DD pic 9(8).
        01 WS-FECHA-ENV pic x(8).

        01 OPCION-MENU pic x(1).
        01 CUIT-INGRESADO pic x(15).
        01 CUIT-CONSULTA pic 9(15).
        01 CUIT-ES-VALIDO pic x.
        01 POS-DIGITO pic 99.
        01 UN-DIGITO pic 9.
        01 FIN-CONSULTA pic x value "N".

      *        --- busqueda por nombre: pagina de hasta 10 resultados
      *        con el CUIT de cada uno para poder elegirlo; el hojeo
      *        termina en el primer nombre que no empieza como el
      *        tipeado ---
        01 NOMBRE-BUSCADO pic x(30).
        01 LARGO-BUSCADO pic 9(2).
        01 FIN-HOJEO pic x.
        01 FIN-COINCIDENCIAS pic x.
        01 CANT-MOSTRADOS pic 99.
        01 tablaSeleccion occurs 10 times.
            03 SEL-CUIT pic 9(15).
        01 OPCION-HOJEO pic x(2).
        01 NRO-ELEGIDO pic 99.

      *        --- parametros: movimientos de auditoria a mostrar y
      *        dias hacia atras en que se buscan ---
        01 MOVIMIENTOS-MOSTRAR pic 9(2) value 10.
        01 DIAS-AUDITORIA pic 9(3) value 60.
        01 PERIODOS-RESULTADOS pic 9(2) value 24.
        01 PARAM-INGRESADO pic x(3).
        01 PARAM-ES-VALIDO pic x.
        01 PARAM-ACUM pic 9(3).
        01 POS-PARAM pic 9.

      *        --- referencias cruzadas en memoria; un CUIT que ya no
      *        esta en el maestro se sigue hasta el vigente (con tope
      *        de saltos por si hubiera un ciclo) ---
        01 CANT-REFERENCIAS pic 9(4) value 0.
        01 tablaReferencias.
            03 referenciaItem OCCURS 1 TO 9999 TIMES
                DEPENDING ON CANT-REFERENCIAS.
                05 REF-CUIT-ANT pic 9(15).
                05 REF-CUIT-NUEVO pic 9(15).
                05 REF-FECHA pic 9(8).
                05 REF-MOTIVO pic x(40).
        01 IDX-REFERENCIA pic 9(4).
        01 IDX-REFERENCIA-HALLADA pic 9(4).
        01 FIN-BUSQUEDA pic x.
        01 SALTOS-REFERENCIA pic 9.
        01 CONSORCIO-HALLADO pic x.

      *        --- CUIT del consorcio: el vigente y los anteriores de
      *        las renumeraciones, con los que sigue la historia de
      *        RESULTADOS, rechazos y auditoria ---
        01 CANT-CUITS pic 99 value 0.
        01 tablaCuits.
            03 CUIT-DEL-CONSORCIO pic 9(15) occurs 10 times.
        01 IDX-CUIT pic 99.
        01 IDX-CUIT-REVISADO pic 99.
        01 CUIT-A-COMPARAR pic 9(15).
        01 CUIT-ES-DEL-CONSORCIO pic x.

      *        --- salida: cada linea va a pantalla o, al imprimir, al
      *        listado ---
        01 LINEA-CONSULTA pic x(132).
        01 IMPRIMIENDO pic x value "N".
        01 NRO-PAGINA pic 9.
        01 FIN-PAGINAS pic x.
        01 OPCION-PAGINA pic x(1).

        01 CUENTAS-LISTADAS pic 99.
        01 MOROSIDAD-HALLADA pic x.

      *        --- ultimos resultados de debito, del periodo mas
      *        reciente hacia atras ---
        01 CANT-RESULTADOS pic 99.
        01 tablaResultados.
            03 resultadoItem occurs 12 times.
                05 RES-PERIODO pic x(6).
                05 RES-ENTIDAD pic 9(3).
                05 RES-SUCURSAL pic 9(3).
                05 RES-NRO-CTA pic 9(8).
                05 RES-IMPORTE pic 9(11).
                05 RES-RESULTADO pic x(2).
        01 IDX-RESULTADO pic 99.
        01 CANT-DEL-PERIODO pic 99.
        01 PERIODO-CURSOR.
             03 PER-ANIO pic 9(4).
             03 PER-MES pic 9(2).
        01 PERIODOS-RECORRIDOS pic 9(2).

      *        --- proveedores y facturas impagas ---
        01 PROVEEDORES-ACTIVOS pic 9(4).
        01 FACTURAS-IMPAGAS pic 9(5).
        01 IMPORTE-IMPAGO pic 9(13).
        01 FACTURAS-PROVEEDOR pic 9(5).
        01 IMPORTE-PROVEEDOR pic 9(13).
        01 CUITPROV-ABIERTO pic x.
        01 FACTURAS-ABIERTO pic x.
        01 PROVEEDORES-ABIERTO pic x.
        01 RUBRO-PROVEEDOR pic x(20).
        01 FIN-VINCULOS pic x.
        01 FIN-FACTURAS pic x.

        01 RECHAZOS-ABIERTOS pic 9(4).
        01 DESCRIP-PEND pic x(20).

      *        --- ultimos movimientos de auditoria: se recorre el
      *        horizonte del mas viejo al mas nuevo guardando en
      *        rueda los ultimos pedidos ---
        01 TOTAL-MOVIMIENTOS pic 9(6).
        01 POS-RUEDA pic 99.
        01 CANT-EN-RUEDA pic 99.
        01 tablaMovimientos.
            03 movimientoItem occurs 50 times.
                05 MOV-FECHA pic 9(8).
                05 MOV-PROGRAMA pic x(18).
                05 MOV-OPERADOR pic x(10).
                05 MOV-TIPO pic x(1).
                05 MOV-CLAVE pic x(24).
                05 MOV-ANTES pic x(130).
                05 MOV-DESPUES pic x(130).
        01 IDX-MOVIMIENTO pic 99.
        01 MOVIMIENTOS-EMITIDOS pic 99.

      *        --- fecha recorrida en el horizonte de auditoria ---
        01 FECHA-PROCESO-REC.
             03 FECHA-ANIO pic 9(4).
             03 FECHA-MES pic 9(2).
             03 FECHA-DIA pic 9(2).
        01 FECHA-PROCESO-N redefines FECHA-PROCESO-REC pic 9(8).
        01 DIAS-RECORRIDOS pic 9(4).
        01 DIA-TOPE-MES pic 9(2).
        01 RESTO-BISIESTO pic 9(4).
        01 COCIENTE-BISIESTO pic 9(4).
        01 tablaDiasMes.
             03 filler pic 9(2) value 31.
             03 filler pic 9(2) value 28.
             03 filler pic 9(2) value 31.
             03 filler pic 9(2) value 30.
             03 filler pic 9(2) value 31.
             03 filler pic 9(2) value 30.
             03 filler pic 9(2) value 31.
             03 filler pic 9(2) value 31.
             03 filler pic 9(2) value 30.
             03 filler pic 9(2) value 31.
             03 filler pic 9(2) value 30.
             03 filler pic 9(2) value 31.
        01 tablaDiasMes-R redefines tablaDiasMes.
             03 DIAS-DEL-MES pic 9(2) occurs 12 times.

      *        ---------------------------------------------------------
      *        Consulta integral de un consorcio para atender a la
      *        administracion en un solo lugar: se elige el consorcio
      *        por CUIT-CO (siguiendo REFERENCIAS_CUIT si fue
      *        renumerado) o hojeando por NOMBRE-CONSORCIO, y se
      *        muestran por paginas:
      *          1 - registro maestro y cuentas de MAESTRO_CTAS del dia
      *          2 - deuda vigente en MOROSIDAD y los ultimos 12
      *              resultados de debito de RESULTADOS_AAAAMM
      *          3 - proveedores activos de CUITPROV.OUT con sus
      *              facturas impagas de FACTURAS.OUT
      *          4 - rechazos del merge abiertos en RECHAZOS-PEND
      *          5 - ultimos movimientos de AUDITORIA_AAAAMMDD
      *        Desde cualquier pagina se puede imprimir la consulta
      *        completa en CONSULTA_<cuit>_<fecha>.txt. La historia
      *        grabada con un CUIT anterior del consorcio tambien se
      *        muestra.
      *        ---------------------------------------------------------
        PROCEDURE division.
           perform leerParametros.
           perform cargarReferencias.

           open input MAESTRO-IDX.
           if not ok-MAESTRO-IDX
               display "No se pudo abrir el maestro indexado ("
                   fs-MAESTRO-IDX "); verifique que el proceso "
               "diario haya corrido."
           else
               perform atenderMenu until FIN-CONSULTA = "S"
               close MAESTRO-IDX
           end-if.
        stop run.

      *        ---------------------------------------------------------
      *        Parametros: directorio base, rutas de cada archivo y
      *        cantidad de movimientos de auditoria y su horizonte
      *        ---------------------------------------------------------
        leerParametros.
           accept WS-ENV-VAL from environment "INTEGRAL_DIR_BASE".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-DIR-BASE
           end-if.
           perform obtenerFechaProceso.
           move WS-DIR-BASE to WS-DIR-AUDITORIA.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "AUDIT_DIR_BASE".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-DIR-AUDITORIA
           end-if.

           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "INTEGRAL_MAESTRO".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-MAESTRO-IDX
           end-if.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "INTEGRAL_CTAS".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-MAESTRO-CTAS
           else
               string WS-DIR-BASE delimited by spaces
                      "MAESTRO_CTAS_" delimited by size
                      WS-YYYY-MM-DD delimited by size
                      ".txt" delimited by size
                      into WS-PATH-MAESTRO-CTAS
           end-if.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "INTEGRAL_MOROSIDAD".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-MOROSIDAD
           else
               string WS-DIR-BASE delimited by spaces
                      "MOROSIDAD.txt" delimited by size
                      into WS-PATH-MOROSIDAD
           end-if.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "INTEGRAL_CUITPROV".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-CUITPROV
           end-if.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "INTEGRAL_FACTURAS".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-FACTURAS
           end-if.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "INTEGRAL_PROVEEDORES".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-PROVEEDORES
           end-if.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "INTEGRAL_RECHAZOS".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-RECHAZOS-PEND
           else
               string WS-DIR-BASE delimited by spaces
                      "RECHAZOS-PEND.txt" delimited by size
                      into WS-PATH-RECHAZOS-PEND
           end-if.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "INTEGRAL_REFERENCIAS".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-REFERENCIAS
           else
               string WS-DIR-BASE delimited by spaces
                      "REFERENCIAS_CUIT.txt" delimited by size
                      into WS-PATH-REFERENCIAS
           end-if.

           move spaces to PARAM-INGRESADO.
           accept PARAM-INGRESADO
               from environment "INTEGRAL_MOVIMIENTOS".
           perform normalizarParametro.
           if PARAM-ES-VALIDO = "S" and PARAM-ACUM > 0
               if PARAM-ACUM > 50
                   move 50 to MOVIMIENTOS-MOSTRAR
               else
                   move PARAM-ACUM to MOVIMIENTOS-MOSTRAR
               end-if
           end-if.
           move spaces to PARAM-INGRESADO.
           accept PARAM-INGRESADO from environment "INTEGRAL_DIAS".
           perform normalizarParametro.
           if PARAM-ES-VALIDO = "S" and PARAM-ACUM > 0
               move PARAM-ACUM to DIAS-AUDITORIA
           end-if.

        normalizarParametro.
           if PARAM-INGRESADO = spaces
               move "N" to PARAM-ES-VALIDO
           else
               move "S" to PARAM-ES-VALIDO
               move 0 to PARAM-ACUM
               move 1 to POS-PARAM
               perform armarUnDigitoParam
                   until POS-PARAM > 3 or PARAM-ES-VALIDO = "N"
           end-if.

        armarUnDigitoParam.
           if PARAM-INGRESADO(POS-PARAM:1) is numeric
               move PARAM-INGRESADO(POS-PARAM:1) to UN-DIGITO
               compute PARAM-ACUM = PARAM-ACUM * 10 + UN-DIGITO
           else
               if PARAM-INGRESADO(POS-PARAM:1) <> space
                   move "N" to PARAM-ES-VALIDO
               end-if
           end-if.
           add 1 to POS-PARAM.

        cargarReferencias.
           move 0 to CANT-REFERENCIAS.
           open input REFERENCIAS.
           if ok-REFERENCIAS
               read REFERENCIAS end-read
               perform cargarUnaReferencia
                   until eof-REFERENCIAS or CANT-REFERENCIAS > 9998
               close REFERENCIAS
           end-if.

        cargarUnaReferencia.
           add 1 to CANT-REFERENCIAS.
           move CUIT-ANTERIOR to REF-CUIT-ANT(CANT-REFERENCIAS).
           move CUIT-NUEVO to REF-CUIT-NUEVO(CANT-REFERENCIAS).
           move FECHA-CAMBIO to REF-FECHA(CANT-REFERENCIAS).
           move MOTIVO-CAMBIO to REF-MOTIVO(CANT-REFERENCIAS).
           read REFERENCIAS end-read.

        atenderMenu.
           display "Consulta integral: 1=por CUIT, 2=por nombre, "
               "0=salir: ".
           move space to OPCION-MENU.
           accept OPCION-MENU.
           evaluate OPCION-MENU
               when "0"
               when space
                   move "S" to FIN-CONSULTA
               when "1"
                   perform consultarUnCuit
               when "2"
                   perform hojearPorNombre
               when other
                   display "Opcion invalida: " OPCION-MENU
           end-evaluate.

        consultarUnCuit.
           display "Ingrese CUIT-CO a consultar (0 para volver): ".
           move spaces to CUIT-INGRESADO.
           accept CUIT-INGRESADO.
           perform normalizarCuit.
           if CUIT-ES-VALIDO <> "S"
               display "CUIT invalido: " CUIT-INGRESADO
           else
               if CUIT-CONSULTA > 0
                   perform ubicarConsorcio
               end-if
           end-if.

      *        ---------------------------------------------------------
      *        Convierte lo tipeado (digitos, con o sin ceros a la
      *        izquierda) en el CUIT numerico de 15 posiciones
      *        ---------------------------------------------------------
        normalizarCuit.
           move "S" to CUIT-ES-VALIDO.
           move 0 to CUIT-CONSULTA.
           if CUIT-INGRESADO = spaces
               move 0 to CUIT-CONSULTA
           else
               move 1 to POS-DIGITO
               perform armarUnDigito
                   until POS-DIGITO > 15 or CUIT-ES-VALIDO = "N"
           end-if.

        armarUnDigito.
           if CUIT-INGRESADO(POS-DIGITO:1) is numeric
               move CUIT-INGRESADO(POS-DIGITO:1) to UN-DIGITO
               compute CUIT-CONSULTA = CUIT-CONSULTA * 10 + UN-DIGITO
           else
               if CUIT-INGRESADO(POS-DIGITO:1) <> space
                   move "N" to CUIT-ES-VALIDO
               end-if
           end-if.
           add 1 to POS-DIGITO.

      *        ---------------------------------------------------------
      *        Hojeo por nombre: posiciona la clave alternativa en el
      *        nombre parcial tipeado y pagina de a 10 coincidencias;
      *        se elige una por numero, M trae la pagina siguiente y
      *        0 vuelve al menu. Solo se listan los nombres que
      *        empiezan con lo tipeado
      *        ---------------------------------------------------------
        hojearPorNombre.
           display "Ingrese el nombre (o su comienzo): ".
           move spaces to NOMBRE-BUSCADO.
           accept NOMBRE-BUSCADO.
           if NOMBRE-BUSCADO = spaces
               display "Nombre vacio; se vuelve al menu."
           else
               move 30 to LARGO-BUSCADO
               perform acortarBuscado
                   until NOMBRE-BUSCADO(LARGO-BUSCADO:1) <> space
               move NOMBRE-BUSCADO to NOMBRE-CONSORCIO-IDX
               start MAESTRO-IDX key >= NOMBRE-CONSORCIO-IDX
                   invalid key
                       display "No hay consorcios desde ese nombre."
                   not invalid key
                       move "N" to FIN-HOJEO
                       move "N" to FIN-COINCIDENCIAS
                       perform hojearUnaPagina
                           until FIN-HOJEO = "S"
               end-start
           end-if.

        acortarBuscado.
           subtract 1 from LARGO-BUSCADO.

        hojearUnaPagina.
           move 0 to CANT-MOSTRADOS.
           perform listarUnaCoincidencia
               until CANT-MOSTRADOS >= 10 or eof-MAESTRO-IDX
               or FIN-COINCIDENCIAS = "S".
           if CANT-MOSTRADOS = 0
               display "No hay mas coincidencias."
               move "S" to FIN-HOJEO
           else
               if eof-MAESTRO-IDX or FIN-COINCIDENCIAS = "S"
                   display "No hay mas coincidencias."
               end-if
               perform elegirDeLaPagina
           end-if.

        listarUnaCoincidencia.
           read MAESTRO-IDX next record
               at end
                   move "S" to FIN-COINCIDENCIAS
               not at end
                   if NOMBRE-CONSORCIO-IDX(1:LARGO-BUSCADO)
                       <> NOMBRE-BUSCADO(1:LARGO-BUSCADO)
                       move "S" to FIN-COINCIDENCIAS
                   else
                       add 1 to CANT-MOSTRADOS
                       move CUIT-CO-IDX to SEL-CUIT(CANT-MOSTRADOS)
                       display CANT-MOSTRADOS ") "
                           NOMBRE-CONSORCIO-IDX " CUIT " CUIT-CO-IDX
                   end-if
           end-read.

        elegirDeLaPagina.
           display "Elija 1-" CANT-MOSTRADOS ", M=mas, 0=volver: ".
           move spaces to OPCION-HOJEO.
           accept OPCION-HOJEO.
           evaluate true
               when OPCION-HOJEO = "M" or OPCION-HOJEO = "m"
                   continue
               when OPCION-HOJEO = "0" or OPCION-HOJEO = spaces
                   move "S" to FIN-HOJEO
               when OPCION-HOJEO(1:1) is numeric
                   perform consultarElegido
                   move "S" to FIN-HOJEO
               when other
                   display "Opcion invalida: " OPCION-HOJEO
                   move "S" to FIN-HOJEO
           end-evaluate.

        consultarElegido.
           move OPCION-HOJEO(1:1) to UN-DIGITO.
           move UN-DIGITO to NRO-ELEGIDO.
           if OPCION-HOJEO(2:1) is numeric
               move OPCION-HOJEO(2:1) to UN-DIGITO
               compute NRO-ELEGIDO = NRO-ELEGIDO * 10 + UN-DIGITO
           end-if.
           if NRO-ELEGIDO < 1 or NRO-ELEGIDO > CANT-MOSTRADOS
               display "Numero fuera de la pagina: " OPCION-HOJEO
           else
               move SEL-CUIT(NRO-ELEGIDO) to CUIT-CONSULTA
               perform ubicarConsorcio
           end-if.

      *        ---------------------------------------------------------
      *        Ubica el consorcio en el maestro; un CUIT renumerado se
      *        sigue por las referencias hasta el vigente
      *        ---------------------------------------------------------
        ubicarConsorcio.
           move 0 to SALTOS-REFERENCIA.
           move "N" to CONSORCIO-HALLADO.
           move "N" to FIN-BUSQUEDA.
           perform buscarEnMaestro until FIN-BUSQUEDA = "S".
           if CONSORCIO-HALLADO = "S"
               perform armarCuitsDelConsorcio
               perform mostrarConsulta
           end-if.

        buscarEnMaestro.
           move "S" to FIN-BUSQUEDA.
           move CUIT-CONSULTA to CUIT-CO-IDX.
           read MAESTRO-IDX
               invalid key
                   perform seguirReferencia
               not invalid key
                   move "S" to CONSORCIO-HALLADO
           end-read.

        seguirReferencia.
           move 0 to IDX-REFERENCIA-HALLADA.
           move 1 to IDX-REFERENCIA.
           perform buscarUnaReferencia
               until IDX-REFERENCIA > CANT-REFERENCIAS.
           if IDX-REFERENCIA-HALLADA > 0 and SALTOS-REFERENCIA < 5
               display "CUIT-CO " CUIT-CONSULTA " renumerado el "
                   REF-FECHA(IDX-REFERENCIA-HALLADA) " al CUIT "
                   REF-CUIT-NUEVO(IDX-REFERENCIA-HALLADA)
               move REF-CUIT-NUEVO(IDX-REFERENCIA-HALLADA)
                   to CUIT-CONSULTA
               add 1 to SALTOS-REFERENCIA
               move "N" to FIN-BUSQUEDA
           else
               display "CUIT-CO " CUIT-CONSULTA
               " no figura en el maestro."
           end-if.

      *        si el CUIT se renumero mas de una vez vale la ultima
        buscarUnaReferencia.
           if REF-CUIT-ANT(IDX-REFERENCIA) = CUIT-CONSULTA
               move IDX-REFERENCIA to IDX-REFERENCIA-HALLADA
           end-if.
           add 1 to IDX-REFERENCIA.

      *        ---------------------------------------------------------
      *        El CUIT vigente mas los que lo precedieron segun las
      *        referencias (anterior del anterior incluido)
      *        ---------------------------------------------------------
        armarCuitsDelConsorcio.
           move 1 to CANT-CUITS.
           move CUIT-CONSULTA to CUIT-DEL-CONSORCIO(1).
           move 1 to IDX-CUIT-REVISADO.
           perform agregarCuitsAnteriores
               until IDX-CUIT-REVISADO > CANT-CUITS.

        agregarCuitsAnteriores.
           move 1 to IDX-REFERENCIA.
           perform revisarReferenciaAnterior
               until IDX-REFERENCIA > CANT-REFERENCIAS.
           add 1 to IDX-CUIT-REVISADO.

        revisarReferenciaAnterior.
           if REF-CUIT-NUEVO(IDX-REFERENCIA)
               = CUIT-DEL-CONSORCIO(IDX-CUIT-REVISADO)
               move REF-CUIT-ANT(IDX-REFERENCIA) to CUIT-A-COMPARAR
               perform verificarCuitDelConsorcio
               if CUIT-ES-DEL-CONSORCIO = "N" and CANT-CUITS < 10
                   add 1 to CANT-CUITS
                   move CUIT-A-COMPARAR
                       to CUIT-DEL-CONSORCIO(CANT-CUITS)
               end-if
           end-if.
           add 1 to IDX-REFERENCIA.

        verificarCuitDelConsorcio.
           move "N" to CUIT-ES-DEL-CONSORCIO.
           move 1 to IDX-CUIT.
           perform compararUnCuit
               until IDX-CUIT > CANT-CUITS
               or CUIT-ES-DEL-CONSORCIO = "S".

        compararUnCuit.
           if CUIT-DEL-CONSORCIO(IDX-CUIT) = CUIT-A-COMPARAR
               move "S" to CUIT-ES-DEL-CONSORCIO
           end-if.
           add 1 to IDX-CUIT.

      *        ---------------------------------------------------------
      *        Paginado: Enter pasa a la pagina siguiente, I imprime la
      *        consulta completa en el listado y 0 vuelve al menu
      *        ---------------------------------------------------------
        mostrarConsulta.
           move "N" to IMPRIMIENDO.
           move 1 to NRO-PAGINA.
           move "N" to FIN-PAGINAS.
           perform mostrarUnaPagina until FIN-PAGINAS = "S".

        mostrarUnaPagina.
           perform emitirPagina.
           if NRO-PAGINA < 5
               display "Pagina " NRO-PAGINA " de 5 - Enter=siguiente, "
                   "I=imprimir todo, 0=volver: "
           else
               display "Pagina 5 de 5 - I=imprimir todo, "
                   "Enter=volver: "
           end-if.
           move space to OPCION-PAGINA.
           accept OPCION-PAGINA.
           evaluate true
               when OPCION-PAGINA = "I" or OPCION-PAGINA = "i"
                   perform imprimirConsulta
                   move "S" to FIN-PAGINAS
               when OPCION-PAGINA = "0"
                   move "S" to FIN-PAGINAS
               when NRO-PAGINA < 5
                   add 1 to NRO-PAGINA
               when other
                   move "S" to FIN-PAGINAS
           end-evaluate.

        emitirPagina.
           evaluate NRO-PAGINA
               when 1
                   perform paginaMaestro
               when 2
                   perform paginaDebitos
               when 3
                   perform paginaProveedores
               when 4
                   perform paginaRechazos
               when other
                   perform paginaAuditoria
           end-evaluate.

        imprimirConsulta.
           move spaces to WS-PATH-LISTADO.
           string WS-DIR-BASE delimited by spaces
                  "CONSULTA_" delimited by size
                  CUIT-CONSULTA delimited by size
                  "_" delimited by size
                  WS-YYYY-MM-DD delimited by size
                  ".txt" delimited by size
                  into WS-PATH-LISTADO.
           open output LISTADO.
           if not ok-LISTADO
               display "ERROR: no se pudo abrir el listado ("
                   fs-LISTADO ") " WS-PATH-LISTADO
           else
               move "S" to IMPRIMIENDO
               move 1 to NRO-PAGINA
               perform imprimirUnaPagina until NRO-PAGINA > 5
               close LISTADO
               move "N" to IMPRIMIENDO
               display "Consulta grabada en " WS-PATH-LISTADO
           end-if.

        imprimirUnaPagina.
           perform emitirPagina.
           move spaces to LINEA-CONSULTA.
           perform emitirLinea.
           add 1 to NRO-PAGINA.

        emitirTitulo.
           perform emitirLinea.
           move spaces to LINEA-CONSULTA.
           string "CONSORCIO " delimited by size
                  CUIT-CONSULTA delimited by size
                  " " delimited by size
                  NOMBRE-CONSORCIO-IDX delimited by size
                  " - CONSULTA AL " delimited by size
                  WS-YYYY-MM-DD delimited by size
                  into LINEA-CONSULTA.
           perform emitirLinea.
           move all "-" to LINEA-CONSULTA.
           perform emitirLinea.

        emitirLinea.
           if IMPRIMIENDO = "S"
               write REG_LISTADO from LINEA-CONSULTA
           else
               display LINEA-CONSULTA
           end-if.

      *        ---------------------------------------------------------
      *        Pagina 1: registro maestro y todas las cuentas del
      *        detalle MAESTRO_CTAS del dia
      *        ---------------------------------------------------------
        paginaMaestro.
           move "PAGINA 1 - DATOS DEL MAESTRO Y CUENTAS"
               to LINEA-CONSULTA.
           perform emitirTitulo.
           move 2 to IDX-CUIT.
           perform emitirCuitAnterior until IDX-CUIT > CANT-CUITS.
           move spaces to LINEA-CONSULTA.
           string "  FECHA-ALTA       : " delimited by size
                  FECHA-ALTA-IDX delimited by size
                  into LINEA-CONSULTA.
           perform emitirLinea.
           move spaces to LINEA-CONSULTA.
           string "  ESTADO           : " delimited by size
                  ESTADO-NUM-IDX delimited by size
                  " " delimited by size
                  DESCRIP-IDX delimited by size
                  into LINEA-CONSULTA.
           perform emitirLinea.
           move spaces to LINEA-CONSULTA.
           string "  TEL / DIR        : " delimited by size
                  TEL-IDX delimited by size
                  " / " delimited by size
                  DIR-IDX delimited by size
                  into LINEA-CONSULTA.
           perform emitirLinea.
           move spaces to LINEA-CONSULTA.
           string "  ADMINISTRACION   : " delimited by size
                  COD-ADMIN-IDX delimited by size
                  into LINEA-CONSULTA.
           perform emitirLinea.
           move spaces to LINEA-CONSULTA.
           string "  CUENTA PRINCIPAL : ENTIDAD " delimited by size
                  ENTIDAD-IDX delimited by size
                  " SUCURSAL " delimited by size
                  SUCURSAL-IDX delimited by size
                  " CUENTA " delimited by size
                  NRO-CTA-IDX delimited by size
                  " CBU " delimited by size
                  CBU-IDX delimited by size
                  into LINEA-CONSULTA.
           perform emitirLinea.
           move spaces to LINEA-CONSULTA.
           string "  HAS-CUENTA       : " delimited by size
                  HAS-CUENTA-IDX delimited by size
                  "   CANT-CUENTAS: " delimited by size
                  CANT-CUENTAS-IDX delimited by size
                  into LINEA-CONSULTA.
           perform emitirLinea.
           move spaces to LINEA-CONSULTA.
           perform emitirLinea.

           move 0 to CUENTAS-LISTADAS.
           open input MAESTRO-CTAS.
           if not ok-MAESTRO-CTAS
               move spaces to LINEA-CONSULTA
               string "  (sin detalle de cuentas del dia: no se pudo "
                      "abrir " delimited by size
                      WS-PATH-MAESTRO-CTAS delimited by spaces
                      ")" delimited by size
                      into LINEA-CONSULTA
               perform emitirLinea
           else
               move "  CUENTAS DEL DETALLE (NRO-CTA ENT SUC CBU)"
                   to LINEA-CONSULTA
               perform emitirLinea
               read MAESTRO-CTAS end-read
               perform listarUnaCuenta until eof-MAESTRO-CTAS
               close MAESTRO-CTAS
               move spaces to LINEA-CONSULTA
               string "  Cuentas bancarias del detalle: "
                      delimited by size
                      CUENTAS-LISTADAS delimited by size
                      into LINEA-CONSULTA
               perform emitirLinea
           end-if.

        emitirCuitAnterior.
           move spaces to LINEA-CONSULTA.
           string "  CUIT ANTERIOR    : " delimited by size
                  CUIT-DEL-CONSORCIO(IDX-CUIT) delimited by size
                  into LINEA-CONSULTA.
           perform emitirLinea.
           add 1 to IDX-CUIT.

        listarUnaCuenta.
           if CUIT-CO of REG_MAESTRO-CTAS = CUIT-CONSULTA
               add 1 to CUENTAS-LISTADAS
               move spaces to LINEA-CONSULTA
               string "    " delimited by size
                      NRO-CTA of REG_MAESTRO-CTAS delimited by size
                      " " delimited by size
                      ENTIDAD of REG_MAESTRO-CTAS delimited by size
                      " " delimited by size
                      SUCURSAL of REG_MAESTRO-CTAS delimited by size
                      " " delimited by size
                      CBU of REG_MAESTRO-CTAS delimited by size
                      into LINEA-CONSULTA
               perform emitirLinea
           end-if.
           read MAESTRO-CTAS end-read.

      *        ---------------------------------------------------------
      *        Pagina 2: deuda vigente del libro de morosidad y los
      *        ultimos 12 resultados de debito, recorriendo los
      *        RESULTADOS_AAAAMM del periodo de proceso hacia atras
      *        ---------------------------------------------------------
        paginaDebitos.
           move "PAGINA 2 - MOROSIDAD Y ULTIMOS DEBITOS"
               to LINEA-CONSULTA.
           perform emitirTitulo.
           move "N" to MOROSIDAD-HALLADA.
           open input MOROSIDAD.
           if not ok-MOROSIDAD
               move "  (sin libro de morosidad)" to LINEA-CONSULTA
               perform emitirLinea
           else
               read MOROSIDAD end-read
               perform revisarUnMoroso until eof-MOROSIDAD
               close MOROSIDAD
               if MOROSIDAD-HALLADA = "N"
                   move "  Sin deuda registrada en MOROSIDAD."
                       to LINEA-CONSULTA
                   perform emitirLinea
               end-if
           end-if.
           move spaces to LINEA-CONSULTA.
           perform emitirLinea.

           move 0 to CANT-RESULTADOS.
           move WS-YYYY-MM-DD(1:6) to PERIODO-CURSOR.
           move 0 to PERIODOS-RECORRIDOS.
           perform revisarUnPeriodo
               until CANT-RESULTADOS >= 12
               or PERIODOS-RECORRIDOS >= PERIODOS-RESULTADOS.
           move "  ULTIMOS DEBITOS (PERIODO ENT SUC CUENTA IMPORTE COD)"
               to LINEA-CONSULTA.
           perform emitirLinea.
           if CANT-RESULTADOS = 0
               move "    Sin debitos en los ultimos periodos."
                   to LINEA-CONSULTA
               perform emitirLinea
           end-if.
           move 1 to IDX-RESULTADO.
           perform emitirUnResultado
               until IDX-RESULTADO > CANT-RESULTADOS.

        revisarUnMoroso.
           move CUIT-CO of REG_MOROSIDAD to CUIT-A-COMPARAR.
           perform verificarCuitDelConsorcio.
           if CUIT-ES-DEL-CONSORCIO = "S"
               move "S" to MOROSIDAD-HALLADA
               move spaces to LINEA-CONSULTA
               string "  PERIODOS ADEUDADOS: " delimited by size
                      PERIODOS-ADEUDADOS delimited by size
                      "  IMPORTE ADEUDADO: " delimited by size
                      IMPORTE-ADEUDADO delimited by size
                      "  ULTIMO PERIODO: " delimited by size
                      ULTIMO-PERIODO delimited by size
                      into LINEA-CONSULTA
               perform emitirLinea
               move spaces to LINEA-CONSULTA
               string "  RECHAZOS CONSECUTIVOS: " delimited by size
                      RECHAZOS-CONSECUTIVOS delimited by size
                      into LINEA-CONSULTA
               if MARCA-SEGUIMIENTO = "S"
                   move "  - EN SEGUIMIENTO MANUAL, EXCLUIDO DEL DEBITO"
                       to LINEA-CONSULTA(28:)
               end-if
               perform emitirLinea
           end-if.
           read MOROSIDAD end-read.

      *        un periodo: sus resultados del consorcio en el orden
      *        del archivo, hasta completar los 12
        revisarUnPeriodo.
           move spaces to WS-PATH-RESULTADOS.
           string WS-DIR-BASE delimited by spaces
                  "RESULTADOS_" delimited by size
                  PERIODO-CURSOR delimited by size
                  ".txt" delimited by size
                  into WS-PATH-RESULTADOS.
           open input RESULTADOS.
           if ok-RESULTADOS
               read RESULTADOS end-read
               perform revisarUnResultado
                   until eof-RESULTADOS or CANT-RESULTADOS >= 12
               close RESULTADOS
           end-if.
           if PER-MES > 1
               subtract 1 from PER-MES
           else
               move 12 to PER-MES
               subtract 1 from PER-ANIO
           end-if.
           add 1 to PERIODOS-RECORRIDOS.

        revisarUnResultado.
           move CUIT-CO of REG_RESULTADO to CUIT-A-COMPARAR.
           perform verificarCuitDelConsorcio.
           if CUIT-ES-DEL-CONSORCIO = "S"
               add 1 to CANT-RESULTADOS
               move PERIODO of REG_RESULTADO
                   to RES-PERIODO(CANT-RESULTADOS)
               move ENTIDAD of REG_RESULTADO
                   to RES-ENTIDAD(CANT-RESULTADOS)
               move SUCURSAL of REG_RESULTADO
                   to RES-SUCURSAL(CANT-RESULTADOS)
               move NRO-CTA of REG_RESULTADO
                   to RES-NRO-CTA(CANT-RESULTADOS)
               move IMPORTE of REG_RESULTADO
                   to RES-IMPORTE(CANT-RESULTADOS)
               move RESULTADO of REG_RESULTADO
                   to RES-RESULTADO(CANT-RESULTADOS)
           end-if.
           read RESULTADOS end-read.

        emitirUnResultado.
           move spaces to LINEA-CONSULTA.
           string "    " delimited by size
                  RES-PERIODO(IDX-RESULTADO) delimited by size
                  " " delimited by size
                  RES-ENTIDAD(IDX-RESULTADO) delimited by size
                  " " delimited by size
                  RES-SUCURSAL(IDX-RESULTADO) delimited by size
                  " " delimited by size
                  RES-NRO-CTA(IDX-RESULTADO) delimited by size
                  " " delimited by size
                  RES-IMPORTE(IDX-RESULTADO) delimited by size
                  " " delimited by size
                  RES-RESULTADO(IDX-RESULTADO) delimited by size
                  into LINEA-CONSULTA.
           if RES-RESULTADO(IDX-RESULTADO) = "00"
               move "COBRADO" to LINEA-CONSULTA(58:)
           else
               move "RECHAZADO" to LINEA-CONSULTA(58:)
           end-if.
           perform emitirLinea.
           add 1 to IDX-RESULTADO.

      *        ---------------------------------------------------------
      *        Pagina 3: proveedores con vinculo activo en CUITPROV.OUT
      *        y, debajo de cada uno, sus facturas impagas
      *        ---------------------------------------------------------
        paginaProveedores.
           move "PAGINA 3 - PROVEEDORES ACTIVOS Y FACTURAS IMPAGAS"
               to LINEA-CONSULTA.
           perform emitirTitulo.
           move 0 to PROVEEDORES-ACTIVOS.
           move 0 to FACTURAS-IMPAGAS.
           move 0 to IMPORTE-IMPAGO.
           move "N" to CUITPROV-ABIERTO.
           move "N" to FACTURAS-ABIERTO.
           move "N" to PROVEEDORES-ABIERTO.
           open input CUITPROV.
           if ok-CUITPROV
               move "S" to CUITPROV-ABIERTO
           end-if.
           open input FACTURAS.
           if ok-FACTURAS
               move "S" to FACTURAS-ABIERTO
           end-if.
           open input PROVEEDORES.
           if ok-PROVEEDORES
               move "S" to PROVEEDORES-ABIERTO
           end-if.

           if CUITPROV-ABIERTO = "N"
               move spaces to LINEA-CONSULTA
               string "  (no se pudo abrir CUITPROV.OUT: "
                      delimited by size
                      fs-CUITPROV delimited by size
                      ")" delimited by size
                      into LINEA-CONSULTA
               perform emitirLinea
           else
               move "N" to FIN-VINCULOS
               move CUIT-CONSULTA to CUIT-CONS-OUT
               move 0 to COD-PROV-OUT
               start CUITPROV key >= REG_KEY
                   invalid key
                       move "S" to FIN-VINCULOS
               end-start
               perform revisarUnVinculo until FIN-VINCULOS = "S"
               if PROVEEDORES-ACTIVOS = 0
                   move "  Sin proveedores activos." to LINEA-CONSULTA
                   perform emitirLinea
               end-if
           end-if.
           if FACTURAS-ABIERTO = "N"
               move spaces to LINEA-CONSULTA
               string "  (no se pudo abrir FACTURAS.OUT: "
                      delimited by size
                      fs-FACTURAS delimited by size
                      "; no se informan facturas)" delimited by size
                      into LINEA-CONSULTA
               perform emitirLinea
           end-if.
           move spaces to LINEA-CONSULTA.
           string "  PROVEEDORES ACTIVOS: " delimited by size
                  PROVEEDORES-ACTIVOS delimited by size
                  "  FACTURAS IMPAGAS: " delimited by size
                  FACTURAS-IMPAGAS delimited by size
                  "  IMPORTE IMPAGO: " delimited by size
                  IMPORTE-IMPAGO delimited by size
                  into LINEA-CONSULTA.
           perform emitirLinea.

           if CUITPROV-ABIERTO = "S"
               close CUITPROV
           end-if.
           if FACTURAS-ABIERTO = "S"
               close FACTURAS
           end-if.
           if PROVEEDORES-ABIERTO = "S"
               close PROVEEDORES
           end-if.

        revisarUnVinculo.
           read CUITPROV next record
               at end
                   move "S" to FIN-VINCULOS
               not at end
                   if CUIT-CONS-OUT <> CUIT-CONSULTA
                       move "S" to FIN-VINCULOS
                   else
                       if ESTADO-LINK <> "I"
                           perform emitirProveedor
                       end-if
                   end-if
           end-read.

        emitirProveedor.
           add 1 to PROVEEDORES-ACTIVOS.
           move "(sin dato en PROV.OUT)" to RUBRO-PROVEEDOR.
           if PROVEEDORES-ABIERTO = "S"
               move COD-PROV-OUT to PROV-OUT
               read PROVEEDORES
                   invalid key
                       continue
                   not invalid key
                       move spaces to RUBRO-PROVEEDOR
                       string RUBRO-OUT delimited by size
                              " " delimited by size
                              DESC-RUBRO-OUT delimited by size
                              into RUBRO-PROVEEDOR
               end-read
           end-if.
           move spaces to LINEA-CONSULTA.
           string "  PROVEEDOR " delimited by size
                  COD-PROV-OUT delimited by size
                  "  RUBRO " delimited by size
                  RUBRO-PROVEEDOR delimited by size
                  "  VINCULADO DESDE " delimited by size
                  FECHA-ALTA-OUT delimited by size
                  into LINEA-CONSULTA.
           perform emitirLinea.
           if FACTURAS-ABIERTO = "S"
               perform listarFacturasImpagas
           end-if.

        listarFacturasImpagas.
           move 0 to FACTURAS-PROVEEDOR.
           move 0 to IMPORTE-PROVEEDOR.
           move "N" to FIN-FACTURAS.
           move CUIT-CONSULTA to CUIT-CONS-F.
           move COD-PROV-OUT to COD-PROV-F.
           move 0 to NRO-FACT-F.
           start FACTURAS key >= FACT-KEY
               invalid key
                   move "S" to FIN-FACTURAS
           end-start.
           perform revisarUnaFactura until FIN-FACTURAS = "S".
           if FACTURAS-PROVEEDOR = 0
               move "      sin facturas impagas" to LINEA-CONSULTA
               perform emitirLinea
           end-if.

        revisarUnaFactura.
           read FACTURAS next record
               at end
                   move "S" to FIN-FACTURAS
               not at end
                   if CUIT-CONS-F <> CUIT-CONSULTA
                       or COD-PROV-F <> COD-PROV-OUT
                       move "S" to FIN-FACTURAS
                   else
                       if PAGADA-F <> "S"
                           perform emitirFacturaImpaga
                       end-if
                   end-if
           end-read.

        emitirFacturaImpaga.
           add 1 to FACTURAS-PROVEEDOR.
           add 1 to FACTURAS-IMPAGAS.
           add IMPORTE-FACT to IMPORTE-PROVEEDOR.
           add IMPORTE-FACT to IMPORTE-IMPAGO.
           move spaces to LINEA-CONSULTA.
           string "      FACTURA " delimited by size
                  NRO-FACT-F delimited by size
                  " DEL " delimited by size
                  FECHA-FACT delimited by size
                  " IMPORTE " delimited by size
                  IMPORTE-FACT delimited by size
                  into LINEA-CONSULTA.
           perform emitirLinea.

      *        ---------------------------------------------------------
      *        Pagina 4: rechazos del merge todavia abiertos (sin
      *        corregir o con la correccion emitida y aun no llegada
      *        al maestro)
      *        ---------------------------------------------------------
        paginaRechazos.
           move "PAGINA 4 - EXCEPCIONES ABIERTAS (RECHAZOS-PEND)"
               to LINEA-CONSULTA.
           perform emitirTitulo.
           move 0 to RECHAZOS-ABIERTOS.
           open input RECHAZOS-PEND.
           if not ok-RECHAZOS-PEND
               move "  (sin registro de rechazos pendientes)"
                   to LINEA-CONSULTA
               perform emitirLinea
           else
               read RECHAZOS-PEND end-read
               perform revisarUnRechazo until eof-RECHAZOS-PEND
               close RECHAZOS-PEND
               if RECHAZOS-ABIERTOS = 0
                   move "  Sin excepciones abiertas." to LINEA-CONSULTA
                   perform emitirLinea
               end-if
           end-if.

        revisarUnRechazo.
           move CUIT-CO of REG_RECHAZO-PEND to CUIT-A-COMPARAR.
           perform verificarCuitDelConsorcio.
           if CUIT-ES-DEL-CONSORCIO = "S"
               and (ESTADO-PEND = "P" or ESTADO-PEND = "C")
               add 1 to RECHAZOS-ABIERTOS
               if ESTADO-PEND = "P"
                   move "PENDIENTE" to DESCRIP-PEND
               else
                   move "CORRECCION EMITIDA" to DESCRIP-PEND
               end-if
               move spaces to LINEA-CONSULTA
               string "  RECHAZADO EL " delimited by size
                      FECHA-RECHAZO delimited by size
                      " EN " delimited by size
                      COLA-ORIGEN delimited by size
                      " " delimited by size
                      DESCRIP-PEND delimited by size
                      " CUIT " delimited by size
                      CUIT-CO of REG_RECHAZO-PEND delimited by size
                      into LINEA-CONSULTA
               perform emitirLinea
           end-if.
           read RECHAZOS-PEND end-read.

      *        ---------------------------------------------------------
      *        Pagina 5: ultimos movimientos de la pista de auditoria
      *        del consorcio dentro del horizonte de dias
      *        ---------------------------------------------------------
        paginaAuditoria.
           move "PAGINA 5 - ULTIMOS MOVIMIENTOS DE AUDITORIA"
               to LINEA-CONSULTA.
           perform emitirTitulo.
           move 0 to TOTAL-MOVIMIENTOS.
           move 0 to POS-RUEDA.
           move 0 to CANT-EN-RUEDA.
           move WS-YYYY-MM-DD to FECHA-PROCESO-N.
           perform retrocederUnDia DIAS-AUDITORIA times.
           move 0 to DIAS-RECORRIDOS.
           perform revisarUnDia
               until DIAS-RECORRIDOS > DIAS-AUDITORIA.

           move spaces to LINEA-CONSULTA.
           string "  Movimientos en los ultimos " delimited by size
                  DIAS-AUDITORIA delimited by size
                  " dias: " delimited by size
                  TOTAL-MOVIMIENTOS delimited by size
                  "; se muestran los ultimos " delimited by size
                  CANT-EN-RUEDA delimited by size
                  into LINEA-CONSULTA.
           perform emitirLinea.
           move 0 to MOVIMIENTOS-EMITIDOS.
           if CANT-EN-RUEDA < MOVIMIENTOS-MOSTRAR
               move 1 to IDX-MOVIMIENTO
           else
               compute IDX-MOVIMIENTO = POS-RUEDA + 1
               if IDX-MOVIMIENTO > MOVIMIENTOS-MOSTRAR
                   move 1 to IDX-MOVIMIENTO
               end-if
           end-if.
           perform emitirUnMovimiento
               until MOVIMIENTOS-EMITIDOS >= CANT-EN-RUEDA.

        revisarUnDia.
           move spaces to WS-PATH-AUDITORIA.
           string WS-DIR-AUDITORIA delimited by spaces
                  "AUDITORIA_" delimited by size
                  FECHA-PROCESO-N delimited by size
                  ".txt" delimited by size
                  into WS-PATH-AUDITORIA.
           open input AUDITORIA.
           if ok-AUDITORIA
               read AUDITORIA end-read
               perform revisarUnMovimiento until eof-AUDITORIA
               close AUDITORIA
           end-if.
           perform avanzarUnDia.
           add 1 to DIAS-RECORRIDOS.

        revisarUnMovimiento.
           if CLAVE-CUIT is numeric
               move CLAVE-CUIT to CUIT-A-COMPARAR
               perform verificarCuitDelConsorcio
               if CUIT-ES-DEL-CONSORCIO = "S"
                   perform guardarMovimiento
               end-if
           end-if.
           read AUDITORIA end-read.

        guardarMovimiento.
           add 1 to TOTAL-MOVIMIENTOS.
           add 1 to POS-RUEDA.
           if POS-RUEDA > MOVIMIENTOS-MOSTRAR
               move 1 to POS-RUEDA
           end-if.
           if CANT-EN-RUEDA < MOVIMIENTOS-MOSTRAR
               add 1 to CANT-EN-RUEDA
           end-if.
           move FECHA-PROCESO of REG_AUDITORIA
               to MOV-FECHA(POS-RUEDA).
           move PROGRAMA to MOV-PROGRAMA(POS-RUEDA).
           move OPERADOR to MOV-OPERADOR(POS-RUEDA).
           move TIPO-MOVIM-AUD to MOV-TIPO(POS-RUEDA).
           move CLAVE-AUD to MOV-CLAVE(POS-RUEDA).
           move IMAGEN-ANTES to MOV-ANTES(POS-RUEDA).
           move IMAGEN-DESPUES to MOV-DESPUES(POS-RUEDA).

        emitirUnMovimiento.
           move spaces to LINEA-CONSULTA.
           string "  " delimited by size
                  MOV-FECHA(IDX-MOVIMIENTO) delimited by size
                  " " delimited by size
                  MOV-PROGRAMA(IDX-MOVIMIENTO) delimited by size
                  " " delimited by size
                  MOV-OPERADOR(IDX-MOVIMIENTO) delimited by size
                  " movimiento " delimited by size
                  MOV-TIPO(IDX-MOVIMIENTO) delimited by size
                  " clave " delimited by size
                  MOV-CLAVE(IDX-MOVIMIENTO) delimited by size
                  into LINEA-CONSULTA.
           perform emitirLinea.
           move spaces to LINEA-CONSULTA.
           string "    ANTES  : " delimited by size
                  MOV-ANTES(IDX-MOVIMIENTO) delimited by size
                  into LINEA-CONSULTA.
           perform emitirLinea.
           move spaces to LINEA-CONSULTA.
           string "    DESPUES: " delimited by size
                  MOV-DESPUES(IDX-MOVIMIENTO) delimited by size
                  into LINEA-CONSULTA.
           perform emitirLinea.
           add 1 to MOVIMIENTOS-EMITIDOS.
           add 1 to IDX-MOVIMIENTO.
           if IDX-MOVIMIENTO > MOVIMIENTOS-MOSTRAR
               move 1 to IDX-MOVIMIENTO
           end-if.

      *        ---------------------------------------------------------
      *        Retrocede y avanza FECHA-PROCESO-REC un dia calendario
      *        ---------------------------------------------------------
        retrocederUnDia.
           if FECHA-DIA > 1
               subtract 1 from FECHA-DIA
           else
               if FECHA-MES > 1
                   subtract 1 from FECHA-MES
               else
                   subtract 1 from FECHA-ANIO
                   move 12 to FECHA-MES
               end-if
               move DIAS-DEL-MES(FECHA-MES) to FECHA-DIA
               if FECHA-MES = 2
                   perform ajustarFebreroBisiesto
               end-if
           end-if.

        avanzarUnDia.
           move DIAS-DEL-MES(FECHA-MES) to DIA-TOPE-MES.
           if FECHA-MES = 2
               perform ajustarFebreroBisiestoTope
           end-if.
           if FECHA-DIA < DIA-TOPE-MES
               add 1 to FECHA-DIA
           else
               move 1 to FECHA-DIA
               if FECHA-MES < 12
                   add 1 to FECHA-MES
               else
                   move 1 to FECHA-MES
                   add 1 to FECHA-ANIO
               end-if
           end-if.

        ajustarFebreroBisiesto.
           divide FECHA-ANIO by 4
               giving COCIENTE-BISIESTO remainder RESTO-BISIESTO.
           if RESTO-BISIESTO = 0
               divide FECHA-ANIO by 100
                   giving COCIENTE-BISIESTO remainder RESTO-BISIESTO
               if RESTO-BISIESTO <> 0
                   move 29 to FECHA-DIA
               else
                   divide FECHA-ANIO by 400
                       giving COCIENTE-BISIESTO
                       remainder RESTO-BISIESTO
                   if RESTO-BISIESTO = 0
                       move 29 to FECHA-DIA
                   end-if
               end-if
           end-if.

        ajustarFebreroBisiestoTope.
           divide FECHA-ANIO by 4
               giving COCIENTE-BISIESTO remainder RESTO-BISIESTO.
           if RESTO-BISIESTO = 0
               divide FECHA-ANIO by 100
                   giving COCIENTE-BISIESTO remainder RESTO-BISIESTO
               if RESTO-BISIESTO <> 0
                   move 29 to DIA-TOPE-MES
               else
                   divide FECHA-ANIO by 400
                       giving COCIENTE-BISIESTO
                       remainder RESTO-BISIESTO
                   if RESTO-BISIESTO = 0
                       move 29 to DIA-TOPE-MES
                   end-if
               end-if
           end-if.

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

        end program ConsultaIntegral.

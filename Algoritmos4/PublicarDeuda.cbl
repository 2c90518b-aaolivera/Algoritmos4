        identification division.
        program-id. PublicarDeuda.

        ENVIRONMENT division.
        configuration section.

        input-output section.
        file-control.
             select MAESTRO
             assign to dynamic WS-PATH-MAESTRO
             organization is line sequential
             file status is fs-MAESTRO.

             select CUOTAS
             assign to dynamic WS-PATH-CUOTAS
             organization is line sequential
             file status is fs-CUOTAS.

             select MOROSIDAD
             assign to dynamic WS-PATH-MOROSIDAD
             organization is line sequential
             file status is fs-MOROSIDAD.

             select PUBLICACION
             assign to dynamic WS-PATH-PUBLICACION
             organization is line sequential
             file status is fs-PUBLICACION.

             select DEUDA-PUBLICADA
             assign to dynamic WS-PATH-DEUDA-PUBLICADA
             organization is line sequential
             file status is fs-DEUDA-PUBLICADA.

             select ORDENAR
             assign to "WORKA.TMP"
             file status is fs-ORDENAR.

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

        fd CUOTAS.
        01 REG_CUOTA.
             03 CUIT-CO pic 9(15).
             03 IMPORTE-MENSUAL pic 9(11).

        fd MOROSIDAD.
        01 REG_MOROSIDAD.
             03 CUIT-CO pic 9(15).
             03 PERIODOS-ADEUDADOS pic 9(3).
             03 IMPORTE-ADEUDADO pic 9(13).
             03 RECHAZOS-CONSECUTIVOS pic 9(2).
             03 ULTIMO-PERIODO pic x(6).
             03 MARCA-SEGUIMIENTO pic x(1).

      *        --- archivo de deuda para la red de cobranza: un "H" de
      *        cabecera con el codigo de ente, un "D" por codigo de
      *        pago (CUIT-CO y PERIODO) con los dos vencimientos y un
      *        "T" de control con cantidad e importe al primer
      *        vencimiento ---
        fd PUBLICACION.
        01 REG_PUBLICACION.
             03 TIPO-REG pic x(01).
             03 CODIGO-PAGO.
                 05 CUIT-CO pic 9(15).
                 05 PERIODO pic x(6).
             03 NOMBRE-CONSORCIO pic x(30).
             03 FECHA-VTO-1 pic 9(8).
             03 IMPORTE-VTO-1 pic 9(11).
             03 FECHA-VTO-2 pic 9(8).
             03 IMPORTE-VTO-2 pic 9(11).
        01 REG_PUBLICACION-CABECERA.
             03 TIPO-REG-CAB pic x(01).
             03 COD-ENTE pic x(4).
             03 FECHA-GENERACION pic 9(8).
             03 PERIODO-CAB pic x(6).
        01 REG_PUBLICACION-CONTROL.
             03 TIPO-REG-CTL pic x(01).
             03 CANT-REGISTROS pic 9(6).
             03 IMPORTE-TOTAL pic 9(13).

      *        --- registro de deuda publicada, ascendente por CUIT-CO
      *        y PERIODO: ESTADO-DEUDA "P" publicada, "C" cobrada por
      *        la red (CobranzasRed), "A" anulada por una
      *        republicacion del periodo ---
        fd DEUDA-PUBLICADA.
        01 REG_DEUDA.
             03 CUIT-CO pic 9(15).
             03 PERIODO pic x(6).
             03 NOMBRE-CONSORCIO pic x(30).
             03 FECHA-VTO-1 pic 9(8).
             03 IMPORTE-VTO-1 pic 9(11).
             03 FECHA-VTO-2 pic 9(8).
             03 IMPORTE-VTO-2 pic 9(11).
             03 ESTADO-DEUDA pic x(1).
             03 FECHA-PUBLICACION pic 9(8).
             03 FECHA-COBRO pic 9(8).
             03 IMPORTE-COBRADO pic 9(11).

        sd ORDENAR.
        01 REG_ORDENAR.
             03 CUIT-CO pic 9(15).
             03 PERIODO pic x(6).
             03 NOMBRE-CONSORCIO pic x(30).
             03 FECHA-VTO-1 pic 9(8).
             03 IMPORTE-VTO-1 pic 9(11).
             03 FECHA-VTO-2 pic 9(8).
             03 IMPORTE-VTO-2 pic 9(11).
             03 ESTADO-DEUDA pic x(1).
             03 FECHA-PUBLICACION pic 9(8).
             03 FECHA-COBRO pic 9(8).
             03 IMPORTE-COBRADO pic 9(11).

        working-storage section.
        01 fs-MAESTRO pic xx.
             88 ok-MAESTRO value "00".
             88 eof-MAESTRO value "10".
        01 fs-CUOTAS pic xx.
             88 ok-CUOTAS value "00".
             88 eof-CUOTAS value "10".
        01 fs-MOROSIDAD pic xx.
             88 ok-MOROSIDAD value "00".
             88 eof-MOROSIDAD value "10".
        01 fs-PUBLICACION pic xx.
             88 ok-PUBLICACION value "00".
        01 fs-DEUDA-PUBLICADA pic xx.
             88 ok-DEUDA-PUBLICADA value "00".
             88 eof-DEUDA-PUBLICADA value "10".
        01 fs-ORDENAR pic xx.
             88 ok-ORDENAR value "00".
             88 eof-ORDENAR value "10".

        01 WS-PATH-MAESTRO pic x(200) value "C:\MAESTRO.txt".
        01 WS-PATH-CUOTAS pic x(200) value spaces.
        01 WS-PATH-MOROSIDAD pic x(200) value spaces.
        01 WS-PATH-PUBLICACION pic x(200) value spaces.
        01 WS-PATH-DEUDA-PUBLICADA pic x(200) value spaces.
        01 WS-DIR-BASE pic x(150) value "C:\temp\".
        01 WS-ENV-VAL pic x(200).
        01 WS-YYYY-MM-DD pic 9(8).
        01 WS-FECHA-ENV pic x(8).
        01 PERIODO-PUBLICADO pic x(6).

      *        --- codigo de ente asignado por la red y parametros de
      *        los vencimientos: dia del mes del primero y del segundo
      *        y recargo (en porcentaje) del segundo ---
        01 COD-ENTE-RED pic x(4) value "0000".
        01 DIA-VTO-1 pic 9(2) value 10.
        01 DIA-VTO-2 pic 9(2) value 20.
        01 PORC-RECARGO pic 9(2) value 0.
        01 PARAM-INGRESADO pic x(2).
        01 PARAM-ES-VALIDO pic x.
        01 PARAM-ACUM pic 9(2).
        01 POS-DIGITO pic 99.
        01 UN-DIGITO pic 9.
        01 FECHA-VENCIMIENTO-REC.
             03 VTO-PERIODO pic x(6).
             03 VTO-DIA pic 9(2).
        01 FECHA-VENCIMIENTO-N redefines FECHA-VENCIMIENTO-REC
             pic 9(8).

      *        --- deuda atrasada por consorcio en el libro de
      *        morosidad (ascendente por CUIT, busqueda binaria); se
      *        suma a la cuota del periodo ---
        01 USAR-MOROSIDAD pic x value "N".
        01 WS-CANT-MOROSOS pic 9(6) value 0.
        01 tablaMorosidad.
            03 morosoItem OCCURS 1 TO 99999 TIMES
                DEPENDING ON WS-CANT-MOROSOS.
                05 MOR-CUIT pic 9(15).
                05 MOR-IMPORTE pic 9(13).
        01 IDX-MOROSO pic 9(7).
        01 IDX-MOROSO-HALLADO pic 9(7).
        01 LIM-INF-MOROSO pic 9(7).
        01 LIM-SUP-MOROSO pic 9(7).

      *        --- registro de deuda publicada, cargado completo; las
      *        altas del run se agregan al final y el sort lo regraba
      *        ordenado ---
        01 WS-CANT-DEUDAS pic 9(6) value 0.
        01 CANT-DEUDAS-CARGADAS pic 9(6) value 0.
        01 tablaDeudas.
            03 deudaItem OCCURS 1 TO 99999 TIMES
                DEPENDING ON WS-CANT-DEUDAS.
                05 DEU-CLAVE.
                    07 DEU-CUIT pic 9(15).
                    07 DEU-PERIODO pic x(6).
                05 DEU-NOMBRE pic x(30).
                05 DEU-FECHA-VTO-1 pic 9(8).
                05 DEU-IMPORTE-VTO-1 pic 9(11).
                05 DEU-FECHA-VTO-2 pic 9(8).
                05 DEU-IMPORTE-VTO-2 pic 9(11).
                05 DEU-ESTADO pic x(1).
                05 DEU-FECHA-PUBLICACION pic 9(8).
                05 DEU-FECHA-COBRO pic 9(8).
                05 DEU-IMPORTE-COBRADO pic 9(11).
                05 DEU-REPUBLICADA pic x(1).
        01 IDX-DEUDA pic 9(7).
        01 IDX-DEUDA-HALLADA pic 9(7).
        01 LIM-INF-DEUDA pic 9(7).
        01 LIM-SUP-DEUDA pic 9(7).
        01 CLAVE-BUSCADA.
             03 CLAVE-CUIT pic 9(15).
             03 CLAVE-PERIODO pic x(6).

        01 CUOTA-HALLADA pic x.
        01 IMPORTE-CONSORCIO pic 9(11).
        01 IMPORTE-RECARGO pic 9(11).
        01 PUBLICACION-ABIERTA pic x value "N".
        01 CANT-PUBLICADOS pic 9(6) value 0.
        01 IMPORTE-PUBLICADO pic 9(13) value 0.
        01 TOTAL-SIN-CUOTA pic 9(6) value 0.
        01 TOTAL-YA-COBRADOS pic 9(6) value 0.
        01 TOTAL-REPUBLICADOS pic 9(6) value 0.
        01 TOTAL-ANULADOS pic 9(6) value 0.
        01 TOTAL-REEMPLAZADOS pic 9(6) value 0.
        01 IDX-DEUDA-PUBLICADA pic 9(7).
        01 TOTAL-CON-ATRASO pic 9(6) value 0.

      *        --- codigo de retorno del paso (0 limpio, 4 con
      *        advertencias, 8 error serio) ---
        01 COD-RETORNO pic 9(2) value 0.

      *        ---------------------------------------------------------
      *        Publicacion de deuda en la red de cobranza: los
      *        consorcios sin cuenta bancaria (HAS-CUENTA = "N") nunca
      *        entran en una presentacion de DebitosExpensas, asi que
      *        su expensa se publica en la red con un codigo de pago
      *        por CUIT-CO y PERIODO. El importe al primer vencimiento
      *        es la cuota del periodo (CUOTAS, apareado contra el
      *        maestro) mas la deuda atrasada del libro de MOROSIDAD;
      *        el segundo vencimiento lleva el recargo parametrizado.
      *        Graba el archivo DEUDA_RED_periodo.txt en el formato de
      *        la red ("H", "D" y "T" de control) y deja cada codigo
      *        en el registro DEUDA_PUBLICADA, contra el que
      *        CobranzasRed aparea la rendicion diaria de la red. Un
      *        periodo ya publicado se republica: los codigos todavia
      *        impagos se reemplazan, los cobrados no se vuelven a
      *        publicar y los que ya no corresponden quedan anulados.
      *        Como el codigo del periodo ya lleva toda la deuda
      *        atrasada, los codigos impagos de periodos anteriores
      *        del mismo consorcio quedan anulados, para que esa deuda
      *        no se pueda cobrar dos veces.
      *        ---------------------------------------------------------
        PROCEDURE division.
           perform leerParametros.
           perform cargarDeudaPublicada.
           if COD-RETORNO >= 8
               move COD-RETORNO to RETURN-CODE
               goback
           end-if.
           perform cargarMorosidad.

           open input CUOTAS.
           if not ok-CUOTAS
               display "ERROR: no se pudo abrir el archivo de cuotas ("
                   fs-CUOTAS ") " WS-PATH-CUOTAS
               move 8 to COD-RETORNO
               move COD-RETORNO to RETURN-CODE
               goback
           end-if.
           read CUOTAS end-read.

           perform publicarDeuda.
           close CUOTAS.
           if COD-RETORNO >= 8
               move COD-RETORNO to RETURN-CODE
               goback
           end-if.

           perform anularNoRepublicadas.
           sort ORDENAR
               ON ASCENDING CUIT-CO of REG_ORDENAR
               ON ASCENDING PERIODO of REG_ORDENAR
           input procedure is liberarDeudas
           output procedure is grabarDeudaPublicada.

           display " ".
           display "Total de codigos de pago publicados: "
               CANT-PUBLICADOS " por " IMPORTE-PUBLICADO
               " centavos.".
           display "Total de codigos con deuda atrasada: "
               TOTAL-CON-ATRASO.
           display "Total de codigos republicados: "
               TOTAL-REPUBLICADOS.
           display "Total de codigos ya cobrados (no se publican): "
               TOTAL-YA-COBRADOS.
           display "Total de codigos anulados: " TOTAL-ANULADOS.
           display "Total de codigos anteriores reemplazados por la "
               "deuda atrasada: " TOTAL-REEMPLAZADOS.
           display "Total de consorcios sin cuota registrada: "
               TOTAL-SIN-CUOTA.

           if COD-RETORNO < 4
               and (TOTAL-SIN-CUOTA > 0 or TOTAL-ANULADOS > 0)
               move 4 to COD-RETORNO
           end-if.
           move COD-RETORNO to RETURN-CODE.
        goback.

      *        ---------------------------------------------------------
      *        Parametros del run: maestro, directorio base, periodo,
      *        cuotas, morosidad, registro de deuda publicada, codigo
      *        de ente y vencimientos
      *        ---------------------------------------------------------
        leerParametros.
           accept WS-ENV-VAL from environment "PUBLICACION_MAESTRO".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-MAESTRO
           end-if.

           accept WS-ENV-VAL from environment "PUBLICACION_DIR".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-DIR-BASE
           end-if.

           perform obtenerFechaProceso.
           move WS-YYYY-MM-DD(1:6) to PERIODO-PUBLICADO.
           accept WS-ENV-VAL from environment "PUBLICACION_PERIODO".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL(1:6) to PERIODO-PUBLICADO
           end-if.

           accept WS-ENV-VAL from environment "PUBLICACION_CUOTAS".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-CUOTAS
           else
               string WS-DIR-BASE delimited by spaces
                      "CUOTAS.txt" delimited by size
                      into WS-PATH-CUOTAS
           end-if.

           accept WS-ENV-VAL from environment "PUBLICACION_MOROSIDAD".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-MOROSIDAD
           else
               string WS-DIR-BASE delimited by spaces
                      "MOROSIDAD.txt" delimited by size
                      into WS-PATH-MOROSIDAD
           end-if.

           accept WS-ENV-VAL from environment "PUBLICACION_REGISTRO".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-DEUDA-PUBLICADA
           else
               string WS-DIR-BASE delimited by spaces
                      "DEUDA_PUBLICADA.txt" delimited by size
                      into WS-PATH-DEUDA-PUBLICADA
           end-if.

           string WS-DIR-BASE delimited by spaces
                  "DEUDA_RED_" delimited by size
                  PERIODO-PUBLICADO delimited by size
                  ".txt" delimited by size
                  into WS-PATH-PUBLICACION.

           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "PUBLICACION_ENTE".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL(1:4) to COD-ENTE-RED
           end-if.

      *        los vencimientos se limitan al dia 28 para que existan
      *        en cualquier mes del anio
           move spaces to PARAM-INGRESADO.
           accept PARAM-INGRESADO from environment "PUBLICACION_VTO1".
           perform normalizarParametro.
           if PARAM-ES-VALIDO = "S" and PARAM-ACUM > 0
               and PARAM-ACUM < 29
               move PARAM-ACUM to DIA-VTO-1
           end-if.
           move spaces to PARAM-INGRESADO.
           accept PARAM-INGRESADO from environment "PUBLICACION_VTO2".
           perform normalizarParametro.
           if PARAM-ES-VALIDO = "S" and PARAM-ACUM > 0
               and PARAM-ACUM < 29
               move PARAM-ACUM to DIA-VTO-2
           end-if.
           if DIA-VTO-2 < DIA-VTO-1
               move DIA-VTO-1 to DIA-VTO-2
           end-if.
           move spaces to PARAM-INGRESADO.
           accept PARAM-INGRESADO
               from environment "PUBLICACION_RECARGO".
           perform normalizarParametro.
           if PARAM-ES-VALIDO = "S"
               move PARAM-ACUM to PORC-RECARGO
           end-if.

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
      *        Registro de deuda publicada: sin archivo previo es la
      *        primera publicacion y se inicia vacio
      *        ---------------------------------------------------------
        cargarDeudaPublicada.
           move 0 to WS-CANT-DEUDAS.
           open input DEUDA-PUBLICADA.
           if ok-DEUDA-PUBLICADA
               read DEUDA-PUBLICADA end-read
               perform cargarUnaDeuda
                   until eof-DEUDA-PUBLICADA
                   or WS-CANT-DEUDAS > 99998
               if not eof-DEUDA-PUBLICADA
                   display "ERROR: el registro de deuda publicada "
                   "tiene mas de 99999 codigos; depurar los periodos "
                   "viejos."
                   move 8 to COD-RETORNO
               end-if
               close DEUDA-PUBLICADA
           else
               if fs-DEUDA-PUBLICADA = "35"
                   display "No hay registro de deuda publicada previo;"
                   " se inicia el archivo."
               else
                   display "ERROR: no se pudo abrir el registro de "
                   "deuda publicada (" fs-DEUDA-PUBLICADA ") "
                   WS-PATH-DEUDA-PUBLICADA
                   move 8 to COD-RETORNO
               end-if
           end-if.
           move WS-CANT-DEUDAS to CANT-DEUDAS-CARGADAS.

        cargarUnaDeuda.
           add 1 to WS-CANT-DEUDAS.
           move CUIT-CO of REG_DEUDA to DEU-CUIT(WS-CANT-DEUDAS).
           move PERIODO of REG_DEUDA to DEU-PERIODO(WS-CANT-DEUDAS).
           move NOMBRE-CONSORCIO of REG_DEUDA
               to DEU-NOMBRE(WS-CANT-DEUDAS).
           move FECHA-VTO-1 of REG_DEUDA
               to DEU-FECHA-VTO-1(WS-CANT-DEUDAS).
           move IMPORTE-VTO-1 of REG_DEUDA
               to DEU-IMPORTE-VTO-1(WS-CANT-DEUDAS).
           move FECHA-VTO-2 of REG_DEUDA
               to DEU-FECHA-VTO-2(WS-CANT-DEUDAS).
           move IMPORTE-VTO-2 of REG_DEUDA
               to DEU-IMPORTE-VTO-2(WS-CANT-DEUDAS).
           move ESTADO-DEUDA of REG_DEUDA
               to DEU-ESTADO(WS-CANT-DEUDAS).
           move FECHA-PUBLICACION of REG_DEUDA
               to DEU-FECHA-PUBLICACION(WS-CANT-DEUDAS).
           move FECHA-COBRO of REG_DEUDA
               to DEU-FECHA-COBRO(WS-CANT-DEUDAS).
           move IMPORTE-COBRADO of REG_DEUDA
               to DEU-IMPORTE-COBRADO(WS-CANT-DEUDAS).
           move "N" to DEU-REPUBLICADA(WS-CANT-DEUDAS).
           read DEUDA-PUBLICADA end-read.

      *        ---------------------------------------------------------
      *        Busqueda binaria del codigo de pago entre los codigos
      *        cargados del registro (las altas del run quedan fuera:
      *        el maestro no repite CUIT)
      *        ---------------------------------------------------------
        buscarDeuda.
           move 0 to IDX-DEUDA-HALLADA.
           move 1 to LIM-INF-DEUDA.
           move CANT-DEUDAS-CARGADAS to LIM-SUP-DEUDA.
           perform buscarUnaDeuda
               until LIM-INF-DEUDA > LIM-SUP-DEUDA
               or IDX-DEUDA-HALLADA > 0.

        buscarUnaDeuda.
           compute IDX-DEUDA = (LIM-INF-DEUDA + LIM-SUP-DEUDA) / 2.
           if DEU-CLAVE(IDX-DEUDA) = CLAVE-BUSCADA
               move IDX-DEUDA to IDX-DEUDA-HALLADA
           else
               if DEU-CLAVE(IDX-DEUDA) < CLAVE-BUSCADA
                   compute LIM-INF-DEUDA = IDX-DEUDA + 1
               else
                   compute LIM-SUP-DEUDA = IDX-DEUDA - 1
               end-if
           end-if.

      *        ---------------------------------------------------------
      *        Deuda atrasada del libro de morosidad; sin libro se
      *        publica solo la cuota del periodo, con aviso
      *        ---------------------------------------------------------
        cargarMorosidad.
           move 0 to WS-CANT-MOROSOS.
           open input MOROSIDAD.
           if ok-MOROSIDAD
               move "S" to USAR-MOROSIDAD
               read MOROSIDAD end-read
               perform cargarUnMoroso until eof-MOROSIDAD
               close MOROSIDAD
           else
               display "ADVERTENCIA: no se pudo abrir MOROSIDAD ("
                   fs-MOROSIDAD "); se publica solo la cuota del "
                   "periodo."
               if COD-RETORNO < 4
                   move 4 to COD-RETORNO
               end-if
           end-if.

        cargarUnMoroso.
           if IMPORTE-ADEUDADO of REG_MOROSIDAD > 0
               and WS-CANT-MOROSOS < 99999
               add 1 to WS-CANT-MOROSOS
               move CUIT-CO of REG_MOROSIDAD
                   to MOR-CUIT(WS-CANT-MOROSOS)
               move IMPORTE-ADEUDADO of REG_MOROSIDAD
                   to MOR-IMPORTE(WS-CANT-MOROSOS)
           end-if.
           read MOROSIDAD end-read.

        buscarMoroso.
           move 0 to IDX-MOROSO-HALLADO.
           if USAR-MOROSIDAD = "S" and WS-CANT-MOROSOS > 0
               move 1 to LIM-INF-MOROSO
               move WS-CANT-MOROSOS to LIM-SUP-MOROSO
               perform buscarUnMoroso
                   until LIM-INF-MOROSO > LIM-SUP-MOROSO
                   or IDX-MOROSO-HALLADO > 0
           end-if.

        buscarUnMoroso.
           compute IDX-MOROSO = (LIM-INF-MOROSO + LIM-SUP-MOROSO) / 2.
           if MOR-CUIT(IDX-MOROSO) = CUIT-CO of REG_MAESTRO
               move IDX-MOROSO to IDX-MOROSO-HALLADO
           else
               if MOR-CUIT(IDX-MOROSO) < CUIT-CO of REG_MAESTRO
                   compute LIM-INF-MOROSO = IDX-MOROSO + 1
               else
                   compute LIM-SUP-MOROSO = IDX-MOROSO - 1
               end-if
           end-if.

      *        ---------------------------------------------------------
      *        Recorre el maestro y publica cada consorcio sin cuenta
      *        bancaria, con cabecera y control del archivo de la red
      *        ---------------------------------------------------------
        publicarDeuda.
           open input MAESTRO.
           if not ok-MAESTRO
               display "ERROR: no se pudo abrir el maestro ("
                   fs-MAESTRO ") " WS-PATH-MAESTRO
               move 8 to COD-RETORNO
           else
               open output PUBLICACION
               if not ok-PUBLICACION
                   display "ERROR: no se pudo abrir el archivo de "
                   "publicacion (" fs-PUBLICACION ") "
                   WS-PATH-PUBLICACION
                   move 8 to COD-RETORNO
               else
                   move "S" to PUBLICACION-ABIERTA
                   move "H" to TIPO-REG-CAB
                   move COD-ENTE-RED to COD-ENTE
                   move WS-YYYY-MM-DD
                       to FECHA-GENERACION of REG_PUBLICACION-CABECERA
                   move PERIODO-PUBLICADO to PERIODO-CAB
                   write REG_PUBLICACION-CABECERA
                   read MAESTRO end-read
                   perform publicarUnMaestro until eof-MAESTRO
                   move "T" to TIPO-REG-CTL
                   move CANT-PUBLICADOS to CANT-REGISTROS
                   move IMPORTE-PUBLICADO to IMPORTE-TOTAL
                   write REG_PUBLICACION-CONTROL
                   close PUBLICACION
               end-if
               close MAESTRO
           end-if.

        publicarUnMaestro.
           if HAS-CUENTA of REG_MAESTRO = "N"
               move CUIT-CO of REG_MAESTRO to CLAVE-CUIT
               move PERIODO-PUBLICADO to CLAVE-PERIODO
               perform buscarDeuda
               if IDX-DEUDA-HALLADA > 0
                   and DEU-ESTADO(IDX-DEUDA-HALLADA) = "C"
                   add 1 to TOTAL-YA-COBRADOS
                   move "S" to DEU-REPUBLICADA(IDX-DEUDA-HALLADA)
                   display "YA COBRADO EN LA RED: CUIT "
                       CUIT-CO of REG_MAESTRO " periodo "
                       PERIODO-PUBLICADO
               else
                   perform buscarCuotaConsorcio
                   if CUOTA-HALLADA = "S"
                       perform publicarUnCodigo
                   else
                       add 1 to TOTAL-SIN-CUOTA
                       display "SIN CUOTA: " CUIT-CO of REG_MAESTRO
                           " " NOMBRE-CONSORCIO of REG_MAESTRO
                   end-if
               end-if
           end-if.
           read MAESTRO end-read.

      *        ---------------------------------------------------------
      *        Apareo del archivo de CUOTAS contra el maestro, ambos
      *        ascendentes por CUIT-CO
      *        ---------------------------------------------------------
        buscarCuotaConsorcio.
           perform avanzarCuota until eof-CUOTAS
               or CUIT-CO of REG_CUOTA >= CUIT-CO of REG_MAESTRO.
           if not eof-CUOTAS
               and CUIT-CO of REG_CUOTA = CUIT-CO of REG_MAESTRO
               move "S" to CUOTA-HALLADA
               move IMPORTE-MENSUAL of REG_CUOTA to IMPORTE-CONSORCIO
           else
               move "N" to CUOTA-HALLADA
           end-if.

        avanzarCuota.
           read CUOTAS end-read.

      *        ---------------------------------------------------------
      *        Un codigo de pago: cuota mas deuda atrasada al primer
      *        vencimiento, con recargo al segundo; queda en el archivo
      *        de la red y en el registro (reemplaza al impago del
      *        mismo periodo si ya estaba publicado y, si lleva deuda
      *        atrasada, a los impagos de periodos anteriores)
      *        ---------------------------------------------------------
        publicarUnCodigo.
           perform buscarMoroso.
           if IDX-MOROSO-HALLADO > 0
               add MOR-IMPORTE(IDX-MOROSO-HALLADO) to IMPORTE-CONSORCIO
               add 1 to TOTAL-CON-ATRASO
           end-if.
           compute IMPORTE-RECARGO rounded
               = IMPORTE-CONSORCIO * PORC-RECARGO / 100.

           move "D" to TIPO-REG of REG_PUBLICACION.
           move CUIT-CO of REG_MAESTRO to CUIT-CO of REG_PUBLICACION.
           move PERIODO-PUBLICADO to PERIODO of REG_PUBLICACION.
           move NOMBRE-CONSORCIO of REG_MAESTRO
               to NOMBRE-CONSORCIO of REG_PUBLICACION.
           move PERIODO-PUBLICADO to VTO-PERIODO.
           move DIA-VTO-1 to VTO-DIA.
           move FECHA-VENCIMIENTO-N to FECHA-VTO-1 of REG_PUBLICACION.
           move IMPORTE-CONSORCIO to IMPORTE-VTO-1 of REG_PUBLICACION.
           move DIA-VTO-2 to VTO-DIA.
           move FECHA-VENCIMIENTO-N to FECHA-VTO-2 of REG_PUBLICACION.
           compute IMPORTE-VTO-2 of REG_PUBLICACION
               = IMPORTE-CONSORCIO + IMPORTE-RECARGO.
           write REG_PUBLICACION.
           add 1 to CANT-PUBLICADOS.
           add IMPORTE-CONSORCIO to IMPORTE-PUBLICADO.

           if IDX-DEUDA-HALLADA > 0
               move IDX-DEUDA-HALLADA to IDX-DEUDA
               add 1 to TOTAL-REPUBLICADOS
               perform registrarCodigo
           else
               if WS-CANT-DEUDAS < 99999
                   add 1 to WS-CANT-DEUDAS
                   move WS-CANT-DEUDAS to IDX-DEUDA
                   perform registrarCodigo
               else
                   display "ERROR: registro de deuda publicada lleno; "
                   "el CUIT " CUIT-CO of REG_MAESTRO
                   " queda sin registrar."
                   move 8 to COD-RETORNO
               end-if
           end-if.
           if IDX-MOROSO-HALLADO > 0
               perform anularPeriodosAnteriores
           end-if.

      *        ---------------------------------------------------------
      *        La deuda atrasada viaja en el codigo del periodo: los
      *        codigos impagos anteriores del consorcio se anulan. La
      *        busqueda con periodo en blanco deja LIM-INF-DEUDA en el
      *        primer codigo cargado del CUIT
      *        ---------------------------------------------------------
        anularPeriodosAnteriores.
           move CUIT-CO of REG_MAESTRO to CLAVE-CUIT.
           move spaces to CLAVE-PERIODO.
           perform buscarDeuda.
           move LIM-INF-DEUDA to IDX-DEUDA-PUBLICADA.
           perform anularUnPeriodoAnterior
               until IDX-DEUDA-PUBLICADA > CANT-DEUDAS-CARGADAS
               or DEU-CUIT(IDX-DEUDA-PUBLICADA) <> CLAVE-CUIT
               or DEU-PERIODO(IDX-DEUDA-PUBLICADA) >= PERIODO-PUBLICADO.

        anularUnPeriodoAnterior.
           if DEU-ESTADO(IDX-DEUDA-PUBLICADA) = "P"
               move "A" to DEU-ESTADO(IDX-DEUDA-PUBLICADA)
               add 1 to TOTAL-REEMPLAZADOS
               display "CODIGO REEMPLAZADO: CUIT "
                   DEU-CUIT(IDX-DEUDA-PUBLICADA) " periodo "
                   DEU-PERIODO(IDX-DEUDA-PUBLICADA)
                   " (su deuda pasa al periodo " PERIODO-PUBLICADO ")"
           end-if.
           add 1 to IDX-DEUDA-PUBLICADA.

        registrarCodigo.
           move CUIT-CO of REG_PUBLICACION to DEU-CUIT(IDX-DEUDA).
           move PERIODO of REG_PUBLICACION to DEU-PERIODO(IDX-DEUDA).
           move NOMBRE-CONSORCIO of REG_PUBLICACION
               to DEU-NOMBRE(IDX-DEUDA).
           move FECHA-VTO-1 of REG_PUBLICACION
               to DEU-FECHA-VTO-1(IDX-DEUDA).
           move IMPORTE-VTO-1 of REG_PUBLICACION
               to DEU-IMPORTE-VTO-1(IDX-DEUDA).
           move FECHA-VTO-2 of REG_PUBLICACION
               to DEU-FECHA-VTO-2(IDX-DEUDA).
           move IMPORTE-VTO-2 of REG_PUBLICACION
               to DEU-IMPORTE-VTO-2(IDX-DEUDA).
           move "P" to DEU-ESTADO(IDX-DEUDA).
           move WS-YYYY-MM-DD to DEU-FECHA-PUBLICACION(IDX-DEUDA).
           move 0 to DEU-FECHA-COBRO(IDX-DEUDA).
           move 0 to DEU-IMPORTE-COBRADO(IDX-DEUDA).
           move "S" to DEU-REPUBLICADA(IDX-DEUDA).

      *        ---------------------------------------------------------
      *        En una republicacion, los codigos impagos del periodo
      *        que ya no se publican (el consorcio informo cuenta, se
      *        dio de baja o perdio la cuota) quedan anulados: la red
      *        ya no los tiene y su cobro va a excepciones
      *        ---------------------------------------------------------
        anularNoRepublicadas.
           move 1 to IDX-DEUDA.
           perform anularUnaDeuda
               until IDX-DEUDA > CANT-DEUDAS-CARGADAS.

        anularUnaDeuda.
           if DEU-PERIODO(IDX-DEUDA) = PERIODO-PUBLICADO
               and DEU-ESTADO(IDX-DEUDA) = "P"
               and DEU-REPUBLICADA(IDX-DEUDA) = "N"
               move "A" to DEU-ESTADO(IDX-DEUDA)
               add 1 to TOTAL-ANULADOS
               display "CODIGO ANULADO: CUIT " DEU-CUIT(IDX-DEUDA)
                   " periodo " DEU-PERIODO(IDX-DEUDA)
           end-if.
           add 1 to IDX-DEUDA.

        liberarDeudas.
           move 1 to IDX-DEUDA.
           perform liberarUnaDeuda until IDX-DEUDA > WS-CANT-DEUDAS.

        liberarUnaDeuda.
           move DEU-CUIT(IDX-DEUDA) to CUIT-CO of REG_ORDENAR.
           move DEU-PERIODO(IDX-DEUDA) to PERIODO of REG_ORDENAR.
           move DEU-NOMBRE(IDX-DEUDA)
               to NOMBRE-CONSORCIO of REG_ORDENAR.
           move DEU-FECHA-VTO-1(IDX-DEUDA)
               to FECHA-VTO-1 of REG_ORDENAR.
           move DEU-IMPORTE-VTO-1(IDX-DEUDA)
               to IMPORTE-VTO-1 of REG_ORDENAR.
           move DEU-FECHA-VTO-2(IDX-DEUDA)
               to FECHA-VTO-2 of REG_ORDENAR.
           move DEU-IMPORTE-VTO-2(IDX-DEUDA)
               to IMPORTE-VTO-2 of REG_ORDENAR.
           move DEU-ESTADO(IDX-DEUDA) to ESTADO-DEUDA of REG_ORDENAR.
           move DEU-FECHA-PUBLICACION(IDX-DEUDA)
               to FECHA-PUBLICACION of REG_ORDENAR.
           move DEU-FECHA-COBRO(IDX-DEUDA)
               to FECHA-COBRO of REG_ORDENAR.
           move DEU-IMPORTE-COBRADO(IDX-DEUDA)
               to IMPORTE-COBRADO of REG_ORDENAR.
           release REG_ORDENAR.
           add 1 to IDX-DEUDA.

        grabarDeudaPublicada.
           open output DEUDA-PUBLICADA.
           if not ok-DEUDA-PUBLICADA
               display "ERROR: no se pudo regrabar el registro de "
               "deuda publicada (" fs-DEUDA-PUBLICADA ") "
               WS-PATH-DEUDA-PUBLICADA
               move 8 to COD-RETORNO
           else
               RETURN ORDENAR AT END CONTINUE END-RETURN
               perform grabarUnaDeuda until eof-ORDENAR
               close DEUDA-PUBLICADA
           end-if.

        grabarUnaDeuda.
           move REG_ORDENAR to REG_DEUDA.
           write REG_DEUDA.
           RETURN ORDENAR AT END CONTINUE.

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

        end program PublicarDeuda.

        identification division.
        program-id. CobranzasRed.

        ENVIRONMENT division.
        configuration section.

        input-output section.
        file-control.
             select RENDICION
             assign to dynamic WS-PATH-RENDICION
             organization is line sequential
             file status is fs-RENDICION.

             select DEUDA-PUBLICADA
             assign to dynamic WS-PATH-DEUDA-PUBLICADA
             organization is line sequential
             file status is fs-DEUDA-PUBLICADA.

             select RESULTADOS
             assign to dynamic WS-PATH-RESULTADOS
             organization is line sequential
             file status is fs-RESULTADOS.

             select EXCEPCIONES
             assign to dynamic WS-PATH-EXCEPCIONES
             organization is line sequential
             file status is fs-EXCEPCIONES.

        DATA division.
        file section.
      *        --- rendicion diaria de la red de cobranza: un "H" de
      *        cabecera con el codigo de ente y la fecha rendida, un
      *        "D" por cobro con el codigo de pago publicado y un "T"
      *        de control con cantidad e importe total ---
        fd RENDICION.
        01 REG_RENDICION.
             03 TIPO-REG pic x(01).
             03 CODIGO-PAGO.
                 05 CUIT-CO pic x(15).
                 05 PERIODO pic x(6).
             03 FECHA-COBRO pic x(8).
             03 IMPORTE-COBRADO pic x(11).
             03 NRO-TRANSACCION pic x(12).
        01 REG_RENDICION-CABECERA.
             03 TIPO-REG-CAB pic x(01).
             03 COD-ENTE pic x(4).
             03 FECHA-RENDICION pic 9(8).
        01 REG_RENDICION-CONTROL.
             03 TIPO-REG-CTL pic x(01).
             03 CANT-REGISTROS pic 9(6).
             03 IMPORTE-TOTAL pic 9(13).

      *        --- registro de deuda publicada (PublicarDeuda),
      *        ascendente por CUIT-CO y PERIODO ---
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

        fd RESULTADOS.
        01 REG_RESULTADO.
             03 CUIT-CO pic 9(15).
             03 ENTIDAD pic 9(3).
             03 NRO-CTA pic 9(8).
             03 SUCURSAL pic 9(3).
             03 PERIODO pic x(6).
             03 IMPORTE pic 9(11).
             03 RESULTADO pic x(2).

        fd EXCEPCIONES.
        01 REG_EXCEPCION pic x(132).

        working-storage section.
        01 fs-RENDICION pic xx.
             88 ok-RENDICION value "00".
             88 eof-RENDICION value "10".
        01 fs-DEUDA-PUBLICADA pic xx.
             88 ok-DEUDA-PUBLICADA value "00".
             88 eof-DEUDA-PUBLICADA value "10".
        01 fs-RESULTADOS pic xx.
             88 ok-RESULTADOS value "00".
        01 fs-EXCEPCIONES pic xx.
             88 ok-EXCEPCIONES value "00".

        01 WS-DIR-BASE pic x(150) value "C:\temp\".
        01 WS-PATH-RENDICION pic x(200) value spaces.
        01 WS-PATH-DEUDA-PUBLICADA pic x(200) value spaces.
        01 WS-PATH-RESULTADOS pic x(200) value spaces.
        01 WS-PATH-EXCEPCIONES pic x(200) value spaces.
        01 WS-ENV-VAL pic x(200).
        01 WS-YYYY-MM-DD pic 9(8).
        01 WS-FECHA-ENV pic x(8).
        01 PERIODO-PROCESO pic x(6).

      *        --- los cobros de la red viajan en RESULTADOS con este
      *        codigo de entidad y sin cuenta ni sucursal ---
        01 ENTIDAD-RED pic 9(3) value 999.

      *        --- registro de deuda publicada en memoria, en el orden
      *        del archivo; se regraba igual ---
        01 WS-CANT-DEUDAS pic 9(6) value 0.
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
        01 IDX-DEUDA pic 9(7).
        01 IDX-DEUDA-HALLADA pic 9(7).
        01 LIM-INF-DEUDA pic 9(7).
        01 LIM-SUP-DEUDA pic 9(7).
        01 CLAVE-BUSCADA.
             03 CLAVE-CUIT pic 9(15).
             03 CLAVE-PERIODO pic x(6).

        01 ES-VALIDO pic x.
            88 COBRO-ES-VALIDO value "S".
        01 WS-MOTIVO pic x(50).
        01 FECHA-COBRO-N pic 9(8).
        01 IMPORTE-COBRO pic 9(11).
        01 IMPORTE-ESPERADO pic 9(11).

      *        --- control de la rendicion contra su registro "T" ---
        01 HAY-CONTROL pic x value "N".
        01 CANT-CONTROL pic 9(6) value 0.
        01 IMPORTE-CONTROL pic 9(13) value 0.
        01 CANT-LEIDOS pic 9(6) value 0.
        01 IMPORTE-LEIDO pic 9(13) value 0.

        01 TOTAL-APLICADOS pic 9(6) value 0.
        01 IMPORTE-APLICADO pic 9(13) value 0.
        01 TOTAL-EXCEPCIONES pic 9(6) value 0.

      *        --- codigo de retorno del paso (0 limpio, 4 con
      *        advertencias, 8 error serio) ---
        01 COD-RETORNO pic 9(2) value 0.

      *        ---------------------------------------------------------
      *        Rendicion diaria de la red de cobranza: aparea cada
      *        cobro contra el registro DEUDA_PUBLICADA de PublicarDeuda
      *        por codigo de pago (CUIT-CO y PERIODO). El cobro de un
      *        codigo publicado e impago, por el importe del
      *        vencimiento que corresponde a la fecha de cobro, marca
      *        el codigo como cobrado y se graba en RESULTADOS_periodo
      *        con el mismo layout de ProcesarRetornos (RESULTADO
      *        "00"), de modo que ActualizarMorosidad cancela la deuda
      *        igual que con un debito cobrado. Los cobros sin deuda
      *        publicada, de codigos ya cobrados o anulados, o con un
      *        importe que no coincide van a la cola EXC_COBRORED del
      *        dia, que recoge el digesto de excepciones.
      *        ---------------------------------------------------------
        PROCEDURE division.
           perform leerParametros.
           perform cargarDeudaPublicada.
           if COD-RETORNO >= 8
               move COD-RETORNO to RETURN-CODE
               goback
           end-if.

           open input RENDICION.
           if not ok-RENDICION
               display "ERROR: no se pudo abrir la rendicion de la "
                   "red (" fs-RENDICION ") " WS-PATH-RENDICION
               move 8 to COD-RETORNO
               move COD-RETORNO to RETURN-CODE
               goback
           end-if.

           open extend RESULTADOS.
           if not ok-RESULTADOS
               open output RESULTADOS
           end-if.
           if not ok-RESULTADOS
               display "ERROR: no se pudo abrir RESULTADOS ("
                   fs-RESULTADOS ") " WS-PATH-RESULTADOS
               close RENDICION
               move 8 to COD-RETORNO
               move COD-RETORNO to RETURN-CODE
               goback
           end-if.
           open extend EXCEPCIONES.
           if not ok-EXCEPCIONES
               open output EXCEPCIONES
           end-if.

           read RENDICION end-read.
           perform procesarRendicion until eof-RENDICION.
           close RENDICION.
           close RESULTADOS.
           close EXCEPCIONES.

           perform verificarControl.
           if TOTAL-APLICADOS > 0
               perform grabarDeudaPublicada
           end-if.

           display " ".
           display "Total de cobros aplicados: " TOTAL-APLICADOS
               " por " IMPORTE-APLICADO " centavos.".
           display "Total de cobros a excepciones: " TOTAL-EXCEPCIONES.

           if COD-RETORNO < 4 and TOTAL-EXCEPCIONES > 0
               move 4 to COD-RETORNO
           end-if.
           move COD-RETORNO to RETURN-CODE.
        goback.

      *        ---------------------------------------------------------
      *        Parametros del run: directorio base, periodo de los
      *        RESULTADOS, rendicion de la red, registro de deuda
      *        publicada y cola de excepciones del dia
      *        ---------------------------------------------------------
        leerParametros.
           accept WS-ENV-VAL from environment "COBRANZAS_RED_DIR".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-DIR-BASE
           end-if.

           perform obtenerFechaProceso.
           move WS-YYYY-MM-DD(1:6) to PERIODO-PROCESO.
           accept WS-ENV-VAL from environment "COBRANZAS_RED_PERIODO".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL(1:6) to PERIODO-PROCESO
           end-if.

           accept WS-ENV-VAL from environment "COBRANZAS_RED_ENTRADA".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-RENDICION
           else
               string WS-DIR-BASE delimited by spaces
                      "RENDICION_RED_" delimited by size
                      WS-YYYY-MM-DD delimited by size
                      ".txt" delimited by size
                      into WS-PATH-RENDICION
           end-if.

           accept WS-ENV-VAL from environment "COBRANZAS_RED_REGISTRO".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-DEUDA-PUBLICADA
           else
               string WS-DIR-BASE delimited by spaces
                      "DEUDA_PUBLICADA.txt" delimited by size
                      into WS-PATH-DEUDA-PUBLICADA
           end-if.

           accept WS-ENV-VAL
               from environment "COBRANZAS_RED_RESULTADOS".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-RESULTADOS
           else
               string WS-DIR-BASE delimited by spaces
                      "RESULTADOS_" delimited by size
                      PERIODO-PROCESO delimited by size
                      ".txt" delimited by size
                      into WS-PATH-RESULTADOS
           end-if.

           string WS-DIR-BASE delimited by spaces
                  "EXC_COBRORED_" delimited by size
                  WS-YYYY-MM-DD delimited by size
                  ".txt" delimited by size
                  into WS-PATH-EXCEPCIONES.

      *        ---------------------------------------------------------
      *        Sin registro de deuda publicada no hay contra que
      *        aparear la rendicion
      *        ---------------------------------------------------------
        cargarDeudaPublicada.
           move 0 to WS-CANT-DEUDAS.
           open input DEUDA-PUBLICADA.
           if not ok-DEUDA-PUBLICADA
               display "ERROR: no se pudo abrir el registro de deuda "
               "publicada (" fs-DEUDA-PUBLICADA ") "
               WS-PATH-DEUDA-PUBLICADA
               move 8 to COD-RETORNO
           else
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
           end-if.

        cargarUnaDeuda.
           add 1 to WS-CANT-DEUDAS.
           move REG_DEUDA to deudaItem(WS-CANT-DEUDAS).
           read DEUDA-PUBLICADA end-read.

        buscarDeuda.
           move 0 to IDX-DEUDA-HALLADA.
           move 1 to LIM-INF-DEUDA.
           move WS-CANT-DEUDAS to LIM-SUP-DEUDA.
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
      *        Cada registro de la rendicion: los "D" se validan y
      *        aplican, el "T" se guarda para el control final
      *        ---------------------------------------------------------
        procesarRendicion.
           evaluate TIPO-REG of REG_RENDICION
               when "D"
                   perform procesarCobro
               when "T"
                   move "S" to HAY-CONTROL
                   move CANT-REGISTROS to CANT-CONTROL
                   move IMPORTE-TOTAL to IMPORTE-CONTROL
               when other
                   continue
           end-evaluate.
           read RENDICION end-read.

        procesarCobro.
           add 1 to CANT-LEIDOS.
           if IMPORTE-COBRADO of REG_RENDICION is numeric
               move IMPORTE-COBRADO of REG_RENDICION to IMPORTE-COBRO
               add IMPORTE-COBRO to IMPORTE-LEIDO
           end-if.
           move "S" to ES-VALIDO.
           move spaces to WS-MOTIVO.
           perform validarCobro.
           if COBRO-ES-VALIDO
               perform aplicarCobro
           else
               perform emitirExcepcion
           end-if.

        validarCobro.
           if CUIT-CO of REG_RENDICION is not numeric
               or PERIODO of REG_RENDICION is not numeric
               move "N" to ES-VALIDO
               move "codigo de pago invalido" to WS-MOTIVO
           end-if.

           if COBRO-ES-VALIDO
               if IMPORTE-COBRADO of REG_RENDICION is not numeric
                   move "N" to ES-VALIDO
                   move "importe no numerico" to WS-MOTIVO
               end-if
           end-if.

           if COBRO-ES-VALIDO
               if FECHA-COBRO of REG_RENDICION is not numeric
                   move "N" to ES-VALIDO
                   move "fecha de cobro invalida" to WS-MOTIVO
               else
                   move FECHA-COBRO of REG_RENDICION to FECHA-COBRO-N
               end-if
           end-if.

           if COBRO-ES-VALIDO
               move CUIT-CO of REG_RENDICION to CLAVE-CUIT
               move PERIODO of REG_RENDICION to CLAVE-PERIODO
               perform buscarDeuda
               if IDX-DEUDA-HALLADA = 0
                   move "N" to ES-VALIDO
                   move "cobro sin deuda publicada" to WS-MOTIVO
               else
                   evaluate DEU-ESTADO(IDX-DEUDA-HALLADA)
                       when "C"
                           move "N" to ES-VALIDO
                           move "codigo de pago ya cobrado"
                               to WS-MOTIVO
                       when "A"
                           move "N" to ES-VALIDO
                           move "codigo de pago anulado" to WS-MOTIVO
                       when other
                           continue
                   end-evaluate
               end-if
           end-if.

      *        hasta el primer vencimiento rige su importe; despues,
      *        el del segundo (con recargo)
           if COBRO-ES-VALIDO
               if FECHA-COBRO-N <= DEU-FECHA-VTO-1(IDX-DEUDA-HALLADA)
                   move DEU-IMPORTE-VTO-1(IDX-DEUDA-HALLADA)
                       to IMPORTE-ESPERADO
               else
                   move DEU-IMPORTE-VTO-2(IDX-DEUDA-HALLADA)
                       to IMPORTE-ESPERADO
               end-if
               if IMPORTE-COBRO <> IMPORTE-ESPERADO
                   move "N" to ES-VALIDO
                   move "el importe no coincide con la deuda publicada"
                       to WS-MOTIVO
               end-if
           end-if.

      *        ---------------------------------------------------------
      *        El cobro aceptado marca el codigo como cobrado y va a
      *        RESULTADOS como un debito cobrado del periodo publicado
      *        ---------------------------------------------------------
        aplicarCobro.
           move "C" to DEU-ESTADO(IDX-DEUDA-HALLADA).
           move FECHA-COBRO-N to DEU-FECHA-COBRO(IDX-DEUDA-HALLADA).
           move IMPORTE-COBRO to DEU-IMPORTE-COBRADO(IDX-DEUDA-HALLADA).

           move DEU-CUIT(IDX-DEUDA-HALLADA) to CUIT-CO of REG_RESULTADO.
           move ENTIDAD-RED to ENTIDAD of REG_RESULTADO.
           move 0 to NRO-CTA of REG_RESULTADO.
           move 0 to SUCURSAL of REG_RESULTADO.
           move DEU-PERIODO(IDX-DEUDA-HALLADA)
               to PERIODO of REG_RESULTADO.
           move IMPORTE-COBRO to IMPORTE of REG_RESULTADO.
           move "00" to RESULTADO of REG_RESULTADO.
           write REG_RESULTADO.

           add 1 to TOTAL-APLICADOS.
           add IMPORTE-COBRO to IMPORTE-APLICADO.
           display "COBRO EN LA RED: CUIT " DEU-CUIT(IDX-DEUDA-HALLADA)
               " periodo " DEU-PERIODO(IDX-DEUDA-HALLADA) " por "
               IMPORTE-COBRO " transaccion "
               NRO-TRANSACCION of REG_RENDICION.

        emitirExcepcion.
           add 1 to TOTAL-EXCEPCIONES.
           move spaces to REG_EXCEPCION.
           string CUIT-CO of REG_RENDICION "  "
               PERIODO of REG_RENDICION "  "
               FECHA-COBRO of REG_RENDICION "  "
               IMPORTE-COBRADO of REG_RENDICION "  "
               NRO-TRANSACCION of REG_RENDICION "  "
               WS-MOTIVO
               delimited by size into REG_EXCEPCION.
           write REG_EXCEPCION.
           display "A EXCEPCIONES: " REG_EXCEPCION.

      *        ---------------------------------------------------------
      *        La cantidad e importe leidos deben cuadrar con el
      *        registro de control de la red; si no cuadran (o no hay
      *        control) se avisa para reclamar la rendicion
      *        ---------------------------------------------------------
        verificarControl.
           if HAY-CONTROL <> "S"
               display "ADVERTENCIA: la rendicion no trae registro de "
               "control; no se puede cuadrar."
               if COD-RETORNO < 4
                   move 4 to COD-RETORNO
               end-if
           else
               if CANT-CONTROL <> CANT-LEIDOS
                   or IMPORTE-CONTROL <> IMPORTE-LEIDO
                   display "ADVERTENCIA: la rendicion no cuadra con su "
                   "control: leidos " CANT-LEIDOS " por "
                   IMPORTE-LEIDO ", control " CANT-CONTROL " por "
                   IMPORTE-CONTROL "."
                   if COD-RETORNO < 4
                       move 4 to COD-RETORNO
                   end-if
               end-if
           end-if.

        grabarDeudaPublicada.
           open output DEUDA-PUBLICADA.
           if not ok-DEUDA-PUBLICADA
               display "ERROR: no se pudo regrabar el registro de "
               "deuda publicada (" fs-DEUDA-PUBLICADA ") "
               WS-PATH-DEUDA-PUBLICADA
               move 8 to COD-RETORNO
           else
               move 1 to IDX-DEUDA
               perform grabarUnaDeuda until IDX-DEUDA > WS-CANT-DEUDAS
               close DEUDA-PUBLICADA
           end-if.

        grabarUnaDeuda.
           move deudaItem(IDX-DEUDA) to REG_DEUDA.
           write REG_DEUDA.
           add 1 to IDX-DEUDA.

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

        end program CobranzasRed.

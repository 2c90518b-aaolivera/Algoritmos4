        identification division.
        program-id. RegistrarEnvio.

        ENVIRONMENT division.
        configuration section.

        input-output section.
        file-control.
             select PRESENTACIONES
             assign to dynamic WS-PATH-PRESENTACIONES
             organization is line sequential
             file status is fs-PRESENTACIONES.

        DATA division.
        file section.
      *        --- registro de presentaciones de DebitosExpensas ---
        fd PRESENTACIONES.
        01 REG_PRESENTACION.
             03 ENTIDAD pic 9(3).
             03 PERIODO pic x(6).
             03 NRO-SECUENCIA pic 9(6).
             03 CANT-REGISTROS pic 9(6).
             03 IMPORTE-TOTAL pic 9(13).
             03 FECHA-GENERACION pic 9(8).
             03 ESTADO-PRESENTACION pic x(1).
             03 FECHA-ESTADO pic 9(8).

        working-storage section.
        01 fs-PRESENTACIONES pic xx.
             88 ok-PRESENTACIONES value "00".
             88 eof-PRESENTACIONES value "10".

        01 WS-DIR-BASE pic x(150) value "C:\temp\".
        01 WS-PATH-PRESENTACIONES pic x(200) value spaces.
        01 WS-ENV-VAL pic x(200).
        01 WS-YYYY-MM-DD pic 9(8).
        01 WS-FECHA-ENV pic x(8).

        01 ENTIDAD-ENVIO pic 9(3) value 0.
        01 ENTIDAD-INGRESADA pic x(3).
        01 ENTIDAD-ES-VALIDA pic x.
        01 POS-DIGITO pic 99.
        01 UN-DIGITO pic 9.
        01 PERIODO-ENVIO pic x(6).

        01 CANT-PRESENTACIONES pic 9(4) value 0.
        01 tablaPresentaciones.
            03 presentacionItem OCCURS 1 TO 9999 TIMES
                DEPENDING ON CANT-PRESENTACIONES.
                05 PRS-ENTIDAD pic 9(3).
                05 PRS-PERIODO pic x(6).
                05 PRS-SECUENCIA pic 9(6).
                05 PRS-CANT pic 9(6).
                05 PRS-IMPORTE pic 9(13).
                05 PRS-FECHA pic 9(8).
                05 PRS-ESTADO pic x(1).
                05 PRS-FECHA-ESTADO pic 9(8).
        01 IDX-PRESENTACION pic 9(5).
        01 IDX-PRESENTACION-VIGENTE pic 9(5) value 0.
        01 PRESENTACIONES-CARGADAS pic x value "S".

      *        --- codigo de retorno del paso (0 limpio, 4 con
      *        advertencias, 8 error serio) ---
        01 COD-RETORNO pic 9(2) value 0.

      *        ---------------------------------------------------------
      *        Registro del envio de una presentacion al banco: marca
      *        como enviada ("E") en el registro de PRESENTACIONES la
      *        presentacion vigente de la entidad y el periodo indicados
      *        (RETORNOS se controla despues contra ese registro). Solo
      *        se envia lo generado: una presentacion ya enviada se
      *        informa sin cambios y una con retorno procesado o
      *        inexistente es un error.
      *        ---------------------------------------------------------
        PROCEDURE division.
           perform leerParametros.
           if ENTIDAD-ENVIO = 0
               display "ERROR: debe indicarse la entidad del envio "
               "(ENVIO_ENTIDAD)."
               move 8 to COD-RETORNO
               move COD-RETORNO to RETURN-CODE
               goback
           end-if.

           perform cargarPresentaciones.
           if PRESENTACIONES-CARGADAS <> "S"
               move COD-RETORNO to RETURN-CODE
               goback
           end-if.

           move 0 to IDX-PRESENTACION-VIGENTE.
           move 1 to IDX-PRESENTACION.
           perform buscarUnaPresentacionVigente
               until IDX-PRESENTACION > CANT-PRESENTACIONES
               or IDX-PRESENTACION-VIGENTE > 0.

           if IDX-PRESENTACION-VIGENTE = 0
               display "ERROR: la entidad " ENTIDAD-ENVIO
               " no tiene presentacion registrada del periodo "
               PERIODO-ENVIO "."
               move 8 to COD-RETORNO
           else
               perform marcarEnviada
           end-if.

           move COD-RETORNO to RETURN-CODE.
        goback.

      *        ---------------------------------------------------------
      *        Parametros del run: directorio base, entidad y periodo
      *        de la presentacion enviada
      *        ---------------------------------------------------------
        leerParametros.
           accept WS-ENV-VAL from environment "ENVIO_DIR".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-DIR-BASE
           end-if.

           move spaces to ENTIDAD-INGRESADA.
           accept ENTIDAD-INGRESADA from environment "ENVIO_ENTIDAD".
           perform normalizarEntidad.

           perform obtenerFechaProceso.
           move WS-YYYY-MM-DD(1:6) to PERIODO-ENVIO.
           accept WS-ENV-VAL from environment "ENVIO_PERIODO".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL(1:6) to PERIODO-ENVIO
           end-if.

           accept WS-ENV-VAL from environment "ENVIO_PRESENTACIONES".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-PRESENTACIONES
           else
               string WS-DIR-BASE delimited by spaces
                      "PRESENTACIONES.txt" delimited by size
                      into WS-PATH-PRESENTACIONES
           end-if.

        normalizarEntidad.
           move "S" to ENTIDAD-ES-VALIDA.
           move 0 to ENTIDAD-ENVIO.
           move 1 to POS-DIGITO.
           perform armarUnDigito
               until POS-DIGITO > 3 or ENTIDAD-ES-VALIDA = "N".
           if ENTIDAD-ES-VALIDA = "N"
               move 0 to ENTIDAD-ENVIO
           end-if.

        armarUnDigito.
           if ENTIDAD-INGRESADA(POS-DIGITO:1) is numeric
               move ENTIDAD-INGRESADA(POS-DIGITO:1) to UN-DIGITO
               compute ENTIDAD-ENVIO
                   = ENTIDAD-ENVIO * 10 + UN-DIGITO
           else
               if ENTIDAD-INGRESADA(POS-DIGITO:1) <> space
                   move "N" to ENTIDAD-ES-VALIDA
               end-if
           end-if.
           add 1 to POS-DIGITO.

      *        ---------------------------------------------------------
      *        Registro de presentaciones: se carga completo y se
      *        regraba con el nuevo estado
      *        ---------------------------------------------------------
        cargarPresentaciones.
           move 0 to CANT-PRESENTACIONES.
           open input PRESENTACIONES.
           if ok-PRESENTACIONES
               read PRESENTACIONES end-read
               perform cargarUnaPresentacion
                   until eof-PRESENTACIONES
                   or CANT-PRESENTACIONES > 9998
               if not eof-PRESENTACIONES
                   display "ERROR: el registro de presentaciones tiene "
                   "mas de 9999 archivos; depurar los periodos viejos."
                   move "N" to PRESENTACIONES-CARGADAS
                   move 8 to COD-RETORNO
               end-if
               close PRESENTACIONES
           else
               display "ERROR: no se pudo abrir el registro de "
               "presentaciones (" fs-PRESENTACIONES ") "
               WS-PATH-PRESENTACIONES
               move "N" to PRESENTACIONES-CARGADAS
               move 8 to COD-RETORNO
           end-if.

        cargarUnaPresentacion.
           add 1 to CANT-PRESENTACIONES.
           move REG_PRESENTACION
               to presentacionItem(CANT-PRESENTACIONES).
           read PRESENTACIONES end-read.

        grabarPresentaciones.
           open output PRESENTACIONES.
           if ok-PRESENTACIONES
               move 1 to IDX-PRESENTACION
               perform grabarUnaPresentacion
                   until IDX-PRESENTACION > CANT-PRESENTACIONES
               close PRESENTACIONES
           else
               display "ERROR: no se pudo regrabar el registro de "
               "presentaciones (" fs-PRESENTACIONES "); el envio "
               "no queda registrado."
               move 8 to COD-RETORNO
           end-if.

        grabarUnaPresentacion.
           move presentacionItem(IDX-PRESENTACION)
               to REG_PRESENTACION.
           write REG_PRESENTACION.
           add 1 to IDX-PRESENTACION.

        buscarUnaPresentacionVigente.
           if PRS-ENTIDAD(IDX-PRESENTACION) = ENTIDAD-ENVIO
               and PRS-PERIODO(IDX-PRESENTACION) = PERIODO-ENVIO
               and PRS-ESTADO(IDX-PRESENTACION) <> "R"
               move IDX-PRESENTACION to IDX-PRESENTACION-VIGENTE
           end-if.
           add 1 to IDX-PRESENTACION.

      *        ---------------------------------------------------------
      *        Solo una presentacion generada pasa a enviada
      *        ---------------------------------------------------------
        marcarEnviada.
           if PRS-ESTADO(IDX-PRESENTACION-VIGENTE) = "G"
               move "E" to PRS-ESTADO(IDX-PRESENTACION-VIGENTE)
               move WS-YYYY-MM-DD
                   to PRS-FECHA-ESTADO(IDX-PRESENTACION-VIGENTE)
               perform grabarPresentaciones
               if COD-RETORNO < 8
                   display "Entidad " ENTIDAD-ENVIO " periodo "
                   PERIODO-ENVIO ": secuencia "
                   PRS-SECUENCIA(IDX-PRESENTACION-VIGENTE)
                   " registrada como enviada ("
                   PRS-CANT(IDX-PRESENTACION-VIGENTE) " debitos por "
                   PRS-IMPORTE(IDX-PRESENTACION-VIGENTE) " centavos)."
               end-if
           else
               if PRS-ESTADO(IDX-PRESENTACION-VIGENTE) = "E"
                   display "ADVERTENCIA: la secuencia "
                   PRS-SECUENCIA(IDX-PRESENTACION-VIGENTE)
                   " ya figura enviada el "
                   PRS-FECHA-ESTADO(IDX-PRESENTACION-VIGENTE) "."
                   move 4 to COD-RETORNO
               else
                   display "ERROR: la secuencia "
                   PRS-SECUENCIA(IDX-PRESENTACION-VIGENTE)
                   " ya tiene el retorno procesado; no se registra "
                   "el envio."
                   move 8 to COD-RETORNO
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

        end program RegistrarEnvio.

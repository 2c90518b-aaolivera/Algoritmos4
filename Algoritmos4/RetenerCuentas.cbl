        identification division.
        program-id. RetenerCuentas.

        ENVIRONMENT division.
        configuration section.

        input-output section.
        file-control.
             select NOVEDADES
             assign to dynamic WS-PATH-NOVEDADES
             organization is line sequential
             file status is fs-NOVEDADES.

             select RETENCIONES
             assign to dynamic WS-PATH-RETENCIONES
             organization is line sequential
             file status is fs-RETENCIONES.

             select CONFIRMACION
             assign to dynamic WS-PATH-CONFIRMACION
             organization is line sequential
             file status is fs-CONFIRMACION.

             select ORDENAR
             assign to "WORKZ.TMP"
             file status is fs-ORDENAR.

        DATA division.
        file section.
      *        --- novedades diarias de Program1: alta, modificacion
      *        o baja con imagen anterior y nueva del maestro ---
        fd NOVEDADES.
        01 REG_NOVEDAD.
             03 TIPO-DELTA pic x(12).
             03 IMAGEN-ANTERIOR pic x(160).
             03 IMAGEN-NUEVA pic x(160).

      *        --- registro de cambios de cuenta bancaria, ascendente
      *        por CUIT-CO y FECHA-CAMBIO; ESTADO-RETENCION "P"
      *        pendiente de confirmacion, "C" confirmado, "X"
      *        rechazado por la administracion, "S" superado por un
      *        cambio posterior del mismo consorcio ---
        fd RETENCIONES.
        01 REG_RETENCION.
             03 CUIT-CO pic 9(15).
             03 FECHA-CAMBIO pic 9(8).
             03 ESTADO-RETENCION pic x(1).
             03 COD-ADMIN pic 9(3).
             03 ENTIDAD-ANT pic 9(3).
             03 NRO-CTA-ANT pic 9(8).
             03 CBU-ANT pic 9(22).
             03 ENTIDAD-NUEVA pic 9(3).
             03 NRO-CTA-NUEVA pic 9(8).
             03 CBU-NUEVA pic 9(22).
             03 OPERADOR-DECISION pic x(10).
             03 FECHA-DECISION pic 9(8).
             03 MOTIVO-DECISION pic x(40).

      *        --- pedido de confirmacion a una administracion: un
      *        registro "D" por cambio de cuenta, con la cuenta
      *        anterior y la nueva, y un registro "T" de control con
      *        la cantidad ---
        fd CONFIRMACION.
        01 REG_CONFIRMACION.
             03 TIPO-REG pic x(01).
             03 COD-ADMIN pic 9(3).
             03 FECHA-PROCESO pic 9(8).
             03 CUIT-CO pic 9(15).
             03 NOMBRE-CONSORCIO pic x(30).
             03 ENTIDAD-ANT pic 9(3).
             03 NRO-CTA-ANT pic 9(8).
             03 CBU-ANT pic 9(22).
             03 ENTIDAD-NUEVA pic 9(3).
             03 NRO-CTA-NUEVA pic 9(8).
             03 CBU-NUEVA pic 9(22).
        01 REG_CONFIRMACION-CONTROL.
             03 TIPO-REG-CTL pic x(01).
             03 CANT-REGISTROS pic 9(6).

        sd ORDENAR.
        01 REG_ORDENAR.
             03 COD-ADMIN pic 9(3).
             03 CUIT-CO pic 9(15).
             03 NOMBRE-CONSORCIO pic x(30).
             03 ENTIDAD-ANT pic 9(3).
             03 NRO-CTA-ANT pic 9(8).
             03 CBU-ANT pic 9(22).
             03 ENTIDAD-NUEVA pic 9(3).
             03 NRO-CTA-NUEVA pic 9(8).
             03 CBU-NUEVA pic 9(22).

        working-storage section.
        01 fs-NOVEDADES pic xx.
             88 ok-NOVEDADES value "00".
             88 eof-NOVEDADES value "10".
        01 fs-RETENCIONES pic xx.
             88 ok-RETENCIONES value "00".
             88 eof-RETENCIONES value "10".
        01 fs-CONFIRMACION pic xx.
             88 ok-CONFIRMACION value "00".
        01 fs-ORDENAR pic xx.
             88 ok-ORDENAR value "00".
             88 eof-ORDENAR value "10".

        01 WS-DIR-BASE pic x(150) value "C:\temp\".
        01 WS-PATH-NOVEDADES pic x(200) value spaces.
        01 WS-PATH-RETENCIONES pic x(200) value spaces.
        01 WS-PATH-CONFIRMACION pic x(200).
        01 WS-ENV-VAL pic x(200).
        01 WS-YYYY-MM-DD pic 9(8).
        01 WS-FECHA-ENV pic x(8).

      *        --- imagenes del maestro de la novedad ---
        01 MAESTRO-ANTERIOR.
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
        01 MAESTRO-NUEVO.
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

      *        --- registro de cambios, cargado completo y regrabado
      *        al final en el mismo orden (CUIT-CO, FECHA-CAMBIO) ---
        01 CANT-RETENCIONES pic 9(4) value 0.
        01 tablaRetenciones.
            03 retencionItem OCCURS 1 TO 9999 TIMES
                DEPENDING ON CANT-RETENCIONES.
                05 RET-CLAVE.
                    07 RET-CUIT pic 9(15).
                    07 RET-FECHA-CAMBIO pic 9(8).
                05 RET-ESTADO pic x(1).
                05 RET-ADMIN pic 9(3).
                05 RET-ENTIDAD-ANT pic 9(3).
                05 RET-NRO-CTA-ANT pic 9(8).
                05 RET-CBU-ANT pic 9(22).
                05 RET-ENTIDAD-NUEVA pic 9(3).
                05 RET-NRO-CTA-NUEVA pic 9(8).
                05 RET-CBU-NUEVA pic 9(22).
                05 RET-OPER-DECISION pic x(10).
                05 RET-FECHA-DECISION pic 9(8).
                05 RET-MOTIVO pic x(40).
        01 IDX-RETENCION pic 9(5).
        01 IDX-INSERCION pic 9(5).
        01 RETENCIONES-CARGADAS pic x value "S".
        01 CLAVE-NUEVA.
             03 CLAVE-CUIT pic 9(15).
             03 CLAVE-FECHA pic 9(8).
        01 POSICION-HALLADA pic x.
        01 CAMBIO-YA-REGISTRADO pic x.
        01 FIN-CUIT pic x.

        01 COD-ADMIN-ACT pic 9(3).
        01 HAY-CAMBIOS pic x value "N".
        01 CONFIRMACION-ABIERTA pic x value "N".
        01 CANT-CAMBIOS-ADMIN pic 9(6) value 0.

        01 TOTAL-NOVEDADES pic 9(8) value 0.
        01 TOTAL-CAMBIOS pic 9(6) value 0.
        01 TOTAL-YA-REGISTRADOS pic 9(6) value 0.
        01 TOTAL-SUPERADOS pic 9(6) value 0.
        01 TOTAL-ARCHIVOS pic 9(4) value 0.
        01 CANT-SIN-ADMIN pic 9(6) value 0.

      *        --- codigo de retorno del paso (0 limpio, 4 con
      *        advertencias, 8 error serio) ---
        01 COD-RETORNO pic 9(2) value 0.

      *        ---------------------------------------------------------
      *        Retencion de los cambios de cuenta bancaria: recorre las
      *        novedades NOVEDADES_AAAAMMDD de Program1 y por cada
      *        modificacion que cambia ENTIDAD, NRO-CTA o CBU de un
      *        consorcio con cuenta agrega un cambio pendiente de
      *        confirmacion al registro RETENCIONES_CUENTA (un cambio
      *        pendiente anterior del mismo consorcio queda superado)
      *        y le pide la confirmacion a la administracion del
      *        consorcio en su archivo CONFIRMAR_CUENTAS_nnn_AAAAMMDD;
      *        los cambios sin administracion van al de la 000.
      *        DebitosExpensas no debita la cuenta nueva hasta que el
      *        cambio se confirma (ConfirmarCuentas) y tiene la
      *        antiguedad minima. Un reproceso de la misma fecha no
      *        duplica los cambios ya registrados.
      *        ---------------------------------------------------------
        PROCEDURE division.
           perform leerParametros.
           perform cargarRetenciones.
           if RETENCIONES-CARGADAS <> "S"
               move COD-RETORNO to RETURN-CODE
               goback
           end-if.

           open input NOVEDADES.
           if not ok-NOVEDADES
               display "ERROR: no se pudo abrir las novedades del dia ("
                   fs-NOVEDADES ") " WS-PATH-NOVEDADES
               display "Los cambios de cuenta de la fecha no quedan "
                   "retenidos."
               move 8 to COD-RETORNO
               move COD-RETORNO to RETURN-CODE
               goback
           end-if.

           sort ORDENAR
               ON ASCENDING COD-ADMIN of REG_ORDENAR
               ON ASCENDING CUIT-CO of REG_ORDENAR
           input procedure is entrada
           output procedure is salida.
           close NOVEDADES.
           perform grabarRetenciones.

           display "Total de novedades leidas: " TOTAL-NOVEDADES.
           display "Total de cambios de cuenta retenidos: "
               TOTAL-CAMBIOS.
           display "Total de cambios ya registrados: "
               TOTAL-YA-REGISTRADOS.
           display "Total de cambios pendientes superados: "
               TOTAL-SUPERADOS.
           display "Total de pedidos de confirmacion: " TOTAL-ARCHIVOS.
           display "Total de cambios sin administracion: "
               CANT-SIN-ADMIN.
           if COD-RETORNO < 4 and CANT-SIN-ADMIN > 0
               move 4 to COD-RETORNO
           end-if.
           move COD-RETORNO to RETURN-CODE.
        goback.

      *        ---------------------------------------------------------
      *        Parametros del run: directorio base, novedades del dia y
      *        registro de cambios de cuenta
      *        ---------------------------------------------------------
        leerParametros.
           accept WS-ENV-VAL from environment "RETENCION_DIR_BASE".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-DIR-BASE
           end-if.
           perform obtenerFechaProceso.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "RETENCION_NOVEDADES".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-NOVEDADES
           else
               string WS-DIR-BASE delimited by spaces
                      "NOVEDADES_" delimited by size
                      WS-YYYY-MM-DD delimited by size
                      ".txt" delimited by size
                      into WS-PATH-NOVEDADES
           end-if.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "RETENCION_ARCHIVO".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-RETENCIONES
           else
               string WS-DIR-BASE delimited by spaces
                      "RETENCIONES_CUENTA.txt" delimited by size
                      into WS-PATH-RETENCIONES
           end-if.

      *        ---------------------------------------------------------
      *        Registro de cambios: se carga completo y se regraba con
      *        los cambios del dia; si todavia no existe se crea,
      *        pero si no se puede abrir por otro motivo no se toca
      *        ---------------------------------------------------------
        cargarRetenciones.
           move 0 to CANT-RETENCIONES.
           open input RETENCIONES.
           if ok-RETENCIONES
               read RETENCIONES end-read
               perform cargarUnaRetencion
                   until eof-RETENCIONES
                   or CANT-RETENCIONES > 9998
               if not eof-RETENCIONES
                   display "ERROR: el registro de cambios de cuenta "
                   "tiene mas de 9999 cambios; depurar los viejos."
                   move "N" to RETENCIONES-CARGADAS
                   move 8 to COD-RETORNO
               end-if
               close RETENCIONES
           else
               if fs-RETENCIONES = "35"
                   display "Registro de cambios de cuenta inexistente "
                       "(" fs-RETENCIONES "); se crea "
                       WS-PATH-RETENCIONES
               else
                   display "ERROR: no se pudo abrir el registro de "
                   "cambios de cuenta (" fs-RETENCIONES ") "
                   WS-PATH-RETENCIONES
                   move "N" to RETENCIONES-CARGADAS
                   move 8 to COD-RETORNO
               end-if
           end-if.

        cargarUnaRetencion.
           add 1 to CANT-RETENCIONES.
           move REG_RETENCION to retencionItem(CANT-RETENCIONES).
           read RETENCIONES end-read.

        grabarRetenciones.
           open output RETENCIONES.
           if ok-RETENCIONES
               move 1 to IDX-RETENCION
               perform grabarUnaRetencion
                   until IDX-RETENCION > CANT-RETENCIONES
               close RETENCIONES
           else
               display "ERROR: no se pudo regrabar el registro de "
               "cambios de cuenta (" fs-RETENCIONES "); los cambios "
               "del dia no quedan retenidos."
               move 8 to COD-RETORNO
           end-if.

        grabarUnaRetencion.
           move retencionItem(IDX-RETENCION) to REG_RETENCION.
           write REG_RETENCION.
           add 1 to IDX-RETENCION.

      *        ---------------------------------------------------------
      *        Lee las novedades del dia y libera cada cambio de cuenta
      *        con la administracion del consorcio
      *        ---------------------------------------------------------
        entrada.
           read NOVEDADES end-read.
           perform procesarUnaNovedad until eof-NOVEDADES.

        procesarUnaNovedad.
           add 1 to TOTAL-NOVEDADES.
           if TIPO-DELTA = "MODIFICACION"
               move IMAGEN-ANTERIOR to MAESTRO-ANTERIOR
               move IMAGEN-NUEVA to MAESTRO-NUEVO
               if HAS-CUENTA of MAESTRO-NUEVO = "S"
                   and (ENTIDAD of MAESTRO-NUEVO
                       <> ENTIDAD of MAESTRO-ANTERIOR
                   or NRO-CTA of MAESTRO-NUEVO
                       <> NRO-CTA of MAESTRO-ANTERIOR
                   or CBU of MAESTRO-NUEVO <> CBU of MAESTRO-ANTERIOR)
                   perform registrarCambio
               end-if
           end-if.
           read NOVEDADES end-read.

      *        ---------------------------------------------------------
      *        Agrega el cambio en su lugar del registro (despues de
      *        los cambios anteriores del mismo CUIT) y deja superados
      *        los pendientes anteriores del consorcio
      *        ---------------------------------------------------------
        registrarCambio.
           move CUIT-CO of MAESTRO-NUEVO to CLAVE-CUIT.
           move WS-YYYY-MM-DD to CLAVE-FECHA.
           perform ubicarRetencion.
           if CAMBIO-YA-REGISTRADO = "S"
               add 1 to TOTAL-YA-REGISTRADOS
               display "CAMBIO DE CUENTA YA REGISTRADO: " CLAVE-CUIT
                   " " CLAVE-FECHA
               exit paragraph
           end-if.
           if CANT-RETENCIONES > 9998
               display "ERROR: registro de cambios de cuenta lleno; "
                   "no se retiene el CUIT " CLAVE-CUIT
               move 8 to COD-RETORNO
               exit paragraph
           end-if.

           add 1 to CANT-RETENCIONES.
           move CANT-RETENCIONES to IDX-RETENCION.
           perform correrUnaRetencion
               until IDX-RETENCION = IDX-INSERCION.

           move CLAVE-NUEVA to RET-CLAVE(IDX-INSERCION).
           move "P" to RET-ESTADO(IDX-INSERCION).
           move COD-ADMIN of MAESTRO-NUEVO to RET-ADMIN(IDX-INSERCION).
           move ENTIDAD of MAESTRO-ANTERIOR
               to RET-ENTIDAD-ANT(IDX-INSERCION).
           move NRO-CTA of MAESTRO-ANTERIOR
               to RET-NRO-CTA-ANT(IDX-INSERCION).
           move CBU of MAESTRO-ANTERIOR to RET-CBU-ANT(IDX-INSERCION).
           move ENTIDAD of MAESTRO-NUEVO
               to RET-ENTIDAD-NUEVA(IDX-INSERCION).
           move NRO-CTA of MAESTRO-NUEVO
               to RET-NRO-CTA-NUEVA(IDX-INSERCION).
           move CBU of MAESTRO-NUEVO to RET-CBU-NUEVA(IDX-INSERCION).
           move spaces to RET-OPER-DECISION(IDX-INSERCION).
           move 0 to RET-FECHA-DECISION(IDX-INSERCION).
           move spaces to RET-MOTIVO(IDX-INSERCION).
           add 1 to TOTAL-CAMBIOS.

           move IDX-INSERCION to IDX-RETENCION.
           move "N" to FIN-CUIT.
           perform superarUnaRetencion until FIN-CUIT = "S".

           move COD-ADMIN of MAESTRO-NUEVO to COD-ADMIN of REG_ORDENAR.
           move CUIT-CO of MAESTRO-NUEVO to CUIT-CO of REG_ORDENAR.
           move NOMBRE-CONSORCIO of MAESTRO-NUEVO
               to NOMBRE-CONSORCIO of REG_ORDENAR.
           move ENTIDAD of MAESTRO-ANTERIOR
               to ENTIDAD-ANT of REG_ORDENAR.
           move NRO-CTA of MAESTRO-ANTERIOR
               to NRO-CTA-ANT of REG_ORDENAR.
           move CBU of MAESTRO-ANTERIOR to CBU-ANT of REG_ORDENAR.
           move ENTIDAD of MAESTRO-NUEVO
               to ENTIDAD-NUEVA of REG_ORDENAR.
           move NRO-CTA of MAESTRO-NUEVO
               to NRO-CTA-NUEVA of REG_ORDENAR.
           move CBU of MAESTRO-NUEVO to CBU-NUEVA of REG_ORDENAR.
           release REG_ORDENAR.
           display "CAMBIO DE CUENTA RETENIDO: " CLAVE-CUIT " "
               NOMBRE-CONSORCIO of MAESTRO-NUEVO.

      *        ---------------------------------------------------------
      *        Posicion del cambio nuevo: se recorre desde el final
      *        mientras la clave registrada sea mayor
      *        ---------------------------------------------------------
        ubicarRetencion.
           compute IDX-INSERCION = CANT-RETENCIONES + 1.
           move "N" to POSICION-HALLADA.
           move "N" to CAMBIO-YA-REGISTRADO.
           perform compararUnaRetencion until POSICION-HALLADA = "S".

        compararUnaRetencion.
           if IDX-INSERCION = 1
               move "S" to POSICION-HALLADA
           else
               if RET-CLAVE(IDX-INSERCION - 1) > CLAVE-NUEVA
                   subtract 1 from IDX-INSERCION
               else
                   move "S" to POSICION-HALLADA
                   if RET-CLAVE(IDX-INSERCION - 1) = CLAVE-NUEVA
                       move "S" to CAMBIO-YA-REGISTRADO
                   end-if
               end-if
           end-if.

        correrUnaRetencion.
           move retencionItem(IDX-RETENCION - 1)
               to retencionItem(IDX-RETENCION).
           subtract 1 from IDX-RETENCION.

        superarUnaRetencion.
           if IDX-RETENCION = 1
               move "S" to FIN-CUIT
           else
               subtract 1 from IDX-RETENCION
               if RET-CUIT(IDX-RETENCION) <> CLAVE-CUIT
                   move "S" to FIN-CUIT
               else
                   if RET-ESTADO(IDX-RETENCION) = "P"
                       move "S" to RET-ESTADO(IDX-RETENCION)
                       move WS-YYYY-MM-DD
                           to RET-FECHA-DECISION(IDX-RETENCION)
                       move "superado por un cambio posterior"
                           to RET-MOTIVO(IDX-RETENCION)
                       add 1 to TOTAL-SUPERADOS
                   end-if
               end-if
           end-if.

      *        ---------------------------------------------------------
      *        Corte de control por administracion: un pedido de
      *        confirmacion por administracion, cerrado con su
      *        registro de control
      *        ---------------------------------------------------------
        salida.
           RETURN ORDENAR AT END CONTINUE.
           if not eof-ORDENAR
               move "S" to HAY-CAMBIOS
               move COD-ADMIN of REG_ORDENAR to COD-ADMIN-ACT
               perform abrirConfirmacion
               perform procesarCambio until eof-ORDENAR
               perform cerrarConfirmacion
           end-if.
           if HAY-CAMBIOS <> "S"
               display "No hay cambios de cuenta para retener el "
                   WS-YYYY-MM-DD "."
           end-if.

        procesarCambio.
           if COD-ADMIN of REG_ORDENAR <> COD-ADMIN-ACT
               perform cerrarConfirmacion
               move COD-ADMIN of REG_ORDENAR to COD-ADMIN-ACT
               perform abrirConfirmacion
           end-if.
           if CONFIRMACION-ABIERTA = "S"
               move "D" to TIPO-REG of REG_CONFIRMACION
               move COD-ADMIN-ACT to COD-ADMIN of REG_CONFIRMACION
               move WS-YYYY-MM-DD
                   to FECHA-PROCESO of REG_CONFIRMACION
               move CUIT-CO of REG_ORDENAR
                   to CUIT-CO of REG_CONFIRMACION
               move NOMBRE-CONSORCIO of REG_ORDENAR
                   to NOMBRE-CONSORCIO of REG_CONFIRMACION
               move ENTIDAD-ANT of REG_ORDENAR
                   to ENTIDAD-ANT of REG_CONFIRMACION
               move NRO-CTA-ANT of REG_ORDENAR
                   to NRO-CTA-ANT of REG_CONFIRMACION
               move CBU-ANT of REG_ORDENAR
                   to CBU-ANT of REG_CONFIRMACION
               move ENTIDAD-NUEVA of REG_ORDENAR
                   to ENTIDAD-NUEVA of REG_CONFIRMACION
               move NRO-CTA-NUEVA of REG_ORDENAR
                   to NRO-CTA-NUEVA of REG_CONFIRMACION
               move CBU-NUEVA of REG_ORDENAR
                   to CBU-NUEVA of REG_CONFIRMACION
               write REG_CONFIRMACION
               add 1 to CANT-CAMBIOS-ADMIN
           end-if.
           RETURN ORDENAR AT END CONTINUE.

        abrirConfirmacion.
           move spaces to WS-PATH-CONFIRMACION.
           string WS-DIR-BASE delimited by spaces
                  "CONFIRMAR_CUENTAS_" delimited by size
                  COD-ADMIN-ACT delimited by size
                  "_" delimited by size
                  WS-YYYY-MM-DD delimited by size
                  ".txt" delimited by size
                  into WS-PATH-CONFIRMACION.
           open output CONFIRMACION.
           if ok-CONFIRMACION
               move "S" to CONFIRMACION-ABIERTA
           else
               display "ERROR: no se pudo abrir el pedido de "
               "confirmacion " WS-PATH-CONFIRMACION
               display "(" fs-CONFIRMACION "); la administracion "
                   COD-ADMIN-ACT " queda sin pedido."
               move "N" to CONFIRMACION-ABIERTA
               move 8 to COD-RETORNO
           end-if.
           move 0 to CANT-CAMBIOS-ADMIN.

        cerrarConfirmacion.
           if CONFIRMACION-ABIERTA = "S"
               move "T" to TIPO-REG-CTL of REG_CONFIRMACION-CONTROL
               move CANT-CAMBIOS-ADMIN
                   to CANT-REGISTROS of REG_CONFIRMACION-CONTROL
               write REG_CONFIRMACION-CONTROL
               close CONFIRMACION
               add 1 to TOTAL-ARCHIVOS
               if COD-ADMIN-ACT = 0
                   move CANT-CAMBIOS-ADMIN to CANT-SIN-ADMIN
               end-if
               display "Administracion " COD-ADMIN-ACT ": "
                   CANT-CAMBIOS-ADMIN " cambios a confirmar."
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

        end program RetenerCuentas.

        identification division.
        program-id. SituacionConsorcio.

        ENVIRONMENT division.
        configuration section.

        input-output section.
        file-control.
             select MAESTRO-BASE
             assign to dynamic WS-PATH-MAESTRO-BASE
             organization is line sequential
             file status is fs-MAESTRO-BASE.

             select CTAS-BASE
             assign to dynamic WS-PATH-CTAS-BASE
             organization is line sequential
             file status is fs-CTAS-BASE.

             select NOVEDADES
             assign to dynamic WS-PATH-NOVEDADES
             organization is line sequential
             file status is fs-NOVEDADES.

             select CERTIFICADO
             assign to dynamic WS-PATH-CERTIFICADO
             organization is line sequential
             file status is fs-CERTIFICADO.

        DATA division.
        file section.
      *        --- maestro de partida: un MAESTRO_AAAAMMDD diario o el
      *        archivo mensual MAESTRO_ARCH_AAAAMM (mismo layout) ---
        fd MAESTRO-BASE.
        01 REG_MAESTRO-BASE.
             03 CUIT-CO pic 9(15).
             03 filler pic x(145).

        fd CTAS-BASE.
        01 REG_CTAS-BASE.
             03 CUIT-CO pic 9(15).
             03 NRO-CTA pic 9(8).
             03 FECHA-ALTA pic x(10).
             03 ENTIDAD pic 9(3).
             03 SUCURSAL pic 9(3).
             03 CBU pic 9(22).

      *        --- novedades diarias de Program1: alta, modificacion
      *        o baja con imagen anterior y nueva del maestro ---
        fd NOVEDADES.
        01 REG_NOVEDAD.
             03 TIPO-DELTA pic x(12).
             03 IMAGEN-ANTERIOR pic x(160).
             03 IMAGEN-NUEVA pic x(160).

        fd CERTIFICADO.
        01 REG_CERTIFICADO pic x(132).

        working-storage section.
        01 fs-MAESTRO-BASE pic xx.
             88 ok-MAESTRO-BASE value "00".
             88 eof-MAESTRO-BASE value "10".
        01 fs-CTAS-BASE pic xx.
             88 ok-CTAS-BASE value "00".
             88 eof-CTAS-BASE value "10".
        01 fs-NOVEDADES pic xx.
             88 ok-NOVEDADES value "00".
             88 eof-NOVEDADES value "10".
        01 fs-CERTIFICADO pic xx.
             88 ok-CERTIFICADO value "00".

        01 WS-DIR-BASE pic x(150) value "C:\temp\".
        01 WS-PATH-MAESTRO-BASE pic x(200).
        01 WS-PATH-CTAS-BASE pic x(200).
        01 WS-PATH-NOVEDADES pic x(200).
        01 WS-PATH-CERTIFICADO pic x(200).
        01 WS-ENV-VAL pic x(200).
        01 WS-YYYY-MM-DD pic 9(8).
        01 WS-FECHA-ENV pic x(8).

      *        --- consulta ---
        01 CUIT-INGRESADO pic x(15).
        01 CUIT-CONSULTA pic 9(15).
        01 CUIT-CONSULTA-X redefines CUIT-CONSULTA pic x(15).
        01 CUIT-ES-VALIDO pic x.
        01 POS-DIGITO pic 99.
        01 UN-DIGITO pic 9.
        01 FIN-CONSULTA pic x value "N".
        01 FECHA-INGRESADA pic x(8).
        01 FECHA-SITUACION pic 9(8).
        01 FECHA-DESDE pic 9(8).
        01 FECHA-ES-VALIDA pic x.
        01 FECHA-VALIDAR.
             03 FV-ANIO pic 9(4).
             03 FV-MES pic 9(2).
             03 FV-DIA pic 9(2).

      *        --- calendario: se recorre dia por dia hacia atras
      *        buscando el maestro de partida y hacia adelante
      *        aplicando las novedades ---
        01 FECHA-CURSOR.
             03 CUR-ANIO pic 9(4).
             03 CUR-MES pic 9(2).
             03 CUR-DIA pic 9(2).
        01 FECHA-CURSOR-N redefines FECHA-CURSOR pic 9(8).
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
        01 DIAS-MES-CURSOR pic 9(2).
        01 RESTO-BISIESTO pic 9(4).
        01 COCIENTE-BISIESTO pic 9(4).
        01 DIAS-RECORRIDOS pic 9(4).
        01 DIAS-EXPLORAR pic 9(4) value 1830.

      *        --- punto de partida de la reconstruccion ---
        01 BASE-HALLADA pic x.
        01 ORIGEN-BASE pic x(7).
        01 FECHA-BASE pic 9(8).
        01 ARCHIVO-BASE pic x(80).
        01 NOVEDADES-APLICADAS pic 9(4).

      *        --- situacion del consorcio a la fecha (layout maestro);
      *        SIT-EN-MAESTRO: S figura, B dado de baja, N no figura ---
        01 SIT-EN-MAESTRO pic x.
        01 FECHA-BAJA-PROC pic 9(8).
        01 SITUACION-REG.
             03 SIT-CUIT-CO pic 9(15).
             03 SIT-FECHA-ALTA pic x(10).
             03 SIT-DESCRIP pic x(15).
             03 SIT-NOMBRE pic x(30).
             03 SIT-TEL pic x(15).
             03 SIT-DIR pic x(30).
             03 SIT-NRO-CTA pic 9(8).
             03 SIT-HAS-CUENTA pic x(01).
             03 SIT-ENTIDAD pic 9(3).
             03 SIT-SUCURSAL pic 9(3).
             03 SIT-ESTADO-NUM pic 9(2).
             03 SIT-CANT-CUENTAS pic 9(2).
             03 SIT-CBU pic 9(22).
             03 SIT-COD-ADMIN pic 9(3).
             03 filler pic x(1).

      *        --- detalle de cuentas del dia de partida ---
        01 CANT-CTAS pic 99.
        01 tablaCtas.
            03 ctaItem occurs 20 times.
                05 CTA-NRO pic 9(8).
                05 CTA-FECHA-ALTA pic x(10).
                05 CTA-ENTIDAD pic 9(3).
                05 CTA-SUCURSAL pic 9(3).
                05 CTA-CBU pic 9(22).
        01 IDX-CTA pic 99.

      *        --- cambios del periodo pedido ---
        01 CANT-CAMBIOS pic 9(3).
        01 tablaCambios.
            03 cambioItem occurs 200 times.
                05 CAM-FECHA pic 9(8).
                05 CAM-TIPO pic x(12).
                05 CAM-ANTERIOR pic x(160).
                05 CAM-NUEVA pic x(160).
        01 IDX-CAMBIO pic 9(3).
        01 CAMBIOS-DESCARTADOS pic 9(4).

      *        --- campos del layout maestro, para informar que
      *        cambio en cada modificacion ---
        01 tablaCampos.
             03 filler pic x(16) value "CUIT-CO".
             03 filler pic 9(3) value 1.
             03 filler pic 9(3) value 15.
             03 filler pic x(16) value "FECHA-ALTA".
             03 filler pic 9(3) value 16.
             03 filler pic 9(3) value 10.
             03 filler pic x(16) value "DESCRIP ESTADO".
             03 filler pic 9(3) value 26.
             03 filler pic 9(3) value 15.
             03 filler pic x(16) value "NOMBRE".
             03 filler pic 9(3) value 41.
             03 filler pic 9(3) value 30.
             03 filler pic x(16) value "TEL".
             03 filler pic 9(3) value 71.
             03 filler pic 9(3) value 15.
             03 filler pic x(16) value "DIR".
             03 filler pic 9(3) value 86.
             03 filler pic 9(3) value 30.
             03 filler pic x(16) value "NRO-CTA".
             03 filler pic 9(3) value 116.
             03 filler pic 9(3) value 8.
             03 filler pic x(16) value "HAS-CUENTA".
             03 filler pic 9(3) value 124.
             03 filler pic 9(3) value 1.
             03 filler pic x(16) value "ENTIDAD".
             03 filler pic 9(3) value 125.
             03 filler pic 9(3) value 3.
             03 filler pic x(16) value "SUCURSAL".
             03 filler pic 9(3) value 128.
             03 filler pic 9(3) value 3.
             03 filler pic x(16) value "ESTADO".
             03 filler pic 9(3) value 131.
             03 filler pic 9(3) value 2.
             03 filler pic x(16) value "CANT-CUENTAS".
             03 filler pic 9(3) value 133.
             03 filler pic 9(3) value 2.
             03 filler pic x(16) value "CBU".
             03 filler pic 9(3) value 135.
             03 filler pic 9(3) value 22.
             03 filler pic x(16) value "COD-ADMIN".
             03 filler pic 9(3) value 157.
             03 filler pic 9(3) value 3.
        01 tablaCampos-R redefines tablaCampos.
             03 campoItem occurs 14 times.
                 05 CAMPO-NOMBRE pic x(16).
                 05 CAMPO-POS pic 9(3).
                 05 CAMPO-LARGO pic 9(3).
        01 IDX-CAMPO pic 99.

        01 CERTIFICADO-ABIERTO pic x value "N".

      *        ---------------------------------------------------------
      *        Situacion de un consorcio a una fecha pasada: para un
      *        CUIT-CO y una fecha busca hacia atras el maestro mas
      *        cercano (el diario MAESTRO_AAAAMMDD que siga en linea o,
      *        para un fin de mes, el archivo mensual
      *        MAESTRO_ARCH_AAAAMM que deja ArchivarMaestros) y le
      *        aplica, dia por dia hasta la fecha pedida, las imagenes
      *        de las novedades NOVEDADES_AAAAMMDD de Program1. El
      *        resultado es el registro maestro exacto a esa fecha, con
      *        el detalle de cuentas del dia de partida cuando todavia
      *        esta en linea. Con una fecha desde, lista ademas cada
      *        alta, modificacion (campo por campo) y baja del periodo.
      *        El certificado queda en CERTIFICADO_<cuit>_<fecha>.txt,
      *        listo para entregar al estudio o al auditor.
      *        ---------------------------------------------------------
        PROCEDURE division.
           perform leerParametros.
           perform consultarUnCuit until FIN-CONSULTA = "S".
        stop run.

        leerParametros.
           accept WS-ENV-VAL from environment "SITUACION_DIR_BASE".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-DIR-BASE
           end-if.
           perform obtenerFechaProceso.

        consultarUnCuit.
           display "Ingrese CUIT-CO para el certificado (0 para "
               "salir): ".
           move spaces to CUIT-INGRESADO.
           accept CUIT-INGRESADO.
           perform normalizarCuit.
           if CUIT-ES-VALIDO <> "S"
               display "CUIT invalido: " CUIT-INGRESADO
           else
               if CUIT-CONSULTA = 0
                   move "S" to FIN-CONSULTA
               else
                   perform pedirFechas
               end-if
           end-if.

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
      *        Fecha de la situacion (en blanco, la de proceso) y fecha
      *        desde para el listado de cambios (en blanco, sin
      *        listado)
      *        ---------------------------------------------------------
        pedirFechas.
           display "Fecha de la situacion AAAAMMDD (en blanco, "
               WS-YYYY-MM-DD "): ".
           move spaces to FECHA-INGRESADA.
           accept FECHA-INGRESADA.
           if FECHA-INGRESADA = spaces
               move WS-YYYY-MM-DD to FECHA-INGRESADA
           end-if.
           perform validarFecha.
           if FECHA-ES-VALIDA <> "S"
               display "Fecha invalida: " FECHA-INGRESADA
           else
               move FECHA-INGRESADA to FECHA-SITUACION
               display "Listar cambios desde AAAAMMDD (en blanco, "
                   "sin listado): "
               move spaces to FECHA-INGRESADA
               accept FECHA-INGRESADA
               move 0 to FECHA-DESDE
               if FECHA-INGRESADA <> spaces
                   perform validarFecha
                   if FECHA-ES-VALIDA = "S"
                       and FECHA-INGRESADA <= FECHA-SITUACION
                       move FECHA-INGRESADA to FECHA-DESDE
                   else
                       display "Fecha desde invalida o posterior a la "
                       "situacion; el certificado sale sin listado."
                   end-if
               end-if
               perform reconstruirSituacion
               perform emitirCertificado
           end-if.

        validarFecha.
           move "N" to FECHA-ES-VALIDA.
           if FECHA-INGRESADA is numeric
               move FECHA-INGRESADA to FECHA-VALIDAR
               if FV-ANIO > 1900 and FV-MES >= 1 and FV-MES <= 12
                   move FECHA-VALIDAR to FECHA-CURSOR
                   perform calcularDiasMesCursor
                   if FV-DIA >= 1 and FV-DIA <= DIAS-MES-CURSOR
                       move "S" to FECHA-ES-VALIDA
                   end-if
               end-if
           end-if.

      *        ---------------------------------------------------------
      *        Reconstruccion: maestro de partida mas las novedades de
      *        los dias siguientes hasta la fecha pedida; si se pidio
      *        listado, el recorrido de novedades arranca en la fecha
      *        desde aunque el maestro de partida sea posterior
      *        ---------------------------------------------------------
        reconstruirSituacion.
           move "N" to SIT-EN-MAESTRO.
           move spaces to SITUACION-REG.
           move 0 to FECHA-BAJA-PROC.
           move 0 to NOVEDADES-APLICADAS.
           move 0 to CANT-CTAS.
           move 0 to CANT-CAMBIOS.
           move 0 to CAMBIOS-DESCARTADOS.
           move "N" to BASE-HALLADA.
           move spaces to ORIGEN-BASE.
           move spaces to ARCHIVO-BASE.

           move FECHA-SITUACION to FECHA-CURSOR-N.
           move 0 to DIAS-RECORRIDOS.
           perform buscarUnDiaBase
               until BASE-HALLADA = "S"
               or DIAS-RECORRIDOS > DIAS-EXPLORAR.
           move FECHA-CURSOR-N to FECHA-BASE.
           if ORIGEN-BASE = "DIARIO"
               perform cargarCuentasBase
           end-if.

           perform avanzarUnDia.
           if FECHA-DESDE > 0 and FECHA-DESDE < FECHA-CURSOR-N
               move FECHA-DESDE to FECHA-CURSOR-N
           end-if.
           perform procesarNovedadesDia
               until FECHA-CURSOR-N > FECHA-SITUACION.

        buscarUnDiaBase.
           move spaces to WS-PATH-MAESTRO-BASE.
           string WS-DIR-BASE delimited by spaces
                  "MAESTRO_" delimited by size
                  FECHA-CURSOR-N delimited by size
                  ".txt" delimited by size
                  into WS-PATH-MAESTRO-BASE.
           open input MAESTRO-BASE.
           if ok-MAESTRO-BASE
               move "DIARIO" to ORIGEN-BASE
               perform cargarMaestroBase
           else
               perform calcularDiasMesCursor
               if CUR-DIA = DIAS-MES-CURSOR
                   move spaces to WS-PATH-MAESTRO-BASE
                   string WS-DIR-BASE delimited by spaces
                          "MAESTRO_ARCH_" delimited by size
                          FECHA-CURSOR-N(1:6) delimited by size
                          ".txt" delimited by size
                          into WS-PATH-MAESTRO-BASE
                   open input MAESTRO-BASE
                   if ok-MAESTRO-BASE
                       move "MENSUAL" to ORIGEN-BASE
                       perform cargarMaestroBase
                   end-if
               end-if
           end-if.
           if BASE-HALLADA <> "S"
               perform retrocederUnDia
               add 1 to DIAS-RECORRIDOS
           end-if.

        cargarMaestroBase.
           move "S" to BASE-HALLADA.
           move WS-PATH-MAESTRO-BASE to ARCHIVO-BASE.
           read MAESTRO-BASE end-read.
           perform buscarEnMaestroBase
               until eof-MAESTRO-BASE or SIT-EN-MAESTRO = "S".
           close MAESTRO-BASE.

        buscarEnMaestroBase.
           if CUIT-CO of REG_MAESTRO-BASE = CUIT-CONSULTA
               move REG_MAESTRO-BASE to SITUACION-REG
               move "S" to SIT-EN-MAESTRO
           else
               read MAESTRO-BASE end-read
           end-if.

        cargarCuentasBase.
           move spaces to WS-PATH-CTAS-BASE.
           string WS-DIR-BASE delimited by spaces
                  "MAESTRO_CTAS_" delimited by size
                  FECHA-BASE delimited by size
                  ".txt" delimited by size
                  into WS-PATH-CTAS-BASE.
           open input CTAS-BASE.
           if ok-CTAS-BASE
               read CTAS-BASE end-read
               perform cargarUnaCuentaBase until eof-CTAS-BASE
               close CTAS-BASE
           end-if.

        cargarUnaCuentaBase.
           if CUIT-CO of REG_CTAS-BASE = CUIT-CONSULTA
               and CANT-CTAS < 20
               add 1 to CANT-CTAS
               move NRO-CTA of REG_CTAS-BASE to CTA-NRO(CANT-CTAS)
               move FECHA-ALTA of REG_CTAS-BASE
                   to CTA-FECHA-ALTA(CANT-CTAS)
               move ENTIDAD of REG_CTAS-BASE to CTA-ENTIDAD(CANT-CTAS)
               move SUCURSAL of REG_CTAS-BASE
                   to CTA-SUCURSAL(CANT-CTAS)
               move CBU of REG_CTAS-BASE to CTA-CBU(CANT-CTAS)
           end-if.
           read CTAS-BASE end-read.

        procesarNovedadesDia.
           move spaces to WS-PATH-NOVEDADES.
           string WS-DIR-BASE delimited by spaces
                  "NOVEDADES_" delimited by size
                  FECHA-CURSOR-N delimited by size
                  ".txt" delimited by size
                  into WS-PATH-NOVEDADES.
           open input NOVEDADES.
           if ok-NOVEDADES
               read NOVEDADES end-read
               perform procesarUnaNovedad until eof-NOVEDADES
               close NOVEDADES
           end-if.
           perform avanzarUnDia.

      *        ---------------------------------------------------------
      *        Una novedad del CUIT: si es posterior al maestro de
      *        partida se aplica su imagen; si cae en el periodo del
      *        listado se guarda como cambio
      *        ---------------------------------------------------------
        procesarUnaNovedad.
           if (TIPO-DELTA = "ALTA" or TIPO-DELTA = "MODIFICACION"
               or TIPO-DELTA = "BAJA")
               and (IMAGEN-NUEVA(1:15) = CUIT-CONSULTA-X
               or IMAGEN-ANTERIOR(1:15) = CUIT-CONSULTA-X)
               if FECHA-CURSOR-N > FECHA-BASE
                   perform aplicarNovedad
               end-if
               if FECHA-DESDE > 0 and FECHA-CURSOR-N >= FECHA-DESDE
                   perform guardarCambio
               end-if
           end-if.
           read NOVEDADES end-read.

        aplicarNovedad.
           add 1 to NOVEDADES-APLICADAS.
           if TIPO-DELTA = "BAJA"
               move "B" to SIT-EN-MAESTRO
               move FECHA-CURSOR-N to FECHA-BAJA-PROC
               if IMAGEN-ANTERIOR not = spaces
                   move IMAGEN-ANTERIOR to SITUACION-REG
               end-if
           else
               move "S" to SIT-EN-MAESTRO
               move IMAGEN-NUEVA to SITUACION-REG
           end-if.

        guardarCambio.
           if CANT-CAMBIOS < 200
               add 1 to CANT-CAMBIOS
               move FECHA-CURSOR-N to CAM-FECHA(CANT-CAMBIOS)
               move TIPO-DELTA to CAM-TIPO(CANT-CAMBIOS)
               move IMAGEN-ANTERIOR to CAM-ANTERIOR(CANT-CAMBIOS)
               move IMAGEN-NUEVA to CAM-NUEVA(CANT-CAMBIOS)
           else
               add 1 to CAMBIOS-DESCARTADOS
           end-if.

      *        ---------------------------------------------------------
      *        Calendario: dias del mes del cursor (febrero bisiesto
      *        incluido) y avance o retroceso de un dia
      *        ---------------------------------------------------------
        calcularDiasMesCursor.
           move DIAS-DEL-MES(CUR-MES) to DIAS-MES-CURSOR.
           if CUR-MES = 2
               perform ajustarFebreroBisiesto
           end-if.

        ajustarFebreroBisiesto.
           divide CUR-ANIO by 4
               giving COCIENTE-BISIESTO remainder RESTO-BISIESTO.
           if RESTO-BISIESTO = 0
               divide CUR-ANIO by 100
                   giving COCIENTE-BISIESTO remainder RESTO-BISIESTO
               if RESTO-BISIESTO <> 0
                   move 29 to DIAS-MES-CURSOR
               else
                   divide CUR-ANIO by 400
                       giving COCIENTE-BISIESTO
                       remainder RESTO-BISIESTO
                   if RESTO-BISIESTO = 0
                       move 29 to DIAS-MES-CURSOR
                   end-if
               end-if
           end-if.

        retrocederUnDia.
           if CUR-DIA > 1
               subtract 1 from CUR-DIA
           else
               if CUR-MES > 1
                   subtract 1 from CUR-MES
               else
                   subtract 1 from CUR-ANIO
                   move 12 to CUR-MES
               end-if
               perform calcularDiasMesCursor
               move DIAS-MES-CURSOR to CUR-DIA
           end-if.

        avanzarUnDia.
           perform calcularDiasMesCursor.
           if CUR-DIA < DIAS-MES-CURSOR
               add 1 to CUR-DIA
           else
               move 1 to CUR-DIA
               if CUR-MES < 12
                   add 1 to CUR-MES
               else
                   move 1 to CUR-MES
                   add 1 to CUR-ANIO
               end-if
           end-if.

      *        ---------------------------------------------------------
      *        Certificado: situacion a la fecha, su fuente, las
      *        cuentas y, si se pidio, los cambios del periodo
      *        ---------------------------------------------------------
        emitirCertificado.
           move spaces to WS-PATH-CERTIFICADO.
           string WS-DIR-BASE delimited by spaces
                  "CERTIFICADO_" delimited by size
                  CUIT-CONSULTA delimited by size
                  "_" delimited by size
                  FECHA-SITUACION delimited by size
                  ".txt" delimited by size
                  into WS-PATH-CERTIFICADO.
           open output CERTIFICADO.
           if ok-CERTIFICADO
               move "S" to CERTIFICADO-ABIERTO
           else
               move "N" to CERTIFICADO-ABIERTO
               display "ADVERTENCIA: no se pudo abrir "
                   WS-PATH-CERTIFICADO "; el certificado solo sale "
               "por pantalla."
           end-if.

           move spaces to REG_CERTIFICADO.
           string "CERTIFICADO DE SITUACION DEL CONSORCIO AL "
                  delimited by size
                  FECHA-SITUACION delimited by size
                  " - EMITIDO EL " delimited by size
                  WS-YYYY-MM-DD delimited by size
                  into REG_CERTIFICADO.
           perform emitirLineaCertificado.
           move spaces to REG_CERTIFICADO.
           string "  CUIT-CO          : " delimited by size
                  CUIT-CONSULTA delimited by size
                  into REG_CERTIFICADO.
           perform emitirLineaCertificado.
           perform emitirFuente.
           move spaces to REG_CERTIFICADO.
           perform emitirLineaCertificado.

           evaluate SIT-EN-MAESTRO
               when "S"
                   move "SITUACION: FIGURA EN EL MAESTRO A LA FECHA."
                       to REG_CERTIFICADO
                   perform emitirLineaCertificado
                   perform emitirDatosMaestro
                   perform emitirCuentas
               when "B"
                   move spaces to REG_CERTIFICADO
                   string "SITUACION: DADO DE BAJA DEL MAESTRO "
                          "(BAJA PROCESADA EL " delimited by size
                          FECHA-BAJA-PROC delimited by size
                          "). ULTIMOS DATOS REGISTRADOS:"
                          delimited by size
                          into REG_CERTIFICADO
                   perform emitirLineaCertificado
                   perform emitirDatosMaestro
               when other
                   move "SITUACION: NO FIGURA EN EL MAESTRO A LA FECHA."
                       to REG_CERTIFICADO
                   perform emitirLineaCertificado
           end-evaluate.

           if FECHA-DESDE > 0
               perform emitirCambios
           end-if.

           if CERTIFICADO-ABIERTO = "S"
               close CERTIFICADO
               display "Certificado grabado en " WS-PATH-CERTIFICADO
           end-if.
           display " ".

        emitirFuente.
           move spaces to REG_CERTIFICADO.
           if BASE-HALLADA = "S"
               string "  MAESTRO DE PARTIDA: " delimited by size
                      ARCHIVO-BASE delimited by spaces
                      " (" delimited by size
                      ORIGEN-BASE delimited by spaces
                      ", AL " delimited by size
                      FECHA-BASE delimited by size
                      ")" delimited by size
                      into REG_CERTIFICADO
           else
               string "  SIN MAESTRO DE PARTIDA EN LOS "
                      delimited by size
                      DIAS-EXPLORAR delimited by size
                      " DIAS ANTERIORES; SOLO NOVEDADES DESDE EL "
                      delimited by size
                      FECHA-BASE delimited by size
                      into REG_CERTIFICADO
           end-if.
           perform emitirLineaCertificado.
           move spaces to REG_CERTIFICADO.
           string "  NOVEDADES APLICADAS HASTA LA FECHA: "
                  delimited by size
                  NOVEDADES-APLICADAS delimited by size
                  into REG_CERTIFICADO.
           perform emitirLineaCertificado.

        emitirDatosMaestro.
           move spaces to REG_CERTIFICADO.
           string "  NOMBRE-CONSORCIO : " delimited by size
                  SIT-NOMBRE delimited by size
                  into REG_CERTIFICADO.
           perform emitirLineaCertificado.
           move spaces to REG_CERTIFICADO.
           string "  TEL / DIR        : " delimited by size
                  SIT-TEL delimited by size
                  " / " delimited by size
                  SIT-DIR delimited by size
                  into REG_CERTIFICADO.
           perform emitirLineaCertificado.
           move spaces to REG_CERTIFICADO.
           string "  FECHA-ALTA       : " delimited by size
                  SIT-FECHA-ALTA delimited by size
                  into REG_CERTIFICADO.
           perform emitirLineaCertificado.
           move spaces to REG_CERTIFICADO.
           string "  ESTADO           : " delimited by size
                  SIT-ESTADO-NUM delimited by size
                  " " delimited by size
                  SIT-DESCRIP delimited by size
                  into REG_CERTIFICADO.
           perform emitirLineaCertificado.
           move spaces to REG_CERTIFICADO.
           string "  ADMINISTRACION   : " delimited by size
                  SIT-COD-ADMIN delimited by size
                  into REG_CERTIFICADO.
           perform emitirLineaCertificado.
           move spaces to REG_CERTIFICADO.
           string "  CUENTA PRINCIPAL : ENTIDAD " delimited by size
                  SIT-ENTIDAD delimited by size
                  " SUCURSAL " delimited by size
                  SIT-SUCURSAL delimited by size
                  " CUENTA " delimited by size
                  SIT-NRO-CTA delimited by size
                  " CBU " delimited by size
                  SIT-CBU delimited by size
                  into REG_CERTIFICADO.
           perform emitirLineaCertificado.
           move spaces to REG_CERTIFICADO.
           string "  CANT-CUENTAS     : " delimited by size
                  SIT-CANT-CUENTAS delimited by size
                  into REG_CERTIFICADO.
           perform emitirLineaCertificado.

      *        ---------------------------------------------------------
      *        El detalle de cuentas sale del MAESTRO_CTAS del dia de
      *        partida; pasada la retencion en linea ya no existe y
      *        queda solo la cuenta principal del maestro
      *        ---------------------------------------------------------
        emitirCuentas.
           move spaces to REG_CERTIFICADO.
           if CANT-CTAS = 0
               string "  DETALLE DE CUENTAS: NO DISPONIBLE PARA LA "
                      "FECHA (VALE LA CUENTA PRINCIPAL)."
                      delimited by size
                      into REG_CERTIFICADO
               perform emitirLineaCertificado
           else
               string "  DETALLE DE CUENTAS AL " delimited by size
                      FECHA-BASE delimited by size
                      ":" delimited by size
                      into REG_CERTIFICADO
               perform emitirLineaCertificado
               move 1 to IDX-CTA
               perform emitirUnaCuenta until IDX-CTA > CANT-CTAS
           end-if.

        emitirUnaCuenta.
           move spaces to REG_CERTIFICADO.
           string "    ENTIDAD " delimited by size
                  CTA-ENTIDAD(IDX-CTA) delimited by size
                  " SUCURSAL " delimited by size
                  CTA-SUCURSAL(IDX-CTA) delimited by size
                  " CUENTA " delimited by size
                  CTA-NRO(IDX-CTA) delimited by size
                  " CBU " delimited by size
                  CTA-CBU(IDX-CTA) delimited by size
                  " ALTA " delimited by size
                  CTA-FECHA-ALTA(IDX-CTA) delimited by size
                  into REG_CERTIFICADO.
           perform emitirLineaCertificado.
           add 1 to IDX-CTA.

        emitirCambios.
           move spaces to REG_CERTIFICADO.
           perform emitirLineaCertificado.
           move spaces to REG_CERTIFICADO.
           string "CAMBIOS ENTRE EL " delimited by size
                  FECHA-DESDE delimited by size
                  " Y EL " delimited by size
                  FECHA-SITUACION delimited by size
                  ": " delimited by size
                  CANT-CAMBIOS delimited by size
                  into REG_CERTIFICADO.
           perform emitirLineaCertificado.
           move 1 to IDX-CAMBIO.
           perform emitirUnCambio until IDX-CAMBIO > CANT-CAMBIOS.
           if CAMBIOS-DESCARTADOS > 0
               move spaces to REG_CERTIFICADO
               string "  (" delimited by size
                      CAMBIOS-DESCARTADOS delimited by size
                      " cambios mas no listados)" delimited by size
                      into REG_CERTIFICADO
               perform emitirLineaCertificado
           end-if.

        emitirUnCambio.
           move spaces to REG_CERTIFICADO.
           string "  " delimited by size
                  CAM-FECHA(IDX-CAMBIO) delimited by size
                  " " delimited by size
                  CAM-TIPO(IDX-CAMBIO) delimited by size
                  into REG_CERTIFICADO.
           perform emitirLineaCertificado.
           if CAM-TIPO(IDX-CAMBIO) = "MODIFICACION"
               move 1 to IDX-CAMPO
               perform emitirUnCampoCambiado until IDX-CAMPO > 14
           end-if.
           add 1 to IDX-CAMBIO.

        emitirUnCampoCambiado.
           if CAM-ANTERIOR(IDX-CAMBIO)
               (CAMPO-POS(IDX-CAMPO):CAMPO-LARGO(IDX-CAMPO))
               <> CAM-NUEVA(IDX-CAMBIO)
               (CAMPO-POS(IDX-CAMPO):CAMPO-LARGO(IDX-CAMPO))
               move spaces to REG_CERTIFICADO
               string "      " delimited by size
                      CAMPO-NOMBRE(IDX-CAMPO) delimited by size
                      ": " delimited by size
                      CAM-ANTERIOR(IDX-CAMBIO)
                      (CAMPO-POS(IDX-CAMPO):CAMPO-LARGO(IDX-CAMPO))
                      delimited by size
                      " -> " delimited by size
                      CAM-NUEVA(IDX-CAMBIO)
                      (CAMPO-POS(IDX-CAMPO):CAMPO-LARGO(IDX-CAMPO))
                      delimited by size
                      into REG_CERTIFICADO
               perform emitirLineaCertificado
           end-if.
           add 1 to IDX-CAMPO.

        emitirLineaCertificado.
           display REG_CERTIFICADO.
           if CERTIFICADO-ABIERTO = "S"
               write REG_CERTIFICADO
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

        end program SituacionConsorcio.

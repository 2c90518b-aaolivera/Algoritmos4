        identification division.
        program-id. MantenerMandatos.

        ENVIRONMENT division.
        configuration section.

        input-output section.
        file-control.
             select MANDATOS
             assign to dynamic WS-PATH-MANDATOS
             organization is line sequential
             file status is fs-MANDATOS.

             select MANDATOSMOVIM
             assign to dynamic WS-PATH-MANDATOSMOVIM
             organization is line sequential
             file status is fs-MANDATOSMOVIM.

             select MAESTRO-CTAS
             assign to dynamic WS-PATH-MAESTRO-CTAS
             organization is line sequential
             file status is fs-MAESTRO-CTAS.

             select SIN-CUENTA
             assign to dynamic WS-PATH-SIN-CUENTA
             organization is line sequential
             file status is fs-SIN-CUENTA.

             select EXCEPCIONES
             assign to dynamic WS-PATH-EXCEPCIONES
             organization is line sequential
             file status is fs-EXCEPCIONES.

             select AUDITORIA
             assign to dynamic WS-PATH-AUDITORIA
             organization is line sequential
             file status is fs-AUDITORIA.

             select ORDENAR
             assign to "WORKB.TMP"
             file status is fs-ORDENAR.

        DATA division.
        file section.
      *        --- adhesion al debito directo firmada por el titular de
      *        cada cuenta, ascendente por CUIT-CO, ENTIDAD, NRO-CTA y
      *        CBU: ESTADO-MANDATO "A" activo, "R" revocado ---
        fd MANDATOS.
        01 REG_MANDATO.
             03 CUIT-CO pic 9(15).
             03 ENTIDAD pic 9(3).
             03 NRO-CTA pic 9(8).
             03 CBU pic 9(22).
             03 FECHA-FIRMA pic 9(8).
             03 ESTADO-MANDATO pic x(1).
             03 FECHA-REVOCACION pic 9(8).

      *        --- "A" alta de una adhesion (sin CBU se toma el de
      *        MAESTRO_CTAS), "R" revocacion; FECHA-MOVIM es la fecha de
      *        firma o de revocacion (sin fecha, la del proceso) ---
        fd MANDATOSMOVIM.
        01 REG_MANDATOSMOVIM.
             03 TIPO-MOVIM pic x(1).
             03 CUIT-CO pic x(15).
             03 ENTIDAD pic x(3).
             03 NRO-CTA pic x(8).
             03 CBU pic x(22).
             03 FECHA-MOVIM pic x(8).

        fd MAESTRO-CTAS.
        01 REG_MAESTRO-CTAS.
             03 CUIT-CO pic 9(15).
             03 NRO-CTA pic 9(8).
             03 FECHA-ALTA pic x(10).
             03 ENTIDAD pic 9(3).
             03 SUCURSAL pic 9(3).
             03 CBU pic 9(22).

      *        --- adhesiones activas cuya cuenta ya no esta en
      *        MAESTRO_CTAS ---
        fd SIN-CUENTA.
        01 REG_SIN-CUENTA.
             03 CUIT-CO pic 9(15).
             03 ENTIDAD pic 9(3).
             03 NRO-CTA pic 9(8).
             03 CBU pic 9(22).
             03 FECHA-FIRMA pic 9(8).
             03 FECHA-PROCESO pic 9(8).

        fd EXCEPCIONES.
        01 REG_EXCEPCION pic x(132).

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

        sd ORDENAR.
        01 REG_ORDENAR.
             03 CUIT-CO pic 9(15).
             03 ENTIDAD pic 9(3).
             03 NRO-CTA pic 9(8).
             03 CBU pic 9(22).
             03 FECHA-FIRMA pic 9(8).
             03 ESTADO-MANDATO pic x(1).
             03 FECHA-REVOCACION pic 9(8).

        working-storage section.
        01 fs-MANDATOS pic xx.
             88 ok-MANDATOS value "00".
             88 eof-MANDATOS value "10".
        01 fs-MANDATOSMOVIM pic xx.
             88 ok-MANDATOSMOVIM value "00".
             88 eof-MANDATOSMOVIM value "10".
        01 fs-MAESTRO-CTAS pic xx.
             88 ok-MAESTRO-CTAS value "00".
             88 eof-MAESTRO-CTAS value "10".
        01 fs-SIN-CUENTA pic xx.
             88 ok-SIN-CUENTA value "00".
        01 fs-EXCEPCIONES pic xx.
             88 ok-EXCEPCIONES value "00".
        01 fs-ORDENAR pic xx.
             88 ok-ORDENAR value "00".
             88 eof-ORDENAR value "10".

        01 WS-DIR-BASE pic x(150) value "C:\temp\".
        01 WS-PATH-MANDATOS pic x(200) value spaces.
        01 WS-PATH-MANDATOSMOVIM pic x(200)
            value "C:\MANDATOSMOVIM.txt".
        01 WS-PATH-MAESTRO-CTAS pic x(200) value spaces.
        01 WS-PATH-SIN-CUENTA pic x(200) value spaces.
        01 WS-PATH-EXCEPCIONES pic x(200)
            value "C:\MANDATOSMOVIM-EXC.txt".
        01 WS-ENV-VAL pic x(200).

      *        --- adhesiones en memoria; se regraban ordenadas por
      *        CUIT-CO y cuenta para la busqueda de DebitosExpensas ---
        01 WS-CANT-MANDATOS pic 9(6) value 0.
        01 tablaMandatos.
            03 mandatoItem OCCURS 1 TO 99999 TIMES
                DEPENDING ON WS-CANT-MANDATOS.
                05 MAN-REGISTRO pic x(65).
        01 IDX-MANDATO pic 9(6).
        01 IDX-MANDATO-HALLADO pic 9(6).
        01 MANDATO-ACTUAL.
             03 MAN-CUIT pic 9(15).
             03 MAN-ENTIDAD pic 9(3).
             03 MAN-NRO-CTA pic 9(8).
             03 MAN-CBU pic 9(22).
             03 MAN-FECHA-FIRMA pic 9(8).
             03 MAN-ESTADO pic x(1).
                 88 MANDATO-ACTIVO value "A".
             03 MAN-FECHA-REVOCACION pic 9(8).

      *        --- cuentas bancarias vigentes de cada consorcio ---
        01 WS-CANT-CTAS pic 9(6) value 0.
        01 tablaCuentas.
            03 cuentaItem OCCURS 1 TO 99999 TIMES
                DEPENDING ON WS-CANT-CTAS.
                05 CTA-CUIT pic 9(15).
                05 CTA-ENTIDAD pic 9(3).
                05 CTA-NRO pic 9(8).
                05 CTA-CBU pic 9(22).
        01 IDX-CTA pic 9(6).
        01 IDX-CTA-HALLADA pic 9(6).

        01 ES-VALIDO pic x.
            88 MOVIM-ES-VALIDO value "S".
        01 WS-MOTIVO pic x(80).
        01 CUIT-MOVIM pic 9(15).
        01 ENTIDAD-MOVIM pic 9(3).
        01 NRO-CTA-MOVIM pic 9(8).
        01 CBU-MOVIM pic 9(22).
        01 FECHA-MOVIM-NUM pic 9(8).
        01 FECHA-MOVIM-R redefines FECHA-MOVIM-NUM.
             03 MOVIM-ANIO pic 9(4).
             03 MOVIM-MES pic 9(2).
             03 MOVIM-DIA pic 9(2).

      *        --- pista de auditoria comun de los mantenimientos:
      *        un registro fechado por movimiento aceptado, con imagen
      *        anterior y posterior y el operador del run ---
        01 fs-AUDITORIA pic xx.
             88 ok-AUDITORIA value "00".
        01 WS-PATH-AUDITORIA pic x(200) value spaces.
        01 AUDITORIA-DISPONIBLE pic x value "N".
        01 OPERADOR-RUN pic x(10) value "SIN-OPER".
        01 WS-AUD-TIPO pic x(1).
        01 WS-AUD-CLAVE.
            03 WS-AUD-CUIT pic x(15).
            03 filler pic x(1) value space.
            03 WS-AUD-PROV pic x(8).
        01 WS-AUD-ANTES pic x(130).
        01 WS-AUD-DESPUES pic x(130).
        01 WS-YYYY-MM-DD pic 9(8).
        01 WS-FECHA-ENV pic x(8).

        01 TOTAL-ALTAS pic 9(6) value 0.
        01 TOTAL-REVOCACIONES pic 9(6) value 0.
        01 TOTAL-RECHAZADOS pic 9(6) value 0.
        01 TOTAL-SIN-CUENTA pic 9(6) value 0.

      *        --- codigo de retorno del paso (0 limpio, 4 con
      *        advertencias, 8 error serio) ---
        01 COD-RETORNO pic 9(2) value 0.

      *        ---------------------------------------------------------
      *        Registro de adhesiones al debito directo: lee un lote de
      *        movimientos ("A" alta, "R" revocacion) sobre
      *        MANDATOS.txt. Una adhesion solo se da de alta para una
      *        cuenta que el consorcio tiene en MAESTRO_CTAS (ENTIDAD,
      *        NRO-CTA y CBU) y que no tenga ya una adhesion activa; la
      *        revocacion deja el registro con su fecha. DebitosExpensas
      *        presenta solo las cuentas con adhesion activa. Al final
      *        se cotejan todas las adhesiones activas contra
      *        MAESTRO_CTAS y las que apuntan a una cuenta que ya no
      *        existe van a su listado. Cada movimiento aplicado queda
      *        en la pista de AUDITORIA; los rechazados van al archivo
      *        de excepciones con su motivo.
      *        ---------------------------------------------------------
        PROCEDURE division.
           perform leerParametros.
           perform cargarMandatos.
           perform cargarCuentas.
           if COD-RETORNO >= 8
               move COD-RETORNO to RETURN-CODE
               goback
           end-if.

           perform abrirAuditoria.
           open input MANDATOSMOVIM.
           open output EXCEPCIONES.
           if not ok-MANDATOSMOVIM
               display "ADVERTENCIA: no se pudo abrir el lote de "
               "movimientos (" fs-MANDATOSMOVIM "); solo se cotejan "
               "las adhesiones contra MAESTRO_CTAS."
           else
               read MANDATOSMOVIM end-read
               perform procesarMovimiento until eof-MANDATOSMOVIM
               close MANDATOSMOVIM
           end-if.
           close EXCEPCIONES.
           perform cerrarAuditoria.

           perform cotejarMandatos.

           if TOTAL-ALTAS > 0 or TOTAL-REVOCACIONES > 0
               sort ORDENAR
                   ON ASCENDING CUIT-CO of REG_ORDENAR
                   ON ASCENDING ENTIDAD of REG_ORDENAR
                   ON ASCENDING NRO-CTA of REG_ORDENAR
                   ON ASCENDING CBU of REG_ORDENAR
               input procedure is liberarMandatos
               output procedure is grabarMandatos
           end-if.

           display "Total de adhesiones dadas de alta: " TOTAL-ALTAS.
           display "Total de adhesiones revocadas: "
               TOTAL-REVOCACIONES.
           display "Total de movimientos rechazados: "
               TOTAL-RECHAZADOS.
           display "Total de adhesiones sin cuenta en MAESTRO_CTAS: "
               TOTAL-SIN-CUENTA.
           if COD-RETORNO < 4
               and (TOTAL-RECHAZADOS > 0 or TOTAL-SIN-CUENTA > 0)
               move 4 to COD-RETORNO
           end-if.
           move COD-RETORNO to RETURN-CODE.
        goback.

      *        ---------------------------------------------------------
      *        Parametros del run: directorio base, archivo de
      *        adhesiones, lote de movimientos, excepciones y cuentas
      *        del maestro
      *        ---------------------------------------------------------
        leerParametros.
           accept WS-ENV-VAL from environment "MANDATOS_DIR".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-DIR-BASE
           end-if.
           perform obtenerFechaProceso.

           accept WS-ENV-VAL from environment "MANDATOS_ARCHIVO".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-MANDATOS
           else
               string WS-DIR-BASE delimited by spaces
                      "MANDATOS.txt" delimited by size
                      into WS-PATH-MANDATOS
           end-if.
           accept WS-ENV-VAL from environment "MANDATOS_MOVIMIENTOS".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-MANDATOSMOVIM
           end-if.
           accept WS-ENV-VAL from environment "MANDATOS_EXCEPCIONES".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-EXCEPCIONES
           end-if.
           accept WS-ENV-VAL from environment "MANDATOS_CTAS".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-MAESTRO-CTAS
           else
               string WS-DIR-BASE delimited by spaces
                      "MAESTRO_CTAS_" delimited by size
                      WS-YYYY-MM-DD delimited by size
                      ".txt" delimited by size
                      into WS-PATH-MAESTRO-CTAS
           end-if.
           string WS-DIR-BASE delimited by spaces
                  "MANDATOS_SIN_CUENTA_" delimited by size
                  WS-YYYY-MM-DD delimited by size
                  ".txt" delimited by size
                  into WS-PATH-SIN-CUENTA.

      *        ---------------------------------------------------------
      *        Carga las adhesiones existentes; sin archivo se arranca
      *        con la tabla vacia (primera adhesion registrada)
      *        ---------------------------------------------------------
        cargarMandatos.
           move 0 to WS-CANT-MANDATOS.
           open input MANDATOS.
           if ok-MANDATOS
               read MANDATOS end-read
               perform cargarUnMandato until eof-MANDATOS
               close MANDATOS
           else
               display "ADVERTENCIA: no se pudo abrir MANDATOS ("
                   fs-MANDATOS "); se inicia un archivo nuevo."
           end-if.

        cargarUnMandato.
           if WS-CANT-MANDATOS < 99999
               add 1 to WS-CANT-MANDATOS
               move REG_MANDATO to MAN-REGISTRO(WS-CANT-MANDATOS)
           end-if.
           read MANDATOS end-read.

        buscarMandato.
           move 0 to IDX-MANDATO-HALLADO.
           move 1 to IDX-MANDATO.
           perform buscarUnMandato
               until IDX-MANDATO > WS-CANT-MANDATOS
               or IDX-MANDATO-HALLADO > 0.

        buscarUnMandato.
           move MAN-REGISTRO(IDX-MANDATO) to MANDATO-ACTUAL.
           if MAN-CUIT = CUIT-MOVIM
               and MAN-ENTIDAD = ENTIDAD-MOVIM
               and MAN-NRO-CTA = NRO-CTA-MOVIM
               and MAN-CBU = CBU-MOVIM
               move IDX-MANDATO to IDX-MANDATO-HALLADO
           end-if.
           add 1 to IDX-MANDATO.

      *        ---------------------------------------------------------
      *        Cuentas del maestro vigente; sin MAESTRO_CTAS no se puede
      *        validar ninguna adhesion
      *        ---------------------------------------------------------
        cargarCuentas.
           move 0 to WS-CANT-CTAS.
           open input MAESTRO-CTAS.
           if not ok-MAESTRO-CTAS
               display "ERROR: no se pudo abrir MAESTRO_CTAS ("
                   fs-MAESTRO-CTAS ") " WS-PATH-MAESTRO-CTAS
               move 8 to COD-RETORNO
           else
               read MAESTRO-CTAS end-read
               perform cargarUnaCuenta until eof-MAESTRO-CTAS
               close MAESTRO-CTAS
           end-if.

        cargarUnaCuenta.
           if WS-CANT-CTAS < 99999
               add 1 to WS-CANT-CTAS
               move CUIT-CO of REG_MAESTRO-CTAS
                   to CTA-CUIT(WS-CANT-CTAS)
               move ENTIDAD of REG_MAESTRO-CTAS
                   to CTA-ENTIDAD(WS-CANT-CTAS)
               move NRO-CTA of REG_MAESTRO-CTAS
                   to CTA-NRO(WS-CANT-CTAS)
               move CBU of REG_MAESTRO-CTAS
                   to CTA-CBU(WS-CANT-CTAS)
           end-if.
           read MAESTRO-CTAS end-read.

        buscarCuenta.
           move 0 to IDX-CTA-HALLADA.
           move 1 to IDX-CTA.
           perform buscarUnaCuenta
               until IDX-CTA > WS-CANT-CTAS
               or IDX-CTA-HALLADA > 0.

        buscarUnaCuenta.
           if CTA-CUIT(IDX-CTA) = CUIT-MOVIM
               and CTA-ENTIDAD(IDX-CTA) = ENTIDAD-MOVIM
               and CTA-NRO(IDX-CTA) = NRO-CTA-MOVIM
               move IDX-CTA to IDX-CTA-HALLADA
           end-if.
           add 1 to IDX-CTA.

      *        ---------------------------------------------------------
      *        Validacion y aplicacion de cada movimiento del lote
      *        ---------------------------------------------------------
        procesarMovimiento.
           move "S" to ES-VALIDO.
           move spaces to WS-MOTIVO.
           perform validarMovimiento.
           if MOVIM-ES-VALIDO
               if TIPO-MOVIM of REG_MANDATOSMOVIM = "A"
                   perform aplicarAlta
               else
                   perform aplicarRevocacion
               end-if
           else
               perform emitirExcepcion
           end-if.
           read MANDATOSMOVIM end-read.

        validarMovimiento.
           if TIPO-MOVIM of REG_MANDATOSMOVIM <> "A"
               and TIPO-MOVIM of REG_MANDATOSMOVIM <> "R"
               move "N" to ES-VALIDO
               move "tipo de movimiento desconocido" to WS-MOTIVO
           end-if.

           if MOVIM-ES-VALIDO
               if CUIT-CO of REG_MANDATOSMOVIM is not numeric
                   move "N" to ES-VALIDO
                   move "CUIT-CO no numerico" to WS-MOTIVO
               else
                   move CUIT-CO of REG_MANDATOSMOVIM to CUIT-MOVIM
               end-if
           end-if.

           if MOVIM-ES-VALIDO
               if ENTIDAD of REG_MANDATOSMOVIM is not numeric
                   or NRO-CTA of REG_MANDATOSMOVIM is not numeric
                   move "N" to ES-VALIDO
                   move "entidad o numero de cuenta no numerico"
                       to WS-MOTIVO
               else
                   move ENTIDAD of REG_MANDATOSMOVIM to ENTIDAD-MOVIM
                   move NRO-CTA of REG_MANDATOSMOVIM to NRO-CTA-MOVIM
                   perform buscarCuenta
               end-if
           end-if.

           if MOVIM-ES-VALIDO
               if CBU of REG_MANDATOSMOVIM = spaces
                   if IDX-CTA-HALLADA > 0
                       move CTA-CBU(IDX-CTA-HALLADA) to CBU-MOVIM
                   else
                       move 0 to CBU-MOVIM
                   end-if
               else
                   if CBU of REG_MANDATOSMOVIM is not numeric
                       move "N" to ES-VALIDO
                       move "CBU no numerico" to WS-MOTIVO
                   else
                       move CBU of REG_MANDATOSMOVIM to CBU-MOVIM
                   end-if
               end-if
           end-if.

           if MOVIM-ES-VALIDO
               if FECHA-MOVIM of REG_MANDATOSMOVIM = spaces
                   move WS-YYYY-MM-DD to FECHA-MOVIM-NUM
               else
                   if FECHA-MOVIM of REG_MANDATOSMOVIM is not numeric
                       move "N" to ES-VALIDO
                       move "fecha no numerica" to WS-MOTIVO
                   else
                       move FECHA-MOVIM of REG_MANDATOSMOVIM
                           to FECHA-MOVIM-NUM
                   end-if
               end-if
           end-if.

           if MOVIM-ES-VALIDO
               if MOVIM-MES < 1 or MOVIM-MES > 12
                   or MOVIM-DIA < 1 or MOVIM-DIA > 31
                   move "N" to ES-VALIDO
                   move "fecha invalida" to WS-MOTIVO
               else
                   if FECHA-MOVIM-NUM > WS-YYYY-MM-DD
                       move "N" to ES-VALIDO
                       move "fecha posterior a la del proceso"
                           to WS-MOTIVO
                   end-if
               end-if
           end-if.

           if MOVIM-ES-VALIDO
               perform buscarMandato
               if TIPO-MOVIM of REG_MANDATOSMOVIM = "A"
                   perform validarAlta
               else
                   perform validarRevocacion
               end-if
           end-if.

        validarAlta.
           if IDX-CTA-HALLADA = 0
               move "N" to ES-VALIDO
               move "la cuenta no figura en MAESTRO_CTAS del consorcio"
                   to WS-MOTIVO
           else
               if CTA-CBU(IDX-CTA-HALLADA) <> CBU-MOVIM
                   move "N" to ES-VALIDO
                   move "el CBU no coincide con MAESTRO_CTAS"
                       to WS-MOTIVO
               end-if
           end-if.

           if MOVIM-ES-VALIDO
               if IDX-MANDATO-HALLADO > 0 and MANDATO-ACTIVO
                   move "N" to ES-VALIDO
                   move "la cuenta ya tiene una adhesion activa"
                       to WS-MOTIVO
               end-if
           end-if.

        validarRevocacion.
           if IDX-MANDATO-HALLADO = 0
               move "N" to ES-VALIDO
               move "la cuenta no tiene adhesion registrada"
                   to WS-MOTIVO
           else
               if not MANDATO-ACTIVO
                   move "N" to ES-VALIDO
                   move "la adhesion ya esta revocada" to WS-MOTIVO
               else
                   if FECHA-MOVIM-NUM < MAN-FECHA-FIRMA
                       move "N" to ES-VALIDO
                       move "revocacion anterior a la firma"
                           to WS-MOTIVO
                   end-if
               end-if
           end-if.

      *        ---------------------------------------------------------
      *        Una adhesion nueva sobre una cuenta con adhesion revocada
      *        reemplaza al registro anterior (que queda en la imagen de
      *        auditoria)
      *        ---------------------------------------------------------
        aplicarAlta.
           move spaces to WS-AUD-ANTES.
           if IDX-MANDATO-HALLADO > 0
               move MAN-REGISTRO(IDX-MANDATO-HALLADO) to WS-AUD-ANTES
           else
               add 1 to WS-CANT-MANDATOS
               move WS-CANT-MANDATOS to IDX-MANDATO-HALLADO
           end-if.
           move CUIT-MOVIM to MAN-CUIT.
           move ENTIDAD-MOVIM to MAN-ENTIDAD.
           move NRO-CTA-MOVIM to MAN-NRO-CTA.
           move CBU-MOVIM to MAN-CBU.
           move FECHA-MOVIM-NUM to MAN-FECHA-FIRMA.
           move "A" to MAN-ESTADO.
           move 0 to MAN-FECHA-REVOCACION.
           move MANDATO-ACTUAL to MAN-REGISTRO(IDX-MANDATO-HALLADO).
           add 1 to TOTAL-ALTAS.
           display "ADHESION REGISTRADA: CUIT " MAN-CUIT " entidad "
               MAN-ENTIDAD " cuenta " MAN-NRO-CTA " firmada el "
               MAN-FECHA-FIRMA.
           move "A" to WS-AUD-TIPO.
           perform auditarMandato.

        aplicarRevocacion.
           move MAN-REGISTRO(IDX-MANDATO-HALLADO) to WS-AUD-ANTES.
           move "R" to MAN-ESTADO.
           move FECHA-MOVIM-NUM to MAN-FECHA-REVOCACION.
           move MANDATO-ACTUAL to MAN-REGISTRO(IDX-MANDATO-HALLADO).
           add 1 to TOTAL-REVOCACIONES.
           display "ADHESION REVOCADA: CUIT " MAN-CUIT " entidad "
               MAN-ENTIDAD " cuenta " MAN-NRO-CTA " el "
               MAN-FECHA-REVOCACION.
           move "R" to WS-AUD-TIPO.
           perform auditarMandato.

        auditarMandato.
           move spaces to WS-AUD-CLAVE.
           move MAN-CUIT to WS-AUD-CUIT.
           move MAN-NRO-CTA to WS-AUD-PROV.
           move spaces to WS-AUD-DESPUES.
           move MANDATO-ACTUAL to WS-AUD-DESPUES.
           perform grabarAuditoria.

      *        ---------------------------------------------------------
      *        Cotejo de las adhesiones activas contra MAESTRO_CTAS: una
      *        adhesion cuya cuenta ya no esta en el maestro (o cambio
      *        de CBU) queda en el listado para darla de baja o pedir
      *        una adhesion nueva
      *        ---------------------------------------------------------
        cotejarMandatos.
           open output SIN-CUENTA.
           move 1 to IDX-MANDATO.
           perform cotejarUnMandato
               until IDX-MANDATO > WS-CANT-MANDATOS.
           close SIN-CUENTA.

        cotejarUnMandato.
           move MAN-REGISTRO(IDX-MANDATO) to MANDATO-ACTUAL.
           if MANDATO-ACTIVO
               move MAN-CUIT to CUIT-MOVIM
               move MAN-ENTIDAD to ENTIDAD-MOVIM
               move MAN-NRO-CTA to NRO-CTA-MOVIM
               perform buscarCuenta
               if IDX-CTA-HALLADA > 0
                   if CTA-CBU(IDX-CTA-HALLADA) <> MAN-CBU
                       move 0 to IDX-CTA-HALLADA
                   end-if
               end-if
               if IDX-CTA-HALLADA = 0
                   perform listarSinCuenta
               end-if
           end-if.
           add 1 to IDX-MANDATO.

        listarSinCuenta.
           add 1 to TOTAL-SIN-CUENTA.
           move MAN-CUIT to CUIT-CO of REG_SIN-CUENTA.
           move MAN-ENTIDAD to ENTIDAD of REG_SIN-CUENTA.
           move MAN-NRO-CTA to NRO-CTA of REG_SIN-CUENTA.
           move MAN-CBU to CBU of REG_SIN-CUENTA.
           move MAN-FECHA-FIRMA to FECHA-FIRMA of REG_SIN-CUENTA.
           move WS-YYYY-MM-DD to FECHA-PROCESO of REG_SIN-CUENTA.
           write REG_SIN-CUENTA.
           display "ADHESION SIN CUENTA EN MAESTRO_CTAS: CUIT " MAN-CUIT
               " entidad " MAN-ENTIDAD " cuenta " MAN-NRO-CTA.

        liberarMandatos.
           move 1 to IDX-MANDATO.
           perform liberarUnMandato
               until IDX-MANDATO > WS-CANT-MANDATOS.

        liberarUnMandato.
           move MAN-REGISTRO(IDX-MANDATO) to REG_ORDENAR.
           release REG_ORDENAR.
           add 1 to IDX-MANDATO.

        grabarMandatos.
           open output MANDATOS.
           if not ok-MANDATOS
               display "ERROR: no se pudo regrabar MANDATOS ("
                   fs-MANDATOS ")."
               move 8 to COD-RETORNO
           else
               RETURN ORDENAR AT END CONTINUE END-RETURN
               perform grabarUnMandato until eof-ORDENAR
               close MANDATOS
           end-if.

        grabarUnMandato.
           move REG_ORDENAR to REG_MANDATO.
           write REG_MANDATO.
           RETURN ORDENAR AT END CONTINUE.

      *        ---------------------------------------------------------
      *        Pista de auditoria comun: cada movimiento aplicado queda
      *        en el archivo fechado de auditoria con la imagen del
      *        registro antes y despues y el operador del run
      *        ---------------------------------------------------------
        abrirAuditoria.
           accept WS-ENV-VAL from environment "AUDIT_OPERADOR".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to OPERADOR-RUN
           end-if.
           accept WS-ENV-VAL from environment "AUDIT_ARCHIVO".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-AUDITORIA
           else
               string "C:\temp\AUDITORIA_" delimited by size
                      WS-YYYY-MM-DD delimited by size
                      ".txt" delimited by size
                      into WS-PATH-AUDITORIA
           end-if.
           open extend AUDITORIA.
           if not ok-AUDITORIA
               open output AUDITORIA
           end-if.
           if ok-AUDITORIA
               move "S" to AUDITORIA-DISPONIBLE
           else
               display "ADVERTENCIA: no se pudo abrir la pista de "
               "auditoria (" fs-AUDITORIA "); los movimientos de "
               "este run no quedan auditados."
           end-if.

        cerrarAuditoria.
           if AUDITORIA-DISPONIBLE = "S"
               close AUDITORIA
           end-if.

        grabarAuditoria.
           if AUDITORIA-DISPONIBLE = "S"
               move WS-YYYY-MM-DD to FECHA-PROCESO of REG_AUDITORIA
               move "MantenerMandatos" to PROGRAMA of REG_AUDITORIA
               move OPERADOR-RUN to OPERADOR of REG_AUDITORIA
               move WS-AUD-TIPO to TIPO-MOVIM-AUD of REG_AUDITORIA
               move WS-AUD-CLAVE to CLAVE-AUD of REG_AUDITORIA
               move WS-AUD-ANTES to IMAGEN-ANTES of REG_AUDITORIA
               move WS-AUD-DESPUES to IMAGEN-DESPUES of REG_AUDITORIA
               write REG_AUDITORIA
           end-if.

        emitirExcepcion.
           add 1 to TOTAL-RECHAZADOS.
           move spaces to REG_EXCEPCION.
           string TIPO-MOVIM of REG_MANDATOSMOVIM "  "
               CUIT-CO of REG_MANDATOSMOVIM "  "
               ENTIDAD of REG_MANDATOSMOVIM "  "
               NRO-CTA of REG_MANDATOSMOVIM "  "
               FECHA-MOVIM of REG_MANDATOSMOVIM "  "
               WS-MOTIVO
               delimited by size into REG_EXCEPCION.
           write REG_EXCEPCION.
           display "RECHAZADO: " REG_EXCEPCION.

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

        end program MantenerMandatos.

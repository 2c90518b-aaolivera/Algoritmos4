        identification division.
        program-id. MantenerUnidades.

        ENVIRONMENT division.
        configuration section.

        input-output section.
        file-control.
             select UNIDADMOVIM
             assign to dynamic WS-PATH-UNIDADMOVIM
             organization is line sequential
             file status is fs-UNIDADMOVIM.

             select UNIDADES-ORIGEN
             assign to dynamic WS-PATH-UNIDADES-ORIGEN
             organization is line sequential
             file status is fs-UNIDADES-ORIGEN.

             select UNIDADES-DESTINO
             assign to dynamic WS-PATH-UNIDADES-DESTINO
             organization is line sequential
             file status is fs-UNIDADES-DESTINO.

             select MAESTRO
             assign to dynamic WS-PATH-MAESTRO
             organization is line sequential
             file status is fs-MAESTRO.

             select EXCEPCIONES
             assign to dynamic WS-PATH-EXCEPCIONES
             organization is line sequential
             file status is fs-EXCEPCIONES.

             select AUDITORIA
             assign to dynamic WS-PATH-AUDITORIA
             organization is line sequential
             file status is fs-AUDITORIA.

             select ORDENAR
             assign to "WORKU.TMP"
             file status is fs-ORDENAR.

        DATA division.
        file section.
      *        --- movimiento de unidad funcional: tipo ("A" alta, "M"
      *        modificacion, "B" baja) y la imagen de la unidad en
      *        texto; en "M" los campos en blanco conservan el valor
      *        vigente ---
        fd UNIDADMOVIM.
        01 REG_MOVIM-UNIDAD.
             03 TIPO-MOVIM pic x(01).
             03 CUIT-CO pic x(15).
             03 NRO-UNIDAD pic x(4).
             03 NOMBRE-PROPIETARIO pic x(30).
             03 TIPO-DOC-PROPIETARIO pic x(01).
             03 NRO-DOC-PROPIETARIO pic x(11).
             03 COEFICIENTE pic x(7).
             03 ENTIDAD pic x(3).
             03 SUCURSAL pic x(3).
             03 NRO-CTA pic x(8).
             03 CBU pic x(22).

      *        --- maestro de unidades funcionales, ascendente por
      *        CUIT-CO y NRO-UNIDAD; COEFICIENTE es el porcentaje de la
      *        unidad sobre el total del consorcio (4 decimales) y la
      *        cuenta del propietario es optativa (ceros si no hay) ---
        fd UNIDADES-ORIGEN.
        01 REG_UNIDAD-ORIGEN.
             03 CUIT-CO pic 9(15).
             03 NRO-UNIDAD pic 9(4).
             03 NOMBRE-PROPIETARIO pic x(30).
             03 TIPO-DOC-PROPIETARIO pic x(01).
             03 NRO-DOC-PROPIETARIO pic 9(11).
             03 COEFICIENTE pic 9(3)v9(4).
             03 ENTIDAD pic 9(3).
             03 SUCURSAL pic 9(3).
             03 NRO-CTA pic 9(8).
             03 CBU pic 9(22).

        fd UNIDADES-DESTINO.
        01 REG_UNIDAD-DESTINO.
             03 CUIT-CO pic 9(15).
             03 NRO-UNIDAD pic 9(4).
             03 NOMBRE-PROPIETARIO pic x(30).
             03 TIPO-DOC-PROPIETARIO pic x(01).
             03 NRO-DOC-PROPIETARIO pic 9(11).
             03 COEFICIENTE pic 9(3)v9(4).
             03 ENTIDAD pic 9(3).
             03 SUCURSAL pic 9(3).
             03 NRO-CTA pic 9(8).
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

      *        --- movimientos validos en su forma, ordenados por
      *        clave y por orden de llegada ---
        sd ORDENAR.
        01 REG_ORDENAR.
             03 CUIT-CO pic 9(15).
             03 NRO-UNIDAD pic 9(4).
             03 SECUENCIA pic 9(6).
             03 MOVIMIENTO pic x(105).

        working-storage section.
        01 fs-UNIDADMOVIM pic xx.
             88 ok-UNIDADMOVIM value "00".
             88 eof-UNIDADMOVIM value "10".
        01 fs-UNIDADES-ORIGEN pic xx.
             88 ok-UNIDADES-ORIGEN value "00".
             88 eof-UNIDADES-ORIGEN value "10".
        01 fs-UNIDADES-DESTINO pic xx.
             88 ok-UNIDADES-DESTINO value "00".
        01 fs-MAESTRO pic xx.
             88 ok-MAESTRO value "00".
             88 eof-MAESTRO value "10".
        01 fs-EXCEPCIONES pic xx.
             88 ok-EXCEPCIONES value "00".
        01 fs-ORDENAR pic xx.
             88 ok-ORDENAR value "00".
             88 eof-ORDENAR value "10".

        01 WS-PATH-UNIDADMOVIM pic x(200)
            value "C:\UNIDADES-MOVIM.txt".
        01 WS-PATH-UNIDADES-ORIGEN pic x(200) value "C:\UNIDADES.txt".
        01 WS-PATH-UNIDADES-DESTINO pic x(200)
            value "C:\UNIDADES-NUEVO.txt".
        01 WS-PATH-MAESTRO pic x(200) value "C:\MAESTRO.txt".
        01 WS-PATH-EXCEPCIONES pic x(200)
            value "C:\UNIDADES-EXC.txt".
        01 WS-ENV-VAL pic x(200).

      *        --- CUIT-CO del maestro vigente (ascendente), para que
      *        no se den de alta unidades de consorcios inexistentes;
      *        sin maestro la verificacion se omite ---
        01 USAR-MAESTRO pic x value "N".
        01 WS-CANT-CONSORCIOS pic 9(6) value 0.
        01 tablaConsorcios.
            03 consorcioItem OCCURS 1 TO 99999 TIMES
                DEPENDING ON WS-CANT-CONSORCIOS.
                05 CON-CUIT pic 9(15).
        01 IDX-CONSORCIO pic 9(7).
        01 IDX-CONSORCIO-HALLADO pic 9(7).
        01 LIM-INF-CONSORCIO pic 9(7).
        01 LIM-SUP-CONSORCIO pic 9(7).

      *        --- unidades del consorcio en proceso: como estaban en
      *        el maestro de origen y como quedan con los movimientos
      *        del lote; si los coeficientes resultantes no suman 100%
      *        se regraba la version original ---
        01 ORIGEN-ABIERTO pic x value "N".
        01 CUIT-ACT pic 9(15).
        01 CANT-ORIGINAL pic 9(4) value 0.
        01 tablaOriginal occurs 999 times.
            03 ORI-UNIDAD pic x(104).
        01 CANT-RESULTADO pic 9(4) value 0.
        01 tablaResultado occurs 999 times.
            03 RES-UNIDAD.
                05 RES-CUIT pic 9(15).
                05 RES-NRO-UNIDAD pic 9(4).
                05 RES-NOMBRE pic x(30).
                05 RES-TIPO-DOC pic x(01).
                05 RES-NRO-DOC pic 9(11).
                05 RES-COEFICIENTE pic 9(3)v9(4).
                05 RES-ENTIDAD pic 9(3).
                05 RES-SUCURSAL pic 9(3).
                05 RES-NRO-CTA pic 9(8).
                05 RES-CBU pic 9(22).
            03 RES-BORRADA pic x(01).
        01 IDX-RESULTADO pic 9(4).
        01 IDX-RESULTADO-HALLADO pic 9(4).
        01 IDX-CORRIMIENTO pic 9(4).

      *        --- movimientos aplicados al consorcio en proceso, con
      *        sus imagenes, para auditarlos o rechazarlos al cierre ---
        01 CANT-APLICADOS pic 9(4) value 0.
        01 tablaAplicados occurs 999 times.
            03 APL-TIPO pic x(01).
            03 APL-NRO-UNIDAD pic 9(4).
            03 APL-MOVIMIENTO pic x(105).
            03 APL-ANTES pic x(130).
            03 APL-DESPUES pic x(130).
        01 IDX-APLICADO pic 9(4).

        01 SUMA-COEFICIENTES pic 9(5)v9(4).
        01 SUMA-COEF-EDITADA pic zzzz9.9999.
        01 CANT-VIGENTES pic 9(4).
        01 CONSORCIO-DESBORDADO pic x.

        01 SECUENCIA-MOVIM pic 9(6) value 0.
        01 MOVIM-EN-PROCESO.
             03 MOV-TIPO pic x(01).
             03 MOV-CUIT pic x(15).
             03 MOV-NRO-UNIDAD pic x(4).
             03 MOV-NOMBRE pic x(30).
             03 MOV-TIPO-DOC pic x(01).
             03 MOV-NRO-DOC pic x(11).
             03 MOV-COEFICIENTE pic x(7).
             03 MOV-ENTIDAD pic x(3).
             03 MOV-SUCURSAL pic x(3).
             03 MOV-NRO-CTA pic x(8).
             03 MOV-CBU pic x(22).
        01 COEFICIENTE-MOVIM pic 9(3)v9(4).
        01 COEFICIENTE-MOVIM-X redefines COEFICIENTE-MOVIM pic x(7).

        01 ES-VALIDO pic x.
            88 MOVIM-ES-VALIDO value "S".
        01 WS-MOTIVO pic x(80).

      *        --- validacion del digito verificador del CUIT (modulo
      *        11, pesos 5-4-3-2-7-6-5-4-3-2 sobre los 11 digitos
      *        bajos; los 4 altos del campo de 15 deben ser cero) ---
        01 PESOS-CUIT pic x(10) value "5432765432".
        01 CUIT-A-VALIDAR pic 9(15).
        01 CUIT-VALIDAR-X redefines CUIT-A-VALIDAR pic x(15).
        01 SUMA-CUIT pic 9(4).
        01 COCIENTE-CUIT pic 9(4).
        01 RESTO-CUIT pic 9(2).
        01 POS-CUIT pic 99.
        01 DIGITO-CUIT pic 9.
        01 PESO-CUIT pic 9.
        01 VERIF-CUIT pic 99.
        01 CUIT-VALIDO pic x.

      *        --- validacion de los dos digitos verificadores del CBU
      *        (bloque entidad/sucursal y bloque cuenta) ---
        01 PESOS-CBU-BLOQUE-1 pic x(7) value "7139713".
        01 PESOS-CBU-BLOQUE-2 pic x(13) value "3971397139713".
        01 CBU-EN-PROCESO pic 9(22).
        01 CBU-X redefines CBU-EN-PROCESO pic x(22).
        01 SUMA-CBU pic 9(4).
        01 COCIENTE-CBU pic 9(4).
        01 RESTO-CBU pic 9(2).
        01 POS-CBU pic 99.
        01 DIGITO-CBU pic 9.
        01 PESO-CBU pic 9.
        01 VERIF-CBU pic 99.
        01 CBU-VALIDO pic x.

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
        01 TOTAL-MODIFICADOS pic 9(6) value 0.
        01 TOTAL-BAJAS pic 9(6) value 0.
        01 TOTAL-RECHAZADOS pic 9(6) value 0.
        01 TOTAL-CONSORCIOS-RECHAZADOS pic 9(6) value 0.
        01 TOTAL-CONSORCIOS-OBSERVADOS pic 9(6) value 0.
        01 TOTAL-UNIDADES-GRABADAS pic 9(8) value 0.

      *        --- codigo de retorno del paso (0 limpio, 4 con
      *        advertencias, 8 error serio) ---
        01 COD-RETORNO pic 9(2) value 0.

      *        ---------------------------------------------------------
      *        Mantenimiento del maestro de unidades funcionales por
      *        transaccion: lee un lote de movimientos ("A" alta, "M"
      *        modificacion, "B" baja) con clave CUIT-CO + NRO-UNIDAD,
      *        valida cada uno en su forma (CUIT del propietario con
      *        digito verificador, coeficiente, CBU optativo con sus
      *        dos verificadores), los ordena por clave y los aplica
      *        sobre el maestro de origen regrabando el destino, como
      *        ModifConsorcio con los CONSOR. Las altas exigen que el
      *        consorcio exista en el maestro vigente. Al cerrar cada
      *        consorcio los coeficientes de sus unidades deben sumar
      *        100%: si no, se rechazan todos los movimientos del
      *        consorcio y se conservan sus unidades como estaban. Los
      *        movimientos aplicados quedan en la pista de auditoria
      *        comun; los rechazados van a excepciones con su motivo.
      *        ---------------------------------------------------------
        PROCEDURE division.
           perform leerParametros.
           perform cargarConsorcios.
           perform abrirAuditoria.
           open output EXCEPCIONES.

           sort ORDENAR
               ON ASCENDING CUIT-CO of REG_ORDENAR
               ON ASCENDING NRO-UNIDAD of REG_ORDENAR
               ON ASCENDING SECUENCIA of REG_ORDENAR
           input procedure is entrada
           output procedure is salida.

           close EXCEPCIONES.
           perform cerrarAuditoria.

           display "Total de altas aplicadas: " TOTAL-ALTAS.
           display "Total de modificaciones aplicadas: "
               TOTAL-MODIFICADOS.
           display "Total de bajas aplicadas: " TOTAL-BAJAS.
           display "Total de movimientos rechazados: " TOTAL-RECHAZADOS.
           display "Consorcios rechazados por coeficientes: "
               TOTAL-CONSORCIOS-RECHAZADOS.
           display "Consorcios vigentes con coeficientes observados: "
               TOTAL-CONSORCIOS-OBSERVADOS.
           display "Total de unidades grabadas: "
               TOTAL-UNIDADES-GRABADAS.
           if COD-RETORNO < 4
               and (TOTAL-RECHAZADOS > 0
               or TOTAL-CONSORCIOS-OBSERVADOS > 0)
               move 4 to COD-RETORNO
           end-if.
           move COD-RETORNO to RETURN-CODE.
        goback.

      *        ---------------------------------------------------------
      *        Parametros del run: rutas del lote, del maestro de
      *        unidades de origen y destino, del maestro de consorcios
      *        y de excepciones
      *        ---------------------------------------------------------
        leerParametros.
           accept WS-ENV-VAL from environment "UNIDADES_ENTRADA".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-UNIDADMOVIM
           end-if.

           accept WS-ENV-VAL from environment "UNIDADES_ORIGEN".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-UNIDADES-ORIGEN
           end-if.

           accept WS-ENV-VAL from environment "UNIDADES_DESTINO".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-UNIDADES-DESTINO
           end-if.

           accept WS-ENV-VAL from environment "UNIDADES_MAESTRO".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-MAESTRO
           end-if.

           accept WS-ENV-VAL from environment "UNIDADES_EXCEPCIONES".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-EXCEPCIONES
           end-if.

        cargarConsorcios.
           move 0 to WS-CANT-CONSORCIOS.
           open input MAESTRO.
           if ok-MAESTRO
               move "S" to USAR-MAESTRO
               read MAESTRO end-read
               perform cargarUnConsorcio until eof-MAESTRO
               close MAESTRO
           else
               display "ADVERTENCIA: no se pudo abrir el maestro ("
               fs-MAESTRO "); las altas no se verifican contra los "
               "consorcios vigentes."
           end-if.

        cargarUnConsorcio.
           if WS-CANT-CONSORCIOS < 99999
               add 1 to WS-CANT-CONSORCIOS
               move CUIT-CO of REG_MAESTRO
                   to CON-CUIT(WS-CANT-CONSORCIOS)
           end-if.
           read MAESTRO end-read.

      *        ---------------------------------------------------------
      *        Busqueda binaria del CUIT-CO en el maestro vigente
      *        ---------------------------------------------------------
        buscarConsorcio.
           move 0 to IDX-CONSORCIO-HALLADO.
           move 1 to LIM-INF-CONSORCIO.
           move WS-CANT-CONSORCIOS to LIM-SUP-CONSORCIO.
           perform buscarUnConsorcio
               until LIM-INF-CONSORCIO > LIM-SUP-CONSORCIO
               or IDX-CONSORCIO-HALLADO > 0.

        buscarUnConsorcio.
           compute IDX-CONSORCIO
               = (LIM-INF-CONSORCIO + LIM-SUP-CONSORCIO) / 2.
           if CON-CUIT(IDX-CONSORCIO) = CUIT-ACT
               move IDX-CONSORCIO to IDX-CONSORCIO-HALLADO
           else
               if CON-CUIT(IDX-CONSORCIO) < CUIT-ACT
                   compute LIM-INF-CONSORCIO = IDX-CONSORCIO + 1
               else
                   compute LIM-SUP-CONSORCIO = IDX-CONSORCIO - 1
               end-if
           end-if.

      *        ---------------------------------------------------------
      *        Valida cada movimiento en su forma y libera al sort los
      *        que pasan; los mal formados se rechazan de entrada
      *        ---------------------------------------------------------
        entrada.
           open input UNIDADMOVIM.
           if ok-UNIDADMOVIM
               read UNIDADMOVIM end-read
               perform liberarUnMovimiento until eof-UNIDADMOVIM
               close UNIDADMOVIM
           else
               display "ERROR: no se pudo abrir el lote de "
               "movimientos (" fs-UNIDADMOVIM ")."
               move 8 to COD-RETORNO
           end-if.

        liberarUnMovimiento.
           move REG_MOVIM-UNIDAD to MOVIM-EN-PROCESO.
           move "S" to ES-VALIDO.
           move spaces to WS-MOTIVO.
           perform validarForma.
           if MOVIM-ES-VALIDO
               add 1 to SECUENCIA-MOVIM
               move MOV-CUIT to CUIT-CO of REG_ORDENAR
               move MOV-NRO-UNIDAD to NRO-UNIDAD of REG_ORDENAR
               move SECUENCIA-MOVIM to SECUENCIA of REG_ORDENAR
               move MOVIM-EN-PROCESO to MOVIMIENTO of REG_ORDENAR
               release REG_ORDENAR
           else
               perform emitirExcepcion
           end-if.
           read UNIDADMOVIM end-read.

        validarForma.
           if MOV-TIPO <> "A" and MOV-TIPO <> "M" and MOV-TIPO <> "B"
               move "N" to ES-VALIDO
               move "tipo de movimiento desconocido" to WS-MOTIVO
           end-if.

           if MOVIM-ES-VALIDO
               if MOV-CUIT is not numeric
                   or MOV-NRO-UNIDAD is not numeric
                   or MOV-NRO-UNIDAD = "0000"
                   move "N" to ES-VALIDO
                   move "CUIT-CO o NRO-UNIDAD invalido" to WS-MOTIVO
               end-if
           end-if.

           if MOVIM-ES-VALIDO and MOV-TIPO = "A"
               if MOV-NOMBRE = spaces
                   or MOV-TIPO-DOC = space
                   or MOV-NRO-DOC = spaces
                   or MOV-COEFICIENTE = spaces
                   move "N" to ES-VALIDO
                   move "alta sin propietario, documento o coeficiente"
                       to WS-MOTIVO
               end-if
           end-if.

           if MOVIM-ES-VALIDO and MOV-TIPO = "M"
               if MOV-NOMBRE = spaces and MOV-TIPO-DOC = space
                   and MOV-NRO-DOC = spaces
                   and MOV-COEFICIENTE = spaces
                   and MOV-ENTIDAD = spaces and MOV-SUCURSAL = spaces
                   and MOV-NRO-CTA = spaces and MOV-CBU = spaces
                   move "N" to ES-VALIDO
                   move "modificacion sin campos a regrabar"
                       to WS-MOTIVO
               end-if
           end-if.

           if MOVIM-ES-VALIDO and MOV-TIPO <> "B"
               perform validarCamposUnidad
           end-if.

      *        ---------------------------------------------------------
      *        Campos informados del alta o de la modificacion: el
      *        documento es CUIT ("C", con digito verificador) o DNI
      *        ("D"); el coeficiente va de 0.0001 a 100%; la cuenta es
      *        optativa pero si viene, viene completa y con CBU valido
      *        ---------------------------------------------------------
        validarCamposUnidad.
           if MOV-TIPO-DOC <> space
               and MOV-TIPO-DOC <> "C" and MOV-TIPO-DOC <> "D"
               move "N" to ES-VALIDO
               move "tipo de documento del propietario invalido"
                   to WS-MOTIVO
           end-if.

           if MOVIM-ES-VALIDO and MOV-NRO-DOC <> spaces
               if MOV-NRO-DOC is not numeric
                   or MOV-NRO-DOC = "00000000000"
                   move "N" to ES-VALIDO
                   move "documento del propietario invalido"
                       to WS-MOTIVO
               else
                   if MOV-TIPO-DOC = "C"
                       move MOV-NRO-DOC to CUIT-A-VALIDAR
                       perform validarCuit
                       if CUIT-VALIDO <> "S"
                           move "N" to ES-VALIDO
                           move "CUIT del propietario invalido"
                               to WS-MOTIVO
                       end-if
                   end-if
               end-if
           end-if.

           if MOVIM-ES-VALIDO and MOV-COEFICIENTE <> spaces
               move MOV-COEFICIENTE to COEFICIENTE-MOVIM-X
               if COEFICIENTE-MOVIM-X is not numeric
                   or COEFICIENTE-MOVIM = 0
                   or COEFICIENTE-MOVIM > 100
                   move "N" to ES-VALIDO
                   move "coeficiente invalido" to WS-MOTIVO
               end-if
           end-if.

           if MOVIM-ES-VALIDO
               if (MOV-ENTIDAD <> spaces and MOV-ENTIDAD is not numeric)
                   or (MOV-SUCURSAL <> spaces
                       and MOV-SUCURSAL is not numeric)
                   or (MOV-NRO-CTA <> spaces
                       and MOV-NRO-CTA is not numeric)
                   move "N" to ES-VALIDO
                   move "cuenta del propietario no numerica"
                       to WS-MOTIVO
               end-if
           end-if.

           if MOVIM-ES-VALIDO and MOV-CBU <> spaces
               if MOV-CBU is not numeric
                   move "N" to ES-VALIDO
                   move "CBU del propietario no numerico" to WS-MOTIVO
               else
                   move MOV-CBU to CBU-X
                   perform validarCbu
                   if CBU-VALIDO <> "S"
                       move "N" to ES-VALIDO
                       move "CBU del propietario invalido"
                           to WS-MOTIVO
                   end-if
               end-if
           end-if.

      *        ---------------------------------------------------------
      *        Aplica los movimientos ordenados sobre el maestro de
      *        origen, consorcio por consorcio (los dos vienen
      *        ascendentes por CUIT-CO y NRO-UNIDAD)
      *        ---------------------------------------------------------
        salida.
           move "N" to ORIGEN-ABIERTO.
           open input UNIDADES-ORIGEN.
           if not ok-UNIDADES-ORIGEN
               display "ADVERTENCIA: no se pudo abrir el maestro de "
               "unidades de origen (" fs-UNIDADES-ORIGEN "); se parte "
               "de un maestro vacio."
               move "10" to fs-UNIDADES-ORIGEN
           else
               move "S" to ORIGEN-ABIERTO
               read UNIDADES-ORIGEN end-read
           end-if.
           open output UNIDADES-DESTINO.
           if not ok-UNIDADES-DESTINO
               display "ERROR: no se pudo abrir el maestro de unidades "
               "de destino (" fs-UNIDADES-DESTINO ")."
               move 8 to COD-RETORNO
           else
               return ORDENAR at end continue end-return
               perform procesarConsorcio
                   until eof-UNIDADES-ORIGEN and eof-ORDENAR
               close UNIDADES-DESTINO
           end-if.
           if ORIGEN-ABIERTO = "S"
               close UNIDADES-ORIGEN
           end-if.

        procesarConsorcio.
           if eof-ORDENAR
               move CUIT-CO of REG_UNIDAD-ORIGEN to CUIT-ACT
           else
               if eof-UNIDADES-ORIGEN
                   move CUIT-CO of REG_ORDENAR to CUIT-ACT
               else
                   if CUIT-CO of REG_UNIDAD-ORIGEN
                       < CUIT-CO of REG_ORDENAR
                       move CUIT-CO of REG_UNIDAD-ORIGEN to CUIT-ACT
                   else
                       move CUIT-CO of REG_ORDENAR to CUIT-ACT
                   end-if
               end-if
           end-if.
           move 0 to CANT-ORIGINAL.
           move 0 to CANT-RESULTADO.
           move 0 to CANT-APLICADOS.
           move "N" to CONSORCIO-DESBORDADO.
           perform cargarUnidadOriginal
               until eof-UNIDADES-ORIGEN
               or CUIT-CO of REG_UNIDAD-ORIGEN <> CUIT-ACT.
           perform aplicarMovimiento
               until eof-ORDENAR
               or CUIT-CO of REG_ORDENAR <> CUIT-ACT.
           perform cerrarConsorcio.

        cargarUnidadOriginal.
           if CANT-ORIGINAL < 999
               add 1 to CANT-ORIGINAL
               move REG_UNIDAD-ORIGEN to ORI-UNIDAD(CANT-ORIGINAL)
               add 1 to CANT-RESULTADO
               move REG_UNIDAD-ORIGEN to RES-UNIDAD(CANT-RESULTADO)
               move "N" to RES-BORRADA(CANT-RESULTADO)
           else
               move "S" to CONSORCIO-DESBORDADO
               display "ERROR: el consorcio " CUIT-ACT " tiene mas de "
               "999 unidades; la unidad " NRO-UNIDAD of
               REG_UNIDAD-ORIGEN " no se conserva."
               move 8 to COD-RETORNO
           end-if.
           read UNIDADES-ORIGEN end-read.

      *        ---------------------------------------------------------
      *        Valida el movimiento contra las unidades del consorcio
      *        tal como van quedando y lo aplica sobre tablaResultado
      *        ---------------------------------------------------------
        aplicarMovimiento.
           move MOVIMIENTO of REG_ORDENAR to MOVIM-EN-PROCESO.
           move "S" to ES-VALIDO.
           move spaces to WS-MOTIVO.
           perform buscarUnidad.
           evaluate MOV-TIPO
               when "A"
                   if IDX-RESULTADO-HALLADO > 0
                       move "N" to ES-VALIDO
                       move "la unidad ya existe en el maestro"
                           to WS-MOTIVO
                   else
                   if CANT-RESULTADO >= 999 or CANT-APLICADOS >= 999
                       move "N" to ES-VALIDO
                       move "el consorcio supera las 999 unidades"
                           to WS-MOTIVO
                   else
                       perform verificarConsorcioVigente
                   end-if
                   end-if
               when other
                   if IDX-RESULTADO-HALLADO = 0
                       move "N" to ES-VALIDO
                       move "la unidad no existe en el maestro"
                           to WS-MOTIVO
                   end-if
           end-evaluate.

           if MOVIM-ES-VALIDO and CANT-APLICADOS >= 999
               move "N" to ES-VALIDO
               move "mas de 999 movimientos para el consorcio"
                   to WS-MOTIVO
           end-if.

           if MOVIM-ES-VALIDO
               add 1 to CANT-APLICADOS
               move MOV-TIPO to APL-TIPO(CANT-APLICADOS)
               move NRO-UNIDAD of REG_ORDENAR
                   to APL-NRO-UNIDAD(CANT-APLICADOS)
               move MOVIM-EN-PROCESO to APL-MOVIMIENTO(CANT-APLICADOS)
               move spaces to APL-ANTES(CANT-APLICADOS)
               move spaces to APL-DESPUES(CANT-APLICADOS)
               evaluate MOV-TIPO
                   when "A"
                       perform aplicarAlta
                   when "M"
                       perform aplicarModificacion
                   when "B"
                       perform aplicarBaja
               end-evaluate
           else
               perform emitirExcepcion
           end-if.
           return ORDENAR at end continue end-return.

        verificarConsorcioVigente.
           if USAR-MAESTRO = "S"
               perform buscarConsorcio
               if IDX-CONSORCIO-HALLADO = 0
                   move "N" to ES-VALIDO
                   move "CUIT-CO inexistente en el maestro vigente"
                       to WS-MOTIVO
               end-if
           end-if.

        buscarUnidad.
           move 0 to IDX-RESULTADO-HALLADO.
           move 1 to IDX-RESULTADO.
           perform buscarUnaUnidad until IDX-RESULTADO > CANT-RESULTADO
               or IDX-RESULTADO-HALLADO > 0.

        buscarUnaUnidad.
           if RES-NRO-UNIDAD(IDX-RESULTADO) = NRO-UNIDAD of REG_ORDENAR
               and RES-BORRADA(IDX-RESULTADO) = "N"
               move IDX-RESULTADO to IDX-RESULTADO-HALLADO
           end-if.
           add 1 to IDX-RESULTADO.

      *        ---------------------------------------------------------
      *        Inserta el alta en su posicion ascendente por
      *        NRO-UNIDAD, corriendo un lugar las unidades que la
      *        siguen
      *        ---------------------------------------------------------
        aplicarAlta.
           add 1 to CANT-RESULTADO.
           move CANT-RESULTADO to IDX-CORRIMIENTO.
           perform correrUnaUnidad
               until IDX-CORRIMIENTO = 1
               or RES-NRO-UNIDAD(IDX-CORRIMIENTO - 1)
                  < NRO-UNIDAD of REG_ORDENAR.
           move CUIT-ACT to RES-CUIT(IDX-CORRIMIENTO).
           move NRO-UNIDAD of REG_ORDENAR
               to RES-NRO-UNIDAD(IDX-CORRIMIENTO).
           move MOV-NOMBRE to RES-NOMBRE(IDX-CORRIMIENTO).
           move MOV-TIPO-DOC to RES-TIPO-DOC(IDX-CORRIMIENTO).
           move MOV-NRO-DOC to RES-NRO-DOC(IDX-CORRIMIENTO).
           move MOV-COEFICIENTE to COEFICIENTE-MOVIM-X.
           move COEFICIENTE-MOVIM to RES-COEFICIENTE(IDX-CORRIMIENTO).
           move 0 to RES-ENTIDAD(IDX-CORRIMIENTO).
           move 0 to RES-SUCURSAL(IDX-CORRIMIENTO).
           move 0 to RES-NRO-CTA(IDX-CORRIMIENTO).
           move 0 to RES-CBU(IDX-CORRIMIENTO).
           move IDX-CORRIMIENTO to IDX-RESULTADO-HALLADO.
           perform regrabarCuentaUnidad.
           move "N" to RES-BORRADA(IDX-CORRIMIENTO).
           move RES-UNIDAD(IDX-CORRIMIENTO)
               to APL-DESPUES(CANT-APLICADOS).

        correrUnaUnidad.
           move tablaResultado(IDX-CORRIMIENTO - 1)
               to tablaResultado(IDX-CORRIMIENTO).
           subtract 1 from IDX-CORRIMIENTO.

        aplicarModificacion.
           move RES-UNIDAD(IDX-RESULTADO-HALLADO)
               to APL-ANTES(CANT-APLICADOS).
           if MOV-NOMBRE not = spaces
               move MOV-NOMBRE to RES-NOMBRE(IDX-RESULTADO-HALLADO)
           end-if.
           if MOV-TIPO-DOC not = space
               move MOV-TIPO-DOC to RES-TIPO-DOC(IDX-RESULTADO-HALLADO)
           end-if.
           if MOV-NRO-DOC not = spaces
               move MOV-NRO-DOC to RES-NRO-DOC(IDX-RESULTADO-HALLADO)
           end-if.
           if MOV-COEFICIENTE not = spaces
               move MOV-COEFICIENTE to COEFICIENTE-MOVIM-X
               move COEFICIENTE-MOVIM
                   to RES-COEFICIENTE(IDX-RESULTADO-HALLADO)
           end-if.
           perform regrabarCuentaUnidad.
           move RES-UNIDAD(IDX-RESULTADO-HALLADO)
               to APL-DESPUES(CANT-APLICADOS).

      *        ---------------------------------------------------------
      *        Cuenta del propietario: los campos informados reemplazan
      *        a los vigentes
      *        ---------------------------------------------------------
        regrabarCuentaUnidad.
           if MOV-ENTIDAD not = spaces
               move MOV-ENTIDAD to RES-ENTIDAD(IDX-RESULTADO-HALLADO)
           end-if.
           if MOV-SUCURSAL not = spaces
               move MOV-SUCURSAL to RES-SUCURSAL(IDX-RESULTADO-HALLADO)
           end-if.
           if MOV-NRO-CTA not = spaces
               move MOV-NRO-CTA to RES-NRO-CTA(IDX-RESULTADO-HALLADO)
           end-if.
           if MOV-CBU not = spaces
               move MOV-CBU to RES-CBU(IDX-RESULTADO-HALLADO)
           end-if.

        aplicarBaja.
           move RES-UNIDAD(IDX-RESULTADO-HALLADO)
               to APL-ANTES(CANT-APLICADOS).
           move "S" to RES-BORRADA(IDX-RESULTADO-HALLADO).

      *        ---------------------------------------------------------
      *        Cierre del consorcio: con coeficientes que suman 100% (o
      *        sin unidades vigentes) se graba el resultado y se auditan
      *        los movimientos; si no, se regraban las unidades como
      *        estaban y se rechazan todos los movimientos del consorcio
      *        ---------------------------------------------------------
        cerrarConsorcio.
           move 0 to SUMA-COEFICIENTES.
           move 0 to CANT-VIGENTES.
           move 1 to IDX-RESULTADO.
           perform sumarUnCoeficiente
               until IDX-RESULTADO > CANT-RESULTADO.
           move SUMA-COEFICIENTES to SUMA-COEF-EDITADA.

           if CANT-APLICADOS > 0
               and (CANT-VIGENTES = 0 or SUMA-COEFICIENTES = 100)
               and CONSORCIO-DESBORDADO = "N"
               move 1 to IDX-RESULTADO
               perform grabarUnaUnidadResultado
                   until IDX-RESULTADO > CANT-RESULTADO
               move 1 to IDX-APLICADO
               perform auditarUnAplicado
                   until IDX-APLICADO > CANT-APLICADOS
           else
               move 1 to IDX-RESULTADO
               perform grabarUnaUnidadOriginal
                   until IDX-RESULTADO > CANT-ORIGINAL
               if CANT-APLICADOS > 0
                   add 1 to TOTAL-CONSORCIOS-RECHAZADOS
                   move spaces to WS-MOTIVO
                   string "coeficientes del consorcio suman "
                          delimited by size
                          SUMA-COEF-EDITADA delimited by size
                          "%, no 100%" delimited by size
                          into WS-MOTIVO
                   move 1 to IDX-APLICADO
                   perform rechazarUnAplicado
                       until IDX-APLICADO > CANT-APLICADOS
               else
                   if CANT-VIGENTES > 0 and SUMA-COEFICIENTES <> 100
                       perform observarConsorcio
                   end-if
               end-if
           end-if.

        sumarUnCoeficiente.
           if RES-BORRADA(IDX-RESULTADO) = "N"
               add 1 to CANT-VIGENTES
               add RES-COEFICIENTE(IDX-RESULTADO) to SUMA-COEFICIENTES
           end-if.
           add 1 to IDX-RESULTADO.

        grabarUnaUnidadResultado.
           if RES-BORRADA(IDX-RESULTADO) = "N"
               move RES-UNIDAD(IDX-RESULTADO) to REG_UNIDAD-DESTINO
               write REG_UNIDAD-DESTINO
               add 1 to TOTAL-UNIDADES-GRABADAS
           end-if.
           add 1 to IDX-RESULTADO.

        grabarUnaUnidadOriginal.
           move ORI-UNIDAD(IDX-RESULTADO) to REG_UNIDAD-DESTINO.
           write REG_UNIDAD-DESTINO.
           add 1 to TOTAL-UNIDADES-GRABADAS.
           add 1 to IDX-RESULTADO.

        auditarUnAplicado.
           evaluate APL-TIPO(IDX-APLICADO)
               when "A"
                   add 1 to TOTAL-ALTAS
               when "M"
                   add 1 to TOTAL-MODIFICADOS
               when "B"
                   add 1 to TOTAL-BAJAS
           end-evaluate.
           move APL-TIPO(IDX-APLICADO) to WS-AUD-TIPO.
           move spaces to WS-AUD-CLAVE.
           move CUIT-ACT to WS-AUD-CUIT.
           string "UF-" delimited by size
                  APL-NRO-UNIDAD(IDX-APLICADO) delimited by size
                  into WS-AUD-PROV.
           move APL-ANTES(IDX-APLICADO) to WS-AUD-ANTES.
           move APL-DESPUES(IDX-APLICADO) to WS-AUD-DESPUES.
           perform grabarAuditoria.
           add 1 to IDX-APLICADO.

        rechazarUnAplicado.
           move APL-MOVIMIENTO(IDX-APLICADO) to MOVIM-EN-PROCESO.
           perform emitirExcepcion.
           add 1 to IDX-APLICADO.

      *        ---------------------------------------------------------
      *        Consorcio sin movimientos cuyas unidades vigentes no
      *        suman 100%: se conserva, pero queda informado
      *        ---------------------------------------------------------
        observarConsorcio.
           add 1 to TOTAL-CONSORCIOS-OBSERVADOS.
           move spaces to REG_EXCEPCION.
           string CUIT-ACT "  "
               "coeficientes vigentes suman " SUMA-COEF-EDITADA
               "%, no 100%; el prorrateo del consorcio no se aplica"
               delimited by size into REG_EXCEPCION.
           write REG_EXCEPCION.
           display "OBSERVADO: " REG_EXCEPCION.

      *        ---------------------------------------------------------
      *        Validacion del digito verificador del CUIT: los 4
      *        digitos altos del campo de 15 deben ser cero y el
      *        verificador (posicion 11 del CUIT real) debe cumplir el
      *        modulo 11 con pesos 5-4-3-2-7-6-5-4-3-2; resto 1
      *        (verificador 10) no es un CUIT asignable
      *        ---------------------------------------------------------
        validarCuit.
           move "S" to CUIT-VALIDO.
           if CUIT-VALIDAR-X(1:4) <> "0000"
               move "N" to CUIT-VALIDO
           else
               move 0 to SUMA-CUIT
               move 1 to POS-CUIT
               perform sumarDigitoCuit until POS-CUIT > 10
               divide SUMA-CUIT by 11
                   giving COCIENTE-CUIT remainder RESTO-CUIT
               compute VERIF-CUIT = 11 - RESTO-CUIT
               if VERIF-CUIT = 11
                   move 0 to VERIF-CUIT
               end-if
               move CUIT-VALIDAR-X(15:1) to DIGITO-CUIT
               if VERIF-CUIT = 10 or DIGITO-CUIT <> VERIF-CUIT
                   move "N" to CUIT-VALIDO
               end-if
           end-if.

        sumarDigitoCuit.
           move CUIT-VALIDAR-X(POS-CUIT + 4:1) to DIGITO-CUIT.
           move PESOS-CUIT(POS-CUIT:1) to PESO-CUIT.
           compute SUMA-CUIT = SUMA-CUIT + DIGITO-CUIT * PESO-CUIT.
           add 1 to POS-CUIT.

      *        ---------------------------------------------------------
      *        Valida los dos digitos verificadores del CBU en
      *        CBU-EN-PROCESO: el del bloque entidad/sucursal
      *        (posicion 8, pesos 7-1-3-9-7-1-3) y el del bloque de la
      *        cuenta (posicion 22, pesos 3-9-7-1-3-9-7-1-3-9-7-1-3);
      *        en ambos el verificador es (10 - suma mod 10) mod 10
      *        ---------------------------------------------------------
        validarCbu.
           move "S" to CBU-VALIDO.
           if CBU-X is not numeric or CBU-EN-PROCESO = 0
               move "N" to CBU-VALIDO
           else
               move 0 to SUMA-CBU
               move 1 to POS-CBU
               perform sumarDigitoBloque1 until POS-CBU > 7
               perform calcularVerificadorCbu
               move CBU-X(8:1) to DIGITO-CBU
               if DIGITO-CBU <> VERIF-CBU
                   move "N" to CBU-VALIDO
               end-if
               move 0 to SUMA-CBU
               move 9 to POS-CBU
               perform sumarDigitoBloque2 until POS-CBU > 21
               perform calcularVerificadorCbu
               move CBU-X(22:1) to DIGITO-CBU
               if DIGITO-CBU <> VERIF-CBU
                   move "N" to CBU-VALIDO
               end-if
           end-if.

        calcularVerificadorCbu.
           divide SUMA-CBU by 10
               giving COCIENTE-CBU remainder RESTO-CBU.
           compute VERIF-CBU = 10 - RESTO-CBU.
           if VERIF-CBU = 10
               move 0 to VERIF-CBU
           end-if.

        sumarDigitoBloque1.
           move CBU-X(POS-CBU:1) to DIGITO-CBU.
           move PESOS-CBU-BLOQUE-1(POS-CBU:1) to PESO-CBU.
           compute SUMA-CBU = SUMA-CBU + DIGITO-CBU * PESO-CBU.
           add 1 to POS-CBU.

        sumarDigitoBloque2.
           move CBU-X(POS-CBU:1) to DIGITO-CBU.
           move PESOS-CBU-BLOQUE-2(POS-CBU - 8:1) to PESO-CBU.
           compute SUMA-CBU = SUMA-CBU + DIGITO-CBU * PESO-CBU.
           add 1 to POS-CBU.

      *        ---------------------------------------------------------
      *        Pista de auditoria comun: cada movimiento aplicado queda
      *        en el archivo fechado de auditoria con la imagen de la
      *        unidad antes y despues y el operador del run; la clave
      *        lleva el CUIT-CO y el numero de unidad
      *        ---------------------------------------------------------
        abrirAuditoria.
           perform obtenerFechaProceso.
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
               move "MantenerUnidades" to PROGRAMA of REG_AUDITORIA
               move OPERADOR-RUN to OPERADOR of REG_AUDITORIA
               move WS-AUD-TIPO to TIPO-MOVIM-AUD of REG_AUDITORIA
               move WS-AUD-CLAVE to CLAVE-AUD of REG_AUDITORIA
               move WS-AUD-ANTES to IMAGEN-ANTES of REG_AUDITORIA
               move WS-AUD-DESPUES to IMAGEN-DESPUES of REG_AUDITORIA
               write REG_AUDITORIA
           end-if.

      *        ---------------------------------------------------------
      *        Escribe la transaccion rechazada junto con el motivo
      *        ---------------------------------------------------------
        emitirExcepcion.
           add 1 to TOTAL-RECHAZADOS.
           move spaces to REG_EXCEPCION.
           string MOV-TIPO "  "
               MOV-CUIT "  "
               MOV-NRO-UNIDAD "  "
               MOV-NOMBRE "  "
               WS-MOTIVO
               delimited by size into REG_EXCEPCION.
           write REG_EXCEPCION.
           display "RECHAZADA: " REG_EXCEPCION.

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

        end program MantenerUnidades.

        identification division.
        program-id. RenumerarCuit.

        ENVIRONMENT division.
        configuration section.

        input-output section.
        file-control.
             select RENUMERACIONES
             assign to dynamic WS-PATH-RENUMERACIONES
             organization is line sequential
             file status is fs-RENUMERACIONES.

             select MAESTRO
             assign to dynamic WS-PATH-MAESTRO
             organization is line sequential
             file status is fs-MAESTRO.

             select MAESTRO-CTAS
             assign to dynamic WS-PATH-MAESTRO-CTAS
             organization is line sequential
             file status is fs-MAESTRO-CTAS.

             select MOROSIDAD
             assign to dynamic WS-PATH-MOROSIDAD
             organization is line sequential
             file status is fs-MOROSIDAD.

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

             select PRESUPUESTO
             assign to dynamic WS-PATH-PRESUPUESTO
             organization indexed
             access mode is dynamic
             record key is PRES-KEY
             file status is fs-PRESUPUESTO.

             select MANDATOS
             assign to dynamic WS-PATH-MANDATOS
             organization is line sequential
             file status is fs-MANDATOS.

             select PLANES
             assign to dynamic WS-PATH-PLANES
             organization is line sequential
             file status is fs-PLANES.

             select UNIDADES
             assign to dynamic WS-PATH-UNIDADES
             organization is line sequential
             file status is fs-UNIDADES.

             select RETENCIONES
             assign to dynamic WS-PATH-RETENCIONES
             organization is line sequential
             file status is fs-RETENCIONES.

             select REFERENCIAS
             assign to dynamic WS-PATH-REFERENCIAS
             organization is line sequential
             file status is fs-REFERENCIAS.

             select EXCEPCIONES
             assign to dynamic WS-PATH-EXCEPCIONES
             organization is line sequential
             file status is fs-EXCEPCIONES.

             select AUDITORIA
             assign to dynamic WS-PATH-AUDITORIA
             organization is line sequential
             file status is fs-AUDITORIA.

             select ORDENAR-MAESTRO
             assign to "WORKD.TMP"
             file status is fs-ORDENAR-MAESTRO.

             select ORDENAR-CTAS
             assign to "WORKE.TMP"
             file status is fs-ORDENAR-CTAS.

             select ORDENAR-MOROSIDAD
             assign to "WORKJ.TMP"
             file status is fs-ORDENAR-MOROSIDAD.

             select ORDENAR-MANDATOS
             assign to "WORKB.TMP"
             file status is fs-ORDENAR-MANDATOS.

             select ORDENAR-PLANES
             assign to "WORKQ.TMP"
             file status is fs-ORDENAR-PLANES.

             select ORDENAR-UNIDADES
             assign to "WORKU.TMP"
             file status is fs-ORDENAR-UNIDADES.

             select ORDENAR-RETENCIONES
             assign to "WORKZ.TMP"
             file status is fs-ORDENAR-RETENCIONES.

        DATA division.
        file section.
      *        --- lote de renumeraciones: CUIT actual del consorcio,
      *        CUIT que lo reemplaza y motivo (reinscripcion, cambio
      *        de forma juridica, etc.) ---
        fd RENUMERACIONES.
        01 REG_RENUMERACION.
             03 CUIT-ANTERIOR pic 9(15).
             03 CUIT-NUEVO pic 9(15).
             03 MOTIVO pic x(40).

      *        --- maestro publicado del dia, que la proxima corrida de
      *        Program1 lee como maestro anterior ---
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

        fd PRESUPUESTO.
        01 REG_PRESUPUESTO.
             03 PRES-KEY.
                 05 CUIT-CONS-P pic 9(15).
                 05 ANIO-P pic 9(4).
                 05 RUBRO-P pic x(4).
             03 FECHA-APROB-P pic 9(8).
             03 IMPORTE-MES-P pic 9(11) occurs 12 times.

      *        --- adhesiones al debito directo (MantenerMandatos),
      *        ascendente por CUIT-CO, ENTIDAD, NRO-CTA y CBU ---
        fd MANDATOS.
        01 REG_MANDATO.
             03 CUIT-CO pic 9(15).
             03 ENTIDAD pic 9(3).
             03 NRO-CTA pic 9(8).
             03 CBU pic 9(22).
             03 FECHA-FIRMA pic 9(8).
             03 ESTADO-MANDATO pic x(1).
             03 FECHA-REVOCACION pic 9(8).

      *        --- planes de pago (MantenerPlanes), ascendente por
      *        CUIT-CO ---
        fd PLANES.
        01 REG_PLAN.
             03 CUIT-CO pic 9(15).
             03 CANT-CUOTAS-PLAN pic 9(3).
             03 IMPORTE-CUOTA-PLAN pic 9(11).
             03 PERIODO-INICIO pic x(6).
             03 ESTADO-PLAN pic x(1).
             03 CUOTAS-PAGADAS pic 9(3).
             03 CUOTAS-IMPAGAS pic 9(3).
             03 SALDO-PLAN pic 9(13).
             03 ULTIMO-PERIODO-PLAN pic x(6).
             03 FECHA-ALTA-PLAN pic 9(8).
             03 FECHA-FIN-PLAN pic 9(8).

      *        --- unidades funcionales (MantenerUnidades), ascendente
      *        por CUIT-CO y NRO-UNIDAD ---
        fd UNIDADES.
        01 REG_UNIDAD.
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

      *        --- cambios de cuenta bancaria retenidos
      *        (RetenerCuentas), ascendente por CUIT-CO y
      *        FECHA-CAMBIO ---
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

      *        --- referencias cruzadas de CUIT: cada renumeracion
      *        aplicada, para que las consultas por el CUIT anterior
      *        encuentren al consorcio con el nuevo ---
        fd REFERENCIAS.
        01 REG_REFERENCIA.
             03 CUIT-ANTERIOR pic 9(15).
             03 CUIT-NUEVO pic 9(15).
             03 FECHA-CAMBIO pic 9(8).
             03 OPERADOR-CAMBIO pic x(10).
             03 MOTIVO-CAMBIO pic x(40).

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

        sd ORDENAR-MAESTRO.
        01 REG_ORDENAR-MAESTRO.
             03 CUIT-CO pic 9(15).
             03 filler pic x(144).

        sd ORDENAR-CTAS.
        01 REG_ORDENAR-CTAS.
             03 CUIT-CO pic 9(15).
             03 NRO-CTA pic 9(8).
             03 filler pic x(38).

        sd ORDENAR-MOROSIDAD.
        01 REG_ORDENAR-MOROSIDAD.
             03 CUIT-CO pic 9(15).
             03 filler pic x(25).

        sd ORDENAR-MANDATOS.
        01 REG_ORDENAR-MANDATOS.
             03 CUIT-CO pic 9(15).
             03 ENTIDAD pic 9(3).
             03 NRO-CTA pic 9(8).
             03 CBU pic 9(22).
             03 filler pic x(17).

        sd ORDENAR-PLANES.
        01 REG_ORDENAR-PLANES.
             03 CUIT-CO pic 9(15).
             03 filler pic x(62).

        sd ORDENAR-UNIDADES.
        01 REG_ORDENAR-UNIDADES.
             03 CUIT-CO pic 9(15).
             03 NRO-UNIDAD pic 9(4).
             03 filler pic x(85).

        sd ORDENAR-RETENCIONES.
        01 REG_ORDENAR-RETENCIONES.
             03 CUIT-CO pic 9(15).
             03 FECHA-CAMBIO pic 9(8).
             03 filler pic x(128).

        working-storage section.
        01 fs-RENUMERACIONES pic xx.
             88 ok-RENUMERACIONES value "00".
             88 eof-RENUMERACIONES value "10".
        01 fs-MAESTRO pic xx.
             88 ok-MAESTRO value "00".
             88 eof-MAESTRO value "10".
        01 fs-MAESTRO-CTAS pic xx.
             88 ok-MAESTRO-CTAS value "00".
             88 eof-MAESTRO-CTAS value "10".
        01 fs-MOROSIDAD pic xx.
             88 ok-MOROSIDAD value "00".
             88 eof-MOROSIDAD value "10".
        01 fs-CUITPROV pic xx.
             88 ok-CUITPROV value "00".
             88 no-existe-CUITPROV value "35".
        01 fs-FACTURAS pic xx.
             88 ok-FACTURAS value "00".
             88 no-existe-FACTURAS value "35".
        01 fs-PRESUPUESTO pic xx.
             88 ok-PRESUPUESTO value "00".
             88 no-existe-PRESUPUESTO value "35".
        01 fs-MANDATOS pic xx.
             88 ok-MANDATOS value "00".
             88 eof-MANDATOS value "10".
        01 fs-PLANES pic xx.
             88 ok-PLANES value "00".
             88 eof-PLANES value "10".
        01 fs-UNIDADES pic xx.
             88 ok-UNIDADES value "00".
             88 eof-UNIDADES value "10".
        01 fs-RETENCIONES pic xx.
             88 ok-RETENCIONES value "00".
             88 eof-RETENCIONES value "10".
        01 fs-REFERENCIAS pic xx.
             88 ok-REFERENCIAS value "00".
             88 eof-REFERENCIAS value "10".
        01 fs-EXCEPCIONES pic xx.
             88 ok-EXCEPCIONES value "00".
        01 fs-ORDENAR-MAESTRO pic xx.
             88 ok-ORDENAR-MAESTRO value "00".
             88 eof-ORDENAR-MAESTRO value "10".
        01 fs-ORDENAR-CTAS pic xx.
             88 ok-ORDENAR-CTAS value "00".
             88 eof-ORDENAR-CTAS value "10".
        01 fs-ORDENAR-MOROSIDAD pic xx.
             88 ok-ORDENAR-MOROSIDAD value "00".
             88 eof-ORDENAR-MOROSIDAD value "10".
        01 fs-ORDENAR-MANDATOS pic xx.
             88 ok-ORDENAR-MANDATOS value "00".
             88 eof-ORDENAR-MANDATOS value "10".
        01 fs-ORDENAR-PLANES pic xx.
             88 ok-ORDENAR-PLANES value "00".
             88 eof-ORDENAR-PLANES value "10".
        01 fs-ORDENAR-UNIDADES pic xx.
             88 ok-ORDENAR-UNIDADES value "00".
             88 eof-ORDENAR-UNIDADES value "10".
        01 fs-ORDENAR-RETENCIONES pic xx.
             88 ok-ORDENAR-RETENCIONES value "00".
             88 eof-ORDENAR-RETENCIONES value "10".

        01 WS-DIR-BASE pic x(150) value "C:\temp\".
        01 WS-PATH-RENUMERACIONES pic x(200)
            value "C:\RENUMERACIONES_CUIT.txt".
        01 WS-PATH-MAESTRO pic x(200) value spaces.
        01 WS-PATH-MAESTRO-CTAS pic x(200) value spaces.
        01 WS-PATH-MOROSIDAD pic x(200) value spaces.
        01 WS-PATH-CUITPROV pic x(200) value "CUITPROV.OUT".
        01 WS-PATH-FACTURAS pic x(200) value "FACTURAS.OUT".
        01 WS-PATH-PRESUPUESTO pic x(200) value "PRESUPUESTO.OUT".
        01 WS-PATH-MANDATOS pic x(200) value spaces.
        01 WS-PATH-PLANES pic x(200) value spaces.
        01 WS-PATH-UNIDADES pic x(200) value spaces.
        01 WS-PATH-RETENCIONES pic x(200) value spaces.
        01 WS-PATH-REFERENCIAS pic x(200) value spaces.
        01 WS-PATH-EXCEPCIONES pic x(200)
            value "C:\RENUMERACIONES-EXC.txt".
        01 WS-ENV-VAL pic x(200).

      *        --- CUIT del maestro publicado, ascendente ---
        01 WS-CANT-CONS pic 9(6) value 0.
        01 tablaConsorcios.
            03 consItem OCCURS 1 TO 99999 TIMES
                DEPENDING ON WS-CANT-CONS.
                05 CONS-CUIT pic 9(15).
        01 IDX-CONS pic 9(6).
        01 IDX-CONS-HALLADO pic 9(6).
        01 LIM-INF pic 9(6).
        01 LIM-SUP pic 9(6).
        01 MAESTRO-CARGADO pic x value "N".

      *        --- CUIT con deuda en el libro de morosidad ---
        01 WS-CANT-MOROSOS pic 9(6) value 0.
        01 tablaMorosos.
            03 morosoItem OCCURS 1 TO 99999 TIMES
                DEPENDING ON WS-CANT-MOROSOS.
                05 MOR-CUIT pic 9(15).
        01 IDX-MOROSO pic 9(6).
        01 IDX-MOROSO-HALLADO pic 9(6).
        01 HAY-MOROSIDAD pic x value "N".
        01 HAY-CTAS pic x value "N".

      *        --- CUIT con registros en los demas archivos planos por
      *        consorcio, uno por archivo (1 MANDATOS, 2 PLANES, 3
      *        UNIDADES, 4 RETENCIONES_CUENTA), ascendentes y sin
      *        repetir ---
        01 tablaArchivos.
            03 archivoItem OCCURS 4 TIMES.
                05 HAY-ARCHIVO pic x.
                05 CANT-CUITS-ARCH pic 9(6).
                05 CUIT-ARCH pic 9(15) OCCURS 99999 TIMES.
        01 IDX-ARCHIVO pic 9.
        01 IDX-CUIT-ARCH pic 9(6).
        01 IDX-CUIT-ARCH-HALLADO pic 9(6).
        01 CUIT-LEIDO pic 9(15).
        01 ULTIMO-CUIT-CARGADO pic 9(15).

      *        --- renumeraciones ya registradas en las referencias
      *        cruzadas ---
        01 CANT-REFERENCIAS pic 9(5) value 0.
        01 tablaReferencias.
            03 referenciaItem OCCURS 1 TO 9999 TIMES
                DEPENDING ON CANT-REFERENCIAS.
                05 REF-CUIT-ANT pic 9(15).
                05 REF-CUIT-NUEVO pic 9(15).
        01 IDX-REFERENCIA pic 9(5).
        01 IDX-REFERENCIA-HALLADA pic 9(5).

      *        --- renumeraciones aceptadas en el lote, con lo movido
      *        en cada archivo ---
        01 CANT-CAMBIOS pic 9(4) value 0.
        01 tablaCambios.
            03 cambioItem OCCURS 1 TO 999 TIMES
                DEPENDING ON CANT-CAMBIOS.
                05 CAM-CUIT-ANT pic 9(15).
                05 CAM-CUIT-NUEVO pic 9(15).
                05 CAM-MOTIVO pic x(40).
                05 CAM-MAESTRO pic 9(5).
                05 CAM-CTAS pic 9(5).
                05 CAM-MOROSIDAD pic 9(5).
                05 CAM-CUITPROV pic 9(5).
                05 CAM-FACTURAS pic 9(5).
                05 CAM-PRESUPUESTO pic 9(5).
                05 CAM-MANDATOS pic 9(5).
                05 CAM-PLANES pic 9(5).
                05 CAM-UNIDADES pic 9(5).
                05 CAM-RETENCIONES pic 9(5).
        01 IDX-CAMBIO pic 9(4).
        01 IDX-CAMBIO-HALLADO pic 9(4).
        01 CUIT-BUSCADO pic 9(15).
        01 CUIT-CON-REGISTROS pic x.

      *        --- registros indexados de un CUIT, juntados antes de
      *        borrarlos y regrabarlos con la clave nueva; un CUIT
      *        con mas registros que la tabla no se renumera ---
        01 CANT-MOVIDOS pic 9(5) value 0.
        01 tablaMovidos.
            03 movidoItem OCCURS 1 TO 9999 TIMES
                DEPENDING ON CANT-MOVIDOS.
                05 MOV-REGISTRO pic x(163).
        01 IDX-MOVIDO pic 9(5).
        01 DESBORDE-MOVIDOS pic x value "N".
        01 CUITPROV-ABIERTO pic x value "N".
        01 FACTURAS-ABIERTO pic x value "N".
        01 PRESUPUESTO-ABIERTO pic x value "N".

        01 ES-VALIDA pic x.
            88 RENUMERACION-ES-VALIDA value "S".
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

      *        --- pista de auditoria comun de los mantenimientos ---
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

        01 TOTAL-LEIDAS pic 9(6) value 0.
        01 TOTAL-RECHAZADAS pic 9(6) value 0.
        01 TOTAL-REGISTROS-MOVIDOS pic 9(8) value 0.

      *        --- codigo de retorno del paso (0 limpio, 4 con
      *        advertencias, 8 error serio) ---
        01 COD-RETORNO pic 9(2) value 0.

      *        ---------------------------------------------------------
      *        Renumeracion controlada del CUIT de un consorcio (nueva
      *        inscripcion, cambio de forma juridica): lee un lote de
      *        pares CUIT anterior / CUIT nuevo y, para cada par valido,
      *        cambia la clave en el maestro publicado del dia (el que
      *        Program1 toma como maestro anterior en la proxima
      *        corrida), en su detalle de cuentas MAESTRO_CTAS, en
      *        CUITPROV.OUT, FACTURAS.OUT y PRESUPUESTO.OUT, en el libro
      *        MOROSIDAD y en MANDATOS, PLANES, UNIDADES y
      *        RETENCIONES_CUENTA. Los dos CUIT deben tener digito
      *        verificador valido, el anterior debe estar en el maestro
      *        y el nuevo no puede estar en uso en ninguno de esos
      *        archivos ni haber sido reemplazado antes; el lote admite
      *        hasta 999 renumeraciones. Si un paso falla no se toca el
      *        archivo siguiente. Cada par aplicado se agrega a
      *        REFERENCIAS_CUIT, para que las consultas por el CUIT
      *        anterior (y la historia que queda con esa clave:
      *        RESULTADOS, BAJAS_HIST) lleguen al consorcio, y cada
      *        registro movido queda en AUDITORIA con su imagen antes
      *        y despues. MAESTRO.OUT se reconstruye despues con
      *        RegenerarIndexados, y la administracion debe informar
      *        el CUIT nuevo en sus entregas desde el dia siguiente.
      *        ---------------------------------------------------------
        PROCEDURE division.
           perform leerParametros.
           perform abrirAuditoria.
           perform cargarMaestro.
           perform cargarReferencias.
           perform cargarMorosidad.
           perform cargarMandatos.
           perform cargarPlanes.
           perform cargarUnidades.
           perform cargarRetenciones.
           perform abrirIndexados.

           if COD-RETORNO < 8
               open input RENUMERACIONES
               if not ok-RENUMERACIONES
                   display "ERROR: no se pudo abrir el lote de "
                   "renumeraciones (" fs-RENUMERACIONES ") "
                   WS-PATH-RENUMERACIONES
                   move 8 to COD-RETORNO
               else
                   open output EXCEPCIONES
                   read RENUMERACIONES end-read
                   perform procesarRenumeracion
                       until eof-RENUMERACIONES
                   close EXCEPCIONES
                   close RENUMERACIONES
               end-if
           end-if.

           if COD-RETORNO > 7 and CANT-CAMBIOS > 0
               display "ERROR: no se aplica ninguna renumeracion del "
               "lote."
               move 0 to CANT-CAMBIOS
           end-if.

           if COD-RETORNO < 8 and CANT-CAMBIOS > 0
               perform aplicarCambios
           end-if.

           perform cerrarIndexados.
           perform cerrarAuditoria.

           display " ".
           display "Renumeraciones leidas: " TOTAL-LEIDAS.
           display "Renumeraciones aplicadas: " CANT-CAMBIOS.
           display "Renumeraciones rechazadas: " TOTAL-RECHAZADAS.
           display "Registros movidos al CUIT nuevo: "
               TOTAL-REGISTROS-MOVIDOS.
           if COD-RETORNO < 4 and TOTAL-RECHAZADAS > 0
               move 4 to COD-RETORNO
           end-if.
           move COD-RETORNO to RETURN-CODE.
        goback.

      *        ---------------------------------------------------------
      *        Parametros del run: directorio base, lote, maestro y
      *        detalle de cuentas del dia, libro de morosidad,
      *        indexados de proveedores, facturas y presupuesto,
      *        adhesiones, planes, unidades, retenciones y referencias
      *        ---------------------------------------------------------
        leerParametros.
           accept WS-ENV-VAL from environment "RENUMERAR_DIR_BASE".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-DIR-BASE
           end-if.
           perform obtenerFechaProceso.

           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "RENUMERAR_ENTRADA".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-RENUMERACIONES
           end-if.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "RENUMERAR_EXCEPCIONES".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-EXCEPCIONES
           end-if.

           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "RENUMERAR_MAESTRO".
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
           accept WS-ENV-VAL from environment "RENUMERAR_CTAS".
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
           accept WS-ENV-VAL from environment "RENUMERAR_MOROSIDAD".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-MOROSIDAD
           else
               string WS-DIR-BASE delimited by spaces
                      "MOROSIDAD.txt" delimited by size
                      into WS-PATH-MOROSIDAD
           end-if.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "RENUMERAR_CUITPROV".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-CUITPROV
           end-if.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "RENUMERAR_FACTURAS".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-FACTURAS
           end-if.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "RENUMERAR_PRESUPUESTO".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-PRESUPUESTO
           end-if.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "RENUMERAR_MANDATOS".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-MANDATOS
           else
               string WS-DIR-BASE delimited by spaces
                      "MANDATOS.txt" delimited by size
                      into WS-PATH-MANDATOS
           end-if.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "RENUMERAR_PLANES".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-PLANES
           else
               string WS-DIR-BASE delimited by spaces
                      "PLANES.txt" delimited by size
                      into WS-PATH-PLANES
           end-if.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "RENUMERAR_UNIDADES".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-UNIDADES
           else
               string WS-DIR-BASE delimited by spaces
                      "UNIDADES.txt" delimited by size
                      into WS-PATH-UNIDADES
           end-if.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "RENUMERAR_RETENCIONES".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-RETENCIONES
           else
               string WS-DIR-BASE delimited by spaces
                      "RETENCIONES_CUENTA.txt" delimited by size
                      into WS-PATH-RETENCIONES
           end-if.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "RENUMERAR_REFERENCIAS".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-REFERENCIAS
           else
               string WS-DIR-BASE delimited by spaces
                      "REFERENCIAS_CUIT.txt" delimited by size
                      into WS-PATH-REFERENCIAS
           end-if.

      *        ---------------------------------------------------------
      *        Carga de los CUIT del maestro, del libro de morosidad y
      *        de las referencias ya registradas
      *        ---------------------------------------------------------
        cargarMaestro.
           move 0 to WS-CANT-CONS.
           open input MAESTRO.
           if not ok-MAESTRO
               display "ERROR: no se pudo abrir el maestro del dia ("
                   fs-MAESTRO ") " WS-PATH-MAESTRO
               move 8 to COD-RETORNO
           else
               read MAESTRO end-read
               perform cargarUnConsorcio
                   until eof-MAESTRO or WS-CANT-CONS > 99998
               if not eof-MAESTRO
                   display "ERROR: el maestro tiene mas de 99999 "
                   "consorcios; no se renumera."
                   move 8 to COD-RETORNO
               else
                   move "S" to MAESTRO-CARGADO
               end-if
               close MAESTRO
           end-if.

        cargarUnConsorcio.
           add 1 to WS-CANT-CONS.
           move CUIT-CO of REG_MAESTRO to CONS-CUIT(WS-CANT-CONS).
           read MAESTRO end-read.

        cargarMorosidad.
           move 0 to WS-CANT-MOROSOS.
           open input MOROSIDAD.
           if ok-MOROSIDAD
               move "S" to HAY-MOROSIDAD
               read MOROSIDAD end-read
               perform cargarUnMoroso
                   until eof-MOROSIDAD or WS-CANT-MOROSOS > 99998
               close MOROSIDAD
           else
               display "Sin libro de morosidad (" fs-MOROSIDAD
                   "); no hay deuda que mover."
           end-if.

        cargarUnMoroso.
           add 1 to WS-CANT-MOROSOS.
           move CUIT-CO of REG_MOROSIDAD to MOR-CUIT(WS-CANT-MOROSOS).
           read MOROSIDAD end-read.

      *        de los demas archivos planos solo se guardan los CUIT,
      *        para rechazar un CUIT nuevo que ya tenga registros
        cargarMandatos.
           move 1 to IDX-ARCHIVO.
           perform iniciarArchivo.
           open input MANDATOS.
           if ok-MANDATOS
               move "S" to HAY-ARCHIVO(IDX-ARCHIVO)
               read MANDATOS end-read
               perform cargarUnMandato until eof-MANDATOS
               close MANDATOS
           else
               display "Sin archivo MANDATOS (" fs-MANDATOS
                   "); no hay adhesiones que mover."
           end-if.

        cargarUnMandato.
           move CUIT-CO of REG_MANDATO to CUIT-LEIDO.
           perform agregarCuitArchivo.
           read MANDATOS end-read.

        cargarPlanes.
           move 2 to IDX-ARCHIVO.
           perform iniciarArchivo.
           open input PLANES.
           if ok-PLANES
               move "S" to HAY-ARCHIVO(IDX-ARCHIVO)
               read PLANES end-read
               perform cargarUnPlan until eof-PLANES
               close PLANES
           else
               display "Sin archivo PLANES (" fs-PLANES
                   "); no hay planes de pago que mover."
           end-if.

        cargarUnPlan.
           move CUIT-CO of REG_PLAN to CUIT-LEIDO.
           perform agregarCuitArchivo.
           read PLANES end-read.

        cargarUnidades.
           move 3 to IDX-ARCHIVO.
           perform iniciarArchivo.
           open input UNIDADES.
           if ok-UNIDADES
               move "S" to HAY-ARCHIVO(IDX-ARCHIVO)
               read UNIDADES end-read
               perform cargarUnaUnidad until eof-UNIDADES
               close UNIDADES
           else
               display "Sin archivo UNIDADES (" fs-UNIDADES
                   "); no hay unidades que mover."
           end-if.

        cargarUnaUnidad.
           move CUIT-CO of REG_UNIDAD to CUIT-LEIDO.
           perform agregarCuitArchivo.
           read UNIDADES end-read.

        cargarRetenciones.
           move 4 to IDX-ARCHIVO.
           perform iniciarArchivo.
           open input RETENCIONES.
           if ok-RETENCIONES
               move "S" to HAY-ARCHIVO(IDX-ARCHIVO)
               read RETENCIONES end-read
               perform cargarUnaRetencion until eof-RETENCIONES
               close RETENCIONES
           else
               display "Sin archivo RETENCIONES_CUENTA ("
                   fs-RETENCIONES "); no hay cambios de cuenta que "
               "mover."
           end-if.

        cargarUnaRetencion.
           move CUIT-CO of REG_RETENCION to CUIT-LEIDO.
           perform agregarCuitArchivo.
           read RETENCIONES end-read.

        iniciarArchivo.
           move "N" to HAY-ARCHIVO(IDX-ARCHIVO).
           move 0 to CANT-CUITS-ARCH(IDX-ARCHIVO).
           move 0 to ULTIMO-CUIT-CARGADO.

        agregarCuitArchivo.
           if CUIT-LEIDO <> ULTIMO-CUIT-CARGADO
               and CANT-CUITS-ARCH(IDX-ARCHIVO) < 99999
               add 1 to CANT-CUITS-ARCH(IDX-ARCHIVO)
               move CANT-CUITS-ARCH(IDX-ARCHIVO) to IDX-CUIT-ARCH
               move CUIT-LEIDO to CUIT-ARCH(IDX-ARCHIVO, IDX-CUIT-ARCH)
               move CUIT-LEIDO to ULTIMO-CUIT-CARGADO
           end-if.

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
           move CUIT-ANTERIOR of REG_REFERENCIA
               to REF-CUIT-ANT(CANT-REFERENCIAS).
           move CUIT-NUEVO of REG_REFERENCIA
               to REF-CUIT-NUEVO(CANT-REFERENCIAS).
           read REFERENCIAS end-read.

      *        sin CUITPROV.OUT, FACTURAS.OUT o PRESUPUESTO.OUT
      *        (todavia no creados) no hay nada que mover en ese
      *        archivo
        abrirIndexados.
           open i-o CUITPROV.
           if ok-CUITPROV
               move "S" to CUITPROV-ABIERTO
           else
               if not no-existe-CUITPROV
                   display "ERROR: no se pudo abrir CUITPROV.OUT ("
                       fs-CUITPROV "); no se renumera."
                   move 8 to COD-RETORNO
               end-if
           end-if.
           open i-o FACTURAS.
           if ok-FACTURAS
               move "S" to FACTURAS-ABIERTO
           else
               if not no-existe-FACTURAS
                   display "ERROR: no se pudo abrir FACTURAS.OUT ("
                       fs-FACTURAS "); no se renumera."
                   move 8 to COD-RETORNO
               end-if
           end-if.
           open i-o PRESUPUESTO.
           if ok-PRESUPUESTO
               move "S" to PRESUPUESTO-ABIERTO
           else
               if not no-existe-PRESUPUESTO
                   display "ERROR: no se pudo abrir PRESUPUESTO.OUT ("
                       fs-PRESUPUESTO "); no se renumera."
                   move 8 to COD-RETORNO
               end-if
           end-if.

        cerrarIndexados.
           if CUITPROV-ABIERTO = "S"
               close CUITPROV
           end-if.
           if FACTURAS-ABIERTO = "S"
               close FACTURAS
           end-if.
           if PRESUPUESTO-ABIERTO = "S"
               close PRESUPUESTO
           end-if.

      *        ---------------------------------------------------------
      *        Valida un par del lote; los validos se acumulan y se
      *        aplican juntos al final
      *        ---------------------------------------------------------
        procesarRenumeracion.
           add 1 to TOTAL-LEIDAS.
           move "S" to ES-VALIDA.
           move spaces to WS-MOTIVO.
           perform validarRenumeracion.

           if RENUMERACION-ES-VALIDA
               add 1 to CANT-CAMBIOS
               move CUIT-ANTERIOR of REG_RENUMERACION
                   to CAM-CUIT-ANT(CANT-CAMBIOS)
               move CUIT-NUEVO of REG_RENUMERACION
                   to CAM-CUIT-NUEVO(CANT-CAMBIOS)
               move MOTIVO of REG_RENUMERACION
                   to CAM-MOTIVO(CANT-CAMBIOS)
               move 0 to CAM-MAESTRO(CANT-CAMBIOS)
                   CAM-CTAS(CANT-CAMBIOS)
                   CAM-MOROSIDAD(CANT-CAMBIOS)
                   CAM-CUITPROV(CANT-CAMBIOS)
                   CAM-FACTURAS(CANT-CAMBIOS)
                   CAM-PRESUPUESTO(CANT-CAMBIOS)
                   CAM-MANDATOS(CANT-CAMBIOS)
                   CAM-PLANES(CANT-CAMBIOS)
                   CAM-UNIDADES(CANT-CAMBIOS)
                   CAM-RETENCIONES(CANT-CAMBIOS)
           else
               perform emitirExcepcion
               add 1 to TOTAL-RECHAZADAS
           end-if.

           read RENUMERACIONES end-read.

        validarRenumeracion.
           if CUIT-ANTERIOR of REG_RENUMERACION is not numeric
               or CUIT-NUEVO of REG_RENUMERACION is not numeric
               or CUIT-ANTERIOR of REG_RENUMERACION = 0
               or CUIT-NUEVO of REG_RENUMERACION = 0
               move "N" to ES-VALIDA
               move "CUIT no numerico o en cero" to WS-MOTIVO
           end-if.

           if RENUMERACION-ES-VALIDA
               move CUIT-ANTERIOR of REG_RENUMERACION
                   to CUIT-A-VALIDAR
               perform validarCuit
               if CUIT-VALIDO <> "S"
                   move "N" to ES-VALIDA
                   move "CUIT anterior con digito verificador invalido"
                       to WS-MOTIVO
               end-if
           end-if.

           if RENUMERACION-ES-VALIDA
               move CUIT-NUEVO of REG_RENUMERACION to CUIT-A-VALIDAR
               perform validarCuit
               if CUIT-VALIDO <> "S"
                   move "N" to ES-VALIDA
                   move "CUIT nuevo con digito verificador invalido"
                       to WS-MOTIVO
               end-if
           end-if.

           if RENUMERACION-ES-VALIDA
               and CUIT-ANTERIOR of REG_RENUMERACION
                   = CUIT-NUEVO of REG_RENUMERACION
               move "N" to ES-VALIDA
               move "el CUIT nuevo es igual al anterior" to WS-MOTIVO
           end-if.

           if RENUMERACION-ES-VALIDA
               move CUIT-ANTERIOR of REG_RENUMERACION to CUIT-BUSCADO
               perform buscarEnLote
               if IDX-CAMBIO-HALLADO = 0
                   move CUIT-NUEVO of REG_RENUMERACION to CUIT-BUSCADO
                   perform buscarEnLote
               end-if
               if IDX-CAMBIO-HALLADO > 0
                   move "N" to ES-VALIDA
                   move "CUIT ya incluido en otra renumeracion del lote"
                       to WS-MOTIVO
               end-if
           end-if.

           if RENUMERACION-ES-VALIDA
               move CUIT-ANTERIOR of REG_RENUMERACION to CUIT-BUSCADO
               perform buscarConsorcio
               if IDX-CONS-HALLADO = 0
                   move "N" to ES-VALIDA
                   move "CUIT anterior inexistente en el maestro"
                       to WS-MOTIVO
               end-if
           end-if.

           if RENUMERACION-ES-VALIDA
               move CUIT-NUEVO of REG_RENUMERACION to CUIT-BUSCADO
               perform buscarConsorcio
               if IDX-CONS-HALLADO > 0
                   move "N" to ES-VALIDA
                   move "CUIT nuevo ya existe en el maestro"
                       to WS-MOTIVO
               end-if
           end-if.

           if RENUMERACION-ES-VALIDA
               perform buscarReferencia
               if IDX-REFERENCIA-HALLADA > 0
                   move "N" to ES-VALIDA
                   move "CUIT nuevo ya fue reemplazado por otro CUIT"
                       to WS-MOTIVO
               end-if
           end-if.

           if RENUMERACION-ES-VALIDA
               perform buscarMoroso
               if IDX-MOROSO-HALLADO > 0
                   move "N" to ES-VALIDA
                   move "CUIT nuevo ya tiene deuda en MOROSIDAD"
                       to WS-MOTIVO
               end-if
           end-if.

           if RENUMERACION-ES-VALIDA
               perform buscarEnCuitProv
               if CUIT-CON-REGISTROS = "S"
                   move "N" to ES-VALIDA
                   move "CUIT nuevo con proveedores en CUITPROV.OUT"
                       to WS-MOTIVO
               end-if
           end-if.

           if RENUMERACION-ES-VALIDA
               perform buscarEnFacturas
               if CUIT-CON-REGISTROS = "S"
                   move "N" to ES-VALIDA
                   move "CUIT nuevo con facturas en FACTURAS.OUT"
                       to WS-MOTIVO
               end-if
           end-if.

           if RENUMERACION-ES-VALIDA
               perform buscarEnPresupuesto
               if CUIT-CON-REGISTROS = "S"
                   move "N" to ES-VALIDA
                   move "CUIT nuevo con presupuesto en PRESUPUESTO.OUT"
                       to WS-MOTIVO
               end-if
           end-if.

           if RENUMERACION-ES-VALIDA
               move 1 to IDX-ARCHIVO
               perform buscarEnArchivo
               if IDX-CUIT-ARCH-HALLADO > 0
                   move "N" to ES-VALIDA
                   move "CUIT nuevo con adhesiones en MANDATOS"
                       to WS-MOTIVO
               end-if
           end-if.

           if RENUMERACION-ES-VALIDA
               move 2 to IDX-ARCHIVO
               perform buscarEnArchivo
               if IDX-CUIT-ARCH-HALLADO > 0
                   move "N" to ES-VALIDA
                   move "CUIT nuevo con planes de pago en PLANES"
                       to WS-MOTIVO
               end-if
           end-if.

           if RENUMERACION-ES-VALIDA
               move 3 to IDX-ARCHIVO
               perform buscarEnArchivo
               if IDX-CUIT-ARCH-HALLADO > 0
                   move "N" to ES-VALIDA
                   move "CUIT nuevo con unidades en UNIDADES"
                       to WS-MOTIVO
               end-if
           end-if.

           if RENUMERACION-ES-VALIDA
               move 4 to IDX-ARCHIVO
               perform buscarEnArchivo
               if IDX-CUIT-ARCH-HALLADO > 0
                   move "N" to ES-VALIDA
                   move "CUIT nuevo con cambios en RETENCIONES_CUENTA"
                       to WS-MOTIVO
               end-if
           end-if.

           if RENUMERACION-ES-VALIDA and CANT-CAMBIOS > 998
               move "N" to ES-VALIDA
               move "lote excede 999 renumeraciones" to WS-MOTIVO
           end-if.

      *        los registros del CUIT anterior en cada indexado tienen
      *        que entrar en la tabla de movidos; si no entran es un
      *        error del paso y no se aplica el lote
           if RENUMERACION-ES-VALIDA
               move CUIT-ANTERIOR of REG_RENUMERACION to CUIT-BUSCADO
               perform contarIndexados
               if DESBORDE-MOVIDOS = "S"
                   move "N" to ES-VALIDA
                   move "mas de 9999 registros del CUIT anterior"
                       to WS-MOTIVO
               end-if
           end-if.

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
      *        Busquedas: binaria en el maestro y en morosidad (los dos
      *        ascendentes por CUIT), secuencial en el lote y en las
      *        referencias, posicionada en los indexados
      *        ---------------------------------------------------------
        buscarConsorcio.
           move 0 to IDX-CONS-HALLADO.
           move 1 to LIM-INF.
           move WS-CANT-CONS to LIM-SUP.
           perform buscarUnConsorcio
               until LIM-INF > LIM-SUP or IDX-CONS-HALLADO > 0.

        buscarUnConsorcio.
           compute IDX-CONS = (LIM-INF + LIM-SUP) / 2.
           if CONS-CUIT(IDX-CONS) = CUIT-BUSCADO
               move IDX-CONS to IDX-CONS-HALLADO
           else
               if CONS-CUIT(IDX-CONS) < CUIT-BUSCADO
                   compute LIM-INF = IDX-CONS + 1
               else
                   compute LIM-SUP = IDX-CONS - 1
               end-if
           end-if.

        buscarMoroso.
           move 0 to IDX-MOROSO-HALLADO.
           move 1 to LIM-INF.
           move WS-CANT-MOROSOS to LIM-SUP.
           perform buscarUnMoroso
               until LIM-INF > LIM-SUP or IDX-MOROSO-HALLADO > 0.

        buscarUnMoroso.
           compute IDX-MOROSO = (LIM-INF + LIM-SUP) / 2.
           if MOR-CUIT(IDX-MOROSO) = CUIT-BUSCADO
               move IDX-MOROSO to IDX-MOROSO-HALLADO
           else
               if MOR-CUIT(IDX-MOROSO) < CUIT-BUSCADO
                   compute LIM-INF = IDX-MOROSO + 1
               else
                   compute LIM-SUP = IDX-MOROSO - 1
               end-if
           end-if.

        buscarEnLote.
           move 0 to IDX-CAMBIO-HALLADO.
           move 1 to IDX-CAMBIO.
           perform buscarUnCambio
               until IDX-CAMBIO > CANT-CAMBIOS
               or IDX-CAMBIO-HALLADO > 0.

        buscarUnCambio.
           if CAM-CUIT-ANT(IDX-CAMBIO) = CUIT-BUSCADO
               or CAM-CUIT-NUEVO(IDX-CAMBIO) = CUIT-BUSCADO
               move IDX-CAMBIO to IDX-CAMBIO-HALLADO
           end-if.
           add 1 to IDX-CAMBIO.

      *        el registro a renumerar se busca solo por el CUIT
      *        anterior de cada par
        buscarCambioAnterior.
           move 0 to IDX-CAMBIO-HALLADO.
           move 1 to IDX-CAMBIO.
           perform buscarUnCambioAnterior
               until IDX-CAMBIO > CANT-CAMBIOS
               or IDX-CAMBIO-HALLADO > 0.

        buscarUnCambioAnterior.
           if CAM-CUIT-ANT(IDX-CAMBIO) = CUIT-BUSCADO
               move IDX-CAMBIO to IDX-CAMBIO-HALLADO
           end-if.
           add 1 to IDX-CAMBIO.

        buscarReferencia.
           move 0 to IDX-REFERENCIA-HALLADA.
           move 1 to IDX-REFERENCIA.
           perform buscarUnaReferencia
               until IDX-REFERENCIA > CANT-REFERENCIAS
               or IDX-REFERENCIA-HALLADA > 0.

        buscarUnaReferencia.
           if REF-CUIT-ANT(IDX-REFERENCIA) = CUIT-BUSCADO
               move IDX-REFERENCIA to IDX-REFERENCIA-HALLADA
           end-if.
           add 1 to IDX-REFERENCIA.

        buscarEnCuitProv.
           move "N" to CUIT-CON-REGISTROS.
           if CUITPROV-ABIERTO = "S"
               move CUIT-BUSCADO to CUIT-CONS-OUT
               move 0 to COD-PROV-OUT
               start CUITPROV key >= REG_KEY
                   invalid key
                       continue
                   not invalid key
                       read CUITPROV next record
                           at end
                               continue
                           not at end
                               if CUIT-CONS-OUT = CUIT-BUSCADO
                                   move "S" to CUIT-CON-REGISTROS
                               end-if
                       end-read
               end-start
           end-if.

        buscarEnFacturas.
           move "N" to CUIT-CON-REGISTROS.
           if FACTURAS-ABIERTO = "S"
               move CUIT-BUSCADO to CUIT-CONS-F
               move 0 to COD-PROV-F
               move 0 to NRO-FACT-F
               start FACTURAS key >= FACT-KEY
                   invalid key
                       continue
                   not invalid key
                       read FACTURAS next record
                           at end
                               continue
                           not at end
                               if CUIT-CONS-F = CUIT-BUSCADO
                                   move "S" to CUIT-CON-REGISTROS
                               end-if
                       end-read
               end-start
           end-if.

        buscarEnPresupuesto.
           move "N" to CUIT-CON-REGISTROS.
           if PRESUPUESTO-ABIERTO = "S"
               move CUIT-BUSCADO to CUIT-CONS-P
               move 0 to ANIO-P
               move low-values to RUBRO-P
               start PRESUPUESTO key >= PRES-KEY
                   invalid key
                       continue
                   not invalid key
                       read PRESUPUESTO next record
                           at end
                               continue
                           not at end
                               if CUIT-CONS-P = CUIT-BUSCADO
                                   move "S" to CUIT-CON-REGISTROS
                               end-if
                       end-read
               end-start
           end-if.

        buscarEnArchivo.
           move 0 to IDX-CUIT-ARCH-HALLADO.
           move 1 to LIM-INF.
           move CANT-CUITS-ARCH(IDX-ARCHIVO) to LIM-SUP.
           perform buscarUnCuitArchivo
               until LIM-INF > LIM-SUP or IDX-CUIT-ARCH-HALLADO > 0.

        buscarUnCuitArchivo.
           compute IDX-CUIT-ARCH = (LIM-INF + LIM-SUP) / 2.
           if CUIT-ARCH(IDX-ARCHIVO, IDX-CUIT-ARCH) = CUIT-BUSCADO
               move IDX-CUIT-ARCH to IDX-CUIT-ARCH-HALLADO
           else
               if CUIT-ARCH(IDX-ARCHIVO, IDX-CUIT-ARCH) < CUIT-BUSCADO
                   compute LIM-INF = IDX-CUIT-ARCH + 1
               else
                   compute LIM-SUP = IDX-CUIT-ARCH - 1
               end-if
           end-if.

        contarIndexados.
           move "N" to DESBORDE-MOVIDOS.
           if CUITPROV-ABIERTO = "S"
               perform juntarLinks
           end-if.
           if FACTURAS-ABIERTO = "S" and DESBORDE-MOVIDOS = "N"
               perform juntarFacturas
           end-if.
           if PRESUPUESTO-ABIERTO = "S" and DESBORDE-MOVIDOS = "N"
               perform juntarPresupuestos
           end-if.

      *        ---------------------------------------------------------
      *        Aplica las renumeraciones aceptadas: los archivos
      *        planos se regraban ordenados por la clave nueva, los
      *        indexados se borran y regraban registro por registro.
      *        Despues de un error serio no se toca el archivo
      *        siguiente.
      *        ---------------------------------------------------------
        aplicarCambios.
           sort ORDENAR-MAESTRO
               ON ASCENDING CUIT-CO of REG_ORDENAR-MAESTRO
           input procedure is liberarMaestro
           output procedure is grabarMaestro.

           if COD-RETORNO < 8
               open input MAESTRO-CTAS
               if ok-MAESTRO-CTAS
                   move "S" to HAY-CTAS
                   close MAESTRO-CTAS
                   sort ORDENAR-CTAS
                       ON ASCENDING CUIT-CO of REG_ORDENAR-CTAS
                       ON ASCENDING NRO-CTA of REG_ORDENAR-CTAS
                   input procedure is liberarCuentas
                   output procedure is grabarCuentas
               else
                   display "ADVERTENCIA: no se pudo abrir el detalle "
                   "de cuentas (" fs-MAESTRO-CTAS ") "
                   WS-PATH-MAESTRO-CTAS
                   if COD-RETORNO < 4
                       move 4 to COD-RETORNO
                   end-if
               end-if
           end-if.

           if COD-RETORNO < 8 and HAY-MOROSIDAD = "S"
               sort ORDENAR-MOROSIDAD
                   ON ASCENDING CUIT-CO of REG_ORDENAR-MOROSIDAD
               input procedure is liberarMorosidad
               output procedure is grabarMorosidad
           end-if.

           if COD-RETORNO < 8 and HAY-ARCHIVO(1) = "S"
               sort ORDENAR-MANDATOS
                   ON ASCENDING CUIT-CO of REG_ORDENAR-MANDATOS
                   ON ASCENDING ENTIDAD of REG_ORDENAR-MANDATOS
                   ON ASCENDING NRO-CTA of REG_ORDENAR-MANDATOS
                   ON ASCENDING CBU of REG_ORDENAR-MANDATOS
               input procedure is liberarMandatos
               output procedure is grabarMandatos
           end-if.

           if COD-RETORNO < 8 and HAY-ARCHIVO(2) = "S"
               sort ORDENAR-PLANES
                   ON ASCENDING CUIT-CO of REG_ORDENAR-PLANES
               input procedure is liberarPlanes
               output procedure is grabarPlanes
           end-if.

           if COD-RETORNO < 8 and HAY-ARCHIVO(3) = "S"
               sort ORDENAR-UNIDADES
                   ON ASCENDING CUIT-CO of REG_ORDENAR-UNIDADES
                   ON ASCENDING NRO-UNIDAD of REG_ORDENAR-UNIDADES
               input procedure is liberarUnidades
               output procedure is grabarUnidades
           end-if.

           if COD-RETORNO < 8 and HAY-ARCHIVO(4) = "S"
               sort ORDENAR-RETENCIONES
                   ON ASCENDING CUIT-CO of REG_ORDENAR-RETENCIONES
                   ON ASCENDING FECHA-CAMBIO of REG_ORDENAR-RETENCIONES
               input procedure is liberarRetenciones
               output procedure is grabarRetenciones
           end-if.

           move 1 to IDX-CAMBIO.
           perform moverIndexados
               until IDX-CAMBIO > CANT-CAMBIOS or COD-RETORNO > 7.

           if COD-RETORNO < 8
               perform grabarReferencias
           else
               display "ERROR: renumeracion interrumpida; lo ya "
               "regrabado queda con el CUIT nuevo (ver AUDITORIA) y "
               "no se graban las referencias."
           end-if.

           move 1 to IDX-CAMBIO.
           perform informarCambio until IDX-CAMBIO > CANT-CAMBIOS.

        liberarMaestro.
           open input MAESTRO.
           if not ok-MAESTRO
               display "ERROR: no se pudo releer el maestro del dia ("
                   fs-MAESTRO "); no se regraba."
               move "N" to MAESTRO-CARGADO
               move 8 to COD-RETORNO
           else
               read MAESTRO end-read
               perform liberarUnConsorcio until eof-MAESTRO
               close MAESTRO
           end-if.

        liberarUnConsorcio.
           move CUIT-CO of REG_MAESTRO to CUIT-BUSCADO.
           perform buscarCambioAnterior.
           if IDX-CAMBIO-HALLADO > 0
               move spaces to WS-AUD-CLAVE
               move CUIT-CO of REG_MAESTRO to WS-AUD-CUIT
               move REG_MAESTRO to WS-AUD-ANTES
               move CAM-CUIT-NUEVO(IDX-CAMBIO-HALLADO)
                   to CUIT-CO of REG_MAESTRO
               move REG_MAESTRO to WS-AUD-DESPUES
               perform auditarRenumeracion
               add 1 to CAM-MAESTRO(IDX-CAMBIO-HALLADO)
           end-if.
           move REG_MAESTRO to REG_ORDENAR-MAESTRO.
           release REG_ORDENAR-MAESTRO.
           read MAESTRO end-read.

        grabarMaestro.
           if MAESTRO-CARGADO = "S"
               open output MAESTRO
               if not ok-MAESTRO
                   display "ERROR: no se pudo regrabar el maestro ("
                       fs-MAESTRO ")."
                   move 8 to COD-RETORNO
               else
                   RETURN ORDENAR-MAESTRO AT END CONTINUE END-RETURN
                   perform grabarUnConsorcio
                       until eof-ORDENAR-MAESTRO
                   close MAESTRO
               end-if
           end-if.

        grabarUnConsorcio.
           move REG_ORDENAR-MAESTRO to REG_MAESTRO.
           write REG_MAESTRO.
           RETURN ORDENAR-MAESTRO AT END CONTINUE END-RETURN.

        liberarCuentas.
           open input MAESTRO-CTAS.
           if not ok-MAESTRO-CTAS
               move "N" to HAY-CTAS
           else
               read MAESTRO-CTAS end-read
               perform liberarUnaCuenta until eof-MAESTRO-CTAS
               close MAESTRO-CTAS
           end-if.

        liberarUnaCuenta.
           move CUIT-CO of REG_MAESTRO-CTAS to CUIT-BUSCADO.
           perform buscarCambioAnterior.
           if IDX-CAMBIO-HALLADO > 0
               move spaces to WS-AUD-CLAVE
               move CUIT-CO of REG_MAESTRO-CTAS to WS-AUD-CUIT
               move NRO-CTA of REG_MAESTRO-CTAS to WS-AUD-PROV
               move REG_MAESTRO-CTAS to WS-AUD-ANTES
               move CAM-CUIT-NUEVO(IDX-CAMBIO-HALLADO)
                   to CUIT-CO of REG_MAESTRO-CTAS
               move REG_MAESTRO-CTAS to WS-AUD-DESPUES
               perform auditarRenumeracion
               add 1 to CAM-CTAS(IDX-CAMBIO-HALLADO)
           end-if.
           move REG_MAESTRO-CTAS to REG_ORDENAR-CTAS.
           release REG_ORDENAR-CTAS.
           read MAESTRO-CTAS end-read.

        grabarCuentas.
           if HAY-CTAS = "S"
               open output MAESTRO-CTAS
               if not ok-MAESTRO-CTAS
                   display "ERROR: no se pudo regrabar el detalle de "
                   "cuentas (" fs-MAESTRO-CTAS ")."
                   move 8 to COD-RETORNO
               else
                   RETURN ORDENAR-CTAS AT END CONTINUE END-RETURN
                   perform grabarUnaCuenta until eof-ORDENAR-CTAS
                   close MAESTRO-CTAS
               end-if
           end-if.

        grabarUnaCuenta.
           move REG_ORDENAR-CTAS to REG_MAESTRO-CTAS.
           write REG_MAESTRO-CTAS.
           RETURN ORDENAR-CTAS AT END CONTINUE END-RETURN.

        liberarMorosidad.
           open input MOROSIDAD.
           if not ok-MOROSIDAD
               move "N" to HAY-MOROSIDAD
           else
               read MOROSIDAD end-read
               perform liberarUnMoroso until eof-MOROSIDAD
               close MOROSIDAD
           end-if.

        liberarUnMoroso.
           move CUIT-CO of REG_MOROSIDAD to CUIT-BUSCADO.
           perform buscarCambioAnterior.
           if IDX-CAMBIO-HALLADO > 0
               move spaces to WS-AUD-CLAVE
               move CUIT-CO of REG_MOROSIDAD to WS-AUD-CUIT
               move REG_MOROSIDAD to WS-AUD-ANTES
               move CAM-CUIT-NUEVO(IDX-CAMBIO-HALLADO)
                   to CUIT-CO of REG_MOROSIDAD
               move REG_MOROSIDAD to WS-AUD-DESPUES
               perform auditarRenumeracion
               add 1 to CAM-MOROSIDAD(IDX-CAMBIO-HALLADO)
           end-if.
           move REG_MOROSIDAD to REG_ORDENAR-MOROSIDAD.
           release REG_ORDENAR-MOROSIDAD.
           read MOROSIDAD end-read.

        grabarMorosidad.
           if HAY-MOROSIDAD = "S"
               open output MOROSIDAD
               if not ok-MOROSIDAD
                   display "ERROR: no se pudo regrabar MOROSIDAD ("
                       fs-MOROSIDAD ")."
                   move 8 to COD-RETORNO
               else
                   RETURN ORDENAR-MOROSIDAD AT END CONTINUE END-RETURN
                   perform grabarUnMoroso until eof-ORDENAR-MOROSIDAD
                   close MOROSIDAD
               end-if
           end-if.

        grabarUnMoroso.
           move REG_ORDENAR-MOROSIDAD to REG_MOROSIDAD.
           write REG_MOROSIDAD.
           RETURN ORDENAR-MOROSIDAD AT END CONTINUE END-RETURN.

        liberarMandatos.
           open input MANDATOS.
           if not ok-MANDATOS
               move "N" to HAY-ARCHIVO(1)
           else
               read MANDATOS end-read
               perform liberarUnMandato until eof-MANDATOS
               close MANDATOS
           end-if.

        liberarUnMandato.
           move CUIT-CO of REG_MANDATO to CUIT-BUSCADO.
           perform buscarCambioAnterior.
           if IDX-CAMBIO-HALLADO > 0
               move spaces to WS-AUD-CLAVE
               move CUIT-CO of REG_MANDATO to WS-AUD-CUIT
               move NRO-CTA of REG_MANDATO to WS-AUD-PROV
               move REG_MANDATO to WS-AUD-ANTES
               move CAM-CUIT-NUEVO(IDX-CAMBIO-HALLADO)
                   to CUIT-CO of REG_MANDATO
               move REG_MANDATO to WS-AUD-DESPUES
               perform auditarRenumeracion
               add 1 to CAM-MANDATOS(IDX-CAMBIO-HALLADO)
           end-if.
           move REG_MANDATO to REG_ORDENAR-MANDATOS.
           release REG_ORDENAR-MANDATOS.
           read MANDATOS end-read.

        grabarMandatos.
           if HAY-ARCHIVO(1) = "S"
               open output MANDATOS
               if not ok-MANDATOS
                   display "ERROR: no se pudo regrabar MANDATOS ("
                       fs-MANDATOS ")."
                   move 8 to COD-RETORNO
               else
                   RETURN ORDENAR-MANDATOS AT END CONTINUE END-RETURN
                   perform grabarUnMandato until eof-ORDENAR-MANDATOS
                   close MANDATOS
               end-if
           end-if.

        grabarUnMandato.
           move REG_ORDENAR-MANDATOS to REG_MANDATO.
           write REG_MANDATO.
           RETURN ORDENAR-MANDATOS AT END CONTINUE END-RETURN.

        liberarPlanes.
           open input PLANES.
           if not ok-PLANES
               move "N" to HAY-ARCHIVO(2)
           else
               read PLANES end-read
               perform liberarUnPlan until eof-PLANES
               close PLANES
           end-if.

        liberarUnPlan.
           move CUIT-CO of REG_PLAN to CUIT-BUSCADO.
           perform buscarCambioAnterior.
           if IDX-CAMBIO-HALLADO > 0
               move spaces to WS-AUD-CLAVE
               move CUIT-CO of REG_PLAN to WS-AUD-CUIT
               move FECHA-ALTA-PLAN of REG_PLAN to WS-AUD-PROV
               move REG_PLAN to WS-AUD-ANTES
               move CAM-CUIT-NUEVO(IDX-CAMBIO-HALLADO)
                   to CUIT-CO of REG_PLAN
               move REG_PLAN to WS-AUD-DESPUES
               perform auditarRenumeracion
               add 1 to CAM-PLANES(IDX-CAMBIO-HALLADO)
           end-if.
           move REG_PLAN to REG_ORDENAR-PLANES.
           release REG_ORDENAR-PLANES.
           read PLANES end-read.

        grabarPlanes.
           if HAY-ARCHIVO(2) = "S"
               open output PLANES
               if not ok-PLANES
                   display "ERROR: no se pudo regrabar PLANES ("
                       fs-PLANES ")."
                   move 8 to COD-RETORNO
               else
                   RETURN ORDENAR-PLANES AT END CONTINUE END-RETURN
                   perform grabarUnPlan until eof-ORDENAR-PLANES
                   close PLANES
               end-if
           end-if.

        grabarUnPlan.
           move REG_ORDENAR-PLANES to REG_PLAN.
           write REG_PLAN.
           RETURN ORDENAR-PLANES AT END CONTINUE END-RETURN.

        liberarUnidades.
           open input UNIDADES.
           if not ok-UNIDADES
               move "N" to HAY-ARCHIVO(3)
           else
               read UNIDADES end-read
               perform liberarUnaUnidad until eof-UNIDADES
               close UNIDADES
           end-if.

        liberarUnaUnidad.
           move CUIT-CO of REG_UNIDAD to CUIT-BUSCADO.
           perform buscarCambioAnterior.
           if IDX-CAMBIO-HALLADO > 0
               move spaces to WS-AUD-CLAVE
               move CUIT-CO of REG_UNIDAD to WS-AUD-CUIT
               move NRO-UNIDAD of REG_UNIDAD to WS-AUD-PROV
               move REG_UNIDAD to WS-AUD-ANTES
               move CAM-CUIT-NUEVO(IDX-CAMBIO-HALLADO)
                   to CUIT-CO of REG_UNIDAD
               move REG_UNIDAD to WS-AUD-DESPUES
               perform auditarRenumeracion
               add 1 to CAM-UNIDADES(IDX-CAMBIO-HALLADO)
           end-if.
           move REG_UNIDAD to REG_ORDENAR-UNIDADES.
           release REG_ORDENAR-UNIDADES.
           read UNIDADES end-read.

        grabarUnidades.
           if HAY-ARCHIVO(3) = "S"
               open output UNIDADES
               if not ok-UNIDADES
                   display "ERROR: no se pudo regrabar UNIDADES ("
                       fs-UNIDADES ")."
                   move 8 to COD-RETORNO
               else
                   RETURN ORDENAR-UNIDADES AT END CONTINUE END-RETURN
                   perform grabarUnaUnidad until eof-ORDENAR-UNIDADES
                   close UNIDADES
               end-if
           end-if.

        grabarUnaUnidad.
           move REG_ORDENAR-UNIDADES to REG_UNIDAD.
           write REG_UNIDAD.
           RETURN ORDENAR-UNIDADES AT END CONTINUE END-RETURN.

        liberarRetenciones.
           open input RETENCIONES.
           if not ok-RETENCIONES
               move "N" to HAY-ARCHIVO(4)
           else
               read RETENCIONES end-read
               perform liberarUnaRetencion until eof-RETENCIONES
               close RETENCIONES
           end-if.

        liberarUnaRetencion.
           move CUIT-CO of REG_RETENCION to CUIT-BUSCADO.
           perform buscarCambioAnterior.
           if IDX-CAMBIO-HALLADO > 0
               move spaces to WS-AUD-CLAVE
               move CUIT-CO of REG_RETENCION to WS-AUD-CUIT
               move FECHA-CAMBIO of REG_RETENCION to WS-AUD-PROV
               move REG_RETENCION to WS-AUD-ANTES
               move CAM-CUIT-NUEVO(IDX-CAMBIO-HALLADO)
                   to CUIT-CO of REG_RETENCION
               move REG_RETENCION to WS-AUD-DESPUES
               perform auditarRenumeracion
               add 1 to CAM-RETENCIONES(IDX-CAMBIO-HALLADO)
           end-if.
           move REG_RETENCION to REG_ORDENAR-RETENCIONES.
           release REG_ORDENAR-RETENCIONES.
           read RETENCIONES end-read.

        grabarRetenciones.
           if HAY-ARCHIVO(4) = "S"
               open output RETENCIONES
               if not ok-RETENCIONES
                   display "ERROR: no se pudo regrabar "
                       "RETENCIONES_CUENTA (" fs-RETENCIONES ")."
                   move 8 to COD-RETORNO
               else
                   RETURN ORDENAR-RETENCIONES AT END CONTINUE END-RETURN
                   perform grabarUnaRetencion
                       until eof-ORDENAR-RETENCIONES
                   close RETENCIONES
               end-if
           end-if.

        grabarUnaRetencion.
           move REG_ORDENAR-RETENCIONES to REG_RETENCION.
           write REG_RETENCION.
           RETURN ORDENAR-RETENCIONES AT END CONTINUE END-RETURN.

      *        ---------------------------------------------------------
      *        Indexados: se juntan los registros del CUIT anterior y
      *        cada uno se borra y se graba con el CUIT nuevo; si la
      *        clave nueva no se puede grabar se repone la anterior.
      *        Un CUIT con mas registros que la tabla de movidos no se
      *        renumera en ese archivo y corta el paso.
      *        ---------------------------------------------------------
        moverIndexados.
           move CAM-CUIT-ANT(IDX-CAMBIO) to CUIT-BUSCADO.
           if CUITPROV-ABIERTO = "S"
               perform juntarLinks
               if DESBORDE-MOVIDOS = "N"
                   move 1 to IDX-MOVIDO
                   perform moverUnLink until IDX-MOVIDO > CANT-MOVIDOS
               end-if
           end-if.
           if FACTURAS-ABIERTO = "S" and COD-RETORNO < 8
               perform juntarFacturas
               if DESBORDE-MOVIDOS = "N"
                   move 1 to IDX-MOVIDO
                   perform moverUnaFactura
                       until IDX-MOVIDO > CANT-MOVIDOS
               end-if
           end-if.
           if PRESUPUESTO-ABIERTO = "S" and COD-RETORNO < 8
               perform juntarPresupuestos
               if DESBORDE-MOVIDOS = "N"
                   move 1 to IDX-MOVIDO
                   perform moverUnPresupuesto
                       until IDX-MOVIDO > CANT-MOVIDOS
               end-if
           end-if.
           add 1 to IDX-CAMBIO.

        juntarLinks.
           move 0 to CANT-MOVIDOS.
           move "N" to DESBORDE-MOVIDOS.
           move CUIT-BUSCADO to CUIT-CONS-OUT.
           move 0 to COD-PROV-OUT.
           start CUITPROV key >= REG_KEY
               invalid key
                   continue
               not invalid key
                   read CUITPROV next record end-read
                   perform juntarUnLink
                       until not ok-CUITPROV
                       or CUIT-CONS-OUT <> CUIT-BUSCADO
                       or DESBORDE-MOVIDOS = "S"
           end-start.

        juntarUnLink.
           if CANT-MOVIDOS < 9999
               add 1 to CANT-MOVIDOS
               move REG_CUITPROV to MOV-REGISTRO(CANT-MOVIDOS)
               read CUITPROV next record end-read
           else
               display "ERROR: el CUIT " CUIT-BUSCADO " tiene mas de "
                   "9999 vinculos en CUITPROV.OUT; no se renumera."
               move "S" to DESBORDE-MOVIDOS
               move 8 to COD-RETORNO
           end-if.

        moverUnLink.
           move MOV-REGISTRO(IDX-MOVIDO) to REG_CUITPROV.
           move spaces to WS-AUD-CLAVE.
           move CUIT-CONS-OUT to WS-AUD-CUIT.
           move COD-PROV-OUT to WS-AUD-PROV.
           move REG_CUITPROV to WS-AUD-ANTES.
           delete CUITPROV record
               invalid key
                   display "ERROR: no se pudo borrar el vinculo "
                       CUIT-CONS-OUT " " COD-PROV-OUT " (" fs-CUITPROV
                       ")."
                   move 8 to COD-RETORNO
               not invalid key
                   move CAM-CUIT-NUEVO(IDX-CAMBIO) to CUIT-CONS-OUT
                   write REG_CUITPROV
                       invalid key
                           display "ERROR: no se pudo grabar el "
                               "vinculo " CUIT-CONS-OUT " "
                               COD-PROV-OUT " (" fs-CUITPROV
                               "); se repone el anterior."
                           move 8 to COD-RETORNO
                           move MOV-REGISTRO(IDX-MOVIDO)
                               to REG_CUITPROV
                           write REG_CUITPROV end-write
                       not invalid key
                           move REG_CUITPROV to WS-AUD-DESPUES
                           perform auditarRenumeracion
                           add 1 to CAM-CUITPROV(IDX-CAMBIO)
                   end-write
           end-delete.
           add 1 to IDX-MOVIDO.

        juntarFacturas.
           move 0 to CANT-MOVIDOS.
           move "N" to DESBORDE-MOVIDOS.
           move CUIT-BUSCADO to CUIT-CONS-F.
           move 0 to COD-PROV-F.
           move 0 to NRO-FACT-F.
           start FACTURAS key >= FACT-KEY
               invalid key
                   continue
               not invalid key
                   read FACTURAS next record end-read
                   perform juntarUnaFactura
                       until not ok-FACTURAS
                       or CUIT-CONS-F <> CUIT-BUSCADO
                       or DESBORDE-MOVIDOS = "S"
           end-start.

        juntarUnaFactura.
           if CANT-MOVIDOS < 9999
               add 1 to CANT-MOVIDOS
               move REG_FACTURA to MOV-REGISTRO(CANT-MOVIDOS)
               read FACTURAS next record end-read
           else
               display "ERROR: el CUIT " CUIT-BUSCADO " tiene mas de "
                   "9999 facturas en FACTURAS.OUT; no se renumera."
               move "S" to DESBORDE-MOVIDOS
               move 8 to COD-RETORNO
           end-if.

        moverUnaFactura.
           move MOV-REGISTRO(IDX-MOVIDO) to REG_FACTURA.
           move spaces to WS-AUD-CLAVE.
           move CUIT-CONS-F to WS-AUD-CUIT.
           move COD-PROV-F to WS-AUD-PROV.
           move REG_FACTURA to WS-AUD-ANTES.
           delete FACTURAS record
               invalid key
                   display "ERROR: no se pudo borrar la factura "
                       CUIT-CONS-F " " COD-PROV-F " " NRO-FACT-F
                       " (" fs-FACTURAS ")."
                   move 8 to COD-RETORNO
               not invalid key
                   move CAM-CUIT-NUEVO(IDX-CAMBIO) to CUIT-CONS-F
                   write REG_FACTURA
                       invalid key
                           display "ERROR: no se pudo grabar la "
                               "factura " CUIT-CONS-F " " COD-PROV-F
                               " " NRO-FACT-F " (" fs-FACTURAS
                               "); se repone la anterior."
                           move 8 to COD-RETORNO
                           move MOV-REGISTRO(IDX-MOVIDO)
                               to REG_FACTURA
                           write REG_FACTURA end-write
                       not invalid key
                           move REG_FACTURA to WS-AUD-DESPUES
                           perform auditarRenumeracion
                           add 1 to CAM-FACTURAS(IDX-CAMBIO)
                   end-write
           end-delete.
           add 1 to IDX-MOVIDO.

        juntarPresupuestos.
           move 0 to CANT-MOVIDOS.
           move "N" to DESBORDE-MOVIDOS.
           move CUIT-BUSCADO to CUIT-CONS-P.
           move 0 to ANIO-P.
           move low-values to RUBRO-P.
           start PRESUPUESTO key >= PRES-KEY
               invalid key
                   continue
               not invalid key
                   read PRESUPUESTO next record end-read
                   perform juntarUnPresupuesto
                       until not ok-PRESUPUESTO
                       or CUIT-CONS-P <> CUIT-BUSCADO
                       or DESBORDE-MOVIDOS = "S"
           end-start.

        juntarUnPresupuesto.
           if CANT-MOVIDOS < 9999
               add 1 to CANT-MOVIDOS
               move REG_PRESUPUESTO to MOV-REGISTRO(CANT-MOVIDOS)
               read PRESUPUESTO next record end-read
           else
               display "ERROR: el CUIT " CUIT-BUSCADO " tiene mas de "
                   "9999 presupuestos en PRESUPUESTO.OUT; no se "
                   "renumera."
               move "S" to DESBORDE-MOVIDOS
               move 8 to COD-RETORNO
           end-if.

        moverUnPresupuesto.
           move MOV-REGISTRO(IDX-MOVIDO) to REG_PRESUPUESTO.
           move spaces to WS-AUD-CLAVE.
           move CUIT-CONS-P to WS-AUD-CUIT.
           move PRES-KEY(16:8) to WS-AUD-PROV.
           move REG_PRESUPUESTO to WS-AUD-ANTES.
           delete PRESUPUESTO record
               invalid key
                   display "ERROR: no se pudo borrar el presupuesto "
                       CUIT-CONS-P " " ANIO-P " " RUBRO-P
                       " (" fs-PRESUPUESTO ")."
                   move 8 to COD-RETORNO
               not invalid key
                   move CAM-CUIT-NUEVO(IDX-CAMBIO) to CUIT-CONS-P
                   write REG_PRESUPUESTO
                       invalid key
                           display "ERROR: no se pudo grabar el "
                               "presupuesto " CUIT-CONS-P " " ANIO-P
                               " " RUBRO-P " (" fs-PRESUPUESTO
                               "); se repone el anterior."
                           move 8 to COD-RETORNO
                           move MOV-REGISTRO(IDX-MOVIDO)
                               to REG_PRESUPUESTO
                           write REG_PRESUPUESTO end-write
                       not invalid key
                           move REG_PRESUPUESTO to WS-AUD-DESPUES
                           perform auditarRenumeracion
                           add 1 to CAM-PRESUPUESTO(IDX-CAMBIO)
                   end-write
           end-delete.
           add 1 to IDX-MOVIDO.

      *        ---------------------------------------------------------
      *        Referencias cruzadas: una linea por renumeracion
      *        aplicada, agregada a las anteriores
      *        ---------------------------------------------------------
        grabarReferencias.
           open extend REFERENCIAS.
           if not ok-REFERENCIAS
               open output REFERENCIAS
           end-if.
           if not ok-REFERENCIAS
               display "ERROR: no se pudo grabar REFERENCIAS_CUIT ("
                   fs-REFERENCIAS "); las consultas por el CUIT "
               "anterior no encontraran al consorcio."
               move 8 to COD-RETORNO
           else
               move 1 to IDX-CAMBIO
               perform grabarUnaReferencia
                   until IDX-CAMBIO > CANT-CAMBIOS
               close REFERENCIAS
           end-if.

        grabarUnaReferencia.
           move CAM-CUIT-ANT(IDX-CAMBIO)
               to CUIT-ANTERIOR of REG_REFERENCIA.
           move CAM-CUIT-NUEVO(IDX-CAMBIO)
               to CUIT-NUEVO of REG_REFERENCIA.
           move WS-YYYY-MM-DD to FECHA-CAMBIO of REG_REFERENCIA.
           move OPERADOR-RUN to OPERADOR-CAMBIO of REG_REFERENCIA.
           move CAM-MOTIVO(IDX-CAMBIO)
               to MOTIVO-CAMBIO of REG_REFERENCIA.
           write REG_REFERENCIA.
           add 1 to IDX-CAMBIO.

        informarCambio.
           display "RENUMERADO: " CAM-CUIT-ANT(IDX-CAMBIO) " -> "
               CAM-CUIT-NUEVO(IDX-CAMBIO).
           display "    maestro " CAM-MAESTRO(IDX-CAMBIO)
               "  cuentas " CAM-CTAS(IDX-CAMBIO)
               "  morosidad " CAM-MOROSIDAD(IDX-CAMBIO)
               "  proveedores " CAM-CUITPROV(IDX-CAMBIO)
               "  facturas " CAM-FACTURAS(IDX-CAMBIO).
           display "    presupuesto " CAM-PRESUPUESTO(IDX-CAMBIO)
               "  mandatos " CAM-MANDATOS(IDX-CAMBIO)
               "  planes " CAM-PLANES(IDX-CAMBIO)
               "  unidades " CAM-UNIDADES(IDX-CAMBIO)
               "  retenciones " CAM-RETENCIONES(IDX-CAMBIO).
           add 1 to IDX-CAMBIO.

      *        ---------------------------------------------------------
      *        Pista de auditoria comun: cada registro movido queda en
      *        el archivo fechado con la clave anterior y la imagen
      *        antes y despues del cambio
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
               "auditoria (" fs-AUDITORIA "); las renumeraciones de "
               "este run no quedan auditadas."
           end-if.

        cerrarAuditoria.
           if AUDITORIA-DISPONIBLE = "S"
               close AUDITORIA
           end-if.

        auditarRenumeracion.
           move "M" to WS-AUD-TIPO.
           add 1 to TOTAL-REGISTROS-MOVIDOS.
           perform grabarAuditoria.

        grabarAuditoria.
           if AUDITORIA-DISPONIBLE = "S"
               move WS-YYYY-MM-DD to FECHA-PROCESO of REG_AUDITORIA
               move "RenumerarCuit" to PROGRAMA of REG_AUDITORIA
               move OPERADOR-RUN to OPERADOR of REG_AUDITORIA
               move WS-AUD-TIPO to TIPO-MOVIM-AUD of REG_AUDITORIA
               move WS-AUD-CLAVE to CLAVE-AUD of REG_AUDITORIA
               move WS-AUD-ANTES to IMAGEN-ANTES of REG_AUDITORIA
               move WS-AUD-DESPUES to IMAGEN-DESPUES of REG_AUDITORIA
               write REG_AUDITORIA
           end-if.

      *        ---------------------------------------------------------
      *        Escribe el par rechazado junto con el motivo
      *        ---------------------------------------------------------
        emitirExcepcion.
           move spaces to REG_EXCEPCION.
           string CUIT-ANTERIOR of REG_RENUMERACION "  "
               CUIT-NUEVO of REG_RENUMERACION "  "
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

        end program RenumerarCuit.

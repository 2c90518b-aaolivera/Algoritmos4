        identification division.
        program-id. MantenerPlanes.

        ENVIRONMENT division.
        configuration section.

        input-output section.
        file-control.
             select PLANES
             assign to dynamic WS-PATH-PLANES
             organization is line sequential
             file status is fs-PLANES.

             select PLANESMOVIM
             assign to dynamic WS-PATH-PLANESMOVIM
             organization is line sequential
             file status is fs-PLANESMOVIM.

             select MOROSIDAD
             assign to dynamic WS-PATH-MOROSIDAD
             organization is line sequential
             file status is fs-MOROSIDAD.

             select EXCEPCIONES
             assign to dynamic WS-PATH-EXCEPCIONES
             organization is line sequential
             file status is fs-EXCEPCIONES.

             select AUDITORIA
             assign to dynamic WS-PATH-AUDITORIA
             organization is line sequential
             file status is fs-AUDITORIA.

             select ORDENAR
             assign to "WORKQ.TMP"
             file status is fs-ORDENAR.

        DATA division.
        file section.
      *        --- plan de pagos por consorcio, ascendente por CUIT-CO:
      *        ESTADO-PLAN "V" vigente, "F" finalizado (cuotas pagadas
      *        o deuda saldada), "C" cancelado por la administracion y
      *        "D" caido por cuotas impagas; SALDO-PLAN es la deuda de
      *        morosidad que el plan todavia refinancia ---
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

      *        --- "A" alta de un plan (sin importe de cuota se divide
      *        la deuda en las cuotas pedidas; sin periodo de inicio
      *        arranca en el periodo de proceso), "C" cancelacion ---
        fd PLANESMOVIM.
        01 REG_PLANESMOVIM.
             03 TIPO-MOVIM pic x(1).
             03 CUIT-CO pic x(15).
             03 CANT-CUOTAS-PLAN pic x(3).
             03 IMPORTE-CUOTA-PLAN pic x(11).
             03 PERIODO-INICIO pic x(6).

        fd MOROSIDAD.
        01 REG_MOROSIDAD.
             03 CUIT-CO pic 9(15).
             03 PERIODOS-ADEUDADOS pic 9(3).
             03 IMPORTE-ADEUDADO pic 9(13).
             03 RECHAZOS-CONSECUTIVOS pic 9(2).
             03 ULTIMO-PERIODO pic x(6).
             03 MARCA-SEGUIMIENTO pic x(1).

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

        working-storage section.
        01 fs-PLANES pic xx.
             88 ok-PLANES value "00".
             88 eof-PLANES value "10".
        01 fs-PLANESMOVIM pic xx.
             88 ok-PLANESMOVIM value "00".
             88 eof-PLANESMOVIM value "10".
        01 fs-MOROSIDAD pic xx.
             88 ok-MOROSIDAD value "00".
             88 eof-MOROSIDAD value "10".
        01 fs-EXCEPCIONES pic xx.
             88 ok-EXCEPCIONES value "00".
        01 fs-ORDENAR pic xx.
             88 ok-ORDENAR value "00".
             88 eof-ORDENAR value "10".

        01 WS-DIR-BASE pic x(150) value "C:\temp\".
        01 WS-PATH-PLANES pic x(200) value spaces.
        01 WS-PATH-PLANESMOVIM pic x(200)
            value "C:\PLANESMOVIM.txt".
        01 WS-PATH-MOROSIDAD pic x(200) value spaces.
        01 WS-PATH-EXCEPCIONES pic x(200)
            value "C:\PLANESMOVIM-EXC.txt".
        01 WS-ENV-VAL pic x(200).
        01 PERIODO-PROCESO pic x(6).

      *        --- planes vigentes e historicos en memoria; se regraban
      *        ordenados por CUIT-CO para el apareo de DebitosExpensas
      *        y ActualizarMorosidad ---
        01 WS-CANT-PLANES pic 9(6) value 0.
        01 tablaPlanes.
            03 planItem OCCURS 1 TO 99999 TIMES
                DEPENDING ON WS-CANT-PLANES.
                05 PLA-REGISTRO pic x(77).
        01 IDX-PLAN pic 9(6).
        01 IDX-PLAN-HALLADO pic 9(6).
        01 PLAN-ACTUAL.
             03 PLA-CUIT pic 9(15).
             03 PLA-CANT-CUOTAS pic 9(3).
             03 PLA-IMPORTE-CUOTA pic 9(11).
             03 PLA-PERIODO-INICIO pic x(6).
             03 PLA-ESTADO pic x(1).
                 88 PLAN-VIGENTE value "V".
             03 PLA-PAGADAS pic 9(3).
             03 PLA-IMPAGAS pic 9(3).
             03 PLA-SALDO pic 9(13).
             03 PLA-ULTIMO-PERIODO pic x(6).
             03 PLA-FECHA-ALTA pic 9(8).
             03 PLA-FECHA-FIN pic 9(8).

      *        --- deuda de cada consorcio en el libro de morosidad ---
        01 WS-CANT-MOROSOS pic 9(6) value 0.
        01 tablaMorosidad.
            03 morosoItem OCCURS 1 TO 99999 TIMES
                DEPENDING ON WS-CANT-MOROSOS.
                05 MOR-CUIT pic 9(15).
                05 MOR-IMPORTE pic 9(13).
        01 IDX-MOROSO pic 9(6).
        01 IDX-MOROSO-HALLADO pic 9(6).

        01 ES-VALIDO pic x.
            88 MOVIM-ES-VALIDO value "S".
        01 WS-MOTIVO pic x(80).
        01 CUIT-MOVIM pic 9(15).
        01 CANT-CUOTAS-MOVIM pic 9(3).
        01 IMPORTE-CUOTA-MOVIM pic 9(11).
        01 PERIODO-INICIO-MOVIM pic x(6).
        01 PERIODO-INICIO-NUM pic 9(6).
        01 PERIODO-INICIO-R redefines PERIODO-INICIO-NUM.
             03 INICIO-ANIO pic 9(4).
             03 INICIO-MES pic 9(2).
        01 DEUDA-A-REFINANCIAR pic 9(13).
        01 TOTAL-FINANCIADO pic 9(15).

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
        01 TOTAL-CANCELACIONES pic 9(6) value 0.
        01 TOTAL-RECHAZADOS pic 9(6) value 0.

      *        --- codigo de retorno del paso (0 limpio, 4 con
      *        advertencias, 8 error serio) ---
        01 COD-RETORNO pic 9(2) value 0.

      *        ---------------------------------------------------------
      *        Mantenimiento de planes de pago: lee un lote de
      *        movimientos ("A" alta, "C" cancelacion) sobre PLANES.txt.
      *        Un plan solo se da de alta para un consorcio con deuda en
      *        el libro de morosidad y sin otro plan vigente, y las
      *        cuotas deben cubrir la deuda; el saldo del plan arranca
      *        en el IMPORTE-ADEUDADO del libro. DebitosExpensas suma la
      *        cuota del plan a la cuota mensual (aun con el consorcio
      *        marcado a seguimiento) y ActualizarMorosidad la da por
      *        pagada o impaga segun el resultado del debito. Cada
      *        movimiento aplicado queda en la pista de AUDITORIA; los
      *        rechazados van al archivo de excepciones con su motivo.
      *        ---------------------------------------------------------
        PROCEDURE division.
           perform leerParametros.
           perform cargarPlanes.
           perform cargarMorosidad.
           if COD-RETORNO >= 8
               move COD-RETORNO to RETURN-CODE
               goback
           end-if.

           perform abrirAuditoria.
           open input PLANESMOVIM.
           open output EXCEPCIONES.
           if not ok-PLANESMOVIM
               display "ERROR: no se pudo abrir el lote de "
               "movimientos (" fs-PLANESMOVIM ")."
               move 8 to COD-RETORNO
           else
               read PLANESMOVIM end-read
               perform procesarMovimiento until eof-PLANESMOVIM
               close PLANESMOVIM
           end-if.
           close EXCEPCIONES.
           perform cerrarAuditoria.

           if COD-RETORNO < 8
               sort ORDENAR
                   ON ASCENDING CUIT-CO of REG_ORDENAR
               input procedure is liberarPlanes
               output procedure is grabarPlanes
           end-if.

           display "Total de planes dados de alta: " TOTAL-ALTAS.
           display "Total de planes cancelados: " TOTAL-CANCELACIONES.
           display "Total de movimientos rechazados: "
               TOTAL-RECHAZADOS.
           if COD-RETORNO < 4 and TOTAL-RECHAZADOS > 0
               move 4 to COD-RETORNO
           end-if.
           move COD-RETORNO to RETURN-CODE.
        goback.

      *        ---------------------------------------------------------
      *        Parametros del run: directorio base, archivo de planes,
      *        lote de movimientos, excepciones y libro de morosidad
      *        ---------------------------------------------------------
        leerParametros.
           accept WS-ENV-VAL from environment "PLANES_DIR".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-DIR-BASE
           end-if.
           perform obtenerFechaProceso.
           move WS-YYYY-MM-DD(1:6) to PERIODO-PROCESO.

           accept WS-ENV-VAL from environment "PLANES_ARCHIVO".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-PLANES
           else
               string WS-DIR-BASE delimited by spaces
                      "PLANES.txt" delimited by size
                      into WS-PATH-PLANES
           end-if.
           accept WS-ENV-VAL from environment "PLANES_MOVIMIENTOS".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-PLANESMOVIM
           end-if.
           accept WS-ENV-VAL from environment "PLANES_EXCEPCIONES".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-EXCEPCIONES
           end-if.
           accept WS-ENV-VAL from environment "PLANES_MOROSIDAD".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-MOROSIDAD
           else
               string WS-DIR-BASE delimited by spaces
                      "MOROSIDAD.txt" delimited by size
                      into WS-PATH-MOROSIDAD
           end-if.

      *        ---------------------------------------------------------
      *        Carga los planes existentes; sin archivo se arranca con
      *        la tabla vacia (primer plan otorgado)
      *        ---------------------------------------------------------
        cargarPlanes.
           move 0 to WS-CANT-PLANES.
           open input PLANES.
           if ok-PLANES
               read PLANES end-read
               perform cargarUnPlan until eof-PLANES
               close PLANES
           else
               display "ADVERTENCIA: no se pudo abrir PLANES ("
                   fs-PLANES "); se inicia un archivo nuevo."
           end-if.

        cargarUnPlan.
           if WS-CANT-PLANES < 99999
               add 1 to WS-CANT-PLANES
               move REG_PLAN to PLA-REGISTRO(WS-CANT-PLANES)
           end-if.
           read PLANES end-read.

        buscarPlan.
           move 0 to IDX-PLAN-HALLADO.
           move 1 to IDX-PLAN.
           perform buscarUnPlan
               until IDX-PLAN > WS-CANT-PLANES
               or IDX-PLAN-HALLADO > 0.

        buscarUnPlan.
           move PLA-REGISTRO(IDX-PLAN) to PLAN-ACTUAL.
           if PLA-CUIT = CUIT-MOVIM
               move IDX-PLAN to IDX-PLAN-HALLADO
           end-if.
           add 1 to IDX-PLAN.

      *        ---------------------------------------------------------
      *        La deuda a refinanciar sale del libro de morosidad; sin
      *        libro no se puede otorgar ningun plan
      *        ---------------------------------------------------------
        cargarMorosidad.
           move 0 to WS-CANT-MOROSOS.
           open input MOROSIDAD.
           if not ok-MOROSIDAD
               display "ERROR: no se pudo abrir MOROSIDAD ("
                   fs-MOROSIDAD ") " WS-PATH-MOROSIDAD
               move 8 to COD-RETORNO
           else
               read MOROSIDAD end-read
               perform cargarUnMoroso until eof-MOROSIDAD
               close MOROSIDAD
           end-if.

        cargarUnMoroso.
           if WS-CANT-MOROSOS < 99999
               add 1 to WS-CANT-MOROSOS
               move CUIT-CO of REG_MOROSIDAD
                   to MOR-CUIT(WS-CANT-MOROSOS)
               move IMPORTE-ADEUDADO of REG_MOROSIDAD
                   to MOR-IMPORTE(WS-CANT-MOROSOS)
           end-if.
           read MOROSIDAD end-read.

        buscarMoroso.
           move 0 to IDX-MOROSO-HALLADO.
           move 1 to IDX-MOROSO.
           perform buscarUnMoroso
               until IDX-MOROSO > WS-CANT-MOROSOS
               or IDX-MOROSO-HALLADO > 0.

        buscarUnMoroso.
           if MOR-CUIT(IDX-MOROSO) = CUIT-MOVIM
               move IDX-MOROSO to IDX-MOROSO-HALLADO
           end-if.
           add 1 to IDX-MOROSO.

      *        ---------------------------------------------------------
      *        Validacion y aplicacion de cada movimiento del lote
      *        ---------------------------------------------------------
        procesarMovimiento.
           move "S" to ES-VALIDO.
           move spaces to WS-MOTIVO.
           perform validarMovimiento.
           if MOVIM-ES-VALIDO
               if TIPO-MOVIM of REG_PLANESMOVIM = "A"
                   perform aplicarAlta
               else
                   perform aplicarCancelacion
               end-if
           else
               perform emitirExcepcion
           end-if.
           read PLANESMOVIM end-read.

        validarMovimiento.
           if TIPO-MOVIM of REG_PLANESMOVIM <> "A"
               and TIPO-MOVIM of REG_PLANESMOVIM <> "C"
               move "N" to ES-VALIDO
               move "tipo de movimiento desconocido" to WS-MOTIVO
           end-if.

           if MOVIM-ES-VALIDO
               if CUIT-CO of REG_PLANESMOVIM is not numeric
                   move "N" to ES-VALIDO
                   move "CUIT-CO no numerico" to WS-MOTIVO
               else
                   move CUIT-CO of REG_PLANESMOVIM to CUIT-MOVIM
                   perform buscarPlan
               end-if
           end-if.

           if MOVIM-ES-VALIDO
               if TIPO-MOVIM of REG_PLANESMOVIM = "A"
                   perform validarAlta
               else
                   if IDX-PLAN-HALLADO = 0
                       move "N" to ES-VALIDO
                       move "el consorcio no tiene plan de pagos"
                           to WS-MOTIVO
                   else
                       if not PLAN-VIGENTE
                           move "N" to ES-VALIDO
                           move "el plan de pagos no esta vigente"
                               to WS-MOTIVO
                       end-if
                   end-if
               end-if
           end-if.

        validarAlta.
           if IDX-PLAN-HALLADO > 0 and PLAN-VIGENTE
               move "N" to ES-VALIDO
               move "el consorcio ya tiene un plan vigente"
                   to WS-MOTIVO
           end-if.

           if MOVIM-ES-VALIDO
               perform buscarMoroso
               if IDX-MOROSO-HALLADO = 0
                   move "N" to ES-VALIDO
                   move "el consorcio no figura en MOROSIDAD"
                       to WS-MOTIVO
               else
                   move MOR-IMPORTE(IDX-MOROSO-HALLADO)
                       to DEUDA-A-REFINANCIAR
                   if DEUDA-A-REFINANCIAR = 0
                       move "N" to ES-VALIDO
                       move "el consorcio no tiene deuda" to WS-MOTIVO
                   end-if
               end-if
           end-if.

           if MOVIM-ES-VALIDO
               if CANT-CUOTAS-PLAN of REG_PLANESMOVIM is not numeric
                   move "N" to ES-VALIDO
                   move "cantidad de cuotas no numerica" to WS-MOTIVO
               else
                   move CANT-CUOTAS-PLAN of REG_PLANESMOVIM
                       to CANT-CUOTAS-MOVIM
                   if CANT-CUOTAS-MOVIM = 0
                       move "N" to ES-VALIDO
                       move "cantidad de cuotas en cero" to WS-MOTIVO
                   end-if
               end-if
           end-if.

           if MOVIM-ES-VALIDO
               if IMPORTE-CUOTA-PLAN of REG_PLANESMOVIM = spaces
                   compute IMPORTE-CUOTA-MOVIM
                       = (DEUDA-A-REFINANCIAR + CANT-CUOTAS-MOVIM - 1)
                       / CANT-CUOTAS-MOVIM
               else
                   if IMPORTE-CUOTA-PLAN of REG_PLANESMOVIM
                       is not numeric
                       move "N" to ES-VALIDO
                       move "importe de cuota no numerico"
                           to WS-MOTIVO
                   else
                       move IMPORTE-CUOTA-PLAN of REG_PLANESMOVIM
                           to IMPORTE-CUOTA-MOVIM
                   end-if
               end-if
           end-if.

           if MOVIM-ES-VALIDO
               compute TOTAL-FINANCIADO
                   = IMPORTE-CUOTA-MOVIM * CANT-CUOTAS-MOVIM
               if IMPORTE-CUOTA-MOVIM = 0
                   or TOTAL-FINANCIADO < DEUDA-A-REFINANCIAR
                   move "N" to ES-VALIDO
                   move "las cuotas no cubren la deuda" to WS-MOTIVO
               end-if
           end-if.

           if MOVIM-ES-VALIDO
               if PERIODO-INICIO of REG_PLANESMOVIM = spaces
                   move PERIODO-PROCESO to PERIODO-INICIO-MOVIM
               else
                   move PERIODO-INICIO of REG_PLANESMOVIM
                       to PERIODO-INICIO-MOVIM
               end-if
               if PERIODO-INICIO-MOVIM is not numeric
                   move "N" to ES-VALIDO
                   move "periodo de inicio invalido" to WS-MOTIVO
               else
                   move PERIODO-INICIO-MOVIM to PERIODO-INICIO-NUM
                   if INICIO-MES < 1 or INICIO-MES > 12
                       move "N" to ES-VALIDO
                       move "periodo de inicio invalido" to WS-MOTIVO
                   else
                       if PERIODO-INICIO-MOVIM < PERIODO-PROCESO
                           move "N" to ES-VALIDO
                           move "periodo de inicio ya vencido"
                               to WS-MOTIVO
                       end-if
                   end-if
               end-if
           end-if.

      *        ---------------------------------------------------------
      *        Un plan nuevo reemplaza al historico del consorcio (el
      *        anterior queda en la imagen de auditoria)
      *        ---------------------------------------------------------
        aplicarAlta.
           move spaces to WS-AUD-ANTES.
           if IDX-PLAN-HALLADO > 0
               move PLA-REGISTRO(IDX-PLAN-HALLADO) to WS-AUD-ANTES
           else
               add 1 to WS-CANT-PLANES
               move WS-CANT-PLANES to IDX-PLAN-HALLADO
           end-if.
           move CUIT-MOVIM to PLA-CUIT.
           move CANT-CUOTAS-MOVIM to PLA-CANT-CUOTAS.
           move IMPORTE-CUOTA-MOVIM to PLA-IMPORTE-CUOTA.
           move PERIODO-INICIO-MOVIM to PLA-PERIODO-INICIO.
           move "V" to PLA-ESTADO.
           move 0 to PLA-PAGADAS.
           move 0 to PLA-IMPAGAS.
           move DEUDA-A-REFINANCIAR to PLA-SALDO.
           move spaces to PLA-ULTIMO-PERIODO.
           move WS-YYYY-MM-DD to PLA-FECHA-ALTA.
           move 0 to PLA-FECHA-FIN.
           move PLAN-ACTUAL to PLA-REGISTRO(IDX-PLAN-HALLADO).
           add 1 to TOTAL-ALTAS.
           display "PLAN OTORGADO: CUIT " PLA-CUIT " "
               PLA-CANT-CUOTAS " cuotas de " PLA-IMPORTE-CUOTA
               " desde " PLA-PERIODO-INICIO " por " PLA-SALDO.
           move "A" to WS-AUD-TIPO.
           perform auditarPlan.

        aplicarCancelacion.
           move PLA-REGISTRO(IDX-PLAN-HALLADO) to WS-AUD-ANTES.
           move "C" to PLA-ESTADO.
           move WS-YYYY-MM-DD to PLA-FECHA-FIN.
           move PLAN-ACTUAL to PLA-REGISTRO(IDX-PLAN-HALLADO).
           add 1 to TOTAL-CANCELACIONES.
           display "PLAN CANCELADO: CUIT " PLA-CUIT " con saldo "
               PLA-SALDO.
           move "C" to WS-AUD-TIPO.
           perform auditarPlan.

        auditarPlan.
           move spaces to WS-AUD-CLAVE.
           move PLA-CUIT to WS-AUD-CUIT.
           move spaces to WS-AUD-DESPUES.
           move PLAN-ACTUAL to WS-AUD-DESPUES.
           perform grabarAuditoria.

        liberarPlanes.
           move 1 to IDX-PLAN.
           perform liberarUnPlan until IDX-PLAN > WS-CANT-PLANES.

        liberarUnPlan.
           move PLA-REGISTRO(IDX-PLAN) to REG_ORDENAR.
           release REG_ORDENAR.
           add 1 to IDX-PLAN.

        grabarPlanes.
           open output PLANES.
           if not ok-PLANES
               display "ERROR: no se pudo regrabar PLANES ("
                   fs-PLANES ")."
               move 8 to COD-RETORNO
           else
               RETURN ORDENAR AT END CONTINUE END-RETURN
               perform grabarUnPlan until eof-ORDENAR
               close PLANES
           end-if.

        grabarUnPlan.
           move REG_ORDENAR to REG_PLAN.
           write REG_PLAN.
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
               move "MantenerPlanes" to PROGRAMA of REG_AUDITORIA
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
           string TIPO-MOVIM of REG_PLANESMOVIM "  "
               CUIT-CO of REG_PLANESMOVIM "  "
               CANT-CUOTAS-PLAN of REG_PLANESMOVIM "  "
               IMPORTE-CUOTA-PLAN of REG_PLANESMOVIM "  "
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

        end program MantenerPlanes.

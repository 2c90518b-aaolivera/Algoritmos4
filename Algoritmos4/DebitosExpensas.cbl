             organization is line sequential
             file status is fs-REPRESENTAR.

             select PLANES
             assign to dynamic WS-PATH-PLANES
             organization is line sequential
             file status is fs-PLANES.

             select MANDATOS
             assign to dynamic WS-PATH-MANDATOS
             organization is line sequential
             file status is fs-MANDATOS.

             select SIN-ADHESION
             assign to dynamic WS-PATH-SIN-ADHESION
             organization is line sequential
             file status is fs-SIN-ADHESION.

             select PRESENTACIONES
             assign to dynamic WS-PATH-PRESENTACIONES
             organization is line sequential
             file status is fs-PRESENTACIONES.

             select RETENCIONES
             assign to dynamic WS-PATH-RETENCIONES
             organization is line sequential
             file status is fs-RETENCIONES.

             select RETENIDOS
             assign to dynamic WS-PATH-RETENIDOS
             organization is line sequential
             file status is fs-RETENIDOS.

             select ORDENAR
             assign to "WORK.TMP"
             file status is fs-ORDENAR.
             03 CBU pic 9(22).
             03 COD-ADMIN pic 9(3).

      *        --- presentacion al banco: un registro "H" de cabecera
      *        con el numero de secuencia del archivo, los "D" de
      *        detalle y el "T" de control ---
        fd DEBITOS.
        01 REG_DEBITO.
             03 TIPO-REG pic x(01).
             03 TIPO-REG-CTL pic x(01).
             03 CANT-REGISTROS pic 9(6).
             03 IMPORTE-TOTAL pic 9(13).
        01 REG_DEBITO-CABECERA.
             03 TIPO-REG-CAB pic x(01).
             03 ENTIDAD-CAB pic 9(3).
             03 PERIODO-CAB pic x(6).
             03 NRO-SECUENCIA pic 9(6).
             03 FECHA-GENERACION pic 9(8).
             03 MARCA-REEMPLAZO pic x(1).

        fd CUOTAS.
        01 REG_CUOTA.
             03 NOMBRE-CONSORCIO pic x(30).
             03 RECHAZOS-CONSECUTIVOS pic 9(2).
             03 PERIODO pic x(6).
             03 MOTIVO-EXCLUSION pic x(30).

      *        --- debitos rechazados del periodo anterior, generados
      *        por ProcesarRetornos, que se re-presentan este mes ---
             03 NOMBRE-CONSORCIO pic x(30).
             03 CBU pic 9(22).

      *        --- planes de pago por consorcio (MantenerPlanes),
      *        ascendente por CUIT-CO ---
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

        fd SIN-ADHESION.
        01 REG_SIN-ADHESION.
             03 CUIT-CO pic 9(15).
             03 NOMBRE-CONSORCIO pic x(30).
             03 ENTIDAD pic 9(3).
             03 NRO-CTA pic 9(8).
             03 PERIODO pic x(6).

      *        --- registro de presentaciones: un registro por archivo
      *        generado (ENTIDAD, PERIODO y secuencia) con su estado:
      *        "G" generado, "E" enviado al banco, "D" con retorno
      *        procesado, "R" reemplazado por una regeneracion ---
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

      *        --- cambios de cuenta bancaria de RetenerCuentas,
      *        ascendente por CUIT-CO y FECHA-CAMBIO; ESTADO-RETENCION
      *        "P" pendiente, "C" confirmado, "X" rechazado, "S"
      *        superado ---
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

        fd RETENIDOS.
        01 REG_RETENIDO.
             03 CUIT-CO pic 9(15).
             03 NOMBRE-CONSORCIO pic x(30).
             03 ENTIDAD pic 9(3).
             03 NRO-CTA pic 9(8).
             03 ESTADO-RETENCION pic x(1).
             03 FECHA-CAMBIO pic 9(8).
             03 PERIODO pic x(6).

        sd ORDENAR.
        01 REG_ORDENAR.
             03 ENTIDAD pic 9(3).
        01 fs-REPRESENTAR pic xx.
             88 ok-REPRESENTAR value "00".
             88 eof-REPRESENTAR value "10".
        01 fs-PLANES pic xx.
             88 ok-PLANES value "00".
             88 eof-PLANES value "10".
        01 fs-MANDATOS pic xx.
             88 ok-MANDATOS value "00".
             88 eof-MANDATOS value "10".
        01 fs-SIN-ADHESION pic xx.
             88 ok-SIN-ADHESION value "00".
        01 fs-PRESENTACIONES pic xx.
             88 ok-PRESENTACIONES value "00".
             88 eof-PRESENTACIONES value "10".
        01 fs-RETENCIONES pic xx.
             88 ok-RETENCIONES value "00".
             88 eof-RETENCIONES value "10".
        01 fs-RETENIDOS pic xx.
             88 ok-RETENIDOS value "00".
        01 fs-ORDENAR pic xx.
             88 ok-ORDENAR value "00".
             88 eof-ORDENAR value "10".
        01 WS-PATH-EXCLUIDOS pic x(200) value spaces.
        01 WS-PATH-REPRESENTAR pic x(200) value spaces.
        01 WS-PATH-DEBITOS pic x(200) value spaces.
        01 WS-PATH-PLANES pic x(200) value spaces.
        01 WS-PATH-MANDATOS pic x(200) value spaces.
        01 WS-PATH-SIN-ADHESION pic x(200) value spaces.
        01 WS-PATH-PRESENTACIONES pic x(200) value spaces.
        01 WS-PATH-RETENCIONES pic x(200) value spaces.
        01 WS-PATH-RETENIDOS pic x(200) value spaces.
        01 WS-DIR-BASE pic x(150) value "C:\temp\".
        01 WS-ENV-VAL pic x(200).

        01 CONSORCIO-EXCLUIDO pic x.
        01 TOTAL-EXCLUIDOS pic 9(6) value 0.

      *        --- planes de pago vigentes para el periodo debitado, con
      *        la cuota que corresponde sumar a la cuota mensual (la
      *        ultima se ajusta al saldo); un plan vigente habilita la
      *        presentacion aunque el consorcio este marcado ---
        01 WS-CANT-PLANES pic 9(6) value 0.
        01 tablaPlanesVigentes.
            03 planItem OCCURS 1 TO 99999 TIMES
                DEPENDING ON WS-CANT-PLANES.
                05 PLN-CUIT pic 9(15).
                05 PLN-CUOTA pic 9(11).
                05 PLN-NRO-CUOTA pic 9(3).
                05 PLN-CANT-CUOTAS pic 9(3).
        01 IDX-PLAN pic 9(7).
        01 IDX-PLAN-HALLADO pic 9(7).
        01 LIM-INF-PLAN pic 9(7).
        01 LIM-SUP-PLAN pic 9(7).
        01 TOTAL-CUOTAS-PLAN pic 9(6) value 0.

      *        --- adhesiones activas al debito directo (el archivo
      *        viene ascendente por la clave, asi la busqueda es
      *        binaria); solo se presentan las cuentas adheridas ---
        01 USAR-MANDATOS pic x value "N".
        01 WS-CANT-MANDATOS pic 9(6) value 0.
        01 tablaMandatosActivos.
            03 mandatoItem OCCURS 1 TO 99999 TIMES
                DEPENDING ON WS-CANT-MANDATOS.
                05 MAN-CLAVE.
                    07 MAN-CUIT pic 9(15).
                    07 MAN-ENTIDAD pic 9(3).
                    07 MAN-NRO-CTA pic 9(8).
                    07 MAN-CBU pic 9(22).
        01 IDX-MANDATO pic 9(7).
        01 IDX-MANDATO-HALLADO pic 9(7).
        01 LIM-INF-MANDATO pic 9(7).
        01 LIM-SUP-MANDATO pic 9(7).
        01 CLAVE-ADHESION.
             03 ADH-CUIT pic 9(15).
             03 ADH-ENTIDAD pic 9(3).
             03 ADH-NRO-CTA pic 9(8).
             03 ADH-CBU pic 9(22).
        01 CUENTA-ADHERIDA pic x.
        01 TOTAL-SIN-ADHESION pic 9(6) value 0.

      *        --- ultimo cambio de cuenta de cada consorcio en el
      *        registro de RetenerCuentas (ascendente por CUIT, asi la
      *        busqueda es binaria); se retiene el debito mientras el
      *        cambio no este confirmado o tenga menos de N dias
      *        (DEBITOS_DIAS_RETENCION, 10 por defecto) ---
        01 USAR-RETENCIONES pic x value "N".
        01 WS-CANT-RETENCIONES pic 9(6) value 0.
        01 tablaRetenciones.
            03 retencionItem OCCURS 1 TO 99999 TIMES
                DEPENDING ON WS-CANT-RETENCIONES.
                05 RTN-CUIT pic 9(15).
                05 RTN-ESTADO pic x(1).
                05 RTN-FECHA-CAMBIO pic 9(8).
        01 IDX-RETENCION pic 9(7).
        01 IDX-RETENCION-HALLADA pic 9(7).
        01 LIM-INF-RETENCION pic 9(7).
        01 LIM-SUP-RETENCION pic 9(7).
        01 CONSORCIO-RETENIDO pic x.
        01 TOTAL-RETENIDOS pic 9(6) value 0.
        01 DIAS-RETENCION pic 9(3) value 10.
        01 DIAS-INGRESADOS pic x(3).
        01 DIAS-ES-VALIDO pic x.
        01 DIAS-ACUM pic 9(3).
        01 FECHA-CORTE-REC.
             03 FECHA-ANIO pic 9(4).
             03 FECHA-MES pic 9(2).
             03 FECHA-DIA pic 9(2).
        01 FECHA-CORTE-N redefines FECHA-CORTE-REC pic 9(8).

      *        --- re-presentacion de los rechazos del periodo
      *        anterior ---
        01 PERIODO-ANTERIOR.
             03 PER-ANIO pic 9(4).
             03 PER-MES pic 9(2).
        01 TOTAL-REPRESENTADOS pic 9(6) value 0.
        01 TOTAL-REPRESENTACIONES-PLAN pic 9(6) value 0.

        01 ENTIDAD-ACT pic 9(3).
        01 HAY-DEBITOS pic x value "N".
        01 TOTAL-DEBITOS pic 9(8) value 0.
        01 TOTAL-ARCHIVOS pic 9(4) value 0.

      *        --- registro de presentaciones, cargado completo y
      *        regrabado al final; un periodo ya presentado a una
      *        entidad solo se regenera como reemplazo explicito
      *        (DEBITOS_REEMPLAZO = "S") ---
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
        01 IDX-PRESENTACION-VIGENTE pic 9(5).
        01 PRESENTACIONES-CARGADAS pic x value "S".
        01 PRESENTACION-PERMITIDA pic x.
        01 PEDIDO-REEMPLAZO pic x value "N".
        01 SECUENCIA-ENTIDAD pic 9(6).
        01 TOTAL-DUPLICADAS pic 9(4) value 0.
        01 TOTAL-REEMPLAZADAS pic 9(4) value 0.

      *        --- codigo de retorno del paso (0 limpio, 4 con
      *        advertencias, 8 error serio) ---
        01 COD-RETORNO pic 9(2) value 0.
      *        cuota registrada van al listado de excepciones en lugar
      *        de debitarse un importe por defecto. Si no hay archivo
      *        de CUOTAS se acepta el importe unico historico por
      *        parametro. Solo se presentan las cuentas con adhesion
      *        activa en MANDATOS (MantenerMandatos); las demas van al
      *        listado SINADHESION del periodo. Tampoco se debita la
      *        cuenta de un consorcio cuyo ultimo cambio de cuenta
      *        (RETENCIONES_CUENTA de RetenerCuentas) no fue
      *        confirmado por la administracion o tiene menos de N
      *        dias; esos consorcios van al listado RETENIDOS del
      *        periodo.
      *        Cada archivo generado queda en el registro de
      *        PRESENTACIONES con su numero de secuencia por entidad
      *        (que viaja en la cabecera "H"), cantidad, importe y
      *        estado; una entidad que ya tiene presentado el periodo
      *        no se regenera salvo pedido de reemplazo, y la
      *        presentacion anterior queda marcada como reemplazada.
      *        ---------------------------------------------------------
        PROCEDURE division.
           perform leerParametros.
           perform cargarPresentaciones.
           if PRESENTACIONES-CARGADAS <> "S"
               if USAR-CUOTAS = "S"
                   close CUOTAS
               end-if
               move COD-RETORNO to RETURN-CODE
               goback
           end-if.

           if USAR-CUOTAS <> "S" and IMPORTE-CUOTA = 0
               display "ERROR: sin archivo de cuotas y sin importe "
                   TOTAL-PRORRATEADOS
               display "Total de debitos re-presentados: "
                   TOTAL-REPRESENTADOS
               display "Total de re-presentaciones con deuda en plan "
                   "de pagos: " TOTAL-REPRESENTACIONES-PLAN
               display "Total de cuotas de planes de pago: "
                   TOTAL-CUOTAS-PLAN
               display "Total de cuentas sin adhesion activa: "
                   TOTAL-SIN-ADHESION
               display "Total de debitos retenidos por cambio de "
                   "cuenta: " TOTAL-RETENIDOS
               display "Total de presentaciones reemplazadas: "
                   TOTAL-REEMPLAZADAS
               display "Total de entidades con el periodo ya "
                   "presentado: " TOTAL-DUPLICADAS
               perform grabarPresentaciones
           end-if.
           if COD-RETORNO < 4
               and (TOTAL-SIN-CUOTA > 0 or TOTAL-EXCLUIDOS > 0
               or TOTAL-SIN-ADHESION > 0 or TOTAL-RETENIDOS > 0)
               move 4 to COD-RETORNO
           end-if.
           move COD-RETORNO to RETURN-CODE.
                  PERIODO-DEBITO delimited by size
                  ".txt" delimited by size
                  into WS-PATH-EXCLUIDOS.
           accept WS-ENV-VAL from environment "DEBITOS_PLANES".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-PLANES
           else
               string WS-DIR-BASE delimited by spaces
                      "PLANES.txt" delimited by size
                      into WS-PATH-PLANES
           end-if.
           accept WS-ENV-VAL from environment "DEBITOS_MANDATOS".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-MANDATOS
           else
               string WS-DIR-BASE delimited by spaces
                      "MANDATOS.txt" delimited by size
                      into WS-PATH-MANDATOS
           end-if.
           string WS-DIR-BASE delimited by spaces
                  "SINADHESION_" delimited by size
                  PERIODO-DEBITO delimited by size
                  ".txt" delimited by size
                  into WS-PATH-SIN-ADHESION.
           accept WS-ENV-VAL from environment "DEBITOS_RETENCIONES".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-RETENCIONES
           else
               string WS-DIR-BASE delimited by spaces
                      "RETENCIONES_CUENTA.txt" delimited by size
                      into WS-PATH-RETENCIONES
           end-if.
           string WS-DIR-BASE delimited by spaces
                  "RETENIDOS_" delimited by size
                  PERIODO-DEBITO delimited by size
                  ".txt" delimited by size
                  into WS-PATH-RETENIDOS.
           move spaces to DIAS-INGRESADOS.
           accept DIAS-INGRESADOS
               from environment "DEBITOS_DIAS_RETENCION".
           perform normalizarDiasRetencion.

           move PERIODO-DEBITO to PERIODO-ANTERIOR.
           if PER-MES > 1
                      into WS-PATH-REPRESENTAR
           end-if.

           accept WS-ENV-VAL from environment "DEBITOS_PRESENTACIONES".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-PRESENTACIONES
           else
               string WS-DIR-BASE delimited by spaces
                      "PRESENTACIONES.txt" delimited by size
                      into WS-PATH-PRESENTACIONES
           end-if.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "DEBITOS_REEMPLAZO".
           if WS-ENV-VAL(1:1) = "S" or WS-ENV-VAL(1:1) = "s"
               move "S" to PEDIDO-REEMPLAZO
               display "Corrida de reemplazo: se regeneran las "
               "presentaciones ya registradas del periodo."
           end-if.

      *        ---------------------------------------------------------
      *        Convierte el importe parametrizado (digitos en centavos,
      *        con o sin ceros a la izquierda) a numerico
           end-if.
           add 1 to POS-DIGITO.

        normalizarDiasRetencion.
           if DIAS-INGRESADOS not = spaces
               move "S" to DIAS-ES-VALIDO
               move 0 to DIAS-ACUM
               move 1 to POS-DIGITO
               perform armarUnDigitoDias
                   until POS-DIGITO > 3 or DIAS-ES-VALIDO = "N"
               if DIAS-ES-VALIDO = "S"
                   move DIAS-ACUM to DIAS-RETENCION
               end-if
           end-if.

        armarUnDigitoDias.
           if DIAS-INGRESADOS(POS-DIGITO:1) is numeric
               move DIAS-INGRESADOS(POS-DIGITO:1) to UN-DIGITO
               compute DIAS-ACUM = DIAS-ACUM * 10 + UN-DIGITO
           else
               if DIAS-INGRESADOS(POS-DIGITO:1) <> space
                   move "N" to DIAS-ES-VALIDO
               end-if
           end-if.
           add 1 to POS-DIGITO.

      *        ---------------------------------------------------------
      *        Selecciona del maestro los consorcios con cuenta
      *        bancaria informada
      *        ---------------------------------------------------------
        entrada.
           perform cargarMorososMarcados.
           perform cargarPlanesVigentes.
           perform cargarMandatosActivos.
           perform cargarRetenciones.
           open output EXCLUIDOS.
           open output SIN-CUOTA.
           open output SIN-ADHESION.
           open output RETENIDOS.
           open input MAESTRO.
           if not ok-MAESTRO
               display "ERROR: no se pudo abrir el maestro ("
           end-if.
           close SIN-CUOTA.
           close EXCLUIDOS.
           close SIN-ADHESION.
           close RETENIDOS.

        cargarUnMaestro.
           if HAS-CUENTA of REG_MAESTRO = "S"
               if CONSORCIO-EXCLUIDO = "S"
                   perform listarExcluido
               else
                   perform verificarRetencion
                   if CONSORCIO-RETENIDO = "S"
                       perform listarRetenido
                   else
                       perform verificarAdhesionMaestro
                   end-if
               end-if
           end-if.
           read MAESTRO end-read.

        verificarAdhesionMaestro.
           move CUIT-CO of REG_MAESTRO to ADH-CUIT.
           move ENTIDAD of REG_MAESTRO to ADH-ENTIDAD.
           move NRO-CTA of REG_MAESTRO to ADH-NRO-CTA.
           move CBU of REG_MAESTRO to ADH-CBU.
           perform verificarAdhesion.
           if CUENTA-ADHERIDA = "S"
               perform incluirEnPresentacion
           else
               perform listarSinAdhesion
           end-if.

        incluirEnPresentacion.
           perform buscarCuotaConsorcio.
           if CUOTA-HALLADA = "S"
               perform prorratearPrimerMes
           end-if.
           if CUOTA-HALLADA = "S" and IDX-PLAN-HALLADO > 0
               perform sumarCuotaPlan
           end-if.
           if CUOTA-HALLADA = "S"
               move ENTIDAD of REG_MAESTRO to ENTIDAD of REG_ORDENAR
               move NRO-CTA of REG_MAESTRO to NRO-CTA of REG_ORDENAR
                       to RECHAZOS-EXCLUIDO
               end-if
           end-if.
           move 0 to IDX-PLAN-HALLADO.
           if WS-CANT-PLANES > 0
               perform buscarPlanVigente
           end-if.
           if CONSORCIO-EXCLUIDO = "S" and IDX-PLAN-HALLADO > 0
               move "N" to CONSORCIO-EXCLUIDO
               display "MARCADO CON PLAN DE PAGOS VIGENTE: "
                   CUIT-EXCLUSION " se presenta igual."
           end-if.

        buscarUnMarcado.
           compute IDX-MARCADO
               end-if
           end-if.

      *        ---------------------------------------------------------
      *        Carga los planes de pago vigentes cuyo periodo de inicio
      *        ya llego; sin archivo de planes no hay cuotas de plan
      *        ---------------------------------------------------------
        cargarPlanesVigentes.
           move 0 to WS-CANT-PLANES.
           open input PLANES.
           if ok-PLANES
               read PLANES end-read
               perform cargarUnPlan until eof-PLANES
               close PLANES
           end-if.

        cargarUnPlan.
           if ESTADO-PLAN of REG_PLAN = "V"
               and PERIODO-INICIO of REG_PLAN <= PERIODO-DEBITO
               and SALDO-PLAN of REG_PLAN > 0
               and WS-CANT-PLANES < 99999
               add 1 to WS-CANT-PLANES
               move CUIT-CO of REG_PLAN to PLN-CUIT(WS-CANT-PLANES)
               if IMPORTE-CUOTA-PLAN of REG_PLAN
                   < SALDO-PLAN of REG_PLAN
                   move IMPORTE-CUOTA-PLAN of REG_PLAN
                       to PLN-CUOTA(WS-CANT-PLANES)
               else
                   move SALDO-PLAN of REG_PLAN
                       to PLN-CUOTA(WS-CANT-PLANES)
               end-if
               compute PLN-NRO-CUOTA(WS-CANT-PLANES)
                   = CUOTAS-PAGADAS of REG_PLAN + 1
               move CANT-CUOTAS-PLAN of REG_PLAN
                   to PLN-CANT-CUOTAS(WS-CANT-PLANES)
           end-if.
           read PLANES end-read.

      *        ---------------------------------------------------------
      *        Busqueda binaria del CUIT en los planes vigentes (el
      *        archivo viene ascendente por CUIT-CO)
      *        ---------------------------------------------------------
        buscarPlanVigente.
           move 0 to IDX-PLAN-HALLADO.
           move 1 to LIM-INF-PLAN.
           move WS-CANT-PLANES to LIM-SUP-PLAN.
           perform buscarUnPlan
               until LIM-INF-PLAN > LIM-SUP-PLAN
               or IDX-PLAN-HALLADO > 0.

        buscarUnPlan.
           compute IDX-PLAN = (LIM-INF-PLAN + LIM-SUP-PLAN) / 2.
           if PLN-CUIT(IDX-PLAN) = CUIT-EXCLUSION
               move IDX-PLAN to IDX-PLAN-HALLADO
           else
               if PLN-CUIT(IDX-PLAN) < CUIT-EXCLUSION
                   compute LIM-INF-PLAN = IDX-PLAN + 1
               else
                   compute LIM-SUP-PLAN = IDX-PLAN - 1
               end-if
           end-if.

        sumarCuotaPlan.
           add PLN-CUOTA(IDX-PLAN-HALLADO) to IMPORTE-CONSORCIO.
           add 1 to TOTAL-CUOTAS-PLAN.
           display "CUOTA DE PLAN: CUIT " CUIT-CO of REG_MAESTRO
               " cuota " PLN-NRO-CUOTA(IDX-PLAN-HALLADO) " de "
               PLN-CANT-CUOTAS(IDX-PLAN-HALLADO) " por "
               PLN-CUOTA(IDX-PLAN-HALLADO) " centavos.".

        listarExcluido.
           add 1 to TOTAL-EXCLUIDOS.
           move CUIT-CO of REG_MAESTRO to CUIT-CO of REG_EXCLUIDO.
           move RECHAZOS-EXCLUIDO
               to RECHAZOS-CONSECUTIVOS of REG_EXCLUIDO.
           move PERIODO-DEBITO to PERIODO of REG_EXCLUIDO.
           move "marcado a seguimiento" to MOTIVO-EXCLUSION.
           write REG_EXCLUIDO.
           display "EXCLUIDO POR MOROSIDAD: " CUIT-CO of REG_MAESTRO
               " " NOMBRE-CONSORCIO of REG_MAESTRO.
      *        Re-presentacion: los debitos rechazados del periodo
      *        anterior (REPRESENTAR del ProcesarRetornos) se suman a
      *        la presentacion de este periodo, salvo que el consorcio
      *        haya quedado marcado a seguimiento o tenga la deuda en
      *        un plan de pagos vigente; sin archivo no hay rechazos
      *        que re-presentar
      *        ---------------------------------------------------------
        cargarRepresentaciones.
           open input REPRESENTAR.
           if CONSORCIO-EXCLUIDO = "S"
               perform listarExcluidoRepresentacion
           else
               if IDX-PLAN-HALLADO > 0
                   perform listarRepresentacionEnPlan
               else
                   perform verificarRetencion
                   if CONSORCIO-RETENIDO = "S"
                       perform listarRetenidoRepresentacion
                   else
                       perform verificarAdhesionRepresentacion
                   end-if
               end-if
           end-if.
           read REPRESENTAR end-read.

        verificarAdhesionRepresentacion.
           move CUIT-CO of REG_REPRESENTAR to ADH-CUIT.
           move ENTIDAD of REG_REPRESENTAR to ADH-ENTIDAD.
           move NRO-CTA of REG_REPRESENTAR to ADH-NRO-CTA.
           move CBU of REG_REPRESENTAR to ADH-CBU.
           perform verificarAdhesion.
           if CUENTA-ADHERIDA = "S"
               perform incluirRepresentacion
           else
               perform listarSinAdhesionRepresentacion
           end-if.

        incluirRepresentacion.
           move ENTIDAD of REG_REPRESENTAR to ENTIDAD of REG_ORDENAR.
           move NRO-CTA of REG_REPRESENTAR to NRO-CTA of REG_ORDENAR.
           move SUCURSAL of REG_REPRESENTAR to SUCURSAL of REG_ORDENAR.
           move NOMBRE-CONSORCIO of REG_REPRESENTAR
               to NOMBRE-CONSORCIO of REG_ORDENAR.
           move CUIT-CO of REG_REPRESENTAR to CUIT-CO of REG_ORDENAR.
           move IMPORTE of REG_REPRESENTAR to IMPORTE of REG_ORDENAR.
           move CBU of REG_REPRESENTAR to CBU of REG_ORDENAR.
           release REG_ORDENAR.
           add 1 to TOTAL-REPRESENTADOS.

        listarExcluidoRepresentacion.
           add 1 to TOTAL-EXCLUIDOS.
           move CUIT-CO of REG_REPRESENTAR to CUIT-CO of REG_EXCLUIDO.
           move RECHAZOS-EXCLUIDO
               to RECHAZOS-CONSECUTIVOS of REG_EXCLUIDO.
           move PERIODO-DEBITO to PERIODO of REG_EXCLUIDO.
           move "marcado a seguimiento" to MOTIVO-EXCLUSION.
           write REG_EXCLUIDO.
           display "RE-PRESENTACION EXCLUIDA POR MOROSIDAD: "
               CUIT-CO of REG_REPRESENTAR " "
               NOMBRE-CONSORCIO of REG_REPRESENTAR.

      *        la deuda rechazada ya esta refinanciada en el saldo del
      *        plan vigente y se cobra con sus cuotas
        listarRepresentacionEnPlan.
           add 1 to TOTAL-EXCLUIDOS.
           add 1 to TOTAL-REPRESENTACIONES-PLAN.
           move CUIT-CO of REG_REPRESENTAR to CUIT-CO of REG_EXCLUIDO.
           move NOMBRE-CONSORCIO of REG_REPRESENTAR
               to NOMBRE-CONSORCIO of REG_EXCLUIDO.
           move 0 to RECHAZOS-CONSECUTIVOS of REG_EXCLUIDO.
           move PERIODO-DEBITO to PERIODO of REG_EXCLUIDO.
           move "deuda en plan de pagos" to MOTIVO-EXCLUSION.
           write REG_EXCLUIDO.
           display "RE-PRESENTACION NO INCLUIDA, DEUDA EN PLAN DE "
               "PAGOS: " CUIT-CO of REG_REPRESENTAR " "
               NOMBRE-CONSORCIO of REG_REPRESENTAR.

      *        ---------------------------------------------------------
      *        Carga las adhesiones activas al debito directo; sin
      *        archivo de adhesiones no se puede controlar la
      *        autorizacion y se presenta como hasta ahora, con aviso
      *        ---------------------------------------------------------
        cargarMandatosActivos.
           move 0 to WS-CANT-MANDATOS.
           open input MANDATOS.
           if ok-MANDATOS
               move "S" to USAR-MANDATOS
               read MANDATOS end-read
               perform cargarUnMandato until eof-MANDATOS
               close MANDATOS
           else
               display "ADVERTENCIA: no se pudo abrir el archivo de "
               "adhesiones (" fs-MANDATOS "); no se controla la "
               "adhesion al debito."
               if COD-RETORNO < 4
                   move 4 to COD-RETORNO
               end-if
           end-if.

        cargarUnMandato.
           if ESTADO-MANDATO of REG_MANDATO = "A"
               and WS-CANT-MANDATOS < 99999
               add 1 to WS-CANT-MANDATOS
               move CUIT-CO of REG_MANDATO
                   to MAN-CUIT(WS-CANT-MANDATOS)
               move ENTIDAD of REG_MANDATO
                   to MAN-ENTIDAD(WS-CANT-MANDATOS)
               move NRO-CTA of REG_MANDATO
                   to MAN-NRO-CTA(WS-CANT-MANDATOS)
               move CBU of REG_MANDATO
                   to MAN-CBU(WS-CANT-MANDATOS)
           end-if.
           read MANDATOS end-read.

      *        ---------------------------------------------------------
      *        Busqueda binaria de la cuenta (CUIT, ENTIDAD, NRO-CTA y
      *        CBU) en las adhesiones activas
      *        ---------------------------------------------------------
        verificarAdhesion.
           if USAR-MANDATOS <> "S"
               move "S" to CUENTA-ADHERIDA
           else
               move "N" to CUENTA-ADHERIDA
               move 0 to IDX-MANDATO-HALLADO
               move 1 to LIM-INF-MANDATO
               move WS-CANT-MANDATOS to LIM-SUP-MANDATO
               perform buscarUnMandato
                   until LIM-INF-MANDATO > LIM-SUP-MANDATO
                   or IDX-MANDATO-HALLADO > 0
               if IDX-MANDATO-HALLADO > 0
                   move "S" to CUENTA-ADHERIDA
               end-if
           end-if.

        buscarUnMandato.
           compute IDX-MANDATO
               = (LIM-INF-MANDATO + LIM-SUP-MANDATO) / 2.
           if MAN-CLAVE(IDX-MANDATO) = CLAVE-ADHESION
               move IDX-MANDATO to IDX-MANDATO-HALLADO
           else
               if MAN-CLAVE(IDX-MANDATO) < CLAVE-ADHESION
                   compute LIM-INF-MANDATO = IDX-MANDATO + 1
               else
                   compute LIM-SUP-MANDATO = IDX-MANDATO - 1
               end-if
           end-if.

      *        ---------------------------------------------------------
      *        Cuenta sin adhesion activa: no se presenta al banco y
      *        queda en su propio listado del periodo
      *        ---------------------------------------------------------
        listarSinAdhesion.
           add 1 to TOTAL-SIN-ADHESION.
           move CUIT-CO of REG_MAESTRO to CUIT-CO of REG_SIN-ADHESION.
           move NOMBRE-CONSORCIO of REG_MAESTRO
               to NOMBRE-CONSORCIO of REG_SIN-ADHESION.
           move ENTIDAD of REG_MAESTRO to ENTIDAD of REG_SIN-ADHESION.
           move NRO-CTA of REG_MAESTRO to NRO-CTA of REG_SIN-ADHESION.
           move PERIODO-DEBITO to PERIODO of REG_SIN-ADHESION.
           write REG_SIN-ADHESION.
           display "SIN ADHESION: " CUIT-CO of REG_MAESTRO " "
               NOMBRE-CONSORCIO of REG_MAESTRO.

        listarSinAdhesionRepresentacion.
           add 1 to TOTAL-SIN-ADHESION.
           move CUIT-CO of REG_REPRESENTAR
               to CUIT-CO of REG_SIN-ADHESION.
           move NOMBRE-CONSORCIO of REG_REPRESENTAR
               to NOMBRE-CONSORCIO of REG_SIN-ADHESION.
           move ENTIDAD of REG_REPRESENTAR
               to ENTIDAD of REG_SIN-ADHESION.
           move NRO-CTA of REG_REPRESENTAR
               to NRO-CTA of REG_SIN-ADHESION.
           move PERIODO-DEBITO to PERIODO of REG_SIN-ADHESION.
           write REG_SIN-ADHESION.
           display "RE-PRESENTACION SIN ADHESION: "
               CUIT-CO of REG_REPRESENTAR " "
               NOMBRE-CONSORCIO of REG_REPRESENTAR.

      *        ---------------------------------------------------------
      *        Carga el ultimo cambio de cuenta de cada consorcio (los
      *        superados no cuentan); sin registro de cambios no se
      *        puede controlar la retencion y se presenta como hasta
      *        ahora, con aviso
      *        ---------------------------------------------------------
        cargarRetenciones.
           move 0 to WS-CANT-RETENCIONES.
           move WS-YYYY-MM-DD to FECHA-CORTE-N.
           perform retrocederUnDia DIAS-RETENCION times.
           open input RETENCIONES.
           if ok-RETENCIONES
               move "S" to USAR-RETENCIONES
               read RETENCIONES end-read
               perform cargarUnaRetencion until eof-RETENCIONES
               close RETENCIONES
           else
               display "ADVERTENCIA: no se pudo abrir el registro de "
               "cambios de cuenta (" fs-RETENCIONES "); no se "
               "retienen debitos."
               if COD-RETORNO < 4
                   move 4 to COD-RETORNO
               end-if
           end-if.

        cargarUnaRetencion.
           if ESTADO-RETENCION of REG_RETENCION <> "S"
               if WS-CANT-RETENCIONES > 0
                   and RTN-CUIT(WS-CANT-RETENCIONES)
                       = CUIT-CO of REG_RETENCION
                   move ESTADO-RETENCION of REG_RETENCION
                       to RTN-ESTADO(WS-CANT-RETENCIONES)
                   move FECHA-CAMBIO of REG_RETENCION
                       to RTN-FECHA-CAMBIO(WS-CANT-RETENCIONES)
               else
                   if WS-CANT-RETENCIONES < 99999
                       add 1 to WS-CANT-RETENCIONES
                       move CUIT-CO of REG_RETENCION
                           to RTN-CUIT(WS-CANT-RETENCIONES)
                       move ESTADO-RETENCION of REG_RETENCION
                           to RTN-ESTADO(WS-CANT-RETENCIONES)
                       move FECHA-CAMBIO of REG_RETENCION
                           to RTN-FECHA-CAMBIO(WS-CANT-RETENCIONES)
                   end-if
               end-if
           end-if.
           read RETENCIONES end-read.

      *        ---------------------------------------------------------
      *        Fecha de corte de la antiguedad: fecha de proceso menos
      *        los dias de retencion
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
                   move FECHA-ANIO to ANIO-PERIODO
                   move FECHA-DIA to DIAS-DEL-MES-PERIODO
                   perform ajustarFebreroBisiesto
                   move DIAS-DEL-MES-PERIODO to FECHA-DIA
               end-if
           end-if.

      *        ---------------------------------------------------------
      *        Busqueda binaria del CUIT en los cambios de cuenta: se
      *        retiene el cambio pendiente o rechazado, y el confirmado
      *        posterior a la fecha de corte
      *        ---------------------------------------------------------
        verificarRetencion.
           move "N" to CONSORCIO-RETENIDO.
           if USAR-RETENCIONES = "S" and WS-CANT-RETENCIONES > 0
               move 0 to IDX-RETENCION-HALLADA
               move 1 to LIM-INF-RETENCION
               move WS-CANT-RETENCIONES to LIM-SUP-RETENCION
               perform buscarUnaRetencion
                   until LIM-INF-RETENCION > LIM-SUP-RETENCION
                   or IDX-RETENCION-HALLADA > 0
               if IDX-RETENCION-HALLADA > 0
                   if RTN-ESTADO(IDX-RETENCION-HALLADA) = "P"
                       or RTN-ESTADO(IDX-RETENCION-HALLADA) = "X"
                       move "S" to CONSORCIO-RETENIDO
                   end-if
                   if RTN-ESTADO(IDX-RETENCION-HALLADA) = "C"
                       and RTN-FECHA-CAMBIO(IDX-RETENCION-HALLADA)
                           > FECHA-CORTE-N
                       move "S" to CONSORCIO-RETENIDO
                   end-if
               end-if
           end-if.

        buscarUnaRetencion.
           compute IDX-RETENCION
               = (LIM-INF-RETENCION + LIM-SUP-RETENCION) / 2.
           if RTN-CUIT(IDX-RETENCION) = CUIT-EXCLUSION
               move IDX-RETENCION to IDX-RETENCION-HALLADA
           else
               if RTN-CUIT(IDX-RETENCION) < CUIT-EXCLUSION
                   compute LIM-INF-RETENCION = IDX-RETENCION + 1
               else
                   compute LIM-SUP-RETENCION = IDX-RETENCION - 1
               end-if
           end-if.

      *        ---------------------------------------------------------
      *        Cuenta retenida por cambio: no se presenta al banco y
      *        queda en su propio listado del periodo
      *        ---------------------------------------------------------
        listarRetenido.
           add 1 to TOTAL-RETENIDOS.
           move CUIT-CO of REG_MAESTRO to CUIT-CO of REG_RETENIDO.
           move NOMBRE-CONSORCIO of REG_MAESTRO
               to NOMBRE-CONSORCIO of REG_RETENIDO.
           move ENTIDAD of REG_MAESTRO to ENTIDAD of REG_RETENIDO.
           move NRO-CTA of REG_MAESTRO to NRO-CTA of REG_RETENIDO.
           move RTN-ESTADO(IDX-RETENCION-HALLADA)
               to ESTADO-RETENCION of REG_RETENIDO.
           move RTN-FECHA-CAMBIO(IDX-RETENCION-HALLADA)
               to FECHA-CAMBIO of REG_RETENIDO.
           move PERIODO-DEBITO to PERIODO of REG_RETENIDO.
           write REG_RETENIDO.
           display "RETENIDO POR CAMBIO DE CUENTA: "
               CUIT-CO of REG_MAESTRO " "
               NOMBRE-CONSORCIO of REG_MAESTRO.

        listarRetenidoRepresentacion.
           add 1 to TOTAL-RETENIDOS.
           move CUIT-CO of REG_REPRESENTAR to CUIT-CO of REG_RETENIDO.
           move NOMBRE-CONSORCIO of REG_REPRESENTAR
               to NOMBRE-CONSORCIO of REG_RETENIDO.
           move ENTIDAD of REG_REPRESENTAR to ENTIDAD of REG_RETENIDO.
           move NRO-CTA of REG_REPRESENTAR to NRO-CTA of REG_RETENIDO.
           move RTN-ESTADO(IDX-RETENCION-HALLADA)
               to ESTADO-RETENCION of REG_RETENIDO.
           move RTN-FECHA-CAMBIO(IDX-RETENCION-HALLADA)
               to FECHA-CAMBIO of REG_RETENIDO.
           move PERIODO-DEBITO to PERIODO of REG_RETENIDO.
           write REG_RETENIDO.
           display "RE-PRESENTACION RETENIDA POR CAMBIO DE CUENTA: "
               CUIT-CO of REG_REPRESENTAR " "
               NOMBRE-CONSORCIO of REG_REPRESENTAR.

      *        ---------------------------------------------------------
      *        Apareo del archivo de CUOTAS contra el maestro, ambos
      *        ascendentes por CUIT-CO: avanza las cuotas hasta alcanzar
           RETURN ORDENAR AT END CONTINUE.

        abrirDebitosEntidad.
           move "N" to DEBITOS-ABIERTO.
           move 0 to CANT-DEBITOS-ENTIDAD.
           move 0 to IMPORTE-DEBITOS-ENTIDAD.
           perform verificarPresentacionPrevia.
           if PRESENTACION-PERMITIDA = "S"
               perform abrirArchivoEntidad
           end-if.

        abrirArchivoEntidad.
           move spaces to WS-PATH-DEBITOS.
           string WS-DIR-BASE delimited by spaces
                  "DEBITOS_" delimited by size
           open output DEBITOS.
           if ok-DEBITOS
               move "S" to DEBITOS-ABIERTO
               perform calcularSecuenciaEntidad
               move "H" to TIPO-REG-CAB of REG_DEBITO-CABECERA
               move ENTIDAD-ACT to ENTIDAD-CAB of REG_DEBITO-CABECERA
               move PERIODO-DEBITO
                   to PERIODO-CAB of REG_DEBITO-CABECERA
               move SECUENCIA-ENTIDAD
                   to NRO-SECUENCIA of REG_DEBITO-CABECERA
               move WS-YYYY-MM-DD
                   to FECHA-GENERACION of REG_DEBITO-CABECERA
               if IDX-PRESENTACION-VIGENTE > 0
                   move "R" to MARCA-REEMPLAZO of REG_DEBITO-CABECERA
               else
                   move space to MARCA-REEMPLAZO of REG_DEBITO-CABECERA
               end-if
               write REG_DEBITO-CABECERA
           else
               display "ERROR: no se pudo abrir el archivo de "
               "presentacion " WS-PATH-DEBITOS
               display "(" fs-DEBITOS "); la entidad " ENTIDAD-ACT
               " queda sin presentar."
               move 8 to COD-RETORNO
           end-if.

        cerrarDebitosEntidad.
           if DEBITOS-ABIERTO = "S"
               close DEBITOS
               add 1 to TOTAL-ARCHIVOS
               display "Entidad " ENTIDAD-ACT ": " CANT-DEBITOS-ENTIDAD
               " debitos por " IMPORTE-DEBITOS-ENTIDAD " centavos,"
               " secuencia " SECUENCIA-ENTIDAD "."
               perform registrarPresentacion
           end-if.

      *        ---------------------------------------------------------
      *        Registro de presentaciones: se carga completo al inicio
      *        (sin archivo previo se inicia vacio) y se regraba al
      *        final con los archivos generados en el run
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
               if fs-PRESENTACIONES = "35"
                   display "No hay registro de presentaciones previo; "
                   "se inicia el archivo."
               else
                   display "ERROR: no se pudo abrir el registro de "
                   "presentaciones (" fs-PRESENTACIONES ") "
                   WS-PATH-PRESENTACIONES
                   move "N" to PRESENTACIONES-CARGADAS
                   move 8 to COD-RETORNO
               end-if
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
               "presentaciones (" fs-PRESENTACIONES "); los archivos "
               "del run quedan sin registrar."
               move 8 to COD-RETORNO
           end-if.

        grabarUnaPresentacion.
           move presentacionItem(IDX-PRESENTACION)
               to REG_PRESENTACION.
           write REG_PRESENTACION.
           add 1 to IDX-PRESENTACION.

      *        ---------------------------------------------------------
      *        Guarda contra la doble presentacion: si la entidad ya
      *        tiene una presentacion vigente (no reemplazada) del
      *        periodo, solo se regenera en una corrida de reemplazo y
      *        nunca despues de procesado su retorno
      *        ---------------------------------------------------------
        verificarPresentacionPrevia.
           move "S" to PRESENTACION-PERMITIDA.
           move 0 to IDX-PRESENTACION-VIGENTE.
           move 1 to IDX-PRESENTACION.
           perform buscarUnaPresentacionVigente
               until IDX-PRESENTACION > CANT-PRESENTACIONES
               or IDX-PRESENTACION-VIGENTE > 0.
           if IDX-PRESENTACION-VIGENTE > 0
               if PRS-ESTADO(IDX-PRESENTACION-VIGENTE) = "D"
                   display "ERROR: la entidad " ENTIDAD-ACT
                   " ya tiene procesado el retorno del periodo "
                   PERIODO-DEBITO " (secuencia "
                   PRS-SECUENCIA(IDX-PRESENTACION-VIGENTE)
                   "); no se regenera."
                   move "N" to PRESENTACION-PERMITIDA
               else
                   if PEDIDO-REEMPLAZO <> "S"
                       display "ERROR: la entidad " ENTIDAD-ACT
                       " ya tiene presentado el periodo "
                       PERIODO-DEBITO " (secuencia "
                       PRS-SECUENCIA(IDX-PRESENTACION-VIGENTE)
                       ", estado "
                       PRS-ESTADO(IDX-PRESENTACION-VIGENTE) ")."
                       display "Para regenerarla correr como reemplazo"
                       " (DEBITOS_REEMPLAZO=S)."
                       move "N" to PRESENTACION-PERMITIDA
                   end-if
               end-if
           end-if.
           if PRESENTACION-PERMITIDA = "N"
               add 1 to TOTAL-DUPLICADAS
               move 8 to COD-RETORNO
           end-if.

        buscarUnaPresentacionVigente.
           if PRS-ENTIDAD(IDX-PRESENTACION) = ENTIDAD-ACT
               and PRS-PERIODO(IDX-PRESENTACION) = PERIODO-DEBITO
               and PRS-ESTADO(IDX-PRESENTACION) <> "R"
               move IDX-PRESENTACION to IDX-PRESENTACION-VIGENTE
           end-if.
           add 1 to IDX-PRESENTACION.

      *        --- la secuencia es por entidad y no se reutiliza: la
      *        mayor registrada para el banco mas uno ---
        calcularSecuenciaEntidad.
           move 0 to SECUENCIA-ENTIDAD.
           move 1 to IDX-PRESENTACION.
           perform compararUnaSecuencia
               until IDX-PRESENTACION > CANT-PRESENTACIONES.
           add 1 to SECUENCIA-ENTIDAD.

        compararUnaSecuencia.
           if PRS-ENTIDAD(IDX-PRESENTACION) = ENTIDAD-ACT
               and PRS-SECUENCIA(IDX-PRESENTACION) > SECUENCIA-ENTIDAD
               move PRS-SECUENCIA(IDX-PRESENTACION)
                   to SECUENCIA-ENTIDAD
           end-if.
           add 1 to IDX-PRESENTACION.

        registrarPresentacion.
           if IDX-PRESENTACION-VIGENTE > 0
               move "R" to PRS-ESTADO(IDX-PRESENTACION-VIGENTE)
               move WS-YYYY-MM-DD
                   to PRS-FECHA-ESTADO(IDX-PRESENTACION-VIGENTE)
               add 1 to TOTAL-REEMPLAZADAS
               display "Entidad " ENTIDAD-ACT ": reemplaza a la "
               "secuencia " PRS-SECUENCIA(IDX-PRESENTACION-VIGENTE)
               "."
           end-if.
           if CANT-PRESENTACIONES < 9999
               add 1 to CANT-PRESENTACIONES
               move ENTIDAD-ACT to PRS-ENTIDAD(CANT-PRESENTACIONES)
               move PERIODO-DEBITO to PRS-PERIODO(CANT-PRESENTACIONES)
               move SECUENCIA-ENTIDAD
                   to PRS-SECUENCIA(CANT-PRESENTACIONES)
               move CANT-DEBITOS-ENTIDAD
                   to PRS-CANT(CANT-PRESENTACIONES)
               move IMPORTE-DEBITOS-ENTIDAD
                   to PRS-IMPORTE(CANT-PRESENTACIONES)
               move WS-YYYY-MM-DD to PRS-FECHA(CANT-PRESENTACIONES)
               move "G" to PRS-ESTADO(CANT-PRESENTACIONES)
               move WS-YYYY-MM-DD
                   to PRS-FECHA-ESTADO(CANT-PRESENTACIONES)
           else
               display "ERROR: registro de presentaciones lleno; la "
               "entidad " ENTIDAD-ACT " queda sin registrar."
               move 8 to COD-RETORNO
           end-if.

      *        ---------------------------------------------------------

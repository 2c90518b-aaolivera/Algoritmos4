        identification division.
        program-id. InformeEntregas.

        ENVIRONMENT division.
        configuration section.

        input-output section.
        file-control.
             select ENTREGAS-HIST
             assign to dynamic WS-PATH-ENTREGAS-HIST
             organization is line sequential
             file status is fs-ENTREGAS-HIST.

             select ADMINISTRACIONES
             assign to dynamic WS-PATH-ADMINISTRACIONES
             organization is line sequential
             file status is fs-ADMINISTRACIONES.

             select INFORME
             assign to dynamic WS-PATH-INFORME
             organization is line sequential
             file status is fs-INFORME.

             select ORDENAR
             assign to "WORKH.TMP"
             file status is fs-ORDENAR.

        DATA division.
        file section.
      *        --- historico del control de llegada de fuentes, tal
      *        como lo acumula ControlEntregas ---
        fd ENTREGAS-HIST.
        01 REG_ENTREGA.
             03 FECHA-PROCESO pic 9(8).
             03 FECHA-PROCESO-R redefines FECHA-PROCESO.
                 05 PERIODO-PROCESO pic 9(6).
                 05 filler pic 9(2).
             03 COD-ADMIN pic 9(3).
             03 TIPO-FUENTE pic x(1).
             03 OBLIGATORIA pic x(1).
             03 ESTADO-ENTREGA pic x(10).
             03 FECHA-ARCHIVO pic 9(8).
             03 HORA-ARCHIVO pic 9(4).
             03 RUTA-FUENTE pic x(150).

        fd ADMINISTRACIONES.
        01 REG_ADMINISTRACION.
             03 COD-ADMIN pic 9(3).
             03 NOMBRE-ADMIN pic x(30).
             03 CONTACTO-ADMIN pic x(30).

        fd INFORME.
        01 REG_INFORME pic x(132).

      *        --- un control repetido para la misma fecha (corrida
      *        forzada) deja varias lineas por fuente; vale la
      *        ultima ---
        sd ORDENAR.
        01 REG_ORDENAR.
             03 FECHA-PROCESO pic 9(8).
             03 COD-ADMIN pic 9(3).
             03 TIPO-FUENTE pic x(1).
             03 RUTA-FUENTE pic x(150).
             03 SECUENCIA pic 9(8).
             03 ESTADO-ENTREGA pic x(10).

        working-storage section.
        01 fs-ENTREGAS-HIST pic xx.
             88 ok-ENTREGAS-HIST value "00".
             88 eof-ENTREGAS-HIST value "10".
        01 fs-ADMINISTRACIONES pic xx.
             88 ok-ADMINISTRACIONES value "00".
             88 eof-ADMINISTRACIONES value "10".
        01 fs-INFORME pic xx.
             88 ok-INFORME value "00".
        01 fs-ORDENAR pic xx.
             88 ok-ORDENAR value "00".
             88 eof-ORDENAR value "10".

        01 WS-DIR-BASE pic x(150) value "C:\temp\".
        01 WS-PATH-ENTREGAS-HIST pic x(200).
        01 WS-PATH-ADMINISTRACIONES pic x(200)
            value "C:\ADMINISTRACIONES.txt".
        01 WS-PATH-INFORME pic x(200).
        01 WS-ENV-VAL pic x(200).
        01 WS-YYYY-MM-DD pic 9(8).
        01 WS-FECHA-ENV pic x(8).

        01 PERIODO-INFORME pic 9(6).
        01 SECUENCIA-LEIDA pic 9(8) value 0.

      *        --- clave de la fuente en curso en el corte ---
        01 CLAVE-ANTERIOR.
             03 ANT-FECHA pic 9(8).
             03 ANT-ADMIN pic 9(3).
             03 ANT-TIPO pic x(1).
             03 ANT-RUTA pic x(150).
        01 CLAVE-ACTUAL.
             03 ACT-FECHA pic 9(8).
             03 ACT-ADMIN pic 9(3).
             03 ACT-TIPO pic x(1).
             03 ACT-RUTA pic x(150).
        01 ESTADO-ANTERIOR pic x(10).

      *        --- conteos del mes por administracion; la posicion es
      *        el codigo mas uno, para que la 000 tenga su lugar ---
        01 tablaAdministraciones.
            03 admItem occurs 1000 times.
                05 ADM-NOMBRE pic x(30).
                05 ADM-EN-REFERENCIA pic x(1).
                05 ADM-EN-TERMINO pic 9(5).
                05 ADM-ATRASADAS pic 9(5).
                05 ADM-FALTANTES pic 9(5).
                05 ADM-INESPERADAS pic 9(5).
        01 IDX-ADMIN pic 9(4).
        01 ESPERADAS-ADMIN pic 9(6).
        01 PORC-PUNTUALIDAD pic 9(3)v9.

        01 TOTAL-EN-TERMINO pic 9(6) value 0.
        01 TOTAL-ATRASADAS pic 9(6) value 0.
        01 TOTAL-FALTANTES pic 9(6) value 0.
        01 TOTAL-INESPERADAS pic 9(6) value 0.
        01 TOTAL-ESPERADAS pic 9(6) value 0.
        01 HAY-ENTREGAS pic x value "N".

        01 LINEA-TITULOS.
             03 filler pic x(5) value "ADM".
             03 filler pic x(32) value "NOMBRE".
             03 filler pic x(11) value "ESPERADAS".
             03 filler pic x(12) value "EN TERMINO".
             03 filler pic x(11) value "ATRASADAS".
             03 filler pic x(11) value "FALTANTES".
             03 filler pic x(13) value "INESPERADAS".
             03 filler pic x(11) value "PUNTUALIDAD".

        01 LINEA-DETALLE.
             03 LD-ADMIN pic 9(3).
             03 filler pic x(2) value spaces.
             03 LD-NOMBRE pic x(30).
             03 filler pic x(2) value spaces.
             03 LD-ESPERADAS pic z(8)9.
             03 filler pic x(2) value spaces.
             03 LD-EN-TERMINO pic z(9)9.
             03 filler pic x(2) value spaces.
             03 LD-ATRASADAS pic z(8)9.
             03 filler pic x(2) value spaces.
             03 LD-FALTANTES pic z(8)9.
             03 filler pic x(2) value spaces.
             03 LD-INESPERADAS pic z(10)9.
             03 filler pic x(2) value spaces.
             03 LD-PORCENTAJE pic z(7)9.9.
             03 filler pic x(1) value "%".

      *        --- codigo de retorno del paso (0 limpio, 4 con
      *        advertencias, 8 error serio) ---
        01 COD-RETORNO pic 9(2) value 0.

      *        ---------------------------------------------------------
      *        Informe mensual de puntualidad de las entregas por
      *        administracion: recorre el historico que deja
      *        ControlEntregas para el periodo pedido (ENTREGAS_PERIODO,
      *        AAAAMM; por omision el mes de la fecha de proceso) y
      *        cuenta, por administracion, las fuentes esperadas que
      *        llegaron en termino, atrasadas o que faltaron, mas las
      *        que llegaron sin estar en el calendario. El porcentaje
      *        de puntualidad es en termino sobre esperadas. Si el
      *        control corrio mas de una vez en una fecha, cuenta el
      *        ultimo resultado de cada fuente.
      *        ---------------------------------------------------------
        PROCEDURE division.
           perform leerParametros.
           perform cargarAdministraciones.

           open input ENTREGAS-HIST.
           if not ok-ENTREGAS-HIST
               display "ERROR: no se pudo abrir el historico de "
               "entregas (" fs-ENTREGAS-HIST ") " WS-PATH-ENTREGAS-HIST
               move 8 to COD-RETORNO
               move COD-RETORNO to RETURN-CODE
               goback
           end-if.
           close ENTREGAS-HIST.

           sort ORDENAR
               ON ASCENDING FECHA-PROCESO of REG_ORDENAR
               ON ASCENDING COD-ADMIN of REG_ORDENAR
               ON ASCENDING TIPO-FUENTE of REG_ORDENAR
               ON ASCENDING RUTA-FUENTE of REG_ORDENAR
               ON ASCENDING SECUENCIA of REG_ORDENAR
           input procedure is entrada
           output procedure is salida.

           open output INFORME.
           if not ok-INFORME
               display "ERROR: no se pudo abrir el informe ("
                   fs-INFORME ") " WS-PATH-INFORME
               move 8 to COD-RETORNO
               move COD-RETORNO to RETURN-CODE
               goback
           end-if.
           perform emitirInforme.
           close INFORME.

           if HAY-ENTREGAS <> "S"
               display "No hay controles de entregas para el periodo "
                   PERIODO-INFORME "."
               if COD-RETORNO < 4
                   move 4 to COD-RETORNO
               end-if
           end-if.
           move COD-RETORNO to RETURN-CODE.
        goback.

        leerParametros.
           accept WS-ENV-VAL from environment "ENTREGAS_DIR_BASE".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-DIR-BASE
           end-if.
           perform obtenerFechaProceso.
           move WS-YYYY-MM-DD(1:6) to PERIODO-INFORME.
           accept WS-ENV-VAL from environment "ENTREGAS_PERIODO".
           if WS-ENV-VAL(1:6) is numeric
               move WS-ENV-VAL(1:6) to PERIODO-INFORME
           end-if.
           accept WS-ENV-VAL
               from environment "ENTREGAS_ADMINISTRACIONES".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-ADMINISTRACIONES
           end-if.
           move spaces to WS-PATH-ENTREGAS-HIST.
           accept WS-ENV-VAL from environment "ENTREGAS_HISTORICO".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-ENTREGAS-HIST
           else
               string WS-DIR-BASE delimited by spaces
                      "ENTREGAS_HIST.txt" delimited by size
                      into WS-PATH-ENTREGAS-HIST
           end-if.
           move spaces to WS-PATH-INFORME.
           string WS-DIR-BASE delimited by spaces
                  "INFORME_ENTREGAS_" delimited by size
                  PERIODO-INFORME delimited by size
                  ".txt" delimited by size
                  into WS-PATH-INFORME.

        cargarAdministraciones.
           move spaces to tablaAdministraciones.
           move 1 to IDX-ADMIN.
           perform limpiarUnaAdministracion until IDX-ADMIN > 1000.
           open input ADMINISTRACIONES.
           if ok-ADMINISTRACIONES
               read ADMINISTRACIONES end-read
               perform cargarUnaAdministracion
                   until eof-ADMINISTRACIONES
               close ADMINISTRACIONES
           else
               display "ADVERTENCIA: no se pudo abrir el archivo de "
               "ADMINISTRACIONES (" fs-ADMINISTRACIONES "); el "
               "informe sale sin nombres."
           end-if.

        limpiarUnaAdministracion.
           move "N" to ADM-EN-REFERENCIA(IDX-ADMIN).
           move 0 to ADM-EN-TERMINO(IDX-ADMIN).
           move 0 to ADM-ATRASADAS(IDX-ADMIN).
           move 0 to ADM-FALTANTES(IDX-ADMIN).
           move 0 to ADM-INESPERADAS(IDX-ADMIN).
           add 1 to IDX-ADMIN.

        cargarUnaAdministracion.
           compute IDX-ADMIN = COD-ADMIN of REG_ADMINISTRACION + 1.
           move NOMBRE-ADMIN of REG_ADMINISTRACION
               to ADM-NOMBRE(IDX-ADMIN).
           move "S" to ADM-EN-REFERENCIA(IDX-ADMIN).
           read ADMINISTRACIONES end-read.

        entrada.
           open input ENTREGAS-HIST.
           read ENTREGAS-HIST end-read.
           perform liberarUnaEntrega until eof-ENTREGAS-HIST.
           close ENTREGAS-HIST.

        liberarUnaEntrega.
           if FECHA-PROCESO of REG_ENTREGA is numeric
               and PERIODO-PROCESO = PERIODO-INFORME
               add 1 to SECUENCIA-LEIDA
               move FECHA-PROCESO of REG_ENTREGA
                   to FECHA-PROCESO of REG_ORDENAR
               move COD-ADMIN of REG_ENTREGA
                   to COD-ADMIN of REG_ORDENAR
               move TIPO-FUENTE of REG_ENTREGA
                   to TIPO-FUENTE of REG_ORDENAR
               move RUTA-FUENTE of REG_ENTREGA
                   to RUTA-FUENTE of REG_ORDENAR
               move SECUENCIA-LEIDA to SECUENCIA of REG_ORDENAR
               move ESTADO-ENTREGA of REG_ENTREGA
                   to ESTADO-ENTREGA of REG_ORDENAR
               release REG_ORDENAR
           end-if.
           read ENTREGAS-HIST end-read.

      *        ---------------------------------------------------------
      *        Corte por fuente y fecha: al cambiar la clave se cuenta
      *        el ultimo estado visto de la fuente anterior
      *        ---------------------------------------------------------
        salida.
           RETURN ORDENAR AT END CONTINUE.
           if not eof-ORDENAR
               move "S" to HAY-ENTREGAS
               perform tomarClaveActual
               move CLAVE-ACTUAL to CLAVE-ANTERIOR
               perform procesarUnaEntrega until eof-ORDENAR
               perform contarEntrega
           end-if.

        procesarUnaEntrega.
           perform tomarClaveActual.
           if CLAVE-ACTUAL <> CLAVE-ANTERIOR
               perform contarEntrega
               move CLAVE-ACTUAL to CLAVE-ANTERIOR
           end-if.
           move ESTADO-ENTREGA of REG_ORDENAR to ESTADO-ANTERIOR.
           RETURN ORDENAR AT END CONTINUE.

        tomarClaveActual.
           move FECHA-PROCESO of REG_ORDENAR to ACT-FECHA.
           move COD-ADMIN of REG_ORDENAR to ACT-ADMIN.
           move TIPO-FUENTE of REG_ORDENAR to ACT-TIPO.
           move RUTA-FUENTE of REG_ORDENAR to ACT-RUTA.

        contarEntrega.
           compute IDX-ADMIN = ANT-ADMIN + 1.
           evaluate ESTADO-ANTERIOR
               when "EN TERMINO"
                   add 1 to ADM-EN-TERMINO(IDX-ADMIN)
               when "ATRASADA"
                   add 1 to ADM-ATRASADAS(IDX-ADMIN)
               when "FALTANTE"
                   add 1 to ADM-FALTANTES(IDX-ADMIN)
               when "INESPERADA"
                   add 1 to ADM-INESPERADAS(IDX-ADMIN)
           end-evaluate.

      *        ---------------------------------------------------------
      *        Una linea por administracion de la referencia o con
      *        movimiento en el mes, y el total
      *        ---------------------------------------------------------
        emitirInforme.
           move spaces to REG_INFORME.
           string "PUNTUALIDAD DE ENTREGAS POR ADMINISTRACION - "
                  delimited by size
                  "PERIODO " delimited by size
                  PERIODO-INFORME delimited by size
                  into REG_INFORME.
           perform emitirLinea.
           move spaces to REG_INFORME.
           perform emitirLinea.
           move spaces to REG_INFORME.
           move LINEA-TITULOS to REG_INFORME.
           perform emitirLinea.
           move 1 to IDX-ADMIN.
           perform emitirUnaAdministracion until IDX-ADMIN > 1000.
           move spaces to REG_INFORME.
           perform emitirLinea.
           move "TOTAL" to LD-NOMBRE.
           move TOTAL-ESPERADAS to LD-ESPERADAS.
           move TOTAL-EN-TERMINO to LD-EN-TERMINO.
           move TOTAL-ATRASADAS to LD-ATRASADAS.
           move TOTAL-FALTANTES to LD-FALTANTES.
           move TOTAL-INESPERADAS to LD-INESPERADAS.
           move TOTAL-ESPERADAS to ESPERADAS-ADMIN.
           move TOTAL-EN-TERMINO to PORC-PUNTUALIDAD.
           perform calcularPuntualidad.
           move LINEA-DETALLE to REG_INFORME.
           move spaces to REG_INFORME(1:3).
           perform emitirLinea.

        emitirUnaAdministracion.
           compute ESPERADAS-ADMIN = ADM-EN-TERMINO(IDX-ADMIN)
               + ADM-ATRASADAS(IDX-ADMIN) + ADM-FALTANTES(IDX-ADMIN).
           if ADM-EN-REFERENCIA(IDX-ADMIN) = "S"
               or ESPERADAS-ADMIN > 0
               or ADM-INESPERADAS(IDX-ADMIN) > 0
               compute LD-ADMIN = IDX-ADMIN - 1
               move ADM-NOMBRE(IDX-ADMIN) to LD-NOMBRE
               move ESPERADAS-ADMIN to LD-ESPERADAS
               move ADM-EN-TERMINO(IDX-ADMIN) to LD-EN-TERMINO
               move ADM-ATRASADAS(IDX-ADMIN) to LD-ATRASADAS
               move ADM-FALTANTES(IDX-ADMIN) to LD-FALTANTES
               move ADM-INESPERADAS(IDX-ADMIN) to LD-INESPERADAS
               move ADM-EN-TERMINO(IDX-ADMIN) to PORC-PUNTUALIDAD
               perform calcularPuntualidad
               move LINEA-DETALLE to REG_INFORME
               perform emitirLinea
               add ESPERADAS-ADMIN to TOTAL-ESPERADAS
               add ADM-EN-TERMINO(IDX-ADMIN) to TOTAL-EN-TERMINO
               add ADM-ATRASADAS(IDX-ADMIN) to TOTAL-ATRASADAS
               add ADM-FALTANTES(IDX-ADMIN) to TOTAL-FALTANTES
               add ADM-INESPERADAS(IDX-ADMIN) to TOTAL-INESPERADAS
           end-if.
           add 1 to IDX-ADMIN.

      *        en PORC-PUNTUALIDAD llegan las entregas en termino
        calcularPuntualidad.
           if ESPERADAS-ADMIN > 0
               compute PORC-PUNTUALIDAD rounded =
                   PORC-PUNTUALIDAD * 100 / ESPERADAS-ADMIN
           else
               move 0 to PORC-PUNTUALIDAD
           end-if.
           move PORC-PUNTUALIDAD to LD-PORCENTAJE.

        emitirLinea.
           write REG_INFORME.
           display REG_INFORME.

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

        end program InformeEntregas.

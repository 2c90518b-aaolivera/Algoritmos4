        identification division.
        program-id. EmitirIntimaciones.

        ENVIRONMENT division.
        configuration section.

        input-output section.
        file-control.
             select MOROSIDAD
             assign to dynamic WS-PATH-MOROSIDAD
             organization is line sequential
             file status is fs-MOROSIDAD.

             select MAESTRO
             assign to dynamic WS-PATH-MAESTRO
             organization is line sequential
             file status is fs-MAESTRO.

             select ADMINISTRACIONES
             assign to dynamic WS-PATH-ADMINISTRACIONES
             organization is line sequential
             file status is fs-ADMINISTRACIONES.

             select RESULTADOS
             assign to dynamic WS-PATH-RESULTADOS
             organization is line sequential
             file status is fs-RESULTADOS.

             select INTIMACIONES-HIST
             assign to dynamic WS-PATH-INTIMACIONES-HIST
             organization is line sequential
             file status is fs-INTIMACIONES-HIST.

             select INTIMACION
             assign to dynamic WS-PATH-INTIMACION
             organization is line sequential
             file status is fs-INTIMACION.

             select ORDENAR
             assign to "WORKI.TMP"
             file status is fs-ORDENAR.

        DATA division.
        file section.
        fd MOROSIDAD.
        01 REG_MOROSIDAD.
             03 CUIT-CO pic 9(15).
             03 PERIODOS-ADEUDADOS pic 9(3).
             03 IMPORTE-ADEUDADO pic 9(13).
             03 RECHAZOS-CONSECUTIVOS pic 9(2).
             03 ULTIMO-PERIODO pic x(6).
             03 MARCA-SEGUIMIENTO pic x(1).

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

        fd ADMINISTRACIONES.
        01 REG_ADMINISTRACION.
             03 COD-ADMIN pic 9(3).
             03 NOMBRE-ADMIN pic x(30).
             03 CONTACTO-ADMIN pic x(30).

        fd RESULTADOS.
        01 REG_RESULTADO.
             03 CUIT-CO pic 9(15).
             03 ENTIDAD pic 9(3).
             03 NRO-CTA pic 9(8).
             03 SUCURSAL pic 9(3).
             03 PERIODO pic x(6).
             03 IMPORTE pic 9(11).
             03 RESULTADO pic x(2).

      *        --- una linea por intimacion enviada, en orden de
      *        proceso; NIVEL-INTIMACION 1 primera intimacion, 2
      *        segunda intimacion, 3 intimacion final ---
        fd INTIMACIONES-HIST.
        01 REG_INTIMACION-HIST.
             03 CUIT-CO pic 9(15).
             03 NIVEL-INTIMACION pic 9(1).
             03 PERIODO-INTIMACION pic x(6).
             03 FECHA-INTIMACION pic 9(8).
             03 COD-ADMIN pic 9(3).
             03 PERIODOS-ADEUDADOS pic 9(3).
             03 IMPORTE-ADEUDADO pic 9(13).

        fd INTIMACION.
        01 REG_INTIMACION pic x(132).

        sd ORDENAR.
        01 REG_ORDENAR.
             03 COD-ADMIN pic 9(3).
             03 CUIT-CO pic 9(15).
             03 NOMBRE-CONSORCIO pic x(30).
             03 TEL pic x(15).
             03 DIR pic x(30).
             03 ENTIDAD pic 9(3).
             03 SUCURSAL pic 9(3).
             03 NRO-CTA pic 9(8).
             03 POS-INTIMADO pic 9(6).
             03 NIVEL-INTIMACION pic 9(1).

        working-storage section.
        01 fs-MOROSIDAD pic xx.
             88 ok-MOROSIDAD value "00".
             88 eof-MOROSIDAD value "10".
        01 fs-MAESTRO pic xx.
             88 ok-MAESTRO value "00".
             88 eof-MAESTRO value "10".
        01 fs-ADMINISTRACIONES pic xx.
             88 ok-ADMINISTRACIONES value "00".
             88 eof-ADMINISTRACIONES value "10".
        01 fs-RESULTADOS pic xx.
             88 ok-RESULTADOS value "00".
             88 eof-RESULTADOS value "10".
        01 fs-INTIMACIONES-HIST pic xx.
             88 ok-INTIMACIONES-HIST value "00".
             88 eof-INTIMACIONES-HIST value "10".
        01 fs-INTIMACION pic xx.
             88 ok-INTIMACION value "00".
        01 fs-ORDENAR pic xx.
             88 ok-ORDENAR value "00".
             88 eof-ORDENAR value "10".

        01 WS-DIR-BASE pic x(150) value "C:\temp\".
        01 WS-PATH-MOROSIDAD pic x(200) value spaces.
        01 WS-PATH-MAESTRO pic x(200) value "C:\MAESTRO.txt".
        01 WS-PATH-ADMINISTRACIONES pic x(200)
            value "C:\ADMINISTRACIONES.txt".
        01 WS-PATH-RESULTADOS pic x(200) value spaces.
        01 WS-PATH-INTIMACIONES-HIST pic x(200) value spaces.
        01 WS-PATH-INTIMACION pic x(200) value spaces.
        01 WS-ENV-VAL pic x(200).
        01 WS-YYYY-MM-DD pic 9(8).
        01 WS-FECHA-ENV pic x(8).
        01 PERIODO-PROCESO pic x(6).

      *        --- periodos adeudados a partir de los cuales se pasa a
      *        la segunda intimacion y a la intimacion final, y meses
      *        de RESULTADOS que se revisan para la historia de
      *        rechazos ---
        01 PERIODOS-SEGUNDA pic 9(2) value 4.
        01 PERIODOS-FINAL pic 9(2) value 6.
        01 MESES-HISTORIA pic 9(2) value 6.
        01 PARAM-INGRESADO pic x(2).
        01 PARAM-ES-VALIDO pic x.
        01 PARAM-ACUM pic 9(2).
        01 POS-DIGITO pic 99.
        01 UN-DIGITO pic 9.

      *        --- consorcios marcados a seguimiento (ascendente por
      *        CUIT-CO, como el libro de morosidad) con el primer
      *        periodo de la deuda actual y la ultima intimacion que se
      *        les envio por esa deuda ---
        01 WS-CANT-INTIMADOS pic 9(6) value 0.
        01 tablaIntimados.
            03 intimadoItem OCCURS 1 TO 99999 TIMES
                DEPENDING ON WS-CANT-INTIMADOS.
                05 INT-CUIT pic 9(15).
                05 INT-PERIODOS pic 9(3).
                05 INT-IMPORTE pic 9(13).
                05 INT-CONSECUTIVOS pic 9(2).
                05 INT-ULT-PERIODO pic x(6).
                05 INT-PRIMER-PERIODO pic x(6).
                05 INT-NIVEL-ANT pic 9(1).
                05 INT-PERIODO-ANT pic x(6).
                05 INT-EN-MAESTRO pic x(1).
        01 IDX-INTIMADO pic 9(7).
        01 IDX-INTIMADO-HALLADO pic 9(7).
        01 LIM-INF-INTIMADO pic 9(7).
        01 LIM-SUP-INTIMADO pic 9(7).
        01 CUIT-BUSCADO pic 9(15).

      *        --- referencia de administraciones, por codigo ---
        01 tablaAdministraciones.
            03 adminItem occurs 999 times.
                05 ADM-NOMBRE pic x(30).
                05 ADM-CONTACTO pic x(30).

      *        --- rechazos de los ultimos meses de los consorcios
      *        marcados, en orden de periodo ---
        01 WS-CANT-RECHAZOS pic 9(5) value 0.
        01 tablaRechazos.
            03 rechazoItem OCCURS 1 TO 9999 TIMES
                DEPENDING ON WS-CANT-RECHAZOS.
                05 RCH-CUIT pic 9(15).
                05 RCH-PERIODO pic x(6).
                05 RCH-IMPORTE pic 9(11).
                05 RCH-CODIGO pic x(2).
        01 IDX-RECHAZO pic 9(5).
        01 CANT-RECHAZOS-CUIT pic 9(5).

        01 PERIODO-LEIDO pic x(6).
        01 PERIODO-LEIDO-R redefines PERIODO-LEIDO.
            03 PER-ANIO pic 9(4).
            03 PER-MES pic 9(2).
        01 MESES-LEIDOS pic 9(2).

      *        --- primer periodo adeudado: ULTIMO-PERIODO menos
      *        PERIODOS-ADEUDADOS mas uno, contado en meses ---
        01 PERIODO-DEUDA pic x(6).
        01 PERIODO-DEUDA-R redefines PERIODO-DEUDA.
            03 PDE-ANIO pic 9(4).
            03 PDE-MES pic 9(2).
        01 MESES-DEUDA pic 9(6).

        01 NIVEL-PERIODOS pic 9(1).
        01 NIVEL-CALCULADO pic 9(1).
        01 COD-ADMIN-ACT pic 9(3).
        01 INTIMACION-ABIERTA pic x value "N".
        01 HISTORIAL-ABIERTO pic x value "N".
        01 HAY-INTIMACIONES pic x value "N".
        01 CANT-INTIMACIONES-ADMIN pic 9(6) value 0.
        01 IMPORTE-EDITADO pic z(10)9.99.
        01 IMPORTE-PESOS pic 9(11)v99.
        01 TITULO-NIVEL pic x(40).

        01 TOTAL-PRIMERAS pic 9(6) value 0.
        01 TOTAL-SEGUNDAS pic 9(6) value 0.
        01 TOTAL-FINALES pic 9(6) value 0.
        01 TOTAL-YA-INTIMADOS pic 9(6) value 0.
        01 TOTAL-SIN-MAESTRO pic 9(6) value 0.
        01 TOTAL-ARCHIVOS pic 9(4) value 0.

      *        --- codigo de retorno del paso (0 limpio, 4 con
      *        advertencias, 8 error serio) ---
        01 COD-RETORNO pic 9(2) value 0.

      *        ---------------------------------------------------------
      *        Intimaciones de pago a los consorcios marcados a
      *        seguimiento manual en el libro de morosidad: por cada
      *        consorcio marcado arma la intimacion con los datos del
      *        maestro, los periodos e importe adeudados y los
      *        rechazos de los ultimos meses de RESULTADOS, y las
      *        agrupa en un archivo por administracion (COD-ADMIN del
      *        maestro, con el nombre y contacto de ADMINISTRACIONES).
      *        El nivel de la intimacion (primera, segunda o final)
      *        sale de los periodos adeudados y de la ultima
      *        intimacion enviada, que queda registrada en el
      *        historial: la corrida siguiente escala en lugar de
      *        repetir, no se intima dos veces en el mismo periodo y
      *        despues de la intimacion final el consorcio queda en
      *        gestion manual.
      *        ---------------------------------------------------------
        PROCEDURE division.
           perform leerParametros.
           perform cargarMarcados.
           if COD-RETORNO >= 8 or WS-CANT-INTIMADOS = 0
               move COD-RETORNO to RETURN-CODE
               goback
           end-if.
           perform cargarHistorial.
           perform cargarAdministraciones.
           perform cargarRechazos.

           sort ORDENAR
               ON ASCENDING COD-ADMIN of REG_ORDENAR
               ON ASCENDING CUIT-CO of REG_ORDENAR
           input procedure is entrada
           output procedure is salida.

           perform informarSinMaestro.

           display " ".
           display "Total de primeras intimaciones: " TOTAL-PRIMERAS.
           display "Total de segundas intimaciones: " TOTAL-SEGUNDAS.
           display "Total de intimaciones finales: " TOTAL-FINALES.
           display "Total de consorcios ya intimados sin escalar: "
               TOTAL-YA-INTIMADOS.
           display "Total de marcados que no figuran en el maestro: "
               TOTAL-SIN-MAESTRO.
           display "Total de archivos de intimaciones: "
               TOTAL-ARCHIVOS.

           if COD-RETORNO < 4 and TOTAL-SIN-MAESTRO > 0
               move 4 to COD-RETORNO
           end-if.
           move COD-RETORNO to RETURN-CODE.
        goback.

      *        ---------------------------------------------------------
      *        Parametros del run: directorio base, periodo, archivos
      *        de entrada, historial y umbrales de escalamiento
      *        ---------------------------------------------------------
        leerParametros.
           accept WS-ENV-VAL from environment "INTIMACIONES_DIR".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-DIR-BASE
           end-if.

           perform obtenerFechaProceso.
           move WS-YYYY-MM-DD(1:6) to PERIODO-PROCESO.
           accept WS-ENV-VAL from environment "INTIMACIONES_PERIODO".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL(1:6) to PERIODO-PROCESO
           end-if.

           accept WS-ENV-VAL from environment "INTIMACIONES_MAESTRO".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-MAESTRO
           end-if.
           accept WS-ENV-VAL
               from environment "INTIMACIONES_ADMINISTRACIONES".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-ADMINISTRACIONES
           end-if.

           accept WS-ENV-VAL from environment "INTIMACIONES_MOROSIDAD".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-MOROSIDAD
           else
               string WS-DIR-BASE delimited by spaces
                      "MOROSIDAD.txt" delimited by size
                      into WS-PATH-MOROSIDAD
           end-if.

           accept WS-ENV-VAL from environment "INTIMACIONES_HISTORIAL".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-INTIMACIONES-HIST
           else
               string WS-DIR-BASE delimited by spaces
                      "INTIMACIONES_HIST.txt" delimited by size
                      into WS-PATH-INTIMACIONES-HIST
           end-if.

           move spaces to PARAM-INGRESADO.
           accept PARAM-INGRESADO
               from environment "INTIMACIONES_PERIODOS_SEGUNDA".
           perform normalizarParametro.
           if PARAM-ES-VALIDO = "S" and PARAM-ACUM > 0
               move PARAM-ACUM to PERIODOS-SEGUNDA
           end-if.

           move spaces to PARAM-INGRESADO.
           accept PARAM-INGRESADO
               from environment "INTIMACIONES_PERIODOS_FINAL".
           perform normalizarParametro.
           if PARAM-ES-VALIDO = "S" and PARAM-ACUM > 0
               move PARAM-ACUM to PERIODOS-FINAL
           end-if.
           if PERIODOS-FINAL < PERIODOS-SEGUNDA
               move PERIODOS-SEGUNDA to PERIODOS-FINAL
           end-if.

           move spaces to PARAM-INGRESADO.
           accept PARAM-INGRESADO
               from environment "INTIMACIONES_MESES".
           perform normalizarParametro.
           if PARAM-ES-VALIDO = "S" and PARAM-ACUM > 0
               move PARAM-ACUM to MESES-HISTORIA
           end-if.

        normalizarParametro.
           if PARAM-INGRESADO = spaces
               move "N" to PARAM-ES-VALIDO
           else
               move "S" to PARAM-ES-VALIDO
               move 0 to PARAM-ACUM
               move 1 to POS-DIGITO
               perform armarUnDigito
                   until POS-DIGITO > 2 or PARAM-ES-VALIDO = "N"
           end-if.

        armarUnDigito.
           if PARAM-INGRESADO(POS-DIGITO:1) is numeric
               move PARAM-INGRESADO(POS-DIGITO:1) to UN-DIGITO
               compute PARAM-ACUM = PARAM-ACUM * 10 + UN-DIGITO
           else
               if PARAM-INGRESADO(POS-DIGITO:1) <> space
                   move "N" to PARAM-ES-VALIDO
               end-if
           end-if.
           add 1 to POS-DIGITO.

      *        ---------------------------------------------------------
      *        Carga del libro de morosidad solo los consorcios
      *        marcados a seguimiento manual
      *        ---------------------------------------------------------
        cargarMarcados.
           move 0 to WS-CANT-INTIMADOS.
           open input MOROSIDAD.
           if not ok-MOROSIDAD
               display "ERROR: no se pudo abrir MOROSIDAD ("
                   fs-MOROSIDAD ") " WS-PATH-MOROSIDAD
               move 8 to COD-RETORNO
           else
               read MOROSIDAD end-read
               perform cargarUnMarcado until eof-MOROSIDAD
               close MOROSIDAD
               if WS-CANT-INTIMADOS = 0
                   display "No hay consorcios marcados a seguimiento; "
                   "no se emiten intimaciones."
               end-if
           end-if.

        cargarUnMarcado.
           if MARCA-SEGUIMIENTO of REG_MOROSIDAD = "S"
               and WS-CANT-INTIMADOS < 99999
               add 1 to WS-CANT-INTIMADOS
               move CUIT-CO of REG_MOROSIDAD
                   to INT-CUIT(WS-CANT-INTIMADOS)
               move PERIODOS-ADEUDADOS of REG_MOROSIDAD
                   to INT-PERIODOS(WS-CANT-INTIMADOS)
               move IMPORTE-ADEUDADO of REG_MOROSIDAD
                   to INT-IMPORTE(WS-CANT-INTIMADOS)
               move RECHAZOS-CONSECUTIVOS of REG_MOROSIDAD
                   to INT-CONSECUTIVOS(WS-CANT-INTIMADOS)
               move ULTIMO-PERIODO of REG_MOROSIDAD
                   to INT-ULT-PERIODO(WS-CANT-INTIMADOS)
               perform calcularPrimerPeriodo
               move PERIODO-DEUDA
                   to INT-PRIMER-PERIODO(WS-CANT-INTIMADOS)
               move 0 to INT-NIVEL-ANT(WS-CANT-INTIMADOS)
               move spaces to INT-PERIODO-ANT(WS-CANT-INTIMADOS)
               move "N" to INT-EN-MAESTRO(WS-CANT-INTIMADOS)
           end-if.
           read MOROSIDAD end-read.

      *        sin ULTIMO-PERIODO valido no se descarta historia
        calcularPrimerPeriodo.
           move ULTIMO-PERIODO of REG_MOROSIDAD to PERIODO-DEUDA.
           if PERIODO-DEUDA is numeric
               and PERIODOS-ADEUDADOS of REG_MOROSIDAD > 1
               compute MESES-DEUDA = PDE-ANIO * 12 + PDE-MES - 1
                   - (PERIODOS-ADEUDADOS of REG_MOROSIDAD - 1)
               divide MESES-DEUDA by 12
                   giving PDE-ANIO remainder PDE-MES
               add 1 to PDE-MES
           end-if.
           if PERIODO-DEUDA is not numeric
               move spaces to PERIODO-DEUDA
           end-if.

      *        ---------------------------------------------------------
      *        Busqueda binaria del CUIT entre los marcados
      *        ---------------------------------------------------------
        buscarIntimado.
           move 0 to IDX-INTIMADO-HALLADO.
           move 1 to LIM-INF-INTIMADO.
           move WS-CANT-INTIMADOS to LIM-SUP-INTIMADO.
           perform buscarUnIntimado
               until LIM-INF-INTIMADO > LIM-SUP-INTIMADO
               or IDX-INTIMADO-HALLADO > 0.

        buscarUnIntimado.
           compute IDX-INTIMADO
               = (LIM-INF-INTIMADO + LIM-SUP-INTIMADO) / 2.
           if INT-CUIT(IDX-INTIMADO) = CUIT-BUSCADO
               move IDX-INTIMADO to IDX-INTIMADO-HALLADO
           else
               if INT-CUIT(IDX-INTIMADO) < CUIT-BUSCADO
                   compute LIM-INF-INTIMADO = IDX-INTIMADO + 1
               else
                   compute LIM-SUP-INTIMADO = IDX-INTIMADO - 1
               end-if
           end-if.

      *        ---------------------------------------------------------
      *        Ultima intimacion enviada a cada marcado: el historial
      *        esta en orden de proceso, la ultima linea del CUIT manda.
      *        Las intimaciones anteriores al primer periodo de la
      *        deuda actual son de una deuda ya cancelada y no cuentan.
      *        ---------------------------------------------------------
        cargarHistorial.
           open input INTIMACIONES-HIST.
           if ok-INTIMACIONES-HIST
               read INTIMACIONES-HIST end-read
               perform cargarUnaIntimacion
                   until eof-INTIMACIONES-HIST
               close INTIMACIONES-HIST
           end-if.

        cargarUnaIntimacion.
           move CUIT-CO of REG_INTIMACION-HIST to CUIT-BUSCADO.
           perform buscarIntimado.
           if IDX-INTIMADO-HALLADO > 0
               and PERIODO-INTIMACION of REG_INTIMACION-HIST
                   >= INT-PRIMER-PERIODO(IDX-INTIMADO-HALLADO)
               move NIVEL-INTIMACION of REG_INTIMACION-HIST
                   to INT-NIVEL-ANT(IDX-INTIMADO-HALLADO)
               move PERIODO-INTIMACION of REG_INTIMACION-HIST
                   to INT-PERIODO-ANT(IDX-INTIMADO-HALLADO)
           end-if.
           read INTIMACIONES-HIST end-read.

      *        ---------------------------------------------------------
      *        Nombre y contacto de cada administracion; sin archivo
      *        las intimaciones salen igual, sin esos datos
      *        ---------------------------------------------------------
        cargarAdministraciones.
           move spaces to tablaAdministraciones.
           open input ADMINISTRACIONES.
           if ok-ADMINISTRACIONES
               read ADMINISTRACIONES end-read
               perform cargarUnaAdministracion
                   until eof-ADMINISTRACIONES
               close ADMINISTRACIONES
           else
               display "ADVERTENCIA: no se pudo abrir el archivo de "
               "ADMINISTRACIONES (" fs-ADMINISTRACIONES "); las "
               "intimaciones salen sin contacto."
           end-if.

        cargarUnaAdministracion.
           if COD-ADMIN of REG_ADMINISTRACION > 0
               move NOMBRE-ADMIN of REG_ADMINISTRACION
                   to ADM-NOMBRE(COD-ADMIN of REG_ADMINISTRACION)
               move CONTACTO-ADMIN of REG_ADMINISTRACION
                   to ADM-CONTACTO(COD-ADMIN of REG_ADMINISTRACION)
           end-if.
           read ADMINISTRACIONES end-read.

      *        ---------------------------------------------------------
      *        Rechazos de los marcados en los RESULTADOS de los
      *        ultimos meses (del mas viejo al periodo de proceso); un
      *        mes sin archivo simplemente no aporta historia
      *        ---------------------------------------------------------
        cargarRechazos.
           move PERIODO-PROCESO to PERIODO-LEIDO.
           move 1 to MESES-LEIDOS.
           perform retrocederUnMes
               until MESES-LEIDOS >= MESES-HISTORIA.
           move 0 to MESES-LEIDOS.
           perform leerResultadosMes
               until MESES-LEIDOS >= MESES-HISTORIA.

        retrocederUnMes.
           if PER-MES > 1
               subtract 1 from PER-MES
           else
               move 12 to PER-MES
               subtract 1 from PER-ANIO
           end-if.
           add 1 to MESES-LEIDOS.

        leerResultadosMes.
           move spaces to WS-PATH-RESULTADOS.
           string WS-DIR-BASE delimited by spaces
                  "RESULTADOS_" delimited by size
                  PERIODO-LEIDO delimited by size
                  ".txt" delimited by size
                  into WS-PATH-RESULTADOS.
           open input RESULTADOS.
           if ok-RESULTADOS
               read RESULTADOS end-read
               perform cargarUnResultado until eof-RESULTADOS
               close RESULTADOS
           end-if.
           if PER-MES < 12
               add 1 to PER-MES
           else
               move 1 to PER-MES
               add 1 to PER-ANIO
           end-if.
           add 1 to MESES-LEIDOS.

        cargarUnResultado.
           if RESULTADO of REG_RESULTADO <> "00"
               move CUIT-CO of REG_RESULTADO to CUIT-BUSCADO
               perform buscarIntimado
               if IDX-INTIMADO-HALLADO > 0
                   if WS-CANT-RECHAZOS < 9999
                       add 1 to WS-CANT-RECHAZOS
                       move CUIT-CO of REG_RESULTADO
                           to RCH-CUIT(WS-CANT-RECHAZOS)
                       move PERIODO of REG_RESULTADO
                           to RCH-PERIODO(WS-CANT-RECHAZOS)
                       move IMPORTE of REG_RESULTADO
                           to RCH-IMPORTE(WS-CANT-RECHAZOS)
                       move RESULTADO of REG_RESULTADO
                           to RCH-CODIGO(WS-CANT-RECHAZOS)
                   end-if
               end-if
           end-if.
           read RESULTADOS end-read.

      *        ---------------------------------------------------------
      *        Recorre el maestro y manda a ordenar por administracion
      *        los marcados que corresponde intimar en este run
      *        ---------------------------------------------------------
        entrada.
           open input MAESTRO.
           if not ok-MAESTRO
               display "ERROR: no se pudo abrir el maestro ("
                   fs-MAESTRO ") " WS-PATH-MAESTRO
               move 8 to COD-RETORNO
           else
               read MAESTRO end-read
               perform seleccionarUnMaestro until eof-MAESTRO
               close MAESTRO
           end-if.

        seleccionarUnMaestro.
           move CUIT-CO of REG_MAESTRO to CUIT-BUSCADO.
           perform buscarIntimado.
           if IDX-INTIMADO-HALLADO > 0
               move "S" to INT-EN-MAESTRO(IDX-INTIMADO-HALLADO)
               perform calcularNivel
               if NIVEL-CALCULADO > 0
                   move COD-ADMIN of REG_MAESTRO
                       to COD-ADMIN of REG_ORDENAR
                   move CUIT-CO of REG_MAESTRO
                       to CUIT-CO of REG_ORDENAR
                   move NOMBRE-CONSORCIO of REG_MAESTRO
                       to NOMBRE-CONSORCIO of REG_ORDENAR
                   move TEL of REG_MAESTRO to TEL of REG_ORDENAR
                   move DIR of REG_MAESTRO to DIR of REG_ORDENAR
                   move ENTIDAD of REG_MAESTRO
                       to ENTIDAD of REG_ORDENAR
                   move SUCURSAL of REG_MAESTRO
                       to SUCURSAL of REG_ORDENAR
                   move NRO-CTA of REG_MAESTRO
                       to NRO-CTA of REG_ORDENAR
                   move IDX-INTIMADO-HALLADO
                       to POS-INTIMADO of REG_ORDENAR
                   move NIVEL-CALCULADO
                       to NIVEL-INTIMACION of REG_ORDENAR
                   release REG_ORDENAR
               end-if
           end-if.
           read MAESTRO end-read.

      *        ---------------------------------------------------------
      *        Nivel de la intimacion: el que piden los periodos
      *        adeudados, pero nunca por debajo del siguiente a la
      *        ultima enviada por la deuda actual. Ya intimado en este
      *        periodo, o con la intimacion final enviada por esta
      *        deuda, no se vuelve a intimar (0)
      *        ---------------------------------------------------------
        calcularNivel.
           move 1 to NIVEL-PERIODOS.
           if INT-PERIODOS(IDX-INTIMADO-HALLADO) >= PERIODOS-SEGUNDA
               move 2 to NIVEL-PERIODOS
           end-if.
           if INT-PERIODOS(IDX-INTIMADO-HALLADO) >= PERIODOS-FINAL
               move 3 to NIVEL-PERIODOS
           end-if.
           if INT-PERIODO-ANT(IDX-INTIMADO-HALLADO) = PERIODO-PROCESO
               or INT-NIVEL-ANT(IDX-INTIMADO-HALLADO) >= 3
               move 0 to NIVEL-CALCULADO
               add 1 to TOTAL-YA-INTIMADOS
               display "YA INTIMADO: CUIT " CUIT-BUSCADO " nivel "
                   INT-NIVEL-ANT(IDX-INTIMADO-HALLADO) " en "
                   INT-PERIODO-ANT(IDX-INTIMADO-HALLADO) "."
           else
               compute NIVEL-CALCULADO
                   = INT-NIVEL-ANT(IDX-INTIMADO-HALLADO) + 1
               if NIVEL-PERIODOS > NIVEL-CALCULADO
                   move NIVEL-PERIODOS to NIVEL-CALCULADO
               end-if
           end-if.

      *        ---------------------------------------------------------
      *        Un archivo de intimaciones por administracion; cada
      *        intimacion emitida se registra en el historial
      *        ---------------------------------------------------------
        salida.
           move 999 to COD-ADMIN-ACT.
           RETURN ORDENAR AT END CONTINUE.
           if not eof-ORDENAR
               move "S" to HAY-INTIMACIONES
               perform abrirHistorial
               move COD-ADMIN of REG_ORDENAR to COD-ADMIN-ACT
               perform abrirIntimacionAdmin
               perform emitirIntimacion until eof-ORDENAR
               perform cerrarIntimacionAdmin
               if HISTORIAL-ABIERTO = "S"
                   close INTIMACIONES-HIST
               end-if
           end-if.
           if HAY-INTIMACIONES <> "S"
               display "No hay intimaciones para emitir en el periodo "
                   PERIODO-PROCESO "."
           end-if.

        abrirHistorial.
           open extend INTIMACIONES-HIST.
           if not ok-INTIMACIONES-HIST
               open output INTIMACIONES-HIST
           end-if.
           if ok-INTIMACIONES-HIST
               move "S" to HISTORIAL-ABIERTO
           else
               display "ERROR: no se pudo abrir el historial de "
               "intimaciones (" fs-INTIMACIONES-HIST ") "
                   WS-PATH-INTIMACIONES-HIST
               move 8 to COD-RETORNO
           end-if.

        abrirIntimacionAdmin.
           move spaces to WS-PATH-INTIMACION.
           string WS-DIR-BASE delimited by spaces
                  "INTIMACIONES_" delimited by size
                  COD-ADMIN-ACT delimited by size
                  "_" delimited by size
                  PERIODO-PROCESO delimited by size
                  ".txt" delimited by size
                  into WS-PATH-INTIMACION.
           open output INTIMACION.
           if ok-INTIMACION
               move "S" to INTIMACION-ABIERTA
               perform emitirEncabezadoAdmin
           else
               display "ERROR: no se pudo abrir el archivo de "
               "intimaciones " WS-PATH-INTIMACION
               display "(" fs-INTIMACION "); la administracion "
                   COD-ADMIN-ACT " queda sin intimaciones."
               move "N" to INTIMACION-ABIERTA
               move 8 to COD-RETORNO
           end-if.
           move 0 to CANT-INTIMACIONES-ADMIN.

        emitirEncabezadoAdmin.
           move spaces to REG_INTIMACION.
           string "INTIMACIONES DE PAGO DE EXPENSAS - PERIODO "
                  delimited by size
                  PERIODO-PROCESO delimited by size
                  " - EMITIDAS EL " delimited by size
                  WS-YYYY-MM-DD delimited by size
                  into REG_INTIMACION.
           write REG_INTIMACION.
           move spaces to REG_INTIMACION.
           if COD-ADMIN-ACT = 0
               move "ADMINISTRACION: SIN ADMINISTRACION INFORMADA"
                   to REG_INTIMACION
           else
               string "ADMINISTRACION: " delimited by size
                      COD-ADMIN-ACT delimited by size
                      " " delimited by size
                      ADM-NOMBRE(COD-ADMIN-ACT) delimited by size
                      into REG_INTIMACION
           end-if.
           write REG_INTIMACION.
           move spaces to REG_INTIMACION.
           if COD-ADMIN-ACT > 0
               string "AT. " delimited by size
                      ADM-CONTACTO(COD-ADMIN-ACT) delimited by size
                      into REG_INTIMACION
           end-if.
           write REG_INTIMACION.

        cerrarIntimacionAdmin.
           if INTIMACION-ABIERTA = "S"
               move all "=" to REG_INTIMACION
               write REG_INTIMACION
               move spaces to REG_INTIMACION
               string "INTIMACIONES EMITIDAS: " delimited by size
                      CANT-INTIMACIONES-ADMIN delimited by size
                      into REG_INTIMACION
               write REG_INTIMACION
               close INTIMACION
               add 1 to TOTAL-ARCHIVOS
               display "Administracion " COD-ADMIN-ACT ": "
                   CANT-INTIMACIONES-ADMIN " intimaciones en "
                   WS-PATH-INTIMACION
           end-if.

        emitirIntimacion.
           if COD-ADMIN of REG_ORDENAR <> COD-ADMIN-ACT
               perform cerrarIntimacionAdmin
               move COD-ADMIN of REG_ORDENAR to COD-ADMIN-ACT
               perform abrirIntimacionAdmin
           end-if.
           move POS-INTIMADO of REG_ORDENAR to IDX-INTIMADO-HALLADO.
           evaluate NIVEL-INTIMACION of REG_ORDENAR
               when 1
                   move "PRIMERA INTIMACION DE PAGO" to TITULO-NIVEL
                   add 1 to TOTAL-PRIMERAS
               when 2
                   move "SEGUNDA INTIMACION DE PAGO" to TITULO-NIVEL
                   add 1 to TOTAL-SEGUNDAS
               when other
                   move "INTIMACION FINAL - ULTIMO AVISO"
                       to TITULO-NIVEL
                   add 1 to TOTAL-FINALES
           end-evaluate.
           if INTIMACION-ABIERTA = "S"
               perform escribirIntimacion
               add 1 to CANT-INTIMACIONES-ADMIN
           end-if.
           if HISTORIAL-ABIERTO = "S"
               move CUIT-CO of REG_ORDENAR
                   to CUIT-CO of REG_INTIMACION-HIST
               move NIVEL-INTIMACION of REG_ORDENAR
                   to NIVEL-INTIMACION of REG_INTIMACION-HIST
               move PERIODO-PROCESO to PERIODO-INTIMACION
               move WS-YYYY-MM-DD to FECHA-INTIMACION
               move COD-ADMIN of REG_ORDENAR
                   to COD-ADMIN of REG_INTIMACION-HIST
               move INT-PERIODOS(IDX-INTIMADO-HALLADO)
                   to PERIODOS-ADEUDADOS of REG_INTIMACION-HIST
               move INT-IMPORTE(IDX-INTIMADO-HALLADO)
                   to IMPORTE-ADEUDADO of REG_INTIMACION-HIST
               write REG_INTIMACION-HIST
           end-if.
           display TITULO-NIVEL ": CUIT " CUIT-CO of REG_ORDENAR
               " " NOMBRE-CONSORCIO of REG_ORDENAR.
           RETURN ORDENAR AT END CONTINUE.

      *        ---------------------------------------------------------
      *        Cuerpo de la intimacion: datos del consorcio, deuda y
      *        rechazos de los ultimos meses
      *        ---------------------------------------------------------
        escribirIntimacion.
           move all "=" to REG_INTIMACION.
           write REG_INTIMACION.
           move TITULO-NIVEL to REG_INTIMACION.
           write REG_INTIMACION.
           move spaces to REG_INTIMACION.
           write REG_INTIMACION.
           move spaces to REG_INTIMACION.
           string "  CONSORCIO        : " delimited by size
                  NOMBRE-CONSORCIO of REG_ORDENAR delimited by size
                  into REG_INTIMACION.
           write REG_INTIMACION.
           move spaces to REG_INTIMACION.
           string "  CUIT-CO          : " delimited by size
                  CUIT-CO of REG_ORDENAR delimited by size
                  into REG_INTIMACION.
           write REG_INTIMACION.
           move spaces to REG_INTIMACION.
           string "  TEL / DIR        : " delimited by size
                  TEL of REG_ORDENAR delimited by size
                  " / " delimited by size
                  DIR of REG_ORDENAR delimited by size
                  into REG_INTIMACION.
           write REG_INTIMACION.
           move spaces to REG_INTIMACION.
           string "  CUENTA DEBITO    : ENTIDAD " delimited by size
                  ENTIDAD of REG_ORDENAR delimited by size
                  " SUCURSAL " delimited by size
                  SUCURSAL of REG_ORDENAR delimited by size
                  " CUENTA " delimited by size
                  NRO-CTA of REG_ORDENAR delimited by size
                  into REG_INTIMACION.
           write REG_INTIMACION.
           move spaces to REG_INTIMACION.
           write REG_INTIMACION.
           compute IMPORTE-PESOS
               = INT-IMPORTE(IDX-INTIMADO-HALLADO) / 100.
           move IMPORTE-PESOS to IMPORTE-EDITADO.
           move spaces to REG_INTIMACION.
           string "  SE INTIMA AL PAGO DE $ " delimited by size
                  IMPORTE-EDITADO delimited by size
                  " ADEUDADOS POR " delimited by size
                  INT-PERIODOS(IDX-INTIMADO-HALLADO) delimited by size
                  " PERIODOS DE EXPENSAS" delimited by size
                  into REG_INTIMACION.
           write REG_INTIMACION.
           move spaces to REG_INTIMACION.
           string "  (ULTIMO PERIODO ADEUDADO " delimited by size
                  INT-ULT-PERIODO(IDX-INTIMADO-HALLADO)
                  delimited by size
                  ")." delimited by size
                  into REG_INTIMACION.
           write REG_INTIMACION.
           move spaces to REG_INTIMACION.
           string "  RECHAZOS CONSECUTIVOS DEL DEBITO DIRECTO: "
                  delimited by size
                  INT-CONSECUTIVOS(IDX-INTIMADO-HALLADO)
                  delimited by size
                  into REG_INTIMACION.
           write REG_INTIMACION.
           move spaces to REG_INTIMACION.
           write REG_INTIMACION.
           move "  DEBITOS RECHAZADOS    PERIODO  IMPORTE $       COD"
               to REG_INTIMACION.
           write REG_INTIMACION.
           move 0 to CANT-RECHAZOS-CUIT.
           move 1 to IDX-RECHAZO.
           perform escribirUnRechazo
               until IDX-RECHAZO > WS-CANT-RECHAZOS.
           if CANT-RECHAZOS-CUIT = 0
               move spaces to REG_INTIMACION
               string "                        SIN RECHAZOS EN LOS "
                      delimited by size
                      MESES-HISTORIA delimited by size
                      " MESES REVISADOS" delimited by size
                      into REG_INTIMACION
               write REG_INTIMACION
           end-if.
           move spaces to REG_INTIMACION.
           write REG_INTIMACION.
           move spaces to REG_INTIMACION.
           evaluate NIVEL-INTIMACION of REG_ORDENAR
               when 1
                   string "  SE SOLICITA REGULARIZAR LA DEUDA DENTRO "
                          "DE LOS 10 DIAS DE RECIBIDA LA PRESENTE."
                          delimited by size into REG_INTIMACION
               when 2
                   string "  DE NO REGULARIZARSE EN 5 DIAS SE "
                          "ENVIARA LA INTIMACION FINAL."
                          delimited by size into REG_INTIMACION
               when other
                   string "  ULTIMO AVISO: VENCIDO EL PLAZO DE 48 "
                          "HORAS SE INICIARAN LAS ACCIONES LEGALES."
                          delimited by size into REG_INTIMACION
           end-evaluate.
           write REG_INTIMACION.

        escribirUnRechazo.
           if RCH-CUIT(IDX-RECHAZO) = CUIT-CO of REG_ORDENAR
               add 1 to CANT-RECHAZOS-CUIT
               compute IMPORTE-PESOS = RCH-IMPORTE(IDX-RECHAZO) / 100
               move IMPORTE-PESOS to IMPORTE-EDITADO
               move spaces to REG_INTIMACION
               string "                        " delimited by size
                      RCH-PERIODO(IDX-RECHAZO) delimited by size
                      "   " delimited by size
                      IMPORTE-EDITADO delimited by size
                      "  " delimited by size
                      RCH-CODIGO(IDX-RECHAZO) delimited by size
                      into REG_INTIMACION
               write REG_INTIMACION
           end-if.
           add 1 to IDX-RECHAZO.

      *        ---------------------------------------------------------
      *        Marcados que no figuran en el maestro vigente: no se
      *        pueden intimar sin domicilio ni administracion
      *        ---------------------------------------------------------
        informarSinMaestro.
           move 1 to IDX-INTIMADO.
           perform informarUnSinMaestro
               until IDX-INTIMADO > WS-CANT-INTIMADOS.

        informarUnSinMaestro.
           if INT-EN-MAESTRO(IDX-INTIMADO) <> "S"
               add 1 to TOTAL-SIN-MAESTRO
               display "MARCADO SIN MAESTRO: CUIT "
                   INT-CUIT(IDX-INTIMADO) " no se intima."
           end-if.
           add 1 to IDX-INTIMADO.

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

        end program EmitirIntimaciones.

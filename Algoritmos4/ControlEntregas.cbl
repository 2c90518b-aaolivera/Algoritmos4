        identification division.
        program-id. ControlEntregas.

        ENVIRONMENT division.
        configuration section.

        input-output section.
        file-control.
             select CALENDARIO
             assign to dynamic WS-PATH-CALENDARIO
             organization is line sequential
             file status is fs-CALENDARIO.

             select FERIADOS
             assign to dynamic WS-PATH-FERIADOS
             organization is line sequential
             file status is fs-FERIADOS.

             select CONSORLIST
             assign to dynamic WS-PATH-CONSORLIST
             organization is line sequential
             file status is fs-CONSORLIST.

             select CUENTASLIST
             assign to dynamic WS-PATH-CUENTASLIST
             organization is line sequential
             file status is fs-CUENTASLIST.

             select ENTREGAS
             assign to dynamic WS-PATH-ENTREGAS
             organization is line sequential
             file status is fs-ENTREGAS.

             select ENTREGAS-HIST
             assign to dynamic WS-PATH-ENTREGAS-HIST
             organization is line sequential
             file status is fs-ENTREGAS-HIST.

        DATA division.
        file section.
      *        --- calendario de entregas: que administracion entrega
      *        que fuente (C = CONSOR, K = CUENTAS), si es obligatoria
      *        y en que dias de la semana (lunes a domingo, "S" o "N");
      *        los feriados nunca son dias de entrega ---
        fd CALENDARIO.
        01 REG_CALENDARIO.
             03 COD-ADMIN pic 9(3).
             03 TIPO-FUENTE pic x(1).
                 88 FUENTE-CONSOR value "C".
                 88 FUENTE-CUENTAS value "K".
             03 OBLIGATORIA pic x(1).
             03 DIAS-ENTREGA.
                 05 DIA-ENTREGA pic x(1) occurs 7 times.
             03 filler pic x(1).
             03 RUTA-FUENTE pic x(150).

        fd FERIADOS.
        01 REG_FERIADO.
             03 FECHA-FERIADO pic 9(8).
             03 DESCRIP-FERIADO pic x(40).

        fd CONSORLIST.
        01 REG_CONSORLIST pic x(200).

        fd CUENTASLIST.
        01 REG_CUENTASLIST pic x(200).

      *        --- resultado del control, una linea por fuente: el
      *        archivo del dia lo lee el tablero y el historico el
      *        informe mensual de puntualidad ---
        fd ENTREGAS.
        01 REG_ENTREGA.
             03 FECHA-PROCESO pic 9(8).
             03 COD-ADMIN pic 9(3).
             03 TIPO-FUENTE pic x(1).
             03 OBLIGATORIA pic x(1).
             03 ESTADO-ENTREGA pic x(10).
             03 FECHA-ARCHIVO pic 9(8).
             03 HORA-ARCHIVO pic 9(4).
             03 RUTA-FUENTE pic x(150).

        fd ENTREGAS-HIST.
        01 REG_ENTREGA-HIST pic x(185).

        working-storage section.
        01 fs-CALENDARIO pic xx.
             88 ok-CALENDARIO value "00".
             88 eof-CALENDARIO value "10".
        01 fs-FERIADOS pic xx.
             88 ok-FERIADOS value "00".
             88 eof-FERIADOS value "10".
        01 fs-CONSORLIST pic xx.
             88 ok-CONSORLIST value "00".
             88 eof-CONSORLIST value "10".
        01 fs-CUENTASLIST pic xx.
             88 ok-CUENTASLIST value "00".
             88 eof-CUENTASLIST value "10".
        01 fs-ENTREGAS pic xx.
             88 ok-ENTREGAS value "00".
        01 fs-ENTREGAS-HIST pic xx.
             88 ok-ENTREGAS-HIST value "00".

        01 WS-DIR-BASE pic x(150) value "C:\temp\".
        01 WS-PATH-CALENDARIO pic x(200).
        01 WS-PATH-FERIADOS pic x(200).
        01 WS-PATH-CONSORLIST pic x(200) value "C:\CONSORLIST.txt".
        01 WS-PATH-CUENTASLIST pic x(200) value "C:\CUENTASLIST.txt".
        01 WS-PATH-ENTREGAS pic x(200).
        01 WS-PATH-ENTREGAS-HIST pic x(200).
        01 WS-ENV-VAL pic x(200).
        01 WS-YYYY-MM-DD pic 9(8).
        01 WS-FECHA-ENV pic x(8).

        01 ES-FERIADO pic x value "N".

      *        --- dia de la semana de la fecha de proceso (1 lunes a
      *        7 domingo), por la congruencia de Zeller ---
        01 FECHA-DESCOMPUESTA.
             03 FP-ANIO pic 9(4).
             03 FP-MES pic 9(2).
             03 FP-DIA pic 9(2).
        01 Z-ANIO pic 9(4).
        01 Z-MES pic 9(2).
        01 Z-SIGLO pic 9(2).
        01 Z-ANIO-SIGLO pic 9(2).
        01 Z-TERMINO-MES pic 9(3).
        01 Z-SUMA pic 9(5).
        01 Z-COCIENTE pic 9(5).
        01 Z-RESTO pic 9(1).
        01 DIA-SEMANA pic 9(1).

      *        --- fuentes que el merge va a leer esta noche, segun
      *        CONSORLIST y CUENTASLIST ---
        01 CANT-LISTADAS pic 99 value 0.
        01 tablaListadas.
            03 listadaItem occurs 20 times.
                05 LIS-TIPO pic x(1).
                05 LIS-ADMIN pic 9(3).
                05 LIS-RUTA pic x(150).
                05 LIS-ESPERADA pic x(1).
        01 IDX-LISTADA pic 99.

      *        --- datos del archivo en disco (fecha y hora de la
      *        ultima grabacion) ---
        01 RUTA-CONSULTA pic x(150).
        01 DATOS-ARCHIVO.
             03 DA-TAMANIO pic x(8) comp-x.
             03 DA-DIA pic x comp-x.
             03 DA-MES pic x comp-x.
             03 DA-ANIO pic x(2) comp-x.
             03 DA-HORA pic x comp-x.
             03 DA-MINUTO pic x comp-x.
             03 DA-SEGUNDO pic x comp-x.
             03 DA-CENTESIMA pic x comp-x.
        01 ARCHIVO-EXISTE pic x.
        01 FECHA-ARCH pic 9(8).
        01 HORA-ARCH pic 9(4).

        01 TOTAL-ESPERADAS pic 9(4) value 0.
        01 TOTAL-EN-TERMINO pic 9(4) value 0.
        01 TOTAL-ATRASADAS pic 9(4) value 0.
        01 TOTAL-FALTANTES pic 9(4) value 0.
        01 TOTAL-FALTANTES-OBLIG pic 9(4) value 0.
        01 TOTAL-INESPERADAS pic 9(4) value 0.

      *        --- codigo de retorno del paso (0 limpio, 4 con
      *        advertencias, 8 error serio) ---
        01 COD-RETORNO pic 9(2) value 0.

      *        ---------------------------------------------------------
      *        Control de llegada de las fuentes, antes del merge:
      *        compara lo que efectivamente llego contra el calendario
      *        de entregas de cada administracion para el dia habil de
      *        proceso. Cada fuente esperada queda EN TERMINO, ATRASADA
      *        (el archivo en disco es de una fecha anterior, o sea no
      *        se renovo) o FALTANTE; las fuentes listadas en
      *        CONSORLIST o CUENTASLIST que llegaron sin estar en el
      *        calendario del dia quedan INESPERADA. Una fuente
      *        obligatoria faltante devuelve RC 8 y detiene la cadena
      *        antes de Program1; el resto son advertencias. El
      *        resultado queda en ENTREGAS_aaaammdd.txt para el tablero
      *        y se acumula en ENTREGAS_HIST.txt para el informe
      *        mensual de puntualidad (InformeEntregas).
      *        ---------------------------------------------------------
        PROCEDURE division.
           perform leerParametros.
           perform verificarFeriado.
           if ES-FERIADO = "S"
               display "DIA NO HABIL " WS-YYYY-MM-DD
                   " - NO HAY ENTREGAS ESPERADAS."
               move 0 to RETURN-CODE
               goback
           end-if.
           perform calcularDiaSemana.
           perform cargarListadas.

           open input CALENDARIO.
           if not ok-CALENDARIO
               display "ADVERTENCIA: no se pudo abrir el calendario de "
               "entregas (" fs-CALENDARIO ") " WS-PATH-CALENDARIO
               display "Las fuentes del dia no se controlan."
               move 4 to COD-RETORNO
               move COD-RETORNO to RETURN-CODE
               goback
           end-if.

           open output ENTREGAS.
           if not ok-ENTREGAS
               display "ERROR: no se pudo abrir el resultado del "
               "control (" fs-ENTREGAS ") " WS-PATH-ENTREGAS
               close CALENDARIO
               move 8 to COD-RETORNO
               move COD-RETORNO to RETURN-CODE
               goback
           end-if.
           perform abrirHistorico.

           read CALENDARIO end-read.
           perform controlarUnaEntrega until eof-CALENDARIO.
           close CALENDARIO.

           move 1 to IDX-LISTADA.
           perform controlarUnaListada
               until IDX-LISTADA > CANT-LISTADAS.

           close ENTREGAS.
           if ok-ENTREGAS-HIST
               close ENTREGAS-HIST
           end-if.

           display "Fuentes esperadas: " TOTAL-ESPERADAS.
           display "  en termino: " TOTAL-EN-TERMINO.
           display "  atrasadas: " TOTAL-ATRASADAS.
           display "  faltantes: " TOTAL-FALTANTES
               " (obligatorias: " TOTAL-FALTANTES-OBLIG ")".
           display "Fuentes inesperadas: " TOTAL-INESPERADAS.

           if TOTAL-FALTANTES-OBLIG > 0
               display "ERROR: faltan fuentes obligatorias; el merge "
               "no debe correr con el padron incompleto."
               move 8 to COD-RETORNO
           end-if.
           if COD-RETORNO < 4 and (TOTAL-ATRASADAS > 0
               or TOTAL-FALTANTES > 0 or TOTAL-INESPERADAS > 0)
               move 4 to COD-RETORNO
           end-if.
           move COD-RETORNO to RETURN-CODE.
        goback.

        leerParametros.
           accept WS-ENV-VAL from environment "ENTREGAS_DIR_BASE".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-DIR-BASE
           end-if.
           accept WS-ENV-VAL from environment "PROGRAM1_CONSORLIST".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-CONSORLIST
           end-if.
           accept WS-ENV-VAL from environment "PROGRAM1_CUENTASLIST".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-CUENTASLIST
           end-if.
           perform obtenerFechaProceso.
           move WS-YYYY-MM-DD to FECHA-DESCOMPUESTA.

           move spaces to WS-PATH-CALENDARIO.
           accept WS-ENV-VAL from environment "ENTREGAS_CALENDARIO".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-CALENDARIO
           else
               string WS-DIR-BASE delimited by spaces
                      "CALENDARIO_ENTREGAS.txt" delimited by size
                      into WS-PATH-CALENDARIO
           end-if.

      *        el mismo calendario de feriados que lee la cadena
           move spaces to WS-PATH-FERIADOS.
           accept WS-ENV-VAL from environment "CADENA_FERIADOS".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-FERIADOS
           else
               string WS-DIR-BASE delimited by spaces
                      "FERIADOS.txt" delimited by size
                      into WS-PATH-FERIADOS
           end-if.

           move spaces to WS-PATH-ENTREGAS.
           string WS-DIR-BASE delimited by spaces
                  "ENTREGAS_" delimited by size
                  WS-YYYY-MM-DD delimited by size
                  ".txt" delimited by size
                  into WS-PATH-ENTREGAS.
           move spaces to WS-PATH-ENTREGAS-HIST.
           accept WS-ENV-VAL from environment "ENTREGAS_HISTORICO".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-ENTREGAS-HIST
           else
               string WS-DIR-BASE delimited by spaces
                      "ENTREGAS_HIST.txt" delimited by size
                      into WS-PATH-ENTREGAS-HIST
           end-if.

        verificarFeriado.
           open input FERIADOS.
           if ok-FERIADOS
               read FERIADOS end-read
               perform verificarUnFeriado until eof-FERIADOS
                   or ES-FERIADO = "S"
               close FERIADOS
           end-if.

        verificarUnFeriado.
           if FECHA-FERIADO of REG_FERIADO = WS-YYYY-MM-DD
               move "S" to ES-FERIADO
           end-if.
           read FERIADOS end-read.

      *        ---------------------------------------------------------
      *        Congruencia de Zeller: enero y febrero cuentan como los
      *        meses 13 y 14 del anio anterior; el resto 0 es sabado
      *        ---------------------------------------------------------
        calcularDiaSemana.
           move FP-ANIO to Z-ANIO.
           move FP-MES to Z-MES.
           if Z-MES < 3
               add 12 to Z-MES
               subtract 1 from Z-ANIO
           end-if.
           divide Z-ANIO by 100 giving Z-SIGLO
               remainder Z-ANIO-SIGLO.
           compute Z-TERMINO-MES = (13 * (Z-MES + 1)) / 5.
           move FP-DIA to Z-SUMA.
           add Z-TERMINO-MES to Z-SUMA.
           add Z-ANIO-SIGLO to Z-SUMA.
           divide Z-ANIO-SIGLO by 4 giving Z-COCIENTE.
           add Z-COCIENTE to Z-SUMA.
           divide Z-SIGLO by 4 giving Z-COCIENTE.
           add Z-COCIENTE to Z-SUMA.
           compute Z-SUMA = Z-SUMA + 5 * Z-SIGLO + 5.
           divide Z-SUMA by 7 giving Z-COCIENTE remainder Z-RESTO.
           compute DIA-SEMANA = Z-RESTO + 1.

      *        ---------------------------------------------------------
      *        Fuentes listadas para el merge: en CONSORLIST cada ruta
      *        puede venir precedida por el codigo de administracion
      *        ("nnn ruta"); CUENTASLIST lista solo rutas
      *        ---------------------------------------------------------
        cargarListadas.
           move spaces to tablaListadas.
           open input CONSORLIST.
           if ok-CONSORLIST
               read CONSORLIST end-read
               perform cargarUnaConsorlist until eof-CONSORLIST
               close CONSORLIST
           else
               display "ADVERTENCIA: no se pudo abrir CONSORLIST ("
                   fs-CONSORLIST ")."
           end-if.
           open input CUENTASLIST.
           if ok-CUENTASLIST
               read CUENTASLIST end-read
               perform cargarUnaCuentaslist until eof-CUENTASLIST
               close CUENTASLIST
           else
               display "ADVERTENCIA: no se pudo abrir CUENTASLIST ("
                   fs-CUENTASLIST ")."
           end-if.

        cargarUnaConsorlist.
           if REG_CONSORLIST not = spaces and CANT-LISTADAS < 20
               add 1 to CANT-LISTADAS
               move "C" to LIS-TIPO(CANT-LISTADAS)
               move "N" to LIS-ESPERADA(CANT-LISTADAS)
               if REG_CONSORLIST(1:3) is numeric
                   and REG_CONSORLIST(4:1) = space
                   move REG_CONSORLIST(1:3) to LIS-ADMIN(CANT-LISTADAS)
                   move REG_CONSORLIST(5:150)
                       to LIS-RUTA(CANT-LISTADAS)
               else
                   move 0 to LIS-ADMIN(CANT-LISTADAS)
                   move REG_CONSORLIST to LIS-RUTA(CANT-LISTADAS)
               end-if
           end-if.
           read CONSORLIST end-read.

        cargarUnaCuentaslist.
           if REG_CUENTASLIST not = spaces and CANT-LISTADAS < 20
               add 1 to CANT-LISTADAS
               move "K" to LIS-TIPO(CANT-LISTADAS)
               move "N" to LIS-ESPERADA(CANT-LISTADAS)
               move 0 to LIS-ADMIN(CANT-LISTADAS)
               move REG_CUENTASLIST to LIS-RUTA(CANT-LISTADAS)
           end-if.
           read CUENTASLIST end-read.

        abrirHistorico.
           open extend ENTREGAS-HIST.
           if not ok-ENTREGAS-HIST
               open output ENTREGAS-HIST
           end-if.
           if not ok-ENTREGAS-HIST
               display "ADVERTENCIA: no se pudo abrir el historico de "
               "entregas (" fs-ENTREGAS-HIST "); el dia no cuenta en "
               "el informe mensual."
               move 4 to COD-RETORNO
           end-if.

      *        ---------------------------------------------------------
      *        Una entrada del calendario que corresponde al dia: se
      *        mira el archivo en disco y su fecha de grabacion
      *        ---------------------------------------------------------
        controlarUnaEntrega.
           if DIA-ENTREGA of REG_CALENDARIO(DIA-SEMANA) = "S"
               and RUTA-FUENTE of REG_CALENDARIO not = spaces
               add 1 to TOTAL-ESPERADAS
               perform marcarListada
               move RUTA-FUENTE of REG_CALENDARIO to RUTA-CONSULTA
               perform consultarArchivo
               move COD-ADMIN of REG_CALENDARIO
                   to COD-ADMIN of REG_ENTREGA
               move TIPO-FUENTE of REG_CALENDARIO
                   to TIPO-FUENTE of REG_ENTREGA
               move OBLIGATORIA of REG_CALENDARIO
                   to OBLIGATORIA of REG_ENTREGA
               evaluate true
                   when ARCHIVO-EXISTE <> "S"
                       move "FALTANTE" to ESTADO-ENTREGA
                       add 1 to TOTAL-FALTANTES
                       if OBLIGATORIA of REG_CALENDARIO = "S"
                           add 1 to TOTAL-FALTANTES-OBLIG
                       end-if
                   when FECHA-ARCH < WS-YYYY-MM-DD
                       move "ATRASADA" to ESTADO-ENTREGA
                       add 1 to TOTAL-ATRASADAS
                   when other
                       move "EN TERMINO" to ESTADO-ENTREGA
                       add 1 to TOTAL-EN-TERMINO
               end-evaluate
               perform grabarEntrega
           end-if.
           read CALENDARIO end-read.

        marcarListada.
           move 1 to IDX-LISTADA.
           perform marcarUnaListada until IDX-LISTADA > CANT-LISTADAS.

        marcarUnaListada.
           if LIS-TIPO(IDX-LISTADA) = TIPO-FUENTE of REG_CALENDARIO
               and LIS-RUTA(IDX-LISTADA) = RUTA-FUENTE of REG_CALENDARIO
               move "S" to LIS-ESPERADA(IDX-LISTADA)
           end-if.
           add 1 to IDX-LISTADA.

      *        ---------------------------------------------------------
      *        Fuente listada para el merge que llego sin estar en el
      *        calendario del dia
      *        ---------------------------------------------------------
        controlarUnaListada.
           if LIS-ESPERADA(IDX-LISTADA) <> "S"
               move LIS-RUTA(IDX-LISTADA) to RUTA-CONSULTA
               perform consultarArchivo
               if ARCHIVO-EXISTE = "S"
                   add 1 to TOTAL-INESPERADAS
                   move LIS-ADMIN(IDX-LISTADA)
                       to COD-ADMIN of REG_ENTREGA
                   move LIS-TIPO(IDX-LISTADA)
                       to TIPO-FUENTE of REG_ENTREGA
                   move "N" to OBLIGATORIA of REG_ENTREGA
                   move "INESPERADA" to ESTADO-ENTREGA
                   perform grabarEntrega
               end-if
           end-if.
           add 1 to IDX-LISTADA.

        consultarArchivo.
           move "N" to ARCHIVO-EXISTE.
           move 0 to FECHA-ARCH.
           move 0 to HORA-ARCH.
           call "CBL_CHECK_FILE_EXIST" using RUTA-CONSULTA
               DATOS-ARCHIVO
               on exception
                   move 1 to RETURN-CODE
           end-call.
           if RETURN-CODE = 0
               move "S" to ARCHIVO-EXISTE
               compute FECHA-ARCH = DA-ANIO * 10000 + DA-MES * 100
                   + DA-DIA
               compute HORA-ARCH = DA-HORA * 100 + DA-MINUTO
           end-if.
           move 0 to RETURN-CODE.

        grabarEntrega.
           move WS-YYYY-MM-DD to FECHA-PROCESO of REG_ENTREGA.
           move FECHA-ARCH to FECHA-ARCHIVO.
           move HORA-ARCH to HORA-ARCHIVO.
           move RUTA-CONSULTA to RUTA-FUENTE of REG_ENTREGA.
           write REG_ENTREGA.
           if ok-ENTREGAS-HIST
               move REG_ENTREGA to REG_ENTREGA-HIST
               write REG_ENTREGA-HIST
           end-if.
           display ESTADO-ENTREGA " " COD-ADMIN of REG_ENTREGA " "
               TIPO-FUENTE of REG_ENTREGA " "
               RUTA-FUENTE of REG_ENTREGA(1:60).

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

        end program ControlEntregas.

             organization is line sequential
             file status is fs-REPRESENTAR.

             select PRESENTACIONES
             assign to dynamic WS-PATH-PRESENTACIONES
             organization is line sequential
             file status is fs-PRESENTACIONES.

             select ORDENAR
             assign to "WORKT.TMP"
             file status is fs-ORDENAR.
             03 filler pic x(30).
             03 filler pic x(22).
             03 RESULTADO pic x(2).
      *        --- cabecera "H" de la presentacion, devuelta por el
      *        banco al frente del retorno ---
        01 REG_RETORNO-CABECERA.
             03 TIPO-REG-CAB pic x(01).
             03 ENTIDAD-CAB pic 9(3).
             03 PERIODO-CAB pic x(6).
             03 NRO-SECUENCIA pic 9(6).
             03 FECHA-GENERACION pic 9(8).
             03 MARCA-REEMPLAZO pic x(1).

        fd PRESENTACION.
        01 REG_PRESENTACION.
             03 PERIODO pic x(6).
             03 NOMBRE-CONSORCIO pic x(30).
             03 CBU pic 9(22).
        01 REG_PRESENTACION-CONTROL.
             03 TIPO-REG-CTL pic x(01).
             03 CANT-REGISTROS pic 9(6).
             03 IMPORTE-TOTAL pic 9(13).
        01 REG_PRESENTACION-CABECERA.
             03 TIPO-REG-CAB pic x(01).
             03 ENTIDAD-CAB pic 9(3).
             03 PERIODO-CAB pic x(6).
             03 NRO-SECUENCIA pic 9(6).
             03 FECHA-GENERACION pic 9(8).
             03 MARCA-REEMPLAZO pic x(1).

        fd MAESTRO.
        01 REG_MAESTRO.
             03 NOMBRE-CONSORCIO pic x(30).
             03 CBU pic 9(22).

      *        --- registro de presentaciones de DebitosExpensas ---
        fd PRESENTACIONES.
        01 REG_REGISTRO.
             03 ENTIDAD pic 9(3).
             03 PERIODO pic x(6).
             03 NRO-SECUENCIA pic 9(6).
             03 CANT-REGISTROS pic 9(6).
             03 IMPORTE-TOTAL pic 9(13).
             03 FECHA-GENERACION pic 9(8).
             03 ESTADO-PRESENTACION pic x(1).
             03 FECHA-ESTADO pic 9(8).

        sd ORDENAR.
        01 REG_ORDENAR.
             03 CUIT-CO pic 9(15).
             88 ok-RESULTADOS value "00".
        01 fs-REPRESENTAR pic xx.
             88 ok-REPRESENTAR value "00".
        01 fs-PRESENTACIONES pic xx.
             88 ok-PRESENTACIONES value "00".
             88 eof-PRESENTACIONES value "10".
        01 fs-ORDENAR pic xx.
             88 ok-ORDENAR value "00".
             88 eof-ORDENAR value "10".
        01 WS-PATH-MAESTRO pic x(200) value spaces.
        01 WS-PATH-RESULTADOS pic x(200) value spaces.
        01 WS-PATH-REPRESENTAR pic x(200) value spaces.
        01 WS-PATH-PRESENTACIONES pic x(200) value spaces.
        01 WS-ENV-VAL pic x(200).
        01 WS-YYYY-MM-DD pic 9(8).
        01 WS-FECHA-ENV pic x(8).
        01 IDX-PRES pic 9(6).
        01 IDX-PRES-HALLADO pic 9(6).

      *        --- registro de presentaciones: el retorno solo se
      *        aplica contra la presentacion vigente de la entidad y el
      *        periodo, con la misma secuencia, cantidad e importe ---
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
        01 IDX-PRESENTACION-VIGENTE pic 9(5) value 0.
        01 PRESENTACIONES-CARGADAS pic x value "S".
        01 HAY-CABECERA pic x value "N".
        01 HAY-CONTROL pic x value "N".
        01 SECUENCIA-PRESENTADA pic 9(6) value 0.
        01 CANT-CONTROL pic 9(6) value 0.
        01 IMPORTE-CONTROL pic 9(13) value 0.

        01 CUIT-CONSORCIO pic 9(15).
        01 NOMBRE-CONSORCIO-ACT pic x(30).
        01 CUIT-ACT pic 9(15).
      *          listos para re-presentar en el periodo siguiente.
      *        Las respuestas sin presentacion que las respalde y las
      *        presentaciones que el banco no respondio se informan.
      *        Antes de aplicar nada se controla el registro de
      *        PRESENTACIONES: la presentacion debe ser la vigente de la
      *        entidad y el periodo, sin retorno ya procesado, y su
      *        cabecera y control deben coincidir con lo registrado;
      *        si el retorno trae la cabecera "H" su secuencia tambien.
      *        Procesado el retorno, la presentacion queda en "D".
      *        ---------------------------------------------------------
        PROCEDURE division.
           perform leerParametros.
           end-if.

           perform cargarCuentasMaestro.
           perform cargarPresentaciones.
           if PRESENTACIONES-CARGADAS = "S"
               perform verificarRegistroPresentacion
           end-if.
           perform cargarPresentacion.
           if IDX-PRESENTACION-VIGENTE > 0
               perform verificarArchivoPresentado
               perform verificarCabeceraRetorno
           end-if.
           if COD-RETORNO >= 8
               move COD-RETORNO to RETURN-CODE
               goback
           close RESULTADOS.
           close REPRESENTAR.

           if COD-RETORNO < 8
               move "D" to PRS-ESTADO(IDX-PRESENTACION-VIGENTE)
               move WS-YYYY-MM-DD
                   to PRS-FECHA-ESTADO(IDX-PRESENTACION-VIGENTE)
               perform grabarPresentaciones
           end-if.

           display " ".
           display "Total de debitos cobrados: " TOTAL-COBRADOS
               " por " IMPORTE-COBRADO " centavos.".
                  ".txt" delimited by size
                  into WS-PATH-REPRESENTAR.

           accept WS-ENV-VAL from environment
               "RETORNOS_PRESENTACIONES".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-PRESENTACIONES
           else
               string WS-DIR-BASE delimited by spaces
                      "PRESENTACIONES.txt" delimited by size
                      into WS-PATH-PRESENTACIONES
           end-if.

        normalizarEntidad.
           move "S" to ENTIDAD-ES-VALIDA.
           move 0 to ENTIDAD-RETORNO.
           end-if.

        cargarUnPresentado.
           if TIPO-REG of REG_PRESENTACION = "H"
               move "S" to HAY-CABECERA
               move NRO-SECUENCIA of REG_PRESENTACION-CABECERA
                   to SECUENCIA-PRESENTADA
           end-if.
           if TIPO-REG of REG_PRESENTACION = "T"
               move "S" to HAY-CONTROL
               move CANT-REGISTROS of REG_PRESENTACION-CONTROL
                   to CANT-CONTROL
               move IMPORTE-TOTAL of REG_PRESENTACION-CONTROL
                   to IMPORTE-CONTROL
           end-if.
           if TIPO-REG of REG_PRESENTACION = "D"
               and WS-CANT-PRES < 99999
               add 1 to WS-CANT-PRES
           end-if.
           add 1 to IDX-PRES.

      *        ---------------------------------------------------------
      *        Registro de presentaciones: se carga completo, se busca
      *        la presentacion vigente (no reemplazada) de la entidad y
      *        el periodo, y se regraba al final con su nuevo estado
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
               display "ERROR: no se pudo abrir el registro de "
               "presentaciones (" fs-PRESENTACIONES ") "
               WS-PATH-PRESENTACIONES
               move "N" to PRESENTACIONES-CARGADAS
               move 8 to COD-RETORNO
           end-if.

        cargarUnaPresentacion.
           add 1 to CANT-PRESENTACIONES.
           move REG_REGISTRO to presentacionItem(CANT-PRESENTACIONES).
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
               "presentaciones (" fs-PRESENTACIONES "); la "
               "presentacion no queda marcada como devuelta."
               move 8 to COD-RETORNO
           end-if.

        grabarUnaPresentacion.
           move presentacionItem(IDX-PRESENTACION) to REG_REGISTRO.
           write REG_REGISTRO.
           add 1 to IDX-PRESENTACION.

        verificarRegistroPresentacion.
           move 0 to IDX-PRESENTACION-VIGENTE.
           move 1 to IDX-PRESENTACION.
           perform buscarUnaPresentacionVigente
               until IDX-PRESENTACION > CANT-PRESENTACIONES
               or IDX-PRESENTACION-VIGENTE > 0.
           if IDX-PRESENTACION-VIGENTE = 0
               display "ERROR: la entidad " ENTIDAD-RETORNO
               " no tiene presentacion registrada del periodo "
               PERIODO-RETORNO "; no se aplica el retorno."
               move 8 to COD-RETORNO
           else
               if PRS-ESTADO(IDX-PRESENTACION-VIGENTE) = "D"
                   display "ERROR: el retorno de la secuencia "
                   PRS-SECUENCIA(IDX-PRESENTACION-VIGENTE)
                   " ya fue procesado el "
                   PRS-FECHA-ESTADO(IDX-PRESENTACION-VIGENTE)
                   "; no se aplica de nuevo."
                   move 0 to IDX-PRESENTACION-VIGENTE
                   move 8 to COD-RETORNO
               end-if
           end-if.
           if IDX-PRESENTACION-VIGENTE > 0
               and PRS-ESTADO(IDX-PRESENTACION-VIGENTE) = "G"
               display "ADVERTENCIA: la secuencia "
               PRS-SECUENCIA(IDX-PRESENTACION-VIGENTE)
               " no tiene registrado el envio al banco."
               if COD-RETORNO < 4
                   move 4 to COD-RETORNO
               end-if
           end-if.

        buscarUnaPresentacionVigente.
           if PRS-ENTIDAD(IDX-PRESENTACION) = ENTIDAD-RETORNO
               and PRS-PERIODO(IDX-PRESENTACION) = PERIODO-RETORNO
               and PRS-ESTADO(IDX-PRESENTACION) <> "R"
               move IDX-PRESENTACION to IDX-PRESENTACION-VIGENTE
           end-if.
           add 1 to IDX-PRESENTACION.

      *        --- el archivo presentado debe ser el registrado: una
      *        presentacion regenerada fuera del registro no sirve para
      *        aparear el retorno ---
        verificarArchivoPresentado.
           if HAY-CABECERA <> "S" or HAY-CONTROL <> "S"
               or SECUENCIA-PRESENTADA
                  <> PRS-SECUENCIA(IDX-PRESENTACION-VIGENTE)
               or CANT-CONTROL <> PRS-CANT(IDX-PRESENTACION-VIGENTE)
               or IMPORTE-CONTROL
                  <> PRS-IMPORTE(IDX-PRESENTACION-VIGENTE)
               display "ERROR: la presentacion " WS-PATH-PRESENTACION
               display "no coincide con la registrada (secuencia "
                   PRS-SECUENCIA(IDX-PRESENTACION-VIGENTE) ", "
                   PRS-CANT(IDX-PRESENTACION-VIGENTE) " debitos por "
                   PRS-IMPORTE(IDX-PRESENTACION-VIGENTE) " centavos)."
               move 8 to COD-RETORNO
           end-if.

      *        --- si el banco devuelve la cabecera, su entidad,
      *        periodo y secuencia deben ser los de la presentacion
      *        vigente; un retorno sin cabecera se acepta con aviso ---
        verificarCabeceraRetorno.
           open input RETORNO.
           if ok-RETORNO
               read RETORNO end-read
               if not eof-RETORNO
                   and TIPO-REG of REG_RETORNO = "H"
                   if ENTIDAD-CAB of REG_RETORNO-CABECERA
                          <> ENTIDAD-RETORNO
                       or PERIODO-CAB of REG_RETORNO-CABECERA
                          <> PERIODO-RETORNO
                       or NRO-SECUENCIA of REG_RETORNO-CABECERA
                          <> PRS-SECUENCIA(IDX-PRESENTACION-VIGENTE)
                       display "ERROR: el retorno corresponde a la "
                       "entidad " ENTIDAD-CAB of REG_RETORNO-CABECERA
                       " periodo " PERIODO-CAB of REG_RETORNO-CABECERA
                       " secuencia "
                       NRO-SECUENCIA of REG_RETORNO-CABECERA
                       display "y no a la presentacion vigente "
                       "(secuencia "
                       PRS-SECUENCIA(IDX-PRESENTACION-VIGENTE)
                       "); no se aplica."
                       move 8 to COD-RETORNO
                   end-if
               else
                   display "ADVERTENCIA: el retorno no trae cabecera; "
                   "no se puede confirmar la secuencia presentada."
                   if COD-RETORNO < 4
                       move 4 to COD-RETORNO
                   end-if
               end-if
               close RETORNO
           end-if.

      *        ---------------------------------------------------------
      *        Lee el retorno de la entidad y libera al sort, con su
      *        CUIT-CO resuelto, cada respuesta respaldada por la

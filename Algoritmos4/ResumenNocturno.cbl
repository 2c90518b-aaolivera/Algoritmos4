             organization is line sequential
             file status is fs-COLA.

             select ENTREGAS
             assign to dynamic WS-PATH-ENTREGAS
             organization is line sequential
             file status is fs-ENTREGAS.

             select RESUMEN
             assign to dynamic WS-PATH-RESUMEN
             organization is line sequential
        fd COLA.
        01 REG_COLA pic x(250).

      *        --- resultado del control de llegada de fuentes del
      *        dia (ControlEntregas) ---
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

        fd RESUMEN.
        01 REG_RESUMEN pic x(132).

        01 fs-COLA pic xx.
             88 ok-COLA value "00".
             88 eof-COLA value "10".
        01 fs-ENTREGAS pic xx.
             88 ok-ENTREGAS value "00".
             88 eof-ENTREGAS value "10".
        01 fs-RESUMEN pic xx.
             88 ok-RESUMEN value "00".
        01 fs-ESTADO-NOCHE pic xx.
        01 WS-PATH-CONTROL pic x(200).
        01 WS-PATH-VEREDICTO pic x(200).
        01 WS-PATH-COLA pic x(200).
        01 WS-PATH-ENTREGAS pic x(200).
        01 WS-PATH-RESUMEN pic x(200).
        01 WS-PATH-ESTADO-NOCHE pic x(200).
        01 WS-ENV-VAL pic x(200).
        01 UN-DIGITO pic 9.
        01 VALOR-RC pic 9(4).

      *        --- conteo del control de llegada de fuentes ---
        01 ENTREGAS-EN-TERMINO pic 9(4) value 0.
        01 ENTREGAS-ATRASADAS pic 9(4) value 0.
        01 ENTREGAS-FALTANTES pic 9(4) value 0.
        01 ENTREGAS-INESPERADAS pic 9(4) value 0.
        01 TOTAL-NOVEDADES-ENTREGA pic 9(4) value 0.

        01 VEREDICTO-GLOBAL pic x(12).

      *        --- codigo de retorno del paso (0 limpio, 4 con
      *        Tablero de la noche, el ultimo paso de la cadena: junta
      *        en una sola hoja la bitacora de pasos, los totales del
      *        CONTROL del dia, el veredicto de VerificarControl (con
      *        sus marcas de desvio), el control de llegada de las
      *        fuentes de cada administracion y el conteo de cada cola
      *        de excepciones, y deja ademas un registro de estado de
      *        largo fijo (ESTADO_NOCHE.txt) que la herramienta de
      *        monitoreo de la oficina puede leer sin interpretar
      *        texto. La pregunta de las 7 de la manana se contesta
           perform emitirTitulo.
           perform volcarBitacora.
           perform volcarVeredicto.
           perform volcarEntregas.
           perform contarExcepciones.
           perform volcarControl.
           perform emitirVeredictoGlobal.
                  WS-YYYY-MM-DD delimited by size
                  ".txt" delimited by size
                  into WS-PATH-VEREDICTO.
           string WS-DIR-BASE delimited by spaces
                  "ENTREGAS_" delimited by size
                  WS-YYYY-MM-DD delimited by size
                  ".txt" delimited by size
                  into WS-PATH-ENTREGAS.
           string WS-DIR-BASE delimited by spaces
                  "RESUMEN_" delimited by size
                  WS-YYYY-MM-DD delimited by size
           end-if.
           add 1 to POS-LINEA.

      *        ---------------------------------------------------------
      *        Llegada de las fuentes contra el calendario de entregas:
      *        los totales por estado y el detalle de las que no
      *        llegaron en termino
      *        ---------------------------------------------------------
        volcarEntregas.
           move "ENTREGAS DE LAS ADMINISTRACIONES (ControlEntregas)"
               to REG_RESUMEN.
           perform emitirLinea.
           open input ENTREGAS.
           if not ok-ENTREGAS
               move "  (sin control de entregas de la fecha)"
                   to REG_RESUMEN
               perform emitirLinea
           else
               read ENTREGAS end-read
               perform volcarUnaEntrega until eof-ENTREGAS
               close ENTREGAS
               move spaces to REG_RESUMEN
               string "  EN TERMINO: " delimited by size
                      ENTREGAS-EN-TERMINO delimited by size
                      "  ATRASADAS: " delimited by size
                      ENTREGAS-ATRASADAS delimited by size
                      "  FALTANTES: " delimited by size
                      ENTREGAS-FALTANTES delimited by size
                      "  INESPERADAS: " delimited by size
                      ENTREGAS-INESPERADAS delimited by size
                      into REG_RESUMEN
               perform emitirLinea
           end-if.
           compute TOTAL-NOVEDADES-ENTREGA = ENTREGAS-ATRASADAS
               + ENTREGAS-FALTANTES + ENTREGAS-INESPERADAS.
           move spaces to REG_RESUMEN.
           perform emitirLinea.

        volcarUnaEntrega.
           evaluate ESTADO-ENTREGA
               when "EN TERMINO"
                   add 1 to ENTREGAS-EN-TERMINO
               when "ATRASADA"
                   add 1 to ENTREGAS-ATRASADAS
               when "FALTANTE"
                   add 1 to ENTREGAS-FALTANTES
               when other
                   add 1 to ENTREGAS-INESPERADAS
           end-evaluate.
           if ESTADO-ENTREGA <> "EN TERMINO"
               move spaces to REG_RESUMEN
               string "  " delimited by size
                      ESTADO-ENTREGA delimited by size
                      " ADM " delimited by size
                      COD-ADMIN of REG_ENTREGA delimited by size
                      " " delimited by size
                      TIPO-FUENTE of REG_ENTREGA delimited by size
                      " OBLIG=" delimited by size
                      OBLIGATORIA of REG_ENTREGA delimited by size
                      " " delimited by size
                      RUTA-FUENTE of REG_ENTREGA(1:80)
                      delimited by size
                      into REG_RESUMEN
               perform emitirLinea
           end-if.
           read ENTREGAS end-read.

        contarExcepciones.
           move "EXCEPCIONES DE LA NOCHE POR COLA" to REG_RESUMEN.
           perform emitirLinea.
               when RC-FINAL >= 8
                   move "ERROR" to VEREDICTO-GLOBAL
               when RC-FINAL > 0 or TOTAL-DESVIOS > 0
                   or TOTAL-NOVEDADES-ENTREGA > 0
                   move "ADVERTENCIAS" to VEREDICTO-GLOBAL
               when other
                   move "OK" to VEREDICTO-GLOBAL
                  TOTAL-DESVIOS delimited by size
                  ", excepciones=" delimited by size
                  TOTAL-EXCEPCIONES delimited by size
                  ", entregas con novedad=" delimited by size
                  TOTAL-NOVEDADES-ENTREGA delimited by size
                  ")" delimited by size
                  into REG_RESUMEN.
           perform emitirLinea.

             organization is line sequential
             file status is fs-LEDGER.

             select PARTICIONES
             assign to dynamic WS-PATH-PARTICIONES
             organization is line sequential
             file status is fs-PARTICIONES.

        DATA division.
        file section.
        fd BITACORA.
             03 PASO-LEDGER pic x(16).
             03 RC-LEDGER pic 9(2).

      *        --- rangos de CUIT-CO de la corrida particionada de
      *        Program1; la cadena solo toma el numero de cada uno ---
        fd PARTICIONES.
        01 REG_PARTICION.
             03 NRO-PARTICION pic 9(2).
             03 CUIT-DESDE pic 9(15).
             03 CUIT-HASTA pic 9(15).

        working-storage section.
        01 fs-BITACORA pic xx.
             88 ok-BITACORA value "00".
        01 fs-LEDGER pic xx.
             88 ok-LEDGER value "00".
             88 eof-LEDGER value "10".
        01 fs-PARTICIONES pic xx.
             88 ok-PARTICIONES value "00".
             88 eof-PARTICIONES value "10".

        01 WS-DIR-BASE pic x(150) value "C:\temp\".
        01 WS-PATH-BITACORA pic x(200).
      *        --- pasos ya completados para la fecha de proceso, segun
      *        el libro de corridas; un segundo run accidental se
      *        rechaza en lugar de regenerar las salidas fechadas ---
        01 tablaPasosHechos occurs 120 times.
            03 PASO-HECHO pic x(16).
        01 CANT-PASOS-HECHOS pic 9(3) value 0.
        01 IDX-PASO pic 9(3).
        01 PASO-YA-EJECUTADO pic x.
        01 CANT-PASOS-CADENA pic 9(3) value 8.

      *        --- corrida particionada (CADENA_PARTICIONES=S): un paso
      *        de Program1 por rango del archivo PARTICIONES y despues
      *        la consolidacion de las piezas ---
        01 CADENA-PARTICIONADA pic x value "N".
        01 WS-PATH-PARTICIONES pic x(200) value spaces.
        01 tablaParticionesCadena occurs 99 times.
            03 PAR-NRO pic 9(2).
        01 CANT-PARTICIONES pic 99 value 0.
        01 IDX-PARTICION pic 9(3).

        01 NRO-PASO pic 9(3) value 0.
        01 NOMBRE-PASO pic x(16).
        01 RC-PASO pic 9(2).
        01 RC-PEOR pic 9(2) value 0.
        01 VEREDICTO pic x(20).

      *        ---------------------------------------------------------
      *        Lanzador de la secuencia nocturna: AltaConsorcio, el
      *        control de llegada de las fuentes (ControlEntregas),
      *        Program1 (o, con CADENA_PARTICIONES=S, un Program1 por
      *        cada rango de PARTICIONES y ConsolidarParticiones),
      *        el control de la corrida (VerificarControl), el
      *        generador de indexados (PGM), tp2ej1, la
      *        devolucion de rechazos a las administraciones
      *        (DevolverRechazos) y la retencion de los cambios de
      *        cuenta bancaria (RetenerCuentas), en ese orden. Cada
      *        paso devuelve su codigo de retorno (0 limpio, 4 con
      *        advertencias, 8 o mas error serio); con 8 o mas la
      *        cadena se detiene y los pasos restantes no se
      *        ejecutan. Queda una linea de
      *        veredicto por paso en la bitacora fechada, para que el
      *        operador de la manana vea de un vistazo donde murio la
      *        noche.
      *        ---------------------------------------------------------
        PROCEDURE division.
           perform leerParametrosCadena.
               goback
           end-if.

           perform cargarParticionesCadena.
           perform cargarLedger.
           if FORZAR-RUN <> "S"
               and CANT-PASOS-HECHOS >= CANT-PASOS-CADENA
               perform rechazarSegundoRun
               move 8 to RETURN-CODE
               goback
           perform ejecutarPaso.

           if CADENA-DETENIDA <> "S"
               move "ControlEntregas" to NOMBRE-PASO
               perform ejecutarPaso
           end-if.

           if CADENA-DETENIDA <> "S"
               if CADENA-PARTICIONADA = "S"
                   perform ejecutarParticiones
               else
                   move "Program1" to NOMBRE-PASO
                   perform ejecutarPaso
               end-if
           end-if.

           if CADENA-DETENIDA <> "S"
               move "VerificarControl" to NOMBRE-PASO
               perform ejecutarPaso
               perform ejecutarPaso
           end-if.

           if CADENA-DETENIDA <> "S"
               move "DevolverRechazos" to NOMBRE-PASO
               perform ejecutarPaso
           end-if.

           if CADENA-DETENIDA <> "S"
               move "RetenerCuentas" to NOMBRE-PASO
               perform ejecutarPaso
           end-if.

           perform cerrarBitacora.

      *        el tablero de la noche corre siempre, incluso con la
           display "=== Paso " NRO-PASO ": " NOMBRE-PASO " ===".
           move 0 to RETURN-CODE.
           move 0 to RC-PASO.
      *        cada rango corre con una copia nueva de Program1
           if NOMBRE-PASO(1:10) = "Program1-P"
               call "Program1"
                   on exception
                       move 12 to RETURN-CODE
               end-call
               cancel "Program1"
           end-if.
           evaluate NOMBRE-PASO
               when "AltaConsorcio"
                   call "AltaConsorcio"
                       on exception
                           move 12 to RETURN-CODE
                   end-call
               when "ControlEntregas"
                   call "ControlEntregas"
                       on exception
                           move 12 to RETURN-CODE
                   end-call
               when "Program1"
                   call "Program1"
                       on exception
                           move 12 to RETURN-CODE
                   end-call
               when "Consolidar"
                   call "ConsolidarParticiones"
                       on exception
                           move 12 to RETURN-CODE
                   end-call
               when "VerificarControl"
                   call "VerificarControl"
                       on exception
                       on exception
                           move 12 to RETURN-CODE
                   end-call
               when "DevolverRechazos"
                   call "DevolverRechazos"
                       on exception
                           move 12 to RETURN-CODE
                   end-call
               when "RetenerCuentas"
                   call "RetenerCuentas"
                       on exception
                           move 12 to RETURN-CODE
                   end-call
           end-evaluate.
           move RETURN-CODE to RC-PASO.

           display REG_BITACORA.
           close BITACORA.

      *        ---------------------------------------------------------
      *        Corrida particionada: los rangos son los del archivo
      *        PARTICIONES que lee Program1; cada uno es un paso
      *        (Program1-Pnn) con PROGRAM1_PARTICION en el entorno, y
      *        la consolidacion solo corre con todos los rangos en
      *        RC menor a 8. Sin rangos la cadena se detiene.
      *        ---------------------------------------------------------
        cargarParticionesCadena.
           accept WS-ENV-VAL from environment "CADENA_PARTICIONES".
           if WS-ENV-VAL = "S" or WS-ENV-VAL = "s"
               move "S" to CADENA-PARTICIONADA
           end-if.
           if CADENA-PARTICIONADA = "S"
               accept WS-ENV-VAL
                   from environment "PROGRAM1_PARTICIONES"
               if WS-ENV-VAL not = spaces
                   move WS-ENV-VAL to WS-PATH-PARTICIONES
               else
                   string WS-DIR-BASE delimited by spaces
                          "PARTICIONES.txt" delimited by size
                          into WS-PATH-PARTICIONES
               end-if
               open input PARTICIONES
               if ok-PARTICIONES
                   read PARTICIONES end-read
                   perform cargarUnaParticionCadena
                       until eof-PARTICIONES
                   close PARTICIONES
               end-if
               compute CANT-PASOS-CADENA = 8 + CANT-PARTICIONES
           end-if.

        cargarUnaParticionCadena.
           if NRO-PARTICION of REG_PARTICION is numeric
               and CANT-PARTICIONES < 99
               add 1 to CANT-PARTICIONES
               move NRO-PARTICION of REG_PARTICION
                   to PAR-NRO(CANT-PARTICIONES)
           end-if.
           read PARTICIONES end-read.

        ejecutarParticiones.
           if CANT-PARTICIONES = 0
               add 1 to NRO-PASO
               move spaces to REG_BITACORA
               string "SIN RANGOS DE PARTICION EN " delimited by size
                      WS-PATH-PARTICIONES delimited by spaces
                      " - PROGRAM1 NO EJECUTADO" delimited by size
                      into REG_BITACORA
               write REG_BITACORA
               display REG_BITACORA
               move 8 to RC-PEOR
               move "S" to CADENA-DETENIDA
           else
               move 1 to IDX-PARTICION
               perform ejecutarUnaParticion
                   until IDX-PARTICION > CANT-PARTICIONES
                   or CADENA-DETENIDA = "S"
               display "PROGRAM1_PARTICION" upon environment-name
               display " " upon environment-value
               if CADENA-DETENIDA <> "S"
                   move "Consolidar" to NOMBRE-PASO
                   perform ejecutarPaso
               end-if
           end-if.

        ejecutarUnaParticion.
           move spaces to NOMBRE-PASO.
           string "Program1-P" delimited by size
                  PAR-NRO(IDX-PARTICION) delimited by size
                  into NOMBRE-PASO.
           display "PROGRAM1_PARTICION" upon environment-name.
           display PAR-NRO(IDX-PARTICION) upon environment-value.
           perform ejecutarPaso.
           add 1 to IDX-PARTICION.

      *        ---------------------------------------------------------
      *        Calendario de feriados: un registro por dia no habil
      *        (fecha AAAAMMDD y descripcion); si la fecha de proceso
        cargarUnaCorrida.
           if FECHA-LEDGER of REG_LEDGER = WS-YYYY-MM-DD
               and RC-LEDGER of REG_LEDGER < 8
               and CANT-PASOS-HECHOS < 120
               add 1 to CANT-PASOS-HECHOS
               move PASO-LEDGER of REG_LEDGER
                   to PASO-HECHO(CANT-PASOS-HECHOS)

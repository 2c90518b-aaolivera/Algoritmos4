             organization is line sequential
             file status is fs-CHECKPOINT.

             select PARTICIONES
             assign to dynamic WS-PATH-PARTICIONES
             organization is line sequential
             file status is fs-PARTICIONES.

             select CTAS-VISTAS
             assign to dynamic WS-PATH-CTAS-VISTAS
             organization is line sequential
             03 TEL pic x(15).
             03 DIR pic x(30).
             03 FECHA-PROCESO pic 9(8).
             03 COD-ADMIN pic 9(3).

        fd MAESTRO-CTAS.
        01 REG_MAESTRO-CTAS.
             03 CK-PATH-CONSORLIST pic x(200).
             03 CK-PATH-MAESTRO-ANT pic x(200).

      *        --- rangos de CUIT-CO de la corrida particionada: una
      *        linea por particion, en orden, cubriendo todo el rango
      *        de claves sin huecos ni solapes ---
        fd PARTICIONES.
        01 REG_PARTICION.
             03 NRO-PARTICION pic 9(2).
             03 CUIT-DESDE pic 9(15).
             03 CUIT-HASTA pic 9(15).

      *        --- toda cuenta consumida del merge queda en este
      *        archivo de trabajo; el control de cuentas duplicadas se
      *        hace al final ordenando por cuenta bancaria, sin tabla
        01 MODO-SIMULACRO pic x value "N".
        01 WS-PREFIJO-SIM pic x(4) value spaces.

      *        --- corrida particionada: con PROGRAM1_PARTICION el run
      *        procesa solo los CUIT-CO del rango de esa particion
      *        (archivo PARTICIONES) y graba sus salidas con prefijo
      *        Pnn_, para que las particiones corran en paralelo y
      *        ConsolidarParticiones junte despues las piezas. Las
      *        fuentes se leen completas igual: lo anterior al rango
      *        se descarta al arrancar, lo posterior se cuenta al
      *        final, y los registros de control se verifican contra
      *        el total del archivo ---
        01 fs-PARTICIONES pic xx.
             88 ok-PARTICIONES value "00".
             88 eof-PARTICIONES value "10".
        01 WS-PATH-PARTICIONES pic x(200) value spaces.
        01 PARTICION-ACTIVA pic x value "N".
        01 PARTICION-VALIDA pic x value "S".
        01 PARTICION-PEDIDA pic 9(2) value 0.
        01 PARTICION-ESPERADA pic 9(2) value 0.
        01 PREFIJO-PARTICION pic x(4) value spaces.
        01 CUIT-DESDE-PARTICION pic 9(15) value 0.
        01 CUIT-HASTA-PARTICION pic 9(15) value 999999999999999.
        01 HASTA-ANTERIOR pic 9(15) value 0.
        01 HAY-HASTA-ANTERIOR pic x value "N".
        01 PARTICION-HALLADA pic x value "N".
        01 CORTE-RANGO-ACTIVO pic x value "N".
        01 FUERA-RANGO-CONSOR-1 pic x value "N".
        01 FUERA-RANGO-CONSOR-2 pic x value "N".
        01 FUERA-RANGO-CONSOR-3 pic x value "N".
        01 FUERA-RANGO-CONSOR-4 pic x value "N".
        01 FUERA-RANGO-CONSOR-5 pic x value "N".
        01 CONT-FUERA-CONSOR-1 pic 9(8) value 0.
        01 CONT-FUERA-CONSOR-2 pic 9(8) value 0.
        01 CONT-FUERA-CONSOR-3 pic 9(8) value 0.
        01 CONT-FUERA-CONSOR-4 pic 9(8) value 0.
        01 CONT-FUERA-CONSOR-5 pic 9(8) value 0.
        01 CONT-FUERA-CUENTAS-1 pic 9(8) value 0.
        01 CONT-FUERA-CUENTAS-2 pic 9(8) value 0.
        01 CONT-FUERA-CUENTAS-3 pic 9(8) value 0.
        01 CONT-FUERA-CUENTAS-4 pic 9(8) value 0.
        01 CONT-FUERA-CUENTAS-5 pic 9(8) value 0.
        01 TOTAL-LEIDOS-FUENTE pic 9(8) value 0.

      *        --- reinicio / checkpoint ---
        01 WS-RESTART-MODE pic x value "N".
        01 CICLOS-PROCESADOS pic 9(8) value 0.
        01 LINEASAAGREGAR pic 9(8).
		PROCEDURE division.
           perform leerParametros.
           if PARTICION-VALIDA <> "S"
               move 8 to COD-RETORNO
               move COD-RETORNO to RETURN-CODE
               goback
           end-if.
           perform cargarEstado.
           perform cargarEntidades.
           perform cargarAdministraciones.
           end-if.
           perform leerCuentaMerge.
           if PARTICIPA-MAESTRO-ANT = "S"
               perform leerMaestroAnt
           else
               move "10" to fs-MAESTRO-ANT
           end-if.
           if PARTICION-ACTIVA = "S"
               perform descartarAntesDelRango
           end-if.

           move 0 to BAJAS.
           move 0 to NOVEDADES.
           and eof-CONSOR-1 and eof-CONSOR-2 and eof-CONSOR-3
           and eof-CONSOR-4 and eof-CONSOR-5 and eof-MAESTRO-ANT.

           if PARTICION-ACTIVA = "S"
               perform contarDespuesDelRango
           end-if.

           perform detectarCuentasDuplicadas.

           perform verificarTrailers.
               "publica ningun maestro."
           end-if.

           accept WS-ENV-VAL from environment "PROGRAM1_PARTICIONES".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-PARTICIONES
           else
               string WS-DIR-BASE delimited by spaces
                      "PARTICIONES.txt" delimited by size
                      into WS-PATH-PARTICIONES
           end-if.
           accept WS-ENV-VAL from environment "PROGRAM1_PARTICION".
           if WS-ENV-VAL not = spaces
               perform cargarParticion
           end-if.

           perform obtenerFechaProceso.
           string WS-DIR-BASE delimited by spaces
                  PREFIJO-PARTICION delimited by spaces
                  "MAESTRO_" delimited by size
                  WS-YYYY-MM-DD delimited by size
                  ".txt" delimited by size
                  into WS-PATH-MAESTRO.
           string WS-DIR-BASE delimited by spaces
                  PREFIJO-PARTICION delimited by spaces
                  "MAESTRO_" delimited by size
                  WS-YYYY-MM-DD delimited by size
                  ".csv" delimited by size
                  into WS-PATH-MAESTRO-CSV.
           string WS-DIR-BASE delimited by spaces
                  PREFIJO-PARTICION delimited by spaces
                  "MAESTRO_CTAS_" delimited by size
                  WS-YYYY-MM-DD delimited by size
                  ".txt" delimited by size
                  into WS-PATH-MAESTRO-CTAS.
           string WS-DIR-BASE delimited by spaces
                  WS-PREFIJO-SIM delimited by spaces
                  PREFIJO-PARTICION delimited by spaces
                  "CONTROL_" delimited by size
                  WS-YYYY-MM-DD delimited by size
                  ".txt" delimited by size
                  into WS-PATH-CONTROL.
           string WS-DIR-BASE delimited by spaces
                  PREFIJO-PARTICION delimited by spaces
                  "NOVEDADES_" delimited by size
                  WS-YYYY-MM-DD delimited by size
                  ".txt" delimited by size
                  into WS-PATH-DELTA.
           string WS-DIR-BASE delimited by spaces
                  PREFIJO-PARTICION delimited by spaces
                  "CHECKPOINT.txt" delimited by size
                  into WS-PATH-CHECKPOINT.
           string WS-DIR-BASE delimited by spaces
                  WS-PREFIJO-SIM delimited by spaces
                  PREFIJO-PARTICION delimited by spaces
                  "CTASVISTAS.TMP" delimited by size
                  into WS-PATH-CTAS-VISTAS.

           perform armarRutasExcepciones.

      *        una particion no agrega a la historia de bajas comun
      *        (las demas corren a la vez): graba su pieza fechada y
      *        la consolidacion la incorpora
           accept WS-ENV-VAL from environment "PROGRAM1_BAJAS_HIST".
           if PARTICION-ACTIVA = "S"
               string WS-DIR-BASE delimited by spaces
                      PREFIJO-PARTICION delimited by spaces
                      "BAJAS_HIST_" delimited by size
                      WS-YYYY-MM-DD delimited by size
                      ".txt" delimited by size
                      into WS-PATH-BAJAS-HIST
           else
               if WS-ENV-VAL not = spaces
                   move WS-ENV-VAL to WS-PATH-BAJAS-HIST
               else
                   string WS-DIR-BASE delimited by spaces
                          "BAJAS_HIST.txt" delimited by size
                          into WS-PATH-BAJAS-HIST
               end-if
           end-if.

           accept WS-ENV-VAL from environment "PROGRAM1_MAESTRO_IDX".
        armarRutasExcepciones.
           string WS-DIR-BASE delimited by spaces
                  WS-PREFIJO-SIM delimited by spaces
                  PREFIJO-PARTICION delimited by spaces
                  "EXC_HUERFANAS_" delimited by size
                  WS-YYYY-MM-DD delimited by size
                  ".txt" delimited by size
                  into WS-PATH-EXC-HUERFANAS.
           string WS-DIR-BASE delimited by spaces
                  WS-PREFIJO-SIM delimited by spaces
                  PREFIJO-PARTICION delimited by spaces
                  "EXC_DUPLICADOS_" delimited by size
                  WS-YYYY-MM-DD delimited by size
                  ".txt" delimited by size
                  into WS-PATH-EXC-DUPLICADOS.
           string WS-DIR-BASE delimited by spaces
                  WS-PREFIJO-SIM delimited by spaces
                  PREFIJO-PARTICION delimited by spaces
                  "EXC_ESTADOS_" delimited by size
                  WS-YYYY-MM-DD delimited by size
                  ".txt" delimited by size
                  into WS-PATH-EXC-ESTADOS.
           string WS-DIR-BASE delimited by spaces
                  WS-PREFIJO-SIM delimited by spaces
                  PREFIJO-PARTICION delimited by spaces
                  "EXC_FECHAS_" delimited by size
                  WS-YYYY-MM-DD delimited by size
                  ".txt" delimited by size
                  into WS-PATH-EXC-FECHAS.
           string WS-DIR-BASE delimited by spaces
                  WS-PREFIJO-SIM delimited by spaces
                  PREFIJO-PARTICION delimited by spaces
                  "EXC_TRANSICIONES_" delimited by size
                  WS-YYYY-MM-DD delimited by size
                  ".txt" delimited by size
                  into WS-PATH-EXC-TRANSICIONES.
           string WS-DIR-BASE delimited by spaces
                  WS-PREFIJO-SIM delimited by spaces
                  PREFIJO-PARTICION delimited by spaces
                  "EXC_ENTIDADES_" delimited by size
                  WS-YYYY-MM-DD delimited by size
                  ".txt" delimited by size
                  into WS-PATH-EXC-ENTIDADES.
           string WS-DIR-BASE delimited by spaces
                  WS-PREFIJO-SIM delimited by spaces
                  PREFIJO-PARTICION delimited by spaces
                  "EXC_INCONSIST_" delimited by size
                  WS-YYYY-MM-DD delimited by size
                  ".txt" delimited by size
                  into WS-PATH-EXC-INCONSIST.
           string WS-DIR-BASE delimited by spaces
                  WS-PREFIJO-SIM delimited by spaces
                  PREFIJO-PARTICION delimited by spaces
                  "EXC_CTASDUP_" delimited by size
                  WS-YYYY-MM-DD delimited by size
                  ".txt" delimited by size
                  into WS-PATH-EXC-CTASDUP.
           string WS-DIR-BASE delimited by spaces
                  WS-PREFIJO-SIM delimited by spaces
                  PREFIJO-PARTICION delimited by spaces
                  "EXC_CBU_" delimited by size
                  WS-YYYY-MM-DD delimited by size
                  ".txt" delimited by size
                  into WS-PATH-EXC-CBU.
           string WS-DIR-BASE delimited by spaces
                  WS-PREFIJO-SIM delimited by spaces
                  PREFIJO-PARTICION delimited by spaces
                  "EXC_CUIT_" delimited by size
                  WS-YYYY-MM-DD delimited by size
                  ".txt" delimited by size
                  into WS-PATH-EXC-CUIT.

      *        ---------------------------------------------------------
      *        Corrida particionada: toma el rango de la particion
      *        pedida del archivo PARTICIONES y verifica de paso el
      *        archivo entero (particiones numeradas en orden desde
      *        01, la primera desde el CUIT-CO 0, cada una empezando
      *        justo despues de la anterior y la ultima hasta el
      *        CUIT-CO maximo), para que ninguna clave quede entre dos
      *        rangos ni en dos a la vez. Un archivo incoherente
      *        corta el paso: todas las particiones lo leen igual
      *        ---------------------------------------------------------
        cargarParticion.
           move "S" to PARTICION-ACTIVA.
           move "N" to PARTICION-HALLADA.
           move "N" to HAY-HASTA-ANTERIOR.
           move 0 to PARTICION-ESPERADA.
           move 0 to PARTICION-PEDIDA.
           if WS-ENV-VAL(1:2) is numeric and WS-ENV-VAL(3:1) = space
               move WS-ENV-VAL(1:2) to PARTICION-PEDIDA
           end-if.
           if PARTICION-PEDIDA = 0
               display "ERROR: numero de particion invalido ("
               WS-ENV-VAL(1:10) "); se indica con dos digitos, "
               "desde 01."
               move "N" to PARTICION-VALIDA
               exit paragraph
           end-if.

           open input PARTICIONES.
           if not ok-PARTICIONES
               display "ERROR: no se pudo abrir el archivo de "
               "particiones (" fs-PARTICIONES ") " WS-PATH-PARTICIONES
               move "N" to PARTICION-VALIDA
               exit paragraph
           end-if.
           read PARTICIONES end-read.
           perform verificarUnaParticion
               until eof-PARTICIONES or PARTICION-VALIDA <> "S".
           close PARTICIONES.

           if PARTICION-VALIDA = "S"
               and (HAY-HASTA-ANTERIOR <> "S"
               or HASTA-ANTERIOR <> 999999999999999)
               display "ERROR: las particiones no llegan hasta el "
               "ultimo CUIT-CO; las claves del final no las "
               "procesaria nadie."
               move "N" to PARTICION-VALIDA
           end-if.
           if PARTICION-VALIDA = "S" and PARTICION-HALLADA <> "S"
               display "ERROR: la particion " PARTICION-PEDIDA
               " no figura en " WS-PATH-PARTICIONES
               move "N" to PARTICION-VALIDA
           end-if.
           if PARTICION-VALIDA = "S"
               string "P" delimited by size
                      PARTICION-PEDIDA delimited by size
                      "_" delimited by size
                      into PREFIJO-PARTICION
               move "S" to CORTE-RANGO-ACTIVO
               display "CORRIDA PARTICIONADA: particion "
               PARTICION-PEDIDA ", CUIT-CO " CUIT-DESDE-PARTICION
               " a " CUIT-HASTA-PARTICION "."
           end-if.

        verificarUnaParticion.
           add 1 to PARTICION-ESPERADA.
           evaluate true
               when NRO-PARTICION of REG_PARTICION not numeric
                   or CUIT-DESDE of REG_PARTICION not numeric
                   or CUIT-HASTA of REG_PARTICION not numeric
                   display "ERROR: linea invalida en el archivo de "
                   "particiones: " REG_PARTICION
                   move "N" to PARTICION-VALIDA
               when NRO-PARTICION of REG_PARTICION
                   <> PARTICION-ESPERADA
                   display "ERROR: se esperaba la particion "
                   PARTICION-ESPERADA " y figura la "
                   NRO-PARTICION of REG_PARTICION "."
                   move "N" to PARTICION-VALIDA
               when CUIT-DESDE of REG_PARTICION
                   > CUIT-HASTA of REG_PARTICION
                   display "ERROR: la particion "
                   NRO-PARTICION of REG_PARTICION
                   " tiene el rango invertido."
                   move "N" to PARTICION-VALIDA
               when HAY-HASTA-ANTERIOR <> "S"
                   and CUIT-DESDE of REG_PARTICION <> 0
                   display "ERROR: la primera particion no empieza "
                   "en el CUIT-CO 0."
                   move "N" to PARTICION-VALIDA
               when HAY-HASTA-ANTERIOR = "S"
                   and CUIT-DESDE of REG_PARTICION
                   <> HASTA-ANTERIOR + 1
                   display "ERROR: la particion "
                   NRO-PARTICION of REG_PARTICION
                   " no empieza justo despues de la anterior (hueco "
                   "o solape de rangos)."
                   move "N" to PARTICION-VALIDA
           end-evaluate.
           if PARTICION-VALIDA = "S"
               if NRO-PARTICION of REG_PARTICION = PARTICION-PEDIDA
                   move CUIT-DESDE of REG_PARTICION
                       to CUIT-DESDE-PARTICION
                   move CUIT-HASTA of REG_PARTICION
                       to CUIT-HASTA-PARTICION
                   move "S" to PARTICION-HALLADA
               end-if
               move CUIT-HASTA of REG_PARTICION to HASTA-ANTERIOR
               move "S" to HAY-HASTA-ANTERIOR
               read PARTICIONES end-read
           end-if.

        leerConsorList.
           open input CONSORLIST.
           if ok-CONSORLIST
               move "E" to MODO-APERTURA-MAESTRO
               open extend MAESTRO
               open extend MAESTRO-CSV
               open extend MAESTRO-CTAS
               open extend EXC-HUERFANAS
               open extend EXC-DUPLICADOS
               move "O" to MODO-APERTURA-MAESTRO
               open output MAESTRO
               open output MAESTRO-CSV
               open output MAESTRO-CTAS
               open output EXC-HUERFANAS
               open output EXC-DUPLICADOS
               open output DELTA
               open output EXC-CTASDUP
           end-if.
      *        el indexado es uno solo para todo el maestro: en una
      *        particion no se toca y se regenera (RegenerarIndexados)
      *        desde el maestro consolidado
           if PARTICION-ACTIVA = "S"
               move "N" to MAESTRO-IDX-DISPONIBLE
           else
               if WS-CHECKPOINT-VALIDO = "S"
                   open extend MAESTRO-IDX
               else
                   open output MAESTRO-IDX
               end-if
               if ok-MAESTRO-IDX
                   move "S" to MAESTRO-IDX-DISPONIBLE
               else
                   move "N" to MAESTRO-IDX-DISPONIBLE
                   display "ADVERTENCIA: no se pudo abrir el maestro "
                   "indexado; la consulta en linea no tendra este run."
               end-if
           end-if.
           if PARTICION-ACTIVA = "S" and WS-CHECKPOINT-VALIDO <> "S"
               open output BAJAS-HIST
           else
               open extend BAJAS-HIST
               if not ok-BAJAS-HIST
                   open output BAJAS-HIST
               end-if
           end-if.
           if ok-BAJAS-HIST
               move "S" to BAJAS-HIST-DISPONIBLE
           perform registrarCuentaVista.
           perform leerCuentaMerge.
        saltarMaestroAnt.
           perform leerMaestroAnt.

      *        ---------------------------------------------------------
      *        Particion: lo anterior al rango lo procesa otra
      *        particion; se descarta al arrancar y se cuenta aparte
      *        para el control de completitud de cada fuente. Las
      *        cuentas descartadas no van al archivo de cuentas vistas
      *        (las registra la particion que las procesa)
      *        ---------------------------------------------------------
        descartarAntesDelRango.
           perform descartarConsor1
               until eof-CONSOR-1 or
               CUIT-CO of REG_CONSOR-1 >= CUIT-DESDE-PARTICION.
           perform descartarConsor2
               until eof-CONSOR-2 or
               CUIT-CO of REG_CONSOR-2 >= CUIT-DESDE-PARTICION.
           perform descartarConsor3
               until eof-CONSOR-3 or
               CUIT-CO of REG_CONSOR-3 >= CUIT-DESDE-PARTICION.
           perform descartarConsor4
               until eof-CONSOR-4 or
               CUIT-CO of REG_CONSOR-4 >= CUIT-DESDE-PARTICION.
           perform descartarConsor5
               until eof-CONSOR-5 or
               CUIT-CO of REG_CONSOR-5 >= CUIT-DESDE-PARTICION.
           perform descartarCuenta
               until FIN-CUENTAS = "S" or
               CUIT-CO of REG_CUENTA-ACT >= CUIT-DESDE-PARTICION.
           perform leerMaestroAnt
               until eof-MAESTRO-ANT or
               CUIT-CO of REG_MAESTRO-ANT >= CUIT-DESDE-PARTICION.

      *        ---------------------------------------------------------
      *        Particion: agotado el rango, el resto de cada fuente se
      *        lee y se cuenta sin procesar, para verificar el
      *        registro de control contra el archivo completo
      *        ---------------------------------------------------------
        contarDespuesDelRango.
           move "N" to CORTE-RANGO-ACTIVO.
           if FUERA-RANGO-CONSOR-1 = "S"
               move "00" to fs-CONSOR-1
               perform descartarConsor1 until eof-CONSOR-1
           end-if.
           if FUERA-RANGO-CONSOR-2 = "S"
               move "00" to fs-CONSOR-2
               perform descartarConsor2 until eof-CONSOR-2
           end-if.
           if FUERA-RANGO-CONSOR-3 = "S"
               move "00" to fs-CONSOR-3
               perform descartarConsor3 until eof-CONSOR-3
           end-if.
           if FUERA-RANGO-CONSOR-4 = "S"
               move "00" to fs-CONSOR-4
               perform descartarConsor4 until eof-CONSOR-4
           end-if.
           if FUERA-RANGO-CONSOR-5 = "S"
               move "00" to fs-CONSOR-5
               perform descartarConsor5 until eof-CONSOR-5
           end-if.
           perform descartarCuentas1 until eof-CUENTAS-1.
           perform descartarCuentas2 until eof-CUENTAS-2.
           perform descartarCuentas3 until eof-CUENTAS-3.
           perform descartarCuentas4 until eof-CUENTAS-4.
           perform descartarCuentas5 until eof-CUENTAS-5.

        descartarConsor1.
           add 1 to CONT-FUERA-CONSOR-1.
           perform leerFuenteCONSOR-1.
        descartarConsor2.
           add 1 to CONT-FUERA-CONSOR-2.
           perform leerFuenteCONSOR-2.
        descartarConsor3.
           add 1 to CONT-FUERA-CONSOR-3.
           perform leerFuenteCONSOR-3.
        descartarConsor4.
           add 1 to CONT-FUERA-CONSOR-4.
           perform leerFuenteCONSOR-4.
        descartarConsor5.
           add 1 to CONT-FUERA-CONSOR-5.
           perform leerFuenteCONSOR-5.
        descartarCuenta.
           evaluate FUENTE-CUENTA-ACT
               when 1 add 1 to CONT-FUERA-CUENTAS-1
               when 2 add 1 to CONT-FUERA-CUENTAS-2
               when 3 add 1 to CONT-FUERA-CUENTAS-3
               when 4 add 1 to CONT-FUERA-CUENTAS-4
               when 5 add 1 to CONT-FUERA-CUENTAS-5
           end-evaluate.
           perform leerCuentaMerge.
        descartarCuentas1.
           add 1 to CONT-FUERA-CUENTAS-1.
           perform leerFuenteCUENTAS-1.
        descartarCuentas2.
           add 1 to CONT-FUERA-CUENTAS-2.
           perform leerFuenteCUENTAS-2.
        descartarCuentas3.
           add 1 to CONT-FUERA-CUENTAS-3.
           perform leerFuenteCUENTAS-3.
        descartarCuentas4.
           add 1 to CONT-FUERA-CUENTAS-4.
           perform leerFuenteCUENTAS-4.
        descartarCuentas5.
           add 1 to CONT-FUERA-CUENTAS-5.
           perform leerFuenteCUENTAS-5.

        grabarCheckpoint.
           move REG_MENOR to CK-CUIT of REG_CHECKPOINT.
               move CUIT-CO of REG_CUENTAS-5 to CUENTA-MENOR
               move 5 to FUENTE-MENOR
           end-if.
      *        en una particion, pasado el rango se corta el merge
           if CORTE-RANGO-ACTIVO = "S"
               and CUENTA-MENOR > CUIT-HASTA-PARTICION
               move 0 to FUENTE-MENOR
           end-if.
           evaluate FUENTE-MENOR
               when 1
                   move REG_CUENTAS-1 to REG_CUENTA-ACT
      *        fuente es una duplicada
      *        ---------------------------------------------------------
        detectarCuentasDuplicadas.
      *        en una particion el cotejo se hace en la consolidacion,
      *        sobre las cuentas vistas de todas las particiones: una
      *        misma cuenta puede venir bajo CUIT-CO de dos rangos
           if CTAS-VISTAS-DISPONIBLE = "S" and PARTICION-ACTIVA = "S"
               close CTAS-VISTAS
               exit paragraph
           end-if.
           if CTAS-VISTAS-DISPONIBLE = "S"
               close CTAS-VISTAS
               move "N" to HAY-CTA-ANTERIOR

      *        ---------------------------------------------------------
      *        Toda baja aplicada queda ademas en la historia de bajas
      *        (layout CONSOR mas la fecha del proceso y la
      *        administracion de la fuente), de donde la puede rescatar
      *        ReactivarConsorcio si el consorcio vuelve
      *        ---------------------------------------------------------
        grabarBajaHistorica.
           if BAJAS-HIST-DISPONIBLE = "S"
               move TEL of REG_ANT to TEL of REG_BAJAS-HIST
               move DIR of REG_ANT to DIR of REG_BAJAS-HIST
               move WS-YYYY-MM-DD to FECHA-PROCESO of REG_BAJAS-HIST
               move COD-ADMIN-ACT to COD-ADMIN of REG_BAJAS-HIST
               write REG_BAJAS-HIST
           end-if.

           move REG_MAESTRO-ANT to REG_MAE_ANT.
           move "S" to HAY-MAESTRO-ANT.
           add 1 to CONT-LEIDOS-MAESTRO-ANT.
           perform leerMaestroAnt.

      *        en una particion el maestro anterior se da por agotado
      *        al pasar el rango (no lleva registro de control, no hace
      *        falta leerlo hasta el final)
        leerMaestroAnt.
           read MAESTRO-ANT end-read.
           if CORTE-RANGO-ACTIVO = "S" and not eof-MAESTRO-ANT
               and CUIT-CO of REG_MAESTRO-ANT > CUIT-HASTA-PARTICION
               move "10" to fs-MAESTRO-ANT
           end-if.

        determinarMenor.
           move 999999999999999 to REG_MENOR.
           read CONSOR-1 end-read.
           perform saltarTrailerCONSOR-1
               until eof-CONSOR-1 or REG_CONSOR-1(1:1) not = "T".
           if CORTE-RANGO-ACTIVO = "S" and not eof-CONSOR-1
               and CUIT-CO of REG_CONSOR-1 > CUIT-HASTA-PARTICION
               move "S" to FUERA-RANGO-CONSOR-1
               move "10" to fs-CONSOR-1
           end-if.

        saltarTrailerCONSOR-1.
           move REG_CONSOR-1 to REG_TRAILER-VISTO.
           read CONSOR-2 end-read.
           perform saltarTrailerCONSOR-2
               until eof-CONSOR-2 or REG_CONSOR-2(1:1) not = "T".
           if CORTE-RANGO-ACTIVO = "S" and not eof-CONSOR-2
               and CUIT-CO of REG_CONSOR-2 > CUIT-HASTA-PARTICION
               move "S" to FUERA-RANGO-CONSOR-2
               move "10" to fs-CONSOR-2
           end-if.

        saltarTrailerCONSOR-2.
           move REG_CONSOR-2 to REG_TRAILER-VISTO.
           read CONSOR-3 end-read.
           perform saltarTrailerCONSOR-3
               until eof-CONSOR-3 or REG_CONSOR-3(1:1) not = "T".
           if CORTE-RANGO-ACTIVO = "S" and not eof-CONSOR-3
               and CUIT-CO of REG_CONSOR-3 > CUIT-HASTA-PARTICION
               move "S" to FUERA-RANGO-CONSOR-3
               move "10" to fs-CONSOR-3
           end-if.

        saltarTrailerCONSOR-3.
           move REG_CONSOR-3 to REG_TRAILER-VISTO.
           read CONSOR-4 end-read.
           perform saltarTrailerCONSOR-4
               until eof-CONSOR-4 or REG_CONSOR-4(1:1) not = "T".
           if CORTE-RANGO-ACTIVO = "S" and not eof-CONSOR-4
               and CUIT-CO of REG_CONSOR-4 > CUIT-HASTA-PARTICION
               move "S" to FUERA-RANGO-CONSOR-4
               move "10" to fs-CONSOR-4
           end-if.

        saltarTrailerCONSOR-4.
           move REG_CONSOR-4 to REG_TRAILER-VISTO.
           read CONSOR-5 end-read.
           perform saltarTrailerCONSOR-5
               until eof-CONSOR-5 or REG_CONSOR-5(1:1) not = "T".
           if CORTE-RANGO-ACTIVO = "S" and not eof-CONSOR-5
               and CUIT-CO of REG_CONSOR-5 > CUIT-HASTA-PARTICION
               move "S" to FUERA-RANGO-CONSOR-5
               move "10" to fs-CONSOR-5
           end-if.

        saltarTrailerCONSOR-5.
           move REG_CONSOR-5 to REG_TRAILER-VISTO.
           end-if.

        verificarTrailerCONSOR-1.
           compute TOTAL-LEIDOS-FUENTE
               = CONT-LEIDOS-CONSOR-1 + CONT-FUERA-CONSOR-1.
           evaluate true
               when HAY-TRAILER-CONSOR-1 <> "S"
                   display "ADVERTENCIA: CONSOR-1 sin registro de "
                   if COD-RETORNO < 4
                       move 4 to COD-RETORNO
                   end-if
               when TRAILER-CANT-CONSOR-1 <> TOTAL-LEIDOS-FUENTE
                   display "ERROR: CONSOR-1 incompleto: el control "
                   "declara " TRAILER-CANT-CONSOR-1
                   " y se leyeron " TOTAL-LEIDOS-FUENTE "."
                   add 1 to FUENTES-CORTAS
           end-evaluate.

        verificarTrailerCONSOR-2.
           compute TOTAL-LEIDOS-FUENTE
               = CONT-LEIDOS-CONSOR-2 + CONT-FUERA-CONSOR-2.
           evaluate true
               when HAY-TRAILER-CONSOR-2 <> "S"
                   display "ADVERTENCIA: CONSOR-2 sin registro de "
                   if COD-RETORNO < 4
                       move 4 to COD-RETORNO
                   end-if
               when TRAILER-CANT-CONSOR-2 <> TOTAL-LEIDOS-FUENTE
                   display "ERROR: CONSOR-2 incompleto: el control "
                   "declara " TRAILER-CANT-CONSOR-2
                   " y se leyeron " TOTAL-LEIDOS-FUENTE "."
                   add 1 to FUENTES-CORTAS
           end-evaluate.

        verificarTrailerCONSOR-3.
           compute TOTAL-LEIDOS-FUENTE
               = CONT-LEIDOS-CONSOR-3 + CONT-FUERA-CONSOR-3.
           evaluate true
               when HAY-TRAILER-CONSOR-3 <> "S"
                   display "ADVERTENCIA: CONSOR-3 sin registro de "
                   if COD-RETORNO < 4
                       move 4 to COD-RETORNO
                   end-if
               when TRAILER-CANT-CONSOR-3 <> TOTAL-LEIDOS-FUENTE
                   display "ERROR: CONSOR-3 incompleto: el control "
                   "declara " TRAILER-CANT-CONSOR-3
                   " y se leyeron " TOTAL-LEIDOS-FUENTE "."
                   add 1 to FUENTES-CORTAS
           end-evaluate.

        verificarTrailerCONSOR-4.
           compute TOTAL-LEIDOS-FUENTE
               = CONT-LEIDOS-CONSOR-4 + CONT-FUERA-CONSOR-4.
           evaluate true
               when HAY-TRAILER-CONSOR-4 <> "S"
                   display "ADVERTENCIA: CONSOR-4 sin registro de "
                   if COD-RETORNO < 4
                       move 4 to COD-RETORNO
                   end-if
               when TRAILER-CANT-CONSOR-4 <> TOTAL-LEIDOS-FUENTE
                   display "ERROR: CONSOR-4 incompleto: el control "
                   "declara " TRAILER-CANT-CONSOR-4
                   " y se leyeron " TOTAL-LEIDOS-FUENTE "."
                   add 1 to FUENTES-CORTAS
           end-evaluate.

        verificarTrailerCONSOR-5.
           compute TOTAL-LEIDOS-FUENTE
               = CONT-LEIDOS-CONSOR-5 + CONT-FUERA-CONSOR-5.
           evaluate true
               when HAY-TRAILER-CONSOR-5 <> "S"
                   display "ADVERTENCIA: CONSOR-5 sin registro de "
                   if COD-RETORNO < 4
                       move 4 to COD-RETORNO
                   end-if
               when TRAILER-CANT-CONSOR-5 <> TOTAL-LEIDOS-FUENTE
                   display "ERROR: CONSOR-5 incompleto: el control "
                   "declara " TRAILER-CANT-CONSOR-5
                   " y se leyeron " TOTAL-LEIDOS-FUENTE "."
                   add 1 to FUENTES-CORTAS
           end-evaluate.

        verificarTrailerCUENTAS-1.
           compute TOTAL-LEIDOS-FUENTE
               = CONT-LEIDOS-CUENTAS-1 + CONT-FUERA-CUENTAS-1.
           evaluate true
               when HAY-TRAILER-CUENTAS-1 <> "S"
                   display "ADVERTENCIA: CUENTAS-1 sin registro de "
                   if COD-RETORNO < 4
                       move 4 to COD-RETORNO
                   end-if
               when TRAILER-CANT-CUENTAS-1 <> TOTAL-LEIDOS-FUENTE
                   display "ERROR: CUENTAS-1 incompleto: el control "
                   "declara " TRAILER-CANT-CUENTAS-1
                   " y se leyeron " TOTAL-LEIDOS-FUENTE "."
                   add 1 to FUENTES-CORTAS
           end-evaluate.

        verificarTrailerCUENTAS-2.
           compute TOTAL-LEIDOS-FUENTE
               = CONT-LEIDOS-CUENTAS-2 + CONT-FUERA-CUENTAS-2.
           evaluate true
               when HAY-TRAILER-CUENTAS-2 <> "S"
                   display "ADVERTENCIA: CUENTAS-2 sin registro de "
                   if COD-RETORNO < 4
                       move 4 to COD-RETORNO
                   end-if
               when TRAILER-CANT-CUENTAS-2 <> TOTAL-LEIDOS-FUENTE
                   display "ERROR: CUENTAS-2 incompleto: el control "
                   "declara " TRAILER-CANT-CUENTAS-2
                   " y se leyeron " TOTAL-LEIDOS-FUENTE "."
                   add 1 to FUENTES-CORTAS
           end-evaluate.

        verificarTrailerCUENTAS-3.
           compute TOTAL-LEIDOS-FUENTE
               = CONT-LEIDOS-CUENTAS-3 + CONT-FUERA-CUENTAS-3.
           evaluate true
               when HAY-TRAILER-CUENTAS-3 <> "S"
                   display "ADVERTENCIA: CUENTAS-3 sin registro de "
                   if COD-RETORNO < 4
                       move 4 to COD-RETORNO
                   end-if
               when TRAILER-CANT-CUENTAS-3 <> TOTAL-LEIDOS-FUENTE
                   display "ERROR: CUENTAS-3 incompleto: el control "
                   "declara " TRAILER-CANT-CUENTAS-3
                   " y se leyeron " TOTAL-LEIDOS-FUENTE "."
                   add 1 to FUENTES-CORTAS
           end-evaluate.

        verificarTrailerCUENTAS-4.
           compute TOTAL-LEIDOS-FUENTE
               = CONT-LEIDOS-CUENTAS-4 + CONT-FUERA-CUENTAS-4.
           evaluate true
               when HAY-TRAILER-CUENTAS-4 <> "S"
                   display "ADVERTENCIA: CUENTAS-4 sin registro de "
                   if COD-RETORNO < 4
                       move 4 to COD-RETORNO
                   end-if
               when TRAILER-CANT-CUENTAS-4 <> TOTAL-LEIDOS-FUENTE
                   display "ERROR: CUENTAS-4 incompleto: el control "
                   "declara " TRAILER-CANT-CUENTAS-4
                   " y se leyeron " TOTAL-LEIDOS-FUENTE "."
                   add 1 to FUENTES-CORTAS
           end-evaluate.

        verificarTrailerCUENTAS-5.
           compute TOTAL-LEIDOS-FUENTE
               = CONT-LEIDOS-CUENTAS-5 + CONT-FUERA-CUENTAS-5.
           evaluate true
               when HAY-TRAILER-CUENTAS-5 <> "S"
                   display "ADVERTENCIA: CUENTAS-5 sin registro de "
                   if COD-RETORNO < 4
                       move 4 to COD-RETORNO
                   end-if
               when TRAILER-CANT-CUENTAS-5 <> TOTAL-LEIDOS-FUENTE
                   display "ERROR: CUENTAS-5 incompleto: el control "
                   "declara " TRAILER-CANT-CUENTAS-5
                   " y se leyeron " TOTAL-LEIDOS-FUENTE "."
                   add 1 to FUENTES-CORTAS
           end-evaluate.


        identification division.
        program-id. ConsolidarParticiones.

        ENVIRONMENT division.
        configuration section.

        input-output section.
        file-control.
             select PARTICIONES
             assign to dynamic WS-PATH-PARTICIONES
             organization is line sequential
             file status is fs-PARTICIONES.

             select PIEZA
             assign to dynamic WS-PATH-PIEZA
             organization is line sequential
             file status is fs-PIEZA.

             select SALIDA
             assign to dynamic WS-PATH-SALIDA
             organization is line sequential
             file status is fs-SALIDA.

             select BAJAS-HIST
             assign to dynamic WS-PATH-BAJAS-HIST
             organization is line sequential
             file status is fs-BAJAS-HIST.

             select EXC-CTASDUP
             assign to dynamic WS-PATH-EXC-CTASDUP
             organization is line sequential
             file status is fs-EXC-CTASDUP.

             select ORDENAR-CTAS
             assign to "WORKO.TMP"
             file status is fs-ORDENAR-CTAS.

        DATA division.
        file section.
      *        --- rangos de CUIT-CO de la corrida particionada (el
      *        mismo archivo que lee cada particion de Program1) ---
        fd PARTICIONES.
        01 REG_PARTICION.
             03 NRO-PARTICION pic 9(2).
             03 CUIT-DESDE pic 9(15).
             03 CUIT-HASTA pic 9(15).

      *        --- pieza de una particion, con las vistas que se
      *        controlan: maestro y detalle de cuentas (CUIT-CO al
      *        frente), novedades con su registro de control y
      *        cuentas vistas para el cotejo de duplicadas ---
        fd PIEZA.
        01 REG_PIEZA pic x(400).
        01 REG_PIEZA-CLAVE.
             03 CUIT-CO pic 9(15).
             03 filler pic x(385).
        01 REG_PIEZA-DELTA.
             03 TIPO-DELTA pic x(12).
             03 IMAGEN-ANTERIOR pic x(160).
             03 IMAGEN-NUEVA pic x(160).
             03 filler pic x(68).
        01 REG_PIEZA-DELTA-CONTROL.
             03 TIPO-REG-DELTA pic x(1).
             03 CANT-ALTAS-CTL pic 9(8).
             03 CANT-MODIF-CTL pic 9(8).
             03 CANT-BAJAS-CTL pic 9(8).
             03 filler pic x(375).
        01 REG_PIEZA-CTA-VISTA.
             03 VIS-NRO-CTA pic 9(8).
             03 VIS-ENTIDAD pic 9(3).
             03 VIS-SUCURSAL pic 9(3).
             03 VIS-CUIT pic 9(15).
             03 VIS-FUENTE pic 9(1).
             03 filler pic x(370).

      *        --- salida consolidada (misma forma que la del run sin
      *        particionar) ---
        fd SALIDA.
        01 REG_SALIDA pic x(400).
        01 REG_SALIDA-DELTA-CONTROL.
             03 TIPO-REG-DELTA pic x(1).
             03 CANT-ALTAS-CTL pic 9(8).
             03 CANT-MODIF-CTL pic 9(8).
             03 CANT-BAJAS-CTL pic 9(8).
             03 filler pic x(375).

        fd BAJAS-HIST.
        01 REG_BAJAS-HIST.
             03 CUIT-CO pic 9(15).
             03 FECHA-ALTA pic x(10).
             03 FECHA-BAJA pic x(10).
             03 ESTADO_NUM pic 9(2).
             03 NOMBRE-CONSORCIO pic x(30).
             03 TEL pic x(15).
             03 DIR pic x(30).
             03 FECHA-PROCESO pic 9(8).
             03 COD-ADMIN pic 9(3).

        fd EXC-CTASDUP.
        01 REG_EXC-CTADUP.
             03 NRO-CTA pic 9(8).
             03 ENTIDAD pic 9(3).
             03 SUCURSAL pic 9(3).
             03 CUIT-ANTERIOR pic 9(15).
             03 FUENTE-ANTERIOR pic 9(1).
             03 CUIT-ACTUAL pic 9(15).
             03 FUENTE-ACTUAL pic 9(1).
             03 FECHA-PROCESO pic 9(8).

        sd ORDENAR-CTAS.
        01 REG_ORDENAR-CTA.
             03 ORD-NRO-CTA pic 9(8).
             03 ORD-ENTIDAD pic 9(3).
             03 ORD-SUCURSAL pic 9(3).
             03 ORD-CUIT pic 9(15).
             03 ORD-FUENTE pic 9(1).

        working-storage section.
        01 fs-PARTICIONES pic xx.
             88 ok-PARTICIONES value "00".
             88 eof-PARTICIONES value "10".
        01 fs-PIEZA pic xx.
             88 ok-PIEZA value "00".
             88 eof-PIEZA value "10".
        01 fs-SALIDA pic xx.
             88 ok-SALIDA value "00".
        01 fs-BAJAS-HIST pic xx.
             88 ok-BAJAS-HIST value "00".
             88 eof-BAJAS-HIST value "10".
        01 fs-EXC-CTASDUP pic xx.
             88 ok-EXC-CTASDUP value "00".
        01 fs-ORDENAR-CTAS pic xx.
             88 ok-ORDENAR-CTAS value "00".
             88 eof-ORDENAR-CTAS value "10".

        01 WS-DIR-BASE pic x(150) value "C:\temp\".
        01 WS-PATH-PARTICIONES pic x(200) value spaces.
        01 WS-PATH-PIEZA pic x(200) value spaces.
        01 WS-PATH-SALIDA pic x(200) value spaces.
        01 WS-PATH-BAJAS-HIST pic x(200) value spaces.
        01 WS-PATH-EXC-CTASDUP pic x(200) value spaces.
        01 WS-ENV-VAL pic x(200).
        01 WS-YYYY-MM-DD pic 9(8).
        01 WS-FECHA-ENV pic x(8).

      *        --- particiones del archivo de rangos ---
        01 CANT-PARTICIONES pic 99 value 0.
        01 tablaParticiones.
            03 particionItem occurs 99 times.
                05 PAR-NRO pic 9(2).
                05 PAR-DESDE pic 9(15).
                05 PAR-HASTA pic 9(15).
        01 IDX-PARTICION pic 99.
        01 NRO-PARTICION-ACT pic 9(2).
        01 PARTICIONES-VALIDAS pic x value "S".

      *        --- nombre de la salida en curso: prefijo fechado y
      *        extension; la pieza de cada particion lleva ademas el
      *        prefijo Pnn_ ---
        01 NOMBRE-BASE pic x(20).
        01 EXTENSION pic x(4).

      *        --- las colas y salidas que se juntan tal cual, pieza
      *        tras pieza en orden de particion (el cotejo de cuentas
      *        duplicadas se rehace aca sobre todas las particiones) ---
        01 tablaSalidasUnidas.
             03 filler pic x(20) value "EXC_HUERFANAS_".
             03 filler pic x(4) value ".txt".
             03 filler pic x(20) value "EXC_DUPLICADOS_".
             03 filler pic x(4) value ".txt".
             03 filler pic x(20) value "EXC_ESTADOS_".
             03 filler pic x(4) value ".txt".
             03 filler pic x(20) value "EXC_FECHAS_".
             03 filler pic x(4) value ".txt".
             03 filler pic x(20) value "EXC_TRANSICIONES_".
             03 filler pic x(4) value ".txt".
             03 filler pic x(20) value "EXC_INCONSIST_".
             03 filler pic x(4) value ".txt".
             03 filler pic x(20) value "EXC_ENTIDADES_".
             03 filler pic x(4) value ".txt".
             03 filler pic x(20) value "EXC_CBU_".
             03 filler pic x(4) value ".txt".
             03 filler pic x(20) value "EXC_CUIT_".
             03 filler pic x(4) value ".txt".
             03 filler pic x(20) value "MAESTRO_CTAS_".
             03 filler pic x(4) value ".txt".
             03 filler pic x(20) value "MAESTRO_".
             03 filler pic x(4) value ".csv".
        01 tablaSalidasUnidas-R redefines tablaSalidasUnidas.
             03 salidaUnidaItem occurs 11 times.
                 05 BASE-SALIDA pic x(20).
                 05 EXTENSION-SALIDA pic x(4).
        01 IDX-SALIDA pic 99.
        01 CANT-COPIADOS pic 9(8).

      *        --- control de claves de las piezas ---
        01 CLAVE-ANTERIOR pic 9(15) value 0.
        01 HAY-CLAVE-ANTERIOR pic x value "N".
        01 CLAVE-PIEZA pic 9(15).
        01 IMAGEN-CLAVE pic x(15).
        01 CANT-MAESTRO-PIEZA pic 9(8).
        01 CANT-MAESTRO-TOTAL pic 9(8) value 0.
        01 ERRORES-CLAVE pic 9(8) value 0.
        01 HAY-CONTROL-DELTA pic x.
        01 DELTA-DESPUES-CONTROL pic x.

      *        --- totales de novedades de todas las particiones ---
        01 DELTA-ALTAS pic 9(8) value 0.
        01 DELTA-MODIFICADOS pic 9(8) value 0.
        01 DELTA-BAJAS pic 9(8) value 0.

      *        --- totales de CONTROL por etiqueta, en el orden en que
      *        aparecen en las piezas; se conserva el ancho de cada
      *        valor para que el CONTROL consolidado tenga la misma
      *        forma que el de un run sin particionar ---
        01 CANT-TOTALES pic 99 value 0.
        01 tablaTotales.
            03 totalItem occurs 99 times.
                05 TOT-ETIQUETA pic x(22).
                05 TOT-LARGO-ETIQUETA pic 9(2).
                05 TOT-ANCHO pic 9(2).
                05 TOT-VALOR pic 9(8).
        01 IDX-TOTAL pic 99.
        01 IDX-TOTAL-HALLADO pic 99.
        01 LINEA-CONTROL pic x(132).
        01 ETIQUETA-LEIDA pic x(22).
        01 LARGO-ETIQUETA pic 9(2).
        01 VALOR-LEIDO pic 9(8).
        01 ANCHO-LEIDO pic 9(2).
        01 POS-DIGITO pic 999.
        01 UN-DIGITO pic 9.
        01 VALOR-EDITADO pic 9(8).
        01 POS-VALOR pic 9(2).

      *        --- cotejo de cuentas duplicadas entre particiones ---
        01 CUENTAS-DUPLICADAS pic 9(8) value 0.
        01 REG_CTA-ANTERIOR.
             03 ANT-NRO-CTA pic 9(8).
             03 ANT-ENTIDAD pic 9(3).
             03 ANT-SUCURSAL pic 9(3).
             03 ANT-CUIT pic 9(15).
             03 ANT-FUENTE pic 9(1).
        01 HAY-CTA-ANTERIOR pic x value "N".

      *        --- historia de bajas ---
        01 BAJAS-YA-INCORPORADAS pic x value "N".
        01 CANT-BAJAS-INCORPORADAS pic 9(8) value 0.

      *        --- codigo de retorno del paso (0 limpio, 4 con
      *        advertencias, 8 error serio) ---
        01 COD-RETORNO pic 9(2) value 0.

      *        ---------------------------------------------------------
      *        Consolidacion de la corrida particionada de Program1:
      *        cada particion (PROGRAM1_PARTICION) proceso un rango de
      *        CUIT-CO del archivo PARTICIONES y dejo sus piezas con
      *        prefijo Pnn_. Este paso primero verifica todo: el
      *        archivo de rangos (sin huecos ni solapes), que cada
      *        particion haya terminado (CONTROL y registro de
      *        control de novedades presentes) y que toda clave del
      *        maestro, del detalle de cuentas y de las novedades
      *        caiga dentro del rango de su particion, con el maestro
      *        en orden estricto de punta a punta. Recien entonces
      *        junta las piezas en orden, rehace el cotejo de cuentas
      *        duplicadas sobre todas las particiones, reconstruye los
      *        totales del CONTROL, incorpora las bajas a la historia
      *        y, al final, libera el MAESTRO_aaaammdd.txt del dia. El
      *        indexado se regenera despues desde ese maestro
      *        (RegenerarIndexados). Ante cualquier inconsistencia no
      *        se graba ninguna salida consolidada (RETURN-CODE 8).
      *        ---------------------------------------------------------
        PROCEDURE division.
           perform leerParametros.
           perform cargarParticiones.
           if PARTICIONES-VALIDAS <> "S"
               move 8 to COD-RETORNO
               move COD-RETORNO to RETURN-CODE
               goback
           end-if.

           display "|--- Consolidacion de " CANT-PARTICIONES
               " particiones del " WS-YYYY-MM-DD " ---|".

           move "N" to HAY-CLAVE-ANTERIOR.
           move 1 to IDX-PARTICION.
           perform verificarPiezasParticion
               until IDX-PARTICION > CANT-PARTICIONES.

           if COD-RETORNO >= 8
               display "ERROR: las piezas de las particiones no son "
               "consistentes (" ERRORES-CLAVE " claves fuera de "
               "lugar); el maestro del dia no se libera."
               move COD-RETORNO to RETURN-CODE
               goback
           end-if.

           move 1 to IDX-SALIDA.
           perform unirUnaSalida until IDX-SALIDA > 11.
           perform unirNovedades.
           perform detectarCuentasDuplicadas.
           perform grabarControl.
           perform incorporarBajasHistoricas.

           if COD-RETORNO >= 8
               display "ERROR: la consolidacion quedo incompleta; el "
               "maestro del dia no se libera."
           else
               perform liberarMaestro
               perform borrarCuentasVistas
           end-if.

           display "Total de Consorcios en el maestro: "
               CANT-MAESTRO-TOTAL.
           display "Total de Altas/Modif./Bajas: " DELTA-ALTAS " "
               DELTA-MODIFICADOS " " DELTA-BAJAS.
           display "Total de Cuentas bancarias duplicadas: "
               CUENTAS-DUPLICADAS.
           if COD-RETORNO < 4 and CUENTAS-DUPLICADAS > 0
               move 4 to COD-RETORNO
           end-if.
           move COD-RETORNO to RETURN-CODE.
        goback.

      *        ---------------------------------------------------------
      *        Parametros del run: directorio de las piezas, archivo
      *        de rangos e historia de bajas
      *        ---------------------------------------------------------
        leerParametros.
           accept WS-ENV-VAL from environment "CONSOLIDAR_DIR_BASE".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-DIR-BASE
           end-if.

           accept WS-ENV-VAL from environment "CONSOLIDAR_PARTICIONES".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-PARTICIONES
           else
               string WS-DIR-BASE delimited by spaces
                      "PARTICIONES.txt" delimited by size
                      into WS-PATH-PARTICIONES
           end-if.

           accept WS-ENV-VAL from environment "CONSOLIDAR_BAJAS_HIST".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-BAJAS-HIST
           else
               string WS-DIR-BASE delimited by spaces
                      "BAJAS_HIST.txt" delimited by size
                      into WS-PATH-BAJAS-HIST
           end-if.

           perform obtenerFechaProceso.
           string WS-DIR-BASE delimited by spaces
                  "EXC_CTASDUP_" delimited by size
                  WS-YYYY-MM-DD delimited by size
                  ".txt" delimited by size
                  into WS-PATH-EXC-CTASDUP.

      *        ---------------------------------------------------------
      *        Archivo de rangos: mismas reglas que aplica cada
      *        particion (numeradas en orden desde 01, la primera
      *        desde el CUIT-CO 0, cada una justo despues de la
      *        anterior, la ultima hasta el CUIT-CO maximo)
      *        ---------------------------------------------------------
        cargarParticiones.
           move 0 to CANT-PARTICIONES.
           open input PARTICIONES.
           if not ok-PARTICIONES
               display "ERROR: no se pudo abrir el archivo de "
               "particiones (" fs-PARTICIONES ") " WS-PATH-PARTICIONES
               move "N" to PARTICIONES-VALIDAS
               exit paragraph
           end-if.
           read PARTICIONES end-read.
           perform cargarUnaParticion
               until eof-PARTICIONES or PARTICIONES-VALIDAS <> "S".
           close PARTICIONES.

           if PARTICIONES-VALIDAS = "S" and CANT-PARTICIONES = 0
               display "ERROR: el archivo de particiones esta vacio."
               move "N" to PARTICIONES-VALIDAS
           end-if.
           if PARTICIONES-VALIDAS = "S"
               and PAR-HASTA(CANT-PARTICIONES) <> 999999999999999
               display "ERROR: las particiones no llegan hasta el "
               "ultimo CUIT-CO; las claves del final no las "
               "proceso nadie."
               move "N" to PARTICIONES-VALIDAS
           end-if.

        cargarUnaParticion.
           evaluate true
               when NRO-PARTICION of REG_PARTICION not numeric
                   or CUIT-DESDE of REG_PARTICION not numeric
                   or CUIT-HASTA of REG_PARTICION not numeric
                   display "ERROR: linea invalida en el archivo de "
                   "particiones: " REG_PARTICION
                   move "N" to PARTICIONES-VALIDAS
               when CANT-PARTICIONES >= 99
                   display "ERROR: el archivo de particiones tiene "
                   "mas de 99 rangos."
                   move "N" to PARTICIONES-VALIDAS
               when NRO-PARTICION of REG_PARTICION
                   <> CANT-PARTICIONES + 1
                   display "ERROR: se esperaba la particion "
                   CANT-PARTICIONES " + 1 y figura la "
                   NRO-PARTICION of REG_PARTICION "."
                   move "N" to PARTICIONES-VALIDAS
               when CUIT-DESDE of REG_PARTICION
                   > CUIT-HASTA of REG_PARTICION
                   display "ERROR: la particion "
                   NRO-PARTICION of REG_PARTICION
                   " tiene el rango invertido."
                   move "N" to PARTICIONES-VALIDAS
               when CANT-PARTICIONES = 0
                   and CUIT-DESDE of REG_PARTICION <> 0
                   display "ERROR: la primera particion no empieza "
                   "en el CUIT-CO 0."
                   move "N" to PARTICIONES-VALIDAS
               when CANT-PARTICIONES > 0
                   and CUIT-DESDE of REG_PARTICION
                   <> PAR-HASTA(CANT-PARTICIONES) + 1
                   display "ERROR: la particion "
                   NRO-PARTICION of REG_PARTICION
                   " no empieza justo despues de la anterior (hueco "
                   "o solape de rangos)."
                   move "N" to PARTICIONES-VALIDAS
           end-evaluate.
           if PARTICIONES-VALIDAS = "S"
               add 1 to CANT-PARTICIONES
               move NRO-PARTICION of REG_PARTICION
                   to PAR-NRO(CANT-PARTICIONES)
               move CUIT-DESDE of REG_PARTICION
                   to PAR-DESDE(CANT-PARTICIONES)
               move CUIT-HASTA of REG_PARTICION
                   to PAR-HASTA(CANT-PARTICIONES)
               read PARTICIONES end-read
           end-if.

      *        ---------------------------------------------------------
      *        Rutas: la salida consolidada (nombre fechado de siempre)
      *        y la pieza de la particion en curso (prefijo Pnn_)
      *        ---------------------------------------------------------
        armarRutaSalida.
           move spaces to WS-PATH-SALIDA.
           string WS-DIR-BASE delimited by spaces
                  NOMBRE-BASE delimited by spaces
                  WS-YYYY-MM-DD delimited by size
                  EXTENSION delimited by spaces
                  into WS-PATH-SALIDA.

        armarRutaPieza.
           move PAR-NRO(IDX-PARTICION) to NRO-PARTICION-ACT.
           move spaces to WS-PATH-PIEZA.
           string WS-DIR-BASE delimited by spaces
                  "P" delimited by size
                  NRO-PARTICION-ACT delimited by size
                  "_" delimited by size
                  NOMBRE-BASE delimited by spaces
                  WS-YYYY-MM-DD delimited by size
                  EXTENSION delimited by spaces
                  into WS-PATH-PIEZA.

      *        ---------------------------------------------------------
      *        Verificacion de las piezas de una particion, antes de
      *        grabar nada consolidado
      *        ---------------------------------------------------------
        verificarPiezasParticion.
           move ".txt" to EXTENSION.

      *        el CONTROL es lo ultimo que graba una particion: si no
      *        esta, la particion no termino
           move "CONTROL_" to NOMBRE-BASE.
           perform armarRutaPieza.
           open input PIEZA.
           if ok-PIEZA
               close PIEZA
           else
               display "ERROR: la particion " NRO-PARTICION-ACT
               " no termino: falta su CONTROL " WS-PATH-PIEZA
               move 8 to COD-RETORNO
           end-if.

           move "MAESTRO_" to NOMBRE-BASE.
           perform armarRutaPieza.
           move 0 to CANT-MAESTRO-PIEZA.
           open input PIEZA.
           if ok-PIEZA
               read PIEZA end-read
               perform verificarClaveMaestro until eof-PIEZA
               close PIEZA
               add CANT-MAESTRO-PIEZA to CANT-MAESTRO-TOTAL
           else
               display "ERROR: falta el maestro de la particion "
               NRO-PARTICION-ACT ": " WS-PATH-PIEZA
               move 8 to COD-RETORNO
           end-if.

           move "MAESTRO_CTAS_" to NOMBRE-BASE.
           perform armarRutaPieza.
           open input PIEZA.
           if ok-PIEZA
               read PIEZA end-read
               perform verificarClaveCuenta until eof-PIEZA
               close PIEZA
           else
               display "ERROR: falta el detalle de cuentas de la "
               "particion " NRO-PARTICION-ACT ": " WS-PATH-PIEZA
               move 8 to COD-RETORNO
           end-if.

           move "NOVEDADES_" to NOMBRE-BASE.
           perform armarRutaPieza.
           move "N" to HAY-CONTROL-DELTA.
           move "N" to DELTA-DESPUES-CONTROL.
           open input PIEZA.
           if ok-PIEZA
               read PIEZA end-read
               perform verificarNovedad until eof-PIEZA
               close PIEZA
               if HAY-CONTROL-DELTA <> "S"
                   or DELTA-DESPUES-CONTROL = "S"
                   display "ERROR: las novedades de la particion "
                   NRO-PARTICION-ACT " no cierran con su registro "
                   "de control (particion incompleta)."
                   move 8 to COD-RETORNO
               end-if
           else
               display "ERROR: faltan las novedades de la particion "
               NRO-PARTICION-ACT ": " WS-PATH-PIEZA
               move 8 to COD-RETORNO
           end-if.

           add 1 to IDX-PARTICION.

      *        el maestro consolidado debe quedar en orden estricto:
      *        una clave repetida o que retrocede entre dos piezas es
      *        un solape de particiones
        verificarClaveMaestro.
           add 1 to CANT-MAESTRO-PIEZA.
           move CUIT-CO of REG_PIEZA-CLAVE to CLAVE-PIEZA.
           perform verificarClaveEnRango.
           if HAY-CLAVE-ANTERIOR = "S" and CLAVE-PIEZA <= CLAVE-ANTERIOR
               display "ERROR: el CUIT-CO " CLAVE-PIEZA " de la "
               "particion " NRO-PARTICION-ACT " repite o retrocede "
               "respecto del " CLAVE-ANTERIOR "."
               add 1 to ERRORES-CLAVE
               move 8 to COD-RETORNO
           end-if.
           move CLAVE-PIEZA to CLAVE-ANTERIOR.
           move "S" to HAY-CLAVE-ANTERIOR.
           read PIEZA end-read.

        verificarClaveCuenta.
           move CUIT-CO of REG_PIEZA-CLAVE to CLAVE-PIEZA.
           perform verificarClaveEnRango.
           read PIEZA end-read.

        verificarNovedad.
           if HAY-CONTROL-DELTA = "S"
               move "S" to DELTA-DESPUES-CONTROL
           end-if.
           if TIPO-REG-DELTA of REG_PIEZA-DELTA-CONTROL = "T"
               move "S" to HAY-CONTROL-DELTA
               add CANT-ALTAS-CTL of REG_PIEZA-DELTA-CONTROL
                   to DELTA-ALTAS
               add CANT-MODIF-CTL of REG_PIEZA-DELTA-CONTROL
                   to DELTA-MODIFICADOS
               add CANT-BAJAS-CTL of REG_PIEZA-DELTA-CONTROL
                   to DELTA-BAJAS
           else
               if IMAGEN-NUEVA of REG_PIEZA-DELTA <> spaces
                   move IMAGEN-NUEVA of REG_PIEZA-DELTA(1:15)
                       to IMAGEN-CLAVE
               else
                   move IMAGEN-ANTERIOR of REG_PIEZA-DELTA(1:15)
                       to IMAGEN-CLAVE
               end-if
               if IMAGEN-CLAVE is numeric
                   move IMAGEN-CLAVE to CLAVE-PIEZA
                   perform verificarClaveEnRango
               else
                   display "ERROR: novedad sin CUIT-CO valido en la "
                   "particion " NRO-PARTICION-ACT "."
                   add 1 to ERRORES-CLAVE
                   move 8 to COD-RETORNO
               end-if
           end-if.
           read PIEZA end-read.

        verificarClaveEnRango.
           if CLAVE-PIEZA < PAR-DESDE(IDX-PARTICION)
               or CLAVE-PIEZA > PAR-HASTA(IDX-PARTICION)
               display "ERROR: el CUIT-CO " CLAVE-PIEZA " cae fuera "
               "del rango de la particion " NRO-PARTICION-ACT
               " en la pieza " WS-PATH-PIEZA
               add 1 to ERRORES-CLAVE
               move 8 to COD-RETORNO
           end-if.

      *        ---------------------------------------------------------
      *        Junta una cola o salida: las piezas una tras otra, en
      *        orden de particion. Una pieza faltante se advierte
      *        ---------------------------------------------------------
        unirUnaSalida.
           move BASE-SALIDA(IDX-SALIDA) to NOMBRE-BASE.
           move EXTENSION-SALIDA(IDX-SALIDA) to EXTENSION.
           perform armarRutaSalida.
           open output SALIDA.
           if ok-SALIDA
               move 0 to CANT-COPIADOS
               move 1 to IDX-PARTICION
               perform copiarUnaPieza
                   until IDX-PARTICION > CANT-PARTICIONES
               close SALIDA
           else
               display "ERROR: no se pudo grabar " WS-PATH-SALIDA
               " (" fs-SALIDA ")."
               move 8 to COD-RETORNO
           end-if.
           add 1 to IDX-SALIDA.

        copiarUnaPieza.
           perform armarRutaPieza.
           open input PIEZA.
           if ok-PIEZA
               read PIEZA end-read
               perform copiarUnRegistro until eof-PIEZA
               close PIEZA
           else
               display "ADVERTENCIA: falta la pieza " WS-PATH-PIEZA
               "; la salida consolidada no la incluye."
               if COD-RETORNO < 4
                   move 4 to COD-RETORNO
               end-if
           end-if.
           add 1 to IDX-PARTICION.

        copiarUnRegistro.
           move REG_PIEZA to REG_SALIDA.
           write REG_SALIDA.
           add 1 to CANT-COPIADOS.
           read PIEZA end-read.

      *        ---------------------------------------------------------
      *        Novedades: los registros de todas las piezas y un solo
      *        registro de control al final, con los conteos sumados
      *        ---------------------------------------------------------
        unirNovedades.
           move "NOVEDADES_" to NOMBRE-BASE.
           move ".txt" to EXTENSION.
           perform armarRutaSalida.
           open output SALIDA.
           if not ok-SALIDA
               display "ERROR: no se pudo grabar " WS-PATH-SALIDA
               " (" fs-SALIDA ")."
               move 8 to COD-RETORNO
               exit paragraph
           end-if.
           move 1 to IDX-PARTICION.
           perform copiarUnaPiezaNovedades
               until IDX-PARTICION > CANT-PARTICIONES.
           move spaces to REG_SALIDA.
           move "T" to TIPO-REG-DELTA of REG_SALIDA-DELTA-CONTROL.
           move DELTA-ALTAS
               to CANT-ALTAS-CTL of REG_SALIDA-DELTA-CONTROL.
           move DELTA-MODIFICADOS
               to CANT-MODIF-CTL of REG_SALIDA-DELTA-CONTROL.
           move DELTA-BAJAS
               to CANT-BAJAS-CTL of REG_SALIDA-DELTA-CONTROL.
           write REG_SALIDA-DELTA-CONTROL.
           close SALIDA.

        copiarUnaPiezaNovedades.
           perform armarRutaPieza.
           open input PIEZA.
           if ok-PIEZA
               read PIEZA end-read
               perform copiarUnaNovedad until eof-PIEZA
               close PIEZA
           end-if.
           add 1 to IDX-PARTICION.

        copiarUnaNovedad.
           if TIPO-REG-DELTA of REG_PIEZA-DELTA-CONTROL <> "T"
               move REG_PIEZA to REG_SALIDA
               write REG_SALIDA
           end-if.
           read PIEZA end-read.

      *        ---------------------------------------------------------
      *        Cotejo de cuentas duplicadas sobre las cuentas vistas
      *        de todas las particiones (la misma cuenta bancaria bajo
      *        dos CUIT-CO puede caer en rangos distintos): mismo
      *        criterio que el run sin particionar
      *        ---------------------------------------------------------
        detectarCuentasDuplicadas.
           open output EXC-CTASDUP.
           if not ok-EXC-CTASDUP
               display "ERROR: no se pudo grabar "
               WS-PATH-EXC-CTASDUP " (" fs-EXC-CTASDUP ")."
               move 8 to COD-RETORNO
               exit paragraph
           end-if.
           move "N" to HAY-CTA-ANTERIOR.
           sort ORDENAR-CTAS
               ON ASCENDING ORD-ENTIDAD of REG_ORDENAR-CTA
               ON ASCENDING ORD-SUCURSAL of REG_ORDENAR-CTA
               ON ASCENDING ORD-NRO-CTA of REG_ORDENAR-CTA
               ON ASCENDING ORD-CUIT of REG_ORDENAR-CTA
               ON ASCENDING ORD-FUENTE of REG_ORDENAR-CTA
           input procedure is juntarCuentasVistas
           output procedure is compararCuentasOrdenadas.
           close EXC-CTASDUP.

        armarRutaCuentasVistas.
           move PAR-NRO(IDX-PARTICION) to NRO-PARTICION-ACT.
           move spaces to WS-PATH-PIEZA.
           string WS-DIR-BASE delimited by spaces
                  "P" delimited by size
                  NRO-PARTICION-ACT delimited by size
                  "_CTASVISTAS.TMP" delimited by size
                  into WS-PATH-PIEZA.

        juntarCuentasVistas.
           move 1 to IDX-PARTICION.
           perform juntarUnaPiezaCuentas
               until IDX-PARTICION > CANT-PARTICIONES.

        juntarUnaPiezaCuentas.
           perform armarRutaCuentasVistas.
           open input PIEZA.
           if ok-PIEZA
               read PIEZA end-read
               perform liberarUnaCuentaVista until eof-PIEZA
               close PIEZA
           else
               display "ADVERTENCIA: faltan las cuentas vistas de la "
               "particion " NRO-PARTICION-ACT "; el cotejo de "
               "duplicadas no la cubre."
               if COD-RETORNO < 4
                   move 4 to COD-RETORNO
               end-if
           end-if.
           add 1 to IDX-PARTICION.

        liberarUnaCuentaVista.
           move VIS-NRO-CTA of REG_PIEZA-CTA-VISTA
               to ORD-NRO-CTA of REG_ORDENAR-CTA.
           move VIS-ENTIDAD of REG_PIEZA-CTA-VISTA
               to ORD-ENTIDAD of REG_ORDENAR-CTA.
           move VIS-SUCURSAL of REG_PIEZA-CTA-VISTA
               to ORD-SUCURSAL of REG_ORDENAR-CTA.
           move VIS-CUIT of REG_PIEZA-CTA-VISTA
               to ORD-CUIT of REG_ORDENAR-CTA.
           move VIS-FUENTE of REG_PIEZA-CTA-VISTA
               to ORD-FUENTE of REG_ORDENAR-CTA.
           RELEASE REG_ORDENAR-CTA.
           read PIEZA end-read.

        compararCuentasOrdenadas.
           RETURN ORDENAR-CTAS AT END CONTINUE.
           perform compararUnaCuentaVista until eof-ORDENAR-CTAS.

        compararUnaCuentaVista.
           if HAY-CTA-ANTERIOR = "S"
               and ORD-NRO-CTA of REG_ORDENAR-CTA = ANT-NRO-CTA
               and ORD-ENTIDAD of REG_ORDENAR-CTA = ANT-ENTIDAD
               and ORD-SUCURSAL of REG_ORDENAR-CTA = ANT-SUCURSAL
               and (ORD-CUIT of REG_ORDENAR-CTA <> ANT-CUIT
                   or ORD-FUENTE of REG_ORDENAR-CTA <> ANT-FUENTE)
               perform listarCuentaDuplicada
           end-if.
           move ORD-NRO-CTA of REG_ORDENAR-CTA to ANT-NRO-CTA.
           move ORD-ENTIDAD of REG_ORDENAR-CTA to ANT-ENTIDAD.
           move ORD-SUCURSAL of REG_ORDENAR-CTA to ANT-SUCURSAL.
           move ORD-CUIT of REG_ORDENAR-CTA to ANT-CUIT.
           move ORD-FUENTE of REG_ORDENAR-CTA to ANT-FUENTE.
           move "S" to HAY-CTA-ANTERIOR.
           RETURN ORDENAR-CTAS AT END CONTINUE.

        listarCuentaDuplicada.
           add 1 to CUENTAS-DUPLICADAS.
           display "      LISTADO DE CUENTAS BANCARIAS DUPLICADAS".
           display "NRO-CTA   ENT SUC CUIT-ANTERIOR   F "
           "CUIT-ACTUAL     F".
           display ORD-NRO-CTA of REG_ORDENAR-CTA " "
               ORD-ENTIDAD of REG_ORDENAR-CTA " "
               ORD-SUCURSAL of REG_ORDENAR-CTA " "
               ANT-CUIT " " ANT-FUENTE " "
               ORD-CUIT of REG_ORDENAR-CTA " "
               ORD-FUENTE of REG_ORDENAR-CTA.
           display " ".
           move ORD-NRO-CTA of REG_ORDENAR-CTA
               to NRO-CTA of REG_EXC-CTADUP.
           move ORD-ENTIDAD of REG_ORDENAR-CTA
               to ENTIDAD of REG_EXC-CTADUP.
           move ORD-SUCURSAL of REG_ORDENAR-CTA
               to SUCURSAL of REG_EXC-CTADUP.
           move ANT-CUIT to CUIT-ANTERIOR of REG_EXC-CTADUP.
           move ANT-FUENTE to FUENTE-ANTERIOR of REG_EXC-CTADUP.
           move ORD-CUIT of REG_ORDENAR-CTA
               to CUIT-ACTUAL of REG_EXC-CTADUP.
           move ORD-FUENTE of REG_ORDENAR-CTA
               to FUENTE-ACTUAL of REG_EXC-CTADUP.
           move WS-YYYY-MM-DD to FECHA-PROCESO of REG_EXC-CTADUP.
           write REG_EXC-CTADUP.

      *        el archivo de trabajo de cada particion se borra recien
      *        liberado el maestro, para que un reintento de la
      *        consolidacion vuelva a cotejar todo
        borrarCuentasVistas.
           move 1 to IDX-PARTICION.
           perform borrarUnaPiezaCuentas
               until IDX-PARTICION > CANT-PARTICIONES.

        borrarUnaPiezaCuentas.
           perform armarRutaCuentasVistas.
           delete file PIEZA.
           add 1 to IDX-PARTICION.

      *        ---------------------------------------------------------
      *        CONTROL consolidado: cada linea "Etiqueta : valor" de
      *        las piezas se suma por etiqueta (los totales por
      *        administracion incluidos); las cuentas duplicadas se
      *        reemplazan por el cotejo de este paso
      *        ---------------------------------------------------------
        grabarControl.
           move 0 to CANT-TOTALES.
           move "CONTROL_" to NOMBRE-BASE.
           move ".txt" to EXTENSION.
           move 1 to IDX-PARTICION.
           perform acumularUnControl
               until IDX-PARTICION > CANT-PARTICIONES.

           move 1 to IDX-TOTAL.
           perform reemplazarDuplicadas until IDX-TOTAL > CANT-TOTALES.

           perform armarRutaSalida.
           open output SALIDA.
           if not ok-SALIDA
               display "ERROR: no se pudo grabar " WS-PATH-SALIDA
               " (" fs-SALIDA ")."
               move 8 to COD-RETORNO
               exit paragraph
           end-if.
           move spaces to REG_SALIDA.
           string "Fecha de proceso: " delimited by size
                  WS-YYYY-MM-DD delimited by size
                  into REG_SALIDA.
           write REG_SALIDA.
           move 1 to IDX-TOTAL.
           perform grabarUnTotal until IDX-TOTAL > CANT-TOTALES.
           close SALIDA.

        acumularUnControl.
           perform armarRutaPieza.
           open input PIEZA.
           if ok-PIEZA
               read PIEZA end-read
               perform acumularUnaLineaControl until eof-PIEZA
               close PIEZA
           end-if.
           add 1 to IDX-PARTICION.

        acumularUnaLineaControl.
           move REG_PIEZA to LINEA-CONTROL.
           perform extraerEtiquetaValor.
           if ETIQUETA-LEIDA not = spaces
               and ETIQUETA-LEIDA(1:8) <> "Fecha de"
               perform buscarTotal
               if IDX-TOTAL-HALLADO = 0 and CANT-TOTALES < 99
                   add 1 to CANT-TOTALES
                   move ETIQUETA-LEIDA to TOT-ETIQUETA(CANT-TOTALES)
                   move LARGO-ETIQUETA
                       to TOT-LARGO-ETIQUETA(CANT-TOTALES)
                   move ANCHO-LEIDO to TOT-ANCHO(CANT-TOTALES)
                   move 0 to TOT-VALOR(CANT-TOTALES)
                   move CANT-TOTALES to IDX-TOTAL-HALLADO
               end-if
               if IDX-TOTAL-HALLADO > 0
                   add VALOR-LEIDO to TOT-VALOR(IDX-TOTAL-HALLADO)
               end-if
           end-if.
           read PIEZA end-read.

      *        "Etiqueta : valor": las etiquetas generales ocupan 18
      *        posiciones y las de administracion ("Admin nnn ...") 22;
      *        el valor son los digitos que siguen
        extraerEtiquetaValor.
           move spaces to ETIQUETA-LEIDA.
           move 0 to VALOR-LEIDO.
           move 0 to ANCHO-LEIDO.
           move 0 to LARGO-ETIQUETA.
           if LINEA-CONTROL(17:1) = ":"
               move 18 to LARGO-ETIQUETA
           else
               if LINEA-CONTROL(21:1) = ":"
                   move 22 to LARGO-ETIQUETA
               end-if
           end-if.
           if LARGO-ETIQUETA > 0
               move LINEA-CONTROL(1:LARGO-ETIQUETA) to ETIQUETA-LEIDA
               compute POS-DIGITO = LARGO-ETIQUETA + 1
               perform acumularUnDigitoValor
                   until POS-DIGITO > 132
                   or LINEA-CONTROL(POS-DIGITO:1) not numeric
           end-if.

        acumularUnDigitoValor.
           move LINEA-CONTROL(POS-DIGITO:1) to UN-DIGITO.
           compute VALOR-LEIDO = VALOR-LEIDO * 10 + UN-DIGITO.
           add 1 to ANCHO-LEIDO.
           add 1 to POS-DIGITO.

        buscarTotal.
           move 0 to IDX-TOTAL-HALLADO.
           move 1 to IDX-TOTAL.
           perform buscarUnTotal
               until IDX-TOTAL > CANT-TOTALES or IDX-TOTAL-HALLADO > 0.

        buscarUnTotal.
           if TOT-ETIQUETA(IDX-TOTAL) = ETIQUETA-LEIDA
               move IDX-TOTAL to IDX-TOTAL-HALLADO
           end-if.
           add 1 to IDX-TOTAL.

        reemplazarDuplicadas.
           if TOT-ETIQUETA(IDX-TOTAL) = "Ctas.Duplicadas : "
               move CUENTAS-DUPLICADAS to TOT-VALOR(IDX-TOTAL)
           end-if.
           add 1 to IDX-TOTAL.

        grabarUnTotal.
           if TOT-ANCHO(IDX-TOTAL) < 1 or TOT-ANCHO(IDX-TOTAL) > 8
               move 8 to TOT-ANCHO(IDX-TOTAL)
           end-if.
           move TOT-VALOR(IDX-TOTAL) to VALOR-EDITADO.
           compute POS-VALOR = 9 - TOT-ANCHO(IDX-TOTAL).
           move spaces to REG_SALIDA.
           string TOT-ETIQUETA(IDX-TOTAL)
                      (1:TOT-LARGO-ETIQUETA(IDX-TOTAL))
                      delimited by size
                  VALOR-EDITADO(POS-VALOR:TOT-ANCHO(IDX-TOTAL))
                      delimited by size
                  into REG_SALIDA.
           write REG_SALIDA.
           add 1 to IDX-TOTAL.

      *        ---------------------------------------------------------
      *        Historia de bajas: las piezas de las particiones se
      *        agregan a la historia comun. Si la historia ya tiene
      *        bajas de la fecha (consolidacion repetida) no se
      *        vuelven a agregar
      *        ---------------------------------------------------------
        incorporarBajasHistoricas.
           move "N" to BAJAS-YA-INCORPORADAS.
           open input BAJAS-HIST.
           if ok-BAJAS-HIST
               read BAJAS-HIST end-read
               perform revisarUnaBajaHistorica
                   until eof-BAJAS-HIST or BAJAS-YA-INCORPORADAS = "S"
               close BAJAS-HIST
           end-if.
           if BAJAS-YA-INCORPORADAS = "S"
               display "ADVERTENCIA: la historia de bajas ya tiene "
               "bajas del " WS-YYYY-MM-DD "; no se vuelven a agregar."
               if COD-RETORNO < 4
                   move 4 to COD-RETORNO
               end-if
               exit paragraph
           end-if.

           open extend BAJAS-HIST.
           if not ok-BAJAS-HIST
               open output BAJAS-HIST
           end-if.
           if not ok-BAJAS-HIST
               display "ERROR: no se pudo abrir la historia de bajas ("
               fs-BAJAS-HIST ") " WS-PATH-BAJAS-HIST
               move 8 to COD-RETORNO
               exit paragraph
           end-if.
           move "BAJAS_HIST_" to NOMBRE-BASE.
           move ".txt" to EXTENSION.
           move 1 to IDX-PARTICION.
           perform incorporarUnaPiezaBajas
               until IDX-PARTICION > CANT-PARTICIONES.
           close BAJAS-HIST.

        revisarUnaBajaHistorica.
           if FECHA-PROCESO of REG_BAJAS-HIST = WS-YYYY-MM-DD
               move "S" to BAJAS-YA-INCORPORADAS
           end-if.
           read BAJAS-HIST end-read.

        incorporarUnaPiezaBajas.
           perform armarRutaPieza.
           open input PIEZA.
           if ok-PIEZA
               read PIEZA end-read
               perform incorporarUnaBaja until eof-PIEZA
               close PIEZA
           else
               display "ADVERTENCIA: falta la pieza " WS-PATH-PIEZA
               "; sus bajas no quedan en la historia."
               if COD-RETORNO < 4
                   move 4 to COD-RETORNO
               end-if
           end-if.
           add 1 to IDX-PARTICION.

        incorporarUnaBaja.
           move REG_PIEZA to REG_BAJAS-HIST.
           write REG_BAJAS-HIST.
           add 1 to CANT-BAJAS-INCORPORADAS.
           read PIEZA end-read.

      *        ---------------------------------------------------------
      *        Ultimo paso: con todo verificado y consolidado se
      *        libera el maestro fechado del dia
      *        ---------------------------------------------------------
        liberarMaestro.
           move "MAESTRO_" to NOMBRE-BASE.
           move ".txt" to EXTENSION.
           perform armarRutaSalida.
           open output SALIDA.
           if not ok-SALIDA
               display "ERROR: no se pudo grabar " WS-PATH-SALIDA
               " (" fs-SALIDA "); el maestro del dia no se libera."
               move 8 to COD-RETORNO
               exit paragraph
           end-if.
           move 0 to CANT-COPIADOS.
           move 1 to IDX-PARTICION.
           perform copiarUnaPieza
               until IDX-PARTICION > CANT-PARTICIONES.
           close SALIDA.
           display "Maestro del dia liberado: " WS-PATH-SALIDA.

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

        end program ConsolidarParticiones.

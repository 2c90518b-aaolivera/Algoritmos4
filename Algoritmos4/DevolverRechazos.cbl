        identification division.
        program-id. DevolverRechazos.

        ENVIRONMENT division.
        configuration section.

        input-output section.
        file-control.
             select COLA
             assign to dynamic WS-PATH-COLA
             organization is line sequential
             file status is fs-COLA.

             select CONSORLIST
             assign to dynamic WS-PATH-CONSORLIST
             organization is line sequential
             file status is fs-CONSORLIST.

             select FUENTE
             assign to dynamic WS-PATH-FUENTE
             organization is line sequential
             file status is fs-FUENTE.

             select MAESTRO
             assign to dynamic WS-PATH-MAESTRO
             organization is line sequential
             file status is fs-MAESTRO.

             select ADMINISTRACIONES
             assign to dynamic WS-PATH-ADMINISTRACIONES
             organization is line sequential
             file status is fs-ADMINISTRACIONES.

             select DEVOLUCION
             assign to dynamic WS-PATH-DEVOLUCION
             organization is line sequential
             file status is fs-DEVOLUCION.

             select MANIFIESTO
             assign to dynamic WS-PATH-MANIFIESTO
             organization is line sequential
             file status is fs-MANIFIESTO.

             select ORDENAR
             assign to "WORKF.TMP"
             file status is fs-ORDENAR.

        DATA division.
        file section.
        fd COLA.
        01 REG_COLA pic x(250).

        fd CONSORLIST.
        01 REG_CONSORLIST pic x(200).

      *        --- fuente CONSOR de una administracion: solo interesa
      *        el CUIT-CO de las primeras 15 posiciones ---
        fd FUENTE.
        01 REG_FUENTE.
             03 CUIT-CO pic x(15).
             03 filler pic x(97).

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

      *        --- archivo de devolucion de una administracion: un
      *        registro "D" por rechazo, con el registro original tal
      *        como lo dejo la cola, y un registro "T" de control con
      *        la cantidad ---
        fd DEVOLUCION.
        01 REG_DEVOLUCION.
             03 TIPO-REG pic x(01).
             03 COD-ADMIN pic 9(3).
             03 FECHA-PROCESO pic 9(8).
             03 COD-MOTIVO pic x(3).
             03 DESCRIP-MOTIVO pic x(60).
             03 CUIT-CO pic x(15).
             03 REGISTRO-ORIGINAL pic x(100).
        01 REG_DEVOLUCION-CONTROL.
             03 TIPO-REG-CTL pic x(01).
             03 CANT-REGISTROS pic 9(6).

      *        --- manifiesto de la noche: una linea por
      *        administracion, con archivo enviado ("E") o sin
      *        novedades ("N") ---
        fd MANIFIESTO.
        01 REG_MANIFIESTO.
             03 COD-ADMIN pic 9(3).
             03 NOMBRE-ADMIN pic x(30).
             03 CONTACTO-ADMIN pic x(30).
             03 ESTADO-ENVIO pic x(1).
             03 CANT-RECHAZOS pic 9(6).
             03 FECHA-PROCESO pic 9(8).

        sd ORDENAR.
        01 REG_ORDENAR.
             03 COD-ADMIN pic 9(3).
             03 NRO-COLA pic 9(2).
             03 SECUENCIA pic 9(8).
             03 CUIT-CO pic x(15).
             03 REGISTRO-ORIGINAL pic x(100).

        working-storage section.
        01 fs-COLA pic xx.
             88 ok-COLA value "00".
             88 eof-COLA value "10".
        01 fs-CONSORLIST pic xx.
             88 ok-CONSORLIST value "00".
             88 eof-CONSORLIST value "10".
        01 fs-FUENTE pic xx.
             88 ok-FUENTE value "00".
             88 eof-FUENTE value "10".
        01 fs-MAESTRO pic xx.
             88 ok-MAESTRO value "00".
             88 eof-MAESTRO value "10".
        01 fs-ADMINISTRACIONES pic xx.
             88 ok-ADMINISTRACIONES value "00".
             88 eof-ADMINISTRACIONES value "10".
        01 fs-DEVOLUCION pic xx.
             88 ok-DEVOLUCION value "00".
        01 fs-MANIFIESTO pic xx.
             88 ok-MANIFIESTO value "00".
        01 fs-ORDENAR pic xx.
             88 ok-ORDENAR value "00".
             88 eof-ORDENAR value "10".

        01 WS-DIR-BASE pic x(150) value "C:\temp\".
        01 WS-PATH-COLA pic x(200).
        01 WS-PATH-CONSORLIST pic x(200) value "C:\CONSORLIST.txt".
        01 WS-PATH-FUENTE pic x(200).
        01 WS-PATH-MAESTRO pic x(200) value spaces.
        01 WS-PATH-ADMINISTRACIONES pic x(200)
            value "C:\ADMINISTRACIONES.txt".
        01 WS-PATH-DEVOLUCION pic x(200).
        01 WS-PATH-MANIFIESTO pic x(200).
        01 WS-ENV-VAL pic x(200).
        01 WS-YYYY-MM-DD pic 9(8).
        01 WS-FECHA-ENV pic x(8).

      *        --- las colas fechadas del merge que se devuelven, con
      *        el codigo de motivo y su descripcion para la
      *        administracion ---
        01 tablaColas.
             03 filler pic x(20) value "EXC_CUIT_".
             03 filler pic x(3) value "CUI".
             03 filler pic x(60)
                 value "CUIT con digito verificador invalido".
             03 filler pic x(20) value "EXC_FECHAS_".
             03 filler pic x(3) value "FEC".
             03 filler pic x(60)
                 value "fecha de alta o de baja con formato invalido".
             03 filler pic x(20) value "EXC_ESTADOS_".
             03 filler pic x(3) value "EST".
             03 filler pic x(60)
                 value "codigo de estado inexistente".
             03 filler pic x(20) value "EXC_INCONSIST_".
             03 filler pic x(3) value "INC".
             03 filler pic x(60)
                 value "fecha de baja inconsistente con el estado".
             03 filler pic x(20) value "EXC_TRANSICIONES_".
             03 filler pic x(3) value "TRA".
             03 filler pic x(60)
                 value "cambio de estado no permitido desde el previo".
             03 filler pic x(20) value "EXC_CBU_".
             03 filler pic x(3) value "CBU".
             03 filler pic x(60)
                 value "CBU con digito verificador invalido".
             03 filler pic x(20) value "EXC_ENTIDADES_".
             03 filler pic x(3) value "ENT".
             03 filler pic x(60)
                 value "entidad o sucursal bancaria no habilitada".
             03 filler pic x(20) value "EXC_HUERFANAS_".
             03 filler pic x(3) value "HUE".
             03 filler pic x(60)
                 value "cuenta de un CUIT que no vino en el padron".
        01 tablaColas-R redefines tablaColas.
             03 colaItem occurs 8 times.
                 05 PREFIJO-COLA pic x(20).
                 05 MOTIVO-COLA pic x(3).
                 05 DESCRIP-COLA pic x(60).
        01 IDX-COLA pic 99.
        01 SECUENCIA-LEIDA pic 9(8) value 0.

      *        --- administracion de origen de cada CUIT: primero las
      *        fuentes CONSOR de CONSORLIST ("nnn ruta"), despues el
      *        COD-ADMIN del maestro del dia ---
        01 WS-CANT-CUITS pic 9(6) value 0.
        01 tablaCuitAdmin.
            03 cuitItem OCCURS 1 TO 99999 TIMES
                DEPENDING ON WS-CANT-CUITS.
                05 CA-CUIT pic x(15).
                05 CA-ADMIN pic 9(3).
        01 IDX-CUIT pic 9(6).
        01 IDX-CUIT-HALLADO pic 9(6).
        01 CUIT-BUSCADO pic x(15).
        01 COD-ADMIN-FUENTE pic 9(3).

      *        --- referencia de administraciones y conteo de
      *        rechazos de la noche, por codigo ---
        01 tablaAdministraciones.
            03 admItem occurs 999 times.
                05 ADM-NOMBRE pic x(30).
                05 ADM-CONTACTO pic x(30).
                05 ADM-EN-REFERENCIA pic x(1).
                05 ADM-CANT-RECHAZOS pic 9(6).
        01 IDX-ADMIN pic 9(4).

        01 COD-ADMIN-ACT pic 9(3).
        01 DEVOLUCION-ABIERTA pic x value "N".
        01 CANT-RECHAZOS-ADMIN pic 9(6) value 0.
        01 CANT-SIN-ADMIN pic 9(6) value 0.
        01 HAY-RECHAZOS pic x value "N".
        01 TOTAL-RECHAZOS pic 9(8) value 0.
        01 TOTAL-ARCHIVOS pic 9(4) value 0.
        01 TOTAL-SIN-NOVEDADES pic 9(4) value 0.

      *        --- codigo de retorno del paso (0 limpio, 4 con
      *        advertencias, 8 error serio) ---
        01 COD-RETORNO pic 9(2) value 0.

      *        ---------------------------------------------------------
      *        Devolucion nocturna de rechazos a las administraciones:
      *        toma las colas fechadas del merge (EXC_CUIT, EXC_FECHAS,
      *        EXC_ESTADOS, EXC_INCONSIST, EXC_TRANSICIONES, EXC_CBU,
      *        EXC_ENTIDADES y EXC_HUERFANAS), resuelve la
      *        administracion de origen de cada rechazo por su CUIT-CO
      *        (fuente CONSOR de CONSORLIST o, si no, el COD-ADMIN del
      *        maestro del dia) y graba un archivo de devolucion por
      *        administracion, de layout fijo, con el registro
      *        original, un codigo de motivo y su descripcion. El
      *        manifiesto de la noche deja constancia de que
      *        administraciones recibieron archivo y cuales no tenian
      *        nada que informar. Los rechazos sin administracion
      *        quedan en el archivo de la administracion 000 para el
      *        equipo propio.
      *        ---------------------------------------------------------
        PROCEDURE division.
           perform leerParametros.
           perform cargarAdministraciones.
           perform cargarFuentes.
           perform cargarMaestro.

           sort ORDENAR
               ON ASCENDING COD-ADMIN of REG_ORDENAR
               ON ASCENDING NRO-COLA of REG_ORDENAR
               ON ASCENDING SECUENCIA of REG_ORDENAR
           input procedure is entrada
           output procedure is salida.

           perform grabarManifiesto.

           display "Total de rechazos devueltos: " TOTAL-RECHAZOS.
           display "Total de archivos de devolucion: " TOTAL-ARCHIVOS.
           display "Total de administraciones sin novedades: "
               TOTAL-SIN-NOVEDADES.
           display "Total de rechazos sin administracion: "
               CANT-SIN-ADMIN.
           if COD-RETORNO < 4 and CANT-SIN-ADMIN > 0
               move 4 to COD-RETORNO
           end-if.
           move COD-RETORNO to RETURN-CODE.
        goback.

      *        ---------------------------------------------------------
      *        Parametros del run: directorio de las colas y de las
      *        salidas, lista de fuentes CONSOR (la misma del merge) y
      *        referencia de administraciones
      *        ---------------------------------------------------------
        leerParametros.
           accept WS-ENV-VAL from environment "DEVOLUCION_DIR_BASE".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-DIR-BASE
           end-if.
           accept WS-ENV-VAL from environment "PROGRAM1_CONSORLIST".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-CONSORLIST
           end-if.
           accept WS-ENV-VAL from environment "DEVOLUCION_CONSORLIST".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-CONSORLIST
           end-if.
           accept WS-ENV-VAL
               from environment "DEVOLUCION_ADMINISTRACIONES".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-ADMINISTRACIONES
           end-if.
           perform obtenerFechaProceso.
           string WS-DIR-BASE delimited by spaces
                  "MAESTRO_" delimited by size
                  WS-YYYY-MM-DD delimited by size
                  ".txt" delimited by size
                  into WS-PATH-MAESTRO.
           string WS-DIR-BASE delimited by spaces
                  "MANIFIESTO_RECHAZOS_" delimited by size
                  WS-YYYY-MM-DD delimited by size
                  ".txt" delimited by size
                  into WS-PATH-MANIFIESTO.

        cargarAdministraciones.
           move spaces to tablaAdministraciones.
           move 1 to IDX-ADMIN.
           perform limpiarUnaAdministracion until IDX-ADMIN > 999.
           open input ADMINISTRACIONES.
           if ok-ADMINISTRACIONES
               read ADMINISTRACIONES end-read
               perform cargarUnaAdministracion
                   until eof-ADMINISTRACIONES
               close ADMINISTRACIONES
           else
               display "ADVERTENCIA: no se pudo abrir el archivo de "
               "ADMINISTRACIONES (" fs-ADMINISTRACIONES "); el "
               "manifiesto solo lista las administraciones con "
               "rechazos."
               if COD-RETORNO < 4
                   move 4 to COD-RETORNO
               end-if
           end-if.

        limpiarUnaAdministracion.
           move "N" to ADM-EN-REFERENCIA(IDX-ADMIN).
           move 0 to ADM-CANT-RECHAZOS(IDX-ADMIN).
           add 1 to IDX-ADMIN.

        cargarUnaAdministracion.
           if COD-ADMIN of REG_ADMINISTRACION > 0
               move NOMBRE-ADMIN of REG_ADMINISTRACION
                   to ADM-NOMBRE(COD-ADMIN of REG_ADMINISTRACION)
               move CONTACTO-ADMIN of REG_ADMINISTRACION
                   to ADM-CONTACTO(COD-ADMIN of REG_ADMINISTRACION)
               move "S"
                   to ADM-EN-REFERENCIA(COD-ADMIN of REG_ADMINISTRACION)
           end-if.
           read ADMINISTRACIONES end-read.

      *        ---------------------------------------------------------
      *        Fuentes CONSOR de la noche: cada entrada de CONSORLIST
      *        puede venir precedida por el codigo de administracion
      *        ("nnn ruta"); las entradas sin codigo no aportan
      *        administracion
      *        ---------------------------------------------------------
        cargarFuentes.
           open input CONSORLIST.
           if ok-CONSORLIST
               read CONSORLIST end-read
               perform cargarUnaFuente until eof-CONSORLIST
               close CONSORLIST
           else
               display "ADVERTENCIA: no se pudo abrir CONSORLIST ("
                   fs-CONSORLIST "); la administracion sale solo del "
               "maestro del dia."
           end-if.

        cargarUnaFuente.
           if REG_CONSORLIST(1:3) is numeric
               and REG_CONSORLIST(4:1) = space
               and REG_CONSORLIST(1:3) <> "000"
               move REG_CONSORLIST(1:3) to COD-ADMIN-FUENTE
               move spaces to WS-PATH-FUENTE
               move REG_CONSORLIST(5:196) to WS-PATH-FUENTE
               open input FUENTE
               if ok-FUENTE
                   read FUENTE end-read
                   perform cargarUnCuitFuente until eof-FUENTE
                   close FUENTE
               else
                   display "ADVERTENCIA: no se pudo abrir la fuente "
                       WS-PATH-FUENTE
               end-if
           end-if.
           read CONSORLIST end-read.

        cargarUnCuitFuente.
           if CUIT-CO of REG_FUENTE is numeric
               move CUIT-CO of REG_FUENTE to CUIT-BUSCADO
               move COD-ADMIN-FUENTE to COD-ADMIN-ACT
               perform agregarCuitAdmin
           end-if.
           read FUENTE end-read.

        cargarMaestro.
           open input MAESTRO.
           if ok-MAESTRO
               read MAESTRO end-read
               perform cargarUnMaestro until eof-MAESTRO
               close MAESTRO
           else
               display "ADVERTENCIA: no se pudo abrir el maestro del "
               "dia (" fs-MAESTRO ") " WS-PATH-MAESTRO
           end-if.

        cargarUnMaestro.
           if COD-ADMIN of REG_MAESTRO > 0
               move CUIT-CO of REG_MAESTRO to CUIT-BUSCADO
               move COD-ADMIN of REG_MAESTRO to COD-ADMIN-ACT
               perform agregarCuitAdmin
           end-if.
           read MAESTRO end-read.

      *        ---------------------------------------------------------
      *        La primera administracion registrada para un CUIT es la
      *        que vale (las fuentes se cargan antes que el maestro)
      *        ---------------------------------------------------------
        agregarCuitAdmin.
           perform buscarCuit.
           if IDX-CUIT-HALLADO = 0 and WS-CANT-CUITS < 99999
               add 1 to WS-CANT-CUITS
               move CUIT-BUSCADO to CA-CUIT(WS-CANT-CUITS)
               move COD-ADMIN-ACT to CA-ADMIN(WS-CANT-CUITS)
           end-if.

        buscarCuit.
           move 0 to IDX-CUIT-HALLADO.
           move 1 to IDX-CUIT.
           perform buscarUnCuit
               until IDX-CUIT > WS-CANT-CUITS
               or IDX-CUIT-HALLADO > 0.

        buscarUnCuit.
           if CA-CUIT(IDX-CUIT) = CUIT-BUSCADO
               move IDX-CUIT to IDX-CUIT-HALLADO
           end-if.
           add 1 to IDX-CUIT.

      *        ---------------------------------------------------------
      *        Lee las colas del dia y libera cada rechazo con su
      *        administracion de origen
      *        ---------------------------------------------------------
        entrada.
           move 1 to IDX-COLA.
           perform leerUnaCola until IDX-COLA > 8.

        leerUnaCola.
           move spaces to WS-PATH-COLA.
           string WS-DIR-BASE delimited by spaces
                  PREFIJO-COLA(IDX-COLA) delimited by spaces
                  WS-YYYY-MM-DD delimited by size
                  ".txt" delimited by size
                  into WS-PATH-COLA.
           open input COLA.
           if ok-COLA
               read COLA end-read
               perform liberarUnRechazo until eof-COLA
               close COLA
           end-if.
           add 1 to IDX-COLA.

        liberarUnRechazo.
           if REG_COLA not = spaces
               add 1 to SECUENCIA-LEIDA
               move REG_COLA(1:15) to CUIT-BUSCADO
               perform buscarCuit
               if IDX-CUIT-HALLADO > 0
                   move CA-ADMIN(IDX-CUIT-HALLADO)
                       to COD-ADMIN of REG_ORDENAR
               else
                   move 0 to COD-ADMIN of REG_ORDENAR
               end-if
               move IDX-COLA to NRO-COLA of REG_ORDENAR
               move SECUENCIA-LEIDA to SECUENCIA of REG_ORDENAR
               move REG_COLA(1:15) to CUIT-CO of REG_ORDENAR
               move REG_COLA(1:100)
                   to REGISTRO-ORIGINAL of REG_ORDENAR
               release REG_ORDENAR
           end-if.
           read COLA end-read.

      *        ---------------------------------------------------------
      *        Corte de control por administracion: un archivo de
      *        devolucion por administracion, cerrado con su registro
      *        de control
      *        ---------------------------------------------------------
        salida.
           RETURN ORDENAR AT END CONTINUE.
           if not eof-ORDENAR
               move "S" to HAY-RECHAZOS
               move COD-ADMIN of REG_ORDENAR to COD-ADMIN-ACT
               perform abrirDevolucion
               perform procesarRechazo until eof-ORDENAR
               perform cerrarDevolucion
           end-if.
           if HAY-RECHAZOS <> "S"
               display "No hay rechazos del merge para devolver el "
                   WS-YYYY-MM-DD "."
           end-if.

        procesarRechazo.
           if COD-ADMIN of REG_ORDENAR <> COD-ADMIN-ACT
               perform cerrarDevolucion
               move COD-ADMIN of REG_ORDENAR to COD-ADMIN-ACT
               perform abrirDevolucion
           end-if.
           if DEVOLUCION-ABIERTA = "S"
               move "D" to TIPO-REG of REG_DEVOLUCION
               move COD-ADMIN-ACT to COD-ADMIN of REG_DEVOLUCION
               move WS-YYYY-MM-DD to FECHA-PROCESO of REG_DEVOLUCION
               move MOTIVO-COLA(NRO-COLA of REG_ORDENAR)
                   to COD-MOTIVO of REG_DEVOLUCION
               move DESCRIP-COLA(NRO-COLA of REG_ORDENAR)
                   to DESCRIP-MOTIVO of REG_DEVOLUCION
               move CUIT-CO of REG_ORDENAR to CUIT-CO of REG_DEVOLUCION
               move REGISTRO-ORIGINAL of REG_ORDENAR
                   to REGISTRO-ORIGINAL of REG_DEVOLUCION
               write REG_DEVOLUCION
               add 1 to CANT-RECHAZOS-ADMIN
               add 1 to TOTAL-RECHAZOS
           end-if.
           RETURN ORDENAR AT END CONTINUE.

        abrirDevolucion.
           move spaces to WS-PATH-DEVOLUCION.
           string WS-DIR-BASE delimited by spaces
                  "DEVOLUCION_" delimited by size
                  COD-ADMIN-ACT delimited by size
                  "_" delimited by size
                  WS-YYYY-MM-DD delimited by size
                  ".txt" delimited by size
                  into WS-PATH-DEVOLUCION.
           open output DEVOLUCION.
           if ok-DEVOLUCION
               move "S" to DEVOLUCION-ABIERTA
           else
               display "ERROR: no se pudo abrir el archivo de "
               "devolucion " WS-PATH-DEVOLUCION
               display "(" fs-DEVOLUCION "); la administracion "
                   COD-ADMIN-ACT " queda sin devolucion."
               move "N" to DEVOLUCION-ABIERTA
               move 8 to COD-RETORNO
           end-if.
           move 0 to CANT-RECHAZOS-ADMIN.

        cerrarDevolucion.
           if DEVOLUCION-ABIERTA = "S"
               move "T" to TIPO-REG-CTL of REG_DEVOLUCION-CONTROL
               move CANT-RECHAZOS-ADMIN
                   to CANT-REGISTROS of REG_DEVOLUCION-CONTROL
               write REG_DEVOLUCION-CONTROL
               close DEVOLUCION
               add 1 to TOTAL-ARCHIVOS
               if COD-ADMIN-ACT = 0
                   move CANT-RECHAZOS-ADMIN to CANT-SIN-ADMIN
               else
                   move CANT-RECHAZOS-ADMIN
                       to ADM-CANT-RECHAZOS(COD-ADMIN-ACT)
               end-if
               display "Administracion " COD-ADMIN-ACT ": "
                   CANT-RECHAZOS-ADMIN " rechazos devueltos."
           end-if.

      *        ---------------------------------------------------------
      *        Manifiesto: los rechazos sin administracion primero,
      *        despues cada administracion de la referencia (o con
      *        rechazos aunque no figure en ella) por codigo
      *        ---------------------------------------------------------
        grabarManifiesto.
           open output MANIFIESTO.
           if not ok-MANIFIESTO
               display "ERROR: no se pudo abrir el manifiesto ("
                   fs-MANIFIESTO ") " WS-PATH-MANIFIESTO
               move 8 to COD-RETORNO
           else
               if CANT-SIN-ADMIN > 0
                   move 0 to COD-ADMIN of REG_MANIFIESTO
                   move "SIN ADMINISTRACION" to
                       NOMBRE-ADMIN of REG_MANIFIESTO
                   move spaces to CONTACTO-ADMIN of REG_MANIFIESTO
                   move "E" to ESTADO-ENVIO of REG_MANIFIESTO
                   move CANT-SIN-ADMIN
                       to CANT-RECHAZOS of REG_MANIFIESTO
                   move WS-YYYY-MM-DD to FECHA-PROCESO of REG_MANIFIESTO
                   write REG_MANIFIESTO
               end-if
               move 1 to IDX-ADMIN
               perform manifestarUnaAdministracion
                   until IDX-ADMIN > 999
               close MANIFIESTO
           end-if.

        manifestarUnaAdministracion.
           if ADM-EN-REFERENCIA(IDX-ADMIN) = "S"
               or ADM-CANT-RECHAZOS(IDX-ADMIN) > 0
               move IDX-ADMIN to COD-ADMIN of REG_MANIFIESTO
               move ADM-NOMBRE(IDX-ADMIN)
                   to NOMBRE-ADMIN of REG_MANIFIESTO
               move ADM-CONTACTO(IDX-ADMIN)
                   to CONTACTO-ADMIN of REG_MANIFIESTO
               move ADM-CANT-RECHAZOS(IDX-ADMIN)
                   to CANT-RECHAZOS of REG_MANIFIESTO
               move WS-YYYY-MM-DD to FECHA-PROCESO of REG_MANIFIESTO
               if ADM-CANT-RECHAZOS(IDX-ADMIN) > 0
                   move "E" to ESTADO-ENVIO of REG_MANIFIESTO
               else
                   move "N" to ESTADO-ENVIO of REG_MANIFIESTO
                   add 1 to TOTAL-SIN-NOVEDADES
               end-if
               write REG_MANIFIESTO
           end-if.
           add 1 to IDX-ADMIN.

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

        end program DevolverRechazos.

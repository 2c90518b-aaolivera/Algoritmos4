             organization is line sequential
             file status is fs-MAESTRO-CTAS.

             select REFERENCIAS
             assign to dynamic WS-PATH-REFERENCIAS
             organization is line sequential
             file status is fs-REFERENCIAS.

        DATA division.
        file section.
        fd MAESTRO-IDX.
             03 SUCURSAL pic 9(3).
             03 CBU pic 9(22).

      *        --- referencias cruzadas de CUIT renumerados
      *        (RenumerarCuit) ---
        fd REFERENCIAS.
        01 REG_REFERENCIA.
             03 CUIT-ANTERIOR pic 9(15).
             03 CUIT-NUEVO pic 9(15).
             03 FECHA-CAMBIO pic 9(8).
             03 OPERADOR-CAMBIO pic x(10).
             03 MOTIVO-CAMBIO pic x(40).

        working-storage section.
        01 fs-MAESTRO-IDX pic xx.
             88 ok-MAESTRO-IDX value "00".
        01 fs-MAESTRO-CTAS pic xx.
             88 ok-MAESTRO-CTAS value "00".
             88 eof-MAESTRO-CTAS value "10".
        01 fs-REFERENCIAS pic xx.
             88 ok-REFERENCIAS value "00".
             88 eof-REFERENCIAS value "10".

        01 WS-DIR-BASE pic x(150) value "C:\temp\".
        01 WS-PATH-MAESTRO-IDX pic x(200)
            value "C:\temp\MAESTRO.OUT".
        01 WS-PATH-MAESTRO-CTAS pic x(200) value spaces.
        01 WS-PATH-REFERENCIAS pic x(200) value spaces.
        01 WS-ENV-VAL pic x(200).
        01 WS-YYYY-MM-DD pic 9(8).
        01 WS-FECHA-ENV pic x(8).
        01 NRO-ELEGIDO pic 99.
        01 CUENTAS-LISTADAS pic 99.

      *        --- un CUIT que ya no esta en el maestro se sigue por
      *        las referencias hasta el vigente (con tope de saltos
      *        por si hubiera un ciclo) ---
        01 FIN-BUSQUEDA pic x.
        01 SALTOS-REFERENCIA pic 9.
        01 REFERENCIA-HALLADA pic x.
        01 CUIT-REEMPLAZO pic 9(15).
        01 FECHA-REEMPLAZO pic 9(8).
        01 MOTIVO-REEMPLAZO pic x(40).

      *        ---------------------------------------------------------
      *        Consulta en linea del maestro de consorcios sobre el
      *        indexado que genera el proceso diario (MAESTRO.OUT):
      *        por numero y se muestra el registro completo mas todas
      *        sus cuentas bancarias del detalle MAESTRO_CTAS del dia
      *        (no solo la cuenta principal del registro maestro).
      *        Un CUIT renumerado se sigue por REFERENCIAS_CUIT hasta
      *        el CUIT vigente del consorcio.
      *        ---------------------------------------------------------
        PROCEDURE division.
           perform leerParametros.
                      ".txt" delimited by size
                      into WS-PATH-MAESTRO-CTAS
           end-if.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "CONSULTA_REFERENCIAS".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-REFERENCIAS
           else
               string WS-DIR-BASE delimited by spaces
                      "REFERENCIAS_CUIT.txt" delimited by size
                      into WS-PATH-REFERENCIAS
           end-if.

        atenderMenu.
           display "Consulta del maestro: 1=por CUIT, 2=por nombre, "
           add 1 to POS-DIGITO.

        mostrarConsorcio.
           move 0 to SALTOS-REFERENCIA.
           move "N" to FIN-BUSQUEDA.
           perform buscarEnMaestro until FIN-BUSQUEDA = "S".

        buscarEnMaestro.
           move "S" to FIN-BUSQUEDA.
           move CUIT-CONSULTA to CUIT-CO-IDX.
           read MAESTRO-IDX
               invalid key
                   perform seguirReferencia
               not invalid key
                   perform mostrarRegistro
                   perform mostrarCuentasDetalle
           end-read.

      *        ---------------------------------------------------------
      *        CUIT que no esta en el maestro: si fue renumerado se
      *        informa el cambio y se vuelve a buscar con el CUIT nuevo
      *        ---------------------------------------------------------
        seguirReferencia.
           perform buscarReferencia.
           if REFERENCIA-HALLADA = "S" and SALTOS-REFERENCIA < 5
               display "CUIT-CO " CUIT-CONSULTA " renumerado el "
                   FECHA-REEMPLAZO " al CUIT " CUIT-REEMPLAZO
               if MOTIVO-REEMPLAZO not = spaces
                   display "  (" MOTIVO-REEMPLAZO ")"
               end-if
               move CUIT-REEMPLAZO to CUIT-CONSULTA
               add 1 to SALTOS-REFERENCIA
               move "N" to FIN-BUSQUEDA
           else
               display "CUIT-CO " CUIT-CONSULTA
               " no figura en el maestro."
           end-if.

        buscarReferencia.
           move "N" to REFERENCIA-HALLADA.
           open input REFERENCIAS.
           if ok-REFERENCIAS
               read REFERENCIAS end-read
               perform revisarUnaReferencia until eof-REFERENCIAS
               close REFERENCIAS
           end-if.

        revisarUnaReferencia.
           if CUIT-ANTERIOR = CUIT-CONSULTA
               move "S" to REFERENCIA-HALLADA
               move CUIT-NUEVO to CUIT-REEMPLAZO
               move FECHA-CAMBIO to FECHA-REEMPLAZO
               move MOTIVO-CAMBIO to MOTIVO-REEMPLAZO
           end-if.
           read REFERENCIAS end-read.

      *        ---------------------------------------------------------
      *        Hojeo por nombre: posiciona la clave alternativa en el
      *        nombre parcial tipeado y pagina de a 10 coincidencias;

        01 POS-DIGITO pic 99.
        01 UN-DIGITO pic 9.

      *        --- las colas fechadas del merge diario y de la
      *        rendicion de la red de cobranza; el prefijo se completa
      *        con la fecha en proceso ---
        01 tablaColasFechadas.
             03 filler pic x(20) value "EXC_HUERFANAS_".
             03 filler pic x(20) value "EXC_DUPLICADOS_".
             03 filler pic x(20) value "EXC_CTASDUP_".
             03 filler pic x(20) value "EXC_CBU_".
             03 filler pic x(20) value "EXC_CUIT_".
             03 filler pic x(20) value "EXC_COBRORED_".
        01 tablaColasFechadas-R redefines tablaColasFechadas.
             03 PREFIJO-COLA pic x(20) occurs 11 times.
        01 tablaConteoColas.
             03 CONTEO-COLA pic 9(8) occurs 11 times.

      *        --- las colas sin fecha de los mantenimientos ---
        01 tablaColasFijas.
           add 1 to POS-DIGITO.

      *        ---------------------------------------------------------
      *        Revisa las once colas fechadas de un dia: el dia 0 (la
      *        fecha de proceso) ademas alimenta el conteo por tipo
      *        ---------------------------------------------------------
        revisarUnDia.
           move 1 to IDX-COLA.
           perform revisarUnaCola until IDX-COLA > 11.
           perform retrocederUnDia.
           add 1 to DIA-EN-PROCESO.

           move "EXCEPCIONES DEL DIA POR COLA" to REG_DIGESTO.
           perform emitirLinea.
           move 1 to IDX-COLA.
           perform emitirUnConteoFechado until IDX-COLA > 11.
           move 1 to IDX-COLA.
           perform emitirUnConteoFijo until IDX-COLA > 4.
           move spaces to REG_DIGESTO.

       identification division.
       program-id. DeclararRetenciones.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               select REGISTRO-RETENCIONES
                   assign to disk "RETENCIONES.HIS"
                   organization is line sequential
                   file status is fs-REGISTRO-RETENCIONES.

               select DECLARACION
                   assign to dynamic WS-PATH-DECLARACION
                   organization is line sequential
                   file status is fs-DECLARACION.

               select EXCEPCIONES
                   assign to disk "DDJJRET.EXC"
                   organization is line sequential
                   FILE STATUS IS fs-EXCEPCIONES.

               SELECT ORDENAR
                   ASSIGN TO "WORKJ.TMP"
                   FILE status is fs-ORDENAR.

       DATA DIVISION.

       FILE SECTION.
      *        registro acumulado de retenciones que graba
      *        PagarProveedores, una linea por certificado e impuesto
           fd REGISTRO-RETENCIONES.
           01 REG_RETENCION.
               03 NRO-CERTIFICADO pic 9(8).
               03 FECHA-PAGO pic 9(8).
               03 CUIT-CONS pic 9(15).
               03 COD-PROV pic 9(8).
               03 CUIT-PROV pic 9(15).
               03 COND-FISCAL pic x(2).
               03 RUBRO pic x(4).
               03 IMPUESTO pic x(1).
               03 IMPORTE-BRUTO pic 9(11).
               03 BASE-SUJETA pic 9(11).
               03 ALICUOTA pic 9(2)v9(4).
               03 IMPORTE-RETENIDO pic 9(11).

      *        declaracion mensual para el organismo recaudador:
      *        encabezado "H" con el periodo, un "D" por retencion
      *        (agente, impuesto, certificado, sujeto retenido, base,
      *        alicuota e importe) y un "T" de control
           fd DECLARACION.
           01 REG_DDJJ-ENCABEZADO.
               03 TIPO-REG-ENC pic x(01).
               03 PERIODO-ENC pic x(6).
               03 FECHA-GENERACION pic 9(8).
           01 REG_DDJJ.
               03 TIPO-REG pic x(01).
               03 CUIT-AGENTE pic 9(15).
               03 IMPUESTO pic x(1).
               03 NRO-CERTIFICADO pic 9(8).
               03 FECHA-RETENCION pic 9(8).
               03 CUIT-RETENIDO pic 9(15).
               03 COND-FISCAL pic x(2).
               03 BASE-SUJETA pic 9(11).
               03 ALICUOTA pic 9(2)v9(4).
               03 IMPORTE-RETENIDO pic 9(11).
           01 REG_DDJJ-CONTROL.
               03 TIPO-REG-CTL pic x(01).
               03 CANT-REGISTROS pic 9(6).
               03 IMPORTE-TOTAL pic 9(13).

           fd EXCEPCIONES.
           01 REG_EXCEPCION pic x(132).

           SD ORDENAR.
               01 REG_ORDENAR.
                   03 CUIT-CONS pic 9(15).
                   03 IMPUESTO pic x(1).
                   03 NRO-CERTIFICADO pic 9(8).
                   03 FECHA-PAGO pic 9(8).
                   03 CUIT-PROV pic 9(15).
                   03 COND-FISCAL pic x(2).
                   03 BASE-SUJETA pic 9(11).
                   03 ALICUOTA pic 9(2)v9(4).
                   03 IMPORTE-RETENIDO pic 9(11).

       WORKING-STORAGE SECTION.
           01 fs-REGISTRO-RETENCIONES pic xx.
               88 ok-REGISTRO-RETENCIONES value "00".
               88 eof-REGISTRO-RETENCIONES value "10".
           01 fs-DECLARACION pic xx.
               88 ok-DECLARACION value "00".
           01 fs-EXCEPCIONES pic xx.
               88 ok-EXCEPCIONES value "00".
           01 fs-ORDENAR pic xx.
               88 ok-ORDENAR value "00".
               88 eof-ORDENAR value "10".

           01 WS-PATH-DECLARACION pic x(200) value spaces.
           01 WS-ENV-VAL pic x(200).
           01 WS-YYYY-MM-DD pic 9(8).
           01 WS-FECHA-ENV pic x(8).
           01 WS-MOTIVO pic x(80).

      *        periodo declarado (AAAAMM); por defecto el de la fecha
      *        de proceso, o el que indique RETENCIONES_PERIODO
           01 PERIODO-DECLARADO pic x(6).
           01 FECHA-DESCOMPUESTA.
               03 FD-PERIODO pic x(6).
               03 FD-DIA pic 9(2).

           01 DECLARACION-ABIERTA pic x value "N".
           01 TOTAL-LEIDOS pic 9(6) value 0.
           01 TOTAL-DECLARADOS pic 9(6) value 0.
           01 TOTAL-OBSERVADOS pic 9(6) value 0.
           01 TOTAL-DECLARADO pic 9(13) value 0.
           01 TOTAL-GANANCIAS pic 9(13) value 0.
           01 TOTAL-INGRESOS-BRUTOS pic 9(13) value 0.

      *        codigo de retorno del paso (0 limpio, 4 con
      *        advertencias, 8 error serio)
           01 COD-RETORNO pic 9(2) value 0.

      *        ---------------------------------------------------------
      *        Declaracion mensual de retenciones: toma de
      *        RETENCIONES.HIS las retenciones practicadas en el
      *        periodo (por fecha de pago), las ordena por agente
      *        (CUIT del consorcio), impuesto y numero de certificado y
      *        graba DDJJRET_AAAAMM.txt con encabezado, detalle y
      *        control. Las retenciones cuyo proveedor no tiene CUIT
      *        cargado no se pueden declarar: van a DDJJRET.EXC para
      *        completar el maestro de proveedores y regenerar.
      *        ---------------------------------------------------------
       procedure division.
           display "|--- Declaracion mensual de retenciones ---|".

           perform ObtenerFechaProceso.
           move WS-YYYY-MM-DD(1:6) to PERIODO-DECLARADO.
           accept WS-ENV-VAL from environment "RETENCIONES_PERIODO".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL(1:6) to PERIODO-DECLARADO
           end-if.
           string "DDJJRET_" delimited by size
                  PERIODO-DECLARADO delimited by size
                  ".txt" delimited by size
                  into WS-PATH-DECLARACION.
           display "Periodo declarado: " PERIODO-DECLARADO.

           OPEN OUTPUT EXCEPCIONES.
           SORT ORDENAR
               ON ASCENDING CUIT-CONS of REG_ORDENAR
               ON ASCENDING IMPUESTO of REG_ORDENAR
               ON ASCENDING NRO-CERTIFICADO of REG_ORDENAR
           INPUT PROCEDURE is ENTRADA
           OUTPUT PROCEDURE is SALIDA.
           CLOSE EXCEPCIONES.

           display "Retenciones del periodo: " TOTAL-LEIDOS.
           display "Retenciones declaradas: " TOTAL-DECLARADOS.
           display "Retenciones observadas: " TOTAL-OBSERVADOS.
           display "Total Ganancias (centavos): " TOTAL-GANANCIAS.
           display "Total Ingresos Brutos (centavos): "
               TOTAL-INGRESOS-BRUTOS.
           display "Total declarado (centavos): " TOTAL-DECLARADO.
           if COD-RETORNO < 4 and TOTAL-OBSERVADOS > 0
               move 4 to COD-RETORNO
           end-if.
           move COD-RETORNO to RETURN-CODE.
       GOBACK.

       ENTRADA.
           OPEN input REGISTRO-RETENCIONES.
           if not ok-REGISTRO-RETENCIONES
               display "ERROR: no se pudo abrir RETENCIONES.HIS ("
                   fs-REGISTRO-RETENCIONES ")."
               move 8 to COD-RETORNO
           else
               READ REGISTRO-RETENCIONES end-read
               PERFORM LiberarUnaRetencion
                   UNTIL eof-REGISTRO-RETENCIONES
               CLOSE REGISTRO-RETENCIONES
           end-if.

       LiberarUnaRetencion.
           move FECHA-PAGO of REG_RETENCION to FECHA-DESCOMPUESTA.
           if FD-PERIODO = PERIODO-DECLARADO
               add 1 to TOTAL-LEIDOS
               if CUIT-PROV of REG_RETENCION = 0
                   move "proveedor sin CUIT en el maestro" to WS-MOTIVO
                   perform EmitirExcepcion
               else
                   move corresponding REG_RETENCION to REG_ORDENAR
                   RELEASE REG_ORDENAR
               end-if
           end-if.
           READ REGISTRO-RETENCIONES end-read.

       SALIDA.
           RETURN ORDENAR at end continue end-return.
           if COD-RETORNO < 8
               OPEN OUTPUT DECLARACION
               if not ok-DECLARACION
                   display "ERROR: no se pudo abrir "
                       WS-PATH-DECLARACION " (" fs-DECLARACION ")."
                   move 8 to COD-RETORNO
               else
                   move "S" to DECLARACION-ABIERTA
                   move spaces to REG_DDJJ-ENCABEZADO
                   move "H" to TIPO-REG-ENC
                   move PERIODO-DECLARADO to PERIODO-ENC
                   move WS-YYYY-MM-DD to FECHA-GENERACION
                   WRITE REG_DDJJ-ENCABEZADO
                   PERFORM GrabarUnaRetencion UNTIL eof-ORDENAR
                   move spaces to REG_DDJJ-CONTROL
                   move "T" to TIPO-REG-CTL
                   move TOTAL-DECLARADOS to CANT-REGISTROS
                   move TOTAL-DECLARADO to IMPORTE-TOTAL
                   WRITE REG_DDJJ-CONTROL
                   CLOSE DECLARACION
               end-if
           end-if.

       GrabarUnaRetencion.
           move "D" to TIPO-REG of REG_DDJJ.
           move CUIT-CONS of REG_ORDENAR to CUIT-AGENTE.
           move IMPUESTO of REG_ORDENAR to IMPUESTO of REG_DDJJ.
           move NRO-CERTIFICADO of REG_ORDENAR
               to NRO-CERTIFICADO of REG_DDJJ.
           move FECHA-PAGO of REG_ORDENAR to FECHA-RETENCION.
           move CUIT-PROV of REG_ORDENAR to CUIT-RETENIDO.
           move COND-FISCAL of REG_ORDENAR to COND-FISCAL of REG_DDJJ.
           move BASE-SUJETA of REG_ORDENAR to BASE-SUJETA of REG_DDJJ.
           move ALICUOTA of REG_ORDENAR to ALICUOTA of REG_DDJJ.
           move IMPORTE-RETENIDO of REG_ORDENAR
               to IMPORTE-RETENIDO of REG_DDJJ.
           WRITE REG_DDJJ.
           add 1 to TOTAL-DECLARADOS.
           add IMPORTE-RETENIDO of REG_ORDENAR to TOTAL-DECLARADO.
           if IMPUESTO of REG_ORDENAR = "G"
               add IMPORTE-RETENIDO of REG_ORDENAR to TOTAL-GANANCIAS
           else
               add IMPORTE-RETENIDO of REG_ORDENAR
                   to TOTAL-INGRESOS-BRUTOS
           end-if.
           RETURN ORDENAR at end continue end-return.

       EmitirExcepcion.
           add 1 to TOTAL-OBSERVADOS.
           move spaces to REG_EXCEPCION.
           string NRO-CERTIFICADO of REG_RETENCION "  "
               CUIT-CONS of REG_RETENCION "  "
               COD-PROV of REG_RETENCION "  "
               IMPUESTO of REG_RETENCION "  "
               IMPORTE-RETENIDO of REG_RETENCION "  "
               WS-MOTIVO
               delimited by size into REG_EXCEPCION.
           WRITE REG_EXCEPCION.
           display "OBSERVADA: " REG_EXCEPCION.

      *        ---------------------------------------------------------
      *        Fecha de negocio del proceso: la fecha calendario, salvo
      *        que el parametro FECHA_PROCESO indique la fecha contable
      *        del run (corridas despues de medianoche o reprocesos)
      *        ---------------------------------------------------------
       ObtenerFechaProceso.
           accept WS-YYYY-MM-DD from date yyyymmdd.
           accept WS-FECHA-ENV from environment "FECHA_PROCESO".
           if WS-FECHA-ENV is numeric
               move WS-FECHA-ENV to WS-YYYY-MM-DD
           end-if.

       END PROGRAM DeclararRetenciones.

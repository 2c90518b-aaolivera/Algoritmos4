       identification division.
       program-id. PagarProveedores.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               select FACTURAS
                   assign to disk "FACTURAS.OUT"
                   ORGANIZATION INDEXED
                   access mode is sequential
                   RECORD KEY IS FACT-KEY
                   FILE STATUS IS fs-FACTURAS.

               select PROV
                   assign to disk "PROV.INFO"
                   organization is line sequential
                   file status is fs-PROV.

               SELECT MAESTRO
                   assign to disk "MAESTRO.txt"
                   organization is line sequential
                   file status is fs-MAESTRO.

               select LIMITES
                   assign to disk "LIMITEPAGO.INFO"
                   organization is line sequential
                   file status is fs-LIMITES.

               select TRANSFERENCIAS
                   assign to dynamic WS-PATH-TRANSFERENCIAS
                   organization is line sequential
                   file status is fs-TRANSFERENCIAS.

               select PAGOS
                   assign to disk "PAGOS.INFO"
                   organization is line sequential
                   FILE STATUS IS fs-PAGOS.

               select EXCEPCIONES
                   assign to disk "PAGOSPROV.EXC"
                   organization is line sequential
                   FILE STATUS IS fs-EXCEPCIONES.

               select ALICUOTAS
                   assign to disk "RETENCIONES.INFO"
                   organization is line sequential
                   file status is fs-ALICUOTAS.

               select NUMERADOR
                   assign to disk "CERTRET.NRO"
                   organization is line sequential
                   file status is fs-NUMERADOR.

               select REGISTRO-RETENCIONES
                   assign to disk "RETENCIONES.HIS"
                   organization is line sequential
                   file status is fs-REGISTRO-RETENCIONES.

               select CERTIFICADOS
                   assign to dynamic WS-PATH-CERTIFICADOS
                   organization is line sequential
                   file status is fs-CERTIFICADOS.

               SELECT ORDENAR
                   ASSIGN TO "WORKG.TMP"
                   FILE status is fs-ORDENAR.

       DATA DIVISION.

       FILE SECTION.
           fd FACTURAS.
           01 REG_FACTURA.
               03 FACT-KEY.
                   06 CUIT-CONS-F pic 9(15).
                   06 COD-PROV-F pic 9(8).
                   06 NRO-FACT-F pic 9(8).
               03 FECHA-FACT pic 9(8).
               03 IMPORTE-FACT pic 9(11).
               03 PAGADA-F pic x(1).
               03 FECHA-PAGO-F pic 9(8).

           fd PROV.
           01 REG_PROV.
               03 COD-PROV pic 9(8).
               03 DIR pic 9(30).
               03 TEL pic 9(15).
               03 RUBRO pic X(4).
               03 DESC-RUBRO pic X(15).
               03 FECHA-ALTA pic 9(8).
               03 CANT pic 9(3).
               03 CBU-PROV pic 9(22).
               03 COND-FISCAL pic x(2).
               03 CUIT-PROV pic 9(15).

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

      *        tope de pago por corrida para cada consorcio, en
      *        centavos, ascendente por CUIT-CONS; los consorcios que
      *        no figuran toman el tope general del parametro
           fd LIMITES.
           01 REG_LIMITE.
               03 CUIT-CONS pic 9(15).
               03 LIMITE-PAGO pic 9(11).

      *        presentacion de transferencias por banco pagador (la
      *        entidad de la cuenta del consorcio): registro "H" de
      *        encabezado, "D" por consorcio y proveedor y "T" de
      *        control con cantidad e importe total, como DEBITOS
           fd TRANSFERENCIAS.
           01 REG_TRANSF-ENCABEZADO.
               03 TIPO-REG-ENC pic x(01).
               03 ENTIDAD-ENC pic 9(3).
               03 FECHA-PAGO-ENC pic 9(8).
               03 FECHA-CORTE-ENC pic 9(8).
           01 REG_TRANSFERENCIA.
               03 TIPO-REG pic x(01).
               03 CUIT-CONS pic 9(15).
               03 SUCURSAL-ORIGEN pic 9(3).
               03 NRO-CTA-ORIGEN pic 9(8).
               03 CBU-ORIGEN pic 9(22).
               03 COD-PROV pic 9(8).
               03 CBU-DESTINO pic 9(22).
               03 IMPORTE pic 9(11).
               03 CANT-FACTURAS pic 9(4).
           01 REG_TRANSF-CONTROL.
               03 TIPO-REG-CTL pic x(01).
               03 CANT-REGISTROS pic 9(6).
               03 IMPORTE-TOTAL pic 9(13).

      *        lote para AplicarPagos, en su mismo layout
           fd PAGOS.
           01 REG_PAGO.
               03 CUIT-CONS pic x(15).
               03 COD-PROV pic x(8).
               03 NRO-FACTURA pic x(8).
               03 FECHA-PAGO pic x(8).

           fd EXCEPCIONES.
           01 REG_EXCEPCION pic x(132).

      *        alicuotas de retencion por rubro y condicion fiscal del
      *        proveedor ("****" en RUBRO vale para cualquier rubro);
      *        IMPUESTO "G" Ganancias, "I" Ingresos Brutos. Se retiene
      *        sobre lo que el pago excede el minimo no sujeto.
           fd ALICUOTAS.
           01 REG_ALICUOTA.
               03 RUBRO pic x(4).
               03 COND-FISCAL pic x(2).
               03 IMPUESTO pic x(1).
               03 ALICUOTA pic 9(2)v9(4).
               03 MINIMO-NO-SUJETO pic 9(11).

      *        ultimo numero de certificado de retencion emitido
           fd NUMERADOR.
           01 REG_NUMERADOR.
               03 ULTIMO-CERTIFICADO pic 9(8).

      *        registro acumulado de retenciones practicadas, una linea
      *        por certificado e impuesto; de aca sale la declaracion
      *        mensual (DeclararRetenciones)
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

           fd CERTIFICADOS.
           01 REG_CERTIFICADO pic x(132).

           SD ORDENAR.
               01 REG_ORDENAR.
                   03 ENTIDAD pic 9(3).
                   03 CUIT-CONS pic 9(15).
                   03 FECHA-FACTURA pic 9(8).
                   03 COD-PROV pic 9(8).
                   03 NRO-FACTURA pic 9(8).
                   03 IMPORTE pic 9(11).
                   03 SUCURSAL pic 9(3).
                   03 NRO-CTA pic 9(8).
                   03 CBU pic 9(22).
                   03 CBU-PROV pic 9(22).
                   03 RUBRO pic x(4).
                   03 COND-FISCAL pic x(2).
                   03 CUIT-PROV pic 9(15).

       WORKING-STORAGE SECTION.
           01 fs-FACTURAS pic xx.
               88 ok-FACTURAS value "00".
               88 eof-FACTURAS value "10".
           01 fs-PROV pic xx.
               88 ok-PROV value "00".
               88 eof-PROV value "10".
           01 fs-MAESTRO pic xx.
               88 ok-MAESTRO value "00".
               88 eof-MAESTRO value "10".
           01 fs-LIMITES pic xx.
               88 ok-LIMITES value "00".
               88 eof-LIMITES value "10".
           01 fs-TRANSFERENCIAS pic xx.
               88 ok-TRANSFERENCIAS value "00".
           01 fs-PAGOS pic xx.
               88 ok-PAGOS value "00".
           01 fs-EXCEPCIONES pic xx.
               88 ok-EXCEPCIONES value "00".
           01 fs-ORDENAR pic xx.
               88 ok-ORDENAR value "00".
               88 eof-ORDENAR value "10".
           01 fs-ALICUOTAS pic xx.
               88 ok-ALICUOTAS value "00".
               88 eof-ALICUOTAS value "10".
           01 fs-NUMERADOR pic xx.
               88 ok-NUMERADOR value "00".
           01 fs-REGISTRO-RETENCIONES pic xx.
               88 ok-REGISTRO-RETENCIONES value "00".
           01 fs-CERTIFICADOS pic xx.
               88 ok-CERTIFICADOS value "00".

           01 WS-PATH-TRANSFERENCIAS pic x(200) value spaces.
           01 WS-PATH-CERTIFICADOS pic x(200) value spaces.
           01 WS-ENV-VAL pic x(200).
           01 WS-YYYY-MM-DD pic 9(8).
           01 WS-FECHA-ENV pic x(8).
           01 WS-MOTIVO pic x(80).

      *        fecha de corte (se pagan las facturas emitidas hasta
      *        ese dia inclusive), fecha de pago informada al banco y
      *        a AplicarPagos, y tope general por consorcio (cero =
      *        sin tope)
           01 FECHA-CORTE pic 9(8).
           01 FECHA-PAGO-RUN pic 9(8).
           01 LIMITE-GENERAL pic 9(11) value 0.
           01 LIMITE-INGRESADO pic x(11).

      *        proveedores con su CBU, ascendente por COD-PROV
           01 WS-CANT-PROV pic 9(6) value 0.
           01 tablaProveedores.
               03 provItem OCCURS 1 TO 99999 TIMES
                   DEPENDING ON WS-CANT-PROV.
                   05 PROV-COD pic 9(8).
                   05 PROV-CBU pic 9(22).
                   05 PROV-CBU-VALIDO pic x(1).
                   05 PROV-RUBRO pic x(4).
                   05 PROV-COND-FISCAL pic x(2).
                   05 PROV-CUIT pic 9(15).
           01 IDX-PROV pic 9(7).
           01 IDX-PROV-HALLADO pic 9(7).
           01 LIM-INF-PROV pic 9(7).
           01 LIM-SUP-PROV pic 9(7).
           01 COD-PROV-BUSCADO pic 9(8).

      *        consorcios del maestro vigente con su cuenta pagadora,
      *        ascendente por CUIT
           01 WS-CANT-CONS pic 9(6) value 0.
           01 tablaConsorcios.
               03 consItem OCCURS 1 TO 99999 TIMES
                   DEPENDING ON WS-CANT-CONS.
                   05 CONS-CUIT pic 9(15).
                   05 CONS-HAS-CUENTA pic x(01).
                   05 CONS-ENTIDAD pic 9(3).
                   05 CONS-SUCURSAL pic 9(3).
                   05 CONS-NRO-CTA pic 9(8).
                   05 CONS-CBU pic 9(22).
                   05 CONS-NOMBRE pic x(30).
           01 IDX-CONS pic 9(7).
           01 IDX-CONS-HALLADO pic 9(7).
           01 LIM-INF-CONS pic 9(7).
           01 LIM-SUP-CONS pic 9(7).

      *        topes particulares por consorcio
           01 WS-CANT-LIMITES pic 9(6) value 0.
           01 tablaLimites.
               03 limiteItem OCCURS 1 TO 99999 TIMES
                   DEPENDING ON WS-CANT-LIMITES.
                   05 LIM-CUIT pic 9(15).
                   05 LIM-IMPORTE pic 9(11).
           01 IDX-LIMITE pic 9(7).
           01 IDX-LIMITE-HALLADO pic 9(7).
           01 LIM-INF-LIMITE pic 9(7).
           01 LIM-SUP-LIMITE pic 9(7).
           01 CUIT-BUSCADO pic 9(15).

      *        validacion de los dos digitos verificadores del CBU,
      *        con las mismas reglas que Program1 aplica a las cuentas
      *        de los consorcios
           01 PESOS-CBU-BLOQUE-1 pic x(7) value "7139713".
           01 PESOS-CBU-BLOQUE-2 pic x(13) value "3971397139713".
           01 CBU-EN-PROCESO pic 9(22).
           01 CBU-X redefines CBU-EN-PROCESO pic x(22).
           01 SUMA-CBU pic 9(4).
           01 COCIENTE-CBU pic 9(4).
           01 RESTO-CBU pic 9(2).
           01 POS-CBU pic 99.
           01 DIGITO-CBU pic 9.
           01 PESO-CBU pic 9.
           01 VERIF-CBU pic 99.
           01 CBU-VALIDO pic x.

      *        consorcio en proceso: tope, acumulado y transferencias
      *        agrupadas por proveedor
           01 ENTIDAD_ACT pic 9(3).
           01 CUIT-CONS_ACT pic 9(15).
           01 SUCURSAL_ACT pic 9(3).
           01 NRO-CTA_ACT pic 9(8).
           01 CBU_ACT pic 9(22).
           01 LIMITE-CONSORCIO pic 9(11).
           01 PAGADO-CONSORCIO pic 9(13).
           01 TOPE-ALCANZADO pic x(1).
           01 CANT-PAGOS-PROV pic 9(4) value 0.
           01 tablaPagosProv occurs 999 times.
               03 PAG-COD-PROV pic 9(8).
               03 PAG-CBU pic 9(22).
               03 PAG-IMPORTE pic 9(11).
               03 PAG-CANT pic 9(4).
               03 PAG-RUBRO pic x(4).
               03 PAG-COND-FISCAL pic x(2).
               03 PAG-CUIT-PROV pic 9(15).
           01 IDX-PAGO pic 9(4).
           01 IDX-PAGO-HALLADO pic 9(4).

      *        alicuotas de retencion vigentes
           01 CANT-ALICUOTAS pic 9(4) value 0.
           01 tablaAlicuotas occurs 999 times.
               03 ALI-RUBRO pic x(4).
               03 ALI-COND-FISCAL pic x(2).
               03 ALI-IMPUESTO pic x(1).
               03 ALI-PORCENTAJE pic 9(2)v9(4).
               03 ALI-MINIMO pic 9(11).
           01 IDX-ALICUOTA pic 9(4).
           01 IDX-ALICUOTA-HALLADO pic 9(4).
           01 IMPUESTO-BUSCADO pic x(1).
           01 RUBRO-BUSCADO pic x(4).

      *        retencion del pago en proceso, por impuesto (1
      *        Ganancias, 2 Ingresos Brutos)
           01 tablaImpuestos.
               03 filler pic x(11) value "GGANANCIAS ".
               03 filler pic x(11) value "IING.BRUTOS".
           01 tablaImpuestos-R redefines tablaImpuestos.
               03 IMP-ITEM occurs 2 times.
                   05 IMP-CODIGO pic x(1).
                   05 IMP-DESCRIPCION pic x(10).
           01 tablaRetencionPago occurs 2 times.
               03 RET-BASE pic 9(11).
               03 RET-ALICUOTA pic 9(2)v9(4).
               03 RET-IMPORTE pic 9(11).
           01 IDX-IMPUESTO pic 9.
           01 RETENIDO-PAGO pic 9(11).
           01 NETO-PAGO pic 9(11).
           01 NRO-CERTIFICADO-ACT pic 9(8) value 0.
           01 NUMERADOR-LEIDO pic x value "N".
           01 CERTIFICADOS-ABIERTO pic x value "N".
           01 REGISTRO-ABIERTO pic x value "N".
           01 ALICUOTA-EDITADA pic z9.9999.

           01 TRANSF-ABIERTO pic x value "N".
           01 CANT-TRANSF-ENTIDAD pic 9(6) value 0.
           01 IMPORTE-TRANSF-ENTIDAD pic 9(13) value 0.

           01 TOTAL-FACTURAS-VENCIDAS pic 9(6) value 0.
           01 TOTAL-FACTURAS-PAGADAS pic 9(6) value 0.
           01 TOTAL-FACTURAS-DIFERIDAS pic 9(6) value 0.
           01 TOTAL-FACTURAS-OBSERVADAS pic 9(6) value 0.
           01 TOTAL-TRANSFERENCIAS pic 9(6) value 0.
           01 TOTAL-ARCHIVOS pic 9(4) value 0.
           01 TOTAL-PAGADO pic 9(15) value 0.
           01 TOTAL-RETENIDO pic 9(15) value 0.
           01 TOTAL-NETO pic 9(15) value 0.
           01 TOTAL-CERTIFICADOS pic 9(6) value 0.

      *        codigo de retorno del paso (0 limpio, 4 con
      *        advertencias, 8 error serio)
           01 COD-RETORNO pic 9(2) value 0.

      *        ---------------------------------------------------------
      *        Corrida de pago a proveedores: recorre FACTURAS.OUT y
      *        toma las facturas impagas (PAGADA-F distinto de "S")
      *        emitidas hasta la fecha de corte. Cada factura se paga
      *        desde la cuenta del consorcio en el maestro vigente al
      *        CBU del proveedor en PROV.INFO; las de consorcios sin
      *        cuenta y las de proveedores sin CBU valido van a
      *        PAGOSPROV.EXC y no entran en la presentacion. Por
      *        consorcio se pagan primero las facturas mas antiguas
      *        hasta su tope (LIMITEPAGO.INFO o el tope general); desde
      *        la primera que no entra, las siguientes se difieren a la
      *        proxima corrida. Las facturas pagadas se agrupan en una
      *        transferencia por consorcio y proveedor, en un archivo
      *        TRANSF_eee.txt por banco pagador con encabezado y
      *        control, y se graban en PAGOS.INFO para que AplicarPagos
      *        las marque saldadas. De cada transferencia se retienen
      *        Ganancias e Ingresos Brutos segun el rubro y la condicion
      *        fiscal del proveedor (RETENCIONES.INFO): el banco
      *        transfiere el neto, se emite un certificado numerado
      *        (CERTRET_AAAAMMDD.txt) y la retencion queda en
      *        RETENCIONES.HIS para la declaracion mensual.
      *        ---------------------------------------------------------
       procedure division.
           display "|--- Corrida de pago a proveedores ---|".

           perform LeerParametros.
           perform CargarTablaProveedores.
           perform CargarTablaConsorcios.
           perform CargarTablaLimites.
           perform CargarTablaAlicuotas.
           perform LeerNumerador.

           if COD-RETORNO < 8
               OPEN OUTPUT PAGOS
               OPEN OUTPUT EXCEPCIONES
               if not ok-PAGOS
                   display "ERROR: no se pudo abrir PAGOS.INFO ("
                       fs-PAGOS "); no se genera la corrida."
                   move 8 to COD-RETORNO
               else
                   SORT ORDENAR
                       ON ASCENDING ENTIDAD of REG_ORDENAR
                       ON ASCENDING CUIT-CONS of REG_ORDENAR
                       ON ASCENDING FECHA-FACTURA of REG_ORDENAR
                       ON ASCENDING COD-PROV of REG_ORDENAR
                       ON ASCENDING NRO-FACTURA of REG_ORDENAR
                   INPUT PROCEDURE is ENTRADA
                   OUTPUT PROCEDURE is SALIDA
                   CLOSE PAGOS
               end-if
               CLOSE EXCEPCIONES
               perform CerrarRetenciones
           end-if.

           display "Facturas impagas al corte: "
               TOTAL-FACTURAS-VENCIDAS.
           display "Facturas pagadas: " TOTAL-FACTURAS-PAGADAS.
           display "Facturas diferidas por tope: "
               TOTAL-FACTURAS-DIFERIDAS.
           display "Facturas observadas: " TOTAL-FACTURAS-OBSERVADAS.
           display "Transferencias generadas: " TOTAL-TRANSFERENCIAS.
           display "Archivos de transferencias: " TOTAL-ARCHIVOS.
           display "Total pagado (centavos): " TOTAL-PAGADO.
           display "Total retenido (centavos): " TOTAL-RETENIDO.
           display "Total neto transferido (centavos): " TOTAL-NETO.
           display "Certificados de retencion emitidos: "
               TOTAL-CERTIFICADOS.
           if COD-RETORNO < 4 and TOTAL-FACTURAS-OBSERVADAS > 0
               move 4 to COD-RETORNO
           end-if.
           move COD-RETORNO to RETURN-CODE.
       GOBACK.

      *        ---------------------------------------------------------
      *        Parametros del run: fecha de corte, fecha de pago y
      *        tope general por consorcio (en centavos)
      *        ---------------------------------------------------------
       LeerParametros.
           perform ObtenerFechaProceso.
           move WS-YYYY-MM-DD to FECHA-CORTE.
           move WS-YYYY-MM-DD to FECHA-PAGO-RUN.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "PAGOS_FECHA_CORTE".
           if WS-ENV-VAL(1:8) is numeric
               move WS-ENV-VAL(1:8) to FECHA-CORTE
           end-if.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "PAGOS_FECHA_PAGO".
           if WS-ENV-VAL(1:8) is numeric
               move WS-ENV-VAL(1:8) to FECHA-PAGO-RUN
           end-if.
           move spaces to LIMITE-INGRESADO.
           accept LIMITE-INGRESADO from environment "PAGOS_LIMITE".
           if LIMITE-INGRESADO not = spaces
               if LIMITE-INGRESADO is numeric
                   move LIMITE-INGRESADO to LIMITE-GENERAL
               else
                   display "ADVERTENCIA: PAGOS_LIMITE debe ocupar 11 "
                   "digitos; se corre sin tope general."
                   if COD-RETORNO < 4
                       move 4 to COD-RETORNO
                   end-if
               end-if
           end-if.
           display "Fecha de corte: " FECHA-CORTE
               "  Fecha de pago: " FECHA-PAGO-RUN
               "  Tope general: " LIMITE-GENERAL.

       CargarTablaProveedores.
           move 0 to WS-CANT-PROV.
           OPEN input PROV.
           if not ok-PROV
               display "ERROR: no se pudo abrir PROV.INFO ("
                   fs-PROV ")."
               move 8 to COD-RETORNO
           else
               READ PROV end-read
               PERFORM CargarUnProveedor UNTIL eof-PROV
               CLOSE PROV
           end-if.

       CargarUnProveedor.
           if WS-CANT-PROV < 99999
               add 1 to WS-CANT-PROV
               move COD-PROV of REG_PROV to PROV-COD(WS-CANT-PROV)
               move "N" to PROV-CBU-VALIDO(WS-CANT-PROV)
               move 0 to PROV-CBU(WS-CANT-PROV)
               move RUBRO of REG_PROV to PROV-RUBRO(WS-CANT-PROV)
               move COND-FISCAL of REG_PROV
                   to PROV-COND-FISCAL(WS-CANT-PROV)
               if PROV-COND-FISCAL(WS-CANT-PROV) = spaces
                   move "NI" to PROV-COND-FISCAL(WS-CANT-PROV)
               end-if
               move 0 to PROV-CUIT(WS-CANT-PROV)
               if CUIT-PROV of REG_PROV is numeric
                   move CUIT-PROV of REG_PROV
                       to PROV-CUIT(WS-CANT-PROV)
               end-if
               if CBU-PROV of REG_PROV is numeric
                   move CBU-PROV of REG_PROV to CBU-EN-PROCESO
                   perform ValidarCbu
                   move CBU-PROV of REG_PROV
                       to PROV-CBU(WS-CANT-PROV)
                   move CBU-VALIDO to PROV-CBU-VALIDO(WS-CANT-PROV)
               end-if
           end-if.
           READ PROV end-read.

       CargarTablaConsorcios.
           move 0 to WS-CANT-CONS.
           OPEN input MAESTRO.
           if not ok-MAESTRO
               display "ERROR: no se pudo abrir MAESTRO.txt ("
                   fs-MAESTRO ")."
               move 8 to COD-RETORNO
           else
               READ MAESTRO end-read
               PERFORM CargarUnConsorcio UNTIL eof-MAESTRO
               CLOSE MAESTRO
           end-if.

       CargarUnConsorcio.
           if WS-CANT-CONS < 99999
               add 1 to WS-CANT-CONS
               move CUIT-CO of REG_MAESTRO to CONS-CUIT(WS-CANT-CONS)
               move HAS-CUENTA of REG_MAESTRO
                   to CONS-HAS-CUENTA(WS-CANT-CONS)
               move ENTIDAD of REG_MAESTRO
                   to CONS-ENTIDAD(WS-CANT-CONS)
               move SUCURSAL of REG_MAESTRO
                   to CONS-SUCURSAL(WS-CANT-CONS)
               move NRO-CTA of REG_MAESTRO
                   to CONS-NRO-CTA(WS-CANT-CONS)
               move CBU of REG_MAESTRO to CONS-CBU(WS-CANT-CONS)
               move NOMBRE-CONSORCIO of REG_MAESTRO
                   to CONS-NOMBRE(WS-CANT-CONS)
           end-if.
           READ MAESTRO end-read.

      *        sin archivo de topes rige el tope general para todos
       CargarTablaLimites.
           move 0 to WS-CANT-LIMITES.
           OPEN input LIMITES.
           if ok-LIMITES
               READ LIMITES end-read
               PERFORM CargarUnLimite UNTIL eof-LIMITES
               CLOSE LIMITES
           end-if.

       CargarUnLimite.
           if WS-CANT-LIMITES < 99999
               add 1 to WS-CANT-LIMITES
               move CUIT-CONS of REG_LIMITE
                   to LIM-CUIT(WS-CANT-LIMITES)
               move LIMITE-PAGO of REG_LIMITE
                   to LIM-IMPORTE(WS-CANT-LIMITES)
           end-if.
           READ LIMITES end-read.

      *        ---------------------------------------------------------
      *        Libera al sort las facturas impagas hasta la fecha de
      *        corte que tienen cuenta de origen y de destino
      *        ---------------------------------------------------------
       ENTRADA.
           OPEN input FACTURAS.
           if not ok-FACTURAS
               display "ERROR: no se pudo abrir FACTURAS.OUT ("
                   fs-FACTURAS ")."
               move 8 to COD-RETORNO
           else
               READ FACTURAS NEXT RECORD end-read
               PERFORM LiberarUnaFactura UNTIL eof-FACTURAS
               CLOSE FACTURAS
           end-if.

       LiberarUnaFactura.
           if PAGADA-F of REG_FACTURA not = "S"
               and FECHA-FACT of REG_FACTURA <= FECHA-CORTE
               add 1 to TOTAL-FACTURAS-VENCIDAS
               move spaces to WS-MOTIVO
               move CUIT-CONS-F of REG_FACTURA to CUIT-BUSCADO
               perform BuscarConsorcio
               if IDX-CONS-HALLADO = 0
                   move "consorcio inexistente en el maestro vigente"
                       to WS-MOTIVO
               else
                   if CONS-HAS-CUENTA(IDX-CONS-HALLADO) not = "S"
                       move "consorcio sin cuenta bancaria pagadora"
                           to WS-MOTIVO
                   end-if
               end-if
               if WS-MOTIVO = spaces
                   move COD-PROV-F of REG_FACTURA to COD-PROV-BUSCADO
                   perform BuscarProveedor
                   if IDX-PROV-HALLADO = 0
                       move "proveedor inexistente en PROV.INFO"
                           to WS-MOTIVO
                   else
                       if PROV-CBU-VALIDO(IDX-PROV-HALLADO) not = "S"
                           move "proveedor sin CBU valido"
                               to WS-MOTIVO
                       end-if
                   end-if
               end-if
               if WS-MOTIVO = spaces
                   perform LiberarFacturaAPagar
               else
                   perform EmitirExcepcionFactura
               end-if
           end-if.
           READ FACTURAS NEXT RECORD end-read.

       LiberarFacturaAPagar.
           move CONS-ENTIDAD(IDX-CONS-HALLADO)
               to ENTIDAD of REG_ORDENAR.
           move CUIT-CONS-F of REG_FACTURA to CUIT-CONS of REG_ORDENAR.
           move FECHA-FACT of REG_FACTURA
               to FECHA-FACTURA of REG_ORDENAR.
           move COD-PROV-F of REG_FACTURA to COD-PROV of REG_ORDENAR.
           move NRO-FACT-F of REG_FACTURA
               to NRO-FACTURA of REG_ORDENAR.
           move IMPORTE-FACT of REG_FACTURA to IMPORTE of REG_ORDENAR.
           move CONS-SUCURSAL(IDX-CONS-HALLADO)
               to SUCURSAL of REG_ORDENAR.
           move CONS-NRO-CTA(IDX-CONS-HALLADO)
               to NRO-CTA of REG_ORDENAR.
           move CONS-CBU(IDX-CONS-HALLADO) to CBU of REG_ORDENAR.
           move PROV-CBU(IDX-PROV-HALLADO) to CBU-PROV of REG_ORDENAR.
           move PROV-RUBRO(IDX-PROV-HALLADO) to RUBRO of REG_ORDENAR.
           move PROV-COND-FISCAL(IDX-PROV-HALLADO)
               to COND-FISCAL of REG_ORDENAR.
           move PROV-CUIT(IDX-PROV-HALLADO) to CUIT-PROV of REG_ORDENAR.
           RELEASE REG_ORDENAR.

      *        ---------------------------------------------------------
      *        Busquedas binarias sobre las tablas cargadas
      *        ---------------------------------------------------------
       BuscarConsorcio.
           move 0 to IDX-CONS-HALLADO.
           move 1 to LIM-INF-CONS.
           move WS-CANT-CONS to LIM-SUP-CONS.
           perform BuscarUnConsorcio
               until LIM-INF-CONS > LIM-SUP-CONS
               or IDX-CONS-HALLADO > 0.

       BuscarUnConsorcio.
           compute IDX-CONS = (LIM-INF-CONS + LIM-SUP-CONS) / 2.
           if CONS-CUIT(IDX-CONS) = CUIT-BUSCADO
               move IDX-CONS to IDX-CONS-HALLADO
           else
               if CONS-CUIT(IDX-CONS) < CUIT-BUSCADO
                   compute LIM-INF-CONS = IDX-CONS + 1
               else
                   compute LIM-SUP-CONS = IDX-CONS - 1
               end-if
           end-if.

       BuscarProveedor.
           move 0 to IDX-PROV-HALLADO.
           move 1 to LIM-INF-PROV.
           move WS-CANT-PROV to LIM-SUP-PROV.
           perform BuscarUnProveedor
               until LIM-INF-PROV > LIM-SUP-PROV
               or IDX-PROV-HALLADO > 0.

       BuscarUnProveedor.
           compute IDX-PROV = (LIM-INF-PROV + LIM-SUP-PROV) / 2.
           if PROV-COD(IDX-PROV) = COD-PROV-BUSCADO
               move IDX-PROV to IDX-PROV-HALLADO
           else
               if PROV-COD(IDX-PROV) < COD-PROV-BUSCADO
                   compute LIM-INF-PROV = IDX-PROV + 1
               else
                   compute LIM-SUP-PROV = IDX-PROV - 1
               end-if
           end-if.

       BuscarLimite.
           move 0 to IDX-LIMITE-HALLADO.
           move 1 to LIM-INF-LIMITE.
           move WS-CANT-LIMITES to LIM-SUP-LIMITE.
           perform BuscarUnLimite
               until LIM-INF-LIMITE > LIM-SUP-LIMITE
               or IDX-LIMITE-HALLADO > 0.

       BuscarUnLimite.
           compute IDX-LIMITE = (LIM-INF-LIMITE + LIM-SUP-LIMITE) / 2.
           if LIM-CUIT(IDX-LIMITE) = CUIT-BUSCADO
               move IDX-LIMITE to IDX-LIMITE-HALLADO
           else
               if LIM-CUIT(IDX-LIMITE) < CUIT-BUSCADO
                   compute LIM-INF-LIMITE = IDX-LIMITE + 1
               else
                   compute LIM-SUP-LIMITE = IDX-LIMITE - 1
               end-if
           end-if.

      *        ---------------------------------------------------------
      *        Recorre las facturas ordenadas por banco pagador,
      *        consorcio y antiguedad, aplicando el tope de cada
      *        consorcio y armando los archivos de transferencias
      *        ---------------------------------------------------------
       SALIDA.
           RETURN ORDENAR at end continue end-return.
           PERFORM ProcesarEntidad UNTIL eof-ORDENAR.

       ProcesarEntidad.
           move ENTIDAD of REG_ORDENAR to ENTIDAD_ACT.
           perform AbrirTransferencias.
           PERFORM ProcesarConsorcio UNTIL eof-ORDENAR
               or ENTIDAD of REG_ORDENAR not = ENTIDAD_ACT.
           perform CerrarTransferencias.

       ProcesarConsorcio.
           move CUIT-CONS of REG_ORDENAR to CUIT-CONS_ACT.
           move SUCURSAL of REG_ORDENAR to SUCURSAL_ACT.
           move NRO-CTA of REG_ORDENAR to NRO-CTA_ACT.
           move CBU of REG_ORDENAR to CBU_ACT.
           move CUIT-CONS_ACT to CUIT-BUSCADO.
           perform BuscarLimite.
           if IDX-LIMITE-HALLADO > 0
               move LIM-IMPORTE(IDX-LIMITE-HALLADO)
                   to LIMITE-CONSORCIO
           else
               move LIMITE-GENERAL to LIMITE-CONSORCIO
           end-if.
           move 0 to PAGADO-CONSORCIO.
           move "N" to TOPE-ALCANZADO.
           move 0 to CANT-PAGOS-PROV.
           PERFORM ProcesarFactura UNTIL eof-ORDENAR
               or ENTIDAD of REG_ORDENAR not = ENTIDAD_ACT
               or CUIT-CONS of REG_ORDENAR not = CUIT-CONS_ACT.
           move 1 to IDX-PAGO.
           PERFORM GrabarTransferencia UNTIL IDX-PAGO > CANT-PAGOS-PROV.

      *        una vez alcanzado el tope no se pagan facturas mas
      *        nuevas aunque entren en el saldo: se respeta el orden
      *        de antiguedad
       ProcesarFactura.
           if TOPE-ALCANZADO = "N"
               and LIMITE-CONSORCIO > 0
               and PAGADO-CONSORCIO + IMPORTE of REG_ORDENAR
                   > LIMITE-CONSORCIO
               move "S" to TOPE-ALCANZADO
           end-if.
           if TOPE-ALCANZADO = "N"
               perform AcumularPagoProveedor
           end-if.
           if TRANSF-ABIERTO = "N"
               add 1 to TOTAL-FACTURAS-OBSERVADAS
               move "sin archivo de transferencias para el banco"
                   to WS-MOTIVO
               perform EmitirExcepcionOrdenada
           else
           if TOPE-ALCANZADO = "S"
               add 1 to TOTAL-FACTURAS-DIFERIDAS
               move "diferida: excede el tope de pago del consorcio"
                   to WS-MOTIVO
               perform EmitirExcepcionOrdenada
           else
               add IMPORTE of REG_ORDENAR to PAGADO-CONSORCIO
               perform GrabarPago
           end-if
           end-if.
           RETURN ORDENAR at end continue end-return.

       AcumularPagoProveedor.
           move 0 to IDX-PAGO-HALLADO.
           move 1 to IDX-PAGO.
           PERFORM BuscarPagoProveedor UNTIL IDX-PAGO > CANT-PAGOS-PROV
               or IDX-PAGO-HALLADO > 0.
           if IDX-PAGO-HALLADO = 0
               if CANT-PAGOS-PROV >= 999
                   move "S" to TOPE-ALCANZADO
               else
                   add 1 to CANT-PAGOS-PROV
                   move CANT-PAGOS-PROV to IDX-PAGO-HALLADO
                   move COD-PROV of REG_ORDENAR
                       to PAG-COD-PROV(IDX-PAGO-HALLADO)
                   move CBU-PROV of REG_ORDENAR
                       to PAG-CBU(IDX-PAGO-HALLADO)
                   move 0 to PAG-IMPORTE(IDX-PAGO-HALLADO)
                   move 0 to PAG-CANT(IDX-PAGO-HALLADO)
                   move RUBRO of REG_ORDENAR
                       to PAG-RUBRO(IDX-PAGO-HALLADO)
                   move COND-FISCAL of REG_ORDENAR
                       to PAG-COND-FISCAL(IDX-PAGO-HALLADO)
                   move CUIT-PROV of REG_ORDENAR
                       to PAG-CUIT-PROV(IDX-PAGO-HALLADO)
               end-if
           end-if.
           if IDX-PAGO-HALLADO > 0
               add IMPORTE of REG_ORDENAR
                   to PAG-IMPORTE(IDX-PAGO-HALLADO)
               add 1 to PAG-CANT(IDX-PAGO-HALLADO)
           end-if.

       BuscarPagoProveedor.
           if PAG-COD-PROV(IDX-PAGO) = COD-PROV of REG_ORDENAR
               move IDX-PAGO to IDX-PAGO-HALLADO
           end-if.
           add 1 to IDX-PAGO.

       GrabarPago.
           move CUIT-CONS of REG_ORDENAR to CUIT-CONS of REG_PAGO.
           move COD-PROV of REG_ORDENAR to COD-PROV of REG_PAGO.
           move NRO-FACTURA of REG_ORDENAR to NRO-FACTURA of REG_PAGO.
           move FECHA-PAGO-RUN to FECHA-PAGO of REG_PAGO.
           WRITE REG_PAGO.
           add 1 to TOTAL-FACTURAS-PAGADAS.

       GrabarTransferencia.
           if TRANSF-ABIERTO = "S"
               perform CalcularRetenciones
               move "D" to TIPO-REG of REG_TRANSFERENCIA
               move CUIT-CONS_ACT to CUIT-CONS of REG_TRANSFERENCIA
               move SUCURSAL_ACT to SUCURSAL-ORIGEN
               move NRO-CTA_ACT to NRO-CTA-ORIGEN
               move CBU_ACT to CBU-ORIGEN
               move PAG-COD-PROV(IDX-PAGO)
                   to COD-PROV of REG_TRANSFERENCIA
               move PAG-CBU(IDX-PAGO) to CBU-DESTINO
               move NETO-PAGO to IMPORTE of REG_TRANSFERENCIA
               move PAG-CANT(IDX-PAGO) to CANT-FACTURAS
               WRITE REG_TRANSFERENCIA
               add 1 to CANT-TRANSF-ENTIDAD
               add NETO-PAGO to IMPORTE-TRANSF-ENTIDAD
               add 1 to TOTAL-TRANSFERENCIAS
               add PAG-IMPORTE(IDX-PAGO) to TOTAL-PAGADO
               add RETENIDO-PAGO to TOTAL-RETENIDO
               add NETO-PAGO to TOTAL-NETO
               if RETENIDO-PAGO > 0
                   perform EmitirCertificado
               end-if
           end-if.
           add 1 to IDX-PAGO.

      *        ---------------------------------------------------------
      *        Retenciones del pago: por cada impuesto busca la
      *        alicuota del rubro y la condicion del proveedor (o la
      *        generica "****" de la condicion) y retiene sobre lo que
      *        el bruto excede el minimo no sujeto
      *        ---------------------------------------------------------
       CalcularRetenciones.
           move 0 to RETENIDO-PAGO.
           move 1 to IDX-IMPUESTO.
           perform CalcularUnaRetencion until IDX-IMPUESTO > 2.
           if RETENIDO-PAGO >= PAG-IMPORTE(IDX-PAGO)
               display "ADVERTENCIA: las alicuotas de "
                   PAG-RUBRO(IDX-PAGO) "/" PAG-COND-FISCAL(IDX-PAGO)
                   " absorben todo el pago del proveedor "
                   PAG-COD-PROV(IDX-PAGO) "; no se retiene."
               if COD-RETORNO < 4
                   move 4 to COD-RETORNO
               end-if
               move 0 to RETENIDO-PAGO
               move 0 to RET-IMPORTE(1)
               move 0 to RET-IMPORTE(2)
           end-if.
           compute NETO-PAGO = PAG-IMPORTE(IDX-PAGO) - RETENIDO-PAGO.

       CalcularUnaRetencion.
           move 0 to RET-BASE(IDX-IMPUESTO).
           move 0 to RET-ALICUOTA(IDX-IMPUESTO).
           move 0 to RET-IMPORTE(IDX-IMPUESTO).
           move IMP-CODIGO(IDX-IMPUESTO) to IMPUESTO-BUSCADO.
           move PAG-RUBRO(IDX-PAGO) to RUBRO-BUSCADO.
           perform BuscarAlicuota.
           if IDX-ALICUOTA-HALLADO = 0
               move "****" to RUBRO-BUSCADO
               perform BuscarAlicuota
           end-if.
           if IDX-ALICUOTA-HALLADO > 0
               and PAG-IMPORTE(IDX-PAGO)
                   > ALI-MINIMO(IDX-ALICUOTA-HALLADO)
               compute RET-BASE(IDX-IMPUESTO) = PAG-IMPORTE(IDX-PAGO)
                   - ALI-MINIMO(IDX-ALICUOTA-HALLADO)
               move ALI-PORCENTAJE(IDX-ALICUOTA-HALLADO)
                   to RET-ALICUOTA(IDX-IMPUESTO)
               compute RET-IMPORTE(IDX-IMPUESTO) rounded
                   = RET-BASE(IDX-IMPUESTO)
                   * RET-ALICUOTA(IDX-IMPUESTO) / 100
               add RET-IMPORTE(IDX-IMPUESTO) to RETENIDO-PAGO
           end-if.
           add 1 to IDX-IMPUESTO.

       BuscarAlicuota.
           move 0 to IDX-ALICUOTA-HALLADO.
           move 1 to IDX-ALICUOTA.
           perform BuscarUnaAlicuota until IDX-ALICUOTA > CANT-ALICUOTAS
               or IDX-ALICUOTA-HALLADO > 0.

       BuscarUnaAlicuota.
           if ALI-RUBRO(IDX-ALICUOTA) = RUBRO-BUSCADO
               and ALI-COND-FISCAL(IDX-ALICUOTA)
                   = PAG-COND-FISCAL(IDX-PAGO)
               and ALI-IMPUESTO(IDX-ALICUOTA) = IMPUESTO-BUSCADO
               move IDX-ALICUOTA to IDX-ALICUOTA-HALLADO
           end-if.
           add 1 to IDX-ALICUOTA.

      *        ---------------------------------------------------------
      *        Certificado numerado de la retencion, impreso en el
      *        archivo de certificados del dia, y su registro para la
      *        declaracion mensual
      *        ---------------------------------------------------------
       EmitirCertificado.
           add 1 to NRO-CERTIFICADO-ACT.
           add 1 to TOTAL-CERTIFICADOS.
           if CERTIFICADOS-ABIERTO = "N"
               perform AbrirRetenciones
           end-if.
           move CUIT-CONS_ACT to CUIT-BUSCADO.
           perform BuscarConsorcio.
           if CERTIFICADOS-ABIERTO = "S"
               move spaces to REG_CERTIFICADO
               string "CERTIFICADO DE RETENCION NRO. "
                      NRO-CERTIFICADO-ACT
                      "          Fecha de pago: " FECHA-PAGO-RUN
                      delimited by size into REG_CERTIFICADO
               WRITE REG_CERTIFICADO
               move spaces to REG_CERTIFICADO
               if IDX-CONS-HALLADO > 0
                   string "Agente de retencion: CUIT " CUIT-CONS_ACT
                          "  " CONS-NOMBRE(IDX-CONS-HALLADO)
                          delimited by size into REG_CERTIFICADO
               else
                   string "Agente de retencion: CUIT " CUIT-CONS_ACT
                          delimited by size into REG_CERTIFICADO
               end-if
               WRITE REG_CERTIFICADO
               move spaces to REG_CERTIFICADO
               string "Sujeto retenido: proveedor "
                      PAG-COD-PROV(IDX-PAGO)
                      "  CUIT " PAG-CUIT-PROV(IDX-PAGO)
                      "  Condicion " PAG-COND-FISCAL(IDX-PAGO)
                      "  Rubro " PAG-RUBRO(IDX-PAGO)
                      delimited by size into REG_CERTIFICADO
               WRITE REG_CERTIFICADO
               move spaces to REG_CERTIFICADO
               string "Importe bruto del pago (centavos): "
                      PAG-IMPORTE(IDX-PAGO)
                      "  Facturas: " PAG-CANT(IDX-PAGO)
                      delimited by size into REG_CERTIFICADO
               WRITE REG_CERTIFICADO
               move spaces to REG_CERTIFICADO
               string "Impuesto      Base sujeta   Alicuota %"
                      "     Retenido"
                      delimited by size into REG_CERTIFICADO
               WRITE REG_CERTIFICADO
           end-if.
           move 1 to IDX-IMPUESTO.
           perform EmitirLineaRetencion until IDX-IMPUESTO > 2.
           if CERTIFICADOS-ABIERTO = "S"
               move spaces to REG_CERTIFICADO
               string "Total retenido (centavos): " RETENIDO-PAGO
                      "   Neto transferido (centavos): " NETO-PAGO
                      delimited by size into REG_CERTIFICADO
               WRITE REG_CERTIFICADO
               move all "-" to REG_CERTIFICADO
               WRITE REG_CERTIFICADO
           end-if.

       EmitirLineaRetencion.
           if RET-IMPORTE(IDX-IMPUESTO) > 0
               if CERTIFICADOS-ABIERTO = "S"
                   move RET-ALICUOTA(IDX-IMPUESTO) to ALICUOTA-EDITADA
                   move spaces to REG_CERTIFICADO
                   string IMP-DESCRIPCION(IDX-IMPUESTO) "  "
                          RET-BASE(IDX-IMPUESTO) "    "
                          ALICUOTA-EDITADA "  "
                          RET-IMPORTE(IDX-IMPUESTO)
                          delimited by size into REG_CERTIFICADO
                   WRITE REG_CERTIFICADO
               end-if
               if REGISTRO-ABIERTO = "S"
                   move NRO-CERTIFICADO-ACT
                       to NRO-CERTIFICADO of REG_RETENCION
                   move FECHA-PAGO-RUN to FECHA-PAGO of REG_RETENCION
                   move CUIT-CONS_ACT to CUIT-CONS of REG_RETENCION
                   move PAG-COD-PROV(IDX-PAGO)
                       to COD-PROV of REG_RETENCION
                   move PAG-CUIT-PROV(IDX-PAGO)
                       to CUIT-PROV of REG_RETENCION
                   move PAG-COND-FISCAL(IDX-PAGO)
                       to COND-FISCAL of REG_RETENCION
                   move PAG-RUBRO(IDX-PAGO) to RUBRO of REG_RETENCION
                   move IMP-CODIGO(IDX-IMPUESTO)
                       to IMPUESTO of REG_RETENCION
                   move PAG-IMPORTE(IDX-PAGO)
                       to IMPORTE-BRUTO of REG_RETENCION
                   move RET-BASE(IDX-IMPUESTO)
                       to BASE-SUJETA of REG_RETENCION
                   move RET-ALICUOTA(IDX-IMPUESTO)
                       to ALICUOTA of REG_RETENCION
                   move RET-IMPORTE(IDX-IMPUESTO)
                       to IMPORTE-RETENIDO of REG_RETENCION
                   WRITE REG_RETENCION
               end-if
           end-if.
           add 1 to IDX-IMPUESTO.

      *        los certificados del dia y el registro se abren recien
      *        con la primera retencion; ambos se extienden si ya
      *        existen
       AbrirRetenciones.
           move spaces to WS-PATH-CERTIFICADOS.
           string "CERTRET_" delimited by size
                  FECHA-PAGO-RUN delimited by size
                  ".txt" delimited by size
                  into WS-PATH-CERTIFICADOS.
           OPEN EXTEND CERTIFICADOS.
           if not ok-CERTIFICADOS
               OPEN OUTPUT CERTIFICADOS
           end-if.
           if ok-CERTIFICADOS
               move "S" to CERTIFICADOS-ABIERTO
           else
               move "X" to CERTIFICADOS-ABIERTO
               display "ERROR: no se pudo abrir "
                   WS-PATH-CERTIFICADOS " (" fs-CERTIFICADOS ")."
               move 8 to COD-RETORNO
           end-if.
           OPEN EXTEND REGISTRO-RETENCIONES.
           if not ok-REGISTRO-RETENCIONES
               OPEN OUTPUT REGISTRO-RETENCIONES
           end-if.
           if ok-REGISTRO-RETENCIONES
               move "S" to REGISTRO-ABIERTO
           else
               display "ERROR: no se pudo abrir RETENCIONES.HIS ("
                   fs-REGISTRO-RETENCIONES ")."
               move 8 to COD-RETORNO
           end-if.

      *        cierra certificados y registro y deja el ultimo numero
      *        emitido para la proxima corrida
       CerrarRetenciones.
           if CERTIFICADOS-ABIERTO = "S"
               CLOSE CERTIFICADOS
           end-if.
           if REGISTRO-ABIERTO = "S"
               CLOSE REGISTRO-RETENCIONES
           end-if.
           if TOTAL-CERTIFICADOS > 0
               OPEN OUTPUT NUMERADOR
               if ok-NUMERADOR
                   move NRO-CERTIFICADO-ACT to ULTIMO-CERTIFICADO
                   WRITE REG_NUMERADOR
                   CLOSE NUMERADOR
               else
                   display "ERROR: no se pudo actualizar CERTRET.NRO ("
                       fs-NUMERADOR "); ultimo certificado emitido: "
                       NRO-CERTIFICADO-ACT
                   move 8 to COD-RETORNO
               end-if
           end-if.

      *        sin numerador la numeracion arranca en 1
       LeerNumerador.
           move 0 to NRO-CERTIFICADO-ACT.
           OPEN input NUMERADOR.
           if ok-NUMERADOR
               READ NUMERADOR
                   at end continue
                   not at end
                       if ULTIMO-CERTIFICADO is numeric
                           move ULTIMO-CERTIFICADO
                               to NRO-CERTIFICADO-ACT
                       end-if
               end-read
               CLOSE NUMERADOR
           end-if.

      *        sin tabla de alicuotas no se retiene: se advierte
       CargarTablaAlicuotas.
           move 0 to CANT-ALICUOTAS.
           OPEN input ALICUOTAS.
           if ok-ALICUOTAS
               READ ALICUOTAS end-read
               PERFORM CargarUnaAlicuota UNTIL eof-ALICUOTAS
               CLOSE ALICUOTAS
           else
               display "ADVERTENCIA: no se pudo abrir "
                   "RETENCIONES.INFO (" fs-ALICUOTAS
                   "); los pagos salen sin retenciones."
               if COD-RETORNO < 4
                   move 4 to COD-RETORNO
               end-if
           end-if.

       CargarUnaAlicuota.
           if CANT-ALICUOTAS < 999
               and ALICUOTA of REG_ALICUOTA is numeric
               and MINIMO-NO-SUJETO of REG_ALICUOTA is numeric
               add 1 to CANT-ALICUOTAS
               move RUBRO of REG_ALICUOTA to ALI-RUBRO(CANT-ALICUOTAS)
               move COND-FISCAL of REG_ALICUOTA
                   to ALI-COND-FISCAL(CANT-ALICUOTAS)
               move IMPUESTO of REG_ALICUOTA
                   to ALI-IMPUESTO(CANT-ALICUOTAS)
               move ALICUOTA of REG_ALICUOTA
                   to ALI-PORCENTAJE(CANT-ALICUOTAS)
               move MINIMO-NO-SUJETO of REG_ALICUOTA
                   to ALI-MINIMO(CANT-ALICUOTAS)
           end-if.
           READ ALICUOTAS end-read.

      *        ---------------------------------------------------------
      *        Un archivo TRANSF_eee.txt por banco pagador, con su
      *        encabezado y su registro de control
      *        ---------------------------------------------------------
       AbrirTransferencias.
           move spaces to WS-PATH-TRANSFERENCIAS.
           string "TRANSF_" delimited by size
                  ENTIDAD_ACT delimited by size
                  ".txt" delimited by size
                  into WS-PATH-TRANSFERENCIAS.
           move 0 to CANT-TRANSF-ENTIDAD.
           move 0 to IMPORTE-TRANSF-ENTIDAD.
           OPEN OUTPUT TRANSFERENCIAS.
           if ok-TRANSFERENCIAS
               move "S" to TRANSF-ABIERTO
               add 1 to TOTAL-ARCHIVOS
               move spaces to REG_TRANSF-ENCABEZADO
               move "H" to TIPO-REG-ENC
               move ENTIDAD_ACT to ENTIDAD-ENC
               move FECHA-PAGO-RUN to FECHA-PAGO-ENC
               move FECHA-CORTE to FECHA-CORTE-ENC
               WRITE REG_TRANSF-ENCABEZADO
           else
               move "N" to TRANSF-ABIERTO
               display "ERROR: no se pudo abrir "
                   WS-PATH-TRANSFERENCIAS " (" fs-TRANSFERENCIAS ")."
               move 8 to COD-RETORNO
           end-if.

       CerrarTransferencias.
           if TRANSF-ABIERTO = "S"
               move spaces to REG_TRANSF-CONTROL
               move "T" to TIPO-REG-CTL
               move CANT-TRANSF-ENTIDAD to CANT-REGISTROS
               move IMPORTE-TRANSF-ENTIDAD to IMPORTE-TOTAL
               WRITE REG_TRANSF-CONTROL
               CLOSE TRANSFERENCIAS
               move "N" to TRANSF-ABIERTO
               display "Banco " ENTIDAD_ACT ": " CANT-TRANSF-ENTIDAD
                   " transferencias por " IMPORTE-TRANSF-ENTIDAD
                   " centavos."
           end-if.

      *        ---------------------------------------------------------
      *        Valida los dos digitos verificadores del CBU en
      *        CBU-EN-PROCESO: el del bloque entidad/sucursal
      *        (posicion 8, pesos 7-1-3-9-7-1-3) y el del bloque de la
      *        cuenta (posicion 22, pesos 3-9-7-1-3-9-7-1-3-9-7-1-3);
      *        en ambos el verificador es (10 - suma mod 10) mod 10
      *        ---------------------------------------------------------
       ValidarCbu.
           move "S" to CBU-VALIDO.
           if CBU-X is not numeric or CBU-EN-PROCESO = 0
               move "N" to CBU-VALIDO
           else
               move 0 to SUMA-CBU
               move 1 to POS-CBU
               perform SumarDigitoBloque1 until POS-CBU > 7
               perform CalcularVerificadorCbu
               move CBU-X(8:1) to DIGITO-CBU
               if DIGITO-CBU <> VERIF-CBU
                   move "N" to CBU-VALIDO
               end-if
               move 0 to SUMA-CBU
               move 9 to POS-CBU
               perform SumarDigitoBloque2 until POS-CBU > 21
               perform CalcularVerificadorCbu
               move CBU-X(22:1) to DIGITO-CBU
               if DIGITO-CBU <> VERIF-CBU
                   move "N" to CBU-VALIDO
               end-if
           end-if.

       CalcularVerificadorCbu.
           divide SUMA-CBU by 10
               giving COCIENTE-CBU remainder RESTO-CBU.
           compute VERIF-CBU = 10 - RESTO-CBU.
           if VERIF-CBU = 10
               move 0 to VERIF-CBU
           end-if.

       SumarDigitoBloque1.
           move CBU-X(POS-CBU:1) to DIGITO-CBU.
           move PESOS-CBU-BLOQUE-1(POS-CBU:1) to PESO-CBU.
           compute SUMA-CBU = SUMA-CBU + DIGITO-CBU * PESO-CBU.
           add 1 to POS-CBU.

       SumarDigitoBloque2.
           move CBU-X(POS-CBU:1) to DIGITO-CBU.
           move PESOS-CBU-BLOQUE-2(POS-CBU - 8:1) to PESO-CBU.
           compute SUMA-CBU = SUMA-CBU + DIGITO-CBU * PESO-CBU.
           add 1 to POS-CBU.

       EmitirExcepcionFactura.
           add 1 to TOTAL-FACTURAS-OBSERVADAS.
           move spaces to REG_EXCEPCION.
           string CUIT-CONS-F of REG_FACTURA "  "
               COD-PROV-F of REG_FACTURA "  "
               NRO-FACT-F of REG_FACTURA "  "
               IMPORTE-FACT of REG_FACTURA "  "
               WS-MOTIVO
               delimited by size into REG_EXCEPCION.
           WRITE REG_EXCEPCION.
           display "OBSERVADA: " REG_EXCEPCION.

       EmitirExcepcionOrdenada.
           move spaces to REG_EXCEPCION.
           string CUIT-CONS of REG_ORDENAR "  "
               COD-PROV of REG_ORDENAR "  "
               NRO-FACTURA of REG_ORDENAR "  "
               IMPORTE of REG_ORDENAR "  "
               WS-MOTIVO
               delimited by size into REG_EXCEPCION.
           WRITE REG_EXCEPCION.

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

       END PROGRAM PagarProveedores.

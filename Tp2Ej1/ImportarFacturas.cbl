       identification division.
       program-id. ImportarFacturas.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               select DESCARGA
                   assign to dynamic WS-PATH-DESCARGA
                   organization is line sequential
                   FILE STATUS IS fs-DESCARGA.

               select PROV
                   assign to disk "PROV.INFO"
                   organization is line sequential
                   file status is fs-PROV.

               SELECT MAESTRO
                   assign to disk "MAESTRO.txt"
                   organization is line sequential
                   file status is fs-MAESTRO.

               select FACTURAS
                   assign to disk "FACTURAS.OUT"
                   ORGANIZATION INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS FACT-KEY
                   FILE STATUS IS fs-FACTURAS.

               select FACTMOVIM
                   assign to disk "FACTURAS.INFO"
                   organization is line sequential
                   FILE STATUS IS fs-FACTMOVIM.

               select EXCEPCIONES
                   assign to disk "IMPFACT.EXC"
                   organization is line sequential
                   FILE STATUS IS fs-EXCEPCIONES.

       DATA DIVISION.

       FILE SECTION.
      *        descarga de comprobantes recibidos del servicio de
      *        factura electronica de la autoridad fiscal, un
      *        comprobante por linea con los campos separados por ";"
      *        (ver CAMPOS-DESCARGA); la primera linea puede traer los
      *        titulos de las columnas
           fd DESCARGA.
           01 REG_DESCARGA pic x(300).

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

      *        lote para CargarFacturas, en su mismo layout
           fd FACTMOVIM.
           01 REG_FACTMOVIM.
               03 CUIT-CONS pic x(15).
               03 COD-PROV pic x(8).
               03 NRO-FACTURA pic x(8).
               03 FECHA-FACTURA pic x(8).
               03 IMPORTE pic x(11).

           fd EXCEPCIONES.
           01 REG_EXCEPCION pic x(132).

       WORKING-STORAGE SECTION.
           01 fs-DESCARGA pic xx.
               88 ok-DESCARGA value "00".
               88 eof-DESCARGA value "10".
           01 fs-PROV pic xx.
               88 ok-PROV value "00".
               88 eof-PROV value "10".
           01 fs-MAESTRO pic xx.
               88 ok-MAESTRO value "00".
               88 eof-MAESTRO value "10".
           01 fs-FACTURAS pic xx.
               88 ok-FACTURAS value "00".
               88 no-existe-FACTURAS value "35".
           01 fs-FACTMOVIM pic xx.
               88 ok-FACTMOVIM value "00".
           01 fs-EXCEPCIONES pic xx.
               88 ok-EXCEPCIONES value "00".

           01 WS-PATH-DESCARGA pic x(200) value spaces.
           01 WS-ENV-VAL pic x(200).
           01 WS-MOTIVO pic x(80).

           01 ES-VALIDA pic x.
               88 FACTURA-ES-VALIDA value "S".
           01 FACTURAS-ABIERTO pic x value "N".
           01 NRO-LINEA pic 9(6) value 0.

      *        campos de la linea de la descarga, en el orden del
      *        archivo: fecha (dd/mm/aaaa), tipo de comprobante, punto
      *        de venta, numero, CAE, CUIT del emisor, denominacion del
      *        emisor, CUIT del receptor e importe total con dos
      *        decimales separados por punto o coma
           01 CAMPOS-DESCARGA.
               03 FECHA-TXT pic x(10).
               03 FECHA-TXT-R redefines FECHA-TXT.
                   05 DIA-TXT pic x(2).
                   05 SEPARADOR-1 pic x(1).
                   05 MES-TXT pic x(2).
                   05 SEPARADOR-2 pic x(1).
                   05 ANIO-TXT pic x(4).
               03 TIPO-TXT pic x(5).
               03 PTO-VENTA-TXT pic x(5).
               03 NUMERO-TXT pic x(20).
               03 CAE-TXT pic x(20).
               03 CUIT-EMISOR-TXT pic x(15).
               03 DENOMINACION-TXT pic x(40).
               03 CUIT-RECEPTOR-TXT pic x(15).
               03 IMPORTE-TXT pic x(20).
           01 CANT-CAMPOS pic 9(3).
           01 LARGO-FECHA pic 9(3).
           01 LARGO-TIPO pic 9(3).
           01 LARGO-PTO-VENTA pic 9(3).
           01 LARGO-NUMERO pic 9(3).
           01 LARGO-CAE pic 9(3).
           01 LARGO-CUIT-EMISOR pic 9(3).
           01 LARGO-DENOMINACION pic 9(3).
           01 LARGO-CUIT-RECEPTOR pic 9(3).
           01 LARGO-IMPORTE pic 9(3).

      *        comprobante convertido al layout de FACTURAS.INFO
           01 TIPO-CBTE pic 9(3).
           01 PTO-VENTA pic 9(5).
           01 NRO-CBTE pic 9(8).
           01 CUIT-EMISOR pic 9(15).
           01 CUIT-RECEPTOR pic 9(15).
           01 FECHA-CBTE.
               03 FECHA-CBTE-ANIO pic 9(4).
               03 FECHA-CBTE-MES pic 9(2).
               03 FECHA-CBTE-DIA pic 9(2).
           01 FECHA-CBTE-N redefines FECHA-CBTE pic 9(8).
           01 IMPORTE-ENTERO-TXT pic x(20).
           01 IMPORTE-DECIMAL-TXT pic x(20).
           01 LARGO-ENTERO pic 9(3).
           01 LARGO-DECIMAL pic 9(3).
           01 IMPORTE-DECIMAL-X pic x(2).
           01 IMPORTE-DECIMAL redefines IMPORTE-DECIMAL-X pic 9(2).
           01 IMPORTE-ENTERO pic 9(9).
           01 IMPORTE-CENTAVOS pic 9(11).
           01 IMPORTE-CORRECTO pic x.

      *        comprobantes que se cargan como factura de proveedor,
      *        con el codigo de la autoridad fiscal: facturas A, B, C
      *        y M. Las notas de debito y credito no tienen lugar en
      *        FACTURAS.OUT y se informan como tipo no admitido.
           01 tablaTiposPermitidos.
               03 filler pic 9(3) value 1.
               03 filler pic 9(3) value 6.
               03 filler pic 9(3) value 11.
               03 filler pic 9(3) value 51.
           01 tablaTiposPermitidos-R redefines tablaTiposPermitidos.
               03 TIPO-PERMITIDO pic 9(3) occurs 4 times.
           01 IDX-TIPO pic 9.
           01 TIPO-ES-PERMITIDO pic x.

      *        proveedores de PROV.INFO con su CUIT; la descarga trae
      *        el CUIT del emisor y de aca sale el COD-PROV
           01 WS-CANT-PROV pic 9(6) value 0.
           01 tablaProveedores.
               03 provItem OCCURS 1 TO 99999 TIMES
                   DEPENDING ON WS-CANT-PROV.
                   05 PROV-COD pic 9(8).
                   05 PROV-CUIT pic 9(15).
           01 IDX-PROV pic 9(7).
           01 IDX-PROV-HALLADO pic 9(7).
           01 CANT-PROV-HALLADOS pic 9(3).

      *        consorcios del maestro vigente, ascendente por CUIT
           01 WS-CANT-CONS pic 9(6) value 0.
           01 tablaConsorcios.
               03 consItem OCCURS 1 TO 99999 TIMES
                   DEPENDING ON WS-CANT-CONS.
                   05 CONS-CUIT pic 9(15).
           01 IDX-CONS pic 9(7).
           01 IDX-CONS-HALLADO pic 9(7).
           01 LIM-INF-CONS pic 9(7).
           01 LIM-SUP-CONS pic 9(7).

      *        facturas ya pasadas al lote en esta corrida, para no
      *        repetir un comprobante que la descarga trae dos veces;
      *        se guardan fecha e importe para distinguir la repeticion
      *        de un numero usado con otros datos
           01 WS-CANT-GENERADAS pic 9(6) value 0.
           01 tablaGeneradas.
               03 generadaItem OCCURS 1 TO 99999 TIMES
                   DEPENDING ON WS-CANT-GENERADAS.
                   05 GEN-CUIT-CONS pic 9(15).
                   05 GEN-COD-PROV pic 9(8).
                   05 GEN-NRO-FACTURA pic 9(8).
                   05 GEN-FECHA-FACTURA pic 9(8).
                   05 GEN-IMPORTE pic 9(11).
           01 IDX-GENERADA pic 9(7).
           01 IDX-GENERADA-HALLADA pic 9(7).

           01 TOTAL-LEIDAS pic 9(6) value 0.
           01 TOTAL-IMPORTADAS pic 9(6) value 0.
           01 TOTAL-YA-CARGADAS pic 9(6) value 0.
           01 TOTAL-REPETIDAS pic 9(6) value 0.
           01 TOTAL-RECHAZADAS pic 9(6) value 0.
           01 TOTAL-IMPORTE pic 9(15) value 0.

      *        codigo de retorno del paso (0 limpio, 4 con
      *        advertencias, 8 error serio)
           01 COD-RETORNO pic 9(2) value 0.

      *        ---------------------------------------------------------
      *        Importacion de facturas electronicas: lee la descarga de
      *        comprobantes recibidos del servicio de la autoridad
      *        fiscal (FACTURAS_DESCARGA, por omision FACTURAS.AFIP) y
      *        arma el lote FACTURAS.INFO que despues carga
      *        CargarFacturas. El proveedor se identifica por el CUIT
      *        del emisor en PROV.INFO y el consorcio por el CUIT del
      *        receptor en MAESTRO.txt. Cada comprobante tiene que
      *        traer CAE y ser de un tipo admitido; los que ya estan en
      *        FACTURAS.OUT, o repetidos en la misma descarga, con la
      *        misma fecha e importe se omiten. Las lineas que no se
      *        pueden convertir, y los numeros ya usados con otros
      *        datos, van a IMPFACT.EXC con su motivo.
      *        ---------------------------------------------------------
       procedure division.
           display "|--- Importacion de facturas electronicas ---|".

           perform LeerParametros.
           perform CargarTablaProveedores.
           perform CargarTablaConsorcios.

           if COD-RETORNO < 8
               OPEN input DESCARGA
               if not ok-DESCARGA
                   display "ERROR: no se pudo abrir la descarga ("
                       fs-DESCARGA "); no hay facturas que importar."
                   move 8 to COD-RETORNO
               else
                   perform AbrirFacturas
                   OPEN OUTPUT FACTMOVIM
                   OPEN OUTPUT EXCEPCIONES
                   if not ok-FACTMOVIM
                       display "ERROR: no se pudo abrir FACTURAS.INFO ("
                           fs-FACTMOVIM "); no se genera el lote."
                       move 8 to COD-RETORNO
                   else
                       READ DESCARGA end-read
                       perform SaltearEncabezado
                       PERFORM ProcesarLinea UNTIL eof-DESCARGA
                       CLOSE FACTMOVIM
                   end-if
                   CLOSE EXCEPCIONES
                   if FACTURAS-ABIERTO = "S"
                       CLOSE FACTURAS
                   end-if
                   CLOSE DESCARGA
               end-if
           end-if.

           display "Comprobantes leidos: " TOTAL-LEIDAS.
           display "Facturas pasadas al lote: " TOTAL-IMPORTADAS.
           display "Facturas ya cargadas (omitidas): "
               TOTAL-YA-CARGADAS.
           display "Facturas repetidas en la descarga (omitidas): "
               TOTAL-REPETIDAS.
           display "Comprobantes rechazados: " TOTAL-RECHAZADAS.
           display "Importe del lote (centavos): " TOTAL-IMPORTE.
           if COD-RETORNO < 4 and TOTAL-RECHAZADAS > 0
               move 4 to COD-RETORNO
           end-if.
           move COD-RETORNO to RETURN-CODE.
       GOBACK.

       LeerParametros.
           move "FACTURAS.AFIP" to WS-PATH-DESCARGA.
           move spaces to WS-ENV-VAL.
           accept WS-ENV-VAL from environment "FACTURAS_DESCARGA".
           if WS-ENV-VAL not = spaces
               move WS-ENV-VAL to WS-PATH-DESCARGA
           end-if.
           display "Descarga: " WS-PATH-DESCARGA(1:60).

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

      *        los proveedores sin CUIT cargado no se pueden asociar a
      *        ningun comprobante y no entran en la tabla
       CargarUnProveedor.
           if WS-CANT-PROV < 99999
               and CUIT-PROV of REG_PROV is numeric
               and CUIT-PROV of REG_PROV > 0
               add 1 to WS-CANT-PROV
               move COD-PROV of REG_PROV to PROV-COD(WS-CANT-PROV)
               move CUIT-PROV of REG_PROV to PROV-CUIT(WS-CANT-PROV)
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
           end-if.
           READ MAESTRO end-read.

      *        sin FACTURAS.OUT (primera carga) no hay nada que omitir
       AbrirFacturas.
           move "N" to FACTURAS-ABIERTO.
           OPEN input FACTURAS.
           if ok-FACTURAS
               move "S" to FACTURAS-ABIERTO
           else
               if no-existe-FACTURAS
                   display "FACTURAS.OUT todavia no existe; no hay "
                       "facturas cargadas que omitir."
               else
                   display "ADVERTENCIA: no se pudo abrir FACTURAS.OUT"
                       " (" fs-FACTURAS "); no se controlan las "
                       "facturas ya cargadas."
                   if COD-RETORNO < 4
                       move 4 to COD-RETORNO
                   end-if
               end-if
           end-if.

      *        la descarga suele traer una primera linea con los
      *        titulos de las columnas, que no empieza con la fecha
       SaltearEncabezado.
           if not eof-DESCARGA
               and REG_DESCARGA(1:1) is not numeric
               and REG_DESCARGA not = spaces
               add 1 to NRO-LINEA
               READ DESCARGA end-read
           end-if.

      *        ---------------------------------------------------------
      *        Un comprobante de la descarga
      *        ---------------------------------------------------------
       ProcesarLinea.
           add 1 to NRO-LINEA.
           if REG_DESCARGA not = spaces
               add 1 to TOTAL-LEIDAS
               move "S" to ES-VALIDA
               move spaces to WS-MOTIVO
               perform SepararCampos
               perform ValidarComprobante
               if FACTURA-ES-VALIDA
                   perform VerificarYaCargada
               else
                   perform EmitirExcepcion
               end-if
           end-if.
           READ DESCARGA end-read.

       SepararCampos.
           INSPECT REG_DESCARGA REPLACING ALL x"0D" BY space.
           move spaces to CAMPOS-DESCARGA.
           move 0 to CANT-CAMPOS.
           move 0 to LARGO-FECHA LARGO-TIPO LARGO-PTO-VENTA
               LARGO-NUMERO LARGO-CAE LARGO-CUIT-EMISOR
               LARGO-DENOMINACION LARGO-CUIT-RECEPTOR LARGO-IMPORTE.
           UNSTRING REG_DESCARGA delimited by ";"
               into FECHA-TXT count in LARGO-FECHA
                   TIPO-TXT count in LARGO-TIPO
                   PTO-VENTA-TXT count in LARGO-PTO-VENTA
                   NUMERO-TXT count in LARGO-NUMERO
                   CAE-TXT count in LARGO-CAE
                   CUIT-EMISOR-TXT count in LARGO-CUIT-EMISOR
                   DENOMINACION-TXT count in LARGO-DENOMINACION
                   CUIT-RECEPTOR-TXT count in LARGO-CUIT-RECEPTOR
                   IMPORTE-TXT count in LARGO-IMPORTE
               tallying in CANT-CAMPOS
           END-UNSTRING.

       ValidarComprobante.
           if CANT-CAMPOS < 9
               move "N" to ES-VALIDA
               move "linea incompleta: faltan campos" to WS-MOTIVO
           end-if.

           if FACTURA-ES-VALIDA
               if LARGO-CAE = 0 or CAE-TXT = spaces
                   move "N" to ES-VALIDA
                   move "comprobante sin CAE" to WS-MOTIVO
               else
                   if LARGO-CAE not = 14
                       or CAE-TXT(1:14) is not numeric
                       move "N" to ES-VALIDA
                       move "CAE invalido: debe tener 14 digitos"
                           to WS-MOTIVO
                   end-if
               end-if
           end-if.

           if FACTURA-ES-VALIDA
               perform ValidarTipo
           end-if.

           if FACTURA-ES-VALIDA
               if LARGO-PTO-VENTA = 0 or LARGO-PTO-VENTA > 5
                   or PTO-VENTA-TXT(1:LARGO-PTO-VENTA) is not numeric
                   or LARGO-NUMERO = 0 or LARGO-NUMERO > 8
                   or NUMERO-TXT(1:LARGO-NUMERO) is not numeric
                   move "N" to ES-VALIDA
                   move "punto de venta o numero invalido"
                       to WS-MOTIVO
               else
                   move PTO-VENTA-TXT(1:LARGO-PTO-VENTA) to PTO-VENTA
                   move NUMERO-TXT(1:LARGO-NUMERO) to NRO-CBTE
                   if NRO-CBTE = 0
                       move "N" to ES-VALIDA
                       move "numero de comprobante en cero"
                           to WS-MOTIVO
                   end-if
               end-if
           end-if.

           if FACTURA-ES-VALIDA
               perform ValidarFecha
           end-if.

           if FACTURA-ES-VALIDA
               perform ConvertirImporte
               if IMPORTE-CORRECTO not = "S"
                   move "N" to ES-VALIDA
                   move "importe invalido" to WS-MOTIVO
               else
                   if IMPORTE-CENTAVOS = 0
                       move "N" to ES-VALIDA
                       move "importe en cero" to WS-MOTIVO
                   end-if
               end-if
           end-if.

           if FACTURA-ES-VALIDA
               if LARGO-CUIT-EMISOR = 0 or LARGO-CUIT-EMISOR > 15
                   or CUIT-EMISOR-TXT(1:LARGO-CUIT-EMISOR)
                       is not numeric
                   move "N" to ES-VALIDA
                   move "CUIT del emisor invalido" to WS-MOTIVO
               else
                   move CUIT-EMISOR-TXT(1:LARGO-CUIT-EMISOR)
                       to CUIT-EMISOR
                   perform BuscarProveedorPorCuit
                   if CANT-PROV-HALLADOS = 0
                       move "N" to ES-VALIDA
                       move "CUIT del emisor sin proveedor en PROV.INFO"
                           to WS-MOTIVO
                   else
                       if CANT-PROV-HALLADOS > 1
                           move "N" to ES-VALIDA
                           move "CUIT del emisor repetido en PROV.INFO"
                               to WS-MOTIVO
                       end-if
                   end-if
               end-if
           end-if.

           if FACTURA-ES-VALIDA
               if LARGO-CUIT-RECEPTOR = 0 or LARGO-CUIT-RECEPTOR > 15
                   or CUIT-RECEPTOR-TXT(1:LARGO-CUIT-RECEPTOR)
                       is not numeric
                   move "N" to ES-VALIDA
                   move "CUIT del receptor invalido" to WS-MOTIVO
               else
                   move CUIT-RECEPTOR-TXT(1:LARGO-CUIT-RECEPTOR)
                       to CUIT-RECEPTOR
                   perform BuscarConsorcio
                   if IDX-CONS-HALLADO = 0
                       move "N" to ES-VALIDA
                       move "CUIT del receptor sin consorcio en MAESTRO"
                           to WS-MOTIVO
                   end-if
               end-if
           end-if.

       ValidarTipo.
           if LARGO-TIPO = 0 or LARGO-TIPO > 3
               or TIPO-TXT(1:LARGO-TIPO) is not numeric
               move "N" to ES-VALIDA
               move "tipo de comprobante invalido" to WS-MOTIVO
           else
               move TIPO-TXT(1:LARGO-TIPO) to TIPO-CBTE
               move "N" to TIPO-ES-PERMITIDO
               move 1 to IDX-TIPO
               PERFORM BuscarUnTipo UNTIL IDX-TIPO > 4
                   or TIPO-ES-PERMITIDO = "S"
               if TIPO-ES-PERMITIDO not = "S"
                   move "N" to ES-VALIDA
                   move "tipo de comprobante no admitido" to WS-MOTIVO
               end-if
           end-if.

       BuscarUnTipo.
           if TIPO-PERMITIDO(IDX-TIPO) = TIPO-CBTE
               move "S" to TIPO-ES-PERMITIDO
           end-if.
           add 1 to IDX-TIPO.

       ValidarFecha.
           if LARGO-FECHA not = 10
               or SEPARADOR-1 not = "/" or SEPARADOR-2 not = "/"
               or DIA-TXT is not numeric or MES-TXT is not numeric
               or ANIO-TXT is not numeric
               move "N" to ES-VALIDA
               move "fecha de comprobante invalida (dd/mm/aaaa)"
                   to WS-MOTIVO
           else
               move ANIO-TXT to FECHA-CBTE-ANIO
               move MES-TXT to FECHA-CBTE-MES
               move DIA-TXT to FECHA-CBTE-DIA
               if FECHA-CBTE-MES < 1 or FECHA-CBTE-MES > 12
                   or FECHA-CBTE-DIA < 1 or FECHA-CBTE-DIA > 31
                   or FECHA-CBTE-ANIO < 1900
                   move "N" to ES-VALIDA
                   move "fecha de comprobante invalida (dd/mm/aaaa)"
                       to WS-MOTIVO
               end-if
           end-if.

      *        el importe viene con punto o coma decimal y hasta dos
      *        decimales; FACTURAS.INFO lo lleva en centavos
       ConvertirImporte.
           move "N" to IMPORTE-CORRECTO.
           move spaces to IMPORTE-ENTERO-TXT.
           move spaces to IMPORTE-DECIMAL-TXT.
           move 0 to LARGO-ENTERO.
           move 0 to LARGO-DECIMAL.
           UNSTRING IMPORTE-TXT delimited by "." or "," or all space
               into IMPORTE-ENTERO-TXT count in LARGO-ENTERO
                   IMPORTE-DECIMAL-TXT count in LARGO-DECIMAL
               on overflow
                   move 0 to LARGO-ENTERO
           END-UNSTRING.
           if LARGO-ENTERO > 0 and LARGO-ENTERO < 10
               and IMPORTE-ENTERO-TXT(1:LARGO-ENTERO) is numeric
               and LARGO-DECIMAL < 3
               move IMPORTE-ENTERO-TXT(1:LARGO-ENTERO)
                   to IMPORTE-ENTERO
               move "00" to IMPORTE-DECIMAL-X
               if LARGO-DECIMAL > 0
                   move IMPORTE-DECIMAL-TXT(1:LARGO-DECIMAL)
                       to IMPORTE-DECIMAL-X(1:LARGO-DECIMAL)
               end-if
               if IMPORTE-DECIMAL-X is numeric
                   compute IMPORTE-CENTAVOS =
                       IMPORTE-ENTERO * 100 + IMPORTE-DECIMAL
                   move "S" to IMPORTE-CORRECTO
               end-if
           end-if.

      *        ---------------------------------------------------------
      *        Facturas ya cargadas en FACTURAS.OUT o ya pasadas al
      *        lote en esta corrida: si coinciden fecha e importe se
      *        omiten sin excepcion; si el numero ya esta usado con
      *        otra fecha u otro importe el comprobante va a IMPFACT.EXC
      *        ---------------------------------------------------------
       VerificarYaCargada.
           move CUIT-RECEPTOR to CUIT-CONS-F of REG_FACTURA.
           move PROV-COD(IDX-PROV-HALLADO) to COD-PROV-F of REG_FACTURA.
           move NRO-CBTE to NRO-FACT-F of REG_FACTURA.
           move "N" to ES-VALIDA.
           if FACTURAS-ABIERTO = "S"
               READ FACTURAS
                   INVALID KEY
                       move "S" to ES-VALIDA
                   NOT INVALID KEY
                       if FECHA-FACT = FECHA-CBTE-N
                           and IMPORTE-FACT = IMPORTE-CENTAVOS
                           add 1 to TOTAL-YA-CARGADAS
                       else
                           move "numero ya usado con otros datos"
                               to WS-MOTIVO
                           perform EmitirExcepcion
                       end-if
               END-READ
           else
               move "S" to ES-VALIDA
           end-if.
           if FACTURA-ES-VALIDA
               perform BuscarGenerada
               if IDX-GENERADA-HALLADA > 0
                   if GEN-FECHA-FACTURA(IDX-GENERADA-HALLADA)
                           = FECHA-CBTE-N
                       and GEN-IMPORTE(IDX-GENERADA-HALLADA)
                           = IMPORTE-CENTAVOS
                       add 1 to TOTAL-REPETIDAS
                   else
                       move "numero ya usado con otros datos"
                           to WS-MOTIVO
                       perform EmitirExcepcion
                   end-if
               else
                   perform GrabarFactura
               end-if
           end-if.

       BuscarGenerada.
           move 0 to IDX-GENERADA-HALLADA.
           move 1 to IDX-GENERADA.
           PERFORM BuscarUnaGenerada UNTIL IDX-GENERADA
               > WS-CANT-GENERADAS or IDX-GENERADA-HALLADA > 0.

       BuscarUnaGenerada.
           if GEN-CUIT-CONS(IDX-GENERADA) = CUIT-RECEPTOR
               and GEN-COD-PROV(IDX-GENERADA)
                   = PROV-COD(IDX-PROV-HALLADO)
               and GEN-NRO-FACTURA(IDX-GENERADA) = NRO-CBTE
               move IDX-GENERADA to IDX-GENERADA-HALLADA
           end-if.
           add 1 to IDX-GENERADA.

       GrabarFactura.
           move CUIT-RECEPTOR to CUIT-CONS of REG_FACTMOVIM.
           move PROV-COD(IDX-PROV-HALLADO)
               to COD-PROV of REG_FACTMOVIM.
           move NRO-CBTE to NRO-FACTURA of REG_FACTMOVIM.
           move FECHA-CBTE-N to FECHA-FACTURA of REG_FACTMOVIM.
           move IMPORTE-CENTAVOS to IMPORTE of REG_FACTMOVIM.
           WRITE REG_FACTMOVIM.
           add 1 to TOTAL-IMPORTADAS.
           add IMPORTE-CENTAVOS to TOTAL-IMPORTE.
           if WS-CANT-GENERADAS < 99999
               add 1 to WS-CANT-GENERADAS
               move CUIT-RECEPTOR to GEN-CUIT-CONS(WS-CANT-GENERADAS)
               move PROV-COD(IDX-PROV-HALLADO)
                   to GEN-COD-PROV(WS-CANT-GENERADAS)
               move NRO-CBTE to GEN-NRO-FACTURA(WS-CANT-GENERADAS)
               move FECHA-CBTE-N
                   to GEN-FECHA-FACTURA(WS-CANT-GENERADAS)
               move IMPORTE-CENTAVOS to GEN-IMPORTE(WS-CANT-GENERADAS)
           end-if.

      *        ---------------------------------------------------------
      *        Busquedas sobre las tablas cargadas. PROV.INFO viene
      *        ordenado por COD-PROV, asi que el CUIT se busca
      *        recorriendo la tabla entera: un CUIT cargado en mas de
      *        un proveedor no se puede asignar.
      *        ---------------------------------------------------------
       BuscarProveedorPorCuit.
           move 0 to IDX-PROV-HALLADO.
           move 0 to CANT-PROV-HALLADOS.
           move 1 to IDX-PROV.
           PERFORM BuscarUnProveedor UNTIL IDX-PROV > WS-CANT-PROV.

       BuscarUnProveedor.
           if PROV-CUIT(IDX-PROV) = CUIT-EMISOR
               add 1 to CANT-PROV-HALLADOS
               if IDX-PROV-HALLADO = 0
                   move IDX-PROV to IDX-PROV-HALLADO
               end-if
           end-if.
           add 1 to IDX-PROV.

       BuscarConsorcio.
           move 0 to IDX-CONS-HALLADO.
           move 1 to LIM-INF-CONS.
           move WS-CANT-CONS to LIM-SUP-CONS.
           perform BuscarUnConsorcio
               until LIM-INF-CONS > LIM-SUP-CONS
               or IDX-CONS-HALLADO > 0.

       BuscarUnConsorcio.
           compute IDX-CONS = (LIM-INF-CONS + LIM-SUP-CONS) / 2.
           if CONS-CUIT(IDX-CONS) = CUIT-RECEPTOR
               move IDX-CONS to IDX-CONS-HALLADO
           else
               if CONS-CUIT(IDX-CONS) < CUIT-RECEPTOR
                   compute LIM-INF-CONS = IDX-CONS + 1
               else
                   compute LIM-SUP-CONS = IDX-CONS - 1
               end-if
           end-if.

       EmitirExcepcion.
           add 1 to TOTAL-RECHAZADAS.
           move spaces to REG_EXCEPCION.
           string NRO-LINEA "  "
               CUIT-EMISOR-TXT "  "
               CUIT-RECEPTOR-TXT "  "
               NUMERO-TXT(1:8) "  "
               WS-MOTIVO
               delimited by size into REG_EXCEPCION.
           WRITE REG_EXCEPCION.
           display "RECHAZADA: " REG_EXCEPCION.

       END PROGRAM ImportarFacturas.

               03 DESC-RUBRO pic X(15).
               03 FECHA-ALTA pic x(8).
               03 CANT pic x(3).
               03 CBU-PROV pic x(22).
               03 COND-FISCAL pic x(2).
               03 CUIT-PROV pic x(15).

           fd PROV.
           01 REG_PROV.
               03 DESC-RUBRO pic X(15).
               03 FECHA-ALTA pic 9(8).
               03 CANT pic 9(3).
               03 CBU-PROV pic 9(22).
               03 COND-FISCAL pic x(2).
               03 CUIT-PROV pic 9(15).

           fd PROVOUT.
           01 REG_PROV_OUT.
                   05 PROV-DESC-RUBRO pic x(15).
                   05 PROV-FECHA-ALTA pic 9(8).
                   05 PROV-CANT pic 9(3).
                   05 PROV-CBU pic 9(22).
                   05 PROV-COND-FISCAL pic x(2).
                   05 PROV-CUIT pic 9(15).
                   05 PROV-BORRADO pic x(1).

           01 ES-VALIDO pic x.
           01 WS-MOTIVO pic x(80).
           01 COD-PROV-MOVIM pic 9(8).

      *        validacion de los dos digitos verificadores del CBU del
      *        proveedor, con las mismas reglas que Program1 aplica a
      *        las cuentas de los consorcios
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

      *        condicion fiscal del proveedor frente a las retenciones:
      *        responsable inscripto, monotributo, exento o no
      *        inscripto
           01 COND-FISCAL-MOVIM pic x(2).
               88 COND-FISCAL-VALIDA value "RI" "MT" "EX" "NI".

      *        validacion del digito verificador del CUIT (modulo 11,
      *        pesos 5-4-3-2-7-6-5-4-3-2 sobre los 11 digitos bajos;
      *        los 4 altos del campo de 15 deben ser cero)
           01 PESOS-CUIT pic x(10) value "5432765432".
           01 CUIT-A-VALIDAR pic 9(15).
           01 CUIT-VALIDAR-X redefines CUIT-A-VALIDAR pic x(15).
           01 SUMA-CUIT pic 9(4).
           01 COCIENTE-CUIT pic 9(4).
           01 RESTO-CUIT pic 9(2).
           01 POS-CUIT pic 99.
           01 DIGITO-CUIT pic 9.
           01 PESO-CUIT pic 9.
           01 VERIF-CUIT pic 99.
           01 CUIT-VALIDO pic x.

      *        pista de auditoria comun de los mantenimientos: un
      *        registro fechado por movimiento aceptado, con imagen
      *        anterior y posterior y el operador del run
      *        lee un lote de movimientos ("A" alta, "B" baja, "M"
      *        modificacion) en el layout de REG_PROV precedido del tipo,
      *        valida cada uno (COD-PROV numerico y unico para altas,
      *        RUBRO y DESC-RUBRO no blancos, FECHA-ALTA bien formada,
      *        CBU optativo con sus digitos verificadores, condicion
      *        fiscal y CUIT del proveedor para las retenciones) y
      *        regraba PROV.INFO y PROV.OUT con el maestro resultante;
      *        los rechazados van a ALTAPROV.EXC con su motivo, como
      *        hace AltaConsorcio con los consorcios.
           move DESC-RUBRO of REG_PROV to PROV-DESC-RUBRO(WS-CANT-PROV).
           move FECHA-ALTA of REG_PROV to PROV-FECHA-ALTA(WS-CANT-PROV).
           move CANT of REG_PROV to PROV-CANT(WS-CANT-PROV).
           if CBU-PROV of REG_PROV is numeric
               move CBU-PROV of REG_PROV to PROV-CBU(WS-CANT-PROV)
           else
               move 0 to PROV-CBU(WS-CANT-PROV)
           end-if.
           move COND-FISCAL of REG_PROV
               to PROV-COND-FISCAL(WS-CANT-PROV).
           if CUIT-PROV of REG_PROV is numeric
               move CUIT-PROV of REG_PROV to PROV-CUIT(WS-CANT-PROV)
           else
               move 0 to PROV-CUIT(WS-CANT-PROV)
           end-if.
           move "N" to PROV-BORRADO(WS-CANT-PROV).
           READ PROV end-read.

               end-evaluate
           end-if.

           if MOVIM-ES-VALIDO
               and TIPO-MOVIM of REG_MOVIMPROV <> "B"
               and CBU-PROV of REG_MOVIMPROV not = spaces
               perform ValidarCbuMovimiento
           end-if.

           if MOVIM-ES-VALIDO
               and TIPO-MOVIM of REG_MOVIMPROV <> "B"
               perform ValidarDatosFiscales
           end-if.

      *        ---------------------------------------------------------
      *        Datos fiscales (optativos en la modificacion): la
      *        condicion debe ser una de las de la tabla de retenciones
      *        y el CUIT del proveedor debe tener digito verificador
      *        valido
      *        ---------------------------------------------------------
       ValidarDatosFiscales.
           if COND-FISCAL of REG_MOVIMPROV not = spaces
               move COND-FISCAL of REG_MOVIMPROV to COND-FISCAL-MOVIM
               if not COND-FISCAL-VALIDA
                   move "N" to ES-VALIDO
                   move "condicion fiscal invalida (RI, MT, EX o NI)"
                       to WS-MOTIVO
               end-if
           end-if.

           if MOVIM-ES-VALIDO
               and CUIT-PROV of REG_MOVIMPROV not = spaces
               if CUIT-PROV of REG_MOVIMPROV is not numeric
                   move "N" to ES-VALIDO
                   move "CUIT del proveedor no numerico" to WS-MOTIVO
               else
                   move CUIT-PROV of REG_MOVIMPROV to CUIT-A-VALIDAR
                   perform ValidarCuit
                   if CUIT-VALIDO <> "S"
                       move "N" to ES-VALIDO
                       move "CUIT del proveedor invalido" to WS-MOTIVO
                   end-if
               end-if
           end-if.

      *        ---------------------------------------------------------
      *        Validacion del digito verificador del CUIT: los 4
      *        digitos altos del campo de 15 deben ser cero y el
      *        verificador (posicion 11 del CUIT real) debe cumplir el
      *        modulo 11 con pesos 5-4-3-2-7-6-5-4-3-2; resto 1
      *        (verificador 10) no es un CUIT asignable
      *        ---------------------------------------------------------
       ValidarCuit.
           move "S" to CUIT-VALIDO.
           if CUIT-VALIDAR-X(1:4) <> "0000"
               move "N" to CUIT-VALIDO
           else
               move 0 to SUMA-CUIT
               move 1 to POS-CUIT
               perform SumarDigitoCuit until POS-CUIT > 10
               divide SUMA-CUIT by 11
                   giving COCIENTE-CUIT remainder RESTO-CUIT
               compute VERIF-CUIT = 11 - RESTO-CUIT
               if VERIF-CUIT = 11
                   move 0 to VERIF-CUIT
               end-if
               move CUIT-VALIDAR-X(15:1) to DIGITO-CUIT
               if VERIF-CUIT = 10 or DIGITO-CUIT <> VERIF-CUIT
                   move "N" to CUIT-VALIDO
               end-if
           end-if.

       SumarDigitoCuit.
           move CUIT-VALIDAR-X(POS-CUIT + 4:1) to DIGITO-CUIT.
           move PESOS-CUIT(POS-CUIT:1) to PESO-CUIT.
           compute SUMA-CUIT = SUMA-CUIT + DIGITO-CUIT * PESO-CUIT.
           add 1 to POS-CUIT.

      *        ---------------------------------------------------------
      *        CBU del proveedor (optativo): si viene, debe ser
      *        numerico y cumplir los dos digitos verificadores, porque
      *        es la cuenta destino de las transferencias de pago
      *        ---------------------------------------------------------
       ValidarCbuMovimiento.
           if CBU-PROV of REG_MOVIMPROV is not numeric
               move "N" to ES-VALIDO
               move "CBU del proveedor no numerico" to WS-MOTIVO
           else
               move CBU-PROV of REG_MOVIMPROV to CBU-X
               perform ValidarCbu
               if CBU-VALIDO <> "S"
                   move "N" to ES-VALIDO
                   move "CBU del proveedor invalido" to WS-MOTIVO
               end-if
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

       ValidarAlta.
           if WS-CANT-PROV >= 99999
               move "N" to ES-VALIDO
           move FECHA-ALTA of REG_MOVIMPROV
               to PROV-FECHA-ALTA(IDX-CORRIMIENTO).
           move CANT of REG_MOVIMPROV to PROV-CANT(IDX-CORRIMIENTO).
           if CBU-PROV of REG_MOVIMPROV not = spaces
               move CBU-PROV of REG_MOVIMPROV
                   to PROV-CBU(IDX-CORRIMIENTO)
           else
               move 0 to PROV-CBU(IDX-CORRIMIENTO)
           end-if.
           if COND-FISCAL of REG_MOVIMPROV not = spaces
               move COND-FISCAL of REG_MOVIMPROV
                   to PROV-COND-FISCAL(IDX-CORRIMIENTO)
           else
               move "NI" to PROV-COND-FISCAL(IDX-CORRIMIENTO)
           end-if.
           if CUIT-PROV of REG_MOVIMPROV not = spaces
               move CUIT-PROV of REG_MOVIMPROV
                   to PROV-CUIT(IDX-CORRIMIENTO)
           else
               move 0 to PROV-CUIT(IDX-CORRIMIENTO)
           end-if.
           move "N" to PROV-BORRADO(IDX-CORRIMIENTO).
           add 1 to TOTAL-ALTAS.
           move spaces to WS-AUD-ANTES.
               move CANT of REG_MOVIMPROV
                   to PROV-CANT(IDX-PROV-HALLADO)
           end-if.
           if CBU-PROV of REG_MOVIMPROV not = spaces
               move CBU-PROV of REG_MOVIMPROV
                   to PROV-CBU(IDX-PROV-HALLADO)
           end-if.
           if COND-FISCAL of REG_MOVIMPROV not = spaces
               move COND-FISCAL of REG_MOVIMPROV
                   to PROV-COND-FISCAL(IDX-PROV-HALLADO)
           end-if.
           if CUIT-PROV of REG_MOVIMPROV not = spaces
               move CUIT-PROV of REG_MOVIMPROV
                   to PROV-CUIT(IDX-PROV-HALLADO)
           end-if.
           add 1 to TOTAL-MODIFICACIONES.
           move provItem(IDX-PROV-HALLADO) to WS-AUD-DESPUES.
           perform AuditarMovimiento.
               move PROV-FECHA-ALTA(IDX-PROV)
                   to FECHA-ALTA of REG_PROV
               move PROV-CANT(IDX-PROV) to CANT of REG_PROV
               move PROV-CBU(IDX-PROV) to CBU-PROV of REG_PROV
               move PROV-COND-FISCAL(IDX-PROV)
                   to COND-FISCAL of REG_PROV
               move PROV-CUIT(IDX-PROV) to CUIT-PROV of REG_PROV
               if PROV-REGRABABLE = "S"
                   WRITE REG_PROV
               end-if

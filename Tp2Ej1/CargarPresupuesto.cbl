       identification division.
       program-id. CargarPresupuesto.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               select PRESMOVIM
                   assign to disk "PRESUPUESTO.INFO"
                   organization is line sequential
                   FILE STATUS IS fs-PRESMOVIM.

               select PRESUPUESTO
                   assign to disk "PRESUPUESTO.OUT"
                   ORGANIZATION INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PRES-KEY
                   FILE STATUS IS fs-PRESUPUESTO.

               select EXCEPCIONES
                   assign to disk "PRESUPUESTO.EXC"
                   organization is line sequential
                   FILE STATUS IS fs-EXCEPCIONES.

       DATA DIVISION.

       FILE SECTION.
      *        una linea por consorcio, anio y rubro, tal como la
      *        aprueba la asamblea: fecha de aprobacion y los doce
      *        importes mensuales en centavos
           fd PRESMOVIM.
           01 REG_PRESMOVIM.
               03 CUIT-CONS pic x(15).
               03 ANIO pic x(4).
               03 RUBRO pic x(4).
               03 FECHA-APROBACION pic x(8).
               03 IMPORTE-MES pic x(11) occurs 12 times.

           fd PRESUPUESTO.
           01 REG_PRESUPUESTO.
               03 PRES-KEY.
                   06 CUIT-CONS-P pic 9(15).
                   06 ANIO-P pic 9(4).
                   06 RUBRO-P pic x(4).
               03 FECHA-APROB-P pic 9(8).
               03 IMPORTE-MES-P pic 9(11) occurs 12 times.

           fd EXCEPCIONES.
           01 REG_EXCEPCION pic x(132).

       WORKING-STORAGE SECTION.
           01 fs-PRESMOVIM pic xx.
               88 ok-PRESMOVIM value "00".
               88 eof-PRESMOVIM value "10".
           01 fs-PRESUPUESTO pic xx.
               88 ok-PRESUPUESTO value "00".
           01 fs-EXCEPCIONES pic xx.
               88 ok-EXCEPCIONES value "00".

           01 ES-VALIDO pic x.
               88 PRESUPUESTO-ES-VALIDO value "S".
           01 WS-MOTIVO pic x(80).
           01 IDX-MES pic 9(2).

           01 FECHA-DESCOMPUESTA.
               03 FD-ANIO pic 9(4).
               03 FD-MES pic 9(2).
               03 FD-DIA pic 9(2).

           01 TOTAL-CARGADOS pic 9(6) value 0.
           01 TOTAL-REEMPLAZADOS pic 9(6) value 0.
           01 TOTAL-RECHAZADOS pic 9(6) value 0.

      *        codigo de retorno del paso (0 limpio, 4 con
      *        advertencias, 8 error serio)
           01 COD-RETORNO pic 9(2) value 0.

      *        ---------------------------------------------------------
      *        Carga del presupuesto anual de gastos: lee el lote
      *        PRESUPUESTO.INFO (CUIT-CONS, anio, RUBRO, fecha de
      *        aprobacion en asamblea y doce importes mensuales en
      *        centavos) y lo graba en el indexado PRESUPUESTO.OUT,
      *        clave consorcio + anio + rubro. Si la clave ya existe
      *        el presupuesto se reemplaza entero: una reformulacion
      *        aprobada por la asamblea sustituye a la anterior.
      *        Lineas invalidas van a PRESUPUESTO.EXC con su motivo,
      *        como los demas mantenimientos.
      *        ---------------------------------------------------------
       procedure division.
           display "|--- Carga de presupuestos anuales ---|".

           OPEN I-O PRESUPUESTO.
           if not ok-PRESUPUESTO
               OPEN OUTPUT PRESUPUESTO
           end-if.
           OPEN input PRESMOVIM.
           OPEN OUTPUT EXCEPCIONES.

           if not ok-PRESMOVIM
               display "ERROR: no se pudo abrir PRESUPUESTO.INFO ("
                   fs-PRESMOVIM "); no hay presupuestos que cargar."
               move 8 to COD-RETORNO
           else
               if not ok-PRESUPUESTO
                   display "ERROR: no se pudo abrir PRESUPUESTO.OUT ("
                       fs-PRESUPUESTO "); no se carga el lote."
                   move 8 to COD-RETORNO
               else
                   READ PRESMOVIM end-read
                   PERFORM ProcesarPresupuesto UNTIL eof-PRESMOVIM
               end-if
               CLOSE PRESMOVIM
           end-if.

           CLOSE PRESUPUESTO.
           CLOSE EXCEPCIONES.

           display "Total de presupuestos cargados: " TOTAL-CARGADOS.
           display "Total de presupuestos reemplazados: "
               TOTAL-REEMPLAZADOS.
           display "Total de presupuestos rechazados: "
               TOTAL-RECHAZADOS.
           if COD-RETORNO < 4 and TOTAL-RECHAZADOS > 0
               move 4 to COD-RETORNO
           end-if.
           move COD-RETORNO to RETURN-CODE.
       GOBACK.

       ProcesarPresupuesto.
           move "S" to ES-VALIDO.
           move spaces to WS-MOTIVO.
           perform ValidarPresupuesto.

           if PRESUPUESTO-ES-VALIDO
               perform GrabarPresupuesto
           else
               perform EmitirExcepcion
           end-if.

           READ PRESMOVIM end-read.

       ValidarPresupuesto.
           if CUIT-CONS of REG_PRESMOVIM is not numeric
               or ANIO of REG_PRESMOVIM is not numeric
               or FECHA-APROBACION of REG_PRESMOVIM is not numeric
               move "N" to ES-VALIDO
               move "campos no numericos en el presupuesto"
                   to WS-MOTIVO
           end-if.

           if PRESUPUESTO-ES-VALIDO
               move 1 to IDX-MES
               perform ValidarImporteMes until IDX-MES > 12
                   or not PRESUPUESTO-ES-VALIDO
           end-if.

           if PRESUPUESTO-ES-VALIDO
               and CUIT-CONS of REG_PRESMOVIM = all "0"
               move "N" to ES-VALIDO
               move "CUIT del consorcio en cero" to WS-MOTIVO
           end-if.

           if PRESUPUESTO-ES-VALIDO
               and ANIO of REG_PRESMOVIM < "1900"
               move "N" to ES-VALIDO
               move "anio del presupuesto invalido" to WS-MOTIVO
           end-if.

           if PRESUPUESTO-ES-VALIDO
               and RUBRO of REG_PRESMOVIM = spaces
               move "N" to ES-VALIDO
               move "RUBRO en blanco" to WS-MOTIVO
           end-if.

           if PRESUPUESTO-ES-VALIDO
               move FECHA-APROBACION of REG_PRESMOVIM
                   to FECHA-DESCOMPUESTA
               if FD-MES < 1 or FD-MES > 12
                   or FD-DIA < 1 or FD-DIA > 31
                   move "N" to ES-VALIDO
                   move "fecha de aprobacion invalida" to WS-MOTIVO
               end-if
           end-if.

       ValidarImporteMes.
           if IMPORTE-MES of REG_PRESMOVIM(IDX-MES) is not numeric
               move "N" to ES-VALIDO
               move spaces to WS-MOTIVO
               string "importe no numerico en el mes " IDX-MES
                   delimited by size into WS-MOTIVO
           end-if.
           add 1 to IDX-MES.

      *        ---------------------------------------------------------
      *        Alta del presupuesto; si la clave ya existe se reescribe
      *        con la version nueva aprobada
      *        ---------------------------------------------------------
       GrabarPresupuesto.
           move CUIT-CONS of REG_PRESMOVIM
               to CUIT-CONS-P of REG_PRESUPUESTO.
           move ANIO of REG_PRESMOVIM to ANIO-P of REG_PRESUPUESTO.
           move RUBRO of REG_PRESMOVIM to RUBRO-P of REG_PRESUPUESTO.
           READ PRESUPUESTO
               INVALID KEY
                   perform ArmarPresupuesto
                   WRITE REG_PRESUPUESTO
                       INVALID KEY
                           move "no se pudo grabar en PRESUPUESTO.OUT"
                               to WS-MOTIVO
                           perform EmitirExcepcion
                       NOT INVALID KEY
                           add 1 to TOTAL-CARGADOS
                   END-WRITE
               NOT INVALID KEY
                   perform ArmarPresupuesto
                   REWRITE REG_PRESUPUESTO
                       INVALID KEY
                           move "no se pudo reemplazar el presupuesto"
                               to WS-MOTIVO
                           perform EmitirExcepcion
                       NOT INVALID KEY
                           add 1 to TOTAL-REEMPLAZADOS
                   END-REWRITE
           END-READ.

       ArmarPresupuesto.
           move FECHA-APROBACION of REG_PRESMOVIM
               to FECHA-APROB-P of REG_PRESUPUESTO.
           move 1 to IDX-MES.
           perform ArmarImporteMes until IDX-MES > 12.

       ArmarImporteMes.
           move IMPORTE-MES of REG_PRESMOVIM(IDX-MES)
               to IMPORTE-MES-P of REG_PRESUPUESTO(IDX-MES).
           add 1 to IDX-MES.

       EmitirExcepcion.
           add 1 to TOTAL-RECHAZADOS.
           move spaces to REG_EXCEPCION.
           string CUIT-CONS of REG_PRESMOVIM "  "
               ANIO of REG_PRESMOVIM "  "
               RUBRO of REG_PRESMOVIM "  "
               WS-MOTIVO
               delimited by size into REG_EXCEPCION.
           WRITE REG_EXCEPCION.
           display "RECHAZADO: " REG_EXCEPCION.

       END PROGRAM CargarPresupuesto.

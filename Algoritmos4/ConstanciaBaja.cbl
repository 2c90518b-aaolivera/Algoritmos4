             03 TEL pic x(15).
             03 DIR pic x(30).
             03 FECHA-PROCESO pic 9(8).
             03 COD-ADMIN pic 9(3).

      *        --- replica indexada de la historia de bajas; la clave
      *        suma un numero de orden porque un CUIT puede tener mas

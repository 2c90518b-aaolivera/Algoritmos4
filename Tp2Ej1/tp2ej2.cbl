                   03 DESC-RUBRO pic X(15).
                   03 FECHA-ALTA pic 9(8).
                   03 CANT pic 9(3).
                   03 CBU-PROV pic 9(22).
                   03 COND-FISCAL pic x(2).
                   03 CUIT-PROV pic 9(15).

           fd LISTADO.
           01 REG_LISTADO pic x(132).

                   fs-CONSOR-CORREG ") " WS-PATH-CONSOR-CORREG
               move 8 to COD-RETORNO
           else
               RETURN ORDENAR AT END CONTINUE END-RETURN
               perform grabarUnaCorregida until eof-ORDENAR
               move "T" to TIPO-REG-CTL of REG_CONSOR-TRAILER
               move TOTAL-EMITIDAS to CANT-REGISTROS-CTL

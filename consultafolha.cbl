           ACCEPT WS-CODIGO-BUSCA
           DISPLAY "Competencia (AAAAMM): " WITH NO ADVANCING
           ACCEPT WS-COMP-BUSCA
           DISPLAY "Tipo (M=mensal 1/2=13o F=ferias R=rescisao "
                   "A=adiantamento): " WITH NO ADVANCING
           ACCEPT WS-TIPO-BUSCA
           MOVE FUNCTION UPPER-CASE(WS-TIPO-BUSCA) TO WS-TIPO-BUSCA
           IF WS-TIPO-BUSCA = SPACE
                       MOVE "FERIAS" TO LH-TIPO-DESC
                   WHEN HIST-RESCISAO
                       MOVE "RESCISAO" TO LH-TIPO-DESC
                   WHEN HIST-ADIANTAMENTO
                       MOVE "ADIANTAMENTO QUINZENAL" TO LH-TIPO-DESC
                   WHEN OTHER
                       MOVE HIST-TIPO TO LH-TIPO-DESC
               END-EVALUATE
           MOVE HIST-LIQUIDO TO WS-VALOR-EDITADO
           DISPLAY " " WS-VALOR-EDITADO
           ADD 1 TO WS-TOTAL-COMPETENCIAS
      *> O adiantamento ja esta no bruto da folha mensal, que o
      *> desconta do liquido: soma so no liquido efetivamente pago.
           IF NOT HIST-ADIANTAMENTO
               ADD HIST-BRUTO   TO WS-ACUM-BRUTO
               ADD HIST-INSS    TO WS-ACUM-INSS
               ADD HIST-IRRF    TO WS-ACUM-IRRF
           END-IF
           ADD HIST-LIQUIDO TO WS-ACUM-LIQUIDO.

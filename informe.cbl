               MOVE ZERO TO WS-AC-LIQUIDO (WS-TIPO-IND)
           END-PERFORM.

      *> O adiantamento quinzenal ja esta dentro do bruto da folha
      *> mensal da competencia (que o desconta do liquido) e nao
      *> entra de novo no informe.
       ACUMULA-REGISTRO.
           IF HIST-ADIANTAMENTO
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN HIST-MENSAL       MOVE 1 TO WS-TIPO-IND
               WHEN HIST-13-PARCELA-1 MOVE 2 TO WS-TIPO-IND

      *> Paragrafos do periodo aquisitivo de ferias, comuns ao
      *> CRUD-FUNCIONARIOS, GERA-FOLHA e PROVISAO-FOLHA. Usam a area
      *> de PERAQUIS.CPY e o WS-DT-CONTRATO do programa.

      *> Periodo aquisitivo de ferias na data WS-PER-REF: periodos de
      *> doze meses contados do inicio do contrato (WS-DT-CONTRATO),
      *> cada um empurrado pelos dias de afastamento nao pago dentro
      *> dele (tabela WS-AFASTAMENTOS, regras de GUARDA-AFASTAMENTO)
      *> e reiniciado no dia seguinte a volta do afastamento pelo
      *> INSS que passar de seis meses no periodo. Devolve o periodo
      *> em curso na data (WS-PER-INI/WS-PER-FIM, fim 9999999 quando
      *> um afastamento sem volta prevista o deixa em aberto), o
      *> ultimo periodo completo (WS-PER-COMPLETO = "S", datas em
      *> WS-PER-ANT-INI/WS-PER-ANT-FIM) e WS-PER-SEM-RETORNO = "S"
      *> quando na data o funcionario passa de seis meses afastado
      *> pelo INSS sem ter voltado (periodo suspenso).
       CALCULA-PERIODO-AQUIS.
           PERFORM ORDENA-AFASTAMENTOS
           MOVE WS-DT-CONTRATO(5:4) TO WS-PER-AMD(1:4)
           MOVE WS-DT-CONTRATO(3:2) TO WS-PER-AMD(5:2)
           MOVE WS-DT-CONTRATO(1:2) TO WS-PER-AMD(7:2)
           COMPUTE WS-PER-INI = FUNCTION INTEGER-OF-DATE(WS-PER-AMD)
           MOVE ZERO TO WS-PER-ANT-INI
           MOVE ZERO TO WS-PER-ANT-FIM
           MOVE "N"  TO WS-PER-COMPLETO
           MOVE "N"  TO WS-PER-SEM-RETORNO
           MOVE "N"  TO WS-PER-ACHADO
           PERFORM UNTIL WS-PER-ACHADO = "S"
               PERFORM MONTA-PERIODO-AQUIS
               EVALUATE TRUE
                   WHEN WS-PER-SEM-RETORNO = "S"
                       MOVE "S" TO WS-PER-ACHADO
                   WHEN WS-PER-REINICIO NOT = ZERO
                       IF WS-PER-REINICIO > WS-PER-REF
                           MOVE "S" TO WS-PER-SEM-RETORNO
                           MOVE "S" TO WS-PER-ACHADO
                       ELSE
                           MOVE WS-PER-REINICIO TO WS-PER-INI
                       END-IF
                   WHEN WS-PER-FIM >= WS-PER-REF
                       MOVE "S" TO WS-PER-ACHADO
                   WHEN OTHER
                       MOVE "S" TO WS-PER-COMPLETO
                       MOVE WS-PER-INI TO WS-PER-ANT-INI
                       MOVE WS-PER-FIM TO WS-PER-ANT-FIM
                       COMPUTE WS-PER-INI = WS-PER-FIM + 1
               END-EVALUATE
           END-PERFORM.

      *> Afastamentos em ordem de inicio, para o periodo ser
      *> estendido numa so passada.
       ORDENA-AFASTAMENTOS.
           PERFORM VARYING WS-PER-IND FROM 1 BY 1
                   UNTIL WS-PER-IND >= WS-AFAS-QTD
               PERFORM VARYING WS-PER-IND2 FROM 1 BY 1
                       UNTIL WS-PER-IND2 > WS-AFAS-QTD - WS-PER-IND
                   IF WS-AFAS-INI (WS-PER-IND2) >
                      WS-AFAS-INI (WS-PER-IND2 + 1)
                       MOVE WS-AFAS-ITEM (WS-PER-IND2)
                         TO WS-AFAS-TROCA
                       MOVE WS-AFAS-ITEM (WS-PER-IND2 + 1)
                         TO WS-AFAS-ITEM (WS-PER-IND2)
                       MOVE WS-AFAS-TROCA
                         TO WS-AFAS-ITEM (WS-PER-IND2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> Periodo que comeca em WS-PER-INI: vai ate a vespera do
      *> aniversario (29/02 faz aniversario em 01/03), mais os dias
      *> afastados dentro dele. WS-PER-REINICIO volta preenchido
      *> quando o periodo se perde pelo afastamento do INSS.
       MONTA-PERIODO-AQUIS.
           COMPUTE WS-PER-AMD = FUNCTION DATE-OF-INTEGER(WS-PER-INI)
           ADD 10000 TO WS-PER-AMD
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PER-AMD) NOT = 0
               MOVE "0301" TO WS-PER-AMD(5:4)
           END-IF
           COMPUTE WS-PER-FIM =
                   FUNCTION INTEGER-OF-DATE(WS-PER-AMD) - 1
           COMPUTE WS-PER-COBERTO = WS-PER-INI - 1
           MOVE "N" TO WS-PER-PARAR
           PERFORM VARYING WS-PER-IND FROM 1 BY 1
                   UNTIL WS-PER-IND > WS-AFAS-QTD
                      OR WS-PER-PARAR = "S"
               PERFORM ESTENDE-PERIODO-AQUIS
           END-PERFORM
           PERFORM CONFERE-INSS-PERIODO.

      *> Cada afastamento que comeca ate o fim (ja estendido) do
      *> periodo empurra o fim pelos seus dias ainda nao contados;
      *> o sem volta prevista deixa o periodo em aberto.
       ESTENDE-PERIODO-AQUIS.
           IF WS-AFAS-INI (WS-PER-IND) > WS-PER-FIM
               MOVE "S" TO WS-PER-PARAR
               EXIT PARAGRAPH
           END-IF
           IF WS-AFAS-FIM (WS-PER-IND) <= WS-PER-COBERTO
               EXIT PARAGRAPH
           END-IF
           IF WS-AFAS-FIM (WS-PER-IND) = 9999999
               MOVE 9999999 TO WS-PER-FIM
               MOVE "S" TO WS-PER-PARAR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AFAS-INI (WS-PER-IND) TO WS-PER-SOBR-INI
           IF WS-PER-SOBR-INI <= WS-PER-COBERTO
               COMPUTE WS-PER-SOBR-INI = WS-PER-COBERTO + 1
           END-IF
           COMPUTE WS-PER-FIM = WS-PER-FIM
                   + WS-AFAS-FIM (WS-PER-IND) - WS-PER-SOBR-INI + 1
           MOVE WS-AFAS-FIM (WS-PER-IND) TO WS-PER-COBERTO.

      *> Mais de seis meses (180 dias) de afastamento pelo INSS no
      *> periodo: se o 181o dia ja chegou na data de referencia, o
      *> periodo se perde e o novo comeca na volta; sem volta
      *> prevista, o funcionario fica sem periodo em curso.
       CONFERE-INSS-PERIODO.
           MOVE ZERO TO WS-PER-REINICIO
           MOVE ZERO TO WS-PER-DIAS-INSS
           COMPUTE WS-PER-COBERTO = WS-PER-INI - 1
           MOVE "N" TO WS-PER-PARAR
           PERFORM VARYING WS-PER-IND FROM 1 BY 1
                   UNTIL WS-PER-IND > WS-AFAS-QTD
                      OR WS-PER-PARAR = "S"
               IF WS-AFAS-INSS (WS-PER-IND) = "S"
                   PERFORM CONTA-INSS-PERIODO
               END-IF
           END-PERFORM.

       CONTA-INSS-PERIODO.
           IF WS-AFAS-INI (WS-PER-IND) > WS-PER-FIM
               MOVE "S" TO WS-PER-PARAR
               EXIT PARAGRAPH
           END-IF
           IF WS-AFAS-FIM (WS-PER-IND) <= WS-PER-COBERTO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AFAS-INI (WS-PER-IND) TO WS-PER-SOBR-INI
           IF WS-PER-SOBR-INI <= WS-PER-COBERTO
               COMPUTE WS-PER-SOBR-INI = WS-PER-COBERTO + 1
           END-IF
           MOVE WS-AFAS-FIM (WS-PER-IND) TO WS-PER-SOBR-FIM
           IF WS-PER-SOBR-FIM > WS-PER-FIM
               MOVE WS-PER-FIM TO WS-PER-SOBR-FIM
           END-IF
           IF WS-PER-DIAS-INSS + WS-PER-SOBR-FIM
              - WS-PER-SOBR-INI + 1 > 180
               COMPUTE WS-PER-DIA-181 =
                       WS-PER-SOBR-INI + 180 - WS-PER-DIAS-INSS
               IF WS-PER-DIA-181 <= WS-PER-REF
                   IF WS-AFAS-FIM (WS-PER-IND) = 9999999
                       MOVE "S" TO WS-PER-SEM-RETORNO
                   ELSE
                       COMPUTE WS-PER-REINICIO =
                               WS-AFAS-FIM (WS-PER-IND) + 1
                   END-IF
               END-IF
               MOVE "S" TO WS-PER-PARAR
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PER-DIAS-INSS = WS-PER-DIAS-INSS
                   + WS-PER-SOBR-FIM - WS-PER-SOBR-INI + 1
           MOVE WS-PER-SOBR-FIM TO WS-PER-COBERTO.

      *> Data inteira WS-PER-CONV convertida para DDMMAAAA.
       CONVERTE-DATA-PERIODO.
           COMPUTE WS-PER-AMD = FUNCTION DATE-OF-INTEGER(WS-PER-CONV)
           MOVE WS-PER-AMD(7:2) TO WS-PER-DMA(1:2)
           MOVE WS-PER-AMD(5:2) TO WS-PER-DMA(3:2)
           MOVE WS-PER-AMD(1:4) TO WS-PER-DMA(5:4).

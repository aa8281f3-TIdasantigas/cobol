      *> Fechamento mensal em lote. Roda sem operador a cadeia do
      *> fechamento - BATIMENTO-ARQUIVOS, IMPORTA-PONTO e GERA-FOLHA
      *> em cada tipo de folha pedido - a partir do arquivo de
      *> parametros FECHAMENTO.PRM, uma chave por linha:
      *>     COMPETENCIA=AAAAMM        (obrigatoria)
      *>     TIPOS=A,M                 (tipos de folha, na ordem:
      *>                                M mensal, 1 e 2 parcelas do
      *>                                13o, F ferias, A adiantamento)
      *>     SUPERVISOR=codigo         (OPERADORES.DAT)
      *>     TOKEN=token de lote       (token proprio do supervisor,
      *>                                cadastrado no CRUD-FUNCIONARIOS;
      *>                                libera competencia fechada)
      *>     LIMITE-REJEICOES=nnnnn    (rejeicoes aceitas no ponto;
      *>                                ausente = nenhuma)
      *>     REINICIAR=S               (refaz a cadeia do inicio,
      *>                                inclusive a importacao do
      *>                                ponto ja concluida)
      *> Linhas em branco ou comecadas por "*" sao comentario. Os
      *> programas sao chamados com a area REGLOTE preenchida, entao
      *> nada e perguntado no console. A cadeia para quando o
      *> BATIMENTO.TXT tem excecao bloqueante, quando o
      *> PONTO_CRITICA.TXT passa do limite de rejeicoes (e nesse caso
      *> nenhum movimento do ponto e gravado) ou quando uma etapa
      *> falha. Cada etapa deixa em FECHAMENTO.LOG o inicio e o
      *> resultado (C concluida, B bloqueada, F falhou); uma etapa so
      *> com o inicio registrado foi interrompida no meio. A rodada
      *> seguinte da mesma competencia retoma da primeira etapa que
      *> nao terminou concluida - o ponto ja importado nao e
      *> importado de novo.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHAMENTO-MENSAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PARAM ASSIGN TO "FECHAMENTO.PRM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARAM.

           SELECT ARQ-LOG ASSIGN TO "FECHAMENTO.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOG.

           SELECT ARQ-PONTO ASSIGN TO "PONTO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PONTO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PARAM.
       01  LINHA-PARAM             PIC X(80).

      *> Uma linha por evento de etapa; LOG-ETAPA "CADEIA" marca o
      *> inicio e o fim de cada rodada do driver.
       FD  ARQ-LOG.
       01  REG-LOG.
           05 LOG-COMPETENCIA      PIC 9(06).
           05 FILLER               PIC X(01).
           05 LOG-ETAPA            PIC X(14).
           05 FILLER               PIC X(01).
           05 LOG-STATUS           PIC X(01).
               88 LOG-INICIADA     VALUE "I".
               88 LOG-CONCLUIDA    VALUE "C".
               88 LOG-BLOQUEADA    VALUE "B".
               88 LOG-FALHOU       VALUE "F".
           05 FILLER               PIC X(01).
           05 LOG-DATA-HORA        PIC X(14).
           05 FILLER               PIC X(01).
           05 LOG-MENSAGEM         PIC X(60).

       FD  ARQ-PONTO.
       01  LINHA-PONTO             PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-PARAM         PIC XX.
       77  WS-STATUS-LOG           PIC XX.
       77  WS-STATUS-PONTO         PIC XX.
       77  WS-FIM-PARAM            PIC X       VALUE "N".
       77  WS-FIM-LOG              PIC X       VALUE "N".
       77  WS-PARAM-OK             PIC X       VALUE "S".

       77  WS-PRM-CHAVE            PIC X(20).
       77  WS-PRM-VALOR            PIC X(60).
       77  WS-PRM-TIPOS            PIC X(20).
       77  WS-PRM-LIMITE           PIC X(10).
       77  WS-PRM-REINICIAR        PIC X       VALUE "N".
       77  WS-PRM-COMPETENCIA      PIC X(06)   VALUE SPACES.

       77  WS-COMPETENCIA          PIC 9(06).
       77  WS-TIPO-IND             PIC 9(02)   COMP.
       77  WS-ETAPA-IND            PIC 9(02)   COMP.
       77  WS-ETAPA-INICIO         PIC 9(02)   COMP.
       77  WS-QTD-ETAPAS           PIC 9(02)   COMP VALUE ZERO.
       77  WS-CADEIA-PARADA        PIC X       VALUE "N".
       77  WS-RESULTADO            PIC X.
       77  WS-RC-ETAPA             PIC S9(04)  COMP VALUE ZERO.
       77  WS-ETAPA-LOG            PIC X(14).
       77  WS-MENSAGEM             PIC X(60).
       77  WS-QTDE-EDITADA         PIC ZZ.ZZ9.
       77  WS-LIMITE-EDITADO       PIC ZZ.ZZ9.

      *> Tipos de folha do parametro TIPOS, na ordem informada.
       01  WS-TIPOS-PRM.
           05 WS-TIPO-PRM          PIC X(02)   OCCURS 5.

      *> Etapas da cadeia: nome no log, tipo de folha do GERA-FOLHA
      *> (zero nas etapas que nao sao folha) e o ultimo status que o
      *> log registrou para a etapa nesta competencia.
       01  WS-ETAPAS.
           05 WS-ETAPA             OCCURS 7.
              10 WS-ETP-NOME       PIC X(14).
              10 WS-ETP-TIPO       PIC 9(01).
              10 WS-ETP-ULTIMO     PIC X(01).

           COPY REGLOTE.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LE-PARAMETROS
           IF WS-PARAM-OK = "N"
               DISPLAY "Fechamento cancelado: FECHAMENTO.PRM invalido."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM MONTA-ETAPAS
           PERFORM LE-LOG-ANTERIOR
           PERFORM DEFINE-ETAPA-INICIO
           IF WS-ETAPA-INICIO > WS-QTD-ETAPAS
               DISPLAY "Cadeia da competencia " WS-COMPETENCIA
                       " ja concluida; use REINICIAR=S para refazer."
               MOVE ZERO TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM PREPARA-AREA-LOTE
           MOVE "CADEIA" TO WS-ETAPA-LOG
           MOVE "I" TO WS-RESULTADO
           MOVE SPACES TO WS-MENSAGEM
           STRING "INICIO NA ETAPA " DELIMITED BY SIZE
                  WS-ETP-NOME (WS-ETAPA-INICIO) DELIMITED BY SPACE
                  INTO WS-MENSAGEM
           END-STRING
           PERFORM GRAVA-LOG

           PERFORM VARYING WS-ETAPA-IND FROM WS-ETAPA-INICIO BY 1
                   UNTIL WS-ETAPA-IND > WS-QTD-ETAPAS
                      OR WS-CADEIA-PARADA = "S"
               PERFORM EXECUTA-ETAPA
           END-PERFORM

           IF WS-CADEIA-PARADA = "S"
               MOVE "F" TO WS-RESULTADO
               MOVE "CADEIA INTERROMPIDA; CORRIGIR E RODAR DE NOVO"
                   TO WS-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "C" TO WS-RESULTADO
               MOVE "FECHAMENTO CONCLUIDO" TO WS-MENSAGEM
               MOVE ZERO TO RETURN-CODE
           END-IF
           MOVE "CADEIA" TO WS-ETAPA-LOG
           PERFORM GRAVA-LOG
           DISPLAY "Fechamento " WS-COMPETENCIA ": " WS-MENSAGEM
           DISPLAY "Situacao das etapas em FECHAMENTO.LOG"
           STOP RUN.

      *> Le FECHAMENTO.PRM e confere as chaves obrigatorias; a
      *> primeira inconsistencia e mostrada e o lote nem comeca.
       LE-PARAMETROS.
           MOVE SPACES TO WS-TIPOS-PRM
           MOVE SPACES TO WS-PRM-TIPOS
           MOVE SPACES TO WS-PRM-LIMITE
           MOVE SPACES TO LOTE-SUPERVISOR
           MOVE SPACES TO LOTE-TOKEN
           OPEN INPUT ARQ-PARAM
           IF WS-STATUS-PARAM NOT = "00"
               DISPLAY "Erro ao abrir FECHAMENTO.PRM: " WS-STATUS-PARAM
               MOVE "N" TO WS-PARAM-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FIM-PARAM = "S"
               READ ARQ-PARAM
                   AT END MOVE "S" TO WS-FIM-PARAM
                   NOT AT END
                       IF LINHA-PARAM NOT = SPACES AND
                          LINHA-PARAM(1:1) NOT = "*"
                           PERFORM INTERPRETA-PARAMETRO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-PARAM

           IF WS-PRM-COMPETENCIA IS NOT NUMERIC OR
              WS-PRM-COMPETENCIA(5:2) < "01" OR
              WS-PRM-COMPETENCIA(5:2) > "12"
               DISPLAY "COMPETENCIA ausente ou invalida (AAAAMM): "
                       WS-PRM-COMPETENCIA
               MOVE "N" TO WS-PARAM-OK
           ELSE
               MOVE WS-PRM-COMPETENCIA TO WS-COMPETENCIA
           END-IF

           IF WS-PRM-TIPOS = SPACES
               DISPLAY "TIPOS ausente: informe ao menos um tipo."
               MOVE "N" TO WS-PARAM-OK
           ELSE
               UNSTRING WS-PRM-TIPOS DELIMITED BY ","
                   INTO WS-TIPO-PRM (1) WS-TIPO-PRM (2)
                        WS-TIPO-PRM (3) WS-TIPO-PRM (4)
                        WS-TIPO-PRM (5)
               END-UNSTRING
           END-IF

           MOVE ZERO TO LOTE-LIMITE-REJEICOES
           IF WS-PRM-LIMITE NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PRM-LIMITE) = ZERO
                   MOVE FUNCTION NUMVAL(WS-PRM-LIMITE)
                       TO LOTE-LIMITE-REJEICOES
               ELSE
                   DISPLAY "LIMITE-REJEICOES invalido: "
                           WS-PRM-LIMITE
                   MOVE "N" TO WS-PARAM-OK
               END-IF
           END-IF.

       INTERPRETA-PARAMETRO.
           MOVE SPACES TO WS-PRM-CHAVE
           MOVE SPACES TO WS-PRM-VALOR
           UNSTRING LINHA-PARAM DELIMITED BY "="
               INTO WS-PRM-CHAVE WS-PRM-VALOR
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-PRM-CHAVE) TO WS-PRM-CHAVE
           EVALUATE WS-PRM-CHAVE
               WHEN "COMPETENCIA"
                   MOVE WS-PRM-VALOR TO WS-PRM-COMPETENCIA
               WHEN "TIPOS"
                   MOVE FUNCTION UPPER-CASE(WS-PRM-VALOR)
                       TO WS-PRM-TIPOS
               WHEN "SUPERVISOR"
                   MOVE WS-PRM-VALOR TO LOTE-SUPERVISOR
               WHEN "TOKEN"
                   MOVE WS-PRM-VALOR TO LOTE-TOKEN
               WHEN "LIMITE-REJEICOES"
                   MOVE WS-PRM-VALOR TO WS-PRM-LIMITE
               WHEN "REINICIAR"
                   MOVE FUNCTION UPPER-CASE(WS-PRM-VALOR(1:1))
                       TO WS-PRM-REINICIAR
               WHEN OTHER
                   DISPLAY "Parametro desconhecido: " WS-PRM-CHAVE
                   MOVE "N" TO WS-PARAM-OK
           END-EVALUATE.

      *> Batimento e ponto sempre; depois uma etapa de GERA-FOLHA
      *> por tipo pedido, com o numero do tipo no menu dele. A
      *> rescisao e de um funcionario so e fica fora do lote.
       MONTA-ETAPAS.
           MOVE 1 TO WS-QTD-ETAPAS
           MOVE "BATIMENTO"     TO WS-ETP-NOME (1)
           MOVE ZERO            TO WS-ETP-TIPO (1)
           MOVE 2 TO WS-QTD-ETAPAS
           MOVE "IMPORTA-PONTO" TO WS-ETP-NOME (2)
           MOVE ZERO            TO WS-ETP-TIPO (2)
           PERFORM VARYING WS-TIPO-IND FROM 1 BY 1
                   UNTIL WS-TIPO-IND > 5
               IF WS-TIPO-PRM (WS-TIPO-IND) NOT = SPACES
                   PERFORM INCLUI-ETAPA-FOLHA
               END-IF
           END-PERFORM
           IF WS-QTD-ETAPAS = 2
               DISPLAY "TIPOS sem nenhum tipo de folha valido."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-ETAPA-IND FROM 1 BY 1
                   UNTIL WS-ETAPA-IND > WS-QTD-ETAPAS
               MOVE SPACE TO WS-ETP-ULTIMO (WS-ETAPA-IND)
           END-PERFORM.

       INCLUI-ETAPA-FOLHA.
           ADD 1 TO WS-QTD-ETAPAS
           MOVE SPACES TO WS-ETP-NOME (WS-QTD-ETAPAS)
           STRING "GERA-FOLHA-" DELIMITED BY SIZE
                  WS-TIPO-PRM (WS-TIPO-IND) DELIMITED BY SPACE
                  INTO WS-ETP-NOME (WS-QTD-ETAPAS)
           END-STRING
           EVALUATE WS-TIPO-PRM (WS-TIPO-IND)
               WHEN "M"
                   MOVE 1 TO WS-ETP-TIPO (WS-QTD-ETAPAS)
               WHEN "1"
                   MOVE 2 TO WS-ETP-TIPO (WS-QTD-ETAPAS)
               WHEN "2"
                   MOVE 3 TO WS-ETP-TIPO (WS-QTD-ETAPAS)
               WHEN "F"
                   MOVE 4 TO WS-ETP-TIPO (WS-QTD-ETAPAS)
               WHEN "A"
                   MOVE 6 TO WS-ETP-TIPO (WS-QTD-ETAPAS)
               WHEN OTHER
                   DISPLAY "Tipo de folha invalido no lote: "
                           WS-TIPO-PRM (WS-TIPO-IND)
                           " (use M, 1, 2, F ou A)"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *> Ultimo status de cada etapa desta competencia nas rodadas
      *> anteriores. Sem FECHAMENTO.LOG e a primeira rodada.
       LE-LOG-ANTERIOR.
           OPEN INPUT ARQ-LOG
           IF WS-STATUS-LOG NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FIM-LOG = "S"
               READ ARQ-LOG
                   AT END MOVE "S" TO WS-FIM-LOG
                   NOT AT END
                       IF LOG-COMPETENCIA = WS-COMPETENCIA
                           PERFORM GUARDA-STATUS-ETAPA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-LOG.

       GUARDA-STATUS-ETAPA.
           PERFORM VARYING WS-ETAPA-IND FROM 1 BY 1
                   UNTIL WS-ETAPA-IND > WS-QTD-ETAPAS
               IF WS-ETP-NOME (WS-ETAPA-IND) = LOG-ETAPA
                   MOVE LOG-STATUS TO WS-ETP-ULTIMO (WS-ETAPA-IND)
               END-IF
           END-PERFORM.

      *> Retoma da primeira etapa que nao terminou concluida; as
      *> seguintes rodam de novo mesmo que tenham concluido antes,
      *> porque dependem do que a etapa refeita produzir.
       DEFINE-ETAPA-INICIO.
           IF WS-PRM-REINICIAR = "S"
               MOVE 1 TO WS-ETAPA-INICIO
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-ETAPA-INICIO
           PERFORM UNTIL WS-ETAPA-INICIO > WS-QTD-ETAPAS
                   OR WS-ETP-ULTIMO (WS-ETAPA-INICIO) NOT = "C"
               ADD 1 TO WS-ETAPA-INICIO
           END-PERFORM
           IF WS-ETAPA-INICIO > 1 AND
              WS-ETAPA-INICIO <= WS-QTD-ETAPAS
               DISPLAY "Retomando a cadeia na etapa "
                       WS-ETP-NOME (WS-ETAPA-INICIO)
           END-IF
           IF WS-ETAPA-INICIO <= WS-QTD-ETAPAS
               IF WS-ETP-ULTIMO (WS-ETAPA-INICIO) = "I"
                   DISPLAY "A etapa " WS-ETP-NOME (WS-ETAPA-INICIO)
                           " foi interrompida na rodada anterior."
               END-IF
           END-IF.

       PREPARA-AREA-LOTE.
           MOVE "S"            TO LOTE-MODO
           MOVE WS-COMPETENCIA TO LOTE-COMPETENCIA
           MOVE ZERO           TO LOTE-TIPO-FOLHA
           MOVE ZERO           TO LOTE-BLOQUEANTES
           MOVE ZERO           TO LOTE-REJEICOES
           MOVE "N"            TO LOTE-SEM-GRAVACAO.

      *> O inicio da etapa vai para o log antes da chamada: se o
      *> programa chamado abortar, a etapa fica so com o "I" e a
      *> proxima rodada sabe de onde retomar.
       EXECUTA-ETAPA.
           MOVE WS-ETP-NOME (WS-ETAPA-IND) TO WS-ETAPA-LOG
           MOVE "I" TO WS-RESULTADO
           MOVE "INICIADA" TO WS-MENSAGEM
           PERFORM GRAVA-LOG
           DISPLAY "==> " WS-ETP-NOME (WS-ETAPA-IND)

           MOVE "C" TO WS-RESULTADO
           MOVE "CONCLUIDA" TO WS-MENSAGEM
           MOVE ZERO TO LOTE-BLOQUEANTES
           MOVE ZERO TO LOTE-REJEICOES
           MOVE "N"  TO LOTE-SEM-GRAVACAO
           MOVE WS-ETP-TIPO (WS-ETAPA-IND) TO LOTE-TIPO-FOLHA
           EVALUATE WS-ETAPA-IND
               WHEN 1
                   PERFORM ETAPA-BATIMENTO
               WHEN 2
                   PERFORM ETAPA-IMPORTA-PONTO
               WHEN OTHER
                   PERFORM ETAPA-GERA-FOLHA
           END-EVALUATE

           IF WS-RESULTADO NOT = "C"
               MOVE "S" TO WS-CADEIA-PARADA
           END-IF
           MOVE WS-ETP-NOME (WS-ETAPA-IND) TO WS-ETAPA-LOG
           PERFORM GRAVA-LOG
           DISPLAY "    " WS-RESULTADO " - " WS-MENSAGEM.

       ETAPA-BATIMENTO.
           CALL "BATIMENTO-ARQUIVOS"
               ON EXCEPTION
                   MOVE "F" TO WS-RESULTADO
                   MOVE "PROGRAMA BATIMENTO-ARQUIVOS NAO ENCONTRADO"
                       TO WS-MENSAGEM
                   EXIT PARAGRAPH
           END-CALL
           MOVE RETURN-CODE TO WS-RC-ETAPA
           CANCEL "BATIMENTO-ARQUIVOS"
           IF WS-RC-ETAPA NOT = ZERO
               MOVE "F" TO WS-RESULTADO
               MOVE "BATIMENTO TERMINOU COM ERRO" TO WS-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           IF LOTE-BLOQUEANTES > ZERO
               MOVE "B" TO WS-RESULTADO
               MOVE LOTE-BLOQUEANTES TO WS-QTDE-EDITADA
               MOVE SPACES TO WS-MENSAGEM
               STRING WS-QTDE-EDITADA DELIMITED BY SIZE
                      " EXCECAO(OES) BLOQUEANTE(S) EM BATIMENTO.TXT"
                      DELIMITED BY SIZE
                      INTO WS-MENSAGEM
               END-STRING
           END-IF.

      *> A falta do PONTO.TXT e conferida antes da chamada, para a
      *> etapa falhar com o motivo no log.
       ETAPA-IMPORTA-PONTO.
           OPEN INPUT ARQ-PONTO
           IF WS-STATUS-PONTO NOT = "00"
               MOVE "F" TO WS-RESULTADO
               MOVE SPACES TO WS-MENSAGEM
               STRING "PONTO.TXT NAO DISPONIVEL (STATUS "
                      DELIMITED BY SIZE
                      WS-STATUS-PONTO DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-MENSAGEM
               END-STRING
               EXIT PARAGRAPH
           END-IF
           CLOSE ARQ-PONTO

           CALL "IMPORTA-PONTO"
               ON EXCEPTION
                   MOVE "F" TO WS-RESULTADO
                   MOVE "PROGRAMA IMPORTA-PONTO NAO ENCONTRADO"
                       TO WS-MENSAGEM
                   EXIT PARAGRAPH
           END-CALL
           MOVE RETURN-CODE TO WS-RC-ETAPA
           CANCEL "IMPORTA-PONTO"
           IF WS-RC-ETAPA NOT = ZERO
               MOVE "F" TO WS-RESULTADO
               MOVE "IMPORTACAO DO PONTO TERMINOU COM ERRO"
                   TO WS-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           MOVE LOTE-REJEICOES TO WS-QTDE-EDITADA
           MOVE SPACES TO WS-MENSAGEM
           IF LOTE-SEM-GRAVACAO = "S"
               MOVE "B" TO WS-RESULTADO
               MOVE LOTE-LIMITE-REJEICOES TO WS-LIMITE-EDITADO
               STRING WS-QTDE-EDITADA DELIMITED BY SIZE
                      " REJEICOES NO PONTO, LIMITE " DELIMITED BY SIZE
                      WS-LIMITE-EDITADO DELIMITED BY SIZE
                      "; NADA GRAVADO" DELIMITED BY SIZE
                      INTO WS-MENSAGEM
               END-STRING
           ELSE
               STRING "CONCLUIDA COM " DELIMITED BY SIZE
                      WS-QTDE-EDITADA DELIMITED BY SIZE
                      " REJEICAO(OES) NO PONTO" DELIMITED BY SIZE
                      INTO WS-MENSAGEM
               END-STRING
           END-IF.

      *> O GERA-FOLHA e cancelado depois de cada tipo para a chamada
      *> seguinte comecar com a WORKING-STORAGE inicial.
       ETAPA-GERA-FOLHA.
           CALL "GERA-FOLHA"
               ON EXCEPTION
                   MOVE "F" TO WS-RESULTADO
                   MOVE "PROGRAMA GERA-FOLHA NAO ENCONTRADO"
                       TO WS-MENSAGEM
                   EXIT PARAGRAPH
           END-CALL
           MOVE RETURN-CODE TO WS-RC-ETAPA
           CANCEL "GERA-FOLHA"
           IF WS-RC-ETAPA NOT = ZERO
               MOVE "F" TO WS-RESULTADO
               MOVE "FOLHA TERMINOU COM ERRO" TO WS-MENSAGEM
           END-IF.

      *> O log e aberto e fechado a cada linha, para o registro ja
      *> estar em disco se a etapa seguinte derrubar a rodada.
       GRAVA-LOG.
           OPEN EXTEND ARQ-LOG
           IF WS-STATUS-LOG = "35"
               OPEN OUTPUT ARQ-LOG
           END-IF
           IF WS-STATUS-LOG NOT = "00"
               DISPLAY "AVISO: FECHAMENTO.LOG nao gravado: "
                       WS-STATUS-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REG-LOG
           MOVE WS-COMPETENCIA TO LOG-COMPETENCIA
           MOVE WS-ETAPA-LOG   TO LOG-ETAPA
           MOVE WS-RESULTADO   TO LOG-STATUS
           MOVE FUNCTION CURRENT-DATE(1:14) TO LOG-DATA-HORA
           MOVE WS-MENSAGEM    TO LOG-MENSAGEM
           WRITE REG-LOG
           CLOSE ARQ-LOG.

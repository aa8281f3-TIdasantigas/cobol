      *> Integracao contabil da folha de uma competencia. Le
      *> FOLHA_HISTORICO.DAT e FOLHA_VERBAS.DAT da competencia
      *> informada (todos os tipos de processamento) e monta as
      *> partidas de cada funcionario no centro de custo gravado no
      *> historico (HIST-DEPTO, o departamento da epoca da folha;
      *> historico antigo sem o campo cai no FUNC-DEPTO atual, com
      *> nota no relatorio):
      *>   debito  - verbas de provento e a parte do bruto sem verba
      *>             propria (SALARIO, 13O SALARIO, FERIAS, RESCISAO,
      *>             ADIANTAMENTO - o quinzenal pago, que a verba
      *>             ADIANTAMENTO da folha mensal credita de volta),
      *>             despesa de FGTS e de INSS patronal;
      *>   credito - verbas de desconto (falta, consignado, pensao,
      *>             ...), INSS e IRRF retidos, liquido a pagar e as
      *>             obrigacoes de FGTS e INSS patronal a recolher.
      *> As contas vem do de-para de PLANO_CONTAS.DAT. As partidas
      *> sao somadas por centro de custo/conta/natureza e gravadas em
      *> LANCAMENTOS_CONTABEIS.CSV para importacao; CONTABIL.TXT traz
      *> o balancete por centro de custo com total de debitos contra
      *> total de creditos e as rubricas sem conta, que ficam fora da
      *> importacao e desbalanceiam o lote.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRA-CONTABIL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-HIST ASSIGN TO "FOLHA_HISTORICO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-CHAVE
           FILE STATUS IS WS-STATUS-HIST.

           SELECT ARQ-VERB ASSIGN TO "FOLHA_VERBAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VERB-CHAVE
           FILE STATUS IS WS-STATUS-VERB.

           SELECT ARQ-CTB ASSIGN TO "PLANO_CONTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTB-RUBRICA
           FILE STATUS IS WS-STATUS-CTB.

           SELECT ARQ-FUNC ASSIGN TO "FUNCIONARIOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUNC-CODIGO
           FILE STATUS IS WS-STATUS.

           SELECT ARQ-DEPTO ASSIGN TO "DEPARTAMENTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEPTO-CODIGO
           FILE STATUS IS WS-STATUS-DEPTO.

           SELECT ARQ-LANC ASSIGN TO "LANCAMENTOS_CONTABEIS.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LANC.

           SELECT REL-CONTABIL ASSIGN TO "CONTABIL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-HIST.
           COPY REGHIST.

       FD  ARQ-VERB.
           COPY REGVERB.

       FD  ARQ-CTB.
           COPY REGCTB.

       FD  ARQ-FUNC.
           COPY REGFUNC.

       FD  ARQ-DEPTO.
       01  REG-DEPTO.
           05 DEPTO-CODIGO       PIC X(05).
           05 DEPTO-NOME         PIC X(30).
           05 DEPTO-GERENTE      PIC 9(05).
           05 DEPTO-VAGAS        PIC 9(04).
           05 DEPTO-ORCAMENTO    PIC 9(10)V99.

       FD  ARQ-LANC.
       01  LINHA-LANC             PIC X(120).

       FD  REL-CONTABIL.
       01  LINHA-REL              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-STATUS               PIC XX.
       77  WS-STATUS-HIST          PIC XX.
       77  WS-STATUS-VERB          PIC XX.
       77  WS-STATUS-CTB           PIC XX.
       77  WS-STATUS-DEPTO         PIC XX.
       77  WS-STATUS-LANC          PIC XX.
       77  WS-STATUS-REL           PIC XX.
       77  WS-TEM-VERBAS           PIC X       VALUE "N".
       77  WS-TEM-FUNC             PIC X       VALUE "N".
       77  WS-TEM-DEPTO            PIC X       VALUE "N".
       77  WS-FIM-HIST             PIC X.
       77  WS-FIM-VERB             PIC X.
       77  WS-COMPETENCIA          PIC 9(06).
       77  WS-DIAS-MES             PIC 99.
       77  WS-DATA-LANC            PIC 9(08).
       77  WS-DEPTO-CORRENTE       PIC X(05).
       77  WS-QTD-HIST             PIC 9(05)   VALUE ZERO.
       77  WS-QTD-DEPTO-ATUAL      PIC 9(05)   VALUE ZERO.
       77  WS-QTD-EXCECOES         PIC 9(05)   VALUE ZERO.
       77  WS-SOMA-PROVENTOS       PIC 9(10)V99.
       77  WS-SOMA-DESCONTOS       PIC 9(10)V99.
       77  WS-VALOR-BASE           PIC S9(10)V99.
       77  WS-TOTAL-DEBITO         PIC 9(13)V99 VALUE ZERO.
       77  WS-TOTAL-CREDITO        PIC 9(13)V99 VALUE ZERO.
       77  WS-DIFERENCA            PIC S9(13)V99.
       77  WS-NAO-LANCADO-D        PIC 9(13)V99 VALUE ZERO.
       77  WS-NAO-LANCADO-C        PIC 9(13)V99 VALUE ZERO.

      *> Partida a lancar: quem monta preenche WS-PART-* e chama
      *> GERA-PARTIDA, que resolve a conta no de-para e acumula.
       77  WS-PART-RUBRICA         PIC X(14).
       77  WS-PART-NATUREZA        PIC X(01).
       77  WS-PART-VALOR           PIC 9(10)V99.
       77  WS-PART-CONTA           PIC X(20).

      *> Lancamentos acumulados por centro de custo/conta/natureza e
      *> a lista de centros de custo na ordem em que apareceram,
      *> usada para agrupar o CSV e o balancete.
       77  WS-LANC-QTD             PIC 9(03)   COMP VALUE ZERO.
       77  WS-LANC-MAX             PIC 9(03)   COMP VALUE 500.
       77  WS-LANC-IND             PIC 9(03)   COMP.
       77  WS-LANC-ACHADO          PIC 9(03)   COMP.
       01  WS-LANCAMENTOS.
           05 WS-LANC-ITEM OCCURS 500.
              10 WS-LANC-DEPTO     PIC X(05).
              10 WS-LANC-CONTA     PIC X(20).
              10 WS-LANC-NATUREZA  PIC X(01).
              10 WS-LANC-VALOR     PIC 9(13)V99.
              10 WS-LANC-HISTORICO PIC X(30).

       77  WS-CC-QTD               PIC 9(03)   COMP VALUE ZERO.
       77  WS-CC-MAX               PIC 9(03)   COMP VALUE 100.
       77  WS-CC-IND               PIC 9(03)   COMP.
       77  WS-CC-ACHADO            PIC 9(03)   COMP.
       01  WS-CENTROS-CUSTO.
           05 WS-CC-ITEM OCCURS 100.
              10 WS-CC-DEPTO       PIC X(05).
              10 WS-CC-DEBITO      PIC 9(13)V99.
              10 WS-CC-CREDITO     PIC 9(13)V99.

       01  WS-VALOR-CSV            PIC Z(12)9,99.
       01  WS-DATA-CSV.
           05 WS-DATA-CSV-DIA      PIC 99.
           05 FILLER               PIC X VALUE "/".
           05 WS-DATA-CSV-MES      PIC 99.
           05 FILLER               PIC X VALUE "/".
           05 WS-DATA-CSV-ANO      PIC 9999.

       01  LINHA-SEPARADORA.
           05 FILLER               PIC X(80) VALUE ALL "-".

       01  LINHA-CTB-TITULO.
           05 FILLER               PIC X(46) VALUE
              "INTEGRACAO CONTABIL DA FOLHA - COMPETENCIA: ".
           05 LCT-MES              PIC 99.
           05 FILLER               PIC X(01) VALUE "/".
           05 LCT-ANO              PIC 9999.

       01  LINHA-CTB-CC.
           05 FILLER               PIC X(17) VALUE "CENTRO DE CUSTO: ".
           05 LCC-DEPTO            PIC X(05).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LCC-NOME             PIC X(30).

       01  LINHA-CTB-COLUNAS.
           05 FILLER               PIC X(24) VALUE
              "    CONTA".
           05 FILLER               PIC X(40) VALUE
              "             DEBITO            CREDITO".

       01  LINHA-CTB-DETALHE.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 LCD-CONTA            PIC X(20).
           05 LCD-DEBITO           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LCD-CREDITO          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  LINHA-CTB-TOTAL.
           05 LCX-ROTULO           PIC X(24).
           05 LCX-DEBITO           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LCX-CREDITO          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  LINHA-CTB-SITUACAO.
           05 FILLER               PIC X(24) VALUE
              "SITUACAO DO LOTE:".
           05 LCS-SITUACAO         PIC X(16).
           05 FILLER               PIC X(12) VALUE "DIFERENCA: ".
           05 LCS-DIFERENCA        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  LINHA-CTB-EXCECAO.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 LCE-CODIGO           PIC 9(05).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LCE-TIPO             PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LCE-RUBRICA          PIC X(14).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LCE-NATUREZA         PIC X(01).
           05 LCE-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LCE-MOTIVO           PIC X(35).

       01  LINHA-CTB-NOTA.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 LCN-TEXTO            PIC X(76).

       01  LINHA-CTB-QTDE.
           05 FILLER               PIC X(36) VALUE
              "REGISTROS DE FOLHA CONTABILIZADOS: ".
           05 LCQ-QTDE             PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "INTEGRACAO CONTABIL DA FOLHA"
           DISPLAY "Competencia (AAAAMM): " WITH NO ADVANCING
           ACCEPT WS-COMPETENCIA
           PERFORM ABRIR-ARQUIVOS
           PERFORM CALCULA-DATA-LANCAMENTO

           MOVE WS-COMPETENCIA(5:2) TO LCT-MES
           MOVE WS-COMPETENCIA(1:4) TO LCT-ANO
           MOVE LINHA-CTB-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE LINHA-SEPARADORA TO LINHA-REL
           WRITE LINHA-REL
           MOVE "==> RUBRICAS SEM CONTA E DIVERGENCIAS" TO LINHA-REL
           WRITE LINHA-REL

           PERFORM PROCESSA-HISTORICO
           IF WS-QTD-EXCECOES = ZERO
               MOVE "sem ocorrencias" TO LCN-TEXTO
               MOVE LINHA-CTB-NOTA TO LINHA-REL
               WRITE LINHA-REL
           END-IF

           PERFORM GRAVA-LANCAMENTOS
           PERFORM GRAVA-BALANCETE
           PERFORM FECHAR-ARQUIVOS

           DISPLAY "Integracao concluida: " WS-LANC-QTD
                   " lancamento(s) em LANCAMENTOS_CONTABEIS.CSV"
           IF WS-TOTAL-DEBITO = WS-TOTAL-CREDITO
               DISPLAY "Lote balanceado; balancete em CONTABIL.TXT"
           ELSE
               DISPLAY "ATENCAO: lote NAO balanceado; veja as "
                       "excecoes em CONTABIL.TXT"
           END-IF
           STOP RUN.

       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-HIST
           IF WS-STATUS-HIST NOT = "00"
               DISPLAY "Erro ao abrir FOLHA_HISTORICO.DAT: "
                       WS-STATUS-HIST
               STOP RUN
           END-IF

      *> Sem o de-para nao ha conta para nenhuma partida: a rodada
      *> nao faz sentido e para aqui.
           OPEN INPUT ARQ-CTB
           IF WS-STATUS-CTB NOT = "00" AND WS-STATUS-CTB NOT = "05"
               DISPLAY "Erro ao abrir PLANO_CONTAS.DAT: " WS-STATUS-CTB
               DISPLAY "Cadastre o plano de contas da folha no "
                       "CRUD-FUNCIONARIOS."
               CLOSE ARQ-HIST
               STOP RUN
           END-IF

      *> Sem o detalhamento de verbas o bruto inteiro cai na rubrica
      *> do tipo de processamento (SALARIO, 13O SALARIO, ...).
           OPEN INPUT ARQ-VERB
           IF WS-STATUS-VERB = "00" OR WS-STATUS-VERB = "05"
               MOVE "S" TO WS-TEM-VERBAS
           ELSE
               MOVE "N" TO WS-TEM-VERBAS
               IF WS-STATUS-VERB NOT = "35"
                   DISPLAY "AVISO: FOLHA_VERBAS.DAT nao lido: "
                           WS-STATUS-VERB
               END-IF
           END-IF

           OPEN INPUT ARQ-FUNC
           IF WS-STATUS = "00" OR WS-STATUS = "05"
               MOVE "S" TO WS-TEM-FUNC
           ELSE
               MOVE "N" TO WS-TEM-FUNC
           END-IF

           OPEN INPUT ARQ-DEPTO
           IF WS-STATUS-DEPTO = "00" OR WS-STATUS-DEPTO = "05"
               MOVE "S" TO WS-TEM-DEPTO
           ELSE
               MOVE "N" TO WS-TEM-DEPTO
           END-IF

           OPEN OUTPUT ARQ-LANC
           IF WS-STATUS-LANC NOT = "00"
               DISPLAY "Erro ao abrir LANCAMENTOS_CONTABEIS.CSV: "
                       WS-STATUS-LANC
               STOP RUN
           END-IF

           OPEN OUTPUT REL-CONTABIL
           IF WS-STATUS-REL NOT = "00"
               DISPLAY "Erro ao abrir CONTABIL.TXT: " WS-STATUS-REL
               STOP RUN
           END-IF.

      *> Os lancamentos da folha sao datados do ultimo dia da
      *> competencia.
       CALCULA-DATA-LANCAMENTO.
           EVALUATE WS-COMPETENCIA(5:2)
               WHEN "04" WHEN "06" WHEN "09" WHEN "11"
                   MOVE 30 TO WS-DIAS-MES
               WHEN "02"
                   IF FUNCTION MOD(WS-COMPETENCIA(1:4), 4) = 0 AND
                      (FUNCTION MOD(WS-COMPETENCIA(1:4), 100) NOT = 0
                       OR FUNCTION MOD(WS-COMPETENCIA(1:4), 400) = 0)
                       MOVE 29 TO WS-DIAS-MES
                   ELSE
                       MOVE 28 TO WS-DIAS-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DIAS-MES
           END-EVALUATE
           MOVE WS-DIAS-MES         TO WS-DATA-CSV-DIA
           MOVE WS-COMPETENCIA(5:2) TO WS-DATA-CSV-MES
           MOVE WS-COMPETENCIA(1:4) TO WS-DATA-CSV-ANO.

      *> A chave do historico comeca pelo codigo do funcionario,
      *> entao a varredura e do arquivo inteiro filtrando pela
      *> competencia (mesmo criterio das guias do GERA-FOLHA).
       PROCESSA-HISTORICO.
           MOVE LOW-VALUES TO HIST-CHAVE
           MOVE "N" TO WS-FIM-HIST
           START ARQ-HIST KEY NOT < HIST-CHAVE
           IF WS-STATUS-HIST NOT = "00"
               MOVE "S" TO WS-FIM-HIST
           END-IF
           PERFORM UNTIL WS-FIM-HIST = "S"
               READ ARQ-HIST NEXT
                   AT END MOVE "S" TO WS-FIM-HIST
                   NOT AT END
                       IF HIST-COMPETENCIA = WS-COMPETENCIA
                           PERFORM CONTABILIZA-HISTORICO
                       END-IF
               END-READ
           END-PERFORM.

       CONTABILIZA-HISTORICO.
           ADD 1 TO WS-QTD-HIST
           PERFORM DEFINE-CENTRO-CUSTO
           MOVE ZERO TO WS-SOMA-PROVENTOS
           MOVE ZERO TO WS-SOMA-DESCONTOS
           IF WS-TEM-VERBAS = "S"
               PERFORM CONTABILIZA-VERBAS
           END-IF

      *> Parte do bruto sem verba propria (salario base do mes, a
      *> base do 13o, ...): o que fecha o liquido mais as retencoes
      *> e descontos depois de tirados os proventos detalhados.
      *> Valor negativo indica bruto zerado por desconto maior que
      *> os proventos e vai para as excecoes em vez do lote.
           COMPUTE WS-VALOR-BASE =
                   HIST-LIQUIDO + HIST-INSS + HIST-IRRF +
                   WS-SOMA-DESCONTOS - WS-SOMA-PROVENTOS
           EVALUATE TRUE
               WHEN HIST-MENSAL
                   MOVE "SALARIO"     TO WS-PART-RUBRICA
               WHEN HIST-13-PARCELA-1 WHEN HIST-13-PARCELA-2
                   MOVE "13O SALARIO" TO WS-PART-RUBRICA
               WHEN HIST-FERIAS
                   MOVE "FERIAS"      TO WS-PART-RUBRICA
               WHEN HIST-RESCISAO
                   MOVE "RESCISAO"    TO WS-PART-RUBRICA
               WHEN HIST-ADIANTAMENTO
                   MOVE "ADIANTAMENTO" TO WS-PART-RUBRICA
               WHEN OTHER
                   MOVE "SALARIO"     TO WS-PART-RUBRICA
           END-EVALUATE
           IF WS-VALOR-BASE < ZERO
               MOVE "D" TO WS-PART-NATUREZA
               COMPUTE WS-PART-VALOR = WS-VALOR-BASE * -1
               MOVE "BRUTO NAO FECHA COM AS VERBAS" TO LCE-MOTIVO
               PERFORM GRAVA-EXCECAO
           ELSE
               MOVE "D" TO WS-PART-NATUREZA
               MOVE WS-VALOR-BASE TO WS-PART-VALOR
               PERFORM GERA-PARTIDA
           END-IF

           MOVE "INSS RETIDO"   TO WS-PART-RUBRICA
           MOVE "C"             TO WS-PART-NATUREZA
           MOVE HIST-INSS       TO WS-PART-VALOR
           PERFORM GERA-PARTIDA
           MOVE "IRRF RETIDO"   TO WS-PART-RUBRICA
           MOVE HIST-IRRF       TO WS-PART-VALOR
           PERFORM GERA-PARTIDA
           MOVE "LIQUIDO"       TO WS-PART-RUBRICA
           MOVE HIST-LIQUIDO    TO WS-PART-VALOR
           PERFORM GERA-PARTIDA

           MOVE "FGTS"          TO WS-PART-RUBRICA
           MOVE HIST-FGTS       TO WS-PART-VALOR
           MOVE "D"             TO WS-PART-NATUREZA
           PERFORM GERA-PARTIDA
           MOVE "C"             TO WS-PART-NATUREZA
           PERFORM GERA-PARTIDA
           MOVE "INSS PATRONAL" TO WS-PART-RUBRICA
           MOVE HIST-INSS-PATRONAL TO WS-PART-VALOR
           MOVE "D"             TO WS-PART-NATUREZA
           PERFORM GERA-PARTIDA
           MOVE "C"             TO WS-PART-NATUREZA
           PERFORM GERA-PARTIDA.

      *> Centro de custo da epoca da folha; historico antigo, sem o
      *> campo, usa o departamento atual do cadastro.
       DEFINE-CENTRO-CUSTO.
           MOVE HIST-DEPTO TO WS-DEPTO-CORRENTE
           IF WS-DEPTO-CORRENTE = SPACES AND WS-TEM-FUNC = "S"
               MOVE HIST-CODIGO TO FUNC-CODIGO
               READ ARQ-FUNC
               IF WS-STATUS = "00"
                   MOVE FUNC-DEPTO TO WS-DEPTO-CORRENTE
                   ADD 1 TO WS-QTD-DEPTO-ATUAL
               END-IF
           END-IF.

       CONTABILIZA-VERBAS.
           MOVE HIST-CODIGO      TO VERB-CODIGO
           MOVE HIST-COMPETENCIA TO VERB-COMPETENCIA
           MOVE HIST-TIPO        TO VERB-TIPO
           MOVE ZERO             TO VERB-SEQ
           MOVE "N" TO WS-FIM-VERB
           START ARQ-VERB KEY NOT < VERB-CHAVE
           IF WS-STATUS-VERB NOT = "00"
               MOVE "S" TO WS-FIM-VERB
           END-IF
           PERFORM UNTIL WS-FIM-VERB = "S"
               READ ARQ-VERB NEXT
                   AT END MOVE "S" TO WS-FIM-VERB
                   NOT AT END
                       IF VERB-CODIGO NOT = HIST-CODIGO OR
                          VERB-COMPETENCIA NOT = HIST-COMPETENCIA OR
                          VERB-TIPO NOT = HIST-TIPO
                           MOVE "S" TO WS-FIM-VERB
                       ELSE
                           PERFORM CONTABILIZA-UMA-VERBA
                       END-IF
               END-READ
           END-PERFORM.

       CONTABILIZA-UMA-VERBA.
           MOVE VERB-DESCRICAO TO WS-PART-RUBRICA
           MOVE VERB-VALOR     TO WS-PART-VALOR
           EVALUATE VERB-SINAL
               WHEN "(+)"
                   ADD VERB-VALOR TO WS-SOMA-PROVENTOS
                   MOVE "D" TO WS-PART-NATUREZA
                   PERFORM GERA-PARTIDA
               WHEN "(-)"
                   ADD VERB-VALOR TO WS-SOMA-DESCONTOS
                   MOVE "C" TO WS-PART-NATUREZA
                   PERFORM GERA-PARTIDA
           END-EVALUATE.

      *> Resolve a conta da partida corrente no de-para e acumula no
      *> lancamento do centro de custo; rubrica sem conta cadastrada
      *> vira excecao e fica fora do lote.
       GERA-PARTIDA.
           IF WS-PART-VALOR = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PART-RUBRICA TO CTB-RUBRICA
           READ ARQ-CTB
           IF WS-STATUS-CTB NOT = "00"
               MOVE SPACES TO WS-PART-CONTA
           ELSE
               IF WS-PART-NATUREZA = "D"
                   MOVE CTB-CONTA-DEBITO TO WS-PART-CONTA
               ELSE
                   MOVE CTB-CONTA-CREDITO TO WS-PART-CONTA
               END-IF
           END-IF
           IF WS-PART-CONTA = SPACES
               MOVE "RUBRICA SEM CONTA NO PLANO" TO LCE-MOTIVO
               PERFORM GRAVA-EXCECAO
               EXIT PARAGRAPH
           END-IF

           PERFORM ACHA-CENTRO-CUSTO
           IF WS-CC-ACHADO = ZERO
               MOVE "LIMITE DE CENTROS DE CUSTO" TO LCE-MOTIVO
               PERFORM GRAVA-EXCECAO
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-LANC-ACHADO
           PERFORM VARYING WS-LANC-IND FROM 1 BY 1
                   UNTIL WS-LANC-IND > WS-LANC-QTD
               IF WS-LANC-DEPTO (WS-LANC-IND) = WS-DEPTO-CORRENTE AND
                  WS-LANC-CONTA (WS-LANC-IND) = WS-PART-CONTA AND
                  WS-LANC-NATUREZA (WS-LANC-IND) = WS-PART-NATUREZA
                   MOVE WS-LANC-IND TO WS-LANC-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LANC-ACHADO = ZERO
               IF WS-LANC-QTD >= WS-LANC-MAX
                   MOVE "LIMITE DE LANCAMENTOS" TO LCE-MOTIVO
                   PERFORM GRAVA-EXCECAO
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LANC-QTD
               MOVE WS-LANC-QTD TO WS-LANC-ACHADO
               MOVE WS-DEPTO-CORRENTE
                   TO WS-LANC-DEPTO (WS-LANC-ACHADO)
               MOVE WS-PART-CONTA
                   TO WS-LANC-CONTA (WS-LANC-ACHADO)
               MOVE WS-PART-NATUREZA
                   TO WS-LANC-NATUREZA (WS-LANC-ACHADO)
               MOVE ZERO TO WS-LANC-VALOR (WS-LANC-ACHADO)
               MOVE CTB-HISTORICO
                   TO WS-LANC-HISTORICO (WS-LANC-ACHADO)
               IF CTB-HISTORICO = SPACES
                   MOVE WS-PART-RUBRICA
                       TO WS-LANC-HISTORICO (WS-LANC-ACHADO)
               END-IF
           END-IF
           ADD WS-PART-VALOR TO WS-LANC-VALOR (WS-LANC-ACHADO)
           IF WS-PART-NATUREZA = "D"
               ADD WS-PART-VALOR TO WS-CC-DEBITO (WS-CC-ACHADO)
               ADD WS-PART-VALOR TO WS-TOTAL-DEBITO
           ELSE
               ADD WS-PART-VALOR TO WS-CC-CREDITO (WS-CC-ACHADO)
               ADD WS-PART-VALOR TO WS-TOTAL-CREDITO
           END-IF.

       ACHA-CENTRO-CUSTO.
           MOVE ZERO TO WS-CC-ACHADO
           PERFORM VARYING WS-CC-IND FROM 1 BY 1
                   UNTIL WS-CC-IND > WS-CC-QTD
               IF WS-CC-DEPTO (WS-CC-IND) = WS-DEPTO-CORRENTE
                   MOVE WS-CC-IND TO WS-CC-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CC-ACHADO = ZERO AND WS-CC-QTD < WS-CC-MAX
               ADD 1 TO WS-CC-QTD
               MOVE WS-CC-QTD TO WS-CC-ACHADO
               MOVE WS-DEPTO-CORRENTE TO WS-CC-DEPTO (WS-CC-ACHADO)
               MOVE ZERO TO WS-CC-DEBITO (WS-CC-ACHADO)
               MOVE ZERO TO WS-CC-CREDITO (WS-CC-ACHADO)
           END-IF.

       GRAVA-EXCECAO.
           ADD 1 TO WS-QTD-EXCECOES
           IF WS-PART-NATUREZA = "D"
               ADD WS-PART-VALOR TO WS-NAO-LANCADO-D
           ELSE
               ADD WS-PART-VALOR TO WS-NAO-LANCADO-C
           END-IF
           MOVE HIST-CODIGO      TO LCE-CODIGO
           MOVE HIST-TIPO        TO LCE-TIPO
           MOVE WS-PART-RUBRICA  TO LCE-RUBRICA
           MOVE WS-PART-NATUREZA TO LCE-NATUREZA
           MOVE WS-PART-VALOR    TO LCE-VALOR
           MOVE LINHA-CTB-EXCECAO TO LINHA-REL
           WRITE LINHA-REL.

      *> Arquivo de importacao, uma linha por centro de custo/conta/
      *> natureza:  data;conta;D/C;centro de custo;valor;historico
       GRAVA-LANCAMENTOS.
           PERFORM VARYING WS-CC-IND FROM 1 BY 1
                   UNTIL WS-CC-IND > WS-CC-QTD
               PERFORM VARYING WS-LANC-IND FROM 1 BY 1
                       UNTIL WS-LANC-IND > WS-LANC-QTD
                   IF WS-LANC-DEPTO (WS-LANC-IND) =
                      WS-CC-DEPTO (WS-CC-IND)
                       PERFORM GRAVA-LINHA-LANC
                   END-IF
               END-PERFORM
           END-PERFORM.

       GRAVA-LINHA-LANC.
           MOVE WS-LANC-VALOR (WS-LANC-IND) TO WS-VALOR-CSV
           MOVE SPACES TO LINHA-LANC
           STRING WS-DATA-CSV DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LANC-CONTA (WS-LANC-IND))
                      DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-LANC-NATUREZA (WS-LANC-IND) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LANC-DEPTO (WS-LANC-IND))
                      DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VALOR-CSV) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LANC-HISTORICO (WS-LANC-IND))
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DATA-CSV(4:7) DELIMITED BY SIZE
                  INTO LINHA-LANC
           END-STRING
           WRITE LINHA-LANC.

      *> Balancete do lote: contas por centro de custo com debito e
      *> credito, subtotal do centro de custo e total geral; o lote
      *> so esta pronto para importar quando debitos = creditos.
       GRAVA-BALANCETE.
           MOVE LINHA-SEPARADORA TO LINHA-REL
           WRITE LINHA-REL
           PERFORM VARYING WS-CC-IND FROM 1 BY 1
                   UNTIL WS-CC-IND > WS-CC-QTD
               PERFORM GRAVA-CENTRO-CUSTO
           END-PERFORM

           MOVE LINHA-SEPARADORA TO LINHA-REL
           WRITE LINHA-REL
           MOVE "TOTAL DO LOTE:"     TO LCX-ROTULO
           MOVE WS-TOTAL-DEBITO      TO LCX-DEBITO
           MOVE WS-TOTAL-CREDITO     TO LCX-CREDITO
           MOVE LINHA-CTB-TOTAL TO LINHA-REL
           WRITE LINHA-REL
           IF WS-NAO-LANCADO-D > ZERO OR WS-NAO-LANCADO-C > ZERO
               MOVE "FORA DO LOTE (EXCECOES):" TO LCX-ROTULO
               MOVE WS-NAO-LANCADO-D     TO LCX-DEBITO
               MOVE WS-NAO-LANCADO-C     TO LCX-CREDITO
               MOVE LINHA-CTB-TOTAL TO LINHA-REL
               WRITE LINHA-REL
           END-IF
           COMPUTE WS-DIFERENCA = WS-TOTAL-DEBITO - WS-TOTAL-CREDITO
           IF WS-DIFERENCA = ZERO
               MOVE "BALANCEADO"     TO LCS-SITUACAO
           ELSE
               MOVE "NAO BALANCEADO" TO LCS-SITUACAO
           END-IF
           MOVE WS-DIFERENCA TO LCS-DIFERENCA
           MOVE LINHA-CTB-SITUACAO TO LINHA-REL
           WRITE LINHA-REL
           MOVE WS-QTD-HIST TO LCQ-QTDE
           MOVE LINHA-CTB-QTDE TO LINHA-REL
           WRITE LINHA-REL
           IF WS-QTD-DEPTO-ATUAL > ZERO
               MOVE SPACES TO LCN-TEXTO
               STRING WS-QTD-DEPTO-ATUAL DELIMITED BY SIZE
                      " registro(s) sem depto no historico; usado o"
                      DELIMITED BY SIZE
                      " depto atual do cadastro" DELIMITED BY SIZE
                      INTO LCN-TEXTO
               END-STRING
               MOVE LINHA-CTB-NOTA TO LINHA-REL
               WRITE LINHA-REL
           END-IF.

       GRAVA-CENTRO-CUSTO.
           MOVE WS-CC-DEPTO (WS-CC-IND) TO LCC-DEPTO
           MOVE SPACES TO LCC-NOME
           IF WS-CC-DEPTO (WS-CC-IND) = SPACES
               MOVE "(SEM DEPARTAMENTO)" TO LCC-NOME
           ELSE
               IF WS-TEM-DEPTO = "S"
                   MOVE WS-CC-DEPTO (WS-CC-IND) TO DEPTO-CODIGO
                   READ ARQ-DEPTO
                   IF WS-STATUS-DEPTO = "00"
                       MOVE DEPTO-NOME TO LCC-NOME
                   ELSE
                       MOVE "(DEPTO NAO CADASTRADO)" TO LCC-NOME
                   END-IF
               END-IF
           END-IF
           MOVE LINHA-CTB-CC TO LINHA-REL
           WRITE LINHA-REL
           MOVE LINHA-CTB-COLUNAS TO LINHA-REL
           WRITE LINHA-REL

           PERFORM VARYING WS-LANC-IND FROM 1 BY 1
                   UNTIL WS-LANC-IND > WS-LANC-QTD
               IF WS-LANC-DEPTO (WS-LANC-IND) =
                  WS-CC-DEPTO (WS-CC-IND)
                   MOVE WS-LANC-CONTA (WS-LANC-IND) TO LCD-CONTA
                   IF WS-LANC-NATUREZA (WS-LANC-IND) = "D"
                       MOVE WS-LANC-VALOR (WS-LANC-IND) TO LCD-DEBITO
                       MOVE ZERO TO LCD-CREDITO
                   ELSE
                       MOVE ZERO TO LCD-DEBITO
                       MOVE WS-LANC-VALOR (WS-LANC-IND) TO LCD-CREDITO
                   END-IF
                   MOVE LINHA-CTB-DETALHE TO LINHA-REL
                   WRITE LINHA-REL
               END-IF
           END-PERFORM

           MOVE "  SUBTOTAL DO CENTRO:"   TO LCX-ROTULO
           MOVE WS-CC-DEBITO (WS-CC-IND)  TO LCX-DEBITO
           MOVE WS-CC-CREDITO (WS-CC-IND) TO LCX-CREDITO
           MOVE LINHA-CTB-TOTAL TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.

       FECHAR-ARQUIVOS.
           CLOSE ARQ-HIST
           CLOSE ARQ-CTB
           CLOSE ARQ-LANC
           CLOSE REL-CONTABIL
           IF WS-TEM-VERBAS = "S"
               CLOSE ARQ-VERB
           END-IF
           IF WS-TEM-FUNC = "S"
               CLOSE ARQ-FUNC
           END-IF
           IF WS-TEM-DEPTO = "S"
               CLOSE ARQ-DEPTO
           END-IF.

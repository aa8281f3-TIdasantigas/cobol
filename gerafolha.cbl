      *> FUNC-CODIGO mais o total da folha da empresa. O operador
      *> escolhe o tipo de processamento: folha mensal (FOLHA.TXT),
      *> 13o salario em primeira ou segunda parcela, proporcional por
      *> avos do contrato vigente (FOLHA13.TXT), ferias com o terco
      *> constitucional (FERIAS.TXT), ou a rescisao de um funcionario
      *> desligado (RESCISAO.TXT), ou o adiantamento quinzenal
      *> (ADIANT.TXT), descontado depois na folha mensal da mesma
      *> competencia. Alem do relatorio, grava o
      *> resultado de cada funcionario em FOLHA_HISTORICO.DAT (chave
      *> FUNC-CODIGO + competencia + tipo), que fica permanente entre
      *> os processamentos e alimenta a reimpressao de holerites em
      *> CONSULTA-FOLHA. Na previa (simulacao) o calculo e o mesmo,
      *> mas so sai o relatorio PREVIA.TXT, com cada funcionario
      *> comparado ao historico da competencia anterior; nenhum
      *> arquivo de cadastro, historico ou controle e alterado.
      *> A competencia e informada pelo operador (Enter assume o mes
      *> da data do sistema). Chamado pelo fechamento em lote
      *> (FECHAMENTO-MENSAL), tipo, competencia e liberacao do
      *> supervisor vem da area REGLOTE e nada e perguntado.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERA-FOLHA.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EXC.

           SELECT ARQ-PAG ASSIGN TO "PAGAMENTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAG-CHAVE
           FILE STATUS IS WS-STATUS-PAG.

           SELECT REL-GUIAS ASSIGN TO "GUIAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-GUIAS.
           RECORD KEY IS VERB-CHAVE
           FILE STATUS IS WS-STATUS-VERB.

           SELECT ARQ-AFAS ASSIGN TO "AFASTAMENTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AFAS-CHAVE
           FILE STATUS IS WS-STATUS-AFAS.

           SELECT ARQ-BH ASSIGN TO "BANCO_HORAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BH-CHAVE
           FILE STATUS IS WS-STATUS-BH.

           SELECT ARQ-FERIADO ASSIGN TO "FERIADOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FERI-DATA
           FILE STATUS IS WS-STATUS-FERI.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FUNC.
       FD  REL-EXC-REMESSA.
       01  LINHA-EXC              PIC X(80).

       FD  ARQ-PAG.
           COPY REGPAG.

       FD  REL-GUIAS.
       01  LINHA-GUIA             PIC X(80).

       FD  ARQ-VERB.
           COPY REGVERB.

       FD  ARQ-AFAS.
           COPY REGAFAS.

       FD  ARQ-BH.
           COPY REGBH.

       FD  ARQ-FERIADO.
           COPY REGFERI.

       WORKING-STORAGE SECTION.
       77  WS-STATUS               PIC XX.
       77  WS-STATUS-REL           PIC XX.
       77  WS-MES-INICIO-13        PIC 99.
       77  WS-BASE-13              PIC 9(08)V99.
       77  WS-ADIANTAMENTO-13      PIC 9(08)V99.
      *> Adiantamento quinzenal: percentual do salario pago no dia 20
      *> a quem foi admitido ate o dia de corte da competencia e nao
      *> esta afastado nesse dia; a folha mensal desconta o valor
      *> pago lendo o historico tipo "A" da mesma competencia.
       77  WS-PERC-ADIANTAMENTO    PIC 9(03)V99 VALUE 40.
       77  WS-DIA-CORTE-ADIANT     PIC 9(02)   VALUE 15.
       77  WS-DATA-CORTE-ADIANT    PIC 9(08).
       77  WS-INT-CORTE-ADIANT     PIC 9(07).
       77  WS-ADIANTAMENTO-PAGO    PIC 9(08)V99.
       77  WS-ADIANT-DESCONTADO    PIC 9(08)V99.
       77  WS-ADIANT-SALDO         PIC 9(08)V99 VALUE ZERO.
       77  WS-AFASTADO-NO-CORTE    PIC X.

      *> Previa da folha: WS-SIMULACAO "S" calcula tudo sem gravar e
      *> compara cada funcionario com o historico do mesmo tipo na
      *> competencia anterior (WS-COMP-ANTERIOR), marcando variacao
      *> de bruto, descontos ou liquido acima de WS-PERC-LIMITE,
      *> funcionario novo e funcionario que saiu da folha.
      *> WS-PRV-PROCESSADO guarda, pelo codigo, quem entrou na previa.
       77  WS-SIMULACAO            PIC X       VALUE "N".
       77  WS-SIMULACAO-INF        PIC X.
       77  WS-TITULO-TIPO          PIC X(80).
       77  WS-PERC-LIMITE-INF      PIC X(06).
       77  WS-PERC-LIMITE          PIC 9(03)V99 VALUE 10.
       77  WS-COMP-ANTERIOR        PIC 9(06).
       77  WS-TEM-HIST-ANT         PIC X       VALUE "N".
       77  WS-PRV-TEM-ANT          PIC X.
       77  WS-PRV-ESTOURO          PIC X.
       77  WS-PRV-IND              PIC 9(03)   COMP.
       77  WS-PRV-VAR-ABS          PIC 9(05)V9.
       77  WS-PRV-QTD-NOVOS        PIC 9(05)   VALUE ZERO.
       77  WS-PRV-QTD-VARIACAO     PIC 9(05)   VALUE ZERO.
       77  WS-PRV-QTD-AUSENTES     PIC 9(05)   VALUE ZERO.
       77  WS-PRV-QTD-ANTERIOR     PIC 9(05)   VALUE ZERO.
       77  WS-PRV-TOT-ANT-BRUTO    PIC 9(10)V99 VALUE ZERO.
       77  WS-PRV-TOT-ANT-DESC     PIC S9(10)V99 VALUE ZERO.
       77  WS-PRV-TOT-ANT-LIQ      PIC 9(10)V99 VALUE ZERO.
       01  WS-PRV-COMPARACAO.
           05 WS-PRV-ITEM OCCURS 3.
              10 WS-PRV-ANTERIOR   PIC S9(08)V99.
              10 WS-PRV-ATUAL      PIC S9(08)V99.
              10 WS-PRV-VARIACAO   PIC S9(05)V9.
       01  WS-PRV-CONTROLE.
           05 WS-PRV-PROCESSADO    PIC X       OCCURS 99999
                                   VALUE SPACE.

       77  WS-TERCO-FERIAS         PIC 9(08)V99.
       77  WS-DESCONTOS-TOTAIS     PIC 9(08)V99.
       77  WS-COD-RESCISAO         PIC 9(05).
       77  WS-SALDO-SALARIO        PIC 9(08)V99.
       77  WS-MES-FIM-13           PIC 99.
       77  WS-13-PROPORCIONAL      PIC 9(08)V99.
       77  WS-AVOS-FERIAS          PIC S9(03).
       77  WS-DIAS-RESTO-FERIAS    PIC S9(03).
       77  WS-FERIAS-PROP          PIC 9(08)V99.
       77  WS-FERIAS-VENCIDAS      PIC 9(08)V99.
       77  WS-TEM-GOZO             PIC X.
       77  WS-FIM-FER              PIC X.
       77  WS-COMP-PERIODO         PIC 9(06).
       77  WS-ADM-DIA              PIC 99.
       77  WS-ADM-MES              PIC 99.
       77  WS-ADM-ANO              PIC 9999.
       77  WS-STATUS-FER           PIC XX.
       77  WS-TEM-FERIAS-PROG      PIC X       VALUE "N".
       77  WS-PROCESSA-FUNC        PIC X.
       77  WS-DT-CONTRATO          PIC 9(08).
       77  WS-FER-DIAS             PIC 9(02).
       77  WS-VALOR-FERIAS         PIC 9(08)V99.
       77  WS-STATUS-CTRL          PIC XX.
       77  WS-OPER-INF             PIC X(10).
       77  WS-SENHA-INF            PIC X(10).
       77  WS-LIBERADO             PIC X.
       77  WS-COMPETENCIA-INF      PIC X(06).
       77  WS-COMPETENCIA-OK       PIC X.
       77  WS-MOV-DROPADOS         PIC 9(03).
       77  WS-STATUS-DEP           PIC XX.
       77  WS-TEM-DEPENDENTES      PIC X       VALUE "N".
       77  WS-QTD-REMESSA          PIC 9(06)   VALUE ZERO.
       77  WS-TOTAL-REMESSA        PIC 9(13)V99 VALUE ZERO.
       77  WS-QTD-EXC-REMESSA      PIC 9(05)   VALUE ZERO.
       77  WS-STATUS-PAG           PIC XX.
       77  WS-TEM-PAGAMENTOS       PIC X       VALUE "N".
       77  WS-TEM-PAG-ANTERIOR     PIC X       VALUE "N".
       77  WS-PAG-ENVIOS-ANT       PIC 9(02)   VALUE ZERO.
       77  WS-QTD-JA-PAGO          PIC 9(05)   VALUE ZERO.
       77  WS-FIM-ARQUIVO          PIC X       VALUE "N".
       77  WS-COMPETENCIA          PIC 9(06).
       77  WS-TOTAL-FUNCIONARIOS   PIC 9(05)   VALUE ZERO.
              10 WS-VERB-SINAL     PIC X(03).
              10 WS-VERB-VALOR     PIC 9(08)V99.

      *> Afastamentos do funcionario corrente, carregados de
      *> AFASTAMENTOS.DAT como o intervalo de dias que a empresa nao
      *> paga, em datas inteiras (FUNCTION INTEGER-OF-DATE) para
      *> atravessar meses e anos sem aritmetica de calendario: doenca
      *> e acidente a partir do 16o dia, licenca nao remunerada
      *> inteira; maternidade nao entra. Sem previsao de termino o
      *> afastamento segue aberto (WS-AFAS-FIM com 9999999); a
      *> tabela e a de PERAQUIS.CPY.
      *> WS-INT-LIMITE corta os afastamentos no desligamento.
       77  WS-STATUS-AFAS          PIC XX.
       77  WS-TEM-AFASTAMENTOS     PIC X       VALUE "N".
       77  WS-FIM-AFAS             PIC X.
       77  WS-AFAS-IND             PIC 9(03)   COMP.
       77  WS-DATA-AMD             PIC 9(08).
       77  WS-INT-LIMITE           PIC 9(07).
       77  WS-INT-INI-MES          PIC 9(07).
       77  WS-INT-FIM-MES          PIC 9(07).
       77  WS-INT-INI-PER          PIC 9(07).
       77  WS-INT-FIM-PER          PIC 9(07).
       77  WS-INT-INI-SOBR         PIC 9(07).
       77  WS-INT-FIM-SOBR         PIC 9(07).
       77  WS-DIA-INI-SOBR         PIC 9(03).
       77  WS-DIA-FIM-SOBR         PIC 9(03).
       77  WS-REF-ANO              PIC 9(04).
       77  WS-REF-MES              PIC 9(02).
       77  WS-DIAS-AFASTADO        PIC 9(03).
       77  WS-DIAS-AFASTADO-PER    PIC 9(05).
       77  WS-DIAS-ADMISSAO        PIC 9(02).
       77  WS-AVOS-PERDIDOS        PIC 9(03).

      *> Banco de horas (acordo sindical): na folha mensal as horas
      *> extras e faltas de quem participa (FUNC-PARTICIPA-BH) vao
      *> para BANCO_HORAS.DAT em WS-BH-CRED-MES/WS-BH-DEB-MES em vez
      *> de entrar no bruto. O saldo e refeito a cada funcionario a
      *> partir dos lancamentos gravados (WS-BH-LANCAMENTOS, um lote
      *> por competencia): o lote que completa WS-BH-PRAZO-MESES sem
      *> ser compensado vence e e pago como hora extra na folha do
      *> mes; na rescisao o saldo positivo e pago e o negativo
      *> descontado. Quem saiu do banco continua com o saldo antigo
      *> valendo ate ele vencer ou ser acertado.
       77  WS-STATUS-BH            PIC XX.
       77  WS-TEM-BH               PIC X       VALUE "N".
       77  WS-FIM-BH               PIC X.
       77  WS-BH-PRAZO-MESES       PIC 9(02)   VALUE 6.
       77  WS-BH-CRED-MES          PIC 9(05)V99.
       77  WS-BH-DEB-MES           PIC 9(05)V99.
       77  WS-BH-HORAS-FALTA       PIC 9(05)V99.
       77  WS-BH-TEM-LIMITE        PIC X.
       77  WS-BH-CRED-LIMITE       PIC 9(05)V99.
       77  WS-BH-DEB-LIMITE        PIC 9(05)V99.
       77  WS-BH-COMP-LIMITE       PIC 9(06).
       77  WS-BH-MES-LIMITE        PIC 9(06).
       77  WS-BH-COMP-CONV         PIC 9(06).
       77  WS-BH-MES-CONV          PIC 9(06).
       77  WS-BH-ANO-CONV          PIC 9(04).
       77  WS-BH-MES-REM           PIC 9(02).
       77  WS-BH-NEGATIVO          PIC 9(05)V99.
       77  WS-BH-POSITIVO          PIC 9(05)V99.
       77  WS-BH-VENCE-AGORA       PIC 9(05)V99.
       77  WS-BH-RESTO             PIC 9(05)V99.
       77  WS-BH-VALOR-POS         PIC 9(08)V99.
       77  WS-BH-VALOR-NEG         PIC 9(08)V99.
       77  WS-BH-IND               PIC 9(03)   COMP.
       77  WS-BH-LOTE              PIC 9(03)   COMP.
       01  WS-BH-LANCAMENTOS.
           05 WS-BH-QTD            PIC 9(03)   COMP VALUE ZERO.
           05 WS-BH-ITEM OCCURS 240.
              10 WS-BH-COMP        PIC 9(06).
              10 WS-BH-CREDITO     PIC 9(05)V99.
              10 WS-BH-DEBITO      PIC 9(05)V99.
              10 WS-BH-ACERTO-LANC PIC X.
              10 WS-BH-MES-LOTE    PIC 9(06).
              10 WS-BH-SALDO-LOTE  PIC 9(05)V99.

      *> Horas extras e DSR da folha mensal. As horas extras de quem
      *> nao participa do banco de horas sao somadas por classe do
      *> movimento (dia util 50%, domingo/feriado 100%) e as noturnas
      *> (22h as 5h) de todos recebem o adicional noturno; cada
      *> classe sai numa verba so. O DSR sobre as horas extras usa os
      *> dias uteis (segunda a sabado fora os feriados) e os de
      *> repouso (domingos e feriados) da competencia, contados uma
      *> vez pelo calendario FERIADOS.DAT; o DSR das faltas desconta
      *> um dia de salario por semana (segunda a domingo) com falta.
       77  WS-STATUS-FERI          PIC XX.
       77  WS-TEM-FERIADOS         PIC X       VALUE "N".
       77  WS-DIAS-UTEIS           PIC 9(02)   VALUE ZERO.
       77  WS-DIAS-REPOUSO         PIC 9(02)   VALUE ZERO.
       77  WS-CAL-DIA              PIC 9(02).
       77  WS-CAL-DATA             PIC 9(08).
       77  WS-CAL-DIA-SEMANA       PIC 9.
       77  WS-PERC-ADIC-NOTURNO    PIC 9V99    VALUE 0,20.
       77  WS-HE50-QTDE            PIC 9(03)V99.
       77  WS-HE100-QTDE           PIC 9(03)V99.
       77  WS-NOTURNO-QTDE         PIC 9(03)V99.
       77  WS-DSR-BASE-HE          PIC 9(08)V99.
       77  WS-FALTA-DATA           PIC 9(08).
       77  WS-FALTA-SEMANA         PIC 9(07).
       77  WS-FALTA-ACHOU          PIC X.
       77  WS-SEM-AVULSAS          PIC 9(03).
       77  WS-SEM-PERDIDAS         PIC 9(03).
       77  WS-SEM-IND              PIC 9(03)   COMP.
       01  WS-SEMANAS-FALTA.
           05 WS-SEM-QTD           PIC 9(03)   COMP VALUE ZERO.
           05 WS-SEM-SEMANA        PIC 9(07)   OCCURS 31.

           COPY REGLOTE.
           COPY PERAQUIS.

       01  WS-VALOR-EDITADO        PIC ZZZ.ZZZ.ZZ9,99.

       01  LINHA-CABECALHO-1.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LM-VALOR              PIC ZZZ.ZZZ.ZZ9,99.

       01  LINHA-ADIANT-SALDO.
           05 FILLER                PIC X(06) VALUE SPACES.
           05 FILLER                PIC X(48) VALUE
              "ADIANTAMENTO NAO COBERTO PELO LIQUIDO, A COBRAR:".
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LAS-VALOR             PIC ZZZ.ZZZ.ZZ9,99.

       01  LINHA-MOV-EXTRA.
           05 FILLER                PIC X(06) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "... E MAIS ".
              "CREDITO EM CONTA    ".
           05 RH-COMPETENCIA        PIC 9(06).
           05 RH-DATA-GERACAO       PIC 9(08).
           05 RH-TIPO               PIC X(01).

       01  REM-DETALHE.
           05 FILLER                PIC X(01) VALUE "1".
           05 RT-TOTAL-LIQUIDO      PIC 9(13)V99.

       01  LINHA-EXC-TITULO.
           05 FILLER                PIC X(42) VALUE
              "FUNCIONARIOS FORA DA REMESSA - COMPETENCIA".
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LET-MES               PIC 99.
           05 FILLER                PIC X(01) VALUE "/".
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LE-NOME               PIC X(40).
           05 LE-LIQUIDO            PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LE-MOTIVO             PIC X(19).

       01  LINHA-GUIA-TITULO.
           05 FILLER                PIC X(33) VALUE
           05 FILLER                PIC X(01) VALUE "/".
           05 LRD-DEM-ANO           PIC 9999.

      *> Linhas da previa: comparacao do funcionario com a
      *> competencia anterior (valores de la e variacao percentual
      *> de bruto, descontos e liquido) e o resumo do comparativo.
       01  LINHA-PREVIA-COMP.
           05 FILLER                PIC X(06) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE "ANTERIOR: ".
           05 LPC-BRUTO             PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LPC-DESCONTOS         PIC ZZZ.ZZZ.ZZ9,99-.
           05 LPC-LIQUIDO           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(06) VALUE " VAR%".
           05 LPC-VAR-BRUTO         PIC -ZZZ9,9.
           05 LPC-VAR-DESC          PIC -ZZZ9,9.
           05 LPC-VAR-LIQ           PIC -ZZZ9,9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LPC-ALERTA            PIC X(15).

       01  LINHA-PREVIA-TITULO.
           05 FILLER                PIC X(39) VALUE
              "COMPARATIVO COM A COMPETENCIA ANTERIOR ".
           05 LPT-MES               PIC 99.
           05 FILLER                PIC X(01) VALUE "/".
           05 LPT-ANO               PIC 9999.
           05 FILLER                PIC X(24) VALUE
              " - LIMITE DE VARIACAO: ".
           05 LPT-LIMITE            PIC ZZ9,99.
           05 FILLER                PIC X(01) VALUE "%".

       01  LINHA-PREVIA-AUSENTE.
           05 LPA-CODIGO            PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LPA-NOME              PIC X(40).
           05 LPA-BRUTO             PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LPA-LIQUIDO           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(18) VALUE
              " AUSENTE NA FOLHA".

       01  LINHA-PREVIA-TOTAL.
           05 LPX-ROTULO            PIC X(46).
           05 LPX-BRUTO             PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LPX-DESCONTOS         PIC ZZZ.ZZZ.ZZ9,99-.
           05 LPX-LIQUIDO           PIC ZZZ.ZZZ.ZZ9,99.

       01  LINHA-PREVIA-QTDE.
           05 LPQ-ROTULO            PIC X(40).
           05 LPQ-QTDE              PIC ZZ.ZZ9.

       01  LINHA-FUNCIONARIOS.
           05 FILLER                PIC X(23) VALUE
              "TOTAL DE FUNCIONARIOS: ".
           END-IF
           PERFORM FECHA-COMPETENCIA
           PERFORM FECHAR-ARQUIVOS
           MOVE ZERO TO RETURN-CODE
           GOBACK.

      *> Tipo de processamento escolhido pelo operador no console.
      *> Cada tipo tem seu proprio arquivo de relatorio, titulo e
      *> marca de tipo no historico.
       SELECIONA-TIPO-FOLHA.
           MOVE ZERO TO WS-TIPO-FOLHA
           IF LOTE-ATIVO
               MOVE LOTE-TIPO-FOLHA TO WS-TIPO-FOLHA
           END-IF
           PERFORM UNTIL WS-TIPO-FOLHA >= 1 AND WS-TIPO-FOLHA <= 6
               DISPLAY "TIPO DE PROCESSAMENTO:"
               DISPLAY "1 - Folha mensal"
               DISPLAY "2 - 13o salario - primeira parcela"
               DISPLAY "3 - 13o salario - segunda parcela"
               DISPLAY "4 - Ferias"
               DISPLAY "5 - Rescisao de funcionario desligado"
               DISPLAY "6 - Adiantamento quinzenal"
               DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
               ACCEPT WS-TIPO-FOLHA
           END-PERFORM
                   DISPLAY "Codigo do funcionario desligado: "
                           WITH NO ADVANCING
                   ACCEPT WS-COD-RESCISAO
               WHEN 6
                   MOVE "ADIANT.TXT" TO WS-ARQ-RELATORIO
                   MOVE "A" TO WS-TIPO-HIST
                   MOVE "RELATORIO DE ADIANTAMENTO QUINZENAL"
                       TO LC1-TITULO
           END-EVALUATE
           IF WS-TIPO-FOLHA NOT = 5 AND NOT LOTE-ATIVO
               PERFORM SELECIONA-SIMULACAO
           END-IF.

      *> A previa vale para os tipos processados por competencia; a
      *> rescisao e de um funcionario so e nao tem o que comparar.
       SELECIONA-SIMULACAO.
           DISPLAY "Previa sem gravacao (simulacao)? (S/N): "
                   WITH NO ADVANCING
           ACCEPT WS-SIMULACAO-INF
           IF WS-SIMULACAO-INF = "S" OR WS-SIMULACAO-INF = "s"
               MOVE "S" TO WS-SIMULACAO
           ELSE
               MOVE "N" TO WS-SIMULACAO
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Limite de variacao em % (Enter = 10): "
                   WITH NO ADVANCING
           ACCEPT WS-PERC-LIMITE-INF
           IF WS-PERC-LIMITE-INF NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PERC-LIMITE-INF)
                   TO WS-PERC-LIMITE
           END-IF
           MOVE "PREVIA.TXT" TO WS-ARQ-RELATORIO
           MOVE LC1-TITULO TO WS-TITULO-TIPO
           MOVE SPACES TO LC1-TITULO
           STRING "PREVIA (SIMULACAO, SEM GRAVACAO) - "
                  DELIMITED BY SIZE
                  WS-TITULO-TIPO DELIMITED BY "  "
                  INTO LC1-TITULO
           END-STRING.

       ABRIR-ARQUIVOS.
           PERFORM DEFINE-COMPETENCIA
           PERFORM VERIFICA-COMPETENCIA

           OPEN INPUT ARQ-FUNC
           IF WS-STATUS NOT = "00"
               DISPLAY "Erro ao abrir FUNCIONARIOS.DAT: " WS-STATUS
               CLOSE ARQ-CTRL
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      *> A rescisao e apontada pela competencia do desligamento, nao
               DISPLAY "Erro ao abrir " WS-ARQ-RELATORIO ": "
                       WS-STATUS-REL
               CLOSE ARQ-FUNC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      *> A folha mensal e o adiantamento viram remessa de credito em
      *> conta; os demais tipos continuam sem remessa.
           IF (WS-TIPO-FOLHA = 1 OR WS-TIPO-FOLHA = 6) AND
              WS-SIMULACAO = "N"
               PERFORM ABRE-REMESSA
           END-IF

           COMPUTE WS-DATA-CORTE-ADIANT =
                   WS-COMPETENCIA * 100 + WS-DIA-CORTE-ADIANT
           COMPUTE WS-INT-CORTE-ADIANT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-CORTE-ADIANT)

      *> Movimentos sao opcionais: se o arquivo ainda nao existe a
      *> folha roda so com o salario base, como sempre rodou.
           OPEN INPUT ARQ-MOV
      *> folha mensal; o arquivo abre em I-O porque a baixa da
      *> parcela regrava o registro a cada competencia.
           IF WS-TIPO-FOLHA = 1
               IF WS-SIMULACAO = "S"
                   OPEN INPUT ARQ-REC
               ELSE
                   OPEN I-O ARQ-REC
               END-IF
               IF WS-STATUS-REC = "00" OR WS-STATUS-REC = "05"
                   MOVE "S" TO WS-TEM-RECORRENTES
               ELSE
      *> nao ha programacao e a rodada sai vazia, com aviso. O
      *> arquivo abre em I-O porque a programacao paga e marcada.
           IF WS-TIPO-FOLHA = 4
               IF WS-SIMULACAO = "S"
                   OPEN INPUT ARQ-FER
               ELSE
                   OPEN I-O ARQ-FER
               END-IF
               IF WS-STATUS-FER = "00" OR WS-STATUS-FER = "05"
                   MOVE "S" TO WS-TEM-FERIAS-PROG
               ELSE
                           "ferias, nada a pagar."
               END-IF
           END-IF
      *> Na rescisao a programacao paga diz se o ultimo periodo
      *> aquisitivo completo ja foi gozado.
           IF WS-TIPO-FOLHA = 5
               OPEN INPUT ARQ-FER
               IF WS-STATUS-FER = "00" OR WS-STATUS-FER = "05"
                   MOVE "S" TO WS-TEM-FERIAS-PROG
               ELSE
                   MOVE "N" TO WS-TEM-FERIAS-PROG
                   IF WS-STATUS-FER NOT = "35"
                       DISPLAY "AVISO: FERIAS_PROG.DAT nao lido: "
                               WS-STATUS-FER
                   END-IF
               END-IF
           END-IF

      *> Afastamentos sao opcionais: sem o arquivo ninguem esta
      *> afastado e o salario e os avos saem integrais.
           OPEN INPUT ARQ-AFAS
           IF WS-STATUS-AFAS = "00" OR WS-STATUS-AFAS = "05"
               MOVE "S" TO WS-TEM-AFASTAMENTOS
           ELSE
               MOVE "N" TO WS-TEM-AFASTAMENTOS
               IF WS-STATUS-AFAS NOT = "35"
                   DISPLAY "AVISO: AFASTAMENTOS.DAT nao lido: "
                           WS-STATUS-AFAS
               END-IF
           END-IF

      *> Dependentes tambem sao opcionais: sem o arquivo o IRRF sai
      *> sem deducao por dependente, como sempre saiu.
               END-IF
           END-IF

      *> Banco de horas: so a folha mensal e a rescisao mexem nele.
      *> Na previa o arquivo e so lido (sem ele ninguem tem saldo
      *> anterior); na rodada real e criado se ainda nao existe,
      *> como o historico, porque a folha mensal grava os
      *> lancamentos do mes de quem participa.
           IF WS-TIPO-FOLHA = 1 OR WS-TIPO-FOLHA = 5
               PERFORM ABRE-BANCO-HORAS
           END-IF

           IF WS-TIPO-FOLHA = 1
               PERFORM CONTA-DIAS-COMPETENCIA
           END-IF

      *> Na previa o historico so e lido (comparativo e desconto do
      *> adiantamento); sem ele todos saem como novos na folha.
           IF WS-SIMULACAO = "S"
               PERFORM ABRE-HISTORICO-PREVIA
               PERFORM MONTA-CABECALHO
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ARQ-HIST
           IF WS-STATUS-HIST = "35"
               OPEN OUTPUT ARQ-HIST
                       WS-STATUS-HIST
               CLOSE ARQ-FUNC
               CLOSE REL-FOLHA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      *> O detalhamento de verbas acompanha o historico: mesma
               CLOSE ARQ-FUNC
               CLOSE REL-FOLHA
               CLOSE ARQ-HIST
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM MARCA-EM-PROCESSO
           PERFORM MONTA-CABECALHO.

      *> Competencia explicita: a do lote ou a digitada pelo
      *> operador, para um fechamento que passa da meia-noite do dia
      *> 1o nao cair no mes seguinte. A rescisao ignora o valor e usa
      *> a competencia do desligamento (LE-FUNC-RESCISAO).
       DEFINE-COMPETENCIA.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-COMPETENCIA
           IF LOTE-ATIVO
               MOVE LOTE-COMPETENCIA TO WS-COMPETENCIA
               EXIT PARAGRAPH
           END-IF
           IF WS-TIPO-FOLHA = 5
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-COMPETENCIA-OK
           PERFORM UNTIL WS-COMPETENCIA-OK = "S"
               DISPLAY "Competencia (AAAAMM, Enter = "
                       WS-COMPETENCIA "): " WITH NO ADVANCING
               MOVE SPACES TO WS-COMPETENCIA-INF
               ACCEPT WS-COMPETENCIA-INF
               IF WS-COMPETENCIA-INF = SPACES
                   MOVE "S" TO WS-COMPETENCIA-OK
               ELSE
                   IF WS-COMPETENCIA-INF IS NUMERIC AND
                      WS-COMPETENCIA-INF(5:2) >= "01" AND
                      WS-COMPETENCIA-INF(5:2) <= "12"
                       MOVE WS-COMPETENCIA-INF TO WS-COMPETENCIA
                       MOVE "S" TO WS-COMPETENCIA-OK
                   ELSE
                       DISPLAY "Competencia invalida."
                   END-IF
               END-IF
           END-PERFORM.

       ABRE-BANCO-HORAS.
           IF WS-SIMULACAO = "S"
               OPEN INPUT ARQ-BH
               IF WS-STATUS-BH = "00" OR WS-STATUS-BH = "05"
                   MOVE "S" TO WS-TEM-BH
               ELSE
                   MOVE "N" TO WS-TEM-BH
                   IF WS-STATUS-BH NOT = "35"
                       DISPLAY "AVISO: BANCO_HORAS.DAT nao lido: "
                               WS-STATUS-BH
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ARQ-BH
           IF WS-STATUS-BH = "35"
               OPEN OUTPUT ARQ-BH
               CLOSE ARQ-BH
               OPEN I-O ARQ-BH
           END-IF
           IF WS-STATUS-BH NOT = "00" AND WS-STATUS-BH NOT = "05"
               DISPLAY "Erro ao abrir BANCO_HORAS.DAT: " WS-STATUS-BH
               CLOSE ARQ-FUNC
               CLOSE REL-FOLHA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "S" TO WS-TEM-BH.

      *> Dias uteis e de repouso da competencia para o DSR. O
      *> calendario e opcional: sem FERIADOS.DAT so os domingos
      *> contam como repouso.
       CONTA-DIAS-COMPETENCIA.
           MOVE ZERO TO WS-DIAS-UTEIS
           MOVE ZERO TO WS-DIAS-REPOUSO
           OPEN INPUT ARQ-FERIADO
           IF WS-STATUS-FERI = "00" OR WS-STATUS-FERI = "05"
               MOVE "S" TO WS-TEM-FERIADOS
           ELSE
               MOVE "N" TO WS-TEM-FERIADOS
               IF WS-STATUS-FERI NOT = "35"
                   DISPLAY "AVISO: FERIADOS.DAT nao lido: "
                           WS-STATUS-FERI
               END-IF
           END-IF
           PERFORM VARYING WS-CAL-DIA FROM 1 BY 1
                   UNTIL WS-CAL-DIA > 31
               COMPUTE WS-CAL-DATA = WS-COMPETENCIA * 100 + WS-CAL-DIA
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CAL-DATA) = 0
                   PERFORM CLASSIFICA-DIA-CALENDARIO
               END-IF
           END-PERFORM
           IF WS-TEM-FERIADOS = "S"
               CLOSE ARQ-FERIADO
           END-IF.

      *> Domingo (dia da semana 6, contando de segunda = 0) ou
      *> feriado do calendario, na data exata ou fixo (ano zerado).
       CLASSIFICA-DIA-CALENDARIO.
           COMPUTE WS-CAL-DIA-SEMANA = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-CAL-DATA) - 1, 7)
           IF WS-CAL-DIA-SEMANA = 6
               ADD 1 TO WS-DIAS-REPOUSO
               EXIT PARAGRAPH
           END-IF
           IF WS-TEM-FERIADOS = "S"
               MOVE WS-CAL-DATA TO FERI-DATA
               READ ARQ-FERIADO
               IF WS-STATUS-FERI = "00"
                   ADD 1 TO WS-DIAS-REPOUSO
                   EXIT PARAGRAPH
               END-IF
               MOVE ZERO TO FERI-ANO
               READ ARQ-FERIADO
               IF WS-STATUS-FERI = "00"
                   ADD 1 TO WS-DIAS-REPOUSO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-DIAS-UTEIS.

       ABRE-HISTORICO-PREVIA.
           IF WS-COMPETENCIA(5:2) = "01"
               COMPUTE WS-COMP-ANTERIOR = WS-COMPETENCIA - 89
           ELSE
               COMPUTE WS-COMP-ANTERIOR = WS-COMPETENCIA - 1
           END-IF
           OPEN INPUT ARQ-HIST
           IF WS-STATUS-HIST = "00" OR WS-STATUS-HIST = "05"
               MOVE "S" TO WS-TEM-HIST-ANT
           ELSE
               MOVE "N" TO WS-TEM-HIST-ANT
               DISPLAY "AVISO: FOLHA_HISTORICO.DAT nao lido ("
                       WS-STATUS-HIST "); previa sem comparativo."
           END-IF.

       MONTA-CABECALHO.
           MOVE WS-COMPETENCIA(5:2) TO LC-MES
           MOVE WS-COMPETENCIA(1:4) TO LC-ANO

      *> deixado para tras), caso em que o relatorio anterior pode
      *> estar truncado e o reprocessamento e o caminho certo.
       VERIFICA-COMPETENCIA.
      *> Na previa o controle so e consultado, para avisar que a
      *> competencia ja fechou; nada e marcado nem exige liberacao.
           IF WS-SIMULACAO = "S"
               OPEN INPUT ARQ-CTRL
               IF WS-STATUS-CTRL = "00"
                   MOVE WS-COMPETENCIA TO CTRL-COMPETENCIA
                   MOVE WS-TIPO-HIST   TO CTRL-TIPO
                   READ ARQ-CTRL
                   IF WS-STATUS-CTRL = "00" AND CTRL-FECHADA
                       DISPLAY "AVISO: competencia " WS-COMPETENCIA
                               " tipo " WS-TIPO-HIST " ja FECHADA;"
                               " a previa nao altera o fechamento."
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ARQ-CTRL
           IF WS-STATUS-CTRL = "35"
               OPEN OUTPUT ARQ-CTRL
           IF WS-STATUS-CTRL NOT = "00" AND WS-STATUS-CTRL NOT = "05"
               DISPLAY "Erro ao abrir COMPETENCIA.DAT: "
                       WS-STATUS-CTRL
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      *> A rescisao e pontual por funcionario e nao fecha competencia;
                           DISPLAY "Liberacao recusada. "
                                   "Processamento cancelado."
                           CLOSE ARQ-CTRL
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                   WHEN CTRL-EM-PROCESSO
                       DISPLAY "ATENCAO: o processamento anterior da "
      *> A liberacao do reprocessamento de competencia fechada e
      *> validada contra OPERADORES.DAT: so credenciais corretas de
      *> um supervisor ativo destravam a rodada.
      *> No lote o supervisor e o token do arquivo de parametros
      *> fazem as vezes do login digitado; o token e conferido com o
      *> token de lote do supervisor, nunca com a senha dele.
       VALIDA-SUPERVISOR.
           MOVE "N" TO WS-LIBERADO
           IF LOTE-ATIVO
               MOVE LOTE-SUPERVISOR TO WS-OPER-INF
               MOVE LOTE-TOKEN      TO WS-SENHA-INF
           ELSE
               DISPLAY "Operador supervisor: " WITH NO ADVANCING
               ACCEPT WS-OPER-INF
               DISPLAY "Senha: " WITH NO ADVANCING
               ACCEPT WS-SENHA-INF
           END-IF

           OPEN INPUT ARQ-OPER
           IF WS-STATUS-OPER NOT = "00" AND WS-STATUS-OPER NOT = "05"
               READ ARQ-OPER
               IF WS-STATUS-OPER = "00" AND
                  WS-SENHA-INF NOT = SPACES AND
                  OPER-SUPERVISOR AND OPER-ATIVO
                   IF LOTE-ATIVO
                       IF OPER-TOKEN-LOTE = WS-SENHA-INF
                           MOVE "S" TO WS-LIBERADO
                       END-IF
                   ELSE
                       IF OPER-SENHA = WS-SENHA-INF
                           MOVE "S" TO WS-LIBERADO
                       END-IF
                   END-IF
               END-IF
               IF WS-LIBERADO = "S"
                   DISPLAY "Reprocessamento liberado por "
                           OPER-CODIGO "."
               END-IF
           END-IF.

       MARCA-EM-PROCESSO.
           IF WS-TIPO-FOLHA = 5 OR WS-SIMULACAO = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COMPETENCIA TO CTRL-COMPETENCIA
           IF WS-STATUS-CTRL NOT = "00"
               DISPLAY "Erro ao marcar competencia em processamento: "
                       WS-STATUS-CTRL
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *> So depois que os totais sairam no relatorio a competencia e
      *> marcada como fechada; qualquer queda antes daqui deixa o
      *> status "P" para a proxima execucao denunciar o aborto.
       FECHA-COMPETENCIA.
           IF WS-TIPO-FOLHA = 5 OR WS-SIMULACAO = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COMPETENCIA TO CTRL-COMPETENCIA

      *> Processa o funcionario corrente de REG-FUNC. Na rodada de
      *> ferias so entra quem tem programacao para a competencia;
      *> a programacao paga e baixada (FER-PAGA) no final. No
      *> adiantamento so entra quem tem direito a ele.
       PROCESSA-UM-FUNC.
           MOVE "S" TO WS-PROCESSA-FUNC
           PERFORM DEFINE-INICIO-CONTRATO
           PERFORM CARREGA-AFASTAMENTOS
           IF WS-TIPO-FOLHA = 4
               PERFORM BUSCA-FERIAS-PROG
           END-IF
           IF WS-TIPO-FOLHA = 6
               PERFORM VERIFICA-DIREITO-ADIANT
           END-IF
           IF WS-PROCESSA-FUNC = "S"
               MOVE ZERO TO WS-MOV-QTD-LINHAS
               MOVE ZERO TO WS-MOV-DROPADOS
                   WHEN 2 PERFORM CALCULA-13-PRIMEIRA
                   WHEN 3 PERFORM CALCULA-13-SEGUNDA
                   WHEN 4 PERFORM CALCULA-FERIAS
                   WHEN 6 PERFORM CALCULA-ADIANTAMENTO
               END-EVALUATE
               PERFORM CALCULA-ENCARGOS
               PERFORM GRAVA-DETALHE
               PERFORM GRAVA-MOVIMENTOS-REL
               IF WS-SIMULACAO = "S"
                   PERFORM COMPARA-ANTERIOR
               ELSE
                   PERFORM GRAVA-HISTORICO
               END-IF
               PERFORM ACUMULA-TOTAIS
               IF WS-TEM-REMESSA = "S"
                   PERFORM GRAVA-REMESSA-FUNC
               END-IF
               IF WS-TIPO-FOLHA = 4 AND WS-SIMULACAO = "N"
                   PERFORM BAIXA-FERIAS-PROG
               END-IF
           END-IF.
                   IF WS-FER-DIAS = ZERO OR WS-FER-DIAS > 30
                       MOVE 30 TO WS-FER-DIAS
                   END-IF
                   PERFORM CONFERE-PERIODO-FERIAS
               ELSE
                   MOVE "N" TO WS-PROCESSA-FUNC
               END-IF
           END-IF.

      *> As ferias so saem com periodo aquisitivo completo no inicio
      *> do gozo, contado com os afastamentos ja carregados; o
      *> periodo em curso nessa data vai para a programacao na
      *> baixa (FER-AQUIS-INI/FER-AQUIS-FIM, fim zero em aberto).
       CONFERE-PERIODO-FERIAS.
           MOVE FER-DT-INICIO(5:4) TO WS-PER-AMD(1:4)
           MOVE FER-DT-INICIO(3:2) TO WS-PER-AMD(5:2)
           MOVE FER-DT-INICIO(1:2) TO WS-PER-AMD(7:2)
           COMPUTE WS-PER-REF = FUNCTION INTEGER-OF-DATE(WS-PER-AMD)
           PERFORM CALCULA-PERIODO-AQUIS
           IF WS-PER-SEM-RETORNO = "S"
               DISPLAY "AVISO: func. " FUNC-CODIGO " afastado pelo "
                       "INSS ha mais de 6 meses no inicio das "
                       "ferias; ferias nao calculadas."
               MOVE "N" TO WS-PROCESSA-FUNC
               EXIT PARAGRAPH
           END-IF
           IF WS-PER-COMPLETO = "N"
               DISPLAY "AVISO: func. " FUNC-CODIGO " sem periodo "
                       "aquisitivo completo no inicio das ferias; "
                       "ferias nao calculadas."
               MOVE "N" TO WS-PROCESSA-FUNC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PER-INI TO WS-PER-CONV
           PERFORM CONVERTE-DATA-PERIODO
           MOVE WS-PER-DMA TO FER-AQUIS-INI
           IF WS-PER-FIM = 9999999
               MOVE ZERO TO FER-AQUIS-FIM
           ELSE
               MOVE WS-PER-FIM TO WS-PER-CONV
               PERFORM CONVERTE-DATA-PERIODO
               MOVE WS-PER-DMA TO FER-AQUIS-FIM
           END-IF.

           COPY PERAQUIP.

      *> O contrato vigente do readmitido comeca na readmissao: a
      *> proporcionalidade do mes, os avos, o direito ao adiantamento
      *> e a rescisao contam dela, nao da primeira admissao.
       DEFINE-INICIO-CONTRATO.
           IF FUNC-DT-READMISSAO NOT = ZERO
               MOVE FUNC-DT-READMISSAO TO WS-DT-CONTRATO
           ELSE
               MOVE FUNC-DT-ADM TO WS-DT-CONTRATO
           END-IF.

      *> Fica sem adiantamento quem foi admitido depois do dia de
      *> corte da competencia ou esta afastado nesse dia (qualquer
      *> afastamento, menos a maternidade, que a empresa paga).
       VERIFICA-DIREITO-ADIANT.
           MOVE WS-DT-CONTRATO(5:4) TO WS-DATA-AMD(1:4)
           MOVE WS-DT-CONTRATO(3:2) TO WS-DATA-AMD(5:2)
           MOVE WS-DT-CONTRATO(1:2) TO WS-DATA-AMD(7:2)
           IF WS-DATA-AMD > WS-DATA-CORTE-ADIANT OR
              WS-AFASTADO-NO-CORTE = "S"
               MOVE "N" TO WS-PROCESSA-FUNC
           END-IF.

       BAIXA-FERIAS-PROG.
           MOVE "G" TO FER-STATUS
           REWRITE REG-FER
                       WS-STATUS-FER
           END-IF.

      *> Folha mensal: salario base proporcional aos dias
      *> trabalhados no mes, ajustado pelos movimentos da
      *> competencia, INSS/IRRF sobre o bruto resultante. O
      *> desligado sai da folha mensal e recebe os dias do mes no
      *> saldo de salario da rescisao.
       CALCULA-MENSAL.
           MOVE FUNC-SALARIO TO WS-SALARIO-BRUTO
           MOVE ZERO TO WS-BH-CRED-MES
           MOVE ZERO TO WS-BH-DEB-MES
           MOVE ZERO TO WS-HE50-QTDE
           MOVE ZERO TO WS-HE100-QTDE
           MOVE ZERO TO WS-NOTURNO-QTDE
           MOVE ZERO TO WS-DSR-BASE-HE
           MOVE ZERO TO WS-SEM-QTD
           MOVE ZERO TO WS-SEM-AVULSAS
           PERFORM PROPORCIONALIZA-MES
           IF WS-TEM-MOVIMENTOS = "S"
               PERFORM APLICA-MOVIMENTOS
           END-IF
           PERFORM PROCESSA-BANCO-HORAS
           PERFORM PAGA-HORAS-EXTRAS
           PERFORM DESCONTA-DSR-FALTAS
           IF WS-TEM-RECORRENTES = "S"
               PERFORM APLICA-RECORRENTES
           END-IF
           PERFORM CALCULA-INSS
           PERFORM CALCULA-IRRF
           COMPUTE WS-SALARIO-LIQUIDO =
                   WS-SALARIO-BRUTO - WS-DESC-INSS - WS-DESC-IRRF
           PERFORM DESCONTA-ADIANTAMENTO.

      *> Adiantamento quinzenal ja pago na competencia (historico
      *> tipo "A"): sai do liquido, como o adiantamento do 13o na
      *> segunda parcela, sem mexer na base de INSS/IRRF. O desconto
      *> para no liquido; a verba leva so o que foi de fato
      *> descontado e o resto (WS-ADIANT-SALDO) sai em aviso e numa
      *> linha do relatorio, para ser cobrado por fora.
       DESCONTA-ADIANTAMENTO.
           MOVE ZERO TO WS-ADIANT-SALDO
           IF WS-SIMULACAO = "S" AND WS-TEM-HIST-ANT = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNC-CODIGO    TO HIST-CODIGO
           MOVE WS-COMPETENCIA TO HIST-COMPETENCIA
           MOVE "A"            TO HIST-TIPO
           READ ARQ-HIST
           IF WS-STATUS-HIST NOT = "00" OR HIST-LIQUIDO = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE HIST-LIQUIDO TO WS-ADIANTAMENTO-PAGO
           IF WS-ADIANTAMENTO-PAGO > WS-SALARIO-LIQUIDO
               MOVE WS-SALARIO-LIQUIDO TO WS-ADIANT-DESCONTADO
               COMPUTE WS-ADIANT-SALDO =
                       WS-ADIANTAMENTO-PAGO - WS-SALARIO-LIQUIDO
               MOVE ZERO TO WS-SALARIO-LIQUIDO
               MOVE WS-ADIANT-SALDO TO LAS-VALOR
               DISPLAY "AVISO: func. " FUNC-CODIGO " adiantamento "
                       "maior que o liquido; saldo a cobrar "
                       LAS-VALOR
           ELSE
               MOVE WS-ADIANTAMENTO-PAGO TO WS-ADIANT-DESCONTADO
               SUBTRACT WS-ADIANTAMENTO-PAGO FROM WS-SALARIO-LIQUIDO
           END-IF
           IF WS-ADIANT-DESCONTADO > ZERO
               MOVE "ADIANTAMENTO"       TO WS-VERBA-DESC
               MOVE ZERO                 TO WS-VERBA-QTDE
               MOVE "(-)"                TO WS-VERBA-SINAL
               MOVE WS-ADIANT-DESCONTADO TO WS-VERBA-VALOR
               PERFORM GUARDA-LINHA-VERBA
           END-IF.

      *> Adiantamento quinzenal: WS-PERC-ADIANTAMENTO do salario,
      *> sem INSS/IRRF (as retencoes saem inteiras na folha mensal,
      *> sobre o salario do mes).
       CALCULA-ADIANTAMENTO.
           COMPUTE WS-SALARIO-BRUTO ROUNDED =
                   FUNC-SALARIO * WS-PERC-ADIANTAMENTO / 100
           MOVE ZERO TO WS-DESC-INSS
           MOVE ZERO TO WS-DESC-IRRF
           MOVE WS-SALARIO-BRUTO TO WS-SALARIO-LIQUIDO.

      *> Dias nao trabalhados do mes, em 1/30 avos do salario como a
      *> falta: os dias antes da admissao, quando ela cai na propria
      *> competencia, e os dias de afastamento nao pagos pela
      *> empresa, cada um com a sua linha de verba e juntos limitados
      *> ao mes comercial de 30 dias.
       PROPORCIONALIZA-MES.
           MOVE ZERO TO WS-DIAS-ADMISSAO
           IF WS-DT-CONTRATO(5:4) = WS-COMPETENCIA(1:4) AND
              WS-DT-CONTRATO(3:2) = WS-COMPETENCIA(5:2)
               MOVE WS-DT-CONTRATO(1:2) TO WS-DIAS-ADMISSAO
               IF WS-DIAS-ADMISSAO > 30
                   MOVE 30 TO WS-DIAS-ADMISSAO
               END-IF
               SUBTRACT 1 FROM WS-DIAS-ADMISSAO
           END-IF
           IF WS-DIAS-ADMISSAO > 0
               COMPUTE WS-MOV-VALOR-CALC ROUNDED =
                       (FUNC-SALARIO / 30) * WS-DIAS-ADMISSAO
               PERFORM ABATE-DO-BRUTO
               MOVE "PROP. ADMISSAO"  TO WS-VERBA-DESC
               MOVE WS-DIAS-ADMISSAO  TO WS-VERBA-QTDE
               MOVE "(-)"             TO WS-VERBA-SINAL
               MOVE WS-MOV-VALOR-CALC TO WS-VERBA-VALOR
               PERFORM GUARDA-LINHA-VERBA
           END-IF

           IF WS-AFAS-QTD = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COMPETENCIA(1:4) TO WS-REF-ANO
           MOVE WS-COMPETENCIA(5:2) TO WS-REF-MES
           PERFORM DIAS-AFASTADO-MES
           IF WS-DIAS-AFASTADO + WS-DIAS-ADMISSAO > 30
               COMPUTE WS-DIAS-AFASTADO = 30 - WS-DIAS-ADMISSAO
           END-IF
           IF WS-DIAS-AFASTADO > 0
               COMPUTE WS-MOV-VALOR-CALC ROUNDED =
                       (FUNC-SALARIO / 30) * WS-DIAS-AFASTADO
               PERFORM ABATE-DO-BRUTO
               MOVE "AFASTAMENTO"     TO WS-VERBA-DESC
               MOVE WS-DIAS-AFASTADO  TO WS-VERBA-QTDE
               MOVE "(-)"             TO WS-VERBA-SINAL
               MOVE WS-MOV-VALOR-CALC TO WS-VERBA-VALOR
               PERFORM GUARDA-LINHA-VERBA
           END-IF.

      *> 13o salario proporcional: conta os avos desde WS-DT-CONTRATO
      *> (admissao ate o dia 15 conta o proprio mes; depois do dia 15
      *> conta a partir do mes seguinte) limitado a 12 no ano da
      *> competencia; quem foi admitido em anos anteriores leva 12.
      *> Mes com mais de 15 dias de afastamento nao pago perde o avo.
       CALCULA-AVOS-13.
           MOVE 12 TO WS-MES-FIM-13
           IF WS-DT-CONTRATO(5:4) < WS-COMPETENCIA(1:4)
               MOVE 12 TO WS-AVOS-13
               MOVE 1 TO WS-MES-INICIO-13
           ELSE
               IF WS-DT-CONTRATO(5:4) > WS-COMPETENCIA(1:4)
                   MOVE ZERO TO WS-AVOS-13
               ELSE
                   MOVE WS-DT-CONTRATO(3:2) TO WS-MES-INICIO-13
                   IF WS-DT-CONTRATO(1:2) > "15"
                       ADD 1 TO WS-MES-INICIO-13
                   END-IF
                   IF WS-MES-INICIO-13 > 12
                   END-IF
               END-IF
           END-IF
           MOVE WS-COMPETENCIA(1:4) TO WS-REF-ANO
           PERFORM DESCONTA-AVOS-13-AFAS
           COMPUTE WS-BASE-13 ROUNDED =
                   FUNC-SALARIO * WS-AVOS-13 / 12.

                   MOVE WS-COMPETENCIA TO RH-COMPETENCIA
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO RH-DATA-GERACAO
                   MOVE WS-TIPO-HIST TO RH-TIPO
                   MOVE REM-HEADER TO LINHA-REMESSA
                   WRITE LINHA-REMESSA
                   MOVE WS-COMPETENCIA(5:2) TO LET-MES
                   MOVE WS-COMPETENCIA(1:4) TO LET-ANO
                   MOVE LINHA-EXC-TITULO TO LINHA-EXC
                   WRITE LINHA-EXC
                   PERFORM ABRE-PAGAMENTOS
               END-IF
           END-IF.

      *> Situacao dos creditos mandados ao banco: cada detalhe da
      *> remessa entra como pendente em PAGAMENTOS.DAT, para o
      *> RETORNO-BANCO baixar depois como pago ou rejeitado. Sem o
      *> arquivo a remessa sai do mesmo jeito, com aviso.
       ABRE-PAGAMENTOS.
           OPEN I-O ARQ-PAG
           IF WS-STATUS-PAG = "35"
               OPEN OUTPUT ARQ-PAG
               CLOSE ARQ-PAG
               OPEN I-O ARQ-PAG
           END-IF
           IF WS-STATUS-PAG = "00" OR WS-STATUS-PAG = "05"
               MOVE "S" TO WS-TEM-PAGAMENTOS
           ELSE
               MOVE "N" TO WS-TEM-PAGAMENTOS
               DISPLAY "AVISO: PAGAMENTOS.DAT nao aberto: "
                       WS-STATUS-PAG "; creditos sem controle de "
                       "retorno."
           END-IF.

      *> Um detalhe de remessa por funcionario ativo com o liquido
      *> recem-calculado; sem dados bancarios o funcionario sai na
      *> lista de excecao e a remessa segue sem travar. No
      *> reprocessamento, credito que o banco ja confirmou como pago
      *> nao e mandado de novo: fica so na lista de excecao.
       GRAVA-REMESSA-FUNC.
           IF FUNC-BANCO = ZERO OR FUNC-CONTA = SPACES
               MOVE "SEM DADOS BANCARIOS" TO LE-MOTIVO
               PERFORM GRAVA-EXC-REMESSA
               IF WS-TEM-PAGAMENTOS = "S"
                   PERFORM APAGA-PAGAMENTO-ANTIGO
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-TEM-PAG-ANTERIOR
           IF WS-TEM-PAGAMENTOS = "S"
               PERFORM LE-PAGAMENTO-ANTERIOR
               IF WS-TEM-PAG-ANTERIOR = "S" AND PAG-PAGO
                   MOVE "CREDITO JA PAGO" TO LE-MOTIVO
                   PERFORM GRAVA-EXC-REMESSA
                   ADD 1 TO WS-QTD-JA-PAGO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE FUNC-BANCO         TO RD-BANCO
           MOVE FUNC-AGENCIA       TO RD-AGENCIA
           MOVE FUNC-CONTA         TO RD-CONTA
           MOVE FUNC-TIPO-CONTA    TO RD-TIPO-CONTA
           MOVE FUNC-CODIGO        TO RD-CODIGO
           MOVE FUNC-NOME          TO RD-NOME
           MOVE WS-SALARIO-LIQUIDO TO RD-VALOR
           MOVE REM-DETALHE TO LINHA-REMESSA
           WRITE LINHA-REMESSA
           ADD 1 TO WS-QTD-REMESSA
           ADD WS-SALARIO-LIQUIDO TO WS-TOTAL-REMESSA
           IF WS-TEM-PAGAMENTOS = "S"
               PERFORM GRAVA-PAGAMENTO-PENDENTE
           END-IF.

       GRAVA-EXC-REMESSA.
           MOVE FUNC-CODIGO        TO LE-CODIGO
           MOVE FUNC-NOME          TO LE-NOME
           MOVE WS-SALARIO-LIQUIDO TO LE-LIQUIDO
           MOVE LINHA-EXC-DETALHE TO LINHA-EXC
           WRITE LINHA-EXC
           ADD 1 TO WS-QTD-EXC-REMESSA.

      *> Credito ja enviado em rodada anterior da mesma competencia
      *> e tipo; a quantidade de envios dele e mantida para o novo
      *> envio somar em cima.
       LE-PAGAMENTO-ANTERIOR.
           MOVE ZERO           TO WS-PAG-ENVIOS-ANT
           MOVE FUNC-CODIGO    TO PAG-CODIGO-FUNC
           MOVE WS-COMPETENCIA TO PAG-COMPETENCIA
           MOVE WS-TIPO-HIST   TO PAG-TIPO
           READ ARQ-PAG
           IF WS-STATUS-PAG = "00"
               MOVE "S" TO WS-TEM-PAG-ANTERIOR
               MOVE PAG-QTD-ENVIOS TO WS-PAG-ENVIOS-ANT
           END-IF.

      *> Reprocessamento da competencia gera remessa nova, entao o
      *> credito ainda nao pago volta a pendente com os dados
      *> bancarios deste envio, somando um na quantidade de envios.
       GRAVA-PAGAMENTO-PENDENTE.
           MOVE FUNC-CODIGO        TO PAG-CODIGO-FUNC
           MOVE WS-COMPETENCIA     TO PAG-COMPETENCIA
           MOVE WS-TIPO-HIST       TO PAG-TIPO
           MOVE WS-SALARIO-LIQUIDO TO PAG-VALOR
           MOVE FUNC-BANCO         TO PAG-BANCO
           MOVE FUNC-AGENCIA       TO PAG-AGENCIA
           MOVE FUNC-CONTA         TO PAG-CONTA
           MOVE FUNC-TIPO-CONTA    TO PAG-TIPO-CONTA
           MOVE "P"                TO PAG-STATUS
           MOVE SPACES             TO PAG-OCORRENCIA
           MOVE ZERO               TO PAG-DT-OCORRENCIA
           IF WS-TEM-PAG-ANTERIOR = "S"
               IF WS-PAG-ENVIOS-ANT < 99
                   ADD 1 TO WS-PAG-ENVIOS-ANT
               END-IF
               MOVE WS-PAG-ENVIOS-ANT TO PAG-QTD-ENVIOS
               REWRITE REG-PAG
           ELSE
               MOVE 1 TO PAG-QTD-ENVIOS
               WRITE REG-PAG
           END-IF
           IF WS-STATUS-PAG NOT = "00"
               DISPLAY "AVISO: falha ao gravar pagamento do func. "
                       FUNC-CODIGO ": " WS-STATUS-PAG
           END-IF.

      *> Quem perdeu os dados bancarios desde a rodada anterior da
      *> competencia nao tem mais credito no banco a acompanhar; o
      *> credito ja pago fica, porque o dinheiro ja saiu.
       APAGA-PAGAMENTO-ANTIGO.
           MOVE FUNC-CODIGO    TO PAG-CODIGO-FUNC
           MOVE WS-COMPETENCIA TO PAG-COMPETENCIA
           MOVE WS-TIPO-HIST   TO PAG-TIPO
           READ ARQ-PAG
           IF WS-STATUS-PAG = "00" AND NOT PAG-PAGO
               DELETE ARQ-PAG RECORD
           END-IF.

       ENCERRA-REMESSA.
           MOVE LINHA-EXC-TOTAL TO LINHA-EXC
           WRITE LINHA-EXC
           CLOSE REL-EXC-REMESSA
           IF WS-TEM-PAGAMENTOS = "S"
               CLOSE ARQ-PAG
           END-IF

           DISPLAY "Remessa gravada em REMESSA.TXT ("
                   WS-QTD-REMESSA " credito(s))."
           IF WS-QTD-EXC-REMESSA > 0
               DISPLAY "ATENCAO: " WS-QTD-EXC-REMESSA " funcionario(s)"
                       " fora da remessa em REMESSA_EXCECAO.TXT"
           END-IF
           IF WS-QTD-JA-PAGO > 0
               DISPLAY "         " WS-QTD-JA-PAGO " deles com credito"
                       " ja pago pelo banco (nao reenviado)."
           END-IF.

      *> Le o funcionario apontado para a rescisao e valida que ele
                       " nao encontrado: " WS-STATUS
               CLOSE ARQ-FUNC
               CLOSE ARQ-CTRL
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT FUNC-DESLIGADO OR FUNC-DT-DEMISSAO = ZERO
               DISPLAY "Funcionario " WS-COD-RESCISAO
                       " nao esta desligado; rescisao cancelada."
               CLOSE ARQ-FUNC
               CLOSE ARQ-CTRL
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNC-DT-DEMISSAO(5:4) TO WS-COMPETENCIA(1:4)
           MOVE FUNC-DT-DEMISSAO(3:2) TO WS-COMPETENCIA(5:2).
      *> saem no termo como linhas de movimento e o resultado vai ao
      *> historico com o tipo "R", reimprimivel como os demais tipos.
       PROCESSA-RESCISAO.
           PERFORM DEFINE-INICIO-CONTRATO
           MOVE ZERO TO WS-MOV-QTD-LINHAS
           MOVE ZERO TO WS-MOV-DROPADOS
           MOVE ZERO TO WS-QTD-DEPENDENTES
           IF WS-TEM-DEPENDENTES = "S"
               PERFORM CONTA-DEPENDENTES
           END-IF
           PERFORM CARREGA-AFASTAMENTOS
           PERFORM CALCULA-RESCISAO
           PERFORM CALCULA-ENCARGOS
           PERFORM GRAVA-DATAS-RESCISAO
           PERFORM ACUMULA-TOTAIS.

       GRAVA-DATAS-RESCISAO.
           MOVE WS-DT-CONTRATO(1:2)   TO LRD-ADM-DIA
           MOVE WS-DT-CONTRATO(3:2)   TO LRD-ADM-MES
           MOVE WS-DT-CONTRATO(5:4)   TO LRD-ADM-ANO
           MOVE FUNC-DT-DEMISSAO(1:2) TO LRD-DEM-DIA
           MOVE FUNC-DT-DEMISSAO(3:2) TO LRD-DEM-MES
           MOVE FUNC-DT-DEMISSAO(5:4) TO LRD-DEM-ANO

      *> Verbas rescisorias: saldo de salario pelos dias trabalhados
      *> no mes do desligamento, 13o proporcional por avos do ano,
      *> ferias vencidas do periodo completo nao gozado e
      *> proporcionais do periodo em curso mais o terco, com
      *> INSS/IRRF calculados sobre o total das verbas. O
      *> adiantamento quinzenal ja pago no mes do desligamento sai do
      *> liquido como na folha mensal.
       CALCULA-RESCISAO.
           MOVE WS-DT-CONTRATO(1:2)   TO WS-ADM-DIA
           MOVE WS-DT-CONTRATO(3:2)   TO WS-ADM-MES
           MOVE WS-DT-CONTRATO(5:4)   TO WS-ADM-ANO
           MOVE FUNC-DT-DEMISSAO(1:2) TO WS-DEM-DIA
           MOVE FUNC-DT-DEMISSAO(3:2) TO WS-DEM-MES
           MOVE FUNC-DT-DEMISSAO(5:4) TO WS-DEM-ANO
           COMPUTE WS-DATA-AMD =
                   WS-DEM-ANO * 10000 + WS-DEM-MES * 100 + WS-DEM-DIA
           COMPUTE WS-INT-LIMITE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-AMD)

           PERFORM CALCULA-SALDO-SALARIO
           PERFORM CALCULA-13-RESCISAO
           PERFORM CALCULA-FERIAS-RESCISAO
           PERFORM ACERTA-BANCO-HORAS

           COMPUTE WS-SALARIO-BRUTO =
                   WS-SALDO-SALARIO + WS-13-PROPORCIONAL +
                   WS-FERIAS-VENCIDAS + WS-FERIAS-PROP +
                   WS-TERCO-FERIAS + WS-BH-VALOR-POS
           MOVE WS-BH-VALOR-NEG TO WS-MOV-VALOR-CALC
           PERFORM ABATE-DO-BRUTO
           PERFORM CALCULA-INSS
           PERFORM CALCULA-IRRF
           COMPUTE WS-SALARIO-LIQUIDO =
           MOVE WS-13-PROPORCIONAL   TO WS-VERBA-VALOR
           PERFORM GUARDA-LINHA-VERBA

           IF WS-FERIAS-VENCIDAS > ZERO
               MOVE "FERIAS VENC."       TO WS-VERBA-DESC
               MOVE 12                   TO WS-VERBA-QTDE
               MOVE "(+)"                TO WS-VERBA-SINAL
               MOVE WS-FERIAS-VENCIDAS   TO WS-VERBA-VALOR
               PERFORM GUARDA-LINHA-VERBA
           END-IF

           MOVE "FERIAS PROP."       TO WS-VERBA-DESC
           MOVE WS-AVOS-FERIAS       TO WS-VERBA-QTDE
           MOVE "(+)"                TO WS-VERBA-SINAL
           MOVE ZERO                 TO WS-VERBA-QTDE
           MOVE "(+)"                TO WS-VERBA-SINAL
           MOVE WS-TERCO-FERIAS      TO WS-VERBA-VALOR
           PERFORM GUARDA-LINHA-VERBA

           IF WS-BH-POSITIVO > ZERO
               MOVE "BH SALDO POSIT"     TO WS-VERBA-DESC
               MOVE WS-BH-POSITIVO       TO WS-VERBA-QTDE
               MOVE "(+)"                TO WS-VERBA-SINAL
               MOVE WS-BH-VALOR-POS      TO WS-VERBA-VALOR
               PERFORM GUARDA-LINHA-VERBA
           END-IF
           IF WS-BH-NEGATIVO > ZERO
               MOVE "BH SALDO NEGAT"     TO WS-VERBA-DESC
               MOVE WS-BH-NEGATIVO       TO WS-VERBA-QTDE
               MOVE "(-)"                TO WS-VERBA-SINAL
               MOVE WS-BH-VALOR-NEG      TO WS-VERBA-VALOR
               PERFORM GUARDA-LINHA-VERBA
           END-IF
           PERFORM DESCONTA-ADIANTAMENTO.

      *> Saldo de salario: 1/30 avos por dia trabalhado no mes do
      *> desligamento (dia 31 conta como 30, no padrao comercial ja
      *> usado para a falta em APLICA-UM-MOVIMENTO), sem os dias
      *> antes da admissao no mesmo mes e sem os dias de afastamento
      *> nao pagos ate o desligamento.
       CALCULA-SALDO-SALARIO.
           MOVE WS-DEM-DIA TO WS-DIAS-SALDO
           IF WS-DIAS-SALDO > 30
               MOVE 30 TO WS-DIAS-SALDO
           END-IF
           IF WS-ADM-ANO = WS-DEM-ANO AND WS-ADM-MES = WS-DEM-MES
               MOVE WS-ADM-DIA TO WS-DIAS-ADMISSAO
               IF WS-DIAS-ADMISSAO > 30
                   MOVE 30 TO WS-DIAS-ADMISSAO
               END-IF
               SUBTRACT 1 FROM WS-DIAS-ADMISSAO
               IF WS-DIAS-ADMISSAO > WS-DIAS-SALDO
                   MOVE ZERO TO WS-DIAS-SALDO
               ELSE
                   SUBTRACT WS-DIAS-ADMISSAO FROM WS-DIAS-SALDO
               END-IF
           END-IF
           IF WS-AFAS-QTD > 0
               MOVE WS-DEM-ANO TO WS-REF-ANO
               MOVE WS-DEM-MES TO WS-REF-MES
               PERFORM DIAS-AFASTADO-MES
               IF WS-DIAS-AFASTADO > WS-DIAS-SALDO
                   MOVE ZERO TO WS-DIAS-SALDO
               ELSE
                   SUBTRACT WS-DIAS-AFASTADO FROM WS-DIAS-SALDO
               END-IF
           END-IF
           COMPUTE WS-SALDO-SALARIO ROUNDED =
                   (FUNC-SALARIO / 30) * WS-DIAS-SALDO.

      *> 13o proporcional da rescisao: avos do ano do desligamento,
      *> com a mesma regra dos 15 dias de CALCULA-AVOS-13 na entrada
      *> (admissao ate o dia 15 conta o mes) e na saida (desligamento
      *> a partir do dia 15 conta o mes), menos os meses com mais de
      *> 15 dias de afastamento nao pago.
       CALCULA-13-RESCISAO.
           IF WS-ADM-ANO < WS-DEM-ANO
               MOVE 1 TO WS-MES-INICIO-13
               COMPUTE WS-AVOS-13 =
                       WS-MES-FIM-13 - WS-MES-INICIO-13 + 1
           END-IF
           MOVE WS-DEM-ANO TO WS-REF-ANO
           PERFORM DESCONTA-AVOS-13-AFAS
           COMPUTE WS-13-PROPORCIONAL ROUNDED =
                   FUNC-SALARIO * WS-AVOS-13 / 12.

      *> Ferias da rescisao pelo periodo aquisitivo na data do
      *> desligamento (CALCULA-PERIODO-AQUIS, o mesmo da marcacao e
      *> da rodada de ferias): o ultimo periodo completo sem ferias
      *> pagas de la para ca sai inteiro como ferias vencidas; o
      *> periodo em curso da as proporcionais, contadas do inicio
      *> dele com fracao de 15 dias ou mais valendo um avo. O terco
      *> incide sobre as duas. Periodo suspenso pelo INSS no
      *> desligamento nao da proporcionais.
       CALCULA-FERIAS-RESCISAO.
           MOVE ZERO TO WS-AVOS-FERIAS
           MOVE ZERO TO WS-FERIAS-PROP
           MOVE ZERO TO WS-FERIAS-VENCIDAS
           MOVE WS-INT-LIMITE TO WS-PER-REF
           PERFORM CALCULA-PERIODO-AQUIS

           IF WS-PER-COMPLETO = "S"
               PERFORM VERIFICA-FERIAS-GOZADAS
               IF WS-TEM-GOZO = "N"
                   MOVE FUNC-SALARIO TO WS-FERIAS-VENCIDAS
               END-IF
           END-IF

           IF WS-PER-SEM-RETORNO = "N"
               PERFORM CALCULA-AVOS-FERIAS-RESC
           END-IF

           COMPUTE WS-FERIAS-PROP ROUNDED =
                   FUNC-SALARIO * WS-AVOS-FERIAS / 12
           COMPUTE WS-TERCO-FERIAS ROUNDED =
                   (WS-FERIAS-PROP + WS-FERIAS-VENCIDAS) / 3.

      *> Avos do periodo em curso: meses do inicio dele (WS-PER-INI)
      *> ao desligamento. O calculo do periodo so empurra o fim
      *> pelos afastamentos; os dias nao pagos ja decorridos dentro
      *> dele saem aqui, em avos de 30 dias.
       CALCULA-AVOS-FERIAS-RESC.
           MOVE WS-PER-INI TO WS-PER-CONV
           PERFORM CONVERTE-DATA-PERIODO
           COMPUTE WS-AVOS-FERIAS =
                   (WS-DEM-ANO - WS-PER-DMA-ANO) * 12
                   + WS-DEM-MES - WS-PER-DMA-MES
           COMPUTE WS-DIAS-RESTO-FERIAS =
                   WS-DEM-DIA - WS-PER-DMA-DIA + 1
           IF WS-DIAS-RESTO-FERIAS < 1
               SUBTRACT 1 FROM WS-AVOS-FERIAS
               ADD 30 TO WS-DIAS-RESTO-FERIAS
           IF WS-AVOS-FERIAS > 12
               MOVE 12 TO WS-AVOS-FERIAS
           END-IF
           IF WS-AFAS-QTD > 0 AND WS-AVOS-FERIAS > 0
               MOVE WS-PER-INI    TO WS-INT-INI-PER
               MOVE WS-INT-LIMITE TO WS-INT-FIM-PER
               PERFORM DIAS-AFASTADO-PERIODO
               PERFORM DESCONTA-AVOS-FERIAS-AFAS
           END-IF.

      *> Ferias do ultimo periodo completo ja pagas: alguma
      *> programacao paga a partir da competencia em que ele fechou,
      *> a mesma regra do relatorio de ferias a vencer. Sem o
      *> FERIAS_PROG.DAT nao ha ferias pagas pela folha.
       VERIFICA-FERIAS-GOZADAS.
           MOVE "N" TO WS-TEM-GOZO
           MOVE WS-PER-ANT-FIM TO WS-PER-CONV
           ADD 1 TO WS-PER-CONV
           PERFORM CONVERTE-DATA-PERIODO
           MOVE WS-PER-AMD(1:6) TO WS-COMP-PERIODO
           IF WS-TEM-FERIAS-PROG = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNC-CODIGO TO FER-CODIGO-FUNC
           MOVE WS-COMP-PERIODO TO FER-COMPETENCIA
           MOVE "N" TO WS-FIM-FER
           START ARQ-FER KEY NOT < FER-CHAVE
           IF WS-STATUS-FER NOT = "00"
               MOVE "S" TO WS-FIM-FER
           END-IF
           PERFORM UNTIL WS-FIM-FER = "S"
               READ ARQ-FER NEXT
                   AT END MOVE "S" TO WS-FIM-FER
                   NOT AT END
                       IF FER-CODIGO-FUNC NOT = FUNC-CODIGO
                           MOVE "S" TO WS-FIM-FER
                       ELSE
                           IF FER-PAGA
                               MOVE "S" TO WS-TEM-GOZO
                               MOVE "S" TO WS-FIM-FER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> Avos de ferias perdidos por afastamento: os dias nao pagos
      *> ja decorridos no periodo (WS-DIAS-AFASTADO-PER) em meses de
      *> 30 dias, com sobra acima de 15 dias valendo mais um avo.
       DESCONTA-AVOS-FERIAS-AFAS.
           DIVIDE WS-DIAS-AFASTADO-PER BY 30
               GIVING WS-AVOS-PERDIDOS
               REMAINDER WS-DIAS-AFASTADO
           IF WS-DIAS-AFASTADO > 15
               ADD 1 TO WS-AVOS-PERDIDOS
           END-IF
           IF WS-AVOS-PERDIDOS >= WS-AVOS-FERIAS
               MOVE ZERO TO WS-AVOS-FERIAS
           ELSE
               SUBTRACT WS-AVOS-PERDIDOS FROM WS-AVOS-FERIAS
           END-IF.

      *> Avos de 13o perdidos por afastamento: cada mes contado entre
      *> WS-MES-INICIO-13 e WS-MES-FIM-13 do ano WS-REF-ANO com mais
      *> de 15 dias nao pagos deixa de valer o avo.
       DESCONTA-AVOS-13-AFAS.
           IF WS-AFAS-QTD = 0 OR WS-AVOS-13 = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-REF-MES FROM WS-MES-INICIO-13 BY 1
                   UNTIL WS-REF-MES > WS-MES-FIM-13
               PERFORM DIAS-AFASTADO-MES
               IF WS-DIAS-AFASTADO > 15 AND WS-AVOS-13 > 0
                   SUBTRACT 1 FROM WS-AVOS-13
               END-IF
           END-PERFORM.

      *> Le os afastamentos do funcionario corrente para a tabela
      *> WS-AFASTAMENTOS (no maximo 20, o excedente e avisado).
       CARREGA-AFASTAMENTOS.
           MOVE ZERO TO WS-AFAS-QTD
           MOVE "N" TO WS-AFASTADO-NO-CORTE
           MOVE 9999999 TO WS-INT-LIMITE
           IF WS-TEM-AFASTAMENTOS = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNC-CODIGO TO AFAS-CODIGO-FUNC
           MOVE ZERO        TO AFAS-SEQ
           MOVE "N" TO WS-FIM-AFAS
           START ARQ-AFAS KEY NOT < AFAS-CHAVE
           IF WS-STATUS-AFAS NOT = "00"
               MOVE "S" TO WS-FIM-AFAS
           END-IF
           PERFORM UNTIL WS-FIM-AFAS = "S"
               READ ARQ-AFAS NEXT
                   AT END MOVE "S" TO WS-FIM-AFAS
                   NOT AT END
                       IF AFAS-CODIGO-FUNC NOT = FUNC-CODIGO
                           MOVE "S" TO WS-FIM-AFAS
                       ELSE
                           IF NOT AFAS-MATERNIDADE
                               PERFORM GUARDA-AFASTAMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> Afastamento de doenca ou acidente que termina nos primeiros
      *> 15 dias fica todo por conta da empresa e nao entra na
      *> tabela, mas ainda conta como afastado no dia de corte do
      *> adiantamento (WS-AFASTADO-NO-CORTE).
       GUARDA-AFASTAMENTO.
           MOVE AFAS-DT-INICIO(5:4) TO WS-DATA-AMD(1:4)
           MOVE AFAS-DT-INICIO(3:2) TO WS-DATA-AMD(5:2)
           MOVE AFAS-DT-INICIO(1:2) TO WS-DATA-AMD(7:2)
           COMPUTE WS-INT-INI-PER =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-AMD)
           IF AFAS-DT-PREV-FIM = ZERO
               MOVE 9999999 TO WS-INT-FIM-PER
           ELSE
               MOVE AFAS-DT-PREV-FIM(5:4) TO WS-DATA-AMD(1:4)
               MOVE AFAS-DT-PREV-FIM(3:2) TO WS-DATA-AMD(5:2)
               MOVE AFAS-DT-PREV-FIM(1:2) TO WS-DATA-AMD(7:2)
               COMPUTE WS-INT-FIM-PER =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-AMD)
           END-IF
           IF WS-INT-INI-PER <= WS-INT-CORTE-ADIANT AND
              WS-INT-FIM-PER >= WS-INT-CORTE-ADIANT
               MOVE "S" TO WS-AFASTADO-NO-CORTE
           END-IF

           IF AFAS-DOENCA OR AFAS-ACIDENTE
               ADD 15 TO WS-INT-INI-PER
           END-IF
           IF WS-INT-FIM-PER < WS-INT-INI-PER
               EXIT PARAGRAPH
           END-IF
           IF WS-AFAS-QTD >= 20
               DISPLAY "AVISO: func. " FUNC-CODIGO " com mais de 20 "
                       "afastamentos; excedente ignorado."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AFAS-QTD
           MOVE WS-INT-INI-PER TO WS-AFAS-INI (WS-AFAS-QTD)
           MOVE WS-INT-FIM-PER TO WS-AFAS-FIM (WS-AFAS-QTD)
           IF AFAS-DOENCA OR AFAS-ACIDENTE
               MOVE "S" TO WS-AFAS-INSS (WS-AFAS-QTD)
           ELSE
               MOVE "N" TO WS-AFAS-INSS (WS-AFAS-QTD)
           END-IF.

      *> Dias de afastamento nao pago no mes WS-REF-MES/WS-REF-ANO
      *> em dias comerciais: afastamento que chega ao fim do mes
      *> conta ate o dia 30 (fevereiro inteiro sao 30 dias, o dia 31
      *> nao conta), total limitado a 30.
       DIAS-AFASTADO-MES.
           MOVE ZERO TO WS-DIAS-AFASTADO
           COMPUTE WS-DATA-AMD =
                   WS-REF-ANO * 10000 + WS-REF-MES * 100 + 1
           COMPUTE WS-INT-INI-MES =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-AMD)
           IF WS-REF-MES = 12
               COMPUTE WS-DATA-AMD = (WS-REF-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATA-AMD =
                       WS-REF-ANO * 10000 + (WS-REF-MES + 1) * 100 + 1
           END-IF
           COMPUTE WS-INT-FIM-MES =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-AMD) - 1
           PERFORM VARYING WS-AFAS-IND FROM 1 BY 1
                   UNTIL WS-AFAS-IND > WS-AFAS-QTD
               PERFORM SOMA-AFASTADO-MES
           END-PERFORM
           IF WS-DIAS-AFASTADO > 30
               MOVE 30 TO WS-DIAS-AFASTADO
           END-IF.

       SOMA-AFASTADO-MES.
           MOVE WS-AFAS-INI (WS-AFAS-IND) TO WS-INT-INI-SOBR
           IF WS-INT-INI-SOBR < WS-INT-INI-MES
               MOVE WS-INT-INI-MES TO WS-INT-INI-SOBR
           END-IF
           MOVE WS-AFAS-FIM (WS-AFAS-IND) TO WS-INT-FIM-SOBR
           IF WS-INT-FIM-SOBR > WS-INT-FIM-MES
               MOVE WS-INT-FIM-MES TO WS-INT-FIM-SOBR
           END-IF
           IF WS-INT-FIM-SOBR > WS-INT-LIMITE
               MOVE WS-INT-LIMITE TO WS-INT-FIM-SOBR
           END-IF
           IF WS-INT-INI-SOBR > WS-INT-FIM-SOBR
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIA-INI-SOBR =
                   WS-INT-INI-SOBR - WS-INT-INI-MES + 1
           COMPUTE WS-DIA-FIM-SOBR =
                   WS-INT-FIM-SOBR - WS-INT-INI-MES + 1
           IF WS-DIA-INI-SOBR > 30
               EXIT PARAGRAPH
           END-IF
           IF WS-INT-FIM-SOBR = WS-INT-FIM-MES OR WS-DIA-FIM-SOBR > 30
               MOVE 30 TO WS-DIA-FIM-SOBR
           END-IF
           COMPUTE WS-DIAS-AFASTADO = WS-DIAS-AFASTADO +
                   WS-DIA-FIM-SOBR - WS-DIA-INI-SOBR + 1.

      *> Dias corridos de afastamento nao pago entre WS-INT-INI-PER e
      *> WS-INT-FIM-PER (datas inteiras), em WS-DIAS-AFASTADO-PER.
       DIAS-AFASTADO-PERIODO.
           MOVE ZERO TO WS-DIAS-AFASTADO-PER
           PERFORM VARYING WS-AFAS-IND FROM 1 BY 1
                   UNTIL WS-AFAS-IND > WS-AFAS-QTD
               MOVE WS-AFAS-INI (WS-AFAS-IND) TO WS-INT-INI-SOBR
               IF WS-INT-INI-SOBR < WS-INT-INI-PER
                   MOVE WS-INT-INI-PER TO WS-INT-INI-SOBR
               END-IF
               MOVE WS-AFAS-FIM (WS-AFAS-IND) TO WS-INT-FIM-SOBR
               IF WS-INT-FIM-SOBR > WS-INT-FIM-PER
                   MOVE WS-INT-FIM-PER TO WS-INT-FIM-SOBR
               END-IF
               IF WS-INT-INI-SOBR NOT > WS-INT-FIM-SOBR
                   COMPUTE WS-DIAS-AFASTADO-PER =
                           WS-DIAS-AFASTADO-PER +
                           WS-INT-FIM-SOBR - WS-INT-INI-SOBR + 1
               END-IF
           END-PERFORM.

      *> Aplica sobre WS-SALARIO-BRUTO os movimentos lancados para o
      *> funcionario na competencia (hora extra a 50% sobre a hora
               END-READ
           END-PERFORM.

      *> Participante do banco de horas nao recebe a hora extra nem
      *> tem a falta descontada: as horas vao para o lancamento do
      *> mes no banco (PROCESSA-BANCO-HORAS) e a linha de verba sai
      *> so informativa, sem valor. A hora extra dos demais so e
      *> somada na classe do movimento e paga em PAGA-HORAS-EXTRAS;
      *> o adicional noturno vale para as horas noturnas de todos.
      *> A falta descontada marca a semana para o DSR das faltas.
       APLICA-UM-MOVIMENTO.
           IF MOV-HORA-EXTRA AND MOV-NOTURNO
               ADD MOV-QTDE TO WS-NOTURNO-QTDE
           END-IF
           IF MOV-HORA-EXTRA AND NOT FUNC-PARTICIPA-BH
               IF MOV-DOMINGO-FERIADO
                   ADD MOV-QTDE TO WS-HE100-QTDE
               ELSE
                   ADD MOV-QTDE TO WS-HE50-QTDE
               END-IF
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN MOV-HORA-EXTRA AND FUNC-PARTICIPA-BH
                   ADD MOV-QTDE TO WS-BH-CRED-MES
                   MOVE ZERO            TO WS-MOV-VALOR-CALC
                   MOVE "BH CREDITO"    TO WS-VERBA-DESC
                   MOVE MOV-QTDE        TO WS-VERBA-QTDE
                   MOVE "( )"           TO WS-VERBA-SINAL
               WHEN MOV-FALTA AND FUNC-PARTICIPA-BH
                   COMPUTE WS-BH-HORAS-FALTA ROUNDED =
                           MOV-QTDE * 220 / 30
                   ADD WS-BH-HORAS-FALTA TO WS-BH-DEB-MES
                   MOVE ZERO            TO WS-MOV-VALOR-CALC
                   MOVE "BH DEBITO"     TO WS-VERBA-DESC
                   MOVE WS-BH-HORAS-FALTA TO WS-VERBA-QTDE
                   MOVE "( )"           TO WS-VERBA-SINAL
               WHEN MOV-FALTA
                   COMPUTE WS-MOV-VALOR-CALC ROUNDED =
                           (FUNC-SALARIO / 30) * MOV-QTDE
                   PERFORM ABATE-DO-BRUTO
                   PERFORM MARCA-SEMANA-FALTA
                   MOVE "FALTA"         TO WS-VERBA-DESC
                   MOVE MOV-QTDE        TO WS-VERBA-QTDE
                   MOVE "(-)"           TO WS-VERBA-SINAL
           MOVE WS-MOV-VALOR-CALC TO WS-VERBA-VALOR
           PERFORM GUARDA-LINHA-VERBA.

      *> Semana (segunda a domingo) da falta, guardada uma vez so.
      *> Falta sem data valida conta como uma semana a parte.
       MARCA-SEMANA-FALTA.
           IF MOV-DATA NOT NUMERIC OR MOV-DATA = ZERO
               ADD 1 TO WS-SEM-AVULSAS
               EXIT PARAGRAPH
           END-IF
           MOVE MOV-DATA(5:4) TO WS-FALTA-DATA(1:4)
           MOVE MOV-DATA(3:2) TO WS-FALTA-DATA(5:2)
           MOVE MOV-DATA(1:2) TO WS-FALTA-DATA(7:2)
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FALTA-DATA) NOT = 0
               ADD 1 TO WS-SEM-AVULSAS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FALTA-SEMANA =
                   (FUNCTION INTEGER-OF-DATE(WS-FALTA-DATA) - 1) / 7
           MOVE "N" TO WS-FALTA-ACHOU
           PERFORM VARYING WS-SEM-IND FROM 1 BY 1
                   UNTIL WS-SEM-IND > WS-SEM-QTD
               IF WS-SEM-SEMANA (WS-SEM-IND) = WS-FALTA-SEMANA
                   MOVE "S" TO WS-FALTA-ACHOU
               END-IF
           END-PERFORM
           IF WS-FALTA-ACHOU = "N" AND WS-SEM-QTD < 31
               ADD 1 TO WS-SEM-QTD
               MOVE WS-FALTA-SEMANA TO WS-SEM-SEMANA (WS-SEM-QTD)
           END-IF.

      *> Horas extras do mes por classe, adicional noturno e o DSR
      *> sobre eles (e sobre a HE BANCO HORAS vencida no mes, ja
      *> somada em WS-DSR-BASE-HE): total das horas extras / dias
      *> uteis * domingos e feriados da competencia.
       PAGA-HORAS-EXTRAS.
           IF WS-HE50-QTDE > ZERO
               COMPUTE WS-MOV-VALOR-CALC ROUNDED =
                       (FUNC-SALARIO / 220) * 1,5 * WS-HE50-QTDE
               MOVE "HE 50%"            TO WS-VERBA-DESC
               MOVE WS-HE50-QTDE        TO WS-VERBA-QTDE
               PERFORM GUARDA-HORA-EXTRA
           END-IF
           IF WS-HE100-QTDE > ZERO
               COMPUTE WS-MOV-VALOR-CALC ROUNDED =
                       (FUNC-SALARIO / 220) * 2 * WS-HE100-QTDE
               MOVE "HE 100%"           TO WS-VERBA-DESC
               MOVE WS-HE100-QTDE       TO WS-VERBA-QTDE
               PERFORM GUARDA-HORA-EXTRA
           END-IF
           IF WS-NOTURNO-QTDE > ZERO
               COMPUTE WS-MOV-VALOR-CALC ROUNDED =
                       (FUNC-SALARIO / 220) * WS-PERC-ADIC-NOTURNO
                       * WS-NOTURNO-QTDE
               MOVE "ADIC. NOTURNO"     TO WS-VERBA-DESC
               MOVE WS-NOTURNO-QTDE     TO WS-VERBA-QTDE
               PERFORM GUARDA-HORA-EXTRA
           END-IF
           IF WS-DSR-BASE-HE > ZERO AND WS-DIAS-UTEIS > ZERO
               COMPUTE WS-MOV-VALOR-CALC ROUNDED =
                       WS-DSR-BASE-HE / WS-DIAS-UTEIS * WS-DIAS-REPOUSO
               ADD WS-MOV-VALOR-CALC TO WS-SALARIO-BRUTO
               MOVE "DSR HORA EXTRA"    TO WS-VERBA-DESC
               MOVE WS-DIAS-REPOUSO     TO WS-VERBA-QTDE
               MOVE "(+)"               TO WS-VERBA-SINAL
               MOVE WS-MOV-VALOR-CALC   TO WS-VERBA-VALOR
               PERFORM GUARDA-LINHA-VERBA
           END-IF.

       GUARDA-HORA-EXTRA.
           ADD WS-MOV-VALOR-CALC TO WS-SALARIO-BRUTO
           ADD WS-MOV-VALOR-CALC TO WS-DSR-BASE-HE
           MOVE "(+)"               TO WS-VERBA-SINAL
           MOVE WS-MOV-VALOR-CALC   TO WS-VERBA-VALOR
           PERFORM GUARDA-LINHA-VERBA.

      *> DSR das faltas: um dia de salario por semana com falta
      *> descontada, limitado aos domingos e feriados do mes.
       DESCONTA-DSR-FALTAS.
           COMPUTE WS-SEM-PERDIDAS = WS-SEM-QTD + WS-SEM-AVULSAS
           IF WS-SEM-PERDIDAS > WS-DIAS-REPOUSO
               MOVE WS-DIAS-REPOUSO TO WS-SEM-PERDIDAS
           END-IF
           IF WS-SEM-PERDIDAS = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MOV-VALOR-CALC ROUNDED =
                   (FUNC-SALARIO / 30) * WS-SEM-PERDIDAS
           PERFORM ABATE-DO-BRUTO
           MOVE "DSR FALTAS"        TO WS-VERBA-DESC
           MOVE WS-SEM-PERDIDAS     TO WS-VERBA-QTDE
           MOVE "(-)"               TO WS-VERBA-SINAL
           MOVE WS-MOV-VALOR-CALC   TO WS-VERBA-VALOR
           PERFORM GUARDA-LINHA-VERBA.

      *> Banco de horas do funcionario na folha mensal: refaz o
      *> saldo com os lancamentos anteriores mais os do mes
      *> (WS-BH-CRED-MES/WS-BH-DEB-MES, ja separados em
      *> APLICA-UM-MOVIMENTO), paga como hora extra de 50% as horas
      *> que vencem nesta competencia e grava o lancamento do mes.
      *> Quem nao participa e nunca teve lancamento passa direto.
       PROCESSA-BANCO-HORAS.
           IF WS-TEM-BH = "N" AND NOT FUNC-PARTICIPA-BH
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COMPETENCIA TO WS-BH-COMP-LIMITE
           PERFORM CARREGA-BANCO-HORAS
           IF WS-BH-QTD = ZERO AND WS-BH-TEM-LIMITE = "N" AND
              WS-BH-CRED-MES = ZERO AND WS-BH-DEB-MES = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BH-CRED-MES TO WS-BH-CRED-LIMITE
           MOVE WS-BH-DEB-MES  TO WS-BH-DEB-LIMITE
           PERFORM INCLUI-MES-LIMITE-BH
           PERFORM APURA-BANCO-HORAS

           IF WS-BH-VENCE-AGORA > ZERO
               COMPUTE WS-MOV-VALOR-CALC ROUNDED =
                       (FUNC-SALARIO / 220) * 1,5 * WS-BH-VENCE-AGORA
               ADD WS-MOV-VALOR-CALC TO WS-SALARIO-BRUTO
               ADD WS-MOV-VALOR-CALC TO WS-DSR-BASE-HE
               MOVE "HE BANCO HORAS"    TO WS-VERBA-DESC
               MOVE WS-BH-VENCE-AGORA   TO WS-VERBA-QTDE
               MOVE "(+)"               TO WS-VERBA-SINAL
               MOVE WS-MOV-VALOR-CALC   TO WS-VERBA-VALOR
               PERFORM GUARDA-LINHA-VERBA
           END-IF

           IF WS-SIMULACAO = "N"
               MOVE WS-BH-VENCE-AGORA TO BH-HORAS-PAGAS
               MOVE ZERO              TO BH-HORAS-DESCONTADAS
               MOVE "N"               TO BH-ACERTO
               PERFORM GRAVA-BANCO-HORAS
           END-IF.

      *> Acerto do banco de horas na rescisao, pela competencia do
      *> desligamento: o saldo positivo (inclusive o que venceria
      *> nesta competencia) e pago como hora extra de 50% e o
      *> negativo e descontado pelo valor da hora normal. O
      *> lancamento da competencia fica marcado como acertado
      *> (BH-ACERTADO) para zerar o banco numa readmissao.
       ACERTA-BANCO-HORAS.
           MOVE ZERO TO WS-BH-POSITIVO
           MOVE ZERO TO WS-BH-NEGATIVO
           MOVE ZERO TO WS-BH-VALOR-POS
           MOVE ZERO TO WS-BH-VALOR-NEG
           IF WS-TEM-BH = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COMPETENCIA TO WS-BH-COMP-LIMITE
           PERFORM CARREGA-BANCO-HORAS
           IF WS-BH-QTD = ZERO AND WS-BH-TEM-LIMITE = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM INCLUI-MES-LIMITE-BH
           PERFORM APURA-BANCO-HORAS
           ADD WS-BH-VENCE-AGORA TO WS-BH-POSITIVO
           IF WS-BH-POSITIVO = ZERO AND WS-BH-NEGATIVO = ZERO AND
              WS-BH-TEM-LIMITE = "N"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-BH-VALOR-POS ROUNDED =
                   (FUNC-SALARIO / 220) * 1,5 * WS-BH-POSITIVO
           COMPUTE WS-BH-VALOR-NEG ROUNDED =
                   (FUNC-SALARIO / 220) * WS-BH-NEGATIVO

           MOVE WS-BH-POSITIVO TO BH-HORAS-PAGAS
           MOVE WS-BH-NEGATIVO TO BH-HORAS-DESCONTADAS
           MOVE "S"            TO BH-ACERTO
           PERFORM GRAVA-BANCO-HORAS.

      *> Carrega os lancamentos do funcionario anteriores a
      *> WS-BH-COMP-LIMITE, em ordem de competencia (ordem da chave).
      *> O lancamento da propria competencia fica de fora da tabela
      *> (WS-BH-TEM-LIMITE e os valores gravados), porque o
      *> reprocessamento do mes o substitui.
       CARREGA-BANCO-HORAS.
           MOVE ZERO TO WS-BH-QTD
           MOVE "N"  TO WS-BH-TEM-LIMITE
           MOVE ZERO TO WS-BH-CRED-LIMITE
           MOVE ZERO TO WS-BH-DEB-LIMITE
           IF WS-TEM-BH = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNC-CODIGO TO BH-CODIGO-FUNC
           MOVE ZERO        TO BH-COMPETENCIA
           MOVE "N" TO WS-FIM-BH
           START ARQ-BH KEY NOT < BH-CHAVE
           IF WS-STATUS-BH NOT = "00"
               MOVE "S" TO WS-FIM-BH
           END-IF
           PERFORM UNTIL WS-FIM-BH = "S"
               READ ARQ-BH NEXT
                   AT END MOVE "S" TO WS-FIM-BH
                   NOT AT END
                       IF BH-CODIGO-FUNC NOT = FUNC-CODIGO OR
                          BH-COMPETENCIA > WS-BH-COMP-LIMITE
                           MOVE "S" TO WS-FIM-BH
                       ELSE
                           PERFORM GUARDA-LANCAMENTO-BH
                       END-IF
               END-READ
           END-PERFORM.

       GUARDA-LANCAMENTO-BH.
           IF BH-COMPETENCIA = WS-BH-COMP-LIMITE
               MOVE "S"              TO WS-BH-TEM-LIMITE
               MOVE BH-HORAS-CREDITO TO WS-BH-CRED-LIMITE
               MOVE BH-HORAS-DEBITO  TO WS-BH-DEB-LIMITE
               EXIT PARAGRAPH
           END-IF
           IF WS-BH-QTD >= 239
               DISPLAY "AVISO: func. " FUNC-CODIGO " com mais de 239 "
                       "lancamentos no banco de horas; excedente "
                       "ignorado."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BH-QTD
           MOVE BH-COMPETENCIA   TO WS-BH-COMP (WS-BH-QTD)
           MOVE BH-HORAS-CREDITO TO WS-BH-CREDITO (WS-BH-QTD)
           MOVE BH-HORAS-DEBITO  TO WS-BH-DEBITO (WS-BH-QTD)
           MOVE BH-ACERTO        TO WS-BH-ACERTO-LANC (WS-BH-QTD).

      *> A competencia limite entra sempre como ultimo lancamento da
      *> tabela (mesmo sem horas), para o vencimento dela ser
      *> apurado.
       INCLUI-MES-LIMITE-BH.
           ADD 1 TO WS-BH-QTD
           MOVE WS-BH-COMP-LIMITE TO WS-BH-COMP (WS-BH-QTD)
           MOVE WS-BH-CRED-LIMITE TO WS-BH-CREDITO (WS-BH-QTD)
           MOVE WS-BH-DEB-LIMITE  TO WS-BH-DEBITO (WS-BH-QTD)
           MOVE "N"               TO WS-BH-ACERTO-LANC (WS-BH-QTD).

      *> Apuracao do saldo lancamento a lancamento: ao fim,
      *> WS-BH-SALDO-LOTE tem o que sobra de cada lote,
      *> WS-BH-POSITIVO a soma dos lotes, WS-BH-NEGATIVO as horas
      *> devidas e WS-BH-VENCE-AGORA as horas que vencem na
      *> competencia limite.
       APURA-BANCO-HORAS.
           MOVE ZERO TO WS-BH-NEGATIVO
           MOVE ZERO TO WS-BH-POSITIVO
           MOVE ZERO TO WS-BH-VENCE-AGORA
           MOVE WS-BH-COMP-LIMITE TO WS-BH-COMP-CONV
           PERFORM CONVERTE-MES-BH
           MOVE WS-BH-MES-CONV TO WS-BH-MES-LIMITE
           PERFORM VARYING WS-BH-IND FROM 1 BY 1
                   UNTIL WS-BH-IND > WS-BH-QTD
               PERFORM APURA-MES-BH
           END-PERFORM
           PERFORM VARYING WS-BH-LOTE FROM 1 BY 1
                   UNTIL WS-BH-LOTE > WS-BH-QTD
               ADD WS-BH-SALDO-LOTE (WS-BH-LOTE) TO WS-BH-POSITIVO
           END-PERFORM.

      *> Um lancamento (competencia WS-BH-IND): lotes que venceram
      *> num mes sem lancamento ja foram pagos na folha daquele mes;
      *> o credito cobre primeiro o saldo negativo; o debito consome
      *> os lotes do mais antigo ao mais novo (inclusive o do proprio
      *> mes) e o que faltar fica negativo; por ultimo vencem os
      *> lotes que completam o prazo neste mes.
       APURA-MES-BH.
           MOVE WS-BH-COMP (WS-BH-IND) TO WS-BH-COMP-CONV
           PERFORM CONVERTE-MES-BH
           MOVE WS-BH-MES-CONV TO WS-BH-MES-LOTE (WS-BH-IND)
           PERFORM VARYING WS-BH-LOTE FROM 1 BY 1
                   UNTIL WS-BH-LOTE >= WS-BH-IND
               IF WS-BH-MES-LOTE (WS-BH-LOTE) + WS-BH-PRAZO-MESES <
                  WS-BH-MES-LOTE (WS-BH-IND)
                   MOVE ZERO TO WS-BH-SALDO-LOTE (WS-BH-LOTE)
               END-IF
           END-PERFORM

           IF WS-BH-CREDITO (WS-BH-IND) > WS-BH-NEGATIVO
               COMPUTE WS-BH-SALDO-LOTE (WS-BH-IND) =
                       WS-BH-CREDITO (WS-BH-IND) - WS-BH-NEGATIVO
               MOVE ZERO TO WS-BH-NEGATIVO
           ELSE
               MOVE ZERO TO WS-BH-SALDO-LOTE (WS-BH-IND)
               SUBTRACT WS-BH-CREDITO (WS-BH-IND) FROM WS-BH-NEGATIVO
           END-IF

           MOVE WS-BH-DEBITO (WS-BH-IND) TO WS-BH-RESTO
           PERFORM VARYING WS-BH-LOTE FROM 1 BY 1
                   UNTIL WS-BH-LOTE > WS-BH-IND OR WS-BH-RESTO = ZERO
               PERFORM CONSOME-LOTE-BH
           END-PERFORM
           ADD WS-BH-RESTO TO WS-BH-NEGATIVO

           PERFORM VARYING WS-BH-LOTE FROM 1 BY 1
                   UNTIL WS-BH-LOTE > WS-BH-IND
               IF WS-BH-MES-LOTE (WS-BH-LOTE) + WS-BH-PRAZO-MESES =
                  WS-BH-MES-LOTE (WS-BH-IND)
                   IF WS-BH-MES-LOTE (WS-BH-IND) = WS-BH-MES-LIMITE
                       ADD WS-BH-SALDO-LOTE (WS-BH-LOTE)
                           TO WS-BH-VENCE-AGORA
                   END-IF
                   MOVE ZERO TO WS-BH-SALDO-LOTE (WS-BH-LOTE)
               END-IF
           END-PERFORM

           IF WS-BH-ACERTO-LANC (WS-BH-IND) = "S"
               PERFORM VARYING WS-BH-LOTE FROM 1 BY 1
                       UNTIL WS-BH-LOTE > WS-BH-IND
                   MOVE ZERO TO WS-BH-SALDO-LOTE (WS-BH-LOTE)
               END-PERFORM
               MOVE ZERO TO WS-BH-NEGATIVO
           END-IF.

       CONSOME-LOTE-BH.
           IF WS-BH-SALDO-LOTE (WS-BH-LOTE) > WS-BH-RESTO
               SUBTRACT WS-BH-RESTO FROM WS-BH-SALDO-LOTE (WS-BH-LOTE)
               MOVE ZERO TO WS-BH-RESTO
           ELSE
               SUBTRACT WS-BH-SALDO-LOTE (WS-BH-LOTE) FROM WS-BH-RESTO
               MOVE ZERO TO WS-BH-SALDO-LOTE (WS-BH-LOTE)
           END-IF.

      *> Competencia AAAAMM em numero de meses corridos, para contar
      *> o prazo do lote atravessando a virada do ano.
       CONVERTE-MES-BH.
           DIVIDE WS-BH-COMP-CONV BY 100
               GIVING WS-BH-ANO-CONV REMAINDER WS-BH-MES-REM
           COMPUTE WS-BH-MES-CONV = WS-BH-ANO-CONV * 12 + WS-BH-MES-REM.

      *> Grava o lancamento da competencia limite com os valores ja
      *> postos em BH-HORAS-PAGAS/BH-HORAS-DESCONTADAS/BH-ACERTO; o
      *> reprocessamento regrava por cima e um mes que ficou sem
      *> nenhuma hora tem o lancamento antigo apagado.
       GRAVA-BANCO-HORAS.
           MOVE FUNC-CODIGO       TO BH-CODIGO-FUNC
           MOVE WS-BH-COMP-LIMITE TO BH-COMPETENCIA
           MOVE WS-BH-CRED-LIMITE TO BH-HORAS-CREDITO
           MOVE WS-BH-DEB-LIMITE  TO BH-HORAS-DEBITO
           IF BH-HORAS-CREDITO = ZERO AND BH-HORAS-DEBITO = ZERO AND
              BH-HORAS-PAGAS = ZERO AND BH-HORAS-DESCONTADAS = ZERO AND
              NOT BH-ACERTADO
               IF WS-BH-TEM-LIMITE = "S"
                   DELETE ARQ-BH
                   IF WS-STATUS-BH NOT = "00"
                       DISPLAY "AVISO: falha ao excluir banco de "
                               "horas do func. " FUNC-CODIGO ": "
                               WS-STATUS-BH
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           WRITE REG-BH
           IF WS-STATUS-BH = "22"
               REWRITE REG-BH
           END-IF
           IF WS-STATUS-BH NOT = "00"
               DISPLAY "AVISO: falha ao gravar banco de horas do "
                       "func. " FUNC-CODIGO ": " WS-STATUS-BH
           END-IF.

      *> Aplica os descontos recorrentes cadastrados do funcionario
      *> na folha mensal, abatendo do bruto como um desconto avulso.
      *> A parcela so e baixada (REC-PARCELA-ATUAL regravada) quando
                  REC-PARCELA-ATUAL >= REC-QTD-PARCELAS
                   MOVE "E" TO REC-STATUS
               END-IF
               IF WS-SIMULACAO = "N"
                   REWRITE REG-REC
                   IF WS-STATUS-REC NOT = "00"
                       DISPLAY "AVISO: falha ao baixar parcela do "
                               "func. " FUNC-CODIGO ": " WS-STATUS-REC
                   END-IF
               END-IF
           ELSE
               MOVE REC-PARCELA-ATUAL TO WS-PARCELA-APLICADA
               MOVE WS-MOV-DROPADOS TO LME-QTDE
               MOVE LINHA-MOV-EXTRA TO LINHA-REL
               WRITE LINHA-REL
           END-IF
           IF WS-ADIANT-SALDO > 0
               MOVE WS-ADIANT-SALDO TO LAS-VALOR
               MOVE LINHA-ADIANT-SALDO TO LINHA-REL
               WRITE LINHA-REL
               MOVE ZERO TO WS-ADIANT-SALDO
           END-IF.

      *> Tabelas padrao embutidas (vigencia 2024), usadas quando
      *> Encargos do empregador sobre o bruto recem-calculado do
      *> funcionario. Nao mexem no liquido: sao acumulados para as
      *> guias e gravados no historico junto com o resto.
      *> O adiantamento e parte do salario do mes e os encargos
      *> saem sobre o bruto da folha mensal.
       CALCULA-ENCARGOS.
           IF WS-TIPO-FOLHA = 6
               MOVE ZERO TO WS-FGTS
               MOVE ZERO TO WS-INSS-PATRONAL
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FGTS ROUNDED = WS-SALARIO-BRUTO * 0,08
           COMPUTE WS-INSS-PATRONAL ROUNDED =
                   WS-SALARIO-BRUTO * 0,20.
           MOVE WS-SALARIO-LIQUIDO TO HIST-LIQUIDO
           MOVE WS-FGTS            TO HIST-FGTS
           MOVE WS-INSS-PATRONAL   TO HIST-INSS-PATRONAL
           MOVE FUNC-DEPTO         TO HIST-DEPTO
           WRITE REG-HIST
           IF WS-STATUS-HIST = "22"
               REWRITE REG-HIST
           MOVE WS-TOTAL-FUNCIONARIOS TO LF-QTDE
           MOVE LINHA-FUNCIONARIOS TO LINHA-REL
           WRITE LINHA-REL
           IF WS-SIMULACAO = "S"
               PERFORM GRAVA-RESUMO-PREVIA
           ELSE
               PERFORM GRAVA-GUIAS
           END-IF.

      *> Demonstrativo de guias da competencia em GUIAS.TXT: FGTS,
      *> INSS retido do empregado, INSS patronal e IRRF retido, para
               END-READ
           END-PERFORM.

      *> Comparacao do funcionario da previa com o historico do
      *> mesmo tipo na competencia anterior. Descontos sao tudo o
      *> que separa o bruto do liquido.
       COMPARA-ANTERIOR.
           IF FUNC-CODIGO > ZERO
               MOVE "S" TO WS-PRV-PROCESSADO (FUNC-CODIGO)
           END-IF
           MOVE WS-SALARIO-BRUTO   TO WS-PRV-ATUAL (1)
           COMPUTE WS-PRV-ATUAL (2) =
                   WS-SALARIO-BRUTO - WS-SALARIO-LIQUIDO
           MOVE WS-SALARIO-LIQUIDO TO WS-PRV-ATUAL (3)

           MOVE "N" TO WS-PRV-TEM-ANT
           IF WS-TEM-HIST-ANT = "S"
               MOVE FUNC-CODIGO      TO HIST-CODIGO
               MOVE WS-COMP-ANTERIOR TO HIST-COMPETENCIA
               MOVE WS-TIPO-HIST     TO HIST-TIPO
               READ ARQ-HIST
               IF WS-STATUS-HIST = "00"
                   MOVE "S" TO WS-PRV-TEM-ANT
               END-IF
           END-IF

           MOVE SPACES TO LPC-ALERTA
           IF WS-PRV-TEM-ANT = "N"
               INITIALIZE WS-PRV-COMPARACAO
               MOVE "NOVO NA FOLHA" TO LPC-ALERTA
               ADD 1 TO WS-PRV-QTD-NOVOS
           ELSE
               MOVE HIST-BRUTO   TO WS-PRV-ANTERIOR (1)
               COMPUTE WS-PRV-ANTERIOR (2) = HIST-BRUTO - HIST-LIQUIDO
               MOVE HIST-LIQUIDO TO WS-PRV-ANTERIOR (3)
               MOVE "N" TO WS-PRV-ESTOURO
               PERFORM CALCULA-VARIACAO
                   VARYING WS-PRV-IND FROM 1 BY 1
                   UNTIL WS-PRV-IND > 3
               IF WS-PRV-ESTOURO = "S"
                   MOVE "VARIACAO" TO LPC-ALERTA
                   ADD 1 TO WS-PRV-QTD-VARIACAO
               END-IF
           END-IF

           MOVE WS-PRV-ANTERIOR (1) TO LPC-BRUTO
           MOVE WS-PRV-ANTERIOR (2) TO LPC-DESCONTOS
           MOVE WS-PRV-ANTERIOR (3) TO LPC-LIQUIDO
           MOVE WS-PRV-VARIACAO (1) TO LPC-VAR-BRUTO
           MOVE WS-PRV-VARIACAO (2) TO LPC-VAR-DESC
           MOVE WS-PRV-VARIACAO (3) TO LPC-VAR-LIQ
           MOVE LINHA-PREVIA-COMP TO LINHA-REL
           WRITE LINHA-REL.

      *> Variacao percentual do valor WS-PRV-IND sobre a competencia
      *> anterior, limitada a 9999,9%; valor que surge do zero conta
      *> como estouro do limite.
       CALCULA-VARIACAO.
           IF WS-PRV-ANTERIOR (WS-PRV-IND) = ZERO
               IF WS-PRV-ATUAL (WS-PRV-IND) = ZERO
                   MOVE ZERO TO WS-PRV-VARIACAO (WS-PRV-IND)
               ELSE
                   MOVE 9999,9 TO WS-PRV-VARIACAO (WS-PRV-IND)
               END-IF
           ELSE
               COMPUTE WS-PRV-VARIACAO (WS-PRV-IND) ROUNDED =
                       (WS-PRV-ATUAL (WS-PRV-IND) -
                        WS-PRV-ANTERIOR (WS-PRV-IND)) * 100 /
                       WS-PRV-ANTERIOR (WS-PRV-IND)
                   ON SIZE ERROR
                       MOVE 9999,9 TO WS-PRV-VARIACAO (WS-PRV-IND)
               END-COMPUTE
           END-IF
           IF WS-PRV-VARIACAO (WS-PRV-IND) < ZERO
               COMPUTE WS-PRV-VAR-ABS =
                       WS-PRV-VARIACAO (WS-PRV-IND) * -1
           ELSE
               MOVE WS-PRV-VARIACAO (WS-PRV-IND) TO WS-PRV-VAR-ABS
           END-IF
           IF WS-PRV-VAR-ABS > WS-PERC-LIMITE
               MOVE "S" TO WS-PRV-ESTOURO
           END-IF.

      *> Fim da previa: quem estava no historico da competencia
      *> anterior e nao entrou agora, os totais de la e as
      *> contagens de alertas.
       GRAVA-RESUMO-PREVIA.
           MOVE LINHA-SEPARADORA TO LINHA-REL
           WRITE LINHA-REL
           MOVE WS-COMP-ANTERIOR(5:2) TO LPT-MES
           MOVE WS-COMP-ANTERIOR(1:4) TO LPT-ANO
           MOVE WS-PERC-LIMITE        TO LPT-LIMITE
           MOVE LINHA-PREVIA-TITULO TO LINHA-REL
           WRITE LINHA-REL
           IF WS-TEM-HIST-ANT = "S"
               PERFORM LISTA-AUSENTES-PREVIA
           END-IF

           MOVE LINHA-SEPARADORA TO LINHA-REL
           WRITE LINHA-REL
           MOVE "TOTAL COMPETENCIA ANTERIOR:" TO LPX-ROTULO
           MOVE WS-PRV-TOT-ANT-BRUTO TO LPX-BRUTO
           MOVE WS-PRV-TOT-ANT-DESC  TO LPX-DESCONTOS
           MOVE WS-PRV-TOT-ANT-LIQ   TO LPX-LIQUIDO
           MOVE LINHA-PREVIA-TOTAL TO LINHA-REL
           WRITE LINHA-REL
           MOVE "TOTAL DESTA PREVIA:" TO LPX-ROTULO
           MOVE WS-TOTAL-BRUTO TO LPX-BRUTO
           COMPUTE WS-PRV-TOT-ANT-DESC =
                   WS-TOTAL-BRUTO - WS-TOTAL-LIQUIDO
           MOVE WS-PRV-TOT-ANT-DESC TO LPX-DESCONTOS
           MOVE WS-TOTAL-LIQUIDO    TO LPX-LIQUIDO
           MOVE LINHA-PREVIA-TOTAL TO LINHA-REL
           WRITE LINHA-REL

           MOVE "FUNCIONARIOS NA COMPETENCIA ANTERIOR:" TO LPQ-ROTULO
           MOVE WS-PRV-QTD-ANTERIOR TO LPQ-QTDE
           MOVE LINHA-PREVIA-QTDE TO LINHA-REL
           WRITE LINHA-REL
           MOVE "NOVOS NA FOLHA:" TO LPQ-ROTULO
           MOVE WS-PRV-QTD-NOVOS TO LPQ-QTDE
           MOVE LINHA-PREVIA-QTDE TO LINHA-REL
           WRITE LINHA-REL
           MOVE "COM VARIACAO ACIMA DO LIMITE:" TO LPQ-ROTULO
           MOVE WS-PRV-QTD-VARIACAO TO LPQ-QTDE
           MOVE LINHA-PREVIA-QTDE TO LINHA-REL
           WRITE LINHA-REL
           MOVE "AUSENTES NA FOLHA:" TO LPQ-ROTULO
           MOVE WS-PRV-QTD-AUSENTES TO LPQ-QTDE
           MOVE LINHA-PREVIA-QTDE TO LINHA-REL
           WRITE LINHA-REL.

      *> Varre o historico inteiro (a chave comeca pelo codigo)
      *> atras dos registros da competencia anterior do mesmo tipo.
       LISTA-AUSENTES-PREVIA.
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
                       IF HIST-COMPETENCIA = WS-COMP-ANTERIOR AND
                          HIST-TIPO = WS-TIPO-HIST
                           PERFORM CONFERE-AUSENTE-PREVIA
                       END-IF
               END-READ
           END-PERFORM.

       CONFERE-AUSENTE-PREVIA.
           ADD 1 TO WS-PRV-QTD-ANTERIOR
           ADD HIST-BRUTO   TO WS-PRV-TOT-ANT-BRUTO
           COMPUTE WS-PRV-TOT-ANT-DESC =
                   WS-PRV-TOT-ANT-DESC + HIST-BRUTO - HIST-LIQUIDO
           ADD HIST-LIQUIDO TO WS-PRV-TOT-ANT-LIQ
           IF HIST-CODIGO = ZERO OR
              WS-PRV-PROCESSADO (HIST-CODIGO) NOT = "S"
               MOVE HIST-CODIGO  TO LPA-CODIGO
               MOVE HIST-NOME    TO LPA-NOME
               MOVE HIST-BRUTO   TO LPA-BRUTO
               MOVE HIST-LIQUIDO TO LPA-LIQUIDO
               MOVE LINHA-PREVIA-AUSENTE TO LINHA-REL
               WRITE LINHA-REL
               ADD 1 TO WS-PRV-QTD-AUSENTES
           END-IF.

       FECHAR-ARQUIVOS.
           CLOSE ARQ-FUNC
           CLOSE REL-FOLHA
           IF WS-SIMULACAO = "N"
               CLOSE ARQ-HIST
               CLOSE ARQ-VERB
           ELSE
               IF WS-TEM-HIST-ANT = "S"
                   CLOSE ARQ-HIST
               END-IF
               DISPLAY "Previa gravada em PREVIA.TXT; nenhum arquivo "
                       "de cadastro, historico ou controle alterado."
           END-IF
           IF WS-TEM-MOVIMENTOS = "S"
               CLOSE ARQ-MOV
           END-IF
           IF WS-TEM-FERIAS-PROG = "S"
               CLOSE ARQ-FER
           END-IF
           IF WS-TEM-AFASTAMENTOS = "S"
               CLOSE ARQ-AFAS
           END-IF
           IF WS-TEM-BH = "S"
               CLOSE ARQ-BH
           END-IF
           CLOSE ARQ-CTRL.

      *> Provisao mensal de ferias e 13o salario com encargos. Para a
      *> competencia informada, cada funcionario ativo constitui os
      *> avos adquiridos no mes: ferias pelo periodo aquisitivo de
      *> CALCULA-PERIODO-AQUIS (o mesmo da marcacao de ferias, da
      *> rodada de ferias e da rescisao no GERA-FOLHA: empurrado
      *> pelos afastamentos, reiniciado depois de mais de seis meses
      *> pelo INSS e sem constituicao enquanto suspenso), contado do
      *> inicio do periodo com fracao de 15 dias ou mais valendo um
      *> avo, com o terco constitucional, e 13o pelos avos do ano
      *> (mesma regra de CALCULA-AVOS-13: admissao ate o dia 15
      *> conta o mes), mais FGTS de 8% e INSS patronal
      *> de 20% sobre as duas provisoes. Afastamento nao pago de
      *> AFASTAMENTOS.DAT tira avos das duas contagens, como no
      *> GERA-FOLHA. Os pagamentos de ferias
      *> (HIST-TIPO "F") e das parcelas do 13o ("1" e "2") da
      *> competencia baixam o saldo. O desligado constitui ate a data
      *> do desligamento; com a rescisao ("R") ja calculada, as
      *> verbas de 13o, ferias e terco dela (FOLHA_VERBAS.DAT) baixam
      *> o saldo e so a sobra e revertida; sem a rescisao o saldo
      *> fica, com aviso, ate ela ser calculada. O readmitido conta
      *> do inicio do contrato vigente, sem os saldos do anterior.
      *> Os saldos ficam em PROVISOES.DAT por funcionario e
      *> competencia, e PROVISOES.TXT traz saldo anterior,
      *> constituicao, baixas e saldo atual por funcionario, por
      *> departamento e da empresa.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISAO-FOLHA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FUNC ASSIGN TO "FUNCIONARIOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUNC-CODIGO
           FILE STATUS IS WS-STATUS.

           SELECT ARQ-HIST ASSIGN TO "FOLHA_HISTORICO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-CHAVE
           FILE STATUS IS WS-STATUS-HIST.

           SELECT ARQ-PROV ASSIGN TO "PROVISOES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROV-CHAVE
           FILE STATUS IS WS-STATUS-PROV.

           SELECT ARQ-DEPTO ASSIGN TO "DEPARTAMENTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEPTO-CODIGO
           FILE STATUS IS WS-STATUS-DEPTO.

           SELECT ARQ-AFAS ASSIGN TO "AFASTAMENTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AFAS-CHAVE
           FILE STATUS IS WS-STATUS-AFAS.

           SELECT ARQ-VERB ASSIGN TO "FOLHA_VERBAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VERB-CHAVE
           FILE STATUS IS WS-STATUS-VERB.

           SELECT REL-PROV ASSIGN TO "PROVISOES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FUNC.
           COPY REGFUNC.

       FD  ARQ-HIST.
           COPY REGHIST.

       FD  ARQ-PROV.
           COPY REGPROV.

       FD  ARQ-DEPTO.
       01  REG-DEPTO.
           05 DEPTO-CODIGO       PIC X(05).
           05 DEPTO-NOME         PIC X(30).
           05 DEPTO-GERENTE      PIC 9(05).
           05 DEPTO-VAGAS        PIC 9(04).
           05 DEPTO-ORCAMENTO    PIC 9(10)V99.

       FD  ARQ-AFAS.
           COPY REGAFAS.

       FD  ARQ-VERB.
           COPY REGVERB.

       FD  REL-PROV.
       01  LINHA-REL              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-STATUS               PIC XX.
       77  WS-STATUS-HIST          PIC XX.
       77  WS-STATUS-PROV          PIC XX.
       77  WS-STATUS-DEPTO         PIC XX.
       77  WS-STATUS-REL           PIC XX.
       77  WS-TEM-HIST             PIC X       VALUE "N".
       77  WS-TEM-DEPTO            PIC X       VALUE "N".
       77  WS-STATUS-VERB          PIC XX.
       77  WS-TEM-VERBAS           PIC X       VALUE "N".
       77  WS-FIM-VERB             PIC X.
       77  WS-FIM-ARQUIVO          PIC X.
       77  WS-FIM-PROV             PIC X.
       77  WS-COMPETENCIA          PIC 9(06).
       77  WS-DATA-HOJE            PIC 9(08).
       77  WS-TOTAL-FUNCIONARIOS   PIC 9(05)   VALUE ZERO.

      *> Situacao do funcionario na competencia: ativo constitui
      *> provisao; desligado ate a competencia baixa pela rescisao.
      *> WS-DT-CONTRATO e o inicio do contrato vigente (a readmissao,
      *> quando houver).
       77  WS-ATIVO-NA-COMP        PIC X.
       77  WS-DT-CONTRATO          PIC 9(08).
       77  WS-COMP-ADMISSAO        PIC 9(06).
       77  WS-COMP-DEMISSAO        PIC 9(06).
       77  WS-TEM-RESCISAO         PIC X.

      *> Ultimo saldo gravado do funcionario antes da competencia,
      *> com os avos que ja estavam provisionados naquela data.
       77  WS-TEM-SALDO-ANT        PIC X.
       77  WS-COMP-ANT             PIC 9(06).
       77  WS-AVOS-FERIAS-ANT      PIC 9(02).
       77  WS-AVOS-13-ANT          PIC 9(02).

      *> Data de referencia das contagens de avos (ultimo dia da
      *> competencia avaliada) e resultado da contagem.
       77  WS-REF-DIA              PIC 99.
       77  WS-REF-MES              PIC 99.
       77  WS-REF-ANO              PIC 9999.
       77  WS-REF-DATA             PIC 9(08).
       77  WS-ADM-DIA              PIC 99.
       77  WS-ADM-MES              PIC 99.
       77  WS-ADM-ANO              PIC 9999.
       77  WS-ADM-DATA             PIC 9(08).
       77  WS-MES-INICIO-13        PIC 99.
       77  WS-AVOS-CALC            PIC S9(03).
       77  WS-DIAS-RESTO-FERIAS    PIC S9(03).
       77  WS-AVOS-FERIAS          PIC 9(02).
       77  WS-AVOS-13              PIC 9(02).
       77  WS-AVOS-13-FIM-ANO      PIC 9(02).
       77  WS-DELTA-FERIAS         PIC 9(02).
       77  WS-DELTA-13             PIC 9(02).

      *> Periodo aquisitivo na data da competencia: inicio, inicio do
      *> ultimo periodo completo e periodo suspenso pelo INSS.
       77  WS-PER-INI-ATUAL        PIC 9(07).
       77  WS-PER-FECHADO-ATUAL    PIC 9(07).
       77  WS-PER-SUSPENSO         PIC X.

      *> Afastamentos do funcionario corrente em datas inteiras
      *> (FUNCTION INTEGER-OF-DATE), com o intervalo que a empresa
      *> nao paga: a mesma tabela (PERAQUIS.CPY) e contagem do
      *> GERA-FOLHA.
       77  WS-STATUS-AFAS          PIC XX.
       77  WS-TEM-AFASTAMENTOS     PIC X       VALUE "N".
       77  WS-FIM-AFAS             PIC X.
       77  WS-AFAS-IND             PIC 9(03)   COMP.
       77  WS-DATA-AMD             PIC 9(08).
       77  WS-INT-INI-MES          PIC 9(07).
       77  WS-INT-FIM-MES          PIC 9(07).
       77  WS-INT-INI-PER          PIC 9(07).
       77  WS-INT-FIM-PER          PIC 9(07).
       77  WS-INT-INI-SOBR         PIC 9(07).
       77  WS-INT-FIM-SOBR         PIC 9(07).
       77  WS-DIA-INI-SOBR         PIC 9(03).
       77  WS-DIA-FIM-SOBR         PIC 9(03).
       77  WS-ANO-CONTADO          PIC 9(04).
       77  WS-MES-CONTADO          PIC 9(02).
       77  WS-DIAS-AFASTADO        PIC 9(03).
       77  WS-DIAS-AFASTADO-PER    PIC 9(05).
       77  WS-AVOS-PERDIDOS        PIC 9(03).

       77  WS-VALOR-FERIAS         PIC 9(10)V99.
       77  WS-VALOR-TERCO          PIC 9(10)V99.
       77  WS-VALOR-PAGO-FERIAS    PIC 9(10)V99.
       77  WS-VALOR-PAGO-13        PIC 9(10)V99.
       77  WS-VALOR-CALC           PIC 9(10)V99.
       77  WS-PROV-IND             PIC 9(03)   COMP.

      *> Movimento do funcionario corrente, na ordem de PROV-PROVISAO:
      *> 1 ferias + 1/3, 2 13o salario, 3 FGTS, 4 INSS patronal.
      *> WS-MP-REVERSAO e a parte da baixa do desligado que nao foi
      *> paga na rescisao e volta ao resultado (ja somada na baixa).
       01  WS-MOVIMENTO-PROV.
           05 WS-MP-ITEM OCCURS 4.
              10 WS-MP-ANTERIOR    PIC 9(10)V99.
              10 WS-MP-CONSTIT     PIC 9(10)V99.
              10 WS-MP-BAIXA       PIC 9(10)V99.
              10 WS-MP-ATUAL       PIC 9(10)V99.
              10 WS-MP-REVERSAO    PIC 9(10)V99.

       01  WS-NOMES-PROVISAO.
           05 FILLER               PIC X(14) VALUE "FERIAS + 1/3".
           05 FILLER               PIC X(14) VALUE "13O SALARIO".
           05 FILLER               PIC X(14) VALUE "FGTS 8%".
           05 FILLER               PIC X(14) VALUE "INSS PATR. 20%".
       01  WS-NOMES-PROVISAO-R REDEFINES WS-NOMES-PROVISAO.
           05 WS-NOME-PROVISAO     PIC X(14) OCCURS 4.

      *> Acumulados por departamento (na ordem em que aparecem) e da
      *> empresa, para o resumo no final do relatorio.
       77  WS-DP-QTD               PIC 9(03)   COMP VALUE ZERO.
       77  WS-DP-MAX               PIC 9(03)   COMP VALUE 100.
       77  WS-DP-IND               PIC 9(03)   COMP.
       77  WS-DP-ACHADO            PIC 9(03)   COMP.
       01  WS-DEPTOS-PROV.
           05 WS-DP-ITEM OCCURS 100.
              10 WS-DP-DEPTO       PIC X(05).
              10 WS-DP-QTD-FUNC    PIC 9(05).
              10 WS-DP-PROV OCCURS 4.
                 15 WS-DP-ANTERIOR PIC 9(12)V99.
                 15 WS-DP-CONSTIT  PIC 9(12)V99.
                 15 WS-DP-BAIXA    PIC 9(12)V99.
                 15 WS-DP-ATUAL    PIC 9(12)V99.

       01  WS-TOTAIS-PROV.
           05 WS-TG-PROV OCCURS 4.
              10 WS-TG-ANTERIOR    PIC 9(12)V99.
              10 WS-TG-CONSTIT     PIC 9(12)V99.
              10 WS-TG-BAIXA       PIC 9(12)V99.
              10 WS-TG-ATUAL       PIC 9(12)V99.
              10 WS-TG-REVERSAO    PIC 9(12)V99.

           COPY PERAQUIS.

       01  LINHA-SEPARADORA.
           05 FILLER               PIC X(96) VALUE ALL "-".

       01  LINHA-PROV-TITULO.
           05 FILLER               PIC X(46) VALUE
              "PROVISAO DE FERIAS E 13O SALARIO COM ENCARGOS".
           05 FILLER               PIC X(16) VALUE " - COMPETENCIA: ".
           05 LPT-MES              PIC 99.
           05 FILLER               PIC X(01) VALUE "/".
           05 LPT-ANO              PIC 9999.

       01  LINHA-PROV-COLUNAS.
           05 FILLER               PIC X(20) VALUE
              "      PROVISAO".
           05 FILLER               PIC X(17) VALUE
              "   SALDO ANTERIOR".
           05 FILLER               PIC X(17) VALUE
              "     CONSTITUICAO".
           05 FILLER               PIC X(17) VALUE
              "           BAIXAS".
           05 FILLER               PIC X(17) VALUE
              "      SALDO ATUAL".

       01  LINHA-PROV-FUNC.
           05 LPF-CODIGO           PIC 9(05).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LPF-NOME             PIC X(40).
           05 FILLER               PIC X(08) VALUE " DEPTO: ".
           05 LPF-DEPTO            PIC X(05).
           05 FILLER               PIC X(07) VALUE " AVOS: ".
           05 LPF-AVOS-FERIAS      PIC Z9.
           05 FILLER               PIC X(09) VALUE " FERIAS, ".
           05 LPF-AVOS-13          PIC Z9.
           05 FILLER               PIC X(04) VALUE " 13O".

       01  LINHA-PROV-DETALHE.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 LPD-PROVISAO         PIC X(14).
           05 LPD-ANTERIOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 LPD-CONSTIT          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 LPD-BAIXA            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 LPD-ATUAL            PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *> Parte da baixa do desligado revertida (nao paga na
      *> rescisao), por provisao, e o mesmo total na empresa.
       01  LINHA-PROV-REVERSAO.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 FILLER               PIC X(18) VALUE "REVERTIDO  FERIAS ".
           05 LPR-FERIAS           PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(05) VALUE " 13O ".
           05 LPR-13               PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(06) VALUE " FGTS ".
           05 LPR-FGTS             PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(06) VALUE " INSS ".
           05 LPR-INSS             PIC ZZZ.ZZ9,99.

       01  LINHA-PROV-REV-TOTAL.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 LRT-PROVISAO         PIC X(14).
           05 LRT-VALOR            PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01  LINHA-PROV-SEM-RESCISAO.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 FILLER               PIC X(48) VALUE
              "DESLIGADO SEM RESCISAO CALCULADA - SALDO MANTIDO".

       01  LINHA-PROV-DEPTO.
           05 FILLER               PIC X(14) VALUE "DEPARTAMENTO: ".
           05 LPX-DEPTO            PIC X(05).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LPX-NOME             PIC X(30).
           05 FILLER               PIC X(15) VALUE " FUNCIONARIOS: ".
           05 LPX-QTDE             PIC ZZ.ZZ9.

       01  LINHA-PROV-QTDE.
           05 FILLER               PIC X(23) VALUE
              "TOTAL DE FUNCIONARIOS: ".
           05 LPQ-QTDE             PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "PROVISAO MENSAL DE FERIAS E 13O SALARIO"
           MOVE ZERO TO WS-COMPETENCIA
           PERFORM UNTIL WS-COMPETENCIA(5:2) >= "01" AND
                         WS-COMPETENCIA(5:2) <= "12"
               DISPLAY "Competencia (AAAAMM): " WITH NO ADVANCING
               ACCEPT WS-COMPETENCIA
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           INITIALIZE WS-TOTAIS-PROV
           PERFORM ABRIR-ARQUIVOS

           MOVE WS-COMPETENCIA(5:2) TO LPT-MES
           MOVE WS-COMPETENCIA(1:4) TO LPT-ANO
           MOVE LINHA-PROV-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE LINHA-PROV-COLUNAS TO LINHA-REL
           WRITE LINHA-REL
           MOVE LINHA-SEPARADORA TO LINHA-REL
           WRITE LINHA-REL

           PERFORM PROCESSA-FUNCIONARIOS
           PERFORM GRAVA-RESUMO
           PERFORM FECHAR-ARQUIVOS
           DISPLAY "Provisao gravada para " WS-TOTAL-FUNCIONARIOS
                   " funcionario(s); relatorio em PROVISOES.TXT"
           STOP RUN.

       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-FUNC
           IF WS-STATUS NOT = "00"
               DISPLAY "Erro ao abrir FUNCIONARIOS.DAT: " WS-STATUS
               STOP RUN
           END-IF

           OPEN I-O ARQ-PROV
           IF WS-STATUS-PROV = "35"
               OPEN OUTPUT ARQ-PROV
               CLOSE ARQ-PROV
               OPEN I-O ARQ-PROV
           END-IF
           IF WS-STATUS-PROV NOT = "00" AND WS-STATUS-PROV NOT = "05"
               DISPLAY "Erro ao abrir PROVISOES.DAT: " WS-STATUS-PROV
               CLOSE ARQ-FUNC
               STOP RUN
           END-IF

      *> Sem historico nao ha pagamento a baixar: a provisao so
      *> constitui, com aviso.
           OPEN INPUT ARQ-HIST
           IF WS-STATUS-HIST = "00" OR WS-STATUS-HIST = "05"
               MOVE "S" TO WS-TEM-HIST
           ELSE
               MOVE "N" TO WS-TEM-HIST
               DISPLAY "AVISO: FOLHA_HISTORICO.DAT nao lido ("
                       WS-STATUS-HIST "); provisao sem baixas."
           END-IF

      *> As verbas da rescisao baixam a provisao do desligado; sem o
      *> detalhamento o saldo dele fica para quando houver.
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

           OPEN INPUT ARQ-DEPTO
           IF WS-STATUS-DEPTO = "00" OR WS-STATUS-DEPTO = "05"
               MOVE "S" TO WS-TEM-DEPTO
           ELSE
               MOVE "N" TO WS-TEM-DEPTO
           END-IF

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

           OPEN OUTPUT REL-PROV
           IF WS-STATUS-REL NOT = "00"
               DISPLAY "Erro ao abrir PROVISOES.TXT: " WS-STATUS-REL
               CLOSE ARQ-FUNC
               CLOSE ARQ-PROV
               STOP RUN
           END-IF.

       PROCESSA-FUNCIONARIOS.
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQ-FUNC NEXT
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END PERFORM PROCESSA-UM-FUNC
               END-READ
           END-PERFORM.

      *> Funcionario admitido depois da competencia fica de fora; o
      *> desligado entra na competencia do desligamento e depois so
      *> enquanto ainda tem saldo a baixar. O contrato conta da
      *> readmissao, quando houver.
       PROCESSA-UM-FUNC.
           IF FUNC-DT-READMISSAO NOT = ZERO
               MOVE FUNC-DT-READMISSAO TO WS-DT-CONTRATO
           ELSE
               MOVE FUNC-DT-ADM TO WS-DT-CONTRATO
           END-IF
           MOVE WS-DT-CONTRATO(5:4) TO WS-COMP-ADMISSAO(1:4)
           MOVE WS-DT-CONTRATO(3:2) TO WS-COMP-ADMISSAO(5:2)
           IF WS-COMP-ADMISSAO > WS-COMPETENCIA
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-ATIVO-NA-COMP
           IF FUNC-DESLIGADO AND FUNC-DT-DEMISSAO NOT = ZERO
               MOVE FUNC-DT-DEMISSAO(5:4) TO WS-COMP-DEMISSAO(1:4)
               MOVE FUNC-DT-DEMISSAO(3:2) TO WS-COMP-DEMISSAO(5:2)
               IF WS-COMP-DEMISSAO <= WS-COMPETENCIA
                   MOVE "N" TO WS-ATIVO-NA-COMP
               END-IF
           END-IF

           INITIALIZE WS-MOVIMENTO-PROV
           PERFORM BUSCA-SALDO-ANTERIOR
           IF WS-ATIVO-NA-COMP = "N" AND
              WS-COMP-DEMISSAO < WS-COMPETENCIA AND
              WS-MP-ANTERIOR (1) = ZERO AND
              WS-MP-ANTERIOR (2) = ZERO AND
              WS-MP-ANTERIOR (3) = ZERO AND
              WS-MP-ANTERIOR (4) = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-AVOS-FERIAS
           MOVE ZERO TO WS-AVOS-13
           MOVE "S" TO WS-TEM-RESCISAO
           IF WS-ATIVO-NA-COMP = "S"
               PERFORM CARREGA-AFASTAMENTOS
               PERFORM CALCULA-CONSTITUICAO
               PERFORM CALCULA-BAIXAS
           ELSE
               PERFORM BAIXA-DESLIGADO
           END-IF
           PERFORM VARYING WS-PROV-IND FROM 1 BY 1
                   UNTIL WS-PROV-IND > 4
               COMPUTE WS-MP-ATUAL (WS-PROV-IND) =
                       WS-MP-ANTERIOR (WS-PROV-IND) +
                       WS-MP-CONSTIT (WS-PROV-IND) -
                       WS-MP-BAIXA (WS-PROV-IND)
           END-PERFORM

           PERFORM GRAVA-PROVISAO
           PERFORM GRAVA-FUNC-REL
           PERFORM ACUMULA-DEPTO
           ADD 1 TO WS-TOTAL-FUNCIONARIOS.

      *> Ultimo registro de provisao do funcionario anterior a
      *> competencia (o da propria competencia e de um processamento
      *> anterior, que esta rodada refaz). Traz os saldos de
      *> abertura e os avos ja provisionados naquela data. Registro
      *> anterior ao inicio do contrato vigente e de um contrato
      *> encerrado do readmitido e nao entra.
       BUSCA-SALDO-ANTERIOR.
           MOVE "N" TO WS-TEM-SALDO-ANT
           MOVE ZERO TO WS-AVOS-FERIAS-ANT
           MOVE ZERO TO WS-AVOS-13-ANT
           MOVE ZERO TO WS-COMP-ANT
           MOVE FUNC-CODIGO TO PROV-CODIGO-FUNC
           MOVE ZERO        TO PROV-COMPETENCIA
           MOVE "N" TO WS-FIM-PROV
           START ARQ-PROV KEY NOT < PROV-CHAVE
           IF WS-STATUS-PROV NOT = "00"
               MOVE "S" TO WS-FIM-PROV
           END-IF
           PERFORM UNTIL WS-FIM-PROV = "S"
               READ ARQ-PROV NEXT
                   AT END MOVE "S" TO WS-FIM-PROV
                   NOT AT END
                       IF PROV-CODIGO-FUNC NOT = FUNC-CODIGO OR
                          PROV-COMPETENCIA >= WS-COMPETENCIA
                           MOVE "S" TO WS-FIM-PROV
                       ELSE
                           IF PROV-COMPETENCIA >= WS-COMP-ADMISSAO
                               PERFORM GUARDA-SALDO-ANTERIOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       GUARDA-SALDO-ANTERIOR.
           MOVE "S" TO WS-TEM-SALDO-ANT
           MOVE PROV-COMPETENCIA TO WS-COMP-ANT
           MOVE PROV-AVOS-FERIAS TO WS-AVOS-FERIAS-ANT
           MOVE PROV-AVOS-13     TO WS-AVOS-13-ANT
           PERFORM VARYING WS-PROV-IND FROM 1 BY 1
                   UNTIL WS-PROV-IND > 4
               MOVE PROV-SALDO-ATUAL (WS-PROV-IND)
                   TO WS-MP-ANTERIOR (WS-PROV-IND)
           END-PERFORM.

      *> Constituicao do mes: avos adquiridos desde o ultimo saldo
      *> gravado (na primeira provisao do funcionario, todos os avos
      *> ja adquiridos no periodo aquisitivo e no ano) sobre o
      *> salario atual. Ferias recomeca a contar na virada do periodo
      *> aquisitivo (dia seguinte ao fim dele, ja empurrado pelos
      *> afastamentos) e o 13o na virada do ano; com o periodo
      *> suspenso pelo INSS as ferias nao constituem. No mes do
      *> desligamento a referencia e a data dele, e o mes so conta
      *> no 13o com 15 dias ou mais, como na rescisao.
       CALCULA-CONSTITUICAO.
           MOVE WS-DT-CONTRATO(1:2) TO WS-ADM-DIA
           MOVE WS-DT-CONTRATO(3:2) TO WS-ADM-MES
           MOVE WS-DT-CONTRATO(5:4) TO WS-ADM-ANO
           COMPUTE WS-ADM-DATA =
                   WS-ADM-ANO * 10000 + WS-ADM-MES * 100 + WS-ADM-DIA

           MOVE WS-COMPETENCIA(5:2) TO WS-REF-MES
           MOVE WS-COMPETENCIA(1:4) TO WS-REF-ANO
           PERFORM CALCULA-ULTIMO-DIA
           IF WS-ATIVO-NA-COMP = "N"
               MOVE FUNC-DT-DEMISSAO(1:2) TO WS-REF-DIA
               COMPUTE WS-REF-DATA = WS-REF-ANO * 10000 +
                       WS-REF-MES * 100 + WS-REF-DIA
           END-IF
           PERFORM CALCULA-AVOS-FERIAS-REF
           MOVE WS-AVOS-CALC       TO WS-AVOS-FERIAS
           MOVE WS-PER-INI         TO WS-PER-INI-ATUAL
           MOVE WS-PER-ANT-INI     TO WS-PER-FECHADO-ATUAL
           MOVE WS-PER-SEM-RETORNO TO WS-PER-SUSPENSO
           IF WS-ATIVO-NA-COMP = "N" AND WS-REF-DIA < 15
               SUBTRACT 1 FROM WS-REF-MES
           END-IF
           PERFORM CALCULA-AVOS-13-REF
           MOVE WS-AVOS-CALC TO WS-AVOS-13

           IF WS-TEM-SALDO-ANT = "N"
               MOVE WS-AVOS-FERIAS TO WS-DELTA-FERIAS
               MOVE WS-AVOS-13     TO WS-DELTA-13
           ELSE
               PERFORM CALCULA-DELTA-FERIAS
               IF WS-COMP-ANT(1:4) = WS-COMPETENCIA(1:4)
                   IF WS-AVOS-13 >= WS-AVOS-13-ANT
                       COMPUTE WS-DELTA-13 =
                               WS-AVOS-13 - WS-AVOS-13-ANT
                   ELSE
                       MOVE ZERO TO WS-DELTA-13
                   END-IF
               ELSE
                   MOVE 12 TO WS-REF-MES
                   MOVE WS-COMP-ANT(1:4) TO WS-REF-ANO
                   PERFORM CALCULA-AVOS-13-REF
                   MOVE WS-AVOS-CALC TO WS-AVOS-13-FIM-ANO
                   IF WS-AVOS-13-FIM-ANO > WS-AVOS-13-ANT
                       COMPUTE WS-DELTA-13 = WS-AVOS-13 +
                               WS-AVOS-13-FIM-ANO - WS-AVOS-13-ANT
                   ELSE
                       MOVE WS-AVOS-13 TO WS-DELTA-13
                   END-IF
               END-IF
           END-IF
           IF WS-PER-SUSPENSO = "S"
               MOVE ZERO TO WS-DELTA-FERIAS
           END-IF

           COMPUTE WS-VALOR-FERIAS ROUNDED =
                   FUNC-SALARIO * WS-DELTA-FERIAS / 12
           COMPUTE WS-VALOR-TERCO ROUNDED = WS-VALOR-FERIAS / 3
           COMPUTE WS-MP-CONSTIT (1) = WS-VALOR-FERIAS + WS-VALOR-TERCO
           COMPUTE WS-MP-CONSTIT (2) ROUNDED =
                   FUNC-SALARIO * WS-DELTA-13 / 12
           COMPUTE WS-MP-CONSTIT (3) ROUNDED =
                   (WS-MP-CONSTIT (1) + WS-MP-CONSTIT (2)) * 0,08
           COMPUTE WS-MP-CONSTIT (4) ROUNDED =
                   (WS-MP-CONSTIT (1) + WS-MP-CONSTIT (2)) * 0,20.

      *> Avos de ferias a constituir desde o ultimo saldo: no mesmo
      *> periodo aquisitivo, so o que cresceu (avo perdido por
      *> afastamento lancado depois nao estorna a provisao); na
      *> virada, o que faltava para fechar o periodo anterior, se
      *> ele completou (e o ultimo periodo completo na competencia),
      *> mais os avos do periodo novo. Periodo anterior perdido pelo
      *> INSS ou suspenso no ultimo saldo nao tem o que fechar.
       CALCULA-DELTA-FERIAS.
           MOVE WS-COMP-ANT(5:2) TO WS-REF-MES
           MOVE WS-COMP-ANT(1:4) TO WS-REF-ANO
           PERFORM CALCULA-ULTIMO-DIA
           PERFORM CALCULA-AVOS-FERIAS-REF
           IF WS-PER-SEM-RETORNO = "N" AND
              WS-PER-INI = WS-PER-INI-ATUAL
               IF WS-AVOS-FERIAS > WS-AVOS-FERIAS-ANT
                   COMPUTE WS-DELTA-FERIAS =
                           WS-AVOS-FERIAS - WS-AVOS-FERIAS-ANT
               ELSE
                   MOVE ZERO TO WS-DELTA-FERIAS
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-PER-SEM-RETORNO = "N" AND
              WS-PER-INI NOT = ZERO AND
              WS-PER-INI = WS-PER-FECHADO-ATUAL AND
              WS-AVOS-FERIAS-ANT < 12
               COMPUTE WS-DELTA-FERIAS = WS-AVOS-FERIAS +
                       12 - WS-AVOS-FERIAS-ANT
           ELSE
               MOVE WS-AVOS-FERIAS TO WS-DELTA-FERIAS
           END-IF.

       CALCULA-ULTIMO-DIA.
           EVALUATE WS-REF-MES
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-REF-DIA
               WHEN 2
                   IF FUNCTION MOD(WS-REF-ANO, 4) = 0 AND
                      (FUNCTION MOD(WS-REF-ANO, 100) NOT = 0 OR
                       FUNCTION MOD(WS-REF-ANO, 400) = 0)
                       MOVE 29 TO WS-REF-DIA
                   ELSE
                       MOVE 28 TO WS-REF-DIA
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-REF-DIA
           END-EVALUATE
           COMPUTE WS-REF-DATA =
                   WS-REF-ANO * 10000 + WS-REF-MES * 100 + WS-REF-DIA.

      *> Avos de ferias do periodo aquisitivo em curso na data de
      *> referencia (CALCULA-PERIODO-AQUIS), contados do inicio dele
      *> (WS-PER-INI) com fracao de 15 dias ou mais valendo um avo,
      *> como as ferias proporcionais da rescisao. O calculo do
      *> periodo so empurra o fim pelos afastamentos; os dias nao
      *> pagos ja decorridos dentro dele saem aqui, em avos de 30
      *> dias. Periodo suspenso (WS-PER-SEM-RETORNO) nao tem avos.
       CALCULA-AVOS-FERIAS-REF.
           MOVE ZERO TO WS-AVOS-CALC
           MOVE ZERO TO WS-PER-INI
           MOVE ZERO TO WS-PER-ANT-INI
           MOVE "N"  TO WS-PER-SEM-RETORNO
           IF WS-REF-DATA < WS-ADM-DATA
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PER-REF = FUNCTION INTEGER-OF-DATE(WS-REF-DATA)
           PERFORM CALCULA-PERIODO-AQUIS
           IF WS-PER-SEM-RETORNO = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PER-INI TO WS-PER-CONV
           PERFORM CONVERTE-DATA-PERIODO
           COMPUTE WS-AVOS-CALC =
                   (WS-REF-ANO - WS-PER-DMA-ANO) * 12
                   + WS-REF-MES - WS-PER-DMA-MES
           COMPUTE WS-DIAS-RESTO-FERIAS =
                   WS-REF-DIA - WS-PER-DMA-DIA + 1
           IF WS-DIAS-RESTO-FERIAS < 1
               SUBTRACT 1 FROM WS-AVOS-CALC
               ADD 30 TO WS-DIAS-RESTO-FERIAS
           END-IF
           IF WS-DIAS-RESTO-FERIAS >= 15
               ADD 1 TO WS-AVOS-CALC
           END-IF
           IF WS-AVOS-CALC < ZERO
               MOVE ZERO TO WS-AVOS-CALC
           END-IF
           IF WS-AVOS-CALC > 12
               MOVE 12 TO WS-AVOS-CALC
           END-IF

           IF WS-AFAS-QTD > 0 AND WS-AVOS-CALC > 0
               MOVE WS-PER-INI TO WS-INT-INI-PER
               MOVE WS-PER-REF TO WS-INT-FIM-PER
               PERFORM DIAS-AFASTADO-PERIODO
               DIVIDE WS-DIAS-AFASTADO-PER BY 30
                   GIVING WS-AVOS-PERDIDOS
                   REMAINDER WS-DIAS-AFASTADO
               IF WS-DIAS-AFASTADO > 15
                   ADD 1 TO WS-AVOS-PERDIDOS
               END-IF
               IF WS-AVOS-PERDIDOS >= WS-AVOS-CALC
                   MOVE ZERO TO WS-AVOS-CALC
               ELSE
                   SUBTRACT WS-AVOS-PERDIDOS FROM WS-AVOS-CALC
               END-IF
           END-IF.

      *> Avos de 13o do ano de referencia ate o mes de referencia:
      *> quem foi admitido em anos anteriores conta desde janeiro;
      *> no ano da admissao, admissao ate o dia 15 conta o mes. Mes
      *> com mais de 15 dias de afastamento nao pago nao conta.
       CALCULA-AVOS-13-REF.
           MOVE ZERO TO WS-AVOS-CALC
           IF WS-ADM-ANO > WS-REF-ANO
               EXIT PARAGRAPH
           END-IF
           IF WS-ADM-ANO < WS-REF-ANO
               MOVE 1 TO WS-MES-INICIO-13
           ELSE
               MOVE WS-ADM-MES TO WS-MES-INICIO-13
               IF WS-ADM-DIA > 15
                   ADD 1 TO WS-MES-INICIO-13
               END-IF
           END-IF
           IF WS-REF-MES >= WS-MES-INICIO-13
               COMPUTE WS-AVOS-CALC =
                       WS-REF-MES - WS-MES-INICIO-13 + 1
           END-IF
           IF WS-AFAS-QTD = 0 OR WS-AVOS-CALC = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REF-ANO TO WS-ANO-CONTADO
           PERFORM VARYING WS-MES-CONTADO FROM WS-MES-INICIO-13 BY 1
                   UNTIL WS-MES-CONTADO > WS-REF-MES
               PERFORM DIAS-AFASTADO-MES
               IF WS-DIAS-AFASTADO > 15 AND WS-AVOS-CALC > 0
                   SUBTRACT 1 FROM WS-AVOS-CALC
               END-IF
           END-PERFORM.

      *> Le os afastamentos do funcionario corrente para a tabela
      *> WS-AFASTAMENTOS (no maximo 20, o excedente e avisado).
       CARREGA-AFASTAMENTOS.
           MOVE ZERO TO WS-AFAS-QTD
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

      *> Doenca e acidente so contam a partir do 16o dia; o que
      *> termina antes disso fica todo por conta da empresa.
       GUARDA-AFASTAMENTO.
           IF WS-AFAS-QTD >= 20
               DISPLAY "AVISO: func. " FUNC-CODIGO " com mais de 20 "
                       "afastamentos; excedente ignorado."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AFAS-QTD
           MOVE AFAS-DT-INICIO(5:4) TO WS-DATA-AMD(1:4)
           MOVE AFAS-DT-INICIO(3:2) TO WS-DATA-AMD(5:2)
           MOVE AFAS-DT-INICIO(1:2) TO WS-DATA-AMD(7:2)
           COMPUTE WS-AFAS-INI (WS-AFAS-QTD) =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-AMD)
           IF AFAS-DOENCA OR AFAS-ACIDENTE
               ADD 15 TO WS-AFAS-INI (WS-AFAS-QTD)
           END-IF
           IF AFAS-DT-PREV-FIM = ZERO
               MOVE 9999999 TO WS-AFAS-FIM (WS-AFAS-QTD)
           ELSE
               MOVE AFAS-DT-PREV-FIM(5:4) TO WS-DATA-AMD(1:4)
               MOVE AFAS-DT-PREV-FIM(3:2) TO WS-DATA-AMD(5:2)
               MOVE AFAS-DT-PREV-FIM(1:2) TO WS-DATA-AMD(7:2)
               COMPUTE WS-AFAS-FIM (WS-AFAS-QTD) =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-AMD)
           END-IF
           IF AFAS-DOENCA OR AFAS-ACIDENTE
               MOVE "S" TO WS-AFAS-INSS (WS-AFAS-QTD)
           ELSE
               MOVE "N" TO WS-AFAS-INSS (WS-AFAS-QTD)
           END-IF
           IF WS-AFAS-FIM (WS-AFAS-QTD) < WS-AFAS-INI (WS-AFAS-QTD)
               SUBTRACT 1 FROM WS-AFAS-QTD
           END-IF.

      *> Dias de afastamento nao pago no mes WS-MES-CONTADO do ano
      *> WS-ANO-CONTADO em dias comerciais (ate o fim do mes conta
      *> ate o dia 30), total limitado a 30.
       DIAS-AFASTADO-MES.
           MOVE ZERO TO WS-DIAS-AFASTADO
           COMPUTE WS-DATA-AMD =
                   WS-ANO-CONTADO * 10000 + WS-MES-CONTADO * 100 + 1
           COMPUTE WS-INT-INI-MES =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-AMD)
           IF WS-MES-CONTADO = 12
               COMPUTE WS-DATA-AMD = (WS-ANO-CONTADO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATA-AMD = WS-ANO-CONTADO * 10000 +
                       (WS-MES-CONTADO + 1) * 100 + 1
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

           COPY PERAQUIP.

      *> Baixas pelos pagamentos da competencia no historico: a
      *> rodada de ferias paga ferias e terco (o bruto todo); a
      *> primeira parcela do 13o paga o bruto dela e a segunda paga a
      *> base menos o adiantamento da primeira, como calcula o
      *> GERA-FOLHA. Os encargos baixam na mesma proporcao. Nenhuma
      *> baixa passa do saldo disponivel; o que exceder e despesa do
      *> mes, fora da provisao.
       CALCULA-BAIXAS.
           MOVE ZERO TO WS-VALOR-PAGO-FERIAS
           MOVE ZERO TO WS-VALOR-PAGO-13
           PERFORM SOMA-PAGAMENTOS-COMP
           PERFORM APLICA-BAIXAS-PAGAS.

       SOMA-PAGAMENTOS-COMP.
           IF WS-TEM-HIST = "S"
               MOVE FUNC-CODIGO    TO HIST-CODIGO
               MOVE WS-COMPETENCIA TO HIST-COMPETENCIA
               MOVE "F" TO HIST-TIPO
               READ ARQ-HIST
               IF WS-STATUS-HIST = "00"
                   ADD HIST-BRUTO TO WS-VALOR-PAGO-FERIAS
               END-IF
               MOVE "1" TO HIST-TIPO
               READ ARQ-HIST
               IF WS-STATUS-HIST = "00"
                   ADD HIST-BRUTO TO WS-VALOR-PAGO-13
               END-IF
               MOVE "2" TO HIST-TIPO
               READ ARQ-HIST
               IF WS-STATUS-HIST = "00"
                   COMPUTE WS-VALOR-CALC ROUNDED = HIST-BRUTO / 2
                   COMPUTE WS-VALOR-PAGO-13 = WS-VALOR-PAGO-13 +
                           HIST-BRUTO - WS-VALOR-CALC
               END-IF
           END-IF.

       APLICA-BAIXAS-PAGAS.
           MOVE 1 TO WS-PROV-IND
           MOVE WS-VALOR-PAGO-FERIAS TO WS-VALOR-CALC
           PERFORM APLICA-BAIXA
           MOVE 2 TO WS-PROV-IND
           MOVE WS-VALOR-PAGO-13 TO WS-VALOR-CALC
           PERFORM APLICA-BAIXA
           MOVE 3 TO WS-PROV-IND
           COMPUTE WS-VALOR-CALC ROUNDED =
                   (WS-MP-BAIXA (1) + WS-MP-BAIXA (2)) * 0,08
           PERFORM APLICA-BAIXA
           MOVE 4 TO WS-PROV-IND
           COMPUTE WS-VALOR-CALC ROUNDED =
                   (WS-MP-BAIXA (1) + WS-MP-BAIXA (2)) * 0,20
           PERFORM APLICA-BAIXA.

       APLICA-BAIXA.
           IF WS-VALOR-CALC > WS-MP-ANTERIOR (WS-PROV-IND) +
                              WS-MP-CONSTIT (WS-PROV-IND)
               COMPUTE WS-MP-BAIXA (WS-PROV-IND) =
                       WS-MP-ANTERIOR (WS-PROV-IND) +
                       WS-MP-CONSTIT (WS-PROV-IND)
           ELSE
               MOVE WS-VALOR-CALC TO WS-MP-BAIXA (WS-PROV-IND)
           END-IF.

      *> Desligado: na competencia do desligamento constitui os avos
      *> ate a data dele e baixa os pagamentos do mes. As verbas de
      *> 13o, ferias e terco pagas na rescisao baixam o saldo como
      *> pagamento e so a sobra e revertida; zerado o saldo, o
      *> funcionario nao aparece mais nas competencias seguintes.
      *> Sem a rescisao calculada o saldo fica, com aviso, ate a
      *> primeira competencia em que ela existir.
       BAIXA-DESLIGADO.
           MOVE ZERO TO WS-VALOR-PAGO-FERIAS
           MOVE ZERO TO WS-VALOR-PAGO-13
           IF WS-COMP-DEMISSAO = WS-COMPETENCIA
               PERFORM CARREGA-AFASTAMENTOS
               PERFORM CALCULA-CONSTITUICAO
               PERFORM SOMA-PAGAMENTOS-COMP
           END-IF
           PERFORM SOMA-VERBAS-RESCISAO
           PERFORM APLICA-BAIXAS-PAGAS
           IF WS-TEM-RESCISAO = "N"
               DISPLAY "AVISO: func. " FUNC-CODIGO " desligado sem "
                       "rescisao calculada (competencia "
                       WS-COMP-DEMISSAO "); saldo mantido."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PROV-IND FROM 1 BY 1
                   UNTIL WS-PROV-IND > 4
               COMPUTE WS-MP-REVERSAO (WS-PROV-IND) =
                       WS-MP-ANTERIOR (WS-PROV-IND) +
                       WS-MP-CONSTIT (WS-PROV-IND) -
                       WS-MP-BAIXA (WS-PROV-IND)
               ADD WS-MP-REVERSAO (WS-PROV-IND)
                   TO WS-MP-BAIXA (WS-PROV-IND)
           END-PERFORM.

      *> Rescisao do historico ("R" da competencia do desligamento)
      *> e as verbas dela em FOLHA_VERBAS.DAT: o 13o proporcional
      *> baixa o 13o; ferias proporcionais e o terco baixam ferias.
       SOMA-VERBAS-RESCISAO.
           MOVE "N" TO WS-TEM-RESCISAO
           IF WS-TEM-HIST = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNC-CODIGO      TO HIST-CODIGO
           MOVE WS-COMP-DEMISSAO TO HIST-COMPETENCIA
           MOVE "R"              TO HIST-TIPO
           READ ARQ-HIST
           IF WS-STATUS-HIST NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-TEM-VERBAS = "N"
               DISPLAY "AVISO: func. " FUNC-CODIGO " sem as verbas "
                       "da rescisao (FOLHA_VERBAS.DAT)."
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-TEM-RESCISAO
           MOVE FUNC-CODIGO      TO VERB-CODIGO
           MOVE WS-COMP-DEMISSAO TO VERB-COMPETENCIA
           MOVE "R"              TO VERB-TIPO
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
                       IF VERB-CODIGO NOT = FUNC-CODIGO OR
                          VERB-COMPETENCIA NOT = WS-COMP-DEMISSAO OR
                          VERB-TIPO NOT = "R"
                           MOVE "S" TO WS-FIM-VERB
                       ELSE
                           PERFORM SOMA-VERBA-RESCISAO
                       END-IF
               END-READ
           END-PERFORM.

       SOMA-VERBA-RESCISAO.
           EVALUATE VERB-DESCRICAO
               WHEN "13O PROPORC."
                   ADD VERB-VALOR TO WS-VALOR-PAGO-13
               WHEN "FERIAS VENC."
               WHEN "FERIAS PROP."
               WHEN "1/3 FERIAS"
                   ADD VERB-VALOR TO WS-VALOR-PAGO-FERIAS
           END-EVALUATE.

      *> Reprocessar a competencia regrava o registro por cima.
       GRAVA-PROVISAO.
           MOVE FUNC-CODIGO    TO PROV-CODIGO-FUNC
           MOVE WS-COMPETENCIA TO PROV-COMPETENCIA
           MOVE FUNC-DEPTO     TO PROV-DEPTO
           MOVE FUNC-SALARIO   TO PROV-SALARIO
           MOVE WS-AVOS-FERIAS TO PROV-AVOS-FERIAS
           MOVE WS-AVOS-13     TO PROV-AVOS-13
           MOVE WS-DATA-HOJE   TO PROV-DATA-CALCULO
           PERFORM VARYING WS-PROV-IND FROM 1 BY 1
                   UNTIL WS-PROV-IND > 4
               MOVE WS-MP-ANTERIOR (WS-PROV-IND)
                   TO PROV-SALDO-ANTERIOR (WS-PROV-IND)
               MOVE WS-MP-CONSTIT (WS-PROV-IND)
                   TO PROV-CONSTITUICAO (WS-PROV-IND)
               MOVE WS-MP-BAIXA (WS-PROV-IND)
                   TO PROV-BAIXA (WS-PROV-IND)
               MOVE WS-MP-ATUAL (WS-PROV-IND)
                   TO PROV-SALDO-ATUAL (WS-PROV-IND)
           END-PERFORM
           WRITE REG-PROV
           IF WS-STATUS-PROV = "22"
               REWRITE REG-PROV
           END-IF
           IF WS-STATUS-PROV NOT = "00"
               DISPLAY "AVISO: falha ao gravar provisao do func. "
                       FUNC-CODIGO ": " WS-STATUS-PROV
           END-IF.

       GRAVA-FUNC-REL.
           MOVE FUNC-CODIGO    TO LPF-CODIGO
           MOVE FUNC-NOME      TO LPF-NOME
           MOVE FUNC-DEPTO     TO LPF-DEPTO
           MOVE WS-AVOS-FERIAS TO LPF-AVOS-FERIAS
           MOVE WS-AVOS-13     TO LPF-AVOS-13
           MOVE LINHA-PROV-FUNC TO LINHA-REL
           WRITE LINHA-REL
           PERFORM VARYING WS-PROV-IND FROM 1 BY 1
                   UNTIL WS-PROV-IND > 4
               MOVE WS-NOME-PROVISAO (WS-PROV-IND) TO LPD-PROVISAO
               MOVE WS-MP-ANTERIOR (WS-PROV-IND)   TO LPD-ANTERIOR
               MOVE WS-MP-CONSTIT (WS-PROV-IND)    TO LPD-CONSTIT
               MOVE WS-MP-BAIXA (WS-PROV-IND)      TO LPD-BAIXA
               MOVE WS-MP-ATUAL (WS-PROV-IND)      TO LPD-ATUAL
               MOVE LINHA-PROV-DETALHE TO LINHA-REL
               WRITE LINHA-REL
           END-PERFORM
           IF WS-ATIVO-NA-COMP = "N"
               IF WS-TEM-RESCISAO = "S"
                   MOVE WS-MP-REVERSAO (1) TO LPR-FERIAS
                   MOVE WS-MP-REVERSAO (2) TO LPR-13
                   MOVE WS-MP-REVERSAO (3) TO LPR-FGTS
                   MOVE WS-MP-REVERSAO (4) TO LPR-INSS
                   MOVE LINHA-PROV-REVERSAO TO LINHA-REL
               ELSE
                   MOVE LINHA-PROV-SEM-RESCISAO TO LINHA-REL
               END-IF
               WRITE LINHA-REL
           END-IF.

       ACUMULA-DEPTO.
           MOVE ZERO TO WS-DP-ACHADO
           PERFORM VARYING WS-DP-IND FROM 1 BY 1
                   UNTIL WS-DP-IND > WS-DP-QTD
               IF WS-DP-DEPTO (WS-DP-IND) = FUNC-DEPTO
                   MOVE WS-DP-IND TO WS-DP-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DP-ACHADO = ZERO
               IF WS-DP-QTD < WS-DP-MAX
                   ADD 1 TO WS-DP-QTD
                   MOVE WS-DP-QTD TO WS-DP-ACHADO
                   INITIALIZE WS-DP-ITEM (WS-DP-ACHADO)
                   MOVE FUNC-DEPTO TO WS-DP-DEPTO (WS-DP-ACHADO)
               ELSE
                   DISPLAY "AVISO: limite de departamentos no "
                           "resumo; func. " FUNC-CODIGO
                           " so entra no total geral"
               END-IF
           END-IF
           IF WS-DP-ACHADO NOT = ZERO
               ADD 1 TO WS-DP-QTD-FUNC (WS-DP-ACHADO)
           END-IF
           PERFORM VARYING WS-PROV-IND FROM 1 BY 1
                   UNTIL WS-PROV-IND > 4
               IF WS-DP-ACHADO NOT = ZERO
                   ADD WS-MP-ANTERIOR (WS-PROV-IND)
                       TO WS-DP-ANTERIOR (WS-DP-ACHADO, WS-PROV-IND)
                   ADD WS-MP-CONSTIT (WS-PROV-IND)
                       TO WS-DP-CONSTIT (WS-DP-ACHADO, WS-PROV-IND)
                   ADD WS-MP-BAIXA (WS-PROV-IND)
                       TO WS-DP-BAIXA (WS-DP-ACHADO, WS-PROV-IND)
                   ADD WS-MP-ATUAL (WS-PROV-IND)
                       TO WS-DP-ATUAL (WS-DP-ACHADO, WS-PROV-IND)
               END-IF
               ADD WS-MP-ANTERIOR (WS-PROV-IND)
                   TO WS-TG-ANTERIOR (WS-PROV-IND)
               ADD WS-MP-CONSTIT (WS-PROV-IND)
                   TO WS-TG-CONSTIT (WS-PROV-IND)
               ADD WS-MP-BAIXA (WS-PROV-IND)
                   TO WS-TG-BAIXA (WS-PROV-IND)
               ADD WS-MP-ATUAL (WS-PROV-IND)
                   TO WS-TG-ATUAL (WS-PROV-IND)
               ADD WS-MP-REVERSAO (WS-PROV-IND)
                   TO WS-TG-REVERSAO (WS-PROV-IND)
           END-PERFORM.

      *> Resumo por departamento e total da empresa.
       GRAVA-RESUMO.
           MOVE LINHA-SEPARADORA TO LINHA-REL
           WRITE LINHA-REL
           MOVE "RESUMO POR DEPARTAMENTO" TO LINHA-REL
           WRITE LINHA-REL
           MOVE LINHA-SEPARADORA TO LINHA-REL
           WRITE LINHA-REL
           PERFORM VARYING WS-DP-IND FROM 1 BY 1
                   UNTIL WS-DP-IND > WS-DP-QTD
               PERFORM GRAVA-DEPTO-REL
           END-PERFORM

           MOVE LINHA-SEPARADORA TO LINHA-REL
           WRITE LINHA-REL
           MOVE "TOTAL DA EMPRESA" TO LINHA-REL
           WRITE LINHA-REL
           PERFORM VARYING WS-PROV-IND FROM 1 BY 1
                   UNTIL WS-PROV-IND > 4
               MOVE WS-NOME-PROVISAO (WS-PROV-IND) TO LPD-PROVISAO
               MOVE WS-TG-ANTERIOR (WS-PROV-IND)   TO LPD-ANTERIOR
               MOVE WS-TG-CONSTIT (WS-PROV-IND)    TO LPD-CONSTIT
               MOVE WS-TG-BAIXA (WS-PROV-IND)      TO LPD-BAIXA
               MOVE WS-TG-ATUAL (WS-PROV-IND)      TO LPD-ATUAL
               MOVE LINHA-PROV-DETALHE TO LINHA-REL
               WRITE LINHA-REL
           END-PERFORM
           MOVE "REVERTIDO NAS RESCISOES (INCLUIDO NAS BAIXAS)"
               TO LINHA-REL
           WRITE LINHA-REL
           PERFORM VARYING WS-PROV-IND FROM 1 BY 1
                   UNTIL WS-PROV-IND > 4
               MOVE WS-NOME-PROVISAO (WS-PROV-IND) TO LRT-PROVISAO
               MOVE WS-TG-REVERSAO (WS-PROV-IND)   TO LRT-VALOR
               MOVE LINHA-PROV-REV-TOTAL TO LINHA-REL
               WRITE LINHA-REL
           END-PERFORM
           MOVE WS-TOTAL-FUNCIONARIOS TO LPQ-QTDE
           MOVE LINHA-PROV-QTDE TO LINHA-REL
           WRITE LINHA-REL.

       GRAVA-DEPTO-REL.
           MOVE WS-DP-DEPTO (WS-DP-IND) TO LPX-DEPTO
           MOVE SPACES TO LPX-NOME
           IF WS-TEM-DEPTO = "S"
               MOVE WS-DP-DEPTO (WS-DP-IND) TO DEPTO-CODIGO
               READ ARQ-DEPTO
               IF WS-STATUS-DEPTO = "00"
                   MOVE DEPTO-NOME TO LPX-NOME
               END-IF
           END-IF
           MOVE WS-DP-QTD-FUNC (WS-DP-IND) TO LPX-QTDE
           MOVE LINHA-PROV-DEPTO TO LINHA-REL
           WRITE LINHA-REL
           PERFORM VARYING WS-PROV-IND FROM 1 BY 1
                   UNTIL WS-PROV-IND > 4
               MOVE WS-NOME-PROVISAO (WS-PROV-IND) TO LPD-PROVISAO
               MOVE WS-DP-ANTERIOR (WS-DP-IND, WS-PROV-IND)
                   TO LPD-ANTERIOR
               MOVE WS-DP-CONSTIT (WS-DP-IND, WS-PROV-IND)
                   TO LPD-CONSTIT
               MOVE WS-DP-BAIXA (WS-DP-IND, WS-PROV-IND)
                   TO LPD-BAIXA
               MOVE WS-DP-ATUAL (WS-DP-IND, WS-PROV-IND)
                   TO LPD-ATUAL
               MOVE LINHA-PROV-DETALHE TO LINHA-REL
               WRITE LINHA-REL
           END-PERFORM.

       FECHAR-ARQUIVOS.
           CLOSE ARQ-FUNC
           CLOSE ARQ-PROV
           CLOSE REL-PROV
           IF WS-TEM-HIST = "S"
               CLOSE ARQ-HIST
           END-IF
           IF WS-TEM-VERBAS = "S"
               CLOSE ARQ-VERB
           END-IF
           IF WS-TEM-DEPTO = "S"
               CLOSE ARQ-DEPTO
           END-IF
           IF WS-TEM-AFASTAMENTOS = "S"
               CLOSE ARQ-AFAS
           END-IF.

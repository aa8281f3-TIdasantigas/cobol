      *> Declaracao mensal de admissoes e desligamentos ao governo
      *> (CAGED/eSocial). Le FUNCIONARIOS.DAT inteiro e separa os
      *> movimentos da competencia informada:
      *>   AD - admissao (FUNC-DT-ADM na competencia);
      *>   RE - readmissao pelo REATIVAR-FUNC (FUNC-DT-READMISSAO);
      *>   DE - desligamento (FUNC-DT-DEMISSAO do desligado ou o
      *>        FUNC-DT-DEMISSAO-ANT guardado na readmissao), com o
      *>        valor da rescisao lido do historico tipo "R" da
      *>        competencia (FOLHA_HISTORICO.DAT).
      *> Cada movimento completo vai para o arquivo de layout fixo
      *> CAGED.TXT (header tipo 0, detalhe tipo 1 com cargo, salario,
      *> departamento e tipo de movimento, trailer tipo 9); o que
      *> falta dado obrigatorio (nome, cargo, salario, departamento
      *> ou, no desligamento, a rescisao calculada) vai para a
      *> critica CAGED_CRITICA.TXT e fica fora do arquivo. Os envios
      *> ficam registrados por competencia em CAGED_ENVIOS.DAT: a
      *> competencia ja declarada so sai de novo como retificadora
      *> (indicador 2 no header, com o numero do envio e a data do
      *> original), substituindo por inteiro a declaracao anterior.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERA-CAGED.

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

           SELECT ARQ-ENVIO ASSIGN TO "CAGED_ENVIOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENV-COMPETENCIA
           FILE STATUS IS WS-STATUS-ENVIO.

           SELECT ARQ-CAGED ASSIGN TO "CAGED.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CAGED.

           SELECT REL-CRITICA ASSIGN TO "CAGED_CRITICA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CRIT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FUNC.
           COPY REGFUNC.

       FD  ARQ-HIST.
           COPY REGHIST.

      *> Um registro por competencia declarada: quantos envios ja
      *> sairam (1 = so o original), a data do original e a do
      *> ultimo envio, e quantos movimentos o ultimo declarou.
       FD  ARQ-ENVIO.
       01  REG-ENVIO.
           05 ENV-COMPETENCIA       PIC 9(06).
           05 ENV-QTD-ENVIOS        PIC 9(02).
           05 ENV-DATA-ORIGINAL     PIC 9(08).
           05 ENV-DATA-ULTIMO       PIC 9(08).
           05 ENV-QTD-MOVIMENTOS    PIC 9(06).

       FD  ARQ-CAGED.
       01  LINHA-CAGED            PIC X(120).

       FD  REL-CRITICA.
       01  LINHA-CRITICA          PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-STATUS               PIC XX.
       77  WS-STATUS-HIST          PIC XX.
       77  WS-STATUS-ENVIO         PIC XX.
       77  WS-STATUS-CAGED         PIC XX.
       77  WS-STATUS-CRIT          PIC XX.
       77  WS-TEM-HIST             PIC X       VALUE "N".
       77  WS-TEM-ENVIO            PIC X       VALUE "N".
       77  WS-FIM-FUNC             PIC X       VALUE "N".

       77  WS-COMPETENCIA          PIC 9(06).
       77  WS-COMPETENCIA-INF      PIC X(06).
       77  WS-TIPO-ENVIO           PIC X.
       77  WS-CONFIRMA             PIC X.
       77  WS-SEQ-ENVIO            PIC 9(02).
       77  WS-DATA-ORIGINAL        PIC 9(08).
       77  WS-DATA-HOJE            PIC 9(08).

      *> Movimento corrente: tipo, data (DDMMAAAA, como no cadastro)
      *> e valores da rescisao para o desligamento.
       77  WS-MOV-TIPO             PIC X(02).
       77  WS-MOV-DATA             PIC 9(08).
       77  WS-MOV-DATA-AMD         PIC 9(08).
       77  WS-MOV-COMPETENCIA      PIC 9(06).
       77  WS-RESC-BRUTO           PIC 9(10)V99.
       77  WS-RESC-LIQUIDO         PIC 9(10)V99.
       77  WS-MOTIVO               PIC X(40).

       77  WS-QTD-ADMISSOES        PIC 9(06)   VALUE ZERO.
       77  WS-QTD-DESLIGAMENTOS    PIC 9(06)   VALUE ZERO.
       77  WS-QTD-DETALHES         PIC 9(06)   VALUE ZERO.
       77  WS-QTD-CRITICADOS       PIC 9(06)   VALUE ZERO.
       77  WS-TOTAL-RESCISAO       PIC 9(13)V99 VALUE ZERO.

      *> Layout fixo da declaracao, valores em centavos sem
      *> pontuacao e datas em AAAAMMDD, como na remessa bancaria.
       01  CAG-HEADER.
           05 FILLER                PIC X(01) VALUE "0".
           05 FILLER                PIC X(24) VALUE
              "ADMISSOES/DESLIGAMENTOS ".
           05 CH-COMPETENCIA        PIC 9(06).
           05 CH-DATA-GERACAO       PIC 9(08).
           05 CH-INDICADOR          PIC X(01).
           05 CH-SEQ-ENVIO          PIC 9(02).
           05 CH-DATA-ORIGINAL      PIC 9(08).

       01  CAG-DETALHE.
           05 FILLER                PIC X(01) VALUE "1".
           05 CD-CODIGO             PIC 9(05).
           05 CD-NOME               PIC X(40).
           05 CD-MOVIMENTO          PIC X(02).
           05 CD-DATA               PIC 9(08).
           05 CD-CARGO              PIC X(25).
           05 CD-SALARIO            PIC 9(08)V99.
           05 CD-DEPTO              PIC X(05).
           05 CD-VALOR-RESCISAO     PIC 9(10)V99.
           05 CD-LIQUIDO-RESCISAO   PIC 9(10)V99.

       01  CAG-TRAILER.
           05 FILLER                PIC X(01) VALUE "9".
           05 CT-QTD-REGISTROS      PIC 9(06).
           05 CT-QTD-ADMISSOES      PIC 9(06).
           05 CT-QTD-DESLIGAMENTOS  PIC 9(06).
           05 CT-TOTAL-RESCISAO     PIC 9(13)V99.

       01  LINHA-CRIT-TITULO.
           05 FILLER                PIC X(42) VALUE
              "CRITICA DA DECLARACAO MENSAL - COMPETENCIA".
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LCT-MES               PIC 99.
           05 FILLER                PIC X(01) VALUE "/".
           05 LCT-ANO               PIC 9999.
           05 FILLER                PIC X(03) VALUE " - ".
           05 LCT-ENVIO             PIC X(30).

       01  LINHA-CRIT-SEPARADORA.
           05 FILLER                PIC X(80) VALUE ALL "-".

       01  LINHA-CRIT-DETALHE.
           05 LCD-CODIGO            PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LCD-NOME              PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LCD-MOVIMENTO         PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LCD-DATA              PIC 99/99/9999.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LCD-MOTIVO            PIC X(40).

       01  LINHA-CRIT-TOTAL.
           05 LCX-ROTULO            PIC X(40).
           05 LCX-QTDE              PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "DECLARACAO MENSAL DE ADMISSOES E DESLIGAMENTOS"
           DISPLAY "Competencia (AAAAMM): " WITH NO ADVANCING
           ACCEPT WS-COMPETENCIA-INF
           IF WS-COMPETENCIA-INF IS NOT NUMERIC OR
              WS-COMPETENCIA-INF(5:2) < "01" OR
              WS-COMPETENCIA-INF(5:2) > "12"
               DISPLAY "Competencia invalida."
               STOP RUN
           END-IF
           MOVE WS-COMPETENCIA-INF TO WS-COMPETENCIA
           DISPLAY "Envio (O=original, R=retificadora): "
                   WITH NO ADVANCING
           ACCEPT WS-TIPO-ENVIO
           MOVE FUNCTION UPPER-CASE(WS-TIPO-ENVIO) TO WS-TIPO-ENVIO
           IF WS-TIPO-ENVIO NOT = "O" AND WS-TIPO-ENVIO NOT = "R"
               DISPLAY "Tipo de envio invalido."
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           PERFORM ABRIR-ARQUIVOS
           PERFORM VERIFICA-ENVIO
           PERFORM ABRE-SAIDAS
           PERFORM PROCESSA-FUNCIONARIOS
           PERFORM GRAVA-TOTAIS
           PERFORM REGISTRA-ENVIO
           PERFORM FECHAR-ARQUIVOS
           DISPLAY "Declaracao gravada em CAGED.TXT: "
                   WS-QTD-DETALHES " movimento(s), "
                   WS-QTD-CRITICADOS " criticado(s) em "
                   "CAGED_CRITICA.TXT"
           STOP RUN.

       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-FUNC
           IF WS-STATUS NOT = "00"
               DISPLAY "Erro ao abrir FUNCIONARIOS.DAT: " WS-STATUS
               STOP RUN
           END-IF

      *> Sem historico nenhum desligamento tem a rescisao para
      *> declarar; todos vao para a critica.
           OPEN INPUT ARQ-HIST
           IF WS-STATUS-HIST = "00" OR WS-STATUS-HIST = "05"
               MOVE "S" TO WS-TEM-HIST
           ELSE
               MOVE "N" TO WS-TEM-HIST
               IF WS-STATUS-HIST NOT = "35"
                   DISPLAY "AVISO: FOLHA_HISTORICO.DAT nao lido: "
                           WS-STATUS-HIST
               END-IF
           END-IF

           OPEN I-O ARQ-ENVIO
           IF WS-STATUS-ENVIO = "35"
               OPEN OUTPUT ARQ-ENVIO
               CLOSE ARQ-ENVIO
               OPEN I-O ARQ-ENVIO
           END-IF
           IF WS-STATUS-ENVIO NOT = "00" AND WS-STATUS-ENVIO NOT = "05"
               DISPLAY "Erro ao abrir CAGED_ENVIOS.DAT: "
                       WS-STATUS-ENVIO
               CLOSE ARQ-FUNC
               STOP RUN
           END-IF.

      *> O original e o primeiro envio da competencia; depois dele
      *> so a retificadora, numerada em sequencia. Refazer o original
      *> (arquivo gerado e ainda nao transmitido) pede confirmacao.
       VERIFICA-ENVIO.
           MOVE WS-COMPETENCIA TO ENV-COMPETENCIA
           READ ARQ-ENVIO
           IF WS-STATUS-ENVIO = "00"
               MOVE "S" TO WS-TEM-ENVIO
           ELSE
               MOVE "N" TO WS-TEM-ENVIO
           END-IF

           IF WS-TIPO-ENVIO = "R"
               IF WS-TEM-ENVIO = "N"
                   DISPLAY "Competencia " WS-COMPETENCIA
                           " sem envio original; gere o original."
                   PERFORM FECHAR-ENTRADAS
                   STOP RUN
               END-IF
               COMPUTE WS-SEQ-ENVIO = ENV-QTD-ENVIOS + 1
               MOVE ENV-DATA-ORIGINAL TO WS-DATA-ORIGINAL
           ELSE
               IF WS-TEM-ENVIO = "S"
                   DISPLAY "Competencia " WS-COMPETENCIA
                           " ja declarada em " ENV-DATA-ORIGINAL
                           " (" ENV-QTD-ENVIOS " envio(s))."
                   DISPLAY "Ja transmitida, corrija com a "
                           "retificadora (R)."
                   DISPLAY "Gerar o original de novo (S/N)? "
                           WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                       DISPLAY "Geracao cancelada."
                       PERFORM FECHAR-ENTRADAS
                       STOP RUN
                   END-IF
               END-IF
               MOVE 1 TO WS-SEQ-ENVIO
               MOVE ZERO TO WS-DATA-ORIGINAL
           END-IF.

       ABRE-SAIDAS.
           OPEN OUTPUT ARQ-CAGED
           IF WS-STATUS-CAGED NOT = "00"
               DISPLAY "Erro ao abrir CAGED.TXT: " WS-STATUS-CAGED
               PERFORM FECHAR-ENTRADAS
               STOP RUN
           END-IF
           OPEN OUTPUT REL-CRITICA
           IF WS-STATUS-CRIT NOT = "00"
               DISPLAY "Erro ao abrir CAGED_CRITICA.TXT: "
                       WS-STATUS-CRIT
               CLOSE ARQ-CAGED
               PERFORM FECHAR-ENTRADAS
               STOP RUN
           END-IF

           MOVE WS-COMPETENCIA TO CH-COMPETENCIA
           MOVE WS-DATA-HOJE   TO CH-DATA-GERACAO
           MOVE WS-SEQ-ENVIO   TO CH-SEQ-ENVIO
           MOVE WS-DATA-ORIGINAL TO CH-DATA-ORIGINAL
           IF WS-TIPO-ENVIO = "R"
               MOVE "2" TO CH-INDICADOR
               MOVE "RETIFICADORA" TO LCT-ENVIO
           ELSE
               MOVE "1" TO CH-INDICADOR
               MOVE "ORIGINAL" TO LCT-ENVIO
           END-IF
           MOVE CAG-HEADER TO LINHA-CAGED
           WRITE LINHA-CAGED

           MOVE WS-COMPETENCIA(5:2) TO LCT-MES
           MOVE WS-COMPETENCIA(1:4) TO LCT-ANO
           MOVE LINHA-CRIT-TITULO TO LINHA-CRITICA
           WRITE LINHA-CRITICA
           MOVE LINHA-CRIT-SEPARADORA TO LINHA-CRITICA
           WRITE LINHA-CRITICA.

      *> Varredura do cadastro inteiro: o desligado tambem conta,
      *> e o readmitido pode ter dois movimentos na competencia.
       PROCESSA-FUNCIONARIOS.
           MOVE ZERO TO FUNC-CODIGO
           START ARQ-FUNC KEY NOT < FUNC-CODIGO
           IF WS-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FUNC
           END-IF
           PERFORM UNTIL WS-FIM-FUNC = "S"
               READ ARQ-FUNC NEXT
                   AT END MOVE "S" TO WS-FIM-FUNC
                   NOT AT END PERFORM PROCESSA-UM-FUNC
               END-READ
           END-PERFORM.

       PROCESSA-UM-FUNC.
           MOVE FUNC-DT-ADM TO WS-MOV-DATA
           PERFORM COMPETENCIA-DA-DATA
           IF WS-MOV-COMPETENCIA = WS-COMPETENCIA
               MOVE "AD" TO WS-MOV-TIPO
               PERFORM TRATA-MOVIMENTO
           END-IF

           IF FUNC-DT-DEMISSAO-ANT NOT = ZERO
               MOVE FUNC-DT-DEMISSAO-ANT TO WS-MOV-DATA
               PERFORM COMPETENCIA-DA-DATA
               IF WS-MOV-COMPETENCIA = WS-COMPETENCIA
                   MOVE "DE" TO WS-MOV-TIPO
                   PERFORM TRATA-MOVIMENTO
               END-IF
           END-IF

           IF FUNC-DT-READMISSAO NOT = ZERO
               MOVE FUNC-DT-READMISSAO TO WS-MOV-DATA
               PERFORM COMPETENCIA-DA-DATA
               IF WS-MOV-COMPETENCIA = WS-COMPETENCIA
                   MOVE "RE" TO WS-MOV-TIPO
                   PERFORM TRATA-MOVIMENTO
               END-IF
           END-IF

           IF FUNC-DESLIGADO AND FUNC-DT-DEMISSAO NOT = ZERO
               MOVE FUNC-DT-DEMISSAO TO WS-MOV-DATA
               PERFORM COMPETENCIA-DA-DATA
               IF WS-MOV-COMPETENCIA = WS-COMPETENCIA
                   MOVE "DE" TO WS-MOV-TIPO
                   PERFORM TRATA-MOVIMENTO
               END-IF
           END-IF.

      *> WS-MOV-DATA (DDMMAAAA) em AAAAMM e AAAAMMDD.
       COMPETENCIA-DA-DATA.
           MOVE WS-MOV-DATA(5:4) TO WS-MOV-COMPETENCIA(1:4)
           MOVE WS-MOV-DATA(3:2) TO WS-MOV-COMPETENCIA(5:2)
           MOVE WS-MOV-DATA(5:4) TO WS-MOV-DATA-AMD(1:4)
           MOVE WS-MOV-DATA(3:2) TO WS-MOV-DATA-AMD(5:2)
           MOVE WS-MOV-DATA(1:2) TO WS-MOV-DATA-AMD(7:2).

      *> Confere os dados obrigatorios do movimento; o primeiro que
      *> faltar vira o motivo da critica.
       TRATA-MOVIMENTO.
           MOVE SPACES TO WS-MOTIVO
           MOVE ZERO TO WS-RESC-BRUTO
           MOVE ZERO TO WS-RESC-LIQUIDO
           EVALUATE TRUE
               WHEN FUNC-NOME = SPACES
                   MOVE "NOME NAO INFORMADO" TO WS-MOTIVO
               WHEN FUNC-CARGO = SPACES
                   MOVE "CARGO NAO INFORMADO" TO WS-MOTIVO
               WHEN FUNC-SALARIO = ZERO
                   MOVE "SALARIO NAO INFORMADO" TO WS-MOTIVO
               WHEN FUNC-DEPTO = SPACES
                   MOVE "DEPARTAMENTO NAO INFORMADO" TO WS-MOTIVO
           END-EVALUATE
           IF WS-MOTIVO = SPACES AND WS-MOV-TIPO = "DE"
               PERFORM LE-RESCISAO
           END-IF

           IF WS-MOTIVO NOT = SPACES
               PERFORM GRAVA-CRITICA
           ELSE
               PERFORM GRAVA-DETALHE
           END-IF.

      *> O valor do desligamento e o da rescisao calculada pelo
      *> GERA-FOLHA (historico tipo "R" na competencia).
       LE-RESCISAO.
           IF WS-TEM-HIST = "N"
               MOVE "RESCISAO NAO CALCULADA NO HISTORICO"
                   TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE FUNC-CODIGO    TO HIST-CODIGO
           MOVE WS-COMPETENCIA TO HIST-COMPETENCIA
           MOVE "R"            TO HIST-TIPO
           READ ARQ-HIST
           IF WS-STATUS-HIST NOT = "00"
               MOVE "RESCISAO NAO CALCULADA NO HISTORICO"
                   TO WS-MOTIVO
           ELSE
               MOVE HIST-BRUTO   TO WS-RESC-BRUTO
               MOVE HIST-LIQUIDO TO WS-RESC-LIQUIDO
           END-IF.

       GRAVA-DETALHE.
           MOVE FUNC-CODIGO     TO CD-CODIGO
           MOVE FUNC-NOME       TO CD-NOME
           MOVE WS-MOV-TIPO     TO CD-MOVIMENTO
           MOVE WS-MOV-DATA-AMD TO CD-DATA
           MOVE FUNC-CARGO      TO CD-CARGO
           MOVE FUNC-SALARIO    TO CD-SALARIO
           MOVE FUNC-DEPTO      TO CD-DEPTO
           MOVE WS-RESC-BRUTO   TO CD-VALOR-RESCISAO
           MOVE WS-RESC-LIQUIDO TO CD-LIQUIDO-RESCISAO
           MOVE CAG-DETALHE TO LINHA-CAGED
           WRITE LINHA-CAGED
           ADD 1 TO WS-QTD-DETALHES
           IF WS-MOV-TIPO = "DE"
               ADD 1 TO WS-QTD-DESLIGAMENTOS
               ADD WS-RESC-BRUTO TO WS-TOTAL-RESCISAO
           ELSE
               ADD 1 TO WS-QTD-ADMISSOES
           END-IF.

       GRAVA-CRITICA.
           MOVE FUNC-CODIGO TO LCD-CODIGO
           MOVE FUNC-NOME   TO LCD-NOME
           MOVE WS-MOV-TIPO TO LCD-MOVIMENTO
           MOVE WS-MOV-DATA TO LCD-DATA
           MOVE WS-MOTIVO   TO LCD-MOTIVO
           MOVE LINHA-CRIT-DETALHE TO LINHA-CRITICA
           WRITE LINHA-CRITICA
           ADD 1 TO WS-QTD-CRITICADOS.

       GRAVA-TOTAIS.
           MOVE WS-QTD-DETALHES      TO CT-QTD-REGISTROS
           MOVE WS-QTD-ADMISSOES     TO CT-QTD-ADMISSOES
           MOVE WS-QTD-DESLIGAMENTOS TO CT-QTD-DESLIGAMENTOS
           MOVE WS-TOTAL-RESCISAO    TO CT-TOTAL-RESCISAO
           MOVE CAG-TRAILER TO LINHA-CAGED
           WRITE LINHA-CAGED

           IF WS-QTD-CRITICADOS = ZERO
               MOVE "sem ocorrencias" TO LINHA-CRITICA
               WRITE LINHA-CRITICA
           END-IF
           MOVE LINHA-CRIT-SEPARADORA TO LINHA-CRITICA
           WRITE LINHA-CRITICA
           MOVE "ADMISSOES/READMISSOES DECLARADAS:" TO LCX-ROTULO
           MOVE WS-QTD-ADMISSOES TO LCX-QTDE
           MOVE LINHA-CRIT-TOTAL TO LINHA-CRITICA
           WRITE LINHA-CRITICA
           MOVE "DESLIGAMENTOS DECLARADOS:" TO LCX-ROTULO
           MOVE WS-QTD-DESLIGAMENTOS TO LCX-QTDE
           MOVE LINHA-CRIT-TOTAL TO LINHA-CRITICA
           WRITE LINHA-CRITICA
           MOVE "MOVIMENTOS FORA DO ARQUIVO (CRITICA):" TO LCX-ROTULO
           MOVE WS-QTD-CRITICADOS TO LCX-QTDE
           MOVE LINHA-CRIT-TOTAL TO LINHA-CRITICA
           WRITE LINHA-CRITICA.

       REGISTRA-ENVIO.
           MOVE WS-COMPETENCIA  TO ENV-COMPETENCIA
           MOVE WS-SEQ-ENVIO    TO ENV-QTD-ENVIOS
           MOVE WS-DATA-HOJE    TO ENV-DATA-ULTIMO
           MOVE WS-QTD-DETALHES TO ENV-QTD-MOVIMENTOS
           IF WS-TIPO-ENVIO = "R"
               MOVE WS-DATA-ORIGINAL TO ENV-DATA-ORIGINAL
           ELSE
               MOVE WS-DATA-HOJE TO ENV-DATA-ORIGINAL
           END-IF
           WRITE REG-ENVIO
           IF WS-STATUS-ENVIO = "22"
               REWRITE REG-ENVIO
           END-IF
           IF WS-STATUS-ENVIO NOT = "00"
               DISPLAY "AVISO: envio nao registrado em "
                       "CAGED_ENVIOS.DAT: " WS-STATUS-ENVIO
           END-IF.

       FECHAR-ENTRADAS.
           CLOSE ARQ-FUNC
           CLOSE ARQ-ENVIO
           IF WS-TEM-HIST = "S"
               CLOSE ARQ-HIST
           END-IF.

       FECHAR-ARQUIVOS.
           CLOSE ARQ-CAGED
           CLOSE REL-CRITICA
           PERFORM FECHAR-ENTRADAS.

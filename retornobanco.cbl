      *> Retorno bancario dos creditos em conta da folha. O banco
      *> devolve RETORNO.TXT com o mesmo header/detalhe/trailer da
      *> remessa gerada por GERA-FOLHA, cada detalhe acrescido do
      *> codigo de ocorrencia ("00" = credito efetuado; qualquer outro
      *> codigo = credito rejeitado, com o motivo do banco) e da data
      *> da ocorrencia. Cada detalhe e casado pelo RD-CODIGO mais a
      *> competencia/tipo do header com o credito pendente gravado
      *> em PAGAMENTOS.DAT, que passa a pago ou rejeitado; o que nao
      *> voltou no retorno continua pendente. Os rejeitados e os
      *> pendentes saem em RETORNO_REJEITADOS.TXT.
      *> A segunda opcao gera a remessa complementar
      *> (REMESSA_COMPL.TXT) so com os creditos rejeitados de uma
      *> competencia, usando os dados bancarios ja corrigidos em
      *> FUNCIONARIOS.DAT pela tela de dados bancarios; quem ainda
      *> esta com a mesma conta da rejeicao, ou sem conta, fica de
      *> fora em REMESSA_COMPL_EXCECAO.TXT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETORNO-BANCO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RETORNO ASSIGN TO "RETORNO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RET.

           SELECT ARQ-PAG ASSIGN TO "PAGAMENTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAG-CHAVE
           FILE STATUS IS WS-STATUS-PAG.

           SELECT ARQ-FUNC ASSIGN TO "FUNCIONARIOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUNC-CODIGO
           FILE STATUS IS WS-STATUS.

           SELECT REL-REJEITADOS ASSIGN TO "RETORNO_REJEITADOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REL.

           SELECT ARQ-REMESSA ASSIGN TO "REMESSA_COMPL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REM.

           SELECT REL-EXC-REMESSA ASSIGN TO "REMESSA_COMPL_EXCECAO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RETORNO.
       01  LINHA-RETORNO          PIC X(100).

       FD  ARQ-PAG.
           COPY REGPAG.

       FD  ARQ-FUNC.
           COPY REGFUNC.

       FD  REL-REJEITADOS.
       01  LINHA-REL              PIC X(100).

       FD  ARQ-REMESSA.
       01  LINHA-REMESSA          PIC X(80).

       FD  REL-EXC-REMESSA.
       01  LINHA-EXC              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-STATUS               PIC XX.
       77  WS-STATUS-RET           PIC XX.
       77  WS-STATUS-PAG           PIC XX.
       77  WS-STATUS-REL           PIC XX.
       77  WS-STATUS-REM           PIC XX.
       77  WS-STATUS-EXC           PIC XX.
       77  WS-OPCAO                PIC 9.
       77  WS-FIM-ARQUIVO          PIC X.
       77  WS-FIM-PAG              PIC X.
       77  WS-TEM-HEADER           PIC X       VALUE "N".
       77  WS-PAG-NOVO             PIC X.
       77  WS-COMPETENCIA          PIC 9(06)   VALUE ZERO.
       77  WS-TIPO-HIST            PIC X       VALUE "M".
       77  WS-TIPO-INF             PIC X.
       77  WS-QTD-PAGOS            PIC 9(05)   VALUE ZERO.
       77  WS-QTD-REJEITADOS       PIC 9(05)   VALUE ZERO.
       77  WS-QTD-PENDENTES        PIC 9(05)   VALUE ZERO.
       77  WS-QTD-INVALIDAS        PIC 9(05)   VALUE ZERO.
       77  WS-QTD-SEM-REMESSA      PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-REJEITADO      PIC 9(13)V99 VALUE ZERO.
       77  WS-QTD-REMESSA          PIC 9(06)   VALUE ZERO.
       77  WS-TOTAL-REMESSA        PIC 9(13)V99 VALUE ZERO.
       77  WS-QTD-EXC-REMESSA      PIC 9(05)   VALUE ZERO.

      *> Retorno no layout da remessa (GERA-FOLHA) com o codigo e a
      *> data da ocorrencia acrescentados pelo banco no detalhe.
       01  RET-HEADER.
           05 RTH-REGISTRO          PIC X(01).
           05 RTH-DESCRICAO         PIC X(20).
           05 RTH-COMPETENCIA       PIC 9(06).
           05 RTH-DATA-GERACAO      PIC 9(08).
           05 RTH-TIPO              PIC X(01).

       01  RET-DETALHE.
           05 RTD-REGISTRO          PIC X(01).
           05 RTD-BANCO             PIC 9(03).
           05 RTD-AGENCIA           PIC 9(05).
           05 RTD-CONTA             PIC X(10).
           05 RTD-TIPO-CONTA        PIC X(01).
           05 RTD-CODIGO            PIC 9(05).
           05 RTD-NOME              PIC X(30).
           05 RTD-VALOR             PIC 9(11)V99.
           05 RTD-OCORRENCIA        PIC X(02).
               88 RTD-CREDITO-EFETUADO VALUE "00".
           05 RTD-DT-OCORRENCIA     PIC 9(08).

      *> Remessa complementar no mesmo layout da remessa mensal, para
      *> o banco processar sem distincao.
       01  REM-HEADER.
           05 FILLER                PIC X(01) VALUE "0".
           05 FILLER                PIC X(20) VALUE
              "CREDITO EM CONTA    ".
           05 RH-COMPETENCIA        PIC 9(06).
           05 RH-DATA-GERACAO       PIC 9(08).
           05 RH-TIPO               PIC X(01).

       01  REM-DETALHE.
           05 FILLER                PIC X(01) VALUE "1".
           05 RD-BANCO              PIC 9(03).
           05 RD-AGENCIA            PIC 9(05).
           05 RD-CONTA              PIC X(10).
           05 RD-TIPO-CONTA         PIC X(01).
           05 RD-CODIGO             PIC 9(05).
           05 RD-NOME               PIC X(30).
           05 RD-VALOR              PIC 9(11)V99.

       01  REM-TRAILER.
           05 FILLER                PIC X(01) VALUE "9".
           05 RT-QTD-REGISTROS      PIC 9(06).
           05 RT-TOTAL-LIQUIDO      PIC 9(13)V99.

       01  LINHA-SEPARADORA.
           05 FILLER                PIC X(80) VALUE ALL "-".

       01  LINHA-RET-TITULO.
           05 FILLER                PIC X(42) VALUE
              "RETORNO BANCARIO - CREDITOS REJEITADOS - ".
           05 FILLER                PIC X(13) VALUE "COMPETENCIA: ".
           05 LRT-MES               PIC 99.
           05 FILLER                PIC X(01) VALUE "/".
           05 LRT-ANO               PIC 9999.
           05 FILLER                PIC X(07) VALUE "  TIPO ".
           05 LRT-TIPO              PIC X(01).

       01  LINHA-RET-CABECALHO.
           05 FILLER                PIC X(37) VALUE
              "COD.  NOME".
           05 FILLER                PIC X(25) VALUE
              "BCO AGENC CONTA".
           05 FILLER                PIC X(20) VALUE
              "          VALOR OC".

       01  LINHA-RET-SECAO.
           05 FILLER                PIC X(04) VALUE "==> ".
           05 LRS-TITULO            PIC X(60).

       01  LINHA-RET-DETALHE.
           05 LR-CODIGO             PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LR-NOME               PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LR-BANCO              PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LR-AGENCIA            PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LR-CONTA              PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LR-VALOR              PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LR-OCORRENCIA         PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LR-OBS                PIC X(20).

       01  LINHA-RET-INVALIDA.
           05 FILLER                PIC X(24) VALUE
              "LINHA INVALIDA IGNORADA:".
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LRI-CONTEUDO          PIC X(70).

       01  LINHA-RET-TOTAL-1.
           05 FILLER                PIC X(08) VALUE "PAGOS: ".
           05 LRT-PAGOS             PIC ZZ.ZZ9.
           05 FILLER                PIC X(15) VALUE "  REJEITADOS: ".
           05 LRT-REJEITADOS        PIC ZZ.ZZ9.
           05 FILLER                PIC X(14) VALUE "  PENDENTES: ".
           05 LRT-PENDENTES         PIC ZZ.ZZ9.
           05 FILLER                PIC X(12) VALUE "  INVALIDAS:".
           05 LRT-INVALIDAS         PIC ZZ.ZZ9.

       01  LINHA-RET-TOTAL-2.
           05 FILLER                PIC X(30) VALUE
              "VALOR TOTAL REJEITADO:".
           05 LRT-VALOR-REJ         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  LINHA-EXC-TITULO.
           05 FILLER                PIC X(42) VALUE
              "REJEITADOS FORA DA REMESSA COMPLEMENTAR - ".
           05 FILLER                PIC X(13) VALUE "COMPETENCIA: ".
           05 LET-MES               PIC 99.
           05 FILLER                PIC X(01) VALUE "/".
           05 LET-ANO               PIC 9999.
           05 FILLER                PIC X(07) VALUE "  TIPO ".
           05 LET-TIPO              PIC X(01).

       01  LINHA-EXC-DETALHE.
           05 LE-CODIGO             PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LE-NOME               PIC X(40).
           05 LE-VALOR              PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LE-MOTIVO             PIC X(35).

       01  LINHA-EXC-TOTAL.
           05 FILLER                PIC X(26) VALUE
              "TOTAL FORA DA REMESSA:    ".
           05 LXT-QTDE              PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE ZERO TO WS-OPCAO
           PERFORM UNTIL WS-OPCAO >= 1 AND WS-OPCAO <= 2
               DISPLAY "RETORNO BANCARIO DA FOLHA:"
               DISPLAY "1 - Processar arquivo de retorno (RETORNO.TXT)"
               DISPLAY "2 - Gerar remessa complementar dos rejeitados"
               DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
               ACCEPT WS-OPCAO
           END-PERFORM
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM PROCESSA-RETORNO
               WHEN 2 PERFORM GERA-REMESSA-COMPL
           END-EVALUATE
           STOP RUN.

      *> Processamento do retorno: o header informa competencia e
      *> tipo (retorno de remessa anterior ao tipo no header vale
      *> como folha mensal); cada detalhe baixa o credito.
       PROCESSA-RETORNO.
           PERFORM ABRE-ARQUIVOS-RETORNO
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQ-RETORNO
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       EVALUATE LINHA-RETORNO(1:1)
                           WHEN "0" PERFORM LE-HEADER-RETORNO
                           WHEN "1" PERFORM LE-DETALHE-RETORNO
                           WHEN "9" CONTINUE
                           WHEN OTHER PERFORM GRAVA-LINHA-INVALIDA
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-TEM-HEADER = "S"
               PERFORM LISTA-PENDENTES
           END-IF
           PERFORM GRAVA-TOTAIS-RETORNO
           CLOSE ARQ-RETORNO
           CLOSE ARQ-PAG
           CLOSE REL-REJEITADOS
           DISPLAY "Retorno processado: " WS-QTD-PAGOS " pago(s), "
                   WS-QTD-REJEITADOS " rejeitado(s), "
                   WS-QTD-PENDENTES " pendente(s)."
           IF WS-QTD-REJEITADOS > 0
               DISPLAY "Rejeitados em RETORNO_REJEITADOS.TXT; corrija "
                       "os dados bancarios e gere a remessa "
                       "complementar."
           END-IF
           IF WS-QTD-INVALIDAS > 0
               DISPLAY "ATENCAO: " WS-QTD-INVALIDAS
                       " linha(s) invalida(s) ignorada(s)."
           END-IF.

       ABRE-ARQUIVOS-RETORNO.
           OPEN INPUT ARQ-RETORNO
           IF WS-STATUS-RET NOT = "00"
               DISPLAY "Erro ao abrir RETORNO.TXT: " WS-STATUS-RET
               STOP RUN
           END-IF

      *> Remessa gerada antes do controle de pagamentos nao deixou
      *> pendencia gravada; o arquivo e criado e o credito entra
      *> direto com a situacao informada pelo banco.
           OPEN I-O ARQ-PAG
           IF WS-STATUS-PAG = "35"
               OPEN OUTPUT ARQ-PAG
               CLOSE ARQ-PAG
               OPEN I-O ARQ-PAG
           END-IF
           IF WS-STATUS-PAG NOT = "00" AND WS-STATUS-PAG NOT = "05"
               DISPLAY "Erro ao abrir PAGAMENTOS.DAT: " WS-STATUS-PAG
               CLOSE ARQ-RETORNO
               STOP RUN
           END-IF

           OPEN OUTPUT REL-REJEITADOS
           IF WS-STATUS-REL NOT = "00"
               DISPLAY "Erro ao abrir RETORNO_REJEITADOS.TXT: "
                       WS-STATUS-REL
               CLOSE ARQ-RETORNO
               CLOSE ARQ-PAG
               STOP RUN
           END-IF.

       LE-HEADER-RETORNO.
           MOVE LINHA-RETORNO TO RET-HEADER
           IF RTH-COMPETENCIA NOT NUMERIC
               PERFORM GRAVA-LINHA-INVALIDA
               EXIT PARAGRAPH
           END-IF
           MOVE RTH-COMPETENCIA TO WS-COMPETENCIA
           IF RTH-TIPO = SPACE
               MOVE "M" TO WS-TIPO-HIST
           ELSE
               MOVE RTH-TIPO TO WS-TIPO-HIST
           END-IF
           MOVE "S" TO WS-TEM-HEADER

           MOVE WS-COMPETENCIA(5:2) TO LRT-MES
           MOVE WS-COMPETENCIA(1:4) TO LRT-ANO
           MOVE WS-TIPO-HIST        TO LRT-TIPO
           MOVE LINHA-RET-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE LINHA-RET-CABECALHO TO LINHA-REL
           WRITE LINHA-REL
           MOVE LINHA-SEPARADORA TO LINHA-REL
           WRITE LINHA-REL.

      *> Casa o detalhe com o credito da competencia/tipo pelo
      *> codigo do funcionario; sem header antes nao ha competencia
      *> para casar e a linha e recusada.
       LE-DETALHE-RETORNO.
           MOVE LINHA-RETORNO TO RET-DETALHE
           IF WS-TEM-HEADER = "N" OR RTD-CODIGO NOT NUMERIC OR
              RTD-VALOR NOT NUMERIC OR RTD-OCORRENCIA = SPACES
               PERFORM GRAVA-LINHA-INVALIDA
               EXIT PARAGRAPH
           END-IF

           MOVE RTD-CODIGO     TO PAG-CODIGO-FUNC
           MOVE WS-COMPETENCIA TO PAG-COMPETENCIA
           MOVE WS-TIPO-HIST   TO PAG-TIPO
           READ ARQ-PAG
           IF WS-STATUS-PAG = "00"
               MOVE "N" TO WS-PAG-NOVO
           ELSE
               MOVE "S" TO WS-PAG-NOVO
               ADD 1 TO WS-QTD-SEM-REMESSA
               MOVE RTD-VALOR       TO PAG-VALOR
               MOVE RTD-BANCO       TO PAG-BANCO
               MOVE RTD-AGENCIA     TO PAG-AGENCIA
               MOVE RTD-CONTA       TO PAG-CONTA
               MOVE RTD-TIPO-CONTA  TO PAG-TIPO-CONTA
               MOVE 1               TO PAG-QTD-ENVIOS
           END-IF

           IF RTD-CREDITO-EFETUADO
               MOVE "G" TO PAG-STATUS
               ADD 1 TO WS-QTD-PAGOS
           ELSE
               MOVE "R" TO PAG-STATUS
               ADD 1 TO WS-QTD-REJEITADOS
               ADD RTD-VALOR TO WS-TOTAL-REJEITADO
           END-IF
           MOVE RTD-OCORRENCIA TO PAG-OCORRENCIA
           IF RTD-DT-OCORRENCIA NUMERIC
               MOVE RTD-DT-OCORRENCIA TO PAG-DT-OCORRENCIA
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO PAG-DT-OCORRENCIA
           END-IF

           IF WS-PAG-NOVO = "S"
               WRITE REG-PAG
           ELSE
               REWRITE REG-PAG
           END-IF
           IF WS-STATUS-PAG NOT = "00"
               DISPLAY "AVISO: falha ao gravar pagamento do func. "
                       RTD-CODIGO ": " WS-STATUS-PAG
           END-IF

           IF PAG-REJEITADO
               MOVE RTD-CODIGO      TO LR-CODIGO
               MOVE RTD-NOME        TO LR-NOME
               MOVE RTD-BANCO       TO LR-BANCO
               MOVE RTD-AGENCIA     TO LR-AGENCIA
               MOVE RTD-CONTA       TO LR-CONTA
               MOVE RTD-VALOR       TO LR-VALOR
               MOVE RTD-OCORRENCIA  TO LR-OCORRENCIA
               IF WS-PAG-NOVO = "S"
                   MOVE "SEM REMESSA GRAVADA" TO LR-OBS
               ELSE
                   MOVE SPACES TO LR-OBS
               END-IF
               MOVE LINHA-RET-DETALHE TO LINHA-REL
               WRITE LINHA-REL
           END-IF.

       GRAVA-LINHA-INVALIDA.
           ADD 1 TO WS-QTD-INVALIDAS
           MOVE LINHA-RETORNO TO LRI-CONTEUDO
           MOVE LINHA-RET-INVALIDA TO LINHA-REL
           WRITE LINHA-REL.

      *> Creditos da competencia/tipo que o banco ainda nao devolveu
      *> (nem como pago nem como rejeitado). A chave comeca pelo
      *> codigo do funcionario, entao a varredura e do arquivo
      *> inteiro filtrando pela competencia e tipo.
       LISTA-PENDENTES.
           MOVE "CREDITOS SEM RETORNO DO BANCO (PENDENTES)"
               TO LRS-TITULO
           MOVE LINHA-SEPARADORA TO LINHA-REL
           WRITE LINHA-REL
           MOVE LINHA-RET-SECAO TO LINHA-REL
           WRITE LINHA-REL
           MOVE LOW-VALUES TO PAG-CHAVE
           MOVE "N" TO WS-FIM-PAG
           START ARQ-PAG KEY NOT < PAG-CHAVE
           IF WS-STATUS-PAG NOT = "00"
               MOVE "S" TO WS-FIM-PAG
           END-IF
           PERFORM UNTIL WS-FIM-PAG = "S"
               READ ARQ-PAG NEXT
                   AT END MOVE "S" TO WS-FIM-PAG
                   NOT AT END
                       IF PAG-COMPETENCIA = WS-COMPETENCIA AND
                          PAG-TIPO = WS-TIPO-HIST AND PAG-PENDENTE
                           ADD 1 TO WS-QTD-PENDENTES
                           MOVE PAG-CODIGO-FUNC TO LR-CODIGO
                           MOVE SPACES          TO LR-NOME
                           MOVE PAG-BANCO       TO LR-BANCO
                           MOVE PAG-AGENCIA     TO LR-AGENCIA
                           MOVE PAG-CONTA       TO LR-CONTA
                           MOVE PAG-VALOR       TO LR-VALOR
                           MOVE SPACES          TO LR-OCORRENCIA
                           MOVE SPACES          TO LR-OBS
                           IF PAG-QTD-ENVIOS > 1
                               MOVE "REMESSA COMPLEMENTAR" TO LR-OBS
                           END-IF
                           MOVE LINHA-RET-DETALHE TO LINHA-REL
                           WRITE LINHA-REL
                       END-IF
               END-READ
           END-PERFORM.

       GRAVA-TOTAIS-RETORNO.
           MOVE LINHA-SEPARADORA TO LINHA-REL
           WRITE LINHA-REL
           MOVE WS-QTD-PAGOS      TO LRT-PAGOS
           MOVE WS-QTD-REJEITADOS TO LRT-REJEITADOS
           MOVE WS-QTD-PENDENTES  TO LRT-PENDENTES
           MOVE WS-QTD-INVALIDAS  TO LRT-INVALIDAS
           MOVE LINHA-RET-TOTAL-1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE WS-TOTAL-REJEITADO TO LRT-VALOR-REJ
           MOVE LINHA-RET-TOTAL-2 TO LINHA-REL
           WRITE LINHA-REL.

      *> Remessa complementar: so os creditos rejeitados da
      *> competencia/tipo informados, com os dados bancarios atuais
      *> do cadastro. O credito reenviado volta a pendente ate o
      *> proximo retorno.
       GERA-REMESSA-COMPL.
           DISPLAY "Competencia (AAAAMM): " WITH NO ADVANCING
           ACCEPT WS-COMPETENCIA
           DISPLAY "Tipo (M=mensal, A=adiantamento, Enter=M): "
                   WITH NO ADVANCING
           ACCEPT WS-TIPO-INF
           IF WS-TIPO-INF = SPACE
               MOVE "M" TO WS-TIPO-HIST
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-TIPO-INF) TO WS-TIPO-HIST
           END-IF

           PERFORM ABRE-ARQUIVOS-COMPL

           MOVE LOW-VALUES TO PAG-CHAVE
           MOVE "N" TO WS-FIM-PAG
           START ARQ-PAG KEY NOT < PAG-CHAVE
           IF WS-STATUS-PAG NOT = "00"
               MOVE "S" TO WS-FIM-PAG
           END-IF
           PERFORM UNTIL WS-FIM-PAG = "S"
               READ ARQ-PAG NEXT
                   AT END MOVE "S" TO WS-FIM-PAG
                   NOT AT END
                       IF PAG-COMPETENCIA = WS-COMPETENCIA AND
                          PAG-TIPO = WS-TIPO-HIST AND PAG-REJEITADO
                           PERFORM REENVIA-CREDITO
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-QTD-REMESSA   TO RT-QTD-REGISTROS
           MOVE WS-TOTAL-REMESSA TO RT-TOTAL-LIQUIDO
           MOVE REM-TRAILER TO LINHA-REMESSA
           WRITE LINHA-REMESSA
           MOVE WS-QTD-EXC-REMESSA TO LXT-QTDE
           MOVE LINHA-EXC-TOTAL TO LINHA-EXC
           WRITE LINHA-EXC

           CLOSE ARQ-PAG
           CLOSE ARQ-FUNC
           CLOSE ARQ-REMESSA
           CLOSE REL-EXC-REMESSA
           DISPLAY "Remessa complementar gravada em REMESSA_COMPL.TXT ("
                   WS-QTD-REMESSA " credito(s))."
           IF WS-QTD-EXC-REMESSA > 0
               DISPLAY "ATENCAO: " WS-QTD-EXC-REMESSA " rejeitado(s)"
                       " fora da remessa em REMESSA_COMPL_EXCECAO.TXT"
           END-IF.

       ABRE-ARQUIVOS-COMPL.
           OPEN I-O ARQ-PAG
           IF WS-STATUS-PAG NOT = "00" AND WS-STATUS-PAG NOT = "05"
               DISPLAY "Erro ao abrir PAGAMENTOS.DAT: " WS-STATUS-PAG
               STOP RUN
           END-IF
           OPEN INPUT ARQ-FUNC
           IF WS-STATUS NOT = "00"
               DISPLAY "Erro ao abrir FUNCIONARIOS.DAT: " WS-STATUS
               CLOSE ARQ-PAG
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-REMESSA
           IF WS-STATUS-REM NOT = "00"
               DISPLAY "Erro ao abrir REMESSA_COMPL.TXT: "
                       WS-STATUS-REM
               CLOSE ARQ-PAG
               CLOSE ARQ-FUNC
               STOP RUN
           END-IF
           OPEN OUTPUT REL-EXC-REMESSA
           IF WS-STATUS-EXC NOT = "00"
               DISPLAY "Erro ao abrir REMESSA_COMPL_EXCECAO.TXT: "
                       WS-STATUS-EXC
               CLOSE ARQ-PAG
               CLOSE ARQ-FUNC
               CLOSE ARQ-REMESSA
               STOP RUN
           END-IF

           MOVE WS-COMPETENCIA TO RH-COMPETENCIA
           MOVE FUNCTION CURRENT-DATE(1:8) TO RH-DATA-GERACAO
           MOVE WS-TIPO-HIST   TO RH-TIPO
           MOVE REM-HEADER TO LINHA-REMESSA
           WRITE LINHA-REMESSA
           MOVE WS-COMPETENCIA(5:2) TO LET-MES
           MOVE WS-COMPETENCIA(1:4) TO LET-ANO
           MOVE WS-TIPO-HIST        TO LET-TIPO
           MOVE LINHA-EXC-TITULO TO LINHA-EXC
           WRITE LINHA-EXC.

      *> Reenvia o credito rejeitado corrente de REG-PAG. Conta
      *> igual a da rejeicao seria rejeitada de novo pelo mesmo
      *> motivo, entao so entra quem teve o cadastro corrigido.
       REENVIA-CREDITO.
           MOVE PAG-CODIGO-FUNC TO FUNC-CODIGO
           READ ARQ-FUNC
           IF WS-STATUS NOT = "00"
               MOVE SPACES TO FUNC-NOME
               MOVE "FUNCIONARIO NAO CADASTRADO" TO LE-MOTIVO
               PERFORM GRAVA-EXC-COMPL
               EXIT PARAGRAPH
           END-IF
           IF FUNC-BANCO = ZERO OR FUNC-CONTA = SPACES
               MOVE "SEM DADOS BANCARIOS" TO LE-MOTIVO
               PERFORM GRAVA-EXC-COMPL
               EXIT PARAGRAPH
           END-IF
           IF FUNC-BANCO = PAG-BANCO AND FUNC-AGENCIA = PAG-AGENCIA
              AND FUNC-CONTA = PAG-CONTA
              AND FUNC-TIPO-CONTA = PAG-TIPO-CONTA
               MOVE SPACES TO LE-MOTIVO
               STRING "DADOS NAO CORRIGIDOS (OCORR. "
                      DELIMITED BY SIZE
                      PAG-OCORRENCIA DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO LE-MOTIVO
               END-STRING
               PERFORM GRAVA-EXC-COMPL
               EXIT PARAGRAPH
           END-IF

           MOVE FUNC-BANCO       TO RD-BANCO
           MOVE FUNC-AGENCIA     TO RD-AGENCIA
           MOVE FUNC-CONTA       TO RD-CONTA
           MOVE FUNC-TIPO-CONTA  TO RD-TIPO-CONTA
           MOVE FUNC-CODIGO      TO RD-CODIGO
           MOVE FUNC-NOME        TO RD-NOME
           MOVE PAG-VALOR        TO RD-VALOR
           MOVE REM-DETALHE TO LINHA-REMESSA
           WRITE LINHA-REMESSA
           ADD 1 TO WS-QTD-REMESSA
           ADD PAG-VALOR TO WS-TOTAL-REMESSA

           MOVE FUNC-BANCO       TO PAG-BANCO
           MOVE FUNC-AGENCIA     TO PAG-AGENCIA
           MOVE FUNC-CONTA       TO PAG-CONTA
           MOVE FUNC-TIPO-CONTA  TO PAG-TIPO-CONTA
           MOVE "P"              TO PAG-STATUS
           MOVE SPACES           TO PAG-OCORRENCIA
           MOVE ZERO             TO PAG-DT-OCORRENCIA
           ADD 1 TO PAG-QTD-ENVIOS
           REWRITE REG-PAG
           IF WS-STATUS-PAG NOT = "00"
               DISPLAY "AVISO: falha ao regravar pagamento do func. "
                       PAG-CODIGO-FUNC ": " WS-STATUS-PAG
           END-IF.

       GRAVA-EXC-COMPL.
           MOVE PAG-CODIGO-FUNC TO LE-CODIGO
           MOVE FUNC-NOME       TO LE-NOME
           MOVE PAG-VALOR       TO LE-VALOR
           MOVE LINHA-EXC-DETALHE TO LINHA-EXC
           WRITE LINHA-EXC
           ADD 1 TO WS-QTD-EXC-REMESSA.

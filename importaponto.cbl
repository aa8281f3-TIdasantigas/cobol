      *> MOVIMENTOS.DAT, substituindo a redigitacao das horas extras
      *> e faltas no INCLUIR-MOVIMENTO. Le PONTO.TXT com uma linha
      *> por lancamento no formato
      *>     matricula;data(DD/MM/AAAA);tipo(H/F);quantidade;periodo
      *> (mesmo separador ";" do intercambio CSV do cadastro; o
      *> periodo e opcional: D diurno, N noturno ou a hora de inicio
      *> HH:MM, noturna das 22h as 5h; em branco vale diurno),
      *> valida cada linha contra FUNCIONARIOS.DAT (funcionario
      *> existe e esta ativo) e contra COMPETENCIA.DAT (folha mensal
      *> da competencia da data ainda aberta), classifica a data em
      *> dia util ou domingo/feriado pelo calendario FERIADOS.DAT,
      *> gera os registros H/F classificados em MOVIMENTOS.DAT com o
      *> MOV-SEQ sequencial correto e grava
      *> PONTO_CRITICA.TXT com as linhas rejeitadas e o motivo, para
      *> acerto manual antes de a folha rodar. No fechamento em lote
      *> (FECHAMENTO-MENSAL) o arquivo e lido duas vezes: a primeira
      *> passada so conta as rejeicoes e, se elas passarem do limite
      *> do fechamento, a segunda so grava a critica, sem nenhum
      *> movimento - assim a etapa pode ser refeita depois do acerto
      *> do PONTO.TXT sem duplicar o que ja tinha entrado.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTA-PONTO.

           RECORD KEY IS CTRL-CHAVE
           FILE STATUS IS WS-STATUS-CTRL.

           SELECT ARQ-FERIADO ASSIGN TO "FERIADOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FERI-DATA
           FILE STATUS IS WS-STATUS-FERI.

           SELECT REL-CRITICA ASSIGN TO "PONTO_CRITICA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CRIT.
       FD  ARQ-CTRL.
           COPY REGCTRL.

       FD  ARQ-FERIADO.
           COPY REGFERI.

       FD  REL-CRITICA.
       01  LINHA-CRITICA          PIC X(132).

       77  WS-FIM-PONTO            PIC X       VALUE "N".
       77  WS-FIM-MOV              PIC X.
       77  WS-TEM-COMPETENCIA      PIC X       VALUE "N".
       77  WS-STATUS-FERI          PIC XX.
       77  WS-TEM-FERIADOS         PIC X       VALUE "N".

       77  WS-PON-MATRICULA        PIC X(10).
       77  WS-PON-DATA             PIC X(10).
       77  WS-PON-TIPO             PIC X(05).
       77  WS-PON-QTDE             PIC X(10).
       77  WS-PON-PERIODO          PIC X(05).
       77  WS-PON-CODIGO           PIC 9(05).
       77  WS-PON-QTDE-NUM         PIC 9(03)V99.
       77  WS-PON-COMPETENCIA      PIC 9(06).
      *> Classificacao da linha: data em AAAAMMDD e dia da semana
      *> (0 = segunda ... 6 = domingo) para o calendario.
       77  WS-PON-DATA-AMD         PIC 9(08).
       77  WS-PON-DATA-DMA         PIC 9(08).
       77  WS-PON-DIA-SEMANA       PIC 9(01).
       77  WS-PON-HORA             PIC 9(02).
       77  WS-PON-CLASSE-DIA       PIC X(01).
       77  WS-PON-PERIODO-MOV      PIC X(01).
       77  WS-MOTIVO-REJEICAO      PIC X(40).
       77  WS-LINHA-OK             PIC X.
       77  WS-MOV-PROX-SEQ         PIC 9(03).
       77  WS-TOTAL-IMPORTADAS     PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-REJEITADAS     PIC 9(05)   VALUE ZERO.

      *> Passadas do lote: WS-GRAVA-MOVIMENTO "N" valida sem gravar
      *> em MOVIMENTOS.DAT; WS-GRAVA-CRITICA "N" nao escreve a linha
      *> rejeitada (passada so de contagem).
       77  WS-GRAVA-MOVIMENTO      PIC X       VALUE "S".
       77  WS-GRAVA-CRITICA        PIC X       VALUE "S".

           COPY REGLOTE.

       01  LINHA-CRIT-TITULO.
           05 FILLER               PIC X(44) VALUE
              "CRITICA DA IMPORTACAO DO PONTO - PONTO.TXT".
           05 FILLER               PIC X(02) VALUE "| ".
           05 LCR-LINHA            PIC X(90).

       01  LINHA-CRIT-BLOQUEIO.
           05 FILLER               PIC X(45) VALUE
              "NENHUM MOVIMENTO GRAVADO: REJEICOES ACIMA DO ".
           05 FILLER               PIC X(31) VALUE
              "LIMITE DO FECHAMENTO EM LOTE (".
           05 LCB-LIMITE           PIC ZZ.ZZ9.
           05 FILLER               PIC X(01) VALUE ")".

       01  LINHA-CRIT-TOTAIS.
           05 FILLER               PIC X(08) VALUE "LIDAS: ".
           05 LCT-LIDAS            PIC ZZ.ZZ9.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM ABRIR-ARQUIVOS
           IF LOTE-ATIVO
               PERFORM CONTA-REJEICOES-LOTE
           END-IF
           PERFORM PROCESSA-PONTO
           PERFORM GRAVA-TOTAIS-CRITICA
           PERFORM FECHAR-ARQUIVOS
           DISPLAY "Importacao concluida: " WS-TOTAL-IMPORTADAS
                   " importada(s), " WS-TOTAL-REJEITADAS
                   " rejeitada(s) em PONTO_CRITICA.TXT"
           MOVE WS-TOTAL-REJEITADAS TO LOTE-REJEICOES
           MOVE ZERO TO RETURN-CODE
           GOBACK.

      *> Primeira passada do lote: valida o arquivo inteiro sem
      *> gravar nada e decide se a passada definitiva grava os
      *> movimentos; depois reposiciona o PONTO.TXT no inicio.
       CONTA-REJEICOES-LOTE.
           MOVE "N" TO WS-GRAVA-MOVIMENTO
           MOVE "N" TO WS-GRAVA-CRITICA
           PERFORM PROCESSA-PONTO
           IF WS-TOTAL-REJEITADAS > LOTE-LIMITE-REJEICOES
               MOVE "S" TO LOTE-SEM-GRAVACAO
               MOVE LOTE-LIMITE-REJEICOES TO LCB-LIMITE
               MOVE LINHA-CRIT-BLOQUEIO TO LINHA-CRITICA
               WRITE LINHA-CRITICA
           ELSE
               MOVE "N" TO LOTE-SEM-GRAVACAO
               MOVE "S" TO WS-GRAVA-MOVIMENTO
           END-IF
           MOVE "S" TO WS-GRAVA-CRITICA
           MOVE ZERO TO WS-TOTAL-LIDAS
           MOVE ZERO TO WS-TOTAL-REJEITADAS
           MOVE "N" TO WS-FIM-PONTO
           CLOSE ARQ-PONTO
           OPEN INPUT ARQ-PONTO
           IF WS-STATUS-PONTO NOT = "00"
               DISPLAY "Erro ao reabrir PONTO.TXT: " WS-STATUS-PONTO
               PERFORM FECHAR-ARQUIVOS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-PONTO
           IF WS-STATUS-PONTO NOT = "00"
               DISPLAY "Erro ao abrir PONTO.TXT: " WS-STATUS-PONTO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ARQ-FUNC
           IF WS-STATUS NOT = "00"
               DISPLAY "Erro ao abrir FUNCIONARIOS.DAT: " WS-STATUS
               CLOSE ARQ-PONTO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O ARQ-MOV
               DISPLAY "Erro ao abrir MOVIMENTOS.DAT: " WS-STATUS-MOV
               CLOSE ARQ-PONTO
               CLOSE ARQ-FUNC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      *> Sem o calendario so o domingo conta como dia de hora extra
      *> 100%.
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

      *> Sem COMPETENCIA.DAT nenhuma competencia foi fechada ainda;
               DISPLAY "Erro ao abrir PONTO_CRITICA.TXT: "
                       WS-STATUS-CRIT
               PERFORM FECHAR-ARQUIVOS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE LINHA-CRIT-TITULO TO LINHA-CRITICA
           WRITE LINHA-CRITICA
           MOVE SPACES TO WS-PON-DATA
           MOVE SPACES TO WS-PON-TIPO
           MOVE SPACES TO WS-PON-QTDE
           MOVE SPACES TO WS-PON-PERIODO
           UNSTRING LINHA-PONTO DELIMITED BY ";"
               INTO WS-PON-MATRICULA WS-PON-DATA
                    WS-PON-TIPO WS-PON-QTDE WS-PON-PERIODO
           END-UNSTRING

           PERFORM VALIDA-MATRICULA
           IF WS-LINHA-OK = "S"
               PERFORM VALIDA-TIPO-QTDE
           END-IF
           IF WS-LINHA-OK = "S"
               PERFORM VALIDA-PERIODO
           END-IF
           IF WS-LINHA-OK = "S"
               PERFORM VALIDA-COMPETENCIA-ABERTA
           END-IF
           IF WS-LINHA-OK = "S"
               PERFORM CLASSIFICA-DIA-PONTO
           END-IF

           IF WS-LINHA-OK = "S"
               IF WS-GRAVA-MOVIMENTO = "S"
                   PERFORM GRAVA-MOVIMENTO-PONTO
               END-IF
           ELSE
               ADD 1 TO WS-TOTAL-REJEITADAS
               IF WS-GRAVA-CRITICA = "S"
                   MOVE WS-MOTIVO-REJEICAO TO LCR-MOTIVO
                   MOVE LINHA-PONTO        TO LCR-LINHA
                   MOVE LINHA-CRIT-DETALHE TO LINHA-CRITICA
                   WRITE LINHA-CRITICA
               END-IF
           END-IF.

       VALIDA-MATRICULA.
           ELSE
               MOVE WS-PON-DATA(7:4) TO WS-PON-COMPETENCIA(1:4)
               MOVE WS-PON-DATA(4:2) TO WS-PON-COMPETENCIA(5:2)
               MOVE WS-PON-DATA(7:4) TO WS-PON-DATA-AMD(1:4)
               MOVE WS-PON-DATA(4:2) TO WS-PON-DATA-AMD(5:2)
               MOVE WS-PON-DATA(1:2) TO WS-PON-DATA-AMD(7:2)
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-PON-DATA-AMD) NOT = 0
                   MOVE "DATA INVALIDA" TO WS-MOTIVO-REJEICAO
                   MOVE "N" TO WS-LINHA-OK
               END-IF
           END-IF.

      *> Periodo da hora: D/N direto ou a hora de inicio HH:MM, que e
      *> noturna das 22h as 5h; em branco (relogio que nao exporta o
      *> periodo) fica diurno. Na falta o periodo nao pesa.
       VALIDA-PERIODO.
           MOVE "D" TO WS-PON-PERIODO-MOV
           MOVE FUNCTION UPPER-CASE(WS-PON-PERIODO(1:1))
               TO WS-PON-PERIODO(1:1)
           EVALUATE TRUE
               WHEN WS-PON-PERIODO = SPACES
               WHEN WS-PON-PERIODO = "D"
                   CONTINUE
               WHEN WS-PON-PERIODO = "N"
                   MOVE "N" TO WS-PON-PERIODO-MOV
               WHEN WS-PON-PERIODO(1:2) IS NUMERIC AND
                    WS-PON-PERIODO(3:1) = ":" AND
                    WS-PON-PERIODO(4:2) IS NUMERIC AND
                    WS-PON-PERIODO(1:2) < "24" AND
                    WS-PON-PERIODO(4:2) < "60"
                   MOVE WS-PON-PERIODO(1:2) TO WS-PON-HORA
                   IF WS-PON-HORA >= 22 OR WS-PON-HORA < 5
                       MOVE "N" TO WS-PON-PERIODO-MOV
                   END-IF
               WHEN OTHER
                   MOVE "PERIODO INVALIDO (use D, N ou HH:MM)"
                       TO WS-MOTIVO-REJEICAO
                   MOVE "N" TO WS-LINHA-OK
           END-EVALUATE.

      *> Domingo ou feriado do calendario (data exata ou feriado
      *> fixo, gravado com o ano zerado) vira hora extra 100% na
      *> folha; os demais dias, inclusive o sabado, sao dias uteis.
       CLASSIFICA-DIA-PONTO.
           MOVE "U" TO WS-PON-CLASSE-DIA
           COMPUTE WS-PON-DIA-SEMANA = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-PON-DATA-AMD) - 1, 7)
           IF WS-PON-DIA-SEMANA = 6
               MOVE "D" TO WS-PON-CLASSE-DIA
               EXIT PARAGRAPH
           END-IF
           IF WS-TEM-FERIADOS = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PON-DATA-AMD TO FERI-DATA
           READ ARQ-FERIADO
           IF WS-STATUS-FERI = "00"
               MOVE "D" TO WS-PON-CLASSE-DIA
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO FERI-ANO
           READ ARQ-FERIADO
           IF WS-STATUS-FERI = "00"
               MOVE "D" TO WS-PON-CLASSE-DIA
           END-IF.

       VALIDA-TIPO-QTDE.
           MOVE WS-PON-TIPO(1:1)   TO MOV-TIPO
           MOVE WS-PON-QTDE-NUM    TO MOV-QTDE
           MOVE ZERO               TO MOV-VALOR
           MOVE WS-PON-DATA(1:2)   TO WS-PON-DATA-DMA(1:2)
           MOVE WS-PON-DATA(4:2)   TO WS-PON-DATA-DMA(3:2)
           MOVE WS-PON-DATA(7:4)   TO WS-PON-DATA-DMA(5:4)
           MOVE WS-PON-DATA-DMA    TO MOV-DATA
           MOVE WS-PON-CLASSE-DIA  TO MOV-CLASSE-DIA
           MOVE WS-PON-PERIODO-MOV TO MOV-PERIODO
           WRITE REG-MOV
           IF WS-STATUS-MOV = "00"
               ADD 1 TO WS-TOTAL-IMPORTADAS
           CLOSE ARQ-MOV
           IF WS-TEM-COMPETENCIA = "S"
               CLOSE ARQ-CTRL
           END-IF
           IF WS-TEM-FERIADOS = "S"
               CLOSE ARQ-FERIADO
           END-IF.

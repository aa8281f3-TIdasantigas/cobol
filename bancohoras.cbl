      *> Extrato do banco de horas e lista de horas a vencer. Para a
      *> competencia de referencia informada, refaz o saldo de cada
      *> funcionario a partir dos lancamentos de BANCO_HORAS.DAT
      *> gravados pela folha mensal, com a mesma regra do GERA-FOLHA:
      *> o credito cobre antes o saldo negativo e o que sobra vira um
      *> lote da competencia, a falta consome os lotes mais antigos
      *> primeiro e o que faltar fica negativo, e o lote nao
      *> compensado em WS-BH-PRAZO-MESES vence e e pago como hora
      *> extra na folha do mes do vencimento. EXTRATO_BH.TXT traz,
      *> por funcionario, os lancamentos mes a mes com o saldo
      *> depois de cada um e os lotes ainda em aberto com o mes de
      *> vencimento; BH_VENCER.TXT lista os lotes que vencem na
      *> referencia ou nos meses seguintes informados, para a
      *> chefia programar a folga antes do pagamento. Sem codigo
      *> informado entram os funcionarios ativos que participam do
      *> banco ou ainda tem lancamento nele. Se a folha mensal da
      *> referencia ainda nao rodou, o que vence nela aparece como a
      *> vencer (ainda da tempo de folgar); depois dela, como pago.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-HORAS.

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

           SELECT ARQ-BH ASSIGN TO "BANCO_HORAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BH-CHAVE
           FILE STATUS IS WS-STATUS-BH.

           SELECT REL-EXTRATO ASSIGN TO "EXTRATO_BH.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EXT.

           SELECT REL-VENCER ASSIGN TO "BH_VENCER.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VEN.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FUNC.
           COPY REGFUNC.

       FD  ARQ-BH.
           COPY REGBH.

       FD  REL-EXTRATO.
       01  LINHA-EXTRATO          PIC X(100).

       FD  REL-VENCER.
       01  LINHA-VENCER           PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-STATUS               PIC XX.
       77  WS-STATUS-BH            PIC XX.
       77  WS-STATUS-EXT           PIC XX.
       77  WS-STATUS-VEN           PIC XX.
       77  WS-TEM-BH               PIC X       VALUE "N".
       77  WS-FIM-FUNC             PIC X       VALUE "N".
       77  WS-FIM-BH               PIC X.

       77  WS-COMPETENCIA          PIC 9(06).
       77  WS-COMPETENCIA-INF      PIC X(06).
       77  WS-CODIGO-INF           PIC X(05).
       77  WS-CODIGO-SEL           PIC 9(05)   VALUE ZERO.
       77  WS-MESES-INF            PIC X(02).
       77  WS-MESES-AVISO          PIC 9(02)   VALUE 2.

       77  WS-QTD-FUNC             PIC 9(05)   VALUE ZERO.
       77  WS-QTD-LOTES-VENCER     PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-VENCER         PIC 9(07)V99 VALUE ZERO.

      *> Apuracao do banco de horas do funcionario corrente, igual a
      *> do GERA-FOLHA: um lote por lancamento (competencia), saldo
      *> refeito do primeiro lancamento ate a referencia. Aqui cada
      *> lancamento guarda tambem o que venceu nele e o saldo depois
      *> dele, para o extrato. WS-BH-VENCE-LIMITE "N" (folha da
      *> referencia ainda nao rodou) segura o vencimento do proprio
      *> mes de referencia.
       77  WS-BH-PRAZO-MESES       PIC 9(02)   VALUE 6.
       77  WS-BH-VENCE-LIMITE      PIC X.
       77  WS-BH-COMP-LIMITE       PIC 9(06).
       77  WS-BH-MES-LIMITE        PIC 9(06).
       77  WS-BH-MES-AVISO         PIC 9(06).
       77  WS-BH-MES-VENCE         PIC 9(06).
       77  WS-BH-COMP-CONV         PIC 9(06).
       77  WS-BH-MES-CONV          PIC 9(06).
       77  WS-BH-ANO-CONV          PIC 9(04).
       77  WS-BH-MES-REM           PIC 9(02).
       77  WS-BH-NEGATIVO          PIC 9(05)V99.
       77  WS-BH-POSITIVO          PIC 9(05)V99.
       77  WS-BH-RESTO             PIC 9(05)V99.
       77  WS-BH-IND               PIC 9(03)   COMP.
       77  WS-BH-LOTE              PIC 9(03)   COMP.
       01  WS-BH-LANCAMENTOS.
           05 WS-BH-QTD            PIC 9(03)   COMP VALUE ZERO.
           05 WS-BH-ITEM OCCURS 240.
              10 WS-BH-COMP        PIC 9(06).
              10 WS-BH-CREDITO     PIC 9(05)V99.
              10 WS-BH-DEBITO      PIC 9(05)V99.
              10 WS-BH-PAGAS       PIC 9(05)V99.
              10 WS-BH-DESCONTADAS PIC 9(05)V99.
              10 WS-BH-ACERTO-LANC PIC X.
              10 WS-BH-MES-LOTE    PIC 9(06).
              10 WS-BH-SALDO-LOTE  PIC 9(05)V99.
              10 WS-BH-VENCIDAS    PIC 9(05)V99.
              10 WS-BH-POS-APOS    PIC 9(05)V99.
              10 WS-BH-NEG-APOS    PIC 9(05)V99.

       01  LINHA-EXT-TITULO.
           05 FILLER                PIC X(47) VALUE
              "EXTRATO DO BANCO DE HORAS - REFERENCIA".
           05 LET-MES               PIC 99.
           05 FILLER                PIC X(01) VALUE "/".
           05 LET-ANO               PIC 9999.

       01  LINHA-SEPARADORA.
           05 FILLER                PIC X(90) VALUE ALL "-".

       01  LINHA-EXT-FUNC.
           05 FILLER                PIC X(13) VALUE "FUNCIONARIO: ".
           05 LEF-CODIGO            PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LEF-NOME              PIC X(40).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LEF-PARTICIPA         PIC X(22).

       01  LINHA-EXT-CAB.
           05 FILLER                PIC X(45) VALUE
              "COMPET.      CREDITO     DEBITO   VENC./PAGAS".
           05 FILLER                PIC X(45) VALUE
              "  SALDO POS.  SALDO NEG.  OBSERVACAO".

       01  LINHA-EXT-MES.
           05 LEM-MES               PIC 99.
           05 FILLER                PIC X(01) VALUE "/".
           05 LEM-ANO               PIC 9999.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LEM-CREDITO           PIC ZZ.ZZ9,99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LEM-DEBITO            PIC ZZ.ZZ9,99.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 LEM-VENCIDAS          PIC ZZ.ZZ9,99.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 LEM-POSITIVO          PIC ZZ.ZZ9,99.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 LEM-NEGATIVO          PIC ZZ.ZZ9,99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LEM-OBS               PIC X(30).

       01  LINHA-EXT-LOTE.
           05 FILLER                PIC X(17) VALUE
              "  LOTE EM ABERTO ".
           05 LEL-MES               PIC 99.
           05 FILLER                PIC X(01) VALUE "/".
           05 LEL-ANO               PIC 9999.
           05 FILLER                PIC X(02) VALUE ": ".
           05 LEL-HORAS             PIC ZZ.ZZ9,99.
           05 FILLER                PIC X(17) VALUE
              " HORAS, VENCE EM ".
           05 LEL-VENCE-MES         PIC 99.
           05 FILLER                PIC X(01) VALUE "/".
           05 LEL-VENCE-ANO         PIC 9999.

       01  LINHA-EXT-SALDO.
           05 FILLER                PIC X(24) VALUE
              "  SALDO NA REFERENCIA: ".
           05 LES-POSITIVO          PIC ZZ.ZZ9,99.
           05 FILLER                PIC X(22) VALUE
              " HORAS A FAVOR E ".
           05 LES-NEGATIVO          PIC ZZ.ZZ9,99.
           05 FILLER                PIC X(15) VALUE
              " HORAS DEVIDAS".

       01  LINHA-EXT-VAZIO.
           05 FILLER                PIC X(40) VALUE
              "  SEM LANCAMENTOS NO BANCO DE HORAS".

       01  LINHA-EXT-TOTAL.
           05 FILLER                PIC X(30) VALUE
              "FUNCIONARIOS NO EXTRATO: ".
           05 LETT-QTDE             PIC ZZ.ZZ9.

       01  LINHA-VEN-TITULO.
           05 FILLER                PIC X(44) VALUE
              "HORAS DO BANCO A VENCER - REFERENCIA".
           05 LVT-MES               PIC 99.
           05 FILLER                PIC X(01) VALUE "/".
           05 LVT-ANO               PIC 9999.
           05 FILLER                PIC X(12) VALUE " - PROXIMOS ".
           05 LVT-MESES             PIC Z9.
           05 FILLER                PIC X(06) VALUE " MESES".

       01  LINHA-VEN-CAB.
           05 FILLER                PIC X(53) VALUE
              "COD.  NOME                           DEPTO LOTE".
           05 FILLER                PIC X(30) VALUE
              "       HORAS  VENCE EM".

       01  LINHA-VEN-DETALHE.
           05 LVD-CODIGO            PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LVD-NOME              PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LVD-DEPTO             PIC X(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LVD-MES               PIC 99.
           05 FILLER                PIC X(01) VALUE "/".
           05 LVD-ANO               PIC 9999.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 LVD-HORAS             PIC ZZ.ZZ9,99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LVD-VENCE-MES         PIC 99.
           05 FILLER                PIC X(01) VALUE "/".
           05 LVD-VENCE-ANO         PIC 9999.

       01  LINHA-VEN-TOTAL.
           05 FILLER                PIC X(20) VALUE
              "LOTES A VENCER: ".
           05 LVX-QTDE              PIC ZZ.ZZ9.
           05 FILLER                PIC X(16) VALUE
              "   TOTAL HORAS: ".
           05 LVX-HORAS             PIC Z.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "BANCO DE HORAS - EXTRATO E HORAS A VENCER"
           PERFORM LE-PARAMETROS
           PERFORM ABRIR-ARQUIVOS
           PERFORM GRAVA-CABECALHOS
           PERFORM PROCESSA-FUNCIONARIOS
           PERFORM GRAVA-TOTAIS
           PERFORM FECHAR-ARQUIVOS
           DISPLAY "Extrato gravado em EXTRATO_BH.TXT ("
                   WS-QTD-FUNC " funcionario(s)); "
                   WS-QTD-LOTES-VENCER " lote(s) a vencer em "
                   "BH_VENCER.TXT"
           STOP RUN.

       LE-PARAMETROS.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-COMPETENCIA
           DISPLAY "Competencia de referencia (AAAAMM, Enter = "
                   WS-COMPETENCIA "): " WITH NO ADVANCING
           MOVE SPACES TO WS-COMPETENCIA-INF
           ACCEPT WS-COMPETENCIA-INF
           IF WS-COMPETENCIA-INF NOT = SPACES
               IF WS-COMPETENCIA-INF IS NOT NUMERIC OR
                  WS-COMPETENCIA-INF(5:2) < "01" OR
                  WS-COMPETENCIA-INF(5:2) > "12"
                   DISPLAY "Competencia invalida."
                   STOP RUN
               END-IF
               MOVE WS-COMPETENCIA-INF TO WS-COMPETENCIA
           END-IF

           DISPLAY "Codigo do funcionario (Enter = todos): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-CODIGO-INF
           ACCEPT WS-CODIGO-INF
           IF WS-CODIGO-INF NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CODIGO-INF) TO WS-CODIGO-SEL
           END-IF

           DISPLAY "Meses de antecedencia do aviso (Enter = 2): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-MESES-INF
           ACCEPT WS-MESES-INF
           IF WS-MESES-INF NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-MESES-INF) TO WS-MESES-AVISO
           END-IF

           MOVE WS-COMPETENCIA TO WS-BH-COMP-LIMITE
           MOVE WS-COMPETENCIA TO WS-BH-COMP-CONV
           PERFORM CONVERTE-MES-BH
           MOVE WS-BH-MES-CONV TO WS-BH-MES-LIMITE
           COMPUTE WS-BH-MES-AVISO = WS-BH-MES-LIMITE + WS-MESES-AVISO.

       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-FUNC
           IF WS-STATUS NOT = "00"
               DISPLAY "Erro ao abrir FUNCIONARIOS.DAT: " WS-STATUS
               STOP RUN
           END-IF

      *> Sem o arquivo ninguem tem lancamento: o extrato sai so com
      *> os participantes, todos sem saldo.
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

           OPEN OUTPUT REL-EXTRATO
           IF WS-STATUS-EXT NOT = "00"
               DISPLAY "Erro ao abrir EXTRATO_BH.TXT: " WS-STATUS-EXT
               CLOSE ARQ-FUNC
               STOP RUN
           END-IF
           OPEN OUTPUT REL-VENCER
           IF WS-STATUS-VEN NOT = "00"
               DISPLAY "Erro ao abrir BH_VENCER.TXT: " WS-STATUS-VEN
               CLOSE ARQ-FUNC
               CLOSE REL-EXTRATO
               STOP RUN
           END-IF.

       GRAVA-CABECALHOS.
           MOVE WS-COMPETENCIA(5:2) TO LET-MES
           MOVE WS-COMPETENCIA(1:4) TO LET-ANO
           MOVE LINHA-EXT-TITULO TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE LINHA-SEPARADORA TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO

           MOVE WS-COMPETENCIA(5:2) TO LVT-MES
           MOVE WS-COMPETENCIA(1:4) TO LVT-ANO
           MOVE WS-MESES-AVISO TO LVT-MESES
           MOVE LINHA-VEN-TITULO TO LINHA-VENCER
           WRITE LINHA-VENCER
           MOVE LINHA-SEPARADORA TO LINHA-VENCER
           WRITE LINHA-VENCER
           MOVE LINHA-VEN-CAB TO LINHA-VENCER
           WRITE LINHA-VENCER.

      *> Com codigo informado so ele entra, ativo ou desligado; sem
      *> codigo, os ativos que participam ou tem lancamento.
       PROCESSA-FUNCIONARIOS.
           IF WS-CODIGO-SEL NOT = ZERO
               MOVE WS-CODIGO-SEL TO FUNC-CODIGO
               READ ARQ-FUNC
               IF WS-STATUS NOT = "00"
                   DISPLAY "Funcionario " WS-CODIGO-SEL
                           " nao encontrado: " WS-STATUS
               ELSE
                   PERFORM PROCESSA-UM-FUNC
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO FUNC-CODIGO
           START ARQ-FUNC KEY NOT < FUNC-CODIGO
           IF WS-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FUNC
           END-IF
           PERFORM UNTIL WS-FIM-FUNC = "S"
               READ ARQ-FUNC NEXT
                   AT END MOVE "S" TO WS-FIM-FUNC
                   NOT AT END
                       IF FUNC-ATIVO
                           PERFORM PROCESSA-UM-FUNC
                       END-IF
               END-READ
           END-PERFORM.

       PROCESSA-UM-FUNC.
           PERFORM CARREGA-BANCO-HORAS
           IF WS-BH-QTD = ZERO AND NOT FUNC-PARTICIPA-BH AND
              WS-CODIGO-SEL = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-FUNC
           PERFORM GRAVA-FUNC-EXTRATO
           IF WS-BH-QTD = ZERO
               MOVE LINHA-EXT-VAZIO TO LINHA-EXTRATO
               WRITE LINHA-EXTRATO
           ELSE
               PERFORM INCLUI-MES-LIMITE-BH
               PERFORM APURA-BANCO-HORAS
               PERFORM VARYING WS-BH-IND FROM 1 BY 1
                       UNTIL WS-BH-IND > WS-BH-QTD
                   PERFORM GRAVA-MES-EXTRATO
               END-PERFORM
               PERFORM VARYING WS-BH-LOTE FROM 1 BY 1
                       UNTIL WS-BH-LOTE > WS-BH-QTD
                   IF WS-BH-SALDO-LOTE (WS-BH-LOTE) > ZERO
                       PERFORM GRAVA-LOTE-ABERTO
                   END-IF
               END-PERFORM
               MOVE WS-BH-POSITIVO TO LES-POSITIVO
               MOVE WS-BH-NEGATIVO TO LES-NEGATIVO
               MOVE LINHA-EXT-SALDO TO LINHA-EXTRATO
               WRITE LINHA-EXTRATO
           END-IF
           MOVE SPACES TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO.

       GRAVA-FUNC-EXTRATO.
           MOVE FUNC-CODIGO TO LEF-CODIGO
           MOVE FUNC-NOME   TO LEF-NOME
           IF FUNC-PARTICIPA-BH
               MOVE "(PARTICIPA)" TO LEF-PARTICIPA
           ELSE
               MOVE "(NAO PARTICIPA MAIS)" TO LEF-PARTICIPA
           END-IF
           MOVE LINHA-EXT-FUNC TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE LINHA-EXT-CAB TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO.

      *> O mes de referencia entra no extrato mesmo sem lancamento,
      *> para mostrar o que venceu nele.
       GRAVA-MES-EXTRATO.
           MOVE WS-BH-COMP (WS-BH-IND)(5:2) TO LEM-MES
           MOVE WS-BH-COMP (WS-BH-IND)(1:4) TO LEM-ANO
           MOVE WS-BH-CREDITO (WS-BH-IND)   TO LEM-CREDITO
           MOVE WS-BH-DEBITO (WS-BH-IND)    TO LEM-DEBITO
           MOVE WS-BH-VENCIDAS (WS-BH-IND)  TO LEM-VENCIDAS
           MOVE WS-BH-POS-APOS (WS-BH-IND)  TO LEM-POSITIVO
           MOVE WS-BH-NEG-APOS (WS-BH-IND)  TO LEM-NEGATIVO
           MOVE SPACES TO LEM-OBS
           IF WS-BH-ACERTO-LANC (WS-BH-IND) = "S"
               MOVE "ACERTO NA RESCISAO" TO LEM-OBS
               MOVE WS-BH-PAGAS (WS-BH-IND) TO LEM-VENCIDAS
           END-IF
           MOVE LINHA-EXT-MES TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO.

      *> Lote com saldo: vai ao extrato e, se vence ate o fim do
      *> prazo de aviso, tambem a lista de horas a vencer.
       GRAVA-LOTE-ABERTO.
           COMPUTE WS-BH-MES-VENCE =
                   WS-BH-MES-LOTE (WS-BH-LOTE) + WS-BH-PRAZO-MESES
           MOVE WS-BH-COMP (WS-BH-LOTE)(5:2) TO LEL-MES
           MOVE WS-BH-COMP (WS-BH-LOTE)(1:4) TO LEL-ANO
           MOVE WS-BH-SALDO-LOTE (WS-BH-LOTE) TO LEL-HORAS
           PERFORM MES-DE-VENCIMENTO
           MOVE LINHA-EXT-LOTE TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO

           IF WS-BH-MES-VENCE > WS-BH-MES-AVISO
               EXIT PARAGRAPH
           END-IF
           MOVE FUNC-CODIGO TO LVD-CODIGO
           MOVE FUNC-NOME   TO LVD-NOME
           MOVE FUNC-DEPTO  TO LVD-DEPTO
           MOVE LEL-MES     TO LVD-MES
           MOVE LEL-ANO     TO LVD-ANO
           MOVE WS-BH-SALDO-LOTE (WS-BH-LOTE) TO LVD-HORAS
           MOVE LEL-VENCE-MES TO LVD-VENCE-MES
           MOVE LEL-VENCE-ANO TO LVD-VENCE-ANO
           MOVE LINHA-VEN-DETALHE TO LINHA-VENCER
           WRITE LINHA-VENCER
           ADD 1 TO WS-QTD-LOTES-VENCER
           ADD WS-BH-SALDO-LOTE (WS-BH-LOTE) TO WS-TOTAL-VENCER.

      *> Meses corridos de volta para MM/AAAA.
       MES-DE-VENCIMENTO.
           COMPUTE WS-BH-ANO-CONV = (WS-BH-MES-VENCE - 1) / 12
           COMPUTE WS-BH-MES-REM =
                   WS-BH-MES-VENCE - WS-BH-ANO-CONV * 12
           MOVE WS-BH-MES-REM  TO LEL-VENCE-MES
           MOVE WS-BH-ANO-CONV TO LEL-VENCE-ANO.

      *> Carrega os lancamentos do funcionario ate a referencia, em
      *> ordem de competencia (ordem da chave). Lancamento gravado na
      *> propria referencia quer dizer que a folha dela ja rodou e ja
      *> pagou o que vencia nela.
       CARREGA-BANCO-HORAS.
           MOVE ZERO TO WS-BH-QTD
           MOVE "N"  TO WS-BH-VENCE-LIMITE
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
           IF WS-BH-QTD >= 239
               DISPLAY "AVISO: func. " FUNC-CODIGO " com mais de 239 "
                       "lancamentos no banco de horas; excedente "
                       "ignorado."
               EXIT PARAGRAPH
           END-IF
           IF BH-COMPETENCIA = WS-BH-COMP-LIMITE
               MOVE "S" TO WS-BH-VENCE-LIMITE
           END-IF
           ADD 1 TO WS-BH-QTD
           MOVE BH-COMPETENCIA   TO WS-BH-COMP (WS-BH-QTD)
           MOVE BH-HORAS-CREDITO TO WS-BH-CREDITO (WS-BH-QTD)
           MOVE BH-HORAS-DEBITO  TO WS-BH-DEBITO (WS-BH-QTD)
           MOVE BH-HORAS-PAGAS   TO WS-BH-PAGAS (WS-BH-QTD)
           MOVE BH-HORAS-DESCONTADAS
               TO WS-BH-DESCONTADAS (WS-BH-QTD)
           MOVE BH-ACERTO        TO WS-BH-ACERTO-LANC (WS-BH-QTD).

      *> Sem lancamento na propria referencia, ela entra como ultimo
      *> lancamento vazio, para o saldo ser apurado ate ela.
       INCLUI-MES-LIMITE-BH.
           IF WS-BH-COMP (WS-BH-QTD) = WS-BH-COMP-LIMITE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BH-QTD
           MOVE WS-BH-COMP-LIMITE TO WS-BH-COMP (WS-BH-QTD)
           MOVE ZERO TO WS-BH-CREDITO (WS-BH-QTD)
           MOVE ZERO TO WS-BH-DEBITO (WS-BH-QTD)
           MOVE ZERO TO WS-BH-PAGAS (WS-BH-QTD)
           MOVE ZERO TO WS-BH-DESCONTADAS (WS-BH-QTD)
           MOVE "N"  TO WS-BH-ACERTO-LANC (WS-BH-QTD).

       APURA-BANCO-HORAS.
           MOVE ZERO TO WS-BH-NEGATIVO
           MOVE ZERO TO WS-BH-POSITIVO
           PERFORM VARYING WS-BH-IND FROM 1 BY 1
                   UNTIL WS-BH-IND > WS-BH-QTD
               PERFORM APURA-MES-BH
           END-PERFORM
           PERFORM VARYING WS-BH-LOTE FROM 1 BY 1
                   UNTIL WS-BH-LOTE > WS-BH-QTD
               ADD WS-BH-SALDO-LOTE (WS-BH-LOTE) TO WS-BH-POSITIVO
           END-PERFORM.

      *> Mesma sequencia do GERA-FOLHA: vencimentos de meses sem
      *> lancamento, credito contra o negativo, debito contra os
      *> lotes mais antigos, vencimento do mes e acerto da rescisao.
       APURA-MES-BH.
           MOVE ZERO TO WS-BH-VENCIDAS (WS-BH-IND)
           MOVE WS-BH-COMP (WS-BH-IND) TO WS-BH-COMP-CONV
           PERFORM CONVERTE-MES-BH
           MOVE WS-BH-MES-CONV TO WS-BH-MES-LOTE (WS-BH-IND)
           PERFORM VARYING WS-BH-LOTE FROM 1 BY 1
                   UNTIL WS-BH-LOTE >= WS-BH-IND
               IF WS-BH-MES-LOTE (WS-BH-LOTE) + WS-BH-PRAZO-MESES <
                  WS-BH-MES-LOTE (WS-BH-IND)
                   ADD WS-BH-SALDO-LOTE (WS-BH-LOTE)
                       TO WS-BH-VENCIDAS (WS-BH-IND)
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

           IF WS-BH-MES-LOTE (WS-BH-IND) NOT = WS-BH-MES-LIMITE OR
              WS-BH-VENCE-LIMITE = "S"
               PERFORM VARYING WS-BH-LOTE FROM 1 BY 1
                       UNTIL WS-BH-LOTE > WS-BH-IND
                   IF WS-BH-MES-LOTE (WS-BH-LOTE) + WS-BH-PRAZO-MESES
                      = WS-BH-MES-LOTE (WS-BH-IND)
                       ADD WS-BH-SALDO-LOTE (WS-BH-LOTE)
                           TO WS-BH-VENCIDAS (WS-BH-IND)
                       MOVE ZERO TO WS-BH-SALDO-LOTE (WS-BH-LOTE)
                   END-IF
               END-PERFORM
           END-IF

           IF WS-BH-ACERTO-LANC (WS-BH-IND) = "S"
               PERFORM VARYING WS-BH-LOTE FROM 1 BY 1
                       UNTIL WS-BH-LOTE > WS-BH-IND
                   MOVE ZERO TO WS-BH-SALDO-LOTE (WS-BH-LOTE)
               END-PERFORM
               MOVE ZERO TO WS-BH-NEGATIVO
           END-IF

           MOVE ZERO TO WS-BH-POS-APOS (WS-BH-IND)
           PERFORM VARYING WS-BH-LOTE FROM 1 BY 1
                   UNTIL WS-BH-LOTE > WS-BH-IND
               ADD WS-BH-SALDO-LOTE (WS-BH-LOTE)
                   TO WS-BH-POS-APOS (WS-BH-IND)
           END-PERFORM
           MOVE WS-BH-NEGATIVO TO WS-BH-NEG-APOS (WS-BH-IND).

       CONSOME-LOTE-BH.
           IF WS-BH-SALDO-LOTE (WS-BH-LOTE) > WS-BH-RESTO
               SUBTRACT WS-BH-RESTO FROM WS-BH-SALDO-LOTE (WS-BH-LOTE)
               MOVE ZERO TO WS-BH-RESTO
           ELSE
               SUBTRACT WS-BH-SALDO-LOTE (WS-BH-LOTE) FROM WS-BH-RESTO
               MOVE ZERO TO WS-BH-SALDO-LOTE (WS-BH-LOTE)
           END-IF.

      *> Competencia AAAAMM em numero de meses corridos.
       CONVERTE-MES-BH.
           DIVIDE WS-BH-COMP-CONV BY 100
               GIVING WS-BH-ANO-CONV REMAINDER WS-BH-MES-REM
           COMPUTE WS-BH-MES-CONV = WS-BH-ANO-CONV * 12 + WS-BH-MES-REM.

       GRAVA-TOTAIS.
           MOVE WS-QTD-FUNC TO LETT-QTDE
           MOVE LINHA-EXT-TOTAL TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO

           MOVE LINHA-SEPARADORA TO LINHA-VENCER
           WRITE LINHA-VENCER
           MOVE WS-QTD-LOTES-VENCER TO LVX-QTDE
           MOVE WS-TOTAL-VENCER TO LVX-HORAS
           MOVE LINHA-VEN-TOTAL TO LINHA-VENCER
           WRITE LINHA-VENCER.

       FECHAR-ARQUIVOS.
           CLOSE ARQ-FUNC
           IF WS-TEM-BH = "S"
               CLOSE ARQ-BH
           END-IF
           CLOSE REL-EXTRATO
           CLOSE REL-VENCER.

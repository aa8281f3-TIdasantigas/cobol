           RECORD KEY IS FER-CHAVE
           FILE STATUS IS WS-STATUS-FER.

           SELECT ARQ-CTB ASSIGN TO "PLANO_CONTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTB-RUBRICA
           FILE STATUS IS WS-STATUS-CTB.

           SELECT ARQ-AFAS ASSIGN TO "AFASTAMENTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AFAS-CHAVE
           FILE STATUS IS WS-STATUS-AFAS.

           SELECT ARQ-FERIADO ASSIGN TO "FERIADOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FERI-DATA
           FILE STATUS IS WS-STATUS-FERI.

           SELECT REL-FER-VENC ASSIGN TO "FERIAS_VENCER.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REL-FER.
       FD  ARQ-FER.
           COPY REGFER.

       FD  ARQ-CTB.
           COPY REGCTB.

       FD  ARQ-AFAS.
           COPY REGAFAS.

       FD  ARQ-FERIADO.
           COPY REGFERI.

       FD  REL-FER-VENC.
       01  LINHA-REL-FER         PIC X(80).

       77  WS-FIM-MOV            PIC X.
       77  WS-TOTAL-MOV          PIC 9(03).
       77  WS-QTDE-EDITADA       PIC ZZ9,99.
       77  WS-MOV-DATA-INF       PIC 9(08).
       77  WS-MOV-CLASSE-INF     PIC X.
       77  WS-MOV-PERIODO-INF    PIC X.
       77  WS-MOV-DATA-AMD       PIC 9(08).
       77  WS-MOV-DIA-SEMANA     PIC 9.

       77  WS-STATUS-DEP         PIC XX.
       77  WS-DEP-ACAO           PIC X.
       77  WS-FER-DIAS-INF       PIC 9(02).
       77  WS-FIM-FER            PIC X.
       77  WS-TOTAL-FER          PIC 9(03).
       77  WS-ANO-LIMITE         PIC 9999.
       77  WS-MES-LIMITE         PIC 99.
       77  WS-MESES-LIMITE       PIC S9(03).
       77  WS-COMP-PERIODO       PIC 9(06).
       77  WS-TEM-PROG-PERIODO   PIC X.
       77  WS-FIM-TAB            PIC X.
       77  WS-TOTAL-TAB          PIC 9(03).

       77  WS-STATUS-CTB         PIC XX.
       77  WS-CTB-ACAO           PIC X.
       77  WS-CTB-RUBRICA-INF    PIC X(14).
       77  WS-CTB-DEBITO-INF     PIC X(20).
       77  WS-CTB-CREDITO-INF    PIC X(20).
       77  WS-CTB-HISTORICO-INF  PIC X(30).
       77  WS-FIM-CTB            PIC X.
       77  WS-TOTAL-CTB          PIC 9(03).

       77  WS-STATUS-FERI        PIC XX.
       77  WS-FERI-ACAO          PIC X.
       77  WS-FERI-ANUAL-INF     PIC X.
       77  WS-FERI-DESC-INF      PIC X(30).
       77  WS-FERI-ABRANG-INF    PIC X.
       77  WS-FIM-FERI           PIC X.
       77  WS-TOTAL-FERI         PIC 9(03).

       77  WS-STATUS-AFAS        PIC XX.
       77  WS-AFAS-ACAO          PIC X.
       77  WS-AFAS-TIPO-INF      PIC X.
       77  WS-AFAS-INICIO-INF    PIC 9(08).
       77  WS-AFAS-FIM-INF       PIC 9(08).
       77  WS-AFAS-INICIO-AMD    PIC 9(08).
       77  WS-AFAS-FIM-AMD       PIC 9(08).
       77  WS-AFAS-PROX-SEQ      PIC 9(02).
       77  WS-AFAS-SEQ-BUSCA     PIC 9(02).
       77  WS-FIM-AFAS           PIC X.
       77  WS-TOTAL-AFAS         PIC 9(02).

      *> Afastamentos do funcionario para o periodo aquisitivo de
      *> ferias (tabela de PERAQUIS.CPY), com as regras da folha: sem
      *> a maternidade, doenca e acidente a partir do 16o dia.
       77  WS-DT-CONTRATO        PIC 9(08).
       77  WS-DATA-AMD           PIC 9(08).
       77  WS-INT-INI-PER        PIC 9(07).
       77  WS-INT-FIM-PER        PIC 9(07).

       77  WS-BANCO-INF          PIC X(03).
       77  WS-AGENCIA-INF        PIC X(05).
       77  WS-CONTA-INF          PIC X(10).
       77  WS-SAL-ATUAL-DEPTO    PIC 9(10)V99.
       77  WS-ORC-ESTOURO        PIC X.
       77  WS-SALARIO-CANDIDATO  PIC 9(08)V99.
       77  WS-REG-FUNC-SALVO     PIC X(138).
       77  WS-VAGAS-EDITADAS     PIC Z.ZZ9.
       77  WS-ORC-EDITADO        PIC Z.ZZZ.ZZZ.ZZ9,99.

       77  WS-OPER-NOME-INF      PIC X(40).
       77  WS-OPER-SENHA-NOVA    PIC X(10).
       77  WS-OPER-PERFIL-INF    PIC X.
       77  WS-OPER-TOKEN-NOVO    PIC X(10).
       77  WS-OPER-TOKEN-CONF    PIC X(10).
       77  WS-OPCAO-NEGADA       PIC X(08).
       77  WS-LOG-OPERACAO       PIC X.
       77  WS-LOG-CAMPO          PIC X(15).
       77  WS-TEMP-DATA          PIC X(08).
       77  WS-TEMP-DATA-MASK     PIC X(10).
       77  WS-DATA-VALIDA        PIC X.
       77  WS-READM-DATA         PIC 9(08).
       77  WS-READM-AMD          PIC 9(08).
       77  WS-DEMIS-AMD          PIC 9(08).
       77  WS-VAL-DIA            PIC 99.
       77  WS-VAL-MES            PIC 99.
       77  WS-VAL-ANO            PIC 9999.
       77  WS-VAL-DIAS-MES       PIC 99.

           COPY PERAQUIS.

       01  WS-DATA-MASK.
           05 WS-DIA             PIC 99.
           05 FILLER             PIC X VALUE "/".
           05 LINE 15 COL 10 VALUE "22 - Tabelas INSS/IRRF".
           05 LINE 16 COL 10 VALUE "23 - Descontos Recorrentes".
           05 LINE 16 COL 45 VALUE "24 - Programacao de Ferias".
           05 LINE 17 COL 10 VALUE "25 - Plano de Contas Folha".
           05 LINE 17 COL 45 VALUE "26 - Afastamentos".
           05 LINE 18 COL 10 VALUE "27 - Banco de Horas".
           05 LINE 18 COL 45 VALUE "28 - Feriados".
           05 LINE 19 COL 10 VALUE "Escolha uma opcao: ".
           05 COL PLUS 1 PIC 99 TO WS-OPCAO-NUM.

       01  TELA-LIMPA.
                       END-IF
                   WHEN 23 PERFORM DESCONTOS-REC-FUNC
                   WHEN 24 PERFORM FERIAS-PROG-FUNC
                   WHEN 25
                       PERFORM VERIFICA-AUTORIZACAO
                       IF WS-AUTORIZADO = "S"
                           PERFORM PLANO-CONTAS-FOLHA
                       END-IF
                   WHEN 26 PERFORM AFASTAMENTOS-FUNC
                   WHEN 27 PERFORM BANCO-HORAS-FUNC
                   WHEN 28
                       PERFORM VERIFICA-AUTORIZACAO
                       IF WS-AUTORIZADO = "S"
                           PERFORM FERIADOS-FOLHA
                       END-IF
               END-EVALUATE
           END-PERFORM
           CLOSE ARQ-FUNC
           CLOSE ARQ-TAB
           CLOSE ARQ-REC
           CLOSE ARQ-FER
           CLOSE ARQ-CTB
           CLOSE ARQ-AFAS
           CLOSE ARQ-FERIADO
           CLOSE ARQ-OPER
           CLOSE ARQ-CONTROLE
           CLOSE ARQ-LOG
               ACCEPT TELA-CADASTRO-OPER
               MOVE "S" TO OPER-PERFIL
               MOVE "A" TO OPER-STATUS
               MOVE SPACES TO OPER-TOKEN-LOTE
               IF (WS-CONFIRMA = "S" OR WS-CONFIRMA = "s") AND
                  OPER-CODIGO NOT = SPACES AND
                  OPER-SENHA NOT = SPACES
       MANUTENCAO-OPERADORES.
      *> Manutencao completa do cadastro de operadores (so
      *> supervisores chegam aqui): incluir, alterar nome/senha/
      *> perfil, desativar quem saiu, reativar quem voltou e
      *> definir o token de lote dos supervisores. A desativacao e
      *> logica (OPER-INATIVO) para o codigo continuar rastreavel
      *> nas linhas antigas do log de auditoria.
           DISPLAY TELA-LIMPA
           DISPLAY "MANUTENCAO DE OPERADORES" AT LINE 04 COL 10
           DISPLAY "(I)ncluir, (A)lterar, (D)esativar, (R)eativar "
                   "ou (T)oken de lote? " AT LINE 05 COL 10
           ACCEPT WS-OPER-ACAO AT LINE 05 COL 76
           EVALUATE WS-OPER-ACAO
               WHEN "I" WHEN "i" PERFORM CADASTRAR-OPERADOR
               WHEN "A" WHEN "a" PERFORM ALTERAR-OPERADOR
               WHEN "D" WHEN "d" PERFORM DESATIVAR-OPERADOR
               WHEN "R" WHEN "r" PERFORM REATIVAR-OPERADOR
               WHEN "T" WHEN "t" PERFORM DEFINIR-TOKEN-LOTE
               WHEN OTHER
                   DISPLAY "Opcao invalida" AT LINE 07 COL 10
           END-EVALUATE
           ACCEPT TELA-CADASTRO-OPER
           MOVE FUNCTION UPPER-CASE(OPER-PERFIL) TO OPER-PERFIL
           MOVE "A" TO OPER-STATUS
           MOVE SPACES TO OPER-TOKEN-LOTE

           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               IF OPER-CODIGO = SPACES OR OPER-SENHA = SPACES
               END-IF
           END-IF.

      *> O token de lote e a credencial que o supervisor informa no
      *> TOKEN= do FECHAMENTO.PRM para liberar competencia fechada na
      *> rodada sem operador. Fica separado da senha de login, para o
      *> arquivo de parametros nao expor a senha; por isso nao pode
      *> ser igual a ela. Token em branco revoga a liberacao em lote.
      *> O log registra so que houve troca, nunca o valor.
       DEFINIR-TOKEN-LOTE.
           DISPLAY "Codigo do supervisor: " AT LINE 07 COL 10
           ACCEPT WS-OPER-COD-BUSCA AT LINE 07 COL 33
           MOVE WS-OPER-COD-BUSCA TO OPER-CODIGO
           READ ARQ-OPER
           IF WS-STATUS-OPER NOT = "00"
               DISPLAY "Operador nao encontrado" AT LINE 09 COL 10
               EXIT PARAGRAPH
           END-IF
           IF NOT OPER-SUPERVISOR OR NOT OPER-ATIVO
               DISPLAY "Token de lote so para supervisor ativo!"
                       AT LINE 09 COL 10
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Nome: " AT LINE 09 COL 10
           DISPLAY OPER-NOME AT LINE 09 COL 16
           IF OPER-TOKEN-LOTE = SPACES
               DISPLAY "Token de lote atual: NAO DEFINIDO"
                       AT LINE 10 COL 10
           ELSE
               DISPLAY "Token de lote atual: DEFINIDO"
                       AT LINE 10 COL 10
           END-IF
           MOVE SPACES TO WS-OPER-TOKEN-NOVO
           MOVE SPACES TO WS-OPER-TOKEN-CONF
           DISPLAY "Novo token (branco revoga): " AT LINE 11 COL 10
           ACCEPT WS-OPER-TOKEN-NOVO AT LINE 11 COL 39 WITH SECURE
           DISPLAY "Repita o token: " AT LINE 12 COL 10
           ACCEPT WS-OPER-TOKEN-CONF AT LINE 12 COL 39 WITH SECURE
           IF WS-OPER-TOKEN-NOVO NOT = WS-OPER-TOKEN-CONF
               DISPLAY "Os tokens digitados nao conferem!"
                       AT LINE 14 COL 10
               EXIT PARAGRAPH
           END-IF
           IF WS-OPER-TOKEN-NOVO NOT = SPACES AND
              WS-OPER-TOKEN-NOVO = OPER-SENHA
               DISPLAY "O token nao pode ser igual a senha!"
                       AT LINE 14 COL 10
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Confirmar (S/N)? " AT LINE 14 COL 10
           ACCEPT WS-CONFIRMA AT LINE 14 COL 28
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Token nao alterado" AT LINE 15 COL 10
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPER-TOKEN-NOVO TO OPER-TOKEN-LOTE
           REWRITE REG-OPER
           IF WS-STATUS-OPER = "00"
               MOVE "A" TO WS-LOG-OPERACAO
               MOVE "TOKEN LOTE" TO WS-LOG-CAMPO
               MOVE OPER-CODIGO TO WS-LOG-ANTES
               IF OPER-TOKEN-LOTE = SPACES
                   MOVE "REVOGADO" TO WS-LOG-DEPOIS
               ELSE
                   MOVE "DEFINIDO" TO WS-LOG-DEPOIS
               END-IF
               MOVE ZERO TO FUNC-CODIGO
               PERFORM GRAVA-LOG
               DISPLAY "Token de lote gravado!" AT LINE 15 COL 10
           ELSE
               DISPLAY "Erro ao gravar token: "
                       WS-STATUS-OPER AT LINE 15 COL 10
           END-IF.

       DESATIVAR-OPERADOR.
           DISPLAY "Codigo do operador: " AT LINE 07 COL 10
           ACCEPT WS-OPER-COD-BUSCA AT LINE 07 COL 31
               STOP RUN
           END-IF

           OPEN I-O ARQ-CTB
           IF WS-STATUS-CTB = "35"
               OPEN OUTPUT ARQ-CTB
               CLOSE ARQ-CTB
               OPEN I-O ARQ-CTB
           END-IF
           IF WS-STATUS-CTB NOT = "00" AND WS-STATUS-CTB NOT = "05"
               DISPLAY "Erro ao abrir plano de contas: "
                       WS-STATUS-CTB AT LINE 24 COL 10
               ACCEPT WS-ENTER AT LINE 24 COL 55
               STOP RUN
           END-IF

           OPEN I-O ARQ-AFAS
           IF WS-STATUS-AFAS = "35"
               OPEN OUTPUT ARQ-AFAS
               CLOSE ARQ-AFAS
               OPEN I-O ARQ-AFAS
           END-IF
           IF WS-STATUS-AFAS NOT = "00" AND WS-STATUS-AFAS NOT = "05"
               DISPLAY "Erro ao abrir afastamentos: "
                       WS-STATUS-AFAS AT LINE 24 COL 10
               ACCEPT WS-ENTER AT LINE 24 COL 55
               STOP RUN
           END-IF

           OPEN I-O ARQ-FERIADO
           IF WS-STATUS-FERI = "35"
               OPEN OUTPUT ARQ-FERIADO
               CLOSE ARQ-FERIADO
               OPEN I-O ARQ-FERIADO
           END-IF
           IF WS-STATUS-FERI NOT = "00" AND WS-STATUS-FERI NOT = "05"
               DISPLAY "Erro ao abrir feriados: "
                       WS-STATUS-FERI AT LINE 24 COL 10
               ACCEPT WS-ENTER AT LINE 24 COL 55
               STOP RUN
           END-IF

           OPEN EXTEND ARQ-LOG
           IF WS-STATUS-LOG NOT = "00" AND WS-STATUS-LOG NOT = "05"
               DISPLAY "Erro ao abrir log de alteracoes: "
               MOVE ZERO TO FUNC-AGENCIA
               MOVE SPACES TO FUNC-CONTA
               MOVE SPACES TO FUNC-TIPO-CONTA
               MOVE ZERO TO FUNC-DT-READMISSAO
               MOVE ZERO TO FUNC-DT-DEMISSAO-ANT
               MOVE "N" TO FUNC-BANCO-HORAS

               PERFORM TENTAR-GRAVAR
               IF WS-STATUS = "00"
                   DISPLAY "CARGO: " AT LINE 09 COL 10
                   DISPLAY FUNC-CARGO AT LINE 09 COL 18

                   PERFORM ACEITA-DATA-READMISSAO
                   IF WS-DATA-VALIDA = "N"
                       DISPLAY "DATA DE READMISSAO INVALIDA"
                               AT LINE 13 COL 10
                   ELSE
                       PERFORM CONFIRMA-REATIVACAO
                   END-IF
               END-IF
           END-IF
           DISPLAY "Pressione Enter..." AT LINE 15 COL 10
           ACCEPT WS-ENTER AT LINE 15 COL 30.

      *> A readmissao e um movimento novo: a data (hoje, se nao
      *> informada) tem de ser posterior ao desligamento, que fica
      *> guardado em FUNC-DT-DEMISSAO-ANT para a declaracao mensal.
       ACEITA-DATA-READMISSAO.
           DISPLAY "Data da readmissao (DD/MM/AAAA, em branco = hoje):"
                   AT LINE 10 COL 10
           MOVE SPACES TO WS-TEMP-DATA-MASK
           ACCEPT WS-TEMP-DATA-MASK AT LINE 10 COL 62
           MOVE "S" TO WS-DATA-VALIDA
           IF WS-TEMP-DATA-MASK = SPACES
               PERFORM OBTER-DATA-HOJE
               MOVE WS-HOJE-DDMMAAAA TO WS-READM-DATA
           ELSE
               PERFORM VALIDAR-DATA-CALENDARIO
               IF WS-DATA-VALIDA = "N"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TEMP-DATA TO WS-READM-DATA
           END-IF
           MOVE WS-READM-DATA(5:4)    TO WS-READM-AMD(1:4)
           MOVE WS-READM-DATA(3:2)    TO WS-READM-AMD(5:2)
           MOVE WS-READM-DATA(1:2)    TO WS-READM-AMD(7:2)
           MOVE FUNC-DT-DEMISSAO(5:4) TO WS-DEMIS-AMD(1:4)
           MOVE FUNC-DT-DEMISSAO(3:2) TO WS-DEMIS-AMD(5:2)
           MOVE FUNC-DT-DEMISSAO(1:2) TO WS-DEMIS-AMD(7:2)
           IF WS-READM-AMD <= WS-DEMIS-AMD
               MOVE "N" TO WS-DATA-VALIDA
           END-IF.

       CONFIRMA-REATIVACAO.
           DISPLAY "Confirma reativacao (S/N)?"
                   AT LINE 11 COL 10
           ACCEPT WS-CONFIRMA AT LINE 11 COL 39

           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               MOVE "A" TO FUNC-STATUS
               MOVE FUNC-DT-DEMISSAO TO FUNC-DT-DEMISSAO-ANT
               MOVE WS-READM-DATA TO FUNC-DT-READMISSAO
               MOVE ZERO TO FUNC-DT-DEMISSAO
               PERFORM TENTAR-REGRAVAR
               IF WS-STATUS = "00"
                   MOVE "A" TO WS-LOG-OPERACAO
                   MOVE "REATIVACAO" TO WS-LOG-CAMPO
                   MOVE "D" TO WS-LOG-ANTES
                   MOVE "A" TO WS-LOG-DEPOIS
                   PERFORM GRAVA-LOG
                   DISPLAY "FUNCIONARIO REATIVADO!"
                           AT LINE 13 COL 10
               ELSE
                   DISPLAY "ERRO AO REATIVAR: " WS-STATUS
                           AT LINE 13 COL 10
               END-IF
           ELSE
               DISPLAY "REATIVACAO CANCELADA" AT LINE 13 COL 10
           END-IF.

       TENTAR-GRAVAR.
      *> WRITE de REG-FUNC com retentativa quando o registro esta
      *> bloqueado por outro operador (FILE STATUS "51"), em vez de
               MOVE ZERO TO FUNC-AGENCIA
               MOVE SPACES TO FUNC-CONTA
               MOVE SPACES TO FUNC-TIPO-CONTA
               MOVE ZERO TO FUNC-DT-READMISSAO
               MOVE ZERO TO FUNC-DT-DEMISSAO-ANT
               MOVE "N" TO FUNC-BANCO-HORAS

               PERFORM VALIDAR-CARGO
               IF WS-DATA-VALIDA = "N" OR WS-CARGO-VALIDO = "N"
           DISPLAY "Pressione Enter..." AT LINE 22 COL 10
           ACCEPT WS-ENTER AT LINE 22 COL 30.

       BANCO-HORAS-FUNC.
      *> Adesao do funcionario ao banco de horas do acordo sindical.
      *> Participante tem as horas extras e faltas do mes lancadas em
      *> BANCO_HORAS.DAT pela folha mensal em vez de pagas/descontadas;
      *> o saldo ja acumulado nao muda com a saida do banco (segue
      *> valendo para vencimento e rescisao) e aparece no extrato do
      *> BANCO-HORAS.
           DISPLAY TELA-LIMPA
           DISPLAY "BANCO DE HORAS" AT LINE 04 COL 10
           DISPLAY "Codigo do funcionario: " AT LINE 05 COL 10
           ACCEPT WS-CODIGO-BUSCA AT LINE 05 COL 33

           MOVE WS-CODIGO-BUSCA TO FUNC-CODIGO
           PERFORM TENTAR-LER
           IF WS-STATUS NOT = "00"
               DISPLAY "Registro nao encontrado" AT LINE 07 COL 10
           ELSE
               DISPLAY FUNC-NOME AT LINE 06 COL 10
               IF FUNC-PARTICIPA-BH
                   DISPLAY "Situacao: PARTICIPA do banco de horas"
                           AT LINE 08 COL 10
                   DISPLAY "Retirar do banco de horas (S/N)? "
                           AT LINE 10 COL 10
                   ACCEPT WS-CONFIRMA AT LINE 10 COL 44
               ELSE
                   DISPLAY "Situacao: NAO participa do banco de horas"
                           AT LINE 08 COL 10
                   DISPLAY "Incluir no banco de horas (S/N)? "
                           AT LINE 10 COL 10
                   ACCEPT WS-CONFIRMA AT LINE 10 COL 44
               END-IF
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   IF FUNC-PARTICIPA-BH
                       MOVE "N" TO FUNC-BANCO-HORAS
                       MOVE "PARTICIPA" TO WS-LOG-ANTES
                       MOVE "NAO PARTICIPA" TO WS-LOG-DEPOIS
                   ELSE
                       MOVE "S" TO FUNC-BANCO-HORAS
                       MOVE "NAO PARTICIPA" TO WS-LOG-ANTES
                       MOVE "PARTICIPA" TO WS-LOG-DEPOIS
                   END-IF
                   PERFORM TENTAR-REGRAVAR
                   IF WS-STATUS = "00"
                       MOVE "A" TO WS-LOG-OPERACAO
                       MOVE "BANCO DE HORAS" TO WS-LOG-CAMPO
                       PERFORM GRAVA-LOG
                       DISPLAY "Participacao atualizada!"
                               AT LINE 12 COL 10
                   ELSE
                       DISPLAY "Erro ao gravar: " WS-STATUS
                               AT LINE 12 COL 10
                   END-IF
               ELSE
                   DISPLAY "Alteracao cancelada" AT LINE 12 COL 10
               END-IF
           END-IF

           DISPLAY "Pressione Enter..." AT LINE 22 COL 10
           ACCEPT WS-ENTER AT LINE 22 COL 30.

       TABELAS-FOLHA.
      *> Manutencao das tabelas de INSS/IRRF por vigencia em
      *> TABELAS_FOLHA.DAT (so supervisores chegam aqui). Cada
           DISPLAY "Total de tabelas: " AT LINE WS-LINHA COL 10
           DISPLAY WS-TOTAL-TAB AT LINE WS-LINHA COL 28.

       PLANO-CONTAS-FOLHA.
      *> De-para das rubricas da folha para as contas contabeis em
      *> PLANO_CONTAS.DAT (so supervisores chegam aqui), usado por
      *> INTEGRA-CONTABIL. A rubrica e a descricao da verba como
      *> sai no holerite ou uma das rubricas fixas da integracao
      *> (SALARIO, 13O SALARIO, FERIAS, RESCISAO, INSS RETIDO,
      *> IRRF RETIDO, LIQUIDO, FGTS, INSS PATRONAL).
           DISPLAY TELA-LIMPA
           DISPLAY "PLANO DE CONTAS DA FOLHA" AT LINE 04 COL 10
           DISPLAY "(M)anter, (L)istar ou (E)xcluir rubrica? "
                   AT LINE 05 COL 10
           ACCEPT WS-CTB-ACAO AT LINE 05 COL 52
           EVALUATE WS-CTB-ACAO
               WHEN "M" WHEN "m" PERFORM MANTER-CONTA-FOLHA
               WHEN "L" WHEN "l" PERFORM LISTAR-CONTAS-FOLHA
               WHEN "E" WHEN "e" PERFORM EXCLUIR-CONTA-FOLHA
               WHEN OTHER
                   DISPLAY "Opcao invalida" AT LINE 07 COL 10
           END-EVALUATE

           DISPLAY "Pressione Enter..." AT LINE 22 COL 10
           ACCEPT WS-ENTER AT LINE 22 COL 30.

      *> Rubrica ja cadastrada mostra as contas atuais; campo em
      *> branco mantem o valor anterior.
       MANTER-CONTA-FOLHA.
           DISPLAY "Rubrica: " AT LINE 07 COL 10
           ACCEPT WS-CTB-RUBRICA-INF AT LINE 07 COL 19
           MOVE FUNCTION UPPER-CASE(WS-CTB-RUBRICA-INF)
               TO WS-CTB-RUBRICA-INF
           IF WS-CTB-RUBRICA-INF = SPACES
               DISPLAY "Rubrica obrigatoria!" AT LINE 08 COL 10
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CTB-RUBRICA-INF TO CTB-RUBRICA
           READ ARQ-CTB
           IF WS-STATUS-CTB = "00"
               DISPLAY "Conta debito atual : " AT LINE 08 COL 10
               DISPLAY CTB-CONTA-DEBITO AT LINE 08 COL 32
               DISPLAY "Conta credito atual: " AT LINE 09 COL 10
               DISPLAY CTB-CONTA-CREDITO AT LINE 09 COL 32
               DISPLAY "Historico atual    : " AT LINE 10 COL 10
               DISPLAY CTB-HISTORICO AT LINE 10 COL 32
               MOVE "A" TO WS-LOG-OPERACAO
           ELSE
               INITIALIZE REG-CTB
               MOVE WS-CTB-RUBRICA-INF TO CTB-RUBRICA
               MOVE "I" TO WS-LOG-OPERACAO
           END-IF
           MOVE CTB-CONTA-DEBITO TO WS-LOG-ANTES

           DISPLAY "Conta a debito : " AT LINE 12 COL 10
           ACCEPT WS-CTB-DEBITO-INF AT LINE 12 COL 28
           IF WS-CTB-DEBITO-INF NOT = SPACES
               MOVE WS-CTB-DEBITO-INF TO CTB-CONTA-DEBITO
           END-IF
           DISPLAY "Conta a credito: " AT LINE 13 COL 10
           ACCEPT WS-CTB-CREDITO-INF AT LINE 13 COL 28
           IF WS-CTB-CREDITO-INF NOT = SPACES
               MOVE WS-CTB-CREDITO-INF TO CTB-CONTA-CREDITO
           END-IF
           DISPLAY "Historico      : " AT LINE 14 COL 10
           ACCEPT WS-CTB-HISTORICO-INF AT LINE 14 COL 28
           IF WS-CTB-HISTORICO-INF NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-CTB-HISTORICO-INF)
                   TO CTB-HISTORICO
           END-IF

           IF CTB-CONTA-DEBITO = SPACES AND CTB-CONTA-CREDITO = SPACES
               DISPLAY "Informe ao menos uma conta!" AT LINE 16 COL 10
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Confirmar (S/N)? " AT LINE 16 COL 10
           ACCEPT WS-CONFIRMA AT LINE 16 COL 28
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               WRITE REG-CTB
               IF WS-STATUS-CTB = "22"
                   REWRITE REG-CTB
               END-IF
               IF WS-STATUS-CTB = "00"
                   MOVE "PLANO CONTAS" TO WS-LOG-CAMPO
                   MOVE SPACES TO WS-LOG-DEPOIS
                   STRING FUNCTION TRIM(CTB-RUBRICA) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          CTB-CONTA-DEBITO DELIMITED BY SIZE
                          INTO WS-LOG-DEPOIS
                   END-STRING
                   MOVE ZERO TO FUNC-CODIGO
                   PERFORM GRAVA-LOG
                   DISPLAY "Rubrica gravada!" AT LINE 17 COL 10
               ELSE
                   DISPLAY "Erro ao gravar rubrica: " WS-STATUS-CTB
                           AT LINE 17 COL 10
               END-IF
           ELSE
               DISPLAY "Gravacao cancelada" AT LINE 17 COL 10
           END-IF.

       EXCLUIR-CONTA-FOLHA.
           DISPLAY "Rubrica: " AT LINE 07 COL 10
           ACCEPT WS-CTB-RUBRICA-INF AT LINE 07 COL 19
           MOVE FUNCTION UPPER-CASE(WS-CTB-RUBRICA-INF)
               TO CTB-RUBRICA
           READ ARQ-CTB
           IF WS-STATUS-CTB NOT = "00"
               DISPLAY "Rubrica nao cadastrada" AT LINE 08 COL 10
           ELSE
               DISPLAY "Debito : " AT LINE 08 COL 10
               DISPLAY CTB-CONTA-DEBITO AT LINE 08 COL 20
               DISPLAY "Credito: " AT LINE 09 COL 10
               DISPLAY CTB-CONTA-CREDITO AT LINE 09 COL 20
               DISPLAY "Confirmar exclusao (S/N)? " AT LINE 11 COL 10
               ACCEPT WS-CONFIRMA AT LINE 11 COL 37
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   DELETE ARQ-CTB
                   IF WS-STATUS-CTB = "00"
                       MOVE "E" TO WS-LOG-OPERACAO
                       MOVE "PLANO CONTAS" TO WS-LOG-CAMPO
                       MOVE CTB-RUBRICA TO WS-LOG-ANTES
                       MOVE SPACES TO WS-LOG-DEPOIS
                       MOVE ZERO TO FUNC-CODIGO
                       PERFORM GRAVA-LOG
                       DISPLAY "Rubrica excluida!" AT LINE 12 COL 10
                   ELSE
                       DISPLAY "Erro ao excluir: " WS-STATUS-CTB
                               AT LINE 12 COL 10
                   END-IF
               ELSE
                   DISPLAY "Exclusao cancelada" AT LINE 12 COL 10
               END-IF
           END-IF.

       LISTAR-CONTAS-FOLHA.
           MOVE LOW-VALUES TO CTB-RUBRICA
           MOVE ZERO TO WS-TOTAL-CTB
           MOVE "N" TO WS-FIM-CTB
           MOVE 08 TO WS-LINHA
           DISPLAY "RUBRICA        DEBITO               CREDITO"
                   AT LINE 07 COL 10
           START ARQ-CTB KEY NOT < CTB-RUBRICA
           IF WS-STATUS-CTB NOT = "00"
               MOVE "S" TO WS-FIM-CTB
           END-IF
           PERFORM UNTIL WS-FIM-CTB = "S"
               READ ARQ-CTB NEXT
                   AT END MOVE "S" TO WS-FIM-CTB
                   NOT AT END
                       ADD 1 TO WS-TOTAL-CTB
                       DISPLAY CTB-RUBRICA AT LINE WS-LINHA COL 10
                       DISPLAY CTB-CONTA-DEBITO
                               AT LINE WS-LINHA COL 25
                       DISPLAY CTB-CONTA-CREDITO
                               AT LINE WS-LINHA COL 46
                       ADD 1 TO WS-LINHA
                       IF WS-LINHA > 20
                           DISPLAY "Enter para continuar..."
                                   AT LINE 22 COL 10
                           ACCEPT WS-ENTER AT LINE 22 COL 35
                           DISPLAY TELA-LIMPA
                           MOVE 08 TO WS-LINHA
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Total de rubricas: " AT LINE WS-LINHA COL 10
           DISPLAY WS-TOTAL-CTB AT LINE WS-LINHA COL 29.

       FERIADOS-FOLHA.
      *> Calendario de feriados nacionais e locais em FERIADOS.DAT
      *> (so supervisores chegam aqui), usado pelo IMPORTA-PONTO e
      *> pelos movimentos para separar a hora extra de domingo e
      *> feriado e pelo GERA-FOLHA no calculo do DSR. Feriado de data
      *> fixa vale para todos os anos e e gravado com o ano zerado;
      *> feriado movel e cadastrado ano a ano.
           DISPLAY TELA-LIMPA
           DISPLAY "CALENDARIO DE FERIADOS" AT LINE 04 COL 10
           DISPLAY "(I)ncluir, (L)istar ou (E)xcluir feriado? "
                   AT LINE 05 COL 10
           ACCEPT WS-FERI-ACAO AT LINE 05 COL 53
           EVALUATE WS-FERI-ACAO
               WHEN "I" WHEN "i" PERFORM INCLUIR-FERIADO
               WHEN "L" WHEN "l" PERFORM LISTAR-FERIADOS
               WHEN "E" WHEN "e" PERFORM EXCLUIR-FERIADO
               WHEN OTHER
                   DISPLAY "Opcao invalida" AT LINE 07 COL 10
           END-EVALUATE

           DISPLAY "Pressione Enter..." AT LINE 22 COL 10
           ACCEPT WS-ENTER AT LINE 22 COL 30.

      *> Data digitada em DD/MM/AAAA e montada na chave AAAAMMDD,
      *> com o ano zerado quando o feriado repete todo ano.
       ACEITA-DATA-FERIADO.
           MOVE SPACES TO WS-TEMP-DATA-MASK
           DISPLAY "Data (DD/MM/AAAA): " AT LINE 07 COL 10
           ACCEPT WS-TEMP-DATA-MASK AT LINE 07 COL 29
           PERFORM VALIDAR-DATA-CALENDARIO
           IF WS-DATA-VALIDA = "N"
               DISPLAY "Data invalida!" AT LINE 08 COL 10
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Data fixa, repete todo ano (S/N)? "
                   AT LINE 08 COL 10
           ACCEPT WS-FERI-ANUAL-INF AT LINE 08 COL 45
           IF WS-FERI-ANUAL-INF = "S" OR WS-FERI-ANUAL-INF = "s"
               MOVE ZERO TO FERI-ANO
           ELSE
               MOVE WS-VAL-ANO TO FERI-ANO
           END-IF
           MOVE WS-VAL-MES TO FERI-MES
           MOVE WS-VAL-DIA TO FERI-DIA.

       INCLUIR-FERIADO.
           PERFORM ACEITA-DATA-FERIADO
           IF WS-DATA-VALIDA = "N"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Descricao: " AT LINE 09 COL 10
           ACCEPT WS-FERI-DESC-INF AT LINE 09 COL 21
           IF WS-FERI-DESC-INF = SPACES
               DISPLAY "Descricao obrigatoria!" AT LINE 10 COL 10
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Abrangencia (N=nacional L=local): "
                   AT LINE 10 COL 10
           ACCEPT WS-FERI-ABRANG-INF AT LINE 10 COL 45
           MOVE FUNCTION UPPER-CASE(WS-FERI-ABRANG-INF)
               TO WS-FERI-ABRANG-INF
           IF WS-FERI-ABRANG-INF NOT = "N" AND
              WS-FERI-ABRANG-INF NOT = "L"
               DISPLAY "Abrangencia invalida!" AT LINE 11 COL 10
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Confirmar (S/N)? " AT LINE 12 COL 10
           ACCEPT WS-CONFIRMA AT LINE 12 COL 28
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               MOVE FUNCTION UPPER-CASE(WS-FERI-DESC-INF)
                   TO FERI-DESCRICAO
               MOVE WS-FERI-ABRANG-INF TO FERI-ABRANGENCIA
               WRITE REG-FERIADO
               IF WS-STATUS-FERI = "00"
                   MOVE "I" TO WS-LOG-OPERACAO
                   MOVE "FERIADO" TO WS-LOG-CAMPO
                   MOVE SPACES TO WS-LOG-ANTES
                   MOVE SPACES TO WS-LOG-DEPOIS
                   STRING FERI-DATA DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FERI-DESCRICAO DELIMITED BY SIZE
                          INTO WS-LOG-DEPOIS
                   END-STRING
                   MOVE ZERO TO FUNC-CODIGO
                   PERFORM GRAVA-LOG
                   DISPLAY "Feriado gravado!" AT LINE 13 COL 10
               ELSE
                   IF WS-STATUS-FERI = "22"
                       DISPLAY "Feriado ja cadastrado nessa data!"
                               AT LINE 13 COL 10
                   ELSE
                       DISPLAY "Erro ao gravar feriado: "
                               WS-STATUS-FERI AT LINE 13 COL 10
                   END-IF
               END-IF
           ELSE
               DISPLAY "Inclusao cancelada" AT LINE 13 COL 10
           END-IF.

      *> Os feriados fixos (ano zerado) saem primeiro pela ordem da
      *> chave, seguidos dos moveis por data.
       LISTAR-FERIADOS.
           MOVE ZERO TO FERI-DATA
           MOVE ZERO TO WS-TOTAL-FERI
           MOVE "N" TO WS-FIM-FERI
           MOVE 08 TO WS-LINHA
           DISPLAY "DIA MES ANO   DESCRICAO                      ABR"
                   AT LINE 07 COL 10
           START ARQ-FERIADO KEY NOT < FERI-DATA
           IF WS-STATUS-FERI NOT = "00"
               MOVE "S" TO WS-FIM-FERI
           END-IF
           PERFORM UNTIL WS-FIM-FERI = "S"
               READ ARQ-FERIADO NEXT
                   AT END MOVE "S" TO WS-FIM-FERI
                   NOT AT END
                       ADD 1 TO WS-TOTAL-FERI
                       DISPLAY FERI-DIA AT LINE WS-LINHA COL 10
                       DISPLAY FERI-MES AT LINE WS-LINHA COL 14
                       IF FERI-ANO = ZERO
                           DISPLAY "FIXO" AT LINE WS-LINHA COL 18
                       ELSE
                           DISPLAY FERI-ANO AT LINE WS-LINHA COL 18
                       END-IF
                       DISPLAY FERI-DESCRICAO
                               AT LINE WS-LINHA COL 24
                       DISPLAY FERI-ABRANGENCIA
                               AT LINE WS-LINHA COL 55
                       ADD 1 TO WS-LINHA
                       IF WS-LINHA > 20
                           DISPLAY "Enter para continuar..."
                                   AT LINE 22 COL 10
                           ACCEPT WS-ENTER AT LINE 22 COL 35
                           DISPLAY TELA-LIMPA
                           MOVE 08 TO WS-LINHA
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Total de feriados: " AT LINE WS-LINHA COL 10
           DISPLAY WS-TOTAL-FERI AT LINE WS-LINHA COL 29.

       EXCLUIR-FERIADO.
           PERFORM ACEITA-DATA-FERIADO
           IF WS-DATA-VALIDA = "N"
               EXIT PARAGRAPH
           END-IF
           READ ARQ-FERIADO
           IF WS-STATUS-FERI NOT = "00"
               DISPLAY "Feriado nao cadastrado" AT LINE 10 COL 10
           ELSE
               DISPLAY FERI-DESCRICAO AT LINE 10 COL 10
               DISPLAY "Confirmar exclusao (S/N)? " AT LINE 11 COL 10
               ACCEPT WS-CONFIRMA AT LINE 11 COL 37
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   DELETE ARQ-FERIADO
                   IF WS-STATUS-FERI = "00"
                       MOVE "E" TO WS-LOG-OPERACAO
                       MOVE "FERIADO" TO WS-LOG-CAMPO
                       MOVE SPACES TO WS-LOG-ANTES
                       STRING FERI-DATA DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              FERI-DESCRICAO DELIMITED BY SIZE
                              INTO WS-LOG-ANTES
                       END-STRING
                       MOVE SPACES TO WS-LOG-DEPOIS
                       MOVE ZERO TO FUNC-CODIGO
                       PERFORM GRAVA-LOG
                       DISPLAY "Feriado excluido!" AT LINE 12 COL 10
                   ELSE
                       DISPLAY "Erro ao excluir: " WS-STATUS-FERI
                               AT LINE 12 COL 10
                   END-IF
               ELSE
                   DISPLAY "Exclusao cancelada" AT LINE 12 COL 10
               END-IF
           END-IF.

       MOVIMENTOS-FUNC.
      *> Registro de movimentos mensais (hora extra, falta, bonus,
      *> desconto) por competencia e funcionario, gravado em
      *> area de REG-MOV, entao o registro novo so e montado depois.
               MOVE ZERO TO WS-MOV-QTDE-INF
               MOVE ZERO TO WS-MOV-VALOR-INF
               MOVE ZERO TO WS-MOV-DATA-INF
               MOVE SPACES TO WS-MOV-CLASSE-INF
               MOVE SPACES TO WS-MOV-PERIODO-INF
               IF WS-MOV-TIPO-INF = "H" OR WS-MOV-TIPO-INF = "F"
                   DISPLAY "Quantidade (horas/dias): "
                           AT LINE 11 COL 10
                   ACCEPT WS-INPUT-QTDE AT LINE 11 COL 36
                   MOVE FUNCTION NUMVAL(WS-INPUT-QTDE)
                       TO WS-MOV-QTDE-INF
                   PERFORM CLASSIFICA-MOVIMENTO
                   IF WS-DATA-VALIDA = "N"
                       EXIT PARAGRAPH
                   END-IF
               ELSE
                   DISPLAY "Valor: R$ " AT LINE 11 COL 10
                   ACCEPT WS-INPUT-VALOR-MOV AT LINE 11 COL 21
                       TO WS-MOV-VALOR-INF
               END-IF

               DISPLAY "Confirmar (S/N)? " AT LINE 15 COL 10
               ACCEPT WS-CONFIRMA AT LINE 15 COL 28
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   PERFORM CALCULA-PROX-SEQ-MOV
                   MOVE WS-MOV-COMPETENCIA TO MOV-COMPETENCIA
                   MOVE WS-MOV-TIPO-INF    TO MOV-TIPO
                   MOVE WS-MOV-QTDE-INF    TO MOV-QTDE
                   MOVE WS-MOV-VALOR-INF   TO MOV-VALOR
                   MOVE WS-MOV-DATA-INF    TO MOV-DATA
                   MOVE WS-MOV-CLASSE-INF  TO MOV-CLASSE-DIA
                   MOVE WS-MOV-PERIODO-INF TO MOV-PERIODO
                   WRITE REG-MOV
                   IF WS-STATUS-MOV = "00"
                       DISPLAY "Movimento incluido (seq. "
                               AT LINE 16 COL 10
                       DISPLAY MOV-SEQ AT LINE 16 COL 36
                       DISPLAY ")" AT LINE 16 COL 39
                   ELSE
                       DISPLAY "Erro ao gravar movimento: "
                               WS-STATUS-MOV AT LINE 16 COL 10
                   END-IF
               ELSE
                   DISPLAY "Inclusao cancelada" AT LINE 16 COL 10
               END-IF
           END-IF.

      *> Hora extra e falta digitadas recebem a mesma classificacao
      *> do IMPORTA-PONTO: a data (opcional, dentro da competencia)
      *> define dia util ou domingo/feriado pelo calendario e, na
      *> hora extra, o operador informa se foi noturna. Sem data o
      *> lancamento fica como dia util.
       CLASSIFICA-MOVIMENTO.
           MOVE "S" TO WS-DATA-VALIDA
           MOVE "U" TO WS-MOV-CLASSE-INF
           MOVE "D" TO WS-MOV-PERIODO-INF
           MOVE SPACES TO WS-TEMP-DATA-MASK
           DISPLAY "Data (DD/MM/AAAA, Enter = sem data): "
                   AT LINE 12 COL 10
           ACCEPT WS-TEMP-DATA-MASK AT LINE 12 COL 48
           IF WS-TEMP-DATA-MASK NOT = SPACES
               PERFORM VALIDAR-DATA-CALENDARIO
               IF WS-DATA-VALIDA = "S" AND
                  WS-VAL-ANO * 100 + WS-VAL-MES NOT =
                  WS-MOV-COMPETENCIA
                   MOVE "N" TO WS-DATA-VALIDA
               END-IF
               IF WS-DATA-VALIDA = "N"
                   DISPLAY "Data invalida ou fora da competencia!"
                           AT LINE 13 COL 10
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TEMP-DATA TO WS-MOV-DATA-INF
               PERFORM CLASSIFICA-DIA-MOV
           END-IF
           IF WS-MOV-TIPO-INF = "H"
               DISPLAY "Noturna, das 22h as 5h (S/N)? "
                       AT LINE 13 COL 10
               ACCEPT WS-CONFIRMA AT LINE 13 COL 41
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   MOVE "N" TO WS-MOV-PERIODO-INF
               END-IF
           END-IF.

      *> Domingo (dia da semana 6, contando de segunda = 0) ou data
      *> do calendario de feriados, exata ou fixa (ano zerado).
       CLASSIFICA-DIA-MOV.
           COMPUTE WS-MOV-DATA-AMD =
                   WS-VAL-ANO * 10000 + WS-VAL-MES * 100 + WS-VAL-DIA
           COMPUTE WS-MOV-DIA-SEMANA = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-MOV-DATA-AMD) - 1, 7)
           IF WS-MOV-DIA-SEMANA = 6
               MOVE "D" TO WS-MOV-CLASSE-INF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MOV-DATA-AMD TO FERI-DATA
           READ ARQ-FERIADO
           IF WS-STATUS-FERI = "00"
               MOVE "D" TO WS-MOV-CLASSE-INF
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO FERI-ANO
           READ ARQ-FERIADO
           IF WS-STATUS-FERI = "00"
               MOVE "D" TO WS-MOV-CLASSE-INF
           END-IF.

      *> O sequencial do movimento e o maior ja usado na competencia/
      *> funcionario mais 1, varrendo so a faixa da chave composta.
       CALCULA-PROX-SEQ-MOV.
           MOVE ZERO TO WS-TOTAL-MOV
           MOVE "N" TO WS-FIM-MOV
           MOVE 11 TO WS-LINHA
           DISPLAY "SEQ  TIPO  QTDE    VALOR       DIA PER"
                   AT LINE 10 COL 10
           START ARQ-MOV KEY NOT < MOV-CHAVE
           IF WS-STATUS-MOV NOT = "00"
               MOVE "S" TO WS-FIM-MOV
                           MOVE MOV-VALOR TO WS-VALOR-EDITADO
                           DISPLAY WS-VALOR-EDITADO
                                   AT LINE WS-LINHA COL 29
                           DISPLAY MOV-CLASSE-DIA
                                   AT LINE WS-LINHA COL 42
                           DISPLAY MOV-PERIODO
                                   AT LINE WS-LINHA COL 46
                           ADD 1 TO WS-LINHA
                           IF WS-LINHA > 20
                               DISPLAY "Enter para continuar..."
           DISPLAY "Pressione Enter..." AT LINE 22 COL 10
           ACCEPT WS-ENTER AT LINE 22 COL 30.

      *> Mostra o periodo aquisitivo em curso hoje e grava a
      *> marcacao com o periodo em curso no inicio do gozo, que so
      *> pode comecar com um periodo completo; competencia ja
      *> marcada e regravada por cima, que e como uma programacao e
      *> remarcada para outros dias/data de inicio.
       MARCAR-FERIAS.
           PERFORM OBTER-DATA-HOJE
           PERFORM DEFINE-INICIO-CONTRATO
           PERFORM CARREGA-AFASTAMENTOS
           COMPUTE WS-PER-REF =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD)
           PERFORM CALCULA-PERIODO-AQUIS
           PERFORM MOSTRA-PERIODO-AQUIS

           DISPLAY "Competencia do gozo (AAAAMM): "
                   AT LINE 10 COL 10
           PERFORM VALIDAR-DATA-CALENDARIO
           IF WS-DATA-VALIDA = "N"
               DISPLAY "Data de inicio invalida!" AT LINE 12 COL 10
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TEMP-DATA(5:4) TO WS-PER-AMD(1:4)
           MOVE WS-TEMP-DATA(3:2) TO WS-PER-AMD(5:2)
           MOVE WS-TEMP-DATA(1:2) TO WS-PER-AMD(7:2)
           COMPUTE WS-PER-REF = FUNCTION INTEGER-OF-DATE(WS-PER-AMD)
           PERFORM CALCULA-PERIODO-AQUIS
           PERFORM MOSTRA-PERIODO-AQUIS
           IF WS-PER-SEM-RETORNO = "S"
               DISPLAY "Afastado pelo INSS ha mais de 6 meses na "
                       "data de inicio!" AT LINE 12 COL 10
               EXIT PARAGRAPH
           END-IF
           IF WS-PER-COMPLETO = "N"
               DISPLAY "Sem periodo aquisitivo completo na data de "
                       "inicio!" AT LINE 12 COL 10
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Dias de gozo (1 a 30): " AT LINE 12 COL 10
           ACCEPT WS-INPUT-DIAS-FER AT LINE 12 COL 34
           MOVE FUNCTION NUMVAL(WS-INPUT-DIAS-FER)
               TO WS-FER-DIAS-INF
           IF WS-FER-DIAS-INF < 1 OR WS-FER-DIAS-INF > 30
               DISPLAY "Quantidade de dias invalida!"
                       AT LINE 13 COL 10
           ELSE
               DISPLAY "Confirmar (S/N)? " AT LINE 14 COL 10
               ACCEPT WS-CONFIRMA AT LINE 14 COL 28
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   PERFORM GRAVA-FERIAS-PROG
               ELSE
                   DISPLAY "Marcacao cancelada" AT LINE 15 COL 10
               END-IF
           END-IF.

       MOSTRA-PERIODO-AQUIS.
           IF WS-PER-SEM-RETORNO = "S"
               DISPLAY "Periodo aquisitivo: suspenso (INSS > 6 meses)"
                       AT LINE 09 COL 10
               DISPLAY "       " AT LINE 09 COL 56
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Periodo aquisitivo: " AT LINE 09 COL 10
           MOVE WS-PER-INI TO WS-PER-CONV
           PERFORM CONVERTE-DATA-PERIODO
           MOVE WS-PER-DMA(1:2) TO WS-DIA
           MOVE WS-PER-DMA(3:2) TO WS-MES
           MOVE WS-PER-DMA(5:4) TO WS-ANO
           DISPLAY WS-DATA-MASK AT LINE 09 COL 30
           DISPLAY " a " AT LINE 09 COL 40
           IF WS-PER-FIM = 9999999
               DISPLAY "em aberto         " AT LINE 09 COL 43
           ELSE
               MOVE WS-PER-FIM TO WS-PER-CONV
               PERFORM CONVERTE-DATA-PERIODO
               MOVE WS-PER-DMA(1:2) TO WS-DIA
               MOVE WS-PER-DMA(3:2) TO WS-MES
               MOVE WS-PER-DMA(5:4) TO WS-ANO
               DISPLAY WS-DATA-MASK AT LINE 09 COL 43
               DISPLAY "        " AT LINE 09 COL 53
           END-IF.

      *> O contrato vigente do readmitido comeca na readmissao; o
      *> periodo aquisitivo conta dela.
       DEFINE-INICIO-CONTRATO.
           IF FUNC-DT-READMISSAO NOT = ZERO
               MOVE FUNC-DT-READMISSAO TO WS-DT-CONTRATO
           ELSE
               MOVE FUNC-DT-ADM TO WS-DT-CONTRATO
           END-IF.

       CARREGA-AFASTAMENTOS.
           MOVE ZERO TO WS-AFAS-QTD
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

      *> Doenca e acidente contam do 16o dia (os 15 primeiros sao
      *> pagos pela empresa); o que termina antes disso nao entra.
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
           IF AFAS-DOENCA OR AFAS-ACIDENTE
               ADD 15 TO WS-INT-INI-PER
           END-IF
           IF WS-INT-FIM-PER < WS-INT-INI-PER
               EXIT PARAGRAPH
           END-IF
           IF WS-AFAS-QTD >= 20
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

           COPY PERAQUIP.

       GRAVA-FERIAS-PROG.
           MOVE WS-CODIGO-BUSCA  TO FER-CODIGO-FUNC
           MOVE WS-FER-COMP-INF  TO FER-COMPETENCIA
           MOVE WS-PER-INI       TO WS-PER-CONV
           PERFORM CONVERTE-DATA-PERIODO
           MOVE WS-PER-DMA       TO FER-AQUIS-INI
           IF WS-PER-FIM = 9999999
               MOVE ZERO         TO FER-AQUIS-FIM
           ELSE
               MOVE WS-PER-FIM   TO WS-PER-CONV
               PERFORM CONVERTE-DATA-PERIODO
               MOVE WS-PER-DMA   TO FER-AQUIS-FIM
           END-IF
           MOVE WS-TEMP-DATA     TO FER-DT-INICIO
           MOVE WS-FER-DIAS-INF  TO FER-DIAS
           MOVE "P"              TO FER-STATUS
           END-IF.

      *> Relatorio de periodos aquisitivos a vencer: lista os
      *> funcionarios ativos com periodo aquisitivo completo cujo
      *> limite para gozar o ultimo periodo completo (um ano apos o
      *> fechamento dele) esta a tres meses ou menos — ou
      *> ja vencido — e que ainda nao tem ferias programadas de la
      *> para ca.
       RELATORIO-FERIAS-VENCER.
           END-IF.

       AVALIA-VENCIMENTO-FERIAS.
           PERFORM DEFINE-INICIO-CONTRATO
           PERFORM CARREGA-AFASTAMENTOS
           COMPUTE WS-PER-REF =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD)
           PERFORM CALCULA-PERIODO-AQUIS
      *> Sem periodo aquisitivo completo ainda, ou afastado pelo
      *> INSS com o periodo suspenso: nao ha o que vencer.
           IF WS-PER-COMPLETO = "N" OR WS-PER-SEM-RETORNO = "S"
               EXIT PARAGRAPH
           END-IF

      *> Limite do gozo: doze meses depois do fechamento do ultimo
      *> periodo aquisitivo completo (ja empurrado pelos
      *> afastamentos).
           MOVE WS-PER-ANT-FIM TO WS-PER-CONV
           ADD 1 TO WS-PER-CONV
           PERFORM CONVERTE-DATA-PERIODO
           MOVE WS-PER-DMA(3:2) TO WS-MES-LIMITE
           MOVE WS-PER-DMA(5:4) TO WS-ANO-LIMITE
           ADD 1 TO WS-ANO-LIMITE
           COMPUTE WS-MESES-LIMITE =
                   (WS-ANO-LIMITE - WS-HOJE-ANO) * 12
                   + WS-MES-LIMITE - WS-HOJE-MES
           IF WS-MESES-LIMITE > 3
               EXIT PARAGRAPH
           END-IF

      *> Ferias ja programadas (ou pagas) do fechamento do periodo
      *> para ca tiram o funcionario da lista.
           MOVE WS-PER-AMD(1:6) TO WS-COMP-PERIODO
           PERFORM VERIFICA-PROG-PERIODO
           IF WS-TEM-PROG-PERIODO = "S"
               EXIT PARAGRAPH
           ADD 1 TO WS-TOTAL-VENC
           MOVE FUNC-CODIGO      TO LFV-CODIGO
           MOVE FUNC-NOME        TO LFV-NOME
           MOVE WS-MES-LIMITE    TO LFV-LIM-MES
           MOVE WS-ANO-LIMITE    TO LFV-LIM-ANO
           IF WS-MESES-LIMITE <= 0
               MOVE "VENCIDO" TO LFV-OBS
           ELSE
               END-IF
           END-IF.

       AFASTAMENTOS-FUNC.
      *> Afastamentos do funcionario em AFASTAMENTOS.DAT (doenca,
      *> acidente de trabalho, maternidade, licenca nao remunerada),
      *> usados por GERA-FOLHA no salario proporcional aos dias
      *> trabalhados e na contagem dos avos de 13o e de ferias. A
      *> previsao de termino pode ficar em branco e ser informada
      *> depois, na alteracao, quando o retorno for conhecido.
           DISPLAY TELA-LIMPA
           DISPLAY "AFASTAMENTOS DO FUNCIONARIO" AT LINE 04 COL 10
           DISPLAY "Codigo do funcionario: " AT LINE 05 COL 10
           ACCEPT WS-CODIGO-BUSCA AT LINE 05 COL 33

           MOVE WS-CODIGO-BUSCA TO FUNC-CODIGO
           PERFORM TENTAR-LER
           IF WS-STATUS NOT = "00"
               DISPLAY "Registro nao encontrado" AT LINE 07 COL 10
           ELSE
               DISPLAY FUNC-NOME AT LINE 06 COL 10
               DISPLAY "(I)ncluir, (A)lterar termino, (L)istar ou "
                       "(E)xcluir? " AT LINE 07 COL 10
               ACCEPT WS-AFAS-ACAO AT LINE 07 COL 63
               EVALUATE WS-AFAS-ACAO
                   WHEN "I" WHEN "i" PERFORM INCLUIR-AFASTAMENTO
                   WHEN "A" WHEN "a" PERFORM ALTERAR-AFASTAMENTO
                   WHEN "L" WHEN "l" PERFORM LISTAR-AFASTAMENTOS
                   WHEN "E" WHEN "e" PERFORM EXCLUIR-AFASTAMENTO
                   WHEN OTHER
                       DISPLAY "Opcao invalida" AT LINE 09 COL 10
               END-EVALUATE
           END-IF

           DISPLAY "Pressione Enter..." AT LINE 22 COL 10
           ACCEPT WS-ENTER AT LINE 22 COL 30.

       INCLUIR-AFASTAMENTO.
           DISPLAY "Tipo (D=doenca A=acidente M=maternidade "
                   "L=licenca nao remun.): " AT LINE 09 COL 10
           ACCEPT WS-AFAS-TIPO-INF AT LINE 10 COL 10
           MOVE FUNCTION UPPER-CASE(WS-AFAS-TIPO-INF)
               TO WS-AFAS-TIPO-INF
           IF WS-AFAS-TIPO-INF NOT = "D" AND
              WS-AFAS-TIPO-INF NOT = "A" AND
              WS-AFAS-TIPO-INF NOT = "M" AND
              WS-AFAS-TIPO-INF NOT = "L"
               DISPLAY "Tipo de afastamento invalido!"
                       AT LINE 11 COL 10
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Data de inicio (DD/MM/AAAA): " AT LINE 11 COL 10
           ACCEPT WS-TEMP-DATA-MASK AT LINE 11 COL 40
           PERFORM VALIDAR-DATA-CALENDARIO
           IF WS-DATA-VALIDA = "N"
               DISPLAY "Data de inicio invalida!" AT LINE 12 COL 10
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TEMP-DATA TO WS-AFAS-INICIO-INF

           PERFORM ACEITA-PREVISAO-TERMINO
           IF WS-DATA-VALIDA = "N"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Confirmar (S/N)? " AT LINE 14 COL 10
           ACCEPT WS-CONFIRMA AT LINE 14 COL 28
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               PERFORM GRAVA-AFASTAMENTO
           ELSE
               DISPLAY "Inclusao cancelada" AT LINE 15 COL 10
           END-IF.

      *> Previsao de termino opcional (em branco = sem previsao);
      *> informada, tem de ser data valida e nao anterior ao inicio
      *> em WS-AFAS-INICIO-INF.
       ACEITA-PREVISAO-TERMINO.
           DISPLAY "Previsao de termino (DD/MM/AAAA, em branco = "
                   "sem previsao): " AT LINE 12 COL 10
           MOVE SPACES TO WS-TEMP-DATA-MASK
           ACCEPT WS-TEMP-DATA-MASK AT LINE 13 COL 10
           MOVE ZERO TO WS-AFAS-FIM-INF
           MOVE "S" TO WS-DATA-VALIDA
           IF WS-TEMP-DATA-MASK NOT = SPACES
               PERFORM VALIDAR-DATA-CALENDARIO
               IF WS-DATA-VALIDA = "N"
                   DISPLAY "Data de termino invalida!"
                           AT LINE 14 COL 10
               ELSE
                   MOVE WS-TEMP-DATA TO WS-AFAS-FIM-INF
                   MOVE WS-AFAS-INICIO-INF(5:4)
                        TO WS-AFAS-INICIO-AMD(1:4)
                   MOVE WS-AFAS-INICIO-INF(3:2)
                        TO WS-AFAS-INICIO-AMD(5:2)
                   MOVE WS-AFAS-INICIO-INF(1:2)
                        TO WS-AFAS-INICIO-AMD(7:2)
                   MOVE WS-AFAS-FIM-INF(5:4) TO WS-AFAS-FIM-AMD(1:4)
                   MOVE WS-AFAS-FIM-INF(3:2) TO WS-AFAS-FIM-AMD(5:2)
                   MOVE WS-AFAS-FIM-INF(1:2) TO WS-AFAS-FIM-AMD(7:2)
                   IF WS-AFAS-FIM-AMD < WS-AFAS-INICIO-AMD
                       DISPLAY "Termino anterior ao inicio!"
                               AT LINE 14 COL 10
                       MOVE "N" TO WS-DATA-VALIDA
                   END-IF
               END-IF
           END-IF.

       GRAVA-AFASTAMENTO.
           PERFORM CALCULA-PROX-SEQ-AFAS
           MOVE WS-CODIGO-BUSCA    TO AFAS-CODIGO-FUNC
           MOVE WS-AFAS-PROX-SEQ   TO AFAS-SEQ
           MOVE WS-AFAS-TIPO-INF   TO AFAS-TIPO
           MOVE WS-AFAS-INICIO-INF TO AFAS-DT-INICIO
           MOVE WS-AFAS-FIM-INF    TO AFAS-DT-PREV-FIM
           WRITE REG-AFAS
           IF WS-STATUS-AFAS = "00"
               MOVE "I" TO WS-LOG-OPERACAO
               MOVE "AFASTAMENTO" TO WS-LOG-CAMPO
               MOVE SPACES TO WS-LOG-ANTES
               MOVE SPACES TO WS-LOG-DEPOIS
               STRING WS-AFAS-TIPO-INF DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-AFAS-INICIO-INF DELIMITED BY SIZE
                      INTO WS-LOG-DEPOIS
               END-STRING
               PERFORM GRAVA-LOG
               DISPLAY "Afastamento incluido (seq. " AT LINE 15 COL 10
               DISPLAY AFAS-SEQ AT LINE 15 COL 38
               DISPLAY ")" AT LINE 15 COL 40
           ELSE
               DISPLAY "Erro ao gravar afastamento: " WS-STATUS-AFAS
                       AT LINE 15 COL 10
           END-IF.

       CALCULA-PROX-SEQ-AFAS.
           MOVE 1 TO WS-AFAS-PROX-SEQ
           MOVE WS-CODIGO-BUSCA TO AFAS-CODIGO-FUNC
           MOVE ZERO            TO AFAS-SEQ
           MOVE "N" TO WS-FIM-AFAS
           START ARQ-AFAS KEY NOT < AFAS-CHAVE
           IF WS-STATUS-AFAS NOT = "00"
               MOVE "S" TO WS-FIM-AFAS
           END-IF
           PERFORM UNTIL WS-FIM-AFAS = "S"
               READ ARQ-AFAS NEXT
                   AT END MOVE "S" TO WS-FIM-AFAS
                   NOT AT END
                       IF AFAS-CODIGO-FUNC NOT = WS-CODIGO-BUSCA
                           MOVE "S" TO WS-FIM-AFAS
                       ELSE
                           COMPUTE WS-AFAS-PROX-SEQ = AFAS-SEQ + 1
                       END-IF
               END-READ
           END-PERFORM.

      *> Alteracao da previsao de termino: e como o retorno efetivo
      *> (antecipado ou prorrogado) chega a folha.
       ALTERAR-AFASTAMENTO.
           DISPLAY "Sequencial do afastamento: " AT LINE 09 COL 10
           ACCEPT WS-AFAS-SEQ-BUSCA AT LINE 09 COL 38
           MOVE WS-CODIGO-BUSCA   TO AFAS-CODIGO-FUNC
           MOVE WS-AFAS-SEQ-BUSCA TO AFAS-SEQ
           READ ARQ-AFAS
           IF WS-STATUS-AFAS NOT = "00"
               DISPLAY "Afastamento nao encontrado" AT LINE 10 COL 10
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Tipo: " AT LINE 10 COL 10
           DISPLAY AFAS-TIPO AT LINE 10 COL 16
           MOVE AFAS-DT-INICIO(1:2) TO WS-DIA
           MOVE AFAS-DT-INICIO(3:2) TO WS-MES
           MOVE AFAS-DT-INICIO(5:4) TO WS-ANO
           DISPLAY "Inicio: " AT LINE 10 COL 20
           DISPLAY WS-DATA-MASK AT LINE 10 COL 28
           MOVE AFAS-DT-INICIO TO WS-AFAS-INICIO-INF

           PERFORM ACEITA-PREVISAO-TERMINO
           IF WS-DATA-VALIDA = "N"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Confirmar (S/N)? " AT LINE 14 COL 10
           ACCEPT WS-CONFIRMA AT LINE 14 COL 28
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               MOVE AFAS-DT-PREV-FIM TO WS-LOG-ANTES
               MOVE WS-AFAS-FIM-INF  TO AFAS-DT-PREV-FIM
               REWRITE REG-AFAS
               IF WS-STATUS-AFAS = "00"
                   MOVE "A" TO WS-LOG-OPERACAO
                   MOVE "AFASTAMENTO" TO WS-LOG-CAMPO
                   MOVE WS-AFAS-FIM-INF TO WS-LOG-DEPOIS
                   PERFORM GRAVA-LOG
                   DISPLAY "Afastamento alterado" AT LINE 15 COL 10
               ELSE
                   DISPLAY "Erro ao alterar afastamento: "
                           WS-STATUS-AFAS AT LINE 15 COL 10
               END-IF
           ELSE
               DISPLAY "Alteracao cancelada" AT LINE 15 COL 10
           END-IF.

       LISTAR-AFASTAMENTOS.
           MOVE WS-CODIGO-BUSCA TO AFAS-CODIGO-FUNC
           MOVE ZERO            TO AFAS-SEQ
           MOVE ZERO TO WS-TOTAL-AFAS
           MOVE "N" TO WS-FIM-AFAS
           MOVE 10 TO WS-LINHA
           DISPLAY "SEQ  TP INICIO      PREV. TERMINO"
                   AT LINE 09 COL 10
           START ARQ-AFAS KEY NOT < AFAS-CHAVE
           IF WS-STATUS-AFAS NOT = "00"
               MOVE "S" TO WS-FIM-AFAS
           END-IF
           PERFORM UNTIL WS-FIM-AFAS = "S"
               READ ARQ-AFAS NEXT
                   AT END MOVE "S" TO WS-FIM-AFAS
                   NOT AT END
                       IF AFAS-CODIGO-FUNC NOT = WS-CODIGO-BUSCA
                           MOVE "S" TO WS-FIM-AFAS
                       ELSE
                           ADD 1 TO WS-TOTAL-AFAS
                           PERFORM EXIBE-AFASTAMENTO
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Total de afastamentos: " AT LINE WS-LINHA COL 10
           DISPLAY WS-TOTAL-AFAS AT LINE WS-LINHA COL 33.

       EXIBE-AFASTAMENTO.
           DISPLAY AFAS-SEQ AT LINE WS-LINHA COL 10
           DISPLAY AFAS-TIPO AT LINE WS-LINHA COL 15
           MOVE AFAS-DT-INICIO(1:2) TO WS-DIA
           MOVE AFAS-DT-INICIO(3:2) TO WS-MES
           MOVE AFAS-DT-INICIO(5:4) TO WS-ANO
           DISPLAY WS-DATA-MASK AT LINE WS-LINHA COL 18
           IF AFAS-DT-PREV-FIM = ZERO
               DISPLAY "sem previsao" AT LINE WS-LINHA COL 30
           ELSE
               MOVE AFAS-DT-PREV-FIM(1:2) TO WS-DIA
               MOVE AFAS-DT-PREV-FIM(3:2) TO WS-MES
               MOVE AFAS-DT-PREV-FIM(5:4) TO WS-ANO
               DISPLAY WS-DATA-MASK AT LINE WS-LINHA COL 30
           END-IF
           ADD 1 TO WS-LINHA
           IF WS-LINHA > 20
               DISPLAY "Enter para continuar..." AT LINE 22 COL 10
               ACCEPT WS-ENTER AT LINE 22 COL 35
               DISPLAY TELA-LIMPA
               MOVE 10 TO WS-LINHA
           END-IF.

       EXCLUIR-AFASTAMENTO.
           DISPLAY "Sequencial do afastamento: " AT LINE 09 COL 10
           ACCEPT WS-AFAS-SEQ-BUSCA AT LINE 09 COL 38
           MOVE WS-CODIGO-BUSCA   TO AFAS-CODIGO-FUNC
           MOVE WS-AFAS-SEQ-BUSCA TO AFAS-SEQ
           READ ARQ-AFAS
           IF WS-STATUS-AFAS NOT = "00"
               DISPLAY "Afastamento nao encontrado" AT LINE 10 COL 10
           ELSE
               DISPLAY "Tipo: " AT LINE 10 COL 10
               DISPLAY AFAS-TIPO AT LINE 10 COL 16
               MOVE AFAS-DT-INICIO(1:2) TO WS-DIA
               MOVE AFAS-DT-INICIO(3:2) TO WS-MES
               MOVE AFAS-DT-INICIO(5:4) TO WS-ANO
               DISPLAY "Inicio: " AT LINE 10 COL 20
               DISPLAY WS-DATA-MASK AT LINE 10 COL 28
               DISPLAY "Confirma exclusao (S/N)? " AT LINE 12 COL 10
               ACCEPT WS-CONFIRMA AT LINE 12 COL 36
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   DELETE ARQ-AFAS RECORD
                   IF WS-STATUS-AFAS = "00"
                       MOVE "E" TO WS-LOG-OPERACAO
                       MOVE "AFASTAMENTO" TO WS-LOG-CAMPO
                       MOVE AFAS-DT-INICIO TO WS-LOG-ANTES
                       MOVE SPACES TO WS-LOG-DEPOIS
                       PERFORM GRAVA-LOG
                       DISPLAY "Afastamento excluido" AT LINE 13 COL 10
                   ELSE
                       DISPLAY "Erro ao excluir: " WS-STATUS-AFAS
                               AT LINE 13 COL 10
                   END-IF
               ELSE
                   DISPLAY "Exclusao cancelada" AT LINE 13 COL 10
               END-IF
           END-IF.

       REAJUSTE-COLETIVO.
      *> Reajuste salarial em lote (dissidio): seleciona por cargo ou
      *> por departamento, aplica percentual ou valor fixo, gera a

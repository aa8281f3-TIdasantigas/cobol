      *> muda a deducao do IRRF). Tambem confere o CONT-PROX-CODIGO
      *> do CONTROLE.DAT contra o maior codigo em uso. Tudo sai num
      *> relatorio de excecoes (BATIMENTO.TXT); arquivo que ainda nao
      *> existe e pulado com nota, nao e excecao. As excecoes que
      *> distorcem o calculo da folha ou a contabilizacao por
      *> departamento saem marcadas com "*" como bloqueantes; o
      *> fechamento em lote (FECHAMENTO-MENSAL) nao segue para a
      *> folha enquanto houver alguma.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATIMENTO-ARQUIVOS.

       77  WS-MAIOR-CODIGO         PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-EXCECOES       PIC 9(05)   VALUE ZERO.
       77  WS-EXC-SECAO            PIC 9(05).
       77  WS-TOTAL-BLOQUEANTES    PIC 9(05)   VALUE ZERO.
       77  WS-EXC-BLOQUEIA         PIC X.

           COPY REGLOTE.

       01  LINHA-BAT-TITULO.
           05 FILLER               PIC X(46) VALUE
           05 LBS-TITULO           PIC X(60).

       01  LINHA-BAT-DETALHE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LBD-MARCA            PIC X(01).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LBD-TEXTO            PIC X(34).
           05 LBD-CODIGO           PIC 9(05).
           05 FILLER               PIC X(01) VALUE SPACE.
              "TOTAL DE EXCECOES: ".
           05 LBT-TOTAL            PIC ZZ.ZZ9.

       01  LINHA-BAT-BLOQUEANTES.
           05 FILLER               PIC X(32) VALUE
              "EXCECOES BLOQUEANTES (*): ".
           05 LBB-TOTAL            PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM ABRIR-ARQUIVOS
           PERFORM GRAVA-TOTAL-GERAL
           PERFORM FECHAR-ARQUIVOS
           DISPLAY "Batimento concluido: " WS-TOTAL-EXCECOES
                   " excecao(oes) em BATIMENTO.TXT, "
                   WS-TOTAL-BLOQUEANTES " bloqueante(s)"
           MOVE WS-TOTAL-BLOQUEANTES TO LOTE-BLOQUEANTES
           MOVE ZERO TO RETURN-CODE
           GOBACK.

       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-FUNC
           IF WS-STATUS NOT = "00"
               DISPLAY "Erro ao abrir FUNCIONARIOS.DAT: " WS-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REL-BATIMENTO
           IF WS-STATUS-REL NOT = "00"
               DISPLAY "Erro ao abrir BATIMENTO.TXT: " WS-STATUS-REL
               CLOSE ARQ-FUNC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE LINHA-BAT-TITULO TO LINHA-BATIMENTO
           WRITE LINHA-BATIMENTO
               MOVE "S" TO WS-TEM-CONT
           END-IF.

      *> Cada secao comeca nao bloqueante; as conferencias que pesam
      *> na folha ligam WS-EXC-BLOQUEIA logo depois de abrir a secao.
       GRAVA-SECAO.
           MOVE LINHA-BAT-SECAO TO LINHA-BATIMENTO
           WRITE LINHA-BATIMENTO
           MOVE ZERO TO WS-EXC-SECAO
           MOVE "N" TO WS-EXC-BLOQUEIA.

       GRAVA-NOTA.
           MOVE LINHA-BAT-NOTA TO LINHA-BATIMENTO
           WRITE LINHA-BATIMENTO.

       GRAVA-EXCECAO.
           IF WS-EXC-BLOQUEIA = "S"
               MOVE "*" TO LBD-MARCA
               ADD 1 TO WS-TOTAL-BLOQUEANTES
           ELSE
               MOVE SPACE TO LBD-MARCA
           END-IF
           MOVE LINHA-BAT-DETALHE TO LINHA-BATIMENTO
           WRITE LINHA-BATIMENTO
           ADD 1 TO WS-EXC-SECAO
               PERFORM FECHA-SECAO
           END-IF.

      *> Departamento errado vai para o historico e para a
      *> contabilizacao por departamento, entao bloqueia; cargo
      *> inexistente so e informativo.
       CONFERE-UM-FUNCIONARIO.
           MOVE "S" TO WS-EXC-BLOQUEIA
           IF WS-TEM-DEPTO = "S"
               IF FUNC-DEPTO = SPACES
                   IF FUNC-ATIVO
               END-IF
           END-IF

           MOVE "N" TO WS-EXC-BLOQUEIA
           IF WS-TEM-CARGO = "S"
               MOVE FUNC-CARGO TO CARGO-NOME
               READ ARQ-CARGO
       CONFERE-DEPENDENTES.
           MOVE "DEPENDENTES ORFAOS" TO LBS-TITULO
           PERFORM GRAVA-SECAO
           MOVE "S" TO WS-EXC-BLOQUEIA
           IF WS-TEM-DEP = "N"
               MOVE "DEPENDENTES.DAT inexistente; conferencia pulada"
                   TO LBN-TEXTO
       CONFERE-MOVIMENTOS.
           MOVE "MOVIMENTOS ORFAOS" TO LBS-TITULO
           PERFORM GRAVA-SECAO
           MOVE "S" TO WS-EXC-BLOQUEIA
           IF WS-TEM-MOV = "N"
               MOVE "MOVIMENTOS.DAT inexistente; conferencia pulada"
                   TO LBN-TEXTO
       CONFERE-DESC-RECORRENTES.
           MOVE "DESCONTOS RECORRENTES ORFAOS" TO LBS-TITULO
           PERFORM GRAVA-SECAO
           MOVE "S" TO WS-EXC-BLOQUEIA
           IF WS-TEM-REC = "N"
               MOVE "DESCONTOS_REC.DAT inexistente; pulada"
                   TO LBN-TEXTO
       CONFERE-FERIAS-PROG.
           MOVE "PROGRAMACOES DE FERIAS ORFAS" TO LBS-TITULO
           PERFORM GRAVA-SECAO
           MOVE "S" TO WS-EXC-BLOQUEIA
           IF WS-TEM-FER = "N"
               MOVE "FERIAS_PROG.DAT inexistente; pulada"
                   TO LBN-TEXTO
           WRITE LINHA-BATIMENTO
           MOVE WS-TOTAL-EXCECOES TO LBT-TOTAL
           MOVE LINHA-BAT-TOTAL TO LINHA-BATIMENTO
           WRITE LINHA-BATIMENTO
           MOVE WS-TOTAL-BLOQUEANTES TO LBB-TOTAL
           MOVE LINHA-BAT-BLOQUEANTES TO LINHA-BATIMENTO
           WRITE LINHA-BATIMENTO.

       FECHAR-ARQUIVOS.

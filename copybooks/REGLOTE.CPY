      *> Area de parametros do fechamento mensal em lote, comum
      *> (EXTERNAL) ao FECHAMENTO-MENSAL e aos programas que ele chama
      *> em sequencia: BATIMENTO-ARQUIVOS, IMPORTA-PONTO e GERA-FOLHA.
      *> Com LOTE-ATIVO os programas nao perguntam nada no console:
      *> a competencia, o tipo de folha e a liberacao do supervisor
      *> (LOTE-SUPERVISOR e o token LOTE-TOKEN, conferido contra o
      *> OPER-TOKEN-LOTE do supervisor em OPERADORES.DAT) vem daqui.
      *> Na volta cada etapa devolve nesta mesma area o que o driver
      *> precisa para decidir se a cadeia segue: as excecoes
      *> bloqueantes do batimento e as linhas rejeitadas do ponto; o
      *> erro fatal volta em RETURN-CODE diferente de zero. Avulso
      *> (fora do lote) a area fica sem LOTE-ATIVO e os programas
      *> seguem interativos como sempre.
       01  LOTE-PARAMETROS IS EXTERNAL.
           05 LOTE-MODO             PIC X(01).
               88 LOTE-ATIVO        VALUE "S".
           05 LOTE-COMPETENCIA      PIC 9(06).
           05 LOTE-TIPO-FOLHA       PIC 9(01).
           05 LOTE-SUPERVISOR       PIC X(10).
           05 LOTE-TOKEN            PIC X(10).
           05 LOTE-LIMITE-REJEICOES PIC 9(05).
           05 LOTE-BLOQUEANTES      PIC 9(05).
           05 LOTE-REJEICOES        PIC 9(05).
           05 LOTE-SEM-GRAVACAO     PIC X(01).

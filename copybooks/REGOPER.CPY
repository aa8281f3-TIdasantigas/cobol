      *> "O" (operador comum) fica limitado as rotinas do dia a dia.
      *> Operadores desativados (OPER-INATIVO) permanecem no arquivo
      *> para rastreabilidade do log, mas nao conseguem mais logar.
      *> OPER-TOKEN-LOTE e a credencial do supervisor para o
      *> fechamento em lote (TOKEN= do FECHAMENTO.PRM), separada da
      *> senha de login; em branco o supervisor nao libera lote.
       01  REG-OPER.
           05 OPER-CODIGO         PIC X(10).
           05 OPER-NOME           PIC X(40).
           05 OPER-STATUS         PIC X(01).
               88 OPER-ATIVO      VALUE "A".
               88 OPER-INATIVO    VALUE "I".
           05 OPER-TOKEN-LOTE     PIC X(10).

      *> Layout do registro de BANCO_HORAS.DAT: lancamentos do banco
      *> de horas por funcionario e competencia, gravados pela folha
      *> mensal (GERA-FOLHA) e lidos pelo extrato do BANCO-HORAS.
      *> Guarda so os movimentos crus do mes, em horas: horas extras
      *> creditadas e faltas debitadas (dia de falta = 220/30 horas).
      *> O saldo nunca e gravado; quem precisa dele refaz a apuracao
      *> mes a mes desde o primeiro lancamento: o credito cobre antes
      *> o saldo negativo e o que sobra vira um lote da competencia,
      *> o debito consome os lotes mais antigos primeiro e o que
      *> faltar fica negativo, e o lote nao compensado no prazo do
      *> acordo vence e e pago como hora extra na folha mensal.
      *> BH-HORAS-PAGAS registra as horas pagas na competencia
      *> (vencidas na folha mensal ou saldo positivo na rescisao) e
      *> BH-HORAS-DESCONTADAS o saldo negativo descontado na
      *> rescisao; BH-ACERTADO marca o acerto da rescisao, que zera o
      *> banco para uma eventual readmissao.
       01  REG-BH.
           05 BH-CHAVE.
              10 BH-CODIGO-FUNC     PIC 9(05).
              10 BH-COMPETENCIA     PIC 9(06).
           05 BH-HORAS-CREDITO      PIC 9(05)V99.
           05 BH-HORAS-DEBITO       PIC 9(05)V99.
           05 BH-HORAS-PAGAS        PIC 9(05)V99.
           05 BH-HORAS-DESCONTADAS  PIC 9(05)V99.
           05 BH-ACERTO             PIC X(01).
               88 BH-ACERTADO       VALUE "S".

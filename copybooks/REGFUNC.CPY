           05 FUNC-TIPO-CONTA    PIC X(01).
               88 FUNC-CONTA-CORRENTE VALUE "C".
               88 FUNC-CONTA-POUPANCA VALUE "P".
      *> Readmissao pelo REATIVAR-FUNC: data da volta e a data do
      *> desligamento que ela desfez (o FUNC-DT-DEMISSAO e zerado na
      *> reativacao), para a declaracao mensal de admissoes e
      *> desligamentos enxergar os dois movimentos. Zeradas quando o
      *> funcionario nunca foi readmitido.
           05 FUNC-DT-READMISSAO PIC 9(08).
           05 FUNC-DT-DEMISSAO-ANT PIC 9(08).
      *> Participacao no banco de horas do acordo sindical: com "S"
      *> as horas extras e as faltas do mes vao para BANCO_HORAS.DAT
      *> em vez de serem pagas/descontadas na folha mensal.
           05 FUNC-BANCO-HORAS   PIC X(01).
               88 FUNC-PARTICIPA-BH VALUE "S".

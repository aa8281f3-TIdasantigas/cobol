      *> Layout do registro de PLANO_CONTAS.DAT: de-para das rubricas
      *> da folha para o plano de contas da contabilidade, mantido
      *> na opcao restrita a supervisor do CRUD-FUNCIONARIOS e lido
      *> por INTEGRA-CONTABIL. A rubrica e a descricao da verba como
      *> gravada em FOLHA_VERBAS.DAT (HORA EXTRA, CONSIGNADO, ...) ou
      *> uma das rubricas fixas da integracao: SALARIO, 13O SALARIO,
      *> FERIAS e RESCISAO (parte do bruto sem verba propria, por
      *> tipo de processamento), INSS RETIDO, IRRF RETIDO, LIQUIDO,
      *> FGTS e INSS PATRONAL. Verba de provento lanca a debito na
      *> CTB-CONTA-DEBITO, verba de desconto lanca a credito na
      *> CTB-CONTA-CREDITO; FGTS e INSS patronal usam as duas
      *> (despesa a debito, obrigacao a recolher a credito).
       01  REG-CTB.
           05 CTB-RUBRICA           PIC X(14).
           05 CTB-CONTA-DEBITO      PIC X(20).
           05 CTB-CONTA-CREDITO     PIC X(20).
           05 CTB-HISTORICO         PIC X(30).

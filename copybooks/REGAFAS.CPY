      *> Layout do registro de AFASTAMENTOS.DAT: afastamentos do
      *> funcionario (doenca, acidente de trabalho, maternidade,
      *> licenca nao remunerada), mantidos na tela de afastamentos do
      *> CRUD-FUNCIONARIOS e lidos por GERA-FOLHA e PROVISAO-FOLHA.
      *> Datas em DDMMAAAA; AFAS-DT-PREV-FIM zerada significa
      *> afastamento sem previsao de termino (segue ate ser
      *> informada). Dias que a empresa nao paga (doenca e acidente a
      *> partir do 16o dia, que passam ao INSS, e a licenca nao
      *> remunerada inteira) saem do salario do mes proporcional e
      *> contam contra os avos de 13o e de ferias; a maternidade e
      *> paga pela empresa e nao reduz salario nem avos.
       01  REG-AFAS.
           05 AFAS-CHAVE.
              10 AFAS-CODIGO-FUNC   PIC 9(05).
              10 AFAS-SEQ           PIC 9(02).
           05 AFAS-TIPO             PIC X(01).
               88 AFAS-DOENCA       VALUE "D".
               88 AFAS-ACIDENTE     VALUE "A".
               88 AFAS-MATERNIDADE  VALUE "M".
               88 AFAS-LICENCA-NR   VALUE "L".
           05 AFAS-DT-INICIO        PIC 9(08).
           05 AFAS-DT-PREV-FIM      PIC 9(08).

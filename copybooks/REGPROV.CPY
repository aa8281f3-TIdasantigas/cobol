      *> Layout do registro de PROVISOES.DAT: saldos das provisoes
      *> mensais de ferias e 13o salario por funcionario e
      *> competencia, gravados por PROVISAO-FOLHA. Cada competencia
      *> parte do saldo atual da competencia anterior do mesmo
      *> funcionario, soma a constituicao do mes (avos adquiridos) e
      *> tira a baixa dos pagamentos de ferias, 13o e rescisao
      *> lancados no historico. Os quatro saldos de PROV-PROVISAO
      *> sao, nesta ordem: ferias com o terco, 13o salario, FGTS de
      *> 8% e INSS patronal de 20% sobre as duas primeiras.
      *> PROV-DEPTO e o departamento do funcionario na competencia.
       01  REG-PROV.
           05 PROV-CHAVE.
              10 PROV-CODIGO-FUNC   PIC 9(05).
              10 PROV-COMPETENCIA   PIC 9(06).
           05 PROV-DEPTO            PIC X(05).
           05 PROV-SALARIO          PIC 9(08)V99.
           05 PROV-AVOS-FERIAS      PIC 9(02).
           05 PROV-AVOS-13          PIC 9(02).
           05 PROV-PROVISAO OCCURS 4.
              10 PROV-SALDO-ANTERIOR PIC 9(10)V99.
              10 PROV-CONSTITUICAO  PIC 9(10)V99.
              10 PROV-BAIXA         PIC 9(10)V99.
              10 PROV-SALDO-ATUAL   PIC 9(10)V99.
           05 PROV-DATA-CALCULO     PIC 9(08).

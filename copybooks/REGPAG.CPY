      *> Layout do registro de PAGAMENTOS.DAT: situacao de cada
      *> credito em conta mandado ao banco na remessa (chave
      *> FUNC-CODIGO + competencia + tipo de processamento, a mesma
      *> do historico). GERA-FOLHA grava o credito como pendente ao
      *> escrever o detalhe da remessa; RETORNO-BANCO baixa como
      *> pago ou rejeitado pelo arquivo de retorno, com o codigo de
      *> ocorrencia do banco, e volta o rejeitado a pendente quando
      *> ele segue na remessa complementar com os dados bancarios ja
      *> corrigidos. Banco/agencia/conta sao os do ultimo envio, para
      *> a complementar saber se o cadastro mudou desde a rejeicao.
       01  REG-PAG.
           05 PAG-CHAVE.
              10 PAG-CODIGO-FUNC    PIC 9(05).
              10 PAG-COMPETENCIA    PIC 9(06).
              10 PAG-TIPO           PIC X(01).
           05 PAG-VALOR             PIC 9(11)V99.
           05 PAG-BANCO             PIC 9(03).
           05 PAG-AGENCIA           PIC 9(05).
           05 PAG-CONTA             PIC X(10).
           05 PAG-TIPO-CONTA        PIC X(01).
           05 PAG-STATUS            PIC X(01).
               88 PAG-PENDENTE      VALUE "P".
               88 PAG-PAGO          VALUE "G".
               88 PAG-REJEITADO     VALUE "R".
           05 PAG-OCORRENCIA        PIC X(02).
           05 PAG-DT-OCORRENCIA     PIC 9(08).
           05 PAG-QTD-ENVIOS        PIC 9(02).

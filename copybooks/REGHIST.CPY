      *> CONSULTA-FOLHA para reimpressao de holerites e consultas
      *> de valores acumulados por funcionario. HIST-TIPO distingue
      *> os tipos de processamento (mensal, parcelas do 13o, ferias,
      *> rescisao, adiantamento quinzenal) dentro de uma mesma
      *> competencia.
       01  REG-HIST.
           05 HIST-CHAVE.
              10 HIST-CODIGO        PIC 9(05).
                  88 HIST-13-PARCELA-2  VALUE "2".
                  88 HIST-FERIAS        VALUE "F".
                  88 HIST-RESCISAO      VALUE "R".
                  88 HIST-ADIANTAMENTO  VALUE "A".
           05 HIST-NOME             PIC X(40).
           05 HIST-BRUTO            PIC 9(08)V99.
           05 HIST-INSS             PIC 9(08)V99.
      *> competencia (GUIAS.TXT).
           05 HIST-FGTS             PIC 9(08)V99.
           05 HIST-INSS-PATRONAL    PIC 9(08)V99.
      *> Departamento (centro de custo) do funcionario na data do
      *> processamento, para a integracao contabil lancar a folha no
      *> centro de custo da epoca mesmo depois de uma transferencia.
      *> Historico gravado antes deste campo fica em branco.
           05 HIST-DEPTO            PIC X(05).

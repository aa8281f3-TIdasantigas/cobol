      *> Periodo aquisitivo de ferias: tabela de afastamentos nao
      *> pagos do funcionario corrente e area de trabalho de
      *> CALCULA-PERIODO-AQUIS (copybook PERAQUIP). O programa
      *> define WS-DT-CONTRATO (DDMMAAAA, inicio do contrato
      *> vigente) e carrega a tabela com as regras da folha: sem a
      *> maternidade, doenca e acidente a partir do 16o dia
      *> (WS-AFAS-INSS = "S"), volta prevista zerada = 9999999.
      *> Datas como inteiro de dias (FUNCTION INTEGER-OF-DATE);
      *> 9999999 = periodo em aberto.
       01  WS-AFASTAMENTOS.
           05 WS-AFAS-QTD          PIC 9(03)   COMP VALUE ZERO.
           05 WS-AFAS-ITEM OCCURS 20.
              10 WS-AFAS-INI       PIC 9(07).
              10 WS-AFAS-FIM       PIC 9(07).
              10 WS-AFAS-INSS      PIC X(01).
       01  WS-AFAS-TROCA           PIC X(15).
       01  WS-PERIODO-AQUIS.
           05 WS-PER-REF           PIC 9(07).
           05 WS-PER-INI           PIC 9(07).
           05 WS-PER-FIM           PIC 9(07).
           05 WS-PER-ANT-INI       PIC 9(07).
           05 WS-PER-ANT-FIM       PIC 9(07).
           05 WS-PER-REINICIO      PIC 9(07).
           05 WS-PER-DIA-181       PIC 9(07).
           05 WS-PER-COBERTO       PIC 9(07).
           05 WS-PER-SOBR-INI      PIC 9(07).
           05 WS-PER-SOBR-FIM      PIC 9(07).
           05 WS-PER-DIAS-INSS     PIC 9(07).
           05 WS-PER-CONV          PIC 9(07).
           05 WS-PER-AMD           PIC 9(08).
           05 WS-PER-DMA           PIC 9(08).
           05 WS-PER-DMA-R REDEFINES WS-PER-DMA.
              10 WS-PER-DMA-DIA    PIC 9(02).
              10 WS-PER-DMA-MES    PIC 9(02).
              10 WS-PER-DMA-ANO    PIC 9(04).
           05 WS-PER-COMPLETO      PIC X(01).
           05 WS-PER-SEM-RETORNO   PIC X(01).
           05 WS-PER-ACHADO        PIC X(01).
           05 WS-PER-PARAR         PIC X(01).
           05 WS-PER-IND           PIC 9(03)   COMP.
           05 WS-PER-IND2          PIC 9(03)   COMP.

      *> Layout do registro de FERIADOS.DAT: calendario de feriados
      *> nacionais e locais, mantido na opcao de feriados do
      *> CRUD-FUNCIONARIOS. IMPORTA-PONTO classifica por ele as
      *> horas feitas em domingo/feriado (hora extra 100%) e
      *> GERA-FOLHA conta os dias uteis e os domingos/feriados da
      *> competencia para o DSR. Feriado de data fixa, que se repete
      *> todo ano (01/01, 21/04, 25/12...), e gravado com FERI-ANO
      *> zerado; feriado movel (Carnaval, Sexta-feira Santa, Corpus
      *> Christi) e cadastrado ano a ano com a data completa.
       01  REG-FERIADO.
           05 FERI-DATA.
              10 FERI-ANO           PIC 9(04).
              10 FERI-MES           PIC 9(02).
              10 FERI-DIA           PIC 9(02).
           05 FERI-DESCRICAO        PIC X(30).
           05 FERI-ABRANGENCIA      PIC X(01).
               88 FERI-NACIONAL     VALUE "N".
               88 FERI-LOCAL        VALUE "L".

               88 MOV-DESCONTO      VALUE "D".
           05 MOV-QTDE              PIC 9(03)V99.
           05 MOV-VALOR             PIC 9(08)V99.
      *> Classificacao da hora extra/falta: data do lancamento
      *> (DDMMAAAA), dia util ou domingo/feriado (pelo calendario de
      *> FERIADOS.DAT) e periodo diurno ou noturno (22h as 5h). Vem
      *> do IMPORTA-PONTO ou da digitacao no CRUD-FUNCIONARIOS;
      *> lancamento sem classificacao (data zerada, brancos) vale
      *> como dia util diurno, e sem data a falta conta como uma
      *> semana propria no DSR.
           05 MOV-DATA              PIC 9(08).
           05 MOV-CLASSE-DIA        PIC X(01).
               88 MOV-DOMINGO-FERIADO VALUE "D".
           05 MOV-PERIODO           PIC X(01).
               88 MOV-NOTURNO       VALUE "N".

      *             (HORASEXT), gravado pelo APURAPON a partir das
      *             marcacoes do PONTO e lido pelo RELAT, que paga
      *             HRS-VALOR-EXTRAS como vencimento de horas extras
      *             na folha da competencia. Para quem tem acordo de
      *             banco de horas, as extras vao para o saldo
      *             (HRS-HORAS-BANCO, valor zerado) e as horas de falta
      *             cobertas pelo saldo (HRS-HORAS-COMPENSADAS) nao sao
      *             descontadas pelo RELAT. HRS-HORAS-NOTURNAS sao
      *             as horas entre 22h e 5h, ja reduzidas (52m30s),
      *             sobre as quais o RELAT paga o adicional noturno;
      *             HRS-DIVISOR e o divisor da jornada do funcionario
      *             para o valor-hora (zerado em registro antigo vale
      *             220).
      ******************************************************************
       01  HRS-REGISTRO.
           05  HRS-CHAVE.
           05  HRS-HORAS-EXTRAS       PIC 9(03).
           05  HRS-VALOR-EXTRAS       PIC S9(05)V99.
           05  HRS-HORAS-ESPERADAS    PIC 9(03).
           05  HRS-HORAS-BANCO        PIC 9(03).
           05  HRS-HORAS-COMPENSADAS  PIC 9(03).
           05  HRS-HORAS-NOTURNAS     PIC 9(03).
           05  HRS-DIVISOR            PIC 9(03).

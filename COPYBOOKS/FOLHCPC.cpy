      ******************************************************************
      * Copybook: FOLHCPC
      * Author:   Luciano Holanda Porto
      * Date:     15/10/2026
      * Finalidade: Layout do registro de historico da folha
      *             complementar (FOLHACPL) - um registro por
      *             funcionario, competencia e sequencia, gravado pelo
      *             FOLHACPL quando um valor e pago fora do ciclo numa
      *             competencia ja encerrada (admissao tardia, comissao
      *             esquecida). Traz as rubricas pagas (ate 5), o bruto
      *             e a parte tributavel do complemento, e o INSS e o
      *             IRRF recalculados sobre a base mensal somada (folha
      *             do FOLHAHIS mais os complementos anteriores e este):
      *             FHC-BASE-INSS e FHC-BASE-IRRF sao as bases somadas
      *             do mes, com as aliquotas da faixa alcancada, e
      *             FHC-INSS e FHC-IRRF so a diferenca retida neste
      *             complemento. HOLERITE e INFORMEA leem o registro
      *             junto com o FOLHAHIS da competencia.
      ******************************************************************
       01  FHC-REGISTRO.
           05  FHC-CHAVE.
               10  FHC-MATRICULA      PIC 9(06).
               10  FHC-COMPETENCIA.
                   15  FHC-ANO        PIC 9(04).
                   15  FHC-MES        PIC 9(02).
               10  FHC-SEQUENCIA      PIC 9(02).
           05  FHC-NOME               PIC X(30).
           05  FHC-DEPARTAMENTO       PIC X(04).
           05  FHC-EMPRESA            PIC 9(02).
           05  FHC-QTD-RUBRICAS       PIC 9(01).
           05  FHC-RUBRICA-ITEM OCCURS 5 TIMES INDEXED BY FHC-IDX.
               10  FHC-RUBRICA        PIC X(04).
               10  FHC-RUBRICA-VALOR  PIC S9(07)V99.
           05  FHC-VALOR-COMPLEMENTO  PIC S9(07)V99.
           05  FHC-VALOR-TRIBUTAVEL   PIC S9(07)V99.
           05  FHC-BASE-INSS          PIC S9(07)V99.
           05  FHC-ALIQ-INSS          PIC 9(01)V999.
           05  FHC-INSS               PIC S9(07)V99.
           05  FHC-QTD-DEPENDENTES    PIC 9(02).
           05  FHC-BASE-IRRF          PIC S9(07)V99.
           05  FHC-ALIQ-IRRF          PIC 9(01)V999.
           05  FHC-DEDUCAO-IRRF       PIC 9(05)V99.
           05  FHC-IRRF               PIC S9(07)V99.
           05  FHC-LIQUIDO            PIC S9(07)V99.
           05  FHC-VALOR-FGTS         PIC S9(07)V99.
           05  FHC-DATA-PAGAMENTO     PIC 9(08).
           05  FHC-USUARIO            PIC X(08).
           05  FILLER                 PIC X(20).

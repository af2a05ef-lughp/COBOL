      ******************************************************************
      * Copybook: PREFOLC
      * Author:   Luciano Holanda Porto
      * Date:     15/10/2026
      * Finalidade: Layout do extrato de pre-folha (FOLHAPRE-AAAAMM,
      *             com sufixo -Enn na execucao por empresa), gerado
      *             pelo PREFOLHA e lido pelo RELAT no lugar das
      *             consultas por funcionario aos arquivos satelites.
      *             Um registro 'H' de cabecalho com a competencia, a
      *             empresa, o momento da extracao e o status de
      *             abertura de cada arquivo de origem ('00' = lido);
      *             um registro 'F' por funcionario selecionado, em
      *             ordem de matricula, com a imagem do EMPREG e as
      *             imagens dos registros de cada satelite que valem
      *             para a competencia; e um trailer 'T' com a
      *             quantidade de funcionarios e a soma dos salarios,
      *             para o RELAT conferir que recebeu o extrato
      *             inteiro. As imagens seguem byte a byte os layouts
      *             dos copybooks de cada arquivo (DEPENDC, HORASC,
      *             FERGOZC, AFASTC, MOVRUBC + RUBRICC, CONSIGC,
      *             EMPRESTC, ADIANTC, SINDICC, BENMOVC e PLSAUDC).
      *             Rubrica sem cadastro vai com a imagem do RUBRICA
      *             em branco.
      ******************************************************************
       01  PRX-REGISTRO.
           05  PRX-TIPO               PIC X(01).
               88  PRX-TIPO-CABECALHO VALUE 'H'.
               88  PRX-TIPO-FUNCIONARIO VALUE 'F'.
               88  PRX-TIPO-TRAILER   VALUE 'T'.
           05  PRX-MATRICULA          PIC 9(06).
           05  PRX-DADOS.
               10  PRX-EMPREGADO      PIC X(85).
               10  PRX-QTD-DEPEND     PIC 9(02).
               10  PRX-DEPENDENTE     PIC X(60)
                       OCCURS 15 TIMES INDEXED BY PRX-IDX-DPD.
               10  PRX-TEM-HORAS      PIC X(01).
                   88  PRX-COM-HORAS  VALUE 'S'.
               10  PRX-HORAS          PIC X(40).
               10  PRX-TEM-FERIAS     PIC X(01).
                   88  PRX-COM-FERIAS VALUE 'S'.
               10  PRX-FERIAS         PIC X(35).
               10  PRX-QTD-AFAST      PIC 9(02).
               10  PRX-AFASTAMENTO    PIC X(52)
                       OCCURS 10 TIMES INDEXED BY PRX-IDX-AFA.
               10  PRX-QTD-EVENTOS    PIC 9(02).
               10  PRX-EVENTO OCCURS 15 TIMES INDEXED BY PRX-IDX-EVT.
                   15  PRX-EVT-MOVIMENTO PIC X(38).
                   15  PRX-EVT-RUBRICA   PIC X(40).
               10  PRX-QTD-CONSIG     PIC 9(02).
               10  PRX-CONSIGNACAO    PIC X(65)
                       OCCURS 15 TIMES INDEXED BY PRX-IDX-CSG.
               10  PRX-QTD-EMPREST    PIC 9(02).
               10  PRX-EMPRESTIMO     PIC X(73)
                       OCCURS 15 TIMES INDEXED BY PRX-IDX-EPR.
               10  PRX-TEM-ADIANT     PIC X(01).
                   88  PRX-COM-ADIANT VALUE 'S'.
               10  PRX-ADIANTAMENTO   PIC X(41).
               10  PRX-TEM-SINDIC     PIC X(01).
                   88  PRX-COM-SINDIC VALUE 'S'.
               10  PRX-SINDICATO      PIC X(117).
               10  PRX-TEM-BENMOV     PIC X(01).
                   88  PRX-COM-BENMOV VALUE 'S'.
               10  PRX-BENEFICIO      PIC X(128).
               10  PRX-QTD-ADESOES    PIC 9(02).
               10  PRX-ADESAO         PIC X(123)
                       OCCURS 10 TIMES INDEXED BY PRX-IDX-PLA.
               10  PRX-TEM-CPF        PIC X(01).
                   88  PRX-COM-CPF    VALUE 'S'.
               10  PRX-CPF            PIC 9(11).
               10  PRX-TEM-GRRF       PIC X(01).
                   88  PRX-COM-GRRF   VALUE 'S'.
               10  PRX-VALOR-GRRF     PIC S9(07)V99.
               10  FILLER             PIC X(20).
           05  PRX-CABECALHO REDEFINES PRX-DADOS.
               10  PRX-CAB-COMPETENCIA.
                   15  PRX-CAB-ANO    PIC 9(04).
                   15  PRX-CAB-MES    PIC 9(02).
               10  PRX-CAB-EMPRESA    PIC 9(02).
               10  PRX-CAB-DATA       PIC 9(08).
               10  PRX-CAB-HORA       PIC 9(06).
               10  PRX-CAB-STATUS-ORIGEM.
                   15  PRX-CAB-ST-DEPEND   PIC X(02).
                   15  PRX-CAB-ST-HORASEXT PIC X(02).
                   15  PRX-CAB-ST-FERGOZO  PIC X(02).
                   15  PRX-CAB-ST-AFAST    PIC X(02).
                   15  PRX-CAB-ST-RUBRICA  PIC X(02).
                   15  PRX-CAB-ST-MOVRUB   PIC X(02).
                   15  PRX-CAB-ST-CONSIG   PIC X(02).
                   15  PRX-CAB-ST-EMPREST  PIC X(02).
                   15  PRX-CAB-ST-ADIANTCT PIC X(02).
                   15  PRX-CAB-ST-SINDIC   PIC X(02).
                   15  PRX-CAB-ST-BENMOV   PIC X(02).
                   15  PRX-CAB-ST-PLSAUDE  PIC X(02).
                   15  PRX-CAB-ST-EMPCOMP  PIC X(02).
                   15  PRX-CAB-ST-FGTSCTA  PIC X(02).
               10  PRX-CAB-ST-TABELA REDEFINES PRX-CAB-STATUS-ORIGEM
                       PIC X(02) OCCURS 14 TIMES.
           05  PRX-TRAILER REDEFINES PRX-DADOS.
               10  PRX-TRL-QTD-FUNC   PIC 9(06).
               10  PRX-TRL-TOTAL-SALARIO PIC S9(11)V99.

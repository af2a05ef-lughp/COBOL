      ******************************************************************
      * Copybook: FGTSCTC
      * Author:   Luciano Holanda Porto
      * Date:     15/10/2026
      * Finalidade: Layout do registro da conta de FGTS por funcionario
      *             (FGTSCTA) - um lancamento por matricula, competencia
      *             e tipo:
      *               - 'D' deposito mensal, gravado pelo RELAT no
      *                 fechamento oficial (ou carregado pelo FGTSCARG
      *                 dos arquivos FGTSDEP ja gerados);
      *               - 'R' deposito rescisorio do mes do desligamento,
      *                 recolhido na GRRF pelo DESLIGA;
      *               - 'M' multa rescisoria (40 ou 20 por cento),
      *                 recolhida na GRRF pelo DESLIGA - vai ao
      *                 trabalhador e nao compoe o saldo;
      *               - 'T' deposito sobre a parcela do 13o salario,
      *                 gravado pelo PAGTO13 na competencia da parcela;
      *               - 'C' deposito sobre a folha complementar,
      *                 gravado pelo FOLHACPL na competencia encerrada
      *                 (somando os complementos do mes).
      *             FGC-DATA-ADMISSAO identifica o vinculo (readmissao
      *             pelo CADFUNC preserva a matricula): o saldo da multa
      *             e o do vinculo em curso, e o extrato (FGTSEXT) sai
      *             separado pelos periodos do PERIODOS.
      ******************************************************************
       01  FGC-REGISTRO.
           05  FGC-CHAVE.
               10  FGC-MATRICULA      PIC 9(06).
               10  FGC-COMPETENCIA.
                   15  FGC-ANO        PIC 9(04).
                   15  FGC-MES        PIC 9(02).
               10  FGC-TIPO           PIC X(01).
                   88  FGC-DEPOSITO   VALUE 'D'.
                   88  FGC-RESCISORIO VALUE 'R'.
                   88  FGC-MULTA      VALUE 'M'.
                   88  FGC-DEPOSITO-13 VALUE 'T'.
                   88  FGC-DEPOSITO-COMPL VALUE 'C'.
           05  FGC-DATA-ADMISSAO      PIC 9(08).
           05  FGC-EMPRESA            PIC 9(02).
           05  FGC-BASE               PIC S9(09)V99.
           05  FGC-VALOR              PIC S9(07)V99.
           05  FGC-PERC-MULTA         PIC 9(02).
           05  FGC-MOTIVO             PIC X(01).
           05  FGC-DATA-LANCAMENTO    PIC 9(08).
           05  FILLER                 PIC X(10).

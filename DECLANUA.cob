       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLANUA.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Declaracao anual ao governo de retencoes na fonte
      *             e de vinculos empregaticios. Para o ano base
      *             informado, grava um arquivo de layout fixo por CNPJ
      *             (DECLANUA-AAAA-Enn, layout DECLANC) com:
      *               - header com CNPJ e razao social (EMPRESAS);
      *               - por funcionario com folha no ano, os vinculos
      *                 que alcancam o ano (contrato atual do EMPREG e
      *                 contratos anteriores do PERIODOS), com CPF do
      *                 EMPCOMP, admissao, desligamento e motivo;
      *               - o mes a mes do FOLHAHIS: rendimento tributavel,
      *                 INSS, IRRF retido, deducao de dependentes e
      *                 pensao alimenticia judicial;
      *               - o 13o salario pago no ano (HIST13), em registro
      *                 proprio por ser de tributacao exclusiva;
      *               - trailer com quantidades e totais.
      *             Cada competencia vai para o CNPJ que a pagou
      *             (FH-EMPRESA; no historico anterior ao multi-CNPJ,
      *             a empresa do mestre) e o 13o para o da H13-EMPRESA.
      *             Funcionario sem nenhuma folha no ano nao e
      *             declarado, como no INFORMEA. A listagem de
      *             conferencia fecha com a mesma pagina consolidada
      *             do INFORMEA (informes, salarios, salario-familia,
      *             horas extras, INSS, IRRF, pensao, liquido e 13o),
      *             apurada pelas mesmas regras, para bater com ela na
      *             execucao de todas as empresas. As folhas
      *             complementares da competencia (FOLHACPL) somam no
      *             registro mensal: parte tributavel no rendimento, e
      *             as diferencas de INSS e IRRF retidas. Os
      *             pagamentos a contribuintes individuais do ano
      *             (PAGCONTR) vao em registros 'C' proprios, um por
      *             contribuinte e competencia, no CNPJ que pagou, com
      *             bloco separado na conferencia; entram nos totais do
      *             trailer, mas nao na pagina consolidada, que e a dos
      *             funcionarios, como no INFORMEA.
      *
      * Historico de alteracoes:
      *   15/10/2026 LHP  Versao inicial.
      *   15/10/2026 LHP  Folhas complementares do FOLHACPL somadas ao
      *                   registro 'M' da competencia (mes so com
      *                   complemento tambem e declarado, no CNPJ do
      *                   complemento) e a pagina consolidada, como no
      *                   INFORMEA.
      *   15/10/2026 LHP  CPF mascarado (MASCCPF) na listagem de
      *                   conferencia; o arquivo DECLAN segue com o CPF
      *                   completo. Nome encurtado para a linha caber
      *                   nas 132 colunas.
      *   15/10/2026 LHP  Contribuintes individuais (RPA e pro-labore
      *                   do PAGCONTR) declarados em registro 'C' por
      *                   competencia, com bloco e subtotais proprios
      *                   na conferencia; quantidade no trailer.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPREG-ARQ
               ASSIGN TO "EMPREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPARTAMENTO
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPREG-STATUS.

           SELECT FOLHAHIS-ARQ
               ASSIGN TO "FOLHAHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-CHAVE
               FILE STATUS IS WS-FOLHAHIS-STATUS.

           SELECT EMPCOMP-ARQ
               ASSIGN TO "EMPCOMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECP-MATRICULA
               FILE STATUS IS WS-EMPCOMP-STATUS.

           SELECT PERIODOS-ARQ
               ASSIGN TO "PERIODOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS WS-PERIODOS-STATUS.

           SELECT HIST13-ARQ
               ASSIGN TO "HIST13"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H13-CHAVE
               FILE STATUS IS WS-HIST13-STATUS.

           SELECT FOLHACPL-ARQ
               ASSIGN TO "FOLHACPL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FHC-CHAVE
               FILE STATUS IS WS-FOLHACPL-STATUS.

           SELECT PAGCONTR-ARQ
               ASSIGN TO "PAGCONTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCI-CHAVE
               FILE STATUS IS WS-PAGCONTR-STATUS.

           SELECT EMPRESAS-ARQ
               ASSIGN TO "EMPRESAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMR-CODIGO
               FILE STATUS IS WS-EMPRESAS-STATUS.

           SELECT DECLARAN-ARQ
               ASSIGN TO DYNAMIC WS-NOME-DECLARAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECLARAN-STATUS.

           SELECT RELATORIO-ARQ
               ASSIGN TO DYNAMIC WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREG-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPREGC.

       FD  FOLHAHIS-ARQ
           LABEL RECORD IS STANDARD.
           COPY FOLHAHC.

       FD  EMPCOMP-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPCOMPC.

       FD  PERIODOS-ARQ
           LABEL RECORD IS STANDARD.
           COPY PERIODC.

       FD  HIST13-ARQ
           LABEL RECORD IS STANDARD.
           COPY HIST13C.

       FD  FOLHACPL-ARQ
           LABEL RECORD IS STANDARD.
           COPY FOLHCPC.

       FD  PAGCONTR-ARQ
           LABEL RECORD IS STANDARD.
           COPY PAGCONC.

       FD  EMPRESAS-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPRESAC.

       FD  DECLARAN-ARQ
           LABEL RECORD IS STANDARD.
           COPY DECLANC.

       FD  RELATORIO-ARQ
           LABEL RECORD IS STANDARD.
       01  REL-LINHA                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-EMPREG-STATUS        PIC X(02) VALUE '00'.
           05 WS-FOLHAHIS-STATUS      PIC X(02) VALUE '00'.
           05 WS-EMPCOMP-STATUS       PIC X(02) VALUE '00'.
           05 WS-PERIODOS-STATUS      PIC X(02) VALUE '00'.
           05 WS-HIST13-STATUS        PIC X(02) VALUE '00'.
           05 WS-FOLHACPL-STATUS      PIC X(02) VALUE '00'.
           05 WS-PAGCONTR-STATUS      PIC X(02) VALUE '00'.
           05 WS-EMPRESAS-STATUS      PIC X(02) VALUE '00'.
           05 WS-DECLARAN-STATUS      PIC X(02) VALUE '00'.
           05 WS-RELATORIO-STATUS     PIC X(02) VALUE '00'.
           05 WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
               88 FIM-DO-ARQUIVO      VALUE 'S'.
           05 WS-ERRO-INICIAL         PIC X(01) VALUE 'N'.
               88 WS-SEM-CONDICAO     VALUE 'S'.
           05 WS-EMPCOMP-OK           PIC X(01) VALUE 'N'.
               88 WS-EMPCOMP-DISPONIVEL VALUE 'S'.
           05 WS-PERIODOS-OK          PIC X(01) VALUE 'N'.
               88 WS-PERIODOS-DISPONIVEL VALUE 'S'.
           05 WS-HIST13-OK            PIC X(01) VALUE 'N'.
               88 WS-HIST13-DISPONIVEL VALUE 'S'.
           05 WS-FOLHACPL-OK          PIC X(01) VALUE 'N'.
               88 WS-FOLHACPL-DISPONIVEL VALUE 'S'.
           05 WS-FIM-FOLHACPL         PIC X(01) VALUE 'N'.
               88 FIM-DO-FOLHACPL     VALUE 'S'.
           05 WS-PAGCONTR-OK          PIC X(01) VALUE 'N'.
               88 WS-PAGCONTR-DISPONIVEL VALUE 'S'.
           05 WS-FIM-PAGCONTR         PIC X(01) VALUE 'N'.
               88 FIM-DO-PAGCONTR     VALUE 'S'.
           05 WS-CAB-CONTRIB          PIC X(01) VALUE 'N'.
               88 WS-CAB-CONTRIB-IMPRESSO VALUE 'S'.
           05 WS-ACHOU-MES            PIC X(01) VALUE 'N'.
               88 WS-MES-PAGO         VALUE 'S'.
           05 WS-EMPRESAS-OK          PIC X(01) VALUE 'N'.
               88 WS-EMPRESAS-DISPONIVEL VALUE 'S'.
           05 WS-FIM-PERIODOS         PIC X(01) VALUE 'N'.
               88 FIM-DOS-PERIODOS    VALUE 'S'.
           05 WS-TEVE-FOLHA           PIC X(01) VALUE 'N'.
               88 WS-TEM-FOLHA-NO-ANO VALUE 'S'.
           05 WS-SELECIONADO          PIC X(01) VALUE 'N'.
               88 WS-FUNC-SELECIONADO VALUE 'S'.
           05 WS-DECLARADO            PIC X(01) VALUE 'N'.
               88 WS-FUNC-NA-EMPRESA  VALUE 'S'.

       01  WS-PARAMETROS.
           05 WS-PARM-ANO             PIC 9(04) VALUE 0.
           05 WS-PARM-EMPRESA         PIC 9(02) VALUE 99.
               88 WS-TODAS-AS-EMPRESAS VALUE 99.

       01  WS-DATA-INI-ANO            PIC 9(08) VALUE 0.
       01  WS-DATA-FIM-ANO            PIC 9(08) VALUE 0.
       01  WS-MES-CORRENTE            PIC 9(02) VALUE 0.
       01  WS-PARCELA                 PIC 9(01) VALUE 0.
       01  WS-EMPRESA-CORRENTE        PIC 9(02) VALUE 0.
       01  WS-EMPRESA-FOLHA           PIC 9(02) VALUE 0.
       01  WS-POS-EMPRESA             PIC 9(03) COMP VALUE 0.
       01  WS-CPF                     PIC 9(11) VALUE 0.

           COPY MCPLINKC.

      * CNPJs com algo a declarar no ano, marcados na primeira passada
      * (posicao = codigo da empresa + 1).
       01  WS-TAB-EMPRESAS.
           05 WS-EMPRESA-ITEM OCCURS 100 TIMES INDEXED BY WS-IDX-EMP.
               10 WS-EMPRESA-MARCA    PIC X(01).
                   88 WS-EMPRESA-A-DECLARAR VALUE 'S'.

      * Valores legais por dependente (decreto; conferir a cada ano).
       01  WS-VALORES-DEPENDENTES.
           05 WS-DEDUCAO-POR-DEPENDENTE PIC 9(03)V99 VALUE 189,59.

      * Valores da competencia corrente na declaracao.
       01  WS-VALORES-MES.
           05 WS-RENDIMENTO-MES       PIC S9(09)V99 VALUE 0.
           05 WS-DEDUCAO-MES          PIC S9(09)V99 VALUE 0.
           05 WS-PENSAO-MES           PIC S9(09)V99 VALUE 0.

      * Folhas complementares da competencia corrente (FOLHACPL).
       01  WS-COMPLEMENTOS-MES.
           05 WS-MES-COMPL            PIC S9(09)V99 VALUE 0.
           05 WS-MES-COMPL-TRIB       PIC S9(09)V99 VALUE 0.
           05 WS-MES-COMPL-INSS       PIC S9(09)V99 VALUE 0.
           05 WS-MES-COMPL-IRRF       PIC S9(09)V99 VALUE 0.
           05 WS-MES-COMPL-LIQUIDO    PIC S9(09)V99 VALUE 0.
           05 WS-MES-COMPL-DEPEND     PIC 9(02) VALUE 0.
           05 WS-EMPRESA-COMPL        PIC 9(02) VALUE 0.

      * Totais do funcionario corrente na empresa corrente.
       01  WS-TOTAIS-FUNCIONARIO.
           05 WS-FUNC-RENDIMENTO      PIC S9(09)V99 VALUE 0.
           05 WS-FUNC-INSS            PIC S9(09)V99 VALUE 0.
           05 WS-FUNC-IRRF            PIC S9(09)V99 VALUE 0.
           05 WS-FUNC-DEDUCAO         PIC S9(09)V99 VALUE 0.
           05 WS-FUNC-PENSAO          PIC S9(09)V99 VALUE 0.
           05 WS-FUNC-13-BRUTO        PIC S9(09)V99 VALUE 0.
           05 WS-FUNC-13-INSS         PIC S9(09)V99 VALUE 0.
           05 WS-FUNC-13-IRRF         PIC S9(09)V99 VALUE 0.
           05 WS-FUNC-13-PENSAO       PIC S9(09)V99 VALUE 0.

      * Contribuinte individual corrente na empresa corrente - o
      * PAGCONTR vem na ordem da chave (codigo, competencia,
      * sequencia): o mes acumula os pagamentos da competencia, o ano
      * os registros 'C' gravados.
       01  WS-CONTRIBUINTE.
           05 WS-CTR-CODIGO           PIC 9(06) VALUE 0.
           05 WS-CTR-MES              PIC 9(02) VALUE 0.
           05 WS-CTR-CPF              PIC 9(11) VALUE 0.
           05 WS-CTR-NOME             PIC X(30) VALUE SPACES.
           05 WS-CTR-CATEGORIA        PIC X(01) VALUE SPACES.
               88 WS-CTR-AUTONOMO     VALUE 'A'.
           05 WS-CTR-MES-BRUTO        PIC S9(09)V99 VALUE 0.
           05 WS-CTR-MES-INSS         PIC S9(09)V99 VALUE 0.
           05 WS-CTR-MES-IRRF         PIC S9(09)V99 VALUE 0.
           05 WS-CTR-ANO-BRUTO        PIC S9(09)V99 VALUE 0.
           05 WS-CTR-ANO-INSS         PIC S9(09)V99 VALUE 0.
           05 WS-CTR-ANO-IRRF         PIC S9(09)V99 VALUE 0.

      * Quantidades e totais do arquivo da empresa corrente (trailer).
       01  WS-TOTAIS-EMPRESA.
           05 WS-EMP-QTD-FUNCIONARIOS PIC 9(06) VALUE 0.
           05 WS-EMP-QTD-VINCULOS     PIC 9(06) VALUE 0.
           05 WS-EMP-QTD-MENSAIS      PIC 9(06) VALUE 0.
           05 WS-EMP-QTD-DECIMOS      PIC 9(06) VALUE 0.
           05 WS-EMP-RENDIMENTO       PIC S9(11)V99 VALUE 0.
           05 WS-EMP-INSS             PIC S9(11)V99 VALUE 0.
           05 WS-EMP-IRRF             PIC S9(11)V99 VALUE 0.
           05 WS-EMP-DEDUCAO          PIC S9(11)V99 VALUE 0.
           05 WS-EMP-PENSAO           PIC S9(11)V99 VALUE 0.
           05 WS-EMP-QTD-CONTRIBUINTES PIC 9(06) VALUE 0.
           05 WS-EMP-QTD-CONTRIB      PIC 9(06) VALUE 0.
           05 WS-EMP-CONTRIB-BRUTO    PIC S9(11)V99 VALUE 0.
           05 WS-EMP-CONTRIB-INSS     PIC S9(11)V99 VALUE 0.
           05 WS-EMP-CONTRIB-IRRF     PIC S9(11)V99 VALUE 0.

      * Totais consolidados pelas regras do INFORMEA (pagina final).
       01  WS-TOTAIS-CONSOLIDADOS.
           05 WS-CONS-SALARIO         PIC S9(11)V99 VALUE 0.
           05 WS-CONS-SALFAM          PIC S9(11)V99 VALUE 0.
           05 WS-CONS-HREXT           PIC S9(11)V99 VALUE 0.
           05 WS-CONS-COMPL           PIC S9(11)V99 VALUE 0.
           05 WS-CONS-INSS            PIC S9(11)V99 VALUE 0.
           05 WS-CONS-IRRF            PIC S9(11)V99 VALUE 0.
           05 WS-CONS-PENSAO          PIC S9(11)V99 VALUE 0.
           05 WS-CONS-LIQUIDO         PIC S9(11)V99 VALUE 0.
           05 WS-CONS-13-BRUTO        PIC S9(11)V99 VALUE 0.
           05 WS-CONS-13-INSS         PIC S9(11)V99 VALUE 0.
           05 WS-CONS-13-IRRF         PIC S9(11)V99 VALUE 0.
           05 WS-CONS-13-PENSAO       PIC S9(11)V99 VALUE 0.
           05 WS-QTD-INFORMES         PIC 9(05) VALUE 0.
           05 WS-QTD-ARQUIVOS         PIC 9(03) VALUE 0.

       01  WS-NOME-DECLARAN           PIC X(17) VALUE SPACES.
       01  WS-NOME-RELATORIO          PIC X(22) VALUE SPACES.
       01  WS-DATA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-HORA-SISTEMA            PIC 9(08) VALUE 0.

       01  WS-QTD-EDITADA             PIC ZZZ.ZZ9.
       01  WS-TOTAL-EDITADO           PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01  CAB1D.
           05 FILLER       PIC X(123) VALUE ALL '-'.

       01  CAB2D.
           05 FILLER       PIC X(44) VALUE
               'CONFERENCIA DA DECLARACAO ANUAL - ANO BASE '.
           05 CAB2D-ANO    PIC 9999.

       01  CAB3D.
           05 FILLER       PIC X(09) VALUE 'EMPRESA: '.
           05 CAB3D-EMPRESA PIC 99.
           05 FILLER       PIC X(08) VALUE '  CNPJ: '.
           05 CAB3D-CNPJ   PIC 9(14).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 CAB3D-RAZAO  PIC X(40).
           05 FILLER       PIC X(11) VALUE '  ARQUIVO: '.
           05 CAB3D-ARQUIVO PIC X(17).

       01  CAB4D.
           05 FILLER       PIC X(07) VALUE 'MATRIC.'.
           05 FILLER       PIC X(26) VALUE 'NOME'.
           05 FILLER       PIC X(15) VALUE 'CPF'.
           05 FILLER       PIC X(14) VALUE '  REND.TRIBUT.'.
           05 FILLER       PIC X(14) VALUE '          INSS'.
           05 FILLER       PIC X(14) VALUE '          IRRF'.
           05 FILLER       PIC X(14) VALUE '   DED.DEPEND.'.
           05 FILLER       PIC X(14) VALUE '   PENSAO ALIM'.
           05 FILLER       PIC X(14) VALUE '   13O SALARIO'.

       01  DET1D.
           05 DET1D-MATRICULA PIC 9(06).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1D-NOME   PIC X(25).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1D-CPF    PIC X(14).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1D-RENDIMENTO PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1D-INSS   PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1D-IRRF   PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1D-DEDUCAO PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1D-PENSAO PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1D-13-BRUTO PIC -Z.ZZZ.ZZ9,99.

       01  CAB5D.
           05 FILLER       PIC X(07) VALUE 'CODIGO'.
           05 FILLER       PIC X(26) VALUE
               'CONTRIBUINTE INDIVIDUAL'.
           05 FILLER       PIC X(15) VALUE 'CPF'.
           05 FILLER       PIC X(14) VALUE '  RENDIMENTO'.
           05 FILLER       PIC X(14) VALUE '          INSS'.
           05 FILLER       PIC X(14) VALUE '          IRRF'.
           05 FILLER       PIC X(14) VALUE '   CATEGORIA'.

       01  DET2D.
           05 DET2D-CODIGO PIC 9(06).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET2D-NOME   PIC X(25).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET2D-CPF    PIC X(14).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET2D-RENDIMENTO PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET2D-INSS   PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET2D-IRRF   PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 DET2D-CATEGORIA PIC X(10).

       01  TOT2D.
           05 FILLER       PIC X(30) VALUE
               'CONSOLIDADO - INFORMES: '.
           05 TOT2D-QTD    PIC ZZ.ZZ9.

       01  TOT3D.
           05 TOT3D-DESCRICAO PIC X(24).
           05 TOT3D-VALOR  PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT WS-SEM-CONDICAO
               PERFORM 2000-LEVANTAR-EMPRESAS THRU 2000-EXIT
               PERFORM 3000-DECLARAR-EMPRESA THRU 3000-EXIT
                   VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > 100
               PERFORM 7000-PAGINA-CONSOLIDADA THRU 7000-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - le o ano base e a empresa, abre os arquivos
      * de entrada e o de impressao da conferencia.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'ANO BASE............: ' WITH NO ADVANCING.
           ACCEPT WS-PARM-ANO.
           DISPLAY 'EMPRESA (99 = TODAS): ' WITH NO ADVANCING.
           ACCEPT WS-PARM-EMPRESA.
           COMPUTE WS-DATA-INI-ANO = WS-PARM-ANO * 10000 + 0101.
           COMPUTE WS-DATA-FIM-ANO = WS-PARM-ANO * 10000 + 1231.
           MOVE ALL 'N' TO WS-TAB-EMPRESAS.
           OPEN INPUT EMPREG-ARQ.
           IF WS-EMPREG-STATUS NOT = '00'
               DISPLAY 'DECLANUA: ERRO AO ABRIR EMPREG - STATUS '
                   WS-EMPREG-STATUS
               MOVE 'S' TO WS-ERRO-INICIAL
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT FOLHAHIS-ARQ.
           IF WS-FOLHAHIS-STATUS NOT = '00'
               DISPLAY 'DECLANUA: ERRO AO ABRIR FOLHAHIS - STATUS '
                   WS-FOLHAHIS-STATUS
               DISPLAY 'DECLANUA: SEM HISTORICO NAO HA DECLARACAO - '
                   'JOB ABORTADO'
               MOVE 'S' TO WS-ERRO-INICIAL
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT EMPCOMP-ARQ.
           IF WS-EMPCOMP-STATUS = '00'
               MOVE 'S' TO WS-EMPCOMP-OK
           ELSE
               DISPLAY 'DECLANUA: EMPCOMP INDISPONIVEL - FUNCIONARIOS '
                   'DECLARADOS SEM CPF'
           END-IF.
           OPEN INPUT PERIODOS-ARQ.
           IF WS-PERIODOS-STATUS = '00'
               MOVE 'S' TO WS-PERIODOS-OK
           ELSE
               DISPLAY 'DECLANUA: PERIODOS INDISPONIVEL - SO O VINCULO '
                   'ATUAL E DECLARADO'
           END-IF.
           OPEN INPUT HIST13-ARQ.
           IF WS-HIST13-STATUS = '00'
               MOVE 'S' TO WS-HIST13-OK
           ELSE
               DISPLAY 'DECLANUA: HIST13 INDISPONIVEL - 13O SALARIO '
                   'FORA DA DECLARACAO'
           END-IF.
           OPEN INPUT FOLHACPL-ARQ.
           IF WS-FOLHACPL-STATUS = '00'
               MOVE 'S' TO WS-FOLHACPL-OK
           END-IF.
           OPEN INPUT PAGCONTR-ARQ.
           IF WS-PAGCONTR-STATUS = '00'
               MOVE 'S' TO WS-PAGCONTR-OK
           END-IF.
           OPEN INPUT EMPRESAS-ARQ.
           IF WS-EMPRESAS-STATUS = '00'
               MOVE 'S' TO WS-EMPRESAS-OK
           ELSE
               DISPLAY 'DECLANUA: EMPRESAS INDISPONIVEL - HEADERS SEM '
                   'CNPJ E RAZAO SOCIAL'
           END-IF.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           STRING 'DECLANUA-'          DELIMITED BY SIZE
                  WS-DATA-SISTEMA      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-HORA-SISTEMA (1:4) DELIMITED BY SIZE
                  INTO WS-NOME-RELATORIO
           END-STRING.
           OPEN OUTPUT RELATORIO-ARQ.
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'DECLANUA: ERRO AO ABRIR O ARQUIVO DE '
                   'IMPRESSAO - STATUS ' WS-RELATORIO-STATUS
               MOVE 'S' TO WS-ERRO-INICIAL
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-PARM-ANO TO CAB2D-ANO.
           MOVE CAB1D TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB2D TO REL-LINHA.
           WRITE REL-LINHA.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LEVANTAR-EMPRESAS - primeira passada no mestre: para cada
      * funcionario com folha no ano, marca os CNPJs que pagaram as
      * competencias e as parcelas do 13o, e conta o informe (a mesma
      * regra do INFORMEA). Depois marca os CNPJs que pagaram
      * contribuintes individuais no ano (PAGCONTR).
      ******************************************************************
       2000-LEVANTAR-EMPRESAS.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM 2800-POSICIONAR-MESTRE THRU 2800-EXIT.
           PERFORM 2100-MARCAR-FUNCIONARIO THRU 2100-EXIT
               UNTIL FIM-DO-ARQUIVO.
           IF WS-PAGCONTR-DISPONIVEL
               PERFORM 2850-POSICIONAR-PAGCONTR THRU 2850-EXIT
               PERFORM 2200-MARCAR-PAGAMENTO THRU 2200-EXIT
                   UNTIL FIM-DO-PAGCONTR
           END-IF.
       2000-EXIT.
           EXIT.

       2200-MARCAR-PAGAMENTO.
           IF PCI-ANO = WS-PARM-ANO
               MOVE PCI-EMPRESA TO WS-EMPRESA-FOLHA
               PERFORM 2190-MARCAR-EMPRESA THRU 2190-EXIT
           END-IF.
           PERFORM 2950-LER-PROXIMO-PAGAMENTO THRU 2950-EXIT.
       2200-EXIT.
           EXIT.

       2100-MARCAR-FUNCIONARIO.
           MOVE 'N' TO WS-TEVE-FOLHA.
           MOVE 'N' TO WS-SELECIONADO.
           PERFORM 2110-MARCAR-MES THRU 2110-EXIT
               VARYING WS-MES-CORRENTE FROM 1 BY 1
               UNTIL WS-MES-CORRENTE > 12.
           IF NOT WS-TEM-FOLHA-NO-ANO
               GO TO 2100-LER
           END-IF.
           IF WS-HIST13-DISPONIVEL
               PERFORM 2120-MARCAR-DECIMO THRU 2120-EXIT
                   VARYING WS-PARCELA FROM 1 BY 1
                   UNTIL WS-PARCELA > 2
           END-IF.
           IF WS-FUNC-SELECIONADO
               ADD 1 TO WS-QTD-INFORMES
           END-IF.
       2100-LER.
           PERFORM 2900-LER-PROXIMO THRU 2900-EXIT.
       2100-EXIT.
           EXIT.

       2110-MARCAR-MES.
           PERFORM 2700-LER-FOLHA-MES THRU 2700-EXIT.
           IF NOT WS-MES-PAGO
               GO TO 2110-EXIT
           END-IF.
           MOVE 'S' TO WS-TEVE-FOLHA.
           PERFORM 2190-MARCAR-EMPRESA THRU 2190-EXIT.
       2110-EXIT.
           EXIT.

       2120-MARCAR-DECIMO.
           PERFORM 2750-LER-PARCELA-13 THRU 2750-EXIT.
           IF WS-HIST13-STATUS NOT = '00'
               GO TO 2120-EXIT
           END-IF.
           PERFORM 2190-MARCAR-EMPRESA THRU 2190-EXIT.
       2120-EXIT.
           EXIT.

      ******************************************************************
      * 2190-MARCAR-EMPRESA - marca o CNPJ em WS-EMPRESA-FOLHA quando
      * ele entra na execucao (todas ou a empresa informada).
      ******************************************************************
       2190-MARCAR-EMPRESA.
           IF NOT WS-TODAS-AS-EMPRESAS
               AND WS-EMPRESA-FOLHA NOT = WS-PARM-EMPRESA
               GO TO 2190-EXIT
           END-IF.
           COMPUTE WS-POS-EMPRESA = WS-EMPRESA-FOLHA + 1.
           MOVE 'S' TO WS-EMPRESA-MARCA (WS-POS-EMPRESA).
           MOVE 'S' TO WS-SELECIONADO.
       2190-EXIT.
           EXIT.

      ******************************************************************
      * 2700-LER-FOLHA-MES - le a folha do funcionario corrente na
      * competencia WS-MES-CORRENTE do ano base e as folhas
      * complementares dela, e devolve em WS-EMPRESA-FOLHA o CNPJ que
      * a pagou. Competencia so com complemento vem com a folha
      * zerada e o CNPJ do complemento.
      ******************************************************************
       2700-LER-FOLHA-MES.
           MOVE 'N' TO WS-ACHOU-MES.
           PERFORM 2710-SOMAR-COMPLEMENTOS THRU 2710-EXIT.
           MOVE EMP-MATRICULA   TO FH-MATRICULA.
           MOVE WS-PARM-ANO     TO FH-ANO.
           MOVE WS-MES-CORRENTE TO FH-MES.
           READ FOLHAHIS-ARQ
               INVALID KEY
                   GO TO 2705-SO-COMPLEMENTO
           END-READ.
           MOVE 'S' TO WS-ACHOU-MES.
           IF FH-EMPRESA IS NUMERIC
               MOVE FH-EMPRESA  TO WS-EMPRESA-FOLHA
           ELSE
               MOVE EMP-EMPRESA TO WS-EMPRESA-FOLHA
           END-IF.
           GO TO 2700-EXIT.
       2705-SO-COMPLEMENTO.
           IF WS-MES-COMPL = 0
               GO TO 2700-EXIT
           END-IF.
           MOVE 'S' TO WS-ACHOU-MES.
           MOVE WS-EMPRESA-COMPL TO WS-EMPRESA-FOLHA.
           MOVE 0 TO FH-SALARIO.
           MOVE 0 TO FH-SALARIO-FAMILIA.
           MOVE 0 TO FH-VALOR-HORAS-EXTRAS.
           MOVE 0 TO FH-VALOR-FERIAS.
           MOVE 0 TO FH-TOTAL-EVENTOS-PROV.
           MOVE 0 TO FH-VALOR-ADIC-NOTURNO.
           MOVE 0 TO FH-VALOR-ADIC-RISCO.
           MOVE 0 TO FH-VALOR-PENSAO.
           MOVE 0 TO FH-INSS.
           MOVE 0 TO FH-IRRF.
           MOVE 0 TO FH-LIQUIDO.
           MOVE WS-MES-COMPL-DEPEND TO FH-QTD-DEPENDENTES.
       2700-EXIT.
           EXIT.

      ******************************************************************
      * 2710-SOMAR-COMPLEMENTOS - soma as folhas complementares do
      * funcionario corrente na competencia WS-MES-CORRENTE (FOLHACPL):
      * bruto, parte tributavel, diferencas de INSS e IRRF e liquido,
      * com o CNPJ e os dependentes do ultimo complemento.
      ******************************************************************
       2710-SOMAR-COMPLEMENTOS.
           MOVE 0 TO WS-MES-COMPL.
           MOVE 0 TO WS-MES-COMPL-TRIB.
           MOVE 0 TO WS-MES-COMPL-INSS.
           MOVE 0 TO WS-MES-COMPL-IRRF.
           MOVE 0 TO WS-MES-COMPL-LIQUIDO.
           MOVE 0 TO WS-MES-COMPL-DEPEND.
           IF NOT WS-FOLHACPL-DISPONIVEL
               GO TO 2710-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-FOLHACPL.
           MOVE EMP-MATRICULA   TO FHC-MATRICULA.
           MOVE WS-PARM-ANO     TO FHC-ANO.
           MOVE WS-MES-CORRENTE TO FHC-MES.
           MOVE 0               TO FHC-SEQUENCIA.
           START FOLHACPL-ARQ KEY IS NOT LESS THAN FHC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-FOLHACPL
           END-START.
           IF NOT FIM-DO-FOLHACPL
               PERFORM 2790-LER-PROXIMO-COMPLEMENTO THRU 2790-EXIT
           END-IF.
           PERFORM 2720-SOMAR-COMPLEMENTO THRU 2720-EXIT
               UNTIL FIM-DO-FOLHACPL.
       2710-EXIT.
           EXIT.

       2720-SOMAR-COMPLEMENTO.
           ADD FHC-VALOR-COMPLEMENTO TO WS-MES-COMPL.
           ADD FHC-VALOR-TRIBUTAVEL  TO WS-MES-COMPL-TRIB.
           ADD FHC-INSS              TO WS-MES-COMPL-INSS.
           ADD FHC-IRRF              TO WS-MES-COMPL-IRRF.
           ADD FHC-LIQUIDO           TO WS-MES-COMPL-LIQUIDO.
           MOVE FHC-QTD-DEPENDENTES  TO WS-MES-COMPL-DEPEND.
           MOVE FHC-EMPRESA          TO WS-EMPRESA-COMPL.
           PERFORM 2790-LER-PROXIMO-COMPLEMENTO THRU 2790-EXIT.
       2720-EXIT.
           EXIT.

       2790-LER-PROXIMO-COMPLEMENTO.
           READ FOLHACPL-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-FOLHACPL
           END-READ.
           IF WS-FOLHACPL-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-FOLHACPL
           END-IF.
           IF NOT FIM-DO-FOLHACPL
               AND (FHC-MATRICULA NOT = EMP-MATRICULA
                   OR FHC-ANO NOT = WS-PARM-ANO
                   OR FHC-MES NOT = WS-MES-CORRENTE)
               MOVE 'S' TO WS-FIM-FOLHACPL
           END-IF.
       2790-EXIT.
           EXIT.

      ******************************************************************
      * 2750-LER-PARCELA-13 - le a parcela WS-PARCELA do 13o do
      * funcionario corrente no ano base; o CNPJ vai para
      * WS-EMPRESA-FOLHA.
      ******************************************************************
       2750-LER-PARCELA-13.
           MOVE EMP-MATRICULA TO H13-MATRICULA.
           MOVE WS-PARM-ANO   TO H13-ANO.
           MOVE WS-PARCELA    TO H13-PARCELA.
           READ HIST13-ARQ
               INVALID KEY
                   GO TO 2750-EXIT
           END-READ.
           MOVE H13-EMPRESA TO WS-EMPRESA-FOLHA.
       2750-EXIT.
           EXIT.

       2800-POSICIONAR-MESTRE.
           MOVE 0 TO EMP-MATRICULA.
           START EMPREG-ARQ KEY IS NOT LESS THAN EMP-MATRICULA
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-START.
           IF NOT FIM-DO-ARQUIVO
               PERFORM 2900-LER-PROXIMO THRU 2900-EXIT
           END-IF.
       2800-EXIT.
           EXIT.

       2850-POSICIONAR-PAGCONTR.
           MOVE 'N' TO WS-FIM-PAGCONTR.
           MOVE LOW-VALUES TO PCI-CHAVE.
           START PAGCONTR-ARQ KEY IS NOT LESS THAN PCI-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-PAGCONTR
           END-START.
           IF NOT FIM-DO-PAGCONTR
               PERFORM 2950-LER-PROXIMO-PAGAMENTO THRU 2950-EXIT
           END-IF.
       2850-EXIT.
           EXIT.

       2900-LER-PROXIMO.
           READ EMPREG-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.
           IF WS-EMPREG-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-ARQUIVO
           END-IF.
       2900-EXIT.
           EXIT.

       2950-LER-PROXIMO-PAGAMENTO.
           READ PAGCONTR-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PAGCONTR
           END-READ.
           IF WS-PAGCONTR-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-PAGCONTR
           END-IF.
       2950-EXIT.
           EXIT.

      ******************************************************************
      * 3000-DECLARAR-EMPRESA - gera o arquivo do CNPJ na posicao
      * WS-IDX-EMP, se marcado: header, os funcionarios (nova passada
      * no mestre), os contribuintes individuais e o trailer, com o
      * bloco da conferencia.
      ******************************************************************
       3000-DECLARAR-EMPRESA.
           IF NOT WS-EMPRESA-A-DECLARAR (WS-IDX-EMP)
               GO TO 3000-EXIT
           END-IF.
           SET WS-POS-EMPRESA TO WS-IDX-EMP.
           COMPUTE WS-EMPRESA-CORRENTE = WS-POS-EMPRESA - 1.
           PERFORM 3100-ABRIR-DECLARACAO THRU 3100-EXIT.
           IF WS-DECLARAN-STATUS NOT = '00'
               GO TO 3000-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM 2800-POSICIONAR-MESTRE THRU 2800-EXIT.
           PERFORM 4000-DECLARAR-FUNCIONARIO THRU 4000-EXIT
               UNTIL FIM-DO-ARQUIVO.
           IF WS-PAGCONTR-DISPONIVEL
               PERFORM 5000-DECLARAR-CONTRIBUINTES THRU 5000-EXIT
           END-IF.
           PERFORM 3800-GRAVAR-TRAILER THRU 3800-EXIT.
           PERFORM 3900-IMPRIMIR-TOTAL-EMPRESA THRU 3900-EXIT.
           CLOSE DECLARAN-ARQ.
           ADD 1 TO WS-QTD-ARQUIVOS.
           DISPLAY 'DECLANUA: DECLARACAO GRAVADA EM '
               WS-NOME-DECLARAN.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-ABRIR-DECLARACAO - abre o DECLANUA-AAAA-Enn da empresa
      * corrente, grava o header com CNPJ e razao social do EMPRESAS e
      * imprime o cabecalho do bloco da empresa na conferencia.
      ******************************************************************
       3100-ABRIR-DECLARACAO.
           MOVE 0 TO WS-EMP-QTD-FUNCIONARIOS.
           MOVE 0 TO WS-EMP-QTD-VINCULOS.
           MOVE 0 TO WS-EMP-QTD-MENSAIS.
           MOVE 0 TO WS-EMP-QTD-DECIMOS.
           MOVE 0 TO WS-EMP-RENDIMENTO.
           MOVE 0 TO WS-EMP-INSS.
           MOVE 0 TO WS-EMP-IRRF.
           MOVE 0 TO WS-EMP-DEDUCAO.
           MOVE 0 TO WS-EMP-PENSAO.
           MOVE 0 TO WS-EMP-QTD-CONTRIBUINTES.
           MOVE 0 TO WS-EMP-QTD-CONTRIB.
           MOVE 0 TO WS-EMP-CONTRIB-BRUTO.
           MOVE 0 TO WS-EMP-CONTRIB-INSS.
           MOVE 0 TO WS-EMP-CONTRIB-IRRF.
           MOVE SPACES TO WS-NOME-DECLARAN.
           STRING 'DECLANUA-'          DELIMITED BY SIZE
                  WS-PARM-ANO          DELIMITED BY SIZE
                  '-E'                 DELIMITED BY SIZE
                  WS-EMPRESA-CORRENTE  DELIMITED BY SIZE
                  INTO WS-NOME-DECLARAN
           END-STRING.
           OPEN OUTPUT DECLARAN-ARQ.
           IF WS-DECLARAN-STATUS NOT = '00'
               DISPLAY 'DECLANUA: ERRO AO ABRIR ' WS-NOME-DECLARAN
                   ' - STATUS ' WS-DECLARAN-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 3100-EXIT
           END-IF.
           MOVE 0 TO EMR-CNPJ.
           MOVE SPACES TO EMR-RAZAO-SOCIAL.
           IF WS-EMPRESAS-DISPONIVEL
               MOVE WS-EMPRESA-CORRENTE TO EMR-CODIGO
               READ EMPRESAS-ARQ
                   INVALID KEY
                       MOVE 0 TO EMR-CNPJ
                       MOVE SPACES TO EMR-RAZAO-SOCIAL
               END-READ
           END-IF.
           IF EMR-CNPJ = 0
               DISPLAY 'DECLANUA: EMPRESA ' WS-EMPRESA-CORRENTE
                   ' SEM CNPJ NO CADASTRO - CONFERIR O HEADER'
           END-IF.
           PERFORM 7100-PREPARAR-REGISTRO THRU 7100-EXIT.
           MOVE 'H' TO DCA-TIPO.
           MOVE EMR-RAZAO-SOCIAL TO DCA-NOME.
           MOVE WS-DATA-SISTEMA  TO DCA-DATA-GERACAO.
           WRITE DCA-REGISTRO.
           MOVE WS-EMPRESA-CORRENTE TO CAB3D-EMPRESA.
           MOVE EMR-CNPJ            TO CAB3D-CNPJ.
           MOVE EMR-RAZAO-SOCIAL    TO CAB3D-RAZAO.
           MOVE WS-NOME-DECLARAN    TO CAB3D-ARQUIVO.
           MOVE CAB1D TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB3D TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB1D TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB4D TO REL-LINHA.
           WRITE REL-LINHA.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3800-GRAVAR-TRAILER - trailer com as quantidades de cada tipo
      * de registro e os totais declarados (mensal, 13o e
      * contribuintes individuais).
      ******************************************************************
       3800-GRAVAR-TRAILER.
           PERFORM 7100-PREPARAR-REGISTRO THRU 7100-EXIT.
           MOVE 'T' TO DCA-TIPO.
           MOVE WS-EMP-QTD-FUNCIONARIOS TO DCA-QTD-FUNCIONARIOS.
           MOVE WS-EMP-QTD-VINCULOS     TO DCA-QTD-VINCULOS.
           MOVE WS-EMP-QTD-MENSAIS      TO DCA-QTD-MENSAIS.
           MOVE WS-EMP-QTD-DECIMOS      TO DCA-QTD-DECIMOS.
           MOVE WS-EMP-QTD-CONTRIB      TO DCA-QTD-CONTRIB.
           MOVE WS-EMP-RENDIMENTO       TO DCA-RENDIMENTO.
           MOVE WS-EMP-INSS             TO DCA-INSS.
           MOVE WS-EMP-IRRF             TO DCA-IRRF.
           MOVE WS-EMP-DEDUCAO          TO DCA-DEDUCAO-DEPEND.
           MOVE WS-EMP-PENSAO           TO DCA-PENSAO.
           WRITE DCA-REGISTRO.
       3800-EXIT.
           EXIT.

       3900-IMPRIMIR-TOTAL-EMPRESA.
           MOVE CAB1D TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-EMP-QTD-FUNCIONARIOS TO WS-QTD-EDITADA.
           MOVE SPACES TO REL-LINHA.
           STRING '   FUNCIONARIOS DECLARADOS...: ' DELIMITED BY SIZE
                  WS-QTD-EDITADA DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WS-EMP-QTD-VINCULOS TO WS-QTD-EDITADA.
           MOVE SPACES TO REL-LINHA.
           STRING '   VINCULOS DECLARADOS.......: ' DELIMITED BY SIZE
                  WS-QTD-EDITADA DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WS-EMP-QTD-MENSAIS TO WS-QTD-EDITADA.
           MOVE SPACES TO REL-LINHA.
           STRING '   REGISTROS MENSAIS.........: ' DELIMITED BY SIZE
                  WS-QTD-EDITADA DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WS-EMP-QTD-DECIMOS TO WS-QTD-EDITADA.
           MOVE SPACES TO REL-LINHA.
           STRING '   REGISTROS DE 13O SALARIO..: ' DELIMITED BY SIZE
                  WS-QTD-EDITADA DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WS-EMP-QTD-CONTRIBUINTES TO WS-QTD-EDITADA.
           MOVE SPACES TO REL-LINHA.
           STRING '   CONTRIB. INDIVIDUAIS......: ' DELIMITED BY SIZE
                  WS-QTD-EDITADA DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WS-EMP-QTD-CONTRIB TO WS-QTD-EDITADA.
           MOVE SPACES TO REL-LINHA.
           STRING '   REGISTROS DE CONTRIBUINTE.: ' DELIMITED BY SIZE
                  WS-QTD-EDITADA DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WS-EMP-RENDIMENTO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO REL-LINHA.
           STRING '   RENDIMENTOS TRIBUTAVEIS...: ' DELIMITED BY SIZE
                  WS-TOTAL-EDITADO DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WS-EMP-INSS TO WS-TOTAL-EDITADO.
           MOVE SPACES TO REL-LINHA.
           STRING '   INSS......................: ' DELIMITED BY SIZE
                  WS-TOTAL-EDITADO DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WS-EMP-IRRF TO WS-TOTAL-EDITADO.
           MOVE SPACES TO REL-LINHA.
           STRING '   IRRF RETIDO...............: ' DELIMITED BY SIZE
                  WS-TOTAL-EDITADO DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WS-EMP-DEDUCAO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO REL-LINHA.
           STRING '   DEDUCAO DE DEPENDENTES....: ' DELIMITED BY SIZE
                  WS-TOTAL-EDITADO DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WS-EMP-PENSAO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO REL-LINHA.
           STRING '   PENSAO ALIMENTICIA........: ' DELIMITED BY SIZE
                  WS-TOTAL-EDITADO DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           IF WS-EMP-QTD-CONTRIB = 0
               GO TO 3900-EXIT
           END-IF.
           MOVE WS-EMP-CONTRIB-BRUTO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO REL-LINHA.
           STRING '     DOS QUAIS CONTRIBUINTES.: ' DELIMITED BY SIZE
                  WS-TOTAL-EDITADO DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WS-EMP-CONTRIB-INSS TO WS-TOTAL-EDITADO.
           MOVE SPACES TO REL-LINHA.
           STRING '     INSS DE CONTRIBUINTES...: ' DELIMITED BY SIZE
                  WS-TOTAL-EDITADO DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WS-EMP-CONTRIB-IRRF TO WS-TOTAL-EDITADO.
           MOVE SPACES TO REL-LINHA.
           STRING '     IRRF DE CONTRIBUINTES...: ' DELIMITED BY SIZE
                  WS-TOTAL-EDITADO DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
       3900-EXIT.
           EXIT.

      ******************************************************************
      * 4000-DECLARAR-FUNCIONARIO - declara o funcionario corrente no
      * CNPJ corrente: so quem teve folha no ano e alguma competencia
      * ou parcela do 13o paga por este CNPJ. Grava os vinculos, o
      * mes a mes e o 13o, e a linha da conferencia.
      ******************************************************************
       4000-DECLARAR-FUNCIONARIO.
           MOVE 'N' TO WS-TEVE-FOLHA.
           MOVE 'N' TO WS-DECLARADO.
           PERFORM 4100-VERIFICAR-MES THRU 4100-EXIT
               VARYING WS-MES-CORRENTE FROM 1 BY 1
               UNTIL WS-MES-CORRENTE > 12.
           IF NOT WS-TEM-FOLHA-NO-ANO
               GO TO 4000-LER
           END-IF.
           IF WS-HIST13-DISPONIVEL AND NOT WS-FUNC-NA-EMPRESA
               PERFORM 4110-VERIFICAR-DECIMO THRU 4110-EXIT
                   VARYING WS-PARCELA FROM 1 BY 1
                   UNTIL WS-PARCELA > 2
           END-IF.
           IF NOT WS-FUNC-NA-EMPRESA
               GO TO 4000-LER
           END-IF.
           MOVE 0 TO WS-FUNC-RENDIMENTO.
           MOVE 0 TO WS-FUNC-INSS.
           MOVE 0 TO WS-FUNC-IRRF.
           MOVE 0 TO WS-FUNC-DEDUCAO.
           MOVE 0 TO WS-FUNC-PENSAO.
           MOVE 0 TO WS-FUNC-13-BRUTO.
           MOVE 0 TO WS-FUNC-13-INSS.
           MOVE 0 TO WS-FUNC-13-IRRF.
           MOVE 0 TO WS-FUNC-13-PENSAO.
           MOVE 0 TO WS-CPF.
           IF WS-EMPCOMP-DISPONIVEL
               MOVE EMP-MATRICULA TO ECP-MATRICULA
               READ EMPCOMP-ARQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ECP-CPF TO WS-CPF
               END-READ
           END-IF.
           IF WS-CPF = 0
               DISPLAY 'DECLANUA: MATRICULA ' EMP-MATRICULA
                   ' SEM CPF NO EMPCOMP - DECLARADA COM CPF ZERADO'
           END-IF.
           PERFORM 4200-DECLARAR-VINCULOS THRU 4200-EXIT.
           PERFORM 4300-DECLARAR-MES THRU 4300-EXIT
               VARYING WS-MES-CORRENTE FROM 1 BY 1
               UNTIL WS-MES-CORRENTE > 12.
           IF WS-HIST13-DISPONIVEL
               PERFORM 4400-APURAR-DECIMO THRU 4400-EXIT
                   VARYING WS-PARCELA FROM 1 BY 1
                   UNTIL WS-PARCELA > 2
               PERFORM 4450-DECLARAR-DECIMO THRU 4450-EXIT
           END-IF.
           ADD 1 TO WS-EMP-QTD-FUNCIONARIOS.
           MOVE EMP-MATRICULA      TO DET1D-MATRICULA.
           MOVE EMP-NOME           TO DET1D-NOME.
           MOVE WS-CPF             TO MCP-CPF.
           CALL 'MASCCPF' USING MCP-PARAMETROS.
           MOVE MCP-CPF-MASCARADO  TO DET1D-CPF.
           MOVE WS-FUNC-RENDIMENTO TO DET1D-RENDIMENTO.
           MOVE WS-FUNC-INSS       TO DET1D-INSS.
           MOVE WS-FUNC-IRRF       TO DET1D-IRRF.
           MOVE WS-FUNC-DEDUCAO    TO DET1D-DEDUCAO.
           MOVE WS-FUNC-PENSAO     TO DET1D-PENSAO.
           MOVE WS-FUNC-13-BRUTO   TO DET1D-13-BRUTO.
           MOVE DET1D TO REL-LINHA.
           WRITE REL-LINHA.
       4000-LER.
           PERFORM 2900-LER-PROXIMO THRU 2900-EXIT.
       4000-EXIT.
           EXIT.

       4100-VERIFICAR-MES.
           PERFORM 2700-LER-FOLHA-MES THRU 2700-EXIT.
           IF NOT WS-MES-PAGO
               GO TO 4100-EXIT
           END-IF.
           MOVE 'S' TO WS-TEVE-FOLHA.
           IF WS-EMPRESA-FOLHA = WS-EMPRESA-CORRENTE
               MOVE 'S' TO WS-DECLARADO
           END-IF.
       4100-EXIT.
           EXIT.

       4110-VERIFICAR-DECIMO.
           PERFORM 2750-LER-PARCELA-13 THRU 2750-EXIT.
           IF WS-HIST13-STATUS NOT = '00'
               GO TO 4110-EXIT
           END-IF.
           IF WS-EMPRESA-FOLHA = WS-EMPRESA-CORRENTE
               MOVE 'S' TO WS-DECLARADO
           END-IF.
       4110-EXIT.
           EXIT.

      ******************************************************************
      * 4200-DECLARAR-VINCULOS - um registro 'V' por contrato que
      * alcanca o ano base: o atual, do mestre, e os anteriores
      * guardados no PERIODOS pela readmissao. Desligamento depois do
      * ano base nao e declarado.
      ******************************************************************
       4200-DECLARAR-VINCULOS.
           IF EMP-DATA-ADMISSAO <= WS-DATA-FIM-ANO
               AND (EMP-ATIVO
                   OR EMP-DATA-DESLIGAMENTO >= WS-DATA-INI-ANO)
               PERFORM 7100-PREPARAR-REGISTRO THRU 7100-EXIT
               MOVE 'V' TO DCA-TIPO
               PERFORM 7200-IDENTIFICAR-FUNCIONARIO THRU 7200-EXIT
               MOVE EMP-DATA-ADMISSAO TO DCA-DATA-ADMISSAO
               IF EMP-DESLIGADO
                   AND EMP-DATA-DESLIGAMENTO <= WS-DATA-FIM-ANO
                   MOVE EMP-DATA-DESLIGAMENTO TO DCA-DATA-DESLIGAMENTO
                   MOVE EMP-MOTIVO-DESLIGAMENTO TO DCA-MOTIVO-DESLIG
               END-IF
               WRITE DCA-REGISTRO
               ADD 1 TO WS-EMP-QTD-VINCULOS
           END-IF.
           IF NOT WS-PERIODOS-DISPONIVEL
               GO TO 4200-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-PERIODOS.
           MOVE EMP-MATRICULA TO PER-MATRICULA.
           MOVE 0 TO PER-SEQUENCIA.
           START PERIODOS-ARQ KEY IS NOT LESS THAN PER-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-PERIODOS
           END-START.
           IF WS-PERIODOS-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-PERIODOS
           END-IF.
           IF NOT FIM-DOS-PERIODOS
               PERFORM 4960-LER-PROXIMO-PERIODO THRU 4960-EXIT
           END-IF.
           PERFORM 4210-DECLARAR-PERIODO THRU 4210-EXIT
               UNTIL FIM-DOS-PERIODOS.
       4200-EXIT.
           EXIT.

       4210-DECLARAR-PERIODO.
           IF PER-DATA-ADMISSAO > WS-DATA-FIM-ANO
               OR PER-DATA-DESLIGAMENTO < WS-DATA-INI-ANO
               GO TO 4210-LER
           END-IF.
           PERFORM 7100-PREPARAR-REGISTRO THRU 7100-EXIT.
           MOVE 'V' TO DCA-TIPO.
           PERFORM 7200-IDENTIFICAR-FUNCIONARIO THRU 7200-EXIT.
           MOVE PER-DATA-ADMISSAO       TO DCA-DATA-ADMISSAO.
           IF PER-DATA-DESLIGAMENTO <= WS-DATA-FIM-ANO
               MOVE PER-DATA-DESLIGAMENTO   TO DCA-DATA-DESLIGAMENTO
               MOVE PER-MOTIVO-DESLIGAMENTO TO DCA-MOTIVO-DESLIG
           END-IF.
           WRITE DCA-REGISTRO.
           ADD 1 TO WS-EMP-QTD-VINCULOS.
       4210-LER.
           PERFORM 4960-LER-PROXIMO-PERIODO THRU 4960-EXIT.
       4210-EXIT.
           EXIT.

      ******************************************************************
      * 4300-DECLARAR-MES - registro 'M' da competencia paga pelo CNPJ
      * corrente. Rendimento tributavel: salario, horas extras,
      * adicionais noturno e de risco, ferias e proventos de rubricas;
      * a deducao de dependentes e a quantidade da folha vezes o valor
      * legal. A parte tributavel das folhas complementares soma no
      * rendimento, e as diferencas de INSS e IRRF nos retidos. Soma
      * tambem as verbas da pagina consolidada do INFORMEA.
      ******************************************************************
       4300-DECLARAR-MES.
           PERFORM 2700-LER-FOLHA-MES THRU 2700-EXIT.
           IF NOT WS-MES-PAGO
               GO TO 4300-EXIT
           END-IF.
           IF WS-EMPRESA-FOLHA NOT = WS-EMPRESA-CORRENTE
               GO TO 4300-EXIT
           END-IF.
           COMPUTE WS-RENDIMENTO-MES = FH-SALARIO
               + FH-VALOR-HORAS-EXTRAS + FH-VALOR-FERIAS
               + FH-TOTAL-EVENTOS-PROV.
           IF FH-VALOR-ADIC-NOTURNO IS NUMERIC
               ADD FH-VALOR-ADIC-NOTURNO TO WS-RENDIMENTO-MES
           END-IF.
           IF FH-VALOR-ADIC-RISCO IS NUMERIC
               ADD FH-VALOR-ADIC-RISCO TO WS-RENDIMENTO-MES
           END-IF.
           ADD WS-MES-COMPL-TRIB TO WS-RENDIMENTO-MES.
           ADD WS-MES-COMPL-INSS TO FH-INSS.
           ADD WS-MES-COMPL-IRRF TO FH-IRRF.
           MOVE 0 TO WS-PENSAO-MES.
           IF FH-VALOR-PENSAO IS NUMERIC
               MOVE FH-VALOR-PENSAO TO WS-PENSAO-MES
           END-IF.
           COMPUTE WS-DEDUCAO-MES =
               FH-QTD-DEPENDENTES * WS-DEDUCAO-POR-DEPENDENTE.
           PERFORM 7100-PREPARAR-REGISTRO THRU 7100-EXIT.
           MOVE 'M' TO DCA-TIPO.
           PERFORM 7200-IDENTIFICAR-FUNCIONARIO THRU 7200-EXIT.
           MOVE WS-MES-CORRENTE    TO DCA-MES.
           MOVE FH-QTD-DEPENDENTES TO DCA-QTD-DEPENDENTES.
           MOVE WS-RENDIMENTO-MES  TO DCA-RENDIMENTO.
           MOVE FH-INSS            TO DCA-INSS.
           MOVE FH-IRRF            TO DCA-IRRF.
           MOVE WS-DEDUCAO-MES     TO DCA-DEDUCAO-DEPEND.
           MOVE WS-PENSAO-MES      TO DCA-PENSAO.
           WRITE DCA-REGISTRO.
           ADD 1 TO WS-EMP-QTD-MENSAIS.
           ADD WS-RENDIMENTO-MES TO WS-FUNC-RENDIMENTO.
           ADD FH-INSS           TO WS-FUNC-INSS.
           ADD FH-IRRF           TO WS-FUNC-IRRF.
           ADD WS-DEDUCAO-MES    TO WS-FUNC-DEDUCAO.
           ADD WS-PENSAO-MES     TO WS-FUNC-PENSAO.
           ADD WS-RENDIMENTO-MES TO WS-EMP-RENDIMENTO.
           ADD FH-INSS           TO WS-EMP-INSS.
           ADD FH-IRRF           TO WS-EMP-IRRF.
           ADD WS-DEDUCAO-MES    TO WS-EMP-DEDUCAO.
           ADD WS-PENSAO-MES     TO WS-EMP-PENSAO.
           ADD FH-SALARIO            TO WS-CONS-SALARIO.
           ADD FH-SALARIO-FAMILIA    TO WS-CONS-SALFAM.
           ADD FH-VALOR-HORAS-EXTRAS TO WS-CONS-HREXT.
           ADD WS-MES-COMPL          TO WS-CONS-COMPL.
           ADD FH-INSS               TO WS-CONS-INSS.
           ADD FH-IRRF               TO WS-CONS-IRRF.
           ADD WS-PENSAO-MES         TO WS-CONS-PENSAO.
           ADD FH-LIQUIDO            TO WS-CONS-LIQUIDO.
           ADD WS-MES-COMPL-LIQUIDO  TO WS-CONS-LIQUIDO.
       4300-EXIT.
           EXIT.

       4400-APURAR-DECIMO.
           PERFORM 2750-LER-PARCELA-13 THRU 2750-EXIT.
           IF WS-HIST13-STATUS NOT = '00'
               GO TO 4400-EXIT
           END-IF.
           IF WS-EMPRESA-FOLHA NOT = WS-EMPRESA-CORRENTE
               GO TO 4400-EXIT
           END-IF.
           ADD H13-VALOR-PARCELA TO WS-FUNC-13-BRUTO.
           ADD H13-INSS          TO WS-FUNC-13-INSS.
           ADD H13-IRRF          TO WS-FUNC-13-IRRF.
           IF H13-VALOR-PENSAO IS NUMERIC
               ADD H13-VALOR-PENSAO TO WS-FUNC-13-PENSAO
           END-IF.
       4400-EXIT.
           EXIT.

      ******************************************************************
      * 4450-DECLARAR-DECIMO - registro 'D' com o 13o pago no ano pelo
      * CNPJ corrente (as duas parcelas): bruto, INSS, IRRF, deducao
      * dos dependentes da 2a parcela e pensao.
      ******************************************************************
       4450-DECLARAR-DECIMO.
           IF WS-FUNC-13-BRUTO = 0
               GO TO 4450-EXIT
           END-IF.
           MOVE 0 TO WS-DEDUCAO-MES.
           MOVE EMP-MATRICULA TO H13-MATRICULA.
           MOVE WS-PARM-ANO   TO H13-ANO.
           MOVE 2             TO H13-PARCELA.
           READ HIST13-ARQ
               INVALID KEY
                   MOVE 0 TO H13-QTD-DEPENDENTES
           END-READ.
           IF H13-EMPRESA = WS-EMPRESA-CORRENTE
               COMPUTE WS-DEDUCAO-MES =
                   H13-QTD-DEPENDENTES * WS-DEDUCAO-POR-DEPENDENTE
           END-IF.
           PERFORM 7100-PREPARAR-REGISTRO THRU 7100-EXIT.
           MOVE 'D' TO DCA-TIPO.
           PERFORM 7200-IDENTIFICAR-FUNCIONARIO THRU 7200-EXIT.
           MOVE 13                TO DCA-MES.
           MOVE H13-QTD-DEPENDENTES TO DCA-QTD-DEPENDENTES.
           MOVE WS-FUNC-13-BRUTO  TO DCA-RENDIMENTO.
           MOVE WS-FUNC-13-INSS   TO DCA-INSS.
           MOVE WS-FUNC-13-IRRF   TO DCA-IRRF.
           MOVE WS-DEDUCAO-MES    TO DCA-DEDUCAO-DEPEND.
           MOVE WS-FUNC-13-PENSAO TO DCA-PENSAO.
           WRITE DCA-REGISTRO.
           ADD 1 TO WS-EMP-QTD-DECIMOS.
           ADD WS-FUNC-13-BRUTO  TO WS-EMP-RENDIMENTO.
           ADD WS-FUNC-13-INSS   TO WS-EMP-INSS.
           ADD WS-FUNC-13-IRRF   TO WS-EMP-IRRF.
           ADD WS-DEDUCAO-MES    TO WS-EMP-DEDUCAO.
           ADD WS-FUNC-13-PENSAO TO WS-EMP-PENSAO.
           ADD WS-FUNC-13-BRUTO  TO WS-CONS-13-BRUTO.
           ADD WS-FUNC-13-INSS   TO WS-CONS-13-INSS.
           ADD WS-FUNC-13-IRRF   TO WS-CONS-13-IRRF.
           ADD WS-FUNC-13-PENSAO TO WS-CONS-13-PENSAO.
       4450-EXIT.
           EXIT.

       4960-LER-PROXIMO-PERIODO.
           READ PERIODOS-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PERIODOS
           END-READ.
           IF WS-PERIODOS-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-PERIODOS
           END-IF.
           IF NOT FIM-DOS-PERIODOS
               AND PER-MATRICULA NOT = EMP-MATRICULA
               MOVE 'S' TO WS-FIM-PERIODOS
           END-IF.
       4960-EXIT.
           EXIT.

      ******************************************************************
      * 5000-DECLARAR-CONTRIBUINTES - passada no PAGCONTR para o CNPJ
      * corrente: um registro 'C' por contribuinte e competencia do
      * ano base (bruto, INSS e IRRF somados dos pagamentos do mes) e
      * uma linha por contribuinte no bloco proprio da conferencia.
      ******************************************************************
       5000-DECLARAR-CONTRIBUINTES.
           MOVE 'N' TO WS-CAB-CONTRIB.
           MOVE 0 TO WS-CTR-CODIGO.
           PERFORM 2850-POSICIONAR-PAGCONTR THRU 2850-EXIT.
           PERFORM 5100-ACUMULAR-PAGAMENTO THRU 5100-EXIT
               UNTIL FIM-DO-PAGCONTR.
           IF WS-CTR-CODIGO NOT = 0
               PERFORM 5200-DECLARAR-MES-CONTRIB THRU 5200-EXIT
               PERFORM 5300-IMPRIMIR-CONTRIBUINTE THRU 5300-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

       5100-ACUMULAR-PAGAMENTO.
           IF PCI-ANO NOT = WS-PARM-ANO
               OR PCI-EMPRESA NOT = WS-EMPRESA-CORRENTE
               GO TO 5100-LER
           END-IF.
           IF PCI-CODIGO NOT = WS-CTR-CODIGO
               IF WS-CTR-CODIGO NOT = 0
                   PERFORM 5200-DECLARAR-MES-CONTRIB THRU 5200-EXIT
                   PERFORM 5300-IMPRIMIR-CONTRIBUINTE THRU 5300-EXIT
               END-IF
               MOVE PCI-CODIGO TO WS-CTR-CODIGO
               MOVE PCI-MES    TO WS-CTR-MES
               MOVE 0 TO WS-CTR-MES-BRUTO
               MOVE 0 TO WS-CTR-MES-INSS
               MOVE 0 TO WS-CTR-MES-IRRF
               MOVE 0 TO WS-CTR-ANO-BRUTO
               MOVE 0 TO WS-CTR-ANO-INSS
               MOVE 0 TO WS-CTR-ANO-IRRF
           END-IF.
           IF PCI-MES NOT = WS-CTR-MES
               PERFORM 5200-DECLARAR-MES-CONTRIB THRU 5200-EXIT
               MOVE PCI-MES TO WS-CTR-MES
               MOVE 0 TO WS-CTR-MES-BRUTO
               MOVE 0 TO WS-CTR-MES-INSS
               MOVE 0 TO WS-CTR-MES-IRRF
           END-IF.
           MOVE PCI-CPF         TO WS-CTR-CPF.
           MOVE PCI-NOME        TO WS-CTR-NOME.
           MOVE PCI-CATEGORIA   TO WS-CTR-CATEGORIA.
           ADD PCI-VALOR-BRUTO  TO WS-CTR-MES-BRUTO.
           ADD PCI-INSS         TO WS-CTR-MES-INSS.
           ADD PCI-IRRF         TO WS-CTR-MES-IRRF.
       5100-LER.
           PERFORM 2950-LER-PROXIMO-PAGAMENTO THRU 2950-EXIT.
       5100-EXIT.
           EXIT.

       5200-DECLARAR-MES-CONTRIB.
           PERFORM 7100-PREPARAR-REGISTRO THRU 7100-EXIT.
           MOVE 'C' TO DCA-TIPO.
           MOVE WS-CTR-CODIGO     TO DCA-MATRICULA.
           MOVE WS-CTR-CPF        TO DCA-CPF.
           MOVE WS-CTR-NOME       TO DCA-NOME.
           MOVE WS-CTR-MES        TO DCA-MES.
           MOVE WS-CTR-MES-BRUTO  TO DCA-RENDIMENTO.
           MOVE WS-CTR-MES-INSS   TO DCA-INSS.
           MOVE WS-CTR-MES-IRRF   TO DCA-IRRF.
           MOVE WS-CTR-CATEGORIA  TO DCA-CATEGORIA.
           WRITE DCA-REGISTRO.
           ADD 1 TO WS-EMP-QTD-CONTRIB.
           ADD WS-CTR-MES-BRUTO TO WS-CTR-ANO-BRUTO.
           ADD WS-CTR-MES-INSS  TO WS-CTR-ANO-INSS.
           ADD WS-CTR-MES-IRRF  TO WS-CTR-ANO-IRRF.
           ADD WS-CTR-MES-BRUTO TO WS-EMP-RENDIMENTO.
           ADD WS-CTR-MES-INSS  TO WS-EMP-INSS.
           ADD WS-CTR-MES-IRRF  TO WS-EMP-IRRF.
           ADD WS-CTR-MES-BRUTO TO WS-EMP-CONTRIB-BRUTO.
           ADD WS-CTR-MES-INSS  TO WS-EMP-CONTRIB-INSS.
           ADD WS-CTR-MES-IRRF  TO WS-EMP-CONTRIB-IRRF.
       5200-EXIT.
           EXIT.

      * 5300-IMPRIMIR-CONTRIBUINTE - linha do ano do contribuinte no
      * bloco de contribuintes individuais, aberto no primeiro.
       5300-IMPRIMIR-CONTRIBUINTE.
           IF NOT WS-CAB-CONTRIB-IMPRESSO
               MOVE CAB1D TO REL-LINHA
               WRITE REL-LINHA
               MOVE CAB5D TO REL-LINHA
               WRITE REL-LINHA
               MOVE 'S' TO WS-CAB-CONTRIB
           END-IF.
           ADD 1 TO WS-EMP-QTD-CONTRIBUINTES.
           MOVE WS-CTR-CODIGO     TO DET2D-CODIGO.
           MOVE WS-CTR-NOME       TO DET2D-NOME.
           MOVE WS-CTR-CPF        TO MCP-CPF.
           CALL 'MASCCPF' USING MCP-PARAMETROS.
           MOVE MCP-CPF-MASCARADO TO DET2D-CPF.
           MOVE WS-CTR-ANO-BRUTO  TO DET2D-RENDIMENTO.
           MOVE WS-CTR-ANO-INSS   TO DET2D-INSS.
           MOVE WS-CTR-ANO-IRRF   TO DET2D-IRRF.
           IF WS-CTR-AUTONOMO
               MOVE 'AUTONOMO' TO DET2D-CATEGORIA
           ELSE
               MOVE 'SOCIO'    TO DET2D-CATEGORIA
           END-IF.
           MOVE DET2D TO REL-LINHA.
           WRITE REL-LINHA.
       5300-EXIT.
           EXIT.

      ******************************************************************
      * 7000-PAGINA-CONSOLIDADA - pagina final com os totais apurados
      * pelas regras do INFORMEA, para conferencia com a pagina
      * consolidada dele. Na execucao de uma empresa so, os totais sao
      * os dela e nao batem com o INFORMEA, que e de todas.
      ******************************************************************
       7000-PAGINA-CONSOLIDADA.
           MOVE CAB1D TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-QTD-INFORMES TO TOT2D-QTD.
           MOVE TOT2D TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'SALARIOS............: ' TO TOT3D-DESCRICAO.
           MOVE WS-CONS-SALARIO TO TOT3D-VALOR.
           MOVE TOT3D TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'SALARIO-FAMILIA.....: ' TO TOT3D-DESCRICAO.
           MOVE WS-CONS-SALFAM TO TOT3D-VALOR.
           MOVE TOT3D TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'HORAS EXTRAS........: ' TO TOT3D-DESCRICAO.
           MOVE WS-CONS-HREXT TO TOT3D-VALOR.
           MOVE TOT3D TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'FOLHA COMPLEMENTAR..: ' TO TOT3D-DESCRICAO.
           MOVE WS-CONS-COMPL TO TOT3D-VALOR.
           MOVE TOT3D TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'INSS................: ' TO TOT3D-DESCRICAO.
           MOVE WS-CONS-INSS TO TOT3D-VALOR.
           MOVE TOT3D TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'IRRF................: ' TO TOT3D-DESCRICAO.
           MOVE WS-CONS-IRRF TO TOT3D-VALOR.
           MOVE TOT3D TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'PENSAO ALIMENTICIA..: ' TO TOT3D-DESCRICAO.
           MOVE WS-CONS-PENSAO TO TOT3D-VALOR.
           MOVE TOT3D TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'LIQUIDO.............: ' TO TOT3D-DESCRICAO.
           MOVE WS-CONS-LIQUIDO TO TOT3D-VALOR.
           MOVE TOT3D TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE '13O SALARIO.........: ' TO TOT3D-DESCRICAO.
           MOVE WS-CONS-13-BRUTO TO TOT3D-VALOR.
           MOVE TOT3D TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'INSS SOBRE 13O......: ' TO TOT3D-DESCRICAO.
           MOVE WS-CONS-13-INSS TO TOT3D-VALOR.
           MOVE TOT3D TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'IRRF SOBRE 13O......: ' TO TOT3D-DESCRICAO.
           MOVE WS-CONS-13-IRRF TO TOT3D-VALOR.
           MOVE TOT3D TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'PENSAO SOBRE 13O....: ' TO TOT3D-DESCRICAO.
           MOVE WS-CONS-13-PENSAO TO TOT3D-VALOR.
           MOVE TOT3D TO REL-LINHA.
           WRITE REL-LINHA.
           IF NOT WS-TODAS-AS-EMPRESAS
               MOVE SPACES TO REL-LINHA
               STRING '*** SO A EMPRESA ' DELIMITED BY SIZE
                      WS-PARM-EMPRESA     DELIMITED BY SIZE
                      ' - O INFORMEA CONSOLIDA TODAS AS EMPRESAS'
                          DELIMITED BY SIZE
                      INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7100-PREPARAR-REGISTRO - limpa o registro da declaracao e
      * preenche o ano base e o CNPJ comuns a todos.
      ******************************************************************
       7100-PREPARAR-REGISTRO.
           MOVE SPACES TO DCA-REGISTRO.
           MOVE WS-PARM-ANO TO DCA-ANO-BASE.
           MOVE EMR-CNPJ    TO DCA-CNPJ.
           MOVE 0 TO DCA-MATRICULA.
           MOVE 0 TO DCA-CPF.
           MOVE 0 TO DCA-MES.
           MOVE 0 TO DCA-DATA-ADMISSAO.
           MOVE 0 TO DCA-DATA-DESLIGAMENTO.
           MOVE 0 TO DCA-QTD-DEPENDENTES.
           MOVE 0 TO DCA-RENDIMENTO.
           MOVE 0 TO DCA-INSS.
           MOVE 0 TO DCA-IRRF.
           MOVE 0 TO DCA-DEDUCAO-DEPEND.
           MOVE 0 TO DCA-PENSAO.
       7100-EXIT.
           EXIT.

       7200-IDENTIFICAR-FUNCIONARIO.
           MOVE EMP-MATRICULA TO DCA-MATRICULA.
           MOVE WS-CPF        TO DCA-CPF.
           MOVE EMP-NOME      TO DCA-NOME.
       7200-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - fecha os arquivos.
      ******************************************************************
       9000-FINALIZAR.
           CLOSE EMPREG-ARQ.
           CLOSE FOLHAHIS-ARQ.
           IF WS-EMPCOMP-DISPONIVEL
               CLOSE EMPCOMP-ARQ
           END-IF.
           IF WS-PERIODOS-DISPONIVEL
               CLOSE PERIODOS-ARQ
           END-IF.
           IF WS-HIST13-DISPONIVEL
               CLOSE HIST13-ARQ
           END-IF.
           IF WS-FOLHACPL-DISPONIVEL
               CLOSE FOLHACPL-ARQ
           END-IF.
           IF WS-PAGCONTR-DISPONIVEL
               CLOSE PAGCONTR-ARQ
           END-IF.
           IF WS-EMPRESAS-DISPONIVEL
               CLOSE EMPRESAS-ARQ
           END-IF.
           IF WS-RELATORIO-STATUS = '00'
               AND WS-NOME-RELATORIO NOT = SPACES
               CLOSE RELATORIO-ARQ
               DISPLAY 'DECLANUA: CONFERENCIA GRAVADA EM '
                   WS-NOME-RELATORIO
           END-IF.
           DISPLAY 'DECLANUA: ' WS-QTD-ARQUIVOS ' ARQUIVO(S) DE '
               'DECLARACAO GERADO(S)'.
           IF WS-QTD-ARQUIVOS = 0 AND NOT WS-SEM-CONDICAO
               DISPLAY 'DECLANUA: NENHUMA FOLHA NO ANO BASE PARA A '
                   'EMPRESA INFORMADA'
           END-IF.
       9000-EXIT.
           EXIT.

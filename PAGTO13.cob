       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGTO13.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Pagamento do decimo terceiro salario em duas
      *             parcelas. Para o ano e a parcela informados, paga o
      *             13o de cada funcionario ativo do mestre EMPREG (ou
      *             so os da empresa informada):
      *               - 13o integral: remuneracao (salario mais o
      *                 adicional de risco do cargo, ADICRISC) mais as
      *                 medias do ano de horas extras (FOLHAHIS) e de
      *                 rubricas variaveis tributaveis (MOVRUB), vezes
      *                 os avos sobre 12 - os mesmos avos do FOLHA13;
      *               - 1a parcela (competencia 11, ate 30/11): metade
      *                 do 13o integral, sem INSS nem IRRF;
      *               - 2a parcela (competencia 12, ate 20/12): o 13o
      *                 integral menos a 1a parcela paga, com INSS e
      *                 IRRF sobre o 13o integral pelas faixas do
      *                 TABFOLHA e os dependentes do DEPEND, e as
      *                 pensoes alimenticias judiciais que alcancam o
      *                 13o (PENSAOC, folha 'T', gravadas no PENSHIS).
      *             Cada parcela paga vai para o historico HIST13 (que
      *             tambem impede pagar a mesma parcela duas vezes), o
      *             FGTS de 8 por cento sobre ela para o arquivo de
      *             depositos FGTS13-AAAAMM (layout do FGTSDEP) e a
      *             conta FGTSCTA (lancamento 'T'), o liquido e as
      *             pensoes para o arquivo de pagamento PAG13-AAAAMM
      *             (layout CSV do EXPFOLHA) e os lancamentos para o
      *             lote contabil CTB13-AAAAMM, com a baixa da provisao
      *             de 13o guardada em PROVSALD. Os arquivos gerados
      *             sao acrescidos a cada execucao (sufixo -Enn na
      *             execucao por empresa); o FOLHACTB e o FGTSDEP ficam
      *             com o RELAT, que os recria no fechamento oficial.
      *
      * Historico de alteracoes:
      *   15/10/2026 LHP  Versao inicial.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPARTAMENTO
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPREG-STATUS.

           SELECT HIST13-ARQ
               ASSIGN TO "HIST13"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H13-CHAVE
               FILE STATUS IS WS-HIST13-STATUS.

           SELECT FOLHAHIS-ARQ
               ASSIGN TO "FOLHAHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-CHAVE
               FILE STATUS IS WS-FOLHAHIS-STATUS.

           SELECT RUBRICA-ARQ
               ASSIGN TO "RUBRICA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUB-CODIGO
               FILE STATUS IS WS-RUBRICA-STATUS.

           SELECT MOVRUB-ARQ
               ASSIGN TO "MOVRUB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRB-CHAVE
               FILE STATUS IS WS-MOVRUB-STATUS.

           SELECT TABFOLHA-ARQ
               ASSIGN TO "TABFOLHA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAB-CHAVE
               FILE STATUS IS WS-TABFOLHA-STATUS.

           SELECT DEPEND-ARQ
               ASSIGN TO "DEPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPD-CHAVE
               FILE STATUS IS WS-DEPEND-STATUS.

           SELECT EMPCOMP-ARQ
               ASSIGN TO "EMPCOMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECP-MATRICULA
               FILE STATUS IS WS-EMPCOMP-STATUS.

           SELECT DEPTOS-ARQ
               ASSIGN TO "DEPTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-DEPTOS-STATUS.

           SELECT FGTSCTA-ARQ
               ASSIGN TO "FGTSCTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FGC-CHAVE
               FILE STATUS IS WS-FGTSCTA-STATUS.

           SELECT PENSHIS-ARQ
               ASSIGN TO "PENSHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSH-CHAVE
               FILE STATUS IS WS-PENSHIS-STATUS.

           SELECT PROVSALD-ARQ
               ASSIGN TO "PROVSALD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PVS-CHAVE
               FILE STATUS IS WS-PROVSALD-STATUS.

           SELECT PAGTO-ARQ
               ASSIGN TO DYNAMIC WS-NOME-PAGTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGTO-STATUS.

           SELECT FGTS13-ARQ
               ASSIGN TO DYNAMIC WS-NOME-FGTS13
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FGTS13-STATUS.

           SELECT CTB13-ARQ
               ASSIGN TO DYNAMIC WS-NOME-CTB13
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTB13-STATUS.

           SELECT RELATORIO-ARQ
               ASSIGN TO DYNAMIC WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREG-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPREGC.

       FD  HIST13-ARQ
           LABEL RECORD IS STANDARD.
           COPY HIST13C.

       FD  FOLHAHIS-ARQ
           LABEL RECORD IS STANDARD.
           COPY FOLHAHC.

       FD  RUBRICA-ARQ
           LABEL RECORD IS STANDARD.
           COPY RUBRICC.

       FD  MOVRUB-ARQ
           LABEL RECORD IS STANDARD.
           COPY MOVRUBC.

       FD  TABFOLHA-ARQ
           LABEL RECORD IS STANDARD.
           COPY TABFOLC.

       FD  DEPEND-ARQ
           LABEL RECORD IS STANDARD.
           COPY DEPENDC.

       FD  EMPCOMP-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPCOMPC.

       FD  DEPTOS-ARQ
           LABEL RECORD IS STANDARD.
           COPY DEPTOSC.

       FD  FGTSCTA-ARQ
           LABEL RECORD IS STANDARD.
           COPY FGTSCTC.

       FD  PENSHIS-ARQ
           LABEL RECORD IS STANDARD.
           COPY PENSHC.

       FD  PROVSALD-ARQ
           LABEL RECORD IS STANDARD.
           COPY PROVSLDC.

      * PAG13 - arquivo de pagamento da parcela, no mesmo layout CSV do
      * EXPFOLHA (matricula nas 6 primeiras posicoes), com um credito
      * por funcionario e um por beneficiario de pensao ('PENS').
       FD  PAGTO-ARQ
           LABEL RECORD IS STANDARD.
       01  PAG-LINHA                  PIC X(132).

      * FGTS13 - depositos de FGTS sobre a parcela, no layout do
      * FGTSDEP, fechado com o trailer de quantidade e total de cada
      * execucao. Separado do FGTSDEP da competencia, que o RELAT recria
      * no fechamento oficial.
       FD  FGTS13-ARQ
           LABEL RECORD IS STANDARD.
           COPY FGTSDEPC.

      * CTB13 - lote contabil do 13o da competencia, separado do
      * FOLHACTB pelo mesmo motivo do RESCCTB e do PROVCTB.
       FD  CTB13-ARQ
           LABEL RECORD IS STANDARD.
           COPY CTBLANC.

       FD  RELATORIO-ARQ
           LABEL RECORD IS STANDARD.
       01  REL-LINHA                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-EMPREG-STATUS        PIC X(02) VALUE '00'.
           05 WS-HIST13-STATUS        PIC X(02) VALUE '00'.
           05 WS-FOLHAHIS-STATUS      PIC X(02) VALUE '00'.
           05 WS-RUBRICA-STATUS       PIC X(02) VALUE '00'.
           05 WS-MOVRUB-STATUS        PIC X(02) VALUE '00'.
           05 WS-TABFOLHA-STATUS      PIC X(02) VALUE '00'.
           05 WS-DEPEND-STATUS        PIC X(02) VALUE '00'.
           05 WS-EMPCOMP-STATUS       PIC X(02) VALUE '00'.
           05 WS-DEPTOS-STATUS        PIC X(02) VALUE '00'.
           05 WS-FGTSCTA-STATUS       PIC X(02) VALUE '00'.
           05 WS-PENSHIS-STATUS       PIC X(02) VALUE '00'.
           05 WS-PROVSALD-STATUS      PIC X(02) VALUE '00'.
           05 WS-PAGTO-STATUS         PIC X(02) VALUE '00'.
           05 WS-FGTS13-STATUS        PIC X(02) VALUE '00'.
           05 WS-CTB13-STATUS         PIC X(02) VALUE '00'.
           05 WS-RELATORIO-STATUS     PIC X(02) VALUE '00'.
           05 WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
               88 FIM-DO-ARQUIVO      VALUE 'S'.
           05 WS-FOLHAHIS-OK          PIC X(01) VALUE 'N'.
               88 WS-FOLHAHIS-DISPONIVEL VALUE 'S'.
           05 WS-EVENTOS-OK           PIC X(01) VALUE 'N'.
               88 WS-EVENTOS-DISPONIVEIS VALUE 'S'.
           05 WS-DEPEND-OK            PIC X(01) VALUE 'N'.
               88 WS-DEPEND-DISPONIVEL VALUE 'S'.
           05 WS-EMPCOMP-OK           PIC X(01) VALUE 'N'.
               88 WS-EMPCOMP-DISPONIVEL VALUE 'S'.
           05 WS-DEPTOS-OK            PIC X(01) VALUE 'N'.
               88 WS-DEPTOS-DISPONIVEL VALUE 'S'.
           05 WS-FGTSCTA-OK           PIC X(01) VALUE 'N'.
               88 WS-FGTSCTA-ABERTO   VALUE 'S'.
           05 WS-PENSHIS-OK           PIC X(01) VALUE 'N'.
               88 WS-PENSHIS-ABERTO   VALUE 'S'.
           05 WS-PROVSALD-OK          PIC X(01) VALUE 'N'.
               88 WS-PROVSALD-DISPONIVEL VALUE 'S'.
           05 WS-PAGTO-OK             PIC X(01) VALUE 'N'.
               88 WS-PAGTO-ABERTO     VALUE 'S'.
           05 WS-FGTS13-OK            PIC X(01) VALUE 'N'.
               88 WS-FGTS13-ABERTO    VALUE 'S'.
           05 WS-FIM-FOLHAHIS         PIC X(01) VALUE 'N'.
               88 FIM-DO-FOLHAHIS     VALUE 'S'.
           05 WS-FIM-MOVRUB           PIC X(01) VALUE 'N'.
               88 FIM-DO-MOVRUB       VALUE 'S'.
           05 WS-FIM-DEPEND           PIC X(01) VALUE 'N'.
               88 FIM-DOS-DEPENDENTES VALUE 'S'.
           05 WS-FIM-TABELA           PIC X(01) VALUE 'N'.
               88 FIM-DA-TABELA       VALUE 'S'.
           05 WS-ACHOU-FAIXA          PIC X(01) VALUE 'N'.
               88 WS-FAIXA-ENCONTRADA VALUE 'S'.

       01  WS-PARAMETROS.
           05 WS-PARM-ANO             PIC 9(04) VALUE 0.
           05 WS-PARM-PARCELA         PIC 9(01) VALUE 0.
               88 WS-PRIMEIRA-PARCELA VALUE 1.
               88 WS-SEGUNDA-PARCELA  VALUE 2.
               88 WS-PARCELA-VALIDA   VALUE 1 2.
           05 WS-PARM-EMPRESA         PIC 9(02) VALUE 99.
               88 WS-TODAS-AS-EMPRESAS VALUE 99.

      * Competencia da parcela: novembro para a 1a, dezembro para a 2a.
      * As medias do ano vao ate o mes anterior ao da competencia, o
      * ultimo com folha fechada.
       01  WS-COMPETENCIA.
           05 WS-COMP-ANO             PIC 9(04) VALUE 0.
           05 WS-COMP-MES             PIC 9(02) VALUE 0.
       01  WS-COMP-AAAAMM             PIC 9(06) VALUE 0.
       01  WS-MES-LIMITE-MEDIA        PIC 9(02) VALUE 0.

      * Prazos legais das parcelas (dia e mes), so para aviso.
       01  WS-PRAZO-PARCELA           PIC 9(08) VALUE 0.

      * Percentual da 1a parcela e aliquota do FGTS (conferir a cada
      * ano, como os valores de dependentes).
       01  WS-PERC-1A-PARCELA         PIC 9(02)V99 VALUE 50,00.
       01  WS-ALIQUOTA-FGTS           PIC 9(01)V99 VALUE 0,08.
       01  WS-DEDUCAO-POR-DEPENDENTE  PIC 9(03)V99 VALUE 189,59.

      * Tabelas de INSS/IRRF de dezembro do ano, carregadas de TABFOLHA
      * como no RELAT (so a 2a parcela tem impostos).
       01  WS-TABELA-INSS.
           05 WS-QTD-FAIXAS-INSS      PIC 9(02) COMP VALUE 0.
           05 WS-FAIXA-INSS OCCURS 9 TIMES INDEXED BY WS-IDX-INSS.
               10 WS-INSS-LIMITE      PIC 9(07)V99.
               10 WS-INSS-ALIQ        PIC 9(01)V999.

       01  WS-TABELA-IRRF.
           05 WS-QTD-FAIXAS-IRRF      PIC 9(02) COMP VALUE 0.
           05 WS-FAIXA-IRRF OCCURS 9 TIMES INDEXED BY WS-IDX-IRRF.
               10 WS-IRRF-LIMITE      PIC 9(07)V99.
               10 WS-IRRF-ALIQ        PIC 9(01)V999.
               10 WS-IRRF-DEDUCAO     PIC 9(05)V99.

       01  WS-CALCULO-13.
           05 WS-ANO-ADMISSAO         PIC 9(04) VALUE 0.
           05 WS-MES-ADMISSAO         PIC 9(02) VALUE 0.
           05 WS-AVOS                 PIC 9(02) VALUE 0.
           05 WS-REMUNERACAO          PIC S9(07)V99 VALUE 0.
           05 WS-MESES-MEDIA          PIC 9(02) VALUE 0.
           05 WS-SOMA-HORAS-EXTRAS    PIC S9(09)V99 VALUE 0.
           05 WS-SOMA-RUBRICAS        PIC S9(09)V99 VALUE 0.
           05 WS-MEDIA-HORAS-EXTRAS   PIC S9(07)V99 VALUE 0.
           05 WS-MEDIA-RUBRICAS       PIC S9(07)V99 VALUE 0.
           05 WS-VALOR-INTEGRAL       PIC S9(07)V99 VALUE 0.
           05 WS-VALOR-1A-PARCELA     PIC S9(07)V99 VALUE 0.
           05 WS-VALOR-PARCELA        PIC S9(07)V99 VALUE 0.
           05 WS-QTD-DEPENDENTES      PIC 9(02) VALUE 0.
           05 WS-BASE-INSS            PIC S9(07)V99 VALUE 0.
           05 WS-ALIQUOTA-INSS        PIC 9(01)V999 VALUE 0.
           05 WS-INSS                 PIC S9(07)V99 VALUE 0.
           05 WS-BASE-IRRF            PIC S9(07)V99 VALUE 0.
           05 WS-ALIQUOTA-IRRF        PIC 9(01)V999 VALUE 0.
           05 WS-DEDUCAO-IRRF         PIC 9(05)V99 VALUE 0.
           05 WS-IRRF                 PIC S9(07)V99 VALUE 0.
           05 WS-VALOR-PENSAO         PIC S9(07)V99 VALUE 0.
           05 WS-LIQUIDO              PIC S9(07)V99 VALUE 0.
           05 WS-VALOR-FGTS           PIC S9(07)V99 VALUE 0.

           COPY ADRLINKC.

           COPY PNLLINKC.

           COPY SEGLINKC.

      * Acumulado por departamento para o lote contabil: custo da
      * parcela (bruto + FGTS), abatido da provisao do PROVSALD.
       01  WS-TAB-DEPTOS.
           05 WS-QTD-DEPTOS           PIC 9(02) COMP VALUE 0.
           05 WS-DEPTO-ITEM OCCURS 50 TIMES INDEXED BY WS-IDX-DEPTO.
               10 WS-DEPTO-COD        PIC X(04).
               10 WS-DEPTO-BRUTO      PIC S9(09)V99.
               10 WS-DEPTO-FGTS       PIC S9(09)V99.

       01  WS-LANCAMENTO-DEPTO.
           05 WS-CENTRO-CUSTO         PIC X(08) VALUE SPACES.
           05 WS-CUSTO-DEPTO          PIC S9(09)V99 VALUE 0.
           05 WS-BAIXA-PROVISAO       PIC S9(09)V99 VALUE 0.
           05 WS-EXCESSO-PROVISAO     PIC S9(09)V99 VALUE 0.

       01  WS-TOTAIS.
           05 WS-TOTAL-INTEGRAL       PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-PARCELA        PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-INSS           PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-IRRF           PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-PENSAO         PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-LIQUIDO        PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-FGTS           PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-BAIXA          PIC S9(09)V99 VALUE 0.

       01  WS-CONTADORES.
           05 WS-QTD-PAGOS            PIC 9(05) VALUE 0.
           05 WS-QTD-JA-PAGOS         PIC 9(05) VALUE 0.
           05 WS-QTD-DEPOSITOS-FGTS   PIC 9(06) VALUE 0.

       01  WS-DADOS-BANCARIOS.
           05 WS-BANCO-EXPORT         PIC X(03) VALUE SPACES.
           05 WS-AGENCIA-EXPORT       PIC X(05) VALUE SPACES.
           05 WS-CONTA-EXPORT         PIC X(12) VALUE SPACES.
           05 WS-CPF-FUNCIONARIO      PIC 9(11) VALUE 0.

       01  WS-VALOR-EDITADO           PIC -Z.ZZZ.ZZ9,99.
       01  WS-TOTAL-EDITADO           PIC -Z.ZZZ.ZZZ9,99.

       01  WS-SUFIXO-EMPRESA          PIC X(04) VALUE SPACES.
       01  WS-NOME-PAGTO              PIC X(16) VALUE SPACES.
       01  WS-NOME-FGTS13             PIC X(17) VALUE SPACES.
       01  WS-NOME-CTB13              PIC X(16) VALUE SPACES.
       01  WS-NOME-RELATORIO          PIC X(21) VALUE SPACES.
       01  WS-DATA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-HORA-SISTEMA            PIC 9(08) VALUE 0.

       01  CAB1T.
           05 FILLER       PIC X(120) VALUE ALL '-'.

       01  CAB2T.
           05 FILLER       PIC X(31) VALUE
               'PAGAMENTO DO DECIMO TERCEIRO - '.
           05 CAB2T-ANO    PIC 9(04).
           05 FILLER       PIC X(03) VALUE ' - '.
           05 CAB2T-PARCELA PIC 9(01).
           05 FILLER       PIC X(09) VALUE 'a PARCELA'.

       01  CAB3T.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 FILLER       PIC X(09) VALUE 'MATRIC.'.
           05 FILLER       PIC X(22) VALUE 'NOME'.
           05 FILLER       PIC X(04) VALUE 'AVOS'.
           05 FILLER       PIC X(14) VALUE '  13o INTEGRAL'.
           05 FILLER       PIC X(14) VALUE '       PARCELA'.
           05 FILLER       PIC X(14) VALUE '          INSS'.
           05 FILLER       PIC X(14) VALUE '          IRRF'.
           05 FILLER       PIC X(14) VALUE '        PENSAO'.
           05 FILLER       PIC X(14) VALUE '       LIQUIDO'.

       01  DET1T.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 DET1T-MATRICULA PIC 9(06).
           05 FILLER       PIC X(03) VALUE SPACES.
           05 DET1T-NOME   PIC X(20).
           05 FILLER       PIC X(03) VALUE SPACES.
           05 DET1T-AVOS   PIC Z9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1T-INTEGRAL PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1T-PARCELA PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1T-INSS   PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1T-IRRF   PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1T-PENSAO PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1T-LIQUIDO PIC -Z.ZZZ.ZZ9,99.

       01  TOT1T.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 FILLER       PIC X(35) VALUE 'TOTAL GERAL'.
           05 TOT1T-INTEGRAL PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 TOT1T-PARCELA PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 TOT1T-INSS   PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 TOT1T-IRRF   PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 TOT1T-PENSAO PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 TOT1T-LIQUIDO PIC -Z.ZZZ.ZZ9,99.

       01  TOT2T.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 TOT2T-DESCRICAO PIC X(35).
           05 TOT2T-VALOR  PIC -Z.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PAGAR-FUNCIONARIO THRU 2000-EXIT
               UNTIL FIM-DO-ARQUIVO.
           PERFORM 3000-CONTABILIZAR THRU 3000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - exige assinatura de supervisor (dinheiro sai
      * pelo arquivo gerado), le ano, parcela e empresa, carrega as
      * tabelas de impostos para a 2a parcela e abre os arquivos.
      ******************************************************************
       1000-INICIALIZAR.
           MOVE 'PAGTO13' TO SEG-PROGRAMA.
           MOVE 2         TO SEG-NIVEL-MINIMO.
           CALL 'SEGURAN' USING SEG-PARAMETROS.
           IF NOT SEG-ACESSO-LIBERADO
               MOVE 'S' TO WS-FIM-ARQUIVO
               GO TO 1000-EXIT
           END-IF.
           DISPLAY 'ANO DE REFERENCIA...: ' WITH NO ADVANCING.
           ACCEPT WS-PARM-ANO.
           DISPLAY 'PARCELA (1 OU 2)....: ' WITH NO ADVANCING.
           ACCEPT WS-PARM-PARCELA.
           DISPLAY 'EMPRESA (99 = TODAS): ' WITH NO ADVANCING.
           ACCEPT WS-PARM-EMPRESA.
           IF NOT WS-PARCELA-VALIDA
               DISPLAY 'PAGTO13: PARCELA INVALIDA - INFORME 1 OU 2'
               MOVE 'S' TO WS-FIM-ARQUIVO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-PARM-ANO TO WS-COMP-ANO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           IF WS-PRIMEIRA-PARCELA
               MOVE 11 TO WS-COMP-MES
               COMPUTE WS-PRAZO-PARCELA = WS-PARM-ANO * 10000 + 1130
           ELSE
               MOVE 12 TO WS-COMP-MES
               COMPUTE WS-PRAZO-PARCELA = WS-PARM-ANO * 10000 + 1220
           END-IF.
           COMPUTE WS-COMP-AAAAMM = WS-COMP-ANO * 100 + WS-COMP-MES.
           COMPUTE WS-MES-LIMITE-MEDIA = WS-COMP-MES - 1.
           IF WS-DATA-SISTEMA > WS-PRAZO-PARCELA
               DISPLAY 'PAGTO13: ATENCAO - PRAZO LEGAL DA PARCELA ('
                   WS-PRAZO-PARCELA ') JA VENCIDO'
           END-IF.
           IF WS-SEGUNDA-PARCELA
               PERFORM 1100-CARREGAR-TABELAS THRU 1100-EXIT
               IF FIM-DO-ARQUIVO
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           OPEN INPUT EMPREG-ARQ.
           IF WS-EMPREG-STATUS NOT = '00'
               DISPLAY 'PAGTO13: ERRO AO ABRIR EMPREG - STATUS '
                   WS-EMPREG-STATUS
               MOVE 'S' TO WS-FIM-ARQUIVO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O HIST13-ARQ.
           IF WS-HIST13-STATUS = '35'
               OPEN OUTPUT HIST13-ARQ
               CLOSE HIST13-ARQ
               OPEN I-O HIST13-ARQ
           END-IF.
           IF WS-HIST13-STATUS NOT = '00'
               DISPLAY 'PAGTO13: ERRO AO ABRIR HIST13 - STATUS '
                   WS-HIST13-STATUS
               MOVE 'S' TO WS-FIM-ARQUIVO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-ABRIR-CONSULTAS THRU 1200-EXIT.
           PERFORM 1300-ABRIR-SAIDAS THRU 1300-EXIT.
           IF FIM-DO-ARQUIVO
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-PARM-ANO     TO CAB2T-ANO.
           MOVE WS-PARM-PARCELA TO CAB2T-PARCELA.
           MOVE CAB1T TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB2T TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB1T TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB3T TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 2900-LER-PROXIMO THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CARREGAR-TABELAS - faixas de INSS e IRRF vigentes em
      * dezembro do ano de referencia, como o RELAT carrega as da
      * competencia. Sem tabela completa a 2a parcela nao e paga.
      ******************************************************************
       1100-CARREGAR-TABELAS.
           MOVE 0 TO WS-QTD-FAIXAS-INSS.
           MOVE 0 TO WS-QTD-FAIXAS-IRRF.
           OPEN INPUT TABFOLHA-ARQ.
           IF WS-TABFOLHA-STATUS NOT = '00'
               DISPLAY 'PAGTO13: ARQUIVO DE PARAMETROS TABFOLHA '
                   'INDISPONIVEL - STATUS ' WS-TABFOLHA-STATUS
               MOVE 'S' TO WS-FIM-ARQUIVO
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-TABELA.
           MOVE LOW-VALUES TO TAB-CHAVE.
           START TABFOLHA-ARQ KEY IS NOT LESS THAN TAB-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-TABELA
           END-START.
           IF NOT FIM-DA-TABELA
               PERFORM 1195-LER-PROXIMA-FAIXA THRU 1195-EXIT
           END-IF.
           PERFORM 1150-CLASSIFICAR-FAIXA THRU 1150-EXIT
               UNTIL FIM-DA-TABELA.
           CLOSE TABFOLHA-ARQ.
           IF WS-QTD-FAIXAS-INSS = 0 OR WS-QTD-FAIXAS-IRRF = 0
               DISPLAY 'PAGTO13: SEM TABELA DE INSS/IRRF VIGENTE PARA '
                   'A COMPETENCIA ' WS-COMP-AAAAMM ' - 2a PARCELA '
                   'NAO PAGA'
               DISPLAY 'PAGTO13: CADASTRE AS FAIXAS NO CADTABF'
               MOVE 'S' TO WS-FIM-ARQUIVO
               MOVE 16 TO RETURN-CODE
           END-IF.
       1100-EXIT.
           EXIT.

       1150-CLASSIFICAR-FAIXA.
           IF TAB-VIGENCIA-INI <= WS-COMP-AAAAMM
               AND TAB-VIGENCIA-FIM >= WS-COMP-AAAAMM
               AND TAB-FAIXA >= 1 AND TAB-FAIXA <= 9
               IF TAB-TIPO-INSS
                   SET WS-IDX-INSS TO TAB-FAIXA
                   MOVE TAB-LIMITE   TO WS-INSS-LIMITE (WS-IDX-INSS)
                   MOVE TAB-ALIQUOTA TO WS-INSS-ALIQ   (WS-IDX-INSS)
                   IF TAB-FAIXA > WS-QTD-FAIXAS-INSS
                       MOVE TAB-FAIXA TO WS-QTD-FAIXAS-INSS
                   END-IF
               ELSE
                   IF TAB-TIPO-IRRF
                       SET WS-IDX-IRRF TO TAB-FAIXA
                       MOVE TAB-LIMITE   TO WS-IRRF-LIMITE (WS-IDX-IRRF)
                       MOVE TAB-ALIQUOTA TO WS-IRRF-ALIQ   (WS-IDX-IRRF)
                       MOVE TAB-DEDUCAO  TO
                           WS-IRRF-DEDUCAO (WS-IDX-IRRF)
                       IF TAB-FAIXA > WS-QTD-FAIXAS-IRRF
                           MOVE TAB-FAIXA TO WS-QTD-FAIXAS-IRRF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 1195-LER-PROXIMA-FAIXA THRU 1195-EXIT.
       1150-EXIT.
           EXIT.

       1195-LER-PROXIMA-FAIXA.
           READ TABFOLHA-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-TABELA
           END-READ.
           IF WS-TABFOLHA-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-TABELA
           END-IF.
       1195-EXIT.
           EXIT.

      ******************************************************************
      * 1200-ABRIR-CONSULTAS - arquivos opcionais: sem FOLHAHIS ou sem
      * MOVRUB/RUBRICA o 13o sai sem as medias; sem DEPEND, sem
      * deducao de dependentes; sem EMPCOMP, pagamento sem dados
      * bancarios e FGTS com CPF zerado; sem DEPTOS, lancamentos sem
      * centro de custo; sem PROVSALD, o 13o vai todo para a despesa.
      * FGTSCTA e, na 2a parcela, PENSHIS sao criados se faltarem.
      ******************************************************************
       1200-ABRIR-CONSULTAS.
           OPEN INPUT FOLHAHIS-ARQ.
           IF WS-FOLHAHIS-STATUS = '00'
               MOVE 'S' TO WS-FOLHAHIS-OK
           ELSE
               DISPLAY 'PAGTO13: FOLHAHIS INDISPONIVEL - 13o SAI SEM '
                   'AS MEDIAS DO ANO'
           END-IF.
           OPEN INPUT RUBRICA-ARQ.
           OPEN INPUT MOVRUB-ARQ.
           IF WS-RUBRICA-STATUS = '00' AND WS-MOVRUB-STATUS = '00'
               MOVE 'S' TO WS-EVENTOS-OK
           ELSE
               IF WS-RUBRICA-STATUS = '00'
                   CLOSE RUBRICA-ARQ
               END-IF
               IF WS-MOVRUB-STATUS = '00'
                   CLOSE MOVRUB-ARQ
               END-IF
           END-IF.
           OPEN INPUT DEPEND-ARQ.
           IF WS-DEPEND-STATUS = '00'
               MOVE 'S' TO WS-DEPEND-OK
           END-IF.
           OPEN INPUT EMPCOMP-ARQ.
           IF WS-EMPCOMP-STATUS = '00'
               MOVE 'S' TO WS-EMPCOMP-OK
           ELSE
               DISPLAY 'PAGTO13: EMPCOMP INDISPONIVEL - ARQUIVO SAI '
                   'SEM DADOS BANCARIOS'
           END-IF.
           OPEN INPUT DEPTOS-ARQ.
           IF WS-DEPTOS-STATUS = '00'
               MOVE 'S' TO WS-DEPTOS-OK
           END-IF.
           OPEN I-O PROVSALD-ARQ.
           IF WS-PROVSALD-STATUS = '00'
               MOVE 'S' TO WS-PROVSALD-OK
           ELSE
               DISPLAY 'PAGTO13: PROVSALD INDISPONIVEL - SEM BAIXA DA '
                   'PROVISAO, 13o LANCADO TODO NA DESPESA'
           END-IF.
           OPEN I-O FGTSCTA-ARQ.
           IF WS-FGTSCTA-STATUS = '35'
               OPEN OUTPUT FGTSCTA-ARQ
               CLOSE FGTSCTA-ARQ
               OPEN I-O FGTSCTA-ARQ
           END-IF.
           IF WS-FGTSCTA-STATUS = '00'
               MOVE 'S' TO WS-FGTSCTA-OK
           ELSE
               DISPLAY 'PAGTO13: ERRO AO ABRIR FGTSCTA - STATUS '
                   WS-FGTSCTA-STATUS
               DISPLAY 'PAGTO13: CONTA DE FGTS POR FUNCIONARIO NAO '
                   'SERA ATUALIZADA'
           END-IF.
           IF WS-PRIMEIRA-PARCELA
               GO TO 1200-EXIT
           END-IF.
           OPEN I-O PENSHIS-ARQ.
           IF WS-PENSHIS-STATUS = '35'
               OPEN OUTPUT PENSHIS-ARQ
               CLOSE PENSHIS-ARQ
               OPEN I-O PENSHIS-ARQ
           END-IF.
           IF WS-PENSHIS-STATUS = '00'
               MOVE 'S' TO WS-PENSHIS-OK
           ELSE
               DISPLAY 'PAGTO13: ERRO AO ABRIR PENSHIS - STATUS '
                   WS-PENSHIS-STATUS
               DISPLAY 'PAGTO13: PENSOES DESCONTADAS SAEM SO NO '
                   'ARQUIVO DE PAGAMENTO'
           END-IF.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1300-ABRIR-SAIDAS - arquivo de pagamento PAG13-AAAAMM e de
      * depositos FGTS13-AAAAMM (sufixo -Enn por empresa), acrescidos a
      * cada execucao - uma reexecucao so traz quem ainda nao recebeu a
      * parcela -, e o arquivo de impressao datado PAGTO13-AAAAMMDD-
      * HHMM. Sem arquivo de pagamento nada e pago.
      ******************************************************************
       1300-ABRIR-SAIDAS.
           MOVE SPACES TO WS-SUFIXO-EMPRESA.
           IF NOT WS-TODAS-AS-EMPRESAS
               STRING '-E'             DELIMITED BY SIZE
                      WS-PARM-EMPRESA  DELIMITED BY SIZE
                      INTO WS-SUFIXO-EMPRESA
               END-STRING
           END-IF.
           MOVE SPACES TO WS-NOME-PAGTO.
           STRING 'PAG13-'           DELIMITED BY SIZE
                  WS-COMP-ANO        DELIMITED BY SIZE
                  WS-COMP-MES        DELIMITED BY SIZE
                  WS-SUFIXO-EMPRESA  DELIMITED BY SPACE
                  INTO WS-NOME-PAGTO
           END-STRING.
           OPEN EXTEND PAGTO-ARQ.
           IF WS-PAGTO-STATUS = '05' OR WS-PAGTO-STATUS = '35'
               OPEN OUTPUT PAGTO-ARQ
               IF WS-PAGTO-STATUS = '00'
                   MOVE SPACES TO PAG-LINHA
                   STRING 'MATRICULA,NOME,DEPARTAMENTO,'
                              DELIMITED BY SIZE
                          'DECIMO TERCEIRO,BANCO,AGENCIA,CONTA'
                              DELIMITED BY SIZE
                          INTO PAG-LINHA
                   END-STRING
                   WRITE PAG-LINHA
               END-IF
           END-IF.
           IF WS-PAGTO-STATUS NOT = '00'
               DISPLAY 'PAGTO13: ERRO AO ABRIR ' WS-NOME-PAGTO
                   ' - STATUS ' WS-PAGTO-STATUS
               MOVE 'S' TO WS-FIM-ARQUIVO
               MOVE 16 TO RETURN-CODE
               GO TO 1300-EXIT
           END-IF.
           MOVE 'S' TO WS-PAGTO-OK.
           MOVE SPACES TO WS-NOME-FGTS13.
           STRING 'FGTS13-'          DELIMITED BY SIZE
                  WS-COMP-ANO        DELIMITED BY SIZE
                  WS-COMP-MES        DELIMITED BY SIZE
                  WS-SUFIXO-EMPRESA  DELIMITED BY SPACE
                  INTO WS-NOME-FGTS13
           END-STRING.
           OPEN EXTEND FGTS13-ARQ.
           IF WS-FGTS13-STATUS = '05' OR WS-FGTS13-STATUS = '35'
               OPEN OUTPUT FGTS13-ARQ
           END-IF.
           IF WS-FGTS13-STATUS = '00'
               MOVE 'S' TO WS-FGTS13-OK
           ELSE
               DISPLAY 'PAGTO13: ERRO AO ABRIR ' WS-NOME-FGTS13
                   ' - STATUS ' WS-FGTS13-STATUS
               DISPLAY 'PAGTO13: ARQUIVO DE DEPOSITOS DE FGTS NAO '
                   'SERA GERADO'
           END-IF.
           STRING 'PAGTO13-'           DELIMITED BY SIZE
                  WS-DATA-SISTEMA      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-HORA-SISTEMA (1:4) DELIMITED BY SIZE
                  INTO WS-NOME-RELATORIO
           END-STRING.
           OPEN OUTPUT RELATORIO-ARQ.
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'PAGTO13: ERRO AO ABRIR O ARQUIVO DE '
                   'IMPRESSAO - STATUS ' WS-RELATORIO-STATUS
               MOVE 'S' TO WS-FIM-ARQUIVO
               MOVE 16 TO RETURN-CODE
           END-IF.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PAGAR-FUNCIONARIO - paga a parcela ao funcionario ativo
      * corrente (da empresa informada), se ainda nao a recebeu.
      ******************************************************************
       2000-PAGAR-FUNCIONARIO.
           IF NOT EMP-ATIVO
               GO TO 2000-LER
           END-IF.
           IF NOT WS-TODAS-AS-EMPRESAS
               AND EMP-EMPRESA NOT = WS-PARM-EMPRESA
               GO TO 2000-LER
           END-IF.
           MOVE EMP-MATRICULA   TO H13-MATRICULA.
           MOVE WS-PARM-ANO     TO H13-ANO.
           MOVE WS-PARM-PARCELA TO H13-PARCELA.
           READ HIST13-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-JA-PAGOS
                   GO TO 2000-LER
           END-READ.
           PERFORM 2100-CALCULAR-INTEGRAL THRU 2100-EXIT.
           IF WS-VALOR-INTEGRAL NOT > 0
               GO TO 2000-LER
           END-IF.
           IF WS-PRIMEIRA-PARCELA
               PERFORM 2200-CALCULAR-1A-PARCELA THRU 2200-EXIT
           ELSE
               PERFORM 2300-CALCULAR-2A-PARCELA THRU 2300-EXIT
           END-IF.
           COMPUTE WS-VALOR-FGTS ROUNDED =
               WS-VALOR-PARCELA * WS-ALIQUOTA-FGTS.
           IF WS-VALOR-FGTS < 0
               MOVE 0 TO WS-VALOR-FGTS
           END-IF.
           PERFORM 2500-GRAVAR-HISTORICO THRU 2500-EXIT.
           IF WS-HIST13-STATUS NOT = '00'
               GO TO 2000-LER
           END-IF.
           PERFORM 2600-GRAVAR-PAGAMENTO THRU 2600-EXIT.
           PERFORM 2650-PAGAR-PENSAO THRU 2650-EXIT
               VARYING PNL-IDX FROM 1 BY 1
               UNTIL PNL-IDX > PNL-QTD-PENSOES.
           PERFORM 2700-GRAVAR-FGTS THRU 2700-EXIT.
           PERFORM 2800-ACUMULAR-DEPARTAMENTO THRU 2800-EXIT.
           MOVE EMP-MATRICULA     TO DET1T-MATRICULA.
           MOVE EMP-NOME          TO DET1T-NOME.
           MOVE WS-AVOS           TO DET1T-AVOS.
           MOVE WS-VALOR-INTEGRAL TO DET1T-INTEGRAL.
           MOVE WS-VALOR-PARCELA  TO DET1T-PARCELA.
           MOVE WS-INSS           TO DET1T-INSS.
           MOVE WS-IRRF           TO DET1T-IRRF.
           MOVE WS-VALOR-PENSAO   TO DET1T-PENSAO.
           MOVE WS-LIQUIDO        TO DET1T-LIQUIDO.
           MOVE DET1T TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 1                 TO WS-QTD-PAGOS.
           ADD WS-VALOR-INTEGRAL TO WS-TOTAL-INTEGRAL.
           ADD WS-VALOR-PARCELA  TO WS-TOTAL-PARCELA.
           ADD WS-INSS           TO WS-TOTAL-INSS.
           ADD WS-IRRF           TO WS-TOTAL-IRRF.
           ADD WS-VALOR-PENSAO   TO WS-TOTAL-PENSAO.
           ADD WS-LIQUIDO        TO WS-TOTAL-LIQUIDO.
           ADD WS-VALOR-FGTS     TO WS-TOTAL-FGTS.
       2000-LER.
           PERFORM 2900-LER-PROXIMO THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CALCULAR-INTEGRAL - avos do ano (12 se admitido antes do
      * ano de referencia, 13 menos o mes de admissao se admitido nele,
      * como no FOLHA13) sobre a remuneracao da competencia mais as
      * medias de horas extras e de rubricas variaveis.
      ******************************************************************
       2100-CALCULAR-INTEGRAL.
           MOVE 0 TO WS-VALOR-INTEGRAL.
           MOVE EMP-DATA-ADMISSAO (1:4) TO WS-ANO-ADMISSAO.
           MOVE EMP-DATA-ADMISSAO (5:2) TO WS-MES-ADMISSAO.
           IF WS-ANO-ADMISSAO < WS-PARM-ANO
               MOVE 12 TO WS-AVOS
           ELSE
               IF WS-ANO-ADMISSAO = WS-PARM-ANO
                   COMPUTE WS-AVOS = 13 - WS-MES-ADMISSAO
               ELSE
                   MOVE 0 TO WS-AVOS
               END-IF
           END-IF.
           IF WS-AVOS = 0
               GO TO 2100-EXIT
           END-IF.
           MOVE EMP-CARGO      TO ADR-CARGO.
           MOVE EMP-SALARIO    TO ADR-SALARIO.
           MOVE WS-COMP-AAAAMM TO ADR-COMPETENCIA.
           CALL 'ADICRISC' USING ADR-PARAMETROS.
           IF ADR-SEM-MINIMO
               DISPLAY 'PAGTO13: SEM SALARIO MINIMO VIGENTE NO CADTABF '
                   '- INSALUBRIDADE DA MATRICULA ' EMP-MATRICULA
                   ' FORA DO 13O'
           END-IF.
           COMPUTE WS-REMUNERACAO = EMP-SALARIO + ADR-VALOR.
           PERFORM 2110-APURAR-MEDIAS THRU 2110-EXIT.
           COMPUTE WS-VALOR-INTEGRAL ROUNDED =
               (WS-REMUNERACAO + WS-MEDIA-HORAS-EXTRAS
                + WS-MEDIA-RUBRICAS) * WS-AVOS / 12.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2110-APURAR-MEDIAS - medias do ano, de janeiro ate o mes
      * anterior ao da competencia da parcela: horas extras pagas no
      * FOLHAHIS e rubricas de provento tributaveis lancadas no MOVRUB
      * (os eventos variaveis habituais), divididas pelos meses com
      * folha fechada no periodo.
      ******************************************************************
       2110-APURAR-MEDIAS.
           MOVE 0 TO WS-MESES-MEDIA.
           MOVE 0 TO WS-SOMA-HORAS-EXTRAS.
           MOVE 0 TO WS-SOMA-RUBRICAS.
           MOVE 0 TO WS-MEDIA-HORAS-EXTRAS.
           MOVE 0 TO WS-MEDIA-RUBRICAS.
           IF NOT WS-FOLHAHIS-DISPONIVEL
               GO TO 2110-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-FOLHAHIS.
           MOVE EMP-MATRICULA TO FH-MATRICULA.
           MOVE WS-PARM-ANO   TO FH-ANO.
           MOVE 1             TO FH-MES.
           START FOLHAHIS-ARQ KEY IS NOT LESS THAN FH-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-FOLHAHIS
           END-START.
           IF NOT FIM-DO-FOLHAHIS
               PERFORM 2190-LER-PROXIMA-FOLHA THRU 2190-EXIT
           END-IF.
           PERFORM 2120-SOMAR-FOLHA THRU 2120-EXIT
               UNTIL FIM-DO-FOLHAHIS.
           IF WS-MESES-MEDIA = 0
               GO TO 2110-EXIT
           END-IF.
           IF WS-EVENTOS-DISPONIVEIS
               MOVE 'N' TO WS-FIM-MOVRUB
               MOVE EMP-MATRICULA TO MRB-MATRICULA
               MOVE WS-PARM-ANO   TO MRB-ANO
               MOVE 1             TO MRB-MES
               MOVE LOW-VALUES    TO MRB-RUBRICA
               START MOVRUB-ARQ KEY IS NOT LESS THAN MRB-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-MOVRUB
               END-START
               IF NOT FIM-DO-MOVRUB
                   PERFORM 2195-LER-PROXIMA-RUBRICA THRU 2195-EXIT
               END-IF
               PERFORM 2130-SOMAR-RUBRICA THRU 2130-EXIT
                   UNTIL FIM-DO-MOVRUB
           END-IF.
           COMPUTE WS-MEDIA-HORAS-EXTRAS ROUNDED =
               WS-SOMA-HORAS-EXTRAS / WS-MESES-MEDIA.
           COMPUTE WS-MEDIA-RUBRICAS ROUNDED =
               WS-SOMA-RUBRICAS / WS-MESES-MEDIA.
       2110-EXIT.
           EXIT.

       2120-SOMAR-FOLHA.
           ADD 1 TO WS-MESES-MEDIA.
           ADD FH-VALOR-HORAS-EXTRAS TO WS-SOMA-HORAS-EXTRAS.
           PERFORM 2190-LER-PROXIMA-FOLHA THRU 2190-EXIT.
       2120-EXIT.
           EXIT.

       2130-SOMAR-RUBRICA.
           MOVE MRB-RUBRICA TO RUB-CODIGO.
           READ RUBRICA-ARQ
               INVALID KEY
                   GO TO 2130-LER
           END-READ.
           IF RUB-PROVENTO AND RUB-TRIBUTADA
               ADD MRB-VALOR TO WS-SOMA-RUBRICAS
           END-IF.
       2130-LER.
           PERFORM 2195-LER-PROXIMA-RUBRICA THRU 2195-EXIT.
       2130-EXIT.
           EXIT.

       2190-LER-PROXIMA-FOLHA.
           READ FOLHAHIS-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-FOLHAHIS
           END-READ.
           IF WS-FOLHAHIS-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-FOLHAHIS
           END-IF.
           IF NOT FIM-DO-FOLHAHIS
               AND (FH-MATRICULA NOT = EMP-MATRICULA
                   OR FH-ANO NOT = WS-PARM-ANO
                   OR FH-MES > WS-MES-LIMITE-MEDIA)
               MOVE 'S' TO WS-FIM-FOLHAHIS
           END-IF.
       2190-EXIT.
           EXIT.

       2195-LER-PROXIMA-RUBRICA.
           READ MOVRUB-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-MOVRUB
           END-READ.
           IF WS-MOVRUB-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-MOVRUB
           END-IF.
           IF NOT FIM-DO-MOVRUB
               AND (MRB-MATRICULA NOT = EMP-MATRICULA
                   OR MRB-ANO NOT = WS-PARM-ANO
                   OR MRB-MES > WS-MES-LIMITE-MEDIA)
               MOVE 'S' TO WS-FIM-MOVRUB
           END-IF.
       2195-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CALCULAR-1A-PARCELA - metade do 13o integral, sem INSS,
      * IRRF nem pensao (que sao acertados na 2a parcela, sobre o 13o
      * inteiro).
      ******************************************************************
       2200-CALCULAR-1A-PARCELA.
           COMPUTE WS-VALOR-PARCELA ROUNDED =
               WS-VALOR-INTEGRAL * WS-PERC-1A-PARCELA / 100.
           MOVE 0 TO WS-VALOR-1A-PARCELA.
           MOVE 0 TO WS-QTD-DEPENDENTES.
           MOVE 0 TO WS-ALIQUOTA-INSS.
           MOVE 0 TO WS-INSS.
           MOVE 0 TO WS-ALIQUOTA-IRRF.
           MOVE 0 TO WS-DEDUCAO-IRRF.
           MOVE 0 TO WS-IRRF.
           MOVE 0 TO WS-VALOR-PENSAO.
           MOVE 0 TO PNL-QTD-PENSOES.
           MOVE 0 TO PNL-TOTAL.
           MOVE WS-VALOR-PARCELA TO WS-LIQUIDO.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-CALCULAR-2A-PARCELA - saldo do 13o: integral menos a 1a
      * parcela paga (HIST13). INSS pela faixa do 13o integral; IRRF,
      * tributado em separado, sobre o integral menos INSS e
      * dependentes; pensoes que alcancam o 13o apuradas sobre o 13o
      * inteiro, limitadas ao que sobra da parcela, e deduzidas da base
      * do IRRF, que e recalculado - como no RELAT.
      ******************************************************************
       2300-CALCULAR-2A-PARCELA.
           MOVE 0 TO WS-VALOR-1A-PARCELA.
           MOVE EMP-MATRICULA TO H13-MATRICULA.
           MOVE WS-PARM-ANO   TO H13-ANO.
           MOVE 1             TO H13-PARCELA.
           READ HIST13-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE H13-VALOR-PARCELA TO WS-VALOR-1A-PARCELA
           END-READ.
           COMPUTE WS-VALOR-PARCELA =
               WS-VALOR-INTEGRAL - WS-VALOR-1A-PARCELA.
           MOVE WS-VALOR-INTEGRAL TO WS-BASE-INSS.
           MOVE 'N' TO WS-ACHOU-FAIXA.
           PERFORM 2310-TESTAR-FAIXA-INSS THRU 2310-EXIT
               VARYING WS-IDX-INSS FROM 1 BY 1
               UNTIL WS-FAIXA-ENCONTRADA
                   OR WS-IDX-INSS > WS-QTD-FAIXAS-INSS.
           IF NOT WS-FAIXA-ENCONTRADA
               SET WS-IDX-INSS TO WS-QTD-FAIXAS-INSS
               MOVE WS-INSS-ALIQ (WS-IDX-INSS) TO WS-ALIQUOTA-INSS
           END-IF.
           COMPUTE WS-INSS ROUNDED = WS-BASE-INSS * WS-ALIQUOTA-INSS.
           PERFORM 2320-CONTAR-DEPENDENTES THRU 2320-EXIT.
           COMPUTE WS-BASE-IRRF = WS-VALOR-INTEGRAL - WS-INSS
               - (WS-QTD-DEPENDENTES * WS-DEDUCAO-POR-DEPENDENTE).
           PERFORM 2330-CALCULAR-IRRF THRU 2330-EXIT.
           PERFORM 2340-APURAR-PENSAO THRU 2340-EXIT.
           IF WS-VALOR-PENSAO > 0
               SUBTRACT WS-VALOR-PENSAO FROM WS-BASE-IRRF
               PERFORM 2330-CALCULAR-IRRF THRU 2330-EXIT
           END-IF.
           COMPUTE WS-LIQUIDO = WS-VALOR-PARCELA
               - WS-INSS - WS-IRRF - WS-VALOR-PENSAO.
           IF WS-LIQUIDO < 0
               DISPLAY 'PAGTO13: MATRICULA ' EMP-MATRICULA
                   ' - 2a PARCELA NAO COBRE INSS E IRRF DO 13o - '
                   'ACERTE O SALDO NA FOLHA'
           END-IF.
       2300-EXIT.
           EXIT.

       2310-TESTAR-FAIXA-INSS.
           IF WS-BASE-INSS <= WS-INSS-LIMITE (WS-IDX-INSS)
               MOVE WS-INSS-ALIQ (WS-IDX-INSS) TO WS-ALIQUOTA-INSS
               MOVE 'S' TO WS-ACHOU-FAIXA
           END-IF.
       2310-EXIT.
           EXIT.

      * 2320-CONTAR-DEPENDENTES - todos os dependentes do DEPEND
      * reduzem a base do IRRF, como no RELAT.
       2320-CONTAR-DEPENDENTES.
           MOVE 0 TO WS-QTD-DEPENDENTES.
           IF NOT WS-DEPEND-DISPONIVEL
               GO TO 2320-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-DEPEND.
           MOVE EMP-MATRICULA TO DPD-MATRICULA.
           MOVE 0 TO DPD-SEQUENCIA.
           START DEPEND-ARQ KEY IS NOT LESS THAN DPD-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-DEPEND
           END-START.
           IF NOT FIM-DOS-DEPENDENTES
               PERFORM 2395-LER-PROXIMO-DEPENDENTE THRU 2395-EXIT
           END-IF.
           PERFORM 2325-SOMAR-DEPENDENTE THRU 2325-EXIT
               UNTIL FIM-DOS-DEPENDENTES.
       2320-EXIT.
           EXIT.

       2325-SOMAR-DEPENDENTE.
           ADD 1 TO WS-QTD-DEPENDENTES.
           PERFORM 2395-LER-PROXIMO-DEPENDENTE THRU 2395-EXIT.
       2325-EXIT.
           EXIT.

      * 2330-CALCULAR-IRRF - aliquota, deducao da faixa e IRRF sobre a
      * WS-BASE-IRRF corrente.
       2330-CALCULAR-IRRF.
           MOVE 'N' TO WS-ACHOU-FAIXA.
           PERFORM 2335-TESTAR-FAIXA-IRRF THRU 2335-EXIT
               VARYING WS-IDX-IRRF FROM 1 BY 1
               UNTIL WS-FAIXA-ENCONTRADA
                   OR WS-IDX-IRRF > WS-QTD-FAIXAS-IRRF.
           IF NOT WS-FAIXA-ENCONTRADA
               SET WS-IDX-IRRF TO WS-QTD-FAIXAS-IRRF
               MOVE WS-IRRF-ALIQ    (WS-IDX-IRRF) TO WS-ALIQUOTA-IRRF
               MOVE WS-IRRF-DEDUCAO (WS-IDX-IRRF) TO WS-DEDUCAO-IRRF
           END-IF.
           COMPUTE WS-IRRF ROUNDED =
               (WS-BASE-IRRF * WS-ALIQUOTA-IRRF) - WS-DEDUCAO-IRRF.
           IF WS-IRRF < 0
               MOVE 0 TO WS-IRRF
           END-IF.
       2330-EXIT.
           EXIT.

       2335-TESTAR-FAIXA-IRRF.
           IF WS-BASE-IRRF <= WS-IRRF-LIMITE (WS-IDX-IRRF)
               MOVE WS-IRRF-ALIQ    (WS-IDX-IRRF) TO WS-ALIQUOTA-IRRF
               MOVE WS-IRRF-DEDUCAO (WS-IDX-IRRF) TO WS-DEDUCAO-IRRF
               MOVE 'S' TO WS-ACHOU-FAIXA
           END-IF.
       2335-EXIT.
           EXIT.

      ******************************************************************
      * 2340-APURAR-PENSAO - pensoes judiciais que alcancam o 13o
      * (PENSAOC, folha 'T'): bruto e liquido sao os do 13o integral,
      * o teto e o que sobra da 2a parcela depois de INSS e IRRF.
      ******************************************************************
       2340-APURAR-PENSAO.
           MOVE EMP-MATRICULA  TO PNL-MATRICULA.
           MOVE WS-COMP-AAAAMM TO PNL-COMPETENCIA.
           MOVE 'T'            TO PNL-TIPO-FOLHA.
           MOVE WS-VALOR-INTEGRAL TO PNL-BRUTO.
           MOVE 0              TO PNL-VALOR-FERIAS.
           COMPUTE PNL-LIQUIDO = WS-VALOR-INTEGRAL - WS-INSS - WS-IRRF.
           COMPUTE PNL-TETO = WS-VALOR-PARCELA - WS-INSS - WS-IRRF.
           MOVE WS-AVOS        TO PNL-AVOS.
           CALL 'PENSAOC' USING PNL-PARAMETROS.
           MOVE PNL-TOTAL TO WS-VALOR-PENSAO.
           IF PNL-SEM-MINIMO
               DISPLAY 'PAGTO13: MATRICULA ' EMP-MATRICULA
                   ' - PENSAO EM SALARIOS MINIMOS SEM MINIMO '
                   'CADASTRADO PARA A COMPETENCIA'
           END-IF.
           IF PNL-LIMITADA
               DISPLAY 'PAGTO13: MATRICULA ' EMP-MATRICULA
                   ' - PENSAO LIMITADA AO SALDO DA 2a PARCELA'
           END-IF.
       2340-EXIT.
           EXIT.

       2395-LER-PROXIMO-DEPENDENTE.
           READ DEPEND-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-DEPEND
           END-READ.
           IF WS-DEPEND-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-DEPEND
           END-IF.
           IF NOT FIM-DOS-DEPENDENTES
               AND DPD-MATRICULA NOT = EMP-MATRICULA
               MOVE 'S' TO WS-FIM-DEPEND
           END-IF.
       2395-EXIT.
           EXIT.

      ******************************************************************
      * 2500-GRAVAR-HISTORICO - grava a parcela no HIST13. Registro ja
      * existente (outra sessao pagou no meio desta) nao e sobrescrito:
      * o funcionario fica de fora desta execucao.
      ******************************************************************
       2500-GRAVAR-HISTORICO.
           MOVE SPACES              TO H13-REGISTRO.
           MOVE EMP-MATRICULA       TO H13-MATRICULA.
           MOVE WS-PARM-ANO         TO H13-ANO.
           MOVE WS-PARM-PARCELA     TO H13-PARCELA.
           MOVE EMP-NOME            TO H13-NOME.
           MOVE EMP-DEPARTAMENTO    TO H13-DEPARTAMENTO.
           MOVE EMP-EMPRESA         TO H13-EMPRESA.
           MOVE WS-AVOS             TO H13-AVOS.
           MOVE WS-REMUNERACAO      TO H13-REMUNERACAO.
           MOVE WS-MEDIA-HORAS-EXTRAS TO H13-MEDIA-HORAS-EXTRAS.
           MOVE WS-MEDIA-RUBRICAS   TO H13-MEDIA-RUBRICAS.
           MOVE WS-VALOR-INTEGRAL   TO H13-VALOR-INTEGRAL.
           MOVE WS-VALOR-PARCELA    TO H13-VALOR-PARCELA.
           MOVE WS-ALIQUOTA-INSS    TO H13-ALIQ-INSS.
           MOVE WS-INSS             TO H13-INSS.
           MOVE WS-QTD-DEPENDENTES  TO H13-QTD-DEPENDENTES.
           MOVE WS-ALIQUOTA-IRRF    TO H13-ALIQ-IRRF.
           MOVE WS-DEDUCAO-IRRF     TO H13-DEDUCAO-IRRF.
           MOVE WS-IRRF             TO H13-IRRF.
           MOVE WS-VALOR-PENSAO     TO H13-VALOR-PENSAO.
           MOVE WS-LIQUIDO          TO H13-LIQUIDO.
           MOVE WS-VALOR-FGTS       TO H13-VALOR-FGTS.
           MOVE WS-DATA-SISTEMA     TO H13-DATA-PAGAMENTO.
           WRITE H13-REGISTRO
               INVALID KEY
                   DISPLAY 'PAGTO13: PARCELA DA MATRICULA '
                       EMP-MATRICULA ' JA GRAVADA NO HIST13 - '
                       'NAO PAGA DE NOVO'
                   ADD 1 TO WS-QTD-JA-PAGOS
           END-WRITE.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2600-GRAVAR-PAGAMENTO - credito do liquido da parcela no
      * arquivo de pagamento, com os dados bancarios do EMPCOMP.
      ******************************************************************
       2600-GRAVAR-PAGAMENTO.
           PERFORM 2610-BUSCAR-DADOS-BANCARIOS THRU 2610-EXIT.
           IF WS-LIQUIDO NOT > 0
               GO TO 2600-EXIT
           END-IF.
           MOVE WS-LIQUIDO TO WS-VALOR-EDITADO.
           MOVE SPACES TO PAG-LINHA.
           STRING EMP-MATRICULA      DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  EMP-NOME           DELIMITED BY '  '
                  ','                DELIMITED BY SIZE
                  EMP-DEPARTAMENTO   DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  WS-VALOR-EDITADO   DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  WS-BANCO-EXPORT    DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  WS-AGENCIA-EXPORT  DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  WS-CONTA-EXPORT    DELIMITED BY SIZE
                  INTO PAG-LINHA
           END-STRING.
           WRITE PAG-LINHA.
       2600-EXIT.
           EXIT.

      * 2610-BUSCAR-DADOS-BANCARIOS - banco, agencia, conta e CPF do
      * EMPCOMP; sem cadastro, campos vazios e CPF zerado.
       2610-BUSCAR-DADOS-BANCARIOS.
           MOVE SPACES TO WS-BANCO-EXPORT.
           MOVE SPACES TO WS-AGENCIA-EXPORT.
           MOVE SPACES TO WS-CONTA-EXPORT.
           MOVE 0 TO WS-CPF-FUNCIONARIO.
           IF NOT WS-EMPCOMP-DISPONIVEL
               GO TO 2610-EXIT
           END-IF.
           MOVE EMP-MATRICULA TO ECP-MATRICULA.
           READ EMPCOMP-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ECP-BANCO   TO WS-BANCO-EXPORT
                   MOVE ECP-AGENCIA TO WS-AGENCIA-EXPORT
                   STRING ECP-CONTA    DELIMITED BY SIZE
                          '-'          DELIMITED BY SIZE
                          ECP-CONTA-DV DELIMITED BY SIZE
                          INTO WS-CONTA-EXPORT
                   END-STRING
                   MOVE ECP-CPF TO WS-CPF-FUNCIONARIO
           END-READ.
       2610-EXIT.
           EXIT.

      ******************************************************************
      * 2650-PAGAR-PENSAO - grava no PENSHIS (folha 'T', competencia
      * 12) a pensao corrente descontada do 13o e credita o
      * beneficiario no arquivo de pagamento, como o EXPFUNC faz com as
      * pensoes da folha mensal.
      ******************************************************************
       2650-PAGAR-PENSAO.
           IF PNL-VALOR (PNL-IDX) NOT > 0
               GO TO 2650-EXIT
           END-IF.
           IF WS-PENSHIS-ABERTO
               MOVE SPACES                   TO PSH-REGISTRO
               MOVE EMP-MATRICULA            TO PSH-MATRICULA
               MOVE PNL-SEQUENCIA (PNL-IDX)  TO PSH-SEQUENCIA
               MOVE WS-COMP-ANO              TO PSH-ANO
               MOVE WS-COMP-MES              TO PSH-MES
               MOVE 'T'                      TO PSH-TIPO-FOLHA
               MOVE EMP-EMPRESA              TO PSH-EMPRESA
               MOVE PNL-BENEF-NOME (PNL-IDX) TO PSH-BENEF-NOME
               MOVE PNL-BENEF-CPF (PNL-IDX)  TO PSH-BENEF-CPF
               MOVE PNL-BANCO (PNL-IDX)      TO PSH-BANCO
               MOVE PNL-AGENCIA (PNL-IDX)    TO PSH-AGENCIA
               MOVE PNL-CONTA (PNL-IDX)      TO PSH-CONTA
               MOVE PNL-CONTA-DV (PNL-IDX)   TO PSH-CONTA-DV
               MOVE PNL-VALOR (PNL-IDX)      TO PSH-VALOR
               MOVE WS-DATA-SISTEMA          TO PSH-DATA-LANCAMENTO
               WRITE PSH-REGISTRO
                   INVALID KEY
                       REWRITE PSH-REGISTRO
                           INVALID KEY
                               DISPLAY 'PAGTO13: ERRO AO GRAVAR '
                                   'PENSAO DA MATRICULA '
                                   EMP-MATRICULA
                       END-REWRITE
               END-WRITE
           END-IF.
           MOVE PNL-VALOR (PNL-IDX) TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-CONTA-EXPORT.
           STRING PNL-CONTA (PNL-IDX)    DELIMITED BY SIZE
                  '-'                    DELIMITED BY SIZE
                  PNL-CONTA-DV (PNL-IDX) DELIMITED BY SIZE
                  INTO WS-CONTA-EXPORT
           END-STRING.
           MOVE SPACES TO PAG-LINHA.
           STRING EMP-MATRICULA            DELIMITED BY SIZE
                  ','                      DELIMITED BY SIZE
                  PNL-BENEF-NOME (PNL-IDX) DELIMITED BY '  '
                  ','                      DELIMITED BY SIZE
                  'PENS'                   DELIMITED BY SIZE
                  ','                      DELIMITED BY SIZE
                  WS-VALOR-EDITADO         DELIMITED BY SIZE
                  ','                      DELIMITED BY SIZE
                  PNL-BANCO (PNL-IDX)      DELIMITED BY SIZE
                  ','                      DELIMITED BY SIZE
                  PNL-AGENCIA (PNL-IDX)    DELIMITED BY SIZE
                  ','                      DELIMITED BY SIZE
                  WS-CONTA-EXPORT          DELIMITED BY SIZE
                  INTO PAG-LINHA
           END-STRING.
           WRITE PAG-LINHA.
       2650-EXIT.
           EXIT.

      ******************************************************************
      * 2700-GRAVAR-FGTS - deposito de FGTS sobre a parcela no arquivo
      * FGTS13 e lancamento 'T' na conta FGTSCTA do funcionario, na
      * competencia da parcela, com a admissao do vinculo em curso.
      ******************************************************************
       2700-GRAVAR-FGTS.
           IF WS-VALOR-FGTS = 0
               GO TO 2700-EXIT
           END-IF.
           IF WS-FGTS13-ABERTO
               MOVE SPACES TO FGD-REGISTRO
               MOVE 'D'                TO FGD-TIPO
               MOVE WS-COMP-ANO        TO FGD-ANO
               MOVE WS-COMP-MES        TO FGD-MES
               MOVE EMP-MATRICULA      TO FGD-MATRICULA
               MOVE WS-CPF-FUNCIONARIO TO FGD-CPF
               MOVE EMP-NOME           TO FGD-NOME
               MOVE WS-VALOR-FGTS      TO FGD-VALOR
               WRITE FGD-REGISTRO
               ADD 1 TO WS-QTD-DEPOSITOS-FGTS
           END-IF.
           IF NOT WS-FGTSCTA-ABERTO
               GO TO 2700-EXIT
           END-IF.
           MOVE SPACES               TO FGC-REGISTRO.
           MOVE EMP-MATRICULA        TO FGC-MATRICULA.
           MOVE WS-COMP-ANO          TO FGC-ANO.
           MOVE WS-COMP-MES          TO FGC-MES.
           MOVE 'T'                  TO FGC-TIPO.
           MOVE EMP-DATA-ADMISSAO    TO FGC-DATA-ADMISSAO.
           MOVE EMP-EMPRESA          TO FGC-EMPRESA.
           MOVE WS-VALOR-PARCELA     TO FGC-BASE.
           MOVE WS-VALOR-FGTS        TO FGC-VALOR.
           MOVE 0                    TO FGC-PERC-MULTA.
           MOVE WS-DATA-SISTEMA      TO FGC-DATA-LANCAMENTO.
           WRITE FGC-REGISTRO
               INVALID KEY
                   REWRITE FGC-REGISTRO
                       INVALID KEY
                           DISPLAY 'PAGTO13: ERRO AO GRAVAR FGTSCTA '
                               'DA MATRICULA ' EMP-MATRICULA
                   END-REWRITE
           END-WRITE.
       2700-EXIT.
           EXIT.

      ******************************************************************
      * 2800-ACUMULAR-DEPARTAMENTO - soma o bruto da parcela e o FGTS
      * do funcionario corrente no acumulador do seu departamento,
      * criando a entrada na primeira ocorrencia.
      ******************************************************************
       2800-ACUMULAR-DEPARTAMENTO.
           SET WS-IDX-DEPTO TO 1.
           SEARCH WS-DEPTO-ITEM
               AT END
                   PERFORM 2810-INCLUIR-DEPTO THRU 2810-EXIT
               WHEN WS-DEPTO-COD (WS-IDX-DEPTO) = EMP-DEPARTAMENTO
                   PERFORM 2820-SOMAR-DEPTO THRU 2820-EXIT
           END-SEARCH.
       2800-EXIT.
           EXIT.

       2810-INCLUIR-DEPTO.
           IF WS-QTD-DEPTOS < 50
               ADD 1 TO WS-QTD-DEPTOS
               SET WS-IDX-DEPTO TO WS-QTD-DEPTOS
               MOVE EMP-DEPARTAMENTO TO WS-DEPTO-COD (WS-IDX-DEPTO)
               MOVE 0 TO WS-DEPTO-BRUTO (WS-IDX-DEPTO)
               MOVE 0 TO WS-DEPTO-FGTS (WS-IDX-DEPTO)
               PERFORM 2820-SOMAR-DEPTO THRU 2820-EXIT
           ELSE
               DISPLAY 'PAGTO13: MAIS DE 50 DEPARTAMENTOS - DEPTO '
                   EMP-DEPARTAMENTO ' FORA DO LOTE CONTABIL'
           END-IF.
       2810-EXIT.
           EXIT.

       2820-SOMAR-DEPTO.
           ADD WS-VALOR-PARCELA TO WS-DEPTO-BRUTO (WS-IDX-DEPTO).
           ADD WS-VALOR-FGTS    TO WS-DEPTO-FGTS (WS-IDX-DEPTO).
       2820-EXIT.
           EXIT.

       2900-LER-PROXIMO.
           READ EMPREG-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.
           IF WS-EMPREG-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-ARQUIVO
           END-IF.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CONTABILIZAR - acrescenta ao lote CTB13-AAAAMM da
      * competencia da parcela, por departamento, a baixa da provisao
      * de 13o (PROVSALD) ate o custo da parcela (bruto + FGTS) e a
      * despesa do que passar da provisao; depois os creditos de INSS
      * e IRRF a recolher, pensao a repassar, FGTS a recolher e 13o a
      * pagar, e o registro de total do lote (debitos = creditos).
      ******************************************************************
       3000-CONTABILIZAR.
           IF WS-QTD-PAGOS = 0
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO WS-NOME-CTB13.
           STRING 'CTB13-'           DELIMITED BY SIZE
                  WS-COMP-ANO        DELIMITED BY SIZE
                  WS-COMP-MES        DELIMITED BY SIZE
                  WS-SUFIXO-EMPRESA  DELIMITED BY SPACE
                  INTO WS-NOME-CTB13
           END-STRING.
           OPEN EXTEND CTB13-ARQ.
           IF WS-CTB13-STATUS = '05' OR WS-CTB13-STATUS = '35'
               OPEN OUTPUT CTB13-ARQ
           END-IF.
           IF WS-CTB13-STATUS NOT = '00'
               DISPLAY 'PAGTO13: ERRO AO ABRIR ' WS-NOME-CTB13
                   ' - STATUS ' WS-CTB13-STATUS
               DISPLAY 'PAGTO13: PARCELA NAO CONTABILIZADA E '
                   'PROVISAO NAO BAIXADA'
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-LANCAR-DEPARTAMENTO THRU 3100-EXIT
               VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-QTD-DEPTOS.
           IF WS-TOTAL-INSS NOT = 0
               PERFORM 3500-PREPARAR-LANCAMENTO THRU 3500-EXIT
               MOVE 'C' TO CTB-NATUREZA
               MOVE 'INSS A RECOLHER' TO CTB-CONTA
               MOVE WS-TOTAL-INSS TO CTB-VALOR
               MOVE 'INSS RETIDO DO 13o' TO CTB-HISTORICO
               WRITE CTB-REGISTRO
           END-IF.
           IF WS-TOTAL-IRRF NOT = 0
               PERFORM 3500-PREPARAR-LANCAMENTO THRU 3500-EXIT
               MOVE 'C' TO CTB-NATUREZA
               MOVE 'IRRF A RECOLHER' TO CTB-CONTA
               MOVE WS-TOTAL-IRRF TO CTB-VALOR
               MOVE 'IRRF RETIDO DO 13o' TO CTB-HISTORICO
               WRITE CTB-REGISTRO
           END-IF.
           IF WS-TOTAL-PENSAO NOT = 0
               PERFORM 3500-PREPARAR-LANCAMENTO THRU 3500-EXIT
               MOVE 'C' TO CTB-NATUREZA
               MOVE 'PENSAO A REPASSAR' TO CTB-CONTA
               MOVE WS-TOTAL-PENSAO TO CTB-VALOR
               MOVE 'PENSAO ALIMENTICIA SOBRE 13o' TO CTB-HISTORICO
               WRITE CTB-REGISTRO
           END-IF.
           IF WS-TOTAL-FGTS NOT = 0
               PERFORM 3500-PREPARAR-LANCAMENTO THRU 3500-EXIT
               MOVE 'C' TO CTB-NATUREZA
               MOVE 'FGTS A RECOLHER' TO CTB-CONTA
               MOVE WS-TOTAL-FGTS TO CTB-VALOR
               MOVE 'FGTS SOBRE O 13o' TO CTB-HISTORICO
               WRITE CTB-REGISTRO
           END-IF.
           PERFORM 3500-PREPARAR-LANCAMENTO THRU 3500-EXIT.
           MOVE 'C' TO CTB-NATUREZA.
           MOVE '13o SALARIO A PAGAR' TO CTB-CONTA.
           MOVE WS-TOTAL-LIQUIDO TO CTB-VALOR.
           MOVE 'LIQUIDO DO 13o A PAGAR' TO CTB-HISTORICO.
           WRITE CTB-REGISTRO.
           PERFORM 3500-PREPARAR-LANCAMENTO THRU 3500-EXIT.
           MOVE 'T' TO CTB-TIPO.
           COMPUTE CTB-VALOR = WS-TOTAL-PARCELA + WS-TOTAL-FGTS.
           MOVE 'TOTAL DO LOTE (DEB = CRED)' TO CTB-HISTORICO.
           WRITE CTB-REGISTRO.
           CLOSE CTB13-ARQ.
           DISPLAY 'PAGTO13: LANCAMENTOS ACRESCENTADOS A '
               WS-NOME-CTB13.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-LANCAR-DEPARTAMENTO - debitos do departamento corrente,
      * com o centro de custo do DEPTOS: baixa da provisao de 13o ate o
      * saldo guardado em PROVSALD (que e reduzido - o PROVISAO estorna
      * so o que sobrar) e despesa do excedente.
      ******************************************************************
       3100-LANCAR-DEPARTAMENTO.
           MOVE SPACES TO WS-CENTRO-CUSTO.
           IF WS-DEPTOS-DISPONIVEL
               MOVE WS-DEPTO-COD (WS-IDX-DEPTO) TO DEP-CODIGO
               READ DEPTOS-ARQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEP-CENTRO-CUSTO TO WS-CENTRO-CUSTO
               END-READ
           END-IF.
           COMPUTE WS-CUSTO-DEPTO = WS-DEPTO-BRUTO (WS-IDX-DEPTO)
               + WS-DEPTO-FGTS (WS-IDX-DEPTO).
           PERFORM 3150-BAIXAR-PROVISAO THRU 3150-EXIT.
           COMPUTE WS-EXCESSO-PROVISAO =
               WS-CUSTO-DEPTO - WS-BAIXA-PROVISAO.
           IF WS-BAIXA-PROVISAO NOT = 0
               PERFORM 3500-PREPARAR-LANCAMENTO THRU 3500-EXIT
               MOVE 'D' TO CTB-NATUREZA
               MOVE 'PROVISAO 13o' TO CTB-CONTA
               MOVE WS-CENTRO-CUSTO TO CTB-CENTRO-CUSTO
               MOVE WS-BAIXA-PROVISAO TO CTB-VALOR
               STRING 'BAIXA PROV 13o DEPTO ' DELIMITED BY SIZE
                      WS-DEPTO-COD (WS-IDX-DEPTO) DELIMITED BY SIZE
                      INTO CTB-HISTORICO
               END-STRING
               WRITE CTB-REGISTRO
           END-IF.
           IF WS-EXCESSO-PROVISAO NOT = 0
               PERFORM 3500-PREPARAR-LANCAMENTO THRU 3500-EXIT
               MOVE 'D' TO CTB-NATUREZA
               MOVE 'DESPESA 13o SALARIO' TO CTB-CONTA
               MOVE WS-CENTRO-CUSTO TO CTB-CENTRO-CUSTO
               MOVE WS-EXCESSO-PROVISAO TO CTB-VALOR
               STRING '13o SALARIO DEPTO ' DELIMITED BY SIZE
                      WS-DEPTO-COD (WS-IDX-DEPTO) DELIMITED BY SIZE
                      INTO CTB-HISTORICO
               END-STRING
               WRITE CTB-REGISTRO
           END-IF.
       3100-EXIT.
           EXIT.

      * 3150-BAIXAR-PROVISAO - abate do saldo de provisao de 13o do
      * departamento (PROVSALD tipo 'T') o custo da parcela, ate zerar.
       3150-BAIXAR-PROVISAO.
           MOVE 0 TO WS-BAIXA-PROVISAO.
           IF NOT WS-PROVSALD-DISPONIVEL
               GO TO 3150-EXIT
           END-IF.
           MOVE WS-DEPTO-COD (WS-IDX-DEPTO) TO PVS-DEPARTAMENTO.
           MOVE 'T' TO PVS-TIPO.
           READ PROVSALD-ARQ
               INVALID KEY
                   GO TO 3150-EXIT
           END-READ.
           IF PVS-VALOR NOT > 0
               GO TO 3150-EXIT
           END-IF.
           IF PVS-VALOR < WS-CUSTO-DEPTO
               MOVE PVS-VALOR TO WS-BAIXA-PROVISAO
           ELSE
               MOVE WS-CUSTO-DEPTO TO WS-BAIXA-PROVISAO
           END-IF.
           SUBTRACT WS-BAIXA-PROVISAO FROM PVS-VALOR.
           REWRITE PVS-REGISTRO
               INVALID KEY
                   DISPLAY 'PAGTO13: ERRO AO BAIXAR A PROVISAO DO '
                       'DEPTO ' PVS-DEPARTAMENTO
                   MOVE 0 TO WS-BAIXA-PROVISAO
           END-REWRITE.
           ADD WS-BAIXA-PROVISAO TO WS-TOTAL-BAIXA.
       3150-EXIT.
           EXIT.

      * 3500-PREPARAR-LANCAMENTO - limpa o registro e preenche tipo,
      * competencia e empresa comuns, como o RELAT faz.
       3500-PREPARAR-LANCAMENTO.
           MOVE SPACES TO CTB-REGISTRO.
           MOVE 'L' TO CTB-TIPO.
           MOVE WS-COMP-ANO TO CTB-ANO.
           MOVE WS-COMP-MES TO CTB-MES.
           IF WS-TODAS-AS-EMPRESAS
               MOVE 0 TO CTB-EMPRESA
           ELSE
               MOVE WS-PARM-EMPRESA TO CTB-EMPRESA
           END-IF.
           MOVE SPACES TO CTB-CENTRO-CUSTO.
           MOVE 0 TO CTB-VALOR.
           MOVE SPACES TO CTB-NATUREZA.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - fecha o arquivo de depositos com o trailer da
      * execucao, imprime os totais e fecha os arquivos.
      ******************************************************************
       9000-FINALIZAR.
           IF NOT SEG-ACESSO-LIBERADO
               GO TO 9000-EXIT
           END-IF.
           IF WS-FGTS13-ABERTO
               MOVE SPACES TO FGD-REGISTRO
               MOVE 'T'                   TO FGD-TIPO
               MOVE WS-COMP-ANO           TO FGD-ANO
               MOVE WS-COMP-MES           TO FGD-MES
               MOVE 0                     TO FGD-MATRICULA
               MOVE 0                     TO FGD-CPF
               MOVE WS-QTD-DEPOSITOS-FGTS TO FGD-QTD-DEPOSITOS
               MOVE WS-TOTAL-FGTS         TO FGD-VALOR
               WRITE FGD-REGISTRO
               CLOSE FGTS13-ARQ
               DISPLAY 'PAGTO13: DEPOSITOS DE FGTS ACRESCENTADOS A '
                   WS-NOME-FGTS13
           END-IF.
           IF WS-PAGTO-ABERTO
               CLOSE PAGTO-ARQ
               DISPLAY 'PAGTO13: ARQUIVO DE PAGAMENTO GRAVADO EM '
                   WS-NOME-PAGTO
           END-IF.
           IF WS-NOME-RELATORIO NOT = SPACES
               AND WS-RELATORIO-STATUS = '00'
               PERFORM 9100-IMPRIMIR-TOTAIS THRU 9100-EXIT
               CLOSE RELATORIO-ARQ
               DISPLAY 'PAGTO13: RELATORIO GRAVADO EM '
                   WS-NOME-RELATORIO
           END-IF.
           CLOSE EMPREG-ARQ.
           CLOSE HIST13-ARQ.
           IF WS-FOLHAHIS-DISPONIVEL
               CLOSE FOLHAHIS-ARQ
           END-IF.
           IF WS-EVENTOS-DISPONIVEIS
               CLOSE RUBRICA-ARQ
               CLOSE MOVRUB-ARQ
           END-IF.
           IF WS-DEPEND-DISPONIVEL
               CLOSE DEPEND-ARQ
           END-IF.
           IF WS-EMPCOMP-DISPONIVEL
               CLOSE EMPCOMP-ARQ
           END-IF.
           IF WS-DEPTOS-DISPONIVEL
               CLOSE DEPTOS-ARQ
           END-IF.
           IF WS-PROVSALD-DISPONIVEL
               CLOSE PROVSALD-ARQ
           END-IF.
           IF WS-FGTSCTA-ABERTO
               CLOSE FGTSCTA-ARQ
           END-IF.
           IF WS-PENSHIS-ABERTO
               CLOSE PENSHIS-ARQ
           END-IF.
           DISPLAY 'PAGTO13: ' WS-QTD-PAGOS ' PARCELA(S) PAGA(S)'.
           IF WS-QTD-JA-PAGOS > 0
               DISPLAY 'PAGTO13: ' WS-QTD-JA-PAGOS ' JA PAGA(S) '
                   'ANTES NO HIST13 - NAO REPETIDA(S)'
           END-IF.
           MOVE WS-TOTAL-LIQUIDO TO WS-TOTAL-EDITADO.
           DISPLAY 'PAGTO13: TOTAL LIQUIDO....: ' WS-TOTAL-EDITADO.
       9000-EXIT.
           EXIT.

      * 9100-IMPRIMIR-TOTAIS - total geral das colunas e, abaixo, o
      * FGTS depositado e a provisao baixada.
       9100-IMPRIMIR-TOTAIS.
           MOVE CAB1T TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-TOTAL-INTEGRAL TO TOT1T-INTEGRAL.
           MOVE WS-TOTAL-PARCELA  TO TOT1T-PARCELA.
           MOVE WS-TOTAL-INSS     TO TOT1T-INSS.
           MOVE WS-TOTAL-IRRF     TO TOT1T-IRRF.
           MOVE WS-TOTAL-PENSAO   TO TOT1T-PENSAO.
           MOVE WS-TOTAL-LIQUIDO  TO TOT1T-LIQUIDO.
           MOVE TOT1T TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'FGTS SOBRE A PARCELA (FGTS13)' TO TOT2T-DESCRICAO.
           MOVE WS-TOTAL-FGTS TO TOT2T-VALOR.
           MOVE TOT2T TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'PROVISAO DE 13o BAIXADA' TO TOT2T-DESCRICAO.
           MOVE WS-TOTAL-BAIXA TO TOT2T-VALOR.
           MOVE TOT2T TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB1T TO REL-LINHA.
           WRITE REL-LINHA.
       9100-EXIT.
           EXIT.

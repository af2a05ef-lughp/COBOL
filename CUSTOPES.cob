       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOPES.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Custo total de pessoal por centro de custo. Para a
      *             competencia fechada informada, varre o mestre
      *             EMPREG e soma, por centro de custo do departamento
      *             do funcionario na competencia (DEPTOS):
      *               - a remuneracao do historico FOLHAHIS (salario,
      *                 horas extras, adicional noturno, ferias + 1/3
      *                 e proventos de rubricas, menos as faltas
      *                 descontadas);
      *               - os encargos patronais gravados pelo RELAT em
      *                 ENCARGOS (INSS da empresa, RAT x FAP e
      *                 terceiros);
      *               - o FGTS da competencia (FH-VALOR-FGTS);
      *               - as provisoes de 13o e ferias do PROVISAO
      *                 (saldo do PROVSALD na competencia, por
      *                 departamento).
      *             Imprime a quantidade de funcionarios, cada parcela,
      *             o custo total e o custo medio por cabeca de cada
      *             centro de custo, e o total geral.
      *
      *             As provisoes sao guardadas por departamento, sem
      *             empresa: rodando por empresa, a coluna sai zerada,
      *             com aviso - a visao com provisao e a consolidada.
      *
      * Historico de alteracoes:
      *   15/10/2026 LHP  Versao inicial.
      *   15/10/2026 LHP  Adicional noturno do FOLHAHIS somado na
      *                   remuneracao.
      *   15/10/2026 LHP  Adicional de insalubridade/periculosidade do
      *                   FOLHAHIS somado na remuneracao.
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

           SELECT FOLHAHIS-ARQ
               ASSIGN TO "FOLHAHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-CHAVE
               FILE STATUS IS WS-FOLHAHIS-STATUS.

           SELECT ENCARGOS-ARQ
               ASSIGN TO "ENCARGOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENP-CHAVE
               FILE STATUS IS WS-ENCARGOS-STATUS.

           SELECT DEPTOS-ARQ
               ASSIGN TO "DEPTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-DEPTOS-STATUS.

           SELECT PROVSALD-ARQ
               ASSIGN TO "PROVSALD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PVS-CHAVE
               FILE STATUS IS WS-PROVSALD-STATUS.

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

       FD  ENCARGOS-ARQ
           LABEL RECORD IS STANDARD.
           COPY ENCPATC.

       FD  DEPTOS-ARQ
           LABEL RECORD IS STANDARD.
           COPY DEPTOSC.

       FD  PROVSALD-ARQ
           LABEL RECORD IS STANDARD.
           COPY PROVSLDC.

       FD  RELATORIO-ARQ
           LABEL RECORD IS STANDARD.
       01  REL-LINHA                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-EMPREG-STATUS        PIC X(02) VALUE '00'.
           05 WS-FOLHAHIS-STATUS      PIC X(02) VALUE '00'.
           05 WS-ENCARGOS-STATUS      PIC X(02) VALUE '00'.
           05 WS-DEPTOS-STATUS        PIC X(02) VALUE '00'.
           05 WS-PROVSALD-STATUS      PIC X(02) VALUE '00'.
           05 WS-RELATORIO-STATUS     PIC X(02) VALUE '00'.
           05 WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
               88 FIM-DO-ARQUIVO      VALUE 'S'.
           05 WS-ENCARGOS-OK          PIC X(01) VALUE 'N'.
               88 WS-ENCARGOS-DISPONIVEL VALUE 'S'.
           05 WS-DEPTOS-OK            PIC X(01) VALUE 'N'.
               88 WS-DEPTOS-DISPONIVEL VALUE 'S'.
           05 WS-PROVSALD-OK          PIC X(01) VALUE 'N'.
               88 WS-PROVSALD-DISPONIVEL VALUE 'S'.
           05 WS-FIM-PROVSALD         PIC X(01) VALUE 'N'.
               88 FIM-DO-PROVSALD     VALUE 'S'.

       01  WS-PARAMETROS.
           05 WS-PARM-MES             PIC 9(02) VALUE 0.
           05 WS-PARM-ANO             PIC 9(04) VALUE 0.
           05 WS-PARM-EMPRESA         PIC 9(02) VALUE 99.
               88 WS-TODAS-AS-EMPRESAS VALUE 99.

       01  WS-COMP-AAAAMM             PIC 9(06) VALUE 0.

       01  WS-NOME-RELATORIO          PIC X(22) VALUE SPACES.
       01  WS-DATA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-HORA-SISTEMA            PIC 9(08) VALUE 0.

      * Parcelas do funcionario corrente e centro de custo do
      * departamento em WS-DEPTO-CORRENTE.
       01  WS-CUSTO-FUNC.
           05 WS-REMUNERACAO          PIC S9(07)V99 VALUE 0.
           05 WS-ENCARGOS             PIC S9(07)V99 VALUE 0.
           05 WS-FGTS                 PIC S9(07)V99 VALUE 0.
           05 WS-PROVISAO             PIC S9(09)V99 VALUE 0.
           05 WS-QTD-CABECAS          PIC 9(05) COMP VALUE 0.
       01  WS-DEPTO-CORRENTE          PIC X(04) VALUE SPACES.
       01  WS-CENTRO-CUSTO            PIC X(08) VALUE SPACES.

       01  WS-CONTADORES.
           05 WS-QTD-FUNCIONARIOS     PIC 9(05) COMP VALUE 0.
           05 WS-QTD-SEM-ENCARGOS     PIC 9(05) COMP VALUE 0.
           05 WS-QTD-PROVISOES        PIC 9(05) COMP VALUE 0.

      * Acumuladores por centro de custo, na ordem de aparicao; o
      * ultimo item e o total geral.
       01  WS-TAB-CENTROS.
           05 WS-QTD-CENTROS          PIC 9(02) COMP VALUE 0.
           05 WS-CC-ITEM OCCURS 50 TIMES INDEXED BY WS-IDX-CC.
               10 WS-CC-CODIGO        PIC X(08).
               10 WS-CC-QTD           PIC 9(05) COMP.
               10 WS-CC-REMUNERACAO   PIC S9(09)V99.
               10 WS-CC-ENCARGOS      PIC S9(09)V99.
               10 WS-CC-FGTS          PIC S9(09)V99.
               10 WS-CC-PROVISAO      PIC S9(09)V99.

       01  WS-TOTAIS-GERAIS.
           05 WS-TOTAL-QTD            PIC 9(05) COMP VALUE 0.
           05 WS-TOTAL-REMUNERACAO    PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-ENCARGOS       PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-FGTS           PIC S9(09)V99 VALUE 0.
           05 WS-TOTAL-PROVISAO       PIC S9(09)V99 VALUE 0.
           05 WS-CUSTO-TOTAL          PIC S9(09)V99 VALUE 0.
           05 WS-CUSTO-MEDIO          PIC S9(07)V99 VALUE 0.

       01  CAB1K.
           05 FILLER       PIC X(118) VALUE ALL '-'.

       01  CAB2K.
           05 FILLER       PIC X(45) VALUE
               'CUSTO TOTAL DE PESSOAL POR CENTRO DE CUSTO - '.
           05 CAB2K-MES    PIC 99.
           05 FILLER       PIC X(01) VALUE '/'.
           05 CAB2K-ANO    PIC 9999.
           05 FILLER       PIC X(11) VALUE ' - EMPRESA '.
           05 CAB2K-EMPRESA PIC X(05).

       01  CAB3K.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 FILLER       PIC X(09) VALUE 'C. CUSTO '.
           05 FILLER       PIC X(06) VALUE '  QTD '.
           05 FILLER       PIC X(16) VALUE '     REMUNERACAO'.
           05 FILLER       PIC X(16) VALUE '        ENCARGOS'.
           05 FILLER       PIC X(16) VALUE '            FGTS'.
           05 FILLER       PIC X(16) VALUE '       PROVISOES'.
           05 FILLER       PIC X(16) VALUE '     CUSTO TOTAL'.
           05 FILLER       PIC X(16) VALUE '  MEDIO/CABECA'.

       01  DET1K.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 DET1K-CENTRO PIC X(08).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1K-QTD    PIC ZZ.ZZ9.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1K-REMUNERACAO PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1K-ENCARGOS PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1K-FGTS   PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1K-PROVISAO PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1K-CUSTO  PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1K-MEDIO  PIC -Z.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESSAR-FUNCIONARIO THRU 2000-EXIT
               UNTIL FIM-DO-ARQUIVO.
           PERFORM 3000-SOMAR-PROVISOES THRU 3000-EXIT.
           PERFORM 4000-IMPRIMIR-CENTROS THRU 4000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - le a competencia e a empresa, abre os
      * arquivos e imprime o cabecalho. Sem EMPREG ou sem o historico
      * FOLHAHIS nao ha custo a apurar: o job termina com aviso.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'MES DA COMPETENCIA..: ' WITH NO ADVANCING.
           ACCEPT WS-PARM-MES.
           DISPLAY 'ANO DA COMPETENCIA..: ' WITH NO ADVANCING.
           ACCEPT WS-PARM-ANO.
           DISPLAY 'EMPRESA (99 = TODAS): ' WITH NO ADVANCING.
           ACCEPT WS-PARM-EMPRESA.
           COMPUTE WS-COMP-AAAAMM =
               WS-PARM-ANO * 100 + WS-PARM-MES.
           OPEN INPUT EMPREG-ARQ.
           IF WS-EMPREG-STATUS NOT = '00'
               DISPLAY 'CUSTOPES: ERRO AO ABRIR EMPREG - STATUS '
                   WS-EMPREG-STATUS
               MOVE 'S' TO WS-FIM-ARQUIVO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT FOLHAHIS-ARQ.
           IF WS-FOLHAHIS-STATUS NOT = '00'
               DISPLAY 'CUSTOPES: ERRO AO ABRIR FOLHAHIS - STATUS '
                   WS-FOLHAHIS-STATUS
               MOVE 'S' TO WS-FIM-ARQUIVO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT ENCARGOS-ARQ.
           IF WS-ENCARGOS-STATUS = '00'
               MOVE 'S' TO WS-ENCARGOS-OK
           ELSE
               DISPLAY 'CUSTOPES: ARQUIVO ENCARGOS INDISPONIVEL - '
                   'STATUS ' WS-ENCARGOS-STATUS
               DISPLAY 'CUSTOPES: CUSTO SAI SEM ENCARGOS PATRONAIS'
           END-IF.
           OPEN INPUT DEPTOS-ARQ.
           IF WS-DEPTOS-STATUS = '00'
               MOVE 'S' TO WS-DEPTOS-OK
           ELSE
               DISPLAY 'CUSTOPES: MESTRE DEPTOS INDISPONIVEL - '
                   'CUSTO SAI SEM CENTRO DE CUSTO'
           END-IF.
           IF WS-TODAS-AS-EMPRESAS
               OPEN INPUT PROVSALD-ARQ
               IF WS-PROVSALD-STATUS = '00'
                   MOVE 'S' TO WS-PROVSALD-OK
               ELSE
                   DISPLAY 'CUSTOPES: PROVSALD INDISPONIVEL - '
                       'CUSTO SAI SEM PROVISOES'
               END-IF
           ELSE
               DISPLAY 'CUSTOPES: PROVISOES SO NA VISAO DE TODAS AS '
                   'EMPRESAS - COLUNA SAI ZERADA'
           END-IF.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           STRING 'CUSTOPES-'          DELIMITED BY SIZE
                  WS-DATA-SISTEMA      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-HORA-SISTEMA (1:4) DELIMITED BY SIZE
                  INTO WS-NOME-RELATORIO
           END-STRING.
           OPEN OUTPUT RELATORIO-ARQ.
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'CUSTOPES: ERRO AO ABRIR O ARQUIVO DE '
                   'IMPRESSAO - STATUS ' WS-RELATORIO-STATUS
               MOVE 'S' TO WS-FIM-ARQUIVO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-PARM-MES TO CAB2K-MES.
           MOVE WS-PARM-ANO TO CAB2K-ANO.
           IF WS-TODAS-AS-EMPRESAS
               MOVE 'TODAS' TO CAB2K-EMPRESA
           ELSE
               MOVE WS-PARM-EMPRESA TO CAB2K-EMPRESA
           END-IF.
           MOVE CAB1K TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB2K TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB1K TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB3K TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 2900-LER-PROXIMO THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR-FUNCIONARIO - funcionario da empresa pedida com
      * folha fechada na competencia: apura remuneracao, encargos e
      * FGTS e soma no centro de custo do departamento em que estava
      * na competencia (FH-DEPARTAMENTO, nao o de hoje).
      ******************************************************************
       2000-PROCESSAR-FUNCIONARIO.
           IF NOT WS-TODAS-AS-EMPRESAS
               AND EMP-EMPRESA NOT = WS-PARM-EMPRESA
               GO TO 2000-LER
           END-IF.
           MOVE EMP-MATRICULA TO FH-MATRICULA.
           MOVE WS-PARM-ANO   TO FH-ANO.
           MOVE WS-PARM-MES   TO FH-MES.
           READ FOLHAHIS-ARQ
               INVALID KEY
                   GO TO 2000-LER
           END-READ.
           COMPUTE WS-REMUNERACAO = FH-SALARIO
               + FH-VALOR-HORAS-EXTRAS + FH-VALOR-FERIAS
               + FH-TOTAL-EVENTOS-PROV - FH-VALOR-FALTAS.
           IF FH-VALOR-ADIC-NOTURNO IS NUMERIC
               ADD FH-VALOR-ADIC-NOTURNO TO WS-REMUNERACAO
           END-IF.
           IF FH-VALOR-ADIC-RISCO IS NUMERIC
               ADD FH-VALOR-ADIC-RISCO TO WS-REMUNERACAO
           END-IF.
           MOVE FH-VALOR-FGTS TO WS-FGTS.
           PERFORM 2050-BUSCAR-ENCARGOS THRU 2050-EXIT.
           MOVE FH-DEPARTAMENTO TO WS-DEPTO-CORRENTE.
           PERFORM 2100-BUSCAR-CENTRO-CUSTO THRU 2100-EXIT.
           MOVE 1 TO WS-QTD-CABECAS.
           MOVE 0 TO WS-PROVISAO.
           PERFORM 2200-ACUMULAR-CENTRO THRU 2200-EXIT.
           ADD 1 TO WS-QTD-FUNCIONARIOS.
       2000-LER.
           PERFORM 2900-LER-PROXIMO THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2050-BUSCAR-ENCARGOS.
           MOVE 0 TO WS-ENCARGOS.
           IF NOT WS-ENCARGOS-DISPONIVEL
               GO TO 2050-EXIT
           END-IF.
           MOVE EMP-MATRICULA TO ENP-MATRICULA.
           MOVE WS-PARM-ANO   TO ENP-ANO.
           MOVE WS-PARM-MES   TO ENP-MES.
           READ ENCARGOS-ARQ
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-ENCARGOS
               NOT INVALID KEY
                   MOVE ENP-TOTAL-ENCARGOS TO WS-ENCARGOS
           END-READ.
       2050-EXIT.
           EXIT.

      * 2100-BUSCAR-CENTRO-CUSTO - centro de custo do departamento em
      * WS-DEPTO-CORRENTE; departamento sem cadastro fica em branco.
       2100-BUSCAR-CENTRO-CUSTO.
           MOVE SPACES TO WS-CENTRO-CUSTO.
           IF NOT WS-DEPTOS-DISPONIVEL
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-DEPTO-CORRENTE TO DEP-CODIGO.
           READ DEPTOS-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DEP-CENTRO-CUSTO TO WS-CENTRO-CUSTO
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-ACUMULAR-CENTRO - soma as parcelas correntes no acumulador
      * do centro de custo em WS-CENTRO-CUSTO, criando a entrada na
      * primeira ocorrencia.
      ******************************************************************
       2200-ACUMULAR-CENTRO.
           SET WS-IDX-CC TO 1.
           SEARCH WS-CC-ITEM
               AT END
                   PERFORM 2250-INCLUIR-CENTRO THRU 2250-EXIT
               WHEN WS-IDX-CC <= WS-QTD-CENTROS
                   AND WS-CC-CODIGO (WS-IDX-CC) = WS-CENTRO-CUSTO
                   PERFORM 2270-SOMAR-CENTRO THRU 2270-EXIT
           END-SEARCH.
       2200-EXIT.
           EXIT.

       2250-INCLUIR-CENTRO.
           IF WS-QTD-CENTROS < 50
               ADD 1 TO WS-QTD-CENTROS
               SET WS-IDX-CC TO WS-QTD-CENTROS
               MOVE WS-CENTRO-CUSTO TO WS-CC-CODIGO (WS-IDX-CC)
               MOVE 0 TO WS-CC-QTD (WS-IDX-CC)
               MOVE 0 TO WS-CC-REMUNERACAO (WS-IDX-CC)
               MOVE 0 TO WS-CC-ENCARGOS (WS-IDX-CC)
               MOVE 0 TO WS-CC-FGTS (WS-IDX-CC)
               MOVE 0 TO WS-CC-PROVISAO (WS-IDX-CC)
               PERFORM 2270-SOMAR-CENTRO THRU 2270-EXIT
           ELSE
               DISPLAY 'CUSTOPES: MAIS DE 50 CENTROS DE CUSTO - '
                   WS-CENTRO-CUSTO ' FORA DO RELATORIO'
           END-IF.
       2250-EXIT.
           EXIT.

       2270-SOMAR-CENTRO.
           ADD WS-QTD-CABECAS TO WS-CC-QTD (WS-IDX-CC).
           ADD WS-REMUNERACAO TO WS-CC-REMUNERACAO (WS-IDX-CC).
           ADD WS-ENCARGOS    TO WS-CC-ENCARGOS (WS-IDX-CC).
           ADD WS-FGTS        TO WS-CC-FGTS (WS-IDX-CC).
           ADD WS-PROVISAO    TO WS-CC-PROVISAO (WS-IDX-CC).
       2270-EXIT.
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
      * 3000-SOMAR-PROVISOES - varre o PROVSALD e soma no centro de
      * custo de cada departamento as provisoes de 13o e de ferias
      * lancadas pelo PROVISAO na competencia pedida. O PROVSALD so
      * guarda a ultima competencia rodada: competencia antiga (ou
      * PROVISAO ainda nao rodado) sai sem provisao, com aviso.
      ******************************************************************
       3000-SOMAR-PROVISOES.
           IF NOT WS-PROVSALD-DISPONIVEL
               GO TO 3000-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-PROVSALD.
           MOVE LOW-VALUES TO PVS-CHAVE.
           START PROVSALD-ARQ KEY IS NOT LESS THAN PVS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-PROVSALD
           END-START.
           PERFORM 3100-SOMAR-UMA-PROVISAO THRU 3100-EXIT
               UNTIL FIM-DO-PROVSALD.
           IF WS-QTD-PROVISOES = 0
               DISPLAY 'CUSTOPES: NENHUMA PROVISAO DA COMPETENCIA NO '
                   'PROVSALD - RODE O PROVISAO DO MES'
           END-IF.
       3000-EXIT.
           EXIT.

       3100-SOMAR-UMA-PROVISAO.
           READ PROVSALD-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PROVSALD
                   GO TO 3100-EXIT
           END-READ.
           IF WS-PROVSALD-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-PROVSALD
               GO TO 3100-EXIT
           END-IF.
           IF PVS-COMPETENCIA NOT = WS-COMP-AAAAMM
               OR PVS-VALOR = 0
               GO TO 3100-EXIT
           END-IF.
           MOVE PVS-DEPARTAMENTO TO WS-DEPTO-CORRENTE.
           PERFORM 2100-BUSCAR-CENTRO-CUSTO THRU 2100-EXIT.
           MOVE 0 TO WS-QTD-CABECAS.
           MOVE 0 TO WS-REMUNERACAO.
           MOVE 0 TO WS-ENCARGOS.
           MOVE 0 TO WS-FGTS.
           MOVE PVS-VALOR TO WS-PROVISAO.
           PERFORM 2200-ACUMULAR-CENTRO THRU 2200-EXIT.
           ADD 1 TO WS-QTD-PROVISOES.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-IMPRIMIR-CENTROS - uma linha por centro de custo e a linha
      * de total geral, com o custo total e o custo medio por cabeca.
      ******************************************************************
       4000-IMPRIMIR-CENTROS.
           IF WS-RELATORIO-STATUS NOT = '00'
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-IMPRIMIR-UM-CENTRO THRU 4100-EXIT
               VARYING WS-IDX-CC FROM 1 BY 1
               UNTIL WS-IDX-CC > WS-QTD-CENTROS.
           MOVE CAB1K TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'TOTAL'              TO DET1K-CENTRO.
           MOVE WS-TOTAL-QTD         TO DET1K-QTD.
           MOVE WS-TOTAL-REMUNERACAO TO DET1K-REMUNERACAO.
           MOVE WS-TOTAL-ENCARGOS    TO DET1K-ENCARGOS.
           MOVE WS-TOTAL-FGTS        TO DET1K-FGTS.
           MOVE WS-TOTAL-PROVISAO    TO DET1K-PROVISAO.
           COMPUTE WS-CUSTO-TOTAL = WS-TOTAL-REMUNERACAO
               + WS-TOTAL-ENCARGOS + WS-TOTAL-FGTS
               + WS-TOTAL-PROVISAO.
           MOVE WS-CUSTO-TOTAL TO DET1K-CUSTO.
           MOVE 0 TO WS-CUSTO-MEDIO.
           IF WS-TOTAL-QTD > 0
               COMPUTE WS-CUSTO-MEDIO ROUNDED =
                   WS-CUSTO-TOTAL / WS-TOTAL-QTD
           END-IF.
           MOVE WS-CUSTO-MEDIO TO DET1K-MEDIO.
           MOVE DET1K TO REL-LINHA.
           WRITE REL-LINHA.
       4000-EXIT.
           EXIT.

       4100-IMPRIMIR-UM-CENTRO.
           IF WS-CC-CODIGO (WS-IDX-CC) = SPACES
               MOVE '(SEM CC)' TO DET1K-CENTRO
           ELSE
               MOVE WS-CC-CODIGO (WS-IDX-CC) TO DET1K-CENTRO
           END-IF.
           MOVE WS-CC-QTD (WS-IDX-CC)         TO DET1K-QTD.
           MOVE WS-CC-REMUNERACAO (WS-IDX-CC) TO DET1K-REMUNERACAO.
           MOVE WS-CC-ENCARGOS (WS-IDX-CC)    TO DET1K-ENCARGOS.
           MOVE WS-CC-FGTS (WS-IDX-CC)        TO DET1K-FGTS.
           MOVE WS-CC-PROVISAO (WS-IDX-CC)    TO DET1K-PROVISAO.
           COMPUTE WS-CUSTO-TOTAL = WS-CC-REMUNERACAO (WS-IDX-CC)
               + WS-CC-ENCARGOS (WS-IDX-CC) + WS-CC-FGTS (WS-IDX-CC)
               + WS-CC-PROVISAO (WS-IDX-CC).
           MOVE WS-CUSTO-TOTAL TO DET1K-CUSTO.
           MOVE 0 TO WS-CUSTO-MEDIO.
           IF WS-CC-QTD (WS-IDX-CC) > 0
               COMPUTE WS-CUSTO-MEDIO ROUNDED =
                   WS-CUSTO-TOTAL / WS-CC-QTD (WS-IDX-CC)
           END-IF.
           MOVE WS-CUSTO-MEDIO TO DET1K-MEDIO.
           MOVE DET1K TO REL-LINHA.
           WRITE REL-LINHA.
           ADD WS-CC-QTD (WS-IDX-CC)         TO WS-TOTAL-QTD.
           ADD WS-CC-REMUNERACAO (WS-IDX-CC) TO WS-TOTAL-REMUNERACAO.
           ADD WS-CC-ENCARGOS (WS-IDX-CC)    TO WS-TOTAL-ENCARGOS.
           ADD WS-CC-FGTS (WS-IDX-CC)        TO WS-TOTAL-FGTS.
           ADD WS-CC-PROVISAO (WS-IDX-CC)    TO WS-TOTAL-PROVISAO.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - fecha os arquivos e resume a execucao.
      ******************************************************************
       9000-FINALIZAR.
           CLOSE EMPREG-ARQ.
           CLOSE FOLHAHIS-ARQ.
           IF WS-ENCARGOS-DISPONIVEL
               CLOSE ENCARGOS-ARQ
           END-IF.
           IF WS-DEPTOS-DISPONIVEL
               CLOSE DEPTOS-ARQ
           END-IF.
           IF WS-PROVSALD-DISPONIVEL
               CLOSE PROVSALD-ARQ
           END-IF.
           DISPLAY 'CUSTOPES: FUNCIONARIOS COM FOLHA NA COMPETENCIA: '
               WS-QTD-FUNCIONARIOS.
           IF WS-QTD-SEM-ENCARGOS > 0
               DISPLAY 'CUSTOPES: SEM ENCARGOS GRAVADOS (FECHAMENTO '
                   'ANTERIOR AOS ENCARGOS?): ' WS-QTD-SEM-ENCARGOS
           END-IF.
           IF WS-NOME-RELATORIO NOT = SPACES
               AND WS-RELATORIO-STATUS = '00'
               CLOSE RELATORIO-ARQ
               DISPLAY 'CUSTOPES: RELATORIO GRAVADO EM '
                   WS-NOME-RELATORIO
           END-IF.
       9000-EXIT.
           EXIT.

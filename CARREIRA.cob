       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARREIRA.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Progressao por tempo de servico do plano de
      *             carreira - rodada mensal. Para a competencia
      *             informada, percorre os funcionarios ativos do
      *             mestre EMPREG e, pelo plano de carreira do cargo
      *             (degraus do CARGOS, mantidos no CADCARGO), acha
      *             quem completa no mes, no aniversario da admissao,
      *             os anos de um degrau. Quando o cargo manda somar os
      *             contratos anteriores, os meses completos de cada
      *             periodo do PERIODOS entram na contagem. O aumento
      *             nao e aplicado no mestre: vira pendencia em PENDSAL
      *             (origem 'P'), aprovada no APROVSAL como qualquer
      *             outra alteracao salarial. Degrau percentual incide
      *             sobre o salario atual; degrau de salario so gera
      *             proposta se estiver acima do salario atual. A
      *             proposta e limitada ao teto do cargo, e quem ja
      *             esta no teto fica sem proposta. Tudo sai no
      *             relatorio datado CARREIRA-AAAAMMDD-HHMM - propostas
      *             geradas e degraus pulados, com o motivo.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPARTAMENTO
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPREG-STATUS.

           SELECT CARGOS-ARQ
               ASSIGN TO "CARGOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRG-CODIGO
               FILE STATUS IS WS-CARGOS-STATUS.

           SELECT PERIODOS-ARQ
               ASSIGN TO "PERIODOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS WS-PERIODOS-STATUS.

           SELECT PENDSAL-ARQ
               ASSIGN TO "PENDSAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSL-MATRICULA
               FILE STATUS IS WS-PENDSAL-STATUS.

           SELECT RELATORIO-ARQ
               ASSIGN TO DYNAMIC WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREG-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPREGC.

       FD  CARGOS-ARQ
           LABEL RECORD IS STANDARD.
           COPY CARGOSC.

       FD  PERIODOS-ARQ
           LABEL RECORD IS STANDARD.
           COPY PERIODC.

       FD  PENDSAL-ARQ
           LABEL RECORD IS STANDARD.
           COPY PENDSALC.

       FD  RELATORIO-ARQ
           LABEL RECORD IS STANDARD.
       01  REL-LINHA                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-EMPREG-STATUS        PIC X(02) VALUE '00'.
           05 WS-CARGOS-STATUS        PIC X(02) VALUE '00'.
           05 WS-PERIODOS-STATUS      PIC X(02) VALUE '00'.
           05 WS-PENDSAL-STATUS       PIC X(02) VALUE '00'.
           05 WS-RELATORIO-STATUS     PIC X(02) VALUE '00'.
           05 WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
               88 FIM-DO-ARQUIVO      VALUE 'S'.
           05 WS-PERIODOS-OK          PIC X(01) VALUE 'N'.
               88 WS-PERIODOS-DISPONIVEL VALUE 'S'.
           05 WS-FIM-PERIODOS         PIC X(01) VALUE 'N'.
               88 FIM-DOS-PERIODOS    VALUE 'S'.
           05 WS-ACHOU-DEGRAU         PIC X(01) VALUE 'N'.
               88 WS-DEGRAU-DO-MES    VALUE 'S'.

       01  WS-PARAMETROS.
           05 WS-PARM-MES             PIC 9(02) VALUE 0.
           05 WS-PARM-ANO             PIC 9(04) VALUE 0.

       01  WS-NOME-RELATORIO          PIC X(22) VALUE SPACES.
       01  WS-DATA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-HORA-SISTEMA            PIC 9(08) VALUE 0.

       01  WS-DATA-HORA-PSL.
           05 WS-DATAHORA-PSL-DATA    PIC 9(08).
           05 WS-DATAHORA-PSL-HORA    PIC 9(06).

      * Tempo de servico contado em meses: no vinculo atual, meses
      * corridos da admissao ate a competencia (o aniversario cai no
      * proprio mes); nos contratos anteriores, meses completos entre
      * admissao e desligamento.
       01  WS-CALCULO-TEMPO.
           05 WS-ANO-INICIO           PIC 9(04) VALUE 0.
           05 WS-MES-INICIO           PIC 9(02) VALUE 0.
           05 WS-DIA-INICIO           PIC 9(02) VALUE 0.
           05 WS-ANO-FIM              PIC 9(04) VALUE 0.
           05 WS-MES-FIM              PIC 9(02) VALUE 0.
           05 WS-DIA-FIM              PIC 9(02) VALUE 0.
           05 WS-MESES-VINCULO        PIC S9(05) VALUE 0.
           05 WS-MESES-PERIODO        PIC S9(05) VALUE 0.
           05 WS-MESES-ANTERIORES     PIC S9(05) VALUE 0.
           05 WS-MESES-SERVICO        PIC S9(05) VALUE 0.
           05 WS-ANOS-SERVICO         PIC 9(03) VALUE 0.
           05 WS-RESTO-MESES          PIC 9(02) VALUE 0.

       01  WS-CALCULO-PROPOSTA.
           05 WS-SALARIO-PROPOSTO     PIC S9(07)V99 VALUE 0.
           05 WS-SITUACAO             PIC X(36) VALUE SPACES.

       01  WS-CONTADORES.
           05 WS-QTD-LIDOS            PIC 9(06) COMP VALUE 0.
           05 WS-QTD-DEGRAUS-MES      PIC 9(06) COMP VALUE 0.
           05 WS-QTD-PROPOSTAS        PIC 9(06) COMP VALUE 0.
           05 WS-QTD-LIMITADAS        PIC 9(06) COMP VALUE 0.
           05 WS-QTD-PULADOS-TETO     PIC 9(06) COMP VALUE 0.
           05 WS-QTD-PULADOS-OUTROS   PIC 9(06) COMP VALUE 0.
           05 WS-QTD-SEM-CARGO        PIC 9(06) COMP VALUE 0.

           COPY SEGLINKC.

       01  WS-QTD-EDITADA             PIC ZZZ.ZZ9.

       01  CAB1K.
           05 FILLER       PIC X(120) VALUE ALL '-'.

       01  CAB2K.
           05 FILLER       PIC X(47) VALUE
               'PROGRESSAO POR TEMPO DE SERVICO - COMPETENCIA '.
           05 CAB2K-MES    PIC 99.
           05 FILLER       PIC X(01) VALUE '/'.
           05 CAB2K-ANO    PIC 9999.

       01  CAB3K.
           05 FILLER       PIC X(08) VALUE 'MATRIC.'.
           05 FILLER       PIC X(27) VALUE 'NOME'.
           05 FILLER       PIC X(06) VALUE 'CARGO'.
           05 FILLER       PIC X(06) VALUE 'ANOS'.
           05 FILLER       PIC X(16) VALUE ' SALARIO ATUAL'.
           05 FILLER       PIC X(16) VALUE '  SALARIO PROP.'.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 FILLER       PIC X(08) VALUE 'SITUACAO'.

       01  DET1K.
           05 DET1K-MATRICULA PIC 9(06).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1K-NOME   PIC X(25).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1K-CARGO  PIC X(04).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1K-ANOS   PIC ZZ9.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 DET1K-SALARIO-ATUAL PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1K-SALARIO-PROPOSTO PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 DET1K-SITUACAO PIC X(36).

       01  TOT1K.
           05 FILLER       PIC X(45) VALUE SPACES.
           05 TOT1K-DESCRICAO PIC X(36).
           05 TOT1K-QTD    PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESSAR-FUNCIONARIO THRU 2000-EXIT
               UNTIL FIM-DO-ARQUIVO.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - exige assinatura de supervisor na SEGURAN,
      * le a competencia, abre os arquivos (PENDSAL e criado se ainda
      * nao existir; PERIODOS e opcional) e imprime o cabecalho.
      ******************************************************************
       1000-INICIALIZAR.
           MOVE 'CARREIRA' TO SEG-PROGRAMA.
           MOVE 2          TO SEG-NIVEL-MINIMO.
           CALL 'SEGURAN' USING SEG-PARAMETROS.
           IF NOT SEG-ACESSO-LIBERADO
               MOVE 'S' TO WS-FIM-ARQUIVO
               GO TO 1000-EXIT
           END-IF.
           DISPLAY 'MES DA COMPETENCIA..: ' WITH NO ADVANCING.
           ACCEPT WS-PARM-MES.
           DISPLAY 'ANO DA COMPETENCIA..: ' WITH NO ADVANCING.
           ACCEPT WS-PARM-ANO.
           IF WS-PARM-MES < 1 OR WS-PARM-MES > 12
               DISPLAY 'CARREIRA: MES INVALIDO - ' WS-PARM-MES
               MOVE 'S' TO WS-FIM-ARQUIVO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT EMPREG-ARQ.
           IF WS-EMPREG-STATUS NOT = '00'
               DISPLAY 'CARREIRA: ERRO AO ABRIR EMPREG - STATUS '
                   WS-EMPREG-STATUS
               MOVE 'S' TO WS-FIM-ARQUIVO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT CARGOS-ARQ.
           IF WS-CARGOS-STATUS NOT = '00'
               DISPLAY 'CARREIRA: ERRO AO ABRIR CARGOS - STATUS '
                   WS-CARGOS-STATUS
               CLOSE EMPREG-ARQ
               MOVE 'S' TO WS-FIM-ARQUIVO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT PERIODOS-ARQ.
           IF WS-PERIODOS-STATUS = '00'
               MOVE 'S' TO WS-PERIODOS-OK
           END-IF.
           OPEN I-O PENDSAL-ARQ.
           IF WS-PENDSAL-STATUS = '35'
               OPEN OUTPUT PENDSAL-ARQ
               CLOSE PENDSAL-ARQ
               OPEN I-O PENDSAL-ARQ
           END-IF.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           STRING 'CARREIRA-'           DELIMITED BY SIZE
                  WS-DATA-SISTEMA       DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  WS-HORA-SISTEMA (1:4) DELIMITED BY SIZE
                  INTO WS-NOME-RELATORIO
           END-STRING.
           OPEN OUTPUT RELATORIO-ARQ.
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'CARREIRA: ERRO AO ABRIR O ARQUIVO DE '
                   'IMPRESSAO - STATUS ' WS-RELATORIO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PARM-MES TO CAB2K-MES.
           MOVE WS-PARM-ANO TO CAB2K-ANO.
           MOVE CAB1K TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB2K TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB1K TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB3K TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 0 TO EMP-MATRICULA.
           START EMPREG-ARQ KEY IS NOT LESS THAN EMP-MATRICULA
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-START.
           IF NOT FIM-DO-ARQUIVO
               PERFORM 2900-LER-PROXIMO THRU 2900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR-FUNCIONARIO - para o funcionario ativo com
      * cargo e plano de carreira, apura o tempo de servico e, se a
      * competencia e o aniversario de um degrau, monta a proposta.
      ******************************************************************
       2000-PROCESSAR-FUNCIONARIO.
           ADD 1 TO WS-QTD-LIDOS.
           IF NOT EMP-ATIVO OR EMP-CARGO = SPACES
               GO TO 2000-LER
           END-IF.
           MOVE EMP-CARGO TO CRG-CODIGO.
           READ CARGOS-ARQ
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-CARGO
                   GO TO 2000-LER
           END-READ.
           IF CRG-QTD-DEGRAUS NOT NUMERIC
               OR CRG-QTD-DEGRAUS = 0
               GO TO 2000-LER
           END-IF.
           PERFORM 2100-CALCULAR-TEMPO THRU 2100-EXIT.
           IF WS-MESES-VINCULO < 1 OR WS-RESTO-MESES NOT = 0
               GO TO 2000-LER
           END-IF.
           PERFORM 2200-PROCURAR-DEGRAU THRU 2200-EXIT.
           IF NOT WS-DEGRAU-DO-MES
               GO TO 2000-LER
           END-IF.
           ADD 1 TO WS-QTD-DEGRAUS-MES.
           PERFORM 2300-MONTAR-PROPOSTA THRU 2300-EXIT.
           PERFORM 2500-IMPRIMIR-DETALHE THRU 2500-EXIT.
       2000-LER.
           PERFORM 2900-LER-PROXIMO THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CALCULAR-TEMPO - meses de servico ate a competencia: os
      * do vinculo atual e, se o cargo manda somar, os dos contratos
      * anteriores. Separa anos completos e meses que sobram.
      ******************************************************************
       2100-CALCULAR-TEMPO.
           MOVE EMP-DATA-ADMISSAO (1:4) TO WS-ANO-INICIO.
           MOVE EMP-DATA-ADMISSAO (5:2) TO WS-MES-INICIO.
           COMPUTE WS-MESES-VINCULO =
               (WS-PARM-ANO * 12 + WS-PARM-MES)
             - (WS-ANO-INICIO * 12 + WS-MES-INICIO).
           MOVE 0 TO WS-MESES-ANTERIORES.
           IF CRG-SOMA-PERIODOS AND WS-PERIODOS-DISPONIVEL
               PERFORM 2150-SOMAR-PERIODOS THRU 2150-EXIT
           END-IF.
           COMPUTE WS-MESES-SERVICO =
               WS-MESES-VINCULO + WS-MESES-ANTERIORES.
           MOVE 0 TO WS-ANOS-SERVICO.
           MOVE 1 TO WS-RESTO-MESES.
           IF WS-MESES-SERVICO > 0
               DIVIDE WS-MESES-SERVICO BY 12
                   GIVING WS-ANOS-SERVICO
                   REMAINDER WS-RESTO-MESES
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2150-SOMAR-PERIODOS - soma os meses completos de cada contrato
      * anterior do funcionario gravado em PERIODOS.
      ******************************************************************
       2150-SOMAR-PERIODOS.
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
               PERFORM 2960-LER-PROXIMO-PERIODO THRU 2960-EXIT
           END-IF.
           PERFORM 2160-SOMAR-PERIODO THRU 2160-EXIT
               UNTIL FIM-DOS-PERIODOS.
       2150-EXIT.
           EXIT.

       2160-SOMAR-PERIODO.
           IF PER-DATA-DESLIGAMENTO = 0
               OR PER-DATA-DESLIGAMENTO < PER-DATA-ADMISSAO
               GO TO 2160-LER
           END-IF.
           MOVE PER-DATA-ADMISSAO (1:4)     TO WS-ANO-INICIO.
           MOVE PER-DATA-ADMISSAO (5:2)     TO WS-MES-INICIO.
           MOVE PER-DATA-ADMISSAO (7:2)     TO WS-DIA-INICIO.
           MOVE PER-DATA-DESLIGAMENTO (1:4) TO WS-ANO-FIM.
           MOVE PER-DATA-DESLIGAMENTO (5:2) TO WS-MES-FIM.
           MOVE PER-DATA-DESLIGAMENTO (7:2) TO WS-DIA-FIM.
           COMPUTE WS-MESES-PERIODO =
               (WS-ANO-FIM * 12 + WS-MES-FIM)
             - (WS-ANO-INICIO * 12 + WS-MES-INICIO).
           IF WS-DIA-FIM < WS-DIA-INICIO
               SUBTRACT 1 FROM WS-MESES-PERIODO
           END-IF.
           IF WS-MESES-PERIODO > 0
               ADD WS-MESES-PERIODO TO WS-MESES-ANTERIORES
           END-IF.
       2160-LER.
           PERFORM 2960-LER-PROXIMO-PERIODO THRU 2960-EXIT.
       2160-EXIT.
           EXIT.

      ******************************************************************
      * 2200-PROCURAR-DEGRAU - procura no plano de carreira do cargo o
      * degrau com os anos completados nesta competencia.
      ******************************************************************
       2200-PROCURAR-DEGRAU.
           MOVE 'N' TO WS-ACHOU-DEGRAU.
           SET CRG-IDX TO 1.
           SEARCH CRG-DEGRAU
               AT END
                   MOVE 'N' TO WS-ACHOU-DEGRAU
               WHEN CRG-IDX NOT > CRG-QTD-DEGRAUS
                AND CRG-DEGRAU-ANOS (CRG-IDX) = WS-ANOS-SERVICO
                   MOVE 'S' TO WS-ACHOU-DEGRAU
           END-SEARCH.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-MONTAR-PROPOSTA - calcula o salario do degrau e grava a
      * pendencia em PENDSAL. Salario ja no teto do cargo ou acima do
      * salario do degrau fica sem proposta; proposta acima do teto e
      * limitada a ele.
      ******************************************************************
       2300-MONTAR-PROPOSTA.
           MOVE 0 TO WS-SALARIO-PROPOSTO.
           IF EMP-SALARIO NOT < CRG-SALARIO-TETO
               MOVE 'PULADO - TETO DO CARGO JA ATINGIDO'
                   TO WS-SITUACAO
               ADD 1 TO WS-QTD-PULADOS-TETO
               GO TO 2300-EXIT
           END-IF.
           IF CRG-DEGRAU-PERCENTUAL (CRG-IDX)
               COMPUTE WS-SALARIO-PROPOSTO ROUNDED =
                   EMP-SALARIO
                 * (1 + CRG-DEGRAU-PERC (CRG-IDX) / 100)
           ELSE
               MOVE CRG-DEGRAU-SALARIO (CRG-IDX)
                   TO WS-SALARIO-PROPOSTO
           END-IF.
           IF WS-SALARIO-PROPOSTO NOT > EMP-SALARIO
               MOVE 'PULADO - SALARIO JA ACIMA DO DEGRAU'
                   TO WS-SITUACAO
               ADD 1 TO WS-QTD-PULADOS-OUTROS
               GO TO 2300-EXIT
           END-IF.
           MOVE 'PROPOSTA GERADA' TO WS-SITUACAO.
           IF WS-SALARIO-PROPOSTO > CRG-SALARIO-TETO
               MOVE CRG-SALARIO-TETO TO WS-SALARIO-PROPOSTO
               MOVE 'PROPOSTA GERADA - LIMITADA AO TETO'
                   TO WS-SITUACAO
           END-IF.
           PERFORM 2400-GRAVAR-PENDENCIA THRU 2400-EXIT.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-GRAVAR-PENDENCIA - grava a proposta em PENDSAL com origem
      * 'P' e os anos do degrau; matricula com pendencia ja aberta e
      * mantida como esta e sai apontada no relatorio.
      ******************************************************************
       2400-GRAVAR-PENDENCIA.
           MOVE SPACES TO PSL-REGISTRO.
           MOVE EMP-MATRICULA        TO PSL-MATRICULA.
           MOVE EMP-NOME             TO PSL-NOME.
           MOVE EMP-SALARIO          TO PSL-SALARIO-ATUAL.
           MOVE WS-SALARIO-PROPOSTO  TO PSL-SALARIO-PROPOSTO.
           MOVE 'P'                  TO PSL-ORIGEM.
           MOVE WS-ANOS-SERVICO      TO PSL-DEGRAU-ANOS.
           MOVE SEG-USUARIO          TO PSL-SOLICITANTE.
           ACCEPT WS-DATAHORA-PSL-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-DATAHORA-PSL-HORA FROM TIME.
           STRING WS-DATAHORA-PSL-DATA DELIMITED BY SIZE
                  WS-DATAHORA-PSL-HORA DELIMITED BY SIZE
                  INTO PSL-DATA-HORA
           END-STRING.
           WRITE PSL-REGISTRO
               INVALID KEY
                   MOVE 'PULADO - PENDENCIA JA ABERTA'
                       TO WS-SITUACAO
                   ADD 1 TO WS-QTD-PULADOS-OUTROS
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-PROPOSTAS
                   IF WS-SALARIO-PROPOSTO = CRG-SALARIO-TETO
                       ADD 1 TO WS-QTD-LIMITADAS
                   END-IF
           END-WRITE.
       2400-EXIT.
           EXIT.

       2500-IMPRIMIR-DETALHE.
           MOVE EMP-MATRICULA        TO DET1K-MATRICULA.
           MOVE EMP-NOME             TO DET1K-NOME.
           MOVE EMP-CARGO            TO DET1K-CARGO.
           MOVE WS-ANOS-SERVICO      TO DET1K-ANOS.
           MOVE EMP-SALARIO          TO DET1K-SALARIO-ATUAL.
           MOVE WS-SALARIO-PROPOSTO  TO DET1K-SALARIO-PROPOSTO.
           MOVE WS-SITUACAO          TO DET1K-SITUACAO.
           MOVE DET1K TO REL-LINHA.
           WRITE REL-LINHA.
       2500-EXIT.
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

       2960-LER-PROXIMO-PERIODO.
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
       2960-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - imprime os totais, fecha os arquivos e
      * resume a rodada.
      ******************************************************************
       9000-FINALIZAR.
           IF NOT SEG-ACESSO-LIBERADO OR RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF.
           MOVE CAB1K TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'FUNCIONARIOS LIDOS' TO TOT1K-DESCRICAO.
           MOVE WS-QTD-LIDOS TO TOT1K-QTD.
           MOVE TOT1K TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'DEGRAUS ALCANCADOS NO MES' TO TOT1K-DESCRICAO.
           MOVE WS-QTD-DEGRAUS-MES TO TOT1K-QTD.
           MOVE TOT1K TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'PROPOSTAS GERADAS EM PENDSAL' TO TOT1K-DESCRICAO.
           MOVE WS-QTD-PROPOSTAS TO TOT1K-QTD.
           MOVE TOT1K TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE '  DAS QUAIS LIMITADAS AO TETO' TO TOT1K-DESCRICAO.
           MOVE WS-QTD-LIMITADAS TO TOT1K-QTD.
           MOVE TOT1K TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'PULADOS - TETO DO CARGO ATINGIDO' TO TOT1K-DESCRICAO.
           MOVE WS-QTD-PULADOS-TETO TO TOT1K-QTD.
           MOVE TOT1K TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'PULADOS - OUTROS MOTIVOS' TO TOT1K-DESCRICAO.
           MOVE WS-QTD-PULADOS-OUTROS TO TOT1K-QTD.
           MOVE TOT1K TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'CARGO NAO CADASTRADO EM CARGOS' TO TOT1K-DESCRICAO.
           MOVE WS-QTD-SEM-CARGO TO TOT1K-QTD.
           MOVE TOT1K TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB1K TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE EMPREG-ARQ.
           CLOSE CARGOS-ARQ.
           IF WS-PERIODOS-DISPONIVEL
               CLOSE PERIODOS-ARQ
           END-IF.
           CLOSE PENDSAL-ARQ.
           CLOSE RELATORIO-ARQ.
           MOVE WS-QTD-PROPOSTAS TO WS-QTD-EDITADA.
           DISPLAY 'CARREIRA: PROPOSTAS GERADAS: ' WS-QTD-EDITADA.
           DISPLAY 'CARREIRA: RELATORIO GRAVADO EM '
               WS-NOME-RELATORIO.
       9000-EXIT.
           EXIT.

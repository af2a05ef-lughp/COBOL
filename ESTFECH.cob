       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTFECH.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Estorno de fechamento - reabre uma competencia ja
      *             encerrada pelo FECHAMES (ou com o fechamento em
      *             andamento) de uma empresa, no lugar da correcao a
      *             mao em meia duzia de arquivos. So supervisor,
      *             assinado na SEGURAN, e com motivo obrigatorio.
      *             Desfaz o que o RELAT oficial gravou para a empresa
      *             e a competencia:
      *               - registros do FOLHAHIS, com os encargos
      *                 patronais (ENCARGOS), a pensao da folha mensal
      *                 (PENSHIS), a contribuicao sindical (SINDHIS) e
      *                 o deposito de FGTS na conta vinculada (FGTSCTA);
      *               - arquivo de depositos FGTSDEP-AAAAMM-Enn
      *                 (esvaziado);
      *               - parcelas de emprestimo amortizadas (EMPRHIS),
      *                 devolvidas ao saldo devedor do EMPREST;
      *               - marca de adiantamento descontado (ADIANTCT);
      *               - lote contabil FOLHACTB-AAAAMM-Enn, estornado
      *                 pelo lote ESTCTB-AAAAMM-Enn-Rnn, com debito e
      *                 credito invertidos (Rnn = numero da reabertura).
      *             Por fim volta o FECHACTL para reaberta ('R'), anula
      *             o visto de previa (linha 'R' no PREVCTL), grava a
      *             trilha de auditoria ESTFLOG e deixa mensagem
      *             urgente para a AUDITORIA no MSGREG. So se reabre a
      *             ultima competencia fechada da empresa - com uma
      *             posterior encerrada, os saldos nao voltariam certos.
      *             O arquivo do banco (EXPFUNC) ja enviado nao e
      *             desfeito: credito pago se acerta com o banco.
      *             Competencia com folha complementar paga (FOLHACPL)
      *             nao e reaberta: o complemento ja foi pago e
      *             contabilizado sobre a folha encerrada.
      *
      * Historico de alteracoes:
      *   15/10/2026 LHP  Versao inicial.
      *   15/10/2026 LHP  Reabertura recusada quando ha folha
      *                   complementar (FOLHACPL) paga na competencia
      *                   da empresa.
      *   15/10/2026 LHP  Reabertura volta tambem a etapa de
      *                   conciliacao (CONCFOL) do FECHACTL para
      *                   pendente.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FECHACTL-ARQ
               ASSIGN TO "FECHACTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCH-CHAVE
               FILE STATUS IS WS-FECHACTL-STATUS.

           SELECT FOLHACPL-ARQ
               ASSIGN TO "FOLHACPL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FHC-CHAVE
               FILE STATUS IS WS-FOLHACPL-STATUS.

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

           SELECT PENSHIS-ARQ
               ASSIGN TO "PENSHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSH-CHAVE
               FILE STATUS IS WS-PENSHIS-STATUS.

           SELECT SINDHIS-ARQ
               ASSIGN TO "SINDHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDH-CHAVE
               FILE STATUS IS WS-SINDHIS-STATUS.

           SELECT FGTSCTA-ARQ
               ASSIGN TO "FGTSCTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FGC-CHAVE
               FILE STATUS IS WS-FGTSCTA-STATUS.

           SELECT EMPREST-ARQ
               ASSIGN TO "EMPREST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EPR-CHAVE
               FILE STATUS IS WS-EMPREST-STATUS.

           SELECT EMPRHIS-ARQ
               ASSIGN TO "EMPRHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EPH-CHAVE
               FILE STATUS IS WS-EMPRHIS-STATUS.

           SELECT ADIANTCT-ARQ
               ASSIGN TO "ADIANTCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADT-CHAVE
               FILE STATUS IS WS-ADIANTCT-STATUS.

           SELECT FGTSDEP-ARQ
               ASSIGN TO DYNAMIC WS-NOME-FGTSDEP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FGTSDEP-STATUS.

           SELECT FOLHACTB-ARQ
               ASSIGN TO DYNAMIC WS-NOME-FOLHACTB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLHACTB-STATUS.

           SELECT ESTCTB-ARQ
               ASSIGN TO DYNAMIC WS-NOME-ESTCTB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTCTB-STATUS.

           SELECT PREVCTL-ARQ
               ASSIGN TO "PREVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREVCTL-STATUS.

           SELECT ESTFLOG-ARQ
               ASSIGN TO "ESTFLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTFLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FECHACTL-ARQ
           LABEL RECORD IS STANDARD.
           COPY FECHACTC.

       FD  FOLHACPL-ARQ
           LABEL RECORD IS STANDARD.
           COPY FOLHCPC.

       FD  FOLHAHIS-ARQ
           LABEL RECORD IS STANDARD.
           COPY FOLHAHC.

       FD  ENCARGOS-ARQ
           LABEL RECORD IS STANDARD.
           COPY ENCPATC.

       FD  PENSHIS-ARQ
           LABEL RECORD IS STANDARD.
           COPY PENSHC.

       FD  SINDHIS-ARQ
           LABEL RECORD IS STANDARD.
           COPY SINDHC.

       FD  FGTSCTA-ARQ
           LABEL RECORD IS STANDARD.
           COPY FGTSCTC.

       FD  EMPREST-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPRESTC.

       FD  EMPRHIS-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPRHC.

       FD  ADIANTCT-ARQ
           LABEL RECORD IS STANDARD.
           COPY ADIANTC.

       FD  FGTSDEP-ARQ
           LABEL RECORD IS STANDARD.
           COPY FGTSDEPC.

       FD  FOLHACTB-ARQ
           LABEL RECORD IS STANDARD.
           COPY CTBLANC.

      * ESTCTB - lote de estorno: mesmo layout do CTBLANC, gravado a
      * partir do registro do FOLHACTB com a natureza invertida.
       FD  ESTCTB-ARQ
           LABEL RECORD IS STANDARD.
       01  ECT-LINHA                  PIC X(85).

      * PREVCTL - vistos das previas, gravados pelo RELAT; a linha 'R'
      * da reabertura anula os vistos anteriores da competencia.
       FD  PREVCTL-ARQ
           LABEL RECORD IS STANDARD.
       01  PRV-REGISTRO.
           05 PRV-EMPRESA             PIC 9(02).
           05 PRV-COMPETENCIA         PIC 9(06).
           05 PRV-SITUACAO            PIC X(01).
           05 PRV-DATA-EXECUCAO       PIC 9(08).

       FD  ESTFLOG-ARQ
           LABEL RECORD IS STANDARD.
           COPY ESTFC.

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-FECHACTL-STATUS      PIC X(02) VALUE '00'.
           05 WS-FECHACTL-OK          PIC X(01) VALUE 'N'.
               88 WS-FECHACTL-ABERTO  VALUE 'S'.
           05 WS-FOLHAHIS-STATUS      PIC X(02) VALUE '00'.
           05 WS-ENCARGOS-STATUS      PIC X(02) VALUE '00'.
           05 WS-ENCARGOS-OK          PIC X(01) VALUE 'N'.
               88 WS-ENCARGOS-ABERTO  VALUE 'S'.
           05 WS-PENSHIS-STATUS       PIC X(02) VALUE '00'.
           05 WS-PENSHIS-OK           PIC X(01) VALUE 'N'.
               88 WS-PENSHIS-ABERTO   VALUE 'S'.
           05 WS-SINDHIS-STATUS       PIC X(02) VALUE '00'.
           05 WS-SINDHIS-OK           PIC X(01) VALUE 'N'.
               88 WS-SINDHIS-ABERTO   VALUE 'S'.
           05 WS-FGTSCTA-STATUS       PIC X(02) VALUE '00'.
           05 WS-FGTSCTA-OK           PIC X(01) VALUE 'N'.
               88 WS-FGTSCTA-ABERTO   VALUE 'S'.
           05 WS-EMPREST-STATUS       PIC X(02) VALUE '00'.
           05 WS-EMPREST-OK           PIC X(01) VALUE 'N'.
               88 WS-EMPREST-ABERTO   VALUE 'S'.
           05 WS-EMPRHIS-STATUS       PIC X(02) VALUE '00'.
           05 WS-EMPRHIS-OK           PIC X(01) VALUE 'N'.
               88 WS-EMPRHIS-ABERTO   VALUE 'S'.
           05 WS-ADIANTCT-STATUS      PIC X(02) VALUE '00'.
           05 WS-ADIANTCT-OK          PIC X(01) VALUE 'N'.
               88 WS-ADIANTCT-ABERTO  VALUE 'S'.
           05 WS-FGTSDEP-STATUS       PIC X(02) VALUE '00'.
           05 WS-FOLHACTB-STATUS      PIC X(02) VALUE '00'.
           05 WS-ESTCTB-STATUS        PIC X(02) VALUE '00'.
           05 WS-PREVCTL-STATUS       PIC X(02) VALUE '00'.
           05 WS-ESTFLOG-STATUS       PIC X(02) VALUE '00'.
           05 WS-FIM-FOLHAHIS         PIC X(01) VALUE 'N'.
               88 FIM-DO-FOLHAHIS     VALUE 'S'.
           05 WS-FOLHACPL-STATUS      PIC X(02) VALUE '00'.
           05 WS-FIM-FOLHACPL         PIC X(01) VALUE 'N'.
               88 FIM-DO-FOLHACPL     VALUE 'S'.
           05 WS-TEM-COMPLEMENTO      PIC X(01) VALUE 'N'.
               88 WS-HA-COMPLEMENTO   VALUE 'S'.
           05 WS-FIM-FECHACTL         PIC X(01) VALUE 'N'.
               88 FIM-DO-FECHACTL     VALUE 'S'.
           05 WS-FIM-PENSHIS          PIC X(01) VALUE 'N'.
               88 FIM-DO-PENSHIS      VALUE 'S'.
           05 WS-FIM-EMPRHIS          PIC X(01) VALUE 'N'.
               88 FIM-DO-EMPRHIS      VALUE 'S'.
           05 WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
               88 FIM-DO-ARQUIVO      VALUE 'S'.
           05 WS-CANCELAR             PIC X(01) VALUE 'N'.
               88 WS-ESTORNO-CANCELADO VALUE 'S'.
           05 WS-TEM-POSTERIOR        PIC X(01) VALUE 'N'.
               88 WS-HA-POSTERIOR-FECHADA VALUE 'S'.
           05 WS-RESPOSTA             PIC X(01) VALUE 'N'.

       01  WS-PARAMETROS.
           05 WS-PARM-MES             PIC 9(02) VALUE 0.
           05 WS-PARM-ANO             PIC 9(04) VALUE 0.
           05 WS-PARM-EMPRESA         PIC 9(02) VALUE 0.
           05 WS-MOTIVO               PIC X(60) VALUE SPACES.

       01  WS-CHAVE-CONTROLE.
           05 WS-CHV-EMPRESA          PIC 9(02) VALUE 0.
           05 WS-CHV-ANO              PIC 9(04) VALUE 0.
           05 WS-CHV-MES              PIC 9(02) VALUE 0.

       01  WS-EMPRESA-REGISTRO        PIC 9(02) VALUE 0.
       01  WS-NUM-REABERTURA          PIC 9(02) VALUE 0.
       01  WS-HISTORICO-ESTORNO       PIC X(30) VALUE SPACES.

       01  WS-NOME-FGTSDEP            PIC X(18) VALUE SPACES.
       01  WS-NOME-FOLHACTB           PIC X(19) VALUE SPACES.
       01  WS-NOME-ESTCTB             PIC X(21) VALUE SPACES.

       01  WS-DATA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-DATA-HORA-LOG.
           05 WS-DATAHORA-LOG-DATA    PIC 9(08).
           05 WS-DATAHORA-LOG-HORA    PIC 9(06).

       01  WS-CONTADORES.
           05 WS-QTD-FOLHAHIS         PIC 9(06) VALUE 0.
           05 WS-TOTAL-LIQUIDO        PIC S9(11)V99 VALUE 0.
           05 WS-QTD-ENCARGOS         PIC 9(06) VALUE 0.
           05 WS-QTD-PENSHIS          PIC 9(06) VALUE 0.
           05 WS-QTD-SINDHIS          PIC 9(06) VALUE 0.
           05 WS-QTD-FGTSCTA          PIC 9(06) VALUE 0.
           05 WS-QTD-FGTSDEP          PIC 9(06) VALUE 0.
           05 WS-TOTAL-FGTSDEP        PIC S9(11)V99 VALUE 0.
           05 WS-QTD-EMPREST          PIC 9(06) VALUE 0.
           05 WS-TOTAL-EMPREST        PIC S9(11)V99 VALUE 0.
           05 WS-QTD-ADIANT           PIC 9(06) VALUE 0.
           05 WS-QTD-CTB              PIC 9(06) VALUE 0.

       01  WS-TOTAL-EDITADO           PIC -Z.ZZZ.ZZZ.ZZ9,99.

           COPY SEGLINKC.

           COPY MSGGRVC.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT WS-ESTORNO-CANCELADO
               PERFORM 2000-ESTORNAR-HISTORICO THRU 2000-EXIT
                   UNTIL FIM-DO-FOLHAHIS
               PERFORM 5000-ESVAZIAR-FGTSDEP THRU 5000-EXIT
               PERFORM 5500-ESTORNAR-LOTE-CONTABIL THRU 5500-EXIT
               PERFORM 6000-REABRIR-CONTROLE THRU 6000-EXIT
               PERFORM 6500-ANULAR-PREVIA THRU 6500-EXIT
               PERFORM 7000-GRAVAR-AUDITORIA THRU 7000-EXIT
               PERFORM 7500-ALERTAR-AUDITORIA THRU 7500-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - exige assinatura de supervisor, le a
      * competencia, a empresa e o motivo (obrigatorio), confere o
      * controle de fechamento, pede confirmacao e abre os arquivos.
      ******************************************************************
       1000-INICIALIZAR.
           MOVE 'ESTFECH' TO SEG-PROGRAMA.
           MOVE 2         TO SEG-NIVEL-MINIMO.
           CALL 'SEGURAN' USING SEG-PARAMETROS.
           IF NOT SEG-ACESSO-LIBERADO
               MOVE 'S' TO WS-CANCELAR
               GO TO 1000-EXIT
           END-IF.
           DISPLAY 'MES DA COMPETENCIA..: ' WITH NO ADVANCING.
           ACCEPT WS-PARM-MES.
           DISPLAY 'ANO DA COMPETENCIA..: ' WITH NO ADVANCING.
           ACCEPT WS-PARM-ANO.
           DISPLAY 'EMPRESA (00 = PRINCIPAL): ' WITH NO ADVANCING.
           ACCEPT WS-PARM-EMPRESA.
           IF WS-PARM-MES < 1 OR WS-PARM-MES > 12
               DISPLAY 'ESTFECH: MES INVALIDO - ' WS-PARM-MES
               MOVE 'S' TO WS-CANCELAR
               GO TO 1000-EXIT
           END-IF.
           DISPLAY 'MOTIVO DA REABERTURA: ' WITH NO ADVANCING.
           ACCEPT WS-MOTIVO.
           IF WS-MOTIVO = SPACES
               DISPLAY 'ESTFECH: MOTIVO OBRIGATORIO - REABERTURA '
                   'CANCELADA'
               MOVE 'S' TO WS-CANCELAR
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O FECHACTL-ARQ.
           IF WS-FECHACTL-STATUS NOT = '00'
               DISPLAY 'ESTFECH: ERRO AO ABRIR FECHACTL - STATUS '
                   WS-FECHACTL-STATUS
               MOVE 'S' TO WS-CANCELAR
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'S' TO WS-FECHACTL-OK.
           PERFORM 1100-CONFERIR-CONTROLE THRU 1100-EXIT.
           IF WS-ESTORNO-CANCELADO
               GO TO 1000-EXIT
           END-IF.
           DISPLAY 'CONFIRMA A REABERTURA DE ' WS-PARM-MES '/'
               WS-PARM-ANO ' DA EMPRESA ' WS-PARM-EMPRESA
               ' (S/N)? ' WITH NO ADVANCING.
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
               DISPLAY 'ESTFECH: REABERTURA NAO CONFIRMADA'
               MOVE 'S' TO WS-CANCELAR
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O FOLHAHIS-ARQ.
           IF WS-FOLHAHIS-STATUS NOT = '00'
               DISPLAY 'ESTFECH: ERRO AO ABRIR FOLHAHIS - STATUS '
                   WS-FOLHAHIS-STATUS
               MOVE 'S' TO WS-CANCELAR
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-ABRIR-VINCULADOS THRU 1200-EXIT.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE 0 TO FH-MATRICULA.
           MOVE 0 TO FH-ANO.
           MOVE 0 TO FH-MES.
           START FOLHAHIS-ARQ KEY IS NOT LESS THAN FH-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-FOLHAHIS
           END-START.
           IF NOT FIM-DO-FOLHAHIS
               PERFORM 2900-LER-PROXIMO THRU 2900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CONFERIR-CONTROLE - a competencia tem de estar fechada ou
      * em fechamento no FECHACTL, e nenhuma competencia posterior da
      * mesma empresa pode estar fechada (o estorno devolveria saldos
      * de emprestimo ja amortizados depois), nem ter folha
      * complementar paga.
      ******************************************************************
       1100-CONFERIR-CONTROLE.
           MOVE WS-PARM-EMPRESA TO WS-CHV-EMPRESA.
           MOVE WS-PARM-ANO     TO WS-CHV-ANO.
           MOVE WS-PARM-MES     TO WS-CHV-MES.
           MOVE WS-CHAVE-CONTROLE TO FCH-CHAVE.
           READ FECHACTL-ARQ
               INVALID KEY
                   DISPLAY 'ESTFECH: COMPETENCIA NAO FECHADA - NADA A '
                       'REABRIR'
                   MOVE 'S' TO WS-CANCELAR
                   GO TO 1100-EXIT
           END-READ.
           IF FCH-REABERTA
               DISPLAY 'ESTFECH: COMPETENCIA JA REABERTA - FECHE PELO '
                   'FECHAMES'
               MOVE 'S' TO WS-CANCELAR
               GO TO 1100-EXIT
           END-IF.
           IF FCH-QTD-REABERTURAS NUMERIC
               COMPUTE WS-NUM-REABERTURA = FCH-QTD-REABERTURAS + 1
           ELSE
               MOVE 1 TO WS-NUM-REABERTURA
           END-IF.
           MOVE 'N' TO WS-FIM-FECHACTL.
           START FECHACTL-ARQ KEY IS GREATER THAN FCH-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-FECHACTL
           END-START.
           PERFORM 1150-TESTAR-POSTERIOR THRU 1150-EXIT
               UNTIL FIM-DO-FECHACTL.
           IF WS-HA-POSTERIOR-FECHADA
               DISPLAY 'ESTFECH: HA COMPETENCIA POSTERIOR FECHADA '
                   'NESTA EMPRESA - REABRA A MAIS RECENTE PRIMEIRO'
               MOVE 'S' TO WS-CANCELAR
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1170-PROCURAR-COMPLEMENTO THRU 1170-EXIT.
           IF WS-HA-COMPLEMENTO
               DISPLAY 'ESTFECH: HA FOLHA COMPLEMENTAR PAGA NESTA '
                   'COMPETENCIA - REABERTURA RECUSADA'
               DISPLAY 'ESTFECH: ACERTE A DIFERENCA PELO MOVRUB NA '
                   'COMPETENCIA SEGUINTE'
               MOVE 'S' TO WS-CANCELAR
           END-IF.
       1100-EXIT.
           EXIT.

       1150-TESTAR-POSTERIOR.
           READ FECHACTL-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-FECHACTL
                   GO TO 1150-EXIT
           END-READ.
           IF WS-FECHACTL-STATUS NOT = '00'
               OR FCH-EMPRESA NOT = WS-PARM-EMPRESA
               MOVE 'S' TO WS-FIM-FECHACTL
               GO TO 1150-EXIT
           END-IF.
           IF FCH-ENCERRADA OR FCH-EM-FECHAMENTO
               MOVE 'S' TO WS-TEM-POSTERIOR
               MOVE 'S' TO WS-FIM-FECHACTL
           END-IF.
       1150-EXIT.
           EXIT.

      ******************************************************************
      * 1170-PROCURAR-COMPLEMENTO - varre o FOLHACPL atras de folha
      * complementar da empresa na competencia. Sem o arquivo, nao ha
      * complemento.
      ******************************************************************
       1170-PROCURAR-COMPLEMENTO.
           MOVE 'N' TO WS-TEM-COMPLEMENTO.
           OPEN INPUT FOLHACPL-ARQ.
           IF WS-FOLHACPL-STATUS NOT = '00'
               GO TO 1170-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-FOLHACPL.
           PERFORM 1175-TESTAR-COMPLEMENTO THRU 1175-EXIT
               UNTIL FIM-DO-FOLHACPL.
           CLOSE FOLHACPL-ARQ.
       1170-EXIT.
           EXIT.

       1175-TESTAR-COMPLEMENTO.
           READ FOLHACPL-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-FOLHACPL
                   GO TO 1175-EXIT
           END-READ.
           IF WS-FOLHACPL-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-FOLHACPL
               GO TO 1175-EXIT
           END-IF.
           IF FHC-ANO = WS-PARM-ANO AND FHC-MES = WS-PARM-MES
               AND FHC-EMPRESA = WS-PARM-EMPRESA
               MOVE 'S' TO WS-TEM-COMPLEMENTO
               MOVE 'S' TO WS-FIM-FOLHACPL
           END-IF.
       1175-EXIT.
           EXIT.

      ******************************************************************
      * 1200-ABRIR-VINCULADOS - abre em atualizacao os arquivos que o
      * fechamento oficial gravou junto com o FOLHAHIS. Todos sao
      * opcionais: o que nao abrir fica fora do estorno, com aviso.
      ******************************************************************
       1200-ABRIR-VINCULADOS.
           OPEN I-O ENCARGOS-ARQ.
           IF WS-ENCARGOS-STATUS = '00'
               MOVE 'S' TO WS-ENCARGOS-OK
           ELSE
               DISPLAY 'ESTFECH: ENCARGOS INDISPONIVEL - STATUS '
                   WS-ENCARGOS-STATUS ' - ENCARGOS NAO ESTORNADOS'
           END-IF.
           OPEN I-O PENSHIS-ARQ.
           IF WS-PENSHIS-STATUS = '00'
               MOVE 'S' TO WS-PENSHIS-OK
           ELSE
               DISPLAY 'ESTFECH: PENSHIS INDISPONIVEL - STATUS '
                   WS-PENSHIS-STATUS ' - PENSOES NAO ESTORNADAS'
           END-IF.
           OPEN I-O SINDHIS-ARQ.
           IF WS-SINDHIS-STATUS = '00'
               MOVE 'S' TO WS-SINDHIS-OK
           ELSE
               DISPLAY 'ESTFECH: SINDHIS INDISPONIVEL - STATUS '
                   WS-SINDHIS-STATUS ' - CONTRIBUICOES NAO ESTORNADAS'
           END-IF.
           OPEN I-O FGTSCTA-ARQ.
           IF WS-FGTSCTA-STATUS = '00'
               MOVE 'S' TO WS-FGTSCTA-OK
           ELSE
               DISPLAY 'ESTFECH: FGTSCTA INDISPONIVEL - STATUS '
                   WS-FGTSCTA-STATUS ' - CONTA DE FGTS NAO ESTORNADA'
           END-IF.
           OPEN I-O EMPREST-ARQ.
           IF WS-EMPREST-STATUS = '00'
               MOVE 'S' TO WS-EMPREST-OK
           END-IF.
           OPEN I-O EMPRHIS-ARQ.
           IF WS-EMPRHIS-STATUS = '00'
               MOVE 'S' TO WS-EMPRHIS-OK
           END-IF.
           IF NOT WS-EMPREST-ABERTO OR NOT WS-EMPRHIS-ABERTO
               DISPLAY 'ESTFECH: EMPREST/EMPRHIS INDISPONIVEL - '
                   'PARCELAS DE EMPRESTIMO NAO DEVOLVIDAS'
           END-IF.
           OPEN I-O ADIANTCT-ARQ.
           IF WS-ADIANTCT-STATUS = '00'
               MOVE 'S' TO WS-ADIANTCT-OK
           ELSE
               DISPLAY 'ESTFECH: ADIANTCT INDISPONIVEL - STATUS '
                   WS-ADIANTCT-STATUS ' - ADIANTAMENTOS NAO ESTORNADOS'
           END-IF.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ESTORNAR-HISTORICO - para cada registro do FOLHAHIS da
      * competencia e da empresa (sem empresa gravada = principal),
      * desfaz o que o fechamento gravou junto e exclui o registro.
      ******************************************************************
       2000-ESTORNAR-HISTORICO.
           IF FH-ANO NOT = WS-PARM-ANO OR FH-MES NOT = WS-PARM-MES
               GO TO 2000-LER
           END-IF.
           IF FH-EMPRESA NUMERIC
               MOVE FH-EMPRESA TO WS-EMPRESA-REGISTRO
           ELSE
               MOVE 0 TO WS-EMPRESA-REGISTRO
           END-IF.
           IF WS-EMPRESA-REGISTRO NOT = WS-PARM-EMPRESA
               GO TO 2000-LER
           END-IF.
           PERFORM 2100-ESTORNAR-ADIANTAMENTO THRU 2100-EXIT.
           PERFORM 2200-EXCLUIR-ENCARGOS THRU 2200-EXIT.
           PERFORM 2300-EXCLUIR-SINDICAL THRU 2300-EXIT.
           PERFORM 2400-EXCLUIR-FGTS THRU 2400-EXIT.
           PERFORM 2500-EXCLUIR-PENSOES THRU 2500-EXIT.
           PERFORM 2600-DEVOLVER-EMPRESTIMOS THRU 2600-EXIT.
           DELETE FOLHAHIS-ARQ RECORD
               INVALID KEY
                   DISPLAY 'ESTFECH: ERRO AO EXCLUIR FOLHAHIS DA '
                       'MATRICULA ' FH-MATRICULA
                   GO TO 2000-LER
           END-DELETE.
           ADD 1 TO WS-QTD-FOLHAHIS.
           ADD FH-LIQUIDO TO WS-TOTAL-LIQUIDO.
       2000-LER.
           PERFORM 2900-LER-PROXIMO THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-ESTORNAR-ADIANTAMENTO - adiantamento descontado no
      * fechamento volta a pendente, para o proximo RELAT descontar.
      ******************************************************************
       2100-ESTORNAR-ADIANTAMENTO.
           IF NOT WS-ADIANTCT-ABERTO
               GO TO 2100-EXIT
           END-IF.
           MOVE FH-MATRICULA TO ADT-MATRICULA.
           MOVE FH-ANO       TO ADT-ANO.
           MOVE FH-MES       TO ADT-MES.
           READ ADIANTCT-ARQ
               INVALID KEY
                   GO TO 2100-EXIT
           END-READ.
           IF NOT ADT-DESCONTADO
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACE TO ADT-SITUACAO.
           MOVE 0     TO ADT-DATA-DESCONTO.
           REWRITE ADT-REGISTRO
               INVALID KEY
                   DISPLAY 'ESTFECH: ERRO AO ESTORNAR ADIANTAMENTO DA '
                       'MATRICULA ' FH-MATRICULA
                   GO TO 2100-EXIT
           END-REWRITE.
           ADD 1 TO WS-QTD-ADIANT.
       2100-EXIT.
           EXIT.

       2200-EXCLUIR-ENCARGOS.
           IF NOT WS-ENCARGOS-ABERTO
               GO TO 2200-EXIT
           END-IF.
           MOVE FH-MATRICULA TO ENP-MATRICULA.
           MOVE FH-ANO       TO ENP-ANO.
           MOVE FH-MES       TO ENP-MES.
           READ ENCARGOS-ARQ
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ.
           DELETE ENCARGOS-ARQ RECORD
               INVALID KEY
                   GO TO 2200-EXIT
           END-DELETE.
           ADD 1 TO WS-QTD-ENCARGOS.
       2200-EXIT.
           EXIT.

       2300-EXCLUIR-SINDICAL.
           IF NOT WS-SINDHIS-ABERTO
               GO TO 2300-EXIT
           END-IF.
           MOVE FH-MATRICULA TO SDH-MATRICULA.
           MOVE FH-ANO       TO SDH-ANO.
           MOVE FH-MES       TO SDH-MES.
           READ SINDHIS-ARQ
               INVALID KEY
                   GO TO 2300-EXIT
           END-READ.
           DELETE SINDHIS-ARQ RECORD
               INVALID KEY
                   GO TO 2300-EXIT
           END-DELETE.
           ADD 1 TO WS-QTD-SINDHIS.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-EXCLUIR-FGTS - exclui da conta vinculada o deposito mensal
      * ('D') da competencia; rescisorio, multa e 13o nao sao do
      * fechamento e ficam.
      ******************************************************************
       2400-EXCLUIR-FGTS.
           IF NOT WS-FGTSCTA-ABERTO
               GO TO 2400-EXIT
           END-IF.
           MOVE FH-MATRICULA TO FGC-MATRICULA.
           MOVE FH-ANO       TO FGC-ANO.
           MOVE FH-MES       TO FGC-MES.
           MOVE 'D'          TO FGC-TIPO.
           READ FGTSCTA-ARQ
               INVALID KEY
                   GO TO 2400-EXIT
           END-READ.
           DELETE FGTSCTA-ARQ RECORD
               INVALID KEY
                   GO TO 2400-EXIT
           END-DELETE.
           ADD 1 TO WS-QTD-FGTSCTA.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2500-EXCLUIR-PENSOES - exclui do PENSHIS as pensoes da folha
      * mensal ('M') da competencia, de todos os beneficiarios do
      * funcionario; as do 13o ('T') ficam.
      ******************************************************************
       2500-EXCLUIR-PENSOES.
           IF NOT WS-PENSHIS-ABERTO
               GO TO 2500-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-PENSHIS.
           MOVE FH-MATRICULA TO PSH-MATRICULA.
           MOVE 0            TO PSH-SEQUENCIA.
           MOVE 0            TO PSH-ANO.
           MOVE 0            TO PSH-MES.
           MOVE SPACE        TO PSH-TIPO-FOLHA.
           START PENSHIS-ARQ KEY IS NOT LESS THAN PSH-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-PENSHIS
           END-START.
           PERFORM 2550-EXCLUIR-PENSAO THRU 2550-EXIT
               UNTIL FIM-DO-PENSHIS.
       2500-EXIT.
           EXIT.

       2550-EXCLUIR-PENSAO.
           READ PENSHIS-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PENSHIS
                   GO TO 2550-EXIT
           END-READ.
           IF WS-PENSHIS-STATUS NOT = '00'
               OR PSH-MATRICULA NOT = FH-MATRICULA
               MOVE 'S' TO WS-FIM-PENSHIS
               GO TO 2550-EXIT
           END-IF.
           IF PSH-ANO NOT = FH-ANO OR PSH-MES NOT = FH-MES
               OR NOT PSH-FOLHA-MENSAL
               GO TO 2550-EXIT
           END-IF.
           DELETE PENSHIS-ARQ RECORD
               INVALID KEY
                   GO TO 2550-EXIT
           END-DELETE.
           ADD 1 TO WS-QTD-PENSHIS.
       2550-EXIT.
           EXIT.

      ******************************************************************
      * 2600-DEVOLVER-EMPRESTIMOS - cada parcela amortizada na
      * competencia (EMPRHIS) volta ao saldo devedor do emprestimo no
      * EMPREST, com uma parcela paga a menos; emprestimo quitado por
      * ela volta a aberto. O registro do EMPRHIS e excluido.
      ******************************************************************
       2600-DEVOLVER-EMPRESTIMOS.
           IF NOT WS-EMPRHIS-ABERTO OR NOT WS-EMPREST-ABERTO
               GO TO 2600-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-EMPRHIS.
           MOVE FH-MATRICULA TO EPH-MATRICULA.
           MOVE FH-ANO       TO EPH-ANO.
           MOVE FH-MES       TO EPH-MES.
           MOVE SPACES       TO EPH-CODIGO.
           START EMPRHIS-ARQ KEY IS NOT LESS THAN EPH-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-EMPRHIS
           END-START.
           PERFORM 2650-DEVOLVER-PARCELA THRU 2650-EXIT
               UNTIL FIM-DO-EMPRHIS.
       2600-EXIT.
           EXIT.

       2650-DEVOLVER-PARCELA.
           READ EMPRHIS-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-EMPRHIS
                   GO TO 2650-EXIT
           END-READ.
           IF WS-EMPRHIS-STATUS NOT = '00'
               OR EPH-MATRICULA NOT = FH-MATRICULA
               OR EPH-ANO NOT = FH-ANO
               OR EPH-MES NOT = FH-MES
               MOVE 'S' TO WS-FIM-EMPRHIS
               GO TO 2650-EXIT
           END-IF.
           MOVE EPH-MATRICULA TO EPR-MATRICULA.
           MOVE EPH-CODIGO    TO EPR-CODIGO.
           READ EMPREST-ARQ
               INVALID KEY
                   DISPLAY 'ESTFECH: EMPRESTIMO ' EPH-CODIGO
                       ' DA MATRICULA ' EPH-MATRICULA
                       ' NAO ENCONTRADO - PARCELA NAO DEVOLVIDA'
                   GO TO 2650-EXIT
           END-READ.
           ADD EPH-VALOR-PARCELA TO EPR-SALDO-DEVEDOR.
           IF EPR-PARCELAS-PAGAS > 0
               SUBTRACT 1 FROM EPR-PARCELAS-PAGAS
           END-IF.
           MOVE 'A' TO EPR-SITUACAO.
           REWRITE EPR-REGISTRO
               INVALID KEY
                   DISPLAY 'ESTFECH: ERRO AO DEVOLVER PARCELA DO '
                       'EMPRESTIMO ' EPH-CODIGO
                       ' DA MATRICULA ' EPH-MATRICULA
                   GO TO 2650-EXIT
           END-REWRITE.
           DELETE EMPRHIS-ARQ RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           ADD 1 TO WS-QTD-EMPREST.
           ADD EPH-VALOR-PARCELA TO WS-TOTAL-EMPREST.
       2650-EXIT.
           EXIT.

       2900-LER-PROXIMO.
           READ FOLHAHIS-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-FOLHAHIS
           END-READ.
           IF WS-FOLHAHIS-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-FOLHAHIS
           END-IF.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 5000-ESVAZIAR-FGTSDEP - soma os depositos do arquivo da
      * competencia (para a auditoria) e o deixa vazio; o RELAT do novo
      * fechamento grava o arquivo de novo.
      ******************************************************************
       5000-ESVAZIAR-FGTSDEP.
           MOVE SPACES TO WS-NOME-FGTSDEP.
           STRING 'FGTSDEP-'       DELIMITED BY SIZE
                  WS-PARM-ANO      DELIMITED BY SIZE
                  WS-PARM-MES      DELIMITED BY SIZE
                  '-E'             DELIMITED BY SIZE
                  WS-PARM-EMPRESA  DELIMITED BY SIZE
                  INTO WS-NOME-FGTSDEP
           END-STRING.
           OPEN INPUT FGTSDEP-ARQ.
           IF WS-FGTSDEP-STATUS NOT = '00'
               DISPLAY 'ESTFECH: ' WS-NOME-FGTSDEP
                   ' NAO ENCONTRADO - SEM DEPOSITOS A ESTORNAR'
               GO TO 5000-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM 5050-SOMAR-DEPOSITO THRU 5050-EXIT
               UNTIL FIM-DO-ARQUIVO.
           CLOSE FGTSDEP-ARQ.
           OPEN OUTPUT FGTSDEP-ARQ.
           CLOSE FGTSDEP-ARQ.
       5000-EXIT.
           EXIT.

       5050-SOMAR-DEPOSITO.
           READ FGTSDEP-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
                   GO TO 5050-EXIT
           END-READ.
           IF FGD-TIPO-DEPOSITO
               ADD 1 TO WS-QTD-FGTSDEP
               ADD FGD-VALOR TO WS-TOTAL-FGTSDEP
           END-IF.
       5050-EXIT.
           EXIT.

      ******************************************************************
      * 5500-ESTORNAR-LOTE-CONTABIL - le o lote contabil da competencia
      * e grava o lote de estorno da reabertura com debito e credito
      * invertidos. Se o lote de estorno desta reabertura ja existir
      * (reexecucao depois de uma queda), nao e gravado de novo.
      ******************************************************************
       5500-ESTORNAR-LOTE-CONTABIL.
           MOVE SPACES TO WS-NOME-FOLHACTB.
           STRING 'FOLHACTB-'      DELIMITED BY SIZE
                  WS-PARM-ANO      DELIMITED BY SIZE
                  WS-PARM-MES      DELIMITED BY SIZE
                  '-E'             DELIMITED BY SIZE
                  WS-PARM-EMPRESA  DELIMITED BY SIZE
                  INTO WS-NOME-FOLHACTB
           END-STRING.
           MOVE SPACES TO WS-NOME-ESTCTB.
           STRING 'ESTCTB-'        DELIMITED BY SIZE
                  WS-PARM-ANO      DELIMITED BY SIZE
                  WS-PARM-MES      DELIMITED BY SIZE
                  '-E'             DELIMITED BY SIZE
                  WS-PARM-EMPRESA  DELIMITED BY SIZE
                  '-R'             DELIMITED BY SIZE
                  WS-NUM-REABERTURA DELIMITED BY SIZE
                  INTO WS-NOME-ESTCTB
           END-STRING.
           OPEN INPUT ESTCTB-ARQ.
           IF WS-ESTCTB-STATUS = '00'
               CLOSE ESTCTB-ARQ
               DISPLAY 'ESTFECH: LOTE DE ESTORNO ' WS-NOME-ESTCTB
                   ' JA GRAVADO - NAO REPETIDO'
               GO TO 5500-EXIT
           END-IF.
           OPEN INPUT FOLHACTB-ARQ.
           IF WS-FOLHACTB-STATUS NOT = '00'
               DISPLAY 'ESTFECH: ' WS-NOME-FOLHACTB
                   ' NAO ENCONTRADO - SEM LOTE CONTABIL A ESTORNAR'
               GO TO 5500-EXIT
           END-IF.
           OPEN OUTPUT ESTCTB-ARQ.
           IF WS-ESTCTB-STATUS NOT = '00'
               DISPLAY 'ESTFECH: ERRO AO ABRIR ' WS-NOME-ESTCTB
                   ' - STATUS ' WS-ESTCTB-STATUS
               CLOSE FOLHACTB-ARQ
               GO TO 5500-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM 5550-INVERTER-LANCAMENTO THRU 5550-EXIT
               UNTIL FIM-DO-ARQUIVO.
           CLOSE FOLHACTB-ARQ.
           CLOSE ESTCTB-ARQ.
           DISPLAY 'ESTFECH: LOTE DE ESTORNO GRAVADO EM '
               WS-NOME-ESTCTB.
       5500-EXIT.
           EXIT.

       5550-INVERTER-LANCAMENTO.
           READ FOLHACTB-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
                   GO TO 5550-EXIT
           END-READ.
           IF CTB-TIPO-LANCAMENTO
               IF CTB-DEBITO
                   MOVE 'C' TO CTB-NATUREZA
               ELSE
                   MOVE 'D' TO CTB-NATUREZA
               END-IF
               ADD 1 TO WS-QTD-CTB
           END-IF.
           MOVE SPACES TO WS-HISTORICO-ESTORNO.
           STRING 'ESTORNO '       DELIMITED BY SIZE
                  CTB-HISTORICO    DELIMITED BY SIZE
                  INTO WS-HISTORICO-ESTORNO
           END-STRING.
           MOVE WS-HISTORICO-ESTORNO TO CTB-HISTORICO.
           WRITE ECT-LINHA FROM CTB-REGISTRO.
       5550-EXIT.
           EXIT.

      ******************************************************************
      * 6000-REABRIR-CONTROLE - volta o FECHACTL da competencia para
      * reaberta, com todas as etapas pendentes, e conta a reabertura.
      * O FECHAMES reinicia o fechamento a partir dai.
      ******************************************************************
       6000-REABRIR-CONTROLE.
           MOVE WS-CHAVE-CONTROLE TO FCH-CHAVE.
           READ FECHACTL-ARQ
               INVALID KEY
                   DISPLAY 'ESTFECH: CONTROLE DA COMPETENCIA SUMIU DO '
                       'FECHACTL'
                   MOVE 16 TO RETURN-CODE
                   GO TO 6000-EXIT
           END-READ.
           MOVE 'R' TO FCH-SITUACAO.
           MOVE 'P' TO FCH-ETAPA-EXCFUNC.
           MOVE 0   TO FCH-RC-EXCFUNC.
           MOVE 'P' TO FCH-ETAPA-RELAT.
           MOVE 0   TO FCH-RC-RELAT.
           MOVE 'P' TO FCH-ETAPA-VALBANC.
           MOVE 0   TO FCH-RC-VALBANC.
           MOVE 'P' TO FCH-ETAPA-EXPFUNC.
           MOVE 0   TO FCH-RC-EXPFUNC.
           MOVE 'P' TO FCH-ETAPA-CONCFOL.
           MOVE 0   TO FCH-RC-CONCFOL.
           MOVE WS-NUM-REABERTURA TO FCH-QTD-REABERTURAS.
           REWRITE FCH-REGISTRO
               INVALID KEY
                   DISPLAY 'ESTFECH: ERRO AO REGRAVAR FECHACTL'
                   MOVE 16 TO RETURN-CODE
           END-REWRITE.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 6500-ANULAR-PREVIA - linha 'R' no PREVCTL: o visto da previa
      * anterior deixa de valer e o novo fechamento exige previa nova.
      ******************************************************************
       6500-ANULAR-PREVIA.
           OPEN EXTEND PREVCTL-ARQ.
           IF WS-PREVCTL-STATUS = '05' OR WS-PREVCTL-STATUS = '35'
               OPEN OUTPUT PREVCTL-ARQ
           END-IF.
           IF WS-PREVCTL-STATUS NOT = '00'
               DISPLAY 'ESTFECH: ERRO AO ABRIR PREVCTL - STATUS '
                   WS-PREVCTL-STATUS
               GO TO 6500-EXIT
           END-IF.
           MOVE WS-PARM-EMPRESA TO PRV-EMPRESA.
           COMPUTE PRV-COMPETENCIA = WS-PARM-ANO * 100 + WS-PARM-MES.
           MOVE 'R' TO PRV-SITUACAO.
           MOVE WS-DATA-SISTEMA TO PRV-DATA-EXECUCAO.
           WRITE PRV-REGISTRO.
           CLOSE PREVCTL-ARQ.
       6500-EXIT.
           EXIT.

      ******************************************************************
      * 7000-GRAVAR-AUDITORIA - registro da reabertura na trilha
      * ESTFLOG: quem, quando, por que e o que foi estornado.
      ******************************************************************
       7000-GRAVAR-AUDITORIA.
           OPEN EXTEND ESTFLOG-ARQ.
           IF WS-ESTFLOG-STATUS = '05' OR WS-ESTFLOG-STATUS = '35'
               OPEN OUTPUT ESTFLOG-ARQ
           END-IF.
           IF WS-ESTFLOG-STATUS NOT = '00'
               DISPLAY 'ESTFECH: ERRO AO ABRIR ESTFLOG - STATUS '
                   WS-ESTFLOG-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 7000-EXIT
           END-IF.
           MOVE SPACES TO EST-REGISTRO.
           ACCEPT WS-DATAHORA-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-DATAHORA-LOG-HORA FROM TIME.
           STRING WS-DATAHORA-LOG-DATA DELIMITED BY SIZE
                  WS-DATAHORA-LOG-HORA DELIMITED BY SIZE
                  INTO EST-DATA-HORA
           END-STRING.
           MOVE SEG-USUARIO      TO EST-USUARIO.
           MOVE WS-PARM-EMPRESA  TO EST-EMPRESA.
           MOVE WS-PARM-ANO      TO EST-ANO.
           MOVE WS-PARM-MES      TO EST-MES.
           MOVE WS-MOTIVO        TO EST-MOTIVO.
           MOVE WS-QTD-FOLHAHIS  TO EST-QTD-FOLHAHIS.
           MOVE WS-TOTAL-LIQUIDO TO EST-TOTAL-LIQUIDO.
           MOVE WS-QTD-FGTSDEP   TO EST-QTD-FGTSDEP.
           MOVE WS-TOTAL-FGTSDEP TO EST-TOTAL-FGTSDEP.
           MOVE WS-QTD-EMPREST   TO EST-QTD-EMPREST.
           MOVE WS-TOTAL-EMPREST TO EST-TOTAL-EMPREST.
           MOVE WS-QTD-ADIANT    TO EST-QTD-ADIANT.
           MOVE WS-QTD-CTB       TO EST-QTD-CTB.
           WRITE EST-REGISTRO.
           CLOSE ESTFLOG-ARQ.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7500-ALERTAR-AUDITORIA - mensagem urgente na caixa MSGREG para
      * a auditoria, com a competencia, a empresa e quem reabriu.
      ******************************************************************
       7500-ALERTAR-AUDITORIA.
           MOVE SPACES TO GRV-TEXTO.
           STRING 'ESTFECH: COMPETENCIA ' DELIMITED BY SIZE
                  WS-PARM-MES             DELIMITED BY SIZE
                  '/'                     DELIMITED BY SIZE
                  WS-PARM-ANO             DELIMITED BY SIZE
                  ' EMPRESA '             DELIMITED BY SIZE
                  WS-PARM-EMPRESA         DELIMITED BY SIZE
                  ' REABERTA POR '        DELIMITED BY SIZE
                  SEG-USUARIO             DELIMITED BY SPACE
                  ' - VER ESTFLOG'        DELIMITED BY SIZE
                  INTO GRV-TEXTO
           END-STRING.
           MOVE 'AUDITORIA' TO GRV-DESTINATARIO.
           MOVE 'U' TO GRV-PRIORIDADE.
           CALL 'MSGGRAV' USING GRV-PARAMETROS.
       7500-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - fecha os arquivos e resume o estorno.
      ******************************************************************
       9000-FINALIZAR.
           IF WS-ESTORNO-CANCELADO
               IF WS-FECHACTL-ABERTO
                   CLOSE FECHACTL-ARQ
               END-IF
               GO TO 9000-EXIT
           END-IF.
           CLOSE FECHACTL-ARQ.
           CLOSE FOLHAHIS-ARQ.
           IF WS-ENCARGOS-ABERTO
               CLOSE ENCARGOS-ARQ
           END-IF.
           IF WS-PENSHIS-ABERTO
               CLOSE PENSHIS-ARQ
           END-IF.
           IF WS-SINDHIS-ABERTO
               CLOSE SINDHIS-ARQ
           END-IF.
           IF WS-FGTSCTA-ABERTO
               CLOSE FGTSCTA-ARQ
           END-IF.
           IF WS-EMPREST-ABERTO
               CLOSE EMPREST-ARQ
           END-IF.
           IF WS-EMPRHIS-ABERTO
               CLOSE EMPRHIS-ARQ
           END-IF.
           IF WS-ADIANTCT-ABERTO
               CLOSE ADIANTCT-ARQ
           END-IF.
           DISPLAY 'ESTFECH: COMPETENCIA ' WS-PARM-MES '/' WS-PARM-ANO
               ' EMPRESA ' WS-PARM-EMPRESA ' REABERTA ('
               WS-NUM-REABERTURA 'A REABERTURA)'.
           MOVE WS-TOTAL-LIQUIDO TO WS-TOTAL-EDITADO.
           DISPLAY 'ESTFECH: REGISTROS DO FOLHAHIS EXCLUIDOS: '
               WS-QTD-FOLHAHIS '  LIQUIDO: ' WS-TOTAL-EDITADO.
           DISPLAY 'ESTFECH: ENCARGOS: ' WS-QTD-ENCARGOS
               '  PENSOES: ' WS-QTD-PENSHIS
               '  CONTRIB. SINDICAIS: ' WS-QTD-SINDHIS
               '  FGTS NA CONTA: ' WS-QTD-FGTSCTA.
           MOVE WS-TOTAL-FGTSDEP TO WS-TOTAL-EDITADO.
           DISPLAY 'ESTFECH: DEPOSITOS DE FGTS ESTORNADOS: '
               WS-QTD-FGTSDEP '  VALOR: ' WS-TOTAL-EDITADO.
           MOVE WS-TOTAL-EMPREST TO WS-TOTAL-EDITADO.
           DISPLAY 'ESTFECH: PARCELAS DE EMPRESTIMO DEVOLVIDAS: '
               WS-QTD-EMPREST '  VALOR: ' WS-TOTAL-EDITADO.
           DISPLAY 'ESTFECH: ADIANTAMENTOS VOLTADOS A PENDENTE: '
               WS-QTD-ADIANT.
           DISPLAY 'ESTFECH: LANCAMENTOS CONTABEIS ESTORNADOS: '
               WS-QTD-CTB.
           DISPLAY 'ESTFECH: ARQUIVO DO BANCO JA ENVIADO NAO E '
               'DESFEITO - ACERTAR CREDITOS PAGOS COM O BANCO'.
       9000-EXIT.
           EXIT.

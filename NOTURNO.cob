       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTURNO.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Cadeia noturna diaria, no lugar da lista de papel
      *             do turno da noite. Executa em ordem fixa SALVATUD
      *             (conjunto de salvaguarda, primeiro, para que uma
      *             conferencia com problema nunca custe a copia da
      *             noite), CONFDIA (conciliacao EMPREG x EMPLOG),
      *             INTEGRID (integridade referencial) e a
      *             verificacao das travas de matricula (TRAVAS) com
      *             mais de um dia. Em sabado, domingo e feriado do
      *             CALENDAR as tres primeiras etapas sao puladas (nao
      *             ha movimento a conferir nem a salvar); data fora
      *             do calendario roda a cadeia inteira. Situacao,
      *             codigo de retorno e horarios de cada etapa ficam
      *             no controle NOTURCTL, por data de execucao. Etapa
      *             com retorno diferente de zero para a cadeia e deixa
      *             mensagem urgente na caixa MSGREG (MSGGRAV); rodar
      *             de novo para a mesma data retoma da etapa que
      *             falhou. Ao final grava o resumo da manha
      *             NOTURNO-AAAAMMDD-HHMM: o que rodou, quanto tempo
      *             levou e as travas com mais de um dia.
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
           SELECT NOTURCTL-ARQ
               ASSIGN TO "NOTURCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTC-DATA-EXECUCAO
               FILE STATUS IS WS-NOTURCTL-STATUS.

           SELECT CALENDAR-ARQ
               ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATA
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT TRAVAS-ARQ
               ASSIGN TO "TRAVAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRW-MATRICULA
               FILE STATUS IS WS-TRAVAS-STATUS.

           SELECT RELATORIO-ARQ
               ASSIGN TO DYNAMIC WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTURCTL-ARQ
           LABEL RECORD IS STANDARD.
           COPY NOTCTLC.

       FD  CALENDAR-ARQ
           LABEL RECORD IS STANDARD.
           COPY CALENDC.

       FD  TRAVAS-ARQ
           LABEL RECORD IS STANDARD.
           COPY TRAVASC.

       FD  RELATORIO-ARQ
           LABEL RECORD IS STANDARD.
       01  REL-LINHA                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-NOTURCTL-STATUS      PIC X(02) VALUE '00'.
           05 WS-CALENDAR-STATUS      PIC X(02) VALUE '00'.
           05 WS-TRAVAS-STATUS        PIC X(02) VALUE '00'.
           05 WS-ENCERRAR             PIC X(01) VALUE 'N'.
               88 WS-ENCERRAR-DRIVER  VALUE 'S'.
           05 WS-CONTROLE             PIC X(01) VALUE 'N'.
               88 WS-CONTROLE-POSICIONADO VALUE 'S'.
           05 WS-FIM-TRAVAS           PIC X(01) VALUE 'N'.
               88 FIM-DAS-TRAVAS      VALUE 'S'.
           05 WS-ABERTOS              PIC X(01) VALUE 'N'.
               88 WS-ARQUIVOS-ABERTOS VALUE 'S'.

       01  WS-PARM-DATA               PIC 9(08) VALUE 0.
       01  WS-IND-ETAPA               PIC 9(02) COMP VALUE 0.
       01  WS-RC-ETAPA                PIC 9(04) VALUE 0.
       01  WS-RC-CADEIA               PIC 9(04) VALUE 0.

      * Etapas da cadeia, na ordem de execucao, e se cada uma e pulada
      * em dia nao util ('S') ou roda todo dia ('N').
       01  WS-TAB-ETAPAS.
           05 FILLER                  PIC X(32) VALUE
               'SALVATUDCONFDIA INTEGRIDTRAVAS  '.
       01  WS-TAB-ETAPAS-R REDEFINES WS-TAB-ETAPAS.
           05 WS-NOME-ETAPA OCCURS 4 TIMES PIC X(08).

       01  WS-TAB-PULA-ETAPA.
           05 FILLER                  PIC X(04) VALUE 'SSSN'.
       01  WS-TAB-PULA-ETAPA-R REDEFINES WS-TAB-PULA-ETAPA.
           05 WS-PULA-NAO-UTIL OCCURS 4 TIMES PIC X(01).

       01  WS-DATA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-HORA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-RELATORIO-STATUS        PIC X(02) VALUE '00'.
       01  WS-NOME-RELATORIO          PIC X(21) VALUE SPACES.

      * Trava gravada antes deste instante (agora menos um dia) e
      * velha: sessao caida que ninguem limpou no LIMPTRAV.
       01  WS-LIMITE-TRAVA.
           05 WS-LIMITE-DATA          PIC 9(08) VALUE 0.
           05 WS-LIMITE-HORA          PIC 9(06) VALUE 0.
       01  WS-QTD-TRAVAS              PIC 9(04) VALUE 0.

      * Dias de cada mes (fevereiro acertado no ano bissexto), para
      * recuar um dia na data do limite das travas.
       01  WS-TAB-DIAS-MES.
           05 FILLER                  PIC X(24) VALUE
               '312831303130313130313031'.
       01  WS-TAB-DIAS-MES-R REDEFINES WS-TAB-DIAS-MES.
           05 WS-DIAS-MES OCCURS 12 TIMES PIC 9(02).

       01  WS-CALCULO-DATA.
           05 WS-DATA-CALCULO         PIC 9(08) VALUE 0.
           05 WS-DATA-CALCULO-R REDEFINES WS-DATA-CALCULO.
               10 WS-CALC-ANO         PIC 9(04).
               10 WS-CALC-MES         PIC 9(02).
               10 WS-CALC-DIA         PIC 9(02).
           05 WS-DIAS-DO-MES          PIC 9(02) VALUE 0.
           05 WS-ANO-QUOCIENTE        PIC 9(04) VALUE 0.
           05 WS-ANO-RESTO            PIC 9(01) VALUE 0.

      * Duracao de uma etapa, em segundos e em horas:minutos:segundos.
       01  WS-CALCULO-DURACAO.
           05 WS-HORA-AUX             PIC 9(06) VALUE 0.
           05 WS-HORA-AUX-R REDEFINES WS-HORA-AUX.
               10 WS-AUX-HH           PIC 9(02).
               10 WS-AUX-MM           PIC 9(02).
               10 WS-AUX-SS           PIC 9(02).
           05 WS-SEG-INICIO           PIC 9(06) COMP VALUE 0.
           05 WS-SEG-FIM              PIC 9(06) COMP VALUE 0.
           05 WS-SEG-DURACAO          PIC 9(06) COMP VALUE 0.
           05 WS-SEG-RESTO            PIC 9(06) COMP VALUE 0.

       01  WS-HORA-FORMATADA.
           05 WS-FMT-HH               PIC 9(02).
           05 FILLER                  PIC X(01) VALUE ':'.
           05 WS-FMT-MM               PIC 9(02).
           05 FILLER                  PIC X(01) VALUE ':'.
           05 WS-FMT-SS               PIC 9(02).

           COPY SEGLINKC.

           COPY MSGGRVC.

       01  CAB1N.
           05 FILLER       PIC X(100) VALUE ALL '-'.

       01  CAB2N.
           05 FILLER       PIC X(38) VALUE
               'CADEIA NOTURNA - RESUMO DA EXECUCAO DE'.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 CAB2N-DATA   PIC 9(08).
           05 FILLER       PIC X(08) VALUE ' - DIA '.
           05 CAB2N-DIA    PIC X(16).
           05 FILLER       PIC X(12) VALUE ' - CADEIA '.
           05 CAB2N-SITUACAO PIC X(12).
           05 FILLER       PIC X(13) VALUE ' - EXECUCOES '.
           05 CAB2N-EXECUCOES PIC Z9.

       01  CAB3N.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 FILLER       PIC X(10) VALUE 'ETAPA'.
           05 FILLER       PIC X(24) VALUE 'SITUACAO'.
           05 FILLER       PIC X(06) VALUE '  RC'.
           05 FILLER       PIC X(19) VALUE 'INICIO'.
           05 FILLER       PIC X(19) VALUE 'FIM'.
           05 FILLER       PIC X(08) VALUE 'DURACAO'.

       01  DET1N.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 DET1N-ETAPA  PIC X(08).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1N-SITUACAO PIC X(22).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1N-RC     PIC ZZZ9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1N-DATA-INICIO PIC X(08).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1N-HORA-INICIO PIC X(08).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1N-DATA-FIM PIC X(08).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1N-HORA-FIM PIC X(08).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1N-DURACAO PIC X(08).

       01  CAB4N.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 FILLER       PIC X(49) VALUE
               'TRAVAS DE MATRICULA COM MAIS DE UM DIA (LIMPTRAV)'.

       01  CAB5N.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 FILLER       PIC X(12) VALUE 'MATRICULA'.
           05 FILLER       PIC X(10) VALUE 'USUARIO'.
           05 FILLER       PIC X(16) VALUE 'TRAVADA EM'.

       01  DET2N.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 DET2N-MATRICULA PIC 9(06).
           05 FILLER       PIC X(06) VALUE SPACES.
           05 DET2N-USUARIO PIC X(08).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET2N-DATA-HORA PIC X(14).

       01  TOT1N.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 TOT1N-DESCRICAO PIC X(35).
           05 TOT1N-QTD    PIC ZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-EXECUTAR-CADEIA THRU 2000-EXIT
               UNTIL WS-ENCERRAR-DRIVER.
           IF WS-CONTROLE-POSICIONADO
               PERFORM 6000-EMITIR-RESUMO THRU 6000-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - assinatura do operador, data de execucao
      * (zero = hoje; informe a data original para retomar depois da
      * meia-noite) e posicionamento (ou abertura) do controle. Cadeia
      * ja concluida nao roda de novo - so reimprime o resumo.
      ******************************************************************
       1000-INICIALIZAR.
           MOVE 'NOTURNO'  TO SEG-PROGRAMA.
           MOVE 1          TO SEG-NIVEL-MINIMO.
           CALL 'SEGURAN' USING SEG-PARAMETROS.
           IF NOT SEG-ACESSO-LIBERADO
               MOVE 'S' TO WS-ENCERRAR
               GO TO 1000-EXIT
           END-IF.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           DISPLAY 'DATA DE EXECUCAO (AAAAMMDD, 0 = HOJE): '
               WITH NO ADVANCING.
           ACCEPT WS-PARM-DATA.
           IF WS-PARM-DATA = 0
               MOVE WS-DATA-SISTEMA TO WS-PARM-DATA
           END-IF.
           OPEN I-O NOTURCTL-ARQ.
           IF WS-NOTURCTL-STATUS = '35'
               OPEN OUTPUT NOTURCTL-ARQ
               CLOSE NOTURCTL-ARQ
               OPEN I-O NOTURCTL-ARQ
           END-IF.
           IF WS-NOTURCTL-STATUS NOT = '00'
               DISPLAY 'NOTURNO: ERRO AO ABRIR NOTURCTL - STATUS '
                   WS-NOTURCTL-STATUS
               MOVE 16 TO WS-RC-CADEIA
               MOVE 'S' TO WS-ENCERRAR
               GO TO 1000-EXIT
           END-IF.
           MOVE 'S' TO WS-ABERTOS.
           MOVE WS-PARM-DATA TO NTC-DATA-EXECUCAO.
           READ NOTURCTL-ARQ
               INVALID KEY
                   PERFORM 1100-ABRIR-CADEIA THRU 1100-EXIT
               NOT INVALID KEY
                   PERFORM 1200-RETOMAR-CADEIA THRU 1200-EXIT
           END-READ.
           MOVE 1 TO WS-IND-ETAPA.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-ABRIR-CADEIA - primeira execucao da data: consulta o tipo
      * do dia no CALENDAR e cria o controle com as etapas pendentes,
      * ja marcando como puladas as que nao rodam em dia nao util.
      ******************************************************************
       1100-ABRIR-CADEIA.
           MOVE SPACES TO NTC-REGISTRO.
           MOVE WS-PARM-DATA TO NTC-DATA-EXECUCAO.
           MOVE 'A' TO NTC-SITUACAO.
           MOVE SEG-USUARIO TO NTC-OPERADOR.
           MOVE 1 TO NTC-QTD-EXECUCOES.
           MOVE 0 TO NTC-QTD-TRAVAS-VELHAS.
           PERFORM 1150-CONSULTAR-CALENDARIO THRU 1150-EXIT.
           PERFORM 1180-PREPARAR-ETAPA THRU 1180-EXIT
               VARYING WS-IND-ETAPA FROM 1 BY 1
               UNTIL WS-IND-ETAPA > 4.
           WRITE NTC-REGISTRO
               INVALID KEY
                   DISPLAY 'NOTURNO: ERRO AO ABRIR A CADEIA DE '
                       WS-PARM-DATA
                   MOVE 16 TO WS-RC-CADEIA
                   MOVE 'S' TO WS-ENCERRAR
                   GO TO 1100-EXIT
           END-WRITE.
           MOVE 'S' TO WS-CONTROLE.
           DISPLAY 'NOTURNO: CADEIA DE ' WS-PARM-DATA ' ABERTA'.
       1100-EXIT.
           EXIT.

       1150-CONSULTAR-CALENDARIO.
           OPEN INPUT CALENDAR-ARQ.
           IF WS-CALENDAR-STATUS NOT = '00'
               DISPLAY 'NOTURNO: CALENDARIO (CALENDAR) INDISPONIVEL '
                   '- CADEIA RODA INTEIRA'
               GO TO 1150-EXIT
           END-IF.
           MOVE WS-PARM-DATA TO CAL-DATA.
           READ CALENDAR-ARQ
               INVALID KEY
                   DISPLAY 'NOTURNO: DATA ' WS-PARM-DATA
                       ' FORA DO CALENDARIO - CADEIA RODA INTEIRA'
               NOT INVALID KEY
                   MOVE CAL-TIPO TO NTC-TIPO-DIA
           END-READ.
           CLOSE CALENDAR-ARQ.
       1150-EXIT.
           EXIT.

       1180-PREPARAR-ETAPA.
           MOVE 'P' TO NTC-SITUACAO-ETAPA (WS-IND-ETAPA).
           MOVE 0 TO NTC-RC (WS-IND-ETAPA).
           MOVE 0 TO NTC-DATA-INICIO (WS-IND-ETAPA).
           MOVE 0 TO NTC-HORA-INICIO (WS-IND-ETAPA).
           MOVE 0 TO NTC-DATA-FIM (WS-IND-ETAPA).
           MOVE 0 TO NTC-HORA-FIM (WS-IND-ETAPA).
           IF NTC-TIPO-DIA NOT = SPACE
               AND NTC-TIPO-DIA NOT = 'U'
               AND WS-PULA-NAO-UTIL (WS-IND-ETAPA) = 'S'
               MOVE 'S' TO NTC-SITUACAO-ETAPA (WS-IND-ETAPA)
           END-IF.
       1180-EXIT.
           EXIT.

      ******************************************************************
      * 1200-RETOMAR-CADEIA - a data ja tem controle: concluida so
      * reimprime o resumo; interrompida (ou sessao caida) e retomada
      * da primeira etapa nao concluida.
      ******************************************************************
       1200-RETOMAR-CADEIA.
           MOVE 'S' TO WS-CONTROLE.
           IF NTC-CONCLUIDA
               DISPLAY 'NOTURNO: CADEIA DE ' WS-PARM-DATA
                   ' JA CONCLUIDA - SO O RESUMO SERA EMITIDO'
               MOVE 'S' TO WS-ENCERRAR
               GO TO 1200-EXIT
           END-IF.
           MOVE 'A' TO NTC-SITUACAO.
           MOVE SEG-USUARIO TO NTC-OPERADOR.
           ADD 1 TO NTC-QTD-EXECUCOES.
           PERFORM 8000-REGRAVAR-CONTROLE THRU 8000-EXIT.
           DISPLAY 'NOTURNO: RETOMANDO A CADEIA DE ' WS-PARM-DATA
               ' DA PRIMEIRA ETAPA NAO CONCLUIDA'.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-EXECUTAR-CADEIA - avanca pelas etapas em ordem: concluida
      * ou pulada segue adiante, as demais sao executadas. Passada a
      * ultima, a cadeia da data e encerrada.
      ******************************************************************
       2000-EXECUTAR-CADEIA.
           IF WS-IND-ETAPA > 4
               MOVE 'C' TO NTC-SITUACAO
               PERFORM 8000-REGRAVAR-CONTROLE THRU 8000-EXIT
               DISPLAY 'NOTURNO: CADEIA DE ' NTC-DATA-EXECUCAO
                   ' CONCLUIDA'
               MOVE 'S' TO WS-ENCERRAR
               GO TO 2000-EXIT
           END-IF.
           IF NTC-ETAPA-CONCLUIDA (WS-IND-ETAPA)
               OR NTC-ETAPA-PULADA (WS-IND-ETAPA)
               ADD 1 TO WS-IND-ETAPA
               GO TO 2000-EXIT
           END-IF.
           PERFORM 3000-EXECUTAR-ETAPA THRU 3000-EXIT.
           ADD 1 TO WS-IND-ETAPA.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-EXECUTAR-ETAPA - marca a etapa em execucao (uma sessao
      * que cair no meio deixa a marca 'X' e a etapa e refeita na
      * retomada), chama o programa, CANCELa em seguida (a retomada
      * nao reentra com o estado anterior) e registra o retorno. Com
      * retorno diferente de zero a cadeia para e a operacao e
      * avisada.
      ******************************************************************
       3000-EXECUTAR-ETAPA.
           MOVE 'X' TO NTC-SITUACAO-ETAPA (WS-IND-ETAPA).
           MOVE 0 TO NTC-RC (WS-IND-ETAPA).
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-DATA-SISTEMA TO NTC-DATA-INICIO (WS-IND-ETAPA).
           MOVE WS-HORA-SISTEMA (1:6) TO NTC-HORA-INICIO (WS-IND-ETAPA).
           MOVE 0 TO NTC-DATA-FIM (WS-IND-ETAPA).
           MOVE 0 TO NTC-HORA-FIM (WS-IND-ETAPA).
           PERFORM 8000-REGRAVAR-CONTROLE THRU 8000-EXIT.
           DISPLAY 'NOTURNO: INICIANDO ' WS-NOME-ETAPA (WS-IND-ETAPA).
           MOVE 0 TO WS-RC-ETAPA.
           MOVE 0 TO RETURN-CODE.
           EVALUATE WS-IND-ETAPA
               WHEN 1
                   CALL 'SALVATUD'
                   MOVE RETURN-CODE TO WS-RC-ETAPA
                   CANCEL 'SALVATUD'
               WHEN 2
                   DISPLAY 'NOTURNO: INFORME NO CONFDIA A GERACAO DO '
                       'SALVAEMP DE ONTEM E A DATA ' NTC-DATA-EXECUCAO
                   CALL 'CONFDIA'
                   MOVE RETURN-CODE TO WS-RC-ETAPA
                   CANCEL 'CONFDIA'
               WHEN 3
                   CALL 'INTEGRID'
                   MOVE RETURN-CODE TO WS-RC-ETAPA
                   CANCEL 'INTEGRID'
               WHEN 4
                   PERFORM 4000-VERIFICAR-TRAVAS THRU 4000-EXIT
           END-EVALUATE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-DATA-SISTEMA TO NTC-DATA-FIM (WS-IND-ETAPA).
           MOVE WS-HORA-SISTEMA (1:6) TO NTC-HORA-FIM (WS-IND-ETAPA).
           MOVE WS-RC-ETAPA TO NTC-RC (WS-IND-ETAPA).
           IF WS-RC-ETAPA = 0
               MOVE 'O' TO NTC-SITUACAO-ETAPA (WS-IND-ETAPA)
               PERFORM 8000-REGRAVAR-CONTROLE THRU 8000-EXIT
               DISPLAY 'NOTURNO: ' WS-NOME-ETAPA (WS-IND-ETAPA)
                   ' CONCLUIDO'
               GO TO 3000-EXIT
           END-IF.
           MOVE 'E' TO NTC-SITUACAO-ETAPA (WS-IND-ETAPA).
           MOVE 'I' TO NTC-SITUACAO.
           PERFORM 8000-REGRAVAR-CONTROLE THRU 8000-EXIT.
           MOVE WS-RC-ETAPA TO WS-RC-CADEIA.
           DISPLAY 'NOTURNO: ' WS-NOME-ETAPA (WS-IND-ETAPA)
               ' TERMINOU COM RC ' WS-RC-ETAPA ' - CADEIA PARADA'.
           DISPLAY 'NOTURNO: CORRIJA E RODE DE NOVO PARA A DATA '
               NTC-DATA-EXECUCAO ' - RETOMA DESTA ETAPA'.
           PERFORM 8500-ALERTAR-OPERACAO THRU 8500-EXIT.
           MOVE 'S' TO WS-ENCERRAR.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-VERIFICAR-TRAVAS - conta as travas de matricula gravadas
      * ha mais de um dia (agora menos 24 horas). Trava velha nao para
      * a cadeia: sai no resumo e num aviso para a operacao limpar no
      * LIMPTRAV. Arquivo ainda nao criado e o mesmo que nenhuma trava.
      ******************************************************************
       4000-VERIFICAR-TRAVAS.
           MOVE 0 TO WS-QTD-TRAVAS.
           PERFORM 4100-CALCULAR-LIMITE THRU 4100-EXIT.
           OPEN INPUT TRAVAS-ARQ.
           IF WS-TRAVAS-STATUS = '35'
               MOVE 0 TO NTC-QTD-TRAVAS-VELHAS
               GO TO 4000-EXIT
           END-IF.
           IF WS-TRAVAS-STATUS NOT = '00'
               DISPLAY 'NOTURNO: ERRO AO ABRIR TRAVAS - STATUS '
                   WS-TRAVAS-STATUS
               MOVE 12 TO WS-RC-ETAPA
               GO TO 4000-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-TRAVAS.
           PERFORM 4200-CONTAR-TRAVA THRU 4200-EXIT
               UNTIL FIM-DAS-TRAVAS.
           CLOSE TRAVAS-ARQ.
           MOVE WS-QTD-TRAVAS TO NTC-QTD-TRAVAS-VELHAS.
           IF WS-QTD-TRAVAS > 0
               MOVE SPACES TO GRV-TEXTO
               STRING 'NOTURNO: ' DELIMITED BY SIZE
                      WS-QTD-TRAVAS DELIMITED BY SIZE
                      ' TRAVA(S) DE MATRICULA COM MAIS DE UM DIA - '
                          DELIMITED BY SIZE
                      'LIMPAR NO LIMPTRAV' DELIMITED BY SIZE
                      INTO GRV-TEXTO
               END-STRING
               MOVE 'OPERACAO' TO GRV-DESTINATARIO
               MOVE 'N' TO GRV-PRIORIDADE
               CALL 'MSGGRAV' USING GRV-PARAMETROS
           END-IF.
       4000-EXIT.
           EXIT.

       4100-CALCULAR-LIMITE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-DATA-SISTEMA TO WS-DATA-CALCULO.
           PERFORM 8800-SUBTRAIR-UM-DIA THRU 8800-EXIT.
           MOVE WS-DATA-CALCULO TO WS-LIMITE-DATA.
           MOVE WS-HORA-SISTEMA (1:6) TO WS-LIMITE-HORA.
       4100-EXIT.
           EXIT.

       4200-CONTAR-TRAVA.
           READ TRAVAS-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-TRAVAS
                   GO TO 4200-EXIT
           END-READ.
           IF WS-TRAVAS-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-TRAVAS
               GO TO 4200-EXIT
           END-IF.
           IF TRW-DATA-HORA < WS-LIMITE-TRAVA
               ADD 1 TO WS-QTD-TRAVAS
           END-IF.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 6000-EMITIR-RESUMO - resumo da manha: situacao, retorno,
      * horarios e duracao de cada etapa, e a lista das travas com
      * mais de um dia no momento da emissao.
      ******************************************************************
       6000-EMITIR-RESUMO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           STRING 'NOTURNO-'           DELIMITED BY SIZE
                  WS-DATA-SISTEMA      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-HORA-SISTEMA (1:4) DELIMITED BY SIZE
                  INTO WS-NOME-RELATORIO
           END-STRING.
           OPEN OUTPUT RELATORIO-ARQ.
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'NOTURNO: ERRO AO ABRIR O ARQUIVO DE '
                   'IMPRESSAO - STATUS ' WS-RELATORIO-STATUS
               GO TO 6000-EXIT
           END-IF.
           MOVE NTC-DATA-EXECUCAO TO CAB2N-DATA.
           EVALUATE NTC-TIPO-DIA
               WHEN 'U'
                   MOVE 'UTIL' TO CAB2N-DIA
               WHEN 'S'
                   MOVE 'SABADO' TO CAB2N-DIA
               WHEN 'D'
                   MOVE 'DOMINGO' TO CAB2N-DIA
               WHEN 'F'
                   MOVE 'FERIADO' TO CAB2N-DIA
               WHEN OTHER
                   MOVE 'SEM CALENDARIO' TO CAB2N-DIA
           END-EVALUATE.
           EVALUATE TRUE
               WHEN NTC-CONCLUIDA
                   MOVE 'CONCLUIDA' TO CAB2N-SITUACAO
               WHEN NTC-INTERROMPIDA
                   MOVE 'INTERROMPIDA' TO CAB2N-SITUACAO
               WHEN OTHER
                   MOVE 'EM ANDAMENTO' TO CAB2N-SITUACAO
           END-EVALUATE.
           MOVE NTC-QTD-EXECUCOES TO CAB2N-EXECUCOES.
           MOVE CAB1N TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB2N TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB1N TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB3N TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 6100-IMPRIMIR-ETAPA THRU 6100-EXIT
               VARYING WS-IND-ETAPA FROM 1 BY 1
               UNTIL WS-IND-ETAPA > 4.
           MOVE CAB1N TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 6300-LISTAR-TRAVAS THRU 6300-EXIT.
           MOVE CAB1N TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELATORIO-ARQ.
           DISPLAY 'NOTURNO: RESUMO GRAVADO EM ' WS-NOME-RELATORIO.
       6000-EXIT.
           EXIT.

       6100-IMPRIMIR-ETAPA.
           MOVE SPACES TO DET1N.
           MOVE WS-NOME-ETAPA (WS-IND-ETAPA) TO DET1N-ETAPA.
           EVALUATE TRUE
               WHEN NTC-ETAPA-CONCLUIDA (WS-IND-ETAPA)
                   MOVE 'CONCLUIDA' TO DET1N-SITUACAO
               WHEN NTC-ETAPA-ERRO (WS-IND-ETAPA)
                   MOVE 'ERRO - CADEIA PARADA' TO DET1N-SITUACAO
               WHEN NTC-ETAPA-EXECUCAO (WS-IND-ETAPA)
                   MOVE 'INTERROMPIDA NO MEIO' TO DET1N-SITUACAO
               WHEN NTC-ETAPA-PULADA (WS-IND-ETAPA)
                   MOVE 'PULADA - DIA NAO UTIL' TO DET1N-SITUACAO
               WHEN OTHER
                   MOVE 'NAO EXECUTADA' TO DET1N-SITUACAO
           END-EVALUATE.
           IF NTC-DATA-INICIO (WS-IND-ETAPA) = 0
               MOVE DET1N TO REL-LINHA
               WRITE REL-LINHA
               GO TO 6100-EXIT
           END-IF.
           MOVE NTC-RC (WS-IND-ETAPA) TO DET1N-RC.
           MOVE NTC-DATA-INICIO (WS-IND-ETAPA) TO DET1N-DATA-INICIO.
           MOVE NTC-HORA-INICIO (WS-IND-ETAPA) TO WS-HORA-AUX.
           PERFORM 6200-FORMATAR-HORA THRU 6200-EXIT.
           MOVE WS-HORA-FORMATADA TO DET1N-HORA-INICIO.
           COMPUTE WS-SEG-INICIO = WS-AUX-HH * 3600
               + WS-AUX-MM * 60 + WS-AUX-SS.
           IF NTC-DATA-FIM (WS-IND-ETAPA) = 0
               MOVE DET1N TO REL-LINHA
               WRITE REL-LINHA
               GO TO 6100-EXIT
           END-IF.
           MOVE NTC-DATA-FIM (WS-IND-ETAPA) TO DET1N-DATA-FIM.
           MOVE NTC-HORA-FIM (WS-IND-ETAPA) TO WS-HORA-AUX.
           PERFORM 6200-FORMATAR-HORA THRU 6200-EXIT.
           MOVE WS-HORA-FORMATADA TO DET1N-HORA-FIM.
           COMPUTE WS-SEG-FIM = WS-AUX-HH * 3600
               + WS-AUX-MM * 60 + WS-AUX-SS.
      * Etapa que virou a meia-noite: o fim e no dia seguinte.
           IF NTC-DATA-FIM (WS-IND-ETAPA)
               > NTC-DATA-INICIO (WS-IND-ETAPA)
               ADD 86400 TO WS-SEG-FIM
           END-IF.
           COMPUTE WS-SEG-DURACAO = WS-SEG-FIM - WS-SEG-INICIO.
           DIVIDE WS-SEG-DURACAO BY 3600 GIVING WS-FMT-HH
               REMAINDER WS-SEG-RESTO.
           DIVIDE WS-SEG-RESTO BY 60 GIVING WS-FMT-MM
               REMAINDER WS-FMT-SS.
           MOVE WS-HORA-FORMATADA TO DET1N-DURACAO.
           MOVE DET1N TO REL-LINHA.
           WRITE REL-LINHA.
       6100-EXIT.
           EXIT.

       6200-FORMATAR-HORA.
           MOVE WS-AUX-HH TO WS-FMT-HH.
           MOVE WS-AUX-MM TO WS-FMT-MM.
           MOVE WS-AUX-SS TO WS-FMT-SS.
       6200-EXIT.
           EXIT.

       6300-LISTAR-TRAVAS.
           MOVE CAB4N TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 0 TO WS-QTD-TRAVAS.
           PERFORM 4100-CALCULAR-LIMITE THRU 4100-EXIT.
           OPEN INPUT TRAVAS-ARQ.
           IF WS-TRAVAS-STATUS NOT = '00'
               MOVE '   NENHUMA TRAVA DE MATRICULA ABERTA' TO REL-LINHA
               WRITE REL-LINHA
               GO TO 6300-EXIT
           END-IF.
           MOVE CAB5N TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'N' TO WS-FIM-TRAVAS.
           PERFORM 6350-IMPRIMIR-TRAVA THRU 6350-EXIT
               UNTIL FIM-DAS-TRAVAS.
           CLOSE TRAVAS-ARQ.
           MOVE 'TRAVAS COM MAIS DE UM DIA........: '
               TO TOT1N-DESCRICAO.
           MOVE WS-QTD-TRAVAS TO TOT1N-QTD.
           MOVE TOT1N TO REL-LINHA.
           WRITE REL-LINHA.
       6300-EXIT.
           EXIT.

       6350-IMPRIMIR-TRAVA.
           READ TRAVAS-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-TRAVAS
                   GO TO 6350-EXIT
           END-READ.
           IF WS-TRAVAS-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-TRAVAS
               GO TO 6350-EXIT
           END-IF.
           IF TRW-DATA-HORA NOT < WS-LIMITE-TRAVA
               GO TO 6350-EXIT
           END-IF.
           ADD 1 TO WS-QTD-TRAVAS.
           MOVE TRW-MATRICULA TO DET2N-MATRICULA.
           MOVE TRW-USUARIO TO DET2N-USUARIO.
           MOVE TRW-DATA-HORA TO DET2N-DATA-HORA.
           MOVE DET2N TO REL-LINHA.
           WRITE REL-LINHA.
       6350-EXIT.
           EXIT.

       8000-REGRAVAR-CONTROLE.
           REWRITE NTC-REGISTRO
               INVALID KEY
                   DISPLAY 'NOTURNO: ERRO AO REGRAVAR NOTURCTL'
           END-REWRITE.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 8500-ALERTAR-OPERACAO - mensagem urgente na caixa MSGREG com a
      * etapa que parou a cadeia.
      ******************************************************************
       8500-ALERTAR-OPERACAO.
           MOVE SPACES TO GRV-TEXTO.
           STRING 'NOTURNO: ETAPA ' DELIMITED BY SIZE
                  WS-NOME-ETAPA (WS-IND-ETAPA) DELIMITED BY SPACE
                  ' TERMINOU COM RC ' DELIMITED BY SIZE
                  WS-RC-ETAPA DELIMITED BY SIZE
                  ' - CADEIA DE ' DELIMITED BY SIZE
                  NTC-DATA-EXECUCAO DELIMITED BY SIZE
                  ' PARADA' DELIMITED BY SIZE
                  INTO GRV-TEXTO
           END-STRING.
           MOVE 'OPERACAO' TO GRV-DESTINATARIO.
           MOVE 'U' TO GRV-PRIORIDADE.
           CALL 'MSGGRAV' USING GRV-PARAMETROS.
       8500-EXIT.
           EXIT.

      * 8800-SUBTRAIR-UM-DIA - recua WS-DATA-CALCULO em um dia, virando
      * mes e ano.
       8800-SUBTRAIR-UM-DIA.
           SUBTRACT 1 FROM WS-CALC-DIA.
           IF WS-CALC-DIA = 0
               SUBTRACT 1 FROM WS-CALC-MES
               IF WS-CALC-MES = 0
                   MOVE 12 TO WS-CALC-MES
                   SUBTRACT 1 FROM WS-CALC-ANO
               END-IF
               MOVE WS-DIAS-MES (WS-CALC-MES) TO WS-DIAS-DO-MES
               IF WS-CALC-MES = 2
                   DIVIDE WS-CALC-ANO BY 4 GIVING WS-ANO-QUOCIENTE
                       REMAINDER WS-ANO-RESTO
                   IF WS-ANO-RESTO = 0
                       MOVE 29 TO WS-DIAS-DO-MES
                   END-IF
               END-IF
               MOVE WS-DIAS-DO-MES TO WS-CALC-DIA
           END-IF.
       8800-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - fecha o controle e devolve o retorno da
      * cadeia (o da etapa que a parou, ou zero).
      ******************************************************************
       9000-FINALIZAR.
           IF WS-ARQUIVOS-ABERTOS
               CLOSE NOTURCTL-ARQ
           END-IF.
           MOVE WS-RC-CADEIA TO RETURN-CODE.
       9000-EXIT.
           EXIT.

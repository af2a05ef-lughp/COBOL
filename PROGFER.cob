       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFER.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Programacao de ferias (arquivo PROGFER) pelo RH,
      *             via menu interativo, no molde do FERIAS. O RH
      *             digita o periodo pedido pelo funcionario (que
      *             tambem pode pedir sozinho no CONSFUNC); a
      *             programacao nasce pendente e quem aprova ou
      *             rejeita e o gestor do departamento
      *             (DEP-GESTOR-MATRICULA do DEPTOS), no CONSFUNC. O
      *             periodo e conferido pela subrotina VALFER: data e
      *             dias validos, fora de afastamento aberto, sem
      *             sobrepor outra programacao e dentro do saldo do
      *             FERIAS; acima do limite de ausencia simultanea no
      *             departamento sai um aviso. Departamento sem gestor,
      *             ou pedido do proprio gestor, e decidido aqui por um
      *             supervisor. As programacoes aprovadas cujo inicio
      *             ja chegou sao lancadas no saldo do FERIAS e no
      *             evento FERGOZO que o RELAT paga na folha - rodar
      *             antes da previa do RELAT; com a programacao, o gozo
      *             nao deve mais ser registrado a mao no FERIAS. O
      *             relatorio mensal PROGFER-AAAAMMDD-HHMM lista quem
      *             tem periodo concessivo vencendo em ate 60 dias (ou
      *             ja vencido) sem ferias programadas, e deixa o
      *             alerta na caixa MSGREG (MSGGRAV).
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

           SELECT DEPTOS-ARQ
               ASSIGN TO "DEPTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-DEPTOS-STATUS.

           SELECT FERIAS-ARQ
               ASSIGN TO "FERIAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-MATRICULA
               FILE STATUS IS WS-FERIAS-STATUS.

           SELECT FERGOZO-ARQ
               ASSIGN TO "FERGOZO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FGZ-CHAVE
               FILE STATUS IS WS-FERGOZO-STATUS.

           SELECT PROGFER-ARQ
               ASSIGN TO "PROGFER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PFE-CHAVE
               ALTERNATE RECORD KEY IS PFE-DEPARTAMENTO
                   WITH DUPLICATES
               FILE STATUS IS WS-PROGFER-STATUS.

           SELECT RELATORIO-ARQ
               ASSIGN TO DYNAMIC WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREG-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPREGC.

       FD  DEPTOS-ARQ
           LABEL RECORD IS STANDARD.
           COPY DEPTOSC.

       FD  FERIAS-ARQ
           LABEL RECORD IS STANDARD.
           COPY FERIASC.

       FD  FERGOZO-ARQ
           LABEL RECORD IS STANDARD.
           COPY FERGOZC.

       FD  PROGFER-ARQ
           LABEL RECORD IS STANDARD.
           COPY PROGFERC.

       FD  RELATORIO-ARQ
           LABEL RECORD IS STANDARD.
       01  REL-LINHA                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-EMPREG-STATUS        PIC X(02) VALUE '00'.
           05 WS-DEPTOS-STATUS        PIC X(02) VALUE '00'.
           05 WS-FERIAS-STATUS        PIC X(02) VALUE '00'.
           05 WS-FERGOZO-STATUS       PIC X(02) VALUE '00'.
           05 WS-PROGFER-STATUS       PIC X(02) VALUE '00'.
           05 WS-RELATORIO-STATUS     PIC X(02) VALUE '00'.
           05 WS-CONTINUA             PIC X(01) VALUE 'S'.
               88 WS-SAIR-DO-MENU     VALUE 'N'.
           05 WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
               88 FIM-DO-ARQUIVO      VALUE 'S'.
           05 WS-FIM-PROGRAMACOES     PIC X(01) VALUE 'N'.
               88 FIM-DAS-PROGRAMACOES VALUE 'S'.
           05 WS-DEPTOS-OK            PIC X(01) VALUE 'N'.
               88 WS-DEPTOS-DISPONIVEL VALUE 'S'.
           05 WS-ACHOU-PROGRAMACAO    PIC X(01) VALUE 'N'.
               88 WS-TEM-PROGRAMACAO  VALUE 'S'.

       01  WS-OPCAO                   PIC 9(01) VALUE 0.
       01  WS-CONFIRMA                PIC X(01) VALUE SPACES.
       01  WS-DECISAO                 PIC X(01) VALUE SPACES.
       01  WS-MATRICULA-INFORMADA     PIC 9(06) VALUE 0.
       01  WS-ULTIMA-SEQ              PIC 9(02) VALUE 0.
       01  WS-QTD-LISTADOS            PIC 9(03) VALUE 0.
       01  WS-GESTOR-MATRICULA        PIC 9(06) VALUE 0.

       01  WS-DATA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-HORA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-NOME-RELATORIO          PIC X(21) VALUE SPACES.

      * Janela do relatorio de vencimentos: periodos concessivos que
      * terminam ate esta quantidade de dias a frente.
       01  WS-DIAS-ANTECEDENCIA       PIC 9(03) VALUE 60.
       01  WS-DATA-LIMITE             PIC 9(08) VALUE 0.
       01  WS-CONTADOR-DIAS           PIC 9(03) VALUE 0.

      * Dias de cada mes (fevereiro acertado no ano bissexto), para
      * achar a data limite da janela de vencimentos.
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

      * Periodo aquisitivo mais antigo ainda nao gozado por inteiro
      * (os gozos abatem os periodos na ordem) e o fim do concessivo
      * dele - um ano depois do fim do aquisitivo.
       01  WS-CALCULO-PERIODO.
           05 WS-ANO-ADMISSAO         PIC 9(04) VALUE 0.
           05 WS-MESDIA-ADMISSAO      PIC 9(04) VALUE 0.
           05 WS-ANO-HOJE             PIC 9(04) VALUE 0.
           05 WS-MESDIA-HOJE          PIC 9(04) VALUE 0.
           05 WS-ANOS-COMPLETOS       PIC S9(04) VALUE 0.
           05 WS-DIAS-GOZADOS         PIC 9(03) VALUE 0.
           05 WS-DIAS-SALDO           PIC 9(03) VALUE 0.
           05 WS-PERIODO-ABERTO       PIC 9(03) VALUE 0.
           05 WS-AQUISITIVO-INICIO    PIC 9(08) VALUE 0.
           05 WS-AQUISITIVO-FIM       PIC 9(08) VALUE 0.
           05 WS-CONCESSIVO-FIM       PIC 9(08) VALUE 0.

       01  WS-CONTADORES.
           05 WS-QTD-LANCADAS         PIC 9(05) COMP VALUE 0.
           05 WS-QTD-A-VENCER         PIC 9(05) COMP VALUE 0.
           05 WS-QTD-VENCIDAS         PIC 9(05) COMP VALUE 0.

       01  WS-QTD-EDITADA             PIC ZZ.ZZ9.
       01  WS-QTD-EDITADA-2           PIC ZZ.ZZ9.

           COPY SEGLINKC.

           COPY MSGGRVC.

           COPY VFRLINKC.

       01  CAB1P.
           05 FILLER       PIC X(120) VALUE ALL '-'.

       01  CAB2P.
           05 FILLER       PIC X(55) VALUE
               'PERIODOS CONCESSIVOS VENCENDO SEM FERIAS PROGRAMADAS -'.
           05 FILLER       PIC X(05) VALUE ' ATE '.
           05 CAB2P-LIMITE PIC 9999/99/99.

       01  CAB3P.
           05 FILLER       PIC X(08) VALUE 'MATRIC.'.
           05 FILLER       PIC X(27) VALUE 'NOME'.
           05 FILLER       PIC X(06) VALUE 'DEPTO'.
           05 FILLER       PIC X(12) VALUE 'ADMISSAO'.
           05 FILLER       PIC X(25) VALUE 'PERIODO AQUISITIVO'.
           05 FILLER       PIC X(12) VALUE 'VENCE EM'.
           05 FILLER       PIC X(07) VALUE 'SALDO'.
           05 FILLER       PIC X(08) VALUE 'SITUACAO'.

       01  DET1P.
           05 DET1P-MATRICULA PIC 9(06).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1P-NOME   PIC X(25).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1P-DEPTO  PIC X(04).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1P-ADMISSAO PIC 9999/99/99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1P-AQUIS-INICIO PIC 9999/99/99.
           05 FILLER       PIC X(03) VALUE ' A '.
           05 DET1P-AQUIS-FIM PIC 9999/99/99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1P-VENCIMENTO PIC 9999/99/99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1P-SALDO  PIC ZZ9.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 DET1P-SITUACAO PIC X(12).

       01  TOT1P.
           05 FILLER       PIC X(35) VALUE
               'TOTAL SEM FERIAS PROGRAMADAS......:'.
           05 TOT1P-QTD    PIC ZZ.ZZ9.
           05 FILLER       PIC X(22) VALUE '   DOS QUAIS VENCIDOS:'.
           05 TOT1P-VENCIDOS PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-EXIBIR-MENU THRU 2000-EXIT
               UNTIL WS-SAIR-DO-MENU.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - identifica o operador pela SEGURAN e abre os
      * arquivos (PROGFER criado na primeira execucao).
      ******************************************************************
       1000-INICIALIZAR.
           MOVE 'PROGFER' TO SEG-PROGRAMA.
           MOVE 1         TO SEG-NIVEL-MINIMO.
           CALL 'SEGURAN' USING SEG-PARAMETROS.
           IF NOT SEG-ACESSO-LIBERADO
               MOVE 'N' TO WS-CONTINUA
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT EMPREG-ARQ.
           IF WS-EMPREG-STATUS NOT = '00'
               DISPLAY 'PROGFER: ERRO AO ABRIR EMPREG - STATUS '
                   WS-EMPREG-STATUS
               MOVE 'N' TO WS-CONTINUA
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT DEPTOS-ARQ.
           IF WS-DEPTOS-STATUS = '00'
               MOVE 'S' TO WS-DEPTOS-OK
           END-IF.
           OPEN I-O FERIAS-ARQ.
           IF WS-FERIAS-STATUS = '35'
               OPEN OUTPUT FERIAS-ARQ
               CLOSE FERIAS-ARQ
               OPEN I-O FERIAS-ARQ
           END-IF.
           OPEN I-O FERGOZO-ARQ.
           IF WS-FERGOZO-STATUS = '35'
               OPEN OUTPUT FERGOZO-ARQ
               CLOSE FERGOZO-ARQ
               OPEN I-O FERGOZO-ARQ
           END-IF.
           OPEN I-O PROGFER-ARQ.
           IF WS-PROGFER-STATUS = '35'
               OPEN OUTPUT PROGFER-ARQ
               CLOSE PROGFER-ARQ
               OPEN I-O PROGFER-ARQ
           END-IF.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-EXIBIR-MENU - le a opcao do usuario e direciona para a
      * rotina correspondente.
      ******************************************************************
       2000-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '=== PROGRAMACAO DE FERIAS ==='.
           DISPLAY '1 - PROGRAMAR FERIAS'.
           DISPLAY '2 - CANCELAR PROGRAMACAO'.
           DISPLAY '3 - LISTAR PROGRAMACOES DO FUNCIONARIO'.
           DISPLAY '4 - LANCAR FERIAS APROVADAS JA INICIADAS'.
           DISPLAY '5 - RELATORIO DE PERIODOS CONCESSIVOS A VENCER'.
           DISPLAY '6 - DECIDIR PROGRAMACAO SEM GESTOR (SUPERVISOR)'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'OPCAO: ' WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM 3000-PROGRAMAR THRU 3000-EXIT
               WHEN 2 PERFORM 4000-CANCELAR THRU 4000-EXIT
               WHEN 3 PERFORM 5000-LISTAR THRU 5000-EXIT
               WHEN 4 PERFORM 6000-LANCAR-INICIADAS THRU 6000-EXIT
               WHEN 5 PERFORM 7000-RELATORIO-VENCIMENTOS THRU 7000-EXIT
               WHEN 6 PERFORM 8000-DECIDIR-SEM-GESTOR THRU 8000-EXIT
               WHEN 9 MOVE 'N' TO WS-CONTINUA
               WHEN OTHER DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PROGRAMAR - grava uma programacao pendente digitada pelo
      * RH, depois de conferida pela VALFER e confirmada.
      ******************************************************************
       3000-PROGRAMAR.
           DISPLAY 'MATRICULA................: ' WITH NO ADVANCING.
           ACCEPT EMP-MATRICULA.
           READ EMPREG-ARQ
               INVALID KEY
                   DISPLAY 'PROGFER: FUNCIONARIO NAO ENCONTRADO'
                   GO TO 3000-EXIT
           END-READ.
           IF NOT EMP-ATIVO
               DISPLAY 'PROGFER: FUNCIONARIO DESLIGADO'
               GO TO 3000-EXIT
           END-IF.
           DISPLAY 'FUNCIONARIO..............: ' EMP-NOME.
           MOVE EMP-MATRICULA    TO VFR-MATRICULA.
           MOVE EMP-DEPARTAMENTO TO VFR-DEPARTAMENTO.
           MOVE 0                TO VFR-SEQUENCIA.
           DISPLAY 'INICIO DO GOZO (AAAAMMDD): ' WITH NO ADVANCING.
           ACCEPT VFR-DATA-INICIO.
           DISPLAY 'DIAS DE GOZO (5 A 30)....: ' WITH NO ADVANCING.
           ACCEPT VFR-DIAS.
           CALL 'VALFER' USING VFR-PARAMETROS.
           PERFORM 3900-MOSTRAR-CONFERENCIA THRU 3900-EXIT.
           IF NOT VFR-OK
               GO TO 3000-EXIT
           END-IF.
           DISPLAY 'CONFIRMA A PROGRAMACAO (S/N)? ' WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = 'S'
               DISPLAY 'PROGFER: PROGRAMACAO NAO GRAVADA'
               GO TO 3000-EXIT
           END-IF.
           MOVE EMP-MATRICULA TO WS-MATRICULA-INFORMADA.
           PERFORM 3500-ACHAR-ULTIMA-SEQ THRU 3500-EXIT.
           IF WS-ULTIMA-SEQ = 99
               DISPLAY 'PROGFER: MATRICULA SEM SEQUENCIA LIVRE'
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO PFE-REGISTRO.
           MOVE EMP-MATRICULA     TO PFE-MATRICULA.
           COMPUTE PFE-SEQUENCIA = WS-ULTIMA-SEQ + 1.
           MOVE EMP-DEPARTAMENTO  TO PFE-DEPARTAMENTO.
           MOVE VFR-DATA-INICIO   TO PFE-DATA-INICIO.
           MOVE VFR-DIAS          TO PFE-DIAS.
           MOVE VFR-DATA-FIM      TO PFE-DATA-FIM.
           MOVE 'P'               TO PFE-SITUACAO.
           MOVE 'R'               TO PFE-ORIGEM.
           MOVE SEG-USUARIO       TO PFE-SOLICITANTE.
           MOVE WS-DATA-SISTEMA   TO PFE-DATA-SOLICITACAO.
           MOVE 0                 TO PFE-DATA-DECISAO.
           MOVE 0                 TO PFE-DATA-LANCAMENTO.
           WRITE PFE-REGISTRO
               INVALID KEY
                   DISPLAY 'PROGFER: ERRO AO GRAVAR PROGRAMACAO'
               NOT INVALID KEY
                   DISPLAY 'PROGFER: PROGRAMACAO GRAVADA - SEQ. '
                       PFE-SEQUENCIA ' - AGUARDANDO O GESTOR'
           END-WRITE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3500-ACHAR-ULTIMA-SEQ - maior sequencia ja usada pela matricula
      * em WS-MATRICULA-INFORMADA.
      ******************************************************************
       3500-ACHAR-ULTIMA-SEQ.
           MOVE 0 TO WS-ULTIMA-SEQ.
           PERFORM 3600-POSICIONAR-PROGRAMACAO THRU 3600-EXIT.
           PERFORM 3550-GUARDAR-SEQ THRU 3550-EXIT
               UNTIL FIM-DAS-PROGRAMACOES.
       3500-EXIT.
           EXIT.

       3550-GUARDAR-SEQ.
           MOVE PFE-SEQUENCIA TO WS-ULTIMA-SEQ.
           PERFORM 3690-LER-PROXIMA-PROGRAMACAO THRU 3690-EXIT.
       3550-EXIT.
           EXIT.

       3600-POSICIONAR-PROGRAMACAO.
           MOVE 'N' TO WS-FIM-PROGRAMACOES.
           MOVE WS-MATRICULA-INFORMADA TO PFE-MATRICULA.
           MOVE 0 TO PFE-SEQUENCIA.
           START PROGFER-ARQ KEY IS NOT LESS THAN PFE-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-PROGRAMACOES
           END-START.
           IF WS-PROGFER-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-PROGRAMACOES
           END-IF.
           IF NOT FIM-DAS-PROGRAMACOES
               PERFORM 3690-LER-PROXIMA-PROGRAMACAO THRU 3690-EXIT
           END-IF.
       3600-EXIT.
           EXIT.

       3690-LER-PROXIMA-PROGRAMACAO.
           READ PROGFER-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PROGRAMACOES
           END-READ.
           IF WS-PROGFER-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-PROGRAMACOES
           END-IF.
           IF NOT FIM-DAS-PROGRAMACOES
               AND PFE-MATRICULA NOT = WS-MATRICULA-INFORMADA
               MOVE 'S' TO WS-FIM-PROGRAMACOES
           END-IF.
       3690-EXIT.
           EXIT.

      ******************************************************************
      * 3900-MOSTRAR-CONFERENCIA - mostra o resultado da VALFER: o
      * motivo da recusa ou o periodo, o saldo e a ausencia no
      * departamento, com o aviso quando passa do limite.
      ******************************************************************
       3900-MOSTRAR-CONFERENCIA.
           EVALUATE TRUE
               WHEN VFR-DATA-INVALIDA
                   DISPLAY 'PROGFER: DATA DE INICIO OU DIAS INVALIDOS '
                       '(5 A 30 DIAS) - RECUSADA'
               WHEN VFR-EM-AFASTAMENTO
                   DISPLAY 'PROGFER: PERIODO DENTRO DE AFASTAMENTO '
                       'ABERTO - RECUSADA'
               WHEN VFR-SOBREPOSTA
                   DISPLAY 'PROGFER: PERIODO SOBREPOE OUTRA '
                       'PROGRAMACAO DO FUNCIONARIO - RECUSADA'
               WHEN VFR-SEM-SALDO
                   DISPLAY 'PROGFER: SALDO DE FERIAS INSUFICIENTE '
                       '(LIVRE: ' VFR-SALDO-LIVRE ' DIAS) - RECUSADA'
               WHEN OTHER
                   DISPLAY 'PERIODO..................: '
                       VFR-DATA-INICIO ' A ' VFR-DATA-FIM
                   DISPLAY 'SALDO LIVRE..............: '
                       VFR-SALDO-LIVRE ' DIAS'
                   DISPLAY 'AUSENCIA NO DEPARTAMENTO.: '
                       VFR-PERC-AUSENCIA ' PCT ('
                       VFR-QTD-AUSENTES ' JA PROGRAMADOS DE '
                       VFR-QTD-DEPARTAMENTO ' ATIVOS)'
                   IF VFR-DEPTO-ACIMA-LIMITE
                       DISPLAY 'PROGFER: ATENCAO - AUSENCIA ACIMA DO '
                           'LIMITE DE ' VFR-PERC-LIMITE ' PCT DO '
                           'DEPARTAMENTO'
                   END-IF
           END-EVALUATE.
       3900-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CANCELAR - cancela uma programacao pendente ou aprovada
      * ainda nao lancada.
      ******************************************************************
       4000-CANCELAR.
           DISPLAY 'MATRICULA................: ' WITH NO ADVANCING.
           ACCEPT PFE-MATRICULA.
           DISPLAY 'SEQUENCIA................: ' WITH NO ADVANCING.
           ACCEPT PFE-SEQUENCIA.
           READ PROGFER-ARQ
               INVALID KEY
                   DISPLAY 'PROGFER: PROGRAMACAO NAO ENCONTRADA'
                   GO TO 4000-EXIT
           END-READ.
           IF NOT PFE-EM-ABERTO
               DISPLAY 'PROGFER: SO PROGRAMACAO PENDENTE OU APROVADA '
                   'E NAO LANCADA PODE SER CANCELADA'
               GO TO 4000-EXIT
           END-IF.
           MOVE 'C'             TO PFE-SITUACAO.
           MOVE SEG-USUARIO     TO PFE-APROVADOR.
           MOVE WS-DATA-SISTEMA TO PFE-DATA-DECISAO.
           REWRITE PFE-REGISTRO
               INVALID KEY
                   DISPLAY 'PROGFER: ERRO AO CANCELAR'
               NOT INVALID KEY
                   DISPLAY 'PROGFER: PROGRAMACAO CANCELADA'
           END-REWRITE.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-LISTAR - lista as programacoes da matricula.
      ******************************************************************
       5000-LISTAR.
           DISPLAY 'MATRICULA................: ' WITH NO ADVANCING.
           ACCEPT WS-MATRICULA-INFORMADA.
           MOVE 0 TO WS-QTD-LISTADOS.
           PERFORM 3600-POSICIONAR-PROGRAMACAO THRU 3600-EXIT.
           PERFORM 5100-LISTAR-UMA THRU 5100-EXIT
               UNTIL FIM-DAS-PROGRAMACOES.
           DISPLAY 'TOTAL DE PROGRAMACOES: ' WS-QTD-LISTADOS.
       5000-EXIT.
           EXIT.

       5100-LISTAR-UMA.
           DISPLAY PFE-SEQUENCIA ' ' PFE-DATA-INICIO ' A '
               PFE-DATA-FIM ' ' PFE-DIAS ' DIAS SIT.' PFE-SITUACAO
               ' ORIG.' PFE-ORIGEM ' DECIDIDA POR ' PFE-APROVADOR.
           ADD 1 TO WS-QTD-LISTADOS.
           PERFORM 3690-LER-PROXIMA-PROGRAMACAO THRU 3690-EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 6000-LANCAR-INICIADAS - percorre o PROGFER e lanca cada
      * programacao aprovada cujo inicio ja chegou: abate os dias do
      * saldo do FERIAS e grava o evento FERGOZO da competencia do
      * inicio, como o registro de gozo do FERIAS faz.
      ******************************************************************
       6000-LANCAR-INICIADAS.
           MOVE 0 TO WS-QTD-LANCADAS.
           MOVE 'N' TO WS-FIM-PROGRAMACOES.
           MOVE 0 TO PFE-MATRICULA.
           MOVE 0 TO PFE-SEQUENCIA.
           START PROGFER-ARQ KEY IS NOT LESS THAN PFE-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-PROGRAMACOES
           END-START.
           PERFORM 6100-LANCAR-UMA THRU 6100-EXIT
               UNTIL FIM-DAS-PROGRAMACOES.
           MOVE WS-QTD-LANCADAS TO WS-QTD-EDITADA.
           DISPLAY 'PROGFER: PROGRAMACOES LANCADAS: ' WS-QTD-EDITADA.
       6000-EXIT.
           EXIT.

       6100-LANCAR-UMA.
           READ PROGFER-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PROGRAMACOES
                   GO TO 6100-EXIT
           END-READ.
           IF WS-PROGFER-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-PROGRAMACOES
               GO TO 6100-EXIT
           END-IF.
           IF NOT PFE-APROVADA
               OR PFE-DATA-INICIO > WS-DATA-SISTEMA
               GO TO 6100-EXIT
           END-IF.
           MOVE PFE-MATRICULA TO FER-MATRICULA.
           READ FERIAS-ARQ
               INVALID KEY
                   DISPLAY 'PROGFER: MATRICULA ' PFE-MATRICULA
                       ' SEM REGISTRO DE FERIAS - NAO LANCADA'
                   GO TO 6100-EXIT
           END-READ.
           IF PFE-DIAS > FER-DIAS-SALDO
               DISPLAY 'PROGFER: MATRICULA ' PFE-MATRICULA
                   ' COM SALDO INSUFICIENTE - NAO LANCADA'
               GO TO 6100-EXIT
           END-IF.
           ADD PFE-DIAS      TO FER-DIAS-GOZADOS.
           SUBTRACT PFE-DIAS FROM FER-DIAS-SALDO.
           REWRITE FER-REGISTRO
               INVALID KEY
                   DISPLAY 'PROGFER: ERRO AO ATUALIZAR O SALDO DA '
                       'MATRICULA ' PFE-MATRICULA
                   GO TO 6100-EXIT
           END-REWRITE.
           PERFORM 6200-GRAVAR-EVENTO-GOZO THRU 6200-EXIT.
           MOVE 'G'             TO PFE-SITUACAO.
           MOVE WS-DATA-SISTEMA TO PFE-DATA-LANCAMENTO.
           REWRITE PFE-REGISTRO
               INVALID KEY
                   DISPLAY 'PROGFER: ERRO AO MARCAR A PROGRAMACAO '
                       PFE-MATRICULA '-' PFE-SEQUENCIA
           END-REWRITE.
           ADD 1 TO WS-QTD-LANCADAS.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 6200-GRAVAR-EVENTO-GOZO - grava (ou acumula, num segundo gozo
      * no mesmo mes) o evento de ferias da competencia do inicio.
      ******************************************************************
       6200-GRAVAR-EVENTO-GOZO.
           MOVE SPACES TO FGZ-REGISTRO.
           MOVE PFE-MATRICULA         TO FGZ-MATRICULA.
           MOVE PFE-DATA-INICIO (1:4) TO FGZ-ANO.
           MOVE PFE-DATA-INICIO (5:2) TO FGZ-MES.
           MOVE PFE-DIAS              TO FGZ-DIAS.
           MOVE PFE-DATA-INICIO       TO FGZ-DATA-INICIO.
           WRITE FGZ-REGISTRO
               INVALID KEY
                   READ FERGOZO-ARQ
                       INVALID KEY
                           DISPLAY 'PROGFER: ERRO AO GRAVAR EVENTO DE '
                               'GOZO (FERGOZO)'
                           GO TO 6200-EXIT
                   END-READ
                   ADD PFE-DIAS TO FGZ-DIAS
                   REWRITE FGZ-REGISTRO
                       INVALID KEY
                           DISPLAY 'PROGFER: ERRO AO ACUMULAR EVENTO '
                               'DE GOZO (FERGOZO)'
                   END-REWRITE
           END-WRITE.
       6200-EXIT.
           EXIT.

      ******************************************************************
      * 7000-RELATORIO-VENCIMENTOS - lista os funcionarios ativos cujo
      * periodo concessivo mais antigo em aberto termina ate
      * WS-DIAS-ANTECEDENCIA dias a frente (ou ja terminou) sem ferias
      * programadas antes do fim, e deixa o alerta na caixa MSGREG.
      ******************************************************************
       7000-RELATORIO-VENCIMENTOS.
           MOVE 0 TO WS-QTD-A-VENCER.
           MOVE 0 TO WS-QTD-VENCIDAS.
           MOVE WS-DATA-SISTEMA TO WS-DATA-CALCULO.
           MOVE 0 TO WS-CONTADOR-DIAS.
           PERFORM 7800-SOMAR-UM-DIA THRU 7800-EXIT
               UNTIL WS-CONTADOR-DIAS NOT < WS-DIAS-ANTECEDENCIA.
           MOVE WS-DATA-CALCULO TO WS-DATA-LIMITE.
           MOVE WS-DATA-SISTEMA (1:4) TO WS-ANO-HOJE.
           MOVE WS-DATA-SISTEMA (5:4) TO WS-MESDIA-HOJE.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE SPACES TO WS-NOME-RELATORIO.
           STRING 'PROGFER-'            DELIMITED BY SIZE
                  WS-DATA-SISTEMA       DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  WS-HORA-SISTEMA (1:4) DELIMITED BY SIZE
                  INTO WS-NOME-RELATORIO
           END-STRING.
           OPEN OUTPUT RELATORIO-ARQ.
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'PROGFER: ERRO AO ABRIR O ARQUIVO DE '
                   'IMPRESSAO - STATUS ' WS-RELATORIO-STATUS
               GO TO 7000-EXIT
           END-IF.
           MOVE WS-DATA-LIMITE TO CAB2P-LIMITE.
           MOVE CAB1P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB2P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB1P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB3P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           MOVE 0 TO EMP-MATRICULA.
           START EMPREG-ARQ KEY IS NOT LESS THAN EMP-MATRICULA
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-START.
           PERFORM 7100-AVALIAR-FUNCIONARIO THRU 7100-EXIT
               UNTIL FIM-DO-ARQUIVO.
           MOVE CAB1P TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-QTD-A-VENCER TO TOT1P-QTD.
           MOVE WS-QTD-VENCIDAS TO TOT1P-VENCIDOS.
           MOVE TOT1P TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELATORIO-ARQ.
           IF WS-QTD-A-VENCER > 0
               PERFORM 7500-ALERTAR-OPERACAO THRU 7500-EXIT
           END-IF.
           DISPLAY 'PROGFER: RELATORIO GRAVADO EM ' WS-NOME-RELATORIO.
       7000-EXIT.
           EXIT.

       7100-AVALIAR-FUNCIONARIO.
           READ EMPREG-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
                   GO TO 7100-EXIT
           END-READ.
           IF WS-EMPREG-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-ARQUIVO
               GO TO 7100-EXIT
           END-IF.
           IF NOT EMP-ATIVO
               GO TO 7100-EXIT
           END-IF.
           PERFORM 7200-APURAR-CONCESSIVO THRU 7200-EXIT.
           IF WS-CONCESSIVO-FIM = 0
               OR WS-CONCESSIVO-FIM > WS-DATA-LIMITE
               GO TO 7100-EXIT
           END-IF.
           PERFORM 7300-PROCURAR-PROGRAMACAO THRU 7300-EXIT.
           IF WS-TEM-PROGRAMACAO
               GO TO 7100-EXIT
           END-IF.
           ADD 1 TO WS-QTD-A-VENCER.
           MOVE EMP-MATRICULA        TO DET1P-MATRICULA.
           MOVE EMP-NOME             TO DET1P-NOME.
           MOVE EMP-DEPARTAMENTO     TO DET1P-DEPTO.
           MOVE EMP-DATA-ADMISSAO    TO DET1P-ADMISSAO.
           MOVE WS-AQUISITIVO-INICIO TO DET1P-AQUIS-INICIO.
           MOVE WS-AQUISITIVO-FIM    TO DET1P-AQUIS-FIM.
           MOVE WS-CONCESSIVO-FIM    TO DET1P-VENCIMENTO.
           MOVE WS-DIAS-SALDO        TO DET1P-SALDO.
           IF WS-CONCESSIVO-FIM NOT > WS-DATA-SISTEMA
               MOVE 'VENCIDO' TO DET1P-SITUACAO
               ADD 1 TO WS-QTD-VENCIDAS
           ELSE
               MOVE 'A VENCER' TO DET1P-SITUACAO
           END-IF.
           MOVE DET1P TO REL-LINHA.
           WRITE REL-LINHA.
       7100-EXIT.
           EXIT.

      ******************************************************************
      * 7200-APURAR-CONCESSIVO - anos completos desde a admissao e,
      * pelos dias ja gozados no FERIAS (30 por periodo), o periodo
      * aquisitivo mais antigo em aberto. Sem periodo completo em
      * aberto, WS-CONCESSIVO-FIM fica zerado.
      ******************************************************************
       7200-APURAR-CONCESSIVO.
           MOVE 0 TO WS-CONCESSIVO-FIM.
           MOVE EMP-DATA-ADMISSAO (1:4) TO WS-ANO-ADMISSAO.
           MOVE EMP-DATA-ADMISSAO (5:4) TO WS-MESDIA-ADMISSAO.
           COMPUTE WS-ANOS-COMPLETOS = WS-ANO-HOJE - WS-ANO-ADMISSAO.
           IF WS-MESDIA-HOJE < WS-MESDIA-ADMISSAO
               SUBTRACT 1 FROM WS-ANOS-COMPLETOS
           END-IF.
           IF WS-ANOS-COMPLETOS < 1
               GO TO 7200-EXIT
           END-IF.
           MOVE 0 TO WS-DIAS-GOZADOS.
           MOVE 0 TO WS-DIAS-SALDO.
           MOVE EMP-MATRICULA TO FER-MATRICULA.
           READ FERIAS-ARQ
               NOT INVALID KEY
                   MOVE FER-DIAS-GOZADOS TO WS-DIAS-GOZADOS
                   MOVE FER-DIAS-SALDO   TO WS-DIAS-SALDO
           END-READ.
           COMPUTE WS-PERIODO-ABERTO = WS-DIAS-GOZADOS / 30 + 1.
           IF WS-PERIODO-ABERTO > WS-ANOS-COMPLETOS
               GO TO 7200-EXIT
           END-IF.
           COMPUTE WS-AQUISITIVO-INICIO =
               (WS-ANO-ADMISSAO + WS-PERIODO-ABERTO - 1) * 10000
             + WS-MESDIA-ADMISSAO.
           COMPUTE WS-AQUISITIVO-FIM =
               (WS-ANO-ADMISSAO + WS-PERIODO-ABERTO) * 10000
             + WS-MESDIA-ADMISSAO.
           COMPUTE WS-CONCESSIVO-FIM =
               (WS-ANO-ADMISSAO + WS-PERIODO-ABERTO + 1) * 10000
             + WS-MESDIA-ADMISSAO.
       7200-EXIT.
           EXIT.

      ******************************************************************
      * 7300-PROCURAR-PROGRAMACAO - liga WS-TEM-PROGRAMACAO se o
      * funcionario tem programacao pendente ou aprovada com inicio
      * antes do fim do periodo concessivo.
      ******************************************************************
       7300-PROCURAR-PROGRAMACAO.
           MOVE 'N' TO WS-ACHOU-PROGRAMACAO.
           MOVE EMP-MATRICULA TO WS-MATRICULA-INFORMADA.
           PERFORM 3600-POSICIONAR-PROGRAMACAO THRU 3600-EXIT.
           PERFORM 7350-TESTAR-PROGRAMACAO THRU 7350-EXIT
               UNTIL FIM-DAS-PROGRAMACOES OR WS-TEM-PROGRAMACAO.
       7300-EXIT.
           EXIT.

       7350-TESTAR-PROGRAMACAO.
           IF PFE-EM-ABERTO
               AND PFE-DATA-INICIO < WS-CONCESSIVO-FIM
               MOVE 'S' TO WS-ACHOU-PROGRAMACAO
           ELSE
               PERFORM 3690-LER-PROXIMA-PROGRAMACAO THRU 3690-EXIT
           END-IF.
       7350-EXIT.
           EXIT.

      ******************************************************************
      * 7500-ALERTAR-OPERACAO - deixa na caixa MSGREG o aviso dos
      * periodos concessivos vencendo sem ferias programadas; urgente
      * quando algum ja venceu (ferias em dobro).
      ******************************************************************
       7500-ALERTAR-OPERACAO.
           MOVE WS-QTD-A-VENCER TO WS-QTD-EDITADA.
           MOVE WS-QTD-VENCIDAS TO WS-QTD-EDITADA-2.
           MOVE 'OPERACAO' TO GRV-DESTINATARIO.
           MOVE SPACES TO GRV-TEXTO.
           STRING 'PROGFER: '           DELIMITED BY SIZE
                  WS-QTD-EDITADA        DELIMITED BY SIZE
                  ' SEM FERIAS PROGRAMADAS COM CONCESSIVO EM 60 DIAS'
                                        DELIMITED BY SIZE
                  ' - VENCIDOS:'        DELIMITED BY SIZE
                  WS-QTD-EDITADA-2      DELIMITED BY SIZE
                  INTO GRV-TEXTO
           END-STRING.
           IF WS-QTD-VENCIDAS > 0
               MOVE 'U' TO GRV-PRIORIDADE
           ELSE
               MOVE 'N' TO GRV-PRIORIDADE
           END-IF.
           CALL 'MSGGRAV' USING GRV-PARAMETROS.
       7500-EXIT.
           EXIT.

      * 7800-SOMAR-UM-DIA - avanca WS-DATA-CALCULO em um dia, virando
      * mes e ano.
       7800-SOMAR-UM-DIA.
           MOVE WS-DIAS-MES (WS-CALC-MES) TO WS-DIAS-DO-MES.
           IF WS-CALC-MES = 2
               DIVIDE WS-CALC-ANO BY 4 GIVING WS-ANO-QUOCIENTE
                   REMAINDER WS-ANO-RESTO
               IF WS-ANO-RESTO = 0
                   MOVE 29 TO WS-DIAS-DO-MES
               END-IF
           END-IF.
           ADD 1 TO WS-CALC-DIA.
           IF WS-CALC-DIA > WS-DIAS-DO-MES
               MOVE 1 TO WS-CALC-DIA
               ADD 1 TO WS-CALC-MES
               IF WS-CALC-MES > 12
                   MOVE 1 TO WS-CALC-MES
                   ADD 1 TO WS-CALC-ANO
               END-IF
           END-IF.
           ADD 1 TO WS-CONTADOR-DIAS.
       7800-EXIT.
           EXIT.

      ******************************************************************
      * 8000-DECIDIR-SEM-GESTOR - um supervisor aprova ou rejeita a
      * programacao pendente que nao tem gestor para decidir: o
      * departamento sem DEP-GESTOR-MATRICULA ou o pedido do proprio
      * gestor. As demais sao decididas pelo gestor no CONSFUNC.
      ******************************************************************
       8000-DECIDIR-SEM-GESTOR.
           IF SEG-NIVEL < 2
               DISPLAY 'PROGFER: OPCAO RESTRITA A SUPERVISOR'
               GO TO 8000-EXIT
           END-IF.
           DISPLAY 'MATRICULA................: ' WITH NO ADVANCING.
           ACCEPT PFE-MATRICULA.
           DISPLAY 'SEQUENCIA................: ' WITH NO ADVANCING.
           ACCEPT PFE-SEQUENCIA.
           READ PROGFER-ARQ
               INVALID KEY
                   DISPLAY 'PROGFER: PROGRAMACAO NAO ENCONTRADA'
                   GO TO 8000-EXIT
           END-READ.
           IF NOT PFE-PENDENTE
               DISPLAY 'PROGFER: PROGRAMACAO NAO ESTA PENDENTE'
               GO TO 8000-EXIT
           END-IF.
           MOVE 0 TO WS-GESTOR-MATRICULA.
           IF WS-DEPTOS-DISPONIVEL
               MOVE PFE-DEPARTAMENTO TO DEP-CODIGO
               READ DEPTOS-ARQ
                   NOT INVALID KEY
                       IF DEP-GESTOR-MATRICULA NUMERIC
                           MOVE DEP-GESTOR-MATRICULA
                               TO WS-GESTOR-MATRICULA
                       END-IF
               END-READ
           END-IF.
           IF WS-GESTOR-MATRICULA NOT = 0
               AND WS-GESTOR-MATRICULA NOT = PFE-MATRICULA
               DISPLAY 'PROGFER: A DECISAO CABE AO GESTOR DO '
                   'DEPARTAMENTO (MATRICULA ' WS-GESTOR-MATRICULA
                   '), NO CONSFUNC'
               GO TO 8000-EXIT
           END-IF.
           MOVE PFE-MATRICULA    TO VFR-MATRICULA.
           MOVE PFE-DEPARTAMENTO TO VFR-DEPARTAMENTO.
           MOVE PFE-SEQUENCIA    TO VFR-SEQUENCIA.
           MOVE PFE-DATA-INICIO  TO VFR-DATA-INICIO.
           MOVE PFE-DIAS         TO VFR-DIAS.
           CALL 'VALFER' USING VFR-PARAMETROS.
           PERFORM 3900-MOSTRAR-CONFERENCIA THRU 3900-EXIT.
           IF VFR-OK
               DISPLAY 'APROVAR OU REJEITAR (A/R)? ' WITH NO ADVANCING
               ACCEPT WS-DECISAO
           ELSE
               DISPLAY 'PROGFER: PERIODO NAO PASSA MAIS NA '
                   'CONFERENCIA - SO PODE SER REJEITADO'
               DISPLAY 'REJEITAR (R)? ' WITH NO ADVANCING
               ACCEPT WS-DECISAO
               IF WS-DECISAO NOT = 'R'
                   MOVE SPACES TO WS-DECISAO
               END-IF
           END-IF.
           IF WS-DECISAO NOT = 'A' AND WS-DECISAO NOT = 'R'
               DISPLAY 'PROGFER: PROGRAMACAO MANTIDA PENDENTE'
               GO TO 8000-EXIT
           END-IF.
           MOVE WS-DECISAO      TO PFE-SITUACAO.
           MOVE SEG-USUARIO     TO PFE-APROVADOR.
           MOVE WS-DATA-SISTEMA TO PFE-DATA-DECISAO.
           REWRITE PFE-REGISTRO
               INVALID KEY
                   DISPLAY 'PROGFER: ERRO AO GRAVAR A DECISAO'
               NOT INVALID KEY
                   DISPLAY 'PROGFER: DECISAO GRAVADA'
           END-REWRITE.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - fecha os arquivos.
      ******************************************************************
       9000-FINALIZAR.
           IF NOT SEG-ACESSO-LIBERADO
               GO TO 9000-EXIT
           END-IF.
           CLOSE EMPREG-ARQ.
           IF WS-DEPTOS-DISPONIVEL
               CLOSE DEPTOS-ARQ
           END-IF.
           CLOSE FERIAS-ARQ.
           CLOSE FERGOZO-ARQ.
           CLOSE PROGFER-ARQ.
       9000-EXIT.
           EXIT.

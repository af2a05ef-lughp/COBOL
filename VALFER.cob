       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALFER.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Subrotina chamavel, no molde da ADICRISC, que
      *             confere um periodo de ferias antes de ele ser
      *             programado (CONSFUNC, PROGFER) ou aprovado pelo
      *             gestor (CONSFUNC):
      *               - data de inicio valida, de 5 a 30 dias, e o
      *                 ultimo dia de gozo calculado;
      *               - nenhum dia dentro de afastamento aberto do
      *                 AFAST (ate o retorno previsto; sem previsao, o
      *                 afastamento segue aberto);
      *               - sem sobreposicao com outra programacao do
      *                 funcionario ainda valida no PROGFER;
      *               - dias cabendo no saldo do FERIAS, descontado o
      *                 que ja esta programado e ainda nao lancado.
      *             Devolve tambem a ausencia no departamento: quantos
      *             funcionarios ativos ha, quantos estarao de ferias
      *             programadas em algum dia do periodo e o percentual
      *             contando este, com aviso acima do limite - o aviso
      *             nao impede a programacao, so alerta quem decide.
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

           SELECT AFAST-ARQ
               ASSIGN TO "AFAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFA-CHAVE
               FILE STATUS IS WS-AFAST-STATUS.

           SELECT FERIAS-ARQ
               ASSIGN TO "FERIAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-MATRICULA
               FILE STATUS IS WS-FERIAS-STATUS.

           SELECT PROGFER-ARQ
               ASSIGN TO "PROGFER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PFE-CHAVE
               ALTERNATE RECORD KEY IS PFE-DEPARTAMENTO
                   WITH DUPLICATES
               FILE STATUS IS WS-PROGFER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREG-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPREGC.

       FD  AFAST-ARQ
           LABEL RECORD IS STANDARD.
           COPY AFASTC.

       FD  FERIAS-ARQ
           LABEL RECORD IS STANDARD.
           COPY FERIASC.

       FD  PROGFER-ARQ
           LABEL RECORD IS STANDARD.
           COPY PROGFERC.

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-EMPREG-STATUS        PIC X(02) VALUE '00'.
           05 WS-AFAST-STATUS         PIC X(02) VALUE '00'.
           05 WS-FERIAS-STATUS        PIC X(02) VALUE '00'.
           05 WS-PROGFER-STATUS       PIC X(02) VALUE '00'.
           05 WS-FIM-LEITURA          PIC X(01) VALUE 'N'.
               88 FIM-DA-LEITURA      VALUE 'S'.

      * Limite de ausencia simultanea no departamento, em percentual
      * dos funcionarios ativos: acima dele a programacao sai com
      * aviso para o gestor.
       01  WS-PERC-LIMITE-AUSENCIA    PIC 9(03) VALUE 30.

       01  WS-DIAS-COMPROMETIDOS      PIC 9(03) VALUE 0.
       01  WS-CONTADOR-DIAS           PIC 9(03) VALUE 0.

      * Dias de cada mes (fevereiro acertado no ano bissexto), para
      * validar a data de inicio e achar o ultimo dia de gozo.
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

       LINKAGE SECTION.
           COPY VFRLINKC.

       PROCEDURE DIVISION USING VFR-PARAMETROS.

       0000-MAINLINE.
           MOVE 0   TO VFR-DATA-FIM.
           MOVE '0' TO VFR-RESULTADO.
           MOVE 0   TO VFR-SALDO-LIVRE.
           MOVE 0   TO VFR-QTD-DEPARTAMENTO.
           MOVE 0   TO VFR-QTD-AUSENTES.
           MOVE 0   TO VFR-PERC-AUSENCIA.
           MOVE WS-PERC-LIMITE-AUSENCIA TO VFR-PERC-LIMITE.
           MOVE 'N' TO VFR-AVISO.
           PERFORM 1000-CALCULAR-FIM THRU 1000-EXIT.
           IF NOT VFR-OK
               GOBACK
           END-IF.
           PERFORM 2000-CONFERIR-AFASTAMENTO THRU 2000-EXIT.
           IF NOT VFR-OK
               GOBACK
           END-IF.
           PERFORM 3000-CONFERIR-PROGRAMACOES THRU 3000-EXIT.
           IF NOT VFR-OK
               GOBACK
           END-IF.
           PERFORM 4000-CONFERIR-SALDO THRU 4000-EXIT.
           IF NOT VFR-OK
               GOBACK
           END-IF.
           PERFORM 5000-APURAR-AUSENCIA THRU 5000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-CALCULAR-FIM - confere a data de inicio e a quantidade de
      * dias (5 a 30) e calcula o ultimo dia de gozo.
      ******************************************************************
       1000-CALCULAR-FIM.
           MOVE VFR-DATA-INICIO TO WS-DATA-CALCULO.
           IF VFR-DIAS < 5 OR VFR-DIAS > 30
               OR WS-CALC-MES < 1 OR WS-CALC-MES > 12
               OR WS-CALC-DIA < 1
               MOVE '1' TO VFR-RESULTADO
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1900-APURAR-DIAS-DO-MES THRU 1900-EXIT.
           IF WS-CALC-DIA > WS-DIAS-DO-MES
               MOVE '1' TO VFR-RESULTADO
               GO TO 1000-EXIT
           END-IF.
           MOVE 1 TO WS-CONTADOR-DIAS.
           PERFORM 1800-SOMAR-UM-DIA THRU 1800-EXIT
               UNTIL WS-CONTADOR-DIAS NOT < VFR-DIAS.
           MOVE WS-DATA-CALCULO TO VFR-DATA-FIM.
       1000-EXIT.
           EXIT.

      * 1800-SOMAR-UM-DIA - avanca WS-DATA-CALCULO em um dia, virando
      * mes e ano.
       1800-SOMAR-UM-DIA.
           PERFORM 1900-APURAR-DIAS-DO-MES THRU 1900-EXIT.
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
       1800-EXIT.
           EXIT.

      * 1900-APURAR-DIAS-DO-MES - dias do mes de WS-DATA-CALCULO, com
      * 29 em fevereiro de ano bissexto.
       1900-APURAR-DIAS-DO-MES.
           MOVE WS-DIAS-MES (WS-CALC-MES) TO WS-DIAS-DO-MES.
           IF WS-CALC-MES = 2
               DIVIDE WS-CALC-ANO BY 4 GIVING WS-ANO-QUOCIENTE
                   REMAINDER WS-ANO-RESTO
               IF WS-ANO-RESTO = 0
                   MOVE 29 TO WS-DIAS-DO-MES
               END-IF
           END-IF.
       1900-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CONFERIR-AFASTAMENTO - recusa o periodo que cruza um
      * afastamento aberto da matricula (do inicio ate a vespera do
      * retorno previsto; sem previsao, sem fim).
      ******************************************************************
       2000-CONFERIR-AFASTAMENTO.
           OPEN INPUT AFAST-ARQ.
           IF WS-AFAST-STATUS NOT = '00'
               GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE VFR-MATRICULA TO AFA-MATRICULA.
           MOVE 0 TO AFA-SEQUENCIA.
           START AFAST-ARQ KEY IS NOT LESS THAN AFA-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
           END-START.
           PERFORM 2100-TESTAR-AFASTAMENTO THRU 2100-EXIT
               UNTIL FIM-DA-LEITURA.
           CLOSE AFAST-ARQ.
       2000-EXIT.
           EXIT.

       2100-TESTAR-AFASTAMENTO.
           READ AFAST-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 2100-EXIT
           END-READ.
           IF WS-AFAST-STATUS NOT = '00'
               OR AFA-MATRICULA NOT = VFR-MATRICULA
               MOVE 'S' TO WS-FIM-LEITURA
               GO TO 2100-EXIT
           END-IF.
           IF AFA-ABERTO
               AND AFA-DATA-INICIO NOT > VFR-DATA-FIM
               AND (AFA-DATA-RETORNO-PREV = 0
                    OR AFA-DATA-RETORNO-PREV > VFR-DATA-INICIO)
               MOVE '2' TO VFR-RESULTADO
               MOVE 'S' TO WS-FIM-LEITURA
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CONFERIR-PROGRAMACOES - percorre as programacoes da
      * matricula (menos a que esta em revisao): recusa sobreposicao
      * com uma ainda valida e soma os dias ja programados e ainda
      * nao lancados no FERIAS.
      ******************************************************************
       3000-CONFERIR-PROGRAMACOES.
           MOVE 0 TO WS-DIAS-COMPROMETIDOS.
           OPEN INPUT PROGFER-ARQ.
           IF WS-PROGFER-STATUS NOT = '00'
               GO TO 3000-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE VFR-MATRICULA TO PFE-MATRICULA.
           MOVE 0 TO PFE-SEQUENCIA.
           START PROGFER-ARQ KEY IS NOT LESS THAN PFE-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
           END-START.
           PERFORM 3100-TESTAR-PROGRAMACAO THRU 3100-EXIT
               UNTIL FIM-DA-LEITURA.
           CLOSE PROGFER-ARQ.
       3000-EXIT.
           EXIT.

       3100-TESTAR-PROGRAMACAO.
           READ PROGFER-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 3100-EXIT
           END-READ.
           IF WS-PROGFER-STATUS NOT = '00'
               OR PFE-MATRICULA NOT = VFR-MATRICULA
               MOVE 'S' TO WS-FIM-LEITURA
               GO TO 3100-EXIT
           END-IF.
           IF PFE-SEQUENCIA = VFR-SEQUENCIA OR NOT PFE-VIGENTE
               GO TO 3100-EXIT
           END-IF.
           IF PFE-EM-ABERTO
               ADD PFE-DIAS TO WS-DIAS-COMPROMETIDOS
           END-IF.
           IF PFE-DATA-INICIO NOT > VFR-DATA-FIM
               AND PFE-DATA-FIM NOT < VFR-DATA-INICIO
               MOVE '3' TO VFR-RESULTADO
               MOVE 'S' TO WS-FIM-LEITURA
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CONFERIR-SALDO - saldo do FERIAS menos o que ja esta
      * programado e nao lancado; sem registro no FERIAS, nao ha
      * saldo.
      ******************************************************************
       4000-CONFERIR-SALDO.
           OPEN INPUT FERIAS-ARQ.
           IF WS-FERIAS-STATUS NOT = '00'
               MOVE '4' TO VFR-RESULTADO
               GO TO 4000-EXIT
           END-IF.
           MOVE VFR-MATRICULA TO FER-MATRICULA.
           READ FERIAS-ARQ
               INVALID KEY
                   MOVE 0 TO FER-DIAS-SALDO
           END-READ.
           CLOSE FERIAS-ARQ.
           IF FER-DIAS-SALDO > WS-DIAS-COMPROMETIDOS
               COMPUTE VFR-SALDO-LIVRE =
                   FER-DIAS-SALDO - WS-DIAS-COMPROMETIDOS
           END-IF.
           IF VFR-DIAS > VFR-SALDO-LIVRE
               MOVE '4' TO VFR-RESULTADO
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-APURAR-AUSENCIA - conta os ativos do departamento e,
      * pela chave alternada do PROGFER, os outros funcionarios com
      * ferias valida em algum dia do periodo; o percentual conta o
      * proprio funcionario entre os ausentes.
      ******************************************************************
       5000-APURAR-AUSENCIA.
           OPEN INPUT EMPREG-ARQ.
           IF WS-EMPREG-STATUS = '00'
               MOVE 'N' TO WS-FIM-LEITURA
               MOVE VFR-DEPARTAMENTO TO EMP-DEPARTAMENTO
               START EMPREG-ARQ KEY IS EQUAL TO EMP-DEPARTAMENTO
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-LEITURA
               END-START
               PERFORM 5100-CONTAR-ATIVO THRU 5100-EXIT
                   UNTIL FIM-DA-LEITURA
               CLOSE EMPREG-ARQ
           END-IF.
           OPEN INPUT PROGFER-ARQ.
           IF WS-PROGFER-STATUS = '00'
               MOVE 'N' TO WS-FIM-LEITURA
               MOVE VFR-DEPARTAMENTO TO PFE-DEPARTAMENTO
               START PROGFER-ARQ KEY IS EQUAL TO PFE-DEPARTAMENTO
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-LEITURA
               END-START
               PERFORM 5200-CONTAR-AUSENTE THRU 5200-EXIT
                   UNTIL FIM-DA-LEITURA
               CLOSE PROGFER-ARQ
           END-IF.
           IF VFR-QTD-DEPARTAMENTO > 0
               COMPUTE VFR-PERC-AUSENCIA =
                   (VFR-QTD-AUSENTES + 1) * 100 / VFR-QTD-DEPARTAMENTO
           END-IF.
           IF VFR-PERC-AUSENCIA > WS-PERC-LIMITE-AUSENCIA
               MOVE 'S' TO VFR-AVISO
           END-IF.
       5000-EXIT.
           EXIT.

       5100-CONTAR-ATIVO.
           READ EMPREG-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 5100-EXIT
           END-READ.
           IF WS-EMPREG-STATUS NOT = '00'
               OR EMP-DEPARTAMENTO NOT = VFR-DEPARTAMENTO
               MOVE 'S' TO WS-FIM-LEITURA
               GO TO 5100-EXIT
           END-IF.
           IF EMP-ATIVO
               ADD 1 TO VFR-QTD-DEPARTAMENTO
           END-IF.
       5100-EXIT.
           EXIT.

       5200-CONTAR-AUSENTE.
           READ PROGFER-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 5200-EXIT
           END-READ.
           IF WS-PROGFER-STATUS NOT = '00'
               OR PFE-DEPARTAMENTO NOT = VFR-DEPARTAMENTO
               MOVE 'S' TO WS-FIM-LEITURA
               GO TO 5200-EXIT
           END-IF.
           IF PFE-MATRICULA NOT = VFR-MATRICULA
               AND PFE-VIGENTE
               AND PFE-DATA-INICIO NOT > VFR-DATA-FIM
               AND PFE-DATA-FIM NOT < VFR-DATA-INICIO
               ADD 1 TO VFR-QTD-AUSENTES
           END-IF.
       5200-EXIT.
           EXIT.

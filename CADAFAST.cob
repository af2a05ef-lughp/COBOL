      *
      * Historico de alteracoes:
      *   03/09/2026 LHP  Versao inicial.
      *   15/10/2026 LHP  Retorno de afastamento de 30 dias ou mais
      *                   exige exame medico de retorno ao trabalho:
      *                   grava o exame pendente no arquivo ASO,
      *                   vencendo no dia da volta, para o CADASO
      *                   completar.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPREG-STATUS.

           SELECT ASO-ARQ
               ASSIGN TO "ASO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASO-CHAVE
               FILE STATUS IS WS-ASO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AFAST-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPREGC.

       FD  ASO-ARQ
           LABEL RECORD IS STANDARD.
           COPY ASOC.

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-AFAST-STATUS         PIC X(02) VALUE '00'.
           05 WS-EMPREG-STATUS        PIC X(02) VALUE '00'.
           05 WS-ASO-STATUS           PIC X(02) VALUE '00'.
           05 WS-ASO-OK               PIC X(01) VALUE 'N'.
               88 WS-ASO-DISPONIVEL   VALUE 'S'.
           05 WS-FIM-ASO              PIC X(01) VALUE 'N'.
               88 FIM-DOS-EXAMES      VALUE 'S'.
           05 WS-CONTINUA             PIC X(01) VALUE 'S'.
               88 WS-SAIR-DO-MENU     VALUE 'N'.
           05 WS-FIM-AFAST            PIC X(01) VALUE 'N'.
       01  WS-SEQ-ABERTO              PIC 9(02) VALUE 0.
       01  WS-QTD-LISTADOS            PIC 9(02) VALUE 0.
       01  WS-DATA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-ULTIMA-SEQ-ASO          PIC 9(03) VALUE 0.

      * Afastamento a partir desta quantidade de dias exige exame de
      * retorno ao trabalho (ASO).
       01  WS-DIAS-EXIGE-RETORNO      PIC 9(03) VALUE 30.
       01  WS-DIAS-AFASTADO           PIC 9(03) VALUE 0.

      * Dias de cada mes (fevereiro acertado no ano bissexto).
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

           COPY SEGLINKC.

                   WS-EMPREG-STATUS
               MOVE 'N' TO WS-CONTINUA
           END-IF.
           OPEN I-O ASO-ARQ.
           IF WS-ASO-STATUS = '35'
               OPEN OUTPUT ASO-ARQ
               CLOSE ASO-ARQ
               OPEN I-O ASO-ARQ
           END-IF.
           IF WS-ASO-STATUS = '00'
               MOVE 'S' TO WS-ASO-OK
           END-IF.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-REGISTRAR-RETORNO - encerra o afastamento aberto da
      * matricula com a data real de retorno ao trabalho e, se o
      * afastamento foi longo, exige o exame de retorno.
      ******************************************************************
       4000-REGISTRAR-RETORNO.
           DISPLAY 'MATRICULA......: ' WITH NO ADVANCING.
                   DISPLAY 'CADAFAST: ERRO AO REGISTRAR RETORNO'
               NOT INVALID KEY
                   DISPLAY 'CADAFAST: RETORNO REGISTRADO'
                   PERFORM 4500-EXIGIR-EXAME-RETORNO THRU 4500-EXIT
           END-REWRITE.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4500-EXIGIR-EXAME-RETORNO - conta os dias afastados (ate o
      * limite WS-DIAS-EXIGE-RETORNO) e, atingido o limite, grava no
      * ASO o exame de retorno ao trabalho pendente, vencendo no dia
      * da volta; o CADASO o completa quando o exame e feito.
      ******************************************************************
       4500-EXIGIR-EXAME-RETORNO.
           MOVE AFA-DATA-INICIO TO WS-DATA-CALCULO.
           MOVE 0 TO WS-DIAS-AFASTADO.
           PERFORM 4600-SOMAR-UM-DIA THRU 4600-EXIT
               UNTIL WS-DATA-CALCULO NOT < AFA-DATA-RETORNO-REAL
                  OR WS-DIAS-AFASTADO NOT < WS-DIAS-EXIGE-RETORNO.
           IF WS-DIAS-AFASTADO < WS-DIAS-EXIGE-RETORNO
               GO TO 4500-EXIT
           END-IF.
           IF NOT WS-ASO-DISPONIVEL
               DISPLAY 'CADAFAST: ARQUIVO ASO INDISPONIVEL - EXAME DE '
                   'RETORNO NAO REGISTRADO, PROVIDENCIE NO CADASO'
               GO TO 4500-EXIT
           END-IF.
           PERFORM 4700-ACHAR-ULTIMO-EXAME THRU 4700-EXIT.
           MOVE SPACES TO ASO-REGISTRO.
           MOVE AFA-MATRICULA         TO ASO-MATRICULA.
           COMPUTE ASO-SEQUENCIA = WS-ULTIMA-SEQ-ASO + 1.
           MOVE 'R'                   TO ASO-TIPO.
           MOVE 'P'                   TO ASO-SITUACAO.
           MOVE 0                     TO ASO-DATA-EXAME.
           MOVE AFA-DATA-RETORNO-REAL TO ASO-DATA-PROXIMO.
           MOVE AFA-SEQUENCIA         TO ASO-AFA-SEQUENCIA.
           MOVE WS-OPERADOR           TO ASO-OPERADOR.
           WRITE ASO-REGISTRO
               INVALID KEY
                   DISPLAY 'CADAFAST: ERRO AO GRAVAR O EXAME DE '
                       'RETORNO PENDENTE'
               NOT INVALID KEY
                   DISPLAY 'CADAFAST: AFASTAMENTO DE '
                       WS-DIAS-EXIGE-RETORNO ' DIAS OU MAIS - EXAME '
                       'DE RETORNO AO TRABALHO EXIGIDO ANTES DA VOLTA'
           END-WRITE.
       4500-EXIT.
           EXIT.

       4600-SOMAR-UM-DIA.
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
           ADD 1 TO WS-DIAS-AFASTADO.
       4600-EXIT.
           EXIT.

      * 4700-ACHAR-ULTIMO-EXAME - maior sequencia de exame ja usada
      * pela matricula no ASO.
       4700-ACHAR-ULTIMO-EXAME.
           MOVE 0 TO WS-ULTIMA-SEQ-ASO.
           MOVE 'N' TO WS-FIM-ASO.
           MOVE AFA-MATRICULA TO ASO-MATRICULA.
           MOVE 0 TO ASO-SEQUENCIA.
           START ASO-ARQ KEY IS NOT LESS THAN ASO-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ASO
           END-START.
           IF WS-ASO-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-ASO
           END-IF.
           PERFORM 4750-GUARDAR-SEQ-EXAME THRU 4750-EXIT
               UNTIL FIM-DOS-EXAMES.
       4700-EXIT.
           EXIT.

       4750-GUARDAR-SEQ-EXAME.
           READ ASO-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ASO
                   GO TO 4750-EXIT
           END-READ.
           IF WS-ASO-STATUS NOT = '00'
               OR ASO-MATRICULA NOT = AFA-MATRICULA
               MOVE 'S' TO WS-FIM-ASO
               GO TO 4750-EXIT
           END-IF.
           MOVE ASO-SEQUENCIA TO WS-ULTIMA-SEQ-ASO.
       4750-EXIT.
           EXIT.

      ******************************************************************
      * 5000-LISTAR - lista os afastamentos da matricula.
      ******************************************************************
       9000-FINALIZAR.
           CLOSE AFAST-ARQ.
           CLOSE EMPREG-ARQ.
           IF WS-ASO-DISPONIVEL
               CLOSE ASO-ARQ
           END-IF.
       9000-EXIT.
           EXIT.

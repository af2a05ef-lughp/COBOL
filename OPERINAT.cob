       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERINAT.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Relatorio periodico de contas de operador inativas.
      *             Percorre o mestre de operadores (OPERMST) e lista
      *             quem nao assina na SEGURAN ha WS-DIAS-INATIVIDADE
      *             dias ou mais (padrao 90) - pelo ultimo acesso, ou,
      *             para quem nunca assinou, pela data de inclusao -
      *             com nivel, situacao (bloqueada ou nao) e troca de
      *             senha pendente, para o supervisor excluir ou
      *             bloquear no CADOPER. Havendo conta inativa, deixa
      *             aviso na caixa MSGREG (MSGGRAV).
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
           SELECT OPERMST-ARQ
               ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-USUARIO
               FILE STATUS IS WS-OPERMST-STATUS.

           SELECT RELATORIO-ARQ
               ASSIGN TO DYNAMIC WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERMST-ARQ
           LABEL RECORD IS STANDARD.
           COPY OPERC.

       FD  RELATORIO-ARQ
           LABEL RECORD IS STANDARD.
       01  REL-LINHA                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-OPERMST-STATUS       PIC X(02) VALUE '00'.
           05 WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
               88 FIM-DO-ARQUIVO      VALUE 'S'.
           05 WS-ABERTOS              PIC X(01) VALUE 'N'.
               88 WS-ARQUIVOS-ABERTOS VALUE 'S'.

      * Prazo sem assinatura a partir do qual a conta e listada; zero
      * no parametro assume o padrao.
       01  WS-DIAS-PADRAO             PIC 9(03) VALUE 90.
       01  WS-DIAS-INATIVIDADE        PIC 9(03) VALUE 0.

       01  WS-DATA-CORTE              PIC 9(08) VALUE 0.
       01  WS-DATA-REFERENCIA         PIC 9(08) VALUE 0.
       01  WS-CONTADOR-DIAS           PIC 9(03) VALUE 0.

      * Dias de cada mes (fevereiro acertado no ano bissexto), para
      * achar a data de corte.
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

       01  WS-RELATORIO-STATUS        PIC X(02) VALUE '00'.
       01  WS-NOME-RELATORIO          PIC X(22) VALUE SPACES.
       01  WS-DATA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-HORA-SISTEMA            PIC 9(08) VALUE 0.

       01  WS-CONTADORES.
           05 WS-QTD-LIDOS            PIC 9(05) COMP VALUE 0.
           05 WS-QTD-INATIVOS         PIC 9(05) COMP VALUE 0.
           05 WS-QTD-NUNCA            PIC 9(05) COMP VALUE 0.

       01  WS-QTD-EDITADA             PIC ZZ.ZZ9.

           COPY MSGGRVC.

       01  CAB1O.
           05 FILLER       PIC X(100) VALUE ALL '-'.

       01  CAB2O.
           05 FILLER       PIC X(38) VALUE
               'CONTAS DE OPERADOR SEM ASSINATURA HA '.
           05 CAB2O-DIAS   PIC ZZ9.
           05 FILLER       PIC X(25) VALUE
               ' DIAS OU MAIS - EMISSAO '.
           05 CAB2O-DATA   PIC 9(08).

       01  CAB3O.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 FILLER       PIC X(09) VALUE 'USUARIO'.
           05 FILLER       PIC X(31) VALUE 'NOME'.
           05 FILLER       PIC X(06) VALUE 'NIVEL'.
           05 FILLER       PIC X(15) VALUE 'ULTIMO ACESSO'.
           05 FILLER       PIC X(12) VALUE 'INCLUSAO'.
           05 FILLER       PIC X(11) VALUE 'SITUACAO'.
           05 FILLER       PIC X(13) VALUE 'TROCA SENHA'.

       01  DET1O.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 DET1O-USUARIO PIC X(08).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1O-NOME   PIC X(30).
           05 FILLER       PIC X(03) VALUE SPACES.
           05 DET1O-NIVEL  PIC 9(01).
           05 FILLER       PIC X(04) VALUE SPACES.
           05 DET1O-ULTIMO PIC X(13).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1O-INCLUSAO PIC X(10).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1O-SITUACAO PIC X(09).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1O-TROCA  PIC X(08).

       01  TOT1O.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 TOT1O-DESCRICAO PIC X(35).
           05 TOT1O-QTD    PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESSAR-OPERADOR THRU 2000-EXIT
               UNTIL FIM-DO-ARQUIVO.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - le o prazo de inatividade, acha a data de
      * corte, abre o mestre e o relatorio e posiciona no primeiro
      * operador.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'DIAS SEM ASSINATURA (0 = 90).........: '
               WITH NO ADVANCING.
           ACCEPT WS-DIAS-INATIVIDADE.
           IF WS-DIAS-INATIVIDADE = 0
               MOVE WS-DIAS-PADRAO TO WS-DIAS-INATIVIDADE
           END-IF.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-DATA-SISTEMA TO WS-DATA-CALCULO.
           MOVE 0 TO WS-CONTADOR-DIAS.
           PERFORM 8800-SUBTRAIR-UM-DIA THRU 8800-EXIT
               UNTIL WS-CONTADOR-DIAS NOT < WS-DIAS-INATIVIDADE.
           MOVE WS-DATA-CALCULO TO WS-DATA-CORTE.
           MOVE 'S' TO WS-FIM-ARQUIVO.
           OPEN INPUT OPERMST-ARQ.
           IF WS-OPERMST-STATUS NOT = '00'
               DISPLAY 'OPERINAT: ERRO AO ABRIR OPERMST - STATUS '
                   WS-OPERMST-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           STRING 'OPERINAT-'          DELIMITED BY SIZE
                  WS-DATA-SISTEMA      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-HORA-SISTEMA (1:4) DELIMITED BY SIZE
                  INTO WS-NOME-RELATORIO
           END-STRING.
           OPEN OUTPUT RELATORIO-ARQ.
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'OPERINAT: ERRO AO ABRIR O ARQUIVO DE '
                   'IMPRESSAO - STATUS ' WS-RELATORIO-STATUS
               CLOSE OPERMST-ARQ
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'S' TO WS-ABERTOS.
           MOVE WS-DIAS-INATIVIDADE TO CAB2O-DIAS.
           MOVE WS-DATA-SISTEMA     TO CAB2O-DATA.
           MOVE CAB1O TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB2O TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB1O TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB3O TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           MOVE LOW-VALUES TO OPE-USUARIO.
           START OPERMST-ARQ KEY IS NOT LESS THAN OPE-USUARIO
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQUIVO
                   GO TO 1000-EXIT
           END-START.
           PERFORM 2900-LER-PROXIMO THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR-OPERADOR - lista o operador cuja ultima
      * assinatura (ou a inclusao, se nunca assinou) nao e posterior a
      * data de corte.
      ******************************************************************
       2000-PROCESSAR-OPERADOR.
           ADD 1 TO WS-QTD-LIDOS.
           IF OPE-ULTIMO-ACESSO > 0
               MOVE OPE-ULTIMO-ACESSO TO WS-DATA-REFERENCIA
           ELSE
               MOVE OPE-DATA-INCLUSAO TO WS-DATA-REFERENCIA
           END-IF.
           IF WS-DATA-REFERENCIA > WS-DATA-CORTE
               GO TO 2100-LER
           END-IF.
           MOVE OPE-USUARIO TO DET1O-USUARIO.
           MOVE OPE-NOME    TO DET1O-NOME.
           MOVE OPE-NIVEL   TO DET1O-NIVEL.
           IF OPE-ULTIMO-ACESSO > 0
               MOVE OPE-ULTIMO-ACESSO TO DET1O-ULTIMO
           ELSE
               MOVE 'NUNCA ASSINOU' TO DET1O-ULTIMO
               ADD 1 TO WS-QTD-NUNCA
           END-IF.
           IF OPE-DATA-INCLUSAO > 0
               MOVE OPE-DATA-INCLUSAO TO DET1O-INCLUSAO
           ELSE
               MOVE 'SEM DATA' TO DET1O-INCLUSAO
           END-IF.
           IF OPE-BLOQUEADO
               MOVE 'BLOQUEADA' TO DET1O-SITUACAO
           ELSE
               MOVE 'LIBERADA' TO DET1O-SITUACAO
           END-IF.
           IF OPE-TROCA-OBRIGATORIA
               MOVE 'PENDENTE' TO DET1O-TROCA
           ELSE
               MOVE SPACES TO DET1O-TROCA
           END-IF.
           MOVE DET1O TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 1 TO WS-QTD-INATIVOS.
       2100-LER.
           PERFORM 2900-LER-PROXIMO THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2900-LER-PROXIMO.
           READ OPERMST-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.
           IF WS-OPERMST-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-ARQUIVO
           END-IF.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-AVISAR-INATIVAS - deixa aviso na caixa MSGREG quando ha
      * conta inativa para o supervisor revisar no CADOPER.
      ******************************************************************
       8000-AVISAR-INATIVAS.
           MOVE WS-QTD-INATIVOS TO WS-QTD-EDITADA.
           MOVE 'OPERACAO' TO GRV-DESTINATARIO.
           MOVE SPACES TO GRV-TEXTO.
           STRING 'OPERINAT: ' DELIMITED BY SIZE
                  WS-QTD-EDITADA DELIMITED BY SIZE
                  ' CONTA(S) SEM ASSINATURA - VER '
                      DELIMITED BY SIZE
                  WS-NOME-RELATORIO DELIMITED BY SPACE
                  INTO GRV-TEXTO
           END-STRING.
           MOVE 'N' TO GRV-PRIORIDADE.
           CALL 'MSGGRAV' USING GRV-PARAMETROS.
       8000-EXIT.
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
           ADD 1 TO WS-CONTADOR-DIAS.
       8800-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - imprime os totais, fecha os arquivos e avisa
      * na caixa MSGREG se houver conta inativa.
      ******************************************************************
       9000-FINALIZAR.
           IF NOT WS-ARQUIVOS-ABERTOS
               GO TO 9000-EXIT
           END-IF.
           MOVE CAB1O TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'OPERADORES NO MESTRE..............:'
               TO TOT1O-DESCRICAO.
           MOVE WS-QTD-LIDOS TO TOT1O-QTD.
           MOVE TOT1O TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'CONTAS INATIVAS LISTADAS..........:'
               TO TOT1O-DESCRICAO.
           MOVE WS-QTD-INATIVOS TO TOT1O-QTD.
           MOVE TOT1O TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE '  DAS QUAIS NUNCA ASSINARAM.......:'
               TO TOT1O-DESCRICAO.
           MOVE WS-QTD-NUNCA TO TOT1O-QTD.
           MOVE TOT1O TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE OPERMST-ARQ.
           CLOSE RELATORIO-ARQ.
           DISPLAY 'OPERINAT: ' WS-QTD-INATIVOS
               ' CONTA(S) INATIVA(S) - RELATORIO GRAVADO EM '
               WS-NOME-RELATORIO.
           IF WS-QTD-INATIVOS > 0
               PERFORM 8000-AVISAR-INATIVAS THRU 8000-EXIT
           END-IF.
           MOVE 0 TO RETURN-CODE.
       9000-EXIT.
           EXIT.

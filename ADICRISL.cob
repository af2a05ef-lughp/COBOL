       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADICRISL.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Relatorio dos funcionarios ativos que recebem
      *             adicional de insalubridade ou de periculosidade
      *             pelo cargo, para a revisao anual do engenheiro de
      *             seguranca do trabalho. Uma secao por adicional
      *             (insalubridade, depois periculosidade), com o
      *             cargo, o grau e o valor do mes cheio na competencia
      *             corrente - o mesmo calculo da folha (subrotina
      *             ADICRISC). Cargo insalubre sem salario minimo
      *             vigente no CADTABF sai marcado. Saida no arquivo
      *             de impressao datado ADICRISL-AAAAMMDD-HHMM.
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

           SELECT RELATORIO-ARQ
               ASSIGN TO DYNAMIC WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREG-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPREGC.

       FD  RELATORIO-ARQ
           LABEL RECORD IS STANDARD.
       01  REL-LINHA                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-EMPREG-STATUS        PIC X(02) VALUE '00'.
           05 WS-RELATORIO-STATUS     PIC X(02) VALUE '00'.
           05 WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
               88 FIM-DO-ARQUIVO      VALUE 'S'.
           05 WS-ERRO-ABERTURA        PIC X(01) VALUE 'N'.
               88 WS-HOUVE-ERRO       VALUE 'S'.

      * Adicional da secao em impressao: 'I' insalubridade, 'P'
      * periculosidade. O mestre e lido uma vez por secao.
       01  WS-TIPO-SECAO              PIC X(01) VALUE SPACES.
           88 WS-SECAO-INSALUBRIDADE  VALUE 'I'.

       01  WS-NOME-RELATORIO          PIC X(22) VALUE SPACES.
       01  WS-DATA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-HORA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-COMP-AAAAMM             PIC 9(06) VALUE 0.

       01  WS-CONTADORES.
           05 WS-QTD-SECAO            PIC 9(05) COMP VALUE 0.
           05 WS-QTD-SEM-MINIMO       PIC 9(05) COMP VALUE 0.

       01  WS-TOTAL-SECAO             PIC S9(09)V99 VALUE 0.

       01  WS-QTD-EDITADA             PIC ZZ.ZZ9.
       01  WS-VALOR-EDITADO           PIC -ZZZ.ZZZ.ZZ9,99.

           COPY ADRLINKC.

       01  CAB1A.
           05 FILLER       PIC X(80) VALUE ALL '-'.

       01  CAB2A.
           05 FILLER       PIC X(48) VALUE
               'ADICIONAIS DE INSALUBRIDADE E PERICULOSIDADE - '.
           05 CAB2A-COMP   PIC 9(06).

       01  CAB3A.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 CAB3A-TITULO PIC X(40).

       01  CAB4A.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 FILLER       PIC X(08) VALUE 'MATRIC. '.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 FILLER       PIC X(22) VALUE 'NOME'.
           05 FILLER       PIC X(06) VALUE 'CARGO '.
           05 FILLER       PIC X(05) VALUE 'GRAU '.
           05 FILLER       PIC X(14) VALUE '       SALARIO'.
           05 FILLER       PIC X(14) VALUE '     ADICIONAL'.

       01  DET1A.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 DET1A-MATRICULA PIC 9(06).
           05 FILLER       PIC X(04) VALUE SPACES.
           05 DET1A-NOME   PIC X(20).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1A-CARGO  PIC X(04).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 DET1A-PERC   PIC Z9.
           05 FILLER       PIC X(02) VALUE '% '.
           05 DET1A-SALARIO PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1A-VALOR  PIC -Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 DET1A-OBS    PIC X(11).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT WS-HOUVE-ERRO
               MOVE 'I' TO WS-TIPO-SECAO
               PERFORM 3000-LISTAR-SECAO THRU 3000-EXIT
               MOVE 'P' TO WS-TIPO-SECAO
               PERFORM 3000-LISTAR-SECAO THRU 3000-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - confere o mestre, abre o arquivo de
      * impressao e grava o cabecalho da competencia corrente.
      ******************************************************************
       1000-INICIALIZAR.
           OPEN INPUT EMPREG-ARQ.
           IF WS-EMPREG-STATUS NOT = '00'
               DISPLAY 'ADICRISL: ERRO AO ABRIR EMPREG - STATUS '
                   WS-EMPREG-STATUS
               MOVE 'S' TO WS-ERRO-ABERTURA
               GO TO 1000-EXIT
           END-IF.
           CLOSE EMPREG-ARQ.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-DATA-SISTEMA (1:6) TO WS-COMP-AAAAMM.
           STRING 'ADICRISL-'          DELIMITED BY SIZE
                  WS-DATA-SISTEMA      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-HORA-SISTEMA (1:4) DELIMITED BY SIZE
                  INTO WS-NOME-RELATORIO
           END-STRING.
           OPEN OUTPUT RELATORIO-ARQ.
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'ADICRISL: ERRO AO ABRIR O ARQUIVO DE '
                   'IMPRESSAO - STATUS ' WS-RELATORIO-STATUS
               MOVE 'S' TO WS-ERRO-ABERTURA
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-COMP-AAAAMM TO CAB2A-COMP.
           MOVE CAB1A TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB2A TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB1A TO REL-LINHA.
           WRITE REL-LINHA.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LISTAR-SECAO - varre o mestre inteiro e imprime os ativos
      * cujo cargo paga o adicional da secao, com o total do mes.
      ******************************************************************
       3000-LISTAR-SECAO.
           MOVE 0 TO WS-QTD-SECAO.
           MOVE 0 TO WS-TOTAL-SECAO.
           IF WS-SECAO-INSALUBRIDADE
               MOVE 'INSALUBRIDADE (PCT DO SALARIO MINIMO)'
                   TO CAB3A-TITULO
           ELSE
               MOVE 'PERICULOSIDADE (PCT DO SALARIO)'
                   TO CAB3A-TITULO
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB3A TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CAB4A TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           OPEN INPUT EMPREG-ARQ.
           PERFORM 2900-LER-PROXIMO THRU 2900-EXIT.
           PERFORM 2000-PROCESSAR-FUNCIONARIO THRU 2000-EXIT
               UNTIL FIM-DO-ARQUIVO.
           CLOSE EMPREG-ARQ.
           MOVE CAB1A TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-QTD-SECAO TO WS-QTD-EDITADA.
           MOVE WS-TOTAL-SECAO TO WS-VALOR-EDITADO.
           MOVE SPACES TO REL-LINHA.
           STRING '   FUNCIONARIOS..............: ' DELIMITED BY SIZE
                  WS-QTD-EDITADA DELIMITED BY SIZE
                  '   TOTAL DO MES: ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR-FUNCIONARIO - apura pela ADICRISC o adicional
      * do cargo do funcionario ativo e imprime quem recebe o
      * adicional da secao.
      ******************************************************************
       2000-PROCESSAR-FUNCIONARIO.
           IF NOT EMP-ATIVO
               OR EMP-CARGO = SPACES
               GO TO 2000-LER
           END-IF.
           MOVE EMP-CARGO      TO ADR-CARGO.
           MOVE EMP-SALARIO    TO ADR-SALARIO.
           MOVE WS-COMP-AAAAMM TO ADR-COMPETENCIA.
           CALL 'ADICRISC' USING ADR-PARAMETROS.
           IF ADR-TIPO NOT = WS-TIPO-SECAO
               GO TO 2000-LER
           END-IF.
           MOVE EMP-MATRICULA  TO DET1A-MATRICULA.
           MOVE EMP-NOME       TO DET1A-NOME.
           MOVE EMP-CARGO      TO DET1A-CARGO.
           MOVE ADR-PERCENTUAL TO DET1A-PERC.
           MOVE EMP-SALARIO    TO DET1A-SALARIO.
           MOVE ADR-VALOR      TO DET1A-VALOR.
           MOVE SPACES         TO DET1A-OBS.
           IF ADR-SEM-MINIMO
               MOVE 'SEM MINIMO' TO DET1A-OBS
               ADD 1 TO WS-QTD-SEM-MINIMO
           END-IF.
           MOVE DET1A TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 1 TO WS-QTD-SECAO.
           ADD ADR-VALOR TO WS-TOTAL-SECAO.
       2000-LER.
           PERFORM 2900-LER-PROXIMO THRU 2900-EXIT.
       2000-EXIT.
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
      * 9000-FINALIZAR - fecha o arquivo de impressao; avisa quando
      * houver cargo insalubre sem salario minimo vigente.
      ******************************************************************
       9000-FINALIZAR.
           IF WS-NOME-RELATORIO = SPACES
               OR WS-RELATORIO-STATUS NOT = '00'
               GO TO 9000-EXIT
           END-IF.
           IF WS-QTD-SEM-MINIMO > 0
               MOVE WS-QTD-SEM-MINIMO TO WS-QTD-EDITADA
               MOVE SPACES TO REL-LINHA
               STRING '   SEM SALARIO MINIMO VIGENTE NO CADTABF: '
                          DELIMITED BY SIZE
                      WS-QTD-EDITADA DELIMITED BY SIZE
                      INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF.
           CLOSE RELATORIO-ARQ.
           DISPLAY 'ADICRISL: RELATORIO GRAVADO EM '
               WS-NOME-RELATORIO.
       9000-EXIT.
           EXIT.

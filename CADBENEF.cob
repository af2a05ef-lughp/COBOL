       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADBENEF.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Manutencao do cadastro de beneficios do funcionario
      *             (BENEF), no mesmo molde do CADSIND: vale-transporte
      *             por trechos (linha, viagens por dia e tarifa por
      *             viagem, ate 4 trechos) com o cartao da operadora, e
      *             vale-refeicao ou vale-alimentacao com o valor por
      *             dia, o cartao e a participacao do funcionario (ate
      *             20 por cento). A carga mensal e os pedidos as
      *             operadoras saem do PEDBENEF; o desconto na folha,
      *             do RELAT (VT limitado a 6 por cento do salario).
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
           SELECT BENEF-ARQ
               ASSIGN TO "BENEF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-MATRICULA
               FILE STATUS IS WS-BENEF-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  BENEF-ARQ
           LABEL RECORD IS STANDARD.
           COPY BENEFC.

       FD  EMPREG-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPREGC.

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-BENEF-STATUS         PIC X(02) VALUE '00'.
           05 WS-EMPREG-STATUS        PIC X(02) VALUE '00'.
           05 WS-CONTINUA             PIC X(01) VALUE 'S'.
               88 WS-SAIR-DO-MENU     VALUE 'N'.
           05 WS-DADOS-OK             PIC X(01) VALUE 'S'.
               88 WS-BENEFICIO-VALIDO VALUE 'S'.

       01  WS-OPCAO                   PIC 9(01) VALUE 0.
       01  WS-OPERADOR                PIC X(08) VALUE SPACES.
       01  WS-DATA-SISTEMA            PIC 9(08) VALUE 0.
       01  WS-NUM-TRECHO              PIC 9(01) VALUE 0.

      * Custo diario do vale-transporte (soma de viagens x tarifa dos
      * trechos) e o teto de 6 por cento do salario, so para mostrar
      * ao operador quanto a empresa vai custear.
       01  WS-CUSTO-DIA-VT            PIC 9(05)V99 VALUE 0.
       01  WS-TETO-VT                 PIC 9(05)V99 VALUE 0.
       01  WS-PERC-TETO-VT            PIC 9(02)V99 VALUE 6.
       01  WS-PERC-MAX-VR             PIC 9(02)V99 VALUE 20.
       01  WS-VALOR-EDITADO           PIC ZZ.ZZ9,99.

           COPY SEGLINKC.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-EXIBIR-MENU THRU 2000-EXIT
               UNTIL WS-SAIR-DO-MENU.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - identifica o operador, abre o cadastro de
      * beneficios em atualizacao (criando-o se ainda nao existir) e o
      * mestre de funcionarios para conferir a matricula.
      ******************************************************************
       1000-INICIALIZAR.
           MOVE 'CADBENEF' TO SEG-PROGRAMA.
           MOVE 1          TO SEG-NIVEL-MINIMO.
           CALL 'SEGURAN' USING SEG-PARAMETROS.
           IF NOT SEG-ACESSO-LIBERADO
               MOVE 'N' TO WS-CONTINUA
               GO TO 1000-EXIT
           END-IF.
           MOVE SEG-USUARIO TO WS-OPERADOR.
           OPEN I-O BENEF-ARQ.
           IF WS-BENEF-STATUS = '35'
               OPEN OUTPUT BENEF-ARQ
               CLOSE BENEF-ARQ
               OPEN I-O BENEF-ARQ
           END-IF.
           OPEN INPUT EMPREG-ARQ.
           IF WS-EMPREG-STATUS NOT = '00'
               DISPLAY 'CADBENEF: ERRO AO ABRIR EMPREG - STATUS '
                   WS-EMPREG-STATUS
               MOVE 'N' TO WS-CONTINUA
           END-IF.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-EXIBIR-MENU - le a opcao do usuario e direciona para a
      * rotina de manutencao correspondente.
      ******************************************************************
       2000-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '=== BENEFICIOS VT E VR/VA ==='.
           DISPLAY '1 - INCLUIR BENEFICIOS'.
           DISPLAY '2 - ALTERAR BENEFICIOS'.
           DISPLAY '3 - EXCLUIR BENEFICIOS'.
           DISPLAY '4 - CONSULTAR BENEFICIOS'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'OPCAO: ' WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM 3000-INCLUIR THRU 3000-EXIT
               WHEN 2 PERFORM 4000-ALTERAR THRU 4000-EXIT
               WHEN 3 PERFORM 5000-EXCLUIR THRU 5000-EXIT
               WHEN 4 PERFORM 6000-CONSULTAR THRU 6000-EXIT
               WHEN 9 MOVE 'N' TO WS-CONTINUA
               WHEN OTHER DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-INCLUIR - grava os beneficios de um funcionario ativo que
      * ainda nao os tenha cadastrados.
      ******************************************************************
       3000-INCLUIR.
           MOVE SPACES TO BEN-REGISTRO.
           DISPLAY 'MATRICULA......: ' WITH NO ADVANCING.
           ACCEPT BEN-MATRICULA.
           MOVE BEN-MATRICULA TO EMP-MATRICULA.
           READ EMPREG-ARQ
               INVALID KEY
                   DISPLAY 'CADBENEF: FUNCIONARIO NAO ENCONTRADO'
                   GO TO 3000-EXIT
           END-READ.
           IF NOT EMP-ATIVO
               DISPLAY 'CADBENEF: FUNCIONARIO DESLIGADO - OPERACAO '
                   'REJEITADA'
               GO TO 3000-EXIT
           END-IF.
           DISPLAY 'FUNCIONARIO....: ' EMP-NOME.
           PERFORM 3500-OBTER-DADOS THRU 3500-EXIT.
           IF NOT WS-BENEFICIO-VALIDO
               GO TO 3000-EXIT
           END-IF.
           WRITE BEN-REGISTRO
               INVALID KEY
                   DISPLAY 'CADBENEF: BENEFICIOS JA CADASTRADOS - USE '
                       'A ALTERACAO'
               NOT INVALID KEY
                   DISPLAY 'CADBENEF: BENEFICIOS INCLUIDOS'
           END-WRITE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3500-OBTER-DADOS - le a opcao pelo VT e os trechos, e o tipo,
      * o valor por dia e a participacao do VR/VA. Os trechos que nao
      * se aplicam sao limpos. Qualquer dado fora de faixa rejeita a
      * operacao em curso.
      ******************************************************************
       3500-OBTER-DADOS.
           MOVE 'S' TO WS-DADOS-OK.
           MOVE SPACES TO BEN-VT-CARTAO.
           MOVE 0 TO BEN-QTD-TRECHOS.
           PERFORM 3560-LIMPAR-TRECHO THRU 3560-EXIT
               VARYING BEN-IDX-TRECHO FROM 1 BY 1
               UNTIL BEN-IDX-TRECHO > 4.
           DISPLAY 'OPTA PELO VALE-TRANSPORTE (S/N): '
               WITH NO ADVANCING.
           ACCEPT BEN-VT-OPCAO.
           IF NOT BEN-VT-OPCAO-VALIDA
               DISPLAY 'CADBENEF: OPCAO DO VT DEVE SER S OU N - '
                   'OPERACAO REJEITADA'
               MOVE 'N' TO WS-DADOS-OK
               GO TO 3500-EXIT
           END-IF.
           IF BEN-OPTA-VT
               DISPLAY 'CARTAO DO VT...: ' WITH NO ADVANCING
               ACCEPT BEN-VT-CARTAO
               DISPLAY 'QTD. TRECHOS (1 A 4): ' WITH NO ADVANCING
               ACCEPT BEN-QTD-TRECHOS
               IF BEN-QTD-TRECHOS = 0 OR BEN-QTD-TRECHOS > 4
                   DISPLAY 'CADBENEF: QUANTIDADE DE TRECHOS FORA DE '
                       '1 A 4 - OPERACAO REJEITADA'
                   MOVE 'N' TO WS-DADOS-OK
                   GO TO 3500-EXIT
               END-IF
               PERFORM 3550-OBTER-TRECHO THRU 3550-EXIT
                   VARYING BEN-IDX-TRECHO FROM 1 BY 1
                   UNTIL BEN-IDX-TRECHO > BEN-QTD-TRECHOS
                      OR NOT WS-BENEFICIO-VALIDO
               IF NOT WS-BENEFICIO-VALIDO
                   GO TO 3500-EXIT
               END-IF
           END-IF.
           DISPLAY 'VALE (R=REFEICAO A=ALIMENTACAO N=NAO TEM): '
               WITH NO ADVANCING.
           ACCEPT BEN-VR-TIPO.
           MOVE SPACES TO BEN-VR-CARTAO.
           MOVE 0 TO BEN-VR-VALOR-DIA.
           MOVE 0 TO BEN-VR-PERC-DESCONTO.
           IF NOT BEN-VR-TIPO-VALIDO
               DISPLAY 'CADBENEF: TIPO DO VALE INVALIDO - OPERACAO '
                   'REJEITADA'
               MOVE 'N' TO WS-DADOS-OK
               GO TO 3500-EXIT
           END-IF.
           IF NOT BEN-SEM-VR
               DISPLAY 'CARTAO DO VALE.: ' WITH NO ADVANCING
               ACCEPT BEN-VR-CARTAO
               DISPLAY 'VALOR POR DIA..: ' WITH NO ADVANCING
               ACCEPT BEN-VR-VALOR-DIA
               DISPLAY 'PARTICIPACAO DO FUNCIONARIO (%): '
                   WITH NO ADVANCING
               ACCEPT BEN-VR-PERC-DESCONTO
               IF BEN-VR-VALOR-DIA = 0
                   DISPLAY 'CADBENEF: VALOR POR DIA ZERADO - '
                       'OPERACAO REJEITADA'
                   MOVE 'N' TO WS-DADOS-OK
                   GO TO 3500-EXIT
               END-IF
               IF BEN-VR-PERC-DESCONTO > WS-PERC-MAX-VR
                   DISPLAY 'CADBENEF: PARTICIPACAO ACIMA DE 20 POR '
                       'CENTO - OPERACAO REJEITADA'
                   MOVE 'N' TO WS-DADOS-OK
                   GO TO 3500-EXIT
               END-IF
           END-IF.
           IF NOT BEN-OPTA-VT AND BEN-SEM-VR
               DISPLAY 'CADBENEF: SEM VT E SEM VALE - NADA A '
                   'CADASTRAR (USE A EXCLUSAO)'
               MOVE 'N' TO WS-DADOS-OK
               GO TO 3500-EXIT
           END-IF.
           MOVE WS-DATA-SISTEMA TO BEN-DATA-ALTERACAO.
           MOVE WS-OPERADOR     TO BEN-OPERADOR.
           PERFORM 3900-EXIBIR-CUSTO-VT THRU 3900-EXIT.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3550-OBTER-TRECHO - le linha, viagens por dia e tarifa de um
      * trecho do vale-transporte.
      ******************************************************************
       3550-OBTER-TRECHO.
           SET WS-NUM-TRECHO TO BEN-IDX-TRECHO.
           DISPLAY 'TRECHO ' WS-NUM-TRECHO ' - LINHA.....: '
               WITH NO ADVANCING.
           ACCEPT BEN-TRECHO-LINHA (BEN-IDX-TRECHO).
           DISPLAY 'TRECHO ' WS-NUM-TRECHO ' - VIAGENS/DIA: '
               WITH NO ADVANCING.
           ACCEPT BEN-TRECHO-VIAGENS (BEN-IDX-TRECHO).
           DISPLAY 'TRECHO ' WS-NUM-TRECHO ' - TARIFA....: '
               WITH NO ADVANCING.
           ACCEPT BEN-TRECHO-TARIFA (BEN-IDX-TRECHO).
           IF BEN-TRECHO-LINHA (BEN-IDX-TRECHO) = SPACES
               OR BEN-TRECHO-VIAGENS (BEN-IDX-TRECHO) = 0
               OR BEN-TRECHO-TARIFA (BEN-IDX-TRECHO) = 0
               DISPLAY 'CADBENEF: TRECHO ' WS-NUM-TRECHO
                   ' INCOMPLETO - OPERACAO REJEITADA'
               MOVE 'N' TO WS-DADOS-OK
           END-IF.
       3550-EXIT.
           EXIT.

       3560-LIMPAR-TRECHO.
           MOVE SPACES TO BEN-TRECHO-LINHA (BEN-IDX-TRECHO).
           MOVE 0 TO BEN-TRECHO-VIAGENS (BEN-IDX-TRECHO).
           MOVE 0 TO BEN-TRECHO-TARIFA (BEN-IDX-TRECHO).
       3560-EXIT.
           EXIT.

      ******************************************************************
      * 3900-EXIBIR-CUSTO-VT - mostra o custo diario do VT e o teto
      * mensal do desconto (6 por cento do salario do mestre) - o que
      * passar do teto e custeado pela empresa.
      ******************************************************************
       3900-EXIBIR-CUSTO-VT.
           IF NOT BEN-OPTA-VT
               GO TO 3900-EXIT
           END-IF.
           MOVE 0 TO WS-CUSTO-DIA-VT.
           PERFORM 3950-SOMAR-TRECHO THRU 3950-EXIT
               VARYING BEN-IDX-TRECHO FROM 1 BY 1
               UNTIL BEN-IDX-TRECHO > BEN-QTD-TRECHOS.
           MOVE WS-CUSTO-DIA-VT TO WS-VALOR-EDITADO.
           DISPLAY 'CUSTO DIARIO VT: ' WS-VALOR-EDITADO.
           MOVE BEN-MATRICULA TO EMP-MATRICULA.
           READ EMPREG-ARQ
               INVALID KEY
                   GO TO 3900-EXIT
           END-READ.
           COMPUTE WS-TETO-VT ROUNDED =
               EMP-SALARIO * WS-PERC-TETO-VT / 100.
           MOVE WS-TETO-VT TO WS-VALOR-EDITADO.
           DISPLAY 'TETO DESCONTO..: ' WS-VALOR-EDITADO
               ' (6 POR CENTO DO SALARIO)'.
       3900-EXIT.
           EXIT.

       3950-SOMAR-TRECHO.
           COMPUTE WS-CUSTO-DIA-VT = WS-CUSTO-DIA-VT
               + BEN-TRECHO-VIAGENS (BEN-IDX-TRECHO)
               * BEN-TRECHO-TARIFA (BEN-IDX-TRECHO).
       3950-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ALTERAR - atualiza os beneficios de um funcionario. A
      * alteracao vale para o proximo pedido do PEDBENEF; a carga ja
      * pedida (BENMOV) nao e refeita.
      ******************************************************************
       4000-ALTERAR.
           DISPLAY 'MATRICULA......: ' WITH NO ADVANCING.
           ACCEPT BEN-MATRICULA.
           READ BENEF-ARQ
               INVALID KEY
                   DISPLAY 'CADBENEF: BENEFICIOS NAO ENCONTRADOS'
                   GO TO 4000-EXIT
           END-READ.
           PERFORM 6500-EXIBIR-DADOS THRU 6500-EXIT.
           PERFORM 3500-OBTER-DADOS THRU 3500-EXIT.
           IF NOT WS-BENEFICIO-VALIDO
               GO TO 4000-EXIT
           END-IF.
           REWRITE BEN-REGISTRO
               INVALID KEY
                   DISPLAY 'CADBENEF: ERRO AO ALTERAR'
               NOT INVALID KEY
                   DISPLAY 'CADBENEF: BENEFICIOS ALTERADOS'
           END-REWRITE.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-EXCLUIR - remove os beneficios de um funcionario (deixa de
      * entrar no proximo pedido).
      ******************************************************************
       5000-EXCLUIR.
           DISPLAY 'MATRICULA......: ' WITH NO ADVANCING.
           ACCEPT BEN-MATRICULA.
           READ BENEF-ARQ
               INVALID KEY
                   DISPLAY 'CADBENEF: BENEFICIOS NAO ENCONTRADOS'
                   GO TO 5000-EXIT
           END-READ.
           DELETE BENEF-ARQ
               INVALID KEY
                   DISPLAY 'CADBENEF: ERRO AO EXCLUIR'
               NOT INVALID KEY
                   DISPLAY 'CADBENEF: BENEFICIOS EXCLUIDOS'
           END-DELETE.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-CONSULTAR - exibe os beneficios de um funcionario.
      ******************************************************************
       6000-CONSULTAR.
           DISPLAY 'MATRICULA......: ' WITH NO ADVANCING.
           ACCEPT BEN-MATRICULA.
           READ BENEF-ARQ
               INVALID KEY
                   DISPLAY 'CADBENEF: BENEFICIOS NAO ENCONTRADOS'
                   GO TO 6000-EXIT
           END-READ.
           PERFORM 6500-EXIBIR-DADOS THRU 6500-EXIT.
           PERFORM 3900-EXIBIR-CUSTO-VT THRU 3900-EXIT.
       6000-EXIT.
           EXIT.

       6500-EXIBIR-DADOS.
           MOVE BEN-MATRICULA TO EMP-MATRICULA.
           READ EMPREG-ARQ
               INVALID KEY
                   MOVE SPACES TO EMP-NOME
           END-READ.
           DISPLAY 'FUNCIONARIO....: ' EMP-NOME.
           DISPLAY 'OPTA PELO VT...: ' BEN-VT-OPCAO.
           IF BEN-OPTA-VT
               DISPLAY 'CARTAO DO VT...: ' BEN-VT-CARTAO
               PERFORM 6550-EXIBIR-TRECHO THRU 6550-EXIT
                   VARYING BEN-IDX-TRECHO FROM 1 BY 1
                   UNTIL BEN-IDX-TRECHO > BEN-QTD-TRECHOS
           END-IF.
           DISPLAY 'VALE...........: ' BEN-VR-TIPO.
           IF NOT BEN-SEM-VR
               MOVE BEN-VR-VALOR-DIA TO WS-VALOR-EDITADO
               DISPLAY 'CARTAO DO VALE.: ' BEN-VR-CARTAO
               DISPLAY 'VALOR POR DIA..: ' WS-VALOR-EDITADO
               DISPLAY 'PARTICIPACAO...: ' BEN-VR-PERC-DESCONTO
           END-IF.
           DISPLAY 'ALTERADO EM....: ' BEN-DATA-ALTERACAO
               ' POR ' BEN-OPERADOR.
       6500-EXIT.
           EXIT.

       6550-EXIBIR-TRECHO.
           SET WS-NUM-TRECHO TO BEN-IDX-TRECHO.
           MOVE BEN-TRECHO-TARIFA (BEN-IDX-TRECHO) TO WS-VALOR-EDITADO.
           DISPLAY 'TRECHO ' WS-NUM-TRECHO '........: '
               BEN-TRECHO-LINHA (BEN-IDX-TRECHO) ' '
               BEN-TRECHO-VIAGENS (BEN-IDX-TRECHO) ' X '
               WS-VALOR-EDITADO.
       6550-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - fecha os arquivos.
      ******************************************************************
       9000-FINALIZAR.
           CLOSE BENEF-ARQ.
           CLOSE EMPREG-ARQ.
       9000-EXIT.
           EXIT.

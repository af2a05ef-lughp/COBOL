       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPLANO.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Manutencao do arquivo mestre de planos de saude
      *             (PLANOS) - codigo, descricao, operadora, registro
      *             na ANS, coparticipacao do funcionario (percentual
      *             do titular, percentual por dependente e teto
      *             mensal) e a tabela de precos das 10 faixas etarias
      *             da ANS - no mesmo molde do CADSIND. As adesoes sao
      *             mantidas no ADESPLAN; o preco de cada beneficiario
      *             e apurado pela subrotina PRECOPLN.
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
           SELECT PLANOS-ARQ
               ASSIGN TO "PLANOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-CODIGO
               FILE STATUS IS WS-PLANOS-STATUS.

           SELECT PLSAUDE-ARQ
               ASSIGN TO "PLSAUDE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLA-CHAVE
               FILE STATUS IS WS-PLSAUDE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANOS-ARQ
           LABEL RECORD IS STANDARD.
           COPY PLANOC.

       FD  PLSAUDE-ARQ
           LABEL RECORD IS STANDARD.
           COPY PLSAUDC.

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-PLANOS-STATUS        PIC X(02) VALUE '00'.
           05 WS-PLSAUDE-STATUS       PIC X(02) VALUE '00'.
           05 WS-PLSAUDE-OK           PIC X(01) VALUE 'N'.
               88 WS-PLSAUDE-DISPONIVEL VALUE 'S'.
           05 WS-CONTINUA             PIC X(01) VALUE 'S'.
               88 WS-SAIR-DO-MENU     VALUE 'N'.
           05 WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
               88 FIM-DO-ARQUIVO      VALUE 'S'.
           05 WS-EM-USO               PIC X(01) VALUE 'N'.
               88 WS-PLANO-EM-USO     VALUE 'S'.
           05 WS-DADOS-OK             PIC X(01) VALUE 'S'.
               88 WS-PLANO-VALIDO     VALUE 'S'.

       01  WS-OPCAO                   PIC 9(01) VALUE 0.
       01  WS-NUM-FAIXA               PIC 9(02) VALUE 0.

      * Rotulo de cada faixa etaria da ANS, na ordem da tabela de
      * precos do plano.
       01  WS-ROTULOS-FAIXA.
           05 FILLER                  PIC X(10) VALUE 'ATE 18    '.
           05 FILLER                  PIC X(10) VALUE '19 A 23   '.
           05 FILLER                  PIC X(10) VALUE '24 A 28   '.
           05 FILLER                  PIC X(10) VALUE '29 A 33   '.
           05 FILLER                  PIC X(10) VALUE '34 A 38   '.
           05 FILLER                  PIC X(10) VALUE '39 A 43   '.
           05 FILLER                  PIC X(10) VALUE '44 A 48   '.
           05 FILLER                  PIC X(10) VALUE '49 A 53   '.
           05 FILLER                  PIC X(10) VALUE '54 A 58   '.
           05 FILLER                  PIC X(10) VALUE '59 OU MAIS'.
       01  WS-TAB-ROTULOS REDEFINES WS-ROTULOS-FAIXA.
           05 WS-ROTULO-FAIXA         PIC X(10) OCCURS 10 TIMES.

           COPY SEGLINKC.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-EXIBIR-MENU THRU 2000-EXIT
               UNTIL WS-SAIR-DO-MENU.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - identifica o operador, abre o mestre de
      * planos em modo de atualizacao (criando-o se ainda nao existir)
      * e as adesoes para a verificacao de uso na exclusao.
      ******************************************************************
       1000-INICIALIZAR.
           MOVE 'CADPLANO' TO SEG-PROGRAMA.
           MOVE 1          TO SEG-NIVEL-MINIMO.
           CALL 'SEGURAN' USING SEG-PARAMETROS.
           IF NOT SEG-ACESSO-LIBERADO
               MOVE 'N' TO WS-CONTINUA
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O PLANOS-ARQ.
           IF WS-PLANOS-STATUS = '35'
               OPEN OUTPUT PLANOS-ARQ
               CLOSE PLANOS-ARQ
               OPEN I-O PLANOS-ARQ
           END-IF.
           OPEN INPUT PLSAUDE-ARQ.
           IF WS-PLSAUDE-STATUS = '00'
               MOVE 'S' TO WS-PLSAUDE-OK
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-EXIBIR-MENU - le a opcao do usuario e direciona para a
      * rotina de manutencao correspondente.
      ******************************************************************
       2000-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '=== MANUTENCAO DE PLANOS DE SAUDE ==='.
           DISPLAY '1 - INCLUIR PLANO'.
           DISPLAY '2 - ALTERAR PLANO'.
           DISPLAY '3 - EXCLUIR PLANO'.
           DISPLAY '4 - CONSULTAR PLANO'.
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
      * 3000-INCLUIR - grava um novo plano, depois de conferidos os
      * dados digitados.
      ******************************************************************
       3000-INCLUIR.
           MOVE SPACES TO PLN-REGISTRO.
           DISPLAY 'CODIGO.........: ' WITH NO ADVANCING.
           ACCEPT PLN-CODIGO.
           IF PLN-CODIGO = SPACES
               DISPLAY 'CADPLANO: CODIGO EM BRANCO - '
                   'OPERACAO REJEITADA'
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3500-OBTER-DADOS THRU 3500-EXIT.
           IF NOT WS-PLANO-VALIDO
               GO TO 3000-EXIT
           END-IF.
           WRITE PLN-REGISTRO
               INVALID KEY
                   DISPLAY 'CADPLANO: CODIGO JA CADASTRADO'
               NOT INVALID KEY
                   DISPLAY 'CADPLANO: PLANO INCLUIDO'
           END-WRITE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3500-OBTER-DADOS - le descricao, operadora, registro ANS, a
      * regra de coparticipacao e o preco de cada faixa etaria. Preco
      * zerado em qualquer faixa, ou faixa mais barata que a anterior,
      * rejeita a operacao em curso (a tabela da ANS nao decresce com
      * a idade).
      ******************************************************************
       3500-OBTER-DADOS.
           MOVE 'S' TO WS-DADOS-OK.
           DISPLAY 'DESCRICAO......: ' WITH NO ADVANCING.
           ACCEPT PLN-DESCRICAO.
           DISPLAY 'OPERADORA......: ' WITH NO ADVANCING.
           ACCEPT PLN-OPERADORA.
           DISPLAY 'REGISTRO ANS...: ' WITH NO ADVANCING.
           ACCEPT PLN-REGISTRO-ANS.
           DISPLAY '% FUNCIONARIO - TITULAR....: ' WITH NO ADVANCING.
           ACCEPT PLN-PERC-TITULAR.
           DISPLAY '% FUNCIONARIO - DEPENDENTE.: ' WITH NO ADVANCING.
           ACCEPT PLN-PERC-DEPENDENTE.
           DISPLAY 'TETO MENSAL DO DESCONTO (0=SEM): '
               WITH NO ADVANCING.
           ACCEPT PLN-TETO-DESCONTO.
           PERFORM 3550-OBTER-PRECO THRU 3550-EXIT
               VARYING WS-NUM-FAIXA FROM 1 BY 1
               UNTIL WS-NUM-FAIXA > 10 OR NOT WS-PLANO-VALIDO.
           IF NOT WS-PLANO-VALIDO
               GO TO 3500-EXIT
           END-IF.
           IF PLN-DESCRICAO = SPACES OR PLN-OPERADORA = SPACES
               DISPLAY 'CADPLANO: DESCRICAO OU OPERADORA EM BRANCO - '
                   'OPERACAO REJEITADA'
               MOVE 'N' TO WS-DADOS-OK
               GO TO 3500-EXIT
           END-IF.
           IF PLN-PERC-TITULAR > 100 OR PLN-PERC-DEPENDENTE > 100
               DISPLAY 'CADPLANO: PERCENTUAL ACIMA DE 100 - '
                   'OPERACAO REJEITADA'
               MOVE 'N' TO WS-DADOS-OK
           END-IF.
       3500-EXIT.
           EXIT.

       3550-OBTER-PRECO.
           DISPLAY 'PRECO FAIXA ' WS-ROTULO-FAIXA (WS-NUM-FAIXA)
               ': ' WITH NO ADVANCING.
           ACCEPT PLN-PRECO-FAIXA (WS-NUM-FAIXA).
           IF PLN-PRECO-FAIXA (WS-NUM-FAIXA) = 0
               DISPLAY 'CADPLANO: PRECO DA FAIXA ZERADO - '
                   'OPERACAO REJEITADA'
               MOVE 'N' TO WS-DADOS-OK
               GO TO 3550-EXIT
           END-IF.
           IF WS-NUM-FAIXA > 1
               AND PLN-PRECO-FAIXA (WS-NUM-FAIXA) <
                   PLN-PRECO-FAIXA (WS-NUM-FAIXA - 1)
               DISPLAY 'CADPLANO: PRECO MENOR QUE O DA FAIXA ANTERIOR'
                   ' - OPERACAO REJEITADA'
               MOVE 'N' TO WS-DADOS-OK
           END-IF.
       3550-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ALTERAR - atualiza os dados de um plano existente (o
      * reajuste anual da operadora entra por aqui). A alteracao vale
      * para a proxima folha e a proxima conferencia de fatura.
      ******************************************************************
       4000-ALTERAR.
           DISPLAY 'CODIGO.........: ' WITH NO ADVANCING.
           ACCEPT PLN-CODIGO.
           READ PLANOS-ARQ
               INVALID KEY
                   DISPLAY 'CADPLANO: PLANO NAO ENCONTRADO'
                   GO TO 4000-EXIT
           END-READ.
           PERFORM 6500-EXIBIR-PLANO THRU 6500-EXIT.
           PERFORM 3500-OBTER-DADOS THRU 3500-EXIT.
           IF NOT WS-PLANO-VALIDO
               GO TO 4000-EXIT
           END-IF.
           REWRITE PLN-REGISTRO
               INVALID KEY
                   DISPLAY 'CADPLANO: ERRO AO ALTERAR'
               NOT INVALID KEY
                   DISPLAY 'CADPLANO: PLANO ALTERADO'
           END-REWRITE.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-EXCLUIR - remove um plano, desde que nenhuma adesao
      * vigente do PLSAUDE ainda esteja nele.
      ******************************************************************
       5000-EXCLUIR.
           DISPLAY 'CODIGO.........: ' WITH NO ADVANCING.
           ACCEPT PLN-CODIGO.
           READ PLANOS-ARQ
               INVALID KEY
                   DISPLAY 'CADPLANO: PLANO NAO ENCONTRADO'
                   GO TO 5000-EXIT
           END-READ.
           PERFORM 5500-VERIFICAR-USO THRU 5500-EXIT.
           IF WS-PLANO-EM-USO
               DISPLAY 'CADPLANO: HA ADESAO VIGENTE NO PLANO - '
                   'EXCLUSAO NAO PERMITIDA'
               GO TO 5000-EXIT
           END-IF.
           DELETE PLANOS-ARQ
               INVALID KEY
                   DISPLAY 'CADPLANO: ERRO AO EXCLUIR'
               NOT INVALID KEY
                   DISPLAY 'CADPLANO: PLANO EXCLUIDO'
           END-DELETE.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5500-VERIFICAR-USO - percorre as adesoes e liga
      * WS-PLANO-EM-USO se alguma vigente ainda estiver no plano que se
      * quer excluir.
      ******************************************************************
       5500-VERIFICAR-USO.
           MOVE 'N' TO WS-EM-USO.
           IF NOT WS-PLSAUDE-DISPONIVEL
               GO TO 5500-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           MOVE LOW-VALUES TO PLA-CHAVE.
           START PLSAUDE-ARQ KEY IS NOT LESS THAN PLA-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-START.
           IF WS-PLSAUDE-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-ARQUIVO
           END-IF.
           IF NOT FIM-DO-ARQUIVO
               PERFORM 5900-LER-PROXIMA-ADESAO THRU 5900-EXIT
           END-IF.
           PERFORM 5600-TESTAR-USO THRU 5600-EXIT
               UNTIL FIM-DO-ARQUIVO OR WS-PLANO-EM-USO.
       5500-EXIT.
           EXIT.

       5600-TESTAR-USO.
           IF PLA-VIGENTE AND PLA-PLANO = PLN-CODIGO
               MOVE 'S' TO WS-EM-USO
           ELSE
               PERFORM 5900-LER-PROXIMA-ADESAO THRU 5900-EXIT
           END-IF.
       5600-EXIT.
           EXIT.

       5900-LER-PROXIMA-ADESAO.
           READ PLSAUDE-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.
           IF WS-PLSAUDE-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-ARQUIVO
           END-IF.
       5900-EXIT.
           EXIT.

      ******************************************************************
      * 6000-CONSULTAR - exibe os dados de um plano.
      ******************************************************************
       6000-CONSULTAR.
           DISPLAY 'CODIGO.........: ' WITH NO ADVANCING.
           ACCEPT PLN-CODIGO.
           READ PLANOS-ARQ
               INVALID KEY
                   DISPLAY 'CADPLANO: PLANO NAO ENCONTRADO'
                   GO TO 6000-EXIT
           END-READ.
           PERFORM 6500-EXIBIR-PLANO THRU 6500-EXIT.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 6500-EXIBIR-PLANO - mostra o registro corrente do PLANOS.
      ******************************************************************
       6500-EXIBIR-PLANO.
           DISPLAY 'DESCRICAO......: ' PLN-DESCRICAO.
           DISPLAY 'OPERADORA......: ' PLN-OPERADORA.
           DISPLAY 'REGISTRO ANS...: ' PLN-REGISTRO-ANS.
           DISPLAY '% TITULAR......: ' PLN-PERC-TITULAR.
           DISPLAY '% DEPENDENTE...: ' PLN-PERC-DEPENDENTE.
           DISPLAY 'TETO DESCONTO..: ' PLN-TETO-DESCONTO.
           PERFORM 6550-EXIBIR-FAIXA THRU 6550-EXIT
               VARYING WS-NUM-FAIXA FROM 1 BY 1
               UNTIL WS-NUM-FAIXA > 10.
       6500-EXIT.
           EXIT.

       6550-EXIBIR-FAIXA.
           DISPLAY 'FAIXA ' WS-ROTULO-FAIXA (WS-NUM-FAIXA) ': '
               PLN-PRECO-FAIXA (WS-NUM-FAIXA).
       6550-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - fecha os arquivos.
      ******************************************************************
       9000-FINALIZAR.
           CLOSE PLANOS-ARQ.
           IF WS-PLSAUDE-DISPONIVEL
               CLOSE PLSAUDE-ARQ
           END-IF.
       9000-EXIT.
           EXIT.

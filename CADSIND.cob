       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADSIND.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Manutencao do arquivo mestre de sindicatos (SINDIC)
      *             - codigo, nome, CNPJ, mes da data-base, piso da
      *             categoria, regra da contribuicao assistencial e
      *             conta bancaria de repasse - no mesmo molde do
      *             CADJORN. O funcionario aponta para o sindicato
      *             (EMP-SINDICATO, digitado no CADFUNC); o REAJUST usa
      *             a data-base, o FAIXASAL o piso, o RELAT desconta a
      *             contribuicao e o REPSIND lista o repasse.
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
           SELECT SINDIC-ARQ
               ASSIGN TO "SINDIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-CODIGO
               FILE STATUS IS WS-SINDIC-STATUS.

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
       FD  SINDIC-ARQ
           LABEL RECORD IS STANDARD.
           COPY SINDICC.

       FD  EMPREG-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPREGC.

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-SINDIC-STATUS        PIC X(02) VALUE '00'.
           05 WS-EMPREG-STATUS        PIC X(02) VALUE '00'.
           05 WS-CONTINUA             PIC X(01) VALUE 'S'.
               88 WS-SAIR-DO-MENU     VALUE 'N'.
           05 WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
               88 FIM-DO-ARQUIVO      VALUE 'S'.
           05 WS-EM-USO               PIC X(01) VALUE 'N'.
               88 WS-SINDICATO-EM-USO VALUE 'S'.
           05 WS-DADOS-OK             PIC X(01) VALUE 'S'.
               88 WS-SINDICATO-VALIDO VALUE 'S'.

       01  WS-OPCAO                   PIC 9(01) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-EXIBIR-MENU THRU 2000-EXIT
               UNTIL WS-SAIR-DO-MENU.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - abre o mestre de sindicatos em modo de
      * atualizacao (criando-o se ainda nao existir) e o mestre de
      * funcionarios para a verificacao de uso na exclusao.
      ******************************************************************
       1000-INICIALIZAR.
           OPEN I-O SINDIC-ARQ.
           IF WS-SINDIC-STATUS = '35'
               OPEN OUTPUT SINDIC-ARQ
               CLOSE SINDIC-ARQ
               OPEN I-O SINDIC-ARQ
           END-IF.
           OPEN INPUT EMPREG-ARQ.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-EXIBIR-MENU - le a opcao do usuario e direciona para a
      * rotina de manutencao correspondente.
      ******************************************************************
       2000-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '=== MANUTENCAO DE SINDICATOS ==='.
           DISPLAY '1 - INCLUIR SINDICATO'.
           DISPLAY '2 - ALTERAR SINDICATO'.
           DISPLAY '3 - EXCLUIR SINDICATO'.
           DISPLAY '4 - CONSULTAR SINDICATO'.
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
      * 3000-INCLUIR - grava um novo sindicato, depois de conferidos os
      * dados digitados.
      ******************************************************************
       3000-INCLUIR.
           MOVE SPACES TO SIN-REGISTRO.
           DISPLAY 'CODIGO.........: ' WITH NO ADVANCING.
           ACCEPT SIN-CODIGO.
           IF SIN-CODIGO = SPACES
               DISPLAY 'CADSIND: CODIGO EM BRANCO - OPERACAO REJEITADA'
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3500-OBTER-DADOS THRU 3500-EXIT.
           IF NOT WS-SINDICATO-VALIDO
               GO TO 3000-EXIT
           END-IF.
           WRITE SIN-REGISTRO
               INVALID KEY
                   DISPLAY 'CADSIND: CODIGO JA CADASTRADO'
               NOT INVALID KEY
                   DISPLAY 'CADSIND: SINDICATO INCLUIDO'
           END-WRITE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3500-OBTER-DADOS - le nome, CNPJ, data-base, piso, regra da
      * contribuicao e conta de repasse. A parte da contribuicao que
      * nao se aplica ao tipo escolhido e zerada. Qualquer dado fora de
      * faixa rejeita a operacao em curso.
      ******************************************************************
       3500-OBTER-DADOS.
           MOVE 'S' TO WS-DADOS-OK.
           DISPLAY 'NOME...........: ' WITH NO ADVANCING.
           ACCEPT SIN-NOME.
           DISPLAY 'CNPJ...........: ' WITH NO ADVANCING.
           ACCEPT SIN-CNPJ.
           DISPLAY 'MES DATA-BASE..: ' WITH NO ADVANCING.
           ACCEPT SIN-MES-DATA-BASE.
           DISPLAY 'PISO SALARIAL..: ' WITH NO ADVANCING.
           ACCEPT SIN-SALARIO-PISO.
           DISPLAY 'CONTRIBUICAO (P=PERCENTUAL V=VALOR BRANCO=NAO): '
               WITH NO ADVANCING.
           ACCEPT SIN-TIPO-CONTRIB.
           MOVE 0 TO SIN-PERC-CONTRIB.
           MOVE 0 TO SIN-VALOR-CONTRIB.
           MOVE 0 TO SIN-TETO-CONTRIB.
           MOVE 0 TO SIN-MES-CONTRIB.
           IF SIN-CONTRIB-PERCENTUAL
               DISPLAY 'PERCENTUAL.....: ' WITH NO ADVANCING
               ACCEPT SIN-PERC-CONTRIB
               DISPLAY 'TETO (0=SEM)...: ' WITH NO ADVANCING
               ACCEPT SIN-TETO-CONTRIB
           END-IF.
           IF SIN-CONTRIB-VALOR
               DISPLAY 'VALOR..........: ' WITH NO ADVANCING
               ACCEPT SIN-VALOR-CONTRIB
           END-IF.
           IF NOT SIN-SEM-CONTRIB
               DISPLAY 'MES DESCONTO (0=TODO MES): ' WITH NO ADVANCING
               ACCEPT SIN-MES-CONTRIB
           END-IF.
           DISPLAY 'BANCO REPASSE..: ' WITH NO ADVANCING.
           ACCEPT SIN-BANCO.
           DISPLAY 'AGENCIA........: ' WITH NO ADVANCING.
           ACCEPT SIN-AGENCIA.
           DISPLAY 'CONTA..........: ' WITH NO ADVANCING.
           ACCEPT SIN-CONTA.
           DISPLAY 'DIGITO CONTA...: ' WITH NO ADVANCING.
           ACCEPT SIN-CONTA-DV.
           IF SIN-NOME = SPACES
               DISPLAY 'CADSIND: NOME EM BRANCO - OPERACAO REJEITADA'
               MOVE 'N' TO WS-DADOS-OK
               GO TO 3500-EXIT
           END-IF.
           IF SIN-MES-DATA-BASE = 0 OR SIN-MES-DATA-BASE > 12
               DISPLAY 'CADSIND: MES DA DATA-BASE FORA DE 1 A 12 - '
                   'OPERACAO REJEITADA'
               MOVE 'N' TO WS-DADOS-OK
               GO TO 3500-EXIT
           END-IF.
           IF NOT SIN-TIPO-VALIDO
               DISPLAY 'CADSIND: TIPO DE CONTRIBUICAO INVALIDO - '
                   'OPERACAO REJEITADA'
               MOVE 'N' TO WS-DADOS-OK
               GO TO 3500-EXIT
           END-IF.
           IF SIN-CONTRIB-PERCENTUAL
               AND (SIN-PERC-CONTRIB = 0 OR SIN-PERC-CONTRIB > 10)
               DISPLAY 'CADSIND: PERCENTUAL FORA DE 0,01 A 10 - '
                   'OPERACAO REJEITADA'
               MOVE 'N' TO WS-DADOS-OK
               GO TO 3500-EXIT
           END-IF.
           IF SIN-CONTRIB-VALOR AND SIN-VALOR-CONTRIB = 0
               DISPLAY 'CADSIND: VALOR DA CONTRIBUICAO ZERADO - '
                   'OPERACAO REJEITADA'
               MOVE 'N' TO WS-DADOS-OK
               GO TO 3500-EXIT
           END-IF.
           IF SIN-MES-CONTRIB > 12
               DISPLAY 'CADSIND: MES DO DESCONTO FORA DE 0 A 12 - '
                   'OPERACAO REJEITADA'
               MOVE 'N' TO WS-DADOS-OK
           END-IF.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ALTERAR - atualiza os dados de um sindicato existente. A
      * alteracao vale para a proxima folha; contribuicoes ja gravadas
      * no SINDHIS nao sao refeitas.
      ******************************************************************
       4000-ALTERAR.
           DISPLAY 'CODIGO.........: ' WITH NO ADVANCING.
           ACCEPT SIN-CODIGO.
           READ SINDIC-ARQ
               INVALID KEY
                   DISPLAY 'CADSIND: SINDICATO NAO ENCONTRADO'
                   GO TO 4000-EXIT
           END-READ.
           DISPLAY 'NOME ATUAL.....: ' SIN-NOME.
           DISPLAY 'CNPJ ATUAL.....: ' SIN-CNPJ.
           DISPLAY 'DATA-BASE ATUAL: ' SIN-MES-DATA-BASE.
           DISPLAY 'PISO ATUAL.....: ' SIN-SALARIO-PISO.
           DISPLAY 'CONTRIB. ATUAL.: ' SIN-TIPO-CONTRIB ' '
               SIN-PERC-CONTRIB ' ' SIN-VALOR-CONTRIB
               ' MES ' SIN-MES-CONTRIB.
           DISPLAY 'CONTA ATUAL....: ' SIN-BANCO ' ' SIN-AGENCIA ' '
               SIN-CONTA '-' SIN-CONTA-DV.
           PERFORM 3500-OBTER-DADOS THRU 3500-EXIT.
           IF NOT WS-SINDICATO-VALIDO
               GO TO 4000-EXIT
           END-IF.
           REWRITE SIN-REGISTRO
               INVALID KEY
                   DISPLAY 'CADSIND: ERRO AO ALTERAR'
               NOT INVALID KEY
                   DISPLAY 'CADSIND: SINDICATO ALTERADO'
           END-REWRITE.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-EXCLUIR - remove um sindicato, desde que nenhum
      * funcionario ativo ainda esteja ligado a ele.
      ******************************************************************
       5000-EXCLUIR.
           DISPLAY 'CODIGO.........: ' WITH NO ADVANCING.
           ACCEPT SIN-CODIGO.
           READ SINDIC-ARQ
               INVALID KEY
                   DISPLAY 'CADSIND: SINDICATO NAO ENCONTRADO'
                   GO TO 5000-EXIT
           END-READ.
           PERFORM 5500-VERIFICAR-USO THRU 5500-EXIT.
           IF WS-SINDICATO-EM-USO
               DISPLAY 'CADSIND: HA FUNCIONARIO ATIVO NO SINDICATO - '
                   'EXCLUSAO NAO PERMITIDA'
               GO TO 5000-EXIT
           END-IF.
           DELETE SINDIC-ARQ
               INVALID KEY
                   DISPLAY 'CADSIND: ERRO AO EXCLUIR'
               NOT INVALID KEY
                   DISPLAY 'CADSIND: SINDICATO EXCLUIDO'
           END-DELETE.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5500-VERIFICAR-USO - percorre o mestre de funcionarios e liga
      * WS-SINDICATO-EM-USO se algum funcionario ativo ainda estiver no
      * sindicato que se quer excluir.
      ******************************************************************
       5500-VERIFICAR-USO.
           MOVE 'N' TO WS-EM-USO.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           MOVE 0 TO EMP-MATRICULA.
           START EMPREG-ARQ KEY IS NOT LESS THAN EMP-MATRICULA
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-START.
           IF WS-EMPREG-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-ARQUIVO
           END-IF.
           IF NOT FIM-DO-ARQUIVO
               PERFORM 5900-LER-PROXIMO-EMP THRU 5900-EXIT
           END-IF.
           PERFORM 5600-TESTAR-USO THRU 5600-EXIT
               UNTIL FIM-DO-ARQUIVO OR WS-SINDICATO-EM-USO.
       5500-EXIT.
           EXIT.

       5600-TESTAR-USO.
           IF EMP-ATIVO AND EMP-SINDICATO = SIN-CODIGO
               MOVE 'S' TO WS-EM-USO
           ELSE
               PERFORM 5900-LER-PROXIMO-EMP THRU 5900-EXIT
           END-IF.
       5600-EXIT.
           EXIT.

       5900-LER-PROXIMO-EMP.
           READ EMPREG-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.
           IF WS-EMPREG-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-ARQUIVO
           END-IF.
       5900-EXIT.
           EXIT.

      ******************************************************************
      * 6000-CONSULTAR - exibe os dados de um sindicato.
      ******************************************************************
       6000-CONSULTAR.
           DISPLAY 'CODIGO.........: ' WITH NO ADVANCING.
           ACCEPT SIN-CODIGO.
           READ SINDIC-ARQ
               INVALID KEY
                   DISPLAY 'CADSIND: SINDICATO NAO ENCONTRADO'
                   GO TO 6000-EXIT
           END-READ.
           DISPLAY 'NOME...........: ' SIN-NOME.
           DISPLAY 'CNPJ...........: ' SIN-CNPJ.
           DISPLAY 'MES DATA-BASE..: ' SIN-MES-DATA-BASE.
           DISPLAY 'PISO SALARIAL..: ' SIN-SALARIO-PISO.
           DISPLAY 'CONTRIBUICAO...: ' SIN-TIPO-CONTRIB.
           DISPLAY 'PERCENTUAL.....: ' SIN-PERC-CONTRIB.
           DISPLAY 'VALOR..........: ' SIN-VALOR-CONTRIB.
           DISPLAY 'TETO...........: ' SIN-TETO-CONTRIB.
           DISPLAY 'MES DESCONTO...: ' SIN-MES-CONTRIB.
           DISPLAY 'CONTA REPASSE..: ' SIN-BANCO ' ' SIN-AGENCIA ' '
               SIN-CONTA '-' SIN-CONTA-DV.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - fecha os arquivos.
      ******************************************************************
       9000-FINALIZAR.
           CLOSE SINDIC-ARQ.
           CLOSE EMPREG-ARQ.
       9000-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADORCA.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Manutencao do orcamento de pessoal (ORCAMENTO) -
      *             quadro aprovado, massa salarial, encargos e horas
      *             extras de cada empresa, unidade (departamento ou
      *             centro de custo) e mes - no mesmo molde do CADSIND.
      *             O ano inteiro chega pela carga do ORCACARG; aqui se
      *             digita o orcamento de unidade nova ou se corrige um
      *             mes. A consulta mostra os 12 meses da unidade. O
      *             ORCAREAL compara o orcamento com o realizado.
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
           SELECT ORCAMENTO-ARQ
               ASSIGN TO "ORCAMENTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS WS-ORCAMENTO-STATUS.

           SELECT EMPRESAS-ARQ
               ASSIGN TO "EMPRESAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMR-CODIGO
               FILE STATUS IS WS-EMPRESAS-STATUS.

           SELECT DEPTOS-ARQ
               ASSIGN TO "DEPTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-DEPTOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORCAMENTO-ARQ
           LABEL RECORD IS STANDARD.
           COPY ORCPESC.

       FD  EMPRESAS-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPRESAC.

       FD  DEPTOS-ARQ
           LABEL RECORD IS STANDARD.
           COPY DEPTOSC.

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-ORCAMENTO-STATUS     PIC X(02) VALUE '00'.
           05 WS-EMPRESAS-STATUS      PIC X(02) VALUE '00'.
           05 WS-DEPTOS-STATUS        PIC X(02) VALUE '00'.
           05 WS-EMPRESAS-OK          PIC X(01) VALUE 'N'.
               88 WS-EMPRESAS-DISPONIVEL VALUE 'S'.
           05 WS-DEPTOS-OK            PIC X(01) VALUE 'N'.
               88 WS-DEPTOS-DISPONIVEL VALUE 'S'.
           05 WS-CONTINUA             PIC X(01) VALUE 'S'.
               88 WS-SAIR-DO-MENU     VALUE 'N'.
           05 WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
               88 FIM-DO-ARQUIVO      VALUE 'S'.
           05 WS-DADOS-OK             PIC X(01) VALUE 'S'.
               88 WS-ORCAMENTO-VALIDO VALUE 'S'.

       01  WS-OPCAO                   PIC 9(01) VALUE 0.
       01  WS-DATA-SISTEMA            PIC 9(08) VALUE 0.

      * Unidade e ano da consulta, para parar a leitura na troca.
       01  WS-CONSULTA.
           05 WS-CONS-EMPRESA         PIC 9(02) VALUE 0.
           05 WS-CONS-TIPO            PIC X(01) VALUE SPACES.
           05 WS-CONS-UNIDADE         PIC X(08) VALUE SPACES.
           05 WS-CONS-ANO             PIC 9(04) VALUE 0.
           05 WS-CONS-QTD-MESES       PIC 9(02) VALUE 0.

       01  WS-EDICAO.
           05 WS-QTD-EDITADA          PIC ZZ.ZZ9.
           05 WS-VALOR-EDITADO-1      PIC ZZZ.ZZZ.ZZ9,99.
           05 WS-VALOR-EDITADO-2      PIC ZZZ.ZZZ.ZZ9,99.
           05 WS-VALOR-EDITADO-3      PIC ZZZ.ZZZ.ZZ9,99.

           COPY SEGLINKC.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-EXIBIR-MENU THRU 2000-EXIT
               UNTIL WS-SAIR-DO-MENU.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - identifica o operador, abre o orcamento em
      * modo de atualizacao (criando-o se ainda nao existir) e os
      * mestres de empresas e departamentos para a conferencia da
      * chave digitada.
      ******************************************************************
       1000-INICIALIZAR.
           MOVE 'CADORCA' TO SEG-PROGRAMA.
           MOVE 1         TO SEG-NIVEL-MINIMO.
           CALL 'SEGURAN' USING SEG-PARAMETROS.
           IF NOT SEG-ACESSO-LIBERADO
               MOVE 'N' TO WS-CONTINUA
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O ORCAMENTO-ARQ.
           IF WS-ORCAMENTO-STATUS = '35'
               OPEN OUTPUT ORCAMENTO-ARQ
               CLOSE ORCAMENTO-ARQ
               OPEN I-O ORCAMENTO-ARQ
           END-IF.
           OPEN INPUT EMPRESAS-ARQ.
           IF WS-EMPRESAS-STATUS = '00'
               MOVE 'S' TO WS-EMPRESAS-OK
           END-IF.
           OPEN INPUT DEPTOS-ARQ.
           IF WS-DEPTOS-STATUS = '00'
               MOVE 'S' TO WS-DEPTOS-OK
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
           DISPLAY '=== MANUTENCAO DO ORCAMENTO DE PESSOAL ==='.
           DISPLAY '1 - INCLUIR ORCAMENTO DO MES'.
           DISPLAY '2 - ALTERAR ORCAMENTO DO MES'.
           DISPLAY '3 - EXCLUIR ORCAMENTO DO MES'.
           DISPLAY '4 - CONSULTAR ORCAMENTO DO ANO'.
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
      * 3000-INCLUIR - grava o orcamento de um mes ainda nao orcado,
      * depois de conferidos a chave e os valores digitados.
      ******************************************************************
       3000-INCLUIR.
           MOVE SPACES TO ORC-REGISTRO.
           PERFORM 3100-OBTER-CHAVE THRU 3100-EXIT.
           IF NOT WS-ORCAMENTO-VALIDO
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3500-OBTER-VALORES THRU 3500-EXIT.
           WRITE ORC-REGISTRO
               INVALID KEY
                   DISPLAY 'CADORCA: MES JA ORCADO - USE A ALTERACAO'
               NOT INVALID KEY
                   DISPLAY 'CADORCA: ORCAMENTO INCLUIDO'
           END-WRITE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-OBTER-CHAVE - le empresa, tipo e codigo da unidade, ano e
      * mes. Empresa sem cadastro, tipo diferente de D/C, departamento
      * sem cadastro e mes fora de 1 a 12 rejeitam a operacao. O
      * centro de custo nao tem mestre proprio: basta nao vir em
      * branco.
      ******************************************************************
       3100-OBTER-CHAVE.
           MOVE 'S' TO WS-DADOS-OK.
           DISPLAY 'EMPRESA........................: '
               WITH NO ADVANCING.
           ACCEPT ORC-EMPRESA.
           DISPLAY 'UNIDADE (D=DEPTO C=C. CUSTO)...: '
               WITH NO ADVANCING.
           ACCEPT ORC-TIPO-UNIDADE.
           DISPLAY 'CODIGO DA UNIDADE..............: '
               WITH NO ADVANCING.
           ACCEPT ORC-UNIDADE.
           DISPLAY 'ANO............................: '
               WITH NO ADVANCING.
           ACCEPT ORC-ANO.
           DISPLAY 'MES............................: '
               WITH NO ADVANCING.
           ACCEPT ORC-MES.
           IF WS-EMPRESAS-DISPONIVEL
               MOVE ORC-EMPRESA TO EMR-CODIGO
               READ EMPRESAS-ARQ
                   INVALID KEY
                       DISPLAY 'CADORCA: EMPRESA NAO CADASTRADA - '
                           'OPERACAO REJEITADA'
                       MOVE 'N' TO WS-DADOS-OK
                       GO TO 3100-EXIT
               END-READ
           END-IF.
           IF NOT ORC-TIPO-VALIDO OR ORC-UNIDADE = SPACES
               DISPLAY 'CADORCA: UNIDADE INVALIDA - '
                   'OPERACAO REJEITADA'
               MOVE 'N' TO WS-DADOS-OK
               GO TO 3100-EXIT
           END-IF.
           IF ORC-DEPARTAMENTO AND WS-DEPTOS-DISPONIVEL
               MOVE ORC-UNIDADE (1:4) TO DEP-CODIGO
               READ DEPTOS-ARQ
                   INVALID KEY
                       DISPLAY 'CADORCA: DEPARTAMENTO NAO '
                           'CADASTRADO - OPERACAO REJEITADA'
                       MOVE 'N' TO WS-DADOS-OK
                       GO TO 3100-EXIT
               END-READ
           END-IF.
           IF ORC-ANO = 0 OR ORC-MES = 0 OR ORC-MES > 12
               DISPLAY 'CADORCA: COMPETENCIA INVALIDA - '
                   'OPERACAO REJEITADA'
               MOVE 'N' TO WS-DADOS-OK
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3500-OBTER-VALORES - le o quadro e os valores orcados do mes e
      * marca o registro como digitado, com data e operador.
      ******************************************************************
       3500-OBTER-VALORES.
           DISPLAY 'QUADRO APROVADO (PESSOAS)......: '
               WITH NO ADVANCING.
           ACCEPT ORC-QTD-PESSOAS.
           DISPLAY 'MASSA SALARIAL.................: '
               WITH NO ADVANCING.
           ACCEPT ORC-MASSA-SALARIAL.
           DISPLAY 'ENCARGOS (PATRONAIS + FGTS)....: '
               WITH NO ADVANCING.
           ACCEPT ORC-ENCARGOS.
           DISPLAY 'HORAS EXTRAS (VALOR)...........: '
               WITH NO ADVANCING.
           ACCEPT ORC-HORAS-EXTRAS.
           MOVE 'D'             TO ORC-ORIGEM.
           MOVE WS-DATA-SISTEMA TO ORC-DATA-ALTERACAO.
           MOVE SEG-USUARIO     TO ORC-OPERADOR.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ALTERAR - substitui os valores orcados de um mes ja
      * existente, seja da carga anual ou digitado.
      ******************************************************************
       4000-ALTERAR.
           PERFORM 3100-OBTER-CHAVE THRU 3100-EXIT.
           IF NOT WS-ORCAMENTO-VALIDO
               GO TO 4000-EXIT
           END-IF.
           READ ORCAMENTO-ARQ
               INVALID KEY
                   DISPLAY 'CADORCA: MES NAO ORCADO'
                   GO TO 4000-EXIT
           END-READ.
           PERFORM 6500-EXIBIR-MES THRU 6500-EXIT.
           PERFORM 3500-OBTER-VALORES THRU 3500-EXIT.
           REWRITE ORC-REGISTRO
               INVALID KEY
                   DISPLAY 'CADORCA: ERRO AO ALTERAR'
               NOT INVALID KEY
                   DISPLAY 'CADORCA: ORCAMENTO ALTERADO'
           END-REWRITE.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-EXCLUIR - remove o orcamento de um mes.
      ******************************************************************
       5000-EXCLUIR.
           PERFORM 3100-OBTER-CHAVE THRU 3100-EXIT.
           IF NOT WS-ORCAMENTO-VALIDO
               GO TO 5000-EXIT
           END-IF.
           READ ORCAMENTO-ARQ
               INVALID KEY
                   DISPLAY 'CADORCA: MES NAO ORCADO'
                   GO TO 5000-EXIT
           END-READ.
           DELETE ORCAMENTO-ARQ
               INVALID KEY
                   DISPLAY 'CADORCA: ERRO AO EXCLUIR'
               NOT INVALID KEY
                   DISPLAY 'CADORCA: ORCAMENTO EXCLUIDO'
           END-DELETE.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-CONSULTAR - lista os meses orcados de uma unidade no ano,
      * a partir do mes 01.
      ******************************************************************
       6000-CONSULTAR.
           MOVE SPACES TO ORC-REGISTRO.
           DISPLAY 'EMPRESA........................: '
               WITH NO ADVANCING.
           ACCEPT WS-CONS-EMPRESA.
           DISPLAY 'UNIDADE (D=DEPTO C=C. CUSTO)...: '
               WITH NO ADVANCING.
           ACCEPT WS-CONS-TIPO.
           DISPLAY 'CODIGO DA UNIDADE..............: '
               WITH NO ADVANCING.
           ACCEPT WS-CONS-UNIDADE.
           DISPLAY 'ANO............................: '
               WITH NO ADVANCING.
           ACCEPT WS-CONS-ANO.
           MOVE 0 TO WS-CONS-QTD-MESES.
           MOVE WS-CONS-EMPRESA TO ORC-EMPRESA.
           MOVE WS-CONS-TIPO    TO ORC-TIPO-UNIDADE.
           MOVE WS-CONS-UNIDADE TO ORC-UNIDADE.
           MOVE WS-CONS-ANO     TO ORC-ANO.
           MOVE 0               TO ORC-MES.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           START ORCAMENTO-ARQ KEY IS NOT LESS THAN ORC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-START.
           PERFORM 6100-LISTAR-MES THRU 6100-EXIT
               UNTIL FIM-DO-ARQUIVO.
           IF WS-CONS-QTD-MESES = 0
               DISPLAY 'CADORCA: UNIDADE SEM ORCAMENTO NO ANO'
           END-IF.
       6000-EXIT.
           EXIT.

       6100-LISTAR-MES.
           READ ORCAMENTO-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
                   GO TO 6100-EXIT
           END-READ.
           IF WS-ORCAMENTO-STATUS NOT = '00'
               OR ORC-EMPRESA NOT = WS-CONS-EMPRESA
               OR ORC-TIPO-UNIDADE NOT = WS-CONS-TIPO
               OR ORC-UNIDADE NOT = WS-CONS-UNIDADE
               OR ORC-ANO NOT = WS-CONS-ANO
               MOVE 'S' TO WS-FIM-ARQUIVO
               GO TO 6100-EXIT
           END-IF.
           ADD 1 TO WS-CONS-QTD-MESES.
           PERFORM 6500-EXIBIR-MES THRU 6500-EXIT.
       6100-EXIT.
           EXIT.

      * 6500-EXIBIR-MES - uma linha com o orcamento do mes corrente.
       6500-EXIBIR-MES.
           MOVE ORC-QTD-PESSOAS    TO WS-QTD-EDITADA.
           MOVE ORC-MASSA-SALARIAL TO WS-VALOR-EDITADO-1.
           MOVE ORC-ENCARGOS       TO WS-VALOR-EDITADO-2.
           MOVE ORC-HORAS-EXTRAS   TO WS-VALOR-EDITADO-3.
           DISPLAY ORC-MES '/' ORC-ANO
               ' QUADRO ' WS-QTD-EDITADA
               ' MASSA ' WS-VALOR-EDITADO-1
               ' ENCARGOS ' WS-VALOR-EDITADO-2
               ' H.EXTRAS ' WS-VALOR-EDITADO-3.
           DISPLAY '        ORIGEM ' ORC-ORIGEM
               ' EM ' ORC-DATA-ALTERACAO ' POR ' ORC-OPERADOR.
       6500-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - fecha os arquivos.
      ******************************************************************
       9000-FINALIZAR.
           CLOSE ORCAMENTO-ARQ.
           IF WS-EMPRESAS-DISPONIVEL
               CLOSE EMPRESAS-ARQ
           END-IF.
           IF WS-DEPTOS-DISPONIVEL
               CLOSE DEPTOS-ARQ
           END-IF.
       9000-EXIT.
           EXIT.

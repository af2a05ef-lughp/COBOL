      ******************************************************************
      * Finalidade: Manutencao do mestre de operadores (OPERMST) -
      *             usuario, senha, nivel de permissao (1 = operador,
      *             2 = supervisor), nome e grupo da caixa de mensagens
      *             (equipe que recebe as mensagens enderecadas ao
      *             grupo no MSGLER). A manutencao exige
      *             assinatura de supervisor pela SEGURAN; na primeira
      *             execucao, com o mestre ainda vazio, o programa
      *             permite cadastrar o primeiro supervisor sem
      *
      * Historico de alteracoes:
      *   21/08/2026 LHP  Versao inicial.
      *   15/10/2026 LHP  Politica de senha: senha da inclusao e a
      *                   nova senha dada na alteracao sao provisorias
      *                   (troca obrigatoria na primeira assinatura na
      *                   SEGURAN); nova opcao 5 para o supervisor
      *                   desbloquear conta trancada por senhas erradas;
      *                   consulta mostra bloqueio, troca pendente,
      *                   data da senha e ultimo acesso.
      *   15/10/2026 LHP  Grupo da caixa de mensagens (OPE-GRUPO) na
      *                   inclusao, alteracao e consulta.
      *   15/10/2026 LHP  Assinatura na SEGURAN com o OPERMST fechado:
      *                   a SEGURAN regrava o operador (falhas,
      *                   bloqueio, historico de senhas) e nao pode
      *                   esbarrar no lock do CADOPER. O mestre e
      *                   reaberto so com o acesso liberado.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       01  WS-OPCAO                   PIC 9(01) VALUE 0.

       01  WS-DATA-HOJE               PIC 9(08) VALUE 0.
       01  WS-NOVA-SENHA              PIC X(08) VALUE SPACES.

           COPY SEGLINKC.

       PROCEDURE DIVISION.
      * 1000-INICIALIZAR - abre o mestre de operadores (criando-o na
      * primeira execucao) e verifica se ja existe algum operador: com
      * o mestre povoado, a manutencao exige assinatura de supervisor;
      * vazio, libera o cadastro do primeiro supervisor. A assinatura
      * e feita com o OPERMST fechado, porque a SEGURAN o abre I-O e
      * regrava o registro do operador; liberado o acesso, o mestre e
      * reaberto para a manutencao.
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O OPERMST-ARQ.
           IF WS-OPERMST-STATUS = '35'
               OPEN OUTPUT OPERMST-ARQ
           IF WS-SEM-OPERADORES
               DISPLAY 'CADOPER: MESTRE DE OPERADORES VAZIO - '
                   'CADASTRE O PRIMEIRO SUPERVISOR'
               GO TO 1000-EXIT
           END-IF.
           CLOSE OPERMST-ARQ.
           MOVE 'CADOPER'  TO SEG-PROGRAMA.
           MOVE 2          TO SEG-NIVEL-MINIMO.
           CALL 'SEGURAN' USING SEG-PARAMETROS.
           IF NOT SEG-ACESSO-LIBERADO
               MOVE 'N' TO WS-CONTINUA
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O OPERMST-ARQ.
           IF WS-OPERMST-STATUS NOT = '00'
               DISPLAY 'CADOPER: ERRO AO ABRIR OPERMST - STATUS '
                   WS-OPERMST-STATUS
               MOVE 'N' TO WS-CONTINUA
           END-IF.
       1000-EXIT.
           EXIT.
           DISPLAY '2 - ALTERAR OPERADOR'.
           DISPLAY '3 - EXCLUIR OPERADOR'.
           DISPLAY '4 - CONSULTAR OPERADOR'.
           DISPLAY '5 - DESBLOQUEAR OPERADOR'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'OPCAO: ' WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
               WHEN 2 PERFORM 4000-ALTERAR THRU 4000-EXIT
               WHEN 3 PERFORM 5000-EXCLUIR THRU 5000-EXIT
               WHEN 4 PERFORM 6000-CONSULTAR THRU 6000-EXIT
               WHEN 5 PERFORM 7000-DESBLOQUEAR THRU 7000-EXIT
               WHEN 9 MOVE 'N' TO WS-CONTINUA
               WHEN OTHER DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
      ******************************************************************
      * 3000-INCLUIR - grava um novo operador. Com o mestre vazio, o
      * primeiro cadastro e forcado ao nivel 2 (supervisor), senao
      * ninguem mais conseguiria assinar a propria manutencao. A senha
      * informada e provisoria: a SEGURAN exige a troca na primeira
      * assinatura.
      ******************************************************************
       3000-INCLUIR.
           MOVE SPACES TO OPE-REGISTRO.
           MOVE WS-DATA-HOJE TO OPE-DATA-INCLUSAO.
           MOVE WS-DATA-HOJE TO OPE-DATA-SENHA.
           MOVE 'S' TO OPE-TROCA-SENHA.
           MOVE 0   TO OPE-QTD-FALHAS.
           MOVE 'N' TO OPE-BLOQUEIO.
           MOVE 0   TO OPE-DATA-BLOQUEIO.
           MOVE 0   TO OPE-ULTIMO-ACESSO.
           DISPLAY 'USUARIO........: ' WITH NO ADVANCING.
           ACCEPT OPE-USUARIO.
           DISPLAY 'SENHA..........: ' WITH NO ADVANCING.
           ACCEPT OPE-SENHA.
           DISPLAY 'NOME...........: ' WITH NO ADVANCING.
           ACCEPT OPE-NOME.
           PERFORM 3100-OBTER-GRUPO THRU 3100-EXIT.
           IF WS-SEM-OPERADORES
               MOVE 2 TO OPE-NIVEL
               DISPLAY 'CADOPER: PRIMEIRO OPERADOR CADASTRADO COMO '
               INVALID KEY
                   DISPLAY 'CADOPER: USUARIO JA CADASTRADO'
               NOT INVALID KEY
                   DISPLAY 'CADOPER: OPERADOR INCLUIDO - TROCA DE '
                       'SENHA NA PRIMEIRA ASSINATURA'
                   MOVE 'N' TO WS-MESTRE-VAZIO
           END-WRITE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-OBTER-GRUPO - grupo do operador para as mensagens
      * enderecadas a equipe (FECHAMENTO, OPERACAO, AUDITORIA...).
      * Branco = so as mensagens pessoais (e as de supervisor, pelo
      * nivel).
      ******************************************************************
       3100-OBTER-GRUPO.
           DISPLAY 'GRUPO (BRANCO = NENHUM): ' WITH NO ADVANCING.
           MOVE SPACES TO OPE-GRUPO.
           ACCEPT OPE-GRUPO.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ALTERAR - atualiza senha, nivel e nome de um operador.
      * Senha em branco mantem a atual; nova senha e provisoria.
      ******************************************************************
       4000-ALTERAR.
           DISPLAY 'USUARIO........: ' WITH NO ADVANCING.
                   GO TO 4000-EXIT
           END-READ.
           DISPLAY 'NOME ATUAL.....: ' OPE-NOME.
           PERFORM 4100-SENHA-PROVISORIA THRU 4100-EXIT.
           DISPLAY 'NOVO NIVEL (1/2): ' WITH NO ADVANCING.
           ACCEPT OPE-NIVEL.
           IF NOT OPE-NIVEL-OPERADOR AND NOT OPE-NIVEL-SUPERVISOR
           END-IF.
           DISPLAY 'NOVO NOME......: ' WITH NO ADVANCING.
           ACCEPT OPE-NOME.
           DISPLAY 'GRUPO ATUAL....: ' OPE-GRUPO.
           PERFORM 3100-OBTER-GRUPO THRU 3100-EXIT.
           REWRITE OPE-REGISTRO
               INVALID KEY
                   DISPLAY 'CADOPER: ERRO AO ALTERAR'
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-SENHA-PROVISORIA - le a nova senha (branco mantem a atual).
      * A senha dada pelo supervisor e provisoria: a atual vai para o
      * historico (nao pode voltar na troca) e a SEGURAN exige a troca
      * na proxima assinatura.
      ******************************************************************
       4100-SENHA-PROVISORIA.
           DISPLAY 'NOVA SENHA (BRANCO = MANTEM): ' WITH NO ADVANCING.
           MOVE SPACES TO WS-NOVA-SENHA.
           ACCEPT WS-NOVA-SENHA.
           IF WS-NOVA-SENHA = SPACES
               GO TO 4100-EXIT
           END-IF.
           MOVE OPE-SENHA-ANTERIOR (2) TO OPE-SENHA-ANTERIOR (3).
           MOVE OPE-SENHA-ANTERIOR (1) TO OPE-SENHA-ANTERIOR (2).
           MOVE OPE-SENHA              TO OPE-SENHA-ANTERIOR (1).
           MOVE WS-NOVA-SENHA          TO OPE-SENHA.
           MOVE WS-DATA-HOJE           TO OPE-DATA-SENHA.
           MOVE 'S'                    TO OPE-TROCA-SENHA.
           DISPLAY 'CADOPER: SENHA PROVISORIA - TROCA NA PROXIMA '
               'ASSINATURA'.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-EXCLUIR - remove um operador do mestre.
      ******************************************************************
           END-READ.
           DISPLAY 'NOME...........: ' OPE-NOME.
           DISPLAY 'NIVEL..........: ' OPE-NIVEL.
           DISPLAY 'GRUPO..........: ' OPE-GRUPO.
           IF OPE-BLOQUEADO
               DISPLAY 'SITUACAO.......: BLOQUEADO EM '
                   OPE-DATA-BLOQUEIO
           ELSE
               DISPLAY 'SITUACAO.......: ATIVO'
           END-IF.
           IF OPE-TROCA-OBRIGATORIA
               DISPLAY 'TROCA DE SENHA.: PENDENTE'
           END-IF.
           DISPLAY 'DATA DA SENHA..: ' OPE-DATA-SENHA.
           DISPLAY 'ULTIMO ACESSO..: ' OPE-ULTIMO-ACESSO.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-DESBLOQUEAR - libera a conta trancada pela SEGURAN depois
      * de senhas erradas seguidas. So o supervisor assinado desbloqueia
      * (no cadastro do primeiro supervisor nao ha assinatura); pode
      * dar senha provisoria na mesma operacao.
      ******************************************************************
       7000-DESBLOQUEAR.
           IF SEG-NIVEL < 2
               DISPLAY 'CADOPER: OPCAO RESTRITA A SUPERVISOR'
               GO TO 7000-EXIT
           END-IF.
           DISPLAY 'USUARIO........: ' WITH NO ADVANCING.
           ACCEPT OPE-USUARIO.
           READ OPERMST-ARQ
               INVALID KEY
                   DISPLAY 'CADOPER: OPERADOR NAO ENCONTRADO'
                   GO TO 7000-EXIT
           END-READ.
           IF NOT OPE-BLOQUEADO
               DISPLAY 'CADOPER: OPERADOR NAO ESTA BLOQUEADO'
               GO TO 7000-EXIT
           END-IF.
           DISPLAY 'NOME...........: ' OPE-NOME.
           DISPLAY 'BLOQUEADO EM...: ' OPE-DATA-BLOQUEIO.
           PERFORM 4100-SENHA-PROVISORIA THRU 4100-EXIT.
           MOVE 'N' TO OPE-BLOQUEIO.
           MOVE 0   TO OPE-QTD-FALHAS.
           MOVE 0   TO OPE-DATA-BLOQUEIO.
           REWRITE OPE-REGISTRO
               INVALID KEY
                   DISPLAY 'CADOPER: ERRO AO DESBLOQUEAR'
               NOT INVALID KEY
                   DISPLAY 'CADOPER: OPERADOR DESBLOQUEADO'
           END-REWRITE.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - fecha o mestre de operadores.
      ******************************************************************

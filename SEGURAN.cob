      *                   errada repetida do mesmo usuario no dia
      *                   (3 ou mais tentativas) passa a deixar
      *                   mensagem urgente na caixa MSGREG (MSGGRAV).
      *   15/10/2026 LHP  Politica de senha: a senha vence apos
      *                   WS-DIAS-VALIDADE-SENHA dias e a troca e
      *                   exigida na assinatura (tambem na primeira
      *                   apos inclusao ou nova senha no CADOPER), sem
      *                   repetir a atual nem as tres anteriores;
      *                   WS-LIMITE-BLOQUEIO senhas erradas seguidas
      *                   bloqueiam a conta (so o supervisor desbloqueia
      *                   no CADOPER), com alerta urgente na MSGREG.
      *                   OPERMST aberto para atualizacao; grava a data
      *                   do ultimo acesso para o OPERINAT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 WS-ACESSLOG-STATUS      PIC X(02) VALUE '00'.
           05 WS-USUARIO-EXISTE       PIC X(01) VALUE 'N'.
               88 WS-USUARIO-CADASTRADO VALUE 'S'.
           05 WS-REGRAVAR             PIC X(01) VALUE 'N'.
               88 WS-REGRAVAR-OPERADOR VALUE 'S'.
           05 WS-BLOQUEOU-AGORA       PIC X(01) VALUE 'N'.
               88 WS-CONTA-TRANCADA   VALUE 'S'.
           05 WS-SENHA-REPETIDA       PIC X(01) VALUE 'N'.
               88 WS-SENHA-JA-USADA   VALUE 'S'.

       01  WS-SENHA-DIGITADA          PIC X(08) VALUE SPACES.
       01  WS-NOVA-SENHA              PIC X(08) VALUE SPACES.
       01  WS-CONFIRMA-SENHA          PIC X(08) VALUE SPACES.
       01  WS-IND-SENHA               PIC 9(01) VALUE 0.

      * Politica de senha: prazo de validade (dias desde a ultima
      * troca) e quantidade de senhas erradas seguidas que bloqueia a
      * conta.
       01  WS-POLITICA-SENHA.
           05 WS-DIAS-VALIDADE-SENHA  PIC 9(03) VALUE 60.
           05 WS-LIMITE-BLOQUEIO      PIC 9(02) VALUE 5.

       01  WS-DATA-HOJE               PIC 9(08) VALUE 0.
       01  WS-DATA-CORTE              PIC 9(08) VALUE 0.
       01  WS-CONTADOR-DIAS           PIC 9(03) VALUE 0.

      * Dias de cada mes (fevereiro acertado no ano bissexto), para
      * achar a data de corte da validade da senha.
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

       01  WS-RESULTADO-LOG           PIC X(01) VALUE SPACES.

           PERFORM 1000-ABRIR-ARQUIVOS THRU 1000-EXIT.
           IF WS-OPERMST-STATUS = '00'
               PERFORM 2000-VERIFICAR-OPERADOR THRU 2000-EXIT
               IF WS-REGRAVAR-OPERADOR
                   PERFORM 2900-REGRAVAR-OPERADOR THRU 2900-EXIT
               END-IF
               PERFORM 8000-GRAVAR-ACESSO THRU 8000-EXIT
               CLOSE OPERMST-ARQ
           END-IF.
           IF WS-RESULTADO-LOG = 'N'
               PERFORM 8500-VIGIAR-FALHAS THRU 8500-EXIT
           END-IF.
           IF WS-CONTA-TRANCADA
               PERFORM 8600-ALERTAR-BLOQUEIO THRU 8600-EXIT
           END-IF.
           GOBACK.

      ******************************************************************
      * 1000-ABRIR-ARQUIVOS - abre o mestre de operadores para consulta
      * e atualizacao (falhas, bloqueio, troca de senha) e o log de
      * acessos em modo de inclusao (criado na primeira gravacao). Sem
      * OPERMST nao ha como verificar ninguem: o acesso fica negado e
      * o chamador orienta procurar o CADOPER.
      ******************************************************************
       1000-ABRIR-ARQUIVOS.
           OPEN I-O OPERMST-ARQ.
           IF WS-OPERMST-STATUS NOT = '00'
               DISPLAY 'SEGURAN: MESTRE DE OPERADORES (OPERMST) '
                   'INDISPONIVEL - STATUS ' WS-OPERMST-STATUS

      ******************************************************************
      * 2000-VERIFICAR-OPERADOR - pede usuario e senha, confere contra
      * o mestre e exige o nivel minimo do programa chamador. Conta
      * bloqueada e recusada antes de conferir a senha; senha errada
      * conta para o bloqueio; senha certa zera a contagem, registra o
      * acesso e, vencida ou marcada para troca, exige a nova senha.
      ******************************************************************
       2000-VERIFICAR-OPERADOR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'USUARIO: ' WITH NO ADVANCING.
           ACCEPT OPE-USUARIO.
           MOVE OPE-USUARIO TO SEG-USUARIO.
                   MOVE 'S' TO WS-USUARIO-EXISTE
           END-READ.
           IF NOT WS-USUARIO-CADASTRADO
               DISPLAY 'SEGURAN: USUARIO OU SENHA INVALIDOS - '
                   'ACESSO NEGADO'
               MOVE 'N' TO WS-RESULTADO-LOG
               GO TO 2000-EXIT
           END-IF.
           IF OPE-BLOQUEADO
               DISPLAY 'SEGURAN: USUARIO BLOQUEADO POR SENHAS ERRADAS '
                   '- PROCURE UM SUPERVISOR (CADOPER)'
               MOVE 'B' TO WS-RESULTADO-LOG
               GO TO 2000-EXIT
           END-IF.
           MOVE 'S' TO WS-REGRAVAR.
           IF OPE-SENHA NOT = WS-SENHA-DIGITADA
               DISPLAY 'SEGURAN: USUARIO OU SENHA INVALIDOS - '
                   'ACESSO NEGADO'
               MOVE 'N' TO WS-RESULTADO-LOG
               PERFORM 2100-REGISTRAR-FALHA THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE 0 TO OPE-QTD-FALHAS.
           MOVE WS-DATA-HOJE TO OPE-ULTIMO-ACESSO.
           PERFORM 2200-VERIFICAR-VALIDADE THRU 2200-EXIT.
           IF OPE-TROCA-OBRIGATORIA
               PERFORM 2300-TROCAR-SENHA THRU 2300-EXIT
           END-IF.
           IF OPE-TROCA-OBRIGATORIA
               DISPLAY 'SEGURAN: SENHA NAO TROCADA - ACESSO NEGADO'
               MOVE 'T' TO WS-RESULTADO-LOG
               GO TO 2000-EXIT
           END-IF.
           IF OPE-NIVEL < SEG-NIVEL-MINIMO
               DISPLAY 'SEGURAN: USUARIO SEM PERMISSAO PARA ESTA '
                   'FUNCAO - ACESSO NEGADO'
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-REGISTRAR-FALHA - soma a senha errada na contagem seguida
      * do operador; no limite, bloqueia a conta (o alerta sai depois
      * de fechados os arquivos, no 8600).
      ******************************************************************
       2100-REGISTRAR-FALHA.
           IF OPE-QTD-FALHAS < 99
               ADD 1 TO OPE-QTD-FALHAS
           END-IF.
           IF OPE-QTD-FALHAS < WS-LIMITE-BLOQUEIO
               GO TO 2100-EXIT
           END-IF.
           MOVE 'S' TO OPE-BLOQUEIO.
           MOVE WS-DATA-HOJE TO OPE-DATA-BLOQUEIO.
           MOVE 'S' TO WS-BLOQUEOU-AGORA.
           DISPLAY 'SEGURAN: LIMITE DE SENHAS ERRADAS ATINGIDO - '
               'USUARIO BLOQUEADO'.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-VERIFICAR-VALIDADE - marca a troca obrigatoria quando a
      * ultima troca de senha tem WS-DIAS-VALIDADE-SENHA dias ou mais
      * (registro sem data de troca conta como vencido).
      ******************************************************************
       2200-VERIFICAR-VALIDADE.
           IF OPE-TROCA-OBRIGATORIA
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-DATA-HOJE TO WS-DATA-CALCULO.
           MOVE 0 TO WS-CONTADOR-DIAS.
           PERFORM 2250-SUBTRAIR-UM-DIA THRU 2250-EXIT
               UNTIL WS-CONTADOR-DIAS NOT < WS-DIAS-VALIDADE-SENHA.
           MOVE WS-DATA-CALCULO TO WS-DATA-CORTE.
           IF OPE-DATA-SENHA > WS-DATA-CORTE
               GO TO 2200-EXIT
           END-IF.
           DISPLAY 'SEGURAN: SENHA COM ' WS-DIAS-VALIDADE-SENHA
               ' DIAS OU MAIS - TROCA OBRIGATORIA'.
           MOVE 'S' TO OPE-TROCA-SENHA.
       2200-EXIT.
           EXIT.

      * 2250-SUBTRAIR-UM-DIA - recua WS-DATA-CALCULO em um dia, virando
      * mes e ano.
       2250-SUBTRAIR-UM-DIA.
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
       2250-EXIT.
           EXIT.

      ******************************************************************
      * 2300-TROCAR-SENHA - pede a nova senha duas vezes e recusa senha
      * em branco, diferente na confirmacao, igual a atual ou a uma das
      * tres anteriores. Aceita, a atual desce para o historico.
      ******************************************************************
       2300-TROCAR-SENHA.
           DISPLAY 'SEGURAN: TROCA DE SENHA OBRIGATORIA'.
           DISPLAY 'NOVA SENHA.......: ' WITH NO ADVANCING.
           ACCEPT WS-NOVA-SENHA.
           DISPLAY 'CONFIRME A SENHA.: ' WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA-SENHA.
           IF WS-NOVA-SENHA = SPACES
               DISPLAY 'SEGURAN: SENHA EM BRANCO NAO E ACEITA'
               GO TO 2300-EXIT
           END-IF.
           IF WS-NOVA-SENHA NOT = WS-CONFIRMA-SENHA
               DISPLAY 'SEGURAN: CONFIRMACAO NAO CONFERE'
               GO TO 2300-EXIT
           END-IF.
           IF WS-NOVA-SENHA = OPE-SENHA
               DISPLAY 'SEGURAN: NOVA SENHA IGUAL A ATUAL'
               GO TO 2300-EXIT
           END-IF.
           MOVE 'N' TO WS-SENHA-REPETIDA.
           PERFORM 2350-COMPARAR-ANTERIOR THRU 2350-EXIT
               VARYING WS-IND-SENHA FROM 1 BY 1
               UNTIL WS-IND-SENHA > 3.
           IF WS-SENHA-JA-USADA
               DISPLAY 'SEGURAN: SENHA USADA RECENTEMENTE - ESCOLHA '
                   'OUTRA'
               GO TO 2300-EXIT
           END-IF.
           MOVE OPE-SENHA-ANTERIOR (2) TO OPE-SENHA-ANTERIOR (3).
           MOVE OPE-SENHA-ANTERIOR (1) TO OPE-SENHA-ANTERIOR (2).
           MOVE OPE-SENHA              TO OPE-SENHA-ANTERIOR (1).
           MOVE WS-NOVA-SENHA          TO OPE-SENHA.
           MOVE WS-DATA-HOJE           TO OPE-DATA-SENHA.
           MOVE 'N'                    TO OPE-TROCA-SENHA.
           DISPLAY 'SEGURAN: SENHA ALTERADA'.
       2300-EXIT.
           EXIT.

       2350-COMPARAR-ANTERIOR.
           IF WS-NOVA-SENHA = OPE-SENHA-ANTERIOR (WS-IND-SENHA)
               MOVE 'S' TO WS-SENHA-REPETIDA
           END-IF.
       2350-EXIT.
           EXIT.

      ******************************************************************
      * 2900-REGRAVAR-OPERADOR - grava no mestre a contagem de falhas,
      * o bloqueio, a troca de senha e a data do ultimo acesso.
      ******************************************************************
       2900-REGRAVAR-OPERADOR.
           REWRITE OPE-REGISTRO
               INVALID KEY
                   DISPLAY 'SEGURAN: ERRO AO ATUALIZAR OPERMST - '
                       'STATUS ' WS-OPERMST-STATUS
           END-REWRITE.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-GRAVAR-ACESSO - grava a tentativa de assinatura no log de
      * acessos, com data/hora, usuario, programa e resultado.
       8550-EXIT.
           EXIT.

      ******************************************************************
      * 8600-ALERTAR-BLOQUEIO - a conta acaba de ser bloqueada: deixa
      * mensagem urgente na caixa MSGREG para o supervisor verificar e
      * desbloquear no CADOPER.
      ******************************************************************
       8600-ALERTAR-BLOQUEIO.
           MOVE 'OPERACAO' TO GRV-DESTINATARIO.
           MOVE SPACES TO GRV-TEXTO.
           STRING 'SEGURAN: USUARIO ' DELIMITED BY SIZE
                  SEG-USUARIO DELIMITED BY SIZE
                  ' BLOQUEADO APOS ' DELIMITED BY SIZE
                  WS-LIMITE-BLOQUEIO DELIMITED BY SIZE
                  ' SENHAS ERRADAS SEGUIDAS - CADOPER'
                      DELIMITED BY SIZE
                  INTO GRV-TEXTO
           END-STRING.
           MOVE 'U' TO GRV-PRIORIDADE.
           CALL 'MSGGRAV' USING GRV-PARAMETROS.
       8600-EXIT.
           EXIT.

       8000-GRAVAR-ACESSO.
           MOVE SPACES TO ACS-REGISTRO.
           ACCEPT WS-DATAHORA-LOG-DATA FROM DATE YYYYMMDD.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPENS.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Manutencao do arquivo de pensoes alimenticias
      *             judiciais (PENSJUD), no molde do CADCONS - uma
      *             decisao por matricula e sequencia, com o numero do
      *             processo, o beneficiario (nome, CPF conferido pelo
      *             digito verificador e conta bancaria), a base do
      *             desconto (percentual do bruto, percentual do
      *             liquido depois de INSS e IRRF, ou quantidade de
      *             salarios minimos), se a decisao alcanca o 13o e as
      *             ferias, e a vigencia. O RELAT desconta a pensao
      *             pela subrotina PENSAOC e o EXPFUNC credita o
      *             beneficiario no mesmo arquivo bancario da folha.
      *             Por tratar de decisao judicial e dados bancarios
      *             de terceiros, exige operador de nivel 2.
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
           SELECT PENSJUD-ARQ
               ASSIGN TO "PENSJUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-CHAVE
               FILE STATUS IS WS-PENSJUD-STATUS.

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
       FD  PENSJUD-ARQ
           LABEL RECORD IS STANDARD.
           COPY PENSJUC.

       FD  EMPREG-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPREGC.

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-PENSJUD-STATUS       PIC X(02) VALUE '00'.
           05 WS-EMPREG-STATUS        PIC X(02) VALUE '00'.
           05 WS-CONTINUA             PIC X(01) VALUE 'S'.
               88 WS-SAIR-DO-MENU     VALUE 'N'.
           05 WS-FIM-PENSJUD          PIC X(01) VALUE 'N'.
               88 FIM-DAS-DECISOES    VALUE 'S'.
           05 WS-DADOS-OK             PIC X(01) VALUE 'S'.
               88 WS-DADOS-VALIDOS    VALUE 'S'.

       01  WS-OPCAO                   PIC 9(01) VALUE 0.
       01  WS-OPERADOR                PIC X(08) VALUE SPACES.

       01  WS-MATRICULA-LISTA         PIC 9(06) VALUE 0.
       01  WS-QTD-LISTADAS            PIC 9(02) VALUE 0.

      * Validacao do CPF do beneficiario: os 11 digitos redefinidos um
      * a um para o calculo dos digitos verificadores (modulo 11).
       01  WS-VALIDACAO-CPF.
           05 WS-CPF-INFORMADO        PIC 9(11) VALUE 0.
           05 WS-CPF-DIGITOS REDEFINES WS-CPF-INFORMADO.
               10 WS-CPF-DIG OCCURS 11 TIMES PIC 9(01).
           05 WS-CPF-SOMA             PIC 9(04) COMP VALUE 0.
           05 WS-CPF-TRABALHO         PIC 9(05) COMP VALUE 0.
           05 WS-CPF-QUOCIENTE        PIC 9(04) COMP VALUE 0.
           05 WS-CPF-RESTO            PIC 9(02) COMP VALUE 0.
           05 WS-CPF-DV1              PIC 9(01) VALUE 0.
           05 WS-CPF-DV2              PIC 9(01) VALUE 0.
           05 WS-CPF-POSICAO          PIC 9(02) COMP VALUE 0.
           05 WS-CPF-PESO             PIC 9(02) COMP VALUE 0.
           05 WS-CPF-OK               PIC X(01) VALUE 'N'.
               88 WS-CPF-VALIDO       VALUE 'S'.
           05 WS-CPF-REPETIDO         PIC X(01) VALUE 'S'.
               88 WS-CPF-TODO-IGUAL   VALUE 'S'.

           COPY SEGLINKC.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-EXIBIR-MENU THRU 2000-EXIT
               UNTIL WS-SAIR-DO-MENU.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - identifica o operador e abre o arquivo de
      * pensoes (criando-o se ainda nao existir) e o mestre para
      * validar a matricula.
      ******************************************************************
       1000-INICIALIZAR.
           MOVE 'CADPENS' TO SEG-PROGRAMA.
           MOVE 2         TO SEG-NIVEL-MINIMO.
           CALL 'SEGURAN' USING SEG-PARAMETROS.
           IF NOT SEG-ACESSO-LIBERADO
               MOVE 'N' TO WS-CONTINUA
               GO TO 1000-EXIT
           END-IF.
           MOVE SEG-USUARIO TO WS-OPERADOR.
           OPEN I-O PENSJUD-ARQ.
           IF WS-PENSJUD-STATUS = '35'
               OPEN OUTPUT PENSJUD-ARQ
               CLOSE PENSJUD-ARQ
               OPEN I-O PENSJUD-ARQ
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
           DISPLAY '=== MANUTENCAO DE PENSOES ALIMENTICIAS ==='.
           DISPLAY '1 - INCLUIR DECISAO'.
           DISPLAY '2 - ALTERAR DECISAO'.
           DISPLAY '3 - EXCLUIR DECISAO'.
           DISPLAY '4 - LISTAR DECISOES DO FUNCIONARIO'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'OPCAO: ' WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM 3000-INCLUIR THRU 3000-EXIT
               WHEN 2 PERFORM 4000-ALTERAR THRU 4000-EXIT
               WHEN 3 PERFORM 5000-EXCLUIR THRU 5000-EXIT
               WHEN 4 PERFORM 6000-LISTAR THRU 6000-EXIT
               WHEN 9 MOVE 'N' TO WS-CONTINUA
               WHEN OTHER DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-INCLUIR - grava uma nova decisao para uma matricula
      * existente no mestre.
      ******************************************************************
       3000-INCLUIR.
           MOVE SPACES TO PEN-REGISTRO.
           DISPLAY 'MATRICULA......: ' WITH NO ADVANCING.
           ACCEPT PEN-MATRICULA.
           MOVE PEN-MATRICULA TO EMP-MATRICULA.
           READ EMPREG-ARQ
               INVALID KEY
                   DISPLAY 'CADPENS: FUNCIONARIO NAO ENCONTRADO'
                   GO TO 3000-EXIT
           END-READ.
           DISPLAY 'FUNCIONARIO....: ' EMP-NOME.
           DISPLAY 'SEQUENCIA (01-99): ' WITH NO ADVANCING.
           ACCEPT PEN-SEQUENCIA.
           IF PEN-SEQUENCIA = 0
               DISPLAY 'CADPENS: SEQUENCIA INVALIDA - OPERACAO '
                   'REJEITADA'
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3500-OBTER-DADOS THRU 3500-EXIT.
           IF NOT WS-DADOS-VALIDOS
               GO TO 3000-EXIT
           END-IF.
           WRITE PEN-REGISTRO
               INVALID KEY
                   DISPLAY 'CADPENS: DECISAO JA CADASTRADA PARA '
                       'ESTA MATRICULA E SEQUENCIA'
               NOT INVALID KEY
                   DISPLAY 'CADPENS: DECISAO INCLUIDA'
           END-WRITE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3500-OBTER-DADOS - le processo, beneficiario, conta, base,
      * incidencias e vigencia; CPF, base ou incidencia invalidos
      * rejeitam a operacao em curso.
      ******************************************************************
       3500-OBTER-DADOS.
           MOVE 'S' TO WS-DADOS-OK.
           DISPLAY 'NUMERO DO PROCESSO...............: '
               WITH NO ADVANCING.
           ACCEPT PEN-PROCESSO.
           DISPLAY 'NOME DO BENEFICIARIO.............: '
               WITH NO ADVANCING.
           ACCEPT PEN-BENEF-NOME.
           DISPLAY 'CPF DO BENEFICIARIO (11 DIGITOS).: '
               WITH NO ADVANCING.
           ACCEPT WS-CPF-INFORMADO.
           PERFORM 8710-VALIDAR-CPF THRU 8710-EXIT.
           IF NOT WS-CPF-VALIDO
               DISPLAY 'CADPENS: CPF INVALIDO - OPERACAO REJEITADA'
               MOVE 'N' TO WS-DADOS-OK
               GO TO 3500-EXIT
           END-IF.
           MOVE WS-CPF-INFORMADO TO PEN-BENEF-CPF.
           DISPLAY 'BANCO (3 DIGITOS)................: '
               WITH NO ADVANCING.
           ACCEPT PEN-BANCO.
           DISPLAY 'AGENCIA..........................: '
               WITH NO ADVANCING.
           ACCEPT PEN-AGENCIA.
           DISPLAY 'CONTA (SEM DIGITO)...............: '
               WITH NO ADVANCING.
           ACCEPT PEN-CONTA.
           DISPLAY 'DIGITO DA CONTA..................: '
               WITH NO ADVANCING.
           ACCEPT PEN-CONTA-DV.
           IF PEN-BANCO = 0 OR PEN-AGENCIA = 0 OR PEN-CONTA = 0
               DISPLAY 'CADPENS: CONTA DO BENEFICIARIO INCOMPLETA - '
                   'OPERACAO REJEITADA'
               MOVE 'N' TO WS-DADOS-OK
               GO TO 3500-EXIT
           END-IF.
           DISPLAY 'BASE (B=BRUTO L=LIQUIDO M=SAL. MINIMOS): '
               WITH NO ADVANCING.
           ACCEPT PEN-TIPO-BASE.
           IF NOT PEN-BASE-BRUTO AND NOT PEN-BASE-LIQUIDO
               AND NOT PEN-BASE-MINIMOS
               DISPLAY 'CADPENS: BASE INVALIDA - OPERACAO REJEITADA'
               MOVE 'N' TO WS-DADOS-OK
               GO TO 3500-EXIT
           END-IF.
           IF PEN-BASE-MINIMOS
               DISPLAY 'QUANTIDADE DE SALARIOS MINIMOS (EX.: 1,50): '
                   WITH NO ADVANCING
               ACCEPT PEN-QTD-MINIMOS
               MOVE 0 TO PEN-PERCENTUAL
               IF PEN-QTD-MINIMOS = 0
                   DISPLAY 'CADPENS: QUANTIDADE INVALIDA - OPERACAO '
                       'REJEITADA'
                   MOVE 'N' TO WS-DADOS-OK
                   GO TO 3500-EXIT
               END-IF
           ELSE
               DISPLAY 'PERCENTUAL (EX.: 30,00)..........: '
                   WITH NO ADVANCING
               ACCEPT PEN-PERCENTUAL
               MOVE 0 TO PEN-QTD-MINIMOS
               IF PEN-PERCENTUAL = 0 OR PEN-PERCENTUAL > 100
                   DISPLAY 'CADPENS: PERCENTUAL INVALIDO - OPERACAO '
                       'REJEITADA'
                   MOVE 'N' TO WS-DADOS-OK
                   GO TO 3500-EXIT
               END-IF
           END-IF.
           DISPLAY 'INCIDE SOBRE O 13O (S/N)..........: '
               WITH NO ADVANCING.
           ACCEPT PEN-INCIDE-13.
           DISPLAY 'INCIDE SOBRE FERIAS + 1/3 (S/N)...: '
               WITH NO ADVANCING.
           ACCEPT PEN-INCIDE-FERIAS.
           IF (PEN-INCIDE-13 NOT = 'S' AND PEN-INCIDE-13 NOT = 'N')
               OR (PEN-INCIDE-FERIAS NOT = 'S'
                   AND PEN-INCIDE-FERIAS NOT = 'N')
               DISPLAY 'CADPENS: INCIDENCIA INVALIDA - OPERACAO '
                   'REJEITADA'
               MOVE 'N' TO WS-DADOS-OK
               GO TO 3500-EXIT
           END-IF.
           DISPLAY 'VIGENCIA INICIAL (AAAAMM)........: '
               WITH NO ADVANCING.
           ACCEPT PEN-VIGENCIA-INI.
           DISPLAY 'VIGENCIA FINAL (AAAAMM, 0 = SEM).: '
               WITH NO ADVANCING.
           ACCEPT PEN-VIGENCIA-FIM.
           IF PEN-VIGENCIA-FIM NOT = 0
               AND PEN-VIGENCIA-FIM < PEN-VIGENCIA-INI
               DISPLAY 'CADPENS: VIGENCIA FINAL ANTERIOR A INICIAL - '
                   'OPERACAO REJEITADA'
               MOVE 'N' TO WS-DADOS-OK
               GO TO 3500-EXIT
           END-IF.
           MOVE WS-OPERADOR TO PEN-OPERADOR.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ALTERAR - atualiza os dados de uma decisao existente.
      ******************************************************************
       4000-ALTERAR.
           DISPLAY 'MATRICULA......: ' WITH NO ADVANCING.
           ACCEPT PEN-MATRICULA.
           DISPLAY 'SEQUENCIA......: ' WITH NO ADVANCING.
           ACCEPT PEN-SEQUENCIA.
           READ PENSJUD-ARQ
               INVALID KEY
                   DISPLAY 'CADPENS: DECISAO NAO ENCONTRADA'
                   GO TO 4000-EXIT
           END-READ.
           DISPLAY 'PROCESSO ATUAL.: ' PEN-PROCESSO.
           DISPLAY 'BENEFICIARIO...: ' PEN-BENEF-NOME.
           PERFORM 3500-OBTER-DADOS THRU 3500-EXIT.
           IF NOT WS-DADOS-VALIDOS
               GO TO 4000-EXIT
           END-IF.
           REWRITE PEN-REGISTRO
               INVALID KEY
                   DISPLAY 'CADPENS: ERRO AO ALTERAR'
               NOT INVALID KEY
                   DISPLAY 'CADPENS: DECISAO ALTERADA'
           END-REWRITE.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-EXCLUIR - remove uma decisao. Para encerrar uma pensao
      * que ja foi paga, prefira alterar a vigencia final - o
      * historico PENSHIS guarda os pagamentos de qualquer forma.
      ******************************************************************
       5000-EXCLUIR.
           DISPLAY 'MATRICULA......: ' WITH NO ADVANCING.
           ACCEPT PEN-MATRICULA.
           DISPLAY 'SEQUENCIA......: ' WITH NO ADVANCING.
           ACCEPT PEN-SEQUENCIA.
           READ PENSJUD-ARQ
               INVALID KEY
                   DISPLAY 'CADPENS: DECISAO NAO ENCONTRADA'
                   GO TO 5000-EXIT
           END-READ.
           DELETE PENSJUD-ARQ
               INVALID KEY
                   DISPLAY 'CADPENS: ERRO AO EXCLUIR'
               NOT INVALID KEY
                   DISPLAY 'CADPENS: DECISAO EXCLUIDA'
           END-DELETE.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-LISTAR - lista as decisoes de uma matricula.
      ******************************************************************
       6000-LISTAR.
           DISPLAY 'MATRICULA......: ' WITH NO ADVANCING.
           ACCEPT PEN-MATRICULA.
           MOVE PEN-MATRICULA TO WS-MATRICULA-LISTA.
           MOVE 0 TO WS-QTD-LISTADAS.
           MOVE 'N' TO WS-FIM-PENSJUD.
           MOVE 0 TO PEN-SEQUENCIA.
           START PENSJUD-ARQ KEY IS NOT LESS THAN PEN-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-PENSJUD
           END-START.
           IF WS-PENSJUD-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-PENSJUD
           END-IF.
           IF NOT FIM-DAS-DECISOES
               PERFORM 6900-LER-PROXIMA THRU 6900-EXIT
           END-IF.
           PERFORM 6100-LISTAR-UMA THRU 6100-EXIT
               UNTIL FIM-DAS-DECISOES.
           DISPLAY 'TOTAL DE DECISOES: ' WS-QTD-LISTADAS.
       6000-EXIT.
           EXIT.

       6100-LISTAR-UMA.
           DISPLAY PEN-SEQUENCIA ' ' PEN-PROCESSO ' ' PEN-BENEF-NOME.
           DISPLAY '   CPF ' PEN-BENEF-CPF ' BANCO ' PEN-BANCO
               ' AG ' PEN-AGENCIA ' CONTA ' PEN-CONTA '-'
               PEN-CONTA-DV.
           DISPLAY '   BASE ' PEN-TIPO-BASE ' ' PEN-PERCENTUAL ' '
               PEN-QTD-MINIMOS ' 13O ' PEN-INCIDE-13
               ' FERIAS ' PEN-INCIDE-FERIAS ' '
               PEN-VIGENCIA-INI '-' PEN-VIGENCIA-FIM.
           ADD 1 TO WS-QTD-LISTADAS.
           PERFORM 6900-LER-PROXIMA THRU 6900-EXIT.
       6100-EXIT.
           EXIT.

       6900-LER-PROXIMA.
           READ PENSJUD-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PENSJUD
           END-READ.
           IF WS-PENSJUD-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-PENSJUD
           END-IF.
           IF NOT FIM-DAS-DECISOES
               AND PEN-MATRICULA NOT = WS-MATRICULA-LISTA
               MOVE 'S' TO WS-FIM-PENSJUD
           END-IF.
       6900-EXIT.
           EXIT.

      ******************************************************************
      * 8710-VALIDAR-CPF - confere os dois digitos verificadores do
      * CPF (modulo 11). CPF zerado tambem e recusado.
      ******************************************************************
       8710-VALIDAR-CPF.
           MOVE 'N' TO WS-CPF-OK.
           IF WS-CPF-INFORMADO = 0
               GO TO 8710-EXIT
           END-IF.
      * CPF com os onze digitos iguais (11111111111 etc.) passa nas
      * contas de modulo 11 mas e invalido por definicao.
           MOVE 'S' TO WS-CPF-REPETIDO.
           PERFORM 8715-TESTAR-DIGITO-IGUAL THRU 8715-EXIT
               VARYING WS-CPF-POSICAO FROM 2 BY 1
               UNTIL WS-CPF-POSICAO > 11
                   OR NOT WS-CPF-TODO-IGUAL.
           IF WS-CPF-TODO-IGUAL
               GO TO 8710-EXIT
           END-IF.
           MOVE 0 TO WS-CPF-SOMA.
           MOVE 10 TO WS-CPF-PESO.
           PERFORM 8712-SOMAR-DIGITO THRU 8712-EXIT
               VARYING WS-CPF-POSICAO FROM 1 BY 1
               UNTIL WS-CPF-POSICAO > 9.
           COMPUTE WS-CPF-TRABALHO = WS-CPF-SOMA * 10.
           DIVIDE WS-CPF-TRABALHO BY 11
               GIVING WS-CPF-QUOCIENTE REMAINDER WS-CPF-RESTO.
           MOVE WS-CPF-RESTO TO WS-CPF-DV1.
           IF WS-CPF-RESTO = 10
               MOVE 0 TO WS-CPF-DV1
           END-IF.
           MOVE 0 TO WS-CPF-SOMA.
           MOVE 11 TO WS-CPF-PESO.
           PERFORM 8712-SOMAR-DIGITO THRU 8712-EXIT
               VARYING WS-CPF-POSICAO FROM 1 BY 1
               UNTIL WS-CPF-POSICAO > 10.
           COMPUTE WS-CPF-TRABALHO = WS-CPF-SOMA * 10.
           DIVIDE WS-CPF-TRABALHO BY 11
               GIVING WS-CPF-QUOCIENTE REMAINDER WS-CPF-RESTO.
           MOVE WS-CPF-RESTO TO WS-CPF-DV2.
           IF WS-CPF-RESTO = 10
               MOVE 0 TO WS-CPF-DV2
           END-IF.
           IF WS-CPF-DIG (10) = WS-CPF-DV1
               AND WS-CPF-DIG (11) = WS-CPF-DV2
               MOVE 'S' TO WS-CPF-OK
           END-IF.
       8710-EXIT.
           EXIT.

       8715-TESTAR-DIGITO-IGUAL.
           IF WS-CPF-DIG (WS-CPF-POSICAO) NOT = WS-CPF-DIG (1)
               MOVE 'N' TO WS-CPF-REPETIDO
           END-IF.
       8715-EXIT.
           EXIT.

       8712-SOMAR-DIGITO.
           COMPUTE WS-CPF-SOMA = WS-CPF-SOMA
               + WS-CPF-DIG (WS-CPF-POSICAO) * WS-CPF-PESO.
           SUBTRACT 1 FROM WS-CPF-PESO.
       8712-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - fecha os arquivos.
      ******************************************************************
       9000-FINALIZAR.
           IF SEG-ACESSO-LIBERADO
               CLOSE PENSJUD-ARQ
               CLOSE EMPREG-ARQ
           END-IF.
       9000-EXIT.
           EXIT.

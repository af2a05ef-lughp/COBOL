       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCONTR.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Manutencao do cadastro de contribuintes individuais
      *             (CONTRIB) - autonomos pagos por RPA e socios com
      *             pro-labore, que recebem pelo PAGCONTR fora da folha
      *             dos empregados. Codigo de 6 digitos, nome, CPF
      *             (conferido pelo digito verificador e sem repeticao
      *             no cadastro), NIT/PIS, categoria, empresa pagadora
      *             (conferida no EMPRESAS), conta bancaria, aliquota
      *             do ISS retido (so autonomo) e situacao. Quem ja
      *             recebeu nao e excluido - e inativado, para o
      *             historico e as declaracoes continuarem fechando.
      *             Por tratar dados bancarios de terceiros, exige
      *             operador de nivel 2.
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
           SELECT CONTRIB-ARQ
               ASSIGN TO "CONTRIB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIN-CODIGO
               ALTERNATE RECORD KEY IS CIN-CPF
               FILE STATUS IS WS-CONTRIB-STATUS.

           SELECT EMPRESAS-ARQ
               ASSIGN TO "EMPRESAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMR-CODIGO
               FILE STATUS IS WS-EMPRESAS-STATUS.

           SELECT PAGCONTR-ARQ
               ASSIGN TO "PAGCONTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCI-CHAVE
               FILE STATUS IS WS-PAGCONTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRIB-ARQ
           LABEL RECORD IS STANDARD.
           COPY CONTRIBC.

       FD  EMPRESAS-ARQ
           LABEL RECORD IS STANDARD.
           COPY EMPRESAC.

       FD  PAGCONTR-ARQ
           LABEL RECORD IS STANDARD.
           COPY PAGCONC.

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-CONTRIB-STATUS       PIC X(02) VALUE '00'.
           05 WS-EMPRESAS-STATUS      PIC X(02) VALUE '00'.
           05 WS-EMPRESAS-OK          PIC X(01) VALUE 'N'.
               88 WS-EMPRESAS-DISPONIVEL VALUE 'S'.
           05 WS-PAGCONTR-STATUS      PIC X(02) VALUE '00'.
           05 WS-PAGCONTR-OK          PIC X(01) VALUE 'N'.
               88 WS-PAGCONTR-DISPONIVEL VALUE 'S'.
           05 WS-CONTINUA             PIC X(01) VALUE 'S'.
               88 WS-SAIR-DO-MENU     VALUE 'N'.
           05 WS-FIM-CONTRIB          PIC X(01) VALUE 'N'.
               88 FIM-DOS-CONTRIBUINTES VALUE 'S'.
           05 WS-DADOS-OK             PIC X(01) VALUE 'S'.
               88 WS-DADOS-VALIDOS    VALUE 'S'.
           05 WS-TEM-PAGAMENTO        PIC X(01) VALUE 'N'.
               88 WS-JA-RECEBEU       VALUE 'S'.

       01  WS-OPCAO                   PIC 9(01) VALUE 0.
       01  WS-OPERADOR                PIC X(08) VALUE SPACES.
       01  WS-QTD-LISTADOS            PIC 9(04) VALUE 0.

      * Validacao do CPF do contribuinte: os 11 digitos redefinidos um
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
      * 1000-INICIALIZAR - identifica o operador e abre o cadastro
      * (criando-o se ainda nao existir), o mestre de empresas para
      * conferir a empresa pagadora e o historico de pagamentos para
      * proteger a exclusao. Os dois ultimos sao opcionais.
      ******************************************************************
       1000-INICIALIZAR.
           MOVE 'CADCONTR' TO SEG-PROGRAMA.
           MOVE 2          TO SEG-NIVEL-MINIMO.
           CALL 'SEGURAN' USING SEG-PARAMETROS.
           IF NOT SEG-ACESSO-LIBERADO
               MOVE 'N' TO WS-CONTINUA
               GO TO 1000-EXIT
           END-IF.
           MOVE SEG-USUARIO TO WS-OPERADOR.
           OPEN I-O CONTRIB-ARQ.
           IF WS-CONTRIB-STATUS = '35'
               OPEN OUTPUT CONTRIB-ARQ
               CLOSE CONTRIB-ARQ
               OPEN I-O CONTRIB-ARQ
           END-IF.
           OPEN INPUT EMPRESAS-ARQ.
           IF WS-EMPRESAS-STATUS = '00'
               MOVE 'S' TO WS-EMPRESAS-OK
           ELSE
               DISPLAY 'CADCONTR: EMPRESAS INDISPONIVEL - EMPRESA '
                   'PAGADORA NAO CONFERIDA'
           END-IF.
           OPEN INPUT PAGCONTR-ARQ.
           IF WS-PAGCONTR-STATUS = '00'
               MOVE 'S' TO WS-PAGCONTR-OK
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-EXIBIR-MENU - le a opcao do usuario e direciona para a
      * rotina de manutencao correspondente.
      ******************************************************************
       2000-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '=== MANUTENCAO DE CONTRIBUINTES INDIVIDUAIS ==='.
           DISPLAY '1 - INCLUIR CONTRIBUINTE'.
           DISPLAY '2 - ALTERAR CONTRIBUINTE'.
           DISPLAY '3 - EXCLUIR CONTRIBUINTE'.
           DISPLAY '4 - LISTAR CONTRIBUINTES'.
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
      * 3000-INCLUIR - grava um novo contribuinte, ativo. CPF ja
      * cadastrado em outro codigo e recusado pela chave alternativa.
      ******************************************************************
       3000-INCLUIR.
           MOVE SPACES TO CIN-REGISTRO.
           DISPLAY 'CODIGO (6 DIGITOS)...............: '
               WITH NO ADVANCING.
           ACCEPT CIN-CODIGO.
           IF CIN-CODIGO = 0
               DISPLAY 'CADCONTR: CODIGO INVALIDO - OPERACAO '
                   'REJEITADA'
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3500-OBTER-DADOS THRU 3500-EXIT.
           IF NOT WS-DADOS-VALIDOS
               GO TO 3000-EXIT
           END-IF.
           MOVE 'A' TO CIN-SITUACAO.
           WRITE CIN-REGISTRO
               INVALID KEY
                   DISPLAY 'CADCONTR: CODIGO OU CPF JA CADASTRADO'
               NOT INVALID KEY
                   DISPLAY 'CADCONTR: CONTRIBUINTE INCLUIDO'
           END-WRITE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3500-OBTER-DADOS - le nome, CPF, NIT, categoria, empresa, conta
      * e aliquota do ISS; CPF, categoria, empresa ou conta invalidos
      * rejeitam a operacao em curso.
      ******************************************************************
       3500-OBTER-DADOS.
           MOVE 'S' TO WS-DADOS-OK.
           DISPLAY 'NOME.............................: '
               WITH NO ADVANCING.
           ACCEPT CIN-NOME.
           IF CIN-NOME = SPACES
               DISPLAY 'CADCONTR: NOME EM BRANCO - OPERACAO REJEITADA'
               MOVE 'N' TO WS-DADOS-OK
               GO TO 3500-EXIT
           END-IF.
           DISPLAY 'CPF (11 DIGITOS).................: '
               WITH NO ADVANCING.
           ACCEPT WS-CPF-INFORMADO.
           PERFORM 8710-VALIDAR-CPF THRU 8710-EXIT.
           IF NOT WS-CPF-VALIDO
               DISPLAY 'CADCONTR: CPF INVALIDO - OPERACAO REJEITADA'
               MOVE 'N' TO WS-DADOS-OK
               GO TO 3500-EXIT
           END-IF.
           MOVE WS-CPF-INFORMADO TO CIN-CPF.
           DISPLAY 'NIT/PIS (11 DIGITOS).............: '
               WITH NO ADVANCING.
           ACCEPT CIN-NIT.
           DISPLAY 'CATEGORIA (A=AUTONOMO S=SOCIO)...: '
               WITH NO ADVANCING.
           ACCEPT CIN-CATEGORIA.
           IF NOT CIN-AUTONOMO AND NOT CIN-SOCIO
               DISPLAY 'CADCONTR: CATEGORIA INVALIDA - OPERACAO '
                   'REJEITADA'
               MOVE 'N' TO WS-DADOS-OK
               GO TO 3500-EXIT
           END-IF.
           DISPLAY 'EMPRESA PAGADORA (00 = PRINCIPAL): '
               WITH NO ADVANCING.
           ACCEPT CIN-EMPRESA.
           IF WS-EMPRESAS-DISPONIVEL
               MOVE CIN-EMPRESA TO EMR-CODIGO
               READ EMPRESAS-ARQ
                   INVALID KEY
                       DISPLAY 'CADCONTR: EMPRESA NAO CADASTRADA NO '
                           'CADEMPR - OPERACAO REJEITADA'
                       MOVE 'N' TO WS-DADOS-OK
                       GO TO 3500-EXIT
               END-READ
               DISPLAY 'EMPRESA..........................: '
                   EMR-RAZAO-SOCIAL
           END-IF.
           DISPLAY 'BANCO (3 DIGITOS)................: '
               WITH NO ADVANCING.
           ACCEPT CIN-BANCO.
           DISPLAY 'AGENCIA..........................: '
               WITH NO ADVANCING.
           ACCEPT CIN-AGENCIA.
           DISPLAY 'CONTA (SEM DIGITO)...............: '
               WITH NO ADVANCING.
           ACCEPT CIN-CONTA.
           DISPLAY 'DIGITO DA CONTA..................: '
               WITH NO ADVANCING.
           ACCEPT CIN-CONTA-DV.
           IF CIN-BANCO = 0 OR CIN-AGENCIA = 0 OR CIN-CONTA = 0
               DISPLAY 'CADCONTR: CONTA DO CONTRIBUINTE INCOMPLETA - '
                   'OPERACAO REJEITADA'
               MOVE 'N' TO WS-DADOS-OK
               GO TO 3500-EXIT
           END-IF.
      * ISS so e retido do autonomo, na aliquota do municipio do
      * servico; pro-labore nao e prestacao de servico.
           MOVE 0 TO CIN-ALIQ-ISS.
           IF CIN-AUTONOMO
               DISPLAY 'ALIQ. ISS (FRACAO, EX.: 0,0500; 0 = SEM '
                   'RETENCAO): ' WITH NO ADVANCING
               ACCEPT CIN-ALIQ-ISS
           END-IF.
           MOVE WS-OPERADOR TO CIN-OPERADOR.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ALTERAR - atualiza os dados de um contribuinte e a
      * situacao (A = ativo, I = inativo).
      ******************************************************************
       4000-ALTERAR.
           DISPLAY 'CODIGO...........................: '
               WITH NO ADVANCING.
           ACCEPT CIN-CODIGO.
           READ CONTRIB-ARQ
               INVALID KEY
                   DISPLAY 'CADCONTR: CONTRIBUINTE NAO ENCONTRADO'
                   GO TO 4000-EXIT
           END-READ.
           DISPLAY 'NOME ATUAL.......................: ' CIN-NOME.
           DISPLAY 'CATEGORIA/SITUACAO ATUAIS........: '
               CIN-CATEGORIA ' / ' CIN-SITUACAO.
           PERFORM 3500-OBTER-DADOS THRU 3500-EXIT.
           IF NOT WS-DADOS-VALIDOS
               GO TO 4000-EXIT
           END-IF.
           DISPLAY 'SITUACAO (A=ATIVO I=INATIVO).....: '
               WITH NO ADVANCING.
           ACCEPT CIN-SITUACAO.
           IF NOT CIN-ATIVO AND NOT CIN-INATIVO
               DISPLAY 'CADCONTR: SITUACAO INVALIDA - OPERACAO '
                   'REJEITADA'
               GO TO 4000-EXIT
           END-IF.
           REWRITE CIN-REGISTRO
               INVALID KEY
                   DISPLAY 'CADCONTR: ERRO AO ALTERAR - CPF JA '
                       'CADASTRADO EM OUTRO CODIGO?'
               NOT INVALID KEY
                   DISPLAY 'CADCONTR: CONTRIBUINTE ALTERADO'
           END-REWRITE.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-EXCLUIR - remove um contribuinte que nunca recebeu; quem
      * tem pagamento no PAGCONTR deve ser inativado pela alteracao.
      ******************************************************************
       5000-EXCLUIR.
           DISPLAY 'CODIGO...........................: '
               WITH NO ADVANCING.
           ACCEPT CIN-CODIGO.
           READ CONTRIB-ARQ
               INVALID KEY
                   DISPLAY 'CADCONTR: CONTRIBUINTE NAO ENCONTRADO'
                   GO TO 5000-EXIT
           END-READ.
           PERFORM 5100-VERIFICAR-PAGAMENTOS THRU 5100-EXIT.
           IF WS-JA-RECEBEU
               DISPLAY 'CADCONTR: CONTRIBUINTE COM PAGAMENTOS NO '
                   'PAGCONTR - INATIVE PELA ALTERACAO'
               GO TO 5000-EXIT
           END-IF.
           DELETE CONTRIB-ARQ
               INVALID KEY
                   DISPLAY 'CADCONTR: ERRO AO EXCLUIR'
               NOT INVALID KEY
                   DISPLAY 'CADCONTR: CONTRIBUINTE EXCLUIDO'
           END-DELETE.
       5000-EXIT.
           EXIT.

      * 5100-VERIFICAR-PAGAMENTOS - posiciona no primeiro pagamento do
      * codigo corrente; sem PAGCONTR, ninguem recebeu ainda.
       5100-VERIFICAR-PAGAMENTOS.
           MOVE 'N' TO WS-TEM-PAGAMENTO.
           IF NOT WS-PAGCONTR-DISPONIVEL
               GO TO 5100-EXIT
           END-IF.
           MOVE CIN-CODIGO TO PCI-CODIGO.
           MOVE 0 TO PCI-ANO.
           MOVE 0 TO PCI-MES.
           MOVE 0 TO PCI-SEQUENCIA.
           START PAGCONTR-ARQ KEY IS NOT LESS THAN PCI-CHAVE
               INVALID KEY
                   GO TO 5100-EXIT
           END-START.
           READ PAGCONTR-ARQ NEXT RECORD
               AT END
                   GO TO 5100-EXIT
           END-READ.
           IF WS-PAGCONTR-STATUS = '00'
               AND PCI-CODIGO = CIN-CODIGO
               MOVE 'S' TO WS-TEM-PAGAMENTO
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 6000-LISTAR - lista os contribuintes cadastrados, por codigo.
      ******************************************************************
       6000-LISTAR.
           MOVE 0 TO WS-QTD-LISTADOS.
           MOVE 'N' TO WS-FIM-CONTRIB.
           MOVE 0 TO CIN-CODIGO.
           START CONTRIB-ARQ KEY IS NOT LESS THAN CIN-CODIGO
               INVALID KEY
                   MOVE 'S' TO WS-FIM-CONTRIB
           END-START.
           PERFORM 6100-LISTAR-UM THRU 6100-EXIT
               UNTIL FIM-DOS-CONTRIBUINTES.
           DISPLAY 'TOTAL DE CONTRIBUINTES: ' WS-QTD-LISTADOS.
       6000-EXIT.
           EXIT.

       6100-LISTAR-UM.
           READ CONTRIB-ARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CONTRIB
                   GO TO 6100-EXIT
           END-READ.
           IF WS-CONTRIB-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-CONTRIB
               GO TO 6100-EXIT
           END-IF.
           DISPLAY CIN-CODIGO ' ' CIN-NOME ' CAT ' CIN-CATEGORIA
               ' EMPRESA ' CIN-EMPRESA ' SITUACAO ' CIN-SITUACAO.
           DISPLAY '   CPF ' CIN-CPF ' NIT ' CIN-NIT ' BANCO '
               CIN-BANCO ' AG ' CIN-AGENCIA ' CONTA ' CIN-CONTA '-'
               CIN-CONTA-DV ' ISS ' CIN-ALIQ-ISS.
           ADD 1 TO WS-QTD-LISTADOS.
       6100-EXIT.
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
           IF NOT SEG-ACESSO-LIBERADO
               GO TO 9000-EXIT
           END-IF.
           CLOSE CONTRIB-ARQ.
           IF WS-EMPRESAS-DISPONIVEL
               CLOSE EMPRESAS-ARQ
           END-IF.
           IF WS-PAGCONTR-DISPONIVEL
               CLOSE PAGCONTR-ARQ
           END-IF.
       9000-EXIT.
           EXIT.

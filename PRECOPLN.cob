       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECOPLN.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Subrotina chamavel, no molde da ADICRISC, que
      *             apura o preco mensal de um beneficiario do plano de
      *             saude pela tabela do plano no PLANOS (CADPLANO):
      *               - idade completa no primeiro dia da competencia
      *                 (a mudanca de faixa vale do mes seguinte ao
      *                 aniversario);
      *               - faixa etaria da ANS - ate 18 anos, de 5 em 5
      *                 anos ate 58, e 59 ou mais;
      *               - preco da faixa e a coparticipacao do
      *                 funcionario pelo percentual de titular ou de
      *                 dependente do plano.
      *             RELAT (desconto em folha), ADESPLAN (consulta) e
      *             CONFPLAN (conferencia da fatura) usam a mesma
      *             rotina, para o preco esperado ser um so. O teto
      *             mensal do desconto vale para a familia toda e e
      *             aplicado por quem chama.
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

       DATA DIVISION.
       FILE SECTION.
       FD  PLANOS-ARQ
           LABEL RECORD IS STANDARD.
           COPY PLANOC.

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05 WS-PLANOS-STATUS        PIC X(02) VALUE '00'.

      * Data de nascimento e competencia quebradas para a idade.
       01  WS-NASCIMENTO.
           05 WS-NASC-ANO             PIC 9(04).
           05 WS-NASC-MES             PIC 9(02).
           05 WS-NASC-DIA             PIC 9(02).

       01  WS-COMPETENCIA.
           05 WS-COMP-ANO             PIC 9(04).
           05 WS-COMP-MES             PIC 9(02).

       01  WS-IDADE                   PIC S9(04) COMP VALUE 0.

       LINKAGE SECTION.
           COPY PPLLINKC.

       PROCEDURE DIVISION USING PPL-PARAMETROS.

       0000-MAINLINE.
           MOVE 0   TO PPL-IDADE.
           MOVE 0   TO PPL-FAIXA.
           MOVE 0   TO PPL-PRECO.
           MOVE 0   TO PPL-PERC-FUNCIONARIO.
           MOVE 0   TO PPL-VALOR-FUNCIONARIO.
           MOVE 0   TO PPL-TETO-DESCONTO.
           MOVE 'S' TO PPL-RESULTADO.
           PERFORM 1000-LER-PLANO THRU 1000-EXIT.
           IF NOT PPL-OK
               GOBACK
           END-IF.
           PERFORM 2000-APURAR-FAIXA THRU 2000-EXIT.
           SET PLN-IDX-FAIXA TO PPL-FAIXA.
           MOVE PLN-PRECO-FAIXA (PLN-IDX-FAIXA) TO PPL-PRECO.
           IF PPL-TITULAR
               MOVE PLN-PERC-TITULAR    TO PPL-PERC-FUNCIONARIO
           ELSE
               MOVE PLN-PERC-DEPENDENTE TO PPL-PERC-FUNCIONARIO
           END-IF.
           COMPUTE PPL-VALOR-FUNCIONARIO ROUNDED =
               PPL-PRECO * PPL-PERC-FUNCIONARIO / 100.
           MOVE PLN-TETO-DESCONTO TO PPL-TETO-DESCONTO.
           GOBACK.

      ******************************************************************
      * 1000-LER-PLANO - traz do PLANOS a tabela de precos do plano.
      * Sem o mestre ou sem o plano cadastrado, devolve plano
      * inexistente.
      ******************************************************************
       1000-LER-PLANO.
           OPEN INPUT PLANOS-ARQ.
           IF WS-PLANOS-STATUS NOT = '00'
               MOVE 'P' TO PPL-RESULTADO
               GO TO 1000-EXIT
           END-IF.
           MOVE PPL-PLANO TO PLN-CODIGO.
           READ PLANOS-ARQ
               INVALID KEY
                   MOVE 'P' TO PPL-RESULTADO
           END-READ.
           CLOSE PLANOS-ARQ.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-APURAR-FAIXA - idade completa no dia 1 da competencia e a
      * faixa etaria correspondente: 1 ate 18 anos, 2 a 9 de 5 em 5
      * anos a partir dos 19, e 10 dos 59 em diante.
      ******************************************************************
       2000-APURAR-FAIXA.
           MOVE PPL-DATA-NASCIMENTO TO WS-NASCIMENTO.
           MOVE PPL-COMPETENCIA     TO WS-COMPETENCIA.
           COMPUTE WS-IDADE = WS-COMP-ANO - WS-NASC-ANO.
           IF WS-NASC-MES > WS-COMP-MES
               OR (WS-NASC-MES = WS-COMP-MES AND WS-NASC-DIA > 1)
               SUBTRACT 1 FROM WS-IDADE
           END-IF.
           IF WS-IDADE < 0
               MOVE 0 TO WS-IDADE
           END-IF.
           MOVE WS-IDADE TO PPL-IDADE.
           EVALUATE TRUE
               WHEN WS-IDADE < 19
                   MOVE 1 TO PPL-FAIXA
               WHEN WS-IDADE > 58
                   MOVE 10 TO PPL-FAIXA
               WHEN OTHER
                   COMPUTE PPL-FAIXA = (WS-IDADE - 19) / 5 + 2
           END-EVALUATE.
       2000-EXIT.
           EXIT.

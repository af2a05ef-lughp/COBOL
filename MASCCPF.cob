       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASCCPF.
       AUTHOR. LUCIANO-HOLANDA-PORTO.
       INSTALLATION. DEPARTAMENTO-DE-FOLHA-DE-PAGAMENTO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Finalidade: Subrotina chamavel que mascara o CPF para os
      *             relatorios internos (protecao de dados pessoais):
      *             recebe os 11 digitos e devolve ***.456.789-**, so
      *             com os seis digitos do meio, para que a conferencia
      *             continue possivel sem o documento inteiro no papel.
      *             Os arquivos oficiais (declaracao, CNAB, GRRF) e o
      *             informe de rendimentos do proprio funcionario
      *             continuam com o CPF completo.
      *
      * Historico de alteracoes:
      *   15/10/2026 LHP  Versao inicial.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-CPF-DIGITOS             PIC X(11) VALUE SPACES.

       01  WS-CPF-MONTADO.
           05 FILLER                  PIC X(04) VALUE '***.'.
           05 WS-MONTADO-MEIO-1       PIC X(03).
           05 FILLER                  PIC X(01) VALUE '.'.
           05 WS-MONTADO-MEIO-2       PIC X(03).
           05 FILLER                  PIC X(03) VALUE '-**'.

       LINKAGE SECTION.
           COPY MCPLINKC.

       PROCEDURE DIVISION USING MCP-PARAMETROS.

       0000-MAINLINE.
           PERFORM 1000-MASCARAR THRU 1000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-MASCARAR - monta ***.DDD.DDD-** com os digitos 4 a 9.
      ******************************************************************
       1000-MASCARAR.
           IF MCP-CPF = 0
               MOVE 'SEM CPF' TO MCP-CPF-MASCARADO
               GO TO 1000-EXIT
           END-IF.
           MOVE MCP-CPF TO WS-CPF-DIGITOS.
           MOVE WS-CPF-DIGITOS (4:3) TO WS-MONTADO-MEIO-1.
           MOVE WS-CPF-DIGITOS (7:3) TO WS-MONTADO-MEIO-2.
           MOVE WS-CPF-MONTADO TO MCP-CPF-MASCARADO.
       1000-EXIT.
           EXIT.

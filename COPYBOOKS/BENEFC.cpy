      ******************************************************************
      * Copybook: BENEFC
      * Author:   Luciano Holanda Porto
      * Date:     15/10/2026
      * Finalidade: Layout do cadastro de beneficios do funcionario
      *             (BENEF), chaveado pela matricula: opcao pelo
      *             vale-transporte, com ate 4 trechos (linha, viagens
      *             por dia e tarifa por viagem) e o cartao da
      *             operadora, e o vale-refeicao ou vale-alimentacao
      *             (valor por dia, cartao e percentual de
      *             participacao do funcionario, ate 20 por cento).
      *             Mantido pelo CADBENEF; o PEDBENEF calcula a carga
      *             do mes pelos dias uteis e grava o BENMOV.
      ******************************************************************
       01  BEN-REGISTRO.
           05  BEN-MATRICULA          PIC 9(06).
           05  BEN-VT-OPCAO           PIC X(01).
               88  BEN-OPTA-VT        VALUE 'S'.
               88  BEN-VT-OPCAO-VALIDA VALUE 'S' 'N'.
           05  BEN-VT-CARTAO          PIC X(16).
           05  BEN-QTD-TRECHOS        PIC 9(01).
           05  BEN-TRECHO OCCURS 4 TIMES
               INDEXED BY BEN-IDX-TRECHO.
               10  BEN-TRECHO-LINHA   PIC X(20).
               10  BEN-TRECHO-VIAGENS PIC 9(01).
               10  BEN-TRECHO-TARIFA  PIC 9(03)V99.
           05  BEN-VR-TIPO            PIC X(01).
               88  BEN-VR-REFEICAO    VALUE 'R'.
               88  BEN-VR-ALIMENTACAO VALUE 'A'.
               88  BEN-SEM-VR         VALUE 'N'.
               88  BEN-VR-TIPO-VALIDO VALUE 'R' 'A' 'N'.
           05  BEN-VR-CARTAO          PIC X(16).
           05  BEN-VR-VALOR-DIA       PIC 9(03)V99.
           05  BEN-VR-PERC-DESCONTO   PIC 9(02)V99.
           05  BEN-DATA-ALTERACAO     PIC 9(08).
           05  BEN-OPERADOR           PIC X(08).
           05  FILLER                 PIC X(20).

      ******************************************************************
      * Copybook: BENMOVC
      * Author:   Luciano Holanda Porto
      * Date:     15/10/2026
      * Finalidade: Layout do movimento mensal de beneficios (BENMOV),
      *             um registro por funcionario e competencia de uso.
      *             O PEDBENEF grava os dias uteis do mes, as ausencias
      *             previstas (ferias programadas e afastamento aberto),
      *             os dias com beneficio e os valores pedidos as
      *             operadoras de VT e de VR/VA. No fechamento oficial
      *             o RELAT grava o que descontou de cada um (VT ate 6
      *             por cento do salario, VR pela participacao) e a
      *             data - o CONCBEN compara pedido e desconto.
      ******************************************************************
       01  BMV-REGISTRO.
           05  BMV-CHAVE.
               10  BMV-MATRICULA      PIC 9(06).
               10  BMV-COMPETENCIA.
                   15  BMV-ANO        PIC 9(04).
                   15  BMV-MES        PIC 9(02).
           05  BMV-NOME               PIC X(30).
           05  BMV-DEPARTAMENTO       PIC X(04).
           05  BMV-EMPRESA            PIC 9(02).
           05  BMV-DIAS-UTEIS         PIC 9(02).
           05  BMV-DIAS-AUSENCIA      PIC 9(02).
           05  BMV-DIAS-BENEFICIO     PIC 9(02).
           05  BMV-VT-CUSTO-DIA       PIC 9(03)V99.
           05  BMV-VT-VALOR           PIC 9(05)V99.
           05  BMV-VR-TIPO            PIC X(01).
               88  BMV-VR-REFEICAO    VALUE 'R'.
               88  BMV-VR-ALIMENTACAO VALUE 'A'.
           05  BMV-VR-VALOR-DIA       PIC 9(03)V99.
           05  BMV-VR-VALOR           PIC 9(05)V99.
           05  BMV-VR-PERC-DESCONTO   PIC 9(02)V99.
           05  BMV-DATA-PEDIDO        PIC 9(08).
           05  BMV-VT-DESCONTADO      PIC 9(05)V99.
           05  BMV-VR-DESCONTADO      PIC 9(05)V99.
           05  BMV-DATA-DESCONTO      PIC 9(08).
               88  BMV-NAO-DESCONTADO VALUE 0.
           05  FILLER                 PIC X(15).

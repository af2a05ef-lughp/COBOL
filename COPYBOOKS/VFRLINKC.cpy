      ******************************************************************
      * Copybook: VFRLINKC
      * Author:   Luciano Holanda Porto
      * Date:     15/10/2026
      * Finalidade: Area de parametros da subrotina VALFER, que confere
      *             um periodo de ferias antes de programar ou aprovar.
      *             O chamador informa matricula, departamento, inicio
      *             e dias (e a sequencia da programacao em revisao, ou
      *             zero para uma nova, que fica fora das contas); a
      *             subrotina devolve o ultimo dia de gozo, o resultado
      *             da conferencia, o saldo ainda livre no FERIAS e a
      *             ausencia no departamento no periodo - quantos
      *             funcionarios ativos, quantos ja programados fora ao
      *             mesmo tempo e o percentual com este, com o aviso
      *             quando passa do limite.
      ******************************************************************
       01  VFR-PARAMETROS.
           05  VFR-MATRICULA          PIC 9(06).
           05  VFR-DEPARTAMENTO       PIC X(04).
           05  VFR-SEQUENCIA          PIC 9(02).
           05  VFR-DATA-INICIO        PIC 9(08).
           05  VFR-DIAS               PIC 9(03).
           05  VFR-DATA-FIM           PIC 9(08).
           05  VFR-RESULTADO          PIC X(01).
               88  VFR-OK             VALUE '0'.
               88  VFR-DATA-INVALIDA  VALUE '1'.
               88  VFR-EM-AFASTAMENTO VALUE '2'.
               88  VFR-SOBREPOSTA     VALUE '3'.
               88  VFR-SEM-SALDO      VALUE '4'.
           05  VFR-SALDO-LIVRE        PIC 9(03).
           05  VFR-QTD-DEPARTAMENTO   PIC 9(04).
           05  VFR-QTD-AUSENTES       PIC 9(04).
           05  VFR-PERC-AUSENCIA      PIC 9(03).
           05  VFR-PERC-LIMITE        PIC 9(03).
           05  VFR-AVISO              PIC X(01).
               88  VFR-DEPTO-ACIMA-LIMITE VALUE 'S'.

      ******************************************************************
      * Copybook: CONTRIBC
      * Author:   Luciano Holanda Porto
      * Date:     15/10/2026
      * Finalidade: Layout do cadastro de contribuintes individuais
      *             (CONTRIB) - quem recebe da empresa sem ser
      *             empregado, mantido pelo CADCONTR: autonomos pagos
      *             por RPA (categoria 'A') e socios com pro-labore
      *             (categoria 'S'). Traz CPF (chave alternativa, sem
      *             repeticao), NIT/PIS para o INSS, a empresa que
      *             paga (EMPRESAS) e a conta para o credito. CIN-ALIQ-
      *             ISS e a aliquota do ISS retido do autonomo, em
      *             fracao (0,0500 = 5 por cento; zero = servico sem
      *             retencao de ISS); socio nao tem ISS. Contribuinte
      *             inativo nao recebe pagamento novo, mas continua
      *             nas declaracoes do que ja recebeu. Os pagamentos
      *             ficam no PAGCONTR (layout PAGCONC).
      ******************************************************************
       01  CIN-REGISTRO.
           05  CIN-CODIGO             PIC 9(06).
           05  CIN-NOME               PIC X(30).
           05  CIN-CPF                PIC 9(11).
           05  CIN-NIT                PIC 9(11).
           05  CIN-CATEGORIA          PIC X(01).
               88  CIN-AUTONOMO       VALUE 'A'.
               88  CIN-SOCIO          VALUE 'S'.
           05  CIN-EMPRESA            PIC 9(02).
           05  CIN-BANCO              PIC 9(03).
           05  CIN-AGENCIA            PIC 9(05).
           05  CIN-CONTA              PIC 9(10).
           05  CIN-CONTA-DV           PIC X(01).
           05  CIN-ALIQ-ISS           PIC V9999.
           05  CIN-SITUACAO           PIC X(01).
               88  CIN-ATIVO          VALUE 'A'.
               88  CIN-INATIVO        VALUE 'I'.
           05  CIN-OPERADOR           PIC X(08).
           05  FILLER                 PIC X(20).

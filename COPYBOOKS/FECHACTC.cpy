      * Finalidade: Layout do registro de controle do fechamento mensal
      *             (FECHACTL), um registro por competencia, mantido
      *             pelo FECHAMES: situacao do fechamento e, por etapa
      *             da esteira (EXCFUNC, RELAT, VALBANC, EXPFUNC e a
      *             conciliacao CONCFOL), a situacao e o codigo de
      *             retorno. Enquanto a competencia esta em
      *             fechamento, CADFUNC, REAJUST e DESLIGA ficam
      *             travados (subrotina TRAVAFEC). Competencia
      *             encerrada so volta a rodar reaberta pelo ESTFECH
      *             (situacao 'R', sem trava), que estorna o que o
      *             fechamento gravou e conta as reaberturas. So
      *             competencia encerrada aceita folha complementar
      *             (FOLHACPL).
      ******************************************************************
       01  FCH-REGISTRO.
      * A chave passou a carregar a empresa: cada CNPJ fecha a sua
           05  FCH-SITUACAO           PIC X(01).
               88  FCH-EM-FECHAMENTO  VALUE 'F'.
               88  FCH-ENCERRADA      VALUE 'E'.
               88  FCH-REABERTA       VALUE 'R'.
           05  FCH-ETAPA-EXCFUNC      PIC X(01).
           05  FCH-RC-EXCFUNC         PIC 9(04).
           05  FCH-ETAPA-RELAT        PIC X(01).
           05  FCH-ETAPA-EXPFUNC      PIC X(01).
           05  FCH-RC-EXPFUNC         PIC 9(04).
      * Situacao de cada etapa: P = pendente, O = concluida, E = erro.
           05  FCH-QTD-REABERTURAS    PIC 9(02).
      * Etapa de conciliacao da folha paga, no espaco livre do fim do
      * registro (controle gravado antes dela traz brancos: pendente).
           05  FCH-ETAPA-CONCFOL      PIC X(01).
           05  FCH-RC-CONCFOL         PIC 9(04).

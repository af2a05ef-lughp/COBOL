      *             empresa ou para todas, e o FECHACTL controla a
      *             competencia por empresa. O codigo 00 e a empresa
      *             principal (cadastro anterior ao multi-CNPJ).
      *             As aliquotas dos encargos patronais (INSS da
      *             empresa, RAT x FAP e terceiros/Sistema S) variam
      *             por CNPJ e ficam aqui, em fracao (0,2000 = 20 por
      *             cento); o RELAT aplica-as por funcionario.
      ******************************************************************
       01  EMR-REGISTRO.
           05  EMR-CODIGO             PIC 9(02).
           05  EMR-RAZAO-SOCIAL       PIC X(40).
           05  EMR-CNPJ               PIC 9(14).
           05  EMR-ALIQ-INSS-EMPRESA  PIC V9999.
           05  EMR-ALIQ-RAT-FAP       PIC V9999.
           05  EMR-ALIQ-TERCEIROS     PIC V9999.
           05  FILLER                 PIC X(02).

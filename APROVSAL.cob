      *                   FECHACTL, via TRAVAFEC), a aprovacao e
      *                   recusada - o mestre nao muda durante o
      *                   fechamento.
      *   15/10/2026 LHP  Pendencia de progressao por tempo de servico
      *                   (origem 'P', gravada pelo CARREIRA) mostra o
      *                   degrau do plano de carreira alcancado.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DISPLAY 'SALARIO NOVO...: ' WS-SALARIO-PROP-ED.
           DISPLAY 'ORIGEM/SOLICIT.: ' PSL-ORIGEM ' / '
               PSL-SOLICITANTE ' EM ' PSL-DATA-HORA.
           IF PSL-ORIGEM-PROGRESSAO
               DISPLAY 'PROGRESSAO.....: DEGRAU DE ' PSL-DEGRAU-ANOS
                   ' ANOS DE SERVICO (PLANO DE CARREIRA)'
           END-IF.
           DISPLAY 'APROVAR, REJEITAR OU PULAR (A/R/P)? '
               WITH NO ADVANCING.
           ACCEPT WS-DECISAO.

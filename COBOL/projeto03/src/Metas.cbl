               10 META-OPERADOR     PIC X(10).
               10 META-MES          PIC 9(06).
           05 META-VALOR            PIC 9(08)V99.
      *    Prêmio pago na folha quando o vendido do mês alcança a
      *    meta (zero para meta sem prêmio)
           05 META-PREMIO           PIC 9(06)V99.

      *    Mesmo layout de DETALHE-ACUM-OPERADOR em ProcessarVendas
       FD IDX-ACUM-OPERADOR.
       01 WS-MES-META               PIC 9(06).
       01 WS-VALOR-META             PIC 9(08)V99.
       01 WS-VALOR-META-EDIT        PIC Z(7)9.99.
       01 WS-PREMIO-META            PIC 9(06)V99.
       01 WS-PREMIO-EDIT            PIC Z(5)9.99.

      * Variáveis do relatório de atingimento
       01 WS-MES-CONSULTA           PIC 9(06).
             EXIT PARAGRAPH
           END-IF.

      *    Recebe o prêmio pago na folha se a meta for alcançada
           DISPLAY "Informe o prêmio por atingir a meta "
             "(0 se não houver): R$" WITH NO ADVANCING.
           ACCEPT WS-PREMIO-META.

      *    Grava (ou substitui) a meta do operador no mês
           PERFORM ABRE-ARQ-METAS.

           MOVE WS-OPERADOR TO META-OPERADOR.
           MOVE WS-MES-META TO META-MES.
           MOVE WS-VALOR-META TO META-VALOR.
           MOVE WS-PREMIO-META TO META-PREMIO.

           WRITE DETALHE-META
             INVALID KEY

           IF WS-FALTA-META <= 0
             DISPLAY "  Meta atingida!"
             IF META-PREMIO > 0
               MOVE META-PREMIO TO WS-PREMIO-EDIT
               DISPLAY "  Prêmio na folha: R$" WS-PREMIO-EDIT
             END-IF
           ELSE
             IF WS-MES-CONSULTA = WS-DATA-HOJE(1:6)
               AND WS-DIAS-RESTANTES > 0

       01 WS-ADQUIRENTE-EDIT        PIC ZZZZZZZ9.99.
       01 WS-DIFERENCA-EDIT         PIC -ZZZZZZ9.99.

      * Modo de execução: no job noturno (LOTE) a taxa vem de
      * variável de ambiente em vez de um ACCEPT
       01 WS-MODO-EXECUCAO          PIC X(10).
       01 WS-TAXA-CARTAO-ENV        PIC X(10).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "-----------------------------------".

      *    Taxa descontada pela adquirente, para o valor esperado da
      *    liquidação ser o bruto do sistema menos a taxa
      *    Em modo LOTE a taxa vem de TAXA_CARTAO; sem ela, assume 0
      *    e as divergências mostram o bruto contra o liquidado
           ACCEPT WS-MODO-EXECUCAO FROM COMMAND-LINE.

           IF FUNCTION UPPER-CASE(WS-MODO-EXECUCAO) = "LOTE"
             ACCEPT WS-TAXA-CARTAO-ENV FROM ENVIRONMENT "TAXA_CARTAO"
             IF FUNCTION TRIM(WS-TAXA-CARTAO-ENV) = SPACES
               MOVE 0 TO WS-TAXA-PERC
             ELSE
               MOVE FUNCTION NUMVAL(WS-TAXA-CARTAO-ENV)
                 TO WS-TAXA-PERC
             END-IF
           ELSE
             DISPLAY "Informe a taxa da adquirente (%, ex.: 2,50): "
               WITH NO ADVANCING
             ACCEPT WS-TAXA-PERC
           END-IF.

      *    Carrega o lado do sistema (linhas CARTAO do fechamento)
      *    e o lado da adquirente (extrato importado)

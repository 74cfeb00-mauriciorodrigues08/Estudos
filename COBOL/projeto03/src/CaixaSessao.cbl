       01 WS-SUPRIMENTOS-FECH-EDIT  PIC Z(6)9.99.
       01 WS-SANGRIAS-FECH-EDIT     PIC Z(6)9.99.
       01 WS-CONTADO-FECH-EDIT      PIC Z(6)9.99.
       01 WS-VASILHAMES-FECH-EDIT   PIC Z(6)9.99.

      * Campos para desmembrar os movimentos na conferência
       01 WS-MOV-DATA               PIC X(08).
      * Acumuladores da conferência de fechamento
       01 WS-TOTAL-SANGRIAS         PIC 9(07)V99.
       01 WS-TOTAL-SUPRIMENTOS      PIC 9(07)V99.
      *    Reembolsos de depósito de vasilhame pagos da gaveta
      *    (Vasilhames.cbl)
       01 WS-TOTAL-VASILHAMES       PIC 9(07)V99.
       01 WS-TOTAL-DINHEIRO         PIC 9(07)V99.
       01 WS-VALOR-ESPERADO         PIC S9(08)V99.
       01 WS-VALOR-CONTADO          PIC 9(07)V99.
      *    Valor que deveria estar na gaveta
           COMPUTE WS-VALOR-ESPERADO =
             WS-SES-FUNDO + WS-TOTAL-DINHEIRO
             + WS-TOTAL-SUPRIMENTOS - WS-TOTAL-SANGRIAS
             - WS-TOTAL-VASILHAMES.

           MOVE WS-SES-FUNDO TO WS-VALOR-EDIT.
           DISPLAY "Fundo de troco: R$" WS-VALOR-EDIT.
           DISPLAY "Suprimentos: R$" WS-VALOR-EDIT.
           MOVE WS-TOTAL-SANGRIAS TO WS-VALOR-EDIT.
           DISPLAY "Sangrias: R$" WS-VALOR-EDIT.
           IF WS-TOTAL-VASILHAMES > 0
             MOVE WS-TOTAL-VASILHAMES TO WS-VALOR-EDIT
             DISPLAY "Reembolsos de vasilhame: R$" WS-VALOR-EDIT
           END-IF.
           MOVE WS-VALOR-ESPERADO TO WS-DIFERENCA-EDIT.
           DISPLAY "Valor esperado na gaveta: R$" WS-DIFERENCA-EDIT.

      *    Persiste o fechamento da sessão para o contador
      *    Máscara: <data_abertura>;<hora_abertura>;<operador>;
      *             <fundo>;<dinheiro>;<suprimentos>;<sangrias>;
      *             <contado>;<diferenca>;<reembolsos_vasilhame>
      *    Todos os valores vão editados (com o "." literal), para o
      *    relatório do contador ficar legível e qualquer releitura
      *    posterior não inflar os valores em 100x
           MOVE WS-TOTAL-SUPRIMENTOS TO WS-SUPRIMENTOS-FECH-EDIT.
           MOVE WS-TOTAL-SANGRIAS TO WS-SANGRIAS-FECH-EDIT.
           MOVE WS-VALOR-CONTADO TO WS-CONTADO-FECH-EDIT.
           MOVE WS-TOTAL-VASILHAMES TO WS-VASILHAMES-FECH-EDIT.

           MOVE SPACES TO WS-NOVA-LINHA.
           STRING
             WS-CONTADO-FECH-EDIT     DELIMITED BY SIZE
             ";"                      DELIMITED BY SIZE
             WS-DIFERENCA-EDIT        DELIMITED BY SIZE
             ";"                      DELIMITED BY SIZE
             WS-VASILHAMES-FECH-EDIT  DELIMITED BY SIZE
             INTO WS-NOVA-LINHA
           END-STRING.

           EXIT PARAGRAPH.


      *    Soma as sangrias, os suprimentos e os reembolsos de
      *    vasilhame registrados na sessão
       SOMAR-MOVIMENTOS-SESSAO.
           MOVE 0 TO WS-TOTAL-SANGRIAS.
           MOVE 0 TO WS-TOTAL-SUPRIMENTOS.
           MOVE 0 TO WS-TOTAL-VASILHAMES.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT LOG-MOVIMENTOS-CAIXA.
                     WS-MOV-VALOR, WS-MOV-OPERADOR
                 END-UNSTRING

                 EVALUATE WS-MOV-TIPO
                   WHEN "SANGRIA"
                     ADD WS-MOV-VALOR TO WS-TOTAL-SANGRIAS
                   WHEN "VASILHAME"
                     ADD WS-MOV-VALOR TO WS-TOTAL-VASILHAMES
                   WHEN OTHER
                     ADD WS-MOV-VALOR TO WS-TOTAL-SUPRIMENTOS
                 END-EVALUATE
             END-READ
           END-PERFORM.


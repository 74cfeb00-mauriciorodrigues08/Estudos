       01 WS-LIN-HORA               PIC X(08).
       01 WS-LIN-OPERADOR           PIC X(10).
       01 WS-LIN-CODIGO             PIC X(05).
       01 WS-LIN-QTD                PIC 9(05).
       01 WS-LIN-PRECO              PIC 9(04)V99.
       01 WS-VALOR-LINHA            PIC 9(07)V99.


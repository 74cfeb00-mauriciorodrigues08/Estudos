           05 PRODUTO-CODIGO        PIC 9(05).
           05 PRODUTO-DESCRICAO     PIC X(30).
           05 PRODUTO-PRECO-UNIT    PIC 9(04)V99.
           05 PRODUTO-QTD-ESTOQUE   PIC 9(05).
           05 PRODUTO-QTD-MINIMA    PIC 9(05).
           05 PRODUTO-CATEGORIA     PIC X(15).
           05 PRODUTO-FORNECEDOR    PIC 9(05).
           05 PRODUTO-VALIDADE      PIC 9(08).
           05 PRODUTO-BARRAS        PIC 9(13).
           05 PRODUTO-UNIDADE       PIC X(02).
           05 PRODUTO-FATOR-COMPRA  PIC 9(03).
           05 PRODUTO-STATUS        PIC X(01).
               88 PRODUTO-ATIVO         VALUE 'A' SPACE.
               88 PRODUTO-DESCONTINUADO VALUE 'D'.
               88 PRODUTO-BLOQUEADO     VALUE 'B'.
           05 PRODUTO-CONTROLA-SERIE PIC X(01).
               88 PRODUTO-COM-SERIE     VALUE 'S'.
           05 PRODUTO-VASILHAME     PIC X(03).
               88 PRODUTO-SEM-VASILHAME VALUE SPACES '000'.
           05 FILLER                PIC X(15).

       FD CSV-ARQUIVO-DIA.
       01 DETALHAMENTO              PIC X(60).
             10 WS-PROD-CODIGO      PIC 9(05).
             10 WS-PROD-DESCRICAO   PIC X(30).
             10 WS-PROD-CATEGORIA   PIC X(15).
             10 WS-PROD-ESTOQUE     PIC 9(05).
             10 WS-PROD-PRECO       PIC 9(04)V99.
             10 WS-PROD-VENDIDO     PIC 9(06).
             10 WS-PROD-COBERTURA   PIC 9(05).
             10 WS-PROD-STATUS      PIC X(01).
       01 WS-PROD-TEMP.
           05 WS-TEMP-CODIGO        PIC 9(05).
           05 WS-TEMP-DESCRICAO     PIC X(30).
           05 WS-TEMP-CATEGORIA     PIC X(15).
           05 WS-TEMP-ESTOQUE       PIC 9(05).
           05 WS-TEMP-PRECO         PIC 9(04)V99.
           05 WS-TEMP-VENDIDO       PIC 9(06).
           05 WS-TEMP-COBERTURA     PIC 9(05).
           05 WS-TEMP-STATUS        PIC X(01).

      * Campos para desmembrar cada linha arquivada
       01 WS-DETALHAMENTO           PIC X(60).
       01 WS-LIN-HORA               PIC X(08).
       01 WS-LIN-OPERADOR           PIC X(10).
       01 WS-LIN-CODIGO             PIC X(05).
       01 WS-LIN-QTD                PIC 9(05).
       01 WS-LIN-PRECO              PIC X(08).
       01 WS-LIN-CODIGO-NUM         PIC 9(05).

                 MOVE 'S' TO WS-EOF

               NOT AT END
      *          Produto bloqueado não pode ser vendido, então não é
      *          candidato a remarcação
                 IF PRODUTO-BLOQUEADO
                   EXIT PERFORM CYCLE
                 END-IF

                 IF WS-QTD-PRODUTOS < 300
                   ADD 1 TO WS-QTD-PRODUTOS
                   MOVE PRODUTO-CODIGO
                   MOVE PRODUTO-PRECO-UNIT
                     TO WS-PROD-PRECO(WS-QTD-PRODUTOS)
                   MOVE 0 TO WS-PROD-VENDIDO(WS-QTD-PRODUTOS)
                   MOVE PRODUTO-STATUS
                     TO WS-PROD-STATUS(WS-QTD-PRODUTOS)
                 ELSE
                   MOVE 'S' TO WS-EOF
                   DISPLAY "ATENÇÃO! Limite de 300 produtos na "
             * WS-PROD-PRECO(WS-IDX-PROD).
           MOVE WS-VALOR-PARADO TO WS-VALOR-PARADO-EDIT.

      *    Descontinuado não será reposto: o saldo parado só sai
      *    com a remarcação, por isso vem sinalizado
           IF WS-PROD-STATUS(WS-IDX-PROD) = 'D'
             DISPLAY WS-PROD-CODIGO(WS-IDX-PROD) " "
               WS-PROD-DESCRICAO(WS-IDX-PROD) " (DESCONTINUADO)"
           ELSE
             DISPLAY WS-PROD-CODIGO(WS-IDX-PROD) " "
               WS-PROD-DESCRICAO(WS-IDX-PROD)
           END-IF.
           IF WS-PROD-VENDIDO(WS-IDX-PROD) = 0
             DISPLAY "  Vendido na janela: NENHUM"
               "  Estoque: " WS-PROD-ESTOQUE(WS-IDX-PROD)

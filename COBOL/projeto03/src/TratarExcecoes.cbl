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

       FD ARQ-RELANCAMENTO.
       01 LINHA-RELANCAMENTO        PIC X(200).
       01 WS-VEN-HORA               PIC X(08).
       01 WS-VEN-OPERADOR           PIC X(10).
       01 WS-VEN-CODIGO             PIC X(05).
       01 WS-VEN-QTD                PIC X(05).
       01 WS-VEN-PRECO              PIC X(08).
       01 WS-VEN-MOTIVO             PIC X(40).

       01 WS-CODIGO-CORRIGIDO       PIC 9(05).

      * Venda de um dia já fechado é relançada no dia corrente, com a
      * data original anotada (ResolverDataLancamento.cbl)
       01 WS-DATA-LANCAMENTO        PIC 9(08).
       01 WS-PROGRAMA-LANCAMENTO    PIC X(20) VALUE "TratarExcecoes".
       01 WS-REFERENCIA-LANCAMENTO  PIC X(30).
       01 WS-SITUACAO-LANCAMENTO    PIC X(02).
       01 WS-LINHA-CORRIGIDA        PIC X(200).
       01 WS-LINHA-MARCADA          PIC X(250).

           END-READ.
           CLOSE IDX-PRODUTOS.

      *    O dia da venda original pode já ter sido fechado: a venda
      *    é então relançada no dia corrente, com a exceção como
      *    referência; com o dia corrente também fechado não há onde
      *    lançá-la, e a exceção fica pendente
           IF WS-VEN-DATA IS NUMERIC
             MOVE WS-VEN-DATA TO WS-DATA-LANCAMENTO
             MOVE SPACES TO WS-REFERENCIA-LANCAMENTO
             STRING
               "EXCECAO "            DELIMITED BY SIZE
               WS-EXC-DATA           DELIMITED BY SIZE
               " "                   DELIMITED BY SIZE
               WS-EXC-HORA(1:6)      DELIMITED BY SIZE
               " PRODUTO "           DELIMITED BY SIZE
               WS-CODIGO-CORRIGIDO   DELIMITED BY SIZE
               INTO WS-REFERENCIA-LANCAMENTO
             END-STRING

             CALL "ResolverDataLancamento" USING WS-DATA-LANCAMENTO,
               WS-PROGRAMA-LANCAMENTO, WS-REFERENCIA-LANCAMENTO,
               WS-SITUACAO-LANCAMENTO

             IF WS-SITUACAO-LANCAMENTO = "FC"
               DISPLAY "O dia corrente já foi fechado; exceção "
                 "mantida até a reabertura do dia."
               EXIT PARAGRAPH
             END-IF

             IF WS-SITUACAO-LANCAMENTO = "RD"
               DISPLAY "O dia " WS-VEN-DATA " já foi fechado: a "
                 "venda será lançada em " WS-DATA-LANCAMENTO "."
               MOVE WS-DATA-LANCAMENTO TO WS-VEN-DATA
             END-IF
           END-IF.

      *    Remonta a linha de venda com o código corrigido, no mesmo
      *    layout gravado por GRAVAR-ITEM-VENDIDO
           MOVE SPACES TO WS-LINHA-CORRIGIDA.

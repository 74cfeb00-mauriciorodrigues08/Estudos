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

      *    Mesmo layout de DETALHE-ESTOQUE-LOCAL em CRUD.cbl
       FD IDX-ESTOQUE-LOCAL.
       01 WS-LIN-HORA               PIC X(08).
       01 WS-LIN-OPERADOR           PIC X(10).
       01 WS-LIN-CODIGO             PIC X(05).
       01 WS-LIN-QTD                PIC 9(05).
       01 WS-LIN-CODIGO-NUM         PIC 9(05).

      * Totais do acerto

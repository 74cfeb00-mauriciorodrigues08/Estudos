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

       FD CSV-VENDAS.
       01 DETALHAMENTO              PIC X(100).
       01 WS-PED-CODIGO-X           PIC X(05).
       01 WS-PED-QTD-X              PIC X(05).
       01 WS-PED-PRECO-X            PIC X(10).
       01 WS-PED-QTD                PIC 9(05).
       01 WS-PED-PRECO              PIC 9(04)V99.
       01 WS-PED-PRECO-EDIT         PIC ZZZ9.99.

       01 WS-QTD-IMPORTADOS         PIC 9(04).
       01 WS-QTD-REJEITADOS         PIC 9(04).
       01 WS-MOTIVO-EXCECAO         PIC X(40).
       01 WS-NOVA-QTD               PIC 9(05).
       01 WS-NOVA-LINHA             PIC X(100).
       01 WS-NOVA-LINHA-AUDIT       PIC X(100).
       01 WS-NOVA-LINHA-EXCECAO     PIC X(250).
               EXIT PARAGRAPH
           END-READ.

           IF PRODUTO-BLOQUEADO
             MOVE "PRODUTO BLOQUEADO" TO WS-MOTIVO-EXCECAO
             PERFORM GRAVAR-EXCECAO-CANAL
             EXIT PARAGRAPH
           END-IF.

           IF WS-PED-QTD > PRODUTO-QTD-ESTOQUE
             MOVE "ESTOQUE INSUFICIENTE" TO WS-MOTIVO-EXCECAO
             PERFORM GRAVAR-EXCECAO-CANAL

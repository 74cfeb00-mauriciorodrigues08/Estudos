      *    protegidos pelo dono); consultada por EncargosFiado.cbl
           05 CLIENTE-ISENTO-ENC    PIC X(01).
               88 ISENTO-ENCARGOS   VALUE 'S'.
           05 CLIENTE-CLASSE        PIC X(01).
               88 CLASSE-VAREJO     VALUE 'V' ' '.
               88 CLASSE-ATACADO    VALUE 'A'.
               88 CLASSE-FUNCIONARIO VALUE 'F'.
           05 FILLER                PIC X(20).

      *    Mesmo layout de DETALHE-PRODUTO em CRUD.cbl, redeclarado
      *    aqui apenas para consulta
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

       WORKING-STORAGE SECTION.
      *    Status de arquivo, com condições nominadas compartilhadas
               EXIT PARAGRAPH
           END-READ.

      *    Encomenda gera compra: descontinuado não é mais reposto e
      *    bloqueado não pode ser vendido
           IF NOT PRODUTO-ATIVO
             DISPLAY "Produto descontinuado ou bloqueado no "
               "cadastro; encomenda não aceita."
             CLOSE IDX-PRODUTOS
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Produto: " PRODUTO-DESCRICAO.
           CLOSE IDX-PRODUTOS.


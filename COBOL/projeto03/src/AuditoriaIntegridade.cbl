             FILE STATUS IS WS-STATUS-FIADO
             RECORD KEY IS FIADO-CODIGO.

      *    Itens dos documentos de fiado (VendaFiado.cbl)
           SELECT IDX-FIADO-ITENS
             ASSIGN TO DYNAMIC WS-PATH-FIADO-ITENS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-FIT
             RECORD KEY IS FITEM-CHAVE.

           SELECT IDX-CLIENTES
             ASSIGN TO DYNAMIC WS-PATH-CLIENTES
             ORGANIZATION IS INDEXED
           05 PRODUTO-CODIGO        PIC 9(05).
           05 PRODUTO-DESCRICAO     PIC X(30).
           05 PRODUTO-PRECO-UNIT    PIC 9(04)V99.
           05 PRODUTO-QTD-ESTOQUE   PIC 9(05).
           05 PRODUTO-QTD-MINIMA    PIC 9(05).
           05 PRODUTO-CATEGORIA     PIC X(15).
           05 PRODUTO-FORNECEDOR    PIC 9(05).
           05 PRODUTO-VALIDADE      PIC 9(08).
           05 PRODUTO-BARRAS       PIC 9(13).
           05 PRODUTO-UNIDADE      PIC X(02).
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

       FD IDX-FORNECEDORES.
       01 DETALHE-FORNECEDOR.
           05 FORNECEDOR-NOME       PIC X(30).
           05 FORNECEDOR-CONTATO    PIC X(20).
           05 FORNECEDOR-PRAZO      PIC 9(03).
           05 FORNECEDOR-DOCUMENTO  PIC X(14).
           05 FORNECEDOR-BANCO      PIC 9(03).
           05 FORNECEDOR-AGENCIA    PIC X(05).
           05 FORNECEDOR-CONTA      PIC X(13).
           05 FORNECEDOR-CHAVE-PIX  PIC X(60).
           05 FILLER                PIC X(20).

       FD IDX-ESTOQUE-LOCAL.
       01 DETALHE-ESTOQUE-LOCAL.
       01 DETALHE-FIADO.
           05 FIADO-CODIGO           PIC 9(05).
           05 FIADO-CLIENTE-CODIGO   PIC 9(05).
           05 FIADO-TIPO-REG         PIC X(01).
               88 FIADO-DOCUMENTO    VALUE 'D'.
           05 FIADO-QTD-ITENS        PIC 9(03).
           05 FIADO-RECIBO           PIC 9(06).
           05 FIADO-VALOR-VENDA      PIC 9(06)V99.
           05 FIADO-ORIGEM           PIC X(01).
               88 FIADO-CHEQUE-DEVOLVIDO VALUE 'C'.
           05 FILLER                 PIC X(21).
           05 FIADO-VALOR-TOTAL      PIC 9(06)V99.
           05 FIADO-VALOR-PAGO       PIC 9(06)V99.
           05 FIADO-VALOR-SALDO      PIC 9(06)V99.
               88 FIADO-ABERTO       VALUE 'A'.
               88 FIADO-QUITADO      VALUE 'P'.

      *    Mesmo layout de DETALHE-FIADO-ITEM em VendaFiado.cbl
       FD IDX-FIADO-ITENS.
       01 DETALHE-FIADO-ITEM.
           05 FITEM-CHAVE.
               10 FITEM-FIADO        PIC 9(05).
               10 FITEM-SEQ          PIC 9(03).
           05 FITEM-PRODUTO          PIC 9(05).
           05 FITEM-DESCRICAO        PIC X(30).
           05 FITEM-QTD              PIC 9(05).
           05 FITEM-PRECO-UNIT       PIC 9(04)V99.
           05 FITEM-VALOR            PIC 9(06)V99.
           05 FILLER                 PIC X(10).

      *    Mesmo layout de DETALHE-CLIENTE em Clientes.cbl
       FD IDX-CLIENTES.
       01 DETALHE-CLIENTE.
      *    protegidos pelo dono); consultada por EncargosFiado.cbl
           05 CLIENTE-ISENTO-ENC    PIC X(01).
               88 ISENTO-ENCARGOS   VALUE 'S'.
           05 CLIENTE-CLASSE        PIC X(01).
               88 CLASSE-VAREJO     VALUE 'V' ' '.
               88 CLASSE-ATACADO    VALUE 'A'.
               88 CLASSE-FUNCIONARIO VALUE 'F'.
           05 FILLER                PIC X(20).

       FD LOG-EXCECOES-INTEG.
       01 LINHA-EXCECAO-INTEG       PIC X(120).
                          WS-STATUS-EXC-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-EXC.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-FIT-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-FIT-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-FIT-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-FIT-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-FIT-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-FIT-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-FIT.

      *    Diretório de dados e caminhos completos dos arquivos,
      *    resolvidos via ARCH_DIR
       01 WS-PATH-FORNECEDORES       PIC X(80).
       01 WS-PATH-ESTOQUE-LOCAL      PIC X(80).
       01 WS-PATH-FIADOS             PIC X(80).
       01 WS-PATH-FIADO-ITENS        PIC X(80).
       01 WS-PATH-CLIENTES           PIC X(80).
       01 WS-PATH-EXCECOES           PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
      *    2. Saldos por local de produtos que não existem mais
           PERFORM AUDITAR-ESTOQUE-LOCAL.

      *    3. Fiados apontando clientes inexistentes ou ainda no
      *    layout de um produto por fiado
           PERFORM AUDITAR-FIADOS.

      *    4. Itens de fiado apontando produtos ou documentos
      *    inexistentes
           PERFORM AUDITAR-ITENS-FIADO.

           CLOSE LOG-EXCECOES-INTEG.

           DISPLAY "-----------------------------------".
           EXIT PARAGRAPH.


      *    Percorre os documentos de fiado conferindo o cliente de
      *    cada um e se o registro já está no layout de documento
       AUDITAR-FIADOS.
           MOVE 'N' TO WS-EOF.
           PERFORM ABRE-ARQ-FIADOS.
           PERFORM ABRE-ARQ-CLIENTES.

                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF NOT FIADO-DOCUMENTO
                   MOVE "FIADO NAO CONVERTIDO" TO WS-TIPO-EXCECAO
                   MOVE FIADO-CODIGO TO WS-CHAVE-EXCECAO
                   MOVE "LAYOUT DE UM PRODUTO POR FIADO"
                     TO WS-DETALHE-EXCECAO
                   PERFORM REGISTRAR-EXCECAO
                 END-IF

                 MOVE FIADO-CLIENTE-CODIGO TO CLIENTE-CODIGO
                 READ IDX-CLIENTES KEY IS CLIENTE-CODIGO
             END-READ
           END-PERFORM.

           CLOSE IDX-FIADOS.
           CLOSE IDX-CLIENTES.

           EXIT PARAGRAPH.


      *    Percorre os itens de fiado conferindo o produto de cada
      *    item e o documento ao qual ele pertence
       AUDITAR-ITENS-FIADO.
           MOVE 'N' TO WS-EOF.
           PERFORM ABRE-ARQ-PRODUTOS.
           PERFORM ABRE-ARQ-FIADOS.
           PERFORM ABRE-ARQ-FIADO-ITENS.

           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-FIADO-ITENS NEXT RECORD
               INTO DETALHE-FIADO-ITEM
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 MOVE FITEM-PRODUTO TO PRODUTO-CODIGO
                 READ IDX-PRODUTOS KEY IS PRODUTO-CODIGO
                   INVALID KEY
                     MOVE "FIADO SEM PRODUTO" TO WS-TIPO-EXCECAO
                     MOVE FITEM-CHAVE TO WS-CHAVE-EXCECAO
                     MOVE FITEM-DESCRICAO TO WS-DETALHE-EXCECAO
                     PERFORM REGISTRAR-EXCECAO
                 END-READ

                 MOVE FITEM-FIADO TO FIADO-CODIGO
                 READ IDX-FIADOS KEY IS FIADO-CODIGO
                   INVALID KEY
                     MOVE "ITEM DE FIADO SEM DOCUMENTO"
                       TO WS-TIPO-EXCECAO
                     MOVE FITEM-CHAVE TO WS-CHAVE-EXCECAO
                     MOVE FITEM-DESCRICAO TO WS-DETALHE-EXCECAO
                     PERFORM REGISTRAR-EXCECAO
                 END-READ
             END-READ
           END-PERFORM.

           CLOSE IDX-PRODUTOS.
           CLOSE IDX-FIADOS.
           CLOSE IDX-FIADO-ITENS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Mostra a exceção no terminal e grava no relatório
      *    Máscara: <data>;<tipo>;<chave>;<detalhe>
       REGISTRAR-EXCECAO.
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/fiado-itens.idx" DELIMITED BY SIZE
             INTO WS-PATH-FIADO-ITENS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/clientes.idx" DELIMITED BY SIZE
             INTO WS-PATH-CLIENTES
           EXIT PARAGRAPH.


       ABRE-ARQ-FIADO-ITENS.
           OPEN I-O IDX-FIADO-ITENS.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-FIT-FILE-NOT-FOUND
             OPEN OUTPUT IDX-FIADO-ITENS
             CLOSE IDX-FIADO-ITENS
             PERFORM ABRE-ARQ-FIADO-ITENS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-CLIENTES.
           OPEN I-O IDX-CLIENTES.


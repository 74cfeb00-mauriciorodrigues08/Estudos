             FILE STATUS IS WS-STATUS-PROMO
             RECORD KEY IS PROMO-PRODUTO-CODIGO.

      *    Cadastro de clientes (Clientes.cbl); consultado apenas
      *    para a classe do cliente, que escolhe a tabela de faixas
      *    de preço por quantidade
           SELECT IDX-CLIENTES
             ASSIGN TO DYNAMIC WS-PATH-CLIENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-CLI
             RECORD KEY IS CLIENTE-CODIGO.

      *    Arquivo de vendas do dia, alimentado na conversão do
      *    orçamento em venda real (mesma máscara de RealizarVenda)
           SELECT CSV-VENDAS
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

      *    Mesmo layout de DETALHE-PROMOCAO em Promocoes.cbl
       FD IDX-PROMOCOES.
           05 PROMO-QTD-PAGUE       PIC 9(03).
           05 PROMO-PERC-DESC       PIC 9(02)V99.

      *    Mesmo layout de DETALHE-CLIENTE em Clientes.cbl
       FD IDX-CLIENTES.
       01 DETALHE-CLIENTE.
           05 CLIENTE-CODIGO        PIC 9(05).
           05 CLIENTE-NOME          PIC X(30).
           05 CLIENTE-TELEFONE      PIC X(15).
           05 CLIENTE-DOCUMENTO     PIC X(14).
           05 CLIENTE-LIMITE        PIC 9(06)V99.
           05 CLIENTE-PONTOS        PIC 9(06).
           05 CLIENTE-SIT-CREDITO   PIC X(01).
               88 CREDITO-LIBERADO  VALUE 'L' ' '.
               88 CREDITO-BLOQUEADO VALUE 'B'.
           05 CLIENTE-ENDERECO      PIC X(40).
           05 CLIENTE-ISENTO-ENC    PIC X(01).
               88 ISENTO-ENCARGOS   VALUE 'S'.
           05 CLIENTE-CLASSE        PIC X(01).
               88 CLASSE-VAREJO     VALUE 'V' ' '.
               88 CLASSE-ATACADO    VALUE 'A'.
               88 CLASSE-FUNCIONARIO VALUE 'F'.
           05 FILLER                PIC X(20).

       FD CSV-VENDAS.
       01 DETALHAMENTO              PIC X(100).

                          WS-STATUS-PROD-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-PROD.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-CLI-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CLI-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CLI-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CLI-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CLI-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CLI-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CLI.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-PROMO-OK
       01 WS-PATH-CONTROLE-ORC       PIC X(80).
       01 WS-PATH-PRODUTOS           PIC X(80).
       01 WS-PATH-PROMOCOES          PIC X(80).
       01 WS-PATH-CLIENTES           PIC X(80).
       01 WS-PATH-VENDAS             PIC X(80).
       01 WS-PATH-AUDITORIA          PIC X(80).
       01 WS-PATH-ESTOQUE-LOCAL      PIC X(80).
       01 WS-CODIGO                 PIC 9(05).
       01 WS-QTD-ITEM               PIC 9(03).
       01 WS-PRECO-ITEM             PIC 9(04)V99.
      *    Faixa de preço por quantidade (ResolverFaixaPreco.cbl):
      *    classe do cliente do orçamento, quantidade da linha, preço
      *    e quantidade mínima da faixa (zero = sem faixa) e a faixa
      *    efetivamente aplicada (quando baixa o preço)
       01 WS-CLASSE-ORC             PIC X(01) VALUE 'V'.
       01 WS-QTD-FAIXA-BASE         PIC 9(05).
       01 WS-PRECO-FAIXA            PIC 9(04)V99.
       01 WS-QTD-MINIMA-FAIXA       PIC 9(05).
       01 WS-FAIXA-APLICADA         PIC 9(05).
       01 WS-MAIS-ITENS             PIC X(01).
       01 WS-SEQ-ITEM               PIC 9(02).
       01 WS-VALOR-TOTAL            PIC 9(08)V99.
           05 WS-CONV OCCURS 20 TIMES.
             10 WS-CONV-PRODUTO     PIC 9(05).
             10 WS-CONV-DESCRICAO   PIC X(30).
             10 WS-CONV-QTD         PIC 9(05).
             10 WS-CONV-PRECO       PIC 9(04)V99.
       01 WS-IDX-CONV               PIC 9(02).
      *    Vigência e cliente do orçamento em conversão, salvos na
             "identificado): " WITH NO ADVANCING.
           ACCEPT WS-CLIENTE-ORC.

      *    A classe do cliente escolhe a tabela de faixas de preço
           PERFORM LER-CLASSE-CLIENTE.

           DISPLAY "Validade em dias (0 para 7): " WITH NO ADVANCING.
           ACCEPT WS-DIAS-VALIDADE.
           IF WS-DIAS-VALIDADE = 0
               EXIT PARAGRAPH
           END-READ.

           IF PRODUTO-BLOQUEADO
             DISPLAY "Produto bloqueado no cadastro!"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe a quantidade: " WITH NO ADVANCING.
           ACCEPT WS-QTD-ITEM.

             EXIT PARAGRAPH
           END-IF.

      *    Preço efetivo: catálogo, promoção vigente hoje ou faixa
      *    de preço da quantidade, o menor
           MOVE WS-QTD-ITEM TO WS-QTD-FAIXA-BASE.
           PERFORM RESOLVER-PRECO-EFETIVO.

           ADD 1 TO WS-SEQ-ITEM.
           DISPLAY "  Qtd: " WS-QTD-ITEM
             "  Unit: R$" WS-PRECO-EDIT
             "  Total: R$" WS-VALOR-ITEM-EDIT.
           IF WS-FAIXA-APLICADA > 0
             DISPLAY "  Preço de faixa: a partir de "
               WS-FAIXA-APLICADA " un."
           END-IF.

      *    Pergunta se há mais itens
           DISPLAY "Informar outro item? (S/N): " WITH NO ADVANCING.


      *    Resolve o preço efetivo do produto corrente: o de
      *    catálogo, ou o promocional vigente na data de hoje, e
      *    depois a faixa de preço da classe do cliente para a
      *    quantidade em WS-QTD-FAIXA-BASE, quando for menor (mesma
      *    regra do caixa em RealizarVenda.cbl)
       RESOLVER-PRECO-EFETIVO.
           MOVE PRODUTO-PRECO-UNIT TO WS-PRECO-ITEM.

               END-IF
           END-READ.

           MOVE 0 TO WS-FAIXA-APLICADA.
           CALL "ResolverFaixaPreco" USING PRODUTO-CODIGO,
             WS-CLASSE-ORC, WS-QTD-FAIXA-BASE,
             WS-PRECO-FAIXA, WS-QTD-MINIMA-FAIXA.

           IF WS-PRECO-FAIXA > 0
             AND WS-PRECO-FAIXA < WS-PRECO-ITEM
             MOVE WS-PRECO-FAIXA TO WS-PRECO-ITEM
             MOVE WS-QTD-MINIMA-FAIXA TO WS-FAIXA-APLICADA
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.

             EXIT PARAGRAPH
           END-IF.

      *    Classe atual do cliente do orçamento, para a faixa de preço
           MOVE WS-CONV-CLIENTE TO WS-CLIENTE-ORC.
           PERFORM LER-CLASSE-CLIENTE.

      *    Recebe e valida o operador da venda
           DISPLAY "Informe o código do operador: " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.
               EXIT PARAGRAPH
           END-READ.

      *    Item bloqueado depois do orçamento não pode ser vendido
           IF PRODUTO-BLOQUEADO
             DISPLAY "Item " PRODUTO-DESCRICAO
               " bloqueado no cadastro!"
             MOVE 'N' TO WS-CONVERSAO-VIAVEL
             EXIT PARAGRAPH
           END-IF.

           IF WS-CONV-QTD(WS-IDX-CONV) > PRODUTO-QTD-ESTOQUE
             DISPLAY "Estoque insuficiente de " PRODUTO-DESCRICAO
               " (" PRODUTO-QTD-ESTOQUE " disponível)."
           END-IF.

      *    A venda sai pelo preço de hoje, não pelo orçado
           MOVE WS-CONV-QTD(WS-IDX-CONV) TO WS-QTD-FAIXA-BASE.
           PERFORM RESOLVER-PRECO-EFETIVO.
           MOVE WS-PRECO-ITEM TO WS-PRECO-ATUAL.

           EXIT PARAGRAPH.


      *    Classe do cliente WS-CLIENTE-ORC no cadastro; cliente não
      *    identificado ou não cadastrado compra como varejo
       LER-CLASSE-CLIENTE.
           MOVE 'V' TO WS-CLASSE-ORC.

           IF WS-CLIENTE-ORC = 0
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT IDX-CLIENTES.
           IF NOT WS-STATUS-CLI-OK
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CLIENTE-ORC TO CLIENTE-CODIGO.
           READ IDX-CLIENTES KEY IS CLIENTE-CODIGO
             INVALID KEY
               CONTINUE

             NOT INVALID KEY
               IF NOT CLASSE-VAREJO
                 MOVE CLIENTE-CLASSE TO WS-CLASSE-ORC
               END-IF
               IF CLASSE-ATACADO
                 DISPLAY "Cliente ATACADO: tabela de atacado"
               END-IF
               IF CLASSE-FUNCIONARIO
                 DISPLAY "Cliente FUNCIONÁRIO: tabela de funcionário"
               END-IF
           END-READ.

           CLOSE IDX-CLIENTES.

      *    Retorna
           EXIT PARAGRAPH.


      *    Lê o diretório de dados configurado, com "../arch" como
      *    valor padrão quando a variável de ambiente não é definida
       CONFIGURAR-CAMINHOS.
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/clientes.idx" DELIMITED BY SIZE
             INTO WS-PATH-CLIENTES
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/vendas-do-dia.csv" DELIMITED BY SIZE
             INTO WS-PATH-VENDAS

       IDENTIFICATION DIVISION.
           PROGRAM-ID. FaixasPreco.
           AUTHOR. Maurício Rodrigues.

      *    Faixas de preço por quantidade (tabela de atacado): cada
      *    produto pode ter, por classe de cliente (varejo, atacado,
      *    funcionário), várias faixas com uma quantidade mínima e o
      *    preço por unidade a partir dela. A venda e o orçamento
      *    aplicam a faixa automaticamente via ResolverFaixaPreco.cbl,
      *    valendo o menor entre o preço da faixa e o de catálogo ou
      *    promoção. O preço de catálogo em produtos.idx permanece
      *    intocado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FAIXAS-PRECO
             ASSIGN TO DYNAMIC WS-PATH-FAIXAS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS
             RECORD KEY IS FAIXA-CHAVE.

      *    Cadastro de produtos (mantido pelo CRUD); consultado aqui
      *    apenas para confirmar que o produto da faixa existe e
      *    mostrar o preço de catálogo como referência
           SELECT IDX-PRODUTOS
             ASSIGN TO DYNAMIC WS-PATH-PRODUTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-PROD
             RECORD KEY IS PRODUTO-CODIGO.

       DATA DIVISION.
       FILE SECTION.
      *    Uma faixa por produto, classe de cliente e quantidade
      *    mínima; a chave ordena as faixas do produto/classe pela
      *    quantidade mínima crescente
       FD IDX-FAIXAS-PRECO.
       01 DETALHE-FAIXA-PRECO.
           05 FAIXA-CHAVE.
               10 FAIXA-PRODUTO     PIC 9(05).
               10 FAIXA-CLASSE      PIC X(01).
                   88 FAIXA-VAREJO      VALUE 'V'.
                   88 FAIXA-ATACADO     VALUE 'A'.
                   88 FAIXA-FUNCIONARIO VALUE 'F'.
               10 FAIXA-QTD-MINIMA  PIC 9(05).
           05 FAIXA-PRECO           PIC 9(04)V99.
           05 FILLER                PIC X(10).

       FD IDX-PRODUTOS.
       01 DETALHE-PRODUTO.
           05 PRODUTO-CODIGO        PIC 9(05).
           05 PRODUTO-DESCRICAO     PIC X(30).
           05 PRODUTO-PRECO-UNIT    PIC 9(04)V99.
           05 PRODUTO-QTD-ESTOQUE   PIC 9(05).
           05 PRODUTO-QTD-MINIMA    PIC 9(05).
           05 PRODUTO-CATEGORIA     PIC X(15).
           05 PRODUTO-FORNECEDOR    PIC 9(05).
           05 PRODUTO-VALIDADE      PIC 9(08).
           05 PRODUTO-LOCAL         PIC 9(02).
           05 PRODUTO-CUSTO-UNIT    PIC 9(04)V99.
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
      *    via copybook (ex.: WS-STATUS-FILE-NOT-FOUND)
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-PROD-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-PROD-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-PROD-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-PROD-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-PROD-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-PROD-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-PROD.

      *    Diretório de dados e caminhos completos dos arquivos,
      *    resolvidos via ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-FAIXAS             PIC X(80).
       01 WS-PATH-PRODUTOS           PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-EOF                    PIC X(01) VALUE 'N'.
       01 WS-CONTADOR               PIC 9(03).
       01 WS-VERIFICACAO            PIC X(01).

      * Variáveis Locais de Faixa de Preço
       01 WS-CODIGO                 PIC 9(05).
       01 WS-CLASSE                 PIC X(01).
           88 WS-CLASSE-VALIDA      VALUE 'V' 'A' 'F'.
       01 WS-CLASSE-DESC            PIC X(12).
       01 WS-QTD-MINIMA             PIC 9(05).
       01 WS-PRECO-FAIXA            PIC 9(04)V99.
       01 WS-PRECO-CATALOGO         PIC 9(04)V99.
       01 WS-PRECO-EDITADO          PIC ZZZ9.99.
       01 WS-PRECO-FAIXA-EDIT       PIC ZZZ9.99.

       LINKAGE SECTION.
       01 LS-OPCAO                  PIC 9(02).

       PROCEDURE DIVISION USING LS-OPCAO.
       MAIN.
           PERFORM CONFIGURAR-CAMINHOS.

      *    Switch da opção
           EVALUATE LS-OPCAO
             WHEN 23
               PERFORM CADASTRAR-FAIXA

             WHEN 24
               PERFORM LISTAR-FAIXAS

             WHEN 25
               PERFORM EXCLUIR-FAIXA
           END-EVALUATE.

      *    Retorna
           EXIT PROGRAM.


       CADASTRAR-FAIXA.
           DISPLAY "-----------------------------------".
           DISPLAY " CADASTRAR FAIXA DE PREÇO"
           DISPLAY "-----------------------------------".
      *    Recebe o código do produto
           DISPLAY "Informe o código do produto: " WITH NO ADVANCING.
           ACCEPT WS-CODIGO.

      *    Confirma que o produto existe e mostra o preço de catálogo
           PERFORM ABRE-ARQ-PRODUTOS.
           MOVE WS-CODIGO TO PRODUTO-CODIGO.

           READ IDX-PRODUTOS KEY IS PRODUTO-CODIGO
             INVALID KEY
               DISPLAY "Erro! Produto não está cadastrado!"
               CLOSE IDX-PRODUTOS
               EXIT PARAGRAPH

             NOT INVALID KEY
               MOVE PRODUTO-PRECO-UNIT TO WS-PRECO-CATALOGO
               MOVE PRODUTO-PRECO-UNIT TO WS-PRECO-EDITADO
               DISPLAY "Produto: " PRODUTO-DESCRICAO
               DISPLAY "Preço de catálogo: R$" WS-PRECO-EDITADO
           END-READ.
           CLOSE IDX-PRODUTOS.

      *    Recebe a classe de cliente da tabela
           PERFORM RECEBER-CLASSE.
           IF NOT WS-CLASSE-VALIDA
             DISPLAY "Erro! Classe inválida (V, A ou F)!"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Quantidade mínima da faixa: " WITH NO ADVANCING.
           ACCEPT WS-QTD-MINIMA.

           IF WS-QTD-MINIMA = 0
             DISPLAY "Erro! A quantidade mínima não pode ser zero!"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Preço por unidade a partir dessa quantidade: R$"
             WITH NO ADVANCING.
           ACCEPT WS-PRECO-FAIXA.

           IF WS-PRECO-FAIXA = 0
             DISPLAY "Erro! O preço da faixa não pode ser zero!"
             EXIT PARAGRAPH
           END-IF.

      *    Faixa acima do catálogo nunca seria aplicada (vale o menor
      *    preço): avisa, mas grava, pois o catálogo pode mudar
           IF WS-PRECO-FAIXA >= WS-PRECO-CATALOGO
             DISPLAY "Atenção: preço da faixa não é menor que o "
               "de catálogo; a faixa só vale se o catálogo subir."
           END-IF.

      *    Abre o arquivo de faixas
           PERFORM ABRE-ARQ-FAIXAS.

      *    Move os valores para as variáveis de arquivo
           MOVE SPACES TO DETALHE-FAIXA-PRECO.
           MOVE WS-CODIGO TO FAIXA-PRODUTO.
           MOVE WS-CLASSE TO FAIXA-CLASSE.
           MOVE WS-QTD-MINIMA TO FAIXA-QTD-MINIMA.
           MOVE WS-PRECO-FAIXA TO FAIXA-PRECO.

      *    A mesma faixa (produto, classe e quantidade mínima) já
      *    cadastrada tem o preço substituído
           WRITE DETALHE-FAIXA-PRECO
             INVALID KEY
               REWRITE DETALHE-FAIXA-PRECO
               DISPLAY "Faixa existente substituída!"

             NOT INVALID KEY
               DISPLAY "Sucesso! Faixa de preço cadastrada!"
           END-WRITE.

      *    Fecha o arquivo
           CLOSE IDX-FAIXAS-PRECO.

      *    Retorna
           EXIT PARAGRAPH.


      *    Lista as faixas de um produto (ou de todos, com código 0),
      *    na ordem da chave: produto, classe e quantidade mínima
       LISTAR-FAIXAS.
           DISPLAY "-----------------------------------".
           DISPLAY " LISTAR FAIXAS DE PREÇO"
           DISPLAY "-----------------------------------".
           DISPLAY "Informe o código do produto (0 para todos): "
             WITH NO ADVANCING.
           ACCEPT WS-CODIGO.

      *    Zera as variáveis de controle
           MOVE 0 TO WS-CONTADOR.
           MOVE 'N' TO WS-EOF.

      *    Abre o arquivo
           PERFORM ABRE-ARQ-FAIXAS.

      *    Posiciona na primeira faixa do produto pedido
           MOVE WS-CODIGO TO FAIXA-PRODUTO.
           MOVE SPACE TO FAIXA-CLASSE.
           MOVE 0 TO FAIXA-QTD-MINIMA.
           START IDX-FAIXAS-PRECO KEY IS NOT LESS THAN FAIXA-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF
           END-START.

      *    Loop de execução
           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-FAIXAS-PRECO NEXT RECORD

      *      Caso seja o final do arquivo (EOF)
             AT END
               MOVE 'S' TO WS-EOF

      *      Caso não seja o final do arquivo (EOF)
             NOT AT END
               IF WS-CODIGO NOT = 0
                 AND FAIXA-PRODUTO NOT = WS-CODIGO
                 MOVE 'S' TO WS-EOF
                 EXIT PERFORM CYCLE
               END-IF

               ADD 1 TO WS-CONTADOR
               MOVE FAIXA-CLASSE TO WS-CLASSE
               PERFORM DESCREVER-CLASSE
               MOVE FAIXA-PRECO TO WS-PRECO-FAIXA-EDIT
               DISPLAY "Produto: " FAIXA-PRODUTO
                 "  Classe: " WS-CLASSE-DESC
                 "  A partir de " FAIXA-QTD-MINIMA " un."
                 "  R$" WS-PRECO-FAIXA-EDIT
             END-READ
           END-PERFORM.

      *    Fecha arquivo
           CLOSE IDX-FAIXAS-PRECO.

           IF WS-CONTADOR = 0
             DISPLAY "Nenhuma faixa de preço cadastrada."
           END-IF.
           DISPLAY " ".

      *    Retorna
           EXIT PARAGRAPH.


       EXCLUIR-FAIXA.
           DISPLAY "-----------------------------------".
           DISPLAY " EXCLUIR FAIXA DE PREÇO"
           DISPLAY "-----------------------------------".
      *    Recebe a chave da faixa que será excluída
           DISPLAY "Informe o código do produto: " WITH NO ADVANCING.
           ACCEPT WS-CODIGO.

           PERFORM RECEBER-CLASSE.
           IF NOT WS-CLASSE-VALIDA
             DISPLAY "Erro! Classe inválida (V, A ou F)!"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Quantidade mínima da faixa: " WITH NO ADVANCING.
           ACCEPT WS-QTD-MINIMA.

      *    Abre arquivo
           PERFORM ABRE-ARQ-FAIXAS.

      *    Atualiza a chave de busca
           MOVE WS-CODIGO TO FAIXA-PRODUTO.
           MOVE WS-CLASSE TO FAIXA-CLASSE.
           MOVE WS-QTD-MINIMA TO FAIXA-QTD-MINIMA.

      *    Busca pela faixa no arquivo
           READ IDX-FAIXAS-PRECO KEY IS FAIXA-CHAVE

      *      Se a faixa não existir
             INVALID KEY
               DISPLAY "Faixa de preço não cadastrada!"
               CLOSE IDX-FAIXAS-PRECO
               EXIT PARAGRAPH

      *      Se a faixa existir
             NOT INVALID KEY
               MOVE FAIXA-PRECO TO WS-PRECO-FAIXA-EDIT
               DISPLAY "Excluindo faixa do produto " FAIXA-PRODUTO
                 " a partir de " FAIXA-QTD-MINIMA " un. (R$"
                 WS-PRECO-FAIXA-EDIT ")"
               DISPLAY "Deseja continuar? (S/N): " WITH NO ADVANCING
               ACCEPT WS-VERIFICACAO

               IF WS-VERIFICACAO = 'S'
                 DELETE IDX-FAIXAS-PRECO
                 DISPLAY "Sucesso! Faixa de preço excluída!"
               ELSE
                 DISPLAY "Operação Cancelada!"
               END-IF

           END-READ.

      *    Fecha arquivo
           CLOSE IDX-FAIXAS-PRECO.

      *    Retorna
           EXIT PARAGRAPH.


      *    Classe de cliente da tabela: V-Varejo, A-Atacado,
      *    F-Funcionário
       RECEBER-CLASSE.
           DISPLAY "Classe de cliente (V-Varejo  A-Atacado  "
             "F-Funcionário): " WITH NO ADVANCING.
           MOVE SPACES TO WS-CLASSE.
           ACCEPT WS-CLASSE.
           MOVE FUNCTION UPPER-CASE(WS-CLASSE) TO WS-CLASSE.

      *    Retorna
           EXIT PARAGRAPH.


       DESCREVER-CLASSE.
           EVALUATE WS-CLASSE
             WHEN 'A'
               MOVE "ATACADO" TO WS-CLASSE-DESC
             WHEN 'F'
               MOVE "FUNCIONÁRIO" TO WS-CLASSE-DESC
             WHEN OTHER
               MOVE "VAREJO" TO WS-CLASSE-DESC
           END-EVALUATE.

      *    Retorna
           EXIT PARAGRAPH.


      *    Lê o diretório de dados configurado, com "../arch" como
      *    valor padrão quando a variável de ambiente não é definida
       CONFIGURAR-CAMINHOS.
           ACCEPT WS-ARCH-DIR FROM ENVIRONMENT "ARCH_DIR".
           IF WS-ARCH-DIR = SPACES
             MOVE "../arch" TO WS-ARCH-DIR
           END-IF.

           MOVE 'N' TO WS-CAMINHO-OVERFLOW.

           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/faixas-preco.idx" DELIMITED BY SIZE
             INTO WS-PATH-FAIXAS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/produtos.idx" DELIMITED BY SIZE
             INTO WS-PATH-PRODUTOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.

      *    ARCH_DIR longo demais para caber num dos caminhos: aborta em
      *    vez de operar sobre um caminho truncado e apontar para o
      *    arquivo errado
           IF CAMINHO-OVERFLOW
             DISPLAY "Erro fatal! ARCH_DIR excede o tamanho suportado "
               "para montagem dos caminhos de arquivo!"
             EXIT PROGRAM
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-FAIXAS.
           OPEN I-O IDX-FAIXAS-PRECO.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-FILE-NOT-FOUND
             OPEN OUTPUT IDX-FAIXAS-PRECO
             CLOSE IDX-FAIXAS-PRECO
             PERFORM ABRE-ARQ-FAIXAS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-PRODUTOS.
           OPEN I-O IDX-PRODUTOS.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-PROD-FILE-NOT-FOUND
             OPEN OUTPUT IDX-PRODUTOS
             CLOSE IDX-PRODUTOS
             PERFORM ABRE-ARQ-PRODUTOS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. ClassificacaoFiscal.
           AUTHOR. Maurício Rodrigues.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Classificação fiscal por produto: NCM, situação tributária
      *    (CST), CFOP e a alíquota própria do item, consultada pelo
      *    fechamento do dia (ProcessarVendas.cbl) no lugar da alíquota
      *    única da loja e pelo documento fiscal gravado a cada venda
      *    (RealizarVenda.cbl)
           SELECT IDX-CLASS-FISCAL
             ASSIGN TO DYNAMIC WS-PATH-CLASS-FISCAL
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS
             RECORD KEY IS CF-PRODUTO-CODIGO.

      *    Cadastro de produtos (mantido pelo CRUD); consultado aqui
      *    para confirmar que o produto existe e para a lista dos
      *    produtos ainda sem classificação
           SELECT IDX-PRODUTOS
             ASSIGN TO DYNAMIC WS-PATH-PRODUTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-PROD
             RECORD KEY IS PRODUTO-CODIGO.

       DATA DIVISION.
       FILE SECTION.
      *    Uma classificação por produto; produto sem registro aqui é
      *    tributado pela alíquota geral da loja (TAXA_IMPOSTO)
       FD IDX-CLASS-FISCAL.
       01 DETALHE-CLASS-FISCAL.
           05 CF-PRODUTO-CODIGO     PIC 9(05).
           05 CF-NCM                PIC 9(08).
           05 CF-CST                PIC X(03).
           05 CF-CFOP               PIC 9(04).
           05 CF-ALIQUOTA           PIC 9(02)V99.

      *    Mesmo layout de DETALHE-PRODUTO em CRUD.cbl, redeclarado
      *    aqui apenas para consulta
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
           05 PRODUTO-CUSTO-UNIT   PIC 9(04)V99.
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
       01 WS-PATH-CLASS-FISCAL       PIC X(80).
       01 WS-PATH-PRODUTOS           PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-EOF                    PIC X(01) VALUE 'N'.
       01 WS-CONTADOR               PIC 9(05).
       01 WS-VERIFICACAO            PIC X(01).

      * Variáveis locais da classificação fiscal
       01 WS-CODIGO                 PIC 9(05).
       01 WS-NCM                    PIC 9(08).
       01 WS-CST                    PIC X(03).
       01 WS-CFOP                   PIC 9(04).
       01 WS-CFOP-GRUPO             PIC 9(01).
       01 WS-ALIQUOTA               PIC 9(02)V99.
       01 WS-ALIQUOTA-EDIT          PIC Z9.99.
       01 WS-JA-CLASSIFICADO        PIC X(01).

       LINKAGE SECTION.
       01 LS-OPCAO                  PIC 9(02).

       PROCEDURE DIVISION USING LS-OPCAO.
       MAIN.
           PERFORM CONFIGURAR-CAMINHOS.

      *    Switch da opção (numeração do menu complementar de
      *    Main.cbl)
           EVALUATE LS-OPCAO
             WHEN 1
               PERFORM CADASTRAR-CLASSIFICACAO

             WHEN 2
               PERFORM LISTAR-CLASSIFICACOES

             WHEN 3
               PERFORM EXCLUIR-CLASSIFICACAO

             WHEN 4
               PERFORM LISTAR-SEM-CLASSIFICACAO
           END-EVALUATE.

      *    Retorna
           EXIT PROGRAM.


      *    Cadastra ou altera a classificação fiscal de um produto;
      *    a classificação existente é substituída por inteiro
       CADASTRAR-CLASSIFICACAO.
           DISPLAY "-----------------------------------".
           DISPLAY " CLASSIFICAÇÃO FISCAL DO PRODUTO"
           DISPLAY "-----------------------------------".
      *    Recebe o código do produto
           DISPLAY "Informe o código do produto: " WITH NO ADVANCING.
           ACCEPT WS-CODIGO.

      *    Confirma que o produto existe
           PERFORM ABRE-ARQ-PRODUTOS.
           MOVE WS-CODIGO TO PRODUTO-CODIGO.

           READ IDX-PRODUTOS KEY IS PRODUTO-CODIGO
             INVALID KEY
               DISPLAY "Erro! Produto não está cadastrado!"
               CLOSE IDX-PRODUTOS
               EXIT PARAGRAPH

             NOT INVALID KEY
               DISPLAY "Produto: " PRODUTO-DESCRICAO
               DISPLAY "Categoria: " PRODUTO-CATEGORIA
           END-READ.
           CLOSE IDX-PRODUTOS.

      *    Mostra a classificação atual, quando houver
           PERFORM ABRE-ARQ-CLASS-FISCAL.
           MOVE WS-CODIGO TO CF-PRODUTO-CODIGO.

           READ IDX-CLASS-FISCAL KEY IS CF-PRODUTO-CODIGO
             INVALID KEY
               DISPLAY "Produto ainda sem classificação fiscal."

             NOT INVALID KEY
               MOVE CF-ALIQUOTA TO WS-ALIQUOTA-EDIT
               DISPLAY "Classificação atual - NCM: " CF-NCM
                 "  CST: " CF-CST "  CFOP: " CF-CFOP
                 "  Alíquota: " WS-ALIQUOTA-EDIT "%"
           END-READ.
           CLOSE IDX-CLASS-FISCAL.

      *    Recebe os dados da classificação
           DISPLAY "Informe o NCM (8 dígitos): " WITH NO ADVANCING.
           ACCEPT WS-NCM.

           IF WS-NCM = 0
             DISPLAY "Erro! O NCM não pode ser zero!"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe o CST/CSOSN (3 posições): "
             WITH NO ADVANCING.
           ACCEPT WS-CST.

           IF WS-CST = SPACES
             DISPLAY "Erro! O CST é obrigatório!"
             EXIT PARAGRAPH
           END-IF.

      *    A venda ao consumidor é sempre uma saída: o CFOP precisa
      *    começar por 5 (dentro do estado) ou 6 (fora do estado)
           DISPLAY "Informe o CFOP (4 dígitos, ex.: 5102): "
             WITH NO ADVANCING.
           ACCEPT WS-CFOP.

           DIVIDE WS-CFOP BY 1000 GIVING WS-CFOP-GRUPO.
           IF WS-CFOP-GRUPO NOT = 5 AND WS-CFOP-GRUPO NOT = 6
             DISPLAY "Erro! CFOP de saída deve começar por 5 ou 6!"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe a alíquota do item (%): "
             WITH NO ADVANCING.
           ACCEPT WS-ALIQUOTA.

      *    Abre o arquivo de classificações
           PERFORM ABRE-ARQ-CLASS-FISCAL.

      *    Move os valores para as variáveis de arquivo
           MOVE WS-CODIGO TO CF-PRODUTO-CODIGO.
           MOVE WS-NCM TO CF-NCM.
           MOVE WS-CST TO CF-CST.
           MOVE WS-CFOP TO CF-CFOP.
           MOVE WS-ALIQUOTA TO CF-ALIQUOTA.

      *    Caso o produto já tenha classificação, substitui
           WRITE DETALHE-CLASS-FISCAL
             INVALID KEY
               REWRITE DETALHE-CLASS-FISCAL
               DISPLAY "Classificação existente substituída!"

             NOT INVALID KEY
               DISPLAY "Sucesso! Classificação cadastrada!"
           END-WRITE.

      *    Fecha o arquivo
           CLOSE IDX-CLASS-FISCAL.

      *    Retorna
           EXIT PARAGRAPH.


       LISTAR-CLASSIFICACOES.
           DISPLAY "-----------------------------------".
           DISPLAY " CLASSIFICAÇÕES FISCAIS"
           DISPLAY "-----------------------------------".

      *    Zera as variáveis de controle
           MOVE 0 TO WS-CONTADOR.
           MOVE 'N' TO WS-EOF.

      *    Abre o arquivo
           PERFORM ABRE-ARQ-CLASS-FISCAL.

      *    Loop de execução
           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-CLASS-FISCAL NEXT RECORD

      *      Caso seja o final do arquivo (EOF)
             AT END
               MOVE 'S' TO WS-EOF

      *      Caso não seja o final do arquivo (EOF)
             NOT AT END
               ADD 1 TO WS-CONTADOR
               MOVE CF-ALIQUOTA TO WS-ALIQUOTA-EDIT
               DISPLAY "Produto: " CF-PRODUTO-CODIGO
                 "  NCM: " CF-NCM "  CST: " CF-CST
                 "  CFOP: " CF-CFOP "  Alíquota: "
                 WS-ALIQUOTA-EDIT "%"

           END-PERFORM.

      *    Fecha arquivo
           CLOSE IDX-CLASS-FISCAL.

           IF WS-CONTADOR = 0
             DISPLAY "Nenhuma classificação cadastrada."
           END-IF.
           DISPLAY " ".

      *    Retorna
           EXIT PARAGRAPH.


       EXCLUIR-CLASSIFICACAO.
           DISPLAY "-----------------------------------".
           DISPLAY " EXCLUIR CLASSIFICAÇÃO FISCAL"
           DISPLAY "-----------------------------------".
      *    Recebe o código do produto
           DISPLAY "Informe o código do produto: " WITH NO ADVANCING.
           ACCEPT WS-CODIGO.

      *    Abre arquivo
           PERFORM ABRE-ARQ-CLASS-FISCAL.

      *    Atualiza a chave de busca
           MOVE WS-CODIGO TO CF-PRODUTO-CODIGO.

      *    Busca pela classificação no arquivo
           READ IDX-CLASS-FISCAL KEY IS CF-PRODUTO-CODIGO

      *      Se a classificação não existir
             INVALID KEY
               DISPLAY "Produto não possui classificação cadastrada!"
               CLOSE IDX-CLASS-FISCAL
               EXIT PARAGRAPH

      *      Se a classificação existir
             NOT INVALID KEY
               DISPLAY "Excluindo a classificação do produto "
                 CF-PRODUTO-CODIGO " (NCM " CF-NCM "); o produto "
                 "passa a usar a alíquota geral da loja."
               DISPLAY "Deseja continuar? (S/N): " WITH NO ADVANCING
               ACCEPT WS-VERIFICACAO

               IF WS-VERIFICACAO = 'S'
                 DELETE IDX-CLASS-FISCAL
                 DISPLAY "Sucesso! Classificação excluída!"
               ELSE
                 DISPLAY "Operação Cancelada!"
               END-IF

           END-READ.

      *    Fecha arquivo
           CLOSE IDX-CLASS-FISCAL.

      *    Retorna
           EXIT PARAGRAPH.


      *    Lista os produtos do catálogo que ainda não têm
      *    classificação fiscal, para o contador completar o cadastro
      *    (até lá eles seguem tributados pela alíquota geral)
       LISTAR-SEM-CLASSIFICACAO.
           DISPLAY "-----------------------------------".
           DISPLAY " PRODUTOS SEM CLASSIFICAÇÃO FISCAL"
           DISPLAY "-----------------------------------".

           MOVE 0 TO WS-CONTADOR.
           MOVE 'N' TO WS-EOF.

           PERFORM ABRE-ARQ-PRODUTOS.
           PERFORM ABRE-ARQ-CLASS-FISCAL.

           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-PRODUTOS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 MOVE PRODUTO-CODIGO TO CF-PRODUTO-CODIGO
                 MOVE 'S' TO WS-JA-CLASSIFICADO

                 READ IDX-CLASS-FISCAL KEY IS CF-PRODUTO-CODIGO
                   INVALID KEY
                     MOVE 'N' TO WS-JA-CLASSIFICADO
                 END-READ

                 IF WS-JA-CLASSIFICADO = 'N'
                   ADD 1 TO WS-CONTADOR
                   DISPLAY PRODUTO-CODIGO " - " PRODUTO-DESCRICAO
                     " (" PRODUTO-CATEGORIA ")"
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-CLASS-FISCAL.
           CLOSE IDX-PRODUTOS.

           DISPLAY "-----------------------------------".
           DISPLAY "Produtos sem classificação: " WS-CONTADOR.
           DISPLAY " ".

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
             "/classificacao-fiscal.idx" DELIMITED BY SIZE
             INTO WS-PATH-CLASS-FISCAL
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


       ABRE-ARQ-CLASS-FISCAL.
           OPEN I-O IDX-CLASS-FISCAL.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-FILE-NOT-FOUND
             OPEN OUTPUT IDX-CLASS-FISCAL
             CLOSE IDX-CLASS-FISCAL
             PERFORM ABRE-ARQ-CLASS-FISCAL
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

       IDENTIFICATION DIVISION.
           PROGRAM-ID. Series.
           AUTHOR. Maurício Rodrigues.

      *    Consulta de números de série e garantia: pela série mostra
      *    o produto, o fornecedor e a data do recebimento, o recibo,
      *    o cliente e a data da venda e o fim da garantia (com a
      *    indicação de garantia vigente ou vencida); pelo produto
      *    lista as séries e a situação de cada uma. As séries são
      *    movimentadas por RegistrarSerie.cbl no recebimento, na
      *    venda, no estorno e na triagem.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-SERIES
             ASSIGN TO DYNAMIC WS-PATH-SERIES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS
             RECORD KEY IS SER-NUMERO.

      *    Cadastros consultados apenas para mostrar os nomes
           SELECT IDX-PRODUTOS
             ASSIGN TO DYNAMIC WS-PATH-PRODUTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-PROD
             RECORD KEY IS PRODUTO-CODIGO.

           SELECT IDX-FORNECEDORES
             ASSIGN TO DYNAMIC WS-PATH-FORNECEDORES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-FORN
             RECORD KEY IS FORNECEDOR-CODIGO.

           SELECT IDX-CLIENTES
             ASSIGN TO DYNAMIC WS-PATH-CLIENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-CLI
             RECORD KEY IS CLIENTE-CODIGO.

       DATA DIVISION.
       FILE SECTION.
      *    Mesmo layout de DETALHE-SERIE em RegistrarSerie.cbl
       FD IDX-SERIES.
       01 DETALHE-SERIE.
           05 SER-NUMERO            PIC X(20).
           05 SER-PRODUTO           PIC 9(05).
           05 SER-SITUACAO          PIC X(01).
               88 SER-EM-ESTOQUE    VALUE 'E'.
               88 SER-VENDIDA       VALUE 'V'.
               88 SER-EM-TRIAGEM    VALUE 'T'.
               88 SER-DEFEITUOSA    VALUE 'D'.
           05 SER-GARANTIA-MESES    PIC 9(03).
           05 SER-FORNECEDOR        PIC 9(05).
           05 SER-OC                PIC 9(05).
           05 SER-DATA-RECEBIMENTO  PIC 9(08).
           05 SER-RECIBO            PIC 9(06).
           05 SER-CLIENTE           PIC 9(05).
           05 SER-DATA-VENDA        PIC 9(08).
           05 SER-DATA-GARANTIA     PIC 9(08).
           05 FILLER                PIC X(20).

      *    Mesmo layout de DETALHE-PRODUTO em CRUD.cbl
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

      *    Mesmo layout de DETALHE-FORNECEDOR em Fornecedores.cbl
       FD IDX-FORNECEDORES.
       01 DETALHE-FORNECEDOR.
           05 FORNECEDOR-CODIGO     PIC 9(05).
           05 FORNECEDOR-NOME       PIC X(30).
           05 FORNECEDOR-CONTATO    PIC X(20).
           05 FORNECEDOR-PRAZO      PIC 9(03).
           05 FORNECEDOR-DOCUMENTO  PIC X(14).
           05 FORNECEDOR-BANCO      PIC 9(03).
           05 FORNECEDOR-AGENCIA    PIC X(05).
           05 FORNECEDOR-CONTA      PIC X(13).
           05 FORNECEDOR-CHAVE-PIX  PIC X(60).
           05 FILLER                PIC X(20).

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
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-FORN-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-FORN-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-FORN-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-FORN-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-FORN-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-FORN-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-FORN.
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

      *    Diretório de dados e caminhos completos dos arquivos,
      *    resolvidos via ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-SERIES             PIC X(80).
       01 WS-PATH-PRODUTOS           PIC X(80).
       01 WS-PATH-FORNECEDORES       PIC X(80).
       01 WS-PATH-CLIENTES           PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-EOF                    PIC X(01) VALUE 'N'.
       01 WS-CONTADOR               PIC 9(05).
       01 WS-DATA-HOJE              PIC 9(08).

      * Variáveis Locais da Consulta de Série
       01 WS-SERIE-DIGITADA         PIC X(20).
       01 WS-CODIGO                 PIC 9(05).
       01 WS-DESC-PRODUTO           PIC X(30).
       01 WS-NOME-FORNECEDOR        PIC X(30).
       01 WS-NOME-CLIENTE           PIC X(30).
       01 WS-DESC-SITUACAO          PIC X(12).
       01 WS-QTD-EM-ESTOQUE         PIC 9(05).
       01 WS-QTD-VENDIDAS           PIC 9(05).
       01 WS-QTD-EM-TRIAGEM         PIC 9(05).
       01 WS-QTD-DEFEITUOSAS        PIC 9(05).

       LINKAGE SECTION.
       01 LS-OPCAO                  PIC 9(02).

       PROCEDURE DIVISION USING LS-OPCAO.
       MAIN.
           PERFORM CONFIGURAR-CAMINHOS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

      *    Switch da opção
           EVALUATE LS-OPCAO
             WHEN 27
               PERFORM CONSULTAR-SERIE

             WHEN 28
               PERFORM LISTAR-SERIES-PRODUTO
           END-EVALUATE.

      *    Retorna
           EXIT PROGRAM.


       CONSULTAR-SERIE.
           DISPLAY "-----------------------------------".
           DISPLAY " CONSULTA DE NÚMERO DE SÉRIE"
           DISPLAY "-----------------------------------".
           DISPLAY "Informe o número de série: " WITH NO ADVANCING.
           MOVE SPACES TO WS-SERIE-DIGITADA.
           ACCEPT WS-SERIE-DIGITADA.
           MOVE FUNCTION UPPER-CASE(WS-SERIE-DIGITADA)
             TO WS-SERIE-DIGITADA.

           IF WS-SERIE-DIGITADA = SPACES
             DISPLAY "Operação Cancelada!"
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT IDX-SERIES.
           IF NOT WS-STATUS-OK
             DISPLAY "Nenhum número de série registrado."
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-SERIE-DIGITADA TO SER-NUMERO.
           READ IDX-SERIES KEY IS SER-NUMERO
             INVALID KEY
               DISPLAY "Número de série não encontrado!"
               CLOSE IDX-SERIES
               EXIT PARAGRAPH
           END-READ.

           CLOSE IDX-SERIES.

           PERFORM BUSCAR-NOMES-SERIE.
           PERFORM DESCREVER-SITUACAO.

           DISPLAY "Série: " SER-NUMERO "  Situação: "
             WS-DESC-SITUACAO.
           DISPLAY "Produto: " SER-PRODUTO " - " WS-DESC-PRODUTO.
           DISPLAY "Fornecedor: " SER-FORNECEDOR " - "
             WS-NOME-FORNECEDOR.
           DISPLAY "Recebida em: " SER-DATA-RECEBIMENTO
             "  OC: " SER-OC
             "  Garantia: " SER-GARANTIA-MESES " mes(es)".

           IF SER-RECIBO = 0
             DISPLAY "Unidade ainda não vendida."
             DISPLAY " "
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Recibo: " SER-RECIBO "  Vendida em: "
             SER-DATA-VENDA.
           IF SER-CLIENTE = 0
             DISPLAY "Cliente: não identificado na venda"
           ELSE
             DISPLAY "Cliente: " SER-CLIENTE " - " WS-NOME-CLIENTE
           END-IF.

           EVALUATE TRUE
             WHEN SER-DATA-GARANTIA = 0
               DISPLAY "Garantia: sem garantia do fornecedor"
             WHEN SER-DATA-GARANTIA < WS-DATA-HOJE
               DISPLAY "Garantia: vencida em " SER-DATA-GARANTIA
             WHEN OTHER
               DISPLAY "Garantia: vigente até " SER-DATA-GARANTIA
           END-EVALUATE.
           DISPLAY " ".

      *    Retorna
           EXIT PARAGRAPH.


      *    Lista as séries do produto; a chave do arquivo é a série,
      *    então a leitura percorre o arquivo inteiro
       LISTAR-SERIES-PRODUTO.
           DISPLAY "-----------------------------------".
           DISPLAY " SÉRIES DO PRODUTO"
           DISPLAY "-----------------------------------".
           DISPLAY "Informe o código do produto: " WITH NO ADVANCING.
           ACCEPT WS-CODIGO.

      *    Zera as variáveis de controle
           MOVE 0 TO WS-CONTADOR.
           MOVE 0 TO WS-QTD-EM-ESTOQUE.
           MOVE 0 TO WS-QTD-VENDIDAS.
           MOVE 0 TO WS-QTD-EM-TRIAGEM.
           MOVE 0 TO WS-QTD-DEFEITUOSAS.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT IDX-SERIES.
           IF NOT WS-STATUS-OK
             DISPLAY "Nenhum número de série registrado."
             EXIT PARAGRAPH
           END-IF.

      *    Loop de execução
           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-SERIES NEXT RECORD

      *      Caso seja o final do arquivo (EOF)
             AT END
               MOVE 'S' TO WS-EOF

      *      Caso não seja o final do arquivo (EOF)
             NOT AT END
               IF SER-PRODUTO NOT = WS-CODIGO
                 EXIT PERFORM CYCLE
               END-IF

               ADD 1 TO WS-CONTADOR
               PERFORM DESCREVER-SITUACAO
               EVALUATE TRUE
                 WHEN SER-EM-ESTOQUE
                   ADD 1 TO WS-QTD-EM-ESTOQUE
                 WHEN SER-VENDIDA
                   ADD 1 TO WS-QTD-VENDIDAS
                 WHEN SER-EM-TRIAGEM
                   ADD 1 TO WS-QTD-EM-TRIAGEM
                 WHEN SER-DEFEITUOSA
                   ADD 1 TO WS-QTD-DEFEITUOSAS
               END-EVALUATE

               DISPLAY SER-NUMERO "  " WS-DESC-SITUACAO
                 "  Receb.: " SER-DATA-RECEBIMENTO
                 "  Recibo: " SER-RECIBO
                 "  Garantia até: " SER-DATA-GARANTIA
             END-READ
           END-PERFORM.

      *    Fecha arquivo
           CLOSE IDX-SERIES.

           IF WS-CONTADOR = 0
             DISPLAY "Nenhuma série registrada para o produto."
           ELSE
             DISPLAY "Séries: " WS-CONTADOR
               "  Em estoque: " WS-QTD-EM-ESTOQUE
               "  Vendidas: " WS-QTD-VENDIDAS
             DISPLAY "Em triagem: " WS-QTD-EM-TRIAGEM
               "  Defeituosas: " WS-QTD-DEFEITUOSAS
           END-IF.
           DISPLAY " ".

      *    Retorna
           EXIT PARAGRAPH.


      *    Busca a descrição do produto e os nomes do fornecedor e do
      *    cliente da série lida
       BUSCAR-NOMES-SERIE.
           MOVE "PRODUTO NAO CADASTRADO" TO WS-DESC-PRODUTO.
           MOVE "FORNECEDOR NAO CADASTRADO" TO WS-NOME-FORNECEDOR.
           MOVE "CLIENTE NAO CADASTRADO" TO WS-NOME-CLIENTE.

           OPEN INPUT IDX-PRODUTOS.
           IF WS-STATUS-PROD-OK
             MOVE SER-PRODUTO TO PRODUTO-CODIGO
             READ IDX-PRODUTOS KEY IS PRODUTO-CODIGO
               NOT INVALID KEY
                 MOVE PRODUTO-DESCRICAO TO WS-DESC-PRODUTO
             END-READ
             CLOSE IDX-PRODUTOS
           END-IF.

           OPEN INPUT IDX-FORNECEDORES.
           IF WS-STATUS-FORN-OK
             MOVE SER-FORNECEDOR TO FORNECEDOR-CODIGO
             READ IDX-FORNECEDORES KEY IS FORNECEDOR-CODIGO
               NOT INVALID KEY
                 MOVE FORNECEDOR-NOME TO WS-NOME-FORNECEDOR
             END-READ
             CLOSE IDX-FORNECEDORES
           END-IF.

           IF SER-CLIENTE > 0
             OPEN INPUT IDX-CLIENTES
             IF WS-STATUS-CLI-OK
               MOVE SER-CLIENTE TO CLIENTE-CODIGO
               READ IDX-CLIENTES KEY IS CLIENTE-CODIGO
                 NOT INVALID KEY
                   MOVE CLIENTE-NOME TO WS-NOME-CLIENTE
               END-READ
               CLOSE IDX-CLIENTES
             END-IF
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Traduz a situação da série para o texto exibido em tela
       DESCREVER-SITUACAO.
           EVALUATE TRUE
             WHEN SER-EM-ESTOQUE
               MOVE "EM ESTOQUE" TO WS-DESC-SITUACAO
             WHEN SER-VENDIDA
               MOVE "VENDIDA" TO WS-DESC-SITUACAO
             WHEN SER-EM-TRIAGEM
               MOVE "EM TRIAGEM" TO WS-DESC-SITUACAO
             WHEN SER-DEFEITUOSA
               MOVE "DEFEITUOSA" TO WS-DESC-SITUACAO
             WHEN OTHER
               MOVE "DESCONHECIDA" TO WS-DESC-SITUACAO
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
             "/series.idx" DELIMITED BY SIZE
             INTO WS-PATH-SERIES
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/produtos.idx" DELIMITED BY SIZE
             INTO WS-PATH-PRODUTOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/fornecedores.idx" DELIMITED BY SIZE
             INTO WS-PATH-FORNECEDORES
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/clientes.idx" DELIMITED BY SIZE
             INTO WS-PATH-CLIENTES
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

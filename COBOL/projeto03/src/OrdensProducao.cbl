       IDENTIFICATION DIVISION.
           PROGRAM-ID. OrdensProducao.
           AUTHOR. Maurício Rodrigues.

      *    Ordens de produção da loja, de dois tipos. Montagem: monta
      *    kits (Kits.cbl) com antecedência (cestas de Natal, cestas
      *    básicas), consumindo os componentes e criando estoque do
      *    kit montado, que passa a existir no cadastro de produtos
      *    com o próprio código do kit; o caixa vende o kit montado
      *    pelo estoque dele e só recorre aos componentes quando não
      *    há kit montado suficiente. Fracionamento: abre unidades a
      *    granel (ex.: saco de 25 kg) em N unidades de varejo de
      *    outro produto já cadastrado (ex.: pacote de 1 kg). Nos dois
      *    casos o custo consumido compõe o custo médio do produto
      *    gerado, a validade do lote gerado herda a validade mais
      *    próxima da origem, e os dois lados entram no kardex com
      *    tipo próprio (MONTAGEM / FRACIONADO) e referência da ordem.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-ORDENS-PRODUCAO
             ASSIGN TO DYNAMIC WS-PATH-ORDENS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS
             RECORD KEY IS OP-NUMERO.

      *    Controle do último número de ordem de produção
           SELECT ARQ-CONTROLE-ORDEM
             ASSIGN TO DYNAMIC WS-PATH-CONTROLE-ORDEM
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CTRL.

           SELECT IDX-KITS
             ASSIGN TO DYNAMIC WS-PATH-KITS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-KIT
             RECORD KEY IS KIT-CHAVE.

           SELECT IDX-PRODUTOS
             ASSIGN TO DYNAMIC WS-PATH-PRODUTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-IDX
             RECORD KEY IS PRODUTO-CODIGO.

      *    Ledger de estoque por local (mantido pelo CRUD)
           SELECT IDX-ESTOQUE-LOCAL
             ASSIGN TO DYNAMIC WS-PATH-ESTOQUE-LOCAL
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-LOCAL
             RECORD KEY IS EL-CHAVE.

      *    Lotes por validade (o lote gerado herda a validade da
      *    origem; o consumo da origem sai por BaixarLotes.cbl)
           SELECT IDX-LOTES
             ASSIGN TO DYNAMIC WS-PATH-LOTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-LOTE
             RECORD KEY IS LOTE-CHAVE.

       DATA DIVISION.
       FILE SECTION.
      *    Ordem de produção executada. Tipo: 'M' montagem de kit
      *    (origem = componentes do kit, destino = o kit) ou 'F'
      *    fracionamento (origem = produto a granel, destino = produto
      *    de varejo)
       FD IDX-ORDENS-PRODUCAO.
       01 DETALHE-ORDEM-PRODUCAO.
           05 OP-NUMERO             PIC 9(05).
           05 OP-TIPO               PIC X(01).
               88 OP-MONTAGEM       VALUE 'M'.
               88 OP-FRACIONAMENTO  VALUE 'F'.
           05 OP-DATA               PIC 9(08).
           05 OP-OPERADOR           PIC X(10).
           05 OP-PRODUTO-ORIGEM     PIC 9(05).
           05 OP-QTD-ORIGEM         PIC 9(05).
           05 OP-PRODUTO-DESTINO    PIC 9(05).
           05 OP-QTD-DESTINO        PIC 9(05).
           05 OP-CUSTO-TOTAL        PIC 9(07)V99.
           05 OP-VALIDADE           PIC 9(08).
           05 FILLER                PIC X(20).

       FD ARQ-CONTROLE-ORDEM.
       01 LINHA-CONTROLE-ORDEM      PIC 9(05).

      *    Mesmo layout de DETALHE-KIT em Kits.cbl
       FD IDX-KITS.
       01 DETALHE-KIT.
           05 KIT-CHAVE.
               10 KIT-CODIGO        PIC 9(05).
               10 KIT-COMP-SEQ      PIC 9(02).
           05 KIT-DESCRICAO         PIC X(30).
           05 KIT-COMP-PRODUTO      PIC 9(05).
           05 KIT-COMP-QTD          PIC 9(03).

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

      *    Mesmo layout de DETALHE-ESTOQUE-LOCAL em CRUD.cbl
       FD IDX-ESTOQUE-LOCAL.
       01 DETALHE-ESTOQUE-LOCAL.
           05 EL-CHAVE.
               10 EL-CODIGO-PRODUTO PIC 9(05).
               10 EL-CODIGO-LOCAL   PIC 9(02).
           05 EL-QTD-ESTOQUE        PIC 9(05).

      *    Mesmo layout de DETALHE-LOTE em Recebimento.cbl
       FD IDX-LOTES.
       01 DETALHE-LOTE.
           05 LOTE-CHAVE.
               10 LOTE-PRODUTO      PIC 9(05).
               10 LOTE-SEQ          PIC 9(04).
           05 LOTE-VALIDADE         PIC 9(08).
           05 LOTE-QTD-SALDO        PIC 9(05).
           05 LOTE-DATA-ENTRADA     PIC 9(08).

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
                          WS-STATUS-CTRL-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CTRL-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CTRL-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CTRL-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CTRL-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CTRL-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CTRL.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-KIT-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-KIT-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-KIT-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-KIT-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-KIT-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-KIT-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-KIT.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-IDX-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-IDX-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-IDX-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-IDX-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-IDX-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-IDX-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-IDX.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-LOCAL-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-LOCAL-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-LOCAL-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-LOCAL-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-LOCAL-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-LOCAL-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-LOCAL.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-LOTE-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-LOTE-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-LOTE-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-LOTE-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-LOTE-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-LOTE-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-LOTE.

      *    Diretório de dados e caminhos completos dos arquivos,
      *    resolvidos via ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-ORDENS             PIC X(80).
       01 WS-PATH-CONTROLE-ORDEM     PIC X(80).
       01 WS-PATH-KITS               PIC X(80).
       01 WS-PATH-PRODUTOS           PIC X(80).
       01 WS-PATH-ESTOQUE-LOCAL      PIC X(80).
       01 WS-PATH-LOTES              PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-EOF                    PIC X(01).
       01 WS-CONTADOR               PIC 9(05).
       01 WS-DATA-HOJE              PIC 9(08).
       01 WS-CONFIRMA               PIC X(01).

      *    Identificação do operador da ordem, validada contra o
      *    cadastro (Operadores.cbl)
       01 WS-OPERADOR               PIC X(10).
       01 WS-NIVEL-QUALQUER         PIC 9(01) VALUE 0.
       01 WS-RESULTADO-VALIDACAO    PIC X(02).

      * Variáveis da ordem em andamento
       01 WS-ULTIMA-ORDEM           PIC 9(05).
       01 WS-ORDEM-VIAVEL           PIC X(01).
       01 WS-KIT-CODIGO             PIC 9(05).
       01 WS-KIT-DESCRICAO          PIC X(30).
       01 WS-KIT-NOVO               PIC X(01).
       01 WS-QTD-ORDEM              PIC 9(05).
       01 WS-PRODUTO-ORIGEM         PIC 9(05).
       01 WS-PRODUTO-DESTINO        PIC 9(05).
       01 WS-UNID-POR-ORIGEM        PIC 9(03).
       01 WS-QTD-GERADA             PIC 9(07).
       01 WS-CUSTO-ORIGEM           PIC 9(04)V99.
       01 WS-LOCAL-ORIGEM           PIC 9(02).
       01 WS-CUSTO-TOTAL            PIC 9(07)V99.
       01 WS-PRECO-SUGERIDO         PIC 9(06)V99.
       01 WS-PRECO-KIT              PIC 9(04)V99.
       01 WS-VALIDADE-HERDADA       PIC 9(08).
       01 WS-TIPO-MOVIMENTO         PIC X(12).
       01 WS-REF-ORDEM              PIC X(12).
       01 WS-CUSTO-EDIT             PIC ZZZZZZ9.99.
       01 WS-PRECO-EDIT             PIC ZZZ9.99.

      * Componentes do kit a montar, com a quantidade necessária
      * para a ordem inteira; o teto de 20 é o mesmo do cadastro
       01 WS-QTD-COMP               PIC 9(02).
       01 WS-IDX-COMP               PIC 9(02).
       01 WS-EOF-KIT                PIC X(01).
       01 WS-KIT-EXCEDENTE          PIC X(01).
       01 WS-COMPONENTES.
           05 WS-COMP OCCURS 20 TIMES.
             10 WS-COMP-CODIGO      PIC 9(05).
             10 WS-COMP-QTD-NEC     PIC 9(07).

      * Variáveis da entrada do produto gerado: custo médio
      * ponderado entre o estoque anterior e o custo da ordem
       01 WS-QTD-ANTERIOR           PIC 9(05).
       01 WS-NOVA-QTD               PIC 9(07).
       01 WS-CUSTO-MEDIO-NOVO       PIC 9(04)V99.

      * Variáveis do lote gerado pela ordem
       01 WS-EOF-LOTE               PIC X(01).
       01 WS-MAIOR-SEQ-LOTE         PIC 9(04).
       01 WS-VALIDADE-MAIS-CEDO     PIC 9(08).
       01 WS-QTD-CONSUMO-LOTE       PIC 9(05).

      * Variáveis do ledger por local
       01 WS-DELTA-LOCAL            PIC S9(07).

      * Variáveis do lançamento no ledger unificado de movimentos
      * (kardex), gravado via GravarMovimento.cbl
       01 WS-MOV-CODIGO             PIC 9(05).
       01 WS-MOV-TIPO               PIC X(12).
       01 WS-MOV-QTD                PIC S9(06).
       01 WS-MOV-LOCAL              PIC 9(02).
       01 WS-MOV-OPERADOR           PIC X(10).
       01 WS-MOV-REF                PIC X(12).

       LINKAGE SECTION.
       01 LS-OPCAO                  PIC 9(02).

       PROCEDURE DIVISION USING LS-OPCAO.
       MAIN.
           PERFORM CONFIGURAR-CAMINHOS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

      *    Switch da opção
           EVALUATE LS-OPCAO
             WHEN 29
               PERFORM ORDEM-MONTAGEM

             WHEN 30
               PERFORM ORDEM-FRACIONAMENTO

             WHEN 31
               PERFORM LISTAR-ORDENS
           END-EVALUATE.

      *    Retorna
           EXIT PROGRAM.


      *    Montagem antecipada de kits: consome os componentes da
      *    definição do kit e credita o estoque do kit montado
       ORDEM-MONTAGEM.
           DISPLAY "-----------------------------------".
           DISPLAY " ORDEM DE MONTAGEM DE KITS"
           DISPLAY "-----------------------------------".

           PERFORM IDENTIFICAR-OPERADOR.
           IF WS-RESULTADO-VALIDACAO NOT = "OK"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe o código do kit: " WITH NO ADVANCING.
           ACCEPT WS-KIT-CODIGO.

           PERFORM ABRE-ARQ-KITS.
           MOVE WS-KIT-CODIGO TO KIT-CODIGO.
           MOVE 1 TO KIT-COMP-SEQ.

           READ IDX-KITS KEY IS KIT-CHAVE
             INVALID KEY
               DISPLAY "Kit não cadastrado!"
               CLOSE IDX-KITS
               EXIT PARAGRAPH
           END-READ.

           MOVE KIT-DESCRICAO TO WS-KIT-DESCRICAO.
           DISPLAY "Kit: " WS-KIT-DESCRICAO.
           DISPLAY "Informe a quantidade de kits a montar: "
             WITH NO ADVANCING.
           ACCEPT WS-QTD-ORDEM.

           IF WS-QTD-ORDEM < 1
             DISPLAY "Quantidade inválida!"
             CLOSE IDX-KITS
             EXIT PARAGRAPH
           END-IF.

           PERFORM CARREGAR-COMPONENTES-KIT.
           CLOSE IDX-KITS.

           IF WS-QTD-COMP = 0
             DISPLAY "Kit sem componentes cadastrados!"
             EXIT PARAGRAPH
           END-IF.

      *    Montar só parte dos componentes daria um kit incompleto
           IF WS-KIT-EXCEDENTE = 'S'
             DISPLAY "Kit com mais de 20 componentes; montagem "
               "recusada. Revise o cadastro do kit."
             EXIT PARAGRAPH
           END-IF.

      *    Confere todos os componentes antes de consumir qualquer
      *    um; também acumula o custo e a validade mais próxima
           PERFORM ABRE-ARQ-IDX.

           MOVE 'S' TO WS-ORDEM-VIAVEL.
           MOVE 0 TO WS-CUSTO-TOTAL.
           MOVE 0 TO WS-PRECO-SUGERIDO.
           MOVE 0 TO WS-VALIDADE-HERDADA.
           PERFORM VALIDAR-COMPONENTE
             VARYING WS-IDX-COMP FROM 1 BY 1
             UNTIL WS-IDX-COMP > WS-QTD-COMP
               OR WS-ORDEM-VIAVEL = 'N'.

           IF WS-ORDEM-VIAVEL = 'N'
             DISPLAY "Montagem não realizada!"
             CLOSE IDX-PRODUTOS
             EXIT PARAGRAPH
           END-IF.

      *    O kit montado fica no cadastro de produtos com o código
      *    do kit; na primeira montagem o registro é criado, com o
      *    preço de venda sugerido pela soma dos componentes
           MOVE 'N' TO WS-KIT-NOVO.
           MOVE WS-KIT-CODIGO TO PRODUTO-CODIGO.
           READ IDX-PRODUTOS KEY IS PRODUTO-CODIGO
             INVALID KEY
               MOVE 'S' TO WS-KIT-NOVO
           END-READ.

           IF WS-KIT-NOVO = 'S'
             PERFORM DEFINIR-PRECO-KIT
             IF WS-PRECO-KIT = 0
               DISPLAY "Montagem não realizada!"
               CLOSE IDX-PRODUTOS
               EXIT PARAGRAPH
             END-IF
           ELSE
             IF PRODUTO-QTD-ESTOQUE + WS-QTD-ORDEM > 99999
               DISPLAY "Estoque do kit montado excederia o limite "
                 "do cadastro!"
               CLOSE IDX-PRODUTOS
               EXIT PARAGRAPH
             END-IF
           END-IF.

           MOVE WS-CUSTO-TOTAL TO WS-CUSTO-EDIT.
           DISPLAY "Custo dos componentes: R$" WS-CUSTO-EDIT.
           DISPLAY "Confirmar a montagem de " WS-QTD-ORDEM
             " kit(s) (S/N)? " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
             DISPLAY "Operação Cancelada!"
             CLOSE IDX-PRODUTOS
             EXIT PARAGRAPH
           END-IF.

           PERFORM GERAR-NUMERO-ORDEM.
           MOVE "MONTAGEM" TO WS-TIPO-MOVIMENTO.

      *    Consome os componentes: estoque, local, kardex e lotes
           PERFORM CONSUMIR-COMPONENTE
             VARYING WS-IDX-COMP FROM 1 BY 1
             UNTIL WS-IDX-COMP > WS-QTD-COMP.

      *    Credita o kit montado
           MOVE WS-KIT-CODIGO TO WS-PRODUTO-DESTINO.
           MOVE WS-QTD-ORDEM TO WS-QTD-GERADA.
           PERFORM CREDITAR-PRODUTO-GERADO.

           CLOSE IDX-PRODUTOS.

      *    Registra a ordem executada
           MOVE SPACES TO DETALHE-ORDEM-PRODUCAO.
           MOVE WS-ULTIMA-ORDEM TO OP-NUMERO.
           SET OP-MONTAGEM TO TRUE.
           MOVE 0 TO OP-PRODUTO-ORIGEM.
           MOVE WS-QTD-ORDEM TO OP-QTD-ORIGEM.
           PERFORM GRAVAR-ORDEM-PRODUCAO.

           DISPLAY "Sucesso! Ordem " WS-ULTIMA-ORDEM ": "
             WS-QTD-ORDEM " kit(s) montado(s).".

      *    Retorna
           EXIT PARAGRAPH.


       CARREGAR-COMPONENTES-KIT.
           MOVE 0 TO WS-QTD-COMP.
           MOVE 'N' TO WS-KIT-EXCEDENTE.
           MOVE 'N' TO WS-EOF-KIT.

           MOVE WS-KIT-CODIGO TO KIT-CODIGO.
           MOVE 0 TO KIT-COMP-SEQ.

           START IDX-KITS KEY IS NOT LESS THAN KIT-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF-KIT
           END-START.

           PERFORM UNTIL WS-EOF-KIT = 'S'
             READ IDX-KITS NEXT RECORD INTO DETALHE-KIT
               AT END
                 MOVE 'S' TO WS-EOF-KIT

               NOT AT END
                 IF KIT-CODIGO NOT = WS-KIT-CODIGO
                   MOVE 'S' TO WS-EOF-KIT
                 ELSE
                   IF WS-QTD-COMP < 20
                     ADD 1 TO WS-QTD-COMP
                     MOVE KIT-COMP-PRODUTO
                       TO WS-COMP-CODIGO(WS-QTD-COMP)
                     COMPUTE WS-COMP-QTD-NEC(WS-QTD-COMP) =
                       KIT-COMP-QTD * WS-QTD-ORDEM
                   ELSE
                     MOVE 'S' TO WS-KIT-EXCEDENTE
                     MOVE 'S' TO WS-EOF-KIT
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

      *    Retorna
           EXIT PARAGRAPH.


      *    Confere o componente da posição WS-IDX-COMP: cadastrado,
      *    liberado, dentro da validade, sem controle por série e com
      *    estoque para a ordem; soma o custo e o preço de catálogo e
      *    guarda a validade mais próxima
       VALIDAR-COMPONENTE.
           MOVE WS-COMP-CODIGO(WS-IDX-COMP) TO PRODUTO-CODIGO.

           READ IDX-PRODUTOS KEY IS PRODUTO-CODIGO
             INVALID KEY
               DISPLAY "Componente " WS-COMP-CODIGO(WS-IDX-COMP)
                 " não está mais cadastrado!"
               MOVE 'N' TO WS-ORDEM-VIAVEL
               EXIT PARAGRAPH
           END-READ.

           IF PRODUTO-BLOQUEADO
             DISPLAY "Componente " PRODUTO-DESCRICAO
               " bloqueado no cadastro!"
             MOVE 'N' TO WS-ORDEM-VIAVEL
             EXIT PARAGRAPH
           END-IF.

           IF PRODUTO-VALIDADE > 0
             AND PRODUTO-VALIDADE < WS-DATA-HOJE
             DISPLAY "Componente " PRODUTO-DESCRICAO
               " com a validade vencida!"
             MOVE 'N' TO WS-ORDEM-VIAVEL
             EXIT PARAGRAPH
           END-IF.

      *    A série de cada unidade só é lida no caixa; componente
      *    controlado por série não entra em kit montado
           IF PRODUTO-COM-SERIE
             DISPLAY "Componente " PRODUTO-DESCRICAO
               " é controlado por número de série!"
             MOVE 'N' TO WS-ORDEM-VIAVEL
             EXIT PARAGRAPH
           END-IF.

           IF WS-COMP-QTD-NEC(WS-IDX-COMP) > PRODUTO-QTD-ESTOQUE
             DISPLAY "Estoque insuficiente do componente "
               PRODUTO-DESCRICAO
             MOVE 'N' TO WS-ORDEM-VIAVEL
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-CUSTO-TOTAL = WS-CUSTO-TOTAL
             + WS-COMP-QTD-NEC(WS-IDX-COMP) * PRODUTO-CUSTO-UNIT.
           COMPUTE WS-PRECO-SUGERIDO = WS-PRECO-SUGERIDO
             + WS-COMP-QTD-NEC(WS-IDX-COMP) * PRODUTO-PRECO-UNIT
               / WS-QTD-ORDEM.

           IF PRODUTO-VALIDADE > 0
             AND (WS-VALIDADE-HERDADA = 0
               OR PRODUTO-VALIDADE < WS-VALIDADE-HERDADA)
             MOVE PRODUTO-VALIDADE TO WS-VALIDADE-HERDADA
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Preço de venda do kit montado, na primeira montagem: o
      *    operador confirma a soma dos componentes ou informa outro
       DEFINIR-PRECO-KIT.
           MOVE 0 TO WS-PRECO-KIT.

           IF WS-PRECO-SUGERIDO > 9999.99
             DISPLAY "Preço do kit acima do limite do cadastro!"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-PRECO-SUGERIDO TO WS-PRECO-EDIT.
           DISPLAY "Primeira montagem: o kit entra no cadastro de "
             "produtos.".
           DISPLAY "Preço de venda do kit (0 aceita R$"
             WS-PRECO-EDIT "): R$" WITH NO ADVANCING.
           ACCEPT WS-PRECO-KIT.

           IF WS-PRECO-KIT = 0
             MOVE WS-PRECO-SUGERIDO TO WS-PRECO-KIT
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Consome a quantidade do componente da posição WS-IDX-COMP
       CONSUMIR-COMPONENTE.
           MOVE WS-COMP-CODIGO(WS-IDX-COMP) TO WS-PRODUTO-ORIGEM.
           MOVE WS-COMP-QTD-NEC(WS-IDX-COMP) TO WS-QTD-CONSUMO-LOTE.
           PERFORM CONSUMIR-PRODUTO-ORIGEM.


      *    Fracionamento: abre unidades de um produto a granel em N
      *    unidades de um produto de varejo já cadastrado
       ORDEM-FRACIONAMENTO.
           DISPLAY "-----------------------------------".
           DISPLAY " ORDEM DE FRACIONAMENTO"
           DISPLAY "-----------------------------------".

           PERFORM IDENTIFICAR-OPERADOR.
           IF WS-RESULTADO-VALIDACAO NOT = "OK"
             EXIT PARAGRAPH
           END-IF.

           PERFORM ABRE-ARQ-IDX.

      *    Produto a granel que será aberto
           DISPLAY "Informe o código do produto a granel: "
             WITH NO ADVANCING.
           ACCEPT WS-PRODUTO-ORIGEM.

           MOVE WS-PRODUTO-ORIGEM TO PRODUTO-CODIGO.
           READ IDX-PRODUTOS KEY IS PRODUTO-CODIGO
             INVALID KEY
               DISPLAY "Produto não encontrado!"
               CLOSE IDX-PRODUTOS
               EXIT PARAGRAPH
           END-READ.

           IF PRODUTO-BLOQUEADO OR PRODUTO-COM-SERIE
             DISPLAY "Produto bloqueado ou controlado por série; "
               "não pode ser fracionado!"
             CLOSE IDX-PRODUTOS
             EXIT PARAGRAPH
           END-IF.

           IF PRODUTO-VALIDADE > 0
             AND PRODUTO-VALIDADE < WS-DATA-HOJE
             DISPLAY "Produto com a validade vencida!"
             CLOSE IDX-PRODUTOS
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Produto: " PRODUTO-DESCRICAO
             "  Estoque: " PRODUTO-QTD-ESTOQUE.
           DISPLAY "Informe a quantidade de unidades a fracionar: "
             WITH NO ADVANCING.
           ACCEPT WS-QTD-ORDEM.

           IF WS-QTD-ORDEM < 1
             OR WS-QTD-ORDEM > PRODUTO-QTD-ESTOQUE
             DISPLAY "Quantidade inválida ou acima do estoque!"
             CLOSE IDX-PRODUTOS
             EXIT PARAGRAPH
           END-IF.

           MOVE PRODUTO-CUSTO-UNIT TO WS-CUSTO-ORIGEM.
           MOVE PRODUTO-VALIDADE TO WS-VALIDADE-HERDADA.

      *    Produto de varejo gerado pelo fracionamento
           DISPLAY "Informe o código do produto de varejo gerado: "
             WITH NO ADVANCING.
           ACCEPT WS-PRODUTO-DESTINO.

           IF WS-PRODUTO-DESTINO = WS-PRODUTO-ORIGEM
             DISPLAY "O produto gerado deve ser outro produto!"
             CLOSE IDX-PRODUTOS
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-PRODUTO-DESTINO TO PRODUTO-CODIGO.
           READ IDX-PRODUTOS KEY IS PRODUTO-CODIGO
             INVALID KEY
               DISPLAY "Produto de varejo não cadastrado!"
               CLOSE IDX-PRODUTOS
               EXIT PARAGRAPH
           END-READ.

           IF PRODUTO-COM-SERIE
             DISPLAY "Produto de varejo controlado por série; não "
               "pode ser gerado por fracionamento!"
             CLOSE IDX-PRODUTOS
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Produto gerado: " PRODUTO-DESCRICAO.
           DISPLAY "Informe quantas unidades de varejo rende cada "
             "unidade a granel: " WITH NO ADVANCING.
           ACCEPT WS-UNID-POR-ORIGEM.

           IF WS-UNID-POR-ORIGEM < 1
             DISPLAY "Rendimento inválido!"
             CLOSE IDX-PRODUTOS
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-QTD-GERADA = WS-QTD-ORDEM * WS-UNID-POR-ORIGEM.

           IF PRODUTO-QTD-ESTOQUE + WS-QTD-GERADA > 99999
             DISPLAY "Estoque do produto gerado excederia o limite "
               "do cadastro!"
             CLOSE IDX-PRODUTOS
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-CUSTO-TOTAL = WS-QTD-ORDEM * WS-CUSTO-ORIGEM.
           MOVE WS-CUSTO-TOTAL TO WS-CUSTO-EDIT.
           DISPLAY "Serão geradas " WS-QTD-GERADA " unidade(s) ao "
             "custo total de R$" WS-CUSTO-EDIT.
           DISPLAY "Confirmar o fracionamento (S/N)? "
             WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
             DISPLAY "Operação Cancelada!"
             CLOSE IDX-PRODUTOS
             EXIT PARAGRAPH
           END-IF.

           PERFORM GERAR-NUMERO-ORDEM.
           MOVE "FRACIONADO" TO WS-TIPO-MOVIMENTO.

      *    Consome o produto a granel e credita o de varejo
           MOVE WS-QTD-ORDEM TO WS-QTD-CONSUMO-LOTE.
           PERFORM CONSUMIR-PRODUTO-ORIGEM.

           MOVE 'N' TO WS-KIT-NOVO.
           PERFORM CREDITAR-PRODUTO-GERADO.

           CLOSE IDX-PRODUTOS.

      *    Registra a ordem executada
           MOVE SPACES TO DETALHE-ORDEM-PRODUCAO.
           MOVE WS-ULTIMA-ORDEM TO OP-NUMERO.
           SET OP-FRACIONAMENTO TO TRUE.
           MOVE WS-PRODUTO-ORIGEM TO OP-PRODUTO-ORIGEM.
           MOVE WS-QTD-ORDEM TO OP-QTD-ORIGEM.
           PERFORM GRAVAR-ORDEM-PRODUCAO.

           DISPLAY "Sucesso! Ordem " WS-ULTIMA-ORDEM ": "
             WS-QTD-GERADA " unidade(s) de varejo geradas.".

      *    Retorna
           EXIT PARAGRAPH.


      *    Tira WS-QTD-CONSUMO-LOTE unidades do produto
      *    WS-PRODUTO-ORIGEM: estoque do cadastro, ledger por local,
      *    kardex (negativo) e lotes na ordem vence-primeiro
       CONSUMIR-PRODUTO-ORIGEM.
           MOVE WS-PRODUTO-ORIGEM TO PRODUTO-CODIGO.

           READ IDX-PRODUTOS KEY IS PRODUTO-CODIGO
             INVALID KEY
               EXIT PARAGRAPH
           END-READ.

           IF WS-QTD-CONSUMO-LOTE > PRODUTO-QTD-ESTOQUE
             MOVE 0 TO PRODUTO-QTD-ESTOQUE
           ELSE
             SUBTRACT WS-QTD-CONSUMO-LOTE FROM PRODUTO-QTD-ESTOQUE
           END-IF.
           REWRITE DETALHE-PRODUTO.

           MOVE PRODUTO-LOCAL TO WS-LOCAL-ORIGEM.
           COMPUTE WS-DELTA-LOCAL = 0 - WS-QTD-CONSUMO-LOTE.
           MOVE WS-PRODUTO-ORIGEM TO WS-MOV-CODIGO.
           MOVE WS-LOCAL-ORIGEM TO WS-MOV-LOCAL.
           PERFORM AJUSTAR-ESTOQUE-LOCAL.

           MOVE WS-TIPO-MOVIMENTO TO WS-MOV-TIPO.
           COMPUTE WS-MOV-QTD = 0 - WS-QTD-CONSUMO-LOTE.
           MOVE WS-LOCAL-ORIGEM TO WS-MOV-LOCAL.
           PERFORM GRAVAR-MOVIMENTO-ESTOQUE.

           CALL "BaixarLotes" USING WS-PRODUTO-ORIGEM,
             WS-QTD-CONSUMO-LOTE.

      *    Retorna
           EXIT PARAGRAPH.


      *    Dá entrada de WS-QTD-GERADA unidades no produto
      *    WS-PRODUTO-DESTINO (criando o kit montado na primeira
      *    montagem), com o custo médio recomposto pelo custo da
      *    ordem, um lote próprio com a validade herdada, o ledger
      *    por local e o kardex
       CREDITAR-PRODUTO-GERADO.
           IF WS-KIT-NOVO = 'S'
             MOVE SPACES TO DETALHE-PRODUTO
             MOVE WS-PRODUTO-DESTINO TO PRODUTO-CODIGO
             MOVE WS-KIT-DESCRICAO TO PRODUTO-DESCRICAO
             MOVE WS-PRECO-KIT TO PRODUTO-PRECO-UNIT
             MOVE 0 TO PRODUTO-QTD-ESTOQUE
             MOVE 0 TO PRODUTO-QTD-MINIMA
             MOVE "KIT MONTADO" TO PRODUTO-CATEGORIA
             MOVE 0 TO PRODUTO-FORNECEDOR
             MOVE 0 TO PRODUTO-VALIDADE
             MOVE 1 TO PRODUTO-LOCAL
             MOVE 0 TO PRODUTO-CUSTO-UNIT
             MOVE 0 TO PRODUTO-BARRAS
             MOVE "UN" TO PRODUTO-UNIDADE
             MOVE 1 TO PRODUTO-FATOR-COMPRA
             SET PRODUTO-ATIVO TO TRUE
           ELSE
             MOVE WS-PRODUTO-DESTINO TO PRODUTO-CODIGO
             READ IDX-PRODUTOS KEY IS PRODUTO-CODIGO
               INVALID KEY
                 DISPLAY "Erro! Produto gerado não está mais "
                   "cadastrado!"
                 EXIT PARAGRAPH
             END-READ
           END-IF.

      *    Custo médio ponderado: estoque anterior ao custo médio
      *    anterior mais o gerado ao custo da ordem
           MOVE PRODUTO-QTD-ESTOQUE TO WS-QTD-ANTERIOR.
           COMPUTE WS-NOVA-QTD = WS-QTD-ANTERIOR + WS-QTD-GERADA.
           COMPUTE WS-CUSTO-MEDIO-NOVO ROUNDED =
             (WS-QTD-ANTERIOR * PRODUTO-CUSTO-UNIT + WS-CUSTO-TOTAL)
             / WS-NOVA-QTD.
           MOVE WS-CUSTO-MEDIO-NOVO TO PRODUTO-CUSTO-UNIT.
           MOVE WS-NOVA-QTD TO PRODUTO-QTD-ESTOQUE.

      *    Lote da ordem e validade do cadastro
           PERFORM REGISTRAR-LOTE-GERADO.
           MOVE WS-VALIDADE-MAIS-CEDO TO PRODUTO-VALIDADE.

           IF WS-KIT-NOVO = 'S'
             WRITE DETALHE-PRODUTO
           ELSE
             REWRITE DETALHE-PRODUTO
           END-IF.

           IF NOT WS-STATUS-IDX-OK
             DISPLAY "Erro ao gravar o produto gerado! Status: "
               WS-STATUS-IDX
           END-IF.

           MOVE WS-QTD-GERADA TO WS-DELTA-LOCAL.
           MOVE WS-PRODUTO-DESTINO TO WS-MOV-CODIGO.
           MOVE PRODUTO-LOCAL TO WS-MOV-LOCAL.
           PERFORM AJUSTAR-ESTOQUE-LOCAL.

           MOVE WS-TIPO-MOVIMENTO TO WS-MOV-TIPO.
           MOVE WS-QTD-GERADA TO WS-MOV-QTD.
           MOVE PRODUTO-LOCAL TO WS-MOV-LOCAL.
           PERFORM GRAVAR-MOVIMENTO-ESTOQUE.

           MOVE PRODUTO-CUSTO-UNIT TO WS-PRECO-EDIT.
           DISPLAY "Custo médio de " PRODUTO-DESCRICAO
             ": R$" WS-PRECO-EDIT.

      *    Retorna
           EXIT PARAGRAPH.


      *    Grava o lote gerado pela ordem, com a validade herdada da
      *    origem, e apura a validade mais próxima entre os lotes do
      *    produto com saldo (mesma apuração do recebimento)
       REGISTRAR-LOTE-GERADO.
           PERFORM ABRE-ARQ-LOTES.

           MOVE 0 TO WS-MAIOR-SEQ-LOTE.
           MOVE 0 TO WS-VALIDADE-MAIS-CEDO.
           MOVE 'N' TO WS-EOF-LOTE.

           MOVE PRODUTO-CODIGO TO LOTE-PRODUTO.
           MOVE 0 TO LOTE-SEQ.

           START IDX-LOTES KEY IS NOT LESS THAN LOTE-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF-LOTE
           END-START.

           PERFORM UNTIL WS-EOF-LOTE = 'S'
             READ IDX-LOTES NEXT RECORD INTO DETALHE-LOTE
               AT END
                 MOVE 'S' TO WS-EOF-LOTE

               NOT AT END
                 IF LOTE-PRODUTO NOT = PRODUTO-CODIGO
                   MOVE 'S' TO WS-EOF-LOTE
                 ELSE
                   IF LOTE-SEQ > WS-MAIOR-SEQ-LOTE
                     MOVE LOTE-SEQ TO WS-MAIOR-SEQ-LOTE
                   END-IF
                   IF LOTE-QTD-SALDO > 0
                     AND LOTE-VALIDADE > 0
                     AND (WS-VALIDADE-MAIS-CEDO = 0
                       OR LOTE-VALIDADE < WS-VALIDADE-MAIS-CEDO)
                     MOVE LOTE-VALIDADE TO WS-VALIDADE-MAIS-CEDO
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           IF WS-VALIDADE-HERDADA > 0
             AND (WS-VALIDADE-MAIS-CEDO = 0
               OR WS-VALIDADE-HERDADA < WS-VALIDADE-MAIS-CEDO)
             MOVE WS-VALIDADE-HERDADA TO WS-VALIDADE-MAIS-CEDO
           END-IF.

           MOVE PRODUTO-CODIGO TO LOTE-PRODUTO.
           COMPUTE LOTE-SEQ = WS-MAIOR-SEQ-LOTE + 1.
           MOVE WS-VALIDADE-HERDADA TO LOTE-VALIDADE.
           MOVE WS-QTD-GERADA TO LOTE-QTD-SALDO.
           MOVE WS-DATA-HOJE TO LOTE-DATA-ENTRADA.

           WRITE DETALHE-LOTE
             INVALID KEY
               DISPLAY "Erro ao gravar o lote da ordem!"
           END-WRITE.

           CLOSE IDX-LOTES.

      *    Retorna
           EXIT PARAGRAPH.


       LISTAR-ORDENS.
           DISPLAY "-----------------------------------".
           DISPLAY " ORDENS DE PRODUÇÃO"
           DISPLAY "-----------------------------------".

      *    Zera as variáveis de controle
           MOVE 0 TO WS-CONTADOR.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT IDX-ORDENS-PRODUCAO.
           IF NOT WS-STATUS-OK
             DISPLAY "Nenhuma ordem de produção registrada."
             EXIT PARAGRAPH
           END-IF.

      *    Loop de execução
           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-ORDENS-PRODUCAO NEXT RECORD

      *      Caso seja o final do arquivo (EOF)
             AT END
               MOVE 'S' TO WS-EOF

      *      Caso não seja o final do arquivo (EOF)
             NOT AT END
               ADD 1 TO WS-CONTADOR
               MOVE OP-CUSTO-TOTAL TO WS-CUSTO-EDIT
               IF OP-MONTAGEM
                 DISPLAY "Ordem " OP-NUMERO " de " OP-DATA
                   "  MONTAGEM  Kit: " OP-PRODUTO-DESTINO
                   "  Qtd: " OP-QTD-DESTINO
               ELSE
                 DISPLAY "Ordem " OP-NUMERO " de " OP-DATA
                   "  FRACIONAMENTO  " OP-PRODUTO-ORIGEM
                   " x" OP-QTD-ORIGEM " -> " OP-PRODUTO-DESTINO
                   " x" OP-QTD-DESTINO
               END-IF
               DISPLAY "  Custo: R$" WS-CUSTO-EDIT
                 "  Validade herdada: " OP-VALIDADE
                 "  Operador: " OP-OPERADOR
             END-READ
           END-PERFORM.

      *    Fecha arquivo
           CLOSE IDX-ORDENS-PRODUCAO.

           IF WS-CONTADOR = 0
             DISPLAY "Nenhuma ordem de produção registrada."
           END-IF.
           DISPLAY " ".

      *    Retorna
           EXIT PARAGRAPH.


      *    Completa e grava o registro da ordem executada
       GRAVAR-ORDEM-PRODUCAO.
           MOVE WS-DATA-HOJE TO OP-DATA.
           MOVE WS-OPERADOR TO OP-OPERADOR.
           MOVE WS-PRODUTO-DESTINO TO OP-PRODUTO-DESTINO.
           MOVE WS-QTD-GERADA TO OP-QTD-DESTINO.
           MOVE WS-CUSTO-TOTAL TO OP-CUSTO-TOTAL.
           MOVE WS-VALIDADE-HERDADA TO OP-VALIDADE.

           PERFORM ABRE-ARQ-ORDENS.

           WRITE DETALHE-ORDEM-PRODUCAO
             INVALID KEY
               DISPLAY "Erro ao registrar a ordem de produção!"
           END-WRITE.

           CLOSE IDX-ORDENS-PRODUCAO.

      *    Retorna
           EXIT PARAGRAPH.


      *    Próximo número de ordem, a partir do arquivo de controle;
      *    também monta a referência da ordem para o kardex
       GERAR-NUMERO-ORDEM.
           MOVE 0 TO WS-ULTIMA-ORDEM.

           OPEN INPUT ARQ-CONTROLE-ORDEM.

      *    Caso o arquivo de controle ainda não exista, começa do zero
           IF NOT WS-STATUS-CTRL-FILE-NOT-FOUND
             READ ARQ-CONTROLE-ORDEM INTO WS-ULTIMA-ORDEM
               AT END
                 MOVE 0 TO WS-ULTIMA-ORDEM
             END-READ
             CLOSE ARQ-CONTROLE-ORDEM
           END-IF.

           ADD 1 TO WS-ULTIMA-ORDEM.

           OPEN OUTPUT ARQ-CONTROLE-ORDEM.
           MOVE WS-ULTIMA-ORDEM TO LINHA-CONTROLE-ORDEM.
           WRITE LINHA-CONTROLE-ORDEM.
           CLOSE ARQ-CONTROLE-ORDEM.

           MOVE SPACES TO WS-REF-ORDEM.
           STRING
             "OP"               DELIMITED BY SIZE
             WS-ULTIMA-ORDEM    DELIMITED BY SIZE
             INTO WS-REF-ORDEM
           END-STRING.
           MOVE WS-REF-ORDEM TO WS-MOV-REF.
           MOVE WS-OPERADOR TO WS-MOV-OPERADOR.

      *    Retorna
           EXIT PARAGRAPH.


       IDENTIFICAR-OPERADOR.
           DISPLAY "Informe o código do operador: " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.

           CALL "ValidarOperador" USING WS-OPERADOR,
             WS-NIVEL-QUALQUER, WS-RESULTADO-VALIDACAO.

           IF WS-RESULTADO-VALIDACAO NOT = "OK"
             DISPLAY "Operação Cancelada!"
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Soma WS-DELTA-LOCAL no saldo do produto WS-MOV-CODIGO no
      *    local WS-MOV-LOCAL do ledger por local, criando o registro
      *    quando ainda não existe
       AJUSTAR-ESTOQUE-LOCAL.
           PERFORM ABRE-ARQ-LOCAL.
           MOVE WS-MOV-CODIGO TO EL-CODIGO-PRODUTO.
           MOVE WS-MOV-LOCAL TO EL-CODIGO-LOCAL.

           READ IDX-ESTOQUE-LOCAL KEY IS EL-CHAVE
             INVALID KEY
               IF WS-DELTA-LOCAL > 0
                 MOVE WS-DELTA-LOCAL TO EL-QTD-ESTOQUE
               ELSE
                 MOVE 0 TO EL-QTD-ESTOQUE
               END-IF
               WRITE DETALHE-ESTOQUE-LOCAL

             NOT INVALID KEY
               IF WS-DELTA-LOCAL < 0
                 AND (0 - WS-DELTA-LOCAL) > EL-QTD-ESTOQUE
                 MOVE 0 TO EL-QTD-ESTOQUE
               ELSE
                 ADD WS-DELTA-LOCAL TO EL-QTD-ESTOQUE
               END-IF
               REWRITE DETALHE-ESTOQUE-LOCAL
           END-READ.

           CLOSE IDX-ESTOQUE-LOCAL.

      *    Retorna
           EXIT PARAGRAPH.


      *    Anexa o movimento corrente ao ledger unificado (kardex)
       GRAVAR-MOVIMENTO-ESTOQUE.
           CALL "GravarMovimento" USING WS-MOV-CODIGO, WS-MOV-TIPO,
             WS-MOV-QTD, WS-MOV-LOCAL, WS-MOV-OPERADOR, WS-MOV-REF.

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
             "/ordens-producao.idx" DELIMITED BY SIZE
             INTO WS-PATH-ORDENS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/ordens-producao-controle.dat" DELIMITED BY SIZE
             INTO WS-PATH-CONTROLE-ORDEM
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/kits.idx" DELIMITED BY SIZE
             INTO WS-PATH-KITS
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
             "/estoque-local.idx" DELIMITED BY SIZE
             INTO WS-PATH-ESTOQUE-LOCAL
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/lotes.idx" DELIMITED BY SIZE
             INTO WS-PATH-LOTES
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


       ABRE-ARQ-ORDENS.
           OPEN I-O IDX-ORDENS-PRODUCAO.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-FILE-NOT-FOUND
             OPEN OUTPUT IDX-ORDENS-PRODUCAO
             CLOSE IDX-ORDENS-PRODUCAO
             PERFORM ABRE-ARQ-ORDENS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-KITS.
           OPEN INPUT IDX-KITS.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-KIT-FILE-NOT-FOUND
             OPEN OUTPUT IDX-KITS
             CLOSE IDX-KITS
             PERFORM ABRE-ARQ-KITS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-IDX.
           OPEN I-O IDX-PRODUTOS.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-IDX-FILE-NOT-FOUND
             OPEN OUTPUT IDX-PRODUTOS
             CLOSE IDX-PRODUTOS
             PERFORM ABRE-ARQ-IDX
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-LOCAL.
           OPEN I-O IDX-ESTOQUE-LOCAL.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-LOCAL-FILE-NOT-FOUND
             OPEN OUTPUT IDX-ESTOQUE-LOCAL
             CLOSE IDX-ESTOQUE-LOCAL
             PERFORM ABRE-ARQ-LOCAL
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-LOTES.
           OPEN I-O IDX-LOTES.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-LOTE-FILE-NOT-FOUND
             OPEN OUTPUT IDX-LOTES
             CLOSE IDX-LOTES
             PERFORM ABRE-ARQ-LOTES
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.

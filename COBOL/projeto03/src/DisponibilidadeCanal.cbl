       IDENTIFICATION DIVISION.
           PROGRAM-ID. DisponibilidadeCanal.
           AUTHOR. Maurício Rodrigues.

      *    Exporta para o aplicativo de delivery o estoque vendável
      *    de cada produto: o saldo do local de venda, menos o que já
      *    está reservado para encomendas e para fichas de venda
      *    suspensas do dia, menos a reserva de segurança da
      *    categoria, menos o saldo de terceiros em consignação. O
      *    estoque em quarentena já sai do saldo na segregação;
      *    produtos bloqueados ou descontinuados vão com zero. O
      *    preço é o da promoção de preço fixo vigente, ou o de
      *    catálogo. A exportação normal é incremental (só o que
      *    mudou desde o último envio, acumulado até o canal
      *    recolher o arquivo); a carga completa regrava o arquivo
      *    com todos os produtos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Arquivo lido pelo canal, uma linha por produto
      *    Máscara: <data>;<hora>;<codigo_produto>;<qtd>;<preco>
           SELECT CSV-DISPONIBILIDADE
             ASSIGN TO DYNAMIC WS-PATH-DISPONIBILIDADE
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CSV.

      *    Último valor enviado de cada produto, base da exportação
      *    incremental
           SELECT IDX-ENVIADOS
             ASSIGN TO DYNAMIC WS-PATH-ENVIADOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-ENV
             RECORD KEY IS DV-CODIGO.

      *    Reserva de segurança por categoria ("*" para as
      *    categorias sem reserva própria)
           SELECT IDX-RESERVA-CANAL
             ASSIGN TO DYNAMIC WS-PATH-RESERVA
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS
             RECORD KEY IS RC-CATEGORIA.

           SELECT IDX-PRODUTOS
             ASSIGN TO DYNAMIC WS-PATH-PRODUTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-IDX
             RECORD KEY IS PRODUTO-CODIGO.

           SELECT IDX-ESTOQUE-LOCAL
             ASSIGN TO DYNAMIC WS-PATH-ESTOQUE-LOCAL
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-LOCAL
             RECORD KEY IS EL-CHAVE.

           SELECT IDX-PROMOCOES
             ASSIGN TO DYNAMIC WS-PATH-PROMOCOES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-PROMO
             RECORD KEY IS PROMO-PRODUTO-CODIGO.

           SELECT IDX-CONSIGNACAO
             ASSIGN TO DYNAMIC WS-PATH-CONSIGNACAO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-CSG
             RECORD KEY IS CSG-CHAVE.

           SELECT IDX-ENCOMENDAS
             ASSIGN TO DYNAMIC WS-PATH-ENCOMENDAS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-ENC
             RECORD KEY IS ENC-NUMERO.

           SELECT ARQ-VENDAS-SUSPENSAS
             ASSIGN TO DYNAMIC WS-PATH-SUSPENSAS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-SUSP.

       DATA DIVISION.
       FILE SECTION.
       FD CSV-DISPONIBILIDADE.
       01 LINHA-DISPONIBILIDADE     PIC X(60).

       FD IDX-ENVIADOS.
       01 DETALHE-ENVIADO.
           05 DV-CODIGO             PIC 9(05).
           05 DV-QTD                PIC 9(05).
           05 DV-PRECO              PIC 9(04)V99.
           05 DV-DATA               PIC 9(08).

       FD IDX-RESERVA-CANAL.
       01 DETALHE-RESERVA-CANAL.
           05 RC-CATEGORIA          PIC X(15).
           05 RC-QTD-RESERVA        PIC 9(05).
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

      *    Mesmo layout de DETALHE-ESTOQUE-LOCAL em CRUD.cbl
       FD IDX-ESTOQUE-LOCAL.
       01 DETALHE-ESTOQUE-LOCAL.
           05 EL-CHAVE.
               10 EL-CODIGO-PRODUTO PIC 9(05).
               10 EL-CODIGO-LOCAL   PIC 9(02).
           05 EL-QTD-ESTOQUE        PIC 9(05).

      *    Mesmo layout de DETALHE-PROMOCAO em Promocoes.cbl
       FD IDX-PROMOCOES.
       01 DETALHE-PROMOCAO.
           05 PROMO-PRODUTO-CODIGO  PIC 9(05).
           05 PROMO-PRECO           PIC 9(04)V99.
           05 PROMO-DATA-INICIO     PIC 9(08).
           05 PROMO-DATA-FIM        PIC 9(08).
           05 PROMO-TIPO            PIC 9(01).
               88 PROMO-PRECO-FIXO  VALUE 0 1.
               88 PROMO-LEVE-PAGUE  VALUE 2.
               88 PROMO-PERC-2A     VALUE 3.
           05 PROMO-QTD-LEVE        PIC 9(03).
           05 PROMO-QTD-PAGUE       PIC 9(03).
           05 PROMO-PERC-DESC       PIC 9(02)V99.

      *    Mesmo layout de DETALHE-CONSIGNACAO em Consignacao.cbl
       FD IDX-CONSIGNACAO.
       01 DETALHE-CONSIGNACAO.
           05 CSG-CHAVE.
               10 CSG-PRODUTO       PIC 9(05).
               10 CSG-CONSIGNANTE   PIC 9(05).
           05 CSG-QTD-SALDO         PIC 9(06).
           05 CSG-PRECO-REPASSE     PIC 9(04)V99.
           05 CSG-DATA-ULTIMA       PIC 9(08).

      *    Mesmo layout de DETALHE-ENCOMENDA em Encomendas.cbl
       FD IDX-ENCOMENDAS.
       01 DETALHE-ENCOMENDA.
           05 ENC-NUMERO            PIC 9(05).
           05 ENC-DATA              PIC 9(08).
           05 ENC-CLIENTE           PIC 9(05).
           05 ENC-NOME              PIC X(30).
           05 ENC-TELEFONE          PIC X(15).
           05 ENC-PRODUTO           PIC 9(05).
           05 ENC-DESCRICAO         PIC X(30).
           05 ENC-QTD               PIC 9(03).
           05 ENC-SINAL             PIC 9(06)V99.
           05 ENC-STATUS            PIC X(01).
               88 ENC-ABERTA        VALUE 'A'.
               88 ENC-RESERVADA     VALUE 'R'.
               88 ENC-ATENDIDA      VALUE 'T'.
               88 ENC-CANCELADA     VALUE 'C'.
           05 ENC-DATA-STATUS       PIC 9(08).

      *    Fichas de venda suspensa gravadas por RealizarVenda.cbl
      *    Máscara: <ficha>;<data>;<codigo_produto>;<qtd>;<preco>
       FD ARQ-VENDAS-SUSPENSAS.
       01 LINHA-SUSPENSA            PIC X(80).

       WORKING-STORAGE SECTION.
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
                          WS-STATUS-CSV-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CSV-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CSV-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CSV-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CSV-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CSV-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CSV.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-ENV-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-ENV-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-ENV-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-ENV-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-ENV-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-ENV-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-ENV.
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
                          WS-STATUS-PROMO-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-PROMO-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-PROMO-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-PROMO-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-PROMO-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-PROMO-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-PROMO.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-CSG-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CSG-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CSG-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CSG-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CSG-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CSG-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CSG.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-ENC-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-ENC-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-ENC-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-ENC-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-ENC-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-ENC-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-ENC.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-SUSP-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-SUSP-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-SUSP-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-SUSP-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-SUSP-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-SUSP-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-SUSP.

      *    Diretório de dados e caminhos dos arquivos, resolvidos
      *    via ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-DISPONIBILIDADE    PIC X(80).
       01 WS-PATH-ENVIADOS           PIC X(80).
       01 WS-PATH-RESERVA            PIC X(80).
       01 WS-PATH-PRODUTOS           PIC X(80).
       01 WS-PATH-ESTOQUE-LOCAL      PIC X(80).
       01 WS-PATH-PROMOCOES          PIC X(80).
       01 WS-PATH-CONSIGNACAO        PIC X(80).
       01 WS-PATH-ENCOMENDAS         PIC X(80).
       01 WS-PATH-SUSPENSAS          PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-EOF                    PIC X(01).
       01 WS-EOF-CSG                PIC X(01).
       01 WS-DATA-HOJE              PIC 9(08).
       01 WS-HORA-AGORA             PIC 9(08).
       01 WS-VERIFICACAO            PIC X(01).
       01 WS-CONTADOR               PIC 9(04).

      * Incremental (I) envia só o que mudou desde o último envio;
      * completa (C) regrava o arquivo do canal com todo o catálogo
       01 WS-MODO-EXPORTACAO        PIC X(01).
           88 EXPORTACAO-COMPLETA   VALUE 'C'.
           88 EXPORTACAO-INCREMENTAL VALUE 'I'.

      * Quantidades já prometidas, somadas por produto: encomendas
      * reservadas e itens de fichas suspensas do dia
       01 WS-QTD-COMPROMISSOS       PIC 9(03) VALUE 0.
       01 WS-MAX-COMPROMISSOS       PIC 9(03) VALUE 500.
       01 WS-TABELA-COMPROMISSOS.
           05 WS-CMP OCCURS 500 TIMES.
             10 WS-CMP-CODIGO       PIC 9(05).
             10 WS-CMP-QTD          PIC 9(06).
       01 WS-IDX-CMP                PIC 9(03).
       01 WS-CMP-ACHADO             PIC 9(03).
       01 WS-CMP-CODIGO-NOVO        PIC 9(05).
       01 WS-CMP-QTD-NOVA           PIC 9(06).

      * Leitura das fichas suspensas
       01 WS-LINHA-SUSP-LIDA        PIC X(80).
       01 WS-SUSP-FICHA-X           PIC X(05).
       01 WS-SUSP-DATA-X            PIC X(08).
       01 WS-SUSP-CODIGO-X          PIC X(05).
       01 WS-SUSP-QTD-X             PIC X(05).
       01 WS-SUSP-PRECO-X           PIC X(06).

      * Cálculo do disponível e do preço de cada produto
       01 WS-SALDO-VENDAVEL         PIC S9(07).
       01 WS-QTD-VENDAVEL           PIC 9(05).
       01 WS-PRECO-CANAL            PIC 9(04)V99.
       01 WS-PRECO-CANAL-EDIT       PIC ZZZ9.99.
       01 WS-RESERVA-CATEGORIA      PIC 9(05).
       01 WS-JA-ENVIADO             PIC X(01).
       01 WS-NOVA-LINHA             PIC X(60).

       01 WS-QTD-ENVIADOS           PIC 9(05).
       01 WS-QTD-SEM-MUDANCA        PIC 9(05).
       01 WS-QTD-RETIRADOS          PIC 9(05).

      * Cadastro da reserva por categoria
       01 WS-CATEGORIA              PIC X(15).
       01 WS-QTD-RESERVA            PIC 9(05).

       LINKAGE SECTION.
       01 LS-OPCAO                  PIC 9(02).

       PROCEDURE DIVISION USING LS-OPCAO.
       MAIN.
           PERFORM CONFIGURAR-CAMINHOS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.

      *    Switch da opção
           EVALUATE LS-OPCAO
             WHEN 58
               MOVE 'I' TO WS-MODO-EXPORTACAO
               PERFORM EXPORTAR-DISPONIBILIDADE

             WHEN 59
               MOVE 'C' TO WS-MODO-EXPORTACAO
               PERFORM EXPORTAR-DISPONIBILIDADE

             WHEN 60
               PERFORM CADASTRAR-RESERVA-CATEGORIA

             WHEN 61
               PERFORM LISTAR-RESERVAS-CATEGORIA
           END-EVALUATE.

      *    Retorna
           EXIT PROGRAM.


      *    Percorre o catálogo calculando o disponível e o preço de
      *    cada produto e grava no arquivo do canal os que mudaram
      *    desde o último envio (ou todos, na carga completa)
       EXPORTAR-DISPONIBILIDADE.
           DISPLAY "-----------------------------------".
           IF EXPORTACAO-COMPLETA
             DISPLAY " DISPONIBILIDADE PARA O CANAL (COMPLETA)"
           ELSE
             DISPLAY " DISPONIBILIDADE PARA O CANAL (INCREMENTAL)"
           END-IF.
           DISPLAY "-----------------------------------".

      *    Zera as variáveis de controle
           MOVE 0 TO WS-QTD-ENVIADOS.
           MOVE 0 TO WS-QTD-SEM-MUDANCA.
           MOVE 0 TO WS-QTD-RETIRADOS.
           MOVE 0 TO WS-QTD-COMPROMISSOS.

           PERFORM CARREGAR-ENCOMENDAS-RESERVADAS.
           PERFORM CARREGAR-FICHAS-SUSPENSAS.

           OPEN INPUT IDX-PRODUTOS.
           IF WS-STATUS-IDX-FILE-NOT-FOUND
             DISPLAY "Nenhum produto cadastrado."
             EXIT PARAGRAPH
           END-IF.

           PERFORM ABRE-ARQ-LOCAL.
           PERFORM ABRE-ARQ-PROMOCOES.
           PERFORM ABRE-ARQ-CONSIGNACAO.
           PERFORM ABRE-ARQ-RESERVA.
           PERFORM ABRE-ARQ-ENVIADOS.

      *    A carga completa substitui o que o canal ainda não
      *    recolheu; a incremental acrescenta ao arquivo
           IF EXPORTACAO-COMPLETA
             OPEN OUTPUT CSV-DISPONIBILIDADE
           ELSE
             PERFORM ABRE-ARQ-DISPONIBILIDADE
           END-IF.

           MOVE 'N' TO WS-EOF.

      *    Loop de execução
           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-PRODUTOS NEXT RECORD

      *      Caso seja o final do arquivo (EOF)
             AT END
               MOVE 'S' TO WS-EOF

      *      Caso não seja o final do arquivo (EOF)
             NOT AT END
               PERFORM AVALIAR-PRODUTO-CANAL
             END-READ
           END-PERFORM.

      *    Produtos excluídos do cadastro saem do canal com zero
           PERFORM RETIRAR-PRODUTOS-EXCLUIDOS.

      *    Fecha os arquivos
           CLOSE IDX-PRODUTOS.
           CLOSE IDX-ESTOQUE-LOCAL.
           CLOSE IDX-PROMOCOES.
           CLOSE IDX-CONSIGNACAO.
           CLOSE IDX-RESERVA-CANAL.
           CLOSE IDX-ENVIADOS.
           CLOSE CSV-DISPONIBILIDADE.

           DISPLAY "Produtos enviados ao canal: " WS-QTD-ENVIADOS.
           DISPLAY "Produtos sem mudança: " WS-QTD-SEM-MUDANCA.
           DISPLAY "Produtos retirados do canal: " WS-QTD-RETIRADOS.
           DISPLAY " ".

      *    Retorna
           EXIT PARAGRAPH.


      *    Calcula o disponível e o preço do produto corrente e o
      *    envia quando mudou em relação ao último envio
       AVALIAR-PRODUTO-CANAL.
           PERFORM CALCULAR-QTD-VENDAVEL.
           PERFORM CALCULAR-PRECO-CANAL.

           MOVE PRODUTO-CODIGO TO DV-CODIGO.
           READ IDX-ENVIADOS KEY IS DV-CODIGO
             INVALID KEY
               MOVE 'N' TO WS-JA-ENVIADO

             NOT INVALID KEY
               MOVE 'S' TO WS-JA-ENVIADO
           END-READ.

           IF WS-JA-ENVIADO = 'S'
             AND EXPORTACAO-INCREMENTAL
             AND DV-QTD = WS-QTD-VENDAVEL
             AND DV-PRECO = WS-PRECO-CANAL
             ADD 1 TO WS-QTD-SEM-MUDANCA
             EXIT PARAGRAPH
           END-IF.

           PERFORM GRAVAR-LINHA-CANAL.

           MOVE PRODUTO-CODIGO TO DV-CODIGO.
           MOVE WS-QTD-VENDAVEL TO DV-QTD.
           MOVE WS-PRECO-CANAL TO DV-PRECO.
           MOVE WS-DATA-HOJE TO DV-DATA.

           IF WS-JA-ENVIADO = 'S'
             REWRITE DETALHE-ENVIADO
           ELSE
             WRITE DETALHE-ENVIADO
           END-IF.

           ADD 1 TO WS-QTD-ENVIADOS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Disponível para o canal = saldo do local de venda menos
      *    encomendas reservadas, fichas suspensas do dia, saldo
      *    consignado e reserva de segurança da categoria, nunca
      *    abaixo de zero. A quarentena já foi abatida do saldo.
       CALCULAR-QTD-VENDAVEL.
           MOVE 0 TO WS-QTD-VENDAVEL.

           IF NOT PRODUTO-ATIVO
             EXIT PARAGRAPH
           END-IF.

      *    Saldo do local de venda; sem ledger, vale o saldo geral
           MOVE PRODUTO-CODIGO TO EL-CODIGO-PRODUTO.
           MOVE PRODUTO-LOCAL TO EL-CODIGO-LOCAL.
           READ IDX-ESTOQUE-LOCAL KEY IS EL-CHAVE
             INVALID KEY
               MOVE PRODUTO-QTD-ESTOQUE TO WS-SALDO-VENDAVEL

             NOT INVALID KEY
               MOVE EL-QTD-ESTOQUE TO WS-SALDO-VENDAVEL
           END-READ.

      *    Encomendas reservadas e fichas suspensas
           MOVE PRODUTO-CODIGO TO WS-CMP-CODIGO-NOVO.
           PERFORM LOCALIZAR-COMPROMISSO.
           IF WS-CMP-ACHADO > 0
             SUBTRACT WS-CMP-QTD(WS-CMP-ACHADO) FROM WS-SALDO-VENDAVEL
           END-IF.

      *    Saldo de terceiros em consignação, de todos os
      *    consignantes do produto
           MOVE PRODUTO-CODIGO TO CSG-PRODUTO.
           MOVE 0 TO CSG-CONSIGNANTE.
           MOVE 'N' TO WS-EOF-CSG.
           START IDX-CONSIGNACAO KEY IS NOT LESS THAN CSG-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF-CSG
           END-START.

           PERFORM UNTIL WS-EOF-CSG = 'S'
             READ IDX-CONSIGNACAO NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-CSG

               NOT AT END
                 IF CSG-PRODUTO NOT = PRODUTO-CODIGO
                   MOVE 'S' TO WS-EOF-CSG
                 ELSE
                   SUBTRACT CSG-QTD-SALDO FROM WS-SALDO-VENDAVEL
                 END-IF
             END-READ
           END-PERFORM.

      *    Reserva de segurança da categoria
           PERFORM BUSCAR-RESERVA-CATEGORIA.
           SUBTRACT WS-RESERVA-CATEGORIA FROM WS-SALDO-VENDAVEL.

           IF WS-SALDO-VENDAVEL > 0
             MOVE WS-SALDO-VENDAVEL TO WS-QTD-VENDAVEL
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Preço do canal: o da promoção de preço fixo vigente ou,
      *    fora dela, o de catálogo (leve-pague e desconto na
      *    segunda unidade dependem do carrinho e ficam no caixa)
       CALCULAR-PRECO-CANAL.
           MOVE PRODUTO-PRECO-UNIT TO WS-PRECO-CANAL.

           MOVE PRODUTO-CODIGO TO PROMO-PRODUTO-CODIGO.
           READ IDX-PROMOCOES KEY IS PROMO-PRODUTO-CODIGO
             INVALID KEY
               EXIT PARAGRAPH
           END-READ.

           IF WS-DATA-HOJE >= PROMO-DATA-INICIO
             AND WS-DATA-HOJE <= PROMO-DATA-FIM
             AND PROMO-PRECO-FIXO
             MOVE PROMO-PRECO TO WS-PRECO-CANAL
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Reserva da categoria do produto; sem reserva própria, vale
      *    a da categoria "*"; sem nenhuma, zero
       BUSCAR-RESERVA-CATEGORIA.
           MOVE 0 TO WS-RESERVA-CATEGORIA.

           MOVE PRODUTO-CATEGORIA TO RC-CATEGORIA.
           READ IDX-RESERVA-CANAL KEY IS RC-CATEGORIA
             INVALID KEY
               MOVE "*" TO RC-CATEGORIA
               READ IDX-RESERVA-CANAL KEY IS RC-CATEGORIA
                 INVALID KEY
                   EXIT PARAGRAPH
               END-READ
           END-READ.

           MOVE RC-QTD-RESERVA TO WS-RESERVA-CATEGORIA.

      *    Retorna
           EXIT PARAGRAPH.


      *    Grava a linha do produto corrente no arquivo do canal
       GRAVAR-LINHA-CANAL.
           MOVE WS-PRECO-CANAL TO WS-PRECO-CANAL-EDIT.

           MOVE SPACES TO WS-NOVA-LINHA.
           STRING
             WS-DATA-HOJE            DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             WS-HORA-AGORA           DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             DV-CODIGO               DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             WS-QTD-VENDAVEL         DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             WS-PRECO-CANAL-EDIT     DELIMITED BY SIZE
             INTO WS-NOVA-LINHA
           END-STRING.

           MOVE WS-NOVA-LINHA TO LINHA-DISPONIBILIDADE.
           WRITE LINHA-DISPONIBILIDADE.

      *    Retorna
           EXIT PARAGRAPH.


      *    Produto enviado antes e que não existe mais no cadastro:
      *    vai ao canal com zero e sai da base de envios
       RETIRAR-PRODUTOS-EXCLUIDOS.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO DV-CODIGO.
           START IDX-ENVIADOS KEY IS NOT LESS THAN DV-CODIGO
             INVALID KEY
               MOVE 'S' TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-ENVIADOS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 MOVE DV-CODIGO TO PRODUTO-CODIGO
                 READ IDX-PRODUTOS KEY IS PRODUTO-CODIGO
                   INVALID KEY
                     MOVE 0 TO WS-QTD-VENDAVEL
                     MOVE DV-PRECO TO WS-PRECO-CANAL
                     PERFORM GRAVAR-LINHA-CANAL
                     DELETE IDX-ENVIADOS
                     ADD 1 TO WS-QTD-RETIRADOS
                 END-READ
             END-READ
           END-PERFORM.

      *    Retorna
           EXIT PARAGRAPH.


      *    Soma por produto as encomendas com mercadoria reservada
      *    (as abertas ainda não têm estoque separado)
       CARREGAR-ENCOMENDAS-RESERVADAS.
           OPEN INPUT IDX-ENCOMENDAS.
           IF WS-STATUS-ENC-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-ENCOMENDAS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF ENC-RESERVADA
                   MOVE ENC-PRODUTO TO WS-CMP-CODIGO-NOVO
                   MOVE ENC-QTD TO WS-CMP-QTD-NOVA
                   PERFORM SOMAR-COMPROMISSO
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-ENCOMENDAS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Soma por produto os itens das fichas suspensas de hoje
      *    (as de dias anteriores já estão liberadas)
       CARREGAR-FICHAS-SUSPENSAS.
           OPEN INPUT ARQ-VENDAS-SUSPENSAS.
           IF WS-STATUS-SUSP-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-VENDAS-SUSPENSAS INTO WS-LINHA-SUSP-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 UNSTRING WS-LINHA-SUSP-LIDA DELIMITED BY ";"
                   INTO WS-SUSP-FICHA-X, WS-SUSP-DATA-X,
                     WS-SUSP-CODIGO-X, WS-SUSP-QTD-X,
                     WS-SUSP-PRECO-X
                 END-UNSTRING

                 IF WS-SUSP-DATA-X = WS-DATA-HOJE
                   AND WS-SUSP-CODIGO-X IS NUMERIC
                   MOVE WS-SUSP-CODIGO-X TO WS-CMP-CODIGO-NOVO
                   MOVE FUNCTION NUMVAL(WS-SUSP-QTD-X)
                     TO WS-CMP-QTD-NOVA
                   PERFORM SOMAR-COMPROMISSO
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-VENDAS-SUSPENSAS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Acumula WS-CMP-QTD-NOVA no produto WS-CMP-CODIGO-NOVO
       SOMAR-COMPROMISSO.
           PERFORM LOCALIZAR-COMPROMISSO.

           IF WS-CMP-ACHADO = 0
             IF WS-QTD-COMPROMISSOS >= WS-MAX-COMPROMISSOS
               DISPLAY "Aviso! Limite de " WS-MAX-COMPROMISSOS
                 " produtos reservados atingido; produto "
                 WS-CMP-CODIGO-NOVO " ignorado."
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-QTD-COMPROMISSOS
             MOVE WS-QTD-COMPROMISSOS TO WS-CMP-ACHADO
             MOVE WS-CMP-CODIGO-NOVO TO WS-CMP-CODIGO(WS-CMP-ACHADO)
             MOVE 0 TO WS-CMP-QTD(WS-CMP-ACHADO)
           END-IF.

           ADD WS-CMP-QTD-NOVA TO WS-CMP-QTD(WS-CMP-ACHADO).

      *    Retorna
           EXIT PARAGRAPH.


       LOCALIZAR-COMPROMISSO.
           MOVE 0 TO WS-CMP-ACHADO.
           PERFORM VARYING WS-IDX-CMP FROM 1 BY 1
             UNTIL WS-IDX-CMP > WS-QTD-COMPROMISSOS
               OR WS-CMP-ACHADO > 0
             IF WS-CMP-CODIGO(WS-IDX-CMP) = WS-CMP-CODIGO-NOVO
               MOVE WS-IDX-CMP TO WS-CMP-ACHADO
             END-IF
           END-PERFORM.

      *    Retorna
           EXIT PARAGRAPH.


      *    Reserva de segurança da categoria: a quantidade que a loja
      *    segura para o balcão e não oferece no canal. Reserva zero
      *    remove a da categoria.
       CADASTRAR-RESERVA-CATEGORIA.
           DISPLAY "-----------------------------------".
           DISPLAY " RESERVA DE SEGURANÇA DO CANAL"
           DISPLAY "-----------------------------------".
           DISPLAY "Categoria (* para as demais): " WITH NO ADVANCING.
           MOVE SPACES TO WS-CATEGORIA.
           ACCEPT WS-CATEGORIA.
           MOVE FUNCTION UPPER-CASE(WS-CATEGORIA) TO WS-CATEGORIA.

           IF WS-CATEGORIA = SPACES
             DISPLAY "Erro! Categoria não informada!"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Quantidade reservada por produto (0 remove): "
             WITH NO ADVANCING.
           ACCEPT WS-QTD-RESERVA.

      *    Abre o arquivo de reservas
           PERFORM ABRE-ARQ-RESERVA.

           MOVE WS-CATEGORIA TO RC-CATEGORIA.
           READ IDX-RESERVA-CANAL KEY IS RC-CATEGORIA
             INVALID KEY
               IF WS-QTD-RESERVA = 0
                 DISPLAY "Categoria sem reserva cadastrada."
               ELSE
                 MOVE SPACES TO DETALHE-RESERVA-CANAL
                 MOVE WS-CATEGORIA TO RC-CATEGORIA
                 MOVE WS-QTD-RESERVA TO RC-QTD-RESERVA
                 WRITE DETALHE-RESERVA-CANAL
                 DISPLAY "Sucesso! Reserva cadastrada!"
               END-IF

             NOT INVALID KEY
               IF WS-QTD-RESERVA = 0
                 DELETE IDX-RESERVA-CANAL
                 DISPLAY "Sucesso! Reserva removida!"
               ELSE
                 MOVE WS-QTD-RESERVA TO RC-QTD-RESERVA
                 REWRITE DETALHE-RESERVA-CANAL
                 DISPLAY "Reserva existente substituída!"
               END-IF
           END-READ.

      *    Fecha o arquivo
           CLOSE IDX-RESERVA-CANAL.

      *    Retorna
           EXIT PARAGRAPH.


       LISTAR-RESERVAS-CATEGORIA.
           DISPLAY "-----------------------------------".
           DISPLAY " RESERVAS DE SEGURANÇA DO CANAL"
           DISPLAY "-----------------------------------".

      *    Zera as variáveis de controle
           MOVE 0 TO WS-CONTADOR.
           MOVE 'N' TO WS-EOF.

      *    Abre o arquivo
           PERFORM ABRE-ARQ-RESERVA.

      *    Loop de execução
           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-RESERVA-CANAL NEXT RECORD

      *      Caso seja o final do arquivo (EOF)
             AT END
               MOVE 'S' TO WS-EOF

      *      Caso não seja o final do arquivo (EOF)
             NOT AT END
               ADD 1 TO WS-CONTADOR
               DISPLAY "Categoria: " RC-CATEGORIA
                 "  Reserva por produto: " RC-QTD-RESERVA
             END-READ
           END-PERFORM.

      *    Fecha arquivo
           CLOSE IDX-RESERVA-CANAL.

           IF WS-CONTADOR = 0
             DISPLAY "Nenhuma reserva cadastrada."
           END-IF.
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
             "/disponibilidade-canal.csv" DELIMITED BY SIZE
             INTO WS-PATH-DISPONIBILIDADE
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/disponibilidade-enviada.idx" DELIMITED BY SIZE
             INTO WS-PATH-ENVIADOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/reserva-canal.idx" DELIMITED BY SIZE
             INTO WS-PATH-RESERVA
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
             "/promocoes.idx" DELIMITED BY SIZE
             INTO WS-PATH-PROMOCOES
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/consignacao.idx" DELIMITED BY SIZE
             INTO WS-PATH-CONSIGNACAO
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/encomendas.idx" DELIMITED BY SIZE
             INTO WS-PATH-ENCOMENDAS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/vendas-suspensas.dat" DELIMITED BY SIZE
             INTO WS-PATH-SUSPENSAS
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


       ABRE-ARQ-DISPONIBILIDADE.
           OPEN EXTEND CSV-DISPONIBILIDADE.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-CSV-FILE-NOT-FOUND
             OPEN OUTPUT CSV-DISPONIBILIDADE
             CLOSE CSV-DISPONIBILIDADE
             PERFORM ABRE-ARQ-DISPONIBILIDADE
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-ENVIADOS.
           OPEN I-O IDX-ENVIADOS.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-ENV-FILE-NOT-FOUND
             OPEN OUTPUT IDX-ENVIADOS
             CLOSE IDX-ENVIADOS
             PERFORM ABRE-ARQ-ENVIADOS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-RESERVA.
           OPEN I-O IDX-RESERVA-CANAL.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-FILE-NOT-FOUND
             OPEN OUTPUT IDX-RESERVA-CANAL
             CLOSE IDX-RESERVA-CANAL
             PERFORM ABRE-ARQ-RESERVA
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-LOCAL.
           OPEN INPUT IDX-ESTOQUE-LOCAL.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-LOCAL-FILE-NOT-FOUND
             OPEN OUTPUT IDX-ESTOQUE-LOCAL
             CLOSE IDX-ESTOQUE-LOCAL
             PERFORM ABRE-ARQ-LOCAL
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-PROMOCOES.
           OPEN INPUT IDX-PROMOCOES.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-PROMO-FILE-NOT-FOUND
             OPEN OUTPUT IDX-PROMOCOES
             CLOSE IDX-PROMOCOES
             PERFORM ABRE-ARQ-PROMOCOES
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-CONSIGNACAO.
           OPEN INPUT IDX-CONSIGNACAO.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-CSG-FILE-NOT-FOUND
             OPEN OUTPUT IDX-CONSIGNACAO
             CLOSE IDX-CONSIGNACAO
             PERFORM ABRE-ARQ-CONSIGNACAO
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.

             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-REC.

      *    Saldos de OC cancelados pelo supervisor (OrcamentoCompras),
      *    que deixam de poder ser recebidos
           SELECT LOG-CANCELAMENTOS
             ASSIGN TO DYNAMIC WS-PATH-CANCELAMENTOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CANC.

           SELECT IDX-PRODUTOS
             ASSIGN TO DYNAMIC WS-PATH-PRODUTOS
             ORGANIZATION IS INDEXED
      *    recomposição, para auditoria das margens
      *    Máscara: <data>;<produto>;<qtd>;<custo_nota>;
      *             <custo_medio_anterior>;<custo_medio_novo>
      *    O rateio das despesas acessórias grava uma linha a mais,
      *    com o custo desembarcado (nota + despesas) no lugar do
      *    custo da nota e RATEIO no sétimo campo
           SELECT LOG-CUSTOS
             ASSIGN TO DYNAMIC WS-PATH-CUSTOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CUSTO.

      *    Despesas acessórias (frete, seguro, ICMS-ST) rateadas
      *    sobre os recebimentos da sessão
      *    Máscara: <data>;<operador>;<tipo>;<criterio>;
      *             <nf_mercadorias>;<valor>;<cod_transportadora>;
      *             <nf_transportadora>;<titulo>
           SELECT LOG-DESPESAS
             ASSIGN TO DYNAMIC WS-PATH-DESPESAS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-DESP.

      *    Encomendas de clientes (mantidas por Encomendas.cbl): o
      *    recebimento reserva a mercadoria que chega para as
      *    encomendas abertas do produto, na ordem de chegada, e
             FILE STATUS IS WS-STATUS-LOCAL
             RECORD KEY IS EL-CHAVE.

      *    Avisos de embarque importados em PedidosFornecedor.cbl: o
      *    primeiro lote pendente da OC sugere quantidade, validade e
      *    nota fiscal, e é baixado ao ser recebido
           SELECT IDX-AVISOS
             ASSIGN TO DYNAMIC WS-PATH-AVISOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-AVI
             RECORD KEY IS AVI-CHAVE.

      *    Divergências entre aviso de embarque e OC, lidas pelo
      *    scorecard de fornecedores
           SELECT LOG-DIVERGENCIAS
             ASSIGN TO DYNAMIC WS-PATH-DIVERGENCIAS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-DIV.

      *    Plano de distribuição das compras centrais (gravado em
      *    ComprasCentrais.cbl): ao receber uma OC central, a parcela
      *    de cada loja segue para ela como transferência entre lojas
           SELECT IDX-DISTRIBUICAO
             ASSIGN TO DYNAMIC WS-PATH-DISTRIBUICAO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-DIST
             RECORD KEY IS DC-CHAVE.

      *    Documentos de transferência entre lojas e a sua numeração,
      *    os mesmos da exportação em Transferencias.cbl
           SELECT IDX-TRF-LOJAS
             ASSIGN TO DYNAMIC WS-PATH-TRF-LOJAS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-TL
             RECORD KEY IS TL-NUMERO.

           SELECT ARQ-CONTROLE-TL
             ASSIGN TO DYNAMIC WS-PATH-CONTROLE-TL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CTL.

      *    Caixa de entrada de transferências da loja destino
           SELECT ARQ-ENTRADA-LOJA
             ASSIGN TO WS-NOME-ENTRADA-LOJA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ENT.

       DATA DIVISION.
       FILE SECTION.
       FD CSV-ORDENS-COMPRA.
       FD LOG-RECEBIMENTOS.
       01 LINHA-RECEBIMENTO         PIC X(100).

       FD LOG-CANCELAMENTOS.
       01 LINHA-CANCELAMENTO        PIC X(100).

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

       FD IDX-CONTAS-PAGAR.
       01 DETALHE-CONTA-PAGAR.
       FD LOG-CUSTOS.
       01 LINHA-CUSTO               PIC X(80).

       FD LOG-DESPESAS.
       01 LINHA-DESPESA             PIC X(120).

      *    Mesmo layout de DETALHE-ENCOMENDA em Encomendas.cbl
       FD IDX-ENCOMENDAS.
       01 DETALHE-ENCOMENDA.
               10 EL-CODIGO-LOCAL   PIC 9(02).
           05 EL-QTD-ESTOQUE        PIC 9(05).

      *    Mesmo layout de DETALHE-AVISO em PedidosFornecedor.cbl
       FD IDX-AVISOS.
       01 DETALHE-AVISO.
           05 AVI-CHAVE.
               10 AVI-OC            PIC 9(05).
               10 AVI-SEQ           PIC 9(02).
           05 AVI-FORNECEDOR        PIC 9(05).
           05 AVI-NOTA-FISCAL       PIC X(15).
           05 AVI-PRODUTO           PIC 9(05).
           05 AVI-QTD               PIC 9(05).
           05 AVI-LOTE              PIC X(15).
           05 AVI-VALIDADE          PIC 9(08).
           05 AVI-DATA-IMPORTACAO   PIC 9(08).
           05 AVI-SITUACAO          PIC X(01).
               88 AVI-PENDENTE      VALUE 'P'.
               88 AVI-RECEBIDO      VALUE 'R'.
           05 AVI-QTD-RECEBIDA      PIC 9(05).
           05 FILLER                PIC X(10).

       FD LOG-DIVERGENCIAS.
       01 LINHA-DIVERGENCIA         PIC X(100).

      *    Mesmo layout de DETALHE-DISTRIBUICAO em ComprasCentrais.cbl
       FD IDX-DISTRIBUICAO.
       01 DETALHE-DISTRIBUICAO.
           05 DC-CHAVE.
               10 DC-OC             PIC 9(05).
               10 DC-SEQ            PIC 9(02).
           05 DC-DATA               PIC 9(08).
           05 DC-PRODUTO            PIC 9(05).
           05 DC-DESCRICAO          PIC X(30).
           05 DC-LOJA-DIR           PIC X(60).
           05 DC-QTD-PLANEJADA      PIC 9(05).
           05 DC-QTD-ENVIADA        PIC 9(05).
           05 DC-SITUACAO           PIC X(01).
               88 DC-PENDENTE       VALUE 'P'.
               88 DC-ENVIADA        VALUE 'E'.
           05 DC-OPERADOR           PIC X(10).
           05 FILLER                PIC X(10).

      *    Mesmo layout de DETALHE-TRF-LOJA em Transferencias.cbl
       FD IDX-TRF-LOJAS.
       01 DETALHE-TRF-LOJA.
           05 TL-NUMERO             PIC 9(05).
           05 TL-DATA               PIC 9(08).
           05 TL-PRODUTO            PIC 9(05).
           05 TL-DESCRICAO          PIC X(30).
           05 TL-QTD                PIC 9(05).
           05 TL-DIR-DESTINO        PIC X(60).
           05 TL-OPERADOR           PIC X(10).
           05 TL-STATUS             PIC X(01).
               88 TL-EM-TRANSITO    VALUE 'T'.
               88 TL-RECEBIDA       VALUE 'R'.
           05 TL-DATA-RECEBIMENTO   PIC 9(08).

       FD ARQ-CONTROLE-TL.
       01 LINHA-CONTROLE-TL         PIC 9(05).

       FD ARQ-ENTRADA-LOJA.
       01 LINHA-ENTRADA-LOJA        PIC X(150).

       WORKING-STORAGE SECTION.
      *    Status de arquivo, com condições nominadas compartilhadas
      *    via copybook (ex.: WS-STATUS-FILE-NOT-FOUND)
                          WS-STATUS-REC-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-REC.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-CANC-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CANC-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CANC-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CANC-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CANC-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CANC-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CANC.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-CP-OK
                          WS-STATUS-LOCAL-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-LOCAL.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-AVI-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-AVI-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-AVI-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-AVI-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-AVI-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-AVI-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-AVI.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-DIV-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-DIV-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-DIV-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-DIV-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-DIV-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-DIV-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-DIV.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-DESP-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-DESP-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-DESP-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-DESP-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-DESP-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-DESP-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-DESP.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-DIST-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-DIST-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-DIST-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-DIST-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-DIST-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-DIST-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-DIST.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-TL-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-TL-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-TL-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-TL-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-TL-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-TL-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-TL.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-CTL-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CTL-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CTL-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CTL-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CTL-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CTL-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CTL.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-ENT-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-ENT-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-ENT-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-ENT-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-ENT-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-ENT-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-ENT.

      *    Diretório de dados e caminhos completos dos arquivos
      *    compartilhados com o CRUD, resolvidos via ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-ORDENS-COMPRA      PIC X(80).
       01 WS-PATH-RECEBIMENTOS       PIC X(80).
       01 WS-PATH-CANCELAMENTOS      PIC X(80).
       01 WS-PATH-PRODUTOS           PIC X(80).
       01 WS-PATH-ESTOQUE-LOCAL      PIC X(80).
       01 WS-PATH-LOTES              PIC X(80).
       01 WS-PATH-CONTROLE-CP        PIC X(80).
       01 WS-PATH-ENCOMENDAS         PIC X(80).
       01 WS-PATH-CUSTOS             PIC X(80).
       01 WS-PATH-AVISOS             PIC X(80).
       01 WS-PATH-DIVERGENCIAS       PIC X(80).
       01 WS-PATH-DESPESAS           PIC X(80).
       01 WS-PATH-DISTRIBUICAO       PIC X(80).
       01 WS-PATH-TRF-LOJAS          PIC X(80).
       01 WS-PATH-CONTROLE-TL        PIC X(80).
       01 WS-NOME-ENTRADA-LOJA       PIC X(100).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-RESULTADO-VALIDACAO    PIC X(02).
       01 WS-DATA-RECEBIMENTO       PIC 9(08).

      * Vasilhames retornáveis do produto recebido: os cheios que
      * chegam entram no saldo devido ao fornecedor e os vazios
      * devolvidos a ele saem do depósito (MovimentarVasilhame.cbl)
       01 WS-VAS-CHEIOS-INFORMADO   PIC X(06).
       01 WS-VAS-CHEIOS             PIC 9(05).
       01 WS-VAS-VAZIOS-DEVOLVIDOS  PIC 9(05).
       01 WS-MV-VASILHAME           PIC 9(03).
       01 WS-MV-PARCEIRO-TIPO       PIC X(01) VALUE 'F'.
       01 WS-MV-QTD-SALDO           PIC S9(05).
       01 WS-MV-QTD-VAZIOS          PIC S9(05).
       01 WS-MV-REF                 PIC X(12).
       01 WS-MV-RESULTADO           PIC X(02).

      * Tabela das ordens de compra carregadas do csv, com o saldo
      * ainda em aberto de cada uma (pedido menos já recebido)
       01 WS-QTD-OCS-MAX            PIC 9(03) VALUE 200.
       01 WS-CONTADOR-ABERTAS       PIC 9(03).
       01 WS-NOVA-QTD-PRODUTO       PIC 9(06).
       01 WS-NOVA-LINHA-REC         PIC X(100).
       01 WS-QTD-RECEBIDA-X         PIC X(05).

      * Lote pendente do aviso de embarque da OC em recebimento, que
      * sugere quantidade, validade e nota fiscal ao conferente
       01 WS-TEM-AVISO              PIC X(01).
           88 RECEBIMENTO-COM-AVISO VALUE 'S'.
       01 WS-EOF-AVI                PIC X(01).
       01 WS-AVISO-OC               PIC 9(05).
       01 WS-AVISO-SEQ              PIC 9(02).
       01 WS-AVISO-NOTA-FISCAL      PIC X(15).
       01 WS-AVISO-QTD              PIC 9(05).
       01 WS-AVISO-LOTE             PIC X(15).
       01 WS-AVISO-VALIDADE         PIC 9(08).
       01 WS-VALIDADE-LOTE-X        PIC X(08).
       01 WS-NOVA-LINHA-DIV         PIC X(100).

      * Variáveis da recomposição do custo médio ponderado: o custo
      * da nota entra ponderado pela quantidade recebida sobre o que
       01 WS-CUSTO-ANT-EDIT         PIC ZZZ9.99.
       01 WS-CUSTO-NOVO-EDIT        PIC ZZZ9.99.
       01 WS-NOVA-LINHA-CUSTO       PIC X(80).
       01 WS-PRODUTO-CREDITADO      PIC X(01).
       01 WS-CUSTO-LINHA            PIC 9(04)V99.

      * Envio às lojas das parcelas de uma OC central: cada parcela
      * pendente do plano vira uma transferência entre lojas, e o que
      * foi despachado sai do estoque da sede
       01 WS-EOF-DIST               PIC X(01).
       01 WS-QTD-A-DISTRIBUIR       PIC 9(06).
       01 WS-QTD-DISTRIBUIDA        PIC 9(06).
       01 WS-QTD-PARCELA            PIC 9(05).
       01 WS-SALDO-PARCELA          PIC 9(05).
       01 WS-LOCAL-DIST             PIC 9(02).
       01 WS-ULTIMO-TL              PIC 9(05).
       01 WS-NOVA-LINHA-ENTRADA     PIC X(150).
       01 WS-MOV-CODIGO             PIC 9(05).
       01 WS-MOV-TIPO               PIC X(12).
       01 WS-MOV-QTD                PIC S9(06).
       01 WS-MOV-LOCAL              PIC 9(02).
       01 WS-MOV-OPERADOR           PIC X(10).
       01 WS-MOV-REF                PIC X(12).

      * Aviso ao cliente, enfileirado via EnfileirarAviso.cbl
       01 WS-AVISO-CLIENTE          PIC 9(05).
       01 WS-AVISO-TELEFONE         PIC X(15).
       01 WS-AVISO-MODELO           PIC X(12).
       01 WS-AVISO-REFERENCIA       PIC X(12).
       01 WS-AVISO-CAMPO-1          PIC X(30).
       01 WS-AVISO-CAMPO-2          PIC X(30).

      * Linhas recebidas na sessão, base do rateio das despesas
      * acessórias da nota (frete, seguro, ICMS-ST) por valor, peso
      * ou quantidade; o rateio entra no custo médio do produto
       01 WS-QTD-SES-MAX            PIC 9(02) VALUE 50.
       01 WS-QTD-SES                PIC 9(02) VALUE 0.
       01 WS-IDX-SES                PIC 9(02).
       01 WS-TABELA-SESSAO.
           05 WS-SES OCCURS 50 TIMES.
             10 WS-SES-OC           PIC 9(05).
             10 WS-SES-PRODUTO      PIC 9(05).
             10 WS-SES-NOTA-FISCAL  PIC X(15).
             10 WS-SES-QTD-UNID     PIC 9(06).
             10 WS-SES-CUSTO-NOTA   PIC 9(04)V99.
             10 WS-SES-PESO         PIC 9(05)V999.
             10 WS-SES-BASE         PIC 9(09)V999.
             10 WS-SES-ELEGIVEL     PIC X(01).
             10 WS-SES-RATEIO       PIC 9(07)V99.

      * Despesa acessória sendo lançada
       01 WS-OUTRA-DESPESA          PIC X(01).
       01 WS-DESP-TIPO              PIC X(01).
       01 WS-DESP-DESCRICAO         PIC X(08).
       01 WS-DESP-CRITERIO          PIC X(01).
       01 WS-DESP-NF-MERC           PIC X(15).
       01 WS-DESP-VALOR             PIC 9(07)V99.
       01 WS-DESP-SEPARADA          PIC X(01).
       01 WS-DESP-TRANSPORTADORA    PIC 9(05).
       01 WS-DESP-NF-TRANSP         PIC X(15).
       01 WS-DESP-TITULO            PIC 9(06).
       01 WS-DESP-DISTRIBUIDO       PIC 9(07)V99.
       01 WS-RATEIO-LINHA           PIC 9(07)V99.
       01 WS-QTD-ELEGIVEIS          PIC 9(02).
       01 WS-PRIMEIRA-ELEGIVEL      PIC 9(02).
       01 WS-ULTIMA-ELEGIVEL        PIC 9(02).
       01 WS-BASE-TOTAL             PIC 9(11)V999.
       01 WS-CUSTO-RATEIO-UNIT      PIC 9(04)V99.
       01 WS-CUSTO-DESEMBARQUE      PIC 9(04)V99.
       01 WS-RATEIO-EDIT            PIC Z(6)9.99.
       01 WS-DESP-VALOR-TEXTO       PIC 9(07).99.
       01 WS-NOVA-LINHA-DESP        PIC X(120).

      * Variáveis do lote criado para o recebimento corrente
       01 WS-VALIDADE-LOTE          PIC 9(08).
       01 WS-ULTIMO-CP              PIC 9(06).
       01 WS-VALOR-NOTA-EDIT        PIC Z(7)9.99.

      * Variáveis dos números de série do recebimento corrente, para
      * produtos controlados por série (registrados via
      * RegistrarSerie.cbl)
       01 WS-GARANTIA-MESES         PIC 9(03).
       01 WS-QTD-SERIES-LIDAS       PIC 9(06).
       01 WS-SEQ-SERIE              PIC 9(06).
       01 WS-ACAO-SERIE             PIC X(01).
       01 WS-RESULTADO-SERIE        PIC X(02).
      *    Mesmo layout de LS-SERIE em RegistrarSerie.cbl
       01 WS-SERIE.
           05 WS-SER-NUMERO         PIC X(20).
           05 WS-SER-PRODUTO        PIC 9(05).
           05 WS-SER-SITUACAO       PIC X(01).
           05 WS-SER-GARANTIA-MESES PIC 9(03).
           05 WS-SER-FORNECEDOR     PIC 9(05).
           05 WS-SER-OC             PIC 9(05).
           05 WS-SER-DATA-RECEBIMENTO
                                    PIC 9(08).
           05 WS-SER-RECIBO         PIC 9(06).
           05 WS-SER-CLIENTE        PIC 9(05).
           05 WS-SER-DATA-VENDA     PIC 9(08).
           05 WS-SER-DATA-GARANTIA  PIC 9(08).
           05 FILLER                PIC X(20).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "-----------------------------------".
           END-IF.

           PERFORM APLICAR-RECEBIMENTOS-LANCADOS.
           PERFORM APLICAR-CANCELAMENTOS-LANCADOS.

      *    Lista as ordens ainda com saldo em aberto
           PERFORM LISTAR-ORDENS-ABERTAS.
           PERFORM LANCAR-RECEBIMENTO
             UNTIL WS-NUM-ESCOLHIDO = 0.

      *    Frete, seguro e ICMS-ST da nota entram no custo dos itens
      *    recebidos na sessão
           IF WS-QTD-SES > 0
             PERFORM LANCAR-DESPESAS-ACESSORIAS
           END-IF.

      *    Retorna
           EXIT PROGRAM.

           EXIT PARAGRAPH.


      *    Desconta do saldo em aberto de cada OC as quantidades
      *    canceladas. O log tem a mesma máscara do de recebimentos
      *    (<num_oc>;<data>;<operador>;<cod_produto>;<qtd>)
       APLICAR-CANCELAMENTOS-LANCADOS.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT LOG-CANCELAMENTOS.

      *    Caso o log ainda não exista, nada foi cancelado
           IF WS-STATUS-CANC-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ LOG-CANCELAMENTOS INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
                   INTO WS-REC-NUM-X, WS-REC-DATA-X, WS-REC-OPER-X,
                     WS-REC-COD-X, WS-REC-QTD-X
                 END-UNSTRING

                 MOVE WS-REC-NUM-X TO WS-REC-NUM
                 MOVE WS-REC-QTD-X TO WS-REC-QTD
                 PERFORM DESCONTAR-RECEBIDO
                   VARYING WS-IDX-OC FROM 1 BY 1
                   UNTIL WS-IDX-OC > WS-QTD-OCS
             END-READ
           END-PERFORM.

           CLOSE LOG-CANCELAMENTOS.

      *    Retorna
           EXIT PARAGRAPH.


       DESCONTAR-RECEBIDO.
           IF WS-OC-NUMERO(WS-IDX-OC) = WS-REC-NUM
             SUBTRACT WS-REC-QTD FROM WS-OC-QTD-ABERTA(WS-IDX-OC)

           IF WS-OC-QTD-ABERTA(WS-IDX-ACHADO) <= 0
             DISPLAY "Esta ordem de compra já foi totalmente "
               "recebida ou teve o saldo cancelado!"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Quantidade em aberto: "
             WS-OC-QTD-ABERTA(WS-IDX-ACHADO).

      *    Com aviso de embarque, o conferente só digita o que
      *    diverge do aviso
           PERFORM LOCALIZAR-AVISO-PENDENTE.

           MOVE SPACES TO WS-QTD-RECEBIDA-X.
           IF RECEBIMENTO-COM-AVISO
             DISPLAY "Aviso de embarque: NF " WS-AVISO-NOTA-FISCAL
               "  Lote " WS-AVISO-LOTE
             DISPLAY "  Validade " WS-AVISO-VALIDADE
               "  Quantidade " WS-AVISO-QTD
             DISPLAY "Informe a quantidade recebida (em branco "
               "confirma o aviso): " WITH NO ADVANCING
             ACCEPT WS-QTD-RECEBIDA-X
           ELSE
             DISPLAY "Informe a quantidade recebida: "
               WITH NO ADVANCING
             ACCEPT WS-QTD-RECEBIDA-X
           END-IF.

           IF WS-QTD-RECEBIDA-X = SPACES
             IF RECEBIMENTO-COM-AVISO
               MOVE WS-AVISO-QTD TO WS-QTD-RECEBIDA
             ELSE
               MOVE 0 TO WS-QTD-RECEBIDA
             END-IF
           ELSE
             MOVE FUNCTION NUMVAL(WS-QTD-RECEBIDA-X)
               TO WS-QTD-RECEBIDA
           END-IF.

           IF WS-QTD-RECEBIDA = 0
             DISPLAY "Nada a lançar."
      *    Gera o título de contas a pagar da nota do fornecedor
           PERFORM LANCAR-CONTA-PAGAR.

      *    Baixa o lote do aviso de embarque e registra a diferença
      *    entre o avisado e o efetivamente recebido
           IF RECEBIMENTO-COM-AVISO
             PERFORM BAIXAR-AVISO-RECEBIDO
           END-IF.

      *    Guarda a linha para o rateio das despesas acessórias
           IF WS-PRODUTO-CREDITADO = 'S'
             PERFORM GUARDAR-LINHA-SESSAO
           END-IF.

      *    OC de compra central: despacha a parcela de cada loja
      *    conforme o plano de distribuição
           MOVE 0 TO WS-QTD-DISTRIBUIDA.
           IF WS-PRODUTO-CREDITADO = 'S'
             PERFORM DISTRIBUIR-COMPRA-CENTRAL
           END-IF.

      *    Reserva a mercadoria recém chegada para as encomendas
      *    abertas do produto e lista os clientes a avisar
           PERFORM RESERVAR-ENCOMENDAS.
           END-IF.


      *    Procura o primeiro lote ainda pendente do aviso de
      *    embarque da OC escolhida
       LOCALIZAR-AVISO-PENDENTE.
           MOVE 'N' TO WS-TEM-AVISO.
           MOVE 'N' TO WS-EOF-AVI.

           OPEN INPUT IDX-AVISOS.
           IF WS-STATUS-AVI-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-OC-NUMERO(WS-IDX-ACHADO) TO AVI-OC.
           MOVE 0 TO AVI-SEQ.
           START IDX-AVISOS KEY IS NOT LESS THAN AVI-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF-AVI
           END-START.

           PERFORM UNTIL WS-EOF-AVI = 'S'
             READ IDX-AVISOS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-AVI

               NOT AT END
                 IF AVI-OC NOT = WS-OC-NUMERO(WS-IDX-ACHADO)
                   MOVE 'S' TO WS-EOF-AVI
                 ELSE
                   IF AVI-PENDENTE
                     MOVE 'S' TO WS-TEM-AVISO
                     MOVE 'S' TO WS-EOF-AVI
                     MOVE AVI-OC TO WS-AVISO-OC
                     MOVE AVI-SEQ TO WS-AVISO-SEQ
                     MOVE AVI-NOTA-FISCAL TO WS-AVISO-NOTA-FISCAL
                     MOVE AVI-QTD TO WS-AVISO-QTD
                     MOVE AVI-LOTE TO WS-AVISO-LOTE
                     MOVE AVI-VALIDADE TO WS-AVISO-VALIDADE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-AVISOS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Marca o lote do aviso como recebido e, se a quantidade
      *    conferida diferir da avisada, grava a divergência
      *    Máscara: <data>;<num_oc>;<cod_fornecedor>;<cod_produto>;
      *             RECEBIMENTO;<qtd_recebida>;<qtd_aviso>
       BAIXAR-AVISO-RECEBIDO.
           OPEN I-O IDX-AVISOS.
           IF WS-STATUS-AVI-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-AVISO-OC TO AVI-OC.
           MOVE WS-AVISO-SEQ TO AVI-SEQ.
           READ IDX-AVISOS KEY IS AVI-CHAVE
             INVALID KEY
               DISPLAY "Aviso de embarque não encontrado para baixa!"

             NOT INVALID KEY
               SET AVI-RECEBIDO TO TRUE
               MOVE WS-QTD-RECEBIDA TO AVI-QTD-RECEBIDA
               REWRITE DETALHE-AVISO
           END-READ.

           CLOSE IDX-AVISOS.

           IF WS-QTD-RECEBIDA = WS-AVISO-QTD
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Quantidade recebida difere do aviso de embarque; "
             "divergência registrada.".

           OPEN EXTEND LOG-DIVERGENCIAS.
           IF WS-STATUS-DIV-FILE-NOT-FOUND
             OPEN OUTPUT LOG-DIVERGENCIAS
           END-IF.

           MOVE SPACES TO WS-NOVA-LINHA-DIV.
           STRING
             WS-DATA-RECEBIMENTO               DELIMITED BY SIZE
             ";"                               DELIMITED BY SIZE
             WS-OC-NUMERO(WS-IDX-ACHADO)       DELIMITED BY SIZE
             ";"                               DELIMITED BY SIZE
             WS-OC-FORN-CODIGO(WS-IDX-ACHADO)  DELIMITED BY SIZE
             ";"                               DELIMITED BY SIZE
             WS-OC-PRODUTO(WS-IDX-ACHADO)      DELIMITED BY SIZE
             ";RECEBIMENTO;"                   DELIMITED BY SIZE
             WS-QTD-RECEBIDA                   DELIMITED BY SIZE
             ";"                               DELIMITED BY SIZE
             WS-AVISO-QTD                      DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-DIV
           END-STRING.

           MOVE WS-NOVA-LINHA-DIV TO LINHA-DIVERGENCIA.
           WRITE LINHA-DIVERGENCIA.
           CLOSE LOG-DIVERGENCIAS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Credita a quantidade recebida no estoque do produto e no
      *    ledger por local (local de origem do cadastro do produto)
       CREDITAR-ESTOQUE-RECEBIDO.
      *    Sem o cadastro do produto o fator é unitário
           MOVE 1 TO WS-FATOR-USADO.
           MOVE 'N' TO WS-PRODUTO-CREDITADO.
           MOVE WS-QTD-RECEBIDA TO WS-QTD-RECEBIDA-UNID.

           PERFORM ABRE-ARQ-IDX.

      *          Guarda a recomposição no histórico por recebimento
                 PERFORM GRAVAR-HISTORICO-CUSTO
                 MOVE WS-CUSTO-NOTA TO WS-CUSTO-LINHA
               ELSE
                 MOVE PRODUTO-CUSTO-UNIT TO WS-CUSTO-LINHA
               END-IF
               MOVE 'S' TO WS-PRODUTO-CREDITADO

      *        Cada recebimento vira um lote próprio, com a sua
      *        validade; a validade do cadastro passa a refletir o
               PERFORM REGISTRAR-LOTE-RECEBIDO
               MOVE WS-VALIDADE-MAIS-CEDO TO PRODUTO-VALIDADE

      *        Produto controlado por série: cada unidade recebida
      *        entra com a sua série
               IF PRODUTO-COM-SERIE
                 PERFORM REGISTRAR-SERIES-RECEBIDAS
               END-IF

      *        Produto em vasilhame retornável: cheios recebidos e
      *        vazios devolvidos ao fornecedor na mesma entrega
               IF NOT PRODUTO-SEM-VASILHAME
                 PERFORM REGISTRAR-VASILHAMES-RECEBIDOS
               END-IF

               REWRITE DETALHE-PRODUTO
           END-READ.

           EXIT PARAGRAPH.


      *    Lança os vasilhames da entrega: os cheios aumentam o saldo
      *    devido ao fornecedor; os vazios devolvidos a ele baixam
      *    esse saldo e saem do depósito
       REGISTRAR-VASILHAMES-RECEBIDOS.
           MOVE PRODUTO-VASILHAME TO WS-MV-VASILHAME.

           DISPLAY "Produto em vasilhame retornável (tipo "
             WS-MV-VASILHAME ").".
           DISPLAY "Vasilhames cheios recebidos (em branco = "
             WS-QTD-RECEBIDA-UNID "): " WITH NO ADVANCING.
           MOVE SPACES TO WS-VAS-CHEIOS-INFORMADO.
           ACCEPT WS-VAS-CHEIOS-INFORMADO.
           IF WS-VAS-CHEIOS-INFORMADO = SPACES
             MOVE WS-QTD-RECEBIDA-UNID TO WS-VAS-CHEIOS
           ELSE
             MOVE FUNCTION NUMVAL(WS-VAS-CHEIOS-INFORMADO)
               TO WS-VAS-CHEIOS
           END-IF.

           DISPLAY "Vazios devolvidos ao fornecedor na entrega: "
             WITH NO ADVANCING.
           ACCEPT WS-VAS-VAZIOS-DEVOLVIDOS.

           IF WS-VAS-CHEIOS = 0 AND WS-VAS-VAZIOS-DEVOLVIDOS = 0
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-MV-QTD-SALDO =
             WS-VAS-CHEIOS - WS-VAS-VAZIOS-DEVOLVIDOS.
           COMPUTE WS-MV-QTD-VAZIOS = 0 - WS-VAS-VAZIOS-DEVOLVIDOS.

           MOVE SPACES TO WS-MV-REF.
           STRING
             "OC"                          DELIMITED BY SIZE
             WS-OC-NUMERO(WS-IDX-ACHADO)   DELIMITED BY SIZE
             INTO WS-MV-REF
           END-STRING.

           CALL "MovimentarVasilhame" USING WS-MV-VASILHAME,
             WS-MV-PARCEIRO-TIPO, WS-OC-FORN-CODIGO(WS-IDX-ACHADO),
             WS-MV-QTD-SALDO, WS-MV-QTD-VAZIOS, WS-OPERADOR,
             WS-MV-REF, WS-MV-RESULTADO.

           IF WS-MV-RESULTADO NOT = "OK"
             DISPLAY "Atenção! Vasilhame " WS-MV-VASILHAME
               " não cadastrado; movimento não registrado."
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Gera o título de contas a pagar do recebimento corrente,
      *    com a nota fiscal do fornecedor, o valor e o vencimento;
      *    a baixa e a agenda semanal ficam em ContasPagar.cbl
       LANCAR-CONTA-PAGAR.
           MOVE SPACES TO WS-NOTA-FISCAL.
           IF RECEBIMENTO-COM-AVISO
             DISPLAY "Informe o número da nota fiscal (em branco "
               "usa a do aviso, " FUNCTION TRIM(WS-AVISO-NOTA-FISCAL)
               "): " WITH NO ADVANCING
             ACCEPT WS-NOTA-FISCAL
             IF WS-NOTA-FISCAL = SPACES
               MOVE WS-AVISO-NOTA-FISCAL TO WS-NOTA-FISCAL
             END-IF
           ELSE
             DISPLAY "Informe o número da nota fiscal (em branco "
               "para não gerar o título): " WITH NO ADVANCING
             ACCEPT WS-NOTA-FISCAL
           END-IF.

           IF FUNCTION TRIM(WS-NOTA-FISCAL) = SPACES
             DISPLAY "Título de contas a pagar não gerado."
      *    entre os lotes com saldo (0 se nenhum tem validade), para
      *    o chamador refletir no cadastro do produto
       REGISTRAR-LOTE-RECEBIDO.
           IF RECEBIMENTO-COM-AVISO
             DISPLAY "Informe a validade do lote AAAAMMDD (em "
               "branco usa a do aviso, " WS-AVISO-VALIDADE "): "
               WITH NO ADVANCING
             MOVE SPACES TO WS-VALIDADE-LOTE-X
             ACCEPT WS-VALIDADE-LOTE-X
             IF WS-VALIDADE-LOTE-X = SPACES
               MOVE WS-AVISO-VALIDADE TO WS-VALIDADE-LOTE
             ELSE
               MOVE FUNCTION NUMVAL(WS-VALIDADE-LOTE-X)
                 TO WS-VALIDADE-LOTE
             END-IF
           ELSE
             DISPLAY "Informe a validade do lote AAAAMMDD "
               "(0 se não houver): " WITH NO ADVANCING
             ACCEPT WS-VALIDADE-LOTE
           END-IF.

           PERFORM ABRE-ARQ-LOTES.

           EXIT PARAGRAPH.


      *    Registra a série de cada unidade recebida do produto
      *    controlado por série, com o fornecedor e a OC do
      *    recebimento e os meses de garantia informados uma vez
       REGISTRAR-SERIES-RECEBIDAS.
           DISPLAY "Produto controlado por número de série: informe "
             "a série de cada uma das " WS-QTD-RECEBIDA-UNID
             " unidade(s).".
           DISPLAY "Informe a garantia do fornecedor em meses "
             "(0 sem garantia): " WITH NO ADVANCING.
           ACCEPT WS-GARANTIA-MESES.

           MOVE 0 TO WS-QTD-SERIES-LIDAS.
           PERFORM RECEBER-SERIE-UNIDADE
             UNTIL WS-QTD-SERIES-LIDAS >= WS-QTD-RECEBIDA-UNID.

      *    Retorna
           EXIT PARAGRAPH.


      *    Lê e registra a série de uma unidade; série em branco ou já
      *    registrada é pedida de novo, pois a unidade já entrou no
      *    estoque
       RECEBER-SERIE-UNIDADE.
           COMPUTE WS-SEQ-SERIE = WS-QTD-SERIES-LIDAS + 1.
           DISPLAY "Série da unidade " WS-SEQ-SERIE ": "
             WITH NO ADVANCING.
           MOVE SPACES TO WS-SERIE.
           ACCEPT WS-SER-NUMERO.

           IF WS-SER-NUMERO = SPACES
             DISPLAY "Série obrigatória para este produto!"
             EXIT PARAGRAPH
           END-IF.

           MOVE PRODUTO-CODIGO TO WS-SER-PRODUTO.
           MOVE WS-GARANTIA-MESES TO WS-SER-GARANTIA-MESES.
           MOVE WS-OC-FORN-CODIGO(WS-IDX-ACHADO) TO WS-SER-FORNECEDOR.
           MOVE WS-OC-NUMERO(WS-IDX-ACHADO) TO WS-SER-OC.

           MOVE 'R' TO WS-ACAO-SERIE.
           CALL "RegistrarSerie" USING WS-ACAO-SERIE, WS-SERIE,
             WS-RESULTADO-SERIE.

           EVALUATE WS-RESULTADO-SERIE
             WHEN "OK"
               ADD 1 TO WS-QTD-SERIES-LIDAS

             WHEN "DU"
               DISPLAY "Série " WS-SER-NUMERO " já registrada! "
                 "Confira a etiqueta da unidade."

      *      Falha de gravação: não adianta insistir; as unidades
      *      restantes ficam sem série e o operador é avisado
             WHEN OTHER
               COMPUTE WS-SEQ-SERIE =
                 WS-QTD-RECEBIDA-UNID - WS-QTD-SERIES-LIDAS
               DISPLAY "Erro ao registrar a série! " WS-SEQ-SERIE
                 " unidade(s) ficaram sem série registrada."
               MOVE WS-QTD-RECEBIDA-UNID TO WS-QTD-SERIES-LIDAS
           END-EVALUATE.

      *    Retorna
           EXIT PARAGRAPH.


      *    Anexa a recomposição do custo médio ao histórico de custos
      *    Máscara: <data>;<produto>;<qtd>;<custo_nota>;
      *             <custo_medio_anterior>;<custo_medio_novo>
           EXIT PARAGRAPH.


      *    Guarda a linha recebida na tabela da sessão, com a nota
      *    fiscal, as unidades e o custo unitário da nota (ou o custo
      *    médio, quando o custo foi mantido)
       GUARDAR-LINHA-SESSAO.
           IF WS-QTD-SES >= WS-QTD-SES-MAX
             DISPLAY "Limite de " WS-QTD-SES-MAX " linhas para "
               "rateio de despesas na sessão atingido!"
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-SES.
           MOVE WS-OC-NUMERO(WS-IDX-ACHADO) TO WS-SES-OC(WS-QTD-SES).
           MOVE WS-OC-PRODUTO(WS-IDX-ACHADO)
             TO WS-SES-PRODUTO(WS-QTD-SES).
           MOVE WS-NOTA-FISCAL TO WS-SES-NOTA-FISCAL(WS-QTD-SES).
           MOVE WS-QTD-RECEBIDA-UNID TO WS-SES-QTD-UNID(WS-QTD-SES).
           MOVE WS-CUSTO-LINHA TO WS-SES-CUSTO-NOTA(WS-QTD-SES).
           MOVE 0 TO WS-SES-PESO(WS-QTD-SES).
           MOVE 0 TO WS-SES-BASE(WS-QTD-SES).
           MOVE 'N' TO WS-SES-ELEGIVEL(WS-QTD-SES).
           MOVE 0 TO WS-SES-RATEIO(WS-QTD-SES).

      *    Retorna
           EXIT PARAGRAPH.


      *    Lança as despesas acessórias cobradas sobre os recebimentos
      *    da sessão e rateia cada uma sobre as linhas da nota por
      *    valor, peso ou quantidade; o rateio acumulado de cada
      *    linha entra no custo médio do produto ao final
       LANCAR-DESPESAS-ACESSORIAS.
           DISPLAY "-----------------------------------".
           DISPLAY " DESPESAS ACESSÓRIAS DOS RECEBIMENTOS"
           DISPLAY "-----------------------------------".

           PERFORM LISTAR-LINHA-SESSAO
             VARYING WS-IDX-SES FROM 1 BY 1
             UNTIL WS-IDX-SES > WS-QTD-SES.

           DISPLAY "Há frete, seguro ou ICMS-ST a ratear? (S/N): "
             WITH NO ADVANCING.
           ACCEPT WS-OUTRA-DESPESA.
           MOVE FUNCTION UPPER-CASE(WS-OUTRA-DESPESA)
             TO WS-OUTRA-DESPESA.

           PERFORM LANCAR-DESPESA
             UNTIL WS-OUTRA-DESPESA NOT = 'S'.

      *    Leva o rateio acumulado ao custo médio de cada produto
           PERFORM APLICAR-CUSTO-DESEMBARQUE
             VARYING WS-IDX-SES FROM 1 BY 1
             UNTIL WS-IDX-SES > WS-QTD-SES.

      *    Retorna
           EXIT PARAGRAPH.


       LISTAR-LINHA-SESSAO.
           DISPLAY WS-IDX-SES " - OC #" WS-SES-OC(WS-IDX-SES)
             "  Produto " WS-SES-PRODUTO(WS-IDX-SES)
             "  NF " WS-SES-NOTA-FISCAL(WS-IDX-SES)
             "  Unid.: " WS-SES-QTD-UNID(WS-IDX-SES).


       LANCAR-DESPESA.
           DISPLAY "Tipo da despesa (F-Frete, S-Seguro, T-ICMS-ST, "
             "O-Outras): " WITH NO ADVANCING.
           ACCEPT WS-DESP-TIPO.
           MOVE FUNCTION UPPER-CASE(WS-DESP-TIPO) TO WS-DESP-TIPO.

           EVALUATE WS-DESP-TIPO
             WHEN 'F'
               MOVE "FRETE" TO WS-DESP-DESCRICAO
             WHEN 'S'
               MOVE "SEGURO" TO WS-DESP-DESCRICAO
             WHEN 'T'
               MOVE "ICMS-ST" TO WS-DESP-DESCRICAO
             WHEN 'O'
               MOVE "OUTRAS" TO WS-DESP-DESCRICAO
             WHEN OTHER
               DISPLAY "Tipo de despesa inválido!"
               PERFORM PERGUNTAR-OUTRA-DESPESA
               EXIT PARAGRAPH
           END-EVALUATE.

      *    Linhas sobre as quais a despesa é rateada
           DISPLAY "Nota fiscal das mercadorias (em branco para "
             "todas as linhas): " WITH NO ADVANCING.
           MOVE SPACES TO WS-DESP-NF-MERC.
           ACCEPT WS-DESP-NF-MERC.

           MOVE 0 TO WS-QTD-ELEGIVEIS.
           MOVE 0 TO WS-PRIMEIRA-ELEGIVEL.
           MOVE 0 TO WS-ULTIMA-ELEGIVEL.
           PERFORM MARCAR-LINHA-ELEGIVEL
             VARYING WS-IDX-SES FROM 1 BY 1
             UNTIL WS-IDX-SES > WS-QTD-SES.

           IF WS-QTD-ELEGIVEIS = 0
             DISPLAY "Nenhuma linha recebida com esta nota fiscal!"
             PERFORM PERGUNTAR-OUTRA-DESPESA
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Valor da despesa: R$" WITH NO ADVANCING.
           ACCEPT WS-DESP-VALOR.

           IF WS-DESP-VALOR = 0
             DISPLAY "Nada a ratear."
             PERFORM PERGUNTAR-OUTRA-DESPESA
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Critério de rateio (V-Valor, P-Peso, "
             "Q-Quantidade): " WITH NO ADVANCING.
           ACCEPT WS-DESP-CRITERIO.
           MOVE FUNCTION UPPER-CASE(WS-DESP-CRITERIO)
             TO WS-DESP-CRITERIO.

           IF WS-DESP-CRITERIO NOT = 'V'
             AND WS-DESP-CRITERIO NOT = 'P'
             AND WS-DESP-CRITERIO NOT = 'Q'
             DISPLAY "Critério inválido; rateando por valor."
             MOVE 'V' TO WS-DESP-CRITERIO
           END-IF.

      *    O cadastro não guarda peso: é informado por linha
           IF WS-DESP-CRITERIO = 'P'
             PERFORM INFORMAR-PESO-LINHA
               VARYING WS-IDX-SES FROM 1 BY 1
               UNTIL WS-IDX-SES > WS-QTD-SES
           END-IF.

           MOVE 0 TO WS-BASE-TOTAL.
           PERFORM CALCULAR-BASE-LINHA
             VARYING WS-IDX-SES FROM 1 BY 1
             UNTIL WS-IDX-SES > WS-QTD-SES.

      *    Sem base (valor ou peso zerados) rateia por quantidade
           IF WS-BASE-TOTAL = 0
             DISPLAY "Base de rateio zerada; rateando por quantidade."
             MOVE 'Q' TO WS-DESP-CRITERIO
             PERFORM CALCULAR-BASE-LINHA
               VARYING WS-IDX-SES FROM 1 BY 1
               UNTIL WS-IDX-SES > WS-QTD-SES
           END-IF.

           MOVE 0 TO WS-DESP-DISTRIBUIDO.
           PERFORM RATEAR-LINHA
             VARYING WS-IDX-SES FROM 1 BY 1
             UNTIL WS-IDX-SES > WS-QTD-SES.

      *    Despesa de transportadora com nota própria vira um título
      *    a pagar dela
           MOVE 0 TO WS-DESP-TRANSPORTADORA.
           MOVE SPACES TO WS-DESP-NF-TRANSP.
           MOVE 0 TO WS-DESP-TITULO.

           DISPLAY "Cobrada por transportadora em nota própria? "
             "(S/N): " WITH NO ADVANCING.
           ACCEPT WS-DESP-SEPARADA.
           MOVE FUNCTION UPPER-CASE(WS-DESP-SEPARADA)
             TO WS-DESP-SEPARADA.

           IF WS-DESP-SEPARADA = 'S'
             PERFORM GERAR-TITULO-DESPESA
           END-IF.

           PERFORM GRAVAR-LOG-DESPESA.

           PERFORM PERGUNTAR-OUTRA-DESPESA.

      *    Retorna
           EXIT PARAGRAPH.


       PERGUNTAR-OUTRA-DESPESA.
           DISPLAY "Lançar outra despesa? (S/N): " WITH NO ADVANCING.
           ACCEPT WS-OUTRA-DESPESA.
           MOVE FUNCTION UPPER-CASE(WS-OUTRA-DESPESA)
             TO WS-OUTRA-DESPESA.

      *    Retorna
           EXIT PARAGRAPH.


       MARCAR-LINHA-ELEGIVEL.
           IF WS-DESP-NF-MERC = SPACES
             OR WS-SES-NOTA-FISCAL(WS-IDX-SES) = WS-DESP-NF-MERC
             MOVE 'S' TO WS-SES-ELEGIVEL(WS-IDX-SES)
             ADD 1 TO WS-QTD-ELEGIVEIS
             IF WS-PRIMEIRA-ELEGIVEL = 0
               MOVE WS-IDX-SES TO WS-PRIMEIRA-ELEGIVEL
             END-IF
             MOVE WS-IDX-SES TO WS-ULTIMA-ELEGIVEL
           ELSE
             MOVE 'N' TO WS-SES-ELEGIVEL(WS-IDX-SES)
           END-IF.


       INFORMAR-PESO-LINHA.
           IF WS-SES-ELEGIVEL(WS-IDX-SES) = 'S'
             DISPLAY "Peso em kg da linha " WS-IDX-SES " (produto "
               WS-SES-PRODUTO(WS-IDX-SES) "): " WITH NO ADVANCING
             ACCEPT WS-SES-PESO(WS-IDX-SES)
           END-IF.


       CALCULAR-BASE-LINHA.
           IF WS-SES-ELEGIVEL(WS-IDX-SES) = 'S'
             EVALUATE WS-DESP-CRITERIO
               WHEN 'V'
                 COMPUTE WS-SES-BASE(WS-IDX-SES) =
                   WS-SES-QTD-UNID(WS-IDX-SES)
                   * WS-SES-CUSTO-NOTA(WS-IDX-SES)
               WHEN 'P'
                 MOVE WS-SES-PESO(WS-IDX-SES)
                   TO WS-SES-BASE(WS-IDX-SES)
               WHEN OTHER
                 MOVE WS-SES-QTD-UNID(WS-IDX-SES)
                   TO WS-SES-BASE(WS-IDX-SES)
             END-EVALUATE
             ADD WS-SES-BASE(WS-IDX-SES) TO WS-BASE-TOTAL
           END-IF.


      *    Fatia proporcional de cada linha; a última fica com a
      *    diferença de arredondamento, para o rateio fechar no valor
      *    exato da despesa
       RATEAR-LINHA.
           IF WS-SES-ELEGIVEL(WS-IDX-SES) = 'S'
             IF WS-IDX-SES = WS-ULTIMA-ELEGIVEL
               COMPUTE WS-RATEIO-LINHA =
                 WS-DESP-VALOR - WS-DESP-DISTRIBUIDO
             ELSE
               COMPUTE WS-RATEIO-LINHA ROUNDED =
                 WS-DESP-VALOR * WS-SES-BASE(WS-IDX-SES)
                 / WS-BASE-TOTAL
             END-IF
             ADD WS-RATEIO-LINHA TO WS-DESP-DISTRIBUIDO
             ADD WS-RATEIO-LINHA TO WS-SES-RATEIO(WS-IDX-SES)
             MOVE WS-RATEIO-LINHA TO WS-RATEIO-EDIT
             DISPLAY "  Linha " WS-IDX-SES "  Produto "
               WS-SES-PRODUTO(WS-IDX-SES) "  "
               FUNCTION TRIM(WS-DESP-DESCRICAO) ": R$" WS-RATEIO-EDIT
           END-IF.


      *    Gera o título a pagar da transportadora pela despesa
       GERAR-TITULO-DESPESA.
           DISPLAY "Código da transportadora (cadastro de "
             "fornecedores): " WITH NO ADVANCING.
           ACCEPT WS-DESP-TRANSPORTADORA.

           DISPLAY "Nota fiscal / conhecimento da transportadora: "
             WITH NO ADVANCING.
           ACCEPT WS-DESP-NF-TRANSP.

           IF WS-DESP-TRANSPORTADORA = 0
             OR WS-DESP-NF-TRANSP = SPACES
             DISPLAY "Título da transportadora não gerado."
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe a data de vencimento AAAAMMDD: "
             WITH NO ADVANCING.
           ACCEPT WS-VENCIMENTO-NOTA.

           PERFORM LER-CONTROLE-CP.
           ADD 1 TO WS-ULTIMO-CP.

           PERFORM ABRE-ARQ-CONTAS-PAGAR.

           MOVE WS-ULTIMO-CP TO CP-NUMERO.
           MOVE WS-DESP-TRANSPORTADORA TO CP-FORNECEDOR.
           MOVE WS-DESP-NF-TRANSP TO CP-NOTA-FISCAL.
           MOVE WS-DESP-VALOR TO CP-VALOR.
           MOVE WS-DATA-RECEBIMENTO TO CP-DATA-EMISSAO.
           MOVE WS-VENCIMENTO-NOTA TO CP-DATA-VENCIMENTO.
           SET CP-ABERTO TO TRUE.
           MOVE 0 TO CP-DATA-PAGAMENTO.
           MOVE WS-SES-OC(WS-PRIMEIRA-ELEGIVEL) TO CP-OC-NUMERO.

           WRITE DETALHE-CONTA-PAGAR
             INVALID KEY
               DISPLAY "Erro ao gerar o título da transportadora!"

             NOT INVALID KEY
               PERFORM GRAVAR-CONTROLE-CP
               MOVE WS-ULTIMO-CP TO WS-DESP-TITULO
               MOVE WS-DESP-VALOR TO WS-VALOR-NOTA-EDIT
               DISPLAY "Título Nº " CP-NUMERO " gerado: R$"
                 WS-VALOR-NOTA-EDIT "  Vencimento: "
                 CP-DATA-VENCIMENTO
           END-WRITE.

           CLOSE IDX-CONTAS-PAGAR.

      *    Retorna
           EXIT PARAGRAPH.


       GRAVAR-LOG-DESPESA.
           OPEN EXTEND LOG-DESPESAS.
           IF WS-STATUS-DESP-FILE-NOT-FOUND
             OPEN OUTPUT LOG-DESPESAS
           END-IF.

           MOVE WS-DESP-VALOR TO WS-DESP-VALOR-TEXTO.

           MOVE SPACES TO WS-NOVA-LINHA-DESP.
           STRING
             WS-DATA-RECEBIMENTO              DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             WS-OPERADOR                      DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             FUNCTION TRIM(WS-DESP-DESCRICAO) DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             WS-DESP-CRITERIO                 DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             FUNCTION TRIM(WS-DESP-NF-MERC)   DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             WS-DESP-VALOR-TEXTO              DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             WS-DESP-TRANSPORTADORA           DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             FUNCTION TRIM(WS-DESP-NF-TRANSP) DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             WS-DESP-TITULO                   DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-DESP
           END-STRING.

           MOVE WS-NOVA-LINHA-DESP TO LINHA-DESPESA.
           WRITE LINHA-DESPESA.
           CLOSE LOG-DESPESAS.

      *    Retorna
           EXIT PARAGRAPH.


       APLICAR-CUSTO-DESEMBARQUE.
           IF WS-SES-RATEIO(WS-IDX-SES) > 0
             PERFORM AJUSTAR-CUSTO-LINHA
           END-IF.


      *    Soma o rateio da linha ao custo médio do produto: o valor
      *    em estoque cresce pelo rateio e o custo médio é o novo
      *    valor sobre o mesmo saldo; grava o custo desembarcado da
      *    linha no histórico de custos
       AJUSTAR-CUSTO-LINHA.
           PERFORM ABRE-ARQ-IDX.
           MOVE WS-SES-PRODUTO(WS-IDX-SES) TO PRODUTO-CODIGO.

           READ IDX-PRODUTOS KEY IS PRODUTO-CODIGO
             INVALID KEY
               DISPLAY "Produto " WS-SES-PRODUTO(WS-IDX-SES)
                 " não encontrado; rateio não aplicado."
               CLOSE IDX-PRODUTOS
               EXIT PARAGRAPH
           END-READ.

           MOVE PRODUTO-CUSTO-UNIT TO WS-CUSTO-ANTERIOR.

           COMPUTE WS-CUSTO-RATEIO-UNIT ROUNDED =
             WS-SES-RATEIO(WS-IDX-SES) / WS-SES-QTD-UNID(WS-IDX-SES).
           COMPUTE WS-CUSTO-DESEMBARQUE =
             WS-SES-CUSTO-NOTA(WS-IDX-SES) + WS-CUSTO-RATEIO-UNIT.

           IF PRODUTO-QTD-ESTOQUE > 0
             COMPUTE WS-CUSTO-MEDIO-NOVO ROUNDED =
               WS-CUSTO-ANTERIOR
               + WS-SES-RATEIO(WS-IDX-SES) / PRODUTO-QTD-ESTOQUE
           ELSE
             MOVE WS-CUSTO-DESEMBARQUE TO WS-CUSTO-MEDIO-NOVO
           END-IF.

           MOVE WS-CUSTO-MEDIO-NOVO TO PRODUTO-CUSTO-UNIT.
           REWRITE DETALHE-PRODUTO.
           CLOSE IDX-PRODUTOS.

           MOVE WS-CUSTO-ANTERIOR TO WS-CUSTO-ANT-EDIT.
           MOVE WS-CUSTO-MEDIO-NOVO TO WS-CUSTO-NOVO-EDIT.
           DISPLAY "Produto " WS-SES-PRODUTO(WS-IDX-SES)
             ": custo médio com despesas R$" WS-CUSTO-ANT-EDIT
             " -> R$" WS-CUSTO-NOVO-EDIT.

           PERFORM ABRE-ARQ-CUSTOS.

           MOVE SPACES TO WS-NOVA-LINHA-CUSTO.
           STRING
             WS-DATA-RECEBIMENTO              DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             WS-SES-PRODUTO(WS-IDX-SES)       DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             WS-SES-QTD-UNID(WS-IDX-SES)      DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             WS-CUSTO-DESEMBARQUE             DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             WS-CUSTO-ANTERIOR                DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             WS-CUSTO-MEDIO-NOVO              DELIMITED BY SIZE
             ";RATEIO"                        DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-CUSTO
           END-STRING.

           MOVE WS-NOVA-LINHA-CUSTO TO LINHA-CUSTO.
           WRITE LINHA-CUSTO.
           CLOSE LOG-CUSTOS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Compromete a quantidade recebida com as encomendas
      *    abertas do produto, na ordem de chegada (ordem dos números
      *    de encomenda); uma encomenda só é reservada quando o que
      *    sobrou do recebimento cobre a quantidade inteira, para o
      *    cliente não ser chamado por meia encomenda; ao final,
      *    lista os clientes a avisar
       RESERVAR-ENCOMENDAS.
      *    O que seguiu para outras lojas não fica para as encomendas
           COMPUTE WS-QTD-DISPONIVEL-ENC =
             WS-QTD-RECEBIDA-UNID - WS-QTD-DISTRIBUIDA.
           MOVE 0 TO WS-QTD-AVISOS.
           MOVE 'N' TO WS-EOF-ENC.

           PERFORM ABRE-ARQ-ENCOMENDAS.

           MOVE 0 TO ENC-NUMERO.
           START IDX-ENCOMENDAS KEY IS NOT LESS THAN ENC-NUMERO
             INVALID KEY
               MOVE 'S' TO WS-EOF-ENC
           END-START.

           PERFORM UNTIL WS-EOF-ENC = 'S'
             READ IDX-ENCOMENDAS NEXT RECORD INTO DETALHE-ENCOMENDA
               AT END
                 MOVE 'S' TO WS-EOF-ENC

               NOT AT END
                 IF ENC-ABERTA
                   AND ENC-PRODUTO = WS-OC-PRODUTO(WS-IDX-ACHADO)
                   AND ENC-QTD <= WS-QTD-DISPONIVEL-ENC
                   SET ENC-RESERVADA TO TRUE
                   MOVE WS-DATA-RECEBIMENTO TO ENC-DATA-STATUS
                   REWRITE DETALHE-ENCOMENDA

                   SUBTRACT ENC-QTD FROM WS-QTD-DISPONIVEL-ENC

                   IF WS-QTD-AVISOS = 0
                     DISPLAY "-----------------------------------"
                     DISPLAY " AVISAR CLIENTES (encomendas "
                       "reservadas)"
                     DISPLAY "-----------------------------------"
                   DISPLAY "Encomenda Nº " ENC-NUMERO ": "
                     ENC-NOME "  Tel: " ENC-TELEFONE
                   DISPLAY "  " ENC-QTD " x " ENC-DESCRICAO
                   PERFORM AVISAR-ENCOMENDA-RESERVADA
                 END-IF
             END-READ
           END-PERFORM.
           EXIT PARAGRAPH.


      *    Põe na fila de avisos a encomenda recém-reservada, para o
      *    cliente saber que pode buscar
       AVISAR-ENCOMENDA-RESERVADA.
           MOVE ENC-CLIENTE TO WS-AVISO-CLIENTE.
           MOVE ENC-TELEFONE TO WS-AVISO-TELEFONE.
           MOVE "ENCOMENDA" TO WS-AVISO-MODELO.
           MOVE ENC-NUMERO TO WS-AVISO-REFERENCIA.
           MOVE ENC-DESCRICAO TO WS-AVISO-CAMPO-1.
           MOVE ENC-QTD TO WS-AVISO-CAMPO-2.
           CALL "EnfileirarAviso" USING WS-AVISO-CLIENTE,
             WS-AVISO-TELEFONE, WS-AVISO-MODELO, WS-AVISO-REFERENCIA,
             WS-AVISO-CAMPO-1, WS-AVISO-CAMPO-2.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-ENCOMENDAS.
           OPEN I-O IDX-ENCOMENDAS.

           EXIT PARAGRAPH.


      *    Envia às lojas a parcela de cada uma numa OC de compra
      *    central, na ordem do plano (a parcela da sede vem por
      *    último): num recebimento parcial as lojas são atendidas
      *    primeiro. Cada envio vira uma transferência entre lojas em
      *    trânsito, com a linha de entrada depositada na caixa da
      *    loja destino, que a importa pela opção de importação
       DISTRIBUIR-COMPRA-CENTRAL.
           MOVE WS-QTD-RECEBIDA-UNID TO WS-QTD-A-DISTRIBUIR.
           MOVE 'N' TO WS-EOF-DIST.

           OPEN I-O IDX-DISTRIBUICAO.

      *    Sem plano gravado não há compra central a distribuir
           IF WS-STATUS-DIST-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-OC-NUMERO(WS-IDX-ACHADO) TO DC-OC.
           MOVE 0 TO DC-SEQ.
           START IDX-DISTRIBUICAO KEY IS NOT LESS THAN DC-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF-DIST
           END-START.

      *    Local de origem do produto, de onde a mercadoria sai
           PERFORM ABRE-ARQ-IDX.
           MOVE WS-OC-PRODUTO(WS-IDX-ACHADO) TO PRODUTO-CODIGO.
           MOVE 0 TO WS-LOCAL-DIST.
           READ IDX-PRODUTOS KEY IS PRODUTO-CODIGO
             NOT INVALID KEY
               MOVE PRODUTO-LOCAL TO WS-LOCAL-DIST
           END-READ.
           CLOSE IDX-PRODUTOS.

           PERFORM UNTIL WS-EOF-DIST = 'S'
             READ IDX-DISTRIBUICAO NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-DIST

               NOT AT END
                 IF DC-OC NOT = WS-OC-NUMERO(WS-IDX-ACHADO)
                   OR WS-QTD-A-DISTRIBUIR = 0
                   MOVE 'S' TO WS-EOF-DIST
                 ELSE
                   IF DC-PENDENTE
                     PERFORM ENVIAR-PARCELA-LOJA
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-DISTRIBUICAO.

      *    O que seguiu para as lojas sai do estoque da sede
           IF WS-QTD-DISTRIBUIDA > 0
             PERFORM DEBITAR-ESTOQUE-DISTRIBUIDO
             DISPLAY WS-QTD-DISTRIBUIDA " unidade(s) enviada(s) às "
               "lojas conforme o plano de distribuição."
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ENVIAR-PARCELA-LOJA.
           COMPUTE WS-SALDO-PARCELA =
             DC-QTD-PLANEJADA - DC-QTD-ENVIADA.

           IF WS-SALDO-PARCELA > WS-QTD-A-DISTRIBUIR
             MOVE WS-QTD-A-DISTRIBUIR TO WS-QTD-PARCELA
           ELSE
             MOVE WS-SALDO-PARCELA TO WS-QTD-PARCELA
           END-IF.

           SUBTRACT WS-QTD-PARCELA FROM WS-QTD-A-DISTRIBUIR.
           ADD WS-QTD-PARCELA TO DC-QTD-ENVIADA.
           IF DC-QTD-ENVIADA >= DC-QTD-PLANEJADA
             SET DC-ENVIADA TO TRUE
           END-IF.
           REWRITE DETALHE-DISTRIBUICAO.

      *    Parcela da própria sede: a mercadoria fica onde chegou
           IF FUNCTION TRIM(DC-LOJA-DIR) = FUNCTION TRIM(WS-ARCH-DIR)
             DISPLAY "Parcela da sede: " WS-QTD-PARCELA
               " unidade(s) permanecem no estoque."
             EXIT PARAGRAPH
           END-IF.

           ADD WS-QTD-PARCELA TO WS-QTD-DISTRIBUIDA.

      *    Gera o número e grava o documento em trânsito
           PERFORM LER-CONTROLE-TL.
           ADD 1 TO WS-ULTIMO-TL.
           PERFORM GRAVAR-CONTROLE-TL.

           PERFORM ABRE-ARQ-TRF-LOJAS.

           MOVE WS-ULTIMO-TL TO TL-NUMERO.
           MOVE WS-DATA-RECEBIMENTO TO TL-DATA.
           MOVE DC-PRODUTO TO TL-PRODUTO.
           MOVE DC-DESCRICAO TO TL-DESCRICAO.
           MOVE WS-QTD-PARCELA TO TL-QTD.
           MOVE DC-LOJA-DIR TO TL-DIR-DESTINO.
           MOVE WS-OPERADOR TO TL-OPERADOR.
           SET TL-EM-TRANSITO TO TRUE.
           MOVE 0 TO TL-DATA-RECEBIMENTO.

           WRITE DETALHE-TRF-LOJA
             INVALID KEY
               DISPLAY "Erro ao gravar o documento de transferência!"
           END-WRITE.

           CLOSE IDX-TRF-LOJAS.

      *    Deposita a linha de entrada na caixa da loja destino
      *    Máscara: <num>;<data>;<dir_origem>;<produto>;<descricao>;
      *             <qtd>
           MOVE SPACES TO WS-NOME-ENTRADA-LOJA.
           STRING
             FUNCTION TRIM(DC-LOJA-DIR)    DELIMITED BY SIZE
             "/transferencias-entrada.csv" DELIMITED BY SIZE
             INTO WS-NOME-ENTRADA-LOJA
           END-STRING.

           PERFORM ABRE-ARQ-ENTRADA-EXTEND.

           MOVE SPACES TO WS-NOVA-LINHA-ENTRADA.
           STRING
             TL-NUMERO                    DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             WS-DATA-RECEBIMENTO          DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             FUNCTION TRIM(WS-ARCH-DIR)   DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             TL-PRODUTO                   DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             TL-DESCRICAO                 DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             TL-QTD                       DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-ENTRADA
           END-STRING.

           MOVE WS-NOVA-LINHA-ENTRADA TO LINHA-ENTRADA-LOJA.
           WRITE LINHA-ENTRADA-LOJA.
           CLOSE ARQ-ENTRADA-LOJA.

      *    A saída para a loja entra no kardex, referenciando a OC
           MOVE DC-PRODUTO TO WS-MOV-CODIGO.
           MOVE "TRANSF-LOJA" TO WS-MOV-TIPO.
           COMPUTE WS-MOV-QTD = 0 - WS-QTD-PARCELA.
           MOVE WS-LOCAL-DIST TO WS-MOV-LOCAL.
           MOVE WS-OPERADOR TO WS-MOV-OPERADOR.
           MOVE SPACES TO WS-MOV-REF.
           STRING
             "OC"                         DELIMITED BY SIZE
             DC-OC                        DELIMITED BY SIZE
             INTO WS-MOV-REF
           END-STRING.
           PERFORM GRAVAR-MOVIMENTO-ESTOQUE.

           DISPLAY "Transferência entre lojas #" TL-NUMERO ": "
             WS-QTD-PARCELA " unidade(s) para "
             FUNCTION TRIM(DC-LOJA-DIR).

      *    Retorna
           EXIT PARAGRAPH.


      *    Debita do estoque da sede e do local de origem o total
      *    despachado para as lojas
       DEBITAR-ESTOQUE-DISTRIBUIDO.
           PERFORM ABRE-ARQ-IDX.
           MOVE WS-OC-PRODUTO(WS-IDX-ACHADO) TO PRODUTO-CODIGO.

           READ IDX-PRODUTOS KEY IS PRODUTO-CODIGO
             NOT INVALID KEY
               IF WS-QTD-DISTRIBUIDA > PRODUTO-QTD-ESTOQUE
                 MOVE 0 TO PRODUTO-QTD-ESTOQUE
               ELSE
                 SUBTRACT WS-QTD-DISTRIBUIDA FROM PRODUTO-QTD-ESTOQUE
               END-IF
               REWRITE DETALHE-PRODUTO
           END-READ.

           CLOSE IDX-PRODUTOS.

           PERFORM ABRE-ARQ-LOCAL.
           MOVE WS-OC-PRODUTO(WS-IDX-ACHADO) TO EL-CODIGO-PRODUTO.
           MOVE WS-LOCAL-DIST TO EL-CODIGO-LOCAL.

           READ IDX-ESTOQUE-LOCAL KEY IS EL-CHAVE
             NOT INVALID KEY
               IF WS-QTD-DISTRIBUIDA > EL-QTD-ESTOQUE
                 MOVE 0 TO EL-QTD-ESTOQUE
               ELSE
                 SUBTRACT WS-QTD-DISTRIBUIDA FROM EL-QTD-ESTOQUE
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


       LER-CONTROLE-TL.
           MOVE 0 TO WS-ULTIMO-TL.

           OPEN INPUT ARQ-CONTROLE-TL.

      *    Caso o arquivo de controle ainda não exista, começa do zero
           IF NOT WS-STATUS-CTL-FILE-NOT-FOUND
             READ ARQ-CONTROLE-TL INTO WS-ULTIMO-TL
               AT END
                 MOVE 0 TO WS-ULTIMO-TL
             END-READ
             CLOSE ARQ-CONTROLE-TL
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       GRAVAR-CONTROLE-TL.
           OPEN OUTPUT ARQ-CONTROLE-TL.

           MOVE WS-ULTIMO-TL TO LINHA-CONTROLE-TL.
           WRITE LINHA-CONTROLE-TL.

           CLOSE ARQ-CONTROLE-TL.

      *    Retorna
           EXIT PARAGRAPH.


       CONFIGURAR-CAMINHOS.
      *    Lê o diretório de dados configurado, com "../arch" como
      *    valor padrão quando a variável de ambiente não é definida
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/ordens-canceladas.log" DELIMITED BY SIZE
             INTO WS-PATH-CANCELAMENTOS
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
             "/avisos-embarque.idx" DELIMITED BY SIZE
             INTO WS-PATH-AVISOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/avisos-divergencias.log" DELIMITED BY SIZE
             INTO WS-PATH-DIVERGENCIAS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/despesas-recebimento.log" DELIMITED BY SIZE
             INTO WS-PATH-DESPESAS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/distribuicao-compras.idx" DELIMITED BY SIZE
             INTO WS-PATH-DISTRIBUICAO
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/transferencias-lojas.idx" DELIMITED BY SIZE
             INTO WS-PATH-TRF-LOJAS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/transferencias-lojas-controle.dat" DELIMITED BY SIZE
             INTO WS-PATH-CONTROLE-TL
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.

      *    ARCH_DIR longo demais para caber num dos caminhos: aborta em
      *    vez de operar sobre um caminho truncado e apontar para o

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-TRF-LOJAS.
           OPEN I-O IDX-TRF-LOJAS.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-TL-FILE-NOT-FOUND
             OPEN OUTPUT IDX-TRF-LOJAS
             CLOSE IDX-TRF-LOJAS
             PERFORM ABRE-ARQ-TRF-LOJAS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-ENTRADA-EXTEND.
           OPEN EXTEND ARQ-ENTRADA-LOJA.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-ENT-FILE-NOT-FOUND
             OPEN OUTPUT ARQ-ENTRADA-LOJA
             CLOSE ARQ-ENTRADA-LOJA
             PERFORM ABRE-ARQ-ENTRADA-EXTEND
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.

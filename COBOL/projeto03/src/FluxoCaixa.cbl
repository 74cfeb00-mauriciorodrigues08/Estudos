           AUTHOR. Maurício Rodrigues.

      *    Projeção de fluxo de caixa semana a semana: soma o que
      *    tem para entrar (saldos de fiado pelo vencimento, cheques
      *    em custódia pela data combinada para o depósito e a média
      *    diária de vendas do mês, de totais-periodo.idx) contra o
      *    que tem para sair (títulos de contas a pagar pelo
      *    vencimento e as ordens de compra em aberto, estimadas pelo
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-REC.

      *    Saldos de OC cancelados pelo supervisor (OrcamentoCompras)
           SELECT LOG-CANCELAMENTOS
             ASSIGN TO DYNAMIC WS-PATH-CANCELAMENTOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CANC.

           SELECT IDX-PRODUTOS
             ASSIGN TO DYNAMIC WS-PATH-PRODUTOS
             ORGANIZATION IS INDEXED
             FILE STATUS IS WS-STATUS-TOT
             RECORD KEY IS TOTAIS-CHAVE.

      *    Cheques em custódia (RegistrarCheque.cbl), a receber na
      *    data combinada para o depósito
           SELECT IDX-CHEQUES
             ASSIGN TO DYNAMIC WS-PATH-CHEQUES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-CHQ
             RECORD KEY IS CHQ-CUSTODIA.

       DATA DIVISION.
       FILE SECTION.
      *    Mesmo layout de DETALHE-FIADO em VendaFiado.cbl
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

      *    Mesmo layout de DETALHE-FORNECEDOR em CRUD.cbl
       FD IDX-FORNECEDORES.
           05 FORNECEDOR-NOME       PIC X(30).
           05 FORNECEDOR-CONTATO    PIC X(20).
           05 FORNECEDOR-PRAZO      PIC 9(03).
           05 FORNECEDOR-DOCUMENTO  PIC X(14).
           05 FORNECEDOR-BANCO      PIC 9(03).
           05 FORNECEDOR-AGENCIA    PIC X(05).
           05 FORNECEDOR-CONTA      PIC X(13).
           05 FORNECEDOR-CHAVE-PIX  PIC X(60).
           05 FILLER                PIC X(20).

      *    Mesmo layout de DETALHE-TOTAIS-PERIODO em ProcessarVendas
       FD IDX-TOTAIS-PERIODO.
           05 TOTAIS-VENDAS-ANO     PIC 9(05).
           05 TOTAIS-VALOR-ANO      PIC 9(07)V99.

      *    Mesmo layout de DETALHE-CHEQUE em RegistrarCheque.cbl
       FD IDX-CHEQUES.
       01 DETALHE-CHEQUE.
           05 CHQ-CUSTODIA          PIC 9(06).
           05 CHQ-CLIENTE           PIC 9(05).
           05 CHQ-BANCO             PIC 9(03).
           05 CHQ-AGENCIA           PIC X(05).
           05 CHQ-NUMERO            PIC X(10).
           05 CHQ-DOCUMENTO         PIC X(14).
           05 CHQ-VALOR             PIC 9(06)V99.
           05 CHQ-DATA-RECEBIMENTO  PIC 9(08).
           05 CHQ-DATA-DEPOSITO     PIC 9(08).
           05 CHQ-ORIGEM            PIC X(01).
           05 CHQ-REFERENCIA        PIC 9(06).
           05 CHQ-OPERADOR          PIC X(10).
           05 CHQ-SITUACAO          PIC X(01).
               88 CHQ-EM-CUSTODIA   VALUE 'C'.
               88 CHQ-DEPOSITADO    VALUE 'D'.
               88 CHQ-COMPENSADO    VALUE 'K'.
               88 CHQ-DEVOLVIDO     VALUE 'R'.
           05 CHQ-DATA-DEPOSITADO   PIC 9(08).
           05 CHQ-DATA-BAIXA        PIC 9(08).
           05 CHQ-MOTIVO-DEVOLUCAO  PIC X(30).
           05 CHQ-FIADO-GERADO      PIC 9(05).
           05 FILLER                PIC X(20).

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
                          WS-STATUS-PROD-OK
                          WS-STATUS-TOT-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-TOT.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-CHQ-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CHQ-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CHQ-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CHQ-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CHQ-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CHQ-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CHQ.

      *    Diretório de dados e caminhos, resolvidos via ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-CONTAS-PAGAR       PIC X(80).
       01 WS-PATH-ORDENS-COMPRA      PIC X(80).
       01 WS-PATH-RECEBIMENTOS       PIC X(80).
       01 WS-PATH-CANCELAMENTOS      PIC X(80).
       01 WS-PATH-PRODUTOS           PIC X(80).
       01 WS-PATH-FORNECEDORES       PIC X(80).
       01 WS-PATH-TOTAIS-PERIODO     PIC X(80).
       01 WS-PATH-CHEQUES            PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-VALOR-EDIT             PIC Z(8)9.99.
       01 WS-SALDO-EDIT             PIC +Z(9)9.99.

      * Orçamento de compras do mês (OrcamentoCompras), somado de
      * todas as categorias
       01 WS-CATEGORIA-TODAS        PIC X(15) VALUE SPACES.
       01 WS-MES-ORC                PIC 9(06).
       01 WS-SEM-CORTE-OC           PIC 9(05) VALUE 0.
       01 WS-ORC-ORCADO             PIC 9(08)V99.
       01 WS-ORC-COMPROMETIDO       PIC 9(08)V99.
       01 WS-ORC-RECEBIDO           PIC 9(08)V99.
       01 WS-ORC-LIVRE              PIC S9(09)V99.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "-----------------------------------".
      *    Entradas: saldos de fiado pelo vencimento
           PERFORM PROJETAR-RECEBIMENTOS-FIADO.

      *    Entradas: cheques em custódia pela data do depósito
           PERFORM PROJETAR-CHEQUES-CUSTODIA.

      *    Entradas: média diária de vendas do mês corrente
           PERFORM PROJETAR-VENDAS-MEDIAS.

             VARYING WS-IDX-SEM FROM 1 BY 1
             UNTIL WS-IDX-SEM > WS-QTD-SEMANAS.

      *    Quanto do orçamento de compras do mês ainda pode virar OC
           PERFORM IMPRIMIR-ORCAMENTO-COMPRAS.

           DISPLAY " ".

      *    Retorna
           EXIT PROGRAM.


       IMPRIMIR-ORCAMENTO-COMPRAS.
           MOVE WS-DATA-HOJE(1:6) TO WS-MES-ORC.

           CALL "ConsultarOrcamentoCompra" USING WS-CATEGORIA-TODAS,
             WS-MES-ORC, WS-SEM-CORTE-OC, WS-ORC-ORCADO,
             WS-ORC-COMPROMETIDO, WS-ORC-RECEBIDO.

           DISPLAY "-----------------------------------".
           DISPLAY " ORÇAMENTO DE COMPRAS DO MÊS " WS-MES-ORC(5:2)
             "/" WS-MES-ORC(1:4).

           IF WS-ORC-ORCADO = 0
             DISPLAY "Nenhum orçamento de compras definido no mês."
           END-IF.

           MOVE WS-ORC-ORCADO TO WS-VALOR-EDIT.
           DISPLAY "Orçado:             R$" WS-VALOR-EDIT.
           MOVE WS-ORC-COMPROMETIDO TO WS-VALOR-EDIT.
           DISPLAY "Comprometido (OCs): R$" WS-VALOR-EDIT.
           MOVE WS-ORC-RECEBIDO TO WS-VALOR-EDIT.
           DISPLAY "Recebido:           R$" WS-VALOR-EDIT.

           IF WS-ORC-ORCADO > 0
             COMPUTE WS-ORC-LIVRE = WS-ORC-ORCADO
               - WS-ORC-COMPROMETIDO - WS-ORC-RECEBIDO
             MOVE WS-ORC-LIVRE TO WS-SALDO-EDIT
             DISPLAY "Livre para comprar: R$" WS-SALDO-EDIT
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       MONTAR-SEMANAS.
           COMPUTE WS-SEM-INICIO(WS-IDX-SEM) =
             FUNCTION DATE-OF-INTEGER
           EXIT PARAGRAPH.


      *    Os cheques ainda não compensados (em custódia ou já
      *    depositados) entram como receita na data combinada para o
      *    depósito; o devolvido já voltou como saldo de fiado
       PROJETAR-CHEQUES-CUSTODIA.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT IDX-CHEQUES.

           IF WS-STATUS-CHQ-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-CHEQUES NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF CHQ-EM-CUSTODIA OR CHQ-DEPOSITADO
                   MOVE CHQ-DATA-DEPOSITO TO WS-DATA-EVENTO
                   PERFORM CLASSIFICAR-SEMANA-EVENTO
                   IF WS-SEMANA-DESTINO > 0
                     ADD CHQ-VALOR
                       TO WS-SEM-RECEITAS(WS-SEMANA-DESTINO)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-CHEQUES.

      *    Retorna
           EXIT PARAGRAPH.


      *    A média diária de vendas do mês (acumulado do fechamento
      *    dividido pelos dias corridos) entra como receita típica
      *    de cada semana projetada
      *    dias quando não cadastrado)
       PROJETAR-OCS-ABERTAS.
           PERFORM CARREGAR-SALDO-OCS.
           PERFORM DESCONTAR-CANCELAMENTOS-OC.

           IF WS-QTD-OCS = 0
             EXIT PARAGRAPH
           EXIT PARAGRAPH.


      *    Desconta os saldos de OC cancelados, que não serão mais
      *    entregues. O log tem a mesma máscara do de recebimentos
       DESCONTAR-CANCELAMENTOS-OC.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LOG-CANCELAMENTOS.

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
             "/cheques-custodia.idx" DELIMITED BY SIZE
             INTO WS-PATH-CHEQUES
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.

      *    ARCH_DIR longo demais para caber num dos caminhos: aborta em
      *    vez de operar sobre um caminho truncado e apontar para o

             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-REC.

      *    Saldos de OC cancelados pelo supervisor (OrcamentoCompras)
           SELECT LOG-CANCELAMENTOS
             ASSIGN TO DYNAMIC WS-PATH-CANCELAMENTOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CANC.

      *    Rascunho de sugestão gerado para o comprador, com nome
      *    marcado pela data da rodada
           SELECT CSV-SUGESTAO
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

      *    Mesmo layout de DETALHE-FORNECEDOR em CRUD.cbl,
      *    redeclarado aqui apenas para consulta
           05 FORNECEDOR-NOME       PIC X(30).
           05 FORNECEDOR-CONTATO    PIC X(20).
           05 FORNECEDOR-PRAZO      PIC 9(03).
           05 FORNECEDOR-DOCUMENTO  PIC X(14).
           05 FORNECEDOR-BANCO      PIC 9(03).
           05 FORNECEDOR-AGENCIA    PIC X(05).
           05 FORNECEDOR-CONTA      PIC X(13).
           05 FORNECEDOR-CHAVE-PIX  PIC X(60).
           05 FILLER                PIC X(20).

       FD CSV-ORDENS-COMPRA.
       01 LINHA-ORDEM-COMPRA        PIC X(100).
       FD LOG-RECEBIMENTOS.
       01 LINHA-RECEBIMENTO         PIC X(100).

       FD LOG-CANCELAMENTOS.
       01 LINHA-CANCELAMENTO        PIC X(100).

       FD CSV-SUGESTAO.
       01 LINHA-SUGESTAO            PIC X(120).

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
                          WS-STATUS-SUG-OK
       01 WS-PATH-FORNECEDORES       PIC X(80).
       01 WS-PATH-ORDENS-COMPRA      PIC X(80).
       01 WS-PATH-RECEBIMENTOS       PIC X(80).
       01 WS-PATH-CANCELAMENTOS      PIC X(80).
       01 WS-PATH-MOVIMENTOS         PIC X(80).
       01 WS-NOME-ARQUIVO-DIA        PIC X(80).
       01 WS-NOME-SUGESTAO           PIC X(80).
       01 WS-LIN-HORA               PIC X(08).
       01 WS-LIN-OPERADOR           PIC X(10).
       01 WS-LIN-CODIGO             PIC X(05).
       01 WS-LIN-QTD                PIC 9(05).
       01 WS-LIN-CODIGO-NUM         PIC 9(05).

      * Campos para desmembrar cada linha do log de movimentos
       01 WS-QTD-SUGESTOES          PIC 9(03).
       01 WS-NOVA-LINHA-SUG         PIC X(120).

      * Valor sugerido por categoria, conferido ao final contra o
      * saldo do orçamento de compras do mês (OrcamentoCompras)
       01 WS-QTD-CAT-SUG            PIC 9(03) VALUE 0.
       01 WS-IDX-CAT-SUG            PIC 9(03).
       01 WS-POS-CAT-SUG            PIC 9(03).
       01 WS-TABELA-CAT-SUG.
           05 WS-CAT-SUG OCCURS 50 TIMES.
             10 WS-CAT-SUG-NOME     PIC X(15).
             10 WS-CAT-SUG-VALOR    PIC 9(08)V99.
       01 WS-CATEGORIA-SUG          PIC X(15).
       01 WS-VALOR-SUG              PIC 9(08)V99.
       01 WS-MES-ORC                PIC 9(06).
       01 WS-SEM-CORTE-OC           PIC 9(05) VALUE 0.
       01 WS-ORC-ORCADO             PIC 9(08)V99.
       01 WS-ORC-COMPROMETIDO       PIC 9(08)V99.
       01 WS-ORC-RECEBIDO           PIC 9(08)V99.
       01 WS-ORC-SALDO              PIC S9(09)V99.
       01 WS-VALOR-SUG-EDIT         PIC ZZZZZZZ9.99.
       01 WS-ORC-SALDO-EDIT         PIC -ZZZZZZZ9.99.
       01 WS-QTD-AVISOS-ORC         PIC 9(03).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "-----------------------------------".

      *    Carrega o saldo em aberto das ordens de compra
           PERFORM CARREGAR-SALDO-OCS.
           PERFORM DESCONTAR-CANCELAMENTOS-OC.

      *    Descobre o fornecedor de cada produto vendido e ordena a
      *    tabela por fornecedor, para a saída sair agrupada
           CLOSE IDX-FORNECEDORES.
           CLOSE CSV-SUGESTAO.

      *    Confere a sugestão contra o orçamento de compras do mês
           MOVE WS-DATA-HOJE(1:6) TO WS-MES-ORC.
           MOVE 0 TO WS-QTD-AVISOS-ORC.
           PERFORM CONFERIR-ORCAMENTO-CATEGORIA
             VARYING WS-IDX-CAT-SUG FROM 1 BY 1
             UNTIL WS-IDX-CAT-SUG > WS-QTD-CAT-SUG.

           DISPLAY "-----------------------------------".
           IF WS-QTD-SUGESTOES = 0
             DISPLAY "Nenhum produto precisa de reposição para a "
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
               EXIT PARAGRAPH
           END-READ.

      *    Descontinuado vende o saldo e não é reposto; bloqueado
      *    não pode ser vendido: nenhum dos dois entra na sugestão
           IF NOT PRODUTO-ATIVO
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-MEDIA-DIARIA ROUNDED =
             WS-VEND-UNIDADES(WS-IDX-VEND) / WS-JANELA-DIAS.

           MOVE WS-NOVA-LINHA-SUG TO LINHA-SUGESTAO.
           WRITE LINHA-SUGESTAO.

           PERFORM ACUMULAR-VALOR-CATEGORIA.

      *    Retorna
           EXIT PARAGRAPH.


      *    Soma o valor a custo da sugestão corrente na categoria do
      *    produto
       ACUMULAR-VALOR-CATEGORIA.
           MOVE FUNCTION UPPER-CASE(PRODUTO-CATEGORIA)
             TO WS-CATEGORIA-SUG.
           COMPUTE WS-VALOR-SUG =
             WS-QTD-SUGERIDA * PRODUTO-CUSTO-UNIT.

           MOVE 0 TO WS-POS-CAT-SUG.
           PERFORM VARYING WS-IDX-CAT-SUG FROM 1 BY 1
             UNTIL WS-IDX-CAT-SUG > WS-QTD-CAT-SUG
               OR WS-POS-CAT-SUG > 0
             IF WS-CAT-SUG-NOME(WS-IDX-CAT-SUG) = WS-CATEGORIA-SUG
               MOVE WS-IDX-CAT-SUG TO WS-POS-CAT-SUG
             END-IF
           END-PERFORM.

           IF WS-POS-CAT-SUG = 0
             IF WS-QTD-CAT-SUG >= 50
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-QTD-CAT-SUG
             MOVE WS-QTD-CAT-SUG TO WS-POS-CAT-SUG
             MOVE WS-CATEGORIA-SUG TO WS-CAT-SUG-NOME(WS-POS-CAT-SUG)
             MOVE 0 TO WS-CAT-SUG-VALOR(WS-POS-CAT-SUG)
           END-IF.

           ADD WS-VALOR-SUG TO WS-CAT-SUG-VALOR(WS-POS-CAT-SUG).

      *    Retorna
           EXIT PARAGRAPH.


      *    Avisa quando o valor sugerido da categoria passa do saldo
      *    do orçamento do mês. É só um aviso: a aprovação do excesso
      *    é pedida na geração das OCs
       CONFERIR-ORCAMENTO-CATEGORIA.
           CALL "ConsultarOrcamentoCompra" USING
             WS-CAT-SUG-NOME(WS-IDX-CAT-SUG), WS-MES-ORC,
             WS-SEM-CORTE-OC, WS-ORC-ORCADO, WS-ORC-COMPROMETIDO,
             WS-ORC-RECEBIDO.

           IF WS-ORC-ORCADO > 0
             COMPUTE WS-ORC-SALDO = WS-ORC-ORCADO
               - WS-ORC-COMPROMETIDO - WS-ORC-RECEBIDO
             IF WS-CAT-SUG-VALOR(WS-IDX-CAT-SUG) > WS-ORC-SALDO
               IF WS-QTD-AVISOS-ORC = 0
                 DISPLAY "-----------------------------------"
               END-IF
               ADD 1 TO WS-QTD-AVISOS-ORC
               MOVE WS-CAT-SUG-VALOR(WS-IDX-CAT-SUG)
                 TO WS-VALOR-SUG-EDIT
               MOVE WS-ORC-SALDO TO WS-ORC-SALDO-EDIT
               DISPLAY "Atenção! Sugestão da categoria "
                 FUNCTION TRIM(WS-CAT-SUG-NOME(WS-IDX-CAT-SUG))
                 " (R$" FUNCTION TRIM(WS-VALOR-SUG-EDIT) ")"
               DISPLAY "  excede o saldo do orçamento de compras "
                 "do mês (R$" FUNCTION TRIM(WS-ORC-SALDO-EDIT) ")."
             END-IF
           END-IF.


      *    Busca o nome do fornecedor corrente para exibição, com o
      *    arquivo de fornecedores já aberto pelo chamador
       BUSCAR-NOME-FORNECEDOR.
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
             "/movimentos-estoque.log" DELIMITED BY SIZE
             INTO WS-PATH-MOVIMENTOS

       IDENTIFICATION DIVISION.
           PROGRAM-ID. ConsultarOrcamentoCompra.
           AUTHOR. Maurício Rodrigues.

      *    Subprograma do orçamento mensal de compras por categoria
      *    (open-to-buy): dado o mês (AAAAMM) e a categoria, devolve
      *    o valor orçado (OrcamentoCompras.cbl), o valor ainda
      *    comprometido nas OCs do mês em aberto e o valor já
      *    recebido dessas OCs, ambos a custo (custo de aquisição do
      *    produto vezes as unidades da embalagem de compra). OC
      *    cancelada libera o saldo que ainda estava em aberto.
      *    Categoria em branco soma todas as categorias. Quando o
      *    último número de OC é informado, só as OCs até ele entram
      *    no cálculo, para quem está gravando OCs novas na mesma
      *    rodada controlar o próprio acréscimo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-ORCAMENTO-COMPRAS
             ASSIGN TO DYNAMIC WS-PATH-ORCAMENTO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-ORC
             RECORD KEY IS ORC-CHAVE.

           SELECT CSV-ORDENS-COMPRA
             ASSIGN TO DYNAMIC WS-PATH-ORDENS-COMPRA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-OC.

           SELECT LOG-RECEBIMENTOS
             ASSIGN TO DYNAMIC WS-PATH-RECEBIMENTOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-REC.

      *    Saldos de OC cancelados (OrcamentoCompras.cbl), no mesmo
      *    formato dos cinco primeiros campos do log de recebimentos
           SELECT LOG-CANCELAMENTOS
             ASSIGN TO DYNAMIC WS-PATH-CANCELAMENTOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CAN.

           SELECT IDX-PRODUTOS
             ASSIGN TO DYNAMIC WS-PATH-PRODUTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-PROD
             RECORD KEY IS PRODUTO-CODIGO.

       DATA DIVISION.
       FILE SECTION.
      *    Mesmo layout de DETALHE-ORCAMENTO em OrcamentoCompras.cbl
       FD IDX-ORCAMENTO-COMPRAS.
       01 DETALHE-ORCAMENTO.
           05 ORC-CHAVE.
               10 ORC-MES           PIC 9(06).
               10 ORC-CATEGORIA     PIC X(15).
           05 ORC-VALOR             PIC 9(08)V99.
           05 ORC-OPERADOR          PIC X(10).
           05 ORC-DATA              PIC 9(08).
           05 FILLER                PIC X(10).

       FD CSV-ORDENS-COMPRA.
       01 LINHA-ORDEM-COMPRA        PIC X(100).

       FD LOG-RECEBIMENTOS.
       01 LINHA-RECEBIMENTO         PIC X(100).

       FD LOG-CANCELAMENTOS.
       01 LINHA-CANCELAMENTO        PIC X(100).

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
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-ORC-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-ORC-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-ORC-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-ORC-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-ORC-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-ORC-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-ORC.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-OC-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-OC-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-OC-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-OC-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-OC-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-OC-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-OC.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-REC-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-REC-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-REC-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-REC-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-REC-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-REC-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-REC.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-CAN-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CAN-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CAN-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CAN-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CAN-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CAN-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CAN.
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

      *    Diretório de dados e caminhos, resolvidos via ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-ORCAMENTO          PIC X(80).
       01 WS-PATH-ORDENS-COMPRA      PIC X(80).
       01 WS-PATH-RECEBIMENTOS       PIC X(80).
       01 WS-PATH-CANCELAMENTOS      PIC X(80).
       01 WS-PATH-PRODUTOS           PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-EOF                    PIC X(01).
       01 WS-CATEGORIA              PIC X(15).

      *    OCs do mês da categoria, com o valor a custo de cada
      *    embalagem de compra e o saldo ainda em aberto
       01 WS-QTD-OCS-MAX            PIC 9(03) VALUE 300.
       01 WS-QTD-OCS                PIC 9(03) VALUE 0.
       01 WS-IDX-OC                 PIC 9(03).
       01 WS-TABELA-OCS.
           05 WS-OC OCCURS 300 TIMES.
             10 WS-OC-NUMERO        PIC 9(05).
             10 WS-OC-QTD-ABERTA    PIC S9(06).
             10 WS-OC-VALOR-EMB     PIC 9(07)V99.
       01 WS-LINHA-LIDA             PIC X(100).
       01 WS-OC-NUM-X               PIC X(05).
       01 WS-OC-DATA-X              PIC X(08).
       01 WS-OC-COD-X               PIC X(05).
       01 WS-OC-DESC-X              PIC X(30).
       01 WS-OC-QTD-X               PIC X(05).
       01 WS-OC-NUMERO-LIDO         PIC 9(05).
       01 WS-OC-DATA-LIDA           PIC 9(08).
       01 WS-OC-QTD-LIDA            PIC 9(05).
       01 WS-FATOR                  PIC 9(03).

      *    Campos dos logs de recebimento e de cancelamento
      *    Máscara: <num_oc>;<data>;<operador>;<cod_produto>;<qtd>
       01 WS-REC-NUM-X              PIC X(05).
       01 WS-REC-DATA-X             PIC X(08).
       01 WS-REC-OPER-X             PIC X(10).
       01 WS-REC-COD-X              PIC X(05).
       01 WS-REC-QTD-X              PIC X(05).
       01 WS-REC-NUM                PIC 9(05).
       01 WS-REC-QTD                PIC 9(05).

       LINKAGE SECTION.
       01 LS-CATEGORIA              PIC X(15).
       01 LS-MES                    PIC 9(06).
       01 LS-ULTIMA-OC              PIC 9(05).
       01 LS-ORCADO                 PIC 9(08)V99.
       01 LS-COMPROMETIDO           PIC 9(08)V99.
       01 LS-RECEBIDO               PIC 9(08)V99.

       PROCEDURE DIVISION USING LS-CATEGORIA, LS-MES, LS-ULTIMA-OC,
           LS-ORCADO, LS-COMPROMETIDO, LS-RECEBIDO.
       MAIN.
           MOVE 0 TO LS-ORCADO.
           MOVE 0 TO LS-COMPROMETIDO.
           MOVE 0 TO LS-RECEBIDO.

           PERFORM CONFIGURAR-CAMINHOS.

           MOVE FUNCTION UPPER-CASE(LS-CATEGORIA) TO WS-CATEGORIA.

           PERFORM LER-ORCADO.
           PERFORM CARREGAR-OCS-MES.

           IF WS-QTD-OCS = 0
             EXIT PROGRAM
           END-IF.

      *    O recebido sai do aberto e entra no recebido; o cancelado
      *    só sai do aberto
           PERFORM APLICAR-RECEBIMENTOS.
           PERFORM APLICAR-CANCELAMENTOS.

           PERFORM SOMAR-COMPROMETIDO
             VARYING WS-IDX-OC FROM 1 BY 1
             UNTIL WS-IDX-OC > WS-QTD-OCS.

      *    Retorna
           EXIT PROGRAM.


      *    Valor orçado do mês: o da categoria, ou a soma de todas
      *    quando a categoria vem em branco
       LER-ORCADO.
           OPEN INPUT IDX-ORCAMENTO-COMPRAS.

           IF WS-STATUS-ORC-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           IF WS-CATEGORIA NOT = SPACES
             MOVE LS-MES TO ORC-MES
             MOVE WS-CATEGORIA TO ORC-CATEGORIA
             READ IDX-ORCAMENTO-COMPRAS KEY IS ORC-CHAVE
               NOT INVALID KEY
                 MOVE ORC-VALOR TO LS-ORCADO
             END-READ
             CLOSE IDX-ORCAMENTO-COMPRAS
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           MOVE LS-MES TO ORC-MES.
           MOVE SPACES TO ORC-CATEGORIA.
           START IDX-ORCAMENTO-COMPRAS KEY IS NOT LESS THAN ORC-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-ORCAMENTO-COMPRAS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF ORC-MES NOT = LS-MES
                   MOVE 'S' TO WS-EOF
                 ELSE
                   ADD ORC-VALOR TO LS-ORCADO
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-ORCAMENTO-COMPRAS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Carrega as OCs emitidas no mês para produtos da categoria
      *    Máscara do csv: <num>;<data>;<cod_produto>;<descricao>;
      *                    <qtd>;<cod_fornecedor>;<nome_fornecedor>
       CARREGAR-OCS-MES.
           MOVE 0 TO WS-QTD-OCS.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT CSV-ORDENS-COMPRA.

           IF WS-STATUS-OC-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT IDX-PRODUTOS.

           PERFORM UNTIL WS-EOF = 'S'
             READ CSV-ORDENS-COMPRA INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
                   INTO WS-OC-NUM-X, WS-OC-DATA-X, WS-OC-COD-X,
                     WS-OC-DESC-X, WS-OC-QTD-X
                 END-UNSTRING

                 IF WS-OC-NUM-X IS NUMERIC
                   AND WS-OC-DATA-X IS NUMERIC
                   MOVE WS-OC-NUM-X TO WS-OC-NUMERO-LIDO
                   MOVE WS-OC-DATA-X TO WS-OC-DATA-LIDA
                   IF WS-OC-DATA-LIDA(1:6) = LS-MES
                     AND (LS-ULTIMA-OC = 0
                       OR WS-OC-NUMERO-LIDO <= LS-ULTIMA-OC)
                     PERFORM INCLUIR-OC-MES
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE CSV-ORDENS-COMPRA.

           IF NOT WS-STATUS-PROD-FILE-NOT-FOUND
             CLOSE IDX-PRODUTOS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Confere a categoria do produto da OC e guarda o valor a
      *    custo da embalagem de compra
       INCLUIR-OC-MES.
           IF WS-STATUS-PROD-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-OC-COD-X TO PRODUTO-CODIGO.
           READ IDX-PRODUTOS KEY IS PRODUTO-CODIGO
             INVALID KEY
               EXIT PARAGRAPH
           END-READ.

           IF WS-CATEGORIA NOT = SPACES
             AND FUNCTION UPPER-CASE(PRODUTO-CATEGORIA)
                 NOT = WS-CATEGORIA
             EXIT PARAGRAPH
           END-IF.

           IF WS-QTD-OCS >= WS-QTD-OCS-MAX
             MOVE 'S' TO WS-EOF
             EXIT PARAGRAPH
           END-IF.

           MOVE PRODUTO-FATOR-COMPRA TO WS-FATOR.
           IF WS-FATOR = 0
             MOVE 1 TO WS-FATOR
           END-IF.

           MOVE WS-OC-QTD-X TO WS-OC-QTD-LIDA.

           ADD 1 TO WS-QTD-OCS.
           MOVE WS-OC-NUMERO-LIDO TO WS-OC-NUMERO(WS-QTD-OCS).
           MOVE WS-OC-QTD-LIDA TO WS-OC-QTD-ABERTA(WS-QTD-OCS).
           COMPUTE WS-OC-VALOR-EMB(WS-QTD-OCS) =
             PRODUTO-CUSTO-UNIT * WS-FATOR.

      *    Retorna
           EXIT PARAGRAPH.


       APLICAR-RECEBIMENTOS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LOG-RECEBIMENTOS.

      *    Caso o log ainda não exista, nada foi recebido
           IF WS-STATUS-REC-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ LOG-RECEBIMENTOS INTO WS-LINHA-LIDA
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

           CLOSE LOG-RECEBIMENTOS.

      *    Retorna
           EXIT PARAGRAPH.


       DESCONTAR-RECEBIDO.
           IF WS-OC-NUMERO(WS-IDX-OC) = WS-REC-NUM
             SUBTRACT WS-REC-QTD FROM WS-OC-QTD-ABERTA(WS-IDX-OC)
             COMPUTE LS-RECEBIDO = LS-RECEBIDO
               + WS-REC-QTD * WS-OC-VALOR-EMB(WS-IDX-OC)
           END-IF.


       APLICAR-CANCELAMENTOS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LOG-CANCELAMENTOS.

      *    Caso o log ainda não exista, nada foi cancelado
           IF WS-STATUS-CAN-FILE-NOT-FOUND
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
                 PERFORM DESCONTAR-CANCELADO
                   VARYING WS-IDX-OC FROM 1 BY 1
                   UNTIL WS-IDX-OC > WS-QTD-OCS
             END-READ
           END-PERFORM.

           CLOSE LOG-CANCELAMENTOS.

      *    Retorna
           EXIT PARAGRAPH.


       DESCONTAR-CANCELADO.
           IF WS-OC-NUMERO(WS-IDX-OC) = WS-REC-NUM
             SUBTRACT WS-REC-QTD FROM WS-OC-QTD-ABERTA(WS-IDX-OC)
           END-IF.


       SOMAR-COMPROMETIDO.
           IF WS-OC-QTD-ABERTA(WS-IDX-OC) > 0
             COMPUTE LS-COMPROMETIDO = LS-COMPROMETIDO
               + WS-OC-QTD-ABERTA(WS-IDX-OC)
               * WS-OC-VALOR-EMB(WS-IDX-OC)
           END-IF.


      *    Lê o diretório de dados configurado, com "../arch" como
      *    valor padrão quando a variável de ambiente não é definida
       CONFIGURAR-CAMINHOS.
           ACCEPT WS-ARCH-DIR FROM ENVIRONMENT "ARCH_DIR".
           IF WS-ARCH-DIR = SPACES
             MOVE "../arch" TO WS-ARCH-DIR
           END-IF.

           MOVE 'N' TO WS-CAMINHO-OVERFLOW.

           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/orcamento-compras.idx" DELIMITED BY SIZE
             INTO WS-PATH-ORCAMENTO
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/ordens-compra.csv" DELIMITED BY SIZE
             INTO WS-PATH-ORDENS-COMPRA
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/ordens-recebidas.log" DELIMITED BY SIZE
             INTO WS-PATH-RECEBIMENTOS
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

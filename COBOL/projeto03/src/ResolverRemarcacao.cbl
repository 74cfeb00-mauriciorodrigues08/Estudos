       IDENTIFICATION DIVISION.
           PROGRAM-ID. ResolverRemarcacao.
           AUTHOR. Maurício Rodrigues.

      *    Subprograma de remarcação por proximidade da validade:
      *    dado o produto, a sua categoria, a quantidade já reservada
      *    por linhas anteriores do carrinho, a quantidade da linha e
      *    o preço base (catálogo ou promoção), percorre os lotes do
      *    produto na mesma ordem vence-primeiro-sai-primeiro de
      *    BaixarLotes.cbl e precifica cada unidade pelo lote de onde
      *    ela vai sair: o lote a N dias do vencimento recebe o
      *    desconto da regra da categoria (Remarcacao.cbl) com o
      *    menor número de dias que ainda alcança N. Devolve o preço
      *    unitário médio da linha (zero quando nenhuma unidade foi
      *    remarcada), o maior percentual aplicado e a validade do
      *    primeiro lote remarcado. A categoria "*" vale para as
      *    categorias sem regra própria.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-REGRAS-REMARCACAO
             ASSIGN TO DYNAMIC WS-PATH-REGRAS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-REGRA
             RECORD KEY IS RR-CHAVE.

           SELECT IDX-LOTES
             ASSIGN TO DYNAMIC WS-PATH-LOTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-LOTE
             RECORD KEY IS LOTE-CHAVE.

       DATA DIVISION.
       FILE SECTION.
      *    Mesmo layout de DETALHE-REGRA-REMARCACAO em Remarcacao.cbl
       FD IDX-REGRAS-REMARCACAO.
       01 DETALHE-REGRA-REMARCACAO.
           05 RR-CHAVE.
               10 RR-CATEGORIA      PIC X(15).
               10 RR-DIAS           PIC 9(03).
           05 RR-PERCENTUAL         PIC 9(02).
           05 FILLER                PIC X(10).

      *    Mesmo layout de DETALHE-LOTE em BaixarLotes.cbl
       FD IDX-LOTES.
       01 DETALHE-LOTE.
           05 LOTE-CHAVE.
               10 LOTE-PRODUTO      PIC 9(05).
               10 LOTE-SEQ          PIC 9(04).
           05 LOTE-VALIDADE         PIC 9(08).
           05 LOTE-QTD-SALDO        PIC 9(05).
           05 LOTE-DATA-ENTRADA     PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-REGRA-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-REGRA-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-REGRA-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-REGRA-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-REGRA-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-REGRA-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-REGRA.
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

       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-REGRAS             PIC X(80).
       01 WS-PATH-LOTES              PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-EOF                    PIC X(01).
       01 WS-DATA-HOJE              PIC 9(08).
       01 WS-DIA-HOJE-INT           PIC 9(07).
       01 WS-CATEGORIA              PIC X(15).

      * Regras da categoria, em ordem crescente de dias
       01 WS-QTD-REGRAS             PIC 9(02) VALUE 0.
       01 WS-MAX-REGRAS             PIC 9(02) VALUE 20.
       01 WS-TABELA-REGRAS.
           05 WS-REGRA OCCURS 20 TIMES.
             10 WS-REGRA-DIAS       PIC 9(03).
             10 WS-REGRA-PERCENTUAL PIC 9(02).
       01 WS-IDX-REGRA              PIC 9(02).

      * Lotes do produto com saldo, ordenados por validade, como em
      * BaixarLotes.cbl
       01 WS-QTD-LOTES              PIC 9(02) VALUE 0.
       01 WS-MAX-LOTES              PIC 9(02) VALUE 50.
       01 WS-TABELA-LOTES.
           05 WS-LOTE OCCURS 50 TIMES.
             10 WS-LOTE-VALIDADE    PIC 9(08).
             10 WS-LOTE-SALDO       PIC 9(05).
       01 WS-IDX-LOTE               PIC 9(02).
       01 WS-IDX-LOTE2              PIC 9(02).
       01 WS-IDX-SWAP               PIC 9(02).
       01 WS-AUX-VALIDADE           PIC 9(08).
       01 WS-AUX-SALDO              PIC 9(05).
       01 WS-VALIDADE-ORDEM-A       PIC 9(08).
       01 WS-VALIDADE-ORDEM-B       PIC 9(08).

      * Consumo simulado da linha
       01 WS-QTD-PULAR              PIC 9(05).
       01 WS-QTD-RESTANTE           PIC 9(05).
       01 WS-QTD-DO-LOTE            PIC 9(05).
       01 WS-DIAS-VENCER            PIC S9(05).
       01 WS-PERCENTUAL-LOTE        PIC 9(02).
       01 WS-VALOR-LINHA            PIC 9(09)V9999.
       01 WS-PRECO-LOTE             PIC 9(04)V99.

       LINKAGE SECTION.
       01 LS-PRODUTO                PIC 9(05).
       01 LS-CATEGORIA              PIC X(15).
       01 LS-QTD-RESERVADA          PIC 9(05).
       01 LS-QTD                    PIC 9(05).
       01 LS-PRECO-BASE             PIC 9(04)V99.
       01 LS-PRECO-REMARCADO        PIC 9(04)V99.
       01 LS-PERCENTUAL             PIC 9(02).
       01 LS-VALIDADE-LOTE          PIC 9(08).

       PROCEDURE DIVISION USING LS-PRODUTO, LS-CATEGORIA,
           LS-QTD-RESERVADA, LS-QTD, LS-PRECO-BASE,
           LS-PRECO-REMARCADO, LS-PERCENTUAL, LS-VALIDADE-LOTE.
       MAIN.
           MOVE 0 TO LS-PRECO-REMARCADO.
           MOVE 0 TO LS-PERCENTUAL.
           MOVE 0 TO LS-VALIDADE-LOTE.

           IF LS-QTD = 0 OR LS-PRECO-BASE = 0
             EXIT PROGRAM
           END-IF.

           PERFORM CONFIGURAR-CAMINHOS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-DIA-HOJE-INT =
             FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).

      *    Regras da categoria do produto; sem regra própria, valem
      *    as regras gerais ("*")
           MOVE FUNCTION UPPER-CASE(LS-CATEGORIA) TO WS-CATEGORIA.
           PERFORM CARREGAR-REGRAS.
           IF WS-QTD-REGRAS = 0
             MOVE "*" TO WS-CATEGORIA
             PERFORM CARREGAR-REGRAS
           END-IF.

           IF WS-QTD-REGRAS = 0
             EXIT PROGRAM
           END-IF.

      *    Lotes do produto na ordem em que a baixa vai consumi-los
           PERFORM CARREGAR-LOTES-PRODUTO.
           IF WS-QTD-LOTES = 0
             EXIT PROGRAM
           END-IF.

           PERFORM ORDENAR-LOTES-VALIDADE.

      *    As unidades já reservadas por outras linhas do mesmo
      *    produto saem primeiro; a linha atual começa depois delas
           MOVE LS-QTD-RESERVADA TO WS-QTD-PULAR.
           MOVE LS-QTD TO WS-QTD-RESTANTE.
           MOVE 0 TO WS-VALOR-LINHA.

           PERFORM PRECIFICAR-LOTE
             VARYING WS-IDX-LOTE FROM 1 BY 1
             UNTIL WS-IDX-LOTE > WS-QTD-LOTES
               OR WS-QTD-RESTANTE = 0.

      *    Unidades além dos lotes (estoque anterior ao controle por
      *    lote) saem pelo preço base
           COMPUTE WS-VALOR-LINHA = WS-VALOR-LINHA
             + WS-QTD-RESTANTE * LS-PRECO-BASE.

           IF LS-PERCENTUAL = 0
             EXIT PROGRAM
           END-IF.

           COMPUTE LS-PRECO-REMARCADO ROUNDED =
             WS-VALOR-LINHA / LS-QTD.

           IF LS-PRECO-REMARCADO >= LS-PRECO-BASE
             MOVE 0 TO LS-PRECO-REMARCADO
             MOVE 0 TO LS-PERCENTUAL
             MOVE 0 TO LS-VALIDADE-LOTE
           END-IF.

      *    Retorna
           EXIT PROGRAM.


      *    Carrega as regras de WS-CATEGORIA em ordem crescente de
      *    dias (a ordem da chave)
       CARREGAR-REGRAS.
           MOVE 0 TO WS-QTD-REGRAS.

           OPEN INPUT IDX-REGRAS-REMARCACAO.
           IF NOT WS-STATUS-REGRA-OK
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CATEGORIA TO RR-CATEGORIA.
           MOVE 0 TO RR-DIAS.
           MOVE 'N' TO WS-EOF.
           START IDX-REGRAS-REMARCACAO KEY IS NOT LESS THAN RR-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-REGRAS-REMARCACAO NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF RR-CATEGORIA NOT = WS-CATEGORIA
                   OR WS-QTD-REGRAS >= WS-MAX-REGRAS
                   MOVE 'S' TO WS-EOF
                 ELSE
                   ADD 1 TO WS-QTD-REGRAS
                   MOVE RR-DIAS TO WS-REGRA-DIAS(WS-QTD-REGRAS)
                   MOVE RR-PERCENTUAL
                     TO WS-REGRA-PERCENTUAL(WS-QTD-REGRAS)
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-REGRAS-REMARCACAO.

      *    Retorna
           EXIT PARAGRAPH.


      *    Carrega em memória os lotes com saldo do produto
       CARREGAR-LOTES-PRODUTO.
           MOVE 0 TO WS-QTD-LOTES.

           OPEN INPUT IDX-LOTES.
           IF NOT WS-STATUS-LOTE-OK
             EXIT PARAGRAPH
           END-IF.

           MOVE LS-PRODUTO TO LOTE-PRODUTO.
           MOVE 0 TO LOTE-SEQ.
           MOVE 'N' TO WS-EOF.
           START IDX-LOTES KEY IS NOT LESS THAN LOTE-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-LOTES NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF LOTE-PRODUTO NOT = LS-PRODUTO
                   OR WS-QTD-LOTES >= WS-MAX-LOTES
                   MOVE 'S' TO WS-EOF
                 ELSE
                   IF LOTE-QTD-SALDO > 0
                     ADD 1 TO WS-QTD-LOTES
                     MOVE LOTE-VALIDADE
                       TO WS-LOTE-VALIDADE(WS-QTD-LOTES)
                     MOVE LOTE-QTD-SALDO
                       TO WS-LOTE-SALDO(WS-QTD-LOTES)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-LOTES.

      *    Retorna
           EXIT PARAGRAPH.


      *    Ordena os lotes por validade crescente (bolha simples);
      *    validade zerada (sem data) vai para o final da fila
       ORDENAR-LOTES-VALIDADE.
           IF WS-QTD-LOTES > 1
             PERFORM ORDENAR-LOTE-EXTERNA
               VARYING WS-IDX-LOTE FROM 1 BY 1
               UNTIL WS-IDX-LOTE >= WS-QTD-LOTES
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ORDENAR-LOTE-EXTERNA.
           PERFORM ORDENAR-LOTE-INTERNA
             VARYING WS-IDX-LOTE2 FROM 1 BY 1
             UNTIL WS-IDX-LOTE2 > WS-QTD-LOTES - WS-IDX-LOTE.


       ORDENAR-LOTE-INTERNA.
           COMPUTE WS-IDX-SWAP = WS-IDX-LOTE2 + 1.

      *    Validade 0 conta como a mais distante possível
           MOVE WS-LOTE-VALIDADE(WS-IDX-LOTE2)
             TO WS-VALIDADE-ORDEM-A.
           IF WS-VALIDADE-ORDEM-A = 0
             MOVE 99999999 TO WS-VALIDADE-ORDEM-A
           END-IF.
           MOVE WS-LOTE-VALIDADE(WS-IDX-SWAP)
             TO WS-VALIDADE-ORDEM-B.
           IF WS-VALIDADE-ORDEM-B = 0
             MOVE 99999999 TO WS-VALIDADE-ORDEM-B
           END-IF.

           IF WS-VALIDADE-ORDEM-A > WS-VALIDADE-ORDEM-B
             MOVE WS-LOTE-VALIDADE(WS-IDX-LOTE2) TO WS-AUX-VALIDADE
             MOVE WS-LOTE-SALDO(WS-IDX-LOTE2)    TO WS-AUX-SALDO

             MOVE WS-LOTE-VALIDADE(WS-IDX-SWAP)
               TO WS-LOTE-VALIDADE(WS-IDX-LOTE2)
             MOVE WS-LOTE-SALDO(WS-IDX-SWAP)
               TO WS-LOTE-SALDO(WS-IDX-LOTE2)

             MOVE WS-AUX-VALIDADE TO WS-LOTE-VALIDADE(WS-IDX-SWAP)
             MOVE WS-AUX-SALDO    TO WS-LOTE-SALDO(WS-IDX-SWAP)
           END-IF.


      *    Precifica as unidades da linha que saem do lote da posição
      *    corrente, depois de descontar as já reservadas
       PRECIFICAR-LOTE.
           MOVE WS-LOTE-SALDO(WS-IDX-LOTE) TO WS-QTD-DO-LOTE.

           IF WS-QTD-PULAR > 0
             IF WS-QTD-PULAR >= WS-QTD-DO-LOTE
               SUBTRACT WS-QTD-DO-LOTE FROM WS-QTD-PULAR
               EXIT PARAGRAPH
             END-IF
             SUBTRACT WS-QTD-PULAR FROM WS-QTD-DO-LOTE
             MOVE 0 TO WS-QTD-PULAR
           END-IF.

           IF WS-QTD-DO-LOTE > WS-QTD-RESTANTE
             MOVE WS-QTD-RESTANTE TO WS-QTD-DO-LOTE
           END-IF.

      *    Percentual da regra alcançada pelos dias até o vencimento
      *    do lote (lote sem validade nunca é remarcado)
           MOVE 0 TO WS-PERCENTUAL-LOTE.
           IF WS-LOTE-VALIDADE(WS-IDX-LOTE) > 0
             COMPUTE WS-DIAS-VENCER =
               FUNCTION INTEGER-OF-DATE(WS-LOTE-VALIDADE(WS-IDX-LOTE))
               - WS-DIA-HOJE-INT
             IF WS-DIAS-VENCER < 0
               MOVE 0 TO WS-DIAS-VENCER
             END-IF
             PERFORM LOCALIZAR-REGRA-DIAS
           END-IF.

           IF WS-PERCENTUAL-LOTE > 0
             COMPUTE WS-PRECO-LOTE ROUNDED =
               LS-PRECO-BASE * (100 - WS-PERCENTUAL-LOTE) / 100
             IF LS-VALIDADE-LOTE = 0
               MOVE WS-LOTE-VALIDADE(WS-IDX-LOTE) TO LS-VALIDADE-LOTE
             END-IF
             IF WS-PERCENTUAL-LOTE > LS-PERCENTUAL
               MOVE WS-PERCENTUAL-LOTE TO LS-PERCENTUAL
             END-IF
           ELSE
             MOVE LS-PRECO-BASE TO WS-PRECO-LOTE
           END-IF.

           COMPUTE WS-VALOR-LINHA = WS-VALOR-LINHA
             + WS-QTD-DO-LOTE * WS-PRECO-LOTE.
           SUBTRACT WS-QTD-DO-LOTE FROM WS-QTD-RESTANTE.

      *    Retorna
           EXIT PARAGRAPH.


      *    A regra que vale é a de menor número de dias que ainda
      *    alcança os dias até o vencimento (a mais agressiva)
       LOCALIZAR-REGRA-DIAS.
           PERFORM VARYING WS-IDX-REGRA FROM WS-QTD-REGRAS BY -1
             UNTIL WS-IDX-REGRA < 1
             IF WS-REGRA-DIAS(WS-IDX-REGRA) >= WS-DIAS-VENCER
               MOVE WS-REGRA-PERCENTUAL(WS-IDX-REGRA)
                 TO WS-PERCENTUAL-LOTE
             END-IF
           END-PERFORM.

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
             "/remarcacao-regras.idx" DELIMITED BY SIZE
             INTO WS-PATH-REGRAS
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

       IDENTIFICATION DIVISION.
           PROGRAM-ID. ResolverFaixaPreco.
           AUTHOR. Maurício Rodrigues.

      *    Subprograma de preço por faixa de quantidade: dado o
      *    produto, a classe do cliente (V-Varejo, A-Atacado,
      *    F-Funcionário; em branco vale varejo) e a quantidade,
      *    devolve o preço da maior faixa cuja quantidade mínima a
      *    quantidade alcança, e essa quantidade mínima. Sem faixa
      *    aplicável, devolve preço zero. As faixas são mantidas por
      *    FaixasPreco.cbl; quem chama decide entre o preço da faixa
      *    e o de catálogo/promoção (vale o menor)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FAIXAS-PRECO
             ASSIGN TO DYNAMIC WS-PATH-FAIXAS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-FAIXA
             RECORD KEY IS FAIXA-CHAVE.

       DATA DIVISION.
       FILE SECTION.
      *    Mesmo layout de DETALHE-FAIXA-PRECO em FaixasPreco.cbl
       FD IDX-FAIXAS-PRECO.
       01 DETALHE-FAIXA-PRECO.
           05 FAIXA-CHAVE.
               10 FAIXA-PRODUTO     PIC 9(05).
               10 FAIXA-CLASSE      PIC X(01).
               10 FAIXA-QTD-MINIMA  PIC 9(05).
           05 FAIXA-PRECO           PIC 9(04)V99.
           05 FILLER                PIC X(10).

       WORKING-STORAGE SECTION.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-FAIXA-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-FAIXA-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-FAIXA-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-FAIXA-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-FAIXA-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-FAIXA-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-FAIXA.

       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-FAIXAS             PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-EOF                    PIC X(01).
       01 WS-CLASSE                 PIC X(01).

       LINKAGE SECTION.
       01 LS-PRODUTO                PIC 9(05).
       01 LS-CLASSE                 PIC X(01).
       01 LS-QTD                    PIC 9(05).
       01 LS-PRECO-FAIXA            PIC 9(04)V99.
       01 LS-QTD-MINIMA             PIC 9(05).

       PROCEDURE DIVISION USING LS-PRODUTO, LS-CLASSE, LS-QTD,
           LS-PRECO-FAIXA, LS-QTD-MINIMA.
       MAIN.
           MOVE 0 TO LS-PRECO-FAIXA.
           MOVE 0 TO LS-QTD-MINIMA.

           PERFORM CONFIGURAR-CAMINHOS.

      *    Cliente não identificado ou sem classe compra como varejo
           MOVE LS-CLASSE TO WS-CLASSE.
           IF WS-CLASSE = SPACE
             MOVE 'V' TO WS-CLASSE
           END-IF.

           OPEN INPUT IDX-FAIXAS-PRECO.

      *    Sem arquivo de faixas, nenhum produto tem faixa
           IF NOT WS-STATUS-FAIXA-OK
             EXIT PROGRAM
           END-IF.

      *    Posiciona na primeira faixa do produto/classe; as faixas
      *    vêm em ordem crescente de quantidade mínima, então a
      *    última alcançada pela quantidade é a que vale
           MOVE LS-PRODUTO TO FAIXA-PRODUTO.
           MOVE WS-CLASSE TO FAIXA-CLASSE.
           MOVE 0 TO FAIXA-QTD-MINIMA.

           MOVE 'N' TO WS-EOF.
           START IDX-FAIXAS-PRECO KEY IS NOT LESS THAN FAIXA-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-FAIXAS-PRECO NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF FAIXA-PRODUTO NOT = LS-PRODUTO
                   OR FAIXA-CLASSE NOT = WS-CLASSE
                   OR FAIXA-QTD-MINIMA > LS-QTD
                   MOVE 'S' TO WS-EOF
                 ELSE
                   MOVE FAIXA-PRECO TO LS-PRECO-FAIXA
                   MOVE FAIXA-QTD-MINIMA TO LS-QTD-MINIMA
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-FAIXAS-PRECO.

      *    Retorna
           EXIT PROGRAM.


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

      *    ARCH_DIR longo demais para caber no caminho: aborta em vez
      *    de operar sobre um caminho truncado e apontar para o
      *    arquivo errado
           IF CAMINHO-OVERFLOW
             DISPLAY "Erro fatal! ARCH_DIR excede o tamanho suportado "
               "para montagem dos caminhos de arquivo!"
             EXIT PROGRAM
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.

      *    rodadas anteriores (marcador de corte persistido) e gera
      *    um arquivo de impressão com descrição, código de barras e
      *    preço novo - uma etiqueta por produto alterado, nunca a
      *    mesma alteração duas vezes. Na mesma rodada saem as
      *    etiquetas de remarcação por validade disparadas pela lista
      *    matinal de Remarcacao.cbl, uma por lote, com o preço
      *    remarcado, a validade do lote e o percentual.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CTRL.

      *    Remarcações por validade disparadas (Remarcacao.cbl) e o
      *    marcador de corte próprio delas
           SELECT LOG-REMARCACOES-ETIQ
             ASSIGN TO DYNAMIC WS-PATH-REMARC-ETIQ
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-REMARC.

           SELECT ARQ-CONTROLE-REMARC
             ASSIGN TO DYNAMIC WS-PATH-CONTROLE-REMARC
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CTRL-REMARC.

           SELECT IDX-PRODUTOS
             ASSIGN TO DYNAMIC WS-PATH-PRODUTOS
             ORGANIZATION IS INDEXED
       FD ARQ-CONTROLE-ETIQ.
       01 LINHA-CONTROLE-ETIQ       PIC 9(07).

       FD LOG-REMARCACOES-ETIQ.
       01 LINHA-REMARCACAO-ETIQ     PIC X(80).

       FD ARQ-CONTROLE-REMARC.
       01 LINHA-CONTROLE-REMARC     PIC 9(07).

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

       FD ARQ-ETIQUETAS.
       01 LINHA-ETIQUETA            PIC X(80).
                          WS-STATUS-ETIQ-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-ETIQ.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-REMARC-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-REMARC-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-REMARC-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-REMARC-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-REMARC-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-REMARC-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-REMARC.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-CTRL-REMARC-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CTRL-REMARC-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CTRL-REMARC-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CTRL-REMARC-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CTRL-REMARC-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CTRL-REMARC-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CTRL-REMARC.

      *    Diretório de dados e caminhos, resolvidos via ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-HIST-PRECOS        PIC X(80).
       01 WS-PATH-CONTROLE-ETIQ      PIC X(80).
       01 WS-PATH-PRODUTOS           PIC X(80).
       01 WS-PATH-REMARC-ETIQ        PIC X(80).
       01 WS-PATH-CONTROLE-REMARC    PIC X(80).
       01 WS-NOME-ETIQUETAS          PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.
       01 WS-IDX-ALT                PIC 9(03).
       01 WS-ACHOU-ALT              PIC X(01).

      * Marcador de corte do log de remarcações
       01 WS-REMARC-JA-IMPRESSAS    PIC 9(07).
       01 WS-REMARC-LIDAS           PIC 9(07).

      * Remarcações desde o corte, uma etiqueta por lote
      * Máscara: <data>;<produto>;<lote>;<validade>;<percentual>;
      *          <preço remarcado>
       01 WS-LINHA-REMARC-LIDA      PIC X(80).
       01 WS-REM-DATA-X             PIC X(08).
       01 WS-REM-CODIGO-X           PIC X(05).
       01 WS-REM-LOTE-X             PIC X(04).
       01 WS-REM-VALIDADE-X         PIC X(08).
       01 WS-REM-PERCENTUAL-X       PIC X(02).
       01 WS-REM-PRECO-X            PIC X(06).
       01 WS-REM-PRECO-NUM REDEFINES WS-REM-PRECO-X PIC 9(04)V99.

       01 WS-QTD-REMARCADOS         PIC 9(03) VALUE 0.
       01 WS-MAX-REMARCADOS         PIC 9(03) VALUE 300.
       01 WS-TABELA-REMARCADOS.
           05 WS-REM OCCURS 300 TIMES.
             10 WS-REM-CODIGO       PIC 9(05).
             10 WS-REM-VALIDADE     PIC 9(08).
             10 WS-REM-PERCENTUAL   PIC 9(02).
             10 WS-REM-PRECO        PIC 9(04)V99.
       01 WS-IDX-REM                PIC 9(03).

      * Montagem da etiqueta
       01 WS-PRECO-EDITADO          PIC ZZZ9.99.
       01 WS-NOVA-LINHA-ETIQ        PIC X(80).

           OPEN INPUT LOG-HIST-PRECOS.

      *    Sem histórico ainda: a rodada pode ter só remarcações
           IF WS-STATUS-HIST-FILE-NOT-FOUND
             MOVE 'S' TO WS-EOF
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             END-READ
           END-PERFORM.

           IF NOT WS-STATUS-HIST-FILE-NOT-FOUND
             CLOSE LOG-HIST-PRECOS
           END-IF.

      *    Varre as remarcações por validade posteriores ao corte
      *    próprio delas
           PERFORM COLETAR-REMARCACOES.

           IF WS-QTD-ALTERADOS = 0 AND WS-QTD-REMARCADOS = 0
             DISPLAY "Nenhuma alteração de preço nem remarcação "
               "desde a última rodada de etiquetas."
             DISPLAY " "
             EXIT PROGRAM
           END-IF.
             VARYING WS-IDX-ALT FROM 1 BY 1
             UNTIL WS-IDX-ALT > WS-QTD-ALTERADOS.

      *    Etiquetas de remarcação por validade
      *    Máscara: <cod_produto>;<descricao>;<barras>;<preco>;
      *             <validade>;<percentual>
           PERFORM GERAR-ETIQUETA-REMARCACAO
             VARYING WS-IDX-REM FROM 1 BY 1
             UNTIL WS-IDX-REM > WS-QTD-REMARCADOS.

           CLOSE IDX-PRODUTOS.
           CLOSE ARQ-ETIQUETAS.

      *    Avança os marcadores de corte: as linhas lidas nesta
      *    rodada nunca mais geram etiqueta
           MOVE WS-LINHAS-LIDAS TO WS-LINHAS-JA-IMPRESSAS.
           PERFORM GRAVAR-CONTROLE-ETIQUETAS.
           MOVE WS-REMARC-LIDAS TO WS-REMARC-JA-IMPRESSAS.
           PERFORM GRAVAR-CONTROLE-REMARCACAO.

           DISPLAY "Etiquetas geradas: " WS-QTD-ETIQUETAS.
           DISPLAY "Arquivo de impressão: " WS-NOME-ETIQUETAS.
               EXIT PARAGRAPH
           END-READ.

      *    Produto bloqueado não está à venda: não vai para a gôndola
           IF PRODUTO-BLOQUEADO
             EXIT PARAGRAPH
           END-IF.

           MOVE PRODUTO-PRECO-UNIT TO WS-PRECO-EDITADO.

           MOVE SPACES TO WS-NOVA-LINHA-ETIQ.
           EXIT PARAGRAPH.


      *    Lê o log de remarcações além do corte próprio dele e
      *    guarda cada lote remarcado para a etiqueta
       COLETAR-REMARCACOES.
           PERFORM LER-CONTROLE-REMARCACAO.

           MOVE 0 TO WS-REMARC-LIDAS.
           MOVE 0 TO WS-QTD-REMARCADOS.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT LOG-REMARCACOES-ETIQ.
           IF NOT WS-STATUS-REMARC-OK
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ LOG-REMARCACOES-ETIQ INTO WS-LINHA-REMARC-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 ADD 1 TO WS-REMARC-LIDAS
                 IF WS-REMARC-LIDAS > WS-REMARC-JA-IMPRESSAS
                   PERFORM COLETAR-LOTE-REMARCADO
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE LOG-REMARCACOES-ETIQ.

      *    Retorna
           EXIT PARAGRAPH.


       COLETAR-LOTE-REMARCADO.
           UNSTRING WS-LINHA-REMARC-LIDA DELIMITED BY ";"
             INTO WS-REM-DATA-X, WS-REM-CODIGO-X, WS-REM-LOTE-X,
               WS-REM-VALIDADE-X, WS-REM-PERCENTUAL-X, WS-REM-PRECO-X
           END-UNSTRING.

           IF WS-REM-CODIGO-X NOT NUMERIC
             OR WS-REM-PRECO-X NOT NUMERIC
             EXIT PARAGRAPH
           END-IF.

           IF WS-QTD-REMARCADOS >= WS-MAX-REMARCADOS
             DISPLAY "ATENÇÃO! Tabela de remarcações cheia: "
               "rode as etiquetas de novo para cobrir o restante."
             SUBTRACT 1 FROM WS-REMARC-LIDAS
             MOVE 'S' TO WS-EOF
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-REMARCADOS.
           MOVE WS-REM-CODIGO-X TO WS-REM-CODIGO(WS-QTD-REMARCADOS).
           MOVE WS-REM-VALIDADE-X
             TO WS-REM-VALIDADE(WS-QTD-REMARCADOS).
           MOVE WS-REM-PERCENTUAL-X
             TO WS-REM-PERCENTUAL(WS-QTD-REMARCADOS).
           MOVE WS-REM-PRECO-NUM TO WS-REM-PRECO(WS-QTD-REMARCADOS).

      *    Retorna
           EXIT PARAGRAPH.


      *    Gera a etiqueta do lote remarcado da posição corrente
       GERAR-ETIQUETA-REMARCACAO.
           MOVE WS-REM-CODIGO(WS-IDX-REM) TO PRODUTO-CODIGO.

           READ IDX-PRODUTOS KEY IS PRODUTO-CODIGO
             INVALID KEY
               EXIT PARAGRAPH
           END-READ.

           IF PRODUTO-BLOQUEADO
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-REM-PRECO(WS-IDX-REM) TO WS-PRECO-EDITADO.

           MOVE SPACES TO WS-NOVA-LINHA-ETIQ.
           STRING
             PRODUTO-CODIGO                DELIMITED BY SIZE
             ";"                           DELIMITED BY SIZE
             PRODUTO-DESCRICAO             DELIMITED BY SIZE
             ";"                           DELIMITED BY SIZE
             PRODUTO-BARRAS                DELIMITED BY SIZE
             ";"                           DELIMITED BY SIZE
             WS-PRECO-EDITADO              DELIMITED BY SIZE
             ";"                           DELIMITED BY SIZE
             WS-REM-VALIDADE(WS-IDX-REM)   DELIMITED BY SIZE
             ";"                           DELIMITED BY SIZE
             WS-REM-PERCENTUAL(WS-IDX-REM) DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-ETIQ
           END-STRING.

           MOVE WS-NOVA-LINHA-ETIQ TO LINHA-ETIQUETA.
           WRITE LINHA-ETIQUETA.
           ADD 1 TO WS-QTD-ETIQUETAS.

           DISPLAY "  " PRODUTO-CODIGO " " PRODUTO-DESCRICAO
             "  R$" WS-PRECO-EDITADO "  Val. "
             WS-REM-VALIDADE(WS-IDX-REM) " -"
             WS-REM-PERCENTUAL(WS-IDX-REM) "%".


       LER-CONTROLE-REMARCACAO.
           MOVE 0 TO WS-REMARC-JA-IMPRESSAS.

           OPEN INPUT ARQ-CONTROLE-REMARC.

      *    Caso o arquivo de controle ainda não exista, começa do zero
           IF NOT WS-STATUS-CTRL-REMARC-FILE-NOT-FOUND
             READ ARQ-CONTROLE-REMARC INTO WS-REMARC-JA-IMPRESSAS
               AT END
                 MOVE 0 TO WS-REMARC-JA-IMPRESSAS
             END-READ
             CLOSE ARQ-CONTROLE-REMARC
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       GRAVAR-CONTROLE-REMARCACAO.
           OPEN OUTPUT ARQ-CONTROLE-REMARC.

           MOVE WS-REMARC-JA-IMPRESSAS TO LINHA-CONTROLE-REMARC.
           WRITE LINHA-CONTROLE-REMARC.

           CLOSE ARQ-CONTROLE-REMARC.

      *    Retorna
           EXIT PARAGRAPH.


       LER-CONTROLE-ETIQUETAS.
           MOVE 0 TO WS-LINHAS-JA-IMPRESSAS.

             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/remarcacoes-etiquetas.log" DELIMITED BY SIZE
             INTO WS-PATH-REMARC-ETIQ
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/etiquetas-remarcacao-controle.dat" DELIMITED BY SIZE
             INTO WS-PATH-CONTROLE-REMARC
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.

      *    ARCH_DIR longo demais para caber num dos caminhos: aborta em
      *    vez de operar sobre um caminho truncado e apontar para o

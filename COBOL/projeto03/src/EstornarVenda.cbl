             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CTRL-VALE.

      *    Registro de emissão dos vales-troca, com o operador que
      *    emitiu (o cadastro do vale não guarda o operador)
           SELECT LOG-VALES-EMITIDOS
             ASSIGN TO DYNAMIC WS-PATH-VALES-EMITIDOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-VEM.

      *    Fila de triagem das mercadorias devolvidas: o item volta
      *    para o local de triagem aguardando inspeção, e só a
      *    decisão em Triagem.cbl o repõe na gôndola ou o baixa
           05 PRODUTO-CODIGO        PIC 9(05).
           05 PRODUTO-DESCRICAO     PIC X(30).
           05 PRODUTO-PRECO-UNIT    PIC 9(04)V99.
           05 PRODUTO-QTD-ESTOQUE   PIC 9(05).
           05 PRODUTO-QTD-MINIMA    PIC 9(05).
           05 PRODUTO-CATEGORIA     PIC X(15).
           05 PRODUTO-FORNECEDOR    PIC 9(05).
           05 PRODUTO-VALIDADE     PIC 9(08).
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

       FD LOG-AUDITORIA.
       01 LINHA-AUDITORIA           PIC X(100).
       FD ARQ-CONTROLE-VALE.
       01 LINHA-CONTROLE-VALE       PIC 9(06).

       FD LOG-VALES-EMITIDOS.
       01 LINHA-VALE-EMITIDO        PIC X(80).

      *    Mesmo layout de DETALHE-TRIAGEM em Triagem.cbl
       FD IDX-TRIAGEM.
       01 DETALHE-TRIAGEM.
                          WS-STATUS-CTRL-VALE-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CTRL-VALE.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-VEM-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-VEM-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-VEM-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-VEM-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-VEM-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-VEM-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-VEM.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-TRI-OK
       01 WS-PATH-AUDITORIA          PIC X(80).
       01 WS-PATH-ESTORNOS           PIC X(80).
       01 WS-PATH-VALES              PIC X(80).
       01 WS-PATH-VALES-EMITIDOS     PIC X(80).
       01 WS-PATH-CONTROLE-VALE      PIC X(80).
       01 WS-PATH-TRIAGEM            PIC X(80).
       01 WS-PATH-CONTROLE-TRI       PIC X(80).
       01 WS-NIVEL-QUALQUER         PIC 9(01) VALUE 0.
       01 WS-RESULTADO-VALIDACAO    PIC X(02).
       01 WS-CODIGO                 PIC 9(05).
       01 WS-QTD-ESTORNO            PIC 9(05).
       01 WS-MOTIVO                 PIC X(30).
       01 WS-NOVA-QTD               PIC 9(05).

      * Chave de busca da venda original, no mesmo formato do log
       01 WS-BUSCA-CODIGO           PIC X(05).
       01 WS-BUSCA-QTD              PIC X(05).

      * Campos para desmembrar cada linha do log de auditoria
       01 WS-LINHA-LIDA             PIC X(100).
       01 WS-AUD-HORA               PIC X(08).
       01 WS-AUD-OPERADOR           PIC X(10).
       01 WS-AUD-CODIGO             PIC X(05).
       01 WS-AUD-QTD                PIC X(05).

      * Posição (número da linha) da venda encontrada no log de
      * auditoria, usada como identificador único da venda para que o
       01 WS-EST-HORA               PIC X(08).
       01 WS-EST-OPERADOR           PIC X(10).
       01 WS-EST-CODIGO             PIC X(05).
       01 WS-EST-QTD                PIC X(05).
       01 WS-EST-MOTIVO             PIC X(30).
       01 WS-EST-LINHA              PIC X(06).

       01 WS-ULTIMO-VALE            PIC 9(06).
       01 WS-VALIDADE-VALE-INT      PIC 9(07).

      * Variáveis das séries devolvidas de produto controlado por
      * série: lidas e conferidas antes de qualquer atualização e
      * enviadas à triagem com a mercadoria (RegistrarSerie.cbl)
       01 WS-QTD-SE-MAX             PIC 9(03) VALUE 100.
       01 WS-QTD-SE                 PIC 9(03) VALUE 0.
       01 WS-IDX-SE                 PIC 9(03).
       01 WS-SERIES-ESTORNO.
           05 WS-SE-NUMERO          PIC X(20) OCCURS 100 TIMES.
       01 WS-SEQ-SERIE              PIC 9(03).
       01 WS-SERIE-DIGITADA         PIC X(20).
       01 WS-SERIE-REPETIDA         PIC X(01).
       01 WS-SERIES-OK              PIC X(01).
       01 WS-ACAO-SERIE             PIC X(01).
       01 WS-RESULTADO-SERIE        PIC X(02).
      *    Mesmo layout de LS-SERIE em RegistrarSerie.cbl
       01 WS-SERIE.
           05 WS-SER-NUMERO         PIC X(20).
           05 WS-SER-PRODUTO        PIC 9(05).
           05 WS-SER-SITUACAO       PIC X(01).
               88 WS-SER-EM-ESTOQUE VALUE 'E'.
               88 WS-SER-VENDIDA    VALUE 'V'.
               88 WS-SER-EM-TRIAGEM VALUE 'T'.
               88 WS-SER-DEFEITUOSA VALUE 'D'.
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

       LINKAGE SECTION.
       01 LS-STATUS-ESTORNO         PIC X(02).

             WITH NO ADVANCING.
           ACCEPT WS-QTD-ESTORNO.

      *    A pendência de triagem guarda até 999 unidades por
      *    devolução; acima disso o estorno é feito em partes
           IF WS-QTD-ESTORNO > 999
             DISPLAY "Quantidade acima de 999 unidades; estorne "
               "a devolução em partes."
             MOVE "ER" TO LS-STATUS-ESTORNO
             EXIT PROGRAM
           END-IF.

      *    Localiza a venda original no log de auditoria
           PERFORM BUSCAR-VENDA.

               EXIT PROGRAM

             NOT INVALID KEY
      *        Produto controlado por série: as séries das unidades
      *        devolvidas são conferidas antes de mexer no estoque
               IF PRODUTO-COM-SERIE
                 PERFORM COLETAR-SERIES-ESTORNO
                 IF WS-SERIES-OK NOT = 'S'
                   DISPLAY "Estorno cancelado!"
                   MOVE "ER" TO LS-STATUS-ESTORNO
                   CLOSE IDX-PRODUTOS
                   EXIT PROGRAM
                 END-IF
               END-IF

      *        Guarda o preço de catálogo para o valor padrão do
      *        vale-troca, antes do arquivo ser fechado
               MOVE PRODUTO-PRECO-UNIT TO WS-PRECO-ESTORNADO

      *        Registra a pendência de triagem da devolução
               PERFORM REGISTRAR-TRIAGEM

      *        As séries devolvidas seguem para a triagem junto
               PERFORM DEVOLVER-SERIE-TRIAGEM
                 VARYING WS-IDX-SE FROM 1 BY 1
                 UNTIL WS-IDX-SE > WS-QTD-SE
           END-READ.

           CLOSE IDX-PRODUTOS.
                   INTO WS-AUD-DATA, WS-AUD-HORA, WS-AUD-OPERADOR,
                     WS-AUD-CODIGO, WS-AUD-QTD

      *          A quantidade é comparada pelo valor, pois linhas
      *          gravadas antes da ampliação do campo têm 3 dígitos
                 IF WS-AUD-CODIGO = WS-BUSCA-CODIGO
                   AND FUNCTION NUMVAL(WS-AUD-QTD) = WS-QTD-ESTORNO
                   PERFORM VERIFICAR-JA-ESTORNADO
                   IF WS-JA-ESTORNADO NOT = 'S'
                     MOVE 'S' TO WS-ENCONTROU

             NOT INVALID KEY
               PERFORM GRAVAR-CONTROLE-VALE
               PERFORM REGISTRAR-EMISSAO-VALE
               MOVE WS-VALOR-VALE TO WS-VALOR-VALE-EDIT
               DISPLAY "Vale-troca Nº " VALE-NUMERO
                 " emitido: R$" WS-VALOR-VALE-EDIT
           EXIT PARAGRAPH.


      *    Registra a emissão do vale corrente (ainda no registro
      *    DETALHE-VALE) com o operador que o emitiu
      *    Máscara: <data>;<hora>;<operador>;<vale>;<cliente>;
      *             <valor>;<origem>
       REGISTRAR-EMISSAO-VALE.
           OPEN EXTEND LOG-VALES-EMITIDOS.
           IF WS-STATUS-VEM-FILE-NOT-FOUND
             OPEN OUTPUT LOG-VALES-EMITIDOS
           END-IF.

           MOVE SPACES TO LINHA-VALE-EMITIDO.
           STRING
             WS-DATA-ESTORNO         DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             WS-HORA-ESTORNO         DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             WS-OPERADOR             DELIMITED BY SPACE
             ";"                     DELIMITED BY SIZE
             VALE-NUMERO             DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             VALE-CLIENTE            DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             VALE-VALOR              DELIMITED BY SIZE
             ";ESTORNO"              DELIMITED BY SIZE
             INTO LINHA-VALE-EMITIDO
           END-STRING.
           WRITE LINHA-VALE-EMITIDO.

           CLOSE LOG-VALES-EMITIDOS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Grava a pendência de triagem da devolução corrente, para a
      *    inspeção decidir entre repor na gôndola e baixar
       REGISTRAR-TRIAGEM.
           EXIT PARAGRAPH.


      *    Lê a série de cada unidade devolvida: só aceita série
      *    vendida do mesmo produto, sem repetir. Série em branco
      *    desiste do estorno
       COLETAR-SERIES-ESTORNO.
           MOVE 'S' TO WS-SERIES-OK.
           MOVE 0 TO WS-QTD-SE.

           IF WS-QTD-ESTORNO > WS-QTD-SE-MAX
             DISPLAY "Produto controlado por série: estorne até "
               WS-QTD-SE-MAX " unidades por vez."
             MOVE 'N' TO WS-SERIES-OK
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Produto controlado por número de série.".
           PERFORM LER-SERIE-ESTORNO
             UNTIL WS-SERIES-OK NOT = 'S'
                OR WS-QTD-SE >= WS-QTD-ESTORNO.

      *    Retorna
           EXIT PARAGRAPH.


       LER-SERIE-ESTORNO.
           COMPUTE WS-SEQ-SERIE = WS-QTD-SE + 1.
           DISPLAY "Série da unidade devolvida " WS-SEQ-SERIE
             " (em branco desiste do estorno): " WITH NO ADVANCING.
           MOVE SPACES TO WS-SERIE-DIGITADA.
           ACCEPT WS-SERIE-DIGITADA.

           IF WS-SERIE-DIGITADA = SPACES
             MOVE 'N' TO WS-SERIES-OK
             EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-SERIE-DIGITADA)
             TO WS-SERIE-DIGITADA.

           MOVE 'N' TO WS-SERIE-REPETIDA.
           PERFORM VARYING WS-IDX-SE FROM 1 BY 1
             UNTIL WS-IDX-SE > WS-QTD-SE
             IF WS-SE-NUMERO(WS-IDX-SE) = WS-SERIE-DIGITADA
               MOVE 'S' TO WS-SERIE-REPETIDA
             END-IF
           END-PERFORM.

           IF WS-SERIE-REPETIDA = 'S'
             DISPLAY "Série já informada neste estorno!"
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-SERIE.
           MOVE WS-SERIE-DIGITADA TO WS-SER-NUMERO.
           MOVE 'C' TO WS-ACAO-SERIE.
           CALL "RegistrarSerie" USING WS-ACAO-SERIE, WS-SERIE,
             WS-RESULTADO-SERIE.

           IF WS-RESULTADO-SERIE NOT = "OK"
             DISPLAY "Série não encontrada!"
             EXIT PARAGRAPH
           END-IF.

           IF WS-SER-PRODUTO NOT = WS-CODIGO
             DISPLAY "Série pertence ao produto " WS-SER-PRODUTO "!"
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-SER-VENDIDA
             DISPLAY "Série não consta como vendida!"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Vendida em " WS-SER-DATA-VENDA
             " no recibo " WS-SER-RECIBO ".".

           ADD 1 TO WS-QTD-SE.
           MOVE WS-SERIE-DIGITADA TO WS-SE-NUMERO(WS-QTD-SE).

      *    Retorna
           EXIT PARAGRAPH.


       DEVOLVER-SERIE-TRIAGEM.
           MOVE SPACES TO WS-SERIE.
           MOVE WS-SE-NUMERO(WS-IDX-SE) TO WS-SER-NUMERO.
           MOVE WS-CODIGO TO WS-SER-PRODUTO.

           MOVE 'T' TO WS-ACAO-SERIE.
           CALL "RegistrarSerie" USING WS-ACAO-SERIE, WS-SERIE,
             WS-RESULTADO-SERIE.

           IF WS-RESULTADO-SERIE NOT = "OK"
             DISPLAY "Atenção! Série " WS-SE-NUMERO(WS-IDX-SE)
               " não pôde ser enviada à triagem."
           END-IF.


       ABRE-ARQ-TRIAGEM.
           OPEN I-O IDX-TRIAGEM.

             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/vales-emitidos.log" DELIMITED BY SIZE
             INTO WS-PATH-VALES-EMITIDOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/vale-controle.dat" DELIMITED BY SIZE
             INTO WS-PATH-CONTROLE-VALE

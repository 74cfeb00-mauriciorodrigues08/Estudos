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

      *    Mesmo layout de DETALHE-ESTOQUE-LOCAL em CRUD.cbl
       FD IDX-ESTOQUE-LOCAL.
       01 WS-LOCAL-TRIAGEM          PIC 9(02) VALUE 99.
       01 WS-LOCAL-DESTINO          PIC 9(02).
       01 WS-DELTA-LOCAL            PIC S9(06).
       01 WS-NOVA-QTD               PIC 9(05).
       01 WS-NOVA-LINHA-BAIXA       PIC X(120).

      *    Identificação do operador da decisão, validada contra o
       01 WS-MOV-OPERADOR           PIC X(10).
       01 WS-MOV-REF                PIC X(12).

      * Variáveis das séries da pendência de produto controlado por
      * série: cada unidade inspecionada volta ao estoque ou é
      * separada como defeituosa (RegistrarSerie.cbl)
       01 WS-PRODUTO-SERIE          PIC X(01).
       01 WS-QTD-SE-MAX             PIC 9(03) VALUE 100.
       01 WS-QTD-SE                 PIC 9(03) VALUE 0.
       01 WS-IDX-SE                 PIC 9(03).
       01 WS-SERIES-TRIAGEM.
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

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CONFIGURAR-CAMINHOS.
             "avaria): " WITH NO ADVANCING.
           ACCEPT WS-DECISAO.

           IF WS-DECISAO NOT = 1
             AND WS-DECISAO NOT = 2
             DISPLAY "Decisão inválida!"
             CLOSE IDX-TRIAGEM
             EXIT PARAGRAPH
           END-IF.

      *    Produto controlado por série: a decisão vale para as
      *    unidades cujas séries o inspetor confirmar
           PERFORM VERIFICAR-PRODUTO-SERIE.
           IF WS-PRODUTO-SERIE = 'S'
             PERFORM COLETAR-SERIES-TRIAGEM
             IF WS-SERIES-OK NOT = 'S'
               DISPLAY "Decisão cancelada!"
               CLOSE IDX-TRIAGEM
               EXIT PARAGRAPH
             END-IF
           END-IF.

           EVALUATE WS-DECISAO
             WHEN 1
               PERFORM REPOR-NA-GONDOLA
               SET TRI-REPOSTA TO TRUE
               MOVE 'E' TO WS-ACAO-SERIE

             WHEN 2
               PERFORM BAIXAR-PENDENCIA
               SET TRI-BAIXADA TO TRUE
               MOVE 'D' TO WS-ACAO-SERIE

             WHEN OTHER
               DISPLAY "Decisão inválida!"
               EXIT PARAGRAPH
           END-EVALUATE.

      *    Reposta volta a série ao estoque; baixada a separa como
      *    defeituosa
           IF WS-PRODUTO-SERIE = 'S'
             PERFORM DESTINAR-SERIE-TRIAGEM
               VARYING WS-IDX-SE FROM 1 BY 1
               UNTIL WS-IDX-SE > WS-QTD-SE
           END-IF.

           MOVE WS-DATA-HOJE TO TRI-DATA-DECISAO.
           MOVE WS-OPERADOR TO TRI-OPER-DECISAO.
           REWRITE DETALHE-TRIAGEM.
           EXIT PARAGRAPH.


       VERIFICAR-PRODUTO-SERIE.
           MOVE 'N' TO WS-PRODUTO-SERIE.

           OPEN INPUT IDX-PRODUTOS.
           MOVE TRI-PRODUTO TO PRODUTO-CODIGO.

           READ IDX-PRODUTOS KEY IS PRODUTO-CODIGO
             NOT INVALID KEY
               IF PRODUTO-COM-SERIE
                 MOVE 'S' TO WS-PRODUTO-SERIE
               END-IF
           END-READ.

           CLOSE IDX-PRODUTOS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Lê a série de cada unidade da pendência: só aceita série
      *    do produto que está aguardando a triagem, sem repetir.
      *    Série em branco desiste da decisão
       COLETAR-SERIES-TRIAGEM.
           MOVE 'S' TO WS-SERIES-OK.
           MOVE 0 TO WS-QTD-SE.

           IF TRI-QTD > WS-QTD-SE-MAX
             DISPLAY "Pendência com mais de " WS-QTD-SE-MAX
               " unidades com série; confira no cadastro de séries."
             MOVE 'N' TO WS-SERIES-OK
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Produto controlado por número de série.".
           PERFORM LER-SERIE-TRIAGEM
             UNTIL WS-SERIES-OK NOT = 'S'
                OR WS-QTD-SE >= TRI-QTD.

      *    Retorna
           EXIT PARAGRAPH.


       LER-SERIE-TRIAGEM.
           COMPUTE WS-SEQ-SERIE = WS-QTD-SE + 1.
           DISPLAY "Série da unidade " WS-SEQ-SERIE " de " TRI-QTD
             " (em branco desiste): " WITH NO ADVANCING.
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
             DISPLAY "Série já informada nesta decisão!"
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

           IF WS-SER-PRODUTO NOT = TRI-PRODUTO
             OR NOT WS-SER-EM-TRIAGEM
             DISPLAY "Série não está aguardando triagem para este "
               "produto!"
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-SE.
           MOVE WS-SERIE-DIGITADA TO WS-SE-NUMERO(WS-QTD-SE).

      *    Retorna
           EXIT PARAGRAPH.


       DESTINAR-SERIE-TRIAGEM.
           MOVE SPACES TO WS-SERIE.
           MOVE WS-SE-NUMERO(WS-IDX-SE) TO WS-SER-NUMERO.
           MOVE TRI-PRODUTO TO WS-SER-PRODUTO.

           CALL "RegistrarSerie" USING WS-ACAO-SERIE, WS-SERIE,
             WS-RESULTADO-SERIE.

           IF WS-RESULTADO-SERIE NOT = "OK"
             DISPLAY "Atenção! Série " WS-SE-NUMERO(WS-IDX-SE)
               " não pôde ser atualizada."
           END-IF.


      *    Reposição: a quantidade sai do local de triagem e volta ao
      *    local de origem do produto; o total do produto não muda
       REPOR-NA-GONDOLA.

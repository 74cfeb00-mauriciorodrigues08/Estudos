      *    Scorecard de desempenho por fornecedor: prazo médio da OC
      *    ao primeiro recebimento, fatia das OCs recebidas completas
      *    e taxa de devolução (valor devolvido sobre valor recebido
      *    em títulos), ranqueado do pior prazo para o melhor; traz
      *    também as divergências entre os avisos de embarque do
      *    fornecedor e as OCs

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             FILE STATUS IS WS-STATUS-FORN
             RECORD KEY IS FORNECEDOR-CODIGO.

      *    Divergências aviso de embarque x OC (PedidosFornecedor e
      *    Recebimento)
      *    Máscara: <data>;<num_oc>;<cod_fornecedor>;<cod_produto>;
      *             <tipo>;<qtd_oc>;<qtd_aviso>
           SELECT LOG-DIVERGENCIAS
             ASSIGN TO DYNAMIC WS-PATH-DIVERGENCIAS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-DIV.

       DATA DIVISION.
       FILE SECTION.
       FD CSV-ORDENS-COMPRA.
           05 FORNECEDOR-NOME       PIC X(30).
           05 FORNECEDOR-CONTATO    PIC X(20).
           05 FORNECEDOR-PRAZO      PIC 9(03).
           05 FORNECEDOR-DOCUMENTO  PIC X(14).
           05 FORNECEDOR-BANCO      PIC 9(03).
           05 FORNECEDOR-AGENCIA    PIC X(05).
           05 FORNECEDOR-CONTA      PIC X(13).
           05 FORNECEDOR-CHAVE-PIX  PIC X(60).
           05 FILLER                PIC X(20).

       FD LOG-DIVERGENCIAS.
       01 LINHA-DIVERGENCIA         PIC X(100).

       WORKING-STORAGE SECTION.
      *    Status de arquivo, com condições nominadas compartilhadas
                          WS-STATUS-FORN-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-FORN.
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

      *    Diretório de dados e caminhos dos arquivos, resolvidos
      *    via ARCH_DIR
       01 WS-PATH-DEVOLUCOES         PIC X(80).
       01 WS-PATH-CONTAS-PAGAR       PIC X(80).
       01 WS-PATH-FORNECEDORES       PIC X(80).
       01 WS-PATH-DIVERGENCIAS       PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-REC-NUM                PIC 9(05).
       01 WS-REC-QTD                PIC 9(05).
       01 WS-REC-DATA               PIC 9(08).
       01 WS-DIV-DATA-X             PIC X(08).
       01 WS-DIV-FORN-X             PIC X(05).

      * Tabela do scorecard por fornecedor
       01 WS-QTD-FORNS              PIC 9(03) VALUE 0.
             10 WS-FORN-VLR-RECEB   PIC 9(10)V99.
             10 WS-FORN-VLR-DEVOLV  PIC 9(10)V99.
             10 WS-FORN-MEDIA-DIAS  PIC 9(04)V9.
             10 WS-FORN-QTD-DIVERG  PIC 9(04).
       01 WS-IDX-FORN               PIC 9(03).
       01 WS-ACHOU-FORN             PIC X(01).
       01 WS-IDX-ACHADO             PIC 9(03).
           05 WS-AUX-VLR-RECEB      PIC 9(10)V99.
           05 WS-AUX-VLR-DEVOLV     PIC 9(10)V99.
           05 WS-AUX-MEDIA-DIAS     PIC 9(04)V9.
           05 WS-AUX-QTD-DIVERG     PIC 9(04).

      * Campos calculados e editados do relatório
       01 WS-DIAS-OC                PIC S9(05).
      *    fornecedor
           PERFORM ACUMULAR-TITULOS.
           PERFORM ACUMULAR-DEVOLUCOES.
           PERFORM ACUMULAR-DIVERGENCIAS.

      *    Calcula o prazo médio e ranqueia do pior para o melhor
           PERFORM CALCULAR-MEDIA
               MOVE 0 TO WS-FORN-VLR-RECEB(WS-QTD-FORNS)
               MOVE 0 TO WS-FORN-VLR-DEVOLV(WS-QTD-FORNS)
               MOVE 0 TO WS-FORN-MEDIA-DIAS(WS-QTD-FORNS)
               MOVE 0 TO WS-FORN-QTD-DIVERG(WS-QTD-FORNS)
               MOVE WS-QTD-FORNS TO WS-IDX-ACHADO
             END-IF
           END-IF.


      *    Soma o valor dos títulos gerados nos recebimentos por
      *    fornecedor (o lado "recebido" da taxa de devolução); os
      *    títulos de despesa operacional não têm ordem de compra e
      *    ficam de fora
       ACUMULAR-TITULOS.
           MOVE 'N' TO WS-EOF.

                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF CP-OC-NUMERO = 0
                   EXIT PERFORM CYCLE
                 END-IF
                 MOVE CP-FORNECEDOR TO WS-CODIGO-FORN
                 PERFORM LOCALIZAR-OU-CRIAR-FORN
                 ADD CP-VALOR TO WS-FORN-VLR-RECEB(WS-IDX-ACHADO)
           EXIT PARAGRAPH.


      *    Conta as divergências de aviso de embarque por fornecedor
       ACUMULAR-DIVERGENCIAS.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT LOG-DIVERGENCIAS.

           IF WS-STATUS-DIV-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ LOG-DIVERGENCIAS INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
                   INTO WS-DIV-DATA-X, WS-REC-NUM-X, WS-DIV-FORN-X
                 END-UNSTRING
                 IF WS-DIV-FORN-X IS NUMERIC
                   AND WS-DIV-FORN-X NOT = ZEROS
                   MOVE WS-DIV-FORN-X TO WS-CODIGO-FORN
                   PERFORM LOCALIZAR-OU-CRIAR-FORN
                   ADD 1 TO WS-FORN-QTD-DIVERG(WS-IDX-ACHADO)
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE LOG-DIVERGENCIAS.

      *    Retorna
           EXIT PARAGRAPH.


       CALCULAR-MEDIA.
           IF WS-FORN-QTD-COM-REC(WS-IDX-FORN) > 0
             COMPUTE WS-FORN-MEDIA-DIAS(WS-IDX-FORN) ROUNDED =
           DISPLAY "  Recebido: R$" WS-VLR-RECEB-EDIT
             "  Devolvido: R$" WS-VLR-DEVOLV-EDIT
             "  Taxa de devolução: " WS-TAXA-EDIT "%".
           DISPLAY "  Divergências aviso de embarque x OC: "
             WS-FORN-QTD-DIVERG(WS-IDX-FORN).
           DISPLAY " ".

      *    Retorna
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/avisos-divergencias.log" DELIMITED BY SIZE
             INTO WS-PATH-DIVERGENCIAS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.

      *    ARCH_DIR longo demais para caber num dos caminhos: aborta em
      *    vez de operar sobre um caminho truncado e apontar para o

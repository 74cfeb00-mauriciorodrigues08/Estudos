
      *    Contas a pagar dos fornecedores: os títulos nascem no
      *    recebimento de mercadorias (Recebimento.cbl, com a nota
      *    fiscal, o valor e o vencimento) e no lançamento de
      *    despesas operacionais (Despesas.cbl, com a categoria em
      *    despesas-titulos.idx); aqui ficam a baixa por pagamento e
      *    a agenda semanal, que mostra o que vence nos próximos dias
      *    e o que já está em atraso. Títulos mandados ao banco numa
      *    remessa (RemessaPagamentos.cbl) são baixados pelo retorno
      *    do banco e não aceitam baixa manual enquanto o aguardam.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             FILE STATUS IS WS-STATUS-FORN
             RECORD KEY IS FORNECEDOR-CODIGO.

           SELECT IDX-DESP-TITULOS
             ASSIGN TO DYNAMIC WS-PATH-DESP-TITULOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-DT
             RECORD KEY IS DT-TITULO.

           SELECT IDX-REMESSA-TITULOS
             ASSIGN TO DYNAMIC WS-PATH-REMESSA-TITULOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-RP
             RECORD KEY IS RP-TITULO.

       DATA DIVISION.
       FILE SECTION.
      *    Mesmo layout de DETALHE-CONTA-PAGAR em Recebimento.cbl
           05 FORNECEDOR-NOME       PIC X(30).
           05 FORNECEDOR-CONTATO    PIC X(20).
           05 FORNECEDOR-PRAZO      PIC 9(03).
           05 FORNECEDOR-DOCUMENTO  PIC X(14).
           05 FORNECEDOR-BANCO      PIC 9(03).
           05 FORNECEDOR-AGENCIA    PIC X(05).
           05 FORNECEDOR-CONTA      PIC X(13).
           05 FORNECEDOR-CHAVE-PIX  PIC X(60).
           05 FILLER                PIC X(20).

      *    Mesmo layout de DETALHE-DESP-TITULO em Despesas.cbl
       FD IDX-DESP-TITULOS.
       01 DETALHE-DESP-TITULO.
           05 DT-TITULO             PIC 9(06).
           05 DT-CATEGORIA          PIC 9(03).
           05 DT-DESCRICAO          PIC X(30).
           05 DT-RECORRENTE         PIC 9(04).
           05 DT-MES-REFERENCIA     PIC 9(06).
           05 FILLER                PIC X(10).

      *    Mesmo layout de DETALHE-REMESSA-TITULO em RemessaPagamentos
       FD IDX-REMESSA-TITULOS.
       01 DETALHE-REMESSA-TITULO.
           05 RP-TITULO             PIC 9(06).
           05 RP-REMESSA            PIC 9(06).
           05 RP-DATA-REMESSA       PIC 9(08).
           05 RP-VALOR              PIC 9(08)V99.
           05 RP-SITUACAO           PIC X(01).
               88 RP-ENVIADO        VALUE 'E'.
               88 RP-PAGO           VALUE 'P'.
               88 RP-REJEITADO      VALUE 'R'.
           05 RP-OCORRENCIA         PIC X(02).
           05 RP-DATA-RETORNO       PIC 9(08).
           05 FILLER                PIC X(10).

       WORKING-STORAGE SECTION.
      *    Status de arquivo, com condições nominadas compartilhadas
                          WS-STATUS-FORN-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-FORN.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-DT-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-DT-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-DT-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-DT-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-DT-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-DT-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-DT.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-RP-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-RP-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-RP-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-RP-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-RP-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-RP-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-RP.

      *    Diretório de dados e caminhos, resolvidos via ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-CONTAS-PAGAR       PIC X(80).
       01 WS-PATH-FORNECEDORES       PIC X(80).
       01 WS-PATH-DESP-TITULOS       PIC X(80).
       01 WS-PATH-REMESSA-TITULOS    PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-NOME-FORNECEDOR        PIC X(30).
       01 WS-VALOR-EDIT             PIC Z(7)9.99.

      * Título de despesa operacional (sem mercadoria)
       01 WS-DESP-ABERTO            PIC X(01).
       01 WS-EH-DESPESA             PIC X(01).

      * Título enviado ao banco e ainda sem retorno
       01 WS-EM-REMESSA             PIC X(01).

      * Variáveis da agenda semanal de pagamentos
       01 WS-DATA-LIMITE            PIC 9(08).
       01 WS-DIAS-AGENDA            PIC 9(03).
             EXIT PARAGRAPH
           END-IF.

      *    Baixar aqui um título já mandado ao banco levaria a pagá-lo
      *    duas vezes; a baixa vem do retorno da remessa
           PERFORM VERIFICAR-REMESSA-TITULO.
           IF WS-EM-REMESSA = 'S'
             DISPLAY "Este título está na remessa " RP-REMESSA
               " enviada ao banco em " RP-DATA-REMESSA "!"
             DISPLAY "A baixa será feita pelo retorno do banco."
             CLOSE IDX-CONTAS-PAGAR
             EXIT PARAGRAPH
           END-IF.

           PERFORM ABRE-ARQ-FORN.
           PERFORM BUSCAR-NOME-FORNECEDOR.
           CLOSE IDX-FORNECEDORES.
           PERFORM ABRE-ARQ-DESP-TITULOS.
           PERFORM BUSCAR-DESPESA-TITULO.
           IF WS-DESP-ABERTO = 'S'
             CLOSE IDX-DESP-TITULOS
           END-IF.
           MOVE CP-VALOR TO WS-VALOR-EDIT.

           DISPLAY "Título Nº " CP-NUMERO
             "  NF " FUNCTION TRIM(CP-NOTA-FISCAL).
           DISPLAY "  Fornecedor: " WS-NOME-FORNECEDOR.
           IF WS-EH-DESPESA = 'S'
             DISPLAY "  Despesa: " DT-DESCRICAO
               "  Categoria: " DT-CATEGORIA
           END-IF.
           DISPLAY "  Valor: R$" WS-VALOR-EDIT
             "  Vencimento: " CP-DATA-VENCIMENTO.
           DISPLAY "Confirmar o pagamento? (S/N): "

           PERFORM ABRE-ARQ-CONTAS-PAGAR.
           PERFORM ABRE-ARQ-FORN.
           PERFORM ABRE-ARQ-DESP-TITULOS.

           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-CONTAS-PAGAR INTO DETALHE-CONTA-PAGAR

           CLOSE IDX-CONTAS-PAGAR.
           CLOSE IDX-FORNECEDORES.
           IF WS-DESP-ABERTO = 'S'
             CLOSE IDX-DESP-TITULOS
           END-IF.

           IF WS-CONTADOR = 0
             DISPLAY "Nenhum título vencido ou a vencer na janela."

       LISTAR-TITULO-AGENDA.
           PERFORM BUSCAR-NOME-FORNECEDOR.
           PERFORM BUSCAR-DESPESA-TITULO.
           MOVE CP-VALOR TO WS-VALOR-EDIT.

           IF CP-DATA-VENCIMENTO < WS-DATA-HOJE

           DISPLAY "  NF " FUNCTION TRIM(CP-NOTA-FISCAL)
             "  Fornecedor: " WS-NOME-FORNECEDOR.
           IF WS-EH-DESPESA = 'S'
             DISPLAY "  Despesa: " DT-DESCRICAO
               "  Categoria: " DT-CATEGORIA
             DISPLAY "  Valor: R$" WS-VALOR-EDIT
           ELSE
             DISPLAY "  Valor: R$" WS-VALOR-EDIT
               "  OC de origem: " CP-OC-NUMERO
           END-IF.
           DISPLAY " ".

      *    Retorna
           EXIT PARAGRAPH.


      *    Confere se o título corrente é uma despesa operacional,
      *    com o complemento já aberto pelo chamador (quando existe)
       BUSCAR-DESPESA-TITULO.
           MOVE 'N' TO WS-EH-DESPESA.

           IF WS-DESP-ABERTO = 'S'
             MOVE CP-NUMERO TO DT-TITULO
             READ IDX-DESP-TITULOS KEY IS DT-TITULO
               NOT INVALID KEY
                 MOVE 'S' TO WS-EH-DESPESA
             END-READ
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Confere se o título corrente aguarda o retorno de uma
      *    remessa; sem o arquivo de remessas, nenhum título foi
      *    mandado ao banco
       VERIFICAR-REMESSA-TITULO.
           MOVE 'N' TO WS-EM-REMESSA.

           OPEN INPUT IDX-REMESSA-TITULOS.
           IF NOT WS-STATUS-RP-OK
             EXIT PARAGRAPH
           END-IF.

           MOVE CP-NUMERO TO RP-TITULO.
           READ IDX-REMESSA-TITULOS KEY IS RP-TITULO
             NOT INVALID KEY
               IF RP-ENVIADO
                 MOVE 'S' TO WS-EM-REMESSA
               END-IF
           END-READ.

           CLOSE IDX-REMESSA-TITULOS.

      *    Retorna
           EXIT PARAGRAPH.


      *    O complemento só existe depois da primeira despesa lançada;
      *    sem ele todos os títulos são de mercadoria
       ABRE-ARQ-DESP-TITULOS.
           MOVE 'N' TO WS-DESP-ABERTO.

           OPEN INPUT IDX-DESP-TITULOS.
           IF WS-STATUS-DT-OK
             MOVE 'S' TO WS-DESP-ABERTO
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-CONTAS-PAGAR.
           OPEN I-O IDX-CONTAS-PAGAR.

             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/despesas-titulos.idx" DELIMITED BY SIZE
             INTO WS-PATH-DESP-TITULOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/remessa-pagamentos.idx" DELIMITED BY SIZE
             INTO WS-PATH-REMESSA-TITULOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.

      *    ARCH_DIR longo demais para caber num dos caminhos: aborta em
      *    vez de operar sobre um caminho truncado e apontar para o

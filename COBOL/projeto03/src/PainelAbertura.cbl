             FILE STATUS IS WS-STATUS-TOT
             RECORD KEY IS TOTAIS-CHAVE.

      *    Situação da última rodada do job noturno, gravada por
      *    ControleNoturno.cbl
           SELECT ARQ-CONTROLE-JOB
             ASSIGN TO DYNAMIC WS-PATH-CONTROLE-JOB
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CTL.

       DATA DIVISION.
       FILE SECTION.
       FD CSV-VENDAS-DO-DIA.
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

      *    Mesmo layout de DETALHE-LOTE em BaixarLotes.cbl
       FD IDX-LOTES.
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
           05 TOTAIS-VENDAS-ANO     PIC 9(05).
           05 TOTAIS-VALOR-ANO      PIC 9(07)V99.

       FD ARQ-CONTROLE-JOB.
       01 LINHA-CONTROLE-JOB        PIC X(100).

       WORKING-STORAGE SECTION.
      *    Status de arquivo, com condições nominadas compartilhadas
      *    via copybook (ex.: WS-STATUS-FILE-NOT-FOUND)
                          WS-STATUS-TOT-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-TOT.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-CTL-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CTL-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CTL-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CTL-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CTL-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CTL-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CTL.

      *    Diretório de dados e caminhos, resolvidos via ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-FIADOS             PIC X(80).
       01 WS-PATH-SUSPENSAS          PIC X(80).
       01 WS-PATH-TOTAIS-PERIODO     PIC X(80).
       01 WS-PATH-CONTROLE-JOB       PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-FICHA-ANTERIOR         PIC X(05).
       01 WS-VALOR-EDIT             PIC Z(7)9.99.

      * Campos da situação do job noturno
       01 WS-JOB-DATA               PIC X(08).
       01 WS-JOB-SITUACAO           PIC X(12).
       01 WS-JOB-DATA-FIM           PIC X(08).
       01 WS-JOB-HORA-FIM           PIC X(08).
       01 WS-JOB-QTD-OK             PIC X(03).
       01 WS-JOB-QTD-ERRO           PIC X(03).
       01 WS-JOB-QTD-PULADOS        PIC X(03).
       01 WS-JOB-ORDEM-ERRO         PIC X(03).
       01 WS-JOB-PROGRAMA-ERRO      PIC X(20).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CONFIGURAR-CAMINHOS.
           DISPLAY " PAINEL DE ABERTURA - " WS-DATA-HOJE.
           DISPLAY "===================================".

           PERFORM RESUMIR-JOB-NOTURNO.
           PERFORM RESUMIR-FECHAMENTO.
           PERFORM CONTAR-EXCECOES.
           PERFORM CONTAR-ESTOQUE-BAIXO.
           EXIT PROGRAM.


      *    Resultado da última rodada do job noturno: concluída,
      *    com falha em passos que não param a rodada, interrompida
      *    num passo com erro ou parada no meio
       RESUMIR-JOB-NOTURNO.
           OPEN INPUT ARQ-CONTROLE-JOB.
           IF NOT WS-STATUS-CTL-OK
             DISPLAY "Job noturno: nenhuma rodada registrada."
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO LINHA-CONTROLE-JOB.
           READ ARQ-CONTROLE-JOB
             AT END
               MOVE SPACES TO LINHA-CONTROLE-JOB
           END-READ.
           CLOSE ARQ-CONTROLE-JOB.

           UNSTRING LINHA-CONTROLE-JOB DELIMITED BY ";"
             INTO WS-JOB-DATA, WS-JOB-SITUACAO, WS-JOB-DATA-FIM,
                  WS-JOB-HORA-FIM, WS-JOB-QTD-OK, WS-JOB-QTD-ERRO,
                  WS-JOB-QTD-PULADOS, WS-JOB-ORDEM-ERRO,
                  WS-JOB-PROGRAMA-ERRO
           END-UNSTRING.

           EVALUATE WS-JOB-SITUACAO
             WHEN "CONCLUIDO"
               DISPLAY "Job noturno de " WS-JOB-DATA ": concluído às "
                 WS-JOB-HORA-FIM(1:2) ":" WS-JOB-HORA-FIM(3:2)
                 " (" WS-JOB-QTD-OK " passo(s) OK, "
                 WS-JOB-QTD-PULADOS " pulado(s))."

             WHEN "FALHOU"
               DISPLAY "JOB NOTURNO de " WS-JOB-DATA ": concluído "
                 "com " WS-JOB-QTD-ERRO " passo(s) com erro (o "
                 "primeiro: " WS-JOB-ORDEM-ERRO " "
                 FUNCTION TRIM(WS-JOB-PROGRAMA-ERRO) ")!"
               DISPLAY "  Veja job-noturno.log; o modo lote ainda "
                 "hoje repete só os passos com erro."

             WHEN "INTERROMPIDO"
               DISPLAY "JOB NOTURNO de " WS-JOB-DATA ": PAROU no "
                 "passo " WS-JOB-ORDEM-ERRO " "
                 FUNCTION TRIM(WS-JOB-PROGRAMA-ERRO) "!"
               DISPLAY "  Rode o modo lote de novo para retomar a "
                 "partir do passo com erro."

             WHEN "EM-ANDAMENTO"
               DISPLAY "JOB NOTURNO de " WS-JOB-DATA ": interrompido "
                 "no meio (sem término registrado)!"
               DISPLAY "  Rode o modo lote de novo para retomar."

             WHEN OTHER
               DISPLAY "Job noturno: nenhuma rodada registrada."
           END-EVALUATE.

      *    Retorna
           EXIT PARAGRAPH.


      *    Situação do fechamento: linhas ainda no arquivo do dia
      *    (vendas sem fechamento) e checkpoint parado no meio, além
      *    dos acumulados persistidos do período
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/job-noturno.ctl" DELIMITED BY SIZE
             INTO WS-PATH-CONTROLE-JOB
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.

      *    ARCH_DIR longo demais para caber num dos caminhos: aborta em
      *    vez de operar sobre um caminho truncado e apontar para o

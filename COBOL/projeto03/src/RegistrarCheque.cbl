       IDENTIFICATION DIVISION.
           PROGRAM-ID. RegistrarCheque.
           AUTHOR. Maurício Rodrigues.

      *    Cheque recebido como pagamento (no caixa, RealizarVenda.cbl,
      *    ou no recebimento de fiado, VendaFiado.cbl). Com a ação 'C'
      *    coleta e valida os dados do cheque (banco, agência, número,
      *    documento do emitente e a data combinada para o depósito);
      *    com a ação 'G' grava o cheque em custódia em
      *    cheques-custodia.idx, numerado por cheques-controle.dat. A
      *    coleta acontece antes do recibo e a gravação depois dele,
      *    para o cheque de uma venda ficar ligado ao número do
      *    recibo. A custódia é acompanhada por ChequesCustodia.cbl.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-CHEQUES
             ASSIGN TO DYNAMIC WS-PATH-CHEQUES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS
             RECORD KEY IS CHQ-CUSTODIA.

      *    Controle do último número de custódia
           SELECT ARQ-CONTROLE-CHEQUE
             ASSIGN TO DYNAMIC WS-PATH-CONTROLE-CHEQUE
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CTRL.

       DATA DIVISION.
       FILE SECTION.
      *    Cheque em custódia. Origem: 'V' venda no caixa (referência
      *    = recibo) ou 'F' pagamento de fiado (referência = código do
      *    fiado). Situação: 'C' em custódia, 'D' depositado, 'K'
      *    compensado, 'R' devolvido pelo banco (o valor volta a ser
      *    dívida do cliente no fiado CHQ-FIADO-GERADO)
       FD IDX-CHEQUES.
       01 DETALHE-CHEQUE.
           05 CHQ-CUSTODIA          PIC 9(06).
           05 CHQ-CLIENTE           PIC 9(05).
           05 CHQ-BANCO             PIC 9(03).
           05 CHQ-AGENCIA           PIC X(05).
           05 CHQ-NUMERO            PIC X(10).
           05 CHQ-DOCUMENTO         PIC X(14).
           05 CHQ-VALOR             PIC 9(06)V99.
           05 CHQ-DATA-RECEBIMENTO  PIC 9(08).
           05 CHQ-DATA-DEPOSITO     PIC 9(08).
           05 CHQ-ORIGEM            PIC X(01).
               88 CHQ-DE-VENDA      VALUE 'V'.
               88 CHQ-DE-FIADO      VALUE 'F'.
           05 CHQ-REFERENCIA        PIC 9(06).
           05 CHQ-OPERADOR          PIC X(10).
           05 CHQ-SITUACAO          PIC X(01).
               88 CHQ-EM-CUSTODIA   VALUE 'C'.
               88 CHQ-DEPOSITADO    VALUE 'D'.
               88 CHQ-COMPENSADO    VALUE 'K'.
               88 CHQ-DEVOLVIDO     VALUE 'R'.
           05 CHQ-DATA-DEPOSITADO   PIC 9(08).
           05 CHQ-DATA-BAIXA        PIC 9(08).
           05 CHQ-MOTIVO-DEVOLUCAO  PIC X(30).
           05 CHQ-FIADO-GERADO      PIC 9(05).
           05 FILLER                PIC X(20).

       FD ARQ-CONTROLE-CHEQUE.
       01 LINHA-CONTROLE-CHEQUE     PIC 9(06).

       WORKING-STORAGE SECTION.
      *    Status de arquivo, com condições nominadas compartilhadas
      *    via copybook (ex.: WS-STATUS-FILE-NOT-FOUND)
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-CTRL-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CTRL-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CTRL-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CTRL-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CTRL-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CTRL-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CTRL.

      *    Diretório de dados e caminhos, resolvidos via ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-CHEQUES            PIC X(80).
       01 WS-PATH-CONTROLE-CHEQUE    PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-DATA-HOJE              PIC 9(08).
       01 WS-ULTIMA-CUSTODIA        PIC 9(06).
       01 WS-ENTRADA-CAMPO          PIC X(20).
       01 WS-TAM-DOCUMENTO          PIC 9(02).
       01 WS-EH-DIA-UTIL            PIC X(01).
       01 WS-PROXIMO-DIA-UTIL       PIC 9(08).
       01 WS-VALOR-EDIT             PIC ZZZZZ9.99.

       LINKAGE SECTION.
       01 LS-ACAO                   PIC X(01).
      *    Dados do cheque trocados com o chamador; o chamador informa
      *    cliente, valor, origem, referência e operador (e pode
      *    sugerir o documento do cliente), esta rotina completa o
      *    resto e devolve o número de custódia na gravação
       01 LS-CHEQUE.
           05 LS-CHQ-CLIENTE        PIC 9(05).
           05 LS-CHQ-BANCO          PIC 9(03).
           05 LS-CHQ-AGENCIA        PIC X(05).
           05 LS-CHQ-NUMERO         PIC X(10).
           05 LS-CHQ-DOCUMENTO      PIC X(14).
           05 LS-CHQ-VALOR          PIC 9(06)V99.
           05 LS-CHQ-DATA-DEPOSITO  PIC 9(08).
           05 LS-CHQ-ORIGEM         PIC X(01).
           05 LS-CHQ-REFERENCIA     PIC 9(06).
           05 LS-CHQ-OPERADOR       PIC X(10).
           05 LS-CHQ-CUSTODIA       PIC 9(06).
       01 LS-RESULTADO              PIC X(02).

       PROCEDURE DIVISION USING LS-ACAO, LS-CHEQUE, LS-RESULTADO.
       MAIN.
           PERFORM CONFIGURAR-CAMINHOS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "ER" TO LS-RESULTADO.

           EVALUATE LS-ACAO
             WHEN 'C'
               PERFORM COLETAR-DADOS-CHEQUE
             WHEN 'G'
               PERFORM GRAVAR-CHEQUE-CUSTODIA
           END-EVALUATE.

      *    Retorna
           EXIT PROGRAM.


      *    Coleta os dados do cheque; qualquer dado inválido devolve
      *    "ER" e o chamador volta à escolha da forma de pagamento
       COLETAR-DADOS-CHEQUE.
           DISPLAY "Informe o código do banco do cheque: "
             WITH NO ADVANCING.
           ACCEPT LS-CHQ-BANCO.
           IF LS-CHQ-BANCO = 0
             DISPLAY "Erro! Banco do cheque não informado!"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe a agência: " WITH NO ADVANCING.
           MOVE SPACES TO LS-CHQ-AGENCIA.
           ACCEPT LS-CHQ-AGENCIA.

           DISPLAY "Informe o número do cheque: " WITH NO ADVANCING.
           MOVE SPACES TO LS-CHQ-NUMERO.
           ACCEPT LS-CHQ-NUMERO.
           IF LS-CHQ-NUMERO = SPACES
             DISPLAY "Erro! Número do cheque não informado!"
             EXIT PARAGRAPH
           END-IF.

      *    O documento do cliente vem sugerido; cheque de terceiro
      *    leva o CPF/CNPJ de quem o emitiu
           DISPLAY "Informe o CPF/CNPJ do emitente, só números ["
             LS-CHQ-DOCUMENTO "]: " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA-CAMPO.
           ACCEPT WS-ENTRADA-CAMPO.
           IF WS-ENTRADA-CAMPO NOT = SPACES
             MOVE WS-ENTRADA-CAMPO TO LS-CHQ-DOCUMENTO
           END-IF.

           MOVE 0 TO WS-TAM-DOCUMENTO.
           INSPECT LS-CHQ-DOCUMENTO TALLYING WS-TAM-DOCUMENTO
             FOR CHARACTERS BEFORE INITIAL SPACE.
           IF (WS-TAM-DOCUMENTO NOT = 11
               AND WS-TAM-DOCUMENTO NOT = 14)
             OR LS-CHQ-DOCUMENTO(1:WS-TAM-DOCUMENTO) IS NOT NUMERIC
             DISPLAY "Erro! CPF/CNPJ do emitente deve ter 11 ou 14 "
               "dígitos!"
             EXIT PARAGRAPH
           END-IF.

      *    Cheque pré-datado: a data combinada para o depósito; em
      *    branco é cheque à vista, depositado no próximo dia útil
           DISPLAY "Informe a data para depósito AAAAMMDD (0 = à "
             "vista): " WITH NO ADVANCING.
           ACCEPT LS-CHQ-DATA-DEPOSITO.

           IF LS-CHQ-DATA-DEPOSITO = 0
             MOVE WS-DATA-HOJE TO LS-CHQ-DATA-DEPOSITO
           END-IF.

           IF LS-CHQ-DATA-DEPOSITO < WS-DATA-HOJE
             OR FUNCTION INTEGER-OF-DATE(LS-CHQ-DATA-DEPOSITO) = 0
             DISPLAY "Erro! Data para depósito inválida!"
             EXIT PARAGRAPH
           END-IF.

      *    Domingo ou feriado rola para o próximo dia útil, quando o
      *    banco recebe o depósito
           CALL "DiaUtil" USING LS-CHQ-DATA-DEPOSITO,
             WS-EH-DIA-UTIL, WS-PROXIMO-DIA-UTIL.
           IF WS-EH-DIA-UTIL NOT = 'S'
             DISPLAY "Depósito em dia não útil; rolado para "
               WS-PROXIMO-DIA-UTIL "."
             MOVE WS-PROXIMO-DIA-UTIL TO LS-CHQ-DATA-DEPOSITO
           END-IF.

           MOVE "OK" TO LS-RESULTADO.

      *    Retorna
           EXIT PARAGRAPH.


      *    Grava o cheque em custódia com o próximo número do controle
       GRAVAR-CHEQUE-CUSTODIA.
           PERFORM LER-CONTROLE-CHEQUE.
           ADD 1 TO WS-ULTIMA-CUSTODIA.

           PERFORM ABRE-ARQ-CHEQUES.

           MOVE SPACES TO DETALHE-CHEQUE.
           MOVE WS-ULTIMA-CUSTODIA TO CHQ-CUSTODIA.
           MOVE LS-CHQ-CLIENTE TO CHQ-CLIENTE.
           MOVE LS-CHQ-BANCO TO CHQ-BANCO.
           MOVE LS-CHQ-AGENCIA TO CHQ-AGENCIA.
           MOVE LS-CHQ-NUMERO TO CHQ-NUMERO.
           MOVE LS-CHQ-DOCUMENTO TO CHQ-DOCUMENTO.
           MOVE LS-CHQ-VALOR TO CHQ-VALOR.
           MOVE WS-DATA-HOJE TO CHQ-DATA-RECEBIMENTO.
           MOVE LS-CHQ-DATA-DEPOSITO TO CHQ-DATA-DEPOSITO.
           MOVE LS-CHQ-ORIGEM TO CHQ-ORIGEM.
           MOVE LS-CHQ-REFERENCIA TO CHQ-REFERENCIA.
           MOVE LS-CHQ-OPERADOR TO CHQ-OPERADOR.
           SET CHQ-EM-CUSTODIA TO TRUE.
           MOVE 0 TO CHQ-DATA-DEPOSITADO.
           MOVE 0 TO CHQ-DATA-BAIXA.
           MOVE 0 TO CHQ-FIADO-GERADO.

           WRITE DETALHE-CHEQUE
             INVALID KEY
               DISPLAY "Erro ao registrar o cheque em custódia!"
               CLOSE IDX-CHEQUES
               EXIT PARAGRAPH
           END-WRITE.

           CLOSE IDX-CHEQUES.

           PERFORM GRAVAR-CONTROLE-CHEQUE.

           MOVE WS-ULTIMA-CUSTODIA TO LS-CHQ-CUSTODIA.
           MOVE "OK" TO LS-RESULTADO.

           MOVE LS-CHQ-VALOR TO WS-VALOR-EDIT.
           DISPLAY "Cheque em custódia Nº " WS-ULTIMA-CUSTODIA
             ": R$" WS-VALOR-EDIT " para depósito em "
             LS-CHQ-DATA-DEPOSITO ".".

      *    Retorna
           EXIT PARAGRAPH.


       LER-CONTROLE-CHEQUE.
           MOVE 0 TO WS-ULTIMA-CUSTODIA.

           OPEN INPUT ARQ-CONTROLE-CHEQUE.

      *    Caso o arquivo de controle ainda não exista, começa do zero
           IF NOT WS-STATUS-CTRL-FILE-NOT-FOUND
             READ ARQ-CONTROLE-CHEQUE INTO WS-ULTIMA-CUSTODIA
               AT END
                 MOVE 0 TO WS-ULTIMA-CUSTODIA
             END-READ
             CLOSE ARQ-CONTROLE-CHEQUE
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       GRAVAR-CONTROLE-CHEQUE.
           OPEN OUTPUT ARQ-CONTROLE-CHEQUE.

           MOVE WS-ULTIMA-CUSTODIA TO LINHA-CONTROLE-CHEQUE.
           WRITE LINHA-CONTROLE-CHEQUE.

           CLOSE ARQ-CONTROLE-CHEQUE.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-CHEQUES.
           OPEN I-O IDX-CHEQUES.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-FILE-NOT-FOUND
             OPEN OUTPUT IDX-CHEQUES
             CLOSE IDX-CHEQUES
             PERFORM ABRE-ARQ-CHEQUES
           END-IF.

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
             "/cheques-custodia.idx" DELIMITED BY SIZE
             INTO WS-PATH-CHEQUES
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/cheques-controle.dat" DELIMITED BY SIZE
             INTO WS-PATH-CONTROLE-CHEQUE
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

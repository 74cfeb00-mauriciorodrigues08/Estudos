       IDENTIFICATION DIVISION.
           PROGRAM-ID. ChequesCustodia.
           AUTHOR. Maurício Rodrigues.

      *    Acompanhamento dos cheques em custódia, registrados por
      *    RegistrarCheque.cbl no caixa e no recebimento de fiado:
      *    20 - lista diária dos cheques com depósito combinado até
      *         uma data, com a opção de marcá-los como depositados;
      *    21 - atualiza um cheque para depositado, compensado ou
      *         devolvido. O cheque devolvido reabre o valor como um
      *         fiado do cliente (FIADO-ORIGEM 'C', sem itens),
      *         sujeito ao limite e ao bloqueio de crédito aplicado
      *         por SituacaoCredito.cbl

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-CHEQUES
             ASSIGN TO DYNAMIC WS-PATH-CHEQUES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS
             RECORD KEY IS CHQ-CUSTODIA.

           SELECT IDX-FIADOS
             ASSIGN TO DYNAMIC WS-PATH-FIADOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-FIADO
             RECORD KEY IS FIADO-CODIGO.

           SELECT ARQ-CONTROLE-FIADO
             ASSIGN TO DYNAMIC WS-PATH-CONTROLE-FIADO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CTRL.

           SELECT IDX-CLIENTES
             ASSIGN TO DYNAMIC WS-PATH-CLIENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-CLI
             RECORD KEY IS CLIENTE-CODIGO.

       DATA DIVISION.
       FILE SECTION.
      *    Mesmo layout de DETALHE-CHEQUE em RegistrarCheque.cbl
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

      *    Mesmo layout de DETALHE-FIADO em VendaFiado.cbl
       FD IDX-FIADOS.
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
           05 FIADO-OPERADOR         PIC X(10).
           05 FIADO-DATA             PIC 9(08).
           05 FIADO-DATA-VENCIMENTO  PIC 9(08).
           05 FIADO-STATUS           PIC X(01).
               88 FIADO-ABERTO       VALUE 'A'.
               88 FIADO-QUITADO      VALUE 'P'.
               88 FIADO-CANCELADO    VALUE 'C'.
               88 FIADO-INCOBRAVEL   VALUE 'I'.

       FD ARQ-CONTROLE-FIADO.
       01 LINHA-CONTROLE-FIADO       PIC 9(05).

      *    Mesmo layout de DETALHE-CLIENTE em Clientes.cbl
       FD IDX-CLIENTES.
       01 DETALHE-CLIENTE.
           05 CLIENTE-CODIGO        PIC 9(05).
           05 CLIENTE-NOME          PIC X(30).
           05 CLIENTE-TELEFONE      PIC X(15).
           05 CLIENTE-DOCUMENTO     PIC X(14).
           05 CLIENTE-LIMITE        PIC 9(06)V99.
           05 CLIENTE-PONTOS        PIC 9(06).
           05 CLIENTE-SIT-CREDITO   PIC X(01).
           05 CLIENTE-ENDERECO      PIC X(40).
           05 CLIENTE-ISENTO-ENC    PIC X(01).
               88 ISENTO-ENCARGOS   VALUE 'S'.
           05 CLIENTE-CLASSE        PIC X(01).
               88 CLASSE-VAREJO     VALUE 'V' ' '.
               88 CLASSE-ATACADO    VALUE 'A'.
               88 CLASSE-FUNCIONARIO VALUE 'F'.
           05 FILLER                PIC X(20).

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
                          WS-STATUS-FIADO-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-FIADO-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-FIADO-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-FIADO-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-FIADO-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-FIADO-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-FIADO.
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
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-CLI-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CLI-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CLI-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CLI-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CLI-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CLI-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CLI.

      *    Diretório de dados e caminhos, resolvidos via ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-CHEQUES            PIC X(80).
       01 WS-PATH-FIADOS             PIC X(80).
       01 WS-PATH-CONTROLE-FIADO     PIC X(80).
       01 WS-PATH-CLIENTES           PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

      * Variáveis de Controle
       01 WS-EOF                    PIC X(01).
       01 WS-DATA-HOJE              PIC 9(08).
       01 WS-DATA-LIMITE            PIC 9(08).
       01 WS-CONTADOR               PIC 9(05).
       01 WS-CONTADOR-MARCADOS      PIC 9(05).
       01 WS-TOTAL-DEPOSITO         PIC 9(08)V99.
       01 WS-TOTAL-DEPOSITO-EDIT    PIC Z(7)9.99.
       01 WS-VALOR-EDIT             PIC ZZZZZ9.99.
       01 WS-CONFIRMA               PIC X(01).
       01 WS-OPERADOR               PIC X(10).
       01 WS-NIVEL-QUALQUER         PIC 9(01) VALUE 0.
       01 WS-RESULTADO-VALIDACAO    PIC X(02).

      * Variáveis da atualização de um cheque
       01 WS-CUSTODIA               PIC 9(06).
       01 WS-NOVA-SITUACAO          PIC X(01).
           88 NOVA-DEPOSITADO       VALUE 'D'.
           88 NOVA-COMPENSADO       VALUE 'K'.
           88 NOVA-DEVOLVIDO        VALUE 'R'.
       01 WS-SITUACAO-DESC          PIC X(12).

      * Variáveis do fiado gerado pela devolução: numerado pelo mesmo
      * controle de VendaFiado.cbl e conferido contra o limite do
      * cliente, somando o saldo de todos os fiados em aberto
       01 WS-ULTIMO-CODIGO          PIC 9(05).
       01 WS-FIADO-GERADO           PIC 9(05).
       01 WS-SALDO-CLIENTE          PIC 9(07)V99.
       01 WS-SALDO-CLIENTE-EDIT     PIC ZZZZZZ9.99.
       01 WS-LIMITE-EDIT            PIC ZZZZZ9.99.
       01 WS-CLIENTE-LIMITE         PIC 9(06)V99.
       01 WS-CLIENTE-NOME           PIC X(30).
       01 WS-EOF-SALDO              PIC X(01).

       LINKAGE SECTION.
       01 LS-OPCAO                  PIC 9(02).

       PROCEDURE DIVISION USING LS-OPCAO.
       MAIN.
           PERFORM CONFIGURAR-CAMINHOS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

      *    Switch da opção
           EVALUATE LS-OPCAO
             WHEN 20
               PERFORM LISTAR-CHEQUES-DEPOSITO

             WHEN 21
               PERFORM ATUALIZAR-CHEQUE
           END-EVALUATE.

      *    Retorna
           EXIT PROGRAM.


      *    Lista os cheques em custódia cujo depósito combinado vence
      *    até a data informada (hoje, por padrão), com o total a
      *    depositar, e oferece marcá-los todos como depositados
       LISTAR-CHEQUES-DEPOSITO.
           DISPLAY "-----------------------------------".
           DISPLAY " CHEQUES PARA DEPÓSITO"
           DISPLAY "-----------------------------------".
           DISPLAY "Depósito combinado até AAAAMMDD (0 = hoje): "
             WITH NO ADVANCING.
           ACCEPT WS-DATA-LIMITE.

           IF WS-DATA-LIMITE = 0
             MOVE WS-DATA-HOJE TO WS-DATA-LIMITE
           END-IF.

           MOVE 0 TO WS-CONTADOR.
           MOVE 0 TO WS-TOTAL-DEPOSITO.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT IDX-CHEQUES.

      *    Sem o arquivo, nenhum cheque foi recebido ainda
           IF WS-STATUS-FILE-NOT-FOUND
             DISPLAY "Nenhum cheque em custódia."
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT IDX-CLIENTES.

           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-CHEQUES NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF CHQ-EM-CUSTODIA
                   AND CHQ-DATA-DEPOSITO <= WS-DATA-LIMITE
                   ADD 1 TO WS-CONTADOR
                   ADD CHQ-VALOR TO WS-TOTAL-DEPOSITO
                   PERFORM BUSCAR-NOME-CLIENTE
                   MOVE CHQ-VALOR TO WS-VALOR-EDIT
                   DISPLAY CHQ-CUSTODIA " - Bom para: "
                     CHQ-DATA-DEPOSITO "  R$" WS-VALOR-EDIT
                     "  Cliente: " WS-CLIENTE-NOME
                   DISPLAY "         Banco: " CHQ-BANCO
                     "  Agência: " CHQ-AGENCIA
                     "  Cheque: " CHQ-NUMERO
                     "  Emitente: " CHQ-DOCUMENTO
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-CHEQUES.
           CLOSE IDX-CLIENTES.

           IF WS-CONTADOR = 0
             DISPLAY "Nenhum cheque com depósito até "
               WS-DATA-LIMITE "."
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-TOTAL-DEPOSITO TO WS-TOTAL-DEPOSITO-EDIT.
           DISPLAY "-----------------------------------".
           DISPLAY "Cheques: " WS-CONTADOR
             "  Total a depositar: R$" WS-TOTAL-DEPOSITO-EDIT.

           DISPLAY "Marcar todos como depositados hoje? (S/N): "
             WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
             PERFORM MARCAR-CHEQUES-DEPOSITADOS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Marca como depositados hoje os mesmos cheques da lista
       MARCAR-CHEQUES-DEPOSITADOS.
           DISPLAY "Informe o código do operador: " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.

           CALL "ValidarOperador" USING WS-OPERADOR,
             WS-NIVEL-QUALQUER, WS-RESULTADO-VALIDACAO.

           IF WS-RESULTADO-VALIDACAO NOT = "OK"
             EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-CONTADOR-MARCADOS.
           MOVE 'N' TO WS-EOF.

           PERFORM ABRE-ARQ-CHEQUES.

           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-CHEQUES NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF CHQ-EM-CUSTODIA
                   AND CHQ-DATA-DEPOSITO <= WS-DATA-LIMITE
                   SET CHQ-DEPOSITADO TO TRUE
                   MOVE WS-DATA-HOJE TO CHQ-DATA-DEPOSITADO
                   REWRITE DETALHE-CHEQUE
                   IF WS-STATUS-OK
                     ADD 1 TO WS-CONTADOR-MARCADOS
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-CHEQUES.

           DISPLAY WS-CONTADOR-MARCADOS
             " cheque(s) marcado(s) como depositado(s).".

      *    Retorna
           EXIT PARAGRAPH.


      *    Atualiza a situação de um cheque. Depositado só a partir
      *    da custódia; compensado e devolvido a partir da custódia
      *    ou do depósito. Compensado e devolvido encerram o cheque
       ATUALIZAR-CHEQUE.
           DISPLAY "-----------------------------------".
           DISPLAY " ATUALIZAR CHEQUE EM CUSTÓDIA"
           DISPLAY "-----------------------------------".
           DISPLAY "Informe o número de custódia do cheque: "
             WITH NO ADVANCING.
           ACCEPT WS-CUSTODIA.

           PERFORM ABRE-ARQ-CHEQUES.
           MOVE WS-CUSTODIA TO CHQ-CUSTODIA.

           READ IDX-CHEQUES KEY IS CHQ-CUSTODIA
             INVALID KEY
               DISPLAY "Erro! Cheque não encontrado!"
               CLOSE IDX-CHEQUES
               EXIT PARAGRAPH
           END-READ.

           PERFORM DESCREVER-SITUACAO.
           MOVE CHQ-VALOR TO WS-VALOR-EDIT.
           DISPLAY "Cheque " CHQ-NUMERO "  Banco: " CHQ-BANCO
             "  Valor: R$" WS-VALOR-EDIT.
           DISPLAY "Bom para: " CHQ-DATA-DEPOSITO
             "  Situação: " WS-SITUACAO-DESC.

           IF CHQ-COMPENSADO OR CHQ-DEVOLVIDO
             DISPLAY "Erro! Cheque já encerrado em " CHQ-DATA-BAIXA
               "!"
             CLOSE IDX-CHEQUES
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Nova situação (D-Depositado  K-Compensado  "
             "R-Devolvido): " WITH NO ADVANCING.
           ACCEPT WS-NOVA-SITUACAO.
           MOVE FUNCTION UPPER-CASE(WS-NOVA-SITUACAO)
             TO WS-NOVA-SITUACAO.

           EVALUATE TRUE
             WHEN NOVA-DEPOSITADO
               IF NOT CHQ-EM-CUSTODIA
                 DISPLAY "Erro! Cheque já foi depositado em "
                   CHQ-DATA-DEPOSITADO "!"
                 CLOSE IDX-CHEQUES
                 EXIT PARAGRAPH
               END-IF
               SET CHQ-DEPOSITADO TO TRUE
               MOVE WS-DATA-HOJE TO CHQ-DATA-DEPOSITADO

             WHEN NOVA-COMPENSADO
      *        Compensado sem o depósito ter sido marcado: o depósito
      *        fica registrado no mesmo dia
               IF CHQ-DATA-DEPOSITADO = 0
                 MOVE WS-DATA-HOJE TO CHQ-DATA-DEPOSITADO
               END-IF
               SET CHQ-COMPENSADO TO TRUE
               MOVE WS-DATA-HOJE TO CHQ-DATA-BAIXA

             WHEN NOVA-DEVOLVIDO
               DISPLAY "Informe o motivo da devolução: "
                 WITH NO ADVANCING
               MOVE SPACES TO CHQ-MOTIVO-DEVOLUCAO
               ACCEPT CHQ-MOTIVO-DEVOLUCAO

      *        O valor volta a ser dívida do cliente, como fiado
               PERFORM GERAR-FIADO-CHEQUE-DEVOLVIDO
               IF WS-FIADO-GERADO = 0
                 CLOSE IDX-CHEQUES
                 EXIT PARAGRAPH
               END-IF

               IF CHQ-DATA-DEPOSITADO = 0
                 MOVE WS-DATA-HOJE TO CHQ-DATA-DEPOSITADO
               END-IF
               SET CHQ-DEVOLVIDO TO TRUE
               MOVE WS-DATA-HOJE TO CHQ-DATA-BAIXA
               MOVE WS-FIADO-GERADO TO CHQ-FIADO-GERADO

             WHEN OTHER
               DISPLAY "Situação inválida!"
               CLOSE IDX-CHEQUES
               EXIT PARAGRAPH
           END-EVALUATE.

           REWRITE DETALHE-CHEQUE.

           IF NOT WS-STATUS-OK
             DISPLAY "Erro ao atualizar o cheque! Status: " WS-STATUS
           ELSE
             PERFORM DESCREVER-SITUACAO
             DISPLAY "Cheque " CHQ-CUSTODIA " atualizado para "
               WS-SITUACAO-DESC "."
           END-IF.

           CLOSE IDX-CHEQUES.

           IF NOVA-DEVOLVIDO
             PERFORM CONFERIR-LIMITE-CLIENTE
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Reabre o valor do cheque devolvido como um fiado em aberto
      *    do cliente, vencido desde hoje: sem itens (FIADO-QTD-ITENS
      *    zero) e marcado pela origem, para não ser cancelado como
      *    uma venda nem contado de novo como receita
       GERAR-FIADO-CHEQUE-DEVOLVIDO.
           MOVE 0 TO WS-FIADO-GERADO.

           IF CHQ-CLIENTE = 0
             DISPLAY "Erro! Cheque sem cliente identificado; a dívida "
               "não pode ser reaberta no fiado!"
             EXIT PARAGRAPH
           END-IF.

           PERFORM LER-CONTROLE-FIADO.
           ADD 1 TO WS-ULTIMO-CODIGO.

           PERFORM ABRE-ARQ-FIADOS.

           MOVE SPACES TO DETALHE-FIADO.
           MOVE WS-ULTIMO-CODIGO TO FIADO-CODIGO.
           MOVE CHQ-CLIENTE TO FIADO-CLIENTE-CODIGO.
           SET FIADO-DOCUMENTO TO TRUE.
           SET FIADO-CHEQUE-DEVOLVIDO TO TRUE.
           MOVE 0 TO FIADO-QTD-ITENS.
           MOVE 0 TO FIADO-RECIBO.
           MOVE CHQ-VALOR TO FIADO-VALOR-VENDA.
           MOVE CHQ-VALOR TO FIADO-VALOR-TOTAL.
           MOVE 0 TO FIADO-VALOR-PAGO.
           MOVE CHQ-VALOR TO FIADO-VALOR-SALDO.
           MOVE CHQ-OPERADOR TO FIADO-OPERADOR.
           MOVE WS-DATA-HOJE TO FIADO-DATA.
           MOVE WS-DATA-HOJE TO FIADO-DATA-VENCIMENTO.
           SET FIADO-ABERTO TO TRUE.

           WRITE DETALHE-FIADO
             INVALID KEY
               DISPLAY "Erro ao reabrir a dívida no fiado!"
               CLOSE IDX-FIADOS
               EXIT PARAGRAPH
           END-WRITE.

           CLOSE IDX-FIADOS.

           PERFORM GRAVAR-CONTROLE-FIADO.

           MOVE WS-ULTIMO-CODIGO TO WS-FIADO-GERADO.
           MOVE CHQ-VALOR TO WS-VALOR-EDIT.
           DISPLAY "Dívida de R$" WS-VALOR-EDIT
             " reaberta no fiado Nº " WS-FIADO-GERADO ".".

      *    Retorna
           EXIT PARAGRAPH.


      *    Confere o saldo em aberto do cliente contra o limite depois
      *    da devolução; o bloqueio em si segue a regra de atraso de
      *    SituacaoCredito.cbl, já que a dívida vence hoje
       CONFERIR-LIMITE-CLIENTE.
           MOVE 0 TO WS-SALDO-CLIENTE.
           MOVE 'N' TO WS-EOF-SALDO.

           PERFORM ABRE-ARQ-FIADOS.

           PERFORM UNTIL WS-EOF-SALDO = 'S'
             READ IDX-FIADOS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-SALDO

               NOT AT END
                 IF FIADO-CLIENTE-CODIGO = CHQ-CLIENTE
                   AND FIADO-ABERTO
                   ADD FIADO-VALOR-SALDO TO WS-SALDO-CLIENTE
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-FIADOS.

           MOVE 0 TO WS-CLIENTE-LIMITE.
           OPEN INPUT IDX-CLIENTES.
           MOVE CHQ-CLIENTE TO CLIENTE-CODIGO.
           READ IDX-CLIENTES KEY IS CLIENTE-CODIGO
             NOT INVALID KEY
               MOVE CLIENTE-LIMITE TO WS-CLIENTE-LIMITE
           END-READ.
           CLOSE IDX-CLIENTES.

           IF WS-SALDO-CLIENTE > WS-CLIENTE-LIMITE
             MOVE WS-SALDO-CLIENTE TO WS-SALDO-CLIENTE-EDIT
             MOVE WS-CLIENTE-LIMITE TO WS-LIMITE-EDIT
             DISPLAY "Atenção! Saldo em aberto do cliente (R$"
               WS-SALDO-CLIENTE-EDIT ") excede o limite de R$"
               WS-LIMITE-EDIT "."
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       DESCREVER-SITUACAO.
           EVALUATE TRUE
             WHEN CHQ-EM-CUSTODIA
               MOVE "EM CUSTODIA" TO WS-SITUACAO-DESC
             WHEN CHQ-DEPOSITADO
               MOVE "DEPOSITADO" TO WS-SITUACAO-DESC
             WHEN CHQ-COMPENSADO
               MOVE "COMPENSADO" TO WS-SITUACAO-DESC
             WHEN CHQ-DEVOLVIDO
               MOVE "DEVOLVIDO" TO WS-SITUACAO-DESC
             WHEN OTHER
               MOVE "?" TO WS-SITUACAO-DESC
           END-EVALUATE.

      *    Retorna
           EXIT PARAGRAPH.


      *    Busca o nome do cliente do cheque corrente para exibição,
      *    com o arquivo de clientes já aberto pelo chamador
       BUSCAR-NOME-CLIENTE.
           MOVE "CLIENTE NAO CADASTRADO" TO WS-CLIENTE-NOME.
           MOVE CHQ-CLIENTE TO CLIENTE-CODIGO.

           READ IDX-CLIENTES KEY IS CLIENTE-CODIGO
             NOT INVALID KEY
               MOVE CLIENTE-NOME TO WS-CLIENTE-NOME
           END-READ.

      *    Retorna
           EXIT PARAGRAPH.


       LER-CONTROLE-FIADO.
           MOVE 0 TO WS-ULTIMO-CODIGO.

           OPEN INPUT ARQ-CONTROLE-FIADO.

      *    Caso o arquivo de controle ainda não exista, começa do zero
           IF NOT WS-STATUS-CTRL-FILE-NOT-FOUND
             READ ARQ-CONTROLE-FIADO INTO WS-ULTIMO-CODIGO
               AT END
                 MOVE 0 TO WS-ULTIMO-CODIGO
             END-READ
             CLOSE ARQ-CONTROLE-FIADO
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       GRAVAR-CONTROLE-FIADO.
           OPEN OUTPUT ARQ-CONTROLE-FIADO.

           MOVE WS-ULTIMO-CODIGO TO LINHA-CONTROLE-FIADO.
           WRITE LINHA-CONTROLE-FIADO.

           CLOSE ARQ-CONTROLE-FIADO.

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


       ABRE-ARQ-FIADOS.
           OPEN I-O IDX-FIADOS.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-FIADO-FILE-NOT-FOUND
             OPEN OUTPUT IDX-FIADOS
             CLOSE IDX-FIADOS
             PERFORM ABRE-ARQ-FIADOS
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
             "/vendas-fiado.idx" DELIMITED BY SIZE
             INTO WS-PATH-FIADOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/fiado-controle.dat" DELIMITED BY SIZE
             INTO WS-PATH-CONTROLE-FIADO
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/clientes.idx" DELIMITED BY SIZE
             INTO WS-PATH-CLIENTES
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

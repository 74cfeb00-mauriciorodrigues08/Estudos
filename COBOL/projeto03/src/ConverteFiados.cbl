       IDENTIFICATION DIVISION.
           PROGRAM-ID. ConverteFiados.
           AUTHOR. Maurício Rodrigues.

      *    Conversão dos fiados do layout de um produto por fiado para
      *    o layout de documento: o produto, a descrição e a
      *    quantidade de cada fiado antigo viram o item 001 do
      *    documento em fiado-itens.idx, e o registro é regravado no
      *    próprio vendas-fiado.idx com a marca de documento ('D').
      *    Os valores, o cliente, as datas e a situação ficam nas
      *    mesmas posições, então pagamentos, encargos e baixas já
      *    lançados continuam valendo. Registros já marcados são
      *    pulados, o que permite rodar de novo com segurança depois
      *    de uma interrupção. Pressupõe o arquivo já com as
      *    quantidades de 5 dígitos (ConverteQuantidades.cbl)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FIADOS
             ASSIGN TO DYNAMIC WS-PATH-FIADOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS
             RECORD KEY IS FIADO-CODIGO.

           SELECT IDX-FIADO-ITENS
             ASSIGN TO DYNAMIC WS-PATH-FIADO-ITENS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-FIT
             RECORD KEY IS FITEM-CHAVE.

      *    Registro permanente de cada conversão, com as contagens e
      *    os totais conferidos (o mesmo de ConverteQuantidades.cbl)
           SELECT LOG-CONVERSAO
             ASSIGN TO DYNAMIC WS-PATH-LOG-CONVERSAO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LOG.

       DATA DIVISION.
       FILE SECTION.
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

      *    Mesmo layout de DETALHE-FIADO-ITEM em VendaFiado.cbl
       FD IDX-FIADO-ITENS.
       01 DETALHE-FIADO-ITEM.
           05 FITEM-CHAVE.
               10 FITEM-FIADO        PIC 9(05).
               10 FITEM-SEQ          PIC 9(03).
           05 FITEM-PRODUTO          PIC 9(05).
           05 FITEM-DESCRICAO        PIC X(30).
           05 FITEM-QTD              PIC 9(05).
           05 FITEM-PRECO-UNIT       PIC 9(04)V99.
           05 FITEM-VALOR            PIC 9(06)V99.
           05 FILLER                 PIC X(10).

       FD LOG-CONVERSAO.
       01 LINHA-CONVERSAO           PIC X(150).

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
                          WS-STATUS-FIT-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-FIT-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-FIT-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-FIT-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-FIT-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-FIT-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-FIT.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-LOG-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-LOG-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-LOG-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-LOG-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-LOG-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-LOG-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-LOG.

      *    Diretório de dados e caminhos dos arquivos, montados a partir
      *    da variável de ambiente ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-FIADOS             PIC X(80).
       01 WS-PATH-FIADO-ITENS        PIC X(80).
       01 WS-PATH-LOG-CONVERSAO      PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

      *    Registro lido no layout anterior, de um produto por fiado
      *    (quantidade já com 5 dígitos)
       01 WS-FIADO-ANTIGO.
           05 WS-ANT-CODIGO          PIC 9(05).
           05 WS-ANT-CLIENTE         PIC 9(05).
           05 WS-ANT-PRODUTO         PIC 9(05).
           05 WS-ANT-DESCRICAO       PIC X(30).
           05 WS-ANT-QTD             PIC 9(05).
           05 WS-ANT-VALOR-TOTAL     PIC 9(06)V99.
           05 WS-ANT-VALOR-PAGO      PIC 9(06)V99.
           05 WS-ANT-VALOR-SALDO     PIC 9(06)V99.
           05 WS-ANT-OPERADOR        PIC X(10).
           05 WS-ANT-DATA            PIC 9(08).
           05 WS-ANT-VENCIMENTO      PIC 9(08).
           05 WS-ANT-STATUS          PIC X(01).

       01 WS-CONFIRMA                PIC X(01).
       01 WS-EOF                     PIC X(01).
       01 WS-ITEM-GRAVADO            PIC X(01).

      * Conferência da conversão: registros lidos, convertidos agora
      * e já convertidos antes; quantidade dos fiados antigos contra
      * a dos itens gravados; saldo em aberto antes e depois, relido
      * do arquivo depois de fechado
       01 WS-NOME-ARQUIVO            PIC X(20)
                                     VALUE "vendas-fiado.idx".
       01 WS-REG-ANTES               PIC 9(07).
       01 WS-REG-GRAVADOS            PIC 9(07).
       01 WS-REG-JA-CONVERTIDOS      PIC 9(07).
       01 WS-REG-DEPOIS              PIC 9(07).
       01 WS-TOTAL-ANTES             PIC 9(11).
       01 WS-TOTAL-DEPOIS            PIC 9(11).
       01 WS-SALDO-ANTES             PIC 9(11)V99.
       01 WS-SALDO-DEPOIS            PIC 9(11)V99.
       01 WS-SALDO-EDIT              PIC Z(10)9.99.
       01 WS-RESULTADO               PIC X(12).

       01 WS-DATA-CONVERSAO          PIC 9(08).
       01 WS-HORA-CONVERSAO          PIC 9(08).
       01 WS-NOVA-LINHA-CONV         PIC X(150).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "-----------------------------------".
           DISPLAY " CONVERSÃO DOS FIADOS PARA DOCUMENTOS"
           DISPLAY "-----------------------------------".

           PERFORM CONFIGURAR-CAMINHOS.

           DISPLAY "Regrava cada fiado de um produto como documento "
             "com o item em fiado-itens.idx.".
           DISPLAY "Execute com todos os caixas fechados e depois do "
             "backup do dia.".
           DISPLAY "Confirma a conversão (S/N)? " WITH NO ADVANCING.
           MOVE SPACES TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.

           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = "S"
             DISPLAY "Conversão cancelada."
             EXIT PROGRAM
           END-IF.

           ACCEPT WS-DATA-CONVERSAO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-CONVERSAO FROM TIME.

           PERFORM CONVERTER-FIADOS.

           DISPLAY "-----------------------------------".
           DISPLAY "Resultado registrado em conversao-layout.log.".
           DISPLAY " ".

      *    Retorna
           EXIT PROGRAM.


      *    Percorre vendas-fiado.idx convertendo no lugar cada fiado
      *    ainda no layout antigo e confere as contagens e os totais
       CONVERTER-FIADOS.
           MOVE 0 TO WS-REG-ANTES.
           MOVE 0 TO WS-REG-GRAVADOS.
           MOVE 0 TO WS-REG-JA-CONVERTIDOS.
           MOVE 0 TO WS-REG-DEPOIS.
           MOVE 0 TO WS-TOTAL-ANTES.
           MOVE 0 TO WS-TOTAL-DEPOIS.
           MOVE 0 TO WS-SALDO-ANTES.
           MOVE 0 TO WS-SALDO-DEPOIS.

           DISPLAY "-----------------------------------".
           DISPLAY "Vendas fiado".

           OPEN I-O IDX-FIADOS.
           IF WS-STATUS-FILE-NOT-FOUND
             DISPLAY "  Arquivo inexistente; nada a converter."
             EXIT PARAGRAPH
           END-IF.

      *    Arquivo ainda com as quantidades de 3 dígitos tem outro
      *    tamanho de registro e não abre neste layout
           IF NOT WS-STATUS-OK
             DISPLAY "  Erro ao abrir o arquivo! Status: " WS-STATUS
             DISPLAY "  Se o arquivo ainda não passou pela conversão "
               "das quantidades de 5 dígitos, execute-a antes."
             EXIT PARAGRAPH
           END-IF.

           PERFORM ABRE-ARQ-FIADO-ITENS.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-FIADOS NEXT RECORD INTO WS-FIADO-ANTIGO
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 ADD 1 TO WS-REG-ANTES
                 ADD FIADO-VALOR-SALDO TO WS-SALDO-ANTES

                 IF FIADO-DOCUMENTO
                   ADD 1 TO WS-REG-JA-CONVERTIDOS
                 ELSE
                   ADD WS-ANT-QTD TO WS-TOTAL-ANTES
                   PERFORM CONVERTER-UM-FIADO
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-FIADOS.
           CLOSE IDX-FIADO-ITENS.

      *    Relê o arquivo já fechado, para a conferência não depender
      *    do que ficou na memória durante a gravação
           OPEN INPUT IDX-FIADOS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-FIADOS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF FIADO-DOCUMENTO
                   ADD 1 TO WS-REG-DEPOIS
                 END-IF
                 ADD FIADO-VALOR-SALDO TO WS-SALDO-DEPOIS
             END-READ
           END-PERFORM.
           CLOSE IDX-FIADOS.

           DISPLAY "  Registros lidos: " WS-REG-ANTES
             "  convertidos agora: " WS-REG-GRAVADOS
             "  já convertidos: " WS-REG-JA-CONVERTIDOS.
           DISPLAY "  Documentos depois: " WS-REG-DEPOIS.
           DISPLAY "  Quantidade dos fiados antigos: " WS-TOTAL-ANTES
             "  nos itens gravados: " WS-TOTAL-DEPOIS.
           MOVE WS-SALDO-ANTES TO WS-SALDO-EDIT.
           DISPLAY "  Saldo em aberto antes: R$" WS-SALDO-EDIT
             WITH NO ADVANCING.
           MOVE WS-SALDO-DEPOIS TO WS-SALDO-EDIT.
           DISPLAY "  depois: R$" WS-SALDO-EDIT.

      *    Todos os registros precisam ter virado documento, com a
      *    mesma quantidade nos itens e o mesmo saldo em aberto
           IF WS-REG-DEPOIS = WS-REG-ANTES
             AND WS-TOTAL-ANTES = WS-TOTAL-DEPOIS
             AND WS-SALDO-ANTES = WS-SALDO-DEPOIS
             MOVE "CONFERIDO" TO WS-RESULTADO
             DISPLAY "  Conferência OK."
           ELSE
             MOVE "DIVERGENTE" TO WS-RESULTADO
             DISPLAY "  DIVERGÊNCIA na conferência! Os fiados não "
               "convertidos continuam no layout antigo; corrija e "
               "execute a conversão de novo."
           END-IF.

           PERFORM GRAVAR-LOG-CONVERSAO.

      *    Retorna
           EXIT PARAGRAPH.


      *    Grava o item 001 do documento com o produto do fiado antigo
      *    e regrava o cabeçalho no layout de documento. Um item já
      *    existente (conversão interrompida entre as duas gravações)
      *    é aproveitado
       CONVERTER-UM-FIADO.
           MOVE 'N' TO WS-ITEM-GRAVADO.

           MOVE SPACES TO DETALHE-FIADO-ITEM.
           MOVE WS-ANT-CODIGO TO FITEM-FIADO.
           MOVE 1 TO FITEM-SEQ.
           MOVE WS-ANT-PRODUTO TO FITEM-PRODUTO.
           MOVE WS-ANT-DESCRICAO TO FITEM-DESCRICAO.
           MOVE WS-ANT-QTD TO FITEM-QTD.
           IF WS-ANT-QTD > 0
             COMPUTE FITEM-PRECO-UNIT ROUNDED =
               WS-ANT-VALOR-TOTAL / WS-ANT-QTD
           ELSE
             MOVE 0 TO FITEM-PRECO-UNIT
           END-IF.
           MOVE WS-ANT-VALOR-TOTAL TO FITEM-VALOR.

           WRITE DETALHE-FIADO-ITEM
             INVALID KEY
               IF WS-STATUS-FIT-DUPLICATE-KEY
                 MOVE 'S' TO WS-ITEM-GRAVADO
               ELSE
                 DISPLAY "  Erro ao gravar o item do fiado "
                   WS-ANT-CODIGO "! Status: " WS-STATUS-FIT
               END-IF
             NOT INVALID KEY
               MOVE 'S' TO WS-ITEM-GRAVADO
           END-WRITE.

           IF WS-ITEM-GRAVADO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           ADD WS-ANT-QTD TO WS-TOTAL-DEPOIS.

           MOVE SPACES TO DETALHE-FIADO.
           MOVE WS-ANT-CODIGO TO FIADO-CODIGO.
           MOVE WS-ANT-CLIENTE TO FIADO-CLIENTE-CODIGO.
           SET FIADO-DOCUMENTO TO TRUE.
           MOVE 1 TO FIADO-QTD-ITENS.
           MOVE 0 TO FIADO-RECIBO.
           MOVE WS-ANT-VALOR-TOTAL TO FIADO-VALOR-VENDA.
           MOVE WS-ANT-VALOR-TOTAL TO FIADO-VALOR-TOTAL.
           MOVE WS-ANT-VALOR-PAGO TO FIADO-VALOR-PAGO.
           MOVE WS-ANT-VALOR-SALDO TO FIADO-VALOR-SALDO.
           MOVE WS-ANT-OPERADOR TO FIADO-OPERADOR.
           MOVE WS-ANT-DATA TO FIADO-DATA.
           MOVE WS-ANT-VENCIMENTO TO FIADO-DATA-VENCIMENTO.
           MOVE WS-ANT-STATUS TO FIADO-STATUS.

           REWRITE DETALHE-FIADO
             INVALID KEY
               DISPLAY "  Erro ao regravar o fiado "
                 WS-ANT-CODIGO "! Status: " WS-STATUS
             NOT INVALID KEY
               ADD 1 TO WS-REG-GRAVADOS
           END-REWRITE.

      *    Retorna
           EXIT PARAGRAPH.


      *    Máscara: <data>;<hora>;<arquivo>;<reg_antes>;<reg_depois>;
      *             <total_antes>;<total_depois>;<resultado>
       GRAVAR-LOG-CONVERSAO.
           PERFORM ABRE-ARQ-LOG.

           MOVE SPACES TO WS-NOVA-LINHA-CONV.
           STRING
             WS-DATA-CONVERSAO                DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             WS-HORA-CONVERSAO                DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             FUNCTION TRIM(WS-NOME-ARQUIVO)   DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             WS-REG-ANTES                     DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             WS-REG-DEPOIS                    DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             WS-TOTAL-ANTES                   DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             WS-TOTAL-DEPOIS                  DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             WS-RESULTADO                     DELIMITED BY SPACE
             INTO WS-NOVA-LINHA-CONV
           END-STRING.

           MOVE WS-NOVA-LINHA-CONV TO LINHA-CONVERSAO.
           WRITE LINHA-CONVERSAO.
           CLOSE LOG-CONVERSAO.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-FIADO-ITENS.
           OPEN I-O IDX-FIADO-ITENS.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-FIT-FILE-NOT-FOUND
             OPEN OUTPUT IDX-FIADO-ITENS
             CLOSE IDX-FIADO-ITENS
             PERFORM ABRE-ARQ-FIADO-ITENS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-LOG.
           OPEN EXTEND LOG-CONVERSAO.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-LOG-FILE-NOT-FOUND
             OPEN OUTPUT LOG-CONVERSAO
             CLOSE LOG-CONVERSAO
             PERFORM ABRE-ARQ-LOG
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

      *    Cada STRING recebe ON OVERFLOW para acusar um ARCH_DIR longo
      *    demais em vez de gravar um caminho truncado silenciosamente
           MOVE 'N' TO WS-CAMINHO-OVERFLOW.

           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/vendas-fiado.idx" DELIMITED BY SIZE
             INTO WS-PATH-FIADOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/fiado-itens.idx" DELIMITED BY SIZE
             INTO WS-PATH-FIADO-ITENS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/conversao-layout.log" DELIMITED BY SIZE
             INTO WS-PATH-LOG-CONVERSAO
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

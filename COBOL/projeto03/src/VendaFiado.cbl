             FILE STATUS IS WS-STATUS
             RECORD KEY IS FIADO-CODIGO.

      *    Itens de cada documento de fiado, um registro por produto,
      *    chaveados pelo código do fiado e pela sequência do item
           SELECT IDX-FIADO-ITENS
             ASSIGN TO DYNAMIC WS-PATH-FIADO-ITENS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-FIT
             RECORD KEY IS FITEM-CHAVE.

           SELECT ARQ-CONTROLE-FIADO
             ASSIGN TO DYNAMIC WS-PATH-CONTROLE-FIADO
             ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
      *    Cabeçalho do documento de fiado: os produtos ficam em
      *    fiado-itens.idx. FIADO-TIPO-REG 'D' marca o registro já no
      *    layout de documento (no layout antigo, de um produto por
      *    fiado, esta posição era o primeiro dígito do produto).
      *    FIADO-RECIBO é o recibo do caixa quando o fiado nasceu como
      *    forma de pagamento da venda (zero quando lançado aqui) e
      *    FIADO-VALOR-VENDA o total da venda, do qual FIADO-VALOR-
      *    TOTAL é a parte vendida a prazo. FIADO-ORIGEM 'C' marca a
      *    dívida reaberta por um cheque devolvido, sem itens
      *    (ChequesCustodia.cbl); só vale no layout de documento
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
               88 FIADO-CANCELADO    VALUE 'C'.
               88 FIADO-INCOBRAVEL   VALUE 'I'.

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

       FD ARQ-CONTROLE-FIADO.
       01 LINHA-CONTROLE-FIADO       PIC 9(05).

           05 PRODUTO-CODIGO        PIC 9(05).
           05 PRODUTO-DESCRICAO     PIC X(30).
           05 PRODUTO-PRECO-UNIT    PIC 9(04)V99.
           05 PRODUTO-QTD-ESTOQUE   PIC 9(05).
           05 PRODUTO-QTD-MINIMA    PIC 9(05).
           05 PRODUTO-CATEGORIA     PIC X(15).
           05 PRODUTO-FORNECEDOR    PIC 9(05).
           05 PRODUTO-VALIDADE      PIC 9(08).
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

      *    Mesmo layout de DETALHE-CLIENTE em Clientes.cbl,
      *    redeclarado aqui apenas para consulta
      *    protegidos pelo dono); consultada por EncargosFiado.cbl
           05 CLIENTE-ISENTO-ENC    PIC X(01).
               88 ISENTO-ENCARGOS   VALUE 'S'.
           05 CLIENTE-CLASSE        PIC X(01).
               88 CLASSE-VAREJO     VALUE 'V' ' '.
               88 CLASSE-ATACADO    VALUE 'A'.
               88 CLASSE-FUNCIONARIO VALUE 'F'.
           05 FILLER                PIC X(20).

      *    Mesmo layout de DETALHE-ESTOQUE-LOCAL em CRUD.cbl
       FD IDX-ESTOQUE-LOCAL.
                          WS-STATUS-LOCAL-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-LOCAL.
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
      *    Diretório de dados e caminhos completos dos arquivos
      *    compartilhados com o CRUD, resolvidos via ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-FIADOS             PIC X(80).
       01 WS-PATH-FIADO-ITENS        PIC X(80).
       01 WS-PATH-CONTROLE-FIADO     PIC X(80).
       01 WS-PATH-PRODUTOS           PIC X(80).
       01 WS-PATH-ESTOQUE-LOCAL      PIC X(80).
      * Variáveis Locais da Venda Fiado
       01 WS-CODIGO                 PIC 9(05).
       01 WS-PRODUTO-CODIGO         PIC 9(05).
       01 WS-QTD                    PIC 9(05).
       01 WS-VALOR-TOTAL            PIC 9(06)V99.
       01 WS-QTD-CONSUMO-LOTE       PIC 9(05).
       01 WS-VALOR-DEPOSITO         PIC 9(06)V99.
       01 WS-PGF-VALOR              PIC 9(06)V99.
       01 WS-PGF-OPERADOR           PIC X(10).
       01 WS-CODIGO-EXTRATO-X       PIC X(05).
      *    Forma em que a parcela foi paga (DINHEIRO ou CHEQUE),
      *    gravada como último campo da linha da parcela
       01 WS-PGF-FORMA              PIC X(10) VALUE "DINHEIRO".
       01 WS-PGF-FORMA-LIDA         PIC X(10).

      * Variáveis do pagamento de fiado em cheque: os dados do cheque
      * são coletados e validados por RegistrarCheque.cbl antes da
      * baixa e o cheque entra em custódia ligado ao código do fiado
       01 WS-FORMA-RECEBIMENTO      PIC 9(01).
           88 RECEBIMENTO-DINHEIRO  VALUE 1.
           88 RECEBIMENTO-CHEQUE    VALUE 2.
       01 WS-CLIENTE-DOCUMENTO      PIC X(14).
       01 WS-ACAO-CHEQUE            PIC X(01).
       01 WS-RESULTADO-CHEQUE       PIC X(02).
      *    Mesmo layout de LS-CHEQUE em RegistrarCheque.cbl
       01 WS-CHEQUE.
           05 WS-CHQ-CLIENTE        PIC 9(05).
           05 WS-CHQ-BANCO          PIC 9(03).
           05 WS-CHQ-AGENCIA        PIC X(05).
           05 WS-CHQ-NUMERO         PIC X(10).
           05 WS-CHQ-DOCUMENTO      PIC X(14).
           05 WS-CHQ-VALOR          PIC 9(06)V99.
           05 WS-CHQ-DATA-DEPOSITO  PIC 9(08).
           05 WS-CHQ-ORIGEM         PIC X(01).
           05 WS-CHQ-REFERENCIA     PIC 9(06).
           05 WS-CHQ-OPERADOR       PIC X(10).
           05 WS-CHQ-CUSTODIA       PIC 9(06).

      * Campos para desmembrar as linhas do log de encargos no
      * extrato (multa e juros de atraso)
       01 WS-VALOR-PAGO-EDIT        PIC ZZZZZ9.99.
       01 WS-VALOR-SALDO-EDIT       PIC ZZZZZ9.99.

      * Variáveis dos itens do documento de fiado: leitura dos itens
      * de um fiado para o extrato e para a devolução no cancelamento
       01 WS-EOF-ITENS              PIC X(01).
       01 WS-ITENS-DEVOLVIDOS       PIC 9(03).
       01 WS-ITEM-VALOR-EDIT        PIC ZZZZZ9.99.
       01 WS-VALOR-CAIXA            PIC 9(06)V99.

       LINKAGE SECTION.
       01 LS-OPCAO                  PIC 9(02).

               EXIT PARAGRAPH
           END-READ.

      *    Produto bloqueado no cadastro não pode ser vendido
           IF PRODUTO-BLOQUEADO
             DISPLAY "Erro! Produto bloqueado no cadastro!"
             CLOSE IDX-PRODUTOS
             EXIT PARAGRAPH
           END-IF.

      *    Recebe a quantidade a ser vendida fiado
           DISPLAY "Informe a quantidade: " WITH NO ADVANCING.
           ACCEPT WS-QTD.
      *    Abre o arquivo de vendas fiado
           PERFORM ABRE-ARQ-FIADOS.

      *    Documento com um único item: o cabeçalho leva os valores
      *    e o produto vai para fiado-itens.idx
           MOVE SPACES TO DETALHE-FIADO.
           MOVE WS-CODIGO TO FIADO-CODIGO.
           MOVE WS-CLIENTE-CODIGO TO FIADO-CLIENTE-CODIGO.
           SET FIADO-DOCUMENTO TO TRUE.
           MOVE 1 TO FIADO-QTD-ITENS.
           MOVE 0 TO FIADO-RECIBO.
           MOVE WS-VALOR-TOTAL TO FIADO-VALOR-VENDA.
           MOVE WS-VALOR-TOTAL TO FIADO-VALOR-TOTAL.
           MOVE WS-VALOR-DEPOSITO TO FIADO-VALOR-PAGO.
           COMPUTE FIADO-VALOR-SALDO =
               DISPLAY "Sucesso! Venda fiado registrada sob o "
                 "código " WS-CODIGO

               PERFORM GRAVAR-ITEM-FIADO-UNICO

      *        O depósito inicial também vira uma parcela
      *        registrada, para o extrato fechar com o saldo
               IF WS-VALOR-DEPOSITO > 0
                 MOVE WS-VALOR-DEPOSITO TO WS-VALOR-PAGAMENTO
                 MOVE "DINHEIRO" TO WS-PGF-FORMA
                 PERFORM GRAVAR-PARCELA-FIADO
               END-IF
           END-WRITE.
           EXIT PARAGRAPH.


      *    Grava a linha de item do fiado lançado no crediário (um
      *    produto só, sequência 001)
       GRAVAR-ITEM-FIADO-UNICO.
           PERFORM ABRE-ARQ-FIADO-ITENS.

           MOVE SPACES TO DETALHE-FIADO-ITEM.
           MOVE WS-CODIGO TO FITEM-FIADO.
           MOVE 1 TO FITEM-SEQ.
           MOVE WS-PRODUTO-CODIGO TO FITEM-PRODUTO.
           MOVE PRODUTO-DESCRICAO TO FITEM-DESCRICAO.
           MOVE WS-QTD TO FITEM-QTD.
           MOVE PRODUTO-PRECO-UNIT TO FITEM-PRECO-UNIT.
           MOVE WS-VALOR-TOTAL TO FITEM-VALOR.

           WRITE DETALHE-FIADO-ITEM
             INVALID KEY
               MOVE "fiado-itens.idx" TO WS-ERRO-ARQUIVO
               MOVE "WRITE" TO WS-ERRO-OPERACAO
               MOVE WS-STATUS-FIT TO WS-ERRO-STATUS
               PERFORM REGISTRAR-ERRO-ARQ
           END-WRITE.

           CLOSE IDX-FIADO-ITENS.

      *    Retorna
           EXIT PARAGRAPH.


       RECEBER-PAGAMENTO-FIADO.
           DISPLAY "-----------------------------------".
           DISPLAY " RECEBER PAGAMENTO DE FIADO"
                   "considerando apenas o saldo devido."
               END-IF

      *        Pagamento em cheque: os dados do cheque são coletados
      *        antes da baixa; cheque recusado não baixa nada
               DISPLAY "Forma do pagamento (1-Dinheiro  2-Cheque): "
                 WITH NO ADVANCING
               ACCEPT WS-FORMA-RECEBIMENTO

               IF RECEBIMENTO-CHEQUE
                 PERFORM COLETAR-CHEQUE-FIADO
                 IF WS-RESULTADO-CHEQUE NOT = "OK"
                   DISPLAY "Cheque recusado."
                   CLOSE IDX-FIADOS
                   EXIT PARAGRAPH
                 END-IF
                 MOVE "CHEQUE" TO WS-PGF-FORMA
               ELSE
                 MOVE "DINHEIRO" TO WS-PGF-FORMA
               END-IF

               ADD WS-VALOR-PAGAMENTO TO FIADO-VALOR-PAGO
               SUBTRACT WS-VALOR-PAGAMENTO FROM FIADO-VALOR-SALDO

      *        Grava a parcela recebida como registro próprio, para
      *        o extrato mostrar cada pagamento individualmente
               PERFORM GRAVAR-PARCELA-FIADO

      *        O cheque entra em custódia ligado ao código do fiado
               IF RECEBIMENTO-CHEQUE
                 MOVE 'G' TO WS-ACAO-CHEQUE
                 CALL "RegistrarCheque" USING WS-ACAO-CHEQUE,
                   WS-CHEQUE, WS-RESULTADO-CHEQUE
               END-IF
           END-READ.

      *    Fecha o arquivo
           EXIT PARAGRAPH.


      *    Coleta o cheque que paga uma parcela do fiado corrente: o
      *    cliente com o crédito bloqueado só paga em cheque com a
      *    liberação de um supervisor, como na abertura de um fiado
       COLETAR-CHEQUE-FIADO.
           MOVE "ER" TO WS-RESULTADO-CHEQUE.

           MOVE FIADO-CLIENTE-CODIGO TO WS-CLIENTE-CODIGO.
           PERFORM VALIDAR-CLIENTE-FIADO.
           IF WS-CLIENTE-NOME = SPACES
             EXIT PARAGRAPH
           END-IF.

           IF WS-CLIENTE-BLOQUEADO = 'S'
             DISPLAY "Cliente com o CRÉDITO BLOQUEADO por "
               "inadimplência!"
             DISPLAY "Informe o código do supervisor para liberar "
               "(em branco para cancelar): " WITH NO ADVANCING
             MOVE SPACES TO WS-SUPERVISOR-LIBERA
             ACCEPT WS-SUPERVISOR-LIBERA

             IF WS-SUPERVISOR-LIBERA = SPACES
               EXIT PARAGRAPH
             END-IF

             CALL "ValidarOperador" USING WS-SUPERVISOR-LIBERA,
               WS-NIVEL-SUPERVISOR, WS-RESULTADO-VALIDACAO

             IF WS-RESULTADO-VALIDACAO NOT = "OK"
               EXIT PARAGRAPH
             END-IF

             DISPLAY "Liberação registrada pelo supervisor "
               WS-SUPERVISOR-LIBERA "."
           END-IF.

           MOVE SPACES TO WS-CHEQUE.
           MOVE FIADO-CLIENTE-CODIGO TO WS-CHQ-CLIENTE.
           MOVE WS-CLIENTE-DOCUMENTO TO WS-CHQ-DOCUMENTO.
           MOVE WS-VALOR-PAGAMENTO TO WS-CHQ-VALOR.
           MOVE 'F' TO WS-CHQ-ORIGEM.
           MOVE FIADO-CODIGO TO WS-CHQ-REFERENCIA.
           MOVE WS-OPERADOR TO WS-CHQ-OPERADOR.
           MOVE 0 TO WS-CHQ-CUSTODIA.

           MOVE 'C' TO WS-ACAO-CHEQUE.
           CALL "RegistrarCheque" USING WS-ACAO-CHEQUE, WS-CHEQUE,
             WS-RESULTADO-CHEQUE.

      *    Retorna
           EXIT PARAGRAPH.


       LISTAR-FIADOS-ABERTOS.
           DISPLAY "-----------------------------------".
           DISPLAY " VENDAS FIADO EM ABERTO"
                 PERFORM BUSCAR-NOME-CLIENTE

                 DISPLAY "Código: " FIADO-CODIGO
                   "  Itens: " FIADO-QTD-ITENS
                   "  Recibo: " FIADO-RECIBO
                 DISPLAY "  Cliente: " FIADO-CLIENTE-CODIGO
                   " - " WS-CLIENTE-NOME
                 DISPLAY "  Total: R$" WS-VALOR-TOTAL-EDIT
      *    o cliente não existe, sinalizando a falha para o chamador
       VALIDAR-CLIENTE-FIADO.
           MOVE SPACES TO WS-CLIENTE-NOME.
           MOVE SPACES TO WS-CLIENTE-DOCUMENTO.
           MOVE 0 TO WS-CLIENTE-LIMITE.
           MOVE 'N' TO WS-CLIENTE-BLOQUEADO.


             NOT INVALID KEY
               MOVE CLIENTE-NOME TO WS-CLIENTE-NOME
               MOVE CLIENTE-DOCUMENTO TO WS-CLIENTE-DOCUMENTO
               MOVE CLIENTE-LIMITE TO WS-CLIENTE-LIMITE
               IF CLIENTE-SIT-CREDITO = 'B'
                 MOVE 'S' TO WS-CLIENTE-BLOQUEADO
           EXIT PARAGRAPH.


      *    Cancela uma venda fiado em aberto: a mercadoria de todos
      *    os itens do documento volta ao estoque (desfazendo a baixa
      *    feita no registro ou no caixa), qualquer valor já pago é
      *    devolvido explicitamente ao cliente e o documento fica
      *    marcado como cancelado
       CANCELAR-FIADO.
           DISPLAY "-----------------------------------".
           DISPLAY " CANCELAR VENDA FIADO"
             EXIT PARAGRAPH
           END-IF.

      *    Fiado ainda no layout de um produto só não tem os itens
      *    para devolver; precisa passar antes pela conversão
           IF NOT FIADO-DOCUMENTO
             DISPLAY "Erro! Fiado ainda no layout antigo; execute a "
               "conversão dos fiados para documentos!"
             CLOSE IDX-FIADOS
             EXIT PARAGRAPH
           END-IF.

      *    A dívida de um cheque devolvido não tem mercadoria para
      *    voltar ao estoque: ou o cliente paga, ou ela é baixada
      *    como incobrável
           IF FIADO-CHEQUE-DEVOLVIDO
             DISPLAY "Erro! Dívida de cheque devolvido não pode ser "
               "cancelada; use a baixa por incobrável!"
             CLOSE IDX-FIADOS
             EXIT PARAGRAPH
           END-IF.

      *    Recebe e valida o operador e o motivo
           DISPLAY "Informe o código do operador: " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.
             WITH NO ADVANCING.
           ACCEPT WS-MOTIVO-BAIXA.

      *    Devolve a mercadoria de cada item ao estoque e ao ledger
           PERFORM DEVOLVER-ITENS-FIADO.

      *    Qualquer valor já pago volta para o cliente
           IF FIADO-VALOR-PAGO > 0
               WS-VALOR-PAGO-EDIT
           END-IF.

      *    Fiado nascido no caixa com parte da venda paga em outras
      *    formas: essa parte também volta ao cliente
           COMPUTE WS-VALOR-CAIXA =
             FIADO-VALOR-VENDA - FIADO-VALOR-TOTAL.
           IF FIADO-RECIBO > 0 AND WS-VALOR-CAIXA > 0
             MOVE WS-VALOR-CAIXA TO WS-VALOR-PAGO-EDIT
             DISPLAY "Devolver também R$" WS-VALOR-PAGO-EDIT
               " pagos no caixa (recibo " FIADO-RECIBO ")"
           END-IF.

           MOVE FIADO-VALOR-PAGO TO WS-VALOR-BAIXADO.
           SET FIADO-CANCELADO TO TRUE.
           REWRITE DETALHE-FIADO.
           MOVE "CANCELAMENTO" TO WS-TIPO-BAIXA-DESC.
           PERFORM GRAVAR-BAIXA-FIADO.

           IF WS-ITENS-DEVOLVIDOS = FIADO-QTD-ITENS
             DISPLAY "Venda fiado cancelada e estoque devolvido!"
           ELSE
             DISPLAY "Venda fiado cancelada; estoque devolvido em "
               WS-ITENS-DEVOLVIDOS " de " FIADO-QTD-ITENS " itens."
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Percorre os itens do documento corrente devolvendo cada um
      *    ao estoque; a devolução só entra no kardex quando o estoque
      *    voltou de fato (o produto pode não existir mais)
       DEVOLVER-ITENS-FIADO.
           MOVE 0 TO WS-ITENS-DEVOLVIDOS.
           MOVE 'N' TO WS-EOF-ITENS.

           PERFORM ABRE-ARQ-FIADO-ITENS.
           MOVE FIADO-CODIGO TO FITEM-FIADO.
           MOVE 0 TO FITEM-SEQ.

           START IDX-FIADO-ITENS KEY IS > FITEM-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF-ITENS
           END-START.

           PERFORM UNTIL WS-EOF-ITENS = 'S'
             READ IDX-FIADO-ITENS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-ITENS

               NOT AT END
                 IF FITEM-FIADO NOT = FIADO-CODIGO
                   MOVE 'S' TO WS-EOF-ITENS
                   EXIT PERFORM CYCLE
                 END-IF

                 MOVE FITEM-PRODUTO TO WS-PRODUTO-CODIGO
                 MOVE FITEM-QTD TO WS-QTD
                 PERFORM DEVOLVER-ESTOQUE-FIADO

                 IF WS-DEVOLUCAO-OK = 'S'
                   ADD 1 TO WS-ITENS-DEVOLVIDOS
                   MOVE WS-PRODUTO-CODIGO TO WS-MOV-CODIGO
                   MOVE "FIADO-CANC" TO WS-MOV-TIPO
                   MOVE WS-QTD TO WS-MOV-QTD
                   MOVE WS-LOCAL-DEVOLVIDO TO WS-MOV-LOCAL
                   MOVE WS-OPERADOR TO WS-MOV-OPERADOR
                   MOVE "CANCELAMENTO" TO WS-MOV-REF
                   PERFORM GRAVAR-MOVIMENTO-ESTOQUE
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-FIADO-ITENS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Mostra os itens do documento corrente no extrato
       LISTAR-ITENS-EXTRATO.
           MOVE 'N' TO WS-EOF-ITENS.

           PERFORM ABRE-ARQ-FIADO-ITENS.
           MOVE FIADO-CODIGO TO FITEM-FIADO.
           MOVE 0 TO FITEM-SEQ.

           START IDX-FIADO-ITENS KEY IS > FITEM-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF-ITENS
           END-START.

           PERFORM UNTIL WS-EOF-ITENS = 'S'
             READ IDX-FIADO-ITENS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-ITENS

               NOT AT END
                 IF FITEM-FIADO NOT = FIADO-CODIGO
                   MOVE 'S' TO WS-EOF-ITENS
                   EXIT PERFORM CYCLE
                 END-IF

                 MOVE FITEM-VALOR TO WS-ITEM-VALOR-EDIT
                 DISPLAY "  " FITEM-SEQ " " FITEM-DESCRICAO
                   " Qtd: " FITEM-QTD
                   "  R$" WS-ITEM-VALOR-EDIT
             END-READ
           END-PERFORM.

           CLOSE IDX-FIADO-ITENS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Baixa uma venda fiado em aberto como dívida incobrável: a
      *    mercadoria ficou com o cliente, então o estoque não volta;
      *    o saldo perdido fica registrado no log com o motivo
             WS-PGF-VALOR-EDIT    DELIMITED BY SIZE
             ";"                  DELIMITED BY SIZE
             WS-OPERADOR          DELIMITED BY SIZE
             ";"                  DELIMITED BY SIZE
             WS-PGF-FORMA         DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-PGF
           END-STRING.

           MOVE FIADO-VALOR-TOTAL TO WS-VALOR-TOTAL-EDIT.
           DISPLAY "Fiado: " FIADO-CODIGO
             "  Cliente: " WS-CLIENTE-NOME.
           DISPLAY "Data da venda: " FIADO-DATA
             "  Valor original: R$" WS-VALOR-TOTAL-EDIT.

      *    Fiado nascido no caixa: o documento cobre a venda inteira,
      *    mas só a parte a prazo entra no saldo
           IF FIADO-RECIBO > 0
             MOVE FIADO-VALOR-VENDA TO WS-ITEM-VALOR-EDIT
             DISPLAY "Recibo do caixa: " FIADO-RECIBO
               "  Total da venda: R$" WS-ITEM-VALOR-EDIT
           END-IF.

      *    Dívida reaberta por cheque devolvido: não há itens
           IF FIADO-DOCUMENTO AND FIADO-CHEQUE-DEVOLVIDO
             DISPLAY "Origem: cheque devolvido pelo banco"
           END-IF.

           IF FIADO-DOCUMENTO
             DISPLAY "Itens:"
             PERFORM LISTAR-ITENS-EXTRATO
           END-IF.
           DISPLAY "-----------------------------------".

           CLOSE IDX-FIADOS.
                   MOVE 'S' TO WS-EOF-PGF

                 NOT AT END
      *            Parcelas antigas não têm a forma: foram em dinheiro
                   MOVE "DINHEIRO" TO WS-PGF-FORMA-LIDA
                   UNSTRING WS-LINHA-PGF-LIDA DELIMITED BY ";"
                     INTO WS-PGF-CODIGO, WS-PGF-DATA,
                       WS-PGF-VALOR, WS-PGF-OPERADOR,
                       WS-PGF-FORMA-LIDA
                   END-UNSTRING

                   IF WS-PGF-CODIGO = WS-CODIGO-EXTRATO-X
                     DISPLAY "Pagamento " WS-CONTADOR
                       "  Data: " WS-PGF-DATA
                       "  Valor: R$" WS-PGF-VALOR-EDIT
                       "  " WS-PGF-FORMA-LIDA
                     DISPLAY "  Operador: " WS-PGF-OPERADOR
                       "  Saldo após: R$" WS-SALDO-CORRENTE-EDIT
                   END-IF
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
             "/fiado-controle.dat" DELIMITED BY SIZE
             INTO WS-PATH-CONTROLE-FIADO
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


       ABRE-ARQ-PRODUTOS.
           OPEN I-O IDX-PRODUTOS.


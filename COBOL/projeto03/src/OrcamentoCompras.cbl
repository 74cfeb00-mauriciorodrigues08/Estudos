       IDENTIFICATION DIVISION.
           PROGRAM-ID. OrcamentoCompras.
           AUTHOR. Maurício Rodrigues.

      *    Orçamento mensal de compras por categoria (open-to-buy):
      *    o supervisor define quanto cada categoria pode comprar no
      *    mês; as OCs emitidas consomem o orçamento pelo valor a
      *    custo e o liberam quando são canceladas. O relatório mostra
      *    orçado x comprometido (OCs em aberto) x recebido por
      *    categoria, com os valores calculados por
      *    ConsultarOrcamentoCompra.cbl, o mesmo subprograma usado
      *    pela emissão de OCs no CRUD e pelo fluxo de caixa.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-ORCAMENTO-COMPRAS
             ASSIGN TO DYNAMIC WS-PATH-ORCAMENTO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-ORC
             RECORD KEY IS ORC-CHAVE.

           SELECT CSV-ORDENS-COMPRA
             ASSIGN TO DYNAMIC WS-PATH-ORDENS-COMPRA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-OC.

           SELECT LOG-RECEBIMENTOS
             ASSIGN TO DYNAMIC WS-PATH-RECEBIMENTOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-REC.

      *    Saldos de OC cancelados, lidos por todos que calculam o
      *    saldo em aberto das OCs
      *    Máscara: <num_oc>;<data>;<operador>;<cod_produto>;<qtd>
           SELECT LOG-CANCELAMENTOS
             ASSIGN TO DYNAMIC WS-PATH-CANCELAMENTOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CAN.

       DATA DIVISION.
       FILE SECTION.
      *    Um valor por mês e categoria; a categoria é gravada em
      *    maiúsculas, como nas regras de remarcação
       FD IDX-ORCAMENTO-COMPRAS.
       01 DETALHE-ORCAMENTO.
           05 ORC-CHAVE.
               10 ORC-MES           PIC 9(06).
               10 ORC-CATEGORIA     PIC X(15).
           05 ORC-VALOR             PIC 9(08)V99.
           05 ORC-OPERADOR          PIC X(10).
           05 ORC-DATA              PIC 9(08).
           05 FILLER                PIC X(10).

       FD CSV-ORDENS-COMPRA.
       01 LINHA-ORDEM-COMPRA        PIC X(100).

       FD LOG-RECEBIMENTOS.
       01 LINHA-RECEBIMENTO         PIC X(100).

       FD LOG-CANCELAMENTOS.
       01 LINHA-CANCELAMENTO        PIC X(100).

       WORKING-STORAGE SECTION.
      *    Status de arquivo, com condições nominadas compartilhadas
      *    via copybook (ex.: WS-STATUS-ORC-FILE-NOT-FOUND)
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-ORC-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-ORC-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-ORC-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-ORC-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-ORC-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-ORC-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-ORC.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-OC-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-OC-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-OC-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-OC-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-OC-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-OC-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-OC.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-REC-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-REC-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-REC-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-REC-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-REC-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-REC-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-REC.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-CAN-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CAN-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CAN-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CAN-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CAN-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CAN-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CAN.

      *    Diretório de dados e caminhos, resolvidos via ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-ORCAMENTO          PIC X(80).
       01 WS-PATH-ORDENS-COMPRA      PIC X(80).
       01 WS-PATH-RECEBIMENTOS       PIC X(80).
       01 WS-PATH-CANCELAMENTOS      PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-EOF                    PIC X(01).
       01 WS-DATA-HOJE              PIC 9(08).
       01 WS-MES                    PIC 9(06).
       01 WS-CATEGORIA              PIC X(15).
       01 WS-VALOR-X                PIC X(12).
       01 WS-VALOR                  PIC 9(08)V99.
       01 WS-CONFIRMA               PIC X(01).

      *    Supervisor que define o orçamento ou cancela a OC,
      *    validado contra o cadastro (Operadores.cbl)
       01 WS-OPERADOR               PIC X(10).
       01 WS-NIVEL-SUPERVISOR       PIC 9(01) VALUE 2.
       01 WS-RESULTADO-VALIDACAO    PIC X(02).

      *    Parâmetros de ConsultarOrcamentoCompra.cbl
       01 WS-ULTIMA-OC-TODAS        PIC 9(05) VALUE 0.
       01 WS-ORCADO                 PIC 9(08)V99.
       01 WS-COMPROMETIDO           PIC 9(08)V99.
       01 WS-RECEBIDO               PIC 9(08)V99.

      *    Categorias com orçamento no mês do relatório
       01 WS-QTD-CATS               PIC 9(03) VALUE 0.
       01 WS-TABELA-CATS.
           05 WS-CAT OCCURS 100 TIMES.
               10 WS-CAT-NOME       PIC X(15).
       01 WS-IDX-CAT                PIC 9(03).

      *    Totais e impressão do relatório
       01 WS-LIVRE                  PIC S9(09)V99.
       01 WS-PERC-USADO             PIC 9(04).
       01 WS-TOT-ORCADO             PIC 9(09)V99.
       01 WS-TOT-COMPROMETIDO       PIC 9(09)V99.
       01 WS-TOT-RECEBIDO           PIC 9(09)V99.
       01 WS-SEM-ORC-COMPROMETIDO   PIC S9(09)V99.
       01 WS-SEM-ORC-RECEBIDO       PIC S9(09)V99.
       01 WS-VALOR-EDIT             PIC Z(8)9.99.
       01 WS-LIVRE-EDIT             PIC +Z(8)9.99.

      *    Cancelamento do saldo de uma OC
       01 WS-NUM-OC                 PIC 9(05).
       01 WS-ACHOU-OC               PIC X(01).
       01 WS-OC-PRODUTO             PIC 9(05).
       01 WS-OC-DESCRICAO           PIC X(30).
       01 WS-OC-DATA                PIC X(08).
       01 WS-QTD-ABERTA             PIC S9(06).
       01 WS-QTD-CANCELAR           PIC 9(05).
       01 WS-LINHA-LIDA             PIC X(100).
       01 WS-OC-NUM-X               PIC X(05).
       01 WS-OC-DATA-X              PIC X(08).
       01 WS-OC-COD-X               PIC X(05).
       01 WS-OC-DESC-X              PIC X(30).
       01 WS-OC-QTD-X               PIC X(05).
       01 WS-REC-NUM-X              PIC X(05).
       01 WS-REC-DATA-X             PIC X(08).
       01 WS-REC-OPER-X             PIC X(10).
       01 WS-REC-COD-X              PIC X(05).
       01 WS-REC-QTD-X              PIC X(05).
       01 WS-REC-NUM                PIC 9(05).
       01 WS-REC-QTD                PIC 9(05).
       01 WS-NOVA-LINHA-CAN         PIC X(100).

       LINKAGE SECTION.
       01 LS-OPCAO                  PIC 9(02).

       PROCEDURE DIVISION USING LS-OPCAO.
       MAIN.
           PERFORM CONFIGURAR-CAMINHOS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

      *    Switch da opção
           EVALUATE LS-OPCAO
             WHEN 47
               PERFORM DEFINIR-ORCAMENTO

             WHEN 48
               PERFORM RELATORIO-ORCAMENTO

             WHEN 49
               PERFORM CANCELAR-SALDO-OC
           END-EVALUATE.

      *    Retorna
           EXIT PROGRAM.


      *    Define (ou substitui) o orçamento de uma categoria num mês
       DEFINIR-ORCAMENTO.
           DISPLAY "-----------------------------------".
           DISPLAY " ORÇAMENTO DE COMPRAS POR CATEGORIA"
           DISPLAY "-----------------------------------".

           PERFORM VALIDAR-SUPERVISOR.
           IF WS-RESULTADO-VALIDACAO NOT = "OK"
             EXIT PARAGRAPH
           END-IF.

           PERFORM RECEBER-MES.

           DISPLAY "Informe a categoria: " WITH NO ADVANCING.
           MOVE SPACES TO WS-CATEGORIA.
           ACCEPT WS-CATEGORIA.
           MOVE FUNCTION UPPER-CASE(WS-CATEGORIA) TO WS-CATEGORIA.

           IF WS-CATEGORIA = SPACES
             DISPLAY "Erro! Categoria não informada!"
             EXIT PARAGRAPH
           END-IF.

      *    Mostra o orçamento atual e o que já foi consumido
           CALL "ConsultarOrcamentoCompra" USING WS-CATEGORIA, WS-MES,
             WS-ULTIMA-OC-TODAS, WS-ORCADO, WS-COMPROMETIDO,
             WS-RECEBIDO.

           MOVE WS-ORCADO TO WS-VALOR-EDIT.
           DISPLAY "Orçamento atual de " WS-MES ": R$" WS-VALOR-EDIT.
           COMPUTE WS-VALOR-EDIT = WS-COMPROMETIDO + WS-RECEBIDO.
           DISPLAY "Já consumido (OCs do mês):  R$" WS-VALOR-EDIT.

           DISPLAY "Novo valor do orçamento (0 remove): "
             WITH NO ADVANCING.
           MOVE SPACES TO WS-VALOR-X.
           ACCEPT WS-VALOR-X.
           IF FUNCTION TRIM(WS-VALOR-X) = SPACES
             DISPLAY "Nada a alterar."
             EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-VALOR-X) TO WS-VALOR.

           PERFORM ABRE-ARQ-ORCAMENTO.

           MOVE WS-MES TO ORC-MES.
           MOVE WS-CATEGORIA TO ORC-CATEGORIA.

           IF WS-VALOR = 0
             DELETE IDX-ORCAMENTO-COMPRAS
               INVALID KEY
                 DISPLAY "Categoria sem orçamento no mês."

               NOT INVALID KEY
                 DISPLAY "Orçamento removido; a categoria fica sem "
                   "limite no mês."
             END-DELETE
             CLOSE IDX-ORCAMENTO-COMPRAS
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO DETALHE-ORCAMENTO.
           MOVE WS-MES TO ORC-MES.
           MOVE WS-CATEGORIA TO ORC-CATEGORIA.
           MOVE WS-VALOR TO ORC-VALOR.
           MOVE WS-OPERADOR TO ORC-OPERADOR.
           MOVE WS-DATA-HOJE TO ORC-DATA.

           WRITE DETALHE-ORCAMENTO
             INVALID KEY
               REWRITE DETALHE-ORCAMENTO
               DISPLAY "Orçamento existente substituído!"

             NOT INVALID KEY
               DISPLAY "Sucesso! Orçamento cadastrado!"
           END-WRITE.

           CLOSE IDX-ORCAMENTO-COMPRAS.

           IF WS-COMPROMETIDO + WS-RECEBIDO > WS-VALOR
             DISPLAY "Atenção! A categoria já consumiu mais do que "
               "o novo orçamento neste mês."
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Orçado x comprometido x recebido por categoria no mês; as
      *    OCs de categorias sem orçamento aparecem numa linha à parte
       RELATORIO-ORCAMENTO.
           DISPLAY "-----------------------------------".
           DISPLAY " ORÇADO X COMPROMETIDO X RECEBIDO"
           DISPLAY "-----------------------------------".

           PERFORM RECEBER-MES.

      *    Carrega as categorias orçadas do mês antes de consultar,
      *    para o subprograma abrir o arquivo de orçamento sozinho
           PERFORM CARREGAR-CATEGORIAS-MES.

           MOVE 0 TO WS-TOT-ORCADO.
           MOVE 0 TO WS-TOT-COMPROMETIDO.
           MOVE 0 TO WS-TOT-RECEBIDO.

           DISPLAY "Mês: " WS-MES.
           DISPLAY " ".

           PERFORM IMPRIMIR-CATEGORIA
             VARYING WS-IDX-CAT FROM 1 BY 1
             UNTIL WS-IDX-CAT > WS-QTD-CATS.

      *    O que sobra do total geral são as OCs de categorias sem
      *    orçamento cadastrado no mês
           MOVE SPACES TO WS-CATEGORIA.
           CALL "ConsultarOrcamentoCompra" USING WS-CATEGORIA, WS-MES,
             WS-ULTIMA-OC-TODAS, WS-ORCADO, WS-COMPROMETIDO,
             WS-RECEBIDO.

           COMPUTE WS-SEM-ORC-COMPROMETIDO =
             WS-COMPROMETIDO - WS-TOT-COMPROMETIDO.
           COMPUTE WS-SEM-ORC-RECEBIDO =
             WS-RECEBIDO - WS-TOT-RECEBIDO.

           IF WS-SEM-ORC-COMPROMETIDO > 0 OR WS-SEM-ORC-RECEBIDO > 0
             DISPLAY "(SEM ORÇAMENTO)"
             MOVE WS-SEM-ORC-COMPROMETIDO TO WS-VALOR-EDIT
             DISPLAY "  Comprometido: R$" WS-VALOR-EDIT
             MOVE WS-SEM-ORC-RECEBIDO TO WS-VALOR-EDIT
             DISPLAY "  Recebido:     R$" WS-VALOR-EDIT
             DISPLAY " "
           END-IF.

           IF WS-QTD-CATS = 0
             AND WS-COMPROMETIDO = 0 AND WS-RECEBIDO = 0
             DISPLAY "Nenhum orçamento nem OC no mês informado."
             DISPLAY " "
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "-----------------------------------".
           MOVE WS-ORCADO TO WS-VALOR-EDIT.
           DISPLAY "Total orçado:       R$" WS-VALOR-EDIT.
           MOVE WS-COMPROMETIDO TO WS-VALOR-EDIT.
           DISPLAY "Total comprometido: R$" WS-VALOR-EDIT.
           MOVE WS-RECEBIDO TO WS-VALOR-EDIT.
           DISPLAY "Total recebido:     R$" WS-VALOR-EDIT.
           COMPUTE WS-LIVRE = WS-TOT-ORCADO - WS-TOT-COMPROMETIDO
             - WS-TOT-RECEBIDO.
           MOVE WS-LIVRE TO WS-LIVRE-EDIT.
           DISPLAY "Livre nas categorias orçadas: R$" WS-LIVRE-EDIT.
           DISPLAY " ".

      *    Retorna
           EXIT PARAGRAPH.


       CARREGAR-CATEGORIAS-MES.
           MOVE 0 TO WS-QTD-CATS.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT IDX-ORCAMENTO-COMPRAS.

           IF WS-STATUS-ORC-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-MES TO ORC-MES.
           MOVE SPACES TO ORC-CATEGORIA.
           START IDX-ORCAMENTO-COMPRAS KEY IS NOT LESS THAN ORC-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-ORCAMENTO-COMPRAS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF ORC-MES NOT = WS-MES
                   MOVE 'S' TO WS-EOF
                 ELSE
                   IF WS-QTD-CATS < 100
                     ADD 1 TO WS-QTD-CATS
                     MOVE ORC-CATEGORIA TO WS-CAT-NOME(WS-QTD-CATS)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-ORCAMENTO-COMPRAS.

      *    Retorna
           EXIT PARAGRAPH.


       IMPRIMIR-CATEGORIA.
           MOVE WS-CAT-NOME(WS-IDX-CAT) TO WS-CATEGORIA.
           CALL "ConsultarOrcamentoCompra" USING WS-CATEGORIA, WS-MES,
             WS-ULTIMA-OC-TODAS, WS-ORCADO, WS-COMPROMETIDO,
             WS-RECEBIDO.

           ADD WS-ORCADO TO WS-TOT-ORCADO.
           ADD WS-COMPROMETIDO TO WS-TOT-COMPROMETIDO.
           ADD WS-RECEBIDO TO WS-TOT-RECEBIDO.

           COMPUTE WS-LIVRE =
             WS-ORCADO - WS-COMPROMETIDO - WS-RECEBIDO.
           MOVE 0 TO WS-PERC-USADO.
           IF WS-ORCADO > 0
             COMPUTE WS-PERC-USADO ROUNDED =
               (WS-COMPROMETIDO + WS-RECEBIDO) * 100 / WS-ORCADO
           END-IF.

           DISPLAY WS-CATEGORIA.
           MOVE WS-ORCADO TO WS-VALOR-EDIT.
           DISPLAY "  Orçado:       R$" WS-VALOR-EDIT.
           MOVE WS-COMPROMETIDO TO WS-VALOR-EDIT.
           DISPLAY "  Comprometido: R$" WS-VALOR-EDIT.
           MOVE WS-RECEBIDO TO WS-VALOR-EDIT.
           DISPLAY "  Recebido:     R$" WS-VALOR-EDIT.
           MOVE WS-LIVRE TO WS-LIVRE-EDIT.
           DISPLAY "  Livre:        R$" WS-LIVRE-EDIT
             "  (" WS-PERC-USADO "% usado)".
           IF WS-LIVRE < 0
             DISPLAY "  ** ORÇAMENTO ESTOURADO **"
           END-IF.
           DISPLAY " ".


      *    Cancela o saldo ainda em aberto de uma OC: o que não veio
      *    deixa de ser esperado e o valor volta para o orçamento
      *    da categoria no mês da OC
       CANCELAR-SALDO-OC.
           DISPLAY "-----------------------------------".
           DISPLAY " CANCELAR SALDO DE ORDEM DE COMPRA"
           DISPLAY "-----------------------------------".

           PERFORM VALIDAR-SUPERVISOR.
           IF WS-RESULTADO-VALIDACAO NOT = "OK"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe o número da OC: " WITH NO ADVANCING.
           ACCEPT WS-NUM-OC.

           PERFORM LOCALIZAR-OC.

           IF WS-ACHOU-OC NOT = 'S'
             DISPLAY "Ordem de compra não encontrada!"
             EXIT PARAGRAPH
           END-IF.

      *    Saldo em aberto: pedido menos recebido e já cancelado
           PERFORM DESCONTAR-LOG-RECEBIMENTOS.
           PERFORM DESCONTAR-LOG-CANCELAMENTOS.

           DISPLAY "OC #" WS-NUM-OC "  Data: " WS-OC-DATA.
           DISPLAY "Produto: " WS-OC-PRODUTO " - " WS-OC-DESCRICAO.
           DISPLAY "Saldo em aberto: " WS-QTD-ABERTA.

           IF WS-QTD-ABERTA <= 0
             DISPLAY "Esta ordem de compra não tem saldo em aberto!"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Confirma o cancelamento do saldo? (S/N): "
             WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
             DISPLAY "Operação Cancelada!"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-QTD-ABERTA TO WS-QTD-CANCELAR.

           PERFORM ABRE-LOG-CANCELAMENTOS.

           MOVE SPACES TO WS-NOVA-LINHA-CAN.
           STRING
             WS-NUM-OC          DELIMITED BY SIZE
             ";"                DELIMITED BY SIZE
             WS-DATA-HOJE       DELIMITED BY SIZE
             ";"                DELIMITED BY SIZE
             WS-OPERADOR        DELIMITED BY SIZE
             ";"                DELIMITED BY SIZE
             WS-OC-PRODUTO      DELIMITED BY SIZE
             ";"                DELIMITED BY SIZE
             WS-QTD-CANCELAR    DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-CAN
           END-STRING.

           MOVE WS-NOVA-LINHA-CAN TO LINHA-CANCELAMENTO.
           WRITE LINHA-CANCELAMENTO.
           CLOSE LOG-CANCELAMENTOS.

           DISPLAY "Sucesso! Saldo de " WS-QTD-CANCELAR
             " cancelado; o valor volta ao orçamento da categoria.".

      *    Retorna
           EXIT PARAGRAPH.


      *    Procura a OC no csv e guarda produto, data e quantidade
      *    Máscara do csv: <num>;<data>;<cod_produto>;<descricao>;
      *                    <qtd>;<cod_fornecedor>;<nome_fornecedor>
       LOCALIZAR-OC.
           MOVE 'N' TO WS-ACHOU-OC.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT CSV-ORDENS-COMPRA.

           IF WS-STATUS-OC-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ CSV-ORDENS-COMPRA INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
                   INTO WS-OC-NUM-X, WS-OC-DATA-X, WS-OC-COD-X,
                     WS-OC-DESC-X, WS-OC-QTD-X
                 END-UNSTRING

                 IF WS-OC-NUM-X IS NUMERIC
                   AND WS-OC-NUM-X = WS-NUM-OC
                   MOVE 'S' TO WS-ACHOU-OC
                   MOVE 'S' TO WS-EOF
                   MOVE WS-OC-COD-X TO WS-OC-PRODUTO
                   MOVE WS-OC-DESC-X TO WS-OC-DESCRICAO
                   MOVE WS-OC-DATA-X TO WS-OC-DATA
                   MOVE WS-OC-QTD-X TO WS-QTD-ABERTA
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE CSV-ORDENS-COMPRA.

      *    Retorna
           EXIT PARAGRAPH.


       DESCONTAR-LOG-RECEBIMENTOS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LOG-RECEBIMENTOS.

      *    Caso o log ainda não exista, nada foi recebido
           IF WS-STATUS-REC-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ LOG-RECEBIMENTOS INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 PERFORM DESCONTAR-LINHA-LIDA
             END-READ
           END-PERFORM.

           CLOSE LOG-RECEBIMENTOS.

      *    Retorna
           EXIT PARAGRAPH.


       DESCONTAR-LOG-CANCELAMENTOS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LOG-CANCELAMENTOS.

      *    Caso o log ainda não exista, nada foi cancelado
           IF WS-STATUS-CAN-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ LOG-CANCELAMENTOS INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 PERFORM DESCONTAR-LINHA-LIDA
             END-READ
           END-PERFORM.

           CLOSE LOG-CANCELAMENTOS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Máscara dos logs: <num_oc>;<data>;<operador>;
      *                      <cod_produto>;<qtd>
       DESCONTAR-LINHA-LIDA.
           UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
             INTO WS-REC-NUM-X, WS-REC-DATA-X, WS-REC-OPER-X,
               WS-REC-COD-X, WS-REC-QTD-X
           END-UNSTRING.

           MOVE WS-REC-NUM-X TO WS-REC-NUM.
           IF WS-REC-NUM = WS-NUM-OC
             MOVE WS-REC-QTD-X TO WS-REC-QTD
             SUBTRACT WS-REC-QTD FROM WS-QTD-ABERTA
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Mês de referência AAAAMM, com o mês corrente como padrão
       RECEBER-MES.
           DISPLAY "Informe o mês AAAAMM (0 para o mês corrente): "
             WITH NO ADVANCING.
           ACCEPT WS-MES.

           IF WS-MES = 0
             MOVE WS-DATA-HOJE(1:6) TO WS-MES
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       VALIDAR-SUPERVISOR.
           DISPLAY "Informe o código do supervisor: "
             WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.

           CALL "ValidarOperador" USING WS-OPERADOR,
             WS-NIVEL-SUPERVISOR, WS-RESULTADO-VALIDACAO.

           IF WS-RESULTADO-VALIDACAO NOT = "OK"
             DISPLAY "Operação Cancelada!"
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
             "/orcamento-compras.idx" DELIMITED BY SIZE
             INTO WS-PATH-ORCAMENTO
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/ordens-compra.csv" DELIMITED BY SIZE
             INTO WS-PATH-ORDENS-COMPRA
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/ordens-recebidas.log" DELIMITED BY SIZE
             INTO WS-PATH-RECEBIMENTOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/ordens-canceladas.log" DELIMITED BY SIZE
             INTO WS-PATH-CANCELAMENTOS
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


       ABRE-ARQ-ORCAMENTO.
           OPEN I-O IDX-ORCAMENTO-COMPRAS.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-ORC-FILE-NOT-FOUND
             OPEN OUTPUT IDX-ORCAMENTO-COMPRAS
             CLOSE IDX-ORCAMENTO-COMPRAS
             PERFORM ABRE-ARQ-ORCAMENTO
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-LOG-CANCELAMENTOS.
           OPEN EXTEND LOG-CANCELAMENTOS.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-CAN-FILE-NOT-FOUND
             OPEN OUTPUT LOG-CANCELAMENTOS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. Remarcacao.
           AUTHOR. Maurício Rodrigues.

      *    Remarcação automática por proximidade da validade: cada
      *    categoria de produto tem regras do tipo "a N dias do
      *    vencimento, P% de desconto" (ex.: 5 dias 30%, 2 dias 50%);
      *    a categoria "*" vale para as categorias sem regra própria.
      *    O caixa precifica cada unidade pelo lote de onde ela sai
      *    (ResolverRemarcacao.cbl). Aqui ficam o cadastro das
      *    regras, a lista matinal das remarcações disparadas no dia
      *    (que alimenta EtiquetasPrecos.cbl) e o relatório do valor
      *    recuperado pelas vendas remarcadas contra o que ainda
      *    acabou em quarentena.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-REGRAS-REMARCACAO
             ASSIGN TO DYNAMIC WS-PATH-REGRAS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS
             RECORD KEY IS RR-CHAVE.

           SELECT IDX-PRODUTOS
             ASSIGN TO DYNAMIC WS-PATH-PRODUTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-PROD
             RECORD KEY IS PRODUTO-CODIGO.

      *    Lotes de validade (criados por Recebimento.cbl), varridos
      *    na lista matinal
           SELECT IDX-LOTES
             ASSIGN TO DYNAMIC WS-PATH-LOTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-LOTE
             RECORD KEY IS LOTE-CHAVE.

      *    Mercadoria vencida retirada do estoque (Quarentena.cbl):
      *    o que a remarcação não conseguiu vender
           SELECT IDX-QUARENTENA
             ASSIGN TO DYNAMIC WS-PATH-QUARENTENA
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-QUAR
             RECORD KEY IS QUAR-CHAVE.

      *    Datas da última execução da lista matinal e da execução
      *    anterior a ela
           SELECT ARQ-CONTROLE-REMARCACAO
             ASSIGN TO DYNAMIC WS-PATH-CONTROLE
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CTRL.

      *    Remarcações disparadas, lidas por EtiquetasPrecos.cbl
           SELECT LOG-REMARCACOES-ETIQ
             ASSIGN TO DYNAMIC WS-PATH-REMARC-ETIQ
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ETIQ.

      *    Itens vendidos com remarcação (gravado por
      *    RealizarVenda.cbl)
           SELECT LOG-REMARCACOES-VENDAS
             ASSIGN TO DYNAMIC WS-PATH-REMARC-VENDAS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-VENDAS.

       DATA DIVISION.
       FILE SECTION.
      *    Uma regra por categoria e número de dias até o vencimento;
      *    a chave ordena as regras da categoria pelos dias
       FD IDX-REGRAS-REMARCACAO.
       01 DETALHE-REGRA-REMARCACAO.
           05 RR-CHAVE.
               10 RR-CATEGORIA      PIC X(15).
               10 RR-DIAS           PIC 9(03).
           05 RR-PERCENTUAL         PIC 9(02).
           05 FILLER                PIC X(10).

       FD IDX-PRODUTOS.
       01 DETALHE-PRODUTO.
           05 PRODUTO-CODIGO        PIC 9(05).
           05 PRODUTO-DESCRICAO     PIC X(30).
           05 PRODUTO-PRECO-UNIT    PIC 9(04)V99.
           05 PRODUTO-QTD-ESTOQUE   PIC 9(05).
           05 PRODUTO-QTD-MINIMA    PIC 9(05).
           05 PRODUTO-CATEGORIA     PIC X(15).
           05 PRODUTO-FORNECEDOR    PIC 9(05).
           05 PRODUTO-VALIDADE      PIC 9(08).
           05 PRODUTO-LOCAL         PIC 9(02).
           05 PRODUTO-CUSTO-UNIT    PIC 9(04)V99.
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
       01 DETALHE-LOTE.
           05 LOTE-CHAVE.
               10 LOTE-PRODUTO      PIC 9(05).
               10 LOTE-SEQ          PIC 9(04).
           05 LOTE-VALIDADE         PIC 9(08).
           05 LOTE-QTD-SALDO        PIC 9(05).
           05 LOTE-DATA-ENTRADA     PIC 9(08).

      *    Mesmo layout de DETALHE-QUARENTENA em Quarentena.cbl
       FD IDX-QUARENTENA.
       01 DETALHE-QUARENTENA.
           05 QUAR-CHAVE.
               10 QUAR-PRODUTO      PIC 9(05).
               10 QUAR-DATA         PIC 9(08).
           05 QUAR-DESCRICAO        PIC X(30).
           05 QUAR-QTD              PIC 9(05).
           05 QUAR-OPERADOR         PIC X(10).
           05 QUAR-STATUS           PIC X(01).
               88 QUAR-ATIVA        VALUE 'A'.
               88 QUAR-BAIXADA      VALUE 'B'.
               88 QUAR-DEVOLVIDA    VALUE 'D'.

       FD ARQ-CONTROLE-REMARCACAO.
       01 LINHA-CONTROLE-REMARCACAO.
           05 CTRL-ULTIMA-EXECUCAO  PIC 9(08).
           05 CTRL-EXECUCAO-ANTERIOR PIC 9(08).

      *    Máscara: <data>;<produto>;<lote>;<validade>;<percentual>;
      *             <preço remarcado>
       FD LOG-REMARCACOES-ETIQ.
       01 LINHA-REMARCACAO-ETIQ     PIC X(80).

      *    Máscara: <data>;<recibo>;<produto>;<qtd>;<preço base>;
      *             <preço cobrado>;<percentual>
       FD LOG-REMARCACOES-VENDAS.
       01 LINHA-REMARCACAO-VENDA    PIC X(80).

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
                          WS-STATUS-PROD-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-PROD-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-PROD-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-PROD-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-PROD-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-PROD-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-PROD.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-LOTE-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-LOTE-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-LOTE-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-LOTE-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-LOTE-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-LOTE-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-LOTE.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-QUAR-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-QUAR-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-QUAR-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-QUAR-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-QUAR-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-QUAR-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-QUAR.
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
                          WS-STATUS-ETIQ-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-ETIQ-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-ETIQ-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-ETIQ-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-ETIQ-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-ETIQ-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-ETIQ.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-VENDAS-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-VENDAS-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-VENDAS-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-VENDAS-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-VENDAS-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-VENDAS-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-VENDAS.

      *    Diretório de dados e caminhos completos dos arquivos,
      *    resolvidos via ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-REGRAS             PIC X(80).
       01 WS-PATH-PRODUTOS           PIC X(80).
       01 WS-PATH-LOTES              PIC X(80).
       01 WS-PATH-QUARENTENA         PIC X(80).
       01 WS-PATH-CONTROLE           PIC X(80).
       01 WS-PATH-REMARC-ETIQ        PIC X(80).
       01 WS-PATH-REMARC-VENDAS      PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-EOF                    PIC X(01) VALUE 'N'.
       01 WS-EOF-REGRA              PIC X(01).
       01 WS-CONTADOR               PIC 9(05).
       01 WS-VERIFICACAO            PIC X(01).
       01 WS-NOVA-LINHA             PIC X(80).

      * Variáveis Locais de Regra de Remarcação
       01 WS-CATEGORIA              PIC X(15).
       01 WS-DIAS                   PIC 9(03).
       01 WS-PERCENTUAL             PIC 9(02).

      * Regras carregadas da categoria corrente, em ordem crescente
      * de dias (mesma lógica de ResolverRemarcacao.cbl)
       01 WS-CATEGORIA-CARREGADA    PIC X(15).
       01 WS-CATEGORIA-BUSCA        PIC X(15).
       01 WS-QTD-REGRAS             PIC 9(02) VALUE 0.
       01 WS-MAX-REGRAS             PIC 9(02) VALUE 20.
       01 WS-TABELA-REGRAS.
           05 WS-REGRA OCCURS 20 TIMES.
             10 WS-REGRA-DIAS       PIC 9(03).
             10 WS-REGRA-PERCENTUAL PIC 9(02).
       01 WS-IDX-REGRA              PIC 9(02).

      * Lista matinal
       01 WS-DATA-HOJE              PIC 9(08).
       01 WS-DIA-HOJE-INT           PIC 9(07).
       01 WS-ULTIMA-EXECUCAO        PIC 9(08).
       01 WS-EXECUCAO-ANTERIOR      PIC 9(08).
       01 WS-DATA-COMPARACAO        PIC 9(08).
       01 WS-DIA-COMPARACAO-INT     PIC 9(07).
       01 WS-JA-EXECUTADA-HOJE      PIC X(01).
           88 JA-EXECUTADA-HOJE     VALUE 'S'.
       01 WS-DIAS-VENCER            PIC S9(05).
       01 WS-PERCENTUAL-HOJE        PIC 9(02).
       01 WS-PERCENTUAL-ANTES       PIC 9(02).
       01 WS-PRECO-REMARCADO        PIC 9(04)V99.
       01 WS-PRECO-EDITADO          PIC ZZZ9.99.
       01 WS-REMARCADO-EDIT         PIC ZZZ9.99.

      * Relatório de recuperação
       01 WS-DATA-INICIO            PIC 9(08).
       01 WS-DATA-FIM               PIC 9(08).
       01 WS-LIN-DATA               PIC 9(08).
       01 WS-LIN-RECIBO             PIC X(08).
       01 WS-LIN-PRODUTO            PIC 9(05).
       01 WS-LIN-QTD                PIC 9(05).
      * Preços gravados sem ponto decimal (9(04)V99)
       01 WS-LIN-PRECO-BASE-X       PIC X(06).
       01 WS-LIN-PRECO-BASE REDEFINES WS-LIN-PRECO-BASE-X
                                    PIC 9(04)V99.
       01 WS-LIN-PRECO-COBRADO-X    PIC X(06).
       01 WS-LIN-PRECO-COBRADO REDEFINES WS-LIN-PRECO-COBRADO-X
                                    PIC 9(04)V99.
       01 WS-LIN-PERCENTUAL         PIC 9(02).

       01 WS-QTD-CATEGORIAS         PIC 9(02) VALUE 0.
       01 WS-MAX-CATEGORIAS         PIC 9(02) VALUE 40.
       01 WS-TABELA-CATEGORIAS.
           05 WS-CAT OCCURS 40 TIMES.
             10 WS-CAT-NOME         PIC X(15).
             10 WS-CAT-QTD-VENDIDA  PIC 9(07).
             10 WS-CAT-RECUPERADO   PIC 9(09)V99.
             10 WS-CAT-DESCONTO     PIC 9(09)V99.
             10 WS-CAT-QTD-QUAR     PIC 9(07).
             10 WS-CAT-CUSTO-QUAR   PIC 9(09)V99.
             10 WS-CAT-PRECO-QUAR   PIC 9(09)V99.
       01 WS-IDX-CAT                PIC 9(02).
       01 WS-CAT-ACHADA             PIC 9(02).

       01 WS-TOT-QTD-VENDIDA        PIC 9(07).
       01 WS-TOT-RECUPERADO         PIC 9(09)V99.
       01 WS-TOT-DESCONTO           PIC 9(09)V99.
       01 WS-TOT-QTD-QUAR           PIC 9(07).
       01 WS-TOT-CUSTO-QUAR         PIC 9(09)V99.
       01 WS-TOT-PRECO-QUAR         PIC 9(09)V99.
       01 WS-TAXA-RECUPERACAO       PIC 9(03)V9.
       01 WS-TAXA-EDIT              PIC ZZ9.9.
       01 WS-QTD-EDIT               PIC Z(6)9.
       01 WS-VALOR-EDIT             PIC Z(8)9.99.

       LINKAGE SECTION.
       01 LS-OPCAO                  PIC 9(02).

       PROCEDURE DIVISION USING LS-OPCAO.
       MAIN.
           PERFORM CONFIGURAR-CAMINHOS.

      *    Switch da opção
           EVALUATE LS-OPCAO
             WHEN 37
               PERFORM CADASTRAR-REGRA

             WHEN 38
               PERFORM LISTAR-REGRAS

             WHEN 39
               PERFORM EXCLUIR-REGRA

             WHEN 40
               PERFORM LISTAR-REMARCACOES-DIA

             WHEN 41
               PERFORM RELATORIO-RECUPERACAO
           END-EVALUATE.

      *    Retorna
           EXIT PROGRAM.


       CADASTRAR-REGRA.
           DISPLAY "-----------------------------------".
           DISPLAY " CADASTRAR REGRA DE REMARCAÇÃO"
           DISPLAY "-----------------------------------".
           PERFORM RECEBER-CATEGORIA.
           IF WS-CATEGORIA = SPACES
             DISPLAY "Erro! Categoria não informada!"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Dias até o vencimento (0 = no dia): "
             WITH NO ADVANCING.
           ACCEPT WS-DIAS.

           DISPLAY "Percentual de desconto: " WITH NO ADVANCING.
           ACCEPT WS-PERCENTUAL.

           IF WS-PERCENTUAL = 0
             DISPLAY "Erro! O percentual não pode ser zero!"
             EXIT PARAGRAPH
           END-IF.

      *    Abre o arquivo de regras
           PERFORM ABRE-ARQ-REGRAS.

      *    Move os valores para as variáveis de arquivo
           MOVE SPACES TO DETALHE-REGRA-REMARCACAO.
           MOVE WS-CATEGORIA TO RR-CATEGORIA.
           MOVE WS-DIAS TO RR-DIAS.
           MOVE WS-PERCENTUAL TO RR-PERCENTUAL.

      *    A mesma regra (categoria e dias) já cadastrada tem o
      *    percentual substituído
           WRITE DETALHE-REGRA-REMARCACAO
             INVALID KEY
               REWRITE DETALHE-REGRA-REMARCACAO
               DISPLAY "Regra existente substituída!"

             NOT INVALID KEY
               DISPLAY "Sucesso! Regra de remarcação cadastrada!"
           END-WRITE.

      *    Fecha o arquivo
           CLOSE IDX-REGRAS-REMARCACAO.

      *    Retorna
           EXIT PARAGRAPH.


      *    Lista as regras de uma categoria (ou de todas, com a
      *    categoria em branco), na ordem da chave
       LISTAR-REGRAS.
           DISPLAY "-----------------------------------".
           DISPLAY " LISTAR REGRAS DE REMARCAÇÃO"
           DISPLAY "-----------------------------------".
           DISPLAY "Informe a categoria (em branco para todas, "
             "* para a regra geral): " WITH NO ADVANCING.
           MOVE SPACES TO WS-CATEGORIA.
           ACCEPT WS-CATEGORIA.
           MOVE FUNCTION UPPER-CASE(WS-CATEGORIA) TO WS-CATEGORIA.

      *    Zera as variáveis de controle
           MOVE 0 TO WS-CONTADOR.
           MOVE 'N' TO WS-EOF.

      *    Abre o arquivo
           PERFORM ABRE-ARQ-REGRAS.

      *    Posiciona na primeira regra da categoria pedida
           MOVE WS-CATEGORIA TO RR-CATEGORIA.
           MOVE 0 TO RR-DIAS.
           START IDX-REGRAS-REMARCACAO KEY IS NOT LESS THAN RR-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF
           END-START.

      *    Loop de execução
           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-REGRAS-REMARCACAO NEXT RECORD

      *      Caso seja o final do arquivo (EOF)
             AT END
               MOVE 'S' TO WS-EOF

      *      Caso não seja o final do arquivo (EOF)
             NOT AT END
               IF WS-CATEGORIA NOT = SPACES
                 AND RR-CATEGORIA NOT = WS-CATEGORIA
                 MOVE 'S' TO WS-EOF
                 EXIT PERFORM CYCLE
               END-IF

               ADD 1 TO WS-CONTADOR
               DISPLAY "Categoria: " RR-CATEGORIA
                 "  A " RR-DIAS " dia(s) do vencimento: "
                 RR-PERCENTUAL "% de desconto"
             END-READ
           END-PERFORM.

      *    Fecha arquivo
           CLOSE IDX-REGRAS-REMARCACAO.

           IF WS-CONTADOR = 0
             DISPLAY "Nenhuma regra de remarcação cadastrada."
           END-IF.
           DISPLAY " ".

      *    Retorna
           EXIT PARAGRAPH.


       EXCLUIR-REGRA.
           DISPLAY "-----------------------------------".
           DISPLAY " EXCLUIR REGRA DE REMARCAÇÃO"
           DISPLAY "-----------------------------------".
      *    Recebe a chave da regra que será excluída
           PERFORM RECEBER-CATEGORIA.

           DISPLAY "Dias até o vencimento: " WITH NO ADVANCING.
           ACCEPT WS-DIAS.

      *    Abre arquivo
           PERFORM ABRE-ARQ-REGRAS.

      *    Atualiza a chave de busca
           MOVE WS-CATEGORIA TO RR-CATEGORIA.
           MOVE WS-DIAS TO RR-DIAS.

      *    Busca pela regra no arquivo
           READ IDX-REGRAS-REMARCACAO KEY IS RR-CHAVE

      *      Se a regra não existir
             INVALID KEY
               DISPLAY "Regra de remarcação não cadastrada!"
               CLOSE IDX-REGRAS-REMARCACAO
               EXIT PARAGRAPH

      *      Se a regra existir
             NOT INVALID KEY
               DISPLAY "Excluindo regra da categoria " RR-CATEGORIA
                 " a " RR-DIAS " dia(s) (" RR-PERCENTUAL "%)"
               DISPLAY "Deseja continuar? (S/N): " WITH NO ADVANCING
               ACCEPT WS-VERIFICACAO

               IF WS-VERIFICACAO = 'S'
                 DELETE IDX-REGRAS-REMARCACAO
                 DISPLAY "Sucesso! Regra de remarcação excluída!"
               ELSE
                 DISPLAY "Operação Cancelada!"
               END-IF

           END-READ.

      *    Fecha arquivo
           CLOSE IDX-REGRAS-REMARCACAO.

      *    Retorna
           EXIT PARAGRAPH.


      *    Lista matinal: varre os lotes com saldo e aponta aqueles
      *    cuja faixa de desconto mudou desde a execução anterior
      *    (lote que entrou numa regra ou passou para uma mais
      *    agressiva). As remarcações disparadas vão para o log lido
      *    por EtiquetasPrecos.cbl; uma segunda execução no mesmo dia
      *    só reexibe a lista, sem duplicar etiquetas.
       LISTAR-REMARCACOES-DIA.
           DISPLAY "-----------------------------------".
           DISPLAY " REMARCAÇÕES DO DIA"
           DISPLAY "-----------------------------------".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-DIA-HOJE-INT =
             FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).

           PERFORM LER-CONTROLE-REMARCACAO.

      *    Já executada hoje: compara contra a mesma data anterior
      *    da primeira execução do dia
           IF WS-ULTIMA-EXECUCAO = WS-DATA-HOJE
             MOVE 'S' TO WS-JA-EXECUTADA-HOJE
             MOVE WS-EXECUCAO-ANTERIOR TO WS-DATA-COMPARACAO
           ELSE
             MOVE 'N' TO WS-JA-EXECUTADA-HOJE
             MOVE WS-ULTIMA-EXECUCAO TO WS-DATA-COMPARACAO
           END-IF.

           COMPUTE WS-DIA-COMPARACAO-INT =
             FUNCTION INTEGER-OF-DATE(WS-DATA-COMPARACAO).

           IF JA-EXECUTADA-HOJE
             DISPLAY "Lista já gerada hoje; etiquetas não serão "
               "duplicadas."
           ELSE
             OPEN EXTEND LOG-REMARCACOES-ETIQ
      *      Caso o arquivo não exista, cria
             IF WS-STATUS-ETIQ-FILE-NOT-FOUND
               OPEN OUTPUT LOG-REMARCACOES-ETIQ
             END-IF
           END-IF.

           OPEN INPUT IDX-PRODUTOS.
           OPEN INPUT IDX-LOTES.

           MOVE 0 TO WS-CONTADOR.
           MOVE SPACES TO WS-CATEGORIA-CARREGADA.
           MOVE 0 TO WS-QTD-REGRAS.
           MOVE 'N' TO WS-EOF.

           IF NOT WS-STATUS-LOTE-OK OR NOT WS-STATUS-PROD-OK
             MOVE 'S' TO WS-EOF
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-LOTES NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF LOTE-QTD-SALDO > 0 AND LOTE-VALIDADE > 0
                   PERFORM AVALIAR-LOTE-REMARCACAO
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-LOTES.
           CLOSE IDX-PRODUTOS.

           IF NOT JA-EXECUTADA-HOJE
             CLOSE LOG-REMARCACOES-ETIQ
             MOVE WS-ULTIMA-EXECUCAO TO WS-EXECUCAO-ANTERIOR
             MOVE WS-DATA-HOJE TO WS-ULTIMA-EXECUCAO
             PERFORM GRAVAR-CONTROLE-REMARCACAO
           END-IF.

           IF WS-CONTADOR = 0
             DISPLAY "Nenhuma remarcação disparada hoje."
           ELSE
             DISPLAY "Lotes remarcados hoje: " WS-CONTADOR
             DISPLAY "Gere as etiquetas de preço para imprimir os "
               "novos preços."
           END-IF.
           DISPLAY " ".

      *    Retorna
           EXIT PARAGRAPH.


      *    Compara o percentual do lote hoje com o percentual que ele
      *    tinha na data de comparação
       AVALIAR-LOTE-REMARCACAO.
           MOVE LOTE-PRODUTO TO PRODUTO-CODIGO.
           READ IDX-PRODUTOS KEY IS PRODUTO-CODIGO
             INVALID KEY
               EXIT PARAGRAPH
           END-READ.

           IF NOT PRODUTO-ATIVO
             EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(PRODUTO-CATEGORIA)
             TO WS-CATEGORIA-BUSCA.
           IF WS-CATEGORIA-BUSCA NOT = WS-CATEGORIA-CARREGADA
             PERFORM CARREGAR-REGRAS-CATEGORIA
           END-IF.

           IF WS-QTD-REGRAS = 0
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DIAS-VENCER =
             FUNCTION INTEGER-OF-DATE(LOTE-VALIDADE) - WS-DIA-HOJE-INT.
           IF WS-DIAS-VENCER < 0
             MOVE 0 TO WS-DIAS-VENCER
           END-IF.
           PERFORM LOCALIZAR-REGRA-DIAS.
           MOVE WS-PERCENTUAL TO WS-PERCENTUAL-HOJE.

           IF WS-PERCENTUAL-HOJE = 0
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DIAS-VENCER =
             FUNCTION INTEGER-OF-DATE(LOTE-VALIDADE)
             - WS-DIA-COMPARACAO-INT.
           IF WS-DIAS-VENCER < 0
             MOVE 0 TO WS-DIAS-VENCER
           END-IF.
           PERFORM LOCALIZAR-REGRA-DIAS.
           MOVE WS-PERCENTUAL TO WS-PERCENTUAL-ANTES.

           IF WS-PERCENTUAL-HOJE = WS-PERCENTUAL-ANTES
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CONTADOR.
           COMPUTE WS-PRECO-REMARCADO ROUNDED =
             PRODUTO-PRECO-UNIT * (100 - WS-PERCENTUAL-HOJE) / 100.

           MOVE PRODUTO-PRECO-UNIT TO WS-PRECO-EDITADO.
           MOVE WS-PRECO-REMARCADO TO WS-REMARCADO-EDIT.
           DISPLAY LOTE-PRODUTO " " PRODUTO-DESCRICAO
             " Lote " LOTE-SEQ " Val. " LOTE-VALIDADE.
           DISPLAY "      " WS-PERCENTUAL-HOJE "% de desconto: R$"
             WS-PRECO-EDITADO " -> R$" WS-REMARCADO-EDIT
             " (" LOTE-QTD-SALDO " un.)".

           IF JA-EXECUTADA-HOJE
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-NOVA-LINHA.
           STRING
             WS-DATA-HOJE         DELIMITED BY SIZE
             ";"                  DELIMITED BY SIZE
             LOTE-PRODUTO         DELIMITED BY SIZE
             ";"                  DELIMITED BY SIZE
             LOTE-SEQ             DELIMITED BY SIZE
             ";"                  DELIMITED BY SIZE
             LOTE-VALIDADE        DELIMITED BY SIZE
             ";"                  DELIMITED BY SIZE
             WS-PERCENTUAL-HOJE   DELIMITED BY SIZE
             ";"                  DELIMITED BY SIZE
             WS-PRECO-REMARCADO   DELIMITED BY SIZE
             INTO WS-NOVA-LINHA
           END-STRING.

           MOVE WS-NOVA-LINHA TO LINHA-REMARCACAO-ETIQ.
           WRITE LINHA-REMARCACAO-ETIQ.

      *    Retorna
           EXIT PARAGRAPH.


      *    Relatório do período: o que a remarcação recuperou (vendas
      *    remarcadas) contra o que ainda acabou em quarentena, por
      *    categoria com regra de remarcação
       RELATORIO-RECUPERACAO.
           DISPLAY "-----------------------------------".
           DISPLAY " REMARCAÇÃO: RECUPERADO x QUARENTENADO"
           DISPLAY "-----------------------------------".
      *    Recebe o intervalo de datas da consulta
           DISPLAY "Informe a data inicial AAAAMMDD: "
             WITH NO ADVANCING.
           ACCEPT WS-DATA-INICIO.

           DISPLAY "Informe a data final AAAAMMDD: "
             WITH NO ADVANCING.
           ACCEPT WS-DATA-FIM.

           IF WS-DATA-FIM < WS-DATA-INICIO
             DISPLAY "Erro! Data final anterior à data inicial!"
             EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-QTD-CATEGORIAS.
           MOVE SPACES TO WS-CATEGORIA-CARREGADA.
           MOVE 0 TO WS-QTD-REGRAS.

           OPEN INPUT IDX-PRODUTOS.
           IF NOT WS-STATUS-PROD-OK
             DISPLAY "Nenhum produto cadastrado."
             DISPLAY " "
             EXIT PARAGRAPH
           END-IF.

           PERFORM SOMAR-VENDAS-REMARCADAS.
           PERFORM SOMAR-QUARENTENA-PERIODO.

           CLOSE IDX-PRODUTOS.

           IF WS-QTD-CATEGORIAS = 0
             DISPLAY "Nenhuma venda remarcada nem quarentena no "
               "período."
             DISPLAY " "
             EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-TOT-QTD-VENDIDA.
           MOVE 0 TO WS-TOT-RECUPERADO.
           MOVE 0 TO WS-TOT-DESCONTO.
           MOVE 0 TO WS-TOT-QTD-QUAR.
           MOVE 0 TO WS-TOT-CUSTO-QUAR.
           MOVE 0 TO WS-TOT-PRECO-QUAR.

           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
             UNTIL WS-IDX-CAT > WS-QTD-CATEGORIAS
             PERFORM EXIBIR-CATEGORIA-RECUPERACAO
           END-PERFORM.

           DISPLAY "===================================".
           DISPLAY "TOTAL DO PERÍODO".
           MOVE WS-TOT-QTD-VENDIDA TO WS-QTD-EDIT.
           MOVE WS-TOT-RECUPERADO TO WS-VALOR-EDIT.
           DISPLAY "  Vendido remarcado: " WS-QTD-EDIT " un.  R$"
             WS-VALOR-EDIT.
           MOVE WS-TOT-DESCONTO TO WS-VALOR-EDIT.
           DISPLAY "  Desconto concedido:         R$" WS-VALOR-EDIT.
           MOVE WS-TOT-QTD-QUAR TO WS-QTD-EDIT.
           MOVE WS-TOT-CUSTO-QUAR TO WS-VALOR-EDIT.
           DISPLAY "  Quarentenado:      " WS-QTD-EDIT " un.  R$"
             WS-VALOR-EDIT " a custo".
           MOVE WS-TOT-PRECO-QUAR TO WS-VALOR-EDIT.
           DISPLAY "                                R$" WS-VALOR-EDIT
             " a preço de venda".

           IF WS-TOT-QTD-VENDIDA + WS-TOT-QTD-QUAR > 0
             COMPUTE WS-TAXA-RECUPERACAO ROUNDED =
               WS-TOT-QTD-VENDIDA * 100
               / (WS-TOT-QTD-VENDIDA + WS-TOT-QTD-QUAR)
             MOVE WS-TAXA-RECUPERACAO TO WS-TAXA-EDIT
             DISPLAY "  Unidades recuperadas: " WS-TAXA-EDIT "%"
           END-IF.
           DISPLAY " ".

      *    Retorna
           EXIT PARAGRAPH.


      *    Vendas remarcadas do período, por categoria do produto
       SOMAR-VENDAS-REMARCADAS.
           OPEN INPUT LOG-REMARCACOES-VENDAS.
           IF NOT WS-STATUS-VENDAS-OK
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ LOG-REMARCACOES-VENDAS
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 UNSTRING LINHA-REMARCACAO-VENDA DELIMITED BY ";"
                   INTO WS-LIN-DATA, WS-LIN-RECIBO, WS-LIN-PRODUTO,
                     WS-LIN-QTD, WS-LIN-PRECO-BASE-X,
                     WS-LIN-PRECO-COBRADO-X, WS-LIN-PERCENTUAL
                 END-UNSTRING

                 IF WS-LIN-DATA >= WS-DATA-INICIO
                   AND WS-LIN-DATA <= WS-DATA-FIM
                   AND WS-LIN-PRECO-BASE-X IS NUMERIC
                   AND WS-LIN-PRECO-COBRADO-X IS NUMERIC
                   MOVE WS-LIN-PRODUTO TO PRODUTO-CODIGO
                   PERFORM LOCALIZAR-CATEGORIA-PRODUTO
                   IF WS-CAT-ACHADA > 0
                     ADD WS-LIN-QTD
                       TO WS-CAT-QTD-VENDIDA(WS-CAT-ACHADA)
                     COMPUTE WS-CAT-RECUPERADO(WS-CAT-ACHADA) =
                       WS-CAT-RECUPERADO(WS-CAT-ACHADA)
                       + WS-LIN-QTD * WS-LIN-PRECO-COBRADO
                     COMPUTE WS-CAT-DESCONTO(WS-CAT-ACHADA) =
                       WS-CAT-DESCONTO(WS-CAT-ACHADA)
                       + WS-LIN-QTD
                       * (WS-LIN-PRECO-BASE - WS-LIN-PRECO-COBRADO)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE LOG-REMARCACOES-VENDAS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Quarentenas do período de produtos cujas categorias têm
      *    regra de remarcação: o que a remarcação não salvou
       SOMAR-QUARENTENA-PERIODO.
           OPEN INPUT IDX-QUARENTENA.
           IF NOT WS-STATUS-QUAR-OK
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-QUARENTENA NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF QUAR-DATA >= WS-DATA-INICIO
                   AND QUAR-DATA <= WS-DATA-FIM
                   MOVE QUAR-PRODUTO TO PRODUTO-CODIGO
                   PERFORM LOCALIZAR-CATEGORIA-PRODUTO
                   IF WS-CAT-ACHADA > 0
                     ADD QUAR-QTD TO WS-CAT-QTD-QUAR(WS-CAT-ACHADA)
                     COMPUTE WS-CAT-CUSTO-QUAR(WS-CAT-ACHADA) =
                       WS-CAT-CUSTO-QUAR(WS-CAT-ACHADA)
                       + QUAR-QTD * PRODUTO-CUSTO-UNIT
                     COMPUTE WS-CAT-PRECO-QUAR(WS-CAT-ACHADA) =
                       WS-CAT-PRECO-QUAR(WS-CAT-ACHADA)
                       + QUAR-QTD * PRODUTO-PRECO-UNIT
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-QUARENTENA.

      *    Retorna
           EXIT PARAGRAPH.


      *    Lê o produto de PRODUTO-CODIGO e devolve em WS-CAT-ACHADA a
      *    posição da sua categoria na tabela do relatório (zero se o
      *    produto não existe ou a categoria não tem regra)
       LOCALIZAR-CATEGORIA-PRODUTO.
           MOVE 0 TO WS-CAT-ACHADA.

           READ IDX-PRODUTOS KEY IS PRODUTO-CODIGO
             INVALID KEY
               EXIT PARAGRAPH
           END-READ.

           MOVE FUNCTION UPPER-CASE(PRODUTO-CATEGORIA)
             TO WS-CATEGORIA-BUSCA.
           IF WS-CATEGORIA-BUSCA NOT = WS-CATEGORIA-CARREGADA
             PERFORM CARREGAR-REGRAS-CATEGORIA
           END-IF.

           IF WS-QTD-REGRAS = 0
             EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
             UNTIL WS-IDX-CAT > WS-QTD-CATEGORIAS
               OR WS-CAT-ACHADA > 0
             IF WS-CAT-NOME(WS-IDX-CAT) = WS-CATEGORIA-BUSCA
               MOVE WS-IDX-CAT TO WS-CAT-ACHADA
             END-IF
           END-PERFORM.

           IF WS-CAT-ACHADA = 0
             AND WS-QTD-CATEGORIAS < WS-MAX-CATEGORIAS
             ADD 1 TO WS-QTD-CATEGORIAS
             MOVE WS-QTD-CATEGORIAS TO WS-CAT-ACHADA
             MOVE WS-CATEGORIA-BUSCA TO WS-CAT-NOME(WS-CAT-ACHADA)
             MOVE 0 TO WS-CAT-QTD-VENDIDA(WS-CAT-ACHADA)
             MOVE 0 TO WS-CAT-RECUPERADO(WS-CAT-ACHADA)
             MOVE 0 TO WS-CAT-DESCONTO(WS-CAT-ACHADA)
             MOVE 0 TO WS-CAT-QTD-QUAR(WS-CAT-ACHADA)
             MOVE 0 TO WS-CAT-CUSTO-QUAR(WS-CAT-ACHADA)
             MOVE 0 TO WS-CAT-PRECO-QUAR(WS-CAT-ACHADA)
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       EXIBIR-CATEGORIA-RECUPERACAO.
           DISPLAY "Categoria: " WS-CAT-NOME(WS-IDX-CAT).
           MOVE WS-CAT-QTD-VENDIDA(WS-IDX-CAT) TO WS-QTD-EDIT.
           MOVE WS-CAT-RECUPERADO(WS-IDX-CAT) TO WS-VALOR-EDIT.
           DISPLAY "  Vendido remarcado: " WS-QTD-EDIT " un.  R$"
             WS-VALOR-EDIT.
           MOVE WS-CAT-DESCONTO(WS-IDX-CAT) TO WS-VALOR-EDIT.
           DISPLAY "  Desconto concedido:         R$" WS-VALOR-EDIT.
           MOVE WS-CAT-QTD-QUAR(WS-IDX-CAT) TO WS-QTD-EDIT.
           MOVE WS-CAT-CUSTO-QUAR(WS-IDX-CAT) TO WS-VALOR-EDIT.
           DISPLAY "  Quarentenado:      " WS-QTD-EDIT " un.  R$"
             WS-VALOR-EDIT " a custo".

           ADD WS-CAT-QTD-VENDIDA(WS-IDX-CAT) TO WS-TOT-QTD-VENDIDA.
           ADD WS-CAT-RECUPERADO(WS-IDX-CAT) TO WS-TOT-RECUPERADO.
           ADD WS-CAT-DESCONTO(WS-IDX-CAT) TO WS-TOT-DESCONTO.
           ADD WS-CAT-QTD-QUAR(WS-IDX-CAT) TO WS-TOT-QTD-QUAR.
           ADD WS-CAT-CUSTO-QUAR(WS-IDX-CAT) TO WS-TOT-CUSTO-QUAR.
           ADD WS-CAT-PRECO-QUAR(WS-IDX-CAT) TO WS-TOT-PRECO-QUAR.

      *    Retorna
           EXIT PARAGRAPH.


      *    Carrega as regras de WS-CATEGORIA-BUSCA; sem regra própria,
      *    valem as regras gerais ("*")
       CARREGAR-REGRAS-CATEGORIA.
           MOVE WS-CATEGORIA-BUSCA TO WS-CATEGORIA-CARREGADA.
           MOVE WS-CATEGORIA-BUSCA TO WS-CATEGORIA.
           PERFORM LER-REGRAS-CATEGORIA.
           IF WS-QTD-REGRAS = 0
             MOVE "*" TO WS-CATEGORIA
             PERFORM LER-REGRAS-CATEGORIA
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       LER-REGRAS-CATEGORIA.
           MOVE 0 TO WS-QTD-REGRAS.

           OPEN INPUT IDX-REGRAS-REMARCACAO.
           IF NOT WS-STATUS-OK
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CATEGORIA TO RR-CATEGORIA.
           MOVE 0 TO RR-DIAS.
           MOVE 'N' TO WS-EOF-REGRA.
           START IDX-REGRAS-REMARCACAO KEY IS NOT LESS THAN RR-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF-REGRA
           END-START.

           PERFORM UNTIL WS-EOF-REGRA = 'S'
             READ IDX-REGRAS-REMARCACAO NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-REGRA

               NOT AT END
                 IF RR-CATEGORIA NOT = WS-CATEGORIA
                   OR WS-QTD-REGRAS >= WS-MAX-REGRAS
                   MOVE 'S' TO WS-EOF-REGRA
                 ELSE
                   ADD 1 TO WS-QTD-REGRAS
                   MOVE RR-DIAS TO WS-REGRA-DIAS(WS-QTD-REGRAS)
                   MOVE RR-PERCENTUAL
                     TO WS-REGRA-PERCENTUAL(WS-QTD-REGRAS)
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-REGRAS-REMARCACAO.

      *    Retorna
           EXIT PARAGRAPH.


      *    Percentual (em WS-PERCENTUAL) da regra de menor número de
      *    dias que ainda alcança WS-DIAS-VENCER; zero se nenhuma
       LOCALIZAR-REGRA-DIAS.
           MOVE 0 TO WS-PERCENTUAL.
           PERFORM VARYING WS-IDX-REGRA FROM WS-QTD-REGRAS BY -1
             UNTIL WS-IDX-REGRA < 1
             IF WS-REGRA-DIAS(WS-IDX-REGRA) >= WS-DIAS-VENCER
               MOVE WS-REGRA-PERCENTUAL(WS-IDX-REGRA) TO WS-PERCENTUAL
             END-IF
           END-PERFORM.

      *    Retorna
           EXIT PARAGRAPH.


       RECEBER-CATEGORIA.
           DISPLAY "Categoria (* para a regra geral): "
             WITH NO ADVANCING.
           MOVE SPACES TO WS-CATEGORIA.
           ACCEPT WS-CATEGORIA.
           MOVE FUNCTION UPPER-CASE(WS-CATEGORIA) TO WS-CATEGORIA.

      *    Retorna
           EXIT PARAGRAPH.


      *    Sem controle gravado, a execução anterior é a de ontem:
      *    só disparam os lotes que entraram numa regra hoje
       LER-CONTROLE-REMARCACAO.
           COMPUTE WS-ULTIMA-EXECUCAO = FUNCTION DATE-OF-INTEGER(
             WS-DIA-HOJE-INT - 1).
           MOVE WS-ULTIMA-EXECUCAO TO WS-EXECUCAO-ANTERIOR.

           OPEN INPUT ARQ-CONTROLE-REMARCACAO.

           IF WS-STATUS-CTRL-OK
             READ ARQ-CONTROLE-REMARCACAO
               NOT AT END
                 IF CTRL-ULTIMA-EXECUCAO IS NUMERIC
                   AND CTRL-ULTIMA-EXECUCAO > 0
                   MOVE CTRL-ULTIMA-EXECUCAO TO WS-ULTIMA-EXECUCAO
                 END-IF
                 IF CTRL-EXECUCAO-ANTERIOR IS NUMERIC
                   AND CTRL-EXECUCAO-ANTERIOR > 0
                   MOVE CTRL-EXECUCAO-ANTERIOR
                     TO WS-EXECUCAO-ANTERIOR
                 END-IF
             END-READ
             CLOSE ARQ-CONTROLE-REMARCACAO
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       GRAVAR-CONTROLE-REMARCACAO.
           OPEN OUTPUT ARQ-CONTROLE-REMARCACAO.

           MOVE WS-ULTIMA-EXECUCAO TO CTRL-ULTIMA-EXECUCAO.
           MOVE WS-EXECUCAO-ANTERIOR TO CTRL-EXECUCAO-ANTERIOR.
           WRITE LINHA-CONTROLE-REMARCACAO.

           CLOSE ARQ-CONTROLE-REMARCACAO.

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
             "/remarcacao-regras.idx" DELIMITED BY SIZE
             INTO WS-PATH-REGRAS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/produtos.idx" DELIMITED BY SIZE
             INTO WS-PATH-PRODUTOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/lotes.idx" DELIMITED BY SIZE
             INTO WS-PATH-LOTES
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/quarentena.idx" DELIMITED BY SIZE
             INTO WS-PATH-QUARENTENA
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/remarcacao-controle.dat" DELIMITED BY SIZE
             INTO WS-PATH-CONTROLE
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/remarcacoes-etiquetas.log" DELIMITED BY SIZE
             INTO WS-PATH-REMARC-ETIQ
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/remarcacoes-vendas.log" DELIMITED BY SIZE
             INTO WS-PATH-REMARC-VENDAS
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


       ABRE-ARQ-REGRAS.
           OPEN I-O IDX-REGRAS-REMARCACAO.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-FILE-NOT-FOUND
             OPEN OUTPUT IDX-REGRAS-REMARCACAO
             CLOSE IDX-REGRAS-REMARCACAO
             PERFORM ABRE-ARQ-REGRAS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.

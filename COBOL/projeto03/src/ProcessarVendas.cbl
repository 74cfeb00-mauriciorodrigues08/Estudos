             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ARQUIVADO.

      *    Datas dos arquivos vendas-AAAAMMDD.csv gravados pela
      *    rotação, para a selagem de integridade (SelosIntegridade)
           SELECT ARQ-SELOS-PENDENTES
             ASSIGN TO DYNAMIC WS-PATH-SELOS-PENDENTES
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PSEL.

      *    Registro dos dias fechados, lido por ResolverDataLancamento
      *    para os programas que lançam não gravarem num dia já
      *    encerrado; o fechamento anota aqui cada dia que encerra
      *    Máscara: <data AAAAMMDD>;<FECHADO|REABERTO|REFECHADO>;
      *             <data_evento>;<hora_evento>;<responsavel>;
      *             <qtd_vendas>;<valor, 2 decimais implícitas>;
      *             <referencia>
           SELECT ARQ-DIAS-FECHADOS
             ASSIGN TO DYNAMIC WS-PATH-DIAS-FECHADOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-DFE.

      *    Linhas lançadas num dia reaberto, copiadas à parte no novo
      *    fechamento (complemento-vendas-AAAAMMDD-HHMMSS.csv): só a
      *    diferença, para corrigir os totais já exportados do dia
           SELECT CSV-COMPLEMENTO
             ASSIGN TO DYNAMIC WS-NOME-ARQ-COMPLEMENTO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CPL.

           SELECT IDX-TOTAIS-PERIODO
             ASSIGN TO DYNAMIC WS-PATH-TOTAIS-PERIODO
             ORGANIZATION IS INDEXED
             FILE STATUS IS WS-STATUS-ACUM
             RECORD KEY IS ACUM-CHAVE.

      *    Comissão apurada por operador a cada fechamento, somada no
      *    mês pelos eventos da folha de pagamento (EventosFolha.cbl)
      *    Máscara: <data>;<mes AAAAMM>;<operador>;
      *             <vendido, 2 decimais implícitas>;
      *             <taxa, 2 decimais implícitas>;
      *             <comissao, 2 decimais implícitas>
           SELECT LOG-COMISSOES
             ASSIGN TO DYNAMIC WS-PATH-COMISSOES
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-COM.

      *    Estornos registrados por EstornarVenda; os do mesmo dia
      *    das vendas processadas são abatidos do bruto, do imposto e
      *    da comissão, para o fechamento bater com o dinheiro que de
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PAG.

      *    Classificação fiscal por produto (ClassificacaoFiscal.cbl):
      *    a alíquota própria do item substitui a alíquota geral da
      *    loja, que fica valendo só para produto sem classificação
           SELECT IDX-CLASS-FISCAL
             ASSIGN TO DYNAMIC WS-PATH-CLASS-FISCAL
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-CF
             RECORD KEY IS CF-PRODUTO-CODIGO.

       DATA DIVISION.
       FILE SECTION.
       FD CSV-VENDAS-DO-DIA.
       FD CSV-ARQUIVADO.
       01 DETALHAMENTO-ARQUIVADO    PIC X(60).

       FD ARQ-SELOS-PENDENTES.
       01 LINHA-SELO-PENDENTE       PIC X(08).

       FD ARQ-DIAS-FECHADOS.
       01 LINHA-DIA-FECHADO         PIC X(120).

       FD CSV-COMPLEMENTO.
       01 DETALHAMENTO-COMPLEMENTO  PIC X(60).

       FD IDX-ACUM-OPERADOR.
       01 DETALHE-ACUM-OPERADOR.
           05 ACUM-CHAVE.
               10 ACUM-MES          PIC 9(06).
           05 ACUM-VALOR            PIC 9(09)V99.

       FD LOG-COMISSOES.
       01 LINHA-COMISSAO            PIC X(80).

       FD LOG-ESTORNOS.
       01 LINHA-ESTORNO             PIC X(100).

       FD LOG-PAGAMENTOS.
       01 LINHA-PAGAMENTO           PIC X(60).

      *    Mesmo layout de DETALHE-CLASS-FISCAL em
      *    ClassificacaoFiscal.cbl, redeclarado aqui apenas para
      *    consulta
       FD IDX-CLASS-FISCAL.
       01 DETALHE-CLASS-FISCAL.
           05 CF-PRODUTO-CODIGO     PIC 9(05).
           05 CF-NCM                PIC 9(08).
           05 CF-CST                PIC X(03).
           05 CF-CFOP               PIC 9(04).
           05 CF-ALIQUOTA           PIC 9(02)V99.

       FD IDX-IMPOSTO-MENSAL.
       01 DETALHE-IMPOSTO-MENSAL.
           05 IMP-CHAVE.
           05 PRODUTO-CODIGO        PIC 9(05).
           05 PRODUTO-DESCRICAO     PIC X(30).
           05 PRODUTO-PRECO-UNIT    PIC 9(04)V99.
           05 PRODUTO-QTD-ESTOQUE   PIC 9(05).
           05 PRODUTO-QTD-MINIMA    PIC 9(05).
           05 PRODUTO-CATEGORIA     PIC X(15).
           05 PRODUTO-FORNECEDOR    PIC 9(05).
           05 PRODUTO-VALIDADE     PIC 9(08).
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

       WORKING-STORAGE SECTION.
      * Diretório de dados e caminhos dos arquivos, montados a partir
       01 WS-PATH-ESTORNOS           PIC X(80).
       01 WS-PATH-IMPOSTO-MENSAL     PIC X(80).
       01 WS-PATH-ESTOQUE-LOCAL      PIC X(80).
       01 WS-PATH-CLASS-FISCAL       PIC X(80).
       01 WS-PATH-SELOS-PENDENTES    PIC X(80).
       01 WS-PATH-DIAS-FECHADOS      PIC X(80).
       01 WS-PATH-COMISSOES          PIC X(80).
       01 WS-NOME-ARQ-TERMINAL       PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.
       01 WS-TERM-HORA-X             PIC X(08).
       01 WS-TERM-OPER-X             PIC X(10).
       01 WS-TERM-COD-X              PIC X(05).
       01 WS-TERM-QTD-X              PIC X(05).
       01 WS-MERGE-QTD               PIC 9(05).
       01 WS-QTD-CONSUMO-LOTE        PIC 9(05).

      * Variáveis do lançamento no ledger unificado de movimentos
                          WS-STATUS-ARQUIVADO-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-ARQUIVADO.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-PSEL-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-PSEL-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-PSEL-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-PSEL-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-PSEL-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-PSEL-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-PSEL.
       01 WS-LUCRO                  PIC 9(07)V9(02).

      * Variáveis de controle da rotação do arquivo de vendas do dia
       01 WS-NOME-ARQUIVO-ARQUIVADO PIC X(40).
       01 WS-DATA-ROTACAO           PIC 9(08).
       01 WS-EOF-ARQUIVADO          PIC X(01) VALUE 'N'.

      * Selagem dos arquivos do dia recém-gravados (SelosIntegridade)
       01 WS-OPCAO-SELAR            PIC 9(02) VALUE 68.
       01 WS-RESULTADO-SELOS        PIC X(02).
      *    Os acumuladores do dia são dimensionados para dias de
      *    pico: milhares de linhas sem estourar nenhum contador
       01 WS-VENDAS-REALIZADAS      PIC 9(07).
       01 WS-ERRO-OPERACAO          PIC X(10).
       01 WS-ERRO-STATUS            PIC X(02).

      * Variáveis de cálculo de imposto: WS-TAXA-IMPOSTO é a alíquota
      * geral da loja, aplicada só aos produtos sem classificação
      * fiscal; os classificados usam a alíquota do próprio item
       01 WS-TAXA-IMPOSTO           PIC 9(02)V99.
       01 WS-ALIQUOTA-ITEM          PIC 9(02)V99.
       01 WS-QTD-SEM-CLASSIF        PIC 9(05) VALUE 0.
       01 WS-CLASS-FISCAL-ABERTO    PIC X(01) VALUE 'N'.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-CF-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CF-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CF-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CF-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CF-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CF-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CF.
       01 WS-IMPOSTO-VENDA          PIC 9(07)V9(02).
       01 WS-IMPOSTO-TOTAL          PIC 9(09)V9(02).
       01 WS-IMPOSTO-TOTAL-EDIT     PIC Z(8)9.99.
       01 WS-HORA-VENDA             PIC 9(08).
       01 WS-OPERADOR-VENDA         PIC X(10).
       01 WS-CODIGO                 PIC X(05).
       01 WS-QTD                    PIC 9(05).

      * Tabela de ranking dos produtos mais vendidos no dia,
      * dimensionada para o catálogo inteiro; se ainda assim encher,
           05 WS-ESTORNO OCCURS 100 TIMES.
             10 WS-EST-DATA           PIC 9(08).
             10 WS-EST-CODIGO         PIC 9(05).
             10 WS-EST-QTD            PIC 9(05).
             10 WS-EST-CONSUMIDO      PIC X(01).
       01 WS-IDX-EST                  PIC 9(03).
       01 WS-ACHOU-ESTORNO            PIC X(01).
       01 WS-EST-HORA-X               PIC X(08).
       01 WS-EST-OPER-X               PIC X(10).
       01 WS-EST-CODIGO-X             PIC X(05).
       01 WS-EST-QTD-X                PIC X(05).

      * Acumuladores da seção de estornos abatidos
       01 WS-QTD-ABATIDOS             PIC 9(03) VALUE 0.
                          PREFIXO BY
                          WS-STATUS-ACUM.

      * Registro de comissões do fechamento, com a mesma regra da
      * retomada do acumulado (só a diferença das linhas novas)
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-COM-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-COM-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-COM-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-COM-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-COM-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-COM-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-COM.
       01 WS-COM-LOG-VENDIDO          PIC 9(09)V99.
       01 WS-COM-LOG-COMISSAO         PIC 9(09)V99.
       01 WS-NOVA-LINHA-COMISSAO      PIC X(80).

      * Grupos por data de venda: quando um fechamento é pulado, o
      * arquivo do dia acumula linhas de mais de uma data; cada data
      * ganha a sua própria seção de fechamento, entra nos totais de
       01 WS-DATA-ARQ-CORRENTE        PIC 9(08) VALUE 0.
       01 WS-ARQUIVO-ABERTO           PIC X(01) VALUE 'N'.

      * Proteção dos dias já fechados (ResolverDataLancamento.cbl):
      * uma linha com a data de um dia encerrado é lançada no dia
      * corrente, e a data original fica anotada no log de
      * lançamentos redirecionados. A última data consultada fica
      * guardada, já que as linhas chegam agrupadas por data
       01 WS-DATA-RESOLVER            PIC 9(08).
       01 WS-PROGRAMA-RESOLVER        PIC X(20).
       01 WS-REFERENCIA-RESOLVER      PIC X(30).
       01 WS-SITUACAO-RESOLVER        PIC X(02).
       01 WS-DATA-CONSULTADA          PIC 9(08) VALUE 0.
       01 WS-DATA-EFETIVA             PIC 9(08).
       01 WS-SITUACAO-CONSULTADA      PIC X(02).
       01 WS-LINHA-REFERENCIA         PIC 9(07).
       01 WS-QTD-REDIRECIONADAS       PIC 9(07) VALUE 0.

      * Dias encerrados por este fechamento, para o registro de dias
      * fechados; um dia que estava reaberto é encerrado de novo só
      * com a diferença, copiada também no arquivo de complemento
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-DFE-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-DFE-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-DFE-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-DFE-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-DFE-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-DFE-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-DFE.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-CPL-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CPL-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CPL-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CPL-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CPL-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CPL-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CPL.
       01 WS-QTD-DIAS-FECHAR          PIC 9(02) VALUE 0.
       01 WS-TABELA-DIAS-FECHAR.
           05 WS-DIA-FECHAR OCCURS 31 TIMES.
             10 WS-DF-DATA            PIC 9(08).
             10 WS-DF-REABERTO        PIC X(01).
             10 WS-DF-COMPLEMENTO     PIC X(40).
       01 WS-IDX-DF                   PIC 9(02).
       01 WS-ACHOU-DF                 PIC X(01).
       01 WS-HORA-ROTACAO             PIC 9(08).
       01 WS-NOME-COMPLEMENTO         PIC X(40).
       01 WS-NOME-ARQ-COMPLEMENTO     PIC X(80).
       01 WS-COMPLEMENTO-ABERTO       PIC X(01) VALUE 'N'.
       01 WS-DF-SITUACAO              PIC X(10).
       01 WS-DF-QTD                   PIC 9(07).
       01 WS-DF-VALOR                 PIC 9(09)V99.
       01 WS-DF-VALOR-EDIT            PIC Z(8)9.99.

      * Variáveis da apuração de margem bruta (receita menos custo de
      * aquisição), por produto e do dia como um todo
       01 WS-CUSTO-VENDA             PIC 9(07)V99.
           MOVE 0 TO WS-QTD-FORMAS
           MOVE 0 TO WS-QTD-DATAS
           MOVE 0 TO WS-QTD-ABATIDOS
           MOVE 0 TO WS-QTD-REDIRECIONADAS
           MOVE 0 TO WS-DATA-CONSULTADA
           MOVE 0 TO WS-QTD-DIAS-FECHAR
           MOVE 0 TO WS-VALOR-ESTORNADO
           MOVE 0 TO WS-IMPOSTO-ESTORNADO
           MOVE 0 TO WS-QTD-IMP-CAT
           MOVE 0 TO WS-QTD-SEM-CLASSIF
           MOVE 'N' TO WS-EOF

      *    Em modo LOTE (sem operador no terminal, ex.: agendador
                 "rotacionado."
             END-IF

      *      Recebe a alíquota geral, aplicada sobre as vendas de
      *      produtos ainda sem classificação fiscal
             DISPLAY "Informe a alíquota geral de imposto (%), para "
               "produtos sem classificação fiscal: " WITH NO ADVANCING
             ACCEPT WS-TAXA-IMPOSTO

      *      Recebe o percentual de comissão a aplicar por vendedor
             ACCEPT WS-TAXA-COMISSAO
           END-IF.

      *    Um dia já fechado só volta a ser fechado depois de
      *    reaberto por um supervisor (DiasFechados.cbl); até lá os
      *    lançamentos tardios esperam no arquivo do dia e o próximo
      *    fechamento os lança no dia dele
           IF FECHAMENTO-DIA
             ACCEPT WS-DATA-RESOLVER FROM DATE YYYYMMDD
             PERFORM CONSULTAR-DATA-FECHADA
             IF WS-SITUACAO-CONSULTADA = "FC"
               DISPLAY "O dia " WS-DATA-RESOLVER " já foi fechado. "
                 "Para fechá-lo de novo, um supervisor precisa "
                 "reabri-lo antes."
               EXIT PROGRAM
             END-IF
           END-IF.

      *    No fechamento, mescla os arquivos dos terminais de caixa
      *    adicionais no arquivo do dia, efetivando a baixa de
      *    estoque que os terminais adiaram; o relatório parcial não
           OPEN INPUT IDX-PRODUTOS.
           PERFORM ABRE-ARQ-EXCECOES.

      *    Sem o arquivo de classificação fiscal (loja que ainda não
      *    classificou nada), todos os itens usam a alíquota geral
           OPEN INPUT IDX-CLASS-FISCAL.
           IF WS-STATUS-CF-OK
             MOVE 'S' TO WS-CLASS-FISCAL-ABERTO
           ELSE
             MOVE 'N' TO WS-CLASS-FISCAL-ABERTO
           END-IF.

      *    Carrega os estornos registrados, para abater do
      *    fechamento as vendas estornadas no mesmo dia
           PERFORM CARREGAR-ESTORNOS.
                     WS-PRECO-UNIT
                 END-UNSTRING

      *          Venda com a data de um dia já fechado entra no dia
      *          corrente
                 PERFORM AJUSTAR-DATA-FECHADA

      *          Atualiza a chave de busca
                 MOVE WS-CODIGO TO PRODUTO-CODIGO

                     COMPUTE WS-VALOR-ARRECADADO =
                       WS-VALOR-ARRECADADO + WS-LUCRO

      *              Calcula e acumula o imposto devido sobre a
      *              venda, pela alíquota da classificação fiscal do
      *              produto (ou a geral, quando não classificado)
                     PERFORM DEFINIR-ALIQUOTA-ITEM
                     COMPUTE WS-IMPOSTO-VENDA ROUNDED =
                       WS-LUCRO * WS-ALIQUOTA-ITEM / 100
                     COMPUTE WS-IMPOSTO-TOTAL =
                       WS-IMPOSTO-TOTAL + WS-IMPOSTO-VENDA

           CLOSE CSV-VENDAS-DO-DIA.
           CLOSE IDX-PRODUTOS.
           CLOSE LOG-EXCECOES.
           IF WS-CLASS-FISCAL-ABERTO = 'S'
             CLOSE IDX-CLASS-FISCAL
           END-IF.

      *    Calcula o total líquido, já descontado o imposto retido
           COMPUTE WS-VALOR-LIQUIDO =
           DISPLAY "Imposto Retido: R$" WS-IMPOSTO-TOTAL-EDIT.
           DISPLAY "Total Líquido: R$" WS-VALOR-LIQUIDO-EDIT.
           DISPLAY "Vendas Rejeitadas: " WS-QTD-REJEITADOS.
           IF WS-QTD-REDIRECIONADAS > 0
             DISPLAY "Vendas de dias já fechados lançadas no dia "
               "corrente: " WS-QTD-REDIRECIONADAS
           END-IF.
           IF WS-QTD-SEM-CLASSIF > 0
             DISPLAY "Vendas sem classificação fiscal (alíquota "
               "geral): " WS-QTD-SEM-CLASSIF
           END-IF.

      *    Seção dos estornos abatidos do fechamento
           IF WS-QTD-ABATIDOS > 0
      *    que as mesmas vendas sejam contadas de novo em um reprocesso
           PERFORM ROTACIONAR-ARQUIVO-VENDAS.

      *    Sela os arquivos do dia recém-gravados e os dias já
      *    encerrados dos logs de auditoria, antes que alguém possa
      *    editá-los
           CALL "SelosIntegridade" USING WS-OPCAO-SELAR,
             WS-RESULTADO-SELOS.

      *    Processamento completo sem interrupções: zera o checkpoint
      *    e seus acumulados, já que o arquivo do dia foi substituído
      *    por um vazio e seu resultado já foi incorporado aos totais
           MOVE 'N' TO WS-CKPT-TOTAIS-APLICADOS.
           PERFORM GRAVAR-CHECKPOINT.

      *    Anota os dias encerrados no registro de dias fechados, só
      *    depois do checkpoint zerado: uma queda antes deste ponto
      *    deixa o dia sem anotação, mas nunca faz a retomada
      *    recusar um fechamento que ainda não terminou
           PERFORM REGISTRAR-DIAS-FECHADOS.

      *    Retorna
           EXIT PROGRAM.

               WS-TERM-COD-X, WS-TERM-QTD-X
           END-UNSTRING.

      *    A quantidade é lida pelo valor: linhas gravadas antes da
      *    ampliação do campo trazem só 3 dígitos
           IF WS-TERM-COD-X NOT NUMERIC
             OR FUNCTION TEST-NUMVAL(WS-TERM-QTD-X) NOT = 0
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-TERM-COD-X TO PRODUTO-CODIGO.
           MOVE FUNCTION NUMVAL(WS-TERM-QTD-X) TO WS-MERGE-QTD.

           READ IDX-PRODUTOS KEY IS PRODUTO-CODIGO
             INVALID KEY
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/classificacao-fiscal.idx" DELIMITED BY SIZE
             INTO WS-PATH-CLASS-FISCAL
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/selos-pendentes.dat" DELIMITED BY SIZE
             INTO WS-PATH-SELOS-PENDENTES
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/dias-fechados.dat" DELIMITED BY SIZE
             INTO WS-PATH-DIAS-FECHADOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/comissoes-operadores.log" DELIMITED BY SIZE
             INTO WS-PATH-COMISSOES
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.

      *    ARCH_DIR longo demais para caber num dos caminhos: aborta em
      *    vez de operar sobre um caminho truncado e apontar para o
                   WS-PRECO-UNIT
               END-UNSTRING

               PERFORM AJUSTAR-DATA-FECHADA

               MOVE WS-CODIGO TO PRODUTO-CODIGO

               READ IDX-PRODUTOS KEY IS PRODUTO-CODIGO
                     PRODUTO-CUSTO-UNIT * WS-QTD
                   COMPUTE WS-CUSTO-TOTAL =
                     WS-CUSTO-TOTAL + WS-CUSTO-VENDA
                   PERFORM DEFINIR-ALIQUOTA-ITEM
                   COMPUTE WS-IMPOSTO-VENDA ROUNDED =
                     WS-LUCRO * WS-ALIQUOTA-ITEM / 100
                   PERFORM ATUALIZAR-RANKING
                   PERFORM ATUALIZAR-COMISSAO
                   PERFORM ATUALIZAR-GRUPO-DATA
           EXIT PARAGRAPH.


      *    Define a alíquota do item corrente (PRODUTO-CODIGO): a da
      *    classificação fiscal do produto, ou a geral da loja quando
      *    o produto ainda não foi classificado
       DEFINIR-ALIQUOTA-ITEM.
           MOVE WS-TAXA-IMPOSTO TO WS-ALIQUOTA-ITEM.

           IF WS-CLASS-FISCAL-ABERTO NOT = 'S'
             ADD 1 TO WS-QTD-SEM-CLASSIF
             EXIT PARAGRAPH
           END-IF.

           MOVE PRODUTO-CODIGO TO CF-PRODUTO-CODIGO.
           READ IDX-CLASS-FISCAL KEY IS CF-PRODUTO-CODIGO
             INVALID KEY
               ADD 1 TO WS-QTD-SEM-CLASSIF

             NOT INVALID KEY
               MOVE CF-ALIQUOTA TO WS-ALIQUOTA-ITEM
           END-READ.

      *    Retorna
           EXIT PARAGRAPH.


       ATUALIZAR-RANKING.
      *    Procura o produto já lançado no ranking do dia
           MOVE 'N' TO WS-ACHOU-RANKING.


      *    Soma o vendido do dia de cada operador da tabela de
      *    comissão no acumulado operador/mês usado pelas metas, e
      *    registra a comissão apurada para a folha de pagamento
       ATUALIZAR-ACUMULADO-OPERADORES.
           IF WS-QTD-COMISSAO = 0
             EXIT PARAGRAPH

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM ABRE-ARQ-ACUMULADOS.
           PERFORM ABRE-ARQ-COMISSOES.

           PERFORM ACUMULAR-OPERADOR-MES
             VARYING WS-IDX-COMISSAO FROM 1 BY 1
             UNTIL WS-IDX-COMISSAO > WS-QTD-COMISSAO.

           CLOSE IDX-ACUM-OPERADOR.
           CLOSE LOG-COMISSOES.

      *    Retorna
           EXIT PARAGRAPH.
               REWRITE DETALHE-ACUM-OPERADOR
           END-READ.

           PERFORM GRAVAR-COMISSAO-OPERADOR.

      *    Retorna
           EXIT PARAGRAPH.


      *    Registra a comissão do operador sobre a mesma parcela
      *    somada ao acumulado, para a folha não pagar duas vezes a
      *    parte replayada numa retomada
       GRAVAR-COMISSAO-OPERADOR.
           MOVE WS-VALOR-OPER-BOOK TO WS-COM-LOG-VENDIDO.
           COMPUTE WS-COM-LOG-COMISSAO ROUNDED =
             WS-COM-LOG-VENDIDO * WS-TAXA-COMISSAO / 100.

           IF WS-COM-LOG-COMISSAO = 0
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-NOVA-LINHA-COMISSAO.
           STRING
             WS-DATA-HOJE                      DELIMITED BY SIZE
             ";"                               DELIMITED BY SIZE
             WS-DATA-HOJE(1:6)                 DELIMITED BY SIZE
             ";"                               DELIMITED BY SIZE
             WS-COM-OPERADOR(WS-IDX-COMISSAO)  DELIMITED BY SIZE
             ";"                               DELIMITED BY SIZE
             WS-COM-LOG-VENDIDO                DELIMITED BY SIZE
             ";"                               DELIMITED BY SIZE
             WS-TAXA-COMISSAO                  DELIMITED BY SIZE
             ";"                               DELIMITED BY SIZE
             WS-COM-LOG-COMISSAO               DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-COMISSAO
           END-STRING.

           MOVE WS-NOVA-LINHA-COMISSAO TO LINHA-COMISSAO.
           WRITE LINHA-COMISSAO.

      *    Retorna
           EXIT PARAGRAPH.

           EXIT PARAGRAPH.


       ABRE-ARQ-COMISSOES.
           OPEN EXTEND LOG-COMISSOES.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-COM-FILE-NOT-FOUND
             OPEN OUTPUT LOG-COMISSOES
             CLOSE LOG-COMISSOES
             PERFORM ABRE-ARQ-COMISSOES
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-PAGAMENTOS.
           OPEN EXTEND LOG-PAGAMENTOS.

                       TO WS-EST-DATA(WS-QTD-ESTORNOS)
                     MOVE WS-EST-CODIGO-X
                       TO WS-EST-CODIGO(WS-QTD-ESTORNOS)
                     MOVE FUNCTION NUMVAL(WS-EST-QTD-X)
                       TO WS-EST-QTD(WS-QTD-ESTORNOS)
                     MOVE 'N' TO WS-EST-CONSUMIDO(WS-QTD-ESTORNOS)
                   ELSE
      *    arquivo de destino só troca quando a data da linha muda
       ROTACIONAR-ARQUIVO-VENDAS.
           ACCEPT WS-DATA-ROTACAO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ROTACAO FROM TIME.

           MOVE 'N' TO WS-EOF-ARQUIVADO.
           MOVE 'N' TO WS-ARQUIVO-ABERTO.
           MOVE 'N' TO WS-COMPLEMENTO-ABERTO.
           MOVE 0 TO WS-QTD-DIAS-FECHAR.
           MOVE 0 TO WS-DATA-ARQ-CORRENTE.

           OPEN INPUT CSV-VENDAS-DO-DIA.

           OPEN EXTEND ARQ-SELOS-PENDENTES.
           IF WS-STATUS-PSEL-FILE-NOT-FOUND
             OPEN OUTPUT ARQ-SELOS-PENDENTES
           END-IF.

           PERFORM UNTIL WS-EOF-ARQUIVADO = 'S'
             READ CSV-VENDAS-DO-DIA INTO DETALHAMENTO-ARQUIVADO
               AT END
           END-PERFORM.

           CLOSE CSV-VENDAS-DO-DIA.
           CLOSE ARQ-SELOS-PENDENTES.

           IF WS-ARQUIVO-ABERTO = 'S'
             CLOSE CSV-ARQUIVADO
           END-IF.

           IF WS-COMPLEMENTO-ABERTO = 'S'
             CLOSE CSV-COMPLEMENTO
           END-IF.

      *    Recria o arquivo do dia vazio, pronto para a próxima venda
           OPEN OUTPUT CSV-VENDAS-DO-DIA.
           CLOSE CSV-VENDAS-DO-DIA.
             MOVE WS-DATA-ROTACAO TO WS-DATA-LINHA
           END-IF.

      *    Linha de um dia já fechado é arquivada no dia corrente,
      *    com a data trocada na própria linha, como na totalização
           MOVE WS-DATA-LINHA TO WS-DATA-RESOLVER.
           PERFORM CONSULTAR-DATA-FECHADA.
           IF WS-SITUACAO-CONSULTADA = "RD"
             MOVE WS-DATA-EFETIVA TO WS-DATA-LINHA
             IF DETALHAMENTO-ARQUIVADO(1:6) = "PAGTO;"
               MOVE WS-DATA-LINHA TO DETALHAMENTO-ARQUIVADO(7:8)
             ELSE
               MOVE WS-DATA-LINHA TO DETALHAMENTO-ARQUIVADO(1:8)
             END-IF
           END-IF.

      *    Troca o arquivo de destino quando a data da linha muda,
      *    anexando ao final caso o arquivo da data já exista
           IF WS-DATA-LINHA NOT = WS-DATA-ARQ-CORRENTE
               OPEN EXTEND CSV-ARQUIVADO
             END-IF
             MOVE 'S' TO WS-ARQUIVO-ABERTO

      *      Data anotada para a selagem do arquivo
             MOVE WS-DATA-LINHA TO LINHA-SELO-PENDENTE
             WRITE LINHA-SELO-PENDENTE

      *      E para o registro de dias fechados
             PERFORM ANOTAR-DIA-FECHAR
           END-IF.

           WRITE DETALHAMENTO-ARQUIVADO.

           IF WS-COMPLEMENTO-ABERTO = 'S'
             MOVE DETALHAMENTO-ARQUIVADO TO DETALHAMENTO-COMPLEMENTO
             WRITE DETALHAMENTO-COMPLEMENTO
           END-IF.
           


      *    Anota o dia de destino da rotação na tabela dos dias a
      *    registrar como fechados e, quando ele estava reaberto,
      *    abre o arquivo de complemento que recebe a diferença
       ANOTAR-DIA-FECHAR.
           IF WS-COMPLEMENTO-ABERTO = 'S'
             CLOSE CSV-COMPLEMENTO
             MOVE 'N' TO WS-COMPLEMENTO-ABERTO
           END-IF.

           MOVE WS-DATA-LINHA TO WS-DATA-RESOLVER.
           PERFORM CONSULTAR-DATA-FECHADA.

           MOVE 'N' TO WS-ACHOU-DF.
           PERFORM VERIFICAR-POSICAO-DF
             VARYING WS-IDX-DF FROM 1 BY 1
             UNTIL WS-IDX-DF > WS-QTD-DIAS-FECHAR
               OR WS-ACHOU-DF = 'S'.

      *    O VARYING avança o índice uma vez depois de achar
           IF WS-ACHOU-DF = 'S'
             SUBTRACT 1 FROM WS-IDX-DF
           END-IF.

           IF WS-ACHOU-DF = 'N'
             IF WS-QTD-DIAS-FECHAR < 31
               ADD 1 TO WS-QTD-DIAS-FECHAR
               MOVE WS-QTD-DIAS-FECHAR TO WS-IDX-DF
               MOVE WS-DATA-LINHA TO WS-DF-DATA(WS-IDX-DF)
               MOVE SPACES TO WS-DF-COMPLEMENTO(WS-IDX-DF)
               IF WS-SITUACAO-CONSULTADA = "RA"
                 MOVE 'S' TO WS-DF-REABERTO(WS-IDX-DF)
               ELSE
                 MOVE 'N' TO WS-DF-REABERTO(WS-IDX-DF)
               END-IF
             ELSE
               DISPLAY "ATENÇÃO! Mais de 31 datas distintas no "
                 "arquivo do dia; registro de dias fechados "
                 "incompleto!"
               EXIT PARAGRAPH
             END-IF
           END-IF.

           IF WS-DF-REABERTO(WS-IDX-DF) NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           IF WS-DF-COMPLEMENTO(WS-IDX-DF) = SPACES
             MOVE SPACES TO WS-NOME-COMPLEMENTO
             STRING
               "complemento-vendas-"      DELIMITED BY SIZE
               WS-DATA-LINHA              DELIMITED BY SIZE
               "-"                        DELIMITED BY SIZE
               WS-HORA-ROTACAO(1:6)       DELIMITED BY SIZE
               ".csv"                     DELIMITED BY SIZE
               INTO WS-NOME-COMPLEMENTO
             END-STRING
             MOVE WS-NOME-COMPLEMENTO TO WS-DF-COMPLEMENTO(WS-IDX-DF)
           END-IF.

           MOVE SPACES TO WS-NOME-ARQ-COMPLEMENTO.
           STRING
             FUNCTION TRIM(WS-ARCH-DIR)   DELIMITED BY SIZE
             "/"                          DELIMITED BY SIZE
             FUNCTION TRIM(WS-DF-COMPLEMENTO(WS-IDX-DF))
                                          DELIMITED BY SIZE
             INTO WS-NOME-ARQ-COMPLEMENTO
           END-STRING.

           OPEN EXTEND CSV-COMPLEMENTO.
           IF WS-STATUS-CPL-FILE-NOT-FOUND
             OPEN OUTPUT CSV-COMPLEMENTO
           END-IF.
           MOVE 'S' TO WS-COMPLEMENTO-ABERTO.

      *    Retorna
           EXIT PARAGRAPH.


       VERIFICAR-POSICAO-DF.
           IF WS-DF-DATA(WS-IDX-DF) = WS-DATA-LINHA
             MOVE 'S' TO WS-ACHOU-DF
           END-IF.


      *    Situação de WS-DATA-RESOLVER no registro de dias fechados,
      *    só em consulta (sem anotar desvio): devolve a data em que
      *    a linha deve ser lançada em WS-DATA-EFETIVA
       CONSULTAR-DATA-FECHADA.
           IF WS-DATA-RESOLVER = WS-DATA-CONSULTADA
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-DATA-RESOLVER TO WS-DATA-CONSULTADA.
           MOVE SPACES TO WS-PROGRAMA-RESOLVER.
           MOVE SPACES TO WS-REFERENCIA-RESOLVER.

           CALL "ResolverDataLancamento" USING WS-DATA-RESOLVER,
             WS-PROGRAMA-RESOLVER, WS-REFERENCIA-RESOLVER,
             WS-SITUACAO-CONSULTADA.

           MOVE WS-DATA-RESOLVER TO WS-DATA-EFETIVA.

      *    Retorna
           EXIT PARAGRAPH.


      *    Troca a data da venda corrente (WS-DATA-VENDA) pela do dia
      *    corrente quando ela cai num dia já fechado. Na primeira
      *    passada do fechamento o desvio é anotado, com a linha do
      *    arquivo e o produto como referência; o replay e o
      *    relatório parcial só repetem a troca
       AJUSTAR-DATA-FECHADA.
           MOVE WS-DATA-VENDA TO WS-DATA-RESOLVER.
           PERFORM CONSULTAR-DATA-FECHADA.

           IF WS-SITUACAO-CONSULTADA NOT = "RD"
             EXIT PARAGRAPH
           END-IF.

           IF WS-MODO-REPLAY NOT = 'S'
             ADD 1 TO WS-QTD-REDIRECIONADAS
           END-IF.

           IF WS-MODO-REPLAY NOT = 'S' AND FECHAMENTO-DIA
             COMPUTE WS-LINHA-REFERENCIA = WS-LINHAS-PROCESSADAS + 1
             MOVE SPACES TO WS-REFERENCIA-RESOLVER
             STRING
               "LINHA "                   DELIMITED BY SIZE
               WS-LINHA-REFERENCIA        DELIMITED BY SIZE
               " PRODUTO "                DELIMITED BY SIZE
               WS-CODIGO                  DELIMITED BY SIZE
               INTO WS-REFERENCIA-RESOLVER
             END-STRING
             MOVE WS-DATA-VENDA TO WS-DATA-RESOLVER
             MOVE WS-ERRO-PROGRAMA TO WS-PROGRAMA-RESOLVER
             CALL "ResolverDataLancamento" USING WS-DATA-RESOLVER,
               WS-PROGRAMA-RESOLVER, WS-REFERENCIA-RESOLVER,
               WS-SITUACAO-RESOLVER
           END-IF.

           MOVE WS-DATA-EFETIVA TO WS-DATA-VENDA.

      *    Retorna
           EXIT PARAGRAPH.


      *    Grava no registro de dias fechados cada dia encerrado pela
      *    rotação: FECHADO no primeiro fechamento, REFECHADO quando o
      *    dia estava reaberto, com a quantidade e o valor lançados
      *    agora (no REFECHADO, apenas a diferença) e o nome do
      *    arquivo de complemento
       REGISTRAR-DIAS-FECHADOS.
           IF WS-QTD-DIAS-FECHAR = 0
             EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND ARQ-DIAS-FECHADOS.
           IF WS-STATUS-DFE-FILE-NOT-FOUND
             OPEN OUTPUT ARQ-DIAS-FECHADOS
           END-IF.

           IF NOT WS-STATUS-DFE-OK
             MOVE "dias-fechados.dat" TO WS-ERRO-ARQUIVO
             MOVE "OPEN" TO WS-ERRO-OPERACAO
             MOVE WS-STATUS-DFE TO WS-ERRO-STATUS
             PERFORM REGISTRAR-ERRO-ARQ
             EXIT PARAGRAPH
           END-IF.

           PERFORM REGISTRAR-DIA-FECHADO
             VARYING WS-IDX-DF FROM 1 BY 1
             UNTIL WS-IDX-DF > WS-QTD-DIAS-FECHAR.

           CLOSE ARQ-DIAS-FECHADOS.

      *    O registro mudou: a próxima consulta relê o arquivo
           MOVE 0 TO WS-DATA-CONSULTADA.

      *    Retorna
           EXIT PARAGRAPH.


       REGISTRAR-DIA-FECHADO.
           MOVE 0 TO WS-DF-QTD.
           MOVE 0 TO WS-DF-VALOR.

           PERFORM VARYING WS-IDX-DATA FROM 1 BY 1
             UNTIL WS-IDX-DATA > WS-QTD-DATAS
             IF WS-DG-DATA(WS-IDX-DATA) = WS-DF-DATA(WS-IDX-DF)
               MOVE WS-DG-VENDAS(WS-IDX-DATA) TO WS-DF-QTD
               MOVE WS-DG-VALOR(WS-IDX-DATA) TO WS-DF-VALOR
             END-IF
           END-PERFORM.

           IF WS-DF-REABERTO(WS-IDX-DF) = 'S'
             MOVE "REFECHADO" TO WS-DF-SITUACAO
           ELSE
             MOVE "FECHADO" TO WS-DF-SITUACAO
           END-IF.

           MOVE SPACES TO LINHA-DIA-FECHADO.
           STRING
             WS-DF-DATA(WS-IDX-DF)            DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             FUNCTION TRIM(WS-DF-SITUACAO)    DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             WS-DATA-ROTACAO                  DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             WS-HORA-ROTACAO(1:6)             DELIMITED BY SIZE
             ";FECHAMENTO;"                   DELIMITED BY SIZE
             WS-DF-QTD                        DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             WS-DF-VALOR                      DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             FUNCTION TRIM(WS-DF-COMPLEMENTO(WS-IDX-DF))
                                              DELIMITED BY SIZE
             INTO LINHA-DIA-FECHADO
           END-STRING.

           WRITE LINHA-DIA-FECHADO.

           IF WS-DF-REABERTO(WS-IDX-DF) = 'S'
             MOVE WS-DF-VALOR TO WS-DF-VALOR-EDIT
             DISPLAY "Dia reaberto " WS-DF-DATA(WS-IDX-DF)
               " fechado de novo com a diferença: " WS-DF-QTD
               " venda(s), R$" WS-DF-VALOR-EDIT
             DISPLAY "Diferença copiada em "
               FUNCTION TRIM(WS-DF-COMPLEMENTO(WS-IDX-DF))
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.

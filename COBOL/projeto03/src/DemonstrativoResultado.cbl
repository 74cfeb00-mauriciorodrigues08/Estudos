       IDENTIFICATION DIVISION.
           PROGRAM-ID. DemonstrativoResultado.
           AUTHOR. Maurício Rodrigues.

      *    Demonstrativo de resultado (DRE) mensal da loja, com o mês
      *    pedido ao lado do mês anterior e do mesmo mês do ano
      *    anterior. Cada linha vem do arquivo que já guarda o fato:
      *      - receita bruta: vendas arquivadas pelo fechamento do dia
      *        (vendas-AAAAMMDD.csv) e fiados lançados direto na venda
      *        fiado (os do caixa já estão nas vendas arquivadas);
      *      - devoluções: estornos.log e fiados cancelados
      *        (fiado-baixas.log), pelo preço e custo do cadastro;
      *      - impostos: apuração mensal (imposto-mensal.idx);
      *      - CMV: quantidade vendida ao custo unitário do cadastro,
      *        o mesmo critério da margem do fechamento do dia;
      *      - perdas: as mesmas fontes de RelatorioPerdas.cbl;
      *      - fiados incobráveis e encargos de fiado recebidos;
      *      - despesas operacionais por categoria, pelo mês de
      *        referência dos títulos de despesa (Despesas.cbl).
      *    Deve ser emitido depois do fechamento do último dia do mês.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Vendas de um dia já fechado; o nome muda a cada dia lido
      *    Máscara: <data>;<hora>;<operador>;<codigo>;<qtd>;<preco>;
      *             <cliente>
           SELECT CSV-VENDAS-ARQUIVADAS
             ASSIGN TO WS-NOME-ARQ-VENDAS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-VND.

      *    Máscara: ESTORNO;data;hora;operador;codigo;qtd;motivo;linha
           SELECT LOG-ESTORNOS
             ASSIGN TO DYNAMIC WS-PATH-ESTORNOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-EST.

           SELECT IDX-IMPOSTO-MENSAL
             ASSIGN TO DYNAMIC WS-PATH-IMPOSTO-MENSAL
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-IMP
             RECORD KEY IS IMP-CHAVE.

           SELECT IDX-FIADOS
             ASSIGN TO DYNAMIC WS-PATH-FIADOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-FIADO
             RECORD KEY IS FIADO-CODIGO.

           SELECT IDX-FIADO-ITENS
             ASSIGN TO DYNAMIC WS-PATH-FIADO-ITENS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-FIT
             RECORD KEY IS FITEM-CHAVE.

      *    Máscara: <data>;<tipo>;<cod_fiado>;<cliente>;<valor>;
      *             <operador>;<motivo>
           SELECT LOG-BAIXAS-FIADO
             ASSIGN TO DYNAMIC WS-PATH-BAIXAS-FIADO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-BXF.

      *    Máscara: <cod_fiado>;<data>;<tipo>;<valor>;<mes>
           SELECT LOG-ENCARGOS
             ASSIGN TO DYNAMIC WS-PATH-ENCARGOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ENC.

      *    Máscara: <data>;<cod_produto>;<descricao>;<qtd>;<motivo>
           SELECT LOG-BAIXA-ESTOQUE
             ASSIGN TO DYNAMIC WS-PATH-BAIXA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-BAIXA.

           SELECT IDX-QUARENTENA
             ASSIGN TO DYNAMIC WS-PATH-QUARENTENA
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-QUAR
             RECORD KEY IS QUAR-CHAVE.

           SELECT IDX-DEVOLUCOES
             ASSIGN TO DYNAMIC WS-PATH-DEVOLUCOES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-DEV
             RECORD KEY IS DEV-NUMERO.

           SELECT IDX-DESP-TITULOS
             ASSIGN TO DYNAMIC WS-PATH-DESP-TITULOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-DT
             RECORD KEY IS DT-TITULO.

           SELECT IDX-CONTAS-PAGAR
             ASSIGN TO DYNAMIC WS-PATH-CONTAS-PAGAR
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-CP
             RECORD KEY IS CP-NUMERO.

           SELECT IDX-PLANO-DESPESAS
             ASSIGN TO DYNAMIC WS-PATH-PLANO-DESPESAS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-PD
             RECORD KEY IS PD-CODIGO.

      *    Cadastro de produtos, para o preço e o custo unitários
           SELECT IDX-PRODUTOS
             ASSIGN TO DYNAMIC WS-PATH-PRODUTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS
             RECORD KEY IS PRODUTO-CODIGO.

       DATA DIVISION.
       FILE SECTION.
       FD CSV-VENDAS-ARQUIVADAS.
       01 LINHA-VENDA-ARQUIVADA     PIC X(100).

       FD LOG-ESTORNOS.
       01 LINHA-ESTORNO             PIC X(100).

      *    Mesmo layout de DETALHE-IMPOSTO-MENSAL em ProcessarVendas
       FD IDX-IMPOSTO-MENSAL.
       01 DETALHE-IMPOSTO-MENSAL.
           05 IMP-CHAVE.
               10 IMP-MES           PIC 9(06).
               10 IMP-CATEGORIA     PIC X(15).
           05 IMP-BASE              PIC 9(09)V99.
           05 IMP-VALOR             PIC 9(09)V99.

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

       FD LOG-BAIXAS-FIADO.
       01 LINHA-BAIXA-FIADO         PIC X(120).

       FD LOG-ENCARGOS.
       01 LINHA-ENCARGO             PIC X(60).

       FD LOG-BAIXA-ESTOQUE.
       01 LINHA-BAIXA-ESTOQUE       PIC X(120).

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

      *    Mesmo layout de DETALHE-DEVOLUCAO em DevolucaoFornecedor
       FD IDX-DEVOLUCOES.
       01 DETALHE-DEVOLUCAO.
           05 DEV-NUMERO            PIC 9(05).
           05 DEV-DATA              PIC 9(08).
           05 DEV-PRODUTO           PIC 9(05).
           05 DEV-DESCRICAO         PIC X(30).
           05 DEV-QTD               PIC 9(03).
           05 DEV-FORNECEDOR        PIC 9(05).
           05 DEV-FORN-NOME         PIC X(30).
           05 DEV-VALOR-CREDITO     PIC 9(06)V99.
           05 DEV-OPERADOR          PIC X(10).
           05 DEV-DATA-CREDITO      PIC 9(08).
           05 DEV-STATUS            PIC X(01).
               88 DEV-PENDENTE      VALUE 'P'.
               88 DEV-CREDITADA     VALUE 'C'.

      *    Mesmo layout de DETALHE-DESP-TITULO em Despesas.cbl
       FD IDX-DESP-TITULOS.
       01 DETALHE-DESP-TITULO.
           05 DT-TITULO             PIC 9(06).
           05 DT-CATEGORIA          PIC 9(03).
           05 DT-DESCRICAO          PIC X(30).
           05 DT-RECORRENTE         PIC 9(04).
           05 DT-MES-REFERENCIA     PIC 9(06).
           05 FILLER                PIC X(10).

      *    Mesmo layout de DETALHE-CONTA-PAGAR em Recebimento.cbl
       FD IDX-CONTAS-PAGAR.
       01 DETALHE-CONTA-PAGAR.
           05 CP-NUMERO             PIC 9(06).
           05 CP-FORNECEDOR         PIC 9(05).
           05 CP-NOTA-FISCAL        PIC X(15).
           05 CP-VALOR              PIC 9(08)V99.
           05 CP-DATA-EMISSAO       PIC 9(08).
           05 CP-DATA-VENCIMENTO    PIC 9(08).
           05 CP-STATUS             PIC X(01).
               88 CP-ABERTO         VALUE 'A'.
               88 CP-PAGO           VALUE 'P'.
           05 CP-DATA-PAGAMENTO     PIC 9(08).
           05 CP-OC-NUMERO          PIC 9(05).

      *    Mesmo layout de DETALHE-PLANO-DESPESA em Despesas.cbl
       FD IDX-PLANO-DESPESAS.
       01 DETALHE-PLANO-DESPESA.
           05 PD-CODIGO             PIC 9(03).
           05 PD-DESCRICAO          PIC X(30).
           05 PD-CONTA              PIC X(06).
           05 FILLER                PIC X(11).

      *    Mesmo layout de DETALHE-PRODUTO em CRUD.cbl, redeclarado
      *    aqui apenas para consulta
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
                          WS-STATUS-VND-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-VND-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-VND-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-VND-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-VND-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-VND-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-VND.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-EST-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-EST-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-EST-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-EST-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-EST-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-EST-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-EST.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-IMP-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-IMP-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-IMP-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-IMP-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-IMP-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-IMP-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-IMP.
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
                          WS-STATUS-BXF-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-BXF-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-BXF-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-BXF-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-BXF-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-BXF-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-BXF.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-ENC-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-ENC-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-ENC-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-ENC-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-ENC-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-ENC-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-ENC.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-BAIXA-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-BAIXA-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-BAIXA-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-BAIXA-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-BAIXA-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-BAIXA-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-BAIXA.
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
                          WS-STATUS-DEV-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-DEV-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-DEV-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-DEV-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-DEV-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-DEV-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-DEV.
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
                          WS-STATUS-CP-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CP-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CP-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CP-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CP-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CP-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CP.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-PD-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-PD-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-PD-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-PD-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-PD-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-PD-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-PD.

      *    Diretório de dados e caminhos, resolvidos via ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-NOME-ARQ-VENDAS         PIC X(80).
       01 WS-PATH-ESTORNOS           PIC X(80).
       01 WS-PATH-IMPOSTO-MENSAL     PIC X(80).
       01 WS-PATH-FIADOS             PIC X(80).
       01 WS-PATH-FIADO-ITENS        PIC X(80).
       01 WS-PATH-BAIXAS-FIADO       PIC X(80).
       01 WS-PATH-ENCARGOS           PIC X(80).
       01 WS-PATH-BAIXA              PIC X(80).
       01 WS-PATH-QUARENTENA         PIC X(80).
       01 WS-PATH-DEVOLUCOES         PIC X(80).
       01 WS-PATH-DESP-TITULOS       PIC X(80).
       01 WS-PATH-CONTAS-PAGAR       PIC X(80).
       01 WS-PATH-PLANO-DESPESAS     PIC X(80).
       01 WS-PATH-PRODUTOS           PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-EOF                    PIC X(01).
       01 WS-EOF-ITENS              PIC X(01).
       01 WS-PRODUTOS-ABERTO        PIC X(01).
       01 WS-FIADOS-ABERTO          PIC X(01).
       01 WS-ITENS-ABERTO           PIC X(01).

      * Os três meses comparados: 1 = mês pedido, 2 = mês anterior,
      * 3 = mesmo mês do ano anterior
       01 WS-MES-REFERENCIA         PIC 9(06).
       01 WS-ANO-MES.
           05 WS-AM-ANO             PIC 9(04).
           05 WS-AM-MES             PIC 9(02).
       01 WS-IDX-PER                PIC 9(01).
       01 WS-IDX-DIA                PIC 9(02).
       01 WS-MES-LINHA              PIC 9(06).
       01 WS-DATA-ARQ               PIC 9(08).

       01 WS-TABELA-DRE.
           05 WS-DRE OCCURS 3 TIMES.
               10 WS-DRE-MES            PIC 9(06).
               10 WS-DRE-RECEITA-BRUTA  PIC S9(09)V99.
               10 WS-DRE-DEVOLUCOES     PIC S9(09)V99.
               10 WS-DRE-IMPOSTOS       PIC S9(09)V99.
               10 WS-DRE-RECEITA-LIQ    PIC S9(09)V99.
               10 WS-DRE-CMV            PIC S9(09)V99.
               10 WS-DRE-LUCRO-BRUTO    PIC S9(09)V99.
               10 WS-DRE-PERDAS         PIC S9(09)V99.
               10 WS-DRE-INCOBRAVEIS    PIC S9(09)V99.
               10 WS-DRE-ENCARGOS       PIC S9(09)V99.
               10 WS-DRE-DESPESAS       PIC S9(09)V99.
               10 WS-DRE-RESULTADO      PIC S9(09)V99.
               10 WS-DRE-LINHAS-VENDA   PIC 9(07).

      * Despesas operacionais por categoria do plano de despesas
       01 WS-QTD-CAT-DESP           PIC 9(02) VALUE 0.
       01 WS-TABELA-CAT-DESP.
           05 WS-CAT-DESP OCCURS 30 TIMES.
               10 WS-CD-CODIGO          PIC 9(03).
               10 WS-CD-NOME            PIC X(30).
               10 WS-CD-VALOR           PIC S9(09)V99 OCCURS 3 TIMES.
       01 WS-IDX-CAT                PIC 9(02).
       01 WS-ACHOU                  PIC X(01).

      * Campos para desmembrar as linhas dos arquivos lidos
       01 WS-LINHA-LIDA             PIC X(120).
       01 WS-CAMPO1-X               PIC X(12).
       01 WS-CAMPO2-X               PIC X(12).
       01 WS-CAMPO3-X               PIC X(12).
       01 WS-CAMPO4-X               PIC X(30).
       01 WS-CAMPO5-X               PIC X(30).
       01 WS-CAMPO6-X               PIC X(12).
       01 WS-QTD-NUM                PIC S9(06).
       01 WS-QTD-ABS                PIC 9(06).
       01 WS-PRECO-NUM              PIC 9(06)V99.
       01 WS-VALOR-NUM              PIC 9(08)V99.
       01 WS-PRODUTO-LINHA          PIC 9(05).
       01 WS-PRECO-CADASTRO         PIC 9(04)V99.
       01 WS-CUSTO-CADASTRO         PIC 9(04)V99.
       01 WS-CUSTO-ITENS            PIC 9(09)V99.

      * Impressão das linhas do demonstrativo
       01 WS-ROTULO                 PIC X(32).
       01 WS-VALOR-LINHA            PIC S9(09)V99 OCCURS 3 TIMES.
       01 WS-VALOR-EDIT             PIC -ZZZZZZZZ9.99 OCCURS 3 TIMES.
       01 WS-PERC-MARGEM            PIC S9(03)V99 OCCURS 3 TIMES.
       01 WS-PERC-EDIT              PIC -ZZ9.99 OCCURS 3 TIMES.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "-----------------------------------".
           DISPLAY " DEMONSTRATIVO DE RESULTADO (DRE)"
           DISPLAY "-----------------------------------".

           PERFORM CONFIGURAR-CAMINHOS.

           DISPLAY "Informe o mês de referência (AAAAMM): "
             WITH NO ADVANCING.
           ACCEPT WS-MES-REFERENCIA.

           MOVE WS-MES-REFERENCIA TO WS-ANO-MES.
           IF WS-AM-MES < 1 OR WS-AM-MES > 12 OR WS-AM-ANO < 2000
             DISPLAY "Erro! Mês inválido!"
             EXIT PROGRAM
           END-IF.

           PERFORM MONTAR-PERIODOS.

           MOVE 'N' TO WS-PRODUTOS-ABERTO.
           OPEN INPUT IDX-PRODUTOS.
           IF WS-STATUS-OK
             MOVE 'S' TO WS-PRODUTOS-ABERTO
           END-IF.

           MOVE 'N' TO WS-FIADOS-ABERTO.
           OPEN INPUT IDX-FIADOS.
           IF WS-STATUS-FIADO-OK
             MOVE 'S' TO WS-FIADOS-ABERTO
           END-IF.

           MOVE 'N' TO WS-ITENS-ABERTO.
           OPEN INPUT IDX-FIADO-ITENS.
           IF WS-STATUS-FIT-OK
             MOVE 'S' TO WS-ITENS-ABERTO
           END-IF.

      *    Receita, devoluções e CMV
           PERFORM ACUMULAR-VENDAS-PERIODO
             VARYING WS-IDX-PER FROM 1 BY 1
             UNTIL WS-IDX-PER > 3.
           PERFORM ACUMULAR-FIADOS-DIRETOS.
           PERFORM ACUMULAR-ESTORNOS.
           PERFORM ACUMULAR-BAIXAS-FIADO.

      *    Impostos, perdas, encargos e despesas
           PERFORM ACUMULAR-IMPOSTOS.
           PERFORM ACUMULAR-PERDAS-BAIXAS.
           PERFORM ACUMULAR-PERDAS-QUARENTENA.
           PERFORM ACUMULAR-PERDAS-DEVOLUCOES.
           PERFORM ACUMULAR-ENCARGOS.
           PERFORM ACUMULAR-DESPESAS.

           IF WS-PRODUTOS-ABERTO = 'S'
             CLOSE IDX-PRODUTOS
           END-IF.
           IF WS-FIADOS-ABERTO = 'S'
             CLOSE IDX-FIADOS
           END-IF.
           IF WS-ITENS-ABERTO = 'S'
             CLOSE IDX-FIADO-ITENS
           END-IF.

           PERFORM CALCULAR-RESULTADOS
             VARYING WS-IDX-PER FROM 1 BY 1
             UNTIL WS-IDX-PER > 3.

           PERFORM IMPRIMIR-DRE.

      *    Retorna
           EXIT PROGRAM.


      *    Mês pedido, mês anterior e mesmo mês do ano anterior, com
      *    os acumuladores zerados
       MONTAR-PERIODOS.
           INITIALIZE WS-TABELA-DRE.
           INITIALIZE WS-TABELA-CAT-DESP.
           MOVE 0 TO WS-QTD-CAT-DESP.

           MOVE WS-MES-REFERENCIA TO WS-DRE-MES(1).

           MOVE WS-MES-REFERENCIA TO WS-ANO-MES.
           IF WS-AM-MES = 1
             SUBTRACT 1 FROM WS-AM-ANO
             MOVE 12 TO WS-AM-MES
           ELSE
             SUBTRACT 1 FROM WS-AM-MES
           END-IF.
           MOVE WS-ANO-MES TO WS-DRE-MES(2).

           MOVE WS-MES-REFERENCIA TO WS-ANO-MES.
           SUBTRACT 1 FROM WS-AM-ANO.
           MOVE WS-ANO-MES TO WS-DRE-MES(3).

      *    Retorna
           EXIT PARAGRAPH.


      *    Devolve em WS-IDX-PER o período do mês WS-MES-LINHA, ou
      *    zero quando a linha não é de nenhum dos três meses
       LOCALIZAR-PERIODO.
           MOVE 0 TO WS-IDX-PER.

           EVALUATE WS-MES-LINHA
             WHEN WS-DRE-MES(1)
               MOVE 1 TO WS-IDX-PER
             WHEN WS-DRE-MES(2)
               MOVE 2 TO WS-IDX-PER
             WHEN WS-DRE-MES(3)
               MOVE 3 TO WS-IDX-PER
           END-EVALUATE.

      *    Retorna
           EXIT PARAGRAPH.


      *    Preço e custo unitários de WS-PRODUTO-LINHA no cadastro;
      *    produto excluído fica com preço e custo zero
       BUSCAR-PRECO-CUSTO.
           MOVE 0 TO WS-PRECO-CADASTRO.
           MOVE 0 TO WS-CUSTO-CADASTRO.

           IF WS-PRODUTOS-ABERTO = 'S'
             MOVE WS-PRODUTO-LINHA TO PRODUTO-CODIGO
             READ IDX-PRODUTOS KEY IS PRODUTO-CODIGO
               NOT INVALID KEY
                 MOVE PRODUTO-PRECO-UNIT TO WS-PRECO-CADASTRO
                 MOVE PRODUTO-CUSTO-UNIT TO WS-CUSTO-CADASTRO
             END-READ
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Lê os arquivos de vendas de cada dia do mês do período
      *    WS-IDX-PER; dia sem arquivo (loja fechada, dia inexistente)
      *    é simplesmente pulado
       ACUMULAR-VENDAS-PERIODO.
           PERFORM ACUMULAR-VENDAS-DIA
             VARYING WS-IDX-DIA FROM 1 BY 1
             UNTIL WS-IDX-DIA > 31.


       ACUMULAR-VENDAS-DIA.
           MOVE WS-DRE-MES(WS-IDX-PER) TO WS-DATA-ARQ(1:6).
           MOVE WS-IDX-DIA TO WS-DATA-ARQ(7:2).

           MOVE SPACES TO WS-NOME-ARQ-VENDAS.
           STRING
             FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/vendas-"        DELIMITED BY SIZE
             WS-DATA-ARQ       DELIMITED BY SIZE
             ".csv"            DELIMITED BY SIZE
             INTO WS-NOME-ARQ-VENDAS
           END-STRING.

           OPEN INPUT CSV-VENDAS-ARQUIVADAS.
           IF NOT WS-STATUS-VND-OK
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ CSV-VENDAS-ARQUIVADAS INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 MOVE SPACES TO WS-CAMPO4-X WS-CAMPO5-X WS-CAMPO6-X
                 UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
                   INTO WS-CAMPO1-X, WS-CAMPO2-X, WS-CAMPO3-X,
                     WS-CAMPO4-X, WS-CAMPO5-X, WS-CAMPO6-X
                 END-UNSTRING

                 IF WS-CAMPO4-X(1:5) IS NUMERIC
                   AND WS-CAMPO6-X NOT = SPACES
                   MOVE WS-CAMPO4-X(1:5) TO WS-PRODUTO-LINHA
                   MOVE FUNCTION NUMVAL(WS-CAMPO5-X) TO WS-QTD-ABS
                   MOVE FUNCTION NUMVAL(WS-CAMPO6-X) TO WS-PRECO-NUM
                   PERFORM BUSCAR-PRECO-CUSTO

                   ADD 1 TO WS-DRE-LINHAS-VENDA(WS-IDX-PER)
                   COMPUTE WS-DRE-RECEITA-BRUTA(WS-IDX-PER) =
                     WS-DRE-RECEITA-BRUTA(WS-IDX-PER)
                     + WS-QTD-ABS * WS-PRECO-NUM
                   COMPUTE WS-DRE-CMV(WS-IDX-PER) =
                     WS-DRE-CMV(WS-IDX-PER)
                     + WS-QTD-ABS * WS-CUSTO-CADASTRO
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE CSV-VENDAS-ARQUIVADAS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Fiados lançados direto na venda fiado (sem recibo do
      *    caixa) não passam pelo arquivo de vendas: entram aqui pelo
      *    valor vendido e pelo custo dos seus itens. A dívida
      *    reaberta por um cheque devolvido não é venda: a receita já
      *    entrou quando o cheque foi recebido
       ACUMULAR-FIADOS-DIRETOS.
           IF WS-FIADOS-ABERTO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO FIADO-CODIGO.
           START IDX-FIADOS KEY IS NOT LESS THAN FIADO-CODIGO
             INVALID KEY
               EXIT PARAGRAPH
           END-START.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-FIADOS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF FIADO-DOCUMENTO AND FIADO-RECIBO = 0
                   AND NOT FIADO-CHEQUE-DEVOLVIDO
                   MOVE FIADO-DATA(1:6) TO WS-MES-LINHA
                   PERFORM LOCALIZAR-PERIODO
                   IF WS-IDX-PER > 0
                     PERFORM SOMAR-CUSTO-ITENS-FIADO
                     ADD FIADO-VALOR-VENDA
                       TO WS-DRE-RECEITA-BRUTA(WS-IDX-PER)
                     ADD WS-CUSTO-ITENS TO WS-DRE-CMV(WS-IDX-PER)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

      *    Retorna
           EXIT PARAGRAPH.


      *    Custo dos itens do fiado corrente, ao custo do cadastro
       SOMAR-CUSTO-ITENS-FIADO.
           MOVE 0 TO WS-CUSTO-ITENS.

           IF WS-ITENS-ABERTO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           MOVE FIADO-CODIGO TO FITEM-FIADO.
           MOVE 0 TO FITEM-SEQ.
           START IDX-FIADO-ITENS KEY IS GREATER THAN FITEM-CHAVE
             INVALID KEY
               EXIT PARAGRAPH
           END-START.

           MOVE 'N' TO WS-EOF-ITENS.
           PERFORM UNTIL WS-EOF-ITENS = 'S'
             READ IDX-FIADO-ITENS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-ITENS

               NOT AT END
                 IF FITEM-FIADO NOT = FIADO-CODIGO
                   MOVE 'S' TO WS-EOF-ITENS
                   EXIT PERFORM CYCLE
                 END-IF

                 MOVE FITEM-PRODUTO TO WS-PRODUTO-LINHA
                 PERFORM BUSCAR-PRECO-CUSTO
                 COMPUTE WS-CUSTO-ITENS = WS-CUSTO-ITENS
                   + FITEM-QTD * WS-CUSTO-CADASTRO
             END-READ
           END-PERFORM.

      *    Retorna
           EXIT PARAGRAPH.


      *    Estornos de venda: a venda continua no arquivo do dia, então
      *    o estorno sai como devolução pelo preço do cadastro e a
      *    mercadoria que voltou abate o CMV pelo custo
       ACUMULAR-ESTORNOS.
           OPEN INPUT LOG-ESTORNOS.

           IF NOT WS-STATUS-EST-OK
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ LOG-ESTORNOS INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
                   INTO WS-CAMPO1-X, WS-CAMPO2-X, WS-CAMPO3-X,
                     WS-CAMPO4-X, WS-CAMPO5-X, WS-CAMPO6-X
                 END-UNSTRING

                 IF WS-CAMPO1-X(1:7) = "ESTORNO"
                   AND WS-CAMPO2-X(1:8) IS NUMERIC
                   AND WS-CAMPO5-X(1:5) IS NUMERIC
                   MOVE WS-CAMPO2-X(1:6) TO WS-MES-LINHA
                   PERFORM LOCALIZAR-PERIODO
                   IF WS-IDX-PER > 0
                     MOVE WS-CAMPO5-X(1:5) TO WS-PRODUTO-LINHA
                     MOVE FUNCTION NUMVAL(WS-CAMPO6-X) TO WS-QTD-ABS
                     PERFORM BUSCAR-PRECO-CUSTO
                     COMPUTE WS-DRE-DEVOLUCOES(WS-IDX-PER) =
                       WS-DRE-DEVOLUCOES(WS-IDX-PER)
                       + WS-QTD-ABS * WS-PRECO-CADASTRO
                     COMPUTE WS-DRE-CMV(WS-IDX-PER) =
                       WS-DRE-CMV(WS-IDX-PER)
                       - WS-QTD-ABS * WS-CUSTO-CADASTRO
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE LOG-ESTORNOS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Fiado cancelado devolve a venda inteira (a mercadoria volta
      *    ao estoque); fiado incobrável é perda com clientes
       ACUMULAR-BAIXAS-FIADO.
           OPEN INPUT LOG-BAIXAS-FIADO.

           IF NOT WS-STATUS-BXF-OK
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ LOG-BAIXAS-FIADO INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
                   INTO WS-CAMPO1-X, WS-CAMPO2-X, WS-CAMPO3-X,
                     WS-CAMPO4-X, WS-CAMPO5-X
                 END-UNSTRING

                 IF WS-CAMPO1-X(1:8) IS NUMERIC
                   MOVE WS-CAMPO1-X(1:6) TO WS-MES-LINHA
                   PERFORM LOCALIZAR-PERIODO
                   IF WS-IDX-PER > 0
                     EVALUATE WS-CAMPO2-X
                       WHEN "INCOBRAVEL"
                         MOVE FUNCTION NUMVAL(WS-CAMPO5-X)
                           TO WS-VALOR-NUM
                         ADD WS-VALOR-NUM
                           TO WS-DRE-INCOBRAVEIS(WS-IDX-PER)
                       WHEN "CANCELAMENTO"
                         PERFORM LANCAR-FIADO-CANCELADO
                     END-EVALUATE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE LOG-BAIXAS-FIADO.

      *    Retorna
           EXIT PARAGRAPH.


      *    Devolução do fiado cancelado na linha corrente do log, pelo
      *    valor da venda registrado no documento
       LANCAR-FIADO-CANCELADO.
           IF WS-FIADOS-ABERTO NOT = 'S'
             OR WS-CAMPO3-X(1:5) IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CAMPO3-X(1:5) TO FIADO-CODIGO.
           READ IDX-FIADOS KEY IS FIADO-CODIGO
             INVALID KEY
               EXIT PARAGRAPH
           END-READ.

           IF NOT FIADO-DOCUMENTO
             EXIT PARAGRAPH
           END-IF.

           PERFORM SOMAR-CUSTO-ITENS-FIADO.
           ADD FIADO-VALOR-VENDA TO WS-DRE-DEVOLUCOES(WS-IDX-PER).
           SUBTRACT WS-CUSTO-ITENS FROM WS-DRE-CMV(WS-IDX-PER).

      *    Retorna
           EXIT PARAGRAPH.


       ACUMULAR-IMPOSTOS.
           OPEN INPUT IDX-IMPOSTO-MENSAL.

           IF NOT WS-STATUS-IMP-OK
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-IMPOSTO-MENSAL NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 MOVE IMP-MES TO WS-MES-LINHA
                 PERFORM LOCALIZAR-PERIODO
                 IF WS-IDX-PER > 0
                   ADD IMP-VALOR TO WS-DRE-IMPOSTOS(WS-IDX-PER)
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-IMPOSTO-MENSAL.

      *    Retorna
           EXIT PARAGRAPH.


      *    Baixas manuais e ajustes negativos de contagem, pelo mesmo
      *    critério de RelatorioPerdas.cbl (sobra de contagem não é
      *    perda)
       ACUMULAR-PERDAS-BAIXAS.
           OPEN INPUT LOG-BAIXA-ESTOQUE.

           IF NOT WS-STATUS-BAIXA-OK
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ LOG-BAIXA-ESTOQUE INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
                   INTO WS-CAMPO1-X, WS-CAMPO2-X, WS-CAMPO4-X,
                     WS-CAMPO3-X, WS-CAMPO5-X
                 END-UNSTRING

                 IF WS-CAMPO1-X(1:8) IS NUMERIC
                   AND WS-CAMPO2-X(1:5) IS NUMERIC
                   MOVE WS-CAMPO1-X(1:6) TO WS-MES-LINHA
                   PERFORM LOCALIZAR-PERIODO
                   MOVE FUNCTION NUMVAL(WS-CAMPO3-X) TO WS-QTD-NUM

                   IF WS-IDX-PER > 0
                     IF WS-QTD-NUM < 0
                       COMPUTE WS-QTD-ABS = 0 - WS-QTD-NUM
                     ELSE
                       MOVE WS-QTD-NUM TO WS-QTD-ABS
                     END-IF

                     IF WS-CAMPO5-X(1:17) NOT = "AJUSTE INVENTARIO"
                       OR WS-QTD-NUM < 0
                       MOVE WS-CAMPO2-X(1:5) TO WS-PRODUTO-LINHA
                       PERFORM LANCAR-PERDA-CUSTO
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE LOG-BAIXA-ESTOQUE.

      *    Retorna
           EXIT PARAGRAPH.


       ACUMULAR-PERDAS-QUARENTENA.
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
                 IF QUAR-BAIXADA
                   MOVE QUAR-DATA(1:6) TO WS-MES-LINHA
                   PERFORM LOCALIZAR-PERIODO
                   IF WS-IDX-PER > 0
                     MOVE QUAR-PRODUTO TO WS-PRODUTO-LINHA
                     MOVE QUAR-QTD TO WS-QTD-ABS
                     PERFORM LANCAR-PERDA-CUSTO
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-QUARENTENA.

      *    Retorna
           EXIT PARAGRAPH.


       ACUMULAR-PERDAS-DEVOLUCOES.
           OPEN INPUT IDX-DEVOLUCOES.

           IF NOT WS-STATUS-DEV-OK
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-DEVOLUCOES NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 MOVE DEV-DATA(1:6) TO WS-MES-LINHA
                 PERFORM LOCALIZAR-PERIODO
                 IF WS-IDX-PER > 0
                   MOVE DEV-PRODUTO TO WS-PRODUTO-LINHA
                   MOVE DEV-QTD TO WS-QTD-ABS
                   PERFORM LANCAR-PERDA-CUSTO
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-DEVOLUCOES.

      *    Retorna
           EXIT PARAGRAPH.


      *    Perda de WS-QTD-ABS unidades de WS-PRODUTO-LINHA ao custo
       LANCAR-PERDA-CUSTO.
           PERFORM BUSCAR-PRECO-CUSTO.
           COMPUTE WS-DRE-PERDAS(WS-IDX-PER) =
             WS-DRE-PERDAS(WS-IDX-PER)
             + WS-QTD-ABS * WS-CUSTO-CADASTRO.

      *    Retorna
           EXIT PARAGRAPH.


      *    Multas e juros de fiado lançados no mês (receita financeira)
       ACUMULAR-ENCARGOS.
           OPEN INPUT LOG-ENCARGOS.

           IF NOT WS-STATUS-ENC-OK
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ LOG-ENCARGOS INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
                   INTO WS-CAMPO1-X, WS-CAMPO2-X, WS-CAMPO3-X,
                     WS-CAMPO4-X
                 END-UNSTRING

                 IF WS-CAMPO2-X(1:8) IS NUMERIC
                   MOVE WS-CAMPO2-X(1:6) TO WS-MES-LINHA
                   PERFORM LOCALIZAR-PERIODO
                   IF WS-IDX-PER > 0
                     MOVE FUNCTION NUMVAL(WS-CAMPO4-X)
                       TO WS-VALOR-NUM
                     ADD WS-VALOR-NUM TO WS-DRE-ENCARGOS(WS-IDX-PER)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE LOG-ENCARGOS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Títulos de despesa operacional pelo mês de referência,
      *    somados por categoria do plano de despesas
       ACUMULAR-DESPESAS.
           OPEN INPUT IDX-DESP-TITULOS.

           IF NOT WS-STATUS-DT-OK
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT IDX-CONTAS-PAGAR.

           IF NOT WS-STATUS-CP-OK
             CLOSE IDX-DESP-TITULOS
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT IDX-PLANO-DESPESAS.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-DESP-TITULOS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 MOVE DT-MES-REFERENCIA TO WS-MES-LINHA
                 PERFORM LOCALIZAR-PERIODO
                 IF WS-IDX-PER = 0
                   EXIT PERFORM CYCLE
                 END-IF

                 MOVE DT-TITULO TO CP-NUMERO
                 READ IDX-CONTAS-PAGAR KEY IS CP-NUMERO
                   INVALID KEY
                     EXIT PERFORM CYCLE
                 END-READ

                 PERFORM LANCAR-DESPESA-CATEGORIA
             END-READ
           END-PERFORM.

           CLOSE IDX-DESP-TITULOS.
           CLOSE IDX-CONTAS-PAGAR.
           IF WS-STATUS-PD-OK
             CLOSE IDX-PLANO-DESPESAS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       LANCAR-DESPESA-CATEGORIA.
           ADD CP-VALOR TO WS-DRE-DESPESAS(WS-IDX-PER).

           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
             UNTIL WS-IDX-CAT > WS-QTD-CAT-DESP OR WS-ACHOU = 'S'
             IF WS-CD-CODIGO(WS-IDX-CAT) = DT-CATEGORIA
               ADD CP-VALOR TO WS-CD-VALOR(WS-IDX-CAT, WS-IDX-PER)
               MOVE 'S' TO WS-ACHOU
             END-IF
           END-PERFORM.

           IF WS-ACHOU NOT = 'S' AND WS-QTD-CAT-DESP < 30
             ADD 1 TO WS-QTD-CAT-DESP
             MOVE DT-CATEGORIA TO WS-CD-CODIGO(WS-QTD-CAT-DESP)
             MOVE "(CATEGORIA EXCLUIDA)" TO WS-CD-NOME(WS-QTD-CAT-DESP)
             MOVE DT-CATEGORIA TO PD-CODIGO
             READ IDX-PLANO-DESPESAS KEY IS PD-CODIGO
               NOT INVALID KEY
                 MOVE PD-DESCRICAO TO WS-CD-NOME(WS-QTD-CAT-DESP)
             END-READ
             MOVE CP-VALOR
               TO WS-CD-VALOR(WS-QTD-CAT-DESP, WS-IDX-PER)
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       CALCULAR-RESULTADOS.
           COMPUTE WS-DRE-RECEITA-LIQ(WS-IDX-PER) =
             WS-DRE-RECEITA-BRUTA(WS-IDX-PER)
             - WS-DRE-DEVOLUCOES(WS-IDX-PER)
             - WS-DRE-IMPOSTOS(WS-IDX-PER).

           COMPUTE WS-DRE-LUCRO-BRUTO(WS-IDX-PER) =
             WS-DRE-RECEITA-LIQ(WS-IDX-PER)
             - WS-DRE-CMV(WS-IDX-PER).

           COMPUTE WS-DRE-RESULTADO(WS-IDX-PER) =
             WS-DRE-LUCRO-BRUTO(WS-IDX-PER)
             - WS-DRE-PERDAS(WS-IDX-PER)
             - WS-DRE-INCOBRAVEIS(WS-IDX-PER)
             + WS-DRE-ENCARGOS(WS-IDX-PER)
             - WS-DRE-DESPESAS(WS-IDX-PER).

      *    Margens sobre a receita líquida
           MOVE 0 TO WS-PERC-MARGEM(WS-IDX-PER).
           IF WS-DRE-RECEITA-LIQ(WS-IDX-PER) > 0
             COMPUTE WS-PERC-MARGEM(WS-IDX-PER) ROUNDED =
               WS-DRE-RESULTADO(WS-IDX-PER) * 100
               / WS-DRE-RECEITA-LIQ(WS-IDX-PER)
               ON SIZE ERROR
                 MOVE 0 TO WS-PERC-MARGEM(WS-IDX-PER)
             END-COMPUTE
           END-IF.


       IMPRIMIR-DRE.
           DISPLAY "-----------------------------------".
           DISPLAY "                                   "
             "Mês          Mês anterior  Ano anterior".
           DISPLAY "                                   "
             WS-DRE-MES(1) "        " WS-DRE-MES(2) "        "
             WS-DRE-MES(3).
           DISPLAY "-----------------------------------".

           MOVE "(+) Receita bruta de vendas" TO WS-ROTULO.
           MOVE WS-DRE-RECEITA-BRUTA(1) TO WS-VALOR-LINHA(1).
           MOVE WS-DRE-RECEITA-BRUTA(2) TO WS-VALOR-LINHA(2).
           MOVE WS-DRE-RECEITA-BRUTA(3) TO WS-VALOR-LINHA(3).
           PERFORM IMPRIMIR-LINHA-DRE.

           MOVE "(-) Devoluções e estornos" TO WS-ROTULO.
           MOVE WS-DRE-DEVOLUCOES(1) TO WS-VALOR-LINHA(1).
           MOVE WS-DRE-DEVOLUCOES(2) TO WS-VALOR-LINHA(2).
           MOVE WS-DRE-DEVOLUCOES(3) TO WS-VALOR-LINHA(3).
           PERFORM IMPRIMIR-LINHA-DRE.

           MOVE "(-) Impostos sobre vendas" TO WS-ROTULO.
           MOVE WS-DRE-IMPOSTOS(1) TO WS-VALOR-LINHA(1).
           MOVE WS-DRE-IMPOSTOS(2) TO WS-VALOR-LINHA(2).
           MOVE WS-DRE-IMPOSTOS(3) TO WS-VALOR-LINHA(3).
           PERFORM IMPRIMIR-LINHA-DRE.

           MOVE "(=) Receita líquida" TO WS-ROTULO.
           MOVE WS-DRE-RECEITA-LIQ(1) TO WS-VALOR-LINHA(1).
           MOVE WS-DRE-RECEITA-LIQ(2) TO WS-VALOR-LINHA(2).
           MOVE WS-DRE-RECEITA-LIQ(3) TO WS-VALOR-LINHA(3).
           PERFORM IMPRIMIR-LINHA-DRE.

           MOVE "(-) Custo das mercadorias (CMV)" TO WS-ROTULO.
           MOVE WS-DRE-CMV(1) TO WS-VALOR-LINHA(1).
           MOVE WS-DRE-CMV(2) TO WS-VALOR-LINHA(2).
           MOVE WS-DRE-CMV(3) TO WS-VALOR-LINHA(3).
           PERFORM IMPRIMIR-LINHA-DRE.

           MOVE "(=) Lucro bruto" TO WS-ROTULO.
           MOVE WS-DRE-LUCRO-BRUTO(1) TO WS-VALOR-LINHA(1).
           MOVE WS-DRE-LUCRO-BRUTO(2) TO WS-VALOR-LINHA(2).
           MOVE WS-DRE-LUCRO-BRUTO(3) TO WS-VALOR-LINHA(3).
           PERFORM IMPRIMIR-LINHA-DRE.

           MOVE "(-) Perdas de estoque" TO WS-ROTULO.
           MOVE WS-DRE-PERDAS(1) TO WS-VALOR-LINHA(1).
           MOVE WS-DRE-PERDAS(2) TO WS-VALOR-LINHA(2).
           MOVE WS-DRE-PERDAS(3) TO WS-VALOR-LINHA(3).
           PERFORM IMPRIMIR-LINHA-DRE.

           MOVE "(-) Fiados incobráveis" TO WS-ROTULO.
           MOVE WS-DRE-INCOBRAVEIS(1) TO WS-VALOR-LINHA(1).
           MOVE WS-DRE-INCOBRAVEIS(2) TO WS-VALOR-LINHA(2).
           MOVE WS-DRE-INCOBRAVEIS(3) TO WS-VALOR-LINHA(3).
           PERFORM IMPRIMIR-LINHA-DRE.

           MOVE "(+) Encargos de fiado" TO WS-ROTULO.
           MOVE WS-DRE-ENCARGOS(1) TO WS-VALOR-LINHA(1).
           MOVE WS-DRE-ENCARGOS(2) TO WS-VALOR-LINHA(2).
           MOVE WS-DRE-ENCARGOS(3) TO WS-VALOR-LINHA(3).
           PERFORM IMPRIMIR-LINHA-DRE.

           MOVE "(-) Despesas operacionais" TO WS-ROTULO.
           MOVE WS-DRE-DESPESAS(1) TO WS-VALOR-LINHA(1).
           MOVE WS-DRE-DESPESAS(2) TO WS-VALOR-LINHA(2).
           MOVE WS-DRE-DESPESAS(3) TO WS-VALOR-LINHA(3).
           PERFORM IMPRIMIR-LINHA-DRE.

           PERFORM IMPRIMIR-CATEGORIA-DESPESA
             VARYING WS-IDX-CAT FROM 1 BY 1
             UNTIL WS-IDX-CAT > WS-QTD-CAT-DESP.

           DISPLAY "-----------------------------------".
           MOVE "(=) Resultado líquido" TO WS-ROTULO.
           MOVE WS-DRE-RESULTADO(1) TO WS-VALOR-LINHA(1).
           MOVE WS-DRE-RESULTADO(2) TO WS-VALOR-LINHA(2).
           MOVE WS-DRE-RESULTADO(3) TO WS-VALOR-LINHA(3).
           PERFORM IMPRIMIR-LINHA-DRE.

           MOVE WS-PERC-MARGEM(1) TO WS-PERC-EDIT(1).
           MOVE WS-PERC-MARGEM(2) TO WS-PERC-EDIT(2).
           MOVE WS-PERC-MARGEM(3) TO WS-PERC-EDIT(3).
           DISPLAY "Margem líquida (%)                "
             "      " WS-PERC-EDIT(1) "       " WS-PERC-EDIT(2)
             "       " WS-PERC-EDIT(3).
           DISPLAY "-----------------------------------".

           IF WS-DRE-LINHAS-VENDA(1) = 0
             DISPLAY "Atenção! Nenhuma venda arquivada em "
               WS-DRE-MES(1) "; confira se os dias foram fechados."
           END-IF.
           DISPLAY "CMV, devoluções e perdas pelo preço/custo atual "
             "do cadastro.".
           DISPLAY " ".

      *    Retorna
           EXIT PARAGRAPH.


       IMPRIMIR-CATEGORIA-DESPESA.
           MOVE SPACES TO WS-ROTULO.
           STRING "    " DELIMITED BY SIZE
             WS-CD-NOME(WS-IDX-CAT) DELIMITED BY SIZE
             INTO WS-ROTULO
           END-STRING.
           MOVE WS-CD-VALOR(WS-IDX-CAT, 1) TO WS-VALOR-LINHA(1).
           MOVE WS-CD-VALOR(WS-IDX-CAT, 2) TO WS-VALOR-LINHA(2).
           MOVE WS-CD-VALOR(WS-IDX-CAT, 3) TO WS-VALOR-LINHA(3).
           PERFORM IMPRIMIR-LINHA-DRE.


       IMPRIMIR-LINHA-DRE.
           MOVE WS-VALOR-LINHA(1) TO WS-VALOR-EDIT(1).
           MOVE WS-VALOR-LINHA(2) TO WS-VALOR-EDIT(2).
           MOVE WS-VALOR-LINHA(3) TO WS-VALOR-EDIT(3).
           DISPLAY WS-ROTULO " " WS-VALOR-EDIT(1) " "
             WS-VALOR-EDIT(2) " " WS-VALOR-EDIT(3).


      *    Lê o diretório de dados configurado, com "../arch" como
      *    valor padrão quando a variável de ambiente não é definida
       CONFIGURAR-CAMINHOS.
           ACCEPT WS-ARCH-DIR FROM ENVIRONMENT "ARCH_DIR".
           IF WS-ARCH-DIR = SPACES
             MOVE "../arch" TO WS-ARCH-DIR
           END-IF.

           MOVE 'N' TO WS-CAMINHO-OVERFLOW.

           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/estornos.log" DELIMITED BY SIZE
             INTO WS-PATH-ESTORNOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/imposto-mensal.idx" DELIMITED BY SIZE
             INTO WS-PATH-IMPOSTO-MENSAL
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
             "/fiado-itens.idx" DELIMITED BY SIZE
             INTO WS-PATH-FIADO-ITENS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/fiado-baixas.log" DELIMITED BY SIZE
             INTO WS-PATH-BAIXAS-FIADO
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/encargos-fiado.log" DELIMITED BY SIZE
             INTO WS-PATH-ENCARGOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/baixa-estoque.log" DELIMITED BY SIZE
             INTO WS-PATH-BAIXA
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
             "/devolucoes-fornecedor.idx" DELIMITED BY SIZE
             INTO WS-PATH-DEVOLUCOES
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
             "/contas-pagar.idx" DELIMITED BY SIZE
             INTO WS-PATH-CONTAS-PAGAR
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/plano-despesas.idx" DELIMITED BY SIZE
             INTO WS-PATH-PLANO-DESPESAS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/produtos.idx" DELIMITED BY SIZE
             INTO WS-PATH-PRODUTOS
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

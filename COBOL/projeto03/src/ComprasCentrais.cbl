       IDENTIFICATION DIVISION.
           PROGRAM-ID. ComprasCentrais.
           AUTHOR. Maurício Rodrigues.

      *    Compra centralizada da rede: a sede recebe a lista de
      *    diretórios das lojas (como na Consolidação) e calcula a
      *    reposição de cada uma com a mesma regra da SugestaoCompra
      *    (média diária vendida na janela x dias de cobertura, menos
      *    estoque e saldo em aberto de OC). Antes de comprar, a falta
      *    de uma loja é coberta pela sobra de outra (remanejamento
      *    sugerido); o que sobra de necessidade vira uma OC
      *    consolidada por produto no arquivo da sede, agrupada por
      *    fornecedor, e um plano de distribuição diz quantas unidades
      *    seguem para cada loja quando a mercadoria chegar. O
      *    Recebimento da sede lê o plano e gera sozinho as
      *    transferências entre lojas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Arquivos de cada loja, abertos pelo diretório informado
           SELECT CSV-VENDAS-LOJA
             ASSIGN TO WS-NOME-ARQUIVO-LOJA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ARQ.

           SELECT LOG-MOVIMENTOS-LOJA
             ASSIGN TO WS-NOME-MOVIMENTOS-LOJA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-MOV.

           SELECT IDX-PRODUTOS-LOJA
             ASSIGN TO WS-NOME-PRODUTOS-LOJA
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-PROD
             RECORD KEY IS PL-CODIGO.

           SELECT CSV-OC-LOJA
             ASSIGN TO WS-NOME-OC-LOJA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-OCL.

           SELECT LOG-REC-LOJA
             ASSIGN TO WS-NOME-REC-LOJA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-REC.

           SELECT LOG-CANC-LOJA
             ASSIGN TO WS-NOME-CANC-LOJA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CANC.

      *    Arquivos da sede, que emite as OCs e recebe a mercadoria
           SELECT IDX-PRODUTOS
             ASSIGN TO DYNAMIC WS-PATH-PRODUTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS
             RECORD KEY IS PRODUTO-CODIGO.

           SELECT IDX-FORNECEDORES
             ASSIGN TO DYNAMIC WS-PATH-FORNECEDORES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-FORN
             RECORD KEY IS FORNECEDOR-CODIGO.

           SELECT CSV-ORDENS-COMPRA
             ASSIGN TO DYNAMIC WS-PATH-ORDENS-COMPRA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-OC.

           SELECT ARQ-CONTROLE-OC
             ASSIGN TO DYNAMIC WS-PATH-CONTROLE-OC
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CTRL-OC.

      *    OCs aprovadas por supervisor acima do orçamento de compras
           SELECT LOG-EXCESSOS-ORC
             ASSIGN TO DYNAMIC WS-PATH-EXCESSOS-ORC
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-EXC.

      *    Plano de distribuição: para cada OC central, quantas
      *    unidades seguem para cada loja e quantas já seguiram
           SELECT IDX-DISTRIBUICAO
             ASSIGN TO DYNAMIC WS-PATH-DISTRIBUICAO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-DIST
             RECORD KEY IS DC-CHAVE.

      *    Remanejamentos sugeridos na rodada (sobra de uma loja
      *    cobrindo a falta de outra), a despachar pela loja de origem
      *    com a exportação de transferência entre lojas
           SELECT CSV-REMANEJAMENTO
             ASSIGN TO WS-NOME-REMANEJAMENTO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-REM.

       DATA DIVISION.
       FILE SECTION.
       FD CSV-VENDAS-LOJA.
       01 DETALHAMENTO              PIC X(60).

       FD LOG-MOVIMENTOS-LOJA.
       01 LINHA-MOVIMENTO           PIC X(100).

      *    Mesmo layout de DETALHE-PRODUTO, visto pelo lado da loja
       FD IDX-PRODUTOS-LOJA.
       01 DETALHE-PRODUTO-LOJA.
           05 PL-CODIGO             PIC 9(05).
           05 PL-DESCRICAO          PIC X(30).
           05 PL-PRECO-UNIT         PIC 9(04)V99.
           05 PL-QTD-ESTOQUE        PIC 9(05).
           05 PL-QTD-MINIMA         PIC 9(05).
           05 PL-CATEGORIA          PIC X(15).
           05 PL-FORNECEDOR         PIC 9(05).
           05 PL-VALIDADE           PIC 9(08).
           05 PL-LOCAL              PIC 9(02).
           05 PL-CUSTO-UNIT         PIC 9(04)V99.
           05 PL-BARRAS             PIC 9(13).
           05 PL-UNIDADE            PIC X(02).
           05 PL-FATOR-COMPRA       PIC 9(03).
           05 PL-STATUS             PIC X(01).
               88 PL-ATIVO          VALUE 'A' SPACE.
           05 PL-CONTROLA-SERIE     PIC X(01).
           05 PL-VASILHAME          PIC X(03).
           05 FILLER                PIC X(15).

       FD CSV-OC-LOJA.
       01 LINHA-OC-LOJA             PIC X(100).

       FD LOG-REC-LOJA.
       01 LINHA-REC-LOJA            PIC X(100).

       FD LOG-CANC-LOJA.
       01 LINHA-CANC-LOJA           PIC X(100).

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

      *    Mesmo layout de DETALHE-FORNECEDOR em CRUD.cbl,
      *    redeclarado aqui apenas para consulta
       FD IDX-FORNECEDORES.
       01 DETALHE-FORNECEDOR.
           05 FORNECEDOR-CODIGO     PIC 9(05).
           05 FORNECEDOR-NOME       PIC X(30).
           05 FORNECEDOR-CONTATO    PIC X(20).
           05 FORNECEDOR-PRAZO      PIC 9(03).
           05 FORNECEDOR-DOCUMENTO  PIC X(14).
           05 FORNECEDOR-BANCO      PIC 9(03).
           05 FORNECEDOR-AGENCIA    PIC X(05).
           05 FORNECEDOR-CONTA      PIC X(13).
           05 FORNECEDOR-CHAVE-PIX  PIC X(60).
           05 FILLER                PIC X(20).

       FD CSV-ORDENS-COMPRA.
       01 LINHA-ORDEM-COMPRA        PIC X(100).

       FD ARQ-CONTROLE-OC.
       01 LINHA-CONTROLE-OC         PIC 9(05).

       FD LOG-EXCESSOS-ORC.
       01 LINHA-EXCESSO-ORC         PIC X(100).

       FD IDX-DISTRIBUICAO.
       01 DETALHE-DISTRIBUICAO.
           05 DC-CHAVE.
               10 DC-OC             PIC 9(05).
               10 DC-SEQ            PIC 9(02).
           05 DC-DATA               PIC 9(08).
           05 DC-PRODUTO            PIC 9(05).
           05 DC-DESCRICAO          PIC X(30).
           05 DC-LOJA-DIR           PIC X(60).
           05 DC-QTD-PLANEJADA      PIC 9(05).
           05 DC-QTD-ENVIADA        PIC 9(05).
           05 DC-SITUACAO           PIC X(01).
               88 DC-PENDENTE       VALUE 'P'.
               88 DC-ENVIADA        VALUE 'E'.
           05 DC-OPERADOR           PIC X(10).
           05 FILLER                PIC X(10).

       FD CSV-REMANEJAMENTO.
       01 LINHA-REMANEJAMENTO       PIC X(200).

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
                          WS-STATUS-ARQ-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-ARQ-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-ARQ-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-ARQ-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-ARQ-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-ARQ-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-ARQ.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-MOV-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-MOV-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-MOV-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-MOV-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-MOV-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-MOV-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-MOV.
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
                          WS-STATUS-OCL-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-OCL-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-OCL-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-OCL-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-OCL-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-OCL-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-OCL.
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
                          WS-STATUS-CANC-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CANC-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CANC-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CANC-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CANC-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CANC-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CANC.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-FORN-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-FORN-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-FORN-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-FORN-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-FORN-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-FORN-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-FORN.
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
                          WS-STATUS-CTRL-OC-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CTRL-OC-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CTRL-OC-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CTRL-OC-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CTRL-OC-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CTRL-OC-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CTRL-OC.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-EXC-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-EXC-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-EXC-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-EXC-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-EXC-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-EXC-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-EXC.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-DIST-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-DIST-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-DIST-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-DIST-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-DIST-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-DIST-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-DIST.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-REM-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-REM-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-REM-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-REM-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-REM-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-REM-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-REM.

      *    Diretório de dados da sede e caminhos completos dos
      *    arquivos, resolvidos via ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-PRODUTOS           PIC X(80).
       01 WS-PATH-FORNECEDORES       PIC X(80).
       01 WS-PATH-ORDENS-COMPRA      PIC X(80).
       01 WS-PATH-CONTROLE-OC        PIC X(80).
       01 WS-PATH-EXCESSOS-ORC       PIC X(80).
       01 WS-PATH-DISTRIBUICAO       PIC X(80).
       01 WS-NOME-REMANEJAMENTO      PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

      *    Nomes dos arquivos da loja corrente
       01 WS-NOME-ARQUIVO-LOJA       PIC X(100).
       01 WS-NOME-MOVIMENTOS-LOJA    PIC X(100).
       01 WS-NOME-PRODUTOS-LOJA      PIC X(100).
       01 WS-NOME-OC-LOJA            PIC X(100).
       01 WS-NOME-REC-LOJA           PIC X(100).
       01 WS-NOME-CANC-LOJA          PIC X(100).

       01 WS-EOF                    PIC X(01).
       01 WS-OPERADOR               PIC X(10).
       01 WS-NIVEL-QUALQUER         PIC 9(01) VALUE 0.
       01 WS-NIVEL-SUPERVISOR       PIC 9(01) VALUE 2.
       01 WS-RESULTADO-VALIDACAO    PIC X(02).
       01 WS-CONFIRMA               PIC X(01).

      * Lojas informadas (diretórios de dados de cada uma); a sede
      * pode constar da lista quando também vende
       01 WS-QTD-LOJAS              PIC 9(01) VALUE 0.
       01 WS-IDX-LOJA               PIC 9(01).
       01 WS-IDX-SEDE               PIC 9(01) VALUE 0.
       01 WS-TABELA-LOJAS.
           05 WS-LOJA OCCURS 5 TIMES.
             10 WS-LOJA-DIR         PIC X(60).
             10 WS-LOJA-OK          PIC X(01).
       01 WS-DIR-INFORMADO          PIC X(60).
       01 WS-DIR-BUSCA              PIC X(60).
       01 WS-IDX-LOJA-ACHADA        PIC 9(01).

      * Parâmetros da rodada (mesmos padrões da SugestaoCompra)
       01 WS-JANELA-DIAS            PIC 9(03).
       01 WS-DIAS-COBERTURA         PIC 9(03).
       01 WS-DATA-HOJE              PIC 9(08).
       01 WS-DATA-INICIO            PIC 9(08).
       01 WS-DIA-INICIO-INTEIRO     PIC 9(07).
       01 WS-DIA-INTEIRO            PIC 9(07).
       01 WS-DIA-FIM-INTEIRO        PIC 9(07).
       01 WS-DATA-CORRENTE          PIC 9(08).

      * Campos para desmembrar cada linha de venda arquivada
       01 WS-DETALHAMENTO           PIC X(60).
       01 WS-LIN-DATA               PIC X(08).
       01 WS-LIN-HORA               PIC X(08).
       01 WS-LIN-OPERADOR           PIC X(10).
       01 WS-LIN-CODIGO             PIC X(05).
       01 WS-LIN-QTD                PIC 9(05).

      * Campos para desmembrar cada linha do log de movimentos
      * Máscara: <data>;<hora>;<codigo>;<tipo>;<qtd_sinalizada>;
      *          <local>;<operador>;<referencia>
       01 WS-LINHA-MOV-LIDA         PIC X(100).
       01 WS-MOV-DATA-X             PIC X(08).
       01 WS-MOV-HORA-X             PIC X(08).
       01 WS-MOV-CODIGO-X           PIC X(05).
       01 WS-MOV-TIPO-X             PIC X(12).
       01 WS-MOV-QTD-X              PIC X(07).
       01 WS-MOV-DATA-NUM           PIC 9(08).
       01 WS-MOV-QTD-NUM            PIC S9(06).

      * Tabela da rede: cada produto com o cadastro da sede e, por
      * loja, estoque, mínimo, vendido na janela, saldo a chegar e o
      * resultado do cálculo (necessidade, sobra e compra)
       01 WS-QTD-PROD-REDE          PIC 9(03) VALUE 0.
       01 WS-MAX-PROD-REDE          PIC 9(03) VALUE 300.
       01 WS-TABELA-PROD-REDE.
           05 WS-PR OCCURS 300 TIMES.
             10 WS-PR-CODIGO        PIC 9(05).
             10 WS-PR-DESCRICAO     PIC X(30).
             10 WS-PR-FORNECEDOR    PIC 9(05).
             10 WS-PR-FATOR         PIC 9(03).
             10 WS-PR-CUSTO         PIC 9(04)V99.
             10 WS-PR-CATEGORIA     PIC X(15).
             10 WS-PR-TOTAL-COMPRA  PIC 9(07).
             10 WS-PR-EMBALAGENS    PIC 9(05).
             10 WS-PR-LOJA OCCURS 5 TIMES.
               15 WS-PR-TEM         PIC X(01).
               15 WS-PR-ATIVO       PIC X(01).
               15 WS-PR-ESTOQUE     PIC 9(05).
               15 WS-PR-MINIMA      PIC 9(05).
               15 WS-PR-VENDIDO     PIC 9(07).
               15 WS-PR-EM-OC       PIC S9(07).
               15 WS-PR-NECESSIDADE PIC 9(07).
               15 WS-PR-SOBRA       PIC 9(07).
               15 WS-PR-COMPRA      PIC 9(07).
       01 WS-IDX-PR                 PIC 9(03).
       01 WS-IDX-PR-ACHADO          PIC 9(03).
       01 WS-CODIGO-BUSCA           PIC 9(05).
       01 WS-IDX-AUX                PIC 9(01).

      * Saldo em aberto das OCs da loja corrente (mesma mecânica de
      * Recebimento.cbl e SugestaoCompra.cbl)
       01 WS-QTD-OCS-MAX            PIC 9(03) VALUE 200.
       01 WS-QTD-OCS                PIC 9(03) VALUE 0.
       01 WS-IDX-OC                 PIC 9(03).
       01 WS-TABELA-OCS.
           05 WS-OC OCCURS 200 TIMES.
             10 WS-OC-NUMERO        PIC 9(05).
             10 WS-OC-PRODUTO       PIC 9(05).
             10 WS-OC-QTD-ABERTA    PIC S9(06).
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
       01 WS-SALDO-UNIDADES         PIC S9(07).

      * Cálculo da necessidade de cada loja e da compensação entre
      * lojas antes da compra
       01 WS-MEDIA-DIARIA           PIC 9(05)V99.
       01 WS-DEMANDA-COBERTURA      PIC 9(07).
       01 WS-NECESSIDADE            PIC S9(07).
       01 WS-RESERVA-LOJA           PIC 9(07).
       01 WS-IDX-FALTA              PIC 9(01).
       01 WS-IDX-SOBRA              PIC 9(01).
       01 WS-MAIOR-SOBRA            PIC 9(07).
       01 WS-FALTA-RESTANTE         PIC 9(07).
       01 WS-QTD-REMANEJAR          PIC 9(07).
       01 WS-QTD-REMANEJAMENTOS     PIC 9(03).
       01 WS-NOVA-LINHA-REM         PIC X(200).

      * Fornecedores com compra na rodada, para a saída agrupada
       01 WS-QTD-FORN-REDE          PIC 9(03) VALUE 0.
       01 WS-IDX-FR                 PIC 9(03).
       01 WS-ACHOU-FR               PIC X(01).
       01 WS-TABELA-FORN-REDE.
           05 WS-FR OCCURS 100 TIMES.
             10 WS-FR-CODIGO        PIC 9(05).
             10 WS-FR-ITENS         PIC 9(03).
       01 WS-FORNECEDOR-ATUAL       PIC 9(05).
       01 WS-NOME-FORNECEDOR        PIC X(30).
       01 WS-QTD-ITENS-COMPRA       PIC 9(03).

      * Geração das OCs e do plano de distribuição
       01 WS-NUM-OC                 PIC 9(05).
       01 WS-QTD-OCS-GERADAS        PIC 9(03).
       01 WS-NOVA-LINHA-OC          PIC X(100).
       01 WS-SEQ-PLANO              PIC 9(02).
       01 WS-GRAVANDO-SEDE          PIC X(01).

      * Variáveis do controle de orçamento de compras (open-to-buy),
      * mesma regra do relatório de estoque baixo do CRUD
       01 WS-ULTIMA-OC-ANTES        PIC 9(05).
       01 WS-MES-OC                 PIC 9(06).
       01 WS-CATEGORIA-OC           PIC X(15).
       01 WS-VALOR-OC               PIC 9(08)V99.
       01 WS-OC-LIBERADA            PIC X(01).
       01 WS-OC-EXCEDEU             PIC X(01).
       01 WS-SUPERVISOR-ORC         PIC X(10).
       01 WS-ORC-ORCADO             PIC 9(08)V99.
       01 WS-ORC-COMPROMETIDO       PIC 9(08)V99.
       01 WS-ORC-RECEBIDO           PIC 9(08)V99.
       01 WS-VALOR-OC-EDITADO       PIC ZZZZZZZ9.99.
       01 WS-SALDO-ORC-EDITADO      PIC -ZZZZZZZ9.99.
       01 WS-SALDO-ORC-TEXTO        PIC -9(08).99.
       01 WS-VALOR-OC-TEXTO         PIC 9(08).99.
       01 WS-NOVA-LINHA-EXC         PIC X(100).
       01 WS-QTD-ORC-SESSAO         PIC 9(03) VALUE 0.
       01 WS-IDX-ORC                PIC 9(03).
       01 WS-POS-ORC                PIC 9(03).
       01 WS-TAB-ORC-SESSAO.
           05 WS-ORC-SESSAO OCCURS 50 TIMES.
               10 WS-ORC-SES-CATEGORIA  PIC X(15).
               10 WS-ORC-SES-CONTROLA   PIC X(01).
               10 WS-ORC-SES-SALDO      PIC S9(09)V99.

      * Listagem do plano de distribuição
       01 WS-QTD-LINHAS-PLANO       PIC 9(04).

       LINKAGE SECTION.
       01 LS-OPCAO                  PIC 9(02).

       PROCEDURE DIVISION USING LS-OPCAO.
       MAIN.
           PERFORM CONFIGURAR-CAMINHOS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

      *    Switch da opção
           EVALUATE LS-OPCAO
             WHEN 54
               PERFORM COMPRA-CENTRALIZADA

             WHEN 55
               PERFORM LISTAR-PLANO-DISTRIBUICAO
           END-EVALUATE.

      *    Retorna
           EXIT PROGRAM.


      *    Rodada de compra centralizada: necessidade por loja,
      *    compensação entre lojas, OC consolidada e plano de
      *    distribuição
       COMPRA-CENTRALIZADA.
           DISPLAY "-----------------------------------".
           DISPLAY " COMPRA CENTRALIZADA DA REDE"
           DISPLAY "-----------------------------------".

      *    Recebe e valida o comprador
           DISPLAY "Informe o código do operador: " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.

           CALL "ValidarOperador" USING WS-OPERADOR,
             WS-NIVEL-QUALQUER, WS-RESULTADO-VALIDACAO.

           IF WS-RESULTADO-VALIDACAO NOT = "OK"
             EXIT PARAGRAPH
           END-IF.

      *    Recebe os diretórios de dados das lojas (até 5)
           MOVE 0 TO WS-QTD-LOJAS.
           MOVE 0 TO WS-IDX-SEDE.
           MOVE "X" TO WS-DIR-INFORMADO.

           PERFORM COLETAR-LOJA
             UNTIL WS-DIR-INFORMADO = SPACES
                OR WS-QTD-LOJAS = 5.

           IF WS-QTD-LOJAS = 0
             DISPLAY "Nenhuma loja informada."
             EXIT PARAGRAPH
           END-IF.

      *    Recebe a janela de histórico e a cobertura desejada
           DISPLAY "Janela de histórico em dias (0 para 30): "
             WITH NO ADVANCING.
           ACCEPT WS-JANELA-DIAS.
           IF WS-JANELA-DIAS = 0
             MOVE 30 TO WS-JANELA-DIAS
           END-IF.

           DISPLAY "Dias de cobertura desejados (0 para 7): "
             WITH NO ADVANCING.
           ACCEPT WS-DIAS-COBERTURA.
           IF WS-DIAS-COBERTURA = 0
             MOVE 7 TO WS-DIAS-COBERTURA
           END-IF.

      *    Delimita a janela: de hoje-janela+1 até hoje
           COMPUTE WS-DIA-FIM-INTEIRO =
             FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
           COMPUTE WS-DIA-INICIO-INTEIRO =
             WS-DIA-FIM-INTEIRO - WS-JANELA-DIAS + 1.
           COMPUTE WS-DATA-INICIO =
             FUNCTION DATE-OF-INTEGER(WS-DIA-INICIO-INTEIRO).

           DISPLAY "Janela analisada: " WS-DATA-INICIO
             " a " WS-DATA-HOJE " (" WS-JANELA-DIAS " dias).".

      *    Carrega cadastro, vendas e OCs em aberto de cada loja
           MOVE 0 TO WS-QTD-PROD-REDE.

           PERFORM CARREGAR-LOJA
             VARYING WS-IDX-LOJA FROM 1 BY 1
             UNTIL WS-IDX-LOJA > WS-QTD-LOJAS.

           IF WS-QTD-PROD-REDE = 0
             DISPLAY "Nenhum produto encontrado nas lojas informadas."
             EXIT PARAGRAPH
           END-IF.

      *    Parcelas de compras centrais anteriores ainda não enviadas
      *    contam como mercadoria a chegar na loja de destino
           PERFORM CARREGAR-PLANO-PENDENTE.

      *    Necessidade ou sobra de cada produto em cada loja
           PERFORM CALCULAR-NECESSIDADE-PRODUTO
             VARYING WS-IDX-PR FROM 1 BY 1
             UNTIL WS-IDX-PR > WS-QTD-PROD-REDE.

      *    A sobra de uma loja cobre a falta de outra antes da compra
           DISPLAY "-----------------------------------".
           DISPLAY " REMANEJAMENTO ENTRE LOJAS"
           DISPLAY "-----------------------------------".

           MOVE 0 TO WS-QTD-REMANEJAMENTOS.
           MOVE SPACES TO WS-NOME-REMANEJAMENTO.
           STRING
             FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/remanejamento-rede-"     DELIMITED BY SIZE
             WS-DATA-HOJE               DELIMITED BY SIZE
             ".csv"                     DELIMITED BY SIZE
             INTO WS-NOME-REMANEJAMENTO
           END-STRING.
           OPEN OUTPUT CSV-REMANEJAMENTO.

           PERFORM COMPENSAR-ENTRE-LOJAS
             VARYING WS-IDX-PR FROM 1 BY 1
             UNTIL WS-IDX-PR > WS-QTD-PROD-REDE.

           CLOSE CSV-REMANEJAMENTO.

           IF WS-QTD-REMANEJAMENTOS = 0
             DISPLAY "Nenhuma falta coberta por sobra de outra loja."
           ELSE
             DISPLAY WS-QTD-REMANEJAMENTOS " remanejamento(s) "
               "sugerido(s), gravados em: "
               FUNCTION TRIM(WS-NOME-REMANEJAMENTO)
             DISPLAY "Cada loja de origem despacha o seu pela "
               "exportação de transferência entre lojas."
           END-IF.

      *    Completa o cadastro pela sede e converte em embalagens
           MOVE 0 TO WS-QTD-FORN-REDE.
           MOVE 0 TO WS-QTD-ITENS-COMPRA.

           OPEN INPUT IDX-PRODUTOS.
           IF WS-STATUS-FILE-NOT-FOUND
             DISPLAY "Erro! A sede não tem cadastro de produtos!"
             EXIT PARAGRAPH
           END-IF.

           PERFORM TOTALIZAR-COMPRA-PRODUTO
             VARYING WS-IDX-PR FROM 1 BY 1
             UNTIL WS-IDX-PR > WS-QTD-PROD-REDE.

           CLOSE IDX-PRODUTOS.

           IF WS-QTD-ITENS-COMPRA = 0
             DISPLAY "-----------------------------------"
             DISPLAY "Nenhuma compra necessária para a cobertura "
               "pedida."
             DISPLAY " "
             EXIT PARAGRAPH
           END-IF.

      *    Mostra a compra consolidada por fornecedor, com a parcela
      *    de cada loja, para o comprador aprovar
           PERFORM ABRE-ARQ-FORN.

           PERFORM MOSTRAR-FORNECEDOR-REDE
             VARYING WS-IDX-FR FROM 1 BY 1
             UNTIL WS-IDX-FR > WS-QTD-FORN-REDE.

           DISPLAY "-----------------------------------".
           DISPLAY "Gerar as ordens de compra consolidadas e o plano "
             "de distribuição? (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
             CLOSE IDX-FORNECEDORES
             DISPLAY "Operação Cancelada!"
             EXIT PARAGRAPH
           END-IF.

      *    Numeração das OCs continua a da sede (oc-controle.dat)
           PERFORM LER-CONTROLE-OC.
           MOVE WS-NUM-OC TO WS-ULTIMA-OC-ANTES.
           MOVE WS-DATA-HOJE(1:6) TO WS-MES-OC.
           MOVE 0 TO WS-QTD-ORC-SESSAO.
           MOVE 0 TO WS-QTD-OCS-GERADAS.

           PERFORM ABRE-ARQ-OC.
           PERFORM ABRE-ARQ-DISTRIBUICAO.

           PERFORM GERAR-PEDIDO-FORNECEDOR
             VARYING WS-IDX-FR FROM 1 BY 1
             UNTIL WS-IDX-FR > WS-QTD-FORN-REDE.

           CLOSE IDX-DISTRIBUICAO.
           CLOSE CSV-ORDENS-COMPRA.
           CLOSE IDX-FORNECEDORES.
           PERFORM GRAVAR-CONTROLE-OC.

           DISPLAY "-----------------------------------".
           DISPLAY WS-QTD-OCS-GERADAS " ordem(ns) de compra "
             "consolidada(s) gerada(s) na sede.".
           DISPLAY "Exporte o pedido de cada fornecedor pela opção "
             "51; ao receber, a sede envia a parcela de cada loja.".
           DISPLAY " ".

      *    Retorna
           EXIT PARAGRAPH.


       COLETAR-LOJA.
           DISPLAY "Informe o diretório de dados da loja "
             "(em branco para encerrar): " WITH NO ADVANCING.
           MOVE SPACES TO WS-DIR-INFORMADO.
           ACCEPT WS-DIR-INFORMADO.

           IF WS-DIR-INFORMADO NOT = SPACES
             ADD 1 TO WS-QTD-LOJAS
             MOVE WS-DIR-INFORMADO TO WS-LOJA-DIR(WS-QTD-LOJAS)
             MOVE 'N' TO WS-LOJA-OK(WS-QTD-LOJAS)
      *      A própria sede na lista: a parcela dela fica onde chega
             IF FUNCTION TRIM(WS-DIR-INFORMADO)
                = FUNCTION TRIM(WS-ARCH-DIR)
               MOVE WS-QTD-LOJAS TO WS-IDX-SEDE
             END-IF
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Carrega a loja corrente: cadastro de produtos, unidades
      *    vendidas na janela (vendas arquivadas e reservas de fiado)
      *    e saldo em aberto das OCs da própria loja
       CARREGAR-LOJA.
           PERFORM CARREGAR-PRODUTOS-LOJA.

           IF WS-LOJA-OK(WS-IDX-LOJA) NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-DIA-INICIO-INTEIRO TO WS-DIA-INTEIRO.
           PERFORM ACUMULAR-DIA-LOJA
             UNTIL WS-DIA-INTEIRO > WS-DIA-FIM-INTEIRO.

           PERFORM ACUMULAR-FIADOS-LOJA.
           PERFORM CARREGAR-OCS-LOJA.

      *    Retorna
           EXIT PARAGRAPH.


       CARREGAR-PRODUTOS-LOJA.
           MOVE SPACES TO WS-NOME-PRODUTOS-LOJA.
           STRING
             FUNCTION TRIM(WS-LOJA-DIR(WS-IDX-LOJA))
                                DELIMITED BY SIZE
             "/produtos.idx"    DELIMITED BY SIZE
             INTO WS-NOME-PRODUTOS-LOJA
           END-STRING.

           MOVE 'N' TO WS-EOF.

           OPEN INPUT IDX-PRODUTOS-LOJA.

           IF WS-STATUS-PROD-FILE-NOT-FOUND
             DISPLAY "Loja " WS-IDX-LOJA " ("
               FUNCTION TRIM(WS-LOJA-DIR(WS-IDX-LOJA))
               "): sem cadastro de produtos; fora da compra."
             EXIT PARAGRAPH
           END-IF.

           MOVE 'S' TO WS-LOJA-OK(WS-IDX-LOJA).

           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-PRODUTOS-LOJA NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 PERFORM REGISTRAR-PRODUTO-REDE
             END-READ
           END-PERFORM.

           CLOSE IDX-PRODUTOS-LOJA.

      *    Retorna
           EXIT PARAGRAPH.


       REGISTRAR-PRODUTO-REDE.
           MOVE PL-CODIGO TO WS-CODIGO-BUSCA.
           PERFORM LOCALIZAR-PRODUTO-REDE.

           IF WS-IDX-PR-ACHADO = 0
             IF WS-QTD-PROD-REDE < WS-MAX-PROD-REDE
               ADD 1 TO WS-QTD-PROD-REDE
               MOVE WS-QTD-PROD-REDE TO WS-IDX-PR-ACHADO
               MOVE WS-IDX-PR-ACHADO TO WS-IDX-PR
               MOVE PL-CODIGO TO WS-PR-CODIGO(WS-IDX-PR)
               MOVE PL-DESCRICAO TO WS-PR-DESCRICAO(WS-IDX-PR)
               MOVE PL-FATOR-COMPRA TO WS-PR-FATOR(WS-IDX-PR)
               IF WS-PR-FATOR(WS-IDX-PR) = 0
                 MOVE 1 TO WS-PR-FATOR(WS-IDX-PR)
               END-IF
               PERFORM ZERAR-LOJAS-PR
             ELSE
               DISPLAY "ATENÇÃO! Tabela de produtos cheia: o "
                 "produto " PL-CODIGO " ficou fora da compra!"
               EXIT PARAGRAPH
             END-IF
           END-IF.

           MOVE WS-IDX-PR-ACHADO TO WS-IDX-PR.
           MOVE 'S' TO WS-PR-TEM(WS-IDX-PR, WS-IDX-LOJA).
           IF PL-ATIVO
             MOVE 'S' TO WS-PR-ATIVO(WS-IDX-PR, WS-IDX-LOJA)
           END-IF.
           MOVE PL-QTD-ESTOQUE TO WS-PR-ESTOQUE(WS-IDX-PR, WS-IDX-LOJA).
           MOVE PL-QTD-MINIMA TO WS-PR-MINIMA(WS-IDX-PR, WS-IDX-LOJA).

      *    Retorna
           EXIT PARAGRAPH.


      *    Procura WS-CODIGO-BUSCA na tabela da rede; devolve a
      *    posição em WS-IDX-PR-ACHADO (0 quando não encontrado)
       LOCALIZAR-PRODUTO-REDE.
           MOVE 0 TO WS-IDX-PR-ACHADO.

           PERFORM VERIFICAR-POSICAO-PR
             VARYING WS-IDX-PR FROM 1 BY 1
             UNTIL WS-IDX-PR > WS-QTD-PROD-REDE
               OR WS-IDX-PR-ACHADO > 0.

      *    Retorna
           EXIT PARAGRAPH.


       VERIFICAR-POSICAO-PR.
           IF WS-PR-CODIGO(WS-IDX-PR) = WS-CODIGO-BUSCA
             MOVE WS-IDX-PR TO WS-IDX-PR-ACHADO
           END-IF.


       ZERAR-LOJAS-PR.
           MOVE 0 TO WS-PR-TOTAL-COMPRA(WS-IDX-PR).
           MOVE 0 TO WS-PR-EMBALAGENS(WS-IDX-PR).
           MOVE 0 TO WS-PR-FORNECEDOR(WS-IDX-PR).
           MOVE 0 TO WS-PR-CUSTO(WS-IDX-PR).
           MOVE SPACES TO WS-PR-CATEGORIA(WS-IDX-PR).

           PERFORM ZERAR-UMA-LOJA-PR
             VARYING WS-IDX-AUX FROM 1 BY 1
             UNTIL WS-IDX-AUX > 5.


       ZERAR-UMA-LOJA-PR.
           MOVE 'N' TO WS-PR-TEM(WS-IDX-PR, WS-IDX-AUX).
           MOVE 'N' TO WS-PR-ATIVO(WS-IDX-PR, WS-IDX-AUX).
           MOVE 0 TO WS-PR-ESTOQUE(WS-IDX-PR, WS-IDX-AUX).
           MOVE 0 TO WS-PR-MINIMA(WS-IDX-PR, WS-IDX-AUX).
           MOVE 0 TO WS-PR-VENDIDO(WS-IDX-PR, WS-IDX-AUX).
           MOVE 0 TO WS-PR-EM-OC(WS-IDX-PR, WS-IDX-AUX).
           MOVE 0 TO WS-PR-NECESSIDADE(WS-IDX-PR, WS-IDX-AUX).
           MOVE 0 TO WS-PR-SOBRA(WS-IDX-PR, WS-IDX-AUX).
           MOVE 0 TO WS-PR-COMPRA(WS-IDX-PR, WS-IDX-AUX).


      *    Acumula as unidades vendidas no arquivo arquivado do dia
      *    corrente do laço, na loja corrente
       ACUMULAR-DIA-LOJA.
           COMPUTE WS-DATA-CORRENTE =
             FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO).

           MOVE SPACES TO WS-NOME-ARQUIVO-LOJA.
           STRING
             FUNCTION TRIM(WS-LOJA-DIR(WS-IDX-LOJA))
                               DELIMITED BY SIZE
             "/vendas-"        DELIMITED BY SIZE
             WS-DATA-CORRENTE  DELIMITED BY SIZE
             ".csv"            DELIMITED BY SIZE
             INTO WS-NOME-ARQUIVO-LOJA
           END-STRING.

           MOVE 'N' TO WS-EOF.

           OPEN INPUT CSV-VENDAS-LOJA.

      *    Dia sem arquivo (sem fechamento ou loja fechada): segue
           IF NOT WS-STATUS-ARQ-FILE-NOT-FOUND
             PERFORM UNTIL WS-EOF = 'S'
               READ CSV-VENDAS-LOJA INTO WS-DETALHAMENTO
                 AT END
                   MOVE 'S' TO WS-EOF

                 NOT AT END
      *            Linhas PAGTO não são itens de venda
                   IF WS-DETALHAMENTO(1:6) NOT = "PAGTO;"
                     PERFORM ACUMULAR-LINHA-VENDA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CSV-VENDAS-LOJA
           END-IF.

           ADD 1 TO WS-DIA-INTEIRO.

      *    Retorna
           EXIT PARAGRAPH.


       ACUMULAR-LINHA-VENDA.
           UNSTRING WS-DETALHAMENTO DELIMITED BY ";"
             INTO WS-LIN-DATA, WS-LIN-HORA, WS-LIN-OPERADOR,
               WS-LIN-CODIGO, WS-LIN-QTD
           END-UNSTRING.

           MOVE WS-LIN-CODIGO TO WS-CODIGO-BUSCA.
           PERFORM LOCALIZAR-PRODUTO-REDE.

      *    Produto vendido mas fora do cadastro da loja: ignorado
           IF WS-IDX-PR-ACHADO > 0
             ADD WS-LIN-QTD
               TO WS-PR-VENDIDO(WS-IDX-PR-ACHADO, WS-IDX-LOJA)
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Soma as reservas de fiado da janela, que saem do estoque
      *    sem passar pelo arquivo de vendas do dia (mesma regra da
      *    SugestaoCompra)
       ACUMULAR-FIADOS-LOJA.
           MOVE SPACES TO WS-NOME-MOVIMENTOS-LOJA.
           STRING
             FUNCTION TRIM(WS-LOJA-DIR(WS-IDX-LOJA))
                                       DELIMITED BY SIZE
             "/movimentos-estoque.log" DELIMITED BY SIZE
             INTO WS-NOME-MOVIMENTOS-LOJA
           END-STRING.

           MOVE 'N' TO WS-EOF.

           OPEN INPUT LOG-MOVIMENTOS-LOJA.

           IF WS-STATUS-MOV-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ LOG-MOVIMENTOS-LOJA INTO WS-LINHA-MOV-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 UNSTRING WS-LINHA-MOV-LIDA DELIMITED BY ";"
                   INTO WS-MOV-DATA-X, WS-MOV-HORA-X,
                     WS-MOV-CODIGO-X, WS-MOV-TIPO-X, WS-MOV-QTD-X
                 END-UNSTRING

                 IF WS-MOV-DATA-X IS NUMERIC
                   MOVE WS-MOV-DATA-X TO WS-MOV-DATA-NUM

                   IF WS-MOV-TIPO-X(1:5) = "FIADO"
                     AND WS-MOV-TIPO-X(6:1) = SPACE
                     AND WS-MOV-DATA-NUM >= WS-DATA-INICIO
                     AND WS-MOV-DATA-NUM <= WS-DATA-HOJE
                     MOVE FUNCTION NUMVAL(WS-MOV-QTD-X)
                       TO WS-MOV-QTD-NUM
                     IF WS-MOV-QTD-NUM < 0
                       MOVE WS-MOV-CODIGO-X TO WS-CODIGO-BUSCA
                       PERFORM LOCALIZAR-PRODUTO-REDE
                       IF WS-IDX-PR-ACHADO > 0
                         SUBTRACT WS-MOV-QTD-NUM FROM
                           WS-PR-VENDIDO(WS-IDX-PR-ACHADO, WS-IDX-LOJA)
                       END-IF
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE LOG-MOVIMENTOS-LOJA.

      *    Retorna
           EXIT PARAGRAPH.


      *    Carrega as OCs da loja corrente, desconta recebimentos e
      *    cancelamentos e soma o saldo em aberto (em unidades de
      *    venda) ao que está a chegar em cada produto
       CARREGAR-OCS-LOJA.
           MOVE 0 TO WS-QTD-OCS.
           MOVE 'N' TO WS-EOF.

           MOVE SPACES TO WS-NOME-OC-LOJA.
           STRING
             FUNCTION TRIM(WS-LOJA-DIR(WS-IDX-LOJA))
                                      DELIMITED BY SIZE
             "/ordens-compra.csv"     DELIMITED BY SIZE
             INTO WS-NOME-OC-LOJA
           END-STRING.

           OPEN INPUT CSV-OC-LOJA.

           IF WS-STATUS-OCL-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ CSV-OC-LOJA INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF WS-QTD-OCS < WS-QTD-OCS-MAX
                   UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
                     INTO WS-OC-NUM-X, WS-OC-DATA-X, WS-OC-COD-X,
                       WS-OC-DESC-X, WS-OC-QTD-X
                   END-UNSTRING

                   ADD 1 TO WS-QTD-OCS
                   MOVE WS-OC-NUM-X TO WS-OC-NUMERO(WS-QTD-OCS)
                   MOVE WS-OC-COD-X TO WS-OC-PRODUTO(WS-QTD-OCS)
                   MOVE WS-OC-QTD-X TO WS-OC-QTD-ABERTA(WS-QTD-OCS)
                 ELSE
                   MOVE 'S' TO WS-EOF
                   DISPLAY "Loja " WS-IDX-LOJA ": limite de "
                     WS-QTD-OCS-MAX " ordens carregadas atingido!"
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE CSV-OC-LOJA.

      *    Desconta o que já foi recebido de cada OC
      *    Máscara: <num_oc>;<data>;<operador>;<cod_produto>;<qtd>
           MOVE SPACES TO WS-NOME-REC-LOJA.
           STRING
             FUNCTION TRIM(WS-LOJA-DIR(WS-IDX-LOJA))
                                      DELIMITED BY SIZE
             "/ordens-recebidas.log"  DELIMITED BY SIZE
             INTO WS-NOME-REC-LOJA
           END-STRING.

           MOVE 'N' TO WS-EOF.
           OPEN INPUT LOG-REC-LOJA.

           IF NOT WS-STATUS-REC-FILE-NOT-FOUND
             PERFORM UNTIL WS-EOF = 'S'
               READ LOG-REC-LOJA INTO WS-LINHA-LIDA
                 AT END
                   MOVE 'S' TO WS-EOF

                 NOT AT END
                   PERFORM DESCONTAR-LINHA-OC
               END-READ
             END-PERFORM
             CLOSE LOG-REC-LOJA
           END-IF.

      *    Desconta os saldos cancelados (mesma máscara)
           MOVE SPACES TO WS-NOME-CANC-LOJA.
           STRING
             FUNCTION TRIM(WS-LOJA-DIR(WS-IDX-LOJA))
                                      DELIMITED BY SIZE
             "/ordens-canceladas.log" DELIMITED BY SIZE
             INTO WS-NOME-CANC-LOJA
           END-STRING.

           MOVE 'N' TO WS-EOF.
           OPEN INPUT LOG-CANC-LOJA.

           IF NOT WS-STATUS-CANC-FILE-NOT-FOUND
             PERFORM UNTIL WS-EOF = 'S'
               READ LOG-CANC-LOJA INTO WS-LINHA-LIDA
                 AT END
                   MOVE 'S' TO WS-EOF

                 NOT AT END
                   PERFORM DESCONTAR-LINHA-OC
               END-READ
             END-PERFORM
             CLOSE LOG-CANC-LOJA
           END-IF.

      *    O que ficou em aberto entra como mercadoria a chegar
           PERFORM SOMAR-OC-ABERTA-LOJA
             VARYING WS-IDX-OC FROM 1 BY 1
             UNTIL WS-IDX-OC > WS-QTD-OCS.

      *    Retorna
           EXIT PARAGRAPH.


       DESCONTAR-LINHA-OC.
           UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
             INTO WS-REC-NUM-X, WS-REC-DATA-X, WS-REC-OPER-X,
               WS-REC-COD-X, WS-REC-QTD-X
           END-UNSTRING.

           MOVE WS-REC-NUM-X TO WS-REC-NUM.
           MOVE WS-REC-QTD-X TO WS-REC-QTD.

           PERFORM DESCONTAR-RECEBIDO
             VARYING WS-IDX-OC FROM 1 BY 1
             UNTIL WS-IDX-OC > WS-QTD-OCS.

      *    Retorna
           EXIT PARAGRAPH.


       DESCONTAR-RECEBIDO.
           IF WS-OC-NUMERO(WS-IDX-OC) = WS-REC-NUM
             SUBTRACT WS-REC-QTD FROM WS-OC-QTD-ABERTA(WS-IDX-OC)
           END-IF.


      *    As OCs saem em embalagens de compra: o saldo é convertido
      *    para unidades de venda pelo fator do produto
       SOMAR-OC-ABERTA-LOJA.
           IF WS-OC-QTD-ABERTA(WS-IDX-OC) > 0
             MOVE WS-OC-PRODUTO(WS-IDX-OC) TO WS-CODIGO-BUSCA
             PERFORM LOCALIZAR-PRODUTO-REDE
             IF WS-IDX-PR-ACHADO > 0
               COMPUTE WS-SALDO-UNIDADES =
                 WS-OC-QTD-ABERTA(WS-IDX-OC)
                 * WS-PR-FATOR(WS-IDX-PR-ACHADO)
               ADD WS-SALDO-UNIDADES
                 TO WS-PR-EM-OC(WS-IDX-PR-ACHADO, WS-IDX-LOJA)
             END-IF
           END-IF.


      *    Lê as parcelas ainda não enviadas das compras centrais
      *    anteriores: somam no "a chegar" da loja destino e, se a
      *    sede está na lista, saem do "a chegar" dela (a OC está no
      *    arquivo da sede, mas a parcela não fica lá)
       CARREGAR-PLANO-PENDENTE.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT IDX-DISTRIBUICAO.

           IF WS-STATUS-DIST-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-DISTRIBUICAO NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF DC-PENDENTE
                   PERFORM CONSIDERAR-PARCELA-PENDENTE
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-DISTRIBUICAO.

      *    Retorna
           EXIT PARAGRAPH.


       CONSIDERAR-PARCELA-PENDENTE.
      *    Parcela da própria sede já está no saldo da OC dela
           IF FUNCTION TRIM(DC-LOJA-DIR) = FUNCTION TRIM(WS-ARCH-DIR)
             EXIT PARAGRAPH
           END-IF.

           MOVE DC-PRODUTO TO WS-CODIGO-BUSCA.
           PERFORM LOCALIZAR-PRODUTO-REDE.
           IF WS-IDX-PR-ACHADO = 0
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-SALDO-UNIDADES =
             DC-QTD-PLANEJADA - DC-QTD-ENVIADA.

           MOVE DC-LOJA-DIR TO WS-DIR-BUSCA.
           PERFORM LOCALIZAR-LOJA.
           IF WS-IDX-LOJA-ACHADA > 0
             ADD WS-SALDO-UNIDADES
               TO WS-PR-EM-OC(WS-IDX-PR-ACHADO, WS-IDX-LOJA-ACHADA)
           END-IF.

           IF WS-IDX-SEDE > 0
             SUBTRACT WS-SALDO-UNIDADES
               FROM WS-PR-EM-OC(WS-IDX-PR-ACHADO, WS-IDX-SEDE)
             IF WS-PR-EM-OC(WS-IDX-PR-ACHADO, WS-IDX-SEDE) < 0
               MOVE 0 TO WS-PR-EM-OC(WS-IDX-PR-ACHADO, WS-IDX-SEDE)
             END-IF
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Procura WS-DIR-BUSCA entre as lojas informadas; devolve a
      *    posição em WS-IDX-LOJA-ACHADA (0 quando não informada)
       LOCALIZAR-LOJA.
           MOVE 0 TO WS-IDX-LOJA-ACHADA.

           PERFORM VERIFICAR-POSICAO-LOJA
             VARYING WS-IDX-AUX FROM 1 BY 1
             UNTIL WS-IDX-AUX > WS-QTD-LOJAS
               OR WS-IDX-LOJA-ACHADA > 0.

      *    Retorna
           EXIT PARAGRAPH.


       VERIFICAR-POSICAO-LOJA.
           IF FUNCTION TRIM(WS-LOJA-DIR(WS-IDX-AUX))
              = FUNCTION TRIM(WS-DIR-BUSCA)
             MOVE WS-IDX-AUX TO WS-IDX-LOJA-ACHADA
           END-IF.


       CALCULAR-NECESSIDADE-PRODUTO.
           PERFORM CALCULAR-NECESSIDADE-LOJA
             VARYING WS-IDX-LOJA FROM 1 BY 1
             UNTIL WS-IDX-LOJA > WS-QTD-LOJAS.


      *    Média diária x cobertura, menos estoque e o que está a
      *    chegar: positivo é necessidade; sem necessidade, o estoque
      *    acima do maior entre o mínimo e a cobertura é sobra
      *    transferível. Descontinuado ou bloqueado não é reposto
       CALCULAR-NECESSIDADE-LOJA.
           IF WS-PR-TEM(WS-IDX-PR, WS-IDX-LOJA) NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-MEDIA-DIARIA ROUNDED =
             WS-PR-VENDIDO(WS-IDX-PR, WS-IDX-LOJA) / WS-JANELA-DIAS.
           COMPUTE WS-DEMANDA-COBERTURA ROUNDED =
             WS-MEDIA-DIARIA * WS-DIAS-COBERTURA.

           COMPUTE WS-NECESSIDADE =
             WS-DEMANDA-COBERTURA
             - WS-PR-ESTOQUE(WS-IDX-PR, WS-IDX-LOJA)
             - WS-PR-EM-OC(WS-IDX-PR, WS-IDX-LOJA).

           IF WS-NECESSIDADE > 0
             AND WS-PR-ATIVO(WS-IDX-PR, WS-IDX-LOJA) = 'S'
             MOVE WS-NECESSIDADE
               TO WS-PR-NECESSIDADE(WS-IDX-PR, WS-IDX-LOJA)
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-PR-MINIMA(WS-IDX-PR, WS-IDX-LOJA)
             TO WS-RESERVA-LOJA.
           IF WS-DEMANDA-COBERTURA > WS-RESERVA-LOJA
             MOVE WS-DEMANDA-COBERTURA TO WS-RESERVA-LOJA
           END-IF.

           IF WS-PR-ESTOQUE(WS-IDX-PR, WS-IDX-LOJA) > WS-RESERVA-LOJA
             COMPUTE WS-PR-SOBRA(WS-IDX-PR, WS-IDX-LOJA) =
               WS-PR-ESTOQUE(WS-IDX-PR, WS-IDX-LOJA)
               - WS-RESERVA-LOJA
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       COMPENSAR-ENTRE-LOJAS.
           PERFORM ATENDER-LOJA-EM-FALTA
             VARYING WS-IDX-FALTA FROM 1 BY 1
             UNTIL WS-IDX-FALTA > WS-QTD-LOJAS.


      *    Cobre a necessidade da loja em falta com a sobra das
      *    outras, sempre da loja com a maior sobra primeiro; o que
      *    não for coberto fica para a compra
       ATENDER-LOJA-EM-FALTA.
           MOVE WS-PR-NECESSIDADE(WS-IDX-PR, WS-IDX-FALTA)
             TO WS-FALTA-RESTANTE.

           IF WS-FALTA-RESTANTE = 0
             EXIT PARAGRAPH
           END-IF.

           MOVE 9 TO WS-IDX-SOBRA.
           PERFORM TRANSFERIR-SOBRA-REDE
             UNTIL WS-FALTA-RESTANTE = 0
                OR WS-IDX-SOBRA = 0.

           MOVE WS-FALTA-RESTANTE
             TO WS-PR-COMPRA(WS-IDX-PR, WS-IDX-FALTA).

      *    Retorna
           EXIT PARAGRAPH.


       TRANSFERIR-SOBRA-REDE.
           MOVE 0 TO WS-MAIOR-SOBRA.
           MOVE 0 TO WS-IDX-SOBRA.

           PERFORM PROCURAR-LOJA-COM-SOBRA
             VARYING WS-IDX-LOJA FROM 1 BY 1
             UNTIL WS-IDX-LOJA > WS-QTD-LOJAS.

           IF WS-IDX-SOBRA = 0
             EXIT PARAGRAPH
           END-IF.

           IF WS-MAIOR-SOBRA > WS-FALTA-RESTANTE
             MOVE WS-FALTA-RESTANTE TO WS-QTD-REMANEJAR
           ELSE
             MOVE WS-MAIOR-SOBRA TO WS-QTD-REMANEJAR
           END-IF.

           SUBTRACT WS-QTD-REMANEJAR FROM WS-FALTA-RESTANTE.
           SUBTRACT WS-QTD-REMANEJAR
             FROM WS-PR-SOBRA(WS-IDX-PR, WS-IDX-SOBRA).

           PERFORM REGISTRAR-REMANEJAMENTO.

      *    Retorna
           EXIT PARAGRAPH.


       PROCURAR-LOJA-COM-SOBRA.
           IF WS-IDX-LOJA NOT = WS-IDX-FALTA
             AND WS-PR-SOBRA(WS-IDX-PR, WS-IDX-LOJA) > WS-MAIOR-SOBRA
             MOVE WS-PR-SOBRA(WS-IDX-PR, WS-IDX-LOJA)
               TO WS-MAIOR-SOBRA
             MOVE WS-IDX-LOJA TO WS-IDX-SOBRA
           END-IF.


      *    Mostra e grava o remanejamento sugerido
      *    Máscara: <data>;<cod_produto>;<descricao>;<dir_origem>;
      *             <dir_destino>;<qtd>
       REGISTRAR-REMANEJAMENTO.
           ADD 1 TO WS-QTD-REMANEJAMENTOS.

           DISPLAY "Produto " WS-PR-CODIGO(WS-IDX-PR) " "
             WS-PR-DESCRICAO(WS-IDX-PR).
           DISPLAY "  Loja " WS-IDX-SOBRA " -> loja " WS-IDX-FALTA
             ": " WS-QTD-REMANEJAR " unidade(s).".

           MOVE SPACES TO WS-NOVA-LINHA-REM.
           STRING
             WS-DATA-HOJE                    DELIMITED BY SIZE
             ";"                             DELIMITED BY SIZE
             WS-PR-CODIGO(WS-IDX-PR)         DELIMITED BY SIZE
             ";"                             DELIMITED BY SIZE
             WS-PR-DESCRICAO(WS-IDX-PR)      DELIMITED BY SIZE
             ";"                             DELIMITED BY SIZE
             FUNCTION TRIM(WS-LOJA-DIR(WS-IDX-SOBRA))
                                             DELIMITED BY SIZE
             ";"                             DELIMITED BY SIZE
             FUNCTION TRIM(WS-LOJA-DIR(WS-IDX-FALTA))
                                             DELIMITED BY SIZE
             ";"                             DELIMITED BY SIZE
             WS-QTD-REMANEJAR                DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-REM
           END-STRING.

           MOVE WS-NOVA-LINHA-REM TO LINHA-REMANEJAMENTO.
           WRITE LINHA-REMANEJAMENTO.

      *    Retorna
           EXIT PARAGRAPH.


      *    Soma a compra das lojas e completa o produto com o cadastro
      *    da sede (fornecedor, fator, custo e categoria). Produto
      *    fora do cadastro da sede, ou inativo nela, não é comprado
      *    pela central
       TOTALIZAR-COMPRA-PRODUTO.
           MOVE 0 TO WS-PR-TOTAL-COMPRA(WS-IDX-PR).

           PERFORM SOMAR-COMPRA-LOJA
             VARYING WS-IDX-LOJA FROM 1 BY 1
             UNTIL WS-IDX-LOJA > WS-QTD-LOJAS.

           IF WS-PR-TOTAL-COMPRA(WS-IDX-PR) = 0
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-PR-CODIGO(WS-IDX-PR) TO PRODUTO-CODIGO.

           READ IDX-PRODUTOS KEY IS PRODUTO-CODIGO
             INVALID KEY
               DISPLAY "Atenção! Produto " WS-PR-CODIGO(WS-IDX-PR)
                 " não está no cadastro da sede; fora da compra."
               MOVE 0 TO WS-PR-TOTAL-COMPRA(WS-IDX-PR)
               EXIT PARAGRAPH
           END-READ.

           IF NOT PRODUTO-ATIVO
             DISPLAY "Atenção! Produto " WS-PR-CODIGO(WS-IDX-PR)
               " descontinuado ou bloqueado na sede; fora da compra."
             MOVE 0 TO WS-PR-TOTAL-COMPRA(WS-IDX-PR)
             EXIT PARAGRAPH
           END-IF.

           MOVE PRODUTO-DESCRICAO TO WS-PR-DESCRICAO(WS-IDX-PR).
           MOVE PRODUTO-FORNECEDOR TO WS-PR-FORNECEDOR(WS-IDX-PR).
           MOVE PRODUTO-CUSTO-UNIT TO WS-PR-CUSTO(WS-IDX-PR).
           MOVE PRODUTO-CATEGORIA TO WS-PR-CATEGORIA(WS-IDX-PR).
           MOVE PRODUTO-FATOR-COMPRA TO WS-PR-FATOR(WS-IDX-PR).
           IF WS-PR-FATOR(WS-IDX-PR) = 0
             MOVE 1 TO WS-PR-FATOR(WS-IDX-PR)
           END-IF.

      *    A OC sai em embalagens cheias; o arredondamento fica na
      *    sede, que recebe a mercadoria
           COMPUTE WS-PR-EMBALAGENS(WS-IDX-PR) =
             (WS-PR-TOTAL-COMPRA(WS-IDX-PR)
              + WS-PR-FATOR(WS-IDX-PR) - 1)
             / WS-PR-FATOR(WS-IDX-PR).

           ADD 1 TO WS-QTD-ITENS-COMPRA.
           PERFORM REGISTRAR-FORNECEDOR-REDE.

      *    Retorna
           EXIT PARAGRAPH.


       SOMAR-COMPRA-LOJA.
           ADD WS-PR-COMPRA(WS-IDX-PR, WS-IDX-LOJA)
             TO WS-PR-TOTAL-COMPRA(WS-IDX-PR).


       REGISTRAR-FORNECEDOR-REDE.
           MOVE 'N' TO WS-ACHOU-FR.

           PERFORM VERIFICAR-POSICAO-FR
             VARYING WS-IDX-FR FROM 1 BY 1
             UNTIL WS-IDX-FR > WS-QTD-FORN-REDE
               OR WS-ACHOU-FR = 'S'.

           IF WS-ACHOU-FR = 'N'
             IF WS-QTD-FORN-REDE < 100
               ADD 1 TO WS-QTD-FORN-REDE
               MOVE WS-PR-FORNECEDOR(WS-IDX-PR)
                 TO WS-FR-CODIGO(WS-QTD-FORN-REDE)
               MOVE 1 TO WS-FR-ITENS(WS-QTD-FORN-REDE)
             ELSE
               DISPLAY "ATENÇÃO! Limite de fornecedores atingido: "
                 "o produto " WS-PR-CODIGO(WS-IDX-PR)
                 " ficou fora da compra!"
               MOVE 0 TO WS-PR-TOTAL-COMPRA(WS-IDX-PR)
               SUBTRACT 1 FROM WS-QTD-ITENS-COMPRA
             END-IF
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       VERIFICAR-POSICAO-FR.
           IF WS-FR-CODIGO(WS-IDX-FR) = WS-PR-FORNECEDOR(WS-IDX-PR)
             ADD 1 TO WS-FR-ITENS(WS-IDX-FR)
             MOVE 'S' TO WS-ACHOU-FR
           END-IF.


      *    Mostra a compra consolidada de um fornecedor
       MOSTRAR-FORNECEDOR-REDE.
           MOVE WS-FR-CODIGO(WS-IDX-FR) TO WS-FORNECEDOR-ATUAL.
           PERFORM BUSCAR-NOME-FORNECEDOR.

           DISPLAY "-----------------------------------".
           DISPLAY "Fornecedor " WS-FORNECEDOR-ATUAL " - "
             WS-NOME-FORNECEDOR " (" WS-FR-ITENS(WS-IDX-FR)
             " item(ns))".

           PERFORM MOSTRAR-PRODUTO-COMPRA
             VARYING WS-IDX-PR FROM 1 BY 1
             UNTIL WS-IDX-PR > WS-QTD-PROD-REDE.

      *    Retorna
           EXIT PARAGRAPH.


       MOSTRAR-PRODUTO-COMPRA.
           IF WS-PR-TOTAL-COMPRA(WS-IDX-PR) = 0
             OR WS-PR-FORNECEDOR(WS-IDX-PR) NOT = WS-FORNECEDOR-ATUAL
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "  " WS-PR-CODIGO(WS-IDX-PR) " "
             WS-PR-DESCRICAO(WS-IDX-PR).
           DISPLAY "    Rede: " WS-PR-TOTAL-COMPRA(WS-IDX-PR)
             " un.  Pedido: " WS-PR-EMBALAGENS(WS-IDX-PR)
             " embalagem(ns) de " WS-PR-FATOR(WS-IDX-PR) " un.".

           PERFORM MOSTRAR-PARCELA-LOJA
             VARYING WS-IDX-LOJA FROM 1 BY 1
             UNTIL WS-IDX-LOJA > WS-QTD-LOJAS.

      *    Retorna
           EXIT PARAGRAPH.


       MOSTRAR-PARCELA-LOJA.
           IF WS-PR-COMPRA(WS-IDX-PR, WS-IDX-LOJA) > 0
             DISPLAY "      Loja " WS-IDX-LOJA " ("
               FUNCTION TRIM(WS-LOJA-DIR(WS-IDX-LOJA)) "): "
               WS-PR-COMPRA(WS-IDX-PR, WS-IDX-LOJA) " un."
           END-IF.


      *    Gera as OCs consolidadas do fornecedor, uma por produto,
      *    cada uma com o seu plano de distribuição
       GERAR-PEDIDO-FORNECEDOR.
           MOVE WS-FR-CODIGO(WS-IDX-FR) TO WS-FORNECEDOR-ATUAL.
           PERFORM BUSCAR-NOME-FORNECEDOR.

           PERFORM GERAR-OC-PRODUTO
             VARYING WS-IDX-PR FROM 1 BY 1
             UNTIL WS-IDX-PR > WS-QTD-PROD-REDE.

      *    Retorna
           EXIT PARAGRAPH.


       GERAR-OC-PRODUTO.
           IF WS-PR-TOTAL-COMPRA(WS-IDX-PR) = 0
             OR WS-PR-FORNECEDOR(WS-IDX-PR) NOT = WS-FORNECEDOR-ATUAL
             EXIT PARAGRAPH
           END-IF.

      *    Confere o saldo do orçamento de compras da categoria; acima
      *    do saldo a OC só sai com aprovação de um supervisor
           PERFORM VERIFICAR-ORCAMENTO-OC.
           IF WS-OC-LIBERADA = 'N'
             DISPLAY "Ordem de compra NÃO gerada para o produto "
               WS-PR-CODIGO(WS-IDX-PR) "."
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-NUM-OC.
           ADD 1 TO WS-QTD-OCS-GERADAS.

           IF WS-OC-EXCEDEU = 'S'
             PERFORM REGISTRAR-EXCESSO-ORC
           END-IF.

      *    Mesma máscara das OCs do relatório de estoque baixo
      *    Máscara: <num>;<data>;<cod_produto>;<descricao>;<qtd>;
      *             <cod_fornecedor>;<nome_fornecedor>
           MOVE SPACES TO WS-NOVA-LINHA-OC.
           STRING
             WS-NUM-OC                    DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             WS-DATA-HOJE                 DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             WS-PR-CODIGO(WS-IDX-PR)      DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             WS-PR-DESCRICAO(WS-IDX-PR)   DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             WS-PR-EMBALAGENS(WS-IDX-PR)  DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             WS-FORNECEDOR-ATUAL          DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             WS-NOME-FORNECEDOR           DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-OC
           END-STRING.

           MOVE WS-NOVA-LINHA-OC TO LINHA-ORDEM-COMPRA.
           WRITE LINHA-ORDEM-COMPRA.

           DISPLAY "Ordem de compra #" WS-NUM-OC " gerada junto a "
             WS-NOME-FORNECEDOR " - produto "
             WS-PR-CODIGO(WS-IDX-PR).

      *    Plano de distribuição: as lojas primeiro e a parcela da
      *    sede por último, de modo que num recebimento parcial as
      *    lojas sejam atendidas antes
           MOVE 0 TO WS-SEQ-PLANO.
           MOVE 'N' TO WS-GRAVANDO-SEDE.
           PERFORM GRAVAR-PARCELA-LOJA
             VARYING WS-IDX-LOJA FROM 1 BY 1
             UNTIL WS-IDX-LOJA > WS-QTD-LOJAS.

           IF WS-IDX-SEDE > 0
             MOVE 'S' TO WS-GRAVANDO-SEDE
             MOVE WS-IDX-SEDE TO WS-IDX-LOJA
             PERFORM GRAVAR-PARCELA-LOJA
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       GRAVAR-PARCELA-LOJA.
           IF WS-PR-COMPRA(WS-IDX-PR, WS-IDX-LOJA) = 0
             EXIT PARAGRAPH
           END-IF.

           IF WS-GRAVANDO-SEDE = 'N' AND WS-IDX-LOJA = WS-IDX-SEDE
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SEQ-PLANO.

           MOVE WS-NUM-OC TO DC-OC.
           MOVE WS-SEQ-PLANO TO DC-SEQ.
           MOVE WS-DATA-HOJE TO DC-DATA.
           MOVE WS-PR-CODIGO(WS-IDX-PR) TO DC-PRODUTO.
           MOVE WS-PR-DESCRICAO(WS-IDX-PR) TO DC-DESCRICAO.
           MOVE WS-LOJA-DIR(WS-IDX-LOJA) TO DC-LOJA-DIR.
           MOVE WS-PR-COMPRA(WS-IDX-PR, WS-IDX-LOJA)
             TO DC-QTD-PLANEJADA.
           MOVE 0 TO DC-QTD-ENVIADA.
           SET DC-PENDENTE TO TRUE.
           MOVE WS-OPERADOR TO DC-OPERADOR.

           WRITE DETALHE-DISTRIBUICAO
             INVALID KEY
               DISPLAY "Erro ao gravar o plano de distribuição da OC "
                 WS-NUM-OC "!"
           END-WRITE.

      *    Retorna
           EXIT PARAGRAPH.


      *    Mesma regra de VERIFICAR-ORCAMENTO-OC do CRUD: o saldo de
      *    cada categoria é consultado uma vez por rodada e vai sendo
      *    consumido pelas OCs geradas nela
       VERIFICAR-ORCAMENTO-OC.
           MOVE 'S' TO WS-OC-LIBERADA.
           MOVE 'N' TO WS-OC-EXCEDEU.
           MOVE FUNCTION UPPER-CASE(WS-PR-CATEGORIA(WS-IDX-PR))
             TO WS-CATEGORIA-OC.

      *    Valor da OC a custo: embalagens x custo unitário x fator
           COMPUTE WS-VALOR-OC =
             WS-PR-EMBALAGENS(WS-IDX-PR) * WS-PR-CUSTO(WS-IDX-PR)
             * WS-PR-FATOR(WS-IDX-PR).

      *    Procura a categoria entre as já consultadas nesta rodada
           MOVE 0 TO WS-POS-ORC.
           PERFORM VARYING WS-IDX-ORC FROM 1 BY 1
             UNTIL WS-IDX-ORC > WS-QTD-ORC-SESSAO
               OR WS-POS-ORC > 0
             IF WS-ORC-SES-CATEGORIA(WS-IDX-ORC) = WS-CATEGORIA-OC
               MOVE WS-IDX-ORC TO WS-POS-ORC
             END-IF
           END-PERFORM.

      *    Primeira OC da categoria: consulta o orçamento do mês
           IF WS-POS-ORC = 0
             IF WS-QTD-ORC-SESSAO >= 50
               EXIT PARAGRAPH
             END-IF
             CALL "ConsultarOrcamentoCompra" USING WS-CATEGORIA-OC,
               WS-MES-OC, WS-ULTIMA-OC-ANTES, WS-ORC-ORCADO,
               WS-ORC-COMPROMETIDO, WS-ORC-RECEBIDO
             ADD 1 TO WS-QTD-ORC-SESSAO
             MOVE WS-QTD-ORC-SESSAO TO WS-POS-ORC
             MOVE WS-CATEGORIA-OC TO WS-ORC-SES-CATEGORIA(WS-POS-ORC)
             IF WS-ORC-ORCADO > 0
               MOVE 'S' TO WS-ORC-SES-CONTROLA(WS-POS-ORC)
             ELSE
               MOVE 'N' TO WS-ORC-SES-CONTROLA(WS-POS-ORC)
             END-IF
             COMPUTE WS-ORC-SES-SALDO(WS-POS-ORC) = WS-ORC-ORCADO
               - WS-ORC-COMPROMETIDO - WS-ORC-RECEBIDO
           END-IF.

      *    Categoria sem orçamento definido no mês não é controlada
           IF WS-ORC-SES-CONTROLA(WS-POS-ORC) = 'N'
             EXIT PARAGRAPH
           END-IF.

           IF WS-VALOR-OC > WS-ORC-SES-SALDO(WS-POS-ORC)
             MOVE WS-VALOR-OC TO WS-VALOR-OC-EDITADO
             MOVE WS-ORC-SES-SALDO(WS-POS-ORC) TO WS-SALDO-ORC-EDITADO
             DISPLAY "Atenção! A OC do produto "
               WS-PR-CODIGO(WS-IDX-PR)
               " (R$" FUNCTION TRIM(WS-VALOR-OC-EDITADO) ")"
             DISPLAY "excede o saldo do orçamento de compras da "
               "categoria " FUNCTION TRIM(WS-CATEGORIA-OC)
               " (R$" FUNCTION TRIM(WS-SALDO-ORC-EDITADO) ")."
             DISPLAY "Código do supervisor para aprovar "
               "(em branco para não gerar): "
             MOVE SPACES TO WS-SUPERVISOR-ORC
             ACCEPT WS-SUPERVISOR-ORC
             IF WS-SUPERVISOR-ORC = SPACES
               MOVE 'N' TO WS-OC-LIBERADA
               EXIT PARAGRAPH
             END-IF
             CALL "ValidarOperador" USING WS-SUPERVISOR-ORC,
               WS-NIVEL-SUPERVISOR, WS-RESULTADO-VALIDACAO
             IF WS-RESULTADO-VALIDACAO NOT = "OK"
               DISPLAY "Aprovação negada: código de supervisor "
                 "inválido ou sem permissão."
               MOVE 'N' TO WS-OC-LIBERADA
               EXIT PARAGRAPH
             END-IF
             MOVE 'S' TO WS-OC-EXCEDEU
           END-IF.

           SUBTRACT WS-VALOR-OC FROM WS-ORC-SES-SALDO(WS-POS-ORC).

      *    Retorna
           EXIT PARAGRAPH.


       REGISTRAR-EXCESSO-ORC.
           OPEN EXTEND LOG-EXCESSOS-ORC.
           IF WS-STATUS-EXC-FILE-NOT-FOUND
             OPEN OUTPUT LOG-EXCESSOS-ORC
           END-IF.

      *    Máscara: <data>;<num_oc>;<categoria>;<valor_oc>;<saldo>;
      *             <supervisor>
           MOVE WS-VALOR-OC TO WS-VALOR-OC-TEXTO.
           MOVE WS-ORC-SES-SALDO(WS-POS-ORC) TO WS-SALDO-ORC-TEXTO.
           MOVE SPACES TO WS-NOVA-LINHA-EXC.
           STRING
             WS-DATA-HOJE                  DELIMITED BY SIZE
             ";"                           DELIMITED BY SIZE
             WS-NUM-OC                     DELIMITED BY SIZE
             ";"                           DELIMITED BY SIZE
             FUNCTION TRIM(WS-CATEGORIA-OC) DELIMITED BY SIZE
             ";"                           DELIMITED BY SIZE
             WS-VALOR-OC-TEXTO             DELIMITED BY SIZE
             ";"                           DELIMITED BY SIZE
             WS-SALDO-ORC-TEXTO            DELIMITED BY SIZE
             ";"                           DELIMITED BY SIZE
             FUNCTION TRIM(WS-SUPERVISOR-ORC) DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-EXC
           END-STRING.

           MOVE WS-NOVA-LINHA-EXC TO LINHA-EXCESSO-ORC.
           WRITE LINHA-EXCESSO-ORC.

           CLOSE LOG-EXCESSOS-ORC.

      *    Retorna
           EXIT PARAGRAPH.


      *    Lista as parcelas das compras centrais ainda não enviadas
      *    às lojas
       LISTAR-PLANO-DISTRIBUICAO.
           DISPLAY "-----------------------------------".
           DISPLAY " PLANO DE DISTRIBUIÇÃO (COMPRAS CENTRAIS)"
           DISPLAY "-----------------------------------".

           MOVE 0 TO WS-QTD-LINHAS-PLANO.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT IDX-DISTRIBUICAO.

           IF WS-STATUS-DIST-FILE-NOT-FOUND
             DISPLAY "Nenhuma compra central registrada."
             DISPLAY " "
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-DISTRIBUICAO NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF DC-PENDENTE
                   ADD 1 TO WS-QTD-LINHAS-PLANO
                   DISPLAY "OC " DC-OC "/" DC-SEQ "  " DC-DATA
                     "  Produto " DC-PRODUTO " " DC-DESCRICAO
                   DISPLAY "  Loja: " FUNCTION TRIM(DC-LOJA-DIR)
                   DISPLAY "  Planejado: " DC-QTD-PLANEJADA
                     "  Enviado: " DC-QTD-ENVIADA
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-DISTRIBUICAO.

           DISPLAY "-----------------------------------".
           IF WS-QTD-LINHAS-PLANO = 0
             DISPLAY "Nenhuma parcela pendente de envio."
           ELSE
             DISPLAY WS-QTD-LINHAS-PLANO " parcela(s) pendente(s) "
               "de envio."
           END-IF.
           DISPLAY " ".

      *    Retorna
           EXIT PARAGRAPH.


       BUSCAR-NOME-FORNECEDOR.
           MOVE "FORNECEDOR NAO CADASTRADO" TO WS-NOME-FORNECEDOR.

           IF WS-FORNECEDOR-ATUAL > 0
             MOVE WS-FORNECEDOR-ATUAL TO FORNECEDOR-CODIGO
             READ IDX-FORNECEDORES KEY IS FORNECEDOR-CODIGO
               NOT INVALID KEY
                 MOVE FORNECEDOR-NOME TO WS-NOME-FORNECEDOR
             END-READ
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       LER-CONTROLE-OC.
           MOVE 0 TO WS-NUM-OC.

           OPEN INPUT ARQ-CONTROLE-OC.

      *    Caso o arquivo de controle ainda não exista, começa do zero
           IF NOT WS-STATUS-CTRL-OC-FILE-NOT-FOUND
             READ ARQ-CONTROLE-OC INTO WS-NUM-OC
               AT END
                 MOVE 0 TO WS-NUM-OC
             END-READ
             CLOSE ARQ-CONTROLE-OC
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       GRAVAR-CONTROLE-OC.
           OPEN OUTPUT ARQ-CONTROLE-OC.

           MOVE WS-NUM-OC TO LINHA-CONTROLE-OC.
           WRITE LINHA-CONTROLE-OC.

           CLOSE ARQ-CONTROLE-OC.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-FORN.
           OPEN I-O IDX-FORNECEDORES.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-FORN-FILE-NOT-FOUND
             OPEN OUTPUT IDX-FORNECEDORES
             CLOSE IDX-FORNECEDORES
             PERFORM ABRE-ARQ-FORN
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-OC.
           OPEN EXTEND CSV-ORDENS-COMPRA.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-OC-FILE-NOT-FOUND
             OPEN OUTPUT CSV-ORDENS-COMPRA
             CLOSE CSV-ORDENS-COMPRA
             PERFORM ABRE-ARQ-OC
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-DISTRIBUICAO.
           OPEN I-O IDX-DISTRIBUICAO.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-DIST-FILE-NOT-FOUND
             OPEN OUTPUT IDX-DISTRIBUICAO
             CLOSE IDX-DISTRIBUICAO
             PERFORM ABRE-ARQ-DISTRIBUICAO
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       CONFIGURAR-CAMINHOS.
      *    Lê o diretório de dados configurado, com "../arch" como
      *    valor padrão quando a variável de ambiente não é definida
           ACCEPT WS-ARCH-DIR FROM ENVIRONMENT "ARCH_DIR".
           IF WS-ARCH-DIR = SPACES
             MOVE "../arch" TO WS-ARCH-DIR
           END-IF.

           MOVE 'N' TO WS-CAMINHO-OVERFLOW.

           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/produtos.idx" DELIMITED BY SIZE
             INTO WS-PATH-PRODUTOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/fornecedores.idx" DELIMITED BY SIZE
             INTO WS-PATH-FORNECEDORES
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
             "/oc-controle.dat" DELIMITED BY SIZE
             INTO WS-PATH-CONTROLE-OC
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/orcamento-excessos.log" DELIMITED BY SIZE
             INTO WS-PATH-EXCESSOS-ORC
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/distribuicao-compras.idx" DELIMITED BY SIZE
             INTO WS-PATH-DISTRIBUICAO
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

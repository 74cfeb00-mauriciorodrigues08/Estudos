       IDENTIFICATION DIVISION.
           PROGRAM-ID. PedidosFornecedor.
           AUTHOR. Maurício Rodrigues.

      *    Troca de arquivos com os fornecedores: as OCs em aberto
      *    saem num arquivo que o fornecedor consegue ler (nosso
      *    código, o código dele, código de barras, fator da
      *    embalagem e custo) e o aviso de embarque dele (nota
      *    fiscal, itens, quantidades, lotes e validades) é importado
      *    antes de o caminhão chegar. O Recebimento usa o aviso para
      *    já sugerir quantidade, validade e nota, e as divergências
      *    entre aviso e OC vão para o scorecard de fornecedores.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

      *    Código de cada produto no catálogo de cada fornecedor
           SELECT IDX-REF-FORNECEDOR
             ASSIGN TO DYNAMIC WS-PATH-REF-FORNECEDOR
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-REF
             RECORD KEY IS REF-CHAVE.

           SELECT CSV-ORDENS-COMPRA
             ASSIGN TO DYNAMIC WS-PATH-ORDENS-COMPRA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-OC.

           SELECT LOG-RECEBIMENTOS
             ASSIGN TO DYNAMIC WS-PATH-RECEBIMENTOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-REC.

           SELECT LOG-CANCELAMENTOS
             ASSIGN TO DYNAMIC WS-PATH-CANCELAMENTOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CAN.

      *    OCs já enviadas ao fornecedor, para não reenviar
      *    Máscara: <num_oc>;<data>;<cod_fornecedor>;<arquivo>
           SELECT LOG-EXPORTACOES
             ASSIGN TO DYNAMIC WS-PATH-EXPORTACOES
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-EXP.

      *    Arquivo do pedido enviado ao fornecedor, com nome
      *    montado em tempo de execução
           SELECT CSV-PEDIDO
             ASSIGN TO WS-NOME-PEDIDO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PED.

      *    Aviso de embarque recebido do fornecedor
      *    Máscara: <num_oc>;<nota_fiscal>;<cod_produto>;
      *             <cod_produto_fornecedor>;<qtd_embalagens>;<lote>;
      *             <validade AAAAMMDD>
           SELECT CSV-AVISO
             ASSIGN TO DYNAMIC WS-PATH-AVISO-CSV
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-AVC.

      *    Avisos de embarque importados, uma linha por lote de cada
      *    OC, consultados pelo Recebimento
           SELECT IDX-AVISOS
             ASSIGN TO DYNAMIC WS-PATH-AVISOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-AVI
             RECORD KEY IS AVI-CHAVE.

      *    Divergências entre aviso de embarque e OC, lidas pelo
      *    scorecard de fornecedores
      *    Máscara: <data>;<num_oc>;<cod_fornecedor>;<cod_produto>;
      *             <tipo>;<qtd_oc>;<qtd_aviso>
           SELECT LOG-DIVERGENCIAS
             ASSIGN TO DYNAMIC WS-PATH-DIVERGENCIAS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-DIV.

       DATA DIVISION.
       FILE SECTION.
      *    Mesmo layout de DETALHE-PRODUTO em CRUD.cbl
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

       FD IDX-REF-FORNECEDOR.
       01 DETALHE-REF-FORNECEDOR.
           05 REF-CHAVE.
               10 REF-PRODUTO       PIC 9(05).
               10 REF-FORNECEDOR    PIC 9(05).
           05 REF-CODIGO-FORN       PIC X(20).
           05 REF-OPERADOR          PIC X(10).
           05 REF-DATA              PIC 9(08).
           05 FILLER                PIC X(10).

       FD CSV-ORDENS-COMPRA.
       01 LINHA-ORDEM-COMPRA        PIC X(100).

       FD LOG-RECEBIMENTOS.
       01 LINHA-RECEBIMENTO         PIC X(100).

       FD LOG-CANCELAMENTOS.
       01 LINHA-CANCELAMENTO        PIC X(100).

       FD LOG-EXPORTACOES.
       01 LINHA-EXPORTACAO          PIC X(120).

       FD CSV-PEDIDO.
       01 LINHA-PEDIDO              PIC X(160).

       FD CSV-AVISO.
       01 LINHA-AVISO               PIC X(120).

       FD IDX-AVISOS.
       01 DETALHE-AVISO.
           05 AVI-CHAVE.
               10 AVI-OC            PIC 9(05).
               10 AVI-SEQ           PIC 9(02).
           05 AVI-FORNECEDOR        PIC 9(05).
           05 AVI-NOTA-FISCAL       PIC X(15).
           05 AVI-PRODUTO           PIC 9(05).
           05 AVI-QTD               PIC 9(05).
           05 AVI-LOTE              PIC X(15).
           05 AVI-VALIDADE          PIC 9(08).
           05 AVI-DATA-IMPORTACAO   PIC 9(08).
           05 AVI-SITUACAO          PIC X(01).
               88 AVI-PENDENTE      VALUE 'P'.
               88 AVI-RECEBIDO      VALUE 'R'.
           05 AVI-QTD-RECEBIDA      PIC 9(05).
           05 FILLER                PIC X(10).

       FD LOG-DIVERGENCIAS.
       01 LINHA-DIVERGENCIA         PIC X(100).

       WORKING-STORAGE SECTION.
      *    Status de arquivo, com condições nominadas compartilhadas
      *    via copybook (ex.: WS-STATUS-REF-FILE-NOT-FOUND)
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
                          WS-STATUS-REF-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-REF-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-REF-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-REF-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-REF-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-REF-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-REF.
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
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-EXP-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-EXP-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-EXP-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-EXP-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-EXP-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-EXP-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-EXP.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-PED-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-PED-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-PED-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-PED-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-PED-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-PED-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-PED.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-AVC-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-AVC-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-AVC-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-AVC-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-AVC-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-AVC-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-AVC.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-AVI-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-AVI-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-AVI-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-AVI-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-AVI-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-AVI-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-AVI.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-DIV-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-DIV-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-DIV-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-DIV-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-DIV-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-DIV-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-DIV.

      *    Diretório de dados e caminhos, resolvidos via ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-PRODUTOS           PIC X(80).
       01 WS-PATH-FORNECEDORES       PIC X(80).
       01 WS-PATH-REF-FORNECEDOR     PIC X(80).
       01 WS-PATH-ORDENS-COMPRA      PIC X(80).
       01 WS-PATH-RECEBIMENTOS       PIC X(80).
       01 WS-PATH-CANCELAMENTOS      PIC X(80).
       01 WS-PATH-EXPORTACOES        PIC X(80).
       01 WS-PATH-AVISO-CSV          PIC X(80).
       01 WS-PATH-AVISOS             PIC X(80).
       01 WS-PATH-DIVERGENCIAS       PIC X(80).
       01 WS-NOME-PEDIDO             PIC X(100).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-EOF                    PIC X(01).
       01 WS-DATA-HOJE              PIC 9(08).
       01 WS-CONFIRMA               PIC X(01).

      *    Operador responsável pela alteração ou importação
       01 WS-OPERADOR               PIC X(10).
       01 WS-NIVEL-QUALQUER         PIC 9(01) VALUE 0.
       01 WS-RESULTADO-VALIDACAO    PIC X(02).

      *    Manutenção do código do produto no fornecedor
       01 WS-CODIGO-PRODUTO         PIC 9(05).
       01 WS-CODIGO-FORNECEDOR      PIC 9(05).
       01 WS-CODIGO-REF             PIC X(20).

      *    Tabela das OCs com saldo em aberto (mesma mecânica de
      *    Recebimento.cbl), com a marca de exportação e o total
      *    avisado na importação corrente
       01 WS-QTD-OCS-MAX            PIC 9(03) VALUE 200.
       01 WS-QTD-OCS                PIC 9(03) VALUE 0.
       01 WS-IDX-OC                 PIC 9(03).
       01 WS-IDX-ACHADO             PIC 9(03).
       01 WS-ACHOU-OC               PIC X(01).
       01 WS-TABELA-OCS.
           05 WS-OC OCCURS 200 TIMES.
             10 WS-OC-NUMERO        PIC 9(05).
             10 WS-OC-DATA          PIC X(08).
             10 WS-OC-PRODUTO       PIC 9(05).
             10 WS-OC-QTD-ABERTA    PIC S9(06).
             10 WS-OC-FORN-CODIGO   PIC 9(05).
             10 WS-OC-EXPORTADA     PIC X(01).
             10 WS-OC-AVISADA       PIC X(01).
             10 WS-OC-PROX-SEQ      PIC 9(02).
             10 WS-OC-QTD-AVISO     PIC 9(06).

      * Campos para desmembrar as linhas dos arquivos texto
       01 WS-LINHA-LIDA             PIC X(120).
       01 WS-OC-NUM-X               PIC X(05).
       01 WS-OC-DATA-X              PIC X(08).
       01 WS-OC-COD-X               PIC X(05).
       01 WS-OC-DESC-X              PIC X(30).
       01 WS-OC-QTD-X               PIC X(05).
       01 WS-OC-FORN-COD-X          PIC X(05).
       01 WS-OC-FORN-NOME-X         PIC X(30).
       01 WS-REC-NUM-X              PIC X(05).
       01 WS-REC-DATA-X             PIC X(08).
       01 WS-REC-OPER-X             PIC X(10).
       01 WS-REC-COD-X              PIC X(05).
       01 WS-REC-QTD-X              PIC X(05).
       01 WS-REC-NUM                PIC 9(05).
       01 WS-REC-QTD                PIC 9(05).

      *    Exportação do pedido
       01 WS-REENVIAR               PIC X(01).
       01 WS-QTD-EXPORTADAS         PIC 9(03).
       01 WS-CUSTO-EMBALAGEM        PIC 9(06)V99.
       01 WS-CUSTO-EMB-TEXTO        PIC 9(06).99.
       01 WS-FATOR-PEDIDO           PIC 9(03).
       01 WS-QTD-PEDIDO             PIC 9(05).
       01 WS-NOVA-LINHA-PED         PIC X(160).
       01 WS-NOVA-LINHA-EXP         PIC X(120).

      *    Importação do aviso de embarque
       01 WS-AVI-OC-X               PIC X(05).
       01 WS-AVI-NOTA-X             PIC X(15).
       01 WS-AVI-PRODUTO-X          PIC X(05).
       01 WS-AVI-REF-X              PIC X(20).
       01 WS-AVI-QTD-X              PIC X(05).
       01 WS-AVI-LOTE-X             PIC X(15).
       01 WS-AVI-VALIDADE-X         PIC X(08).
       01 WS-AVI-OC                 PIC 9(05).
       01 WS-AVI-PRODUTO            PIC 9(05).
       01 WS-AVI-QTD                PIC 9(05).
       01 WS-AVI-VALIDADE           PIC 9(08).
       01 WS-EOF-AVI                PIC X(01).
       01 WS-QTD-LINHAS-AVISO       PIC 9(04).
       01 WS-QTD-IMPORTADAS         PIC 9(04).
       01 WS-QTD-REJEITADAS         PIC 9(04).
       01 WS-QTD-DIVERGENCIAS       PIC 9(04).
       01 WS-QTD-PENDENTES          PIC 9(04).

      *    Linha do log de divergências
       01 WS-DIV-OC                 PIC 9(05).
       01 WS-DIV-FORNECEDOR         PIC 9(05).
       01 WS-DIV-PRODUTO            PIC 9(05).
       01 WS-DIV-TIPO               PIC X(15).
       01 WS-DIV-QTD-OC             PIC 9(06).
       01 WS-DIV-QTD-AVISO          PIC 9(06).
       01 WS-NOVA-LINHA-DIV         PIC X(100).

       LINKAGE SECTION.
       01 LS-OPCAO                  PIC 9(02).

       PROCEDURE DIVISION USING LS-OPCAO.
       MAIN.
           PERFORM CONFIGURAR-CAMINHOS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

      *    Switch da opção
           EVALUATE LS-OPCAO
             WHEN 50
               PERFORM MANTER-CODIGO-FORNECEDOR

             WHEN 51
               PERFORM EXPORTAR-PEDIDO

             WHEN 52
               PERFORM IMPORTAR-AVISO-EMBARQUE

             WHEN 53
               PERFORM LISTAR-AVISOS-PENDENTES
           END-EVALUATE.

      *    Retorna
           EXIT PROGRAM.


      *    Cadastra, troca ou remove o código com que o fornecedor
      *    identifica o produto no catálogo dele
       MANTER-CODIGO-FORNECEDOR.
           DISPLAY "-----------------------------------".
           DISPLAY " CÓDIGO DO PRODUTO NO FORNECEDOR"
           DISPLAY "-----------------------------------".

           PERFORM IDENTIFICAR-OPERADOR.
           IF WS-RESULTADO-VALIDACAO NOT = "OK"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe o código do produto: " WITH NO ADVANCING.
           ACCEPT WS-CODIGO-PRODUTO.

           OPEN INPUT IDX-PRODUTOS.
           IF WS-STATUS-FILE-NOT-FOUND
             DISPLAY "Nenhum produto cadastrado!"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CODIGO-PRODUTO TO PRODUTO-CODIGO.
           READ IDX-PRODUTOS KEY IS PRODUTO-CODIGO
             INVALID KEY
               DISPLAY "Produto não encontrado!"
               CLOSE IDX-PRODUTOS
               EXIT PARAGRAPH
           END-READ.
           CLOSE IDX-PRODUTOS.

           DISPLAY "Produto: " PRODUTO-CODIGO " - " PRODUTO-DESCRICAO.
           DISPLAY "Fornecedor (0 para o do cadastro, "
             PRODUTO-FORNECEDOR "): " WITH NO ADVANCING.
           ACCEPT WS-CODIGO-FORNECEDOR.
           IF WS-CODIGO-FORNECEDOR = 0
             MOVE PRODUTO-FORNECEDOR TO WS-CODIGO-FORNECEDOR
           END-IF.

           IF WS-CODIGO-FORNECEDOR = 0
             DISPLAY "Erro! Produto sem fornecedor cadastrado!"
             EXIT PARAGRAPH
           END-IF.

           PERFORM ABRE-ARQ-REF.

           MOVE WS-CODIGO-PRODUTO TO REF-PRODUTO.
           MOVE WS-CODIGO-FORNECEDOR TO REF-FORNECEDOR.
           READ IDX-REF-FORNECEDOR KEY IS REF-CHAVE
             INVALID KEY
               DISPLAY "Código atual no fornecedor: (não cadastrado)"
               MOVE SPACES TO REF-CODIGO-FORN

             NOT INVALID KEY
               DISPLAY "Código atual no fornecedor: " REF-CODIGO-FORN
           END-READ.

           DISPLAY "Novo código no fornecedor (em branco mantém, "
             "* remove): " WITH NO ADVANCING.
           MOVE SPACES TO WS-CODIGO-REF.
           ACCEPT WS-CODIGO-REF.

           IF WS-CODIGO-REF = SPACES
             DISPLAY "Nada a alterar."
             CLOSE IDX-REF-FORNECEDOR
             EXIT PARAGRAPH
           END-IF.

           IF WS-CODIGO-REF = "*"
             DELETE IDX-REF-FORNECEDOR
               INVALID KEY
                 DISPLAY "Produto sem código no fornecedor."

               NOT INVALID KEY
                 DISPLAY "Código no fornecedor removido!"
             END-DELETE
             CLOSE IDX-REF-FORNECEDOR
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO DETALHE-REF-FORNECEDOR.
           MOVE WS-CODIGO-PRODUTO TO REF-PRODUTO.
           MOVE WS-CODIGO-FORNECEDOR TO REF-FORNECEDOR.
           MOVE WS-CODIGO-REF TO REF-CODIGO-FORN.
           MOVE WS-OPERADOR TO REF-OPERADOR.
           MOVE WS-DATA-HOJE TO REF-DATA.

           WRITE DETALHE-REF-FORNECEDOR
             INVALID KEY
               REWRITE DETALHE-REF-FORNECEDOR
               DISPLAY "Sucesso! Código no fornecedor alterado!"

             NOT INVALID KEY
               DISPLAY "Sucesso! Código no fornecedor cadastrado!"
           END-WRITE.

           CLOSE IDX-REF-FORNECEDOR.

      *    Retorna
           EXIT PARAGRAPH.


      *    Gera o arquivo do pedido de um fornecedor com as OCs dele
      *    ainda em aberto e não enviadas (ou todas, no reenvio)
      *    Máscara: <num_oc>;<data_oc>;<cod_fornecedor>;<cod_produto>;
      *             <cod_produto_fornecedor>;<cod_barras>;<descricao>;
      *             <qtd_embalagens>;<fator>;<custo_embalagem>
       EXPORTAR-PEDIDO.
           DISPLAY "-----------------------------------".
           DISPLAY " EXPORTAR PEDIDO PARA O FORNECEDOR"
           DISPLAY "-----------------------------------".

           DISPLAY "Informe o código do fornecedor: "
             WITH NO ADVANCING.
           ACCEPT WS-CODIGO-FORNECEDOR.

           OPEN INPUT IDX-FORNECEDORES.
           IF WS-STATUS-FORN-FILE-NOT-FOUND
             DISPLAY "Nenhum fornecedor cadastrado!"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CODIGO-FORNECEDOR TO FORNECEDOR-CODIGO.
           READ IDX-FORNECEDORES KEY IS FORNECEDOR-CODIGO
             INVALID KEY
               DISPLAY "Fornecedor não encontrado!"
               CLOSE IDX-FORNECEDORES
               EXIT PARAGRAPH
           END-READ.
           CLOSE IDX-FORNECEDORES.

           DISPLAY "Fornecedor: " FORNECEDOR-NOME.
           DISPLAY "Reenviar também as OCs já exportadas? (S/N): "
             WITH NO ADVANCING.
           ACCEPT WS-REENVIAR.
           MOVE FUNCTION UPPER-CASE(WS-REENVIAR) TO WS-REENVIAR.

      *    Saldo em aberto das OCs e marca das já exportadas
           PERFORM CARREGAR-SALDO-OCS.
           PERFORM MARCAR-OCS-EXPORTADAS.

      *    Monta o nome do arquivo do pedido
           MOVE SPACES TO WS-NOME-PEDIDO.
           STRING
             FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/pedido-fornecedor-"       DELIMITED BY SIZE
             WS-CODIGO-FORNECEDOR        DELIMITED BY SIZE
             "-"                         DELIMITED BY SIZE
             WS-DATA-HOJE                DELIMITED BY SIZE
             ".csv"                      DELIMITED BY SIZE
             INTO WS-NOME-PEDIDO
           END-STRING.

           OPEN OUTPUT CSV-PEDIDO.
           OPEN INPUT IDX-PRODUTOS.
           OPEN INPUT IDX-REF-FORNECEDOR.
           PERFORM ABRE-LOG-EXPORTACOES.

           MOVE 0 TO WS-QTD-EXPORTADAS.
           PERFORM EXPORTAR-OC
             VARYING WS-IDX-OC FROM 1 BY 1
             UNTIL WS-IDX-OC > WS-QTD-OCS.

           CLOSE LOG-EXPORTACOES.
           IF NOT WS-STATUS-REF-FILE-NOT-FOUND
             CLOSE IDX-REF-FORNECEDOR
           END-IF.
           CLOSE IDX-PRODUTOS.
           CLOSE CSV-PEDIDO.

           DISPLAY "-----------------------------------".
           IF WS-QTD-EXPORTADAS = 0
             DISPLAY "Nenhuma OC em aberto a enviar para o "
               "fornecedor."
           ELSE
             DISPLAY WS-QTD-EXPORTADAS " OC(s) exportada(s)."
             DISPLAY "Arquivo do pedido: " WS-NOME-PEDIDO
           END-IF.
           DISPLAY " ".

      *    Retorna
           EXIT PARAGRAPH.


       EXPORTAR-OC.
           IF WS-OC-FORN-CODIGO(WS-IDX-OC) NOT = WS-CODIGO-FORNECEDOR
             OR WS-OC-QTD-ABERTA(WS-IDX-OC) <= 0
             EXIT PARAGRAPH
           END-IF.

           IF WS-OC-EXPORTADA(WS-IDX-OC) = 'S'
             AND WS-REENVIAR NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

      *    Dados do produto: sem cadastro a linha sai só com o código
           MOVE WS-OC-PRODUTO(WS-IDX-OC) TO PRODUTO-CODIGO.
           READ IDX-PRODUTOS KEY IS PRODUTO-CODIGO
             INVALID KEY
               MOVE "PRODUTO NAO CADASTRADO" TO PRODUTO-DESCRICAO
               MOVE 0 TO PRODUTO-BARRAS
               MOVE 1 TO PRODUTO-FATOR-COMPRA
               MOVE 0 TO PRODUTO-CUSTO-UNIT
           END-READ.

           MOVE PRODUTO-FATOR-COMPRA TO WS-FATOR-PEDIDO.
           IF WS-FATOR-PEDIDO = 0
             MOVE 1 TO WS-FATOR-PEDIDO
           END-IF.
           COMPUTE WS-CUSTO-EMBALAGEM =
             PRODUTO-CUSTO-UNIT * WS-FATOR-PEDIDO.
           MOVE WS-CUSTO-EMBALAGEM TO WS-CUSTO-EMB-TEXTO.

      *    Código do produto no fornecedor, quando cadastrado
           MOVE SPACES TO WS-CODIGO-REF.
           IF NOT WS-STATUS-REF-FILE-NOT-FOUND
             MOVE WS-OC-PRODUTO(WS-IDX-OC) TO REF-PRODUTO
             MOVE WS-CODIGO-FORNECEDOR TO REF-FORNECEDOR
             READ IDX-REF-FORNECEDOR KEY IS REF-CHAVE
               NOT INVALID KEY
                 MOVE REF-CODIGO-FORN TO WS-CODIGO-REF
             END-READ
           END-IF.

      *    O pedido sai com o saldo ainda em aberto da OC
           MOVE WS-OC-QTD-ABERTA(WS-IDX-OC) TO WS-QTD-PEDIDO.

           MOVE SPACES TO WS-NOVA-LINHA-PED.
           STRING
             WS-OC-NUMERO(WS-IDX-OC)       DELIMITED BY SIZE
             ";"                           DELIMITED BY SIZE
             WS-OC-DATA(WS-IDX-OC)         DELIMITED BY SIZE
             ";"                           DELIMITED BY SIZE
             WS-CODIGO-FORNECEDOR          DELIMITED BY SIZE
             ";"                           DELIMITED BY SIZE
             WS-OC-PRODUTO(WS-IDX-OC)      DELIMITED BY SIZE
             ";"                           DELIMITED BY SIZE
             FUNCTION TRIM(WS-CODIGO-REF)  DELIMITED BY SIZE
             ";"                           DELIMITED BY SIZE
             PRODUTO-BARRAS                DELIMITED BY SIZE
             ";"                           DELIMITED BY SIZE
             FUNCTION TRIM(PRODUTO-DESCRICAO) DELIMITED BY SIZE
             ";"                           DELIMITED BY SIZE
             WS-QTD-PEDIDO                 DELIMITED BY SIZE
             ";"                           DELIMITED BY SIZE
             WS-FATOR-PEDIDO               DELIMITED BY SIZE
             ";"                           DELIMITED BY SIZE
             WS-CUSTO-EMB-TEXTO            DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-PED
           END-STRING.

           MOVE WS-NOVA-LINHA-PED TO LINHA-PEDIDO.
           WRITE LINHA-PEDIDO.

      *    Registra o envio da OC
           MOVE SPACES TO WS-NOVA-LINHA-EXP.
           STRING
             WS-OC-NUMERO(WS-IDX-OC)       DELIMITED BY SIZE
             ";"                           DELIMITED BY SIZE
             WS-DATA-HOJE                  DELIMITED BY SIZE
             ";"                           DELIMITED BY SIZE
             WS-CODIGO-FORNECEDOR          DELIMITED BY SIZE
             ";"                           DELIMITED BY SIZE
             FUNCTION TRIM(WS-NOME-PEDIDO) DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-EXP
           END-STRING.

           MOVE WS-NOVA-LINHA-EXP TO LINHA-EXPORTACAO.
           WRITE LINHA-EXPORTACAO.

           ADD 1 TO WS-QTD-EXPORTADAS.
           DISPLAY "OC #" WS-OC-NUMERO(WS-IDX-OC) "  "
             PRODUTO-DESCRICAO "  Qtd: " WS-QTD-PEDIDO.

      *    Retorna
           EXIT PARAGRAPH.


      *    Importa o aviso de embarque do fornecedor: cada linha é um
      *    lote de uma OC. Linha de OC inexistente, sem saldo ou com
      *    outro produto é rejeitada; ao final, o total avisado de
      *    cada OC é comparado com o saldo em aberto dela. Um novo
      *    aviso da mesma OC substitui as linhas ainda não recebidas
      *    do aviso anterior
       IMPORTAR-AVISO-EMBARQUE.
           DISPLAY "-----------------------------------".
           DISPLAY " IMPORTAR AVISO DE EMBARQUE"
           DISPLAY "-----------------------------------".

           PERFORM IDENTIFICAR-OPERADOR.
           IF WS-RESULTADO-VALIDACAO NOT = "OK"
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CSV-AVISO.
           IF WS-STATUS-AVC-FILE-NOT-FOUND
             DISPLAY "Arquivo do aviso de embarque não encontrado: "
               FUNCTION TRIM(WS-PATH-AVISO-CSV)
             EXIT PARAGRAPH
           END-IF.

           PERFORM CARREGAR-SALDO-OCS.

           PERFORM ABRE-ARQ-AVISOS.
           PERFORM ABRE-LOG-DIVERGENCIAS.

           MOVE 0 TO WS-QTD-LINHAS-AVISO.
           MOVE 0 TO WS-QTD-IMPORTADAS.
           MOVE 0 TO WS-QTD-REJEITADAS.
           MOVE 0 TO WS-QTD-DIVERGENCIAS.
           MOVE 'N' TO WS-EOF-AVI.

           PERFORM UNTIL WS-EOF-AVI = 'S'
             READ CSV-AVISO INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF-AVI

               NOT AT END
                 PERFORM IMPORTAR-LINHA-AVISO
             END-READ
           END-PERFORM.

           CLOSE CSV-AVISO.

      *    Confere o total avisado de cada OC contra o saldo dela
           PERFORM CONFERIR-TOTAL-AVISADO
             VARYING WS-IDX-OC FROM 1 BY 1
             UNTIL WS-IDX-OC > WS-QTD-OCS.

           CLOSE IDX-AVISOS.
           CLOSE LOG-DIVERGENCIAS.

           DISPLAY "-----------------------------------".
           DISPLAY "Linhas lidas:      " WS-QTD-LINHAS-AVISO.
           DISPLAY "Linhas importadas: " WS-QTD-IMPORTADAS.
           DISPLAY "Linhas rejeitadas: " WS-QTD-REJEITADAS.
           DISPLAY "Divergências com as OCs: " WS-QTD-DIVERGENCIAS.
           DISPLAY " ".

      *    Retorna
           EXIT PARAGRAPH.


       IMPORTAR-LINHA-AVISO.
           MOVE SPACES TO WS-AVI-OC-X WS-AVI-NOTA-X WS-AVI-PRODUTO-X
             WS-AVI-REF-X WS-AVI-QTD-X WS-AVI-LOTE-X
             WS-AVI-VALIDADE-X.

           UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
             INTO WS-AVI-OC-X, WS-AVI-NOTA-X, WS-AVI-PRODUTO-X,
               WS-AVI-REF-X, WS-AVI-QTD-X, WS-AVI-LOTE-X,
               WS-AVI-VALIDADE-X
           END-UNSTRING.

      *    Linha de cabeçalho ou em branco
           IF FUNCTION TRIM(WS-AVI-OC-X) IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-LINHAS-AVISO.

           MOVE FUNCTION NUMVAL(WS-AVI-OC-X) TO WS-AVI-OC.
           MOVE FUNCTION NUMVAL(WS-AVI-PRODUTO-X) TO WS-AVI-PRODUTO.
           MOVE FUNCTION NUMVAL(WS-AVI-QTD-X) TO WS-AVI-QTD.
           IF FUNCTION TRIM(WS-AVI-VALIDADE-X) IS NUMERIC
             MOVE WS-AVI-VALIDADE-X TO WS-AVI-VALIDADE
           ELSE
             MOVE 0 TO WS-AVI-VALIDADE
           END-IF.

      *    Localiza a OC do aviso
           MOVE 'N' TO WS-ACHOU-OC.
           PERFORM LOCALIZAR-OC
             VARYING WS-IDX-OC FROM 1 BY 1
             UNTIL WS-IDX-OC > WS-QTD-OCS
               OR WS-ACHOU-OC = 'S'.

           MOVE WS-AVI-OC TO WS-DIV-OC.
           MOVE WS-AVI-PRODUTO TO WS-DIV-PRODUTO.
           MOVE 0 TO WS-DIV-QTD-OC.
           MOVE WS-AVI-QTD TO WS-DIV-QTD-AVISO.
           MOVE 0 TO WS-DIV-FORNECEDOR.

           IF WS-ACHOU-OC NOT = 'S'
             MOVE "OC-INEXISTENTE" TO WS-DIV-TIPO
             PERFORM REJEITAR-LINHA-AVISO
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-OC-FORN-CODIGO(WS-IDX-ACHADO) TO WS-DIV-FORNECEDOR.
           MOVE WS-OC-QTD-ABERTA(WS-IDX-ACHADO) TO WS-DIV-QTD-OC.

           IF WS-OC-QTD-ABERTA(WS-IDX-ACHADO) <= 0
             MOVE 0 TO WS-DIV-QTD-OC
             MOVE "OC-SEM-SALDO" TO WS-DIV-TIPO
             PERFORM REJEITAR-LINHA-AVISO
             EXIT PARAGRAPH
           END-IF.

           IF WS-AVI-PRODUTO NOT = WS-OC-PRODUTO(WS-IDX-ACHADO)
             MOVE "PRODUTO" TO WS-DIV-TIPO
             PERFORM REJEITAR-LINHA-AVISO
             EXIT PARAGRAPH
           END-IF.

           IF WS-AVI-QTD = 0
             MOVE "QTD-ZERO" TO WS-DIV-TIPO
             PERFORM REJEITAR-LINHA-AVISO
             EXIT PARAGRAPH
           END-IF.

      *    Primeira linha da OC neste aviso: descarta as linhas
      *    pendentes do aviso anterior e acha a próxima sequência
           IF WS-OC-AVISADA(WS-IDX-ACHADO) NOT = 'S'
             PERFORM PREPARAR-AVISO-OC
           END-IF.

           IF WS-OC-PROX-SEQ(WS-IDX-ACHADO) >= 99
             DISPLAY "Limite de lotes no aviso da OC #" WS-AVI-OC
               " atingido!"
             ADD 1 TO WS-QTD-REJEITADAS
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-OC-PROX-SEQ(WS-IDX-ACHADO).

           MOVE SPACES TO DETALHE-AVISO.
           MOVE WS-AVI-OC TO AVI-OC.
           MOVE WS-OC-PROX-SEQ(WS-IDX-ACHADO) TO AVI-SEQ.
           MOVE WS-OC-FORN-CODIGO(WS-IDX-ACHADO) TO AVI-FORNECEDOR.
           MOVE WS-AVI-NOTA-X TO AVI-NOTA-FISCAL.
           MOVE WS-AVI-PRODUTO TO AVI-PRODUTO.
           MOVE WS-AVI-QTD TO AVI-QTD.
           MOVE WS-AVI-LOTE-X TO AVI-LOTE.
           MOVE WS-AVI-VALIDADE TO AVI-VALIDADE.
           MOVE WS-DATA-HOJE TO AVI-DATA-IMPORTACAO.
           SET AVI-PENDENTE TO TRUE.
           MOVE 0 TO AVI-QTD-RECEBIDA.

           WRITE DETALHE-AVISO
             INVALID KEY
               DISPLAY "Erro ao gravar o aviso da OC #" WS-AVI-OC "!"
               ADD 1 TO WS-QTD-REJEITADAS

             NOT INVALID KEY
               ADD 1 TO WS-QTD-IMPORTADAS
               ADD WS-AVI-QTD TO WS-OC-QTD-AVISO(WS-IDX-ACHADO)
           END-WRITE.

      *    Retorna
           EXIT PARAGRAPH.


       REJEITAR-LINHA-AVISO.
           ADD 1 TO WS-QTD-REJEITADAS.
           DISPLAY "Linha rejeitada: OC #" WS-AVI-OC "  Produto "
             WS-AVI-PRODUTO "  (" FUNCTION TRIM(WS-DIV-TIPO) ")".
           PERFORM GRAVAR-DIVERGENCIA.

      *    Retorna
           EXIT PARAGRAPH.


      *    Remove as linhas ainda pendentes de avisos anteriores da
      *    OC e guarda a maior sequência já usada pelas recebidas
       PREPARAR-AVISO-OC.
           MOVE 'S' TO WS-OC-AVISADA(WS-IDX-ACHADO).
           MOVE 0 TO WS-OC-PROX-SEQ(WS-IDX-ACHADO).
           MOVE 0 TO WS-OC-QTD-AVISO(WS-IDX-ACHADO).
           MOVE 'N' TO WS-EOF.

           MOVE WS-AVI-OC TO AVI-OC.
           MOVE 0 TO AVI-SEQ.
           START IDX-AVISOS KEY IS NOT LESS THAN AVI-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-AVISOS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF AVI-OC NOT = WS-AVI-OC
                   MOVE 'S' TO WS-EOF
                 ELSE
                   IF AVI-PENDENTE
                     DELETE IDX-AVISOS
                   ELSE
                     MOVE AVI-SEQ TO WS-OC-PROX-SEQ(WS-IDX-ACHADO)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

      *    Retorna
           EXIT PARAGRAPH.


       CONFERIR-TOTAL-AVISADO.
           IF WS-OC-AVISADA(WS-IDX-OC) NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           IF WS-OC-QTD-AVISO(WS-IDX-OC) =
              WS-OC-QTD-ABERTA(WS-IDX-OC)
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-OC-NUMERO(WS-IDX-OC) TO WS-DIV-OC.
           MOVE WS-OC-FORN-CODIGO(WS-IDX-OC) TO WS-DIV-FORNECEDOR.
           MOVE WS-OC-PRODUTO(WS-IDX-OC) TO WS-DIV-PRODUTO.
           MOVE WS-OC-QTD-ABERTA(WS-IDX-OC) TO WS-DIV-QTD-OC.
           MOVE WS-OC-QTD-AVISO(WS-IDX-OC) TO WS-DIV-QTD-AVISO.

           IF WS-OC-QTD-AVISO(WS-IDX-OC) >
              WS-OC-QTD-ABERTA(WS-IDX-OC)
             MOVE "QTD-MAIOR" TO WS-DIV-TIPO
           ELSE
             MOVE "QTD-MENOR" TO WS-DIV-TIPO
           END-IF.

           DISPLAY "Divergência: OC #" WS-DIV-OC "  em aberto "
             WS-DIV-QTD-OC "  avisado " WS-DIV-QTD-AVISO
             "  (" FUNCTION TRIM(WS-DIV-TIPO) ")".

           PERFORM GRAVAR-DIVERGENCIA.

      *    Retorna
           EXIT PARAGRAPH.


       GRAVAR-DIVERGENCIA.
           ADD 1 TO WS-QTD-DIVERGENCIAS.

           MOVE SPACES TO WS-NOVA-LINHA-DIV.
           STRING
             WS-DATA-HOJE                  DELIMITED BY SIZE
             ";"                           DELIMITED BY SIZE
             WS-DIV-OC                     DELIMITED BY SIZE
             ";"                           DELIMITED BY SIZE
             WS-DIV-FORNECEDOR             DELIMITED BY SIZE
             ";"                           DELIMITED BY SIZE
             WS-DIV-PRODUTO                DELIMITED BY SIZE
             ";"                           DELIMITED BY SIZE
             FUNCTION TRIM(WS-DIV-TIPO)    DELIMITED BY SIZE
             ";"                           DELIMITED BY SIZE
             WS-DIV-QTD-OC                 DELIMITED BY SIZE
             ";"                           DELIMITED BY SIZE
             WS-DIV-QTD-AVISO              DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-DIV
           END-STRING.

           MOVE WS-NOVA-LINHA-DIV TO LINHA-DIVERGENCIA.
           WRITE LINHA-DIVERGENCIA.

      *    Retorna
           EXIT PARAGRAPH.


      *    Lista as linhas de aviso ainda não recebidas, por OC
       LISTAR-AVISOS-PENDENTES.
           DISPLAY "-----------------------------------".
           DISPLAY " AVISOS DE EMBARQUE PENDENTES"
           DISPLAY "-----------------------------------".

           MOVE 0 TO WS-QTD-PENDENTES.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT IDX-AVISOS.
           IF WS-STATUS-AVI-FILE-NOT-FOUND
             DISPLAY "Nenhum aviso de embarque importado."
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-AVISOS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF AVI-PENDENTE
                   ADD 1 TO WS-QTD-PENDENTES
                   DISPLAY "OC #" AVI-OC "/" AVI-SEQ
                     "  Fornecedor: " AVI-FORNECEDOR
                     "  NF: " AVI-NOTA-FISCAL
                   DISPLAY "  Produto: " AVI-PRODUTO
                     "  Qtd: " AVI-QTD
                     "  Lote: " AVI-LOTE
                     "  Validade: " AVI-VALIDADE
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-AVISOS.

           IF WS-QTD-PENDENTES = 0
             DISPLAY "Nenhum aviso de embarque pendente."
           END-IF.
           DISPLAY " ".

      *    Retorna
           EXIT PARAGRAPH.


      *    Carrega as OCs e desconta recebimentos e cancelamentos
      *    Máscara do csv: <num>;<data>;<cod_produto>;<descricao>;
      *                    <qtd>;<cod_fornecedor>;<nome_fornecedor>
       CARREGAR-SALDO-OCS.
           MOVE 0 TO WS-QTD-OCS.
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
                 IF WS-QTD-OCS < WS-QTD-OCS-MAX
                   UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
                     INTO WS-OC-NUM-X, WS-OC-DATA-X, WS-OC-COD-X,
                       WS-OC-DESC-X, WS-OC-QTD-X, WS-OC-FORN-COD-X,
                       WS-OC-FORN-NOME-X
                   END-UNSTRING

                   ADD 1 TO WS-QTD-OCS
                   MOVE WS-OC-NUM-X TO WS-OC-NUMERO(WS-QTD-OCS)
                   MOVE WS-OC-DATA-X TO WS-OC-DATA(WS-QTD-OCS)
                   MOVE WS-OC-COD-X TO WS-OC-PRODUTO(WS-QTD-OCS)
                   MOVE WS-OC-QTD-X TO WS-OC-QTD-ABERTA(WS-QTD-OCS)
                   IF WS-OC-FORN-COD-X IS NUMERIC
                     MOVE WS-OC-FORN-COD-X
                       TO WS-OC-FORN-CODIGO(WS-QTD-OCS)
                   ELSE
                     MOVE 0 TO WS-OC-FORN-CODIGO(WS-QTD-OCS)
                   END-IF
                   MOVE 'N' TO WS-OC-EXPORTADA(WS-QTD-OCS)
                   MOVE 'N' TO WS-OC-AVISADA(WS-QTD-OCS)
                   MOVE 0 TO WS-OC-PROX-SEQ(WS-QTD-OCS)
                   MOVE 0 TO WS-OC-QTD-AVISO(WS-QTD-OCS)
                 ELSE
                   MOVE 'S' TO WS-EOF
                   DISPLAY "Limite de " WS-QTD-OCS-MAX " ordens "
                     "carregadas atingido!"
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE CSV-ORDENS-COMPRA.

      *    Desconta o que já foi recebido de cada OC
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LOG-RECEBIMENTOS.

           IF NOT WS-STATUS-REC-FILE-NOT-FOUND
             PERFORM UNTIL WS-EOF = 'S'
               READ LOG-RECEBIMENTOS INTO WS-LINHA-LIDA
                 AT END
                   MOVE 'S' TO WS-EOF

                 NOT AT END
                   PERFORM DESCONTAR-LINHA-LIDA
               END-READ
             END-PERFORM
             CLOSE LOG-RECEBIMENTOS
           END-IF.

      *    Desconta os saldos cancelados
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LOG-CANCELAMENTOS.

           IF NOT WS-STATUS-CAN-FILE-NOT-FOUND
             PERFORM UNTIL WS-EOF = 'S'
               READ LOG-CANCELAMENTOS INTO WS-LINHA-LIDA
                 AT END
                   MOVE 'S' TO WS-EOF

                 NOT AT END
                   PERFORM DESCONTAR-LINHA-LIDA
               END-READ
             END-PERFORM
             CLOSE LOG-CANCELAMENTOS
           END-IF.

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
           MOVE WS-REC-QTD-X TO WS-REC-QTD.
           PERFORM DESCONTAR-QTD-OC
             VARYING WS-IDX-OC FROM 1 BY 1
             UNTIL WS-IDX-OC > WS-QTD-OCS.

      *    Retorna
           EXIT PARAGRAPH.


       DESCONTAR-QTD-OC.
           IF WS-OC-NUMERO(WS-IDX-OC) = WS-REC-NUM
             SUBTRACT WS-REC-QTD FROM WS-OC-QTD-ABERTA(WS-IDX-OC)
           END-IF.


      *    Marca na tabela as OCs que já constam do log de envios
       MARCAR-OCS-EXPORTADAS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LOG-EXPORTACOES.

           IF WS-STATUS-EXP-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ LOG-EXPORTACOES INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
                   INTO WS-REC-NUM-X
                 END-UNSTRING
                 IF WS-REC-NUM-X IS NUMERIC
                   MOVE WS-REC-NUM-X TO WS-REC-NUM
                   PERFORM MARCAR-OC-EXPORTADA
                     VARYING WS-IDX-OC FROM 1 BY 1
                     UNTIL WS-IDX-OC > WS-QTD-OCS
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE LOG-EXPORTACOES.

      *    Retorna
           EXIT PARAGRAPH.


       MARCAR-OC-EXPORTADA.
           IF WS-OC-NUMERO(WS-IDX-OC) = WS-REC-NUM
             MOVE 'S' TO WS-OC-EXPORTADA(WS-IDX-OC)
           END-IF.


       LOCALIZAR-OC.
           IF WS-OC-NUMERO(WS-IDX-OC) = WS-AVI-OC
             MOVE 'S' TO WS-ACHOU-OC
             MOVE WS-IDX-OC TO WS-IDX-ACHADO
           END-IF.


       IDENTIFICAR-OPERADOR.
           DISPLAY "Informe o código do operador: " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.

           CALL "ValidarOperador" USING WS-OPERADOR,
             WS-NIVEL-QUALQUER, WS-RESULTADO-VALIDACAO.

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
             "/produtos-fornecedor.idx" DELIMITED BY SIZE
             INTO WS-PATH-REF-FORNECEDOR
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
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/ocs-exportadas.log" DELIMITED BY SIZE
             INTO WS-PATH-EXPORTACOES
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/aviso-embarque.csv" DELIMITED BY SIZE
             INTO WS-PATH-AVISO-CSV
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/avisos-embarque.idx" DELIMITED BY SIZE
             INTO WS-PATH-AVISOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/avisos-divergencias.log" DELIMITED BY SIZE
             INTO WS-PATH-DIVERGENCIAS
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


       ABRE-ARQ-REF.
           OPEN I-O IDX-REF-FORNECEDOR.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-REF-FILE-NOT-FOUND
             OPEN OUTPUT IDX-REF-FORNECEDOR
             CLOSE IDX-REF-FORNECEDOR
             PERFORM ABRE-ARQ-REF
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-AVISOS.
           OPEN I-O IDX-AVISOS.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-AVI-FILE-NOT-FOUND
             OPEN OUTPUT IDX-AVISOS
             CLOSE IDX-AVISOS
             PERFORM ABRE-ARQ-AVISOS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-LOG-EXPORTACOES.
           OPEN EXTEND LOG-EXPORTACOES.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-EXP-FILE-NOT-FOUND
             OPEN OUTPUT LOG-EXPORTACOES
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-LOG-DIVERGENCIAS.
           OPEN EXTEND LOG-DIVERGENCIAS.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-DIV-FILE-NOT-FOUND
             OPEN OUTPUT LOG-DIVERGENCIAS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.

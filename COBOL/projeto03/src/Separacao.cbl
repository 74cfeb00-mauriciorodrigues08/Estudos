       IDENTIFICATION DIVISION.
           PROGRAM-ID. Separacao.
           AUTHOR. Maurício Rodrigues.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Listas de separação geradas a partir das entregas do dia,
      *    das encomendas prontas para retirada e das transferências
      *    despachadas, uma linha por item, na ordem de caminhada
      *    pelo depósito (corredor, prateleira e nível)
           SELECT IDX-LISTAS
             ASSIGN TO DYNAMIC WS-PATH-LISTAS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-LST
             RECORD KEY IS SEP-CHAVE.

           SELECT ARQ-CONTROLE-SEP
             ASSIGN TO DYNAMIC WS-PATH-CONTROLE-SEP
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CTRL.

      *    Faltas apontadas na conferência (quantidade separada menor
      *    que a pedida), para o estoque investigar
           SELECT LOG-FALTAS
             ASSIGN TO DYNAMIC WS-PATH-FALTAS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-FLT.

           SELECT IDX-ENDERECOS
             ASSIGN TO DYNAMIC WS-PATH-ENDERECOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-END
             RECORD KEY IS END-CHAVE.

           SELECT IDX-PRODUTOS
             ASSIGN TO DYNAMIC WS-PATH-PRODUTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-PROD
             RECORD KEY IS PRODUTO-CODIGO.

           SELECT IDX-ENTREGAS
             ASSIGN TO DYNAMIC WS-PATH-ENTREGAS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-ENT
             RECORD KEY IS ENT-NUMERO.

      *    Itens de cada venda, gravados por RealizarVenda.cbl; é por
      *    eles que se sabe o que vai em cada entrega
           SELECT ARQ-DOC-FISCAL
             ASSIGN TO DYNAMIC WS-PATH-DOC-FISCAL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-DOCF.

           SELECT IDX-ENCOMENDAS
             ASSIGN TO DYNAMIC WS-PATH-ENCOMENDAS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-ENC
             RECORD KEY IS ENC-NUMERO.

           SELECT IDX-TRANSFERENCIAS
             ASSIGN TO DYNAMIC WS-PATH-TRANSFERENCIAS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-TRF
             RECORD KEY IS TRF-NUMERO.

       DATA DIVISION.
       FILE SECTION.
       FD IDX-LISTAS.
       01 DETALHE-SEPARACAO.
           05 SEP-CHAVE.
               10 SEP-LISTA         PIC 9(05).
               10 SEP-SEQ           PIC 9(03).
           05 SEP-DATA              PIC 9(08).
           05 SEP-ORIGEM            PIC X(01).
               88 SEP-ORIGEM-ENTREGA    VALUE 'E'.
               88 SEP-ORIGEM-ENCOMENDA  VALUE 'N'.
               88 SEP-ORIGEM-TRANSF     VALUE 'T'.
           05 SEP-DOCUMENTO         PIC 9(06).
           05 SEP-PRODUTO           PIC 9(05).
           05 SEP-DESCRICAO         PIC X(30).
           05 SEP-LOCAL             PIC 9(02).
           05 SEP-CORREDOR          PIC 9(03).
           05 SEP-PRATELEIRA        PIC 9(03).
           05 SEP-NIVEL             PIC 9(02).
           05 SEP-QTD-PEDIDA        PIC 9(05).
           05 SEP-QTD-SEPARADA      PIC 9(05).
           05 SEP-STATUS            PIC X(01).
               88 SEP-PENDENTE      VALUE 'P'.
               88 SEP-SEPARADA      VALUE 'S'.
               88 SEP-FALTA         VALUE 'F'.
           05 SEP-OPERADOR          PIC X(10).
           05 SEP-DATA-CONFERENCIA  PIC 9(08).
           05 FILLER                PIC X(10).

       FD ARQ-CONTROLE-SEP.
       01 LINHA-CONTROLE-SEP        PIC 9(05).

       FD LOG-FALTAS.
       01 LINHA-FALTA               PIC X(100).

      *    Mesmo layout de DETALHE-ENDERECO em CRUD.cbl
       FD IDX-ENDERECOS.
       01 DETALHE-ENDERECO.
           05 END-CHAVE.
               10 END-PRODUTO       PIC 9(05).
               10 END-LOCAL         PIC 9(02).
           05 END-CORREDOR          PIC 9(03).
           05 END-PRATELEIRA        PIC 9(03).
           05 END-NIVEL             PIC 9(02).
           05 FILLER                PIC X(10).

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

      *    Mesmo layout de DETALHE-ENTREGA em Entregas.cbl
       FD IDX-ENTREGAS.
       01 DETALHE-ENTREGA.
           05 ENT-NUMERO            PIC 9(06).
           05 ENT-DATA              PIC 9(08).
           05 ENT-RECIBO            PIC 9(06).
           05 ENT-CLIENTE           PIC 9(05).
           05 ENT-NOME              PIC X(30).
           05 ENT-TELEFONE          PIC X(15).
           05 ENT-ENDERECO          PIC X(40).
           05 ENT-VALOR             PIC 9(06)V99.
           05 ENT-STATUS            PIC X(01).
               88 ENT-SEPARADA      VALUE 'S'.
               88 ENT-SAIU          VALUE 'A'.
               88 ENT-ENTREGUE      VALUE 'E'.
               88 ENT-DEVOLVIDA     VALUE 'D'.
           05 ENT-DATA-STATUS       PIC 9(08).

      *    Mesmo layout dos documentos fiscais em RealizarVenda.cbl;
      *    aqui só interessam os registros de item
       FD ARQ-DOC-FISCAL.
       01 DOC-FISCAL-CABECALHO.
           05 DFC-TIPO              PIC X(01).
           05 DFC-RECIBO            PIC 9(06).
           05 DFC-DATA              PIC 9(08).
           05 DFC-HORA              PIC 9(08).
           05 DFC-OPERADOR          PIC X(10).
           05 DFC-CLIENTE           PIC 9(05).
           05 DFC-DOCUMENTO         PIC X(14).
           05 DFC-QTD-ITENS         PIC 9(03).
           05 DFC-VALOR-TOTAL       PIC 9(08)V99.
           05 DFC-IMPOSTO-TOTAL     PIC 9(08)V99.
           05 FILLER                PIC X(25).
       01 DOC-FISCAL-ITEM.
           05 DFI-TIPO              PIC X(01).
           05 DFI-RECIBO            PIC 9(06).
           05 DFI-SEQ               PIC 9(03).
           05 DFI-PRODUTO           PIC 9(05).
           05 DFI-DESCRICAO         PIC X(30).
           05 DFI-NCM               PIC 9(08).
           05 DFI-CST               PIC X(03).
           05 DFI-CFOP              PIC 9(04).
           05 DFI-QTD               PIC 9(05).
           05 DFI-PRECO-UNIT        PIC 9(04)V99.
           05 DFI-VALOR             PIC 9(08)V99.
           05 DFI-ALIQUOTA          PIC 9(02)V99.
           05 DFI-IMPOSTO           PIC 9(08)V99.
           05 FILLER                PIC X(05).

      *    Mesmo layout de DETALHE-ENCOMENDA em Encomendas.cbl
       FD IDX-ENCOMENDAS.
       01 DETALHE-ENCOMENDA.
           05 ENC-NUMERO            PIC 9(05).
           05 ENC-DATA              PIC 9(08).
           05 ENC-CLIENTE           PIC 9(05).
           05 ENC-NOME              PIC X(30).
           05 ENC-TELEFONE          PIC X(15).
           05 ENC-PRODUTO           PIC 9(05).
           05 ENC-DESCRICAO         PIC X(30).
           05 ENC-QTD               PIC 9(03).
           05 ENC-SINAL             PIC 9(06)V99.
           05 ENC-STATUS            PIC X(01).
               88 ENC-ABERTA        VALUE 'A'.
               88 ENC-RESERVADA     VALUE 'R'.
               88 ENC-ATENDIDA      VALUE 'T'.
               88 ENC-CANCELADA     VALUE 'C'.
           05 ENC-DATA-STATUS       PIC 9(08).

      *    Mesmo layout de DETALHE-TRANSFERENCIA em Transferencias.cbl
       FD IDX-TRANSFERENCIAS.
       01 DETALHE-TRANSFERENCIA.
           05 TRF-NUMERO            PIC 9(05).
           05 TRF-DATA              PIC 9(08).
           05 TRF-PRODUTO           PIC 9(05).
           05 TRF-DESCRICAO         PIC X(30).
           05 TRF-QTD               PIC 9(05).
           05 TRF-LOCAL-ORIGEM      PIC 9(02).
           05 TRF-LOCAL-DESTINO     PIC 9(02).
           05 TRF-OPERADOR          PIC X(10).
           05 TRF-QTD-RECEBIDA      PIC 9(05).
           05 TRF-DATA-RECEBIMENTO  PIC 9(08).
           05 TRF-STATUS            PIC X(01).
               88 TRF-EM-TRANSITO   VALUE 'T'.
               88 TRF-RECEBIDA      VALUE 'R'.

       WORKING-STORAGE SECTION.
      *    Status de arquivo, com condições nominadas compartilhadas
      *    via copybook (ex.: WS-STATUS-LST-FILE-NOT-FOUND)
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-LST-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-LST-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-LST-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-LST-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-LST-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-LST-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-LST.
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
                          WS-STATUS-FLT-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-FLT-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-FLT-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-FLT-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-FLT-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-FLT-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-FLT.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-END-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-END-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-END-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-END-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-END-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-END-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-END.
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
                          WS-STATUS-ENT-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-ENT-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-ENT-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-ENT-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-ENT-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-ENT-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-ENT.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-DOCF-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-DOCF-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-DOCF-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-DOCF-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-DOCF-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-DOCF-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-DOCF.
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
                          WS-STATUS-TRF-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-TRF-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-TRF-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-TRF-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-TRF-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-TRF-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-TRF.

      *    Diretório de dados e caminhos dos arquivos, resolvidos via
      *    ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-LISTAS             PIC X(80).
       01 WS-PATH-CONTROLE-SEP       PIC X(80).
       01 WS-PATH-FALTAS             PIC X(80).
       01 WS-PATH-ENDERECOS          PIC X(80).
       01 WS-PATH-PRODUTOS           PIC X(80).
       01 WS-PATH-ENTREGAS           PIC X(80).
       01 WS-PATH-DOC-FISCAL         PIC X(80).
       01 WS-PATH-ENCOMENDAS         PIC X(80).
       01 WS-PATH-TRANSFERENCIAS     PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-EOF                    PIC X(01).
       01 WS-DATA-HOJE              PIC 9(08).
       01 WS-ULTIMO-NUMERO          PIC 9(05).
       01 WS-NUMERO-LISTA           PIC 9(05).
       01 WS-NUMERO-TRF             PIC 9(05).
       01 WS-ORIGEM-LISTA           PIC X(01).
       01 WS-TITULO-LISTA           PIC X(40).

      *    Linhas da lista em montagem; a ordem de caminhada junta
      *    local, corredor, prateleira e nível numa chave só, e item
      *    sem endereço vai para o fim da lista
       01 WS-QTD-LINHAS             PIC 9(03) VALUE 0.
       01 WS-MAX-LINHAS             PIC 9(03) VALUE 200.
       01 WS-TABELA-CHEIA           PIC X(01) VALUE 'N'.
       01 WS-TABELA-LINHAS.
           05 WS-LINHA OCCURS 200 TIMES.
               10 WS-LIN-ORDEM      PIC 9(10).
               10 WS-LIN-DOCUMENTO  PIC 9(06).
               10 WS-LIN-PRODUTO    PIC 9(05).
               10 WS-LIN-DESCRICAO  PIC X(30).
               10 WS-LIN-LOCAL      PIC 9(02).
               10 WS-LIN-CORREDOR   PIC 9(03).
               10 WS-LIN-PRATELEIRA PIC 9(03).
               10 WS-LIN-NIVEL      PIC 9(02).
               10 WS-LIN-QTD        PIC 9(05).
       01 WS-LINHA-AUX              PIC X(66).
       01 WS-IDX                    PIC 9(03).
       01 WS-IDX2                   PIC 9(03).
       01 WS-IDX-SWAP               PIC 9(03).

      *    Recibos das entregas separadas, para achar os itens de
      *    cada uma nos documentos fiscais
       01 WS-QTD-ENTREGAS           PIC 9(03) VALUE 0.
       01 WS-TABELA-ENTREGAS.
           05 WS-ENTREGA OCCURS 100 TIMES.
               10 WS-ENT-NUMERO     PIC 9(06).
               10 WS-ENT-RECIBO     PIC 9(06).
       01 WS-IDX-ENT                PIC 9(03).

      *    Dados da linha corrente antes de entrar na tabela
       01 WS-NOVO-DOCUMENTO         PIC 9(06).
       01 WS-NOVO-PRODUTO           PIC 9(05).
       01 WS-NOVA-DESCRICAO         PIC X(30).
       01 WS-NOVO-LOCAL             PIC 9(02).
       01 WS-NOVA-QTD               PIC 9(05).

       01 WS-ENDERECO-EDIT          PIC X(14).

      *    Conferência da lista pelo separador
       01 WS-QTD-SEPARADA           PIC 9(05).
       01 WS-QTD-CONFERIDAS         PIC 9(03).
       01 WS-QTD-FALTAS             PIC 9(03).
       01 WS-QTD-PENDENTES          PIC 9(03).
       01 WS-QTD-FALTANTE           PIC 9(05).
       01 WS-NOVA-LINHA-FALTA       PIC X(100).

      *    Identificação do operador que confere a lista, validada
      *    contra o cadastro (Operadores.cbl)
       01 WS-OPERADOR               PIC X(10).
       01 WS-NIVEL-QUALQUER         PIC 9(01) VALUE 0.
       01 WS-RESULTADO-VALIDACAO    PIC X(02).

       LINKAGE SECTION.
       01 LS-OPCAO                  PIC 9(02).

       PROCEDURE DIVISION USING LS-OPCAO.
       MAIN.
           PERFORM CONFIGURAR-CAMINHOS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE 0 TO WS-QTD-LINHAS.
           MOVE 'N' TO WS-TABELA-CHEIA.

      *    Switch da opção
           EVALUATE LS-OPCAO
             WHEN 43
               PERFORM SEPARAR-ENTREGAS

             WHEN 44
               PERFORM SEPARAR-ENCOMENDAS

             WHEN 45
               PERFORM SEPARAR-TRANSFERENCIA

             WHEN 46
               PERFORM CONFERIR-LISTA
           END-EVALUATE.

      *    Retorna
           EXIT PROGRAM.


      *    Lista de separação das entregas que aguardam saída: os
      *    itens de cada venda vêm dos documentos fiscais do recibo
      *    da entrega, retirados do local cadastrado do produto
       SEPARAR-ENTREGAS.
           DISPLAY "-----------------------------------".
           DISPLAY " SEPARAÇÃO DAS ENTREGAS DO DIA"
           DISPLAY "-----------------------------------".

           MOVE 'E' TO WS-ORIGEM-LISTA.
           MOVE "ENTREGAS DO DIA" TO WS-TITULO-LISTA.
           MOVE 0 TO WS-QTD-ENTREGAS.
           MOVE 'N' TO WS-EOF.

           PERFORM ABRE-ARQ-ENTREGAS.

           MOVE 0 TO ENT-NUMERO.
           START IDX-ENTREGAS KEY IS NOT LESS THAN ENT-NUMERO
             INVALID KEY
               MOVE 'S' TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-ENTREGAS NEXT RECORD INTO DETALHE-ENTREGA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF ENT-SEPARADA
                   IF WS-QTD-ENTREGAS < 100
                     ADD 1 TO WS-QTD-ENTREGAS
                     MOVE ENT-NUMERO
                       TO WS-ENT-NUMERO(WS-QTD-ENTREGAS)
                     MOVE ENT-RECIBO
                       TO WS-ENT-RECIBO(WS-QTD-ENTREGAS)
                   ELSE
                     MOVE 'S' TO WS-TABELA-CHEIA
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-ENTREGAS.

           IF WS-QTD-ENTREGAS = 0
             DISPLAY "Nenhuma entrega aguardando separação."
             EXIT PARAGRAPH
           END-IF.

      *    Varre os documentos fiscais atrás dos itens dos recibos
           OPEN INPUT ARQ-DOC-FISCAL.

           IF WS-STATUS-DOCF-FILE-NOT-FOUND
             DISPLAY "Documentos fiscais não encontrados; não há "
               "itens para separar."
             EXIT PARAGRAPH
           END-IF.

           PERFORM ABRE-ARQ-PRODUTOS.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-DOC-FISCAL
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF DFI-TIPO = 'I'
                   PERFORM COLETAR-ITEM-ENTREGA
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-DOC-FISCAL.
           CLOSE IDX-PRODUTOS.

           PERFORM GERAR-LISTA.

      *    Retorna
           EXIT PARAGRAPH.


      *    Item de documento fiscal: entra na lista se o recibo é de
      *    uma entrega separada
       COLETAR-ITEM-ENTREGA.
           MOVE 0 TO WS-NOVO-DOCUMENTO.

           PERFORM VARYING WS-IDX-ENT FROM 1 BY 1
             UNTIL WS-IDX-ENT > WS-QTD-ENTREGAS
             IF WS-ENT-RECIBO(WS-IDX-ENT) = DFI-RECIBO
               MOVE WS-ENT-NUMERO(WS-IDX-ENT) TO WS-NOVO-DOCUMENTO
             END-IF
           END-PERFORM.

           IF WS-NOVO-DOCUMENTO = 0
             EXIT PARAGRAPH
           END-IF.

           MOVE DFI-PRODUTO TO WS-NOVO-PRODUTO.
           MOVE DFI-DESCRICAO TO WS-NOVA-DESCRICAO.
           MOVE DFI-QTD TO WS-NOVA-QTD.
           PERFORM BUSCAR-LOCAL-PRODUTO.
           PERFORM INCLUIR-LINHA.

      *    Retorna
           EXIT PARAGRAPH.


      *    Lista de separação das encomendas que chegaram e estão
      *    reservadas aguardando a retirada do cliente
       SEPARAR-ENCOMENDAS.
           DISPLAY "-----------------------------------".
           DISPLAY " SEPARAÇÃO DAS ENCOMENDAS PRONTAS"
           DISPLAY "-----------------------------------".

           MOVE 'N' TO WS-ORIGEM-LISTA.
           MOVE "ENCOMENDAS PRONTAS PARA RETIRADA"
             TO WS-TITULO-LISTA.
           MOVE 'N' TO WS-EOF.

           PERFORM ABRE-ARQ-ENCOMENDAS.
           PERFORM ABRE-ARQ-PRODUTOS.

           MOVE 0 TO ENC-NUMERO.
           START IDX-ENCOMENDAS KEY IS NOT LESS THAN ENC-NUMERO
             INVALID KEY
               MOVE 'S' TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-ENCOMENDAS NEXT RECORD INTO DETALHE-ENCOMENDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF ENC-RESERVADA
                   MOVE ENC-NUMERO TO WS-NOVO-DOCUMENTO
                   MOVE ENC-PRODUTO TO WS-NOVO-PRODUTO
                   MOVE ENC-DESCRICAO TO WS-NOVA-DESCRICAO
                   MOVE ENC-QTD TO WS-NOVA-QTD
                   PERFORM BUSCAR-LOCAL-PRODUTO
                   PERFORM INCLUIR-LINHA
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-ENCOMENDAS.
           CLOSE IDX-PRODUTOS.

           PERFORM GERAR-LISTA.

      *    Retorna
           EXIT PARAGRAPH.


      *    Lista de separação de uma transferência despachada, tirada
      *    do local de origem
       SEPARAR-TRANSFERENCIA.
           DISPLAY "-----------------------------------".
           DISPLAY " SEPARAÇÃO DE TRANSFERÊNCIA"
           DISPLAY "-----------------------------------".

           DISPLAY "Informe o número da transferência: "
             WITH NO ADVANCING.
           ACCEPT WS-NUMERO-TRF.

           PERFORM ABRE-ARQ-TRANSFERENCIAS.
           MOVE WS-NUMERO-TRF TO TRF-NUMERO.

           READ IDX-TRANSFERENCIAS KEY IS TRF-NUMERO
             INVALID KEY
               DISPLAY "Transferência não encontrada!"
               CLOSE IDX-TRANSFERENCIAS
               EXIT PARAGRAPH
           END-READ.

           CLOSE IDX-TRANSFERENCIAS.

           IF NOT TRF-EM-TRANSITO
             DISPLAY "Esta transferência já foi recebida em "
               TRF-DATA-RECEBIMENTO "!"
             EXIT PARAGRAPH
           END-IF.

           MOVE 'T' TO WS-ORIGEM-LISTA.
           MOVE SPACES TO WS-TITULO-LISTA.
           STRING "TRANSFERÊNCIA " DELIMITED BY SIZE
             TRF-NUMERO DELIMITED BY SIZE
             " (LOCAL " DELIMITED BY SIZE
             TRF-LOCAL-ORIGEM DELIMITED BY SIZE
             " -> " DELIMITED BY SIZE
             TRF-LOCAL-DESTINO DELIMITED BY SIZE
             ")" DELIMITED BY SIZE
             INTO WS-TITULO-LISTA
           END-STRING.

           MOVE TRF-NUMERO TO WS-NOVO-DOCUMENTO.
           MOVE TRF-PRODUTO TO WS-NOVO-PRODUTO.
           MOVE TRF-DESCRICAO TO WS-NOVA-DESCRICAO.
           MOVE TRF-QTD TO WS-NOVA-QTD.
           MOVE TRF-LOCAL-ORIGEM TO WS-NOVO-LOCAL.
           PERFORM INCLUIR-LINHA.

           PERFORM GERAR-LISTA.

      *    Retorna
           EXIT PARAGRAPH.


      *    Local de onde o item sai: o local do cadastro do produto
      *    (IDX-PRODUTOS já aberto pelo chamador)
       BUSCAR-LOCAL-PRODUTO.
           MOVE 0 TO WS-NOVO-LOCAL.
           MOVE WS-NOVO-PRODUTO TO PRODUTO-CODIGO.

           READ IDX-PRODUTOS KEY IS PRODUTO-CODIGO
             INVALID KEY
               MOVE 0 TO WS-NOVO-LOCAL

             NOT INVALID KEY
               MOVE PRODUTO-LOCAL TO WS-NOVO-LOCAL
           END-READ.

      *    Retorna
           EXIT PARAGRAPH.


       INCLUIR-LINHA.
           IF WS-QTD-LINHAS >= WS-MAX-LINHAS
             MOVE 'S' TO WS-TABELA-CHEIA
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-LINHAS.
           MOVE WS-NOVO-DOCUMENTO TO WS-LIN-DOCUMENTO(WS-QTD-LINHAS).
           MOVE WS-NOVO-PRODUTO TO WS-LIN-PRODUTO(WS-QTD-LINHAS).
           MOVE WS-NOVA-DESCRICAO TO WS-LIN-DESCRICAO(WS-QTD-LINHAS).
           MOVE WS-NOVO-LOCAL TO WS-LIN-LOCAL(WS-QTD-LINHAS).
           MOVE WS-NOVA-QTD TO WS-LIN-QTD(WS-QTD-LINHAS).
           MOVE 0 TO WS-LIN-CORREDOR(WS-QTD-LINHAS).
           MOVE 0 TO WS-LIN-PRATELEIRA(WS-QTD-LINHAS).
           MOVE 0 TO WS-LIN-NIVEL(WS-QTD-LINHAS).

      *    Retorna
           EXIT PARAGRAPH.


      *    Endereça, ordena, numera, grava e imprime a lista montada
       GERAR-LISTA.
           IF WS-TABELA-CHEIA = 'S'
             DISPLAY "ATENÇÃO: a lista foi limitada a " WS-MAX-LINHAS
               " linhas; gere outra lista para o restante."
           END-IF.

           IF WS-QTD-LINHAS = 0
             DISPLAY "Nenhum item a separar."
             EXIT PARAGRAPH
           END-IF.

           PERFORM ABRE-ARQ-ENDERECOS.
           PERFORM ENDERECAR-LINHA
             VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-QTD-LINHAS.
           CLOSE IDX-ENDERECOS.

           IF WS-QTD-LINHAS > 1
             PERFORM ORDENAR-EXTERNA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX >= WS-QTD-LINHAS
           END-IF.

      *    Gera o número da lista
           PERFORM LER-CONTROLE-SEP.
           ADD 1 TO WS-ULTIMO-NUMERO.
           PERFORM GRAVAR-CONTROLE-SEP.
           MOVE WS-ULTIMO-NUMERO TO WS-NUMERO-LISTA.

           PERFORM ABRE-ARQ-LISTAS.
           PERFORM GRAVAR-LINHA-LISTA
             VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-QTD-LINHAS.
           CLOSE IDX-LISTAS.

           DISPLAY "LISTA DE SEPARAÇÃO Nº " WS-NUMERO-LISTA
             " - " WS-TITULO-LISTA.
           DISPLAY "Data: " WS-DATA-HOJE
             "   Itens: " WS-QTD-LINHAS.
           DISPLAY "-----------------------------------".
           DISPLAY "SEQ LOCAL ENDEREÇO       PRODUTO DESCRIÇÃO"
             "                      QTD   DOC".

           PERFORM IMPRIMIR-LINHA
             VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-QTD-LINHAS.

           DISPLAY "-----------------------------------".
           DISPLAY "Confira as quantidades separadas pela opção "
             "Conferir Lista de Separação.".
           DISPLAY " ".

      *    Retorna
           EXIT PARAGRAPH.


      *    Busca o endereço do produto no local e monta a chave de
      *    ordem de caminhada
       ENDERECAR-LINHA.
           MOVE WS-LIN-PRODUTO(WS-IDX) TO END-PRODUTO.
           MOVE WS-LIN-LOCAL(WS-IDX) TO END-LOCAL.

           READ IDX-ENDERECOS KEY IS END-CHAVE
             INVALID KEY
               COMPUTE WS-LIN-ORDEM(WS-IDX) =
                 WS-LIN-LOCAL(WS-IDX) * 100000000 + 99999999

             NOT INVALID KEY
               MOVE END-CORREDOR TO WS-LIN-CORREDOR(WS-IDX)
               MOVE END-PRATELEIRA TO WS-LIN-PRATELEIRA(WS-IDX)
               MOVE END-NIVEL TO WS-LIN-NIVEL(WS-IDX)
               COMPUTE WS-LIN-ORDEM(WS-IDX) =
                 WS-LIN-LOCAL(WS-IDX) * 100000000
                 + END-CORREDOR * 100000
                 + END-PRATELEIRA * 100
                 + END-NIVEL
           END-READ.


      *    Ordena as linhas pela ordem de caminhada (bolha simples)
       ORDENAR-EXTERNA.
           PERFORM ORDENAR-INTERNA
             VARYING WS-IDX2 FROM 1 BY 1
             UNTIL WS-IDX2 > WS-QTD-LINHAS - WS-IDX.


       ORDENAR-INTERNA.
           COMPUTE WS-IDX-SWAP = WS-IDX2 + 1.

           IF WS-LIN-ORDEM(WS-IDX2) > WS-LIN-ORDEM(WS-IDX-SWAP)
             MOVE WS-LINHA(WS-IDX2) TO WS-LINHA-AUX
             MOVE WS-LINHA(WS-IDX-SWAP) TO WS-LINHA(WS-IDX2)
             MOVE WS-LINHA-AUX TO WS-LINHA(WS-IDX-SWAP)
           END-IF.


       GRAVAR-LINHA-LISTA.
           MOVE SPACES TO DETALHE-SEPARACAO.
           MOVE WS-NUMERO-LISTA TO SEP-LISTA.
           MOVE WS-IDX TO SEP-SEQ.
           MOVE WS-DATA-HOJE TO SEP-DATA.
           MOVE WS-ORIGEM-LISTA TO SEP-ORIGEM.
           MOVE WS-LIN-DOCUMENTO(WS-IDX) TO SEP-DOCUMENTO.
           MOVE WS-LIN-PRODUTO(WS-IDX) TO SEP-PRODUTO.
           MOVE WS-LIN-DESCRICAO(WS-IDX) TO SEP-DESCRICAO.
           MOVE WS-LIN-LOCAL(WS-IDX) TO SEP-LOCAL.
           MOVE WS-LIN-CORREDOR(WS-IDX) TO SEP-CORREDOR.
           MOVE WS-LIN-PRATELEIRA(WS-IDX) TO SEP-PRATELEIRA.
           MOVE WS-LIN-NIVEL(WS-IDX) TO SEP-NIVEL.
           MOVE WS-LIN-QTD(WS-IDX) TO SEP-QTD-PEDIDA.
           MOVE 0 TO SEP-QTD-SEPARADA.
           SET SEP-PENDENTE TO TRUE.
           MOVE 0 TO SEP-DATA-CONFERENCIA.

           WRITE DETALHE-SEPARACAO
             INVALID KEY
               DISPLAY "Erro ao gravar a linha " WS-IDX
                 " da lista de separação!"
           END-WRITE.


       IMPRIMIR-LINHA.
           MOVE WS-LIN-CORREDOR(WS-IDX) TO SEP-CORREDOR.
           MOVE WS-LIN-PRATELEIRA(WS-IDX) TO SEP-PRATELEIRA.
           MOVE WS-LIN-NIVEL(WS-IDX) TO SEP-NIVEL.
           PERFORM FORMATAR-ENDERECO.

           DISPLAY WS-IDX " " WS-LIN-LOCAL(WS-IDX) "    "
             WS-ENDERECO-EDIT " " WS-LIN-PRODUTO(WS-IDX) "   "
             WS-LIN-DESCRICAO(WS-IDX) " " WS-LIN-QTD(WS-IDX) " "
             WS-LIN-DOCUMENTO(WS-IDX).


      *    Endereço para impressão a partir dos campos SEP-; corredor
      *    zero significa produto sem endereço cadastrado no local
       FORMATAR-ENDERECO.
           MOVE SPACES TO WS-ENDERECO-EDIT.

           IF SEP-CORREDOR = 0
             MOVE "SEM ENDEREÇO" TO WS-ENDERECO-EDIT
           ELSE
             STRING "C" DELIMITED BY SIZE
               SEP-CORREDOR DELIMITED BY SIZE
               " P" DELIMITED BY SIZE
               SEP-PRATELEIRA DELIMITED BY SIZE
               " N" DELIMITED BY SIZE
               SEP-NIVEL DELIMITED BY SIZE
               INTO WS-ENDERECO-EDIT
             END-STRING
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Conferência da lista: o separador informa, linha a linha
      *    na ordem de caminhada, quanto conseguiu separar; linha com
      *    quantidade menor que a pedida é registrada como falta
       CONFERIR-LISTA.
           DISPLAY "-----------------------------------".
           DISPLAY " CONFERIR LISTA DE SEPARAÇÃO"
           DISPLAY "-----------------------------------".

      *    Recebe e valida o operador que conferiu a separação
           DISPLAY "Informe o código do operador: " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.

           CALL "ValidarOperador" USING WS-OPERADOR,
             WS-NIVEL-QUALQUER, WS-RESULTADO-VALIDACAO.

           IF WS-RESULTADO-VALIDACAO NOT = "OK"
             DISPLAY "Operação Cancelada!"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe o número da lista: " WITH NO ADVANCING.
           ACCEPT WS-NUMERO-LISTA.

           MOVE 0 TO WS-QTD-CONFERIDAS.
           MOVE 0 TO WS-QTD-FALTAS.
           MOVE 0 TO WS-QTD-PENDENTES.
           MOVE 'N' TO WS-EOF.

           PERFORM ABRE-ARQ-LISTAS.

           MOVE WS-NUMERO-LISTA TO SEP-LISTA.
           MOVE 0 TO SEP-SEQ.
           START IDX-LISTAS KEY IS NOT LESS THAN SEP-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-LISTAS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF SEP-LISTA NOT = WS-NUMERO-LISTA
                   MOVE 'S' TO WS-EOF
                 ELSE
                   IF SEP-PENDENTE
                     PERFORM CONFERIR-LINHA
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-LISTAS.

           IF WS-QTD-CONFERIDAS = 0
             DISPLAY "Lista não encontrada ou já conferida!"
             EXIT PARAGRAPH
           END-IF.

           PERFORM RESUMO-FALTAS.

      *    Retorna
           EXIT PARAGRAPH.


       CONFERIR-LINHA.
           PERFORM FORMATAR-ENDERECO.

           DISPLAY " ".
           DISPLAY "Linha " SEP-SEQ "  Local " SEP-LOCAL
             "  " WS-ENDERECO-EDIT.
           DISPLAY "  Produto " SEP-PRODUTO " " SEP-DESCRICAO.
           DISPLAY "  Quantidade pedida: " SEP-QTD-PEDIDA.
           DISPLAY "  Quantidade separada: " WITH NO ADVANCING.
           ACCEPT WS-QTD-SEPARADA.

      *    Não se separa mais do que foi pedido
           IF WS-QTD-SEPARADA > SEP-QTD-PEDIDA
             DISPLAY "  Quantidade maior que a pedida; considerada "
               "a quantidade pedida."
             MOVE SEP-QTD-PEDIDA TO WS-QTD-SEPARADA
           END-IF.

           MOVE WS-QTD-SEPARADA TO SEP-QTD-SEPARADA.
           MOVE WS-OPERADOR TO SEP-OPERADOR.
           MOVE WS-DATA-HOJE TO SEP-DATA-CONFERENCIA.

           IF WS-QTD-SEPARADA < SEP-QTD-PEDIDA
             SET SEP-FALTA TO TRUE
             ADD 1 TO WS-QTD-FALTAS
             PERFORM REGISTRAR-FALTA
           ELSE
             SET SEP-SEPARADA TO TRUE
           END-IF.

           REWRITE DETALHE-SEPARACAO.
           ADD 1 TO WS-QTD-CONFERIDAS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Registra a falta no log: data;lista;seq;origem;documento;
      *    produto;local;pedida;separada;operador
       REGISTRAR-FALTA.
           PERFORM ABRE-LOG-FALTAS.

           MOVE SPACES TO WS-NOVA-LINHA-FALTA.
           STRING
             WS-DATA-HOJE      DELIMITED BY SIZE
             ";"               DELIMITED BY SIZE
             SEP-LISTA         DELIMITED BY SIZE
             ";"               DELIMITED BY SIZE
             SEP-SEQ           DELIMITED BY SIZE
             ";"               DELIMITED BY SIZE
             SEP-ORIGEM        DELIMITED BY SIZE
             ";"               DELIMITED BY SIZE
             SEP-DOCUMENTO     DELIMITED BY SIZE
             ";"               DELIMITED BY SIZE
             SEP-PRODUTO       DELIMITED BY SIZE
             ";"               DELIMITED BY SIZE
             SEP-LOCAL         DELIMITED BY SIZE
             ";"               DELIMITED BY SIZE
             SEP-QTD-PEDIDA    DELIMITED BY SIZE
             ";"               DELIMITED BY SIZE
             SEP-QTD-SEPARADA  DELIMITED BY SIZE
             ";"               DELIMITED BY SIZE
             WS-OPERADOR       DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-FALTA
           END-STRING.

           MOVE WS-NOVA-LINHA-FALTA TO LINHA-FALTA.
           WRITE LINHA-FALTA.

           CLOSE LOG-FALTAS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Resumo da conferência, relendo a lista para mostrar cada
      *    falta com o que deixou de ser separado
       RESUMO-FALTAS.
           DISPLAY " ".
           DISPLAY "-----------------------------------".
           DISPLAY "Lista " WS-NUMERO-LISTA ": " WS-QTD-CONFERIDAS
             " linha(s) conferida(s), " WS-QTD-FALTAS
             " com falta.".

           IF WS-QTD-FALTAS = 0
             DISPLAY "Separação completa, sem faltas."
             DISPLAY " "
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "FALTAS NA SEPARAÇÃO:".
           MOVE 'N' TO WS-EOF.

           PERFORM ABRE-ARQ-LISTAS.

           MOVE WS-NUMERO-LISTA TO SEP-LISTA.
           MOVE 0 TO SEP-SEQ.
           START IDX-LISTAS KEY IS NOT LESS THAN SEP-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-LISTAS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF SEP-LISTA NOT = WS-NUMERO-LISTA
                   MOVE 'S' TO WS-EOF
                 ELSE
                   IF SEP-FALTA
                     COMPUTE WS-QTD-FALTANTE =
                       SEP-QTD-PEDIDA - SEP-QTD-SEPARADA
                     DISPLAY "  Linha " SEP-SEQ "  Produto "
                       SEP-PRODUTO " " SEP-DESCRICAO
                     DISPLAY "    Pedida: " SEP-QTD-PEDIDA
                       "  Separada: " SEP-QTD-SEPARADA
                       "  Falta: " WS-QTD-FALTANTE
                       "  Documento: " SEP-DOCUMENTO
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-LISTAS.

           DISPLAY "Faltas registradas em separacao-faltas.log.".
           DISPLAY " ".

      *    Retorna
           EXIT PARAGRAPH.


       LER-CONTROLE-SEP.
           MOVE 0 TO WS-ULTIMO-NUMERO.

           OPEN INPUT ARQ-CONTROLE-SEP.

      *    Caso o arquivo de controle ainda não exista, começa do zero
           IF NOT WS-STATUS-CTRL-FILE-NOT-FOUND
             READ ARQ-CONTROLE-SEP INTO WS-ULTIMO-NUMERO
               AT END
                 MOVE 0 TO WS-ULTIMO-NUMERO
             END-READ
             CLOSE ARQ-CONTROLE-SEP
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       GRAVAR-CONTROLE-SEP.
           OPEN OUTPUT ARQ-CONTROLE-SEP.

           MOVE WS-ULTIMO-NUMERO TO LINHA-CONTROLE-SEP.
           WRITE LINHA-CONTROLE-SEP.

           CLOSE ARQ-CONTROLE-SEP.

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
             "/listas-separacao.idx" DELIMITED BY SIZE
             INTO WS-PATH-LISTAS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/separacao-controle.dat" DELIMITED BY SIZE
             INTO WS-PATH-CONTROLE-SEP
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/separacao-faltas.log" DELIMITED BY SIZE
             INTO WS-PATH-FALTAS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/enderecos-estoque.idx" DELIMITED BY SIZE
             INTO WS-PATH-ENDERECOS
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
             "/entregas.idx" DELIMITED BY SIZE
             INTO WS-PATH-ENTREGAS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/documentos-fiscais.dat" DELIMITED BY SIZE
             INTO WS-PATH-DOC-FISCAL
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/encomendas.idx" DELIMITED BY SIZE
             INTO WS-PATH-ENCOMENDAS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/transferencias.idx" DELIMITED BY SIZE
             INTO WS-PATH-TRANSFERENCIAS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.

      *    ARCH_DIR longo demais para caber no caminho: aborta em vez
      *    de operar sobre um caminho truncado e apontar para o
      *    arquivo errado
           IF CAMINHO-OVERFLOW
             DISPLAY "Erro fatal! ARCH_DIR excede o tamanho suportado "
               "para montagem dos caminhos de arquivo!"
             EXIT PROGRAM
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-LISTAS.
           OPEN I-O IDX-LISTAS.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-LST-FILE-NOT-FOUND
             OPEN OUTPUT IDX-LISTAS
             CLOSE IDX-LISTAS
             PERFORM ABRE-ARQ-LISTAS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-LOG-FALTAS.
           OPEN EXTEND LOG-FALTAS.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-FLT-FILE-NOT-FOUND
             OPEN OUTPUT LOG-FALTAS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-ENDERECOS.
           OPEN I-O IDX-ENDERECOS.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-END-FILE-NOT-FOUND
             OPEN OUTPUT IDX-ENDERECOS
             CLOSE IDX-ENDERECOS
             PERFORM ABRE-ARQ-ENDERECOS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-PRODUTOS.
           OPEN I-O IDX-PRODUTOS.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-PROD-FILE-NOT-FOUND
             OPEN OUTPUT IDX-PRODUTOS
             CLOSE IDX-PRODUTOS
             PERFORM ABRE-ARQ-PRODUTOS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-ENTREGAS.
           OPEN I-O IDX-ENTREGAS.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-ENT-FILE-NOT-FOUND
             OPEN OUTPUT IDX-ENTREGAS
             CLOSE IDX-ENTREGAS
             PERFORM ABRE-ARQ-ENTREGAS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-ENCOMENDAS.
           OPEN I-O IDX-ENCOMENDAS.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-ENC-FILE-NOT-FOUND
             OPEN OUTPUT IDX-ENCOMENDAS
             CLOSE IDX-ENCOMENDAS
             PERFORM ABRE-ARQ-ENCOMENDAS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-TRANSFERENCIAS.
           OPEN I-O IDX-TRANSFERENCIAS.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-TRF-FILE-NOT-FOUND
             OPEN OUTPUT IDX-TRANSFERENCIAS
             CLOSE IDX-TRANSFERENCIAS
             PERFORM ABRE-ARQ-TRANSFERENCIAS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.

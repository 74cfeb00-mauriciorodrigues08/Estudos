       IDENTIFICATION DIVISION.
           PROGRAM-ID. CatalogoRede.
           AUTHOR. Maurício Rodrigues.

      *    Catálogo mestre da rede: o cadastro de produtos e as
      *    promoções da sede (ARCH_DIR) são a referência. A
      *    distribuição leva para o diretório de cada loja os produtos
      *    novos e as alterações de descrição, preço, categoria e
      *    demais dados de catálogo, além das promoções vigentes;
      *    cada loja guarda o registro do que foi aplicado em
      *    catalogo-aceite.log. O relatório de divergências lista o
      *    que, em cada loja, não confere mais com o mestre. Estoque,
      *    mínimo, validade, local e custo médio são sempre da loja e
      *    nunca são tocados nem comparados.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Catálogo mestre (sede)
           SELECT IDX-PRODUTOS
             ASSIGN TO DYNAMIC WS-PATH-PRODUTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS
             RECORD KEY IS PRODUTO-CODIGO.

           SELECT IDX-PROMOCOES
             ASSIGN TO DYNAMIC WS-PATH-PROMOCOES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-PROMO
             RECORD KEY IS PROMO-PRODUTO-CODIGO.

      *    Relatório de divergências da rodada, gravado na sede
           SELECT CSV-DIVERGENCIAS
             ASSIGN TO WS-NOME-DIVERGENCIAS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-DIV.

      *    Arquivos de cada loja, abertos pelo diretório informado
           SELECT IDX-PRODUTOS-LOJA
             ASSIGN TO WS-NOME-PRODUTOS-LOJA
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-PL
             RECORD KEY IS PL-CODIGO.

           SELECT IDX-PROMOCOES-LOJA
             ASSIGN TO WS-NOME-PROMOCOES-LOJA
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-PP
             RECORD KEY IS PP-PRODUTO-CODIGO.

      *    Registro do que a loja aceitou de cada distribuição
           SELECT LOG-ACEITE-LOJA
             ASSIGN TO WS-NOME-ACEITE-LOJA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ACE.

      *    Histórico de preços da loja (o mesmo de ALTERAR-PRODUTO e
      *    do reajuste em massa), lido pelas etiquetas de preço
           SELECT LOG-HIST-LOJA
             ASSIGN TO WS-NOME-HIST-LOJA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-HIST.

       DATA DIVISION.
       FILE SECTION.
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

      *    Mesmo layout de DETALHE-PROMOCAO em Promocoes.cbl
       FD IDX-PROMOCOES.
       01 DETALHE-PROMOCAO.
           05 PROMO-PRODUTO-CODIGO  PIC 9(05).
           05 PROMO-PRECO           PIC 9(04)V99.
           05 PROMO-DATA-INICIO     PIC 9(08).
           05 PROMO-DATA-FIM        PIC 9(08).
           05 PROMO-TIPO            PIC 9(01).
           05 PROMO-QTD-LEVE        PIC 9(03).
           05 PROMO-QTD-PAGUE       PIC 9(03).
           05 PROMO-PERC-DESC       PIC 9(02)V99.

       FD CSV-DIVERGENCIAS.
       01 LINHA-DIVERGENCIA         PIC X(200).

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
               88 PL-SEM-VASILHAME  VALUE SPACES '000'.
           05 FILLER                PIC X(15).

      *    Mesmo layout de DETALHE-PROMOCAO, visto pelo lado da loja
       FD IDX-PROMOCOES-LOJA.
       01 DETALHE-PROMOCAO-LOJA.
           05 PP-PRODUTO-CODIGO     PIC 9(05).
           05 PP-PRECO              PIC 9(04)V99.
           05 PP-DATA-INICIO        PIC 9(08).
           05 PP-DATA-FIM           PIC 9(08).
           05 PP-TIPO               PIC 9(01).
           05 PP-QTD-LEVE           PIC 9(03).
           05 PP-QTD-PAGUE          PIC 9(03).
           05 PP-PERC-DESC          PIC 9(02)V99.

       FD LOG-ACEITE-LOJA.
       01 LINHA-ACEITE              PIC X(150).

       FD LOG-HIST-LOJA.
       01 LINHA-HIST-PRECO          PIC X(80).

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
                          WS-STATUS-PROMO-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-PROMO-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-PROMO-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-PROMO-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-PROMO-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-PROMO-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-PROMO.
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
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-PL-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-PL-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-PL-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-PL-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-PL-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-PL-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-PL.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-PP-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-PP-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-PP-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-PP-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-PP-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-PP-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-PP.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-ACE-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-ACE-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-ACE-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-ACE-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-ACE-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-ACE-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-ACE.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-HIST-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-HIST-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-HIST-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-HIST-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-HIST-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-HIST-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-HIST.

      *    Diretório de dados da sede e caminhos completos dos
      *    arquivos, resolvidos via ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-PRODUTOS           PIC X(80).
       01 WS-PATH-PROMOCOES          PIC X(80).
       01 WS-NOME-DIVERGENCIAS       PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

      *    Nomes dos arquivos da loja corrente
       01 WS-NOME-PRODUTOS-LOJA      PIC X(100).
       01 WS-NOME-PROMOCOES-LOJA     PIC X(100).
       01 WS-NOME-ACEITE-LOJA        PIC X(100).
       01 WS-NOME-HIST-LOJA          PIC X(100).

       01 WS-EOF                    PIC X(01).
       01 WS-OPERADOR               PIC X(10).
       01 WS-NIVEL-QUALQUER         PIC 9(01) VALUE 0.
       01 WS-NIVEL-SUPERVISOR       PIC 9(01) VALUE 2.
       01 WS-RESULTADO-VALIDACAO    PIC X(02).
       01 WS-CONFIRMA               PIC X(01).
       01 WS-DATA-HOJE              PIC 9(08).
       01 WS-HORA-AGORA             PIC 9(08).

      * Lojas informadas (diretórios de dados de cada uma)
       01 WS-QTD-LOJAS              PIC 9(01) VALUE 0.
       01 WS-IDX-LOJA               PIC 9(01).
       01 WS-TABELA-LOJAS.
           05 WS-LOJA OCCURS 5 TIMES.
             10 WS-LOJA-DIR         PIC X(60).
       01 WS-DIR-INFORMADO          PIC X(60).

      * Modo da comparação: aplica (distribuição) ou só aponta
      * (relatório de divergências)
       01 WS-MODO                   PIC X(01).
           88 MODO-APLICAR          VALUE 'A'.
           88 MODO-CONFERIR         VALUE 'C'.

      * Diferença corrente entre a loja e o catálogo mestre
       01 WS-CODIGO-ANOTADO         PIC 9(05).
       01 WS-CAMPO                  PIC X(15).
       01 WS-VALOR-LOJA             PIC X(30).
       01 WS-VALOR-SEDE             PIC X(30).
       01 WS-PRECO-LOJA-EDIT        PIC ZZZ9.99.
       01 WS-PRECO-SEDE-EDIT        PIC ZZZ9.99.
       01 WS-PROMO-PRECO-EDIT       PIC ZZZ9.99.
       01 WS-QTD-DIF-PRODUTO        PIC 9(02).
       01 WS-PRECO-MUDOU            PIC X(01).
       01 WS-PRECO-ANTIGO           PIC 9(04)V99.

      * Contadores por loja e da rodada
       01 WS-QTD-NOVOS              PIC 9(05).
       01 WS-QTD-ALTERADOS          PIC 9(05).
       01 WS-QTD-PROMOS             PIC 9(05).
       01 WS-QTD-DIVERGENTES        PIC 9(05).
       01 WS-QTD-FORA-CATALOGO      PIC 9(05).
       01 WS-TOTAL-DIVERGENCIAS     PIC 9(06).

       01 WS-NOVA-LINHA-ACEITE      PIC X(150).
       01 WS-NOVA-LINHA-HIST        PIC X(80).
       01 WS-NOVA-LINHA-DIV         PIC X(200).

       LINKAGE SECTION.
       01 LS-OPCAO                  PIC 9(02).

       PROCEDURE DIVISION USING LS-OPCAO.
       MAIN.
           PERFORM CONFIGURAR-CAMINHOS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

      *    Switch da opção
           EVALUATE LS-OPCAO
             WHEN 56
               PERFORM DISTRIBUIR-CATALOGO

             WHEN 57
               PERFORM DIVERGENCIAS-CATALOGO
           END-EVALUATE.

      *    Retorna
           EXIT PROGRAM.


      *    Distribui o catálogo mestre e as promoções vigentes para
      *    as lojas informadas
       DISTRIBUIR-CATALOGO.
           DISPLAY "-----------------------------------".
           DISPLAY " DISTRIBUIR CATÁLOGO PARA AS LOJAS"
           DISPLAY "-----------------------------------".

      *    Preços de toda a rede mudam: exige supervisor
           DISPLAY "Informe o código do supervisor: "
             WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.

           CALL "ValidarOperador" USING WS-OPERADOR,
             WS-NIVEL-SUPERVISOR, WS-RESULTADO-VALIDACAO.

           IF WS-RESULTADO-VALIDACAO NOT = "OK"
             EXIT PARAGRAPH
           END-IF.

           PERFORM RECEBER-LOJAS.

           IF WS-QTD-LOJAS = 0
             DISPLAY "Nenhuma loja informada."
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Aplicar o catálogo da sede nas " WS-QTD-LOJAS
             " loja(s) informada(s)? (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
             DISPLAY "Operação Cancelada!"
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT IDX-PRODUTOS.
           IF WS-STATUS-FILE-NOT-FOUND
             DISPLAY "Erro! A sede não tem cadastro de produtos!"
             EXIT PARAGRAPH
           END-IF.
           CLOSE IDX-PRODUTOS.

           ACCEPT WS-HORA-AGORA FROM TIME.
           SET MODO-APLICAR TO TRUE.

           PERFORM DISTRIBUIR-LOJA
             VARYING WS-IDX-LOJA FROM 1 BY 1
             UNTIL WS-IDX-LOJA > WS-QTD-LOJAS.

           DISPLAY "-----------------------------------".
           DISPLAY "Distribuição concluída. Cada loja registrou o "
             "que aplicou em catalogo-aceite.log.".
           DISPLAY " ".

      *    Retorna
           EXIT PARAGRAPH.


       RECEBER-LOJAS.
           MOVE 0 TO WS-QTD-LOJAS.
           MOVE "X" TO WS-DIR-INFORMADO.

           PERFORM COLETAR-LOJA
             UNTIL WS-DIR-INFORMADO = SPACES
                OR WS-QTD-LOJAS = 5.

      *    Retorna
           EXIT PARAGRAPH.


       COLETAR-LOJA.
           DISPLAY "Informe o diretório de dados da loja "
             "(em branco para encerrar): " WITH NO ADVANCING.
           MOVE SPACES TO WS-DIR-INFORMADO.
           ACCEPT WS-DIR-INFORMADO.

           IF WS-DIR-INFORMADO = SPACES
             EXIT PARAGRAPH
           END-IF.

      *    A sede é o próprio mestre: nada a distribuir nem conferir
           IF FUNCTION TRIM(WS-DIR-INFORMADO)
              = FUNCTION TRIM(WS-ARCH-DIR)
             DISPLAY "Este é o diretório da sede (catálogo mestre); "
               "ignorado."
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-LOJAS.
           MOVE WS-DIR-INFORMADO TO WS-LOJA-DIR(WS-QTD-LOJAS).

      *    Retorna
           EXIT PARAGRAPH.


      *    Aplica o catálogo mestre na loja corrente: produto novo é
      *    criado com estoque zero; produto existente recebe os dados
      *    de catálogo, preservando os dados próprios da loja
       DISTRIBUIR-LOJA.
           PERFORM MONTAR-NOMES-LOJA.

           MOVE 0 TO WS-QTD-NOVOS.
           MOVE 0 TO WS-QTD-ALTERADOS.
           MOVE 0 TO WS-QTD-PROMOS.

           DISPLAY "-----------------------------------".
           DISPLAY "Loja " WS-IDX-LOJA ": "
             FUNCTION TRIM(WS-LOJA-DIR(WS-IDX-LOJA)).

           OPEN INPUT IDX-PRODUTOS.
           PERFORM ABRE-ARQ-PRODUTOS-LOJA.
           PERFORM ABRE-ARQ-ACEITE.
           PERFORM ABRE-ARQ-HIST.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-PRODUTOS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 PERFORM APLICAR-PRODUTO-LOJA
             END-READ
           END-PERFORM.

           CLOSE IDX-PRODUTOS.
           CLOSE IDX-PRODUTOS-LOJA.
           CLOSE LOG-HIST-LOJA.

      *    Promoções vigentes ou futuras do mestre
           OPEN INPUT IDX-PROMOCOES.

           IF NOT WS-STATUS-PROMO-FILE-NOT-FOUND
             PERFORM ABRE-ARQ-PROMOCOES-LOJA
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'S'
               READ IDX-PROMOCOES NEXT RECORD
                 AT END
                   MOVE 'S' TO WS-EOF

                 NOT AT END
                   IF PROMO-DATA-FIM >= WS-DATA-HOJE
                     PERFORM APLICAR-PROMOCAO-LOJA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE IDX-PROMOCOES-LOJA
             CLOSE IDX-PROMOCOES
           END-IF.

           CLOSE LOG-ACEITE-LOJA.

           DISPLAY "  Produtos novos: " WS-QTD-NOVOS
             "  Alterados: " WS-QTD-ALTERADOS
             "  Promoções: " WS-QTD-PROMOS.

      *    Retorna
           EXIT PARAGRAPH.


       APLICAR-PRODUTO-LOJA.
           MOVE PRODUTO-CODIGO TO WS-CODIGO-ANOTADO.
           MOVE PRODUTO-CODIGO TO PL-CODIGO.

           READ IDX-PRODUTOS-LOJA KEY IS PL-CODIGO
             INVALID KEY
               PERFORM CRIAR-PRODUTO-LOJA
               EXIT PARAGRAPH
           END-READ.

           MOVE 0 TO WS-QTD-DIF-PRODUTO.
           MOVE 'N' TO WS-PRECO-MUDOU.
           MOVE PL-PRECO-UNIT TO WS-PRECO-ANTIGO.

           PERFORM COMPARAR-PRODUTO.

           IF WS-QTD-DIF-PRODUTO = 0
             EXIT PARAGRAPH
           END-IF.

      *    Só os dados de catálogo; estoque, mínimo, validade, local
      *    e custo médio continuam os da loja
           MOVE PRODUTO-DESCRICAO TO PL-DESCRICAO.
           MOVE PRODUTO-PRECO-UNIT TO PL-PRECO-UNIT.
           MOVE PRODUTO-CATEGORIA TO PL-CATEGORIA.
           MOVE PRODUTO-FORNECEDOR TO PL-FORNECEDOR.
           MOVE PRODUTO-BARRAS TO PL-BARRAS.
           MOVE PRODUTO-UNIDADE TO PL-UNIDADE.
           MOVE PRODUTO-FATOR-COMPRA TO PL-FATOR-COMPRA.
           MOVE PRODUTO-STATUS TO PL-STATUS.
           MOVE PRODUTO-CONTROLA-SERIE TO PL-CONTROLA-SERIE.
           MOVE PRODUTO-VASILHAME TO PL-VASILHAME.

           REWRITE DETALHE-PRODUTO-LOJA
             INVALID KEY
               DISPLAY "  Erro ao atualizar o produto " PL-CODIGO "!"
               EXIT PARAGRAPH
           END-REWRITE.

           ADD 1 TO WS-QTD-ALTERADOS.

      *    Preço novo entra no histórico da loja, para as etiquetas
           IF WS-PRECO-MUDOU = 'S'
             PERFORM GRAVAR-HIST-PRECO-LOJA
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Produto que a loja ainda não tem: entra com os dados do
      *    mestre e estoque zero (o estoque é sempre da loja)
       CRIAR-PRODUTO-LOJA.
           MOVE DETALHE-PRODUTO TO DETALHE-PRODUTO-LOJA.
           MOVE 0 TO PL-QTD-ESTOQUE.
           MOVE 0 TO PL-VALIDADE.

           WRITE DETALHE-PRODUTO-LOJA
             INVALID KEY
               DISPLAY "  Erro ao incluir o produto " PL-CODIGO "!"
               EXIT PARAGRAPH
           END-WRITE.

           ADD 1 TO WS-QTD-NOVOS.

           MOVE "PRODUTO NOVO" TO WS-CAMPO.
           MOVE SPACES TO WS-VALOR-LOJA.
           MOVE PRODUTO-DESCRICAO TO WS-VALOR-SEDE.
           PERFORM GRAVAR-ACEITE.

      *    Retorna
           EXIT PARAGRAPH.


      *    Compara os dados de catálogo da loja com o mestre; cada
      *    campo diferente é anotado (aceite ou divergência, conforme
      *    o modo)
       COMPARAR-PRODUTO.
           IF PL-DESCRICAO NOT = PRODUTO-DESCRICAO
             MOVE "DESCRICAO" TO WS-CAMPO
             MOVE PL-DESCRICAO TO WS-VALOR-LOJA
             MOVE PRODUTO-DESCRICAO TO WS-VALOR-SEDE
             PERFORM ANOTAR-DIFERENCA
           END-IF.

           IF PL-PRECO-UNIT NOT = PRODUTO-PRECO-UNIT
             MOVE 'S' TO WS-PRECO-MUDOU
             MOVE "PRECO" TO WS-CAMPO
             MOVE PL-PRECO-UNIT TO WS-PRECO-LOJA-EDIT
             MOVE PRODUTO-PRECO-UNIT TO WS-PRECO-SEDE-EDIT
             MOVE FUNCTION TRIM(WS-PRECO-LOJA-EDIT) TO WS-VALOR-LOJA
             MOVE FUNCTION TRIM(WS-PRECO-SEDE-EDIT) TO WS-VALOR-SEDE
             PERFORM ANOTAR-DIFERENCA
           END-IF.

           IF PL-CATEGORIA NOT = PRODUTO-CATEGORIA
             MOVE "CATEGORIA" TO WS-CAMPO
             MOVE PL-CATEGORIA TO WS-VALOR-LOJA
             MOVE PRODUTO-CATEGORIA TO WS-VALOR-SEDE
             PERFORM ANOTAR-DIFERENCA
           END-IF.

           IF PL-FORNECEDOR NOT = PRODUTO-FORNECEDOR
             MOVE "FORNECEDOR" TO WS-CAMPO
             MOVE PL-FORNECEDOR TO WS-VALOR-LOJA
             MOVE PRODUTO-FORNECEDOR TO WS-VALOR-SEDE
             PERFORM ANOTAR-DIFERENCA
           END-IF.

           IF PL-BARRAS NOT = PRODUTO-BARRAS
             MOVE "BARRAS" TO WS-CAMPO
             MOVE PL-BARRAS TO WS-VALOR-LOJA
             MOVE PRODUTO-BARRAS TO WS-VALOR-SEDE
             PERFORM ANOTAR-DIFERENCA
           END-IF.

           IF PL-UNIDADE NOT = PRODUTO-UNIDADE
             MOVE "UNIDADE" TO WS-CAMPO
             MOVE PL-UNIDADE TO WS-VALOR-LOJA
             MOVE PRODUTO-UNIDADE TO WS-VALOR-SEDE
             PERFORM ANOTAR-DIFERENCA
           END-IF.

           IF PL-FATOR-COMPRA NOT = PRODUTO-FATOR-COMPRA
             MOVE "FATOR COMPRA" TO WS-CAMPO
             MOVE PL-FATOR-COMPRA TO WS-VALOR-LOJA
             MOVE PRODUTO-FATOR-COMPRA TO WS-VALOR-SEDE
             PERFORM ANOTAR-DIFERENCA
           END-IF.

      *    Branco e 'A' são o mesmo estado ativo
           IF PL-STATUS NOT = PRODUTO-STATUS
             AND NOT (PL-ATIVO AND PRODUTO-ATIVO)
             MOVE "STATUS" TO WS-CAMPO
             MOVE PL-STATUS TO WS-VALOR-LOJA
             MOVE PRODUTO-STATUS TO WS-VALOR-SEDE
             PERFORM ANOTAR-DIFERENCA
           END-IF.

           IF PL-CONTROLA-SERIE NOT = PRODUTO-CONTROLA-SERIE
             MOVE "CONTROLA SERIE" TO WS-CAMPO
             MOVE PL-CONTROLA-SERIE TO WS-VALOR-LOJA
             MOVE PRODUTO-CONTROLA-SERIE TO WS-VALOR-SEDE
             PERFORM ANOTAR-DIFERENCA
           END-IF.

      *    Brancos e '000' são o mesmo "sem vasilhame"
           IF PL-VASILHAME NOT = PRODUTO-VASILHAME
             AND NOT (PL-SEM-VASILHAME AND PRODUTO-SEM-VASILHAME)
             MOVE "VASILHAME" TO WS-CAMPO
             MOVE PL-VASILHAME TO WS-VALOR-LOJA
             MOVE PRODUTO-VASILHAME TO WS-VALOR-SEDE
             PERFORM ANOTAR-DIFERENCA
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ANOTAR-DIFERENCA.
           ADD 1 TO WS-QTD-DIF-PRODUTO.

           IF MODO-APLICAR
             PERFORM GRAVAR-ACEITE
           ELSE
             PERFORM GRAVAR-DIVERGENCIA
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Grava (ou substitui) na loja a promoção do mestre, quando
      *    a da loja não existe ou difere; promoções locais de outros
      *    produtos permanecem
       APLICAR-PROMOCAO-LOJA.
           MOVE PROMO-PRODUTO-CODIGO TO WS-CODIGO-ANOTADO.
           MOVE PROMO-PRODUTO-CODIGO TO PP-PRODUTO-CODIGO.

           READ IDX-PROMOCOES-LOJA KEY IS PP-PRODUTO-CODIGO
             INVALID KEY
               MOVE "SEM PROMOCAO" TO WS-VALOR-LOJA
               MOVE DETALHE-PROMOCAO TO DETALHE-PROMOCAO-LOJA
               WRITE DETALHE-PROMOCAO-LOJA
               END-WRITE

             NOT INVALID KEY
               IF DETALHE-PROMOCAO-LOJA = DETALHE-PROMOCAO
                 EXIT PARAGRAPH
               END-IF
               PERFORM DESCREVER-PROMOCAO-LOJA
               MOVE DETALHE-PROMOCAO TO DETALHE-PROMOCAO-LOJA
               REWRITE DETALHE-PROMOCAO-LOJA
               END-REWRITE
           END-READ.

           ADD 1 TO WS-QTD-PROMOS.

           MOVE "PROMOCAO" TO WS-CAMPO.
           PERFORM DESCREVER-PROMOCAO-SEDE.
           PERFORM GRAVAR-ACEITE.

      *    Retorna
           EXIT PARAGRAPH.


      *    Promoção resumida em texto: <tipo>/<preco>/<inicio>-<fim>
       DESCREVER-PROMOCAO-LOJA.
           MOVE PP-PRECO TO WS-PROMO-PRECO-EDIT.
           MOVE SPACES TO WS-VALOR-LOJA.
           STRING
             PP-TIPO                          DELIMITED BY SIZE
             "/"                              DELIMITED BY SIZE
             FUNCTION TRIM(WS-PROMO-PRECO-EDIT) DELIMITED BY SIZE
             "/"                              DELIMITED BY SIZE
             PP-DATA-INICIO                   DELIMITED BY SIZE
             "-"                              DELIMITED BY SIZE
             PP-DATA-FIM                      DELIMITED BY SIZE
             INTO WS-VALOR-LOJA
           END-STRING.

      *    Retorna
           EXIT PARAGRAPH.


       DESCREVER-PROMOCAO-SEDE.
           MOVE PROMO-PRECO TO WS-PROMO-PRECO-EDIT.
           MOVE SPACES TO WS-VALOR-SEDE.
           STRING
             PROMO-TIPO                       DELIMITED BY SIZE
             "/"                              DELIMITED BY SIZE
             FUNCTION TRIM(WS-PROMO-PRECO-EDIT) DELIMITED BY SIZE
             "/"                              DELIMITED BY SIZE
             PROMO-DATA-INICIO                DELIMITED BY SIZE
             "-"                              DELIMITED BY SIZE
             PROMO-DATA-FIM                   DELIMITED BY SIZE
             INTO WS-VALOR-SEDE
           END-STRING.

      *    Retorna
           EXIT PARAGRAPH.


      *    Relatório de divergências entre cada loja e o mestre
       DIVERGENCIAS-CATALOGO.
           DISPLAY "-----------------------------------".
           DISPLAY " DIVERGÊNCIAS DE CATÁLOGO NA REDE"
           DISPLAY "-----------------------------------".

           PERFORM RECEBER-LOJAS.

           IF WS-QTD-LOJAS = 0
             DISPLAY "Nenhuma loja informada."
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT IDX-PRODUTOS.
           IF WS-STATUS-FILE-NOT-FOUND
             DISPLAY "Erro! A sede não tem cadastro de produtos!"
             EXIT PARAGRAPH
           END-IF.
           CLOSE IDX-PRODUTOS.

           MOVE SPACES TO WS-NOME-DIVERGENCIAS.
           STRING
             FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/divergencias-catalogo-"  DELIMITED BY SIZE
             WS-DATA-HOJE               DELIMITED BY SIZE
             ".csv"                     DELIMITED BY SIZE
             INTO WS-NOME-DIVERGENCIAS
           END-STRING.
           OPEN OUTPUT CSV-DIVERGENCIAS.

           MOVE 0 TO WS-TOTAL-DIVERGENCIAS.
           SET MODO-CONFERIR TO TRUE.

           PERFORM CONFERIR-LOJA
             VARYING WS-IDX-LOJA FROM 1 BY 1
             UNTIL WS-IDX-LOJA > WS-QTD-LOJAS.

           CLOSE CSV-DIVERGENCIAS.

           DISPLAY "-----------------------------------".
           IF WS-TOTAL-DIVERGENCIAS = 0
             DISPLAY "Todas as lojas conferem com o catálogo mestre."
           ELSE
             DISPLAY WS-TOTAL-DIVERGENCIAS " divergência(s) gravada(s)"
               " em: " FUNCTION TRIM(WS-NOME-DIVERGENCIAS)
           END-IF.
           DISPLAY " ".

      *    Retorna
           EXIT PARAGRAPH.


       CONFERIR-LOJA.
           PERFORM MONTAR-NOMES-LOJA.

           MOVE 0 TO WS-QTD-DIVERGENTES.
           MOVE 0 TO WS-QTD-FORA-CATALOGO.

           DISPLAY "-----------------------------------".
           DISPLAY "Loja " WS-IDX-LOJA ": "
             FUNCTION TRIM(WS-LOJA-DIR(WS-IDX-LOJA)).

           OPEN INPUT IDX-PRODUTOS-LOJA.

           IF WS-STATUS-PL-FILE-NOT-FOUND
             DISPLAY "  Loja sem cadastro de produtos: catálogo "
               "ainda não distribuído."
             EXIT PARAGRAPH
           END-IF.

      *    Produtos do mestre: ausentes na loja ou com dados
      *    de catálogo diferentes
           OPEN INPUT IDX-PRODUTOS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-PRODUTOS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 PERFORM CONFERIR-PRODUTO-LOJA
             END-READ
           END-PERFORM.

      *    Produtos da loja que o mestre não tem
           MOVE 0 TO PL-CODIGO.
           MOVE 'N' TO WS-EOF.
           START IDX-PRODUTOS-LOJA KEY IS NOT LESS THAN PL-CODIGO
             INVALID KEY
               MOVE 'S' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-PRODUTOS-LOJA NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 MOVE PL-CODIGO TO PRODUTO-CODIGO
                 MOVE PL-CODIGO TO WS-CODIGO-ANOTADO
                 READ IDX-PRODUTOS KEY IS PRODUTO-CODIGO
                   INVALID KEY
                     ADD 1 TO WS-QTD-FORA-CATALOGO
                     MOVE "FORA DO MESTRE" TO WS-CAMPO
                     MOVE PL-DESCRICAO TO WS-VALOR-LOJA
                     MOVE SPACES TO WS-VALOR-SEDE
                     PERFORM GRAVAR-DIVERGENCIA
                 END-READ
             END-READ
           END-PERFORM.

           CLOSE IDX-PRODUTOS.

      *    Promoções vigentes do mestre ausentes ou diferentes
           OPEN INPUT IDX-PROMOCOES.
           IF NOT WS-STATUS-PROMO-FILE-NOT-FOUND
             OPEN INPUT IDX-PROMOCOES-LOJA
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'S'
               READ IDX-PROMOCOES NEXT RECORD
                 AT END
                   MOVE 'S' TO WS-EOF

                 NOT AT END
                   IF PROMO-DATA-FIM >= WS-DATA-HOJE
                     PERFORM CONFERIR-PROMOCAO-LOJA
                   END-IF
               END-READ
             END-PERFORM
             IF NOT WS-STATUS-PP-FILE-NOT-FOUND
               CLOSE IDX-PROMOCOES-LOJA
             END-IF
             CLOSE IDX-PROMOCOES
           END-IF.

           CLOSE IDX-PRODUTOS-LOJA.

           DISPLAY "  Produtos divergentes: " WS-QTD-DIVERGENTES
             "  Fora do mestre: " WS-QTD-FORA-CATALOGO.

      *    Retorna
           EXIT PARAGRAPH.


       CONFERIR-PRODUTO-LOJA.
           MOVE 0 TO WS-QTD-DIF-PRODUTO.
           MOVE PRODUTO-CODIGO TO WS-CODIGO-ANOTADO.
           MOVE PRODUTO-CODIGO TO PL-CODIGO.

           READ IDX-PRODUTOS-LOJA KEY IS PL-CODIGO
             INVALID KEY
               MOVE "AUSENTE NA LOJA" TO WS-CAMPO
               MOVE SPACES TO WS-VALOR-LOJA
               MOVE PRODUTO-DESCRICAO TO WS-VALOR-SEDE
               PERFORM ANOTAR-DIFERENCA

             NOT INVALID KEY
               PERFORM COMPARAR-PRODUTO
           END-READ.

           IF WS-QTD-DIF-PRODUTO > 0
             ADD 1 TO WS-QTD-DIVERGENTES
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       CONFERIR-PROMOCAO-LOJA.
           MOVE "PROMOCAO" TO WS-CAMPO.
           MOVE PROMO-PRODUTO-CODIGO TO WS-CODIGO-ANOTADO.
           PERFORM DESCREVER-PROMOCAO-SEDE.

      *    Loja sem arquivo de promoções: todas faltam
           IF WS-STATUS-PP-FILE-NOT-FOUND
             MOVE "SEM PROMOCAO" TO WS-VALOR-LOJA
             PERFORM GRAVAR-DIVERGENCIA
             EXIT PARAGRAPH
           END-IF.

           MOVE PROMO-PRODUTO-CODIGO TO PP-PRODUTO-CODIGO.

           READ IDX-PROMOCOES-LOJA KEY IS PP-PRODUTO-CODIGO
             INVALID KEY
               MOVE "SEM PROMOCAO" TO WS-VALOR-LOJA
               PERFORM GRAVAR-DIVERGENCIA

             NOT INVALID KEY
               IF DETALHE-PROMOCAO-LOJA NOT = DETALHE-PROMOCAO
                 PERFORM DESCREVER-PROMOCAO-LOJA
                 PERFORM GRAVAR-DIVERGENCIA
               END-IF
           END-READ.

      *    Retorna
           EXIT PARAGRAPH.


      *    Registro de aceite da loja
      *    Máscara: <data>;<hora>;<cod_produto>;<campo>;
      *             <valor_anterior>;<valor_aplicado>;<operador>
       GRAVAR-ACEITE.
           MOVE SPACES TO WS-NOVA-LINHA-ACEITE.
           STRING
             WS-DATA-HOJE                   DELIMITED BY SIZE
             ";"                            DELIMITED BY SIZE
             WS-HORA-AGORA                  DELIMITED BY SIZE
             ";"                            DELIMITED BY SIZE
             WS-CODIGO-ANOTADO              DELIMITED BY SIZE
             ";"                            DELIMITED BY SIZE
             FUNCTION TRIM(WS-CAMPO)        DELIMITED BY SIZE
             ";"                            DELIMITED BY SIZE
             FUNCTION TRIM(WS-VALOR-LOJA)   DELIMITED BY SIZE
             ";"                            DELIMITED BY SIZE
             FUNCTION TRIM(WS-VALOR-SEDE)   DELIMITED BY SIZE
             ";"                            DELIMITED BY SIZE
             FUNCTION TRIM(WS-OPERADOR)     DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-ACEITE
           END-STRING.

           MOVE WS-NOVA-LINHA-ACEITE TO LINHA-ACEITE.
           WRITE LINHA-ACEITE.

      *    Retorna
           EXIT PARAGRAPH.


      *    Máscara do histórico, a mesma de ALTERAR-PRODUTO:
      *    <data>;<cod_produto>;<preco_antigo>;<preco_novo>
       GRAVAR-HIST-PRECO-LOJA.
           MOVE WS-PRECO-ANTIGO TO WS-PRECO-LOJA-EDIT.
           MOVE PL-PRECO-UNIT TO WS-PRECO-SEDE-EDIT.

           MOVE SPACES TO WS-NOVA-LINHA-HIST.
           STRING
             WS-DATA-HOJE           DELIMITED BY SIZE
             ";"                    DELIMITED BY SIZE
             PL-CODIGO              DELIMITED BY SIZE
             ";"                    DELIMITED BY SIZE
             WS-PRECO-LOJA-EDIT     DELIMITED BY SIZE
             ";"                    DELIMITED BY SIZE
             WS-PRECO-SEDE-EDIT     DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-HIST
           END-STRING.

           MOVE WS-NOVA-LINHA-HIST TO LINHA-HIST-PRECO.
           WRITE LINHA-HIST-PRECO.

      *    Retorna
           EXIT PARAGRAPH.


      *    Mostra e grava uma divergência
      *    Máscara: <data>;<dir_loja>;<cod_produto>;<campo>;
      *             <valor_loja>;<valor_mestre>
       GRAVAR-DIVERGENCIA.
           ADD 1 TO WS-TOTAL-DIVERGENCIAS.

           DISPLAY "  " WS-CODIGO-ANOTADO " " WS-CAMPO
             " Loja: " FUNCTION TRIM(WS-VALOR-LOJA)
             "  Mestre: " FUNCTION TRIM(WS-VALOR-SEDE).

           MOVE SPACES TO WS-NOVA-LINHA-DIV.
           STRING
             WS-DATA-HOJE                   DELIMITED BY SIZE
             ";"                            DELIMITED BY SIZE
             FUNCTION TRIM(WS-LOJA-DIR(WS-IDX-LOJA))
                                            DELIMITED BY SIZE
             ";"                            DELIMITED BY SIZE
             WS-CODIGO-ANOTADO              DELIMITED BY SIZE
             ";"                            DELIMITED BY SIZE
             FUNCTION TRIM(WS-CAMPO)        DELIMITED BY SIZE
             ";"                            DELIMITED BY SIZE
             FUNCTION TRIM(WS-VALOR-LOJA)   DELIMITED BY SIZE
             ";"                            DELIMITED BY SIZE
             FUNCTION TRIM(WS-VALOR-SEDE)   DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-DIV
           END-STRING.

           MOVE WS-NOVA-LINHA-DIV TO LINHA-DIVERGENCIA.
           WRITE LINHA-DIVERGENCIA.

      *    Retorna
           EXIT PARAGRAPH.


       MONTAR-NOMES-LOJA.
           MOVE SPACES TO WS-NOME-PRODUTOS-LOJA.
           STRING
             FUNCTION TRIM(WS-LOJA-DIR(WS-IDX-LOJA))
                                       DELIMITED BY SIZE
             "/produtos.idx"           DELIMITED BY SIZE
             INTO WS-NOME-PRODUTOS-LOJA
           END-STRING.

           MOVE SPACES TO WS-NOME-PROMOCOES-LOJA.
           STRING
             FUNCTION TRIM(WS-LOJA-DIR(WS-IDX-LOJA))
                                       DELIMITED BY SIZE
             "/promocoes.idx"          DELIMITED BY SIZE
             INTO WS-NOME-PROMOCOES-LOJA
           END-STRING.

           MOVE SPACES TO WS-NOME-ACEITE-LOJA.
           STRING
             FUNCTION TRIM(WS-LOJA-DIR(WS-IDX-LOJA))
                                       DELIMITED BY SIZE
             "/catalogo-aceite.log"    DELIMITED BY SIZE
             INTO WS-NOME-ACEITE-LOJA
           END-STRING.

           MOVE SPACES TO WS-NOME-HIST-LOJA.
           STRING
             FUNCTION TRIM(WS-LOJA-DIR(WS-IDX-LOJA))
                                       DELIMITED BY SIZE
             "/historico-precos.log"   DELIMITED BY SIZE
             INTO WS-NOME-HIST-LOJA
           END-STRING.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-PRODUTOS-LOJA.
           OPEN I-O IDX-PRODUTOS-LOJA.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-PL-FILE-NOT-FOUND
             OPEN OUTPUT IDX-PRODUTOS-LOJA
             CLOSE IDX-PRODUTOS-LOJA
             PERFORM ABRE-ARQ-PRODUTOS-LOJA
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-PROMOCOES-LOJA.
           OPEN I-O IDX-PROMOCOES-LOJA.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-PP-FILE-NOT-FOUND
             OPEN OUTPUT IDX-PROMOCOES-LOJA
             CLOSE IDX-PROMOCOES-LOJA
             PERFORM ABRE-ARQ-PROMOCOES-LOJA
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-ACEITE.
           OPEN EXTEND LOG-ACEITE-LOJA.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-ACE-FILE-NOT-FOUND
             OPEN OUTPUT LOG-ACEITE-LOJA
             CLOSE LOG-ACEITE-LOJA
             PERFORM ABRE-ARQ-ACEITE
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-HIST.
           OPEN EXTEND LOG-HIST-LOJA.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-HIST-FILE-NOT-FOUND
             OPEN OUTPUT LOG-HIST-LOJA
             CLOSE LOG-HIST-LOJA
             PERFORM ABRE-ARQ-HIST
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
             "/promocoes.idx" DELIMITED BY SIZE
             INTO WS-PATH-PROMOCOES
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

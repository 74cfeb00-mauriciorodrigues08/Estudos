             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-AUD.

      *    Ordens de compra emitidas acima do saldo do orçamento da
      *    categoria no mês, com o supervisor que as aprovou
           SELECT LOG-EXCESSOS-ORC
             ASSIGN TO DYNAMIC WS-PATH-EXCESSOS-ORC
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-EXC.

      *    Tipos de vasilhame retornável (Vasilhames.cbl), consultados
      *    no vínculo do produto ao vasilhame
           SELECT IDX-VASILHAMES
             ASSIGN TO DYNAMIC WS-PATH-VASILHAMES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-VAS
             RECORD KEY IS VAS-CODIGO.

      *    Endereço de prateleira (corredor, prateleira e nível) de
      *    cada produto em cada local, usado nas listas de separação
      *    (Separacao.cbl)
           SELECT IDX-ENDERECOS
             ASSIGN TO DYNAMIC WS-PATH-ENDERECOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-END
             RECORD KEY IS END-CHAVE.

      *    Nome montado dinamicamente em EXPORTAR-SNAPSHOT-PRODUTOS,
      *    com data e hora, a cada exportação solicitada
           SELECT CSV-SNAPSHOT-PRODUTOS
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

       FD ARQ-CONTROLE-CODIGO.
       01 LINHA-CONTROLE-CODIGO     PIC 9(05).
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
       FD LOG-AUD-CADASTRO.
       01 LINHA-AUD-CADASTRO        PIC X(200).

       FD LOG-EXCESSOS-ORC.
       01 LINHA-EXCESSO-ORC         PIC X(100).

       FD CSV-SNAPSHOT-PRODUTOS.
       01 LINHA-SNAPSHOT            PIC X(120).

      *    Mesmo layout de DETALHE-VASILHAME em Vasilhames.cbl
       FD IDX-VASILHAMES.
       01 DETALHE-VASILHAME.
           05 VAS-CODIGO            PIC 9(03).
           05 VAS-DESCRICAO         PIC X(30).
           05 VAS-VALOR-DEPOSITO    PIC 9(04)V99.
           05 VAS-QTD-VAZIOS        PIC 9(05).
           05 FILLER                PIC X(20).

      *    Um endereço por produto e local; a ordem de caminhada na
      *    separação é corredor, prateleira e nível crescentes
       FD IDX-ENDERECOS.
       01 DETALHE-ENDERECO.
           05 END-CHAVE.
               10 END-PRODUTO       PIC 9(05).
               10 END-LOCAL         PIC 9(02).
           05 END-CORREDOR          PIC 9(03).
           05 END-PRATELEIRA        PIC 9(03).
           05 END-NIVEL             PIC 9(02).
           05 FILLER                PIC X(10).

       WORKING-STORAGE SECTION.
      * Diretório de dados e caminhos dos arquivos, montados a partir
      * da variável de ambiente ARCH_DIR (veja CONFIGURAR-CAMINHOS),
       01 WS-PATH-BAIXA-ESTOQUE      PIC X(80).
       01 WS-PATH-HIST-PRECOS        PIC X(80).
       01 WS-PATH-AUD-CADASTRO       PIC X(80).
       01 WS-PATH-EXCESSOS-ORC       PIC X(80).
       01 WS-PATH-VASILHAMES         PIC X(80).
       01 WS-PATH-ENDERECOS          PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

                          WS-STATUS-AUD-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-AUD.
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
                          WS-STATUS-SNAPSHOT-OK
                          WS-STATUS-SNAPSHOT-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-SNAPSHOT.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-VAS-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-VAS-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-VAS-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-VAS-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-VAS-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-VAS-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-VAS.
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
       01 WS-EOF                    PIC X(01) VALUE 'N'.
       01 WS-CONTADOR               PIC 9(03).
       01 WS-VERIFICACAO            PIC X(01).
       01 WS-ANTIGO-DESCRICAO       PIC X(30).
       01 WS-ANTIGO-CATEGORIA       PIC X(15).
       01 WS-ANTIGO-FORNECEDOR      PIC 9(05).
       01 WS-ANTIGO-QTD-MINIMA      PIC 9(05).
       01 WS-ANTIGO-CUSTO           PIC 9(04)V99.
       01 WS-ANTIGO-VALIDADE        PIC 9(08).
       01 WS-ANTIGO-BARRAS          PIC 9(13).
       01 WS-QTD-ESTOQUE            PIC 9(05).
       01 WS-QTD-MINIMA             PIC 9(05).
       01 WS-CATEGORIA              PIC X(15).
       01 WS-FORNECEDOR             PIC 9(05).
       01 WS-VALIDADE               PIC 9(08).
       01 WS-LOCAL                  PIC 9(02).
       01 WS-LIMITE-ESTOQUE         PIC 9(05).

      * Variáveis de transferência de estoque entre locais
       01 WS-LOCAL-ORIGEM           PIC 9(02).
       01 WS-QTD-TRANSF             PIC 9(05).
       01 WS-QTD-ORIGEM             PIC 9(05).
       01 WS-CONTADOR-BAIXO         PIC 9(03).
       01 WS-QTD-ESTOQUE-ANTIGO     PIC 9(05).
       01 WS-DELTA-ESTOQUE-LOCAL    PIC S9(05).

      * Variáveis de baixa de estoque (avaria, perda, roubo)
       01 WS-QTD-BAIXA              PIC 9(05).
       01 WS-QTD-CONSUMO-LOTE       PIC 9(05).
       01 WS-MOTIVO-BAIXA           PIC X(01).
           88 BAIXA-AVARIA          VALUE '1'.
       01 WS-DATA-OC                PIC 9(08).
       01 WS-NOVA-LINHA-OC          PIC X(100).

      * Variáveis do controle de orçamento de compras (open-to-buy).
      * O saldo de cada categoria é consultado uma vez por relatório
      * e vai sendo consumido pelas OCs geradas na mesma execução
       01 WS-ULTIMA-OC-ANTES        PIC 9(05).
       01 WS-MES-OC                 PIC 9(06).
       01 WS-CATEGORIA-OC           PIC X(15).
       01 WS-VALOR-OC               PIC 9(08)V99.
       01 WS-FATOR-OC               PIC 9(03).
       01 WS-OC-LIBERADA            PIC X(01).
       01 WS-OC-EXCEDEU             PIC X(01).
       01 WS-SUPERVISOR-ORC         PIC X(10).
       01 WS-NIVEL-SUPERVISOR       PIC 9(01) VALUE 2.
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

      * Variáveis de ordenação de LISTAR-PRODUTOS
       01 WS-ORDEM                  PIC 9(01).
       01 WS-QTD-TABELA             PIC 9(03) VALUE 0.
             10 WS-TAB-CODIGO       PIC 9(05).
             10 WS-TAB-DESCRICAO    PIC X(30).
             10 WS-TAB-PRECO        PIC 9(04)V99.
             10 WS-TAB-ESTOQUE      PIC 9(05).
             10 WS-TAB-MINIMA       PIC 9(05).
             10 WS-TAB-CATEGORIA    PIC X(15).
             10 WS-TAB-STATUS       PIC X(01).
       01 WS-TAB-TEMP.
             05 WS-TEMP-CODIGO      PIC 9(05).
             05 WS-TEMP-DESCRICAO   PIC X(30).
             05 WS-TEMP-PRECO       PIC 9(04)V99.
             05 WS-TEMP-ESTOQUE     PIC 9(05).
             05 WS-TEMP-MINIMA      PIC 9(05).
             05 WS-TEMP-CATEGORIA   PIC X(15).
             05 WS-TEMP-STATUS      PIC X(01).

      * Variáveis de busca por descrição
       01 WS-TERMO-BUSCA            PIC X(30).
       01 WS-QTD-SNAPSHOT           PIC 9(05).
       01 WS-NOVA-LINHA-SNAPSHOT    PIC X(120).

      * Variáveis da situação do produto (ativo/descontinuado/
      * bloqueado)
       01 WS-STATUS-PRODUTO         PIC X(01).
       01 WS-STATUS-ANTIGO          PIC X(01).
       01 WS-DESC-STATUS-PRODUTO    PIC X(13).
       01 WS-CONTADOR-DESC          PIC 9(05).
       01 WS-TOTAL-DESC-QTD         PIC 9(07).
       01 WS-TOTAL-DESC-CUSTO       PIC 9(09)V99.
       01 WS-TOTAL-DESC-CUSTO-ED    PIC ZZZZZZZZ9.99.

      * Variáveis do controle por número de série do produto
       01 WS-CONTROLA-SERIE         PIC X(01).
       01 WS-SERIE-ANTIGA           PIC X(01).

      * Variáveis do vínculo do produto ao vasilhame retornável
       01 WS-VASILHAME-NOVO         PIC 9(03).
       01 WS-VASILHAME-ANTIGO       PIC 9(03).
       01 WS-DEPOSITO-EDITADO       PIC ZZZ9.99.

      * Variáveis do endereço de prateleira do produto no local
       01 WS-LOCAL-ENDERECO         PIC 9(02).
       01 WS-CORREDOR               PIC 9(03).
       01 WS-PRATELEIRA             PIC 9(03).
       01 WS-NIVEL                  PIC 9(02).
       01 WS-ENDERECO-ANTIGO        PIC X(10).
       01 WS-ENDERECO-NOVO          PIC X(10).
       01 WS-TEM-ENDERECO           PIC X(01).

       LINKAGE SECTION.
       01 LS-OPCAO                  PIC 9(02).


             WHEN 20
               PERFORM EXPORTAR-SNAPSHOT-PRODUTOS

             WHEN 81
               PERFORM ALTERAR-STATUS-PRODUTO

             WHEN 82
               PERFORM RELATORIO-DESCONTINUADOS

             WHEN 83
               PERFORM ALTERAR-SERIE-PRODUTO

             WHEN 84
               PERFORM ALTERAR-VASILHAME-PRODUTO

             WHEN 85
               PERFORM ALTERAR-ENDERECO-PRODUTO
           END-EVALUATE.

      *    Retorna
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
             "/vasilhames.idx" DELIMITED BY SIZE
             INTO WS-PATH-VASILHAMES
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/enderecos-estoque.idx" DELIMITED BY SIZE
             INTO WS-PATH-ENDERECOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.

      *    ARCH_DIR longo demais para caber num dos caminhos: aborta em
      *    vez de operar sobre um caminho truncado e apontar para o
      *    Abre o arquivo
           PERFORM ABRE-ARQ-IDX.

      *    Move os valores para as variáveis de arquivo. Todo
      *    produto novo nasce ativo
           MOVE SPACES TO DETALHE-PRODUTO.
           MOVE WS-CODIGO TO PRODUTO-CODIGO.
           MOVE WS-DESCRICAO TO PRODUTO-DESCRICAO.
           MOVE WS-PRECO-UNIT TO PRODUTO-PRECO-UNIT.
           MOVE WS-BARRAS TO PRODUTO-BARRAS.
           MOVE WS-UNIDADE TO PRODUTO-UNIDADE.
           MOVE WS-FATOR-COMPRA TO PRODUTO-FATOR-COMPRA.
           SET PRODUTO-ATIVO TO TRUE.

           WRITE DETALHE-PRODUTO
             INVALID KEY
                   TO WS-TAB-MINIMA(WS-QTD-TABELA)
                 MOVE PRODUTO-CATEGORIA
                   TO WS-TAB-CATEGORIA(WS-QTD-TABELA)
                 MOVE PRODUTO-STATUS
                   TO WS-TAB-STATUS(WS-QTD-TABELA)
               ELSE
                 MOVE 'S' TO WS-EOF
                 DISPLAY "Limite de exibição de " WS-MAX-TABELA
           DISPLAY "Quantidade em Estoque: "
             WS-TAB-ESTOQUE(WS-IDX-TABELA)
           DISPLAY "Categoria: " WS-TAB-CATEGORIA(WS-IDX-TABELA)
           MOVE WS-TAB-STATUS(WS-IDX-TABELA) TO WS-STATUS-PRODUTO
           PERFORM DESCREVER-STATUS-PRODUTO
           DISPLAY "Situação: " WS-DESC-STATUS-PRODUTO
           DISPLAY " ".
       

           IF WS-GERAR-OC = 'S'
             PERFORM LER-CONTROLE-OC
             ACCEPT WS-DATA-OC FROM DATE YYYYMMDD
             MOVE WS-NUM-OC TO WS-ULTIMA-OC-ANTES
             MOVE WS-DATA-OC(1:6) TO WS-MES-OC
             MOVE 0 TO WS-QTD-ORC-SESSAO
             PERFORM ABRE-ARQ-FORN
             PERFORM ABRE-ARQ-OC
           END-IF.
             NOT AT END
      *        Filtra apenas os produtos abaixo do limite informado,
      *        ou abaixo da própria quantidade mínima cadastrada
      *        quando nenhum limite for informado. Produtos
      *        descontinuados ou bloqueados não são repostos
               IF PRODUTO-ATIVO
                 AND ((WS-LIMITE-ESTOQUE = 0
                     AND PRODUTO-QTD-ESTOQUE < PRODUTO-QTD-MINIMA)
                 OR (WS-LIMITE-ESTOQUE > 0
                     AND PRODUTO-QTD-ESTOQUE < WS-LIMITE-ESTOQUE))
                 MOVE PRODUTO-PRECO-UNIT TO WS-PRECO-EDITADO

                 ADD 1 TO WS-CONTADOR-BAIXO
           EXIT PARAGRAPH.


       ALTERAR-STATUS-PRODUTO.
           DISPLAY "-----------------------------------".
           DISPLAY " SITUAÇÃO DO PRODUTO"
           DISPLAY "-----------------------------------".

      *    Identifica e valida o operador, para a auditoria
           PERFORM IDENTIFICAR-OPERADOR-AUD.
           IF WS-RESULTADO-VALIDACAO NOT = "OK"
             EXIT PARAGRAPH
           END-IF.

      *    Recebe o código do produto
           DISPLAY "Informe o código do produto: " WITH NO ADVANCING.
           ACCEPT WS-CODIGO.

           PERFORM ABRE-ARQ-IDX.
           MOVE WS-CODIGO TO PRODUTO-CODIGO.
           READ IDX-PRODUTOS KEY IS PRODUTO-CODIGO
             INVALID KEY
               DISPLAY "Produto não encontrado!"
               CLOSE IDX-PRODUTOS
               EXIT PARAGRAPH
           END-READ.

      *    Mostra a situação atual
           MOVE PRODUTO-STATUS TO WS-STATUS-PRODUTO.
           IF WS-STATUS-PRODUTO = SPACE
             MOVE 'A' TO WS-STATUS-PRODUTO
           END-IF.
           MOVE WS-STATUS-PRODUTO TO WS-STATUS-ANTIGO.
           PERFORM DESCREVER-STATUS-PRODUTO.
           DISPLAY "Descrição: " PRODUTO-DESCRICAO.
           DISPLAY "Situação atual: " WS-DESC-STATUS-PRODUTO.

      *    Recebe a nova situação
           DISPLAY "Nova situação (A = ativo, D = descontinuado, "
             "B = bloqueado): " WITH NO ADVANCING.
           MOVE SPACE TO WS-STATUS-PRODUTO.
           ACCEPT WS-STATUS-PRODUTO.
           MOVE FUNCTION UPPER-CASE(WS-STATUS-PRODUTO)
             TO WS-STATUS-PRODUTO.

           IF WS-STATUS-PRODUTO NOT = 'A'
             AND WS-STATUS-PRODUTO NOT = 'D'
             AND WS-STATUS-PRODUTO NOT = 'B'
             DISPLAY "Erro! Situação inválida!"
             CLOSE IDX-PRODUTOS
             EXIT PARAGRAPH
           END-IF.

           IF WS-STATUS-PRODUTO = WS-STATUS-ANTIGO
             DISPLAY "A situação informada é igual à atual. "
               "Nada a alterar."
             CLOSE IDX-PRODUTOS
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-STATUS-PRODUTO TO PRODUTO-STATUS.
           REWRITE DETALHE-PRODUTO.

           IF NOT WS-STATUS-OK
             MOVE "produtos.idx" TO WS-ERRO-ARQUIVO
             MOVE "REWRITE" TO WS-ERRO-OPERACAO
             MOVE WS-STATUS TO WS-ERRO-STATUS
             PERFORM REGISTRAR-ERRO-ARQ
             DISPLAY "Erro ao alterar a situação do produto!"
             CLOSE IDX-PRODUTOS
             EXIT PARAGRAPH
           END-IF.

      *    Registra a troca de situação na auditoria de cadastro
           PERFORM DESCREVER-STATUS-PRODUTO.
           MOVE WS-DESC-STATUS-PRODUTO TO WS-DEPOIS-AUD.
           MOVE WS-STATUS-ANTIGO TO WS-STATUS-PRODUTO.
           PERFORM DESCREVER-STATUS-PRODUTO.
           MOVE WS-DESC-STATUS-PRODUTO TO WS-ANTES-AUD.
           MOVE "ALTERACAO" TO WS-ACAO-AUD.
           MOVE "STATUS" TO WS-CAMPO-AUD.
           PERFORM GRAVAR-AUDITORIA-CADASTRO.

           DISPLAY "Sucesso! Situação alterada de " WS-ANTES-AUD
             " para " WS-DEPOIS-AUD.

           CLOSE IDX-PRODUTOS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Traduz o código de situação em WS-STATUS-PRODUTO para o
      *    texto exibido em tela, relatórios e auditoria
       DESCREVER-STATUS-PRODUTO.
           EVALUATE WS-STATUS-PRODUTO
             WHEN 'D'
               MOVE "DESCONTINUADO" TO WS-DESC-STATUS-PRODUTO
             WHEN 'B'
               MOVE "BLOQUEADO" TO WS-DESC-STATUS-PRODUTO
             WHEN OTHER
               MOVE "ATIVO" TO WS-DESC-STATUS-PRODUTO
           END-EVALUATE.

      *    Retorna
           EXIT PARAGRAPH.


      *    Liga ou desliga o controle por número de série do produto:
      *    ligado, o recebimento passa a pedir a série de cada unidade
      *    e a venda, a série de cada unidade vendida (RegistrarSerie)
       ALTERAR-SERIE-PRODUTO.
           DISPLAY "-----------------------------------".
           DISPLAY " CONTROLE POR NÚMERO DE SÉRIE"
           DISPLAY "-----------------------------------".

      *    Identifica e valida o operador, para a auditoria
           PERFORM IDENTIFICAR-OPERADOR-AUD.
           IF WS-RESULTADO-VALIDACAO NOT = "OK"
             EXIT PARAGRAPH
           END-IF.

      *    Recebe o código do produto
           DISPLAY "Informe o código do produto: " WITH NO ADVANCING.
           ACCEPT WS-CODIGO.

           PERFORM ABRE-ARQ-IDX.
           MOVE WS-CODIGO TO PRODUTO-CODIGO.
           READ IDX-PRODUTOS KEY IS PRODUTO-CODIGO
             INVALID KEY
               DISPLAY "Produto não encontrado!"
               CLOSE IDX-PRODUTOS
               EXIT PARAGRAPH
           END-READ.

      *    Mostra a situação atual
           IF PRODUTO-COM-SERIE
             MOVE 'S' TO WS-SERIE-ANTIGA
           ELSE
             MOVE 'N' TO WS-SERIE-ANTIGA
           END-IF.
           DISPLAY "Descrição: " PRODUTO-DESCRICAO.
           DISPLAY "Controla número de série: " WS-SERIE-ANTIGA.

           IF WS-SERIE-ANTIGA = 'N'
             AND PRODUTO-QTD-ESTOQUE > 0
             DISPLAY "Atenção! As " PRODUTO-QTD-ESTOQUE
               " unidade(s) já em estoque não têm série registrada."
           END-IF.

      *    Recebe a nova opção
           DISPLAY "Controlar por número de série (S/N)? "
             WITH NO ADVANCING.
           MOVE SPACE TO WS-CONTROLA-SERIE.
           ACCEPT WS-CONTROLA-SERIE.
           MOVE FUNCTION UPPER-CASE(WS-CONTROLA-SERIE)
             TO WS-CONTROLA-SERIE.

           IF WS-CONTROLA-SERIE NOT = 'S'
             AND WS-CONTROLA-SERIE NOT = 'N'
             DISPLAY "Erro! Opção inválida!"
             CLOSE IDX-PRODUTOS
             EXIT PARAGRAPH
           END-IF.

           IF WS-CONTROLA-SERIE = WS-SERIE-ANTIGA
             DISPLAY "A opção informada é igual à atual. "
               "Nada a alterar."
             CLOSE IDX-PRODUTOS
             EXIT PARAGRAPH
           END-IF.

           IF WS-CONTROLA-SERIE = 'S'
             SET PRODUTO-COM-SERIE TO TRUE
           ELSE
             MOVE SPACE TO PRODUTO-CONTROLA-SERIE
           END-IF.
           REWRITE DETALHE-PRODUTO.

           IF NOT WS-STATUS-OK
             MOVE "produtos.idx" TO WS-ERRO-ARQUIVO
             MOVE "REWRITE" TO WS-ERRO-OPERACAO
             MOVE WS-STATUS TO WS-ERRO-STATUS
             PERFORM REGISTRAR-ERRO-ARQ
             DISPLAY "Erro ao alterar o controle por série!"
             CLOSE IDX-PRODUTOS
             EXIT PARAGRAPH
           END-IF.

      *    Registra a troca na auditoria de cadastro
           MOVE WS-SERIE-ANTIGA TO WS-ANTES-AUD.
           MOVE WS-CONTROLA-SERIE TO WS-DEPOIS-AUD.
           MOVE "ALTERACAO" TO WS-ACAO-AUD.
           MOVE "SERIE" TO WS-CAMPO-AUD.
           PERFORM GRAVAR-AUDITORIA-CADASTRO.

           DISPLAY "Sucesso! Controle por série alterado de "
             WS-SERIE-ANTIGA " para " WS-CONTROLA-SERIE.

           CLOSE IDX-PRODUTOS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Vincula o produto a um tipo de vasilhame retornável (ou
      *    desfaz o vínculo, com 0): vinculado, a venda passa a
      *    perguntar pelo vazio e cobrar o depósito (RealizarVenda)
       ALTERAR-VASILHAME-PRODUTO.
           DISPLAY "-----------------------------------".
           DISPLAY " VASILHAME RETORNÁVEL DO PRODUTO"
           DISPLAY "-----------------------------------".

      *    Identifica e valida o operador, para a auditoria
           PERFORM IDENTIFICAR-OPERADOR-AUD.
           IF WS-RESULTADO-VALIDACAO NOT = "OK"
             EXIT PARAGRAPH
           END-IF.

      *    Recebe o código do produto
           DISPLAY "Informe o código do produto: " WITH NO ADVANCING.
           ACCEPT WS-CODIGO.

           PERFORM ABRE-ARQ-IDX.
           MOVE WS-CODIGO TO PRODUTO-CODIGO.
           READ IDX-PRODUTOS KEY IS PRODUTO-CODIGO
             INVALID KEY
               DISPLAY "Produto não encontrado!"
               CLOSE IDX-PRODUTOS
               EXIT PARAGRAPH
           END-READ.

      *    Mostra a situação atual
           IF PRODUTO-SEM-VASILHAME
             MOVE 0 TO WS-VASILHAME-ANTIGO
           ELSE
             MOVE PRODUTO-VASILHAME TO WS-VASILHAME-ANTIGO
           END-IF.
           DISPLAY "Descrição: " PRODUTO-DESCRICAO.
           DISPLAY "Vasilhame atual (0 = nenhum): " WS-VASILHAME-ANTIGO.

      *    Recebe o novo vasilhame
           DISPLAY "Informe o código do vasilhame (0 desvincula): "
             WITH NO ADVANCING.
           ACCEPT WS-VASILHAME-NOVO.

           IF WS-VASILHAME-NOVO = WS-VASILHAME-ANTIGO
             DISPLAY "O vasilhame informado é igual ao atual. "
               "Nada a alterar."
             CLOSE IDX-PRODUTOS
             EXIT PARAGRAPH
           END-IF.

      *    Só aceita tipo de vasilhame cadastrado
           IF WS-VASILHAME-NOVO > 0
             OPEN INPUT IDX-VASILHAMES
             IF NOT WS-STATUS-VAS-OK
               DISPLAY "Erro! Nenhum vasilhame cadastrado!"
               CLOSE IDX-PRODUTOS
               EXIT PARAGRAPH
             END-IF

             MOVE WS-VASILHAME-NOVO TO VAS-CODIGO
             READ IDX-VASILHAMES KEY IS VAS-CODIGO
               INVALID KEY
                 DISPLAY "Erro! Vasilhame não cadastrado!"
                 CLOSE IDX-VASILHAMES
                 CLOSE IDX-PRODUTOS
                 EXIT PARAGRAPH
             END-READ
             CLOSE IDX-VASILHAMES

             MOVE VAS-VALOR-DEPOSITO TO WS-DEPOSITO-EDITADO
             DISPLAY "Vasilhame: " VAS-DESCRICAO
               "  Depósito: R$" WS-DEPOSITO-EDITADO
             MOVE WS-VASILHAME-NOVO TO PRODUTO-VASILHAME
           ELSE
             MOVE SPACES TO PRODUTO-VASILHAME
           END-IF.

           REWRITE DETALHE-PRODUTO.

           IF NOT WS-STATUS-OK
             MOVE "produtos.idx" TO WS-ERRO-ARQUIVO
             MOVE "REWRITE" TO WS-ERRO-OPERACAO
             MOVE WS-STATUS TO WS-ERRO-STATUS
             PERFORM REGISTRAR-ERRO-ARQ
             DISPLAY "Erro ao alterar o vasilhame do produto!"
             CLOSE IDX-PRODUTOS
             EXIT PARAGRAPH
           END-IF.

      *    Registra a troca na auditoria de cadastro
           MOVE WS-VASILHAME-ANTIGO TO WS-ANTES-AUD.
           MOVE WS-VASILHAME-NOVO TO WS-DEPOIS-AUD.
           MOVE "ALTERACAO" TO WS-ACAO-AUD.
           MOVE "VASILHAME" TO WS-CAMPO-AUD.
           PERFORM GRAVAR-AUDITORIA-CADASTRO.

           DISPLAY "Sucesso! Vasilhame alterado de "
             WS-VASILHAME-ANTIGO " para " WS-VASILHAME-NOVO.

           CLOSE IDX-PRODUTOS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Endereço de prateleira do produto num local (corredor,
      *    prateleira e nível): é por ele que as listas de separação
      *    ordenam o caminho do separador. Corredor zero remove o
      *    endereço.
       ALTERAR-ENDERECO-PRODUTO.
           DISPLAY "-----------------------------------".
           DISPLAY " ENDEREÇO DE PRATELEIRA DO PRODUTO"
           DISPLAY "-----------------------------------".

      *    Identifica e valida o operador, para a auditoria
           PERFORM IDENTIFICAR-OPERADOR-AUD.
           IF WS-RESULTADO-VALIDACAO NOT = "OK"
             EXIT PARAGRAPH
           END-IF.

      *    Recebe o código do produto
           DISPLAY "Informe o código do produto: " WITH NO ADVANCING.
           ACCEPT WS-CODIGO.

           PERFORM ABRE-ARQ-IDX.
           MOVE WS-CODIGO TO PRODUTO-CODIGO.
           READ IDX-PRODUTOS KEY IS PRODUTO-CODIGO
             INVALID KEY
               DISPLAY "Produto não encontrado!"
               CLOSE IDX-PRODUTOS
               EXIT PARAGRAPH
           END-READ.
           CLOSE IDX-PRODUTOS.

           DISPLAY "Descrição: " PRODUTO-DESCRICAO.

      *    O local padrão é o local do cadastro do produto
           DISPLAY "Informe o local (0 para o local do cadastro, "
             PRODUTO-LOCAL "): " WITH NO ADVANCING.
           ACCEPT WS-LOCAL-ENDERECO.
           IF WS-LOCAL-ENDERECO = 0
             MOVE PRODUTO-LOCAL TO WS-LOCAL-ENDERECO
           END-IF.

      *    Mostra o endereço atual
           PERFORM ABRE-ARQ-ENDERECOS.
           MOVE WS-CODIGO TO END-PRODUTO.
           MOVE WS-LOCAL-ENDERECO TO END-LOCAL.
           MOVE 'S' TO WS-TEM-ENDERECO.
           MOVE SPACES TO WS-ENDERECO-ANTIGO.

           READ IDX-ENDERECOS KEY IS END-CHAVE
             INVALID KEY
               MOVE 'N' TO WS-TEM-ENDERECO
               DISPLAY "Produto sem endereço neste local."

             NOT INVALID KEY
               STRING
                 END-CORREDOR    DELIMITED BY SIZE
                 "-"             DELIMITED BY SIZE
                 END-PRATELEIRA  DELIMITED BY SIZE
                 "-"             DELIMITED BY SIZE
                 END-NIVEL       DELIMITED BY SIZE
                 INTO WS-ENDERECO-ANTIGO
               END-STRING
               DISPLAY "Endereço atual (corredor-prateleira-nível): "
                 WS-ENDERECO-ANTIGO
           END-READ.

      *    Recebe o novo endereço
           DISPLAY "Corredor (0 remove o endereço): "
             WITH NO ADVANCING.
           ACCEPT WS-CORREDOR.

           IF WS-CORREDOR = 0
             IF WS-TEM-ENDERECO = 'N'
               DISPLAY "Nada a alterar."
               CLOSE IDX-ENDERECOS
               EXIT PARAGRAPH
             END-IF

             DELETE IDX-ENDERECOS
             MOVE SPACES TO WS-ENDERECO-NOVO
           ELSE
             DISPLAY "Prateleira: " WITH NO ADVANCING
             ACCEPT WS-PRATELEIRA
             DISPLAY "Nível: " WITH NO ADVANCING
             ACCEPT WS-NIVEL

             MOVE SPACES TO WS-ENDERECO-NOVO
             STRING
               WS-CORREDOR     DELIMITED BY SIZE
               "-"             DELIMITED BY SIZE
               WS-PRATELEIRA   DELIMITED BY SIZE
               "-"             DELIMITED BY SIZE
               WS-NIVEL        DELIMITED BY SIZE
               INTO WS-ENDERECO-NOVO
             END-STRING

             IF WS-ENDERECO-NOVO = WS-ENDERECO-ANTIGO
               DISPLAY "O endereço informado é igual ao atual. "
                 "Nada a alterar."
               CLOSE IDX-ENDERECOS
               EXIT PARAGRAPH
             END-IF

             MOVE SPACES TO DETALHE-ENDERECO
             MOVE WS-CODIGO TO END-PRODUTO
             MOVE WS-LOCAL-ENDERECO TO END-LOCAL
             MOVE WS-CORREDOR TO END-CORREDOR
             MOVE WS-PRATELEIRA TO END-PRATELEIRA
             MOVE WS-NIVEL TO END-NIVEL

             IF WS-TEM-ENDERECO = 'S'
               REWRITE DETALHE-ENDERECO
             ELSE
               WRITE DETALHE-ENDERECO
             END-IF
           END-IF.

           IF NOT WS-STATUS-END-OK
             MOVE "enderecos-estoque.idx" TO WS-ERRO-ARQUIVO
             MOVE "GRAVACAO" TO WS-ERRO-OPERACAO
             MOVE WS-STATUS-END TO WS-ERRO-STATUS
             PERFORM REGISTRAR-ERRO-ARQ
             DISPLAY "Erro ao gravar o endereço do produto!"
             CLOSE IDX-ENDERECOS
             EXIT PARAGRAPH
           END-IF.

           CLOSE IDX-ENDERECOS.

      *    Registra a troca na auditoria de cadastro
           MOVE WS-ENDERECO-ANTIGO TO WS-ANTES-AUD.
           MOVE WS-ENDERECO-NOVO TO WS-DEPOIS-AUD.
           MOVE "ALTERACAO" TO WS-ACAO-AUD.
           MOVE "ENDERECO" TO WS-CAMPO-AUD.
           PERFORM GRAVAR-AUDITORIA-CADASTRO.

           IF WS-ENDERECO-NOVO = SPACES
             DISPLAY "Sucesso! Endereço do local " WS-LOCAL-ENDERECO
               " removido."
           ELSE
             DISPLAY "Sucesso! Endereço do local " WS-LOCAL-ENDERECO
               ": " WS-ENDERECO-NOVO
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       RELATORIO-DESCONTINUADOS.
           DISPLAY "-----------------------------------".
           DISPLAY " DESCONTINUADOS COM ESTOQUE"
           DISPLAY "-----------------------------------".

      *    Zera as variáveis de controle
           MOVE 0 TO WS-CONTADOR-DESC.
           MOVE 0 TO WS-TOTAL-DESC-QTD.
           MOVE 0 TO WS-TOTAL-DESC-CUSTO.
           MOVE 'N' TO WS-EOF.

      *    Abre o arquivo
           PERFORM ABRE-ARQ-IDX.

      *    Loop de execução
           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-PRODUTOS NEXT RECORD INTO DETALHE-PRODUTO

      *      Caso seja o final do arquivo (EOF)
             AT END
               MOVE 'S' TO WS-EOF

      *      Caso não seja o final do arquivo (EOF), lista apenas os
      *      descontinuados que ainda têm saldo a vender
             NOT AT END
               IF PRODUTO-DESCONTINUADO
                 AND PRODUTO-QTD-ESTOQUE > 0
                 ADD 1 TO WS-CONTADOR-DESC
                 ADD PRODUTO-QTD-ESTOQUE TO WS-TOTAL-DESC-QTD
                 COMPUTE WS-TOTAL-DESC-CUSTO = WS-TOTAL-DESC-CUSTO
                   + PRODUTO-QTD-ESTOQUE * PRODUTO-CUSTO-UNIT
                 MOVE PRODUTO-PRECO-UNIT TO WS-PRECO-EDITADO

                 DISPLAY "PRODUTO #" WS-CONTADOR-DESC
                 DISPLAY "Código: " PRODUTO-CODIGO
                 DISPLAY "Descrição: " PRODUTO-DESCRICAO
                 DISPLAY "Preço Unitário: R$" WS-PRECO-EDITADO
                 DISPLAY "Quantidade em Estoque: "
                   PRODUTO-QTD-ESTOQUE
                 DISPLAY "Categoria: " PRODUTO-CATEGORIA
                 DISPLAY " "
               END-IF
             END-READ
           END-PERFORM.

      *    Fecha arquivo
           CLOSE IDX-PRODUTOS.

           IF WS-CONTADOR-DESC = 0
             DISPLAY "Nenhum produto descontinuado com estoque."
           ELSE
             MOVE WS-TOTAL-DESC-CUSTO TO WS-TOTAL-DESC-CUSTO-ED
             DISPLAY "Produtos: " WS-CONTADOR-DESC
             DISPLAY "Unidades em estoque: " WS-TOTAL-DESC-QTD
             DISPLAY "Valor a custo: R$" WS-TOTAL-DESC-CUSTO-ED
           END-IF.
           DISPLAY " ".

      *    Retorna
           EXIT PARAGRAPH.


       GRAVAR-ORDEM-COMPRA.
      *    Busca o nome do fornecedor cadastrado para o produto
           MOVE PRODUTO-FORNECEDOR TO FORNECEDOR-CODIGO.
           MOVE "FORNECEDOR NAO CADASTRADO" TO WS-NOME-FORNECEDOR.
             MOVE WS-QTD-EMBALAGENS-OC TO WS-QTD-SUGERIDA
           END-IF.

      *    Confere o saldo do orçamento de compras da categoria; acima
      *    do saldo a OC só sai com aprovação de um supervisor
           PERFORM VERIFICAR-ORCAMENTO-OC.
           IF WS-OC-LIBERADA = 'N'
             DISPLAY "Ordem de compra NÃO gerada para o produto "
               PRODUTO-CODIGO "."
             DISPLAY " "
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-NUM-OC.

           IF WS-OC-EXCEDEU = 'S'
             PERFORM REGISTRAR-EXCESSO-ORC
           END-IF.

      *    Monta a linha da ordem de compra
      *    Máscara: <num>;<data>;<cod_produto>;<descricao>;<qtd>;
      *             <cod_fornecedor>;<nome_fornecedor>
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


       ABRE-ARQ-LOCAL.
           OPEN I-O IDX-ESTOQUE-LOCAL.

           EXIT PARAGRAPH.


       VERIFICAR-ORCAMENTO-OC.
           MOVE 'S' TO WS-OC-LIBERADA.
           MOVE 'N' TO WS-OC-EXCEDEU.
           MOVE FUNCTION UPPER-CASE(PRODUTO-CATEGORIA)
             TO WS-CATEGORIA-OC.

      *    Valor da OC a custo: embalagens x custo unitário x fator
           MOVE PRODUTO-FATOR-COMPRA TO WS-FATOR-OC.
           IF WS-FATOR-OC = 0
             MOVE 1 TO WS-FATOR-OC
           END-IF.
           COMPUTE WS-VALOR-OC =
             WS-QTD-SUGERIDA * PRODUTO-CUSTO-UNIT * WS-FATOR-OC.

      *    Procura a categoria entre as já consultadas nesta execução
           MOVE 0 TO WS-POS-ORC.
           PERFORM VARYING WS-IDX-ORC FROM 1 BY 1
             UNTIL WS-IDX-ORC > WS-QTD-ORC-SESSAO
               OR WS-POS-ORC > 0
             IF WS-ORC-SES-CATEGORIA(WS-IDX-ORC) = WS-CATEGORIA-OC
               MOVE WS-IDX-ORC TO WS-POS-ORC
             END-IF
           END-PERFORM.

      *    Primeira OC da categoria: consulta o orçamento do mês. As
      *    OCs desta execução ficam de fora, pois são descontadas do
      *    saldo à medida que são geradas
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
             DISPLAY "Atenção! A OC do produto " PRODUTO-CODIGO
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
           PERFORM ABRE-ARQ-EXCESSOS-ORC.

      *    Máscara: <data>;<num_oc>;<categoria>;<valor_oc>;<saldo>;
      *             <supervisor>
           MOVE WS-VALOR-OC TO WS-VALOR-OC-TEXTO.
           MOVE WS-ORC-SES-SALDO(WS-POS-ORC) TO WS-SALDO-ORC-TEXTO.
           MOVE SPACES TO WS-NOVA-LINHA-EXC.
           STRING
             WS-DATA-OC                    DELIMITED BY SIZE
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


       ABRE-ARQ-EXCESSOS-ORC.
           OPEN EXTEND LOG-EXCESSOS-ORC.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-EXC-FILE-NOT-FOUND
             OPEN OUTPUT LOG-EXCESSOS-ORC
             CLOSE LOG-EXCESSOS-ORC
             PERFORM ABRE-ARQ-EXCESSOS-ORC
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       LER-CONTROLE-OC.
           MOVE 0 TO WS-NUM-OC.


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

       WORKING-STORAGE SECTION.
      * Diretório de dados e caminhos dos arquivos, montados a partir
       01 WS-CODIGO                 PIC 9(05).
       01 WS-DESCRICAO              PIC X(30).
       01 WS-PRECO-UNIT             PIC 9(04)V99.
       01 WS-QTD-ESTOQUE            PIC 9(05).
       01 WS-QTD-MINIMA             PIC 9(05).
       01 WS-CATEGORIA              PIC X(15).
       01 WS-FORNECEDOR             PIC 9(05).
       01 WS-VALIDADE               PIC 9(08).
       01 WS-LOCAL                  PIC 9(02).
       01 WS-CUSTO-UNIT             PIC 9(04)V99.
       01 WS-BARRAS                 PIC 9(13).
       01 WS-QTD-ANTERIOR           PIC 9(05).
       01 WS-DELTA-IMPORTACAO       PIC S9(06).

      *    Status de arquivo, com condições nominadas compartilhadas

                 PERFORM DISTRIBUIR-COLUNAS

      *          Atualiza as variáveis de arquivo, partindo de um
      *          registro limpo para o produto novo não herdar campos
      *          do produto lido antes na mesma área
                 MOVE SPACES TO DETALHES-PRODUTO
                 MOVE WS-CODIGO TO PRODUTO-CODIGO
                 MOVE WS-DESCRICAO TO PRODUTO-DESCRICAO
                 MOVE WS-PRECO-UNIT TO PRODUTO-PRECO-UNIT
                 MOVE WS-CUSTO-UNIT TO PRODUTO-CUSTO-UNIT
                 MOVE WS-BARRAS TO PRODUTO-BARRAS

      *          Produto novo entra ativo; a situação não vem do csv,
      *          pois toda troca de situação passa pelo cadastro, com
      *          operador identificado na auditoria. Unidade e fator de
      *          compra também não vêm do csv e seguem o padrão do
      *          cadastro
                 SET PRODUTO-ATIVO TO TRUE
                 MOVE "UN" TO PRODUTO-UNIDADE
                 MOVE 1 TO PRODUTO-FATOR-COMPRA

      *          Confere se a linha tem descrição e preço válidos
      *          antes de gravar, rejeitando-a com uma exceção
      *          registrada em vez de corrompê-la no cadastro
           END-READ.

      *    Remonta o registro com os dados importados (a leitura
      *    acima sobrescreveu a área do registro) e regrava; a
      *    situação do produto (ativo/descontinuado/bloqueado) lida
      *    do cadastro é mantida
           MOVE WS-CODIGO TO PRODUTO-CODIGO.
           MOVE WS-DESCRICAO TO PRODUTO-DESCRICAO.
           MOVE WS-PRECO-UNIT TO PRODUTO-PRECO-UNIT.

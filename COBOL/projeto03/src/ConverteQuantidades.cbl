       IDENTIFICATION DIVISION.
           PROGRAM-ID. ConverteQuantidades.
           AUTHOR. Maurício Rodrigues.

      *    Conversão única do cadastro de produtos e dos fiados para o
      *    layout com quantidades de 5 dígitos (PRODUTO-QTD-ESTOQUE,
      *    PRODUTO-QTD-MINIMA e FIADO-QTD eram PIC 9(03)). Cada arquivo
      *    é regravado num arquivo novo, conferido pela contagem de
      *    registros e pelo total das quantidades antes e depois, e só
      *    então toma o lugar do original, que fica guardado com o
      *    sufixo "-antes-conversao" (sua existência também impede
      *    que a conversão rode duas vezes sobre o mesmo arquivo)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-PRODUTOS-ANT
             ASSIGN TO DYNAMIC WS-PATH-LEITURA
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-ANT
             RECORD KEY IS ANT-PRODUTO-CODIGO.

           SELECT IDX-PRODUTOS
             ASSIGN TO DYNAMIC WS-PATH-PRODUTOS-NOVO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-NOVO
             RECORD KEY IS PRODUTO-CODIGO.

           SELECT IDX-FIADOS-ANT
             ASSIGN TO DYNAMIC WS-PATH-LEITURA
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-ANT
             RECORD KEY IS ANT-FIADO-CODIGO.

           SELECT IDX-FIADOS
             ASSIGN TO DYNAMIC WS-PATH-FIADOS-NOVO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-NOVO
             RECORD KEY IS FIADO-CODIGO.

      *    Registro permanente de cada conversão, com as contagens e
      *    os totais conferidos
           SELECT LOG-CONVERSAO
             ASSIGN TO DYNAMIC WS-PATH-LOG-CONVERSAO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LOG.

       DATA DIVISION.
       FILE SECTION.
      *    Layout anterior de DETALHE-PRODUTO, com as quantidades de
      *    3 dígitos
       FD IDX-PRODUTOS-ANT.
       01 DETALHE-PRODUTO-ANT.
           05 ANT-PRODUTO-CODIGO    PIC 9(05).
           05 ANT-PRODUTO-DESCRICAO PIC X(30).
           05 ANT-PRODUTO-PRECO     PIC 9(04)V99.
           05 ANT-PRODUTO-QTD-EST   PIC 9(03).
           05 ANT-PRODUTO-QTD-MIN   PIC 9(03).
           05 ANT-PRODUTO-CATEGORIA PIC X(15).
           05 ANT-PRODUTO-FORNEC    PIC 9(05).
           05 ANT-PRODUTO-VALIDADE  PIC 9(08).
           05 ANT-PRODUTO-LOCAL     PIC 9(02).
           05 ANT-PRODUTO-CUSTO     PIC 9(04)V99.
           05 ANT-PRODUTO-BARRAS    PIC 9(13).
           05 ANT-PRODUTO-UNIDADE   PIC X(02).
           05 ANT-PRODUTO-FATOR     PIC 9(03).

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

      *    Layout anterior de DETALHE-FIADO, com a quantidade de
      *    3 dígitos
       FD IDX-FIADOS-ANT.
       01 DETALHE-FIADO-ANT.
           05 ANT-FIADO-CODIGO      PIC 9(05).
           05 ANT-FIADO-CLIENTE     PIC 9(05).
           05 ANT-FIADO-PRODUTO     PIC 9(05).
           05 ANT-FIADO-DESCRICAO   PIC X(30).
           05 ANT-FIADO-QTD         PIC 9(03).
           05 ANT-FIADO-VALOR-TOTAL PIC 9(06)V99.
           05 ANT-FIADO-VALOR-PAGO  PIC 9(06)V99.
           05 ANT-FIADO-VALOR-SALDO PIC 9(06)V99.
           05 ANT-FIADO-OPERADOR    PIC X(10).
           05 ANT-FIADO-DATA        PIC 9(08).
           05 ANT-FIADO-VENCIMENTO  PIC 9(08).
           05 ANT-FIADO-STATUS      PIC X(01).

      *    Layout de um produto por fiado com a quantidade de 5
      *    dígitos; os documentos de fiado com itens vêm depois, pela
      *    conversão de ConverteFiados.cbl
       FD IDX-FIADOS.
       01 DETALHE-FIADO.
           05 FIADO-CODIGO           PIC 9(05).
           05 FIADO-CLIENTE-CODIGO   PIC 9(05).
           05 FIADO-PRODUTO-CODIGO   PIC 9(05).
           05 FIADO-PRODUTO-DESC     PIC X(30).
           05 FIADO-QTD              PIC 9(05).
           05 FIADO-VALOR-TOTAL      PIC 9(06)V99.
           05 FIADO-VALOR-PAGO       PIC 9(06)V99.
           05 FIADO-VALOR-SALDO      PIC 9(06)V99.
           05 FIADO-OPERADOR         PIC X(10).
           05 FIADO-DATA             PIC 9(08).
           05 FIADO-DATA-VENCIMENTO  PIC 9(08).
           05 FIADO-STATUS           PIC X(01).

       FD LOG-CONVERSAO.
       01 LINHA-CONVERSAO           PIC X(150).

       WORKING-STORAGE SECTION.
      *    Status de arquivo, com condições nominadas compartilhadas
      *    via copybook (ex.: WS-STATUS-FILE-NOT-FOUND)
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-ANT-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-ANT-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-ANT-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-ANT-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-ANT-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-ANT-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-ANT.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-NOVO-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-NOVO-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-NOVO-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-NOVO-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-NOVO-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-NOVO-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-NOVO.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-LOG-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-LOG-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-LOG-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-LOG-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-LOG-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-LOG-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-LOG.

      *    Diretório de dados e caminhos dos arquivos, montados a partir
      *    da variável de ambiente ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-PRODUTOS           PIC X(80).
       01 WS-PATH-PRODUTOS-NOVO      PIC X(80).
       01 WS-PATH-PRODUTOS-ANTES     PIC X(80).
       01 WS-PATH-FIADOS             PIC X(80).
       01 WS-PATH-FIADOS-NOVO        PIC X(80).
       01 WS-PATH-FIADOS-ANTES       PIC X(80).
       01 WS-PATH-LOG-CONVERSAO      PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

      *    Arquivo aberto no layout anterior: o mesmo SELECT serve ao
      *    original e à cópia guardada, trocando apenas o caminho
       01 WS-PATH-LEITURA            PIC X(80).

       01 WS-CONFIRMA                PIC X(01).
       01 WS-EOF                     PIC X(01).
       01 WS-PODE-CONVERTER          PIC X(01).
       01 WS-COMANDO-MV              PIC X(200).

      * Conferência de cada arquivo: registros e total das
      * quantidades lidos no original, gravados no novo e relidos
      * do novo depois de fechado
       01 WS-NOME-ARQUIVO            PIC X(20).
       01 WS-REG-ANTES               PIC 9(07).
       01 WS-REG-GRAVADOS            PIC 9(07).
       01 WS-REG-DEPOIS              PIC 9(07).
       01 WS-TOTAL-ANTES             PIC 9(11).
       01 WS-TOTAL-DEPOIS            PIC 9(11).
       01 WS-SALDO-ANTES             PIC 9(11)V99.
       01 WS-SALDO-DEPOIS            PIC 9(11)V99.
       01 WS-SALDO-EDIT              PIC Z(10)9.99.
       01 WS-RESULTADO               PIC X(12).

       01 WS-DATA-CONVERSAO          PIC 9(08).
       01 WS-HORA-CONVERSAO          PIC 9(08).
       01 WS-NOVA-LINHA-CONV         PIC X(150).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "-----------------------------------".
           DISPLAY " CONVERSÃO DAS QUANTIDADES (5 DÍGITOS)"
           DISPLAY "-----------------------------------".

           PERFORM CONFIGURAR-CAMINHOS.

           DISPLAY "Regrava produtos.idx e vendas-fiado.idx no layout "
             "com quantidades de 5 dígitos.".
           DISPLAY "Execute com todos os caixas fechados e depois do "
             "backup do dia.".
           DISPLAY "Confirma a conversão (S/N)? " WITH NO ADVANCING.
           MOVE SPACES TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.

           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = "S"
             DISPLAY "Conversão cancelada."
             EXIT PROGRAM
           END-IF.

           ACCEPT WS-DATA-CONVERSAO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-CONVERSAO FROM TIME.

           PERFORM CONVERTER-PRODUTOS.
           PERFORM CONVERTER-FIADOS.

           DISPLAY "-----------------------------------".
           DISPLAY "Resultado registrado em conversao-layout.log.".
           DISPLAY " ".

      *    Retorna
           EXIT PROGRAM.


      *    Regrava o cadastro de produtos no layout novo e confere a
      *    quantidade de registros e o estoque total antes e depois
       CONVERTER-PRODUTOS.
           MOVE "produtos.idx" TO WS-NOME-ARQUIVO.
           MOVE 0 TO WS-REG-ANTES.
           MOVE 0 TO WS-REG-GRAVADOS.
           MOVE 0 TO WS-REG-DEPOIS.
           MOVE 0 TO WS-TOTAL-ANTES.
           MOVE 0 TO WS-TOTAL-DEPOIS.
           MOVE 0 TO WS-SALDO-ANTES.
           MOVE 0 TO WS-SALDO-DEPOIS.

           DISPLAY "-----------------------------------".
           DISPLAY "Cadastro de produtos".

      *    A cópia guardada de uma conversão anterior indica que o
      *    arquivo vivo já está no layout novo
           MOVE WS-PATH-PRODUTOS-ANTES TO WS-PATH-LEITURA.
           OPEN INPUT IDX-PRODUTOS-ANT.
           IF NOT WS-STATUS-ANT-FILE-NOT-FOUND
             IF WS-STATUS-ANT-OK
               CLOSE IDX-PRODUTOS-ANT
             END-IF
             DISPLAY "  Já convertido anteriormente (existe "
               "produtos-antes-conversao.idx); nada a fazer."
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-PATH-PRODUTOS TO WS-PATH-LEITURA.
           OPEN INPUT IDX-PRODUTOS-ANT.
           IF WS-STATUS-ANT-FILE-NOT-FOUND
             DISPLAY "  Arquivo inexistente; nada a converter."
             EXIT PARAGRAPH
           END-IF.
           IF NOT WS-STATUS-ANT-OK
             DISPLAY "  Erro ao abrir o arquivo original! Status: "
               WS-STATUS-ANT
             EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT IDX-PRODUTOS.
           IF NOT WS-STATUS-NOVO-OK
             DISPLAY "  Erro ao criar o arquivo convertido! Status: "
               WS-STATUS-NOVO
             CLOSE IDX-PRODUTOS-ANT
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-PRODUTOS-ANT NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 ADD 1 TO WS-REG-ANTES
                 ADD ANT-PRODUTO-QTD-EST TO WS-TOTAL-ANTES
                 ADD ANT-PRODUTO-QTD-MIN TO WS-SALDO-ANTES
                 PERFORM GRAVAR-PRODUTO-CONVERTIDO
             END-READ
           END-PERFORM.

           CLOSE IDX-PRODUTOS-ANT.
           CLOSE IDX-PRODUTOS.

      *    Relê o arquivo novo já fechado, para a conferência não
      *    depender do que ficou na memória durante a gravação
           OPEN INPUT IDX-PRODUTOS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-PRODUTOS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 ADD 1 TO WS-REG-DEPOIS
                 ADD PRODUTO-QTD-ESTOQUE TO WS-TOTAL-DEPOIS
                 ADD PRODUTO-QTD-MINIMA TO WS-SALDO-DEPOIS
             END-READ
           END-PERFORM.
           CLOSE IDX-PRODUTOS.

           DISPLAY "  Registros antes: " WS-REG-ANTES
             "  gravados: " WS-REG-GRAVADOS
             "  depois: " WS-REG-DEPOIS.
           DISPLAY "  Estoque total antes: " WS-TOTAL-ANTES
             "  depois: " WS-TOTAL-DEPOIS.
           MOVE WS-SALDO-ANTES TO WS-SALDO-EDIT.
           DISPLAY "  Soma das mínimas antes: " WS-SALDO-EDIT
             WITH NO ADVANCING.
           MOVE WS-SALDO-DEPOIS TO WS-SALDO-EDIT.
           DISPLAY "  depois: " WS-SALDO-EDIT.

           PERFORM VERIFICAR-CONFERENCIA.
           IF WS-RESULTADO = "CONFERIDO"
             PERFORM SUBSTITUIR-ARQUIVO-PRODUTOS
           END-IF.

           PERFORM GRAVAR-LOG-CONVERSAO.

      *    Retorna
           EXIT PARAGRAPH.


       GRAVAR-PRODUTO-CONVERTIDO.
           MOVE SPACES TO DETALHE-PRODUTO.
           MOVE ANT-PRODUTO-CODIGO TO PRODUTO-CODIGO.
           MOVE ANT-PRODUTO-DESCRICAO TO PRODUTO-DESCRICAO.
           MOVE ANT-PRODUTO-PRECO TO PRODUTO-PRECO-UNIT.
           MOVE ANT-PRODUTO-QTD-EST TO PRODUTO-QTD-ESTOQUE.
           MOVE ANT-PRODUTO-QTD-MIN TO PRODUTO-QTD-MINIMA.
           MOVE ANT-PRODUTO-CATEGORIA TO PRODUTO-CATEGORIA.
           MOVE ANT-PRODUTO-FORNEC TO PRODUTO-FORNECEDOR.
           MOVE ANT-PRODUTO-VALIDADE TO PRODUTO-VALIDADE.
           MOVE ANT-PRODUTO-LOCAL TO PRODUTO-LOCAL.
           MOVE ANT-PRODUTO-CUSTO TO PRODUTO-CUSTO-UNIT.
           MOVE ANT-PRODUTO-BARRAS TO PRODUTO-BARRAS.
           MOVE ANT-PRODUTO-UNIDADE TO PRODUTO-UNIDADE.
           MOVE ANT-PRODUTO-FATOR TO PRODUTO-FATOR-COMPRA.

           WRITE DETALHE-PRODUTO
             INVALID KEY
               DISPLAY "  Erro ao gravar o produto "
                 ANT-PRODUTO-CODIGO "! Status: " WS-STATUS-NOVO
             NOT INVALID KEY
               ADD 1 TO WS-REG-GRAVADOS
           END-WRITE.

      *    Retorna
           EXIT PARAGRAPH.


      *    Regrava os fiados no layout novo e confere a quantidade de
      *    registros, a soma das quantidades e o saldo em aberto antes
      *    e depois
       CONVERTER-FIADOS.
           MOVE "vendas-fiado.idx" TO WS-NOME-ARQUIVO.
           MOVE 0 TO WS-REG-ANTES.
           MOVE 0 TO WS-REG-GRAVADOS.
           MOVE 0 TO WS-REG-DEPOIS.
           MOVE 0 TO WS-TOTAL-ANTES.
           MOVE 0 TO WS-TOTAL-DEPOIS.
           MOVE 0 TO WS-SALDO-ANTES.
           MOVE 0 TO WS-SALDO-DEPOIS.

           DISPLAY "-----------------------------------".
           DISPLAY "Vendas fiado".

           MOVE WS-PATH-FIADOS-ANTES TO WS-PATH-LEITURA.
           OPEN INPUT IDX-FIADOS-ANT.
           IF NOT WS-STATUS-ANT-FILE-NOT-FOUND
             IF WS-STATUS-ANT-OK
               CLOSE IDX-FIADOS-ANT
             END-IF
             DISPLAY "  Já convertido anteriormente (existe "
               "vendas-fiado-antes-conversao.idx); nada a fazer."
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-PATH-FIADOS TO WS-PATH-LEITURA.
           OPEN INPUT IDX-FIADOS-ANT.
           IF WS-STATUS-ANT-FILE-NOT-FOUND
             DISPLAY "  Arquivo inexistente; nada a converter."
             EXIT PARAGRAPH
           END-IF.
           IF NOT WS-STATUS-ANT-OK
             DISPLAY "  Erro ao abrir o arquivo original! Status: "
               WS-STATUS-ANT
             EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT IDX-FIADOS.
           IF NOT WS-STATUS-NOVO-OK
             DISPLAY "  Erro ao criar o arquivo convertido! Status: "
               WS-STATUS-NOVO
             CLOSE IDX-FIADOS-ANT
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-FIADOS-ANT NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 ADD 1 TO WS-REG-ANTES
                 ADD ANT-FIADO-QTD TO WS-TOTAL-ANTES
                 ADD ANT-FIADO-VALOR-SALDO TO WS-SALDO-ANTES
                 PERFORM GRAVAR-FIADO-CONVERTIDO
             END-READ
           END-PERFORM.

           CLOSE IDX-FIADOS-ANT.
           CLOSE IDX-FIADOS.

           OPEN INPUT IDX-FIADOS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-FIADOS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 ADD 1 TO WS-REG-DEPOIS
                 ADD FIADO-QTD TO WS-TOTAL-DEPOIS
                 ADD FIADO-VALOR-SALDO TO WS-SALDO-DEPOIS
             END-READ
           END-PERFORM.
           CLOSE IDX-FIADOS.

           DISPLAY "  Registros antes: " WS-REG-ANTES
             "  gravados: " WS-REG-GRAVADOS
             "  depois: " WS-REG-DEPOIS.
           DISPLAY "  Quantidade total antes: " WS-TOTAL-ANTES
             "  depois: " WS-TOTAL-DEPOIS.
           MOVE WS-SALDO-ANTES TO WS-SALDO-EDIT.
           DISPLAY "  Saldo em aberto antes: R$" WS-SALDO-EDIT
             WITH NO ADVANCING.
           MOVE WS-SALDO-DEPOIS TO WS-SALDO-EDIT.
           DISPLAY "  depois: R$" WS-SALDO-EDIT.

           PERFORM VERIFICAR-CONFERENCIA.
           IF WS-RESULTADO = "CONFERIDO"
             PERFORM SUBSTITUIR-ARQUIVO-FIADOS
           END-IF.

           PERFORM GRAVAR-LOG-CONVERSAO.

      *    Retorna
           EXIT PARAGRAPH.


       GRAVAR-FIADO-CONVERTIDO.
           MOVE ANT-FIADO-CODIGO TO FIADO-CODIGO.
           MOVE ANT-FIADO-CLIENTE TO FIADO-CLIENTE-CODIGO.
           MOVE ANT-FIADO-PRODUTO TO FIADO-PRODUTO-CODIGO.
           MOVE ANT-FIADO-DESCRICAO TO FIADO-PRODUTO-DESC.
           MOVE ANT-FIADO-QTD TO FIADO-QTD.
           MOVE ANT-FIADO-VALOR-TOTAL TO FIADO-VALOR-TOTAL.
           MOVE ANT-FIADO-VALOR-PAGO TO FIADO-VALOR-PAGO.
           MOVE ANT-FIADO-VALOR-SALDO TO FIADO-VALOR-SALDO.
           MOVE ANT-FIADO-OPERADOR TO FIADO-OPERADOR.
           MOVE ANT-FIADO-DATA TO FIADO-DATA.
           MOVE ANT-FIADO-VENCIMENTO TO FIADO-DATA-VENCIMENTO.
           MOVE ANT-FIADO-STATUS TO FIADO-STATUS.

           WRITE DETALHE-FIADO
             INVALID KEY
               DISPLAY "  Erro ao gravar o fiado "
                 ANT-FIADO-CODIGO "! Status: " WS-STATUS-NOVO
             NOT INVALID KEY
               ADD 1 TO WS-REG-GRAVADOS
           END-WRITE.

      *    Retorna
           EXIT PARAGRAPH.


      *    O arquivo novo só substitui o original quando as três
      *    contagens e os dois totais batem
       VERIFICAR-CONFERENCIA.
           IF WS-REG-ANTES = WS-REG-GRAVADOS
             AND WS-REG-ANTES = WS-REG-DEPOIS
             AND WS-TOTAL-ANTES = WS-TOTAL-DEPOIS
             AND WS-SALDO-ANTES = WS-SALDO-DEPOIS
             MOVE "CONFERIDO" TO WS-RESULTADO
             DISPLAY "  Conferência OK."
           ELSE
             MOVE "DIVERGENTE" TO WS-RESULTADO
             DISPLAY "  DIVERGÊNCIA na conferência! O arquivo "
               "original foi mantido; o convertido ficou ao lado "
               "para análise."
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Guarda o original com o sufixo "-antes-conversao" e coloca
      *    o convertido no lugar
       SUBSTITUIR-ARQUIVO-PRODUTOS.
           MOVE SPACES TO WS-COMANDO-MV.
           STRING
             "mv "                                DELIMITED BY SIZE
             FUNCTION TRIM(WS-PATH-PRODUTOS)      DELIMITED BY SIZE
             " "                                  DELIMITED BY SIZE
             FUNCTION TRIM(WS-PATH-PRODUTOS-ANTES) DELIMITED BY SIZE
             INTO WS-COMANDO-MV
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO-MV.

           MOVE SPACES TO WS-COMANDO-MV.
           STRING
             "mv "                                DELIMITED BY SIZE
             FUNCTION TRIM(WS-PATH-PRODUTOS-NOVO) DELIMITED BY SIZE
             " "                                  DELIMITED BY SIZE
             FUNCTION TRIM(WS-PATH-PRODUTOS)      DELIMITED BY SIZE
             INTO WS-COMANDO-MV
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO-MV.

           DISPLAY "  produtos.idx convertido; original guardado em "
             "produtos-antes-conversao.idx.".

      *    Retorna
           EXIT PARAGRAPH.


       SUBSTITUIR-ARQUIVO-FIADOS.
           MOVE SPACES TO WS-COMANDO-MV.
           STRING
             "mv "                                DELIMITED BY SIZE
             FUNCTION TRIM(WS-PATH-FIADOS)        DELIMITED BY SIZE
             " "                                  DELIMITED BY SIZE
             FUNCTION TRIM(WS-PATH-FIADOS-ANTES)  DELIMITED BY SIZE
             INTO WS-COMANDO-MV
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO-MV.

           MOVE SPACES TO WS-COMANDO-MV.
           STRING
             "mv "                                DELIMITED BY SIZE
             FUNCTION TRIM(WS-PATH-FIADOS-NOVO)   DELIMITED BY SIZE
             " "                                  DELIMITED BY SIZE
             FUNCTION TRIM(WS-PATH-FIADOS)        DELIMITED BY SIZE
             INTO WS-COMANDO-MV
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO-MV.

           DISPLAY "  vendas-fiado.idx convertido; original guardado "
             "em vendas-fiado-antes-conversao.idx.".

      *    Retorna
           EXIT PARAGRAPH.


      *    Máscara: <data>;<hora>;<arquivo>;<reg_antes>;<reg_depois>;
      *             <total_antes>;<total_depois>;<resultado>
       GRAVAR-LOG-CONVERSAO.
           PERFORM ABRE-ARQ-LOG.

           MOVE SPACES TO WS-NOVA-LINHA-CONV.
           STRING
             WS-DATA-CONVERSAO                DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             WS-HORA-CONVERSAO                DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             FUNCTION TRIM(WS-NOME-ARQUIVO)   DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             WS-REG-ANTES                     DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             WS-REG-DEPOIS                    DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             WS-TOTAL-ANTES                   DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             WS-TOTAL-DEPOIS                  DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             WS-RESULTADO                     DELIMITED BY SPACE
             INTO WS-NOVA-LINHA-CONV
           END-STRING.

           MOVE WS-NOVA-LINHA-CONV TO LINHA-CONVERSAO.
           WRITE LINHA-CONVERSAO.
           CLOSE LOG-CONVERSAO.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-LOG.
           OPEN EXTEND LOG-CONVERSAO.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-LOG-FILE-NOT-FOUND
             OPEN OUTPUT LOG-CONVERSAO
             CLOSE LOG-CONVERSAO
             PERFORM ABRE-ARQ-LOG
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

      *    Cada STRING recebe ON OVERFLOW para acusar um ARCH_DIR longo
      *    demais em vez de gravar um caminho truncado silenciosamente
           MOVE 'N' TO WS-CAMINHO-OVERFLOW.

           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/produtos.idx" DELIMITED BY SIZE
             INTO WS-PATH-PRODUTOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/produtos-conversao.idx" DELIMITED BY SIZE
             INTO WS-PATH-PRODUTOS-NOVO
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/produtos-antes-conversao.idx" DELIMITED BY SIZE
             INTO WS-PATH-PRODUTOS-ANTES
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
             "/vendas-fiado-conversao.idx" DELIMITED BY SIZE
             INTO WS-PATH-FIADOS-NOVO
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/vendas-fiado-antes-conversao.idx" DELIMITED BY SIZE
             INTO WS-PATH-FIADOS-ANTES
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/conversao-layout.log" DELIMITED BY SIZE
             INTO WS-PATH-LOG-CONVERSAO
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

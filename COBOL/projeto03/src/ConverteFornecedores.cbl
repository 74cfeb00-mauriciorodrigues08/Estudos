       IDENTIFICATION DIVISION.
           PROGRAM-ID. ConverteFornecedores.
           AUTHOR. Maurício Rodrigues.

      *    Conversão única do cadastro de fornecedores para o layout
      *    com CNPJ/CPF e dados bancários (banco, agência, conta e
      *    chave PIX), usados na remessa de pagamentos. O arquivo é
      *    regravado num arquivo novo com os campos novos em branco,
      *    conferido pela contagem de registros e pelas somas dos
      *    códigos e dos prazos antes e depois, e só então toma o lugar
      *    do original, que fica guardado com o sufixo
      *    "-antes-conversao" (sua existência também impede que a
      *    conversão rode duas vezes sobre o mesmo arquivo). Os dados
      *    bancários são preenchidos depois, pela alteração do
      *    cadastro de fornecedores.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FORNECEDORES-ANT
             ASSIGN TO DYNAMIC WS-PATH-LEITURA
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-ANT
             RECORD KEY IS ANT-FORNECEDOR-CODIGO.

           SELECT IDX-FORNECEDORES
             ASSIGN TO DYNAMIC WS-PATH-FORNECEDORES-NOVO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-NOVO
             RECORD KEY IS FORNECEDOR-CODIGO.

      *    Registro permanente de cada conversão, com as contagens e
      *    os totais conferidos
           SELECT LOG-CONVERSAO
             ASSIGN TO DYNAMIC WS-PATH-LOG-CONVERSAO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LOG.

       DATA DIVISION.
       FILE SECTION.
      *    Layout anterior de DETALHE-FORNECEDOR, sem dados bancários
       FD IDX-FORNECEDORES-ANT.
       01 DETALHE-FORNECEDOR-ANT.
           05 ANT-FORNECEDOR-CODIGO  PIC 9(05).
           05 ANT-FORNECEDOR-NOME    PIC X(30).
           05 ANT-FORNECEDOR-CONTATO PIC X(20).
           05 ANT-FORNECEDOR-PRAZO   PIC 9(03).

      *    Mesmo layout de DETALHE-FORNECEDOR em Fornecedores.cbl
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

       FD LOG-CONVERSAO.
       01 LINHA-CONVERSAO           PIC X(150).

       WORKING-STORAGE SECTION.
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

      *    Diretório de dados e caminhos, resolvidos via ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-FORNECEDORES       PIC X(80).
       01 WS-PATH-FORNECEDORES-NOVO  PIC X(80).
       01 WS-PATH-FORNECEDORES-ANTES PIC X(80).
       01 WS-PATH-LOG-CONVERSAO      PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

      *    Caminho aberto pelo FD do layout anterior: primeiro o
      *    guardado (para saber se já houve conversão), depois o atual
       01 WS-PATH-LEITURA            PIC X(80).

       01 WS-CONFIRMA                PIC X(01).
       01 WS-EOF                     PIC X(01).
       01 WS-COMANDO-MV              PIC X(200).
       01 WS-NOME-ARQUIVO            PIC X(20).

      * Conferência antes/depois
       01 WS-REG-ANTES               PIC 9(07).
       01 WS-REG-GRAVADOS            PIC 9(07).
       01 WS-REG-DEPOIS              PIC 9(07).
       01 WS-TOTAL-ANTES             PIC 9(11).
       01 WS-TOTAL-DEPOIS            PIC 9(11).
       01 WS-PRAZO-ANTES             PIC 9(11).
       01 WS-PRAZO-DEPOIS            PIC 9(11).
       01 WS-RESULTADO               PIC X(12).

      * Variáveis do log de conversão
       01 WS-DATA-CONVERSAO          PIC 9(08).
       01 WS-HORA-CONVERSAO          PIC 9(08).
       01 WS-NOVA-LINHA-CONV         PIC X(150).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "-----------------------------------".
           DISPLAY " CONVERSÃO DO CADASTRO DE FORNECEDORES"
           DISPLAY "-----------------------------------".

           PERFORM CONFIGURAR-CAMINHOS.

           DISPLAY "Regrava fornecedores.idx no layout com CNPJ/CPF e "
             "dados bancários.".
           DISPLAY "Execute com o sistema parado e depois do backup "
             "do dia.".
           DISPLAY "Confirma a conversão (S/N)? " WITH NO ADVANCING.
           MOVE SPACES TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.

           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = "S"
             DISPLAY "Conversão cancelada."
             EXIT PROGRAM
           END-IF.

           ACCEPT WS-DATA-CONVERSAO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-CONVERSAO FROM TIME.

           PERFORM CONVERTER-FORNECEDORES.

           DISPLAY "-----------------------------------".
           DISPLAY "Resultado registrado em conversao-layout.log.".
           DISPLAY " ".

      *    Retorna
           EXIT PROGRAM.


       CONVERTER-FORNECEDORES.
           MOVE "fornecedores.idx" TO WS-NOME-ARQUIVO.
           MOVE 0 TO WS-REG-ANTES.
           MOVE 0 TO WS-REG-GRAVADOS.
           MOVE 0 TO WS-REG-DEPOIS.
           MOVE 0 TO WS-TOTAL-ANTES.
           MOVE 0 TO WS-TOTAL-DEPOIS.
           MOVE 0 TO WS-PRAZO-ANTES.
           MOVE 0 TO WS-PRAZO-DEPOIS.

           DISPLAY "-----------------------------------".
           DISPLAY "Cadastro de fornecedores".

      *    Já convertido: o original guardado existe
           MOVE WS-PATH-FORNECEDORES-ANTES TO WS-PATH-LEITURA.
           OPEN INPUT IDX-FORNECEDORES-ANT.
           IF NOT WS-STATUS-ANT-FILE-NOT-FOUND
             IF WS-STATUS-ANT-OK
               CLOSE IDX-FORNECEDORES-ANT
             END-IF
             DISPLAY "  Já convertido anteriormente (existe "
               "fornecedores-antes-conversao.idx); nada a fazer."
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-PATH-FORNECEDORES TO WS-PATH-LEITURA.
           OPEN INPUT IDX-FORNECEDORES-ANT.

           IF WS-STATUS-ANT-FILE-NOT-FOUND
             DISPLAY "  Arquivo inexistente; nada a converter."
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-STATUS-ANT-OK
             DISPLAY "  Erro ao abrir o arquivo original! Status: "
               WS-STATUS-ANT
             EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT IDX-FORNECEDORES.
           IF NOT WS-STATUS-NOVO-OK
             DISPLAY "  Erro ao criar o arquivo convertido! Status: "
               WS-STATUS-NOVO
             CLOSE IDX-FORNECEDORES-ANT
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-FORNECEDORES-ANT NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 ADD 1 TO WS-REG-ANTES
                 ADD ANT-FORNECEDOR-CODIGO TO WS-TOTAL-ANTES
                 ADD ANT-FORNECEDOR-PRAZO TO WS-PRAZO-ANTES
                 PERFORM GRAVAR-FORNECEDOR-CONVERTIDO
             END-READ
           END-PERFORM.

           CLOSE IDX-FORNECEDORES-ANT.
           CLOSE IDX-FORNECEDORES.

      *    Relê o arquivo convertido para a conferência
           OPEN INPUT IDX-FORNECEDORES.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-FORNECEDORES NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 ADD 1 TO WS-REG-DEPOIS
                 ADD FORNECEDOR-CODIGO TO WS-TOTAL-DEPOIS
                 ADD FORNECEDOR-PRAZO TO WS-PRAZO-DEPOIS
             END-READ
           END-PERFORM.
           CLOSE IDX-FORNECEDORES.

           DISPLAY "  Registros antes: " WS-REG-ANTES
             "  gravados: " WS-REG-GRAVADOS
             "  depois: " WS-REG-DEPOIS.
           DISPLAY "  Soma dos códigos antes: " WS-TOTAL-ANTES
             "  depois: " WS-TOTAL-DEPOIS.
           DISPLAY "  Soma dos prazos antes: " WS-PRAZO-ANTES
             "  depois: " WS-PRAZO-DEPOIS.

           PERFORM VERIFICAR-CONFERENCIA.

           IF WS-RESULTADO = "CONFERIDO"
             PERFORM SUBSTITUIR-ARQUIVO-FORNECEDORES
           END-IF.

           PERFORM GRAVAR-LOG-CONVERSAO.

      *    Retorna
           EXIT PARAGRAPH.


       GRAVAR-FORNECEDOR-CONVERTIDO.
           MOVE SPACES TO DETALHE-FORNECEDOR.
           MOVE ANT-FORNECEDOR-CODIGO TO FORNECEDOR-CODIGO.
           MOVE ANT-FORNECEDOR-NOME TO FORNECEDOR-NOME.
           MOVE ANT-FORNECEDOR-CONTATO TO FORNECEDOR-CONTATO.
           MOVE ANT-FORNECEDOR-PRAZO TO FORNECEDOR-PRAZO.
           MOVE 0 TO FORNECEDOR-BANCO.

           WRITE DETALHE-FORNECEDOR
             INVALID KEY
               DISPLAY "  Erro ao gravar o fornecedor "
                 ANT-FORNECEDOR-CODIGO "! Status: " WS-STATUS-NOVO
             NOT INVALID KEY
               ADD 1 TO WS-REG-GRAVADOS
           END-WRITE.

      *    Retorna
           EXIT PARAGRAPH.


       VERIFICAR-CONFERENCIA.
           IF WS-REG-ANTES = WS-REG-GRAVADOS
             AND WS-REG-ANTES = WS-REG-DEPOIS
             AND WS-TOTAL-ANTES = WS-TOTAL-DEPOIS
             AND WS-PRAZO-ANTES = WS-PRAZO-DEPOIS
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


      *    Guarda o original e coloca o convertido no lugar dele
       SUBSTITUIR-ARQUIVO-FORNECEDORES.
           MOVE SPACES TO WS-COMANDO-MV.
           STRING
             "mv "                                DELIMITED BY SIZE
             FUNCTION TRIM(WS-PATH-FORNECEDORES)  DELIMITED BY SIZE
             " "                                  DELIMITED BY SIZE
             FUNCTION TRIM(WS-PATH-FORNECEDORES-ANTES)
                                                  DELIMITED BY SIZE
             INTO WS-COMANDO-MV
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO-MV.

           MOVE SPACES TO WS-COMANDO-MV.
           STRING
             "mv "                                DELIMITED BY SIZE
             FUNCTION TRIM(WS-PATH-FORNECEDORES-NOVO)
                                                  DELIMITED BY SIZE
             " "                                  DELIMITED BY SIZE
             FUNCTION TRIM(WS-PATH-FORNECEDORES)  DELIMITED BY SIZE
             INTO WS-COMANDO-MV
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO-MV.

           DISPLAY "  fornecedores.idx convertido; original guardado "
             "em fornecedores-antes-conversao.idx.".

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

           MOVE 'N' TO WS-CAMINHO-OVERFLOW.

           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/fornecedores.idx" DELIMITED BY SIZE
             INTO WS-PATH-FORNECEDORES
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/fornecedores-conversao.idx" DELIMITED BY SIZE
             INTO WS-PATH-FORNECEDORES-NOVO
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/fornecedores-antes-conversao.idx" DELIMITED BY SIZE
             INTO WS-PATH-FORNECEDORES-ANTES
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

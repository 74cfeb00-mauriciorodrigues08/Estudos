       IDENTIFICATION DIVISION.
           PROGRAM-ID. ConverteClientes.
           AUTHOR. Maurício Rodrigues.

      *    Conversão única do cadastro de clientes para o layout com
      *    a classe do cliente (varejo, atacado ou funcionário), que
      *    escolhe a tabela de faixas de preço por quantidade, e uma
      *    reserva ao final do registro. O arquivo é regravado num
      *    arquivo novo com a classe em branco (vale varejo),
      *    conferido pela contagem de registros e pelas somas dos
      *    códigos e dos limites de crédito antes e depois, e só então
      *    toma o lugar do original, que fica guardado com o sufixo
      *    "-antes-conversao" (sua existência também impede que a
      *    conversão rode duas vezes sobre o mesmo arquivo). A classe
      *    é preenchida depois, pela alteração do cadastro de clientes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-CLIENTES-ANT
             ASSIGN TO DYNAMIC WS-PATH-LEITURA
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-ANT
             RECORD KEY IS ANT-CLIENTE-CODIGO.

           SELECT IDX-CLIENTES
             ASSIGN TO DYNAMIC WS-PATH-CLIENTES-NOVO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-NOVO
             RECORD KEY IS CLIENTE-CODIGO.

      *    Registro permanente de cada conversão, com as contagens e
      *    os totais conferidos
           SELECT LOG-CONVERSAO
             ASSIGN TO DYNAMIC WS-PATH-LOG-CONVERSAO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LOG.

       DATA DIVISION.
       FILE SECTION.
      *    Layout anterior de DETALHE-CLIENTE, sem a classe
       FD IDX-CLIENTES-ANT.
       01 DETALHE-CLIENTE-ANT.
           05 ANT-CLIENTE-CODIGO    PIC 9(05).
           05 ANT-CLIENTE-NOME      PIC X(30).
           05 ANT-CLIENTE-TELEFONE  PIC X(15).
           05 ANT-CLIENTE-DOCUMENTO PIC X(14).
           05 ANT-CLIENTE-LIMITE    PIC 9(06)V99.
           05 ANT-CLIENTE-PONTOS    PIC 9(06).
           05 ANT-CLIENTE-SIT-CREDITO PIC X(01).
           05 ANT-CLIENTE-ENDERECO  PIC X(40).
           05 ANT-CLIENTE-ISENTO-ENC PIC X(01).

      *    Mesmo layout de DETALHE-CLIENTE em Clientes.cbl
       FD IDX-CLIENTES.
       01 DETALHE-CLIENTE.
           05 CLIENTE-CODIGO        PIC 9(05).
           05 CLIENTE-NOME          PIC X(30).
           05 CLIENTE-TELEFONE      PIC X(15).
           05 CLIENTE-DOCUMENTO     PIC X(14).
           05 CLIENTE-LIMITE        PIC 9(06)V99.
           05 CLIENTE-PONTOS        PIC 9(06).
           05 CLIENTE-SIT-CREDITO   PIC X(01).
               88 CREDITO-LIBERADO  VALUE 'L' ' '.
               88 CREDITO-BLOQUEADO VALUE 'B'.
           05 CLIENTE-ENDERECO      PIC X(40).
           05 CLIENTE-ISENTO-ENC    PIC X(01).
               88 ISENTO-ENCARGOS   VALUE 'S'.
           05 CLIENTE-CLASSE        PIC X(01).
               88 CLASSE-VAREJO     VALUE 'V' ' '.
               88 CLASSE-ATACADO    VALUE 'A'.
               88 CLASSE-FUNCIONARIO VALUE 'F'.
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
       01 WS-PATH-CLIENTES           PIC X(80).
       01 WS-PATH-CLIENTES-NOVO      PIC X(80).
       01 WS-PATH-CLIENTES-ANTES     PIC X(80).
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
       01 WS-LIMITE-ANTES            PIC 9(11)V99.
       01 WS-LIMITE-DEPOIS           PIC 9(11)V99.
       01 WS-RESULTADO               PIC X(12).

      * Variáveis do log de conversão
       01 WS-DATA-CONVERSAO          PIC 9(08).
       01 WS-HORA-CONVERSAO          PIC 9(08).
       01 WS-NOVA-LINHA-CONV         PIC X(150).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "-----------------------------------".
           DISPLAY " CONVERSÃO DO CADASTRO DE CLIENTES"
           DISPLAY "-----------------------------------".

           PERFORM CONFIGURAR-CAMINHOS.

           DISPLAY "Regrava clientes.idx no layout com a classe do "
             "cliente.".
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

           PERFORM CONVERTER-CLIENTES.

           DISPLAY "-----------------------------------".
           DISPLAY "Resultado registrado em conversao-layout.log.".
           DISPLAY " ".

      *    Retorna
           EXIT PROGRAM.


       CONVERTER-CLIENTES.
           MOVE "clientes.idx" TO WS-NOME-ARQUIVO.
           MOVE 0 TO WS-REG-ANTES.
           MOVE 0 TO WS-REG-GRAVADOS.
           MOVE 0 TO WS-REG-DEPOIS.
           MOVE 0 TO WS-TOTAL-ANTES.
           MOVE 0 TO WS-TOTAL-DEPOIS.
           MOVE 0 TO WS-LIMITE-ANTES.
           MOVE 0 TO WS-LIMITE-DEPOIS.

           DISPLAY "-----------------------------------".
           DISPLAY "Cadastro de clientes".

      *    Já convertido: o original guardado existe
           MOVE WS-PATH-CLIENTES-ANTES TO WS-PATH-LEITURA.
           OPEN INPUT IDX-CLIENTES-ANT.
           IF NOT WS-STATUS-ANT-FILE-NOT-FOUND
             IF WS-STATUS-ANT-OK
               CLOSE IDX-CLIENTES-ANT
             END-IF
             DISPLAY "  Já convertido anteriormente (existe "
               "clientes-antes-conversao.idx); nada a fazer."
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-PATH-CLIENTES TO WS-PATH-LEITURA.
           OPEN INPUT IDX-CLIENTES-ANT.

           IF WS-STATUS-ANT-FILE-NOT-FOUND
             DISPLAY "  Arquivo inexistente; nada a converter."
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-STATUS-ANT-OK
             DISPLAY "  Erro ao abrir o arquivo original! Status: "
               WS-STATUS-ANT
             EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT IDX-CLIENTES.
           IF NOT WS-STATUS-NOVO-OK
             DISPLAY "  Erro ao criar o arquivo convertido! Status: "
               WS-STATUS-NOVO
             CLOSE IDX-CLIENTES-ANT
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-CLIENTES-ANT NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 ADD 1 TO WS-REG-ANTES
                 ADD ANT-CLIENTE-CODIGO TO WS-TOTAL-ANTES
                 ADD ANT-CLIENTE-LIMITE TO WS-LIMITE-ANTES
                 PERFORM GRAVAR-CLIENTE-CONVERTIDO
             END-READ
           END-PERFORM.

           CLOSE IDX-CLIENTES-ANT.
           CLOSE IDX-CLIENTES.

      *    Relê o arquivo convertido para a conferência
           OPEN INPUT IDX-CLIENTES.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-CLIENTES NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 ADD 1 TO WS-REG-DEPOIS
                 ADD CLIENTE-CODIGO TO WS-TOTAL-DEPOIS
                 ADD CLIENTE-LIMITE TO WS-LIMITE-DEPOIS
             END-READ
           END-PERFORM.
           CLOSE IDX-CLIENTES.

           DISPLAY "  Registros antes: " WS-REG-ANTES
             "  gravados: " WS-REG-GRAVADOS
             "  depois: " WS-REG-DEPOIS.
           DISPLAY "  Soma dos códigos antes: " WS-TOTAL-ANTES
             "  depois: " WS-TOTAL-DEPOIS.
           DISPLAY "  Soma dos limites antes: " WS-LIMITE-ANTES
             "  depois: " WS-LIMITE-DEPOIS.

           PERFORM VERIFICAR-CONFERENCIA.

           IF WS-RESULTADO = "CONFERIDO"
             PERFORM SUBSTITUIR-ARQUIVO-CLIENTES
           END-IF.

           PERFORM GRAVAR-LOG-CONVERSAO.

      *    Retorna
           EXIT PARAGRAPH.


       GRAVAR-CLIENTE-CONVERTIDO.
           MOVE SPACES TO DETALHE-CLIENTE.
           MOVE ANT-CLIENTE-CODIGO TO CLIENTE-CODIGO.
           MOVE ANT-CLIENTE-NOME TO CLIENTE-NOME.
           MOVE ANT-CLIENTE-TELEFONE TO CLIENTE-TELEFONE.
           MOVE ANT-CLIENTE-DOCUMENTO TO CLIENTE-DOCUMENTO.
           MOVE ANT-CLIENTE-LIMITE TO CLIENTE-LIMITE.
           MOVE ANT-CLIENTE-PONTOS TO CLIENTE-PONTOS.
           MOVE ANT-CLIENTE-SIT-CREDITO TO CLIENTE-SIT-CREDITO.
           MOVE ANT-CLIENTE-ENDERECO TO CLIENTE-ENDERECO.
           MOVE ANT-CLIENTE-ISENTO-ENC TO CLIENTE-ISENTO-ENC.
           SET CLASSE-VAREJO TO TRUE.

           WRITE DETALHE-CLIENTE
             INVALID KEY
               DISPLAY "  Erro ao gravar o cliente "
                 ANT-CLIENTE-CODIGO "! Status: " WS-STATUS-NOVO
             NOT INVALID KEY
               ADD 1 TO WS-REG-GRAVADOS
           END-WRITE.

      *    Retorna
           EXIT PARAGRAPH.


       VERIFICAR-CONFERENCIA.
           IF WS-REG-ANTES = WS-REG-GRAVADOS
             AND WS-REG-ANTES = WS-REG-DEPOIS
             AND WS-TOTAL-ANTES = WS-TOTAL-DEPOIS
             AND WS-LIMITE-ANTES = WS-LIMITE-DEPOIS
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
       SUBSTITUIR-ARQUIVO-CLIENTES.
           MOVE SPACES TO WS-COMANDO-MV.
           STRING
             "mv "                                DELIMITED BY SIZE
             FUNCTION TRIM(WS-PATH-CLIENTES)      DELIMITED BY SIZE
             " "                                  DELIMITED BY SIZE
             FUNCTION TRIM(WS-PATH-CLIENTES-ANTES)
                                                  DELIMITED BY SIZE
             INTO WS-COMANDO-MV
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO-MV.

           MOVE SPACES TO WS-COMANDO-MV.
           STRING
             "mv "                                DELIMITED BY SIZE
             FUNCTION TRIM(WS-PATH-CLIENTES-NOVO)
                                                  DELIMITED BY SIZE
             " "                                  DELIMITED BY SIZE
             FUNCTION TRIM(WS-PATH-CLIENTES)      DELIMITED BY SIZE
             INTO WS-COMANDO-MV
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO-MV.

           DISPLAY "  clientes.idx convertido; original guardado "
             "em clientes-antes-conversao.idx.".

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
             "/clientes.idx" DELIMITED BY SIZE
             INTO WS-PATH-CLIENTES
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/clientes-conversao.idx" DELIMITED BY SIZE
             INTO WS-PATH-CLIENTES-NOVO
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/clientes-antes-conversao.idx" DELIMITED BY SIZE
             INTO WS-PATH-CLIENTES-ANTES
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

       IDENTIFICATION DIVISION.
           PROGRAM-ID. EnfileirarAviso.
           AUTHOR. Maurício Rodrigues.

      *    Fila central de avisos ao cliente: os programas onde o
      *    evento acontece chamam este subprograma, que busca o
      *    telefone do cliente em clientes.idx e anexa o aviso à
      *    fila lida pelo gateway de mensagens. Modelos em uso:
      *      ENCOMENDA     encomenda reservada (Recebimento.cbl)
      *      ENTREGA       entrega saiu para a rua (Entregas.cbl)
      *      FIADO-VENCE   fiado vence amanhã (SituacaoCredito.cbl)
      *      FIADO-ATRASO  encargo de atraso lançado (EncargosFiado)
      *      VALE-VENCE    vale-troca perto da validade
      *                    (AvisosClientes.cbl)
      *    Cliente que recusou avisos, ou sem telefone, não entra na
      *    fila. Sem cadastro (código zero ou inexistente) vale o
      *    telefone informado pelo chamador. Todo aviso, enfileirado
      *    ou não, vai para o log do dia; o mesmo modelo e referência
      *    não é enfileirado duas vezes no mesmo dia, para um lote
      *    rodado de novo não repetir mensagens.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fila lida pelo gateway de mensagens
      *    Máscara: <data>;<hora>;<cliente>;<telefone>;<modelo>;
      *             <referencia>;<campo_1>;<campo_2>
           SELECT ARQ-FILA-AVISOS
             ASSIGN TO DYNAMIC WS-PATH-FILA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS.

      *    Log do dia, um arquivo por data (avisos-AAAAMMDD.log)
      *    Máscara: <hora>;<cliente>;<telefone>;<modelo>;<referencia>;
      *             <situacao>
           SELECT LOG-AVISOS-DIA
             ASSIGN TO DYNAMIC WS-PATH-LOG-DIA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LOG.

           SELECT IDX-CLIENTES
             ASSIGN TO DYNAMIC WS-PATH-CLIENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-CLI
             RECORD KEY IS CLIENTE-CODIGO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-FILA-AVISOS.
       01 LINHA-FILA-AVISO          PIC X(200).

       FD LOG-AVISOS-DIA.
       01 LINHA-LOG-AVISO           PIC X(100).

      *    Mesmo layout de DETALHE-CLIENTE em Clientes.cbl,
      *    redeclarado aqui apenas para consulta
       FD IDX-CLIENTES.
       01 DETALHE-CLIENTE.
           05 CLIENTE-CODIGO        PIC 9(05).
           05 CLIENTE-NOME          PIC X(30).
           05 CLIENTE-TELEFONE      PIC X(15).
           05 CLIENTE-DOCUMENTO     PIC X(14).
           05 CLIENTE-LIMITE        PIC 9(06)V99.
           05 CLIENTE-PONTOS        PIC 9(06).
           05 CLIENTE-SIT-CREDITO   PIC X(01).
           05 CLIENTE-ENDERECO      PIC X(40).
           05 CLIENTE-ISENTO-ENC    PIC X(01).
           05 CLIENTE-CLASSE        PIC X(01).
           05 CLIENTE-RECUSA-AVISOS PIC X(01).
               88 RECUSA-AVISOS     VALUE 'S'.
           05 FILLER                PIC X(19).

       WORKING-STORAGE SECTION.
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
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-CLI-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CLI-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CLI-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CLI-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CLI-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CLI-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CLI.

      *    Diretório de dados e caminhos dos arquivos, via ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-FILA               PIC X(80).
       01 WS-PATH-LOG-DIA            PIC X(80).
       01 WS-PATH-CLIENTES           PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-DATA-HOJE              PIC 9(08).
       01 WS-HORA-AGORA             PIC 9(08).
       01 WS-EOF                    PIC X(01).
       01 WS-TELEFONE-AVISO         PIC X(15).
       01 WS-SITUACAO-AVISO         PIC X(20).
       01 WS-JA-ENFILEIRADO         PIC X(01).
       01 WS-NOVA-LINHA-FILA        PIC X(200).
       01 WS-NOVA-LINHA-LOG         PIC X(100).

      * Campos para desmembrar as linhas do log do dia
       01 WS-LINHA-LOG-LIDA         PIC X(100).
       01 WS-LOG-HORA-X             PIC X(08).
       01 WS-LOG-CLIENTE-X          PIC X(05).
       01 WS-LOG-TELEFONE-X         PIC X(15).
       01 WS-LOG-MODELO-X           PIC X(12).
       01 WS-LOG-REFERENCIA-X       PIC X(12).
       01 WS-LOG-SITUACAO-X         PIC X(20).

       LINKAGE SECTION.
       01 LS-CLIENTE                PIC 9(05).
       01 LS-TELEFONE               PIC X(15).
       01 LS-MODELO                 PIC X(12).
       01 LS-REFERENCIA             PIC X(12).
       01 LS-CAMPO-1                PIC X(30).
       01 LS-CAMPO-2                PIC X(30).

       PROCEDURE DIVISION
         USING LS-CLIENTE, LS-TELEFONE, LS-MODELO, LS-REFERENCIA,
           LS-CAMPO-1, LS-CAMPO-2.
       MAIN.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.

           PERFORM CONFIGURAR-CAMINHOS.

      *    Lote rodado de novo no mesmo dia: não repete o aviso
           PERFORM VERIFICAR-JA-ENFILEIRADO.
           IF WS-JA-ENFILEIRADO = 'S'
             EXIT PROGRAM
           END-IF.

           PERFORM BUSCAR-TELEFONE-CLIENTE.

           IF WS-SITUACAO-AVISO = "ENFILEIRADO"
             PERFORM GRAVAR-FILA-AVISO
           END-IF.

           PERFORM GRAVAR-LOG-AVISO.

      *    Retorna
           EXIT PROGRAM.


      *    Telefone do cadastro, com o do chamador como reserva;
      *    deixa em WS-SITUACAO-AVISO se o aviso segue ou por que não
       BUSCAR-TELEFONE-CLIENTE.
           MOVE "ENFILEIRADO" TO WS-SITUACAO-AVISO.
           MOVE LS-TELEFONE TO WS-TELEFONE-AVISO.

           IF LS-CLIENTE > 0
             OPEN INPUT IDX-CLIENTES
             IF WS-STATUS-CLI-OK
               MOVE LS-CLIENTE TO CLIENTE-CODIGO
               READ IDX-CLIENTES KEY IS CLIENTE-CODIGO
                 INVALID KEY
                   CONTINUE

                 NOT INVALID KEY
                   IF CLIENTE-TELEFONE NOT = SPACES
                     MOVE CLIENTE-TELEFONE TO WS-TELEFONE-AVISO
                   END-IF
                   IF RECUSA-AVISOS
                     MOVE "RECUSOU AVISOS" TO WS-SITUACAO-AVISO
                   END-IF
               END-READ
               CLOSE IDX-CLIENTES
             END-IF
      *      Sem acesso ao cadastro a recusa não pode ser conferida:
      *      o aviso não segue
             IF NOT WS-STATUS-CLI-OK
               AND NOT WS-STATUS-CLI-FILE-NOT-FOUND
               MOVE "SEM ACESSO CADASTRO" TO WS-SITUACAO-AVISO
             END-IF
           END-IF.

           IF WS-SITUACAO-AVISO = "ENFILEIRADO"
             AND WS-TELEFONE-AVISO = SPACES
             MOVE "SEM TELEFONE" TO WS-SITUACAO-AVISO
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Procura no log do dia o mesmo modelo e referência já
      *    enfileirados para o mesmo cliente
       VERIFICAR-JA-ENFILEIRADO.
           MOVE 'N' TO WS-JA-ENFILEIRADO.

           OPEN INPUT LOG-AVISOS-DIA.
           IF NOT WS-STATUS-LOG-OK
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ LOG-AVISOS-DIA INTO WS-LINHA-LOG-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 UNSTRING WS-LINHA-LOG-LIDA DELIMITED BY ";"
                   INTO WS-LOG-HORA-X, WS-LOG-CLIENTE-X,
                     WS-LOG-TELEFONE-X, WS-LOG-MODELO-X,
                     WS-LOG-REFERENCIA-X, WS-LOG-SITUACAO-X
                 END-UNSTRING

                 IF WS-LOG-CLIENTE-X = LS-CLIENTE
                   AND WS-LOG-MODELO-X = LS-MODELO
                   AND WS-LOG-REFERENCIA-X = LS-REFERENCIA
                   AND WS-LOG-SITUACAO-X = "ENFILEIRADO"
                   MOVE 'S' TO WS-JA-ENFILEIRADO
                   MOVE 'S' TO WS-EOF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE LOG-AVISOS-DIA.

      *    Retorna
           EXIT PARAGRAPH.


       GRAVAR-FILA-AVISO.
           OPEN EXTEND ARQ-FILA-AVISOS.

           IF WS-STATUS-FILE-NOT-FOUND
             OPEN OUTPUT ARQ-FILA-AVISOS
             CLOSE ARQ-FILA-AVISOS
             OPEN EXTEND ARQ-FILA-AVISOS
           END-IF.

           MOVE SPACES TO WS-NOVA-LINHA-FILA.
           STRING
             WS-DATA-HOJE                 DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             WS-HORA-AGORA                DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             LS-CLIENTE                   DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             FUNCTION TRIM(WS-TELEFONE-AVISO) DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             FUNCTION TRIM(LS-MODELO)     DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             FUNCTION TRIM(LS-REFERENCIA) DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             FUNCTION TRIM(LS-CAMPO-1)    DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             FUNCTION TRIM(LS-CAMPO-2)    DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-FILA
           END-STRING.

           MOVE WS-NOVA-LINHA-FILA TO LINHA-FILA-AVISO.
           WRITE LINHA-FILA-AVISO.

           CLOSE ARQ-FILA-AVISOS.

      *    Retorna
           EXIT PARAGRAPH.


       GRAVAR-LOG-AVISO.
           OPEN EXTEND LOG-AVISOS-DIA.

           IF WS-STATUS-LOG-FILE-NOT-FOUND
             OPEN OUTPUT LOG-AVISOS-DIA
             CLOSE LOG-AVISOS-DIA
             OPEN EXTEND LOG-AVISOS-DIA
           END-IF.

           MOVE SPACES TO WS-NOVA-LINHA-LOG.
           STRING
             WS-HORA-AGORA                DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             LS-CLIENTE                   DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             WS-TELEFONE-AVISO            DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             LS-MODELO                    DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             LS-REFERENCIA                DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             WS-SITUACAO-AVISO            DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-LOG
           END-STRING.

           MOVE WS-NOVA-LINHA-LOG TO LINHA-LOG-AVISO.
           WRITE LINHA-LOG-AVISO.

           CLOSE LOG-AVISOS-DIA.

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
             "/fila-avisos.csv" DELIMITED BY SIZE
             INTO WS-PATH-FILA
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/avisos-" DELIMITED BY SIZE
             WS-DATA-HOJE DELIMITED BY SIZE
             ".log" DELIMITED BY SIZE
             INTO WS-PATH-LOG-DIA
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/clientes.idx" DELIMITED BY SIZE
             INTO WS-PATH-CLIENTES
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.

      *    ARCH_DIR longo demais para caber num dos caminhos: aborta em
      *    vez de gravar o aviso no arquivo errado
           IF CAMINHO-OVERFLOW
             DISPLAY "Erro fatal! ARCH_DIR excede o tamanho suportado "
               "para montagem dos caminhos de arquivo!"
             EXIT PROGRAM
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.

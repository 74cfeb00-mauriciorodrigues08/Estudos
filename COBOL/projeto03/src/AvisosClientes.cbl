       IDENTIFICATION DIVISION.
           PROGRAM-ID. AvisosClientes.
           AUTHOR. Maurício Rodrigues.

      *    Avisos ao cliente que não nascem de um evento do caixa:
      *    o lote dos vales-troca que entram na semana final da
      *    validade (roda também no lote noturno) e a consulta do
      *    log diário do que foi posto na fila do gateway de
      *    mensagens (EnfileirarAviso.cbl).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-VALES
             ASSIGN TO DYNAMIC WS-PATH-VALES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-VALE
             RECORD KEY IS VALE-NUMERO.

      *    Data da última rodada do aviso de vales, para uma noite
      *    sem lote não deixar vales sem aviso
           SELECT ARQ-CONTROLE-AVISO-VALE
             ASSIGN TO DYNAMIC WS-PATH-CONTROLE
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CTRL.

      *    Log do dia gravado por EnfileirarAviso.cbl
      *    Máscara: <hora>;<cliente>;<telefone>;<modelo>;<referencia>;
      *             <situacao>
           SELECT LOG-AVISOS-DIA
             ASSIGN TO DYNAMIC WS-PATH-LOG-DIA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LOG.

       DATA DIVISION.
       FILE SECTION.
      *    Mesmo layout de DETALHE-VALE em EstornarVenda.cbl
       FD IDX-VALES.
       01 DETALHE-VALE.
           05 VALE-NUMERO           PIC 9(06).
           05 VALE-CLIENTE          PIC 9(05).
           05 VALE-VALOR            PIC 9(06)V99.
           05 VALE-DATA-EMISSAO     PIC 9(08).
           05 VALE-DATA-VALIDADE    PIC 9(08).
           05 VALE-STATUS           PIC X(01).
               88 VALE-ATIVO        VALUE 'A'.
               88 VALE-UTILIZADO    VALUE 'U'.
           05 VALE-DATA-USO         PIC 9(08).

       FD ARQ-CONTROLE-AVISO-VALE.
       01 LINHA-CONTROLE-AVISO-VALE PIC 9(08).

       FD LOG-AVISOS-DIA.
       01 LINHA-LOG-AVISO           PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-VALE-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-VALE-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-VALE-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-VALE-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-VALE-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-VALE-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-VALE.
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

      *    Diretório de dados e caminhos dos arquivos, via ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-VALES              PIC X(80).
       01 WS-PATH-CONTROLE           PIC X(80).
       01 WS-PATH-LOG-DIA            PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-EOF                    PIC X(01).
       01 WS-DATA-HOJE              PIC 9(08).
       01 WS-DIA-HOJE-INT           PIC 9(07).

      * Janela do aviso de vales: avisa quem entrou na semana final
      * da validade desde a última rodada
       01 WS-DIAS-ANTECEDENCIA      PIC 9(03) VALUE 7.
       01 WS-ULTIMA-EXECUCAO        PIC 9(08).
       01 WS-VALIDADE-DE            PIC 9(08).
       01 WS-VALIDADE-ATE           PIC 9(08).
       01 WS-QTD-AVISADOS           PIC 9(05).
       01 WS-VALOR-EDIT             PIC ZZZZZ9.99.

      * Consulta do log do dia
       01 WS-DATA-CONSULTA          PIC 9(08).
       01 WS-LINHA-LOG-LIDA         PIC X(100).
       01 WS-LOG-HORA-X             PIC X(08).
       01 WS-LOG-CLIENTE-X          PIC X(05).
       01 WS-LOG-TELEFONE-X         PIC X(15).
       01 WS-LOG-MODELO-X           PIC X(12).
       01 WS-LOG-REFERENCIA-X       PIC X(12).
       01 WS-LOG-SITUACAO-X         PIC X(20).
       01 WS-QTD-ENFILEIRADOS       PIC 9(05).
       01 WS-QTD-IGNORADOS          PIC 9(05).

      * Aviso ao cliente, enfileirado via EnfileirarAviso.cbl
       01 WS-AVISO-CLIENTE          PIC 9(05).
       01 WS-AVISO-TELEFONE         PIC X(15).
       01 WS-AVISO-MODELO           PIC X(12).
       01 WS-AVISO-REFERENCIA       PIC X(12).
       01 WS-AVISO-CAMPO-1          PIC X(30).
       01 WS-AVISO-CAMPO-2          PIC X(30).

       LINKAGE SECTION.
       01 LS-OPCAO                  PIC 9(02).

       PROCEDURE DIVISION USING LS-OPCAO.
       MAIN.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-DIA-HOJE-INT =
             FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).

           PERFORM CONFIGURAR-CAMINHOS.

      *    Switch da opção
           EVALUATE LS-OPCAO
             WHEN 62
               PERFORM AVISAR-VALES-A-VENCER

             WHEN 63
               PERFORM CONSULTAR-AVISOS-DIA
           END-EVALUATE.

      *    Retorna
           EXIT PROGRAM.


      *    Vales ativos de cliente identificado cuja validade entrou
      *    na janela de antecedência desde a última rodada (e ainda
      *    não venceu) vão para a fila de avisos
       AVISAR-VALES-A-VENCER.
           DISPLAY "-----------------------------------".
           DISPLAY " AVISO DE VALES-TROCA A VENCER"
           DISPLAY "-----------------------------------".

           PERFORM LER-CONTROLE-AVISO-VALE.

           COMPUTE WS-VALIDADE-DE = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-ULTIMA-EXECUCAO)
               + WS-DIAS-ANTECEDENCIA + 1).
           COMPUTE WS-VALIDADE-ATE = FUNCTION DATE-OF-INTEGER(
             WS-DIA-HOJE-INT + WS-DIAS-ANTECEDENCIA).

           IF WS-VALIDADE-DE < WS-DATA-HOJE
             MOVE WS-DATA-HOJE TO WS-VALIDADE-DE
           END-IF.

           MOVE 0 TO WS-QTD-AVISADOS.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT IDX-VALES.
           IF WS-STATUS-VALE-FILE-NOT-FOUND
             DISPLAY "Nenhum vale-troca emitido ainda."
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-VALES NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF VALE-ATIVO
                   AND VALE-CLIENTE > 0
                   AND VALE-DATA-VALIDADE >= WS-VALIDADE-DE
                   AND VALE-DATA-VALIDADE <= WS-VALIDADE-ATE
                   PERFORM AVISAR-VALE
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-VALES.

           MOVE WS-DATA-HOJE TO WS-ULTIMA-EXECUCAO.
           PERFORM GRAVAR-CONTROLE-AVISO-VALE.

           DISPLAY "Vales com aviso de vencimento: " WS-QTD-AVISADOS.
           DISPLAY " ".

      *    Retorna
           EXIT PARAGRAPH.


       AVISAR-VALE.
           MOVE VALE-CLIENTE TO WS-AVISO-CLIENTE.
           MOVE SPACES TO WS-AVISO-TELEFONE.
           MOVE "VALE-VENCE" TO WS-AVISO-MODELO.
           MOVE VALE-NUMERO TO WS-AVISO-REFERENCIA.
           MOVE VALE-VALOR TO WS-VALOR-EDIT.
           MOVE WS-VALOR-EDIT TO WS-AVISO-CAMPO-1.
           MOVE VALE-DATA-VALIDADE TO WS-AVISO-CAMPO-2.
           CALL "EnfileirarAviso" USING WS-AVISO-CLIENTE,
             WS-AVISO-TELEFONE, WS-AVISO-MODELO, WS-AVISO-REFERENCIA,
             WS-AVISO-CAMPO-1, WS-AVISO-CAMPO-2.

           ADD 1 TO WS-QTD-AVISADOS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Lista o log de avisos de uma data, com o total que seguiu
      *    para a fila e o que ficou de fora (recusa ou sem telefone)
       CONSULTAR-AVISOS-DIA.
           DISPLAY "-----------------------------------".
           DISPLAY " AVISOS AO CLIENTE DO DIA"
           DISPLAY "-----------------------------------".
           DISPLAY "Data (AAAAMMDD, 0 para hoje): " WITH NO ADVANCING.
           ACCEPT WS-DATA-CONSULTA.
           IF WS-DATA-CONSULTA = 0
             MOVE WS-DATA-HOJE TO WS-DATA-CONSULTA
           END-IF.

           MOVE 'N' TO WS-CAMINHO-OVERFLOW.
           MOVE SPACES TO WS-PATH-LOG-DIA.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/avisos-" DELIMITED BY SIZE
             WS-DATA-CONSULTA DELIMITED BY SIZE
             ".log" DELIMITED BY SIZE
             INTO WS-PATH-LOG-DIA
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.

           IF CAMINHO-OVERFLOW
             DISPLAY "Erro fatal! ARCH_DIR excede o tamanho suportado "
               "para montagem dos caminhos de arquivo!"
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT LOG-AVISOS-DIA.
           IF NOT WS-STATUS-LOG-OK
             DISPLAY "Nenhum aviso registrado em " WS-DATA-CONSULTA "."
             EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-QTD-ENFILEIRADOS.
           MOVE 0 TO WS-QTD-IGNORADOS.
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

                 IF WS-LOG-SITUACAO-X = "ENFILEIRADO"
                   ADD 1 TO WS-QTD-ENFILEIRADOS
                 ELSE
                   ADD 1 TO WS-QTD-IGNORADOS
                 END-IF

                 DISPLAY WS-LOG-HORA-X(1:2) ":" WS-LOG-HORA-X(3:2)
                   "  Cliente " WS-LOG-CLIENTE-X
                   "  " WS-LOG-MODELO-X
                   " " WS-LOG-REFERENCIA-X
                   "  Tel: " WS-LOG-TELEFONE-X
                   "  " WS-LOG-SITUACAO-X
             END-READ
           END-PERFORM.

           CLOSE LOG-AVISOS-DIA.

           DISPLAY "-----------------------------------".
           DISPLAY "Avisos enfileirados: " WS-QTD-ENFILEIRADOS.
           DISPLAY "Avisos não enviados: " WS-QTD-IGNORADOS.
           DISPLAY " ".

      *    Retorna
           EXIT PARAGRAPH.


      *    Sem controle gravado, a rodada anterior é a de ontem
       LER-CONTROLE-AVISO-VALE.
           COMPUTE WS-ULTIMA-EXECUCAO = FUNCTION DATE-OF-INTEGER(
             WS-DIA-HOJE-INT - 1).

           OPEN INPUT ARQ-CONTROLE-AVISO-VALE.

           IF WS-STATUS-CTRL-OK
             READ ARQ-CONTROLE-AVISO-VALE
               NOT AT END
                 IF LINHA-CONTROLE-AVISO-VALE IS NUMERIC
                   AND LINHA-CONTROLE-AVISO-VALE > 0
                   MOVE LINHA-CONTROLE-AVISO-VALE
                     TO WS-ULTIMA-EXECUCAO
                 END-IF
             END-READ
             CLOSE ARQ-CONTROLE-AVISO-VALE
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       GRAVAR-CONTROLE-AVISO-VALE.
           OPEN OUTPUT ARQ-CONTROLE-AVISO-VALE.

           MOVE WS-ULTIMA-EXECUCAO TO LINHA-CONTROLE-AVISO-VALE.
           WRITE LINHA-CONTROLE-AVISO-VALE.

           CLOSE ARQ-CONTROLE-AVISO-VALE.

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
             "/vales-troca.idx" DELIMITED BY SIZE
             INTO WS-PATH-VALES
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/avisos-vales-controle.dat" DELIMITED BY SIZE
             INTO WS-PATH-CONTROLE
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

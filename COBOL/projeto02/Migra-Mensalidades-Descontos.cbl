       IDENTIFICATION DIVISION.
           PROGRAM-ID. MIGRA-MENSALIDADES-DESCONTOS.
           AUTHOR. Mauricio Rodrigues.

      *    Migração única das mensalidades para o layout com bolsa e
      *    pontualidade. Cada cobrança antiga é regravada com o valor
      *    como bruto e líquido, sem desconto de bolsa nem condição
      *    de pontualidade; as já pagas ficam com o valor pago igual
      *    ao cobrado. O arquivo novo só toma o lugar do antigo
      *    depois de conferido pela contagem e pela soma dos valores;
      *    o antigo fica guardado com o sufixo "-antes-descontos", e
      *    a existência dessa cópia impede que a migração rode duas
      *    vezes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Mensalidades no layout antigo
           SELECT ARQ-MEN-ANTIGO ASSIGN TO "mensalidades.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-ANT
             RECORD KEY IS ANT-CHAVE.

      *    Cópia guardada por uma migração anterior
           SELECT ARQ-MEN-GUARDADO
             ASSIGN TO "mensalidades-antes-descontos.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-GRD
             RECORD KEY IS GRD-CHAVE.

      *    Mensalidades no layout novo, gravadas ao lado do original
      *    e renomeadas no fim
           SELECT ARQ-MENSALIDADES
             ASSIGN TO "mensalidades-descontos.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS
             RECORD KEY IS MEN-CHAVE.

       DATA DIVISION.
       FILE SECTION.
      *    Layout antigo de REG-MENSALIDADE em Mensalidades.cbl
       FD ARQ-MEN-ANTIGO.
       01 REG-MEN-ANTIGO.
           05 ANT-CHAVE.
               10 ANT-MATRICULA      PIC X(08).
               10 ANT-MES            PIC 9(06).
           05 ANT-VALOR              PIC 9(06)V99.
           05 ANT-STATUS             PIC X(01).
               88 ANT-PAGA           VALUE 'P'.
           05 ANT-DATA-PAGAMENTO     PIC 9(08).

       FD ARQ-MEN-GUARDADO.
       01 REG-MEN-GUARDADO.
           05 GRD-CHAVE.
               10 GRD-MATRICULA      PIC X(08).
               10 GRD-MES            PIC 9(06).

      *    Mesmo layout de REG-MENSALIDADE em Mensalidades.cbl
       FD ARQ-MENSALIDADES.
       01 REG-MENSALIDADE.
           05 MEN-CHAVE.
               10 MEN-MATRICULA      PIC X(08).
               10 MEN-MES            PIC 9(06).
           05 MEN-VALOR              PIC 9(06)V99.
           05 MEN-STATUS             PIC X(01).
               88 MEN-ABERTA         VALUE 'A'.
               88 MEN-PAGA           VALUE 'P'.
           05 MEN-DATA-PAGAMENTO     PIC 9(08).
           05 MEN-VALOR-BRUTO        PIC 9(06)V99.
           05 MEN-DESCONTO-BOLSA     PIC 9(06)V99.
           05 MEN-DIA-PONTUALIDADE   PIC 9(02).
           05 MEN-PERC-PONTUALIDADE  PIC 9(02)V99.
           05 MEN-DESCONTO-PONTUAL   PIC 9(06)V99.
           05 MEN-VALOR-PAGO         PIC 9(06)V99.

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
                          WS-STATUS-GRD-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-GRD-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-GRD-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-GRD-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-GRD-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-GRD-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-GRD.

       01 WS-EOF                     PIC X(01) VALUE 'N'.

      * Contadores e somas da conciliação final
       01 WS-QTD-LIDAS               PIC 9(06) VALUE 0.
       01 WS-QTD-PAGAS               PIC 9(06) VALUE 0.
       01 WS-QTD-GRAVADAS            PIC 9(06) VALUE 0.
       01 WS-QTD-RELIDAS             PIC 9(06) VALUE 0.
       01 WS-QTD-ERROS               PIC 9(06) VALUE 0.
       01 WS-SOMA-LIDA               PIC 9(10)V99 VALUE 0.
       01 WS-SOMA-RELIDA             PIC 9(10)V99 VALUE 0.
       01 WS-SOMA-EDIT               PIC ZZZZZZZZZ9.99.

       01 WS-CONFIRMA                PIC X(01).

       01 WS-COMANDO-MV              PIC X(200).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "------------------------------------------".
           DISPLAY " MIGRAÇÃO DAS MENSALIDADES PARA BOLSAS/DESCONTOS"
           DISPLAY "------------------------------------------".

      *    A cópia guardada de uma migração anterior indica que o
      *    arquivo vivo já está no layout novo
           OPEN INPUT ARQ-MEN-GUARDADO.
           IF NOT WS-STATUS-GRD-FILE-NOT-FOUND
             IF WS-STATUS-GRD-OK
               CLOSE ARQ-MEN-GUARDADO
             END-IF
             DISPLAY "Já migrado anteriormente (existe "
               "mensalidades-antes-descontos.idx); nada a fazer."
             STOP RUN
           END-IF.

           OPEN INPUT ARQ-MEN-ANTIGO.
           IF WS-STATUS-ANT-FILE-NOT-FOUND
             DISPLAY "Arquivo de mensalidades (mensalidades.idx) não "
               "encontrado. Nada a migrar."
             STOP RUN
           END-IF.
           IF NOT WS-STATUS-ANT-OK
             DISPLAY "Erro ao abrir o arquivo de mensalidades! "
               "Status: " WS-STATUS-ANT
             STOP RUN
           END-IF.

           DISPLAY "Migrar as mensalidades para o layout com bolsa e "
             "pontualidade? (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = 'S'
             CLOSE ARQ-MEN-ANTIGO
             DISPLAY "Migração cancelada."
             STOP RUN
           END-IF.

           PERFORM MIGRAR-MENSALIDADES.

      *    Relatório de conciliação da migração
           DISPLAY "------------------------------------------".
           DISPLAY " CONCILIAÇÃO DA MIGRAÇÃO"
           DISPLAY "------------------------------------------".
           DISPLAY "Mensalidades lidas no layout antigo: "
             WS-QTD-LIDAS.
           DISPLAY "  das quais pagas: " WS-QTD-PAGAS.
           DISPLAY "Mensalidades gravadas no layout novo: "
             WS-QTD-GRAVADAS.
           DISPLAY "Mensalidades relidas do arquivo novo: "
             WS-QTD-RELIDAS.
           DISPLAY "Mensalidades com erro de gravação: "
             WS-QTD-ERROS.
           MOVE WS-SOMA-LIDA TO WS-SOMA-EDIT.
           DISPLAY "Soma dos valores lidos:   R$" WS-SOMA-EDIT.
           MOVE WS-SOMA-RELIDA TO WS-SOMA-EDIT.
           DISPLAY "Soma dos valores relidos: R$" WS-SOMA-EDIT.
           DISPLAY "------------------------------------------".

           IF WS-QTD-ERROS = 0
             AND WS-QTD-GRAVADAS = WS-QTD-LIDAS
             AND WS-QTD-RELIDAS = WS-QTD-GRAVADAS
             AND WS-SOMA-RELIDA = WS-SOMA-LIDA
             PERFORM SUBSTITUIR-ARQUIVO
           ELSE
             DISPLAY "DIVERGÊNCIA na conferência! O arquivo original "
               "foi mantido; o migrado ficou ao lado "
               "(mensalidades-descontos.idx) para análise."
           END-IF.

           STOP RUN.


      *    Regrava as mensalidades no layout novo e relê o arquivo
      *    gravado para a conferência
       MIGRAR-MENSALIDADES.
           OPEN OUTPUT ARQ-MENSALIDADES.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-MEN-ANTIGO NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 ADD 1 TO WS-QTD-LIDAS
                 ADD ANT-VALOR TO WS-SOMA-LIDA
                 PERFORM GRAVAR-MENSALIDADE-NOVA
             END-READ
           END-PERFORM.

           CLOSE ARQ-MEN-ANTIGO.
           CLOSE ARQ-MENSALIDADES.

           OPEN INPUT ARQ-MENSALIDADES.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-MENSALIDADES NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 ADD 1 TO WS-QTD-RELIDAS
                 ADD MEN-VALOR TO WS-SOMA-RELIDA
             END-READ
           END-PERFORM.
           CLOSE ARQ-MENSALIDADES.

      *    Retorna
           EXIT PARAGRAPH.


      *    Cobrança antiga sem bolsa: bruto = líquido, e a paga foi
      *    paga pelo valor cobrado
       GRAVAR-MENSALIDADE-NOVA.
           MOVE ANT-MATRICULA TO MEN-MATRICULA.
           MOVE ANT-MES TO MEN-MES.
           MOVE ANT-VALOR TO MEN-VALOR.
           MOVE ANT-STATUS TO MEN-STATUS.
           MOVE ANT-DATA-PAGAMENTO TO MEN-DATA-PAGAMENTO.
           MOVE ANT-VALOR TO MEN-VALOR-BRUTO.
           MOVE 0 TO MEN-DESCONTO-BOLSA.
           MOVE 0 TO MEN-DIA-PONTUALIDADE.
           MOVE 0 TO MEN-PERC-PONTUALIDADE.
           MOVE 0 TO MEN-DESCONTO-PONTUAL.

           IF ANT-PAGA
             ADD 1 TO WS-QTD-PAGAS
             MOVE ANT-VALOR TO MEN-VALOR-PAGO
           ELSE
             MOVE 0 TO MEN-VALOR-PAGO
           END-IF.

           WRITE REG-MENSALIDADE
             INVALID KEY
               ADD 1 TO WS-QTD-ERROS
               DISPLAY "Erro ao gravar " MEN-MATRICULA " " MEN-MES
                 "! Status: " WS-STATUS

             NOT INVALID KEY
               ADD 1 TO WS-QTD-GRAVADAS
           END-WRITE.

      *    Retorna
           EXIT PARAGRAPH.


      *    Guarda o original com o sufixo "-antes-descontos" e coloca
      *    o migrado no lugar
       SUBSTITUIR-ARQUIVO.
           MOVE SPACES TO WS-COMANDO-MV.
           STRING
             "mv mensalidades.idx "                DELIMITED BY SIZE
             "mensalidades-antes-descontos.idx"    DELIMITED BY SIZE
             INTO WS-COMANDO-MV
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO-MV.

           MOVE SPACES TO WS-COMANDO-MV.
           STRING
             "mv mensalidades-descontos.idx "      DELIMITED BY SIZE
             "mensalidades.idx"                    DELIMITED BY SIZE
             INTO WS-COMANDO-MV
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO-MV.

           DISPLAY "mensalidades.idx migrado; original guardado em "
             "mensalidades-antes-descontos.idx.".

      *    Retorna
           EXIT PARAGRAPH.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. ResolverDataLancamento.
           AUTHOR. Maurício Rodrigues.

      *    Subprograma de proteção dos dias fechados: diz se a data de
      *    um lançamento (venda, estorno, baixa ou movimento de
      *    estoque) cai num dia já encerrado pelo fechamento e, nesse
      *    caso, desvia o lançamento para o dia corrente, anotando a
      *    data original como referência. Quando o próprio dia
      *    corrente já foi fechado não há para onde desviar, e o
      *    chamador deve recusar o lançamento até um supervisor
      *    reabrir o dia (DiasFechados.cbl)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Registro dos dias fechados, gravado pelo fechamento do dia
      *    (ProcessarVendas) e pela reabertura (DiasFechados); vale
      *    o último evento de cada data
      *    Máscara: <data AAAAMMDD>;<FECHADO|REABERTO|REFECHADO>;
      *             <data_evento>;<hora_evento>;<responsavel>;
      *             <qtd_vendas>;<valor, 2 decimais implícitas>;
      *             <referencia>
           SELECT ARQ-DIAS-FECHADOS
             ASSIGN TO DYNAMIC WS-PATH-DIAS-FECHADOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-DFE.

      *    Lançamentos desviados de um dia fechado para o corrente
      *    Máscara: <data_registro>;<hora>;<programa>;<data_original>;
      *             <data_lancamento>;<referencia>
           SELECT LOG-REDIRECIONADOS
             ASSIGN TO DYNAMIC WS-PATH-REDIRECIONADOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-RED.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-DIAS-FECHADOS.
       01 LINHA-DIA-FECHADO         PIC X(120).

       FD LOG-REDIRECIONADOS.
       01 LINHA-REDIRECIONADO       PIC X(120).

       WORKING-STORAGE SECTION.
      *    Status de arquivo, com condições nominadas compartilhadas
      *    via copybook (ex.: WS-STATUS-DFE-FILE-NOT-FOUND)
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-DFE-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-DFE-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-DFE-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-DFE-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-DFE-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-DFE-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-DFE.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-RED-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-RED-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-RED-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-RED-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-RED-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-RED-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-RED.

       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-DIAS-FECHADOS      PIC X(80).
       01 WS-PATH-REDIRECIONADOS     PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

      * O registro é relido a cada chamada, e não guardado em
      * memória: uma reabertura feita no meio da sessão precisa
      * valer já no lançamento seguinte
       01 WS-EOF                     PIC X(01).
       01 WS-LINHA-LIDA              PIC X(120).
       01 WS-DFE-DATA-X              PIC X(08).
       01 WS-DFE-SITUACAO            PIC X(10).

      * Situação da data pedida e da data corrente segundo o último
      * evento do registro: N (nunca fechada), F (fechada) ou
      * R (reaberta)
       01 WS-DATA-HOJE               PIC 9(08).
       01 WS-HORA-AGORA              PIC 9(08).
       01 WS-DATA-ORIGINAL           PIC 9(08).
       01 WS-ESTADO-DATA             PIC X(01).
       01 WS-ESTADO-HOJE             PIC X(01).
       01 WS-ESTADO-LIDO             PIC X(01).

       LINKAGE SECTION.
      *    Entrada: a data do lançamento; saída: a data em que ele
      *    deve ser gravado (a própria, ou a corrente quando desviado)
       01 LS-DATA-LANCAMENTO         PIC 9(08).
      *    Programa que lança; em branco, a chamada é só consulta e
      *    o desvio não é anotado no log
       01 LS-PROGRAMA                PIC X(20).
      *    Referência do lançamento (venda, pedido, linha), anotada
      *    junto com a data original quando há desvio
       01 LS-REFERENCIA              PIC X(30).
      *    Saída: OK (dia aberto), RA (dia reaberto por supervisor),
      *    RD (dia fechado, desviado para o corrente) ou FC (dia
      *    fechado e o corrente também; o lançamento deve ser
      *    recusado)
       01 LS-SITUACAO                PIC X(02).

       PROCEDURE DIVISION USING LS-DATA-LANCAMENTO, LS-PROGRAMA,
           LS-REFERENCIA, LS-SITUACAO.
       MAIN.
           PERFORM CONFIGURAR-CAMINHOS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE LS-DATA-LANCAMENTO TO WS-DATA-ORIGINAL.

           PERFORM LER-REGISTRO.

           EVALUATE TRUE
             WHEN WS-ESTADO-DATA = 'N'
               MOVE "OK" TO LS-SITUACAO

             WHEN WS-ESTADO-DATA = 'R'
               MOVE "RA" TO LS-SITUACAO

      *      Dia fechado: desvia para o corrente, se ele estiver
      *      aberto (nunca fechado ou reaberto)
             WHEN WS-ESTADO-HOJE NOT = 'F'
               MOVE WS-DATA-HOJE TO LS-DATA-LANCAMENTO
               MOVE "RD" TO LS-SITUACAO
               IF LS-PROGRAMA NOT = SPACES
                 PERFORM REGISTRAR-DESVIO
               END-IF

             WHEN OTHER
               MOVE "FC" TO LS-SITUACAO
           END-EVALUATE.

      *    Retorna
           EXIT PROGRAM.


      *    Percorre o registro inteiro guardando o último evento da
      *    data pedida e o da data corrente
       LER-REGISTRO.
           MOVE 'N' TO WS-ESTADO-DATA.
           MOVE 'N' TO WS-ESTADO-HOJE.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT ARQ-DIAS-FECHADOS.

      *    Sem registro, nenhum dia foi fechado ainda
           IF WS-STATUS-DFE-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-DIAS-FECHADOS INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 MOVE SPACES TO WS-DFE-DATA-X
                 MOVE SPACES TO WS-DFE-SITUACAO
                 UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
                   INTO WS-DFE-DATA-X, WS-DFE-SITUACAO
                 END-UNSTRING

                 IF WS-DFE-SITUACAO = "REABERTO"
                   MOVE 'R' TO WS-ESTADO-LIDO
                 ELSE
                   MOVE 'F' TO WS-ESTADO-LIDO
                 END-IF

                 IF WS-DFE-DATA-X IS NUMERIC
                   IF WS-DFE-DATA-X = WS-DATA-ORIGINAL
                     MOVE WS-ESTADO-LIDO TO WS-ESTADO-DATA
                   END-IF
                   IF WS-DFE-DATA-X = WS-DATA-HOJE
                     MOVE WS-ESTADO-LIDO TO WS-ESTADO-HOJE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-DIAS-FECHADOS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Anota o desvio com a data original e a referência, para o
      *    lançamento poder ser rastreado até o dia em que ocorreu
       REGISTRAR-DESVIO.
           OPEN EXTEND LOG-REDIRECIONADOS.
           IF WS-STATUS-RED-FILE-NOT-FOUND
             OPEN OUTPUT LOG-REDIRECIONADOS
           END-IF.

           MOVE SPACES TO LINHA-REDIRECIONADO.
           STRING
             WS-DATA-HOJE                      DELIMITED BY SIZE
             ";"                               DELIMITED BY SIZE
             WS-HORA-AGORA(1:6)                DELIMITED BY SIZE
             ";"                               DELIMITED BY SIZE
             FUNCTION TRIM(LS-PROGRAMA)        DELIMITED BY SIZE
             ";"                               DELIMITED BY SIZE
             WS-DATA-ORIGINAL                  DELIMITED BY SIZE
             ";"                               DELIMITED BY SIZE
             LS-DATA-LANCAMENTO                DELIMITED BY SIZE
             ";"                               DELIMITED BY SIZE
             FUNCTION TRIM(LS-REFERENCIA)      DELIMITED BY SIZE
             INTO LINHA-REDIRECIONADO
           END-STRING.

           WRITE LINHA-REDIRECIONADO.
           CLOSE LOG-REDIRECIONADOS.

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
             "/dias-fechados.dat" DELIMITED BY SIZE
             INTO WS-PATH-DIAS-FECHADOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.

           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/lancamentos-redirecionados.log" DELIMITED BY SIZE
             INTO WS-PATH-REDIRECIONADOS
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

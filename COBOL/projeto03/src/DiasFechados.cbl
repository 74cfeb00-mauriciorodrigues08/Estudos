       IDENTIFICATION DIVISION.
           PROGRAM-ID. DiasFechados.
           AUTHOR. Maurício Rodrigues.

      *    Registro dos dias fechados (dias-fechados.dat), gravado
      *    pelo fechamento do dia em ProcessarVendas:
      *    74 - lista os eventos do registro (fechamentos, reaberturas
      *         e fechamentos complementares, com a diferença lançada);
      *    75 - reabre um dia fechado, com autorização de supervisor e
      *         motivo anotados no registro. Enquanto reaberto, o dia
      *         volta a aceitar lançamentos com a própria data, e o
      *         fechamento seguinte o encerra de novo (REFECHADO) com
      *         apenas a diferença, para os totais já exportados serem
      *         corrigidos sem recontar o dia inteiro.
      *    A verificação feita por quem lança está em
      *    ResolverDataLancamento.cbl.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Mesmo registro lido por ResolverDataLancamento.cbl
      *    Máscara: <data AAAAMMDD>;<FECHADO|REABERTO|REFECHADO>;
      *             <data_evento>;<hora_evento>;<responsavel>;
      *             <qtd_vendas>;<valor, 2 decimais implícitas>;
      *             <referencia>
           SELECT ARQ-DIAS-FECHADOS
             ASSIGN TO DYNAMIC WS-PATH-DIAS-FECHADOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-DFE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-DIAS-FECHADOS.
       01 LINHA-DIA-FECHADO         PIC X(120).

       WORKING-STORAGE SECTION.
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

       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-DIAS-FECHADOS      PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-DATA-HOJE               PIC 9(08).
       01 WS-HORA-AGORA              PIC 9(08).
       01 WS-EOF                     PIC X(01).
       01 WS-LINHA-LIDA              PIC X(120).

      * Campos de uma linha do registro
       01 WS-DFE-DATA                PIC X(08).
       01 WS-DFE-SITUACAO            PIC X(10).
       01 WS-DFE-DATA-EVENTO         PIC X(08).
       01 WS-DFE-HORA-EVENTO         PIC X(06).
       01 WS-DFE-RESPONSAVEL         PIC X(10).
       01 WS-DFE-QTD-X               PIC X(07).
       01 WS-DFE-VALOR-X             PIC X(11).
       01 WS-DFE-VALOR-N REDEFINES WS-DFE-VALOR-X
                                     PIC 9(09)V99.
       01 WS-DFE-REFERENCIA          PIC X(50).
       01 WS-DFE-VALOR               PIC 9(09)V99.
       01 WS-DFE-VALOR-EDIT          PIC Z(8)9.99.
       01 WS-QTD-EVENTOS             PIC 9(05).

      * Reabertura: data pedida, motivo e supervisor que autoriza
       01 WS-DATA-REABRIR            PIC 9(08).
       01 WS-DATA-REABRIR-X          PIC X(08).
       01 WS-MOTIVO                  PIC X(40).
       01 WS-SUPERVISOR              PIC X(10).
       01 WS-NIVEL-SUPERVISOR        PIC 9(01) VALUE 2.
       01 WS-RESULTADO-VALIDACAO     PIC X(02).
       01 WS-CONFIRMA                PIC X(01).

      * Consulta da situação da data em ResolverDataLancamento (só
      * consulta: programa em branco, nada é anotado)
       01 WS-DATA-CONSULTA           PIC 9(08).
       01 WS-PROGRAMA-CONSULTA       PIC X(20) VALUE SPACES.
       01 WS-REFERENCIA-CONSULTA     PIC X(30) VALUE SPACES.
       01 WS-SITUACAO-CONSULTA       PIC X(02).

       LINKAGE SECTION.
       01 LS-OPCAO                   PIC 9(02).

       PROCEDURE DIVISION USING LS-OPCAO.
       MAIN.
           PERFORM CONFIGURAR-CAMINHOS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           EVALUATE LS-OPCAO
             WHEN 74
               PERFORM LISTAR-DIAS-FECHADOS

             WHEN 75
               PERFORM REABRIR-DIA
           END-EVALUATE.

      *    Retorna
           EXIT PROGRAM.


      *    Lista os eventos do registro na ordem em que ocorreram
       LISTAR-DIAS-FECHADOS.
           MOVE 0 TO WS-QTD-EVENTOS.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT ARQ-DIAS-FECHADOS.
           IF WS-STATUS-DFE-FILE-NOT-FOUND
             DISPLAY "Nenhum dia fechado registrado ainda."
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "-----------------------------------".
           DISPLAY " REGISTRO DE DIAS FECHADOS".
           DISPLAY "-----------------------------------".

           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-DIAS-FECHADOS INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 PERFORM MOSTRAR-EVENTO
             END-READ
           END-PERFORM.

           CLOSE ARQ-DIAS-FECHADOS.

           DISPLAY "-----------------------------------".
           DISPLAY "Eventos: " WS-QTD-EVENTOS.

      *    Retorna
           EXIT PARAGRAPH.


       MOSTRAR-EVENTO.
           MOVE SPACES TO WS-DFE-DATA WS-DFE-SITUACAO
             WS-DFE-DATA-EVENTO WS-DFE-HORA-EVENTO
             WS-DFE-RESPONSAVEL WS-DFE-QTD-X WS-DFE-VALOR-X
             WS-DFE-REFERENCIA.

           UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
             INTO WS-DFE-DATA, WS-DFE-SITUACAO, WS-DFE-DATA-EVENTO,
               WS-DFE-HORA-EVENTO, WS-DFE-RESPONSAVEL, WS-DFE-QTD-X,
               WS-DFE-VALOR-X, WS-DFE-REFERENCIA
           END-UNSTRING.

           IF WS-DFE-DATA IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-EVENTOS.

           IF WS-DFE-VALOR-X IS NUMERIC
             MOVE WS-DFE-VALOR-N TO WS-DFE-VALOR
           ELSE
             MOVE 0 TO WS-DFE-VALOR
           END-IF.
           MOVE WS-DFE-VALOR TO WS-DFE-VALOR-EDIT.

           DISPLAY WS-DFE-DATA " " WS-DFE-SITUACAO
             " em " WS-DFE-DATA-EVENTO " " WS-DFE-HORA-EVENTO
             " por " WS-DFE-RESPONSAVEL.

           IF WS-DFE-SITUACAO = "REABERTO"
             DISPLAY "    Motivo: " FUNCTION TRIM(WS-DFE-REFERENCIA)
           ELSE
             DISPLAY "    Vendas: " WS-DFE-QTD-X
               "  Valor: R$" WS-DFE-VALOR-EDIT
             IF WS-DFE-REFERENCIA NOT = SPACES
               DISPLAY "    Complemento: "
                 FUNCTION TRIM(WS-DFE-REFERENCIA)
             END-IF
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Reabre um dia fechado: só com o dia de fato fechado, um
      *    motivo informado e um supervisor válido
       REABRIR-DIA.
           DISPLAY "Data a reabrir (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-DATA-REABRIR-X.

           IF WS-DATA-REABRIR-X IS NOT NUMERIC
             DISPLAY "Data inválida."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATA-REABRIR-X TO WS-DATA-REABRIR.

           IF WS-DATA-REABRIR > WS-DATA-HOJE
             DISPLAY "Data futura: não há o que reabrir."
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-DATA-REABRIR TO WS-DATA-CONSULTA.
           CALL "ResolverDataLancamento" USING WS-DATA-CONSULTA,
             WS-PROGRAMA-CONSULTA, WS-REFERENCIA-CONSULTA,
             WS-SITUACAO-CONSULTA.

           EVALUATE WS-SITUACAO-CONSULTA
             WHEN "OK"
               DISPLAY "O dia " WS-DATA-REABRIR " não está fechado."
               EXIT PARAGRAPH
             WHEN "RA"
               DISPLAY "O dia " WS-DATA-REABRIR " já está reaberto."
               EXIT PARAGRAPH
           END-EVALUATE.

           DISPLAY "Motivo da reabertura: " WITH NO ADVANCING.
           ACCEPT WS-MOTIVO.

           IF WS-MOTIVO = SPACES
             DISPLAY "Reabertura recusada: informe o motivo."
             EXIT PARAGRAPH
           END-IF.

      *    O ";" separaria o motivo em dois campos do registro
           INSPECT WS-MOTIVO REPLACING ALL ";" BY ",".

           DISPLAY "Código do supervisor: " WITH NO ADVANCING.
           ACCEPT WS-SUPERVISOR.

           CALL "ValidarOperador" USING WS-SUPERVISOR,
             WS-NIVEL-SUPERVISOR, WS-RESULTADO-VALIDACAO.

           IF WS-RESULTADO-VALIDACAO NOT = "OK"
             DISPLAY "Reabertura recusada: código de supervisor "
               "inválido ou sem permissão."
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Confirma a reabertura do dia " WS-DATA-REABRIR
             "? (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.

           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = "S"
             DISPLAY "Reabertura cancelada."
             EXIT PARAGRAPH
           END-IF.

           PERFORM GRAVAR-REABERTURA.

           DISPLAY "Dia " WS-DATA-REABRIR " reaberto. Os lançamentos "
             "dessa data voltam a ser aceitos; o próximo fechamento "
             "do dia lança só a diferença.".

      *    Retorna
           EXIT PARAGRAPH.


       GRAVAR-REABERTURA.
           ACCEPT WS-HORA-AGORA FROM TIME.

           OPEN EXTEND ARQ-DIAS-FECHADOS.
           IF WS-STATUS-DFE-FILE-NOT-FOUND
             OPEN OUTPUT ARQ-DIAS-FECHADOS
           END-IF.

           MOVE SPACES TO LINHA-DIA-FECHADO.
           STRING
             WS-DATA-REABRIR                   DELIMITED BY SIZE
             ";REABERTO;"                      DELIMITED BY SIZE
             WS-DATA-HOJE                      DELIMITED BY SIZE
             ";"                               DELIMITED BY SIZE
             WS-HORA-AGORA(1:6)                DELIMITED BY SIZE
             ";"                               DELIMITED BY SIZE
             FUNCTION TRIM(WS-SUPERVISOR)      DELIMITED BY SIZE
             ";0;0;"                           DELIMITED BY SIZE
             FUNCTION TRIM(WS-MOTIVO)          DELIMITED BY SIZE
             INTO LINHA-DIA-FECHADO
           END-STRING.

           WRITE LINHA-DIA-FECHADO.
           CLOSE ARQ-DIAS-FECHADOS.

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

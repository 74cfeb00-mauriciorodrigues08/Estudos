       IDENTIFICATION DIVISION.
           PROGRAM-ID. MovimentarVasilhame.
           AUTHOR. Maurício Rodrigues.

      *    Escrita central do controle de vasilhames (garrafas
      *    retornáveis, engradados, botijões): todo evento que mexe
      *    com vasilhame (venda com ou sem troca do vazio, devolução
      *    de vazios no balcão, recebimento do fornecedor) chama este
      *    subprograma, que ajusta
      *      - o saldo de vasilhames do parceiro (cliente 'C' ou
      *        fornecedor 'F'), em saldos-vasilhame.idx: para o
      *        cliente, vasilhames levados com depósito pago e ainda
      *        não devolvidos; para o fornecedor, vasilhames recebidos
      *        cheios e ainda não devolvidos vazios;
      *      - a contagem de vazios no depósito, em vasilhames.idx;
      *    e anexa o movimento ao log vasilhame-movimentos.log.
      *    Parceiro 0 (cliente não identificado) só mexe nos vazios.
      *    Nenhum saldo fica negativo.
      *    Resultado: "OK", "NE" (tipo de vasilhame não cadastrado) ou
      *    "ER" (erro de gravação)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-VASILHAMES
             ASSIGN TO DYNAMIC WS-PATH-VASILHAMES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-VAS
             RECORD KEY IS VAS-CODIGO.

           SELECT IDX-SALDOS-VASILHAME
             ASSIGN TO DYNAMIC WS-PATH-SALDOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-SLV
             RECORD KEY IS SLV-CHAVE.

           SELECT LOG-MOVIMENTOS-VASILHAME
             ASSIGN TO DYNAMIC WS-PATH-MOVIMENTOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LOG.

       DATA DIVISION.
       FILE SECTION.
      *    Mesmo layout de DETALHE-VASILHAME em Vasilhames.cbl
       FD IDX-VASILHAMES.
       01 DETALHE-VASILHAME.
           05 VAS-CODIGO            PIC 9(03).
           05 VAS-DESCRICAO         PIC X(30).
           05 VAS-VALOR-DEPOSITO    PIC 9(04)V99.
           05 VAS-QTD-VAZIOS        PIC 9(05).
           05 FILLER                PIC X(20).

      *    Mesmo layout de DETALHE-SALDO-VASILHAME em Vasilhames.cbl
       FD IDX-SALDOS-VASILHAME.
       01 DETALHE-SALDO-VASILHAME.
           05 SLV-CHAVE.
               10 SLV-PARCEIRO-TIPO PIC X(01).
                   88 SLV-CLIENTE    VALUE 'C'.
                   88 SLV-FORNECEDOR VALUE 'F'.
               10 SLV-PARCEIRO      PIC 9(05).
               10 SLV-VASILHAME     PIC 9(03).
           05 SLV-QTD               PIC 9(05).
           05 SLV-DATA-ULTIMO-MOV   PIC 9(08).
           05 FILLER                PIC X(10).

       FD LOG-MOVIMENTOS-VASILHAME.
       01 LINHA-MOVIMENTO-VASILHAME PIC X(100).

       WORKING-STORAGE SECTION.
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
                          WS-STATUS-SLV-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-SLV-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-SLV-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-SLV-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-SLV-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-SLV-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-SLV.
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
       01 WS-PATH-VASILHAMES         PIC X(80).
       01 WS-PATH-SALDOS             PIC X(80).
       01 WS-PATH-MOVIMENTOS         PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-DATA-MOV               PIC 9(08).
       01 WS-HORA-MOV               PIC 9(08).
       01 WS-QTD-SALDO-EDIT         PIC +9(05).
       01 WS-QTD-VAZIOS-EDIT        PIC +9(05).
       01 WS-NOVA-LINHA-MOV         PIC X(100).

       LINKAGE SECTION.
       01 LS-VASILHAME              PIC 9(03).
       01 LS-PARCEIRO-TIPO          PIC X(01).
       01 LS-PARCEIRO               PIC 9(05).
       01 LS-QTD-SALDO              PIC S9(05).
       01 LS-QTD-VAZIOS             PIC S9(05).
       01 LS-OPERADOR               PIC X(10).
       01 LS-REFERENCIA             PIC X(12).
       01 LS-RESULTADO              PIC X(02).

       PROCEDURE DIVISION
         USING LS-VASILHAME, LS-PARCEIRO-TIPO, LS-PARCEIRO,
           LS-QTD-SALDO, LS-QTD-VAZIOS, LS-OPERADOR, LS-REFERENCIA,
           LS-RESULTADO.
       MAIN.
           MOVE "OK" TO LS-RESULTADO.

           PERFORM CONFIGURAR-CAMINHOS.

           ACCEPT WS-DATA-MOV FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-MOV FROM TIME.

      *    Vazios no depósito
           OPEN I-O IDX-VASILHAMES.
           IF NOT WS-STATUS-VAS-OK
             MOVE "NE" TO LS-RESULTADO
             EXIT PROGRAM
           END-IF.

           MOVE LS-VASILHAME TO VAS-CODIGO.
           READ IDX-VASILHAMES KEY IS VAS-CODIGO
             INVALID KEY
               MOVE "NE" TO LS-RESULTADO
               CLOSE IDX-VASILHAMES
               EXIT PROGRAM
           END-READ.

           IF LS-QTD-VAZIOS < 0
             AND (0 - LS-QTD-VAZIOS) > VAS-QTD-VAZIOS
             MOVE 0 TO VAS-QTD-VAZIOS
           ELSE
             ADD LS-QTD-VAZIOS TO VAS-QTD-VAZIOS
           END-IF.

           REWRITE DETALHE-VASILHAME.
           IF NOT WS-STATUS-VAS-OK
             MOVE "ER" TO LS-RESULTADO
           END-IF.

           CLOSE IDX-VASILHAMES.

      *    Saldo do parceiro identificado
           IF LS-PARCEIRO > 0 AND LS-QTD-SALDO NOT = 0
             PERFORM AJUSTAR-SALDO-PARCEIRO
           END-IF.

           PERFORM GRAVAR-LOG-MOVIMENTO.

      *    Retorna
           EXIT PROGRAM.


      *    Soma LS-QTD-SALDO ao saldo do parceiro no tipo de
      *    vasilhame, criando o registro quando ainda não existe
       AJUSTAR-SALDO-PARCEIRO.
           PERFORM ABRE-ARQ-SALDOS.

           MOVE LS-PARCEIRO-TIPO TO SLV-PARCEIRO-TIPO.
           MOVE LS-PARCEIRO TO SLV-PARCEIRO.
           MOVE LS-VASILHAME TO SLV-VASILHAME.

           READ IDX-SALDOS-VASILHAME KEY IS SLV-CHAVE
             INVALID KEY
               IF LS-QTD-SALDO > 0
                 MOVE LS-QTD-SALDO TO SLV-QTD
               ELSE
                 MOVE 0 TO SLV-QTD
               END-IF
               MOVE WS-DATA-MOV TO SLV-DATA-ULTIMO-MOV
               WRITE DETALHE-SALDO-VASILHAME

             NOT INVALID KEY
               IF LS-QTD-SALDO < 0
                 AND (0 - LS-QTD-SALDO) > SLV-QTD
                 MOVE 0 TO SLV-QTD
               ELSE
                 ADD LS-QTD-SALDO TO SLV-QTD
               END-IF
               MOVE WS-DATA-MOV TO SLV-DATA-ULTIMO-MOV
               REWRITE DETALHE-SALDO-VASILHAME
           END-READ.

           IF NOT WS-STATUS-SLV-OK
             MOVE "ER" TO LS-RESULTADO
           END-IF.

           CLOSE IDX-SALDOS-VASILHAME.

      *    Retorna
           EXIT PARAGRAPH.


      *    Máscara: <data>;<hora>;<vasilhame>;<tipo_parceiro>;
      *             <parceiro>;<qtd_saldo>;<qtd_vazios>;<operador>;
      *             <referencia>
       GRAVAR-LOG-MOVIMENTO.
           MOVE LS-QTD-SALDO TO WS-QTD-SALDO-EDIT.
           MOVE LS-QTD-VAZIOS TO WS-QTD-VAZIOS-EDIT.

           OPEN EXTEND LOG-MOVIMENTOS-VASILHAME.

           IF WS-STATUS-LOG-FILE-NOT-FOUND
             OPEN OUTPUT LOG-MOVIMENTOS-VASILHAME
             CLOSE LOG-MOVIMENTOS-VASILHAME
             OPEN EXTEND LOG-MOVIMENTOS-VASILHAME
           END-IF.

           MOVE SPACES TO WS-NOVA-LINHA-MOV.
           STRING
             WS-DATA-MOV         DELIMITED BY SIZE
             ";"                 DELIMITED BY SIZE
             WS-HORA-MOV         DELIMITED BY SIZE
             ";"                 DELIMITED BY SIZE
             LS-VASILHAME        DELIMITED BY SIZE
             ";"                 DELIMITED BY SIZE
             LS-PARCEIRO-TIPO    DELIMITED BY SIZE
             ";"                 DELIMITED BY SIZE
             LS-PARCEIRO         DELIMITED BY SIZE
             ";"                 DELIMITED BY SIZE
             WS-QTD-SALDO-EDIT   DELIMITED BY SIZE
             ";"                 DELIMITED BY SIZE
             WS-QTD-VAZIOS-EDIT  DELIMITED BY SIZE
             ";"                 DELIMITED BY SIZE
             LS-OPERADOR         DELIMITED BY SIZE
             ";"                 DELIMITED BY SIZE
             LS-REFERENCIA       DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-MOV
           END-STRING.

           MOVE WS-NOVA-LINHA-MOV TO LINHA-MOVIMENTO-VASILHAME.
           WRITE LINHA-MOVIMENTO-VASILHAME.

           CLOSE LOG-MOVIMENTOS-VASILHAME.

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
             "/vasilhames.idx" DELIMITED BY SIZE
             INTO WS-PATH-VASILHAMES
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/saldos-vasilhame.idx" DELIMITED BY SIZE
             INTO WS-PATH-SALDOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/vasilhame-movimentos.log" DELIMITED BY SIZE
             INTO WS-PATH-MOVIMENTOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.

      *    ARCH_DIR longo demais para caber num dos caminhos: aborta em
      *    vez de gravar o movimento no arquivo errado
           IF CAMINHO-OVERFLOW
             DISPLAY "Erro fatal! ARCH_DIR excede o tamanho suportado "
               "para montagem dos caminhos de arquivo!"
             MOVE "ER" TO LS-RESULTADO
             EXIT PROGRAM
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-SALDOS.
           OPEN I-O IDX-SALDOS-VASILHAME.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-SLV-FILE-NOT-FOUND
             OPEN OUTPUT IDX-SALDOS-VASILHAME
             CLOSE IDX-SALDOS-VASILHAME
             PERFORM ABRE-ARQ-SALDOS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. RegistrarSerie.
           AUTHOR. Maurício Rodrigues.

      *    Movimentação dos números de série dos produtos controlados
      *    por série (PRODUTO-CONTROLA-SERIE). Cada série percorre:
      *    'R' entrada no recebimento (Recebimento.cbl), em estoque;
      *    'V' saída na venda (RealizarVenda.cbl), que grava recibo,
      *    cliente, data e o fim da garantia; 'T' volta do cliente
      *    pelo estorno (EstornarVenda.cbl), aguardando a triagem; e
      *    na triagem (Triagem.cbl) 'E' de volta ao estoque ou 'D'
      *    separada como defeituosa. A ação 'C' apenas consulta.
      *    Resultado: "OK", "NE" série não encontrada, "DU" série já
      *    registrada, "OP" série de outro produto, "SI" série em
      *    situação que não permite a ação, "ER" erro de gravação.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-SERIES
             ASSIGN TO DYNAMIC WS-PATH-SERIES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS
             RECORD KEY IS SER-NUMERO.

       DATA DIVISION.
       FILE SECTION.
      *    Número de série de uma unidade. Situação: 'E' em estoque,
      *    'V' vendida, 'T' devolvida aguardando triagem, 'D'
      *    defeituosa. Os dados da venda ficam gravados enquanto a
      *    série está vendida, em triagem ou defeituosa
       FD IDX-SERIES.
       01 DETALHE-SERIE.
           05 SER-NUMERO            PIC X(20).
           05 SER-PRODUTO           PIC 9(05).
           05 SER-SITUACAO          PIC X(01).
               88 SER-EM-ESTOQUE    VALUE 'E'.
               88 SER-VENDIDA       VALUE 'V'.
               88 SER-EM-TRIAGEM    VALUE 'T'.
               88 SER-DEFEITUOSA    VALUE 'D'.
           05 SER-GARANTIA-MESES    PIC 9(03).
           05 SER-FORNECEDOR        PIC 9(05).
           05 SER-OC                PIC 9(05).
           05 SER-DATA-RECEBIMENTO  PIC 9(08).
           05 SER-RECIBO            PIC 9(06).
           05 SER-CLIENTE           PIC 9(05).
           05 SER-DATA-VENDA        PIC 9(08).
           05 SER-DATA-GARANTIA     PIC 9(08).
           05 FILLER                PIC X(20).

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

      *    Diretório de dados e caminhos, resolvidos via ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-SERIES             PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-DATA-HOJE              PIC 9(08).

      *    Cálculo do fim da garantia: data da venda somada dos meses
      *    de garantia, com o dia limitado ao último dia do mês
       01 WS-DATA-CALC              PIC 9(08).
       01 WS-DATA-CALC-R REDEFINES WS-DATA-CALC.
           05 WS-CALC-ANO           PIC 9(04).
           05 WS-CALC-MES           PIC 9(02).
           05 WS-CALC-DIA           PIC 9(02).
       01 WS-TOTAL-MESES            PIC 9(05).
       01 WS-ULTIMO-DIA             PIC 9(02).
       01 WS-TABELA-DIAS-MES        PIC X(24)
           VALUE "312831303130313130313031".
       01 WS-DIAS-MES-R REDEFINES WS-TABELA-DIAS-MES.
           05 WS-DIAS-MES           PIC 9(02) OCCURS 12 TIMES.

       LINKAGE SECTION.
       01 LS-ACAO                   PIC X(01).
      *    Mesmo layout de DETALHE-SERIE: o chamador informa a série e
      *    o produto (e, conforme a ação, os dados do recebimento ou da
      *    venda); a rotina devolve o registro como ficou gravado
       01 LS-SERIE.
           05 LS-SER-NUMERO         PIC X(20).
           05 LS-SER-PRODUTO        PIC 9(05).
           05 LS-SER-SITUACAO       PIC X(01).
           05 LS-SER-GARANTIA-MESES PIC 9(03).
           05 LS-SER-FORNECEDOR     PIC 9(05).
           05 LS-SER-OC             PIC 9(05).
           05 LS-SER-DATA-RECEBIMENTO
                                    PIC 9(08).
           05 LS-SER-RECIBO         PIC 9(06).
           05 LS-SER-CLIENTE        PIC 9(05).
           05 LS-SER-DATA-VENDA     PIC 9(08).
           05 LS-SER-DATA-GARANTIA  PIC 9(08).
           05 FILLER                PIC X(20).
       01 LS-RESULTADO              PIC X(02).

       PROCEDURE DIVISION USING LS-ACAO, LS-SERIE, LS-RESULTADO.
       MAIN.
           PERFORM CONFIGURAR-CAMINHOS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "ER" TO LS-RESULTADO.

      *    A série é guardada sempre em maiúsculas, como vem na
      *    etiqueta do fabricante
           MOVE FUNCTION UPPER-CASE(LS-SER-NUMERO) TO LS-SER-NUMERO.

           IF LS-SER-NUMERO = SPACES
             MOVE "NE" TO LS-RESULTADO
             EXIT PROGRAM
           END-IF.

           PERFORM ABRE-ARQ-SERIES.

           IF LS-ACAO = 'R'
             PERFORM REGISTRAR-ENTRADA-SERIE
             CLOSE IDX-SERIES
             EXIT PROGRAM
           END-IF.

      *    Demais ações partem da série já registrada
           MOVE LS-SER-NUMERO TO SER-NUMERO.
           READ IDX-SERIES KEY IS SER-NUMERO
             INVALID KEY
               MOVE "NE" TO LS-RESULTADO
               CLOSE IDX-SERIES
               EXIT PROGRAM
           END-READ.

           IF LS-ACAO = 'C'
             MOVE DETALHE-SERIE TO LS-SERIE
             MOVE "OK" TO LS-RESULTADO
             CLOSE IDX-SERIES
             EXIT PROGRAM
           END-IF.

           IF SER-PRODUTO NOT = LS-SER-PRODUTO
             MOVE DETALHE-SERIE TO LS-SERIE
             MOVE "OP" TO LS-RESULTADO
             CLOSE IDX-SERIES
             EXIT PROGRAM
           END-IF.

           EVALUATE LS-ACAO
             WHEN 'V'
               PERFORM BAIXAR-SERIE-VENDIDA
             WHEN 'T'
               PERFORM DEVOLVER-SERIE-TRIAGEM
             WHEN 'E'
               PERFORM REPOR-SERIE-ESTOQUE
             WHEN 'D'
               PERFORM SEPARAR-SERIE-DEFEITUOSA
           END-EVALUATE.

           MOVE DETALHE-SERIE TO LS-SERIE.
           CLOSE IDX-SERIES.

      *    Retorna
           EXIT PROGRAM.


      *    Entrada da série no recebimento da mercadoria: a série não
      *    pode repetir, nem de outro produto
       REGISTRAR-ENTRADA-SERIE.
           MOVE SPACES TO DETALHE-SERIE.
           MOVE LS-SER-NUMERO TO SER-NUMERO.
           MOVE LS-SER-PRODUTO TO SER-PRODUTO.
           SET SER-EM-ESTOQUE TO TRUE.
           MOVE LS-SER-GARANTIA-MESES TO SER-GARANTIA-MESES.
           MOVE LS-SER-FORNECEDOR TO SER-FORNECEDOR.
           MOVE LS-SER-OC TO SER-OC.
           MOVE WS-DATA-HOJE TO SER-DATA-RECEBIMENTO.
           MOVE 0 TO SER-RECIBO.
           MOVE 0 TO SER-CLIENTE.
           MOVE 0 TO SER-DATA-VENDA.
           MOVE 0 TO SER-DATA-GARANTIA.

           WRITE DETALHE-SERIE
             INVALID KEY
               IF WS-STATUS-DUPLICATE-KEY
                 MOVE "DU" TO LS-RESULTADO
               END-IF
               EXIT PARAGRAPH
           END-WRITE.

           MOVE DETALHE-SERIE TO LS-SERIE.
           MOVE "OK" TO LS-RESULTADO.

      *    Retorna
           EXIT PARAGRAPH.


      *    Saída da série na venda: só vende o que está em estoque;
      *    grava recibo, cliente, data da venda e o fim da garantia
       BAIXAR-SERIE-VENDIDA.
           IF NOT SER-EM-ESTOQUE
             MOVE "SI" TO LS-RESULTADO
             EXIT PARAGRAPH
           END-IF.

           SET SER-VENDIDA TO TRUE.
           MOVE LS-SER-RECIBO TO SER-RECIBO.
           MOVE LS-SER-CLIENTE TO SER-CLIENTE.
           MOVE WS-DATA-HOJE TO SER-DATA-VENDA.
           PERFORM CALCULAR-FIM-GARANTIA.

           PERFORM REGRAVAR-SERIE.

      *    Retorna
           EXIT PARAGRAPH.


      *    Devolução do cliente pelo estorno: a unidade fica aguardando
      *    a triagem, ainda com os dados da venda
       DEVOLVER-SERIE-TRIAGEM.
           IF NOT SER-VENDIDA
             MOVE "SI" TO LS-RESULTADO
             EXIT PARAGRAPH
           END-IF.

           SET SER-EM-TRIAGEM TO TRUE.
           PERFORM REGRAVAR-SERIE.

      *    Retorna
           EXIT PARAGRAPH.


      *    Triagem aprovou a unidade: volta ao estoque livre para nova
      *    venda, sem os dados da venda anterior
       REPOR-SERIE-ESTOQUE.
           IF NOT SER-EM-TRIAGEM
             MOVE "SI" TO LS-RESULTADO
             EXIT PARAGRAPH
           END-IF.

           SET SER-EM-ESTOQUE TO TRUE.
           MOVE 0 TO SER-RECIBO.
           MOVE 0 TO SER-CLIENTE.
           MOVE 0 TO SER-DATA-VENDA.
           MOVE 0 TO SER-DATA-GARANTIA.
           PERFORM REGRAVAR-SERIE.

      *    Retorna
           EXIT PARAGRAPH.


      *    Triagem reprovou a unidade: separada como defeituosa,
      *    mantendo os dados da venda para a reclamação ao fornecedor
       SEPARAR-SERIE-DEFEITUOSA.
           IF NOT SER-EM-TRIAGEM
             MOVE "SI" TO LS-RESULTADO
             EXIT PARAGRAPH
           END-IF.

           SET SER-DEFEITUOSA TO TRUE.
           PERFORM REGRAVAR-SERIE.

      *    Retorna
           EXIT PARAGRAPH.


       REGRAVAR-SERIE.
           REWRITE DETALHE-SERIE
             INVALID KEY
               EXIT PARAGRAPH
           END-REWRITE.

           MOVE "OK" TO LS-RESULTADO.

      *    Retorna
           EXIT PARAGRAPH.


      *    Fim da garantia = data da venda + meses de garantia; quando
      *    o mês de destino é mais curto, vale o seu último dia (venda
      *    em 31/01 com 1 mês de garantia vence em 28 ou 29/02). Sem
      *    meses de garantia, a data fica zerada
       CALCULAR-FIM-GARANTIA.
           IF SER-GARANTIA-MESES = 0
             MOVE 0 TO SER-DATA-GARANTIA
             EXIT PARAGRAPH
           END-IF.

           MOVE SER-DATA-VENDA TO WS-DATA-CALC.
           COMPUTE WS-TOTAL-MESES = WS-CALC-MES - 1
             + SER-GARANTIA-MESES.
           COMPUTE WS-CALC-ANO = WS-CALC-ANO + WS-TOTAL-MESES / 12.
           COMPUTE WS-CALC-MES =
             FUNCTION MOD(WS-TOTAL-MESES, 12) + 1.

           MOVE WS-DIAS-MES(WS-CALC-MES) TO WS-ULTIMO-DIA.
           IF WS-CALC-MES = 2
             IF FUNCTION MOD(WS-CALC-ANO, 4) = 0
               AND (FUNCTION MOD(WS-CALC-ANO, 100) NOT = 0
                 OR FUNCTION MOD(WS-CALC-ANO, 400) = 0)
               MOVE 29 TO WS-ULTIMO-DIA
             END-IF
           END-IF.

           IF WS-CALC-DIA > WS-ULTIMO-DIA
             MOVE WS-ULTIMO-DIA TO WS-CALC-DIA
           END-IF.

           MOVE WS-DATA-CALC TO SER-DATA-GARANTIA.

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
             "/series.idx" DELIMITED BY SIZE
             INTO WS-PATH-SERIES
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


       ABRE-ARQ-SERIES.
           OPEN I-O IDX-SERIES.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-FILE-NOT-FOUND
             OPEN OUTPUT IDX-SERIES
             CLOSE IDX-SERIES
             PERFORM ABRE-ARQ-SERIES
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.

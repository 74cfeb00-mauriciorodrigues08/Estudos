           05 PRODUTO-CODIGO        PIC 9(05).
           05 PRODUTO-DESCRICAO     PIC X(30).
           05 PRODUTO-PRECO-UNIT    PIC 9(04)V99.
           05 PRODUTO-QTD-ESTOQUE   PIC 9(05).
           05 PRODUTO-QTD-MINIMA    PIC 9(05).
           05 PRODUTO-CATEGORIA     PIC X(15).
           05 PRODUTO-FORNECEDOR    PIC 9(05).
           05 PRODUTO-VALIDADE      PIC 9(08).
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

       WORKING-STORAGE SECTION.
      *    Status de arquivo, com condições nominadas compartilhadas
       01 WS-LIN-HORA               PIC X(08).
       01 WS-LIN-OPERADOR           PIC X(10).
       01 WS-LIN-CODIGO             PIC X(05).
       01 WS-LIN-QTD                PIC 9(05).
       01 WS-LIN-PRECO              PIC 9(04)V99.

      * Acumuladores do comparativo
       01 WS-TOTAL-REDE-MES         PIC 9(10)V99.
       01 WS-VENDAS-REDE-MES        PIC 9(07).

      * Modo de execução: no job noturno (LOTE) as lojas vêm de
      * LOJAS_REDE (diretórios separados por ";") e o período é o
      * dia da rodada, em vez dos ACCEPTs
       01 WS-MODO-EXECUCAO          PIC X(10).
       01 WS-LOJAS-REDE-ENV         PIC X(310).
       01 WS-DATA-JOB-ENV           PIC X(08).
       01 WS-LISTA-LOJAS.
           05 WS-LOJA-ENV OCCURS 5 TIMES PIC X(60).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "-----------------------------------".
           MOVE 0 TO WS-QTD-LOJAS.
           MOVE "X" TO WS-DIR-INFORMADO.

           ACCEPT WS-MODO-EXECUCAO FROM COMMAND-LINE.

           IF FUNCTION UPPER-CASE(WS-MODO-EXECUCAO) = "LOTE"
             PERFORM COLETAR-LOJAS-LOTE
           ELSE
             PERFORM COLETAR-LOJA
               UNTIL WS-DIR-INFORMADO = SPACES
                  OR WS-QTD-LOJAS = 5
           END-IF.

           IF WS-QTD-LOJAS = 0
             DISPLAY "Nenhuma loja informada."
             EXIT PROGRAM
           END-IF.

      *    Recebe o intervalo de datas do comparativo; em modo LOTE
      *    é só o dia da rodada (DATA_JOB; sem ela, a data de hoje)
           IF FUNCTION UPPER-CASE(WS-MODO-EXECUCAO) = "LOTE"
             ACCEPT WS-DATA-JOB-ENV FROM ENVIRONMENT "DATA_JOB"
             IF WS-DATA-JOB-ENV IS NOT NUMERIC
               ACCEPT WS-DATA-JOB-ENV FROM DATE YYYYMMDD
             END-IF
             MOVE WS-DATA-JOB-ENV TO WS-DATA-INICIO
             MOVE WS-DATA-JOB-ENV TO WS-DATA-FIM
           ELSE
             DISPLAY "Informe a data inicial AAAAMMDD: "
               WITH NO ADVANCING
             ACCEPT WS-DATA-INICIO

             DISPLAY "Informe a data final AAAAMMDD: "
               WITH NO ADVANCING
             ACCEPT WS-DATA-FIM
           END-IF.

           IF WS-DATA-FIM < WS-DATA-INICIO
             DISPLAY "Erro! Data final anterior à data inicial!"
           EXIT PARAGRAPH.


      *    Lojas do modo LOTE: LOJAS_REDE com até 5 diretórios; sem
      *    ela, consolida só a própria loja (ARCH_DIR)
       COLETAR-LOJAS-LOTE.
           ACCEPT WS-LOJAS-REDE-ENV FROM ENVIRONMENT "LOJAS_REDE".

           IF WS-LOJAS-REDE-ENV = SPACES
             ACCEPT WS-LOJAS-REDE-ENV FROM ENVIRONMENT "ARCH_DIR"
             IF WS-LOJAS-REDE-ENV = SPACES
               MOVE "../arch" TO WS-LOJAS-REDE-ENV
             END-IF
           END-IF.

           MOVE SPACES TO WS-LISTA-LOJAS.
           UNSTRING WS-LOJAS-REDE-ENV DELIMITED BY ";"
             INTO WS-LOJA-ENV(1), WS-LOJA-ENV(2), WS-LOJA-ENV(3),
                  WS-LOJA-ENV(4), WS-LOJA-ENV(5)
           END-UNSTRING.

           PERFORM GUARDAR-LOJA-LOTE
             VARYING WS-IDX-LOJA FROM 1 BY 1
             UNTIL WS-IDX-LOJA > 5.

      *    Retorna
           EXIT PARAGRAPH.


       GUARDAR-LOJA-LOTE.
           IF WS-LOJA-ENV(WS-IDX-LOJA) NOT = SPACES
             ADD 1 TO WS-QTD-LOJAS
             MOVE FUNCTION TRIM(WS-LOJA-ENV(WS-IDX-LOJA))
               TO WS-LOJA-DIR(WS-QTD-LOJAS)
             DISPLAY "Loja " WS-QTD-LOJAS ": "
               FUNCTION TRIM(WS-LOJA-DIR(WS-QTD-LOJAS))
           END-IF.


      *    Consolida um dia: soma o arquivado de cada loja e mostra
      *    a linha comparativa com o total da rede
       CONSOLIDAR-DIA.

      * EXPURGO DO CVV NO ARQUIVO DE CONTAS: regrava o CONTAS.DATA
      * com as posicoes do CVV em branco (o codigo de seguranca nao
      * pode ser guardado) e da a cada cartao uma referencia propria
      * (CT + sequencial, a mesma para o mesmo numero), usada pelo
      * Contas2 nos relatorios e no acompanhamento da cobranca no
      * lugar do numero em claro. Pode ser rodado de novo: registros
      * ja expurgados e referencias ja dadas sao mantidos

       IDENTIFICATION DIVISION.
           PROGRAM-ID. CONTAS-EXPURGO.
           AUTHOR. Mauricio Rodrigues.


       ENVIRONMENT DIVISION.
      * Declarando os arquivos
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS ASSIGN TO "CONTAS.DATA"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STATUS-CONTAS.

      * Copia de trabalho ja expurgada; so depois de completa ela
      * volta para o CONTAS.DATA, que fica intacto se algo falhar
           SELECT CONTAS-TRABALHO ASSIGN TO "CONTAS-EXPURGO.DATA"
             ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
      * Declarando variaveis de arquivo
       FILE SECTION.
      * Mesmo layout do Contas2
       FD CONTAS.
       01 DETALHAMENTO.
           05 NOME-CLIENTE.
             15 PRIMEIRO-NOME     PIC X(15).
             15 ULTIMO-NOME       PIC X(15).

           05 DATA-NASCIMENTO.
             10 DIA-NASC          PIC 9(2).
             10 MES-NASC          PIC 9(2).
             10 ANO-NASC          PIC 9(4).

           05 GENERO              PIC X.

           05 CARTAO.
             10 NUMERO-CARTAO     PIC X(16).
      *      Posicoes do antigo CVV, apagadas por este expurgo
             10 POSICAO-CVV       PIC X(3).
               88 CVV-EXPURGADO   VALUE SPACES.
             10 VENCIMENTO.
               15 MES-VENC        PIC 9(2).
               15 ANO-VENC        PIC 9(4).

           05 REFERENCIA-CARTAO   PIC X(10).

       FD CONTAS-TRABALHO.
       01 REGISTRO-TRABALHO       PIC X(74).

       WORKING-STORAGE SECTION.
      * Declarando variaveis locais
       01 STATUS-CONTAS           PIC XX.
       01 LEITURA-FINALIZADA      PIC X.
       01 EXPURGO-ABORTADO        PIC X VALUE "N".

       01 CONTADORES.
           05 TOTAL-REGISTROS     PIC 9(5) VALUE 0.
           05 TOTAL-CVV-APAGADOS  PIC 9(5) VALUE 0.
           05 TOTAL-REF-NOVAS     PIC 9(5) VALUE 0.

      * Referencia montada: prefixo CT e o sequencial de 8 digitos
       01 REFERENCIA-MONTADA.
           05 REF-PREFIXO         PIC X(2) VALUE "CT".
           05 REF-SEQUENCIA       PIC 9(8).
       01 ULTIMA-SEQUENCIA        PIC 9(8) VALUE 0.

      * Cartoes ja referenciados (do arquivo ou deste expurgo), para
      * o mesmo numero repetir a mesma referencia
       01 QTD-MAPA                PIC 9(3) VALUE 0.
       01 TABELA-MAPA.
           05 MAPA OCCURS 500 TIMES.
             10 MAPA-NUMERO       PIC X(16).
             10 MAPA-REFERENCIA   PIC X(10).
       01 IDX-MAPA                PIC 9(3).
       01 ACHOU-MAPA              PIC X(1).
       01 REFERENCIA-ACHADA       PIC X(10).


       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "=======================================".
           DISPLAY "     EXPURGO DO CVV - CONTAS.DATA"
           DISPLAY "=======================================".

      *    Primeira passada: referencias ja dadas em outro expurgo
           PERFORM CARREGA-REFERENCIAS.

      *    Segunda passada: grava a copia de trabalho expurgada
           PERFORM GRAVA-EXPURGADO.

           IF EXPURGO-ABORTADO = "S"
             DISPLAY "Mais de 500 cartoes distintos, expurgo "
               "abortado!"
             DISPLAY "CONTAS.DATA nao foi alterado."
             OPEN OUTPUT CONTAS-TRABALHO
             CLOSE CONTAS-TRABALHO
             STOP RUN
           END-IF.

      *    Terceira passada: a copia expurgada substitui o original
           PERFORM SUBSTITUI-CONTAS.

           DISPLAY "Registros regravados   : " TOTAL-REGISTROS.
           DISPLAY "CVVs apagados          : " TOTAL-CVV-APAGADOS.
           DISPLAY "Referencias novas      : " TOTAL-REF-NOVAS.
           DISPLAY "Cartoes referenciados  : " QTD-MAPA.
           DISPLAY "=======================================".

           STOP RUN.


      * Guarda as referencias que o arquivo ja traz e o maior
      * sequencial usado, para as novas continuarem dali
       CARREGA-REFERENCIAS.
           MOVE "N" TO LEITURA-FINALIZADA.

           OPEN INPUT CONTAS.

           IF STATUS-CONTAS = "35"
             DISPLAY "CONTAS.DATA nao encontrado, nada a expurgar!"
             STOP RUN
           END-IF.

           PERFORM UNTIL LEITURA-FINALIZADA = "S"
             READ CONTAS

             AT END
               MOVE "S" TO LEITURA-FINALIZADA

             NOT AT END
               IF REFERENCIA-CARTAO NOT = SPACES
                 PERFORM PROCURA-MAPA
                 IF ACHOU-MAPA = "N" AND QTD-MAPA < 500
                   ADD 1 TO QTD-MAPA
                   MOVE NUMERO-CARTAO TO MAPA-NUMERO(QTD-MAPA)
                   MOVE REFERENCIA-CARTAO TO
                     MAPA-REFERENCIA(QTD-MAPA)
                 END-IF

                 MOVE REFERENCIA-CARTAO TO REFERENCIA-MONTADA
                 IF REF-SEQUENCIA IS NUMERIC
                   AND REF-SEQUENCIA > ULTIMA-SEQUENCIA
                   MOVE REF-SEQUENCIA TO ULTIMA-SEQUENCIA
                 END-IF
               END-IF

           END-PERFORM.

           CLOSE CONTAS.


      * Copia cada registro para o arquivo de trabalho com o CVV em
      * branco e a referencia do cartao preenchida
       GRAVA-EXPURGADO.
           MOVE "N" TO LEITURA-FINALIZADA.

           OPEN INPUT CONTAS.
           OPEN OUTPUT CONTAS-TRABALHO.

           PERFORM UNTIL LEITURA-FINALIZADA = "S"
             READ CONTAS

             AT END
               MOVE "S" TO LEITURA-FINALIZADA

             NOT AT END
               IF NOT CVV-EXPURGADO
                 ADD 1 TO TOTAL-CVV-APAGADOS
                 MOVE SPACES TO POSICAO-CVV
               END-IF

               IF REFERENCIA-CARTAO = SPACES
                 PERFORM ATRIBUI-REFERENCIA
               END-IF

               IF EXPURGO-ABORTADO = "S"
                 MOVE "S" TO LEITURA-FINALIZADA
               ELSE
                 ADD 1 TO TOTAL-REGISTROS
                 WRITE REGISTRO-TRABALHO FROM DETALHAMENTO
               END-IF

           END-PERFORM.

           CLOSE CONTAS.
           CLOSE CONTAS-TRABALHO.


      * Repete a referencia de um cartao ja visto ou da a proxima
      * do sequencial; a tabela cheia aborta o expurgo
       ATRIBUI-REFERENCIA.
           PERFORM PROCURA-MAPA.

           IF ACHOU-MAPA = "S"
             MOVE REFERENCIA-ACHADA TO REFERENCIA-CARTAO
             EXIT PARAGRAPH
           END-IF.

           IF QTD-MAPA = 500
             MOVE "S" TO EXPURGO-ABORTADO
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ULTIMA-SEQUENCIA.
           MOVE "CT" TO REF-PREFIXO.
           MOVE ULTIMA-SEQUENCIA TO REF-SEQUENCIA.
           MOVE REFERENCIA-MONTADA TO REFERENCIA-CARTAO.

           ADD 1 TO QTD-MAPA.
           MOVE NUMERO-CARTAO TO MAPA-NUMERO(QTD-MAPA).
           MOVE REFERENCIA-CARTAO TO MAPA-REFERENCIA(QTD-MAPA).
           ADD 1 TO TOTAL-REF-NOVAS.


       PROCURA-MAPA.
           MOVE "N" TO ACHOU-MAPA.

           PERFORM VERIFICA-MAPA
             VARYING IDX-MAPA FROM 1 BY 1
             UNTIL IDX-MAPA > QTD-MAPA
               OR ACHOU-MAPA = "S".


       VERIFICA-MAPA.
           IF MAPA-NUMERO(IDX-MAPA) = NUMERO-CARTAO
             MOVE MAPA-REFERENCIA(IDX-MAPA) TO REFERENCIA-ACHADA
             MOVE "S" TO ACHOU-MAPA
           END-IF.


      * Devolve a copia expurgada ao CONTAS.DATA e esvazia o arquivo
      * de trabalho
       SUBSTITUI-CONTAS.
           MOVE "N" TO LEITURA-FINALIZADA.

           OPEN INPUT CONTAS-TRABALHO.
           OPEN OUTPUT CONTAS.

           PERFORM UNTIL LEITURA-FINALIZADA = "S"
             READ CONTAS-TRABALHO

             AT END
               MOVE "S" TO LEITURA-FINALIZADA

             NOT AT END
               WRITE DETALHAMENTO FROM REGISTRO-TRABALHO

           END-PERFORM.

           CLOSE CONTAS-TRABALHO.
           CLOSE CONTAS.

           OPEN OUTPUT CONTAS-TRABALHO.
           CLOSE CONTAS-TRABALHO.

       01 WS-BASE-EDIT              PIC Z(8)9.99.
       01 WS-IMPOSTO-EDIT           PIC Z(8)9.99.

      * Modo de execução: no job noturno (LOTE) o mês vem da data da
      * rodada em vez de um ACCEPT que esperaria um operador
       01 WS-MODO-EXECUCAO          PIC X(10).
       01 WS-DATA-JOB-ENV           PIC X(08).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "-----------------------------------".

           PERFORM CONFIGURAR-CAMINHOS.

      *    Em modo LOTE apura o mês da rodada (DATA_JOB, gravada
      *    pelo controle do job noturno; sem ela, a data de hoje)
           ACCEPT WS-MODO-EXECUCAO FROM COMMAND-LINE.

           IF FUNCTION UPPER-CASE(WS-MODO-EXECUCAO) = "LOTE"
             ACCEPT WS-DATA-JOB-ENV FROM ENVIRONMENT "DATA_JOB"
             IF WS-DATA-JOB-ENV IS NOT NUMERIC
               ACCEPT WS-DATA-JOB-ENV FROM DATE YYYYMMDD
             END-IF
             MOVE WS-DATA-JOB-ENV(1:6) TO WS-MES-APURADO
             DISPLAY "Mês de apuração: " WS-MES-APURADO
           ELSE
             DISPLAY "Informe o mês de apuração AAAAMM: "
               WITH NO ADVANCING
             ACCEPT WS-MES-APURADO
           END-IF.

           MOVE 0 TO WS-CONTADOR.
           MOVE 0 TO WS-TOTAL-BASE.

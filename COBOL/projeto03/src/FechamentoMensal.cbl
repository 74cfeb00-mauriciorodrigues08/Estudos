      *    (RETENCAO_MESES, padrão 12): linhas mais antigas que o
      *    corte vão para arquivos mensais e saem do diretório vivo.
      *    Nada é apagado - o Kardex alcança os meses arquivados
      *    quando a consulta pede datas antigas. Ao final, as contas
      *    fixas do mês seguinte são geradas em contas a pagar
      *    (Despesas.cbl).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-MES-AUX                PIC 9(02).
       01 WS-MESES-AUX              PIC 9(05).

      * Opção de geração das despesas recorrentes em Despesas.cbl
       01 WS-OPCAO-GERAR-DESPESAS   PIC 9(02) VALUE 14.

      * Saldos por produto/local acumulados das linhas arquivadas do
      * kardex, base dos registros de saldo de abertura
       01 WS-QTD-SALDOS             PIC 9(03) VALUE 0.
       01 WS-SALDO-TRUNCADO         PIC S9(06).
       01 WS-NOVA-LINHA-SALDO       PIC X(100).

      * Modo de execução: no job noturno (LOTE) o mês a fechar vem
      * da data da rodada em vez de um ACCEPT
       01 WS-MODO-EXECUCAO          PIC X(10).
       01 WS-DATA-JOB-ENV           PIC X(08).
       01 WS-MES-JOB                PIC 9(06).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "-----------------------------------".

           PERFORM CONFIGURAR-CAMINHOS.

      *    Em modo LOTE (último dia do mês, pelo job noturno) fecha
      *    o mês anterior ao da rodada: o mês corrente ainda recebe
      *    lançamentos até virar e só pode ser fechado depois
           ACCEPT WS-MODO-EXECUCAO FROM COMMAND-LINE.

           IF FUNCTION UPPER-CASE(WS-MODO-EXECUCAO) = "LOTE"
             ACCEPT WS-DATA-JOB-ENV FROM ENVIRONMENT "DATA_JOB"
             IF WS-DATA-JOB-ENV IS NOT NUMERIC
               ACCEPT WS-DATA-JOB-ENV FROM DATE YYYYMMDD
             END-IF
             MOVE WS-DATA-JOB-ENV(1:6) TO WS-MES-JOB
             IF WS-MES-JOB(5:2) = "01"
               COMPUTE WS-MES-FECHAR = WS-MES-JOB - 89
             ELSE
               COMPUTE WS-MES-FECHAR = WS-MES-JOB - 1
             END-IF
             DISPLAY "Mês a fechar: " WS-MES-FECHAR
           ELSE
             DISPLAY "Informe o mês a fechar AAAAMM (linhas do mês e "
               "anteriores são arquivadas): " WITH NO ADVANCING
             ACCEPT WS-MES-FECHAR
           END-IF.

           IF WS-MES-FECHAR = 0
             DISPLAY "Fechamento cancelado."
           MOVE 1 TO WS-POSICAO-DATA.
           PERFORM APLICAR-RETENCAO-LOG.

      *    Contas fixas do mês seguinte entram em contas a pagar
      *    junto com o fechamento, sem depender de lembrar a geração
           CALL "Despesas" USING WS-OPCAO-GERAR-DESPESAS.

           DISPLAY "Fechamento mensal concluído.".
           DISPLAY " ".


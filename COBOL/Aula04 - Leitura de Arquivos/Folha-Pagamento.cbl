      * FOLHA DE PAGAMENTO MENSAL SOBRE O ARQUIVO DE FUNCIONARIOS:
      * soma ao salario os eventos do mes vindos do caixa (comissao,
      * horas extras e premio de meta, em EVENTOS-FOLHA-AAAAMM.DATA)
      * e as horas-aula dos professores (EVENTOS-PROFESSORES-...),
      * calcula o desconto de cada funcionario pela tabela de faixas
      * (TABELA-DESCONTOS.DATA, editavel sem recompilar), grava um
      * contracheque por funcionario e um registro de totais por
      * departamento cujos brutos, descontados os eventos, batem com
      * o resumo do Funcionarios

       IDENTIFICATION DIVISION.
           PROGRAM-ID. FOLHA-PAGAMENTO.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STATUS-TABELA.

      *    Eventos do mes gerados pelo caixa (EventosFolha, no
      *    projeto03) e pela apuracao de horas-aula (Professores-
      *    Index, na Aula09), um por linha em colunas fixas, cada
      *    origem em seu arquivo; sem eles a folha sai so com os
      *    salarios
           SELECT EVENTOS-FOLHA
             ASSIGN TO DYNAMIC NOME-EVENTOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STATUS-EVENTOS.

      *    Um contracheque por funcionario, nomeado pelo codigo
           SELECT CONTRACHEQUE
             ASSIGN TO DYNAMIC NOME-CONTRACHEQUE
           05 SALARIO           PIC 9(6)V99.
           05 DATA-ADMISSAO     PIC 9(8).

      *    Situacao do cadastro: em branco = ativo, "D" =
      *    desligado pela rescisao (Rescisao.cbl)
           05 SITUACAO          PIC X.
             88 DESLIGADO       VALUE "D".

       FD TABELA-DESCONTOS.
       01  LINHA-TABELA         PIC X(20).

      * Tipos: COMISSAO, PREMIO-META, HORAS (so informativo),
      * HORAS-EXTRAS (valorizadas aqui sobre o salario) e HORA-AULA
      * (ja valorizada pela hora-aula do professor)
       FD EVENTOS-FOLHA.
       01  EVENTO.
           05 EVENTO-COMPETENCIA  PIC 9(6).
           05 EVENTO-FUNCIONARIO  PIC X(5).
           05 EVENTO-OPERADOR     PIC X(10).
           05 EVENTO-TIPO         PIC X(12).
           05 EVENTO-HORAS        PIC 9(3)V99.
           05 EVENTO-VALOR        PIC 9(7)V99.

       FD CONTRACHEQUE.
       01  LINHA-CONTRACHEQUE   PIC X(60).

       01 LIMITE-X              PIC X(8).
       01 PERCENTUAL-X          PIC X(5).

      * Eventos do mes carregados do arquivo do caixa; cada evento
      * marca quando entra num contracheque, para avisar os que
      * ficaram sem funcionario na folha
       01 STATUS-EVENTOS        PIC XX.
       01 NOME-EVENTOS          PIC X(40).
       01 EVENTOS-FINALIZADOS   PIC X VALUE "N".
       01 QTD-EVENTOS           PIC 9(3) VALUE 0.
       01 QTD-EVENTOS-ANTES     PIC 9(3) VALUE 0.
       01 TABELA-EVENTOS.
           05 EVT OCCURS 300 TIMES.
             10 EVT-FUNCIONARIO PIC X(5).
             10 EVT-OPERADOR    PIC X(10).
             10 EVT-TIPO        PIC X(12).
             10 EVT-HORAS       PIC 9(3)V99.
             10 EVT-VALOR       PIC 9(7)V99.
             10 EVT-USADO       PIC X(1).
       01 IDX-EVENTO            PIC 9(3).

      * Hora extra: salario dividido pela jornada mensal, com o
      * adicional de 50%
       01 JORNADA-MENSAL        PIC 9(3) VALUE 220.
       01 ADICIONAL-EXTRA       PIC 9V99 VALUE 1.50.

      * Valores do funcionario corrente
       01 TEM-EVENTOS           PIC X(1).
       01 VALOR-EVENTOS         PIC 9(7)V99.
       01 SALARIO-BRUTO         PIC 9(7)V99.
       01 PERCENTUAL-APLICADO   PIC 9(2)V99.
       01 VALOR-DESCONTO        PIC 9(7)V99.
       01 VALOR-LIQUIDO         PIC 9(7)V99.
       01 SALARIO-EDITADO       PIC ZZZZZZ9.99.
       01 EVENTO-EDITADO        PIC ZZZZZZ9.99.
       01 HORAS-EDITADO         PIC ZZ9.99.
       01 DESCONTO-EDITADO      PIC ZZZZZZ9.99.
       01 LIQUIDO-EDITADO       PIC ZZZZZZ9.99.

      * Totais da folha e resumo por departamento
       01 TOTAL-FUNCIONARIOS    PIC 9(3) VALUE 0.
       01 TOTAL-BRUTO           PIC 9(8)V99 VALUE 0.
       01 TOTAL-EVENTOS         PIC 9(8)V99 VALUE 0.
       01 TOTAL-DESCONTOS       PIC 9(8)V99 VALUE 0.
       01 TOTAL-LIQUIDO         PIC 9(8)V99 VALUE 0.
       01 TOTAL-EDITADO         PIC ZZZZZZZ9.99.
             10 DEPTO-NOME      PIC X(15).
             10 DEPTO-QTD       PIC 9(3).
             10 DEPTO-BRUTO     PIC 9(8)V99.
             10 DEPTO-EVENTOS   PIC 9(8)V99.
             10 DEPTO-DESCONTO  PIC 9(8)V99.
             10 DEPTO-LIQUIDO   PIC 9(8)V99.
       01 IDX-DEPTO             PIC 9(2).
      *    Carrega as faixas de desconto da tabela editavel
           PERFORM CARREGA-TABELA-DESCONTOS.

      *    Carrega os eventos do mes vindos do caixa e as
      *    horas-aula dos professores
           PERFORM CARREGA-EVENTOS.
           PERFORM CARREGA-EVENTOS-PROFESSORES.

      * Abrindo os arquivos
           OPEN INPUT FUNCIONARIOS.
           OPEN OUTPUT FOLHA-REGISTRO.
               MOVE "S" TO LEITURA-FINALIZADA

             NOT AT END
      *        Cadastro sem salario nao entra na folha, a nao ser
      *        que receba por evento (professor por hora-aula); o
      *        desligado pela rescisao ja foi acertado nela
               PERFORM PROCURA-EVENTOS-FUNCIONARIO
               EVALUATE TRUE
                 WHEN DESLIGADO
                   DISPLAY " " CODIGO " desligado, fora da folha!"
                 WHEN SALARIO = 0 AND TEM-EVENTOS = "N"
                   DISPLAY " " CODIGO " sem salario cadastrado, "
                     "fora da folha!"
                 WHEN OTHER
                   ADD 1 TO TOTAL-FUNCIONARIOS
                   PERFORM CALCULA-EVENTOS
                   PERFORM CALCULA-DESCONTO
                   PERFORM GRAVA-CONTRACHEQUE
                   PERFORM ACUMULA-DEPARTAMENTO
               END-EVALUATE

           END-PERFORM.

      *    Evento que nao entrou em nenhum contracheque (codigo
      *    inexistente ou funcionario sem salario) e avisado
           PERFORM VERIFICA-EVENTO-NAO-USADO
             VARYING IDX-EVENTO FROM 1 BY 1
             UNTIL IDX-EVENTO > QTD-EVENTOS.

      *    Printando resultado
           DISPLAY "==================================".
           DISPLAY "FUNCIONARIOS NA FOLHA: " TOTAL-FUNCIONARIOS.
           MOVE TOTAL-BRUTO TO TOTAL-EDITADO.
           DISPLAY "BRUTO TOTAL    : R$" TOTAL-EDITADO.
           MOVE TOTAL-EVENTOS TO TOTAL-EDITADO.
           DISPLAY "  EVENTOS      : R$" TOTAL-EDITADO.
           MOVE TOTAL-DESCONTOS TO TOTAL-EDITADO.
           DISPLAY "DESCONTOS      : R$" TOTAL-EDITADO.
           MOVE TOTAL-LIQUIDO TO TOTAL-EDITADO.
           END-STRING.
           WRITE LINHA-REGISTRO.

           MOVE TOTAL-EVENTOS TO TOTAL-EDITADO.
           MOVE SPACES TO LINHA-REGISTRO.
           STRING
             "  EVENTOS      : R$" DELIMITED BY SIZE
             TOTAL-EDITADO         DELIMITED BY SIZE
             INTO LINHA-REGISTRO
           END-STRING.
           WRITE LINHA-REGISTRO.

           MOVE TOTAL-DESCONTOS TO TOTAL-EDITADO.
           MOVE SPACES TO LINHA-REGISTRO.
           STRING
           END-IF.


      * Carrega os eventos da competencia do arquivo gerado pelo
      * caixa; sem o arquivo a folha segue so com os salarios
       CARREGA-EVENTOS.
           MOVE 0 TO QTD-EVENTOS.
           MOVE "N" TO EVENTOS-FINALIZADOS.

           MOVE SPACES TO NOME-EVENTOS.
           STRING
             "EVENTOS-FOLHA-" DELIMITED BY SIZE
             COMPETENCIA      DELIMITED BY SIZE
             ".DATA"          DELIMITED BY SIZE
             INTO NOME-EVENTOS
           END-STRING.

           OPEN INPUT EVENTOS-FOLHA.

           IF STATUS-EVENTOS = "35"
             DISPLAY "Sem eventos do caixa para a competencia, "
               "folha so com os salarios!"
             EXIT PARAGRAPH
           END-IF.

           PERFORM LE-EVENTOS.

           CLOSE EVENTOS-FOLHA.

           DISPLAY "Eventos do caixa carregados: " QTD-EVENTOS.


      * Carrega as horas-aula da competencia apuradas para os
      * professores, no mesmo layout dos eventos do caixa; sem o
      * arquivo a folha segue so com o que ja foi carregado
       CARREGA-EVENTOS-PROFESSORES.
           MOVE QTD-EVENTOS TO QTD-EVENTOS-ANTES.
           MOVE "N" TO EVENTOS-FINALIZADOS.

           MOVE SPACES TO NOME-EVENTOS.
           STRING
             "EVENTOS-PROFESSORES-" DELIMITED BY SIZE
             COMPETENCIA            DELIMITED BY SIZE
             ".DATA"                DELIMITED BY SIZE
             INTO NOME-EVENTOS
           END-STRING.

           OPEN INPUT EVENTOS-FOLHA.

           IF STATUS-EVENTOS = "35"
             DISPLAY "Sem horas-aula de professores para a "
               "competencia!"
             EXIT PARAGRAPH
           END-IF.

           PERFORM LE-EVENTOS.

           CLOSE EVENTOS-FOLHA.

           COMPUTE QTD-EVENTOS-ANTES = QTD-EVENTOS - QTD-EVENTOS-ANTES.
           DISPLAY "Horas-aula de professores carregadas: "
             QTD-EVENTOS-ANTES.


      * Le o arquivo de eventos aberto, guardando na tabela os da
      * competencia
       LE-EVENTOS.
           PERFORM UNTIL EVENTOS-FINALIZADOS = "S"
             READ EVENTOS-FOLHA INTO EVENTO

             AT END
               MOVE "S" TO EVENTOS-FINALIZADOS

             NOT AT END
               IF EVENTO-COMPETENCIA = COMPETENCIA
                 IF QTD-EVENTOS < 300
                   ADD 1 TO QTD-EVENTOS
                   MOVE EVENTO-FUNCIONARIO
                     TO EVT-FUNCIONARIO(QTD-EVENTOS)
                   MOVE EVENTO-OPERADOR TO EVT-OPERADOR(QTD-EVENTOS)
                   MOVE EVENTO-TIPO TO EVT-TIPO(QTD-EVENTOS)
                   MOVE EVENTO-HORAS TO EVT-HORAS(QTD-EVENTOS)
                   MOVE EVENTO-VALOR TO EVT-VALOR(QTD-EVENTOS)
                   MOVE "N" TO EVT-USADO(QTD-EVENTOS)
                 ELSE
                   DISPLAY "Tabela de eventos cheia, evento de "
                     EVENTO-FUNCIONARIO " ignorado!"
                 END-IF
               END-IF

           END-PERFORM.


      * Soma ao salario os eventos do funcionario corrente; as horas
      * extras sao valorizadas aqui, sobre o salario dele
       CALCULA-EVENTOS.
           MOVE "N" TO TEM-EVENTOS.
           MOVE 0 TO VALOR-EVENTOS.

           PERFORM VERIFICA-EVENTO
             VARYING IDX-EVENTO FROM 1 BY 1
             UNTIL IDX-EVENTO > QTD-EVENTOS.

           COMPUTE SALARIO-BRUTO = SALARIO + VALOR-EVENTOS.
           ADD VALOR-EVENTOS TO TOTAL-EVENTOS.


      * Confere se o funcionario corrente tem algum evento no mes,
      * sem ainda somar nem marcar nada
       PROCURA-EVENTOS-FUNCIONARIO.
           MOVE "N" TO TEM-EVENTOS.

           PERFORM VERIFICA-TEM-EVENTO
             VARYING IDX-EVENTO FROM 1 BY 1
             UNTIL IDX-EVENTO > QTD-EVENTOS
               OR TEM-EVENTOS = "S".


       VERIFICA-TEM-EVENTO.
           IF EVT-FUNCIONARIO(IDX-EVENTO) = CODIGO
             MOVE "S" TO TEM-EVENTOS
           END-IF.


       VERIFICA-EVENTO.
           IF EVT-FUNCIONARIO(IDX-EVENTO) = CODIGO
             MOVE "S" TO TEM-EVENTOS
             MOVE "S" TO EVT-USADO(IDX-EVENTO)
             IF EVT-TIPO(IDX-EVENTO) = "HORAS-EXTRAS"
               COMPUTE EVT-VALOR(IDX-EVENTO) ROUNDED =
                 SALARIO / JORNADA-MENSAL * ADICIONAL-EXTRA
                 * EVT-HORAS(IDX-EVENTO)
             END-IF
             IF EVT-TIPO(IDX-EVENTO) NOT = "HORAS"
               ADD EVT-VALOR(IDX-EVENTO) TO VALOR-EVENTOS
             END-IF
           END-IF.


       VERIFICA-EVENTO-NAO-USADO.
           IF EVT-USADO(IDX-EVENTO) = "N"
             DISPLAY " Evento " EVT-TIPO(IDX-EVENTO)
               " do operador " EVT-OPERADOR(IDX-EVENTO)
               " sem funcionario " EVT-FUNCIONARIO(IDX-EVENTO)
               " na folha!"
           END-IF.


      * Aplica a primeira faixa em que o bruto do funcionario
      * corrente (salario mais eventos) couber; a ultima faixa da
      * tabela deve cobrir os brutos mais altos
       CALCULA-DESCONTO.
           MOVE "N" TO ACHOU-FAIXA.
           MOVE 0 TO PERCENTUAL-APLICADO.
           END-IF.

           COMPUTE VALOR-DESCONTO ROUNDED =
             SALARIO-BRUTO * PERCENTUAL-APLICADO / 100.
           COMPUTE VALOR-LIQUIDO = SALARIO-BRUTO - VALOR-DESCONTO.

           ADD SALARIO-BRUTO TO TOTAL-BRUTO.
           ADD VALOR-DESCONTO TO TOTAL-DESCONTOS.
           ADD VALOR-LIQUIDO TO TOTAL-LIQUIDO.


       VERIFICA-FAIXA.
           IF SALARIO-BRUTO <= FAIXA-LIMITE(IDX-FAIXA)
             MOVE FAIXA-PERCENTUAL(IDX-FAIXA) TO PERCENTUAL-APLICADO
             MOVE "S" TO ACHOU-FAIXA
           END-IF.
           END-STRING.
           WRITE LINHA-CONTRACHEQUE.

      *    Com eventos, o salario base vem antes, seguido de um
      *    lancamento por evento, e o bruto fecha a soma
           IF TEM-EVENTOS = "S"
             MOVE SALARIO TO SALARIO-EDITADO
             MOVE SPACES TO LINHA-CONTRACHEQUE
             STRING
               "SALARIO BASE : R$" DELIMITED BY SIZE
               SALARIO-EDITADO     DELIMITED BY SIZE
               INTO LINHA-CONTRACHEQUE
             END-STRING
             WRITE LINHA-CONTRACHEQUE

             PERFORM GRAVA-EVENTO-CONTRACHEQUE
               VARYING IDX-EVENTO FROM 1 BY 1
               UNTIL IDX-EVENTO > QTD-EVENTOS
           END-IF.

           MOVE SALARIO-BRUTO TO SALARIO-EDITADO.
           MOVE SPACES TO LINHA-CONTRACHEQUE.
           STRING
             "SALARIO BRUTO: R$" DELIMITED BY SIZE
             " (" NOME-CONTRACHEQUE ")".


      * Um lancamento do contracheque por evento do funcionario; as
      * horas trabalhadas saem so como informacao, sem valor
       GRAVA-EVENTO-CONTRACHEQUE.
           IF EVT-FUNCIONARIO(IDX-EVENTO) = CODIGO
             MOVE EVT-HORAS(IDX-EVENTO) TO HORAS-EDITADO
             MOVE EVT-VALOR(IDX-EVENTO) TO EVENTO-EDITADO
             MOVE SPACES TO LINHA-CONTRACHEQUE
             EVALUATE EVT-TIPO(IDX-EVENTO)
               WHEN "HORAS"
                 STRING
                   "  HORAS TRABALHADAS: " DELIMITED BY SIZE
                   HORAS-EDITADO           DELIMITED BY SIZE
                   "h (OPERADOR "          DELIMITED BY SIZE
                   EVT-OPERADOR(IDX-EVENTO) DELIMITED BY SPACE
                   ")"                     DELIMITED BY SIZE
                   INTO LINHA-CONTRACHEQUE
                 END-STRING
               WHEN "HORAS-EXTRAS"
                 STRING
                   "  HORAS EXTRAS "       DELIMITED BY SIZE
                   HORAS-EDITADO           DELIMITED BY SIZE
                   "h: R$"                 DELIMITED BY SIZE
                   EVENTO-EDITADO          DELIMITED BY SIZE
                   INTO LINHA-CONTRACHEQUE
                 END-STRING
               WHEN "HORA-AULA"
                 STRING
                   "  HORAS-AULA "         DELIMITED BY SIZE
                   HORAS-EDITADO           DELIMITED BY SIZE
                   "h: R$"                 DELIMITED BY SIZE
                   EVENTO-EDITADO          DELIMITED BY SIZE
                   " (PROF "               DELIMITED BY SIZE
                   EVT-OPERADOR(IDX-EVENTO) DELIMITED BY SPACE
                   ")"                     DELIMITED BY SIZE
                   INTO LINHA-CONTRACHEQUE
                 END-STRING
               WHEN OTHER
                 STRING
                   "  "                    DELIMITED BY SIZE
                   EVT-TIPO(IDX-EVENTO)    DELIMITED BY SIZE
                   ": R$"                  DELIMITED BY SIZE
                   EVENTO-EDITADO          DELIMITED BY SIZE
                   INTO LINHA-CONTRACHEQUE
                 END-STRING
             END-EVALUATE
             WRITE LINHA-CONTRACHEQUE
           END-IF.


      * Acumula o funcionario corrente no seu departamento, abrindo
      * uma posicao nova quando o departamento aparece pela primeira
      * vez
             ADD 1 TO QTD-DEPARTAMENTOS
             MOVE DEPARTAMENTO TO DEPTO-NOME(QTD-DEPARTAMENTOS)
             MOVE 1 TO DEPTO-QTD(QTD-DEPARTAMENTOS)
             MOVE SALARIO-BRUTO TO DEPTO-BRUTO(QTD-DEPARTAMENTOS)
             MOVE VALOR-EVENTOS TO DEPTO-EVENTOS(QTD-DEPARTAMENTOS)
             MOVE VALOR-DESCONTO TO DEPTO-DESCONTO(QTD-DEPARTAMENTOS)
             MOVE VALOR-LIQUIDO TO DEPTO-LIQUIDO(QTD-DEPARTAMENTOS)
           END-IF.
       VERIFICA-POSICAO-DEPTO.
           IF DEPTO-NOME(IDX-DEPTO) = DEPARTAMENTO
             ADD 1 TO DEPTO-QTD(IDX-DEPTO)
             ADD SALARIO-BRUTO TO DEPTO-BRUTO(IDX-DEPTO)
             ADD VALOR-EVENTOS TO DEPTO-EVENTOS(IDX-DEPTO)
             ADD VALOR-DESCONTO TO DEPTO-DESCONTO(IDX-DEPTO)
             ADD VALOR-LIQUIDO TO DEPTO-LIQUIDO(IDX-DEPTO)
             MOVE "S" TO ACHOU-DEPTO
           DISPLAY "  " DEPTO-NOME(IDX-DEPTO)
             " Funcionarios: " DEPTO-QTD(IDX-DEPTO)
             " Bruto: R$" TOTAL-EDITADO.
           MOVE DEPTO-EVENTOS(IDX-DEPTO) TO TOTAL-EDITADO.
           DISPLAY "    Eventos  : R$" TOTAL-EDITADO.
           MOVE DEPTO-DESCONTO(IDX-DEPTO) TO TOTAL-EDITADO.
           DISPLAY "    Descontos: R$" TOTAL-EDITADO
             WITH NO ADVANCING.
           END-STRING.
           WRITE LINHA-REGISTRO.

           MOVE DEPTO-EVENTOS(IDX-DEPTO) TO TOTAL-EDITADO.
           MOVE SPACES TO LINHA-REGISTRO.
           STRING
             "    Eventos  : R$"     DELIMITED BY SIZE
             TOTAL-EDITADO           DELIMITED BY SIZE
             INTO LINHA-REGISTRO
           END-STRING.
           WRITE LINHA-REGISTRO.

           MOVE DEPTO-DESCONTO(IDX-DEPTO) TO TOTAL-EDITADO.
           MOVE SPACES TO LINHA-REGISTRO.
           STRING

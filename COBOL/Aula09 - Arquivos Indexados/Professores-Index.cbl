             RECORD KEY IS SUB-CHAVE
             FILE STATUS IS WS-STATUS-SUB.

      *    Vínculo do professor com o cadastro de funcionários da
      *    folha de pagamento (código do funcionário em
      *    FUNCIONARIOS.DATA) e o valor pago por hora-aula
           SELECT ARQ-FOLHA-PROF ASSIGN TO "professores-folha.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PFO-MATRICULA
             FILE STATUS IS WS-STATUS-PFO.

      *    Cadastro de funcionários da folha (Funcionarios, na
      *    Aula04), consultado apenas para validar o código
      *    informado no vínculo; fica no diretório da folha
      *    (FOLHA_DIR, ou o diretório da Aula04 quando não definido)
           SELECT ARQ-FUNCIONARIOS
             ASSIGN TO DYNAMIC WS-PATH-FUNCIONARIOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-FUN.

      *    Eventos de hora-aula da competência para a folha de
      *    pagamento (EVENTOS-PROFESSORES-AAAAMM.DATA, no diretório
      *    da folha), refeito a cada apuração do mês
           SELECT ARQ-EVENTOS-PROF
             ASSIGN TO DYNAMIC WS-PATH-EVENTOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-EVT.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PROFESSORES.
           05 SUB-DATA-INICIO        PIC 9(08).
           05 SUB-DATA-FIM           PIC 9(08).

      *    Vínculo do professor com a folha: o funcionário que
      *    recebe as horas-aula dele e o valor da hora
       FD ARQ-FOLHA-PROF.
       01 PROFESSOR-FOLHA.
           05 PFO-MATRICULA          PIC X(08).
           05 PFO-FUNCIONARIO        PIC X(05).
           05 PFO-VALOR-HORA         PIC 9(04)V99.

      *    Mesmo layout de DETALHAMENTO em Folha-Pagamento.cbl,
      *    redeclarado aqui apenas para consulta (este programa
      *    nunca grava em FUNCIONARIOS.DATA)
       FD ARQ-FUNCIONARIOS.
       01 FUNCIONARIO.
           05 FUN-CODIGO             PIC X(05).
           05 FUN-PRIMEIRO-NOME      PIC X(20).
           05 FUN-ULTIMO-NOME        PIC X(20).
           05 FUN-GENERO             PIC X(01).
           05 FUN-DEPARTAMENTO       PIC X(15).
           05 FUN-CARGO              PIC X(15).
           05 FUN-SALARIO            PIC 9(06)V99.
           05 FUN-DATA-ADMISSAO      PIC 9(08).
           05 FUN-SITUACAO           PIC X(01).
               88 FUN-DESLIGADO      VALUE 'D'.

      *    Mesmo layout de EVENTO em Folha-Pagamento.cbl: a
      *    matrícula do professor vai no campo do operador e o tipo
      *    do evento é HORA-AULA
       FD ARQ-EVENTOS-PROF.
       01 EVENTO-PROFESSOR.
           05 EVP-COMPETENCIA        PIC 9(06).
           05 EVP-FUNCIONARIO        PIC X(05).
           05 EVP-OPERADOR           PIC X(10).
           05 EVP-TIPO               PIC X(12).
           05 EVP-HORAS              PIC 9(03)V99.
           05 EVP-VALOR              PIC 9(07)V99.

       WORKING-STORAGE SECTION.
      *    Status de arquivo, com condições nominadas compartilhadas
      *    via copybook (ex.: WS-STATUS-FILE-NOT-FOUND)
                          WS-STATUS-SUB-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-SUB.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-PFO-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-PFO-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-PFO-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-PFO-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-PFO-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-PFO-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-PFO.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-FUN-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-FUN-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-FUN-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-FUN-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-FUN-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-FUN-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-FUN.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-EVT-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-EVT-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-EVT-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-EVT-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-EVT-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-EVT-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-EVT.
       01 WS-OPCAO               PIC 9(02).
       01 WS-CONTADOR            PIC 9(02).
       01 WS-EXC-OPCAO           PIC X.
       01 WS-QTD-SUB-PROF        PIC 9(03).
       01 WS-PROF-AFASTADO       PIC X(01).

      *    Variáveis do vínculo com a folha de pagamento
       01 WS-PFO-FUNCIONARIO     PIC X(05).
       01 WS-PFO-VALOR-HORA      PIC 9(04)V99.
       01 WS-EOF-FUN             PIC X(01).
       01 WS-FUN-ACHADO          PIC X(01).
       01 WS-FUN-NOME            PIC X(41).
       01 WS-FOLHA-DIR           PIC X(60).
       01 WS-PATH-FUNCIONARIOS   PIC X(100).
       01 WS-PATH-EVENTOS        PIC X(100).
       01 WS-CAMINHO-OVERFLOW    PIC X(01).

      *    Variáveis da apuração mensal de horas-aula: os dias do
      *    mês são percorridos pelo número inteiro da data, e as
      *    horas de cada professor são acumuladas em minutos
       01 WS-COMPETENCIA         PIC 9(06).
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05 WS-COMP-ANO        PIC 9(04).
           05 WS-COMP-MES        PIC 9(02).
       01 WS-PERIODO-FOLHA       PIC X(06).
       01 WS-DATA-AUX            PIC 9(08).
       01 WS-DIA-INICIAL         PIC 9(07).
       01 WS-DIA-FINAL           PIC 9(07).
       01 WS-DIA-INT             PIC 9(07).
       01 WS-DATA-DIA            PIC 9(08).
       01 WS-DIA-SEMANA          PIC 9(01).
       01 WS-AULA-INICIO.
           05 WS-AULA-INICIO-HH  PIC 9(02).
           05 WS-AULA-INICIO-MM  PIC 9(02).
       01 WS-AULA-FIM.
           05 WS-AULA-FIM-HH     PIC 9(02).
           05 WS-AULA-FIM-MM     PIC 9(02).
       01 WS-MIN-AULA            PIC 9(04).
       01 WS-MIN-GRADE           PIC 9(05).
       01 WS-MIN-AFASTADO        PIC 9(05).
       01 WS-MIN-COBERTO         PIC 9(05).
       01 WS-MIN-SUBSTITUICAO    PIC 9(05).
       01 WS-MIN-DEVIDO          PIC 9(05).
       01 WS-HORAS-DEVIDAS       PIC 9(03)V99.
       01 WS-VALOR-HORAS         PIC 9(07)V99.
       01 WS-HORAS-EDIT          PIC ZZ9.99.
       01 WS-VALOR-EDIT          PIC ZZZZZZ9.99.
       01 WS-TEM-VINCULO         PIC X(01).
       01 WS-AULA-COBERTA        PIC X(01).
       01 WS-QTD-EVENTOS-PROF    PIC 9(03).
       01 WS-QTD-SEM-VINCULO     PIC 9(03).
       01 WS-TOTAL-HORAS         PIC 9(05)V99.
       01 WS-TOTAL-VALOR         PIC 9(08)V99.
       01 WS-TOTAL-HORAS-EDIT    PIC ZZZZ9.99.
       01 WS-TOTAL-VALOR-EDIT    PIC ZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN.
      *    Recebendo opção
           DISPLAY " 14 - Registrar Afastamento de Professor".
           DISPLAY " 15 - Designar Substituto para Turma".
           DISPLAY " 16 - Listar Afastamentos e Substituições".
           DISPLAY " 17 - Vincular Professor à Folha de Pagamento".
           DISPLAY " 18 - Apurar Horas-Aula do Mês (Folha)".
           DISPLAY " 0 - Sair".
           DISPLAY "-------------------------------------".
           DISPLAY " Escolha sua opção: " WITH NO ADVANCING.
               PERFORM DESIGNAR-SUBSTITUTO
             WHEN 16
               PERFORM LISTAR-AFASTAMENTOS
             WHEN 17
               PERFORM VINCULAR-FOLHA
             WHEN 18
               PERFORM APURAR-HORAS-AULA
             WHEN OTHER
               DISPLAY "Opção Inválida!"
               PERFORM MAIN

       FECHA-ARQ-SUB.
           CLOSE ARQ-SUBSTITUICOES.


      *    Vincula o professor ao funcionário que recebe as horas-aula
      *    dele na folha de pagamento (código em FUNCIONARIOS.DATA) e
      *    registra o valor da hora-aula; um vínculo já existente é
      *    substituído pelo novo
       VINCULAR-FOLHA.
           DISPLAY "-------------------------------------".
           DISPLAY " VINCULAR PROFESSOR À FOLHA DE PAGAMENTO".
           DISPLAY "-------------------------------------".

           DISPLAY "Informe a Matrícula do Professor: "
             WITH NO ADVANCING.
           ACCEPT WS-PRO-MATRICULA.

      *    Confirma que o professor existe
           PERFORM ABRE-ARQ.
           MOVE WS-PRO-MATRICULA TO PRO-MATRICULA.
           READ ARQ-PROFESSORES KEY IS PRO-MATRICULA
             INVALID KEY
               DISPLAY "Matrícula não encontrada!"
               PERFORM FECHA-ARQ
               PERFORM MAIN
           END-READ.
           PERFORM FECHA-ARQ.

           PERFORM CONFIGURAR-CAMINHOS-FOLHA.

           IF WS-CAMINHO-OVERFLOW = 'S'
             DISPLAY "Diretório da folha (FOLHA_DIR) longo demais!"
             PERFORM MAIN
           END-IF.

      *    Mostra o vínculo atual, se houver
           PERFORM ABRE-ARQ-PFO.
           MOVE WS-PRO-MATRICULA TO PFO-MATRICULA.
           READ ARQ-FOLHA-PROF KEY IS PFO-MATRICULA
             NOT INVALID KEY
               MOVE PFO-VALOR-HORA TO WS-VALOR-EDIT
               DISPLAY "Vínculo atual: funcionário " PFO-FUNCIONARIO
                 " a R$" WS-VALOR-EDIT " por hora-aula"
           END-READ.
           PERFORM FECHA-ARQ-PFO.

           DISPLAY "Informe o Código do Funcionário na Folha: "
             WITH NO ADVANCING.
           ACCEPT WS-PFO-FUNCIONARIO.

      *    O código precisa existir no cadastro de funcionários
           PERFORM LOCALIZAR-FUNCIONARIO.

           IF WS-FUN-ACHADO = 'N'
             DISPLAY "Funcionário não encontrado no cadastro da "
               "folha!"
             PERFORM MAIN
           END-IF.

      *    Desligado pela rescisão não recebe mais pela folha
           IF WS-FUN-ACHADO = 'D'
             DISPLAY "Funcionário desligado da folha!"
             PERFORM MAIN
           END-IF.

           DISPLAY "Funcionário: " WS-FUN-NOME.

           DISPLAY "Informe o Valor da Hora-Aula: " WITH NO ADVANCING.
           ACCEPT WS-PFO-VALOR-HORA.

           IF WS-PFO-VALOR-HORA = 0
             DISPLAY "Valor da hora-aula deve ser maior que zero!"
             PERFORM MAIN
           END-IF.

           PERFORM ABRE-ARQ-PFO.
           MOVE WS-PRO-MATRICULA TO PFO-MATRICULA.

           READ ARQ-FOLHA-PROF KEY IS PFO-MATRICULA
             INVALID KEY
               MOVE WS-PFO-FUNCIONARIO TO PFO-FUNCIONARIO
               MOVE WS-PFO-VALOR-HORA TO PFO-VALOR-HORA
               WRITE PROFESSOR-FOLHA
               DISPLAY "Sucesso! Vínculo com a folha cadastrado!"

             NOT INVALID KEY
               MOVE WS-PFO-FUNCIONARIO TO PFO-FUNCIONARIO
               MOVE WS-PFO-VALOR-HORA TO PFO-VALOR-HORA
               REWRITE PROFESSOR-FOLHA
               DISPLAY "Sucesso! Vínculo com a folha atualizado!"
           END-READ.

           PERFORM FECHA-ARQ-PFO.

           MOVE WS-PRO-MATRICULA TO PRO-MATRICULA.
           MOVE "VINC-FOLHA" TO WS-ACAO-AUD.
           PERFORM GRAVAR-AUDITORIA.

           PERFORM MAIN.


      *    Procura o código WS-PFO-FUNCIONARIO no cadastro de
      *    funcionários da folha, devolvendo o nome em WS-FUN-NOME
      *    ('D' em WS-FUN-ACHADO quando o funcionário foi desligado)
       LOCALIZAR-FUNCIONARIO.
           MOVE 'N' TO WS-FUN-ACHADO.
           MOVE 'N' TO WS-EOF-FUN.

           OPEN INPUT ARQ-FUNCIONARIOS.

           IF WS-STATUS-FUN-FILE-NOT-FOUND
             DISPLAY "Cadastro de funcionários não encontrado: "
               WS-PATH-FUNCIONARIOS
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-FUN = 'S'
             READ ARQ-FUNCIONARIOS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-FUN

               NOT AT END
                 IF FUN-CODIGO = WS-PFO-FUNCIONARIO
                   MOVE SPACES TO WS-FUN-NOME
                   STRING
                     FUN-PRIMEIRO-NOME  DELIMITED BY "  "
                     " "                DELIMITED BY SIZE
                     FUN-ULTIMO-NOME    DELIMITED BY "  "
                     INTO WS-FUN-NOME
                   END-STRING
                   MOVE 'S' TO WS-FUN-ACHADO
                   IF FUN-DESLIGADO
                     MOVE 'D' TO WS-FUN-ACHADO
                   END-IF
                   MOVE 'S' TO WS-EOF-FUN
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-FUNCIONARIOS.


      *    Apura as horas-aula devidas a cada professor na
      *    competência: a grade de turmas do período percorrida nos
      *    dias do mês, menos as aulas dos dias de afastamento e as
      *    cobertas por um substituto, mais as aulas que o próprio
      *    professor cobriu como substituto. Mostra o relatório de
      *    horas e grava um evento HORA-AULA por professor vinculado
      *    à folha, que a Folha-Pagamento soma ao bruto
       APURAR-HORAS-AULA.
           DISPLAY "-------------------------------------".
           DISPLAY " APURAÇÃO DE HORAS-AULA DO MÊS".
           DISPLAY "-------------------------------------".

           DISPLAY "Informe a Competência AAAAMM: " WITH NO ADVANCING.
           ACCEPT WS-COMPETENCIA.

           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
             OR WS-COMP-ANO < 1601
             DISPLAY "Competência inválida!"
             PERFORM MAIN
           END-IF.

           DISPLAY "Informe o Período das Turmas (ex.: 2026-1): "
             WITH NO ADVANCING.
           ACCEPT WS-PERIODO-FOLHA.

      *    Primeiro e último dia do mês, como número inteiro de data
           COMPUTE WS-DATA-AUX = WS-COMPETENCIA * 100 + 1.
           COMPUTE WS-DIA-INICIAL =
             FUNCTION INTEGER-OF-DATE(WS-DATA-AUX).

           IF WS-COMP-MES = 12
             COMPUTE WS-DATA-AUX = (WS-COMP-ANO + 1) * 10000 + 101
           ELSE
             COMPUTE WS-DATA-AUX = WS-COMPETENCIA * 100 + 101
           END-IF.
           COMPUTE WS-DIA-FINAL =
             FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1.

           PERFORM CONFIGURAR-CAMINHOS-FOLHA.

           IF WS-CAMINHO-OVERFLOW = 'S'
             DISPLAY "Diretório da folha (FOLHA_DIR) longo demais!"
             PERFORM MAIN
           END-IF.

      *    O arquivo de eventos da competência é refeito inteiro a
      *    cada apuração
           OPEN OUTPUT ARQ-EVENTOS-PROF.

           IF NOT WS-STATUS-EVT-OK
             DISPLAY "Não foi possível criar " WS-PATH-EVENTOS
             PERFORM MAIN
           END-IF.

           MOVE ZERO TO WS-CONTADOR.
           MOVE ZERO TO WS-QTD-EVENTOS-PROF.
           MOVE ZERO TO WS-QTD-SEM-VINCULO.
           MOVE ZERO TO WS-TOTAL-HORAS.
           MOVE ZERO TO WS-TOTAL-VALOR.
           MOVE 'N' TO WS-EOF-PROF.

           PERFORM ABRE-ARQ.
           PERFORM ABRE-ARQ-TUR.
           PERFORM ABRE-ARQ-AFA.
           PERFORM ABRE-ARQ-SUB.
           PERFORM ABRE-ARQ-PFO.

           PERFORM UNTIL WS-EOF-PROF = 'S'
             READ ARQ-PROFESSORES NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-PROF

               NOT AT END
                 ADD 1 TO WS-CONTADOR
                 PERFORM APURAR-HORAS-PROFESSOR
                 PERFORM MOSTRAR-HORAS-PROFESSOR
             END-READ
           END-PERFORM.

           PERFORM FECHA-ARQ.
           PERFORM FECHA-ARQ-TUR.
           PERFORM FECHA-ARQ-AFA.
           PERFORM FECHA-ARQ-SUB.
           PERFORM FECHA-ARQ-PFO.
           CLOSE ARQ-EVENTOS-PROF.

           MOVE WS-TOTAL-HORAS TO WS-TOTAL-HORAS-EDIT.
           MOVE WS-TOTAL-VALOR TO WS-TOTAL-VALOR-EDIT.

           DISPLAY "-------------------------------------".
           DISPLAY "Professores apurados: " WS-CONTADOR.
           DISPLAY "Eventos gerados para a folha: "
             WS-QTD-EVENTOS-PROF.
           DISPLAY "Com horas e sem vínculo com a folha: "
             WS-QTD-SEM-VINCULO.
           DISPLAY "Total de horas-aula: " WS-TOTAL-HORAS-EDIT "h".
           DISPLAY "Total a pagar: R$" WS-TOTAL-VALOR-EDIT.
           DISPLAY "Eventos gravados em " WS-PATH-EVENTOS.
           DISPLAY " ".

           PERFORM MAIN.


      *    Acumula, em minutos, as aulas do professor corrente
      *    (PRO-MATRICULA) em cada dia do mês da competência
       APURAR-HORAS-PROFESSOR.
           MOVE ZERO TO WS-MIN-GRADE.
           MOVE ZERO TO WS-MIN-AFASTADO.
           MOVE ZERO TO WS-MIN-COBERTO.
           MOVE ZERO TO WS-MIN-SUBSTITUICAO.

           PERFORM APURAR-DIA-PROFESSOR
             VARYING WS-DIA-INT FROM WS-DIA-INICIAL BY 1
             UNTIL WS-DIA-INT > WS-DIA-FINAL.

           COMPUTE WS-MIN-DEVIDO =
             WS-MIN-GRADE + WS-MIN-SUBSTITUICAO
             - WS-MIN-AFASTADO - WS-MIN-COBERTO.


      *    Um dia do mês: o inteiro 1 da data corresponde a uma
      *    segunda-feira, então o resto por 7 dá o dia da semana na
      *    mesma numeração da grade (1=Seg ... 6=Sáb, 7=Dom sem aula)
       APURAR-DIA-PROFESSOR.
           COMPUTE WS-DATA-DIA = FUNCTION DATE-OF-INTEGER(WS-DIA-INT).
           COMPUTE WS-DIA-SEMANA =
             FUNCTION MOD(WS-DIA-INT - 1, 7) + 1.

           IF WS-DIA-SEMANA = 7
             EXIT PARAGRAPH
           END-IF.

           PERFORM CONFERIR-AFASTAMENTO-DIA.
           PERFORM APURAR-TURMAS-DIA.
           PERFORM APURAR-SUBSTITUICOES-DIA.


      *    Confere se o professor corrente está afastado no dia
      *    apurado (WS-DATA-DIA), varrendo os afastamentos dele
       CONFERIR-AFASTAMENTO-DIA.
           MOVE 'N' TO WS-PROF-AFASTADO.
           MOVE 'N' TO WS-EOF-AFA.

           MOVE PRO-MATRICULA TO AFA-PROFESSOR.
           MOVE 0 TO AFA-DATA-INICIO.

           START ARQ-AFASTAMENTOS KEY IS NOT LESS THAN AFA-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF-AFA
           END-START.

           PERFORM UNTIL WS-EOF-AFA = 'S'
             READ ARQ-AFASTAMENTOS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-AFA
               NOT AT END
                 IF AFA-PROFESSOR NOT = PRO-MATRICULA
                   MOVE 'S' TO WS-EOF-AFA
                 ELSE
                   IF AFA-DATA-INICIO <= WS-DATA-DIA
                     AND AFA-DATA-FIM >= WS-DATA-DIA
                     MOVE 'S' TO WS-PROF-AFASTADO
                     MOVE 'S' TO WS-EOF-AFA
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.


      *    Turmas do professor corrente no dia da semana apurado,
      *    posicionando pela chave (professor + dia) e considerando
      *    só as turmas do período informado
       APURAR-TURMAS-DIA.
           MOVE 'N' TO WS-EOF-TUR.

           MOVE PRO-MATRICULA TO TURMA-PROFESSOR.
           MOVE WS-DIA-SEMANA TO TURMA-DIA.
           MOVE 0 TO TURMA-HORA-INICIO.

           START ARQ-TURMAS KEY IS NOT LESS THAN TURMA-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF-TUR
           END-START.

           PERFORM UNTIL WS-EOF-TUR = 'S'
             READ ARQ-TURMAS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-TUR
               NOT AT END
                 IF TURMA-PROFESSOR NOT = PRO-MATRICULA
                   OR TURMA-DIA NOT = WS-DIA-SEMANA
                   MOVE 'S' TO WS-EOF-TUR
                 ELSE
                   IF TURMA-PERIODO = WS-PERIODO-FOLHA
                     PERFORM APURAR-AULA-TITULAR
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.


      *    Uma aula da grade do titular no dia: entra na grade do
      *    mês e sai das horas devidas quando um substituto a cobre
      *    nesse dia ou, sem substituto, quando o titular está
      *    afastado
       APURAR-AULA-TITULAR.
           MOVE TURMA-HORA-INICIO TO WS-AULA-INICIO.
           MOVE TURMA-HORA-FIM TO WS-AULA-FIM.
           PERFORM CALCULAR-MINUTOS-AULA.

           ADD WS-MIN-AULA TO WS-MIN-GRADE.

      *    A substituição tem a mesma chave da turma coberta
           MOVE 'N' TO WS-AULA-COBERTA.
           MOVE TURMA-PROFESSOR TO SUB-TITULAR.
           MOVE TURMA-DIA TO SUB-DIA.
           MOVE TURMA-HORA-INICIO TO SUB-HORA-INICIO.

           READ ARQ-SUBSTITUICOES KEY IS SUB-CHAVE
             NOT INVALID KEY
               IF SUB-DATA-INICIO <= WS-DATA-DIA
                 AND SUB-DATA-FIM >= WS-DATA-DIA
                 MOVE 'S' TO WS-AULA-COBERTA
               END-IF
           END-READ.

           IF WS-AULA-COBERTA = 'S'
             ADD WS-MIN-AULA TO WS-MIN-COBERTO
           ELSE
             IF WS-PROF-AFASTADO = 'S'
               ADD WS-MIN-AULA TO WS-MIN-AFASTADO
             END-IF
           END-IF.


      *    Aulas que o professor corrente cobriu como substituto no
      *    dia apurado (a chave de substituicoes.idx é pelo titular,
      *    então a varredura é sequencial)
       APURAR-SUBSTITUICOES-DIA.
           MOVE 'N' TO WS-EOF-SUB.

           MOVE LOW-VALUES TO SUB-CHAVE.
           START ARQ-SUBSTITUICOES KEY IS NOT LESS THAN SUB-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF-SUB
           END-START.

           PERFORM UNTIL WS-EOF-SUB = 'S'
             READ ARQ-SUBSTITUICOES NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-SUB
               NOT AT END
                 IF SUB-SUBSTITUTO = PRO-MATRICULA
                   AND SUB-DIA = WS-DIA-SEMANA
                   AND SUB-DATA-INICIO <= WS-DATA-DIA
                   AND SUB-DATA-FIM >= WS-DATA-DIA
                   MOVE SUB-HORA-INICIO TO WS-AULA-INICIO
                   MOVE SUB-HORA-FIM TO WS-AULA-FIM
                   PERFORM CALCULAR-MINUTOS-AULA
                   ADD WS-MIN-AULA TO WS-MIN-SUBSTITUICAO
                 END-IF
             END-READ
           END-PERFORM.


      *    Duração em minutos de uma aula de WS-AULA-INICIO a
      *    WS-AULA-FIM (ambos HHMM)
       CALCULAR-MINUTOS-AULA.
           COMPUTE WS-MIN-AULA =
             (WS-AULA-FIM-HH * 60 + WS-AULA-FIM-MM)
             - (WS-AULA-INICIO-HH * 60 + WS-AULA-INICIO-MM).


      *    Mostra as horas do professor corrente e, havendo horas
      *    devidas e vínculo com a folha, grava o evento HORA-AULA
      *    com as horas e o valor (horas x valor da hora-aula)
       MOSTRAR-HORAS-PROFESSOR.
           DISPLAY "Professor " PRO-MATRICULA " - " PRO-NOME.

           COMPUTE WS-HORAS-EDIT ROUNDED = WS-MIN-GRADE / 60.
           DISPLAY "  Grade do mês            : " WS-HORAS-EDIT "h".
           COMPUTE WS-HORAS-EDIT ROUNDED = WS-MIN-AFASTADO / 60.
           DISPLAY "  (-) Afastamento         : " WS-HORAS-EDIT "h".
           COMPUTE WS-HORAS-EDIT ROUNDED = WS-MIN-COBERTO / 60.
           DISPLAY "  (-) Cobertas por outro  : " WS-HORAS-EDIT "h".
           COMPUTE WS-HORAS-EDIT ROUNDED = WS-MIN-SUBSTITUICAO / 60.
           DISPLAY "  (+) Como substituto     : " WS-HORAS-EDIT "h".
           COMPUTE WS-HORAS-DEVIDAS ROUNDED = WS-MIN-DEVIDO / 60.
           MOVE WS-HORAS-DEVIDAS TO WS-HORAS-EDIT.
           DISPLAY "  (=) Horas devidas       : " WS-HORAS-EDIT "h".

           IF WS-MIN-DEVIDO = 0
             DISPLAY " "
             EXIT PARAGRAPH
           END-IF.

           MOVE PRO-MATRICULA TO PFO-MATRICULA.
           READ ARQ-FOLHA-PROF KEY IS PFO-MATRICULA
             INVALID KEY
               MOVE 'N' TO WS-TEM-VINCULO
             NOT INVALID KEY
               MOVE 'S' TO WS-TEM-VINCULO
           END-READ.

           IF WS-TEM-VINCULO = 'N'
             ADD 1 TO WS-QTD-SEM-VINCULO
             DISPLAY "  ** SEM VÍNCULO COM A FOLHA, EVENTO NÃO "
               "GERADO **"
             DISPLAY " "
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-VALOR-HORAS ROUNDED =
             WS-MIN-DEVIDO * PFO-VALOR-HORA / 60.

           MOVE WS-COMPETENCIA TO EVP-COMPETENCIA.
           MOVE PFO-FUNCIONARIO TO EVP-FUNCIONARIO.
           MOVE PRO-MATRICULA TO EVP-OPERADOR.
           MOVE "HORA-AULA" TO EVP-TIPO.
           MOVE WS-HORAS-DEVIDAS TO EVP-HORAS.
           MOVE WS-VALOR-HORAS TO EVP-VALOR.
           WRITE EVENTO-PROFESSOR.

           ADD 1 TO WS-QTD-EVENTOS-PROF.
           ADD WS-HORAS-DEVIDAS TO WS-TOTAL-HORAS.
           ADD WS-VALOR-HORAS TO WS-TOTAL-VALOR.

           MOVE WS-VALOR-HORAS TO WS-VALOR-EDIT.
           DISPLAY "  Valor: R$" WS-VALOR-EDIT " (funcionário "
             PFO-FUNCIONARIO ")".
           DISPLAY " ".


      *    Lê o diretório da folha de pagamento configurado, com o
      *    diretório da Aula04 (onde roda a Folha-Pagamento) como
      *    valor padrão quando a variável de ambiente não é definida
       CONFIGURAR-CAMINHOS-FOLHA.
           ACCEPT WS-FOLHA-DIR FROM ENVIRONMENT "FOLHA_DIR".
           IF WS-FOLHA-DIR = SPACES
             MOVE "../Aula04 - Leitura de Arquivos" TO WS-FOLHA-DIR
           END-IF.

           MOVE 'N' TO WS-CAMINHO-OVERFLOW.
           MOVE SPACES TO WS-PATH-FUNCIONARIOS.
           MOVE SPACES TO WS-PATH-EVENTOS.

           STRING FUNCTION TRIM(WS-FOLHA-DIR) DELIMITED BY SIZE
             "/FUNCIONARIOS.DATA" DELIMITED BY SIZE
             INTO WS-PATH-FUNCIONARIOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-FOLHA-DIR) DELIMITED BY SIZE
             "/EVENTOS-PROFESSORES-" DELIMITED BY SIZE
             WS-COMPETENCIA DELIMITED BY SIZE
             ".DATA" DELIMITED BY SIZE
             INTO WS-PATH-EVENTOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.


       ABRE-ARQ-PFO.
           OPEN I-O ARQ-FOLHA-PROF.
      *      Caso o arquivo não exista (status 35), ele é criado
             IF WS-STATUS-PFO-FILE-NOT-FOUND
               OPEN OUTPUT ARQ-FOLHA-PROF
               CLOSE ARQ-FOLHA-PROF
               PERFORM ABRE-ARQ-PFO
             END-IF.


       FECHA-ARQ-PFO.
           CLOSE ARQ-FOLHA-PROF.

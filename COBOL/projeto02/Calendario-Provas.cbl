       IDENTIFICATION DIVISION.
           PROGRAM-ID. CALENDARIO-PROVAS.
           AUTHOR. Mauricio Rodrigues.

      *    Calendário de provas e recuperações das turmas. Cada prova
      *    tem disciplina, período, tipo (prova ou recuperação) e
      *    número, data, horário e sala. O agendamento é recusado
      *    quando algum aluno matriculado na disciplina já tem outra
      *    prova em horário sobreposto, quando a sala já está tomada
      *    (por outra prova ou por aula de outra turma no mesmo dia
      *    da semana) ou quando o professor da turma está afastado
      *    na data. Os calendários por curso e por aluno saem no
      *    terminal e num arquivo pronto para impressão

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Calendário de provas, pela disciplina, período, tipo e
      *    número da prova
           SELECT ARQ-PROVAS ASSIGN TO "calendario-provas.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-PROV
             RECORD KEY IS PROVA-CHAVE.

      *    Grade horária das turmas, mantida pelo Professores-Index
      *    da Aula09, por isso o caminho relativo até o diretório
      *    daquela lição
           SELECT ARQ-TURMAS
             ASSIGN TO "../Aula09 - Arquivos Indexados/turmas.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-TUR
             RECORD KEY IS TURMA-CHAVE.

      *    Afastamentos de professores, do mesmo Professores-Index
           SELECT ARQ-AFASTAMENTOS
             ASSIGN TO "../Aula09 - Arquivos Indexados/afastamentos.i
      -    "dx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-AFA
             RECORD KEY IS AFA-CHAVE.

      *    Matrículas em disciplina mantidas pelo Gestao-Notas
           SELECT ARQ-MATRICULAS ASSIGN TO "matriculas-disciplinas.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-MAT
             RECORD KEY IS MAT-CHAVE.

      *    Cadastro de alunos mantido pelo Gestao-Alunos
           SELECT ARQ-ALUNOS ASSIGN TO "alunos.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-ALU
             RECORD KEY IS ALUNO-MATRICULA.

      *    Catálogo de cursos (Cursos.cbl)
           SELECT ARQ-CURSOS ASSIGN TO "cursos.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-CURSO
             RECORD KEY IS CURSO-CODIGO.

      *    Grade curricular (Grade-Curricular.cbl): as disciplinas de
      *    cada curso
           SELECT ARQ-GRADE ASSIGN TO "grade-curricular.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-GRD
             RECORD KEY IS GRADE-CHAVE.

      *    Documento impresso do calendário
           SELECT ARQ-DOCUMENTO
             ASSIGN TO DYNAMIC WS-NOME-DOCUMENTO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-DOC.

      *    Sessão aberta pelo menu acadêmico (Academico), com o
      *    usuário e o perfil dele
           SELECT ARQ-SESSOES ASSIGN TO "sessoes-academicas.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-SES
             RECORD KEY IS SES-CHAVE.

      *    Registro de acessos do sistema acadêmico
      *    Máscara: <data>;<hora>;<usuario>;<programa>;<acao>
           SELECT LOG-ACESSOS ASSIGN TO "acessos-academicos.log"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ACE.

       DATA DIVISION.
       FILE SECTION.
      *    Uma prova agendada; a chave permite várias provas do mesmo
      *    tipo na disciplina e período (1ª, 2ª prova...)
       FD ARQ-PROVAS.
       01 REG-PROVA.
           05 PROVA-CHAVE.
               10 PROVA-DISCIPLINA   PIC X(20).
               10 PROVA-PERIODO      PIC X(06).
               10 PROVA-TIPO         PIC X(01).
                   88 PROVA-REGULAR  VALUE 'P'.
                   88 PROVA-RECUPERACAO VALUE 'R'.
               10 PROVA-NUMERO       PIC 9(01).
           05 PROVA-DATA             PIC 9(08).
           05 PROVA-HORA-INICIO      PIC 9(04).
           05 PROVA-HORA-FIM         PIC 9(04).
           05 PROVA-SALA             PIC X(06).
           05 PROVA-PROFESSOR        PIC X(08).
           05 PROVA-AGENDADA-POR     PIC X(10).
           05 PROVA-DATA-AGENDAMENTO PIC 9(08).

      *    Mesmo layout de TURMA em Professores-Index.cbl,
      *    redeclarado aqui apenas para consulta
       FD ARQ-TURMAS.
       01 TURMA.
           05 TURMA-CHAVE.
               10 TURMA-PROFESSOR    PIC X(08).
               10 TURMA-DIA          PIC 9(01).
               10 TURMA-HORA-INICIO  PIC 9(04).
           05 TURMA-DISCIPLINA       PIC X(20).
           05 TURMA-HORA-FIM         PIC 9(04).
           05 TURMA-SALA             PIC X(06).
           05 TURMA-PERIODO          PIC X(06).

      *    Mesmo layout de AFASTAMENTO em Professores-Index.cbl,
      *    redeclarado aqui apenas para consulta
       FD ARQ-AFASTAMENTOS.
       01 AFASTAMENTO.
           05 AFA-CHAVE.
               10 AFA-PROFESSOR      PIC X(08).
               10 AFA-DATA-INICIO    PIC 9(08).
           05 AFA-DATA-FIM           PIC 9(08).
           05 AFA-MOTIVO             PIC X(20).

      *    Mesmo layout de REG-MATRICULA em Gestao-Notas.cbl,
      *    redeclarado aqui apenas para consulta
       FD ARQ-MATRICULAS.
       01 REG-MATRICULA.
           05 MAT-CHAVE.
               10 MAT-MATRICULA      PIC X(08).
               10 MAT-DISCIPLINA     PIC X(20).
               10 MAT-PERIODO        PIC X(06).
           05 MAT-DEPENDENCIA        PIC X(01).
               88 MATRICULA-DEPENDENCIA VALUE 'S'.

      *    Mesmo layout de REG-ALUNO em Gestao-Alunos.cbl,
      *    redeclarado aqui apenas para consulta
       FD ARQ-ALUNOS.
       01 REG-ALUNO.
           05 ALUNO-MATRICULA        PIC X(08).
           05 ALUNO-NOME             PIC X(30).
           05 ALUNO-CURSO            PIC X(20).
           05 ALUNO-DATA-ENTRADA     PIC X(10).
           05 ALUNO-STATUS           PIC X(01).
               88 ALUNO-ATIVO        VALUE 'A'.
               88 ALUNO-INATIVO      VALUE 'I'.
               88 ALUNO-FORMADO      VALUE 'F'.

      *    Mesmo layout de REG-CURSO em Cursos.cbl, redeclarado aqui
      *    apenas para consulta
       FD ARQ-CURSOS.
       01 REG-CURSO.
           05 CURSO-CODIGO           PIC X(05).
           05 CURSO-NOME             PIC X(20).
           05 CURSO-DURACAO          PIC 9(02).
           05 CURSO-ATIVO            PIC X(01).
               88 CURSO-ESTA-ATIVO   VALUE 'S'.
               88 CURSO-INATIVO      VALUE 'N'.
           05 CURSO-MENSALIDADE      PIC 9(06)V99.

      *    Mesmo layout de REG-GRADE em Grade-Curricular.cbl,
      *    redeclarado aqui apenas para consulta
       FD ARQ-GRADE.
       01 REG-GRADE.
           05 GRADE-CHAVE.
               10 GRADE-CURSO        PIC X(05).
               10 GRADE-DISCIPLINA   PIC X(20).
           05 GRADE-SEMESTRE         PIC 9(02).

       FD ARQ-DOCUMENTO.
       01 LINHA-DOCUMENTO            PIC X(80).

      *    Mesmo layout de REG-SESSAO em Academico.cbl,
      *    redeclarado aqui apenas para consulta
       FD ARQ-SESSOES.
       01 REG-SESSAO.
           05 SES-CHAVE              PIC X(08).
           05 SES-LOGIN              PIC X(10).
           05 SES-NOME               PIC X(30).
           05 SES-PAPEL              PIC X(01).
           05 SES-COORDENACAO        PIC X(01).
           05 SES-PROFESSOR          PIC X(08).
           05 SES-DATA               PIC 9(08).
           05 SES-HORA               PIC 9(08).

       FD LOG-ACESSOS.
       01 LINHA-ACESSO               PIC X(100).

       WORKING-STORAGE SECTION.
      *    Status de arquivo, com condições nominadas compartilhadas
      *    via copybook (ex.: WS-STATUS-PROV-FILE-NOT-FOUND)
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-PROV-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-PROV-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-PROV-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-PROV-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-PROV-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-PROV-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-PROV.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-TUR-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-TUR-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-TUR-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-TUR-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-TUR-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-TUR-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-TUR.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-AFA-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-AFA-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-AFA-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-AFA-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-AFA-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-AFA-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-AFA.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-MAT-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-MAT-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-MAT-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-MAT-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-MAT-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-MAT-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-MAT.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-ALU-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-ALU-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-ALU-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-ALU-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-ALU-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-ALU-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-ALU.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-CURSO-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CURSO-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CURSO-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CURSO-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CURSO-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CURSO-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CURSO.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-GRD-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-GRD-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-GRD-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-GRD-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-GRD-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-GRD-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-GRD.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-DOC-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-DOC-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-DOC-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-DOC-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-DOC-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-DOC-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-DOC.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-SES-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-SES-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-SES-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-SES-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-SES-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-SES-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-SES.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-ACE-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-ACE-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-ACE-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-ACE-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-ACE-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-ACE-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-ACE.

       01 WS-OPCAO                   PIC X(01).
       01 WS-EOF                     PIC X(01).
       01 WS-EOF-PROVA               PIC X(01).
       01 WS-EOF-TUR                 PIC X(01).
       01 WS-EOF-AFA                 PIC X(01).
       01 WS-CONTADOR                PIC 9(03).
       01 WS-CONFIRMA                PIC X(01).
       01 WS-NOME-DOCUMENTO          PIC X(50).
       01 WS-TEXTO                   PIC X(80).
       01 WS-DATA-HOJE               PIC 9(08).
       01 WS-DATA-FORMATAR           PIC 9(08).
       01 WS-DATA-EXTENSO            PIC X(10).

      * Dados da prova informada
       01 WS-DISCIPLINA              PIC X(20).
       01 WS-PERIODO                 PIC X(06).
       01 WS-PERIODO-VALIDO          PIC X(01).
       01 WS-TIPO-PROVA              PIC X(01).
           88 WS-TIPO-VALIDO         VALUE 'P' 'R'.
       01 WS-NUMERO-PROVA            PIC 9(01).
       01 WS-DATA-PROVA              PIC 9(08).
       01 WS-HORA-INICIO             PIC 9(04).
       01 WS-HORA-FIM                PIC 9(04).
       01 WS-SALA                    PIC X(06).
       01 WS-PROFESSOR               PIC X(08).
       01 WS-TIPO-DESC               PIC X(12).

      * Período e dia da semana da data da prova (semestre 1 até
      * junho, semestre 2 de julho em diante, como no
      * Frequencia.cbl; dia 1 = segunda, como na grade das turmas)
       01 WS-PERIODO-PROVA           PIC X(06).
       01 WS-ANO-PROVA               PIC 9(04).
       01 WS-MES-DIA-PROVA           PIC 9(04).
       01 WS-MES-PROVA               PIC 9(02).
       01 WS-DIA-PROVA               PIC 9(02).
       01 WS-SEMESTRE-PROVA          PIC 9(01).
       01 WS-DATA-INTEIRO            PIC 9(07).
       01 WS-DIA-SEMANA              PIC 9(01).

      * Conferências do agendamento
       01 WS-DATA-VALIDA             PIC X(01).
       01 WS-HA-CONFLITO             PIC X(01).
       01 WS-QTD-CHOQUES-ALUNOS      PIC 9(04).

      * Provas do mesmo dia em horário sobreposto ao da prova nova
       01 WS-QTD-SOB                 PIC 9(02) VALUE 0.
       01 WS-MAX-SOB                 PIC 9(02) VALUE 30.
       01 WS-TABELA-SOBREPOSTAS.
           05 WS-SOB OCCURS 30 TIMES.
             10 WS-SOB-DISCIPLINA    PIC X(20).
             10 WS-SOB-PERIODO       PIC X(06).
             10 WS-SOB-HORA-INICIO   PIC 9(04).
             10 WS-SOB-HORA-FIM      PIC 9(04).
       01 WS-IDX-SOB                 PIC 9(02).

      * Alunos matriculados na disciplina da prova nova
       01 WS-QTD-ALP                 PIC 9(03) VALUE 0.
       01 WS-MAX-ALP                 PIC 9(03) VALUE 300.
       01 WS-TABELA-ALUNOS-PROVA.
           05 WS-ALP OCCURS 300 TIMES.
             10 WS-ALP-MATRICULA     PIC X(08).
       01 WS-IDX-ALP                 PIC 9(03).
       01 WS-ALUNO-NA-PROVA          PIC X(01).

      * Provas do calendário impresso, ordenadas por data e horário
       01 WS-QTD-CAL                 PIC 9(03) VALUE 0.
       01 WS-MAX-CAL                 PIC 9(03) VALUE 200.
       01 WS-TABELA-CALENDARIO.
           05 WS-CAL OCCURS 200 TIMES.
             10 WS-CAL-DATA          PIC 9(08).
             10 WS-CAL-HORA-INICIO   PIC 9(04).
             10 WS-CAL-HORA-FIM      PIC 9(04).
             10 WS-CAL-DISCIPLINA    PIC X(20).
             10 WS-CAL-TIPO          PIC X(01).
             10 WS-CAL-NUMERO        PIC 9(01).
             10 WS-CAL-SALA          PIC X(06).
       01 WS-CAL-AUX                 PIC X(44).
       01 WS-IDX-CAL                 PIC 9(03).
       01 WS-IDX-CAL2                PIC 9(03).
       01 WS-QTD-FORA-CALENDARIO     PIC 9(03).

      * Filtro do calendário: curso ou aluno
       01 WS-CURSO-CODIGO            PIC X(05).
       01 WS-MATRICULA               PIC X(08).
       01 WS-TITULO-CALENDARIO       PIC X(60).
       01 WS-SUFIXO-DOCUMENTO        PIC X(20).
       01 WS-INCLUIR-PROVA           PIC X(01).

      * Linha de prova do calendário
       01 WS-LINHA-CAL.
           05 WS-LC-DATA             PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-LC-HORA-INICIO      PIC X(05).
           05 FILLER                 PIC X(01) VALUE "-".
           05 WS-LC-HORA-FIM         PIC X(05).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LC-DISCIPLINA       PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-LC-TIPO             PIC X(12).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-LC-NUMERO           PIC 9(01).
           05 FILLER                 PIC X(07) VALUE "  Sala ".
           05 WS-LC-SALA             PIC X(06).
       01 WS-HORA-FORMATAR           PIC 9(04).
       01 WS-HORA-EXTENSO            PIC X(05).

      * Sessão do usuário aberta pelo menu acadêmico e perfis que
      * executam este programa: S secretaria, P professor,
      * F financeiro e C coordenação
       01 WS-SESSAO-INFORMADA        PIC X(08) VALUE SPACES.
       01 WS-USUARIO-LOGIN           PIC X(10).
       01 WS-USUARIO-NOME            PIC X(30).
       01 WS-USUARIO-PAPEL           PIC X(01).
           88 WS-USUARIO-SECRETARIA  VALUE 'S'.
           88 WS-USUARIO-PROFESSOR   VALUE 'P'.
           88 WS-USUARIO-FINANCEIRO  VALUE 'F'.
       01 WS-USUARIO-COORDENACAO     PIC X(01).
           88 WS-E-COORDENACAO       VALUE 'S'.
       01 WS-USUARIO-PROF-MATRICULA  PIC X(08).
       01 WS-NOME-PROGRAMA           PIC X(20)
                                     VALUE "CALENDARIO-PROVAS".
       01 WS-PAPEIS-PROGRAMA         PIC X(03) VALUE "S".
       01 WS-QTD-PAPEL               PIC 9(01).
       01 WS-ACAO-ACESSO             PIC X(40).
       01 WS-NOVA-LINHA-ACE          PIC X(100).
       01 WS-DATA-ACESSO             PIC 9(08).
       01 WS-HORA-ACESSO             PIC 9(08).

       PROCEDURE DIVISION.
       MAIN.
      *    Só roda com a sessão do menu acadêmico e no perfil certo
           PERFORM CONFERIR-SESSAO.

           PERFORM UNTIL WS-OPCAO = 0
      *      Printa o menu e recebe a opção de ação
             PERFORM PRINT-MENU
             DISPLAY "Escolha sua opção: " WITH NO ADVANCING
             ACCEPT WS-OPCAO

      *      Cada opção escolhida fica no registro de acessos
             MOVE SPACES TO WS-ACAO-ACESSO
             STRING
               "OPCAO "              DELIMITED BY SIZE
               WS-OPCAO              DELIMITED BY SIZE
               INTO WS-ACAO-ACESSO
             END-STRING
             PERFORM REGISTRAR-ACESSO

      *      Faz o switch da opção escolhida
             EVALUATE WS-OPCAO
               WHEN 0
                 DISPLAY "Programa Finalizado!"
               WHEN 1
                 PERFORM AGENDAR-PROVA
               WHEN 2
                 PERFORM CANCELAR-PROVA
               WHEN 3
                 PERFORM PROVAS-DA-DISCIPLINA
               WHEN 4
                 PERFORM CALENDARIO-CURSO
               WHEN 5
                 PERFORM CALENDARIO-ALUNO
               WHEN OTHER
                 DISPLAY "Opção inválida!"
             END-EVALUATE

           END-PERFORM.

           STOP RUN.

       PRINT-MENU.
           DISPLAY "----------------------------------".
           DISPLAY " CALENDÁRIO DE PROVAS".
           DISPLAY "----------------------------------".
           DISPLAY " 1 - Agendar Prova".
           DISPLAY " 2 - Cancelar Prova".
           DISPLAY " 3 - Provas da Disciplina".
           DISPLAY " 4 - Calendário do Curso".
           DISPLAY " 5 - Calendário do Aluno".
           DISPLAY " 0 - Sair".
           DISPLAY "----------------------------------".

      *    Agenda uma prova depois de conferir a turma, o afastamento
      *    do professor, a sala e os alunos matriculados; qualquer
      *    choque recusa o agendamento
       AGENDAR-PROVA.
           DISPLAY "----------------------------------".
           DISPLAY " AGENDAR PROVA".
           DISPLAY "----------------------------------".

           PERFORM INFORMAR-CHAVE-PROVA.
           IF WS-PERIODO-VALIDO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

      *    Uma prova já agendada só é remarcada cancelando antes
           PERFORM ABRE-ARQ-PROVAS.
           READ ARQ-PROVAS KEY IS PROVA-CHAVE
             NOT INVALID KEY
               DISPLAY "Essa prova já está agendada para "
                 PROVA-DATA "! Cancele antes para remarcar."
               CLOSE ARQ-PROVAS
               EXIT PARAGRAPH
           END-READ.
           CLOSE ARQ-PROVAS.

      *    A prova é da turma da disciplina no período, que dá o
      *    professor
           PERFORM LOCALIZAR-TURMA.
           IF WS-PROFESSOR = SPACES
             DISPLAY "Disciplina sem turma no período " WS-PERIODO
               "!"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe a Data da Prova AAAAMMDD: "
             WITH NO ADVANCING.
           ACCEPT WS-DATA-PROVA.

           PERFORM CONFERIR-DATA-PROVA.
           IF WS-DATA-VALIDA NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe a Hora de Início (HHMM): "
             WITH NO ADVANCING.
           ACCEPT WS-HORA-INICIO.

           DISPLAY "Informe a Hora de Fim (HHMM): "
             WITH NO ADVANCING.
           ACCEPT WS-HORA-FIM.

           IF WS-HORA-INICIO > 2359 OR WS-HORA-FIM > 2359
             OR WS-HORA-INICIO(3:2) > "59" OR WS-HORA-FIM(3:2) > "59"
             DISPLAY "Horário inválido!"
             EXIT PARAGRAPH
           END-IF.

           IF WS-HORA-FIM <= WS-HORA-INICIO
             DISPLAY "Hora de fim deve ser após a hora de início!"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe a Sala: " WITH NO ADVANCING.
           ACCEPT WS-SALA.

           IF WS-SALA = SPACES
             DISPLAY "Informe a sala da prova!"
             EXIT PARAGRAPH
           END-IF.

      *    Professor afastado na data não aplica a prova
           PERFORM CONFERIR-AFASTAMENTO.
           IF WS-HA-CONFLITO = 'S'
             DISPLAY "Prova não agendada: professor afastado!"
             EXIT PARAGRAPH
           END-IF.

           PERFORM CONFERIR-SALA.
           IF WS-HA-CONFLITO = 'S'
             DISPLAY "Prova não agendada: sala ocupada!"
             EXIT PARAGRAPH
           END-IF.

           PERFORM CONFERIR-ALUNOS.
           IF WS-QTD-CHOQUES-ALUNOS > 0
             DISPLAY "Prova não agendada: " WS-QTD-CHOQUES-ALUNOS
               " choque(s) de horário de alunos!"
             EXIT PARAGRAPH
           END-IF.

      *    Grava a prova
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM ABRE-ARQ-PROVAS.

           MOVE WS-DISCIPLINA TO PROVA-DISCIPLINA.
           MOVE WS-PERIODO TO PROVA-PERIODO.
           MOVE WS-TIPO-PROVA TO PROVA-TIPO.
           MOVE WS-NUMERO-PROVA TO PROVA-NUMERO.
           MOVE WS-DATA-PROVA TO PROVA-DATA.
           MOVE WS-HORA-INICIO TO PROVA-HORA-INICIO.
           MOVE WS-HORA-FIM TO PROVA-HORA-FIM.
           MOVE WS-SALA TO PROVA-SALA.
           MOVE WS-PROFESSOR TO PROVA-PROFESSOR.
           MOVE WS-USUARIO-LOGIN TO PROVA-AGENDADA-POR.
           MOVE WS-DATA-HOJE TO PROVA-DATA-AGENDAMENTO.

           WRITE REG-PROVA
             INVALID KEY
               DISPLAY "Essa prova já está agendada!"
             NOT INVALID KEY
               DISPLAY "Sucesso! Prova agendada!"
           END-WRITE.

           CLOSE ARQ-PROVAS.

      *    Pede disciplina, período, tipo e número da prova e monta
      *    a chave em PROVA-CHAVE; WS-PERIODO-VALIDO fica 'N' se algo
      *    estiver errado
       INFORMAR-CHAVE-PROVA.
           DISPLAY "Informe a Disciplina: " WITH NO ADVANCING.
           ACCEPT WS-DISCIPLINA.

           DISPLAY "Informe o Período (ex.: 2026-1): "
             WITH NO ADVANCING.
           ACCEPT WS-PERIODO.

           PERFORM VALIDAR-PERIODO.
           IF WS-PERIODO-VALIDO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Tipo (P = Prova, R = Recuperação): "
             WITH NO ADVANCING.
           ACCEPT WS-TIPO-PROVA.
           MOVE FUNCTION UPPER-CASE(WS-TIPO-PROVA) TO WS-TIPO-PROVA.

           IF NOT WS-TIPO-VALIDO
             DISPLAY "Tipo de prova inválido!"
             MOVE 'N' TO WS-PERIODO-VALIDO
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Número da prova (1 a 9): " WITH NO ADVANCING.
           ACCEPT WS-NUMERO-PROVA.

           IF WS-NUMERO-PROVA = 0
             DISPLAY "Número da prova inválido!"
             MOVE 'N' TO WS-PERIODO-VALIDO
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-DISCIPLINA TO PROVA-DISCIPLINA.
           MOVE WS-PERIODO TO PROVA-PERIODO.
           MOVE WS-TIPO-PROVA TO PROVA-TIPO.
           MOVE WS-NUMERO-PROVA TO PROVA-NUMERO.

      *    Confere o formato do período letivo (AAAA-S, semestre 1
      *    ou 2)
       VALIDAR-PERIODO.
           MOVE 'S' TO WS-PERIODO-VALIDO.

           IF WS-PERIODO(1:4) NOT NUMERIC
             OR WS-PERIODO(5:1) NOT = "-"
             OR (WS-PERIODO(6:1) NOT = "1"
                 AND WS-PERIODO(6:1) NOT = "2")
             MOVE 'N' TO WS-PERIODO-VALIDO
             DISPLAY "Período inválido! Use AAAA-1 ou AAAA-2."
           END-IF.

      *    Procura na grade das turmas a turma da disciplina no
      *    período e guarda o professor em WS-PROFESSOR (a chave de
      *    lá é professor+dia+hora, então a busca é sequencial)
       LOCALIZAR-TURMA.
           MOVE SPACES TO WS-PROFESSOR.
           MOVE 'N' TO WS-EOF-TUR.

           OPEN INPUT ARQ-TURMAS.

           IF NOT WS-STATUS-TUR-OK
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-TUR = 'S'
             READ ARQ-TURMAS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-TUR

               NOT AT END
                 IF TURMA-DISCIPLINA = WS-DISCIPLINA
                   AND TURMA-PERIODO = WS-PERIODO
                   MOVE TURMA-PROFESSOR TO WS-PROFESSOR
                   MOVE 'S' TO WS-EOF-TUR
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-TURMAS.

      *    A data precisa existir e cair no período da prova; deixa
      *    o dia da semana em WS-DIA-SEMANA (1 = segunda ... 7 =
      *    domingo)
       CONFERIR-DATA-PROVA.
           MOVE 'N' TO WS-DATA-VALIDA.

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-PROVA) NOT = 0
             DISPLAY "Data inválida!"
             EXIT PARAGRAPH
           END-IF.

           DIVIDE WS-DATA-PROVA BY 10000
             GIVING WS-ANO-PROVA REMAINDER WS-MES-DIA-PROVA.
           DIVIDE WS-MES-DIA-PROVA BY 100
             GIVING WS-MES-PROVA REMAINDER WS-DIA-PROVA.

           IF WS-MES-PROVA > 6
             MOVE 2 TO WS-SEMESTRE-PROVA
           ELSE
             MOVE 1 TO WS-SEMESTRE-PROVA
           END-IF.

           MOVE SPACES TO WS-PERIODO-PROVA.
           STRING
             WS-ANO-PROVA           DELIMITED BY SIZE
             "-"                    DELIMITED BY SIZE
             WS-SEMESTRE-PROVA      DELIMITED BY SIZE
             INTO WS-PERIODO-PROVA
           END-STRING.

           IF WS-PERIODO-PROVA NOT = WS-PERIODO
             DISPLAY "A data " WS-DATA-PROVA " não é do período "
               WS-PERIODO "!"
             EXIT PARAGRAPH
           END-IF.

      *    O dia 1 do calendário interno (01/01/1601) foi uma
      *    segunda-feira; resto 0 na divisão por 7 indica domingo
           COMPUTE WS-DATA-INTEIRO =
             FUNCTION INTEGER-OF-DATE(WS-DATA-PROVA).
           COMPUTE WS-DIA-SEMANA =
             FUNCTION MOD(WS-DATA-INTEIRO, 7).

           IF WS-DIA-SEMANA = 0
             MOVE 7 TO WS-DIA-SEMANA
           END-IF.

           MOVE 'S' TO WS-DATA-VALIDA.

      *    Procura um afastamento do professor WS-PROFESSOR que
      *    cubra a data da prova
       CONFERIR-AFASTAMENTO.
           MOVE 'N' TO WS-HA-CONFLITO.
           MOVE 'N' TO WS-EOF-AFA.

           OPEN INPUT ARQ-AFASTAMENTOS.

      *    Sem arquivo de afastamentos, ninguém está afastado
           IF NOT WS-STATUS-AFA-OK
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-PROFESSOR TO AFA-PROFESSOR.
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
                 IF AFA-PROFESSOR NOT = WS-PROFESSOR
                   MOVE 'S' TO WS-EOF-AFA
                 ELSE
                   IF WS-DATA-PROVA >= AFA-DATA-INICIO
                     AND WS-DATA-PROVA <= AFA-DATA-FIM
                     DISPLAY "Professor " WS-PROFESSOR " afastado de "
                       AFA-DATA-INICIO " a " AFA-DATA-FIM " ("
                       FUNCTION TRIM(AFA-MOTIVO) ")."
                     MOVE 'S' TO WS-HA-CONFLITO
                     MOVE 'S' TO WS-EOF-AFA
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-AFASTAMENTOS.

      *    A sala não pode ter outra prova no mesmo dia em horário
      *    sobreposto, nem aula de outra disciplina no mesmo dia da
      *    semana e horário (a aula da própria turma dá lugar à
      *    prova)
       CONFERIR-SALA.
           MOVE 'N' TO WS-HA-CONFLITO.
           MOVE 'N' TO WS-EOF-PROVA.

           OPEN INPUT ARQ-PROVAS.

           IF WS-STATUS-PROV-OK
             PERFORM UNTIL WS-EOF-PROVA = 'S'
               READ ARQ-PROVAS NEXT RECORD
                 AT END
                   MOVE 'S' TO WS-EOF-PROVA

                 NOT AT END
                   IF PROVA-SALA = WS-SALA
                     AND PROVA-DATA = WS-DATA-PROVA
                     AND PROVA-HORA-INICIO < WS-HORA-FIM
                     AND PROVA-HORA-FIM > WS-HORA-INICIO
                     DISPLAY "A sala " WS-SALA " já tem prova de "
                       FUNCTION TRIM(PROVA-DISCIPLINA) " das "
                       PROVA-HORA-INICIO " às " PROVA-HORA-FIM "!"
                     MOVE 'S' TO WS-HA-CONFLITO
                     MOVE 'S' TO WS-EOF-PROVA
                   END-IF
               END-READ
             END-PERFORM

             CLOSE ARQ-PROVAS
           END-IF.

           IF WS-HA-CONFLITO = 'S'
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-TUR.

           OPEN INPUT ARQ-TURMAS.

           IF NOT WS-STATUS-TUR-OK
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-TUR = 'S'
             READ ARQ-TURMAS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-TUR

               NOT AT END
                 IF TURMA-SALA = WS-SALA
                   AND TURMA-PERIODO = WS-PERIODO
                   AND TURMA-DIA = WS-DIA-SEMANA
                   AND TURMA-DISCIPLINA NOT = WS-DISCIPLINA
                   AND TURMA-HORA-INICIO < WS-HORA-FIM
                   AND TURMA-HORA-FIM > WS-HORA-INICIO
                   DISPLAY "A sala " WS-SALA " tem aula de "
                     FUNCTION TRIM(TURMA-DISCIPLINA) " das "
                     TURMA-HORA-INICIO " às " TURMA-HORA-FIM
                     " nesse dia!"
                   MOVE 'S' TO WS-HA-CONFLITO
                   MOVE 'S' TO WS-EOF-TUR
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-TURMAS.

      *    Nenhum aluno matriculado na disciplina pode ter outra
      *    prova em horário sobreposto no mesmo dia: junta as provas
      *    sobrepostas e os alunos da disciplina e cruza com as
      *    matrículas das disciplinas daquelas provas
       CONFERIR-ALUNOS.
           MOVE 0 TO WS-QTD-CHOQUES-ALUNOS.

           PERFORM COLECIONAR-SOBREPOSTAS.
           IF WS-QTD-SOB = 0
             EXIT PARAGRAPH
           END-IF.

           PERFORM COLECIONAR-ALUNOS-PROVA.
           IF WS-QTD-ALP = 0
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.

           OPEN INPUT ARQ-MATRICULAS.

           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-MATRICULAS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 PERFORM CONFERIR-MATRICULA-SOBREPOSTA
                   VARYING WS-IDX-SOB FROM 1 BY 1
                   UNTIL WS-IDX-SOB > WS-QTD-SOB
             END-READ
           END-PERFORM.

           CLOSE ARQ-MATRICULAS.

      *    Guarda em WS-SOB as provas marcadas no mesmo dia em
      *    horário sobreposto ao da prova nova
       COLECIONAR-SOBREPOSTAS.
           MOVE 0 TO WS-QTD-SOB.
           MOVE 'N' TO WS-EOF-PROVA.

           OPEN INPUT ARQ-PROVAS.

           IF NOT WS-STATUS-PROV-OK
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-PROVA = 'S'
             READ ARQ-PROVAS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-PROVA

               NOT AT END
                 IF PROVA-DATA = WS-DATA-PROVA
                   AND PROVA-HORA-INICIO < WS-HORA-FIM
                   AND PROVA-HORA-FIM > WS-HORA-INICIO
                   IF WS-QTD-SOB < WS-MAX-SOB
                     ADD 1 TO WS-QTD-SOB
                     MOVE PROVA-DISCIPLINA
                       TO WS-SOB-DISCIPLINA(WS-QTD-SOB)
                     MOVE PROVA-PERIODO TO WS-SOB-PERIODO(WS-QTD-SOB)
                     MOVE PROVA-HORA-INICIO
                       TO WS-SOB-HORA-INICIO(WS-QTD-SOB)
                     MOVE PROVA-HORA-FIM
                       TO WS-SOB-HORA-FIM(WS-QTD-SOB)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-PROVAS.

      *    Guarda em WS-ALP os alunos matriculados na disciplina da
      *    prova nova no período (a chave começa pelo aluno, então a
      *    varredura é sequencial)
       COLECIONAR-ALUNOS-PROVA.
           MOVE 0 TO WS-QTD-ALP.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT ARQ-MATRICULAS.

           IF NOT WS-STATUS-MAT-OK
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-MATRICULAS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF MAT-DISCIPLINA = WS-DISCIPLINA
                   AND MAT-PERIODO = WS-PERIODO
                   IF WS-QTD-ALP < WS-MAX-ALP
                     ADD 1 TO WS-QTD-ALP
                     MOVE MAT-MATRICULA TO WS-ALP-MATRICULA(WS-QTD-ALP)
                   ELSE
                     DISPLAY "ATENÇÃO: turma com mais de " WS-MAX-ALP
                       " alunos; os demais não foram conferidos."
                     MOVE 'S' TO WS-EOF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-MATRICULAS.

      *    Se a matrícula corrente é da disciplina da prova
      *    sobreposta WS-IDX-SOB e o aluno também faz a prova nova,
      *    é um choque
       CONFERIR-MATRICULA-SOBREPOSTA.
           IF MAT-DISCIPLINA NOT = WS-SOB-DISCIPLINA(WS-IDX-SOB)
             OR MAT-PERIODO NOT = WS-SOB-PERIODO(WS-IDX-SOB)
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-ALUNO-NA-PROVA.
           PERFORM PROCURAR-ALUNO-PROVA
             VARYING WS-IDX-ALP FROM 1 BY 1
             UNTIL WS-IDX-ALP > WS-QTD-ALP
               OR WS-ALUNO-NA-PROVA = 'S'.

           IF WS-ALUNO-NA-PROVA = 'S'
             ADD 1 TO WS-QTD-CHOQUES-ALUNOS
             DISPLAY "Aluno " MAT-MATRICULA " já tem prova de "
               FUNCTION TRIM(MAT-DISCIPLINA) " das "
               WS-SOB-HORA-INICIO(WS-IDX-SOB) " às "
               WS-SOB-HORA-FIM(WS-IDX-SOB) "!"
           END-IF.

       PROCURAR-ALUNO-PROVA.
           IF WS-ALP-MATRICULA(WS-IDX-ALP) = MAT-MATRICULA
             MOVE 'S' TO WS-ALUNO-NA-PROVA
           END-IF.

      *    Cancela uma prova agendada (para remarcar, agende de novo)
       CANCELAR-PROVA.
           DISPLAY "----------------------------------".
           DISPLAY " CANCELAR PROVA".
           DISPLAY "----------------------------------".

           PERFORM INFORMAR-CHAVE-PROVA.
           IF WS-PERIODO-VALIDO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           OPEN I-O ARQ-PROVAS.

           IF NOT WS-STATUS-PROV-OK
             DISPLAY "Nenhuma prova agendada ainda."
             EXIT PARAGRAPH
           END-IF.

           READ ARQ-PROVAS KEY IS PROVA-CHAVE
             INVALID KEY
               DISPLAY "Prova não encontrada!"
               CLOSE ARQ-PROVAS
               EXIT PARAGRAPH
           END-READ.

           PERFORM DESCREVER-TIPO.
           DISPLAY WS-TIPO-DESC " " PROVA-NUMERO " de "
             FUNCTION TRIM(PROVA-DISCIPLINA) " em " PROVA-DATA
             " das " PROVA-HORA-INICIO " às " PROVA-HORA-FIM
             ", sala " PROVA-SALA.
           DISPLAY "Confirma o cancelamento? (S/N): "
             WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.

           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = 'S'
             DISPLAY "Operação cancelada!"
             CLOSE ARQ-PROVAS
             EXIT PARAGRAPH
           END-IF.

           DELETE ARQ-PROVAS
             INVALID KEY
               DISPLAY "Erro ao cancelar a prova!"
             NOT INVALID KEY
               DISPLAY "Prova cancelada!"
           END-DELETE.

           CLOSE ARQ-PROVAS.

      *    Lista no terminal as provas de uma disciplina no período
       PROVAS-DA-DISCIPLINA.
           DISPLAY "----------------------------------".
           DISPLAY " PROVAS DA DISCIPLINA".
           DISPLAY "----------------------------------".

           DISPLAY "Informe a Disciplina: " WITH NO ADVANCING.
           ACCEPT WS-DISCIPLINA.

           DISPLAY "Informe o Período (ex.: 2026-1): "
             WITH NO ADVANCING.
           ACCEPT WS-PERIODO.

           MOVE 0 TO WS-CONTADOR.
           MOVE 'N' TO WS-EOF-PROVA.

           OPEN INPUT ARQ-PROVAS.

           IF NOT WS-STATUS-PROV-OK
             DISPLAY "Nenhuma prova agendada ainda."
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-DISCIPLINA TO PROVA-DISCIPLINA.
           MOVE WS-PERIODO TO PROVA-PERIODO.
           MOVE LOW-VALUES TO PROVA-TIPO.
           MOVE 0 TO PROVA-NUMERO.

           START ARQ-PROVAS KEY IS NOT LESS THAN PROVA-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF-PROVA
           END-START.

           PERFORM UNTIL WS-EOF-PROVA = 'S'
             READ ARQ-PROVAS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-PROVA

               NOT AT END
                 IF PROVA-DISCIPLINA NOT = WS-DISCIPLINA
                   OR PROVA-PERIODO NOT = WS-PERIODO
                   MOVE 'S' TO WS-EOF-PROVA
                 ELSE
                   ADD 1 TO WS-CONTADOR
                   PERFORM MONTAR-LINHA-PROVA
                   DISPLAY WS-LINHA-CAL
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-PROVAS.

           IF WS-CONTADOR = 0
             DISPLAY "Nenhuma prova agendada para a disciplina no "
               "período."
           END-IF.

      *    Calendário das provas de um curso no período: entram as
      *    provas das disciplinas da grade curricular do curso
       CALENDARIO-CURSO.
           DISPLAY "----------------------------------".
           DISPLAY " CALENDÁRIO DE PROVAS DO CURSO".
           DISPLAY "----------------------------------".

           DISPLAY "Informe o Código do Curso: " WITH NO ADVANCING.
           ACCEPT WS-CURSO-CODIGO.

           OPEN INPUT ARQ-CURSOS.

           IF WS-STATUS-CURSO-FILE-NOT-FOUND
             DISPLAY "Catálogo de cursos não encontrado!"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CURSO-CODIGO TO CURSO-CODIGO.

           READ ARQ-CURSOS KEY IS CURSO-CODIGO
             INVALID KEY
               DISPLAY "Curso não encontrado!"
               CLOSE ARQ-CURSOS
               EXIT PARAGRAPH
           END-READ.

           CLOSE ARQ-CURSOS.

           DISPLAY "Informe o Período (ex.: 2026-1): "
             WITH NO ADVANCING.
           ACCEPT WS-PERIODO.

           PERFORM VALIDAR-PERIODO.
           IF WS-PERIODO-VALIDO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ARQ-GRADE.

           IF NOT WS-STATUS-GRD-OK
             DISPLAY "Grade curricular não encontrada!"
             EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-QTD-CAL.
           MOVE 0 TO WS-QTD-FORA-CALENDARIO.
           MOVE 'N' TO WS-EOF-PROVA.

           OPEN INPUT ARQ-PROVAS.

           IF WS-STATUS-PROV-OK
             PERFORM UNTIL WS-EOF-PROVA = 'S'
               READ ARQ-PROVAS NEXT RECORD
                 AT END
                   MOVE 'S' TO WS-EOF-PROVA

                 NOT AT END
                   IF PROVA-PERIODO = WS-PERIODO
                     MOVE WS-CURSO-CODIGO TO GRADE-CURSO
                     MOVE PROVA-DISCIPLINA TO GRADE-DISCIPLINA
                     READ ARQ-GRADE KEY IS GRADE-CHAVE
                       NOT INVALID KEY
                         PERFORM GUARDAR-PROVA-CALENDARIO
                     END-READ
                   END-IF
               END-READ
             END-PERFORM

             CLOSE ARQ-PROVAS
           END-IF.

           CLOSE ARQ-GRADE.

           MOVE SPACES TO WS-TITULO-CALENDARIO.
           STRING
             "Curso: "              DELIMITED BY SIZE
             CURSO-CODIGO           DELIMITED BY SIZE
             " - "                  DELIMITED BY SIZE
             CURSO-NOME             DELIMITED BY SIZE
             INTO WS-TITULO-CALENDARIO
           END-STRING.

           MOVE SPACES TO WS-SUFIXO-DOCUMENTO.
           STRING
             "curso-"                     DELIMITED BY SIZE
             FUNCTION TRIM(WS-CURSO-CODIGO) DELIMITED BY SIZE
             INTO WS-SUFIXO-DOCUMENTO
           END-STRING.

           PERFORM EMITIR-CALENDARIO.

      *    Calendário das provas de um aluno no período: entram as
      *    provas das disciplinas em que ele está matriculado
       CALENDARIO-ALUNO.
           DISPLAY "----------------------------------".
           DISPLAY " CALENDÁRIO DE PROVAS DO ALUNO".
           DISPLAY "----------------------------------".

           DISPLAY "Informe a Matrícula do Aluno: " WITH NO ADVANCING.
           ACCEPT WS-MATRICULA.

           OPEN INPUT ARQ-ALUNOS.

           IF WS-STATUS-ALU-FILE-NOT-FOUND
             DISPLAY "Arquivo de alunos não encontrado. Cadastre um "
               "aluno no Gestão de Alunos primeiro!"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-MATRICULA TO ALUNO-MATRICULA.

           READ ARQ-ALUNOS KEY IS ALUNO-MATRICULA
             INVALID KEY
               DISPLAY "Matrícula do aluno não encontrada!"
               CLOSE ARQ-ALUNOS
               EXIT PARAGRAPH
           END-READ.

           CLOSE ARQ-ALUNOS.

           DISPLAY "Informe o Período (ex.: 2026-1): "
             WITH NO ADVANCING.
           ACCEPT WS-PERIODO.

           PERFORM VALIDAR-PERIODO.
           IF WS-PERIODO-VALIDO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ARQ-MATRICULAS.

           IF NOT WS-STATUS-MAT-OK
             DISPLAY "Nenhuma matrícula em disciplina registrada."
             EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-QTD-CAL.
           MOVE 0 TO WS-QTD-FORA-CALENDARIO.
           MOVE 'N' TO WS-EOF-PROVA.

           OPEN INPUT ARQ-PROVAS.

           IF WS-STATUS-PROV-OK
             PERFORM UNTIL WS-EOF-PROVA = 'S'
               READ ARQ-PROVAS NEXT RECORD
                 AT END
                   MOVE 'S' TO WS-EOF-PROVA

                 NOT AT END
                   IF PROVA-PERIODO = WS-PERIODO
                     MOVE WS-MATRICULA TO MAT-MATRICULA
                     MOVE PROVA-DISCIPLINA TO MAT-DISCIPLINA
                     MOVE PROVA-PERIODO TO MAT-PERIODO
                     READ ARQ-MATRICULAS KEY IS MAT-CHAVE
                       NOT INVALID KEY
                         PERFORM GUARDAR-PROVA-CALENDARIO
                     END-READ
                   END-IF
               END-READ
             END-PERFORM

             CLOSE ARQ-PROVAS
           END-IF.

           CLOSE ARQ-MATRICULAS.

           MOVE SPACES TO WS-TITULO-CALENDARIO.
           STRING
             "Aluno: "              DELIMITED BY SIZE
             ALUNO-MATRICULA        DELIMITED BY SIZE
             " - "                  DELIMITED BY SIZE
             ALUNO-NOME             DELIMITED BY SIZE
             INTO WS-TITULO-CALENDARIO
           END-STRING.

           MOVE SPACES TO WS-SUFIXO-DOCUMENTO.
           STRING
             "aluno-"                     DELIMITED BY SIZE
             FUNCTION TRIM(WS-MATRICULA)  DELIMITED BY SIZE
             INTO WS-SUFIXO-DOCUMENTO
           END-STRING.

           PERFORM EMITIR-CALENDARIO.

      *    Guarda a prova corrente (REG-PROVA) na tabela do
      *    calendário
       GUARDAR-PROVA-CALENDARIO.
           IF WS-QTD-CAL >= WS-MAX-CAL
             ADD 1 TO WS-QTD-FORA-CALENDARIO
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-CAL.
           MOVE PROVA-DATA TO WS-CAL-DATA(WS-QTD-CAL).
           MOVE PROVA-HORA-INICIO TO WS-CAL-HORA-INICIO(WS-QTD-CAL).
           MOVE PROVA-HORA-FIM TO WS-CAL-HORA-FIM(WS-QTD-CAL).
           MOVE PROVA-DISCIPLINA TO WS-CAL-DISCIPLINA(WS-QTD-CAL).
           MOVE PROVA-TIPO TO WS-CAL-TIPO(WS-QTD-CAL).
           MOVE PROVA-NUMERO TO WS-CAL-NUMERO(WS-QTD-CAL).
           MOVE PROVA-SALA TO WS-CAL-SALA(WS-QTD-CAL).

      *    Ordena as provas por data e horário e emite o calendário
      *    no terminal e em calendario-<curso|aluno>-<periodo>.txt
       EMITIR-CALENDARIO.
           IF WS-QTD-CAL > 1
             PERFORM ORDENAR-CAL-EXTERNA
               VARYING WS-IDX-CAL FROM 1 BY 1
               UNTIL WS-IDX-CAL >= WS-QTD-CAL
           END-IF.

           MOVE SPACES TO WS-NOME-DOCUMENTO.
           STRING
             "calendario-"                DELIMITED BY SIZE
             FUNCTION TRIM(WS-SUFIXO-DOCUMENTO) DELIMITED BY SIZE
             "-"                          DELIMITED BY SIZE
             WS-PERIODO                   DELIMITED BY SIZE
             ".txt"                       DELIMITED BY SIZE
             INTO WS-NOME-DOCUMENTO
           END-STRING.

           OPEN OUTPUT ARQ-DOCUMENTO.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE "==============================================="
             TO WS-TEXTO.
           PERFORM EMITIR-LINHA.
           MOVE "            CALENDÁRIO DE PROVAS" TO WS-TEXTO.
           PERFORM EMITIR-LINHA.
           MOVE "==============================================="
             TO WS-TEXTO.
           PERFORM EMITIR-LINHA.

           MOVE WS-TITULO-CALENDARIO TO WS-TEXTO.
           PERFORM EMITIR-LINHA.

           MOVE WS-DATA-HOJE TO WS-DATA-FORMATAR.
           PERFORM FORMATAR-DATA.
           MOVE SPACES TO WS-TEXTO.
           STRING
             "Período: "            DELIMITED BY SIZE
             WS-PERIODO             DELIMITED BY SIZE
             "   Emitido em: "      DELIMITED BY SIZE
             WS-DATA-EXTENSO        DELIMITED BY SIZE
             INTO WS-TEXTO
           END-STRING.
           PERFORM EMITIR-LINHA.

           MOVE "-----------------------------------------------"
             TO WS-TEXTO.
           PERFORM EMITIR-LINHA.

           IF WS-QTD-CAL = 0
             MOVE "Nenhuma prova agendada no período." TO WS-TEXTO
             PERFORM EMITIR-LINHA
           END-IF.

           PERFORM EMITIR-PROVA-CALENDARIO
             VARYING WS-IDX-CAL FROM 1 BY 1
             UNTIL WS-IDX-CAL > WS-QTD-CAL.

           IF WS-QTD-FORA-CALENDARIO > 0
             MOVE SPACES TO WS-TEXTO
             STRING
               "ATENÇÃO: "             DELIMITED BY SIZE
               WS-QTD-FORA-CALENDARIO  DELIMITED BY SIZE
               " prova(s) além do limite do calendário."
                                       DELIMITED BY SIZE
               INTO WS-TEXTO
             END-STRING
             PERFORM EMITIR-LINHA
           END-IF.

           MOVE "==============================================="
             TO WS-TEXTO.
           PERFORM EMITIR-LINHA.

           CLOSE ARQ-DOCUMENTO.

           DISPLAY " ".
           DISPLAY "Documento gravado em: " WS-NOME-DOCUMENTO.
           DISPLAY " ".

       ORDENAR-CAL-EXTERNA.
           PERFORM ORDENAR-CAL-INTERNA
             VARYING WS-IDX-CAL2 FROM 1 BY 1
             UNTIL WS-IDX-CAL2 > WS-QTD-CAL - WS-IDX-CAL.

       ORDENAR-CAL-INTERNA.
           IF WS-CAL-DATA(WS-IDX-CAL2) > WS-CAL-DATA(WS-IDX-CAL2 + 1)
             OR (WS-CAL-DATA(WS-IDX-CAL2) =
                 WS-CAL-DATA(WS-IDX-CAL2 + 1)
                 AND WS-CAL-HORA-INICIO(WS-IDX-CAL2) >
                     WS-CAL-HORA-INICIO(WS-IDX-CAL2 + 1))
             MOVE WS-CAL(WS-IDX-CAL2) TO WS-CAL-AUX
             MOVE WS-CAL(WS-IDX-CAL2 + 1) TO WS-CAL(WS-IDX-CAL2)
             MOVE WS-CAL-AUX TO WS-CAL(WS-IDX-CAL2 + 1)
           END-IF.

      *    Uma linha do calendário para a prova WS-IDX-CAL
       EMITIR-PROVA-CALENDARIO.
           MOVE WS-CAL-DATA(WS-IDX-CAL) TO PROVA-DATA.
           MOVE WS-CAL-HORA-INICIO(WS-IDX-CAL) TO PROVA-HORA-INICIO.
           MOVE WS-CAL-HORA-FIM(WS-IDX-CAL) TO PROVA-HORA-FIM.
           MOVE WS-CAL-DISCIPLINA(WS-IDX-CAL) TO PROVA-DISCIPLINA.
           MOVE WS-CAL-TIPO(WS-IDX-CAL) TO PROVA-TIPO.
           MOVE WS-CAL-NUMERO(WS-IDX-CAL) TO PROVA-NUMERO.
           MOVE WS-CAL-SALA(WS-IDX-CAL) TO PROVA-SALA.

           PERFORM MONTAR-LINHA-PROVA.
           MOVE WS-LINHA-CAL TO WS-TEXTO.
           PERFORM EMITIR-LINHA.

      *    Monta em WS-LINHA-CAL a prova de REG-PROVA: data, horário,
      *    disciplina, tipo, número e sala
       MONTAR-LINHA-PROVA.
           MOVE PROVA-DATA TO WS-DATA-FORMATAR.
           PERFORM FORMATAR-DATA.
           MOVE WS-DATA-EXTENSO TO WS-LC-DATA.

           MOVE PROVA-HORA-INICIO TO WS-HORA-FORMATAR.
           PERFORM FORMATAR-HORA.
           MOVE WS-HORA-EXTENSO TO WS-LC-HORA-INICIO.

           MOVE PROVA-HORA-FIM TO WS-HORA-FORMATAR.
           PERFORM FORMATAR-HORA.
           MOVE WS-HORA-EXTENSO TO WS-LC-HORA-FIM.

           PERFORM DESCREVER-TIPO.
           MOVE PROVA-DISCIPLINA TO WS-LC-DISCIPLINA.
           MOVE WS-TIPO-DESC TO WS-LC-TIPO.
           MOVE PROVA-NUMERO TO WS-LC-NUMERO.
           MOVE PROVA-SALA TO WS-LC-SALA.

       DESCREVER-TIPO.
           IF PROVA-RECUPERACAO
             MOVE "Recuperação" TO WS-TIPO-DESC
           ELSE
             MOVE "Prova" TO WS-TIPO-DESC
           END-IF.

      *    WS-DATA-FORMATAR (AAAAMMDD) como DD/MM/AAAA em
      *    WS-DATA-EXTENSO
       FORMATAR-DATA.
           MOVE SPACES TO WS-DATA-EXTENSO.
           STRING
             WS-DATA-FORMATAR(7:2)  DELIMITED BY SIZE
             "/"                    DELIMITED BY SIZE
             WS-DATA-FORMATAR(5:2)  DELIMITED BY SIZE
             "/"                    DELIMITED BY SIZE
             WS-DATA-FORMATAR(1:4)  DELIMITED BY SIZE
             INTO WS-DATA-EXTENSO
           END-STRING.

      *    WS-HORA-FORMATAR (HHMM) como HH:MM em WS-HORA-EXTENSO
       FORMATAR-HORA.
           MOVE SPACES TO WS-HORA-EXTENSO.
           STRING
             WS-HORA-FORMATAR(1:2)  DELIMITED BY SIZE
             ":"                    DELIMITED BY SIZE
             WS-HORA-FORMATAR(3:2)  DELIMITED BY SIZE
             INTO WS-HORA-EXTENSO
           END-STRING.

      *    Mostra a linha corrente no terminal e grava a mesma linha
      *    no documento impresso
       EMITIR-LINHA.
           DISPLAY WS-TEXTO.
           MOVE WS-TEXTO TO LINHA-DOCUMENTO.
           WRITE LINHA-DOCUMENTO.

       ABRE-ARQ-PROVAS.
           OPEN I-O ARQ-PROVAS.

      *    Caso o arquivo não exista (status 35), cria
           IF WS-STATUS-PROV-FILE-NOT-FOUND
             OPEN OUTPUT ARQ-PROVAS
             CLOSE ARQ-PROVAS
             PERFORM ABRE-ARQ-PROVAS
           END-IF.

      *    Confere a sessão aberta pelo menu acadêmico (recebida em
      *    ACAD_SESSAO) e o perfil do usuário para este programa;
      *    sem sessão válida do dia o programa não roda
       CONFERIR-SESSAO.
           ACCEPT WS-SESSAO-INFORMADA FROM ENVIRONMENT "ACAD_SESSAO".
           ACCEPT WS-DATA-ACESSO FROM DATE YYYYMMDD.

           IF WS-SESSAO-INFORMADA = SPACES
             DISPLAY "Acesso somente pelo menu acadêmico (Academico)!"
             STOP RUN
           END-IF.

           OPEN INPUT ARQ-SESSOES.

           IF NOT WS-STATUS-SES-OK
             DISPLAY "Acesso somente pelo menu acadêmico (Academico)!"
             STOP RUN
           END-IF.

           MOVE WS-SESSAO-INFORMADA TO SES-CHAVE.

           READ ARQ-SESSOES KEY IS SES-CHAVE
             INVALID KEY
               DISPLAY "Sessão inválida! Entre pelo menu acadêmico."
               CLOSE ARQ-SESSOES
               STOP RUN
           END-READ.

           CLOSE ARQ-SESSOES.

           IF SES-DATA NOT = WS-DATA-ACESSO
             DISPLAY "Sessão expirada! Entre de novo pelo menu "
               "acadêmico."
             STOP RUN
           END-IF.

           MOVE SES-LOGIN TO WS-USUARIO-LOGIN.
           MOVE SES-NOME TO WS-USUARIO-NOME.
           MOVE SES-PAPEL TO WS-USUARIO-PAPEL.
           MOVE SES-COORDENACAO TO WS-USUARIO-COORDENACAO.
           MOVE SES-PROFESSOR TO WS-USUARIO-PROF-MATRICULA.

           MOVE 0 TO WS-QTD-PAPEL.
           INSPECT WS-PAPEIS-PROGRAMA
             TALLYING WS-QTD-PAPEL FOR ALL WS-USUARIO-PAPEL.

           IF WS-E-COORDENACAO
             INSPECT WS-PAPEIS-PROGRAMA
               TALLYING WS-QTD-PAPEL FOR ALL "C"
           END-IF.

           IF WS-QTD-PAPEL = 0
             MOVE "ACESSO NEGADO" TO WS-ACAO-ACESSO
             PERFORM REGISTRAR-ACESSO
             DISPLAY "Acesso negado para o perfil do usuário!"
             STOP RUN
           END-IF.

           MOVE "ENTRADA" TO WS-ACAO-ACESSO.
           PERFORM REGISTRAR-ACESSO.

      *    Grava uma linha no registro de acessos com o usuário da
      *    sessão, este programa e a ação (WS-ACAO-ACESSO)
       REGISTRAR-ACESSO.
           ACCEPT WS-DATA-ACESSO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACESSO FROM TIME.

           MOVE SPACES TO WS-NOVA-LINHA-ACE.
           STRING
             WS-DATA-ACESSO         DELIMITED BY SIZE
             ";"                    DELIMITED BY SIZE
             WS-HORA-ACESSO         DELIMITED BY SIZE
             ";"                    DELIMITED BY SIZE
             SES-LOGIN              DELIMITED BY SIZE
             ";"                    DELIMITED BY SIZE
             WS-NOME-PROGRAMA       DELIMITED BY SIZE
             ";"                    DELIMITED BY SIZE
             WS-ACAO-ACESSO         DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-ACE
           END-STRING.

           PERFORM ABRE-LOG-ACESSOS.
           MOVE WS-NOVA-LINHA-ACE TO LINHA-ACESSO.
           WRITE LINHA-ACESSO.
           CLOSE LOG-ACESSOS.

       ABRE-LOG-ACESSOS.
           OPEN EXTEND LOG-ACESSOS.

      *    Caso o arquivo não exista (status 35), cria
           IF WS-STATUS-ACE-FILE-NOT-FOUND
             OPEN OUTPUT LOG-ACESSOS
             CLOSE LOG-ACESSOS
             PERFORM ABRE-LOG-ACESSOS
           END-IF.

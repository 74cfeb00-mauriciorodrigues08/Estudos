       IDENTIFICATION DIVISION.
           PROGRAM-ID. REGISTRO-DIPLOMAS.
           AUTHOR. Mauricio Rodrigues.

      *    Registro de diplomas: varre os alunos ativos, confere pela
      *    grade curricular quem concluiu o curso (todas as
      *    disciplinas da grade aprovadas em notas.idx, com os
      *    períodos já fechados) e registra o diploma em diplomas.idx
      *    com número de registro sequencial por curso, data de
      *    conclusão (o último fechamento de período que contou),
      *    data de expedição e signatário. O aluno passa a formado
      *    em alunos.idx, sai a ficha de dados de cada diploma e a
      *    lista de formandos para a colação de grau; a partir do
      *    registro o Gestao-Notas não aceita mais alterar as notas
      *    do aluno

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

      *    Grade curricular por curso (Grade-Curricular)
           SELECT ARQ-GRADE ASSIGN TO "grade-curricular.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-GRD
             RECORD KEY IS GRADE-CHAVE.

      *    Notas lançadas (Gestao-Notas), fonte das aprovações
           SELECT ARQ-NOTAS ASSIGN TO "notas.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-NOTA
             RECORD KEY IS NOTA-CHAVE.

      *    Resultados definitivos gravados pelo Fechamento-Periodo
           SELECT ARQ-RESULTADOS ASSIGN TO "resultados.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-RES
             RECORD KEY IS RES-CHAVE.

      *    Registro de diplomas, um por aluno
           SELECT ARQ-DIPLOMAS ASSIGN TO "diplomas.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-DIP
             RECORD KEY IS DIP-MATRICULA.

      *    Fichas de dados dos diplomas registrados na execução
           SELECT ARQ-FICHAS
             ASSIGN TO DYNAMIC WS-NOME-FICHAS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-FIC.

      *    Lista de formandos para a colação de grau
           SELECT ARQ-COLACAO
             ASSIGN TO DYNAMIC WS-NOME-COLACAO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-COL.

      *    Disciplinas aproveitadas na transferência de curso ou
      *    vindas de outra instituição (Transferencia-Curso.cbl)
           SELECT ARQ-APROVEITAMENTOS ASSIGN TO "aproveitamentos.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-APR
             RECORD KEY IS APR-CHAVE.

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
      *    Mesmo layout de REG-ALUNO em Gestao-Alunos.cbl; aqui o
      *    status do aluno é regravado como formado
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

      *    Mesmo layout de REG-NOTA em Gestao-Notas.cbl,
      *    redeclarado aqui apenas para consulta
       FD ARQ-NOTAS.
       01 REG-NOTA.
           05 NOTA-CHAVE.
               10 NOTA-MATRICULA     PIC X(08).
               10 NOTA-DISCIPLINA    PIC X(20).
               10 NOTA-PERIODO       PIC X(06).
           05 NOTA-VALOR             PIC 9(02)V99.
           05 NOTA-RECUPERACAO       PIC 9(02)V99.

      *    Mesmo layout de REG-RESULTADO em Fechamento-Periodo.cbl,
      *    redeclarado aqui apenas para consulta
       FD ARQ-RESULTADOS.
       01 REG-RESULTADO.
           05 RES-CHAVE.
               10 RES-MATRICULA      PIC X(08).
               10 RES-DISCIPLINA     PIC X(20).
               10 RES-PERIODO        PIC X(06).
           05 RES-NOTA-FINAL         PIC 9(02)V99.
           05 RES-PERC-FREQUENCIA    PIC 9(03)V99.
           05 RES-SITUACAO           PIC X(22).
           05 RES-DATA-FECHAMENTO    PIC 9(08).

       FD ARQ-DIPLOMAS.
       01 REG-DIPLOMA.
           05 DIP-MATRICULA          PIC X(08).
           05 DIP-NOME               PIC X(30).
           05 DIP-CURSO              PIC X(20).
           05 DIP-CURSO-CODIGO       PIC X(05).
      *    Número de registro, sequencial dentro do curso
           05 DIP-NUMERO             PIC 9(06).
           05 DIP-DATA-CONCLUSAO     PIC 9(08).
           05 DIP-DATA-EXPEDICAO     PIC 9(08).
           05 DIP-SIGNATARIO         PIC X(30).

       FD ARQ-FICHAS.
       01 LINHA-FICHA                PIC X(80).

       FD ARQ-COLACAO.
       01 LINHA-COLACAO              PIC X(80).

      *    Mesmo layout de REG-APROVEITAMENTO em
      *    Transferencia-Curso.cbl, redeclarado aqui apenas para
      *    consulta
       FD ARQ-APROVEITAMENTOS.
       01 REG-APROVEITAMENTO.
           05 APR-CHAVE.
               10 APR-MATRICULA      PIC X(08).
               10 APR-DISCIPLINA     PIC X(20).
           05 APR-ORIGEM             PIC X(01).
               88 APR-INTERNO        VALUE 'I'.
               88 APR-EXTERNO        VALUE 'E'.
           05 APR-DISC-ORIGEM        PIC X(20).
           05 APR-PERIODO-ORIGEM     PIC X(06).
           05 APR-CURSO-ORIGEM       PIC X(05).
           05 APR-INSTITUICAO        PIC X(30).
           05 APR-NOTA               PIC 9(02)V99.
           05 APR-DATA               PIC 9(08).
           05 APR-OPERADOR           PIC X(10).

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
      *    via copybook (ex.: WS-STATUS-ALU-FILE-NOT-FOUND)
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
                          WS-STATUS-NOTA-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-NOTA-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-NOTA-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-NOTA-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-NOTA-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-NOTA-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-NOTA.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-RES-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-RES-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-RES-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-RES-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-RES-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-RES-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-RES.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-DIP-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-DIP-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-DIP-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-DIP-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-DIP-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-DIP-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-DIP.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-FIC-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-FIC-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-FIC-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-FIC-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-FIC-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-FIC-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-FIC.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-COL-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-COL-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-COL-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-COL-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-COL-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-COL-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-COL.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-APR-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-APR-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-APR-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-APR-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-APR-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-APR-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-APR.
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

      * Aproveitamento de estudos da disciplina conferida
       01 WS-DISC-APROVEITAMENTO     PIC X(20).
       01 WS-APROVEITADA             PIC X(01).

       01 WS-EOF                     PIC X(01).
       01 WS-CONFIRMA                PIC X(01).
       01 WS-DATA-HOJE               PIC 9(08).
       01 WS-SIGNATARIO              PIC X(30).
       01 WS-NOME-FICHAS             PIC X(40).
       01 WS-NOME-COLACAO            PIC X(40).
       01 WS-TEXTO                   PIC X(80).
       01 WS-DATA-FORMATAR           PIC 9(08).
       01 WS-DATA-EXTENSO            PIC X(10).

      * Variáveis da conferência da grade do aluno corrente
       01 WS-MATRICULA               PIC X(08).
       01 WS-COD-CURSO-ALUNO         PIC X(05).
       01 WS-EOF-CURSO               PIC X(01).
       01 WS-EOF-GRADE               PIC X(01).
       01 WS-EOF-NOTA                PIC X(01).
       01 WS-APROVADO                PIC X(01).
       01 WS-PERIODO-APROVACAO       PIC X(06).
       01 WS-NOTA-FINAL              PIC 9(02)V99.
       01 WS-QTD-EXIGIDAS            PIC 9(02).
       01 WS-QTD-PENDENTES           PIC 9(02).
       01 WS-QTD-ABERTAS             PIC 9(02).
       01 WS-DATA-CONCLUSAO          PIC 9(08).

      * Último número de registro de cada curso, carregado do
      * registro de diplomas no início da execução
       01 WS-QTD-SEQ                 PIC 9(02) VALUE 0.
       01 WS-MAX-SEQ                 PIC 9(02) VALUE 50.
       01 WS-TABELA-NUMERACAO.
           05 WS-SEQ OCCURS 50 TIMES.
             10 WS-SEQ-CURSO         PIC X(05).
             10 WS-SEQ-ULTIMO        PIC 9(06).
       01 WS-IDX-SEQ                 PIC 9(02).
       01 WS-IDX-ACHADO              PIC 9(02).
       01 WS-EOF-DIP                 PIC X(01).

      * Formandos da execução, ordenados por curso e nome para a
      * lista da colação
       01 WS-QTD-FORMANDOS           PIC 9(03) VALUE 0.
       01 WS-MAX-FORMANDOS           PIC 9(03) VALUE 500.
       01 WS-TABELA-FORMANDOS.
           05 WS-FOR OCCURS 500 TIMES.
             10 WS-FOR-CURSO         PIC X(20).
             10 WS-FOR-NOME          PIC X(30).
             10 WS-FOR-MATRICULA     PIC X(08).
             10 WS-FOR-REGISTRO      PIC X(12).
       01 WS-FOR-AUX                 PIC X(70).
       01 WS-IDX-FOR                 PIC 9(03).
       01 WS-IDX-FOR2                PIC 9(03).
       01 WS-CURSO-ANTERIOR          PIC X(20).
       01 WS-REGISTRO                PIC X(12).

      * Cabeçalho das colunas da lista da colação
       01 WS-CABECALHO-COLUNAS.
           05 FILLER                 PIC X(40)
             VALUE "  Registro      Matric.   Nome          ".
           05 FILLER                 PIC X(40) VALUE SPACES.

      * Totais da execução
       01 WS-QTD-AVALIADOS           PIC 9(04) VALUE 0.
       01 WS-QTD-REGISTRADOS         PIC 9(04) VALUE 0.
       01 WS-QTD-AGUARDANDO          PIC 9(04) VALUE 0.
       01 WS-QTD-FORA-TABELA         PIC 9(04) VALUE 0.

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
                                     VALUE "REGISTRO-DIPLOMAS".
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

           DISPLAY "----------------------------------".
           DISPLAY " REGISTRO DE DIPLOMAS".
           DISPLAY "----------------------------------".

           DISPLAY "Informe o Signatário dos diplomas: "
             WITH NO ADVANCING.
           ACCEPT WS-SIGNATARIO.

           IF WS-SIGNATARIO = SPACES
             DISPLAY "O signatário é obrigatório!"
             STOP RUN
           END-IF.

           DISPLAY "Os alunos que concluíram a grade passam a "
             "formados e não terão mais notas alteradas.".
           DISPLAY "Confirma o registro dos diplomas? (S/N): "
             WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = 'S'
             DISPLAY "Operação cancelada!"
             STOP RUN
           END-IF.

      *    Registra a execução confirmada
           MOVE "REGISTRO DE DIPLOMAS" TO WS-ACAO-ACESSO.
           PERFORM REGISTRAR-ACESSO.

           OPEN I-O ARQ-ALUNOS.

           IF WS-STATUS-ALU-FILE-NOT-FOUND
             DISPLAY "Arquivo de alunos não encontrado. Cadastre um "
               "aluno no Gestão de Alunos primeiro!"
             STOP RUN
           END-IF.

           OPEN INPUT ARQ-GRADE.

           IF WS-STATUS-GRD-FILE-NOT-FOUND
             DISPLAY "Grade curricular não cadastrada. Monte a grade "
               "no Grade-Curricular primeiro!"
             CLOSE ARQ-ALUNOS
             STOP RUN
           END-IF.

           OPEN INPUT ARQ-NOTAS.
           OPEN INPUT ARQ-RESULTADOS.
           PERFORM ABRE-ARQ-DIPLOMAS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM CARREGAR-NUMERACAO.

           MOVE SPACES TO WS-NOME-FICHAS.
           STRING
             "diplomas-fichas-"     DELIMITED BY SIZE
             WS-DATA-HOJE           DELIMITED BY SIZE
             ".txt"                 DELIMITED BY SIZE
             INTO WS-NOME-FICHAS
           END-STRING.

           OPEN OUTPUT ARQ-FICHAS.

      *    Confere cada aluno ativo contra a grade do curso
           MOVE 'N' TO WS-EOF.

           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-ALUNOS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF ALUNO-ATIVO
                   ADD 1 TO WS-QTD-AVALIADOS
                   PERFORM AVALIAR-ALUNO
                 END-IF
             END-READ
           END-PERFORM.

           IF WS-QTD-REGISTRADOS = 0
             MOVE "Nenhum diploma registrado nesta execução."
               TO LINHA-FICHA
             WRITE LINHA-FICHA
           END-IF.

           CLOSE ARQ-FICHAS.

           IF WS-QTD-FORMANDOS > 1
             PERFORM ORDENAR-FOR-EXTERNA
               VARYING WS-IDX-FOR FROM 1 BY 1
               UNTIL WS-IDX-FOR >= WS-QTD-FORMANDOS
           END-IF.

           PERFORM EMITIR-LISTA-COLACAO.

           CLOSE ARQ-ALUNOS.
           CLOSE ARQ-GRADE.
           CLOSE ARQ-NOTAS.
           CLOSE ARQ-RESULTADOS.
           CLOSE ARQ-DIPLOMAS.

           DISPLAY "----------------------------------".
           DISPLAY "Alunos ativos avaliados: " WS-QTD-AVALIADOS.
           DISPLAY "Diplomas registrados:    " WS-QTD-REGISTRADOS.
           DISPLAY "Aguardando fechamento:   " WS-QTD-AGUARDANDO.
           IF WS-QTD-FORA-TABELA > 0
             DISPLAY "ATENÇÃO: " WS-QTD-FORA-TABELA " formando(s) "
               "não couberam na lista da colação (limite de "
               WS-MAX-FORMANDOS ")!"
           END-IF.
           DISPLAY "Fichas dos diplomas em: " WS-NOME-FICHAS.
           DISPLAY "Lista da colação em:    " WS-NOME-COLACAO.
           DISPLAY " ".

           STOP RUN.

      *    Lê o registro de diplomas inteiro e guarda o último número
      *    de registro de cada curso
       CARREGAR-NUMERACAO.
           MOVE 'N' TO WS-EOF-DIP.
           MOVE LOW-VALUES TO DIP-MATRICULA.

           START ARQ-DIPLOMAS KEY IS NOT LESS THAN DIP-MATRICULA
             INVALID KEY
               MOVE 'S' TO WS-EOF-DIP
           END-START.

           PERFORM UNTIL WS-EOF-DIP = 'S'
             READ ARQ-DIPLOMAS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-DIP

               NOT AT END
                 PERFORM LOCALIZAR-SEQ-CURSO
                 IF WS-IDX-ACHADO > 0
                   IF DIP-NUMERO > WS-SEQ-ULTIMO(WS-IDX-ACHADO)
                     MOVE DIP-NUMERO
                       TO WS-SEQ-ULTIMO(WS-IDX-ACHADO)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

      *    Procura na numeração o curso DIP-CURSO-CODIGO, incluindo
      *    o curso quando ainda não está lá; deixa o índice em
      *    WS-IDX-ACHADO (zero se a tabela estiver cheia)
       LOCALIZAR-SEQ-CURSO.
           MOVE 0 TO WS-IDX-ACHADO.
           PERFORM COMPARAR-SEQ-CURSO
             VARYING WS-IDX-SEQ FROM 1 BY 1
             UNTIL WS-IDX-SEQ > WS-QTD-SEQ
               OR WS-IDX-ACHADO > 0.

           IF WS-IDX-ACHADO = 0 AND WS-QTD-SEQ < WS-MAX-SEQ
             ADD 1 TO WS-QTD-SEQ
             MOVE WS-QTD-SEQ TO WS-IDX-ACHADO
             MOVE DIP-CURSO-CODIGO TO WS-SEQ-CURSO(WS-IDX-ACHADO)
             MOVE 0 TO WS-SEQ-ULTIMO(WS-IDX-ACHADO)
           END-IF.

       COMPARAR-SEQ-CURSO.
           IF WS-SEQ-CURSO(WS-IDX-SEQ) = DIP-CURSO-CODIGO
             MOVE WS-IDX-SEQ TO WS-IDX-ACHADO
           END-IF.

      *    Confere o aluno corrente (REG-ALUNO) contra a grade do
      *    curso e registra o diploma de quem concluiu
       AVALIAR-ALUNO.
           MOVE ALUNO-MATRICULA TO WS-MATRICULA.

      *    Aluno com diploma já registrado não é avaliado de novo
           MOVE ALUNO-MATRICULA TO DIP-MATRICULA.
           READ ARQ-DIPLOMAS KEY IS DIP-MATRICULA
             NOT INVALID KEY
               EXIT PARAGRAPH
           END-READ.

           PERFORM LOCALIZAR-CODIGO-CURSO.
           IF WS-COD-CURSO-ALUNO = SPACES
             EXIT PARAGRAPH
           END-IF.

           PERFORM CONFERIR-GRADE-ALUNO.

           IF WS-QTD-EXIGIDAS = 0 OR WS-QTD-PENDENTES > 0
             EXIT PARAGRAPH
           END-IF.

      *    Concluiu a grade, mas com aprovação em período ainda não
      *    fechado: o diploma espera o fechamento
           IF WS-QTD-ABERTAS > 0
             ADD 1 TO WS-QTD-AGUARDANDO
             DISPLAY "  " ALUNO-MATRICULA " " ALUNO-NOME
               " concluiu a grade; aguardando fechamento de "
               WS-QTD-ABERTAS " período(s)"
             EXIT PARAGRAPH
           END-IF.

           PERFORM REGISTRAR-DIPLOMA.

      *    Percorre a grade do curso do aluno conferindo as
      *    aprovações; a data de conclusão é o fechamento mais recente
      *    entre os períodos das aprovações
       CONFERIR-GRADE-ALUNO.
           MOVE 0 TO WS-QTD-EXIGIDAS.
           MOVE 0 TO WS-QTD-PENDENTES.
           MOVE 0 TO WS-QTD-ABERTAS.
           MOVE 0 TO WS-DATA-CONCLUSAO.
           MOVE 'N' TO WS-EOF-GRADE.

           MOVE WS-COD-CURSO-ALUNO TO GRADE-CURSO.
           MOVE LOW-VALUES TO GRADE-DISCIPLINA.

           START ARQ-GRADE KEY IS NOT LESS THAN GRADE-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF-GRADE
           END-START.

           PERFORM UNTIL WS-EOF-GRADE = 'S'
             READ ARQ-GRADE NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-GRADE

               NOT AT END
                 IF GRADE-CURSO NOT = WS-COD-CURSO-ALUNO
                   MOVE 'S' TO WS-EOF-GRADE
                 ELSE
                   ADD 1 TO WS-QTD-EXIGIDAS
                   PERFORM CONFERIR-APROVACAO
                   IF WS-APROVADO NOT = 'S'
      *              Disciplina aproveitada de outro curso ou de outra
      *              instituição conta sem esperar fechamento
                     MOVE GRADE-DISCIPLINA TO WS-DISC-APROVEITAMENTO
                     PERFORM CONFERIR-APROVEITAMENTO
                     IF WS-APROVEITADA NOT = 'S'
                       ADD 1 TO WS-QTD-PENDENTES
                     END-IF
                   ELSE
                     PERFORM CONFERIR-FECHAMENTO
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

      *    Mesmo critério da auditoria de elegibilidade do
      *    Grade-Curricular: aprovado em algum período com nota final
      *    (a maior entre nota e recuperação) de pelo menos 6.00
       CONFERIR-APROVACAO.
           MOVE 'N' TO WS-APROVADO.
           MOVE 'N' TO WS-EOF-NOTA.

           IF WS-STATUS-NOTA-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-MATRICULA TO NOTA-MATRICULA.
           MOVE GRADE-DISCIPLINA TO NOTA-DISCIPLINA.
           MOVE LOW-VALUES TO NOTA-PERIODO.

           START ARQ-NOTAS KEY IS NOT LESS THAN NOTA-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF-NOTA
           END-START.

           PERFORM UNTIL WS-EOF-NOTA = 'S'
             READ ARQ-NOTAS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-NOTA

               NOT AT END
                 IF NOTA-MATRICULA NOT = WS-MATRICULA
                   OR NOTA-DISCIPLINA NOT = GRADE-DISCIPLINA
                   MOVE 'S' TO WS-EOF-NOTA
                 ELSE
                   MOVE NOTA-VALOR TO WS-NOTA-FINAL
                   IF NOTA-RECUPERACAO > WS-NOTA-FINAL
                     MOVE NOTA-RECUPERACAO TO WS-NOTA-FINAL
                   END-IF
                   IF WS-NOTA-FINAL >= 6.00
                     MOVE 'S' TO WS-APROVADO
                     MOVE NOTA-PERIODO TO WS-PERIODO-APROVACAO
                     MOVE 'S' TO WS-EOF-NOTA
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

      *    O resultado definitivo da aprovação só existe depois do
      *    fechamento do período; sem ele a aprovação ainda está
      *    aberta
       CONFERIR-FECHAMENTO.
           IF NOT WS-STATUS-RES-OK
             ADD 1 TO WS-QTD-ABERTAS
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-MATRICULA TO RES-MATRICULA.
           MOVE GRADE-DISCIPLINA TO RES-DISCIPLINA.
           MOVE WS-PERIODO-APROVACAO TO RES-PERIODO.

           READ ARQ-RESULTADOS KEY IS RES-CHAVE
             INVALID KEY
               ADD 1 TO WS-QTD-ABERTAS

             NOT INVALID KEY
               IF RES-DATA-FECHAMENTO > WS-DATA-CONCLUSAO
                 MOVE RES-DATA-FECHAMENTO TO WS-DATA-CONCLUSAO
               END-IF
           END-READ.

      *    Grava o diploma com o próximo número do curso, passa o
      *    aluno a formado, emite a ficha e guarda o formando para a
      *    lista da colação
       REGISTRAR-DIPLOMA.
           MOVE WS-COD-CURSO-ALUNO TO DIP-CURSO-CODIGO.
           PERFORM LOCALIZAR-SEQ-CURSO.

           IF WS-IDX-ACHADO = 0
             DISPLAY "Limite de " WS-MAX-SEQ " cursos na numeração "
               "atingido; diploma de " ALUNO-MATRICULA
               " não registrado!"
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SEQ-ULTIMO(WS-IDX-ACHADO).

           MOVE ALUNO-MATRICULA TO DIP-MATRICULA.
           MOVE ALUNO-NOME TO DIP-NOME.
           MOVE ALUNO-CURSO TO DIP-CURSO.
           MOVE WS-COD-CURSO-ALUNO TO DIP-CURSO-CODIGO.
           MOVE WS-SEQ-ULTIMO(WS-IDX-ACHADO) TO DIP-NUMERO.
           MOVE WS-DATA-CONCLUSAO TO DIP-DATA-CONCLUSAO.
           MOVE WS-DATA-HOJE TO DIP-DATA-EXPEDICAO.
           MOVE WS-SIGNATARIO TO DIP-SIGNATARIO.

           WRITE REG-DIPLOMA
             INVALID KEY
               DISPLAY "Erro ao registrar o diploma de "
                 ALUNO-MATRICULA "!"
               SUBTRACT 1 FROM WS-SEQ-ULTIMO(WS-IDX-ACHADO)
               EXIT PARAGRAPH
           END-WRITE.

           SET ALUNO-FORMADO TO TRUE.

           REWRITE REG-ALUNO
             INVALID KEY
               DISPLAY "Erro ao marcar o aluno " ALUNO-MATRICULA
                 " como formado!"
           END-REWRITE.

           ADD 1 TO WS-QTD-REGISTRADOS.

           MOVE SPACES TO WS-REGISTRO.
           STRING
             DIP-CURSO-CODIGO       DELIMITED BY SPACE
             "-"                    DELIMITED BY SIZE
             DIP-NUMERO             DELIMITED BY SIZE
             INTO WS-REGISTRO
           END-STRING.

           DISPLAY "  Diploma " WS-REGISTRO " registrado: "
             ALUNO-MATRICULA " " ALUNO-NOME.

           PERFORM EMITIR-FICHA.

           IF WS-QTD-FORMANDOS < WS-MAX-FORMANDOS
             ADD 1 TO WS-QTD-FORMANDOS
             MOVE ALUNO-CURSO TO WS-FOR-CURSO(WS-QTD-FORMANDOS)
             MOVE ALUNO-NOME TO WS-FOR-NOME(WS-QTD-FORMANDOS)
             MOVE ALUNO-MATRICULA
               TO WS-FOR-MATRICULA(WS-QTD-FORMANDOS)
             MOVE WS-REGISTRO TO WS-FOR-REGISTRO(WS-QTD-FORMANDOS)
           ELSE
             ADD 1 TO WS-QTD-FORA-TABELA
           END-IF.

      *    Ficha de dados do diploma recém-registrado (REG-DIPLOMA)
       EMITIR-FICHA.
           MOVE "==============================================="
             TO WS-TEXTO.
           PERFORM EMITIR-LINHA-FICHA.
           MOVE "        FICHA DE DADOS DO DIPLOMA" TO WS-TEXTO.
           PERFORM EMITIR-LINHA-FICHA.
           MOVE "==============================================="
             TO WS-TEXTO.
           PERFORM EMITIR-LINHA-FICHA.

           MOVE SPACES TO WS-TEXTO.
           STRING
             "Registro nº:  "       DELIMITED BY SIZE
             WS-REGISTRO            DELIMITED BY SIZE
             INTO WS-TEXTO
           END-STRING.
           PERFORM EMITIR-LINHA-FICHA.

           MOVE SPACES TO WS-TEXTO.
           STRING
             "Diplomado(a): "       DELIMITED BY SIZE
             DIP-NOME               DELIMITED BY SIZE
             INTO WS-TEXTO
           END-STRING.
           PERFORM EMITIR-LINHA-FICHA.

           MOVE SPACES TO WS-TEXTO.
           STRING
             "Matrícula:    "       DELIMITED BY SIZE
             DIP-MATRICULA          DELIMITED BY SIZE
             INTO WS-TEXTO
           END-STRING.
           PERFORM EMITIR-LINHA-FICHA.

           MOVE SPACES TO WS-TEXTO.
           STRING
             "Curso:        "       DELIMITED BY SIZE
             DIP-CURSO              DELIMITED BY SIZE
             " ("                   DELIMITED BY SIZE
             DIP-CURSO-CODIGO       DELIMITED BY SPACE
             ")"                    DELIMITED BY SIZE
             INTO WS-TEXTO
           END-STRING.
           PERFORM EMITIR-LINHA-FICHA.

           MOVE SPACES TO WS-TEXTO.
           STRING
             "Ingresso:     "       DELIMITED BY SIZE
             ALUNO-DATA-ENTRADA     DELIMITED BY SIZE
             INTO WS-TEXTO
           END-STRING.
           PERFORM EMITIR-LINHA-FICHA.

           MOVE DIP-DATA-CONCLUSAO TO WS-DATA-FORMATAR.
           PERFORM FORMATAR-DATA.
           MOVE SPACES TO WS-TEXTO.
           STRING
             "Conclusão:    "       DELIMITED BY SIZE
             WS-DATA-EXTENSO        DELIMITED BY SIZE
             INTO WS-TEXTO
           END-STRING.
           PERFORM EMITIR-LINHA-FICHA.

           MOVE DIP-DATA-EXPEDICAO TO WS-DATA-FORMATAR.
           PERFORM FORMATAR-DATA.
           MOVE SPACES TO WS-TEXTO.
           STRING
             "Expedição:    "       DELIMITED BY SIZE
             WS-DATA-EXTENSO        DELIMITED BY SIZE
             INTO WS-TEXTO
           END-STRING.
           PERFORM EMITIR-LINHA-FICHA.

           MOVE SPACES TO WS-TEXTO.
           STRING
             "Signatário:   "       DELIMITED BY SIZE
             DIP-SIGNATARIO         DELIMITED BY SIZE
             INTO WS-TEXTO
           END-STRING.
           PERFORM EMITIR-LINHA-FICHA.

           MOVE SPACES TO WS-TEXTO.
           PERFORM EMITIR-LINHA-FICHA.

      *    As fichas vão só para o arquivo; o terminal mostra uma
      *    linha por diploma
       EMITIR-LINHA-FICHA.
           MOVE WS-TEXTO TO LINHA-FICHA.
           WRITE LINHA-FICHA.

       ORDENAR-FOR-EXTERNA.
           PERFORM ORDENAR-FOR-INTERNA
             VARYING WS-IDX-FOR2 FROM 1 BY 1
             UNTIL WS-IDX-FOR2 > WS-QTD-FORMANDOS - WS-IDX-FOR.

       ORDENAR-FOR-INTERNA.
           IF WS-FOR-CURSO(WS-IDX-FOR2) > WS-FOR-CURSO(WS-IDX-FOR2 + 1)
             OR (WS-FOR-CURSO(WS-IDX-FOR2) =
                 WS-FOR-CURSO(WS-IDX-FOR2 + 1)
                 AND WS-FOR-NOME(WS-IDX-FOR2) >
                     WS-FOR-NOME(WS-IDX-FOR2 + 1))
             MOVE WS-FOR(WS-IDX-FOR2) TO WS-FOR-AUX
             MOVE WS-FOR(WS-IDX-FOR2 + 1) TO WS-FOR(WS-IDX-FOR2)
             MOVE WS-FOR-AUX TO WS-FOR(WS-IDX-FOR2 + 1)
           END-IF.

      *    Lista dos formandos da execução para a colação de grau,
      *    agrupada por curso e em ordem alfabética, no terminal e no
      *    documento
       EMITIR-LISTA-COLACAO.
           MOVE SPACES TO WS-NOME-COLACAO.
           STRING
             "colacao-"             DELIMITED BY SIZE
             WS-DATA-HOJE           DELIMITED BY SIZE
             ".txt"                 DELIMITED BY SIZE
             INTO WS-NOME-COLACAO
           END-STRING.

           OPEN OUTPUT ARQ-COLACAO.

           MOVE "==============================================="
             TO WS-TEXTO.
           PERFORM EMITIR-LINHA-COLACAO.
           MOVE "     LISTA DE FORMANDOS - COLAÇÃO DE GRAU"
             TO WS-TEXTO.
           PERFORM EMITIR-LINHA-COLACAO.
           MOVE "==============================================="
             TO WS-TEXTO.
           PERFORM EMITIR-LINHA-COLACAO.

           MOVE WS-DATA-HOJE TO WS-DATA-FORMATAR.
           PERFORM FORMATAR-DATA.
           MOVE SPACES TO WS-TEXTO.
           STRING
             "Diplomas expedidos em " DELIMITED BY SIZE
             WS-DATA-EXTENSO          DELIMITED BY SIZE
             "   Signatário: "        DELIMITED BY SIZE
             WS-SIGNATARIO            DELIMITED BY SIZE
             INTO WS-TEXTO
           END-STRING.
           PERFORM EMITIR-LINHA-COLACAO.

           IF WS-QTD-FORMANDOS = 0
             MOVE "Nenhum formando nesta execução." TO WS-TEXTO
             PERFORM EMITIR-LINHA-COLACAO
           END-IF.

           MOVE HIGH-VALUES TO WS-CURSO-ANTERIOR.

           PERFORM EMITIR-FORMANDO
             VARYING WS-IDX-FOR FROM 1 BY 1
             UNTIL WS-IDX-FOR > WS-QTD-FORMANDOS.

           MOVE "==============================================="
             TO WS-TEXTO.
           PERFORM EMITIR-LINHA-COLACAO.
           MOVE SPACES TO WS-TEXTO.
           STRING
             "Total de formandos: "   DELIMITED BY SIZE
             WS-QTD-FORMANDOS         DELIMITED BY SIZE
             INTO WS-TEXTO
           END-STRING.
           PERFORM EMITIR-LINHA-COLACAO.
           MOVE "     Documento oficial - Secretaria Escolar"
             TO WS-TEXTO.
           PERFORM EMITIR-LINHA-COLACAO.

           CLOSE ARQ-COLACAO.

      *    Uma linha da lista, com cabeçalho na quebra de curso
       EMITIR-FORMANDO.
           IF WS-FOR-CURSO(WS-IDX-FOR) NOT = WS-CURSO-ANTERIOR
             MOVE WS-FOR-CURSO(WS-IDX-FOR) TO WS-CURSO-ANTERIOR
             MOVE SPACES TO WS-TEXTO
             PERFORM EMITIR-LINHA-COLACAO
             MOVE SPACES TO WS-TEXTO
             STRING
               "Curso: "                DELIMITED BY SIZE
               WS-FOR-CURSO(WS-IDX-FOR) DELIMITED BY SIZE
               INTO WS-TEXTO
             END-STRING
             PERFORM EMITIR-LINHA-COLACAO
             MOVE WS-CABECALHO-COLUNAS TO WS-TEXTO
             PERFORM EMITIR-LINHA-COLACAO
           END-IF.

           MOVE SPACES TO WS-TEXTO.
           STRING
             "  "                         DELIMITED BY SIZE
             WS-FOR-REGISTRO(WS-IDX-FOR)  DELIMITED BY SIZE
             "  "                         DELIMITED BY SIZE
             WS-FOR-MATRICULA(WS-IDX-FOR) DELIMITED BY SIZE
             "  "                         DELIMITED BY SIZE
             WS-FOR-NOME(WS-IDX-FOR)      DELIMITED BY SIZE
             INTO WS-TEXTO
           END-STRING.
           PERFORM EMITIR-LINHA-COLACAO.

      *    Mostra a linha corrente no terminal e grava a mesma linha
      *    na lista da colação
       EMITIR-LINHA-COLACAO.
           DISPLAY WS-TEXTO.
           MOVE WS-TEXTO TO LINHA-COLACAO.
           WRITE LINHA-COLACAO.

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

      *    Localiza o código do curso do aluno no catálogo pelo nome
      *    oficial gravado no cadastro
       LOCALIZAR-CODIGO-CURSO.
           MOVE SPACES TO WS-COD-CURSO-ALUNO.
           MOVE 'N' TO WS-EOF-CURSO.

           OPEN INPUT ARQ-CURSOS.

           IF WS-STATUS-CURSO-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CURSO = 'S'
             READ ARQ-CURSOS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-CURSO

               NOT AT END
                 IF CURSO-NOME = ALUNO-CURSO
                   MOVE CURSO-CODIGO TO WS-COD-CURSO-ALUNO
                   MOVE 'S' TO WS-EOF-CURSO
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-CURSOS.

       ABRE-ARQ-DIPLOMAS.
           OPEN I-O ARQ-DIPLOMAS.

      *    Caso o arquivo não exista (status 35), cria
           IF WS-STATUS-DIP-FILE-NOT-FOUND
             OPEN OUTPUT ARQ-DIPLOMAS
             CLOSE ARQ-DIPLOMAS
             PERFORM ABRE-ARQ-DIPLOMAS
           END-IF.

      *    Confere se a disciplina WS-DISC-APROVEITAMENTO do aluno
      *    WS-MATRICULA foi aproveitada na transferência de curso ou
      *    de outra instituição; o aproveitamento vale como aprovação
       CONFERIR-APROVEITAMENTO.
           MOVE 'N' TO WS-APROVEITADA.

           OPEN INPUT ARQ-APROVEITAMENTOS.

           IF NOT WS-STATUS-APR-OK
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-MATRICULA TO APR-MATRICULA.
           MOVE WS-DISC-APROVEITAMENTO TO APR-DISCIPLINA.

           READ ARQ-APROVEITAMENTOS KEY IS APR-CHAVE
             NOT INVALID KEY
               MOVE 'S' TO WS-APROVEITADA
           END-READ.

           CLOSE ARQ-APROVEITAMENTOS.

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

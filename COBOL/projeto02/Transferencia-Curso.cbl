       IDENTIFICATION DIVISION.
           PROGRAM-ID. TRANSFERENCIA-CURSO.
           AUTHOR. Mauricio Rodrigues.

      *    Transferência de curso com aproveitamento de estudos. A
      *    tabela de equivalências diz qual disciplina da grade de um
      *    curso equivale a qual disciplina da grade de outro; na
      *    transferência, cada disciplina aprovada no curso de origem
      *    (resultado APROVADO no fechamento) que tem equivalente na
      *    grade do curso novo é gravada como aproveitada em
      *    aproveitamentos.idx, com a disciplina e o período de
      *    origem, e o curso do aluno é trocado pelo catálogo de
      *    cursos. Aluno vindo de outra instituição tem os
      *    aproveitamentos lançados um a um. Histórico escolar,
      *    auditorias de elegibilidade, registro de diplomas e
      *    pré-requisitos contam o aproveitamento como aprovação. Cada
      *    transferência (e cada aproveitamento externo) fica em
      *    transferencias-curso.log

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Equivalências entre disciplinas de cursos diferentes
           SELECT ARQ-EQUIVALENCIAS ASSIGN TO "equivalencias.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-EQV
             RECORD KEY IS EQV-CHAVE.

      *    Disciplinas aproveitadas por aluno, na disciplina da grade
      *    do curso atual dele
           SELECT ARQ-APROVEITAMENTOS ASSIGN TO "aproveitamentos.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-APR
             RECORD KEY IS APR-CHAVE.

      *    Cadastro de alunos mantido pelo Gestao-Alunos; aqui o
      *    curso do aluno é regravado na transferência
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

      *    Resultados definitivos gravados pelo Fechamento-Periodo;
      *    só a aprovação fechada é aproveitada
           SELECT ARQ-RESULTADOS ASSIGN TO "resultados.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-RES
             RECORD KEY IS RES-CHAVE.

      *    Registro das transferências e aproveitamentos externos
      *    Máscara: <data>;<hora>;<acao>;<matricula>;<origem>;
      *             <destino>;<qtd aproveitadas>;<usuario>
           SELECT LOG-TRANSFERENCIAS
             ASSIGN TO "transferencias-curso.log"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-TRF.

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
      *    Disciplina de origem (curso e disciplina) e a equivalente
      *    no curso de destino; a chave começa pelo curso de origem,
      *    que é por onde a transferência procura
       FD ARQ-EQUIVALENCIAS.
       01 REG-EQUIVALENCIA.
           05 EQV-CHAVE.
               10 EQV-CURSO-ORIGEM   PIC X(05).
               10 EQV-DISC-ORIGEM    PIC X(20).
               10 EQV-CURSO-DESTINO  PIC X(05).
               10 EQV-DISC-DESTINO   PIC X(20).

      *    Disciplina aproveitada: APR-DISCIPLINA é a disciplina da
      *    grade do curso atual; a origem é outra disciplina da casa
      *    (I) ou de outra instituição (E)
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

      *    Mesmo layout de REG-ALUNO em Gestao-Alunos.cbl; aqui o
      *    curso do aluno é regravado na transferência
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

       FD LOG-TRANSFERENCIAS.
       01 LINHA-TRANSFERENCIA        PIC X(100).

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
      *    via copybook (ex.: WS-STATUS-EQV-FILE-NOT-FOUND)
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-EQV-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-EQV-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-EQV-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-EQV-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-EQV-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-EQV-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-EQV.
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
                          WS-STATUS-TRF-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-TRF-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-TRF-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-TRF-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-TRF-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-TRF-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-TRF.
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
       01 WS-EOF-CURSO               PIC X(01).
       01 WS-EOF-RES                 PIC X(01).
       01 WS-CONTADOR                PIC 9(03).
       01 WS-CONFIRMA                PIC X(01).
       01 WS-DATA-HOJE               PIC 9(08).
       01 WS-HORA-AGORA              PIC 9(08).

      * Dados informados
       01 WS-MATRICULA               PIC X(08).
       01 WS-CURSO-ORIGEM            PIC X(05).
       01 WS-CURSO-DESTINO           PIC X(05).
       01 WS-DISC-ORIGEM             PIC X(20).
       01 WS-DISC-DESTINO            PIC X(20).
       01 WS-PERIODO                 PIC X(06).
       01 WS-PERIODO-VALIDO          PIC X(01).
       01 WS-INSTITUICAO             PIC X(30).
       01 WS-NOTA                    PIC 9(02)V99.

      * Cursos do aluno e da transferência
       01 WS-CURSO-ALUNO             PIC X(20).
       01 WS-COD-CURSO-ALUNO         PIC X(05).
       01 WS-NOME-CURSO-DESTINO      PIC X(20).
       01 WS-CURSO-VALIDO            PIC X(01).
       01 WS-NA-GRADE                PIC X(01).

      * Aprovação da disciplina de origem na transferência
       01 WS-APROVADO                PIC X(01).
       01 WS-PERIODO-APROVACAO       PIC X(06).
       01 WS-NOTA-APROVACAO          PIC 9(02)V99.

      * Totais da transferência
       01 WS-QTD-APROVEITADAS        PIC 9(03).
       01 WS-QTD-JA-APROVEITADAS     PIC 9(03).
       01 WS-QTD-NAO-APROVADAS       PIC 9(03).
       01 WS-QTD-FORA-GRADE          PIC 9(03).

      * Linha do log de transferências
       01 WS-ACAO-TRANSFERENCIA      PIC X(14).
       01 WS-LOG-ORIGEM              PIC X(30).
       01 WS-LOG-DESTINO             PIC X(05).
       01 WS-NOVA-LINHA-TRF          PIC X(100).

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
                                     VALUE "TRANSFERENCIA-CURSO".
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
                 PERFORM INCLUIR-EQUIVALENCIA
               WHEN 2
                 PERFORM EXCLUIR-EQUIVALENCIA
               WHEN 3
                 PERFORM LISTAR-EQUIVALENCIAS
               WHEN 4
                 PERFORM TRANSFERIR-ALUNO
               WHEN 5
                 PERFORM APROVEITAR-EXTERNO
               WHEN 6
                 PERFORM LISTAR-APROVEITAMENTOS
               WHEN OTHER
                 DISPLAY "Opção inválida!"
             END-EVALUATE

           END-PERFORM.

           STOP RUN.

       PRINT-MENU.
           DISPLAY "----------------------------------".
           DISPLAY " TRANSFERÊNCIA DE CURSO".
           DISPLAY "----------------------------------".
           DISPLAY " 1 - Incluir Equivalência".
           DISPLAY " 2 - Excluir Equivalência".
           DISPLAY " 3 - Listar Equivalências".
           DISPLAY " 4 - Transferir Aluno de Curso".
           DISPLAY " 5 - Aproveitamento de Outra Instituição".
           DISPLAY " 6 - Aproveitamentos do Aluno".
           DISPLAY " 0 - Sair".
           DISPLAY "----------------------------------".

      *    Inclui a equivalência de uma disciplina da grade do curso
      *    de origem com uma disciplina da grade do curso de destino
       INCLUIR-EQUIVALENCIA.
           DISPLAY "----------------------------------".
           DISPLAY " INCLUIR EQUIVALÊNCIA".
           DISPLAY "----------------------------------".

           DISPLAY "Informe o Código do Curso de Origem: "
             WITH NO ADVANCING.
           ACCEPT WS-CURSO-ORIGEM.

           DISPLAY "Informe a Disciplina de Origem: "
             WITH NO ADVANCING.
           ACCEPT WS-DISC-ORIGEM.

           MOVE WS-CURSO-ORIGEM TO GRADE-CURSO.
           MOVE WS-DISC-ORIGEM TO GRADE-DISCIPLINA.
           PERFORM CONFERIR-NA-GRADE.
           IF WS-NA-GRADE NOT = 'S'
             DISPLAY "Disciplina não está na grade do curso "
               WS-CURSO-ORIGEM "!"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe o Código do Curso de Destino: "
             WITH NO ADVANCING.
           ACCEPT WS-CURSO-DESTINO.

           IF WS-CURSO-DESTINO = WS-CURSO-ORIGEM
             DISPLAY "Os cursos de origem e destino são o mesmo!"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe a Disciplina Equivalente no Destino: "
             WITH NO ADVANCING.
           ACCEPT WS-DISC-DESTINO.

           MOVE WS-CURSO-DESTINO TO GRADE-CURSO.
           MOVE WS-DISC-DESTINO TO GRADE-DISCIPLINA.
           PERFORM CONFERIR-NA-GRADE.
           IF WS-NA-GRADE NOT = 'S'
             DISPLAY "Disciplina não está na grade do curso "
               WS-CURSO-DESTINO "!"
             EXIT PARAGRAPH
           END-IF.

           PERFORM ABRE-ARQ-EQUIVALENCIAS.

           MOVE WS-CURSO-ORIGEM TO EQV-CURSO-ORIGEM.
           MOVE WS-DISC-ORIGEM TO EQV-DISC-ORIGEM.
           MOVE WS-CURSO-DESTINO TO EQV-CURSO-DESTINO.
           MOVE WS-DISC-DESTINO TO EQV-DISC-DESTINO.

           WRITE REG-EQUIVALENCIA
             INVALID KEY
               DISPLAY "Essa equivalência já existe!"
             NOT INVALID KEY
               DISPLAY "Sucesso! Equivalência incluída!"
           END-WRITE.

           CLOSE ARQ-EQUIVALENCIAS.

       EXCLUIR-EQUIVALENCIA.
           DISPLAY "----------------------------------".
           DISPLAY " EXCLUIR EQUIVALÊNCIA".
           DISPLAY "----------------------------------".

           DISPLAY "Informe o Código do Curso de Origem: "
             WITH NO ADVANCING.
           ACCEPT WS-CURSO-ORIGEM.

           DISPLAY "Informe a Disciplina de Origem: "
             WITH NO ADVANCING.
           ACCEPT WS-DISC-ORIGEM.

           DISPLAY "Informe o Código do Curso de Destino: "
             WITH NO ADVANCING.
           ACCEPT WS-CURSO-DESTINO.

           DISPLAY "Informe a Disciplina Equivalente no Destino: "
             WITH NO ADVANCING.
           ACCEPT WS-DISC-DESTINO.

           OPEN I-O ARQ-EQUIVALENCIAS.

           IF NOT WS-STATUS-EQV-OK
             DISPLAY "Nenhuma equivalência cadastrada ainda."
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CURSO-ORIGEM TO EQV-CURSO-ORIGEM.
           MOVE WS-DISC-ORIGEM TO EQV-DISC-ORIGEM.
           MOVE WS-CURSO-DESTINO TO EQV-CURSO-DESTINO.
           MOVE WS-DISC-DESTINO TO EQV-DISC-DESTINO.

           DELETE ARQ-EQUIVALENCIAS
             INVALID KEY
               DISPLAY "Equivalência não encontrada!"
             NOT INVALID KEY
               DISPLAY "Equivalência excluída!"
           END-DELETE.

           CLOSE ARQ-EQUIVALENCIAS.

      *    Lista as equivalências a partir de um curso de origem
       LISTAR-EQUIVALENCIAS.
           DISPLAY "----------------------------------".
           DISPLAY " EQUIVALÊNCIAS DO CURSO".
           DISPLAY "----------------------------------".

           DISPLAY "Informe o Código do Curso de Origem: "
             WITH NO ADVANCING.
           ACCEPT WS-CURSO-ORIGEM.

           OPEN INPUT ARQ-EQUIVALENCIAS.

           IF NOT WS-STATUS-EQV-OK
             DISPLAY "Nenhuma equivalência cadastrada ainda."
             EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-CONTADOR.
           MOVE 'N' TO WS-EOF.

           MOVE WS-CURSO-ORIGEM TO EQV-CURSO-ORIGEM.
           MOVE LOW-VALUES TO EQV-DISC-ORIGEM.
           MOVE LOW-VALUES TO EQV-CURSO-DESTINO.
           MOVE LOW-VALUES TO EQV-DISC-DESTINO.

           START ARQ-EQUIVALENCIAS KEY IS NOT LESS THAN EQV-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-EQUIVALENCIAS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF EQV-CURSO-ORIGEM NOT = WS-CURSO-ORIGEM
                   MOVE 'S' TO WS-EOF
                 ELSE
                   ADD 1 TO WS-CONTADOR
                   DISPLAY EQV-DISC-ORIGEM " => " EQV-CURSO-DESTINO
                     " " EQV-DISC-DESTINO
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-EQUIVALENCIAS.

           IF WS-CONTADOR = 0
             DISPLAY "Nenhuma equivalência a partir desse curso."
           END-IF.

      *    Transfere o aluno para outro curso do catálogo: as
      *    disciplinas aprovadas no curso atual que têm equivalente na
      *    grade do curso novo são aproveitadas e o curso do aluno é
      *    regravado
       TRANSFERIR-ALUNO.
           DISPLAY "----------------------------------".
           DISPLAY " TRANSFERIR ALUNO DE CURSO".
           DISPLAY "----------------------------------".

           DISPLAY "Informe a Matrícula do Aluno: " WITH NO ADVANCING.
           ACCEPT WS-MATRICULA.

           OPEN I-O ARQ-ALUNOS.

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

           IF NOT ALUNO-ATIVO
             DISPLAY "Só aluno ativo pode ser transferido de curso!"
             CLOSE ARQ-ALUNOS
             EXIT PARAGRAPH
           END-IF.

      *    O cadastro guarda o nome oficial do curso; localiza o
      *    código dele no catálogo pela busca sequencial por nome
           MOVE ALUNO-CURSO TO WS-CURSO-ALUNO.
           PERFORM LOCALIZAR-CODIGO-CURSO.

           IF WS-COD-CURSO-ALUNO = SPACES
             DISPLAY "O curso do aluno (" WS-CURSO-ALUNO ") não "
               "está no catálogo de cursos!"
             CLOSE ARQ-ALUNOS
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Aluno: " ALUNO-NOME.
           DISPLAY "Curso atual: " WS-COD-CURSO-ALUNO " - "
             WS-CURSO-ALUNO.

           DISPLAY "Informe o Código do Curso de Destino: "
             WITH NO ADVANCING.
           ACCEPT WS-CURSO-DESTINO.

           IF WS-CURSO-DESTINO = WS-COD-CURSO-ALUNO
             DISPLAY "O aluno já está nesse curso!"
             CLOSE ARQ-ALUNOS
             EXIT PARAGRAPH
           END-IF.

           PERFORM VALIDAR-CURSO-DESTINO.
           IF WS-CURSO-VALIDO NOT = 'S'
             CLOSE ARQ-ALUNOS
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Confirma a transferência para "
             WS-NOME-CURSO-DESTINO "? (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.

           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = 'S'
             DISPLAY "Operação cancelada!"
             CLOSE ARQ-ALUNOS
             EXIT PARAGRAPH
           END-IF.

      *    Aproveita as disciplinas equivalentes
           MOVE 0 TO WS-QTD-APROVEITADAS.
           MOVE 0 TO WS-QTD-JA-APROVEITADAS.
           MOVE 0 TO WS-QTD-NAO-APROVADAS.
           MOVE 0 TO WS-QTD-FORA-GRADE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT ARQ-EQUIVALENCIAS.

           IF WS-STATUS-EQV-OK
             OPEN INPUT ARQ-GRADE
             OPEN INPUT ARQ-RESULTADOS
             PERFORM ABRE-ARQ-APROVEITAMENTOS
             PERFORM APROVEITAR-EQUIVALENCIAS
             CLOSE ARQ-GRADE
             CLOSE ARQ-RESULTADOS
             CLOSE ARQ-APROVEITAMENTOS
             CLOSE ARQ-EQUIVALENCIAS
           ELSE
             DISPLAY "Nenhuma equivalência cadastrada; nada a "
               "aproveitar."
           END-IF.

      *    Troca o curso do aluno
           MOVE WS-NOME-CURSO-DESTINO TO ALUNO-CURSO.

           REWRITE REG-ALUNO
             INVALID KEY
               DISPLAY "Erro ao regravar o curso do aluno!"
               CLOSE ARQ-ALUNOS
               EXIT PARAGRAPH
           END-REWRITE.

           CLOSE ARQ-ALUNOS.

           DISPLAY "----------------------------------".
           DISPLAY "Aluno transferido para " WS-NOME-CURSO-DESTINO.
           DISPLAY "Disciplinas aproveitadas: " WS-QTD-APROVEITADAS.
           IF WS-QTD-JA-APROVEITADAS > 0
             DISPLAY "Já aproveitadas antes: " WS-QTD-JA-APROVEITADAS
           END-IF.
           IF WS-QTD-NAO-APROVADAS > 0
             DISPLAY "Equivalentes sem aprovação fechada: "
               WS-QTD-NAO-APROVADAS
           END-IF.
           IF WS-QTD-FORA-GRADE > 0
             DISPLAY "Equivalentes fora da grade atual do destino: "
               WS-QTD-FORA-GRADE
           END-IF.

           MOVE "TRANSFERENCIA" TO WS-ACAO-TRANSFERENCIA.
           MOVE WS-COD-CURSO-ALUNO TO WS-LOG-ORIGEM.
           MOVE WS-CURSO-DESTINO TO WS-LOG-DESTINO.
           PERFORM GRAVAR-TRANSFERENCIA.

      *    Percorre as equivalências do curso de origem do aluno que
      *    apontam para o curso de destino
       APROVEITAR-EQUIVALENCIAS.
           MOVE 'N' TO WS-EOF.

           MOVE WS-COD-CURSO-ALUNO TO EQV-CURSO-ORIGEM.
           MOVE LOW-VALUES TO EQV-DISC-ORIGEM.
           MOVE LOW-VALUES TO EQV-CURSO-DESTINO.
           MOVE LOW-VALUES TO EQV-DISC-DESTINO.

           START ARQ-EQUIVALENCIAS KEY IS NOT LESS THAN EQV-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-EQUIVALENCIAS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF EQV-CURSO-ORIGEM NOT = WS-COD-CURSO-ALUNO
                   MOVE 'S' TO WS-EOF
                 ELSE
                   IF EQV-CURSO-DESTINO = WS-CURSO-DESTINO
                     PERFORM APROVEITAR-DISCIPLINA
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

      *    Aproveita a equivalência corrente (REG-EQUIVALENCIA) se a
      *    disciplina de destino ainda está na grade e o aluno foi
      *    aprovado na de origem
       APROVEITAR-DISCIPLINA.
           MOVE WS-CURSO-DESTINO TO GRADE-CURSO.
           MOVE EQV-DISC-DESTINO TO GRADE-DISCIPLINA.

           READ ARQ-GRADE KEY IS GRADE-CHAVE
             INVALID KEY
               ADD 1 TO WS-QTD-FORA-GRADE
               EXIT PARAGRAPH
           END-READ.

           PERFORM CONFERIR-APROVACAO-ORIGEM.
           IF WS-APROVADO NOT = 'S'
             ADD 1 TO WS-QTD-NAO-APROVADAS
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-MATRICULA TO APR-MATRICULA.
           MOVE EQV-DISC-DESTINO TO APR-DISCIPLINA.
           SET APR-INTERNO TO TRUE.
           MOVE EQV-DISC-ORIGEM TO APR-DISC-ORIGEM.
           MOVE WS-PERIODO-APROVACAO TO APR-PERIODO-ORIGEM.
           MOVE WS-COD-CURSO-ALUNO TO APR-CURSO-ORIGEM.
           MOVE SPACES TO APR-INSTITUICAO.
           MOVE WS-NOTA-APROVACAO TO APR-NOTA.
           MOVE WS-DATA-HOJE TO APR-DATA.
           MOVE WS-USUARIO-LOGIN TO APR-OPERADOR.

           WRITE REG-APROVEITAMENTO
             INVALID KEY
               ADD 1 TO WS-QTD-JA-APROVEITADAS
             NOT INVALID KEY
               ADD 1 TO WS-QTD-APROVEITADAS
               DISPLAY "  Aproveitada: " EQV-DISC-DESTINO " <= "
                 EQV-DISC-ORIGEM " (" WS-PERIODO-APROVACAO ")"
           END-WRITE.

      *    Procura a aprovação fechada do aluno na disciplina de
      *    origem (resultados.idx); se ela mesma já tinha sido
      *    aproveitada de uma transferência anterior, vale a origem
      *    daquele aproveitamento
       CONFERIR-APROVACAO-ORIGEM.
           MOVE 'N' TO WS-APROVADO.
           MOVE SPACES TO WS-PERIODO-APROVACAO.
           MOVE 0 TO WS-NOTA-APROVACAO.

           IF WS-STATUS-RES-OK
             MOVE WS-MATRICULA TO RES-MATRICULA
             MOVE EQV-DISC-ORIGEM TO RES-DISCIPLINA
             MOVE LOW-VALUES TO RES-PERIODO
             MOVE 'N' TO WS-EOF-RES

             START ARQ-RESULTADOS KEY IS NOT LESS THAN RES-CHAVE
               INVALID KEY
                 MOVE 'S' TO WS-EOF-RES
             END-START

             PERFORM UNTIL WS-EOF-RES = 'S'
               READ ARQ-RESULTADOS NEXT RECORD
                 AT END
                   MOVE 'S' TO WS-EOF-RES

                 NOT AT END
                   IF RES-MATRICULA NOT = WS-MATRICULA
                     OR RES-DISCIPLINA NOT = EQV-DISC-ORIGEM
                     MOVE 'S' TO WS-EOF-RES
                   ELSE
                     IF RES-SITUACAO = "APROVADO"
                       MOVE 'S' TO WS-APROVADO
                       MOVE RES-PERIODO TO WS-PERIODO-APROVACAO
                       MOVE RES-NOTA-FINAL TO WS-NOTA-APROVACAO
                       MOVE 'S' TO WS-EOF-RES
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
           END-IF.

           IF WS-APROVADO = 'S'
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-MATRICULA TO APR-MATRICULA.
           MOVE EQV-DISC-ORIGEM TO APR-DISCIPLINA.

           READ ARQ-APROVEITAMENTOS KEY IS APR-CHAVE
             NOT INVALID KEY
               MOVE 'S' TO WS-APROVADO
               MOVE APR-PERIODO-ORIGEM TO WS-PERIODO-APROVACAO
               MOVE APR-NOTA TO WS-NOTA-APROVACAO
           END-READ.

      *    Lança o aproveitamento de uma disciplina cursada em outra
      *    instituição, na disciplina equivalente da grade do curso
      *    do aluno
       APROVEITAR-EXTERNO.
           DISPLAY "----------------------------------".
           DISPLAY " APROVEITAMENTO DE OUTRA INSTITUIÇÃO".
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

           IF NOT ALUNO-ATIVO
             DISPLAY "Só aluno ativo recebe aproveitamento!"
             EXIT PARAGRAPH
           END-IF.

           MOVE ALUNO-CURSO TO WS-CURSO-ALUNO.
           PERFORM LOCALIZAR-CODIGO-CURSO.

           IF WS-COD-CURSO-ALUNO = SPACES
             DISPLAY "O curso do aluno (" WS-CURSO-ALUNO ") não "
               "está no catálogo de cursos!"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Aluno: " ALUNO-NOME.
           DISPLAY "Curso: " WS-COD-CURSO-ALUNO " - " WS-CURSO-ALUNO.

           DISPLAY "Informe a Instituição de Origem: "
             WITH NO ADVANCING.
           ACCEPT WS-INSTITUICAO.

           IF WS-INSTITUICAO = SPACES
             DISPLAY "Informe a instituição de origem!"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe a Disciplina Cursada na Origem: "
             WITH NO ADVANCING.
           ACCEPT WS-DISC-ORIGEM.

           DISPLAY "Informe o Período Cursado (ex.: 2025-2): "
             WITH NO ADVANCING.
           ACCEPT WS-PERIODO.

           PERFORM VALIDAR-PERIODO.
           IF WS-PERIODO-VALIDO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe a Nota Final na Origem (ex.: 07.50): "
             WITH NO ADVANCING.
           ACCEPT WS-NOTA.

           IF WS-NOTA < 6.00 OR WS-NOTA > 10.00
             DISPLAY "Só disciplina aprovada (nota de 6.00 a 10.00) "
               "é aproveitada!"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe a Disciplina Equivalente na Grade: "
             WITH NO ADVANCING.
           ACCEPT WS-DISC-DESTINO.

           MOVE WS-COD-CURSO-ALUNO TO GRADE-CURSO.
           MOVE WS-DISC-DESTINO TO GRADE-DISCIPLINA.
           PERFORM CONFERIR-NA-GRADE.
           IF WS-NA-GRADE NOT = 'S'
             DISPLAY "Disciplina não está na grade do curso "
               WS-COD-CURSO-ALUNO "!"
             EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM ABRE-ARQ-APROVEITAMENTOS.

           MOVE WS-MATRICULA TO APR-MATRICULA.
           MOVE WS-DISC-DESTINO TO APR-DISCIPLINA.
           SET APR-EXTERNO TO TRUE.
           MOVE WS-DISC-ORIGEM TO APR-DISC-ORIGEM.
           MOVE WS-PERIODO TO APR-PERIODO-ORIGEM.
           MOVE SPACES TO APR-CURSO-ORIGEM.
           MOVE WS-INSTITUICAO TO APR-INSTITUICAO.
           MOVE WS-NOTA TO APR-NOTA.
           MOVE WS-DATA-HOJE TO APR-DATA.
           MOVE WS-USUARIO-LOGIN TO APR-OPERADOR.

           WRITE REG-APROVEITAMENTO
             INVALID KEY
               DISPLAY "Essa disciplina já foi aproveitada!"
               CLOSE ARQ-APROVEITAMENTOS
               EXIT PARAGRAPH
             NOT INVALID KEY
               DISPLAY "Sucesso! Aproveitamento registrado!"
           END-WRITE.

           CLOSE ARQ-APROVEITAMENTOS.

           MOVE 1 TO WS-QTD-APROVEITADAS.
           MOVE "APROV-EXTERNO" TO WS-ACAO-TRANSFERENCIA.
           MOVE WS-INSTITUICAO TO WS-LOG-ORIGEM.
           MOVE WS-COD-CURSO-ALUNO TO WS-LOG-DESTINO.
           PERFORM GRAVAR-TRANSFERENCIA.

      *    Lista as disciplinas aproveitadas do aluno, com a origem
       LISTAR-APROVEITAMENTOS.
           DISPLAY "----------------------------------".
           DISPLAY " APROVEITAMENTOS DO ALUNO".
           DISPLAY "----------------------------------".

           DISPLAY "Informe a Matrícula do Aluno: " WITH NO ADVANCING.
           ACCEPT WS-MATRICULA.

           OPEN INPUT ARQ-APROVEITAMENTOS.

           IF NOT WS-STATUS-APR-OK
             DISPLAY "Nenhum aproveitamento registrado ainda."
             EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-CONTADOR.
           MOVE 'N' TO WS-EOF.

           MOVE WS-MATRICULA TO APR-MATRICULA.
           MOVE LOW-VALUES TO APR-DISCIPLINA.

           START ARQ-APROVEITAMENTOS KEY IS NOT LESS THAN APR-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-APROVEITAMENTOS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF APR-MATRICULA NOT = WS-MATRICULA
                   MOVE 'S' TO WS-EOF
                 ELSE
                   ADD 1 TO WS-CONTADOR
                   DISPLAY APR-DISCIPLINA " Nota: " APR-NOTA
                     "  APROVEITADA em " APR-DATA
                   IF APR-EXTERNO
                     DISPLAY "  Origem: " APR-DISC-ORIGEM " ("
                       APR-PERIODO-ORIGEM ") - "
                       FUNCTION TRIM(APR-INSTITUICAO)
                   ELSE
                     DISPLAY "  Origem: " APR-DISC-ORIGEM " ("
                       APR-PERIODO-ORIGEM ") - curso "
                       APR-CURSO-ORIGEM
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-APROVEITAMENTOS.

           IF WS-CONTADOR = 0
             DISPLAY "Aluno sem disciplinas aproveitadas."
           END-IF.

      *    Confere se GRADE-CHAVE (curso e disciplina já movidos)
      *    existe na grade curricular
       CONFERIR-NA-GRADE.
           MOVE 'N' TO WS-NA-GRADE.

           OPEN INPUT ARQ-GRADE.

           IF NOT WS-STATUS-GRD-OK
             EXIT PARAGRAPH
           END-IF.

           READ ARQ-GRADE KEY IS GRADE-CHAVE
             NOT INVALID KEY
               MOVE 'S' TO WS-NA-GRADE
           END-READ.

           CLOSE ARQ-GRADE.

      *    O curso de destino precisa existir e estar ativo no
      *    catálogo; o nome oficial dele vai para o cadastro do aluno
       VALIDAR-CURSO-DESTINO.
           MOVE 'N' TO WS-CURSO-VALIDO.

           OPEN INPUT ARQ-CURSOS.

           IF WS-STATUS-CURSO-FILE-NOT-FOUND
             DISPLAY "Catálogo de cursos não encontrado. Cadastre os "
               "cursos no Catálogo de Cursos primeiro!"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CURSO-DESTINO TO CURSO-CODIGO.

           READ ARQ-CURSOS KEY IS CURSO-CODIGO
             INVALID KEY
               DISPLAY "Curso não existe no catálogo!"

             NOT INVALID KEY
               IF CURSO-INATIVO
                 DISPLAY "Curso está inativo no catálogo!"
               ELSE
                 MOVE 'S' TO WS-CURSO-VALIDO
                 MOVE CURSO-NOME TO WS-NOME-CURSO-DESTINO
               END-IF
           END-READ.

           CLOSE ARQ-CURSOS.

      *    Localiza o código do curso do aluno no catálogo pelo nome
      *    oficial gravado no cadastro (WS-CURSO-ALUNO)
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
                 IF CURSO-NOME = WS-CURSO-ALUNO
                   MOVE CURSO-CODIGO TO WS-COD-CURSO-ALUNO
                   MOVE 'S' TO WS-EOF-CURSO
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-CURSOS.

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

      *    Grava a linha da transferência (ou do aproveitamento
      *    externo) em transferencias-curso.log
       GRAVAR-TRANSFERENCIA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.

           PERFORM ABRE-LOG-TRANSFERENCIAS.

           MOVE SPACES TO WS-NOVA-LINHA-TRF.
           STRING
             WS-DATA-HOJE           DELIMITED BY SIZE
             ";"                    DELIMITED BY SIZE
             WS-HORA-AGORA          DELIMITED BY SIZE
             ";"                    DELIMITED BY SIZE
             WS-ACAO-TRANSFERENCIA  DELIMITED BY SPACE
             ";"                    DELIMITED BY SIZE
             WS-MATRICULA           DELIMITED BY SIZE
             ";"                    DELIMITED BY SIZE
             WS-LOG-ORIGEM          DELIMITED BY SIZE
             ";"                    DELIMITED BY SIZE
             WS-LOG-DESTINO         DELIMITED BY SIZE
             ";"                    DELIMITED BY SIZE
             WS-QTD-APROVEITADAS    DELIMITED BY SIZE
             ";"                    DELIMITED BY SIZE
             WS-USUARIO-LOGIN       DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-TRF
           END-STRING.

           MOVE WS-NOVA-LINHA-TRF TO LINHA-TRANSFERENCIA.
           WRITE LINHA-TRANSFERENCIA.
           CLOSE LOG-TRANSFERENCIAS.

       ABRE-LOG-TRANSFERENCIAS.
           OPEN EXTEND LOG-TRANSFERENCIAS.

      *    Caso o arquivo não exista (status 35), cria
           IF WS-STATUS-TRF-FILE-NOT-FOUND
             OPEN OUTPUT LOG-TRANSFERENCIAS
             CLOSE LOG-TRANSFERENCIAS
             PERFORM ABRE-LOG-TRANSFERENCIAS
           END-IF.

       ABRE-ARQ-EQUIVALENCIAS.
           OPEN I-O ARQ-EQUIVALENCIAS.

      *    Caso o arquivo não exista (status 35), cria
           IF WS-STATUS-EQV-FILE-NOT-FOUND
             OPEN OUTPUT ARQ-EQUIVALENCIAS
             CLOSE ARQ-EQUIVALENCIAS
             PERFORM ABRE-ARQ-EQUIVALENCIAS
           END-IF.

       ABRE-ARQ-APROVEITAMENTOS.
           OPEN I-O ARQ-APROVEITAMENTOS.

      *    Caso o arquivo não exista (status 35), cria
           IF WS-STATUS-APR-FILE-NOT-FOUND
             OPEN OUTPUT ARQ-APROVEITAMENTOS
             CLOSE ARQ-APROVEITAMENTOS
             PERFORM ABRE-ARQ-APROVEITAMENTOS
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

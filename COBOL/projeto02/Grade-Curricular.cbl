           AUTHOR. Mauricio Rodrigues.

      *    Grade curricular por curso: as disciplinas obrigatórias
      *    para concluir cada curso, com o semestre sugerido, os
      *    pré-requisitos entre elas, e a auditoria de elegibilidade
      *    que compara as aprovações do aluno em notas.idx contra a
      *    grade, lista o que falta e aponta as matrículas feitas sem
      *    o pré-requisito cumprido

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             FILE STATUS IS WS-STATUS-DISC
             RECORD KEY IS DISC-CHAVE.

      *    Pré-requisitos por curso e disciplina: uma linha por
      *    disciplina exigida, cursada antes (P) ou, no caso do
      *    co-requisito (C), até no mesmo período; conferido pelo
      *    Gestao-Notas na matrícula
           SELECT ARQ-PREREQUISITOS ASSIGN TO "prerequisitos.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-PRE
             RECORD KEY IS PREREQ-CHAVE.

      *    Matrículas em disciplinas (Gestao-Notas), para a auditoria
      *    dos pré-requisitos
           SELECT ARQ-MATRICULAS ASSIGN TO "matriculas-disciplinas.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-MAT
             RECORD KEY IS MAT-CHAVE.

      *    Resultados definitivos gravados pelo Fechamento-Periodo
           SELECT ARQ-RESULTADOS ASSIGN TO "resultados.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-RES
             RECORD KEY IS RES-CHAVE.

      *    Liberações da coordenação (Gestao-Notas), onde ficam as
      *    exceções de pré-requisito autorizadas
      *    Máscara: <data>;<periodo>;<acao>;<chave>;<coordenador>
           SELECT LOG-LIBERACOES ASSIGN TO "liberacoes-fechamento.log"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LIB.

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
       FD ARQ-GRADE.
               10 DISC-MATRICULA     PIC X(08).
               10 DISC-NOME          PIC X(20).

       FD ARQ-PREREQUISITOS.
       01 REG-PREREQUISITO.
           05 PREREQ-CHAVE.
               10 PREREQ-CURSO       PIC X(05).
               10 PREREQ-DISCIPLINA  PIC X(20).
               10 PREREQ-REQUISITO   PIC X(20).
           05 PREREQ-TIPO            PIC X(01).
               88 PREREQ-ANTERIOR    VALUE 'P'.
               88 PREREQ-CORREQUISITO VALUE 'C'.

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

       FD LOG-LIBERACOES.
       01 LINHA-LIBERACAO            PIC X(90).

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
      *    via copybook (ex.: WS-STATUS-GRD-FILE-NOT-FOUND)
                          WS-STATUS-DISC-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-DISC.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-PRE-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-PRE-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-PRE-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-PRE-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-PRE-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-PRE-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-PRE.
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
                          WS-STATUS-LIB-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-LIB-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-LIB-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-LIB-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-LIB-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-LIB-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-LIB.
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

       01 WS-OPCAO                   PIC X(01).
       01 WS-EOF                     PIC X(01).
       01 WS-QTD-PENDENTES           PIC 9(02).
       01 WS-QTD-EXIGIDAS            PIC 9(02).

      * Variáveis dos pré-requisitos e da auditoria deles
       01 WS-REQUISITO               PIC X(20).
       01 WS-TIPO-REQUISITO          PIC X(01).
       01 WS-NA-GRADE                PIC X(01).
       01 WS-EOF-PRE                 PIC X(01).
       01 WS-EOF-MAT                 PIC X(01).
       01 WS-EOF-RES                 PIC X(01).
       01 WS-EOF-LIB                 PIC X(01).
       01 WS-REQUISITO-CUMPRIDO      PIC X(01).
       01 WS-EXCECAO-AUTORIZADA      PIC X(01).
       01 WS-QTD-VIOLACOES           PIC 9(03).
       01 WS-AUD-DISCIPLINA          PIC X(20).
       01 WS-AUD-PERIODO             PIC X(06).
       01 WS-CHAVE-LIBERACAO         PIC X(29).
       01 WS-LINHA-LIB-LIDA          PIC X(90).
       01 WS-LIB-DATA-X              PIC X(08).
       01 WS-LIB-PERIODO-X           PIC X(06).
       01 WS-LIB-ACAO-X              PIC X(12).
       01 WS-LIB-CHAVE-X             PIC X(29).
       01 WS-LIB-COORDENADOR-X       PIC X(30).
       01 WS-COORDENADOR-EXCECAO     PIC X(30).

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
                                     VALUE "GRADE-CURRICULAR".
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
                 PERFORM LISTAR-GRADE
               WHEN 4
                 PERFORM AUDITORIA-ELEGIBILIDADE
               WHEN 5
                 PERFORM INCLUIR-PRE-REQUISITO
               WHEN 6
                 PERFORM EXCLUIR-PRE-REQUISITO
               WHEN 7
                 PERFORM LISTAR-PRE-REQUISITOS
               WHEN OTHER
                 DISPLAY "Opção inválida!"
             END-EVALUATE
           DISPLAY " 2 - Excluir Disciplina da Grade".
           DISPLAY " 3 - Listar Grade de um Curso".
           DISPLAY " 4 - Auditoria de Elegibilidade".
           DISPLAY " 5 - Incluir Pré-requisito".
           DISPLAY " 6 - Excluir Pré-requisito".
           DISPLAY " 7 - Listar Pré-requisitos de um Curso".
           DISPLAY " 0 - Sair".
           DISPLAY "----------------------------------".

                 ELSE
                   ADD 1 TO WS-QTD-EXIGIDAS
                   PERFORM CONFERIR-APROVACAO
                   IF WS-APROVADO NOT = 'S'
                     MOVE GRADE-DISCIPLINA TO WS-DISC-APROVEITAMENTO
                     PERFORM CONFERIR-APROVEITAMENTO
                     MOVE WS-APROVEITADA TO WS-APROVADO
                     IF WS-APROVADO = 'S'
                       DISPLAY "  APROVEITADA: " GRADE-DISCIPLINA
                     END-IF
                   END-IF
                   IF WS-APROVADO NOT = 'S'
                     ADD 1 TO WS-QTD-PENDENTES
                     DISPLAY "  FALTA: " GRADE-DISCIPLINA
                 WS-QTD-EXIGIDAS " disciplinas da grade."
             END-IF
           END-IF.

           PERFORM AUDITAR-PRE-REQUISITOS.
           DISPLAY " ".

      *    Inclui (ou altera o tipo de) um pré-requisito de uma
      *    disciplina da grade do curso; a disciplina exigida também
      *    precisa estar na grade
       INCLUIR-PRE-REQUISITO.
           DISPLAY "----------------------------------".
           DISPLAY " INCLUIR PRÉ-REQUISITO".
           DISPLAY "----------------------------------".

           DISPLAY "Informe o Código do Curso: " WITH NO ADVANCING.
           ACCEPT WS-CURSO.

           PERFORM VALIDAR-CURSO.
           IF WS-CURSO-VALIDO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe a Disciplina: " WITH NO ADVANCING.
           ACCEPT WS-DISCIPLINA.

           MOVE WS-DISCIPLINA TO WS-AUD-DISCIPLINA.
           PERFORM CONFERIR-NA-GRADE.
           IF WS-NA-GRADE NOT = 'S'
             DISPLAY "Disciplina não está na grade desse curso!"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe a Disciplina exigida: " WITH NO ADVANCING.
           ACCEPT WS-REQUISITO.

           IF WS-REQUISITO = WS-DISCIPLINA
             DISPLAY "A disciplina não pode ser pré-requisito dela "
               "mesma!"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-REQUISITO TO WS-AUD-DISCIPLINA.
           PERFORM CONFERIR-NA-GRADE.
           IF WS-NA-GRADE NOT = 'S'
             DISPLAY "Disciplina exigida não está na grade desse "
               "curso!"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Tipo (P = pré-requisito, C = co-requisito): "
             WITH NO ADVANCING.
           ACCEPT WS-TIPO-REQUISITO.
           MOVE FUNCTION UPPER-CASE(WS-TIPO-REQUISITO)
             TO WS-TIPO-REQUISITO.

           IF WS-TIPO-REQUISITO NOT = 'P'
             AND WS-TIPO-REQUISITO NOT = 'C'
             DISPLAY "Tipo inválido! Use P ou C."
             EXIT PARAGRAPH
           END-IF.

           PERFORM ABRE-ARQ-PREREQUISITOS.

           MOVE WS-CURSO TO PREREQ-CURSO.
           MOVE WS-DISCIPLINA TO PREREQ-DISCIPLINA.
           MOVE WS-REQUISITO TO PREREQ-REQUISITO.
           MOVE WS-TIPO-REQUISITO TO PREREQ-TIPO.

           WRITE REG-PREREQUISITO
             INVALID KEY
               REWRITE REG-PREREQUISITO
               DISPLAY "Pré-requisito já existia; tipo atualizado!"
             NOT INVALID KEY
               DISPLAY "Pré-requisito incluído!"
           END-WRITE.

           CLOSE ARQ-PREREQUISITOS.

       EXCLUIR-PRE-REQUISITO.
           DISPLAY "----------------------------------".
           DISPLAY " EXCLUIR PRÉ-REQUISITO".
           DISPLAY "----------------------------------".

           DISPLAY "Informe o Código do Curso: " WITH NO ADVANCING.
           ACCEPT WS-CURSO.

           DISPLAY "Informe a Disciplina: " WITH NO ADVANCING.
           ACCEPT WS-DISCIPLINA.

           DISPLAY "Informe a Disciplina exigida: " WITH NO ADVANCING.
           ACCEPT WS-REQUISITO.

           PERFORM ABRE-ARQ-PREREQUISITOS.

           MOVE WS-CURSO TO PREREQ-CURSO.
           MOVE WS-DISCIPLINA TO PREREQ-DISCIPLINA.
           MOVE WS-REQUISITO TO PREREQ-REQUISITO.

           READ ARQ-PREREQUISITOS KEY IS PREREQ-CHAVE
             INVALID KEY
               DISPLAY "Pré-requisito não cadastrado!"

             NOT INVALID KEY
               DELETE ARQ-PREREQUISITOS
               DISPLAY "Pré-requisito excluído!"
           END-READ.

           CLOSE ARQ-PREREQUISITOS.

       LISTAR-PRE-REQUISITOS.
           DISPLAY "----------------------------------".
           DISPLAY " LISTAR PRÉ-REQUISITOS DE CURSO".
           DISPLAY "----------------------------------".

           DISPLAY "Informe o Código do Curso: " WITH NO ADVANCING.
           ACCEPT WS-CURSO.

           PERFORM VALIDAR-CURSO.
           IF WS-CURSO-VALIDO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Pré-requisitos de " WS-NOME-CURSO ":".

           MOVE 0 TO WS-CONTADOR.
           MOVE 'N' TO WS-EOF.

           PERFORM ABRE-ARQ-PREREQUISITOS.

           MOVE WS-CURSO TO PREREQ-CURSO.
           MOVE LOW-VALUES TO PREREQ-DISCIPLINA.
           MOVE LOW-VALUES TO PREREQ-REQUISITO.

           START ARQ-PREREQUISITOS KEY IS NOT LESS THAN PREREQ-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-PREREQUISITOS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF PREREQ-CURSO NOT = WS-CURSO
                   MOVE 'S' TO WS-EOF
                 ELSE
                   ADD 1 TO WS-CONTADOR
                   IF PREREQ-CORREQUISITO
                     DISPLAY "  " PREREQ-DISCIPLINA " exige "
                       PREREQ-REQUISITO " (co-requisito)"
                   ELSE
                     DISPLAY "  " PREREQ-DISCIPLINA " exige "
                       PREREQ-REQUISITO
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-PREREQUISITOS.

           IF WS-CONTADOR = 0
             DISPLAY "Nenhum pré-requisito cadastrado nesse curso."
           END-IF.
           DISPLAY " ".

      *    Confere se WS-AUD-DISCIPLINA está na grade do curso
      *    WS-CURSO
       CONFERIR-NA-GRADE.
           MOVE 'N' TO WS-NA-GRADE.

           PERFORM ABRE-ARQ-GRADE.

           MOVE WS-CURSO TO GRADE-CURSO.
           MOVE WS-AUD-DISCIPLINA TO GRADE-DISCIPLINA.

           READ ARQ-GRADE KEY IS GRADE-CHAVE
             NOT INVALID KEY
               MOVE 'S' TO WS-NA-GRADE
           END-READ.

           CLOSE ARQ-GRADE.

      *    Percorre as matrículas do aluno e, para cada uma, confere
      *    os pré-requisitos da disciplina no curso dele: exigido
      *    (P) aprovado num período anterior, ou co-requisito (C)
      *    aprovado antes ou matriculado no mesmo período. A
      *    violação sai com a exceção da coordenação, quando houve
       AUDITAR-PRE-REQUISITOS.
           MOVE 0 TO WS-QTD-VIOLACOES.

           OPEN INPUT ARQ-PREREQUISITOS.
           IF WS-STATUS-PRE-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ARQ-MATRICULAS.
           IF WS-STATUS-MAT-FILE-NOT-FOUND
             CLOSE ARQ-PREREQUISITOS
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ARQ-RESULTADOS.

           DISPLAY "----------------------------------".
           DISPLAY "Pré-requisitos das matrículas:".

           MOVE WS-MATRICULA TO MAT-MATRICULA.
           MOVE LOW-VALUES TO MAT-DISCIPLINA.
           MOVE LOW-VALUES TO MAT-PERIODO.
           MOVE 'N' TO WS-EOF-MAT.

           START ARQ-MATRICULAS KEY IS NOT LESS THAN MAT-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF-MAT
           END-START.

           PERFORM UNTIL WS-EOF-MAT = 'S'
             READ ARQ-MATRICULAS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-MAT

               NOT AT END
                 IF MAT-MATRICULA NOT = WS-MATRICULA
                   MOVE 'S' TO WS-EOF-MAT
                 ELSE
                   MOVE MAT-DISCIPLINA TO WS-AUD-DISCIPLINA
                   MOVE MAT-PERIODO TO WS-AUD-PERIODO
                   PERFORM AUDITAR-MATRICULA
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-PREREQUISITOS.
           CLOSE ARQ-MATRICULAS.
           IF NOT WS-STATUS-RES-FILE-NOT-FOUND
             CLOSE ARQ-RESULTADOS
           END-IF.

           IF WS-QTD-VIOLACOES = 0
             DISPLAY "  Nenhuma matrícula sem pré-requisito."
           ELSE
             DISPLAY "  Matrículas sem pré-requisito: "
               WS-QTD-VIOLACOES
           END-IF.

      *    Confere os pré-requisitos da matrícula corrente
      *    (WS-AUD-DISCIPLINA no período WS-AUD-PERIODO)
       AUDITAR-MATRICULA.
           MOVE WS-COD-CURSO-ALUNO TO PREREQ-CURSO.
           MOVE WS-AUD-DISCIPLINA TO PREREQ-DISCIPLINA.
           MOVE LOW-VALUES TO PREREQ-REQUISITO.
           MOVE 'N' TO WS-EOF-PRE.

           START ARQ-PREREQUISITOS KEY IS NOT LESS THAN PREREQ-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF-PRE
           END-START.

           PERFORM UNTIL WS-EOF-PRE = 'S'
             READ ARQ-PREREQUISITOS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-PRE

               NOT AT END
                 IF PREREQ-CURSO NOT = WS-COD-CURSO-ALUNO
                   OR PREREQ-DISCIPLINA NOT = WS-AUD-DISCIPLINA
                   MOVE 'S' TO WS-EOF-PRE
                 ELSE
                   PERFORM CONFERIR-REQUISITO
                   IF WS-REQUISITO-CUMPRIDO NOT = 'S'
                     ADD 1 TO WS-QTD-VIOLACOES
                     PERFORM PROCURAR-EXCECAO
                     DISPLAY "  VIOLAÇÃO: " WS-AUD-DISCIPLINA
                       " (" WS-AUD-PERIODO ") sem " PREREQ-REQUISITO
                     IF WS-EXCECAO-AUTORIZADA = 'S'
                       DISPLAY "    exceção autorizada por "
                         WS-COORDENADOR-EXCECAO
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

      *    Confere o requisito corrente (REG-PREREQUISITO) para a
      *    matrícula em WS-AUD-PERIODO: aprovação definitiva em
      *    período anterior e, no co-requisito, também a matrícula
      *    no mesmo período
       CONFERIR-REQUISITO.
           MOVE 'N' TO WS-REQUISITO-CUMPRIDO.

           IF NOT WS-STATUS-RES-FILE-NOT-FOUND
             MOVE WS-MATRICULA TO RES-MATRICULA
             MOVE PREREQ-REQUISITO TO RES-DISCIPLINA
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
                     OR RES-DISCIPLINA NOT = PREREQ-REQUISITO
                     OR RES-PERIODO NOT < WS-AUD-PERIODO
                     MOVE 'S' TO WS-EOF-RES
                   ELSE
                     IF RES-SITUACAO = "APROVADO"
                       MOVE 'S' TO WS-REQUISITO-CUMPRIDO
                       MOVE 'S' TO WS-EOF-RES
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
           END-IF.

      *    Requisito aproveitado de outro curso vale como aprovado
           IF WS-REQUISITO-CUMPRIDO NOT = 'S'
             MOVE PREREQ-REQUISITO TO WS-DISC-APROVEITAMENTO
             PERFORM CONFERIR-APROVEITAMENTO
             MOVE WS-APROVEITADA TO WS-REQUISITO-CUMPRIDO
           END-IF.

      *    O co-requisito também vale cursado no mesmo período; a
      *    leitura direta não mexe na posição da varredura das
      *    matrículas, que é retomada pela chave guardada
           IF WS-REQUISITO-CUMPRIDO NOT = 'S'
             AND PREREQ-CORREQUISITO
             MOVE WS-MATRICULA TO MAT-MATRICULA
             MOVE PREREQ-REQUISITO TO MAT-DISCIPLINA
             MOVE WS-AUD-PERIODO TO MAT-PERIODO
             READ ARQ-MATRICULAS KEY IS MAT-CHAVE
               NOT INVALID KEY
                 MOVE 'S' TO WS-REQUISITO-CUMPRIDO
             END-READ
             PERFORM RETOMAR-MATRICULAS
           END-IF.

      *    Reposiciona a varredura das matrículas do aluno logo
      *    depois da matrícula auditada
       RETOMAR-MATRICULAS.
           MOVE WS-MATRICULA TO MAT-MATRICULA.
           MOVE WS-AUD-DISCIPLINA TO MAT-DISCIPLINA.
           MOVE WS-AUD-PERIODO TO MAT-PERIODO.

           START ARQ-MATRICULAS KEY IS GREATER THAN MAT-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF-MAT
           END-START.

      *    Procura no log de liberações a exceção de pré-requisito
      *    dada pela coordenação à matrícula auditada
       PROCURAR-EXCECAO.
           MOVE 'N' TO WS-EXCECAO-AUTORIZADA.
           MOVE SPACES TO WS-COORDENADOR-EXCECAO.
           MOVE 'N' TO WS-EOF-LIB.

           MOVE SPACES TO WS-CHAVE-LIBERACAO.
           STRING
             WS-MATRICULA           DELIMITED BY SIZE
             "/"                    DELIMITED BY SIZE
             WS-AUD-DISCIPLINA      DELIMITED BY SIZE
             INTO WS-CHAVE-LIBERACAO
           END-STRING.

           OPEN INPUT LOG-LIBERACOES.
           IF WS-STATUS-LIB-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-LIB = 'S'
             READ LOG-LIBERACOES INTO WS-LINHA-LIB-LIDA
               AT END
                 MOVE 'S' TO WS-EOF-LIB

               NOT AT END
                 MOVE SPACES TO WS-LIB-DATA-X WS-LIB-PERIODO-X
                   WS-LIB-ACAO-X WS-LIB-CHAVE-X WS-LIB-COORDENADOR-X
                 UNSTRING WS-LINHA-LIB-LIDA DELIMITED BY ";"
                   INTO WS-LIB-DATA-X, WS-LIB-PERIODO-X,
                     WS-LIB-ACAO-X, WS-LIB-CHAVE-X,
                     WS-LIB-COORDENADOR-X
                 END-UNSTRING
                 IF WS-LIB-ACAO-X = "PREREQUISITO"
                   AND WS-LIB-PERIODO-X = WS-AUD-PERIODO
                   AND WS-LIB-CHAVE-X = WS-CHAVE-LIBERACAO
                   MOVE 'S' TO WS-EXCECAO-AUTORIZADA
                   MOVE WS-LIB-COORDENADOR-X
                     TO WS-COORDENADOR-EXCECAO
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE LOG-LIBERACOES.

      *    Confere se o aluno tem aprovação (nota final >= 6.00,
      *    considerando a recuperação) na disciplina corrente da
      *    grade (GRADE-DISCIPLINA), em qualquer período
             CLOSE ARQ-GRADE
             PERFORM ABRE-ARQ-GRADE
           END-IF.

       ABRE-ARQ-PREREQUISITOS.
           OPEN I-O ARQ-PREREQUISITOS.

      *    Caso o arquivo não exista (status 35), cria
           IF WS-STATUS-PRE-FILE-NOT-FOUND
             OPEN OUTPUT ARQ-PREREQUISITOS
             CLOSE ARQ-PREREQUISITOS
             PERFORM ABRE-ARQ-PREREQUISITOS
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

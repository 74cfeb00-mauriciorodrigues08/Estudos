      *    Histórico escolar completo de um aluno: todas as
      *    disciplinas cursadas em todos os períodos letivos, com a
      *    nota, a recuperação quando houve, o percentual de
      *    frequência e a situação final de cada uma, mais as
      *    disciplinas aproveitadas de outro curso ou instituição; o
      *    documento sai no terminal e num arquivo pronto para
      *    impressão
      *    (historico-<matricula>.txt)

       ENVIRONMENT DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-DOC.

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
      *    Mesmo layout de REG-ALUNO em Gestao-Alunos.cbl,
       FD ARQ-DOCUMENTO.
       01 LINHA-DOCUMENTO            PIC X(80).

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
                          WS-STATUS-DOC-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-DOC.
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

       01 WS-EOF                     PIC X(01).
       01 WS-CONTADOR                PIC 9(03).
       01 WS-ACHOU-PER               PIC X(01).
       01 WS-PERIODO-CORRENTE        PIC X(06).

      * Seção de aproveitamento de estudos
       01 WS-EOF-APR                 PIC X(01).
       01 WS-QTD-APROVEITADAS        PIC 9(03).

      * Variáveis da nota corrente no documento
       01 WS-NOTA-FINAL              PIC 9(02)V99.
       01 WS-SITUACAO                PIC X(22).
       01 WS-DIA-CHAMADA             PIC 9(02).
       01 WS-SEMESTRE-CHAMADA        PIC 9(01).

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
                                     VALUE "HISTORICO-ESCOLAR".
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
           DISPLAY " HISTÓRICO ESCOLAR".
           DISPLAY "----------------------------------".
           DISPLAY "Informe a Matrícula do Aluno: " WITH NO ADVANCING.
           ACCEPT WS-MATRICULA.

      *    Registra a execução com os parâmetros informados
           MOVE SPACES TO WS-ACAO-ACESSO.
           STRING
             "HISTORICO "          DELIMITED BY SIZE
             WS-MATRICULA          DELIMITED BY SIZE
             INTO WS-ACAO-ACESSO
           END-STRING.
           PERFORM REGISTRAR-ACESSO.

      *    Busca o aluno no cadastro
           OPEN INPUT ARQ-ALUNOS.

             VARYING WS-IDX-PER FROM 1 BY 1
             UNTIL WS-IDX-PER > WS-QTD-PERIODOS.

      *    Disciplinas aproveitadas de outro curso ou de outra
      *    instituição saem numa seção própria, com a origem
           PERFORM EMITIR-APROVEITAMENTOS.

           MOVE "==============================================="
             TO WS-TEXTO.
           PERFORM EMITIR-LINHA.
             MOVE WS-PER-AUX TO WS-PER-VALOR(WS-IDX-PER2 + 1)
           END-IF.

      *    Emite a seção de aproveitamento de estudos: cada
      *    disciplina da grade aproveitada, com a nota e a disciplina
      *    e o período de origem (curso da casa ou outra instituição)
       EMITIR-APROVEITAMENTOS.
           MOVE 0 TO WS-QTD-APROVEITADAS.
           MOVE 'N' TO WS-EOF-APR.

           OPEN INPUT ARQ-APROVEITAMENTOS.

      *    Sem arquivo de aproveitamentos, não há seção
           IF NOT WS-STATUS-APR-OK
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-MATRICULA TO APR-MATRICULA.
           MOVE LOW-VALUES TO APR-DISCIPLINA.

           START ARQ-APROVEITAMENTOS KEY IS NOT LESS THAN APR-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF-APR
           END-START.

           PERFORM UNTIL WS-EOF-APR = 'S'
             READ ARQ-APROVEITAMENTOS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-APR

               NOT AT END
                 IF APR-MATRICULA NOT = WS-MATRICULA
                   MOVE 'S' TO WS-EOF-APR
                 ELSE
                   PERFORM EMITIR-APROVEITAMENTO
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-APROVEITAMENTOS.

      *    Uma disciplina aproveitada (REG-APROVEITAMENTO); o
      *    cabeçalho da seção sai junto com a primeira
       EMITIR-APROVEITAMENTO.
           ADD 1 TO WS-QTD-APROVEITADAS.

           IF WS-QTD-APROVEITADAS = 1
             MOVE "-----------------------------------------------"
               TO WS-TEXTO
             PERFORM EMITIR-LINHA
             MOVE "APROVEITAMENTO DE ESTUDOS" TO WS-TEXTO
             PERFORM EMITIR-LINHA
             MOVE "-----------------------------------------------"
               TO WS-TEXTO
             PERFORM EMITIR-LINHA
           END-IF.

           MOVE SPACES TO WS-TEXTO.
           STRING
             APR-DISCIPLINA         DELIMITED BY SIZE
             "  Nota: "             DELIMITED BY SIZE
             APR-NOTA               DELIMITED BY SIZE
             INTO WS-TEXTO
           END-STRING.
           PERFORM EMITIR-LINHA.

           MOVE SPACES TO WS-TEXTO.
           IF APR-EXTERNO
             STRING
               "  Origem: "         DELIMITED BY SIZE
               APR-DISC-ORIGEM      DELIMITED BY SIZE
               " ("                 DELIMITED BY SIZE
               APR-PERIODO-ORIGEM   DELIMITED BY SIZE
               ") "                 DELIMITED BY SIZE
               APR-INSTITUICAO      DELIMITED BY SIZE
               INTO WS-TEXTO
             END-STRING
           ELSE
             STRING
               "  Origem: "         DELIMITED BY SIZE
               APR-DISC-ORIGEM      DELIMITED BY SIZE
               " ("                 DELIMITED BY SIZE
               APR-PERIODO-ORIGEM   DELIMITED BY SIZE
               ") curso "           DELIMITED BY SIZE
               APR-CURSO-ORIGEM     DELIMITED BY SIZE
               INTO WS-TEXTO
             END-STRING
           END-IF.
           PERFORM EMITIR-LINHA.

           MOVE "  Situação: APROVEITADO" TO WS-TEXTO.
           PERFORM EMITIR-LINHA.

      *    Emite a seção do período corrente: todas as disciplinas do
      *    aluno com nota nesse período
       EMITIR-PERIODO.
             WS-SEMESTRE-CHAMADA  DELIMITED BY SIZE
             INTO WS-PERIODO-CHAMADA
           END-STRING.

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

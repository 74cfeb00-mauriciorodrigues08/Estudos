             FILE STATUS IS WS-STATUS-SUB
             RECORD KEY IS SUB-CHAVE.

      *    Calendário de provas (Calendario-Provas.cbl); o diário
      *    mostra as provas marcadas para a disciplina
           SELECT ARQ-PROVAS ASSIGN TO "calendario-provas.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-PROV
             RECORD KEY IS PROVA-CHAVE.

      *    Documento impresso do diário
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
      *    Mesmo layout de PROFESSOR em Professores-Index.cbl,
           05 MAT-CHAVE.
               10 MAT-MATRICULA      PIC X(08).
               10 MAT-DISCIPLINA     PIC X(20).
               10 MAT-PERIODO        PIC X(06).
           05 MAT-DEPENDENCIA        PIC X(01).
               88 MATRICULA-DEPENDENCIA VALUE 'S'.

      *    Mesmo layout de REG-NOTA em Gestao-Notas.cbl,
      *    redeclarado aqui apenas para consulta
           05 SUB-DATA-INICIO        PIC 9(08).
           05 SUB-DATA-FIM           PIC 9(08).

      *    Mesmo layout de REG-PROVA em Calendario-Provas.cbl,
      *    redeclarado aqui apenas para consulta
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
      *    via copybook (ex.: WS-STATUS-PRO-FILE-NOT-FOUND)
                          WS-STATUS-SUB-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-SUB.
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
                          WS-STATUS-DOC-OK
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

       01 WS-EOF                     PIC X(01).
       01 WS-EOF-FREQ                PIC X(01).
       01 WS-EOF-SUB                 PIC X(01).
       01 WS-EOF-PROVA               PIC X(01).
       01 WS-TIPO-PROVA-DESC         PIC X(12).
       01 WS-CONTADOR                PIC 9(03).
       01 WS-DISCIPLINA              PIC X(20).
       01 WS-PERIODO                 PIC X(06).
       01 WS-PERC-FREQUENCIA         PIC 9(03)V99.
       01 WS-MINIMO-FREQUENCIA       PIC 9(03) VALUE 75.

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
                                     VALUE "DIARIO-CLASSE".
       01 WS-PAPEIS-PROGRAMA         PIC X(03) VALUE "SP".
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
           DISPLAY " DIÁRIO DE CLASSE".
           DISPLAY "----------------------------------".
             WITH NO ADVANCING.
           ACCEPT WS-PERIODO.

      *    Registra a execução com os parâmetros informados
           MOVE SPACES TO WS-ACAO-ACESSO.
           STRING
             "DIARIO "             DELIMITED BY SIZE
             WS-DISCIPLINA         DELIMITED BY SIZE
             " "                   DELIMITED BY SIZE
             WS-PERIODO            DELIMITED BY SIZE
             INTO WS-ACAO-ACESSO
           END-STRING.
           PERFORM REGISTRAR-ACESSO.

      *    Localiza o professor responsável no quadro (a chave de lá
      *    é professor+disciplina, então a busca é sequencial)
           PERFORM LOCALIZAR-PROFESSOR.
      *    Substituições havidas na disciplina aparecem no diário
           PERFORM EMITIR-SUBSTITUICOES.

      *    Provas marcadas no calendário da disciplina também
           PERFORM EMITIR-PROVAS.

      *    Emite no cabeçalho as substituições designadas para a
      *    disciplina (afastamentos do titular cobertos por outro
      *    professor), com o intervalo de datas coberto

           CLOSE ARQ-SUBSTITUICOES.

      *    Emite no cabeçalho as provas e recuperações agendadas para
      *    a disciplina no período, em ordem de tipo e número
       EMITIR-PROVAS.
           MOVE 'N' TO WS-EOF-PROVA.

           OPEN INPUT ARQ-PROVAS.

      *    Sem calendário de provas, não há prova marcada
           IF NOT WS-STATUS-PROV-OK
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
                   IF PROVA-RECUPERACAO
                     MOVE "Recuperação" TO WS-TIPO-PROVA-DESC
                   ELSE
                     MOVE "Prova" TO WS-TIPO-PROVA-DESC
                   END-IF
                   MOVE SPACES TO WS-TEXTO
                   STRING
                     WS-TIPO-PROVA-DESC DELIMITED BY "  "
                     " "                DELIMITED BY SIZE
                     PROVA-NUMERO       DELIMITED BY SIZE
                     " em "             DELIMITED BY SIZE
                     PROVA-DATA         DELIMITED BY SIZE
                     " das "            DELIMITED BY SIZE
                     PROVA-HORA-INICIO  DELIMITED BY SIZE
                     " às "             DELIMITED BY SIZE
                     PROVA-HORA-FIM     DELIMITED BY SIZE
                     " - sala "         DELIMITED BY SIZE
                     PROVA-SALA         DELIMITED BY SIZE
                     INTO WS-TEXTO
                   END-STRING
                   PERFORM EMITIR-LINHA
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-PROVAS.

      *    Lista de alunos matriculados na disciplina no período (a
      *    chave é matrícula+disciplina+período, então a varredura é
      *    sequencial); quem refaz a disciplina sai marcado como
      *    dependência
       EMITIR-LISTA-ALUNOS.
           MOVE "-----------------------------------------------"
             TO WS-TEXTO.

               NOT AT END
                 IF MAT-DISCIPLINA = WS-DISCIPLINA
                   AND MAT-PERIODO = WS-PERIODO
                   ADD 1 TO WS-CONTADOR
                   MOVE MAT-MATRICULA TO WS-MATRICULA-ALUNO
                   PERFORM BUSCAR-NOME-ALUNO
                     WS-NOME-ALUNO       DELIMITED BY SIZE
                     INTO WS-TEXTO
                   END-STRING
                   IF MATRICULA-DEPENDENCIA
                     MOVE "(DEPENDÊNCIA)" TO WS-TEXTO(43:)
                   END-IF
                   PERFORM EMITIR-LINHA
                 END-IF
             END-READ
           END-PERFORM.

           IF WS-CONTADOR = 0
             MOVE "Nenhum aluno matriculado na disciplina no período."
               TO WS-TEXTO
             PERFORM EMITIR-LINHA
           END-IF.

               NOT AT END
                 IF MAT-DISCIPLINA = WS-DISCIPLINA
                   AND MAT-PERIODO = WS-PERIODO
                   MOVE MAT-MATRICULA TO WS-MATRICULA-ALUNO
                   PERFORM BUSCAR-NOME-ALUNO
                   PERFORM BUSCAR-MARCA-PRESENCA

               NOT AT END
                 IF MAT-DISCIPLINA = WS-DISCIPLINA
                   AND MAT-PERIODO = WS-PERIODO
                   MOVE MAT-MATRICULA TO WS-MATRICULA-ALUNO
                   PERFORM BUSCAR-NOME-ALUNO
                   PERFORM EMITIR-NOTA-ALUNO
             NOT INVALID KEY
               MOVE ALUNO-NOME TO WS-NOME-ALUNO
           END-READ.

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

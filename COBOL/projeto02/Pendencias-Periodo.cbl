             FILE STATUS IS WS-STATUS-FREQ
             RECORD KEY IS FREQ-CHAVE.

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
               88 ALUNO-PRESENTE     VALUE 'P'.
               88 ALUNO-FALTOU       VALUE 'F'.

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
                          WS-STATUS-FREQ-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-FREQ.
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

       01 WS-EOF-DISC                PIC X(01).
       01 WS-EOF-MAT                 PIC X(01).
       01 WS-NOME-ALUNO              PIC X(30).
       01 WS-QTD-REGISTROS-FREQ      PIC 9(03).

      * Período de cada chamada, derivado da data dela (semestre 1
      * até junho, semestre 2 de julho em diante, como no
      * Frequencia.cbl); só as chamadas do período conferido contam
       01 WS-PERIODO-CHAMADA         PIC X(06).
       01 WS-ANO-CHAMADA             PIC 9(04).
       01 WS-MES-DIA-CHAMADA         PIC 9(04).
       01 WS-MES-CHAMADA             PIC 9(02).
       01 WS-DIA-CHAMADA             PIC 9(02).
       01 WS-SEMESTRE-CHAMADA        PIC 9(01).

      * Totais do relatório
       01 WS-TOTAL-SEM-NOTA          PIC 9(04).
       01 WS-TOTAL-SEM-FREQUENCIA    PIC 9(04).
       01 WS-TOTAL-DISCIPLINAS       PIC 9(03).

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
                                     VALUE "PENDENCIAS-PERIODO".
       01 WS-PAPEIS-PROGRAMA         PIC X(03) VALUE "SC".
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
           DISPLAY " PENDÊNCIAS PARA FECHAMENTO DO PERÍODO".
           DISPLAY "----------------------------------".
             WITH NO ADVANCING.
           ACCEPT WS-PERIODO.

      *    Registra a execução com os parâmetros informados
           MOVE SPACES TO WS-ACAO-ACESSO.
           STRING
             "PENDENCIAS "         DELIMITED BY SIZE
             WS-PERIODO            DELIMITED BY SIZE
             INTO WS-ACAO-ACESSO
           END-STRING.
           PERFORM REGISTRAR-ACESSO.

           OPEN INPUT ARQ-DISCIPLINAS.

           IF WS-STATUS-DISC-FILE-NOT-FOUND
           PERFORM CONTAR-CHAMADAS-DISCIPLINA.

      *    Percorre as matrículas procurando os alunos da
      *    disciplina no período (a chave é
      *    matrícula+disciplina+período, então a varredura é
      *    sequencial)
           MOVE 'N' TO WS-EOF-MAT.
           MOVE LOW-VALUES TO MAT-CHAVE.


               NOT AT END
                 IF MAT-DISCIPLINA = WS-DISCIPLINA
                   AND MAT-PERIODO = WS-PERIODO
                   ADD 1 TO WS-QTD-MATRICULADOS
                   PERFORM CONFERIR-ALUNO
                 END-IF
           END-IF.

      *    Conta as datas distintas de chamada da disciplina
      *    WS-DISCIPLINA no período, aproveitando a ordenação da
      *    chave (disciplina, data, matrícula)
       CONTAR-CHAMADAS-DISCIPLINA.
           MOVE 0 TO WS-QTD-CHAMADAS.
           MOVE 0 TO WS-DATA-ANTERIOR.
                 IF FREQ-DISCIPLINA NOT = WS-DISCIPLINA
                   MOVE 'S' TO WS-EOF-FREQ
                 ELSE
                   PERFORM DERIVAR-PERIODO-CHAMADA
                   IF WS-PERIODO-CHAMADA = WS-PERIODO
                     AND FREQ-DATA NOT = WS-DATA-ANTERIOR
                     ADD 1 TO WS-QTD-CHAMADAS
                     MOVE FREQ-DATA TO WS-DATA-ANTERIOR
                   END-IF
           END-PERFORM.

      *    Conta quantos registros de presença (ou falta) o aluno
      *    WS-MATRICULA-ALUNO tem na disciplina WS-DISCIPLINA no
      *    período
       CONTAR-REGISTROS-FREQ-ALUNO.
           MOVE 0 TO WS-QTD-REGISTROS-FREQ.
           MOVE 'N' TO WS-EOF-FREQ.
                 IF FREQ-DISCIPLINA NOT = WS-DISCIPLINA
                   MOVE 'S' TO WS-EOF-FREQ
                 ELSE
                   PERFORM DERIVAR-PERIODO-CHAMADA
                   IF FREQ-MATRICULA = WS-MATRICULA-ALUNO
                     AND WS-PERIODO-CHAMADA = WS-PERIODO
                     ADD 1 TO WS-QTD-REGISTROS-FREQ
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

      *    Deriva o período letivo da chamada corrente (FREQ-DATA),
      *    no mesmo critério do Frequencia.cbl: semestre 1 até
      *    junho, semestre 2 de julho em diante
       DERIVAR-PERIODO-CHAMADA.
           DIVIDE FREQ-DATA BY 10000
             GIVING WS-ANO-CHAMADA REMAINDER WS-MES-DIA-CHAMADA.
           DIVIDE WS-MES-DIA-CHAMADA BY 100
             GIVING WS-MES-CHAMADA REMAINDER WS-DIA-CHAMADA.

           IF WS-MES-CHAMADA > 6
             MOVE 2 TO WS-SEMESTRE-CHAMADA
           ELSE
             MOVE 1 TO WS-SEMESTRE-CHAMADA
           END-IF.

           MOVE SPACES TO WS-PERIODO-CHAMADA.
           STRING
             WS-ANO-CHAMADA       DELIMITED BY SIZE
             "-"                  DELIMITED BY SIZE
             WS-SEMESTRE-CHAMADA  DELIMITED BY SIZE
             INTO WS-PERIODO-CHAMADA
           END-STRING.

      *    Busca o nome do professor responsável pela disciplina
      *    corrente (DISC-MATRICULA)
       BUSCAR-NOME-PROFESSOR.
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

             RECORD KEY IS ALUNO-MATRICULA.

      *    Matrículas em disciplina mantidas pelo Gestao-Notas; a
      *    lista de chamada de uma disciplina sai daqui, só com os
      *    matriculados no período da aula
           SELECT ARQ-MATRICULAS ASSIGN TO "matriculas-disciplinas.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LIB.

      *    Quadro de professores do Sistema de Professores (Aula09);
      *    o professor só faz chamada das disciplinas dele
           SELECT ARQ-DISCIPLINAS
             ASSIGN TO "../Aula09 - Arquivos Indexados/professor-discip
      -    "linas.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-DISC
             RECORD KEY IS DISC-CHAVE.

      *    Substituições designadas pelo Professores-Index; o
      *    substituto faz a chamada enquanto cobre o titular
           SELECT ARQ-SUBSTITUICOES
             ASSIGN TO "../Aula09 - Arquivos Indexados/substituicoes.i
      -    "dx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-SUB
             RECORD KEY IS SUB-CHAVE.

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
           05 MAT-CHAVE.
               10 MAT-MATRICULA      PIC X(08).
               10 MAT-DISCIPLINA     PIC X(20).
               10 MAT-PERIODO        PIC X(06).
           05 MAT-DEPENDENCIA        PIC X(01).
               88 MATRICULA-DEPENDENCIA VALUE 'S'.

       FD ARQ-FREQUENCIA.
       01 REG-FREQUENCIA.
       FD LOG-LIBERACOES.
       01 LINHA-LIBERACAO            PIC X(90).

      *    Mesmo layout de PROFESSOR-DISCIPLINA em
      *    Professores-Index.cbl, redeclarado aqui apenas para consulta
       FD ARQ-DISCIPLINAS.
       01 PROFESSOR-DISCIPLINA.
           05 DISC-CHAVE.
               10 DISC-MATRICULA     PIC X(08).
               10 DISC-NOME          PIC X(20).

      *    Mesmo layout de SUBSTITUICAO em Professores-Index.cbl,
      *    redeclarado aqui apenas para consulta
       FD ARQ-SUBSTITUICOES.
       01 SUBSTITUICAO.
           05 SUB-CHAVE.
               10 SUB-TITULAR        PIC X(08).
               10 SUB-DIA            PIC 9(01).
               10 SUB-HORA-INICIO    PIC 9(04).
           05 SUB-SUBSTITUTO         PIC X(08).
           05 SUB-DISCIPLINA         PIC X(20).
           05 SUB-HORA-FIM           PIC 9(04).
           05 SUB-DATA-INICIO        PIC 9(08).
           05 SUB-DATA-FIM           PIC 9(08).

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
                          WS-STATUS-LIB-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-LIB.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-DISC-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-DISC-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-DISC-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-DISC-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-DISC-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-DISC-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-DISC.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-SUB-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-SUB-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-SUB-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-SUB-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-SUB-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-SUB-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-SUB.
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
       01 WS-MATRICULA-REL           PIC X(08).
       01 WS-QTD-ABAIXO              PIC 9(03).

      * O relatório é de um período letivo: só as chamadas cujo
      * período derivado da data é o pedido contam, e só os alunos
      * matriculados nele aparecem
       01 WS-PERIODO                 PIC X(06).
       01 WS-PERIODO-CHAMADA         PIC X(06).
       01 WS-ANO-CHAMADA             PIC 9(04).
       01 WS-MES-DIA-CHAMADA         PIC 9(04).
       01 WS-MES-CHAMADA             PIC 9(02).
       01 WS-DIA-CHAMADA             PIC 9(02).
       01 WS-SEMESTRE-CHAMADA        PIC 9(01).

      * Variáveis da conferência de período fechado e da liberação
      * da coordenação; o período da aula é derivado da data
      * (semestre 1 até junho, semestre 2 de julho em diante)
       01 WS-NOVA-LINHA-LIB          PIC X(90).
       01 WS-DATA-HOJE               PIC 9(08).

      * Perfis que podem usar cada opção e vínculo do professor com
      * a disciplina (própria ou em substituição na data)
       01 WS-PAPEIS-ACAO             PIC X(03).
       01 WS-PERFIL-OK               PIC X(01).
       01 WS-VINCULO-OK              PIC X(01).
       01 WS-DATA-VINCULO            PIC 9(08).
       01 WS-EOF-VINC                PIC X(01).

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
                                     VALUE "FREQUENCIA".
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
           DISPLAY " REGISTRAR CHAMADA".
           DISPLAY "----------------------------------".

           MOVE "P" TO WS-PAPEIS-ACAO.
           PERFORM CONFERIR-PERFIL-ACAO.
           IF WS-PERFIL-OK NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe a Disciplina: " WITH NO ADVANCING.
           ACCEPT WS-DISCIPLINA.

             WITH NO ADVANCING.
           ACCEPT WS-DATA-AULA.

      *    Professor só faz chamada das disciplinas dele ou das que
      *    cobre em substituição na data da aula
           MOVE WS-DATA-AULA TO WS-DATA-VINCULO.
           PERFORM CONFERIR-VINCULO-DISCIPLINA.
           IF WS-VINCULO-OK NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

      *    Uma aula de período já fechado só aceita chamada com a
      *    liberação da coordenação, registrada em log
           PERFORM CONFERIR-PERIODO-FECHADO.

               NOT AT END
                 IF MAT-DISCIPLINA = WS-DISCIPLINA
                   AND MAT-PERIODO = WS-PERIODO-AULA
                   ADD 1 TO WS-CONTADOR
                   PERFORM CHAMAR-ALUNO
                 END-IF
           CLOSE ARQ-ALUNOS.

           IF WS-CONTADOR = 0
             DISPLAY "Nenhum aluno matriculado nessa disciplina no "
               "período " WS-PERIODO-AULA "."
           ELSE
             DISPLAY "Chamada registrada para " WS-CONTADOR
               " aluno(s)."
           DISPLAY "Informe a Disciplina: " WITH NO ADVANCING.
           ACCEPT WS-DISCIPLINA.

           DISPLAY "Informe o Período (ex.: 2026-1): "
             WITH NO ADVANCING.
           ACCEPT WS-PERIODO.

           DISPLAY "Informe o percentual mínimo (ex.: 75): "
             WITH NO ADVANCING.
           ACCEPT WS-PERC-MINIMO.

           IF WS-QTD-CHAMADAS = 0
             DISPLAY "Nenhuma chamada registrada para essa "
               "disciplina no período."
             DISPLAY " "
             EXIT PARAGRAPH
           END-IF.

               NOT AT END
                 IF MAT-DISCIPLINA = WS-DISCIPLINA
                   AND MAT-PERIODO = WS-PERIODO
                   ADD 1 TO WS-CONTADOR
                   PERFORM MOSTRAR-FREQUENCIA-ALUNO
                 END-IF
           CLOSE ARQ-ALUNOS.

           IF WS-CONTADOR = 0
             DISPLAY "Nenhum aluno matriculado nessa disciplina no "
               "período."
           ELSE
             DISPLAY "----------------------------------"
             DISPLAY "Alunos abaixo do mínimo: " WS-QTD-ABAIXO
           END-IF.
           DISPLAY " ".

      *    Conta as datas distintas de chamada da disciplina no
      *    período, aproveitando a ordenação da chave (disciplina,
      *    data, matrícula)
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
                 IF FREQ-DISCIPLINA NOT = WS-DISCIPLINA
                   MOVE 'S' TO WS-EOF-FREQ
                 ELSE
                   PERFORM DERIVAR-PERIODO-CHAMADA
                   IF FREQ-MATRICULA = WS-MATRICULA-REL
                     AND ALUNO-PRESENTE
                     AND WS-PERIODO-CHAMADA = WS-PERIODO
                     ADD 1 TO WS-QTD-PRESENCAS
                   END-IF
                 END-IF
               "% **"
           END-IF.

      *    Deriva o período letivo da chamada corrente (FREQ-DATA),
      *    no mesmo critério da conferência de período fechado:
      *    semestre 1 até junho, semestre 2 de julho em diante
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

       ABRE-ARQ-MATRICULAS.
           OPEN I-O ARQ-MATRICULAS.


           DISPLAY "O período " WS-PERIODO-AULA " da data informada "
             "foi fechado em " FECH-DATA "!".

      *    A liberação só é feita por usuário da coordenação
           IF NOT WS-E-COORDENACAO
             DISPLAY "Chamada recusada: período fechado "
               "(liberação só pela coordenação)."
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Liberar com autorização da coordenação? (S/N): "
             WITH NO ADVANCING.
           ACCEPT WS-LIBERAR-OPCAO.
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-USUARIO-NOME TO WS-COORDENADOR.

           PERFORM GRAVAR-LIBERACAO.
           MOVE 'S' TO WS-PERIODO-LIBERADO.
             CLOSE LOG-LIBERACOES
             PERFORM ABRE-ARQ-LIBERACOES
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

      *    Confere se o perfil do usuário pode usar a opção escolhida
      *    (perfis em WS-PAPEIS-ACAO; C vale para a coordenação)
       CONFERIR-PERFIL-ACAO.
           MOVE 'N' TO WS-PERFIL-OK.

           MOVE 0 TO WS-QTD-PAPEL.
           INSPECT WS-PAPEIS-ACAO
             TALLYING WS-QTD-PAPEL FOR ALL WS-USUARIO-PAPEL.

           IF WS-E-COORDENACAO
             INSPECT WS-PAPEIS-ACAO
               TALLYING WS-QTD-PAPEL FOR ALL "C"
           END-IF.

           IF WS-QTD-PAPEL = 0
             MOVE "OPCAO NEGADA AO PERFIL" TO WS-ACAO-ACESSO
             PERFORM REGISTRAR-ACESSO
             DISPLAY "Opção não permitida para o perfil do usuário!"
             EXIT PARAGRAPH
           END-IF.

           MOVE 'S' TO WS-PERFIL-OK.

      *    Confere se o professor da sessão tem a disciplina
      *    WS-DISCIPLINA no quadro de professores ou se a cobre em
      *    substituição vigente na data WS-DATA-VINCULO
       CONFERIR-VINCULO-DISCIPLINA.
           MOVE 'N' TO WS-VINCULO-OK.

           OPEN INPUT ARQ-DISCIPLINAS.

           IF WS-STATUS-DISC-OK
             MOVE WS-USUARIO-PROF-MATRICULA TO DISC-MATRICULA
             MOVE WS-DISCIPLINA TO DISC-NOME

             READ ARQ-DISCIPLINAS KEY IS DISC-CHAVE
               INVALID KEY
                 MOVE 'N' TO WS-VINCULO-OK

               NOT INVALID KEY
                 MOVE 'S' TO WS-VINCULO-OK
             END-READ

             CLOSE ARQ-DISCIPLINAS
           END-IF.

           IF WS-VINCULO-OK = 'S'
             EXIT PARAGRAPH
           END-IF.

      *    Sem a disciplina própria, vale a substituição vigente
           OPEN INPUT ARQ-SUBSTITUICOES.

           IF WS-STATUS-SUB-OK
             MOVE 'N' TO WS-EOF-VINC

             PERFORM UNTIL WS-EOF-VINC = 'S'
               READ ARQ-SUBSTITUICOES NEXT RECORD
                 AT END
                   MOVE 'S' TO WS-EOF-VINC

                 NOT AT END
                   IF SUB-SUBSTITUTO = WS-USUARIO-PROF-MATRICULA
                     AND SUB-DISCIPLINA = WS-DISCIPLINA
                     AND WS-DATA-VINCULO >= SUB-DATA-INICIO
                     AND WS-DATA-VINCULO <= SUB-DATA-FIM
                     MOVE 'S' TO WS-VINCULO-OK
                     MOVE 'S' TO WS-EOF-VINC
                   END-IF
               END-READ
             END-PERFORM

             CLOSE ARQ-SUBSTITUICOES
           END-IF.

           IF WS-VINCULO-OK NOT = 'S'
             MOVE "DISCIPLINA SEM VINCULO" TO WS-ACAO-ACESSO
             PERFORM REGISTRAR-ACESSO
             DISPLAY "A disciplina " WS-DISCIPLINA " não é do "
               "professor " WS-USUARIO-PROF-MATRICULA "!"
           END-IF.

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

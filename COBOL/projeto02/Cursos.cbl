             FILE STATUS IS WS-STATUS
             RECORD KEY IS CURSO-CODIGO.

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
       FD ARQ-CURSOS.
      *    ativo (Mensalidades.cbl)
           05 CURSO-MENSALIDADE      PIC 9(06)V99.

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
      *    via copybook (ex.: WS-STATUS-FILE-NOT-FOUND)
                          WS-STATUS-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS.
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
       01 WS-MENSALIDADE             PIC 9(06)V99.
       01 WS-MENSALIDADE-EDIT        PIC ZZZZZ9.99.

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
                                     VALUE "CURSOS".
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
             CLOSE ARQ-CURSOS
             PERFORM ABRE-ARQ-IDX
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

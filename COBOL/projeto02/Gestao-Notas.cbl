             FILE STATUS IS WS-STATUS-DISC
             RECORD KEY IS DISC-CHAVE.

      *    Matrículas dos alunos nas disciplinas, uma por período
      *    letivo; quem refaz uma disciplina ganha nova matrícula no
      *    novo período, sem apagar a do período anterior
           SELECT ARQ-MATRICULAS ASSIGN TO "matriculas-disciplinas.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-CAP
             RECORD KEY IS CAP-DISCIPLINA.

      *    Fila de espera por disciplina e período, em ordem de
      *    chegada; o primeiro da fila é promovido automaticamente
      *    quando uma vaga abre (cancelamento de matrícula)
           SELECT ARQ-ESPERA ASSIGN TO "espera-disciplinas.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC

      *    Promovidos da fila de espera, para a lista diária que a
      *    secretaria usa para avisar os alunos
      *    Máscara: <data>;<disciplina>;<matricula>;<nome>;<periodo>
           SELECT LOG-PROMOVIDOS ASSIGN TO "promovidos-espera.log"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PROM.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LIB.

      *    Resultados definitivos gravados pelo Fechamento-Periodo;
      *    quem já foi aprovado na disciplina não se matricula de
      *    novo nela
           SELECT ARQ-RESULTADOS ASSIGN TO "resultados.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-RES
             RECORD KEY IS RES-CHAVE.

      *    Catálogo de cursos (Cursos.cbl), para achar o código do
      *    curso do aluno pelo nome gravado no cadastro
           SELECT ARQ-CURSOS ASSIGN TO "cursos.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-CURSO
             RECORD KEY IS CURSO-CODIGO.

      *    Pré-requisitos por curso e disciplina, mantidos no
      *    Grade-Curricular
           SELECT ARQ-PREREQUISITOS ASSIGN TO "prerequisitos.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-PRE
             RECORD KEY IS PREREQ-CHAVE.

      *    Pedidos de revisão de nota, numerados em sequência; o
      *    professor ou a coordenação aprova ou nega o pedido, e o
      *    pedido aprovado autoriza uma alteração da nota
           SELECT ARQ-REVISOES ASSIGN TO "revisoes-notas.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-REV
             RECORD KEY IS REV-NUMERO.

      *    Turmas (disciplina e período) com as notas publicadas no
      *    boletim; nota publicada só muda com pedido de revisão
           SELECT ARQ-PUBLICACOES ASSIGN TO "notas-publicadas.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-PUB
             RECORD KEY IS PUB-CHAVE.

      *    Auditoria de toda alteração de nota já lançada
      *    Máscara: <data>;<matricula>;<disciplina>;<periodo>;<campo>;
      *             <nota anterior>;<nota nova>;<operador>;<revisao>
           SELECT LOG-AUDITORIA-NOTAS ASSIGN TO "auditoria-notas.log"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-AUD.

      *    Registro de diplomas (Registro-Diplomas); aluno diplomado
      *    não tem mais as notas alteradas
           SELECT ARQ-DIPLOMAS ASSIGN TO "diplomas.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-DIP
             RECORD KEY IS DIP-MATRICULA.

      *    Substituições designadas pelo Professores-Index; o
      *    substituto lança notas da disciplina enquanto cobre o
      *    titular
           SELECT ARQ-SUBSTITUICOES
             ASSIGN TO "../Aula09 - Arquivos Indexados/substituicoes.i
      -    "dx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-SUB
             RECORD KEY IS SUB-CHAVE.

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

       FD ARQ-MATRICULAS.
       01 REG-MATRICULA.
           05 MAT-CHAVE.
               10 MAT-MATRICULA      PIC X(08).
               10 MAT-DISCIPLINA     PIC X(20).
               10 MAT-PERIODO        PIC X(06).
      *    'S' quando o aluno refaz a disciplina em que não foi
      *    aprovado num período anterior (dependência)
           05 MAT-DEPENDENCIA        PIC X(01).
               88 MATRICULA-DEPENDENCIA VALUE 'S'.

       FD ARQ-NOTAS.
       01 REG-NOTA.
       01 REG-ESPERA.
           05 ESP-CHAVE.
               10 ESP-DISCIPLINA     PIC X(20).
               10 ESP-PERIODO        PIC X(06).
               10 ESP-SEQ            PIC 9(04).
           05 ESP-MATRICULA          PIC X(08).
           05 ESP-DATA               PIC 9(08).
       FD LOG-LIBERACOES.
       01 LINHA-LIBERACAO            PIC X(90).

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

      *    Mesmo layout de REG-PREREQUISITO em Grade-Curricular.cbl,
      *    redeclarado aqui apenas para consulta
       FD ARQ-PREREQUISITOS.
       01 REG-PREREQUISITO.
           05 PREREQ-CHAVE.
               10 PREREQ-CURSO       PIC X(05).
               10 PREREQ-DISCIPLINA  PIC X(20).
               10 PREREQ-REQUISITO   PIC X(20).
           05 PREREQ-TIPO            PIC X(01).
               88 PREREQ-ANTERIOR    VALUE 'P'.
               88 PREREQ-CORREQUISITO VALUE 'C'.

       FD ARQ-REVISOES.
       01 REG-REVISAO.
           05 REV-NUMERO             PIC 9(06).
           05 REV-MATRICULA          PIC X(08).
           05 REV-DISCIPLINA         PIC X(20).
           05 REV-PERIODO            PIC X(06).
           05 REV-MOTIVO             PIC X(40).
           05 REV-DATA-PEDIDO        PIC 9(08).
           05 REV-SITUACAO           PIC X(01).
               88 REV-PENDENTE       VALUE 'P'.
               88 REV-APROVADA       VALUE 'A'.
               88 REV-NEGADA         VALUE 'N'.
      *        Aprovada e já usada numa alteração de nota
               88 REV-APLICADA       VALUE 'U'.
           05 REV-DECIDIDO-POR       PIC X(30).
           05 REV-DATA-DECISAO       PIC 9(08).
           05 REV-PARECER            PIC X(40).

       FD ARQ-PUBLICACOES.
       01 REG-PUBLICACAO.
           05 PUB-CHAVE.
               10 PUB-DISCIPLINA     PIC X(20).
               10 PUB-PERIODO        PIC X(06).
           05 PUB-DATA               PIC 9(08).
           05 PUB-RESPONSAVEL        PIC X(30).

       FD LOG-AUDITORIA-NOTAS.
       01 LINHA-AUDITORIA            PIC X(130).

      *    Mesmo layout de REG-DIPLOMA em Registro-Diplomas.cbl,
      *    redeclarado aqui apenas para consulta
       FD ARQ-DIPLOMAS.
       01 REG-DIPLOMA.
           05 DIP-MATRICULA          PIC X(08).
           05 DIP-NOME               PIC X(30).
           05 DIP-CURSO              PIC X(20).
           05 DIP-CURSO-CODIGO       PIC X(05).
           05 DIP-NUMERO             PIC 9(06).
           05 DIP-DATA-CONCLUSAO     PIC 9(08).
           05 DIP-DATA-EXPEDICAO     PIC 9(08).
           05 DIP-SIGNATARIO         PIC X(30).

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
                          WS-STATUS-LIB-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-LIB.
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
                          WS-STATUS-REV-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-REV-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-REV-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-REV-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-REV-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-REV-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-REV.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-PUB-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-PUB-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-PUB-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-PUB-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-PUB-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-PUB-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-PUB.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-AUD-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-AUD-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-AUD-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-AUD-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-AUD-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-AUD-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-AUD.
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

       01 WS-OPCAO                   PIC 9(02) VALUE 99.
       01 WS-EOF                     PIC X(01).
       01 WS-CONTADOR                PIC 9(02).

       01 WS-NOTA-FINAL              PIC 9(02)V99.
       01 WS-DISCIPLINA-VALIDA       PIC X(01).
       01 WS-NOME-ALUNO              PIC X(30).
       01 WS-PERIODO-VALIDO          PIC X(01).

      * Variáveis da dependência: matrícula anterior na mesma
      * disciplina, e se o aluno já foi aprovado nela
       01 WS-DEPENDENCIA             PIC X(01).
       01 WS-JA-APROVADO             PIC X(01).
       01 WS-PERIODO-APROVADO        PIC X(06).
       01 WS-EOF-DEP                 PIC X(01).

      * Variáveis da conferência de pré-requisitos: o curso do aluno
      * (nome no cadastro, código no catálogo) e o que falta cumprir
       01 WS-CURSO-ALUNO             PIC X(20).
       01 WS-COD-CURSO-ALUNO         PIC X(05).
       01 WS-EOF-CURSO               PIC X(01).
       01 WS-EOF-PRE                 PIC X(01).
       01 WS-EOF-RES                 PIC X(01).
       01 WS-PRE-REQ-OK              PIC X(01).
       01 WS-REQUISITO-CUMPRIDO      PIC X(01).
       01 WS-QTD-REQ-FALTANTES       PIC 9(02).

      * Variáveis da capacidade e da fila de espera por disciplina
       01 WS-VAGAS                   PIC 9(03).
       01 WS-PROM-DISC-X             PIC X(20).
       01 WS-PROM-MAT-X              PIC X(08).
       01 WS-PROM-NOME-X             PIC X(30).
       01 WS-PROM-PERIODO-X          PIC X(06).
       01 WS-EOF-PROM                PIC X(01).
       01 WS-DATA-FILTRO             PIC X(08).

       01 WS-DIA-CHAMADA             PIC 9(02).
       01 WS-SEMESTRE-CHAMADA        PIC 9(01).

      * Variáveis da revisão de nota e da auditoria das alterações
       01 WS-NOTA-EXISTE             PIC X(01).
       01 WS-NOTA-ANTERIOR           PIC 9(02)V99.
       01 WS-NOTA-PUBLICADA          PIC X(01).
       01 WS-ALTERACAO-LIBERADA      PIC X(01).
       01 WS-OPERADOR                PIC X(30).
       01 WS-NUM-REVISAO             PIC 9(06).
       01 WS-PROX-NUM-REVISAO        PIC 9(06).
       01 WS-EOF-REV                 PIC X(01).
       01 WS-MOTIVO-REVISAO          PIC X(40).
       01 WS-PARECER                 PIC X(40).
       01 WS-DECISAO                 PIC X(01).
       01 WS-SO-PENDENTES            PIC X(01).
       01 WS-SITUACAO-REV-DESC       PIC X(09).
       01 WS-CAMPO-AUDITORIA         PIC X(11).
       01 WS-NOTA-ANTERIOR-ED        PIC 99.99.
       01 WS-NOTA-NOVA-ED            PIC 99.99.
       01 WS-NOVA-LINHA-AUD          PIC X(130).
       01 WS-ALUNO-DIPLOMADO         PIC X(01).

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
                                     VALUE "GESTAO-NOTAS".
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
                 PERFORM LISTAR-PROMOVIDOS
               WHEN 7
                 PERFORM LANCAR-RECUPERACAO
               WHEN 8
                 PERFORM PUBLICAR-NOTAS
               WHEN 9
                 PERFORM SOLICITAR-REVISAO
               WHEN 10
                 PERFORM DECIDIR-REVISAO
               WHEN 11
                 PERFORM LISTAR-REVISOES
               WHEN OTHER
                 DISPLAY "Opção inválida!"
             END-EVALUATE
           DISPLAY " 5 - Cancelar Matrícula em Disciplina".
           DISPLAY " 6 - Lista de Promovidos da Espera".
           DISPLAY " 7 - Lançar Nota de Recuperação".
           DISPLAY " 8 - Publicar Notas da Turma".
           DISPLAY " 9 - Solicitar Revisão de Nota".
           DISPLAY " 10 - Decidir Pedido de Revisão".
           DISPLAY " 11 - Listar Pedidos de Revisão".
           DISPLAY " 0 - Sair".
           DISPLAY "----------------------------------".

           DISPLAY " MATRICULAR EM DISCIPLINA".
           DISPLAY "----------------------------------".

           MOVE "S" TO WS-PAPEIS-ACAO.
           PERFORM CONFERIR-PERFIL-ACAO.
           IF WS-PERFIL-OK NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe a Matrícula do Aluno: " WITH NO ADVANCING.
           ACCEPT WS-MATRICULA.

             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe o Período (ex.: 2026-1): "
             WITH NO ADVANCING.
           ACCEPT WS-PERIODO.

           PERFORM VALIDAR-PERIODO.
           IF WS-PERIODO-VALIDO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

      *    Já cursou a disciplina antes: aprovado, não se matricula
      *    de novo; reprovado (ou sem resultado fechado), a nova
      *    matrícula é de dependência
           PERFORM VERIFICAR-DEPENDENCIA.
           IF WS-JA-APROVADO = 'S'
             DISPLAY "Aluno já aprovado nessa disciplina em "
               WS-PERIODO-APROVADO "!"
             EXIT PARAGRAPH
           END-IF.

      *    Disciplina aproveitada na transferência de curso (ou de
      *    outra instituição) também já conta como aprovada
           MOVE WS-DISCIPLINA TO WS-DISC-APROVEITAMENTO.
           PERFORM CONFERIR-APROVEITAMENTO.
           IF WS-APROVEITADA = 'S'
             DISPLAY "Disciplina já aproveitada para o aluno "
               "(transferência ou outra instituição)!"
             EXIT PARAGRAPH
           END-IF.

      *    Pré-requisitos da disciplina no curso do aluno: faltando
      *    algum, a matrícula (ou a entrada na fila de espera) só
      *    segue com exceção autorizada pela coordenação
           PERFORM CONFERIR-PRE-REQUISITOS.
           IF WS-PRE-REQ-OK NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

      *    Respeita a capacidade da sala no período: lotada, a
      *    matrícula não entra e o aluno pode aguardar na fila de
      *    espera do período
           PERFORM CONFERIR-CAPACIDADE.
           IF WS-CAPACIDADE-DEFINIDA = 'S'
             AND WS-QTD-MATRICULADOS >= WS-VAGAS

           MOVE WS-MATRICULA TO MAT-MATRICULA.
           MOVE WS-DISCIPLINA TO MAT-DISCIPLINA.
           MOVE WS-PERIODO TO MAT-PERIODO.
           MOVE WS-DEPENDENCIA TO MAT-DEPENDENCIA.

           WRITE REG-MATRICULA
             INVALID KEY
               DISPLAY "Aluno já matriculado nessa disciplina no "
                 "período!"
             NOT INVALID KEY
               DISPLAY "Sucesso! " WS-NOME-ALUNO
                 " matriculado em " WS-DISCIPLINA " (" WS-PERIODO ")"
               IF MATRICULA-DEPENDENCIA
                 DISPLAY "Matrícula registrada como DEPENDÊNCIA."
               END-IF
           END-WRITE.

           CLOSE ARQ-MATRICULAS.

      *    Lança (ou altera) a nota de um aluno matriculado em uma
      *    disciplina, em um período letivo; a alteração de nota já
      *    lançada fica na auditoria e, com a nota publicada no
      *    boletim, exige pedido de revisão aprovado
       LANCAR-NOTA.
           DISPLAY "----------------------------------".
           DISPLAY " LANÇAR NOTA".
           DISPLAY "----------------------------------".

           MOVE "P" TO WS-PAPEIS-ACAO.
           PERFORM CONFERIR-PERFIL-ACAO.
           IF WS-PERFIL-OK NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe a Matrícula do Aluno: " WITH NO ADVANCING.
           ACCEPT WS-MATRICULA.

           DISPLAY "Informe a Disciplina: " WITH NO ADVANCING.
           ACCEPT WS-DISCIPLINA.

      *    Professor só lança nas disciplinas dele ou nas que cobre
      *    em substituição
           ACCEPT WS-DATA-VINCULO FROM DATE YYYYMMDD.
           PERFORM CONFERIR-VINCULO-DISCIPLINA.
           IF WS-VINCULO-OK NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe o Período (ex.: 2026-1): "
             WITH NO ADVANCING.
           ACCEPT WS-PERIODO.

      *    Só aceita nota de aluno matriculado na disciplina no
      *    período
           PERFORM ABRE-ARQ-MATRICULAS.
           MOVE WS-MATRICULA TO MAT-MATRICULA.
           MOVE WS-DISCIPLINA TO MAT-DISCIPLINA.
           MOVE WS-PERIODO TO MAT-PERIODO.

           READ ARQ-MATRICULAS KEY IS MAT-CHAVE
             INVALID KEY
               DISPLAY "Aluno não está matriculado nessa disciplina "
                 "no período!"
               CLOSE ARQ-MATRICULAS
               EXIT PARAGRAPH
           END-READ.
           CLOSE ARQ-MATRICULAS.

      *    Aluno diplomado não tem mais as notas alteradas
           PERFORM CONFERIR-DIPLOMA.
           IF WS-ALUNO-DIPLOMADO = 'S'
             EXIT PARAGRAPH
           END-IF.

      *    Um período fechado só aceita lançamento com liberação da
      *    coordenação, registrada em log
             EXIT PARAGRAPH
           END-IF.

      *    Nota já lançada para o período: é uma alteração, que
      *    precisa ser liberada antes de pedir a nota nova
           PERFORM ABRE-ARQ-NOTAS.

           MOVE WS-MATRICULA TO NOTA-MATRICULA.
           MOVE WS-DISCIPLINA TO NOTA-DISCIPLINA.
           MOVE WS-PERIODO TO NOTA-PERIODO.

           MOVE 'N' TO WS-NOTA-EXISTE.
           READ ARQ-NOTAS KEY IS NOTA-CHAVE
             INVALID KEY
               CONTINUE

             NOT INVALID KEY
               MOVE 'S' TO WS-NOTA-EXISTE
               MOVE NOTA-VALOR TO WS-NOTA-ANTERIOR
           END-READ.

           IF WS-NOTA-EXISTE = 'S'
             DISPLAY "Nota atual: " WS-NOTA-ANTERIOR
             PERFORM CONFERIR-ALTERACAO-NOTA
             IF WS-ALTERACAO-LIBERADA NOT = 'S'
               CLOSE ARQ-NOTAS
               EXIT PARAGRAPH
             END-IF
           END-IF.

           DISPLAY "Informe a Nota (0 a 10): " WITH NO ADVANCING.
           ACCEPT WS-NOTA.

           IF WS-NOTA > 10
             DISPLAY "Nota inválida!"
             CLOSE ARQ-NOTAS
             EXIT PARAGRAPH
           END-IF.

      *    Grava a nota; na alteração, a recuperação já lançada é
      *    mantida e a troca vai para a auditoria
           IF WS-NOTA-EXISTE = 'S'
             IF WS-NOTA = WS-NOTA-ANTERIOR
               DISPLAY "Nota igual à atual; nada foi alterado."
               CLOSE ARQ-NOTAS
               EXIT PARAGRAPH
             END-IF

             MOVE WS-NOTA TO NOTA-VALOR
             REWRITE REG-NOTA
             MOVE "NOTA" TO WS-CAMPO-AUDITORIA
             PERFORM REGISTRAR-ALTERACAO-NOTA
             DISPLAY "Nota alterada! (" WS-NOTA-ANTERIOR " -> "
               WS-NOTA ")"
           ELSE
             MOVE WS-MATRICULA TO NOTA-MATRICULA
             MOVE WS-DISCIPLINA TO NOTA-DISCIPLINA
             MOVE WS-PERIODO TO NOTA-PERIODO
             MOVE WS-NOTA TO NOTA-VALOR
             MOVE 0 TO NOTA-RECUPERACAO
             WRITE REG-NOTA
             DISPLAY "Nota lançada!"
           END-IF.

           CLOSE ARQ-NOTAS.

           DISPLAY "Período: " WS-PERIODO.
           DISPLAY "----------------------------------".

      *    Percorre as disciplinas em que o aluno está matriculado;
      *    só as matrículas do período pedido entram no boletim
           MOVE 0 TO WS-CONTADOR.
           MOVE 'N' TO WS-EOF.


           MOVE WS-MATRICULA TO MAT-MATRICULA.
           MOVE LOW-VALUES TO MAT-DISCIPLINA.
           MOVE LOW-VALUES TO MAT-PERIODO.

           START ARQ-MATRICULAS KEY IS NOT LESS THAN MAT-CHAVE
             INVALID KEY
                 IF MAT-MATRICULA NOT = WS-MATRICULA
                   MOVE 'S' TO WS-EOF
                 ELSE
                   IF MAT-PERIODO = WS-PERIODO
                     ADD 1 TO WS-CONTADOR
                     PERFORM MOSTRAR-LINHA-BOLETIM
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ARQ-FREQUENCIA.

           IF WS-CONTADOR = 0
             DISPLAY "Aluno sem matrícula em disciplinas no período."
           END-IF.
           DISPLAY " ".

      *    Mostra uma disciplina do boletim, com a nota do período e
      *    a situação aprovado/reprovado (média mínima 6.00)
       MOSTRAR-LINHA-BOLETIM.
           IF MATRICULA-DEPENDENCIA
             DISPLAY MAT-DISCIPLINA " (DEPENDÊNCIA)"
           END-IF.

           MOVE MAT-MATRICULA TO NOTA-MATRICULA.
           MOVE MAT-DISCIPLINA TO NOTA-DISCIPLINA.
           MOVE WS-PERIODO TO NOTA-PERIODO.

      *    Lança a nota da prova de recuperação sobre uma nota já
      *    existente abaixo da média; a nota final passa a ser a
      *    maior entre a original e a recuperação. Trocar uma
      *    recuperação já lançada segue a regra da alteração de nota
       LANCAR-RECUPERACAO.
           DISPLAY "----------------------------------".
           DISPLAY " LANÇAR NOTA DE RECUPERAÇÃO".
           DISPLAY "----------------------------------".

           MOVE "P" TO WS-PAPEIS-ACAO.
           PERFORM CONFERIR-PERFIL-ACAO.
           IF WS-PERFIL-OK NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe a Matrícula do Aluno: " WITH NO ADVANCING.
           ACCEPT WS-MATRICULA.

           DISPLAY "Informe a Disciplina: " WITH NO ADVANCING.
           ACCEPT WS-DISCIPLINA.

      *    Professor só lança nas disciplinas dele ou nas que cobre
      *    em substituição
           ACCEPT WS-DATA-VINCULO FROM DATE YYYYMMDD.
           PERFORM CONFERIR-VINCULO-DISCIPLINA.
           IF WS-VINCULO-OK NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe o Período (ex.: 2026-1): "
             WITH NO ADVANCING.
           ACCEPT WS-PERIODO.

      *    Aluno diplomado não tem mais as notas alteradas
           PERFORM CONFERIR-DIPLOMA.
           IF WS-ALUNO-DIPLOMADO = 'S'
             EXIT PARAGRAPH
           END-IF.

      *    Um período fechado só aceita lançamento com liberação da
      *    coordenação, registrada em log
           MOVE "RECUPERACAO" TO WS-ACAO-LIBERACAO.
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-NOTA-EXISTE.
           IF NOTA-RECUPERACAO > 0
             MOVE 'S' TO WS-NOTA-EXISTE
             MOVE NOTA-RECUPERACAO TO WS-NOTA-ANTERIOR
             DISPLAY "Recuperação atual: " WS-NOTA-ANTERIOR
             PERFORM CONFERIR-ALTERACAO-NOTA
             IF WS-ALTERACAO-LIBERADA NOT = 'S'
               CLOSE ARQ-NOTAS
               EXIT PARAGRAPH
             END-IF
           END-IF.

           DISPLAY "Informe a Nota da Recuperação (0 a 10): "
             WITH NO ADVANCING.
           ACCEPT WS-NOTA.
             EXIT PARAGRAPH
           END-IF.

           IF WS-NOTA-EXISTE = 'S'
             AND WS-NOTA = WS-NOTA-ANTERIOR
             DISPLAY "Nota igual à atual; nada foi alterado."
             CLOSE ARQ-NOTAS
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-NOTA TO NOTA-RECUPERACAO.
           REWRITE REG-NOTA.

           IF WS-NOTA-EXISTE = 'S'
             MOVE "RECUPERACAO" TO WS-CAMPO-AUDITORIA
             PERFORM REGISTRAR-ALTERACAO-NOTA
             DISPLAY "Recuperação alterada! (" WS-NOTA-ANTERIOR
               " -> " WS-NOTA ")"
           ELSE
             DISPLAY "Recuperação lançada!"
           END-IF.

           CLOSE ARQ-NOTAS.

      *    Publica no boletim as notas de uma turma (disciplina e
      *    período); daí em diante, alterar uma nota da turma exige
      *    pedido de revisão aprovado
       PUBLICAR-NOTAS.
           DISPLAY "----------------------------------".
           DISPLAY " PUBLICAR NOTAS DA TURMA".
           DISPLAY "----------------------------------".

           MOVE "P" TO WS-PAPEIS-ACAO.
           PERFORM CONFERIR-PERFIL-ACAO.
           IF WS-PERFIL-OK NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe a Disciplina: " WITH NO ADVANCING.
           ACCEPT WS-DISCIPLINA.

             EXIT PARAGRAPH
           END-IF.

      *    Professor só lança nas disciplinas dele ou nas que cobre
      *    em substituição
           ACCEPT WS-DATA-VINCULO FROM DATE YYYYMMDD.
           PERFORM CONFERIR-VINCULO-DISCIPLINA.
           IF WS-VINCULO-OK NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe o Período (ex.: 2026-1): "
             WITH NO ADVANCING.
           ACCEPT WS-PERIODO.

           PERFORM VALIDAR-PERIODO.
           IF WS-PERIODO-VALIDO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

      *    O responsável é o usuário da sessão do menu acadêmico
           MOVE WS-USUARIO-NOME TO WS-OPERADOR.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM ABRE-ARQ-PUBLICACOES.

           MOVE WS-DISCIPLINA TO PUB-DISCIPLINA.
           MOVE WS-PERIODO TO PUB-PERIODO.
           MOVE WS-DATA-HOJE TO PUB-DATA.
           MOVE WS-OPERADOR TO PUB-RESPONSAVEL.

           WRITE REG-PUBLICACAO
             INVALID KEY
               READ ARQ-PUBLICACOES KEY IS PUB-CHAVE
               END-READ
               DISPLAY "Notas da turma já publicadas em " PUB-DATA
                 " por " PUB-RESPONSAVEL

             NOT INVALID KEY
               DISPLAY "Notas de " WS-DISCIPLINA " (" WS-PERIODO
                 ") publicadas no boletim!"
           END-WRITE.

           CLOSE ARQ-PUBLICACOES.

      *    Registra o pedido de revisão de uma nota lançada, feito
      *    pelo aluno; o pedido fica pendente até a decisão do
      *    professor ou da coordenação
       SOLICITAR-REVISAO.
           DISPLAY "----------------------------------".
           DISPLAY " SOLICITAR REVISÃO DE NOTA".
           DISPLAY "----------------------------------".

           MOVE "S" TO WS-PAPEIS-ACAO.
           PERFORM CONFERIR-PERFIL-ACAO.
           IF WS-PERFIL-OK NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe a Matrícula do Aluno: " WITH NO ADVANCING.
           ACCEPT WS-MATRICULA.

           PERFORM VALIDAR-ALUNO.
           IF WS-NOME-ALUNO = SPACES
             EXIT PARAGRAPH
           END-IF.

      *    Nota de aluno diplomado não é mais revista
           PERFORM CONFERIR-DIPLOMA.
           IF WS-ALUNO-DIPLOMADO = 'S'
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe a Disciplina: " WITH NO ADVANCING.
           ACCEPT WS-DISCIPLINA.

           DISPLAY "Informe o Período (ex.: 2026-1): "
             WITH NO ADVANCING.
           ACCEPT WS-PERIODO.

      *    Só há o que revisar se a nota foi lançada
           PERFORM ABRE-ARQ-NOTAS.

           MOVE WS-MATRICULA TO NOTA-MATRICULA.
           MOVE WS-DISCIPLINA TO NOTA-DISCIPLINA.
           MOVE WS-PERIODO TO NOTA-PERIODO.

           READ ARQ-NOTAS KEY IS NOTA-CHAVE
             INVALID KEY
               DISPLAY "Não há nota lançada para essa disciplina e "
                 "período!"
               CLOSE ARQ-NOTAS
               EXIT PARAGRAPH
           END-READ.

           CLOSE ARQ-NOTAS.

           DISPLAY "Nota: " NOTA-VALOR "  Recuperação: "
             NOTA-RECUPERACAO.

           DISPLAY "Motivo do pedido: " WITH NO ADVANCING.
           ACCEPT WS-MOTIVO-REVISAO.

           IF WS-MOTIVO-REVISAO = SPACES
             DISPLAY "O pedido de revisão precisa de um motivo!"
             EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM ABRE-ARQ-REVISOES.

      *    O número do pedido é o seguinte ao último registrado
           MOVE 0 TO WS-PROX-NUM-REVISAO.
           MOVE 'N' TO WS-EOF-REV.

           MOVE 0 TO REV-NUMERO.
           START ARQ-REVISOES KEY IS NOT LESS THAN REV-NUMERO
             INVALID KEY
               MOVE 'S' TO WS-EOF-REV
           END-START.

           PERFORM UNTIL WS-EOF-REV = 'S'
             READ ARQ-REVISOES NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-REV

               NOT AT END
                 MOVE REV-NUMERO TO WS-PROX-NUM-REVISAO
             END-READ
           END-PERFORM.

           ADD 1 TO WS-PROX-NUM-REVISAO.

           MOVE WS-PROX-NUM-REVISAO TO REV-NUMERO.
           MOVE WS-MATRICULA TO REV-MATRICULA.
           MOVE WS-DISCIPLINA TO REV-DISCIPLINA.
           MOVE WS-PERIODO TO REV-PERIODO.
           MOVE WS-MOTIVO-REVISAO TO REV-MOTIVO.
           MOVE WS-DATA-HOJE TO REV-DATA-PEDIDO.
           MOVE 'P' TO REV-SITUACAO.
           MOVE SPACES TO REV-DECIDIDO-POR.
           MOVE 0 TO REV-DATA-DECISAO.
           MOVE SPACES TO REV-PARECER.

           WRITE REG-REVISAO
             INVALID KEY
               DISPLAY "Erro ao registrar o pedido de revisão!"
             NOT INVALID KEY
               DISPLAY "Pedido de revisão número " REV-NUMERO
                 " registrado!"
           END-WRITE.

           CLOSE ARQ-REVISOES.

      *    Decisão do professor ou da coordenação sobre um pedido de
      *    revisão pendente: aprovado, o pedido autoriza uma
      *    alteração da nota (opções 2 e 7, citando o número)
       DECIDIR-REVISAO.
           DISPLAY "----------------------------------".
           DISPLAY " DECIDIR PEDIDO DE REVISÃO".
           DISPLAY "----------------------------------".

           MOVE "PC" TO WS-PAPEIS-ACAO.
           PERFORM CONFERIR-PERFIL-ACAO.
           IF WS-PERFIL-OK NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe o número do pedido: " WITH NO ADVANCING.
           ACCEPT WS-NUM-REVISAO.

           PERFORM ABRE-ARQ-REVISOES.

           MOVE WS-NUM-REVISAO TO REV-NUMERO.
           READ ARQ-REVISOES KEY IS REV-NUMERO
             INVALID KEY
               DISPLAY "Pedido de revisão não encontrado!"
               CLOSE ARQ-REVISOES
               EXIT PARAGRAPH
           END-READ.

           PERFORM MOSTRAR-REVISAO.

           IF NOT REV-PENDENTE
             DISPLAY "O pedido já foi decidido!"
             CLOSE ARQ-REVISOES
             EXIT PARAGRAPH
           END-IF.

      *    Fora da coordenação, só o professor da disciplina (ou quem
      *    o substitui hoje) decide
           IF NOT WS-E-COORDENACAO
             MOVE REV-DISCIPLINA TO WS-DISCIPLINA
             ACCEPT WS-DATA-VINCULO FROM DATE YYYYMMDD
             PERFORM CONFERIR-VINCULO-DISCIPLINA
             IF WS-VINCULO-OK NOT = 'S'
               CLOSE ARQ-REVISOES
               EXIT PARAGRAPH
             END-IF
           END-IF.

      *    Quem decide é o usuário da sessão do menu acadêmico
           MOVE WS-USUARIO-NOME TO WS-OPERADOR.

           DISPLAY "Aprovar (A) ou Negar (N): " WITH NO ADVANCING.
           ACCEPT WS-DECISAO.

           IF WS-DECISAO NOT = 'A' AND WS-DECISAO NOT = 'N'
             DISPLAY "Decisão inválida!"
             CLOSE ARQ-REVISOES
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Parecer: " WITH NO ADVANCING.
           ACCEPT WS-PARECER.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE WS-DECISAO TO REV-SITUACAO.
           MOVE WS-OPERADOR TO REV-DECIDIDO-POR.
           MOVE WS-DATA-HOJE TO REV-DATA-DECISAO.
           MOVE WS-PARECER TO REV-PARECER.

           REWRITE REG-REVISAO.

           IF REV-APROVADA
             DISPLAY "Pedido aprovado! Lance a nota revisada citando "
               "o pedido " REV-NUMERO "."
           ELSE
             DISPLAY "Pedido negado."
           END-IF.

           CLOSE ARQ-REVISOES.

      *    Lista os pedidos de revisão, todos ou só os pendentes
       LISTAR-REVISOES.
           DISPLAY "----------------------------------".
           DISPLAY " PEDIDOS DE REVISÃO DE NOTA".
           DISPLAY "----------------------------------".

           DISPLAY "Somente os pendentes? (S/N): " WITH NO ADVANCING.
           ACCEPT WS-SO-PENDENTES.

           MOVE 0 TO WS-CONTADOR.
           MOVE 'N' TO WS-EOF-REV.

           PERFORM ABRE-ARQ-REVISOES.

           MOVE 0 TO REV-NUMERO.
           START ARQ-REVISOES KEY IS NOT LESS THAN REV-NUMERO
             INVALID KEY
               MOVE 'S' TO WS-EOF-REV
           END-START.

           PERFORM UNTIL WS-EOF-REV = 'S'
             READ ARQ-REVISOES NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-REV

               NOT AT END
                 IF WS-SO-PENDENTES NOT = 'S' OR REV-PENDENTE
                   ADD 1 TO WS-CONTADOR
                   PERFORM MOSTRAR-REVISAO
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-REVISOES.

           IF WS-CONTADOR = 0
             DISPLAY "Nenhum pedido de revisão encontrado."
           END-IF.
           DISPLAY " ".

      *    Mostra o pedido de revisão corrente (REG-REVISAO)
       MOSTRAR-REVISAO.
           EVALUATE TRUE
             WHEN REV-PENDENTE
               MOVE "PENDENTE" TO WS-SITUACAO-REV-DESC
             WHEN REV-APROVADA
               MOVE "APROVADO" TO WS-SITUACAO-REV-DESC
             WHEN REV-NEGADA
               MOVE "NEGADO" TO WS-SITUACAO-REV-DESC
             WHEN REV-APLICADA
               MOVE "APLICADO" TO WS-SITUACAO-REV-DESC
             WHEN OTHER
               MOVE "?" TO WS-SITUACAO-REV-DESC
           END-EVALUATE.

           DISPLAY "Pedido " REV-NUMERO " de " REV-DATA-PEDIDO
             " - " WS-SITUACAO-REV-DESC.
           DISPLAY "  " REV-MATRICULA " " REV-DISCIPLINA " ("
             REV-PERIODO ")".
           DISPLAY "  Motivo: " REV-MOTIVO.
           IF NOT REV-PENDENTE
             DISPLAY "  Decidido por " REV-DECIDIDO-POR " em "
               REV-DATA-DECISAO
             DISPLAY "  Parecer: " REV-PARECER
           END-IF.

      *    Libera a alteração de uma nota já lançada (WS-MATRICULA,
      *    WS-DISCIPLINA, WS-PERIODO): pede quem altera e o número do
      *    pedido de revisão, que precisa ser da mesma nota e estar
      *    aprovado; com a nota publicada no boletim o pedido é
      *    obrigatório
       CONFERIR-ALTERACAO-NOTA.
           MOVE 'N' TO WS-ALTERACAO-LIBERADA.
           MOVE 0 TO WS-NUM-REVISAO.

           PERFORM CONFERIR-NOTA-PUBLICADA.

      *    Quem altera é o usuário da sessão do menu acadêmico
           MOVE WS-USUARIO-NOME TO WS-OPERADOR.

           IF WS-NOTA-PUBLICADA = 'S'
             DISPLAY "Nota já publicada no boletim: a alteração "
               "exige pedido de revisão aprovado."
             DISPLAY "Número do pedido de revisão: "
               WITH NO ADVANCING
           ELSE
             DISPLAY "Número do pedido de revisão (0 se não "
               "houver): "
               WITH NO ADVANCING
           END-IF.
           ACCEPT WS-NUM-REVISAO.

           IF WS-NUM-REVISAO = 0
             IF WS-NOTA-PUBLICADA = 'S'
               DISPLAY "Alteração recusada: nota publicada sem "
                 "pedido de revisão."
             ELSE
               MOVE 'S' TO WS-ALTERACAO-LIBERADA
             END-IF
             EXIT PARAGRAPH
           END-IF.

           PERFORM ABRE-ARQ-REVISOES.

           MOVE WS-NUM-REVISAO TO REV-NUMERO.
           READ ARQ-REVISOES KEY IS REV-NUMERO
             INVALID KEY
               DISPLAY "Pedido de revisão não encontrado!"
               CLOSE ARQ-REVISOES
               EXIT PARAGRAPH
           END-READ.

           CLOSE ARQ-REVISOES.

           IF REV-MATRICULA NOT = WS-MATRICULA
             OR REV-DISCIPLINA NOT = WS-DISCIPLINA
             OR REV-PERIODO NOT = WS-PERIODO
             DISPLAY "O pedido " REV-NUMERO " é de outra nota!"
             EXIT PARAGRAPH
           END-IF.

           IF NOT REV-APROVADA
             PERFORM MOSTRAR-REVISAO
             DISPLAY "Alteração recusada: o pedido não está "
               "aprovado (ou já foi usado)."
             EXIT PARAGRAPH
           END-IF.

           MOVE 'S' TO WS-ALTERACAO-LIBERADA.

      *    A nota de WS-DISCIPLINA em WS-PERIODO está publicada no
      *    boletim quando a turma foi publicada (opção 8) ou quando
      *    o período já foi fechado pelo Fechamento-Periodo
       CONFERIR-NOTA-PUBLICADA.
           MOVE 'N' TO WS-NOTA-PUBLICADA.

           OPEN INPUT ARQ-PUBLICACOES.
           IF WS-STATUS-PUB-OK
             MOVE WS-DISCIPLINA TO PUB-DISCIPLINA
             MOVE WS-PERIODO TO PUB-PERIODO
             READ ARQ-PUBLICACOES KEY IS PUB-CHAVE
               NOT INVALID KEY
                 MOVE 'S' TO WS-NOTA-PUBLICADA
             END-READ
             CLOSE ARQ-PUBLICACOES
           END-IF.

           IF WS-NOTA-PUBLICADA = 'S'
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ARQ-FECHADOS.
           IF WS-STATUS-FECH-OK
             MOVE WS-PERIODO TO FECH-PERIODO
             READ ARQ-FECHADOS KEY IS FECH-PERIODO
               NOT INVALID KEY
                 MOVE 'S' TO WS-NOTA-PUBLICADA
             END-READ
             CLOSE ARQ-FECHADOS
           END-IF.

      *    Registra na auditoria a alteração da nota (campo em
      *    WS-CAMPO-AUDITORIA, de WS-NOTA-ANTERIOR para WS-NOTA) e dá
      *    baixa no pedido de revisão usado, que não vale de novo
       REGISTRAR-ALTERACAO-NOTA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE WS-NOTA-ANTERIOR TO WS-NOTA-ANTERIOR-ED.
           MOVE WS-NOTA TO WS-NOTA-NOVA-ED.

           PERFORM ABRE-LOG-AUDITORIA-NOTAS.

           MOVE SPACES TO WS-NOVA-LINHA-AUD.
           STRING
             WS-DATA-HOJE           DELIMITED BY SIZE
             ";"                    DELIMITED BY SIZE
             WS-MATRICULA           DELIMITED BY SIZE
             ";"                    DELIMITED BY SIZE
             WS-DISCIPLINA          DELIMITED BY SIZE
             ";"                    DELIMITED BY SIZE
             WS-PERIODO             DELIMITED BY SIZE
             ";"                    DELIMITED BY SIZE
             WS-CAMPO-AUDITORIA     DELIMITED BY SIZE
             ";"                    DELIMITED BY SIZE
             WS-NOTA-ANTERIOR-ED    DELIMITED BY SIZE
             ";"                    DELIMITED BY SIZE
             WS-NOTA-NOVA-ED        DELIMITED BY SIZE
             ";"                    DELIMITED BY SIZE
             WS-OPERADOR            DELIMITED BY SIZE
             ";"                    DELIMITED BY SIZE
             WS-NUM-REVISAO         DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-AUD
           END-STRING.

           MOVE WS-NOVA-LINHA-AUD TO LINHA-AUDITORIA.
           WRITE LINHA-AUDITORIA.
           CLOSE LOG-AUDITORIA-NOTAS.

           IF WS-NUM-REVISAO = 0
             EXIT PARAGRAPH
           END-IF.

           PERFORM ABRE-ARQ-REVISOES.

           MOVE WS-NUM-REVISAO TO REV-NUMERO.
           READ ARQ-REVISOES KEY IS REV-NUMERO
             NOT INVALID KEY
               MOVE 'U' TO REV-SITUACAO
               REWRITE REG-REVISAO
           END-READ.

           CLOSE ARQ-REVISOES.

      *    Define (ou atualiza) o número de vagas de uma disciplina
       DEFINIR-CAPACIDADE.
           DISPLAY "----------------------------------".
           DISPLAY " DEFINIR CAPACIDADE DE DISCIPLINA".
           DISPLAY "----------------------------------".

           MOVE "S" TO WS-PAPEIS-ACAO.
           PERFORM CONFERIR-PERFIL-ACAO.
           IF WS-PERFIL-OK NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe a Disciplina: " WITH NO ADVANCING.
           ACCEPT WS-DISCIPLINA.

           PERFORM VALIDAR-DISCIPLINA.
           IF WS-DISCIPLINA-VALIDA NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe o número de vagas: " WITH NO ADVANCING.
           ACCEPT WS-VAGAS.

           IF WS-VAGAS = 0
             DISPLAY "Número de vagas inválido!"
             EXIT PARAGRAPH
           END-IF.

           PERFORM ABRE-ARQ-CAPACIDADE.

           MOVE WS-DISCIPLINA TO CAP-DISCIPLINA.
           MOVE WS-VAGAS TO CAP-VAGAS.

           WRITE REG-CAPACIDADE
             INVALID KEY
               REWRITE REG-CAPACIDADE
               DISPLAY "Capacidade atualizada!"
             NOT INVALID KEY
               DISPLAY "Capacidade definida!"
           END-WRITE.

           CLOSE ARQ-CAPACIDADE.

      *    Confere a lotação da disciplina WS-DISCIPLINA no período
      *    WS-PERIODO: deixa em WS-VAGAS a capacidade (quando
      *    definida, a mesma em todo período) e em
      *    WS-QTD-MATRICULADOS o total de matriculados na turma do
      *    período
       CONFERIR-CAPACIDADE.
           MOVE 'N' TO WS-CAPACIDADE-DEFINIDA.
           MOVE 0 TO WS-VAGAS.
           MOVE 0 TO WS-QTD-MATRICULADOS.

           PERFORM ABRE-ARQ-CAPACIDADE.
           MOVE WS-DISCIPLINA TO CAP-DISCIPLINA.
             EXIT PARAGRAPH
           END-IF.

      *    Conta os matriculados na disciplina no período (a chave é
      *    matrícula+disciplina+período, então a varredura é
      *    sequencial)
           MOVE 'N' TO WS-EOF-CAP.

           PERFORM ABRE-ARQ-MATRICULAS.

               NOT AT END
                 IF MAT-DISCIPLINA = WS-DISCIPLINA
                   AND MAT-PERIODO = WS-PERIODO
                   ADD 1 TO WS-QTD-MATRICULADOS
                 END-IF
             END-READ
           CLOSE ARQ-MATRICULAS.

      *    Coloca o aluno WS-MATRICULA no fim da fila de espera da
      *    disciplina WS-DISCIPLINA no período WS-PERIODO, em ordem
      *    de chegada
       ENTRAR-FILA-ESPERA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE 'N' TO WS-EOF-CAP.

           MOVE WS-DISCIPLINA TO ESP-DISCIPLINA.
           MOVE WS-PERIODO TO ESP-PERIODO.
           MOVE 0 TO ESP-SEQ.

           START ARQ-ESPERA KEY IS NOT LESS THAN ESP-CHAVE

               NOT AT END
                 IF ESP-DISCIPLINA NOT = WS-DISCIPLINA
                   OR ESP-PERIODO NOT = WS-PERIODO
                   MOVE 'S' TO WS-EOF-CAP
                 ELSE
                   IF ESP-MATRICULA = WS-MATRICULA
           ADD 1 TO WS-PROX-SEQ-ESPERA.

           MOVE WS-DISCIPLINA TO ESP-DISCIPLINA.
           MOVE WS-PERIODO TO ESP-PERIODO.
           MOVE WS-PROX-SEQ-ESPERA TO ESP-SEQ.
           MOVE WS-MATRICULA TO ESP-MATRICULA.
           MOVE WS-DATA-HOJE TO ESP-DATA.
           DISPLAY " CANCELAR MATRÍCULA EM DISCIPLINA".
           DISPLAY "----------------------------------".

           MOVE "S" TO WS-PAPEIS-ACAO.
           PERFORM CONFERIR-PERFIL-ACAO.
           IF WS-PERFIL-OK NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe a Matrícula do Aluno: " WITH NO ADVANCING.
           ACCEPT WS-MATRICULA.

           DISPLAY "Informe a Disciplina: " WITH NO ADVANCING.
           ACCEPT WS-DISCIPLINA.

           DISPLAY "Informe o Período (ex.: 2026-1): "
             WITH NO ADVANCING.
           ACCEPT WS-PERIODO.

           PERFORM ABRE-ARQ-MATRICULAS.
           MOVE WS-MATRICULA TO MAT-MATRICULA.
           MOVE WS-DISCIPLINA TO MAT-DISCIPLINA.
           MOVE WS-PERIODO TO MAT-PERIODO.

           READ ARQ-MATRICULAS KEY IS MAT-CHAVE
             INVALID KEY
               DISPLAY "Aluno não está matriculado nessa disciplina "
                 "no período!"
               CLOSE ARQ-MATRICULAS
               EXIT PARAGRAPH
           END-READ.
           CLOSE ARQ-MATRICULAS.
           DISPLAY "Matrícula cancelada.".

      *    A vaga que abriu vai para o primeiro da fila de espera do
      *    mesmo período
           PERFORM PROMOVER-PRIMEIRO-DA-FILA.

      *    Promove o primeiro aluno da fila de espera da disciplina
      *    WS-DISCIPLINA no período WS-PERIODO: a matrícula é
      *    criada, ele sai da fila e entra na lista de promovidos do
      *    dia para a secretaria avisar
       PROMOVER-PRIMEIRO-DA-FILA.
           MOVE 'N' TO WS-ACHOU-ESPERA.
           MOVE 'N' TO WS-EOF-CAP.
           PERFORM ABRE-ARQ-ESPERA.

           MOVE WS-DISCIPLINA TO ESP-DISCIPLINA.
           MOVE WS-PERIODO TO ESP-PERIODO.
           MOVE 0 TO ESP-SEQ.

           START ARQ-ESPERA KEY IS NOT LESS THAN ESP-CHAVE

               NOT AT END
                 IF ESP-DISCIPLINA NOT = WS-DISCIPLINA
                   OR ESP-PERIODO NOT = WS-PERIODO
                   MOVE 'S' TO WS-EOF-CAP
                 ELSE
                   MOVE 'S' TO WS-ACHOU-ESPERA
             EXIT PARAGRAPH
           END-IF.

      *    Matricula o promovido na vaga que abriu, como
      *    dependência quando ele já cursou a disciplina antes
           MOVE WS-PROMOVIDO-MATRICULA TO WS-MATRICULA.
           PERFORM VERIFICAR-DEPENDENCIA.

           PERFORM ABRE-ARQ-MATRICULAS.

           MOVE WS-PROMOVIDO-MATRICULA TO MAT-MATRICULA.
           MOVE WS-DISCIPLINA TO MAT-DISCIPLINA.
           MOVE WS-PERIODO TO MAT-PERIODO.
           MOVE WS-DEPENDENCIA TO MAT-DEPENDENCIA.

           WRITE REG-MATRICULA
             INVALID KEY
             WS-PROMOVIDO-MATRICULA   DELIMITED BY SIZE
             ";"                      DELIMITED BY SIZE
             WS-NOME-ALUNO            DELIMITED BY SIZE
             ";"                      DELIMITED BY SIZE
             WS-PERIODO               DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-PROM
           END-STRING.

           DISPLAY " PROMOVIDOS DA FILA DE ESPERA".
           DISPLAY "----------------------------------".

           MOVE "S" TO WS-PAPEIS-ACAO.
           PERFORM CONFERIR-PERFIL-ACAO.
           IF WS-PERFIL-OK NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe a data AAAAMMDD (vazio = todas): "
             WITH NO ADVANCING.
           MOVE SPACES TO WS-DATA-FILTRO.
                 MOVE 'S' TO WS-EOF-PROM

               NOT AT END
                 MOVE SPACES TO WS-PROM-PERIODO-X
                 UNSTRING WS-LINHA-PROM-LIDA DELIMITED BY ";"
                   INTO WS-PROM-DATA-X, WS-PROM-DISC-X,
                     WS-PROM-MAT-X, WS-PROM-NOME-X,
                     WS-PROM-PERIODO-X
                 END-UNSTRING

                 IF WS-DATA-FILTRO = SPACES
                   OR WS-PROM-DATA-X = WS-DATA-FILTRO
                   ADD 1 TO WS-CONTADOR
                   DISPLAY WS-PROM-DATA-X "  " WS-PROM-DISC-X
                     "  " WS-PROM-PERIODO-X
                   DISPLAY "  " WS-PROM-MAT-X " - " WS-PROM-NOME-X
                 END-IF
             END-READ

             NOT INVALID KEY
               MOVE ALUNO-NOME TO WS-NOME-ALUNO
               MOVE ALUNO-CURSO TO WS-CURSO-ALUNO
           END-READ.

           CLOSE ARQ-ALUNOS.
             DISPLAY "Disciplina não existe no quadro de professores!"
           END-IF.

      *    Confere o formato do período letivo (AAAA-S, semestre 1
      *    ou 2), que agora faz parte da chave da matrícula
       VALIDAR-PERIODO.
           MOVE 'S' TO WS-PERIODO-VALIDO.

           IF WS-PERIODO(1:4) NOT NUMERIC
             OR WS-PERIODO(5:1) NOT = "-"
             OR (WS-PERIODO(6:1) NOT = "1"
                 AND WS-PERIODO(6:1) NOT = "2")
             MOVE 'N' TO WS-PERIODO-VALIDO
             DISPLAY "Período inválido! Use AAAA-1 ou AAAA-2."
           END-IF.

      *    Procura matrículas do aluno WS-MATRICULA na disciplina
      *    WS-DISCIPLINA em períodos anteriores a WS-PERIODO: havendo
      *    alguma, a nova matrícula é de dependência (WS-DEPENDENCIA);
      *    se o fechamento de uma delas deu APROVADO, WS-JA-APROVADO
      *    fica 'S' e a matrícula não deve ser feita
       VERIFICAR-DEPENDENCIA.
           MOVE 'N' TO WS-DEPENDENCIA.
           MOVE 'N' TO WS-JA-APROVADO.
           MOVE SPACES TO WS-PERIODO-APROVADO.
           MOVE 'N' TO WS-EOF-DEP.

           PERFORM ABRE-ARQ-MATRICULAS.
           OPEN INPUT ARQ-RESULTADOS.

           MOVE WS-MATRICULA TO MAT-MATRICULA.
           MOVE WS-DISCIPLINA TO MAT-DISCIPLINA.
           MOVE LOW-VALUES TO MAT-PERIODO.

           START ARQ-MATRICULAS KEY IS NOT LESS THAN MAT-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF-DEP
           END-START.

           PERFORM UNTIL WS-EOF-DEP = 'S'
             READ ARQ-MATRICULAS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-DEP

               NOT AT END
                 IF MAT-MATRICULA NOT = WS-MATRICULA
                   OR MAT-DISCIPLINA NOT = WS-DISCIPLINA
                   OR MAT-PERIODO NOT < WS-PERIODO
                   MOVE 'S' TO WS-EOF-DEP
                 ELSE
                   MOVE 'S' TO WS-DEPENDENCIA
                   PERFORM CONFERIR-RESULTADO-ANTERIOR
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-MATRICULAS.
           CLOSE ARQ-RESULTADOS.

      *    Resultado definitivo da matrícula anterior corrente
      *    (MAT-CHAVE), quando o período dela já foi fechado
       CONFERIR-RESULTADO-ANTERIOR.
           IF WS-STATUS-RES-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           MOVE MAT-MATRICULA TO RES-MATRICULA.
           MOVE MAT-DISCIPLINA TO RES-DISCIPLINA.
           MOVE MAT-PERIODO TO RES-PERIODO.

           READ ARQ-RESULTADOS KEY IS RES-CHAVE
             NOT INVALID KEY
               IF RES-SITUACAO = "APROVADO"
                 MOVE 'S' TO WS-JA-APROVADO
                 MOVE MAT-PERIODO TO WS-PERIODO-APROVADO
               END-IF
           END-READ.

      *    Confere os pré-requisitos de WS-DISCIPLINA no curso do
      *    aluno: o exigido (P) precisa estar aprovado no fechamento
      *    (resultados.idx) de um período anterior a WS-PERIODO; o
      *    co-requisito (C) também vale matriculado no mesmo
      *    período. Faltando algum,
      *    a coordenação pode autorizar a exceção, registrada em
      *    liberacoes-fechamento.log com a ação PREREQUISITO
       CONFERIR-PRE-REQUISITOS.
           MOVE 'S' TO WS-PRE-REQ-OK.
           MOVE 0 TO WS-QTD-REQ-FALTANTES.

           PERFORM LOCALIZAR-CODIGO-CURSO.
           IF WS-COD-CURSO-ALUNO = SPACES
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ARQ-PREREQUISITOS.
           IF WS-STATUS-PRE-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           PERFORM ABRE-ARQ-MATRICULAS.
           OPEN INPUT ARQ-RESULTADOS.

           MOVE WS-COD-CURSO-ALUNO TO PREREQ-CURSO.
           MOVE WS-DISCIPLINA TO PREREQ-DISCIPLINA.
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
                   OR PREREQ-DISCIPLINA NOT = WS-DISCIPLINA
                   MOVE 'S' TO WS-EOF-PRE
                 ELSE
                   PERFORM CONFERIR-REQUISITO
                   IF WS-REQUISITO-CUMPRIDO NOT = 'S'
                     ADD 1 TO WS-QTD-REQ-FALTANTES
                     IF PREREQ-CORREQUISITO
                       DISPLAY "Falta o co-requisito "
                         PREREQ-REQUISITO " (aprovado antes ou "
                         "matriculado no mesmo período)"
                     ELSE
                       DISPLAY "Falta o pré-requisito "
                         PREREQ-REQUISITO " (aprovado em período "
                         "anterior)"
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-PREREQUISITOS.
           CLOSE ARQ-MATRICULAS.
           IF NOT WS-STATUS-RES-FILE-NOT-FOUND
             CLOSE ARQ-RESULTADOS
           END-IF.

           IF WS-QTD-REQ-FALTANTES = 0
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-PRE-REQ-OK.

      *    A exceção só é autorizada por usuário da coordenação
           IF NOT WS-E-COORDENACAO
             DISPLAY "Matrícula recusada: pré-requisito não "
               "cumprido (exceção só pela coordenação)."
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Autorizar exceção pela coordenação? (S/N): "
             WITH NO ADVANCING.
           ACCEPT WS-LIBERAR-OPCAO.

           IF WS-LIBERAR-OPCAO NOT = 'S'
             DISPLAY "Matrícula recusada: pré-requisito não "
               "cumprido."
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-USUARIO-NOME TO WS-COORDENADOR.

           MOVE "PREREQUISITO" TO WS-ACAO-LIBERACAO.
           PERFORM GRAVAR-LIBERACAO.
           MOVE 'S' TO WS-PRE-REQ-OK.
           DISPLAY "Exceção registrada em log.".

      *    Confere o requisito corrente (REG-PREREQUISITO) do aluno
      *    WS-MATRICULA para o período WS-PERIODO
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
                     OR RES-PERIODO NOT < WS-PERIODO
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

           IF WS-REQUISITO-CUMPRIDO NOT = 'S'
             AND PREREQ-CORREQUISITO
             MOVE WS-MATRICULA TO MAT-MATRICULA
             MOVE PREREQ-REQUISITO TO MAT-DISCIPLINA
             MOVE WS-PERIODO TO MAT-PERIODO
             READ ARQ-MATRICULAS KEY IS MAT-CHAVE
               NOT INVALID KEY
                 MOVE 'S' TO WS-REQUISITO-CUMPRIDO
             END-READ
           END-IF.

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

      *    Confere se o aluno WS-MATRICULA já tem diploma
      *    registrado; depois do registro as notas dele ficam
      *    fechadas
       CONFERIR-DIPLOMA.
           MOVE 'N' TO WS-ALUNO-DIPLOMADO.

           OPEN INPUT ARQ-DIPLOMAS.

           IF NOT WS-STATUS-DIP-OK
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-MATRICULA TO DIP-MATRICULA.

           READ ARQ-DIPLOMAS KEY IS DIP-MATRICULA
             NOT INVALID KEY
               MOVE 'S' TO WS-ALUNO-DIPLOMADO
               DISPLAY "Aluno diplomado (registro " DIP-CURSO-CODIGO
                 "-" DIP-NUMERO "): as notas não podem mais ser "
                 "alteradas!"
           END-READ.

           CLOSE ARQ-DIPLOMAS.

       ABRE-ARQ-MATRICULAS.
           OPEN I-O ARQ-MATRICULAS.


           DISPLAY "O período " WS-PERIODO " foi fechado em "
             FECH-DATA "!".

      *    A liberação só é feita por usuário da coordenação
           IF NOT WS-E-COORDENACAO
             DISPLAY "Lançamento recusado: período fechado "
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

       ABRE-ARQ-REVISOES.
           OPEN I-O ARQ-REVISOES.

      *    Caso o arquivo não exista (status 35), cria
           IF WS-STATUS-REV-FILE-NOT-FOUND
             OPEN OUTPUT ARQ-REVISOES
             CLOSE ARQ-REVISOES
             PERFORM ABRE-ARQ-REVISOES
           END-IF.

       ABRE-ARQ-PUBLICACOES.
           OPEN I-O ARQ-PUBLICACOES.

      *    Caso o arquivo não exista (status 35), cria
           IF WS-STATUS-PUB-FILE-NOT-FOUND
             OPEN OUTPUT ARQ-PUBLICACOES
             CLOSE ARQ-PUBLICACOES
             PERFORM ABRE-ARQ-PUBLICACOES
           END-IF.

       ABRE-LOG-AUDITORIA-NOTAS.
           OPEN EXTEND LOG-AUDITORIA-NOTAS.

      *    Caso o arquivo não exista (status 35), cria
           IF WS-STATUS-AUD-FILE-NOT-FOUND
             OPEN OUTPUT LOG-AUDITORIA-NOTAS
             CLOSE LOG-AUDITORIA-NOTAS
             PERFORM ABRE-LOG-AUDITORIA-NOTAS
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

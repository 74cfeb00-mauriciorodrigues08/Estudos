       IDENTIFICATION DIVISION.
           PROGRAM-ID. IMPORTA-NOTAS-AULA06.
           AUTHOR. Mauricio Rodrigues.

      *    Importação dos resultados de turma lançados na Aula06
      *    (Alunos e Recuperacao, em ALUNOS.DATA) para o notas.idx.
      *    O operador informa a turma do lote e a disciplina e o
      *    período a que ela corresponde; cada resultado da turma é
      *    casado pelo nome com um aluno do alunos.idx, já que o
      *    arquivo da Aula06 não tem matrícula. Nome sem aluno, nome
      *    de mais de um aluno (homônimos sem como desempatar pela
      *    matrícula na disciplina), aluno não matriculado na
      *    disciplina no período, aluno formado e nota diferente da
      *    já lançada vão para o arquivo de revisão em vez de serem
      *    adivinhados. Período fechado não recebe importação, e
      *    rodar de novo não duplica nada: a nota igual à já lançada
      *    é ignorada e só a recuperação lançada depois na Aula06 é
      *    completada.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Resultados de turma da Aula06; o arquivo é mantido lá,
      *    por isso o caminho relativo até o diretório da lição
           SELECT ARQ-RESULTADOS-AULA06
             ASSIGN TO "../Aula06 - Gravar Dados/ALUNOS.DATA"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-RAU.

      *    Cadastro de alunos mantido pelo Gestao-Alunos
           SELECT ARQ-ALUNOS ASSIGN TO "alunos.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-ALU
             RECORD KEY IS ALUNO-MATRICULA.

      *    Matrículas em disciplinas por período (Gestao-Notas)
           SELECT ARQ-MATRICULAS ASSIGN TO "matriculas-disciplinas.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-MAT
             RECORD KEY IS MAT-CHAVE.

      *    Notas lançadas (Gestao-Notas), destino da importação
           SELECT ARQ-NOTAS ASSIGN TO "notas.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-NOTA
             RECORD KEY IS NOTA-CHAVE.

      *    Períodos já fechados pelo Fechamento-Periodo
           SELECT ARQ-FECHADOS ASSIGN TO "periodos-fechados.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-FECH
             RECORD KEY IS FECH-PERIODO.

      *    Resultados que não foram importados, para a secretaria
      *    conferir; refeito a cada importação
      *    Máscara: <turma>;<nome>;<media>;<recuperacao>;<motivo>
           SELECT ARQ-REVISAO ASSIGN TO "importacao-aula06-revisao.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-REV.

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
      *    Mesmo layout de DETALHES-ALUNO em Alunos.cbl (Aula06),
      *    redeclarado aqui apenas para consulta
       FD ARQ-RESULTADOS-AULA06.
       01 DETALHES-ALUNO.
           05 NOME-ALUNO             PIC X(30).
           05 NOTAS.
               10 NOTA1              PIC 9(02)V99.
               10 NOTA2              PIC 9(02)V99.
           05 MEDIA                  PIC 9(02)V99.
           05 RESULTADO              PIC X(10).
           05 TURMA                  PIC X(06).
           05 NOTA-REC               PIC 9(02)V99.

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

      *    Mesmo layout de REG-NOTA em Gestao-Notas.cbl
       FD ARQ-NOTAS.
       01 REG-NOTA.
           05 NOTA-CHAVE.
               10 NOTA-MATRICULA     PIC X(08).
               10 NOTA-DISCIPLINA    PIC X(20).
               10 NOTA-PERIODO       PIC X(06).
           05 NOTA-VALOR             PIC 9(02)V99.
           05 NOTA-RECUPERACAO       PIC 9(02)V99.

      *    Mesmo layout de REG-FECHADO em Fechamento-Periodo.cbl,
      *    redeclarado aqui apenas para consulta
       FD ARQ-FECHADOS.
       01 REG-FECHADO.
           05 FECH-PERIODO           PIC X(06).
           05 FECH-DATA              PIC 9(08).

       FD ARQ-REVISAO.
       01 LINHA-REVISAO              PIC X(120).

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
      *    via copybook (ex.: WS-STATUS-NOTA-FILE-NOT-FOUND)
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-RAU-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-RAU-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-RAU-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-RAU-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-RAU-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-RAU-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-RAU.
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
                          WS-STATUS-FECH-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-FECH-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-FECH-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-FECH-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-FECH-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-FECH-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-FECH.
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

       01 WS-EOF                     PIC X(01) VALUE 'N'.
       01 WS-EOF-ALU                 PIC X(01) VALUE 'N'.
       01 WS-CONFIRMA                PIC X(01).

      * Lote informado pelo operador: a turma da Aula06 e a
      * disciplina e o período acadêmico a que ela corresponde
       01 WS-TURMA                   PIC X(06).
       01 WS-DISCIPLINA              PIC X(20).
       01 WS-PERIODO                 PIC X(06).
       01 WS-PERIODO-VALIDO          PIC X(01).

      * Casamento do nome com o cadastro de alunos: quantos alunos
      * têm o nome e quantos deles estão matriculados na disciplina
      * no período (o que desempata homônimos)
       01 WS-NOME-BUSCA              PIC X(30).
       01 WS-NOME-CADASTRO           PIC X(30).
       01 WS-QTD-HOMONIMOS           PIC 9(03).
       01 WS-QTD-MATRICULADOS        PIC 9(03).
       01 WS-MATRICULA-NOME          PIC X(08).
       01 WS-STATUS-NOME             PIC X(01).
       01 WS-MATRICULA-MATRICULADO   PIC X(08).
       01 WS-STATUS-MATRICULADO      PIC X(01).
       01 WS-MATRICULA               PIC X(08).
       01 WS-ALUNO-STATUS            PIC X(01).
           88 WS-ALUNO-FORMADO       VALUE 'F'.
       01 WS-ALUNO-MATRICULADO       PIC X(01).

      * Motivo da revisão do resultado corrente (espaços = importar)
       01 WS-MOTIVO                  PIC X(40).
       01 WS-QTD-EDIT                PIC ZZ9.
       01 WS-NOTA-EDIT               PIC Z9.99.
       01 WS-REC-EDIT                PIC Z9.99.
       01 WS-NOVA-LINHA-REV          PIC X(120).

      * Contadores da importação
       01 WS-QTD-LIDOS               PIC 9(05) VALUE 0.
       01 WS-QTD-IMPORTADOS          PIC 9(05) VALUE 0.
       01 WS-QTD-RECUPERACOES        PIC 9(05) VALUE 0.
       01 WS-QTD-JA-IMPORTADOS       PIC 9(05) VALUE 0.
       01 WS-QTD-REVISAO             PIC 9(05) VALUE 0.

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
                                     VALUE "IMPORTA-NOTAS-AULA06".
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
           DISPLAY " IMPORTAÇÃO DE NOTAS DA AULA06".
           DISPLAY "----------------------------------".

           DISPLAY "Informe a Turma da Aula06 (ex.: 2026-A): "
             WITH NO ADVANCING.
           ACCEPT WS-TURMA.

           DISPLAY "Informe a Disciplina da turma: " WITH NO ADVANCING.
           ACCEPT WS-DISCIPLINA.

           DISPLAY "Informe o Período (ex.: 2026-1): "
             WITH NO ADVANCING.
           ACCEPT WS-PERIODO.

           IF WS-TURMA = SPACES OR WS-DISCIPLINA = SPACES
             DISPLAY "Turma e disciplina são obrigatórias!"
             STOP RUN
           END-IF.

           PERFORM VALIDAR-PERIODO.
           IF WS-PERIODO-VALIDO NOT = 'S'
             STOP RUN
           END-IF.

      *    Período fechado não recebe importação: as notas dele só
      *    mudam pelo Gestao-Notas, com liberação da coordenação
           PERFORM CONFERIR-PERIODO-FECHADO.
           IF WS-PERIODO-VALIDO NOT = 'S'
             STOP RUN
           END-IF.

           DISPLAY "Importar a turma " WS-TURMA " como "
             WS-DISCIPLINA " em " WS-PERIODO "? (S/N): "
             WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = 'S'
             DISPLAY "Importação cancelada!"
             STOP RUN
           END-IF.

           OPEN INPUT ARQ-RESULTADOS-AULA06.

           IF WS-STATUS-RAU-FILE-NOT-FOUND
             DISPLAY "Arquivo ALUNOS.DATA da Aula06 não encontrado!"
             STOP RUN
           END-IF.

           OPEN INPUT ARQ-ALUNOS.

           IF WS-STATUS-ALU-FILE-NOT-FOUND
             DISPLAY "Arquivo de alunos não encontrado. Cadastre os "
               "alunos no Gestão de Alunos primeiro!"
             CLOSE ARQ-RESULTADOS-AULA06
             STOP RUN
           END-IF.

           OPEN INPUT ARQ-MATRICULAS.

           IF WS-STATUS-MAT-FILE-NOT-FOUND
             DISPLAY "Arquivo de matrículas não encontrado. "
               "Matricule os alunos na disciplina primeiro!"
             CLOSE ARQ-RESULTADOS-AULA06
             CLOSE ARQ-ALUNOS
             STOP RUN
           END-IF.

      *    Registra a execução confirmada
           MOVE SPACES TO WS-ACAO-ACESSO.
           STRING
             "IMPORTACAO "          DELIMITED BY SIZE
             WS-TURMA               DELIMITED BY SIZE
             " "                    DELIMITED BY SIZE
             WS-PERIODO             DELIMITED BY SIZE
             INTO WS-ACAO-ACESSO
           END-STRING.
           PERFORM REGISTRAR-ACESSO.

           PERFORM ABRE-ARQ-NOTAS.
           OPEN OUTPUT ARQ-REVISAO.

           MOVE 'N' TO WS-EOF.

           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-RESULTADOS-AULA06
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF TURMA = WS-TURMA
                   ADD 1 TO WS-QTD-LIDOS
                   PERFORM IMPORTAR-RESULTADO
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-RESULTADOS-AULA06.
           CLOSE ARQ-ALUNOS.
           CLOSE ARQ-MATRICULAS.
           CLOSE ARQ-NOTAS.
           CLOSE ARQ-REVISAO.

           DISPLAY "----------------------------------".
           DISPLAY "Resultados da turma lidos: " WS-QTD-LIDOS.
           DISPLAY "Notas importadas: " WS-QTD-IMPORTADOS.
           DISPLAY "Recuperações completadas: " WS-QTD-RECUPERACOES.
           DISPLAY "Já importados (ignorados): " WS-QTD-JA-IMPORTADOS.
           DISPLAY "Enviados para revisão: " WS-QTD-REVISAO.

           IF WS-QTD-LIDOS = 0
             DISPLAY "Nenhum resultado da turma " WS-TURMA
               " em ALUNOS.DATA!"
           END-IF.

           IF WS-QTD-REVISAO > 0
             DISPLAY "Confira importacao-aula06-revisao.txt e lance "
               "esses alunos pelo Gestão de Notas."
           END-IF.

           DISPLAY "----------------------------------".

           STOP RUN.


       VALIDAR-PERIODO.
           MOVE 'S' TO WS-PERIODO-VALIDO.

           IF WS-PERIODO(1:4) NOT NUMERIC
             OR WS-PERIODO(5:1) NOT = "-"
             OR (WS-PERIODO(6:1) NOT = "1"
                 AND WS-PERIODO(6:1) NOT = "2")
             MOVE 'N' TO WS-PERIODO-VALIDO
             DISPLAY "Período inválido! Use AAAA-1 ou AAAA-2."
           END-IF.


      *    Confere se o período WS-PERIODO já foi fechado pelo
      *    Fechamento-Periodo; fechado, WS-PERIODO-VALIDO fica 'N'
       CONFERIR-PERIODO-FECHADO.
           OPEN INPUT ARQ-FECHADOS.

      *    Sem arquivo de fechamentos, nenhum período está fechado
           IF WS-STATUS-FECH-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-PERIODO TO FECH-PERIODO.

           READ ARQ-FECHADOS KEY IS FECH-PERIODO
             INVALID KEY
               CLOSE ARQ-FECHADOS
               EXIT PARAGRAPH
           END-READ.

           CLOSE ARQ-FECHADOS.

           MOVE 'N' TO WS-PERIODO-VALIDO.

           DISPLAY "O período " WS-PERIODO " foi fechado em "
             FECH-DATA "! Importação recusada.".


      *    Importa o resultado corrente da Aula06: casa o nome com um
      *    aluno, confere a matrícula na disciplina e grava a nota e
      *    a recuperação, ou manda o resultado para a revisão
       IMPORTAR-RESULTADO.
           MOVE SPACES TO WS-MOTIVO.

           IF MEDIA > 10 OR NOTA-REC > 10
             MOVE "NOTA INVALIDA" TO WS-MOTIVO
             PERFORM GRAVAR-REVISAO
             EXIT PARAGRAPH
           END-IF.

           PERFORM LOCALIZAR-ALUNO-POR-NOME.

           IF WS-MOTIVO NOT = SPACES
             PERFORM GRAVAR-REVISAO
             EXIT PARAGRAPH
           END-IF.

      *    Aluno formado não tem mais as notas alteradas
           IF WS-ALUNO-FORMADO
             MOVE SPACES TO WS-MOTIVO
             STRING
               "ALUNO FORMADO ("     DELIMITED BY SIZE
               WS-MATRICULA          DELIMITED BY SIZE
               ")"                   DELIMITED BY SIZE
               INTO WS-MOTIVO
             END-STRING
             PERFORM GRAVAR-REVISAO
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-MATRICULA TO NOTA-MATRICULA.
           MOVE WS-DISCIPLINA TO NOTA-DISCIPLINA.
           MOVE WS-PERIODO TO NOTA-PERIODO.

           READ ARQ-NOTAS KEY IS NOTA-CHAVE
             INVALID KEY
               MOVE WS-MATRICULA TO NOTA-MATRICULA
               MOVE WS-DISCIPLINA TO NOTA-DISCIPLINA
               MOVE WS-PERIODO TO NOTA-PERIODO
               MOVE MEDIA TO NOTA-VALOR
               MOVE NOTA-REC TO NOTA-RECUPERACAO
               WRITE REG-NOTA
               ADD 1 TO WS-QTD-IMPORTADOS
               EXIT PARAGRAPH
           END-READ.

      *    Nota já lançada: igual, é uma importação repetida; só a
      *    recuperação lançada depois na Aula06 é completada; outra
      *    nota é alteração, que depende de liberação no Gestao-Notas
           IF NOTA-VALOR = MEDIA
             AND NOTA-RECUPERACAO = NOTA-REC
             ADD 1 TO WS-QTD-JA-IMPORTADOS
             EXIT PARAGRAPH
           END-IF.

           IF NOTA-VALOR = MEDIA
             AND NOTA-RECUPERACAO = 0
             MOVE NOTA-REC TO NOTA-RECUPERACAO
             REWRITE REG-NOTA
             ADD 1 TO WS-QTD-RECUPERACOES
             EXIT PARAGRAPH
           END-IF.

           MOVE NOTA-VALOR TO WS-NOTA-EDIT.
           MOVE NOTA-RECUPERACAO TO WS-REC-EDIT.
           MOVE SPACES TO WS-MOTIVO.
           STRING
             "NOTA DIVERGENTE ("    DELIMITED BY SIZE
             WS-MATRICULA           DELIMITED BY SIZE
             " JA TEM "             DELIMITED BY SIZE
             WS-NOTA-EDIT           DELIMITED BY SIZE
             "/"                    DELIMITED BY SIZE
             WS-REC-EDIT            DELIMITED BY SIZE
             ")"                    DELIMITED BY SIZE
             INTO WS-MOTIVO
           END-STRING.
           PERFORM GRAVAR-REVISAO.


      *    Procura no cadastro os alunos com o nome do resultado
      *    corrente (sem diferença de maiúsculas); com um só aluno,
      *    ele precisa estar matriculado na disciplina no período;
      *    com homônimos, vale o único deles matriculado. Sem
      *    casamento seguro, WS-MOTIVO diz o porquê
       LOCALIZAR-ALUNO-POR-NOME.
           MOVE 0 TO WS-QTD-HOMONIMOS.
           MOVE 0 TO WS-QTD-MATRICULADOS.
           MOVE SPACES TO WS-MATRICULA.
           MOVE FUNCTION UPPER-CASE(NOME-ALUNO) TO WS-NOME-BUSCA.

           IF WS-NOME-BUSCA = SPACES
             MOVE "NOME EM BRANCO" TO WS-MOTIVO
             EXIT PARAGRAPH
           END-IF.

      *    Reposiciona no início do cadastro a cada resultado
           MOVE 'N' TO WS-EOF-ALU.
           MOVE LOW-VALUES TO ALUNO-MATRICULA.

           START ARQ-ALUNOS KEY IS NOT LESS THAN ALUNO-MATRICULA
             INVALID KEY
               MOVE 'S' TO WS-EOF-ALU
           END-START.

           PERFORM UNTIL WS-EOF-ALU = 'S'
             READ ARQ-ALUNOS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-ALU

               NOT AT END
                 MOVE FUNCTION UPPER-CASE(ALUNO-NOME)
                   TO WS-NOME-CADASTRO
                 IF WS-NOME-CADASTRO = WS-NOME-BUSCA
                   ADD 1 TO WS-QTD-HOMONIMOS
                   MOVE ALUNO-MATRICULA TO WS-MATRICULA-NOME
                   MOVE ALUNO-STATUS TO WS-STATUS-NOME
                   PERFORM CONFERIR-MATRICULA-DISCIPLINA
                 END-IF
             END-READ
           END-PERFORM.

           IF WS-QTD-HOMONIMOS = 0
             MOVE "ALUNO NAO ENCONTRADO PELO NOME" TO WS-MOTIVO
             EXIT PARAGRAPH
           END-IF.

           IF WS-QTD-MATRICULADOS = 1
             MOVE WS-MATRICULA-MATRICULADO TO WS-MATRICULA
             MOVE WS-STATUS-MATRICULADO TO WS-ALUNO-STATUS
             EXIT PARAGRAPH
           END-IF.

           IF WS-QTD-HOMONIMOS = 1
             MOVE SPACES TO WS-MOTIVO
             STRING
               "SEM MATRICULA NA DISCIPLINA (" DELIMITED BY SIZE
               WS-MATRICULA-NOME      DELIMITED BY SIZE
               ")"                    DELIMITED BY SIZE
               INTO WS-MOTIVO
             END-STRING
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-QTD-HOMONIMOS TO WS-QTD-EDIT.
           MOVE SPACES TO WS-MOTIVO.
           STRING
             "NOME AMBIGUO ("       DELIMITED BY SIZE
             WS-QTD-EDIT            DELIMITED BY SIZE
             " ALUNOS)"             DELIMITED BY SIZE
             INTO WS-MOTIVO
           END-STRING.


      *    Confere se o aluno de mesmo nome (WS-MATRICULA-NOME) está
      *    matriculado na disciplina no período do lote
       CONFERIR-MATRICULA-DISCIPLINA.
           MOVE WS-MATRICULA-NOME TO MAT-MATRICULA.
           MOVE WS-DISCIPLINA TO MAT-DISCIPLINA.
           MOVE WS-PERIODO TO MAT-PERIODO.

           READ ARQ-MATRICULAS KEY IS MAT-CHAVE
             NOT INVALID KEY
               ADD 1 TO WS-QTD-MATRICULADOS
               MOVE WS-MATRICULA-NOME TO WS-MATRICULA-MATRICULADO
               MOVE WS-STATUS-NOME TO WS-STATUS-MATRICULADO
           END-READ.


      *    Grava o resultado corrente no arquivo de revisão com o
      *    motivo de não ter sido importado
       GRAVAR-REVISAO.
           MOVE MEDIA TO WS-NOTA-EDIT.
           MOVE NOTA-REC TO WS-REC-EDIT.

           MOVE SPACES TO WS-NOVA-LINHA-REV.
           STRING
             TURMA                  DELIMITED BY SIZE
             ";"                    DELIMITED BY SIZE
             NOME-ALUNO             DELIMITED BY SIZE
             ";"                    DELIMITED BY SIZE
             WS-NOTA-EDIT           DELIMITED BY SIZE
             ";"                    DELIMITED BY SIZE
             WS-REC-EDIT            DELIMITED BY SIZE
             ";"                    DELIMITED BY SIZE
             WS-MOTIVO              DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-REV
           END-STRING.

           MOVE WS-NOVA-LINHA-REV TO LINHA-REVISAO.
           WRITE LINHA-REVISAO.

           ADD 1 TO WS-QTD-REVISAO.


       ABRE-ARQ-NOTAS.
           OPEN I-O ARQ-NOTAS.

      *    Caso o arquivo não exista (status 35), cria
           IF WS-STATUS-NOTA-FILE-NOT-FOUND
             OPEN OUTPUT ARQ-NOTAS
             CLOSE ARQ-NOTAS
             PERFORM ABRE-ARQ-NOTAS
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

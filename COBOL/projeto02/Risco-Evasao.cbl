       IDENTIFICATION DIVISION.
           PROGRAM-ID. RISCO-EVASAO.
           AUTHOR. Mauricio Rodrigues.

      *    Relatório de risco de evasão de um período letivo: junta
      *    os sinais que estão espalhados em três arquivos e pontua
      *    cada aluno ativo por
      *      - frequência geral no período abaixo da mínima
      *        (frequencia.idx)
      *      - disciplinas em risco de reprovação: sem nota, nota
      *        final abaixo de 6.00 ou frequência na disciplina
      *        abaixo da mínima (notas.idx)
      *      - meses de mensalidade em atraso (mensalidades.idx)
      *    Os alunos com pontos saem agrupados por curso, do maior
      *    para o menor risco, com o orientador de orientacoes.idx
      *    (risco-evasao-<periodo>.txt); cada orientador recebe a
      *    lista só dos seus orientandos em risco
      *    (risco-evasao-<periodo>-<orientador>.txt)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Cadastro de alunos mantido pelo Gestao-Alunos; só os
      *    ativos são avaliados
           SELECT ARQ-ALUNOS ASSIGN TO "alunos.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-ALU
             RECORD KEY IS ALUNO-MATRICULA.

      *    Matrículas em disciplina mantidas pelo Gestao-Notas
           SELECT ARQ-MATRICULAS ASSIGN TO "matriculas-disciplinas.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-MAT
             RECORD KEY IS MAT-CHAVE.

      *    Notas por aluno, disciplina e período (Gestao-Notas)
           SELECT ARQ-NOTAS ASSIGN TO "notas.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-NOTA
             RECORD KEY IS NOTA-CHAVE.

      *    Presenças registradas pelo Frequencia.cbl
           SELECT ARQ-FREQUENCIA ASSIGN TO "frequencia.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-FREQ
             RECORD KEY IS FREQ-CHAVE.

      *    Cobranças de mensalidade mantidas pelo Mensalidades
           SELECT ARQ-MENSALIDADES ASSIGN TO "mensalidades.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-MEN
             RECORD KEY IS MEN-CHAVE.

      *    Orientações acadêmicas e quadro de professores, mantidos
      *    pelo Professores-Index; caminho relativo até o diretório
      *    daquela lição
           SELECT ARQ-ORIENTACAO
             ASSIGN TO "../Aula09 - Arquivos Indexados/orientacoes.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-ORI
             RECORD KEY IS ORI-CHAVE.

           SELECT ARQ-PROFESSORES
             ASSIGN TO "../Aula09 - Arquivos Indexados/professores.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-PRO
             RECORD KEY IS PRO-MATRICULA.

      *    Relatório geral, agrupado por curso
           SELECT ARQ-RELATORIO
             ASSIGN TO DYNAMIC WS-NOME-RELATORIO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-REL.

      *    Lista de cada orientador, uma por vez
           SELECT ARQ-LISTA-ORIENTADOR
             ASSIGN TO DYNAMIC WS-NOME-LISTA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LST.

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

      *    Mesmo layout de REG-FREQUENCIA em Frequencia.cbl,
      *    redeclarado aqui apenas para consulta
       FD ARQ-FREQUENCIA.
       01 REG-FREQUENCIA.
           05 FREQ-CHAVE.
               10 FREQ-DISCIPLINA    PIC X(20).
               10 FREQ-DATA          PIC 9(08).
               10 FREQ-MATRICULA     PIC X(08).
           05 FREQ-PRESENTE          PIC X(01).
               88 ALUNO-PRESENTE     VALUE 'P'.
               88 ALUNO-FALTOU       VALUE 'F'.

      *    Mesmo layout de REG-MENSALIDADE em Mensalidades.cbl,
      *    redeclarado aqui apenas para consulta
       FD ARQ-MENSALIDADES.
       01 REG-MENSALIDADE.
           05 MEN-CHAVE.
               10 MEN-MATRICULA      PIC X(08).
               10 MEN-MES            PIC 9(06).
           05 MEN-VALOR              PIC 9(06)V99.
           05 MEN-STATUS             PIC X(01).
               88 MEN-ABERTA         VALUE 'A'.
               88 MEN-PAGA           VALUE 'P'.
               88 MEN-INCOBRAVEL     VALUE 'I'.
           05 MEN-DATA-PAGAMENTO     PIC 9(08).
           05 MEN-VALOR-BRUTO        PIC 9(06)V99.
           05 MEN-DESCONTO-BOLSA     PIC 9(06)V99.
           05 MEN-DIA-PONTUALIDADE   PIC 9(02).
           05 MEN-PERC-PONTUALIDADE  PIC 9(02)V99.
           05 MEN-DESCONTO-PONTUAL   PIC 9(06)V99.
           05 MEN-VALOR-PAGO         PIC 9(06)V99.

      *    Mesmo layout de ORIENTACAO em Professores-Index.cbl,
      *    redeclarado aqui apenas para consulta
       FD ARQ-ORIENTACAO.
       01 ORIENTACAO.
           05 ORI-CHAVE.
               10 ORI-PRO-MATRICULA  PIC X(08).
               10 ORI-ALUNO-MATRICULA PIC X(08).
           05 ORI-ALUNO-NOME         PIC X(30).

      *    Mesmo layout de PROFESSOR em Professores-Index.cbl,
      *    redeclarado aqui apenas para consulta
       FD ARQ-PROFESSORES.
       01 PROFESSOR.
           05 PRO-MATRICULA          PIC X(08).
           05 PRO-NOME               PIC X(30).

       FD ARQ-RELATORIO.
       01 LINHA-RELATORIO            PIC X(100).

       FD ARQ-LISTA-ORIENTADOR.
       01 LINHA-LISTA                PIC X(100).

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
                          WS-STATUS-FREQ-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-FREQ-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-FREQ-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-FREQ-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-FREQ-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-FREQ-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-FREQ.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-MEN-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-MEN-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-MEN-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-MEN-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-MEN-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-MEN-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-MEN.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-ORI-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-ORI-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-ORI-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-ORI-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-ORI-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-ORI-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-ORI.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-PRO-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-PRO-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-PRO-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-PRO-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-PRO-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-PRO-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-PRO.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-REL-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-REL-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-REL-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-REL-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-REL-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-REL-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-REL.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-LST-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-LST-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-LST-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-LST-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-LST-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-LST-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-LST.
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
       01 WS-EOF-MAT                 PIC X(01).
       01 WS-EOF-FREQ                PIC X(01).
       01 WS-EOF-MEN                 PIC X(01).
       01 WS-EOF-ORI                 PIC X(01).
       01 WS-PERIODO                 PIC X(06).
       01 WS-DATA-HOJE               PIC 9(08).
       01 WS-MES-HOJE                PIC 9(06).
       01 WS-NOME-RELATORIO          PIC X(40).
       01 WS-NOME-LISTA              PIC X(50).
       01 WS-TEXTO                   PIC X(100).

      * Critérios: frequência mínima (a mesma do fechamento do
      * período, 75%, quando não informada), média mínima e o peso
      * de cada sinal na pontuação
       01 WS-FREQ-MINIMA             PIC 9(03).
       01 WS-MEDIA-MINIMA            PIC 9(02)V99 VALUE 6.00.
       01 WS-PESO-FREQUENCIA         PIC 9(02) VALUE 3.
       01 WS-PESO-DISCIPLINA         PIC 9(02) VALUE 2.
       01 WS-PESO-MES-ATRASO         PIC 9(02) VALUE 2.
      * Faixas de risco pela pontuação
       01 WS-PONTOS-ALTO             PIC 9(03) VALUE 6.
       01 WS-PONTOS-MEDIO            PIC 9(03) VALUE 3.

      * Variáveis do aluno corrente
       01 WS-TOT-CHAMADAS            PIC 9(04).
       01 WS-TOT-PRESENCAS           PIC 9(04).
       01 WS-PERC-GERAL              PIC 9(03)V99.
       01 WS-FREQ-BAIXA              PIC X(01).
       01 WS-QTD-DISC-RISCO          PIC 9(02).
       01 WS-QTD-MESES-ATRASO        PIC 9(02).
       01 WS-PONTOS                  PIC 9(03).

      * Variáveis da disciplina corrente do aluno
       01 WS-DISC-EM-RISCO           PIC X(01).
       01 WS-NOTA-FINAL              PIC 9(02)V99.
       01 WS-QTD-CHAMADAS            PIC 9(03).
       01 WS-QTD-PRESENCAS           PIC 9(03).
       01 WS-DATA-ANTERIOR           PIC 9(08).
       01 WS-PERC-DISCIPLINA         PIC 9(03)V99.

      * Período de cada chamada, derivado da data dela (semestre 1
      * até junho, semestre 2 de julho em diante, como no
      * Frequencia.cbl); só as chamadas do período avaliado contam
       01 WS-PERIODO-CHAMADA         PIC X(06).
       01 WS-ANO-CHAMADA             PIC 9(04).
       01 WS-MES-DIA-CHAMADA         PIC 9(04).
       01 WS-MES-CHAMADA             PIC 9(02).
       01 WS-DIA-CHAMADA             PIC 9(02).
       01 WS-SEMESTRE-CHAMADA        PIC 9(01).

      * Alunos em risco, colecionados na varredura do cadastro e
      * ordenados por curso e, dentro do curso, por pontos
       01 WS-QTD-RISCO               PIC 9(03) VALUE 0.
       01 WS-MAX-RISCO               PIC 9(03) VALUE 500.
       01 WS-QTD-FORA-TABELA         PIC 9(04) VALUE 0.
       01 WS-TABELA-RISCO.
           05 WS-RIS OCCURS 500 TIMES.
             10 WS-RIS-MATRICULA     PIC X(08).
             10 WS-RIS-NOME          PIC X(30).
             10 WS-RIS-CURSO         PIC X(20).
             10 WS-RIS-PONTOS        PIC 9(03).
             10 WS-RIS-PERC-FREQ     PIC 9(03)V99.
             10 WS-RIS-SEM-CHAMADA   PIC X(01).
             10 WS-RIS-DISC-RISCO    PIC 9(02).
             10 WS-RIS-MESES-ATRASO  PIC 9(02).
             10 WS-RIS-ORIENTADOR    PIC X(08).
       01 WS-RIS-AUX                 PIC X(79).
       01 WS-IDX-RIS                 PIC 9(03).
       01 WS-IDX-RIS2                PIC 9(03).
       01 WS-IDX-ACHADO              PIC 9(03).

      * Quebra por curso no relatório geral
       01 WS-CURSO-ANTERIOR          PIC X(20).
       01 WS-POSICAO                 PIC 9(03).

      * Lista do orientador corrente: os índices dos orientandos em
      * risco na tabela acima, ordenados por pontos
       01 WS-ORI-ANTERIOR            PIC X(08).
       01 WS-QTD-ORIENTANDOS         PIC 9(03) VALUE 0.
       01 WS-TABELA-ORIENTANDOS.
           05 WS-ORD OCCURS 100 TIMES PIC 9(03).
       01 WS-ORD-AUX                 PIC 9(03).
       01 WS-IDX-ORD                 PIC 9(03).
       01 WS-IDX-ORD2                PIC 9(03).
       01 WS-PROF-NOME               PIC X(30).
       01 WS-QTD-LISTAS              PIC 9(03) VALUE 0.

      * Cabeçalho das colunas e campos de edição das linhas do
      * relatório
       01 WS-CABECALHO-COLUNAS.
           05 FILLER                 PIC X(40)
             VALUE "  Pos Matric.   Nome                    ".
           05 FILLER                 PIC X(40)
             VALUE "       Pts Nivel  Freq.%  Disc  Atraso  ".
       01 WS-NIVEL-RISCO             PIC X(05).
       01 WS-POSICAO-ED              PIC ZZ9.
       01 WS-PONTOS-ED               PIC ZZ9.
       01 WS-PERC-ED                 PIC ZZ9.99.
       01 WS-DISC-ED                 PIC Z9.
       01 WS-MESES-ED                PIC Z9.
       01 WS-FREQ-TEXTO              PIC X(08).

      * Totais do relatório
       01 WS-QTD-AVALIADOS           PIC 9(04) VALUE 0.
       01 WS-QTD-ALTO                PIC 9(04) VALUE 0.
       01 WS-QTD-MEDIO               PIC 9(04) VALUE 0.
       01 WS-QTD-BAIXO               PIC 9(04) VALUE 0.

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
                                     VALUE "RISCO-EVASAO".
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
           DISPLAY " RELATÓRIO DE RISCO DE EVASÃO".
           DISPLAY "----------------------------------".

           DISPLAY "Informe o Período (ex.: 2026-1): "
             WITH NO ADVANCING.
           ACCEPT WS-PERIODO.

           DISPLAY "Frequência mínima em % (Enter = 75): "
             WITH NO ADVANCING.
           ACCEPT WS-FREQ-MINIMA.

           IF WS-FREQ-MINIMA = 0 OR WS-FREQ-MINIMA > 100
             MOVE 75 TO WS-FREQ-MINIMA
           END-IF.

      *    Registra a execução com os parâmetros informados
           MOVE SPACES TO WS-ACAO-ACESSO.
           STRING
             "RISCO "              DELIMITED BY SIZE
             WS-PERIODO            DELIMITED BY SIZE
             " FREQ "              DELIMITED BY SIZE
             WS-FREQ-MINIMA        DELIMITED BY SIZE
             INTO WS-ACAO-ACESSO
           END-STRING.
           PERFORM REGISTRAR-ACESSO.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE(1:6) TO WS-MES-HOJE.

           OPEN INPUT ARQ-ALUNOS.

           IF WS-STATUS-ALU-FILE-NOT-FOUND
             DISPLAY "Arquivo de alunos não encontrado. Cadastre um "
               "aluno no Gestão de Alunos primeiro!"
             STOP RUN
           END-IF.

           OPEN INPUT ARQ-MATRICULAS.
           OPEN INPUT ARQ-NOTAS.
           OPEN INPUT ARQ-FREQUENCIA.
           OPEN INPUT ARQ-MENSALIDADES.
           OPEN INPUT ARQ-ORIENTACAO.
           OPEN INPUT ARQ-PROFESSORES.

      *    Avalia cada aluno ativo; quem soma pontos entra na tabela
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

           PERFORM ATRIBUIR-ORIENTADORES.

      *    Ordena por curso e, dentro do curso, do maior para o
      *    menor risco
           IF WS-QTD-RISCO > 1
             PERFORM ORDENAR-RIS-EXTERNA
               VARYING WS-IDX-RIS FROM 1 BY 1
               UNTIL WS-IDX-RIS >= WS-QTD-RISCO
           END-IF.

           PERFORM EMITIR-RELATORIO-GERAL.
           PERFORM EMITIR-LISTAS-ORIENTADORES.

           CLOSE ARQ-ALUNOS.
           CLOSE ARQ-MATRICULAS.
           CLOSE ARQ-NOTAS.
           CLOSE ARQ-FREQUENCIA.
           CLOSE ARQ-MENSALIDADES.
           CLOSE ARQ-ORIENTACAO.
           CLOSE ARQ-PROFESSORES.

           DISPLAY "----------------------------------".
           DISPLAY "Alunos ativos avaliados: " WS-QTD-AVALIADOS.
           DISPLAY "Em risco ALTO:  " WS-QTD-ALTO.
           DISPLAY "Em risco MÉDIO: " WS-QTD-MEDIO.
           DISPLAY "Em risco BAIXO: " WS-QTD-BAIXO.
           IF WS-QTD-FORA-TABELA > 0
             DISPLAY "ATENÇÃO: " WS-QTD-FORA-TABELA " aluno(s) em "
               "risco não couberam no relatório (limite de "
               WS-MAX-RISCO ")!"
           END-IF.
           DISPLAY "Relatório gravado em: " WS-NOME-RELATORIO.
           DISPLAY "Listas de orientador gravadas: " WS-QTD-LISTAS.
           DISPLAY " ".

           STOP RUN.

      *    Pontua o aluno corrente (REG-ALUNO) pelas disciplinas do
      *    período e pelas mensalidades em atraso
       AVALIAR-ALUNO.
           MOVE 0 TO WS-TOT-CHAMADAS.
           MOVE 0 TO WS-TOT-PRESENCAS.
           MOVE 0 TO WS-QTD-DISC-RISCO.
           MOVE 0 TO WS-QTD-MESES-ATRASO.
           MOVE 0 TO WS-PERC-GERAL.
           MOVE 'N' TO WS-FREQ-BAIXA.

      *    Disciplinas do aluno no período (a chave começa pela
      *    matrícula do aluno)
           IF WS-STATUS-MAT-OK
             MOVE 'N' TO WS-EOF-MAT
             MOVE ALUNO-MATRICULA TO MAT-MATRICULA
             MOVE LOW-VALUES TO MAT-DISCIPLINA
             MOVE LOW-VALUES TO MAT-PERIODO

             START ARQ-MATRICULAS KEY IS NOT LESS THAN MAT-CHAVE
               INVALID KEY
                 MOVE 'S' TO WS-EOF-MAT
             END-START

             PERFORM UNTIL WS-EOF-MAT = 'S'
               READ ARQ-MATRICULAS NEXT RECORD
                 AT END
                   MOVE 'S' TO WS-EOF-MAT

                 NOT AT END
                   IF MAT-MATRICULA NOT = ALUNO-MATRICULA
                     MOVE 'S' TO WS-EOF-MAT
                   ELSE
                     IF MAT-PERIODO = WS-PERIODO
                       PERFORM AVALIAR-DISCIPLINA
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
           END-IF.

      *    Mensalidades em aberto de meses anteriores ao corrente
           IF WS-STATUS-MEN-OK
             MOVE 'N' TO WS-EOF-MEN
             MOVE ALUNO-MATRICULA TO MEN-MATRICULA
             MOVE 0 TO MEN-MES

             START ARQ-MENSALIDADES KEY IS NOT LESS THAN MEN-CHAVE
               INVALID KEY
                 MOVE 'S' TO WS-EOF-MEN
             END-START

             PERFORM UNTIL WS-EOF-MEN = 'S'
               READ ARQ-MENSALIDADES NEXT RECORD
                 AT END
                   MOVE 'S' TO WS-EOF-MEN

                 NOT AT END
                   IF MEN-MATRICULA NOT = ALUNO-MATRICULA
                     MOVE 'S' TO WS-EOF-MEN
                   ELSE
                     IF MEN-ABERTA AND MEN-MES < WS-MES-HOJE
                       ADD 1 TO WS-QTD-MESES-ATRASO
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
           END-IF.

      *    Frequência geral no período, somando todas as disciplinas
           IF WS-TOT-CHAMADAS > 0
             COMPUTE WS-PERC-GERAL ROUNDED =
               WS-TOT-PRESENCAS * 100 / WS-TOT-CHAMADAS
             IF WS-PERC-GERAL < WS-FREQ-MINIMA
               MOVE 'S' TO WS-FREQ-BAIXA
             END-IF
           END-IF.

           MOVE 0 TO WS-PONTOS.
           IF WS-FREQ-BAIXA = 'S'
             ADD WS-PESO-FREQUENCIA TO WS-PONTOS
           END-IF.
           COMPUTE WS-PONTOS = WS-PONTOS
             + WS-QTD-DISC-RISCO * WS-PESO-DISCIPLINA
             + WS-QTD-MESES-ATRASO * WS-PESO-MES-ATRASO.

           IF WS-PONTOS = 0
             EXIT PARAGRAPH
           END-IF.

           IF WS-QTD-RISCO >= WS-MAX-RISCO
             ADD 1 TO WS-QTD-FORA-TABELA
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-RISCO.
           MOVE ALUNO-MATRICULA TO WS-RIS-MATRICULA(WS-QTD-RISCO).
           MOVE ALUNO-NOME TO WS-RIS-NOME(WS-QTD-RISCO).
           MOVE ALUNO-CURSO TO WS-RIS-CURSO(WS-QTD-RISCO).
           MOVE WS-PONTOS TO WS-RIS-PONTOS(WS-QTD-RISCO).
           MOVE WS-PERC-GERAL TO WS-RIS-PERC-FREQ(WS-QTD-RISCO).
           IF WS-TOT-CHAMADAS = 0
             MOVE 'S' TO WS-RIS-SEM-CHAMADA(WS-QTD-RISCO)
           ELSE
             MOVE 'N' TO WS-RIS-SEM-CHAMADA(WS-QTD-RISCO)
           END-IF.
           MOVE WS-QTD-DISC-RISCO TO WS-RIS-DISC-RISCO(WS-QTD-RISCO).
           MOVE WS-QTD-MESES-ATRASO
             TO WS-RIS-MESES-ATRASO(WS-QTD-RISCO).
           MOVE SPACES TO WS-RIS-ORIENTADOR(WS-QTD-RISCO).

      *    Disciplina corrente (REG-MATRICULA) do aluno: em risco sem
      *    nota, com nota final abaixo da média ou com frequência
      *    abaixo da mínima; as chamadas somam na frequência geral
       AVALIAR-DISCIPLINA.
           MOVE 'N' TO WS-DISC-EM-RISCO.

           IF WS-STATUS-NOTA-OK
             MOVE MAT-MATRICULA TO NOTA-MATRICULA
             MOVE MAT-DISCIPLINA TO NOTA-DISCIPLINA
             MOVE MAT-PERIODO TO NOTA-PERIODO

             READ ARQ-NOTAS KEY IS NOTA-CHAVE
               INVALID KEY
                 MOVE 'S' TO WS-DISC-EM-RISCO

               NOT INVALID KEY
      *          A nota final considera a recuperação (vale a maior)
                 MOVE NOTA-VALOR TO WS-NOTA-FINAL
                 IF NOTA-RECUPERACAO > WS-NOTA-FINAL
                   MOVE NOTA-RECUPERACAO TO WS-NOTA-FINAL
                 END-IF
                 IF WS-NOTA-FINAL < WS-MEDIA-MINIMA
                   MOVE 'S' TO WS-DISC-EM-RISCO
                 END-IF
             END-READ
           ELSE
             MOVE 'S' TO WS-DISC-EM-RISCO
           END-IF.

           PERFORM CALCULAR-FREQUENCIA-DISCIPLINA.
           ADD WS-QTD-CHAMADAS TO WS-TOT-CHAMADAS.
           ADD WS-QTD-PRESENCAS TO WS-TOT-PRESENCAS.

           IF WS-QTD-CHAMADAS > 0
             AND WS-PERC-DISCIPLINA < WS-FREQ-MINIMA
             MOVE 'S' TO WS-DISC-EM-RISCO
           END-IF.

           IF WS-DISC-EM-RISCO = 'S'
             ADD 1 TO WS-QTD-DISC-RISCO
           END-IF.

      *    Conta, para a disciplina corrente (MAT-DISCIPLINA), quantas
      *    chamadas houve no período e em quantas o aluno esteve
      *    presente, varrendo frequencia.idx pela chave (disciplina,
      *    data, matrícula)
       CALCULAR-FREQUENCIA-DISCIPLINA.
           MOVE 0 TO WS-QTD-CHAMADAS.
           MOVE 0 TO WS-QTD-PRESENCAS.
           MOVE 0 TO WS-DATA-ANTERIOR.
           MOVE 0 TO WS-PERC-DISCIPLINA.
           MOVE 'N' TO WS-EOF-FREQ.

           IF NOT WS-STATUS-FREQ-OK
             EXIT PARAGRAPH
           END-IF.

           MOVE MAT-DISCIPLINA TO FREQ-DISCIPLINA.
           MOVE 0 TO FREQ-DATA.
           MOVE LOW-VALUES TO FREQ-MATRICULA.

           START ARQ-FREQUENCIA KEY IS NOT LESS THAN FREQ-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF-FREQ
           END-START.

           PERFORM UNTIL WS-EOF-FREQ = 'S'
             READ ARQ-FREQUENCIA NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-FREQ

               NOT AT END
                 IF FREQ-DISCIPLINA NOT = MAT-DISCIPLINA
                   MOVE 'S' TO WS-EOF-FREQ
                 ELSE
                   PERFORM DERIVAR-PERIODO-CHAMADA
                   IF WS-PERIODO-CHAMADA = WS-PERIODO
                     IF FREQ-DATA NOT = WS-DATA-ANTERIOR
                       ADD 1 TO WS-QTD-CHAMADAS
                       MOVE FREQ-DATA TO WS-DATA-ANTERIOR
                     END-IF
                     IF FREQ-MATRICULA = MAT-MATRICULA
                       AND ALUNO-PRESENTE
                       ADD 1 TO WS-QTD-PRESENCAS
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           IF WS-QTD-CHAMADAS > 0
             COMPUTE WS-PERC-DISCIPLINA ROUNDED =
               WS-QTD-PRESENCAS * 100 / WS-QTD-CHAMADAS
           END-IF.

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

      *    Anota em cada aluno da tabela o seu orientador; a chave de
      *    orientacoes.idx começa pelo professor, então a varredura é
      *    sequencial
       ATRIBUIR-ORIENTADORES.
           IF NOT WS-STATUS-ORI-OK
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-ORI.
           MOVE LOW-VALUES TO ORI-CHAVE.

           START ARQ-ORIENTACAO KEY IS NOT LESS THAN ORI-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF-ORI
           END-START.

           PERFORM UNTIL WS-EOF-ORI = 'S'
             READ ARQ-ORIENTACAO NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-ORI

               NOT AT END
                 PERFORM LOCALIZAR-ORIENTANDO
                 IF WS-IDX-ACHADO > 0
                   IF WS-RIS-ORIENTADOR(WS-IDX-ACHADO) = SPACES
                     MOVE ORI-PRO-MATRICULA
                       TO WS-RIS-ORIENTADOR(WS-IDX-ACHADO)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

      *    Procura na tabela o aluno da orientação corrente
      *    (ORI-ALUNO-MATRICULA); deixa o índice em WS-IDX-ACHADO, ou
      *    zero quando o aluno não está em risco
       LOCALIZAR-ORIENTANDO.
           MOVE 0 TO WS-IDX-ACHADO.
           PERFORM COMPARAR-ORIENTANDO
             VARYING WS-IDX-RIS FROM 1 BY 1
             UNTIL WS-IDX-RIS > WS-QTD-RISCO
               OR WS-IDX-ACHADO > 0.

       COMPARAR-ORIENTANDO.
           IF WS-RIS-MATRICULA(WS-IDX-RIS) = ORI-ALUNO-MATRICULA
             MOVE WS-IDX-RIS TO WS-IDX-ACHADO
           END-IF.

       ORDENAR-RIS-EXTERNA.
           PERFORM ORDENAR-RIS-INTERNA
             VARYING WS-IDX-RIS2 FROM 1 BY 1
             UNTIL WS-IDX-RIS2 > WS-QTD-RISCO - WS-IDX-RIS.

       ORDENAR-RIS-INTERNA.
           IF WS-RIS-CURSO(WS-IDX-RIS2) > WS-RIS-CURSO(WS-IDX-RIS2 + 1)
             OR (WS-RIS-CURSO(WS-IDX-RIS2) =
                 WS-RIS-CURSO(WS-IDX-RIS2 + 1)
                 AND WS-RIS-PONTOS(WS-IDX-RIS2) <
                     WS-RIS-PONTOS(WS-IDX-RIS2 + 1))
             MOVE WS-RIS(WS-IDX-RIS2) TO WS-RIS-AUX
             MOVE WS-RIS(WS-IDX-RIS2 + 1) TO WS-RIS(WS-IDX-RIS2)
             MOVE WS-RIS-AUX TO WS-RIS(WS-IDX-RIS2 + 1)
           END-IF.

      *    Relatório geral: alunos em risco agrupados por curso, do
      *    maior para o menor risco, no terminal e no documento
       EMITIR-RELATORIO-GERAL.
           MOVE SPACES TO WS-NOME-RELATORIO.
           STRING
             "risco-evasao-"          DELIMITED BY SIZE
             FUNCTION TRIM(WS-PERIODO) DELIMITED BY SIZE
             ".txt"                   DELIMITED BY SIZE
             INTO WS-NOME-RELATORIO
           END-STRING.

           OPEN OUTPUT ARQ-RELATORIO.

           MOVE "==============================================="
             TO WS-TEXTO.
           PERFORM EMITIR-LINHA.
           MOVE "        RISCO DE EVASÃO POR CURSO" TO WS-TEXTO.
           PERFORM EMITIR-LINHA.
           MOVE "==============================================="
             TO WS-TEXTO.
           PERFORM EMITIR-LINHA.

           MOVE SPACES TO WS-TEXTO.
           STRING
             "Período: "     DELIMITED BY SIZE
             WS-PERIODO      DELIMITED BY SIZE
             "   Emitido em: " DELIMITED BY SIZE
             WS-DATA-HOJE    DELIMITED BY SIZE
             "   Frequência mínima: " DELIMITED BY SIZE
             WS-FREQ-MINIMA  DELIMITED BY SIZE
             "%"             DELIMITED BY SIZE
             INTO WS-TEXTO
           END-STRING.
           PERFORM EMITIR-LINHA.

           IF WS-QTD-RISCO = 0
             MOVE "Nenhum aluno ativo em risco no período."
               TO WS-TEXTO
             PERFORM EMITIR-LINHA
           END-IF.

           MOVE HIGH-VALUES TO WS-CURSO-ANTERIOR.

           PERFORM EMITIR-ALUNO-GERAL
             VARYING WS-IDX-RIS FROM 1 BY 1
             UNTIL WS-IDX-RIS > WS-QTD-RISCO.

           MOVE "==============================================="
             TO WS-TEXTO.
           PERFORM EMITIR-LINHA.

           CLOSE ARQ-RELATORIO.

      *    Uma linha do relatório geral, com cabeçalho na quebra de
      *    curso
       EMITIR-ALUNO-GERAL.
           IF WS-RIS-CURSO(WS-IDX-RIS) NOT = WS-CURSO-ANTERIOR
             MOVE WS-RIS-CURSO(WS-IDX-RIS) TO WS-CURSO-ANTERIOR
             MOVE 0 TO WS-POSICAO
             MOVE SPACES TO WS-TEXTO
             PERFORM EMITIR-LINHA
             MOVE SPACES TO WS-TEXTO
             STRING
               "Curso: "                DELIMITED BY SIZE
               WS-RIS-CURSO(WS-IDX-RIS) DELIMITED BY SIZE
               INTO WS-TEXTO
             END-STRING
             PERFORM EMITIR-LINHA
             MOVE WS-CABECALHO-COLUNAS TO WS-TEXTO
             PERFORM EMITIR-LINHA
           END-IF.

           ADD 1 TO WS-POSICAO.
           PERFORM MONTAR-LINHA-ALUNO.
           PERFORM EMITIR-LINHA.

      *    Orientador logo abaixo do aluno
           PERFORM BUSCAR-NOME-ORIENTADOR.
           MOVE SPACES TO WS-TEXTO.
           IF WS-RIS-ORIENTADOR(WS-IDX-RIS) = SPACES
             MOVE "      Orientador: (sem orientador)" TO WS-TEXTO
           ELSE
             STRING
               "      Orientador: "          DELIMITED BY SIZE
               WS-RIS-ORIENTADOR(WS-IDX-RIS) DELIMITED BY SIZE
               " - "                         DELIMITED BY SIZE
               WS-PROF-NOME                  DELIMITED BY SIZE
               INTO WS-TEXTO
             END-STRING
           END-IF.
           PERFORM EMITIR-LINHA.

           EVALUATE WS-NIVEL-RISCO
             WHEN "ALTO"
               ADD 1 TO WS-QTD-ALTO
             WHEN "MEDIO"
               ADD 1 TO WS-QTD-MEDIO
             WHEN OTHER
               ADD 1 TO WS-QTD-BAIXO
           END-EVALUATE.

      *    Monta em WS-TEXTO a linha do aluno WS-RIS(WS-IDX-RIS), com
      *    a posição WS-POSICAO e o nível de risco pela pontuação
       MONTAR-LINHA-ALUNO.
           EVALUATE TRUE
             WHEN WS-RIS-PONTOS(WS-IDX-RIS) >= WS-PONTOS-ALTO
               MOVE "ALTO" TO WS-NIVEL-RISCO
             WHEN WS-RIS-PONTOS(WS-IDX-RIS) >= WS-PONTOS-MEDIO
               MOVE "MEDIO" TO WS-NIVEL-RISCO
             WHEN OTHER
               MOVE "BAIXO" TO WS-NIVEL-RISCO
           END-EVALUATE.

           MOVE WS-POSICAO TO WS-POSICAO-ED.
           MOVE WS-RIS-PONTOS(WS-IDX-RIS) TO WS-PONTOS-ED.
           MOVE WS-RIS-DISC-RISCO(WS-IDX-RIS) TO WS-DISC-ED.
           MOVE WS-RIS-MESES-ATRASO(WS-IDX-RIS) TO WS-MESES-ED.

      *    Sem chamada no período não há frequência a mostrar
           IF WS-RIS-SEM-CHAMADA(WS-IDX-RIS) = 'S'
             MOVE "   --.--" TO WS-FREQ-TEXTO
           ELSE
             MOVE WS-RIS-PERC-FREQ(WS-IDX-RIS) TO WS-PERC-ED
             MOVE SPACES TO WS-FREQ-TEXTO
             STRING
               "  "       DELIMITED BY SIZE
               WS-PERC-ED DELIMITED BY SIZE
               INTO WS-FREQ-TEXTO
             END-STRING
           END-IF.

           MOVE SPACES TO WS-TEXTO.
           STRING
             "  "                          DELIMITED BY SIZE
             WS-POSICAO-ED                 DELIMITED BY SIZE
             " "                           DELIMITED BY SIZE
             WS-RIS-MATRICULA(WS-IDX-RIS)  DELIMITED BY SIZE
             "  "                          DELIMITED BY SIZE
             WS-RIS-NOME(WS-IDX-RIS)       DELIMITED BY SIZE
             " "                           DELIMITED BY SIZE
             WS-PONTOS-ED                  DELIMITED BY SIZE
             " "                           DELIMITED BY SIZE
             WS-NIVEL-RISCO                DELIMITED BY SIZE
             WS-FREQ-TEXTO                 DELIMITED BY SIZE
             "    "                        DELIMITED BY SIZE
             WS-DISC-ED                    DELIMITED BY SIZE
             "    "                        DELIMITED BY SIZE
             WS-MESES-ED                   DELIMITED BY SIZE
             INTO WS-TEXTO
           END-STRING.

      *    Busca o nome do orientador do aluno WS-RIS(WS-IDX-RIS)
       BUSCAR-NOME-ORIENTADOR.
           MOVE SPACES TO WS-PROF-NOME.

           IF NOT WS-STATUS-PRO-OK
             OR WS-RIS-ORIENTADOR(WS-IDX-RIS) = SPACES
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-RIS-ORIENTADOR(WS-IDX-RIS) TO PRO-MATRICULA.

           READ ARQ-PROFESSORES KEY IS PRO-MATRICULA
             NOT INVALID KEY
               MOVE PRO-NOME TO WS-PROF-NOME
           END-READ.

      *    Mostra a linha corrente no terminal e grava a mesma linha
      *    no relatório geral
       EMITIR-LINHA.
           DISPLAY WS-TEXTO.
           MOVE WS-TEXTO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *    Uma lista por orientador, só com os seus orientandos em
      *    risco, do maior para o menor risco; a varredura de
      *    orientacoes.idx já vem agrupada por professor
       EMITIR-LISTAS-ORIENTADORES.
           IF NOT WS-STATUS-ORI-OK OR WS-QTD-RISCO = 0
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-ORI.
           MOVE SPACES TO WS-ORI-ANTERIOR.
           MOVE 0 TO WS-QTD-ORIENTANDOS.
           MOVE LOW-VALUES TO ORI-CHAVE.

           START ARQ-ORIENTACAO KEY IS NOT LESS THAN ORI-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF-ORI
           END-START.

           PERFORM UNTIL WS-EOF-ORI = 'S'
             READ ARQ-ORIENTACAO NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-ORI

               NOT AT END
      *          Quebra de orientador: emite a lista do anterior
                 IF ORI-PRO-MATRICULA NOT = WS-ORI-ANTERIOR
                   PERFORM GRAVAR-LISTA-ORIENTADOR
                   MOVE ORI-PRO-MATRICULA TO WS-ORI-ANTERIOR
                   MOVE 0 TO WS-QTD-ORIENTANDOS
                 END-IF
                 PERFORM LOCALIZAR-ORIENTANDO
                 IF WS-IDX-ACHADO > 0
                   AND WS-QTD-ORIENTANDOS < 100
                   ADD 1 TO WS-QTD-ORIENTANDOS
                   MOVE WS-IDX-ACHADO TO WS-ORD(WS-QTD-ORIENTANDOS)
                 END-IF
             END-READ
           END-PERFORM.

           PERFORM GRAVAR-LISTA-ORIENTADOR.

      *    Grava a lista do orientador WS-ORI-ANTERIOR com os
      *    orientandos colecionados em WS-ORD; orientador sem
      *    orientando em risco não recebe lista
       GRAVAR-LISTA-ORIENTADOR.
           IF WS-QTD-ORIENTANDOS = 0
             EXIT PARAGRAPH
           END-IF.

           IF WS-QTD-ORIENTANDOS > 1
             PERFORM ORDENAR-ORD-EXTERNA
               VARYING WS-IDX-ORD FROM 1 BY 1
               UNTIL WS-IDX-ORD >= WS-QTD-ORIENTANDOS
           END-IF.

           MOVE SPACES TO WS-PROF-NOME.
           IF WS-STATUS-PRO-OK
             MOVE WS-ORI-ANTERIOR TO PRO-MATRICULA
             READ ARQ-PROFESSORES KEY IS PRO-MATRICULA
               NOT INVALID KEY
                 MOVE PRO-NOME TO WS-PROF-NOME
             END-READ
           END-IF.

           MOVE SPACES TO WS-NOME-LISTA.
           STRING
             "risco-evasao-"          DELIMITED BY SIZE
             FUNCTION TRIM(WS-PERIODO) DELIMITED BY SIZE
             "-"                      DELIMITED BY SIZE
             FUNCTION TRIM(WS-ORI-ANTERIOR) DELIMITED BY SIZE
             ".txt"                   DELIMITED BY SIZE
             INTO WS-NOME-LISTA
           END-STRING.

           OPEN OUTPUT ARQ-LISTA-ORIENTADOR.
           ADD 1 TO WS-QTD-LISTAS.

           MOVE "==============================================="
             TO LINHA-LISTA.
           WRITE LINHA-LISTA.
           MOVE SPACES TO LINHA-LISTA.
           STRING
             "Orientandos em risco de evasão - " DELIMITED BY SIZE
             WS-PERIODO                          DELIMITED BY SIZE
             INTO LINHA-LISTA
           END-STRING.
           WRITE LINHA-LISTA.
           MOVE SPACES TO LINHA-LISTA.
           STRING
             "Orientador: "  DELIMITED BY SIZE
             WS-ORI-ANTERIOR DELIMITED BY SIZE
             " - "           DELIMITED BY SIZE
             WS-PROF-NOME    DELIMITED BY SIZE
             INTO LINHA-LISTA
           END-STRING.
           WRITE LINHA-LISTA.
           MOVE "==============================================="
             TO LINHA-LISTA.
           WRITE LINHA-LISTA.
           MOVE WS-CABECALHO-COLUNAS TO LINHA-LISTA.
           WRITE LINHA-LISTA.

           PERFORM GRAVAR-ORIENTANDO
             VARYING WS-IDX-ORD FROM 1 BY 1
             UNTIL WS-IDX-ORD > WS-QTD-ORIENTANDOS.

           CLOSE ARQ-LISTA-ORIENTADOR.

           DISPLAY "Lista do orientador " WS-ORI-ANTERIOR " ("
             WS-QTD-ORIENTANDOS " alunos) gravada em "
             WS-NOME-LISTA.

       GRAVAR-ORIENTANDO.
           MOVE WS-ORD(WS-IDX-ORD) TO WS-IDX-RIS.
           MOVE WS-IDX-ORD TO WS-POSICAO.
           PERFORM MONTAR-LINHA-ALUNO.
           MOVE WS-TEXTO TO LINHA-LISTA.
           WRITE LINHA-LISTA.

           MOVE SPACES TO LINHA-LISTA.
           STRING
             "      Curso: "          DELIMITED BY SIZE
             WS-RIS-CURSO(WS-IDX-RIS) DELIMITED BY SIZE
             INTO LINHA-LISTA
           END-STRING.
           WRITE LINHA-LISTA.

       ORDENAR-ORD-EXTERNA.
           PERFORM ORDENAR-ORD-INTERNA
             VARYING WS-IDX-ORD2 FROM 1 BY 1
             UNTIL WS-IDX-ORD2 > WS-QTD-ORIENTANDOS - WS-IDX-ORD.

       ORDENAR-ORD-INTERNA.
           IF WS-RIS-PONTOS(WS-ORD(WS-IDX-ORD2)) <
              WS-RIS-PONTOS(WS-ORD(WS-IDX-ORD2 + 1))
             MOVE WS-ORD(WS-IDX-ORD2) TO WS-ORD-AUX
             MOVE WS-ORD(WS-IDX-ORD2 + 1) TO WS-ORD(WS-IDX-ORD2)
             MOVE WS-ORD-AUX TO WS-ORD(WS-IDX-ORD2 + 1)
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

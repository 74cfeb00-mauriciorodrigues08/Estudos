       IDENTIFICATION DIVISION.
           PROGRAM-ID. REMATRICULA.
           AUTHOR. Mauricio Rodrigues.

      *    Rematrícula em lote para o próximo período letivo. A
      *    proposta sai para cada aluno ativo com as disciplinas do
      *    semestre seguinte dele na grade curricular do curso, mais
      *    as disciplinas em que foi reprovado (dependência),
      *    respeitando os pré-requisitos e a capacidade de cada
      *    disciplina no período; o que não cabe vai para a fila de
      *    espera. Aluno com mensalidade em atraso fica retido por
      *    pendência financeira. A proposta é gravada num arquivo
      *    para conferência da secretaria, e só a confirmação grava
      *    as matrículas e a fila de espera.
      *
      *    O semestre do aluno é contado pelos períodos em que ele
      *    já teve matrícula antes do período da rematrícula: quem
      *    cursou dois períodos vai para o semestre 3 da grade.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Cadastro de alunos mantido pelo Gestao-Alunos
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

      *    Grade curricular e pré-requisitos (Grade-Curricular)
           SELECT ARQ-GRADE ASSIGN TO "grade-curricular.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-GRD
             RECORD KEY IS GRADE-CHAVE.

           SELECT ARQ-PREREQUISITOS ASSIGN TO "prerequisitos.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-PRE
             RECORD KEY IS PREREQ-CHAVE.

      *    Matrículas em disciplinas, capacidade e fila de espera
      *    (Gestao-Notas)
           SELECT ARQ-MATRICULAS ASSIGN TO "matriculas-disciplinas.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-MAT
             RECORD KEY IS MAT-CHAVE.

           SELECT ARQ-CAPACIDADE ASSIGN TO "capacidade-disciplinas.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-CAP
             RECORD KEY IS CAP-DISCIPLINA.

           SELECT ARQ-ESPERA ASSIGN TO "espera-disciplinas.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-ESP
             RECORD KEY IS ESP-CHAVE.

      *    Resultados definitivos gravados pelo Fechamento-Periodo
           SELECT ARQ-RESULTADOS ASSIGN TO "resultados.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-RES
             RECORD KEY IS RES-CHAVE.

      *    Cobranças de mensalidade (Mensalidades)
           SELECT ARQ-MENSALIDADES ASSIGN TO "mensalidades.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-MEN
             RECORD KEY IS MEN-CHAVE.

      *    Proposta de rematrícula do período, para conferência
      *    Máscara: <periodo>;<matricula>;<curso>;<disciplina>;
      *             <dependencia S/N>;<MATRICULAR|ESPERA|RETIDO>;
      *             <motivo>
           SELECT ARQ-PROPOSTA
             ASSIGN TO DYNAMIC WS-NOME-PROPOSTA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PROP.

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

      *    Mesmo layout de REG-MATRICULA em Gestao-Notas.cbl
       FD ARQ-MATRICULAS.
       01 REG-MATRICULA.
           05 MAT-CHAVE.
               10 MAT-MATRICULA      PIC X(08).
               10 MAT-DISCIPLINA     PIC X(20).
               10 MAT-PERIODO        PIC X(06).
           05 MAT-DEPENDENCIA        PIC X(01).
               88 MATRICULA-DEPENDENCIA VALUE 'S'.

      *    Mesmo layout de REG-CAPACIDADE em Gestao-Notas.cbl,
      *    redeclarado aqui apenas para consulta
       FD ARQ-CAPACIDADE.
       01 REG-CAPACIDADE.
           05 CAP-DISCIPLINA         PIC X(20).
           05 CAP-VAGAS              PIC 9(03).

      *    Mesmo layout de REG-ESPERA em Gestao-Notas.cbl
       FD ARQ-ESPERA.
       01 REG-ESPERA.
           05 ESP-CHAVE.
               10 ESP-DISCIPLINA     PIC X(20).
               10 ESP-PERIODO        PIC X(06).
               10 ESP-SEQ            PIC 9(04).
           05 ESP-MATRICULA          PIC X(08).
           05 ESP-DATA               PIC 9(08).

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

       FD ARQ-PROPOSTA.
       01 LINHA-PROPOSTA             PIC X(120).

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
                          WS-STATUS-CAP-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CAP-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CAP-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CAP-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CAP-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CAP-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CAP.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-ESP-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-ESP-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-ESP-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-ESP-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-ESP-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-ESP-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-ESP.
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
                          WS-STATUS-PROP-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-PROP-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-PROP-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-PROP-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-PROP-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-PROP-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-PROP.
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
       01 WS-EOF-GRD                 PIC X(01).
       01 WS-EOF-PRE                 PIC X(01).
       01 WS-EOF-MAT                 PIC X(01).
       01 WS-EOF-RES                 PIC X(01).
       01 WS-EOF-MEN                 PIC X(01).
       01 WS-EOF-ESP                 PIC X(01).
       01 WS-EOF-CURSO               PIC X(01).
       01 WS-CONFIRMA                PIC X(01).

      * Período da rematrícula e arquivo da proposta dele
       01 WS-PERIODO                 PIC X(06).
       01 WS-PERIODO-VALIDO          PIC X(01).
       01 WS-NOME-PROPOSTA           PIC X(40).
       01 WS-DATA-HOJE               PIC 9(08).
       01 WS-MES-HOJE                PIC 9(06).

      * Aluno corrente
       01 WS-MATRICULA               PIC X(08).
       01 WS-CURSO-ALUNO             PIC X(20).
       01 WS-COD-CURSO-ALUNO         PIC X(05).
       01 WS-SEMESTRE-ALUNO          PIC 9(02).
       01 WS-PENDENCIA-FINANCEIRA    PIC X(01).

      * Períodos já cursados pelo aluno, para achar o semestre dele
       01 WS-QTD-PER-ALUNO           PIC 9(02).
       01 WS-TABELA-PER-ALUNO.
           05 WS-PER-ALUNO OCCURS 30 TIMES PIC X(06).
       01 WS-IDX-PER                 PIC 9(02).
       01 WS-ACHOU-PER               PIC X(01).

      * Disciplinas propostas ao aluno corrente
       01 WS-QTD-PROP                PIC 9(02).
       01 WS-MAX-PROP                PIC 9(02) VALUE 30.
       01 WS-TABELA-PROPOSTA.
           05 WS-PROP OCCURS 30 TIMES.
             10 WS-PROP-DISCIPLINA   PIC X(20).
             10 WS-PROP-DEPENDENCIA  PIC X(01).
             10 WS-PROP-SITUACAO     PIC X(10).
             10 WS-PROP-MOTIVO       PIC X(40).
       01 WS-IDX-PROP                PIC 9(02).
       01 WS-IDX-PROP2               PIC 9(02).

      * Situação da disciplina corrente para o aluno
       01 WS-DISCIPLINA              PIC X(20).
       01 WS-APROVADO                PIC X(01).
       01 WS-REPROVADO               PIC X(01).
       01 WS-JA-MATRICULADO          PIC X(01).
       01 WS-REQUISITO-CUMPRIDO      PIC X(01).
       01 WS-REQUISITO-FALTANTE      PIC X(20).

      * Vagas por disciplina no período: capacidade definida no
      * Gestao-Notas, ocupação contada nas matrículas do período e
      * somada com o que a rematrícula vai matriculando
       01 WS-QTD-DISC                PIC 9(03) VALUE 0.
       01 WS-MAX-DISC                PIC 9(03) VALUE 200.
       01 WS-TABELA-VAGAS.
           05 WS-VAG OCCURS 200 TIMES.
             10 WS-VAG-DISCIPLINA    PIC X(20).
             10 WS-VAG-DEFINIDA      PIC X(01).
             10 WS-VAG-CAPACIDADE    PIC 9(03).
             10 WS-VAG-OCUPADAS      PIC 9(03).
       01 WS-IDX-VAG                 PIC 9(03).
       01 WS-CABE                    PIC X(01).

      * Resumo por curso: alunos matriculados, retidos e em espera
      * (o mesmo aluno pode contar em mais de uma coluna)
       01 WS-QTD-CURSOS              PIC 9(02) VALUE 0.
       01 WS-MAX-CURSOS              PIC 9(02) VALUE 50.
       01 WS-TABELA-CURSOS.
           05 WS-CUR OCCURS 50 TIMES.
             10 WS-CUR-CODIGO        PIC X(05).
             10 WS-CUR-NOME          PIC X(20).
             10 WS-CUR-MATRICULADOS  PIC 9(04).
             10 WS-CUR-RETIDOS       PIC 9(04).
             10 WS-CUR-ESPERA        PIC 9(04).
       01 WS-IDX-CUR                 PIC 9(02).
       01 WS-ALUNO-MATRICULOU        PIC X(01).
       01 WS-ALUNO-RETIDO            PIC X(01).
       01 WS-ALUNO-ESPERA            PIC X(01).

      * Leitura da proposta na confirmação
       01 WS-LINHA-LIDA              PIC X(120).
       01 WS-NOVA-LINHA              PIC X(120).
       01 WS-LIN-PERIODO             PIC X(06).
       01 WS-LIN-MATRICULA           PIC X(08).
       01 WS-LIN-CURSO               PIC X(05).
       01 WS-LIN-DISCIPLINA          PIC X(20).
       01 WS-LIN-DEPENDENCIA         PIC X(01).
       01 WS-LIN-SITUACAO            PIC X(10).
       01 WS-LIN-MOTIVO              PIC X(40).
       01 WS-MATRICULA-ANTERIOR      PIC X(08).
       01 WS-CURSO-ANTERIOR          PIC X(05).
       01 WS-PROX-SEQ-ESPERA         PIC 9(04).
       01 WS-QTD-LINHAS              PIC 9(05).
       01 WS-QTD-GRAVADAS            PIC 9(05).
       01 WS-QTD-JA-EXISTENTES       PIC 9(05).
       01 WS-QTD-NA-ESPERA           PIC 9(05).
       01 WS-QTD-RETIDAS             PIC 9(05).

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
                                     VALUE "REMATRICULA".
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
                 PERFORM GERAR-PROPOSTA
               WHEN 2
                 PERFORM CONFIRMAR-PROPOSTA
               WHEN OTHER
                 DISPLAY "Opção inválida!"
             END-EVALUATE

           END-PERFORM.

           STOP RUN.

       PRINT-MENU.
           DISPLAY "----------------------------------".
           DISPLAY " REMATRÍCULA".
           DISPLAY "----------------------------------".
           DISPLAY " 1 - Gerar Proposta de Rematrícula".
           DISPLAY " 2 - Confirmar Proposta".
           DISPLAY " 0 - Sair".
           DISPLAY "----------------------------------".

      *    Monta a proposta do período para todos os alunos ativos
      *    e grava em rematricula-<periodo>.txt; nada é matriculado
      *    aqui
       GERAR-PROPOSTA.
           DISPLAY "----------------------------------".
           DISPLAY " GERAR PROPOSTA DE REMATRÍCULA".
           DISPLAY "----------------------------------".

           PERFORM INFORMAR-PERIODO.
           IF WS-PERIODO-VALIDO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ARQ-ALUNOS.
           IF WS-STATUS-ALU-FILE-NOT-FOUND
             DISPLAY "Arquivo de alunos não encontrado. Cadastre um "
               "aluno no Gestão de Alunos primeiro!"
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ARQ-GRADE.
           IF WS-STATUS-GRD-FILE-NOT-FOUND
             DISPLAY "Grade curricular não encontrada. Cadastre a "
               "grade dos cursos primeiro!"
             CLOSE ARQ-ALUNOS
             EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE(1:6) TO WS-MES-HOJE.

           PERFORM CARREGAR-CURSOS.
           MOVE 0 TO WS-QTD-DISC.

           OPEN INPUT ARQ-PREREQUISITOS.
           PERFORM ABRE-ARQ-MATRICULAS.
           OPEN INPUT ARQ-RESULTADOS.
           OPEN INPUT ARQ-MENSALIDADES.
           OPEN OUTPUT ARQ-PROPOSTA.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-ALUNOS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF ALUNO-ATIVO
                   PERFORM PROPOR-ALUNO
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-ALUNOS.
           CLOSE ARQ-GRADE.
           IF NOT WS-STATUS-PRE-FILE-NOT-FOUND
             CLOSE ARQ-PREREQUISITOS
           END-IF.
           CLOSE ARQ-MATRICULAS.
           IF NOT WS-STATUS-RES-FILE-NOT-FOUND
             CLOSE ARQ-RESULTADOS
           END-IF.
           IF NOT WS-STATUS-MEN-FILE-NOT-FOUND
             CLOSE ARQ-MENSALIDADES
           END-IF.
           CLOSE ARQ-PROPOSTA.

           DISPLAY "----------------------------------".
           DISPLAY "Proposta gravada em: " WS-NOME-PROPOSTA.
           DISPLAY "Confira o arquivo (linhas podem ser removidas) "
             "e use a opção 2 para confirmar.".
           PERFORM MOSTRAR-RESUMO.

      *    Monta a proposta do aluno corrente
       PROPOR-ALUNO.
           MOVE ALUNO-MATRICULA TO WS-MATRICULA.
           MOVE ALUNO-CURSO TO WS-CURSO-ALUNO.
           MOVE 0 TO WS-QTD-PROP.

           PERFORM LOCALIZAR-CURSO-ALUNO.
           IF WS-IDX-CUR = 0
             DISPLAY "Aluno " WS-MATRICULA " com curso fora do "
               "catálogo (" WS-CURSO-ALUNO "); não proposto."
             EXIT PARAGRAPH
           END-IF.

           PERFORM CONTAR-PERIODOS-ALUNO.
           COMPUTE WS-SEMESTRE-ALUNO = WS-QTD-PER-ALUNO + 1.

      *    Disciplinas do semestre seguinte ainda não aprovadas e as
      *    reprovadas de semestres anteriores
           MOVE WS-COD-CURSO-ALUNO TO GRADE-CURSO.
           MOVE LOW-VALUES TO GRADE-DISCIPLINA.
           MOVE 'N' TO WS-EOF-GRD.

           START ARQ-GRADE KEY IS NOT LESS THAN GRADE-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF-GRD
           END-START.

           PERFORM UNTIL WS-EOF-GRD = 'S'
             READ ARQ-GRADE NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-GRD

               NOT AT END
                 IF GRADE-CURSO NOT = WS-COD-CURSO-ALUNO
                   MOVE 'S' TO WS-EOF-GRD
                 ELSE
                   PERFORM AVALIAR-DISCIPLINA-GRADE
                 END-IF
             END-READ
           END-PERFORM.

           IF WS-QTD-PROP = 0
             EXIT PARAGRAPH
           END-IF.

           PERFORM CONFERIR-PENDENCIA-FINANCEIRA.

      *    Decide a situação de cada disciplina: retida (pendência
      *    financeira ou pré-requisito), na fila de espera (sem vaga)
      *    ou a matricular
           PERFORM VARYING WS-IDX-PROP FROM 1 BY 1
             UNTIL WS-IDX-PROP > WS-QTD-PROP
             PERFORM DECIDIR-SITUACAO
           END-PERFORM.

           MOVE 'N' TO WS-ALUNO-MATRICULOU.
           MOVE 'N' TO WS-ALUNO-RETIDO.
           MOVE 'N' TO WS-ALUNO-ESPERA.

           PERFORM VARYING WS-IDX-PROP FROM 1 BY 1
             UNTIL WS-IDX-PROP > WS-QTD-PROP
             PERFORM GRAVAR-LINHA-PROPOSTA
           END-PERFORM.

           PERFORM SOMAR-ALUNO-NO-CURSO.

      *    Inclui a disciplina corrente da grade na proposta quando
      *    ela é do semestre seguinte do aluno, ou de um semestre
      *    anterior em que ele foi reprovado, e ainda não foi
      *    aprovada nem está matriculada no período
       AVALIAR-DISCIPLINA-GRADE.
           MOVE GRADE-DISCIPLINA TO WS-DISCIPLINA.

           IF GRADE-SEMESTRE > WS-SEMESTRE-ALUNO
             EXIT PARAGRAPH
           END-IF.

           PERFORM CONFERIR-RESULTADOS-ALUNO.

      *    Disciplina aproveitada de outro curso também não é proposta
           IF WS-APROVADO NOT = 'S'
             MOVE WS-DISCIPLINA TO WS-DISC-APROVEITAMENTO
             PERFORM CONFERIR-APROVEITAMENTO
             MOVE WS-APROVEITADA TO WS-APROVADO
           END-IF.

           IF WS-APROVADO = 'S'
             EXIT PARAGRAPH
           END-IF.

           IF GRADE-SEMESTRE < WS-SEMESTRE-ALUNO
             AND WS-REPROVADO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-MATRICULA TO MAT-MATRICULA.
           MOVE WS-DISCIPLINA TO MAT-DISCIPLINA.
           MOVE WS-PERIODO TO MAT-PERIODO.
           READ ARQ-MATRICULAS KEY IS MAT-CHAVE
             NOT INVALID KEY
               EXIT PARAGRAPH
           END-READ.

           IF WS-QTD-PROP >= WS-MAX-PROP
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-PROP.
           MOVE WS-DISCIPLINA TO WS-PROP-DISCIPLINA(WS-QTD-PROP).
           MOVE SPACES TO WS-PROP-SITUACAO(WS-QTD-PROP).
           MOVE SPACES TO WS-PROP-MOTIVO(WS-QTD-PROP).

           IF WS-REPROVADO = 'S'
             MOVE 'S' TO WS-PROP-DEPENDENCIA(WS-QTD-PROP)
           ELSE
             MOVE 'N' TO WS-PROP-DEPENDENCIA(WS-QTD-PROP)
           END-IF.

      *    Procura os resultados do aluno na disciplina WS-DISCIPLINA
      *    em períodos anteriores ao da rematrícula
       CONFERIR-RESULTADOS-ALUNO.
           MOVE 'N' TO WS-APROVADO.
           MOVE 'N' TO WS-REPROVADO.

           IF WS-STATUS-RES-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-MATRICULA TO RES-MATRICULA.
           MOVE WS-DISCIPLINA TO RES-DISCIPLINA.
           MOVE LOW-VALUES TO RES-PERIODO.
           MOVE 'N' TO WS-EOF-RES.

           START ARQ-RESULTADOS KEY IS NOT LESS THAN RES-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF-RES
           END-START.

           PERFORM UNTIL WS-EOF-RES = 'S'
             READ ARQ-RESULTADOS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-RES

               NOT AT END
                 IF RES-MATRICULA NOT = WS-MATRICULA
                   OR RES-DISCIPLINA NOT = WS-DISCIPLINA
                   OR RES-PERIODO NOT < WS-PERIODO
                   MOVE 'S' TO WS-EOF-RES
                 ELSE
                   IF RES-SITUACAO = "APROVADO"
                     MOVE 'S' TO WS-APROVADO
                   ELSE
                     MOVE 'S' TO WS-REPROVADO
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

      *    Conta os períodos distintos, anteriores ao da rematrícula,
      *    em que o aluno teve matrícula em alguma disciplina
       CONTAR-PERIODOS-ALUNO.
           MOVE 0 TO WS-QTD-PER-ALUNO.

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
                   IF MAT-PERIODO < WS-PERIODO
                     PERFORM GUARDAR-PERIODO-ALUNO
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

       GUARDAR-PERIODO-ALUNO.
           MOVE 'N' TO WS-ACHOU-PER.
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
             UNTIL WS-IDX-PER > WS-QTD-PER-ALUNO
               OR WS-ACHOU-PER = 'S'
             IF WS-PER-ALUNO(WS-IDX-PER) = MAT-PERIODO
               MOVE 'S' TO WS-ACHOU-PER
             END-IF
           END-PERFORM.

           IF WS-ACHOU-PER NOT = 'S'
             AND WS-QTD-PER-ALUNO < 30
             ADD 1 TO WS-QTD-PER-ALUNO
             MOVE MAT-PERIODO TO WS-PER-ALUNO(WS-QTD-PER-ALUNO)
           END-IF.

      *    Mensalidade em aberto de mês já vencido (anterior ao
      *    corrente, como no relatório de inadimplência) retém o
      *    aluno
       CONFERIR-PENDENCIA-FINANCEIRA.
           MOVE 'N' TO WS-PENDENCIA-FINANCEIRA.

           IF WS-STATUS-MEN-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-MATRICULA TO MEN-MATRICULA.
           MOVE 0 TO MEN-MES.
           MOVE 'N' TO WS-EOF-MEN.

           START ARQ-MENSALIDADES KEY IS NOT LESS THAN MEN-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF-MEN
           END-START.

           PERFORM UNTIL WS-EOF-MEN = 'S'
             READ ARQ-MENSALIDADES NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-MEN

               NOT AT END
                 IF MEN-MATRICULA NOT = WS-MATRICULA
                   MOVE 'S' TO WS-EOF-MEN
                 ELSE
                   IF MEN-ABERTA
                     AND MEN-MES < WS-MES-HOJE
                     MOVE 'S' TO WS-PENDENCIA-FINANCEIRA
                     MOVE 'S' TO WS-EOF-MEN
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

      *    Situação da disciplina WS-IDX-PROP da proposta do aluno
       DECIDIR-SITUACAO.
           MOVE WS-PROP-DISCIPLINA(WS-IDX-PROP) TO WS-DISCIPLINA.

           IF WS-PENDENCIA-FINANCEIRA = 'S'
             MOVE "RETIDO" TO WS-PROP-SITUACAO(WS-IDX-PROP)
             MOVE "PENDENCIA FINANCEIRA"
               TO WS-PROP-MOTIVO(WS-IDX-PROP)
             EXIT PARAGRAPH
           END-IF.

           PERFORM CONFERIR-PRE-REQUISITOS.
           IF WS-REQUISITO-CUMPRIDO NOT = 'S'
             MOVE "RETIDO" TO WS-PROP-SITUACAO(WS-IDX-PROP)
             MOVE SPACES TO WS-PROP-MOTIVO(WS-IDX-PROP)
             STRING
               "PRE-REQUISITO "       DELIMITED BY SIZE
               WS-REQUISITO-FALTANTE  DELIMITED BY SIZE
               INTO WS-PROP-MOTIVO(WS-IDX-PROP)
             END-STRING
             EXIT PARAGRAPH
           END-IF.

           PERFORM RESERVAR-VAGA.
           IF WS-CABE = 'S'
             MOVE "MATRICULAR" TO WS-PROP-SITUACAO(WS-IDX-PROP)
           ELSE
             MOVE "ESPERA" TO WS-PROP-SITUACAO(WS-IDX-PROP)
             MOVE "SEM VAGA" TO WS-PROP-MOTIVO(WS-IDX-PROP)
           END-IF.

      *    Pré-requisitos da disciplina WS-DISCIPLINA no curso do
      *    aluno, pelo mesmo critério do Gestao-Notas: o exigido
      *    aprovado em período anterior; o co-requisito também vale
      *    proposto ou matriculado no mesmo período
       CONFERIR-PRE-REQUISITOS.
           MOVE 'S' TO WS-REQUISITO-CUMPRIDO.
           MOVE SPACES TO WS-REQUISITO-FALTANTE.

           IF WS-STATUS-PRE-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

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
                   IF WS-APROVADO NOT = 'S'
                     MOVE 'N' TO WS-REQUISITO-CUMPRIDO
                     MOVE PREREQ-REQUISITO TO WS-REQUISITO-FALTANTE
                     MOVE 'S' TO WS-EOF-PRE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

      *    Confere o requisito corrente (REG-PREREQUISITO); o
      *    co-requisito também vale proposto ao aluno ou já
      *    matriculado no período
       CONFERIR-REQUISITO.
           MOVE PREREQ-REQUISITO TO WS-DISCIPLINA.
           PERFORM CONFERIR-RESULTADOS-REQUISITO.

      *    Requisito aproveitado de outro curso vale como aprovado
           IF WS-APROVADO NOT = 'S'
             MOVE WS-DISCIPLINA TO WS-DISC-APROVEITAMENTO
             PERFORM CONFERIR-APROVEITAMENTO
             MOVE WS-APROVEITADA TO WS-APROVADO
           END-IF.

           IF WS-APROVADO NOT = 'S'
             AND PREREQ-CORREQUISITO
             PERFORM VARYING WS-IDX-PROP2 FROM 1 BY 1
               UNTIL WS-IDX-PROP2 > WS-QTD-PROP
               IF WS-PROP-DISCIPLINA(WS-IDX-PROP2) = PREREQ-REQUISITO
                 MOVE 'S' TO WS-APROVADO
               END-IF
             END-PERFORM
             MOVE WS-MATRICULA TO MAT-MATRICULA
             MOVE PREREQ-REQUISITO TO MAT-DISCIPLINA
             MOVE WS-PERIODO TO MAT-PERIODO
             READ ARQ-MATRICULAS KEY IS MAT-CHAVE
               NOT INVALID KEY
                 MOVE 'S' TO WS-APROVADO
             END-READ
           END-IF.

           MOVE PREREQ-DISCIPLINA TO WS-DISCIPLINA.

      *    Aprovação do aluno no requisito WS-DISCIPLINA em período
      *    anterior ao da rematrícula
       CONFERIR-RESULTADOS-REQUISITO.
           MOVE 'N' TO WS-APROVADO.

           IF WS-STATUS-RES-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-MATRICULA TO RES-MATRICULA.
           MOVE WS-DISCIPLINA TO RES-DISCIPLINA.
           MOVE LOW-VALUES TO RES-PERIODO.

           MOVE 'N' TO WS-EOF-RES.

           START ARQ-RESULTADOS KEY IS NOT LESS THAN RES-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF-RES
           END-START.

           PERFORM UNTIL WS-EOF-RES = 'S'
             READ ARQ-RESULTADOS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-RES

               NOT AT END
                 IF RES-MATRICULA NOT = WS-MATRICULA
                   OR RES-DISCIPLINA NOT = WS-DISCIPLINA
                   OR RES-PERIODO NOT < WS-PERIODO
                   MOVE 'S' TO WS-EOF-RES
                 ELSE
                   IF RES-SITUACAO = "APROVADO"
                     MOVE 'S' TO WS-APROVADO
                     MOVE 'S' TO WS-EOF-RES
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

      *    Reserva uma vaga na disciplina WS-DISCIPLINA no período;
      *    WS-CABE fica 'N' quando a capacidade já está tomada
       RESERVAR-VAGA.
           PERFORM LOCALIZAR-VAGAS.

           MOVE 'S' TO WS-CABE.
           IF WS-VAG-DEFINIDA(WS-IDX-VAG) = 'S'
             AND WS-VAG-OCUPADAS(WS-IDX-VAG)
                 NOT < WS-VAG-CAPACIDADE(WS-IDX-VAG)
             MOVE 'N' TO WS-CABE
           ELSE
             ADD 1 TO WS-VAG-OCUPADAS(WS-IDX-VAG)
           END-IF.

      *    Localiza (ou carrega na primeira vez) as vagas da
      *    disciplina WS-DISCIPLINA no período
       LOCALIZAR-VAGAS.
           PERFORM VARYING WS-IDX-VAG FROM 1 BY 1
             UNTIL WS-IDX-VAG > WS-QTD-DISC
               OR WS-VAG-DISCIPLINA(WS-IDX-VAG) = WS-DISCIPLINA
             CONTINUE
           END-PERFORM.

           IF WS-IDX-VAG <= WS-QTD-DISC
             EXIT PARAGRAPH
           END-IF.

      *    Tabela cheia: a última posição é reaproveitada
           IF WS-QTD-DISC < WS-MAX-DISC
             ADD 1 TO WS-QTD-DISC
           END-IF.
           MOVE WS-QTD-DISC TO WS-IDX-VAG.

           MOVE WS-DISCIPLINA TO WS-VAG-DISCIPLINA(WS-IDX-VAG).
           MOVE 'N' TO WS-VAG-DEFINIDA(WS-IDX-VAG).
           MOVE 0 TO WS-VAG-CAPACIDADE(WS-IDX-VAG).
           MOVE 0 TO WS-VAG-OCUPADAS(WS-IDX-VAG).

           OPEN INPUT ARQ-CAPACIDADE.
           IF WS-STATUS-CAP-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-DISCIPLINA TO CAP-DISCIPLINA.
           READ ARQ-CAPACIDADE KEY IS CAP-DISCIPLINA
             NOT INVALID KEY
               MOVE 'S' TO WS-VAG-DEFINIDA(WS-IDX-VAG)
               MOVE CAP-VAGAS TO WS-VAG-CAPACIDADE(WS-IDX-VAG)
           END-READ.

           CLOSE ARQ-CAPACIDADE.

           IF WS-VAG-DEFINIDA(WS-IDX-VAG) NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

      *    Conta os já matriculados no período; a chave é
      *    matrícula+disciplina+período, então a varredura é
      *    sequencial
           MOVE 'N' TO WS-EOF-MAT.
           MOVE LOW-VALUES TO MAT-CHAVE.
           START ARQ-MATRICULAS KEY IS NOT LESS THAN MAT-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF-MAT
           END-START.

           PERFORM UNTIL WS-EOF-MAT = 'S'
             READ ARQ-MATRICULAS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-MAT

               NOT AT END
                 IF MAT-DISCIPLINA = WS-DISCIPLINA
                   AND MAT-PERIODO = WS-PERIODO
                   ADD 1 TO WS-VAG-OCUPADAS(WS-IDX-VAG)
                 END-IF
             END-READ
           END-PERFORM.

      *    Grava a linha da disciplina WS-IDX-PROP na proposta
       GRAVAR-LINHA-PROPOSTA.
           MOVE SPACES TO WS-NOVA-LINHA.
           STRING
             WS-PERIODO                       DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             WS-MATRICULA                     DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             WS-COD-CURSO-ALUNO               DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             WS-PROP-DISCIPLINA(WS-IDX-PROP)  DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             WS-PROP-DEPENDENCIA(WS-IDX-PROP) DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             WS-PROP-SITUACAO(WS-IDX-PROP)    DELIMITED BY SPACE
             ";"                              DELIMITED BY SIZE
             WS-PROP-MOTIVO(WS-IDX-PROP)      DELIMITED BY SIZE
             INTO WS-NOVA-LINHA
           END-STRING.

           MOVE WS-NOVA-LINHA TO LINHA-PROPOSTA.
           WRITE LINHA-PROPOSTA.

           EVALUATE WS-PROP-SITUACAO(WS-IDX-PROP)
             WHEN "MATRICULAR"
               MOVE 'S' TO WS-ALUNO-MATRICULOU
             WHEN "ESPERA"
               MOVE 'S' TO WS-ALUNO-ESPERA
             WHEN OTHER
               MOVE 'S' TO WS-ALUNO-RETIDO
           END-EVALUATE.

      *    Confirma a proposta do período: grava as matrículas e a
      *    fila de espera; as linhas retidas só entram no resumo
       CONFIRMAR-PROPOSTA.
           DISPLAY "----------------------------------".
           DISPLAY " CONFIRMAR PROPOSTA DE REMATRÍCULA".
           DISPLAY "----------------------------------".

           PERFORM INFORMAR-PERIODO.
           IF WS-PERIODO-VALIDO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ARQ-PROPOSTA.
           IF WS-STATUS-PROP-FILE-NOT-FOUND
             DISPLAY "Proposta " WS-NOME-PROPOSTA " não encontrada. "
               "Gere a proposta primeiro!"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Confirmar a rematrícula de " WS-PERIODO
             " conforme " WS-NOME-PROPOSTA "? (S/N): "
             WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = 'S'
             CLOSE ARQ-PROPOSTA
             DISPLAY "Confirmação cancelada."
             EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM CARREGAR-CURSOS.
           MOVE 0 TO WS-QTD-DISC.
           MOVE 0 TO WS-QTD-LINHAS.
           MOVE 0 TO WS-QTD-GRAVADAS.
           MOVE 0 TO WS-QTD-JA-EXISTENTES.
           MOVE 0 TO WS-QTD-NA-ESPERA.
           MOVE 0 TO WS-QTD-RETIDAS.
           MOVE SPACES TO WS-MATRICULA-ANTERIOR.
           MOVE SPACES TO WS-CURSO-ANTERIOR.

           PERFORM ABRE-ARQ-MATRICULAS.
           PERFORM ABRE-ARQ-ESPERA.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-PROPOSTA INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 PERFORM CONFIRMAR-LINHA
             END-READ
           END-PERFORM.

      *    Fecha o último aluno lido
           IF WS-MATRICULA-ANTERIOR NOT = SPACES
             PERFORM SOMAR-ALUNO-CONFIRMADO
           END-IF.

           CLOSE ARQ-PROPOSTA.
           CLOSE ARQ-MATRICULAS.
           CLOSE ARQ-ESPERA.

           DISPLAY "----------------------------------".
           DISPLAY "Linhas da proposta lidas: " WS-QTD-LINHAS.
           DISPLAY "Matrículas gravadas: " WS-QTD-GRAVADAS.
           DISPLAY "Já matriculadas antes (não regravadas): "
             WS-QTD-JA-EXISTENTES.
           DISPLAY "Entradas na fila de espera: " WS-QTD-NA-ESPERA.
           DISPLAY "Linhas retidas: " WS-QTD-RETIDAS.
           PERFORM MOSTRAR-RESUMO.

      *    Processa a linha lida da proposta
       CONFIRMAR-LINHA.
           MOVE SPACES TO WS-LIN-PERIODO WS-LIN-MATRICULA
             WS-LIN-CURSO WS-LIN-DISCIPLINA WS-LIN-DEPENDENCIA
             WS-LIN-SITUACAO WS-LIN-MOTIVO.

           UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
             INTO WS-LIN-PERIODO, WS-LIN-MATRICULA, WS-LIN-CURSO,
               WS-LIN-DISCIPLINA, WS-LIN-DEPENDENCIA,
               WS-LIN-SITUACAO, WS-LIN-MOTIVO
           END-UNSTRING.

      *    Linhas de outro período (arquivo trocado) são ignoradas
           IF WS-LIN-PERIODO NOT = WS-PERIODO
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-LINHAS.

      *    Mudou o aluno: soma o anterior no resumo do curso dele
           IF WS-LIN-MATRICULA NOT = WS-MATRICULA-ANTERIOR
             IF WS-MATRICULA-ANTERIOR NOT = SPACES
               PERFORM SOMAR-ALUNO-CONFIRMADO
             END-IF
             MOVE WS-LIN-MATRICULA TO WS-MATRICULA-ANTERIOR
             MOVE WS-LIN-CURSO TO WS-CURSO-ANTERIOR
             MOVE 'N' TO WS-ALUNO-MATRICULOU
             MOVE 'N' TO WS-ALUNO-RETIDO
             MOVE 'N' TO WS-ALUNO-ESPERA
           END-IF.

           MOVE WS-LIN-MATRICULA TO WS-MATRICULA.
           MOVE WS-LIN-DISCIPLINA TO WS-DISCIPLINA.

           EVALUATE WS-LIN-SITUACAO
             WHEN "MATRICULAR"
      *        A vaga é conferida de novo: alguém pode ter sido
      *        matriculado no balcão depois da proposta
               PERFORM RESERVAR-VAGA
               IF WS-CABE = 'S'
                 PERFORM GRAVAR-MATRICULA
               ELSE
                 PERFORM GRAVAR-ESPERA
               END-IF

             WHEN "ESPERA"
               PERFORM GRAVAR-ESPERA

             WHEN OTHER
               ADD 1 TO WS-QTD-RETIDAS
               MOVE 'S' TO WS-ALUNO-RETIDO
           END-EVALUATE.

       GRAVAR-MATRICULA.
           MOVE WS-MATRICULA TO MAT-MATRICULA.
           MOVE WS-DISCIPLINA TO MAT-DISCIPLINA.
           MOVE WS-PERIODO TO MAT-PERIODO.
           MOVE WS-LIN-DEPENDENCIA TO MAT-DEPENDENCIA.

           WRITE REG-MATRICULA
             INVALID KEY
               ADD 1 TO WS-QTD-JA-EXISTENTES

             NOT INVALID KEY
               ADD 1 TO WS-QTD-GRAVADAS
           END-WRITE.

           MOVE 'S' TO WS-ALUNO-MATRICULOU.

      *    Coloca o aluno no fim da fila de espera da disciplina no
      *    período, como o Gestao-Notas; quem já está na fila fica
      *    na posição que tinha
       GRAVAR-ESPERA.
           MOVE 'S' TO WS-ALUNO-ESPERA.
           MOVE 0 TO WS-PROX-SEQ-ESPERA.
           MOVE 'N' TO WS-EOF-ESP.

           MOVE WS-DISCIPLINA TO ESP-DISCIPLINA.
           MOVE WS-PERIODO TO ESP-PERIODO.
           MOVE 0 TO ESP-SEQ.

           START ARQ-ESPERA KEY IS NOT LESS THAN ESP-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF-ESP
           END-START.

           PERFORM UNTIL WS-EOF-ESP = 'S'
             READ ARQ-ESPERA NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-ESP

               NOT AT END
                 IF ESP-DISCIPLINA NOT = WS-DISCIPLINA
                   OR ESP-PERIODO NOT = WS-PERIODO
                   MOVE 'S' TO WS-EOF-ESP
                 ELSE
                   IF ESP-MATRICULA = WS-MATRICULA
                     EXIT PARAGRAPH
                   END-IF
                   MOVE ESP-SEQ TO WS-PROX-SEQ-ESPERA
                 END-IF
             END-READ
           END-PERFORM.

           ADD 1 TO WS-PROX-SEQ-ESPERA.

           MOVE WS-DISCIPLINA TO ESP-DISCIPLINA.
           MOVE WS-PERIODO TO ESP-PERIODO.
           MOVE WS-PROX-SEQ-ESPERA TO ESP-SEQ.
           MOVE WS-MATRICULA TO ESP-MATRICULA.
           MOVE WS-DATA-HOJE TO ESP-DATA.

           WRITE REG-ESPERA
             INVALID KEY
               DISPLAY "Erro ao gravar " WS-MATRICULA " na fila de "
                 WS-DISCIPLINA "!"

             NOT INVALID KEY
               ADD 1 TO WS-QTD-NA-ESPERA
           END-WRITE.

      *    Soma o aluno que acabou de ser confirmado no resumo do
      *    curso dele
       SOMAR-ALUNO-CONFIRMADO.
           MOVE WS-CURSO-ANTERIOR TO WS-COD-CURSO-ALUNO.
           PERFORM VARYING WS-IDX-CUR FROM 1 BY 1
             UNTIL WS-IDX-CUR > WS-QTD-CURSOS
               OR WS-CUR-CODIGO(WS-IDX-CUR) = WS-COD-CURSO-ALUNO
             CONTINUE
           END-PERFORM.

           IF WS-IDX-CUR > WS-QTD-CURSOS
             EXIT PARAGRAPH
           END-IF.

           PERFORM SOMAR-ALUNO-NO-CURSO.

      *    Soma o aluno corrente nas colunas do curso WS-IDX-CUR
       SOMAR-ALUNO-NO-CURSO.
           IF WS-ALUNO-MATRICULOU = 'S'
             ADD 1 TO WS-CUR-MATRICULADOS(WS-IDX-CUR)
           END-IF.
           IF WS-ALUNO-RETIDO = 'S'
             ADD 1 TO WS-CUR-RETIDOS(WS-IDX-CUR)
           END-IF.
           IF WS-ALUNO-ESPERA = 'S'
             ADD 1 TO WS-CUR-ESPERA(WS-IDX-CUR)
           END-IF.

      *    Resumo por curso: alunos com matrícula, retidos e em fila
      *    de espera
       MOSTRAR-RESUMO.
           DISPLAY "----------------------------------".
           DISPLAY "Resumo por curso (alunos):".
           DISPLAY "CURSO  NOME                  MATRIC RETIDO ESPERA".
           PERFORM VARYING WS-IDX-CUR FROM 1 BY 1
             UNTIL WS-IDX-CUR > WS-QTD-CURSOS
             IF WS-CUR-MATRICULADOS(WS-IDX-CUR) > 0
               OR WS-CUR-RETIDOS(WS-IDX-CUR) > 0
               OR WS-CUR-ESPERA(WS-IDX-CUR) > 0
               DISPLAY WS-CUR-CODIGO(WS-IDX-CUR) "  "
                 WS-CUR-NOME(WS-IDX-CUR) "  "
                 WS-CUR-MATRICULADOS(WS-IDX-CUR) "   "
                 WS-CUR-RETIDOS(WS-IDX-CUR) "   "
                 WS-CUR-ESPERA(WS-IDX-CUR)
             END-IF
           END-PERFORM.
           DISPLAY " ".

      *    Pede o período da rematrícula e monta o nome do arquivo
      *    da proposta
       INFORMAR-PERIODO.
           DISPLAY "Informe o Período da rematrícula (ex.: 2027-1): "
             WITH NO ADVANCING.
           ACCEPT WS-PERIODO.

           MOVE 'S' TO WS-PERIODO-VALIDO.
           IF WS-PERIODO(1:4) NOT NUMERIC
             OR WS-PERIODO(5:1) NOT = "-"
             OR (WS-PERIODO(6:1) NOT = "1"
                 AND WS-PERIODO(6:1) NOT = "2")
             MOVE 'N' TO WS-PERIODO-VALIDO
             DISPLAY "Período inválido! Use AAAA-1 ou AAAA-2."
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-NOME-PROPOSTA.
           STRING
             "rematricula-"       DELIMITED BY SIZE
             WS-PERIODO           DELIMITED BY SIZE
             ".txt"               DELIMITED BY SIZE
             INTO WS-NOME-PROPOSTA
           END-STRING.

      *    Carrega o catálogo de cursos na tabela do resumo, zerando
      *    os contadores
       CARREGAR-CURSOS.
           MOVE 0 TO WS-QTD-CURSOS.
           MOVE 'N' TO WS-EOF-CURSO.

           OPEN INPUT ARQ-CURSOS.
           IF WS-STATUS-CURSO-FILE-NOT-FOUND
             DISPLAY "Catálogo de cursos não encontrado!"
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CURSO = 'S'
             READ ARQ-CURSOS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-CURSO

               NOT AT END
                 IF WS-QTD-CURSOS < WS-MAX-CURSOS
                   ADD 1 TO WS-QTD-CURSOS
                   MOVE CURSO-CODIGO TO WS-CUR-CODIGO(WS-QTD-CURSOS)
                   MOVE CURSO-NOME TO WS-CUR-NOME(WS-QTD-CURSOS)
                   MOVE 0 TO WS-CUR-MATRICULADOS(WS-QTD-CURSOS)
                   MOVE 0 TO WS-CUR-RETIDOS(WS-QTD-CURSOS)
                   MOVE 0 TO WS-CUR-ESPERA(WS-QTD-CURSOS)
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-CURSOS.

      *    Localiza o curso do aluno na tabela pelo nome gravado no
      *    cadastro; WS-IDX-CUR fica 0 quando não encontra
       LOCALIZAR-CURSO-ALUNO.
           MOVE SPACES TO WS-COD-CURSO-ALUNO.
           PERFORM VARYING WS-IDX-CUR FROM 1 BY 1
             UNTIL WS-IDX-CUR > WS-QTD-CURSOS
               OR WS-CUR-NOME(WS-IDX-CUR) = WS-CURSO-ALUNO
             CONTINUE
           END-PERFORM.

           IF WS-IDX-CUR > WS-QTD-CURSOS
             MOVE 0 TO WS-IDX-CUR
           ELSE
             MOVE WS-CUR-CODIGO(WS-IDX-CUR) TO WS-COD-CURSO-ALUNO
           END-IF.

       ABRE-ARQ-MATRICULAS.
           OPEN I-O ARQ-MATRICULAS.

      *    Caso o arquivo não exista (status 35), cria
           IF WS-STATUS-MAT-FILE-NOT-FOUND
             OPEN OUTPUT ARQ-MATRICULAS
             CLOSE ARQ-MATRICULAS
             PERFORM ABRE-ARQ-MATRICULAS
           END-IF.

       ABRE-ARQ-ESPERA.
           OPEN I-O ARQ-ESPERA.

      *    Caso o arquivo não exista (status 35), cria
           IF WS-STATUS-ESP-FILE-NOT-FOUND
             OPEN OUTPUT ARQ-ESPERA
             CLOSE ARQ-ESPERA
             PERFORM ABRE-ARQ-ESPERA
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

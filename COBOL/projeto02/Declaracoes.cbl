       IDENTIFICATION DIVISION.
           PROGRAM-ID. DECLARACOES.
           AUTHOR. Mauricio Rodrigues.

      *    Declarações oficiais da secretaria, montadas direto dos
      *    cadastros: matrícula (curso do aluno e disciplinas do
      *    período), frequência (percentual por disciplina no
      *    período) e conclusão de curso. Cada documento sai no
      *    terminal e num arquivo pronto para impressão
      *    (declaracao-<numero>.txt), com número sequencial e código
      *    de verificação guardados no registro de declarações; bancos
      *    e empresas conferem a autenticidade pelo código

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Cadastro de alunos mantido pelo Gestao-Alunos
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

      *    Presenças registradas pelo Frequencia.cbl
           SELECT ARQ-FREQUENCIA ASSIGN TO "frequencia.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-FREQ
             RECORD KEY IS FREQ-CHAVE.

      *    Registro das declarações emitidas, pelo número do
      *    documento
           SELECT ARQ-DECLARACOES ASSIGN TO "declaracoes.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-DECL
             RECORD KEY IS DECL-NUMERO.

      *    Documento impresso da declaração
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

       FD ARQ-DECLARACOES.
       01 REG-DECLARACAO.
           05 DECL-NUMERO            PIC 9(06).
      *    Código de verificação: o número do documento e um sufixo
      *    sorteado na emissão (NNNNNN-DDDDDDDD)
           05 DECL-CODIGO            PIC X(15).
           05 DECL-TIPO              PIC X(01).
               88 DECL-MATRICULA-TIPO VALUE 'M'.
               88 DECL-FREQUENCIA-TIPO VALUE 'F'.
               88 DECL-CONCLUSAO-TIPO VALUE 'C'.
           05 DECL-MATRICULA         PIC X(08).
           05 DECL-NOME              PIC X(30).
           05 DECL-CURSO             PIC X(20).
      *    Período da declaração (em branco na conclusão de curso)
           05 DECL-PERIODO           PIC X(06).
           05 DECL-DATA-EMISSAO      PIC 9(08).
           05 DECL-ARQUIVO           PIC X(40).

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
                          WS-STATUS-DECL-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-DECL-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-DECL-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-DECL-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-DECL-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-DECL-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-DECL.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-DOC-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-DOC-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-DOC-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-DOC-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-DOC-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
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

       01 WS-OPCAO                   PIC X(01).
       01 WS-EOF                     PIC X(01).
       01 WS-CONTADOR                PIC 9(03).
       01 WS-MATRICULA               PIC X(08).
       01 WS-PERIODO                 PIC X(06).
       01 WS-ALUNO-ENCONTRADO        PIC X(01).
       01 WS-NOME-DOCUMENTO          PIC X(40).
       01 WS-TEXTO                   PIC X(80).
       01 WS-DATA-HOJE               PIC 9(08).
       01 WS-DATA-EXTENSO            PIC X(10).

      * Numeração e código de verificação do documento corrente
       01 WS-TIPO-DOCUMENTO          PIC X(01).
       01 WS-TIPO-DESC               PIC X(24).
       01 WS-NUM-DOCUMENTO           PIC 9(06).
       01 WS-EOF-DECL                PIC X(01).
       01 WS-HORA-AGORA              PIC 9(08).
       01 WS-SEMENTE                 PIC 9(09).
       01 WS-SORTEIO                 PIC 9(08).
       01 WS-CODIGO                  PIC X(15).
       01 WS-CODIGO-BUSCA            PIC X(15).
       01 WS-ACHOU-CODIGO            PIC X(01).

      * Variáveis da frequência por disciplina: as presenças são
      * registradas por data, então o período de cada chamada é
      * derivado da data dela (semestre 1 até junho, semestre 2 de
      * julho em diante, como no Frequencia.cbl)
       01 WS-EOF-FREQ                PIC X(01).
       01 WS-QTD-CHAMADAS            PIC 9(03).
       01 WS-QTD-PRESENCAS           PIC 9(03).
       01 WS-DATA-ANTERIOR           PIC 9(08).
       01 WS-PERC-FREQUENCIA         PIC 9(03)V99.
       01 WS-PERC-ED                 PIC ZZ9.99.
       01 WS-PERIODO-CHAMADA         PIC X(06).
       01 WS-ANO-CHAMADA             PIC 9(04).
       01 WS-MES-DIA-CHAMADA         PIC 9(04).
       01 WS-MES-CHAMADA             PIC 9(02).
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
                                     VALUE "DECLARACOES".
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
                 PERFORM DECLARACAO-MATRICULA
               WHEN 2
                 PERFORM DECLARACAO-FREQUENCIA
               WHEN 3
                 PERFORM DECLARACAO-CONCLUSAO
               WHEN 4
                 PERFORM CONSULTAR-CODIGO
               WHEN OTHER
                 DISPLAY "Opção inválida!"
             END-EVALUATE

           END-PERFORM.

           STOP RUN.

       PRINT-MENU.
           DISPLAY "----------------------------------".
           DISPLAY " DECLARAÇÕES DA SECRETARIA".
           DISPLAY "----------------------------------".
           DISPLAY " 1 - Declaração de Matrícula".
           DISPLAY " 2 - Declaração de Frequência".
           DISPLAY " 3 - Declaração de Conclusão de Curso".
           DISPLAY " 4 - Conferir Documento pelo Código".
           DISPLAY " 0 - Sair".
           DISPLAY "----------------------------------".

      *    Declaração de matrícula: o aluno precisa estar ativo (o
      *    inativo foi excluído no Gestao-Alunos) e matriculado em
      *    alguma disciplina no período
       DECLARACAO-MATRICULA.
           DISPLAY "----------------------------------".
           DISPLAY " DECLARAÇÃO DE MATRÍCULA".
           DISPLAY "----------------------------------".

           PERFORM BUSCAR-ALUNO.
           IF WS-ALUNO-ENCONTRADO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           IF NOT ALUNO-ATIVO
             DISPLAY "Aluno não está ativo; declaração de "
               "matrícula recusada!"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe o Período (ex.: 2026-1): "
             WITH NO ADVANCING.
           ACCEPT WS-PERIODO.

           PERFORM CONTAR-DISCIPLINAS-PERIODO.
           IF WS-CONTADOR = 0
             DISPLAY "Aluno sem matrícula em disciplinas no período!"
             EXIT PARAGRAPH
           END-IF.

           MOVE 'M' TO WS-TIPO-DOCUMENTO.
           MOVE "DECLARAÇÃO DE MATRÍCULA" TO WS-TIPO-DESC.
           PERFORM ABRIR-DOCUMENTO.

           MOVE "Declaramos, para os devidos fins, que o(a) aluno(a)"
             TO WS-TEXTO.
           PERFORM EMITIR-LINHA.
           PERFORM EMITIR-IDENTIFICACAO.

           MOVE SPACES TO WS-TEXTO.
           STRING
             "está regularmente matriculado(a) no período letivo "
                                    DELIMITED BY SIZE
             WS-PERIODO             DELIMITED BY SIZE
             ","                    DELIMITED BY SIZE
             INTO WS-TEXTO
           END-STRING.
           PERFORM EMITIR-LINHA.
           MOVE "cursando as disciplinas:" TO WS-TEXTO.
           PERFORM EMITIR-LINHA.

           MOVE 'N' TO WS-EOF.
           PERFORM POSICIONAR-MATRICULAS.

           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-MATRICULAS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF MAT-MATRICULA NOT = WS-MATRICULA
                   MOVE 'S' TO WS-EOF
                 ELSE
                   IF MAT-PERIODO = WS-PERIODO
                     MOVE SPACES TO WS-TEXTO
                     STRING
                       "  - "            DELIMITED BY SIZE
                       MAT-DISCIPLINA    DELIMITED BY SIZE
                       INTO WS-TEXTO
                     END-STRING
                     PERFORM EMITIR-LINHA
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-MATRICULAS.

           PERFORM FECHAR-DOCUMENTO.

      *    Declaração de frequência: percentual de presença do aluno
      *    em cada disciplina do período
       DECLARACAO-FREQUENCIA.
           DISPLAY "----------------------------------".
           DISPLAY " DECLARAÇÃO DE FREQUÊNCIA".
           DISPLAY "----------------------------------".

           PERFORM BUSCAR-ALUNO.
           IF WS-ALUNO-ENCONTRADO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe o Período (ex.: 2026-1): "
             WITH NO ADVANCING.
           ACCEPT WS-PERIODO.

           PERFORM CONTAR-DISCIPLINAS-PERIODO.
           IF WS-CONTADOR = 0
             DISPLAY "Aluno sem matrícula em disciplinas no período!"
             EXIT PARAGRAPH
           END-IF.

           MOVE 'F' TO WS-TIPO-DOCUMENTO.
           MOVE "DECLARAÇÃO DE FREQUÊNCIA" TO WS-TIPO-DESC.
           PERFORM ABRIR-DOCUMENTO.

           MOVE "Declaramos, para os devidos fins, que o(a) aluno(a)"
             TO WS-TEXTO.
           PERFORM EMITIR-LINHA.
           PERFORM EMITIR-IDENTIFICACAO.

           MOVE SPACES TO WS-TEXTO.
           STRING
             "registrou no período letivo " DELIMITED BY SIZE
             WS-PERIODO                     DELIMITED BY SIZE
             " a seguinte frequência:"      DELIMITED BY SIZE
             INTO WS-TEXTO
           END-STRING.
           PERFORM EMITIR-LINHA.

           OPEN INPUT ARQ-FREQUENCIA.

           MOVE 'N' TO WS-EOF.
           PERFORM POSICIONAR-MATRICULAS.

           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-MATRICULAS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF MAT-MATRICULA NOT = WS-MATRICULA
                   MOVE 'S' TO WS-EOF
                 ELSE
                   IF MAT-PERIODO = WS-PERIODO
                     PERFORM EMITIR-FREQUENCIA-DISCIPLINA
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-MATRICULAS.
           IF WS-STATUS-FREQ-OK
             CLOSE ARQ-FREQUENCIA
           END-IF.

           PERFORM FECHAR-DOCUMENTO.

      *    Linha da disciplina corrente (MAT-DISCIPLINA) na
      *    declaração de frequência
       EMITIR-FREQUENCIA-DISCIPLINA.
           PERFORM CALCULAR-FREQUENCIA-DISCIPLINA.

           MOVE SPACES TO WS-TEXTO.
           IF WS-QTD-CHAMADAS = 0
             STRING
               "  - "                DELIMITED BY SIZE
               MAT-DISCIPLINA        DELIMITED BY SIZE
               " sem aulas registradas" DELIMITED BY SIZE
               INTO WS-TEXTO
             END-STRING
           ELSE
             MOVE WS-PERC-FREQUENCIA TO WS-PERC-ED
             STRING
               "  - "                DELIMITED BY SIZE
               MAT-DISCIPLINA        DELIMITED BY SIZE
               " "                   DELIMITED BY SIZE
               WS-PERC-ED            DELIMITED BY SIZE
               "% ("                 DELIMITED BY SIZE
               WS-QTD-PRESENCAS      DELIMITED BY SIZE
               " de "                DELIMITED BY SIZE
               WS-QTD-CHAMADAS       DELIMITED BY SIZE
               " aulas)"             DELIMITED BY SIZE
               INTO WS-TEXTO
             END-STRING
           END-IF.
           PERFORM EMITIR-LINHA.

      *    Declaração de conclusão de curso: só para aluno formado
       DECLARACAO-CONCLUSAO.
           DISPLAY "----------------------------------".
           DISPLAY " DECLARAÇÃO DE CONCLUSÃO DE CURSO".
           DISPLAY "----------------------------------".

           PERFORM BUSCAR-ALUNO.
           IF WS-ALUNO-ENCONTRADO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           IF NOT ALUNO-FORMADO
             DISPLAY "Aluno não consta como formado; declaração de "
               "conclusão recusada!"
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-PERIODO.
           MOVE 'C' TO WS-TIPO-DOCUMENTO.
           MOVE "DECLARAÇÃO DE CONCLUSÃO" TO WS-TIPO-DESC.
           PERFORM ABRIR-DOCUMENTO.

           MOVE "Declaramos, para os devidos fins, que o(a) aluno(a)"
             TO WS-TEXTO.
           PERFORM EMITIR-LINHA.
           PERFORM EMITIR-IDENTIFICACAO.

           MOVE SPACES TO WS-TEXTO.
           STRING
             "ingressante em "      DELIMITED BY SIZE
             ALUNO-DATA-ENTRADA     DELIMITED BY SIZE
             ", concluiu o curso acima, tendo cumprido"
                                    DELIMITED BY SIZE
             INTO WS-TEXTO
           END-STRING.
           PERFORM EMITIR-LINHA.
           MOVE "todas as exigências da grade curricular."
             TO WS-TEXTO.
           PERFORM EMITIR-LINHA.

           PERFORM FECHAR-DOCUMENTO.

      *    Confere um documento pelo código de verificação: mostra o
      *    que foi emitido, para quem e quando
       CONSULTAR-CODIGO.
           DISPLAY "----------------------------------".
           DISPLAY " CONFERIR DOCUMENTO PELO CÓDIGO".
           DISPLAY "----------------------------------".

           DISPLAY "Informe o código de verificação: "
             WITH NO ADVANCING.
           ACCEPT WS-CODIGO-BUSCA.

           MOVE 'N' TO WS-ACHOU-CODIGO.
           MOVE 'N' TO WS-EOF-DECL.

           OPEN INPUT ARQ-DECLARACOES.

           IF NOT WS-STATUS-DECL-OK
             DISPLAY "Nenhum documento emitido ainda."
             EXIT PARAGRAPH
           END-IF.

      *    O registro é indexado pelo número; o código é procurado
      *    numa varredura sequencial
           PERFORM UNTIL WS-EOF-DECL = 'S'
             READ ARQ-DECLARACOES NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-DECL

               NOT AT END
                 IF DECL-CODIGO = WS-CODIGO-BUSCA
                   MOVE 'S' TO WS-ACHOU-CODIGO
                   MOVE 'S' TO WS-EOF-DECL
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-DECLARACOES.

           IF WS-ACHOU-CODIGO NOT = 'S'
             DISPLAY "Código não encontrado: o documento NÃO foi "
               "emitido por esta secretaria!"
             EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
             WHEN DECL-MATRICULA-TIPO
               MOVE "DECLARAÇÃO DE MATRÍCULA" TO WS-TIPO-DESC
             WHEN DECL-FREQUENCIA-TIPO
               MOVE "DECLARAÇÃO DE FREQUÊNCIA" TO WS-TIPO-DESC
             WHEN DECL-CONCLUSAO-TIPO
               MOVE "DECLARAÇÃO DE CONCLUSÃO" TO WS-TIPO-DESC
             WHEN OTHER
               MOVE "?" TO WS-TIPO-DESC
           END-EVALUATE.

           MOVE DECL-DATA-EMISSAO TO WS-DATA-HOJE.
           PERFORM FORMATAR-DATA.

           DISPLAY "Documento AUTÊNTICO.".
           DISPLAY "  " WS-TIPO-DESC " número " DECL-NUMERO.
           DISPLAY "  Aluno: " DECL-MATRICULA " - " DECL-NOME.
           DISPLAY "  Curso: " DECL-CURSO.
           IF DECL-PERIODO NOT = SPACES
             DISPLAY "  Período: " DECL-PERIODO
           END-IF.
           DISPLAY "  Emitido em: " WS-DATA-EXTENSO.
           DISPLAY "  Arquivo: " DECL-ARQUIVO.

      *    Pede a matrícula e busca o aluno no cadastro; o registro
      *    fica em REG-ALUNO para o documento
       BUSCAR-ALUNO.
           MOVE 'N' TO WS-ALUNO-ENCONTRADO.

           DISPLAY "Informe a Matrícula do Aluno: " WITH NO ADVANCING.
           ACCEPT WS-MATRICULA.

           OPEN INPUT ARQ-ALUNOS.

           IF WS-STATUS-ALU-FILE-NOT-FOUND
             DISPLAY "Arquivo de alunos não encontrado. Cadastre um "
               "aluno no Gestão de Alunos primeiro!"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-MATRICULA TO ALUNO-MATRICULA.

           READ ARQ-ALUNOS KEY IS ALUNO-MATRICULA
             INVALID KEY
               DISPLAY "Matrícula do aluno não encontrada!"

             NOT INVALID KEY
               MOVE 'S' TO WS-ALUNO-ENCONTRADO
           END-READ.

           CLOSE ARQ-ALUNOS.

      *    Conta as disciplinas do aluno WS-MATRICULA no período
      *    WS-PERIODO
       CONTAR-DISCIPLINAS-PERIODO.
           MOVE 0 TO WS-CONTADOR.
           MOVE 'N' TO WS-EOF.

           PERFORM POSICIONAR-MATRICULAS.

           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-MATRICULAS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF MAT-MATRICULA NOT = WS-MATRICULA
                   MOVE 'S' TO WS-EOF
                 ELSE
                   IF MAT-PERIODO = WS-PERIODO
                     ADD 1 TO WS-CONTADOR
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-MATRICULAS.

      *    Abre as matrículas em disciplina posicionadas na primeira
      *    do aluno WS-MATRICULA (a chave começa pela matrícula)
       POSICIONAR-MATRICULAS.
           OPEN INPUT ARQ-MATRICULAS.

           IF NOT WS-STATUS-MAT-OK
             MOVE 'S' TO WS-EOF
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-MATRICULA TO MAT-MATRICULA.
           MOVE LOW-VALUES TO MAT-DISCIPLINA.
           MOVE LOW-VALUES TO MAT-PERIODO.

           START ARQ-MATRICULAS KEY IS NOT LESS THAN MAT-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF
           END-START.

      *    Reserva o número do documento (o seguinte ao último do
      *    registro), sorteia o código de verificação, abre o
      *    documento e emite o cabeçalho
       ABRIR-DOCUMENTO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.

           MOVE 0 TO WS-NUM-DOCUMENTO.
           MOVE 'N' TO WS-EOF-DECL.

           PERFORM ABRE-ARQ-DECLARACOES.

           MOVE 0 TO DECL-NUMERO.
           START ARQ-DECLARACOES KEY IS NOT LESS THAN DECL-NUMERO
             INVALID KEY
               MOVE 'S' TO WS-EOF-DECL
           END-START.

           PERFORM UNTIL WS-EOF-DECL = 'S'
             READ ARQ-DECLARACOES NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-DECL

               NOT AT END
                 MOVE DECL-NUMERO TO WS-NUM-DOCUMENTO
             END-READ
           END-PERFORM.

           CLOSE ARQ-DECLARACOES.

           ADD 1 TO WS-NUM-DOCUMENTO.

      *    O sufixo do código é sorteado a partir do horário da
      *    emissão e do número, para não ser deduzido do número
           COMPUTE WS-SEMENTE = WS-HORA-AGORA + WS-NUM-DOCUMENTO.
           COMPUTE WS-SORTEIO =
             FUNCTION RANDOM(WS-SEMENTE) * 100000000.

           MOVE SPACES TO WS-CODIGO.
           STRING
             WS-NUM-DOCUMENTO       DELIMITED BY SIZE
             "-"                    DELIMITED BY SIZE
             WS-SORTEIO             DELIMITED BY SIZE
             INTO WS-CODIGO
           END-STRING.

           MOVE SPACES TO WS-NOME-DOCUMENTO.
           STRING
             "declaracao-"          DELIMITED BY SIZE
             WS-NUM-DOCUMENTO       DELIMITED BY SIZE
             ".txt"                 DELIMITED BY SIZE
             INTO WS-NOME-DOCUMENTO
           END-STRING.

           OPEN OUTPUT ARQ-DOCUMENTO.

           MOVE "==============================================="
             TO WS-TEXTO.
           PERFORM EMITIR-LINHA.
           MOVE SPACES TO WS-TEXTO.
           STRING
             "          "           DELIMITED BY SIZE
             WS-TIPO-DESC           DELIMITED BY SIZE
             INTO WS-TEXTO
           END-STRING.
           PERFORM EMITIR-LINHA.
           MOVE "==============================================="
             TO WS-TEXTO.
           PERFORM EMITIR-LINHA.

           MOVE SPACES TO WS-TEXTO.
           STRING
             "Documento nº "        DELIMITED BY SIZE
             WS-NUM-DOCUMENTO       DELIMITED BY SIZE
             INTO WS-TEXTO
           END-STRING.
           PERFORM EMITIR-LINHA.
           MOVE SPACES TO WS-TEXTO.
           PERFORM EMITIR-LINHA.

      *    Nome, matrícula e curso do aluno no corpo do documento
       EMITIR-IDENTIFICACAO.
           MOVE SPACES TO WS-TEXTO.
           STRING
             "  "                   DELIMITED BY SIZE
             ALUNO-NOME             DELIMITED BY SIZE
             ", matrícula "         DELIMITED BY SIZE
             ALUNO-MATRICULA        DELIMITED BY SIZE
             ","                    DELIMITED BY SIZE
             INTO WS-TEXTO
           END-STRING.
           PERFORM EMITIR-LINHA.

           MOVE SPACES TO WS-TEXTO.
           STRING
             "  do curso "          DELIMITED BY SIZE
             ALUNO-CURSO            DELIMITED BY SIZE
             ","                    DELIMITED BY SIZE
             INTO WS-TEXTO
           END-STRING.
           PERFORM EMITIR-LINHA.

      *    Rodapé com a data e o código de verificação; fecha o
      *    documento e grava a emissão no registro
       FECHAR-DOCUMENTO.
           PERFORM FORMATAR-DATA.

           MOVE SPACES TO WS-TEXTO.
           PERFORM EMITIR-LINHA.
           MOVE SPACES TO WS-TEXTO.
           STRING
             "Emitido em "          DELIMITED BY SIZE
             WS-DATA-EXTENSO        DELIMITED BY SIZE
             "."                    DELIMITED BY SIZE
             INTO WS-TEXTO
           END-STRING.
           PERFORM EMITIR-LINHA.
           MOVE SPACES TO WS-TEXTO.
           STRING
             "Código de verificação: " DELIMITED BY SIZE
             WS-CODIGO                 DELIMITED BY SIZE
             INTO WS-TEXTO
           END-STRING.
           PERFORM EMITIR-LINHA.
           MOVE "A autenticidade pode ser conferida na secretaria pelo "
             TO WS-TEXTO.
           PERFORM EMITIR-LINHA.
           MOVE "código acima." TO WS-TEXTO.
           PERFORM EMITIR-LINHA.
           MOVE "==============================================="
             TO WS-TEXTO.
           PERFORM EMITIR-LINHA.
           MOVE "     Documento oficial - Secretaria Escolar"
             TO WS-TEXTO.
           PERFORM EMITIR-LINHA.

           CLOSE ARQ-DOCUMENTO.

           PERFORM ABRE-ARQ-DECLARACOES.

           MOVE WS-NUM-DOCUMENTO TO DECL-NUMERO.
           MOVE WS-CODIGO TO DECL-CODIGO.
           MOVE WS-TIPO-DOCUMENTO TO DECL-TIPO.
           MOVE ALUNO-MATRICULA TO DECL-MATRICULA.
           MOVE ALUNO-NOME TO DECL-NOME.
           MOVE ALUNO-CURSO TO DECL-CURSO.
           MOVE WS-PERIODO TO DECL-PERIODO.
           MOVE WS-DATA-HOJE TO DECL-DATA-EMISSAO.
           MOVE WS-NOME-DOCUMENTO TO DECL-ARQUIVO.

           WRITE REG-DECLARACAO
             INVALID KEY
               DISPLAY "Erro ao registrar o documento "
                 WS-NUM-DOCUMENTO "!"
           END-WRITE.

           CLOSE ARQ-DECLARACOES.

           DISPLAY " ".
           DISPLAY "Documento gravado em: " WS-NOME-DOCUMENTO.
           DISPLAY "Código de verificação: " WS-CODIGO.
           DISPLAY " ".

      *    WS-DATA-HOJE (AAAAMMDD) como DD/MM/AAAA em WS-DATA-EXTENSO
       FORMATAR-DATA.
           MOVE SPACES TO WS-DATA-EXTENSO.
           STRING
             WS-DATA-HOJE(7:2)      DELIMITED BY SIZE
             "/"                    DELIMITED BY SIZE
             WS-DATA-HOJE(5:2)      DELIMITED BY SIZE
             "/"                    DELIMITED BY SIZE
             WS-DATA-HOJE(1:4)      DELIMITED BY SIZE
             INTO WS-DATA-EXTENSO
           END-STRING.

      *    Mostra a linha corrente no terminal e grava a mesma linha
      *    no documento impresso
       EMITIR-LINHA.
           DISPLAY WS-TEXTO.
           MOVE WS-TEXTO TO LINHA-DOCUMENTO.
           WRITE LINHA-DOCUMENTO.

      *    Conta as chamadas da disciplina corrente (MAT-DISCIPLINA)
      *    no período e as presenças do aluno, varrendo
      *    frequencia.idx pela chave (disciplina, data, matrícula)
       CALCULAR-FREQUENCIA-DISCIPLINA.
           MOVE 0 TO WS-QTD-CHAMADAS.
           MOVE 0 TO WS-QTD-PRESENCAS.
           MOVE 0 TO WS-DATA-ANTERIOR.
           MOVE 0 TO WS-PERC-FREQUENCIA.
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
                     IF FREQ-MATRICULA = WS-MATRICULA
                       AND ALUNO-PRESENTE
                       ADD 1 TO WS-QTD-PRESENCAS
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           IF WS-QTD-CHAMADAS > 0
             COMPUTE WS-PERC-FREQUENCIA ROUNDED =
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

       ABRE-ARQ-DECLARACOES.
           OPEN I-O ARQ-DECLARACOES.

      *    Caso o arquivo não exista (status 35), cria
           IF WS-STATUS-DECL-FILE-NOT-FOUND
             OPEN OUTPUT ARQ-DECLARACOES
             CLOSE ARQ-DECLARACOES
             PERFORM ABRE-ARQ-DECLARACOES
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

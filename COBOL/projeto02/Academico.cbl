       IDENTIFICATION DIVISION.
           PROGRAM-ID. ACADEMICO.
           AUTHOR. Mauricio Rodrigues.

      *    Entrada única da secretaria acadêmica: identifica o
      *    usuário (login e PIN), abre uma sessão e mostra só os
      *    programas do perfil dele. Perfis: secretaria (alunos,
      *    matrículas e documentos), professor (notas e chamadas das
      *    disciplinas vinculadas a ele no quadro de professores,
      *    inclusive as que cobre como substituto) e financeiro
      *    (mensalidades e cobrança). A coordenação é uma marca
      *    sobre o perfil: só ela fecha período, libera alterações em
      *    período fechado e mantém os usuários. Cada programa é
      *    executado com a sessão em ACAD_SESSAO, confere o perfil
      *    nela e registra cada ação do usuário em
      *    acessos-academicos.log. Os programas são os executáveis
      *    compilados neste diretório, com o nome do fonte

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Usuários do sistema acadêmico
           SELECT ARQ-USUARIOS ASSIGN TO "usuarios-academicos.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-USU
             RECORD KEY IS USU-LOGIN.

      *    Sessões abertas: uma por entrada no menu, apagada na saída
           SELECT ARQ-SESSOES ASSIGN TO "sessoes-academicas.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-SES
             RECORD KEY IS SES-CHAVE.

      *    Quadro de professores mantido pelo Professores-Index, para
      *    vincular o usuário professor à matrícula dele
           SELECT ARQ-PROFESSORES
             ASSIGN TO "../Aula09 - Arquivos Indexados/professores.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-PRO
             RECORD KEY IS PRO-MATRICULA.

      *    Registro de acessos: quem fez o quê em cada programa
      *    Máscara: <data>;<hora>;<usuario>;<programa>;<acao>
           SELECT LOG-ACESSOS ASSIGN TO "acessos-academicos.log"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ACE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-USUARIOS.
       01 REG-USUARIO.
           05 USU-LOGIN              PIC X(10).
           05 USU-NOME               PIC X(30).
           05 USU-PAPEL              PIC X(01).
               88 USU-SECRETARIA     VALUE 'S'.
               88 USU-PROFESSOR      VALUE 'P'.
               88 USU-FINANCEIRO     VALUE 'F'.
           05 USU-COORDENACAO        PIC X(01).
               88 USU-COORDENADOR    VALUE 'S'.
      *    Matrícula no quadro de professores (só do professor)
           05 USU-PROFESSOR-MATRICULA PIC X(08).
           05 USU-ATIVO              PIC X(01).
               88 USUARIO-ATIVO      VALUE 'S'.
               88 USUARIO-INATIVO    VALUE 'N'.
      *    PIN secreto, como no sign-on dos operadores do caixa:
      *    troca obrigatória no primeiro uso (e quando redefinido) e
      *    bloqueio no dia após três erros
           05 USU-PIN                PIC 9(04).
           05 USU-TROCA-PIN          PIC X(01).
               88 USU-TROCA-PIN-PENDENTE VALUE 'S'.
           05 USU-DATA-BLOQUEIO      PIC 9(08).

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

      *    Mesmo layout de PROFESSOR em Professores-Index.cbl,
      *    redeclarado aqui apenas para consulta
       FD ARQ-PROFESSORES.
       01 PROFESSOR.
           05 PRO-MATRICULA          PIC X(08).
           05 PRO-NOME               PIC X(30).

       FD LOG-ACESSOS.
       01 LINHA-ACESSO               PIC X(100).

       WORKING-STORAGE SECTION.
      *    Status de arquivo, com condições nominadas compartilhadas
      *    via copybook (ex.: WS-STATUS-USU-FILE-NOT-FOUND)
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-USU-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-USU-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-USU-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-USU-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-USU-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-USU-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-USU.
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

       01 WS-OPCAO                   PIC 9(02) VALUE 99.
       01 WS-OPCAO-USU               PIC 9(01) VALUE 9.
       01 WS-EOF                     PIC X(01).
       01 WS-CONFIRMA                PIC X(01).
       01 WS-DATA-HOJE               PIC 9(08).
       01 WS-HORA-AGORA              PIC 9(08).

      * Usuário identificado na entrada
       01 WS-LOGIN                   PIC X(10).
       01 WS-USUARIO-NOME            PIC X(30).
       01 WS-USUARIO-PAPEL           PIC X(01).
       01 WS-USUARIO-COORDENACAO     PIC X(01).
           88 WS-E-COORDENACAO       VALUE 'S'.
       01 WS-USUARIO-PROFESSOR       PIC X(08).
       01 WS-PAPEL-DESC              PIC X(11).
       01 WS-ENTROU                  PIC X(01).
       01 WS-TENTATIVAS              PIC 9(01).
       01 WS-MAX-ERROS-PIN           PIC 9(01) VALUE 3.
       01 WS-PIN-INFORMADO           PIC 9(04).
       01 WS-PIN-NOVO                PIC 9(04).
       01 WS-PIN-CONFIRMA            PIC 9(04).

      * Sessão aberta e comando que executa o programa escolhido
       01 WS-SESSAO                  PIC 9(08).
       01 WS-SEMENTE                 PIC 9(09).
       01 WS-SESSAO-GRAVADA          PIC X(01).
       01 WS-COMANDO                 PIC X(80).

      * Programas do sistema acadêmico e os perfis que os executam:
      * S secretaria, P professor, F financeiro e C coordenação
       01 WS-QTD-PROGRAMAS           PIC 9(02) VALUE 19.
       01 WS-OPCAO-USUARIOS          PIC 9(02) VALUE 19.
       01 WS-TABELA-PROGRAMAS-VALORES.
           05 FILLER                 PIC X(20) VALUE "Gestao-Alunos".
           05 FILLER                 PIC X(40)
             VALUE "Gestão de Alunos".
           05 FILLER                 PIC X(03) VALUE "S".
           05 FILLER                 PIC X(20) VALUE "Cursos".
           05 FILLER                 PIC X(40)
             VALUE "Catálogo de Cursos".
           05 FILLER                 PIC X(03) VALUE "S".
           05 FILLER                 PIC X(20)
             VALUE "Grade-Curricular".
           05 FILLER                 PIC X(40)
             VALUE "Grade Curricular".
           05 FILLER                 PIC X(03) VALUE "S".
           05 FILLER                 PIC X(20) VALUE "Gestao-Notas".
           05 FILLER                 PIC X(40)
             VALUE "Matrículas, Notas e Revisões".
           05 FILLER                 PIC X(03) VALUE "SP".
           05 FILLER                 PIC X(20)
             VALUE "Importa-Notas-Aula06".
           05 FILLER                 PIC X(40)
             VALUE "Importação de Notas da Aula06".
           05 FILLER                 PIC X(03) VALUE "S".
           05 FILLER                 PIC X(20) VALUE "Frequencia".
           05 FILLER                 PIC X(40)
             VALUE "Controle de Frequência".
           05 FILLER                 PIC X(03) VALUE "SP".
           05 FILLER                 PIC X(20) VALUE "Diario-Classe".
           05 FILLER                 PIC X(40)
             VALUE "Diário de Classe".
           05 FILLER                 PIC X(03) VALUE "SP".
           05 FILLER                 PIC X(20)
             VALUE "Calendario-Provas".
           05 FILLER                 PIC X(40)
             VALUE "Calendário de Provas".
           05 FILLER                 PIC X(03) VALUE "S".
           05 FILLER                 PIC X(20) VALUE "Rematricula".
           05 FILLER                 PIC X(40)
             VALUE "Rematrícula".
           05 FILLER                 PIC X(03) VALUE "S".
           05 FILLER                 PIC X(20)
             VALUE "Transferencia-Curso".
           05 FILLER                 PIC X(40)
             VALUE "Transferência de Curso".
           05 FILLER                 PIC X(03) VALUE "S".
           05 FILLER                 PIC X(20)
             VALUE "Historico-Escolar".
           05 FILLER                 PIC X(40)
             VALUE "Histórico Escolar".
           05 FILLER                 PIC X(03) VALUE "S".
           05 FILLER                 PIC X(20) VALUE "Declaracoes".
           05 FILLER                 PIC X(40)
             VALUE "Declarações".
           05 FILLER                 PIC X(03) VALUE "S".
           05 FILLER                 PIC X(20)
             VALUE "Registro-Diplomas".
           05 FILLER                 PIC X(40)
             VALUE "Registro de Diplomas".
           05 FILLER                 PIC X(03) VALUE "S".
           05 FILLER                 PIC X(20)
             VALUE "Pendencias-Periodo".
           05 FILLER                 PIC X(40)
             VALUE "Pendências do Período".
           05 FILLER                 PIC X(03) VALUE "SC".
           05 FILLER                 PIC X(20) VALUE "Risco-Evasao".
           05 FILLER                 PIC X(40)
             VALUE "Risco de Evasão".
           05 FILLER                 PIC X(03) VALUE "SC".
           05 FILLER                 PIC X(20) VALUE "Mensalidades".
           05 FILLER                 PIC X(40)
             VALUE "Mensalidades".
           05 FILLER                 PIC X(03) VALUE "F".
           05 FILLER                 PIC X(20)
             VALUE "Cobranca-Boletos".
           05 FILLER                 PIC X(40)
             VALUE "Cobrança por Boleto".
           05 FILLER                 PIC X(03) VALUE "F".
           05 FILLER                 PIC X(20)
             VALUE "Fechamento-Periodo".
           05 FILLER                 PIC X(40)
             VALUE "Fechamento de Período".
           05 FILLER                 PIC X(03) VALUE "C".
      *    A manutenção de usuários é feita aqui mesmo
           05 FILLER                 PIC X(20) VALUE SPACES.
           05 FILLER                 PIC X(40)
             VALUE "Usuários do Sistema".
           05 FILLER                 PIC X(03) VALUE "C".
       01 WS-TABELA-PROGRAMAS REDEFINES WS-TABELA-PROGRAMAS-VALORES.
           05 WS-PRG OCCURS 19 TIMES.
             10 WS-PRG-NOME          PIC X(20).
             10 WS-PRG-DESC          PIC X(40).
             10 WS-PRG-PAPEIS        PIC X(03).
       01 WS-IDX-PRG                 PIC 9(02).
       01 WS-PAPEIS-PERMITIDOS       PIC X(03).
       01 WS-QTD-PAPEL               PIC 9(01).
       01 WS-PERMITIDO               PIC X(01).

      * Registro de acessos
       01 WS-PROGRAMA-ACESSO         PIC X(20).
       01 WS-ACAO-ACESSO             PIC X(40).
       01 WS-NOVA-LINHA-ACE          PIC X(100).

      * Variáveis da manutenção de usuários
       01 WS-USU-LOGIN               PIC X(10).
       01 WS-USU-NOME                PIC X(30).
       01 WS-USU-PAPEL               PIC X(01).
       01 WS-USU-COORDENACAO         PIC X(01).
       01 WS-USU-PROFESSOR           PIC X(08).
       01 WS-USU-ATIVO               PIC X(01).
       01 WS-USU-PIN                 PIC 9(04).
       01 WS-PROFESSOR-VALIDO        PIC X(01).
       01 WS-CONTADOR                PIC 9(03).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "----------------------------------".
           DISPLAY " SISTEMA ACADÊMICO".
           DISPLAY "----------------------------------".

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

      *    Sem nenhum usuário cadastrado, o primeiro é criado já com
      *    a coordenação, para poder cadastrar os demais
           PERFORM ABRE-ARQ-USUARIOS.
           MOVE LOW-VALUES TO USU-LOGIN.
           MOVE 'N' TO WS-EOF.

           START ARQ-USUARIOS KEY IS NOT LESS THAN USU-LOGIN
             INVALID KEY
               MOVE 'S' TO WS-EOF
           END-START.

           IF WS-EOF = 'N'
             READ ARQ-USUARIOS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF
             END-READ
           END-IF.

           CLOSE ARQ-USUARIOS.

           IF WS-EOF = 'S'
             PERFORM CRIAR-PRIMEIRO-USUARIO
           END-IF.

           PERFORM ENTRAR.

           IF WS-ENTROU NOT = 'S'
             STOP RUN
           END-IF.

           PERFORM ABRIR-SESSAO.

           IF WS-SESSAO-GRAVADA NOT = 'S'
             STOP RUN
           END-IF.

           MOVE "ACADEMICO" TO WS-PROGRAMA-ACESSO.
           MOVE "ENTRADA NO SISTEMA" TO WS-ACAO-ACESSO.
           PERFORM REGISTRAR-ACESSO.

           PERFORM UNTIL WS-OPCAO = 0
      *      Printa o menu do perfil e recebe a opção de ação
             PERFORM PRINT-MENU
             DISPLAY "Escolha sua opção: " WITH NO ADVANCING
             ACCEPT WS-OPCAO

             IF WS-OPCAO = 0
               DISPLAY "Programa Finalizado!"
             ELSE
               PERFORM EXECUTAR-OPCAO
             END-IF
           END-PERFORM.

           PERFORM ENCERRAR-SESSAO.

           MOVE "ACADEMICO" TO WS-PROGRAMA-ACESSO.
           MOVE "SAIDA DO SISTEMA" TO WS-ACAO-ACESSO.
           PERFORM REGISTRAR-ACESSO.

           STOP RUN.

       PRINT-MENU.
           DISPLAY "----------------------------------".
           DISPLAY " SISTEMA ACADÊMICO - " WS-USUARIO-NOME.
           DISPLAY " Perfil: " WS-PAPEL-DESC WITH NO ADVANCING.
           IF WS-E-COORDENACAO
             DISPLAY " (coordenação)"
           ELSE
             DISPLAY " "
           END-IF.
           DISPLAY "----------------------------------".

           PERFORM MOSTRAR-OPCAO
             VARYING WS-IDX-PRG FROM 1 BY 1
             UNTIL WS-IDX-PRG > WS-QTD-PROGRAMAS.

           DISPLAY "  0 - Sair".
           DISPLAY "----------------------------------".

      *    Só aparecem as opções que o perfil do usuário executa
       MOSTRAR-OPCAO.
           MOVE WS-PRG-PAPEIS(WS-IDX-PRG) TO WS-PAPEIS-PERMITIDOS.
           PERFORM CONFERIR-PAPEL.

           IF WS-PERMITIDO = 'S'
             DISPLAY " " WS-IDX-PRG " - " WS-PRG-DESC(WS-IDX-PRG)
           END-IF.

      *    Confere se o perfil do usuário está entre os de
      *    WS-PAPEIS-PERMITIDOS; a coordenação passa onde houver 'C'
       CONFERIR-PAPEL.
           MOVE 'N' TO WS-PERMITIDO.
           MOVE 0 TO WS-QTD-PAPEL.

           INSPECT WS-PAPEIS-PERMITIDOS
             TALLYING WS-QTD-PAPEL FOR ALL WS-USUARIO-PAPEL.

           IF WS-E-COORDENACAO
             INSPECT WS-PAPEIS-PERMITIDOS
               TALLYING WS-QTD-PAPEL FOR ALL "C"
           END-IF.

           IF WS-QTD-PAPEL > 0
             MOVE 'S' TO WS-PERMITIDO
           END-IF.

      *    Executa o programa da opção escolhida com a sessão do
      *    usuário; os programas conferem a sessão e o perfil
       EXECUTAR-OPCAO.
           IF WS-OPCAO > WS-QTD-PROGRAMAS
             DISPLAY "Opção inválida!"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-PRG-PAPEIS(WS-OPCAO) TO WS-PAPEIS-PERMITIDOS.
           PERFORM CONFERIR-PAPEL.

           IF WS-PERMITIDO NOT = 'S'
             DISPLAY "Opção inválida!"
             EXIT PARAGRAPH
           END-IF.

           IF WS-OPCAO = WS-OPCAO-USUARIOS
             PERFORM GERIR-USUARIOS
             EXIT PARAGRAPH
           END-IF.

           MOVE "ACADEMICO" TO WS-PROGRAMA-ACESSO.
           MOVE SPACES TO WS-ACAO-ACESSO.
           STRING
             "EXECUTA "               DELIMITED BY SIZE
             WS-PRG-NOME(WS-OPCAO)    DELIMITED BY SPACE
             INTO WS-ACAO-ACESSO
           END-STRING.
           PERFORM REGISTRAR-ACESSO.

           MOVE SPACES TO WS-COMANDO.
           STRING
             "ACAD_SESSAO="           DELIMITED BY SIZE
             WS-SESSAO                DELIMITED BY SIZE
             " ./"                    DELIMITED BY SIZE
             WS-PRG-NOME(WS-OPCAO)    DELIMITED BY SPACE
             INTO WS-COMANDO
           END-STRING.

           CALL "SYSTEM" USING WS-COMANDO.

      *    Cadastro do primeiro usuário, com a coordenação
       CRIAR-PRIMEIRO-USUARIO.
           DISPLAY "Nenhum usuário cadastrado. Cadastre o primeiro "
             "usuário da coordenação.".

           MOVE 'S' TO WS-USUARIO-COORDENACAO.
           PERFORM CADASTRAR-USUARIO.
           MOVE SPACES TO WS-USUARIO-COORDENACAO.

      *    Pede login e PIN; três PINs errados bloqueiam o usuário
      *    até o dia seguinte, e a troca do PIN é exigida no primeiro
      *    uso ou quando o PIN foi redefinido
       ENTRAR.
           MOVE 'N' TO WS-ENTROU.

           DISPLAY "Usuário: " WITH NO ADVANCING.
           ACCEPT WS-LOGIN.

           PERFORM ABRE-ARQ-USUARIOS.

           MOVE WS-LOGIN TO USU-LOGIN.

           READ ARQ-USUARIOS KEY IS USU-LOGIN
             INVALID KEY
               DISPLAY "Usuário ou PIN inválido!"
               CLOSE ARQ-USUARIOS
               EXIT PARAGRAPH
           END-READ.

           IF NOT USUARIO-ATIVO
             DISPLAY "Usuário inativo!"
             CLOSE ARQ-USUARIOS
             EXIT PARAGRAPH
           END-IF.

           IF USU-DATA-BLOQUEIO = WS-DATA-HOJE
             DISPLAY "Usuário bloqueado por excesso de tentativas; "
               "tente amanhã ou peça à coordenação."
             CLOSE ARQ-USUARIOS
             EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-TENTATIVAS.

           PERFORM UNTIL WS-ENTROU = 'S'
             OR WS-TENTATIVAS >= WS-MAX-ERROS-PIN
             DISPLAY "PIN: " WITH NO ADVANCING
             ACCEPT WS-PIN-INFORMADO
             IF WS-PIN-INFORMADO = USU-PIN
               MOVE 'S' TO WS-ENTROU
             ELSE
               ADD 1 TO WS-TENTATIVAS
               DISPLAY "Usuário ou PIN inválido!"
             END-IF
           END-PERFORM.

           IF WS-ENTROU NOT = 'S'
             MOVE WS-DATA-HOJE TO USU-DATA-BLOQUEIO
             REWRITE REG-USUARIO
             END-REWRITE
             DISPLAY "Usuário bloqueado até amanhã."
             CLOSE ARQ-USUARIOS
             MOVE "ACADEMICO" TO WS-PROGRAMA-ACESSO
             MOVE "BLOQUEIO POR PIN" TO WS-ACAO-ACESSO
             PERFORM REGISTRAR-ACESSO
             EXIT PARAGRAPH
           END-IF.

           IF USU-TROCA-PIN-PENDENTE
             PERFORM TROCAR-PIN
             IF WS-ENTROU NOT = 'S'
               CLOSE ARQ-USUARIOS
               EXIT PARAGRAPH
             END-IF
           END-IF.

           MOVE USU-NOME TO WS-USUARIO-NOME.
           MOVE USU-PAPEL TO WS-USUARIO-PAPEL.
           MOVE USU-COORDENACAO TO WS-USUARIO-COORDENACAO.
           MOVE USU-PROFESSOR-MATRICULA TO WS-USUARIO-PROFESSOR.

           EVALUATE TRUE
             WHEN USU-SECRETARIA
               MOVE "SECRETARIA" TO WS-PAPEL-DESC
             WHEN USU-PROFESSOR
               MOVE "PROFESSOR" TO WS-PAPEL-DESC
             WHEN USU-FINANCEIRO
               MOVE "FINANCEIRO" TO WS-PAPEL-DESC
             WHEN OTHER
               MOVE "?" TO WS-PAPEL-DESC
           END-EVALUATE.

           CLOSE ARQ-USUARIOS.

      *    Troca obrigatória do PIN do usuário lido em REG-USUARIO
       TROCAR-PIN.
           MOVE 'N' TO WS-ENTROU.

           DISPLAY "É preciso trocar o PIN antes de continuar.".
           DISPLAY "Novo PIN (4 dígitos): " WITH NO ADVANCING.
           ACCEPT WS-PIN-NOVO.
           DISPLAY "Confirme o novo PIN: " WITH NO ADVANCING.
           ACCEPT WS-PIN-CONFIRMA.

           IF WS-PIN-NOVO NOT = WS-PIN-CONFIRMA
             DISPLAY "Os PINs não conferem!"
             EXIT PARAGRAPH
           END-IF.

           IF WS-PIN-NOVO = USU-PIN
             DISPLAY "O novo PIN precisa ser diferente do atual!"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-PIN-NOVO TO USU-PIN.
           MOVE 'N' TO USU-TROCA-PIN.

           REWRITE REG-USUARIO
             INVALID KEY
               DISPLAY "Erro ao gravar o novo PIN!"
               EXIT PARAGRAPH
           END-REWRITE.

           MOVE 'S' TO WS-ENTROU.
           DISPLAY "PIN trocado com sucesso!".

      *    Grava a sessão com uma chave sorteada; os programas
      *    recebem a chave em ACAD_SESSAO e leem o usuário dela
       ABRIR-SESSAO.
           MOVE 'N' TO WS-SESSAO-GRAVADA.
           MOVE 0 TO WS-CONTADOR.

           ACCEPT WS-HORA-AGORA FROM TIME.
           COMPUTE WS-SEMENTE = WS-HORA-AGORA + WS-DATA-HOJE.
           COMPUTE WS-SESSAO = FUNCTION RANDOM(WS-SEMENTE) * 100000000.

           PERFORM ABRE-ARQ-SESSOES.

           PERFORM UNTIL WS-SESSAO-GRAVADA = 'S' OR WS-CONTADOR > 9
             ADD 1 TO WS-CONTADOR
             MOVE WS-SESSAO TO SES-CHAVE
             MOVE WS-LOGIN TO SES-LOGIN
             MOVE WS-USUARIO-NOME TO SES-NOME
             MOVE WS-USUARIO-PAPEL TO SES-PAPEL
             MOVE WS-USUARIO-COORDENACAO TO SES-COORDENACAO
             MOVE WS-USUARIO-PROFESSOR TO SES-PROFESSOR
             MOVE WS-DATA-HOJE TO SES-DATA
             MOVE WS-HORA-AGORA TO SES-HORA
             WRITE REG-SESSAO
               INVALID KEY
                 COMPUTE WS-SESSAO = FUNCTION RANDOM * 100000000
               NOT INVALID KEY
                 MOVE 'S' TO WS-SESSAO-GRAVADA
             END-WRITE
           END-PERFORM.

           CLOSE ARQ-SESSOES.

           IF WS-SESSAO-GRAVADA NOT = 'S'
             DISPLAY "Erro ao abrir a sessão do usuário!"
           END-IF.

      *    Apaga a sessão na saída; a chave deixa de valer
       ENCERRAR-SESSAO.
           PERFORM ABRE-ARQ-SESSOES.

           MOVE WS-SESSAO TO SES-CHAVE.

           DELETE ARQ-SESSOES
             INVALID KEY
               CONTINUE
           END-DELETE.

           CLOSE ARQ-SESSOES.

      *    Manutenção dos usuários, exclusiva da coordenação
       GERIR-USUARIOS.
           MOVE 9 TO WS-OPCAO-USU.

           PERFORM UNTIL WS-OPCAO-USU = 0
             DISPLAY "----------------------------------"
             DISPLAY " USUÁRIOS DO SISTEMA"
             DISPLAY "----------------------------------"
             DISPLAY " 1 - Cadastrar Usuário"
             DISPLAY " 2 - Alterar Usuário"
             DISPLAY " 3 - Listar Usuários"
             DISPLAY " 0 - Voltar"
             DISPLAY "----------------------------------"
             DISPLAY "Escolha sua opção: " WITH NO ADVANCING
             ACCEPT WS-OPCAO-USU

             EVALUATE WS-OPCAO-USU
               WHEN 0
                 CONTINUE
               WHEN 1
                 PERFORM CADASTRAR-USUARIO
               WHEN 2
                 PERFORM ALTERAR-USUARIO
               WHEN 3
                 PERFORM LISTAR-USUARIOS
               WHEN OTHER
                 DISPLAY "Opção inválida!"
             END-EVALUATE
           END-PERFORM.

      *    Cadastra um usuário com PIN inicial, que deve ser trocado
      *    no primeiro uso; com WS-USUARIO-COORDENACAO = 'S' (o
      *    primeiro usuário) a coordenação não é perguntada
       CADASTRAR-USUARIO.
           DISPLAY "----------------------------------".
           DISPLAY " CADASTRAR USUÁRIO".
           DISPLAY "----------------------------------".

           DISPLAY "Login: " WITH NO ADVANCING.
           ACCEPT WS-USU-LOGIN.

           IF WS-USU-LOGIN = SPACES
             DISPLAY "Login obrigatório!"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Nome: " WITH NO ADVANCING.
           ACCEPT WS-USU-NOME.

           DISPLAY "Perfil (S=Secretaria P=Professor F=Financeiro): "
             WITH NO ADVANCING.
           ACCEPT WS-USU-PAPEL.

           IF WS-USU-PAPEL NOT = 'S' AND WS-USU-PAPEL NOT = 'P'
             AND WS-USU-PAPEL NOT = 'F'
             DISPLAY "Perfil inválido!"
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-USU-PROFESSOR.
           IF WS-USU-PAPEL = 'P'
             DISPLAY "Matrícula no quadro de professores: "
               WITH NO ADVANCING
             ACCEPT WS-USU-PROFESSOR
             PERFORM VALIDAR-PROFESSOR
             IF WS-PROFESSOR-VALIDO NOT = 'S'
               EXIT PARAGRAPH
             END-IF
           END-IF.

           IF WS-USUARIO-COORDENACAO = 'S'
             AND WS-SESSAO-GRAVADA NOT = 'S'
             MOVE 'S' TO WS-USU-COORDENACAO
           ELSE
             DISPLAY "Coordenação? (S/N): " WITH NO ADVANCING
             ACCEPT WS-USU-COORDENACAO
             IF WS-USU-COORDENACAO NOT = 'S'
               MOVE 'N' TO WS-USU-COORDENACAO
             END-IF
           END-IF.

           DISPLAY "PIN inicial (4 dígitos): " WITH NO ADVANCING.
           ACCEPT WS-USU-PIN.

           PERFORM ABRE-ARQ-USUARIOS.

           MOVE WS-USU-LOGIN TO USU-LOGIN.
           MOVE WS-USU-NOME TO USU-NOME.
           MOVE WS-USU-PAPEL TO USU-PAPEL.
           MOVE WS-USU-COORDENACAO TO USU-COORDENACAO.
           MOVE WS-USU-PROFESSOR TO USU-PROFESSOR-MATRICULA.
           MOVE 'S' TO USU-ATIVO.
           MOVE WS-USU-PIN TO USU-PIN.
           MOVE 'S' TO USU-TROCA-PIN.
           MOVE 0 TO USU-DATA-BLOQUEIO.

           WRITE REG-USUARIO
             INVALID KEY
               DISPLAY "Login já cadastrado!"
               CLOSE ARQ-USUARIOS
               EXIT PARAGRAPH
           END-WRITE.

           CLOSE ARQ-USUARIOS.

           DISPLAY "Usuário cadastrado; o PIN será trocado no "
             "primeiro acesso.".

           MOVE "ACADEMICO" TO WS-PROGRAMA-ACESSO.
           MOVE SPACES TO WS-ACAO-ACESSO.
           STRING
             "CADASTRA USUARIO "      DELIMITED BY SIZE
             WS-USU-LOGIN             DELIMITED BY SPACE
             INTO WS-ACAO-ACESSO
           END-STRING.
           PERFORM REGISTRAR-ACESSO.

      *    Altera perfil, coordenação e situação de um usuário, e
      *    redefine o PIN quando pedido (desbloqueando o usuário)
       ALTERAR-USUARIO.
           DISPLAY "----------------------------------".
           DISPLAY " ALTERAR USUÁRIO".
           DISPLAY "----------------------------------".

           DISPLAY "Login: " WITH NO ADVANCING.
           ACCEPT WS-USU-LOGIN.

           PERFORM ABRE-ARQ-USUARIOS.

           MOVE WS-USU-LOGIN TO USU-LOGIN.

           READ ARQ-USUARIOS KEY IS USU-LOGIN
             INVALID KEY
               DISPLAY "Usuário não encontrado!"
               CLOSE ARQ-USUARIOS
               EXIT PARAGRAPH
           END-READ.

           DISPLAY "Nome: " USU-NOME.
           DISPLAY "Perfil atual: " USU-PAPEL "  Coordenação: "
             USU-COORDENACAO "  Ativo: " USU-ATIVO.

           DISPLAY "Novo perfil S/P/F (Enter mantém): "
             WITH NO ADVANCING.
           ACCEPT WS-USU-PAPEL.

           IF WS-USU-PAPEL NOT = SPACES
             IF WS-USU-PAPEL NOT = 'S' AND WS-USU-PAPEL NOT = 'P'
               AND WS-USU-PAPEL NOT = 'F'
               DISPLAY "Perfil inválido!"
               CLOSE ARQ-USUARIOS
               EXIT PARAGRAPH
             END-IF
             MOVE WS-USU-PAPEL TO USU-PAPEL
           END-IF.

           IF USU-PROFESSOR
             DISPLAY "Matrícula no quadro de professores (Enter "
               "mantém " USU-PROFESSOR-MATRICULA "): "
               WITH NO ADVANCING
             ACCEPT WS-USU-PROFESSOR
             IF WS-USU-PROFESSOR NOT = SPACES
               PERFORM VALIDAR-PROFESSOR
               IF WS-PROFESSOR-VALIDO NOT = 'S'
                 CLOSE ARQ-USUARIOS
                 EXIT PARAGRAPH
               END-IF
               MOVE WS-USU-PROFESSOR TO USU-PROFESSOR-MATRICULA
             END-IF
           ELSE
             MOVE SPACES TO USU-PROFESSOR-MATRICULA
           END-IF.

           DISPLAY "Coordenação S/N (Enter mantém): "
             WITH NO ADVANCING.
           ACCEPT WS-USU-COORDENACAO.
           IF WS-USU-COORDENACAO = 'S' OR WS-USU-COORDENACAO = 'N'
             MOVE WS-USU-COORDENACAO TO USU-COORDENACAO
           END-IF.

           DISPLAY "Ativo S/N (Enter mantém): " WITH NO ADVANCING.
           ACCEPT WS-USU-ATIVO.
           IF WS-USU-ATIVO = 'S' OR WS-USU-ATIVO = 'N'
             MOVE WS-USU-ATIVO TO USU-ATIVO
           END-IF.

           DISPLAY "Redefinir o PIN? (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = 'S'
             DISPLAY "PIN provisório (4 dígitos): " WITH NO ADVANCING
             ACCEPT WS-USU-PIN
             MOVE WS-USU-PIN TO USU-PIN
             MOVE 'S' TO USU-TROCA-PIN
             MOVE 0 TO USU-DATA-BLOQUEIO
           END-IF.

           REWRITE REG-USUARIO
             INVALID KEY
               DISPLAY "Erro ao alterar o usuário!"
               CLOSE ARQ-USUARIOS
               EXIT PARAGRAPH
           END-REWRITE.

           CLOSE ARQ-USUARIOS.

           DISPLAY "Usuário alterado com sucesso!".

           MOVE "ACADEMICO" TO WS-PROGRAMA-ACESSO.
           MOVE SPACES TO WS-ACAO-ACESSO.
           STRING
             "ALTERA USUARIO "        DELIMITED BY SIZE
             WS-USU-LOGIN             DELIMITED BY SPACE
             INTO WS-ACAO-ACESSO
           END-STRING.
           PERFORM REGISTRAR-ACESSO.

       LISTAR-USUARIOS.
           DISPLAY "----------------------------------".
           DISPLAY " LISTA DE USUÁRIOS".
           DISPLAY "----------------------------------".

           MOVE 0 TO WS-CONTADOR.
           MOVE 'N' TO WS-EOF.

           PERFORM ABRE-ARQ-USUARIOS.

           MOVE LOW-VALUES TO USU-LOGIN.
           START ARQ-USUARIOS KEY IS NOT LESS THAN USU-LOGIN
             INVALID KEY
               MOVE 'S' TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-USUARIOS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 ADD 1 TO WS-CONTADOR
                 DISPLAY USU-LOGIN " " USU-NOME
                   " Perfil: " USU-PAPEL
                   " Coord.: " USU-COORDENACAO
                   " Prof.: " USU-PROFESSOR-MATRICULA
                   " Ativo: " USU-ATIVO
             END-READ
           END-PERFORM.

           CLOSE ARQ-USUARIOS.

           DISPLAY "----------------------------------".
           DISPLAY "Total de usuários: " WS-CONTADOR.

      *    Confere a matrícula WS-USU-PROFESSOR no quadro de
      *    professores
       VALIDAR-PROFESSOR.
           MOVE 'N' TO WS-PROFESSOR-VALIDO.

           OPEN INPUT ARQ-PROFESSORES.

           IF NOT WS-STATUS-PRO-OK
             DISPLAY "Quadro de professores não encontrado!"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-USU-PROFESSOR TO PRO-MATRICULA.

           READ ARQ-PROFESSORES KEY IS PRO-MATRICULA
             INVALID KEY
               DISPLAY "Professor não encontrado no quadro!"

             NOT INVALID KEY
               MOVE 'S' TO WS-PROFESSOR-VALIDO
               DISPLAY "Professor: " PRO-NOME
           END-READ.

           CLOSE ARQ-PROFESSORES.

      *    Grava uma linha no registro de acessos com o usuário,
      *    o programa (WS-PROGRAMA-ACESSO) e a ação (WS-ACAO-ACESSO)
       REGISTRAR-ACESSO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.

           MOVE SPACES TO WS-NOVA-LINHA-ACE.
           STRING
             WS-DATA-HOJE           DELIMITED BY SIZE
             ";"                    DELIMITED BY SIZE
             WS-HORA-AGORA          DELIMITED BY SIZE
             ";"                    DELIMITED BY SIZE
             WS-LOGIN               DELIMITED BY SIZE
             ";"                    DELIMITED BY SIZE
             WS-PROGRAMA-ACESSO     DELIMITED BY SIZE
             ";"                    DELIMITED BY SIZE
             WS-ACAO-ACESSO         DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-ACE
           END-STRING.

           PERFORM ABRE-LOG-ACESSOS.
           MOVE WS-NOVA-LINHA-ACE TO LINHA-ACESSO.
           WRITE LINHA-ACESSO.
           CLOSE LOG-ACESSOS.

       ABRE-ARQ-USUARIOS.
           OPEN I-O ARQ-USUARIOS.

      *    Caso o arquivo não exista (status 35), cria
           IF WS-STATUS-USU-FILE-NOT-FOUND
             OPEN OUTPUT ARQ-USUARIOS
             CLOSE ARQ-USUARIOS
             PERFORM ABRE-ARQ-USUARIOS
           END-IF.

       ABRE-ARQ-SESSOES.
           OPEN I-O ARQ-SESSOES.

      *    Caso o arquivo não exista (status 35), cria
           IF WS-STATUS-SES-FILE-NOT-FOUND
             OPEN OUTPUT ARQ-SESSOES
             CLOSE ARQ-SESSOES
             PERFORM ABRE-ARQ-SESSOES
           END-IF.

       ABRE-LOG-ACESSOS.
           OPEN EXTEND LOG-ACESSOS.

      *    Caso o arquivo não exista (status 35), cria
           IF WS-STATUS-ACE-FILE-NOT-FOUND
             OPEN OUTPUT LOG-ACESSOS
             CLOSE LOG-ACESSOS
             PERFORM ABRE-LOG-ACESSOS
           END-IF.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. COBRANCA-BOLETOS.
           AUTHOR. Mauricio Rodrigues.

      *    Cobrança das mensalidades por boleto bancário. A remessa
      *    leva ao banco as cobranças em aberto de um mês, cada uma
      *    com o seu nosso número, vencimento e o desconto de
      *    pontualidade da cobrança, num arquivo posicional
      *    (remessa-boletos-NNNNNN.rem). O retorno devolvido pelo
      *    banco baixa as mensalidades liquidadas com o valor e a
      *    data do pagamento, acumula as tarifas cobradas por boleto
      *    e relaciona os boletos rejeitados e os pagamentos que não
      *    se identificam para tratamento manual da secretaria. A
      *    situação de cada boleto fica em boletos.idx, o que impede
      *    mandar a mesma cobrança duas vezes; cada linha do retorno
      *    vai para retorno-boletos.log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Cadastro de alunos mantido pelo Gestao-Alunos
           SELECT ARQ-ALUNOS ASSIGN TO "alunos.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-ALU
             RECORD KEY IS ALUNO-MATRICULA.

      *    Cobranças geradas pelo Mensalidades
           SELECT ARQ-MENSALIDADES ASSIGN TO "mensalidades.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-MEN
             RECORD KEY IS MEN-CHAVE.

      *    Situação de cada cobrança mandada ao banco
           SELECT ARQ-BOLETOS ASSIGN TO "boletos.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-BOL
             RECORD KEY IS BOLETO-CHAVE.

      *    Último número de remessa, último nosso número e posição
      *    do último retorno processado
           SELECT ARQ-CONTROLE ASSIGN TO "boletos-controle.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CTL.

      *    Arquivo de remessa para o banco; o nome leva o número da
      *    remessa
           SELECT ARQ-REMESSA
             ASSIGN TO DYNAMIC WS-NOME-REMESSA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-REM.

      *    Arquivo de retorno devolvido pelo banco, informado pelo
      *    operador
           SELECT ARQ-RETORNO
             ASSIGN TO DYNAMIC WS-NOME-RETORNO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-RET.

      *    Máscara: <data>;<remessa>;<nosso numero>;<matricula>/<mes>;
      *             <ocorrencia>;<situacao>;<valor>;<tarifa>;<motivo>
           SELECT LOG-RETORNO ASSIGN TO "retorno-boletos.log"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LOG.

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

      *    Mesmo layout de REG-MENSALIDADE em Mensalidades.cbl
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

      *    Um boleto por cobrança (matrícula+mês). Rejeitado ou
      *    baixado pelo banco, a cobrança pode ir de novo numa
      *    remessa seguinte, com nosso número novo
       FD ARQ-BOLETOS.
       01 REG-BOLETO.
           05 BOLETO-CHAVE.
               10 BOLETO-MATRICULA   PIC X(08).
               10 BOLETO-MES         PIC 9(06).
           05 BOLETO-NOSSO-NUMERO    PIC 9(10).
           05 BOLETO-REMESSA         PIC 9(06).
           05 BOLETO-DATA-REMESSA    PIC 9(08).
           05 BOLETO-VENCIMENTO      PIC 9(08).
           05 BOLETO-VALOR           PIC 9(06)V99.
           05 BOLETO-SITUACAO        PIC X(01).
               88 BOLETO-ENVIADO     VALUE 'E'.
               88 BOLETO-REGISTRADO  VALUE 'C'.
               88 BOLETO-LIQUIDADO   VALUE 'L'.
               88 BOLETO-REJEITADO   VALUE 'R'.
               88 BOLETO-BAIXADO     VALUE 'B'.
           05 BOLETO-OCORRENCIA      PIC X(02).
           05 BOLETO-DATA-RETORNO    PIC 9(08).
           05 BOLETO-DATA-PAGAMENTO  PIC 9(08).
           05 BOLETO-VALOR-PAGO      PIC 9(06)V99.
           05 BOLETO-TARIFA          PIC 9(04)V99.

       FD ARQ-CONTROLE.
       01 REG-CONTROLE               PIC X(30).

      *    Registro da remessa: o tipo na primeira posição diz se é
      *    cabeçalho ('0'), boleto ('1') ou rodapé ('9'); os valores
      *    vão sem ponto, com as duas casas decimais implícitas. O
      *    "seu número" (matrícula+mês) volta no retorno e é por ele
      *    que o pagamento é identificado
       FD ARQ-REMESSA.
       01 REMESSA-CABECALHO.
           05 RMH-TIPO               PIC X(01).
           05 RMH-IDENTIFICACAO      PIC X(08).
           05 RMH-REMESSA            PIC 9(06).
           05 RMH-DATA               PIC 9(08).
           05 RMH-HORA               PIC 9(08).
           05 FILLER                 PIC X(169).
       01 REMESSA-BOLETO.
           05 RMD-TIPO               PIC X(01).
           05 RMD-SEQ                PIC 9(05).
           05 RMD-NOSSO-NUMERO       PIC 9(10).
           05 RMD-SEU-NUMERO.
               10 RMD-MATRICULA      PIC X(08).
               10 RMD-MES            PIC 9(06).
           05 RMD-NOME               PIC X(30).
           05 RMD-VENCIMENTO         PIC 9(08).
           05 RMD-VALOR              PIC 9(08)V99.
           05 RMD-DATA-DESCONTO      PIC 9(08).
           05 RMD-VALOR-DESCONTO     PIC 9(08)V99.
           05 FILLER                 PIC X(104).
       01 REMESSA-RODAPE.
           05 RMT-TIPO               PIC X(01).
           05 RMT-REMESSA            PIC 9(06).
           05 RMT-QTD-BOLETOS        PIC 9(05).
           05 RMT-VALOR-TOTAL        PIC 9(12)V99.
           05 FILLER                 PIC X(174).

      *    Registro do retorno, no mesmo esquema de tipos da remessa.
      *    Ocorrências: "02" entrada confirmada, "03" entrada
      *    rejeitada, "06" liquidação, "09" baixa pelo banco
       FD ARQ-RETORNO.
       01 RETORNO-REGISTRO.
           05 RTR-TIPO               PIC X(01).
           05 FILLER                 PIC X(199).
       01 RETORNO-CABECALHO.
           05 RTH-TIPO               PIC X(01).
           05 RTH-IDENTIFICACAO      PIC X(08).
           05 RTH-REMESSA            PIC 9(06).
           05 RTH-DATA               PIC 9(08).
           05 FILLER                 PIC X(177).
       01 RETORNO-BOLETO.
           05 RTD-TIPO               PIC X(01).
           05 RTD-SEQ                PIC 9(05).
           05 RTD-NOSSO-NUMERO       PIC 9(10).
           05 RTD-SEU-NUMERO.
               10 RTD-MATRICULA      PIC X(08).
               10 RTD-MES            PIC 9(06).
           05 RTD-OCORRENCIA         PIC X(02).
           05 RTD-DATA-PAGAMENTO     PIC 9(08).
           05 RTD-VALOR-PAGO         PIC 9(08)V99.
           05 RTD-TARIFA             PIC 9(04)V99.
           05 RTD-MOTIVO             PIC X(40).
           05 FILLER                 PIC X(104).
       01 RETORNO-RODAPE.
           05 RTT-TIPO               PIC X(01).
           05 RTT-REMESSA            PIC 9(06).
           05 RTT-QTD-BOLETOS        PIC 9(05).
           05 FILLER                 PIC X(188).

       FD LOG-RETORNO.
       01 LINHA-LOG-RETORNO          PIC X(150).

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
                          WS-STATUS-BOL-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-BOL-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-BOL-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-BOL-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-BOL-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-BOL-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-BOL.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-CTL-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CTL-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CTL-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CTL-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CTL-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CTL-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CTL.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-REM-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-REM-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-REM-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-REM-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-REM-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-REM-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-REM.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-RET-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-RET-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-RET-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-RET-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-RET-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-RET-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-RET.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-LOG-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-LOG-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-LOG-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-LOG-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-LOG-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-LOG-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-LOG.
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

      * Controle lido de boletos-controle.dat e regravado nele
       01 WS-CONTROLE.
           05 CTL-ULTIMA-REMESSA     PIC 9(06).
           05 CTL-ULTIMO-NOSSO-NUM   PIC 9(10).
           05 CTL-DATA-ULT-RETORNO   PIC 9(08).
           05 CTL-REMESSA-ULT-RETORNO PIC 9(06).

       01 WS-OPCAO                   PIC X(01).
       01 WS-EOF                     PIC X(01).
       01 WS-CONFIRMA                PIC X(01).
       01 WS-DATA-HOJE               PIC 9(08).
       01 WS-HORA-AGORA              PIC 9(08).
       01 WS-VALOR-EDIT              PIC ZZZZZ9.99.
       01 WS-TARIFA-EDIT             PIC ZZZ9.99.
       01 WS-TOTAL-EDIT              PIC ZZZZZZZZZ9.99.

      * Variáveis da geração da remessa
       01 WS-MES-REMESSA             PIC 9(06).
       01 WS-DIA-VENCIMENTO          PIC 9(02).
       01 WS-NOME-REMESSA            PIC X(40).
       01 WS-QTD-BOLETOS             PIC 9(05).
       01 WS-QTD-JA-NO-BANCO         PIC 9(05).
       01 WS-TOTAL-REMESSA           PIC 9(12)V99.
       01 WS-DESCONTO-BOLETO         PIC 9(06)V99.

      * Variáveis do processamento do retorno
       01 WS-NOME-RETORNO            PIC X(40).
       01 WS-REMESSA-RETORNO         PIC 9(06).
       01 WS-QTD-LIDOS               PIC 9(05).
       01 WS-QTD-LIQUIDADOS          PIC 9(05).
       01 WS-QTD-CONFIRMADOS         PIC 9(05).
       01 WS-QTD-REJEITADOS          PIC 9(05).
       01 WS-QTD-BAIXADOS            PIC 9(05).
       01 WS-QTD-NAO-IDENTIFICADOS   PIC 9(05).
       01 WS-QTD-PARA-CONFERIR       PIC 9(05).
       01 WS-QTD-IGNORADOS           PIC 9(05).
       01 WS-QTD-RODAPE              PIC 9(05).
       01 WS-TEM-RODAPE              PIC X(01).
       01 WS-TOTAL-LIQUIDADO         PIC 9(12)V99.
       01 WS-TOTAL-TARIFAS           PIC 9(08)V99.
       01 WS-SITUACAO-LOG            PIC X(22).
       01 WS-NOVA-LINHA-LOG          PIC X(150).
       01 WS-DATA-PAGAMENTO          PIC 9(08).
       01 WS-DATA-LIMITE             PIC 9(08).
       01 WS-DESCONTO-PREVISTO       PIC 9(06)V99.
       01 WS-DESCONTO-PONTUAL        PIC 9(06)V99.

      * Leitura do log para a lista de pendências
       01 WS-LINHA-LIDA              PIC X(150).
       01 WS-LOG-DATA                PIC X(08).
       01 WS-LOG-REMESSA             PIC X(06).
       01 WS-LOG-NOSSO-NUMERO        PIC X(10).
       01 WS-LOG-COBRANCA            PIC X(15).
       01 WS-LOG-OCORRENCIA          PIC X(02).
       01 WS-LOG-SITUACAO            PIC X(22).
       01 WS-LOG-VALOR               PIC X(10).
       01 WS-LOG-TARIFA              PIC X(08).
       01 WS-LOG-MOTIVO              PIC X(40).
       01 WS-DATA-PENDENCIAS         PIC 9(08).
       01 WS-CONTADOR                PIC 9(05).

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
                                     VALUE "COBRANCA-BOLETOS".
       01 WS-PAPEIS-PROGRAMA         PIC X(03) VALUE "F".
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
                 PERFORM GERAR-REMESSA
               WHEN 2
                 PERFORM PROCESSAR-RETORNO
               WHEN 3
                 PERFORM LISTAR-PENDENCIAS
               WHEN OTHER
                 DISPLAY "Opção inválida!"
             END-EVALUATE

           END-PERFORM.

           STOP RUN.

       PRINT-MENU.
           DISPLAY "----------------------------------".
           DISPLAY " COBRANÇA POR BOLETO".
           DISPLAY "----------------------------------".
           DISPLAY " 1 - Gerar Remessa de Boletos do Mês".
           DISPLAY " 2 - Processar Retorno do Banco".
           DISPLAY " 3 - Pendências do Retorno (Tratamento Manual)".
           DISPLAY " 0 - Sair".
           DISPLAY "----------------------------------".

      *    Manda ao banco as cobranças em aberto do mês que ainda não
      *    têm boleto no banco, e marca cada uma como enviada
       GERAR-REMESSA.
           DISPLAY "----------------------------------".
           DISPLAY " GERAR REMESSA DE BOLETOS".
           DISPLAY "----------------------------------".

           DISPLAY "Informe o mês das cobranças (AAAAMM): "
             WITH NO ADVANCING.
           ACCEPT WS-MES-REMESSA.

           IF WS-MES-REMESSA(5:2) < "01" OR WS-MES-REMESSA(5:2) > "12"
             DISPLAY "Mês inválido!"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Dia de vencimento dos boletos (1 a 28): "
             WITH NO ADVANCING.
           ACCEPT WS-DIA-VENCIMENTO.

           IF WS-DIA-VENCIMENTO < 1 OR WS-DIA-VENCIMENTO > 28
             DISPLAY "Dia de vencimento inválido!"
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ARQ-MENSALIDADES.
           IF WS-STATUS-MEN-FILE-NOT-FOUND
             DISPLAY "Nenhuma cobrança gerada. Gere as cobranças no "
               "Mensalidades primeiro!"
             EXIT PARAGRAPH
           END-IF.
           CLOSE ARQ-MENSALIDADES.

           DISPLAY "Confirma a remessa das cobranças em aberto de "
             WS-MES-REMESSA "? (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.

           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = 'S'
             DISPLAY "Operação Cancelada!"
             EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.

           PERFORM LER-CONTROLE.
           ADD 1 TO CTL-ULTIMA-REMESSA.

           MOVE SPACES TO WS-NOME-REMESSA.
           STRING
             "remessa-boletos-"      DELIMITED BY SIZE
             CTL-ULTIMA-REMESSA      DELIMITED BY SIZE
             ".rem"                  DELIMITED BY SIZE
             INTO WS-NOME-REMESSA
           END-STRING.

           OPEN OUTPUT ARQ-REMESSA.
           IF NOT WS-STATUS-REM-OK
             DISPLAY "Erro ao criar o arquivo de remessa! Status: "
               WS-STATUS-REM
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO REMESSA-CABECALHO.
           MOVE "0" TO RMH-TIPO.
           MOVE "REMCOBRA" TO RMH-IDENTIFICACAO.
           MOVE CTL-ULTIMA-REMESSA TO RMH-REMESSA.
           MOVE WS-DATA-HOJE TO RMH-DATA.
           MOVE WS-HORA-AGORA TO RMH-HORA.
           WRITE REMESSA-CABECALHO.

           MOVE 0 TO WS-QTD-BOLETOS.
           MOVE 0 TO WS-QTD-JA-NO-BANCO.
           MOVE 0 TO WS-TOTAL-REMESSA.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT ARQ-MENSALIDADES.
           OPEN INPUT ARQ-ALUNOS.
           PERFORM ABRE-ARQ-BOLETOS.

           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-MENSALIDADES NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF MEN-MES = WS-MES-REMESSA
                   AND MEN-ABERTA
                   PERFORM INCLUIR-BOLETO-REMESSA
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-MENSALIDADES.
           CLOSE ARQ-ALUNOS.
           CLOSE ARQ-BOLETOS.

           MOVE SPACES TO REMESSA-RODAPE.
           MOVE "9" TO RMT-TIPO.
           MOVE CTL-ULTIMA-REMESSA TO RMT-REMESSA.
           MOVE WS-QTD-BOLETOS TO RMT-QTD-BOLETOS.
           MOVE WS-TOTAL-REMESSA TO RMT-VALOR-TOTAL.
           WRITE REMESSA-RODAPE.

           CLOSE ARQ-REMESSA.

      *    O número da remessa e os nossos números ficam reservados
      *    assim que o arquivo é gravado
           PERFORM GRAVAR-CONTROLE.

           DISPLAY "----------------------------------".
           IF WS-QTD-JA-NO-BANCO > 0
             DISPLAY WS-QTD-JA-NO-BANCO " cobrança(s) já com boleto "
               "no banco ficaram de fora."
           END-IF.
           MOVE WS-TOTAL-REMESSA TO WS-TOTAL-EDIT.
           DISPLAY "Remessa " CTL-ULTIMA-REMESSA " gravada com "
             WS-QTD-BOLETOS " boleto(s), total R$" WS-TOTAL-EDIT.
           DISPLAY "Arquivo: " WS-NOME-REMESSA.
           DISPLAY " ".

      *    Boleto da cobrança corrente: cobranças com boleto vivo no
      *    banco (enviado, registrado ou liquidado) não vão de novo
       INCLUIR-BOLETO-REMESSA.
           MOVE MEN-CHAVE TO BOLETO-CHAVE.
           READ ARQ-BOLETOS KEY IS BOLETO-CHAVE
             INVALID KEY
               MOVE SPACES TO BOLETO-SITUACAO

             NOT INVALID KEY
               IF BOLETO-ENVIADO OR BOLETO-REGISTRADO
                 OR BOLETO-LIQUIDADO
                 ADD 1 TO WS-QTD-JA-NO-BANCO
                 EXIT PARAGRAPH
               END-IF
           END-READ.

           MOVE SPACES TO ALUNO-NOME.
           MOVE MEN-MATRICULA TO ALUNO-MATRICULA.
           READ ARQ-ALUNOS KEY IS ALUNO-MATRICULA
             INVALID KEY
               MOVE "(ALUNO SEM CADASTRO)" TO ALUNO-NOME
           END-READ.

           ADD 1 TO CTL-ULTIMO-NOSSO-NUM.
           ADD 1 TO WS-QTD-BOLETOS.
           ADD MEN-VALOR TO WS-TOTAL-REMESSA.

      *    O desconto de pontualidade da cobrança vai no boleto, para
      *    o banco aplicar quando o pagamento for até o dia limite
           MOVE 0 TO WS-DESCONTO-BOLETO.
           IF MEN-PERC-PONTUALIDADE > 0
             COMPUTE WS-DESCONTO-BOLETO ROUNDED =
               MEN-VALOR * MEN-PERC-PONTUALIDADE / 100
           END-IF.

           MOVE SPACES TO REMESSA-BOLETO.
           MOVE "1" TO RMD-TIPO.
           MOVE WS-QTD-BOLETOS TO RMD-SEQ.
           MOVE CTL-ULTIMO-NOSSO-NUM TO RMD-NOSSO-NUMERO.
           MOVE MEN-MATRICULA TO RMD-MATRICULA.
           MOVE MEN-MES TO RMD-MES.
           MOVE ALUNO-NOME TO RMD-NOME.
           COMPUTE RMD-VENCIMENTO = MEN-MES * 100 + WS-DIA-VENCIMENTO.
           MOVE MEN-VALOR TO RMD-VALOR.
           IF WS-DESCONTO-BOLETO > 0
             COMPUTE RMD-DATA-DESCONTO =
               MEN-MES * 100 + MEN-DIA-PONTUALIDADE
           ELSE
             MOVE 0 TO RMD-DATA-DESCONTO
           END-IF.
           MOVE WS-DESCONTO-BOLETO TO RMD-VALOR-DESCONTO.
           WRITE REMESSA-BOLETO.

      *    Cobrança rejeitada ou baixada antes e reenviada tem o
      *    registro do boleto reusado; a tarifa já cobrada continua
           IF BOLETO-SITUACAO = SPACES
             MOVE 0 TO BOLETO-TARIFA
           END-IF.
           MOVE MEN-CHAVE TO BOLETO-CHAVE.
           MOVE CTL-ULTIMO-NOSSO-NUM TO BOLETO-NOSSO-NUMERO.
           MOVE CTL-ULTIMA-REMESSA TO BOLETO-REMESSA.
           MOVE WS-DATA-HOJE TO BOLETO-DATA-REMESSA.
           MOVE RMD-VENCIMENTO TO BOLETO-VENCIMENTO.
           MOVE MEN-VALOR TO BOLETO-VALOR.
           SET BOLETO-ENVIADO TO TRUE.
           MOVE SPACES TO BOLETO-OCORRENCIA.
           MOVE 0 TO BOLETO-DATA-RETORNO.
           MOVE 0 TO BOLETO-DATA-PAGAMENTO.
           MOVE 0 TO BOLETO-VALOR-PAGO.

           WRITE REG-BOLETO
             INVALID KEY
               REWRITE REG-BOLETO
           END-WRITE.

      *    Lê o retorno do banco: confirma o registro dos boletos,
      *    baixa as mensalidades liquidadas e libera os rejeitados e
      *    baixados para a próxima remessa. O que não se identifica
      *    ou não confere vai para a lista de pendências; linhas já
      *    processadas são só relatadas, o que permite reprocessar o
      *    mesmo arquivo
       PROCESSAR-RETORNO.
           DISPLAY "----------------------------------".
           DISPLAY " PROCESSAR RETORNO DO BANCO".
           DISPLAY "----------------------------------".

           DISPLAY "Nome do arquivo de retorno: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NOME-RETORNO.
           ACCEPT WS-NOME-RETORNO.

           IF WS-NOME-RETORNO = SPACES
             DISPLAY "Operação Cancelada!"
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ARQ-RETORNO.
           IF NOT WS-STATUS-RET-OK
             DISPLAY "Erro! Arquivo de retorno não encontrado!"
             EXIT PARAGRAPH
           END-IF.

      *    O primeiro registro precisa ser o cabeçalho do retorno de
      *    cobrança
           READ ARQ-RETORNO
             AT END
               MOVE SPACES TO RETORNO-REGISTRO
           END-READ.

           IF RTH-TIPO NOT = "0"
             OR RTH-IDENTIFICACAO NOT = "RETCOBRA"
             DISPLAY "Erro! O arquivo não é um retorno de cobrança!"
             CLOSE ARQ-RETORNO
             EXIT PARAGRAPH
           END-IF.

           MOVE RTH-REMESSA TO WS-REMESSA-RETORNO.
           DISPLAY "Retorno da remessa " WS-REMESSA-RETORNO
             " de " RTH-DATA.

           MOVE 0 TO WS-QTD-LIDOS.
           MOVE 0 TO WS-QTD-LIQUIDADOS.
           MOVE 0 TO WS-QTD-CONFIRMADOS.
           MOVE 0 TO WS-QTD-REJEITADOS.
           MOVE 0 TO WS-QTD-BAIXADOS.
           MOVE 0 TO WS-QTD-NAO-IDENTIFICADOS.
           MOVE 0 TO WS-QTD-PARA-CONFERIR.
           MOVE 0 TO WS-QTD-IGNORADOS.
           MOVE 0 TO WS-TOTAL-LIQUIDADO.
           MOVE 0 TO WS-TOTAL-TARIFAS.
           MOVE 'N' TO WS-TEM-RODAPE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM ABRE-ARQ-MENSALIDADES.
           PERFORM ABRE-ARQ-BOLETOS.
           PERFORM ABRE-LOG-RETORNO.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-RETORNO
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 EVALUATE RTR-TIPO
                   WHEN "1"
                     ADD 1 TO WS-QTD-LIDOS
                     ADD RTD-TARIFA TO WS-TOTAL-TARIFAS
                     PERFORM PROCESSAR-BOLETO-RETORNO
                   WHEN "9"
                     MOVE 'S' TO WS-TEM-RODAPE
                     MOVE RTT-QTD-BOLETOS TO WS-QTD-RODAPE
                 END-EVALUATE
             END-READ
           END-PERFORM.

           CLOSE ARQ-RETORNO.
           CLOSE ARQ-MENSALIDADES.
           CLOSE ARQ-BOLETOS.
           CLOSE LOG-RETORNO.

      *    Posição do banco para o relatório de inadimplência
           PERFORM LER-CONTROLE.
           MOVE WS-DATA-HOJE TO CTL-DATA-ULT-RETORNO.
           MOVE WS-REMESSA-RETORNO TO CTL-REMESSA-ULT-RETORNO.
           PERFORM GRAVAR-CONTROLE.

           DISPLAY "----------------------------------".
           DISPLAY "Registros lidos: " WS-QTD-LIDOS.
           DISPLAY "  Liquidados: " WS-QTD-LIQUIDADOS
             "  Confirmados: " WS-QTD-CONFIRMADOS
             "  Baixados: " WS-QTD-BAIXADOS.
           DISPLAY "  Rejeitados: " WS-QTD-REJEITADOS
             "  Não identificados: " WS-QTD-NAO-IDENTIFICADOS
             "  A conferir: " WS-QTD-PARA-CONFERIR
             "  Já processados: " WS-QTD-IGNORADOS.
           MOVE WS-TOTAL-LIQUIDADO TO WS-TOTAL-EDIT.
           DISPLAY "Total recebido: R$" WS-TOTAL-EDIT.
           MOVE WS-TOTAL-TARIFAS TO WS-TOTAL-EDIT.
           DISPLAY "Tarifas bancárias: R$" WS-TOTAL-EDIT.

           IF WS-TEM-RODAPE NOT = 'S'
             DISPLAY "Atenção! Retorno sem rodapé; o arquivo pode "
               "estar incompleto. Confira com o banco."
           ELSE
             IF WS-QTD-RODAPE NOT = WS-QTD-LIDOS
               DISPLAY "Atenção! O rodapé informa " WS-QTD-RODAPE
                 " registro(s), mas foram lidos " WS-QTD-LIDOS "."
             END-IF
           END-IF.

           IF WS-QTD-REJEITADOS + WS-QTD-NAO-IDENTIFICADOS
              + WS-QTD-PARA-CONFERIR > 0
             DISPLAY "Há pendências para tratamento manual "
               "(opção 3)."
           END-IF.
           DISPLAY "Detalhes registrados em retorno-boletos.log.".
           DISPLAY " ".

       PROCESSAR-BOLETO-RETORNO.
           MOVE RTD-SEU-NUMERO TO BOLETO-CHAVE.
           READ ARQ-BOLETOS KEY IS BOLETO-CHAVE
             INVALID KEY
               MOVE "NAO IDENTIFICADO" TO WS-SITUACAO-LOG
               ADD 1 TO WS-QTD-NAO-IDENTIFICADOS
               PERFORM MOSTRAR-PENDENCIA-RETORNO
               PERFORM GRAVAR-LOG-RETORNO
               EXIT PARAGRAPH
           END-READ.

      *    O nosso número precisa ser o do boleto vivo da cobrança;
      *    um nosso número antigo (boleto rejeitado e reenviado) não
      *    se identifica
           IF BOLETO-NOSSO-NUMERO NOT = RTD-NOSSO-NUMERO
             MOVE "NAO IDENTIFICADO" TO WS-SITUACAO-LOG
             ADD 1 TO WS-QTD-NAO-IDENTIFICADOS
             PERFORM MOSTRAR-PENDENCIA-RETORNO
             PERFORM GRAVAR-LOG-RETORNO
             EXIT PARAGRAPH
           END-IF.

           IF BOLETO-LIQUIDADO
             OR ((BOLETO-REJEITADO OR BOLETO-BAIXADO)
                 AND RTD-OCORRENCIA NOT = "06")
             MOVE "JA PROCESSADO" TO WS-SITUACAO-LOG
             ADD 1 TO WS-QTD-IGNORADOS
             PERFORM GRAVAR-LOG-RETORNO
             EXIT PARAGRAPH
           END-IF.

           ADD RTD-TARIFA TO BOLETO-TARIFA.
           MOVE RTD-OCORRENCIA TO BOLETO-OCORRENCIA.
           MOVE WS-DATA-HOJE TO BOLETO-DATA-RETORNO.

           EVALUATE RTD-OCORRENCIA
             WHEN "02"
               SET BOLETO-REGISTRADO TO TRUE
               REWRITE REG-BOLETO
               MOVE "CONFIRMADO" TO WS-SITUACAO-LOG
               ADD 1 TO WS-QTD-CONFIRMADOS
               PERFORM GRAVAR-LOG-RETORNO

             WHEN "03"
               SET BOLETO-REJEITADO TO TRUE
               REWRITE REG-BOLETO
               MOVE "REJEITADO" TO WS-SITUACAO-LOG
               ADD 1 TO WS-QTD-REJEITADOS
               PERFORM MOSTRAR-PENDENCIA-RETORNO
               PERFORM GRAVAR-LOG-RETORNO

             WHEN "06"
               PERFORM LIQUIDAR-MENSALIDADE

             WHEN "09"
               SET BOLETO-BAIXADO TO TRUE
               REWRITE REG-BOLETO
               MOVE "BAIXADO PELO BANCO" TO WS-SITUACAO-LOG
               ADD 1 TO WS-QTD-BAIXADOS
               PERFORM GRAVAR-LOG-RETORNO

             WHEN OTHER
               REWRITE REG-BOLETO
               MOVE "OCORRENCIA DESCONHECIDA" TO WS-SITUACAO-LOG
               ADD 1 TO WS-QTD-PARA-CONFERIR
               PERFORM MOSTRAR-PENDENCIA-RETORNO
               PERFORM GRAVAR-LOG-RETORNO
           END-EVALUATE.

      *    Baixa a mensalidade do boleto liquidado com a data e o
      *    valor do banco. O que o aluno pagou a menos que o líquido
      *    é o desconto de pontualidade; se passar do desconto
      *    previsto pela data, ou se a mensalidade já estava paga no
      *    balcão ou baixada como incobrável, vai para a conferência
      *    manual
       LIQUIDAR-MENSALIDADE.
           IF RTD-DATA-PAGAMENTO IS NUMERIC
             AND RTD-DATA-PAGAMENTO > 0
             MOVE RTD-DATA-PAGAMENTO TO WS-DATA-PAGAMENTO
           ELSE
             MOVE WS-DATA-HOJE TO WS-DATA-PAGAMENTO
           END-IF.

           SET BOLETO-LIQUIDADO TO TRUE.
           MOVE WS-DATA-PAGAMENTO TO BOLETO-DATA-PAGAMENTO.
           MOVE RTD-VALOR-PAGO TO BOLETO-VALOR-PAGO.
           REWRITE REG-BOLETO.

           ADD RTD-VALOR-PAGO TO WS-TOTAL-LIQUIDADO.

           MOVE BOLETO-CHAVE TO MEN-CHAVE.
           READ ARQ-MENSALIDADES KEY IS MEN-CHAVE
             INVALID KEY
               MOVE "SEM MENSALIDADE" TO WS-SITUACAO-LOG
               ADD 1 TO WS-QTD-PARA-CONFERIR
               PERFORM MOSTRAR-PENDENCIA-RETORNO
               PERFORM GRAVAR-LOG-RETORNO
               EXIT PARAGRAPH
           END-READ.

           IF MEN-INCOBRAVEL
             MOVE "PAGO APOS BAIXA" TO WS-SITUACAO-LOG
             ADD 1 TO WS-QTD-PARA-CONFERIR
             PERFORM MOSTRAR-PENDENCIA-RETORNO
             PERFORM GRAVAR-LOG-RETORNO
             EXIT PARAGRAPH
           END-IF.

           IF MEN-PAGA
             MOVE "PAGO EM DUPLICIDADE" TO WS-SITUACAO-LOG
             ADD 1 TO WS-QTD-PARA-CONFERIR
             PERFORM MOSTRAR-PENDENCIA-RETORNO
             PERFORM GRAVAR-LOG-RETORNO
             EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-DESCONTO-PREVISTO.
           IF MEN-PERC-PONTUALIDADE > 0
             COMPUTE WS-DATA-LIMITE =
               MEN-MES * 100 + MEN-DIA-PONTUALIDADE
             IF WS-DATA-PAGAMENTO <= WS-DATA-LIMITE
               COMPUTE WS-DESCONTO-PREVISTO ROUNDED =
                 MEN-VALOR * MEN-PERC-PONTUALIDADE / 100
             END-IF
           END-IF.

           MOVE 0 TO WS-DESCONTO-PONTUAL.
           IF RTD-VALOR-PAGO < MEN-VALOR
             COMPUTE WS-DESCONTO-PONTUAL = MEN-VALOR - RTD-VALOR-PAGO
           END-IF.

           SET MEN-PAGA TO TRUE.
           MOVE WS-DATA-PAGAMENTO TO MEN-DATA-PAGAMENTO.
           MOVE WS-DESCONTO-PONTUAL TO MEN-DESCONTO-PONTUAL.
           MOVE RTD-VALOR-PAGO TO MEN-VALOR-PAGO.
           REWRITE REG-MENSALIDADE.

           ADD 1 TO WS-QTD-LIQUIDADOS.

           IF WS-DESCONTO-PONTUAL > WS-DESCONTO-PREVISTO
             MOVE "PAGO A MENOR" TO WS-SITUACAO-LOG
             ADD 1 TO WS-QTD-PARA-CONFERIR
             PERFORM MOSTRAR-PENDENCIA-RETORNO
           ELSE
             MOVE "LIQUIDADO" TO WS-SITUACAO-LOG
           END-IF.

           PERFORM GRAVAR-LOG-RETORNO.

       MOSTRAR-PENDENCIA-RETORNO.
           MOVE RTD-VALOR-PAGO TO WS-VALOR-EDIT.
           DISPLAY "  " WS-SITUACAO-LOG " " RTD-MATRICULA "/" RTD-MES
             " nosso número " RTD-NOSSO-NUMERO " ocorrência "
             RTD-OCORRENCIA " R$" WS-VALOR-EDIT.
           IF RTD-MOTIVO NOT = SPACES
             DISPLAY "    " RTD-MOTIVO
           END-IF.

      *    Máscara: <data>;<remessa>;<nosso numero>;<matricula>/<mes>;
      *             <ocorrencia>;<situacao>;<valor>;<tarifa>;<motivo>
       GRAVAR-LOG-RETORNO.
           MOVE RTD-VALOR-PAGO TO WS-VALOR-EDIT.
           MOVE RTD-TARIFA TO WS-TARIFA-EDIT.

           MOVE SPACES TO WS-NOVA-LINHA-LOG.
           STRING
             WS-DATA-HOJE                    DELIMITED BY SIZE
             ";"                             DELIMITED BY SIZE
             WS-REMESSA-RETORNO              DELIMITED BY SIZE
             ";"                             DELIMITED BY SIZE
             RTD-NOSSO-NUMERO                DELIMITED BY SIZE
             ";"                             DELIMITED BY SIZE
             RTD-MATRICULA                   DELIMITED BY SIZE
             "/"                             DELIMITED BY SIZE
             RTD-MES                         DELIMITED BY SIZE
             ";"                             DELIMITED BY SIZE
             RTD-OCORRENCIA                  DELIMITED BY SIZE
             ";"                             DELIMITED BY SIZE
             FUNCTION TRIM(WS-SITUACAO-LOG)  DELIMITED BY SIZE
             ";"                             DELIMITED BY SIZE
             FUNCTION TRIM(WS-VALOR-EDIT)    DELIMITED BY SIZE
             ";"                             DELIMITED BY SIZE
             FUNCTION TRIM(WS-TARIFA-EDIT)   DELIMITED BY SIZE
             ";"                             DELIMITED BY SIZE
             FUNCTION TRIM(RTD-MOTIVO)       DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-LOG
           END-STRING.

           MOVE WS-NOVA-LINHA-LOG TO LINHA-LOG-RETORNO.
           WRITE LINHA-LOG-RETORNO.

      *    Lista, a partir de uma data de processamento, as linhas do
      *    retorno que pedem tratamento manual: rejeitados, não
      *    identificados e os que não conferiram
       LISTAR-PENDENCIAS.
           DISPLAY "----------------------------------".
           DISPLAY " PENDÊNCIAS DO RETORNO".
           DISPLAY "----------------------------------".

           DISPLAY "A partir da data de processamento (AAAAMMDD, "
             "vazio = hoje): " WITH NO ADVANCING.
           MOVE 0 TO WS-DATA-PENDENCIAS.
           ACCEPT WS-DATA-PENDENCIAS.
           IF WS-DATA-PENDENCIAS = 0
             ACCEPT WS-DATA-PENDENCIAS FROM DATE YYYYMMDD
           END-IF.

           OPEN INPUT LOG-RETORNO.
           IF WS-STATUS-LOG-FILE-NOT-FOUND
             DISPLAY "Nenhum retorno processado ainda."
             EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-CONTADOR.
           MOVE 'N' TO WS-EOF.

           PERFORM UNTIL WS-EOF = 'S'
             READ LOG-RETORNO INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 PERFORM MOSTRAR-PENDENCIA-LOG
             END-READ
           END-PERFORM.

           CLOSE LOG-RETORNO.

           IF WS-CONTADOR = 0
             DISPLAY "Nenhuma pendência no período."
           ELSE
             DISPLAY "----------------------------------"
             DISPLAY WS-CONTADOR " pendência(s) para tratamento "
               "manual."
           END-IF.
           DISPLAY " ".

       MOSTRAR-PENDENCIA-LOG.
           UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
             INTO WS-LOG-DATA
                  WS-LOG-REMESSA
                  WS-LOG-NOSSO-NUMERO
                  WS-LOG-COBRANCA
                  WS-LOG-OCORRENCIA
                  WS-LOG-SITUACAO
                  WS-LOG-VALOR
                  WS-LOG-TARIFA
                  WS-LOG-MOTIVO
           END-UNSTRING.

           IF WS-LOG-DATA < WS-DATA-PENDENCIAS
             EXIT PARAGRAPH
           END-IF.

           IF WS-LOG-SITUACAO = "LIQUIDADO"
             OR WS-LOG-SITUACAO = "CONFIRMADO"
             OR WS-LOG-SITUACAO = "BAIXADO PELO BANCO"
             OR WS-LOG-SITUACAO = "JA PROCESSADO"
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CONTADOR.
           DISPLAY WS-LOG-DATA "  " WS-LOG-SITUACAO " "
             WS-LOG-COBRANCA " nosso número " WS-LOG-NOSSO-NUMERO.
           DISPLAY "    Ocorrência " WS-LOG-OCORRENCIA "  Valor R$"
             WS-LOG-VALOR "  " WS-LOG-MOTIVO.

      *    Lê o controle; sem o arquivo, começa do zero
       LER-CONTROLE.
           MOVE 0 TO CTL-ULTIMA-REMESSA.
           MOVE 0 TO CTL-ULTIMO-NOSSO-NUM.
           MOVE 0 TO CTL-DATA-ULT-RETORNO.
           MOVE 0 TO CTL-REMESSA-ULT-RETORNO.

           OPEN INPUT ARQ-CONTROLE.
           IF WS-STATUS-CTL-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           READ ARQ-CONTROLE INTO WS-CONTROLE
             AT END
               MOVE 0 TO CTL-ULTIMA-REMESSA
               MOVE 0 TO CTL-ULTIMO-NOSSO-NUM
               MOVE 0 TO CTL-DATA-ULT-RETORNO
               MOVE 0 TO CTL-REMESSA-ULT-RETORNO
           END-READ.

           CLOSE ARQ-CONTROLE.

       GRAVAR-CONTROLE.
           OPEN OUTPUT ARQ-CONTROLE.
           WRITE REG-CONTROLE FROM WS-CONTROLE.
           CLOSE ARQ-CONTROLE.

       ABRE-ARQ-MENSALIDADES.
           OPEN I-O ARQ-MENSALIDADES.

      *    Caso o arquivo não exista (status 35), cria
           IF WS-STATUS-MEN-FILE-NOT-FOUND
             OPEN OUTPUT ARQ-MENSALIDADES
             CLOSE ARQ-MENSALIDADES
             PERFORM ABRE-ARQ-MENSALIDADES
           END-IF.

       ABRE-ARQ-BOLETOS.
           OPEN I-O ARQ-BOLETOS.

      *    Caso o arquivo não exista (status 35), cria
           IF WS-STATUS-BOL-FILE-NOT-FOUND
             OPEN OUTPUT ARQ-BOLETOS
             CLOSE ARQ-BOLETOS
             PERFORM ABRE-ARQ-BOLETOS
           END-IF.

       ABRE-LOG-RETORNO.
           OPEN EXTEND LOG-RETORNO.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-LOG-FILE-NOT-FOUND
             OPEN OUTPUT LOG-RETORNO
             CLOSE LOG-RETORNO
             PERFORM ABRE-LOG-RETORNO
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


      *    Controle de mensalidades: o lote mensal gera uma cobrança
      *    por aluno ativo com o valor da mensalidade do curso
      *    (cursos.idx), já com o desconto da bolsa do aluno quando
      *    houver, a secretaria baixa os pagamentos recebidos (com o
      *    desconto de pontualidade para quem paga até o dia
      *    combinado) e o relatório de inadimplência agrupa por meses
      *    de atraso

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             FILE STATUS IS WS-STATUS-MEN
             RECORD KEY IS MEN-CHAVE.

      *    Bolsas e descontos por aluno (bolsa de estudo, filho de
      *    funcionário, irmãos), com a vigência em meses
           SELECT ARQ-BOLSAS ASSIGN TO "bolsas.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-BOL
             RECORD KEY IS BOLSA-MATRICULA.

      *    Regra do desconto de pontualidade: um único registro com
      *    o dia limite do mês e o percentual
           SELECT ARQ-PONTUALIDADE ASSIGN TO "desconto-pontualidade.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PON.

      *    Boletos mandados ao banco e posição do último retorno,
      *    mantidos pelo Cobranca-Boletos
           SELECT ARQ-BOLETOS ASSIGN TO "boletos.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-BLT
             RECORD KEY IS BOLETO-CHAVE.

           SELECT ARQ-CONTROLE-BOLETOS ASSIGN TO "boletos-controle.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CTB.

      *    Baixas de mensalidades incobráveis
      *    Máscara: <data>;<matricula>;<mes>;<valor>;<motivo>
           SELECT LOG-BAIXAS ASSIGN TO "baixas-mensalidades.log"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-BXA.

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
           05 MEN-CHAVE.
               10 MEN-MATRICULA      PIC X(08).
               10 MEN-MES            PIC 9(06).
      *    Valor líquido da cobrança: o bruto menos o desconto da
      *    bolsa
           05 MEN-VALOR              PIC 9(06)V99.
           05 MEN-STATUS             PIC X(01).
               88 MEN-ABERTA         VALUE 'A'.
               88 MEN-PAGA           VALUE 'P'.
               88 MEN-INCOBRAVEL     VALUE 'I'.
      *    Data do pagamento, ou da baixa quando incobrável
           05 MEN-DATA-PAGAMENTO     PIC 9(08).
           05 MEN-VALOR-BRUTO        PIC 9(06)V99.
           05 MEN-DESCONTO-BOLSA     PIC 9(06)V99.
      *    Condição de pontualidade vigente na geração: pago até o
      *    dia MEN-DIA-PONTUALIDADE do mês da cobrança, o aluno tem
      *    MEN-PERC-PONTUALIDADE % de desconto sobre o líquido
           05 MEN-DIA-PONTUALIDADE   PIC 9(02).
           05 MEN-PERC-PONTUALIDADE  PIC 9(02)V99.
           05 MEN-DESCONTO-PONTUAL   PIC 9(06)V99.
           05 MEN-VALOR-PAGO         PIC 9(06)V99.

       FD ARQ-BOLSAS.
       01 REG-BOLSA.
           05 BOLSA-MATRICULA        PIC X(08).
           05 BOLSA-TIPO             PIC X(01).
               88 BOLSA-PERCENTUAL   VALUE 'P'.
               88 BOLSA-VALOR-FIXO   VALUE 'V'.
           05 BOLSA-PERCENTUAL-DESC  PIC 9(03)V99.
           05 BOLSA-VALOR            PIC 9(06)V99.
      *    Vigência em meses (AAAAMM), inclusive nas duas pontas
           05 BOLSA-MES-INICIO       PIC 9(06).
           05 BOLSA-MES-FIM          PIC 9(06).
           05 BOLSA-MOTIVO           PIC X(30).

       FD ARQ-PONTUALIDADE.
       01 REG-PONTUALIDADE.
           05 PON-DIA-LIMITE         PIC 9(02).
           05 PON-PERCENTUAL         PIC 9(02)V99.

      *    Mesmo layout de REG-BOLETO em Cobranca-Boletos.cbl,
      *    redeclarado aqui apenas para consulta
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

      *    Mesmo layout de REG-CONTROLE em Cobranca-Boletos.cbl
       FD ARQ-CONTROLE-BOLETOS.
       01 REG-CONTROLE-BOLETOS.
           05 CTL-ULTIMA-REMESSA     PIC 9(06).
           05 CTL-ULTIMO-NOSSO-NUM   PIC 9(10).
           05 CTL-DATA-ULT-RETORNO   PIC 9(08).
           05 CTL-REMESSA-ULT-RETORNO PIC 9(06).

       FD LOG-BAIXAS.
       01 LINHA-BAIXA                PIC X(100).

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
                          WS-STATUS-PON-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-PON-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-PON-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-PON-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-PON-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-PON-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-PON.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-BLT-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-BLT-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-BLT-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-BLT-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-BLT-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-BLT-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-BLT.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-CTB-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CTB-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CTB-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CTB-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CTB-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CTB-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CTB.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-BXA-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-BXA-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-BXA-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-BXA-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-BXA-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-BXA-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-BXA.
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
       01 WS-EOF-CURSO               PIC X(01).
       01 WS-VALOR-EDIT              PIC ZZZZZ9.99.

      * Variáveis da bolsa do aluno e da pontualidade na geração
       01 WS-DESCONTO-BOLSA          PIC 9(06)V99.
       01 WS-DIA-PONTUALIDADE        PIC 9(02).
       01 WS-PERC-PONTUALIDADE       PIC 9(02)V99.
       01 WS-QTD-COM-BOLSA           PIC 9(03).

      * Variáveis do registro de pagamento
       01 WS-MATRICULA               PIC X(08).
       01 WS-MES-PAGAMENTO           PIC 9(06).
       01 WS-DATA-HOJE               PIC 9(08).
       01 WS-DATA-PAGAMENTO          PIC 9(08).
       01 WS-DATA-LIMITE             PIC 9(08).
       01 WS-DESCONTO-PONTUAL        PIC 9(06)V99.

      * Variáveis do cadastro de bolsas
       01 WS-BOLSA-TIPO              PIC X(01).
       01 WS-BOLSA-PERCENTUAL        PIC 9(03)V99.
       01 WS-BOLSA-VALOR             PIC 9(06)V99.
       01 WS-BOLSA-MES-INICIO        PIC 9(06).
       01 WS-BOLSA-MES-FIM           PIC 9(06).
       01 WS-BOLSA-MOTIVO            PIC X(30).
       01 WS-PERCENTUAL-EDIT         PIC ZZ9.99.

      * Variáveis do relatório de custo das bolsas por curso
       01 WS-MES-RELATORIO           PIC 9(06).
       01 WS-QTD-CURSOS              PIC 9(02) VALUE 0.
       01 WS-TABELA-CURSOS.
           05 WS-CUR OCCURS 50 TIMES.
             10 WS-CUR-NOME          PIC X(20).
             10 WS-CUR-QTD-BOLSAS    PIC 9(04).
             10 WS-CUR-BRUTO         PIC 9(08)V99.
             10 WS-CUR-BOLSA         PIC 9(08)V99.
             10 WS-CUR-PONTUAL       PIC 9(08)V99.
       01 WS-IDX-CUR                 PIC 9(02).
       01 WS-TOTAL-BOLSA             PIC 9(08)V99.
       01 WS-TOTAL-PONTUAL           PIC 9(08)V99.
       01 WS-CURSO-DEVEDOR           PIC X(20).

      * Situação no banco das cobranças com boleto
       01 WS-TEM-BOLETOS             PIC X(01).
       01 WS-CONFIRMA                PIC X(01).

      * Variáveis da baixa de mensalidade incobrável
       01 WS-MOTIVO-BAIXA            PIC X(40).
       01 WS-NOVA-LINHA-BAIXA        PIC X(100).

      * Variáveis do relatório de inadimplência
       01 WS-MES-HOJE                PIC 9(06).
       01 WS-TOTAL-ABERTO-EDIT       PIC ZZZZZZZ9.99.
       01 WS-NOME-DEVEDOR            PIC X(30).

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
                                     VALUE "MENSALIDADES".
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
                 PERFORM REGISTRAR-PAGAMENTO
               WHEN 3
                 PERFORM RELATORIO-INADIMPLENCIA
               WHEN 4
                 PERFORM CADASTRAR-BOLSA
               WHEN 5
                 PERFORM REMOVER-BOLSA
               WHEN 6
                 PERFORM LISTAR-BOLSAS
               WHEN 7
                 PERFORM DEFINIR-PONTUALIDADE
               WHEN 8
                 PERFORM RELATORIO-CUSTO-BOLSAS
               WHEN 9
                 PERFORM BAIXAR-INCOBRAVEL
               WHEN OTHER
                 DISPLAY "Opção inválida!"
             END-EVALUATE
           DISPLAY " 1 - Gerar Cobranças do Mês".
           DISPLAY " 2 - Registrar Pagamento".
           DISPLAY " 3 - Relatório de Inadimplência".
           DISPLAY " 4 - Cadastrar Bolsa/Desconto de Aluno".
           DISPLAY " 5 - Remover Bolsa/Desconto de Aluno".
           DISPLAY " 6 - Listar Bolsas e Descontos".
           DISPLAY " 7 - Definir Desconto de Pontualidade".
           DISPLAY " 8 - Relatório de Custo das Bolsas".
           DISPLAY " 9 - Baixar Mensalidade Incobrável".
           DISPLAY " 0 - Sair".
           DISPLAY "----------------------------------".


           MOVE 0 TO WS-QTD-GERADAS.
           MOVE 0 TO WS-QTD-PULADAS.
           MOVE 0 TO WS-QTD-COM-BOLSA.
           MOVE 'N' TO WS-EOF.

           PERFORM LER-PONTUALIDADE.

           OPEN INPUT ARQ-ALUNOS.

           IF WS-STATUS-ALU-FILE-NOT-FOUND
           END-IF.

           OPEN INPUT ARQ-CURSOS.
           OPEN INPUT ARQ-BOLSAS.
           PERFORM ABRE-ARQ-MENSALIDADES.

           PERFORM UNTIL WS-EOF = 'S'

           CLOSE ARQ-ALUNOS.
           CLOSE ARQ-CURSOS.
           IF NOT WS-STATUS-BOL-FILE-NOT-FOUND
             CLOSE ARQ-BOLSAS
           END-IF.
           CLOSE ARQ-MENSALIDADES.

           DISPLAY "----------------------------------".
           DISPLAY "Cobranças geradas: " WS-QTD-GERADAS.
           DISPLAY "  das quais com bolsa/desconto: " WS-QTD-COM-BOLSA.
           DISPLAY "Puladas (já geradas ou sem mensalidade): "
             WS-QTD-PULADAS.
           DISPLAY " ".
             EXIT PARAGRAPH
           END-IF.

           PERFORM CALCULAR-DESCONTO-BOLSA.

           MOVE ALUNO-MATRICULA TO MEN-MATRICULA.
           MOVE WS-MES-REFERENCIA TO MEN-MES.
           MOVE WS-VALOR-MENSALIDADE TO MEN-VALOR-BRUTO.
           MOVE WS-DESCONTO-BOLSA TO MEN-DESCONTO-BOLSA.
           COMPUTE MEN-VALOR =
             WS-VALOR-MENSALIDADE - WS-DESCONTO-BOLSA.
           SET MEN-ABERTA TO TRUE.
           MOVE 0 TO MEN-DATA-PAGAMENTO.
           MOVE WS-DIA-PONTUALIDADE TO MEN-DIA-PONTUALIDADE.
           MOVE WS-PERC-PONTUALIDADE TO MEN-PERC-PONTUALIDADE.
           MOVE 0 TO MEN-DESCONTO-PONTUAL.
           MOVE 0 TO MEN-VALOR-PAGO.

           WRITE REG-MENSALIDADE
             INVALID KEY

             NOT INVALID KEY
               ADD 1 TO WS-QTD-GERADAS
               IF WS-DESCONTO-BOLSA > 0
                 ADD 1 TO WS-QTD-COM-BOLSA
               END-IF
           END-WRITE.

      *    Desconto da bolsa do aluno corrente no mês de referência:
      *    percentual sobre a mensalidade ou valor fixo (limitado à
      *    mensalidade), só dentro da vigência
       CALCULAR-DESCONTO-BOLSA.
           MOVE 0 TO WS-DESCONTO-BOLSA.

           IF WS-STATUS-BOL-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           MOVE ALUNO-MATRICULA TO BOLSA-MATRICULA.
           READ ARQ-BOLSAS KEY IS BOLSA-MATRICULA
             INVALID KEY
               EXIT PARAGRAPH
           END-READ.

           IF WS-MES-REFERENCIA < BOLSA-MES-INICIO
             OR WS-MES-REFERENCIA > BOLSA-MES-FIM
             EXIT PARAGRAPH
           END-IF.

           IF BOLSA-PERCENTUAL
             COMPUTE WS-DESCONTO-BOLSA ROUNDED =
               WS-VALOR-MENSALIDADE * BOLSA-PERCENTUAL-DESC / 100
           ELSE
             MOVE BOLSA-VALOR TO WS-DESCONTO-BOLSA
           END-IF.

           IF WS-DESCONTO-BOLSA > WS-VALOR-MENSALIDADE
             MOVE WS-VALOR-MENSALIDADE TO WS-DESCONTO-BOLSA
           END-IF.

      *    Lê a regra de pontualidade vigente; sem o arquivo, não há
      *    desconto de pontualidade
       LER-PONTUALIDADE.
           MOVE 0 TO WS-DIA-PONTUALIDADE.
           MOVE 0 TO WS-PERC-PONTUALIDADE.

           OPEN INPUT ARQ-PONTUALIDADE.
           IF WS-STATUS-PON-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           READ ARQ-PONTUALIDADE
             NOT AT END
               MOVE PON-DIA-LIMITE TO WS-DIA-PONTUALIDADE
               MOVE PON-PERCENTUAL TO WS-PERC-PONTUALIDADE
           END-READ.

           CLOSE ARQ-PONTUALIDADE.

      *    Busca a mensalidade do curso do aluno corrente; o cadastro
      *    guarda o nome oficial do curso, então a busca no catálogo
      *    é sequencial pelo nome
             EXIT PARAGRAPH
           END-IF.

           IF MEN-INCOBRAVEL
             DISPLAY "Esta cobrança foi baixada como incobrável em "
               MEN-DATA-PAGAMENTO "! Procure a contabilidade para "
               "o recebimento."
             CLOSE ARQ-MENSALIDADES
             EXIT PARAGRAPH
           END-IF.

      *    Cobrança com boleto vivo no banco: o pagamento no balcão
      *    pode duplicar o que vier no retorno
           MOVE MEN-CHAVE TO BOLETO-CHAVE.
           OPEN INPUT ARQ-BOLETOS.
           IF WS-STATUS-BLT-OK
             READ ARQ-BOLETOS KEY IS BOLETO-CHAVE
               NOT INVALID KEY
                 IF BOLETO-ENVIADO OR BOLETO-REGISTRADO
                   DISPLAY "Atenção! Boleto " BOLETO-NOSSO-NUMERO
                     " desta cobrança está no banco, vencimento "
                     BOLETO-VENCIMENTO "."
                   DISPLAY "Confirma o pagamento no balcão? (S/N): "
                     WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = 'S'
                     DISPLAY "Operação Cancelada!"
                     CLOSE ARQ-BOLETOS
                     CLOSE ARQ-MENSALIDADES
                     EXIT PARAGRAPH
                   END-IF
                 END-IF
             END-READ
             CLOSE ARQ-BOLETOS
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

      *    O pagamento pode ter sido feito antes do dia do registro;
      *    a data dele decide o desconto de pontualidade
           DISPLAY "Data do pagamento (AAAAMMDD, vazio = hoje): "
             WITH NO ADVANCING.
           MOVE 0 TO WS-DATA-PAGAMENTO.
           ACCEPT WS-DATA-PAGAMENTO.
           IF WS-DATA-PAGAMENTO = 0
             MOVE WS-DATA-HOJE TO WS-DATA-PAGAMENTO
           END-IF.

           IF WS-DATA-PAGAMENTO > WS-DATA-HOJE
             DISPLAY "Data de pagamento no futuro!"
             CLOSE ARQ-MENSALIDADES
             EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-DESCONTO-PONTUAL.
           IF MEN-PERC-PONTUALIDADE > 0
             COMPUTE WS-DATA-LIMITE =
               MEN-MES * 100 + MEN-DIA-PONTUALIDADE
             IF WS-DATA-PAGAMENTO <= WS-DATA-LIMITE
               COMPUTE WS-DESCONTO-PONTUAL ROUNDED =
                 MEN-VALOR * MEN-PERC-PONTUALIDADE / 100
             END-IF
           END-IF.

           SET MEN-PAGA TO TRUE.
           MOVE WS-DATA-PAGAMENTO TO MEN-DATA-PAGAMENTO.
           MOVE WS-DESCONTO-PONTUAL TO MEN-DESCONTO-PONTUAL.
           COMPUTE MEN-VALOR-PAGO = MEN-VALOR - WS-DESCONTO-PONTUAL.
           REWRITE REG-MENSALIDADE.

           IF WS-DESCONTO-PONTUAL > 0
             MOVE WS-DESCONTO-PONTUAL TO WS-VALOR-EDIT
             DISPLAY "Desconto de pontualidade: R$" WS-VALOR-EDIT
           END-IF.
           MOVE MEN-VALOR-PAGO TO WS-VALOR-EDIT.
           DISPLAY "Pagamento de R$" WS-VALOR-EDIT " registrado.".

           CLOSE ARQ-MENSALIDADES.
           MOVE 0 TO WS-TOTAL-ABERTO.
           MOVE 'N' TO WS-EOF.

      *    As baixas por boleto entram com o retorno do banco; a data
      *    do último retorno diz até onde o relatório enxerga
           OPEN INPUT ARQ-CONTROLE-BOLETOS.
           IF WS-STATUS-CTB-OK
             READ ARQ-CONTROLE-BOLETOS
               NOT AT END
                 DISPLAY "Posição do banco: retorno processado em "
                   CTL-DATA-ULT-RETORNO " (remessa "
                   CTL-REMESSA-ULT-RETORNO ")"
             END-READ
             CLOSE ARQ-CONTROLE-BOLETOS
           END-IF.

           MOVE 'N' TO WS-TEM-BOLETOS.
           OPEN INPUT ARQ-BOLETOS.
           IF WS-STATUS-BLT-OK
             MOVE 'S' TO WS-TEM-BOLETOS
           END-IF.

           PERFORM ABRE-ARQ-MENSALIDADES.
           OPEN INPUT ARQ-ALUNOS.


           CLOSE ARQ-MENSALIDADES.
           CLOSE ARQ-ALUNOS.
           IF WS-TEM-BOLETOS = 'S'
             CLOSE ARQ-BOLETOS
           END-IF.

           IF WS-CONTADOR = 0
             DISPLAY "Nenhuma mensalidade em atraso."
           DISPLAY "  Mês: " MEN-MES "  Valor: R$" WS-VALOR-EDIT
             "  Atraso: " WS-MESES-ATRASO " mês(es)".

           IF WS-TEM-BOLETOS = 'S'
             MOVE MEN-CHAVE TO BOLETO-CHAVE
             READ ARQ-BOLETOS KEY IS BOLETO-CHAVE
               NOT INVALID KEY
                 EVALUATE TRUE
                   WHEN BOLETO-ENVIADO
                     DISPLAY "  Boleto " BOLETO-NOSSO-NUMERO
                       " enviado ao banco, sem retorno"
                   WHEN BOLETO-REGISTRADO
                     DISPLAY "  Boleto " BOLETO-NOSSO-NUMERO
                       " registrado, vencido em " BOLETO-VENCIMENTO
                   WHEN BOLETO-REJEITADO
                     DISPLAY "  Boleto " BOLETO-NOSSO-NUMERO
                       " rejeitado pelo banco (ocorrência "
                       BOLETO-OCORRENCIA ")"
                   WHEN BOLETO-BAIXADO
                     DISPLAY "  Boleto " BOLETO-NOSSO-NUMERO
                       " baixado pelo banco sem pagamento"
                 END-EVALUATE
             END-READ
           END-IF.

      *    Cadastra (ou substitui) a bolsa/desconto de um aluno
       CADASTRAR-BOLSA.
           DISPLAY "----------------------------------".
           DISPLAY " CADASTRAR BOLSA/DESCONTO".
           DISPLAY "----------------------------------".

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
               CLOSE ARQ-ALUNOS
               EXIT PARAGRAPH
           END-READ.
           CLOSE ARQ-ALUNOS.

           DISPLAY "Aluno: " ALUNO-NOME.

           DISPLAY "Tipo (P = percentual, V = valor fixo): "
             WITH NO ADVANCING.
           ACCEPT WS-BOLSA-TIPO.
           MOVE FUNCTION UPPER-CASE(WS-BOLSA-TIPO) TO WS-BOLSA-TIPO.

           MOVE 0 TO WS-BOLSA-PERCENTUAL.
           MOVE 0 TO WS-BOLSA-VALOR.

           EVALUATE WS-BOLSA-TIPO
             WHEN 'P'
               DISPLAY "Percentual de desconto (ex.: 50.00): "
                 WITH NO ADVANCING
               ACCEPT WS-BOLSA-PERCENTUAL
               IF WS-BOLSA-PERCENTUAL = 0
                 OR WS-BOLSA-PERCENTUAL > 100
                 DISPLAY "Percentual inválido!"
                 EXIT PARAGRAPH
               END-IF
             WHEN 'V'
               DISPLAY "Valor do desconto por mês: "
                 WITH NO ADVANCING
               ACCEPT WS-BOLSA-VALOR
               IF WS-BOLSA-VALOR = 0
                 DISPLAY "Valor inválido!"
                 EXIT PARAGRAPH
               END-IF
             WHEN OTHER
               DISPLAY "Tipo inválido! Use P ou V."
               EXIT PARAGRAPH
           END-EVALUATE.

           DISPLAY "Vigência - mês inicial (AAAAMM): "
             WITH NO ADVANCING.
           ACCEPT WS-BOLSA-MES-INICIO.
           DISPLAY "Vigência - mês final (AAAAMM): "
             WITH NO ADVANCING.
           ACCEPT WS-BOLSA-MES-FIM.

           IF WS-BOLSA-MES-INICIO = 0
             OR WS-BOLSA-MES-FIM < WS-BOLSA-MES-INICIO
             DISPLAY "Vigência inválida!"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Motivo (ex.: BOLSA MERITO, FILHO DE FUNCIONARIO, "
             "IRMAOS): " WITH NO ADVANCING.
           ACCEPT WS-BOLSA-MOTIVO.

           IF WS-BOLSA-MOTIVO = SPACES
             DISPLAY "Informe o motivo da bolsa/desconto!"
             EXIT PARAGRAPH
           END-IF.

           PERFORM ABRE-ARQ-BOLSAS.

           MOVE WS-MATRICULA TO BOLSA-MATRICULA.
           MOVE WS-BOLSA-TIPO TO BOLSA-TIPO.
           MOVE WS-BOLSA-PERCENTUAL TO BOLSA-PERCENTUAL-DESC.
           MOVE WS-BOLSA-VALOR TO BOLSA-VALOR.
           MOVE WS-BOLSA-MES-INICIO TO BOLSA-MES-INICIO.
           MOVE WS-BOLSA-MES-FIM TO BOLSA-MES-FIM.
           MOVE WS-BOLSA-MOTIVO TO BOLSA-MOTIVO.

           WRITE REG-BOLSA
             INVALID KEY
               REWRITE REG-BOLSA
               DISPLAY "Bolsa do aluno substituída!"
             NOT INVALID KEY
               DISPLAY "Bolsa cadastrada!"
           END-WRITE.

           CLOSE ARQ-BOLSAS.

           DISPLAY "Vale a partir da próxima geração de cobranças; "
             "as já geradas não mudam.".

       REMOVER-BOLSA.
           DISPLAY "----------------------------------".
           DISPLAY " REMOVER BOLSA/DESCONTO".
           DISPLAY "----------------------------------".

           DISPLAY "Informe a Matrícula do Aluno: " WITH NO ADVANCING.
           ACCEPT WS-MATRICULA.

           PERFORM ABRE-ARQ-BOLSAS.

           MOVE WS-MATRICULA TO BOLSA-MATRICULA.
           READ ARQ-BOLSAS KEY IS BOLSA-MATRICULA
             INVALID KEY
               DISPLAY "Aluno sem bolsa/desconto cadastrado!"

             NOT INVALID KEY
               DELETE ARQ-BOLSAS
               DISPLAY "Bolsa/desconto removido!"
           END-READ.

           CLOSE ARQ-BOLSAS.

       LISTAR-BOLSAS.
           DISPLAY "----------------------------------".
           DISPLAY " BOLSAS E DESCONTOS".
           DISPLAY "----------------------------------".

           MOVE 0 TO WS-CONTADOR.
           MOVE 'N' TO WS-EOF.

           PERFORM ABRE-ARQ-BOLSAS.

           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-BOLSAS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 ADD 1 TO WS-CONTADOR
                 IF BOLSA-PERCENTUAL
                   MOVE BOLSA-PERCENTUAL-DESC TO WS-PERCENTUAL-EDIT
                   DISPLAY BOLSA-MATRICULA "  " WS-PERCENTUAL-EDIT
                     "%  " BOLSA-MES-INICIO " a " BOLSA-MES-FIM
                     "  " BOLSA-MOTIVO
                 ELSE
                   MOVE BOLSA-VALOR TO WS-VALOR-EDIT
                   DISPLAY BOLSA-MATRICULA "  R$" WS-VALOR-EDIT
                     "  " BOLSA-MES-INICIO " a " BOLSA-MES-FIM
                     "  " BOLSA-MOTIVO
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-BOLSAS.

           IF WS-CONTADOR = 0
             DISPLAY "Nenhuma bolsa ou desconto cadastrado."
           END-IF.
           DISPLAY " ".

      *    Define o dia limite e o percentual do desconto de
      *    pontualidade; vale para as cobranças geradas daqui em
      *    diante
       DEFINIR-PONTUALIDADE.
           DISPLAY "----------------------------------".
           DISPLAY " DESCONTO DE PONTUALIDADE".
           DISPLAY "----------------------------------".

           PERFORM LER-PONTUALIDADE.
           MOVE WS-PERC-PONTUALIDADE TO WS-PERCENTUAL-EDIT.
           DISPLAY "Regra atual: até o dia " WS-DIA-PONTUALIDADE
             ", " WS-PERCENTUAL-EDIT "% (0 = sem desconto)".

           DISPLAY "Dia limite de pagamento (1 a 28): "
             WITH NO ADVANCING.
           ACCEPT WS-DIA-PONTUALIDADE.
           DISPLAY "Percentual de desconto (0 desliga): "
             WITH NO ADVANCING.
           ACCEPT WS-PERC-PONTUALIDADE.

           IF WS-PERC-PONTUALIDADE > 0
             AND (WS-DIA-PONTUALIDADE < 1
                  OR WS-DIA-PONTUALIDADE > 28)
             DISPLAY "Dia limite inválido!"
             EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT ARQ-PONTUALIDADE.
           MOVE WS-DIA-PONTUALIDADE TO PON-DIA-LIMITE.
           MOVE WS-PERC-PONTUALIDADE TO PON-PERCENTUAL.
           WRITE REG-PONTUALIDADE.
           CLOSE ARQ-PONTUALIDADE.

           DISPLAY "Regra de pontualidade gravada; vale a partir da "
             "próxima geração de cobranças.".

      *    Custo das bolsas no mês por curso: bruto cobrado, desconto
      *    das bolsas e desconto de pontualidade concedido
       RELATORIO-CUSTO-BOLSAS.
           DISPLAY "----------------------------------".
           DISPLAY " CUSTO DAS BOLSAS POR CURSO".
           DISPLAY "----------------------------------".

           DISPLAY "Informe o mês (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-MES-RELATORIO.

           MOVE 0 TO WS-QTD-CURSOS.
           MOVE 0 TO WS-TOTAL-BOLSA.
           MOVE 0 TO WS-TOTAL-PONTUAL.
           MOVE 'N' TO WS-EOF.

           PERFORM ABRE-ARQ-MENSALIDADES.
           OPEN INPUT ARQ-ALUNOS.

           MOVE LOW-VALUES TO MEN-CHAVE.
           START ARQ-MENSALIDADES KEY IS NOT LESS THAN MEN-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-MENSALIDADES NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF MEN-MES = WS-MES-RELATORIO
                   PERFORM SOMAR-CUSTO-CURSO
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-MENSALIDADES.
           CLOSE ARQ-ALUNOS.

           IF WS-QTD-CURSOS = 0
             DISPLAY "Nenhuma cobrança gerada no mês."
             DISPLAY " "
             EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-IDX-CUR FROM 1 BY 1
             UNTIL WS-IDX-CUR > WS-QTD-CURSOS
             DISPLAY WS-CUR-NOME(WS-IDX-CUR)
             MOVE WS-CUR-BRUTO(WS-IDX-CUR) TO WS-TOTAL-ABERTO-EDIT
             DISPLAY "  Bruto cobrado: R$" WS-TOTAL-ABERTO-EDIT
             MOVE WS-CUR-BOLSA(WS-IDX-CUR) TO WS-TOTAL-ABERTO-EDIT
             DISPLAY "  Bolsas (" WS-CUR-QTD-BOLSAS(WS-IDX-CUR)
               " alunos): R$" WS-TOTAL-ABERTO-EDIT
             MOVE WS-CUR-PONTUAL(WS-IDX-CUR) TO WS-TOTAL-ABERTO-EDIT
             DISPLAY "  Pontualidade: R$" WS-TOTAL-ABERTO-EDIT
           END-PERFORM.

           DISPLAY "----------------------------------".
           MOVE WS-TOTAL-BOLSA TO WS-TOTAL-ABERTO-EDIT.
           DISPLAY "Total das bolsas no mês: R$" WS-TOTAL-ABERTO-EDIT.
           MOVE WS-TOTAL-PONTUAL TO WS-TOTAL-ABERTO-EDIT.
           DISPLAY "Total de pontualidade no mês: R$"
             WS-TOTAL-ABERTO-EDIT.
           DISPLAY " ".

      *    Soma a cobrança corrente no curso do aluno
       SOMAR-CUSTO-CURSO.
           MOVE "(ALUNO SEM CADASTRO)" TO WS-CURSO-DEVEDOR.
           MOVE MEN-MATRICULA TO ALUNO-MATRICULA.
           READ ARQ-ALUNOS KEY IS ALUNO-MATRICULA
             NOT INVALID KEY
               MOVE ALUNO-CURSO TO WS-CURSO-DEVEDOR
           END-READ.

           PERFORM VARYING WS-IDX-CUR FROM 1 BY 1
             UNTIL WS-IDX-CUR > WS-QTD-CURSOS
               OR WS-CUR-NOME(WS-IDX-CUR) = WS-CURSO-DEVEDOR
             CONTINUE
           END-PERFORM.

           IF WS-IDX-CUR > WS-QTD-CURSOS
             IF WS-QTD-CURSOS >= 50
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-QTD-CURSOS
             MOVE WS-QTD-CURSOS TO WS-IDX-CUR
             MOVE WS-CURSO-DEVEDOR TO WS-CUR-NOME(WS-IDX-CUR)
             MOVE 0 TO WS-CUR-QTD-BOLSAS(WS-IDX-CUR)
             MOVE 0 TO WS-CUR-BRUTO(WS-IDX-CUR)
             MOVE 0 TO WS-CUR-BOLSA(WS-IDX-CUR)
             MOVE 0 TO WS-CUR-PONTUAL(WS-IDX-CUR)
           END-IF.

           ADD MEN-VALOR-BRUTO TO WS-CUR-BRUTO(WS-IDX-CUR).
           ADD MEN-DESCONTO-BOLSA TO WS-CUR-BOLSA(WS-IDX-CUR).
           ADD MEN-DESCONTO-PONTUAL TO WS-CUR-PONTUAL(WS-IDX-CUR).
           ADD MEN-DESCONTO-BOLSA TO WS-TOTAL-BOLSA.
           ADD MEN-DESCONTO-PONTUAL TO WS-TOTAL-PONTUAL.
           IF MEN-DESCONTO-BOLSA > 0
             ADD 1 TO WS-CUR-QTD-BOLSAS(WS-IDX-CUR)
           END-IF.

      *    Baixa como incobrável uma cobrança em atraso: sai da
      *    inadimplência e vai para a perda na exportação contábil. A
      *    data da baixa fica em MEN-DATA-PAGAMENTO e o motivo no log
      *    de baixas
       BAIXAR-INCOBRAVEL.
           DISPLAY "----------------------------------".
           DISPLAY " BAIXAR MENSALIDADE INCOBRÁVEL".
           DISPLAY "----------------------------------".

           DISPLAY "Informe a Matrícula do Aluno: " WITH NO ADVANCING.
           ACCEPT WS-MATRICULA.

           DISPLAY "Informe o mês da cobrança (AAAAMM): "
             WITH NO ADVANCING.
           ACCEPT WS-MES-PAGAMENTO.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE(1:6) TO WS-MES-HOJE.

           PERFORM ABRE-ARQ-MENSALIDADES.

           MOVE WS-MATRICULA TO MEN-MATRICULA.
           MOVE WS-MES-PAGAMENTO TO MEN-MES.

           READ ARQ-MENSALIDADES KEY IS MEN-CHAVE
             INVALID KEY
               DISPLAY "Cobrança não encontrada para o aluno e mês!"
               CLOSE ARQ-MENSALIDADES
               EXIT PARAGRAPH
           END-READ.

           IF NOT MEN-ABERTA
             DISPLAY "Só cobranças em aberto podem ser baixadas!"
             CLOSE ARQ-MENSALIDADES
             EXIT PARAGRAPH
           END-IF.

           IF MEN-MES NOT < WS-MES-HOJE
             DISPLAY "A cobrança ainda não está em atraso!"
             CLOSE ARQ-MENSALIDADES
             EXIT PARAGRAPH
           END-IF.

      *    Boleto vivo no banco precisa ser baixado lá antes, senão o
      *    aluno ainda pode pagá-lo
           MOVE MEN-CHAVE TO BOLETO-CHAVE.
           OPEN INPUT ARQ-BOLETOS.
           IF WS-STATUS-BLT-OK
             READ ARQ-BOLETOS KEY IS BOLETO-CHAVE
               NOT INVALID KEY
                 IF BOLETO-ENVIADO OR BOLETO-REGISTRADO
                   DISPLAY "Boleto " BOLETO-NOSSO-NUMERO " desta "
                     "cobrança está no banco. Peça a baixa dele ao "
                     "banco antes!"
                   CLOSE ARQ-BOLETOS
                   CLOSE ARQ-MENSALIDADES
                   EXIT PARAGRAPH
                 END-IF
             END-READ
             CLOSE ARQ-BOLETOS
           END-IF.

           MOVE MEN-VALOR TO WS-VALOR-EDIT.
           DISPLAY "Valor em aberto: R$" WS-VALOR-EDIT.

           DISPLAY "Motivo da baixa: " WITH NO ADVANCING.
           MOVE SPACES TO WS-MOTIVO-BAIXA.
           ACCEPT WS-MOTIVO-BAIXA.

           IF WS-MOTIVO-BAIXA = SPACES
             DISPLAY "Informe o motivo da baixa!"
             CLOSE ARQ-MENSALIDADES
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Confirma a baixa como incobrável? (S/N): "
             WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.

           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = 'S'
             DISPLAY "Operação Cancelada!"
             CLOSE ARQ-MENSALIDADES
             EXIT PARAGRAPH
           END-IF.

           SET MEN-INCOBRAVEL TO TRUE.
           MOVE WS-DATA-HOJE TO MEN-DATA-PAGAMENTO.
           REWRITE REG-MENSALIDADE.

           CLOSE ARQ-MENSALIDADES.

           MOVE SPACES TO WS-NOVA-LINHA-BAIXA.
           STRING
             WS-DATA-HOJE                    DELIMITED BY SIZE
             ";"                             DELIMITED BY SIZE
             MEN-MATRICULA                   DELIMITED BY SIZE
             ";"                             DELIMITED BY SIZE
             MEN-MES                         DELIMITED BY SIZE
             ";"                             DELIMITED BY SIZE
             FUNCTION TRIM(WS-VALOR-EDIT)    DELIMITED BY SIZE
             ";"                             DELIMITED BY SIZE
             FUNCTION TRIM(WS-MOTIVO-BAIXA)  DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-BAIXA
           END-STRING.

           PERFORM ABRE-LOG-BAIXAS.
           MOVE WS-NOVA-LINHA-BAIXA TO LINHA-BAIXA.
           WRITE LINHA-BAIXA.
           CLOSE LOG-BAIXAS.

           DISPLAY "Cobrança baixada como incobrável.".

       ABRE-LOG-BAIXAS.
           OPEN EXTEND LOG-BAIXAS.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-BXA-FILE-NOT-FOUND
             OPEN OUTPUT LOG-BAIXAS
             CLOSE LOG-BAIXAS
             PERFORM ABRE-LOG-BAIXAS
           END-IF.

       ABRE-ARQ-BOLSAS.
           OPEN I-O ARQ-BOLSAS.

      *    Caso o arquivo não exista (status 35), cria
           IF WS-STATUS-BOL-FILE-NOT-FOUND
             OPEN OUTPUT ARQ-BOLSAS
             CLOSE ARQ-BOLSAS
             PERFORM ABRE-ARQ-BOLSAS
           END-IF.

       ABRE-ARQ-MENSALIDADES.
           OPEN I-O ARQ-MENSALIDADES.

             CLOSE ARQ-MENSALIDADES
             PERFORM ABRE-ARQ-MENSALIDADES
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

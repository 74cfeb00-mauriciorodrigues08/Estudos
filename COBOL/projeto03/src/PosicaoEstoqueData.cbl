       IDENTIFICATION DIVISION.
           PROGRAM-ID. PosicaoEstoqueData.
           AUTHOR. Maurício Rodrigues.

      *    Posição e valor do estoque em uma data passada (ex.: o
      *    inventário de 31/12 para os livros do ano): reconstitui o
      *    saldo de cada produto/local na data pedida a partir dos
      *    saldos de abertura que o fechamento mensal grava no
      *    kardex compactado (FechamentoMensal.cbl), repassando os
      *    movimentos do log vivo e dos arquivos mensais
      *    movimentos-arquivo-AAAAMM.log até a data. Cada saldo é
      *    valorizado pelo custo médio vigente na data, tirado do
      *    histórico de custos do recebimento (Recebimento.cbl):
      *      - a última recomposição até a data, quando houver;
      *      - senão, o custo anterior à primeira recomposição
      *        posterior à data;
      *      - senão (produto sem histórico), o custo atual do
      *        cadastro, sinalizado no relatório.
      *    O relatório sai por categoria, com subtotais e o total,
      *    e é gravado em posicao-estoque-AAAAMMDD.csv com a data
      *    da posição no nome, para ser arquivado com os livros.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-MOVIMENTOS
             ASSIGN TO DYNAMIC WS-PATH-MOVIMENTOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS.

      *    Arquivos mensais gerados pelo fechamento mensal; o nome
      *    troca conforme o mês lido
           SELECT LOG-ARQ-MENSAL
             ASSIGN TO WS-NOME-ARQ-MENSAL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ARQM.

      *    Histórico do custo médio gravado pelo recebimento
           SELECT LOG-CUSTOS
             ASSIGN TO DYNAMIC WS-PATH-CUSTOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CUSTO.

           SELECT IDX-PRODUTOS
             ASSIGN TO DYNAMIC WS-PATH-PRODUTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-IDX
             RECORD KEY IS PRODUTO-CODIGO.

      *    Relatório da posição, com a data da posição no nome
           SELECT CSV-POSICAO
             ASSIGN TO WS-NOME-POSICAO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-POS.

       DATA DIVISION.
       FILE SECTION.
       FD LOG-MOVIMENTOS.
       01 LINHA-MOVIMENTO           PIC X(100).

       FD LOG-ARQ-MENSAL.
       01 LINHA-ARQ-MENSAL          PIC X(100).

       FD LOG-CUSTOS.
       01 LINHA-CUSTO               PIC X(80).

      *    Mesmo layout de DETALHE-PRODUTO em CRUD.cbl
       FD IDX-PRODUTOS.
       01 DETALHE-PRODUTO.
           05 PRODUTO-CODIGO        PIC 9(05).
           05 PRODUTO-DESCRICAO     PIC X(30).
           05 PRODUTO-PRECO-UNIT    PIC 9(04)V99.
           05 PRODUTO-QTD-ESTOQUE   PIC 9(05).
           05 PRODUTO-QTD-MINIMA    PIC 9(05).
           05 PRODUTO-CATEGORIA     PIC X(15).
           05 PRODUTO-FORNECEDOR    PIC 9(05).
           05 PRODUTO-VALIDADE      PIC 9(08).
           05 PRODUTO-LOCAL         PIC 9(02).
           05 PRODUTO-CUSTO-UNIT    PIC 9(04)V99.
           05 PRODUTO-BARRAS        PIC 9(13).
           05 PRODUTO-UNIDADE       PIC X(02).
           05 PRODUTO-FATOR-COMPRA  PIC 9(03).
           05 PRODUTO-STATUS        PIC X(01).
               88 PRODUTO-ATIVO         VALUE 'A' SPACE.
               88 PRODUTO-DESCONTINUADO VALUE 'D'.
               88 PRODUTO-BLOQUEADO     VALUE 'B'.
           05 PRODUTO-CONTROLA-SERIE PIC X(01).
               88 PRODUTO-COM-SERIE     VALUE 'S'.
           05 PRODUTO-VASILHAME     PIC X(03).
               88 PRODUTO-SEM-VASILHAME VALUE SPACES '000'.
           05 FILLER                PIC X(15).

       FD CSV-POSICAO.
       01 LINHA-POSICAO             PIC X(120).

       WORKING-STORAGE SECTION.
      *    Status de arquivo, com condições nominadas compartilhadas
      *    via copybook (ex.: WS-STATUS-FILE-NOT-FOUND)
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-ARQM-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-ARQM-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-ARQM-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-ARQM-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-ARQM-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-ARQM-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-ARQM.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-CUSTO-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CUSTO-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CUSTO-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CUSTO-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CUSTO-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CUSTO-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CUSTO.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-IDX-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-IDX-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-IDX-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-IDX-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-IDX-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-IDX-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-IDX.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-POS-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-POS-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-POS-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-POS-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-POS-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-POS-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-POS.

      *    Diretório de dados e caminhos, resolvidos via ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-MOVIMENTOS         PIC X(80).
       01 WS-PATH-CUSTOS             PIC X(80).
       01 WS-PATH-PRODUTOS           PIC X(80).
       01 WS-NOME-ARQ-MENSAL         PIC X(80).
       01 WS-NOME-POSICAO            PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-EOF                    PIC X(01).
       01 WS-DATA-HOJE              PIC 9(08).

      * Data da posição pedida e o mês correspondente
       01 WS-DATA-POSICAO           PIC 9(08).
       01 WS-MES-POSICAO            PIC 9(06).

      * Base da reconstituição: saldos de abertura do log vivo (data
      * do primeiro SALDO-ABERT, zero se o kardex nunca foi
      * compactado) ou do arquivo mensal mais recente até a data
       01 WS-DATA-BASE-VIVO         PIC 9(08).
       01 WS-MES-BASE               PIC 9(06).
       01 WS-MES-MAIS-ANTIGO        PIC 9(06).
       01 WS-ACHOU-BASE             PIC X(01).
       01 WS-TEM-SALDO-ABERT        PIC X(01).
       01 WS-MESES-PROCURADOS       PIC 9(03).
       01 WS-MAX-MESES-PROCURA      PIC 9(03) VALUE 240.
       01 WS-MES-CORRENTE           PIC 9(06).
       01 WS-ANO-AUX                PIC 9(04).
       01 WS-MES-AUX                PIC 9(02).
       01 WS-QTD-ARQ-LIDOS          PIC 9(03).
       01 WS-QTD-MOV-APLICADOS      PIC 9(07).

      * Campos para desmembrar cada linha do kardex
      * Máscara: <data>;<hora>;<codigo>;<tipo>;<qtd_sinalizada>;
      *          <local>;<operador>;<referencia>
       01 WS-LINHA-LIDA             PIC X(100).
       01 WS-MOV-DATA               PIC X(08).
       01 WS-MOV-DATA-NUM           PIC 9(08).
       01 WS-MOV-HORA               PIC X(08).
       01 WS-MOV-CODIGO             PIC X(05).
       01 WS-MOV-CODIGO-NUM         PIC 9(05).
       01 WS-MOV-TIPO               PIC X(12).
       01 WS-MOV-QTD-X              PIC X(07).
       01 WS-MOV-QTD                PIC S9(06).
       01 WS-MOV-LOCAL              PIC X(02).
       01 WS-MOV-LOCAL-NUM          PIC 9(02).

      * Campos para desmembrar o histórico de custos
      * Máscara: <data>;<produto>;<qtd>;<custo_nota>;
      *          <custo_medio_anterior>;<custo_medio_novo>[;RATEIO]
       01 WS-CUS-DATA-X             PIC X(08).
       01 WS-CUS-DATA-NUM           PIC 9(08).
       01 WS-CUS-PRODUTO-X          PIC X(05).
       01 WS-CUS-PRODUTO-NUM        PIC 9(05).
       01 WS-CUS-QTD-X              PIC X(06).
       01 WS-CUS-NOTA-X             PIC X(06).
       01 WS-CUS-ANTERIOR-X         PIC X(06).
       01 WS-CUS-ANTERIOR-NUM REDEFINES WS-CUS-ANTERIOR-X
                                    PIC 9(04)V99.
       01 WS-CUS-NOVO-X             PIC X(06).
       01 WS-CUS-NOVO-NUM REDEFINES WS-CUS-NOVO-X
                                    PIC 9(04)V99.

      * Saldos reconstituídos por produto/local; a chave de ordenação
      * (categoria, produto, local) fica à frente para o relatório
      * sair por categoria
       01 WS-QTD-POSICOES           PIC 9(04) VALUE 0.
       01 WS-MAX-POSICOES           PIC 9(04) VALUE 2000.
       01 WS-TABELA-POSICOES.
           05 WS-POS OCCURS 2000 TIMES.
             10 WS-POS-CHAVE.
               15 WS-POS-CATEGORIA  PIC X(15).
               15 WS-POS-PRODUTO    PIC 9(05).
               15 WS-POS-LOCAL      PIC 9(02).
             10 WS-POS-DESCRICAO    PIC X(30).
             10 WS-POS-QTD          PIC S9(08).
             10 WS-POS-CUSTO        PIC 9(04)V99.
      *        Origem do custo: H = histórico até a data, A = custo
      *        anterior à primeira recomposição posterior, C = cadastro
             10 WS-POS-ORIGEM-CUSTO PIC X(01).
       01 WS-POS-AUX                PIC X(67).
       01 WS-IDX-POS                PIC 9(04).
       01 WS-IDX-ORD                PIC 9(04).
       01 WS-IDX-ORD2               PIC 9(04).
       01 WS-IDX-SWAP               PIC 9(04).
       01 WS-ACHOU-POS              PIC X(01).

      * Valorização e quebras por categoria
       01 WS-CATEGORIA-ATUAL        PIC X(15).
       01 WS-VALOR-POSICAO          PIC 9(09)V99.
       01 WS-VALOR-CATEGORIA        PIC 9(10)V99.
       01 WS-VALOR-TOTAL            PIC 9(11)V99.
       01 WS-QTD-LISTADAS           PIC 9(05).
       01 WS-QTD-NEGATIVAS          PIC 9(05).
       01 WS-QTD-SEM-HISTORICO      PIC 9(05).

      * Campos editados do relatório
       01 WS-DATA-POSICAO-EDIT      PIC 9999/99/99.
       01 WS-QTD-EDIT               PIC -(7)9.
       01 WS-CUSTO-EDIT             PIC ZZZ9.99.
       01 WS-VALOR-EDIT             PIC Z(8)9.99.
       01 WS-VALOR-CAT-EDIT         PIC Z(9)9.99.
       01 WS-VALOR-TOTAL-EDIT       PIC Z(10)9.99.
       01 WS-MARCA-CUSTO            PIC X(01).
       01 WS-NOVA-LINHA-POS         PIC X(120).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "-----------------------------------".
           DISPLAY " POSIÇÃO DE ESTOQUE EM DATA PASSADA"
           DISPLAY "-----------------------------------".

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "Informe a data da posição AAAAMMDD (0 cancela): "
             WITH NO ADVANCING.
           ACCEPT WS-DATA-POSICAO.

           IF WS-DATA-POSICAO = 0
             DISPLAY "Posição cancelada."
             EXIT PROGRAM
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-POSICAO) NOT = 0
             DISPLAY "Erro! Data inválida."
             EXIT PROGRAM
           END-IF.

           IF WS-DATA-POSICAO > WS-DATA-HOJE
             DISPLAY "Erro! A data da posição não pode ser futura."
             EXIT PROGRAM
           END-IF.

           MOVE WS-DATA-POSICAO(1:6) TO WS-MES-POSICAO.

           PERFORM CONFIGURAR-CAMINHOS.

      *    Passo 1: saldos de abertura e movimentos até a data
           MOVE 0 TO WS-QTD-POSICOES.
           MOVE 0 TO WS-QTD-ARQ-LIDOS.
           MOVE 0 TO WS-QTD-MOV-APLICADOS.

           PERFORM LOCALIZAR-SALDO-VIVO.

           IF WS-DATA-BASE-VIVO > 0
             AND WS-DATA-BASE-VIVO <= WS-DATA-POSICAO
      *      A data cai depois do último fechamento: o log vivo
      *      sozinho tem a base e todos os movimentos necessários
             DISPLAY "Base: saldos de abertura de " WS-DATA-BASE-VIVO
               " (kardex vivo)"
             PERFORM REPASSAR-LOG-VIVO
           ELSE
             PERFORM LOCALIZAR-BASE-ARQUIVADA
             IF WS-ACHOU-BASE = 'S'
               DISPLAY "Base: saldos de abertura do arquivo mensal "
                 WS-MES-BASE
             ELSE
               IF WS-MES-BASE > 0
                 DISPLAY "Base: início do histórico arquivado ("
                   WS-MES-BASE ")"
               ELSE
                 DISPLAY "Base: início do histórico (kardex vivo)"
               END-IF
             END-IF

             IF WS-MES-BASE > 0
               MOVE WS-MES-BASE TO WS-MES-CORRENTE
               PERFORM REPASSAR-MES-ARQUIVADO
                 UNTIL WS-MES-CORRENTE > WS-MES-POSICAO
             END-IF

      *      Kardex nunca compactado: todo o histórico está no vivo
             IF WS-DATA-BASE-VIVO = 0
               PERFORM REPASSAR-LOG-VIVO
             END-IF
           END-IF.

           DISPLAY "Arquivos mensais lidos: " WS-QTD-ARQ-LIDOS
             "  movimentos repassados: " WS-QTD-MOV-APLICADOS.

           IF WS-QTD-POSICOES = 0
             DISPLAY "Nenhum saldo de estoque na data informada."
             EXIT PROGRAM
           END-IF.

      *    Passo 2: categoria, descrição e custo de cadastro
           PERFORM COMPLETAR-CADASTRO.

      *    Passo 3: custo vigente na data pelo histórico de custos
           PERFORM APLICAR-HISTORICO-CUSTOS.

      *    Passo 4: relatório por categoria, com subtotais e total
           PERFORM ORDENAR-POSICOES.
           PERFORM EMITIR-RELATORIO.

      *    Retorna
           EXIT PROGRAM.


      *    Lê o início do log vivo atrás dos saldos de abertura do
      *    último fechamento (gravados antes de qualquer movimento)
       LOCALIZAR-SALDO-VIVO.
           MOVE 0 TO WS-DATA-BASE-VIVO.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT LOG-MOVIMENTOS.

           IF WS-STATUS-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ LOG-MOVIMENTOS INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 PERFORM DESMEMBRAR-MOVIMENTO
                 IF WS-MOV-TIPO = "SALDO-ABERT"
                   AND WS-MOV-DATA IS NUMERIC
                   MOVE WS-MOV-DATA TO WS-DATA-BASE-VIVO
                   MOVE 'S' TO WS-EOF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE LOG-MOVIMENTOS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Volta mês a mês a partir do mês da posição atrás do
      *    arquivo mensal mais recente com saldos de abertura; se
      *    nenhum tiver, a base é o mês arquivado mais antigo (início
      *    do histórico, saldo zero)
       LOCALIZAR-BASE-ARQUIVADA.
           MOVE 'N' TO WS-ACHOU-BASE.
           MOVE 0 TO WS-MES-BASE.
           MOVE 0 TO WS-MES-MAIS-ANTIGO.
           MOVE 0 TO WS-MESES-PROCURADOS.
           MOVE WS-MES-POSICAO TO WS-MES-CORRENTE.

           PERFORM PROCURAR-SALDO-MES
             UNTIL WS-ACHOU-BASE = 'S'
               OR WS-MESES-PROCURADOS >= WS-MAX-MESES-PROCURA.

           IF WS-ACHOU-BASE = 'N'
             MOVE WS-MES-MAIS-ANTIGO TO WS-MES-BASE
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       PROCURAR-SALDO-MES.
           ADD 1 TO WS-MESES-PROCURADOS.
           PERFORM MONTAR-NOME-MENSAL.

           MOVE 'N' TO WS-TEM-SALDO-ABERT.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT LOG-ARQ-MENSAL.

           IF WS-STATUS-ARQM-OK
             MOVE WS-MES-CORRENTE TO WS-MES-MAIS-ANTIGO
             PERFORM UNTIL WS-EOF = 'S'
               READ LOG-ARQ-MENSAL INTO WS-LINHA-LIDA
                 AT END
                   MOVE 'S' TO WS-EOF

                 NOT AT END
                   PERFORM DESMEMBRAR-MOVIMENTO
                   IF WS-MOV-TIPO = "SALDO-ABERT"
                     MOVE 'S' TO WS-TEM-SALDO-ABERT
                     MOVE 'S' TO WS-EOF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE LOG-ARQ-MENSAL
           END-IF.

           IF WS-TEM-SALDO-ABERT = 'S'
             MOVE 'S' TO WS-ACHOU-BASE
             MOVE WS-MES-CORRENTE TO WS-MES-BASE
             EXIT PARAGRAPH
           END-IF.

      *    Recua para o mês anterior
           IF WS-MES-CORRENTE(5:2) = "01"
             COMPUTE WS-MES-CORRENTE = WS-MES-CORRENTE - 89
           ELSE
             COMPUTE WS-MES-CORRENTE = WS-MES-CORRENTE - 1
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Repassa um arquivo mensal (se existir) e avança o mês
       REPASSAR-MES-ARQUIVADO.
           PERFORM MONTAR-NOME-MENSAL.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT LOG-ARQ-MENSAL.

           IF WS-STATUS-ARQM-OK
             ADD 1 TO WS-QTD-ARQ-LIDOS
             PERFORM UNTIL WS-EOF = 'S'
               READ LOG-ARQ-MENSAL INTO WS-LINHA-LIDA
                 AT END
                   MOVE 'S' TO WS-EOF

                 NOT AT END
                   PERFORM APLICAR-MOVIMENTO
               END-READ
             END-PERFORM
             CLOSE LOG-ARQ-MENSAL
           END-IF.

      *    Avança para o mês seguinte
           MOVE WS-MES-CORRENTE(1:4) TO WS-ANO-AUX.
           MOVE WS-MES-CORRENTE(5:2) TO WS-MES-AUX.
           IF WS-MES-AUX = 12
             ADD 1 TO WS-ANO-AUX
             MOVE 1 TO WS-MES-AUX
           ELSE
             ADD 1 TO WS-MES-AUX
           END-IF.
           COMPUTE WS-MES-CORRENTE = WS-ANO-AUX * 100 + WS-MES-AUX.

      *    Retorna
           EXIT PARAGRAPH.


       REPASSAR-LOG-VIVO.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT LOG-MOVIMENTOS.

           IF WS-STATUS-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ LOG-MOVIMENTOS INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 PERFORM APLICAR-MOVIMENTO
             END-READ
           END-PERFORM.

           CLOSE LOG-MOVIMENTOS.

      *    Retorna
           EXIT PARAGRAPH.


       MONTAR-NOME-MENSAL.
           MOVE SPACES TO WS-NOME-ARQ-MENSAL.
           STRING
             FUNCTION TRIM(WS-ARCH-DIR)    DELIMITED BY SIZE
             "/movimentos-arquivo-"        DELIMITED BY SIZE
             WS-MES-CORRENTE               DELIMITED BY SIZE
             ".log"                        DELIMITED BY SIZE
             INTO WS-NOME-ARQ-MENSAL
           END-STRING.


       DESMEMBRAR-MOVIMENTO.
           MOVE SPACES TO WS-MOV-TIPO.
           UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
             INTO WS-MOV-DATA, WS-MOV-HORA, WS-MOV-CODIGO,
               WS-MOV-TIPO, WS-MOV-QTD-X, WS-MOV-LOCAL
           END-UNSTRING.


      *    Soma a linha corrente no saldo do produto/local quando
      *    ela é da data da posição ou anterior
       APLICAR-MOVIMENTO.
           PERFORM DESMEMBRAR-MOVIMENTO.

           IF WS-MOV-DATA IS NOT NUMERIC
             OR WS-MOV-CODIGO IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-MOV-DATA TO WS-MOV-DATA-NUM.

           IF WS-MOV-DATA-NUM > WS-DATA-POSICAO
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-MOV-CODIGO TO WS-MOV-CODIGO-NUM.
           IF WS-MOV-LOCAL IS NUMERIC
             MOVE WS-MOV-LOCAL TO WS-MOV-LOCAL-NUM
           ELSE
             MOVE 0 TO WS-MOV-LOCAL-NUM
           END-IF.

      *    A quantidade vem com o sinal à frente (ex.: +00005)
           MOVE FUNCTION NUMVAL(WS-MOV-QTD-X) TO WS-MOV-QTD.
           ADD 1 TO WS-QTD-MOV-APLICADOS.

           MOVE 'N' TO WS-ACHOU-POS.
           PERFORM VERIFICAR-POSICAO-SALDO
             VARYING WS-IDX-POS FROM 1 BY 1
             UNTIL WS-IDX-POS > WS-QTD-POSICOES
               OR WS-ACHOU-POS = 'S'.

           IF WS-ACHOU-POS = 'N'
             IF WS-QTD-POSICOES < WS-MAX-POSICOES
               ADD 1 TO WS-QTD-POSICOES
               MOVE SPACES TO WS-POS(WS-QTD-POSICOES)
               MOVE WS-MOV-CODIGO-NUM
                 TO WS-POS-PRODUTO(WS-QTD-POSICOES)
               MOVE WS-MOV-LOCAL-NUM
                 TO WS-POS-LOCAL(WS-QTD-POSICOES)
               MOVE WS-MOV-QTD TO WS-POS-QTD(WS-QTD-POSICOES)
               MOVE 0 TO WS-POS-CUSTO(WS-QTD-POSICOES)
             ELSE
               DISPLAY "ATENÇÃO! Tabela de saldos cheia: o produto "
                 WS-MOV-CODIGO-NUM " ficou fora da posição!"
             END-IF
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       VERIFICAR-POSICAO-SALDO.
           IF WS-POS-PRODUTO(WS-IDX-POS) = WS-MOV-CODIGO-NUM
             AND WS-POS-LOCAL(WS-IDX-POS) = WS-MOV-LOCAL-NUM
             ADD WS-MOV-QTD TO WS-POS-QTD(WS-IDX-POS)
             MOVE 'S' TO WS-ACHOU-POS
           END-IF.


      *    Busca no cadastro a categoria, a descrição e o custo
      *    atual de cada posição; produto já excluído do cadastro
      *    fica em categoria própria, com custo zero até o histórico
       COMPLETAR-CADASTRO.
           OPEN INPUT IDX-PRODUTOS.

           PERFORM COMPLETAR-POSICAO
             VARYING WS-IDX-POS FROM 1 BY 1
             UNTIL WS-IDX-POS > WS-QTD-POSICOES.

           IF WS-STATUS-IDX-OK
             CLOSE IDX-PRODUTOS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       COMPLETAR-POSICAO.
           MOVE 'C' TO WS-POS-ORIGEM-CUSTO(WS-IDX-POS).
           MOVE "SEM CADASTRO" TO WS-POS-CATEGORIA(WS-IDX-POS).
           MOVE "(produto fora do cadastro)"
             TO WS-POS-DESCRICAO(WS-IDX-POS).
           MOVE 0 TO WS-POS-CUSTO(WS-IDX-POS).

           MOVE WS-POS-PRODUTO(WS-IDX-POS) TO PRODUTO-CODIGO.
           READ IDX-PRODUTOS KEY IS PRODUTO-CODIGO
             INVALID KEY
               CONTINUE

             NOT INVALID KEY
               MOVE PRODUTO-CATEGORIA TO WS-POS-CATEGORIA(WS-IDX-POS)
               MOVE PRODUTO-DESCRICAO TO WS-POS-DESCRICAO(WS-IDX-POS)
               MOVE PRODUTO-CUSTO-UNIT TO WS-POS-CUSTO(WS-IDX-POS)
           END-READ.


      *    Percorre o histórico de custos (em ordem de gravação) e
      *    fixa o custo de cada posição vigente na data da posição
       APLICAR-HISTORICO-CUSTOS.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT LOG-CUSTOS.

           IF WS-STATUS-CUSTO-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ LOG-CUSTOS
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 PERFORM TRATAR-LINHA-CUSTO
             END-READ
           END-PERFORM.

           CLOSE LOG-CUSTOS.

      *    Retorna
           EXIT PARAGRAPH.


       TRATAR-LINHA-CUSTO.
           UNSTRING LINHA-CUSTO DELIMITED BY ";"
             INTO WS-CUS-DATA-X, WS-CUS-PRODUTO-X, WS-CUS-QTD-X,
               WS-CUS-NOTA-X, WS-CUS-ANTERIOR-X, WS-CUS-NOVO-X
           END-UNSTRING.

           IF WS-CUS-DATA-X IS NOT NUMERIC
             OR WS-CUS-PRODUTO-X IS NOT NUMERIC
             OR WS-CUS-ANTERIOR-X IS NOT NUMERIC
             OR WS-CUS-NOVO-X IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CUS-DATA-X TO WS-CUS-DATA-NUM.
           MOVE WS-CUS-PRODUTO-X TO WS-CUS-PRODUTO-NUM.

           PERFORM APLICAR-CUSTO-POSICAO
             VARYING WS-IDX-POS FROM 1 BY 1
             UNTIL WS-IDX-POS > WS-QTD-POSICOES.

      *    Retorna
           EXIT PARAGRAPH.


      *    Recomposição até a data: o custo médio novo passa a valer.
      *    Recomposição posterior: o custo médio anterior a ela é o
      *    que valia na data, desde que nenhuma anterior tenha sido
      *    vista (a primeira posterior é a que conta)
       APLICAR-CUSTO-POSICAO.
           IF WS-POS-PRODUTO(WS-IDX-POS) = WS-CUS-PRODUTO-NUM
             IF WS-CUS-DATA-NUM <= WS-DATA-POSICAO
               MOVE WS-CUS-NOVO-NUM TO WS-POS-CUSTO(WS-IDX-POS)
               MOVE 'H' TO WS-POS-ORIGEM-CUSTO(WS-IDX-POS)
             ELSE
               IF WS-POS-ORIGEM-CUSTO(WS-IDX-POS) = 'C'
                 MOVE WS-CUS-ANTERIOR-NUM TO WS-POS-CUSTO(WS-IDX-POS)
                 MOVE 'A' TO WS-POS-ORIGEM-CUSTO(WS-IDX-POS)
               END-IF
             END-IF
           END-IF.


      *    Ordena as posições por categoria, produto e local
       ORDENAR-POSICOES.
           IF WS-QTD-POSICOES > 1
             PERFORM ORDENAR-POSICAO-EXTERNA
               VARYING WS-IDX-ORD FROM 1 BY 1
               UNTIL WS-IDX-ORD >= WS-QTD-POSICOES
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ORDENAR-POSICAO-EXTERNA.
           PERFORM ORDENAR-POSICAO-INTERNA
             VARYING WS-IDX-ORD2 FROM 1 BY 1
             UNTIL WS-IDX-ORD2 > WS-QTD-POSICOES - WS-IDX-ORD.


       ORDENAR-POSICAO-INTERNA.
           COMPUTE WS-IDX-SWAP = WS-IDX-ORD2 + 1.
           IF WS-POS-CHAVE(WS-IDX-ORD2) > WS-POS-CHAVE(WS-IDX-SWAP)
             MOVE WS-POS(WS-IDX-ORD2) TO WS-POS-AUX
             MOVE WS-POS(WS-IDX-SWAP) TO WS-POS(WS-IDX-ORD2)
             MOVE WS-POS-AUX TO WS-POS(WS-IDX-SWAP)
           END-IF.


      *    Mostra o relatório no terminal e grava o mesmo conteúdo
      *    no arquivo datado da posição
      *    Máscara: POSICAO;<data_posicao>;<data_emissao>
      *             ITEM;<categoria>;<produto>;<descricao>;<local>;
      *                  <qtd>;<custo>;<origem_custo>;<valor>
      *             CATEGORIA;<categoria>;<valor>
      *             TOTAL;;<valor>
       EMITIR-RELATORIO.
           MOVE 0 TO WS-VALOR-TOTAL.
           MOVE 0 TO WS-VALOR-CATEGORIA.
           MOVE 0 TO WS-QTD-LISTADAS.
           MOVE 0 TO WS-QTD-NEGATIVAS.
           MOVE 0 TO WS-QTD-SEM-HISTORICO.
           MOVE SPACES TO WS-CATEGORIA-ATUAL.

           OPEN OUTPUT CSV-POSICAO.

           MOVE SPACES TO WS-NOVA-LINHA-POS.
           STRING
             "POSICAO;"       DELIMITED BY SIZE
             WS-DATA-POSICAO  DELIMITED BY SIZE
             ";"              DELIMITED BY SIZE
             WS-DATA-HOJE     DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-POS
           END-STRING.
           MOVE WS-NOVA-LINHA-POS TO LINHA-POSICAO.
           WRITE LINHA-POSICAO.

           MOVE WS-DATA-POSICAO TO WS-DATA-POSICAO-EDIT.
           DISPLAY "-----------------------------------".
           DISPLAY " ESTOQUE EM " WS-DATA-POSICAO-EDIT.
           DISPLAY "-----------------------------------".

           PERFORM EMITIR-LINHA-POSICAO
             VARYING WS-IDX-POS FROM 1 BY 1
             UNTIL WS-IDX-POS > WS-QTD-POSICOES.

           IF WS-CATEGORIA-ATUAL NOT = SPACES
             PERFORM EMITIR-SUBTOTAL-CATEGORIA
           END-IF.

           MOVE WS-VALOR-TOTAL TO WS-VALOR-TOTAL-EDIT.

           MOVE SPACES TO WS-NOVA-LINHA-POS.
           STRING
             "TOTAL;;"            DELIMITED BY SIZE
             WS-VALOR-TOTAL-EDIT  DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-POS
           END-STRING.
           MOVE WS-NOVA-LINHA-POS TO LINHA-POSICAO.
           WRITE LINHA-POSICAO.

           CLOSE CSV-POSICAO.

           DISPLAY "===================================".
           DISPLAY "Valor total do estoque em " WS-DATA-POSICAO-EDIT
             ": R$" WS-VALOR-TOTAL-EDIT.
           DISPLAY "Posições listadas: " WS-QTD-LISTADAS.

           IF WS-QTD-SEM-HISTORICO > 0
             DISPLAY "(*) " WS-QTD-SEM-HISTORICO " posição(ões) sem "
               "histórico de custo: valorizadas pelo custo atual "
               "do cadastro."
           END-IF.

           IF WS-QTD-NEGATIVAS > 0
             DISPLAY "ATENÇÃO! " WS-QTD-NEGATIVAS
               " posição(ões) com saldo negativo na data, fora do "
               "valor total."
           END-IF.

           DISPLAY "Relatório gravado em " WS-NOME-POSICAO.
           DISPLAY " ".

      *    Retorna
           EXIT PARAGRAPH.


      *    Linha de uma posição; saldo zero não entra no relatório e
      *    saldo negativo é listado mas não valorizado
       EMITIR-LINHA-POSICAO.
           IF WS-POS-QTD(WS-IDX-POS) = 0
             EXIT PARAGRAPH
           END-IF.

           IF WS-POS-CATEGORIA(WS-IDX-POS) NOT = WS-CATEGORIA-ATUAL
             IF WS-CATEGORIA-ATUAL NOT = SPACES
               PERFORM EMITIR-SUBTOTAL-CATEGORIA
             END-IF
             MOVE WS-POS-CATEGORIA(WS-IDX-POS) TO WS-CATEGORIA-ATUAL
             MOVE 0 TO WS-VALOR-CATEGORIA
             DISPLAY "Categoria: " WS-CATEGORIA-ATUAL
           END-IF.

           ADD 1 TO WS-QTD-LISTADAS.

           IF WS-POS-QTD(WS-IDX-POS) < 0
             ADD 1 TO WS-QTD-NEGATIVAS
             MOVE 0 TO WS-VALOR-POSICAO
           ELSE
             COMPUTE WS-VALOR-POSICAO =
               WS-POS-QTD(WS-IDX-POS) * WS-POS-CUSTO(WS-IDX-POS)
           END-IF.

           ADD WS-VALOR-POSICAO TO WS-VALOR-CATEGORIA.
           ADD WS-VALOR-POSICAO TO WS-VALOR-TOTAL.

           IF WS-POS-ORIGEM-CUSTO(WS-IDX-POS) = 'C'
             MOVE '*' TO WS-MARCA-CUSTO
             ADD 1 TO WS-QTD-SEM-HISTORICO
           ELSE
             MOVE SPACE TO WS-MARCA-CUSTO
           END-IF.

           MOVE WS-POS-QTD(WS-IDX-POS) TO WS-QTD-EDIT.
           MOVE WS-POS-CUSTO(WS-IDX-POS) TO WS-CUSTO-EDIT.
           MOVE WS-VALOR-POSICAO TO WS-VALOR-EDIT.

           DISPLAY "  " WS-POS-PRODUTO(WS-IDX-POS) " "
             WS-POS-DESCRICAO(WS-IDX-POS)
             " Local " WS-POS-LOCAL(WS-IDX-POS)
             " Qtd " WS-QTD-EDIT
             " x R$" WS-CUSTO-EDIT WS-MARCA-CUSTO
             " = R$" WS-VALOR-EDIT.

           MOVE SPACES TO WS-NOVA-LINHA-POS.
           STRING
             "ITEM;"                        DELIMITED BY SIZE
             WS-POS-CATEGORIA(WS-IDX-POS)   DELIMITED BY SIZE
             ";"                            DELIMITED BY SIZE
             WS-POS-PRODUTO(WS-IDX-POS)     DELIMITED BY SIZE
             ";"                            DELIMITED BY SIZE
             WS-POS-DESCRICAO(WS-IDX-POS)   DELIMITED BY SIZE
             ";"                            DELIMITED BY SIZE
             WS-POS-LOCAL(WS-IDX-POS)       DELIMITED BY SIZE
             ";"                            DELIMITED BY SIZE
             WS-QTD-EDIT                    DELIMITED BY SIZE
             ";"                            DELIMITED BY SIZE
             WS-CUSTO-EDIT                  DELIMITED BY SIZE
             ";"                            DELIMITED BY SIZE
             WS-POS-ORIGEM-CUSTO(WS-IDX-POS) DELIMITED BY SIZE
             ";"                            DELIMITED BY SIZE
             WS-VALOR-EDIT                  DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-POS
           END-STRING.
           MOVE WS-NOVA-LINHA-POS TO LINHA-POSICAO.
           WRITE LINHA-POSICAO.

      *    Retorna
           EXIT PARAGRAPH.


       EMITIR-SUBTOTAL-CATEGORIA.
           MOVE WS-VALOR-CATEGORIA TO WS-VALOR-CAT-EDIT.
           DISPLAY "  Subtotal " WS-CATEGORIA-ATUAL
             ": R$" WS-VALOR-CAT-EDIT.
           DISPLAY "-----------------------------------".

           MOVE SPACES TO WS-NOVA-LINHA-POS.
           STRING
             "CATEGORIA;"         DELIMITED BY SIZE
             WS-CATEGORIA-ATUAL   DELIMITED BY SIZE
             ";"                  DELIMITED BY SIZE
             WS-VALOR-CAT-EDIT    DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-POS
           END-STRING.
           MOVE WS-NOVA-LINHA-POS TO LINHA-POSICAO.
           WRITE LINHA-POSICAO.


      *    Lê o diretório de dados configurado, com "../arch" como
      *    valor padrão quando a variável de ambiente não é definida
       CONFIGURAR-CAMINHOS.
           ACCEPT WS-ARCH-DIR FROM ENVIRONMENT "ARCH_DIR".
           IF WS-ARCH-DIR = SPACES
             MOVE "../arch" TO WS-ARCH-DIR
           END-IF.

           MOVE 'N' TO WS-CAMINHO-OVERFLOW.

           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/movimentos-estoque.log" DELIMITED BY SIZE
             INTO WS-PATH-MOVIMENTOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/custos-recebimento.log" DELIMITED BY SIZE
             INTO WS-PATH-CUSTOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/produtos.idx" DELIMITED BY SIZE
             INTO WS-PATH-PRODUTOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.

      *    Nome do relatório, datado pela data da posição
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/posicao-estoque-" DELIMITED BY SIZE
             WS-DATA-POSICAO     DELIMITED BY SIZE
             ".csv"              DELIMITED BY SIZE
             INTO WS-NOME-POSICAO
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.

      *    ARCH_DIR longo demais para caber num dos caminhos: aborta em
      *    vez de operar sobre um caminho truncado e apontar para o
      *    arquivo errado
           IF CAMINHO-OVERFLOW
             DISPLAY "Erro fatal! ARCH_DIR excede o tamanho suportado "
               "para montagem dos caminhos de arquivo!"
             EXIT PROGRAM
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.

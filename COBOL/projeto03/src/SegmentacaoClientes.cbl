       IDENTIFICATION DIVISION.
           PROGRAM-ID. SegmentacaoClientes.
           AUTHOR. Maurício Rodrigues.

      *    Segmentação RFM da base de clientes: enquanto
      *    ComprasCliente.cbl mostra as compras de um cliente, esta
      *    rotina varre os arquivos vendas-AAAAMMDD.csv da janela
      *    pedida e pontua todos os clientes identificados na venda
      *    por recência (R), frequência (F) e valor (M), de 1 a 5.
      *    Com as notas cada cliente cai num segmento (campeão, fiel,
      *    novo, ocasional, em risco, perdido, ou inativo quando é
      *    cadastrado mas não comprou na janela); o relatório traz a
      *    quantidade e a receita por segmento e lista os clientes em
      *    risco com a última compra, o tíquete médio e o saldo de
      *    pontos de fidelidade, para o contato antes que se percam.
      *    A lista completa vai também para rfm-clientes-AAAAMMDD.csv
      *    Máscara: <codigo>;<nome>;<telefone>;<ultima compra>;
      *             <compras>;<valor>;<R>;<F>;<M>;<segmento>;<pontos>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Arquivo de vendas arquivado de um dia específico; o nome é
      *    montado dia a dia dentro da janela, no mesmo padrão gerado
      *    por ROTACIONAR-ARQUIVO-VENDAS
           SELECT CSV-ARQUIVO-DIA
             ASSIGN TO WS-NOME-ARQUIVO-DIA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ARQ.

           SELECT IDX-CLIENTES
             ASSIGN TO DYNAMIC WS-PATH-CLIENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-CLI
             RECORD KEY IS CLIENTE-CODIGO.

           SELECT CSV-RFM
             ASSIGN TO WS-NOME-RFM
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-RFM.

       DATA DIVISION.
       FILE SECTION.
       FD CSV-ARQUIVO-DIA.
       01 DETALHAMENTO              PIC X(60).

      *    Mesmo layout de DETALHE-CLIENTE em Clientes.cbl,
      *    redeclarado aqui apenas para consulta
       FD IDX-CLIENTES.
       01 DETALHE-CLIENTE.
           05 CLIENTE-CODIGO        PIC 9(05).
           05 CLIENTE-NOME          PIC X(30).
           05 CLIENTE-TELEFONE      PIC X(15).
           05 CLIENTE-DOCUMENTO     PIC X(14).
           05 CLIENTE-LIMITE        PIC 9(06)V99.
           05 CLIENTE-PONTOS        PIC 9(06).
           05 CLIENTE-SIT-CREDITO   PIC X(01).
           05 CLIENTE-ENDERECO      PIC X(40).
           05 CLIENTE-ISENTO-ENC    PIC X(01).
               88 ISENTO-ENCARGOS   VALUE 'S'.
           05 CLIENTE-CLASSE        PIC X(01).
               88 CLASSE-VAREJO     VALUE 'V' ' '.
               88 CLASSE-ATACADO    VALUE 'A'.
               88 CLASSE-FUNCIONARIO VALUE 'F'.
           05 CLIENTE-RECUSA-AVISOS PIC X(01).
               88 RECUSA-AVISOS     VALUE 'S'.
           05 FILLER                PIC X(19).

       FD CSV-RFM.
       01 LINHA-RFM                 PIC X(150).

       WORKING-STORAGE SECTION.
      *    Status de arquivo, com condições nominadas compartilhadas
      *    via copybook (ex.: WS-STATUS-FILE-NOT-FOUND)
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-ARQ-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-ARQ-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-ARQ-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-ARQ-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-ARQ-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-ARQ-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-ARQ.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-CLI-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CLI-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CLI-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CLI-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CLI-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CLI-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CLI.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-RFM-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-RFM-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-RFM-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-RFM-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-RFM-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-RFM-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-RFM.

      *    Diretório de dados e caminhos, resolvidos via ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-CLIENTES           PIC X(80).
       01 WS-NOME-ARQUIVO-DIA        PIC X(80).
       01 WS-NOME-RFM                PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-EOF                    PIC X(01).

      * Janela da análise, em dias (padrão de um ano)
       01 WS-JANELA-DIAS            PIC 9(03).
       01 WS-DATA-HOJE              PIC 9(08).
       01 WS-HOJE-INTEIRO           PIC 9(07).
       01 WS-DATA-INICIO            PIC 9(08).
       01 WS-DATA-FIM               PIC 9(08).

      * Controle do laço de datas
       01 WS-DIA-INTEIRO            PIC 9(07).
       01 WS-DIA-FIM-INTEIRO        PIC 9(07).
       01 WS-DATA-CORRENTE          PIC 9(08).
       01 WS-DIAS-ARQUIVOS          PIC 9(03).

      * Campos para desmembrar cada linha arquivada
      * Máscara: <data>;<hora>;<operador>;<codigo>;<qtd>;<preco>;
      *          <cliente>
       01 WS-DETALHAMENTO           PIC X(60).
       01 WS-LIN-DATA               PIC X(08).
       01 WS-LIN-HORA               PIC X(08).
       01 WS-LIN-OPERADOR           PIC X(10).
       01 WS-LIN-CODIGO             PIC X(05).
       01 WS-LIN-QTD                PIC 9(05).
       01 WS-LIN-PRECO              PIC 9(04)V99.
       01 WS-LIN-CLIENTE            PIC X(05).
       01 WS-LIN-CLIENTE-NUM        PIC 9(05).
       01 WS-LIN-CHAVE-VENDA        PIC X(16).
       01 WS-VALOR-LINHA            PIC 9(07)V99.

      * Tabela de clientes: os cadastrados, carregados de
      * clientes.idx, mais os códigos que aparecem nas vendas e já
      * não constam do cadastro
      * A chave da venda (data + hora) separa as compras: as linhas
      * de itens de uma mesma venda contam como uma compra só
       01 WS-QTD-CLIENTES           PIC 9(04) VALUE 0.
       01 WS-TABELA-CLIENTES.
           05 WS-CLI OCCURS 2000 TIMES.
             10 WS-CLI-CODIGO       PIC 9(05).
             10 WS-CLI-NOME         PIC X(30).
             10 WS-CLI-TELEFONE     PIC X(15).
             10 WS-CLI-PONTOS       PIC 9(06).
             10 WS-CLI-PRIMEIRA     PIC 9(08).
             10 WS-CLI-ULTIMA       PIC 9(08).
             10 WS-CLI-CHAVE-VENDA  PIC X(16).
             10 WS-CLI-COMPRAS      PIC 9(05).
             10 WS-CLI-VALOR        PIC 9(09)V99.
             10 WS-CLI-NOTA-R       PIC 9(01).
             10 WS-CLI-NOTA-F       PIC 9(01).
             10 WS-CLI-NOTA-M       PIC 9(01).
             10 WS-CLI-SEGMENTO     PIC 9(01).
       01 WS-IDX-CLI                PIC 9(04).
       01 WS-POS-CLI                PIC 9(04).
       01 WS-TABELA-CHEIA-AVISADA   PIC X(01).

      * Segmentos, na ordem do relatório
       01 WS-NOMES-SEGMENTOS.
           05 FILLER                PIC X(10) VALUE "CAMPEAO".
           05 FILLER                PIC X(10) VALUE "FIEL".
           05 FILLER                PIC X(10) VALUE "NOVO".
           05 FILLER                PIC X(10) VALUE "OCASIONAL".
           05 FILLER                PIC X(10) VALUE "EM RISCO".
           05 FILLER                PIC X(10) VALUE "PERDIDO".
           05 FILLER                PIC X(10) VALUE "INATIVO".
       01 WS-TABELA-NOMES-SEG REDEFINES WS-NOMES-SEGMENTOS.
           05 WS-SEG-NOME           PIC X(10) OCCURS 7 TIMES.
       01 WS-TABELA-SEGMENTOS.
           05 WS-SEG OCCURS 7 TIMES.
             10 WS-SEG-QTD          PIC 9(05).
             10 WS-SEG-VALOR        PIC 9(09)V99.
       01 WS-IDX-SEG                PIC 9(01).

      * Códigos dos segmentos
       01 WS-SEGMENTO               PIC 9(01).
           88 SEG-CAMPEAO           VALUE 1.
           88 SEG-FIEL              VALUE 2.
           88 SEG-NOVO              VALUE 3.
           88 SEG-OCASIONAL         VALUE 4.
           88 SEG-EM-RISCO          VALUE 5.
           88 SEG-PERDIDO           VALUE 6.
           88 SEG-INATIVO           VALUE 7.

      * Apuração das notas
       01 WS-QTD-ATIVOS             PIC 9(05).
       01 WS-VALOR-TOTAL            PIC 9(11)V99.
       01 WS-VALOR-MEDIO            PIC 9(09)V99.
       01 WS-DIAS-SEM-COMPRA        PIC 9(05).
       01 WS-DIAS-DESDE-PRIMEIRA    PIC 9(05).
       01 WS-RAZAO-VALOR            PIC 9(05)V99.
       01 WS-TICKET-MEDIO           PIC 9(07)V99.
       01 WS-QTD-EM-RISCO           PIC 9(05).

      * Campos editados para exibição e para o CSV
       01 WS-VALOR-EDIT             PIC Z(10)9.99.
       01 WS-TICKET-EDIT            PIC Z(6)9.99.
       01 WS-PERC-EDIT              PIC ZZ9.9.
       01 WS-PERCENTUAL             PIC 9(03)V9.
       01 WS-DATA-EDIT              PIC X(10).
       01 WS-VALOR-CSV              PIC Z(8)9.99.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "-----------------------------------".
           DISPLAY " SEGMENTAÇÃO DE CLIENTES (RFM)"
           DISPLAY "-----------------------------------".

           PERFORM CONFIGURAR-CAMINHOS.

           DISPLAY "Janela da análise em dias (0 = 365): "
             WITH NO ADVANCING.
           ACCEPT WS-JANELA-DIAS.

           IF WS-JANELA-DIAS = 0
             MOVE 365 TO WS-JANELA-DIAS
           END-IF.

      *    A janela termina ontem: o dia corrente ainda não foi
      *    fechado nem arquivado
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-HOJE-INTEIRO =
             FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
           COMPUTE WS-DIA-INTEIRO = WS-HOJE-INTEIRO - WS-JANELA-DIAS.
           COMPUTE WS-DIA-FIM-INTEIRO = WS-HOJE-INTEIRO - 1.
           COMPUTE WS-DATA-INICIO =
             FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO).
           COMPUTE WS-DATA-FIM =
             FUNCTION DATE-OF-INTEGER(WS-DIA-FIM-INTEIRO).

           DISPLAY "Período analisado: " WS-DATA-INICIO " a "
             WS-DATA-FIM.

           MOVE 0 TO WS-QTD-CLIENTES.
           MOVE 0 TO WS-DIAS-ARQUIVOS.
           MOVE 'N' TO WS-TABELA-CHEIA-AVISADA.
           INITIALIZE WS-TABELA-SEGMENTOS.

           PERFORM CARREGAR-CLIENTES.

      *    Percorre cada dia da janela, abrindo o arquivo arquivado
      *    correspondente quando ele existir
           PERFORM PROCESSAR-DIA-ARQUIVADO
             UNTIL WS-DIA-INTEIRO > WS-DIA-FIM-INTEIRO.

           IF WS-DIAS-ARQUIVOS = 0
             DISPLAY "Nenhum arquivo de vendas arquivado no período."
             DISPLAY " "
             EXIT PROGRAM
           END-IF.

      *    O valor de cada cliente é medido contra o valor médio dos
      *    clientes que compraram na janela
           MOVE 0 TO WS-QTD-ATIVOS.
           MOVE 0 TO WS-VALOR-TOTAL.
           PERFORM SOMAR-CLIENTE-ATIVO
             VARYING WS-IDX-CLI FROM 1 BY 1
             UNTIL WS-IDX-CLI > WS-QTD-CLIENTES.

           IF WS-QTD-ATIVOS = 0
             MOVE 0 TO WS-VALOR-MEDIO
           ELSE
             COMPUTE WS-VALOR-MEDIO ROUNDED =
               WS-VALOR-TOTAL / WS-QTD-ATIVOS
           END-IF.

           PERFORM PONTUAR-CLIENTE
             VARYING WS-IDX-CLI FROM 1 BY 1
             UNTIL WS-IDX-CLI > WS-QTD-CLIENTES.

           PERFORM GRAVAR-ARQUIVO-RFM.

           PERFORM IMPRIMIR-RESUMO-SEGMENTOS.

           PERFORM IMPRIMIR-CLIENTES-EM-RISCO.

      *    Retorna
           EXIT PROGRAM.


      *    Carrega os clientes cadastrados na tabela; sem o cadastro a
      *    análise segue só com os códigos que aparecem nas vendas
       CARREGAR-CLIENTES.
           OPEN INPUT IDX-CLIENTES.

           IF NOT WS-STATUS-CLI-OK
             DISPLAY "Cadastro de clientes indisponível; segmentando "
               "só pelos códigos das vendas."
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-CLIENTES NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF WS-QTD-CLIENTES < 2000
                   ADD 1 TO WS-QTD-CLIENTES
                   MOVE WS-QTD-CLIENTES TO WS-POS-CLI
                   PERFORM LIMPAR-POSICAO-CLIENTE
                   MOVE CLIENTE-CODIGO TO WS-CLI-CODIGO(WS-POS-CLI)
                   MOVE CLIENTE-NOME TO WS-CLI-NOME(WS-POS-CLI)
                   MOVE CLIENTE-TELEFONE
                     TO WS-CLI-TELEFONE(WS-POS-CLI)
                   MOVE CLIENTE-PONTOS TO WS-CLI-PONTOS(WS-POS-CLI)
                 ELSE
                   PERFORM AVISAR-TABELA-CHEIA
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-CLIENTES.

      *    Retorna
           EXIT PARAGRAPH.


       LIMPAR-POSICAO-CLIENTE.
           MOVE 0 TO WS-CLI-CODIGO(WS-POS-CLI).
           MOVE SPACES TO WS-CLI-NOME(WS-POS-CLI).
           MOVE SPACES TO WS-CLI-TELEFONE(WS-POS-CLI).
           MOVE 0 TO WS-CLI-PONTOS(WS-POS-CLI).
           MOVE 0 TO WS-CLI-PRIMEIRA(WS-POS-CLI).
           MOVE 0 TO WS-CLI-ULTIMA(WS-POS-CLI).
           MOVE SPACES TO WS-CLI-CHAVE-VENDA(WS-POS-CLI).
           MOVE 0 TO WS-CLI-COMPRAS(WS-POS-CLI).
           MOVE 0 TO WS-CLI-VALOR(WS-POS-CLI).
           MOVE 0 TO WS-CLI-NOTA-R(WS-POS-CLI).
           MOVE 0 TO WS-CLI-NOTA-F(WS-POS-CLI).
           MOVE 0 TO WS-CLI-NOTA-M(WS-POS-CLI).
           MOVE 0 TO WS-CLI-SEGMENTO(WS-POS-CLI).

      *    Retorna
           EXIT PARAGRAPH.


       AVISAR-TABELA-CHEIA.
           IF WS-TABELA-CHEIA-AVISADA = 'N'
             DISPLAY "ATENÇÃO! Tabela de clientes cheia (2000); os "
               "demais ficam fora da análise!"
             MOVE 'S' TO WS-TABELA-CHEIA-AVISADA
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Processa o arquivo arquivado do dia corrente do laço,
      *    acumulando as compras dos clientes identificados
       PROCESSAR-DIA-ARQUIVADO.
           COMPUTE WS-DATA-CORRENTE =
             FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO).

           MOVE SPACES TO WS-NOME-ARQUIVO-DIA.
           STRING
             FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/vendas-"        DELIMITED BY SIZE
             WS-DATA-CORRENTE  DELIMITED BY SIZE
             ".csv"            DELIMITED BY SIZE
             INTO WS-NOME-ARQUIVO-DIA
           END-STRING.

           MOVE 'N' TO WS-EOF.

           OPEN INPUT CSV-ARQUIVO-DIA.

      *    Dia sem arquivo (sem fechamento): segue para o próximo
           IF WS-STATUS-ARQ-FILE-NOT-FOUND
             CONTINUE
           ELSE
             ADD 1 TO WS-DIAS-ARQUIVOS
             PERFORM UNTIL WS-EOF = 'S'
               READ CSV-ARQUIVO-DIA INTO WS-DETALHAMENTO
                 AT END
                   MOVE 'S' TO WS-EOF

                 NOT AT END
      *            Linhas PAGTO não são itens de venda
                   IF WS-DETALHAMENTO(1:6) NOT = "PAGTO;"
                     PERFORM ACUMULAR-LINHA-CLIENTE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CSV-ARQUIVO-DIA
           END-IF.

           ADD 1 TO WS-DIA-INTEIRO.

      *    Retorna
           EXIT PARAGRAPH.


      *    Acumula a linha no cliente dela; venda sem identificação
      *    (00000) e linhas antigas, anteriores à identificação de
      *    cliente na venda, ficam de fora
       ACUMULAR-LINHA-CLIENTE.
           MOVE SPACES TO WS-LIN-CLIENTE.

           UNSTRING WS-DETALHAMENTO DELIMITED BY ";"
             INTO WS-LIN-DATA, WS-LIN-HORA, WS-LIN-OPERADOR,
               WS-LIN-CODIGO, WS-LIN-QTD, WS-LIN-PRECO,
               WS-LIN-CLIENTE
           END-UNSTRING.

           IF WS-LIN-CLIENTE = SPACES
             OR WS-LIN-CLIENTE NOT NUMERIC
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-LIN-CLIENTE TO WS-LIN-CLIENTE-NUM.
           IF WS-LIN-CLIENTE-NUM = 0
             EXIT PARAGRAPH
           END-IF.

           PERFORM LOCALIZAR-CLIENTE.
           IF WS-POS-CLI = 0
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-VALOR-LINHA = WS-LIN-PRECO * WS-LIN-QTD.
           ADD WS-VALOR-LINHA TO WS-CLI-VALOR(WS-POS-CLI).

      *    Nova venda do cliente quando muda a chave data + hora
           MOVE SPACES TO WS-LIN-CHAVE-VENDA.
           STRING WS-LIN-DATA WS-LIN-HORA DELIMITED BY SIZE
             INTO WS-LIN-CHAVE-VENDA
           END-STRING.

           IF WS-LIN-CHAVE-VENDA NOT = WS-CLI-CHAVE-VENDA(WS-POS-CLI)
             MOVE WS-LIN-CHAVE-VENDA TO WS-CLI-CHAVE-VENDA(WS-POS-CLI)
             ADD 1 TO WS-CLI-COMPRAS(WS-POS-CLI)
             IF WS-CLI-PRIMEIRA(WS-POS-CLI) = 0
               MOVE WS-DATA-CORRENTE TO WS-CLI-PRIMEIRA(WS-POS-CLI)
             END-IF
             MOVE WS-DATA-CORRENTE TO WS-CLI-ULTIMA(WS-POS-CLI)
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Acha o cliente da linha na tabela; código fora do cadastro
      *    (cliente excluído) entra como novo item, sem nome
       LOCALIZAR-CLIENTE.
           MOVE 0 TO WS-POS-CLI.

           PERFORM VERIFICAR-POSICAO-CLIENTE
             VARYING WS-IDX-CLI FROM 1 BY 1
             UNTIL WS-IDX-CLI > WS-QTD-CLIENTES
               OR WS-POS-CLI > 0.

           IF WS-POS-CLI = 0
             IF WS-QTD-CLIENTES < 2000
               ADD 1 TO WS-QTD-CLIENTES
               MOVE WS-QTD-CLIENTES TO WS-POS-CLI
               PERFORM LIMPAR-POSICAO-CLIENTE
               MOVE WS-LIN-CLIENTE-NUM TO WS-CLI-CODIGO(WS-POS-CLI)
               MOVE "(SEM CADASTRO)" TO WS-CLI-NOME(WS-POS-CLI)
             ELSE
               PERFORM AVISAR-TABELA-CHEIA
             END-IF
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       VERIFICAR-POSICAO-CLIENTE.
           IF WS-CLI-CODIGO(WS-IDX-CLI) = WS-LIN-CLIENTE-NUM
             MOVE WS-IDX-CLI TO WS-POS-CLI
           END-IF.


       SOMAR-CLIENTE-ATIVO.
           IF WS-CLI-COMPRAS(WS-IDX-CLI) > 0
             ADD 1 TO WS-QTD-ATIVOS
             ADD WS-CLI-VALOR(WS-IDX-CLI) TO WS-VALOR-TOTAL
           END-IF.


      *    Dá as notas R, F e M do cliente e o enquadra num segmento
      *    Recência: dias desde a última compra
      *      até 30 = 5, até 60 = 4, até 90 = 3, até 180 = 2, acima = 1
      *    Frequência: compras na janela
      *      12 ou mais = 5, 6 a 11 = 4, 3 a 5 = 3, 2 = 2, 1 = 1
      *    Valor: gasto do cliente sobre o valor médio dos ativos
      *      2x ou mais = 5, 1,25x = 4, 0,75x = 3, 0,4x = 2, abaixo = 1
       PONTUAR-CLIENTE.
           IF WS-CLI-COMPRAS(WS-IDX-CLI) = 0
             MOVE 7 TO WS-CLI-SEGMENTO(WS-IDX-CLI)
             ADD 1 TO WS-SEG-QTD(7)
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DIAS-SEM-COMPRA = WS-HOJE-INTEIRO -
             FUNCTION INTEGER-OF-DATE(WS-CLI-ULTIMA(WS-IDX-CLI)).
           COMPUTE WS-DIAS-DESDE-PRIMEIRA = WS-HOJE-INTEIRO -
             FUNCTION INTEGER-OF-DATE(WS-CLI-PRIMEIRA(WS-IDX-CLI)).

           EVALUATE TRUE
             WHEN WS-DIAS-SEM-COMPRA <= 30
               MOVE 5 TO WS-CLI-NOTA-R(WS-IDX-CLI)
             WHEN WS-DIAS-SEM-COMPRA <= 60
               MOVE 4 TO WS-CLI-NOTA-R(WS-IDX-CLI)
             WHEN WS-DIAS-SEM-COMPRA <= 90
               MOVE 3 TO WS-CLI-NOTA-R(WS-IDX-CLI)
             WHEN WS-DIAS-SEM-COMPRA <= 180
               MOVE 2 TO WS-CLI-NOTA-R(WS-IDX-CLI)
             WHEN OTHER
               MOVE 1 TO WS-CLI-NOTA-R(WS-IDX-CLI)
           END-EVALUATE.

           EVALUATE TRUE
             WHEN WS-CLI-COMPRAS(WS-IDX-CLI) >= 12
               MOVE 5 TO WS-CLI-NOTA-F(WS-IDX-CLI)
             WHEN WS-CLI-COMPRAS(WS-IDX-CLI) >= 6
               MOVE 4 TO WS-CLI-NOTA-F(WS-IDX-CLI)
             WHEN WS-CLI-COMPRAS(WS-IDX-CLI) >= 3
               MOVE 3 TO WS-CLI-NOTA-F(WS-IDX-CLI)
             WHEN WS-CLI-COMPRAS(WS-IDX-CLI) = 2
               MOVE 2 TO WS-CLI-NOTA-F(WS-IDX-CLI)
             WHEN OTHER
               MOVE 1 TO WS-CLI-NOTA-F(WS-IDX-CLI)
           END-EVALUATE.

           IF WS-VALOR-MEDIO = 0
             MOVE 1 TO WS-RAZAO-VALOR
           ELSE
             COMPUTE WS-RAZAO-VALOR ROUNDED =
               WS-CLI-VALOR(WS-IDX-CLI) / WS-VALOR-MEDIO
               ON SIZE ERROR
                 MOVE 999 TO WS-RAZAO-VALOR
             END-COMPUTE
           END-IF.

           EVALUATE TRUE
             WHEN WS-RAZAO-VALOR >= 2
               MOVE 5 TO WS-CLI-NOTA-M(WS-IDX-CLI)
             WHEN WS-RAZAO-VALOR >= 1.25
               MOVE 4 TO WS-CLI-NOTA-M(WS-IDX-CLI)
             WHEN WS-RAZAO-VALOR >= 0.75
               MOVE 3 TO WS-CLI-NOTA-M(WS-IDX-CLI)
             WHEN WS-RAZAO-VALOR >= 0.4
               MOVE 2 TO WS-CLI-NOTA-M(WS-IDX-CLI)
             WHEN OTHER
               MOVE 1 TO WS-CLI-NOTA-M(WS-IDX-CLI)
           END-EVALUATE.

      *    Novo: primeira compra há até 30 dias e no máximo duas
      *    compras; em risco: sumido há mais de 90 dias depois de
      *    comprar com frequência ou gastar bem; perdido: sumido há
      *    mais de 180 dias sem esse histórico
           EVALUATE TRUE
             WHEN WS-DIAS-DESDE-PRIMEIRA <= 30
               AND WS-CLI-NOTA-F(WS-IDX-CLI) <= 2
               SET SEG-NOVO TO TRUE
             WHEN WS-CLI-NOTA-R(WS-IDX-CLI) >= 4
               AND WS-CLI-NOTA-F(WS-IDX-CLI) >= 4
               AND WS-CLI-NOTA-M(WS-IDX-CLI) >= 4
               SET SEG-CAMPEAO TO TRUE
             WHEN WS-CLI-NOTA-R(WS-IDX-CLI) >= 3
               AND WS-CLI-NOTA-F(WS-IDX-CLI) >= 3
               SET SEG-FIEL TO TRUE
             WHEN WS-CLI-NOTA-R(WS-IDX-CLI) <= 2
               AND (WS-CLI-NOTA-F(WS-IDX-CLI) >= 3
                 OR WS-CLI-NOTA-M(WS-IDX-CLI) >= 4)
               SET SEG-EM-RISCO TO TRUE
             WHEN WS-CLI-NOTA-R(WS-IDX-CLI) = 1
               SET SEG-PERDIDO TO TRUE
             WHEN OTHER
               SET SEG-OCASIONAL TO TRUE
           END-EVALUATE.

           MOVE WS-SEGMENTO TO WS-CLI-SEGMENTO(WS-IDX-CLI).
           ADD 1 TO WS-SEG-QTD(WS-SEGMENTO).
           ADD WS-CLI-VALOR(WS-IDX-CLI) TO WS-SEG-VALOR(WS-SEGMENTO).

      *    Retorna
           EXIT PARAGRAPH.


      *    Grava a lista completa, com as notas e o segmento de cada
      *    cliente, para o trabalho de marketing
       GRAVAR-ARQUIVO-RFM.
           MOVE SPACES TO WS-NOME-RFM.
           STRING
             FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/rfm-clientes-"           DELIMITED BY SIZE
             WS-DATA-HOJE               DELIMITED BY SIZE
             ".csv"                     DELIMITED BY SIZE
             INTO WS-NOME-RFM
           END-STRING.

           OPEN OUTPUT CSV-RFM.
           IF NOT WS-STATUS-RFM-OK
             DISPLAY "Erro ao criar " FUNCTION TRIM(WS-NOME-RFM)
               "! Status: " WS-STATUS-RFM
             EXIT PARAGRAPH
           END-IF.

           PERFORM GRAVAR-LINHA-RFM
             VARYING WS-IDX-CLI FROM 1 BY 1
             UNTIL WS-IDX-CLI > WS-QTD-CLIENTES.

           CLOSE CSV-RFM.

           DISPLAY "Lista completa gravada em: "
             FUNCTION TRIM(WS-NOME-RFM).

      *    Retorna
           EXIT PARAGRAPH.


       GRAVAR-LINHA-RFM.
           MOVE WS-CLI-SEGMENTO(WS-IDX-CLI) TO WS-IDX-SEG.
           MOVE WS-CLI-VALOR(WS-IDX-CLI) TO WS-VALOR-CSV.

           MOVE SPACES TO LINHA-RFM.
           STRING
             WS-CLI-CODIGO(WS-IDX-CLI)    DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             FUNCTION TRIM(WS-CLI-NOME(WS-IDX-CLI))
                                          DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             FUNCTION TRIM(WS-CLI-TELEFONE(WS-IDX-CLI))
                                          DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             WS-CLI-ULTIMA(WS-IDX-CLI)    DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             WS-CLI-COMPRAS(WS-IDX-CLI)   DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             FUNCTION TRIM(WS-VALOR-CSV)  DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             WS-CLI-NOTA-R(WS-IDX-CLI)    DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             WS-CLI-NOTA-F(WS-IDX-CLI)    DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             WS-CLI-NOTA-M(WS-IDX-CLI)    DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             FUNCTION TRIM(WS-SEG-NOME(WS-IDX-SEG))
                                          DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             WS-CLI-PONTOS(WS-IDX-CLI)    DELIMITED BY SIZE
             INTO LINHA-RFM
           END-STRING.

           WRITE LINHA-RFM.

      *    Retorna
           EXIT PARAGRAPH.


       IMPRIMIR-RESUMO-SEGMENTOS.
           DISPLAY "-----------------------------------".
           DISPLAY " CLIENTES E RECEITA POR SEGMENTO"
           DISPLAY "-----------------------------------".

           PERFORM IMPRIMIR-SEGMENTO
             VARYING WS-IDX-SEG FROM 1 BY 1
             UNTIL WS-IDX-SEG > 7.

           MOVE WS-VALOR-TOTAL TO WS-VALOR-EDIT.
           DISPLAY "-----------------------------------".
           DISPLAY "Clientes na análise: " WS-QTD-CLIENTES
             "  Com compras: " WS-QTD-ATIVOS.
           DISPLAY "Receita identificada: R$" WS-VALOR-EDIT.

      *    Retorna
           EXIT PARAGRAPH.


       IMPRIMIR-SEGMENTO.
           IF WS-VALOR-TOTAL = 0
             MOVE 0 TO WS-PERCENTUAL
           ELSE
             COMPUTE WS-PERCENTUAL ROUNDED =
               WS-SEG-VALOR(WS-IDX-SEG) * 100 / WS-VALOR-TOTAL
           END-IF.

           MOVE WS-SEG-VALOR(WS-IDX-SEG) TO WS-VALOR-EDIT.
           MOVE WS-PERCENTUAL TO WS-PERC-EDIT.
           DISPLAY WS-SEG-NOME(WS-IDX-SEG)
             "  Clientes: " WS-SEG-QTD(WS-IDX-SEG)
             "  Receita: R$" WS-VALOR-EDIT
             " (" WS-PERC-EDIT "%)".


      *    Clientes em risco, para contato antes que se percam
       IMPRIMIR-CLIENTES-EM-RISCO.
           DISPLAY "-----------------------------------".
           DISPLAY " CLIENTES EM RISCO"
           DISPLAY "-----------------------------------".

           MOVE 0 TO WS-QTD-EM-RISCO.

           PERFORM IMPRIMIR-CLIENTE-EM-RISCO
             VARYING WS-IDX-CLI FROM 1 BY 1
             UNTIL WS-IDX-CLI > WS-QTD-CLIENTES.

           IF WS-QTD-EM-RISCO = 0
             DISPLAY "Nenhum cliente em risco no período."
           END-IF.
           DISPLAY " ".

      *    Retorna
           EXIT PARAGRAPH.


       IMPRIMIR-CLIENTE-EM-RISCO.
           IF WS-CLI-SEGMENTO(WS-IDX-CLI) NOT = 5
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-EM-RISCO.

           COMPUTE WS-TICKET-MEDIO ROUNDED =
             WS-CLI-VALOR(WS-IDX-CLI) / WS-CLI-COMPRAS(WS-IDX-CLI).

           MOVE WS-TICKET-MEDIO TO WS-TICKET-EDIT.
           MOVE SPACES TO WS-DATA-EDIT.
           STRING
             WS-CLI-ULTIMA(WS-IDX-CLI)(7:2) "/"
             WS-CLI-ULTIMA(WS-IDX-CLI)(5:2) "/"
             WS-CLI-ULTIMA(WS-IDX-CLI)(1:4)
             DELIMITED BY SIZE INTO WS-DATA-EDIT
           END-STRING.

           DISPLAY WS-CLI-CODIGO(WS-IDX-CLI) " "
             WS-CLI-NOME(WS-IDX-CLI) " Tel: "
             WS-CLI-TELEFONE(WS-IDX-CLI).
           DISPLAY "  Última compra: " WS-DATA-EDIT
             "  Compras: " WS-CLI-COMPRAS(WS-IDX-CLI)
             "  Tíquete médio: R$" WS-TICKET-EDIT
             "  Pontos: " WS-CLI-PONTOS(WS-IDX-CLI).

      *    Retorna
           EXIT PARAGRAPH.


      *    Lê o diretório de dados configurado, com "../arch" como
      *    valor padrão quando a variável de ambiente não é definida
       CONFIGURAR-CAMINHOS.
           ACCEPT WS-ARCH-DIR FROM ENVIRONMENT "ARCH_DIR".
           IF WS-ARCH-DIR = SPACES
             MOVE "../arch" TO WS-ARCH-DIR
           END-IF.

           MOVE 'N' TO WS-CAMINHO-OVERFLOW.

           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/clientes.idx" DELIMITED BY SIZE
             INTO WS-PATH-CLIENTES
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

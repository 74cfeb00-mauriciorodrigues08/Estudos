       IDENTIFICATION DIVISION.
           PROGRAM-ID. Despesas.
           AUTHOR. Maurício Rodrigues.

      *    Despesas operacionais em contas a pagar: aluguel, energia,
      *    internet, honorários do contador, entregas e afins viram
      *    títulos em contas-pagar.idx sem passar pelo recebimento de
      *    mercadorias. Cada título de despesa tem a sua categoria no
      *    plano de contas de despesa (plano-despesas.idx), gravada em
      *    despesas-titulos.idx com o mesmo número do título; assim a
      *    agenda e a baixa de ContasPagar.cbl, a projeção de
      *    FluxoCaixa.cbl e a numeração de Recebimento.cbl continuam
      *    as mesmas, e ExportaContabil.cbl lança cada despesa na
      *    conta de débito da sua categoria. As contas fixas do mês
      *    ficam em despesas-recorrentes.idx e são geradas para o mês
      *    seguinte pela opção de geração ou pelo fechamento mensal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Plano de contas de despesa: categoria e a conta contábil
      *    de débito usada na exportação
           SELECT IDX-PLANO-DESPESAS
             ASSIGN TO DYNAMIC WS-PATH-PLANO-DESPESAS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS
             RECORD KEY IS PD-CODIGO.

      *    Contas fixas mensais, com o último mês já gerado
           SELECT IDX-DESP-RECORRENTES
             ASSIGN TO DYNAMIC WS-PATH-DESP-RECORRENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-REC
             RECORD KEY IS DR-CODIGO.

      *    Complemento dos títulos de despesa, pelo número do título
           SELECT IDX-DESP-TITULOS
             ASSIGN TO DYNAMIC WS-PATH-DESP-TITULOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-DT
             RECORD KEY IS DT-TITULO.

           SELECT IDX-CONTAS-PAGAR
             ASSIGN TO DYNAMIC WS-PATH-CONTAS-PAGAR
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-CP
             RECORD KEY IS CP-NUMERO.

      *    Controle do último número de título, compartilhado com o
      *    recebimento de mercadorias
           SELECT ARQ-CONTROLE-CP
             ASSIGN TO DYNAMIC WS-PATH-CONTROLE-CP
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CTRL-CP.

           SELECT IDX-FORNECEDORES
             ASSIGN TO DYNAMIC WS-PATH-FORNECEDORES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-FORN
             RECORD KEY IS FORNECEDOR-CODIGO.

       DATA DIVISION.
       FILE SECTION.
       FD IDX-PLANO-DESPESAS.
       01 DETALHE-PLANO-DESPESA.
           05 PD-CODIGO             PIC 9(03).
           05 PD-DESCRICAO          PIC X(30).
           05 PD-CONTA              PIC X(06).
           05 FILLER                PIC X(11).

       FD IDX-DESP-RECORRENTES.
       01 DETALHE-DESP-RECORRENTE.
           05 DR-CODIGO             PIC 9(04).
           05 DR-DESCRICAO          PIC X(30).
           05 DR-CATEGORIA          PIC 9(03).
           05 DR-FORNECEDOR         PIC 9(05).
           05 DR-VALOR              PIC 9(08)V99.
           05 DR-DIA-VENCIMENTO     PIC 9(02).
           05 DR-ULTIMO-MES         PIC 9(06).
           05 DR-SITUACAO           PIC X(01).
               88 DR-ATIVA          VALUE 'A'.
               88 DR-ENCERRADA      VALUE 'E'.
           05 FILLER                PIC X(10).

       FD IDX-DESP-TITULOS.
       01 DETALHE-DESP-TITULO.
           05 DT-TITULO             PIC 9(06).
           05 DT-CATEGORIA          PIC 9(03).
           05 DT-DESCRICAO          PIC X(30).
           05 DT-RECORRENTE         PIC 9(04).
           05 DT-MES-REFERENCIA     PIC 9(06).
           05 FILLER                PIC X(10).

      *    Mesmo layout de DETALHE-CONTA-PAGAR em Recebimento.cbl
       FD IDX-CONTAS-PAGAR.
       01 DETALHE-CONTA-PAGAR.
           05 CP-NUMERO             PIC 9(06).
           05 CP-FORNECEDOR         PIC 9(05).
           05 CP-NOTA-FISCAL        PIC X(15).
           05 CP-VALOR              PIC 9(08)V99.
           05 CP-DATA-EMISSAO       PIC 9(08).
           05 CP-DATA-VENCIMENTO    PIC 9(08).
           05 CP-STATUS             PIC X(01).
               88 CP-ABERTO         VALUE 'A'.
               88 CP-PAGO           VALUE 'P'.
           05 CP-DATA-PAGAMENTO     PIC 9(08).
           05 CP-OC-NUMERO          PIC 9(05).

       FD ARQ-CONTROLE-CP.
       01 LINHA-CONTROLE-CP         PIC 9(06).

      *    Mesmo layout de DETALHE-FORNECEDOR em CRUD.cbl,
      *    redeclarado aqui apenas para consulta
       FD IDX-FORNECEDORES.
       01 DETALHE-FORNECEDOR.
           05 FORNECEDOR-CODIGO     PIC 9(05).
           05 FORNECEDOR-NOME       PIC X(30).
           05 FORNECEDOR-CONTATO    PIC X(20).
           05 FORNECEDOR-PRAZO      PIC 9(03).
           05 FORNECEDOR-DOCUMENTO  PIC X(14).
           05 FORNECEDOR-BANCO      PIC 9(03).
           05 FORNECEDOR-AGENCIA    PIC X(05).
           05 FORNECEDOR-CONTA      PIC X(13).
           05 FORNECEDOR-CHAVE-PIX  PIC X(60).
           05 FILLER                PIC X(20).

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
                          WS-STATUS-REC-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-REC-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-REC-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-REC-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-REC-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-REC-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-REC.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-DT-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-DT-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-DT-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-DT-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-DT-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-DT-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-DT.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-CP-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CP-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CP-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CP-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CP-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CP-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CP.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-CTRL-CP-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CTRL-CP-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CTRL-CP-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CTRL-CP-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CTRL-CP-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CTRL-CP-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CTRL-CP.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-FORN-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-FORN-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-FORN-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-FORN-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-FORN-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-FORN-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-FORN.

      *    Diretório de dados e caminhos, resolvidos via ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-PLANO-DESPESAS     PIC X(80).
       01 WS-PATH-DESP-RECORRENTES   PIC X(80).
       01 WS-PATH-DESP-TITULOS       PIC X(80).
       01 WS-PATH-CONTAS-PAGAR       PIC X(80).
       01 WS-PATH-CONTROLE-CP        PIC X(80).
       01 WS-PATH-FORNECEDORES       PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-EOF                    PIC X(01).
       01 WS-CONTADOR               PIC 9(05).
       01 WS-VERIFICACAO            PIC X(01).
       01 WS-DATA-HOJE              PIC 9(08).

      * Plano de contas padrão, gravado quando o arquivo é criado
       01 WS-PLANO-PADRAO.
           05 FILLER PIC X(39)
             VALUE "001ALUGUEL                       4.1.01".
           05 FILLER PIC X(39)
             VALUE "002ENERGIA ELETRICA E AGUA       4.1.02".
           05 FILLER PIC X(39)
             VALUE "003TELEFONE E INTERNET           4.1.03".
           05 FILLER PIC X(39)
             VALUE "004HONORARIOS CONTABEIS          4.1.04".
           05 FILLER PIC X(39)
             VALUE "005FRETES E ENTREGAS             4.1.05".
           05 FILLER PIC X(39)
             VALUE "006MANUTENCAO E LIMPEZA          4.1.06".
           05 FILLER PIC X(39)
             VALUE "007TARIFAS BANCARIAS             4.1.07".
           05 FILLER PIC X(39)
             VALUE "099OUTRAS DESPESAS               4.1.99".
       01 WS-PLANO-PADRAO-R REDEFINES WS-PLANO-PADRAO.
           05 WS-PLANO-PADRAO-ITEM  OCCURS 8 TIMES.
               10 WS-PP-CODIGO      PIC 9(03).
               10 WS-PP-DESCRICAO   PIC X(30).
               10 WS-PP-CONTA       PIC X(06).
       01 WS-IDX-PLANO              PIC 9(02).

      * Variáveis do cadastro do plano de despesas
       01 WS-CATEGORIA              PIC 9(03).
       01 WS-DESCRICAO              PIC X(30).
       01 WS-CONTA                  PIC X(06).
       01 WS-NOME-CATEGORIA         PIC X(30).
       01 WS-CATEGORIA-OK           PIC X(01).

      * Variáveis do lançamento de uma despesa avulsa
       01 WS-FORNECEDOR             PIC 9(05).
       01 WS-DOCUMENTO              PIC X(15).
       01 WS-VALOR                  PIC 9(08)V99.
       01 WS-VALOR-EDIT             PIC Z(7)9.99.
       01 WS-VENCIMENTO             PIC 9(08).
       01 WS-EH-DIA-UTIL            PIC X(01).
       01 WS-PROXIMO-DIA-UTIL       PIC 9(08).
       01 WS-ULTIMO-CP              PIC 9(06).
       01 WS-NOME-FORNECEDOR        PIC X(30).

      * Variáveis das contas recorrentes e da geração do mês
       01 WS-RECORRENTE             PIC 9(04).
       01 WS-DIA-VENCIMENTO         PIC 9(02).
       01 WS-PRIMEIRO-MES           PIC 9(06).
       01 WS-MES-GERAR              PIC 9(06).
       01 WS-MES-ALVO               PIC 9(06).
       01 WS-ANO-MES.
           05 WS-AM-ANO             PIC 9(04).
           05 WS-AM-MES             PIC 9(02).
       01 WS-DATA-MONTADA.
           05 WS-DM-ANO             PIC 9(04).
           05 WS-DM-MES             PIC 9(02).
           05 WS-DM-DIA             PIC 9(02).
       01 WS-DATA-MONTADA-N REDEFINES WS-DATA-MONTADA PIC 9(08).
       01 WS-ULTIMO-DIA-MES         PIC 9(02).
       01 WS-DATA-AUX               PIC 9(08).
       01 WS-QTD-GERADOS            PIC 9(05).
       01 WS-TOTAL-GERADO           PIC 9(09)V99.
       01 WS-TOTAL-EDIT             PIC Z(8)9.99.
       01 WS-TITULO-GRAVADO         PIC X(01).

       LINKAGE SECTION.
       01 LS-OPCAO                  PIC 9(02).

       PROCEDURE DIVISION USING LS-OPCAO.
       MAIN.
           PERFORM CONFIGURAR-CAMINHOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

      *    Switch da opção (numeração do menu complementar de
      *    Main.cbl; a geração do mês também é chamada pelo
      *    fechamento mensal)
           EVALUATE LS-OPCAO
             WHEN 9
               PERFORM CADASTRAR-CATEGORIA

             WHEN 10
               PERFORM LISTAR-PLANO-DESPESAS

             WHEN 11
               PERFORM LANCAR-DESPESA

             WHEN 12
               PERFORM CADASTRAR-RECORRENTE

             WHEN 13
               PERFORM LISTAR-RECORRENTES

             WHEN 14
               PERFORM GERAR-RECORRENTES
           END-EVALUATE.

      *    Retorna
           EXIT PROGRAM.


      *    Inclui ou altera uma categoria do plano de contas de
      *    despesa, com a conta contábil de débito
       CADASTRAR-CATEGORIA.
           DISPLAY "-----------------------------------".
           DISPLAY " PLANO DE CONTAS DE DESPESA"
           DISPLAY "-----------------------------------".
           DISPLAY "Informe o código da categoria: " WITH NO ADVANCING.
           ACCEPT WS-CATEGORIA.

           IF WS-CATEGORIA = 0
             DISPLAY "Erro! O código não pode ser zero!"
             EXIT PARAGRAPH
           END-IF.

           PERFORM ABRE-ARQ-PLANO.
           MOVE WS-CATEGORIA TO PD-CODIGO.

           READ IDX-PLANO-DESPESAS KEY IS PD-CODIGO
             INVALID KEY
               DISPLAY "Categoria nova."

             NOT INVALID KEY
               DISPLAY "Categoria atual: " PD-DESCRICAO
                 "  Conta: " PD-CONTA
           END-READ.
           CLOSE IDX-PLANO-DESPESAS.

           DISPLAY "Informe a descrição: " WITH NO ADVANCING.
           MOVE SPACES TO WS-DESCRICAO.
           ACCEPT WS-DESCRICAO.

           IF WS-DESCRICAO = SPACES
             DISPLAY "Erro! A descrição é obrigatória!"
             EXIT PARAGRAPH
           END-IF.

      *    Contas de despesa ficam no grupo 4 do plano do contador
           DISPLAY "Informe a conta de débito (ex.: 4.1.01): "
             WITH NO ADVANCING.
           MOVE SPACES TO WS-CONTA.
           ACCEPT WS-CONTA.

           IF WS-CONTA(1:1) NOT = "4"
             DISPLAY "Erro! A conta de despesa deve ser do grupo 4!"
             EXIT PARAGRAPH
           END-IF.

           PERFORM ABRE-ARQ-PLANO.

           MOVE SPACES TO DETALHE-PLANO-DESPESA.
           MOVE WS-CATEGORIA TO PD-CODIGO.
           MOVE FUNCTION UPPER-CASE(WS-DESCRICAO) TO PD-DESCRICAO.
           MOVE WS-CONTA TO PD-CONTA.

      *    Caso a categoria já exista, substitui
           WRITE DETALHE-PLANO-DESPESA
             INVALID KEY
               REWRITE DETALHE-PLANO-DESPESA
               DISPLAY "Categoria existente alterada!"

             NOT INVALID KEY
               DISPLAY "Sucesso! Categoria cadastrada!"
           END-WRITE.

           CLOSE IDX-PLANO-DESPESAS.

      *    Retorna
           EXIT PARAGRAPH.


       LISTAR-PLANO-DESPESAS.
           DISPLAY "-----------------------------------".
           DISPLAY " PLANO DE CONTAS DE DESPESA"
           DISPLAY "-----------------------------------".

           MOVE 0 TO WS-CONTADOR.
           MOVE 'N' TO WS-EOF.

           PERFORM ABRE-ARQ-PLANO.

           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-PLANO-DESPESAS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 ADD 1 TO WS-CONTADOR
                 DISPLAY PD-CODIGO " - " PD-DESCRICAO
                   "  Conta: " PD-CONTA
             END-READ
           END-PERFORM.

           CLOSE IDX-PLANO-DESPESAS.

           IF WS-CONTADOR = 0
             DISPLAY "Nenhuma categoria cadastrada."
           END-IF.
           DISPLAY " ".

      *    Retorna
           EXIT PARAGRAPH.


      *    Lança uma despesa avulsa como título em aberto de contas
      *    a pagar, sem recebimento de mercadorias
       LANCAR-DESPESA.
           DISPLAY "-----------------------------------".
           DISPLAY " LANÇAR DESPESA (CONTAS A PAGAR)"
           DISPLAY "-----------------------------------".

           DISPLAY "Informe a categoria da despesa: "
             WITH NO ADVANCING.
           ACCEPT WS-CATEGORIA.

           PERFORM BUSCAR-CATEGORIA.
           IF WS-CATEGORIA-OK NOT = 'S'
             DISPLAY "Erro! Categoria não cadastrada no plano de "
               "despesas!"
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Categoria: " WS-NOME-CATEGORIA.

           DISPLAY "Informe a descrição: " WITH NO ADVANCING.
           MOVE SPACES TO WS-DESCRICAO.
           ACCEPT WS-DESCRICAO.

           IF WS-DESCRICAO = SPACES
             MOVE WS-NOME-CATEGORIA TO WS-DESCRICAO
           END-IF.

      *    O favorecido é opcional; contas de concessionária e
      *    prestadores eventuais não precisam estar no cadastro
           DISPLAY "Informe o fornecedor (0 se não cadastrado): "
             WITH NO ADVANCING.
           ACCEPT WS-FORNECEDOR.

           IF WS-FORNECEDOR > 0
             PERFORM BUSCAR-FORNECEDOR
             IF WS-NOME-FORNECEDOR = SPACES
               DISPLAY "Erro! Fornecedor não cadastrado!"
               EXIT PARAGRAPH
             END-IF
             DISPLAY "Fornecedor: " WS-NOME-FORNECEDOR
           END-IF.

           DISPLAY "Informe o nº do documento (fatura/boleto): "
             WITH NO ADVANCING.
           MOVE SPACES TO WS-DOCUMENTO.
           ACCEPT WS-DOCUMENTO.

           DISPLAY "Informe o valor: R$" WITH NO ADVANCING.
           ACCEPT WS-VALOR.

           IF WS-VALOR = 0
             DISPLAY "Erro! O valor não pode ser zero!"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe a data de vencimento AAAAMMDD: "
             WITH NO ADVANCING.
           ACCEPT WS-VENCIMENTO.

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-VENCIMENTO) NOT = 0
             DISPLAY "Erro! Data de vencimento inválida!"
             EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-RECORRENTE.
           MOVE WS-VENCIMENTO(1:6) TO WS-MES-GERAR.

           PERFORM GRAVAR-TITULO-DESPESA.

           IF WS-TITULO-GRAVADO = 'S'
             MOVE WS-VALOR TO WS-VALOR-EDIT
             DISPLAY "Título Nº " WS-ULTIMO-CP " gerado: R$"
               WS-VALOR-EDIT "  Vencimento: " WS-VENCIMENTO
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Inclui ou altera uma conta fixa mensal; a situação 'E'
      *    encerra a conta sem apagar o que já foi gerado
       CADASTRAR-RECORRENTE.
           DISPLAY "-----------------------------------".
           DISPLAY " DESPESAS RECORRENTES (CONTAS FIXAS)"
           DISPLAY "-----------------------------------".
           DISPLAY "Informe o código da conta recorrente: "
             WITH NO ADVANCING.
           ACCEPT WS-RECORRENTE.

           IF WS-RECORRENTE = 0
             DISPLAY "Erro! O código não pode ser zero!"
             EXIT PARAGRAPH
           END-IF.

           PERFORM ABRE-ARQ-RECORRENTES.
           MOVE WS-RECORRENTE TO DR-CODIGO.

           READ IDX-DESP-RECORRENTES KEY IS DR-CODIGO
             INVALID KEY
               DISPLAY "Conta recorrente nova."

             NOT INVALID KEY
               PERFORM ALTERAR-RECORRENTE
               CLOSE IDX-DESP-RECORRENTES
               EXIT PARAGRAPH
           END-READ.
           CLOSE IDX-DESP-RECORRENTES.

           DISPLAY "Informe a categoria da despesa: "
             WITH NO ADVANCING.
           ACCEPT WS-CATEGORIA.

           PERFORM BUSCAR-CATEGORIA.
           IF WS-CATEGORIA-OK NOT = 'S'
             DISPLAY "Erro! Categoria não cadastrada no plano de "
               "despesas!"
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Categoria: " WS-NOME-CATEGORIA.

           DISPLAY "Informe a descrição: " WITH NO ADVANCING.
           MOVE SPACES TO WS-DESCRICAO.
           ACCEPT WS-DESCRICAO.

           IF WS-DESCRICAO = SPACES
             MOVE WS-NOME-CATEGORIA TO WS-DESCRICAO
           END-IF.

           DISPLAY "Informe o fornecedor (0 se não cadastrado): "
             WITH NO ADVANCING.
           ACCEPT WS-FORNECEDOR.

           IF WS-FORNECEDOR > 0
             PERFORM BUSCAR-FORNECEDOR
             IF WS-NOME-FORNECEDOR = SPACES
               DISPLAY "Erro! Fornecedor não cadastrado!"
               EXIT PARAGRAPH
             END-IF
           END-IF.

           DISPLAY "Informe o valor mensal: R$" WITH NO ADVANCING.
           ACCEPT WS-VALOR.

           IF WS-VALOR = 0
             DISPLAY "Erro! O valor não pode ser zero!"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe o dia do vencimento (1 a 31): "
             WITH NO ADVANCING.
           ACCEPT WS-DIA-VENCIMENTO.

           IF WS-DIA-VENCIMENTO < 1 OR WS-DIA-VENCIMENTO > 31
             DISPLAY "Erro! Dia de vencimento inválido!"
             EXIT PARAGRAPH
           END-IF.

      *    A conta passa a ser gerada a partir deste mês; o último
      *    mês gerado fica como o anterior a ele
           DISPLAY "Informe o primeiro mês a gerar AAAAMM: "
             WITH NO ADVANCING.
           ACCEPT WS-PRIMEIRO-MES.

           MOVE WS-PRIMEIRO-MES TO WS-ANO-MES.
           IF WS-AM-MES < 1 OR WS-AM-MES > 12 OR WS-AM-ANO < 2000
             DISPLAY "Erro! Mês inválido!"
             EXIT PARAGRAPH
           END-IF.

           IF WS-AM-MES = 1
             SUBTRACT 1 FROM WS-AM-ANO
             MOVE 12 TO WS-AM-MES
           ELSE
             SUBTRACT 1 FROM WS-AM-MES
           END-IF.

           PERFORM ABRE-ARQ-RECORRENTES.

           MOVE SPACES TO DETALHE-DESP-RECORRENTE.
           MOVE WS-RECORRENTE TO DR-CODIGO.
           MOVE FUNCTION UPPER-CASE(WS-DESCRICAO) TO DR-DESCRICAO.
           MOVE WS-CATEGORIA TO DR-CATEGORIA.
           MOVE WS-FORNECEDOR TO DR-FORNECEDOR.
           MOVE WS-VALOR TO DR-VALOR.
           MOVE WS-DIA-VENCIMENTO TO DR-DIA-VENCIMENTO.
           MOVE WS-ANO-MES TO DR-ULTIMO-MES.
           SET DR-ATIVA TO TRUE.

           WRITE DETALHE-DESP-RECORRENTE
             INVALID KEY
               DISPLAY "Erro ao gravar a conta recorrente! Status: "
                 WS-STATUS-REC

             NOT INVALID KEY
               DISPLAY "Sucesso! Conta recorrente cadastrada; será "
                 "gerada a partir de " WS-PRIMEIRO-MES "."
           END-WRITE.

           CLOSE IDX-DESP-RECORRENTES.

      *    Retorna
           EXIT PARAGRAPH.


      *    Altera valor, dia de vencimento e situação de uma conta
      *    recorrente já lida; títulos já gerados não mudam
       ALTERAR-RECORRENTE.
           MOVE DR-VALOR TO WS-VALOR-EDIT.
           DISPLAY "Conta: " DR-DESCRICAO.
           DISPLAY "  Valor: R$" WS-VALOR-EDIT
             "  Dia: " DR-DIA-VENCIMENTO
             "  Último mês gerado: " DR-ULTIMO-MES
             "  Situação: " DR-SITUACAO.

           DISPLAY "Novo valor mensal (0 mantém): R$"
             WITH NO ADVANCING.
           ACCEPT WS-VALOR.
           IF WS-VALOR > 0
             MOVE WS-VALOR TO DR-VALOR
           END-IF.

           DISPLAY "Novo dia do vencimento (0 mantém): "
             WITH NO ADVANCING.
           ACCEPT WS-DIA-VENCIMENTO.
           IF WS-DIA-VENCIMENTO > 31
             DISPLAY "Erro! Dia de vencimento inválido!"
             EXIT PARAGRAPH
           END-IF.
           IF WS-DIA-VENCIMENTO > 0
             MOVE WS-DIA-VENCIMENTO TO DR-DIA-VENCIMENTO
           END-IF.

           DISPLAY "Situação (A-Ativa, E-Encerrada, "
             "em branco mantém): " WITH NO ADVANCING.
           MOVE SPACES TO WS-VERIFICACAO.
           ACCEPT WS-VERIFICACAO.
           MOVE FUNCTION UPPER-CASE(WS-VERIFICACAO) TO WS-VERIFICACAO.

           IF WS-VERIFICACAO = 'A' OR WS-VERIFICACAO = 'E'
             MOVE WS-VERIFICACAO TO DR-SITUACAO
           END-IF.

           REWRITE DETALHE-DESP-RECORRENTE
             INVALID KEY
               DISPLAY "Erro ao alterar a conta recorrente!"

             NOT INVALID KEY
               DISPLAY "Sucesso! Conta recorrente alterada!"
           END-REWRITE.

      *    Retorna
           EXIT PARAGRAPH.


       LISTAR-RECORRENTES.
           DISPLAY "-----------------------------------".
           DISPLAY " DESPESAS RECORRENTES (CONTAS FIXAS)"
           DISPLAY "-----------------------------------".

           MOVE 0 TO WS-CONTADOR.
           MOVE 0 TO WS-TOTAL-GERADO.
           MOVE 'N' TO WS-EOF.

           PERFORM ABRE-ARQ-RECORRENTES.

           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-DESP-RECORRENTES NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 ADD 1 TO WS-CONTADOR
                 MOVE DR-VALOR TO WS-VALOR-EDIT
                 IF DR-ATIVA
                   ADD DR-VALOR TO WS-TOTAL-GERADO
                 END-IF
                 DISPLAY DR-CODIGO " - " DR-DESCRICAO
                   "  Categoria: " DR-CATEGORIA
                   "  Situação: " DR-SITUACAO
                 DISPLAY "  Valor: R$" WS-VALOR-EDIT
                   "  Dia: " DR-DIA-VENCIMENTO
                   "  Último mês gerado: " DR-ULTIMO-MES
             END-READ
           END-PERFORM.

           CLOSE IDX-DESP-RECORRENTES.

           IF WS-CONTADOR = 0
             DISPLAY "Nenhuma conta recorrente cadastrada."
           ELSE
             MOVE WS-TOTAL-GERADO TO WS-TOTAL-EDIT
             DISPLAY "-----------------------------------"
             DISPLAY "Total mensal das contas ativas: R$"
               WS-TOTAL-EDIT
           END-IF.
           DISPLAY " ".

      *    Retorna
           EXIT PARAGRAPH.


      *    Gera os títulos das contas recorrentes ativas até o mês
      *    seguinte ao corrente; meses ainda não gerados (sistema
      *    parado, conta cadastrada com início retroativo) são
      *    gerados também, e o último mês gerado de cada conta
      *    impede a duplicação quando a geração roda de novo
       GERAR-RECORRENTES.
           DISPLAY "-----------------------------------".
           DISPLAY " GERAR DESPESAS RECORRENTES"
           DISPLAY "-----------------------------------".

           MOVE WS-DATA-HOJE(1:6) TO WS-ANO-MES.
           PERFORM AVANCAR-MES.
           MOVE WS-ANO-MES TO WS-MES-ALVO.

           DISPLAY "Gerando as contas fixas até " WS-MES-ALVO ".".

           MOVE 0 TO WS-QTD-GERADOS.
           MOVE 0 TO WS-TOTAL-GERADO.
           MOVE 'N' TO WS-EOF.

           PERFORM ABRE-ARQ-RECORRENTES.

           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-DESP-RECORRENTES NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF DR-ATIVA AND DR-ULTIMO-MES < WS-MES-ALVO
                   PERFORM GERAR-MESES-RECORRENTE
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-DESP-RECORRENTES.

           MOVE WS-TOTAL-GERADO TO WS-TOTAL-EDIT.
           DISPLAY "Títulos gerados: " WS-QTD-GERADOS
             "  Total: R$" WS-TOTAL-EDIT.
           DISPLAY " ".

      *    Retorna
           EXIT PARAGRAPH.


      *    Gera os meses pendentes da conta recorrente corrente, um
      *    título por mês, e regrava o último mês gerado a cada
      *    título para uma interrupção não gerar em dobro
       GERAR-MESES-RECORRENTE.
           MOVE DR-CATEGORIA TO WS-CATEGORIA.
           MOVE DR-DESCRICAO TO WS-DESCRICAO.
           MOVE DR-FORNECEDOR TO WS-FORNECEDOR.
           MOVE DR-VALOR TO WS-VALOR.
           MOVE DR-CODIGO TO WS-RECORRENTE.

           MOVE DR-ULTIMO-MES TO WS-ANO-MES.
           PERFORM AVANCAR-MES.

           PERFORM UNTIL WS-ANO-MES > WS-MES-ALVO
             MOVE WS-ANO-MES TO WS-MES-GERAR
             PERFORM MONTAR-VENCIMENTO-MES

      *      Documento do título: código da conta e mês de referência
             MOVE SPACES TO WS-DOCUMENTO
             STRING "REC" DELIMITED BY SIZE
               DR-CODIGO DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-MES-GERAR DELIMITED BY SIZE
               INTO WS-DOCUMENTO
             END-STRING

             PERFORM GRAVAR-TITULO-DESPESA
             IF WS-TITULO-GRAVADO NOT = 'S'
               EXIT PERFORM
             END-IF

             ADD 1 TO WS-QTD-GERADOS
             ADD DR-VALOR TO WS-TOTAL-GERADO
             MOVE DR-VALOR TO WS-VALOR-EDIT
             DISPLAY "Título " WS-ULTIMO-CP " - " DR-DESCRICAO
               "  R$" WS-VALOR-EDIT "  Vencimento: " WS-VENCIMENTO

             MOVE WS-MES-GERAR TO DR-ULTIMO-MES
             REWRITE DETALHE-DESP-RECORRENTE

             MOVE WS-MES-GERAR TO WS-ANO-MES
             PERFORM AVANCAR-MES
           END-PERFORM.

      *    Retorna
           EXIT PARAGRAPH.


      *    Vencimento da conta no mês WS-MES-GERAR: o dia cadastrado,
      *    limitado ao último dia do mês e rolado para o próximo dia
      *    útil
       MONTAR-VENCIMENTO-MES.
           MOVE WS-MES-GERAR TO WS-ANO-MES.
           PERFORM AVANCAR-MES.
           MOVE WS-AM-ANO TO WS-DM-ANO.
           MOVE WS-AM-MES TO WS-DM-MES.
           MOVE 1 TO WS-DM-DIA.

      *    Último dia do mês: véspera do dia 1 do mês seguinte
           COMPUTE WS-DATA-AUX = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE(WS-DATA-MONTADA-N) - 1).
           MOVE WS-DATA-AUX(7:2) TO WS-ULTIMO-DIA-MES.

           MOVE WS-MES-GERAR(1:4) TO WS-DM-ANO.
           MOVE WS-MES-GERAR(5:2) TO WS-DM-MES.
           IF DR-DIA-VENCIMENTO > WS-ULTIMO-DIA-MES
             MOVE WS-ULTIMO-DIA-MES TO WS-DM-DIA
           ELSE
             MOVE DR-DIA-VENCIMENTO TO WS-DM-DIA
           END-IF.

           MOVE WS-DATA-MONTADA-N TO WS-VENCIMENTO.

      *    Retorna
           EXIT PARAGRAPH.


      *    Avança WS-ANO-MES (AAAAMM) em um mês
       AVANCAR-MES.
           IF WS-AM-MES = 12
             ADD 1 TO WS-AM-ANO
             MOVE 1 TO WS-AM-MES
           ELSE
             ADD 1 TO WS-AM-MES
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Grava o título em contas-pagar.idx e o seu complemento de
      *    despesa em despesas-titulos.idx, com o próximo número do
      *    controle compartilhado com o recebimento. Usa WS-CATEGORIA,
      *    WS-DESCRICAO, WS-FORNECEDOR, WS-DOCUMENTO, WS-VALOR,
      *    WS-VENCIMENTO, WS-RECORRENTE e WS-MES-GERAR
       GRAVAR-TITULO-DESPESA.
           MOVE 'N' TO WS-TITULO-GRAVADO.

      *    Vencimento em fim de semana ou feriado vai para o próximo
      *    dia útil, como os demais prazos da loja
           CALL "DiaUtil" USING WS-VENCIMENTO,
             WS-EH-DIA-UTIL, WS-PROXIMO-DIA-UTIL.
           IF WS-EH-DIA-UTIL NOT = 'S'
             MOVE WS-PROXIMO-DIA-UTIL TO WS-VENCIMENTO
           END-IF.

           PERFORM LER-CONTROLE-CP.
           ADD 1 TO WS-ULTIMO-CP.

           PERFORM ABRE-ARQ-CONTAS-PAGAR.

           MOVE WS-ULTIMO-CP TO CP-NUMERO.
           MOVE WS-FORNECEDOR TO CP-FORNECEDOR.
           MOVE WS-DOCUMENTO TO CP-NOTA-FISCAL.
           MOVE WS-VALOR TO CP-VALOR.
           MOVE WS-DATA-HOJE TO CP-DATA-EMISSAO.
           MOVE WS-VENCIMENTO TO CP-DATA-VENCIMENTO.
           SET CP-ABERTO TO TRUE.
           MOVE 0 TO CP-DATA-PAGAMENTO.
           MOVE 0 TO CP-OC-NUMERO.

           WRITE DETALHE-CONTA-PAGAR
             INVALID KEY
               DISPLAY "Erro ao gerar o título de contas a pagar! "
                 "Status: " WS-STATUS-CP

             NOT INVALID KEY
               MOVE 'S' TO WS-TITULO-GRAVADO
               PERFORM GRAVAR-CONTROLE-CP
           END-WRITE.

           CLOSE IDX-CONTAS-PAGAR.

           IF WS-TITULO-GRAVADO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           PERFORM ABRE-ARQ-DESP-TITULOS.

           MOVE SPACES TO DETALHE-DESP-TITULO.
           MOVE WS-ULTIMO-CP TO DT-TITULO.
           MOVE WS-CATEGORIA TO DT-CATEGORIA.
           MOVE FUNCTION UPPER-CASE(WS-DESCRICAO) TO DT-DESCRICAO.
           MOVE WS-RECORRENTE TO DT-RECORRENTE.
           MOVE WS-MES-GERAR TO DT-MES-REFERENCIA.

           WRITE DETALHE-DESP-TITULO
             INVALID KEY
               DISPLAY "Erro ao gravar a categoria do título "
                 WS-ULTIMO-CP "! Status: " WS-STATUS-DT
           END-WRITE.

           CLOSE IDX-DESP-TITULOS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Confirma WS-CATEGORIA no plano de despesas e devolve a
      *    descrição em WS-NOME-CATEGORIA
       BUSCAR-CATEGORIA.
           MOVE 'N' TO WS-CATEGORIA-OK.
           MOVE SPACES TO WS-NOME-CATEGORIA.

           PERFORM ABRE-ARQ-PLANO.
           MOVE WS-CATEGORIA TO PD-CODIGO.

           READ IDX-PLANO-DESPESAS KEY IS PD-CODIGO
             NOT INVALID KEY
               MOVE 'S' TO WS-CATEGORIA-OK
               MOVE PD-DESCRICAO TO WS-NOME-CATEGORIA
           END-READ.

           CLOSE IDX-PLANO-DESPESAS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Busca o nome de WS-FORNECEDOR; em branco quando não existe
       BUSCAR-FORNECEDOR.
           MOVE SPACES TO WS-NOME-FORNECEDOR.

           PERFORM ABRE-ARQ-FORN.
           MOVE WS-FORNECEDOR TO FORNECEDOR-CODIGO.

           READ IDX-FORNECEDORES KEY IS FORNECEDOR-CODIGO
             NOT INVALID KEY
               MOVE FORNECEDOR-NOME TO WS-NOME-FORNECEDOR
           END-READ.

           CLOSE IDX-FORNECEDORES.

      *    Retorna
           EXIT PARAGRAPH.


       LER-CONTROLE-CP.
           MOVE 0 TO WS-ULTIMO-CP.

           OPEN INPUT ARQ-CONTROLE-CP.

      *    Caso o arquivo de controle ainda não exista, começa do zero
           IF NOT WS-STATUS-CTRL-CP-FILE-NOT-FOUND
             READ ARQ-CONTROLE-CP INTO WS-ULTIMO-CP
               AT END
                 MOVE 0 TO WS-ULTIMO-CP
             END-READ
             CLOSE ARQ-CONTROLE-CP
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       GRAVAR-CONTROLE-CP.
           OPEN OUTPUT ARQ-CONTROLE-CP.

           MOVE WS-ULTIMO-CP TO LINHA-CONTROLE-CP.
           WRITE LINHA-CONTROLE-CP.

           CLOSE ARQ-CONTROLE-CP.

      *    Retorna
           EXIT PARAGRAPH.


      *    Na criação do arquivo, grava o plano de contas padrão da
      *    loja, que pode ser alterado e ampliado pelo cadastro
       ABRE-ARQ-PLANO.
           OPEN I-O IDX-PLANO-DESPESAS.

      *    Caso o arquivo não exista, cria com o plano padrão
           IF WS-STATUS-FILE-NOT-FOUND
             OPEN OUTPUT IDX-PLANO-DESPESAS
             PERFORM GRAVAR-PLANO-PADRAO
               VARYING WS-IDX-PLANO FROM 1 BY 1
               UNTIL WS-IDX-PLANO > 8
             CLOSE IDX-PLANO-DESPESAS
             PERFORM ABRE-ARQ-PLANO
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       GRAVAR-PLANO-PADRAO.
           MOVE SPACES TO DETALHE-PLANO-DESPESA.
           MOVE WS-PP-CODIGO(WS-IDX-PLANO) TO PD-CODIGO.
           MOVE WS-PP-DESCRICAO(WS-IDX-PLANO) TO PD-DESCRICAO.
           MOVE WS-PP-CONTA(WS-IDX-PLANO) TO PD-CONTA.
           WRITE DETALHE-PLANO-DESPESA.


       ABRE-ARQ-RECORRENTES.
           OPEN I-O IDX-DESP-RECORRENTES.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-REC-FILE-NOT-FOUND
             OPEN OUTPUT IDX-DESP-RECORRENTES
             CLOSE IDX-DESP-RECORRENTES
             PERFORM ABRE-ARQ-RECORRENTES
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-DESP-TITULOS.
           OPEN I-O IDX-DESP-TITULOS.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-DT-FILE-NOT-FOUND
             OPEN OUTPUT IDX-DESP-TITULOS
             CLOSE IDX-DESP-TITULOS
             PERFORM ABRE-ARQ-DESP-TITULOS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-CONTAS-PAGAR.
           OPEN I-O IDX-CONTAS-PAGAR.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-CP-FILE-NOT-FOUND
             OPEN OUTPUT IDX-CONTAS-PAGAR
             CLOSE IDX-CONTAS-PAGAR
             PERFORM ABRE-ARQ-CONTAS-PAGAR
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-FORN.
           OPEN I-O IDX-FORNECEDORES.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-FORN-FILE-NOT-FOUND
             OPEN OUTPUT IDX-FORNECEDORES
             CLOSE IDX-FORNECEDORES
             PERFORM ABRE-ARQ-FORN
           END-IF.

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
             "/plano-despesas.idx" DELIMITED BY SIZE
             INTO WS-PATH-PLANO-DESPESAS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/despesas-recorrentes.idx" DELIMITED BY SIZE
             INTO WS-PATH-DESP-RECORRENTES
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/despesas-titulos.idx" DELIMITED BY SIZE
             INTO WS-PATH-DESP-TITULOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/contas-pagar.idx" DELIMITED BY SIZE
             INTO WS-PATH-CONTAS-PAGAR
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/contas-pagar-controle.dat" DELIMITED BY SIZE
             INTO WS-PATH-CONTROLE-CP
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/fornecedores.idx" DELIMITED BY SIZE
             INTO WS-PATH-FORNECEDORES
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

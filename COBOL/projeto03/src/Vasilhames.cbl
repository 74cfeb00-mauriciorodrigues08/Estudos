       IDENTIFICATION DIVISION.
           PROGRAM-ID. Vasilhames.
           AUTHOR. Maurício Rodrigues.

      *    Controle de vasilhames retornáveis (engradados, garrafas,
      *    botijões): cadastro dos tipos com o valor do depósito e a
      *    contagem de vazios no depósito, devolução de vazios no
      *    balcão com reembolso do depósito em dinheiro ou em
      *    vale-troca, e os saldos de vasilhames por cliente e por
      *    fornecedor. O vínculo produto -> vasilhame fica no
      *    cadastro do produto (CRUD.cbl); a cobrança do depósito na
      *    venda fica em RealizarVenda.cbl e a devolução de vazios ao
      *    fornecedor, em Recebimento.cbl. Toda movimentação passa
      *    por MovimentarVasilhame.cbl.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-VASILHAMES
             ASSIGN TO DYNAMIC WS-PATH-VASILHAMES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-VAS
             RECORD KEY IS VAS-CODIGO.

           SELECT IDX-SALDOS-VASILHAME
             ASSIGN TO DYNAMIC WS-PATH-SALDOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-SLV
             RECORD KEY IS SLV-CHAVE.

           SELECT IDX-CLIENTES
             ASSIGN TO DYNAMIC WS-PATH-CLIENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-CLI
             RECORD KEY IS CLIENTE-CODIGO.

      *    Vale-troca emitido no reembolso do depósito, na mesma
      *    numeração dos vales do estorno (EstornarVenda.cbl)
           SELECT IDX-VALES
             ASSIGN TO DYNAMIC WS-PATH-VALES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-VALE
             RECORD KEY IS VALE-NUMERO.

           SELECT ARQ-CONTROLE-VALE
             ASSIGN TO DYNAMIC WS-PATH-CONTROLE-VALE
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CTRL-VALE.

      *    Registro de emissão dos vales-troca, com o operador que
      *    emitiu (o cadastro do vale não guarda o operador)
           SELECT LOG-VALES-EMITIDOS
             ASSIGN TO DYNAMIC WS-PATH-VALES-EMITIDOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-VEM.

      *    Movimentos da sessão de caixa (CaixaSessao.cbl): o
      *    reembolso em dinheiro sai da gaveta
           SELECT LOG-MOVIMENTOS-CAIXA
             ASSIGN TO DYNAMIC WS-PATH-MOVIMENTOS-CAIXA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-MOV.

       DATA DIVISION.
       FILE SECTION.
      *    Tipo de vasilhame, com o valor do depósito cobrado por
      *    unidade e a contagem de vazios guardados no depósito
       FD IDX-VASILHAMES.
       01 DETALHE-VASILHAME.
           05 VAS-CODIGO            PIC 9(03).
           05 VAS-DESCRICAO         PIC X(30).
           05 VAS-VALOR-DEPOSITO    PIC 9(04)V99.
           05 VAS-QTD-VAZIOS        PIC 9(05).
           05 FILLER                PIC X(20).

      *    Saldo de vasilhames por parceiro: cliente ('C', levou
      *    com depósito e ainda não devolveu) ou fornecedor ('F',
      *    entregou cheio e ainda não recebeu o vazio de volta)
       FD IDX-SALDOS-VASILHAME.
       01 DETALHE-SALDO-VASILHAME.
           05 SLV-CHAVE.
               10 SLV-PARCEIRO-TIPO PIC X(01).
                   88 SLV-CLIENTE    VALUE 'C'.
                   88 SLV-FORNECEDOR VALUE 'F'.
               10 SLV-PARCEIRO      PIC 9(05).
               10 SLV-VASILHAME     PIC 9(03).
           05 SLV-QTD               PIC 9(05).
           05 SLV-DATA-ULTIMO-MOV   PIC 9(08).
           05 FILLER                PIC X(10).

      *    Mesmo layout de DETALHE-CLIENTE em Clientes.cbl
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
           05 FILLER                PIC X(20).

      *    Mesmo layout de DETALHE-VALE em EstornarVenda.cbl
       FD IDX-VALES.
       01 DETALHE-VALE.
           05 VALE-NUMERO           PIC 9(06).
           05 VALE-CLIENTE          PIC 9(05).
           05 VALE-VALOR            PIC 9(06)V99.
           05 VALE-DATA-EMISSAO     PIC 9(08).
           05 VALE-DATA-VALIDADE    PIC 9(08).
           05 VALE-STATUS           PIC X(01).
               88 VALE-ATIVO        VALUE 'A'.
               88 VALE-UTILIZADO    VALUE 'U'.
           05 VALE-DATA-USO         PIC 9(08).

       FD ARQ-CONTROLE-VALE.
       01 LINHA-CONTROLE-VALE       PIC 9(06).

       FD LOG-VALES-EMITIDOS.
       01 LINHA-VALE-EMITIDO        PIC X(80).

       FD LOG-MOVIMENTOS-CAIXA.
       01 LINHA-MOVIMENTO           PIC X(80).

       WORKING-STORAGE SECTION.
      *    Status de arquivo, com condições nominadas compartilhadas
      *    via copybook (ex.: WS-STATUS-VAS-FILE-NOT-FOUND)
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-VAS-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-VAS-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-VAS-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-VAS-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-VAS-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-VAS-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-VAS.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-SLV-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-SLV-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-SLV-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-SLV-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-SLV-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-SLV-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-SLV.
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
                          WS-STATUS-VALE-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-VALE-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-VALE-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-VALE-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-VALE-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-VALE-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-VALE.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-CTRL-VALE-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CTRL-VALE-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CTRL-VALE-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CTRL-VALE-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CTRL-VALE-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CTRL-VALE-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CTRL-VALE.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-VEM-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-VEM-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-VEM-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-VEM-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-VEM-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-VEM-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-VEM.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-MOV-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-MOV-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-MOV-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-MOV-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-MOV-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-MOV-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-MOV.

      *    Diretório de dados e caminhos completos dos arquivos,
      *    resolvidos via ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-VASILHAMES         PIC X(80).
       01 WS-PATH-SALDOS             PIC X(80).
       01 WS-PATH-CLIENTES           PIC X(80).
       01 WS-PATH-VALES              PIC X(80).
       01 WS-PATH-VALES-EMITIDOS     PIC X(80).
       01 WS-PATH-CONTROLE-VALE      PIC X(80).
       01 WS-PATH-MOVIMENTOS-CAIXA   PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-EOF                    PIC X(01).
       01 WS-CONTADOR               PIC 9(05).
       01 WS-DATA-HOJE              PIC 9(08).
       01 WS-HORA-AGORA             PIC 9(08).
       01 WS-CONFIRMA               PIC X(01).

      *    Identificação do operador da devolução, validada contra
      *    o cadastro (Operadores.cbl)
       01 WS-OPERADOR               PIC X(10).
       01 WS-NIVEL-QUALQUER         PIC 9(01) VALUE 0.
       01 WS-RESULTADO-VALIDACAO    PIC X(02).

      * Variáveis do cadastro de tipo de vasilhame
       01 WS-VAS-CODIGO             PIC 9(03).
       01 WS-VAS-NOVO               PIC X(01).
       01 WS-DESCRICAO              PIC X(30).
       01 WS-VALOR-DEPOSITO         PIC 9(04)V99.
       01 WS-VAZIOS-INFORMADO       PIC X(06).
       01 WS-VAZIOS-CONTADOS        PIC 9(05).
       01 WS-VAZIOS-ANTERIOR        PIC 9(05).
       01 WS-DEPOSITO-EDIT          PIC ZZZ9.99.

      * Variáveis do lançamento via MovimentarVasilhame.cbl
       01 WS-MV-VASILHAME           PIC 9(03).
       01 WS-MV-PARCEIRO-TIPO       PIC X(01).
       01 WS-MV-PARCEIRO            PIC 9(05).
       01 WS-MV-QTD-SALDO           PIC S9(05).
       01 WS-MV-QTD-VAZIOS          PIC S9(05).
       01 WS-MV-OPERADOR            PIC X(10).
       01 WS-MV-REF                 PIC X(12).
       01 WS-MV-RESULTADO           PIC X(02).

      * Vasilhames devolvidos no balcão, por tipo, com o depósito
      * a reembolsar
       01 WS-CLIENTE-DEVOLUCAO      PIC 9(05).
       01 WS-QTD-DV                 PIC 9(02).
       01 WS-IDX-DV                 PIC 9(02).
       01 WS-MAIS-TIPOS             PIC X(01).
       01 WS-QTD-DEVOLVIDA          PIC 9(05).
       01 WS-DEVOLUCOES.
           05 WS-DV OCCURS 10 TIMES.
             10 WS-DV-VASILHAME     PIC 9(03).
             10 WS-DV-DESCRICAO     PIC X(30).
             10 WS-DV-QTD           PIC 9(05).
             10 WS-DV-VALOR         PIC 9(07)V99.
       01 WS-TOTAL-REEMBOLSO        PIC 9(07)V99.
       01 WS-TOTAL-REEMBOLSO-EDIT   PIC Z(6)9.99.
       01 WS-VALOR-LINHA-EDIT       PIC Z(6)9.99.
       01 WS-FORMA-REEMBOLSO        PIC 9(01).
           88 REEMBOLSO-DINHEIRO    VALUE 1.
           88 REEMBOLSO-VALE        VALUE 2.
       01 WS-REEMBOLSO-EDIT         PIC ZZZZZ9.99.
       01 WS-NOVA-LINHA             PIC X(80).

      * Variáveis da emissão do vale-troca do reembolso
       01 WS-ULTIMO-VALE            PIC 9(06).
       01 WS-VALIDADE-VALE-INT      PIC 9(07).

      * Variáveis da listagem de saldos
       01 WS-FILTRO-TIPO            PIC X(01).
       01 WS-DESC-PARCEIRO          PIC X(10).
       01 WS-NOME-PARCEIRO          PIC X(30).
       01 WS-VALOR-SALDO            PIC 9(07)V99.
       01 WS-TOTAL-SALDOS           PIC 9(09)V99.
       01 WS-TOTAL-SALDOS-EDIT      PIC Z(8)9.99.
       01 WS-QTD-CLIENTES-TIPO      PIC 9(07).
       01 WS-QTD-FORNECEDORES-TIPO  PIC 9(07).
       01 WS-EOF-SLV                PIC X(01).

      *    Arquivos auxiliares abertos só para consulta (podem não
      *    existir ainda)
       01 WS-SLV-ABERTO             PIC X(01).
       01 WS-VAS-ABERTO             PIC X(01).
       01 WS-CLI-ABERTO             PIC X(01).

       LINKAGE SECTION.
       01 LS-OPCAO                  PIC 9(02).

       PROCEDURE DIVISION USING LS-OPCAO.
       MAIN.
           PERFORM CONFIGURAR-CAMINHOS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

      *    Switch da opção
           EVALUATE LS-OPCAO
             WHEN 32
               PERFORM CADASTRAR-VASILHAME

             WHEN 33
               PERFORM LISTAR-VASILHAMES

             WHEN 35
               PERFORM DEVOLVER-VASILHAMES

             WHEN 36
               PERFORM LISTAR-SALDOS-VASILHAME
           END-EVALUATE.

      *    Retorna
           EXIT PROGRAM.


      *    Cadastra um tipo de vasilhame ou altera um existente:
      *    descrição, valor do depósito e a contagem física de vazios
      *    no depósito (a diferença entra no log como contagem)
       CADASTRAR-VASILHAME.
           DISPLAY "-----------------------------------".
           DISPLAY " CADASTRAR TIPO DE VASILHAME"
           DISPLAY "-----------------------------------".

           DISPLAY "Informe o código do vasilhame: " WITH NO ADVANCING.
           ACCEPT WS-VAS-CODIGO.

           IF WS-VAS-CODIGO = 0
             DISPLAY "Erro! O código não pode ser zero!"
             EXIT PARAGRAPH
           END-IF.

           PERFORM ABRE-ARQ-VASILHAMES.

           MOVE 'N' TO WS-VAS-NOVO.
           MOVE WS-VAS-CODIGO TO VAS-CODIGO.
           READ IDX-VASILHAMES KEY IS VAS-CODIGO
             INVALID KEY
               MOVE 'S' TO WS-VAS-NOVO
           END-READ.

           IF WS-VAS-NOVO = 'S'
             MOVE SPACES TO DETALHE-VASILHAME
             MOVE WS-VAS-CODIGO TO VAS-CODIGO
             MOVE 0 TO VAS-VALOR-DEPOSITO
             MOVE 0 TO VAS-QTD-VAZIOS
             DISPLAY "Novo tipo de vasilhame."
           ELSE
             MOVE VAS-VALOR-DEPOSITO TO WS-DEPOSITO-EDIT
             DISPLAY "Descrição: " VAS-DESCRICAO
             DISPLAY "Depósito: R$" WS-DEPOSITO-EDIT
               "  Vazios no depósito: " VAS-QTD-VAZIOS
           END-IF.

           MOVE VAS-QTD-VAZIOS TO WS-VAZIOS-ANTERIOR.

           DISPLAY "Descrição (em branco mantém): "
             WITH NO ADVANCING.
           MOVE SPACES TO WS-DESCRICAO.
           ACCEPT WS-DESCRICAO.
           IF WS-DESCRICAO NOT = SPACES
             MOVE WS-DESCRICAO TO VAS-DESCRICAO
           END-IF.

           IF VAS-DESCRICAO = SPACES
             DISPLAY "Erro! A descrição é obrigatória!"
             CLOSE IDX-VASILHAMES
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Valor do depósito por unidade (0 mantém): R$"
             WITH NO ADVANCING.
           ACCEPT WS-VALOR-DEPOSITO.
           IF WS-VALOR-DEPOSITO > 0
             MOVE WS-VALOR-DEPOSITO TO VAS-VALOR-DEPOSITO
           END-IF.

           IF VAS-VALOR-DEPOSITO = 0
             DISPLAY "Erro! O valor do depósito é obrigatório!"
             CLOSE IDX-VASILHAMES
             EXIT PARAGRAPH
           END-IF.

      *    Contagem física dos vazios guardados
           DISPLAY "Vazios contados no depósito (em branco mantém "
             WS-VAZIOS-ANTERIOR "): " WITH NO ADVANCING.
           MOVE SPACES TO WS-VAZIOS-INFORMADO.
           ACCEPT WS-VAZIOS-INFORMADO.
           IF WS-VAZIOS-INFORMADO = SPACES
             MOVE WS-VAZIOS-ANTERIOR TO WS-VAZIOS-CONTADOS
           ELSE
             MOVE FUNCTION NUMVAL(WS-VAZIOS-INFORMADO)
               TO WS-VAZIOS-CONTADOS
           END-IF.

           IF WS-VAS-NOVO = 'S'
             WRITE DETALHE-VASILHAME
           ELSE
             REWRITE DETALHE-VASILHAME
           END-IF.

           IF NOT WS-STATUS-VAS-OK
             DISPLAY "Erro ao gravar o vasilhame! Status: "
               WS-STATUS-VAS
             CLOSE IDX-VASILHAMES
             EXIT PARAGRAPH
           END-IF.

           CLOSE IDX-VASILHAMES.

      *    A diferença da contagem vai pelo lançamento central, para
      *    ficar no log de movimentos
           IF WS-VAZIOS-CONTADOS NOT = WS-VAZIOS-ANTERIOR
             MOVE WS-VAS-CODIGO TO WS-MV-VASILHAME
             MOVE SPACE TO WS-MV-PARCEIRO-TIPO
             MOVE 0 TO WS-MV-PARCEIRO
             MOVE 0 TO WS-MV-QTD-SALDO
             COMPUTE WS-MV-QTD-VAZIOS =
               WS-VAZIOS-CONTADOS - WS-VAZIOS-ANTERIOR
             MOVE "CADASTRO" TO WS-MV-OPERADOR
             MOVE "CONTAGEM" TO WS-MV-REF
             PERFORM MOVIMENTAR-VASILHAME
           END-IF.

           DISPLAY "Sucesso! Vasilhame " WS-VAS-CODIGO " gravado!".

      *    Retorna
           EXIT PARAGRAPH.


      *    Lista os tipos de vasilhame, com o depósito, os vazios no
      *    depósito, o que está com clientes e o que se deve aos
      *    fornecedores
       LISTAR-VASILHAMES.
           DISPLAY "-----------------------------------".
           DISPLAY " TIPOS DE VASILHAME"
           DISPLAY "-----------------------------------".

           MOVE 0 TO WS-CONTADOR.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT IDX-VASILHAMES.
           IF NOT WS-STATUS-VAS-OK
             DISPLAY "Nenhum vasilhame cadastrado."
             EXIT PARAGRAPH
           END-IF.

           PERFORM ABRE-CONSULTA-SALDOS.

      *    Loop de execução
           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-VASILHAMES NEXT RECORD

      *      Caso seja o final do arquivo (EOF)
             AT END
               MOVE 'S' TO WS-EOF

      *      Caso não seja o final do arquivo (EOF)
             NOT AT END
               ADD 1 TO WS-CONTADOR
               PERFORM SOMAR-SALDOS-TIPO
               MOVE VAS-VALOR-DEPOSITO TO WS-DEPOSITO-EDIT
               DISPLAY VAS-CODIGO " - " VAS-DESCRICAO
                 "  Depósito: R$" WS-DEPOSITO-EDIT
               DISPLAY "      Vazios no depósito: " VAS-QTD-VAZIOS
                 "  Com clientes: " WS-QTD-CLIENTES-TIPO
                 "  A devolver a fornecedores: "
                 WS-QTD-FORNECEDORES-TIPO
             END-READ
           END-PERFORM.

      *    Fecha os arquivos
           CLOSE IDX-VASILHAMES.
           IF WS-SLV-ABERTO = 'S'
             CLOSE IDX-SALDOS-VASILHAME
           END-IF.

           IF WS-CONTADOR = 0
             DISPLAY "Nenhum vasilhame cadastrado."
           END-IF.
           DISPLAY " ".

      *    Retorna
           EXIT PARAGRAPH.


      *    Soma os saldos de clientes e de fornecedores do tipo de
      *    vasilhame corrente (varredura completa dos saldos)
       SOMAR-SALDOS-TIPO.
           MOVE 0 TO WS-QTD-CLIENTES-TIPO.
           MOVE 0 TO WS-QTD-FORNECEDORES-TIPO.

           IF WS-SLV-ABERTO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO SLV-CHAVE.
           MOVE 'N' TO WS-EOF-SLV.
           START IDX-SALDOS-VASILHAME
             KEY IS NOT LESS THAN SLV-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF-SLV
           END-START.

           PERFORM UNTIL WS-EOF-SLV = 'S'
             READ IDX-SALDOS-VASILHAME NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-SLV

               NOT AT END
                 IF SLV-VASILHAME = VAS-CODIGO
                   IF SLV-CLIENTE
                     ADD SLV-QTD TO WS-QTD-CLIENTES-TIPO
                   ELSE
                     ADD SLV-QTD TO WS-QTD-FORNECEDORES-TIPO
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

      *    Retorna
           EXIT PARAGRAPH.


      *    Devolução de vazios no balcão: o cliente traz os
      *    vasilhames e recebe o depósito de volta em dinheiro (sai
      *    da gaveta) ou em vale-troca (usável na própria venda)
       DEVOLVER-VASILHAMES.
           DISPLAY "-----------------------------------".
           DISPLAY " DEVOLUÇÃO DE VASILHAMES"
           DISPLAY "-----------------------------------".

           PERFORM IDENTIFICAR-OPERADOR.
           IF WS-RESULTADO-VALIDACAO NOT = "OK"
             EXIT PARAGRAPH
           END-IF.

      *    Cliente identificado tem o saldo de vasilhames baixado
           DISPLAY "Informe o código do cliente (0 se não "
             "identificado): " WITH NO ADVANCING.
           ACCEPT WS-CLIENTE-DEVOLUCAO.

           IF WS-CLIENTE-DEVOLUCAO > 0
             OPEN INPUT IDX-CLIENTES
             MOVE WS-CLIENTE-DEVOLUCAO TO CLIENTE-CODIGO
             READ IDX-CLIENTES KEY IS CLIENTE-CODIGO
               INVALID KEY
                 DISPLAY "Cliente não cadastrado! Devolução segue "
                   "sem identificação."
                 MOVE 0 TO WS-CLIENTE-DEVOLUCAO

               NOT INVALID KEY
                 DISPLAY "Cliente: " CLIENTE-NOME
             END-READ
             CLOSE IDX-CLIENTES
           END-IF.

      *    Coleta os vasilhames devolvidos, tipo a tipo
           MOVE 0 TO WS-QTD-DV.
           MOVE 0 TO WS-TOTAL-REEMBOLSO.
           MOVE 'S' TO WS-MAIS-TIPOS.

           OPEN INPUT IDX-VASILHAMES.
           IF NOT WS-STATUS-VAS-OK
             DISPLAY "Nenhum vasilhame cadastrado."
             EXIT PARAGRAPH
           END-IF.

           PERFORM ABRE-CONSULTA-SALDOS.

           PERFORM COLETAR-TIPO-DEVOLVIDO
             UNTIL WS-MAIS-TIPOS NOT = 'S'
                OR WS-QTD-DV = 10.

           CLOSE IDX-VASILHAMES.
           IF WS-SLV-ABERTO = 'S'
             CLOSE IDX-SALDOS-VASILHAME
           END-IF.

           IF WS-QTD-DV = 0
             DISPLAY "Nenhum vasilhame informado. Devolução "
               "cancelada!"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-TOTAL-REEMBOLSO TO WS-TOTAL-REEMBOLSO-EDIT.
           DISPLAY "Depósito a reembolsar: R$" WS-TOTAL-REEMBOLSO-EDIT.
           DISPLAY "Reembolso (1-Dinheiro  2-Vale-Troca  0-Cancelar): "
             WITH NO ADVANCING.
           ACCEPT WS-FORMA-REEMBOLSO.

           IF NOT REEMBOLSO-DINHEIRO AND NOT REEMBOLSO-VALE
             DISPLAY "Operação Cancelada!"
             EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-HORA-AGORA FROM TIME.

           IF REEMBOLSO-DINHEIRO
             PERFORM REGISTRAR-SAIDA-CAIXA
             MOVE "DEVOLUCAO" TO WS-MV-REF
           ELSE
             PERFORM EMITIR-VALE-REEMBOLSO
             IF WS-ULTIMO-VALE = 0
               EXIT PARAGRAPH
             END-IF
             MOVE SPACES TO WS-MV-REF
             STRING
               "VALE "          DELIMITED BY SIZE
               WS-ULTIMO-VALE   DELIMITED BY SIZE
               INTO WS-MV-REF
             END-STRING
           END-IF.

      *    Baixa o saldo do cliente e devolve os vazios ao depósito
           MOVE 'C' TO WS-MV-PARCEIRO-TIPO.
           MOVE WS-CLIENTE-DEVOLUCAO TO WS-MV-PARCEIRO.
           MOVE WS-OPERADOR TO WS-MV-OPERADOR.
           PERFORM LANCAR-TIPO-DEVOLVIDO
             VARYING WS-IDX-DV FROM 1 BY 1
             UNTIL WS-IDX-DV > WS-QTD-DV.

           DISPLAY "Sucesso! Devolução registrada: R$"
             WS-TOTAL-REEMBOLSO-EDIT " reembolsados.".

      *    Retorna
           EXIT PARAGRAPH.


       COLETAR-TIPO-DEVOLVIDO.
           DISPLAY "Código do vasilhame devolvido (0 para encerrar): "
             WITH NO ADVANCING.
           ACCEPT WS-VAS-CODIGO.

           IF WS-VAS-CODIGO = 0
             MOVE 'N' TO WS-MAIS-TIPOS
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-VAS-CODIGO TO VAS-CODIGO.
           READ IDX-VASILHAMES KEY IS VAS-CODIGO
             INVALID KEY
               DISPLAY "Vasilhame não cadastrado!"
               EXIT PARAGRAPH
           END-READ.

           DISPLAY "Vasilhame: " VAS-DESCRICAO.

      *    Mostra quantos o cliente levou com depósito pago
           IF WS-CLIENTE-DEVOLUCAO > 0 AND WS-SLV-ABERTO = 'S'
             MOVE 'C' TO SLV-PARCEIRO-TIPO
             MOVE WS-CLIENTE-DEVOLUCAO TO SLV-PARCEIRO
             MOVE WS-VAS-CODIGO TO SLV-VASILHAME
             READ IDX-SALDOS-VASILHAME KEY IS SLV-CHAVE
               INVALID KEY
                 MOVE 0 TO SLV-QTD
             END-READ
             DISPLAY "Saldo do cliente neste vasilhame: " SLV-QTD
           END-IF.

           DISPLAY "Quantidade devolvida: " WITH NO ADVANCING.
           ACCEPT WS-QTD-DEVOLVIDA.

           IF WS-QTD-DEVOLVIDA = 0
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-DV.
           MOVE WS-VAS-CODIGO TO WS-DV-VASILHAME(WS-QTD-DV).
           MOVE VAS-DESCRICAO TO WS-DV-DESCRICAO(WS-QTD-DV).
           MOVE WS-QTD-DEVOLVIDA TO WS-DV-QTD(WS-QTD-DV).
           COMPUTE WS-DV-VALOR(WS-QTD-DV) =
             WS-QTD-DEVOLVIDA * VAS-VALOR-DEPOSITO.
           ADD WS-DV-VALOR(WS-QTD-DV) TO WS-TOTAL-REEMBOLSO.

           MOVE WS-DV-VALOR(WS-QTD-DV) TO WS-VALOR-LINHA-EDIT.
           DISPLAY WS-QTD-DEVOLVIDA " x " VAS-DESCRICAO
             " = R$" WS-VALOR-LINHA-EDIT.

      *    Retorna
           EXIT PARAGRAPH.


       LANCAR-TIPO-DEVOLVIDO.
           MOVE WS-DV-VASILHAME(WS-IDX-DV) TO WS-MV-VASILHAME.
           COMPUTE WS-MV-QTD-SALDO = 0 - WS-DV-QTD(WS-IDX-DV).
           MOVE WS-DV-QTD(WS-IDX-DV) TO WS-MV-QTD-VAZIOS.
           PERFORM MOVIMENTAR-VASILHAME.


      *    Reembolso em dinheiro: registra a saída no log de
      *    movimentos da sessão de caixa, para o fechamento descontar
      *    do valor esperado na gaveta
      *    Máscara: <data>;<hora>;VASILHAME;<valor>;<operador>
       REGISTRAR-SAIDA-CAIXA.
           MOVE WS-TOTAL-REEMBOLSO TO WS-REEMBOLSO-EDIT.

           MOVE SPACES TO WS-NOVA-LINHA.
           STRING
             WS-DATA-HOJE        DELIMITED BY SIZE
             ";"                 DELIMITED BY SIZE
             WS-HORA-AGORA       DELIMITED BY SIZE
             ";VASILHAME;"       DELIMITED BY SIZE
             WS-REEMBOLSO-EDIT   DELIMITED BY SIZE
             ";"                 DELIMITED BY SIZE
             WS-OPERADOR         DELIMITED BY SIZE
             INTO WS-NOVA-LINHA
           END-STRING.

           OPEN EXTEND LOG-MOVIMENTOS-CAIXA.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-MOV-FILE-NOT-FOUND
             OPEN OUTPUT LOG-MOVIMENTOS-CAIXA
           END-IF.

           MOVE WS-NOVA-LINHA TO LINHA-MOVIMENTO.
           WRITE LINHA-MOVIMENTO.
           CLOSE LOG-MOVIMENTOS-CAIXA.

           DISPLAY "Pague ao cliente R$" WS-TOTAL-REEMBOLSO-EDIT
             " da gaveta.".

      *    Retorna
           EXIT PARAGRAPH.


      *    Reembolso em vale-troca: vale numerado na sequência dos
      *    vales do estorno, com validade de 90 dias
       EMITIR-VALE-REEMBOLSO.
           PERFORM LER-CONTROLE-VALE.
           ADD 1 TO WS-ULTIMO-VALE.

           PERFORM ABRE-ARQ-VALES.

           MOVE WS-ULTIMO-VALE TO VALE-NUMERO.
           MOVE WS-CLIENTE-DEVOLUCAO TO VALE-CLIENTE.
           MOVE WS-TOTAL-REEMBOLSO TO VALE-VALOR.
           MOVE WS-DATA-HOJE TO VALE-DATA-EMISSAO.

      *    Validade de 90 dias a partir da emissão
           COMPUTE WS-VALIDADE-VALE-INT =
             FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + 90.
           COMPUTE VALE-DATA-VALIDADE =
             FUNCTION DATE-OF-INTEGER(WS-VALIDADE-VALE-INT).

           SET VALE-ATIVO TO TRUE.
           MOVE 0 TO VALE-DATA-USO.

           WRITE DETALHE-VALE
             INVALID KEY
               DISPLAY "Erro ao emitir o vale-troca! Devolução "
                 "não registrada."
               MOVE 0 TO WS-ULTIMO-VALE

             NOT INVALID KEY
               PERFORM GRAVAR-CONTROLE-VALE
               PERFORM REGISTRAR-EMISSAO-VALE
               MOVE WS-TOTAL-REEMBOLSO TO WS-REEMBOLSO-EDIT
               DISPLAY "Vale-troca Nº " VALE-NUMERO
                 " emitido: R$" WS-REEMBOLSO-EDIT
                 "  Válido até " VALE-DATA-VALIDADE
           END-WRITE.

           CLOSE IDX-VALES.

      *    Retorna
           EXIT PARAGRAPH.


      *    Registra a emissão do vale corrente (ainda no registro
      *    DETALHE-VALE) com o operador que o emitiu
      *    Máscara: <data>;<hora>;<operador>;<vale>;<cliente>;
      *             <valor>;<origem>
       REGISTRAR-EMISSAO-VALE.
           OPEN EXTEND LOG-VALES-EMITIDOS.
           IF WS-STATUS-VEM-FILE-NOT-FOUND
             OPEN OUTPUT LOG-VALES-EMITIDOS
           END-IF.

           MOVE SPACES TO LINHA-VALE-EMITIDO.
           STRING
             WS-DATA-HOJE            DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             WS-HORA-AGORA           DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             WS-OPERADOR             DELIMITED BY SPACE
             ";"                     DELIMITED BY SIZE
             VALE-NUMERO             DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             VALE-CLIENTE            DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             VALE-VALOR              DELIMITED BY SIZE
             ";VASILHAME"            DELIMITED BY SIZE
             INTO LINHA-VALE-EMITIDO
           END-STRING.
           WRITE LINHA-VALE-EMITIDO.

           CLOSE LOG-VALES-EMITIDOS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Lista os saldos de vasilhames por parceiro: clientes com
      *    vasilhames levados e não devolvidos, fornecedores com
      *    vazios a devolver
       LISTAR-SALDOS-VASILHAME.
           DISPLAY "-----------------------------------".
           DISPLAY " SALDOS DE VASILHAMES"
           DISPLAY "-----------------------------------".

           DISPLAY "Listar (C-Clientes  F-Fornecedores  em branco "
             "todos): " WITH NO ADVANCING.
           MOVE SPACE TO WS-FILTRO-TIPO.
           ACCEPT WS-FILTRO-TIPO.
           MOVE FUNCTION UPPER-CASE(WS-FILTRO-TIPO) TO WS-FILTRO-TIPO.

           MOVE 0 TO WS-CONTADOR.
           MOVE 0 TO WS-TOTAL-SALDOS.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT IDX-SALDOS-VASILHAME.
           IF NOT WS-STATUS-SLV-OK
             DISPLAY "Nenhum saldo de vasilhame registrado."
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-VAS-ABERTO.
           OPEN INPUT IDX-VASILHAMES.
           IF WS-STATUS-VAS-OK
             MOVE 'S' TO WS-VAS-ABERTO
           END-IF.

           MOVE 'N' TO WS-CLI-ABERTO.
           OPEN INPUT IDX-CLIENTES.
           IF WS-STATUS-CLI-OK
             MOVE 'S' TO WS-CLI-ABERTO
           END-IF.

      *    Loop de execução
           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-SALDOS-VASILHAME NEXT RECORD

      *      Caso seja o final do arquivo (EOF)
             AT END
               MOVE 'S' TO WS-EOF

      *      Caso não seja o final do arquivo (EOF)
             NOT AT END
               IF SLV-QTD > 0
                 AND (WS-FILTRO-TIPO = SPACE
                   OR WS-FILTRO-TIPO = SLV-PARCEIRO-TIPO)
                 PERFORM EXIBIR-SALDO-VASILHAME
               END-IF
             END-READ
           END-PERFORM.

      *    Fecha os arquivos
           CLOSE IDX-SALDOS-VASILHAME.
           IF WS-VAS-ABERTO = 'S'
             CLOSE IDX-VASILHAMES
           END-IF.
           IF WS-CLI-ABERTO = 'S'
             CLOSE IDX-CLIENTES
           END-IF.

           IF WS-CONTADOR = 0
             DISPLAY "Nenhum saldo de vasilhame em aberto."
           ELSE
             MOVE WS-TOTAL-SALDOS TO WS-TOTAL-SALDOS-EDIT
             DISPLAY "-----------------------------------"
             DISPLAY "Saldos listados: " WS-CONTADOR
               "  Valor em depósitos: R$" WS-TOTAL-SALDOS-EDIT
           END-IF.
           DISPLAY " ".

      *    Retorna
           EXIT PARAGRAPH.


       EXIBIR-SALDO-VASILHAME.
           ADD 1 TO WS-CONTADOR.

           MOVE SPACES TO VAS-DESCRICAO.
           MOVE 0 TO VAS-VALOR-DEPOSITO.
           IF WS-VAS-ABERTO = 'S'
             MOVE SLV-VASILHAME TO VAS-CODIGO
             READ IDX-VASILHAMES KEY IS VAS-CODIGO
               INVALID KEY
                 MOVE "(vasilhame excluído)" TO VAS-DESCRICAO
             END-READ
           END-IF.

           MOVE SPACES TO WS-NOME-PARCEIRO.
           IF SLV-CLIENTE
             MOVE "Cliente" TO WS-DESC-PARCEIRO
             IF WS-CLI-ABERTO = 'S'
               MOVE SLV-PARCEIRO TO CLIENTE-CODIGO
               READ IDX-CLIENTES KEY IS CLIENTE-CODIGO
                 NOT INVALID KEY
                   MOVE CLIENTE-NOME TO WS-NOME-PARCEIRO
               END-READ
             END-IF
           ELSE
             MOVE "Fornecedor" TO WS-DESC-PARCEIRO
           END-IF.

           COMPUTE WS-VALOR-SALDO = SLV-QTD * VAS-VALOR-DEPOSITO.
           ADD WS-VALOR-SALDO TO WS-TOTAL-SALDOS.
           MOVE WS-VALOR-SALDO TO WS-VALOR-LINHA-EDIT.

           DISPLAY WS-DESC-PARCEIRO " " SLV-PARCEIRO " "
             WS-NOME-PARCEIRO.
           DISPLAY "    " VAS-DESCRICAO " Qtd: " SLV-QTD
             "  Depósito: R$" WS-VALOR-LINHA-EDIT
             "  Último mov.: " SLV-DATA-ULTIMO-MOV.

      *    Retorna
           EXIT PARAGRAPH.


       IDENTIFICAR-OPERADOR.
           DISPLAY "Informe o código do operador: " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.

           CALL "ValidarOperador" USING WS-OPERADOR,
             WS-NIVEL-QUALQUER, WS-RESULTADO-VALIDACAO.

           IF WS-RESULTADO-VALIDACAO NOT = "OK"
             DISPLAY "Operação Cancelada!"
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Lançamento central do movimento de vasilhame
       MOVIMENTAR-VASILHAME.
           CALL "MovimentarVasilhame" USING WS-MV-VASILHAME,
             WS-MV-PARCEIRO-TIPO, WS-MV-PARCEIRO, WS-MV-QTD-SALDO,
             WS-MV-QTD-VAZIOS, WS-MV-OPERADOR, WS-MV-REF,
             WS-MV-RESULTADO.

           IF WS-MV-RESULTADO NOT = "OK"
             DISPLAY "Atenção! Movimento do vasilhame "
               WS-MV-VASILHAME " não registrado ("
               WS-MV-RESULTADO ")."
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       LER-CONTROLE-VALE.
           MOVE 0 TO WS-ULTIMO-VALE.

           OPEN INPUT ARQ-CONTROLE-VALE.

      *    Caso o arquivo de controle ainda não exista, começa do zero
           IF NOT WS-STATUS-CTRL-VALE-FILE-NOT-FOUND
             READ ARQ-CONTROLE-VALE INTO WS-ULTIMO-VALE
               AT END
                 MOVE 0 TO WS-ULTIMO-VALE
             END-READ
             CLOSE ARQ-CONTROLE-VALE
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       GRAVAR-CONTROLE-VALE.
           OPEN OUTPUT ARQ-CONTROLE-VALE.

           MOVE WS-ULTIMO-VALE TO LINHA-CONTROLE-VALE.
           WRITE LINHA-CONTROLE-VALE.

           CLOSE ARQ-CONTROLE-VALE.

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
             "/vasilhames.idx" DELIMITED BY SIZE
             INTO WS-PATH-VASILHAMES
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/saldos-vasilhame.idx" DELIMITED BY SIZE
             INTO WS-PATH-SALDOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/clientes.idx" DELIMITED BY SIZE
             INTO WS-PATH-CLIENTES
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/vales-troca.idx" DELIMITED BY SIZE
             INTO WS-PATH-VALES
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/vales-emitidos.log" DELIMITED BY SIZE
             INTO WS-PATH-VALES-EMITIDOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/vale-controle.dat" DELIMITED BY SIZE
             INTO WS-PATH-CONTROLE-VALE
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/caixa-movimentos.log" DELIMITED BY SIZE
             INTO WS-PATH-MOVIMENTOS-CAIXA
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


       ABRE-ARQ-VASILHAMES.
           OPEN I-O IDX-VASILHAMES.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-VAS-FILE-NOT-FOUND
             OPEN OUTPUT IDX-VASILHAMES
             CLOSE IDX-VASILHAMES
             PERFORM ABRE-ARQ-VASILHAMES
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Abre os saldos só para consulta; o arquivo nasce no
      *    primeiro movimento com parceiro
       ABRE-CONSULTA-SALDOS.
           MOVE 'N' TO WS-SLV-ABERTO.
           OPEN INPUT IDX-SALDOS-VASILHAME.
           IF WS-STATUS-SLV-OK
             MOVE 'S' TO WS-SLV-ABERTO
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-VALES.
           OPEN I-O IDX-VALES.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-VALE-FILE-NOT-FOUND
             OPEN OUTPUT IDX-VALES
             CLOSE IDX-VALES
             PERFORM ABRE-ARQ-VALES
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. RemessaPagamentos.
           AUTHOR. Maurício Rodrigues.

      *    Pagamento de fornecedores pelo banco, em lote: a remessa
      *    seleciona os títulos em aberto de contas-pagar.idx que
      *    vencem num intervalo de datas e grava um arquivo posicional
      *    para o banco (remessa-pagto-NNNNNN.rem), com os dados
      *    bancários do cadastro de fornecedores; o retorno lê o
      *    arquivo devolvido pelo banco e baixa cada título como pago
      *    ou registra a rejeição com o código de ocorrência do banco.
      *    A situação de cada título enviado fica em
      *    remessa-pagamentos.idx, o que impede mandar o mesmo título
      *    duas vezes e a baixa manual de um título que aguarda o
      *    retorno (ContasPagar.cbl). Cada linha processada do retorno
      *    vai para retorno-pagamentos.log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-CONTAS-PAGAR
             ASSIGN TO DYNAMIC WS-PATH-CONTAS-PAGAR
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS
             RECORD KEY IS CP-NUMERO.

           SELECT IDX-FORNECEDORES
             ASSIGN TO DYNAMIC WS-PATH-FORNECEDORES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-FORN
             RECORD KEY IS FORNECEDOR-CODIGO.

      *    Situação de cada título já mandado ao banco
           SELECT IDX-REMESSA-TITULOS
             ASSIGN TO DYNAMIC WS-PATH-REMESSA-TITULOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-RP
             RECORD KEY IS RP-TITULO.

      *    Controle do último número de remessa gerado
           SELECT ARQ-CONTROLE-REMESSA
             ASSIGN TO DYNAMIC WS-PATH-CONTROLE-REMESSA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CTRL.

      *    Arquivo de remessa para o banco; o nome leva o número da
      *    remessa
           SELECT ARQ-REMESSA
             ASSIGN TO DYNAMIC WS-PATH-REMESSA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-REM.

      *    Arquivo de retorno devolvido pelo banco, informado pelo
      *    operador
           SELECT ARQ-RETORNO
             ASSIGN TO DYNAMIC WS-PATH-RETORNO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-RET.

      *    Máscara: <data>;<hora>;<remessa>;<titulo>;<ocorrencia>;
      *             <situacao>;<valor>;<motivo>
           SELECT LOG-RETORNO
             ASSIGN TO DYNAMIC WS-PATH-LOG-RETORNO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LOG.

       DATA DIVISION.
       FILE SECTION.
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

      *    Mesmo layout de DETALHE-FORNECEDOR em Fornecedores.cbl,
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

       FD IDX-REMESSA-TITULOS.
       01 DETALHE-REMESSA-TITULO.
           05 RP-TITULO             PIC 9(06).
           05 RP-REMESSA            PIC 9(06).
           05 RP-DATA-REMESSA       PIC 9(08).
           05 RP-VALOR              PIC 9(08)V99.
           05 RP-SITUACAO           PIC X(01).
               88 RP-ENVIADO        VALUE 'E'.
               88 RP-PAGO           VALUE 'P'.
               88 RP-REJEITADO      VALUE 'R'.
           05 RP-OCORRENCIA         PIC X(02).
           05 RP-DATA-RETORNO       PIC 9(08).
           05 FILLER                PIC X(10).

       FD ARQ-CONTROLE-REMESSA.
       01 LINHA-CONTROLE-REMESSA    PIC 9(06).

      *    Registro da remessa: o tipo na primeira posição diz se é
      *    cabeçalho ('0'), pagamento ('1') ou rodapé ('9'); os
      *    valores vão sem ponto, com as duas casas decimais
      *    implícitas. Forma de pagamento: 'C' crédito em conta,
      *    'P' PIX (quando o fornecedor só tem a chave)
       FD ARQ-REMESSA.
       01 REMESSA-CABECALHO.
           05 RMH-TIPO              PIC X(01).
           05 RMH-IDENTIFICACAO     PIC X(08).
           05 RMH-REMESSA           PIC 9(06).
           05 RMH-DATA              PIC 9(08).
           05 RMH-HORA              PIC 9(08).
           05 FILLER                PIC X(169).
       01 REMESSA-PAGAMENTO.
           05 RMD-TIPO              PIC X(01).
           05 RMD-SEQ               PIC 9(05).
           05 RMD-TITULO            PIC 9(06).
           05 RMD-FORMA             PIC X(01).
           05 RMD-FORNECEDOR        PIC 9(05).
           05 RMD-NOME              PIC X(30).
           05 RMD-DOCUMENTO         PIC X(14).
           05 RMD-BANCO             PIC 9(03).
           05 RMD-AGENCIA           PIC X(05).
           05 RMD-CONTA             PIC X(13).
           05 RMD-CHAVE-PIX         PIC X(60).
           05 RMD-VENCIMENTO        PIC 9(08).
           05 RMD-VALOR             PIC 9(08)V99.
           05 RMD-NOTA-FISCAL       PIC X(15).
           05 FILLER                PIC X(24).
       01 REMESSA-RODAPE.
           05 RMT-TIPO              PIC X(01).
           05 RMT-REMESSA           PIC 9(06).
           05 RMT-QTD-PAGAMENTOS    PIC 9(05).
           05 RMT-VALOR-TOTAL       PIC 9(12)V99.
           05 FILLER                PIC X(174).

      *    Registro do retorno, no mesmo esquema de tipos da remessa.
      *    Ocorrência "00" = pago; qualquer outra é o código de
      *    rejeição do banco, com o motivo por extenso
       FD ARQ-RETORNO.
       01 RETORNO-REGISTRO.
           05 RTR-TIPO              PIC X(01).
           05 FILLER                PIC X(199).
       01 RETORNO-CABECALHO.
           05 RTH-TIPO              PIC X(01).
           05 RTH-IDENTIFICACAO     PIC X(08).
           05 RTH-REMESSA           PIC 9(06).
           05 RTH-DATA              PIC 9(08).
           05 FILLER                PIC X(177).
       01 RETORNO-PAGAMENTO.
           05 RTD-TIPO              PIC X(01).
           05 RTD-SEQ               PIC 9(05).
           05 RTD-TITULO            PIC 9(06).
           05 RTD-OCORRENCIA        PIC X(02).
           05 RTD-DATA-PAGAMENTO    PIC 9(08).
           05 RTD-VALOR-PAGO        PIC 9(08)V99.
           05 RTD-MOTIVO            PIC X(40).
           05 FILLER                PIC X(128).
       01 RETORNO-RODAPE.
           05 RTT-TIPO              PIC X(01).
           05 RTT-REMESSA           PIC 9(06).
           05 RTT-QTD-PAGAMENTOS    PIC 9(05).
           05 FILLER                PIC X(188).

       FD LOG-RETORNO.
       01 LINHA-LOG-RETORNO         PIC X(150).

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
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-RP-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-RP-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-RP-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-RP-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-RP-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-RP-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-RP.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-CTRL-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CTRL-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CTRL-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CTRL-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CTRL-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CTRL-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CTRL.
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

      *    Diretório de dados e caminhos, resolvidos via ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-CONTAS-PAGAR       PIC X(80).
       01 WS-PATH-FORNECEDORES       PIC X(80).
       01 WS-PATH-REMESSA-TITULOS    PIC X(80).
       01 WS-PATH-CONTROLE-REMESSA   PIC X(80).
       01 WS-PATH-LOG-RETORNO        PIC X(80).
       01 WS-PATH-REMESSA            PIC X(120).
       01 WS-PATH-RETORNO            PIC X(120).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-EOF                    PIC X(01).
       01 WS-VERIFICACAO            PIC X(01).
       01 WS-DATA-HOJE              PIC 9(08).
       01 WS-HORA-AGORA             PIC 9(08).
       01 WS-VALOR-EDIT             PIC Z(7)9.99.
       01 WS-TOTAL-EDIT             PIC Z(11)9.99.

      * Variáveis da geração da remessa
       01 WS-DATA-INICIAL           PIC 9(08).
       01 WS-DATA-FINAL             PIC 9(08).
       01 WS-ULTIMA-REMESSA         PIC 9(06).
       01 WS-QTD-SEM-DADOS          PIC 9(05).
       01 WS-QTD-EM-REMESSA         PIC 9(05).
       01 WS-QTD-SEM-FORNECEDOR     PIC 9(05).
       01 WS-TOTAL-REMESSA          PIC 9(12)V99.
       01 WS-DADOS-BANCARIOS-OK     PIC X(01).
       01 WS-FORMA-PAGAMENTO        PIC X(01).

      * Títulos selecionados para a remessa, conferidos pelo operador
      * antes da gravação do arquivo
       01 WS-QTD-SELECIONADOS       PIC 9(03) VALUE 0.
       01 WS-MAX-SELECIONADOS       PIC 9(03) VALUE 500.
       01 WS-TABELA-SELECIONADOS.
           05 WS-SEL OCCURS 500 TIMES.
               10 WS-SEL-TITULO         PIC 9(06).
               10 WS-SEL-FORNECEDOR     PIC 9(05).
               10 WS-SEL-VENCIMENTO     PIC 9(08).
               10 WS-SEL-VALOR          PIC 9(08)V99.
               10 WS-SEL-NOTA-FISCAL    PIC X(15).
       01 WS-IDX-SEL                PIC 9(03).

      * Variáveis do processamento do retorno
       01 WS-NOME-RETORNO           PIC X(40).
       01 WS-REMESSA-RETORNO        PIC 9(06).
       01 WS-QTD-LIDOS              PIC 9(05).
       01 WS-QTD-PAGOS              PIC 9(05).
       01 WS-QTD-REJEITADOS         PIC 9(05).
       01 WS-QTD-IGNORADOS          PIC 9(05).
       01 WS-QTD-RODAPE             PIC 9(05).
       01 WS-TEM-RODAPE             PIC X(01).
       01 WS-TOTAL-PAGO             PIC 9(12)V99.
       01 WS-SITUACAO-LOG           PIC X(20).
       01 WS-NOVA-LINHA-LOG         PIC X(150).

       LINKAGE SECTION.
       01 LS-OPCAO                  PIC 9(02).

       PROCEDURE DIVISION USING LS-OPCAO.
       MAIN.
           PERFORM CONFIGURAR-CAMINHOS.

      *    Switch da opção
           EVALUATE LS-OPCAO
             WHEN 17
               PERFORM GERAR-REMESSA

             WHEN 18
               PERFORM PROCESSAR-RETORNO
           END-EVALUATE.

      *    Retorna
           EXIT PROGRAM.


      *    Seleciona os títulos em aberto que vencem no intervalo
      *    pedido, mostra a relação para conferência e, confirmada,
      *    grava o arquivo de remessa e marca cada título como enviado
       GERAR-REMESSA.
           DISPLAY "-----------------------------------".
           DISPLAY " GERAR REMESSA DE PAGAMENTOS"
           DISPLAY "-----------------------------------".

           DISPLAY "Vencimento inicial (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-DATA-INICIAL.
           DISPLAY "Vencimento final (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-DATA-FINAL.

           IF WS-DATA-INICIAL = 0 OR WS-DATA-FINAL < WS-DATA-INICIAL
             DISPLAY "Erro! Intervalo de datas inválido!"
             EXIT PARAGRAPH
           END-IF.

           PERFORM SELECIONAR-TITULOS.

           DISPLAY "-----------------------------------".
           IF WS-QTD-EM-REMESSA > 0
             DISPLAY WS-QTD-EM-REMESSA " título(s) já enviado(s) em "
               "remessa anterior, aguardando o retorno do banco."
           END-IF.
           IF WS-QTD-SEM-FORNECEDOR > 0
             DISPLAY WS-QTD-SEM-FORNECEDOR " título(s) sem fornecedor "
               "cadastrado ficaram de fora (pagar pela baixa manual)."
           END-IF.
           IF WS-QTD-SEM-DADOS > 0
             DISPLAY WS-QTD-SEM-DADOS " título(s) de fornecedor sem "
               "CNPJ/CPF ou dados bancários ficaram de fora."
           END-IF.

           IF WS-QTD-SELECIONADOS = 0
             DISPLAY "Nenhum título a enviar no intervalo informado."
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-TOTAL-REMESSA TO WS-TOTAL-EDIT.
           DISPLAY WS-QTD-SELECIONADOS " título(s) selecionado(s), "
             "total R$" WS-TOTAL-EDIT.
           DISPLAY "Confirma a geração da remessa? (S/N): "
             WITH NO ADVANCING.
           ACCEPT WS-VERIFICACAO.

           IF FUNCTION UPPER-CASE(WS-VERIFICACAO) NOT = 'S'
             DISPLAY "Operação Cancelada!"
             EXIT PARAGRAPH
           END-IF.

           PERFORM GRAVAR-ARQUIVO-REMESSA.

      *    Retorna
           EXIT PARAGRAPH.


       SELECIONAR-TITULOS.
           MOVE 0 TO WS-QTD-SELECIONADOS.
           MOVE 0 TO WS-QTD-SEM-DADOS.
           MOVE 0 TO WS-QTD-EM-REMESSA.
           MOVE 0 TO WS-QTD-SEM-FORNECEDOR.
           MOVE 0 TO WS-TOTAL-REMESSA.

           OPEN INPUT IDX-CONTAS-PAGAR.
           IF NOT WS-STATUS-OK
             DISPLAY "Nenhum título em contas a pagar."
             EXIT PARAGRAPH
           END-IF.

           PERFORM ABRE-ARQ-FORN.
           PERFORM ABRE-ARQ-REMESSA-TITULOS.

           DISPLAY "Título  Vencimento  Fornecedor"
             "                           Valor".

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-CONTAS-PAGAR NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF NOT CP-ABERTO
                   OR CP-DATA-VENCIMENTO < WS-DATA-INICIAL
                   OR CP-DATA-VENCIMENTO > WS-DATA-FINAL
                   EXIT PERFORM CYCLE
                 END-IF

      *          Título já mandado e ainda sem retorno
                 MOVE CP-NUMERO TO RP-TITULO
                 READ IDX-REMESSA-TITULOS KEY IS RP-TITULO
                   NOT INVALID KEY
                     IF RP-ENVIADO
                       ADD 1 TO WS-QTD-EM-REMESSA
                       EXIT PERFORM CYCLE
                     END-IF
                 END-READ

                 IF CP-FORNECEDOR = 0
                   ADD 1 TO WS-QTD-SEM-FORNECEDOR
                   EXIT PERFORM CYCLE
                 END-IF

                 MOVE CP-FORNECEDOR TO FORNECEDOR-CODIGO
                 READ IDX-FORNECEDORES KEY IS FORNECEDOR-CODIGO
                   INVALID KEY
                     ADD 1 TO WS-QTD-SEM-FORNECEDOR
                     EXIT PERFORM CYCLE
                 END-READ

                 PERFORM VERIFICAR-DADOS-BANCARIOS
                 IF WS-DADOS-BANCARIOS-OK NOT = 'S'
                   ADD 1 TO WS-QTD-SEM-DADOS
                   DISPLAY "  Sem dados bancários: título " CP-NUMERO
                     " - " FORNECEDOR-NOME
                   EXIT PERFORM CYCLE
                 END-IF

                 IF WS-QTD-SELECIONADOS >= WS-MAX-SELECIONADOS
                   DISPLAY "Limite de " WS-MAX-SELECIONADOS
                     " títulos por remessa atingido; os demais "
                     "ficam para a próxima."
                   MOVE 'S' TO WS-EOF
                   EXIT PERFORM CYCLE
                 END-IF

                 ADD 1 TO WS-QTD-SELECIONADOS
                 MOVE CP-NUMERO TO WS-SEL-TITULO(WS-QTD-SELECIONADOS)
                 MOVE CP-FORNECEDOR
                   TO WS-SEL-FORNECEDOR(WS-QTD-SELECIONADOS)
                 MOVE CP-DATA-VENCIMENTO
                   TO WS-SEL-VENCIMENTO(WS-QTD-SELECIONADOS)
                 MOVE CP-VALOR TO WS-SEL-VALOR(WS-QTD-SELECIONADOS)
                 MOVE CP-NOTA-FISCAL
                   TO WS-SEL-NOTA-FISCAL(WS-QTD-SELECIONADOS)
                 ADD CP-VALOR TO WS-TOTAL-REMESSA

                 MOVE CP-VALOR TO WS-VALOR-EDIT
                 DISPLAY CP-NUMERO "  " CP-DATA-VENCIMENTO "    "
                   FORNECEDOR-NOME " " WS-VALOR-EDIT
             END-READ
           END-PERFORM.

           CLOSE IDX-CONTAS-PAGAR.
           CLOSE IDX-FORNECEDORES.
           CLOSE IDX-REMESSA-TITULOS.

      *    Retorna
           EXIT PARAGRAPH.


      *    O fornecedor corrente precisa de CNPJ/CPF e de conta (banco,
      *    agência e conta) ou chave PIX; devolve a forma de pagamento
      *    em WS-FORMA-PAGAMENTO
       VERIFICAR-DADOS-BANCARIOS.
           MOVE 'N' TO WS-DADOS-BANCARIOS-OK.
           MOVE SPACE TO WS-FORMA-PAGAMENTO.

           IF FORNECEDOR-DOCUMENTO = SPACES
             OR FORNECEDOR-DOCUMENTO = LOW-VALUES
             EXIT PARAGRAPH
           END-IF.

           IF FORNECEDOR-BANCO IS NUMERIC
             AND FORNECEDOR-BANCO > 0
             AND FORNECEDOR-AGENCIA NOT = SPACES
             AND FORNECEDOR-CONTA NOT = SPACES
             MOVE 'C' TO WS-FORMA-PAGAMENTO
             MOVE 'S' TO WS-DADOS-BANCARIOS-OK
             EXIT PARAGRAPH
           END-IF.

           IF FORNECEDOR-CHAVE-PIX NOT = SPACES
             AND FORNECEDOR-CHAVE-PIX NOT = LOW-VALUES
             MOVE 'P' TO WS-FORMA-PAGAMENTO
             MOVE 'S' TO WS-DADOS-BANCARIOS-OK
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       GRAVAR-ARQUIVO-REMESSA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.

           PERFORM LER-CONTROLE-REMESSA.
           ADD 1 TO WS-ULTIMA-REMESSA.

           MOVE SPACES TO WS-PATH-REMESSA.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/remessa-pagto-"   DELIMITED BY SIZE
             WS-ULTIMA-REMESSA   DELIMITED BY SIZE
             ".rem"              DELIMITED BY SIZE
             INTO WS-PATH-REMESSA
           END-STRING.

           OPEN OUTPUT ARQ-REMESSA.
           IF NOT WS-STATUS-REM-OK
             DISPLAY "Erro ao criar o arquivo de remessa! Status: "
               WS-STATUS-REM
             EXIT PARAGRAPH
           END-IF.

      *    O número fica reservado assim que o arquivo é criado
           PERFORM GRAVAR-CONTROLE-REMESSA.

           MOVE SPACES TO REMESSA-CABECALHO.
           MOVE "0" TO RMH-TIPO.
           MOVE "REMPAGTO" TO RMH-IDENTIFICACAO.
           MOVE WS-ULTIMA-REMESSA TO RMH-REMESSA.
           MOVE WS-DATA-HOJE TO RMH-DATA.
           MOVE WS-HORA-AGORA TO RMH-HORA.
           WRITE REMESSA-CABECALHO.

           PERFORM ABRE-ARQ-FORN.
           PERFORM ABRE-ARQ-REMESSA-TITULOS.

           PERFORM GRAVAR-PAGAMENTO-REMESSA
             VARYING WS-IDX-SEL FROM 1 BY 1
             UNTIL WS-IDX-SEL > WS-QTD-SELECIONADOS.

           CLOSE IDX-FORNECEDORES.
           CLOSE IDX-REMESSA-TITULOS.

           MOVE SPACES TO REMESSA-RODAPE.
           MOVE "9" TO RMT-TIPO.
           MOVE WS-ULTIMA-REMESSA TO RMT-REMESSA.
           MOVE WS-QTD-SELECIONADOS TO RMT-QTD-PAGAMENTOS.
           MOVE WS-TOTAL-REMESSA TO RMT-VALOR-TOTAL.
           WRITE REMESSA-RODAPE.

           CLOSE ARQ-REMESSA.

           MOVE WS-TOTAL-REMESSA TO WS-TOTAL-EDIT.
           DISPLAY "Sucesso! Remessa " WS-ULTIMA-REMESSA " gravada com "
             WS-QTD-SELECIONADOS " pagamento(s), total R$"
             WS-TOTAL-EDIT.
           DISPLAY "Arquivo: " FUNCTION TRIM(WS-PATH-REMESSA).

      *    Retorna
           EXIT PARAGRAPH.


      *    Um pagamento da remessa, com os dados bancários lidos do
      *    cadastro no momento da gravação
       GRAVAR-PAGAMENTO-REMESSA.
           MOVE WS-SEL-FORNECEDOR(WS-IDX-SEL) TO FORNECEDOR-CODIGO.
           READ IDX-FORNECEDORES KEY IS FORNECEDOR-CODIGO
             INVALID KEY
               MOVE SPACES TO DETALHE-FORNECEDOR
           END-READ.
           PERFORM VERIFICAR-DADOS-BANCARIOS.

           MOVE SPACES TO REMESSA-PAGAMENTO.
           MOVE "1" TO RMD-TIPO.
           MOVE WS-IDX-SEL TO RMD-SEQ.
           MOVE WS-SEL-TITULO(WS-IDX-SEL) TO RMD-TITULO.
           MOVE WS-FORMA-PAGAMENTO TO RMD-FORMA.
           MOVE WS-SEL-FORNECEDOR(WS-IDX-SEL) TO RMD-FORNECEDOR.
           MOVE FORNECEDOR-NOME TO RMD-NOME.
           MOVE FORNECEDOR-DOCUMENTO TO RMD-DOCUMENTO.
           IF WS-FORMA-PAGAMENTO = 'C'
             MOVE FORNECEDOR-BANCO TO RMD-BANCO
             MOVE FORNECEDOR-AGENCIA TO RMD-AGENCIA
             MOVE FORNECEDOR-CONTA TO RMD-CONTA
           ELSE
             MOVE 0 TO RMD-BANCO
             MOVE FORNECEDOR-CHAVE-PIX TO RMD-CHAVE-PIX
           END-IF.
           MOVE WS-SEL-VENCIMENTO(WS-IDX-SEL) TO RMD-VENCIMENTO.
           MOVE WS-SEL-VALOR(WS-IDX-SEL) TO RMD-VALOR.
           MOVE WS-SEL-NOTA-FISCAL(WS-IDX-SEL) TO RMD-NOTA-FISCAL.
           WRITE REMESSA-PAGAMENTO.

      *    Situação do título: enviado, aguardando o retorno. Um
      *    título rejeitado antes e reenviado tem o registro reusado
           MOVE SPACES TO DETALHE-REMESSA-TITULO.
           MOVE WS-SEL-TITULO(WS-IDX-SEL) TO RP-TITULO.
           MOVE WS-ULTIMA-REMESSA TO RP-REMESSA.
           MOVE WS-DATA-HOJE TO RP-DATA-REMESSA.
           MOVE WS-SEL-VALOR(WS-IDX-SEL) TO RP-VALOR.
           SET RP-ENVIADO TO TRUE.
           MOVE SPACES TO RP-OCORRENCIA.
           MOVE 0 TO RP-DATA-RETORNO.

           WRITE DETALHE-REMESSA-TITULO
             INVALID KEY
               REWRITE DETALHE-REMESSA-TITULO
           END-WRITE.


      *    Lê o retorno do banco e baixa cada título pago; rejeitados
      *    voltam a ficar disponíveis para a próxima remessa, com a
      *    ocorrência do banco registrada. Títulos que não estavam
      *    aguardando retorno (já processados ou desconhecidos) são
      *    apenas relatados, o que permite reprocessar o mesmo arquivo
       PROCESSAR-RETORNO.
           DISPLAY "-----------------------------------".
           DISPLAY " PROCESSAR RETORNO DO BANCO"
           DISPLAY "-----------------------------------".

           DISPLAY "Nome do arquivo de retorno (no diretório de "
             "dados): " WITH NO ADVANCING.
           MOVE SPACES TO WS-NOME-RETORNO.
           ACCEPT WS-NOME-RETORNO.

           IF WS-NOME-RETORNO = SPACES
             DISPLAY "Operação Cancelada!"
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-PATH-RETORNO.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/"                              DELIMITED BY SIZE
             FUNCTION TRIM(WS-NOME-RETORNO)   DELIMITED BY SIZE
             INTO WS-PATH-RETORNO
           END-STRING.

           OPEN INPUT ARQ-RETORNO.
           IF NOT WS-STATUS-RET-OK
             DISPLAY "Erro! Arquivo de retorno não encontrado!"
             EXIT PARAGRAPH
           END-IF.

      *    O primeiro registro precisa ser o cabeçalho do retorno de
      *    pagamentos
           READ ARQ-RETORNO
             AT END
               MOVE SPACES TO RETORNO-REGISTRO
           END-READ.

           IF RTH-TIPO NOT = "0"
             OR RTH-IDENTIFICACAO NOT = "RETPAGTO"
             DISPLAY "Erro! O arquivo não é um retorno de pagamentos!"
             CLOSE ARQ-RETORNO
             EXIT PARAGRAPH
           END-IF.

           MOVE RTH-REMESSA TO WS-REMESSA-RETORNO.
           DISPLAY "Retorno da remessa " WS-REMESSA-RETORNO
             " de " RTH-DATA.

           MOVE 0 TO WS-QTD-LIDOS.
           MOVE 0 TO WS-QTD-PAGOS.
           MOVE 0 TO WS-QTD-REJEITADOS.
           MOVE 0 TO WS-QTD-IGNORADOS.
           MOVE 0 TO WS-TOTAL-PAGO.
           MOVE 'N' TO WS-TEM-RODAPE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.

           PERFORM ABRE-ARQ-CONTAS-PAGAR.
           PERFORM ABRE-ARQ-REMESSA-TITULOS.
           PERFORM ABRE-ARQ-LOG-RETORNO.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-RETORNO
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 EVALUATE RTR-TIPO
                   WHEN "1"
                     ADD 1 TO WS-QTD-LIDOS
                     PERFORM PROCESSAR-PAGAMENTO-RETORNO
                   WHEN "9"
                     MOVE 'S' TO WS-TEM-RODAPE
                     MOVE RTT-QTD-PAGAMENTOS TO WS-QTD-RODAPE
                 END-EVALUATE
             END-READ
           END-PERFORM.

           CLOSE ARQ-RETORNO.
           CLOSE IDX-CONTAS-PAGAR.
           CLOSE IDX-REMESSA-TITULOS.
           CLOSE LOG-RETORNO.

           DISPLAY "-----------------------------------".
           MOVE WS-TOTAL-PAGO TO WS-TOTAL-EDIT.
           DISPLAY "Registros lidos: " WS-QTD-LIDOS
             "  pagos: " WS-QTD-PAGOS
             "  rejeitados: " WS-QTD-REJEITADOS
             "  ignorados: " WS-QTD-IGNORADOS.
           DISPLAY "Total baixado como pago: R$" WS-TOTAL-EDIT.

           IF WS-TEM-RODAPE NOT = 'S'
             DISPLAY "Atenção! Retorno sem rodapé; o arquivo pode "
               "estar incompleto. Confira com o banco."
           ELSE
             IF WS-QTD-RODAPE NOT = WS-QTD-LIDOS
               DISPLAY "Atenção! O rodapé informa " WS-QTD-RODAPE
                 " registro(s), mas foram lidos " WS-QTD-LIDOS "."
             END-IF
           END-IF.

           DISPLAY "Detalhes registrados em retorno-pagamentos.log.".

      *    Retorna
           EXIT PARAGRAPH.


       PROCESSAR-PAGAMENTO-RETORNO.
           MOVE RTD-TITULO TO RP-TITULO.
           READ IDX-REMESSA-TITULOS KEY IS RP-TITULO
             INVALID KEY
               MOVE "NAO CONSTA REMESSA" TO WS-SITUACAO-LOG
               ADD 1 TO WS-QTD-IGNORADOS
               PERFORM GRAVAR-LOG-RETORNO
               EXIT PARAGRAPH
           END-READ.

           IF NOT RP-ENVIADO
             MOVE "JA PROCESSADO" TO WS-SITUACAO-LOG
             ADD 1 TO WS-QTD-IGNORADOS
             PERFORM GRAVAR-LOG-RETORNO
             EXIT PARAGRAPH
           END-IF.

           MOVE RTD-OCORRENCIA TO RP-OCORRENCIA.
           MOVE WS-DATA-HOJE TO RP-DATA-RETORNO.

           IF RTD-OCORRENCIA NOT = "00"
             SET RP-REJEITADO TO TRUE
             REWRITE DETALHE-REMESSA-TITULO
             MOVE "REJEITADO" TO WS-SITUACAO-LOG
             ADD 1 TO WS-QTD-REJEITADOS
             DISPLAY "  Título " RTD-TITULO " rejeitado (ocorrência "
               RTD-OCORRENCIA "): " FUNCTION TRIM(RTD-MOTIVO)
             PERFORM GRAVAR-LOG-RETORNO
             EXIT PARAGRAPH
           END-IF.

           SET RP-PAGO TO TRUE.
           REWRITE DETALHE-REMESSA-TITULO.

           MOVE RTD-TITULO TO CP-NUMERO.
           READ IDX-CONTAS-PAGAR KEY IS CP-NUMERO
             INVALID KEY
               MOVE "TITULO INEXISTENTE" TO WS-SITUACAO-LOG
               ADD 1 TO WS-QTD-IGNORADOS
               DISPLAY "  Título " RTD-TITULO " pago pelo banco, mas "
                 "não existe em contas a pagar!"
               PERFORM GRAVAR-LOG-RETORNO
               EXIT PARAGRAPH
           END-READ.

           IF CP-PAGO
             MOVE "PAGO EM DUPLICIDADE" TO WS-SITUACAO-LOG
             ADD 1 TO WS-QTD-IGNORADOS
             DISPLAY "  Título " RTD-TITULO " já estava baixado em "
               CP-DATA-PAGAMENTO "; confira pagamento em duplicidade!"
             PERFORM GRAVAR-LOG-RETORNO
             EXIT PARAGRAPH
           END-IF.

           SET CP-PAGO TO TRUE.
           IF RTD-DATA-PAGAMENTO IS NUMERIC
             AND RTD-DATA-PAGAMENTO > 0
             MOVE RTD-DATA-PAGAMENTO TO CP-DATA-PAGAMENTO
           ELSE
             MOVE WS-DATA-HOJE TO CP-DATA-PAGAMENTO
           END-IF.
           REWRITE DETALHE-CONTA-PAGAR.

           ADD 1 TO WS-QTD-PAGOS.
           ADD RTD-VALOR-PAGO TO WS-TOTAL-PAGO.

           IF RTD-VALOR-PAGO NOT = CP-VALOR
             MOVE "PAGO VALOR DIVERGENTE" TO WS-SITUACAO-LOG
             MOVE RTD-VALOR-PAGO TO WS-VALOR-EDIT
             DISPLAY "  Título " RTD-TITULO " pago com valor "
               "diferente do título: R$" WS-VALOR-EDIT
           ELSE
             MOVE "PAGO" TO WS-SITUACAO-LOG
           END-IF.

           PERFORM GRAVAR-LOG-RETORNO.

      *    Retorna
           EXIT PARAGRAPH.


      *    Máscara: <data>;<hora>;<remessa>;<titulo>;<ocorrencia>;
      *             <situacao>;<valor>;<motivo>
       GRAVAR-LOG-RETORNO.
           MOVE RTD-VALOR-PAGO TO WS-VALOR-EDIT.

           MOVE SPACES TO WS-NOVA-LINHA-LOG.
           STRING
             WS-DATA-HOJE                    DELIMITED BY SIZE
             ";"                             DELIMITED BY SIZE
             WS-HORA-AGORA                   DELIMITED BY SIZE
             ";"                             DELIMITED BY SIZE
             WS-REMESSA-RETORNO              DELIMITED BY SIZE
             ";"                             DELIMITED BY SIZE
             RTD-TITULO                      DELIMITED BY SIZE
             ";"                             DELIMITED BY SIZE
             RTD-OCORRENCIA                  DELIMITED BY SIZE
             ";"                             DELIMITED BY SIZE
             FUNCTION TRIM(WS-SITUACAO-LOG)  DELIMITED BY SIZE
             ";"                             DELIMITED BY SIZE
             FUNCTION TRIM(WS-VALOR-EDIT)    DELIMITED BY SIZE
             ";"                             DELIMITED BY SIZE
             FUNCTION TRIM(RTD-MOTIVO)       DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-LOG
           END-STRING.

           MOVE WS-NOVA-LINHA-LOG TO LINHA-LOG-RETORNO.
           WRITE LINHA-LOG-RETORNO.

      *    Retorna
           EXIT PARAGRAPH.


       LER-CONTROLE-REMESSA.
           MOVE 0 TO WS-ULTIMA-REMESSA.

           OPEN INPUT ARQ-CONTROLE-REMESSA.

      *    Caso o arquivo de controle ainda não exista, começa do zero
           IF NOT WS-STATUS-CTRL-FILE-NOT-FOUND
             READ ARQ-CONTROLE-REMESSA INTO WS-ULTIMA-REMESSA
               AT END
                 MOVE 0 TO WS-ULTIMA-REMESSA
             END-READ
             CLOSE ARQ-CONTROLE-REMESSA
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       GRAVAR-CONTROLE-REMESSA.
           OPEN OUTPUT ARQ-CONTROLE-REMESSA.

           MOVE WS-ULTIMA-REMESSA TO LINHA-CONTROLE-REMESSA.
           WRITE LINHA-CONTROLE-REMESSA.

           CLOSE ARQ-CONTROLE-REMESSA.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-CONTAS-PAGAR.
           OPEN I-O IDX-CONTAS-PAGAR.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-FILE-NOT-FOUND
             OPEN OUTPUT IDX-CONTAS-PAGAR
             CLOSE IDX-CONTAS-PAGAR
             PERFORM ABRE-ARQ-CONTAS-PAGAR
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-FORN.
           OPEN INPUT IDX-FORNECEDORES.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-FORN-FILE-NOT-FOUND
             OPEN OUTPUT IDX-FORNECEDORES
             CLOSE IDX-FORNECEDORES
             PERFORM ABRE-ARQ-FORN
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-REMESSA-TITULOS.
           OPEN I-O IDX-REMESSA-TITULOS.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-RP-FILE-NOT-FOUND
             OPEN OUTPUT IDX-REMESSA-TITULOS
             CLOSE IDX-REMESSA-TITULOS
             PERFORM ABRE-ARQ-REMESSA-TITULOS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-LOG-RETORNO.
           OPEN EXTEND LOG-RETORNO.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-LOG-FILE-NOT-FOUND
             OPEN OUTPUT LOG-RETORNO
             CLOSE LOG-RETORNO
             PERFORM ABRE-ARQ-LOG-RETORNO
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
             "/contas-pagar.idx" DELIMITED BY SIZE
             INTO WS-PATH-CONTAS-PAGAR
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/fornecedores.idx" DELIMITED BY SIZE
             INTO WS-PATH-FORNECEDORES
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/remessa-pagamentos.idx" DELIMITED BY SIZE
             INTO WS-PATH-REMESSA-TITULOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/remessa-controle.dat" DELIMITED BY SIZE
             INTO WS-PATH-CONTROLE-REMESSA
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/retorno-pagamentos.log" DELIMITED BY SIZE
             INTO WS-PATH-LOG-RETORNO
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

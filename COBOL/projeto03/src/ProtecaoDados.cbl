       IDENTIFICATION DIVISION.
           PROGRAM-ID. ProtecaoDados.
           AUTHOR. Maurício Rodrigues.

      *    Atendimento aos pedidos do titular pela lei de proteção de
      *    dados (LGPD), para um código de cliente:
      *      65  relatório de tudo o que guardamos sobre o cliente:
      *          cadastro, fiados, vales-troca, encomendas, entregas
      *          (nome, telefone e endereço copiados na rota), cheques,
      *          documentos fiscais, recibos (recibos.log e arquivos
      *          mensais) e avisos enviados; gravado também em
      *          lgpd-cliente-NNNNN-AAAAMMDD.txt para entrega ao
      *          titular
      *      66  anonimização: apaga nome, telefone, documento e
      *          endereço em todos esses arquivos, mantendo códigos,
      *          valores e datas, para os totais de venda e de imposto
      *          continuarem fechando. Recusada enquanto houver fiado
      *          em aberto, vale-troca ativo, cheque ainda não
      *          compensado, encomenda ou entrega em andamento
      *    Todo pedido, atendido ou recusado, vai para
      *    lgpd-solicitacoes.log com o operador e a data.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-CLIENTES
             ASSIGN TO DYNAMIC WS-PATH-CLIENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-CLI
             RECORD KEY IS CLIENTE-CODIGO.

           SELECT IDX-FIADOS
             ASSIGN TO DYNAMIC WS-PATH-FIADOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-FIA
             RECORD KEY IS FIADO-CODIGO.

           SELECT IDX-VALES
             ASSIGN TO DYNAMIC WS-PATH-VALES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-VALE
             RECORD KEY IS VALE-NUMERO.

           SELECT IDX-ENCOMENDAS
             ASSIGN TO DYNAMIC WS-PATH-ENCOMENDAS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-ENC
             RECORD KEY IS ENC-NUMERO.

           SELECT IDX-ENTREGAS
             ASSIGN TO DYNAMIC WS-PATH-ENTREGAS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-ENT
             RECORD KEY IS ENT-NUMERO.

           SELECT IDX-CHEQUES
             ASSIGN TO DYNAMIC WS-PATH-CHEQUES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-CHQ
             RECORD KEY IS CHQ-CUSTODIA.

      *    Arquivo texto em leitura (documentos fiscais, recibos, fila
      *    e logs de avisos, listas RFM) e a cópia regravada, que
      *    substitui o original quando alguma linha é anonimizada
           SELECT ARQ-TEXTO-ORIGEM
             ASSIGN TO DYNAMIC WS-PATH-ORIGEM
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ORIG.

           SELECT ARQ-TEXTO-NOVO
             ASSIGN TO DYNAMIC WS-PATH-NOVO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-NOVO.

      *    Lista dos arquivos de uma família (um por dia ou por mês),
      *    gerada com ls no diretório de dados
           SELECT ARQ-LISTA
             ASSIGN TO DYNAMIC WS-PATH-LISTA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LISTA.

      *    Máscara: <data>;<hora>;<operador>;<cliente>;<pedido>;
      *             <situacao>
           SELECT LOG-SOLICITACOES
             ASSIGN TO DYNAMIC WS-PATH-SOLICITACOES
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LOG.

           SELECT ARQ-RELATORIO
             ASSIGN TO WS-NOME-RELATORIO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
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
               88 CREDITO-LIBERADO  VALUE 'L' ' '.
               88 CREDITO-BLOQUEADO VALUE 'B'.
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

      *    Mesmo layout de DETALHE-FIADO em VendaFiado.cbl
       FD IDX-FIADOS.
       01 DETALHE-FIADO.
           05 FIADO-CODIGO           PIC 9(05).
           05 FIADO-CLIENTE-CODIGO   PIC 9(05).
           05 FIADO-TIPO-REG         PIC X(01).
               88 FIADO-DOCUMENTO    VALUE 'D'.
           05 FIADO-QTD-ITENS        PIC 9(03).
           05 FIADO-RECIBO           PIC 9(06).
           05 FIADO-VALOR-VENDA      PIC 9(06)V99.
           05 FIADO-ORIGEM           PIC X(01).
               88 FIADO-CHEQUE-DEVOLVIDO VALUE 'C'.
           05 FILLER                 PIC X(21).
           05 FIADO-VALOR-TOTAL      PIC 9(06)V99.
           05 FIADO-VALOR-PAGO       PIC 9(06)V99.
           05 FIADO-VALOR-SALDO      PIC 9(06)V99.
           05 FIADO-OPERADOR         PIC X(10).
           05 FIADO-DATA             PIC 9(08).
           05 FIADO-DATA-VENCIMENTO  PIC 9(08).
           05 FIADO-STATUS           PIC X(01).
               88 FIADO-ABERTO       VALUE 'A'.
               88 FIADO-QUITADO      VALUE 'P'.
               88 FIADO-CANCELADO    VALUE 'C'.
               88 FIADO-INCOBRAVEL   VALUE 'I'.

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

      *    Mesmo layout de DETALHE-ENCOMENDA em Encomendas.cbl
       FD IDX-ENCOMENDAS.
       01 DETALHE-ENCOMENDA.
           05 ENC-NUMERO            PIC 9(05).
           05 ENC-DATA              PIC 9(08).
           05 ENC-CLIENTE           PIC 9(05).
           05 ENC-NOME              PIC X(30).
           05 ENC-TELEFONE          PIC X(15).
           05 ENC-PRODUTO           PIC 9(05).
           05 ENC-DESCRICAO         PIC X(30).
           05 ENC-QTD               PIC 9(03).
           05 ENC-SINAL             PIC 9(06)V99.
           05 ENC-STATUS            PIC X(01).
               88 ENC-ABERTA        VALUE 'A'.
               88 ENC-RESERVADA     VALUE 'R'.
               88 ENC-ATENDIDA      VALUE 'T'.
               88 ENC-CANCELADA     VALUE 'C'.
           05 ENC-DATA-STATUS       PIC 9(08).

      *    Mesmo layout de DETALHE-ENTREGA em Entregas.cbl
       FD IDX-ENTREGAS.
       01 DETALHE-ENTREGA.
           05 ENT-NUMERO            PIC 9(06).
           05 ENT-DATA              PIC 9(08).
           05 ENT-RECIBO            PIC 9(06).
           05 ENT-CLIENTE           PIC 9(05).
           05 ENT-NOME              PIC X(30).
           05 ENT-TELEFONE          PIC X(15).
           05 ENT-ENDERECO          PIC X(40).
           05 ENT-VALOR             PIC 9(06)V99.
           05 ENT-STATUS            PIC X(01).
               88 ENT-SEPARADA      VALUE 'S'.
               88 ENT-SAIU          VALUE 'A'.
               88 ENT-ENTREGUE      VALUE 'E'.
               88 ENT-DEVOLVIDA     VALUE 'D'.
           05 ENT-DATA-STATUS       PIC 9(08).

      *    Mesmo layout de DETALHE-CHEQUE em RegistrarCheque.cbl
       FD IDX-CHEQUES.
       01 DETALHE-CHEQUE.
           05 CHQ-CUSTODIA          PIC 9(06).
           05 CHQ-CLIENTE           PIC 9(05).
           05 CHQ-BANCO             PIC 9(03).
           05 CHQ-AGENCIA           PIC X(05).
           05 CHQ-NUMERO            PIC X(10).
           05 CHQ-DOCUMENTO         PIC X(14).
           05 CHQ-VALOR             PIC 9(06)V99.
           05 CHQ-DATA-RECEBIMENTO  PIC 9(08).
           05 CHQ-DATA-DEPOSITO     PIC 9(08).
           05 CHQ-ORIGEM            PIC X(01).
               88 CHQ-DE-VENDA      VALUE 'V'.
               88 CHQ-DE-FIADO      VALUE 'F'.
           05 CHQ-REFERENCIA        PIC 9(06).
           05 CHQ-OPERADOR          PIC X(10).
           05 CHQ-SITUACAO          PIC X(01).
               88 CHQ-EM-CUSTODIA   VALUE 'C'.
               88 CHQ-DEPOSITADO    VALUE 'D'.
               88 CHQ-COMPENSADO    VALUE 'K'.
               88 CHQ-DEVOLVIDO     VALUE 'R'.
           05 CHQ-DATA-DEPOSITADO   PIC 9(08).
           05 CHQ-DATA-BAIXA        PIC 9(08).
           05 CHQ-MOTIVO-DEVOLUCAO  PIC X(30).
           05 CHQ-FIADO-GERADO      PIC 9(05).
           05 FILLER                PIC X(20).

       FD ARQ-TEXTO-ORIGEM.
       01 LINHA-ORIGEM              PIC X(200).

       FD ARQ-TEXTO-NOVO.
       01 LINHA-NOVO                PIC X(200).

       FD ARQ-LISTA.
       01 LINHA-LISTA               PIC X(200).

       FD LOG-SOLICITACOES.
       01 LINHA-SOLICITACAO         PIC X(120).

       FD ARQ-RELATORIO.
       01 LINHA-RELATORIO           PIC X(132).

       WORKING-STORAGE SECTION.
      *    Status de arquivo, com condições nominadas compartilhadas
      *    via copybook (ex.: WS-STATUS-FILE-NOT-FOUND)
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
                          WS-STATUS-FIA-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-FIA-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-FIA-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-FIA-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-FIA-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-FIA-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-FIA.
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
                          WS-STATUS-ENC-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-ENC-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-ENC-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-ENC-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-ENC-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-ENC-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-ENC.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-ENT-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-ENT-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-ENT-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-ENT-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-ENT-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-ENT-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-ENT.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-CHQ-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CHQ-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CHQ-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CHQ-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CHQ-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CHQ-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CHQ.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-ORIG-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-ORIG-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-ORIG-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-ORIG-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-ORIG-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-ORIG-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-ORIG.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-NOVO-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-NOVO-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-NOVO-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-NOVO-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-NOVO-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-NOVO-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-NOVO.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-LISTA-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-LISTA-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-LISTA-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-LISTA-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-LISTA-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-LISTA-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-LISTA.
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
                          WS-STATUS-REL-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-REL-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-REL-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-REL-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-REL-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-REL-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-REL.

      *    Diretório de dados e caminhos, resolvidos via ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-CLIENTES           PIC X(80).
       01 WS-PATH-FIADOS             PIC X(80).
       01 WS-PATH-VALES              PIC X(80).
       01 WS-PATH-ENCOMENDAS         PIC X(80).
       01 WS-PATH-ENTREGAS           PIC X(80).
       01 WS-PATH-CHEQUES            PIC X(80).
       01 WS-PATH-DOC-FISCAL         PIC X(80).
       01 WS-PATH-FILA               PIC X(80).
       01 WS-PATH-NOVO               PIC X(80).
       01 WS-PATH-LISTA              PIC X(80).
       01 WS-PATH-SOLICITACOES       PIC X(80).
       01 WS-PATH-ORIGEM             PIC X(200).
       01 WS-NOME-RELATORIO          PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-EOF                    PIC X(01).
       01 WS-EOF-LISTA              PIC X(01).
       01 WS-DATA-HOJE              PIC 9(08).
       01 WS-HORA-AGORA             PIC 9(08).

       01 WS-OPERADOR               PIC X(10).
       01 WS-NIVEL-QUALQUER         PIC 9(01) VALUE 0.
       01 WS-NIVEL-SUPERVISOR       PIC 9(01) VALUE 2.
       01 WS-RESULTADO-VALIDACAO    PIC X(02).
       01 WS-CONFIRMA               PIC X(01).

      * Cliente do pedido
       01 WS-CLIENTE                PIC 9(05).
       01 WS-CLIENTE-X              PIC X(05).
       01 WS-CLIENTE-CADASTRADO     PIC X(01).
       01 WS-CLIENTE-NOME           PIC X(30).

      * Registro do pedido em lgpd-solicitacoes.log
       01 WS-TIPO-PEDIDO            PIC X(12).
       01 WS-SITUACAO-PEDIDO        PIC X(40).
       01 WS-NOVA-LINHA-LOG         PIC X(120).

      * Linha corrente do relatório ao titular
       01 WS-TEXTO-RELATORIO        PIC X(132).
       01 WS-QTD-ITENS-SECAO        PIC 9(05).
       01 WS-VALOR-EDIT             PIC ZZZZZ9.99.
       01 WS-SALDO-EDIT             PIC ZZZZZ9.99.

      * Recibos do cliente, apurados pelos documentos fiscais, para
      * localizar as linhas em recibos.log
       01 WS-QTD-RECIBOS            PIC 9(03) VALUE 0.
       01 WS-TABELA-RECIBOS.
           05 WS-RECIBO-CLI         PIC X(06) OCCURS 500 TIMES.
       01 WS-IDX-REC                PIC 9(03).
       01 WS-ACHOU-RECIBO           PIC X(01).
       01 WS-REC-NUMERO             PIC X(06).
       01 WS-REC-DATA               PIC X(08).
       01 WS-REC-TEXTO              PIC X(100).

      * Pendências que impedem a anonimização
       01 WS-QTD-PENDENCIAS         PIC 9(05).
       01 WS-PRIMEIRA-PENDENCIA     PIC X(40).

      * Contadores da anonimização, por arquivo
       01 WS-QTD-REG-ALTERADOS      PIC 9(05).
       01 WS-QTD-LIN-ALTERADAS      PIC 9(05).
       01 WS-QTD-LIN-ARQUIVO        PIC 9(05).
       01 WS-QTD-ARQ-ALTERADOS      PIC 9(05).

      * Linha de arquivo texto e seus campos, para apagar os dados
      * pessoais campo a campo sem mexer no resto da linha
       01 WS-LINHA-LIDA             PIC X(200).
       01 WS-LINHA-MONTADA          PIC X(200).
       01 WS-QTD-CAMPOS             PIC 9(02).
       01 WS-CAMPOS-LINHA.
           05 WS-CAMPO              PIC X(60) OCCURS 12 TIMES.
       01 WS-IDX-CAMPO              PIC 9(02).
       01 WS-PONTEIRO               PIC 9(03).
       01 WS-LINHA-ALTERADA         PIC X(01).
       01 WS-DESCARTA-LINHA         PIC X(01).

      * Família de arquivo texto em tratamento
       01 WS-TIPO-TEXTO             PIC X(01).
           88 TEXTO-DOC-FISCAL      VALUE 'F'.
           88 TEXTO-RECIBOS         VALUE 'B'.
           88 TEXTO-FILA-AVISOS     VALUE 'Q'.
           88 TEXTO-LOG-AVISOS      VALUE 'A'.
           88 TEXTO-LISTA-RFM       VALUE 'R'.
       01 WS-MODO-TEXTO             PIC X(01).
           88 MODO-RELATORIO        VALUE 'L'.
           88 MODO-ANONIMIZAR       VALUE 'X'.
       01 WS-PADRAO-LISTA           PIC X(30).
       01 WS-COMANDO                PIC X(300).

       LINKAGE SECTION.
       01 LS-OPCAO                  PIC 9(02).

       PROCEDURE DIVISION USING LS-OPCAO.
       MAIN.
           PERFORM CONFIGURAR-CAMINHOS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           EVALUATE LS-OPCAO
             WHEN 65
               PERFORM RELATORIO-DADOS-PESSOAIS

             WHEN 66
               PERFORM ANONIMIZAR-CLIENTE
           END-EVALUATE.

           EXIT PROGRAM.


      *    Relatório de dados pessoais do cliente, para entregar ao
      *    titular que pediu acesso aos seus dados
       RELATORIO-DADOS-PESSOAIS.
           DISPLAY "-----------------------------------".
           DISPLAY " DADOS PESSOAIS DO CLIENTE (LGPD)"
           DISPLAY "-----------------------------------".

           DISPLAY "Informe o código do operador: " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.

           CALL "ValidarOperador" USING WS-OPERADOR,
             WS-NIVEL-QUALQUER, WS-RESULTADO-VALIDACAO.

           IF WS-RESULTADO-VALIDACAO NOT = "OK"
             DISPLAY "Operação Cancelada!"
             EXIT PARAGRAPH
           END-IF.

           PERFORM RECEBER-CLIENTE.
           IF WS-CLIENTE = 0
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-NOME-RELATORIO.
           STRING
             FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/lgpd-cliente-"           DELIMITED BY SIZE
             WS-CLIENTE                 DELIMITED BY SIZE
             "-"                        DELIMITED BY SIZE
             WS-DATA-HOJE               DELIMITED BY SIZE
             ".txt"                     DELIMITED BY SIZE
             INTO WS-NOME-RELATORIO
           END-STRING.

           OPEN OUTPUT ARQ-RELATORIO.
           IF NOT WS-STATUS-REL-OK
             DISPLAY "Erro ao criar " FUNCTION TRIM(WS-NOME-RELATORIO)
               "! Status: " WS-STATUS-REL
             EXIT PARAGRAPH
           END-IF.

           MOVE "RELATORIO DE DADOS PESSOAIS" TO WS-TEXTO-RELATORIO.
           PERFORM EMITIR-LINHA-RELATORIO.
           MOVE SPACES TO WS-TEXTO-RELATORIO.
           STRING
             "Cliente: "        DELIMITED BY SIZE
             WS-CLIENTE         DELIMITED BY SIZE
             "   Emitido em: "  DELIMITED BY SIZE
             WS-DATA-HOJE       DELIMITED BY SIZE
             "   Operador: "    DELIMITED BY SIZE
             WS-OPERADOR        DELIMITED BY SIZE
             INTO WS-TEXTO-RELATORIO
           END-STRING.
           PERFORM EMITIR-LINHA-RELATORIO.

           PERFORM RELATAR-CADASTRO.
           PERFORM RELATAR-FIADOS.
           PERFORM RELATAR-VALES.
           PERFORM RELATAR-ENCOMENDAS.
           PERFORM RELATAR-ENTREGAS.
           PERFORM RELATAR-CHEQUES.

      *    Documentos fiscais dão os recibos do cliente; o corpo de
      *    cada recibo vem de recibos.log e dos arquivos mensais
           MOVE "L" TO WS-MODO-TEXTO.
           MOVE 0 TO WS-QTD-RECIBOS.
           PERFORM EMITIR-TITULO-SECAO.
           MOVE "DOCUMENTOS FISCAIS" TO WS-TEXTO-RELATORIO.
           PERFORM EMITIR-LINHA-RELATORIO.
           MOVE 0 TO WS-QTD-ITENS-SECAO.
           MOVE "F" TO WS-TIPO-TEXTO.
           MOVE WS-PATH-DOC-FISCAL TO WS-PATH-ORIGEM.
           PERFORM TRATAR-ARQUIVO-TEXTO.
           PERFORM EMITIR-SECAO-VAZIA.

           PERFORM EMITIR-TITULO-SECAO.
           MOVE "RECIBOS" TO WS-TEXTO-RELATORIO.
           PERFORM EMITIR-LINHA-RELATORIO.
           MOVE 0 TO WS-QTD-ITENS-SECAO.
           IF WS-QTD-RECIBOS > 0
             MOVE "B" TO WS-TIPO-TEXTO
             MOVE "recibos*.log" TO WS-PADRAO-LISTA
             PERFORM TRATAR-FAMILIA-ARQUIVOS
           END-IF.
           PERFORM EMITIR-SECAO-VAZIA.

           PERFORM EMITIR-TITULO-SECAO.
           MOVE "AVISOS AGUARDANDO ENVIO" TO WS-TEXTO-RELATORIO.
           PERFORM EMITIR-LINHA-RELATORIO.
           MOVE 0 TO WS-QTD-ITENS-SECAO.
           MOVE "Q" TO WS-TIPO-TEXTO.
           MOVE WS-PATH-FILA TO WS-PATH-ORIGEM.
           PERFORM TRATAR-ARQUIVO-TEXTO.
           PERFORM EMITIR-SECAO-VAZIA.

           PERFORM EMITIR-TITULO-SECAO.
           MOVE "AVISOS REGISTRADOS" TO WS-TEXTO-RELATORIO.
           PERFORM EMITIR-LINHA-RELATORIO.
           MOVE "hora;cliente;telefone;modelo;referencia;situacao"
             TO WS-TEXTO-RELATORIO.
           PERFORM EMITIR-LINHA-RELATORIO.
           MOVE 0 TO WS-QTD-ITENS-SECAO.
           MOVE "A" TO WS-TIPO-TEXTO.
           MOVE "avisos-[0-9]*.log" TO WS-PADRAO-LISTA.
           PERFORM TRATAR-FAMILIA-ARQUIVOS.
           PERFORM EMITIR-SECAO-VAZIA.

           PERFORM EMITIR-TITULO-SECAO.
           MOVE "Cópias de segurança guardam estes dados até a poda"
             TO WS-TEXTO-RELATORIO.
           PERFORM EMITIR-LINHA-RELATORIO.
           MOVE "das gerações mais antigas." TO WS-TEXTO-RELATORIO.
           PERFORM EMITIR-LINHA-RELATORIO.

           CLOSE ARQ-RELATORIO.

           DISPLAY " ".
           DISPLAY "Relatório gravado em: "
             FUNCTION TRIM(WS-NOME-RELATORIO).

           MOVE "RELATORIO" TO WS-TIPO-PEDIDO.
           MOVE "EMITIDO" TO WS-SITUACAO-PEDIDO.
           PERFORM REGISTRAR-SOLICITACAO.

      *    Retorna
           EXIT PARAGRAPH.


       RELATAR-CADASTRO.
           PERFORM EMITIR-TITULO-SECAO.
           MOVE "CADASTRO" TO WS-TEXTO-RELATORIO.
           PERFORM EMITIR-LINHA-RELATORIO.

           IF WS-CLIENTE-CADASTRADO = 'N'
             MOVE "Cliente não consta do cadastro."
               TO WS-TEXTO-RELATORIO
             PERFORM EMITIR-LINHA-RELATORIO
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT IDX-CLIENTES.
           MOVE WS-CLIENTE TO CLIENTE-CODIGO.
           READ IDX-CLIENTES KEY IS CLIENTE-CODIGO
             INVALID KEY
               MOVE SPACES TO DETALHE-CLIENTE
           END-READ.
           CLOSE IDX-CLIENTES.

           MOVE SPACES TO WS-TEXTO-RELATORIO.
           STRING "Nome: " CLIENTE-NOME DELIMITED BY SIZE
             INTO WS-TEXTO-RELATORIO
           END-STRING.
           PERFORM EMITIR-LINHA-RELATORIO.

           MOVE SPACES TO WS-TEXTO-RELATORIO.
           STRING "Telefone: " CLIENTE-TELEFONE
             "  Documento: " CLIENTE-DOCUMENTO
             DELIMITED BY SIZE INTO WS-TEXTO-RELATORIO
           END-STRING.
           PERFORM EMITIR-LINHA-RELATORIO.

           MOVE SPACES TO WS-TEXTO-RELATORIO.
           STRING "Endereço: " CLIENTE-ENDERECO
             DELIMITED BY SIZE INTO WS-TEXTO-RELATORIO
           END-STRING.
           PERFORM EMITIR-LINHA-RELATORIO.

           MOVE CLIENTE-LIMITE TO WS-VALOR-EDIT.
           MOVE SPACES TO WS-TEXTO-RELATORIO.
           STRING "Limite de crédito: R$" WS-VALOR-EDIT
             "  Pontos: " CLIENTE-PONTOS
             "  Situação do crédito: " CLIENTE-SIT-CREDITO
             DELIMITED BY SIZE INTO WS-TEXTO-RELATORIO
           END-STRING.
           PERFORM EMITIR-LINHA-RELATORIO.

           MOVE SPACES TO WS-TEXTO-RELATORIO.
           STRING "Classe: " CLIENTE-CLASSE
             "  Isento de encargos: " CLIENTE-ISENTO-ENC
             "  Recusa avisos: " CLIENTE-RECUSA-AVISOS
             DELIMITED BY SIZE INTO WS-TEXTO-RELATORIO
           END-STRING.
           PERFORM EMITIR-LINHA-RELATORIO.

      *    Retorna
           EXIT PARAGRAPH.


       RELATAR-FIADOS.
           PERFORM EMITIR-TITULO-SECAO.
           MOVE "FIADOS" TO WS-TEXTO-RELATORIO.
           PERFORM EMITIR-LINHA-RELATORIO.
           MOVE 0 TO WS-QTD-ITENS-SECAO.

           OPEN INPUT IDX-FIADOS.
           IF WS-STATUS-FIA-OK
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'S'
               READ IDX-FIADOS NEXT RECORD
                 AT END
                   MOVE 'S' TO WS-EOF

                 NOT AT END
                   IF FIADO-CLIENTE-CODIGO = WS-CLIENTE
                     ADD 1 TO WS-QTD-ITENS-SECAO
                     MOVE FIADO-VALOR-TOTAL TO WS-VALOR-EDIT
                     MOVE FIADO-VALOR-SALDO TO WS-SALDO-EDIT
                     MOVE SPACES TO WS-TEXTO-RELATORIO
                     STRING "Fiado " FIADO-CODIGO
                       "  Data: " FIADO-DATA
                       "  Vencimento: " FIADO-DATA-VENCIMENTO
                       "  Total: R$" WS-VALOR-EDIT
                       "  Saldo: R$" WS-SALDO-EDIT
                       "  Situação: " FIADO-STATUS
                       DELIMITED BY SIZE INTO WS-TEXTO-RELATORIO
                     END-STRING
                     PERFORM EMITIR-LINHA-RELATORIO
                   END-IF
               END-READ
             END-PERFORM
             CLOSE IDX-FIADOS
           END-IF.

           PERFORM EMITIR-SECAO-VAZIA.

      *    Retorna
           EXIT PARAGRAPH.


       RELATAR-VALES.
           PERFORM EMITIR-TITULO-SECAO.
           MOVE "VALES-TROCA" TO WS-TEXTO-RELATORIO.
           PERFORM EMITIR-LINHA-RELATORIO.
           MOVE 0 TO WS-QTD-ITENS-SECAO.

           OPEN INPUT IDX-VALES.
           IF WS-STATUS-VALE-OK
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'S'
               READ IDX-VALES NEXT RECORD
                 AT END
                   MOVE 'S' TO WS-EOF

                 NOT AT END
                   IF VALE-CLIENTE = WS-CLIENTE
                     ADD 1 TO WS-QTD-ITENS-SECAO
                     MOVE VALE-VALOR TO WS-VALOR-EDIT
                     MOVE SPACES TO WS-TEXTO-RELATORIO
                     STRING "Vale " VALE-NUMERO
                       "  Valor: R$" WS-VALOR-EDIT
                       "  Emissão: " VALE-DATA-EMISSAO
                       "  Validade: " VALE-DATA-VALIDADE
                       "  Situação: " VALE-STATUS
                       DELIMITED BY SIZE INTO WS-TEXTO-RELATORIO
                     END-STRING
                     PERFORM EMITIR-LINHA-RELATORIO
                   END-IF
               END-READ
             END-PERFORM
             CLOSE IDX-VALES
           END-IF.

           PERFORM EMITIR-SECAO-VAZIA.

      *    Retorna
           EXIT PARAGRAPH.


       RELATAR-ENCOMENDAS.
           PERFORM EMITIR-TITULO-SECAO.
           MOVE "ENCOMENDAS" TO WS-TEXTO-RELATORIO.
           PERFORM EMITIR-LINHA-RELATORIO.
           MOVE 0 TO WS-QTD-ITENS-SECAO.

           OPEN INPUT IDX-ENCOMENDAS.
           IF WS-STATUS-ENC-OK
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'S'
               READ IDX-ENCOMENDAS NEXT RECORD
                 AT END
                   MOVE 'S' TO WS-EOF

                 NOT AT END
                   IF ENC-CLIENTE = WS-CLIENTE
                     ADD 1 TO WS-QTD-ITENS-SECAO
                     MOVE SPACES TO WS-TEXTO-RELATORIO
                     STRING "Encomenda " ENC-NUMERO
                       "  Data: " ENC-DATA
                       "  Produto: " ENC-DESCRICAO
                       "  Qtd: " ENC-QTD
                       "  Situação: " ENC-STATUS
                       DELIMITED BY SIZE INTO WS-TEXTO-RELATORIO
                     END-STRING
                     PERFORM EMITIR-LINHA-RELATORIO
                     MOVE SPACES TO WS-TEXTO-RELATORIO
                     STRING "  Nome: " ENC-NOME
                       "  Telefone: " ENC-TELEFONE
                       DELIMITED BY SIZE INTO WS-TEXTO-RELATORIO
                     END-STRING
                     PERFORM EMITIR-LINHA-RELATORIO
                   END-IF
               END-READ
             END-PERFORM
             CLOSE IDX-ENCOMENDAS
           END-IF.

           PERFORM EMITIR-SECAO-VAZIA.

      *    Retorna
           EXIT PARAGRAPH.


       RELATAR-ENTREGAS.
           PERFORM EMITIR-TITULO-SECAO.
           MOVE "ENTREGAS" TO WS-TEXTO-RELATORIO.
           PERFORM EMITIR-LINHA-RELATORIO.
           MOVE 0 TO WS-QTD-ITENS-SECAO.

           OPEN INPUT IDX-ENTREGAS.
           IF WS-STATUS-ENT-OK
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'S'
               READ IDX-ENTREGAS NEXT RECORD
                 AT END
                   MOVE 'S' TO WS-EOF

                 NOT AT END
                   IF ENT-CLIENTE = WS-CLIENTE
                     ADD 1 TO WS-QTD-ITENS-SECAO
                     MOVE ENT-VALOR TO WS-VALOR-EDIT
                     MOVE SPACES TO WS-TEXTO-RELATORIO
                     STRING "Entrega " ENT-NUMERO
                       "  Data: " ENT-DATA
                       "  Recibo: " ENT-RECIBO
                       "  Valor: R$" WS-VALOR-EDIT
                       "  Situação: " ENT-STATUS
                       DELIMITED BY SIZE INTO WS-TEXTO-RELATORIO
                     END-STRING
                     PERFORM EMITIR-LINHA-RELATORIO
                     MOVE SPACES TO WS-TEXTO-RELATORIO
                     STRING "  Nome: " ENT-NOME
                       "  Telefone: " ENT-TELEFONE
                       DELIMITED BY SIZE INTO WS-TEXTO-RELATORIO
                     END-STRING
                     PERFORM EMITIR-LINHA-RELATORIO
                     MOVE SPACES TO WS-TEXTO-RELATORIO
                     STRING "  Endereço: " ENT-ENDERECO
                       DELIMITED BY SIZE INTO WS-TEXTO-RELATORIO
                     END-STRING
                     PERFORM EMITIR-LINHA-RELATORIO
                   END-IF
               END-READ
             END-PERFORM
             CLOSE IDX-ENTREGAS
           END-IF.

           PERFORM EMITIR-SECAO-VAZIA.

      *    Retorna
           EXIT PARAGRAPH.


       RELATAR-CHEQUES.
           PERFORM EMITIR-TITULO-SECAO.
           MOVE "CHEQUES" TO WS-TEXTO-RELATORIO.
           PERFORM EMITIR-LINHA-RELATORIO.
           MOVE 0 TO WS-QTD-ITENS-SECAO.

           OPEN INPUT IDX-CHEQUES.
           IF WS-STATUS-CHQ-OK
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'S'
               READ IDX-CHEQUES NEXT RECORD
                 AT END
                   MOVE 'S' TO WS-EOF

                 NOT AT END
                   IF CHQ-CLIENTE = WS-CLIENTE
                     ADD 1 TO WS-QTD-ITENS-SECAO
                     MOVE CHQ-VALOR TO WS-VALOR-EDIT
                     MOVE SPACES TO WS-TEXTO-RELATORIO
                     STRING "Cheque " CHQ-NUMERO
                       "  Banco: " CHQ-BANCO
                       "  Agência: " CHQ-AGENCIA
                       "  Documento: " CHQ-DOCUMENTO
                       DELIMITED BY SIZE INTO WS-TEXTO-RELATORIO
                     END-STRING
                     PERFORM EMITIR-LINHA-RELATORIO
                     MOVE SPACES TO WS-TEXTO-RELATORIO
                     STRING "  Valor: R$" WS-VALOR-EDIT
                       "  Recebido: " CHQ-DATA-RECEBIMENTO
                       "  Bom para: " CHQ-DATA-DEPOSITO
                       "  Situação: " CHQ-SITUACAO
                       DELIMITED BY SIZE INTO WS-TEXTO-RELATORIO
                     END-STRING
                     PERFORM EMITIR-LINHA-RELATORIO
                   END-IF
               END-READ
             END-PERFORM
             CLOSE IDX-CHEQUES
           END-IF.

           PERFORM EMITIR-SECAO-VAZIA.

      *    Retorna
           EXIT PARAGRAPH.


      *    Anonimização do cliente: depois dela não há como saber a
      *    quem pertencem as vendas, os fiados e as entregas do código
       ANONIMIZAR-CLIENTE.
           DISPLAY "-----------------------------------".
           DISPLAY " ANONIMIZAR CLIENTE (LGPD)"
           DISPLAY "-----------------------------------".

           DISPLAY "Informe o código do supervisor: "
             WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.

           CALL "ValidarOperador" USING WS-OPERADOR,
             WS-NIVEL-SUPERVISOR, WS-RESULTADO-VALIDACAO.

           IF WS-RESULTADO-VALIDACAO NOT = "OK"
             DISPLAY "Operação Cancelada!"
             EXIT PARAGRAPH
           END-IF.

           PERFORM RECEBER-CLIENTE.
           IF WS-CLIENTE = 0
             EXIT PARAGRAPH
           END-IF.

           MOVE "ANONIMIZACAO" TO WS-TIPO-PEDIDO.

           IF WS-CLIENTE-CADASTRADO = 'N'
             DISPLAY "Cliente não cadastrado; nada a anonimizar."
             MOVE "RECUSADA: CLIENTE NAO CADASTRADO"
               TO WS-SITUACAO-PEDIDO
             PERFORM REGISTRAR-SOLICITACAO
             EXIT PARAGRAPH
           END-IF.

      *    Débitos e créditos em aberto ainda precisam de quem é o
      *    cliente: a anonimização espera eles se encerrarem
           PERFORM VERIFICAR-PENDENCIAS.

           IF WS-QTD-PENDENCIAS > 0
             DISPLAY "Anonimização RECUSADA: " WS-QTD-PENDENCIAS
               " pendência(s) em aberto."
             MOVE SPACES TO WS-SITUACAO-PEDIDO
             STRING "RECUSADA: " WS-PRIMEIRA-PENDENCIA
               DELIMITED BY SIZE INTO WS-SITUACAO-PEDIDO
             END-STRING
             PERFORM REGISTRAR-SOLICITACAO
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Cliente: " WS-CLIENTE-NOME.
           DISPLAY "Nome, telefone, documento e endereço serão "
             "apagados em todos os arquivos.".
           DISPLAY "A operação não pode ser desfeita. "
             "Confirma? (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
             DISPLAY "Operação Cancelada!"
             EXIT PARAGRAPH
           END-IF.

           MOVE "X" TO WS-MODO-TEXTO.

           PERFORM ANONIMIZAR-CADASTRO.
           PERFORM ANONIMIZAR-ENCOMENDAS.
           PERFORM ANONIMIZAR-ENTREGAS.
           PERFORM ANONIMIZAR-CHEQUES.

           MOVE 0 TO WS-QTD-LIN-ALTERADAS.
           MOVE "F" TO WS-TIPO-TEXTO.
           MOVE WS-PATH-DOC-FISCAL TO WS-PATH-ORIGEM.
           PERFORM TRATAR-ARQUIVO-TEXTO.
           DISPLAY "Documentos fiscais: " WS-QTD-LIN-ALTERADAS
             " documento(s) sem o CPF/CNPJ.".

           MOVE 0 TO WS-QTD-LIN-ALTERADAS.
           MOVE "Q" TO WS-TIPO-TEXTO.
           MOVE WS-PATH-FILA TO WS-PATH-ORIGEM.
           PERFORM TRATAR-ARQUIVO-TEXTO.
           DISPLAY "Fila de avisos: " WS-QTD-LIN-ALTERADAS
             " aviso(s) retirado(s).".

           MOVE 0 TO WS-QTD-LIN-ALTERADAS.
           MOVE 0 TO WS-QTD-ARQ-ALTERADOS.
           MOVE "A" TO WS-TIPO-TEXTO.
           MOVE "avisos-[0-9]*.log" TO WS-PADRAO-LISTA.
           PERFORM TRATAR-FAMILIA-ARQUIVOS.
           DISPLAY "Logs de avisos: " WS-QTD-LIN-ALTERADAS
             " linha(s) em " WS-QTD-ARQ-ALTERADOS " arquivo(s).".

           MOVE 0 TO WS-QTD-LIN-ALTERADAS.
           MOVE 0 TO WS-QTD-ARQ-ALTERADOS.
           MOVE "R" TO WS-TIPO-TEXTO.
           MOVE "rfm-clientes-*.csv" TO WS-PADRAO-LISTA.
           PERFORM TRATAR-FAMILIA-ARQUIVOS.
           DISPLAY "Listas de segmentação: " WS-QTD-LIN-ALTERADAS
             " linha(s) em " WS-QTD-ARQ-ALTERADOS " arquivo(s).".

           DISPLAY "Cliente " WS-CLIENTE " anonimizado.".
           DISPLAY "Cópias de segurança antigas deixam de ter os "
             "dados conforme as gerações são podadas.".

           MOVE "CONCLUIDA" TO WS-SITUACAO-PEDIDO.
           PERFORM REGISTRAR-SOLICITACAO.

      *    Retorna
           EXIT PARAGRAPH.


      *    Conta as pendências que impedem a anonimização, guardando
      *    a primeira para o log do pedido
       VERIFICAR-PENDENCIAS.
           MOVE 0 TO WS-QTD-PENDENCIAS.
           MOVE SPACES TO WS-PRIMEIRA-PENDENCIA.

           OPEN INPUT IDX-FIADOS.
           IF WS-STATUS-FIA-OK
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'S'
               READ IDX-FIADOS NEXT RECORD
                 AT END
                   MOVE 'S' TO WS-EOF

                 NOT AT END
                   IF FIADO-CLIENTE-CODIGO = WS-CLIENTE
                     AND FIADO-ABERTO
                     MOVE FIADO-VALOR-SALDO TO WS-SALDO-EDIT
                     DISPLAY "  Fiado " FIADO-CODIGO
                       " em aberto, saldo R$" WS-SALDO-EDIT
                     MOVE "FIADO EM ABERTO" TO WS-SITUACAO-PEDIDO
                     PERFORM CONTAR-PENDENCIA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE IDX-FIADOS
           END-IF.

      *    Vale vencido não é mais aceito no caixa e não impede
           OPEN INPUT IDX-VALES.
           IF WS-STATUS-VALE-OK
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'S'
               READ IDX-VALES NEXT RECORD
                 AT END
                   MOVE 'S' TO WS-EOF

                 NOT AT END
                   IF VALE-CLIENTE = WS-CLIENTE
                     AND VALE-ATIVO
                     AND (VALE-DATA-VALIDADE = 0
                       OR VALE-DATA-VALIDADE >= WS-DATA-HOJE)
                     MOVE VALE-VALOR TO WS-VALOR-EDIT
                     DISPLAY "  Vale-troca " VALE-NUMERO
                       " ativo, R$" WS-VALOR-EDIT
                       " até " VALE-DATA-VALIDADE
                     MOVE "VALE-TROCA ATIVO" TO WS-SITUACAO-PEDIDO
                     PERFORM CONTAR-PENDENCIA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE IDX-VALES
           END-IF.

      *    Cheque ainda não compensado pode voltar e virar fiado
           OPEN INPUT IDX-CHEQUES.
           IF WS-STATUS-CHQ-OK
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'S'
               READ IDX-CHEQUES NEXT RECORD
                 AT END
                   MOVE 'S' TO WS-EOF

                 NOT AT END
                   IF CHQ-CLIENTE = WS-CLIENTE
                     AND (CHQ-EM-CUSTODIA OR CHQ-DEPOSITADO)
                     DISPLAY "  Cheque " CHQ-NUMERO
                       " ainda não compensado"
                     MOVE "CHEQUE NAO COMPENSADO" TO WS-SITUACAO-PEDIDO
                     PERFORM CONTAR-PENDENCIA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE IDX-CHEQUES
           END-IF.

      *    Encomenda e entrega em andamento ainda precisam do contato
           OPEN INPUT IDX-ENCOMENDAS.
           IF WS-STATUS-ENC-OK
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'S'
               READ IDX-ENCOMENDAS NEXT RECORD
                 AT END
                   MOVE 'S' TO WS-EOF

                 NOT AT END
                   IF ENC-CLIENTE = WS-CLIENTE
                     AND (ENC-ABERTA OR ENC-RESERVADA)
                     DISPLAY "  Encomenda " ENC-NUMERO
                       " em andamento"
                     MOVE "ENCOMENDA EM ANDAMENTO"
                       TO WS-SITUACAO-PEDIDO
                     PERFORM CONTAR-PENDENCIA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE IDX-ENCOMENDAS
           END-IF.

           OPEN INPUT IDX-ENTREGAS.
           IF WS-STATUS-ENT-OK
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'S'
               READ IDX-ENTREGAS NEXT RECORD
                 AT END
                   MOVE 'S' TO WS-EOF

                 NOT AT END
                   IF ENT-CLIENTE = WS-CLIENTE
                     AND (ENT-SEPARADA OR ENT-SAIU)
                     DISPLAY "  Entrega " ENT-NUMERO
                       " em andamento"
                     MOVE "ENTREGA EM ANDAMENTO" TO WS-SITUACAO-PEDIDO
                     PERFORM CONTAR-PENDENCIA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE IDX-ENTREGAS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-PENDENCIA.
           ADD 1 TO WS-QTD-PENDENCIAS.
           IF WS-PRIMEIRA-PENDENCIA = SPACES
             MOVE WS-SITUACAO-PEDIDO TO WS-PRIMEIRA-PENDENCIA
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    O código, o limite, os pontos e a classe ficam; o cliente
      *    passa a recusar avisos, já que não há mais telefone
       ANONIMIZAR-CADASTRO.
           OPEN I-O IDX-CLIENTES.

           MOVE WS-CLIENTE TO CLIENTE-CODIGO.
           READ IDX-CLIENTES KEY IS CLIENTE-CODIGO
             INVALID KEY
               DISPLAY "Cliente não encontrado no cadastro!"

             NOT INVALID KEY
               MOVE "CLIENTE ANONIMIZADO" TO CLIENTE-NOME
               MOVE SPACES TO CLIENTE-TELEFONE
               MOVE SPACES TO CLIENTE-DOCUMENTO
               MOVE SPACES TO CLIENTE-ENDERECO
               MOVE 'S' TO CLIENTE-RECUSA-AVISOS
               REWRITE DETALHE-CLIENTE
                 INVALID KEY
                   DISPLAY "Erro ao regravar o cadastro! Status: "
                     WS-STATUS-CLI
               END-REWRITE
               DISPLAY "Cadastro: anonimizado."
           END-READ.

           CLOSE IDX-CLIENTES.

      *    Retorna
           EXIT PARAGRAPH.


       ANONIMIZAR-ENCOMENDAS.
           MOVE 0 TO WS-QTD-REG-ALTERADOS.

           OPEN I-O IDX-ENCOMENDAS.
           IF WS-STATUS-ENC-OK
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'S'
               READ IDX-ENCOMENDAS NEXT RECORD
                 AT END
                   MOVE 'S' TO WS-EOF

                 NOT AT END
                   IF ENC-CLIENTE = WS-CLIENTE
                     MOVE SPACES TO ENC-NOME
                     MOVE SPACES TO ENC-TELEFONE
                     REWRITE DETALHE-ENCOMENDA
                       INVALID KEY
                         DISPLAY "Erro ao regravar a encomenda "
                           ENC-NUMERO "! Status: " WS-STATUS-ENC
                       NOT INVALID KEY
                         ADD 1 TO WS-QTD-REG-ALTERADOS
                     END-REWRITE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE IDX-ENCOMENDAS
           END-IF.

           DISPLAY "Encomendas: " WS-QTD-REG-ALTERADOS
             " registro(s).".

      *    Retorna
           EXIT PARAGRAPH.


      *    entregas.idx é a base da lista de rota: nome, telefone e
      *    endereço copiados na venda saem daqui
       ANONIMIZAR-ENTREGAS.
           MOVE 0 TO WS-QTD-REG-ALTERADOS.

           OPEN I-O IDX-ENTREGAS.
           IF WS-STATUS-ENT-OK
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'S'
               READ IDX-ENTREGAS NEXT RECORD
                 AT END
                   MOVE 'S' TO WS-EOF

                 NOT AT END
                   IF ENT-CLIENTE = WS-CLIENTE
                     MOVE SPACES TO ENT-NOME
                     MOVE SPACES TO ENT-TELEFONE
                     MOVE SPACES TO ENT-ENDERECO
                     REWRITE DETALHE-ENTREGA
                       INVALID KEY
                         DISPLAY "Erro ao regravar a entrega "
                           ENT-NUMERO "! Status: " WS-STATUS-ENT
                       NOT INVALID KEY
                         ADD 1 TO WS-QTD-REG-ALTERADOS
                     END-REWRITE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE IDX-ENTREGAS
           END-IF.

           DISPLAY "Entregas: " WS-QTD-REG-ALTERADOS
             " registro(s).".

      *    Retorna
           EXIT PARAGRAPH.


       ANONIMIZAR-CHEQUES.
           MOVE 0 TO WS-QTD-REG-ALTERADOS.

           OPEN I-O IDX-CHEQUES.
           IF WS-STATUS-CHQ-OK
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'S'
               READ IDX-CHEQUES NEXT RECORD
                 AT END
                   MOVE 'S' TO WS-EOF

                 NOT AT END
                   IF CHQ-CLIENTE = WS-CLIENTE
                     MOVE SPACES TO CHQ-DOCUMENTO
                     REWRITE DETALHE-CHEQUE
                       INVALID KEY
                         DISPLAY "Erro ao regravar o cheque "
                           CHQ-CUSTODIA "! Status: " WS-STATUS-CHQ
                       NOT INVALID KEY
                         ADD 1 TO WS-QTD-REG-ALTERADOS
                     END-REWRITE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE IDX-CHEQUES
           END-IF.

           DISPLAY "Cheques: " WS-QTD-REG-ALTERADOS
             " registro(s).".

      *    Retorna
           EXIT PARAGRAPH.


      *    Gera com ls a lista dos arquivos da família em
      *    WS-PADRAO-LISTA e trata cada um deles
       TRATAR-FAMILIA-ARQUIVOS.
           MOVE SPACES TO WS-COMANDO.
           STRING
             "ls -1 "                       DELIMITED BY SIZE
             FUNCTION TRIM(WS-ARCH-DIR)     DELIMITED BY SIZE
             "/"                            DELIMITED BY SIZE
             FUNCTION TRIM(WS-PADRAO-LISTA) DELIMITED BY SIZE
             " > "                          DELIMITED BY SIZE
             FUNCTION TRIM(WS-PATH-LISTA)   DELIMITED BY SIZE
             " 2>/dev/null"                 DELIMITED BY SIZE
             INTO WS-COMANDO
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO.

           OPEN INPUT ARQ-LISTA.
           IF NOT WS-STATUS-LISTA-OK
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-LISTA.
           PERFORM UNTIL WS-EOF-LISTA = 'S'
             READ ARQ-LISTA
               AT END
                 MOVE 'S' TO WS-EOF-LISTA

               NOT AT END
                 IF LINHA-LISTA NOT = SPACES
                   MOVE LINHA-LISTA TO WS-PATH-ORIGEM
                   PERFORM TRATAR-ARQUIVO-TEXTO
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-LISTA.

      *    Retorna
           EXIT PARAGRAPH.


      *    Percorre um arquivo texto: no relatório emite as linhas do
      *    cliente; na anonimização grava a cópia com os dados
      *    pessoais apagados e a põe no lugar do original quando
      *    alguma linha mudou
       TRATAR-ARQUIVO-TEXTO.
           OPEN INPUT ARQ-TEXTO-ORIGEM.
           IF NOT WS-STATUS-ORIG-OK
             EXIT PARAGRAPH
           END-IF.

           IF MODO-ANONIMIZAR
             OPEN OUTPUT ARQ-TEXTO-NOVO
           END-IF.

           MOVE 0 TO WS-QTD-LIN-ARQUIVO.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-TEXTO-ORIGEM INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 PERFORM TRATAR-LINHA-TEXTO
             END-READ
           END-PERFORM.

           CLOSE ARQ-TEXTO-ORIGEM.

           IF MODO-ANONIMIZAR
             CLOSE ARQ-TEXTO-NOVO
             IF WS-QTD-LIN-ARQUIVO > 0
               ADD WS-QTD-LIN-ARQUIVO TO WS-QTD-LIN-ALTERADAS
               ADD 1 TO WS-QTD-ARQ-ALTERADOS
               PERFORM SUBSTITUIR-ARQUIVO-TEXTO
             END-IF
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       TRATAR-LINHA-TEXTO.
           MOVE 'N' TO WS-LINHA-ALTERADA.
           MOVE 'N' TO WS-DESCARTA-LINHA.

           EVALUATE TRUE
      *      Cabeçalho do documento fiscal: cliente na posição 34 e
      *      CPF/CNPJ na posição 39 (layout de RealizarVenda.cbl)
             WHEN TEXTO-DOC-FISCAL
               IF WS-LINHA-LIDA(1:1) = "C"
                 AND WS-LINHA-LIDA(34:5) = WS-CLIENTE-X
                 IF MODO-RELATORIO
                   PERFORM RELATAR-DOC-FISCAL
                 ELSE
                   IF WS-LINHA-LIDA(39:14) NOT = SPACES
                     MOVE SPACES TO WS-LINHA-LIDA(39:14)
                     MOVE 'S' TO WS-LINHA-ALTERADA
                   END-IF
                 END-IF
               END-IF

      *      <numero>;<data>;<texto>: só consulta, o recibo não traz
      *      dados pessoais além do próprio número
             WHEN TEXTO-RECIBOS
               UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
                 INTO WS-REC-NUMERO, WS-REC-DATA, WS-REC-TEXTO
               END-UNSTRING
               MOVE 'N' TO WS-ACHOU-RECIBO
               PERFORM VERIFICAR-RECIBO-CLIENTE
                 VARYING WS-IDX-REC FROM 1 BY 1
                 UNTIL WS-IDX-REC > WS-QTD-RECIBOS
                   OR WS-ACHOU-RECIBO = 'S'
               IF WS-ACHOU-RECIBO = 'S'
                 MOVE WS-LINHA-LIDA TO WS-TEXTO-RELATORIO
                 PERFORM EMITIR-LINHA-RELATORIO
                 ADD 1 TO WS-QTD-ITENS-SECAO
               END-IF

      *      Fila: <data>;<hora>;<cliente>;<telefone>;...; aviso ainda
      *      não enviado sai da fila
             WHEN TEXTO-FILA-AVISOS
               PERFORM SEPARAR-CAMPOS-LINHA
               IF WS-CAMPO(3) = WS-CLIENTE-X
                 IF MODO-RELATORIO
                   MOVE WS-LINHA-LIDA TO WS-TEXTO-RELATORIO
                   PERFORM EMITIR-LINHA-RELATORIO
                   ADD 1 TO WS-QTD-ITENS-SECAO
                 ELSE
                   MOVE 'S' TO WS-DESCARTA-LINHA
                 END-IF
               END-IF

      *      Log: <hora>;<cliente>;<telefone>;...
             WHEN TEXTO-LOG-AVISOS
               PERFORM SEPARAR-CAMPOS-LINHA
               IF WS-CAMPO(2) = WS-CLIENTE-X
                 IF MODO-RELATORIO
                   MOVE WS-LINHA-LIDA TO WS-TEXTO-RELATORIO
                   PERFORM EMITIR-LINHA-RELATORIO
                   ADD 1 TO WS-QTD-ITENS-SECAO
                 ELSE
                   IF WS-CAMPO(3) NOT = SPACES
                     MOVE SPACES TO WS-CAMPO(3)
                     PERFORM MONTAR-LINHA-CAMPOS
                   END-IF
                 END-IF
               END-IF

      *      Lista RFM: <codigo>;<nome>;<telefone>;...
             WHEN TEXTO-LISTA-RFM
               PERFORM SEPARAR-CAMPOS-LINHA
               IF WS-CAMPO(1) = WS-CLIENTE-X
                 AND (WS-CAMPO(2) NOT = SPACES
                   OR WS-CAMPO(3) NOT = SPACES)
                 MOVE SPACES TO WS-CAMPO(2)
                 MOVE SPACES TO WS-CAMPO(3)
                 PERFORM MONTAR-LINHA-CAMPOS
               END-IF
           END-EVALUATE.

           IF MODO-RELATORIO
             EXIT PARAGRAPH
           END-IF.

           IF WS-DESCARTA-LINHA = 'S'
             ADD 1 TO WS-QTD-LIN-ARQUIVO
             EXIT PARAGRAPH
           END-IF.

           IF WS-LINHA-ALTERADA = 'S'
             ADD 1 TO WS-QTD-LIN-ARQUIVO
           END-IF.

           MOVE WS-LINHA-LIDA TO LINHA-NOVO.
           WRITE LINHA-NOVO.

      *    Retorna
           EXIT PARAGRAPH.


       RELATAR-DOC-FISCAL.
           ADD 1 TO WS-QTD-ITENS-SECAO.

           MOVE SPACES TO WS-TEXTO-RELATORIO.
           STRING "Recibo " WS-LINHA-LIDA(2:6)
             "  Data: " WS-LINHA-LIDA(8:8)
             "  Hora: " WS-LINHA-LIDA(16:8)
             "  CPF/CNPJ: " WS-LINHA-LIDA(39:14)
             DELIMITED BY SIZE INTO WS-TEXTO-RELATORIO
           END-STRING.
           PERFORM EMITIR-LINHA-RELATORIO.

           IF WS-QTD-RECIBOS < 500
             ADD 1 TO WS-QTD-RECIBOS
             MOVE WS-LINHA-LIDA(2:6) TO WS-RECIBO-CLI(WS-QTD-RECIBOS)
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       VERIFICAR-RECIBO-CLIENTE.
           IF WS-RECIBO-CLI(WS-IDX-REC) = WS-REC-NUMERO
             MOVE 'S' TO WS-ACHOU-RECIBO
           END-IF.


       SEPARAR-CAMPOS-LINHA.
           MOVE SPACES TO WS-CAMPOS-LINHA.
           MOVE 0 TO WS-QTD-CAMPOS.

           UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
             INTO WS-CAMPO(1), WS-CAMPO(2), WS-CAMPO(3), WS-CAMPO(4),
               WS-CAMPO(5), WS-CAMPO(6), WS-CAMPO(7), WS-CAMPO(8),
               WS-CAMPO(9), WS-CAMPO(10), WS-CAMPO(11), WS-CAMPO(12)
             TALLYING IN WS-QTD-CAMPOS
           END-UNSTRING.

      *    Retorna
           EXIT PARAGRAPH.


      *    Remonta a linha a partir dos campos, com o campo apagado
      *    vazio entre os separadores
       MONTAR-LINHA-CAMPOS.
           MOVE SPACES TO WS-LINHA-MONTADA.
           MOVE 1 TO WS-PONTEIRO.

           PERFORM MONTAR-CAMPO-LINHA
             VARYING WS-IDX-CAMPO FROM 1 BY 1
             UNTIL WS-IDX-CAMPO > WS-QTD-CAMPOS.

           MOVE WS-LINHA-MONTADA TO WS-LINHA-LIDA.
           MOVE 'S' TO WS-LINHA-ALTERADA.

      *    Retorna
           EXIT PARAGRAPH.


       MONTAR-CAMPO-LINHA.
           IF WS-IDX-CAMPO > 1
             STRING ";" DELIMITED BY SIZE
               INTO WS-LINHA-MONTADA WITH POINTER WS-PONTEIRO
             END-STRING
           END-IF.

           IF WS-CAMPO(WS-IDX-CAMPO) NOT = SPACES
             STRING FUNCTION TRIM(WS-CAMPO(WS-IDX-CAMPO) TRAILING)
               DELIMITED BY SIZE
               INTO WS-LINHA-MONTADA WITH POINTER WS-PONTEIRO
             END-STRING
           END-IF.


      *    Põe a cópia regravada no lugar do arquivo original
       SUBSTITUIR-ARQUIVO-TEXTO.
           MOVE SPACES TO WS-COMANDO.
           STRING
             "mv "                          DELIMITED BY SIZE
             FUNCTION TRIM(WS-PATH-NOVO)    DELIMITED BY SIZE
             " "                            DELIMITED BY SIZE
             FUNCTION TRIM(WS-PATH-ORIGEM)  DELIMITED BY SIZE
             INTO WS-COMANDO
           END-STRING.

           CALL "SYSTEM" USING WS-COMANDO.

      *    Retorna
           EXIT PARAGRAPH.


      *    Pede o código do cliente e deixa o registro do cadastro
      *    carregado quando ele existe
       RECEBER-CLIENTE.
           DISPLAY "Informe o código do cliente: " WITH NO ADVANCING.
           ACCEPT WS-CLIENTE.

           IF WS-CLIENTE = 0
             DISPLAY "Cliente inválido!"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CLIENTE TO WS-CLIENTE-X.
           MOVE 'N' TO WS-CLIENTE-CADASTRADO.

           OPEN INPUT IDX-CLIENTES.
           IF WS-STATUS-CLI-OK
             MOVE WS-CLIENTE TO CLIENTE-CODIGO
             READ IDX-CLIENTES KEY IS CLIENTE-CODIGO
               INVALID KEY
                 CONTINUE

               NOT INVALID KEY
                 MOVE 'S' TO WS-CLIENTE-CADASTRADO
                 MOVE CLIENTE-NOME TO WS-CLIENTE-NOME
             END-READ
             CLOSE IDX-CLIENTES
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Mostra a linha corrente do relatório e grava a mesma linha
      *    no arquivo entregue ao titular
       EMITIR-LINHA-RELATORIO.
           DISPLAY FUNCTION TRIM(WS-TEXTO-RELATORIO TRAILING).
           MOVE WS-TEXTO-RELATORIO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO WS-TEXTO-RELATORIO.

      *    Retorna
           EXIT PARAGRAPH.


       EMITIR-TITULO-SECAO.
           MOVE "-----------------------------------"
             TO WS-TEXTO-RELATORIO.
           PERFORM EMITIR-LINHA-RELATORIO.

      *    Retorna
           EXIT PARAGRAPH.


       EMITIR-SECAO-VAZIA.
           IF WS-QTD-ITENS-SECAO = 0
             MOVE "Nenhum registro." TO WS-TEXTO-RELATORIO
             PERFORM EMITIR-LINHA-RELATORIO
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Registra o pedido do titular, atendido ou recusado
       REGISTRAR-SOLICITACAO.
           ACCEPT WS-HORA-AGORA FROM TIME.

           OPEN EXTEND LOG-SOLICITACOES.
           IF WS-STATUS-LOG-FILE-NOT-FOUND
             OPEN OUTPUT LOG-SOLICITACOES
             CLOSE LOG-SOLICITACOES
             OPEN EXTEND LOG-SOLICITACOES
           END-IF.

           MOVE SPACES TO WS-NOVA-LINHA-LOG.
           STRING
             WS-DATA-HOJE                     DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             WS-HORA-AGORA                    DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             WS-OPERADOR                      DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             WS-CLIENTE                       DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             FUNCTION TRIM(WS-TIPO-PEDIDO)    DELIMITED BY SIZE
             ";"                              DELIMITED BY SIZE
             FUNCTION TRIM(WS-SITUACAO-PEDIDO) DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-LOG
           END-STRING.

           MOVE WS-NOVA-LINHA-LOG TO LINHA-SOLICITACAO.
           WRITE LINHA-SOLICITACAO.

           CLOSE LOG-SOLICITACOES.

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
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/vendas-fiado.idx" DELIMITED BY SIZE
             INTO WS-PATH-FIADOS
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
             "/encomendas.idx" DELIMITED BY SIZE
             INTO WS-PATH-ENCOMENDAS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/entregas.idx" DELIMITED BY SIZE
             INTO WS-PATH-ENTREGAS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/cheques-custodia.idx" DELIMITED BY SIZE
             INTO WS-PATH-CHEQUES
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/documentos-fiscais.dat" DELIMITED BY SIZE
             INTO WS-PATH-DOC-FISCAL
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/fila-avisos.csv" DELIMITED BY SIZE
             INTO WS-PATH-FILA
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/lgpd-regravacao.novo" DELIMITED BY SIZE
             INTO WS-PATH-NOVO
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/lgpd-arquivos.lst" DELIMITED BY SIZE
             INTO WS-PATH-LISTA
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/lgpd-solicitacoes.log" DELIMITED BY SIZE
             INTO WS-PATH-SOLICITACOES
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

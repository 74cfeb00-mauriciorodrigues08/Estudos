       IDENTIFICATION DIVISION.
           PROGRAM-ID. ConciliaBanco.
           AUTHOR. Maurício Rodrigues.

      *    Conciliação bancária: importa o extrato exportado pelo
      *    banco (extrato-banco.csv) e casa cada lançamento com um
      *    movimento conhecido pelo sistema. Créditos casam com os
      *    depósitos de numerário dos fechamentos de caixa (sangrias
      *    e gaveta recolhida, caixa-fechamentos.log), com as
      *    liquidações da adquirente de cartões
      *    (extrato-adquirente.csv, o mesmo conferido por
      *    ConciliaCartao.cbl) e com os
      *    recebimentos PIX do fechamento por forma de pagamento e
      *    com os cheques depositados (cheques-custodia.idx);
      *    débitos casam com os títulos pagos de contas-pagar.idx e
      *    com o estorno dos cheques devolvidos.
      *    O casamento exige o mesmo valor (com a tolerância de
      *    centavos) e a data do banco dentro da janela de dias
      *    informada a partir da data do movimento. Cada movimento do
      *    sistema só casa uma vez: os vínculos ficam em
      *    conciliacao-banco.idx. Lançamentos sem explicação vão para
      *    conciliacao-pendentes.dat e voltam à conciliação na próxima
      *    execução; o saldo conciliado acumulado e a última data de
      *    extrato importada ficam em conciliacao-banco-controle.dat,
      *    o que impede importar duas vezes o mesmo período.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Extrato exportado do banco
      *    Máscara: <data AAAAMMDD>;<histórico>;<valor com sinal>
      *    (débitos com "-")
           SELECT CSV-EXTRATO-BANCO
             ASSIGN TO DYNAMIC WS-PATH-EXTRATO-BANCO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-EXT.

      *    Fechamentos de caixa persistidos por CaixaSessao.cbl
           SELECT LOG-FECHAMENTOS-CAIXA
             ASSIGN TO DYNAMIC WS-PATH-FECHAMENTOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-FEC.

      *    Liquidações da adquirente de cartões
      *    Máscara: <data AAAAMMDD>;<valor liquidado>
           SELECT CSV-ADQUIRENTE
             ASSIGN TO DYNAMIC WS-PATH-ADQUIRENTE
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ADQ.

      *    Fechamento por forma de pagamento de ProcessarVendas.cbl
      *    Máscara: <data>;<forma>;<valor>
           SELECT LOG-PAGAMENTOS
             ASSIGN TO DYNAMIC WS-PATH-PAGAMENTOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PAG.

           SELECT IDX-CONTAS-PAGAR
             ASSIGN TO DYNAMIC WS-PATH-CONTAS-PAGAR
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS
             RECORD KEY IS CP-NUMERO.

      *    Cheques em custódia (RegistrarCheque.cbl)
           SELECT IDX-CHEQUES
             ASSIGN TO DYNAMIC WS-PATH-CHEQUES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-CHQ
             RECORD KEY IS CHQ-CUSTODIA.

      *    Movimentos do sistema já casados com o extrato
           SELECT IDX-VINCULOS
             ASSIGN TO DYNAMIC WS-PATH-VINCULOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-VIN
             RECORD KEY IS CV-CHAVE.

      *    Lançamentos do extrato ainda sem explicação
           SELECT ARQ-PENDENTES
             ASSIGN TO DYNAMIC WS-PATH-PENDENTES
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PEN.

      *    Última data importada e saldo conciliado acumulado
           SELECT ARQ-CONTROLE-CONCILIACAO
             ASSIGN TO DYNAMIC WS-PATH-CONTROLE
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CTRL.

       DATA DIVISION.
       FILE SECTION.
       FD CSV-EXTRATO-BANCO.
       01 LINHA-EXTRATO-BANCO       PIC X(100).

       FD LOG-FECHAMENTOS-CAIXA.
       01 LINHA-FECHAMENTO          PIC X(150).

       FD CSV-ADQUIRENTE.
       01 LINHA-ADQUIRENTE          PIC X(60).

       FD LOG-PAGAMENTOS.
       01 LINHA-PAGAMENTO           PIC X(60).

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

      *    Vínculo entre um movimento do sistema e o lançamento do
      *    extrato que o explicou. Origem: SG sangrias, GV gaveta
      *    recolhida no fechamento, CT liquidação de cartão, PX PIX,
      *    CP título pago, CH cheque depositado, CD cheque devolvido.
      *    A identificação é a linha do arquivo de origem (ou o
      *    número do título ou o número de custódia do cheque)
       FD IDX-VINCULOS.
       01 DETALHE-VINCULO.
           05 CV-CHAVE.
             10 CV-ORIGEM           PIC X(02).
             10 CV-DATA-ORIGEM      PIC 9(08).
             10 CV-VALOR            PIC 9(08)V99.
             10 CV-IDENT            PIC 9(08).
           05 CV-DATA-BANCO         PIC 9(08).
           05 CV-HISTORICO          PIC X(40).
           05 CV-DATA-CONCILIACAO   PIC 9(08).
           05 FILLER                PIC X(10).

       FD ARQ-PENDENTES.
       01 DETALHE-PENDENTE.
           05 PD-DATA               PIC 9(08).
           05 PD-HISTORICO          PIC X(40).
           05 PD-SINAL              PIC X(01).
           05 PD-VALOR              PIC 9(08)V99.
           05 PD-DATA-IMPORTACAO    PIC 9(08).

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

       FD ARQ-CONTROLE-CONCILIACAO.
       01 DETALHE-CONTROLE.
           05 CC-ULTIMA-DATA        PIC 9(08).
           05 CC-SALDO-SINAL        PIC X(01).
           05 CC-SALDO              PIC 9(10)V99.

       WORKING-STORAGE SECTION.
      *    Status de arquivo, com condições nominadas compartilhadas
      *    via copybook (ex.: WS-STATUS-EXT-FILE-NOT-FOUND)
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
                          WS-STATUS-EXT-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-EXT-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-EXT-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-EXT-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-EXT-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-EXT-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-EXT.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-FEC-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-FEC-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-FEC-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-FEC-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-FEC-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-FEC-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-FEC.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-ADQ-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-ADQ-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-ADQ-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-ADQ-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-ADQ-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-ADQ-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-ADQ.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-PAG-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-PAG-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-PAG-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-PAG-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-PAG-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-PAG-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-PAG.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-VIN-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-VIN-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-VIN-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-VIN-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-VIN-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-VIN-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-VIN.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-PEN-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-PEN-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-PEN-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-PEN-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-PEN-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-PEN-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-PEN.
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

      *    Diretório de dados e caminhos, resolvidos via ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-EXTRATO-BANCO      PIC X(80).
       01 WS-PATH-FECHAMENTOS        PIC X(80).
       01 WS-PATH-ADQUIRENTE         PIC X(80).
       01 WS-PATH-PAGAMENTOS         PIC X(80).
       01 WS-PATH-CONTAS-PAGAR       PIC X(80).
       01 WS-PATH-VINCULOS           PIC X(80).
       01 WS-PATH-PENDENTES          PIC X(80).
       01 WS-PATH-CONTROLE           PIC X(80).
       01 WS-PATH-CHEQUES            PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-EOF                    PIC X(01).
       01 WS-LINHA-LIDA             PIC X(150).
       01 WS-NUM-LINHA              PIC 9(08).
       01 WS-DATA-HOJE              PIC 9(08).

      * Controle da conciliação: última data de extrato importada e
      * saldo conciliado acumulado das execuções anteriores
       01 WS-ULTIMA-DATA            PIC 9(08).
       01 WS-NOVA-ULTIMA-DATA       PIC 9(08).
       01 WS-SALDO-CONCILIADO       PIC S9(10)V99.

      * Janela de dias entre o movimento do sistema e o lançamento no
      * banco, e a tolerância de centavos aceita na comparação
       01 WS-JANELA-DIAS            PIC 9(02).
       01 WS-TOLERANCIA             PIC 9(01)V99 VALUE 0.10.

      * Lançamentos a conciliar: os pendentes das execuções
      * anteriores seguidos dos lançamentos novos do extrato
       01 WS-QTD-LANC-MAX           PIC 9(04) VALUE 1000.
       01 WS-QTD-LANC               PIC 9(04) VALUE 0.
       01 WS-IDX-LANC               PIC 9(04).
       01 WS-TABELA-LANCAMENTOS.
           05 WS-LANC OCCURS 1000 TIMES.
             10 WS-LANC-DATA        PIC 9(08).
             10 WS-LANC-DIA         PIC 9(07).
             10 WS-LANC-HISTORICO   PIC X(40).
             10 WS-LANC-SINAL       PIC X(01).
             10 WS-LANC-VALOR       PIC 9(08)V99.
             10 WS-LANC-IMPORTACAO  PIC 9(08).
             10 WS-LANC-CASADO      PIC X(01).
             10 WS-LANC-CANDIDATO   PIC 9(04).

      * Movimentos do sistema ainda não casados, dentro do período
      * coberto pelos lançamentos
       01 WS-QTD-CAND-MAX           PIC 9(04) VALUE 3000.
       01 WS-QTD-CAND               PIC 9(04) VALUE 0.
       01 WS-IDX-CAND               PIC 9(04).
       01 WS-TABELA-CANDIDATOS.
           05 WS-CAND OCCURS 3000 TIMES.
             10 WS-CAND-ORIGEM      PIC X(02).
             10 WS-CAND-DATA        PIC 9(08).
             10 WS-CAND-DIA         PIC 9(07).
             10 WS-CAND-VALOR       PIC 9(08)V99.
             10 WS-CAND-IDENT       PIC 9(08).
             10 WS-CAND-USADO       PIC X(01).

      * Período dos lançamentos, ampliado pela janela para trás
       01 WS-MENOR-DIA              PIC 9(07).
       01 WS-MAIOR-DIA              PIC 9(07).
       01 WS-DIA-INICIAL            PIC 9(07).

      * Campos para desmembrar as linhas dos arquivos de origem
       01 WS-EXT-DATA-X             PIC X(08).
       01 WS-EXT-HISTORICO-X        PIC X(40).
       01 WS-EXT-VALOR-X            PIC X(15).
       01 WS-VALOR-LIDO             PIC S9(09)V99.
       01 WS-FEC-DATA-X             PIC X(08).
       01 WS-FEC-HORA-X             PIC X(08).
       01 WS-FEC-OPERADOR-X         PIC X(15).
       01 WS-FEC-FUNDO-X            PIC X(15).
       01 WS-FEC-DINHEIRO-X         PIC X(15).
       01 WS-FEC-SUPRIMENTOS-X      PIC X(15).
       01 WS-FEC-SANGRIAS-X         PIC X(15).
       01 WS-FEC-CONTADO-X          PIC X(15).
       01 WS-FEC-GAVETA             PIC S9(09)V99.
       01 WS-PAG-DATA-X             PIC X(08).
       01 WS-PAG-FORMA-X            PIC X(10).
       01 WS-PAG-VALOR-X            PIC X(12).

      * Movimento do sistema corrente, antes de entrar na tabela
       01 WS-MOV-ORIGEM             PIC X(02).
       01 WS-MOV-DATA               PIC 9(08).
       01 WS-MOV-DIA                PIC 9(07).
       01 WS-MOV-VALOR              PIC 9(08)V99.
       01 WS-MOV-IDENT              PIC 9(08).

      * Procura do melhor candidato para um lançamento
       01 WS-MELHOR-CAND            PIC 9(04).
       01 WS-MELHOR-DISTANCIA       PIC 9(05).
       01 WS-DISTANCIA              PIC S9(07).
       01 WS-DIFERENCA              PIC S9(08)V99.
       01 WS-TIPO-CANDIDATO         PIC X(01).

      * Contadores e campos editados do relatório
       01 WS-QTD-JA-IMPORTADOS      PIC 9(05).
       01 WS-QTD-NOVOS              PIC 9(05).
       01 WS-QTD-PENDENTES-ANT      PIC 9(05).
       01 WS-QTD-CASADOS            PIC 9(05).
       01 WS-QTD-PENDENTES          PIC 9(05).
       01 WS-TOTAL-CREDITOS         PIC 9(10)V99.
       01 WS-TOTAL-DEBITOS          PIC 9(10)V99.
       01 WS-TOTAL-PENDENTE         PIC S9(10)V99.
       01 WS-VALOR-EDIT             PIC +Z(7)9.99.
       01 WS-SALDO-EDIT             PIC +Z(9)9.99.
       01 WS-TOTAL-EDIT             PIC Z(9)9.99.
       01 WS-DESCRICAO-ORIGEM       PIC X(24).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "-----------------------------------".
           DISPLAY " CONCILIAÇÃO BANCÁRIA"
           DISPLAY "-----------------------------------".

           PERFORM CONFIGURAR-CAMINHOS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

      *    Janela entre o movimento e o lançamento no banco (depósito
      *    feito no dia seguinte, compensação de PIX e de pagamentos)
           DISPLAY "Informe a janela de dias até o lançamento no "
             "banco (0 = 5 dias): " WITH NO ADVANCING.
           ACCEPT WS-JANELA-DIAS.
           IF WS-JANELA-DIAS = 0
             MOVE 5 TO WS-JANELA-DIAS
           END-IF.

           PERFORM LER-CONTROLE-CONCILIACAO.

      *    Pendentes das execuções anteriores e lançamentos novos
           MOVE 0 TO WS-QTD-LANC.
           PERFORM CARREGAR-PENDENTES.
           MOVE WS-QTD-LANC TO WS-QTD-PENDENTES-ANT.
           PERFORM IMPORTAR-EXTRATO.

           IF WS-QTD-LANC = 0
             DISPLAY "Nada a conciliar: nenhum lançamento novo no "
               "extrato e nenhum pendente."
             EXIT PROGRAM
           END-IF.

      *    Movimentos do sistema do período, ainda sem vínculo
           PERFORM CALCULAR-PERIODO.
           MOVE 0 TO WS-QTD-CAND.
           PERFORM ABRE-ARQ-VINCULOS.
           PERFORM CARREGAR-FECHAMENTOS.
           PERFORM CARREGAR-ADQUIRENTE.
           PERFORM CARREGAR-PIX.
           PERFORM CARREGAR-TITULOS-PAGOS.
           PERFORM CARREGAR-CHEQUES.

      *    Casa cada lançamento e imprime os conciliados com o saldo
      *    conciliado corrente
           MOVE 0 TO WS-QTD-CASADOS.
           MOVE 0 TO WS-TOTAL-CREDITOS.
           MOVE 0 TO WS-TOTAL-DEBITOS.

           DISPLAY "-----------------------------------".
           DISPLAY " LANÇAMENTOS CONCILIADOS"
           DISPLAY "-----------------------------------".
           MOVE WS-SALDO-CONCILIADO TO WS-SALDO-EDIT.
           DISPLAY "Saldo conciliado anterior: R$" WS-SALDO-EDIT.

           PERFORM CONCILIAR-LANCAMENTO
             VARYING WS-IDX-LANC FROM 1 BY 1
             UNTIL WS-IDX-LANC > WS-QTD-LANC.

           CLOSE IDX-VINCULOS.

      *    O que sobrou vai para a lista de pendentes da próxima vez
           DISPLAY "-----------------------------------".
           DISPLAY " LANÇAMENTOS SEM EXPLICAÇÃO (PENDENTES)"
           DISPLAY "-----------------------------------".
           PERFORM GRAVAR-PENDENTES.

           MOVE WS-NOVA-ULTIMA-DATA TO WS-ULTIMA-DATA.
           PERFORM GRAVAR-CONTROLE-CONCILIACAO.

           DISPLAY "-----------------------------------".
           DISPLAY " RESUMO DA CONCILIAÇÃO BANCÁRIA"
           DISPLAY "-----------------------------------".
           DISPLAY "Lançamentos novos importados:     " WS-QTD-NOVOS.
           DISPLAY "Já importados antes (ignorados):  "
             WS-QTD-JA-IMPORTADOS.
           DISPLAY "Pendentes de execuções anteriores: "
             WS-QTD-PENDENTES-ANT.
           DISPLAY "Lançamentos conciliados:          " WS-QTD-CASADOS.
           MOVE WS-TOTAL-CREDITOS TO WS-TOTAL-EDIT.
           DISPLAY "  Créditos conciliados: R$" WS-TOTAL-EDIT.
           MOVE WS-TOTAL-DEBITOS TO WS-TOTAL-EDIT.
           DISPLAY "  Débitos conciliados:  R$" WS-TOTAL-EDIT.
           DISPLAY "Lançamentos pendentes:            "
             WS-QTD-PENDENTES.
           MOVE WS-TOTAL-PENDENTE TO WS-SALDO-EDIT.
           DISPLAY "  Valor pendente: R$" WS-SALDO-EDIT.
           MOVE WS-SALDO-CONCILIADO TO WS-SALDO-EDIT.
           DISPLAY "Saldo conciliado acumulado: R$" WS-SALDO-EDIT.
           DISPLAY " ".

      *    Retorna
           EXIT PROGRAM.


      *    Carrega os lançamentos que ficaram sem explicação nas
      *    execuções anteriores; eles são conciliados de novo antes
      *    dos lançamentos novos
       CARREGAR-PENDENTES.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT ARQ-PENDENTES.

      *    Primeira execução: ainda não há pendentes
           IF WS-STATUS-PEN-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-PENDENTES
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF WS-QTD-LANC >= WS-QTD-LANC-MAX
                   DISPLAY "ATENÇÃO! Limite de lançamentos atingido;"
                     " concilie um período menor."
                   MOVE 'S' TO WS-EOF
                 ELSE
                   ADD 1 TO WS-QTD-LANC
                   MOVE PD-DATA TO WS-LANC-DATA(WS-QTD-LANC)
                   MOVE PD-HISTORICO
                     TO WS-LANC-HISTORICO(WS-QTD-LANC)
                   MOVE PD-SINAL TO WS-LANC-SINAL(WS-QTD-LANC)
                   MOVE PD-VALOR TO WS-LANC-VALOR(WS-QTD-LANC)
                   MOVE PD-DATA-IMPORTACAO
                     TO WS-LANC-IMPORTACAO(WS-QTD-LANC)
                   MOVE 'N' TO WS-LANC-CASADO(WS-QTD-LANC)
                   COMPUTE WS-LANC-DIA(WS-QTD-LANC) =
                     FUNCTION INTEGER-OF-DATE(PD-DATA)
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-PENDENTES.

      *    Retorna
           EXIT PARAGRAPH.


      *    Importa do extrato apenas as datas posteriores à última
      *    importada, para reimportar o mesmo arquivo não duplicar os
      *    lançamentos
       IMPORTAR-EXTRATO.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO WS-QTD-NOVOS.
           MOVE 0 TO WS-QTD-JA-IMPORTADOS.
           MOVE WS-ULTIMA-DATA TO WS-NOVA-ULTIMA-DATA.

           OPEN INPUT CSV-EXTRATO-BANCO.

           IF WS-STATUS-EXT-FILE-NOT-FOUND
             DISPLAY "Atenção: extrato-banco.csv não encontrado no "
               "diretório de dados; concilia apenas os pendentes."
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ CSV-EXTRATO-BANCO INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 MOVE SPACES TO WS-EXT-DATA-X
                 MOVE SPACES TO WS-EXT-HISTORICO-X
                 MOVE SPACES TO WS-EXT-VALOR-X
                 UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
                   INTO WS-EXT-DATA-X, WS-EXT-HISTORICO-X,
                     WS-EXT-VALOR-X
                 END-UNSTRING

      *          Cabeçalho ou linha de saldo do banco: sem data
                 IF WS-EXT-DATA-X IS NOT NUMERIC
                   EXIT PERFORM CYCLE
                 END-IF

                 IF WS-EXT-DATA-X <= WS-ULTIMA-DATA
                   ADD 1 TO WS-QTD-JA-IMPORTADOS
                   EXIT PERFORM CYCLE
                 END-IF

                 IF WS-QTD-LANC >= WS-QTD-LANC-MAX
                   DISPLAY "ATENÇÃO! Limite de lançamentos atingido;"
                     " concilie um período menor."
                   MOVE 'S' TO WS-EOF
                   EXIT PERFORM CYCLE
                 END-IF

                 MOVE FUNCTION NUMVAL(WS-EXT-VALOR-X)
                   TO WS-VALOR-LIDO

                 ADD 1 TO WS-QTD-LANC
                 ADD 1 TO WS-QTD-NOVOS
                 MOVE WS-EXT-DATA-X TO WS-LANC-DATA(WS-QTD-LANC)
                 MOVE WS-EXT-HISTORICO-X
                   TO WS-LANC-HISTORICO(WS-QTD-LANC)
                 IF WS-VALOR-LIDO < 0
                   MOVE '-' TO WS-LANC-SINAL(WS-QTD-LANC)
                   COMPUTE WS-LANC-VALOR(WS-QTD-LANC) =
                     0 - WS-VALOR-LIDO
                 ELSE
                   MOVE '+' TO WS-LANC-SINAL(WS-QTD-LANC)
                   MOVE WS-VALOR-LIDO TO WS-LANC-VALOR(WS-QTD-LANC)
                 END-IF
                 MOVE WS-DATA-HOJE TO WS-LANC-IMPORTACAO(WS-QTD-LANC)
                 MOVE 'N' TO WS-LANC-CASADO(WS-QTD-LANC)
                 COMPUTE WS-LANC-DIA(WS-QTD-LANC) =
                   FUNCTION INTEGER-OF-DATE(WS-LANC-DATA(WS-QTD-LANC))

                 IF WS-LANC-DATA(WS-QTD-LANC) > WS-NOVA-ULTIMA-DATA
                   MOVE WS-LANC-DATA(WS-QTD-LANC)
                     TO WS-NOVA-ULTIMA-DATA
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE CSV-EXTRATO-BANCO.

      *    Retorna
           EXIT PARAGRAPH.


      *    Período coberto pelos lançamentos, recuado pela janela: só
      *    movimentos do sistema nesse intervalo podem casar
       CALCULAR-PERIODO.
           MOVE 9999999 TO WS-MENOR-DIA.
           MOVE 0 TO WS-MAIOR-DIA.

           PERFORM VARYING WS-IDX-LANC FROM 1 BY 1
             UNTIL WS-IDX-LANC > WS-QTD-LANC
             IF WS-LANC-DIA(WS-IDX-LANC) < WS-MENOR-DIA
               MOVE WS-LANC-DIA(WS-IDX-LANC) TO WS-MENOR-DIA
             END-IF
             IF WS-LANC-DIA(WS-IDX-LANC) > WS-MAIOR-DIA
               MOVE WS-LANC-DIA(WS-IDX-LANC) TO WS-MAIOR-DIA
             END-IF
           END-PERFORM.

           IF WS-MENOR-DIA > WS-JANELA-DIAS
             COMPUTE WS-DIA-INICIAL = WS-MENOR-DIA - WS-JANELA-DIAS
           ELSE
             MOVE 1 TO WS-DIA-INICIAL
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Depósitos de numerário: de cada fechamento de caixa saem
      *    dois movimentos, o total de sangrias do turno e a gaveta
      *    recolhida (contado menos o fundo de troco que fica)
      *    Máscara: <data_abertura>;<hora_abertura>;<operador>;
      *             <fundo>;<dinheiro>;<suprimentos>;<sangrias>;
      *             <contado>;<diferenca>
       CARREGAR-FECHAMENTOS.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO WS-NUM-LINHA.

           OPEN INPUT LOG-FECHAMENTOS-CAIXA.

           IF WS-STATUS-FEC-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ LOG-FECHAMENTOS-CAIXA INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 ADD 1 TO WS-NUM-LINHA
                 UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
                   INTO WS-FEC-DATA-X, WS-FEC-HORA-X,
                     WS-FEC-OPERADOR-X, WS-FEC-FUNDO-X,
                     WS-FEC-DINHEIRO-X, WS-FEC-SUPRIMENTOS-X,
                     WS-FEC-SANGRIAS-X, WS-FEC-CONTADO-X
                 END-UNSTRING

                 IF WS-FEC-DATA-X IS NOT NUMERIC
                   EXIT PERFORM CYCLE
                 END-IF

                 MOVE WS-FEC-DATA-X TO WS-MOV-DATA
                 MOVE WS-NUM-LINHA TO WS-MOV-IDENT

                 MOVE "SG" TO WS-MOV-ORIGEM
                 MOVE FUNCTION NUMVAL(WS-FEC-SANGRIAS-X)
                   TO WS-MOV-VALOR
                 PERFORM INCLUIR-CANDIDATO

                 COMPUTE WS-FEC-GAVETA =
                   FUNCTION NUMVAL(WS-FEC-CONTADO-X)
                   - FUNCTION NUMVAL(WS-FEC-FUNDO-X)
                 IF WS-FEC-GAVETA > 0
                   MOVE "GV" TO WS-MOV-ORIGEM
                   MOVE WS-FEC-GAVETA TO WS-MOV-VALOR
                   PERFORM INCLUIR-CANDIDATO
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE LOG-FECHAMENTOS-CAIXA.

      *    Retorna
           EXIT PARAGRAPH.


      *    Liquidações da adquirente, uma por linha do extrato dela
       CARREGAR-ADQUIRENTE.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO WS-NUM-LINHA.

           OPEN INPUT CSV-ADQUIRENTE.

           IF WS-STATUS-ADQ-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ CSV-ADQUIRENTE INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 ADD 1 TO WS-NUM-LINHA
                 MOVE SPACES TO WS-PAG-VALOR-X
                 UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
                   INTO WS-PAG-DATA-X, WS-PAG-VALOR-X
                 END-UNSTRING

                 IF WS-PAG-DATA-X IS NUMERIC
                   MOVE "CT" TO WS-MOV-ORIGEM
                   MOVE WS-PAG-DATA-X TO WS-MOV-DATA
                   MOVE FUNCTION NUMVAL(WS-PAG-VALOR-X)
                     TO WS-MOV-VALOR
                   MOVE WS-NUM-LINHA TO WS-MOV-IDENT
                   PERFORM INCLUIR-CANDIDATO
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE CSV-ADQUIRENTE.

      *    Retorna
           EXIT PARAGRAPH.


      *    Recebimentos PIX: as linhas PIX do fechamento por forma de
      *    pagamento
       CARREGAR-PIX.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO WS-NUM-LINHA.

           OPEN INPUT LOG-PAGAMENTOS.

           IF WS-STATUS-PAG-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ LOG-PAGAMENTOS INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 ADD 1 TO WS-NUM-LINHA
                 MOVE SPACES TO WS-PAG-FORMA-X
                 MOVE SPACES TO WS-PAG-VALOR-X
                 UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
                   INTO WS-PAG-DATA-X, WS-PAG-FORMA-X,
                     WS-PAG-VALOR-X
                 END-UNSTRING

                 IF FUNCTION TRIM(WS-PAG-FORMA-X) = "PIX"
                   AND WS-PAG-DATA-X IS NUMERIC
                   MOVE "PX" TO WS-MOV-ORIGEM
                   MOVE WS-PAG-DATA-X TO WS-MOV-DATA
                   MOVE FUNCTION NUMVAL(WS-PAG-VALOR-X)
                     TO WS-MOV-VALOR
                   MOVE WS-NUM-LINHA TO WS-MOV-IDENT
                   PERFORM INCLUIR-CANDIDATO
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE LOG-PAGAMENTOS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Débitos esperados: títulos de contas a pagar já baixados,
      *    pela data do pagamento
       CARREGAR-TITULOS-PAGOS.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT IDX-CONTAS-PAGAR.

           IF WS-STATUS-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-CONTAS-PAGAR NEXT
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF CP-PAGO AND CP-DATA-PAGAMENTO > 0
                   MOVE "CP" TO WS-MOV-ORIGEM
                   MOVE CP-DATA-PAGAMENTO TO WS-MOV-DATA
                   MOVE CP-VALOR TO WS-MOV-VALOR
                   MOVE CP-NUMERO TO WS-MOV-IDENT
                   PERFORM INCLUIR-CANDIDATO
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-CONTAS-PAGAR.

      *    Retorna
           EXIT PARAGRAPH.


      *    Cheques depositados entram como crédito na data em que
      *    foram levados ao banco; o devolvido também entra como
      *    débito (o estorno do banco) na data da devolução
       CARREGAR-CHEQUES.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT IDX-CHEQUES.

           IF WS-STATUS-CHQ-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-CHEQUES NEXT
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF NOT CHQ-EM-CUSTODIA AND CHQ-DATA-DEPOSITADO > 0
                   MOVE "CH" TO WS-MOV-ORIGEM
                   MOVE CHQ-DATA-DEPOSITADO TO WS-MOV-DATA
                   MOVE CHQ-VALOR TO WS-MOV-VALOR
                   MOVE CHQ-CUSTODIA TO WS-MOV-IDENT
                   PERFORM INCLUIR-CANDIDATO
                 END-IF

                 IF CHQ-DEVOLVIDO AND CHQ-DATA-BAIXA > 0
                   MOVE "CD" TO WS-MOV-ORIGEM
                   MOVE CHQ-DATA-BAIXA TO WS-MOV-DATA
                   MOVE CHQ-VALOR TO WS-MOV-VALOR
                   MOVE CHQ-CUSTODIA TO WS-MOV-IDENT
                   PERFORM INCLUIR-CANDIDATO
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-CHEQUES.

      *    Retorna
           EXIT PARAGRAPH.


      *    Inclui o movimento corrente entre os candidatos, se cair no
      *    período dos lançamentos e ainda não tiver sido casado numa
      *    execução anterior
       INCLUIR-CANDIDATO.
           IF WS-MOV-VALOR = 0
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-MOV-DIA = FUNCTION INTEGER-OF-DATE(WS-MOV-DATA).

           IF WS-MOV-DIA < WS-DIA-INICIAL
             OR WS-MOV-DIA > WS-MAIOR-DIA
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-MOV-ORIGEM TO CV-ORIGEM.
           MOVE WS-MOV-DATA TO CV-DATA-ORIGEM.
           MOVE WS-MOV-VALOR TO CV-VALOR.
           MOVE WS-MOV-IDENT TO CV-IDENT.
           READ IDX-VINCULOS
             KEY IS CV-CHAVE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               EXIT PARAGRAPH
           END-READ.

           IF WS-QTD-CAND >= WS-QTD-CAND-MAX
             DISPLAY "ATENÇÃO! Limite de movimentos do sistema "
               "atingido; concilie um período menor."
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-CAND.
           MOVE WS-MOV-ORIGEM TO WS-CAND-ORIGEM(WS-QTD-CAND).
           MOVE WS-MOV-DATA TO WS-CAND-DATA(WS-QTD-CAND).
           MOVE WS-MOV-DIA TO WS-CAND-DIA(WS-QTD-CAND).
           MOVE WS-MOV-VALOR TO WS-CAND-VALOR(WS-QTD-CAND).
           MOVE WS-MOV-IDENT TO WS-CAND-IDENT(WS-QTD-CAND).
           MOVE 'N' TO WS-CAND-USADO(WS-QTD-CAND).

      *    Retorna
           EXIT PARAGRAPH.


      *    Procura, para o lançamento corrente, o movimento do mesmo
      *    tipo (crédito ou débito) com o mesmo valor e a data mais
      *    próxima dentro da janela; achando, grava o vínculo e soma
      *    o lançamento ao saldo conciliado
       CONCILIAR-LANCAMENTO.
           MOVE 0 TO WS-MELHOR-CAND.
           MOVE 99999 TO WS-MELHOR-DISTANCIA.

           PERFORM VARYING WS-IDX-CAND FROM 1 BY 1
             UNTIL WS-IDX-CAND > WS-QTD-CAND
             IF WS-CAND-USADO(WS-IDX-CAND) = 'S'
               EXIT PERFORM CYCLE
             END-IF

             IF WS-CAND-ORIGEM(WS-IDX-CAND) = "CP"
               OR WS-CAND-ORIGEM(WS-IDX-CAND) = "CD"
               MOVE '-' TO WS-TIPO-CANDIDATO
             ELSE
               MOVE '+' TO WS-TIPO-CANDIDATO
             END-IF
             IF WS-TIPO-CANDIDATO NOT = WS-LANC-SINAL(WS-IDX-LANC)
               EXIT PERFORM CYCLE
             END-IF

             COMPUTE WS-DIFERENCA =
               WS-LANC-VALOR(WS-IDX-LANC) - WS-CAND-VALOR(WS-IDX-CAND)
             IF WS-DIFERENCA > WS-TOLERANCIA
               OR (0 - WS-DIFERENCA) > WS-TOLERANCIA
               EXIT PERFORM CYCLE
             END-IF

             COMPUTE WS-DISTANCIA =
               WS-LANC-DIA(WS-IDX-LANC) - WS-CAND-DIA(WS-IDX-CAND)
             IF WS-DISTANCIA < 0 OR WS-DISTANCIA > WS-JANELA-DIAS
               EXIT PERFORM CYCLE
             END-IF

             IF WS-DISTANCIA < WS-MELHOR-DISTANCIA
               MOVE WS-DISTANCIA TO WS-MELHOR-DISTANCIA
               MOVE WS-IDX-CAND TO WS-MELHOR-CAND
             END-IF
           END-PERFORM.

           IF WS-MELHOR-CAND = 0
             EXIT PARAGRAPH
           END-IF.

           MOVE 'S' TO WS-CAND-USADO(WS-MELHOR-CAND).
           MOVE 'S' TO WS-LANC-CASADO(WS-IDX-LANC).
           MOVE WS-MELHOR-CAND TO WS-LANC-CANDIDATO(WS-IDX-LANC).
           ADD 1 TO WS-QTD-CASADOS.

           IF WS-LANC-SINAL(WS-IDX-LANC) = '-'
             SUBTRACT WS-LANC-VALOR(WS-IDX-LANC)
               FROM WS-SALDO-CONCILIADO
             ADD WS-LANC-VALOR(WS-IDX-LANC) TO WS-TOTAL-DEBITOS
           ELSE
             ADD WS-LANC-VALOR(WS-IDX-LANC) TO WS-SALDO-CONCILIADO
             ADD WS-LANC-VALOR(WS-IDX-LANC) TO WS-TOTAL-CREDITOS
           END-IF.

      *    Vínculo permanente: o movimento não casa de novo
           MOVE SPACES TO DETALHE-VINCULO.
           MOVE WS-CAND-ORIGEM(WS-MELHOR-CAND) TO CV-ORIGEM.
           MOVE WS-CAND-DATA(WS-MELHOR-CAND) TO CV-DATA-ORIGEM.
           MOVE WS-CAND-VALOR(WS-MELHOR-CAND) TO CV-VALOR.
           MOVE WS-CAND-IDENT(WS-MELHOR-CAND) TO CV-IDENT.
           MOVE WS-LANC-DATA(WS-IDX-LANC) TO CV-DATA-BANCO.
           MOVE WS-LANC-HISTORICO(WS-IDX-LANC) TO CV-HISTORICO.
           MOVE WS-DATA-HOJE TO CV-DATA-CONCILIACAO.
           WRITE DETALHE-VINCULO
             INVALID KEY
               DISPLAY "Atenção: vínculo já gravado para "
                 CV-ORIGEM " " CV-IDENT
           END-WRITE.

           PERFORM DESCREVER-ORIGEM.

           IF WS-LANC-SINAL(WS-IDX-LANC) = '-'
             COMPUTE WS-VALOR-EDIT = 0 - WS-LANC-VALOR(WS-IDX-LANC)
           ELSE
             MOVE WS-LANC-VALOR(WS-IDX-LANC) TO WS-VALOR-EDIT
           END-IF.
           MOVE WS-SALDO-CONCILIADO TO WS-SALDO-EDIT.

           DISPLAY WS-LANC-DATA(WS-IDX-LANC) " "
             WS-LANC-HISTORICO(WS-IDX-LANC)(1:30) " R$" WS-VALOR-EDIT.
           DISPLAY "  = " WS-DESCRICAO-ORIGEM " de "
             WS-CAND-DATA(WS-MELHOR-CAND) " ("
             WS-CAND-IDENT(WS-MELHOR-CAND) ")  Saldo: R$"
             WS-SALDO-EDIT.

      *    Retorna
           EXIT PARAGRAPH.


      *    Descrição da origem do movimento casado, para o relatório
       DESCREVER-ORIGEM.
           EVALUATE WS-CAND-ORIGEM(WS-MELHOR-CAND)
             WHEN "SG"
               MOVE "Depósito de sangrias" TO WS-DESCRICAO-ORIGEM
             WHEN "GV"
               MOVE "Depósito da gaveta" TO WS-DESCRICAO-ORIGEM
             WHEN "CT"
               MOVE "Liquidação de cartão" TO WS-DESCRICAO-ORIGEM
             WHEN "PX"
               MOVE "Recebimentos PIX" TO WS-DESCRICAO-ORIGEM
             WHEN "CH"
               MOVE "Cheque depositado" TO WS-DESCRICAO-ORIGEM
             WHEN "CD"
               MOVE "Cheque devolvido" TO WS-DESCRICAO-ORIGEM
             WHEN OTHER
               MOVE "Título pago" TO WS-DESCRICAO-ORIGEM
           END-EVALUATE.

      *    Retorna
           EXIT PARAGRAPH.


      *    Regrava a lista de pendentes só com os lançamentos que
      *    continuam sem explicação, listando cada um
       GRAVAR-PENDENTES.
           MOVE 0 TO WS-QTD-PENDENTES.
           MOVE 0 TO WS-TOTAL-PENDENTE.

           OPEN OUTPUT ARQ-PENDENTES.

           PERFORM VARYING WS-IDX-LANC FROM 1 BY 1
             UNTIL WS-IDX-LANC > WS-QTD-LANC
             IF WS-LANC-CASADO(WS-IDX-LANC) = 'S'
               EXIT PERFORM CYCLE
             END-IF

             ADD 1 TO WS-QTD-PENDENTES
             IF WS-LANC-SINAL(WS-IDX-LANC) = '-'
               SUBTRACT WS-LANC-VALOR(WS-IDX-LANC)
                 FROM WS-TOTAL-PENDENTE
               COMPUTE WS-VALOR-EDIT = 0 - WS-LANC-VALOR(WS-IDX-LANC)
             ELSE
               ADD WS-LANC-VALOR(WS-IDX-LANC) TO WS-TOTAL-PENDENTE
               MOVE WS-LANC-VALOR(WS-IDX-LANC) TO WS-VALOR-EDIT
             END-IF

             DISPLAY WS-LANC-DATA(WS-IDX-LANC) " "
               WS-LANC-HISTORICO(WS-IDX-LANC)(1:30) " R$"
               WS-VALOR-EDIT "  (importado em "
               WS-LANC-IMPORTACAO(WS-IDX-LANC) ")"

             MOVE WS-LANC-DATA(WS-IDX-LANC) TO PD-DATA
             MOVE WS-LANC-HISTORICO(WS-IDX-LANC) TO PD-HISTORICO
             MOVE WS-LANC-SINAL(WS-IDX-LANC) TO PD-SINAL
             MOVE WS-LANC-VALOR(WS-IDX-LANC) TO PD-VALOR
             MOVE WS-LANC-IMPORTACAO(WS-IDX-LANC)
               TO PD-DATA-IMPORTACAO
             WRITE DETALHE-PENDENTE
           END-PERFORM.

           CLOSE ARQ-PENDENTES.

           IF WS-QTD-PENDENTES = 0
             DISPLAY "Nenhum lançamento pendente."
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       LER-CONTROLE-CONCILIACAO.
           MOVE 0 TO WS-ULTIMA-DATA.
           MOVE 0 TO WS-SALDO-CONCILIADO.

           OPEN INPUT ARQ-CONTROLE-CONCILIACAO.

      *    Caso o arquivo de controle ainda não exista, começa do zero
           IF NOT WS-STATUS-CTRL-FILE-NOT-FOUND
             READ ARQ-CONTROLE-CONCILIACAO
               AT END
                 CONTINUE

               NOT AT END
                 MOVE CC-ULTIMA-DATA TO WS-ULTIMA-DATA
                 MOVE CC-SALDO TO WS-SALDO-CONCILIADO
                 IF CC-SALDO-SINAL = '-'
                   COMPUTE WS-SALDO-CONCILIADO =
                     0 - WS-SALDO-CONCILIADO
                 END-IF
             END-READ
             CLOSE ARQ-CONTROLE-CONCILIACAO
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       GRAVAR-CONTROLE-CONCILIACAO.
           OPEN OUTPUT ARQ-CONTROLE-CONCILIACAO.

           MOVE WS-ULTIMA-DATA TO CC-ULTIMA-DATA.
           IF WS-SALDO-CONCILIADO < 0
             MOVE '-' TO CC-SALDO-SINAL
             COMPUTE CC-SALDO = 0 - WS-SALDO-CONCILIADO
           ELSE
             MOVE '+' TO CC-SALDO-SINAL
             MOVE WS-SALDO-CONCILIADO TO CC-SALDO
           END-IF.
           WRITE DETALHE-CONTROLE.

           CLOSE ARQ-CONTROLE-CONCILIACAO.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-VINCULOS.
           OPEN I-O IDX-VINCULOS.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-VIN-FILE-NOT-FOUND
             OPEN OUTPUT IDX-VINCULOS
             CLOSE IDX-VINCULOS
             PERFORM ABRE-ARQ-VINCULOS
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
             "/extrato-banco.csv" DELIMITED BY SIZE
             INTO WS-PATH-EXTRATO-BANCO
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/caixa-fechamentos.log" DELIMITED BY SIZE
             INTO WS-PATH-FECHAMENTOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/extrato-adquirente.csv" DELIMITED BY SIZE
             INTO WS-PATH-ADQUIRENTE
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/fechamento-pagamentos.log" DELIMITED BY SIZE
             INTO WS-PATH-PAGAMENTOS
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
             "/conciliacao-banco.idx" DELIMITED BY SIZE
             INTO WS-PATH-VINCULOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/conciliacao-pendentes.dat" DELIMITED BY SIZE
             INTO WS-PATH-PENDENTES
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/conciliacao-banco-controle.dat" DELIMITED BY SIZE
             INTO WS-PATH-CONTROLE
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/cheques-custodia.idx" DELIMITED BY SIZE
             INTO WS-PATH-CHEQUES
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

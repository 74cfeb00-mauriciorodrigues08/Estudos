      *    crédito, no layout combinado com o contador:
      *      <data>;<conta_debito>;<conta_credito>;<historico>;<valor>
      *    Fontes: o fechamento por forma de pagamento (receita por
      *    dinheiro/cartão/PIX/cheque), a apuração mensal de imposto,
      *    as aberturas e quitações de fiado, a compensação dos
      *    cheques em custódia, as sangrias/suprimentos
      *    do caixa e as despesas operacionais lançadas em contas a
      *    pagar (apropriação e pagamento). Do lado da escola entram
      *    as mensalidades (cobrança, bolsa, desconto de pontualidade,
      *    recebimento, juros e baixa de incobráveis) e as tarifas dos
      *    boletos, lidas do diretório de dados acadêmico (ACAD_DIR).
      *    O repasse mensal vira um arquivo em vez de uma tarde de
      *    ditado.
      *    Plano de contas usado:
      *      1.1.01 Caixa         1.1.02 Cartões a receber
      *      1.1.03 PIX a receber 1.1.04 Cheques a receber
      *      1.1.09 Trânsito de numerário
      *      1.2.01 Clientes (fiado)
      *      1.2.02 Mensalidades a receber
      *      2.1.01 Impostos a recolher
      *      2.1.02 Contas a pagar (despesas)
      *      3.1.01 Receita de vendas
      *      3.1.02 Receita de mensalidades
      *      3.1.03 Juros e multas sobre mensalidades
      *      3.2.01 Impostos sobre vendas
      *      3.3.01 Bolsas e descontos concedidos
      *      3.3.02 Descontos de pontualidade
      *      4.1.xx Despesas operacionais, pela conta de cada
      *             categoria do plano de despesas (Despesas.cbl)
      *      4.2.01 Perdas com mensalidades incobráveis
      *      4.2.02 Tarifas bancárias

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CXM.

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

           SELECT IDX-PLANO-DESPESAS
             ASSIGN TO DYNAMIC WS-PATH-PLANO-DESPESAS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-PD
             RECORD KEY IS PD-CODIGO.

      *    Cheques em custódia (RegistrarCheque.cbl), para a
      *    compensação dos cheques baixados no período
           SELECT IDX-CHEQUES
             ASSIGN TO DYNAMIC WS-PATH-CHEQUES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-CHQ
             RECORD KEY IS CHQ-CUSTODIA.

      *    Mensalidades e boletos da escola (Mensalidades.cbl e
      *    Cobranca-Boletos.cbl), no diretório de dados acadêmico
           SELECT IDX-MENSALIDADES
             ASSIGN TO DYNAMIC WS-PATH-MENSALIDADES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-MEN
             RECORD KEY IS MEN-CHAVE.

           SELECT IDX-BOLETOS
             ASSIGN TO DYNAMIC WS-PATH-BOLETOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-BLT
             RECORD KEY IS BOLETO-CHAVE.

           SELECT ARQ-LANCAMENTOS
             ASSIGN TO WS-NOME-LANCAMENTOS
             ORGANIZATION IS LINE SEQUENTIAL
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
       FD LOG-CAIXA-MOV.
       01 LINHA-CAIXA-MOV           PIC X(60).

      *    Mesmo layout de DETALHE-DESP-TITULO em Despesas.cbl
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

      *    Mesmo layout de DETALHE-PLANO-DESPESA em Despesas.cbl
       FD IDX-PLANO-DESPESAS.
       01 DETALHE-PLANO-DESPESA.
           05 PD-CODIGO             PIC 9(03).
           05 PD-DESCRICAO          PIC X(30).
           05 PD-CONTA              PIC X(06).
           05 FILLER                PIC X(11).

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

      *    Mesmo layout de REG-MENSALIDADE em Mensalidades.cbl
       FD IDX-MENSALIDADES.
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

      *    Mesmo layout de REG-BOLETO em Cobranca-Boletos.cbl
       FD IDX-BOLETOS.
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

       FD ARQ-LANCAMENTOS.
       01 LINHA-LANCAMENTO          PIC X(100).

                          WS-STATUS-LAN-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-LAN.
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
                          WS-STATUS-PD-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-PD-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-PD-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-PD-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-PD-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-PD-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-PD.
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

      *    Diretório de dados e caminhos, resolvidos via ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-FIADOS             PIC X(80).
       01 WS-PATH-PAG-FIADO          PIC X(80).
       01 WS-PATH-CAIXA-MOV          PIC X(80).
       01 WS-PATH-DESP-TITULOS       PIC X(80).
       01 WS-PATH-CONTAS-PAGAR       PIC X(80).
       01 WS-PATH-PLANO-DESPESAS     PIC X(80).
       01 WS-PATH-CHEQUES            PIC X(80).
       01 WS-NOME-LANCAMENTOS        PIC X(80).
      *    Diretório de dados acadêmico, resolvido via ACAD_DIR
       01 WS-ACAD-DIR                PIC X(60).
       01 WS-PATH-MENSALIDADES       PIC X(80).
       01 WS-PATH-BOLETOS            PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-EOF                    PIC X(01).

      * Verificação dos selos de integridade antes de exportar
       01 WS-OPCAO-VERIFICAR-SELOS  PIC 9(02) VALUE 69.
       01 WS-RESULTADO-SELOS        PIC X(02).
       01 WS-CONFIRMA               PIC X(01).

      * Período exportado
       01 WS-DATA-INICIO            PIC 9(08).
       01 WS-DATA-FIM               PIC 9(08).
       01 WS-CAMPO2-X               PIC X(10).
       01 WS-CAMPO3-X               PIC X(10).
       01 WS-CAMPO4-X               PIC X(12).
       01 WS-CAMPO5-X               PIC X(10).
       01 WS-DATA-LINHA             PIC 9(08).
       01 WS-VALOR-LINHA            PIC 9(09)V99.

      * Conta de débito da categoria da despesa corrente
       01 WS-CONTA-DESPESA          PIC X(06).
       01 WS-PLANO-ABERTO           PIC X(01).

      * Mensalidade corrente: conta do recebimento (caixa ou banco)
       01 WS-BOLETOS-ABERTO         PIC X(01).
       01 WS-CONTA-RECEBIMENTO      PIC X(06).
       01 WS-VALOR-RECEBIDO         PIC 9(09)V99.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "-----------------------------------".

           PERFORM CONFIGURAR-CAMINHOS.

      *    Confere os selos dos arquivos de vendas e dos logs de
      *    auditoria: o contador não deve receber lançamentos tirados
      *    de arquivos mexidos sem que alguém decida conscientemente
           CALL "SelosIntegridade" USING WS-OPCAO-VERIFICAR-SELOS,
             WS-RESULTADO-SELOS.

           IF WS-RESULTADO-SELOS NOT = "OK"
             DISPLAY "Atenção! A verificação dos selos apontou "
               "arquivos alterados, removidos ou fora de sequência."
             DISPLAY "Continuar a exportação mesmo assim? (S/N): "
               WITH NO ADVANCING
             ACCEPT WS-CONFIRMA
             IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = "S"
               DISPLAY "Exportação cancelada."
               EXIT PROGRAM
             END-IF
           END-IF.

           DISPLAY "Informe a data inicial AAAAMMDD: "
             WITH NO ADVANCING.
           ACCEPT WS-DATA-INICIO.
      *    Quitações de fiado do período
           PERFORM EXPORTAR-QUITACOES-FIADO.

      *    Cheques em custódia compensados no período
           PERFORM EXPORTAR-COMPENSACOES-CHEQUE.

      *    Sangrias e suprimentos do caixa
           PERFORM EXPORTAR-MOVIMENTOS-CAIXA.

      *    Despesas operacionais: apropriação e pagamento
           PERFORM EXPORTAR-DESPESAS.

      *    Mensalidades da escola e tarifas dos boletos
           PERFORM EXPORTAR-MENSALIDADES.

           CLOSE ARQ-LANCAMENTOS.

           DISPLAY "-----------------------------------".
                 IF WS-CAMPO1-X(1:8) IS NUMERIC
                   MOVE WS-CAMPO1-X(1:8) TO WS-DATA-LINHA

      *            A parte da venda paga em FIADO não entrou no caixa:
      *            ela vira receita pela abertura do documento de
      *            fiado (EXPORTAR-ABERTURAS-FIADO), contra clientes
                   IF WS-DATA-LINHA >= WS-DATA-INICIO
                     AND WS-DATA-LINHA <= WS-DATA-FIM
                     AND WS-CAMPO2-X NOT = "FIADO"
                     MOVE WS-DATA-LINHA TO WS-LAN-DATA
                     MOVE FUNCTION NUMVAL(WS-CAMPO3-X)
                       TO WS-LAN-VALOR
                         MOVE "1.1.02" TO WS-LAN-DEBITO
                       WHEN "PIX"
                         MOVE "1.1.03" TO WS-LAN-DEBITO
                       WHEN "CHEQUE"
                         MOVE "1.1.04" TO WS-LAN-DEBITO
                       WHEN OTHER
                         MOVE "1.1.01" TO WS-LAN-DEBITO
                     END-EVALUATE


      *    Fiados abertos no período: venda a prazo (débito em
      *    clientes, crédito em receita), pelo valor vendido a prazo
      *    (a parte de uma venda do caixa paga em outras formas já
      *    entrou por EXPORTAR-RECEITAS-FORMAS). A dívida reaberta por
      *    um cheque devolvido não é venda nova: sai de cheques a
      *    receber e volta para clientes
       EXPORTAR-ABERTURAS-FIADO.
           MOVE 'N' TO WS-EOF.

                   AND NOT FIADO-CANCELADO
                   MOVE FIADO-DATA TO WS-LAN-DATA
                   MOVE "1.2.01" TO WS-LAN-DEBITO
                   MOVE SPACES TO WS-LAN-HISTORICO
                   IF FIADO-DOCUMENTO AND FIADO-CHEQUE-DEVOLVIDO
                     MOVE "1.1.04" TO WS-LAN-CREDITO
                     STRING "CHEQUE DEVOLVIDO " DELIMITED BY SIZE
                       FIADO-CODIGO DELIMITED BY SIZE
                       INTO WS-LAN-HISTORICO
                     END-STRING
                   ELSE
                     MOVE "3.1.01" TO WS-LAN-CREDITO
                     STRING "FIADO ABERTO " DELIMITED BY SIZE
                       FIADO-CODIGO DELIMITED BY SIZE
                       INTO WS-LAN-HISTORICO
                     END-STRING
                   END-IF
                   MOVE FIADO-VALOR-TOTAL TO WS-LAN-VALOR
                   PERFORM GRAVAR-LANCAMENTO
                 END-IF


      *    Parcelas de fiado recebidas no período: dinheiro entrando
      *    no caixa (ou cheque entrando em custódia) e abatendo o
      *    saldo de clientes
      *    Máscara lida: <cod_fiado>;<data>;<valor>;<operador>;<forma>
       EXPORTAR-QUITACOES-FIADO.
           MOVE 'N' TO WS-EOF.

                 MOVE 'S' TO WS-EOF

               NOT AT END
      *          Parcelas antigas não têm a forma: foram em dinheiro
                 MOVE "DINHEIRO" TO WS-CAMPO5-X
                 UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
                   INTO WS-CAMPO1-X, WS-CAMPO2-X, WS-CAMPO3-X,
                     WS-CAMPO4-X, WS-CAMPO5-X
                 END-UNSTRING

                 IF WS-CAMPO2-X(1:8) IS NUMERIC
                   IF WS-DATA-LINHA >= WS-DATA-INICIO
                     AND WS-DATA-LINHA <= WS-DATA-FIM
                     MOVE WS-DATA-LINHA TO WS-LAN-DATA
                     IF WS-CAMPO5-X = "CHEQUE"
                       MOVE "1.1.04" TO WS-LAN-DEBITO
                     ELSE
                       MOVE "1.1.01" TO WS-LAN-DEBITO
                     END-IF
                     MOVE "1.2.01" TO WS-LAN-CREDITO
                     MOVE SPACES TO WS-LAN-HISTORICO
                     STRING "RECEBIMENTO FIADO " DELIMITED BY SIZE
           EXIT PARAGRAPH.


      *    Cheques compensados no período: o valor sai de cheques a
      *    receber para o numerário em trânsito (o banco), na data
      *    da baixa. O devolvido sai pela abertura do fiado gerado
       EXPORTAR-COMPENSACOES-CHEQUE.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT IDX-CHEQUES.

           IF WS-STATUS-CHQ-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-CHEQUES NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF CHQ-COMPENSADO
                   AND CHQ-DATA-BAIXA >= WS-DATA-INICIO
                   AND CHQ-DATA-BAIXA <= WS-DATA-FIM
                   MOVE CHQ-DATA-BAIXA TO WS-LAN-DATA
                   MOVE "1.1.09" TO WS-LAN-DEBITO
                   MOVE "1.1.04" TO WS-LAN-CREDITO
                   MOVE SPACES TO WS-LAN-HISTORICO
                   STRING "CHEQUE COMPENSADO " DELIMITED BY SIZE
                     CHQ-CUSTODIA DELIMITED BY SIZE
                     INTO WS-LAN-HISTORICO
                   END-STRING
                   MOVE CHQ-VALOR TO WS-LAN-VALOR
                   PERFORM GRAVAR-LANCAMENTO
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-CHEQUES.

      *    Retorna
           EXIT PARAGRAPH.


      *    Sangrias e suprimentos do caixa no período
      *    Máscara lida: <data>;<hora>;<tipo>;<valor>;<operador>
       EXPORTAR-MOVIMENTOS-CAIXA.
           EXIT PARAGRAPH.


      *    Títulos de despesa operacional: a apropriação na data de
      *    emissão (débito na conta da categoria, crédito em contas a
      *    pagar) e o pagamento na data da baixa (débito em contas a
      *    pagar, crédito no caixa). Títulos de mercadoria não entram
      *    aqui; a compra chega ao contador pelas notas de entrada
       EXPORTAR-DESPESAS.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT IDX-DESP-TITULOS.

           IF NOT WS-STATUS-DT-OK
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT IDX-CONTAS-PAGAR.

           IF NOT WS-STATUS-CP-OK
             CLOSE IDX-DESP-TITULOS
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-PLANO-ABERTO.
           OPEN INPUT IDX-PLANO-DESPESAS.
           IF WS-STATUS-PD-OK
             MOVE 'S' TO WS-PLANO-ABERTO
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-DESP-TITULOS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 MOVE DT-TITULO TO CP-NUMERO
                 READ IDX-CONTAS-PAGAR KEY IS CP-NUMERO
                   INVALID KEY
                     EXIT PERFORM CYCLE
                 END-READ

                 PERFORM EXPORTAR-UMA-DESPESA
             END-READ
           END-PERFORM.

           CLOSE IDX-DESP-TITULOS.
           CLOSE IDX-CONTAS-PAGAR.
           IF WS-PLANO-ABERTO = 'S'
             CLOSE IDX-PLANO-DESPESAS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Lançamentos do título de despesa corrente dentro do período;
      *    categoria fora do plano cai em outras despesas (4.1.99)
       EXPORTAR-UMA-DESPESA.
           MOVE "4.1.99" TO WS-CONTA-DESPESA.
           IF WS-PLANO-ABERTO = 'S'
             MOVE DT-CATEGORIA TO PD-CODIGO
             READ IDX-PLANO-DESPESAS KEY IS PD-CODIGO
               NOT INVALID KEY
                 MOVE PD-CONTA TO WS-CONTA-DESPESA
             END-READ
           END-IF.

           IF CP-DATA-EMISSAO >= WS-DATA-INICIO
             AND CP-DATA-EMISSAO <= WS-DATA-FIM
             MOVE CP-DATA-EMISSAO TO WS-LAN-DATA
             MOVE WS-CONTA-DESPESA TO WS-LAN-DEBITO
             MOVE "2.1.02" TO WS-LAN-CREDITO
             MOVE DT-DESCRICAO TO WS-LAN-HISTORICO
             MOVE CP-VALOR TO WS-LAN-VALOR
             PERFORM GRAVAR-LANCAMENTO
           END-IF.

           IF CP-PAGO
             AND CP-DATA-PAGAMENTO >= WS-DATA-INICIO
             AND CP-DATA-PAGAMENTO <= WS-DATA-FIM
             MOVE CP-DATA-PAGAMENTO TO WS-LAN-DATA
             MOVE "2.1.02" TO WS-LAN-DEBITO
             MOVE "1.1.01" TO WS-LAN-CREDITO
             MOVE SPACES TO WS-LAN-HISTORICO
             STRING "PAGTO DESPESA TITULO " DELIMITED BY SIZE
               CP-NUMERO DELIMITED BY SIZE
               INTO WS-LAN-HISTORICO
             END-STRING
             MOVE CP-VALOR TO WS-LAN-VALOR
             PERFORM GRAVAR-LANCAMENTO
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Ciclo das mensalidades da escola dentro do período:
      *    - cobrança pelo bruto no primeiro dia do mês de competência
      *      (débito em mensalidades a receber, crédito na receita) e
      *      a bolsa abatendo o a receber na mesma data
      *    - recebimento na data do pagamento, no banco quando veio
      *      por boleto e no caixa quando foi no balcão, com o
      *      desconto de pontualidade abatendo o a receber e o que
      *      passou do líquido como juros
      *    - baixa de incobrável na data da baixa, como perda
      *    - tarifa do boleto na data do último retorno
       EXPORTAR-MENSALIDADES.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT IDX-MENSALIDADES.

           IF NOT WS-STATUS-MEN-OK
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-BOLETOS-ABERTO.
           OPEN INPUT IDX-BOLETOS.
           IF WS-STATUS-BLT-OK
             MOVE 'S' TO WS-BOLETOS-ABERTO
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-MENSALIDADES NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 PERFORM EXPORTAR-UMA-MENSALIDADE
             END-READ
           END-PERFORM.

           CLOSE IDX-MENSALIDADES.

           IF WS-BOLETOS-ABERTO = 'S'
             PERFORM EXPORTAR-TARIFAS-BOLETOS
             CLOSE IDX-BOLETOS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       EXPORTAR-UMA-MENSALIDADE.
           COMPUTE WS-LAN-DATA = MEN-MES * 100 + 1.

           IF WS-LAN-DATA >= WS-DATA-INICIO
             AND WS-LAN-DATA <= WS-DATA-FIM
             MOVE "1.2.02" TO WS-LAN-DEBITO
             MOVE "3.1.02" TO WS-LAN-CREDITO
             MOVE SPACES TO WS-LAN-HISTORICO
             STRING "MENSALIDADE " DELIMITED BY SIZE
               MEN-MES DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MEN-MATRICULA DELIMITED BY SIZE
               INTO WS-LAN-HISTORICO
             END-STRING
             MOVE MEN-VALOR-BRUTO TO WS-LAN-VALOR
             PERFORM GRAVAR-LANCAMENTO

             IF MEN-DESCONTO-BOLSA > 0
               MOVE "3.3.01" TO WS-LAN-DEBITO
               MOVE "1.2.02" TO WS-LAN-CREDITO
               MOVE SPACES TO WS-LAN-HISTORICO
               STRING "BOLSA " DELIMITED BY SIZE
                 MEN-MES DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 MEN-MATRICULA DELIMITED BY SIZE
                 INTO WS-LAN-HISTORICO
               END-STRING
               MOVE MEN-DESCONTO-BOLSA TO WS-LAN-VALOR
               PERFORM GRAVAR-LANCAMENTO
             END-IF
           END-IF.

           IF MEN-ABERTA
             OR MEN-DATA-PAGAMENTO < WS-DATA-INICIO
             OR MEN-DATA-PAGAMENTO > WS-DATA-FIM
             EXIT PARAGRAPH
           END-IF.

           MOVE MEN-DATA-PAGAMENTO TO WS-LAN-DATA.

           IF MEN-INCOBRAVEL
             MOVE "4.2.01" TO WS-LAN-DEBITO
             MOVE "1.2.02" TO WS-LAN-CREDITO
             MOVE SPACES TO WS-LAN-HISTORICO
             STRING "INCOBRAVEL " DELIMITED BY SIZE
               MEN-MES DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MEN-MATRICULA DELIMITED BY SIZE
               INTO WS-LAN-HISTORICO
             END-STRING
             MOVE MEN-VALOR TO WS-LAN-VALOR
             PERFORM GRAVAR-LANCAMENTO
             EXIT PARAGRAPH
           END-IF.

      *    Paga: por boleto o dinheiro entrou no banco (numerário em
      *    trânsito), no balcão entrou no caixa
           MOVE "1.1.01" TO WS-CONTA-RECEBIMENTO.
           IF WS-BOLETOS-ABERTO = 'S'
             MOVE MEN-CHAVE TO BOLETO-CHAVE
             READ IDX-BOLETOS KEY IS BOLETO-CHAVE
               NOT INVALID KEY
                 IF BOLETO-LIQUIDADO
                   MOVE "1.1.09" TO WS-CONTA-RECEBIMENTO
                 END-IF
             END-READ
           END-IF.

           IF MEN-VALOR-PAGO > MEN-VALOR
             MOVE MEN-VALOR TO WS-VALOR-RECEBIDO
           ELSE
             MOVE MEN-VALOR-PAGO TO WS-VALOR-RECEBIDO
           END-IF.

           MOVE WS-CONTA-RECEBIMENTO TO WS-LAN-DEBITO.
           MOVE "1.2.02" TO WS-LAN-CREDITO.
           MOVE SPACES TO WS-LAN-HISTORICO.
           STRING "RECEB MENSALIDADE " DELIMITED BY SIZE
             MEN-MES DELIMITED BY SIZE
             INTO WS-LAN-HISTORICO
           END-STRING.
           MOVE WS-VALOR-RECEBIDO TO WS-LAN-VALOR.
           PERFORM GRAVAR-LANCAMENTO.

           IF MEN-DESCONTO-PONTUAL > 0
             MOVE "3.3.02" TO WS-LAN-DEBITO
             MOVE "1.2.02" TO WS-LAN-CREDITO
             MOVE SPACES TO WS-LAN-HISTORICO
             STRING "PONTUALIDADE " DELIMITED BY SIZE
               MEN-MES DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MEN-MATRICULA DELIMITED BY SIZE
               INTO WS-LAN-HISTORICO
             END-STRING
             MOVE MEN-DESCONTO-PONTUAL TO WS-LAN-VALOR
             PERFORM GRAVAR-LANCAMENTO
           END-IF.

           IF MEN-VALOR-PAGO > MEN-VALOR
             MOVE WS-CONTA-RECEBIMENTO TO WS-LAN-DEBITO
             MOVE "3.1.03" TO WS-LAN-CREDITO
             MOVE SPACES TO WS-LAN-HISTORICO
             STRING "JUROS MENSALIDADE " DELIMITED BY SIZE
               MEN-MES DELIMITED BY SIZE
               INTO WS-LAN-HISTORICO
             END-STRING
             COMPUTE WS-LAN-VALOR = MEN-VALOR-PAGO - MEN-VALOR
             PERFORM GRAVAR-LANCAMENTO
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Tarifas cobradas pelo banco nos boletos, debitadas da conta
      *    (numerário em trânsito) na data do último retorno do boleto
       EXPORTAR-TARIFAS-BOLETOS.
           MOVE 'N' TO WS-EOF.

           MOVE LOW-VALUES TO BOLETO-CHAVE.
           START IDX-BOLETOS KEY IS NOT LESS THAN BOLETO-CHAVE
             INVALID KEY
               MOVE 'S' TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-BOLETOS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF BOLETO-TARIFA > 0
                   AND BOLETO-DATA-RETORNO >= WS-DATA-INICIO
                   AND BOLETO-DATA-RETORNO <= WS-DATA-FIM
                   MOVE BOLETO-DATA-RETORNO TO WS-LAN-DATA
                   MOVE "4.2.02" TO WS-LAN-DEBITO
                   MOVE "1.1.09" TO WS-LAN-CREDITO
                   MOVE SPACES TO WS-LAN-HISTORICO
                   STRING "TARIFA BOLETO " DELIMITED BY SIZE
                     BOLETO-NOSSO-NUMERO DELIMITED BY SIZE
                     INTO WS-LAN-HISTORICO
                   END-STRING
                   MOVE BOLETO-TARIFA TO WS-LAN-VALOR
                   PERFORM GRAVAR-LANCAMENTO
                 END-IF
             END-READ
           END-PERFORM.

      *    Retorna
           EXIT PARAGRAPH.


      *    Lê o diretório de dados configurado, com "../arch" como
      *    valor padrão quando a variável de ambiente não é definida
       CONFIGURAR-CAMINHOS.
             MOVE "../arch" TO WS-ARCH-DIR
           END-IF.

      *    As mensalidades ficam com os programas acadêmicos
           ACCEPT WS-ACAD-DIR FROM ENVIRONMENT "ACAD_DIR".
           IF WS-ACAD-DIR = SPACES
             MOVE "../../projeto02" TO WS-ACAD-DIR
           END-IF.

           MOVE 'N' TO WS-CAMINHO-OVERFLOW.

           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
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
             "/plano-despesas.idx" DELIMITED BY SIZE
             INTO WS-PATH-PLANO-DESPESAS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/cheques-custodia.idx" DELIMITED BY SIZE
             INTO WS-PATH-CHEQUES
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ACAD-DIR) DELIMITED BY SIZE
             "/mensalidades.idx" DELIMITED BY SIZE
             INTO WS-PATH-MENSALIDADES
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ACAD-DIR) DELIMITED BY SIZE
             "/boletos.idx" DELIMITED BY SIZE
             INTO WS-PATH-BOLETOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.

      *    ARCH_DIR ou ACAD_DIR longo demais para caber num dos
      *    caminhos: aborta em vez de operar sobre um caminho truncado
      *    e apontar para o arquivo errado
           IF CAMINHO-OVERFLOW
             DISPLAY "Erro fatal! ARCH_DIR ou ACAD_DIR excede o "
               "tamanho suportado "
               "para montagem dos caminhos de arquivo!"
             EXIT PROGRAM
           END-IF.

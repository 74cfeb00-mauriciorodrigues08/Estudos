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
      *    protegidos pelo dono); consultada por EncargosFiado.cbl
           05 CLIENTE-ISENTO-ENC    PIC X(01).
               88 ISENTO-ENCARGOS   VALUE 'S'.
           05 CLIENTE-CLASSE        PIC X(01).
               88 CLASSE-VAREJO     VALUE 'V' ' '.
               88 CLASSE-ATACADO    VALUE 'A'.
               88 CLASSE-FUNCIONARIO VALUE 'F'.
           05 FILLER                PIC X(20).

       WORKING-STORAGE SECTION.
      *    Status de arquivo, com condições nominadas compartilhadas
       01 WS-TOLERANCIA-DIAS        PIC 9(03).
       01 WS-DATA-HOJE              PIC 9(08).
       01 WS-DATA-CORTE             PIC 9(08).
       01 WS-DATA-AMANHA            PIC 9(08).

      * Situação apurada por cliente: vencido dentro da tolerância e
      * o último pagamento registrado
       01 WS-QTD-BLOQUEADOS         PIC 9(03).
       01 WS-QTD-LIBERADOS          PIC 9(03).
       01 WS-SITUACAO-DESEJADA      PIC X(01).
       01 WS-QTD-AVISADOS           PIC 9(03).
       01 WS-SALDO-EDIT             PIC ZZZZZ9.99.

      * Aviso ao cliente, enfileirado via EnfileirarAviso.cbl
       01 WS-AVISO-CLIENTE          PIC 9(05).
       01 WS-AVISO-TELEFONE         PIC X(15).
       01 WS-AVISO-MODELO           PIC X(12).
       01 WS-AVISO-REFERENCIA       PIC X(12).
       01 WS-AVISO-CAMPO-1          PIC X(30).
       01 WS-AVISO-CAMPO-2          PIC X(30).

       PROCEDURE DIVISION.
       MAIN.
             FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                 - WS-TOLERANCIA-DIAS).
           COMPUTE WS-DATA-AMANHA =
             FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + 1).

      *    Passada 1: fiados em aberto vencidos além da tolerância
           PERFORM APURAR-FIADOS-VENCIDOS.
             WS-QTD-BLOQUEADOS.
           DISPLAY "Clientes liberados nesta rodada: "
             WS-QTD-LIBERADOS.
           DISPLAY "Avisos de vencimento para amanhã: "
             WS-QTD-AVISADOS.
           DISPLAY " ".

      *    Retorna

       APURAR-FIADOS-VENCIDOS.
           MOVE 0 TO WS-QTD-CLIENTES.
           MOVE 0 TO WS-QTD-AVISADOS.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT IDX-FIADOS.
                   MOVE 'S'
                     TO WS-CLI-TEM-VENCIDO(WS-IDX-CLI-ACHADO)
                 END-IF
      *          Lembrete ao cliente do fiado que vence amanhã
                 IF FIADO-ABERTO
                   AND FIADO-VALOR-SALDO > 0
                   AND FIADO-DATA-VENCIMENTO = WS-DATA-AMANHA
                   PERFORM AVISAR-VENCIMENTO-FIADO
                 END-IF
             END-READ
           END-PERFORM.

           EXIT PARAGRAPH.


       AVISAR-VENCIMENTO-FIADO.
           MOVE FIADO-CLIENTE-CODIGO TO WS-AVISO-CLIENTE.
           MOVE SPACES TO WS-AVISO-TELEFONE.
           MOVE "FIADO-VENCE" TO WS-AVISO-MODELO.
           MOVE FIADO-CODIGO TO WS-AVISO-REFERENCIA.
           MOVE FIADO-VALOR-SALDO TO WS-SALDO-EDIT.
           MOVE WS-SALDO-EDIT TO WS-AVISO-CAMPO-1.
           MOVE FIADO-DATA-VENCIMENTO TO WS-AVISO-CAMPO-2.
           CALL "EnfileirarAviso" USING WS-AVISO-CLIENTE,
             WS-AVISO-TELEFONE, WS-AVISO-MODELO, WS-AVISO-REFERENCIA,
             WS-AVISO-CAMPO-1, WS-AVISO-CAMPO-2.

           ADD 1 TO WS-QTD-AVISADOS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Localiza (ou abre) a posição do cliente corrente na
      *    tabela, deixando-a em WS-IDX-CLI-ACHADO
       LOCALIZAR-OU-CRIAR-CLIENTE.

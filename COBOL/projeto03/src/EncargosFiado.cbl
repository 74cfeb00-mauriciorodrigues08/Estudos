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
           05 CLIENTE-ENDERECO      PIC X(40).
           05 CLIENTE-ISENTO-ENC    PIC X(01).
               88 ISENTO-ENCARGOS   VALUE 'S'.
           05 CLIENTE-CLASSE        PIC X(01).
               88 CLASSE-VAREJO     VALUE 'V' ' '.
               88 CLASSE-ATACADO    VALUE 'A'.
               88 CLASSE-FUNCIONARIO VALUE 'F'.
           05 FILLER                PIC X(20).

       FD LOG-ENCARGOS.
       01 LINHA-ENCARGO             PIC X(60).
       01 WS-TOTAL-LANCADO          PIC 9(08)V99.
       01 WS-TOTAL-LANCADO-EDIT     PIC ZZZZZZZ9.99.

      * Aviso ao cliente, enfileirado via EnfileirarAviso.cbl
       01 WS-AVISO-CLIENTE          PIC 9(05).
       01 WS-AVISO-TELEFONE         PIC X(15).
       01 WS-AVISO-MODELO           PIC X(12).
       01 WS-AVISO-REFERENCIA       PIC X(12).
       01 WS-AVISO-CAMPO-1          PIC X(30).
       01 WS-AVISO-CAMPO-2          PIC X(30).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "-----------------------------------".
           DISPLAY "Fiado " FIADO-CODIGO "  " WS-TIPO-ENCARGO
             ": R$" WS-VALOR-ENCARGO-EDIT.

      *    Cliente avisado do encargo e do novo saldo; a referência
      *    leva o tipo, para multa e juros do mesmo dia irem ambos
           MOVE FIADO-CLIENTE-CODIGO TO WS-AVISO-CLIENTE.
           MOVE SPACES TO WS-AVISO-TELEFONE.
           MOVE "FIADO-ATRASO" TO WS-AVISO-MODELO.
           MOVE SPACES TO WS-AVISO-REFERENCIA.
           STRING FIADO-CODIGO "-" WS-TIPO-ENCARGO DELIMITED BY SIZE
             INTO WS-AVISO-REFERENCIA
           END-STRING.
           MOVE WS-VALOR-ENCARGO-EDIT TO WS-AVISO-CAMPO-1.
           MOVE FIADO-VALOR-SALDO TO WS-VALOR-ENCARGO-EDIT.
           MOVE WS-VALOR-ENCARGO-EDIT TO WS-AVISO-CAMPO-2.
           CALL "EnfileirarAviso" USING WS-AVISO-CLIENTE,
             WS-AVISO-TELEFONE, WS-AVISO-MODELO, WS-AVISO-REFERENCIA,
             WS-AVISO-CAMPO-1, WS-AVISO-CAMPO-2.

      *    Retorna
           EXIT PARAGRAPH.


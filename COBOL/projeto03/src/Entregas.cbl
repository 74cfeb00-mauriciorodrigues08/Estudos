       01 WS-NIVEL-QUALQUER         PIC 9(01) VALUE 0.
       01 WS-RESULTADO-VALIDACAO    PIC X(02).

      * Aviso ao cliente, enfileirado via EnfileirarAviso.cbl
       01 WS-AVISO-CLIENTE          PIC 9(05).
       01 WS-AVISO-TELEFONE         PIC X(15).
       01 WS-AVISO-MODELO           PIC X(12).
       01 WS-AVISO-REFERENCIA       PIC X(12).
       01 WS-AVISO-CAMPO-1          PIC X(30).
       01 WS-AVISO-CAMPO-2          PIC X(30).

       LINKAGE SECTION.
       01 LS-OPCAO                  PIC 9(02).

           MOVE WS-DATA-HOJE TO ENT-DATA-STATUS.
           REWRITE DETALHE-ENTREGA.

      *    Cliente avisado de que a entrega está a caminho
           IF ENT-SAIU
             PERFORM AVISAR-SAIDA-ENTREGA
           END-IF.

           CLOSE IDX-ENTREGAS.

      *    Retorna
           EXIT PARAGRAPH.


       AVISAR-SAIDA-ENTREGA.
           MOVE ENT-CLIENTE TO WS-AVISO-CLIENTE.
           MOVE ENT-TELEFONE TO WS-AVISO-TELEFONE.
           MOVE "ENTREGA" TO WS-AVISO-MODELO.
           MOVE ENT-NUMERO TO WS-AVISO-REFERENCIA.
           MOVE ENT-VALOR TO WS-VALOR-EDIT.
           MOVE WS-VALOR-EDIT TO WS-AVISO-CAMPO-1.
           MOVE ENT-ENDERECO TO WS-AVISO-CAMPO-2.
           CALL "EnfileirarAviso" USING WS-AVISO-CLIENTE,
             WS-AVISO-TELEFONE, WS-AVISO-MODELO, WS-AVISO-REFERENCIA,
             WS-AVISO-CAMPO-1, WS-AVISO-CAMPO-2.

      *    Retorna
           EXIT PARAGRAPH.


      *    Lê o diretório de dados configurado, com "../arch" como
      *    valor padrão quando a variável de ambiente não é definida
       CONFIGURAR-CAMINHOS.

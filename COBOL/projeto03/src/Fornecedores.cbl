           05 FORNECEDOR-NOME       PIC X(30).
           05 FORNECEDOR-CONTATO    PIC X(20).
           05 FORNECEDOR-PRAZO      PIC 9(03).
           05 FORNECEDOR-DOCUMENTO  PIC X(14).
           05 FORNECEDOR-BANCO      PIC 9(03).
           05 FORNECEDOR-AGENCIA    PIC X(05).
           05 FORNECEDOR-CONTA      PIC X(13).
           05 FORNECEDOR-CHAVE-PIX  PIC X(60).
           05 FILLER                PIC X(20).

      *    Mesmo layout de DETALHE-PRODUTO em CRUD.cbl, redeclarado
      *    aqui apenas para consulta
           05 PRODUTO-CODIGO        PIC 9(05).
           05 PRODUTO-DESCRICAO     PIC X(30).
           05 PRODUTO-PRECO-UNIT    PIC 9(04)V99.
           05 PRODUTO-QTD-ESTOQUE   PIC 9(05).
           05 PRODUTO-QTD-MINIMA    PIC 9(05).
           05 PRODUTO-CATEGORIA     PIC X(15).
           05 PRODUTO-FORNECEDOR    PIC 9(05).
           05 PRODUTO-VALIDADE      PIC 9(08).
           05 PRODUTO-BARRAS       PIC 9(13).
           05 PRODUTO-UNIDADE      PIC X(02).
           05 PRODUTO-FATOR-COMPRA  PIC 9(03).
           05 PRODUTO-STATUS        PIC X(01).
               88 PRODUTO-ATIVO         VALUE 'A' SPACE.
               88 PRODUTO-DESCONTINUADO VALUE 'D'.
               88 PRODUTO-BLOQUEADO     VALUE 'B'.
           05 PRODUTO-CONTROLA-SERIE PIC X(01).
               88 PRODUTO-COM-SERIE     VALUE 'S'.
           05 PRODUTO-VASILHAME     PIC X(03).
               88 PRODUTO-SEM-VASILHAME VALUE SPACES '000'.
           05 FILLER                PIC X(15).

       FD LOG-AUD-CADASTRO.
       01 LINHA-AUD-CADASTRO        PIC X(200).
       01 WS-ANTIGO-NOME            PIC X(30).
       01 WS-ANTIGO-CONTATO         PIC X(20).
       01 WS-ANTIGO-PRAZO           PIC 9(03).
       01 WS-ANTIGO-DOCUMENTO       PIC X(14).
       01 WS-ANTIGO-BANCO           PIC 9(03).
       01 WS-ANTIGO-AGENCIA         PIC X(05).
       01 WS-ANTIGO-CONTA           PIC X(13).
       01 WS-ANTIGO-CHAVE-PIX       PIC X(60).

      * Variáveis Locais de Fornecedor
       01 WS-CODIGO                 PIC 9(05).
       01 WS-CONTATO                PIC X(20).
       01 WS-PRAZO                  PIC 9(03).

      * Dados bancários do fornecedor, usados na remessa de pagamentos
      * (RemessaPagamentos.cbl)
       01 WS-DOCUMENTO              PIC X(14).
       01 WS-BANCO                  PIC 9(03).
       01 WS-AGENCIA                PIC X(05).
       01 WS-CONTA                  PIC X(13).
       01 WS-CHAVE-PIX              PIC X(60).
       01 WS-TAM-DOCUMENTO          PIC 9(02).
       01 WS-DOCUMENTO-VALIDO       PIC X(01).
       01 WS-ENTRADA-CAMPO          PIC X(20).
       01 WS-ENTRADA-PIX            PIC X(60).

       LINKAGE SECTION.
       01 LS-OPCAO                  PIC 9(02).

             WITH NO ADVANCING
           ACCEPT WS-PRAZO.

      *    Recebe o CNPJ/CPF e os dados bancários
           MOVE SPACES TO WS-DOCUMENTO WS-AGENCIA WS-CONTA
             WS-CHAVE-PIX.
           MOVE 0 TO WS-BANCO.
           PERFORM RECEBER-DADOS-BANCARIOS.
           IF WS-DOCUMENTO-VALIDO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

      *    Abre o arquivo
           PERFORM ABRE-ARQ-IDX.

      *    Move os valores para as variáveis de arquivo
           MOVE SPACES TO DETALHE-FORNECEDOR.
           MOVE WS-CODIGO TO FORNECEDOR-CODIGO.
           MOVE WS-NOME TO FORNECEDOR-NOME.
           MOVE WS-CONTATO TO FORNECEDOR-CONTATO.
           MOVE WS-PRAZO TO FORNECEDOR-PRAZO.
           MOVE WS-DOCUMENTO TO FORNECEDOR-DOCUMENTO.
           MOVE WS-BANCO TO FORNECEDOR-BANCO.
           MOVE WS-AGENCIA TO FORNECEDOR-AGENCIA.
           MOVE WS-CONTA TO FORNECEDOR-CONTA.
           MOVE WS-CHAVE-PIX TO FORNECEDOR-CHAVE-PIX.

           WRITE DETALHE-FORNECEDOR
             INVALID KEY
                   WITH NO ADVANCING
                 ACCEPT WS-PRAZO

      *          Recebe o CNPJ/CPF e os dados bancários; Enter
      *          mantém o valor atual
                 MOVE FORNECEDOR-DOCUMENTO TO WS-DOCUMENTO
                 MOVE FORNECEDOR-BANCO TO WS-BANCO
                 MOVE FORNECEDOR-AGENCIA TO WS-AGENCIA
                 MOVE FORNECEDOR-CONTA TO WS-CONTA
                 MOVE FORNECEDOR-CHAVE-PIX TO WS-CHAVE-PIX
                 PERFORM RECEBER-DADOS-BANCARIOS
                 IF WS-DOCUMENTO-VALIDO NOT = 'S'
                   CLOSE IDX-FORNECEDORES
                   EXIT PARAGRAPH
                 END-IF

      *        Caso a escolha não seja por continuar
               ELSE
                 DISPLAY "Operação Cancelada!"
           MOVE FORNECEDOR-NOME TO WS-ANTIGO-NOME.
           MOVE FORNECEDOR-CONTATO TO WS-ANTIGO-CONTATO.
           MOVE FORNECEDOR-PRAZO TO WS-ANTIGO-PRAZO.
           MOVE FORNECEDOR-DOCUMENTO TO WS-ANTIGO-DOCUMENTO.
           MOVE FORNECEDOR-BANCO TO WS-ANTIGO-BANCO.
           MOVE FORNECEDOR-AGENCIA TO WS-ANTIGO-AGENCIA.
           MOVE FORNECEDOR-CONTA TO WS-ANTIGO-CONTA.
           MOVE FORNECEDOR-CHAVE-PIX TO WS-ANTIGO-CHAVE-PIX.

           MOVE WS-NOME TO FORNECEDOR-NOME.
           MOVE WS-CONTATO TO FORNECEDOR-CONTATO.
           MOVE WS-PRAZO TO FORNECEDOR-PRAZO.
           MOVE WS-DOCUMENTO TO FORNECEDOR-DOCUMENTO.
           MOVE WS-BANCO TO FORNECEDOR-BANCO.
           MOVE WS-AGENCIA TO FORNECEDOR-AGENCIA.
           MOVE WS-CONTA TO FORNECEDOR-CONTA.
           MOVE WS-CHAVE-PIX TO FORNECEDOR-CHAVE-PIX.

      *    Sobrescreve os dados antigos
           REWRITE DETALHE-FORNECEDOR.
             PERFORM GRAVAR-AUDITORIA-CADASTRO
           END-IF.

           IF WS-ANTIGO-DOCUMENTO NOT = FORNECEDOR-DOCUMENTO
             MOVE "DOCUMENTO" TO WS-CAMPO-AUD
             MOVE WS-ANTIGO-DOCUMENTO TO WS-ANTES-AUD
             MOVE FORNECEDOR-DOCUMENTO TO WS-DEPOIS-AUD
             PERFORM GRAVAR-AUDITORIA-CADASTRO
           END-IF.

           IF WS-ANTIGO-BANCO NOT = FORNECEDOR-BANCO
             MOVE "BANCO" TO WS-CAMPO-AUD
             MOVE WS-ANTIGO-BANCO TO WS-ANTES-AUD
             MOVE FORNECEDOR-BANCO TO WS-DEPOIS-AUD
             PERFORM GRAVAR-AUDITORIA-CADASTRO
           END-IF.

           IF WS-ANTIGO-AGENCIA NOT = FORNECEDOR-AGENCIA
             MOVE "AGENCIA" TO WS-CAMPO-AUD
             MOVE WS-ANTIGO-AGENCIA TO WS-ANTES-AUD
             MOVE FORNECEDOR-AGENCIA TO WS-DEPOIS-AUD
             PERFORM GRAVAR-AUDITORIA-CADASTRO
           END-IF.

           IF WS-ANTIGO-CONTA NOT = FORNECEDOR-CONTA
             MOVE "CONTA" TO WS-CAMPO-AUD
             MOVE WS-ANTIGO-CONTA TO WS-ANTES-AUD
             MOVE FORNECEDOR-CONTA TO WS-DEPOIS-AUD
             PERFORM GRAVAR-AUDITORIA-CADASTRO
           END-IF.

      *    A chave PIX pode passar de 30 posições; a auditoria guarda
      *    o início de cada valor, o bastante para identificar a troca
           IF WS-ANTIGO-CHAVE-PIX NOT = FORNECEDOR-CHAVE-PIX
             MOVE "CHAVE-PIX" TO WS-CAMPO-AUD
             MOVE WS-ANTIGO-CHAVE-PIX TO WS-ANTES-AUD
             MOVE FORNECEDOR-CHAVE-PIX TO WS-DEPOIS-AUD
             PERFORM GRAVAR-AUDITORIA-CADASTRO
           END-IF.

      *    Fecha o arquivo
           CLOSE IDX-FORNECEDORES.

               DISPLAY "Nome: " FORNECEDOR-NOME
               DISPLAY "Contato: " FORNECEDOR-CONTATO
               DISPLAY "Prazo de Entrega: " FORNECEDOR-PRAZO " dias"
               DISPLAY "CNPJ/CPF: " FORNECEDOR-DOCUMENTO
               IF FORNECEDOR-BANCO IS NUMERIC
                 AND FORNECEDOR-BANCO > 0
                 DISPLAY "Banco: " FORNECEDOR-BANCO
                   "  Agência: " FORNECEDOR-AGENCIA
                   "  Conta: " FORNECEDOR-CONTA
               END-IF
               IF FORNECEDOR-CHAVE-PIX NOT = SPACES
                 DISPLAY "Chave PIX: "
                   FUNCTION TRIM(FORNECEDOR-CHAVE-PIX)
               END-IF
               DISPLAY " "

           END-PERFORM.
           EXIT PARAGRAPH.


      *    Recebe o CNPJ/CPF e os dados bancários do fornecedor. Os
      *    campos chegam com o valor atual (vazio no cadastro) e uma
      *    resposta em branco mantém esse valor. O documento, quando
      *    informado, precisa ter 11 (CPF) ou 14 (CNPJ) dígitos, sem
      *    pontuação, porque segue assim para o arquivo do banco
       RECEBER-DADOS-BANCARIOS.
           MOVE 'S' TO WS-DOCUMENTO-VALIDO.

           DISPLAY "Informe o CNPJ/CPF, só números [" WS-DOCUMENTO
             "]: " WITH NO ADVANCING.
           PERFORM RECEBER-CAMPO-DOCUMENTO.

           IF WS-DOCUMENTO NOT = SPACES
             MOVE 0 TO WS-TAM-DOCUMENTO
             INSPECT WS-DOCUMENTO TALLYING WS-TAM-DOCUMENTO
               FOR CHARACTERS BEFORE INITIAL SPACE
             IF (WS-TAM-DOCUMENTO NOT = 11
                 AND WS-TAM-DOCUMENTO NOT = 14)
               OR WS-DOCUMENTO(1:WS-TAM-DOCUMENTO) IS NOT NUMERIC
               DISPLAY "Erro! CNPJ/CPF deve ter 11 ou 14 dígitos!"
               MOVE 'N' TO WS-DOCUMENTO-VALIDO
               EXIT PARAGRAPH
             END-IF
           END-IF.

           DISPLAY "Informe o código do banco (0 = sem conta) ["
             WS-BANCO "]: " WITH NO ADVANCING.
           PERFORM RECEBER-CAMPO-BANCO.

           IF WS-BANCO > 0
             DISPLAY "Informe a agência [" WS-AGENCIA "]: "
               WITH NO ADVANCING
             PERFORM RECEBER-CAMPO-AGENCIA
             DISPLAY "Informe a conta com dígito [" WS-CONTA "]: "
               WITH NO ADVANCING
             PERFORM RECEBER-CAMPO-CONTA
           ELSE
             MOVE SPACES TO WS-AGENCIA
             MOVE SPACES TO WS-CONTA
           END-IF.

           DISPLAY "Informe a chave PIX (opcional, - para apagar): "
             WITH NO ADVANCING.
           PERFORM RECEBER-CAMPO-PIX.

      *    Retorna
           EXIT PARAGRAPH.


       RECEBER-CAMPO-DOCUMENTO.
           MOVE SPACES TO WS-ENTRADA-CAMPO.
           ACCEPT WS-ENTRADA-CAMPO.
           IF WS-ENTRADA-CAMPO NOT = SPACES
             MOVE WS-ENTRADA-CAMPO TO WS-DOCUMENTO
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       RECEBER-CAMPO-BANCO.
           MOVE SPACES TO WS-ENTRADA-CAMPO.
           ACCEPT WS-ENTRADA-CAMPO.
           IF WS-ENTRADA-CAMPO NOT = SPACES
             MOVE FUNCTION NUMVAL(WS-ENTRADA-CAMPO) TO WS-BANCO
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       RECEBER-CAMPO-AGENCIA.
           MOVE SPACES TO WS-ENTRADA-CAMPO.
           ACCEPT WS-ENTRADA-CAMPO.
           IF WS-ENTRADA-CAMPO NOT = SPACES
             MOVE WS-ENTRADA-CAMPO TO WS-AGENCIA
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       RECEBER-CAMPO-CONTA.
           MOVE SPACES TO WS-ENTRADA-CAMPO.
           ACCEPT WS-ENTRADA-CAMPO.
           IF WS-ENTRADA-CAMPO NOT = SPACES
             MOVE WS-ENTRADA-CAMPO TO WS-CONTA
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       RECEBER-CAMPO-PIX.
           MOVE SPACES TO WS-ENTRADA-PIX.
           ACCEPT WS-ENTRADA-PIX.
           EVALUATE TRUE
             WHEN WS-ENTRADA-PIX = "-"
               MOVE SPACES TO WS-CHAVE-PIX
             WHEN WS-ENTRADA-PIX NOT = SPACES
               MOVE WS-ENTRADA-PIX TO WS-CHAVE-PIX
           END-EVALUATE.

      *    Retorna
           EXIT PARAGRAPH.


      *    Conta quantos produtos do cadastro ainda apontam para o
      *    fornecedor corrente (WS-CODIGO) via PRODUTO-FORNECEDOR
       CONTAR-PRODUTOS-DO-FORNECEDOR.

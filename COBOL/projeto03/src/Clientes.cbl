      *    protegidos pelo dono); consultada por EncargosFiado.cbl
           05 CLIENTE-ISENTO-ENC    PIC X(01).
               88 ISENTO-ENCARGOS   VALUE 'S'.
      *    Classe do cliente (varejo, atacado ou funcionário): escolhe
      *    a tabela de faixas de preço por quantidade (FaixasPreco.cbl)
      *    aplicada na venda e no orçamento; em branco vale varejo
           05 CLIENTE-CLASSE        PIC X(01).
               88 CLASSE-VAREJO     VALUE 'V' ' '.
               88 CLASSE-ATACADO    VALUE 'A'.
               88 CLASSE-FUNCIONARIO VALUE 'F'.
      *    Cliente que pediu para não receber avisos por telefone;
      *    consultado pela fila de avisos (EnfileirarAviso.cbl)
           05 CLIENTE-RECUSA-AVISOS PIC X(01).
               88 RECUSA-AVISOS     VALUE 'S'.
           05 FILLER                PIC X(19).

       WORKING-STORAGE SECTION.
      * Variáveis de Controle
       01 WS-LIMITE-EDIT            PIC ZZZZZ9.99.
       01 WS-ENDERECO               PIC X(40).
       01 WS-ISENTO                 PIC X(01).
       01 WS-RECUSA-AVISOS          PIC X(01).
       01 WS-CLASSE                 PIC X(01).
           88 WS-CLASSE-VALIDA      VALUE 'V' 'A' 'F'.

       LINKAGE SECTION.
       01 LS-OPCAO                  PIC 9(02).
             WITH NO ADVANCING
           ACCEPT WS-ISENTO.

      *    Recebe a recusa dos avisos por telefone
           DISPLAY "Cliente recusa avisos por telefone? (S/N): "
             WITH NO ADVANCING
           ACCEPT WS-RECUSA-AVISOS.

      *    Recebe a classe do cliente, que escolhe a tabela de
      *    faixas de preço por quantidade
           PERFORM RECEBER-CLASSE-CLIENTE.
           IF NOT WS-CLASSE-VALIDA
             DISPLAY "Erro! Classe inválida (V, A ou F)!"
             EXIT PARAGRAPH
           END-IF.

      *    Abre o arquivo
           PERFORM ABRE-ARQ-IDX.

      *    Move os valores para as variáveis de arquivo
           MOVE SPACES TO DETALHE-CLIENTE.
           MOVE WS-CODIGO TO CLIENTE-CODIGO.
           MOVE WS-NOME TO CLIENTE-NOME.
           MOVE WS-TELEFONE TO CLIENTE-TELEFONE.
           ELSE
             MOVE 'N' TO CLIENTE-ISENTO-ENC
           END-IF.
           MOVE WS-CLASSE TO CLIENTE-CLASSE.
           IF FUNCTION UPPER-CASE(WS-RECUSA-AVISOS) = 'S'
             MOVE 'S' TO CLIENTE-RECUSA-AVISOS
           ELSE
             MOVE 'N' TO CLIENTE-RECUSA-AVISOS
           END-IF.

      *    Todo cliente nasce com o saldo de pontos zerado; os
      *    pontos só entram pela venda identificada no caixa
                   "(S/N): " WITH NO ADVANCING
                 ACCEPT WS-ISENTO

      *          Recebe a recusa dos avisos por telefone
                 DISPLAY "Cliente recusa avisos por telefone? "
                   "(S/N): " WITH NO ADVANCING
                 ACCEPT WS-RECUSA-AVISOS

      *          Recebe a nova classe do cliente
                 PERFORM RECEBER-CLASSE-CLIENTE
                 IF NOT WS-CLASSE-VALIDA
                   DISPLAY "Erro! Classe inválida (V, A ou F)!"
                   CLOSE IDX-CLIENTES
                   EXIT PARAGRAPH
                 END-IF

      *        Caso a escolha não seja por continuar
               ELSE
                 DISPLAY "Operação Cancelada!"
           ELSE
             MOVE 'N' TO CLIENTE-ISENTO-ENC
           END-IF.
           MOVE WS-CLASSE TO CLIENTE-CLASSE.
           IF FUNCTION UPPER-CASE(WS-RECUSA-AVISOS) = 'S'
             MOVE 'S' TO CLIENTE-RECUSA-AVISOS
           ELSE
             MOVE 'N' TO CLIENTE-RECUSA-AVISOS
           END-IF.

      *    Sobrescreve os dados antigos
           REWRITE DETALHE-CLIENTE.
               IF ISENTO-ENCARGOS
                 DISPLAY "Isento dos encargos de atraso"
               END-IF
               IF RECUSA-AVISOS
                 DISPLAY "Recusa avisos por telefone"
               END-IF
               EVALUATE TRUE
                 WHEN CLASSE-ATACADO
                   DISPLAY "Classe: ATACADO"
                 WHEN CLASSE-FUNCIONARIO
                   DISPLAY "Classe: FUNCIONÁRIO"
                 WHEN OTHER
                   DISPLAY "Classe: varejo"
               END-EVALUATE
               DISPLAY " "

           END-PERFORM.
           EXIT PARAGRAPH.


      *    Classe do cliente: V-Varejo, A-Atacado, F-Funcionário;
      *    Enter vale varejo
       RECEBER-CLASSE-CLIENTE.
           DISPLAY "Classe do cliente (V-Varejo  A-Atacado  "
             "F-Funcionário): " WITH NO ADVANCING.
           MOVE SPACES TO WS-CLASSE.
           ACCEPT WS-CLASSE.
           MOVE FUNCTION UPPER-CASE(WS-CLASSE) TO WS-CLASSE.
           IF WS-CLASSE = SPACE
             MOVE 'V' TO WS-CLASSE
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Lê o diretório de dados configurado, com "../arch" como
      *    valor padrão quando a variável de ambiente não é definida
       CONFIGURAR-CAMINHOS.

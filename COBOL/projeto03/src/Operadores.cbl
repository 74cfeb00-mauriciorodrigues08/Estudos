                                    VALUE 'S'.
           05 OPER-ERROS-PIN        PIC 9(01).
           05 OPER-DATA-BLOQUEIO    PIC 9(08).
      *    Código do funcionário (CODIGO em FUNCIONARIOS.DATA) que
      *    recebe na folha as comissões, horas e prêmios do operador
           05 OPER-FUNCIONARIO      PIC X(05).

       WORKING-STORAGE SECTION.
      *    Status de arquivo, com condições nominadas compartilhadas
       01 WS-ATIVO                  PIC X(01).
       01 WS-NIVEL                  PIC 9(01).
       01 WS-NIVEL-DESC             PIC X(10).
       01 WS-FUNCIONARIO            PIC X(05).
       01 WS-PIN-INICIAL            PIC 9(04).
       01 WS-REDEFINIR-PIN          PIC X(01).
       01 WS-DATA-HOJE              PIC 9(08).
             EXIT PARAGRAPH
           END-IF.

      *    Recebe o vínculo com o cadastro de funcionários da folha
           PERFORM RECEBER-FUNCIONARIO.

      *    Abre o arquivo
           PERFORM ABRE-ARQ-IDX.

           SET TROCA-PIN-PENDENTE TO TRUE.
           MOVE 0 TO OPER-ERROS-PIN.
           MOVE 0 TO OPER-DATA-BLOQUEIO.
           MOVE WS-FUNCIONARIO TO OPER-FUNCIONARIO.

           WRITE DETALHE-OPERADOR
             INVALID KEY
                   ACCEPT WS-PIN-INICIAL
                 END-IF

      *          Recebe o vínculo com a folha, mantendo o atual
      *          quando deixado em branco
                 DISPLAY "Funcionário atual na folha: "
                   OPER-FUNCIONARIO
                 PERFORM RECEBER-FUNCIONARIO
                 IF WS-FUNCIONARIO = SPACES
                   MOVE OPER-FUNCIONARIO TO WS-FUNCIONARIO
                 END-IF

      *        Caso a escolha não seja por continuar
               ELSE
                 DISPLAY "Operação Cancelada!"
      *    Atualiza as variáveis de arquivo
           MOVE WS-NOME TO OPER-NOME.
           MOVE WS-NIVEL TO OPER-NIVEL.
           MOVE WS-FUNCIONARIO TO OPER-FUNCIONARIO.
           IF WS-ATIVO = 'N'
             SET OPERADOR-INATIVO TO TRUE
           ELSE
               DISPLAY "Nome: " OPER-NOME
               DISPLAY "Nível: " WS-NIVEL-DESC
               DISPLAY "Ativo: " OPER-ATIVO
               IF OPER-FUNCIONARIO NOT = SPACES
                 DISPLAY "Funcionário na folha: " OPER-FUNCIONARIO
               END-IF
               IF OPER-DATA-BLOQUEIO > 0
                 DISPLAY "PIN bloqueado em: " OPER-DATA-BLOQUEIO
               END-IF
           EXIT PARAGRAPH.


      *    Código do funcionário em FUNCIONARIOS.DATA, pelo qual os
      *    eventos da folha (EventosFolha.cbl) chegam ao contracheque
      *    do operador; em branco, o operador fica fora da folha
       RECEBER-FUNCIONARIO.
           DISPLAY "Informe o código do funcionário na folha "
             "(em branco se não houver): " WITH NO ADVANCING.
           MOVE SPACES TO WS-FUNCIONARIO.
           ACCEPT WS-FUNCIONARIO.

      *    Retorna
           EXIT PARAGRAPH.


      *    Lê o diretório de dados configurado, com "../arch" como
      *    valor padrão quando a variável de ambiente não é definida
       CONFIGURAR-CAMINHOS.

           05 SALARIO           PIC 9(6)V99.
           05 DATA-ADMISSAO     PIC 9(8).

      *    Situacao do cadastro: em branco = ativo, "D" =
      *    desligado pela rescisao (Rescisao.cbl)
           05 SITUACAO          PIC X.
             88 DESLIGADO       VALUE "D".

       FD FERIAS-GOZADAS.
       01  LINHA-GOZADA         PIC X(20).

               MOVE "S" TO LEITURA-FINALIZADA

             NOT AT END
      *        O desligado teve as ferias acertadas na rescisao
               EVALUATE TRUE
                 WHEN DESLIGADO
                   DISPLAY " " CODIGO " desligado, fora do controle!"
                 WHEN DATA-ADMISSAO = 0
                   DISPLAY " " CODIGO " sem data de admissao, fora "
                     "do controle!"
                 WHEN OTHER
                   ADD 1 TO TOTAL-FUNCIONARIOS
                   PERFORM CALCULA-FERIAS-FUNCIONARIO
                   PERFORM MOSTRA-FERIAS-FUNCIONARIO
               END-EVALUATE

           END-PERFORM.

               MOVE "S" TO LEITURA-FINALIZADA

             NOT AT END
               IF CODIGO = GOZO-CODIGO AND NOT DESLIGADO
                 MOVE "S" TO FUNCIONARIO-EXISTE
                 MOVE "S" TO LEITURA-FINALIZADA
               END-IF
           CLOSE FUNCIONARIOS.

           IF FUNCIONARIO-EXISTE NOT = "S"
             DISPLAY "Codigo nao encontrado no cadastro (ou "
               "funcionario desligado)!"
             EXIT PARAGRAPH
           END-IF.


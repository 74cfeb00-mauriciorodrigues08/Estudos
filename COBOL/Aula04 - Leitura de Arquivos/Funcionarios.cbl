           05 SALARIO           PIC 9(6)V99.
           05 DATA-ADMISSAO     PIC 9(8).

      *    Situacao do cadastro: em branco = ativo, "D" =
      *    desligado pela rescisao (Rescisao.cbl)
           05 SITUACAO          PIC X.
             88 DESLIGADO       VALUE "D".

      * Relatorio persistido com o detalhamento e o resumo final,
      * para arquivar ou repassar sem depender do terminal
       FD FUNCIONARIOS-RESUMO.
           05 TOTAL-MULHERES    PIC 9(3) VALUE 0.
           05 ERROS             PIC 9(3) VALUE 0.
           05 ERROS-CADASTRO    PIC 9(3) VALUE 0.
           05 TOTAL-DESLIGADOS  PIC 9(3) VALUE 0.

       01 LEITURA-FINALIZADA    PIC X VALUE "N".

               MOVE "S" TO LEITURA-FINALIZADA

             NOT AT END
      *        Desligado pela rescisao: so aparece na contagem
      *        propria, fora dos totais e da folha
               IF DESLIGADO
                 ADD 1 TO TOTAL-DESLIGADOS
                 DISPLAY " " CODIGO " - " PRIMEIRO-NOME " "
                   ULTIMO-NOME " - DESLIGADO"
               ELSE
      *          Caso não seja o final, trata a informacao coletada
                 INSPECT PRIMEIRO-NOME REPLACING ALL " " BY LOW-VALUES
                 INSPECT ULTIMO-NOME REPLACING ALL " " BY LOW-VALUES
                 MOVE SALARIO TO SALARIO-EDITADO
                 DISPLAY " " CODIGO " - " PRIMEIRO-NOME " " ULTIMO-NOME
                 " - " GENERO " - " DEPARTAMENTO " - " CARGO
                 " - R$" SALARIO-EDITADO " - Adm.: " DATA-ADMISSAO

      *          Valida os campos novos do cadastro: departamento em
      *          branco ou salario zerado contam como erro de cadastro
                 IF DEPARTAMENTO = SPACES OR SALARIO = 0
                   ADD 1 TO ERROS-CADASTRO
                   DISPLAY "   AVISO: cadastro incompleto "
                     "(departamento ou salario)!"
                 END-IF

      *          Acumula a folha total e o resumo por departamento
                 ADD SALARIO TO TOTAL-SALARIOS
                 PERFORM ACUMULA-DEPARTAMENTO

      *          Grava a mesma linha de detalhamento no relatório
                 MOVE SPACES TO LINHA-RESUMO
                 STRING
                   CODIGO         DELIMITED BY SIZE
                   " - "          DELIMITED BY SIZE
                   PRIMEIRO-NOME  DELIMITED BY SIZE
                   " "            DELIMITED BY SIZE
                   ULTIMO-NOME    DELIMITED BY SIZE
                   " - "          DELIMITED BY SIZE
                   GENERO         DELIMITED BY SIZE
                   INTO LINHA-RESUMO
                 END-STRING
                 WRITE LINHA-RESUMO

                 IF GENERO = "M"
                   ADD 1 TO TOTAL-HOMENS
                 ELSE
                   IF GENERO = "F"
                     ADD 1 TO TOTAL-MULHERES
                   ELSE
                     ADD 1 TO ERROS
                   END-IF
                 END-IF
               END-IF

           DISPLAY "TOTAL DE MULHERES: " TOTAL-MULHERES
           DISPLAY "ERROS            : " ERROS
           DISPLAY "CADASTROS INCOMPLETOS: " ERROS-CADASTRO
           DISPLAY "DESLIGADOS       : " TOTAL-DESLIGADOS
           MOVE TOTAL-SALARIOS TO SALARIO-EDITADO
           DISPLAY "FOLHA TOTAL      : R$" SALARIO-EDITADO
           DISPLAY "==================================".

                                    VALUE 'S'.
           05 OPER-ERROS-PIN        PIC 9(01).
           05 OPER-DATA-BLOQUEIO    PIC 9(08).
      *    Código do funcionário (CODIGO em FUNCIONARIOS.DATA) que
      *    recebe na folha as comissões, horas e prêmios do operador
           05 OPER-FUNCIONARIO      PIC X(05).

       WORKING-STORAGE SECTION.
      *    Status de arquivo, com condições nominadas compartilhadas

               15 SEGUNDO-BLOCO   PIC 9(4).
               15 TERCEIRO-BLOCO  PIC 9(4).
               15 QUARTO-BLOCO    PIC 9(4).
      *      Posicoes do antigo CVV: o codigo de seguranca nao e
      *      mais guardado, e o expurgo (Contas-Expurgo) as deixa em
      *      branco
             10 POSICAO-CVV       PIC X(3).
               88 CVV-EXPURGADO   VALUE SPACES.
             10 VENCIMENTO.
               15 MES-VENC        PIC 9(2).
               15 ANO-VENC        PIC 9(4).

      *    Referencia do cartao dada pelo expurgo, a mesma para o
      *    mesmo numero: identifica o cartao nos relatorios e no
      *    acompanhamento sem o numero em claro
           05 REFERENCIA-CARTAO   PIC X(10).

      * Relatorio dos clientes com cartao vencido, para a area de
      * cobranca/renovacao entrar em contato
       FD CARTOES-VENCIDOS.
       01 LINHA-CARTAO-VENCIDO    PIC X(100).

       FD CARTOES-CORRIGIR.
       01 LINHA-CARTAO-CORRIGIR   PIC X(100).

       FD DUPLICADOS-SUSPEITOS.
       01 LINHA-DUPLICADO         PIC X(100).

       WORKING-STORAGE SECTION.
      * Declarando variaveis locais
      *    Provaveis duplicidades de cliente encontradas
           05 TOTAL-DUPLICADOS    PIC 9(2) VALUE 0.

      *    Registros que ainda trazem o CVV (arquivo nao expurgado)
           05 TOTAL-COM-CVV       PIC 9(2) VALUE 0.

       01 LINHA-VENCIDO-AUX       PIC X(100).

      *    Copias do nome sem os LOW-VALUES do INSPECT em PROCESSAMENTO,
      *    para uso seguro em STRING/relatorios
       01 RESTO-AUX               PIC 9(1).
       01 CARTAO-VALIDO           PIC X(1).

      * Numero do cartao mascarado para telas e relatorios: so os
      * seis primeiros e os quatro ultimos digitos aparecem
       01 CARTAO-MASCARADO        PIC X(19).

      * Variaveis da deteccao de duplicidade: cada registro lido
      * entra na tabela com o nome normalizado (maiusculas, sem
      * nenhum espaco) e a data de nascimento; um registro novo que
           05 GUARDADO OCCURS 50 TIMES.
             10 GUARD-NOME-NORM   PIC X(30).
             10 GUARD-NASCIMENTO  PIC X(8).
             10 GUARD-LINHA       PIC X(100).
       01 IDX-GUARDADO            PIC 9(2).
       01 ACHOU-DUPLICADO         PIC X(1).
       01 IDX-DUPLICADO           PIC 9(2).
       01 NOME-TRABALHO           PIC X(30).
       01 POSICAO-NOME            PIC 9(2).
       01 POSICAO-NORM            PIC 9(2).
       01 LINHA-CLIENTE-AUX       PIC X(100).


       PROCEDURE DIVISION.
             NOT AT END
               INSPECT PRIMEIRO-NOME REPLACING ALL " " BY LOW-VALUES
               INSPECT ULTIMO-NOME REPLACING ALL " " BY LOW-VALUES

      *        Mascara o numero do cartao e confere se o registro
      *        ainda traz o CVV
               PERFORM MASCARA-CARTAO
               PERFORM VERIFICA-CVV-GUARDADO
      
      *        Printa o dado coletado
               PERFORM PRINT-DADO

           DISPLAY "Genero          : " GENERO.
           
           DISPLAY "Numero do Cartao: " CARTAO-MASCARADO.

           DISPLAY "Referencia      : " REFERENCIA-CARTAO.
           
           DISPLAY "Data de Vencim. : " MES-VENC "/" ANO-VENC.
           
           DISPLAY " ".


      * Monta o numero mascarado do cartao corrente (seis primeiros
      * e quatro ultimos digitos), unica forma em que o numero sai
      * em tela ou relatorio
       MASCARA-CARTAO.
           MOVE NUMERO-CARTAO TO CARTAO-TRABALHO.
           MOVE SPACES TO CARTAO-MASCARADO.
           STRING
             CARTAO-TRABALHO(1:4)  DELIMITED BY SIZE
             " "                   DELIMITED BY SIZE
             CARTAO-TRABALHO(5:2)  DELIMITED BY SIZE
             "** **** "            DELIMITED BY SIZE
             CARTAO-TRABALHO(13:4) DELIMITED BY SIZE
             INTO CARTAO-MASCARADO
           END-STRING.


      * Registro com as posicoes do CVV preenchidas vem de um
      * arquivo ainda nao expurgado; o CVV nunca e mostrado, so
      * contado para o aviso do resumo
       VERIFICA-CVV-GUARDADO.
           IF NOT CVV-EXPURGADO
             ADD 1 TO TOTAL-COM-CVV
           END-IF.


       VERIFICA-MAIOR.
           COMPUTE IDADE = ANO-ATUAL - ANO-NASC.

             " "              DELIMITED BY SIZE
             ULTIMO-NOME-AUX   DELIMITED BY SIZE
             " - Cartao: "    DELIMITED BY SIZE
             CARTAO-MASCARADO DELIMITED BY SIZE
             " Ref.: "        DELIMITED BY SIZE
             REFERENCIA-CARTAO DELIMITED BY SIZE
             " - Venc.: "     DELIMITED BY SIZE
             MES-VENC         DELIMITED BY SIZE
             "/"              DELIMITED BY SIZE
             " "              DELIMITED BY SIZE
             ULTIMO-NOME-AUX   DELIMITED BY SIZE
             " - Cartao: "    DELIMITED BY SIZE
             CARTAO-MASCARADO DELIMITED BY SIZE
             " Ref.: "        DELIMITED BY SIZE
             REFERENCIA-CARTAO DELIMITED BY SIZE
             " - DIGITO INVALIDO" DELIMITED BY SIZE
             INTO LINHA-VENCIDO-AUX
           END-STRING.
             "/"              DELIMITED BY SIZE
             ANO-NASC         DELIMITED BY SIZE
             " - Cartao: "    DELIMITED BY SIZE
             CARTAO-MASCARADO DELIMITED BY SIZE
             " Ref.: "        DELIMITED BY SIZE
             REFERENCIA-CARTAO DELIMITED BY SIZE
             INTO LINHA-CLIENTE-AUX
           END-STRING.

           DISPLAY "    (pares gravados em DUPLICADOS-SUSPEITOS"
             ".DATA)".
           DISPLAY "---------------------------------------".
           DISPLAY "  Registros ainda com CVV  : " TOTAL-COM-CVV.
           IF TOTAL-COM-CVV > 0
             DISPLAY "    (rodar o Contas-Expurgo para apagar o CVV"
               " do CONTAS.DATA)"
           END-IF.
           DISPLAY "---------------------------------------".
           DISPLAY "  Distribuicao por Idade:".
           DISPLAY "    Menor de 18            : " TOTAL-MENOR-18.
           DISPLAY "    De 18 a 25             : " TOTAL-18-A-25.

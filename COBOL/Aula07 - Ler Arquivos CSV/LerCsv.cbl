           SELECT RESULTADO-AGRUPADO ASSIGN TO "resultado-agrupado.csv"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Esquema opcional da entrada, tambem em csv: uma linha por
      *    coluna do cabecalho, depois da linha de titulos, na ordem
      *    coluna,tipo,obrigatorio,minimo,maximo,valores. Tipos:
      *    INTEIRO, DECIMAL, DATA (AAAAMMDD), DATA-BR (DD/MM/AAAA) e
      *    TEXTO; minimo/maximo sao o valor (numeros e datas, no
      *    formato da coluna) ou o tamanho (texto); valores lista os
      *    permitidos separados por "|". Sem o arquivo, so a
      *    estrutura do registro e conferida
           SELECT ESQUEMA-CSV ASSIGN TO "entrada-esquema.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ESQUEMA.

      *    Registros rejeitados pela validacao, um por regra quebrada,
      *    com a coluna e a regra (gravado so quando ha esquema)
           SELECT REJEITADOS-CSV ASSIGN TO "entrada-rejeitados.csv"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRO-CSV.
       FD  RESULTADO-AGRUPADO.
       01 LINHA-RESULTADO       PIC X(200).

       FD  ESQUEMA-CSV.
       01 LINHA-ESQUEMA         PIC X(150).

       FD  REJEITADOS-CSV.
       01 LINHA-REJEITADO       PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-FIM-ARQ               PIC X(01) VALUE 'N'.
       01 WS-CONTADOR              PIC 9(05) VALUE ZEROS.
       01 WS-PONTEIRO-RES          PIC 9(03).
       01 WS-REGISTROS-AGRUPADOS   PIC 9(05) VALUE ZEROS.

      *    Esquema carregado, indexado pela posicao da coluna no
      *    cabecalho; coluna sem linha no esquema nao tem regras
       01 WS-STATUS-ESQUEMA        PIC X(02).
       01 WS-TEM-ESQUEMA           PIC X(01) VALUE 'N'.
       01 WS-FIM-ESQUEMA           PIC X(01).
       01 WS-QTD-COLUNAS-ESQUEMA   PIC 9(02) VALUE ZEROS.
       01 WS-TABELA-ESQUEMA.
           05 WS-ESQUEMA OCCURS 20 TIMES.
             10 WS-ESQ-DEFINIDA    PIC X(01).
             10 WS-ESQ-TIPO        PIC X(10).
             10 WS-ESQ-OBRIGATORIO PIC X(01).
             10 WS-ESQ-TEM-MINIMO  PIC X(01).
             10 WS-ESQ-MINIMO      PIC S9(12)V99.
             10 WS-ESQ-TEM-MAXIMO  PIC X(01).
             10 WS-ESQ-MAXIMO      PIC S9(12)V99.
             10 WS-ESQ-VALORES     PIC X(50).
             10 WS-ESQ-ERROS       PIC 9(05).
       01 WS-IDX-ESQ               PIC 9(02).

      *    Validacao do registro corrente contra o esquema
       01 WS-TIPO-ATUAL            PIC X(10).
       01 WS-TAM-VALOR             PIC 9(02).
       01 WS-QTD-PONTOS            PIC 9(02).
       01 WS-QTD-SINAIS            PIC 9(02).
       01 WS-DATA-TEXTO            PIC X(08).
       01 WS-REGISTRO-REJEITADO    PIC X(01).
       01 WS-TOTAL-VALIDOS         PIC 9(05) VALUE ZEROS.
       01 WS-TOTAL-REJEITADOS      PIC 9(05) VALUE ZEROS.
       01 WS-REJ-COLUNA            PIC X(50).
       01 WS-REJ-REGRA             PIC X(25).
       01 WS-REJ-VALOR             PIC X(50).
       01 WS-VALOR-PERMITIDO       PIC X(01).
       01 WS-ITEM-LISTA            PIC X(50).
       01 WS-PONTEIRO-LISTA        PIC 9(02).
       01 WS-TAM-LISTA             PIC 9(02).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "Modo de leitura (L=Listar, A=Agrupar): "

           PERFORM LER-CABECALHO.

      *    O esquema resolve as colunas pelo cabecalho antes do
      *    agrupamento, que deixa a coluna de grupo resolvida por
      *    ultimo
           PERFORM CARREGAR-ESQUEMA.

           IF WS-MODO = 'A'
               PERFORM LOCALIZAR-COLUNAS
           END-IF.
               PERFORM EMITIR-AGRUPAMENTO
           END-IF.

           IF WS-TEM-ESQUEMA = 'S'
               PERFORM EMITIR-RESUMO-VALIDACAO
               CLOSE REJEITADOS-CSV
           END-IF.

           CLOSE REGISTRO-CSV.
           STOP RUN.

                       DISPLAY "AVISO: registro #" WS-REGISTRO-INVALIDO
                           " descartado - aspas desbalanceadas"
                       DISPLAY " "
                       MOVE "ASPAS-DESBALANCEADAS" TO WS-REJ-REGRA
                       PERFORM REJEITAR-ESTRUTURA
                   ELSE
                   IF WS-QTD-CAMPOS NOT = WS-QTD-COLUNAS
                       MOVE WS-REGISTRO TO WS-REGISTRO-INVALIDO
                           " descartado - esperado " WS-QTD-COLUNAS
                           " campo(s), encontrado " WS-QTD-CAMPOS
                       DISPLAY " "
                       MOVE "QTD-CAMPOS" TO WS-REJ-REGRA
                       PERFORM REJEITAR-ESTRUTURA
                   ELSE
      *            Com esquema, so o registro valido segue adiante
                   PERFORM VALIDAR-REGISTRO
                   IF WS-REGISTRO-REJEITADO = 'S'
                       DISPLAY " "
                   ELSE
                   IF WS-MODO = 'A'
                       PERFORM ACUMULAR-REGISTRO
                   END-IF
                   END-IF
                   END-IF
                   END-IF
           END-READ.

      *    Acumula o registro valido corrente no seu grupo: localiza
      *    sinal, ponto e virgula decimal; qualquer outra coisa faz
      *    o campo valer zero, com aviso
       CONVERTER-CAMPO-NUMERICO.
           PERFORM VALIDAR-CAMPO-NUMERICO.

           IF WS-CAMPO-NUM-VALIDO = 'N'
               MOVE WS-REGISTRO TO WS-REGISTRO-INVALIDO
               DISPLAY "AVISO: registro #" WS-REGISTRO-INVALIDO
                   " com valor não numérico, somado como zero"
           END-IF.

      *    Valida e converte o numero em WS-CAMPO-NUM sem avisar: um
      *    sinal e um separador decimal no maximo, e digitos que
      *    caibam em WS-VALOR-NUMERICO
       VALIDAR-CAMPO-NUMERICO.
           MOVE 0 TO WS-VALOR-NUMERICO.
           MOVE 'S' TO WS-CAMPO-NUM-VALIDO.

           INSPECT WS-CAMPO-NUM CONVERTING "," TO ".".
           MOVE FUNCTION TRIM(WS-CAMPO-NUM) TO WS-CAMPO-NUM.

           PERFORM VARYING WS-POS-NUM FROM 1 BY 1
               UNTIL WS-POS-NUM > 50
               IF WS-CAMPO-NUM(WS-POS-NUM:1) NOT = SPACE
                   AND WS-CAMPO-NUM(WS-POS-NUM:1) NOT = '.'
                   AND WS-CAMPO-NUM(WS-POS-NUM:1) NOT = '-'
                   AND WS-CAMPO-NUM(WS-POS-NUM:1) NOT = '+'
                   AND WS-CAMPO-NUM(WS-POS-NUM:1) NOT NUMERIC
                   MOVE 'N' TO WS-CAMPO-NUM-VALIDO
               END-IF

           IF WS-CAMPO-NUM = SPACES
               MOVE 'N' TO WS-CAMPO-NUM-VALIDO
               EXIT PARAGRAPH
           END-IF.

      *    Um ponto e um sinal no maximo, o sinal numa das pontas,
      *    e ao menos um digito
           MOVE 0 TO WS-QTD-PONTOS.
           MOVE 0 TO WS-QTD-SINAIS.
           INSPECT WS-CAMPO-NUM TALLYING WS-QTD-PONTOS FOR ALL "."
                                         WS-QTD-SINAIS FOR ALL "-"
                                         WS-QTD-SINAIS FOR ALL "+".
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CAMPO-NUM))
               TO WS-TAM-VALOR.

           IF WS-QTD-PONTOS > 1 OR WS-QTD-SINAIS > 1
               OR WS-TAM-VALOR > 16
               OR WS-TAM-VALOR = WS-QTD-PONTOS + WS-QTD-SINAIS
               MOVE 'N' TO WS-CAMPO-NUM-VALIDO
           END-IF.

           IF WS-QTD-SINAIS = 1
               AND WS-CAMPO-NUM(1:1) NOT = '-'
               AND WS-CAMPO-NUM(1:1) NOT = '+'
               AND WS-CAMPO-NUM(WS-TAM-VALOR:1) NOT = '-'
               AND WS-CAMPO-NUM(WS-TAM-VALOR:1) NOT = '+'
               MOVE 'N' TO WS-CAMPO-NUM-VALIDO
           END-IF.

           IF WS-CAMPO-NUM-VALIDO = 'S'
               COMPUTE WS-VALOR-NUMERICO =
                   FUNCTION NUMVAL(WS-CAMPO-NUM)
           END-IF.

      *    Carrega o esquema opcional da entrada, resolvendo cada
      *    coluna pelo nome do cabecalho; com esquema, abre tambem o
      *    arquivo de rejeitados
       CARREGAR-ESQUEMA.
           MOVE 'N' TO WS-TEM-ESQUEMA.
           MOVE 0 TO WS-QTD-COLUNAS-ESQUEMA.
           PERFORM VARYING WS-IDX-ESQ FROM 1 BY 1 UNTIL WS-IDX-ESQ > 20
               MOVE 'N' TO WS-ESQ-DEFINIDA(WS-IDX-ESQ)
               MOVE 0 TO WS-ESQ-ERROS(WS-IDX-ESQ)
           END-PERFORM.

           OPEN INPUT ESQUEMA-CSV.

           IF WS-STATUS-ESQUEMA = "35"
               DISPLAY "Sem esquema (entrada-esquema.csv), apenas a "
                   "estrutura dos registros sera conferida"
               EXIT PARAGRAPH
           END-IF.

           MOVE 'S' TO WS-TEM-ESQUEMA.
           MOVE 'N' TO WS-FIM-ESQUEMA.

      *    A primeira linha do esquema traz os titulos
           READ ESQUEMA-CSV
               AT END
                   MOVE 'S' TO WS-FIM-ESQUEMA
           END-READ.

           PERFORM LER-LINHA-ESQUEMA UNTIL WS-FIM-ESQUEMA = 'S'.

           CLOSE ESQUEMA-CSV.

           DISPLAY "Esquema carregado: " WS-QTD-COLUNAS-ESQUEMA
               " coluna(s) com regras".

           OPEN OUTPUT REJEITADOS-CSV.
           MOVE "registro,coluna,regra,valor" TO LINHA-REJEITADO.
           WRITE LINHA-REJEITADO.

       LER-LINHA-ESQUEMA.
           READ ESQUEMA-CSV
               AT END
                   MOVE 'S' TO WS-FIM-ESQUEMA
               NOT AT END
                   IF LINHA-ESQUEMA NOT = SPACES
                       MOVE LINHA-ESQUEMA TO DETALHAMENTO
                       PERFORM SEPARAR-CAMPOS
                       PERFORM DEFINIR-COLUNA-ESQUEMA
                   END-IF
           END-READ.

      *    Guarda as regras da linha de esquema corrente (ja separada
      *    em WS-DADO) na posicao da coluna no cabecalho; tipo ou
      *    limite invalido no esquema interrompe a leitura
       DEFINIR-COLUNA-ESQUEMA.
           MOVE WS-DADO(1) TO WS-NOME-PROCURADO.
           PERFORM LOCALIZAR-UMA-COLUNA.

           IF WS-IDX-GRUPO-COL = 0
               DISPLAY "AVISO: coluna do esquema não existe no "
                   "cabeçalho: " WS-DADO(1)
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-IDX-GRUPO-COL TO WS-IDX-ESQ.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DADO(2)))
               TO WS-ESQ-TIPO(WS-IDX-ESQ).
           IF WS-ESQ-TIPO(WS-IDX-ESQ) = SPACES
               MOVE "TEXTO" TO WS-ESQ-TIPO(WS-IDX-ESQ)
           END-IF.

           IF WS-ESQ-TIPO(WS-IDX-ESQ) NOT = "INTEIRO"
               AND WS-ESQ-TIPO(WS-IDX-ESQ) NOT = "DECIMAL"
               AND WS-ESQ-TIPO(WS-IDX-ESQ) NOT = "DATA"
               AND WS-ESQ-TIPO(WS-IDX-ESQ) NOT = "DATA-BR"
               AND WS-ESQ-TIPO(WS-IDX-ESQ) NOT = "TEXTO"
               DISPLAY "Tipo inválido no esquema para a coluna "
                   FUNCTION TRIM(WS-DADO(1)) ": " WS-DADO(2)
               STOP RUN
           END-IF.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DADO(3)))
               TO WS-ESQ-OBRIGATORIO(WS-IDX-ESQ).
           IF WS-ESQ-OBRIGATORIO(WS-IDX-ESQ) NOT = 'S'
               MOVE 'N' TO WS-ESQ-OBRIGATORIO(WS-IDX-ESQ)
           END-IF.

      *    Limites de texto sao tamanhos, os demais seguem o tipo
           MOVE WS-ESQ-TIPO(WS-IDX-ESQ) TO WS-TIPO-ATUAL.
           IF WS-TIPO-ATUAL = "TEXTO"
               MOVE "INTEIRO" TO WS-TIPO-ATUAL
           END-IF.

           MOVE 'N' TO WS-ESQ-TEM-MINIMO(WS-IDX-ESQ).
           IF WS-DADO(4) NOT = SPACES
               MOVE WS-DADO(4) TO WS-CAMPO-NUM
               PERFORM CONVERTER-LIMITE-ESQUEMA
               MOVE 'S' TO WS-ESQ-TEM-MINIMO(WS-IDX-ESQ)
               MOVE WS-VALOR-NUMERICO TO WS-ESQ-MINIMO(WS-IDX-ESQ)
           END-IF.

           MOVE 'N' TO WS-ESQ-TEM-MAXIMO(WS-IDX-ESQ).
           IF WS-DADO(5) NOT = SPACES
               MOVE WS-DADO(5) TO WS-CAMPO-NUM
               PERFORM CONVERTER-LIMITE-ESQUEMA
               MOVE 'S' TO WS-ESQ-TEM-MAXIMO(WS-IDX-ESQ)
               MOVE WS-VALOR-NUMERICO TO WS-ESQ-MAXIMO(WS-IDX-ESQ)
           END-IF.

           MOVE FUNCTION TRIM(WS-DADO(6)) TO WS-ESQ-VALORES(WS-IDX-ESQ).

           MOVE 'S' TO WS-ESQ-DEFINIDA(WS-IDX-ESQ).
           ADD 1 TO WS-QTD-COLUNAS-ESQUEMA.

       CONVERTER-LIMITE-ESQUEMA.
           PERFORM CONVERTER-VALOR-TIPADO.

           IF WS-CAMPO-NUM-VALIDO = 'N'
               DISPLAY "Limite inválido no esquema para a coluna "
                   FUNCTION TRIM(WS-DADO(1)) ": " WS-CAMPO-NUM
               STOP RUN
           END-IF.

      *    Confere o registro corrente contra o esquema: cada coluna
      *    com regras e validada e cada regra quebrada vai para o
      *    arquivo de rejeitados; sem esquema, todo registro passa
       VALIDAR-REGISTRO.
           MOVE 'N' TO WS-REGISTRO-REJEITADO.

           IF WS-TEM-ESQUEMA = 'N'
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-IDX-ESQ FROM 1 BY 1
               UNTIL WS-IDX-ESQ > WS-QTD-COLUNAS
               IF WS-ESQ-DEFINIDA(WS-IDX-ESQ) = 'S'
                   PERFORM VALIDAR-COLUNA
               END-IF
           END-PERFORM.

           IF WS-REGISTRO-REJEITADO = 'S'
               ADD 1 TO WS-TOTAL-REJEITADOS
           ELSE
               ADD 1 TO WS-TOTAL-VALIDOS
           END-IF.

      *    Valida a coluna WS-IDX-ESQ do registro corrente; a primeira
      *    regra quebrada da coluna e a registrada
       VALIDAR-COLUNA.
           MOVE SPACES TO WS-REJ-REGRA.
           MOVE WS-DADO(WS-IDX-ESQ) TO WS-CAMPO-NUM.

           IF WS-CAMPO-NUM = SPACES
               IF WS-ESQ-OBRIGATORIO(WS-IDX-ESQ) = 'S'
                   MOVE "OBRIGATORIO" TO WS-REJ-REGRA
                   PERFORM REJEITAR-COLUNA
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ESQ-TIPO(WS-IDX-ESQ) TO WS-TIPO-ATUAL.
           PERFORM CONVERTER-VALOR-TIPADO.

           EVALUATE TRUE
               WHEN WS-CAMPO-NUM-VALIDO = 'N'
                   STRING "TIPO-"       DELIMITED BY SIZE
                          WS-TIPO-ATUAL DELIMITED BY SPACE
                          INTO WS-REJ-REGRA
                   END-STRING
               WHEN WS-ESQ-TEM-MINIMO(WS-IDX-ESQ) = 'S'
                   AND WS-VALOR-NUMERICO < WS-ESQ-MINIMO(WS-IDX-ESQ)
                   IF WS-TIPO-ATUAL = "TEXTO"
                       MOVE "TAMANHO-MINIMO" TO WS-REJ-REGRA
                   ELSE
                       MOVE "MINIMO" TO WS-REJ-REGRA
                   END-IF
               WHEN WS-ESQ-TEM-MAXIMO(WS-IDX-ESQ) = 'S'
                   AND WS-VALOR-NUMERICO > WS-ESQ-MAXIMO(WS-IDX-ESQ)
                   IF WS-TIPO-ATUAL = "TEXTO"
                       MOVE "TAMANHO-MAXIMO" TO WS-REJ-REGRA
                   ELSE
                       MOVE "MAXIMO" TO WS-REJ-REGRA
                   END-IF
               WHEN WS-ESQ-VALORES(WS-IDX-ESQ) NOT = SPACES
                   PERFORM VERIFICAR-VALOR-PERMITIDO
                   IF WS-VALOR-PERMITIDO = 'N'
                       MOVE "VALOR-NAO-PERMITIDO" TO WS-REJ-REGRA
                   END-IF
           END-EVALUATE.

           IF WS-REJ-REGRA NOT = SPACES
               PERFORM REJEITAR-COLUNA
           END-IF.

      *    Valida WS-CAMPO-NUM pelo tipo em WS-TIPO-ATUAL e deixa em
      *    WS-VALOR-NUMERICO o valor comparavel com os limites: o
      *    proprio numero, a data como AAAAMMDD ou o tamanho do texto
       CONVERTER-VALOR-TIPADO.
           MOVE FUNCTION TRIM(WS-CAMPO-NUM) TO WS-CAMPO-NUM.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CAMPO-NUM))
               TO WS-TAM-VALOR.
           MOVE 'S' TO WS-CAMPO-NUM-VALIDO.
           MOVE 0 TO WS-VALOR-NUMERICO.

           EVALUATE WS-TIPO-ATUAL
               WHEN "INTEIRO"
                   PERFORM VALIDAR-INTEIRO
               WHEN "DECIMAL"
                   PERFORM VALIDAR-CAMPO-NUMERICO
               WHEN "DATA"
                   MOVE WS-CAMPO-NUM(1:8) TO WS-DATA-TEXTO
                   PERFORM VALIDAR-DATA
               WHEN "DATA-BR"
                   IF WS-TAM-VALOR NOT = 10
                       OR WS-CAMPO-NUM(3:1) NOT = '/'
                       OR WS-CAMPO-NUM(6:1) NOT = '/'
                       MOVE 'N' TO WS-CAMPO-NUM-VALIDO
                   ELSE
                       STRING WS-CAMPO-NUM(7:4) DELIMITED BY SIZE
                              WS-CAMPO-NUM(4:2) DELIMITED BY SIZE
                              WS-CAMPO-NUM(1:2) DELIMITED BY SIZE
                              INTO WS-DATA-TEXTO
                       END-STRING
                       MOVE 8 TO WS-TAM-VALOR
                       PERFORM VALIDAR-DATA
                   END-IF
               WHEN OTHER
                   MOVE WS-TAM-VALOR TO WS-VALOR-NUMERICO
           END-EVALUATE.

      *    Inteiro: digitos, com um sinal opcional na frente
       VALIDAR-INTEIRO.
           IF WS-TAM-VALOR > 13
               MOVE 'N' TO WS-CAMPO-NUM-VALIDO
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-POS-NUM FROM 1 BY 1
               UNTIL WS-POS-NUM > WS-TAM-VALOR
               IF WS-CAMPO-NUM(WS-POS-NUM:1) NOT NUMERIC
                   AND NOT (WS-POS-NUM = 1 AND WS-TAM-VALOR > 1
                       AND (WS-CAMPO-NUM(1:1) = '-'
                         OR WS-CAMPO-NUM(1:1) = '+'))
                   MOVE 'N' TO WS-CAMPO-NUM-VALIDO
               END-IF
           END-PERFORM.

           IF WS-CAMPO-NUM-VALIDO = 'S'
               COMPUTE WS-VALOR-NUMERICO =
                   FUNCTION NUMVAL(WS-CAMPO-NUM)
           END-IF.

      *    Data AAAAMMDD em WS-DATA-TEXTO: oito digitos formando uma
      *    data de calendario valida
       VALIDAR-DATA.
           IF WS-TAM-VALOR NOT = 8
               OR WS-DATA-TEXTO NOT NUMERIC
               MOVE 'N' TO WS-CAMPO-NUM-VALIDO
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL(WS-DATA-TEXTO)) NOT = 0
               MOVE 'N' TO WS-CAMPO-NUM-VALIDO
           ELSE
               COMPUTE WS-VALOR-NUMERICO =
                   FUNCTION NUMVAL(WS-DATA-TEXTO)
           END-IF.

      *    Procura o valor da coluna na lista de permitidos do
      *    esquema (itens separados por "|", comparados sem os
      *    espacos das pontas)
       VERIFICAR-VALOR-PERMITIDO.
           MOVE 'N' TO WS-VALOR-PERMITIDO.
           MOVE 1 TO WS-PONTEIRO-LISTA.
           MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(WS-ESQ-VALORES(WS-IDX-ESQ)))
               TO WS-TAM-LISTA.

           PERFORM UNTIL WS-PONTEIRO-LISTA > WS-TAM-LISTA
               OR WS-VALOR-PERMITIDO = 'S'
               MOVE SPACES TO WS-ITEM-LISTA
               UNSTRING WS-ESQ-VALORES(WS-IDX-ESQ) DELIMITED BY "|"
                   INTO WS-ITEM-LISTA
                   WITH POINTER WS-PONTEIRO-LISTA
               END-UNSTRING
               IF FUNCTION TRIM(WS-ITEM-LISTA) =
                   FUNCTION TRIM(WS-DADO(WS-IDX-ESQ))
                   MOVE 'S' TO WS-VALOR-PERMITIDO
               END-IF
           END-PERFORM.

      *    Registra a regra quebrada na coluna corrente: aviso no
      *    terminal, linha no arquivo de rejeitados e contagem de
      *    erros da coluna
       REJEITAR-COLUNA.
           MOVE 'S' TO WS-REGISTRO-REJEITADO.
           ADD 1 TO WS-ESQ-ERROS(WS-IDX-ESQ).

           MOVE WS-COL-NOME(WS-IDX-ESQ) TO WS-REJ-COLUNA.
           MOVE WS-DADO(WS-IDX-ESQ) TO WS-REJ-VALOR.

           MOVE WS-REGISTRO TO WS-REGISTRO-INVALIDO.
           DISPLAY "AVISO: registro #" WS-REGISTRO-INVALIDO
               " rejeitado - coluna " FUNCTION TRIM(WS-REJ-COLUNA)
               ": " WS-REJ-REGRA.

           PERFORM GRAVAR-REJEITO.

      *    Registro descartado pela estrutura (aspas ou quantidade de
      *    campos): com esquema, tambem entra nos rejeitados
       REJEITAR-ESTRUTURA.
           IF WS-TEM-ESQUEMA = 'S'
               ADD 1 TO WS-TOTAL-REJEITADOS
               MOVE "*" TO WS-REJ-COLUNA
               MOVE SPACES TO WS-REJ-VALOR
               PERFORM GRAVAR-REJEITO
           END-IF.

       GRAVAR-REJEITO.
           MOVE WS-REGISTRO TO WS-REGISTRO-INVALIDO.
           MOVE SPACES TO LINHA-REJEITADO.
           STRING
               WS-REGISTRO-INVALIDO       DELIMITED BY SIZE
               ","                        DELIMITED BY SIZE
               FUNCTION TRIM(WS-REJ-COLUNA) DELIMITED BY SIZE
               ","                        DELIMITED BY SIZE
               FUNCTION TRIM(WS-REJ-REGRA) DELIMITED BY SIZE
               ',"'                       DELIMITED BY SIZE
               FUNCTION TRIM(WS-REJ-VALOR) DELIMITED BY SIZE
               '"'                        DELIMITED BY SIZE
               INTO LINHA-REJEITADO
           END-STRING.
           WRITE LINHA-REJEITADO.

      *    Resumo da validacao: registros validos e rejeitados e a
      *    quantidade de erros de cada coluna com regras
       EMITIR-RESUMO-VALIDACAO.
           DISPLAY " ".
           DISPLAY "VALIDACAO PELO ESQUEMA:".
           DISPLAY "Registros validos   : " WS-TOTAL-VALIDOS.
           DISPLAY "Registros rejeitados: " WS-TOTAL-REJEITADOS.
           DISPLAY "Erros por coluna:".
           PERFORM VARYING WS-IDX-ESQ FROM 1 BY 1
               UNTIL WS-IDX-ESQ > WS-QTD-COLUNAS
               IF WS-ESQ-DEFINIDA(WS-IDX-ESQ) = 'S'
                   DISPLAY "  " FUNCTION TRIM(WS-COL-NOME(WS-IDX-ESQ))
                       ": " WS-ESQ-ERROS(WS-IDX-ESQ)
               END-IF
           END-PERFORM.
           DISPLAY "Rejeitados gravados em entrada-rejeitados.csv".

      *    Emite o resultado do agrupamento no terminal e no csv de
      *    saida: uma linha por valor distinto do grupo, com a
      *    contagem e as somas na ordem escolhida

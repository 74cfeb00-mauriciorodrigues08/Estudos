      * RESCISAO DO CONTRATO DE TRABALHO SOBRE O ARQUIVO DE
      * FUNCIONARIOS: registra o desligamento (pedido de demissao,
      * dispensa sem ou com justa causa e acordo), calcula as verbas
      * rescisorias (saldo de salario, ferias vencidas pelo mesmo
      * direito do Controle-Ferias, ferias proporcionais, um terco
      * de ferias, 13o proporcional, aviso previo indenizado e multa
      * do FGTS), desconta pela tabela de faixas da folha
      * (TABELA-DESCONTOS.DATA), grava o termo em RESCISAO-<codigo>
      * .DATA e o registro em RESCISOES.DATA e marca o funcionario
      * como desligado no cadastro

       IDENTIFICATION DIVISION.
           PROGRAM-ID. RESCISAO.
           AUTHOR. Mauricio Rodrigues.

       ENVIRONMENT DIVISION.
      * Declarando os arquivos
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN TO "FUNCIONARIOS.DATA"
             ORGANIZATION IS LINE SEQUENTIAL.

      *    Mesmo registro de gozos do Controle-Ferias, na mascara
      *    <codigo>;<data inicio AAAAMMDD>;<dias>
           SELECT FERIAS-GOZADAS ASSIGN TO "FERIAS-GOZADAS.DATA"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STATUS-GOZADAS.

      *    Mesma tabela de faixas da Folha-Pagamento, na mascara
      *    <limite>;<percentual>
           SELECT TABELA-DESCONTOS ASSIGN TO "TABELA-DESCONTOS.DATA"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STATUS-TABELA.

      *    Registro das rescisoes, uma por linha em colunas fixas
           SELECT RESCISOES ASSIGN TO "RESCISOES.DATA"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STATUS-RESCISOES.

      *    Termo de rescisao, um por funcionario, nomeado pelo codigo
           SELECT TERMO-RESCISAO
             ASSIGN TO DYNAMIC NOME-TERMO
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      * Tratando as variaveis de arquivo
       FILE SECTION.
      * Layout em DETALHAMENTO, na WORKING-STORAGE: o cadastro inteiro
      * passa pela memoria para ser regravado com o desligado marcado
       FD FUNCIONARIOS.
       01  REGISTRO-FUNCIONARIO PIC X(93).

       FD FERIAS-GOZADAS.
       01  LINHA-GOZADA         PIC X(20).

       FD TABELA-DESCONTOS.
       01  LINHA-TABELA         PIC X(20).

      * Tipos: 1 pedido de demissao, 2 dispensa sem justa causa,
      * 3 dispensa com justa causa e 4 acordo
       FD RESCISOES.
       01  RESCISAO-REGISTRO.
           05 RES-CODIGO            PIC X(5).
           05 RES-DATA              PIC 9(8).
           05 RES-TIPO              PIC X.
           05 RES-ANOS-SERVICO      PIC 9(2).
           05 RES-DIAS-AVISO        PIC 9(3).
           05 RES-SALDO-SALARIO     PIC 9(7)V99.
           05 RES-FERIAS-VENCIDAS   PIC 9(7)V99.
           05 RES-FERIAS-PROPORC    PIC 9(7)V99.
           05 RES-TERCO-FERIAS      PIC 9(7)V99.
           05 RES-DECIMO-TERCEIRO   PIC 9(7)V99.
           05 RES-AVISO-PREVIO      PIC 9(7)V99.
           05 RES-MULTA-FGTS        PIC 9(7)V99.
           05 RES-DESCONTOS         PIC 9(7)V99.
           05 RES-LIQUIDO           PIC 9(7)V99.

       FD TERMO-RESCISAO.
       01  LINHA-TERMO          PIC X(60).

      * Tratando as variaveis locais
       WORKING-STORAGE SECTION.
       01  DETALHAMENTO.
           05 CODIGO            PIC X(5).

           05 NOME.
             10 PRIMEIRO-NOME   PIC X(20).
             10 ULTIMO-NOME     PIC X(20).

           05 GENERO            PIC X.

           05 DEPARTAMENTO      PIC X(15).
           05 CARGO             PIC X(15).
           05 SALARIO           PIC 9(6)V99.
           05 DATA-ADMISSAO     PIC 9(8).

      *    Situacao do cadastro: em branco = ativo, "D" =
      *    desligado pela rescisao
           05 SITUACAO          PIC X.
             88 DESLIGADO       VALUE "D".

       01 STATUS-GOZADAS        PIC XX.
       01 STATUS-TABELA         PIC XX.
       01 STATUS-RESCISOES      PIC XX.
       01 OPCAO                 PIC X VALUE " ".
       01 LEITURA-FINALIZADA    PIC X.
       01 GOZADAS-FINALIZADAS   PIC X.
       01 TABELA-FINALIZADA     PIC X.
       01 NOME-TERMO            PIC X(30).

      * Cadastro inteiro em memoria, regravado ao desligar
       01 QTD-CADASTRO          PIC 9(3) VALUE 0.
       01 TABELA-CADASTRO.
           05 CAD-REGISTRO      PIC X(93) OCCURS 500 TIMES.
       01 IDX-CADASTRO          PIC 9(3).
       01 POS-FUNCIONARIO       PIC 9(3).
       01 CADASTRO-CHEIO        PIC X.

      * Dados informados da rescisao
       01 CODIGO-INFORMADO      PIC X(5).
       01 DATA-DESLIGAMENTO     PIC 9(8).
       01 TIPO-RESCISAO         PIC X.
           88 PEDIDO-DEMISSAO   VALUE "1".
           88 SEM-JUSTA-CAUSA   VALUE "2".
           88 COM-JUSTA-CAUSA   VALUE "3".
           88 ACORDO            VALUE "4".
           88 TIPO-VALIDO       VALUE "1" THRU "4".
       01 DESCRICAO-TIPO        PIC X(30).
       01 SALDO-FGTS            PIC 9(7)V99.
       01 CONFIRMA              PIC X.

      * Datas decompostas
       01 ANO-DESLIGAMENTO      PIC 9(4).
       01 MES-DIA-DESLIGAMENTO  PIC 9(4).
       01 MES-DESLIGAMENTO      PIC 9(2).
       01 DIA-DESLIGAMENTO      PIC 9(2).
       01 ANO-ADMISSAO          PIC 9(4).
       01 MES-DIA-ADMISSAO      PIC 9(4).
       01 MES-ADMISSAO          PIC 9(2).
       01 DIA-ADMISSAO          PIC 9(2).

      * Tempo de servico
       01 MESES-SERVICO         PIC S9(4).
       01 DIAS-FRACAO           PIC S9(3).
       01 ANOS-SERVICO          PIC 9(2).
       01 MESES-PERIODO         PIC 9(2).

      * Ferias, no mesmo calculo do Controle-Ferias
       01 DIAS-DIREITO          PIC 9(4).
       01 DIAS-GOZADOS          PIC 9(4).
       01 SALDO-DIAS            PIC S9(4).
       01 DIAS-VENCIDAS         PIC 9(4).
       01 GOZO-CODIGO-X         PIC X(5).
       01 GOZO-DATA-X           PIC X(8).
       01 GOZO-DIAS-X           PIC X(2).

      * Bases das verbas
       01 DIAS-SALDO-SALARIO    PIC 9(2).
       01 MESES-FERIAS-PROP     PIC 9(2).
       01 MES-INICIO-DECIMO     PIC 9(2).
       01 MESES-DECIMO          PIC 9(2).
       01 DIAS-AVISO            PIC 9(3).
       01 PERCENTUAL-MULTA      PIC 9(2).

      * Verbas rescisorias
       01 VALOR-SALDO-SALARIO   PIC 9(7)V99.
       01 VALOR-FERIAS-VENCIDAS PIC 9(7)V99.
       01 VALOR-FERIAS-PROPORC  PIC 9(7)V99.
       01 VALOR-TERCO-FERIAS    PIC 9(7)V99.
       01 VALOR-DECIMO-TERCEIRO PIC 9(7)V99.
       01 VALOR-AVISO-PREVIO    PIC 9(7)V99.
       01 VALOR-MULTA-FGTS      PIC 9(7)V99.
       01 TOTAL-BRUTO           PIC 9(7)V99.
       01 TOTAL-DESCONTOS       PIC 9(7)V99.
       01 VALOR-LIQUIDO         PIC 9(7)V99.

      * Faixas de desconto carregadas da tabela (ou o padrao quando
      * o arquivo nao existe)
       01 QTD-FAIXAS            PIC 9(2) VALUE 0.
       01 TABELA-FAIXAS.
           05 FAIXA OCCURS 10 TIMES.
             10 FAIXA-LIMITE    PIC 9(6)V99.
             10 FAIXA-PERCENTUAL PIC 9(2)V99.
       01 IDX-FAIXA             PIC 9(2).
       01 ACHOU-FAIXA           PIC X(1).
       01 LIMITE-X              PIC X(8).
       01 PERCENTUAL-X          PIC X(5).
       01 BASE-DESCONTO         PIC 9(7)V99.
       01 PERCENTUAL-APLICADO   PIC 9(2)V99.
       01 VALOR-DESCONTO        PIC 9(7)V99.

      * Montagem do termo: cada linha vai para o terminal na previa
      * e para o arquivo depois de confirmada
       01 GRAVANDO-TERMO        PIC X.
       01 LINHA-DEMONSTRATIVO   PIC X(60).
       01 ROTULO-VERBA          PIC X(30).
       01 VALOR-EDITADO         PIC ZZZZZZ9.99.

      * Listagem das rescisoes registradas
       01 RESCISOES-FINALIZADAS PIC X.
       01 TOTAL-RESCISOES       PIC 9(3).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM UNTIL OPCAO = "0"
             DISPLAY "=================================="
             DISPLAY "     RESCISAO DE CONTRATO"
             DISPLAY "=================================="
             DISPLAY " 1 - Calcular e Registrar Rescisao"
             DISPLAY " 2 - Listar Rescisoes Registradas"
             DISPLAY " 0 - Sair"
             DISPLAY "=================================="
             DISPLAY "Escolha sua opcao: " WITH NO ADVANCING
             ACCEPT OPCAO

             EVALUATE OPCAO
               WHEN "0"
                 DISPLAY "Programa Finalizado!"
               WHEN "1"
                 PERFORM CALCULAR-RESCISAO
               WHEN "2"
                 PERFORM LISTAR-RESCISOES
               WHEN OTHER
                 DISPLAY "Opcao invalida!"
             END-EVALUATE

           END-PERFORM.

           STOP RUN.


      * Recebe o desligamento, mostra a previa do termo e, com a
      * confirmacao, grava o registro e o termo e marca o
      * funcionario como desligado
       CALCULAR-RESCISAO.
           DISPLAY "==================================".
           DISPLAY " CALCULAR RESCISAO".
           DISPLAY "==================================".

           DISPLAY "Informe o Codigo do Funcionario: "
             WITH NO ADVANCING.
           ACCEPT CODIGO-INFORMADO.

           PERFORM CARREGA-CADASTRO.

      *    O cadastro e regravado inteiro ao desligar; se nao coube
      *    na memoria, regravar perderia funcionarios
           IF CADASTRO-CHEIO = "S"
             DISPLAY "Cadastro maior que 500 funcionarios, rescisao "
               "abortada!"
             EXIT PARAGRAPH
           END-IF.

           IF POS-FUNCIONARIO = 0
             DISPLAY "Codigo nao encontrado no cadastro!"
             EXIT PARAGRAPH
           END-IF.

           MOVE CAD-REGISTRO(POS-FUNCIONARIO) TO DETALHAMENTO.

           IF DESLIGADO
             DISPLAY "Funcionario ja desligado!"
             EXIT PARAGRAPH
           END-IF.

           IF DATA-ADMISSAO = 0
             DISPLAY "Funcionario sem data de admissao, rescisao "
               "nao calculada!"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Funcionario: " PRIMEIRO-NOME " " ULTIMO-NOME.

           DISPLAY "Informe a Data de Desligamento AAAAMMDD: "
             WITH NO ADVANCING.
           ACCEPT DATA-DESLIGAMENTO.

           IF FUNCTION TEST-DATE-YYYYMMDD(DATA-DESLIGAMENTO) NOT = 0
             OR DATA-DESLIGAMENTO < DATA-ADMISSAO
             DISPLAY "Data de desligamento invalida!"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY " 1 - Pedido de Demissao".
           DISPLAY " 2 - Dispensa sem Justa Causa".
           DISPLAY " 3 - Dispensa com Justa Causa".
           DISPLAY " 4 - Acordo entre as Partes".
           DISPLAY "Informe o Tipo de Rescisao: " WITH NO ADVANCING.
           ACCEPT TIPO-RESCISAO.

           IF NOT TIPO-VALIDO
             DISPLAY "Tipo de rescisao invalido!"
             EXIT PARAGRAPH
           END-IF.

      *    Multa do FGTS sobre o saldo do extrato; sem o extrato
      *    (saldo zero), estima 8% do salario por mes de servico
           MOVE 0 TO SALDO-FGTS.
           IF SEM-JUSTA-CAUSA OR ACORDO
             DISPLAY "Informe o Saldo do FGTS (0 = estimar): "
               WITH NO ADVANCING
             ACCEPT SALDO-FGTS
           END-IF.

           PERFORM CARREGA-TABELA-DESCONTOS.
           PERFORM CALCULA-VERBAS.

           MOVE "N" TO GRAVANDO-TERMO.
           PERFORM MONTA-TERMO.

           DISPLAY "Confirma a rescisao (S/N)? " WITH NO ADVANCING.
           ACCEPT CONFIRMA.

           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
             DISPLAY "Rescisao nao registrada!"
             EXIT PARAGRAPH
           END-IF.

           PERFORM GRAVA-RESCISAO.

           MOVE SPACES TO NOME-TERMO.
           STRING
             "RESCISAO-"   DELIMITED BY SIZE
             CODIGO        DELIMITED BY SIZE
             ".DATA"       DELIMITED BY SIZE
             INTO NOME-TERMO
           END-STRING.

           OPEN OUTPUT TERMO-RESCISAO.
           MOVE "S" TO GRAVANDO-TERMO.
           PERFORM MONTA-TERMO.
           CLOSE TERMO-RESCISAO.

           PERFORM DESLIGA-FUNCIONARIO.

           DISPLAY "Rescisao registrada, termo gravado em "
             NOME-TERMO.
           DISPLAY " ".


      * Carrega o cadastro inteiro na memoria, guardando a posicao
      * do funcionario informado
       CARREGA-CADASTRO.
           MOVE 0 TO QTD-CADASTRO.
           MOVE 0 TO POS-FUNCIONARIO.
           MOVE "N" TO CADASTRO-CHEIO.
           MOVE "N" TO LEITURA-FINALIZADA.

           OPEN INPUT FUNCIONARIOS.

           PERFORM UNTIL LEITURA-FINALIZADA = "S"
             READ FUNCIONARIOS INTO DETALHAMENTO

             AT END
               MOVE "S" TO LEITURA-FINALIZADA

             NOT AT END
               IF QTD-CADASTRO < 500
                 ADD 1 TO QTD-CADASTRO
                 MOVE DETALHAMENTO TO CAD-REGISTRO(QTD-CADASTRO)
                 IF CODIGO = CODIGO-INFORMADO
                   MOVE QTD-CADASTRO TO POS-FUNCIONARIO
                 END-IF
               ELSE
                 MOVE "S" TO CADASTRO-CHEIO
                 MOVE "S" TO LEITURA-FINALIZADA
               END-IF

           END-PERFORM.

           CLOSE FUNCIONARIOS.


      * Calcula as verbas pelo tipo de rescisao. O tempo de servico
      * conta meses completos desde a admissao; a fracao acima de
      * 14 dias vale um mes nas ferias proporcionais e no 13o
       CALCULA-VERBAS.
           DIVIDE DATA-DESLIGAMENTO BY 10000
             GIVING ANO-DESLIGAMENTO REMAINDER MES-DIA-DESLIGAMENTO.
           DIVIDE MES-DIA-DESLIGAMENTO BY 100
             GIVING MES-DESLIGAMENTO REMAINDER DIA-DESLIGAMENTO.
           DIVIDE DATA-ADMISSAO BY 10000
             GIVING ANO-ADMISSAO REMAINDER MES-DIA-ADMISSAO.
           DIVIDE MES-DIA-ADMISSAO BY 100
             GIVING MES-ADMISSAO REMAINDER DIA-ADMISSAO.

           COMPUTE MESES-SERVICO =
             (ANO-DESLIGAMENTO - ANO-ADMISSAO) * 12
             + MES-DESLIGAMENTO - MES-ADMISSAO.

           IF DIA-DESLIGAMENTO < DIA-ADMISSAO
             SUBTRACT 1 FROM MESES-SERVICO
             COMPUTE DIAS-FRACAO =
               DIA-DESLIGAMENTO + 30 - DIA-ADMISSAO + 1
           ELSE
             COMPUTE DIAS-FRACAO =
               DIA-DESLIGAMENTO - DIA-ADMISSAO + 1
           END-IF.

           IF MESES-SERVICO < 0
             MOVE 0 TO MESES-SERVICO
           END-IF.

           DIVIDE MESES-SERVICO BY 12
             GIVING ANOS-SERVICO REMAINDER MESES-PERIODO.

      *    Saldo de salario: dias trabalhados no mes do desligamento
      *    (contados da admissao, se ela caiu no mesmo mes)
           IF ANO-ADMISSAO = ANO-DESLIGAMENTO
             AND MES-ADMISSAO = MES-DESLIGAMENTO
             COMPUTE DIAS-SALDO-SALARIO =
               DIA-DESLIGAMENTO - DIA-ADMISSAO + 1
           ELSE
             MOVE DIA-DESLIGAMENTO TO DIAS-SALDO-SALARIO
           END-IF.

           IF DIAS-SALDO-SALARIO > 30
             MOVE 30 TO DIAS-SALDO-SALARIO
           END-IF.

           COMPUTE VALOR-SALDO-SALARIO ROUNDED =
             SALARIO / 30 * DIAS-SALDO-SALARIO.

      *    Ferias vencidas: direito de 30 dias por ano completo,
      *    menos os dias ja gozados (pago em qualquer tipo)
           COMPUTE DIAS-DIREITO = ANOS-SERVICO * 30.

           PERFORM SOMA-DIAS-GOZADOS.

           COMPUTE SALDO-DIAS = DIAS-DIREITO - DIAS-GOZADOS.

           IF SALDO-DIAS < 0
             MOVE 0 TO SALDO-DIAS
           END-IF.

           MOVE SALDO-DIAS TO DIAS-VENCIDAS.

           COMPUTE VALOR-FERIAS-VENCIDAS ROUNDED =
             SALARIO / 30 * DIAS-VENCIDAS.

      *    Ferias proporcionais: meses do periodo aquisitivo em
      *    curso, perdidas na justa causa
           MOVE MESES-PERIODO TO MESES-FERIAS-PROP.
           IF DIAS-FRACAO > 14
             ADD 1 TO MESES-FERIAS-PROP
           END-IF.

           IF COM-JUSTA-CAUSA
             MOVE 0 TO MESES-FERIAS-PROP
           END-IF.

           COMPUTE VALOR-FERIAS-PROPORC ROUNDED =
             SALARIO * MESES-FERIAS-PROP / 12.

           COMPUTE VALOR-TERCO-FERIAS ROUNDED =
             (VALOR-FERIAS-VENCIDAS + VALOR-FERIAS-PROPORC) / 3.

      *    13o proporcional: meses do ano do desligamento (desde a
      *    admissao, se ela foi no mesmo ano) com mais de 14 dias
      *    trabalhados, perdido na justa causa
           MOVE 1 TO MES-INICIO-DECIMO.
           IF ANO-ADMISSAO = ANO-DESLIGAMENTO
             MOVE MES-ADMISSAO TO MES-INICIO-DECIMO
             IF DIA-ADMISSAO > 16
               ADD 1 TO MES-INICIO-DECIMO
             END-IF
           END-IF.

           MOVE 0 TO MESES-DECIMO.
           IF MES-DESLIGAMENTO >= MES-INICIO-DECIMO
             COMPUTE MESES-DECIMO =
               MES-DESLIGAMENTO - MES-INICIO-DECIMO
             IF DIA-DESLIGAMENTO > 14
               ADD 1 TO MESES-DECIMO
             END-IF
           END-IF.

           IF COM-JUSTA-CAUSA
             MOVE 0 TO MESES-DECIMO
           END-IF.

           COMPUTE VALOR-DECIMO-TERCEIRO ROUNDED =
             SALARIO * MESES-DECIMO / 12.

      *    Aviso previo indenizado: 30 dias mais 3 por ano completo,
      *    ate 90 dias, na dispensa sem justa causa; pela metade no
      *    acordo. No pedido de demissao o aviso e cumprido
           MOVE 0 TO DIAS-AVISO.
           MOVE 0 TO VALOR-AVISO-PREVIO.
           IF SEM-JUSTA-CAUSA OR ACORDO
             COMPUTE DIAS-AVISO = 30 + ANOS-SERVICO * 3
             IF DIAS-AVISO > 90
               MOVE 90 TO DIAS-AVISO
             END-IF
             COMPUTE VALOR-AVISO-PREVIO ROUNDED =
               SALARIO / 30 * DIAS-AVISO
             IF ACORDO
               COMPUTE VALOR-AVISO-PREVIO ROUNDED =
                 VALOR-AVISO-PREVIO / 2
             END-IF
           END-IF.

      *    Multa do FGTS: 40% na dispensa sem justa causa e 20% no
      *    acordo, sobre o saldo informado ou estimado
           MOVE 0 TO PERCENTUAL-MULTA.
           EVALUATE TRUE
             WHEN SEM-JUSTA-CAUSA
               MOVE 40 TO PERCENTUAL-MULTA
             WHEN ACORDO
               MOVE 20 TO PERCENTUAL-MULTA
           END-EVALUATE.

           IF PERCENTUAL-MULTA > 0 AND SALDO-FGTS = 0
             COMPUTE SALDO-FGTS ROUNDED =
               SALARIO * 8 / 100 * MESES-SERVICO
           END-IF.

           COMPUTE VALOR-MULTA-FGTS ROUNDED =
             SALDO-FGTS * PERCENTUAL-MULTA / 100.

           COMPUTE TOTAL-BRUTO =
             VALOR-SALDO-SALARIO + VALOR-FERIAS-VENCIDAS
             + VALOR-FERIAS-PROPORC + VALOR-TERCO-FERIAS
             + VALOR-DECIMO-TERCEIRO + VALOR-AVISO-PREVIO
             + VALOR-MULTA-FGTS.

      *    Descontos pela tabela da folha, so sobre as verbas
      *    salariais (saldo de salario e 13o, cada uma na sua
      *    faixa); ferias, aviso e multa indenizados nao descontam
           MOVE 0 TO TOTAL-DESCONTOS.

           MOVE VALOR-SALDO-SALARIO TO BASE-DESCONTO.
           PERFORM CALCULA-DESCONTO.
           ADD VALOR-DESCONTO TO TOTAL-DESCONTOS.

           MOVE VALOR-DECIMO-TERCEIRO TO BASE-DESCONTO.
           PERFORM CALCULA-DESCONTO.
           ADD VALOR-DESCONTO TO TOTAL-DESCONTOS.

           COMPUTE VALOR-LIQUIDO = TOTAL-BRUTO - TOTAL-DESCONTOS.


      * Soma os dias de ferias ja gozados do funcionario corrente,
      * varrendo o registro de gozos
       SOMA-DIAS-GOZADOS.
           MOVE 0 TO DIAS-GOZADOS.
           MOVE "N" TO GOZADAS-FINALIZADAS.

           OPEN INPUT FERIAS-GOZADAS.

      *    Sem registro de gozos, ninguem tirou ferias ainda
           IF STATUS-GOZADAS = "35"
             MOVE "S" TO GOZADAS-FINALIZADAS
           END-IF.

           PERFORM UNTIL GOZADAS-FINALIZADAS = "S"
             READ FERIAS-GOZADAS INTO LINHA-GOZADA

             AT END
               MOVE "S" TO GOZADAS-FINALIZADAS

             NOT AT END
               UNSTRING LINHA-GOZADA DELIMITED BY ";"
                 INTO GOZO-CODIGO-X, GOZO-DATA-X, GOZO-DIAS-X
               END-UNSTRING

               IF GOZO-CODIGO-X = CODIGO
                 COMPUTE DIAS-GOZADOS =
                   DIAS-GOZADOS + FUNCTION NUMVAL(GOZO-DIAS-X)
               END-IF

           END-PERFORM.

           IF STATUS-GOZADAS NOT = "35"
             CLOSE FERIAS-GOZADAS
           END-IF.


      * Carrega as faixas de desconto do arquivo editavel; sem o
      * arquivo, usa o mesmo padrao da Folha-Pagamento
       CARREGA-TABELA-DESCONTOS.
           MOVE 0 TO QTD-FAIXAS.
           MOVE "N" TO TABELA-FINALIZADA.

           OPEN INPUT TABELA-DESCONTOS.

           IF STATUS-TABELA = "35"
             DISPLAY "Tabela de descontos nao encontrada, usando o "
               "padrao!"
             MOVE 4 TO QTD-FAIXAS
             MOVE 2000.00 TO FAIXA-LIMITE(1)
             MOVE 7.50 TO FAIXA-PERCENTUAL(1)
             MOVE 3000.00 TO FAIXA-LIMITE(2)
             MOVE 9.00 TO FAIXA-PERCENTUAL(2)
             MOVE 4500.00 TO FAIXA-LIMITE(3)
             MOVE 12.00 TO FAIXA-PERCENTUAL(3)
             MOVE 999999.99 TO FAIXA-LIMITE(4)
             MOVE 14.00 TO FAIXA-PERCENTUAL(4)
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL TABELA-FINALIZADA = "S"
             READ TABELA-DESCONTOS INTO LINHA-TABELA

             AT END
               MOVE "S" TO TABELA-FINALIZADA

             NOT AT END
               IF QTD-FAIXAS < 10
                 ADD 1 TO QTD-FAIXAS
                 UNSTRING LINHA-TABELA DELIMITED BY ";"
                   INTO LIMITE-X, PERCENTUAL-X
                 END-UNSTRING
                 COMPUTE FAIXA-LIMITE(QTD-FAIXAS) =
                   FUNCTION NUMVAL(LIMITE-X)
                 COMPUTE FAIXA-PERCENTUAL(QTD-FAIXAS) =
                   FUNCTION NUMVAL(PERCENTUAL-X)
               END-IF

           END-PERFORM.

           CLOSE TABELA-DESCONTOS.

           IF QTD-FAIXAS = 0
             DISPLAY "Tabela de descontos vazia, rescisao abortada!"
             STOP RUN
           END-IF.


      * Desconto de BASE-DESCONTO pela primeira faixa que couber,
      * como na folha; acima da ultima, vale a ultima
       CALCULA-DESCONTO.
           MOVE "N" TO ACHOU-FAIXA.
           MOVE 0 TO PERCENTUAL-APLICADO.

           PERFORM VERIFICA-FAIXA
             VARYING IDX-FAIXA FROM 1 BY 1
             UNTIL IDX-FAIXA > QTD-FAIXAS
               OR ACHOU-FAIXA = "S".

           IF ACHOU-FAIXA = "N"
             MOVE FAIXA-PERCENTUAL(QTD-FAIXAS) TO PERCENTUAL-APLICADO
           END-IF.

           COMPUTE VALOR-DESCONTO ROUNDED =
             BASE-DESCONTO * PERCENTUAL-APLICADO / 100.


       VERIFICA-FAIXA.
           IF BASE-DESCONTO <= FAIXA-LIMITE(IDX-FAIXA)
             MOVE FAIXA-PERCENTUAL(IDX-FAIXA) TO PERCENTUAL-APLICADO
             MOVE "S" TO ACHOU-FAIXA
           END-IF.


      * Monta o termo de rescisao linha a linha: na previa vai para
      * o terminal, depois de confirmado vai para o arquivo
       MONTA-TERMO.
           PERFORM DESCREVE-TIPO.

           MOVE "==================================" TO
             LINHA-DEMONSTRATIVO.
           PERFORM EMITE-LINHA.

           MOVE SPACES TO LINHA-DEMONSTRATIVO.
           STRING
             "TERMO DE RESCISAO - DESLIGAMENTO " DELIMITED BY SIZE
             DATA-DESLIGAMENTO                   DELIMITED BY SIZE
             INTO LINHA-DEMONSTRATIVO
           END-STRING.
           PERFORM EMITE-LINHA.

           MOVE SPACES TO LINHA-DEMONSTRATIVO.
           STRING
             CODIGO         DELIMITED BY SIZE
             " - "          DELIMITED BY SIZE
             PRIMEIRO-NOME  DELIMITED BY SIZE
             " "            DELIMITED BY SIZE
             ULTIMO-NOME    DELIMITED BY SIZE
             INTO LINHA-DEMONSTRATIVO
           END-STRING.
           PERFORM EMITE-LINHA.

           MOVE SPACES TO LINHA-DEMONSTRATIVO.
           STRING
             DEPARTAMENTO   DELIMITED BY SIZE
             " - "          DELIMITED BY SIZE
             CARGO          DELIMITED BY SIZE
             INTO LINHA-DEMONSTRATIVO
           END-STRING.
           PERFORM EMITE-LINHA.

           MOVE SPACES TO LINHA-DEMONSTRATIVO.
           STRING
             "TIPO: "       DELIMITED BY SIZE
             DESCRICAO-TIPO DELIMITED BY SIZE
             INTO LINHA-DEMONSTRATIVO
           END-STRING.
           PERFORM EMITE-LINHA.

           MOVE SALARIO TO VALOR-EDITADO.
           MOVE SPACES TO LINHA-DEMONSTRATIVO.
           STRING
             "ADMISSAO: "   DELIMITED BY SIZE
             DATA-ADMISSAO  DELIMITED BY SIZE
             " SALARIO: R$" DELIMITED BY SIZE
             VALOR-EDITADO  DELIMITED BY SIZE
             INTO LINHA-DEMONSTRATIVO
           END-STRING.
           PERFORM EMITE-LINHA.

           MOVE SPACES TO LINHA-DEMONSTRATIVO.
           STRING
             "TEMPO DE SERVICO: " DELIMITED BY SIZE
             ANOS-SERVICO         DELIMITED BY SIZE
             " ano(s) e "         DELIMITED BY SIZE
             MESES-PERIODO        DELIMITED BY SIZE
             " mes(es)"           DELIMITED BY SIZE
             INTO LINHA-DEMONSTRATIVO
           END-STRING.
           PERFORM EMITE-LINHA.

           MOVE "----------------------------------" TO
             LINHA-DEMONSTRATIVO.
           PERFORM EMITE-LINHA.

           MOVE SPACES TO ROTULO-VERBA.
           STRING
             "SALDO DE SALARIO ("  DELIMITED BY SIZE
             DIAS-SALDO-SALARIO    DELIMITED BY SIZE
             " dias)"              DELIMITED BY SIZE
             INTO ROTULO-VERBA
           END-STRING.
           MOVE VALOR-SALDO-SALARIO TO VALOR-EDITADO.
           PERFORM EMITE-VERBA.

           MOVE SPACES TO ROTULO-VERBA.
           STRING
             "FERIAS VENCIDAS ("   DELIMITED BY SIZE
             DIAS-VENCIDAS         DELIMITED BY SIZE
             " dias)"              DELIMITED BY SIZE
             INTO ROTULO-VERBA
           END-STRING.
           MOVE VALOR-FERIAS-VENCIDAS TO VALOR-EDITADO.
           PERFORM EMITE-VERBA.

           MOVE SPACES TO ROTULO-VERBA.
           STRING
             "FERIAS PROPORCIONAIS (" DELIMITED BY SIZE
             MESES-FERIAS-PROP        DELIMITED BY SIZE
             "/12)"                   DELIMITED BY SIZE
             INTO ROTULO-VERBA
           END-STRING.
           MOVE VALOR-FERIAS-PROPORC TO VALOR-EDITADO.
           PERFORM EMITE-VERBA.

           MOVE "1/3 DE FERIAS" TO ROTULO-VERBA.
           MOVE VALOR-TERCO-FERIAS TO VALOR-EDITADO.
           PERFORM EMITE-VERBA.

           MOVE SPACES TO ROTULO-VERBA.
           STRING
             "13o PROPORCIONAL ("  DELIMITED BY SIZE
             MESES-DECIMO          DELIMITED BY SIZE
             "/12)"                DELIMITED BY SIZE
             INTO ROTULO-VERBA
           END-STRING.
           MOVE VALOR-DECIMO-TERCEIRO TO VALOR-EDITADO.
           PERFORM EMITE-VERBA.

           MOVE SPACES TO ROTULO-VERBA.
           STRING
             "AVISO PREVIO ("      DELIMITED BY SIZE
             DIAS-AVISO            DELIMITED BY SIZE
             " dias)"              DELIMITED BY SIZE
             INTO ROTULO-VERBA
           END-STRING.
           MOVE VALOR-AVISO-PREVIO TO VALOR-EDITADO.
           PERFORM EMITE-VERBA.

           MOVE SPACES TO ROTULO-VERBA.
           STRING
             "MULTA DO FGTS ("     DELIMITED BY SIZE
             PERCENTUAL-MULTA      DELIMITED BY SIZE
             "%)"                  DELIMITED BY SIZE
             INTO ROTULO-VERBA
           END-STRING.
           MOVE VALOR-MULTA-FGTS TO VALOR-EDITADO.
           PERFORM EMITE-VERBA.

           MOVE "----------------------------------" TO
             LINHA-DEMONSTRATIVO.
           PERFORM EMITE-LINHA.

           MOVE "TOTAL BRUTO" TO ROTULO-VERBA.
           MOVE TOTAL-BRUTO TO VALOR-EDITADO.
           PERFORM EMITE-VERBA.

           MOVE "DESCONTOS (SALARIO E 13o)" TO ROTULO-VERBA.
           MOVE TOTAL-DESCONTOS TO VALOR-EDITADO.
           PERFORM EMITE-VERBA.

           MOVE "LIQUIDO A RECEBER" TO ROTULO-VERBA.
           MOVE VALOR-LIQUIDO TO VALOR-EDITADO.
           PERFORM EMITE-VERBA.

           MOVE "==================================" TO
             LINHA-DEMONSTRATIVO.
           PERFORM EMITE-LINHA.


      * Uma verba do termo: rotulo alinhado e valor editado
       EMITE-VERBA.
           MOVE SPACES TO LINHA-DEMONSTRATIVO.
           STRING
             ROTULO-VERBA   DELIMITED BY SIZE
             ": R$"         DELIMITED BY SIZE
             VALOR-EDITADO  DELIMITED BY SIZE
             INTO LINHA-DEMONSTRATIVO
           END-STRING.
           PERFORM EMITE-LINHA.


       EMITE-LINHA.
           IF GRAVANDO-TERMO = "S"
             MOVE LINHA-DEMONSTRATIVO TO LINHA-TERMO
             WRITE LINHA-TERMO
           ELSE
             DISPLAY LINHA-DEMONSTRATIVO
           END-IF.


       DESCREVE-TIPO.
           EVALUATE TRUE
             WHEN PEDIDO-DEMISSAO
               MOVE "PEDIDO DE DEMISSAO" TO DESCRICAO-TIPO
             WHEN SEM-JUSTA-CAUSA
               MOVE "DISPENSA SEM JUSTA CAUSA" TO DESCRICAO-TIPO
             WHEN COM-JUSTA-CAUSA
               MOVE "DISPENSA COM JUSTA CAUSA" TO DESCRICAO-TIPO
             WHEN ACORDO
               MOVE "ACORDO ENTRE AS PARTES" TO DESCRICAO-TIPO
             WHEN OTHER
               MOVE "TIPO DESCONHECIDO" TO DESCRICAO-TIPO
           END-EVALUATE.


      * Acrescenta a rescisao calculada ao registro de rescisoes
       GRAVA-RESCISAO.
           PERFORM ABRE-RESCISOES-EXTEND.

           MOVE CODIGO TO RES-CODIGO.
           MOVE DATA-DESLIGAMENTO TO RES-DATA.
           MOVE TIPO-RESCISAO TO RES-TIPO.
           MOVE ANOS-SERVICO TO RES-ANOS-SERVICO.
           MOVE DIAS-AVISO TO RES-DIAS-AVISO.
           MOVE VALOR-SALDO-SALARIO TO RES-SALDO-SALARIO.
           MOVE VALOR-FERIAS-VENCIDAS TO RES-FERIAS-VENCIDAS.
           MOVE VALOR-FERIAS-PROPORC TO RES-FERIAS-PROPORC.
           MOVE VALOR-TERCO-FERIAS TO RES-TERCO-FERIAS.
           MOVE VALOR-DECIMO-TERCEIRO TO RES-DECIMO-TERCEIRO.
           MOVE VALOR-AVISO-PREVIO TO RES-AVISO-PREVIO.
           MOVE VALOR-MULTA-FGTS TO RES-MULTA-FGTS.
           MOVE TOTAL-DESCONTOS TO RES-DESCONTOS.
           MOVE VALOR-LIQUIDO TO RES-LIQUIDO.

           WRITE RESCISAO-REGISTRO.
           CLOSE RESCISOES.


       ABRE-RESCISOES-EXTEND.
           OPEN EXTEND RESCISOES.

      *    Caso o arquivo nao exista (status 35), cria
           IF STATUS-RESCISOES = "35"
             OPEN OUTPUT RESCISOES
             CLOSE RESCISOES
             PERFORM ABRE-RESCISOES-EXTEND
           END-IF.


      * Marca o funcionario como desligado e regrava o cadastro a
      * partir da memoria, na mesma ordem
       DESLIGA-FUNCIONARIO.
           MOVE "D" TO SITUACAO.
           MOVE DETALHAMENTO TO CAD-REGISTRO(POS-FUNCIONARIO).

           OPEN OUTPUT FUNCIONARIOS.

           PERFORM GRAVA-CADASTRO
             VARYING IDX-CADASTRO FROM 1 BY 1
             UNTIL IDX-CADASTRO > QTD-CADASTRO.

           CLOSE FUNCIONARIOS.


       GRAVA-CADASTRO.
           MOVE CAD-REGISTRO(IDX-CADASTRO) TO REGISTRO-FUNCIONARIO.
           WRITE REGISTRO-FUNCIONARIO.


      * Lista as rescisoes ja registradas, com o liquido de cada uma
       LISTAR-RESCISOES.
           DISPLAY "==================================".
           DISPLAY " RESCISOES REGISTRADAS".
           DISPLAY "==================================".

           MOVE 0 TO TOTAL-RESCISOES.
           MOVE "N" TO RESCISOES-FINALIZADAS.

           OPEN INPUT RESCISOES.

           IF STATUS-RESCISOES = "35"
             DISPLAY "Nenhuma rescisao registrada!"
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL RESCISOES-FINALIZADAS = "S"
             READ RESCISOES

             AT END
               MOVE "S" TO RESCISOES-FINALIZADAS

             NOT AT END
               ADD 1 TO TOTAL-RESCISOES
               MOVE RES-TIPO TO TIPO-RESCISAO
               PERFORM DESCREVE-TIPO
               MOVE RES-LIQUIDO TO VALOR-EDITADO
               DISPLAY " " RES-CODIGO " - " RES-DATA " - "
                 DESCRICAO-TIPO " Liquido: R$" VALOR-EDITADO

           END-PERFORM.

           CLOSE RESCISOES.

           DISPLAY "TOTAL DE RESCISOES: " TOTAL-RESCISOES.
           DISPLAY " ".

       IDENTIFICATION DIVISION.
           PROGRAM-ID. PrevencaoPerdas.
           AUTHOR. Maurício Rodrigues.

      *    Relatório semanal de exceções por operador (prevenção de
      *    perdas): reúne, para cada operador, as vendas arquivadas
      *    da semana (quantidade e valor) e os eventos que costumam
      *    esconder desvio de caixa, cada um no seu arquivo:
      *      - estornos (estornos.log), valorizados pelo preço atual
      *        do produto vezes a quantidade estornada;
      *      - descontos manuais (descontos.log), pela diferença
      *        entre o preço original e o final de cada item;
      *      - quebras de caixa dos fechamentos de sessão
      *        (caixa-fechamentos.log), em valor absoluto;
      *      - fichas de venda suspensa descartadas sem retomada
      *        (vendas-suspensas-abandonadas.log);
      *      - baixas e cancelamentos de fiado (fiado-baixas.log);
      *      - vales-troca emitidos (vales-emitidos.log).
      *    Calcula os estornos por 100 vendas, o desconto sobre o
      *    valor vendido e a quebra média por fechamento; o operador
      *    acima de qualquer limite configurado é sinalizado e tem os
      *    eventos da semana listados para o supervisor revisar.
      *    Os limites ficam em prevencao-limites.dat
      *    Máscara: <estornos por 100 vendas>;<% desconto>;
      *             <quebra média>;<fichas abandonadas>;
      *             <valor de baixas>;<valor de vales>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Arquivo de vendas arquivado de um dia específico; o nome é
      *    montado dia a dia dentro da semana, no mesmo padrão gerado
      *    por ROTACIONAR-ARQUIVO-VENDAS
           SELECT CSV-ARQUIVO-DIA
             ASSIGN TO WS-NOME-ARQUIVO-DIA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ARQ.

           SELECT IDX-PRODUTOS
             ASSIGN TO DYNAMIC WS-PATH-PRODUTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-IDX
             RECORD KEY IS PRODUTO-CODIGO.

           SELECT LOG-ESTORNOS
             ASSIGN TO DYNAMIC WS-PATH-ESTORNOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-EST.

           SELECT LOG-DESCONTOS
             ASSIGN TO DYNAMIC WS-PATH-DESCONTOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-DESC.

           SELECT LOG-FECHAMENTOS-CAIXA
             ASSIGN TO DYNAMIC WS-PATH-FECHAMENTOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-FECH.

           SELECT LOG-SUSP-ABANDONADAS
             ASSIGN TO DYNAMIC WS-PATH-SUSP-ABANDONADAS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ABAND.

           SELECT LOG-BAIXAS-FIADO
             ASSIGN TO DYNAMIC WS-PATH-BAIXAS-FIADO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-BXF.

           SELECT LOG-VALES-EMITIDOS
             ASSIGN TO DYNAMIC WS-PATH-VALES-EMITIDOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-VEM.

      *    Limites de sinalização configurados
           SELECT ARQ-LIMITES
             ASSIGN TO DYNAMIC WS-PATH-LIMITES
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LIM.

       DATA DIVISION.
       FILE SECTION.
       FD CSV-ARQUIVO-DIA.
       01 DETALHAMENTO              PIC X(60).

      *    Mesmo layout de DETALHE-PRODUTO em CRUD.cbl, redeclarado
      *    aqui apenas para consultar o preço do item estornado
       FD IDX-PRODUTOS.
       01 DETALHE-PRODUTO.
           05 PRODUTO-CODIGO        PIC 9(05).
           05 PRODUTO-DESCRICAO     PIC X(30).
           05 PRODUTO-PRECO-UNIT    PIC 9(04)V99.
           05 PRODUTO-QTD-ESTOQUE   PIC 9(05).
           05 PRODUTO-QTD-MINIMA    PIC 9(05).
           05 PRODUTO-CATEGORIA     PIC X(15).
           05 PRODUTO-FORNECEDOR    PIC 9(05).
           05 PRODUTO-VALIDADE      PIC 9(08).
           05 PRODUTO-LOCAL         PIC 9(02).
           05 PRODUTO-CUSTO-UNIT    PIC 9(04)V99.
           05 PRODUTO-BARRAS        PIC 9(13).
           05 PRODUTO-UNIDADE       PIC X(02).
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

       FD LOG-ESTORNOS.
       01 LINHA-ESTORNO             PIC X(100).

       FD LOG-DESCONTOS.
       01 LINHA-DESCONTO            PIC X(120).

       FD LOG-FECHAMENTOS-CAIXA.
       01 LINHA-FECHAMENTO          PIC X(120).

       FD LOG-SUSP-ABANDONADAS.
       01 LINHA-SUSP-ABANDONADA     PIC X(80).

       FD LOG-BAIXAS-FIADO.
       01 LINHA-BAIXA-FIADO         PIC X(120).

       FD LOG-VALES-EMITIDOS.
       01 LINHA-VALE-EMITIDO        PIC X(80).

       FD ARQ-LIMITES.
       01 LINHA-LIMITES             PIC X(60).

       WORKING-STORAGE SECTION.
      *    Status de arquivo, com condições nominadas compartilhadas
      *    via copybook (ex.: WS-STATUS-ARQ-FILE-NOT-FOUND)
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-ARQ-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-ARQ-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-ARQ-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-ARQ-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-ARQ-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-ARQ-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-ARQ.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-IDX-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-IDX-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-IDX-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-IDX-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-IDX-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-IDX-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-IDX.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-EST-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-EST-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-EST-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-EST-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-EST-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-EST-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-EST.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-DESC-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-DESC-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-DESC-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-DESC-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-DESC-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-DESC-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-DESC.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-FECH-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-FECH-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-FECH-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-FECH-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-FECH-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-FECH-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-FECH.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-ABAND-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-ABAND-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-ABAND-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-ABAND-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-ABAND-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-ABAND-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-ABAND.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-BXF-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-BXF-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-BXF-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-BXF-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-BXF-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-BXF-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-BXF.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-VEM-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-VEM-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-VEM-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-VEM-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-VEM-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-VEM-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-VEM.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-LIM-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-LIM-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-LIM-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-LIM-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-LIM-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-LIM-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-LIM.

      *    Diretório de dados e caminhos, resolvidos via ARCH_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-PRODUTOS           PIC X(80).
       01 WS-PATH-ESTORNOS           PIC X(80).
       01 WS-PATH-DESCONTOS          PIC X(80).
       01 WS-PATH-FECHAMENTOS        PIC X(80).
       01 WS-PATH-SUSP-ABANDONADAS   PIC X(80).
       01 WS-PATH-BAIXAS-FIADO       PIC X(80).
       01 WS-PATH-VALES-EMITIDOS     PIC X(80).
       01 WS-PATH-LIMITES            PIC X(80).
       01 WS-NOME-ARQUIVO-DIA        PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-EOF                    PIC X(01).
       01 WS-OPCAO-PREV             PIC 9(01).

      * Supervisor que emite o relatório ou altera os limites
       01 WS-OPERADOR               PIC X(10).
       01 WS-NIVEL-SUPERVISOR       PIC 9(01) VALUE 2.
       01 WS-RESULTADO-VALIDACAO    PIC X(02).

      * Semana analisada: sete dias a partir da data informada,
      * terminando no máximo ontem (o dia corrente ainda não foi
      * arquivado)
       01 WS-DATA-INFORMADA         PIC 9(08).
       01 WS-DATA-HOJE              PIC 9(08).
       01 WS-HOJE-INTEIRO           PIC 9(07).
       01 WS-DATA-INICIO            PIC 9(08).
       01 WS-DATA-FIM               PIC 9(08).
       01 WS-DIA-INTEIRO            PIC 9(07).
       01 WS-DIA-FIM-INTEIRO        PIC 9(07).
       01 WS-DATA-CORRENTE          PIC 9(08).
       01 WS-DIAS-ARQUIVOS          PIC 9(03).

      * Limites de sinalização (valores padrão sem o arquivo)
       01 WS-LIM-ESTORNOS           PIC 9(03)V99.
       01 WS-LIM-DESCONTO-PERC      PIC 9(03)V99.
       01 WS-LIM-QUEBRA-MEDIA       PIC 9(05)V99.
       01 WS-LIM-ABANDONOS          PIC 9(03).
       01 WS-LIM-BAIXAS             PIC 9(06)V99.
       01 WS-LIM-VALES              PIC 9(06)V99.
       01 WS-LINHA-LIMITES-LIDA     PIC X(60).
       01 WS-LIM-ESTORNOS-X         PIC X(10).
       01 WS-LIM-DESCONTO-X         PIC X(10).
       01 WS-LIM-QUEBRA-X           PIC X(10).
       01 WS-LIM-ABANDONOS-X        PIC X(10).
       01 WS-LIM-BAIXAS-X           PIC X(10).
       01 WS-LIM-VALES-X            PIC X(10).
       01 WS-LIM-TAXA-EDIT          PIC ZZ9.99.
       01 WS-LIM-PERC-EDIT          PIC ZZ9.99.
       01 WS-LIM-QUEBRA-EDIT        PIC ZZZZ9.99.
       01 WS-LIM-ABANDONOS-EDIT     PIC ZZ9.
       01 WS-LIM-BAIXAS-EDIT        PIC ZZZZZ9.99.
       01 WS-LIM-VALES-EDIT         PIC ZZZZZ9.99.
       01 WS-LIM-INFORMADO          PIC X(10).

      * Modo da varredura dos arquivos: apuração dos totais por
      * operador ou listagem dos eventos de um operador sinalizado
       01 WS-MODO                   PIC X(01).
           88 MODO-APURAR           VALUE 'A'.
           88 MODO-LISTAR           VALUE 'L'.
       01 WS-OPERADOR-LISTA         PIC X(10).
       01 WS-QTD-EVENTOS-LISTA      PIC 9(05).

      * Tabela de operadores com os totais da semana
      * A chave da venda (data + hora) separa as vendas: as linhas
      * de itens de uma mesma venda contam como uma venda só
       01 WS-QTD-OPERADORES         PIC 9(03) VALUE 0.
       01 WS-TABELA-OPERADORES.
           05 WS-OPR OCCURS 100 TIMES.
             10 WS-OPR-CODIGO       PIC X(10).
             10 WS-OPR-CHAVE-VENDA  PIC X(16).
             10 WS-OPR-VENDAS       PIC 9(05).
             10 WS-OPR-VALOR-VENDAS PIC 9(09)V99.
             10 WS-OPR-ESTORNOS     PIC 9(05).
             10 WS-OPR-VALOR-EST    PIC 9(07)V99.
             10 WS-OPR-DESCONTOS    PIC 9(05).
             10 WS-OPR-VALOR-DESC   PIC 9(07)V99.
             10 WS-OPR-FECHAMENTOS  PIC 9(03).
             10 WS-OPR-QUEBRA-TOTAL PIC 9(07)V99.
             10 WS-OPR-ULTIMA-FICHA PIC X(05).
             10 WS-OPR-ABANDONOS    PIC 9(05).
             10 WS-OPR-VALOR-ABAND  PIC 9(07)V99.
             10 WS-OPR-BAIXAS       PIC 9(05).
             10 WS-OPR-VALOR-BAIXAS PIC 9(07)V99.
             10 WS-OPR-VALES        PIC 9(05).
             10 WS-OPR-VALOR-VALES  PIC 9(07)V99.
             10 WS-OPR-SINALIZADO   PIC X(01).
       01 WS-IDX-OPR                PIC 9(03).
       01 WS-POS-OPR                PIC 9(03).
       01 WS-OPERADOR-BUSCA         PIC X(10).
       01 WS-TABELA-CHEIA-AVISADA   PIC X(01).
       01 WS-QTD-SINALIZADOS        PIC 9(03).

      * Taxas do operador corrente
       01 WS-TAXA-ESTORNOS          PIC 9(03)V99.
       01 WS-PERC-DESCONTO          PIC 9(03)V99.
       01 WS-QUEBRA-MEDIA           PIC 9(05)V99.

      * Campos para desmembrar cada linha arquivada de vendas
      * Máscara: <data>;<hora>;<operador>;<codigo>;<qtd>;<preco>;
      *          <cliente>
       01 WS-DETALHAMENTO           PIC X(60).
       01 WS-LIN-DATA               PIC X(08).
       01 WS-LIN-HORA               PIC X(08).
       01 WS-LIN-OPERADOR           PIC X(10).
       01 WS-LIN-CODIGO             PIC X(05).
       01 WS-LIN-QTD                PIC 9(05).
       01 WS-LIN-PRECO              PIC 9(04)V99.
       01 WS-LIN-CHAVE-VENDA        PIC X(16).
       01 WS-VALOR-LINHA            PIC 9(07)V99.

      * Campos comuns aos logs de eventos
       01 WS-LINHA-LIDA             PIC X(120).
       01 WS-EVT-DATA-X             PIC X(08).
       01 WS-EVT-DATA               PIC 9(08).
       01 WS-EVT-HORA               PIC X(08).
       01 WS-EVT-OPERADOR           PIC X(10).
       01 WS-EVT-VALOR              PIC 9(07)V99.
       01 WS-EVT-DIFERENCA          PIC S9(07)V99.
       01 WS-EVT-NO-PERIODO         PIC X(01).

      * Estornos
      * Máscara: ESTORNO;<data>;<hora>;<operador>;<codigo>;<qtd>;
      *          <motivo>;<linha>
       01 WS-EST-TAG                PIC X(07).
       01 WS-EST-CODIGO             PIC X(05).
       01 WS-EST-QTD                PIC X(05).
       01 WS-EST-MOTIVO             PIC X(30).
       01 WS-EST-LINHA              PIC X(06).
       01 WS-EST-QTD-NUM            PIC 9(05).
       01 WS-PRODUTOS-ABERTO        PIC X(01).

      * Descontos
      * Máscara: DESCONTO;<data>;<hora>;<operador>;<autorizador>;
      *          <cod_produto>;<preco_orig>;<preco_final>
       01 WS-DESC-TAG               PIC X(08).
       01 WS-DESC-AUTORIZADOR       PIC X(10).
       01 WS-DESC-CODIGO            PIC X(05).
       01 WS-DESC-PRECO-ORIG        PIC X(10).
       01 WS-DESC-PRECO-FINAL       PIC X(10).

      * Fechamentos de caixa
      * Máscara: <data_abertura>;<hora_abertura>;<operador>;
      *          <fundo>;<dinheiro>;<suprimentos>;<sangrias>;
      *          <contado>;<diferenca>;<reembolsos_vasilhame>
       01 WS-FECH-FUNDO             PIC X(12).
       01 WS-FECH-DINHEIRO          PIC X(12).
       01 WS-FECH-SUPRIMENTOS       PIC X(12).
       01 WS-FECH-SANGRIAS          PIC X(12).
       01 WS-FECH-CONTADO           PIC X(12).
       01 WS-FECH-DIFERENCA         PIC X(12).

      * Fichas suspensas abandonadas
      * Máscara: <data_descarte>;<data_suspensao>;<ficha>;
      *          <operador>;<codigo>;<qtd>;<preco>
       01 WS-ABD-DATA-DESCARTE      PIC X(08).
       01 WS-ABD-FICHA              PIC X(05).
       01 WS-ABD-CODIGO             PIC X(05).
       01 WS-ABD-QTD                PIC 9(05).
       01 WS-ABD-PRECO              PIC 9(04)V99.

      * Baixas de fiado
      * Máscara: <data>;<tipo>;<cod_fiado>;<cod_cliente>;<valor>;
      *          <operador>;<motivo>
       01 WS-BXF-TIPO               PIC X(12).
       01 WS-BXF-FIADO              PIC X(05).
       01 WS-BXF-CLIENTE            PIC X(05).
       01 WS-BXF-VALOR              PIC X(12).
       01 WS-BXF-MOTIVO             PIC X(30).

      * Vales-troca emitidos
      * Máscara: <data>;<hora>;<operador>;<vale>;<cliente>;<valor>;
      *          <origem>
       01 WS-VEM-VALE               PIC X(06).
       01 WS-VEM-CLIENTE            PIC X(05).
       01 WS-VEM-VALOR              PIC 9(06)V99.
       01 WS-VEM-ORIGEM             PIC X(10).

      * Campos editados para exibição
       01 WS-VALOR-EDIT             PIC Z(8)9.99.
       01 WS-VALOR-EVT-EDIT         PIC Z(6)9.99.
       01 WS-DIFERENCA-EDIT         PIC +Z(6)9.99.
       01 WS-TAXA-EDIT              PIC ZZ9.99.
       01 WS-QUEBRA-EDIT            PIC ZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "-----------------------------------".
           DISPLAY " PREVENÇÃO DE PERDAS POR OPERADOR"
           DISPLAY "-----------------------------------".

           PERFORM CONFIGURAR-CAMINHOS.

           DISPLAY "Informe o código do supervisor: "
             WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.

           CALL "ValidarOperador" USING WS-OPERADOR,
             WS-NIVEL-SUPERVISOR, WS-RESULTADO-VALIDACAO.

           IF WS-RESULTADO-VALIDACAO NOT = "OK"
             DISPLAY "Operação Cancelada!"
             EXIT PROGRAM
           END-IF.

           DISPLAY "1 - Configurar limites".
           DISPLAY "2 - Relatório semanal de exceções".
           DISPLAY "Escolha sua opção: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO-PREV.

           EVALUATE WS-OPCAO-PREV
             WHEN 1
               PERFORM CONFIGURAR-LIMITES

             WHEN 2
               PERFORM EMITIR-RELATORIO

             WHEN OTHER
               DISPLAY "Opção inválida!"
           END-EVALUATE.

      *    Retorna
           EXIT PROGRAM.


      *    Mostra os limites vigentes e recebe os novos; campo em
      *    branco mantém o valor atual
       CONFIGURAR-LIMITES.
           PERFORM LER-LIMITES.
           PERFORM EXIBIR-LIMITES.

           DISPLAY "Informe os novos limites (em branco mantém):".

           DISPLAY "Estornos por 100 vendas: " WITH NO ADVANCING.
           MOVE SPACES TO WS-LIM-INFORMADO.
           ACCEPT WS-LIM-INFORMADO.
           IF WS-LIM-INFORMADO NOT = SPACES
             MOVE FUNCTION NUMVAL(WS-LIM-INFORMADO)
               TO WS-LIM-ESTORNOS
           END-IF.

           DISPLAY "Desconto sobre o valor vendido (%): "
             WITH NO ADVANCING.
           MOVE SPACES TO WS-LIM-INFORMADO.
           ACCEPT WS-LIM-INFORMADO.
           IF WS-LIM-INFORMADO NOT = SPACES
             MOVE FUNCTION NUMVAL(WS-LIM-INFORMADO)
               TO WS-LIM-DESCONTO-PERC
           END-IF.

           DISPLAY "Quebra média por fechamento (R$): "
             WITH NO ADVANCING.
           MOVE SPACES TO WS-LIM-INFORMADO.
           ACCEPT WS-LIM-INFORMADO.
           IF WS-LIM-INFORMADO NOT = SPACES
             MOVE FUNCTION NUMVAL(WS-LIM-INFORMADO)
               TO WS-LIM-QUEBRA-MEDIA
           END-IF.

           DISPLAY "Fichas suspensas abandonadas na semana: "
             WITH NO ADVANCING.
           MOVE SPACES TO WS-LIM-INFORMADO.
           ACCEPT WS-LIM-INFORMADO.
           IF WS-LIM-INFORMADO NOT = SPACES
             MOVE FUNCTION NUMVAL(WS-LIM-INFORMADO)
               TO WS-LIM-ABANDONOS
           END-IF.

           DISPLAY "Baixas de fiado na semana (R$): "
             WITH NO ADVANCING.
           MOVE SPACES TO WS-LIM-INFORMADO.
           ACCEPT WS-LIM-INFORMADO.
           IF WS-LIM-INFORMADO NOT = SPACES
             MOVE FUNCTION NUMVAL(WS-LIM-INFORMADO)
               TO WS-LIM-BAIXAS
           END-IF.

           DISPLAY "Vales-troca emitidos na semana (R$): "
             WITH NO ADVANCING.
           MOVE SPACES TO WS-LIM-INFORMADO.
           ACCEPT WS-LIM-INFORMADO.
           IF WS-LIM-INFORMADO NOT = SPACES
             MOVE FUNCTION NUMVAL(WS-LIM-INFORMADO)
               TO WS-LIM-VALES
           END-IF.

      *    Os valores vão editados (com o "." literal), para o
      *    arquivo ficar legível e a releitura não inflar os valores
           MOVE WS-LIM-ESTORNOS TO WS-LIM-TAXA-EDIT.
           MOVE WS-LIM-DESCONTO-PERC TO WS-LIM-PERC-EDIT.
           MOVE WS-LIM-QUEBRA-MEDIA TO WS-LIM-QUEBRA-EDIT.
           MOVE WS-LIM-ABANDONOS TO WS-LIM-ABANDONOS-EDIT.
           MOVE WS-LIM-BAIXAS TO WS-LIM-BAIXAS-EDIT.
           MOVE WS-LIM-VALES TO WS-LIM-VALES-EDIT.

           OPEN OUTPUT ARQ-LIMITES.

           MOVE SPACES TO LINHA-LIMITES.
           STRING
             FUNCTION TRIM(WS-LIM-TAXA-EDIT)      DELIMITED BY SIZE
             ";"                                  DELIMITED BY SIZE
             FUNCTION TRIM(WS-LIM-PERC-EDIT)      DELIMITED BY SIZE
             ";"                                  DELIMITED BY SIZE
             FUNCTION TRIM(WS-LIM-QUEBRA-EDIT)    DELIMITED BY SIZE
             ";"                                  DELIMITED BY SIZE
             FUNCTION TRIM(WS-LIM-ABANDONOS-EDIT) DELIMITED BY SIZE
             ";"                                  DELIMITED BY SIZE
             FUNCTION TRIM(WS-LIM-BAIXAS-EDIT)    DELIMITED BY SIZE
             ";"                                  DELIMITED BY SIZE
             FUNCTION TRIM(WS-LIM-VALES-EDIT)     DELIMITED BY SIZE
             INTO LINHA-LIMITES
           END-STRING.

           WRITE LINHA-LIMITES.
           CLOSE ARQ-LIMITES.

           DISPLAY "Limites gravados.".

      *    Retorna
           EXIT PARAGRAPH.


      *    Carrega os limites configurados; sem o arquivo valem 3
      *    estornos por 100 vendas, 5% de desconto, R$10,00 de quebra
      *    média, 3 fichas abandonadas e R$150,00 tanto de baixas de
      *    fiado quanto de vales emitidos na semana
       LER-LIMITES.
           MOVE 3.00 TO WS-LIM-ESTORNOS.
           MOVE 5.00 TO WS-LIM-DESCONTO-PERC.
           MOVE 10.00 TO WS-LIM-QUEBRA-MEDIA.
           MOVE 3 TO WS-LIM-ABANDONOS.
           MOVE 150.00 TO WS-LIM-BAIXAS.
           MOVE 150.00 TO WS-LIM-VALES.

           OPEN INPUT ARQ-LIMITES.

           IF WS-STATUS-LIM-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           READ ARQ-LIMITES INTO WS-LINHA-LIMITES-LIDA
             AT END
               CONTINUE

             NOT AT END
               UNSTRING WS-LINHA-LIMITES-LIDA DELIMITED BY ";"
                 INTO WS-LIM-ESTORNOS-X, WS-LIM-DESCONTO-X,
                   WS-LIM-QUEBRA-X, WS-LIM-ABANDONOS-X,
                   WS-LIM-BAIXAS-X, WS-LIM-VALES-X
               END-UNSTRING
               MOVE FUNCTION NUMVAL(WS-LIM-ESTORNOS-X)
                 TO WS-LIM-ESTORNOS
               MOVE FUNCTION NUMVAL(WS-LIM-DESCONTO-X)
                 TO WS-LIM-DESCONTO-PERC
               MOVE FUNCTION NUMVAL(WS-LIM-QUEBRA-X)
                 TO WS-LIM-QUEBRA-MEDIA
               MOVE FUNCTION NUMVAL(WS-LIM-ABANDONOS-X)
                 TO WS-LIM-ABANDONOS
               MOVE FUNCTION NUMVAL(WS-LIM-BAIXAS-X)
                 TO WS-LIM-BAIXAS
               MOVE FUNCTION NUMVAL(WS-LIM-VALES-X)
                 TO WS-LIM-VALES
           END-READ.

           CLOSE ARQ-LIMITES.

      *    Retorna
           EXIT PARAGRAPH.


       EXIBIR-LIMITES.
           MOVE WS-LIM-ESTORNOS TO WS-LIM-TAXA-EDIT.
           MOVE WS-LIM-DESCONTO-PERC TO WS-LIM-PERC-EDIT.
           MOVE WS-LIM-QUEBRA-MEDIA TO WS-LIM-QUEBRA-EDIT.
           MOVE WS-LIM-ABANDONOS TO WS-LIM-ABANDONOS-EDIT.
           MOVE WS-LIM-BAIXAS TO WS-LIM-BAIXAS-EDIT.
           MOVE WS-LIM-VALES TO WS-LIM-VALES-EDIT.

           DISPLAY "Limites: estornos/100 vendas " WS-LIM-TAXA-EDIT
             "  desconto " WS-LIM-PERC-EDIT "%"
             "  quebra média R$" WS-LIM-QUEBRA-EDIT.
           DISPLAY "         fichas abandonadas " WS-LIM-ABANDONOS-EDIT
             "  baixas R$" WS-LIM-BAIXAS-EDIT
             "  vales R$" WS-LIM-VALES-EDIT.

      *    Retorna
           EXIT PARAGRAPH.


       EMITIR-RELATORIO.
           DISPLAY "Data inicial da semana (AAAAMMDD, 0 = últimos 7 "
             "dias): " WITH NO ADVANCING.
           ACCEPT WS-DATA-INFORMADA.

      *    A semana termina no máximo ontem: o dia corrente ainda não
      *    foi fechado nem arquivado
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-HOJE-INTEIRO =
             FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).

           IF WS-DATA-INFORMADA = 0
             COMPUTE WS-DIA-INTEIRO = WS-HOJE-INTEIRO - 7
           ELSE
             IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-INFORMADA)
                 NOT = 0
               DISPLAY "Erro! Data inicial inválida!"
               EXIT PARAGRAPH
             END-IF
             COMPUTE WS-DIA-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-INFORMADA)
           END-IF.

           COMPUTE WS-DIA-FIM-INTEIRO = WS-DIA-INTEIRO + 6.
           IF WS-DIA-FIM-INTEIRO >= WS-HOJE-INTEIRO
             COMPUTE WS-DIA-FIM-INTEIRO = WS-HOJE-INTEIRO - 1
           END-IF.

           IF WS-DIA-INTEIRO > WS-DIA-FIM-INTEIRO
             DISPLAY "Erro! A semana precisa começar antes de hoje!"
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DATA-INICIO =
             FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO).
           COMPUTE WS-DATA-FIM =
             FUNCTION DATE-OF-INTEGER(WS-DIA-FIM-INTEIRO).

           PERFORM LER-LIMITES.

           DISPLAY "-----------------------------------".
           DISPLAY " EXCEÇÕES POR OPERADOR".
           DISPLAY "-----------------------------------".
           DISPLAY "Período analisado: " WS-DATA-INICIO " a "
             WS-DATA-FIM.
           PERFORM EXIBIR-LIMITES.

           MOVE 0 TO WS-QTD-OPERADORES.
           MOVE 0 TO WS-DIAS-ARQUIVOS.
           MOVE 'N' TO WS-TABELA-CHEIA-AVISADA.

      *    Vendas da semana, dia a dia, dos arquivos arquivados
           PERFORM PROCESSAR-DIA-ARQUIVADO
             UNTIL WS-DIA-INTEIRO > WS-DIA-FIM-INTEIRO.

           IF WS-DIAS-ARQUIVOS = 0
             DISPLAY "Atenção! Nenhum arquivo de vendas arquivado no "
               "período; as taxas saem sem a base de vendas."
           END-IF.

      *    Eventos da semana, apurados por operador
           SET MODO-APURAR TO TRUE.
           PERFORM VARRER-EVENTOS.

           IF WS-QTD-OPERADORES = 0
             DISPLAY "Nenhuma venda ou evento no período."
             DISPLAY " "
             EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-QTD-SINALIZADOS.
           PERFORM AVALIAR-OPERADOR
             VARYING WS-IDX-OPR FROM 1 BY 1
             UNTIL WS-IDX-OPR > WS-QTD-OPERADORES.

           DISPLAY "-----------------------------------".
           IF WS-QTD-SINALIZADOS = 0
             DISPLAY "Nenhum operador acima dos limites na semana."
             DISPLAY " "
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Operadores sinalizados: " WS-QTD-SINALIZADOS.

      *    Eventos de cada operador sinalizado, para a revisão
           SET MODO-LISTAR TO TRUE.
           PERFORM LISTAR-EVENTOS-OPERADOR
             VARYING WS-IDX-OPR FROM 1 BY 1
             UNTIL WS-IDX-OPR > WS-QTD-OPERADORES.

           DISPLAY " ".

      *    Retorna
           EXIT PARAGRAPH.


      *    Processa o arquivo arquivado do dia corrente do laço,
      *    acumulando as vendas de cada operador
       PROCESSAR-DIA-ARQUIVADO.
           COMPUTE WS-DATA-CORRENTE =
             FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO).

           MOVE SPACES TO WS-NOME-ARQUIVO-DIA.
           STRING
             FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/vendas-"        DELIMITED BY SIZE
             WS-DATA-CORRENTE  DELIMITED BY SIZE
             ".csv"            DELIMITED BY SIZE
             INTO WS-NOME-ARQUIVO-DIA
           END-STRING.

           MOVE 'N' TO WS-EOF.

           OPEN INPUT CSV-ARQUIVO-DIA.

      *    Dia sem arquivo (sem fechamento): segue para o próximo
           IF WS-STATUS-ARQ-FILE-NOT-FOUND
             CONTINUE
           ELSE
             ADD 1 TO WS-DIAS-ARQUIVOS
             PERFORM UNTIL WS-EOF = 'S'
               READ CSV-ARQUIVO-DIA INTO WS-DETALHAMENTO
                 AT END
                   MOVE 'S' TO WS-EOF

                 NOT AT END
      *            Linhas PAGTO não são itens de venda
                   IF WS-DETALHAMENTO(1:6) NOT = "PAGTO;"
                     PERFORM ACUMULAR-LINHA-VENDA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CSV-ARQUIVO-DIA
           END-IF.

           ADD 1 TO WS-DIA-INTEIRO.

      *    Retorna
           EXIT PARAGRAPH.


       ACUMULAR-LINHA-VENDA.
           UNSTRING WS-DETALHAMENTO DELIMITED BY ";"
             INTO WS-LIN-DATA, WS-LIN-HORA, WS-LIN-OPERADOR,
               WS-LIN-CODIGO, WS-LIN-QTD, WS-LIN-PRECO
           END-UNSTRING.

           MOVE WS-LIN-OPERADOR TO WS-OPERADOR-BUSCA.
           PERFORM LOCALIZAR-OPERADOR.
           IF WS-POS-OPR = 0
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-VALOR-LINHA = WS-LIN-PRECO * WS-LIN-QTD.
           ADD WS-VALOR-LINHA TO WS-OPR-VALOR-VENDAS(WS-POS-OPR).

      *    Nova venda do operador quando muda a chave data + hora
           MOVE SPACES TO WS-LIN-CHAVE-VENDA.
           STRING WS-LIN-DATA WS-LIN-HORA DELIMITED BY SIZE
             INTO WS-LIN-CHAVE-VENDA
           END-STRING.

           IF WS-LIN-CHAVE-VENDA NOT = WS-OPR-CHAVE-VENDA(WS-POS-OPR)
             MOVE WS-LIN-CHAVE-VENDA
               TO WS-OPR-CHAVE-VENDA(WS-POS-OPR)
             ADD 1 TO WS-OPR-VENDAS(WS-POS-OPR)
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Acha o operador na tabela, incluindo-o quando ainda não
      *    apareceu
       LOCALIZAR-OPERADOR.
           MOVE 0 TO WS-POS-OPR.

           PERFORM VERIFICAR-POSICAO-OPERADOR
             VARYING WS-IDX-OPR FROM 1 BY 1
             UNTIL WS-IDX-OPR > WS-QTD-OPERADORES
               OR WS-POS-OPR > 0.

           IF WS-POS-OPR = 0
             IF WS-QTD-OPERADORES < 100
               ADD 1 TO WS-QTD-OPERADORES
               MOVE WS-QTD-OPERADORES TO WS-POS-OPR
               INITIALIZE WS-OPR(WS-POS-OPR)
               MOVE WS-OPERADOR-BUSCA TO WS-OPR-CODIGO(WS-POS-OPR)
               MOVE 'N' TO WS-OPR-SINALIZADO(WS-POS-OPR)
             ELSE
               IF WS-TABELA-CHEIA-AVISADA = 'N'
                 DISPLAY "ATENÇÃO! Tabela de operadores cheia (100); "
                   "os demais ficam fora do relatório!"
                 MOVE 'S' TO WS-TABELA-CHEIA-AVISADA
               END-IF
             END-IF
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       VERIFICAR-POSICAO-OPERADOR.
           IF WS-OPR-CODIGO(WS-IDX-OPR) = WS-OPERADOR-BUSCA
             MOVE WS-IDX-OPR TO WS-POS-OPR
           END-IF.


      *    Varre os logs de eventos no modo corrente: na apuração
      *    acumula em cada operador, na listagem exibe os eventos do
      *    operador em WS-OPERADOR-LISTA
       VARRER-EVENTOS.
           PERFORM VARRER-ESTORNOS.
           PERFORM VARRER-DESCONTOS.
           PERFORM VARRER-FECHAMENTOS.
           PERFORM VARRER-ABANDONADAS.
           PERFORM VARRER-BAIXAS-FIADO.
           PERFORM VARRER-VALES.

      *    Retorna
           EXIT PARAGRAPH.


      *    Confere se a data do evento (WS-EVT-DATA-X) cai na semana
       CONFERIR-PERIODO.
           MOVE 'N' TO WS-EVT-NO-PERIODO.

           IF WS-EVT-DATA-X NOT NUMERIC
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-EVT-DATA-X TO WS-EVT-DATA.
           IF WS-EVT-DATA >= WS-DATA-INICIO
             AND WS-EVT-DATA <= WS-DATA-FIM
             MOVE 'S' TO WS-EVT-NO-PERIODO
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Posiciona o operador do evento: na apuração localiza (ou
      *    inclui) na tabela; na listagem só segue quando é o
      *    operador listado
       POSICIONAR-OPERADOR-EVENTO.
           MOVE 0 TO WS-POS-OPR.

           IF MODO-LISTAR
             IF WS-EVT-OPERADOR = WS-OPERADOR-LISTA
               MOVE WS-IDX-OPR TO WS-POS-OPR
               ADD 1 TO WS-QTD-EVENTOS-LISTA
             END-IF
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-EVT-OPERADOR TO WS-OPERADOR-BUSCA.
           PERFORM LOCALIZAR-OPERADOR.

      *    Retorna
           EXIT PARAGRAPH.


       VARRER-ESTORNOS.
           OPEN INPUT LOG-ESTORNOS.
           IF WS-STATUS-EST-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

      *    O preço atual do produto valoriza o estorno, já que o log
      *    não guarda o valor devolvido
           MOVE 'N' TO WS-PRODUTOS-ABERTO.
           IF MODO-APURAR
             OPEN INPUT IDX-PRODUTOS
             IF WS-STATUS-IDX-OK
               MOVE 'S' TO WS-PRODUTOS-ABERTO
             END-IF
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ LOG-ESTORNOS INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF WS-LINHA-LIDA(1:8) = "ESTORNO;"
                   PERFORM TRATAR-ESTORNO
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE LOG-ESTORNOS.
           IF WS-PRODUTOS-ABERTO = 'S'
             CLOSE IDX-PRODUTOS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       TRATAR-ESTORNO.
           UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
             INTO WS-EST-TAG, WS-EVT-DATA-X, WS-EVT-HORA,
               WS-EVT-OPERADOR, WS-EST-CODIGO, WS-EST-QTD,
               WS-EST-MOTIVO, WS-EST-LINHA
           END-UNSTRING.

           PERFORM CONFERIR-PERIODO.
           IF WS-EVT-NO-PERIODO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           PERFORM POSICIONAR-OPERADOR-EVENTO.
           IF WS-POS-OPR = 0
             EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION NUMVAL(WS-EST-QTD) TO WS-EST-QTD-NUM.

           IF MODO-LISTAR
             DISPLAY "  " WS-EVT-DATA " ESTORNO    produto "
               WS-EST-CODIGO " qtd " WS-EST-QTD-NUM
               "  motivo: " FUNCTION TRIM(WS-EST-MOTIVO)
             EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-EVT-VALOR.
           IF WS-PRODUTOS-ABERTO = 'S'
             AND WS-EST-CODIGO NUMERIC
             MOVE WS-EST-CODIGO TO PRODUTO-CODIGO
             READ IDX-PRODUTOS KEY IS PRODUTO-CODIGO
               INVALID KEY
                 CONTINUE

               NOT INVALID KEY
                 COMPUTE WS-EVT-VALOR =
                   PRODUTO-PRECO-UNIT * WS-EST-QTD-NUM
             END-READ
           END-IF.

           ADD 1 TO WS-OPR-ESTORNOS(WS-POS-OPR).
           ADD WS-EVT-VALOR TO WS-OPR-VALOR-EST(WS-POS-OPR).

      *    Retorna
           EXIT PARAGRAPH.


      *    O desconto sobre a venda inteira (produto 00000) vai ao log
      *    com os preços zerados: conta como evento, sem valor
       VARRER-DESCONTOS.
           OPEN INPUT LOG-DESCONTOS.
           IF WS-STATUS-DESC-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ LOG-DESCONTOS INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF WS-LINHA-LIDA(1:9) = "DESCONTO;"
                   PERFORM TRATAR-DESCONTO
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE LOG-DESCONTOS.

      *    Retorna
           EXIT PARAGRAPH.


       TRATAR-DESCONTO.
           UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
             INTO WS-DESC-TAG, WS-EVT-DATA-X, WS-EVT-HORA,
               WS-EVT-OPERADOR, WS-DESC-AUTORIZADOR, WS-DESC-CODIGO,
               WS-DESC-PRECO-ORIG, WS-DESC-PRECO-FINAL
           END-UNSTRING.

           PERFORM CONFERIR-PERIODO.
           IF WS-EVT-NO-PERIODO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           PERFORM POSICIONAR-OPERADOR-EVENTO.
           IF WS-POS-OPR = 0
             EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-EVT-VALOR.
           IF FUNCTION NUMVAL(WS-DESC-PRECO-ORIG) >
               FUNCTION NUMVAL(WS-DESC-PRECO-FINAL)
             COMPUTE WS-EVT-VALOR =
               FUNCTION NUMVAL(WS-DESC-PRECO-ORIG) -
               FUNCTION NUMVAL(WS-DESC-PRECO-FINAL)
           END-IF.

           IF MODO-LISTAR
             IF WS-DESC-CODIGO = "00000"
               DISPLAY "  " WS-EVT-DATA " DESCONTO   venda inteira"
                 "  autorizado por "
                 FUNCTION TRIM(WS-DESC-AUTORIZADOR)
             ELSE
               DISPLAY "  " WS-EVT-DATA " DESCONTO   produto "
                 WS-DESC-CODIGO " de R$"
                 FUNCTION TRIM(WS-DESC-PRECO-ORIG) " para R$"
                 FUNCTION TRIM(WS-DESC-PRECO-FINAL)
                 "  autorizado por "
                 FUNCTION TRIM(WS-DESC-AUTORIZADOR)
             END-IF
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-OPR-DESCONTOS(WS-POS-OPR).
           ADD WS-EVT-VALOR TO WS-OPR-VALOR-DESC(WS-POS-OPR).

      *    Retorna
           EXIT PARAGRAPH.


      *    A quebra entra em valor absoluto: sobra e falta pesam igual
       VARRER-FECHAMENTOS.
           OPEN INPUT LOG-FECHAMENTOS-CAIXA.
           IF WS-STATUS-FECH-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ LOG-FECHAMENTOS-CAIXA INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 PERFORM TRATAR-FECHAMENTO
             END-READ
           END-PERFORM.

           CLOSE LOG-FECHAMENTOS-CAIXA.

      *    Retorna
           EXIT PARAGRAPH.


       TRATAR-FECHAMENTO.
           UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
             INTO WS-EVT-DATA-X, WS-EVT-HORA, WS-EVT-OPERADOR,
               WS-FECH-FUNDO, WS-FECH-DINHEIRO, WS-FECH-SUPRIMENTOS,
               WS-FECH-SANGRIAS, WS-FECH-CONTADO, WS-FECH-DIFERENCA
           END-UNSTRING.

           PERFORM CONFERIR-PERIODO.
           IF WS-EVT-NO-PERIODO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           PERFORM POSICIONAR-OPERADOR-EVENTO.
           IF WS-POS-OPR = 0
             EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION NUMVAL(WS-FECH-DIFERENCA)
             TO WS-EVT-DIFERENCA.

           IF MODO-LISTAR
             IF WS-EVT-DIFERENCA = 0
               SUBTRACT 1 FROM WS-QTD-EVENTOS-LISTA
             ELSE
               MOVE WS-EVT-DIFERENCA TO WS-DIFERENCA-EDIT
               DISPLAY "  " WS-EVT-DATA " CAIXA      sessão das "
                 WS-EVT-HORA(1:2) ":" WS-EVT-HORA(3:2)
                 "  diferença R$" WS-DIFERENCA-EDIT
             END-IF
             EXIT PARAGRAPH
           END-IF.

           IF WS-EVT-DIFERENCA < 0
             COMPUTE WS-EVT-VALOR = 0 - WS-EVT-DIFERENCA
           ELSE
             MOVE WS-EVT-DIFERENCA TO WS-EVT-VALOR
           END-IF.

           ADD 1 TO WS-OPR-FECHAMENTOS(WS-POS-OPR).
           ADD WS-EVT-VALOR TO WS-OPR-QUEBRA-TOTAL(WS-POS-OPR).

      *    Retorna
           EXIT PARAGRAPH.


      *    Cada item da ficha é uma linha: as linhas seguidas da mesma
      *    ficha contam como um abandono só
       VARRER-ABANDONADAS.
           OPEN INPUT LOG-SUSP-ABANDONADAS.
           IF WS-STATUS-ABAND-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ LOG-SUSP-ABANDONADAS INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 PERFORM TRATAR-ABANDONADA
             END-READ
           END-PERFORM.

           CLOSE LOG-SUSP-ABANDONADAS.

      *    Retorna
           EXIT PARAGRAPH.


       TRATAR-ABANDONADA.
           MOVE SPACES TO WS-EVT-OPERADOR.
           UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
             INTO WS-ABD-DATA-DESCARTE, WS-EVT-DATA-X, WS-ABD-FICHA,
               WS-EVT-OPERADOR, WS-ABD-CODIGO, WS-ABD-QTD,
               WS-ABD-PRECO
           END-UNSTRING.

           PERFORM CONFERIR-PERIODO.
           IF WS-EVT-NO-PERIODO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           PERFORM POSICIONAR-OPERADOR-EVENTO.
           IF WS-POS-OPR = 0
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-EVT-VALOR = WS-ABD-PRECO * WS-ABD-QTD.

           IF MODO-LISTAR
             MOVE WS-EVT-VALOR TO WS-VALOR-EVT-EDIT
             DISPLAY "  " WS-EVT-DATA " ABANDONO   ficha "
               WS-ABD-FICHA " produto " WS-ABD-CODIGO
               " qtd " WS-ABD-QTD "  R$" WS-VALOR-EVT-EDIT
             EXIT PARAGRAPH
           END-IF.

           IF WS-ABD-FICHA NOT = WS-OPR-ULTIMA-FICHA(WS-POS-OPR)
             MOVE WS-ABD-FICHA TO WS-OPR-ULTIMA-FICHA(WS-POS-OPR)
             ADD 1 TO WS-OPR-ABANDONOS(WS-POS-OPR)
           END-IF.
           ADD WS-EVT-VALOR TO WS-OPR-VALOR-ABAND(WS-POS-OPR).

      *    Retorna
           EXIT PARAGRAPH.


       VARRER-BAIXAS-FIADO.
           OPEN INPUT LOG-BAIXAS-FIADO.
           IF WS-STATUS-BXF-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ LOG-BAIXAS-FIADO INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 PERFORM TRATAR-BAIXA-FIADO
             END-READ
           END-PERFORM.

           CLOSE LOG-BAIXAS-FIADO.

      *    Retorna
           EXIT PARAGRAPH.


       TRATAR-BAIXA-FIADO.
           UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
             INTO WS-EVT-DATA-X, WS-BXF-TIPO, WS-BXF-FIADO,
               WS-BXF-CLIENTE, WS-BXF-VALOR, WS-EVT-OPERADOR,
               WS-BXF-MOTIVO
           END-UNSTRING.

           PERFORM CONFERIR-PERIODO.
           IF WS-EVT-NO-PERIODO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           PERFORM POSICIONAR-OPERADOR-EVENTO.
           IF WS-POS-OPR = 0
             EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION NUMVAL(WS-BXF-VALOR) TO WS-EVT-VALOR.

           IF MODO-LISTAR
             MOVE WS-EVT-VALOR TO WS-VALOR-EVT-EDIT
             DISPLAY "  " WS-EVT-DATA " FIADO      "
               FUNCTION TRIM(WS-BXF-TIPO) " fiado " WS-BXF-FIADO
               " cliente " WS-BXF-CLIENTE "  R$" WS-VALOR-EVT-EDIT
             DISPLAY "             motivo: "
               FUNCTION TRIM(WS-BXF-MOTIVO)
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-OPR-BAIXAS(WS-POS-OPR).
           ADD WS-EVT-VALOR TO WS-OPR-VALOR-BAIXAS(WS-POS-OPR).

      *    Retorna
           EXIT PARAGRAPH.


       VARRER-VALES.
           OPEN INPUT LOG-VALES-EMITIDOS.
           IF WS-STATUS-VEM-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ LOG-VALES-EMITIDOS INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 PERFORM TRATAR-VALE
             END-READ
           END-PERFORM.

           CLOSE LOG-VALES-EMITIDOS.

      *    Retorna
           EXIT PARAGRAPH.


       TRATAR-VALE.
           UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
             INTO WS-EVT-DATA-X, WS-EVT-HORA, WS-EVT-OPERADOR,
               WS-VEM-VALE, WS-VEM-CLIENTE, WS-VEM-VALOR,
               WS-VEM-ORIGEM
           END-UNSTRING.

           PERFORM CONFERIR-PERIODO.
           IF WS-EVT-NO-PERIODO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           PERFORM POSICIONAR-OPERADOR-EVENTO.
           IF WS-POS-OPR = 0
             EXIT PARAGRAPH
           END-IF.

           IF MODO-LISTAR
             MOVE WS-VEM-VALOR TO WS-VALOR-EVT-EDIT
             DISPLAY "  " WS-EVT-DATA " VALE       Nº " WS-VEM-VALE
               " cliente " WS-VEM-CLIENTE "  R$" WS-VALOR-EVT-EDIT
               "  (" FUNCTION TRIM(WS-VEM-ORIGEM) ")"
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-OPR-VALES(WS-POS-OPR).
           ADD WS-VEM-VALOR TO WS-OPR-VALOR-VALES(WS-POS-OPR).

      *    Retorna
           EXIT PARAGRAPH.


      *    Calcula as taxas do operador, exibe a linha dele e o
      *    sinaliza quando passa de algum limite
      *    Sem vendas na semana, qualquer estorno ou desconto já
      *    conta como acima do limite
       AVALIAR-OPERADOR.
           IF WS-OPR-VENDAS(WS-IDX-OPR) = 0
             IF WS-OPR-ESTORNOS(WS-IDX-OPR) > 0
               MOVE 999.99 TO WS-TAXA-ESTORNOS
             ELSE
               MOVE 0 TO WS-TAXA-ESTORNOS
             END-IF
           ELSE
             COMPUTE WS-TAXA-ESTORNOS ROUNDED =
               WS-OPR-ESTORNOS(WS-IDX-OPR) * 100
                 / WS-OPR-VENDAS(WS-IDX-OPR)
               ON SIZE ERROR
                 MOVE 999.99 TO WS-TAXA-ESTORNOS
             END-COMPUTE
           END-IF.

           IF WS-OPR-VALOR-VENDAS(WS-IDX-OPR) = 0
             IF WS-OPR-VALOR-DESC(WS-IDX-OPR) > 0
               MOVE 999.99 TO WS-PERC-DESCONTO
             ELSE
               MOVE 0 TO WS-PERC-DESCONTO
             END-IF
           ELSE
             COMPUTE WS-PERC-DESCONTO ROUNDED =
               WS-OPR-VALOR-DESC(WS-IDX-OPR) * 100
                 / WS-OPR-VALOR-VENDAS(WS-IDX-OPR)
               ON SIZE ERROR
                 MOVE 999.99 TO WS-PERC-DESCONTO
             END-COMPUTE
           END-IF.

           IF WS-OPR-FECHAMENTOS(WS-IDX-OPR) = 0
             MOVE 0 TO WS-QUEBRA-MEDIA
           ELSE
             COMPUTE WS-QUEBRA-MEDIA ROUNDED =
               WS-OPR-QUEBRA-TOTAL(WS-IDX-OPR)
                 / WS-OPR-FECHAMENTOS(WS-IDX-OPR)
           END-IF.

           DISPLAY "-----------------------------------".
           MOVE WS-OPR-VALOR-VENDAS(WS-IDX-OPR) TO WS-VALOR-EDIT.
           DISPLAY "Operador: " WS-OPR-CODIGO(WS-IDX-OPR)
             "  Vendas: " WS-OPR-VENDAS(WS-IDX-OPR)
             "  Valor: R$" WS-VALOR-EDIT.

           MOVE WS-OPR-VALOR-EST(WS-IDX-OPR) TO WS-VALOR-EVT-EDIT.
           MOVE WS-TAXA-ESTORNOS TO WS-TAXA-EDIT.
           DISPLAY "  Estornos: " WS-OPR-ESTORNOS(WS-IDX-OPR)
             " (R$" WS-VALOR-EVT-EDIT ")"
             "  por 100 vendas: " WS-TAXA-EDIT.

           MOVE WS-OPR-VALOR-DESC(WS-IDX-OPR) TO WS-VALOR-EVT-EDIT.
           MOVE WS-PERC-DESCONTO TO WS-TAXA-EDIT.
           DISPLAY "  Descontos: " WS-OPR-DESCONTOS(WS-IDX-OPR)
             " (R$" WS-VALOR-EVT-EDIT ")"
             "  sobre as vendas: " WS-TAXA-EDIT "%".

           MOVE WS-QUEBRA-MEDIA TO WS-QUEBRA-EDIT.
           DISPLAY "  Fechamentos de caixa: "
             WS-OPR-FECHAMENTOS(WS-IDX-OPR)
             "  Quebra média: R$" WS-QUEBRA-EDIT.

           MOVE WS-OPR-VALOR-ABAND(WS-IDX-OPR) TO WS-VALOR-EVT-EDIT.
           DISPLAY "  Fichas abandonadas: "
             WS-OPR-ABANDONOS(WS-IDX-OPR)
             " (R$" WS-VALOR-EVT-EDIT ")".

           MOVE WS-OPR-VALOR-BAIXAS(WS-IDX-OPR) TO WS-VALOR-EVT-EDIT.
           DISPLAY "  Baixas de fiado: " WS-OPR-BAIXAS(WS-IDX-OPR)
             " (R$" WS-VALOR-EVT-EDIT ")".

           MOVE WS-OPR-VALOR-VALES(WS-IDX-OPR) TO WS-VALOR-EVT-EDIT.
           DISPLAY "  Vales-troca emitidos: "
             WS-OPR-VALES(WS-IDX-OPR)
             " (R$" WS-VALOR-EVT-EDIT ")".

           IF WS-TAXA-ESTORNOS > WS-LIM-ESTORNOS
             MOVE 'S' TO WS-OPR-SINALIZADO(WS-IDX-OPR)
             DISPLAY "  >> Estornos acima do limite"
           END-IF.

           IF WS-PERC-DESCONTO > WS-LIM-DESCONTO-PERC
             MOVE 'S' TO WS-OPR-SINALIZADO(WS-IDX-OPR)
             DISPLAY "  >> Descontos acima do limite"
           END-IF.

           IF WS-QUEBRA-MEDIA > WS-LIM-QUEBRA-MEDIA
             MOVE 'S' TO WS-OPR-SINALIZADO(WS-IDX-OPR)
             DISPLAY "  >> Quebra de caixa acima do limite"
           END-IF.

           IF WS-OPR-ABANDONOS(WS-IDX-OPR) > WS-LIM-ABANDONOS
             MOVE 'S' TO WS-OPR-SINALIZADO(WS-IDX-OPR)
             DISPLAY "  >> Fichas abandonadas acima do limite"
           END-IF.

           IF WS-OPR-VALOR-BAIXAS(WS-IDX-OPR) > WS-LIM-BAIXAS
             MOVE 'S' TO WS-OPR-SINALIZADO(WS-IDX-OPR)
             DISPLAY "  >> Baixas de fiado acima do limite"
           END-IF.

           IF WS-OPR-VALOR-VALES(WS-IDX-OPR) > WS-LIM-VALES
             MOVE 'S' TO WS-OPR-SINALIZADO(WS-IDX-OPR)
             DISPLAY "  >> Vales-troca acima do limite"
           END-IF.

           IF WS-OPR-SINALIZADO(WS-IDX-OPR) = 'S'
             ADD 1 TO WS-QTD-SINALIZADOS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Lista os eventos da semana do operador sinalizado
       LISTAR-EVENTOS-OPERADOR.
           IF WS-OPR-SINALIZADO(WS-IDX-OPR) NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-OPR-CODIGO(WS-IDX-OPR) TO WS-OPERADOR-LISTA.
           MOVE 0 TO WS-QTD-EVENTOS-LISTA.

           DISPLAY "-----------------------------------".
           DISPLAY " EVENTOS DO OPERADOR "
             FUNCTION TRIM(WS-OPERADOR-LISTA).
           DISPLAY "-----------------------------------".

           PERFORM VARRER-EVENTOS.

           IF WS-QTD-EVENTOS-LISTA = 0
             DISPLAY "  Nenhum evento individual no período."
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Lê o diretório de dados configurado, com "../arch" como
      *    valor padrão quando a variável de ambiente não é definida
       CONFIGURAR-CAMINHOS.
           ACCEPT WS-ARCH-DIR FROM ENVIRONMENT "ARCH_DIR".
           IF WS-ARCH-DIR = SPACES
             MOVE "../arch" TO WS-ARCH-DIR
           END-IF.

           MOVE 'N' TO WS-CAMINHO-OVERFLOW.

           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/produtos.idx" DELIMITED BY SIZE
             INTO WS-PATH-PRODUTOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/estornos.log" DELIMITED BY SIZE
             INTO WS-PATH-ESTORNOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/descontos.log" DELIMITED BY SIZE
             INTO WS-PATH-DESCONTOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/caixa-fechamentos.log" DELIMITED BY SIZE
             INTO WS-PATH-FECHAMENTOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/vendas-suspensas-abandonadas.log" DELIMITED BY SIZE
             INTO WS-PATH-SUSP-ABANDONADAS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/fiado-baixas.log" DELIMITED BY SIZE
             INTO WS-PATH-BAIXAS-FIADO
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/vales-emitidos.log" DELIMITED BY SIZE
             INTO WS-PATH-VALES-EMITIDOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/prevencao-limites.dat" DELIMITED BY SIZE
             INTO WS-PATH-LIMITES
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.

      *    ARCH_DIR longo demais para caber num dos caminhos: aborta em
      *    vez de operar sobre um caminho truncado e apontar para o
      *    arquivo errado
           IF CAMINHO-OVERFLOW
             DISPLAY "Erro fatal! ARCH_DIR excede o tamanho suportado "
               "para montagem dos caminhos de arquivo!"
             EXIT PROGRAM
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.

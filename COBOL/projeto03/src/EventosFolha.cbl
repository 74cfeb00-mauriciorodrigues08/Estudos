       IDENTIFICATION DIVISION.
           PROGRAM-ID. EventosFolha.
           AUTHOR. Maurício Rodrigues.

      *    Eventos mensais da folha de pagamento: junta, por operador
      *    do caixa, a comissão registrada nos fechamentos do mês
      *    (ProcessarVendas), as horas trabalhadas e as horas extras
      *    do ponto (PontoOperador) e o prêmio das metas alcançadas
      *    (Metas), e grava tudo em EVENTOS-FOLHA-AAAAMM.DATA com o
      *    código do funcionário vinculado no cadastro de operadores.
      *    A folha (Folha-Pagamento.cbl) soma esses eventos ao
      *    salário antes de calcular os descontos. O arquivo é
      *    refeito inteiro a cada geração, então pode ser gerado de
      *    novo depois de corrigir um vínculo ou uma batida.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-OPERADORES
             ASSIGN TO DYNAMIC WS-PATH-OPERADORES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-OPE
             RECORD KEY IS OPER-CODIGO.

      *    Comissão apurada por operador em cada fechamento
      *    Máscara: <data>;<mes AAAAMM>;<operador>;
      *             <vendido, 2 decimais implícitas>;
      *             <taxa, 2 decimais implícitas>;
      *             <comissao, 2 decimais implícitas>
           SELECT LOG-COMISSOES
             ASSIGN TO DYNAMIC WS-PATH-COMISSOES
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-COM.

      *    Registros de ponto, uma linha por batida
      *    Máscara: <data>;<hora>;<operador>;<tipo E/S>
           SELECT LOG-PONTO
             ASSIGN TO DYNAMIC WS-PATH-PONTO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PNT.

           SELECT IDX-METAS
             ASSIGN TO DYNAMIC WS-PATH-METAS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-MET
             RECORD KEY IS META-CHAVE.

           SELECT IDX-ACUM-OPERADOR
             ASSIGN TO DYNAMIC WS-PATH-ACUMULADOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-ACUM
             RECORD KEY IS ACUM-CHAVE.

      *    Eventos do mês para a folha, gravados no diretório da
      *    folha (FOLHA_DIR, ou o diretório de dados quando não
      *    definido)
           SELECT ARQ-EVENTOS-FOLHA
             ASSIGN TO DYNAMIC WS-PATH-EVENTOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-EVT.

       DATA DIVISION.
       FILE SECTION.
      *    Mesmo layout de DETALHE-OPERADOR em Operadores.cbl
       FD IDX-OPERADORES.
       01 DETALHE-OPERADOR.
           05 OPER-CODIGO           PIC X(10).
           05 OPER-NOME             PIC X(30).
           05 OPER-ATIVO            PIC X(01).
               88 OPERADOR-ATIVO    VALUE 'S'.
               88 OPERADOR-INATIVO  VALUE 'N'.
           05 OPER-NIVEL            PIC 9(01).
               88 NIVEL-CAIXA       VALUE 1.
               88 NIVEL-SUPERVISOR  VALUE 2.
           05 OPER-PIN              PIC 9(04).
           05 OPER-PIN-DATA-TROCA   PIC 9(08).
           05 OPER-TROCA-PIN        PIC X(01).
               88 TROCA-PIN-PENDENTE
                                    VALUE 'S'.
           05 OPER-ERROS-PIN        PIC 9(01).
           05 OPER-DATA-BLOQUEIO    PIC 9(08).
           05 OPER-FUNCIONARIO      PIC X(05).

       FD LOG-COMISSOES.
       01 LINHA-COMISSAO            PIC X(80).

       FD LOG-PONTO.
       01 LINHA-PONTO               PIC X(40).

      *    Mesmo layout de DETALHE-META em Metas.cbl
       FD IDX-METAS.
       01 DETALHE-META.
           05 META-CHAVE.
               10 META-OPERADOR     PIC X(10).
               10 META-MES          PIC 9(06).
           05 META-VALOR            PIC 9(08)V99.
           05 META-PREMIO           PIC 9(06)V99.

      *    Mesmo layout de DETALHE-ACUM-OPERADOR em ProcessarVendas
       FD IDX-ACUM-OPERADOR.
       01 DETALHE-ACUM-OPERADOR.
           05 ACUM-CHAVE.
               10 ACUM-OPERADOR     PIC X(10).
               10 ACUM-MES          PIC 9(06).
           05 ACUM-VALOR            PIC 9(09)V99.

      *    Um evento por linha, em colunas fixas como o
      *    FUNCIONARIOS.DATA; lido pela folha com o mesmo layout
      *    Tipos: COMISSAO, PREMIO-META, HORAS (informativo, sem
      *    valor) e HORAS-EXTRAS (valorizadas pela folha sobre o
      *    salário do funcionário)
       FD ARQ-EVENTOS-FOLHA.
       01 DETALHE-EVENTO-FOLHA.
           05 EVT-COMPETENCIA       PIC 9(06).
           05 EVT-FUNCIONARIO       PIC X(05).
           05 EVT-OPERADOR          PIC X(10).
           05 EVT-TIPO              PIC X(12).
           05 EVT-HORAS             PIC 9(03)V99.
           05 EVT-VALOR             PIC 9(07)V99.

       WORKING-STORAGE SECTION.
      *    Status de arquivo, com condições nominadas compartilhadas
      *    via copybook (ex.: WS-STATUS-PNT-FILE-NOT-FOUND)
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-OPE-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-OPE-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-OPE-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-OPE-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-OPE-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-OPE-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-OPE.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-COM-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-COM-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-COM-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-COM-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-COM-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-COM-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-COM.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-PNT-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-PNT-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-PNT-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-PNT-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-PNT-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-PNT-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-PNT.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-MET-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-MET-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-MET-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-MET-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-MET-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-MET-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-MET.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-ACUM-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-ACUM-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-ACUM-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-ACUM-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-ACUM-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-ACUM-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-ACUM.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-EVT-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-EVT-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-EVT-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-EVT-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-EVT-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-EVT-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-EVT.

      *    Diretório de dados e caminhos completos dos arquivos,
      *    resolvidos via ARCH_DIR; o arquivo de eventos vai para o
      *    diretório da folha, resolvido via FOLHA_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-FOLHA-DIR               PIC X(60).
       01 WS-PATH-OPERADORES         PIC X(80).
       01 WS-PATH-COMISSOES          PIC X(80).
       01 WS-PATH-PONTO              PIC X(80).
       01 WS-PATH-METAS              PIC X(80).
       01 WS-PATH-ACUMULADOS         PIC X(80).
       01 WS-PATH-EVENTOS            PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-EOF                    PIC X(01).
       01 WS-COMPETENCIA            PIC 9(06).
       01 WS-COMPETENCIA-MES        PIC 9(02).

      * Jornada diária: o que passa dela no mesmo dia é hora extra
       01 WS-MINUTOS-JORNADA-DIA    PIC 9(05) VALUE 480.

      * Eventos apurados por operador no mês
       01 WS-QTD-EF                 PIC 9(03) VALUE 0.
       01 WS-MAX-EF                 PIC 9(03) VALUE 100.
       01 WS-TABELA-EF.
           05 WS-EF OCCURS 100 TIMES.
             10 WS-EF-OPERADOR      PIC X(10).
             10 WS-EF-FUNCIONARIO   PIC X(05).
             10 WS-EF-CADASTRADO    PIC X(01).
             10 WS-EF-COMISSAO      PIC 9(09)V99.
             10 WS-EF-PREMIO        PIC 9(07)V99.
             10 WS-EF-MIN-NORMAIS   PIC 9(07).
             10 WS-EF-MIN-EXTRAS    PIC 9(07).
             10 WS-EF-ABERTO        PIC X(01).
             10 WS-EF-DATA-ENTRADA  PIC 9(08).
             10 WS-EF-MIN-ENTRADA   PIC 9(05).
             10 WS-EF-DIA-CORRENTE  PIC 9(08).
             10 WS-EF-MIN-DIA       PIC 9(05).
       01 WS-IDX-EF                 PIC 9(03).
       01 WS-IDX-EF-ACHADO          PIC 9(03).
       01 WS-ACHOU-EF               PIC X(01).
       01 WS-EF-BUSCA               PIC X(10).

      * Campos para desmembrar cada linha do registro de comissões
       01 WS-LINHA-LIDA             PIC X(80).
       01 WS-CML-DATA-X             PIC X(08).
       01 WS-CML-MES-X              PIC X(06).
       01 WS-CML-OPERADOR-X         PIC X(10).
       01 WS-CML-VENDIDO-X          PIC X(11).
       01 WS-CML-TAXA-X             PIC X(04).
       01 WS-CML-COMISSAO-X         PIC X(11).
       01 WS-CML-COMISSAO REDEFINES WS-CML-COMISSAO-X
                                    PIC 9(09)V99.

      * Campos para desmembrar cada linha do log de ponto
       01 WS-PNT-DATA-X             PIC X(08).
       01 WS-PNT-HORA-X             PIC X(08).
       01 WS-PNT-OPER-X             PIC X(10).
       01 WS-PNT-TIPO-X             PIC X(01).
       01 WS-PNT-DATA-NUM           PIC 9(08).
       01 WS-PNT-MINUTOS            PIC 9(05).
       01 WS-MINUTOS-TURNO          PIC S9(05).
       01 WS-QTD-INCONSIST          PIC 9(04) VALUE 0.

      * Totais da geração
       01 WS-QTD-EVENTOS            PIC 9(05) VALUE 0.
       01 WS-QTD-SEM-VINCULO        PIC 9(03) VALUE 0.
       01 WS-TOTAL-COMISSAO         PIC 9(09)V99 VALUE 0.
       01 WS-TOTAL-PREMIO           PIC 9(09)V99 VALUE 0.
       01 WS-TOTAL-MIN-EXTRAS       PIC 9(07) VALUE 0.
       01 WS-VALOR-EDIT             PIC Z(8)9.99.
       01 WS-HORAS-EDIT             PIC ZZZZ9.99.
       01 WS-HORAS-CALC             PIC 9(05)V99.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "-----------------------------------".
           DISPLAY " EVENTOS DA FOLHA DE PAGAMENTO"
           DISPLAY "-----------------------------------".

           DISPLAY "Informe a competência AAAAMM (0 cancela): "
             WITH NO ADVANCING.
           ACCEPT WS-COMPETENCIA.

           IF WS-COMPETENCIA = 0
             DISPLAY "Geração cancelada."
             EXIT PROGRAM
           END-IF.

           MOVE WS-COMPETENCIA(5:2) TO WS-COMPETENCIA-MES.
           IF WS-COMPETENCIA-MES < 1 OR WS-COMPETENCIA-MES > 12
             DISPLAY "Erro! Competência inválida."
             EXIT PROGRAM
           END-IF.

           PERFORM CONFIGURAR-CAMINHOS.

      *    Operadores cadastrados, com o funcionário vinculado
           MOVE 0 TO WS-QTD-EF.
           PERFORM CARREGAR-OPERADORES.

      *    As três fontes do mês
           PERFORM SOMAR-COMISSOES.
           PERFORM APURAR-HORAS-PONTO.
           PERFORM APURAR-PREMIOS-METAS.

           IF WS-QTD-INCONSIST > 0
             DISPLAY "ATENÇÃO! " WS-QTD-INCONSIST
               " inconsistência(s) no ponto do mês ficaram fora das "
               "horas; confira no relatório de horas (opção 81)."
           END-IF.

      *    Grava o arquivo de eventos, refeito a cada geração
           PERFORM GRAVAR-EVENTOS.

           IF WS-STATUS-EVT NOT = "00"
             EXIT PROGRAM
           END-IF.

           DISPLAY "-----------------------------------".
           DISPLAY "Eventos gravados: " WS-QTD-EVENTOS.
           MOVE WS-TOTAL-COMISSAO TO WS-VALOR-EDIT.
           DISPLAY "Comissões      : R$" WS-VALOR-EDIT.
           MOVE WS-TOTAL-PREMIO TO WS-VALOR-EDIT.
           DISPLAY "Prêmios de meta: R$" WS-VALOR-EDIT.
           COMPUTE WS-HORAS-CALC ROUNDED = WS-TOTAL-MIN-EXTRAS / 60.
           MOVE WS-HORAS-CALC TO WS-HORAS-EDIT.
           DISPLAY "Horas extras   : " WS-HORAS-EDIT "h".
           IF WS-QTD-SEM-VINCULO > 0
             DISPLAY "Operadores sem funcionário vinculado: "
               WS-QTD-SEM-VINCULO " (fora da folha; vincule no "
               "cadastro de operadores e gere de novo)"
           END-IF.
           DISPLAY "Arquivo: " FUNCTION TRIM(WS-PATH-EVENTOS).
           DISPLAY " ".

      *    Retorna
           EXIT PROGRAM.


      *    Abre uma posição por operador cadastrado, guardando o
      *    código do funcionário vinculado na folha
       CARREGAR-OPERADORES.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT IDX-OPERADORES.

           IF WS-STATUS-OPE-FILE-NOT-FOUND
             DISPLAY "Nenhum operador cadastrado."
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-OPERADORES NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 MOVE OPER-CODIGO TO WS-EF-BUSCA
                 PERFORM LOCALIZAR-OU-CRIAR-EF
                 MOVE 'S' TO WS-EF-CADASTRADO(WS-IDX-EF-ACHADO)
                 MOVE OPER-FUNCIONARIO
                   TO WS-EF-FUNCIONARIO(WS-IDX-EF-ACHADO)
             END-READ
           END-PERFORM.

           CLOSE IDX-OPERADORES.

      *    Retorna
           EXIT PARAGRAPH.


      *    Soma a comissão de todos os fechamentos do mês; cada
      *    fechamento já registrou só a parcela nova numa retomada
       SOMAR-COMISSOES.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT LOG-COMISSOES.

           IF WS-STATUS-COM-FILE-NOT-FOUND
             DISPLAY "Nenhuma comissão registrada ainda."
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ LOG-COMISSOES INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 MOVE SPACES TO WS-CML-MES-X
                 MOVE SPACES TO WS-CML-OPERADOR-X
                 MOVE SPACES TO WS-CML-COMISSAO-X
                 UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
                   INTO WS-CML-DATA-X, WS-CML-MES-X,
                     WS-CML-OPERADOR-X, WS-CML-VENDIDO-X,
                     WS-CML-TAXA-X, WS-CML-COMISSAO-X
                 END-UNSTRING

                 IF WS-CML-MES-X = WS-COMPETENCIA
                   AND WS-CML-COMISSAO-X IS NUMERIC
                   MOVE WS-CML-OPERADOR-X TO WS-EF-BUSCA
                   PERFORM LOCALIZAR-OU-CRIAR-EF
                   ADD WS-CML-COMISSAO
                     TO WS-EF-COMISSAO(WS-IDX-EF-ACHADO)
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE LOG-COMISSOES.

      *    Retorna
           EXIT PARAGRAPH.


      *    Pareia as entradas e saídas do mês como o relatório de
      *    horas (PontoOperador), separando por dia o que passa da
      *    jornada como hora extra; batidas inconsistentes ficam de
      *    fora e são só contadas
       APURAR-HORAS-PONTO.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO WS-QTD-INCONSIST.

           OPEN INPUT LOG-PONTO.

           IF WS-STATUS-PNT-FILE-NOT-FOUND
             DISPLAY "Nenhuma batida de ponto registrada ainda."
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ LOG-PONTO INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 PERFORM TRATAR-BATIDA-LIDA
             END-READ
           END-PERFORM.

           CLOSE LOG-PONTO.

      *    Fecha o último dia de cada operador; entrada sem saída
      *    até o fim do mês é inconsistência
           PERFORM FECHAR-MES-PONTO
             VARYING WS-IDX-EF FROM 1 BY 1
             UNTIL WS-IDX-EF > WS-QTD-EF.

      *    Retorna
           EXIT PARAGRAPH.


       TRATAR-BATIDA-LIDA.
           MOVE SPACES TO WS-PNT-DATA-X.
           UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
             INTO WS-PNT-DATA-X, WS-PNT-HORA-X, WS-PNT-OPER-X,
               WS-PNT-TIPO-X
           END-UNSTRING.

           IF WS-PNT-DATA-X NOT NUMERIC
             OR WS-PNT-HORA-X(1:4) NOT NUMERIC
             EXIT PARAGRAPH
           END-IF.

           IF WS-PNT-DATA-X(1:6) NOT = WS-COMPETENCIA
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-PNT-OPER-X TO WS-EF-BUSCA.
           PERFORM LOCALIZAR-OU-CRIAR-EF.

           MOVE WS-PNT-DATA-X TO WS-PNT-DATA-NUM.
           COMPUTE WS-PNT-MINUTOS =
             FUNCTION NUMVAL(WS-PNT-HORA-X(1:2)) * 60
             + FUNCTION NUMVAL(WS-PNT-HORA-X(3:2)).

           EVALUATE WS-PNT-TIPO-X
             WHEN 'E'
               IF WS-EF-ABERTO(WS-IDX-EF-ACHADO) = 'S'
                 ADD 1 TO WS-QTD-INCONSIST
               END-IF
               MOVE 'S' TO WS-EF-ABERTO(WS-IDX-EF-ACHADO)
               MOVE WS-PNT-DATA-NUM
                 TO WS-EF-DATA-ENTRADA(WS-IDX-EF-ACHADO)
               MOVE WS-PNT-MINUTOS
                 TO WS-EF-MIN-ENTRADA(WS-IDX-EF-ACHADO)

             WHEN 'S'
               IF WS-EF-ABERTO(WS-IDX-EF-ACHADO) NOT = 'S'
                 OR WS-PNT-DATA-NUM NOT =
                   WS-EF-DATA-ENTRADA(WS-IDX-EF-ACHADO)
                 ADD 1 TO WS-QTD-INCONSIST
               ELSE
                 COMPUTE WS-MINUTOS-TURNO =
                   WS-PNT-MINUTOS
                   - WS-EF-MIN-ENTRADA(WS-IDX-EF-ACHADO)
                 IF WS-MINUTOS-TURNO > 0
                   MOVE WS-IDX-EF-ACHADO TO WS-IDX-EF
      *            Turno de outro dia: fecha o dia anterior antes
      *            de começar a somar o novo
                   IF WS-EF-DIA-CORRENTE(WS-IDX-EF) NOT =
                       WS-PNT-DATA-NUM
                     PERFORM FECHAR-DIA-PONTO
                     MOVE WS-PNT-DATA-NUM
                       TO WS-EF-DIA-CORRENTE(WS-IDX-EF)
                   END-IF
                   ADD WS-MINUTOS-TURNO TO WS-EF-MIN-DIA(WS-IDX-EF)
                 END-IF
               END-IF
               MOVE 'N' TO WS-EF-ABERTO(WS-IDX-EF-ACHADO)
           END-EVALUATE.

      *    Retorna
           EXIT PARAGRAPH.


      *    Divide os minutos do dia do operador em normais (até a
      *    jornada) e extras (o que passar dela)
       FECHAR-DIA-PONTO.
           IF WS-EF-MIN-DIA(WS-IDX-EF) > WS-MINUTOS-JORNADA-DIA
             ADD WS-MINUTOS-JORNADA-DIA
               TO WS-EF-MIN-NORMAIS(WS-IDX-EF)
             COMPUTE WS-EF-MIN-EXTRAS(WS-IDX-EF) =
               WS-EF-MIN-EXTRAS(WS-IDX-EF)
               + WS-EF-MIN-DIA(WS-IDX-EF) - WS-MINUTOS-JORNADA-DIA
           ELSE
             ADD WS-EF-MIN-DIA(WS-IDX-EF)
               TO WS-EF-MIN-NORMAIS(WS-IDX-EF)
           END-IF.

           MOVE 0 TO WS-EF-MIN-DIA(WS-IDX-EF).


       FECHAR-MES-PONTO.
           IF WS-EF-ABERTO(WS-IDX-EF) = 'S'
             ADD 1 TO WS-QTD-INCONSIST
             MOVE 'N' TO WS-EF-ABERTO(WS-IDX-EF)
           END-IF.

           PERFORM FECHAR-DIA-PONTO.


      *    Prêmio das metas do mês cujo vendido acumulado alcançou o
      *    valor da meta
       APURAR-PREMIOS-METAS.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT IDX-METAS.

           IF WS-STATUS-MET-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT IDX-ACUM-OPERADOR.

      *    Sem acumulado, nenhuma meta pode ter sido alcançada
           IF WS-STATUS-ACUM-FILE-NOT-FOUND
             CLOSE IDX-METAS
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ IDX-METAS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF META-MES = WS-COMPETENCIA
                   AND META-PREMIO > 0
                   PERFORM VERIFICAR-META-ALCANCADA
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-METAS.
           CLOSE IDX-ACUM-OPERADOR.

      *    Retorna
           EXIT PARAGRAPH.


       VERIFICAR-META-ALCANCADA.
           MOVE META-OPERADOR TO ACUM-OPERADOR.
           MOVE META-MES TO ACUM-MES.

           READ IDX-ACUM-OPERADOR KEY IS ACUM-CHAVE
             NOT INVALID KEY
               IF ACUM-VALOR >= META-VALOR
                 MOVE META-OPERADOR TO WS-EF-BUSCA
                 PERFORM LOCALIZAR-OU-CRIAR-EF
                 ADD META-PREMIO TO WS-EF-PREMIO(WS-IDX-EF-ACHADO)
               END-IF
           END-READ.

      *    Retorna
           EXIT PARAGRAPH.


      *    Grava os eventos de cada operador com funcionário
      *    vinculado; os demais são anunciados e ficam fora
       GRAVAR-EVENTOS.
           OPEN OUTPUT ARQ-EVENTOS-FOLHA.

           IF WS-STATUS-EVT NOT = "00"
             DISPLAY "Erro ao criar o arquivo de eventos da folha! "
               "Status: " WS-STATUS-EVT
             EXIT PARAGRAPH
           END-IF.

           PERFORM GRAVAR-EVENTOS-OPERADOR
             VARYING WS-IDX-EF FROM 1 BY 1
             UNTIL WS-IDX-EF > WS-QTD-EF.

           CLOSE ARQ-EVENTOS-FOLHA.

      *    Retorna
           EXIT PARAGRAPH.


       GRAVAR-EVENTOS-OPERADOR.
           IF WS-EF-COMISSAO(WS-IDX-EF) = 0
             AND WS-EF-PREMIO(WS-IDX-EF) = 0
             AND WS-EF-MIN-NORMAIS(WS-IDX-EF) = 0
             AND WS-EF-MIN-EXTRAS(WS-IDX-EF) = 0
             EXIT PARAGRAPH
           END-IF.

           IF WS-EF-FUNCIONARIO(WS-IDX-EF) = SPACES
             ADD 1 TO WS-QTD-SEM-VINCULO
             IF WS-EF-CADASTRADO(WS-IDX-EF) = 'S'
               DISPLAY "Operador " WS-EF-OPERADOR(WS-IDX-EF)
                 " sem funcionário vinculado; eventos fora da folha!"
             ELSE
               DISPLAY "Operador " WS-EF-OPERADOR(WS-IDX-EF)
                 " não cadastrado; eventos fora da folha!"
             END-IF
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-COMPETENCIA TO EVT-COMPETENCIA.
           MOVE WS-EF-FUNCIONARIO(WS-IDX-EF) TO EVT-FUNCIONARIO.
           MOVE WS-EF-OPERADOR(WS-IDX-EF) TO EVT-OPERADOR.

           IF WS-EF-COMISSAO(WS-IDX-EF) > 0
             MOVE "COMISSAO" TO EVT-TIPO
             MOVE 0 TO EVT-HORAS
             MOVE WS-EF-COMISSAO(WS-IDX-EF) TO EVT-VALOR
             PERFORM GRAVAR-EVENTO
             ADD WS-EF-COMISSAO(WS-IDX-EF) TO WS-TOTAL-COMISSAO
           END-IF.

           IF WS-EF-MIN-NORMAIS(WS-IDX-EF) > 0
             OR WS-EF-MIN-EXTRAS(WS-IDX-EF) > 0
             MOVE "HORAS" TO EVT-TIPO
             COMPUTE EVT-HORAS ROUNDED =
               (WS-EF-MIN-NORMAIS(WS-IDX-EF)
                + WS-EF-MIN-EXTRAS(WS-IDX-EF)) / 60
             MOVE 0 TO EVT-VALOR
             PERFORM GRAVAR-EVENTO
           END-IF.

           IF WS-EF-MIN-EXTRAS(WS-IDX-EF) > 0
             MOVE "HORAS-EXTRAS" TO EVT-TIPO
             COMPUTE EVT-HORAS ROUNDED =
               WS-EF-MIN-EXTRAS(WS-IDX-EF) / 60
             MOVE 0 TO EVT-VALOR
             PERFORM GRAVAR-EVENTO
             ADD WS-EF-MIN-EXTRAS(WS-IDX-EF) TO WS-TOTAL-MIN-EXTRAS
           END-IF.

           IF WS-EF-PREMIO(WS-IDX-EF) > 0
             MOVE "PREMIO-META" TO EVT-TIPO
             MOVE 0 TO EVT-HORAS
             MOVE WS-EF-PREMIO(WS-IDX-EF) TO EVT-VALOR
             PERFORM GRAVAR-EVENTO
             ADD WS-EF-PREMIO(WS-IDX-EF) TO WS-TOTAL-PREMIO
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       GRAVAR-EVENTO.
           WRITE DETALHE-EVENTO-FOLHA.
           ADD 1 TO WS-QTD-EVENTOS.


       LOCALIZAR-OU-CRIAR-EF.
           MOVE 'N' TO WS-ACHOU-EF.

           PERFORM VERIFICAR-POSICAO-EF
             VARYING WS-IDX-EF FROM 1 BY 1
             UNTIL WS-IDX-EF > WS-QTD-EF
               OR WS-ACHOU-EF = 'S'.

           IF WS-ACHOU-EF = 'N'
             IF WS-QTD-EF < WS-MAX-EF
               ADD 1 TO WS-QTD-EF
               MOVE WS-QTD-EF TO WS-IDX-EF-ACHADO
               MOVE WS-EF-BUSCA TO WS-EF-OPERADOR(WS-IDX-EF-ACHADO)
               MOVE SPACES TO WS-EF-FUNCIONARIO(WS-IDX-EF-ACHADO)
               MOVE 'N' TO WS-EF-CADASTRADO(WS-IDX-EF-ACHADO)
               MOVE 0 TO WS-EF-COMISSAO(WS-IDX-EF-ACHADO)
               MOVE 0 TO WS-EF-PREMIO(WS-IDX-EF-ACHADO)
               MOVE 0 TO WS-EF-MIN-NORMAIS(WS-IDX-EF-ACHADO)
               MOVE 0 TO WS-EF-MIN-EXTRAS(WS-IDX-EF-ACHADO)
               MOVE 'N' TO WS-EF-ABERTO(WS-IDX-EF-ACHADO)
               MOVE 0 TO WS-EF-DATA-ENTRADA(WS-IDX-EF-ACHADO)
               MOVE 0 TO WS-EF-MIN-ENTRADA(WS-IDX-EF-ACHADO)
               MOVE 0 TO WS-EF-DIA-CORRENTE(WS-IDX-EF-ACHADO)
               MOVE 0 TO WS-EF-MIN-DIA(WS-IDX-EF-ACHADO)
             ELSE
               DISPLAY "ATENÇÃO! Tabela de operadores cheia!"
               MOVE WS-QTD-EF TO WS-IDX-EF-ACHADO
             END-IF
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       VERIFICAR-POSICAO-EF.
           IF WS-EF-OPERADOR(WS-IDX-EF) = WS-EF-BUSCA
             MOVE 'S' TO WS-ACHOU-EF
             MOVE WS-IDX-EF TO WS-IDX-EF-ACHADO
           END-IF.


      *    Lê o diretório de dados configurado, com "../arch" como
      *    valor padrão quando a variável de ambiente não é definida;
      *    o diretório da folha, sem FOLHA_DIR, é o mesmo de dados
       CONFIGURAR-CAMINHOS.
           ACCEPT WS-ARCH-DIR FROM ENVIRONMENT "ARCH_DIR".
           IF WS-ARCH-DIR = SPACES
             MOVE "../arch" TO WS-ARCH-DIR
           END-IF.

           ACCEPT WS-FOLHA-DIR FROM ENVIRONMENT "FOLHA_DIR".
           IF WS-FOLHA-DIR = SPACES
             MOVE WS-ARCH-DIR TO WS-FOLHA-DIR
           END-IF.

           MOVE 'N' TO WS-CAMINHO-OVERFLOW.

           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/operadores.idx" DELIMITED BY SIZE
             INTO WS-PATH-OPERADORES
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/comissoes-operadores.log" DELIMITED BY SIZE
             INTO WS-PATH-COMISSOES
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/ponto-operadores.log" DELIMITED BY SIZE
             INTO WS-PATH-PONTO
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/metas.idx" DELIMITED BY SIZE
             INTO WS-PATH-METAS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/vendas-operador-mes.idx" DELIMITED BY SIZE
             INTO WS-PATH-ACUMULADOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-FOLHA-DIR) DELIMITED BY SIZE
             "/EVENTOS-FOLHA-" DELIMITED BY SIZE
             WS-COMPETENCIA DELIMITED BY SIZE
             ".DATA" DELIMITED BY SIZE
             INTO WS-PATH-EVENTOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.

      *    ARCH_DIR ou FOLHA_DIR longo demais para caber num dos
      *    caminhos: aborta em vez de operar sobre um caminho
      *    truncado e apontar para o arquivo errado
           IF CAMINHO-OVERFLOW
             DISPLAY "Erro fatal! ARCH_DIR ou FOLHA_DIR excede o "
               "tamanho suportado para montagem dos caminhos de "
               "arquivo!"
             EXIT PROGRAM
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.

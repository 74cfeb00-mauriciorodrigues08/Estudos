       IDENTIFICATION DIVISION.
           PROGRAM-ID. EscalaOperadores.
           AUTHOR. Maurício Rodrigues.

      *    Escala semanal dos operadores de caixa: cada turno
      *    planejado (operador, data, início, fim e caixa) é gravado
      *    em escala-operadores.dat depois de conferido contra o
      *    cadastro de operadores, as férias registradas no controle
      *    de férias (FERIAS-GOZADAS.DATA, pelo funcionário vinculado
      *    ao operador) e os turnos já escalados. A escala da semana
      *    é comparada com o perfil de movimento (mesma regra de
      *    PerfilMovimento.cbl) para apontar horas com gente de menos
      *    ou de mais, e, passada a semana, com o ponto
      *    (PontoOperador.cbl) para listar faltas e atrasos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Turnos da escala; o cancelamento grava uma linha C para o
      *    mesmo operador, data e início, e vale a última situação
      *    Máscara: <data>;<inicio HHMM>;<fim HHMM>;<operador>;
      *             <caixa>;<situacao A|C>;<data_registro>;
      *             <responsavel>
           SELECT ARQ-ESCALA
             ASSIGN TO DYNAMIC WS-PATH-ESCALA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ESC.

           SELECT IDX-OPERADORES
             ASSIGN TO DYNAMIC WS-PATH-OPERADORES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-OPE
             RECORD KEY IS OPER-CODIGO.

      *    Férias registradas pelo controle de férias, no diretório
      *    da folha (FOLHA_DIR, ou o de dados quando não definido)
      *    Máscara: <codigo>;<data inicio AAAAMMDD>;<dias>
           SELECT ARQ-FERIAS
             ASSIGN TO DYNAMIC WS-PATH-FERIAS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-FER.

      *    Arquivos de vendas arquivados pelo fechamento; o nome
      *    troca conforme o dia lido
           SELECT CSV-ARQUIVO-DIA
             ASSIGN TO WS-NOME-ARQUIVO-DIA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ARQ.

      *    Registros de ponto, uma linha por batida
      *    Máscara: <data>;<hora>;<operador>;<tipo E/S>
           SELECT LOG-PONTO
             ASSIGN TO DYNAMIC WS-PATH-PONTO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PNT.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-ESCALA.
       01 LINHA-ESCALA              PIC X(80).

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

       FD ARQ-FERIAS.
       01 LINHA-FERIAS              PIC X(20).

       FD CSV-ARQUIVO-DIA.
       01 DETALHAMENTO              PIC X(60).

       FD LOG-PONTO.
       01 LINHA-PONTO               PIC X(40).

       WORKING-STORAGE SECTION.
      *    Status de arquivo, com condições nominadas compartilhadas
      *    via copybook (ex.: WS-STATUS-ESC-FILE-NOT-FOUND)
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-ESC-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-ESC-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-ESC-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-ESC-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-ESC-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-ESC-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-ESC.
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
                          WS-STATUS-FER-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-FER-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-FER-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-FER-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-FER-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-FER-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-FER.
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

      *    Diretórios e caminhos, resolvidos via ARCH_DIR e FOLHA_DIR
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-FOLHA-DIR               PIC X(60).
       01 WS-PATH-ESCALA             PIC X(80).
       01 WS-PATH-OPERADORES         PIC X(80).
       01 WS-PATH-FERIAS             PIC X(80).
       01 WS-PATH-PONTO              PIC X(80).
       01 WS-NOME-ARQUIVO-DIA        PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-EOF                    PIC X(01).
       01 WS-DATA-HOJE              PIC 9(08).
       01 WS-HORA-AGORA             PIC 9(08).
       01 WS-MIN-AGORA              PIC 9(04).
       01 WS-CONFIRMA               PIC X(01).

      * Supervisor que planeja ou cancela o turno
       01 WS-SUPERVISOR             PIC X(10).
       01 WS-NIVEL-SUPERVISOR       PIC 9(01) VALUE 2.
       01 WS-RESULTADO-VALIDACAO    PIC X(02).

      * Turno informado
       01 WS-DATA-TURNO             PIC 9(08).
       01 WS-HORA-INICIO            PIC 9(04).
       01 WS-HORA-FIM               PIC 9(04).
       01 WS-MIN-INICIO             PIC 9(04).
       01 WS-MIN-FIM                PIC 9(04).
       01 WS-OPERADOR               PIC X(10).
       01 WS-CAIXA                  PIC 9(02).
       01 WS-TURNO-VALIDO           PIC X(01).

      * Conversão HHMM -> minutos do dia
       01 WS-HHMM                   PIC 9(04).
       01 WS-HH                     PIC 9(02).
       01 WS-MM                     PIC 9(02).
       01 WS-MINUTOS-DIA            PIC 9(04).
       01 WS-HORARIO-VALIDO         PIC X(01).

      * Férias do funcionário vinculado ao operador
       01 WS-FUNCIONARIO            PIC X(05).
       01 WS-EM-FERIAS              PIC X(01).
       01 WS-FER-CODIGO-X           PIC X(05).
       01 WS-FER-DATA-X             PIC X(08).
       01 WS-FER-DIAS-X             PIC X(02).
       01 WS-FER-DATA               PIC 9(08).
       01 WS-FER-DIAS               PIC 9(02).
       01 WS-FER-INI-INTEIRO        PIC 9(07).
       01 WS-FER-FIM-INTEIRO        PIC 9(07).
       01 WS-FER-FIM-DATA           PIC 9(08).
       01 WS-TURNO-INTEIRO          PIC 9(07).

      * Turnos da escala no período carregado
       01 WS-PERIODO-INI            PIC 9(08).
       01 WS-PERIODO-FIM            PIC 9(08).
       01 WS-QTD-TURNOS             PIC 9(03) VALUE 0.
       01 WS-MAX-TURNOS             PIC 9(03) VALUE 500.
       01 WS-TABELA-TURNOS.
           05 WS-TUR OCCURS 500 TIMES.
             10 WS-TUR-DATA         PIC 9(08).
             10 WS-TUR-INICIO       PIC 9(04).
             10 WS-TUR-FIM          PIC 9(04).
             10 WS-TUR-OPERADOR     PIC X(10).
             10 WS-TUR-CAIXA        PIC 9(02).
             10 WS-TUR-ATIVO        PIC X(01).
       01 WS-IDX-TUR                PIC 9(03).
       01 WS-IDX-TUR-ACHADO         PIC 9(03).
       01 WS-ACHOU-TUR              PIC X(01).

      * Campos para desmembrar cada linha da escala
       01 WS-LINHA-LIDA             PIC X(80).
       01 WS-ESC-DATA-X             PIC X(08).
       01 WS-ESC-INICIO-X           PIC X(04).
       01 WS-ESC-FIM-X              PIC X(04).
       01 WS-ESC-OPER-X             PIC X(10).
       01 WS-ESC-CAIXA-X            PIC X(02).
       01 WS-ESC-SITUACAO-X         PIC X(01).
       01 WS-NOVA-LINHA-ESCALA      PIC X(80).
       01 WS-SITUACAO-GRAVAR        PIC X(01).

      * Perfil de movimento: grade dia-da-semana (1=segunda ...
      * 7=domingo) x hora (0-23), com os dias de cada tipo lidos
      * para a média
       01 WS-HIST-INI               PIC 9(08).
       01 WS-HIST-FIM               PIC 9(08).
       01 WS-DIA-INTEIRO            PIC 9(07).
       01 WS-DIA-FIM-INTEIRO        PIC 9(07).
       01 WS-DATA-CORRENTE          PIC 9(08).
       01 WS-DIA-SEMANA             PIC 9(01).
       01 WS-GRADE.
           05 WS-GRADE-DIA OCCURS 7 TIMES.
             10 WS-GRADE-DIAS-LIDOS PIC 9(03).
             10 WS-GRADE-HORA OCCURS 24 TIMES.
               15 WS-GRADE-VENDAS   PIC 9(06).
       01 WS-IDX-DIA                PIC 9(01).
       01 WS-IDX-HORA               PIC 9(02).
       01 WS-HORA-CELULA            PIC 9(02).
       01 WS-NOME-DIA               PIC X(13).
       01 WS-CHAVE-TRANSACAO        PIC X(26).
       01 WS-CHAVE-ANTERIOR         PIC X(26).
       01 WS-DETALHAMENTO           PIC X(60).
       01 WS-LIN-DATA               PIC X(08).
       01 WS-LIN-HORA               PIC X(08).
       01 WS-LIN-OPERADOR           PIC X(10).

      * Cobertura de cada hora da semana escalada
       01 WS-SEMANA-INI             PIC 9(08).
       01 WS-SEMANA-INTEIRO         PIC 9(07).
       01 WS-IDX-SEMANA             PIC 9(01).
       01 WS-CAPACIDADE             PIC 9(03).
       01 WS-MEDIA-HORA             PIC 9(05)V99.
       01 WS-MEDIA-EDIT             PIC ZZZZ9.99.
       01 WS-NECESSARIOS            PIC 9(03).
       01 WS-ESCALADOS              PIC 9(03).
       01 WS-SLOT-INI               PIC 9(04).
       01 WS-SLOT-FIM               PIC 9(04).
       01 WS-MARCA-COBERTURA        PIC X(12).
       01 WS-QTD-FALTA-GENTE        PIC 9(04).
       01 WS-QTD-SOBRA-GENTE        PIC 9(04).

      * Batidas de entrada da semana, para a conferência com o
      * ponto; cada batida serve a um turno só
       01 WS-QTD-ENTRADAS           PIC 9(04) VALUE 0.
       01 WS-MAX-ENTRADAS           PIC 9(04) VALUE 2000.
       01 WS-TABELA-ENTRADAS.
           05 WS-ENT OCCURS 2000 TIMES.
             10 WS-ENT-DATA         PIC 9(08).
             10 WS-ENT-MINUTOS      PIC 9(04).
             10 WS-ENT-OPERADOR     PIC X(10).
             10 WS-ENT-USADA        PIC X(01).
       01 WS-IDX-ENT                PIC 9(04).
       01 WS-IDX-ENT-ACHADA         PIC 9(04).
       01 WS-PNT-DATA-X             PIC X(08).
       01 WS-PNT-HORA-X             PIC X(08).
       01 WS-PNT-OPER-X             PIC X(10).
       01 WS-PNT-TIPO-X             PIC X(01).

      * Tolerância de atraso e janela em que uma entrada antes do
      * início ainda conta para o turno
       01 WS-TOLERANCIA-ATRASO      PIC 9(03) VALUE 10.
       01 WS-ANTECEDENCIA-ENTRADA   PIC 9(03) VALUE 120.
       01 WS-JANELA-INI             PIC S9(05).
       01 WS-MINUTOS-ATRASO         PIC 9(04).
       01 WS-QTD-CONFERIDOS         PIC 9(04).
       01 WS-QTD-FALTAS             PIC 9(04).
       01 WS-QTD-ATRASOS            PIC 9(04).
       01 WS-QTD-FUTUROS            PIC 9(04).

       LINKAGE SECTION.
       01 LS-OPCAO                  PIC 9(02).

       PROCEDURE DIVISION USING LS-OPCAO.
       MAIN.
           PERFORM CONFIGURAR-CAMINHOS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.

      *    Switch da opção
           EVALUATE LS-OPCAO
             WHEN 77
               PERFORM PLANEJAR-TURNO

             WHEN 78
               PERFORM CANCELAR-TURNO

             WHEN 79
               PERFORM RELATORIO-COBERTURA

             WHEN 80
               PERFORM CONFERIR-ESCALA-PONTO
           END-EVALUATE.

      *    Retorna
           EXIT PROGRAM.


      *    Planeja um turno: o operador precisa estar ativo, fora de
      *    férias e sem outro turno no mesmo horário, e o caixa não
      *    pode estar com outro operador no mesmo horário
       PLANEJAR-TURNO.
           DISPLAY "-----------------------------------".
           DISPLAY " PLANEJAR TURNO NA ESCALA"
           DISPLAY "-----------------------------------".

           DISPLAY "Informe a data do turno AAAAMMDD: "
             WITH NO ADVANCING.
           ACCEPT WS-DATA-TURNO.

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-TURNO) NOT = 0
             DISPLAY "Erro! Data inválida."
             EXIT PARAGRAPH
           END-IF.

           IF WS-DATA-TURNO < WS-DATA-HOJE
             DISPLAY "Erro! Não se planeja turno em data passada."
             EXIT PARAGRAPH
           END-IF.

           PERFORM RECEBER-HORARIO-TURNO.
           IF WS-TURNO-VALIDO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe o código do operador: " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.

           PERFORM VERIFICAR-OPERADOR-ESCALA.
           IF WS-TURNO-VALIDO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe o caixa (00-principal, 01-99 terminais): "
             WITH NO ADVANCING.
           ACCEPT WS-CAIXA.

      *    Conflitos com os turnos já escalados no dia
           MOVE WS-DATA-TURNO TO WS-PERIODO-INI.
           MOVE WS-DATA-TURNO TO WS-PERIODO-FIM.
           PERFORM LER-ESCALA.

           PERFORM VERIFICAR-CONFLITO-TURNO
             VARYING WS-IDX-TUR FROM 1 BY 1
             UNTIL WS-IDX-TUR > WS-QTD-TURNOS
               OR WS-TURNO-VALIDO NOT = 'S'.

           IF WS-TURNO-VALIDO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Código do supervisor: " WITH NO ADVANCING.
           ACCEPT WS-SUPERVISOR.

           CALL "ValidarOperador" USING WS-SUPERVISOR,
             WS-NIVEL-SUPERVISOR, WS-RESULTADO-VALIDACAO.

           IF WS-RESULTADO-VALIDACAO NOT = "OK"
             DISPLAY "Turno recusado: código de supervisor "
               "inválido ou sem permissão."
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Confirma o turno de " FUNCTION TRIM(WS-OPERADOR)
             " em " WS-DATA-TURNO " das " WS-HORA-INICIO " às "
             WS-HORA-FIM " no caixa " WS-CAIXA "? (S/N): "
             WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
             DISPLAY "Operação Cancelada!"
             EXIT PARAGRAPH
           END-IF.

           MOVE 'A' TO WS-SITUACAO-GRAVAR.
           PERFORM GRAVAR-LINHA-ESCALA.

           DISPLAY "Sucesso! Turno escalado!"

      *    Retorna
           EXIT PARAGRAPH.


      *    Cancela um turno ainda não trabalhado, identificado pela
      *    data, operador e início
       CANCELAR-TURNO.
           DISPLAY "-----------------------------------".
           DISPLAY " CANCELAR TURNO DA ESCALA"
           DISPLAY "-----------------------------------".

           DISPLAY "Informe a data do turno AAAAMMDD: "
             WITH NO ADVANCING.
           ACCEPT WS-DATA-TURNO.

           IF WS-DATA-TURNO < WS-DATA-HOJE
             DISPLAY "Erro! Turno de data passada não é cancelado; "
               "ele fica para a conferência com o ponto."
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Informe o código do operador: " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.

           DISPLAY "Informe o início do turno HHMM: "
             WITH NO ADVANCING.
           ACCEPT WS-HORA-INICIO.

           MOVE WS-DATA-TURNO TO WS-PERIODO-INI.
           MOVE WS-DATA-TURNO TO WS-PERIODO-FIM.
           PERFORM LER-ESCALA.

           MOVE 'N' TO WS-ACHOU-TUR.
           PERFORM LOCALIZAR-TURNO-ATIVO
             VARYING WS-IDX-TUR FROM 1 BY 1
             UNTIL WS-IDX-TUR > WS-QTD-TURNOS
               OR WS-ACHOU-TUR = 'S'.

           IF WS-ACHOU-TUR = 'N'
             DISPLAY "Erro! Turno não encontrado na escala."
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-TUR-FIM(WS-IDX-TUR-ACHADO) TO WS-HORA-FIM.
           MOVE WS-TUR-CAIXA(WS-IDX-TUR-ACHADO) TO WS-CAIXA.

           DISPLAY "Turno das " WS-HORA-INICIO " às " WS-HORA-FIM
             " no caixa " WS-CAIXA.

           DISPLAY "Código do supervisor: " WITH NO ADVANCING.
           ACCEPT WS-SUPERVISOR.

           CALL "ValidarOperador" USING WS-SUPERVISOR,
             WS-NIVEL-SUPERVISOR, WS-RESULTADO-VALIDACAO.

           IF WS-RESULTADO-VALIDACAO NOT = "OK"
             DISPLAY "Cancelamento recusado: código de supervisor "
               "inválido ou sem permissão."
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Confirma o cancelamento? (S/N): "
             WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
             DISPLAY "Operação Cancelada!"
             EXIT PARAGRAPH
           END-IF.

           MOVE 'C' TO WS-SITUACAO-GRAVAR.
           PERFORM GRAVAR-LINHA-ESCALA.

           DISPLAY "Sucesso! Turno cancelado!"

      *    Retorna
           EXIT PARAGRAPH.


       LOCALIZAR-TURNO-ATIVO.
           IF WS-TUR-ATIVO(WS-IDX-TUR) = 'S'
             AND WS-TUR-OPERADOR(WS-IDX-TUR) = WS-OPERADOR
             AND WS-TUR-INICIO(WS-IDX-TUR) = WS-HORA-INICIO
             MOVE 'S' TO WS-ACHOU-TUR
             MOVE WS-IDX-TUR TO WS-IDX-TUR-ACHADO
           END-IF.


      *    Recebe início e fim do turno (HHMM), no mesmo dia
       RECEBER-HORARIO-TURNO.
           MOVE 'N' TO WS-TURNO-VALIDO.

           DISPLAY "Informe o início do turno HHMM: "
             WITH NO ADVANCING.
           ACCEPT WS-HORA-INICIO.

           MOVE WS-HORA-INICIO TO WS-HHMM.
           PERFORM CONVERTER-HHMM.
           IF WS-HORARIO-VALIDO NOT = 'S'
             DISPLAY "Erro! Horário de início inválido."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-MINUTOS-DIA TO WS-MIN-INICIO.

           DISPLAY "Informe o fim do turno HHMM: " WITH NO ADVANCING.
           ACCEPT WS-HORA-FIM.

           MOVE WS-HORA-FIM TO WS-HHMM.
           PERFORM CONVERTER-HHMM.
           IF WS-HORARIO-VALIDO NOT = 'S'
             DISPLAY "Erro! Horário de fim inválido."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-MINUTOS-DIA TO WS-MIN-FIM.

           IF WS-MIN-FIM <= WS-MIN-INICIO
             DISPLAY "Erro! O turno termina antes de começar; turno "
               "que atravessa a meia-noite é escalado em duas partes."
             EXIT PARAGRAPH
           END-IF.

           MOVE 'S' TO WS-TURNO-VALIDO.

      *    Retorna
           EXIT PARAGRAPH.


       CONVERTER-HHMM.
           DIVIDE WS-HHMM BY 100 GIVING WS-HH REMAINDER WS-MM.

           IF WS-HH > 23 OR WS-MM > 59
             MOVE 'N' TO WS-HORARIO-VALIDO
           ELSE
             MOVE 'S' TO WS-HORARIO-VALIDO
             COMPUTE WS-MINUTOS-DIA = WS-HH * 60 + WS-MM
           END-IF.


      *    O operador precisa existir, estar ativo e não estar de
      *    férias na data; sem funcionário vinculado as férias não
      *    têm como ser conferidas, e isso é avisado
       VERIFICAR-OPERADOR-ESCALA.
           MOVE 'N' TO WS-TURNO-VALIDO.

           OPEN INPUT IDX-OPERADORES.

           IF WS-STATUS-OPE-FILE-NOT-FOUND
             DISPLAY "Erro! Nenhum operador cadastrado."
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-OPERADOR TO OPER-CODIGO.

           READ IDX-OPERADORES KEY IS OPER-CODIGO
             INVALID KEY
               DISPLAY "Erro! Operador não está cadastrado!"
               CLOSE IDX-OPERADORES
               EXIT PARAGRAPH
           END-READ.

           CLOSE IDX-OPERADORES.

           IF OPERADOR-INATIVO
             DISPLAY "Erro! Operador inativo não entra na escala!"
             EXIT PARAGRAPH
           END-IF.

           MOVE OPER-FUNCIONARIO TO WS-FUNCIONARIO.

           IF WS-FUNCIONARIO = SPACES
             DISPLAY "ATENÇÃO! Operador sem funcionário vinculado; "
               "as férias não foram conferidas."
           ELSE
             PERFORM VERIFICAR-FERIAS
             IF WS-EM-FERIAS = 'S'
               DISPLAY "Erro! O funcionário " WS-FUNCIONARIO
                 " está de férias de " WS-FER-DATA " a "
                 WS-FER-FIM-DATA "!"
               EXIT PARAGRAPH
             END-IF
           END-IF.

           MOVE 'S' TO WS-TURNO-VALIDO.

      *    Retorna
           EXIT PARAGRAPH.


      *    Procura no registro de férias um gozo do funcionário que
      *    cubra a data do turno
       VERIFICAR-FERIAS.
           MOVE 'N' TO WS-EM-FERIAS.
           MOVE 'N' TO WS-EOF.

           COMPUTE WS-TURNO-INTEIRO =
             FUNCTION INTEGER-OF-DATE(WS-DATA-TURNO).

           OPEN INPUT ARQ-FERIAS.

           IF WS-STATUS-FER-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S' OR WS-EM-FERIAS = 'S'
             READ ARQ-FERIAS
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 MOVE SPACES TO WS-FER-DATA-X
                 MOVE SPACES TO WS-FER-DIAS-X
                 UNSTRING LINHA-FERIAS DELIMITED BY ";"
                   INTO WS-FER-CODIGO-X, WS-FER-DATA-X,
                     WS-FER-DIAS-X
                 END-UNSTRING
                 IF WS-FER-CODIGO-X = WS-FUNCIONARIO
                   AND WS-FER-DATA-X IS NUMERIC
                   PERFORM CONFERIR-PERIODO-FERIAS
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-FERIAS.

      *    Retorna
           EXIT PARAGRAPH.


       CONFERIR-PERIODO-FERIAS.
           MOVE WS-FER-DATA-X TO WS-FER-DATA.
           MOVE FUNCTION NUMVAL(WS-FER-DIAS-X) TO WS-FER-DIAS.

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FER-DATA) NOT = 0
             OR WS-FER-DIAS = 0
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-FER-INI-INTEIRO =
             FUNCTION INTEGER-OF-DATE(WS-FER-DATA).
           COMPUTE WS-FER-FIM-INTEIRO =
             WS-FER-INI-INTEIRO + WS-FER-DIAS - 1.

           IF WS-TURNO-INTEIRO >= WS-FER-INI-INTEIRO
             AND WS-TURNO-INTEIRO <= WS-FER-FIM-INTEIRO
             MOVE 'S' TO WS-EM-FERIAS
             COMPUTE WS-FER-FIM-DATA =
               FUNCTION DATE-OF-INTEGER(WS-FER-FIM-INTEIRO)
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Turno novo sobrepondo um já escalado do mesmo operador ou
      *    no mesmo caixa é recusado
       VERIFICAR-CONFLITO-TURNO.
           IF WS-TUR-ATIVO(WS-IDX-TUR) NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-TUR-INICIO(WS-IDX-TUR) TO WS-HHMM.
           PERFORM CONVERTER-HHMM.
           MOVE WS-MINUTOS-DIA TO WS-SLOT-INI.
           MOVE WS-TUR-FIM(WS-IDX-TUR) TO WS-HHMM.
           PERFORM CONVERTER-HHMM.
           MOVE WS-MINUTOS-DIA TO WS-SLOT-FIM.

           IF WS-MIN-INICIO < WS-SLOT-FIM
             AND WS-MIN-FIM > WS-SLOT-INI
             IF WS-TUR-OPERADOR(WS-IDX-TUR) = WS-OPERADOR
               MOVE 'N' TO WS-TURNO-VALIDO
               DISPLAY "Erro! O operador já está escalado das "
                 WS-TUR-INICIO(WS-IDX-TUR) " às "
                 WS-TUR-FIM(WS-IDX-TUR) " neste dia!"
             ELSE
               IF WS-TUR-CAIXA(WS-IDX-TUR) = WS-CAIXA
                 MOVE 'N' TO WS-TURNO-VALIDO
                 DISPLAY "Erro! O caixa " WS-CAIXA " já está com "
                   FUNCTION TRIM(WS-TUR-OPERADOR(WS-IDX-TUR))
                   " das " WS-TUR-INICIO(WS-IDX-TUR) " às "
                   WS-TUR-FIM(WS-IDX-TUR) "!"
               END-IF
             END-IF
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       GRAVAR-LINHA-ESCALA.
           OPEN EXTEND ARQ-ESCALA.
           IF WS-STATUS-ESC-FILE-NOT-FOUND
             OPEN OUTPUT ARQ-ESCALA
           END-IF.

           MOVE SPACES TO WS-NOVA-LINHA-ESCALA.
           STRING
             WS-DATA-TURNO        DELIMITED BY SIZE
             ";"                  DELIMITED BY SIZE
             WS-HORA-INICIO       DELIMITED BY SIZE
             ";"                  DELIMITED BY SIZE
             WS-HORA-FIM          DELIMITED BY SIZE
             ";"                  DELIMITED BY SIZE
             WS-OPERADOR          DELIMITED BY SIZE
             ";"                  DELIMITED BY SIZE
             WS-CAIXA             DELIMITED BY SIZE
             ";"                  DELIMITED BY SIZE
             WS-SITUACAO-GRAVAR   DELIMITED BY SIZE
             ";"                  DELIMITED BY SIZE
             WS-DATA-HOJE         DELIMITED BY SIZE
             ";"                  DELIMITED BY SIZE
             WS-SUPERVISOR        DELIMITED BY SIZE
             INTO WS-NOVA-LINHA-ESCALA
           END-STRING.

           MOVE WS-NOVA-LINHA-ESCALA TO LINHA-ESCALA.
           WRITE LINHA-ESCALA.
           CLOSE ARQ-ESCALA.

      *    Retorna
           EXIT PARAGRAPH.


      *    Carrega os turnos do período WS-PERIODO-INI a
      *    WS-PERIODO-FIM; uma linha C desativa o turno ativo do
      *    mesmo operador, data e início
       LER-ESCALA.
           MOVE 0 TO WS-QTD-TURNOS.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT ARQ-ESCALA.

           IF WS-STATUS-ESC-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-ESCALA INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 PERFORM TRATAR-LINHA-ESCALA
             END-READ
           END-PERFORM.

           CLOSE ARQ-ESCALA.

      *    Retorna
           EXIT PARAGRAPH.


       TRATAR-LINHA-ESCALA.
           MOVE SPACES TO WS-ESC-DATA-X.
           MOVE SPACES TO WS-ESC-SITUACAO-X.
           UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
             INTO WS-ESC-DATA-X, WS-ESC-INICIO-X, WS-ESC-FIM-X,
               WS-ESC-OPER-X, WS-ESC-CAIXA-X, WS-ESC-SITUACAO-X
           END-UNSTRING.

           IF WS-ESC-DATA-X NOT NUMERIC
             OR WS-ESC-INICIO-X NOT NUMERIC
             OR WS-ESC-FIM-X NOT NUMERIC
             EXIT PARAGRAPH
           END-IF.

           IF WS-ESC-DATA-X < WS-PERIODO-INI
             OR WS-ESC-DATA-X > WS-PERIODO-FIM
             EXIT PARAGRAPH
           END-IF.

           IF WS-ESC-SITUACAO-X = 'C'
             PERFORM DESATIVAR-TURNO-LIDO
               VARYING WS-IDX-TUR FROM 1 BY 1
               UNTIL WS-IDX-TUR > WS-QTD-TURNOS
             EXIT PARAGRAPH
           END-IF.

           IF WS-QTD-TURNOS >= WS-MAX-TURNOS
             DISPLAY "ATENÇÃO! Tabela de turnos cheia!"
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-TURNOS.
           MOVE WS-ESC-DATA-X TO WS-TUR-DATA(WS-QTD-TURNOS).
           MOVE WS-ESC-INICIO-X TO WS-TUR-INICIO(WS-QTD-TURNOS).
           MOVE WS-ESC-FIM-X TO WS-TUR-FIM(WS-QTD-TURNOS).
           MOVE WS-ESC-OPER-X TO WS-TUR-OPERADOR(WS-QTD-TURNOS).
           MOVE WS-ESC-CAIXA-X TO WS-TUR-CAIXA(WS-QTD-TURNOS).
           MOVE 'S' TO WS-TUR-ATIVO(WS-QTD-TURNOS).

      *    Retorna
           EXIT PARAGRAPH.


       DESATIVAR-TURNO-LIDO.
           IF WS-TUR-DATA(WS-IDX-TUR) = WS-ESC-DATA-X
             AND WS-TUR-INICIO(WS-IDX-TUR) = WS-ESC-INICIO-X
             AND WS-TUR-OPERADOR(WS-IDX-TUR) = WS-ESC-OPER-X
             MOVE 'N' TO WS-TUR-ATIVO(WS-IDX-TUR)
           END-IF.


      *    Cobertura da semana: para cada hora compara os operadores
      *    escalados com os necessários pela média de transações da
      *    mesma hora e dia da semana no histórico
       RELATORIO-COBERTURA.
           DISPLAY "-----------------------------------".
           DISPLAY " COBERTURA DA ESCALA x MOVIMENTO"
           DISPLAY "-----------------------------------".

           DISPLAY "Informe o primeiro dia da semana AAAAMMDD: "
             WITH NO ADVANCING.
           ACCEPT WS-SEMANA-INI.

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SEMANA-INI) NOT = 0
             DISPLAY "Erro! Data inválida."
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-SEMANA-INTEIRO =
             FUNCTION INTEGER-OF-DATE(WS-SEMANA-INI).

      *    Histórico do perfil; sem datas, as quatro semanas
      *    anteriores à semana escalada
           DISPLAY "Data inicial do histórico AAAAMMDD "
             "(0 = 4 semanas anteriores): " WITH NO ADVANCING.
           ACCEPT WS-HIST-INI.

           IF WS-HIST-INI = 0
             COMPUTE WS-HIST-INI =
               FUNCTION DATE-OF-INTEGER(WS-SEMANA-INTEIRO - 28)
             COMPUTE WS-HIST-FIM =
               FUNCTION DATE-OF-INTEGER(WS-SEMANA-INTEIRO - 1)
           ELSE
             DISPLAY "Data final do histórico AAAAMMDD: "
               WITH NO ADVANCING
             ACCEPT WS-HIST-FIM
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-HIST-INI) NOT = 0
             OR FUNCTION TEST-DATE-YYYYMMDD(WS-HIST-FIM) NOT = 0
             OR WS-HIST-FIM < WS-HIST-INI
             DISPLAY "Erro! Período do histórico inválido."
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Transações por operador por hora (0 = 20): "
             WITH NO ADVANCING.
           ACCEPT WS-CAPACIDADE.
           IF WS-CAPACIDADE = 0
             MOVE 20 TO WS-CAPACIDADE
           END-IF.

      *    Monta o perfil do histórico
           PERFORM ZERAR-DIA-GRADE
             VARYING WS-IDX-DIA FROM 1 BY 1
             UNTIL WS-IDX-DIA > 7.

           MOVE SPACES TO WS-CHAVE-ANTERIOR.

           COMPUTE WS-DIA-INTEIRO =
             FUNCTION INTEGER-OF-DATE(WS-HIST-INI).
           COMPUTE WS-DIA-FIM-INTEIRO =
             FUNCTION INTEGER-OF-DATE(WS-HIST-FIM).

           PERFORM PROCESSAR-DIA-ARQUIVADO
             UNTIL WS-DIA-INTEIRO > WS-DIA-FIM-INTEIRO.

      *    Turnos da semana escalada
           MOVE WS-SEMANA-INI TO WS-PERIODO-INI.
           COMPUTE WS-PERIODO-FIM =
             FUNCTION DATE-OF-INTEGER(WS-SEMANA-INTEIRO + 6).
           PERFORM LER-ESCALA.

           DISPLAY "Semana de " WS-PERIODO-INI " a " WS-PERIODO-FIM
             "; histórico de " WS-HIST-INI " a " WS-HIST-FIM.

           MOVE 0 TO WS-QTD-FALTA-GENTE.
           MOVE 0 TO WS-QTD-SOBRA-GENTE.

           PERFORM IMPRIMIR-DIA-COBERTURA
             VARYING WS-IDX-SEMANA FROM 0 BY 1
             UNTIL WS-IDX-SEMANA > 6.

           DISPLAY "-----------------------------------".
           DISPLAY "Horas com gente de menos: " WS-QTD-FALTA-GENTE.
           DISPLAY "Horas com gente de mais : " WS-QTD-SOBRA-GENTE.
           DISPLAY " ".

      *    Retorna
           EXIT PARAGRAPH.


       ZERAR-DIA-GRADE.
           MOVE 0 TO WS-GRADE-DIAS-LIDOS(WS-IDX-DIA).
           PERFORM ZERAR-HORA-GRADE
             VARYING WS-IDX-HORA FROM 1 BY 1
             UNTIL WS-IDX-HORA > 24.


       ZERAR-HORA-GRADE.
           MOVE 0 TO WS-GRADE-VENDAS(WS-IDX-DIA, WS-IDX-HORA).


      *    Mesma leitura de PerfilMovimento: uma transação por
      *    sequência de linhas com a mesma data, hora e operador
       PROCESSAR-DIA-ARQUIVADO.
           COMPUTE WS-DATA-CORRENTE =
             FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO).

      *    Dia da semana: o dia 1 do calendário interno caiu numa
      *    segunda-feira, então o resto da divisão por 7 dá
      *    1=segunda ... 7=domingo
           COMPUTE WS-DIA-SEMANA =
             FUNCTION MOD(WS-DIA-INTEIRO - 1, 7) + 1.

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

      *    Só os dias com movimento arquivado entram na média
           IF WS-STATUS-ARQ-FILE-NOT-FOUND
             CONTINUE
           ELSE
             ADD 1 TO WS-GRADE-DIAS-LIDOS(WS-DIA-SEMANA)
             PERFORM UNTIL WS-EOF = 'S'
               READ CSV-ARQUIVO-DIA INTO WS-DETALHAMENTO
                 AT END
                   MOVE 'S' TO WS-EOF

                 NOT AT END
                   IF WS-DETALHAMENTO(1:6) NOT = "PAGTO;"
                     PERFORM ACUMULAR-LINHA-GRADE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CSV-ARQUIVO-DIA
           END-IF.

           ADD 1 TO WS-DIA-INTEIRO.

      *    Retorna
           EXIT PARAGRAPH.


       ACUMULAR-LINHA-GRADE.
           UNSTRING WS-DETALHAMENTO DELIMITED BY ";"
             INTO WS-LIN-DATA, WS-LIN-HORA, WS-LIN-OPERADOR
           END-UNSTRING.

           IF WS-LIN-HORA(1:2) NOT NUMERIC
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-LIN-HORA(1:2) TO WS-HORA-CELULA.
           IF WS-HORA-CELULA > 23
             EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-IDX-HORA = WS-HORA-CELULA + 1.

           MOVE SPACES TO WS-CHAVE-TRANSACAO.
           STRING
             WS-LIN-DATA      DELIMITED BY SIZE
             WS-LIN-HORA      DELIMITED BY SIZE
             WS-LIN-OPERADOR  DELIMITED BY SIZE
             INTO WS-CHAVE-TRANSACAO
           END-STRING.

           IF WS-CHAVE-TRANSACAO NOT = WS-CHAVE-ANTERIOR
             ADD 1 TO WS-GRADE-VENDAS(WS-DIA-SEMANA, WS-IDX-HORA)
             MOVE WS-CHAVE-TRANSACAO TO WS-CHAVE-ANTERIOR
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       IMPRIMIR-DIA-COBERTURA.
           COMPUTE WS-DATA-CORRENTE =
             FUNCTION DATE-OF-INTEGER(WS-SEMANA-INTEIRO
               + WS-IDX-SEMANA).
           COMPUTE WS-DIA-SEMANA =
             FUNCTION MOD(WS-SEMANA-INTEIRO + WS-IDX-SEMANA - 1, 7)
             + 1.
           MOVE WS-DIA-SEMANA TO WS-IDX-DIA.
           PERFORM NOMEAR-DIA-SEMANA.

           DISPLAY "-----------------------------------".
           DISPLAY " " WS-NOME-DIA " " WS-DATA-CORRENTE.

           PERFORM IMPRIMIR-HORA-COBERTURA
             VARYING WS-IDX-HORA FROM 1 BY 1
             UNTIL WS-IDX-HORA > 24.

      *    Retorna
           EXIT PARAGRAPH.


      *    Hora com movimento no histórico ou com gente escalada:
      *    necessários = média da hora dividida pela capacidade de um
      *    operador, arredondada para cima
       IMPRIMIR-HORA-COBERTURA.
           MOVE 0 TO WS-MEDIA-HORA.
           IF WS-GRADE-DIAS-LIDOS(WS-DIA-SEMANA) > 0
             COMPUTE WS-MEDIA-HORA ROUNDED =
               WS-GRADE-VENDAS(WS-DIA-SEMANA, WS-IDX-HORA)
               / WS-GRADE-DIAS-LIDOS(WS-DIA-SEMANA)
           END-IF.

           COMPUTE WS-NECESSARIOS = WS-MEDIA-HORA / WS-CAPACIDADE.
           IF WS-NECESSARIOS * WS-CAPACIDADE < WS-MEDIA-HORA
             ADD 1 TO WS-NECESSARIOS
           END-IF.

           COMPUTE WS-SLOT-INI = (WS-IDX-HORA - 1) * 60.
           COMPUTE WS-SLOT-FIM = WS-SLOT-INI + 60.
           MOVE 0 TO WS-ESCALADOS.
           PERFORM CONTAR-ESCALADO-HORA
             VARYING WS-IDX-TUR FROM 1 BY 1
             UNTIL WS-IDX-TUR > WS-QTD-TURNOS.

           IF WS-MEDIA-HORA = 0 AND WS-ESCALADOS = 0
             EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
             WHEN WS-ESCALADOS < WS-NECESSARIOS
               MOVE "<< FALTA" TO WS-MARCA-COBERTURA
               ADD 1 TO WS-QTD-FALTA-GENTE
             WHEN WS-ESCALADOS > WS-NECESSARIOS
               MOVE ">> SOBRA" TO WS-MARCA-COBERTURA
               ADD 1 TO WS-QTD-SOBRA-GENTE
             WHEN OTHER
               MOVE SPACES TO WS-MARCA-COBERTURA
           END-EVALUATE.

           COMPUTE WS-HORA-CELULA = WS-IDX-HORA - 1.
           MOVE WS-MEDIA-HORA TO WS-MEDIA-EDIT.
           DISPLAY "  " WS-HORA-CELULA "h  Média: " WS-MEDIA-EDIT
             "  Necessários: " WS-NECESSARIOS
             "  Escalados: " WS-ESCALADOS "  " WS-MARCA-COBERTURA.

      *    Retorna
           EXIT PARAGRAPH.


      *    Conta o turno na hora quando ele cobre qualquer parte dela
       CONTAR-ESCALADO-HORA.
           IF WS-TUR-ATIVO(WS-IDX-TUR) = 'S'
             AND WS-TUR-DATA(WS-IDX-TUR) = WS-DATA-CORRENTE
             MOVE WS-TUR-INICIO(WS-IDX-TUR) TO WS-HHMM
             PERFORM CONVERTER-HHMM
             MOVE WS-MINUTOS-DIA TO WS-MIN-INICIO
             MOVE WS-TUR-FIM(WS-IDX-TUR) TO WS-HHMM
             PERFORM CONVERTER-HHMM
             MOVE WS-MINUTOS-DIA TO WS-MIN-FIM
             IF WS-MIN-INICIO < WS-SLOT-FIM
               AND WS-MIN-FIM > WS-SLOT-INI
               ADD 1 TO WS-ESCALADOS
             END-IF
           END-IF.


       NOMEAR-DIA-SEMANA.
           EVALUATE WS-IDX-DIA
             WHEN 1
               MOVE "SEGUNDA-FEIRA" TO WS-NOME-DIA
             WHEN 2
               MOVE "TERÇA-FEIRA" TO WS-NOME-DIA
             WHEN 3
               MOVE "QUARTA-FEIRA" TO WS-NOME-DIA
             WHEN 4
               MOVE "QUINTA-FEIRA" TO WS-NOME-DIA
             WHEN 5
               MOVE "SEXTA-FEIRA" TO WS-NOME-DIA
             WHEN 6
               MOVE "SÁBADO" TO WS-NOME-DIA
             WHEN 7
               MOVE "DOMINGO" TO WS-NOME-DIA
           END-EVALUATE.

      *    Retorna
           EXIT PARAGRAPH.


      *    Escala x ponto: cada turno já começado da semana procura a
      *    primeira entrada do operador no dia, de até duas horas
      *    antes do início ao fim do turno; sem entrada é falta, e a
      *    entrada além da tolerância é atraso
       CONFERIR-ESCALA-PONTO.
           DISPLAY "-----------------------------------".
           DISPLAY " ESCALA x PONTO (FALTAS E ATRASOS)"
           DISPLAY "-----------------------------------".

           DISPLAY "Informe o primeiro dia da semana AAAAMMDD: "
             WITH NO ADVANCING.
           ACCEPT WS-SEMANA-INI.

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SEMANA-INI) NOT = 0
             DISPLAY "Erro! Data inválida."
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-SEMANA-INTEIRO =
             FUNCTION INTEGER-OF-DATE(WS-SEMANA-INI).
           MOVE WS-SEMANA-INI TO WS-PERIODO-INI.
           COMPUTE WS-PERIODO-FIM =
             FUNCTION DATE-OF-INTEGER(WS-SEMANA-INTEIRO + 6).

           MOVE WS-HORA-AGORA(1:4) TO WS-HHMM.
           PERFORM CONVERTER-HHMM.
           MOVE WS-MINUTOS-DIA TO WS-MIN-AGORA.

           PERFORM LER-ESCALA.

           IF WS-QTD-TURNOS = 0
             DISPLAY "Nenhum turno escalado na semana."
             DISPLAY " "
             EXIT PARAGRAPH
           END-IF.

           PERFORM CARREGAR-ENTRADAS-PONTO.

           MOVE 0 TO WS-QTD-CONFERIDOS.
           MOVE 0 TO WS-QTD-FALTAS.
           MOVE 0 TO WS-QTD-ATRASOS.
           MOVE 0 TO WS-QTD-FUTUROS.

           PERFORM CONFERIR-TURNO-PONTO
             VARYING WS-IDX-TUR FROM 1 BY 1
             UNTIL WS-IDX-TUR > WS-QTD-TURNOS.

           DISPLAY "-----------------------------------".
           DISPLAY "Turnos conferidos: " WS-QTD-CONFERIDOS.
           DISPLAY "Faltas           : " WS-QTD-FALTAS.
           DISPLAY "Atrasos          : " WS-QTD-ATRASOS.
           IF WS-QTD-FUTUROS > 0
             DISPLAY "Turnos ainda não começados: " WS-QTD-FUTUROS
           END-IF.
           DISPLAY " ".

      *    Retorna
           EXIT PARAGRAPH.


       CARREGAR-ENTRADAS-PONTO.
           MOVE 0 TO WS-QTD-ENTRADAS.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT LOG-PONTO.

           IF WS-STATUS-PNT-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'S'
             READ LOG-PONTO INTO WS-LINHA-LIDA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 PERFORM GUARDAR-ENTRADA-PONTO
             END-READ
           END-PERFORM.

           CLOSE LOG-PONTO.

      *    Retorna
           EXIT PARAGRAPH.


       GUARDAR-ENTRADA-PONTO.
           MOVE SPACES TO WS-PNT-DATA-X.
           MOVE SPACES TO WS-PNT-TIPO-X.
           UNSTRING WS-LINHA-LIDA DELIMITED BY ";"
             INTO WS-PNT-DATA-X, WS-PNT-HORA-X, WS-PNT-OPER-X,
               WS-PNT-TIPO-X
           END-UNSTRING.

           IF WS-PNT-TIPO-X NOT = 'E'
             OR WS-PNT-DATA-X NOT NUMERIC
             OR WS-PNT-HORA-X(1:4) NOT NUMERIC
             EXIT PARAGRAPH
           END-IF.

           IF WS-PNT-DATA-X < WS-PERIODO-INI
             OR WS-PNT-DATA-X > WS-PERIODO-FIM
             EXIT PARAGRAPH
           END-IF.

           IF WS-QTD-ENTRADAS >= WS-MAX-ENTRADAS
             DISPLAY "ATENÇÃO! Tabela de batidas cheia!"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-PNT-HORA-X(1:4) TO WS-HHMM.
           PERFORM CONVERTER-HHMM.

           ADD 1 TO WS-QTD-ENTRADAS.
           MOVE WS-PNT-DATA-X TO WS-ENT-DATA(WS-QTD-ENTRADAS).
           MOVE WS-MINUTOS-DIA TO WS-ENT-MINUTOS(WS-QTD-ENTRADAS).
           MOVE WS-PNT-OPER-X TO WS-ENT-OPERADOR(WS-QTD-ENTRADAS).
           MOVE 'N' TO WS-ENT-USADA(WS-QTD-ENTRADAS).

      *    Retorna
           EXIT PARAGRAPH.


       CONFERIR-TURNO-PONTO.
           IF WS-TUR-ATIVO(WS-IDX-TUR) NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-TUR-INICIO(WS-IDX-TUR) TO WS-HHMM.
           PERFORM CONVERTER-HHMM.
           MOVE WS-MINUTOS-DIA TO WS-MIN-INICIO.
           MOVE WS-TUR-FIM(WS-IDX-TUR) TO WS-HHMM.
           PERFORM CONVERTER-HHMM.
           MOVE WS-MINUTOS-DIA TO WS-MIN-FIM.

      *    Turno que ainda não começou não é falta
           IF WS-TUR-DATA(WS-IDX-TUR) > WS-DATA-HOJE
             OR (WS-TUR-DATA(WS-IDX-TUR) = WS-DATA-HOJE
                 AND WS-MIN-INICIO > WS-MIN-AGORA)
             ADD 1 TO WS-QTD-FUTUROS
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-CONFERIDOS.

           COMPUTE WS-JANELA-INI =
             WS-MIN-INICIO - WS-ANTECEDENCIA-ENTRADA.
           MOVE 0 TO WS-IDX-ENT-ACHADA.

           PERFORM PROCURAR-ENTRADA-TURNO
             VARYING WS-IDX-ENT FROM 1 BY 1
             UNTIL WS-IDX-ENT > WS-QTD-ENTRADAS.

           IF WS-IDX-ENT-ACHADA = 0
             ADD 1 TO WS-QTD-FALTAS
             DISPLAY "FALTA   " WS-TUR-DATA(WS-IDX-TUR) " "
               WS-TUR-OPERADOR(WS-IDX-TUR) " turno "
               WS-TUR-INICIO(WS-IDX-TUR) "-" WS-TUR-FIM(WS-IDX-TUR)
               " caixa " WS-TUR-CAIXA(WS-IDX-TUR)
             EXIT PARAGRAPH
           END-IF.

           MOVE 'S' TO WS-ENT-USADA(WS-IDX-ENT-ACHADA).

           IF WS-ENT-MINUTOS(WS-IDX-ENT-ACHADA)
               > WS-MIN-INICIO + WS-TOLERANCIA-ATRASO
             ADD 1 TO WS-QTD-ATRASOS
             COMPUTE WS-MINUTOS-ATRASO =
               WS-ENT-MINUTOS(WS-IDX-ENT-ACHADA) - WS-MIN-INICIO
             DISPLAY "ATRASO  " WS-TUR-DATA(WS-IDX-TUR) " "
               WS-TUR-OPERADOR(WS-IDX-TUR) " turno "
               WS-TUR-INICIO(WS-IDX-TUR) "-" WS-TUR-FIM(WS-IDX-TUR)
               " entrada com " WS-MINUTOS-ATRASO " min de atraso"
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Fica com a entrada mais cedo ainda não usada dentro da
      *    janela do turno
       PROCURAR-ENTRADA-TURNO.
           IF WS-ENT-USADA(WS-IDX-ENT) = 'N'
             AND WS-ENT-DATA(WS-IDX-ENT) = WS-TUR-DATA(WS-IDX-TUR)
             AND WS-ENT-OPERADOR(WS-IDX-ENT)
                 = WS-TUR-OPERADOR(WS-IDX-TUR)
             AND WS-ENT-MINUTOS(WS-IDX-ENT) >= WS-JANELA-INI
             AND WS-ENT-MINUTOS(WS-IDX-ENT) < WS-MIN-FIM
             IF WS-IDX-ENT-ACHADA = 0
               MOVE WS-IDX-ENT TO WS-IDX-ENT-ACHADA
             ELSE
               IF WS-ENT-MINUTOS(WS-IDX-ENT)
                   < WS-ENT-MINUTOS(WS-IDX-ENT-ACHADA)
                 MOVE WS-IDX-ENT TO WS-IDX-ENT-ACHADA
               END-IF
             END-IF
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
             "/escala-operadores.dat" DELIMITED BY SIZE
             INTO WS-PATH-ESCALA
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/operadores.idx" DELIMITED BY SIZE
             INTO WS-PATH-OPERADORES
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/ponto-operadores.log" DELIMITED BY SIZE
             INTO WS-PATH-PONTO
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-FOLHA-DIR) DELIMITED BY SIZE
             "/FERIAS-GOZADAS.DATA" DELIMITED BY SIZE
             INTO WS-PATH-FERIAS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.

      *    O caminho dos arquivos de vendas é montado dia a dia; aqui
      *    só se valida que o diretório cabe no espaço reservado
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/vendas-00000000.csv" DELIMITED BY SIZE
             INTO WS-NOME-ARQUIVO-DIA
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

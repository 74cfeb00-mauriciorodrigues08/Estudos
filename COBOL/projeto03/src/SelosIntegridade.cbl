       IDENTIFICATION DIVISION.
           PROGRAM-ID. SelosIntegridade.
           AUTHOR. Maurício Rodrigues.

      *    Selos de integridade dos arquivos fechados, para que uma
      *    linha mudada à mão num editor de texto não passe sem ser
      *    notada:
      *      68  selagem: cada vendas-AAAAMMDD.csv gravado pela rotação
      *          do fechamento (ProcessarVendas) e cada dia já encerrado
      *          de vendas-auditoria.log (com os arquivos mensais da
      *          retenção) e de cadastro-auditoria.log recebe um selo
      *      69  verificação: recalcula todos os selos e aponta o que
      *          foi alterado, removido ou inserido fora de sequência;
      *          roda no modo lote e antes da exportação ao contador
      *    Cada selo guarda a quantidade de linhas e a soma de
      *    conferência do arquivo ou do dia, e é ele próprio somado
      *    junto com o selo anterior, formando uma corrente: apagar ou
      *    reescrever um selo antigo quebra todos os seguintes.
      *    LS-RESULTADO devolve "OK" ou "ER" (algum problema achado).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Máscara: <seq>;<data>;<hora>;<tipo>;<periodo>;<linhas>;
      *             <soma>;<situacao>;<selo_anterior>;<selo>
      *    Tipos: VENDAS-DIA, AUD-VENDAS, AUD-CADASTRO
      *    Situação: INICIAL, NOVO ou COMPLEMENTO (arquivo do dia que
      *    recebeu mais linhas de um fechamento posterior)
           SELECT LOG-SELOS
             ASSIGN TO DYNAMIC WS-PATH-SELOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-SEL.

      *    Datas dos arquivos do dia gravados pela rotação e ainda não
      *    selados (uma por linha, gravadas por ProcessarVendas)
           SELECT ARQ-PENDENTES
             ASSIGN TO DYNAMIC WS-PATH-PENDENTES
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PEND.

      *    Lista dos arquivos de uma família, gerada com ls no
      *    diretório de dados
           SELECT ARQ-LISTA
             ASSIGN TO DYNAMIC WS-PATH-LISTA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LISTA.

      *    Arquivo em conferência (arquivo do dia ou log)
           SELECT ARQ-CONFERIDO
             ASSIGN TO DYNAMIC WS-PATH-CONFERIDO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CONF.

       DATA DIVISION.
       FILE SECTION.
       FD LOG-SELOS.
       01 LINHA-SELO                PIC X(150).

       FD ARQ-PENDENTES.
       01 LINHA-PENDENTE            PIC X(20).

       FD ARQ-LISTA.
       01 LINHA-LISTA               PIC X(200).

       FD ARQ-CONFERIDO.
       01 LINHA-CONFERIDA           PIC X(250).

       WORKING-STORAGE SECTION.
      *    Status de arquivo, com condições nominadas compartilhadas
      *    via copybook (ex.: WS-STATUS-FILE-NOT-FOUND)
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-SEL-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-SEL-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-SEL-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-SEL-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-SEL-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-SEL-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-SEL.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-PEND-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-PEND-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-PEND-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-PEND-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-PEND-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-PEND-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-PEND.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-LISTA-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-LISTA-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-LISTA-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-LISTA-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-LISTA-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-LISTA-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-LISTA.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-CONF-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CONF-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CONF-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CONF-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CONF-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CONF-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CONF.

      * Diretório de dados e caminhos dos arquivos, montados a partir
      * da variável de ambiente ARCH_DIR (veja CONFIGURAR-CAMINHOS)
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-SELOS              PIC X(80).
       01 WS-PATH-PENDENTES          PIC X(80).
       01 WS-PATH-LISTA              PIC X(80).
       01 WS-PATH-AUD-VENDAS         PIC X(80).
       01 WS-PATH-AUD-CADASTRO       PIC X(80).
       01 WS-PATH-CONFERIDO          PIC X(200).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-EOF                    PIC X(01).
       01 WS-EOF-LISTA              PIC X(01).
       01 WS-DATA-HOJE              PIC 9(08).
       01 WS-DATA-AGORA             PIC 9(08).
       01 WS-HORA-AGORA             PIC 9(08).
       01 WS-PADRAO-LISTA           PIC X(40).
       01 WS-COMANDO                PIC X(300).
       01 WS-TAM-DIR                PIC 9(03).

       01 WS-MODO                   PIC X(01).
           88 MODO-SELAR            VALUE 'S'.
           88 MODO-VERIFICAR        VALUE 'V'.

      * Soma de conferência (no estilo Adler-32): A soma os bytes de
      * cada linha e um terminador, B soma os valores sucessivos de A;
      * o resultado é B * 65536 + A
       01 WS-SOMA-A                 PIC 9(05).
       01 WS-SOMA-B                 PIC 9(05).
       01 WS-BYTE                   PIC 9(03).
       01 WS-POS                    PIC 9(03).
       01 WS-TAM-LINHA              PIC 9(03).
       01 WS-LINHA-SOMA             PIC X(250).
       01 WS-SOMA-CALC              PIC 9(10).
       01 WS-SOMA-CALC-X REDEFINES WS-SOMA-CALC
                                    PIC X(10).

      * Resultado da soma de um arquivo inteiro; o prefixo é a soma
      * das primeiras WS-PREFIXO-LINHAS linhas, para reconhecer um
      * arquivo do dia que só ganhou linhas no final
       01 WS-ARQ-EXISTE             PIC X(01).
       01 WS-ARQ-LINHAS             PIC 9(07).
       01 WS-ARQ-SOMA               PIC 9(10).
       01 WS-PREFIXO-LINHAS         PIC 9(07).
       01 WS-PREFIXO-SOMA           PIC 9(10).

      * Selo em montagem ou em conferência
       01 WS-TIPO-CORRENTE          PIC X(12).
       01 WS-PERIODO-CORRENTE       PIC 9(08).
       01 WS-SITUACAO-CORRENTE      PIC X(11).
       01 WS-SEQ-GRAVAR             PIC 9(06).
       01 WS-TEXTO-SELO             PIC X(150).
       01 WS-SELO-NOVO              PIC 9(10).

      * Estado do registro de selos: última sequência e último selo,
      * para encadear o próximo
       01 WS-REG-EXISTE             PIC X(01).
       01 WS-ULT-SEQ                PIC 9(06).
       01 WS-ULT-SELO               PIC 9(10).
       01 WS-ULT-SELO-X REDEFINES WS-ULT-SELO
                                    PIC X(10).
       01 WS-NUM-LINHA-REG          PIC 9(06).
       01 WS-TAM-REGISTRO           PIC 9(03).
       01 WS-QTD-FALHAS-REG         PIC 9(05).
       01 WS-MOTIVO-FALHA           PIC X(40).

      * Campos de uma linha do registro de selos
       01 WS-SC-SEQ-X               PIC X(06).
       01 WS-SC-SEQ REDEFINES WS-SC-SEQ-X
                                    PIC 9(06).
       01 WS-SC-DATA-X              PIC X(08).
       01 WS-SC-HORA-X              PIC X(08).
       01 WS-SC-TIPO                PIC X(12).
       01 WS-SC-PERIODO-X           PIC X(08).
       01 WS-SC-PERIODO REDEFINES WS-SC-PERIODO-X
                                    PIC 9(08).
       01 WS-SC-LINHAS-X            PIC X(07).
       01 WS-SC-LINHAS REDEFINES WS-SC-LINHAS-X
                                    PIC 9(07).
       01 WS-SC-SOMA-X              PIC X(10).
       01 WS-SC-SOMA REDEFINES WS-SC-SOMA-X
                                    PIC 9(10).
       01 WS-SC-SITUACAO            PIC X(11).
       01 WS-SC-ANTERIOR-X          PIC X(10).
       01 WS-SC-SELO-X              PIC X(10).
       01 WS-SC-SELO REDEFINES WS-SC-SELO-X
                                    PIC 9(10).

      * Selo mais recente de cada arquivo ou dia de log
       01 WS-QTD-SELOS              PIC 9(05) VALUE 0.
       01 WS-TABELA-SELOS.
           05 WS-SELO-REG OCCURS 5000 TIMES.
             10 WS-TS-TIPO          PIC X(12).
             10 WS-TS-PERIODO       PIC 9(08).
             10 WS-TS-LINHAS        PIC 9(07).
             10 WS-TS-SOMA          PIC 9(10).
       01 WS-IDX-SELO               PIC 9(05).
       01 WS-POS-SELO               PIC 9(05).
       01 WS-ACHOU-SELO             PIC X(01).
       01 WS-ULTIMO-PERIODO         PIC 9(08).
       01 WS-TABELA-SELOS-CHEIA     PIC X(01).

      * Linhas de um log apuradas por dia
       01 WS-QTD-PERIODOS           PIC 9(04) VALUE 0.
       01 WS-TABELA-PERIODOS.
           05 WS-PERIODO-LOG OCCURS 3000 TIMES.
             10 WS-TP-DATA          PIC 9(08).
             10 WS-TP-LINHAS        PIC 9(07).
             10 WS-TP-A             PIC 9(05).
             10 WS-TP-B             PIC 9(05).
             10 WS-TP-CONFERIDO     PIC X(01).
       01 WS-IDX-PER                PIC 9(04).
       01 WS-IDX-PER-ATUAL          PIC 9(04).
       01 WS-DATA-LINHA             PIC 9(08).
       01 WS-DATA-ULTIMA-LINHA      PIC 9(08).
       01 WS-PERIODOS-ESTOURO       PIC X(01).

      * Datas aguardando selagem (arquivo pendente da rotação)
       01 WS-QTD-PENDENTES          PIC 9(03) VALUE 0.
       01 WS-TABELA-PENDENTES.
           05 WS-PEND-DATA          PIC 9(08) OCCURS 500 TIMES.
       01 WS-IDX-PEND               PIC 9(03).
       01 WS-ACHOU-PENDENTE         PIC X(01).

      * Contadores da execução
       01 WS-QTD-SELADOS            PIC 9(05).
       01 WS-QTD-PROBLEMAS          PIC 9(05).
       01 WS-QTD-AGUARDANDO         PIC 9(05).
       01 WS-QTD-CONFERIDOS         PIC 9(05).
       01 WS-DESCRICAO              PIC X(40).
       01 WS-LINHAS-EDIT            PIC Z(6)9.

       LINKAGE SECTION.
       01 LS-OPCAO                  PIC 9(02).
       01 LS-RESULTADO              PIC X(02).

       PROCEDURE DIVISION USING LS-OPCAO, LS-RESULTADO.
       MAIN.
           PERFORM CONFIGURAR-CAMINHOS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "OK" TO LS-RESULTADO.
           MOVE 0 TO WS-QTD-PROBLEMAS.

           EVALUATE LS-OPCAO
             WHEN 68
               PERFORM SELAR-ARQUIVOS

             WHEN 69
               PERFORM VERIFICAR-SELOS
           END-EVALUATE.

           IF WS-QTD-PROBLEMAS > 0
             MOVE "ER" TO LS-RESULTADO
           END-IF.

           EXIT PROGRAM.


      *    Sela o que já está fechado e ainda não tem selo: os
      *    arquivos do dia pendentes da rotação e os dias encerrados
      *    dos logs de auditoria. Na primeira execução, sem registro
      *    de selos, todos os arquivos do dia existentes são selados
      *    como situação inicial
       SELAR-ARQUIVOS.
           DISPLAY "-----------------------------------".
           DISPLAY " SELAGEM DOS ARQUIVOS FECHADOS"
           DISPLAY "-----------------------------------".

           MOVE 'S' TO WS-MODO.
           MOVE 0 TO WS-QTD-SELADOS.

           PERFORM CARREGAR-SELOS.
           IF WS-QTD-FALHAS-REG > 0
             DISPLAY "Atenção! Registro de selos com "
               WS-QTD-FALHAS-REG " inconsistência(s); rode a "
               "verificação dos selos."
             ADD WS-QTD-FALHAS-REG TO WS-QTD-PROBLEMAS
           END-IF.

           IF WS-REG-EXISTE = 'N'
             MOVE "INICIAL" TO WS-SITUACAO-CORRENTE
             PERFORM SELAR-DIAS-EXISTENTES
           ELSE
             PERFORM SELAR-DIAS-PENDENTES
           END-IF.

      *    Pendências tratadas: o arquivo recomeça vazio
           OPEN OUTPUT ARQ-PENDENTES.
           CLOSE ARQ-PENDENTES.

           MOVE "AUD-VENDAS" TO WS-TIPO-CORRENTE.
           PERFORM SELAR-LOG.

           MOVE "AUD-CADASTRO" TO WS-TIPO-CORRENTE.
           PERFORM SELAR-LOG.

           DISPLAY "Selos gravados: " WS-QTD-SELADOS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Primeira selagem: todos os arquivos do dia já fechados
       SELAR-DIAS-EXISTENTES.
           MOVE "vendas-[0-9]*.csv" TO WS-PADRAO-LISTA.
           PERFORM GERAR-LISTA.

           OPEN INPUT ARQ-LISTA.
           IF NOT WS-STATUS-LISTA-OK
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-LISTA.
           PERFORM UNTIL WS-EOF-LISTA = 'S'
             READ ARQ-LISTA
               AT END
                 MOVE 'S' TO WS-EOF-LISTA

               NOT AT END
                 PERFORM EXTRAIR-DATA-DIA
                 IF WS-PERIODO-CORRENTE > 0
                    AND WS-PERIODO-CORRENTE NOT > WS-DATA-HOJE
                   PERFORM SELAR-DIA
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-LISTA.

      *    Retorna
           EXIT PARAGRAPH.


      *    Sela os arquivos do dia que a rotação do fechamento acabou
      *    de gravar
       SELAR-DIAS-PENDENTES.
           MOVE "NOVO" TO WS-SITUACAO-CORRENTE.

           OPEN INPUT ARQ-PENDENTES.
           IF NOT WS-STATUS-PEND-OK
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-PENDENTES
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF LINHA-PENDENTE(1:8) IS NUMERIC
                   MOVE LINHA-PENDENTE(1:8) TO WS-PERIODO-CORRENTE
                   PERFORM SELAR-DIA
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-PENDENTES.

      *    Retorna
           EXIT PARAGRAPH.


      *    Sela o arquivo do dia WS-PERIODO-CORRENTE. Já selado e
      *    igual, nada muda; selado e só acrescido de linhas no final
      *    (outro fechamento gravou vendas atrasadas daquela data),
      *    recebe um selo de complemento; selado e diferente no que já
      *    estava selado, não é selado de novo e fica para a
      *    verificação apontar
       SELAR-DIA.
           MOVE "VENDAS-DIA" TO WS-TIPO-CORRENTE.
           PERFORM MONTAR-CAMINHO-DIA.
           PERFORM BUSCAR-SELO.

           MOVE 0 TO WS-PREFIXO-LINHAS.
           IF WS-ACHOU-SELO = 'S'
             MOVE WS-TS-LINHAS(WS-POS-SELO) TO WS-PREFIXO-LINHAS
           END-IF.

           PERFORM SOMAR-ARQUIVO.
           IF WS-ARQ-EXISTE = 'N'
             EXIT PARAGRAPH
           END-IF.

           IF WS-ACHOU-SELO = 'N'
             PERFORM GRAVAR-SELO
             EXIT PARAGRAPH
           END-IF.

           IF WS-ARQ-LINHAS = WS-TS-LINHAS(WS-POS-SELO)
              AND WS-ARQ-SOMA = WS-TS-SOMA(WS-POS-SELO)
             EXIT PARAGRAPH
           END-IF.

           IF WS-ARQ-LINHAS > WS-TS-LINHAS(WS-POS-SELO)
              AND WS-PREFIXO-SOMA = WS-TS-SOMA(WS-POS-SELO)
             MOVE "COMPLEMENTO" TO WS-SITUACAO-CORRENTE
             PERFORM GRAVAR-SELO
             MOVE "NOVO" TO WS-SITUACAO-CORRENTE
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Atenção! vendas-" WS-PERIODO-CORRENTE
             ".csv difere do selo gravado e não foi selado de novo.".
           ADD 1 TO WS-QTD-PROBLEMAS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Sela os dias encerrados (anteriores a hoje) do log do tipo
      *    WS-TIPO-CORRENTE posteriores ao último dia já selado; um
      *    dia sem selo anterior a ele é inserção fora de sequência e
      *    fica para a verificação apontar
       SELAR-LOG.
           PERFORM APURAR-PERIODOS-LOG.
           PERFORM BUSCAR-ULTIMO-PERIODO.

           MOVE "NOVO" TO WS-SITUACAO-CORRENTE.

           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
             UNTIL WS-IDX-PER > WS-QTD-PERIODOS
             IF WS-TP-DATA(WS-IDX-PER) > WS-ULTIMO-PERIODO
                AND WS-TP-DATA(WS-IDX-PER) < WS-DATA-HOJE
               MOVE WS-TP-DATA(WS-IDX-PER) TO WS-PERIODO-CORRENTE
               MOVE WS-TP-LINHAS(WS-IDX-PER) TO WS-ARQ-LINHAS
               COMPUTE WS-ARQ-SOMA = WS-TP-B(WS-IDX-PER) * 65536
                 + WS-TP-A(WS-IDX-PER)
               PERFORM GRAVAR-SELO
             END-IF
           END-PERFORM.

      *    Retorna
           EXIT PARAGRAPH.


      *    Verificação completa: corrente do registro de selos,
      *    arquivos do dia e dias dos logs de auditoria
       VERIFICAR-SELOS.
           DISPLAY "-----------------------------------".
           DISPLAY " VERIFICAÇÃO DOS SELOS DE INTEGRIDADE"
           DISPLAY "-----------------------------------".

           MOVE 'V' TO WS-MODO.
           MOVE 0 TO WS-QTD-AGUARDANDO.
           MOVE 0 TO WS-QTD-CONFERIDOS.

           PERFORM CARREGAR-SELOS.
           IF WS-REG-EXISTE = 'N'
             DISPLAY "Nenhum selo gravado ainda; nada a verificar."
             EXIT PARAGRAPH
           END-IF.
           ADD WS-QTD-FALHAS-REG TO WS-QTD-PROBLEMAS.

           PERFORM CARREGAR-PENDENTES.
           PERFORM VERIFICAR-DIAS.

           MOVE "AUD-VENDAS" TO WS-TIPO-CORRENTE.
           PERFORM VERIFICAR-LOG.

           MOVE "AUD-CADASTRO" TO WS-TIPO-CORRENTE.
           PERFORM VERIFICAR-LOG.

           DISPLAY "-----------------------------------".
           DISPLAY "Selos conferidos: " WS-QTD-CONFERIDOS.
           IF WS-QTD-AGUARDANDO > 0
             DISPLAY "Aguardando selagem: " WS-QTD-AGUARDANDO
           END-IF.
           IF WS-QTD-PROBLEMAS > 0
             DISPLAY "ATENÇÃO! Problemas encontrados: "
               WS-QTD-PROBLEMAS
           ELSE
             DISPLAY "Todos os arquivos conferem com os selos."
           END-IF.
           DISPLAY "-----------------------------------".

      *    Retorna
           EXIT PARAGRAPH.


      *    Arquivos do dia: cada selo contra o arquivo atual e cada
      *    arquivo existente contra os selos
       VERIFICAR-DIAS.
           MOVE "VENDAS-DIA" TO WS-TIPO-CORRENTE.

           PERFORM VARYING WS-IDX-SELO FROM 1 BY 1
             UNTIL WS-IDX-SELO > WS-QTD-SELOS
             IF WS-TS-TIPO(WS-IDX-SELO) = "VENDAS-DIA"
               PERFORM CONFERIR-SELO-DIA
             END-IF
           END-PERFORM.

           PERFORM BUSCAR-ULTIMO-PERIODO.

           MOVE "vendas-[0-9]*.csv" TO WS-PADRAO-LISTA.
           PERFORM GERAR-LISTA.

           OPEN INPUT ARQ-LISTA.
           IF NOT WS-STATUS-LISTA-OK
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-LISTA.
           PERFORM UNTIL WS-EOF-LISTA = 'S'
             READ ARQ-LISTA
               AT END
                 MOVE 'S' TO WS-EOF-LISTA

               NOT AT END
                 PERFORM EXTRAIR-DATA-DIA
                 IF WS-PERIODO-CORRENTE > 0
                   PERFORM CONFERIR-DIA-SEM-SELO
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-LISTA.

      *    Retorna
           EXIT PARAGRAPH.


      *    Confere o arquivo do dia do selo WS-IDX-SELO
       CONFERIR-SELO-DIA.
           ADD 1 TO WS-QTD-CONFERIDOS.
           MOVE WS-TS-PERIODO(WS-IDX-SELO) TO WS-PERIODO-CORRENTE.
           MOVE WS-TS-LINHAS(WS-IDX-SELO) TO WS-PREFIXO-LINHAS.
           PERFORM MONTAR-CAMINHO-DIA.
           PERFORM SOMAR-ARQUIVO.

           MOVE SPACES TO WS-DESCRICAO.
           STRING "vendas-" WS-PERIODO-CORRENTE ".csv"
             DELIMITED BY SIZE INTO WS-DESCRICAO
           END-STRING.

           IF WS-ARQ-EXISTE = 'N'
             DISPLAY "REMOVIDO   " FUNCTION TRIM(WS-DESCRICAO)
             ADD 1 TO WS-QTD-PROBLEMAS
             EXIT PARAGRAPH
           END-IF.

           IF WS-ARQ-LINHAS = WS-TS-LINHAS(WS-IDX-SELO)
              AND WS-ARQ-SOMA = WS-TS-SOMA(WS-IDX-SELO)
             EXIT PARAGRAPH
           END-IF.

      *    Acrescido pela rotação, ainda sem o selo de complemento
           MOVE WS-PERIODO-CORRENTE TO WS-DATA-LINHA.
           PERFORM BUSCAR-PENDENTE.
           IF WS-ACHOU-PENDENTE = 'S'
              AND WS-ARQ-LINHAS > WS-TS-LINHAS(WS-IDX-SELO)
              AND WS-PREFIXO-SOMA = WS-TS-SOMA(WS-IDX-SELO)
             DISPLAY "AGUARDANDO " FUNCTION TRIM(WS-DESCRICAO)
               " (linhas acrescidas pelo fechamento)"
             ADD 1 TO WS-QTD-AGUARDANDO
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-TS-LINHAS(WS-IDX-SELO) TO WS-LINHAS-EDIT.
           DISPLAY "ALTERADO   " FUNCTION TRIM(WS-DESCRICAO)
             " (selado com " FUNCTION TRIM(WS-LINHAS-EDIT)
             " linhas)".
           ADD 1 TO WS-QTD-PROBLEMAS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Arquivo do dia existente sem nenhum selo: pendente da
      *    rotação aguarda a selagem; fora isso, não foi gravado pelo
      *    fechamento
       CONFERIR-DIA-SEM-SELO.
           PERFORM BUSCAR-SELO.
           IF WS-ACHOU-SELO = 'S'
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-DESCRICAO.
           STRING "vendas-" WS-PERIODO-CORRENTE ".csv"
             DELIMITED BY SIZE INTO WS-DESCRICAO
           END-STRING.

           MOVE WS-PERIODO-CORRENTE TO WS-DATA-LINHA.
           PERFORM BUSCAR-PENDENTE.
           IF WS-ACHOU-PENDENTE = 'S'
             DISPLAY "AGUARDANDO " FUNCTION TRIM(WS-DESCRICAO)
             ADD 1 TO WS-QTD-AGUARDANDO
             EXIT PARAGRAPH
           END-IF.

           IF WS-PERIODO-CORRENTE < WS-ULTIMO-PERIODO
             DISPLAY "INSERIDO   " FUNCTION TRIM(WS-DESCRICAO)
               " (fora de sequência, sem selo)"
           ELSE
             DISPLAY "SEM SELO   " FUNCTION TRIM(WS-DESCRICAO)
               " (não gravado pelo fechamento)"
           END-IF.
           ADD 1 TO WS-QTD-PROBLEMAS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Dias de um log de auditoria: cada selo contra as linhas
      *    atuais daquele dia e cada dia encerrado contra os selos
       VERIFICAR-LOG.
           PERFORM APURAR-PERIODOS-LOG.
           PERFORM BUSCAR-ULTIMO-PERIODO.

           PERFORM VARYING WS-IDX-SELO FROM 1 BY 1
             UNTIL WS-IDX-SELO > WS-QTD-SELOS
             IF WS-TS-TIPO(WS-IDX-SELO) = WS-TIPO-CORRENTE
               PERFORM CONFERIR-SELO-LOG
             END-IF
           END-PERFORM.

           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
             UNTIL WS-IDX-PER > WS-QTD-PERIODOS
             IF WS-TP-CONFERIDO(WS-IDX-PER) = 'N'
                AND WS-TP-DATA(WS-IDX-PER) > 0
                AND WS-TP-DATA(WS-IDX-PER) < WS-DATA-HOJE
               PERFORM CONFERIR-PERIODO-SEM-SELO
             END-IF
           END-PERFORM.

           IF WS-PERIODOS-ESTOURO = 'S'
             DISPLAY "Atenção! " FUNCTION TRIM(WS-TIPO-CORRENTE)
               ": mais dias do que a tabela comporta; os excedentes "
               "não foram conferidos."
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Confere o dia de log do selo WS-IDX-SELO
       CONFERIR-SELO-LOG.
           ADD 1 TO WS-QTD-CONFERIDOS.
           MOVE WS-TS-PERIODO(WS-IDX-SELO) TO WS-DATA-LINHA.

           MOVE SPACES TO WS-DESCRICAO.
           STRING WS-TIPO-CORRENTE DELIMITED BY SPACE
             " dia " DELIMITED BY SIZE
             WS-DATA-LINHA DELIMITED BY SIZE
             INTO WS-DESCRICAO
           END-STRING.

           MOVE 0 TO WS-IDX-PER-ATUAL.
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
             UNTIL WS-IDX-PER > WS-QTD-PERIODOS
                OR WS-IDX-PER-ATUAL > 0
             IF WS-TP-DATA(WS-IDX-PER) = WS-DATA-LINHA
               MOVE WS-IDX-PER TO WS-IDX-PER-ATUAL
             END-IF
           END-PERFORM.

           IF WS-IDX-PER-ATUAL = 0
             DISPLAY "REMOVIDO   " FUNCTION TRIM(WS-DESCRICAO)
             ADD 1 TO WS-QTD-PROBLEMAS
             EXIT PARAGRAPH
           END-IF.

           MOVE 'S' TO WS-TP-CONFERIDO(WS-IDX-PER-ATUAL).
           COMPUTE WS-SOMA-CALC = WS-TP-B(WS-IDX-PER-ATUAL) * 65536
             + WS-TP-A(WS-IDX-PER-ATUAL).

           IF WS-TP-LINHAS(WS-IDX-PER-ATUAL) NOT =
              WS-TS-LINHAS(WS-IDX-SELO)
              OR WS-SOMA-CALC NOT = WS-TS-SOMA(WS-IDX-SELO)
             MOVE WS-TS-LINHAS(WS-IDX-SELO) TO WS-LINHAS-EDIT
             DISPLAY "ALTERADO   " FUNCTION TRIM(WS-DESCRICAO)
               " (selado com " FUNCTION TRIM(WS-LINHAS-EDIT)
               " linhas)"
             ADD 1 TO WS-QTD-PROBLEMAS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Dia encerrado de log sem selo: posterior ao último selado
      *    só aguarda a próxima selagem; anterior foi inserido depois
       CONFERIR-PERIODO-SEM-SELO.
           MOVE SPACES TO WS-DESCRICAO.
           STRING WS-TIPO-CORRENTE DELIMITED BY SPACE
             " dia " DELIMITED BY SIZE
             WS-TP-DATA(WS-IDX-PER) DELIMITED BY SIZE
             INTO WS-DESCRICAO
           END-STRING.

           IF WS-TP-DATA(WS-IDX-PER) > WS-ULTIMO-PERIODO
             DISPLAY "AGUARDANDO " FUNCTION TRIM(WS-DESCRICAO)
             ADD 1 TO WS-QTD-AGUARDANDO
           ELSE
             DISPLAY "INSERIDO   " FUNCTION TRIM(WS-DESCRICAO)
               " (fora de sequência, sem selo)"
             ADD 1 TO WS-QTD-PROBLEMAS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Lê o registro de selos conferindo a sequência e a corrente
      *    linha a linha, e guarda o selo mais recente de cada
      *    arquivo ou dia de log
       CARREGAR-SELOS.
           MOVE 0 TO WS-QTD-SELOS.
           MOVE 0 TO WS-ULT-SEQ.
           MOVE 0 TO WS-ULT-SELO.
           MOVE 0 TO WS-NUM-LINHA-REG.
           MOVE 0 TO WS-QTD-FALHAS-REG.
           MOVE 'N' TO WS-TABELA-SELOS-CHEIA.
           MOVE 'N' TO WS-REG-EXISTE.

           OPEN INPUT LOG-SELOS.
           IF NOT WS-STATUS-SEL-OK
             EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WS-REG-EXISTE.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ LOG-SELOS
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF LINHA-SELO NOT = SPACES
                   ADD 1 TO WS-NUM-LINHA-REG
                   PERFORM CONFERIR-LINHA-SELO
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE LOG-SELOS.

           IF WS-TABELA-SELOS-CHEIA = 'S'
             DISPLAY "Atenção! Mais selos do que a tabela comporta; "
               "os excedentes não foram conferidos."
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Uma linha do registro: o selo (último campo) tem de bater
      *    com a soma do restante da linha, a sequência tem de seguir
      *    a da linha anterior e o selo anterior citado tem de ser o
      *    da linha anterior
       CONFERIR-LINHA-SELO.
           COMPUTE WS-TAM-REGISTRO =
             FUNCTION LENGTH(FUNCTION TRIM(LINHA-SELO TRAILING)).

           IF WS-TAM-REGISTRO < 12
             MOVE "linha ilegível" TO WS-MOTIVO-FALHA
             PERFORM REGISTRAR-FALHA-REGISTRO
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-SC-SEQ-X WS-SC-DATA-X WS-SC-HORA-X
             WS-SC-TIPO WS-SC-PERIODO-X WS-SC-LINHAS-X WS-SC-SOMA-X
             WS-SC-SITUACAO WS-SC-ANTERIOR-X WS-SC-SELO-X.
           UNSTRING LINHA-SELO DELIMITED BY ";"
             INTO WS-SC-SEQ-X, WS-SC-DATA-X, WS-SC-HORA-X,
                  WS-SC-TIPO, WS-SC-PERIODO-X, WS-SC-LINHAS-X,
                  WS-SC-SOMA-X, WS-SC-SITUACAO, WS-SC-ANTERIOR-X,
                  WS-SC-SELO-X
           END-UNSTRING.

           MOVE SPACES TO WS-LINHA-SOMA.
           MOVE LINHA-SELO(1:WS-TAM-REGISTRO - 11) TO WS-LINHA-SOMA.
           MOVE 1 TO WS-SOMA-A.
           MOVE 0 TO WS-SOMA-B.
           PERFORM SOMAR-LINHA.
           COMPUTE WS-SOMA-CALC = WS-SOMA-B * 65536 + WS-SOMA-A.

           IF LINHA-SELO(WS-TAM-REGISTRO - 10:1) NOT = ";"
              OR LINHA-SELO(WS-TAM-REGISTRO - 9:10) NOT = WS-SOMA-CALC-X
             MOVE "selo não confere com a linha" TO WS-MOTIVO-FALHA
             PERFORM REGISTRAR-FALHA-REGISTRO
           END-IF.

           IF WS-SC-SEQ-X IS NOT NUMERIC
              OR WS-SC-SEQ NOT = WS-ULT-SEQ + 1
             MOVE "fora de sequência" TO WS-MOTIVO-FALHA
             PERFORM REGISTRAR-FALHA-REGISTRO
           END-IF.

           IF WS-SC-ANTERIOR-X NOT = WS-ULT-SELO-X
             MOVE "corrente rompida (selo anterior)"
               TO WS-MOTIVO-FALHA
             PERFORM REGISTRAR-FALHA-REGISTRO
           END-IF.

           IF WS-SC-SEQ-X IS NUMERIC
             MOVE WS-SC-SEQ TO WS-ULT-SEQ
           END-IF.
           IF WS-SC-SELO-X IS NUMERIC
             MOVE WS-SC-SELO TO WS-ULT-SELO
           END-IF.

           IF WS-SC-PERIODO-X IS NUMERIC
              AND WS-SC-LINHAS-X IS NUMERIC
              AND WS-SC-SOMA-X IS NUMERIC
             MOVE WS-SC-TIPO TO WS-TIPO-CORRENTE
             MOVE WS-SC-PERIODO TO WS-PERIODO-CORRENTE
             MOVE WS-SC-LINHAS TO WS-ARQ-LINHAS
             MOVE WS-SC-SOMA TO WS-ARQ-SOMA
             PERFORM GUARDAR-SELO-TABELA
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       REGISTRAR-FALHA-REGISTRO.
           ADD 1 TO WS-QTD-FALHAS-REG.

           IF MODO-VERIFICAR
             DISPLAY "REGISTRO   linha " WS-NUM-LINHA-REG ": "
               FUNCTION TRIM(WS-MOTIVO-FALHA)
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Grava no registro o selo do arquivo ou dia corrente,
      *    encadeado ao último selo gravado
       GRAVAR-SELO.
           ADD 1 TO WS-ULT-SEQ.
           MOVE WS-ULT-SEQ TO WS-SEQ-GRAVAR.
           ACCEPT WS-DATA-AGORA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.

           MOVE SPACES TO WS-TEXTO-SELO.
           STRING
             WS-SEQ-GRAVAR           DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             WS-DATA-AGORA           DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             WS-HORA-AGORA           DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             WS-TIPO-CORRENTE        DELIMITED BY SPACE
             ";"                     DELIMITED BY SIZE
             WS-PERIODO-CORRENTE     DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             WS-ARQ-LINHAS           DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             WS-ARQ-SOMA             DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             WS-SITUACAO-CORRENTE    DELIMITED BY SPACE
             ";"                     DELIMITED BY SIZE
             WS-ULT-SELO             DELIMITED BY SIZE
             INTO WS-TEXTO-SELO
           END-STRING.

           MOVE WS-TEXTO-SELO TO WS-LINHA-SOMA.
           MOVE 1 TO WS-SOMA-A.
           MOVE 0 TO WS-SOMA-B.
           PERFORM SOMAR-LINHA.
           COMPUTE WS-SELO-NOVO = WS-SOMA-B * 65536 + WS-SOMA-A.

           MOVE SPACES TO LINHA-SELO.
           STRING
             FUNCTION TRIM(WS-TEXTO-SELO) DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             WS-SELO-NOVO                 DELIMITED BY SIZE
             INTO LINHA-SELO
           END-STRING.

           OPEN EXTEND LOG-SELOS.
           IF WS-STATUS-SEL-FILE-NOT-FOUND
             OPEN OUTPUT LOG-SELOS
           END-IF.
           WRITE LINHA-SELO.
           CLOSE LOG-SELOS.

           MOVE WS-SELO-NOVO TO WS-ULT-SELO.
           MOVE 'S' TO WS-REG-EXISTE.
           ADD 1 TO WS-QTD-SELADOS.
           PERFORM GUARDAR-SELO-TABELA.

           DISPLAY "Selado: " FUNCTION TRIM(WS-TIPO-CORRENTE) " "
             WS-PERIODO-CORRENTE " ("
             FUNCTION TRIM(WS-SITUACAO-CORRENTE) ")".

      *    Retorna
           EXIT PARAGRAPH.


      *    Guarda (ou substitui) na tabela o selo do tipo e período
      *    correntes
       GUARDAR-SELO-TABELA.
           PERFORM BUSCAR-SELO.

           IF WS-ACHOU-SELO = 'N'
             IF WS-QTD-SELOS >= 5000
               MOVE 'S' TO WS-TABELA-SELOS-CHEIA
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-QTD-SELOS
             MOVE WS-QTD-SELOS TO WS-POS-SELO
             MOVE WS-TIPO-CORRENTE TO WS-TS-TIPO(WS-POS-SELO)
             MOVE WS-PERIODO-CORRENTE TO WS-TS-PERIODO(WS-POS-SELO)
           END-IF.

           MOVE WS-ARQ-LINHAS TO WS-TS-LINHAS(WS-POS-SELO).
           MOVE WS-ARQ-SOMA TO WS-TS-SOMA(WS-POS-SELO).

      *    Retorna
           EXIT PARAGRAPH.


       BUSCAR-SELO.
           MOVE 'N' TO WS-ACHOU-SELO.
           MOVE 0 TO WS-POS-SELO.

           PERFORM VARYING WS-IDX-SELO FROM 1 BY 1
             UNTIL WS-IDX-SELO > WS-QTD-SELOS
                OR WS-ACHOU-SELO = 'S'
             IF WS-TS-TIPO(WS-IDX-SELO) = WS-TIPO-CORRENTE
                AND WS-TS-PERIODO(WS-IDX-SELO) = WS-PERIODO-CORRENTE
               MOVE 'S' TO WS-ACHOU-SELO
               MOVE WS-IDX-SELO TO WS-POS-SELO
             END-IF
           END-PERFORM.

      *    Retorna
           EXIT PARAGRAPH.


      *    Último período já selado do tipo corrente (zero se nenhum)
       BUSCAR-ULTIMO-PERIODO.
           MOVE 0 TO WS-ULTIMO-PERIODO.

           PERFORM VARYING WS-POS-SELO FROM 1 BY 1
             UNTIL WS-POS-SELO > WS-QTD-SELOS
             IF WS-TS-TIPO(WS-POS-SELO) = WS-TIPO-CORRENTE
                AND WS-TS-PERIODO(WS-POS-SELO) > WS-ULTIMO-PERIODO
               MOVE WS-TS-PERIODO(WS-POS-SELO) TO WS-ULTIMO-PERIODO
             END-IF
           END-PERFORM.

      *    Retorna
           EXIT PARAGRAPH.


      *    Datas pendentes da rotação, para a verificação não acusar
      *    o que só está esperando a próxima selagem
       CARREGAR-PENDENTES.
           MOVE 0 TO WS-QTD-PENDENTES.

           OPEN INPUT ARQ-PENDENTES.
           IF NOT WS-STATUS-PEND-OK
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-PENDENTES
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF LINHA-PENDENTE(1:8) IS NUMERIC
                    AND WS-QTD-PENDENTES < 500
                   ADD 1 TO WS-QTD-PENDENTES
                   MOVE LINHA-PENDENTE(1:8)
                     TO WS-PEND-DATA(WS-QTD-PENDENTES)
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-PENDENTES.

      *    Retorna
           EXIT PARAGRAPH.


       BUSCAR-PENDENTE.
           MOVE 'N' TO WS-ACHOU-PENDENTE.

           PERFORM VARYING WS-IDX-PEND FROM 1 BY 1
             UNTIL WS-IDX-PEND > WS-QTD-PENDENTES
                OR WS-ACHOU-PENDENTE = 'S'
             IF WS-PEND-DATA(WS-IDX-PEND) = WS-DATA-LINHA
               MOVE 'S' TO WS-ACHOU-PENDENTE
             END-IF
           END-PERFORM.

      *    Retorna
           EXIT PARAGRAPH.


      *    Apura linhas e soma por dia do log do tipo corrente; o log
      *    de vendas inclui os arquivos mensais da retenção, já que a
      *    retenção só muda as linhas de arquivo, não de conteúdo.
      *    Linha sem data no início pertence ao dia da linha anterior
       APURAR-PERIODOS-LOG.
           MOVE 0 TO WS-QTD-PERIODOS.
           MOVE 0 TO WS-IDX-PER-ATUAL.
           MOVE 0 TO WS-DATA-ULTIMA-LINHA.
           MOVE 'N' TO WS-PERIODOS-ESTOURO.

           IF WS-TIPO-CORRENTE = "AUD-VENDAS"
             MOVE "vendas-auditoria-arquivo-*.log" TO WS-PADRAO-LISTA
             PERFORM GERAR-LISTA
             OPEN INPUT ARQ-LISTA
             IF WS-STATUS-LISTA-OK
               MOVE 'N' TO WS-EOF-LISTA
               PERFORM UNTIL WS-EOF-LISTA = 'S'
                 READ ARQ-LISTA
                   AT END
                     MOVE 'S' TO WS-EOF-LISTA

                   NOT AT END
                     IF LINHA-LISTA NOT = SPACES
                       MOVE LINHA-LISTA TO WS-PATH-CONFERIDO
                       PERFORM ACUMULAR-ARQUIVO-LOG
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE ARQ-LISTA
             END-IF
             MOVE WS-PATH-AUD-VENDAS TO WS-PATH-CONFERIDO
           ELSE
             MOVE WS-PATH-AUD-CADASTRO TO WS-PATH-CONFERIDO
           END-IF.

           PERFORM ACUMULAR-ARQUIVO-LOG.

      *    Retorna
           EXIT PARAGRAPH.


       ACUMULAR-ARQUIVO-LOG.
           OPEN INPUT ARQ-CONFERIDO.
           IF NOT WS-STATUS-CONF-OK
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-CONFERIDO
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF LINHA-CONFERIDA NOT = SPACES
                   PERFORM ACUMULAR-LINHA-LOG
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-CONFERIDO.

      *    Retorna
           EXIT PARAGRAPH.


       ACUMULAR-LINHA-LOG.
           IF LINHA-CONFERIDA(1:8) IS NUMERIC
             MOVE LINHA-CONFERIDA(1:8) TO WS-DATA-LINHA
           ELSE
             MOVE WS-DATA-ULTIMA-LINHA TO WS-DATA-LINHA
           END-IF.
           MOVE WS-DATA-LINHA TO WS-DATA-ULTIMA-LINHA.

           PERFORM LOCALIZAR-PERIODO.
           IF WS-IDX-PER-ATUAL = 0
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-TP-A(WS-IDX-PER-ATUAL) TO WS-SOMA-A.
           MOVE WS-TP-B(WS-IDX-PER-ATUAL) TO WS-SOMA-B.
           MOVE LINHA-CONFERIDA TO WS-LINHA-SOMA.
           PERFORM SOMAR-LINHA.
           MOVE WS-SOMA-A TO WS-TP-A(WS-IDX-PER-ATUAL).
           MOVE WS-SOMA-B TO WS-TP-B(WS-IDX-PER-ATUAL).
           ADD 1 TO WS-TP-LINHAS(WS-IDX-PER-ATUAL).

      *    Retorna
           EXIT PARAGRAPH.


      *    Posição do dia WS-DATA-LINHA na tabela, incluindo-o se
      *    ainda não estiver lá; as linhas vêm agrupadas por dia, então
      *    quase sempre é o mesmo dia da linha anterior
       LOCALIZAR-PERIODO.
           IF WS-IDX-PER-ATUAL > 0
             IF WS-TP-DATA(WS-IDX-PER-ATUAL) = WS-DATA-LINHA
               EXIT PARAGRAPH
             END-IF
           END-IF.

           MOVE 0 TO WS-IDX-PER-ATUAL.
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
             UNTIL WS-IDX-PER > WS-QTD-PERIODOS
                OR WS-IDX-PER-ATUAL > 0
             IF WS-TP-DATA(WS-IDX-PER) = WS-DATA-LINHA
               MOVE WS-IDX-PER TO WS-IDX-PER-ATUAL
             END-IF
           END-PERFORM.

           IF WS-IDX-PER-ATUAL > 0
             EXIT PARAGRAPH
           END-IF.

           IF WS-QTD-PERIODOS >= 3000
             MOVE 'S' TO WS-PERIODOS-ESTOURO
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-PERIODOS.
           MOVE WS-QTD-PERIODOS TO WS-IDX-PER-ATUAL.
           MOVE WS-DATA-LINHA TO WS-TP-DATA(WS-IDX-PER-ATUAL).
           MOVE 0 TO WS-TP-LINHAS(WS-IDX-PER-ATUAL).
           MOVE 1 TO WS-TP-A(WS-IDX-PER-ATUAL).
           MOVE 0 TO WS-TP-B(WS-IDX-PER-ATUAL).
           MOVE 'N' TO WS-TP-CONFERIDO(WS-IDX-PER-ATUAL).

      *    Retorna
           EXIT PARAGRAPH.


      *    Soma o arquivo WS-PATH-CONFERIDO inteiro, guardando também
      *    a soma das primeiras WS-PREFIXO-LINHAS linhas
       SOMAR-ARQUIVO.
           MOVE 'N' TO WS-ARQ-EXISTE.
           MOVE 0 TO WS-ARQ-LINHAS.
           MOVE 0 TO WS-ARQ-SOMA.
           MOVE 0 TO WS-PREFIXO-SOMA.
           MOVE 1 TO WS-SOMA-A.
           MOVE 0 TO WS-SOMA-B.

           OPEN INPUT ARQ-CONFERIDO.
           IF NOT WS-STATUS-CONF-OK
             EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WS-ARQ-EXISTE.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-CONFERIDO
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 MOVE LINHA-CONFERIDA TO WS-LINHA-SOMA
                 PERFORM SOMAR-LINHA
                 ADD 1 TO WS-ARQ-LINHAS
                 IF WS-ARQ-LINHAS = WS-PREFIXO-LINHAS
                   COMPUTE WS-PREFIXO-SOMA =
                     WS-SOMA-B * 65536 + WS-SOMA-A
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-CONFERIDO.

           COMPUTE WS-ARQ-SOMA = WS-SOMA-B * 65536 + WS-SOMA-A.

      *    Retorna
           EXIT PARAGRAPH.


      *    Acrescenta WS-LINHA-SOMA (sem os brancos do final) e o
      *    terminador de linha à soma corrente em WS-SOMA-A/WS-SOMA-B
       SOMAR-LINHA.
           IF WS-LINHA-SOMA = SPACES
             MOVE 0 TO WS-TAM-LINHA
           ELSE
             COMPUTE WS-TAM-LINHA = FUNCTION LENGTH(
               FUNCTION TRIM(WS-LINHA-SOMA TRAILING))
           END-IF.

           PERFORM SOMAR-BYTE VARYING WS-POS FROM 1 BY 1
             UNTIL WS-POS > WS-TAM-LINHA.

           MOVE 10 TO WS-BYTE.
           PERFORM ACUMULAR-BYTE.

      *    Retorna
           EXIT PARAGRAPH.


       SOMAR-BYTE.
           COMPUTE WS-BYTE = FUNCTION ORD(WS-LINHA-SOMA(WS-POS:1)) - 1.
           PERFORM ACUMULAR-BYTE.


       ACUMULAR-BYTE.
           COMPUTE WS-SOMA-A =
             FUNCTION MOD(WS-SOMA-A + WS-BYTE, 65521).
           COMPUTE WS-SOMA-B =
             FUNCTION MOD(WS-SOMA-B + WS-SOMA-A, 65521).


      *    Data de um vendas-AAAAMMDD.csv da lista (zero quando o nome
      *    não segue o padrão)
       EXTRAIR-DATA-DIA.
           MOVE 0 TO WS-PERIODO-CORRENTE.

           IF LINHA-LISTA(WS-TAM-DIR + 9:8) IS NUMERIC
              AND LINHA-LISTA(WS-TAM-DIR + 17:4) = ".csv"
              AND LINHA-LISTA(WS-TAM-DIR + 21:1) = SPACE
             MOVE LINHA-LISTA(WS-TAM-DIR + 9:8) TO WS-PERIODO-CORRENTE
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       MONTAR-CAMINHO-DIA.
           MOVE SPACES TO WS-PATH-CONFERIDO.
           STRING
             FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/vendas-"                 DELIMITED BY SIZE
             WS-PERIODO-CORRENTE        DELIMITED BY SIZE
             ".csv"                     DELIMITED BY SIZE
             INTO WS-PATH-CONFERIDO
           END-STRING.

      *    Retorna
           EXIT PARAGRAPH.


       GERAR-LISTA.
           MOVE SPACES TO WS-COMANDO.
           STRING
             "ls -1 "                       DELIMITED BY SIZE
             FUNCTION TRIM(WS-ARCH-DIR)     DELIMITED BY SIZE
             "/"                            DELIMITED BY SIZE
             FUNCTION TRIM(WS-PADRAO-LISTA) DELIMITED BY SIZE
             " > "                          DELIMITED BY SIZE
             FUNCTION TRIM(WS-PATH-LISTA)   DELIMITED BY SIZE
             " 2>/dev/null"                 DELIMITED BY SIZE
             INTO WS-COMANDO
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO.

      *    Retorna
           EXIT PARAGRAPH.


       CONFIGURAR-CAMINHOS.
           ACCEPT WS-ARCH-DIR FROM ENVIRONMENT "ARCH_DIR".
           IF WS-ARCH-DIR = SPACES
             MOVE "../arch" TO WS-ARCH-DIR
           END-IF.

           COMPUTE WS-TAM-DIR =
             FUNCTION LENGTH(FUNCTION TRIM(WS-ARCH-DIR)).

           MOVE 'N' TO WS-CAMINHO-OVERFLOW.

           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/selos-integridade.log" DELIMITED BY SIZE
             INTO WS-PATH-SELOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/selos-pendentes.dat" DELIMITED BY SIZE
             INTO WS-PATH-PENDENTES
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/selos-arquivos.lst" DELIMITED BY SIZE
             INTO WS-PATH-LISTA
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/vendas-auditoria.log" DELIMITED BY SIZE
             INTO WS-PATH-AUD-VENDAS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/cadastro-auditoria.log" DELIMITED BY SIZE
             INTO WS-PATH-AUD-CADASTRO
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

       IDENTIFICATION DIVISION.
           PROGRAM-ID. ControleNoturno.
           AUTHOR. Maurício Rodrigues.

      *    Controle do job noturno (modo LOTE): executa em ordem os
      *    passos de job-noturno.def, cada um sob a sua condição
      *    (todo dia, só em dia útil pelo calendário, só no último
      *    dia do mês), registrando início, fim e resultado de cada
      *    passo em job-noturno.log. A situação da rodada fica em
      *    job-noturno.ctl: uma rodada que falhou ou foi interrompida
      *    é retomada na próxima execução, para a mesma data, a partir
      *    do primeiro passo não concluído, sem repetir os concluídos.
      *    Uma rodada que só teve falhas em passos SEGUE é retomada
      *    no mesmo dia; no dia seguinte começa uma rodada nova (a
      *    falha fica no log e no painel). Uma rodada interrompida
      *    num passo PARA é sempre retomada antes de qualquer outra.
      *    O painel de abertura mostra o resultado da última rodada.
      *    LS-STATUS-JOB devolve "OK" ou "ER" (algum passo falhou).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Máscara: <ordem>;<programa>;<opcao>;<condicao>;<em_erro>
      *    Condição: DIARIO, DIA-UTIL ou FIM-MES
      *    Em erro: PARA (interrompe a rodada) ou SEGUE (registra a
      *    falha e passa ao passo seguinte)
      *    Linhas começando por * são comentário
           SELECT ARQ-DEFINICAO
             ASSIGN TO DYNAMIC WS-PATH-DEFINICAO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-DEF.

      *    Máscara: <data_job>;<ordem>;<programa>;<evento>;<data>;
      *             <hora>;<situacao>
      *    Evento: INICIO, FIM (situação OK ou ER) ou PULADO
      *    (situação com o motivo)
           SELECT LOG-JOB
             ASSIGN TO DYNAMIC WS-PATH-LOG-JOB
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LOG.

      *    Máscara: <data_job>;<situacao>;<data>;<hora>;<qtd_ok>;
      *             <qtd_erro>;<qtd_pulados>;<ordem_erro>;
      *             <programa_erro>
      *    Situação: EM-ANDAMENTO, CONCLUIDO, FALHOU (passos SEGUE
      *    com erro) ou INTERROMPIDO (parou num passo PARA)
           SELECT ARQ-CONTROLE-JOB
             ASSIGN TO DYNAMIC WS-PATH-CONTROLE-JOB
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CTL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-DEFINICAO.
       01 LINHA-DEFINICAO           PIC X(80).

       FD LOG-JOB.
       01 LINHA-LOG-JOB             PIC X(100).

       FD ARQ-CONTROLE-JOB.
       01 LINHA-CONTROLE-JOB        PIC X(100).

       WORKING-STORAGE SECTION.
      *    Status de arquivo, com condições nominadas compartilhadas
      *    via copybook (ex.: WS-STATUS-FILE-NOT-FOUND)
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-DEF-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-DEF-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-DEF-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-DEF-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-DEF-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-DEF-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-DEF.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-LOG-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-LOG-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-LOG-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-LOG-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-LOG-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-LOG-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-LOG.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-CTL-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CTL-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CTL-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CTL-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CTL-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CTL-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CTL.

      * Diretório de dados e caminhos dos arquivos, montados a partir
      * da variável de ambiente ARCH_DIR (veja CONFIGURAR-CAMINHOS)
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-PATH-DEFINICAO          PIC X(80).
       01 WS-PATH-LOG-JOB            PIC X(80).
       01 WS-PATH-CONTROLE-JOB       PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

       01 WS-EOF                    PIC X(01).
       01 WS-DATA-HOJE              PIC 9(08).
       01 WS-DATA-AGORA             PIC 9(08).
       01 WS-HORA-AGORA             PIC 9(08).

      * Rodada corrente: a data do job é a da rodada nova ou a da
      * rodada interrompida que está sendo retomada
       01 WS-DATA-JOB               PIC 9(08).
       01 WS-RETOMADA               PIC X(01).
       01 WS-SITUACAO-JOB           PIC X(12).
       01 WS-INTERROMPIDA           PIC X(01).
       01 WS-QTD-OK                 PIC 9(03).
       01 WS-QTD-ERRO               PIC 9(03).
       01 WS-QTD-PULADOS            PIC 9(03).
       01 WS-QTD-JA-CONCLUIDOS      PIC 9(03).
       01 WS-ORDEM-ERRO             PIC 9(03).
       01 WS-PROGRAMA-ERRO          PIC X(20).

      * Última situação gravada em job-noturno.ctl
       01 WS-CTL-DATA-X             PIC X(08).
       01 WS-CTL-SITUACAO           PIC X(12).

      * Passos da definição
       01 WS-QTD-PASSOS             PIC 9(03) VALUE 0.
       01 WS-TABELA-PASSOS.
           05 WS-PASSO OCCURS 50 TIMES.
             10 WS-PS-ORDEM         PIC 9(03).
             10 WS-PS-PROGRAMA      PIC X(20).
             10 WS-PS-OPCAO         PIC 9(02).
             10 WS-PS-CONDICAO      PIC X(10).
             10 WS-PS-EM-ERRO       PIC X(05).
             10 WS-PS-CONCLUIDO     PIC X(01).
       01 WS-IDX-PASSO              PIC 9(03).
       01 WS-IDX-BUSCA              PIC 9(03).

      * Campos de uma linha da definição ou do log
       01 WS-CAMPO-ORDEM-X          PIC X(03).
       01 WS-CAMPO-PROGRAMA         PIC X(20).
       01 WS-CAMPO-OPCAO-X          PIC X(02).
       01 WS-CAMPO-CONDICAO         PIC X(10).
       01 WS-CAMPO-EM-ERRO          PIC X(05).
       01 WS-CAMPO-DATA-X           PIC X(08).
       01 WS-CAMPO-EVENTO           PIC X(08).
       01 WS-CAMPO-HORA-X           PIC X(08).
       01 WS-CAMPO-SITUACAO         PIC X(20).

      * Execução do passo corrente
       01 WS-STATUS-PASSO           PIC X(02).
       01 WS-EVENTO                 PIC X(08).
       01 WS-SITUACAO-EVENTO        PIC X(20).
       01 WS-EXECUTAR               PIC X(01).
       01 WS-MOTIVO-PULO            PIC X(20).

      * Condições de calendário (DiaUtil)
       01 WS-EH-DIA-UTIL            PIC X(01).
       01 WS-PROXIMO-DIA-UTIL       PIC 9(08).
       01 WS-DIA-SEGUINTE           PIC 9(08).

      * Parâmetros dos passos chamados
       01 WS-QTD-IMPORTACOES        PIC 9(05).
       01 WS-QTD-ATUALIZACOES       PIC 9(05).
       01 WS-STATUS-IMPORTACAO      PIC X(02).
       01 WS-RESULTADO-SELOS        PIC X(02).

      * Variáveis do backup automático do modo lote: todos os
      * arquivos de dados são copiados para um diretório datado e as
      * gerações mais antigas são podadas
       01 WS-COMANDO-BACKUP         PIC X(300).
       01 WS-DIR-BACKUP             PIC X(100).
       01 WS-DATA-BACKUP            PIC 9(08).
       01 WS-GERACOES-ENV           PIC X(10).
       01 WS-QTD-GERACOES           PIC 9(03).
       01 WS-OPCAO-MANIFESTO        PIC 9(02) VALUE 73.
       01 WS-RESULTADO-BACKUP       PIC X(02).

       LINKAGE SECTION.
       01 LS-STATUS-JOB             PIC X(02).

       PROCEDURE DIVISION USING LS-STATUS-JOB.
       MAIN.
           PERFORM CONFIGURAR-CAMINHOS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "OK" TO LS-STATUS-JOB.

           DISPLAY "-----------------------------------".
           DISPLAY " JOB NOTURNO"
           DISPLAY "-----------------------------------".

           PERFORM CARREGAR-DEFINICAO.
           IF WS-QTD-PASSOS = 0
             DISPLAY "Erro! Nenhum passo em job-noturno.def!"
             MOVE "ER" TO LS-STATUS-JOB
             EXIT PROGRAM
           END-IF.

      *    Rodada anterior não concluída: retoma a mesma data, sem
      *    repetir os passos que já terminaram bem
           PERFORM LER-CONTROLE.
           IF WS-RETOMADA = 'S'
             DISPLAY "Retomando a rodada de " WS-DATA-JOB
               " (situação anterior: "
               FUNCTION TRIM(WS-CTL-SITUACAO) ")."
             PERFORM MARCAR-PASSOS-CONCLUIDOS
             DISPLAY "Passos já concluídos, não repetidos: "
               WS-QTD-JA-CONCLUIDOS
           ELSE
             IF WS-CTL-SITUACAO = "CONCLUIDO"
                AND WS-CTL-DATA-X = WS-DATA-HOJE
               DISPLAY "A rodada de hoje já foi concluída; nada a "
                 "executar."
               EXIT PROGRAM
             END-IF
             MOVE WS-DATA-HOJE TO WS-DATA-JOB
           END-IF.

      *    Os passos que dependem de data (apuração, consolidação,
      *    fechamento mensal) usam a data da rodada, mesmo quando a
      *    retomada acontece depois da meia-noite
           SET ENVIRONMENT "DATA_JOB" TO WS-DATA-JOB.

           MOVE 0 TO WS-QTD-OK.
           MOVE 0 TO WS-QTD-ERRO.
           MOVE 0 TO WS-QTD-PULADOS.
           MOVE 0 TO WS-ORDEM-ERRO.
           MOVE SPACES TO WS-PROGRAMA-ERRO.
           MOVE 'N' TO WS-INTERROMPIDA.

           MOVE "EM-ANDAMENTO" TO WS-SITUACAO-JOB.
           PERFORM GRAVAR-CONTROLE.

           PERFORM VARYING WS-IDX-PASSO FROM 1 BY 1
             UNTIL WS-IDX-PASSO > WS-QTD-PASSOS
                OR WS-INTERROMPIDA = 'S'
             IF WS-PS-CONCLUIDO(WS-IDX-PASSO) NOT = 'S'
               PERFORM TRATAR-PASSO
             END-IF
           END-PERFORM.

           EVALUATE TRUE
             WHEN WS-INTERROMPIDA = 'S'
               MOVE "INTERROMPIDO" TO WS-SITUACAO-JOB
               MOVE "ER" TO LS-STATUS-JOB
             WHEN WS-QTD-ERRO > 0
               MOVE "FALHOU" TO WS-SITUACAO-JOB
               MOVE "ER" TO LS-STATUS-JOB
             WHEN OTHER
               MOVE "CONCLUIDO" TO WS-SITUACAO-JOB
           END-EVALUATE.
           PERFORM GRAVAR-CONTROLE.

           DISPLAY "-----------------------------------".
           DISPLAY "Rodada de " WS-DATA-JOB ": "
             FUNCTION TRIM(WS-SITUACAO-JOB).
           DISPLAY "Passos OK: " WS-QTD-OK
             "  com erro: " WS-QTD-ERRO
             "  pulados: " WS-QTD-PULADOS.
           IF WS-QTD-ERRO > 0
             DISPLAY "Primeiro passo com erro: " WS-ORDEM-ERRO " "
               FUNCTION TRIM(WS-PROGRAMA-ERRO)
               " (rode o modo lote de novo para retomar)"
           END-IF.
           DISPLAY "-----------------------------------".

           EXIT PROGRAM.


      *    Avalia a condição do passo e o executa, ou registra que foi
      *    pulado; falha num passo PARA interrompe a rodada
       TRATAR-PASSO.
           PERFORM AVALIAR-CONDICAO.

           IF WS-EXECUTAR NOT = 'S'
             DISPLAY "Passo " WS-PS-ORDEM(WS-IDX-PASSO) " "
               FUNCTION TRIM(WS-PS-PROGRAMA(WS-IDX-PASSO))
               ": pulado (" FUNCTION TRIM(WS-MOTIVO-PULO) ")"
             MOVE "PULADO" TO WS-EVENTO
             MOVE WS-MOTIVO-PULO TO WS-SITUACAO-EVENTO
             PERFORM REGISTRAR-EVENTO
             ADD 1 TO WS-QTD-PULADOS
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Passo " WS-PS-ORDEM(WS-IDX-PASSO) " "
             FUNCTION TRIM(WS-PS-PROGRAMA(WS-IDX-PASSO)) ": início".
           MOVE "INICIO" TO WS-EVENTO.
           MOVE SPACES TO WS-SITUACAO-EVENTO.
           PERFORM REGISTRAR-EVENTO.

           PERFORM EXECUTAR-PASSO.

           MOVE "FIM" TO WS-EVENTO.
           MOVE WS-STATUS-PASSO TO WS-SITUACAO-EVENTO.
           PERFORM REGISTRAR-EVENTO.

           DISPLAY "Passo " WS-PS-ORDEM(WS-IDX-PASSO) " "
             FUNCTION TRIM(WS-PS-PROGRAMA(WS-IDX-PASSO)) ": fim ("
             WS-STATUS-PASSO ")".

           IF WS-STATUS-PASSO = "OK"
             ADD 1 TO WS-QTD-OK
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-ERRO.
           IF WS-ORDEM-ERRO = 0
             MOVE WS-PS-ORDEM(WS-IDX-PASSO) TO WS-ORDEM-ERRO
             MOVE WS-PS-PROGRAMA(WS-IDX-PASSO) TO WS-PROGRAMA-ERRO
           END-IF.

           IF WS-PS-EM-ERRO(WS-IDX-PASSO) NOT = "SEGUE"
             DISPLAY "Rodada interrompida no passo "
               WS-PS-ORDEM(WS-IDX-PASSO) "."
             MOVE 'S' TO WS-INTERROMPIDA
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Condição do passo para a data da rodada
       AVALIAR-CONDICAO.
           MOVE 'S' TO WS-EXECUTAR.
           MOVE SPACES TO WS-MOTIVO-PULO.

           EVALUATE WS-PS-CONDICAO(WS-IDX-PASSO)
             WHEN "DIARIO"
               CONTINUE

             WHEN "DIA-UTIL"
               CALL "DiaUtil" USING WS-DATA-JOB, WS-EH-DIA-UTIL,
                 WS-PROXIMO-DIA-UTIL
               IF WS-EH-DIA-UTIL NOT = 'S'
                 MOVE 'N' TO WS-EXECUTAR
                 MOVE "NAO-DIA-UTIL" TO WS-MOTIVO-PULO
               END-IF

             WHEN "FIM-MES"
               COMPUTE WS-DIA-SEGUINTE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-DATA-JOB) + 1)
               IF WS-DIA-SEGUINTE(7:2) NOT = "01"
                 MOVE 'N' TO WS-EXECUTAR
                 MOVE "NAO-FIM-MES" TO WS-MOTIVO-PULO
               END-IF

             WHEN OTHER
               MOVE 'N' TO WS-EXECUTAR
               MOVE "CONDICAO-INVALIDA" TO WS-MOTIVO-PULO
           END-EVALUATE.

      *    Retorna
           EXIT PARAGRAPH.


      *    Chama o programa do passo. Os programas sem código de
      *    retorno contam como OK quando devolvem o controle; um
      *    programa que aborta deixa o passo sem FIM no log e a
      *    rodada EM-ANDAMENTO, e a próxima execução o repete
       EXECUTAR-PASSO.
           MOVE "OK" TO WS-STATUS-PASSO.

           EVALUATE WS-PS-PROGRAMA(WS-IDX-PASSO)
             WHEN "ImportaCsv"
               CALL "ImportaCsv" USING WS-QTD-IMPORTACOES,
                 WS-QTD-ATUALIZACOES, WS-STATUS-IMPORTACAO
               DISPLAY "Status da Importação: " WS-STATUS-IMPORTACAO
               DISPLAY "Quantidade de produtos importados: "
                 WS-QTD-IMPORTACOES
               DISPLAY "Quantidade de produtos atualizados: "
                 WS-QTD-ATUALIZACOES
               MOVE WS-STATUS-IMPORTACAO TO WS-STATUS-PASSO

             WHEN "ProcessarVendas"
               CALL "ProcessarVendas"

             WHEN "DisponibilidadeCanal"
               CALL "DisponibilidadeCanal"
                 USING WS-PS-OPCAO(WS-IDX-PASSO)

             WHEN "AvisosClientes"
               CALL "AvisosClientes" USING WS-PS-OPCAO(WS-IDX-PASSO)

             WHEN "EtiquetasPrecos"
               CALL "EtiquetasPrecos"

             WHEN "ApuracaoImposto"
               CALL "ApuracaoImposto"

             WHEN "ConciliaCartao"
               CALL "ConciliaCartao"

             WHEN "Consolidacao"
               CALL "Consolidacao"

             WHEN "FechamentoMensal"
               CALL "FechamentoMensal"

             WHEN "SelosIntegridade"
               CALL "SelosIntegridade" USING
                 WS-PS-OPCAO(WS-IDX-PASSO), WS-RESULTADO-SELOS
               MOVE WS-RESULTADO-SELOS TO WS-STATUS-PASSO

             WHEN "BACKUP"
               PERFORM ROTINA-BACKUP-LOTE

             WHEN OTHER
               DISPLAY "Erro! Programa não previsto no job noturno: "
                 FUNCTION TRIM(WS-PS-PROGRAMA(WS-IDX-PASSO))
               MOVE "ER" TO WS-STATUS-PASSO
           END-EVALUATE.

      *    Retorna
           EXIT PARAGRAPH.


      *    Lê os passos de job-noturno.def; sem o arquivo, grava a
      *    definição padrão com a sequência usual da noite
       CARREGAR-DEFINICAO.
           MOVE 0 TO WS-QTD-PASSOS.

           OPEN INPUT ARQ-DEFINICAO.
           IF WS-STATUS-DEF-FILE-NOT-FOUND
             PERFORM GRAVAR-DEFINICAO-PADRAO
             OPEN INPUT ARQ-DEFINICAO
           END-IF.

           IF NOT WS-STATUS-DEF-OK
             DISPLAY "Erro ao abrir job-noturno.def! Status: "
               WS-STATUS-DEF
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-DEFINICAO
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF LINHA-DEFINICAO NOT = SPACES
                    AND LINHA-DEFINICAO(1:1) NOT = "*"
                   PERFORM GUARDAR-PASSO
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-DEFINICAO.

      *    Retorna
           EXIT PARAGRAPH.


       GUARDAR-PASSO.
           MOVE SPACES TO WS-CAMPO-ORDEM-X WS-CAMPO-PROGRAMA
             WS-CAMPO-OPCAO-X WS-CAMPO-CONDICAO WS-CAMPO-EM-ERRO.
           UNSTRING LINHA-DEFINICAO DELIMITED BY ";"
             INTO WS-CAMPO-ORDEM-X, WS-CAMPO-PROGRAMA,
                  WS-CAMPO-OPCAO-X, WS-CAMPO-CONDICAO,
                  WS-CAMPO-EM-ERRO
           END-UNSTRING.

           IF FUNCTION TRIM(WS-CAMPO-ORDEM-X) IS NOT NUMERIC
              OR WS-CAMPO-PROGRAMA = SPACES
             DISPLAY "Linha ignorada em job-noturno.def: "
               FUNCTION TRIM(LINHA-DEFINICAO)
             EXIT PARAGRAPH
           END-IF.

           IF WS-QTD-PASSOS >= 50
             DISPLAY "Passo além do limite de 50 ignorado: "
               FUNCTION TRIM(LINHA-DEFINICAO)
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-PASSOS.
           MOVE FUNCTION NUMVAL(WS-CAMPO-ORDEM-X)
             TO WS-PS-ORDEM(WS-QTD-PASSOS).
           MOVE WS-CAMPO-PROGRAMA TO WS-PS-PROGRAMA(WS-QTD-PASSOS).
           IF FUNCTION TRIM(WS-CAMPO-OPCAO-X) IS NUMERIC
             MOVE FUNCTION NUMVAL(WS-CAMPO-OPCAO-X)
               TO WS-PS-OPCAO(WS-QTD-PASSOS)
           ELSE
             MOVE 0 TO WS-PS-OPCAO(WS-QTD-PASSOS)
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-CAMPO-CONDICAO)
             TO WS-PS-CONDICAO(WS-QTD-PASSOS).
           IF WS-PS-CONDICAO(WS-QTD-PASSOS) = SPACES
             MOVE "DIARIO" TO WS-PS-CONDICAO(WS-QTD-PASSOS)
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-CAMPO-EM-ERRO)
             TO WS-PS-EM-ERRO(WS-QTD-PASSOS).
           MOVE 'N' TO WS-PS-CONCLUIDO(WS-QTD-PASSOS).

      *    Retorna
           EXIT PARAGRAPH.


      *    Sequência usual da noite: a que o modo lote sempre rodou
      *    (importação, fechamento, estoque do delivery, avisos,
      *    selos e backup) e as rotinas antes rodadas à mão na manhã
      *    seguinte, cada uma na sua condição
       GRAVAR-DEFINICAO-PADRAO.
           OPEN OUTPUT ARQ-DEFINICAO.

           MOVE "* ordem;programa;opcao;condicao;em_erro"
             TO LINHA-DEFINICAO.
           WRITE LINHA-DEFINICAO.
           MOVE "010;ImportaCsv;00;DIARIO;PARA" TO LINHA-DEFINICAO.
           WRITE LINHA-DEFINICAO.
           MOVE "020;ProcessarVendas;00;DIARIO;PARA"
             TO LINHA-DEFINICAO.
           WRITE LINHA-DEFINICAO.
           MOVE "030;DisponibilidadeCanal;58;DIARIO;SEGUE"
             TO LINHA-DEFINICAO.
           WRITE LINHA-DEFINICAO.
           MOVE "040;AvisosClientes;62;DIARIO;SEGUE"
             TO LINHA-DEFINICAO.
           WRITE LINHA-DEFINICAO.
           MOVE "050;EtiquetasPrecos;00;DIA-UTIL;SEGUE"
             TO LINHA-DEFINICAO.
           WRITE LINHA-DEFINICAO.
           MOVE "060;ConciliaCartao;00;DIA-UTIL;SEGUE"
             TO LINHA-DEFINICAO.
           WRITE LINHA-DEFINICAO.
           MOVE "070;Consolidacao;00;DIARIO;SEGUE"
             TO LINHA-DEFINICAO.
           WRITE LINHA-DEFINICAO.
           MOVE "080;ApuracaoImposto;00;FIM-MES;SEGUE"
             TO LINHA-DEFINICAO.
           WRITE LINHA-DEFINICAO.
           MOVE "090;FechamentoMensal;00;FIM-MES;PARA"
             TO LINHA-DEFINICAO.
           WRITE LINHA-DEFINICAO.
           MOVE "100;SelosIntegridade;69;DIARIO;SEGUE"
             TO LINHA-DEFINICAO.
           WRITE LINHA-DEFINICAO.
           MOVE "110;BACKUP;00;DIARIO;PARA" TO LINHA-DEFINICAO.
           WRITE LINHA-DEFINICAO.

           CLOSE ARQ-DEFINICAO.

           DISPLAY "job-noturno.def criado com a sequência padrão.".

      *    Retorna
           EXIT PARAGRAPH.


      *    Situação da última rodada: interrompida (no meio ou num
      *    passo PARA) vira retomada; com falha só em passos SEGUE,
      *    só é retomada no mesmo dia
       LER-CONTROLE.
           MOVE 'N' TO WS-RETOMADA.
           MOVE SPACES TO WS-CTL-SITUACAO.

           OPEN INPUT ARQ-CONTROLE-JOB.
           IF NOT WS-STATUS-CTL-OK
             EXIT PARAGRAPH
           END-IF.

           READ ARQ-CONTROLE-JOB
             AT END
               MOVE SPACES TO LINHA-CONTROLE-JOB
           END-READ.
           CLOSE ARQ-CONTROLE-JOB.

           MOVE SPACES TO WS-CTL-DATA-X.
           UNSTRING LINHA-CONTROLE-JOB DELIMITED BY ";"
             INTO WS-CTL-DATA-X, WS-CTL-SITUACAO
           END-UNSTRING.

           IF WS-CTL-DATA-X IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-CTL-SITUACAO
             WHEN "EM-ANDAMENTO"
             WHEN "INTERROMPIDO"
               MOVE 'S' TO WS-RETOMADA
             WHEN "FALHOU"
               IF WS-CTL-DATA-X = WS-DATA-HOJE
                 MOVE 'S' TO WS-RETOMADA
               END-IF
           END-EVALUATE.

           IF WS-RETOMADA = 'S'
             MOVE WS-CTL-DATA-X TO WS-DATA-JOB
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       GRAVAR-CONTROLE.
           ACCEPT WS-DATA-AGORA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.

           OPEN OUTPUT ARQ-CONTROLE-JOB.
           MOVE SPACES TO LINHA-CONTROLE-JOB.
           STRING
             WS-DATA-JOB             DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             WS-SITUACAO-JOB         DELIMITED BY SPACE
             ";"                     DELIMITED BY SIZE
             WS-DATA-AGORA           DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             WS-HORA-AGORA           DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             WS-QTD-OK               DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             WS-QTD-ERRO             DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             WS-QTD-PULADOS          DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             WS-ORDEM-ERRO           DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             WS-PROGRAMA-ERRO        DELIMITED BY SPACE
             INTO LINHA-CONTROLE-JOB
           END-STRING.
           WRITE LINHA-CONTROLE-JOB.
           CLOSE ARQ-CONTROLE-JOB.

      *    Retorna
           EXIT PARAGRAPH.


      *    Na retomada, marca os passos que já terminaram bem (ou
      *    foram pulados) na rodada da mesma data; o último evento
      *    de cada passo é o que vale
       MARCAR-PASSOS-CONCLUIDOS.
           MOVE 0 TO WS-QTD-JA-CONCLUIDOS.

           OPEN INPUT LOG-JOB.
           IF NOT WS-STATUS-LOG-OK
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ LOG-JOB
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 PERFORM MARCAR-EVENTO-LIDO
             END-READ
           END-PERFORM.

           CLOSE LOG-JOB.

           PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
             UNTIL WS-IDX-BUSCA > WS-QTD-PASSOS
             IF WS-PS-CONCLUIDO(WS-IDX-BUSCA) = 'S'
               ADD 1 TO WS-QTD-JA-CONCLUIDOS
             END-IF
           END-PERFORM.

      *    Retorna
           EXIT PARAGRAPH.


       MARCAR-EVENTO-LIDO.
           MOVE SPACES TO WS-CAMPO-DATA-X WS-CAMPO-ORDEM-X
             WS-CAMPO-PROGRAMA WS-CAMPO-EVENTO WS-CAMPO-HORA-X
             WS-CAMPO-SITUACAO.
           UNSTRING LINHA-LOG-JOB DELIMITED BY ";"
             INTO WS-CAMPO-DATA-X, WS-CAMPO-ORDEM-X,
                  WS-CAMPO-PROGRAMA, WS-CAMPO-EVENTO,
                  WS-CAMPO-HORA-X, WS-CAMPO-HORA-X,
                  WS-CAMPO-SITUACAO
           END-UNSTRING.

           IF WS-CAMPO-DATA-X NOT = WS-DATA-JOB
              OR WS-CAMPO-ORDEM-X IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
             UNTIL WS-IDX-BUSCA > WS-QTD-PASSOS
             IF WS-PS-ORDEM(WS-IDX-BUSCA) = WS-CAMPO-ORDEM-X
                AND WS-PS-PROGRAMA(WS-IDX-BUSCA) = WS-CAMPO-PROGRAMA
               EVALUATE TRUE
                 WHEN WS-CAMPO-EVENTO = "PULADO"
                   MOVE 'S' TO WS-PS-CONCLUIDO(WS-IDX-BUSCA)
                 WHEN WS-CAMPO-EVENTO = "FIM"
                      AND WS-CAMPO-SITUACAO = "OK"
                   MOVE 'S' TO WS-PS-CONCLUIDO(WS-IDX-BUSCA)
                 WHEN OTHER
                   MOVE 'N' TO WS-PS-CONCLUIDO(WS-IDX-BUSCA)
               END-EVALUATE
             END-IF
           END-PERFORM.

      *    Retorna
           EXIT PARAGRAPH.


       REGISTRAR-EVENTO.
           ACCEPT WS-DATA-AGORA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.

           OPEN EXTEND LOG-JOB.
           IF WS-STATUS-LOG-FILE-NOT-FOUND
             OPEN OUTPUT LOG-JOB
           END-IF.

           MOVE SPACES TO LINHA-LOG-JOB.
           STRING
             WS-DATA-JOB                  DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             WS-PS-ORDEM(WS-IDX-PASSO)    DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             WS-PS-PROGRAMA(WS-IDX-PASSO) DELIMITED BY SPACE
             ";"                          DELIMITED BY SIZE
             WS-EVENTO                    DELIMITED BY SPACE
             ";"                          DELIMITED BY SIZE
             WS-DATA-AGORA                DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             WS-HORA-AGORA                DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             WS-SITUACAO-EVENTO           DELIMITED BY SPACE
             INTO LINHA-LOG-JOB
           END-STRING.
           WRITE LINHA-LOG-JOB.
           CLOSE LOG-JOB.

      *    Retorna
           EXIT PARAGRAPH.


      *    Backup automático da rodada em lote: copia todo o
      *    diretório de dados (índices, controles, logs e csv) para
      *    backup/AAAAMMDD, lista o que foi salvo para a conferência
      *    do operador da manhã, grava o manifesto da geração
      *    (tamanhos e registros dos índices, para a verificação em
      *    BackupRestauro.cbl) e poda as gerações mais antigas,
      *    mantendo a quantidade configurada em BACKUP_GERACOES
      *    (padrão 7)
       ROTINA-BACKUP-LOTE.
           ACCEPT WS-DATA-BACKUP FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-DIR-BACKUP.
           STRING
             FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/backup/"       DELIMITED BY SIZE
             WS-DATA-BACKUP   DELIMITED BY SIZE
             INTO WS-DIR-BACKUP
           END-STRING.

           DISPLAY "-----------------------------------".
           DISPLAY "Gerando backup em "
             FUNCTION TRIM(WS-DIR-BACKUP) "...".

      *    Cria o diretório datado e copia os arquivos de dados
           MOVE SPACES TO WS-COMANDO-BACKUP.
           STRING
             "mkdir -p "                     DELIMITED BY SIZE
             FUNCTION TRIM(WS-DIR-BACKUP)    DELIMITED BY SIZE
             INTO WS-COMANDO-BACKUP
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO-BACKUP.
           IF RETURN-CODE NOT = 0
             DISPLAY "Erro! Não foi possível criar "
               FUNCTION TRIM(WS-DIR-BACKUP) "!"
             MOVE 0 TO RETURN-CODE
             MOVE "ER" TO WS-STATUS-PASSO
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-COMANDO-BACKUP.
           STRING
             "cp -p "                        DELIMITED BY SIZE
             FUNCTION TRIM(WS-ARCH-DIR)      DELIMITED BY SIZE
             "/*.idx "                       DELIMITED BY SIZE
             FUNCTION TRIM(WS-ARCH-DIR)      DELIMITED BY SIZE
             "/*.dat "                       DELIMITED BY SIZE
             FUNCTION TRIM(WS-ARCH-DIR)      DELIMITED BY SIZE
             "/*.log "                       DELIMITED BY SIZE
             FUNCTION TRIM(WS-ARCH-DIR)      DELIMITED BY SIZE
             "/*.csv "                       DELIMITED BY SIZE
             FUNCTION TRIM(WS-DIR-BACKUP)    DELIMITED BY SIZE
             " 2>/dev/null"                  DELIMITED BY SIZE
             INTO WS-COMANDO-BACKUP
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO-BACKUP.

      *    Lista os arquivos salvos, para a conferência da manhã
           DISPLAY "Arquivos salvos no backup:".
           MOVE SPACES TO WS-COMANDO-BACKUP.
           STRING
             "ls -1 "                        DELIMITED BY SIZE
             FUNCTION TRIM(WS-DIR-BACKUP)    DELIMITED BY SIZE
             INTO WS-COMANDO-BACKUP
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO-BACKUP.

      *    Manifesto da geração; sem ele a cópia não é conferível,
      *    então as gerações antigas não são podadas nesta noite
           CALL "BackupRestauro" USING WS-OPCAO-MANIFESTO,
             WS-DATA-BACKUP, WS-RESULTADO-BACKUP.
           IF WS-RESULTADO-BACKUP NOT = "OK"
             DISPLAY "Erro! Manifesto do backup incompleto; gerações "
               "antigas mantidas."
             MOVE "ER" TO WS-STATUS-PASSO
             DISPLAY "-----------------------------------"
             EXIT PARAGRAPH
           END-IF.

      *    Poda as gerações mais antigas, mantendo as N configuradas
           ACCEPT WS-GERACOES-ENV FROM ENVIRONMENT "BACKUP_GERACOES".
           IF FUNCTION TRIM(WS-GERACOES-ENV) = SPACES
             MOVE 7 TO WS-QTD-GERACOES
           ELSE
             MOVE FUNCTION NUMVAL(WS-GERACOES-ENV)
               TO WS-QTD-GERACOES
           END-IF.

           IF WS-QTD-GERACOES < 1
             MOVE 1 TO WS-QTD-GERACOES
           END-IF.

           MOVE SPACES TO WS-COMANDO-BACKUP.
           STRING
             "ls -1d "                       DELIMITED BY SIZE
             FUNCTION TRIM(WS-ARCH-DIR)      DELIMITED BY SIZE
             "/backup/*/ 2>/dev/null | sort | head -n -"
                                             DELIMITED BY SIZE
             WS-QTD-GERACOES                 DELIMITED BY SIZE
             " | xargs -r rm -rf"            DELIMITED BY SIZE
             INTO WS-COMANDO-BACKUP
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO-BACKUP.

           DISPLAY "Backup concluído (mantidas as últimas "
             WS-QTD-GERACOES " gerações).".
           DISPLAY "-----------------------------------".

      *    Retorna
           EXIT PARAGRAPH.


       CONFIGURAR-CAMINHOS.
           ACCEPT WS-ARCH-DIR FROM ENVIRONMENT "ARCH_DIR".
           IF WS-ARCH-DIR = SPACES
             MOVE "../arch" TO WS-ARCH-DIR
           END-IF.

           MOVE 'N' TO WS-CAMINHO-OVERFLOW.

           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/job-noturno.def" DELIMITED BY SIZE
             INTO WS-PATH-DEFINICAO
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/job-noturno.log" DELIMITED BY SIZE
             INTO WS-PATH-LOG-JOB
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/job-noturno.ctl" DELIMITED BY SIZE
             INTO WS-PATH-CONTROLE-JOB
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.

      *    ARCH_DIR longo demais para caber num dos caminhos: aborta em
      *    vez de operar sobre um caminho truncado e apontar para o
      *    arquivo errado
           IF CAMINHO-OVERFLOW
             DISPLAY "Erro fatal! ARCH_DIR excede o tamanho suportado "
               "para montagem dos caminhos de arquivo!"
             MOVE "ER" TO LS-STATUS-JOB
             EXIT PROGRAM
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.

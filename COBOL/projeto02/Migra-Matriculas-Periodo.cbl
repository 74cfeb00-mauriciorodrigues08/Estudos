       IDENTIFICATION DIVISION.
           PROGRAM-ID. MIGRA-MATRICULAS-PERIODO.
           AUTHOR. Mauricio Rodrigues.

      *    Migração única das matrículas em disciplinas e da fila de
      *    espera para a chave com o período letivo. Cada matrícula
      *    antiga (matrícula+disciplina) vira uma matrícula por
      *    período em que o aluno tem nota lançada no notas.idx; a
      *    primeira é a matrícula regular e as seguintes são de
      *    dependência. Matrículas sem nota nenhuma e a fila de
      *    espera inteira vão para o período padrão informado pelo
      *    operador. Os arquivos novos só tomam o lugar dos antigos
      *    depois de conferidos pela contagem de registros; os
      *    antigos ficam guardados com o sufixo "-antes-periodo", e a
      *    existência dessa cópia impede que a migração rode duas
      *    vezes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Matrículas no layout antigo (chave matrícula+disciplina)
           SELECT ARQ-MAT-ANTIGO ASSIGN TO "matriculas-disciplinas.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-ANT
             RECORD KEY IS ANT-CHAVE.

      *    Cópia guardada por uma migração anterior
           SELECT ARQ-MAT-GUARDADO
             ASSIGN TO "matriculas-disciplinas-antes-periodo.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-GRD
             RECORD KEY IS GRD-CHAVE.

      *    Matrículas no layout novo, gravadas ao lado do original e
      *    renomeadas no fim
           SELECT ARQ-MATRICULAS
             ASSIGN TO "matriculas-disciplinas-periodo.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS
             RECORD KEY IS MAT-CHAVE.

      *    Notas lançadas, de onde saem os períodos de cada matrícula
           SELECT ARQ-NOTAS ASSIGN TO "notas.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-NOTA
             RECORD KEY IS NOTA-CHAVE.

      *    Fila de espera no layout antigo (chave disciplina+seq)
           SELECT ARQ-ESP-ANTIGO ASSIGN TO "espera-disciplinas.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-EAN
             RECORD KEY IS EAN-CHAVE.

      *    Fila de espera no layout novo
           SELECT ARQ-ESPERA
             ASSIGN TO "espera-disciplinas-periodo.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-ESP
             RECORD KEY IS ESP-CHAVE.

       DATA DIVISION.
       FILE SECTION.
      *    Layout antigo de REG-MATRICULA em Gestao-Notas.cbl
       FD ARQ-MAT-ANTIGO.
       01 REG-MAT-ANTIGO.
           05 ANT-CHAVE.
               10 ANT-MATRICULA      PIC X(08).
               10 ANT-DISCIPLINA     PIC X(20).

       FD ARQ-MAT-GUARDADO.
       01 REG-MAT-GUARDADO.
           05 GRD-CHAVE.
               10 GRD-MATRICULA      PIC X(08).
               10 GRD-DISCIPLINA     PIC X(20).

      *    Mesmo layout de REG-MATRICULA em Gestao-Notas.cbl
       FD ARQ-MATRICULAS.
       01 REG-MATRICULA.
           05 MAT-CHAVE.
               10 MAT-MATRICULA      PIC X(08).
               10 MAT-DISCIPLINA     PIC X(20).
               10 MAT-PERIODO        PIC X(06).
           05 MAT-DEPENDENCIA        PIC X(01).
               88 MATRICULA-DEPENDENCIA VALUE 'S'.

      *    Mesmo layout de REG-NOTA em Gestao-Notas.cbl, redeclarado
      *    aqui apenas para consulta
       FD ARQ-NOTAS.
       01 REG-NOTA.
           05 NOTA-CHAVE.
               10 NOTA-MATRICULA     PIC X(08).
               10 NOTA-DISCIPLINA    PIC X(20).
               10 NOTA-PERIODO       PIC X(06).
           05 NOTA-VALOR             PIC 9(02)V99.
           05 NOTA-RECUPERACAO       PIC 9(02)V99.

      *    Layout antigo de REG-ESPERA em Gestao-Notas.cbl
       FD ARQ-ESP-ANTIGO.
       01 REG-ESP-ANTIGO.
           05 EAN-CHAVE.
               10 EAN-DISCIPLINA     PIC X(20).
               10 EAN-SEQ            PIC 9(04).
           05 EAN-MATRICULA          PIC X(08).
           05 EAN-DATA               PIC 9(08).

      *    Mesmo layout de REG-ESPERA em Gestao-Notas.cbl
       FD ARQ-ESPERA.
       01 REG-ESPERA.
           05 ESP-CHAVE.
               10 ESP-DISCIPLINA     PIC X(20).
               10 ESP-PERIODO        PIC X(06).
               10 ESP-SEQ            PIC 9(04).
           05 ESP-MATRICULA          PIC X(08).
           05 ESP-DATA               PIC 9(08).

       WORKING-STORAGE SECTION.
      *    Status de arquivo, com condições nominadas compartilhadas
      *    via copybook (ex.: WS-STATUS-FILE-NOT-FOUND)
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-ANT-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-ANT-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-ANT-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-ANT-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-ANT-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-ANT-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-ANT.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-GRD-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-GRD-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-GRD-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-GRD-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-GRD-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-GRD-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-GRD.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-NOTA-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-NOTA-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-NOTA-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-NOTA-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-NOTA-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-NOTA-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-NOTA.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-EAN-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-EAN-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-EAN-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-EAN-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-EAN-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-EAN-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-EAN.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-ESP-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-ESP-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-ESP-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-ESP-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-ESP-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-ESP-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-ESP.

       01 WS-EOF                     PIC X(01) VALUE 'N'.
       01 WS-EOF-NOTA                PIC X(01) VALUE 'N'.

      * Período padrão, para as matrículas sem nota e para a fila de
      * espera; sugerido pela data corrente (semestre 1 até junho)
       01 WS-PERIODO-PADRAO          PIC X(06).
       01 WS-PERIODO-SUGERIDO        PIC X(06).
       01 WS-PERIODO-VALIDO          PIC X(01).
       01 WS-DATA-HOJE               PIC 9(08).
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-ANO-HOJE            PIC 9(04).
           05 WS-MES-HOJE            PIC 9(02).
           05 WS-DIA-HOJE            PIC 9(02).
       01 WS-SEMESTRE-HOJE           PIC 9(01).

      * Períodos encontrados nas notas da matrícula corrente
       01 WS-QTD-PERIODOS-MAT        PIC 9(02).

      * Contadores da conciliação final
       01 WS-QTD-MAT-LIDAS           PIC 9(05) VALUE 0.
       01 WS-QTD-MAT-COM-NOTA        PIC 9(05) VALUE 0.
       01 WS-QTD-MAT-SEM-NOTA        PIC 9(05) VALUE 0.
       01 WS-QTD-MAT-GRAVADAS        PIC 9(05) VALUE 0.
       01 WS-QTD-MAT-DEPENDENCIA     PIC 9(05) VALUE 0.
       01 WS-QTD-MAT-RELIDAS         PIC 9(05) VALUE 0.
       01 WS-QTD-MAT-ERROS           PIC 9(05) VALUE 0.
       01 WS-QTD-ESP-LIDAS           PIC 9(05) VALUE 0.
       01 WS-QTD-ESP-GRAVADAS        PIC 9(05) VALUE 0.
       01 WS-QTD-ESP-RELIDAS         PIC 9(05) VALUE 0.
       01 WS-QTD-ESP-ERROS           PIC 9(05) VALUE 0.

       01 WS-TEM-NOTAS               PIC X(01) VALUE 'N'.
       01 WS-TEM-ESPERA              PIC X(01) VALUE 'N'.
       01 WS-CONFERE                 PIC X(01) VALUE 'S'.
       01 WS-CONFIRMA                PIC X(01).

       01 WS-COMANDO-MV              PIC X(200).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "------------------------------------------".
           DISPLAY " MIGRAÇÃO DAS MATRÍCULAS PARA O PERÍODO LETIVO"
           DISPLAY "------------------------------------------".

      *    A cópia guardada de uma migração anterior indica que os
      *    arquivos vivos já estão no layout novo
           OPEN INPUT ARQ-MAT-GUARDADO.
           IF NOT WS-STATUS-GRD-FILE-NOT-FOUND
             IF WS-STATUS-GRD-OK
               CLOSE ARQ-MAT-GUARDADO
             END-IF
             DISPLAY "Já migrado anteriormente (existe "
               "matriculas-disciplinas-antes-periodo.idx); nada a "
               "fazer."
             STOP RUN
           END-IF.

           OPEN INPUT ARQ-MAT-ANTIGO.
           IF WS-STATUS-ANT-FILE-NOT-FOUND
             DISPLAY "Arquivo de matrículas (matriculas-disciplinas"
               ".idx) não encontrado. Nada a migrar."
             STOP RUN
           END-IF.
           IF NOT WS-STATUS-ANT-OK
             DISPLAY "Erro ao abrir o arquivo de matrículas! Status: "
               WS-STATUS-ANT
             STOP RUN
           END-IF.

           PERFORM OBTER-PERIODO-PADRAO.

           DISPLAY "Migrar as matrículas usando " WS-PERIODO-PADRAO
             " como período padrão? (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = 'S'
             CLOSE ARQ-MAT-ANTIGO
             DISPLAY "Migração cancelada."
             STOP RUN
           END-IF.

           PERFORM MIGRAR-MATRICULAS.
           PERFORM MIGRAR-ESPERA.

      *    Conferência: toda matrícula antiga gera ao menos uma nova
      *    (uma por período com nota, ou uma no período padrão), e o
      *    arquivo novo relido precisa ter o que foi gravado
           IF WS-QTD-MAT-ERROS > 0
             OR WS-QTD-MAT-COM-NOTA + WS-QTD-MAT-SEM-NOTA
                NOT = WS-QTD-MAT-LIDAS
             OR WS-QTD-MAT-RELIDAS NOT = WS-QTD-MAT-GRAVADAS
             OR WS-QTD-MAT-GRAVADAS < WS-QTD-MAT-LIDAS
             MOVE 'N' TO WS-CONFERE
           END-IF.

           IF WS-QTD-ESP-ERROS > 0
             OR WS-QTD-ESP-GRAVADAS NOT = WS-QTD-ESP-LIDAS
             OR WS-QTD-ESP-RELIDAS NOT = WS-QTD-ESP-GRAVADAS
             MOVE 'N' TO WS-CONFERE
           END-IF.

      *    Relatório de conciliação da migração
           DISPLAY "------------------------------------------".
           DISPLAY " CONCILIAÇÃO DA MIGRAÇÃO"
           DISPLAY "------------------------------------------".
           DISPLAY "Matrículas lidas no layout antigo: "
             WS-QTD-MAT-LIDAS.
           DISPLAY "  com período tirado das notas: "
             WS-QTD-MAT-COM-NOTA.
           DISPLAY "  sem nota, no período padrão " WS-PERIODO-PADRAO
             ": " WS-QTD-MAT-SEM-NOTA.
           DISPLAY "Matrículas gravadas no layout novo: "
             WS-QTD-MAT-GRAVADAS.
           DISPLAY "  das quais de dependência: "
             WS-QTD-MAT-DEPENDENCIA.
           DISPLAY "Matrículas relidas do arquivo novo: "
             WS-QTD-MAT-RELIDAS.
           DISPLAY "Matrículas com erro de gravação: "
             WS-QTD-MAT-ERROS.
           IF WS-TEM-ESPERA = 'S'
             DISPLAY "Fila de espera - lidos: " WS-QTD-ESP-LIDAS
               "  gravados: " WS-QTD-ESP-GRAVADAS
               "  relidos: " WS-QTD-ESP-RELIDAS
               "  erros: " WS-QTD-ESP-ERROS
           ELSE
             DISPLAY "Fila de espera: arquivo inexistente, nada a "
               "migrar."
           END-IF.
           DISPLAY "------------------------------------------".

           IF WS-CONFERE = 'S'
             PERFORM SUBSTITUIR-ARQUIVOS
           ELSE
             DISPLAY "DIVERGÊNCIA na conferência! Os arquivos "
               "originais foram mantidos; os migrados ficaram ao "
               "lado (sufixo -periodo) para análise."
           END-IF.

           STOP RUN.


      *    Sugere o período corrente pela data do sistema e deixa o
      *    operador confirmar ou informar outro
       OBTER-PERIODO-PADRAO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           IF WS-MES-HOJE > 6
             MOVE 2 TO WS-SEMESTRE-HOJE
           ELSE
             MOVE 1 TO WS-SEMESTRE-HOJE
           END-IF.

           MOVE SPACES TO WS-PERIODO-SUGERIDO.
           STRING
             WS-ANO-HOJE          DELIMITED BY SIZE
             "-"                  DELIMITED BY SIZE
             WS-SEMESTRE-HOJE     DELIMITED BY SIZE
             INTO WS-PERIODO-SUGERIDO
           END-STRING.

           MOVE 'N' TO WS-PERIODO-VALIDO.
           PERFORM UNTIL WS-PERIODO-VALIDO = 'S'
             DISPLAY "Período padrão para matrículas sem nota e "
               "fila de espera (AAAA-1 ou AAAA-2, vazio = "
               WS-PERIODO-SUGERIDO "): "
             MOVE SPACES TO WS-PERIODO-PADRAO
             ACCEPT WS-PERIODO-PADRAO
             IF WS-PERIODO-PADRAO = SPACES
               MOVE WS-PERIODO-SUGERIDO TO WS-PERIODO-PADRAO
             END-IF
             PERFORM VALIDAR-PERIODO
           END-PERFORM.

      *    Retorna
           EXIT PARAGRAPH.


       VALIDAR-PERIODO.
           MOVE 'S' TO WS-PERIODO-VALIDO.

           IF WS-PERIODO-PADRAO(1:4) NOT NUMERIC
             OR WS-PERIODO-PADRAO(5:1) NOT = "-"
             OR (WS-PERIODO-PADRAO(6:1) NOT = "1"
                 AND WS-PERIODO-PADRAO(6:1) NOT = "2")
             MOVE 'N' TO WS-PERIODO-VALIDO
             DISPLAY "Período inválido! Use AAAA-1 ou AAAA-2."
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Regrava as matrículas no layout novo e relê o arquivo
      *    gravado para a conferência
       MIGRAR-MATRICULAS.
           OPEN OUTPUT ARQ-MATRICULAS.
           CLOSE ARQ-MATRICULAS.
           OPEN I-O ARQ-MATRICULAS.

           OPEN INPUT ARQ-NOTAS.
           IF WS-STATUS-NOTA-OK
             MOVE 'S' TO WS-TEM-NOTAS
           ELSE
             DISPLAY "Sem notas lançadas (notas.idx); todas as "
               "matrículas vão para o período padrão."
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-MAT-ANTIGO NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 ADD 1 TO WS-QTD-MAT-LIDAS
                 PERFORM MIGRAR-MATRICULA
             END-READ
           END-PERFORM.

           IF WS-TEM-NOTAS = 'S'
             CLOSE ARQ-NOTAS
           END-IF.
           CLOSE ARQ-MAT-ANTIGO.
           CLOSE ARQ-MATRICULAS.

           OPEN INPUT ARQ-MATRICULAS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-MATRICULAS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 ADD 1 TO WS-QTD-MAT-RELIDAS
             END-READ
           END-PERFORM.
           CLOSE ARQ-MATRICULAS.

      *    Retorna
           EXIT PARAGRAPH.


      *    Gera as matrículas novas da matrícula antiga corrente: uma
      *    por período com nota lançada (a chave das notas já vem em
      *    ordem de período, então a primeira é a regular e as
      *    seguintes são dependência) ou, sem nota, uma no período
      *    padrão
       MIGRAR-MATRICULA.
           MOVE 0 TO WS-QTD-PERIODOS-MAT.

           IF WS-TEM-NOTAS = 'S'
             MOVE ANT-MATRICULA TO NOTA-MATRICULA
             MOVE ANT-DISCIPLINA TO NOTA-DISCIPLINA
             MOVE LOW-VALUES TO NOTA-PERIODO
             MOVE 'N' TO WS-EOF-NOTA

             START ARQ-NOTAS KEY IS NOT LESS THAN NOTA-CHAVE
               INVALID KEY
                 MOVE 'S' TO WS-EOF-NOTA
             END-START

             PERFORM UNTIL WS-EOF-NOTA = 'S'
               READ ARQ-NOTAS NEXT RECORD
                 AT END
                   MOVE 'S' TO WS-EOF-NOTA

                 NOT AT END
                   IF NOTA-MATRICULA NOT = ANT-MATRICULA
                     OR NOTA-DISCIPLINA NOT = ANT-DISCIPLINA
                     MOVE 'S' TO WS-EOF-NOTA
                   ELSE
                     MOVE NOTA-PERIODO TO MAT-PERIODO
                     PERFORM GRAVAR-MATRICULA-NOVA
                   END-IF
               END-READ
             END-PERFORM
           END-IF.

           IF WS-QTD-PERIODOS-MAT = 0
             ADD 1 TO WS-QTD-MAT-SEM-NOTA
             MOVE WS-PERIODO-PADRAO TO MAT-PERIODO
             PERFORM GRAVAR-MATRICULA-NOVA
           ELSE
             ADD 1 TO WS-QTD-MAT-COM-NOTA
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Grava a matrícula nova no período MAT-PERIODO; só a
      *    primeira da matrícula antiga é regular
       GRAVAR-MATRICULA-NOVA.
           MOVE ANT-MATRICULA TO MAT-MATRICULA.
           MOVE ANT-DISCIPLINA TO MAT-DISCIPLINA.

           IF WS-QTD-PERIODOS-MAT = 0
             MOVE 'N' TO MAT-DEPENDENCIA
           ELSE
             MOVE 'S' TO MAT-DEPENDENCIA
           END-IF.

           ADD 1 TO WS-QTD-PERIODOS-MAT.

           WRITE REG-MATRICULA
             INVALID KEY
               ADD 1 TO WS-QTD-MAT-ERROS
               DISPLAY "Erro ao gravar " MAT-MATRICULA " "
                 MAT-DISCIPLINA " " MAT-PERIODO "! Status: "
                 WS-STATUS

             NOT INVALID KEY
               ADD 1 TO WS-QTD-MAT-GRAVADAS
               IF MATRICULA-DEPENDENCIA
                 ADD 1 TO WS-QTD-MAT-DEPENDENCIA
               END-IF
           END-WRITE.

      *    Retorna
           EXIT PARAGRAPH.


      *    Regrava a fila de espera no layout novo, toda no período
      *    padrão e mantendo a ordem de chegada
       MIGRAR-ESPERA.
           OPEN INPUT ARQ-ESP-ANTIGO.
           IF WS-STATUS-EAN-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           MOVE 'S' TO WS-TEM-ESPERA.

           OPEN OUTPUT ARQ-ESPERA.
           CLOSE ARQ-ESPERA.
           OPEN I-O ARQ-ESPERA.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-ESP-ANTIGO NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 ADD 1 TO WS-QTD-ESP-LIDAS
                 MOVE EAN-DISCIPLINA TO ESP-DISCIPLINA
                 MOVE WS-PERIODO-PADRAO TO ESP-PERIODO
                 MOVE EAN-SEQ TO ESP-SEQ
                 MOVE EAN-MATRICULA TO ESP-MATRICULA
                 MOVE EAN-DATA TO ESP-DATA
                 WRITE REG-ESPERA
                   INVALID KEY
                     ADD 1 TO WS-QTD-ESP-ERROS
                     DISPLAY "Erro ao gravar a fila de "
                       ESP-DISCIPLINA " seq " ESP-SEQ "! Status: "
                       WS-STATUS-ESP

                   NOT INVALID KEY
                     ADD 1 TO WS-QTD-ESP-GRAVADAS
                 END-WRITE
             END-READ
           END-PERFORM.

           CLOSE ARQ-ESP-ANTIGO.
           CLOSE ARQ-ESPERA.

           OPEN INPUT ARQ-ESPERA.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-ESPERA NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 ADD 1 TO WS-QTD-ESP-RELIDAS
             END-READ
           END-PERFORM.
           CLOSE ARQ-ESPERA.

      *    Retorna
           EXIT PARAGRAPH.


      *    Guarda os originais com o sufixo "-antes-periodo" e coloca
      *    os migrados no lugar
       SUBSTITUIR-ARQUIVOS.
           MOVE SPACES TO WS-COMANDO-MV.
           STRING
             "mv matriculas-disciplinas.idx "      DELIMITED BY SIZE
             "matriculas-disciplinas-antes-periodo.idx"
                                                   DELIMITED BY SIZE
             INTO WS-COMANDO-MV
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO-MV.

           MOVE SPACES TO WS-COMANDO-MV.
           STRING
             "mv matriculas-disciplinas-periodo.idx " DELIMITED BY SIZE
             "matriculas-disciplinas.idx"             DELIMITED BY SIZE
             INTO WS-COMANDO-MV
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO-MV.

           DISPLAY "matriculas-disciplinas.idx migrado; original "
             "guardado em matriculas-disciplinas-antes-periodo.idx.".

           IF WS-TEM-ESPERA = 'S'
             MOVE SPACES TO WS-COMANDO-MV
             STRING
               "mv espera-disciplinas.idx "        DELIMITED BY SIZE
               "espera-disciplinas-antes-periodo.idx"
                                                   DELIMITED BY SIZE
               INTO WS-COMANDO-MV
             END-STRING
             CALL "SYSTEM" USING WS-COMANDO-MV

             MOVE SPACES TO WS-COMANDO-MV
             STRING
               "mv espera-disciplinas-periodo.idx " DELIMITED BY SIZE
               "espera-disciplinas.idx"             DELIMITED BY SIZE
               INTO WS-COMANDO-MV
             END-STRING
             CALL "SYSTEM" USING WS-COMANDO-MV

             DISPLAY "espera-disciplinas.idx migrado; original "
               "guardado em espera-disciplinas-antes-periodo.idx."
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.

       WORKING-STORAGE SECTION.
       01 WS-OPCAO                  PIC 9(02) VALUE 99.

      * Opção do menu complementar (opção 99 do menu principal), que
      * reúne as rotinas acrescentadas depois que o menu principal
      * esgotou a numeração de dois dígitos
       01 WS-OPCAO-COMPL            PIC 9(02) VALUE 99.

      * Código de rotina repassado ao CRUD pelas opções do menu
      * complementar, fora da numeração do menu principal
       01 WS-OPCAO-CRUD             PIC 9(02).

      * Modo de execução: interativo (padrão), lote, consulta ou
      * caixa, recebido pela linha de comando. O modo CAIXA permite
      * um segundo terminal vendendo ao mesmo tempo: ele não toma a
      * Variáveis para Linkage Storage (Estornar Venda)
       01 WS-STATUS-ESTORNO         PIC X(02).

      * Variáveis para Linkage Storage (Job noturno do modo lote)
       01 WS-STATUS-JOB             PIC X(02).

      * Variáveis para Linkage Storage (Backup e Restauração)
       01 WS-GERACAO-BACKUP         PIC 9(08) VALUE 0.
       01 WS-RESULTADO-BACKUP       PIC X(02).

      * Variáveis da trava de uso exclusivo
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
       01 WS-HORA-TRAVA             PIC 9(08).
       01 WS-NOVA-LINHA-TRAVA       PIC X(60).

      * Variáveis de validação de operador contra o cadastro
      * (Operadores.cbl), via o subprograma ValidarOperador
       01 WS-NIVEL-QUALQUER         PIC 9(01) VALUE 0.
       01 WS-NIVEL-SUPERVISOR       PIC 9(01) VALUE 2.
       01 WS-RESULTADO-VALIDACAO    PIC X(02).
       01 WS-RESULTADO-SELOS        PIC X(02).
       01 WS-SUPERVISOR-GATE        PIC X(10).

      * Proteção dos dias fechados: as opções que lançam vendas,
      * estornos, baixas ou movimentos de estoque não rodam depois
      * que o fechamento encerrou o dia corrente, até um supervisor
      * reabri-lo (ResolverDataLancamento.cbl)
       01 WS-DIA-LIBERADO           PIC X(01).
       01 WS-DATA-LANCAMENTO        PIC 9(08).
       01 WS-PROGRAMA-LANCAMENTO    PIC X(20) VALUE SPACES.
       01 WS-REFERENCIA-LANCAMENTO  PIC X(30) VALUE SPACES.
       01 WS-SITUACAO-LANCAMENTO    PIC X(02).


       PROCEDURE DIVISION.
       MAIN.
             STOP RUN
           END-IF.

      *    Modo lote: roda o job noturno sem menu e finaliza. Os
      *    passos (importação, fechamento do dia, backup etc.) e as
      *    condições de cada um vêm de job-noturno.def; uma rodada
      *    que falhou é retomada do passo que falhou (ControleNoturno)
           IF FUNCTION UPPER-CASE(WS-MODO-EXECUCAO) = "LOTE"
             DISPLAY "Executando em modo lote (sem operador)..."
             CALL "ControleNoturno" USING WS-STATUS-JOB

             DISPLAY "Processamento em lote finalizado!"
             PERFORM LIBERAR-TRAVA

      *      Código de retorno diferente de zero para o agendador
      *      saber que a rodada não terminou bem
             IF WS-STATUS-JOB NOT = "OK"
               MOVE 1 TO RETURN-CODE
             END-IF
             STOP RUN
           END-IF.

      *    Executa o programa de importação de produtos
           CALL "ImportaCsv" USING WS-QTD-IMPORTACOES,
             WS-QTD-ATUALIZACOES, WS-STATUS-IMPORTACAO.
           DISPLAY "-----------------------------------".
           DISPLAY " "

      *    Painel de abertura: uma tela só com tudo que o operador
      *    da manhã precisa conferir antes de abrir a loja
           CALL "PainelAbertura".
             DISPLAY "96 - Scorecard de Fornecedores"
             DISPLAY "97 - Importar Pedidos do Canal (App)"
             DISPLAY "98 - Encargos de Fiados Vencidos"
             DISPLAY "99 - Mais Opções (Menu Complementar)"
             DISPLAY "0 - Sair"
             DISPLAY "-----------------------------------"
      
                   PERFORM CHAMA-FECHAMENTO-MENSAL
                 END-IF

               WHEN 99
                 PERFORM MENU-COMPLEMENTAR

               WHEN OTHER
                 DISPLAY "Opção inválida!"

           CLOSE ARQ-TRAVA.


       CHAMA-CRUD.
           PERFORM VERIFICAR-DIA-LANCAMENTO.
           IF WS-DIA-LIBERADO = 'S'
             CALL "CRUD" USING WS-OPCAO
           END-IF.


       CHAMA-FORNECEDORES.


       CHAMA-FIADO.
           PERFORM VERIFICAR-DIA-LANCAMENTO.
           IF WS-DIA-LIBERADO = 'S'
             CALL "VendaFiado" USING WS-OPCAO
           END-IF.


       CHAMA-CLIENTES.


       CHAMA-CONTAGEM.
           PERFORM VERIFICAR-DIA-LANCAMENTO.
           IF WS-DIA-LIBERADO = 'S'
             CALL "ContagemEstoque"
           END-IF.


       CHAMA-PROMOCOES.


       CHAMA-RECEBIMENTO.
           PERFORM VERIFICAR-DIA-LANCAMENTO.
           IF WS-DIA-LIBERADO = 'S'
             CALL "Recebimento"
           END-IF.


       CHAMA-HISTORICO.


       CHAMA-DEVOLUCAO.
           PERFORM VERIFICAR-DIA-LANCAMENTO.
           IF WS-DIA-LIBERADO = 'S'
             CALL "DevolucaoFornecedor" USING WS-OPCAO
           END-IF.


       CHAMA-CAIXA.


       CHAMA-TRANSFERENCIAS.
           PERFORM VERIFICAR-DIA-LANCAMENTO.
           IF WS-DIA-LIBERADO = 'S'
             CALL "Transferencias" USING WS-OPCAO
           END-IF.


       CHAMA-VALORIZACAO.


       CHAMA-QUARENTENA.
           PERFORM VERIFICAR-DIA-LANCAMENTO.
           IF WS-DIA-LIBERADO = 'S'
             CALL "Quarentena" USING WS-OPCAO
           END-IF.


       CHAMA-VENDAS-LENTAS.


       CHAMA-ORCAMENTOS.
           PERFORM VERIFICAR-DIA-LANCAMENTO.
           IF WS-DIA-LIBERADO = 'S'
             CALL "Orcamentos" USING WS-OPCAO
           END-IF.


       CHAMA-SITUACAO-CREDITO.


       CHAMA-CONSIGNACAO.
           PERFORM VERIFICAR-DIA-LANCAMENTO.
           IF WS-DIA-LIBERADO = 'S'
             CALL "Consignacao" USING WS-OPCAO
           END-IF.


       CHAMA-ENTREGAS.


       CHAMA-TRIAGEM.
           PERFORM VERIFICAR-DIA-LANCAMENTO.
           IF WS-DIA-LIBERADO = 'S'
             CALL "Triagem"
           END-IF.


       CHAMA-SCORECARD.


       CHAMA-IMPORTA-CANAL.
           PERFORM VERIFICAR-DIA-LANCAMENTO.
           IF WS-DIA-LIBERADO = 'S'
             CALL "ImportaCanal"
           END-IF.


       CHAMA-ENCARGOS-FIADO.
           CALL "EncargosFiado".


      *    Menu complementar: mesmo esquema do menu principal, com a
      *    sua própria numeração; 0 volta ao menu principal. Os
      *    programas chamados daqui recebem a opção deste menu
       MENU-COMPLEMENTAR.
           MOVE 99 TO WS-OPCAO-COMPL.

           PERFORM UNTIL WS-OPCAO-COMPL = 0
             DISPLAY "-----------------------------------"
             DISPLAY " MENU COMPLEMENTAR"
             DISPLAY "-----------------------------------"
             DISPLAY "1 - Classificação Fiscal do Produto"
             DISPLAY "2 - Listar Classificações Fiscais"
             DISPLAY "3 - Excluir Classificação Fiscal"
             DISPLAY "4 - Produtos sem Classificação Fiscal"
             DISPLAY "5 - Converter Arquivos p/ Quantidades de 5 "
               "Dígitos"
             DISPLAY "6 - Situação do Produto (Ativo/Descontinuado/"
               "Bloqueado)"
             DISPLAY "7 - Descontinuados com Estoque"
             DISPLAY "8 - Converter Fiados p/ Documentos com Itens"
             DISPLAY "9 - Plano de Contas de Despesa"
             DISPLAY "10 - Listar Plano de Contas de Despesa"
             DISPLAY "11 - Lançar Despesa (Contas a Pagar)"
             DISPLAY "12 - Despesas Recorrentes (Contas Fixas)"
             DISPLAY "13 - Listar Despesas Recorrentes"
             DISPLAY "14 - Gerar Despesas Recorrentes do Próximo Mês"
             DISPLAY "15 - Demonstrativo de Resultado (DRE)"
             DISPLAY "16 - Converter Cadastro de Fornecedores"
             DISPLAY "17 - Gerar Remessa de Pagamentos ao Banco"
             DISPLAY "18 - Processar Retorno de Pagamentos do Banco"
             DISPLAY "19 - Conciliação Bancária (Extrato do Banco)"
             DISPLAY "20 - Cheques para Depósito (Custódia)"
             DISPLAY "21 - Depositar/Compensar/Devolver Cheque"
             DISPLAY "22 - Converter Cadastro de Clientes (Classe)"
             DISPLAY "23 - Faixa de Preço por Quantidade (Atacado)"
             DISPLAY "24 - Listar Faixas de Preço"
             DISPLAY "25 - Excluir Faixa de Preço"
             DISPLAY "26 - Controle por Número de Série do Produto"
             DISPLAY "27 - Consultar Número de Série (Garantia)"
             DISPLAY "28 - Números de Série do Produto"
             DISPLAY "29 - Ordem de Montagem de Kits"
             DISPLAY "30 - Ordem de Fracionamento (Granel)"
             DISPLAY "31 - Listar Ordens de Produção"
             DISPLAY "32 - Tipo de Vasilhame Retornável (Depósito)"
             DISPLAY "33 - Listar Vasilhames"
             DISPLAY "34 - Vasilhame do Produto"
             DISPLAY "35 - Devolução de Vasilhames (Reembolso)"
             DISPLAY "36 - Saldos de Vasilhames (Clientes/"
               "Fornecedores)"
             DISPLAY "37 - Regra de Remarcação por Validade"
             DISPLAY "38 - Listar Regras de Remarcação"
             DISPLAY "39 - Excluir Regra de Remarcação"
             DISPLAY "40 - Remarcações do Dia (Lista Matinal)"
             DISPLAY "41 - Remarcação: Recuperado x Quarentenado"
             DISPLAY "42 - Endereço do Produto no Depósito"
             DISPLAY "43 - Lista de Separação: Entregas do Dia"
             DISPLAY "44 - Lista de Separação: Encomendas Prontas"
             DISPLAY "45 - Lista de Separação: Transferência"
             DISPLAY "46 - Conferir Lista de Separação"
             DISPLAY "47 - Definir Orçamento de Compras (Categoria)"
             DISPLAY "48 - Orçado x Comprometido x Recebido"
             DISPLAY "49 - Cancelar Saldo de Ordem de Compra"
             DISPLAY "50 - Código do Produto no Fornecedor"
             DISPLAY "51 - Exportar Pedido para Fornecedor"
             DISPLAY "52 - Importar Aviso de Embarque"
             DISPLAY "53 - Avisos de Embarque Pendentes"
             DISPLAY "54 - Compra Centralizada da Rede"
             DISPLAY "55 - Plano de Distribuição das Compras Centrais"
             DISPLAY "56 - Distribuir Catálogo para as Lojas"
             DISPLAY "57 - Divergências de Catálogo na Rede"
             DISPLAY "58 - Exportar Disponibilidade para o Canal"
             DISPLAY "59 - Carga Completa de Disponibilidade no Canal"
             DISPLAY "60 - Reserva de Segurança do Canal"
             DISPLAY "61 - Listar Reservas de Segurança do Canal"
             DISPLAY "62 - Avisar Vales-Troca a Vencer"
             DISPLAY "63 - Consultar Avisos ao Cliente do Dia"
             DISPLAY "64 - Segmentação de Clientes (RFM)"
             DISPLAY "65 - Dados Pessoais do Cliente (LGPD)"
             DISPLAY "66 - Anonimizar Cliente (LGPD)"
             DISPLAY "67 - Prevenção de Perdas por Operador"
             DISPLAY "68 - Selar Arquivos Fechados"
             DISPLAY "69 - Verificar Selos de Integridade"
             DISPLAY "70 - Listar Gerações de Backup"
             DISPLAY "71 - Verificar Geração de Backup"
             DISPLAY "72 - Restaurar Backup"
             DISPLAY "73 - Posição de Estoque em Data Passada"
             DISPLAY "74 - Registro de Dias Fechados"
             DISPLAY "75 - Reabrir Dia Fechado (Supervisor)"
             DISPLAY "76 - Gerar Eventos da Folha (Supervisor)"
             DISPLAY "77 - Planejar Turno na Escala (Supervisor)"
             DISPLAY "78 - Cancelar Turno da Escala (Supervisor)"
             DISPLAY "79 - Cobertura da Escala x Movimento"
             DISPLAY "80 - Escala x Ponto (Faltas e Atrasos)"
             DISPLAY "0 - Voltar ao Menu Principal"
             DISPLAY "-----------------------------------"

             DISPLAY "Escolha sua opção: " WITH NO ADVANCING
             ACCEPT WS-OPCAO-COMPL

             EVALUATE WS-OPCAO-COMPL
               WHEN 0
                 CONTINUE

               WHEN 1
               WHEN 2
               WHEN 3
               WHEN 4
                 PERFORM CHAMA-CLASSIFICACAO-FISCAL

               WHEN 5
                 PERFORM VALIDAR-SUPERVISOR
                 IF WS-RESULTADO-VALIDACAO = "OK"
                   PERFORM CHAMA-CONVERTE-QUANTIDADES
                 END-IF

               WHEN 6
                 PERFORM VALIDAR-SUPERVISOR
                 IF WS-RESULTADO-VALIDACAO = "OK"
                   MOVE 81 TO WS-OPCAO-CRUD
                   PERFORM CHAMA-CRUD-COMPL
                 END-IF

               WHEN 7
                 MOVE 82 TO WS-OPCAO-CRUD
                 PERFORM CHAMA-CRUD-COMPL

               WHEN 8
                 PERFORM VALIDAR-SUPERVISOR
                 IF WS-RESULTADO-VALIDACAO = "OK"
                   PERFORM CHAMA-CONVERTE-FIADOS
                 END-IF

               WHEN 9
               WHEN 12
                 PERFORM VALIDAR-SUPERVISOR
                 IF WS-RESULTADO-VALIDACAO = "OK"
                   PERFORM CHAMA-DESPESAS
                 END-IF

               WHEN 10
               WHEN 11
               WHEN 13
               WHEN 14
                 PERFORM CHAMA-DESPESAS

               WHEN 15
                 PERFORM CHAMA-DEMONSTRATIVO-RESULTADO

               WHEN 16
                 PERFORM VALIDAR-SUPERVISOR
                 IF WS-RESULTADO-VALIDACAO = "OK"
                   PERFORM CHAMA-CONVERTE-FORNECEDORES
                 END-IF

               WHEN 17
               WHEN 18
                 PERFORM VALIDAR-SUPERVISOR
                 IF WS-RESULTADO-VALIDACAO = "OK"
                   PERFORM CHAMA-REMESSA-PAGAMENTOS
                 END-IF

               WHEN 19
                 PERFORM CHAMA-CONCILIA-BANCO

               WHEN 20
                 PERFORM CHAMA-CHEQUES-CUSTODIA

               WHEN 21
                 PERFORM VALIDAR-SUPERVISOR
                 IF WS-RESULTADO-VALIDACAO = "OK"
                   PERFORM CHAMA-CHEQUES-CUSTODIA
                 END-IF

               WHEN 22
                 PERFORM VALIDAR-SUPERVISOR
                 IF WS-RESULTADO-VALIDACAO = "OK"
                   PERFORM CHAMA-CONVERTE-CLIENTES
                 END-IF

               WHEN 23
               WHEN 25
                 PERFORM VALIDAR-SUPERVISOR
                 IF WS-RESULTADO-VALIDACAO = "OK"
                   PERFORM CHAMA-FAIXAS-PRECO
                 END-IF

               WHEN 24
                 PERFORM CHAMA-FAIXAS-PRECO

               WHEN 26
                 PERFORM VALIDAR-SUPERVISOR
                 IF WS-RESULTADO-VALIDACAO = "OK"
                   MOVE 83 TO WS-OPCAO-CRUD
                   PERFORM CHAMA-CRUD-COMPL
                 END-IF

               WHEN 27
               WHEN 28
                 PERFORM CHAMA-SERIES

      *        As ordens de montagem e de fracionamento movimentam
      *        o estoque: não rodam num dia já fechado
               WHEN 29
               WHEN 30
                 PERFORM VERIFICAR-DIA-ABERTO
                 IF WS-DIA-LIBERADO = 'S'
                   PERFORM CHAMA-ORDENS-PRODUCAO
                 END-IF

               WHEN 31
                 PERFORM CHAMA-ORDENS-PRODUCAO

               WHEN 32
                 PERFORM VALIDAR-SUPERVISOR
                 IF WS-RESULTADO-VALIDACAO = "OK"
                   PERFORM CHAMA-VASILHAMES
                 END-IF

               WHEN 33
               WHEN 35
               WHEN 36
                 PERFORM CHAMA-VASILHAMES

               WHEN 34
                 PERFORM VALIDAR-SUPERVISOR
                 IF WS-RESULTADO-VALIDACAO = "OK"
                   MOVE 84 TO WS-OPCAO-CRUD
                   PERFORM CHAMA-CRUD-COMPL
                 END-IF

               WHEN 37
               WHEN 39
                 PERFORM VALIDAR-SUPERVISOR
                 IF WS-RESULTADO-VALIDACAO = "OK"
                   PERFORM CHAMA-REMARCACAO
                 END-IF

               WHEN 38
               WHEN 40
               WHEN 41
                 PERFORM CHAMA-REMARCACAO

               WHEN 42
                 PERFORM VALIDAR-SUPERVISOR
                 IF WS-RESULTADO-VALIDACAO = "OK"
                   MOVE 85 TO WS-OPCAO-CRUD
                   PERFORM CHAMA-CRUD-COMPL
                 END-IF

               WHEN 43
               WHEN 44
               WHEN 45
               WHEN 46
                 PERFORM CHAMA-SEPARACAO

               WHEN 47
               WHEN 48
               WHEN 49
                 PERFORM CHAMA-ORCAMENTO-COMPRAS

               WHEN 50
               WHEN 51
               WHEN 52
               WHEN 53
                 PERFORM CHAMA-PEDIDOS-FORNECEDOR

               WHEN 54
               WHEN 55
                 PERFORM CHAMA-COMPRAS-CENTRAIS

               WHEN 56
               WHEN 57
                 PERFORM CHAMA-CATALOGO-REDE

               WHEN 58
               WHEN 59
               WHEN 60
               WHEN 61
                 PERFORM CHAMA-DISPONIBILIDADE-CANAL

               WHEN 62
               WHEN 63
                 PERFORM CHAMA-AVISOS-CLIENTES

               WHEN 64
                 PERFORM CHAMA-SEGMENTACAO-CLIENTES

               WHEN 65
               WHEN 66
                 PERFORM CHAMA-PROTECAO-DADOS

               WHEN 67
                 PERFORM CHAMA-PREVENCAO-PERDAS

               WHEN 68
               WHEN 69
                 PERFORM CHAMA-SELOS-INTEGRIDADE

      *        A restauração em produção pede o supervisor dentro do
      *        próprio programa (a de conferência não precisa)
               WHEN 70
               WHEN 71
               WHEN 72
                 PERFORM CHAMA-BACKUP-RESTAURO

               WHEN 73
                 PERFORM CHAMA-POSICAO-ESTOQUE-DATA

      *        A reabertura pede o supervisor dentro do próprio
      *        programa, para anotá-lo no registro de dias fechados
               WHEN 74
               WHEN 75
                 PERFORM CHAMA-DIAS-FECHADOS

               WHEN 76
                 PERFORM VALIDAR-SUPERVISOR
                 IF WS-RESULTADO-VALIDACAO = "OK"
                   PERFORM CHAMA-EVENTOS-FOLHA
                 END-IF

      *        O turno planejado ou cancelado pede o supervisor dentro
      *        do próprio programa, para anotá-lo na escala
               WHEN 77
               WHEN 78
               WHEN 79
               WHEN 80
                 PERFORM CHAMA-ESCALA-OPERADORES

               WHEN OTHER
                 DISPLAY "Opção inválida!"

             END-EVALUATE
           END-PERFORM.

      *    Volta ao menu principal sem encerrar o programa
           MOVE 99 TO WS-OPCAO.


       CHAMA-CLASSIFICACAO-FISCAL.
           CALL "ClassificacaoFiscal" USING WS-OPCAO-COMPL.


       CHAMA-CONVERTE-QUANTIDADES.
           CALL "ConverteQuantidades".


       CHAMA-CONVERTE-FIADOS.
           CALL "ConverteFiados".


       CHAMA-DESPESAS.
           CALL "Despesas" USING WS-OPCAO-COMPL.


       CHAMA-DEMONSTRATIVO-RESULTADO.
           CALL "DemonstrativoResultado".


       CHAMA-CONVERTE-FORNECEDORES.
           CALL "ConverteFornecedores".


       CHAMA-REMESSA-PAGAMENTOS.
           CALL "RemessaPagamentos" USING WS-OPCAO-COMPL.


       CHAMA-CONCILIA-BANCO.
           CALL "ConciliaBanco".


       CHAMA-CHEQUES-CUSTODIA.
           CALL "ChequesCustodia" USING WS-OPCAO-COMPL.


       CHAMA-CONVERTE-CLIENTES.
           CALL "ConverteClientes".


       CHAMA-FAIXAS-PRECO.
           CALL "FaixasPreco" USING WS-OPCAO-COMPL.


       CHAMA-SERIES.
           CALL "Series" USING WS-OPCAO-COMPL.


       CHAMA-ORDENS-PRODUCAO.
           CALL "OrdensProducao" USING WS-OPCAO-COMPL.


       CHAMA-VASILHAMES.
           CALL "Vasilhames" USING WS-OPCAO-COMPL.


       CHAMA-REMARCACAO.
           CALL "Remarcacao" USING WS-OPCAO-COMPL.


       CHAMA-SEPARACAO.
           CALL "Separacao" USING WS-OPCAO-COMPL.


       CHAMA-ORCAMENTO-COMPRAS.
           CALL "OrcamentoCompras" USING WS-OPCAO-COMPL.


       CHAMA-PEDIDOS-FORNECEDOR.
           CALL "PedidosFornecedor" USING WS-OPCAO-COMPL.


       CHAMA-COMPRAS-CENTRAIS.
           CALL "ComprasCentrais" USING WS-OPCAO-COMPL.


       CHAMA-CATALOGO-REDE.
           CALL "CatalogoRede" USING WS-OPCAO-COMPL.


       CHAMA-DISPONIBILIDADE-CANAL.
           CALL "DisponibilidadeCanal" USING WS-OPCAO-COMPL.


       CHAMA-AVISOS-CLIENTES.
           CALL "AvisosClientes" USING WS-OPCAO-COMPL.


       CHAMA-SEGMENTACAO-CLIENTES.
           CALL "SegmentacaoClientes".


       CHAMA-PROTECAO-DADOS.
           CALL "ProtecaoDados" USING WS-OPCAO-COMPL.


       CHAMA-PREVENCAO-PERDAS.
           CALL "PrevencaoPerdas".


       CHAMA-SELOS-INTEGRIDADE.
           CALL "SelosIntegridade" USING WS-OPCAO-COMPL,
             WS-RESULTADO-SELOS.


       CHAMA-BACKUP-RESTAURO.
           CALL "BackupRestauro" USING WS-OPCAO-COMPL,
             WS-GERACAO-BACKUP, WS-RESULTADO-BACKUP.


       CHAMA-POSICAO-ESTOQUE-DATA.
           CALL "PosicaoEstoqueData".


       CHAMA-DIAS-FECHADOS.
           CALL "DiasFechados" USING WS-OPCAO-COMPL.


       CHAMA-EVENTOS-FOLHA.
           CALL "EventosFolha".


       CHAMA-ESCALA-OPERADORES.
           CALL "EscalaOperadores" USING WS-OPCAO-COMPL.


       CHAMA-CRUD-COMPL.
           CALL "CRUD" USING WS-OPCAO-CRUD.


      *    Opções do menu principal que lançam vendas, estornos,
      *    baixas ou movimentos de estoque só rodam com o dia
      *    corrente aberto; as demais ficam sempre liberadas
       VERIFICAR-DIA-LANCAMENTO.
           EVALUATE WS-OPCAO
             WHEN 5
             WHEN 8
             WHEN 15
             WHEN 16
             WHEN 19
             WHEN 26
             WHEN 31
             WHEN 39
             WHEN 45
             WHEN 46
             WHEN 50
             WHEN 51
             WHEN 58
             WHEN 74
             WHEN 76
             WHEN 84
             WHEN 85
             WHEN 95
             WHEN 97
               PERFORM VERIFICAR-DIA-ABERTO
             WHEN OTHER
               MOVE 'S' TO WS-DIA-LIBERADO
           END-EVALUATE.


      *    Consulta o dia corrente no registro de dias fechados: já
      *    encerrado pelo fechamento, o lançamento é recusado até um
      *    supervisor reabrir o dia (menu complementar)
       VERIFICAR-DIA-ABERTO.
           MOVE 'S' TO WS-DIA-LIBERADO.
           ACCEPT WS-DATA-LANCAMENTO FROM DATE YYYYMMDD.

           CALL "ResolverDataLancamento" USING WS-DATA-LANCAMENTO,
             WS-PROGRAMA-LANCAMENTO, WS-REFERENCIA-LANCAMENTO,
             WS-SITUACAO-LANCAMENTO.

           IF WS-SITUACAO-LANCAMENTO = "FC"
             MOVE 'N' TO WS-DIA-LIBERADO
             DISPLAY "O dia " WS-DATA-LANCAMENTO " já foi fechado: "
               "lançamento recusado. Peça ao supervisor para "
               "reabri-lo (menu complementar, opção 75)."
           END-IF.


      *    Pede e valida um operador com nível de supervisor, porta
      *    de entrada das opções sensíveis do menu
       VALIDAR-SUPERVISOR.


       CHAMA-VENDA.
      *    Venda não entra num dia já fechado, nem no terminal de
      *    caixa adicional
           PERFORM VERIFICAR-DIA-ABERTO.
           IF WS-DIA-LIBERADO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

      *    Recebe o identificador do operador que está vendendo e o
      *    valida contra o cadastro, para a auditoria e a comissão
      *    não ganharem "operadores" criados por erro de digitação


       CHAMA-ESTORNO.
           PERFORM VERIFICAR-DIA-ABERTO.
           IF WS-DIA-LIBERADO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           CALL "EstornarVenda" USING WS-STATUS-ESTORNO.

      *    Notifica o status da operação

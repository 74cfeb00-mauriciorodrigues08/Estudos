       IDENTIFICATION DIVISION.
           PROGRAM-ID. BackupRestauro.
           AUTHOR. Maurício Rodrigues.

      *    Conferência e restauração dos backups do modo lote
      *    (backup/AAAAMMDD, gerados pelo job noturno):
      *    70 - lista as gerações disponíveis, com quantidade de
      *         arquivos e tamanho;
      *    71 - verifica uma geração: cada arquivo contra o manifesto
      *         gravado na hora do backup (tamanho e, nos índices,
      *         quantidade de registros, recontada abrindo a cópia);
      *    72 - restaura a geração inteira ou um arquivo no diretório
      *         de conferência (restauracao/AAAAMMDD) ou no diretório
      *         de dados, este só com a trava de uso exclusivo tomada,
      *         a cópia verificada e autorização de supervisor; os
      *         arquivos substituídos são guardados antes em
      *         restauracao/anterior-AAAAMMDD-HHMMSS;
      *    73 - grava o manifesto da geração (chamado pelo backup do
      *         job noturno logo após a cópia).
      *    Toda restauração fica registrada em erros-sistema.log e,
      *    com o detalhe, em backup-restauracoes.log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Lista temporária montada com find (arquivos das gerações)
           SELECT ARQ-LISTA
             ASSIGN TO DYNAMIC WS-PATH-LISTA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LST.

      *    Máscara: <arquivo>;<bytes>;<registros>
      *    Registros só nos índices conhecidos; "-" nos demais
      *    Linhas começando por * são comentário
           SELECT ARQ-MANIFESTO
             ASSIGN TO DYNAMIC WS-PATH-MANIFESTO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-MAN.

      *    Mesmo log central de falhas gravado por RegistraErro.cbl
           SELECT LOG-ERROS-SISTEMA
             ASSIGN TO DYNAMIC WS-PATH-ERROS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ERR.

      *    Máscara: <data>;<hora>;<geracao>;<arquivo>;<destino>;
      *             <supervisor>;<resultado>
      *    Arquivo "*" para a geração inteira; destino CONFERENCIA
      *    ou PRODUCAO; resultado OK ou ER
           SELECT LOG-RESTAURACOES
             ASSIGN TO DYNAMIC WS-PATH-RESTAURACOES
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-RST.

      *    Trava de uso exclusivo tomada por Main.cbl
           SELECT ARQ-TRAVA
             ASSIGN TO DYNAMIC WS-PATH-TRAVA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-TRV.

      *    Índices do diretório de dados, abertos só para contar os
      *    registros (no diretório de dados ou numa geração)
           SELECT IDX-AVISOS
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS AVI-CHAVE.

           SELECT IDX-CHEQUES
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS CHQ-CUSTODIA.

           SELECT IDX-CLASS-FISCAL
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS CF-PRODUTO-CODIGO.

           SELECT IDX-CLIENTES
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS CLIENTE-CODIGO.

           SELECT IDX-VINCULOS
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS CV-CHAVE.

           SELECT IDX-CONSIGNACAO
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS CSG-CHAVE.

           SELECT IDX-CICLO
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS CC-PRODUTO.

           SELECT IDX-CONTAS-PAGAR
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS CP-NUMERO.

           SELECT IDX-COTACOES
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS COT-CHAVE.

           SELECT IDX-DESP-RECORRENTES
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS DR-CODIGO.

           SELECT IDX-DESP-TITULOS
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS DT-TITULO.

           SELECT IDX-DEVOLUCOES
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS DEV-NUMERO.

           SELECT IDX-ENVIADOS
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS DV-CODIGO.

           SELECT IDX-DISTRIBUICAO
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS DC-CHAVE.

           SELECT IDX-ENCOMENDAS
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS ENC-NUMERO.

           SELECT IDX-ENDERECOS
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS END-CHAVE.

           SELECT IDX-ENTREGAS
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS ENT-NUMERO.

           SELECT IDX-ESTOQUE-LOCAL
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS EL-CHAVE.

           SELECT IDX-FAIXAS-PRECO
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS FAIXA-CHAVE.

           SELECT IDX-FIADO-ITENS
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS FITEM-CHAVE.

           SELECT IDX-FORNECEDORES
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS FORNECEDOR-CODIGO.

           SELECT IDX-IMPOSTO-MENSAL
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS IMP-CHAVE.

           SELECT IDX-KITS
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS KIT-CHAVE.

           SELECT IDX-LISTAS
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS SEP-CHAVE.

           SELECT IDX-LOTES
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS LOTE-CHAVE.

           SELECT IDX-METAS
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS META-CHAVE.

           SELECT IDX-OPERADORES
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS OPER-CODIGO.

           SELECT IDX-ORCAMENTO-COMPRAS
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS ORC-CHAVE OF DETALHE-ORCAMENTO-COMPRAS.

           SELECT IDX-ORCAMENTOS
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS ORC-CHAVE
               OF DETALHE-ORCAMENTO.

           SELECT IDX-ORDENS-PRODUCAO
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS OP-NUMERO.

           SELECT IDX-PLANO-DESPESAS
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS PD-CODIGO.

           SELECT IDX-REF-FORNECEDOR
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS REF-CHAVE.

           SELECT IDX-PRODUTOS
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS PRODUTO-CODIGO.

           SELECT IDX-PROMOCOES
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS PROMO-PRODUTO-CODIGO.

           SELECT IDX-QUARENTENA
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS QUAR-CHAVE.

           SELECT IDX-REGRAS-REMARCACAO
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS RR-CHAVE.

           SELECT IDX-REMESSA-TITULOS
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS RP-TITULO.

           SELECT IDX-RESERVA-CANAL
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS RC-CATEGORIA.

           SELECT IDX-SALDOS-VASILHAME
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS SLV-CHAVE.

           SELECT IDX-SERIES
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS SER-NUMERO.

           SELECT IDX-TOTAIS-PERIODO
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS TOTAIS-CHAVE.

           SELECT IDX-TRF-LOJAS
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS TL-NUMERO.

           SELECT IDX-TRANSFERENCIAS
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS TRF-NUMERO.

           SELECT IDX-TRIAGEM
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS TRI-NUMERO.

           SELECT IDX-VALES
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS VALE-NUMERO.

           SELECT IDX-VASILHAMES
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS VAS-CODIGO.

           SELECT IDX-FIADOS
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS FIADO-CODIGO.

           SELECT IDX-ACUM-OPERADOR
             ASSIGN TO DYNAMIC WS-PATH-CONTAGEM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STATUS-CNT
             RECORD KEY IS ACUM-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-LISTA.
       01 LINHA-LISTA               PIC X(200).

       FD ARQ-MANIFESTO.
       01 LINHA-MANIFESTO           PIC X(100).

       FD LOG-ERROS-SISTEMA.
       01 LINHA-ERRO-SISTEMA        PIC X(100).

       FD LOG-RESTAURACOES.
       01 LINHA-RESTAURACAO         PIC X(150).

       FD ARQ-TRAVA.
       01 LINHA-TRAVA               PIC X(60).

      *    Mesmo layout de DETALHE-AVISO em PedidosFornecedor.cbl
       FD IDX-AVISOS.
       01 DETALHE-AVISO.
           05 AVI-CHAVE.
               10 AVI-OC            PIC 9(05).
               10 AVI-SEQ           PIC 9(02).
           05 AVI-FORNECEDOR        PIC 9(05).
           05 AVI-NOTA-FISCAL       PIC X(15).
           05 AVI-PRODUTO           PIC 9(05).
           05 AVI-QTD               PIC 9(05).
           05 AVI-LOTE              PIC X(15).
           05 AVI-VALIDADE          PIC 9(08).
           05 AVI-DATA-IMPORTACAO   PIC 9(08).
           05 AVI-SITUACAO          PIC X(01).
               88 AVI-PENDENTE      VALUE 'P'.
               88 AVI-RECEBIDO      VALUE 'R'.
           05 AVI-QTD-RECEBIDA      PIC 9(05).
           05 FILLER                PIC X(10).

      *    Mesmo layout de DETALHE-CHEQUE em RegistrarCheque.cbl
       FD IDX-CHEQUES.
       01 DETALHE-CHEQUE.
           05 CHQ-CUSTODIA          PIC 9(06).
           05 CHQ-CLIENTE           PIC 9(05).
           05 CHQ-BANCO             PIC 9(03).
           05 CHQ-AGENCIA           PIC X(05).
           05 CHQ-NUMERO            PIC X(10).
           05 CHQ-DOCUMENTO         PIC X(14).
           05 CHQ-VALOR             PIC 9(06)V99.
           05 CHQ-DATA-RECEBIMENTO  PIC 9(08).
           05 CHQ-DATA-DEPOSITO     PIC 9(08).
           05 CHQ-ORIGEM            PIC X(01).
               88 CHQ-DE-VENDA      VALUE 'V'.
               88 CHQ-DE-FIADO      VALUE 'F'.
           05 CHQ-REFERENCIA        PIC 9(06).
           05 CHQ-OPERADOR          PIC X(10).
           05 CHQ-SITUACAO          PIC X(01).
               88 CHQ-EM-CUSTODIA   VALUE 'C'.
               88 CHQ-DEPOSITADO    VALUE 'D'.
               88 CHQ-COMPENSADO    VALUE 'K'.
               88 CHQ-DEVOLVIDO     VALUE 'R'.
           05 CHQ-DATA-DEPOSITADO   PIC 9(08).
           05 CHQ-DATA-BAIXA        PIC 9(08).
           05 CHQ-MOTIVO-DEVOLUCAO  PIC X(30).
           05 CHQ-FIADO-GERADO      PIC 9(05).
           05 FILLER                PIC X(20).

      *    Mesmo layout de DETALHE-CLASS-FISCAL em
      *    ClassificacaoFiscal.cbl
       FD IDX-CLASS-FISCAL.
       01 DETALHE-CLASS-FISCAL.
           05 CF-PRODUTO-CODIGO     PIC 9(05).
           05 CF-NCM                PIC 9(08).
           05 CF-CST                PIC X(03).
           05 CF-CFOP               PIC 9(04).
           05 CF-ALIQUOTA           PIC 9(02)V99.

      *    Mesmo layout de DETALHE-CLIENTE em Clientes.cbl
       FD IDX-CLIENTES.
       01 DETALHE-CLIENTE.
           05 CLIENTE-CODIGO        PIC 9(05).
           05 CLIENTE-NOME          PIC X(30).
           05 CLIENTE-TELEFONE      PIC X(15).
           05 CLIENTE-DOCUMENTO     PIC X(14).
           05 CLIENTE-LIMITE        PIC 9(06)V99.
      *    Saldo de pontos de fidelidade: creditado pela venda
      *    identificada com o cliente (RealizarVenda.cbl) e debitado
      *    quando o cliente resgata pontos como forma de pagamento
           05 CLIENTE-PONTOS        PIC 9(06).
      *    Situação de crédito para vendas fiado: recalculada pelo
      *    batch SituacaoCredito.cbl a partir dos fiados vencidos e
      *    dos pagamentos; bloqueado não abre fiado novo sem um
      *    supervisor
           05 CLIENTE-SIT-CREDITO   PIC X(01).
               88 CREDITO-LIBERADO  VALUE 'L' ' '.
               88 CREDITO-BLOQUEADO VALUE 'B'.
      *    Endereço de entrega padrão: sugerido pela venda marcada
      *    como entrega (RealizarVenda.cbl / Entregas.cbl)
           05 CLIENTE-ENDERECO      PIC X(40).
      *    Isenção dos encargos de atraso no fiado (pensionistas
      *    protegidos pelo dono); consultada por EncargosFiado.cbl
           05 CLIENTE-ISENTO-ENC    PIC X(01).
               88 ISENTO-ENCARGOS   VALUE 'S'.
      *    Classe do cliente (varejo, atacado ou funcionário): escolhe
      *    a tabela de faixas de preço por quantidade (FaixasPreco.cbl)
      *    aplicada na venda e no orçamento; em branco vale varejo
           05 CLIENTE-CLASSE        PIC X(01).
               88 CLASSE-VAREJO     VALUE 'V' ' '.
               88 CLASSE-ATACADO    VALUE 'A'.
               88 CLASSE-FUNCIONARIO VALUE 'F'.
      *    Cliente que pediu para não receber avisos por telefone;
      *    consultado pela fila de avisos (EnfileirarAviso.cbl)
           05 CLIENTE-RECUSA-AVISOS PIC X(01).
               88 RECUSA-AVISOS     VALUE 'S'.
           05 FILLER                PIC X(19).

      *    Mesmo layout de DETALHE-VINCULO em ConciliaBanco.cbl
       FD IDX-VINCULOS.
       01 DETALHE-VINCULO.
           05 CV-CHAVE.
             10 CV-ORIGEM           PIC X(02).
             10 CV-DATA-ORIGEM      PIC 9(08).
             10 CV-VALOR            PIC 9(08)V99.
             10 CV-IDENT            PIC 9(08).
           05 CV-DATA-BANCO         PIC 9(08).
           05 CV-HISTORICO          PIC X(40).
           05 CV-DATA-CONCILIACAO   PIC 9(08).
           05 FILLER                PIC X(10).

      *    Mesmo layout de DETALHE-CONSIGNACAO em Consignacao.cbl
       FD IDX-CONSIGNACAO.
       01 DETALHE-CONSIGNACAO.
           05 CSG-CHAVE.
               10 CSG-PRODUTO       PIC 9(05).
               10 CSG-CONSIGNANTE   PIC 9(05).
           05 CSG-QTD-SALDO         PIC 9(06).
           05 CSG-PRECO-REPASSE     PIC 9(04)V99.
           05 CSG-DATA-ULTIMA       PIC 9(08).

      *    Mesmo layout de DETALHE-CICLO em ContagemCiclica.cbl
       FD IDX-CICLO.
       01 DETALHE-CICLO.
           05 CC-PRODUTO            PIC 9(05).
           05 CC-CLASSE             PIC X(01).
               88 CC-CLASSE-A       VALUE 'A'.
               88 CC-CLASSE-B       VALUE 'B'.
               88 CC-CLASSE-C       VALUE 'C'.
           05 CC-VALOR-JANELA       PIC 9(09)V99.
           05 CC-DATA-CLASSIF       PIC 9(08).
           05 CC-DATA-PROXIMA       PIC 9(08).
           05 CC-DATA-ULTIMA        PIC 9(08).

      *    Mesmo layout de DETALHE-CONTA-PAGAR em ContasPagar.cbl
       FD IDX-CONTAS-PAGAR.
       01 DETALHE-CONTA-PAGAR.
           05 CP-NUMERO             PIC 9(06).
           05 CP-FORNECEDOR         PIC 9(05).
           05 CP-NOTA-FISCAL        PIC X(15).
           05 CP-VALOR              PIC 9(08)V99.
           05 CP-DATA-EMISSAO       PIC 9(08).
           05 CP-DATA-VENCIMENTO    PIC 9(08).
           05 CP-STATUS             PIC X(01).
               88 CP-ABERTO         VALUE 'A'.
               88 CP-PAGO           VALUE 'P'.
           05 CP-DATA-PAGAMENTO     PIC 9(08).
           05 CP-OC-NUMERO          PIC 9(05).

      *    Mesmo layout de DETALHE-COTACAO em CotacaoFornecedor.cbl
       FD IDX-COTACOES.
       01 DETALHE-COTACAO.
           05 COT-CHAVE.
               10 COT-PRODUTO       PIC 9(05).
               10 COT-FORNECEDOR    PIC 9(05).
           05 COT-CUSTO             PIC 9(04)V99.
           05 COT-DATA              PIC 9(08).

      *    Mesmo layout de DETALHE-DESP-RECORRENTE em Despesas.cbl
       FD IDX-DESP-RECORRENTES.
       01 DETALHE-DESP-RECORRENTE.
           05 DR-CODIGO             PIC 9(04).
           05 DR-DESCRICAO          PIC X(30).
           05 DR-CATEGORIA          PIC 9(03).
           05 DR-FORNECEDOR         PIC 9(05).
           05 DR-VALOR              PIC 9(08)V99.
           05 DR-DIA-VENCIMENTO     PIC 9(02).
           05 DR-ULTIMO-MES         PIC 9(06).
           05 DR-SITUACAO           PIC X(01).
               88 DR-ATIVA          VALUE 'A'.
               88 DR-ENCERRADA      VALUE 'E'.
           05 FILLER                PIC X(10).

      *    Mesmo layout de DETALHE-DESP-TITULO em Despesas.cbl
       FD IDX-DESP-TITULOS.
       01 DETALHE-DESP-TITULO.
           05 DT-TITULO             PIC 9(06).
           05 DT-CATEGORIA          PIC 9(03).
           05 DT-DESCRICAO          PIC X(30).
           05 DT-RECORRENTE         PIC 9(04).
           05 DT-MES-REFERENCIA     PIC 9(06).
           05 FILLER                PIC X(10).

      *    Mesmo layout de DETALHE-DEVOLUCAO em DevolucaoFornecedor.cbl
       FD IDX-DEVOLUCOES.
       01 DETALHE-DEVOLUCAO.
           05 DEV-NUMERO            PIC 9(05).
           05 DEV-DATA              PIC 9(08).
           05 DEV-PRODUTO           PIC 9(05).
           05 DEV-DESCRICAO         PIC X(30).
           05 DEV-QTD               PIC 9(03).
           05 DEV-FORNECEDOR        PIC 9(05).
           05 DEV-FORN-NOME         PIC X(30).
           05 DEV-VALOR-CREDITO     PIC 9(06)V99.
           05 DEV-OPERADOR          PIC X(10).
           05 DEV-DATA-CREDITO      PIC 9(08).
           05 DEV-STATUS            PIC X(01).
               88 DEV-PENDENTE      VALUE 'P'.
               88 DEV-CREDITADA     VALUE 'C'.

      *    Mesmo layout de DETALHE-ENVIADO em DisponibilidadeCanal.cbl
       FD IDX-ENVIADOS.
       01 DETALHE-ENVIADO.
           05 DV-CODIGO             PIC 9(05).
           05 DV-QTD                PIC 9(05).
           05 DV-PRECO              PIC 9(04)V99.
           05 DV-DATA               PIC 9(08).

      *    Mesmo layout de DETALHE-DISTRIBUICAO em ComprasCentrais.cbl
       FD IDX-DISTRIBUICAO.
       01 DETALHE-DISTRIBUICAO.
           05 DC-CHAVE.
               10 DC-OC             PIC 9(05).
               10 DC-SEQ            PIC 9(02).
           05 DC-DATA               PIC 9(08).
           05 DC-PRODUTO            PIC 9(05).
           05 DC-DESCRICAO          PIC X(30).
           05 DC-LOJA-DIR           PIC X(60).
           05 DC-QTD-PLANEJADA      PIC 9(05).
           05 DC-QTD-ENVIADA        PIC 9(05).
           05 DC-SITUACAO           PIC X(01).
               88 DC-PENDENTE       VALUE 'P'.
               88 DC-ENVIADA        VALUE 'E'.
           05 DC-OPERADOR           PIC X(10).
           05 FILLER                PIC X(10).

      *    Mesmo layout de DETALHE-ENCOMENDA em Encomendas.cbl
       FD IDX-ENCOMENDAS.
       01 DETALHE-ENCOMENDA.
           05 ENC-NUMERO            PIC 9(05).
           05 ENC-DATA              PIC 9(08).
           05 ENC-CLIENTE           PIC 9(05).
           05 ENC-NOME              PIC X(30).
           05 ENC-TELEFONE          PIC X(15).
           05 ENC-PRODUTO           PIC 9(05).
           05 ENC-DESCRICAO         PIC X(30).
           05 ENC-QTD               PIC 9(03).
           05 ENC-SINAL             PIC 9(06)V99.
           05 ENC-STATUS            PIC X(01).
               88 ENC-ABERTA        VALUE 'A'.
               88 ENC-RESERVADA     VALUE 'R'.
               88 ENC-ATENDIDA      VALUE 'T'.
               88 ENC-CANCELADA     VALUE 'C'.
           05 ENC-DATA-STATUS       PIC 9(08).

      *    Mesmo layout de DETALHE-ENDERECO em CRUD.cbl
       FD IDX-ENDERECOS.
       01 DETALHE-ENDERECO.
           05 END-CHAVE.
               10 END-PRODUTO       PIC 9(05).
               10 END-LOCAL         PIC 9(02).
           05 END-CORREDOR          PIC 9(03).
           05 END-PRATELEIRA        PIC 9(03).
           05 END-NIVEL             PIC 9(02).
           05 FILLER                PIC X(10).

      *    Mesmo layout de DETALHE-ENTREGA em Entregas.cbl
       FD IDX-ENTREGAS.
       01 DETALHE-ENTREGA.
           05 ENT-NUMERO            PIC 9(06).
           05 ENT-DATA              PIC 9(08).
           05 ENT-RECIBO            PIC 9(06).
           05 ENT-CLIENTE           PIC 9(05).
           05 ENT-NOME              PIC X(30).
           05 ENT-TELEFONE          PIC X(15).
           05 ENT-ENDERECO          PIC X(40).
           05 ENT-VALOR             PIC 9(06)V99.
           05 ENT-STATUS            PIC X(01).
               88 ENT-SEPARADA      VALUE 'S'.
               88 ENT-SAIU          VALUE 'A'.
               88 ENT-ENTREGUE      VALUE 'E'.
               88 ENT-DEVOLVIDA     VALUE 'D'.
           05 ENT-DATA-STATUS       PIC 9(08).

      *    Mesmo layout de DETALHE-ESTOQUE-LOCAL em CRUD.cbl
       FD IDX-ESTOQUE-LOCAL.
       01 DETALHE-ESTOQUE-LOCAL.
           05 EL-CHAVE.
               10 EL-CODIGO-PRODUTO PIC 9(05).
               10 EL-CODIGO-LOCAL   PIC 9(02).
           05 EL-QTD-ESTOQUE        PIC 9(05).

      *    Mesmo layout de DETALHE-FAIXA-PRECO em FaixasPreco.cbl
       FD IDX-FAIXAS-PRECO.
       01 DETALHE-FAIXA-PRECO.
           05 FAIXA-CHAVE.
               10 FAIXA-PRODUTO     PIC 9(05).
               10 FAIXA-CLASSE      PIC X(01).
                   88 FAIXA-VAREJO      VALUE 'V'.
                   88 FAIXA-ATACADO     VALUE 'A'.
                   88 FAIXA-FUNCIONARIO VALUE 'F'.
               10 FAIXA-QTD-MINIMA  PIC 9(05).
           05 FAIXA-PRECO           PIC 9(04)V99.
           05 FILLER                PIC X(10).

      *    Mesmo layout de DETALHE-FIADO-ITEM em VendaFiado.cbl
       FD IDX-FIADO-ITENS.
       01 DETALHE-FIADO-ITEM.
           05 FITEM-CHAVE.
               10 FITEM-FIADO        PIC 9(05).
               10 FITEM-SEQ          PIC 9(03).
           05 FITEM-PRODUTO          PIC 9(05).
           05 FITEM-DESCRICAO        PIC X(30).
           05 FITEM-QTD              PIC 9(05).
           05 FITEM-PRECO-UNIT       PIC 9(04)V99.
           05 FITEM-VALOR            PIC 9(06)V99.
           05 FILLER                 PIC X(10).

      *    Mesmo layout de DETALHE-FORNECEDOR em Fornecedores.cbl
       FD IDX-FORNECEDORES.
       01 DETALHE-FORNECEDOR.
           05 FORNECEDOR-CODIGO     PIC 9(05).
           05 FORNECEDOR-NOME       PIC X(30).
           05 FORNECEDOR-CONTATO    PIC X(20).
           05 FORNECEDOR-PRAZO      PIC 9(03).
           05 FORNECEDOR-DOCUMENTO  PIC X(14).
           05 FORNECEDOR-BANCO      PIC 9(03).
           05 FORNECEDOR-AGENCIA    PIC X(05).
           05 FORNECEDOR-CONTA      PIC X(13).
           05 FORNECEDOR-CHAVE-PIX  PIC X(60).
           05 FILLER                PIC X(20).

      *    Mesmo layout de DETALHE-IMPOSTO-MENSAL em ProcessarVendas.cbl
       FD IDX-IMPOSTO-MENSAL.
       01 DETALHE-IMPOSTO-MENSAL.
           05 IMP-CHAVE.
               10 IMP-MES           PIC 9(06).
               10 IMP-CATEGORIA     PIC X(15).
           05 IMP-BASE              PIC 9(09)V99.
           05 IMP-VALOR             PIC 9(09)V99.

      *    Mesmo layout de DETALHE-KIT em Kits.cbl
       FD IDX-KITS.
       01 DETALHE-KIT.
           05 KIT-CHAVE.
               10 KIT-CODIGO        PIC 9(05).
               10 KIT-COMP-SEQ      PIC 9(02).
           05 KIT-DESCRICAO         PIC X(30).
           05 KIT-COMP-PRODUTO      PIC 9(05).
           05 KIT-COMP-QTD          PIC 9(03).

      *    Mesmo layout de DETALHE-SEPARACAO em Separacao.cbl
       FD IDX-LISTAS.
       01 DETALHE-SEPARACAO.
           05 SEP-CHAVE.
               10 SEP-LISTA         PIC 9(05).
               10 SEP-SEQ           PIC 9(03).
           05 SEP-DATA              PIC 9(08).
           05 SEP-ORIGEM            PIC X(01).
               88 SEP-ORIGEM-ENTREGA    VALUE 'E'.
               88 SEP-ORIGEM-ENCOMENDA  VALUE 'N'.
               88 SEP-ORIGEM-TRANSF     VALUE 'T'.
           05 SEP-DOCUMENTO         PIC 9(06).
           05 SEP-PRODUTO           PIC 9(05).
           05 SEP-DESCRICAO         PIC X(30).
           05 SEP-LOCAL             PIC 9(02).
           05 SEP-CORREDOR          PIC 9(03).
           05 SEP-PRATELEIRA        PIC 9(03).
           05 SEP-NIVEL             PIC 9(02).
           05 SEP-QTD-PEDIDA        PIC 9(05).
           05 SEP-QTD-SEPARADA      PIC 9(05).
           05 SEP-STATUS            PIC X(01).
               88 SEP-PENDENTE      VALUE 'P'.
               88 SEP-SEPARADA      VALUE 'S'.
               88 SEP-FALTA         VALUE 'F'.
           05 SEP-OPERADOR          PIC X(10).
           05 SEP-DATA-CONFERENCIA  PIC 9(08).
           05 FILLER                PIC X(10).

      *    Mesmo layout de DETALHE-LOTE em BaixarLotes.cbl
       FD IDX-LOTES.
       01 DETALHE-LOTE.
           05 LOTE-CHAVE.
               10 LOTE-PRODUTO      PIC 9(05).
               10 LOTE-SEQ          PIC 9(04).
           05 LOTE-VALIDADE         PIC 9(08).
           05 LOTE-QTD-SALDO        PIC 9(05).
           05 LOTE-DATA-ENTRADA     PIC 9(08).

      *    Mesmo layout de DETALHE-META em Metas.cbl
       FD IDX-METAS.
       01 DETALHE-META.
           05 META-CHAVE.
               10 META-OPERADOR     PIC X(10).
               10 META-MES          PIC 9(06).
           05 META-VALOR            PIC 9(08)V99.
      *    Prêmio pago na folha quando o vendido do mês alcança a
      *    meta (zero para meta sem prêmio)
           05 META-PREMIO           PIC 9(06)V99.

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
      *    Sign-on por PIN secreto: troca obrigatória no primeiro
      *    uso (e quando redefinido), bloqueio temporário no dia
      *    após erros repetidos e expiração periódica (90 dias)
           05 OPER-PIN              PIC 9(04).
           05 OPER-PIN-DATA-TROCA   PIC 9(08).
           05 OPER-TROCA-PIN        PIC X(01).
               88 TROCA-PIN-PENDENTE
                                    VALUE 'S'.
           05 OPER-ERROS-PIN        PIC 9(01).
           05 OPER-DATA-BLOQUEIO    PIC 9(08).
      *    Código do funcionário (CODIGO em FUNCIONARIOS.DATA) que
      *    recebe na folha as comissões, horas e prêmios do operador
           05 OPER-FUNCIONARIO      PIC X(05).

      *    Mesmo layout de DETALHE-ORCAMENTO em OrcamentoCompras.cbl,
      *    com o registro renomeado (mesmo nome do de Orcamentos.cbl)
       FD IDX-ORCAMENTO-COMPRAS.
       01 DETALHE-ORCAMENTO-COMPRAS.
           05 ORC-CHAVE.
               10 ORC-MES           PIC 9(06).
               10 ORC-CATEGORIA     PIC X(15).
           05 ORC-VALOR             PIC 9(08)V99.
           05 ORC-OPERADOR          PIC X(10).
           05 ORC-DATA              PIC 9(08).
           05 FILLER                PIC X(10).

      *    Mesmo layout de DETALHE-ORCAMENTO em Orcamentos.cbl
       FD IDX-ORCAMENTOS.
       01 DETALHE-ORCAMENTO.
           05 ORC-CHAVE.
               10 ORC-NUMERO        PIC 9(05).
               10 ORC-ITEM-SEQ      PIC 9(02).
           05 ORC-PRODUTO           PIC 9(05).
           05 ORC-DESCRICAO         PIC X(30).
           05 ORC-QTD               PIC 9(03).
           05 ORC-PRECO             PIC 9(04)V99.
           05 ORC-DATA-EMISSAO      PIC 9(08).
           05 ORC-DATA-VALIDADE     PIC 9(08).
           05 ORC-CLIENTE           PIC 9(05).
           05 ORC-STATUS            PIC X(01).
               88 ORC-ABERTO        VALUE 'A'.
               88 ORC-CONVERTIDO    VALUE 'C'.

      *    Mesmo layout de DETALHE-ORDEM-PRODUCAO em OrdensProducao.cbl
       FD IDX-ORDENS-PRODUCAO.
       01 DETALHE-ORDEM-PRODUCAO.
           05 OP-NUMERO             PIC 9(05).
           05 OP-TIPO               PIC X(01).
               88 OP-MONTAGEM       VALUE 'M'.
               88 OP-FRACIONAMENTO  VALUE 'F'.
           05 OP-DATA               PIC 9(08).
           05 OP-OPERADOR           PIC X(10).
           05 OP-PRODUTO-ORIGEM     PIC 9(05).
           05 OP-QTD-ORIGEM         PIC 9(05).
           05 OP-PRODUTO-DESTINO    PIC 9(05).
           05 OP-QTD-DESTINO        PIC 9(05).
           05 OP-CUSTO-TOTAL        PIC 9(07)V99.
           05 OP-VALIDADE           PIC 9(08).
           05 FILLER                PIC X(20).

      *    Mesmo layout de DETALHE-PLANO-DESPESA em Despesas.cbl
       FD IDX-PLANO-DESPESAS.
       01 DETALHE-PLANO-DESPESA.
           05 PD-CODIGO             PIC 9(03).
           05 PD-DESCRICAO          PIC X(30).
           05 PD-CONTA              PIC X(06).
           05 FILLER                PIC X(11).

      *    Mesmo layout de DETALHE-REF-FORNECEDOR em
      *    PedidosFornecedor.cbl
       FD IDX-REF-FORNECEDOR.
       01 DETALHE-REF-FORNECEDOR.
           05 REF-CHAVE.
               10 REF-PRODUTO       PIC 9(05).
               10 REF-FORNECEDOR    PIC 9(05).
           05 REF-CODIGO-FORN       PIC X(20).
           05 REF-OPERADOR          PIC X(10).
           05 REF-DATA              PIC 9(08).
           05 FILLER                PIC X(10).

      *    Mesmo layout de DETALHE-PRODUTO em CRUD.cbl
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
           05 PRODUTO-CUSTO-UNIT   PIC 9(04)V99.
           05 PRODUTO-BARRAS       PIC 9(13).
           05 PRODUTO-UNIDADE      PIC X(02).
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

      *    Mesmo layout de DETALHE-PROMOCAO em Promocoes.cbl
       FD IDX-PROMOCOES.
       01 DETALHE-PROMOCAO.
           05 PROMO-PRODUTO-CODIGO  PIC 9(05).
           05 PROMO-PRECO           PIC 9(04)V99.
           05 PROMO-DATA-INICIO     PIC 9(08).
           05 PROMO-DATA-FIM        PIC 9(08).
           05 PROMO-TIPO            PIC 9(01).
               88 PROMO-PRECO-FIXO  VALUE 0 1.
               88 PROMO-LEVE-PAGUE  VALUE 2.
               88 PROMO-PERC-2A     VALUE 3.
           05 PROMO-QTD-LEVE        PIC 9(03).
           05 PROMO-QTD-PAGUE       PIC 9(03).
           05 PROMO-PERC-DESC       PIC 9(02)V99.

      *    Mesmo layout de DETALHE-QUARENTENA em Quarentena.cbl
       FD IDX-QUARENTENA.
       01 DETALHE-QUARENTENA.
           05 QUAR-CHAVE.
               10 QUAR-PRODUTO      PIC 9(05).
               10 QUAR-DATA         PIC 9(08).
           05 QUAR-DESCRICAO        PIC X(30).
           05 QUAR-QTD              PIC 9(05).
           05 QUAR-OPERADOR         PIC X(10).
           05 QUAR-STATUS           PIC X(01).
               88 QUAR-ATIVA        VALUE 'A'.
               88 QUAR-BAIXADA      VALUE 'B'.
               88 QUAR-DEVOLVIDA    VALUE 'D'.

      *    Mesmo layout de DETALHE-REGRA-REMARCACAO em Remarcacao.cbl
       FD IDX-REGRAS-REMARCACAO.
       01 DETALHE-REGRA-REMARCACAO.
           05 RR-CHAVE.
               10 RR-CATEGORIA      PIC X(15).
               10 RR-DIAS           PIC 9(03).
           05 RR-PERCENTUAL         PIC 9(02).
           05 FILLER                PIC X(10).

      *    Mesmo layout de DETALHE-REMESSA-TITULO em
      *    RemessaPagamentos.cbl
       FD IDX-REMESSA-TITULOS.
       01 DETALHE-REMESSA-TITULO.
           05 RP-TITULO             PIC 9(06).
           05 RP-REMESSA            PIC 9(06).
           05 RP-DATA-REMESSA       PIC 9(08).
           05 RP-VALOR              PIC 9(08)V99.
           05 RP-SITUACAO           PIC X(01).
               88 RP-ENVIADO        VALUE 'E'.
               88 RP-PAGO           VALUE 'P'.
               88 RP-REJEITADO      VALUE 'R'.
           05 RP-OCORRENCIA         PIC X(02).
           05 RP-DATA-RETORNO       PIC 9(08).
           05 FILLER                PIC X(10).

      *    Mesmo layout de DETALHE-RESERVA-CANAL em
      *    DisponibilidadeCanal.cbl
       FD IDX-RESERVA-CANAL.
       01 DETALHE-RESERVA-CANAL.
           05 RC-CATEGORIA          PIC X(15).
           05 RC-QTD-RESERVA        PIC 9(05).
           05 FILLER                PIC X(10).

      *    Mesmo layout de DETALHE-SALDO-VASILHAME em Vasilhames.cbl
       FD IDX-SALDOS-VASILHAME.
       01 DETALHE-SALDO-VASILHAME.
           05 SLV-CHAVE.
               10 SLV-PARCEIRO-TIPO PIC X(01).
                   88 SLV-CLIENTE    VALUE 'C'.
                   88 SLV-FORNECEDOR VALUE 'F'.
               10 SLV-PARCEIRO      PIC 9(05).
               10 SLV-VASILHAME     PIC 9(03).
           05 SLV-QTD               PIC 9(05).
           05 SLV-DATA-ULTIMO-MOV   PIC 9(08).
           05 FILLER                PIC X(10).

      *    Mesmo layout de DETALHE-SERIE em RegistrarSerie.cbl
       FD IDX-SERIES.
       01 DETALHE-SERIE.
           05 SER-NUMERO            PIC X(20).
           05 SER-PRODUTO           PIC 9(05).
           05 SER-SITUACAO          PIC X(01).
               88 SER-EM-ESTOQUE    VALUE 'E'.
               88 SER-VENDIDA       VALUE 'V'.
               88 SER-EM-TRIAGEM    VALUE 'T'.
               88 SER-DEFEITUOSA    VALUE 'D'.
           05 SER-GARANTIA-MESES    PIC 9(03).
           05 SER-FORNECEDOR        PIC 9(05).
           05 SER-OC                PIC 9(05).
           05 SER-DATA-RECEBIMENTO  PIC 9(08).
           05 SER-RECIBO            PIC 9(06).
           05 SER-CLIENTE           PIC 9(05).
           05 SER-DATA-VENDA        PIC 9(08).
           05 SER-DATA-GARANTIA     PIC 9(08).
           05 FILLER                PIC X(20).

      *    Mesmo layout de DETALHE-TOTAIS-PERIODO em ProcessarVendas.cbl
       FD IDX-TOTAIS-PERIODO.
       01 DETALHE-TOTAIS-PERIODO.
           05 TOTAIS-CHAVE          PIC 9(01).
           05 TOTAIS-MES-REF        PIC 9(06).
           05 TOTAIS-ANO-REF        PIC 9(04).
           05 TOTAIS-VENDAS-MES     PIC 9(05).
           05 TOTAIS-VALOR-MES      PIC 9(07)V99.
           05 TOTAIS-VENDAS-ANO     PIC 9(05).
           05 TOTAIS-VALOR-ANO      PIC 9(07)V99.

      *    Mesmo layout de DETALHE-TRF-LOJA em Transferencias.cbl
       FD IDX-TRF-LOJAS.
       01 DETALHE-TRF-LOJA.
           05 TL-NUMERO             PIC 9(05).
           05 TL-DATA               PIC 9(08).
           05 TL-PRODUTO            PIC 9(05).
           05 TL-DESCRICAO          PIC X(30).
           05 TL-QTD                PIC 9(05).
           05 TL-DIR-DESTINO        PIC X(60).
           05 TL-OPERADOR           PIC X(10).
           05 TL-STATUS             PIC X(01).
               88 TL-EM-TRANSITO    VALUE 'T'.
               88 TL-RECEBIDA       VALUE 'R'.
           05 TL-DATA-RECEBIMENTO   PIC 9(08).

      *    Mesmo layout de DETALHE-TRANSFERENCIA em Transferencias.cbl
       FD IDX-TRANSFERENCIAS.
       01 DETALHE-TRANSFERENCIA.
           05 TRF-NUMERO            PIC 9(05).
           05 TRF-DATA              PIC 9(08).
           05 TRF-PRODUTO           PIC 9(05).
           05 TRF-DESCRICAO         PIC X(30).
           05 TRF-QTD               PIC 9(05).
           05 TRF-LOCAL-ORIGEM      PIC 9(02).
           05 TRF-LOCAL-DESTINO     PIC 9(02).
           05 TRF-OPERADOR          PIC X(10).
           05 TRF-QTD-RECEBIDA      PIC 9(05).
           05 TRF-DATA-RECEBIMENTO  PIC 9(08).
           05 TRF-STATUS            PIC X(01).
               88 TRF-EM-TRANSITO   VALUE 'T'.
               88 TRF-RECEBIDA      VALUE 'R'.

      *    Mesmo layout de DETALHE-TRIAGEM em Triagem.cbl
       FD IDX-TRIAGEM.
       01 DETALHE-TRIAGEM.
           05 TRI-NUMERO            PIC 9(05).
           05 TRI-DATA              PIC 9(08).
           05 TRI-PRODUTO           PIC 9(05).
           05 TRI-DESCRICAO         PIC X(30).
           05 TRI-QTD               PIC 9(03).
           05 TRI-OPER-ENTRADA      PIC X(10).
           05 TRI-STATUS            PIC X(01).
               88 TRI-PENDENTE      VALUE 'P'.
               88 TRI-REPOSTA       VALUE 'R'.
               88 TRI-BAIXADA       VALUE 'B'.
           05 TRI-DATA-DECISAO      PIC 9(08).
           05 TRI-OPER-DECISAO      PIC X(10).

      *    Mesmo layout de DETALHE-VALE em EstornarVenda.cbl
       FD IDX-VALES.
       01 DETALHE-VALE.
           05 VALE-NUMERO           PIC 9(06).
           05 VALE-CLIENTE          PIC 9(05).
           05 VALE-VALOR            PIC 9(06)V99.
           05 VALE-DATA-EMISSAO     PIC 9(08).
           05 VALE-DATA-VALIDADE    PIC 9(08).
           05 VALE-STATUS           PIC X(01).
               88 VALE-ATIVO        VALUE 'A'.
               88 VALE-UTILIZADO    VALUE 'U'.
           05 VALE-DATA-USO         PIC 9(08).

      *    Mesmo layout de DETALHE-VASILHAME em Vasilhames.cbl
       FD IDX-VASILHAMES.
       01 DETALHE-VASILHAME.
           05 VAS-CODIGO            PIC 9(03).
           05 VAS-DESCRICAO         PIC X(30).
           05 VAS-VALOR-DEPOSITO    PIC 9(04)V99.
           05 VAS-QTD-VAZIOS        PIC 9(05).
           05 FILLER                PIC X(20).

      *    Mesmo layout de DETALHE-FIADO em VendaFiado.cbl
       FD IDX-FIADOS.
       01 DETALHE-FIADO.
           05 FIADO-CODIGO           PIC 9(05).
           05 FIADO-CLIENTE-CODIGO   PIC 9(05).
           05 FIADO-TIPO-REG         PIC X(01).
               88 FIADO-DOCUMENTO    VALUE 'D'.
           05 FIADO-QTD-ITENS        PIC 9(03).
           05 FIADO-RECIBO           PIC 9(06).
           05 FIADO-VALOR-VENDA      PIC 9(06)V99.
           05 FIADO-ORIGEM           PIC X(01).
               88 FIADO-CHEQUE-DEVOLVIDO VALUE 'C'.
           05 FILLER                 PIC X(21).
           05 FIADO-VALOR-TOTAL      PIC 9(06)V99.
           05 FIADO-VALOR-PAGO       PIC 9(06)V99.
           05 FIADO-VALOR-SALDO      PIC 9(06)V99.
           05 FIADO-OPERADOR         PIC X(10).
           05 FIADO-DATA             PIC 9(08).
           05 FIADO-DATA-VENCIMENTO  PIC 9(08).
           05 FIADO-STATUS           PIC X(01).
               88 FIADO-ABERTO       VALUE 'A'.
               88 FIADO-QUITADO      VALUE 'P'.
               88 FIADO-CANCELADO    VALUE 'C'.
               88 FIADO-INCOBRAVEL   VALUE 'I'.

      *    Mesmo layout de DETALHE-ACUM-OPERADOR em ProcessarVendas.cbl
       FD IDX-ACUM-OPERADOR.
       01 DETALHE-ACUM-OPERADOR.
           05 ACUM-CHAVE.
               10 ACUM-OPERADOR     PIC X(10).
               10 ACUM-MES          PIC 9(06).
           05 ACUM-VALOR            PIC 9(09)V99.

       WORKING-STORAGE SECTION.
      *    Status de arquivo, com condições nominadas compartilhadas
      *    via copybook (ex.: WS-STATUS-FILE-NOT-FOUND)
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-LST-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-LST-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-LST-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-LST-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-LST-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-LST-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-LST.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-MAN-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-MAN-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-MAN-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-MAN-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-MAN-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-MAN-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-MAN.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-ERR-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-ERR-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-ERR-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-ERR-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-ERR-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-ERR-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-ERR.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-RST-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-RST-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-RST-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-RST-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-RST-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-RST-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-RST.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-TRV-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-TRV-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-TRV-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-TRV-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-TRV-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-TRV-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-TRV.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-CNT-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CNT-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CNT-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CNT-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CNT-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CNT-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CNT.

      * Diretório de dados e caminhos, montados a partir da variável
      * de ambiente ARCH_DIR (veja CONFIGURAR-CAMINHOS)
       01 WS-ARCH-DIR                PIC X(60).
       01 WS-DIR-BACKUPS             PIC X(80).
       01 WS-PATH-LISTA              PIC X(80).
       01 WS-PATH-ERROS              PIC X(80).
       01 WS-PATH-RESTAURACOES       PIC X(80).
       01 WS-PATH-TRAVA              PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

      * Caminhos montados por geração e por arquivo
       01 WS-DIR-GERACAO            PIC X(100).
       01 WS-DIR-DESTINO            PIC X(100).
       01 WS-DIR-ANTERIOR           PIC X(100).
       01 WS-PATH-MANIFESTO         PIC X(130).
       01 WS-PATH-CONTAGEM          PIC X(150).
       01 WS-COMANDO                PIC X(400).

       01 WS-EOF                    PIC X(01).
       01 WS-DATA-HOJE              PIC 9(08).
       01 WS-HORA-AGORA             PIC 9(08).

      * Geração e arquivo tratados
       01 WS-GERACAO                PIC 9(08).
       01 WS-GERACAO-PEDIDA         PIC 9(08).
       01 WS-GERACAO-X              PIC X(08).
       01 WS-NOME-ARQUIVO           PIC X(40).
       01 WS-ARQUIVO-FILTRO         PIC X(40).
       01 WS-BYTES                  PIC 9(12).
       01 WS-BYTES-X                PIC X(12).
       01 WS-BYTES-EDIT             PIC Z(11)9.
       01 WS-REGISTROS-X            PIC X(09).
       01 WS-REGISTROS-EDIT         PIC Z(8)9.
       01 WS-EXTENSAO               PIC X(04).
       01 WS-TAM-NOME               PIC 9(03).

      * Contagem de registros de um índice
       01 WS-QTD-REGISTROS          PIC 9(09).
       01 WS-CONTAVEL               PIC X(01).
       01 WS-FALHA-CONTAGEM         PIC X(01).
       01 WS-EOF-CONTAGEM           PIC X(01).

      * Listagem das gerações
       01 WS-GERACAO-ANTERIOR       PIC X(08).
       01 WS-QTD-ARQ-GERACAO        PIC 9(05).
       01 WS-BYTES-GERACAO          PIC 9(12).
       01 WS-TEM-MANIFESTO          PIC X(01).
       01 WS-QTD-GERACOES           PIC 9(03).
       01 WS-QTD-ARQ-EDIT           PIC ZZZZ9.

      * Manifesto da geração carregado para a verificação
       01 WS-SEM-MANIFESTO          PIC X(01).
       01 WS-QTD-MANIFESTO          PIC 9(03) VALUE 0.
       01 WS-TABELA-MANIFESTO.
           05 WS-MANIFESTO OCCURS 300 TIMES.
             10 WS-MF-ARQUIVO       PIC X(40).
             10 WS-MF-BYTES         PIC 9(12).
             10 WS-MF-REGISTROS     PIC X(09).
             10 WS-MF-ACHADO        PIC X(01).
       01 WS-IDX-MF                 PIC 9(03).
       01 WS-POS-MF                 PIC 9(03).

      * Resultado da verificação
       01 WS-QTD-CONFERIDOS         PIC 9(05).
       01 WS-QTD-RECONTADOS         PIC 9(05).
       01 WS-QTD-PROBLEMAS          PIC 9(05).
       01 WS-PROBLEMA               PIC X(10).
       01 WS-DETALHE-PROBLEMA       PIC X(60).
       01 WS-GERACAO-ACHADA         PIC X(01).
       01 WS-ARQUIVO-ACHADO         PIC X(01).

      * Restauração
       01 WS-DESTINO                PIC 9(01).
           88 DESTINO-CONFERENCIA   VALUE 1.
           88 DESTINO-PRODUCAO      VALUE 2.
       01 WS-DESTINO-NOME           PIC X(12).
       01 WS-SUPERVISOR             PIC X(10).
       01 WS-NIVEL-SUPERVISOR       PIC 9(01) VALUE 2.
       01 WS-RESULTADO-VALIDACAO    PIC X(02).
       01 WS-CONFIRMA               PIC X(01).
       01 WS-RESULTADO-RESTAURACAO  PIC X(02).
       01 WS-CAIXAS-ATIVOS          PIC 9(03).

      * Campos do registro no log central de falhas (mesmo layout
      * de RegistraErro.cbl)
       01 WS-ERRO-PROGRAMA          PIC X(20) VALUE "BackupRestauro".
       01 WS-ERRO-ARQUIVO           PIC X(20).
       01 WS-ERRO-OPERACAO          PIC X(10).

       LINKAGE SECTION.
       01 LS-OPCAO                  PIC 9(02).
       01 LS-GERACAO                PIC 9(08).
       01 LS-RESULTADO              PIC X(02).

       PROCEDURE DIVISION USING LS-OPCAO, LS-GERACAO, LS-RESULTADO.
       MAIN.
           PERFORM CONFIGURAR-CAMINHOS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "OK" TO LS-RESULTADO.

           EVALUATE LS-OPCAO
             WHEN 70
               PERFORM LISTAR-GERACOES

             WHEN 71
               PERFORM VERIFICAR-BACKUP

             WHEN 72
               PERFORM RESTAURAR-BACKUP

             WHEN 73
               PERFORM GRAVAR-MANIFESTO
           END-EVALUATE.

           EXIT PROGRAM.


      *    Gerações disponíveis, da mais antiga para a mais recente,
      *    com a quantidade de arquivos, o tamanho total e se há
      *    manifesto para a verificação
       LISTAR-GERACOES.
           DISPLAY "-----------------------------------".
           DISPLAY " GERAÇÕES DE BACKUP".
           DISPLAY "-----------------------------------".

           MOVE SPACES TO WS-COMANDO.
           STRING
             "find "                       DELIMITED BY SIZE
             FUNCTION TRIM(WS-DIR-BACKUPS) DELIMITED BY SIZE
             " -mindepth 2 -maxdepth 2 -type f -printf "
                                           DELIMITED BY SIZE
             "'%P;%s\n' 2>/dev/null | sort > "
                                           DELIMITED BY SIZE
             FUNCTION TRIM(WS-PATH-LISTA)  DELIMITED BY SIZE
             INTO WS-COMANDO
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO.

           MOVE 0 TO WS-QTD-GERACOES.
           MOVE SPACES TO WS-GERACAO-ANTERIOR.

           OPEN INPUT ARQ-LISTA.
           IF NOT WS-STATUS-LST-OK
             DISPLAY "Nenhuma geração de backup encontrada."
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Geração   Arquivos         Bytes  Manifesto".

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-LISTA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 PERFORM SOMAR-ARQUIVO-GERACAO
             END-READ
           END-PERFORM.

           CLOSE ARQ-LISTA.

           IF WS-GERACAO-ANTERIOR NOT = SPACES
             PERFORM MOSTRAR-GERACAO
           END-IF.

           IF WS-QTD-GERACOES = 0
             DISPLAY "Nenhuma geração de backup encontrada."
           ELSE
             DISPLAY "-----------------------------------"
             DISPLAY "Gerações: " WS-QTD-GERACOES
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Linha da lista: <geracao>/<arquivo>;<bytes>
       SOMAR-ARQUIVO-GERACAO.
           MOVE SPACES TO WS-GERACAO-X WS-NOME-ARQUIVO WS-BYTES-X.
           UNSTRING LINHA-LISTA DELIMITED BY "/" OR ";"
             INTO WS-GERACAO-X, WS-NOME-ARQUIVO, WS-BYTES-X
           END-UNSTRING.

           IF WS-GERACAO-X NOT = WS-GERACAO-ANTERIOR
             IF WS-GERACAO-ANTERIOR NOT = SPACES
               PERFORM MOSTRAR-GERACAO
             END-IF
             MOVE WS-GERACAO-X TO WS-GERACAO-ANTERIOR
             MOVE 0 TO WS-QTD-ARQ-GERACAO
             MOVE 0 TO WS-BYTES-GERACAO
             MOVE 'N' TO WS-TEM-MANIFESTO
           END-IF.

           IF WS-NOME-ARQUIVO = "backup-manifesto.txt"
             MOVE 'S' TO WS-TEM-MANIFESTO
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-ARQ-GERACAO.
           IF FUNCTION TRIM(WS-BYTES-X) IS NUMERIC
             ADD FUNCTION NUMVAL(WS-BYTES-X) TO WS-BYTES-GERACAO
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       MOSTRAR-GERACAO.
           ADD 1 TO WS-QTD-GERACOES.
           MOVE WS-QTD-ARQ-GERACAO TO WS-QTD-ARQ-EDIT.
           MOVE WS-BYTES-GERACAO TO WS-BYTES-EDIT.

           IF WS-TEM-MANIFESTO = 'S'
             DISPLAY WS-GERACAO-ANTERIOR "     " WS-QTD-ARQ-EDIT
               " " WS-BYTES-EDIT "  sim"
           ELSE
             DISPLAY WS-GERACAO-ANTERIOR "     " WS-QTD-ARQ-EDIT
               " " WS-BYTES-EDIT "  não"
           END-IF.


      *    Verificação pedida pelo menu: uma geração inteira
       VERIFICAR-BACKUP.
           DISPLAY "-----------------------------------".
           DISPLAY " VERIFICAÇÃO DE BACKUP".
           DISPLAY "-----------------------------------".

           PERFORM INFORMAR-GERACAO.
           IF WS-GERACAO-ACHADA NOT = 'S'
             MOVE "ER" TO LS-RESULTADO
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-ARQUIVO-FILTRO.
           PERFORM VERIFICAR-GERACAO.

           IF WS-QTD-PROBLEMAS > 0
             MOVE "ER" TO LS-RESULTADO
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Pede a geração (0 = a mais recente) e confere se existe
       INFORMAR-GERACAO.
           DISPLAY "Geração AAAAMMDD (0 para a mais recente): "
             WITH NO ADVANCING.
           MOVE 0 TO WS-GERACAO-PEDIDA.
           ACCEPT WS-GERACAO-PEDIDA.

           MOVE 'N' TO WS-GERACAO-ACHADA.

           MOVE SPACES TO WS-COMANDO.
           STRING
             "find "                       DELIMITED BY SIZE
             FUNCTION TRIM(WS-DIR-BACKUPS) DELIMITED BY SIZE
             " -mindepth 1 -maxdepth 1 -type d -printf "
                                           DELIMITED BY SIZE
             "'%f\n' 2>/dev/null | sort > "
                                           DELIMITED BY SIZE
             FUNCTION TRIM(WS-PATH-LISTA)  DELIMITED BY SIZE
             INTO WS-COMANDO
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO.

           OPEN INPUT ARQ-LISTA.
           IF WS-STATUS-LST-OK
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'S'
               READ ARQ-LISTA
                 AT END
                   MOVE 'S' TO WS-EOF

                 NOT AT END
                   PERFORM CONFERIR-GERACAO-LISTADA
               END-READ
             END-PERFORM
             CLOSE ARQ-LISTA
           END-IF.

           IF WS-GERACAO-ACHADA NOT = 'S'
             IF WS-GERACAO-PEDIDA = 0
               DISPLAY "Nenhuma geração de backup encontrada."
             ELSE
               DISPLAY "Geração " WS-GERACAO-PEDIDA
                 " não encontrada."
             END-IF
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-DIR-GERACAO.
           STRING
             FUNCTION TRIM(WS-DIR-BACKUPS) DELIMITED BY SIZE
             "/"                           DELIMITED BY SIZE
             WS-GERACAO                    DELIMITED BY SIZE
             INTO WS-DIR-GERACAO
           END-STRING.

           DISPLAY "Geração: " WS-GERACAO.

      *    Retorna
           EXIT PARAGRAPH.


      *    A lista vem em ordem: com 0, fica a última (mais recente)
       CONFERIR-GERACAO-LISTADA.
           IF LINHA-LISTA(1:8) IS NOT NUMERIC
              OR LINHA-LISTA(9:1) NOT = SPACE
             EXIT PARAGRAPH
           END-IF.

           IF WS-GERACAO-PEDIDA = 0
              OR LINHA-LISTA(1:8) = WS-GERACAO-PEDIDA
             MOVE 'S' TO WS-GERACAO-ACHADA
             MOVE LINHA-LISTA(1:8) TO WS-GERACAO-X
             MOVE WS-GERACAO-X TO WS-GERACAO
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Confere a geração em WS-DIR-GERACAO contra o manifesto:
      *    todos os arquivos ou só WS-ARQUIVO-FILTRO. Cada índice é
      *    aberto na cópia e tem os registros recontados
       VERIFICAR-GERACAO.
           MOVE 0 TO WS-QTD-CONFERIDOS.
           MOVE 0 TO WS-QTD-RECONTADOS.
           MOVE 0 TO WS-QTD-PROBLEMAS.

           PERFORM CARREGAR-MANIFESTO.
           IF WS-SEM-MANIFESTO = 'S'
             DISPLAY "Geração sem manifesto (anterior à contagem no "
               "backup): só a leitura dos índices é conferida."
           END-IF.

           PERFORM LISTAR-ARQUIVOS-GERACAO.

           OPEN INPUT ARQ-LISTA.
           IF WS-STATUS-LST-OK
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'S'
               READ ARQ-LISTA
                 AT END
                   MOVE 'S' TO WS-EOF

                 NOT AT END
                   PERFORM CONFERIR-ARQUIVO-GERACAO
               END-READ
             END-PERFORM
             CLOSE ARQ-LISTA
           END-IF.

      *    O que o manifesto lista e a cópia não tem mais
           PERFORM VARYING WS-IDX-MF FROM 1 BY 1
             UNTIL WS-IDX-MF > WS-QTD-MANIFESTO
             IF WS-MF-ACHADO(WS-IDX-MF) NOT = 'S'
                AND (WS-ARQUIVO-FILTRO = SPACES
                 OR WS-MF-ARQUIVO(WS-IDX-MF) = WS-ARQUIVO-FILTRO)
               MOVE WS-MF-ARQUIVO(WS-IDX-MF) TO WS-NOME-ARQUIVO
               MOVE "AUSENTE" TO WS-PROBLEMA
               MOVE "consta do manifesto e não está na cópia"
                 TO WS-DETALHE-PROBLEMA
               PERFORM MOSTRAR-PROBLEMA
             END-IF
           END-PERFORM.

           IF WS-ARQUIVO-FILTRO NOT = SPACES
              AND WS-QTD-CONFERIDOS = 0
              AND WS-QTD-PROBLEMAS = 0
             MOVE WS-ARQUIVO-FILTRO TO WS-NOME-ARQUIVO
             MOVE "AUSENTE" TO WS-PROBLEMA
             MOVE "não está na geração" TO WS-DETALHE-PROBLEMA
             PERFORM MOSTRAR-PROBLEMA
           END-IF.

           DISPLAY "-----------------------------------".
           DISPLAY "Arquivos conferidos: " WS-QTD-CONFERIDOS
             "  índices recontados: " WS-QTD-RECONTADOS.
           IF WS-QTD-PROBLEMAS = 0
             DISPLAY "Verificação sem problemas."
           ELSE
             DISPLAY "ATENÇÃO! " WS-QTD-PROBLEMAS
               " problema(s) na cópia."
           END-IF.
           DISPLAY "-----------------------------------".

      *    Retorna
           EXIT PARAGRAPH.


      *    Linha da lista: <arquivo>;<bytes>
       CONFERIR-ARQUIVO-GERACAO.
           MOVE SPACES TO WS-NOME-ARQUIVO WS-BYTES-X.
           UNSTRING LINHA-LISTA DELIMITED BY ";"
             INTO WS-NOME-ARQUIVO, WS-BYTES-X
           END-UNSTRING.

           IF WS-ARQUIVO-FILTRO NOT = SPACES
              AND WS-NOME-ARQUIVO NOT = WS-ARQUIVO-FILTRO
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-CONFERIDOS.
           MOVE 0 TO WS-BYTES.
           IF FUNCTION TRIM(WS-BYTES-X) IS NUMERIC
             MOVE FUNCTION NUMVAL(WS-BYTES-X) TO WS-BYTES
           END-IF.

      *    Posição no manifesto
           MOVE 0 TO WS-POS-MF.
           PERFORM VARYING WS-IDX-MF FROM 1 BY 1
             UNTIL WS-IDX-MF > WS-QTD-MANIFESTO
                OR WS-POS-MF > 0
             IF WS-MF-ARQUIVO(WS-IDX-MF) = WS-NOME-ARQUIVO
               MOVE WS-IDX-MF TO WS-POS-MF
             END-IF
           END-PERFORM.

           IF WS-POS-MF = 0 AND WS-SEM-MANIFESTO NOT = 'S'
             MOVE "INSERIDO" TO WS-PROBLEMA
             MOVE "está na cópia e não consta do manifesto"
               TO WS-DETALHE-PROBLEMA
             PERFORM MOSTRAR-PROBLEMA
             EXIT PARAGRAPH
           END-IF.

           IF WS-POS-MF > 0
             MOVE 'S' TO WS-MF-ACHADO(WS-POS-MF)
             IF WS-MF-BYTES(WS-POS-MF) NOT = WS-BYTES
               MOVE "TAMANHO" TO WS-PROBLEMA
               MOVE WS-MF-BYTES(WS-POS-MF) TO WS-BYTES-EDIT
               MOVE SPACES TO WS-DETALHE-PROBLEMA
               STRING
                 "manifesto com "                DELIMITED BY SIZE
                 FUNCTION TRIM(WS-BYTES-EDIT)    DELIMITED BY SIZE
                 " bytes, cópia com "            DELIMITED BY SIZE
                 FUNCTION TRIM(WS-BYTES-X)       DELIMITED BY SIZE
                 INTO WS-DETALHE-PROBLEMA
               END-STRING
               PERFORM MOSTRAR-PROBLEMA
             END-IF
           END-IF.

      *    Recontagem dos registros do índice na cópia
           MOVE SPACES TO WS-PATH-CONTAGEM.
           STRING
             FUNCTION TRIM(WS-DIR-GERACAO)  DELIMITED BY SIZE
             "/"                            DELIMITED BY SIZE
             FUNCTION TRIM(WS-NOME-ARQUIVO) DELIMITED BY SIZE
             INTO WS-PATH-CONTAGEM
           END-STRING.
           PERFORM CONTAR-REGISTROS.

           IF WS-CONTAVEL NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

           IF WS-FALHA-CONTAGEM = 'S'
             MOVE "ILEGIVEL" TO WS-PROBLEMA
             MOVE SPACES TO WS-DETALHE-PROBLEMA
             STRING
               "índice não abre ou não lê até o fim (status "
                                            DELIMITED BY SIZE
               WS-STATUS-CNT                DELIMITED BY SIZE
               ")"                          DELIMITED BY SIZE
               INTO WS-DETALHE-PROBLEMA
             END-STRING
             PERFORM MOSTRAR-PROBLEMA
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-RECONTADOS.

           IF WS-POS-MF = 0
             EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(WS-MF-REGISTROS(WS-POS-MF)) IS NUMERIC
             IF FUNCTION NUMVAL(WS-MF-REGISTROS(WS-POS-MF))
                NOT = WS-QTD-REGISTROS
               MOVE "REGISTROS" TO WS-PROBLEMA
               MOVE WS-QTD-REGISTROS TO WS-REGISTROS-EDIT
               MOVE SPACES TO WS-DETALHE-PROBLEMA
               STRING
                 "manifesto com "                DELIMITED BY SIZE
                 FUNCTION TRIM(WS-MF-REGISTROS(WS-POS-MF))
                                                 DELIMITED BY SIZE
                 ", cópia com "                  DELIMITED BY SIZE
                 FUNCTION TRIM(WS-REGISTROS-EDIT)
                                                 DELIMITED BY SIZE
                 INTO WS-DETALHE-PROBLEMA
               END-STRING
               PERFORM MOSTRAR-PROBLEMA
             END-IF
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       MOSTRAR-PROBLEMA.
           ADD 1 TO WS-QTD-PROBLEMAS.
           DISPLAY WS-PROBLEMA " " FUNCTION TRIM(WS-NOME-ARQUIVO)
             ": " FUNCTION TRIM(WS-DETALHE-PROBLEMA).


      *    Carrega o manifesto da geração em WS-DIR-GERACAO
       CARREGAR-MANIFESTO.
           MOVE 0 TO WS-QTD-MANIFESTO.
           MOVE 'N' TO WS-SEM-MANIFESTO.

           PERFORM MONTAR-PATH-MANIFESTO.

           OPEN INPUT ARQ-MANIFESTO.
           IF NOT WS-STATUS-MAN-OK
             MOVE 'S' TO WS-SEM-MANIFESTO
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-MANIFESTO
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 IF LINHA-MANIFESTO(1:1) NOT = "*"
                    AND LINHA-MANIFESTO NOT = SPACES
                    AND WS-QTD-MANIFESTO < 300
                   PERFORM GUARDAR-LINHA-MANIFESTO
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ARQ-MANIFESTO.

      *    Retorna
           EXIT PARAGRAPH.


       GUARDAR-LINHA-MANIFESTO.
           ADD 1 TO WS-QTD-MANIFESTO.
           MOVE SPACES TO WS-BYTES-X.
           UNSTRING LINHA-MANIFESTO DELIMITED BY ";"
             INTO WS-MF-ARQUIVO(WS-QTD-MANIFESTO), WS-BYTES-X,
                  WS-MF-REGISTROS(WS-QTD-MANIFESTO)
           END-UNSTRING.
           MOVE 0 TO WS-MF-BYTES(WS-QTD-MANIFESTO).
           IF FUNCTION TRIM(WS-BYTES-X) IS NUMERIC
             MOVE FUNCTION NUMVAL(WS-BYTES-X)
               TO WS-MF-BYTES(WS-QTD-MANIFESTO)
           END-IF.
           MOVE 'N' TO WS-MF-ACHADO(WS-QTD-MANIFESTO).


       MONTAR-PATH-MANIFESTO.
           MOVE SPACES TO WS-PATH-MANIFESTO.
           STRING
             FUNCTION TRIM(WS-DIR-GERACAO) DELIMITED BY SIZE
             "/backup-manifesto.txt"       DELIMITED BY SIZE
             INTO WS-PATH-MANIFESTO
           END-STRING.


      *    Lista os arquivos da geração (sem o próprio manifesto)
       LISTAR-ARQUIVOS-GERACAO.
           MOVE SPACES TO WS-COMANDO.
           STRING
             "find "                       DELIMITED BY SIZE
             FUNCTION TRIM(WS-DIR-GERACAO) DELIMITED BY SIZE
             " -maxdepth 1 -type f ! -name backup-manifesto.txt "
                                           DELIMITED BY SIZE
             "-printf '%f;%s\n' 2>/dev/null | sort > "
                                           DELIMITED BY SIZE
             FUNCTION TRIM(WS-PATH-LISTA)  DELIMITED BY SIZE
             INTO WS-COMANDO
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO.


      *    Grava o manifesto da geração LS-GERACAO, logo após a cópia
      *    do backup: tamanho de cada arquivo copiado e, nos índices,
      *    a quantidade de registros contada no diretório de dados
       GRAVAR-MANIFESTO.
           MOVE LS-GERACAO TO WS-GERACAO.
           MOVE SPACES TO WS-DIR-GERACAO.
           STRING
             FUNCTION TRIM(WS-DIR-BACKUPS) DELIMITED BY SIZE
             "/"                           DELIMITED BY SIZE
             WS-GERACAO                    DELIMITED BY SIZE
             INTO WS-DIR-GERACAO
           END-STRING.

           PERFORM LISTAR-ARQUIVOS-GERACAO.
           PERFORM MONTAR-PATH-MANIFESTO.

           OPEN INPUT ARQ-LISTA.
           IF NOT WS-STATUS-LST-OK
             DISPLAY "Erro! Não foi possível listar a geração "
               WS-GERACAO " para o manifesto."
             MOVE "ER" TO LS-RESULTADO
             EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT ARQ-MANIFESTO.
           IF NOT WS-STATUS-MAN-OK
             DISPLAY "Erro ao gravar o manifesto do backup! Status: "
               WS-STATUS-MAN
             CLOSE ARQ-LISTA
             MOVE "ER" TO LS-RESULTADO
             EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE SPACES TO LINHA-MANIFESTO.
           STRING
             "* geração "     DELIMITED BY SIZE
             WS-GERACAO       DELIMITED BY SIZE
             " gravada em "   DELIMITED BY SIZE
             WS-DATA-HOJE     DELIMITED BY SIZE
             " "              DELIMITED BY SIZE
             WS-HORA-AGORA    DELIMITED BY SIZE
             INTO LINHA-MANIFESTO
           END-STRING.
           WRITE LINHA-MANIFESTO.

           MOVE 0 TO WS-QTD-CONFERIDOS.
           MOVE 0 TO WS-QTD-RECONTADOS.
           MOVE 0 TO WS-QTD-PROBLEMAS.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
             READ ARQ-LISTA
               AT END
                 MOVE 'S' TO WS-EOF

               NOT AT END
                 PERFORM GRAVAR-LINHA-MANIFESTO
             END-READ
           END-PERFORM.

           CLOSE ARQ-LISTA.
           CLOSE ARQ-MANIFESTO.

           DISPLAY "Manifesto do backup: " WS-QTD-CONFERIDOS
             " arquivo(s), " WS-QTD-RECONTADOS
             " índice(s) com registros contados.".

           IF WS-QTD-PROBLEMAS > 0
             DISPLAY "ATENÇÃO! " WS-QTD-PROBLEMAS
               " índice(s) não puderam ser contados."
             MOVE "ER" TO LS-RESULTADO
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       GRAVAR-LINHA-MANIFESTO.
           MOVE SPACES TO WS-NOME-ARQUIVO WS-BYTES-X.
           UNSTRING LINHA-LISTA DELIMITED BY ";"
             INTO WS-NOME-ARQUIVO, WS-BYTES-X
           END-UNSTRING.

           ADD 1 TO WS-QTD-CONFERIDOS.
           MOVE "-" TO WS-REGISTROS-X.

           MOVE SPACES TO WS-PATH-CONTAGEM.
           STRING
             FUNCTION TRIM(WS-ARCH-DIR)     DELIMITED BY SIZE
             "/"                            DELIMITED BY SIZE
             FUNCTION TRIM(WS-NOME-ARQUIVO) DELIMITED BY SIZE
             INTO WS-PATH-CONTAGEM
           END-STRING.
           PERFORM CONTAR-REGISTROS.

           IF WS-CONTAVEL = 'S'
             IF WS-FALHA-CONTAGEM = 'S'
               ADD 1 TO WS-QTD-PROBLEMAS
               DISPLAY "Não foi possível contar "
                 FUNCTION TRIM(WS-NOME-ARQUIVO) " (status "
                 WS-STATUS-CNT ")."
             ELSE
               ADD 1 TO WS-QTD-RECONTADOS
               MOVE WS-QTD-REGISTROS TO WS-REGISTROS-X
             END-IF
           END-IF.

           MOVE SPACES TO LINHA-MANIFESTO.
           STRING
             WS-NOME-ARQUIVO  DELIMITED BY SPACE
             ";"              DELIMITED BY SIZE
             WS-BYTES-X       DELIMITED BY SPACE
             ";"              DELIMITED BY SIZE
             WS-REGISTROS-X   DELIMITED BY SPACE
             INTO LINHA-MANIFESTO
           END-STRING.
           WRITE LINHA-MANIFESTO.

      *    Retorna
           EXIT PARAGRAPH.


      *    Restaura a geração inteira ou um arquivo, no diretório de
      *    conferência ou no de dados (produção)
       RESTAURAR-BACKUP.
           DISPLAY "-----------------------------------".
           DISPLAY " RESTAURAÇÃO DE BACKUP".
           DISPLAY "-----------------------------------".

           MOVE "ER" TO WS-RESULTADO-RESTAURACAO.
           MOVE SPACES TO WS-SUPERVISOR.

           PERFORM INFORMAR-GERACAO.
           IF WS-GERACAO-ACHADA NOT = 'S'
             MOVE "ER" TO LS-RESULTADO
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Arquivo a restaurar (em branco para a geração "
             "inteira): " WITH NO ADVANCING.
           MOVE SPACES TO WS-ARQUIVO-FILTRO.
           ACCEPT WS-ARQUIVO-FILTRO.

           IF WS-ARQUIVO-FILTRO = "backup-manifesto.txt"
              OR WS-ARQUIVO-FILTRO(1:6) = "trava-"
             DISPLAY "Arquivo não restaurável."
             MOVE "ER" TO LS-RESULTADO
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Destino (1-Diretório de conferência  "
             "2-Diretório de dados/produção): " WITH NO ADVANCING.
           MOVE 0 TO WS-DESTINO.
           ACCEPT WS-DESTINO.

           IF NOT DESTINO-CONFERENCIA AND NOT DESTINO-PRODUCAO
             DISPLAY "Destino inválido; restauração cancelada."
             MOVE "ER" TO LS-RESULTADO
             EXIT PARAGRAPH
           END-IF.

      *    A cópia é verificada antes; com problema, só vai para o
      *    diretório de conferência
           PERFORM VERIFICAR-GERACAO.

           IF WS-QTD-CONFERIDOS = 0
             DISPLAY "Nada a restaurar."
             MOVE "ER" TO LS-RESULTADO
             EXIT PARAGRAPH
           END-IF.

           IF WS-QTD-PROBLEMAS > 0
             IF DESTINO-PRODUCAO
               DISPLAY "Restauração em produção recusada: a cópia "
                 "não passou na verificação. Restaure no diretório "
                 "de conferência para inspecionar."
               MOVE "ER" TO LS-RESULTADO
               EXIT PARAGRAPH
             ELSE
               DISPLAY "A cópia tem problemas; restaurando assim "
                 "mesmo no diretório de conferência."
             END-IF
           END-IF.

           IF DESTINO-PRODUCAO
             PERFORM AUTORIZAR-PRODUCAO
             IF WS-RESULTADO-VALIDACAO NOT = "OK"
               MOVE "ER" TO LS-RESULTADO
               EXIT PARAGRAPH
             END-IF
             MOVE "PRODUCAO" TO WS-DESTINO-NOME
             MOVE WS-ARCH-DIR TO WS-DIR-DESTINO
             PERFORM GUARDAR-ARQUIVOS-ATUAIS
           ELSE
             MOVE "CONFERENCIA" TO WS-DESTINO-NOME
             MOVE SPACES TO WS-DIR-DESTINO
             STRING
               FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
               "/restauracao/"            DELIMITED BY SIZE
               WS-GERACAO                 DELIMITED BY SIZE
               INTO WS-DIR-DESTINO
             END-STRING
           END-IF.

           PERFORM COPIAR-DA-GERACAO.
           PERFORM REGISTRAR-RESTAURACAO.

           IF WS-RESULTADO-RESTAURACAO = "OK"
             DISPLAY "Restauração concluída em "
               FUNCTION TRIM(WS-DIR-DESTINO) "."
             IF DESTINO-PRODUCAO
               DISPLAY "Confira os selos de integridade e rode a "
                 "auditoria de integridade antes de operar."
             END-IF
           ELSE
             DISPLAY "Erro! A restauração não foi concluída; veja "
               "as mensagens acima."
             MOVE "ER" TO LS-RESULTADO
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Produção: a trava de uso exclusivo tem de estar tomada por
      *    esta sessão, nenhum terminal de caixa pode estar aberto e
      *    um supervisor autoriza e confirma a substituição
       AUTORIZAR-PRODUCAO.
           MOVE "ER" TO WS-RESULTADO-VALIDACAO.

           MOVE SPACES TO LINHA-TRAVA.
           OPEN INPUT ARQ-TRAVA.
           IF WS-STATUS-TRV-OK
             READ ARQ-TRAVA
               AT END
                 MOVE SPACES TO LINHA-TRAVA
             END-READ
             CLOSE ARQ-TRAVA
           END-IF.

           IF LINHA-TRAVA = SPACES
             DISPLAY "Restauração em produção recusada: a trava de "
               "uso exclusivo não está tomada (restaure pelo menu "
               "do sistema)."
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-COMANDO.
           STRING
             "find "                       DELIMITED BY SIZE
             FUNCTION TRIM(WS-ARCH-DIR)    DELIMITED BY SIZE
             " -maxdepth 1 -name 'trava-caixa-*.dat' -size +0c "
                                           DELIMITED BY SIZE
             "2>/dev/null > "              DELIMITED BY SIZE
             FUNCTION TRIM(WS-PATH-LISTA)  DELIMITED BY SIZE
             INTO WS-COMANDO
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO.

           MOVE 0 TO WS-CAIXAS-ATIVOS.
           OPEN INPUT ARQ-LISTA.
           IF WS-STATUS-LST-OK
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'S'
               READ ARQ-LISTA
                 AT END
                   MOVE 'S' TO WS-EOF

                 NOT AT END
                   ADD 1 TO WS-CAIXAS-ATIVOS
               END-READ
             END-PERFORM
             CLOSE ARQ-LISTA
           END-IF.

           IF WS-CAIXAS-ATIVOS > 0
             DISPLAY "Restauração em produção recusada: "
               WS-CAIXAS-ATIVOS " terminal(is) de caixa aberto(s)."
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Código do supervisor: " WITH NO ADVANCING.
           ACCEPT WS-SUPERVISOR.

           CALL "ValidarOperador" USING WS-SUPERVISOR,
             WS-NIVEL-SUPERVISOR, WS-RESULTADO-VALIDACAO.

           IF WS-RESULTADO-VALIDACAO NOT = "OK"
             DISPLAY "Restauração em produção recusada: código de "
               "supervisor inválido ou sem permissão."
             EXIT PARAGRAPH
           END-IF.

           IF WS-ARQUIVO-FILTRO = SPACES
             DISPLAY "Todos os arquivos de dados serão substituídos "
               "pelos da geração " WS-GERACAO "."
           ELSE
             DISPLAY FUNCTION TRIM(WS-ARQUIVO-FILTRO)
               " será substituído pelo da geração " WS-GERACAO "."
           END-IF.
           DISPLAY "Confirma a restauração em produção? (S/N): "
             WITH NO ADVANCING.
           MOVE SPACES TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.

           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = "S"
             DISPLAY "Restauração cancelada."
             MOVE "ER" TO WS-RESULTADO-VALIDACAO
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Antes de sobrescrever a produção, guarda os arquivos atuais
      *    em restauracao/anterior-AAAAMMDD-HHMMSS, para desfazer
       GUARDAR-ARQUIVOS-ATUAIS.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE SPACES TO WS-DIR-ANTERIOR.
           STRING
             FUNCTION TRIM(WS-ARCH-DIR)  DELIMITED BY SIZE
             "/restauracao/anterior-"    DELIMITED BY SIZE
             WS-DATA-HOJE                DELIMITED BY SIZE
             "-"                         DELIMITED BY SIZE
             WS-HORA-AGORA(1:6)          DELIMITED BY SIZE
             INTO WS-DIR-ANTERIOR
           END-STRING.

           MOVE SPACES TO WS-COMANDO.
           STRING
             "mkdir -p "                   DELIMITED BY SIZE
             FUNCTION TRIM(WS-DIR-ANTERIOR) DELIMITED BY SIZE
             INTO WS-COMANDO
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO.

           MOVE SPACES TO WS-COMANDO.
           IF WS-ARQUIVO-FILTRO = SPACES
             STRING
               "find "                        DELIMITED BY SIZE
               FUNCTION TRIM(WS-ARCH-DIR)     DELIMITED BY SIZE
               " -maxdepth 1 -type f ! -name 'trava-*' -exec "
                                              DELIMITED BY SIZE
               "cp -p -t "                    DELIMITED BY SIZE
               FUNCTION TRIM(WS-DIR-ANTERIOR) DELIMITED BY SIZE
               " {} +"                        DELIMITED BY SIZE
               INTO WS-COMANDO
             END-STRING
           ELSE
             STRING
               "cp -p "                       DELIMITED BY SIZE
               FUNCTION TRIM(WS-ARCH-DIR)     DELIMITED BY SIZE
               "/"                            DELIMITED BY SIZE
               FUNCTION TRIM(WS-ARQUIVO-FILTRO)
                                              DELIMITED BY SIZE
               " "                            DELIMITED BY SIZE
               FUNCTION TRIM(WS-DIR-ANTERIOR) DELIMITED BY SIZE
               " 2>/dev/null"                 DELIMITED BY SIZE
               INTO WS-COMANDO
             END-STRING
           END-IF.
           CALL "SYSTEM" USING WS-COMANDO.
           MOVE 0 TO RETURN-CODE.

           DISPLAY "Arquivos atuais guardados em "
             FUNCTION TRIM(WS-DIR-ANTERIOR) ".".


      *    Copia da geração para WS-DIR-DESTINO; o manifesto e as
      *    travas nunca são restaurados
       COPIAR-DA-GERACAO.
           MOVE SPACES TO WS-COMANDO.
           STRING
             "mkdir -p "                   DELIMITED BY SIZE
             FUNCTION TRIM(WS-DIR-DESTINO) DELIMITED BY SIZE
             INTO WS-COMANDO
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO.
           IF RETURN-CODE NOT = 0
             DISPLAY "Erro! Não foi possível criar "
               FUNCTION TRIM(WS-DIR-DESTINO) "!"
             MOVE 0 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-COMANDO.
           IF WS-ARQUIVO-FILTRO = SPACES
             STRING
               "find "                        DELIMITED BY SIZE
               FUNCTION TRIM(WS-DIR-GERACAO)  DELIMITED BY SIZE
               " -maxdepth 1 -type f ! -name backup-manifesto.txt "
                                              DELIMITED BY SIZE
               "! -name 'trava-*' -exec cp -p -t "
                                              DELIMITED BY SIZE
               FUNCTION TRIM(WS-DIR-DESTINO)  DELIMITED BY SIZE
               " {} +"                        DELIMITED BY SIZE
               INTO WS-COMANDO
             END-STRING
           ELSE
             STRING
               "cp -p "                       DELIMITED BY SIZE
               FUNCTION TRIM(WS-DIR-GERACAO)  DELIMITED BY SIZE
               "/"                            DELIMITED BY SIZE
               FUNCTION TRIM(WS-ARQUIVO-FILTRO)
                                              DELIMITED BY SIZE
               " "                            DELIMITED BY SIZE
               FUNCTION TRIM(WS-DIR-DESTINO)  DELIMITED BY SIZE
               INTO WS-COMANDO
             END-STRING
           END-IF.
           CALL "SYSTEM" USING WS-COMANDO.

           IF RETURN-CODE = 0
             MOVE "OK" TO WS-RESULTADO-RESTAURACAO
           END-IF.
           MOVE 0 TO RETURN-CODE.

      *    Retorna
           EXIT PARAGRAPH.


      *    Toda restauração vai para o log central de falhas (mesmo
      *    layout de RegistraErro.cbl) e, com o detalhe, para o log
      *    de restaurações
       REGISTRAR-RESTAURACAO.
           ACCEPT WS-HORA-AGORA FROM TIME.

           MOVE SPACES TO WS-ERRO-ARQUIVO.
           STRING
             "backup-"     DELIMITED BY SIZE
             WS-GERACAO    DELIMITED BY SIZE
             INTO WS-ERRO-ARQUIVO
           END-STRING.
           IF DESTINO-PRODUCAO
             MOVE "RESTAURA-P" TO WS-ERRO-OPERACAO
           ELSE
             MOVE "RESTAURA-C" TO WS-ERRO-OPERACAO
           END-IF.

      *    Máscara: <data>;<hora>;<programa>;<arquivo>;<operacao>;
      *             <status>
           OPEN EXTEND LOG-ERROS-SISTEMA.
           IF WS-STATUS-ERR-FILE-NOT-FOUND
             OPEN OUTPUT LOG-ERROS-SISTEMA
           END-IF.

           MOVE SPACES TO LINHA-ERRO-SISTEMA.
           STRING
             WS-DATA-HOJE               DELIMITED BY SIZE
             ";"                        DELIMITED BY SIZE
             WS-HORA-AGORA              DELIMITED BY SIZE
             ";"                        DELIMITED BY SIZE
             WS-ERRO-PROGRAMA           DELIMITED BY SIZE
             ";"                        DELIMITED BY SIZE
             WS-ERRO-ARQUIVO            DELIMITED BY SIZE
             ";"                        DELIMITED BY SIZE
             WS-ERRO-OPERACAO           DELIMITED BY SIZE
             ";"                        DELIMITED BY SIZE
             WS-RESULTADO-RESTAURACAO   DELIMITED BY SIZE
             INTO LINHA-ERRO-SISTEMA
           END-STRING.
           WRITE LINHA-ERRO-SISTEMA.
           CLOSE LOG-ERROS-SISTEMA.

           OPEN EXTEND LOG-RESTAURACOES.
           IF WS-STATUS-RST-FILE-NOT-FOUND
             OPEN OUTPUT LOG-RESTAURACOES
           END-IF.

           MOVE SPACES TO LINHA-RESTAURACAO.
           IF WS-ARQUIVO-FILTRO = SPACES
             MOVE "*" TO WS-NOME-ARQUIVO
           ELSE
             MOVE WS-ARQUIVO-FILTRO TO WS-NOME-ARQUIVO
           END-IF.
           IF WS-SUPERVISOR = SPACES
             MOVE "-" TO WS-SUPERVISOR
           END-IF.
           STRING
             WS-DATA-HOJE               DELIMITED BY SIZE
             ";"                        DELIMITED BY SIZE
             WS-HORA-AGORA              DELIMITED BY SIZE
             ";"                        DELIMITED BY SIZE
             WS-GERACAO                 DELIMITED BY SIZE
             ";"                        DELIMITED BY SIZE
             WS-NOME-ARQUIVO            DELIMITED BY SPACE
             ";"                        DELIMITED BY SIZE
             WS-DESTINO-NOME            DELIMITED BY SPACE
             ";"                        DELIMITED BY SIZE
             WS-SUPERVISOR              DELIMITED BY SPACE
             ";"                        DELIMITED BY SIZE
             WS-RESULTADO-RESTAURACAO   DELIMITED BY SIZE
             INTO LINHA-RESTAURACAO
           END-STRING.
           WRITE LINHA-RESTAURACAO.
           CLOSE LOG-RESTAURACOES.

      *    Retorna
           EXIT PARAGRAPH.


      *    Conta os registros do índice em WS-PATH-CONTAGEM, pelo nome
      *    em WS-NOME-ARQUIVO; arquivos que não são índices conhecidos
      *    ficam com WS-CONTAVEL = 'N'
       CONTAR-REGISTROS.
           MOVE 'S' TO WS-CONTAVEL.
           MOVE 'N' TO WS-FALHA-CONTAGEM.
           MOVE 0 TO WS-QTD-REGISTROS.
           MOVE 'N' TO WS-EOF-CONTAGEM.

           EVALUATE WS-NOME-ARQUIVO
             WHEN "avisos-embarque.idx"
               PERFORM CONTAR-AVISOS

             WHEN "cheques-custodia.idx"
               PERFORM CONTAR-CHEQUES

             WHEN "classificacao-fiscal.idx"
               PERFORM CONTAR-CLASS-FISCAL

             WHEN "clientes.idx"
               PERFORM CONTAR-CLIENTES

             WHEN "conciliacao-banco.idx"
               PERFORM CONTAR-VINCULOS

             WHEN "consignacao.idx"
               PERFORM CONTAR-CONSIGNACAO

             WHEN "contagem-ciclo.idx"
               PERFORM CONTAR-CICLO

             WHEN "contas-pagar.idx"
               PERFORM CONTAR-CONTAS-PAGAR

             WHEN "cotacoes.idx"
               PERFORM CONTAR-COTACOES

             WHEN "despesas-recorrentes.idx"
               PERFORM CONTAR-DESP-RECORRENTES

             WHEN "despesas-titulos.idx"
               PERFORM CONTAR-DESP-TITULOS

             WHEN "devolucoes-fornecedor.idx"
               PERFORM CONTAR-DEVOLUCOES

             WHEN "disponibilidade-enviada.idx"
               PERFORM CONTAR-ENVIADOS

             WHEN "distribuicao-compras.idx"
               PERFORM CONTAR-DISTRIBUICAO

             WHEN "encomendas.idx"
               PERFORM CONTAR-ENCOMENDAS

             WHEN "enderecos-estoque.idx"
               PERFORM CONTAR-ENDERECOS

             WHEN "entregas.idx"
               PERFORM CONTAR-ENTREGAS

             WHEN "estoque-local.idx"
               PERFORM CONTAR-ESTOQUE-LOCAL

             WHEN "faixas-preco.idx"
               PERFORM CONTAR-FAIXAS-PRECO

             WHEN "fiado-itens.idx"
               PERFORM CONTAR-FIADO-ITENS

             WHEN "fornecedores.idx"
               PERFORM CONTAR-FORNECEDORES

             WHEN "imposto-mensal.idx"
               PERFORM CONTAR-IMPOSTO-MENSAL

             WHEN "kits.idx"
               PERFORM CONTAR-KITS

             WHEN "listas-separacao.idx"
               PERFORM CONTAR-LISTAS

             WHEN "lotes.idx"
               PERFORM CONTAR-LOTES

             WHEN "metas.idx"
               PERFORM CONTAR-METAS

             WHEN "operadores.idx"
               PERFORM CONTAR-OPERADORES

             WHEN "orcamento-compras.idx"
               PERFORM CONTAR-ORCAMENTO-COMPRAS

             WHEN "orcamentos.idx"
               PERFORM CONTAR-ORCAMENTOS

             WHEN "ordens-producao.idx"
               PERFORM CONTAR-ORDENS-PRODUCAO

             WHEN "plano-despesas.idx"
               PERFORM CONTAR-PLANO-DESPESAS

             WHEN "produtos-fornecedor.idx"
               PERFORM CONTAR-REF-FORNECEDOR

             WHEN "produtos.idx"
               PERFORM CONTAR-PRODUTOS

             WHEN "promocoes.idx"
               PERFORM CONTAR-PROMOCOES

             WHEN "quarentena.idx"
               PERFORM CONTAR-QUARENTENA

             WHEN "remarcacao-regras.idx"
               PERFORM CONTAR-REGRAS-REMARCACAO

             WHEN "remessa-pagamentos.idx"
               PERFORM CONTAR-REMESSA-TITULOS

             WHEN "reserva-canal.idx"
               PERFORM CONTAR-RESERVA-CANAL

             WHEN "saldos-vasilhame.idx"
               PERFORM CONTAR-SALDOS-VASILHAME

             WHEN "series.idx"
               PERFORM CONTAR-SERIES

             WHEN "totais-periodo.idx"
               PERFORM CONTAR-TOTAIS-PERIODO

             WHEN "transferencias-lojas.idx"
               PERFORM CONTAR-TRF-LOJAS

             WHEN "transferencias.idx"
               PERFORM CONTAR-TRANSFERENCIAS

             WHEN "triagem.idx"
               PERFORM CONTAR-TRIAGEM

             WHEN "vales-troca.idx"
               PERFORM CONTAR-VALES

             WHEN "vasilhames.idx"
               PERFORM CONTAR-VASILHAMES

             WHEN "vendas-fiado.idx"
               PERFORM CONTAR-FIADOS

             WHEN "vendas-operador-mes.idx"
               PERFORM CONTAR-ACUM-OPERADOR

             WHEN OTHER
               MOVE 'N' TO WS-CONTAVEL
           END-EVALUATE.

      *    Retorna
           EXIT PARAGRAPH.


      *    Erro de leitura no meio do índice encerra a contagem como
      *    falha (a cópia não lê até o fim)
       CONFERIR-LEITURA.
           IF WS-STATUS-CNT(1:1) NOT = "0"
              AND NOT WS-STATUS-CNT-END-OF-FILE
             MOVE 'S' TO WS-FALHA-CONTAGEM
             MOVE 'S' TO WS-EOF-CONTAGEM
           END-IF.


       CONFIGURAR-CAMINHOS.
           ACCEPT WS-ARCH-DIR FROM ENVIRONMENT "ARCH_DIR".
           IF WS-ARCH-DIR = SPACES
             MOVE "../arch" TO WS-ARCH-DIR
           END-IF.

           MOVE 'N' TO WS-CAMINHO-OVERFLOW.

           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/backup" DELIMITED BY SIZE
             INTO WS-DIR-BACKUPS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/backup-arquivos.lst" DELIMITED BY SIZE
             INTO WS-PATH-LISTA
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/erros-sistema.log" DELIMITED BY SIZE
             INTO WS-PATH-ERROS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/backup-restauracoes.log" DELIMITED BY SIZE
             INTO WS-PATH-RESTAURACOES
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/trava-execucao.dat" DELIMITED BY SIZE
             INTO WS-PATH-TRAVA
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.

      *    ARCH_DIR longo demais para caber num dos caminhos: aborta em
      *    vez de operar sobre um caminho truncado e apontar para o
      *    arquivo errado
           IF CAMINHO-OVERFLOW
             DISPLAY "Erro fatal! ARCH_DIR excede o tamanho suportado "
               "para montagem dos caminhos de arquivo!"
             MOVE "ER" TO LS-RESULTADO
             EXIT PROGRAM
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Contagem de registros, um parágrafo por índice

       CONTAR-AVISOS.
           OPEN INPUT IDX-AVISOS.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-AVISOS
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-AVISOS.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-CHEQUES.
           OPEN INPUT IDX-CHEQUES.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-CHEQUES
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-CHEQUES.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-CLASS-FISCAL.
           OPEN INPUT IDX-CLASS-FISCAL.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-CLASS-FISCAL
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-CLASS-FISCAL.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-CLIENTES.
           OPEN INPUT IDX-CLIENTES.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-CLIENTES
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-CLIENTES.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-VINCULOS.
           OPEN INPUT IDX-VINCULOS.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-VINCULOS
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-VINCULOS.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-CONSIGNACAO.
           OPEN INPUT IDX-CONSIGNACAO.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-CONSIGNACAO
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-CONSIGNACAO.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-CICLO.
           OPEN INPUT IDX-CICLO.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-CICLO
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-CICLO.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-CONTAS-PAGAR.
           OPEN INPUT IDX-CONTAS-PAGAR.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-CONTAS-PAGAR
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-CONTAS-PAGAR.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-COTACOES.
           OPEN INPUT IDX-COTACOES.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-COTACOES
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-COTACOES.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-DESP-RECORRENTES.
           OPEN INPUT IDX-DESP-RECORRENTES.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-DESP-RECORRENTES
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-DESP-RECORRENTES.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-DESP-TITULOS.
           OPEN INPUT IDX-DESP-TITULOS.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-DESP-TITULOS
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-DESP-TITULOS.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-DEVOLUCOES.
           OPEN INPUT IDX-DEVOLUCOES.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-DEVOLUCOES
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-DEVOLUCOES.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-ENVIADOS.
           OPEN INPUT IDX-ENVIADOS.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-ENVIADOS
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-ENVIADOS.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-DISTRIBUICAO.
           OPEN INPUT IDX-DISTRIBUICAO.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-DISTRIBUICAO
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-DISTRIBUICAO.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-ENCOMENDAS.
           OPEN INPUT IDX-ENCOMENDAS.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-ENCOMENDAS
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-ENCOMENDAS.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-ENDERECOS.
           OPEN INPUT IDX-ENDERECOS.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-ENDERECOS
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-ENDERECOS.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-ENTREGAS.
           OPEN INPUT IDX-ENTREGAS.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-ENTREGAS
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-ENTREGAS.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-ESTOQUE-LOCAL.
           OPEN INPUT IDX-ESTOQUE-LOCAL.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-ESTOQUE-LOCAL
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-ESTOQUE-LOCAL.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-FAIXAS-PRECO.
           OPEN INPUT IDX-FAIXAS-PRECO.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-FAIXAS-PRECO
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-FAIXAS-PRECO.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-FIADO-ITENS.
           OPEN INPUT IDX-FIADO-ITENS.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-FIADO-ITENS
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-FIADO-ITENS.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-FORNECEDORES.
           OPEN INPUT IDX-FORNECEDORES.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-FORNECEDORES
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-FORNECEDORES.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-IMPOSTO-MENSAL.
           OPEN INPUT IDX-IMPOSTO-MENSAL.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-IMPOSTO-MENSAL
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-IMPOSTO-MENSAL.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-KITS.
           OPEN INPUT IDX-KITS.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-KITS
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-KITS.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-LISTAS.
           OPEN INPUT IDX-LISTAS.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-LISTAS
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-LISTAS.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-LOTES.
           OPEN INPUT IDX-LOTES.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-LOTES
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-LOTES.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-METAS.
           OPEN INPUT IDX-METAS.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-METAS
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-METAS.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-OPERADORES.
           OPEN INPUT IDX-OPERADORES.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-OPERADORES
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-OPERADORES.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-ORCAMENTO-COMPRAS.
           OPEN INPUT IDX-ORCAMENTO-COMPRAS.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-ORCAMENTO-COMPRAS
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-ORCAMENTO-COMPRAS.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-ORCAMENTOS.
           OPEN INPUT IDX-ORCAMENTOS.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-ORCAMENTOS
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-ORCAMENTOS.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-ORDENS-PRODUCAO.
           OPEN INPUT IDX-ORDENS-PRODUCAO.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-ORDENS-PRODUCAO
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-ORDENS-PRODUCAO.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-PLANO-DESPESAS.
           OPEN INPUT IDX-PLANO-DESPESAS.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-PLANO-DESPESAS
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-PLANO-DESPESAS.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-REF-FORNECEDOR.
           OPEN INPUT IDX-REF-FORNECEDOR.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-REF-FORNECEDOR
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-REF-FORNECEDOR.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-PRODUTOS.
           OPEN INPUT IDX-PRODUTOS.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-PRODUTOS
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-PRODUTOS.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-PROMOCOES.
           OPEN INPUT IDX-PROMOCOES.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-PROMOCOES
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-PROMOCOES.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-QUARENTENA.
           OPEN INPUT IDX-QUARENTENA.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-QUARENTENA
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-QUARENTENA.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-REGRAS-REMARCACAO.
           OPEN INPUT IDX-REGRAS-REMARCACAO.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-REGRAS-REMARCACAO
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-REGRAS-REMARCACAO.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-REMESSA-TITULOS.
           OPEN INPUT IDX-REMESSA-TITULOS.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-REMESSA-TITULOS
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-REMESSA-TITULOS.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-RESERVA-CANAL.
           OPEN INPUT IDX-RESERVA-CANAL.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-RESERVA-CANAL
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-RESERVA-CANAL.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-SALDOS-VASILHAME.
           OPEN INPUT IDX-SALDOS-VASILHAME.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-SALDOS-VASILHAME
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-SALDOS-VASILHAME.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-SERIES.
           OPEN INPUT IDX-SERIES.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-SERIES
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-SERIES.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-TOTAIS-PERIODO.
           OPEN INPUT IDX-TOTAIS-PERIODO.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-TOTAIS-PERIODO
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-TOTAIS-PERIODO.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-TRF-LOJAS.
           OPEN INPUT IDX-TRF-LOJAS.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-TRF-LOJAS
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-TRF-LOJAS.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-TRANSFERENCIAS.
           OPEN INPUT IDX-TRANSFERENCIAS.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-TRANSFERENCIAS
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-TRANSFERENCIAS.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-TRIAGEM.
           OPEN INPUT IDX-TRIAGEM.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-TRIAGEM
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-TRIAGEM.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-VALES.
           OPEN INPUT IDX-VALES.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-VALES
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-VALES.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-VASILHAMES.
           OPEN INPUT IDX-VASILHAMES.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-VASILHAMES
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-VASILHAMES.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-FIADOS.
           OPEN INPUT IDX-FIADOS.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-FIADOS
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-FIADOS.

      *    Retorna
           EXIT PARAGRAPH.


       CONTAR-ACUM-OPERADOR.
           OPEN INPUT IDX-ACUM-OPERADOR.
           IF WS-STATUS-CNT(1:1) NOT = "0"
             MOVE 'S' TO WS-FALHA-CONTAGEM
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-CONTAGEM = 'S'
             READ IDX-ACUM-OPERADOR
               AT END
                 MOVE 'S' TO WS-EOF-CONTAGEM

               NOT AT END
                 ADD 1 TO WS-QTD-REGISTROS
             END-READ
             PERFORM CONFERIR-LEITURA
           END-PERFORM.

           CLOSE IDX-ACUM-OPERADOR.

      *    Retorna
           EXIT PARAGRAPH.

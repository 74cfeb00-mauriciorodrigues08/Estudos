             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CTRL-SUSP.

      *    Fichas de dias anteriores descartadas sem retomada, com o
      *    operador que suspendeu (acompanhamento de prevenção de
      *    perdas)
           SELECT LOG-SUSP-ABANDONADAS
             ASSIGN TO DYNAMIC WS-PATH-SUSP-ABANDONADAS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ABAND.

      *    Registro persistente de todo desconto concedido no caixa,
      *    com o operador que vendeu e o supervisor que autorizou
           SELECT LOG-DESCONTOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-DESC.

      *    Itens vendidos com remarcação por validade, lidos pelo
      *    relatório de recuperação em Remarcacao.cbl
           SELECT LOG-REMARCACOES-VENDAS
             ASSIGN TO DYNAMIC WS-PATH-REMARC-VENDAS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-REMARC.

      *    Tabela de promoções agendadas (mantida por Promocoes.cbl);
      *    consultada na coleta de cada item para cobrar o preço
      *    promocional quando a data da venda cai dentro da vigência,
             FILE STATUS IS WS-STATUS-LOCAL
             RECORD KEY IS EL-CHAVE.

      *    Classificação fiscal por produto (ClassificacaoFiscal.cbl),
      *    consultada para montar as linhas do documento fiscal
           SELECT IDX-CLASS-FISCAL
             ASSIGN TO DYNAMIC WS-PATH-CLASS-FISCAL
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-CF
             RECORD KEY IS CF-PRODUTO-CODIGO.

      *    Documento fiscal ao consumidor de cada venda concluída, em
      *    layout posicional para o transmissor fiscal: um registro
      *    de cabeçalho seguido de um registro por item
           SELECT ARQ-DOC-FISCAL
             ASSIGN TO DYNAMIC WS-PATH-DOC-FISCAL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-DOCF.

      *    Fiados (mantidos por VendaFiado.cbl): a parte da venda
      *    paga na forma FIADO vira um documento de fiado, com o
      *    cabeçalho em vendas-fiado.idx e um item por linha do
      *    carrinho em fiado-itens.idx, sob o código seguinte de
      *    fiado-controle.dat. Como clientes.idx, esses arquivos são
      *    abertos e fechados na hora, também no terminal adicional
           SELECT IDX-FIADOS
             ASSIGN TO DYNAMIC WS-PATH-FIADOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-FIADO
             RECORD KEY IS FIADO-CODIGO.

           SELECT IDX-FIADO-ITENS
             ASSIGN TO DYNAMIC WS-PATH-FIADO-ITENS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-FIT
             RECORD KEY IS FITEM-CHAVE.

           SELECT ARQ-CONTROLE-FIADO
             ASSIGN TO DYNAMIC WS-PATH-CONTROLE-FIADO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CTRL-FIADO.

      *    Tipos de vasilhame retornável (Vasilhames.cbl), consultados
      *    para cobrar o depósito do vasilhame não trocado
           SELECT IDX-VASILHAMES
             ASSIGN TO DYNAMIC WS-PATH-VASILHAMES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-STATUS-VAS
             RECORD KEY IS VAS-CODIGO.

       DATA DIVISION.
       FILE SECTION.
       FD IDX-PRODUTOS.
           05 PRODUTO-CODIGO        PIC 9(05).
           05 PRODUTO-DESCRICAO     PIC X(30).
           05 PRODUTO-PRECO-UNIT    PIC 9(04)V99.
           05 PRODUTO-QTD-ESTOQUE   PIC 9(05).
           05 PRODUTO-QTD-MINIMA    PIC 9(05).
           05 PRODUTO-CATEGORIA     PIC X(15).
           05 PRODUTO-FORNECEDOR    PIC 9(05).
           05 PRODUTO-VALIDADE     PIC 9(08).
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

       FD CSV-VENDAS.
       01 DETALHAMENTO              PIC X(100).
       FD ARQ-CONTROLE-SUSP.
       01 LINHA-CONTROLE-SUSP       PIC 9(05).

       FD LOG-SUSP-ABANDONADAS.
       01 LINHA-SUSP-ABANDONADA     PIC X(80).

       FD LOG-DESCONTOS.
       01 LINHA-DESCONTO            PIC X(120).

      *    Máscara: <data>;<recibo>;<produto>;<qtd>;<preço base>;
      *             <preço cobrado>;<percentual>
       FD LOG-REMARCACOES-VENDAS.
       01 LINHA-REMARCACAO-VENDA    PIC X(80).

       FD ARQ-CONTROLE-RECIBO.
       01 LINHA-CONTROLE-RECIBO     PIC 9(06).

      *    protegidos pelo dono); consultada por EncargosFiado.cbl
           05 CLIENTE-ISENTO-ENC    PIC X(01).
               88 ISENTO-ENCARGOS   VALUE 'S'.
           05 CLIENTE-CLASSE        PIC X(01).
               88 CLASSE-VAREJO     VALUE 'V' ' '.
               88 CLASSE-ATACADO    VALUE 'A'.
               88 CLASSE-FUNCIONARIO VALUE 'F'.
           05 FILLER                PIC X(20).

      *    Mesmo layout de DETALHE-ENTREGA em Entregas.cbl
       FD IDX-ENTREGAS.
               10 EL-CODIGO-LOCAL   PIC 9(02).
           05 EL-QTD-ESTOQUE        PIC 9(05).

      *    Mesmo layout de DETALHE-CLASS-FISCAL em
      *    ClassificacaoFiscal.cbl, redeclarado aqui apenas para
      *    consulta
       FD IDX-CLASS-FISCAL.
       01 DETALHE-CLASS-FISCAL.
           05 CF-PRODUTO-CODIGO     PIC 9(05).
           05 CF-NCM                PIC 9(08).
           05 CF-CST                PIC X(03).
           05 CF-CFOP               PIC 9(04).
           05 CF-ALIQUOTA           PIC 9(02)V99.

      *    Registro do documento fiscal: o tipo na primeira posição
      *    diz se é cabeçalho ('C') ou item ('I'); os valores vão sem
      *    ponto, com as duas casas decimais implícitas
       FD ARQ-DOC-FISCAL.
       01 DOC-FISCAL-CABECALHO.
           05 DFC-TIPO              PIC X(01).
           05 DFC-RECIBO            PIC 9(06).
           05 DFC-DATA              PIC 9(08).
           05 DFC-HORA              PIC 9(08).
           05 DFC-OPERADOR          PIC X(10).
           05 DFC-CLIENTE           PIC 9(05).
           05 DFC-DOCUMENTO         PIC X(14).
           05 DFC-QTD-ITENS         PIC 9(03).
           05 DFC-VALOR-TOTAL       PIC 9(08)V99.
           05 DFC-IMPOSTO-TOTAL     PIC 9(08)V99.
           05 FILLER                PIC X(25).
       01 DOC-FISCAL-ITEM.
           05 DFI-TIPO              PIC X(01).
           05 DFI-RECIBO            PIC 9(06).
           05 DFI-SEQ               PIC 9(03).
           05 DFI-PRODUTO           PIC 9(05).
           05 DFI-DESCRICAO         PIC X(30).
           05 DFI-NCM               PIC 9(08).
           05 DFI-CST               PIC X(03).
           05 DFI-CFOP              PIC 9(04).
           05 DFI-QTD               PIC 9(05).
           05 DFI-PRECO-UNIT        PIC 9(04)V99.
           05 DFI-VALOR             PIC 9(08)V99.
           05 DFI-ALIQUOTA          PIC 9(02)V99.
           05 DFI-IMPOSTO           PIC 9(08)V99.
           05 FILLER                PIC X(05).

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

       FD ARQ-CONTROLE-FIADO.
       01 LINHA-CONTROLE-FIADO      PIC 9(05).

      *    Mesmo layout de DETALHE-VASILHAME em Vasilhames.cbl
       FD IDX-VASILHAMES.
       01 DETALHE-VASILHAME.
           05 VAS-CODIGO            PIC 9(03).
           05 VAS-DESCRICAO         PIC X(30).
           05 VAS-VALOR-DEPOSITO    PIC 9(04)V99.
           05 VAS-QTD-VAZIOS        PIC 9(05).
           05 FILLER                PIC X(20).

       WORKING-STORAGE SECTION.
      * Diretório de dados e caminhos dos arquivos, montados a partir
      * da variável de ambiente ARCH_DIR (veja CONFIGURAR-CAMINHOS),
       01 WS-PATH-ESTOQUE-LOCAL      PIC X(80).
       01 WS-PATH-PROMOCOES          PIC X(80).
       01 WS-PATH-DESCONTOS          PIC X(80).
       01 WS-PATH-REMARC-VENDAS      PIC X(80).
       01 WS-PATH-CONTROLE-RECIBO    PIC X(80).
       01 WS-PATH-RECIBOS            PIC X(80).
       01 WS-PATH-KITS               PIC X(80).
       01 WS-PATH-SUSPENSAS          PIC X(80).
       01 WS-PATH-CONTROLE-SUSP      PIC X(80).
       01 WS-PATH-SUSP-ABANDONADAS   PIC X(80).
       01 WS-PATH-CLIENTES           PIC X(80).
       01 WS-PATH-VALES              PIC X(80).
       01 WS-PATH-ENTREGAS           PIC X(80).
       01 WS-PATH-CONTROLE-ENT       PIC X(80).
       01 WS-PATH-CLASS-FISCAL       PIC X(80).
       01 WS-PATH-DOC-FISCAL         PIC X(80).
       01 WS-PATH-FIADOS             PIC X(80).
       01 WS-PATH-FIADO-ITENS        PIC X(80).
       01 WS-PATH-CONTROLE-FIADO     PIC X(80).
       01 WS-PATH-VASILHAMES         PIC X(80).
       01 WS-CAMINHO-OVERFLOW        PIC X(01) VALUE 'N'.
           88 CAMINHO-OVERFLOW       VALUE 'S'.

                          WS-STATUS-CTRL-SUSP-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CTRL-SUSP.
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
                          WS-STATUS-CTRL-REC-OK
                          WS-STATUS-DESC-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-DESC.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-REMARC-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-REMARC-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-REMARC-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-REMARC-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-REMARC-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-REMARC-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-REMARC.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-PROMO-OK
                          WS-STATUS-LOCAL-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-LOCAL.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-CF-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CF-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CF-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CF-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CF-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CF-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CF.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-DOCF-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-DOCF-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-DOCF-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-DOCF-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-DOCF-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-DOCF-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-DOCF.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-FIADO-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-FIADO-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-FIADO-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-FIADO-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-FIADO-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-FIADO-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-FIADO.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-FIT-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-FIT-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-FIT-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-FIT-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-FIT-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-FIT-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-FIT.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-CTRL-FIADO-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-CTRL-FIADO-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-CTRL-FIADO-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-CTRL-FIADO-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-CTRL-FIADO-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-CTRL-FIADO-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-CTRL-FIADO.
           COPY "FileStatus.cpy"
               REPLACING PREFIXO-OK BY
                          WS-STATUS-VAS-OK
                          PREFIXO-FILE-NOT-FOUND BY
                          WS-STATUS-VAS-FILE-NOT-FOUND
                          PREFIXO-DUPLICATE-KEY BY
                          WS-STATUS-VAS-DUPLICATE-KEY
                          PREFIXO-RECORD-NOT-FOUND BY
                          WS-STATUS-VAS-RECORD-NOT-FOUND
                          PREFIXO-INVALID-KEY BY
                          WS-STATUS-VAS-INVALID-KEY
                          PREFIXO-END-OF-FILE BY
                          WS-STATUS-VAS-END-OF-FILE
                          PREFIXO BY
                          WS-STATUS-VAS.

       01 WS-QTD-VENDA              PIC 9(05).

      * Terminal de caixa adicional (TERMINAL_CAIXA definida): a
      * venda vai para o arquivo próprio do terminal
       01 WS-CLIENTE-NOME-VENDA     PIC X(30).
       01 WS-CLIENTE-FONE-VENDA     PIC X(15).
       01 WS-CLIENTE-END-VENDA      PIC X(40).
       01 WS-CLIENTE-DOC-VENDA      PIC X(14).
      * Classe do cliente (V-Varejo, A-Atacado, F-Funcionário), que
      * escolhe a tabela de faixas de preço por quantidade; a venda
      * sem identificação compra como varejo
       01 WS-CLIENTE-CLASSE-VENDA   PIC X(01) VALUE 'V'.
       01 WS-PONTOS-SALDO           PIC 9(06).
       01 WS-PONTOS-RESGATE         PIC 9(06).
       01 WS-PONTOS-GANHOS          PIC 9(06).
           05 WS-SUSP OCCURS 200 TIMES.
             10 WS-SUSP-FICHA       PIC 9(05).
             10 WS-SUSP-CODIGO      PIC 9(05).
             10 WS-SUSP-QTD         PIC 9(05).
             10 WS-SUSP-PRECO       PIC 9(04)V99.
             10 WS-SUSP-OPERADOR    PIC X(10).
             10 WS-SUSP-MANTER      PIC X(01).
       01 WS-LINHA-SUSP-LIDA        PIC X(80).
       01 WS-SUSP-FICHA-X           PIC X(05).
       01 WS-SUSP-DATA-X            PIC X(08).
       01 WS-SUSP-CODIGO-X          PIC X(05).
       01 WS-SUSP-QTD-X             PIC X(05).
       01 WS-SUSP-PRECO-X           PIC 9(04)V99.
       01 WS-SUSP-OPERADOR-X        PIC X(10).
       01 WS-FICHA-ANTERIOR         PIC 9(05).
       01 WS-HA-FICHAS              PIC X(01).
       01 WS-HOUVE-LIMPEZA          PIC X(01).
       01 WS-QTD-COMP               PIC 9(02).
       01 WS-IDX-COMP               PIC 9(02).
       01 WS-KIT-EXCEDENTE          PIC X(01).
      * Kit montado (OrdensProducao.cbl) sem estoque suficiente: a
      * quantidade já informada segue para a venda pelos componentes
       01 WS-KIT-QTD-INFORMADA      PIC X(01) VALUE 'N'.
       01 WS-QTD-NECESSARIA         PIC 9(05).
       01 WS-TABELA-COMPONENTES.
           05 WS-COMP OCCURS 20 TIMES.
             10 WS-COMP-CODIGO      PIC 9(05).
             10 WS-COMP-QTD-NEC     PIC 9(05).
       01 WS-NOVA-QTD               PIC 9(05).
       01 WS-QTD-RESERVADA          PIC 9(05).
       01 WS-CODIGO                 PIC 9(05).
       01 WS-OPERADOR               PIC X(10).
       01 WS-MAIS-ITENS             PIC X(01).
       01 WS-PRECO-VENDA            PIC 9(04)V99.
       01 WS-PRECO-PROMO-EDIT       PIC ZZZ9.99.

      * Faixa de preço por quantidade do item em coleta: preço e
      * quantidade mínima devolvidos por ResolverFaixaPreco.cbl para
      * a classe do cliente e a quantidade da linha (preço zero =
      * sem faixa); WS-FAIXA-APLICADA fica zero quando a faixa não
      * baixa o preço de catálogo/promoção
       01 WS-QTD-FAIXA-BASE         PIC 9(05).
       01 WS-PRECO-FAIXA            PIC 9(04)V99.
       01 WS-QTD-MINIMA-FAIXA       PIC 9(05).
       01 WS-FAIXA-APLICADA         PIC 9(05).

      * Remarcação por validade (ResolverRemarcacao.cbl): preço
      * médio da linha pelos lotes de onde as unidades saem, maior
      * percentual aplicado e validade do primeiro lote remarcado
      * (preço zero = nenhuma unidade remarcada)
       01 WS-PRECO-REMARCADO        PIC 9(04)V99.
       01 WS-PERC-REMARCACAO        PIC 9(02).
       01 WS-VALIDADE-REMARCACAO    PIC 9(08).
       01 WS-PRECO-BASE-REMARC      PIC 9(04)V99.

      * Variáveis da avaliação das promoções por quantidade sobre o
      * carrinho: quantidade total do produto nas linhas, benefício
      * calculado e o rateio dele no preço unitário das linhas
       01 WS-ITENS-VENDA.
           05 WS-ITEM OCCURS 20 TIMES.
             10 WS-ITEM-CODIGO      PIC 9(05).
             10 WS-ITEM-QTD         PIC 9(05).
             10 WS-ITEM-DESCRICAO   PIC X(30).
             10 WS-ITEM-PRECO       PIC 9(04)V99.
             10 WS-ITEM-PRECO-ORIG  PIC 9(04)V99.
      *      Quantidade mínima da faixa de preço aplicada na linha
      *      (zero = preço de catálogo ou promoção)
             10 WS-ITEM-FAIXA       PIC 9(05).
      *      Remarcação por validade aplicada na linha (percentual e
      *      preço antes dela; zero = sem remarcação)
             10 WS-ITEM-REMARCACAO  PIC 9(02).
             10 WS-ITEM-PRECO-BASE  PIC 9(04)V99.

      * Variáveis de desconto autorizado por supervisor: o desconto
      * pode ser por item (percentual ou valor por unidade) ou sobre



      * Números de série das unidades vendidas de produtos
      * controlados por série: cada série lida na coleta fica ligada
      * à linha do carrinho e é baixada como vendida depois do
      * recibo (RegistrarSerie.cbl)
      * Vasilhames retornáveis dos itens vendidos, por tipo: o
      * cliente que devolve o vazio troca sem custo; o que não
      * devolve paga o depósito, que vira saldo do cliente
      * (MovimentarVasilhame.cbl) depois do recibo
       01 WS-QTD-VV-MAX             PIC 9(02) VALUE 20.
       01 WS-QTD-VV                 PIC 9(02) VALUE 0.
       01 WS-IDX-VV                 PIC 9(02).
       01 WS-VV-ACHADO              PIC 9(02).
       01 WS-VASILHAMES-VENDA.
           05 WS-VV OCCURS 20 TIMES.
             10 WS-VV-TIPO          PIC 9(03).
             10 WS-VV-DESCRICAO     PIC X(30).
             10 WS-VV-QTD-COBRADA   PIC 9(05).
             10 WS-VV-QTD-TROCADA   PIC 9(05).
             10 WS-VV-VALOR-UNIT    PIC 9(04)V99.
       01 WS-VASILHAME-ITEM         PIC 9(03).
       01 WS-QTD-VAS-ITEM           PIC 9(05).
       01 WS-QTD-VAZIOS-DEVOLVIDOS  PIC 9(05).
       01 WS-TOTAL-VASILHAMES       PIC 9(06)V99 VALUE 0.
       01 WS-VALOR-VAS-LINHA        PIC 9(06)V99.
       01 WS-VALOR-VAS-EDIT         PIC ZZZZZ9.99.
       01 WS-MV-VASILHAME           PIC 9(03).
       01 WS-MV-PARCEIRO-TIPO       PIC X(01) VALUE 'C'.
       01 WS-MV-QTD-SALDO           PIC S9(05).
       01 WS-MV-QTD-VAZIOS          PIC S9(05).
       01 WS-MV-REF                 PIC X(12).
       01 WS-MV-RESULTADO           PIC X(02).

       01 WS-QTD-SV-MAX             PIC 9(03) VALUE 100.
       01 WS-QTD-SV                 PIC 9(03) VALUE 0.
       01 WS-QTD-SV-INICIO          PIC 9(03).
       01 WS-QTD-SV-KIT             PIC 9(03).
       01 WS-IDX-SV                 PIC 9(03).
       01 WS-SERIES-VENDA.
           05 WS-SV OCCURS 100 TIMES.
             10 WS-SV-NUMERO        PIC X(20).
             10 WS-SV-LINHA         PIC 9(02).
       01 WS-LINHA-SERIE            PIC 9(02).
       01 WS-QTD-SERIES-ITEM        PIC 9(05).
       01 WS-PRODUTO-SERIE          PIC 9(05).
       01 WS-SEQ-SERIE              PIC 9(05).
       01 WS-SERIE-DIGITADA         PIC X(20).
       01 WS-SERIE-NO-CARRINHO      PIC X(01).
       01 WS-SERIES-OK              PIC X(01).
       01 WS-ACAO-SERIE             PIC X(01).
       01 WS-RESULTADO-SERIE        PIC X(02).
      *    Mesmo layout de LS-SERIE em RegistrarSerie.cbl
       01 WS-SERIE.
           05 WS-SER-NUMERO         PIC X(20).
           05 WS-SER-PRODUTO        PIC 9(05).
           05 WS-SER-SITUACAO       PIC X(01).
               88 WS-SER-EM-ESTOQUE VALUE 'E'.
               88 WS-SER-VENDIDA    VALUE 'V'.
               88 WS-SER-EM-TRIAGEM VALUE 'T'.
               88 WS-SER-DEFEITUOSA VALUE 'D'.
           05 WS-SER-GARANTIA-MESES PIC 9(03).
           05 WS-SER-FORNECEDOR     PIC 9(05).
           05 WS-SER-OC             PIC 9(05).
           05 WS-SER-DATA-RECEBIMENTO
                                    PIC 9(08).
           05 WS-SER-RECIBO         PIC 9(06).
           05 WS-SER-CLIENTE        PIC 9(05).
           05 WS-SER-DATA-VENDA     PIC 9(08).
           05 WS-SER-DATA-GARANTIA  PIC 9(08).
           05 FILLER                PIC X(20).

      * Quantidade repassada ao consumo de lotes por validade
      * (BaixarLotes.cbl), que abate a venda dos lotes do produto na
      * ordem vence-primeiro-sai-primeiro
           88 FORMA-CARTAO          VALUE 2.
           88 FORMA-PIX             VALUE 3.
           88 FORMA-VALE            VALUE 4.
           88 FORMA-FIADO           VALUE 5.
           88 FORMA-CHEQUE          VALUE 6.
       01 WS-VALOR-PAG-INFORMADO    PIC 9(06)V99.

      * Variáveis do pagamento em fiado: a parte da venda que fica a
      * prazo para o cliente identificado, conferida contra o limite
      * de crédito e a situação de crédito do cadastro, e o documento
      * de fiado gravado depois do recibo (uma única parcela fiado
      * por venda). Na tabela de pagamentos o fiado leva o código
      * interno 6, já que o 5 identifica o resgate de PONTOS
       01 WS-VALOR-FIADO            PIC 9(06)V99 VALUE 0.
       01 WS-VALOR-FIADO-EDIT       PIC ZZZZZ9.99.
       01 WS-FIADO-VENCIMENTO       PIC 9(08).
       01 WS-FIADO-CODIGO           PIC 9(05).
       01 WS-FIADO-LIMITE           PIC 9(06)V99.
       01 WS-FIADO-BLOQUEADO        PIC X(01).
       01 WS-FIADO-SALDO-CLIENTE    PIC 9(07)V99.
       01 WS-FIADO-SALDO-EDIT       PIC ZZZZZZ9.99.
       01 WS-FIADO-LIMITE-EDIT      PIC ZZZZZ9.99.
       01 WS-SUPERVISOR-LIBERA      PIC X(10).
       01 WS-EOF-FIADO              PIC X(01).
       01 WS-EH-DIA-UTIL            PIC X(01).
       01 WS-PROXIMO-DIA-UTIL       PIC 9(08).

      * Conferência do crédito do cliente, comum ao fiado e ao
      * cheque: a forma que está sendo aceita (para as mensagens) e
      * se o cliente foi identificado e liberado para ela
       01 WS-FORMA-CREDITO          PIC X(10).
       01 WS-CREDITO-LIBERADO       PIC X(01).

      * Variáveis do pagamento em cheque: um único cheque por venda,
      * coletado e validado por RegistrarCheque.cbl antes do recibo
      * e gravado em custódia depois dele, ligado ao número do
      * recibo. Na tabela de pagamentos o cheque leva o código 7
       01 WS-VALOR-CHEQUE           PIC 9(06)V99 VALUE 0.
       01 WS-ACAO-CHEQUE            PIC X(01).
       01 WS-RESULTADO-CHEQUE       PIC X(02).
      *    Mesmo layout de LS-CHEQUE em RegistrarCheque.cbl
       01 WS-CHEQUE.
           05 WS-CHQ-CLIENTE        PIC 9(05).
           05 WS-CHQ-BANCO          PIC 9(03).
           05 WS-CHQ-AGENCIA        PIC X(05).
           05 WS-CHQ-NUMERO         PIC X(10).
           05 WS-CHQ-DOCUMENTO      PIC X(14).
           05 WS-CHQ-VALOR          PIC 9(06)V99.
           05 WS-CHQ-DATA-DEPOSITO  PIC 9(08).
           05 WS-CHQ-ORIGEM         PIC X(01).
           05 WS-CHQ-REFERENCIA     PIC 9(06).
           05 WS-CHQ-OPERADOR       PIC X(10).
           05 WS-CHQ-CUSTODIA       PIC 9(06).

      * Variáveis do pagamento com vale-troca emitido no estorno
       01 WS-NUMERO-VALE-USO        PIC 9(06).
       01 WS-VALOR-VALE-APLICADO    PIC 9(06)V99.
       01 WS-FONE-ENTREGA           PIC X(15).
       01 WS-NOME-ENTREGA           PIC X(30).

      * Variáveis do documento fiscal da venda: classificação e
      * imposto de cada item do carrinho, apurados antes da gravação
      * para o cabeçalho já sair com os totais. Item de produto sem
      * classificação fiscal vai com NCM zerado, CFOP 5102 e a
      * alíquota geral da loja (TAXA_IMPOSTO), a mesma usada no
      * fechamento do dia
       01 WS-TAXA-IMPOSTO-ENV       PIC X(10).
       01 WS-TAXA-GERAL             PIC 9(02)V99.
       01 WS-CFOP-PADRAO            PIC 9(04) VALUE 5102.
       01 WS-CLASS-FISCAL-ABERTO    PIC X(01).
       01 WS-DOCF-IMPOSTO-TOTAL     PIC 9(08)V99.
       01 WS-DOCF-VALOR-TOTAL       PIC 9(08)V99.
       01 WS-DOCF-VALOR-ITEM        PIC 9(08)V99.
       01 WS-ITENS-FISCAIS.
           05 WS-ITEM-FISCAL OCCURS 20 TIMES.
             10 WS-IF-NCM           PIC 9(08).
             10 WS-IF-CST           PIC X(03).
             10 WS-IF-CFOP          PIC 9(04).
             10 WS-IF-ALIQUOTA      PIC 9(02)V99.
             10 WS-IF-IMPOSTO       PIC 9(08)V99.

      * Variáveis do recibo impresso ao final da venda
       01 WS-ITEM-PRECO-EDIT        PIC ZZZ9.99.
       01 WS-ITEM-TOTAL             PIC 9(06)V99.
      *    Imprime o recibo da venda para o cliente
           PERFORM IMPRIMIR-RECIBO.

      *    Baixa as séries vendidas, ligadas ao número do recibo, ao
      *    cliente e com o fim da garantia de cada unidade
           PERFORM BAIXAR-SERIE-VENDIDA
             VARYING WS-IDX-SV FROM 1 BY 1 UNTIL WS-IDX-SV > WS-QTD-SV.

      *    Lança os vasilhames da venda no saldo do cliente e os
      *    vazios trocados no depósito, ligados ao número do recibo
           PERFORM REGISTRAR-VASILHAME-VENDA
             VARYING WS-IDX-VV FROM 1 BY 1 UNTIL WS-IDX-VV > WS-QTD-VV.

      *    Registra os itens remarcados por validade, ligados ao
      *    número do recibo, para o relatório de recuperação
           PERFORM REGISTRAR-REMARCACAO-VENDA
             VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QTD-ITENS.

      *    Grava o documento fiscal da venda, sob o número do recibo
           PERFORM GRAVAR-DOCUMENTO-FISCAL.

      *    Parte da venda paga em fiado: grava o documento de fiado
      *    com o carrinho inteiro, ligado ao número do recibo
           IF WS-VALOR-FIADO > 0
             PERFORM GRAVAR-DOCUMENTO-FIADO
           END-IF.

      *    Parte da venda paga em cheque: o cheque entra em custódia
      *    ligado ao número do recibo
           IF WS-VALOR-CHEQUE > 0
             PERFORM GRAVAR-CHEQUE-VENDA
           END-IF.

      *    Oferece marcar a venda como entrega: o pedido vira uma
      *    ordem de entrega com endereço, atendida via Entregas.cbl
           PERFORM OFERECER-ENTREGA.
                   EXIT PARAGRAPH
                 END-IF

      *          Produto bloqueado no cadastro (ex.: recolhimento)
      *          não pode ser vendido
                 IF PRODUTO-BLOQUEADO
                   DISPLAY "Produto bloqueado no cadastro! Venda "
                     "não permitida."
                   EXIT PARAGRAPH
                 END-IF

                 DISPLAY "Informe a quantidade: " WITH NO ADVANCING
                 ACCEPT WS-QTD-VENDA

                   PERFORM SOMAR-QTD-RESERVADA
                   IF WS-QTD-RESERVADA + WS-QTD-VENDA
                       > PRODUTO-QTD-ESTOQUE
      *              Kit montado sem estoque suficiente: se o código
      *              também é um kit cadastrado, vende pelos
      *              componentes, como antes da montagem antecipada
                     IF WS-QTD-VENDA > 999
                       DISPLAY "Estoque insuficiente!"
                     ELSE
                       MOVE WS-QTD-VENDA TO WS-QTD-KITS
                       MOVE 'S' TO WS-KIT-QTD-INFORMADA
                       PERFORM TENTAR-VENDER-KIT
                       MOVE 'N' TO WS-KIT-QTD-INFORMADA
                     END-IF
                   ELSE
      *              Produto controlado por série: lê a série de cada
      *              unidade antes de o item entrar no carrinho
                     IF PRODUTO-COM-SERIE
                       MOVE WS-QTD-VENDA TO WS-QTD-SERIES-ITEM
                       COMPUTE WS-LINHA-SERIE = WS-QTD-ITENS + 1
                       PERFORM COLETAR-SERIES-ITEM
                       IF WS-SERIES-OK NOT = 'S'
                         DISPLAY "Item não adicionado à venda."
                         EXIT PARAGRAPH
                       END-IF
                     END-IF

      *              Resolve o preço efetivo: catálogo ou promoção
      *              vigente na data da venda, a remarcação pela
      *              validade dos lotes que vão sair, se for menor,
      *              e, depois, a faixa de preço da classe do
      *              cliente, se for menor ainda
                     PERFORM APLICAR-PRECO-PROMOCIONAL
                     PERFORM APLICAR-REMARCACAO-VALIDADE
                     MOVE WS-QTD-VENDA TO WS-QTD-FAIXA-BASE
                     PERFORM APLICAR-FAIXA-PRECO
                     IF WS-FAIXA-APLICADA > 0
                       MOVE 0 TO WS-PERC-REMARCACAO
                     END-IF

                     ADD 1 TO WS-QTD-ITENS
                     MOVE WS-CODIGO TO WS-ITEM-CODIGO(WS-QTD-ITENS)
                       TO WS-ITEM-PRECO(WS-QTD-ITENS)
                     MOVE WS-PRECO-VENDA
                       TO WS-ITEM-PRECO-ORIG(WS-QTD-ITENS)
                     MOVE WS-FAIXA-APLICADA
                       TO WS-ITEM-FAIXA(WS-QTD-ITENS)
                     MOVE WS-PERC-REMARCACAO
                       TO WS-ITEM-REMARCACAO(WS-QTD-ITENS)
                     MOVE WS-PRECO-BASE-REMARC
                       TO WS-ITEM-PRECO-BASE(WS-QTD-ITENS)
                     DISPLAY "Item adicionado à venda!"

      *              Produto em vasilhame retornável: pergunta pelos
      *              vazios trazidos para troca
                     IF NOT PRODUTO-SEM-VASILHAME
                       MOVE WS-QTD-VENDA TO WS-QTD-VAS-ITEM
                       PERFORM COLETAR-VASILHAME-ITEM
                     END-IF

      *              Oferece o desconto por item, condicionado à
      *              autorização de um supervisor
                     PERFORM OFERECER-DESCONTO-ITEM
               EXIT PARAGRAPH
           END-READ.

           IF PRODUTO-BLOQUEADO
             DISPLAY "Produto bloqueado no cadastro! Venda "
               "não permitida."
             EXIT PARAGRAPH
           END-IF.

           IF PRODUTO-VALIDADE > 0
             AND PRODUTO-VALIDADE < WS-DATA-HOJE
             DISPLAY "Produto com a validade vencida! Venda "
           MOVE WS-PRECO-BALANCA TO WS-ITEM-PRECO(WS-QTD-ITENS).
           MOVE WS-PRECO-BALANCA
             TO WS-ITEM-PRECO-ORIG(WS-QTD-ITENS).
           MOVE 0 TO WS-ITEM-FAIXA(WS-QTD-ITENS).
           MOVE 0 TO WS-ITEM-REMARCACAO(WS-QTD-ITENS).

      *    Mostra o peso aproximado pelos preços de catálogo, para a
      *    conferência do operador nos itens por quilo
           EXIT PARAGRAPH.


      *    Aplica a faixa de preço por quantidade da classe do
      *    cliente sobre o preço já resolvido (catálogo ou promoção):
      *    vale o menor dos dois, e a linha guarda a quantidade
      *    mínima da faixa para o recibo
       APLICAR-FAIXA-PRECO.
           MOVE 0 TO WS-FAIXA-APLICADA.

           CALL "ResolverFaixaPreco" USING PRODUTO-CODIGO,
             WS-CLIENTE-CLASSE-VENDA, WS-QTD-FAIXA-BASE,
             WS-PRECO-FAIXA, WS-QTD-MINIMA-FAIXA.

           IF WS-PRECO-FAIXA = 0
             OR WS-PRECO-FAIXA >= WS-PRECO-VENDA
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-PRECO-FAIXA TO WS-PRECO-VENDA.
           MOVE WS-QTD-MINIMA-FAIXA TO WS-FAIXA-APLICADA.
           MOVE WS-PRECO-FAIXA TO WS-PRECO-PROMO-EDIT.
           DISPLAY "Preço por faixa de quantidade (a partir de "
             WS-QTD-MINIMA-FAIXA " un.) aplicado: R$"
             WS-PRECO-PROMO-EDIT.

      *    Retorna
           EXIT PARAGRAPH.


      *    Remarcação por validade: precifica as unidades da linha
      *    pelos lotes de onde vão sair (depois das já reservadas por
      *    linhas anteriores do mesmo produto), com o desconto da
      *    regra da categoria para os dias até o vencimento de cada
      *    lote. A remarcação parte do preço de catálogo e vale
      *    quando fica abaixo do preço já resolvido (promoção), sem
      *    somar os dois descontos.
       APLICAR-REMARCACAO-VALIDADE.
           MOVE 0 TO WS-PERC-REMARCACAO.
           MOVE WS-PRECO-VENDA TO WS-PRECO-BASE-REMARC.

           CALL "ResolverRemarcacao" USING PRODUTO-CODIGO,
             PRODUTO-CATEGORIA, WS-QTD-RESERVADA, WS-QTD-VENDA,
             PRODUTO-PRECO-UNIT, WS-PRECO-REMARCADO,
             WS-PERC-REMARCACAO, WS-VALIDADE-REMARCACAO.

           IF WS-PRECO-REMARCADO = 0
             OR WS-PRECO-REMARCADO >= WS-PRECO-VENDA
             MOVE 0 TO WS-PERC-REMARCACAO
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-PRECO-REMARCADO TO WS-PRECO-VENDA.
           MOVE WS-PRECO-REMARCADO TO WS-PRECO-PROMO-EDIT.
           DISPLAY "Lote próximo do vencimento ("
             WS-VALIDADE-REMARCACAO "): remarcação de "
             WS-PERC-REMARCACAO "% aplicada: R$" WS-PRECO-PROMO-EDIT.

      *    Retorna
           EXIT PARAGRAPH.


      *    Máscara: <data>;<recibo>;<produto>;<qtd>;<preço base>;
      *             <preço cobrado>;<percentual>
       REGISTRAR-REMARCACAO-VENDA.
           IF WS-ITEM-REMARCACAO(WS-IDX) = 0
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-NOVA-LINHA.
           STRING
             WS-DATA-HOJE                 DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             WS-NUMERO-RECIBO             DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             WS-ITEM-CODIGO(WS-IDX)       DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             WS-ITEM-QTD(WS-IDX)          DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             WS-ITEM-PRECO-BASE(WS-IDX)   DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             WS-ITEM-PRECO(WS-IDX)        DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             WS-ITEM-REMARCACAO(WS-IDX)   DELIMITED BY SIZE
             INTO WS-NOVA-LINHA
           END-STRING.

           OPEN EXTEND LOG-REMARCACOES-VENDAS.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-REMARC-FILE-NOT-FOUND
             OPEN OUTPUT LOG-REMARCACOES-VENDAS
           END-IF.

           MOVE WS-NOVA-LINHA TO LINHA-REMARCACAO-VENDA.
           WRITE LINHA-REMARCACAO-VENDA.
           CLOSE LOG-REMARCACOES-VENDAS.


      *    Avalia as promoções por quantidade sobre o carrinho
      *    fechado: para cada produto distinto nas linhas, confere se
      *    há uma promoção leve X pague Y ou % na segunda unidade
             EXIT PARAGRAPH
           END-IF.

      *    Produto vendido pela faixa de preço por quantidade já tem
      *    o preço de volume; as mecânicas por quantidade não se
      *    somam a ele
           IF WS-ITEM-FAIXA(WS-IDX-PQ) > 0
             EXIT PARAGRAPH
           END-IF.

      *    Produto remarcado por validade já tem o desconto do lote;
      *    as mecânicas por quantidade também não se somam a ele
           IF WS-ITEM-REMARCACAO(WS-IDX-PQ) > 0
             EXIT PARAGRAPH
           END-IF.

      *    Busca uma promoção por quantidade vigente para o produto
           MOVE WS-PQ-CODIGO TO PROMO-PRODUTO-CODIGO.
           READ IDX-PROMOCOES KEY IS PROMO-PRODUTO-CODIGO

           READ IDX-KITS KEY IS KIT-CHAVE
             INVALID KEY
               IF WS-KIT-QTD-INFORMADA = 'S'
                 DISPLAY "Estoque insuficiente!"
               ELSE
                 DISPLAY "Produto não encontrado!"
               END-IF
               EXIT PARAGRAPH
           END-READ.

      *    Vindo do kit montado sem estoque, a quantidade já foi
      *    informada no produto
           IF WS-KIT-QTD-INFORMADA = 'S'
             DISPLAY "Kit montado sem estoque suficiente; vendendo "
               "pelos componentes do kit " KIT-DESCRICAO
           ELSE
             DISPLAY "Kit: " KIT-DESCRICAO
             DISPLAY "Informe a quantidade de kits: "
               WITH NO ADVANCING
             ACCEPT WS-QTD-KITS
           END-IF.

           IF WS-QTD-KITS < 1
             DISPLAY "Quantidade inválida!"
      *    Confere a disponibilidade de todos os componentes antes
      *    de incluir qualquer um deles
           MOVE 'S' TO WS-KIT-VIAVEL.
           MOVE WS-QTD-SV TO WS-QTD-SV-KIT.
           PERFORM VALIDAR-COMPONENTE-KIT
             VARYING WS-IDX-COMP FROM 1 BY 1
             UNTIL WS-IDX-COMP > WS-QTD-COMP
               OR WS-KIT-VIAVEL = 'N'.

      *    Kit recusado: descarta as séries já lidas dos componentes
           IF WS-KIT-VIAVEL = 'N'
             MOVE WS-QTD-SV-KIT TO WS-QTD-SV
             DISPLAY "Kit não adicionado: componente indisponível!"
             EXIT PARAGRAPH
           END-IF.

             EXIT PARAGRAPH
           END-IF.

      *    Componente bloqueado no cadastro também impede o kit
           IF PRODUTO-BLOQUEADO
             DISPLAY "Componente " PRODUTO-DESCRICAO
               " bloqueado no cadastro!"
             MOVE 'N' TO WS-KIT-VIAVEL
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-COMP-CODIGO(WS-IDX-COMP) TO WS-CODIGO.
           PERFORM SOMAR-QTD-RESERVADA.

           IF WS-QTD-RESERVADA + WS-COMP-QTD-NEC(WS-IDX-COMP)
               > PRODUTO-QTD-ESTOQUE
             OR WS-COMP-QTD-NEC(WS-IDX-COMP) > 99999
             DISPLAY "Estoque insuficiente do componente "
               PRODUTO-DESCRICAO
             MOVE 'N' TO WS-KIT-VIAVEL
             EXIT PARAGRAPH
           END-IF.

      *    Componente controlado por série: lê a série de cada
      *    unidade, ligada à linha que o componente vai ocupar
           IF PRODUTO-COM-SERIE
             DISPLAY "Componente " PRODUTO-DESCRICAO
             MOVE WS-COMP-QTD-NEC(WS-IDX-COMP) TO WS-QTD-SERIES-ITEM
             COMPUTE WS-LINHA-SERIE = WS-QTD-ITENS + WS-IDX-COMP
             PERFORM COLETAR-SERIES-ITEM
             IF WS-SERIES-OK NOT = 'S'
               MOVE 'N' TO WS-KIT-VIAVEL
             END-IF
           END-IF.

      *    Retorna
           END-READ.

           PERFORM APLICAR-PRECO-PROMOCIONAL.
           MOVE WS-COMP-QTD-NEC(WS-IDX-COMP) TO WS-QTD-FAIXA-BASE.
           PERFORM APLICAR-FAIXA-PRECO.

           ADD 1 TO WS-QTD-ITENS.
           MOVE WS-COMP-CODIGO(WS-IDX-COMP)
             TO WS-ITEM-DESCRICAO(WS-QTD-ITENS).
           MOVE WS-PRECO-VENDA TO WS-ITEM-PRECO(WS-QTD-ITENS).
           MOVE WS-PRECO-VENDA TO WS-ITEM-PRECO-ORIG(WS-QTD-ITENS).
           MOVE WS-FAIXA-APLICADA TO WS-ITEM-FAIXA(WS-QTD-ITENS).
           MOVE 0 TO WS-ITEM-REMARCACAO(WS-QTD-ITENS).

      *    Retorna
           EXIT PARAGRAPH.
      *        estoque, mas esta verificação fica como proteção contra
      *        estoque alterado por fora desta rotina entre a reserva
      *        e a baixa (ex.: outro terminal vendendo o mesmo
      *        produto); PIC 9(05) é sem sinal e não sinaliza
      *        ON SIZE ERROR para resultado negativo, então a checagem
      *        precisa ser feita antes do COMPUTE
               IF WS-ITEM-QTD(WS-IDX) > PRODUTO-QTD-ESTOQUE
           END-READ.


      *    Lê as WS-QTD-SERIES-ITEM séries das unidades do produto
      *    corrente, que vão ocupar a linha WS-LINHA-SERIE do
      *    carrinho. Só aceita série registrada, do mesmo produto, em
      *    estoque e ainda não lida nesta venda. Série em branco
      *    desiste do item e descarta as séries já lidas para ele
       COLETAR-SERIES-ITEM.
           MOVE 'S' TO WS-SERIES-OK.

           IF WS-QTD-SV + WS-QTD-SERIES-ITEM > WS-QTD-SV-MAX
             DISPLAY "Limite de " WS-QTD-SV-MAX " unidades com série "
               "por venda excedido!"
             MOVE 'N' TO WS-SERIES-OK
             EXIT PARAGRAPH
           END-IF.

           MOVE PRODUTO-CODIGO TO WS-PRODUTO-SERIE.
           MOVE WS-QTD-SV TO WS-QTD-SV-INICIO.
           DISPLAY "Produto controlado por número de série.".

           PERFORM LER-SERIE-VENDA
             UNTIL WS-SERIES-OK NOT = 'S'
                OR WS-QTD-SV - WS-QTD-SV-INICIO
                   >= WS-QTD-SERIES-ITEM.

           IF WS-SERIES-OK NOT = 'S'
             MOVE WS-QTD-SV-INICIO TO WS-QTD-SV
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       LER-SERIE-VENDA.
           COMPUTE WS-SEQ-SERIE = WS-QTD-SV - WS-QTD-SV-INICIO + 1.
           DISPLAY "Série da unidade " WS-SEQ-SERIE " de "
             WS-QTD-SERIES-ITEM " (em branco desiste do item): "
             WITH NO ADVANCING.
           MOVE SPACES TO WS-SERIE-DIGITADA.
           ACCEPT WS-SERIE-DIGITADA.

           IF WS-SERIE-DIGITADA = SPACES
             MOVE 'N' TO WS-SERIES-OK
             EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-SERIE-DIGITADA)
             TO WS-SERIE-DIGITADA.

      *    A mesma unidade não pode ser lida duas vezes na venda
           MOVE 'N' TO WS-SERIE-NO-CARRINHO.
           PERFORM VARYING WS-IDX-SV FROM 1 BY 1
             UNTIL WS-IDX-SV > WS-QTD-SV
             IF WS-SV-NUMERO(WS-IDX-SV) = WS-SERIE-DIGITADA
               MOVE 'S' TO WS-SERIE-NO-CARRINHO
             END-IF
           END-PERFORM.

           IF WS-SERIE-NO-CARRINHO = 'S'
             DISPLAY "Série já lida nesta venda!"
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-SERIE.
           MOVE WS-SERIE-DIGITADA TO WS-SER-NUMERO.
           MOVE 'C' TO WS-ACAO-SERIE.
           CALL "RegistrarSerie" USING WS-ACAO-SERIE, WS-SERIE,
             WS-RESULTADO-SERIE.

           IF WS-RESULTADO-SERIE NOT = "OK"
             DISPLAY "Série não registrada no recebimento! Venda "
               "da unidade recusada."
             EXIT PARAGRAPH
           END-IF.

           IF WS-SER-PRODUTO NOT = WS-PRODUTO-SERIE
             DISPLAY "Série pertence ao produto " WS-SER-PRODUTO
               "! Confira a etiqueta da unidade."
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-SER-EM-ESTOQUE
             DISPLAY "Série já vendida ou fora do estoque! Venda "
               "da unidade recusada."
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-SV.
           MOVE WS-SERIE-DIGITADA TO WS-SV-NUMERO(WS-QTD-SV).
           MOVE WS-LINHA-SERIE TO WS-SV-LINHA(WS-QTD-SV).

      *    Retorna
           EXIT PARAGRAPH.


      *    Baixa a série da posição WS-IDX-SV como vendida. Entre a
      *    leitura e a baixa outro caixa pode ter vendido a mesma
      *    unidade: a venda já está feita, então apenas avisa
       BAIXAR-SERIE-VENDIDA.
           MOVE SPACES TO WS-SERIE.
           MOVE WS-SV-NUMERO(WS-IDX-SV) TO WS-SER-NUMERO.
           MOVE WS-ITEM-CODIGO(WS-SV-LINHA(WS-IDX-SV))
             TO WS-SER-PRODUTO.
           MOVE WS-NUMERO-RECIBO TO WS-SER-RECIBO.
           MOVE WS-CLIENTE-VENDA TO WS-SER-CLIENTE.

           MOVE 'V' TO WS-ACAO-SERIE.
           CALL "RegistrarSerie" USING WS-ACAO-SERIE, WS-SERIE,
             WS-RESULTADO-SERIE.

           IF WS-RESULTADO-SERIE NOT = "OK"
             DISPLAY "Atenção! Série " WS-SV-NUMERO(WS-IDX-SV)
               " não pôde ser baixada como vendida; confira no "
               "cadastro de séries."
           END-IF.


      *    Pergunta quantos vazios o cliente trouxe para troca do
      *    vasilhame do produto corrente (DETALHE-PRODUTO) e acumula
      *    por tipo os trocados e os cobrados com depósito
       COLETAR-VASILHAME-ITEM.
           MOVE PRODUTO-VASILHAME TO WS-VASILHAME-ITEM.

           OPEN INPUT IDX-VASILHAMES.
           IF NOT WS-STATUS-VAS-OK
             DISPLAY "Atenção! Cadastro de vasilhames indisponível; "
               "depósito não cobrado."
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-VASILHAME-ITEM TO VAS-CODIGO.
           READ IDX-VASILHAMES KEY IS VAS-CODIGO
             INVALID KEY
               DISPLAY "Atenção! Vasilhame " WS-VASILHAME-ITEM
                 " não cadastrado; depósito não cobrado."
               CLOSE IDX-VASILHAMES
               EXIT PARAGRAPH
           END-READ.

           CLOSE IDX-VASILHAMES.

      *    Localiza o tipo na tabela da venda, ou abre uma entrada
           MOVE 0 TO WS-VV-ACHADO.
           PERFORM VARYING WS-IDX-VV FROM 1 BY 1
             UNTIL WS-IDX-VV > WS-QTD-VV
             IF WS-VV-TIPO(WS-IDX-VV) = WS-VASILHAME-ITEM
               MOVE WS-IDX-VV TO WS-VV-ACHADO
             END-IF
           END-PERFORM.

           IF WS-VV-ACHADO = 0
             IF WS-QTD-VV >= WS-QTD-VV-MAX
               DISPLAY "Atenção! Limite de tipos de vasilhame por "
                 "venda atingido; depósito não cobrado."
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-QTD-VV
             MOVE WS-QTD-VV TO WS-VV-ACHADO
             MOVE WS-VASILHAME-ITEM TO WS-VV-TIPO(WS-VV-ACHADO)
             MOVE VAS-DESCRICAO TO WS-VV-DESCRICAO(WS-VV-ACHADO)
             MOVE 0 TO WS-VV-QTD-COBRADA(WS-VV-ACHADO)
             MOVE 0 TO WS-VV-QTD-TROCADA(WS-VV-ACHADO)
             MOVE VAS-VALOR-DEPOSITO TO WS-VV-VALOR-UNIT(WS-VV-ACHADO)
           END-IF.

           MOVE VAS-VALOR-DEPOSITO TO WS-VALOR-VAS-EDIT.
           DISPLAY "Vasilhame retornável: " VAS-DESCRICAO
             " (depósito R$" WS-VALOR-VAS-EDIT " por unidade)".
           DISPLAY "Vazios devolvidos na troca (de " WS-QTD-VAS-ITEM
             "): " WITH NO ADVANCING.
           ACCEPT WS-QTD-VAZIOS-DEVOLVIDOS.

           IF WS-QTD-VAZIOS-DEVOLVIDOS > WS-QTD-VAS-ITEM
             MOVE WS-QTD-VAS-ITEM TO WS-QTD-VAZIOS-DEVOLVIDOS
           END-IF.

           ADD WS-QTD-VAZIOS-DEVOLVIDOS
             TO WS-VV-QTD-TROCADA(WS-VV-ACHADO).
           COMPUTE WS-VV-QTD-COBRADA(WS-VV-ACHADO) =
             WS-VV-QTD-COBRADA(WS-VV-ACHADO)
             + WS-QTD-VAS-ITEM - WS-QTD-VAZIOS-DEVOLVIDOS.

           IF WS-QTD-VAZIOS-DEVOLVIDOS < WS-QTD-VAS-ITEM
             COMPUTE WS-VALOR-VAS-LINHA =
               (WS-QTD-VAS-ITEM - WS-QTD-VAZIOS-DEVOLVIDOS)
               * VAS-VALOR-DEPOSITO
             MOVE WS-VALOR-VAS-LINHA TO WS-VALOR-VAS-EDIT
             DISPLAY "Depósito cobrado: R$" WS-VALOR-VAS-EDIT
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       SOMAR-VASILHAME-TOTAL.
           COMPUTE WS-TOTAL-VASILHAMES = WS-TOTAL-VASILHAMES
             + WS-VV-QTD-COBRADA(WS-IDX-VV)
             * WS-VV-VALOR-UNIT(WS-IDX-VV).


      *    Lança os vasilhames da venda: os cobrados entram no saldo
      *    do cliente e os trocados voltam como vazios ao depósito
       REGISTRAR-VASILHAME-VENDA.
           MOVE WS-VV-TIPO(WS-IDX-VV) TO WS-MV-VASILHAME.
           MOVE WS-VV-QTD-COBRADA(WS-IDX-VV) TO WS-MV-QTD-SALDO.
           MOVE WS-VV-QTD-TROCADA(WS-IDX-VV) TO WS-MV-QTD-VAZIOS.
           MOVE SPACES TO WS-MV-REF.
           STRING
             "RECIBO"            DELIMITED BY SIZE
             WS-NUMERO-RECIBO    DELIMITED BY SIZE
             INTO WS-MV-REF
           END-STRING.

           CALL "MovimentarVasilhame" USING WS-MV-VASILHAME,
             WS-MV-PARCEIRO-TIPO, WS-CLIENTE-VENDA, WS-MV-QTD-SALDO,
             WS-MV-QTD-VAZIOS, WS-OPERADOR, WS-MV-REF,
             WS-MV-RESULTADO.

           IF WS-MV-RESULTADO NOT = "OK"
             DISPLAY "Atenção! Vasilhame " WS-MV-VASILHAME
               " da venda não registrado; confira no controle de "
               "vasilhames."
           END-IF.


      *    Imprime no recibo o depósito cobrado por tipo de vasilhame
       IMPRIMIR-VASILHAME-RECIBO.
           IF WS-VV-QTD-COBRADA(WS-IDX-VV) = 0
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-VALOR-VAS-LINHA =
             WS-VV-QTD-COBRADA(WS-IDX-VV) * WS-VV-VALOR-UNIT(WS-IDX-VV).
           MOVE WS-VALOR-VAS-LINHA TO WS-VALOR-VAS-EDIT.
           COMPUTE WS-VALOR-TOTAL-VENDA =
             WS-VALOR-TOTAL-VENDA + WS-VALOR-VAS-LINHA.

           MOVE SPACES TO WS-TEXTO-RECIBO.
           STRING
             "Depósito vasilhame: "        DELIMITED BY SIZE
             WS-VV-DESCRICAO(WS-IDX-VV)    DELIMITED BY SIZE
             INTO WS-TEXTO-RECIBO
           END-STRING.
           PERFORM EMITIR-LINHA-RECIBO.

           MOVE SPACES TO WS-TEXTO-RECIBO.
           STRING
             "  Qtd: "                     DELIMITED BY SIZE
             WS-VV-QTD-COBRADA(WS-IDX-VV)  DELIMITED BY SIZE
             "  Total: R$"                 DELIMITED BY SIZE
             WS-VALOR-VAS-EDIT             DELIMITED BY SIZE
             INTO WS-TEXTO-RECIBO
           END-STRING.
           PERFORM EMITIR-LINHA-RECIBO.

      *    Retorna
           EXIT PARAGRAPH.


      *    Suspende a venda em andamento: gera um número de ficha,
      *    grava cada item do carrinho em vendas-suspensas.dat e
      *    esvazia o carrinho, sem tocar no estoque (a baixa só
      *    acontece quando a venda é concluída)
      *    Máscara: <ficha>;<data>;<codigo>;<qtd>;<preco>;<operador>
       SUSPENDER-VENDA.
           IF WS-QTD-ITENS = 0
             DISPLAY "Nada a suspender: o carrinho está vazio."
             EXIT PARAGRAPH
           END-IF.

      *    Gera o próximo número de ficha
           MOVE 0 TO WS-NUMERO-FICHA.
           OPEN INPUT ARQ-CONTROLE-SUSP.
           IF NOT WS-STATUS-CTRL-SUSP-FILE-NOT-FOUND
             READ ARQ-CONTROLE-SUSP INTO WS-NUMERO-FICHA
               AT END
                 MOVE 0 TO WS-NUMERO-FICHA
             END-READ
             CLOSE ARQ-CONTROLE-SUSP
           END-IF.
           ADD 1 TO WS-NUMERO-FICHA.

           OPEN OUTPUT ARQ-CONTROLE-SUSP.
           MOVE WS-NUMERO-FICHA TO LINHA-CONTROLE-SUSP.
           WRITE LINHA-CONTROLE-SUSP.
           CLOSE ARQ-CONTROLE-SUSP.

      *    Grava os itens do carrinho sob a ficha
           ACCEPT WS-DATA-SUSPENSAO FROM DATE YYYYMMDD.
           PERFORM ABRE-ARQ-SUSPENSAS.

           PERFORM GRAVAR-ITEM-SUSPENSO
             VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QTD-ITENS.

           CLOSE ARQ-VENDAS-SUSPENSAS.

           DISPLAY "Venda suspensa sob a ficha " WS-NUMERO-FICHA
             ". Retome pela própria venda quando o cliente voltar.".

           MOVE 0 TO WS-QTD-ITENS.
           MOVE 0 TO WS-QTD-SV.
           MOVE 0 TO WS-QTD-VV.
           MOVE 'S' TO WS-VENDA-SUSPENSA.

      *    Retorna
           EXIT PARAGRAPH.


       GRAVAR-ITEM-SUSPENSO.
           MOVE SPACES TO WS-NOVA-LINHA-SUSP.
           STRING
             WS-NUMERO-FICHA         DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             WS-DATA-SUSPENSAO       DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             WS-ITEM-CODIGO(WS-IDX)  DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             WS-ITEM-QTD(WS-IDX)     DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             WS-ITEM-PRECO(WS-IDX)   DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             WS-OPERADOR             DELIMITED BY SPACE
             INTO WS-NOVA-LINHA-SUSP
           END-STRING.

           MOVE WS-NOVA-LINHA-SUSP TO LINHA-SUSPENSA.
           WRITE LINHA-SUSPENSA.


      *    Carrega as fichas suspensas do dia, descartando as de
      *    dias anteriores (liberadas automaticamente), e oferece a
      *    retomada de uma delas para o carrinho corrente
       OFERECER-RETOMADA.
           PERFORM CARREGAR-SUSPENSAS.

           IF WS-HA-FICHAS NOT = 'S'
      *      Mesmo sem ficha para retomar, a limpeza das fichas
      *      velhas precisa ser persistida
             IF WS-HOUVE-LIMPEZA = 'S'
               PERFORM REGRAVAR-SUSPENSAS
             END-IF
             EXIT PARAGRAPH
           END-IF.

      *    Lista as fichas do dia disponíveis
           DISPLAY "Vendas suspensas aguardando retomada:".
           MOVE 0 TO WS-FICHA-ANTERIOR.
           PERFORM LISTAR-FICHA-SUSPENSA
             VARYING WS-IDX-SUSP FROM 1 BY 1
             UNTIL WS-IDX-SUSP > WS-QTD-SUSP.

           DISPLAY "Informe a ficha a retomar (0 para venda nova): "
             WITH NO ADVANCING.
           ACCEPT WS-FICHA-ESCOLHIDA.

           IF WS-FICHA-ESCOLHIDA > 0
             PERFORM RETOMAR-FICHA
           END-IF.

           IF WS-HOUVE-LIMPEZA = 'S'
             PERFORM REGRAVAR-SUSPENSAS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Carrega o arquivo de fichas em memória, já marcando para
      *    descarte as linhas de dias anteriores
       CARREGAR-SUSPENSAS.
           MOVE 0 TO WS-QTD-SUSP.
           MOVE 'N' TO WS-HA-FICHAS.

               NOT AT END
                 IF WS-QTD-SUSP < 200
      *            Fichas gravadas antes do registro do operador
      *            não têm o sexto campo
                   MOVE SPACES TO WS-SUSP-OPERADOR-X
                   UNSTRING WS-LINHA-SUSP-LIDA DELIMITED BY ";"
                     INTO WS-SUSP-FICHA-X, WS-SUSP-DATA-X,
                       WS-SUSP-CODIGO-X, WS-SUSP-QTD-X,
                       WS-SUSP-PRECO-X, WS-SUSP-OPERADOR-X
                   END-UNSTRING

      *            Ficha de dia anterior é liberada: a linha não
                       TO WS-SUSP-FICHA(WS-QTD-SUSP)
                     MOVE WS-SUSP-CODIGO-X
                       TO WS-SUSP-CODIGO(WS-QTD-SUSP)
                     MOVE FUNCTION NUMVAL(WS-SUSP-QTD-X)
                       TO WS-SUSP-QTD(WS-QTD-SUSP)
                     MOVE WS-SUSP-PRECO-X
                       TO WS-SUSP-PRECO(WS-QTD-SUSP)
                     MOVE WS-SUSP-OPERADOR-X
                       TO WS-SUSP-OPERADOR(WS-QTD-SUSP)
                     MOVE 'S' TO WS-SUSP-MANTER(WS-QTD-SUSP)
                     MOVE 'S' TO WS-HA-FICHAS
                   ELSE
                     MOVE 'S' TO WS-HOUVE-LIMPEZA
                     PERFORM REGISTRAR-SUSP-ABANDONADA
                   END-IF
                 ELSE
                   MOVE 'S' TO WS-EOF-SUSP
           EXIT PARAGRAPH.


      *    Registra a linha de ficha descartada sem retomada; a linha
      *    sai do arquivo de fichas na regravação seguinte
      *    Máscara: <data_descarte>;<data_suspensao>;<ficha>;
      *             <operador>;<codigo>;<qtd>;<preco>
       REGISTRAR-SUSP-ABANDONADA.
           OPEN EXTEND LOG-SUSP-ABANDONADAS.
           IF WS-STATUS-ABAND-FILE-NOT-FOUND
             OPEN OUTPUT LOG-SUSP-ABANDONADAS
           END-IF.

           MOVE SPACES TO LINHA-SUSP-ABANDONADA.
           STRING
             WS-DATA-HOJE            DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             WS-SUSP-DATA-X          DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             WS-SUSP-FICHA-X         DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             WS-SUSP-OPERADOR-X      DELIMITED BY SPACE
             ";"                     DELIMITED BY SIZE
             WS-SUSP-CODIGO-X        DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             WS-SUSP-QTD-X           DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             WS-SUSP-PRECO-X         DELIMITED BY SIZE
             INTO LINHA-SUSP-ABANDONADA
           END-STRING.
           WRITE LINHA-SUSP-ABANDONADA.

           CLOSE LOG-SUSP-ABANDONADAS.

      *    Retorna
           EXIT PARAGRAPH.


       LISTAR-FICHA-SUSPENSA.
           IF WS-SUSP-FICHA(WS-IDX-SUSP) NOT = WS-FICHA-ANTERIOR
             MOVE WS-SUSP-FICHA(WS-IDX-SUSP) TO WS-FICHA-ANTERIOR
               EXIT PARAGRAPH
           END-READ.

      *    Produto bloqueado depois da suspensão não volta à venda
           IF PRODUTO-BLOQUEADO
             DISPLAY "Item " PRODUTO-DESCRICAO " da ficha foi "
               "bloqueado no cadastro; descartado."
             EXIT PARAGRAPH
           END-IF.

           PERFORM SOMAR-QTD-RESERVADA.

           IF WS-QTD-RESERVADA + WS-SUSP-QTD(WS-IDX-SUSP)
             EXIT PARAGRAPH
           END-IF.

      *    A ficha não guarda séries: produto controlado por série
      *    tem as séries lidas de novo na retomada
           IF PRODUTO-COM-SERIE
             DISPLAY "Item " PRODUTO-DESCRICAO " da ficha:"
             MOVE WS-SUSP-QTD(WS-IDX-SUSP) TO WS-QTD-SERIES-ITEM
             COMPUTE WS-LINHA-SERIE = WS-QTD-ITENS + 1
             PERFORM COLETAR-SERIES-ITEM
             IF WS-SERIES-OK NOT = 'S'
               DISPLAY "Item " PRODUTO-DESCRICAO " da ficha "
                 "descartado."
               EXIT PARAGRAPH
             END-IF
           END-IF.

           ADD 1 TO WS-QTD-ITENS.
           MOVE WS-SUSP-CODIGO(WS-IDX-SUSP)
             TO WS-ITEM-CODIGO(WS-QTD-ITENS).
             TO WS-ITEM-PRECO(WS-QTD-ITENS).
           MOVE WS-SUSP-PRECO(WS-IDX-SUSP)
             TO WS-ITEM-PRECO-ORIG(WS-QTD-ITENS).
           MOVE 0 TO WS-ITEM-FAIXA(WS-QTD-ITENS).
           MOVE 0 TO WS-ITEM-REMARCACAO(WS-QTD-ITENS).

      *    A ficha não guarda os vasilhames: pergunta de novo pelos
      *    vazios trazidos para troca
           IF NOT PRODUTO-SEM-VASILHAME
             MOVE WS-SUSP-QTD(WS-IDX-SUSP) TO WS-QTD-VAS-ITEM
             PERFORM COLETAR-VASILHAME-ITEM
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.
             WS-SUSP-QTD(WS-IDX-SUSP)     DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             WS-SUSP-PRECO(WS-IDX-SUSP)   DELIMITED BY SIZE
             ";"                          DELIMITED BY SIZE
             WS-SUSP-OPERADOR(WS-IDX-SUSP) DELIMITED BY SPACE
             INTO WS-NOVA-LINHA-SUSP
           END-STRING.

           MOVE SPACES TO WS-CLIENTE-NOME-VENDA.
           MOVE SPACES TO WS-CLIENTE-FONE-VENDA.
           MOVE SPACES TO WS-CLIENTE-END-VENDA.
           MOVE SPACES TO WS-CLIENTE-DOC-VENDA.
           MOVE 'V' TO WS-CLIENTE-CLASSE-VENDA.

           DISPLAY "Informe o código do cliente "
             "(0 para venda sem identificação): " WITH NO ADVANCING.
               MOVE CLIENTE-NOME TO WS-CLIENTE-NOME-VENDA
               MOVE CLIENTE-TELEFONE TO WS-CLIENTE-FONE-VENDA
               MOVE CLIENTE-ENDERECO TO WS-CLIENTE-END-VENDA
               MOVE CLIENTE-DOCUMENTO TO WS-CLIENTE-DOC-VENDA
               MOVE CLIENTE-PONTOS TO WS-PONTOS-SALDO
               IF NOT CLASSE-VAREJO
                 MOVE CLIENTE-CLASSE TO WS-CLIENTE-CLASSE-VENDA
               END-IF
               DISPLAY "Cliente: " CLIENTE-NOME
               DISPLAY "Pontos de fidelidade: " CLIENTE-PONTOS
               EVALUATE TRUE
                 WHEN CLASSE-ATACADO
                   DISPLAY "Cliente ATACADO: tabela de atacado"
                 WHEN CLASSE-FUNCIONARIO
                   DISPLAY "Cliente FUNCIONÁRIO: tabela de "
                     "funcionário"
               END-EVALUATE
           END-READ.

           CLOSE IDX-CLIENTES.
      *    Debita do cadastro do cliente os pontos resgatados nesta
      *    venda e credita 1 ponto por real pago nas demais formas
       ATUALIZAR-PONTOS-CLIENTE.
      *    A parte vendida fiado ainda não foi paga e não pontua
      *    O depósito de vasilhame é devolvível e também não pontua
           IF WS-VALOR-PAGO-PONTOS + WS-VALOR-FIADO
               + WS-TOTAL-VASILHAMES > WS-VALOR-TOTAL-VENDA
             MOVE 0 TO WS-BASE-PONTOS
           ELSE
             COMPUTE WS-BASE-PONTOS =
               WS-VALOR-TOTAL-VENDA - WS-VALOR-PAGO-PONTOS
               - WS-VALOR-FIADO - WS-TOTAL-VASILHAMES
           END-IF.
           MOVE WS-BASE-PONTOS TO WS-PONTOS-GANHOS.

           PERFORM ABRE-ARQ-CLIENTES.
           PERFORM SOMAR-ITEM-TOTAL
             VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QTD-ITENS.

      *    Soma o depósito dos vasilhames não trocados
           MOVE 0 TO WS-TOTAL-VASILHAMES.
           PERFORM SOMAR-VASILHAME-TOTAL
             VARYING WS-IDX-VV FROM 1 BY 1 UNTIL WS-IDX-VV > WS-QTD-VV.
           ADD WS-TOTAL-VASILHAMES TO WS-VALOR-TOTAL-VENDA.

           MOVE WS-VALOR-TOTAL-VENDA TO WS-VALOR-TOTAL-VENDA-EDIT.
           DISPLAY "-----------------------------------".
           IF WS-TOTAL-VASILHAMES > 0
             MOVE WS-TOTAL-VASILHAMES TO WS-VALOR-VAS-EDIT
             DISPLAY "Depósito de vasilhames: R$" WS-VALOR-VAS-EDIT
           END-IF.
           DISPLAY "Total da venda: R$" WS-VALOR-TOTAL-VENDA-EDIT.

           MOVE 0 TO WS-QTD-PAGAMENTOS.
           MOVE WS-VALOR-TOTAL-VENDA TO WS-PAG-RESTANTE.
           MOVE 0 TO WS-VALOR-PAGO-PONTOS.
           MOVE 0 TO WS-VALOR-FIADO.
           MOVE 0 TO WS-VALOR-CHEQUE.

      *    Cliente identificado com pontos acumulados pode resgatar
      *    parte deles como forma de pagamento antes das demais
           MOVE WS-PAG-RESTANTE TO WS-PAG-RESTANTE-EDIT.
           DISPLAY "Valor a pagar: R$" WS-PAG-RESTANTE-EDIT.
           DISPLAY "Forma de pagamento "
             "(1-Dinheiro  2-Cartão  3-PIX  4-Vale-Troca  "
             "5-Fiado  6-Cheque): " WITH NO ADVANCING.
           ACCEPT WS-FORMA-ESCOLHIDA.

           IF NOT FORMA-DINHEIRO AND NOT FORMA-CARTAO
             AND NOT FORMA-PIX AND NOT FORMA-VALE
             AND NOT FORMA-FIADO AND NOT FORMA-CHEQUE
             DISPLAY "Forma de pagamento inválida!"
             EXIT PARAGRAPH
           END-IF.

      *    O fiado tem o seu próprio fluxo: exige o cliente, confere
      *    o crédito dele e guarda o vencimento para o documento
           IF FORMA-FIADO
             PERFORM APLICAR-FIADO-VENDA
             EXIT PARAGRAPH
           END-IF.

      *    O cheque também exige o cliente e passa pela mesma regra
      *    de crédito bloqueado; os dados do cheque são coletados
      *    para a custódia
           IF FORMA-CHEQUE
             PERFORM APLICAR-CHEQUE-VENDA
             EXIT PARAGRAPH
           END-IF.

      *    O vale-troca tem o seu próprio fluxo: o valor vem do
      *    próprio vale, que é validado e marcado como utilizado
           IF FORMA-VALE
           EXIT PARAGRAPH.


      *    Aceita o fiado como forma de pagamento: a venda precisa
      *    de um cliente cadastrado (pedido aqui quando a venda não
      *    foi identificada), o crédito bloqueado exige a liberação
      *    de um supervisor e o saldo em aberto do cliente somado a
      *    esta parcela não pode passar do limite de crédito. O
      *    documento de fiado só é gravado depois do recibo
       APLICAR-FIADO-VENDA.
           IF WS-VALOR-FIADO > 0
             DISPLAY "Esta venda já tem uma parcela em fiado!"
             EXIT PARAGRAPH
           END-IF.

           MOVE "Fiado" TO WS-FORMA-CREDITO.
           PERFORM CONFERIR-CREDITO-CLIENTE.
           IF WS-CREDITO-LIBERADO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

      *    Na última forma disponível o valor é o restante inteiro
           IF WS-QTD-PAGAMENTOS = WS-QTD-PAGAMENTOS-MAX - 1
             MOVE WS-PAG-RESTANTE TO WS-VALOR-PAG-INFORMADO
           ELSE
             DISPLAY "Valor no fiado (0 para o restante): "
               WITH NO ADVANCING
             ACCEPT WS-VALOR-PAG-INFORMADO

             IF WS-VALOR-PAG-INFORMADO = 0
               OR WS-VALOR-PAG-INFORMADO > WS-PAG-RESTANTE
               MOVE WS-PAG-RESTANTE TO WS-VALOR-PAG-INFORMADO
             END-IF
           END-IF.

      *    Confere o limite de crédito: o que o cliente já deve em
      *    fiados abertos mais esta parcela
           PERFORM SOMAR-SALDO-FIADO-CLIENTE.

           IF WS-FIADO-SALDO-CLIENTE + WS-VALOR-PAG-INFORMADO
             > WS-FIADO-LIMITE
             MOVE WS-FIADO-SALDO-CLIENTE TO WS-FIADO-SALDO-EDIT
             MOVE WS-FIADO-LIMITE TO WS-FIADO-LIMITE-EDIT
             DISPLAY "Erro! Limite de crédito excedido!"
             DISPLAY "Saldo em aberto: R$" WS-FIADO-SALDO-EDIT
               "  Limite: R$" WS-FIADO-LIMITE-EDIT
             EXIT PARAGRAPH
           END-IF.

      *    Data combinada para o pagamento; domingo ou feriado rola
      *    para o próximo dia útil do calendário comercial
           DISPLAY "Informe a data de vencimento AAAAMMDD: "
             WITH NO ADVANCING.
           ACCEPT WS-FIADO-VENCIMENTO.

           IF WS-FIADO-VENCIMENTO > 0
             CALL "DiaUtil" USING WS-FIADO-VENCIMENTO,
               WS-EH-DIA-UTIL, WS-PROXIMO-DIA-UTIL
             IF WS-EH-DIA-UTIL NOT = 'S'
               DISPLAY "Vencimento em dia não útil; rolado para "
                 WS-PROXIMO-DIA-UTIL "."
               MOVE WS-PROXIMO-DIA-UTIL TO WS-FIADO-VENCIMENTO
             END-IF
           END-IF.

           ADD 1 TO WS-QTD-PAGAMENTOS.
           MOVE 6 TO WS-PAG-FORMA(WS-QTD-PAGAMENTOS).
           MOVE "FIADO" TO WS-PAG-FORMA-DESC(WS-QTD-PAGAMENTOS).
           MOVE WS-VALOR-PAG-INFORMADO
             TO WS-PAG-VALOR(WS-QTD-PAGAMENTOS).
           MOVE WS-VALOR-PAG-INFORMADO TO WS-VALOR-FIADO.
           SUBTRACT WS-VALOR-PAG-INFORMADO FROM WS-PAG-RESTANTE.

      *    Retorna
           EXIT PARAGRAPH.


      *    Identifica o cliente da venda para uma forma a prazo
      *    (fiado ou cheque) e aplica a regra do crédito bloqueado:
      *    devolve WS-CREDITO-LIBERADO = 'S' quando o cliente está
      *    cadastrado e pode pagar na forma WS-FORMA-CREDITO
       CONFERIR-CREDITO-CLIENTE.
           MOVE 'N' TO WS-CREDITO-LIBERADO.

           IF WS-CLIENTE-VENDA = 0
             DISPLAY FUNCTION TRIM(WS-FORMA-CREDITO)
               " exige cliente cadastrado. Informe o "
               "código do cliente (0 para voltar): "
               WITH NO ADVANCING
             ACCEPT WS-CLIENTE-VENDA
             IF WS-CLIENTE-VENDA = 0
               EXIT PARAGRAPH
             END-IF
           END-IF.

           MOVE 0 TO WS-FIADO-LIMITE.
           MOVE 'N' TO WS-FIADO-BLOQUEADO.

           PERFORM ABRE-ARQ-CLIENTES.
           MOVE WS-CLIENTE-VENDA TO CLIENTE-CODIGO.

           READ IDX-CLIENTES KEY IS CLIENTE-CODIGO
             INVALID KEY
               DISPLAY "Erro! Cliente não está cadastrado!"
               MOVE 0 TO WS-CLIENTE-VENDA

             NOT INVALID KEY
      *        Cliente informado só agora passa a identificar a
      *        venda também para os pontos e o histórico
               IF WS-CLIENTE-NOME-VENDA = SPACES
                 MOVE CLIENTE-NOME TO WS-CLIENTE-NOME-VENDA
                 MOVE CLIENTE-TELEFONE TO WS-CLIENTE-FONE-VENDA
                 MOVE CLIENTE-ENDERECO TO WS-CLIENTE-END-VENDA
                 MOVE CLIENTE-DOCUMENTO TO WS-CLIENTE-DOC-VENDA
                 MOVE CLIENTE-PONTOS TO WS-PONTOS-SALDO
                 DISPLAY "Cliente: " CLIENTE-NOME
               END-IF
               MOVE CLIENTE-LIMITE TO WS-FIADO-LIMITE
               IF CLIENTE-SIT-CREDITO = 'B'
                 MOVE 'S' TO WS-FIADO-BLOQUEADO
               END-IF
           END-READ.

           CLOSE IDX-CLIENTES.

           IF WS-CLIENTE-VENDA = 0
             EXIT PARAGRAPH
           END-IF.

      *    Cliente com o crédito bloqueado pela inadimplência só
      *    compra a prazo com a liberação de um supervisor
           IF WS-FIADO-BLOQUEADO = 'S'
             DISPLAY "Cliente com o CRÉDITO BLOQUEADO por "
               "inadimplência!"
             DISPLAY "Informe o código do supervisor para liberar "
               "(em branco para cancelar): " WITH NO ADVANCING
             MOVE SPACES TO WS-SUPERVISOR-LIBERA
             ACCEPT WS-SUPERVISOR-LIBERA

             IF WS-SUPERVISOR-LIBERA = SPACES
               DISPLAY FUNCTION TRIM(WS-FORMA-CREDITO) " recusado."
               EXIT PARAGRAPH
             END-IF

             CALL "ValidarOperador" USING WS-SUPERVISOR-LIBERA,
               WS-NIVEL-SUPERVISOR, WS-RESULTADO-VALIDACAO

             IF WS-RESULTADO-VALIDACAO NOT = "OK"
               DISPLAY FUNCTION TRIM(WS-FORMA-CREDITO) " recusado."
               EXIT PARAGRAPH
             END-IF

             DISPLAY "Liberação registrada pelo supervisor "
               WS-SUPERVISOR-LIBERA "."
           END-IF.

           MOVE 'S' TO WS-CREDITO-LIBERADO.

      *    Retorna
           EXIT PARAGRAPH.

      *    Aceita um cheque como pagamento: exige o cliente (a regra
      *    do crédito bloqueado vale como no fiado), coleta os dados
      *    do cheque e a data combinada para o depósito. O cheque só
      *    entra em custódia depois do recibo
       APLICAR-CHEQUE-VENDA.
           IF WS-VALOR-CHEQUE > 0
             DISPLAY "Esta venda já tem um pagamento em cheque!"
             EXIT PARAGRAPH
           END-IF.

           MOVE "Cheque" TO WS-FORMA-CREDITO.
           PERFORM CONFERIR-CREDITO-CLIENTE.
           IF WS-CREDITO-LIBERADO NOT = 'S'
             EXIT PARAGRAPH
           END-IF.

      *    Na última forma disponível o valor é o restante inteiro
           IF WS-QTD-PAGAMENTOS = WS-QTD-PAGAMENTOS-MAX - 1
             MOVE WS-PAG-RESTANTE TO WS-VALOR-PAG-INFORMADO
           ELSE
             DISPLAY "Valor do cheque (0 para o restante): "
               WITH NO ADVANCING
             ACCEPT WS-VALOR-PAG-INFORMADO

             IF WS-VALOR-PAG-INFORMADO = 0
               OR WS-VALOR-PAG-INFORMADO > WS-PAG-RESTANTE
               MOVE WS-PAG-RESTANTE TO WS-VALOR-PAG-INFORMADO
             END-IF
           END-IF.

           MOVE SPACES TO WS-CHEQUE.
           MOVE WS-CLIENTE-VENDA TO WS-CHQ-CLIENTE.
           MOVE WS-CLIENTE-DOC-VENDA TO WS-CHQ-DOCUMENTO.
           MOVE WS-VALOR-PAG-INFORMADO TO WS-CHQ-VALOR.
           MOVE 'V' TO WS-CHQ-ORIGEM.
           MOVE 0 TO WS-CHQ-REFERENCIA.
           MOVE WS-OPERADOR TO WS-CHQ-OPERADOR.
           MOVE 0 TO WS-CHQ-CUSTODIA.

           MOVE 'C' TO WS-ACAO-CHEQUE.
           CALL "RegistrarCheque" USING WS-ACAO-CHEQUE, WS-CHEQUE,
             WS-RESULTADO-CHEQUE.

           IF WS-RESULTADO-CHEQUE NOT = "OK"
             DISPLAY "Cheque recusado."
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-PAGAMENTOS.
           MOVE 7 TO WS-PAG-FORMA(WS-QTD-PAGAMENTOS).
           MOVE "CHEQUE" TO WS-PAG-FORMA-DESC(WS-QTD-PAGAMENTOS).
           MOVE WS-VALOR-PAG-INFORMADO
             TO WS-PAG-VALOR(WS-QTD-PAGAMENTOS).
           MOVE WS-VALOR-PAG-INFORMADO TO WS-VALOR-CHEQUE.
           SUBTRACT WS-VALOR-PAG-INFORMADO FROM WS-PAG-RESTANTE.

      *    Retorna
           EXIT PARAGRAPH.


      *    Soma o saldo em aberto de todos os fiados do cliente da
      *    venda, para a conferência do limite de crédito
       SOMAR-SALDO-FIADO-CLIENTE.
           MOVE 0 TO WS-FIADO-SALDO-CLIENTE.
           MOVE 'N' TO WS-EOF-FIADO.

           OPEN INPUT IDX-FIADOS.

      *    Sem o arquivo, o cliente ainda não deve nada
           IF WS-STATUS-FIADO-FILE-NOT-FOUND
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-FIADO = 'S'
             READ IDX-FIADOS NEXT RECORD
               AT END
                 MOVE 'S' TO WS-EOF-FIADO

               NOT AT END
                 IF FIADO-CLIENTE-CODIGO = WS-CLIENTE-VENDA
                   AND FIADO-ABERTO
                   ADD FIADO-VALOR-SALDO TO WS-FIADO-SALDO-CLIENTE
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE IDX-FIADOS.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-VALES.
           OPEN I-O IDX-VALES.

           PERFORM IMPRIMIR-ITEM-RECIBO
             VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QTD-ITENS.

           PERFORM IMPRIMIR-VASILHAME-RECIBO
             VARYING WS-IDX-VV FROM 1 BY 1 UNTIL WS-IDX-VV > WS-QTD-VV.

           MOVE WS-VALOR-TOTAL-VENDA TO WS-VALOR-TOTAL-VENDA-EDIT.
           MOVE "-----------------------------------"
             TO WS-TEXTO-RECIBO.
             VARYING WS-IDX-PAG FROM 1 BY 1
             UNTIL WS-IDX-PAG > WS-QTD-PAGAMENTOS.

           IF WS-VALOR-FIADO > 0
             MOVE SPACES TO WS-TEXTO-RECIBO
             STRING
               "  Vencimento do fiado: "  DELIMITED BY SIZE
               WS-FIADO-VENCIMENTO        DELIMITED BY SIZE
               INTO WS-TEXTO-RECIBO
             END-STRING
             PERFORM EMITIR-LINHA-RECIBO
           END-IF.

           IF WS-VALOR-CHEQUE > 0
             MOVE SPACES TO WS-TEXTO-RECIBO
             STRING
               "  Cheque Nº "             DELIMITED BY SIZE
               WS-CHQ-NUMERO              DELIMITED BY SPACE
               " bom para: "              DELIMITED BY SIZE
               WS-CHQ-DATA-DEPOSITO       DELIMITED BY SIZE
               INTO WS-TEXTO-RECIBO
             END-STRING
             PERFORM EMITIR-LINHA-RECIBO
           END-IF.

           MOVE "-----------------------------------"
             TO WS-TEXTO-RECIBO.
           PERFORM EMITIR-LINHA-RECIBO.
           END-STRING.
           PERFORM EMITIR-LINHA-RECIBO.

      *    Mostra as séries das unidades vendidas na linha
           PERFORM IMPRIMIR-SERIE-RECIBO
             VARYING WS-IDX-SV FROM 1 BY 1 UNTIL WS-IDX-SV > WS-QTD-SV.

      *    Mostra a faixa de preço por quantidade aplicada no item
           IF WS-ITEM-FAIXA(WS-IDX) > 0
             MOVE SPACES TO WS-TEXTO-RECIBO
             STRING
               "  Preço de faixa: a partir de "  DELIMITED BY SIZE
               WS-ITEM-FAIXA(WS-IDX)             DELIMITED BY SIZE
               " un."                            DELIMITED BY SIZE
               INTO WS-TEXTO-RECIBO
             END-STRING
             PERFORM EMITIR-LINHA-RECIBO
           END-IF.

      *    Mostra a remarcação por validade aplicada no item
           IF WS-ITEM-REMARCACAO(WS-IDX) > 0
             MOVE SPACES TO WS-TEXTO-RECIBO
             STRING
               "  Remarcação por validade: "     DELIMITED BY SIZE
               WS-ITEM-REMARCACAO(WS-IDX)        DELIMITED BY SIZE
               "%"                               DELIMITED BY SIZE
               INTO WS-TEXTO-RECIBO
             END-STRING
             PERFORM EMITIR-LINHA-RECIBO
           END-IF.

      *    Mostra o desconto concedido no item, quando houver
           IF WS-ITEM-PRECO-ORIG(WS-IDX) > WS-ITEM-PRECO(WS-IDX)
             COMPUTE WS-ITEM-DESC-VALOR =
           END-IF.


       IMPRIMIR-SERIE-RECIBO.
           IF WS-SV-LINHA(WS-IDX-SV) = WS-IDX
             MOVE SPACES TO WS-TEXTO-RECIBO
             STRING
               "  Série: "                DELIMITED BY SIZE
               WS-SV-NUMERO(WS-IDX-SV)    DELIMITED BY SIZE
               INTO WS-TEXTO-RECIBO
             END-STRING
             PERFORM EMITIR-LINHA-RECIBO
           END-IF.


      *    Gera o próximo número sequencial de recibo a partir do
      *    arquivo de controle, nos moldes do controle de códigos de
      *    produto do CRUD



      *    Grava o documento fiscal ao consumidor da venda concluída:
      *    o cabeçalho (recibo, data, operador, cliente e o documento
      *    dele no cadastro) e uma linha por item, com a classificação
      *    fiscal e o imposto do item
      *    Layout posicional: veja DOC-FISCAL-CABECALHO e
      *    DOC-FISCAL-ITEM na FILE SECTION
       GRAVAR-DOCUMENTO-FISCAL.
           ACCEPT WS-TAXA-IMPOSTO-ENV FROM ENVIRONMENT "TAXA_IMPOSTO".
           IF FUNCTION TRIM(WS-TAXA-IMPOSTO-ENV) = SPACES
             MOVE 0 TO WS-TAXA-GERAL
           ELSE
             MOVE FUNCTION NUMVAL(WS-TAXA-IMPOSTO-ENV)
               TO WS-TAXA-GERAL
           END-IF.

      *    Classificação inexistente (arquivo ainda não criado) não
      *    impede o documento: todos os itens vão pela alíquota geral
           OPEN INPUT IDX-CLASS-FISCAL.
           IF WS-STATUS-CF-OK
             MOVE 'S' TO WS-CLASS-FISCAL-ABERTO
           ELSE
             MOVE 'N' TO WS-CLASS-FISCAL-ABERTO
           END-IF.

           MOVE 0 TO WS-DOCF-IMPOSTO-TOTAL.
           MOVE 0 TO WS-DOCF-VALOR-TOTAL.

           PERFORM CLASSIFICAR-ITEM-FISCAL
             VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QTD-ITENS.

           IF WS-CLASS-FISCAL-ABERTO = 'S'
             CLOSE IDX-CLASS-FISCAL
           END-IF.

           PERFORM ABRE-ARQ-DOC-FISCAL.

           MOVE SPACES TO DOC-FISCAL-CABECALHO.
           MOVE 'C' TO DFC-TIPO.
           MOVE WS-NUMERO-RECIBO TO DFC-RECIBO.
           MOVE WS-DATA-VENDA TO DFC-DATA.
           MOVE WS-HORA-VENDA TO DFC-HORA.
           MOVE WS-OPERADOR TO DFC-OPERADOR.
           MOVE WS-CLIENTE-VENDA TO DFC-CLIENTE.
           MOVE WS-CLIENTE-DOC-VENDA TO DFC-DOCUMENTO.
           MOVE WS-QTD-ITENS TO DFC-QTD-ITENS.
           MOVE WS-DOCF-VALOR-TOTAL TO DFC-VALOR-TOTAL.
           MOVE WS-DOCF-IMPOSTO-TOTAL TO DFC-IMPOSTO-TOTAL.
           WRITE DOC-FISCAL-CABECALHO.

           IF NOT WS-STATUS-DOCF-OK
             MOVE "documentos-fiscais" TO WS-ERRO-ARQUIVO
             MOVE "WRITE" TO WS-ERRO-OPERACAO
             MOVE WS-STATUS-DOCF TO WS-ERRO-STATUS
             PERFORM REGISTRAR-ERRO-ARQ
           END-IF.

           PERFORM GRAVAR-ITEM-FISCAL
             VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QTD-ITENS.

           CLOSE ARQ-DOC-FISCAL.

      *    Retorna
           EXIT PARAGRAPH.


      *    Busca a classificação fiscal do item WS-IDX e apura o
      *    imposto dele sobre o valor efetivamente cobrado
       CLASSIFICAR-ITEM-FISCAL.
           MOVE 0 TO WS-IF-NCM(WS-IDX).
           MOVE SPACES TO WS-IF-CST(WS-IDX).
           MOVE WS-CFOP-PADRAO TO WS-IF-CFOP(WS-IDX).
           MOVE WS-TAXA-GERAL TO WS-IF-ALIQUOTA(WS-IDX).

           IF WS-CLASS-FISCAL-ABERTO = 'S'
             MOVE WS-ITEM-CODIGO(WS-IDX) TO CF-PRODUTO-CODIGO
             READ IDX-CLASS-FISCAL KEY IS CF-PRODUTO-CODIGO
               INVALID KEY
                 CONTINUE

               NOT INVALID KEY
                 MOVE CF-NCM TO WS-IF-NCM(WS-IDX)
                 MOVE CF-CST TO WS-IF-CST(WS-IDX)
                 MOVE CF-CFOP TO WS-IF-CFOP(WS-IDX)
                 MOVE CF-ALIQUOTA TO WS-IF-ALIQUOTA(WS-IDX)
             END-READ
           END-IF.

           COMPUTE WS-DOCF-VALOR-ITEM =
             WS-ITEM-PRECO(WS-IDX) * WS-ITEM-QTD(WS-IDX).
           COMPUTE WS-IF-IMPOSTO(WS-IDX) ROUNDED =
             WS-DOCF-VALOR-ITEM * WS-IF-ALIQUOTA(WS-IDX) / 100.

           ADD WS-DOCF-VALOR-ITEM TO WS-DOCF-VALOR-TOTAL.
           ADD WS-IF-IMPOSTO(WS-IDX) TO WS-DOCF-IMPOSTO-TOTAL.


       GRAVAR-ITEM-FISCAL.
           MOVE SPACES TO DOC-FISCAL-ITEM.
           MOVE 'I' TO DFI-TIPO.
           MOVE WS-NUMERO-RECIBO TO DFI-RECIBO.
           MOVE WS-IDX TO DFI-SEQ.
           MOVE WS-ITEM-CODIGO(WS-IDX) TO DFI-PRODUTO.
           MOVE WS-ITEM-DESCRICAO(WS-IDX) TO DFI-DESCRICAO.
           MOVE WS-IF-NCM(WS-IDX) TO DFI-NCM.
           MOVE WS-IF-CST(WS-IDX) TO DFI-CST.
           MOVE WS-IF-CFOP(WS-IDX) TO DFI-CFOP.
           MOVE WS-ITEM-QTD(WS-IDX) TO DFI-QTD.
           MOVE WS-ITEM-PRECO(WS-IDX) TO DFI-PRECO-UNIT.
           COMPUTE DFI-VALOR =
             WS-ITEM-PRECO(WS-IDX) * WS-ITEM-QTD(WS-IDX).
           MOVE WS-IF-ALIQUOTA(WS-IDX) TO DFI-ALIQUOTA.
           MOVE WS-IF-IMPOSTO(WS-IDX) TO DFI-IMPOSTO.
           WRITE DOC-FISCAL-ITEM.


       ABRE-ARQ-DOC-FISCAL.
           OPEN EXTEND ARQ-DOC-FISCAL.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-DOCF-FILE-NOT-FOUND
             OPEN OUTPUT ARQ-DOC-FISCAL
             CLOSE ARQ-DOC-FISCAL
             PERFORM ABRE-ARQ-DOC-FISCAL
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Grava o cheque recebido na venda em custódia, ligado ao
      *    número do recibo
       GRAVAR-CHEQUE-VENDA.
           MOVE WS-NUMERO-RECIBO TO WS-CHQ-REFERENCIA.
           MOVE WS-CLIENTE-VENDA TO WS-CHQ-CLIENTE.

           MOVE 'G' TO WS-ACAO-CHEQUE.
           CALL "RegistrarCheque" USING WS-ACAO-CHEQUE, WS-CHEQUE,
             WS-RESULTADO-CHEQUE.

           IF WS-RESULTADO-CHEQUE NOT = "OK"
             DISPLAY "Atenção! Cheque do recibo " WS-NUMERO-RECIBO
               " não entrou em custódia; registre-o manualmente."
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Grava o documento de fiado da venda: o cabeçalho com a
      *    parte a prazo como saldo devedor e o recibo do caixa, e um
      *    item por linha do carrinho. O estoque já saiu na baixa da
      *    venda; o cancelamento do fiado o devolve item a item
       GRAVAR-DOCUMENTO-FIADO.
      *    Gera o código do fiado no mesmo controle de VendaFiado.cbl
           MOVE 0 TO WS-FIADO-CODIGO.

           OPEN INPUT ARQ-CONTROLE-FIADO.

           IF NOT WS-STATUS-CTRL-FIADO-FILE-NOT-FOUND
             READ ARQ-CONTROLE-FIADO INTO WS-FIADO-CODIGO
               AT END
                 MOVE 0 TO WS-FIADO-CODIGO
             END-READ
             CLOSE ARQ-CONTROLE-FIADO
           END-IF.

           ADD 1 TO WS-FIADO-CODIGO.

           PERFORM ABRE-ARQ-FIADOS.

           MOVE SPACES TO DETALHE-FIADO.
           MOVE WS-FIADO-CODIGO TO FIADO-CODIGO.
           MOVE WS-CLIENTE-VENDA TO FIADO-CLIENTE-CODIGO.
           SET FIADO-DOCUMENTO TO TRUE.
           MOVE WS-QTD-ITENS TO FIADO-QTD-ITENS.
           MOVE WS-NUMERO-RECIBO TO FIADO-RECIBO.
           MOVE WS-VALOR-TOTAL-VENDA TO FIADO-VALOR-VENDA.
           MOVE WS-VALOR-FIADO TO FIADO-VALOR-TOTAL.
           MOVE 0 TO FIADO-VALOR-PAGO.
           MOVE WS-VALOR-FIADO TO FIADO-VALOR-SALDO.
           MOVE WS-OPERADOR TO FIADO-OPERADOR.
           MOVE WS-DATA-VENDA TO FIADO-DATA.
           MOVE WS-FIADO-VENCIMENTO TO FIADO-DATA-VENCIMENTO.
           SET FIADO-ABERTO TO TRUE.

           WRITE DETALHE-FIADO
             INVALID KEY
               MOVE "vendas-fiado.idx" TO WS-ERRO-ARQUIVO
               MOVE "WRITE" TO WS-ERRO-OPERACAO
               MOVE WS-STATUS-FIADO TO WS-ERRO-STATUS
               PERFORM REGISTRAR-ERRO-ARQ
               CLOSE IDX-FIADOS
               EXIT PARAGRAPH
           END-WRITE.

           CLOSE IDX-FIADOS.

           OPEN OUTPUT ARQ-CONTROLE-FIADO.
           MOVE WS-FIADO-CODIGO TO LINHA-CONTROLE-FIADO.
           WRITE LINHA-CONTROLE-FIADO.
           CLOSE ARQ-CONTROLE-FIADO.

           PERFORM ABRE-ARQ-FIADO-ITENS.
           PERFORM GRAVAR-ITEM-DOCUMENTO-FIADO
             VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QTD-ITENS.
           CLOSE IDX-FIADO-ITENS.

           MOVE WS-VALOR-FIADO TO WS-VALOR-FIADO-EDIT.
           DISPLAY "Fiado " WS-FIADO-CODIGO " registrado: R$"
             WS-VALOR-FIADO-EDIT " com vencimento em "
             WS-FIADO-VENCIMENTO ".".

      *    Retorna
           EXIT PARAGRAPH.


       GRAVAR-ITEM-DOCUMENTO-FIADO.
           MOVE SPACES TO DETALHE-FIADO-ITEM.
           MOVE WS-FIADO-CODIGO TO FITEM-FIADO.
           MOVE WS-IDX TO FITEM-SEQ.
           MOVE WS-ITEM-CODIGO(WS-IDX) TO FITEM-PRODUTO.
           MOVE WS-ITEM-DESCRICAO(WS-IDX) TO FITEM-DESCRICAO.
           MOVE WS-ITEM-QTD(WS-IDX) TO FITEM-QTD.
           MOVE WS-ITEM-PRECO(WS-IDX) TO FITEM-PRECO-UNIT.
           COMPUTE FITEM-VALOR =
             WS-ITEM-PRECO(WS-IDX) * WS-ITEM-QTD(WS-IDX).

           WRITE DETALHE-FIADO-ITEM
             INVALID KEY
               MOVE "fiado-itens.idx" TO WS-ERRO-ARQUIVO
               MOVE "WRITE" TO WS-ERRO-OPERACAO
               MOVE WS-STATUS-FIT TO WS-ERRO-STATUS
               PERFORM REGISTRAR-ERRO-ARQ
           END-WRITE.


       ABRE-ARQ-FIADOS.
           OPEN I-O IDX-FIADOS.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-FIADO-FILE-NOT-FOUND
             OPEN OUTPUT IDX-FIADOS
             CLOSE IDX-FIADOS
             PERFORM ABRE-ARQ-FIADOS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


       ABRE-ARQ-FIADO-ITENS.
           OPEN I-O IDX-FIADO-ITENS.

      *    Caso o arquivo não exista, cria
           IF WS-STATUS-FIT-FILE-NOT-FOUND
             OPEN OUTPUT IDX-FIADO-ITENS
             CLOSE IDX-FIADO-ITENS
             PERFORM ABRE-ARQ-FIADO-ITENS
           END-IF.

      *    Retorna
           EXIT PARAGRAPH.


      *    Anexa o movimento corrente ao ledger unificado (kardex)
      *    Marca a venda como entrega em domicílio: captura o
      *    endereço (sugerindo o do cadastro quando a venda tem
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/remarcacoes-vendas.log" DELIMITED BY SIZE
             INTO WS-PATH-REMARC-VENDAS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/recibo-controle.dat" DELIMITED BY SIZE
             INTO WS-PATH-CONTROLE-RECIBO
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
             "/clientes.idx" DELIMITED BY SIZE
             INTO WS-PATH-CLIENTES
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/classificacao-fiscal.idx" DELIMITED BY SIZE
             INTO WS-PATH-CLASS-FISCAL
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/documentos-fiscais.dat" DELIMITED BY SIZE
             INTO WS-PATH-DOC-FISCAL
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/vendas-fiado.idx" DELIMITED BY SIZE
             INTO WS-PATH-FIADOS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/fiado-itens.idx" DELIMITED BY SIZE
             INTO WS-PATH-FIADO-ITENS
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/fiado-controle.dat" DELIMITED BY SIZE
             INTO WS-PATH-CONTROLE-FIADO
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.
           STRING FUNCTION TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
             "/vasilhames.idx" DELIMITED BY SIZE
             INTO WS-PATH-VASILHAMES
             ON OVERFLOW
               MOVE 'S' TO WS-CAMINHO-OVERFLOW
           END-STRING.

      *    ARCH_DIR longo demais para caber num dos caminhos: aborta em
      *    vez de operar sobre um caminho truncado e apontar para o

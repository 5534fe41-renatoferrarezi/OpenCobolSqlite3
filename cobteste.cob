           SELECT RELATORIO-RESERVAS ASSIGN TO "RELRESEX"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELATORIO-FICHA ASSIGN TO "RELFICHA"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RELATORIO-DOCUMENTO ASSIGN TO "RELDOCTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-DOCUMENTO.

           SELECT OPTIONAL ARQ-FILTRO-PARM ASSIGN TO "CONSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-FILTRO-PARM.
       DATA DIVISION.
       FILE SECTION.
       FD  RELATORIO-CARROS.
       01  REG-RELATORIO                PIC X(132).

       FD  ARQ-CHECKPOINT.
       01  REG-CHECKPOINT.
           05 REG-CHECKPOINT-PRECO-MIN      PIC 9(6)V99.
           05 REG-CHECKPOINT-PRECO-MAX      PIC 9(6)V99.
           05 REG-CHECKPOINT-PATIO          PIC 9(2).
           05 REG-CHECKPOINT-PLACA          PIC X(8).
           05 REG-CHECKPOINT-CHASSI         PIC X(17).

       FD  RELATORIO-AUDITORIA.
       01  REG-REL-AUDITORIA            PIC X(132).
       FD  RELATORIO-RESERVAS.
       01  REG-REL-RESERVAS             PIC X(132).

       FD  RELATORIO-FICHA.
       01  REG-REL-FICHA                PIC X(132).

       FD  RELATORIO-DOCUMENTO.
       01  REG-REL-DOCUMENTO            PIC X(80).

      * arquivo de parametros do filtro da consulta, para a
      * execucao agendada da madrugada que gera o RELCARROS sem
      * as perguntas do filtro no console - a entrada redirecionada
      * do job comeca pelas linhas de login e senha do operador,
      * como toda sessao. Os campos numericos tem REDEFINES
      * alfanumerico para o teste de classe NUMERIC antes de
      * qualquer uso, como no arquivo de carga.
       FD  ARQ-FILTRO-PARM.
           05 FPR-PATIO                    PIC 9(2).
           05 FPR-PATIO-X REDEFINES FPR-PATIO
                                           PIC X(2).
           05 FPR-PLACA                    PIC X(8).
           05 FPR-CHASSI                   PIC X(17).

       FD  ARQ-RUNLOG.
       COPY runlog-book.
       01  W-FS-CHECKPOINT              PIC X(02).
       01  W-FS-RUNLOG                  PIC X(02).
       01  W-FS-FILTRO-PARM             PIC X(02).
       01  W-FS-DOCUMENTO               PIC X(02).

      * liga quando o filtro da consulta veio do arquivo CONSPARM
      * em vez das perguntas de console - e o que deixa o
      * RELCARROS da madrugada sair so com a entrada redirecionada,
      * que comeca pelas linhas de login e senha do operador.
       01  W-FILTRO-DE-ARQUIVO          PIC X(01) VALUE "N".
           88 FILTRO-DE-ARQUIVO         VALUE "S".

           05 W-ID                         PIC 9(6).
           05 W-NOME                       PIC X(100).
           05 W-PRECO                      PIC 9(6)V99 VALUE 150,22.
           05 W-CHASSI                     PIC X(17).
           05 W-PLACA                      PIC X(07).
           05 W-RENAVAM                    PIC X(11).
           05 W-ANO-FABRIC                 PIC 9(4).
           05 W-ANO-MODELO                 PIC 9(4).
           05 W-COR                        PIC X(20).
           05 W-KM                         PIC 9(7).

      * registro da consulta de vendas: carro + dados da venda,
      * carro vendido a um cliente em uma data, pelo join com sales.
           88 MODO-TRANSFERE           VALUE "F".
           88 MODO-CLIENTES            VALUE "L".
           88 MODO-IDADE               VALUE "I".
           88 MODO-VENDEDORES          VALUE "D".
           88 MODO-DESPESAS            VALUE "G".
           88 MODO-FICHA-CUSTO         VALUE "H".
           88 MODO-SEGUNDA-VIA         VALUE "N".
           88 MODO-FORNECEDORES        VALUE "O".
           88 MODO-PAGA-FORNECEDOR     VALUE "B".
           88 MODO-OPERADORES          VALUE "U".
           88 MODO-SAIR                VALUE "X".

      * data de aquisicao do carro corrente (capturada na inclusao
       01  W-FAIXA-ACUMULADORES.
           05 W-FAIXA-QTD              PIC 9(5) COMP OCCURS 4.
           05 W-FAIXA-TOTAL            PIC 9(9)V99 OCCURS 4.
           05 W-FAIXA-CUSTO            PIC 9(9)V99 OCCURS 4.
       01  W-FAIXA-IDX                 PIC 9(1) COMP.
       01  W-FAIXA-ANTERIOR            PIC 9(1) COMP.
       01  W-FAIXA-QTD-ED              PIC ZZ.ZZ9.

      * linhas ja formatadas do resumo de envelhecimento na tela
      * TELA-IDADE, uma por faixa (a da faixa 4 sai destacada).
       01  W-IDADE-LINHA-1             PIC X(78).
       01  W-IDADE-LINHA-2             PIC X(78).
       01  W-IDADE-LINHA-3             PIC X(78).
       01  W-IDADE-LINHA-4             PIC X(78).
       01  W-IDADE-LINHA-ATUAL         PIC X(78).

      * registro do cadastro de clientes, espelho da tabela
      * customers: e o que tira os totais por cliente da grafia
      * em sales.customer_id junto com o nome do cadastro.
       01  WV-CLIENTE-ID               PIC 9(6).

      * registro do cadastro de vendedores, espelho da tabela
      * salespeople. A regra de comissao e um percentual sobre o
      * preco de venda (base P) ou sobre a margem - preco de
      * venda menos cars.cost (base M). Vendedor desligado fica
      * no cadastro com active = 0, para as vendas antigas
      * continuarem com nome no relatorio de comissoes, mas nao
      * entra mais em venda nova.
       01  REGISTRO-VENDEDOR.
           05 WD-ID                    PIC 9(6).
           05 WD-NOME                  PIC X(100).
           05 WD-BASE                  PIC X(01).
              88 BASE-PRECO            VALUE "P".
              88 BASE-MARGEM           VALUE "M".
           05 WD-PERCENTUAL            PIC 9(2)V99.
           05 WD-ATIVO                 PIC 9(1).
              88 VENDEDOR-ATIVO        VALUE 1.
       01  W-VEND-EXISTE               PIC X(01) VALUE "N".
           88 VEND-EXISTE              VALUE "S".
       01  W-VEND-NOME-SQL             PIC X(200).
       01  W-VEND-PERCENTUAL-SQL       PIC X(10).

      * vendedor da venda sendo registrada: o id e a regra de
      * comissao vigente vao carimbados em sales, para a comissao
      * de uma venda nao mudar quando a regra do vendedor mudar
      * depois.
       01  WV-VENDEDOR-ID              PIC 9(6).

      * rowid da venda ativa lida em 181-LE-VENDA-ATIVA: e a
      * chave que amarra a parcela a venda certa em payments.
      * Sem ela, depois de um estorno e revenda do mesmo carro,
      * misturariam no saldo.
       01  WV-VENDA-RID                PIC 9(9).

      * carro usado recebido na troca (parte do pagamento): entra
      * em cars com custo igual ao valor combinado e credita esse
      * valor na venda como parcela do tipo trade-in. A venda
      * guarda o id do carro da troca em trade_in_car_id, que
      * 181-LE-VENDA-ATIVA devolve em WV-TROCA-ID para o estorno
      * desfazer a troca junto. WT-VENDAS e a quantidade de vendas
      * (ativas ou estornadas) que o carro da troca ja tem: com
      * qualquer uma o carro ja foi revendido e o estorno da venda
      * original e recusado.
       01  REGISTRO-TROCA.
           05 WT-ID                    PIC 9(6).
           05 WT-NOME                  PIC X(100).
           05 WT-VALOR                 PIC 9(6)V99.
           05 WT-VENDAS                PIC 9(6).
           05 WT-DESPESAS              PIC 9(6).
           05 WT-RESERVAS              PIC 9(6).
       01  WV-TROCA-ID                 PIC 9(6).

      * sinal da reserva ativa do comprador para o carro vendido,
      * que 244 lanca como parcela na venda: somado ao valor da
      * troca, nao pode passar do preco de venda.
       01  WV-SINAL-RESERVA            PIC 9(7)V99.
       01  WV-TROCA-MAIS-SINAL         PIC 9(8)V99.
       01  W-TEM-TROCA                 PIC X(01) VALUE "N".
           88 TEM-TROCA                VALUE "S".
       01  W-TROCA-EXISTE              PIC X(01) VALUE "N".
           88 TROCA-EXISTE             VALUE "S".
       01  W-TROCA-REVENDIDA           PIC X(01) VALUE "N".
           88 TROCA-REVENDIDA          VALUE "S".
       01  W-TROCA-DATA-SQL            PIC X(14).

      * identificacao do veiculo (chassi, placa, RENAVAM, anos,
      * cor e quilometragem) informada na inclusao/alteracao de
      * carro e na entrada do carro da troca, com as tabelas da
      * critica. W-IDENT-CARRO-ID e o carro que esta sendo
      * mantido, que nao conta como duplicidade de si mesmo;
      * W-IDENT-DUPLICADO-ID devolve o carro do estoque que ja
      * tem o chassi ou a placa. W-IDENT-SQL-VALORES e
      * W-IDENT-SQL-SET sao os pedacos do insert e do update, com
      * o tamanho util em W-IDENT-VALORES-TAM e W-IDENT-SET-TAM
      * (a cor pode ter espacos no meio).
       COPY veiculo-book.
       01  W-IDENT-CARRO-ID            PIC 9(6).
       01  W-IDENT-DUPLICADO-ID        PIC 9(6).
       01  W-ALTERA-IDENT              PIC X(01) VALUE "N".
           88 ALTERA-IDENT             VALUE "S" "s".
       01  W-COR-SQL                   PIC X(40).
       01  W-IDENT-SQL-VALORES         PIC X(150).
       01  W-IDENT-SQL-SET             PIC X(220).
       01  W-IDENT-VALORES-TAM         PIC 9(3) COMP.
       01  W-IDENT-SET-TAM             PIC 9(3) COMP.

      * despesa de preparacao do carro (mecanica, funilaria e
      * pintura, pneus, limpeza, documentacao, outros) lancada
      * enquanto o carro esta no estoque, com a oficina ou
      * fornecedor que fez o servico e o operador que lancou.
      * O custo total do carro e o custo de aquisicao (cost) mais
      * a soma das despesas - e sobre ele que a margem e a idade
      * do estoque enxergam o dinheiro empatado no carro.
       01  REGISTRO-DESPESA.
           05 WE-DATA                  PIC X(10).
           05 WE-TIPO                  PIC X(03).
              88 TIPO-DESPESA-VALIDO   VALUE "MEC" "PIN" "PNE"
                                             "LIM" "DOC" "OUT".
           05 WE-FORNECEDOR            PIC X(40).
           05 WE-VALOR                 PIC 9(6)V99.
           05 WE-OPERADOR              PIC X(08).
       01  WE-TIPO-DESCRICAO           PIC X(20).
       01  WE-FORNECEDOR-SQL           PIC X(80).

      * situacao de custo do carro W-ID, lida de uma vez em
      * 222-LE-CUSTO-CARRO: nome, vendido, custo de aquisicao,
      * preco de tabela, data de aquisicao, patio, quantidade e
      * soma das despesas ja lancadas.
       01  REGISTRO-CUSTO-CARRO.
           05 WE-NOME                  PIC X(100).
           05 WE-VENDIDO               PIC 9(1).
              88 DESP-CARRO-VENDIDO    VALUE 1.
           05 WE-CUSTO                 PIC 9(6)V99.
           05 WE-PRECO                 PIC 9(6)V99.
           05 WE-AQUISICAO             PIC X(10).
           05 WE-PATIO                 PIC 9(2).
           05 WE-QTD-DESPESAS          PIC 9(6).
           05 WE-DESPESAS              PIC 9(7)V99.
           05 WE-QTD-TITULOS           PIC 9(6).
       01  W-DESP-CARRO-EXISTE         PIC X(01) VALUE "N".
           88 DESP-CARRO-EXISTE        VALUE "S".
       01  WE-CUSTO-TOTAL              PIC 9(7)V99.
       01  WE-MARGEM                   PIC S9(7)V99.
       01  WE-VALOR-ED                 PIC Z.ZZZ.ZZZ,99.
       01  WE-MARGEM-ED                PIC Z.ZZZ.ZZZ,99-.
       01  WE-QTD-ED                   PIC ZZZ.ZZ9.

      * carro da troca com despesa de preparacao ja lancada: o
      * estorno da venda original nao pode tirar o carro de cars
      * sem deixar as despesas penduradas em carro nenhum.
       01  W-TROCA-COM-DESPESA         PIC X(01) VALUE "N".
           88 TROCA-COM-DESPESA        VALUE "S".

      * carro da troca com reserva ativa (o usado ja foi prometido
      * a outro cliente, com sinal): a exclusao no estorno deixaria
      * a reserva e o sinal apontando para carro nenhum.
       01  W-TROCA-RESERVADA           PIC X(01) VALUE "N".
           88 TROCA-RESERVADA          VALUE "S".

      * linha generica da trilha cars_audit para os movimentos da
      * troca (saida do carro vendido, entrada e retirada do carro
      * da troca), montada por quem chama 209-GRAVA-AUDITORIA-CARRO.
       01  W-AUDC-ID                   PIC 9(6).
       01  W-AUDC-OPERACAO             PIC X(01).
       01  W-AUDC-NOME-ANTES           PIC X(100).
       01  W-AUDC-PRECO-ANTES          PIC 9(6)V99.
       01  W-AUDC-NOME-DEPOIS          PIC X(100).
       01  W-AUDC-PRECO-DEPOIS         PIC 9(6)V99.

      * documentos numerados entregues ao cliente: o documento de
      * venda (V), o recibo de cada parcela recebida (R) e o
      * cancelamento da venda estornada (C), lidos de documents
      * para a impressao e para a segunda via. O saldo nao fica
      * gravado - e o preco menos o total pago na emissao.
       01  REGISTRO-DOCUMENTO.
           05 WN-NUMERO                PIC 9(9).
           05 WN-TIPO                  PIC X(01).
              88 DOC-VENDA             VALUE "V".
              88 DOC-RECIBO            VALUE "R".
              88 DOC-CANCELAMENTO      VALUE "C".
           05 WN-DATA                  PIC X(10).
           05 WN-HORA                  PIC X(06).
           05 WN-VENDA-RID             PIC 9(9).
           05 WN-CARRO-ID              PIC 9(6).
           05 WN-REFERENCIA            PIC 9(9).
           05 WN-PATIO                 PIC 9(2).
           05 WN-DATA-VENDA            PIC X(10).
           05 WN-DATA-PAGTO            PIC X(10).
           05 WN-VENDEDOR              PIC X(60).
           05 WN-CLIENTE-ID            PIC 9(6).
           05 WN-CLIENTE-NOME          PIC X(60).
           05 WN-CLIENTE-DOC           PIC X(20).
           05 WN-CLIENTE-FONE          PIC X(15).
           05 WN-VEICULO               PIC X(60).
           05 WN-CHASSI                PIC X(17).
           05 WN-PLACA                 PIC X(07).
           05 WN-PRECO                 PIC 9(7)V99.
           05 WN-SINAL                 PIC 9(7)V99.
           05 WN-TROCA                 PIC 9(7)V99.
           05 WN-VALOR                 PIC 9(7)V99.
           05 WN-PAGO                  PIC 9(9)V99.
           05 WN-OPERADOR              PIC X(08).
       01  WN-SALDO                    PIC S9(9)V99.
       01  W-DOCUMENTO-EXISTE          PIC X(01) VALUE "N".
           88 DOCUMENTO-EXISTE         VALUE "S".
       01  W-SEGUNDA-VIA               PIC X(01) VALUE "N".
           88 SEGUNDA-VIA              VALUE "S".

      * parametros de 232-GRAVA-DOCUMENTO: tipo, o where que acha
      * a venda em sales (alias s), o valor do documento e a data
      * da parcela ja pronta para o SQL (ou null). W-DOC-NUMERO
      * volta com o numero gerado - ou e o numero pedido na
      * segunda via.
       01  W-DOC-TIPO                  PIC X(01).
       01  W-DOC-CHAVE-SQL             PIC X(80).
       01  W-DOC-VALOR                 PIC 9(6)V99.
       01  W-DOC-PAGTO-SQL             PIC X(14).
       01  W-DOC-NUMERO                PIC 9(9).
       01  W-DOC-NUMERO-ED             PIC Z(8)9.
       01  W-DOC-TITULO                PIC X(30).
       01  W-DOC-ROTULO                PIC X(40).
       01  W-DOC-VALOR-LINHA           PIC S9(9)V99.
       01  W-DOC-VALOR-ED              PIC Z.ZZZ.ZZZ,99-.

      * cadastro de fornecedores (tabela suppliers): de quem a
      * carga compra os carros, com o prazo de pagamento em dias
      * que da o vencimento do titulo de cada carro comprado.
      * Fornecedor desligado fica no cadastro com active = 0,
      * para os carros e titulos antigos continuarem com nome,
      * mas a carga recusa arquivo dele.
       01  REGISTRO-FORNECEDOR.
           05 WF-ID                    PIC 9(6).
           05 WF-NOME                  PIC X(100).
           05 WF-DOCUMENTO             PIC X(20).
           05 WF-PRAZO                 PIC 9(3).
           05 WF-ATIVO                 PIC 9(1).
              88 FORNECEDOR-ATIVO      VALUE 1.
       01  W-FORN-EXISTE               PIC X(01) VALUE "N".
           88 FORN-EXISTE              VALUE "S".
       01  W-FORN-NOME-SQL             PIC X(200).
       01  W-FORN-DOC-SQL              PIC X(40).

      * titulo a pagar ao fornecedor (tabela payables) lido para
      * o pagamento: fornecedor, carro, emissao, vencimento,
      * valor e o total ja pago em supplier_payments. O saldo nao
      * fica gravado - e o valor menos o total pago.
       01  WQ-NUMERO                   PIC 9(9).
       01  REGISTRO-TITULO.
           05 WQ-FORNECEDOR-ID         PIC 9(6).
           05 WQ-FORNECEDOR-NOME       PIC X(60).
           05 WQ-CARRO-ID              PIC 9(6).
           05 WQ-CARRO-NOME            PIC X(60).
           05 WQ-EMISSAO               PIC X(10).
           05 WQ-VENCIMENTO            PIC X(10).
           05 WQ-VALOR                 PIC 9(7)V99.
           05 WQ-PAGO                  PIC 9(9)V99.
       01  WQ-SALDO                    PIC S9(9)V99.
       01  WQ-VALOR-PAGTO              PIC 9(6)V99.
       01  WQ-DATA-PAGTO               PIC X(10).
       01  WQ-VALOR-ED                 PIC Z.ZZZ.ZZZ,99-.
       01  W-TITULO-EXISTE             PIC X(01) VALUE "N".
           88 TITULO-EXISTE            VALUE "S".

      * entrada de recebimento (venda a prazo): valor e data da
      * parcela recebida, o total ja recebido da venda e o saldo
      * em aberto mostrado ao operador depois da gravacao. O
       01  W-RESERVA-VENCTO-TELA       PIC X(10).
       01  W-RESERVA-LINHA             PIC X(45).

      * identificacao do carro mostrado na tela de consulta: ano
      * de fabricacao/modelo juntos em AAAA/AAAA e a quilometragem
      * da aquisicao editada.
       01  W-ANO-TELA.
           05 W-ANO-TELA-FABRIC        PIC 9(4).
           05 FILLER                   PIC X(01) VALUE "/".
           05 W-ANO-TELA-MODELO        PIC 9(4).
       01  W-KM-ED                     PIC Z.ZZZ.ZZ9.

      * contador da varredura de reservas vencidas, para o rodape
      * do relatorio RELRESEX e o log de execucoes.
       01  W-QTD-LIBERADAS             PIC 9(6) COMP VALUE ZERO.

      * fechamento de mes: periodo AAAA-MM a verificar contra a
      * tabela closed_periods gravada pelo job de fechamento.
      * Venda em periodo ja fechado e recusada - o mes reportado a
      * contabilidade nao muda mais. O estorno de venda de um mes
      * fechado e aceito: ele cai no mes corrente (cancel_date),
      * que e o que precisa estar aberto.
       01  W-PERIODO-VERIFICAR         PIC X(07).
       01  W-PERIODO-FECHADO           PIC X(01) VALUE "N".
           88 PERIODO-FECHADO          VALUE "S".
           05 W-HORA-AUDIT             PIC 9(6).
           05 FILLER                   PIC 9(2).

      * conferencia do operador na entrada da sessao (cadastro em
      * operators, com OPERADOR-BOOK): tentativas desta entrada,
      * as funcoes do menu liberadas ao operador que entrou -
      * guardadas a parte, porque a manutencao de operadores le
      * outros operadores em OPR-REGISTRO - e a confirmacao da
      * senha digitada no cadastro.
       COPY operador-book.
       01  W-OPR-TENTATIVAS            PIC 9(02) COMP.
       01  W-OPR-MAX-TENTATIVAS        PIC 9(02) COMP VALUE 3.
       01  W-OPR-IDENTIFICADO          PIC X(01) VALUE "N".
           88 OPERADOR-IDENTIFICADO    VALUE "S".
       01  W-OPR-FIM-TENTATIVAS        PIC X(01) VALUE "N".
           88 FIM-TENTATIVAS-ENTRADA   VALUE "S".
       01  W-OPR-QTD-CADASTRO          PIC 9(06).
       01  W-OPR-SENHA-CONF            PIC X(12).
       01  W-OPR-QTD-BRANCOS           PIC 9(02) COMP.
       01  W-OPR-NOME-SQL              PIC X(80).
       01  W-FUNCOES-OPERADOR          PIC X(30).
       01  W-FUNCAO-LIBERADA           PIC X(01) VALUE "S".
           88 FUNCAO-LIBERADA          VALUE "S".
       01  W-OPR-PRIMEIRO              PIC X(01) VALUE "N".
           88 PRIMEIRO-OPERADOR        VALUE "S".
       01  W-LOGIN-VALIDO              PIC X(01) VALUE "N".
           88 LOGIN-VALIDO             VALUE "S".

      * imagem anterior do carro, lida da tabela cars antes de uma
      * alteracao ou exclusao, para entrar na trilha de auditoria
      * como "antes" - e tambem para recusar manutencao de um id

      * filtro de consulta: fragmento do nome e faixa de preco
      * informados pelo operador, virados clausula WHERE antes de
      * abrir o cursor. Placa e chassi sao busca exata, ja
      * normalizados por 012-NORMALIZA-FILTRO-VEICULO.
       01  W-FILTRO-NOME               PIC X(40) VALUE SPACES.
       01  W-FILTRO-PLACA              PIC X(8) VALUE SPACES.
       01  W-FILTRO-CHASSI             PIC X(17) VALUE SPACES.
       01  W-FILTRO-PRECO-MIN          PIC 9(6)V99 VALUE ZERO.
       01  W-FILTRO-PRECO-MAX          PIC 9(6)V99 VALUE ZERO.
       01  W-USAR-FILTRO               PIC X(01) VALUE "N".
           88 REL-IDADE-ABERTO         VALUE "S".
       01  W-REL-RESEX-ABERTO          PIC X(01) VALUE "N".
           88 REL-RESEX-ABERTO         VALUE "S".
       01  W-REL-FICHA-ABERTO          PIC X(01) VALUE "N".
           88 REL-FICHA-ABERTO         VALUE "S".
       01  W-REL-DOCTO-ABERTO          PIC X(01) VALUE "N".
           88 REL-DOCTO-ABERTO         VALUE "S".

      * linha de detalhe do relatorio de envelhecimento do
      * estoque (RELIDADE), do carro mais antigo para o mais novo.
           05 IDD-DIAS                 PIC X(05).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 IDD-PRECO                PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 IDD-CUSTO                PIC X(12).

      * mesmo layout de colunas com o id alfanumerico, para o
      * cabecalho, na mesma mecanica do cabecalho de RELCARROS.
           05 CAB-IDD-DIAS             PIC X(05).
           05 FILLER                   PIC X(02).
           05 CAB-IDD-PRECO            PIC X(10).
           05 FILLER                   PIC X(02).
           05 CAB-IDD-CUSTO            PIC X(12).

      * linha de despesa da ficha de custo do carro (RELFICHA),
      * com o cabecalho no mesmo layout de colunas.
       01  W-LINHA-FICHA.
           05 FCH-DATA                 PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FCH-TIPO                 PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FCH-TIPO-DESCRICAO       PIC X(20).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FCH-FORNECEDOR           PIC X(40).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FCH-OPERADOR             PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FCH-VALOR                PIC X(12).
       01  W-CABECALHO-FICHA REDEFINES W-LINHA-FICHA.
           05 CAB-FCH-DATA             PIC X(10).
           05 FILLER                   PIC X(02).
           05 CAB-FCH-TIPO             PIC X(24).
           05 FILLER                   PIC X(02).
           05 CAB-FCH-FORNECEDOR       PIC X(40).
           05 FILLER                   PIC X(02).
           05 CAB-FCH-OPERADOR         PIC X(08).
           05 FILLER                   PIC X(02).
           05 CAB-FCH-VALOR            PIC X(12).

      * linha de relatorio de estoque de carros: cabecalho, detalhe
      * e total geral usam o mesmo layout de colunas.
           05 DET-NOME                 PIC X(40).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 DET-PRECO                PIC X(10).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 DET-PLACA                PIC X(07).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 DET-CHASSI               PIC X(17).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 DET-ANO                  PIC X(09).

      * mesmo layout de colunas de W-LINHA-RELATORIO, mas com o
      * primeiro campo alfanumerico em vez de numerico-editado, para
           05 CAB-NOME                 PIC X(40).
           05 FILLER                   PIC X(03).
           05 CAB-PRECO                PIC X(10).
           05 FILLER                   PIC X(03).
           05 CAB-PLACA                PIC X(07).
           05 FILLER                   PIC X(03).
           05 CAB-CHASSI               PIC X(17).
           05 FILLER                   PIC X(03).
           05 CAB-ANO                  PIC X(09).

       01  W-TOTAL-GERAL               PIC 9(9)V99 VALUE ZERO.
       01  W-TOTAL-GERAL-ED            PIC Z(6)ZZZ,99.
                             FOREGROUND-COLOR COR-NORMAL.
           05 LINE 13 COL 05 VALUE "F - TRANSFERE CARRO DE PATIO"
                             FOREGROUND-COLOR COR-NORMAL.
           05 LINE 14 COL 05 VALUE "D - MANUTENCAO DE VENDEDORES"
                             FOREGROUND-COLOR COR-NORMAL.
           05 LINE 03 COL 45 VALUE "G - DESPESAS DE PREPARACAO"
                             FOREGROUND-COLOR COR-NORMAL.
           05 LINE 04 COL 45 VALUE "H - FICHA DE CUSTO DO CARRO"
                             FOREGROUND-COLOR COR-NORMAL.
           05 LINE 05 COL 45 VALUE "N - SEGUNDA VIA DE DOCUMENTO"
                             FOREGROUND-COLOR COR-NORMAL.
           05 LINE 06 COL 45 VALUE "O - MANUTENCAO DE FORNECEDORES"
                             FOREGROUND-COLOR COR-NORMAL.
           05 LINE 07 COL 45 VALUE "B - PAGAMENTO A FORNECEDOR"
                             FOREGROUND-COLOR COR-NORMAL.
           05 LINE 08 COL 45 VALUE "U - MANUTENCAO DE OPERADORES"
                             FOREGROUND-COLOR COR-NORMAL.
           05 LINE 15 COL 05 VALUE "X - ENCERRA A SESSAO"
                             FOREGROUND-COLOR COR-NORMAL.
           05 LINE 17 COL 05 VALUE "OPCAO: "
                             FOREGROUND-COLOR COR-NORMAL.
           05 LINE 07 COL 10 PIC 9(2)   FROM W-PATIO
                             FOREGROUND-COLOR COR-NORMAL.
           05 LINE 03 COL 52 VALUE "CHASSI:"
                             FOREGROUND-COLOR COR-NORMAL.
           05 LINE 03 COL 61 PIC X(17)  FROM W-CHASSI
                             FOREGROUND-COLOR COR-NORMAL.
           05 LINE 04 COL 52 VALUE "PLACA.:"
                             FOREGROUND-COLOR COR-NORMAL.
           05 LINE 04 COL 61 PIC X(07)  FROM W-PLACA
                             FOREGROUND-COLOR COR-NORMAL.
           05 LINE 05 COL 52 VALUE "RENAV.:"
                             FOREGROUND-COLOR COR-NORMAL.
           05 LINE 05 COL 61 PIC X(11)  FROM W-RENAVAM
                             FOREGROUND-COLOR COR-NORMAL.
           05 LINE 06 COL 52 VALUE "ANO...:"
                             FOREGROUND-COLOR COR-NORMAL.
           05 LINE 06 COL 61 PIC X(09)  FROM W-ANO-TELA
                             FOREGROUND-COLOR COR-NORMAL.
           05 LINE 07 COL 52 VALUE "COR...:"
                             FOREGROUND-COLOR COR-NORMAL.
           05 LINE 07 COL 61 PIC X(20)  FROM W-COR
                             FOREGROUND-COLOR COR-NORMAL.
           05 LINE 08 COL 52 VALUE "KM....:"
                             FOREGROUND-COLOR COR-NORMAL.
           05 LINE 08 COL 61 PIC X(09)  FROM W-KM-ED
                             FOREGROUND-COLOR COR-NORMAL.
           05 LINE 08 COL 01 PIC X(45)  FROM W-RESERVA-LINHA
                             FOREGROUND-COLOR COR-DESTAQUE.
           05 LINE 10 COL 01 VALUE "ENTER = PROXIMO    ESC = SAIR"
           05 BLANK SCREEN.
           05 LINE 01 COL 01 VALUE "IDADE DO ESTOQUE - DIAS NO PATIO"
                             FOREGROUND-COLOR COR-NORMAL.
           05 LINE 03 COL 01 PIC X(78) FROM W-IDADE-LINHA-1
                             FOREGROUND-COLOR COR-NORMAL.
           05 LINE 04 COL 01 PIC X(78) FROM W-IDADE-LINHA-2
                             FOREGROUND-COLOR COR-NORMAL.
           05 LINE 05 COL 01 PIC X(78) FROM W-IDADE-LINHA-3
                             FOREGROUND-COLOR COR-NORMAL.
           05 LINE 06 COL 01 PIC X(78) FROM W-IDADE-LINHA-4
                             FOREGROUND-COLOR COR-DESTAQUE.
           05 LINE 08 COL 01 VALUE "RELATORIO GRAVADO EM RELIDADE"
                             FOREGROUND-COLOR COR-NORMAL.
      * 001-INICIA-SESSAO                                         *
      * Abertura da sessao: conecta uma unica vez ao banco,       *
      * prepara o que as funcoes esperam encontrar nele e         *
      * confere o operador no cadastro (252). A conexao fica      *
      * aberta durante a sessao inteira e so e liberada em        *
      * 070-FINALIZA, quando o operador escolhe sair do menu -    *
      * manter cinco carros e uma assinatura so, nao cinco.       *
      *----------------------------------------------------------*
       001-INICIA-SESSAO.
           PERFORM 015-OBTEM-NOME-BANCO.

           PERFORM 016-PREPARA-BANCO.

           PERFORM 252-IDENTIFICA-OPERADOR.

      *----------------------------------------------------------*
      * 005-PROCESSA-MENU                                         *
      * volta ao menu - uma sessao atende varias operacoes. Esc   *
      * na tela do menu vale como a opcao de sair. Cada volta     *
      * fecha o que a funcao deixou aberto (cursores, relatorios, *
      * checkpoint), mas nunca a conexao. Funcao que nao esta     *
      * liberada ao operador nem comeca (257): fica so no log de  *
      * acesso, sem linha no RUNLOG.                              *
      *----------------------------------------------------------*
       005-PROCESSA-MENU.
           DISPLAY TELA-MENU.
           END-IF.

           PERFORM 950-INICIA-RUNLOG.
           PERFORM 257-VERIFICA-PERMISSAO.

           EVALUATE TRUE
               WHEN MODO-SAIR
                   PERFORM 268-ENCERRA-SESSAO-OPERADOR
               WHEN NOT FUNCAO-LIBERADA
                   CONTINUE
               WHEN MODO-CONSULTA
                   PERFORM 010-OBTEM-FILTRO
                   PERFORM 150-MANUTENCAO-CLIENTES
               WHEN MODO-IDADE
                   PERFORM 160-IDADE-ESTOQUE
               WHEN MODO-VENDEDORES
                   PERFORM 200-MANUTENCAO-VENDEDORES
               WHEN MODO-DESPESAS
                   PERFORM 221-LANCA-DESPESA
               WHEN MODO-FICHA-CUSTO
                   PERFORM 226-FICHA-CUSTO
               WHEN MODO-SEGUNDA-VIA
                   PERFORM 243-SEGUNDA-VIA
               WHEN MODO-FORNECEDORES
                   PERFORM 245-MANUTENCAO-FORNECEDORES
               WHEN MODO-PAGA-FORNECEDOR
                   PERFORM 248-PAGA-FORNECEDOR
               WHEN MODO-OPERADORES
                   PERFORM 258-MANUTENCAO-OPERADORES
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA: " W-MODO-OPERACAO
           END-EVALUATE.

           IF NOT MODO-SAIR AND FUNCAO-LIBERADA
               PERFORM 069-ENCERRA-FUNCAO
           END-IF.

      * 010-OBTEM-FILTRO                                          *
      * Obtem o filtro da consulta: do arquivo CONSPARM quando    *
      * ele existe (a consulta C agendada da madrugada, que gera  *
      * o RELCARROS sem as perguntas do filtro; a entrada         *
      * redirecionada do job ainda comeca pelas linhas de login   *
      * e senha do operador), senao das perguntas de console de   *
      * sempre. Em branco/zero significa "sem filtro" naquele     *
      * campo.                                                    *
      *----------------------------------------------------------*
       010-OBTEM-FILTRO.
           PERFORM 011-LE-FILTRO-PARAMETRO.

               DISPLAY "PATIO (ZERO = TODOS): "
               ACCEPT W-FILTRO-PATIO FROM CONSOLE

               DISPLAY "PLACA (BRANCO = TODAS): "
               ACCEPT W-FILTRO-PLACA FROM CONSOLE

               DISPLAY "CHASSI (BRANCO = TODOS): "
               ACCEPT W-FILTRO-CHASSI FROM CONSOLE
           END-IF.

           PERFORM 012-NORMALIZA-FILTRO-VEICULO.

      *----------------------------------------------------------*
      * 011-LE-FILTRO-PARAMETRO                                   *
      * Tenta ler o filtro da consulta de CONSPARM. Arquivo        *
                           MOVE FPR-PRECO-MIN TO W-FILTRO-PRECO-MIN
                           MOVE FPR-PRECO-MAX TO W-FILTRO-PRECO-MAX
                           MOVE FPR-PATIO TO W-FILTRO-PATIO
                           MOVE FPR-PLACA TO W-FILTRO-PLACA
                           MOVE FPR-CHASSI TO W-FILTRO-CHASSI
                           MOVE "S" TO W-FILTRO-DE-ARQUIVO
                           DISPLAY "FILTRO LIDO DO ARQUIVO CONSPARM"
                       ELSE
               CLOSE ARQ-FILTRO-PARM
           END-IF.

      *----------------------------------------------------------*
      * 012-NORMALIZA-FILTRO-VEICULO                              *
      * Deixa placa e chassi do filtro na forma gravada em cars:  *
      * a placa passa pela mesma normalizacao da inclusao (214 -  *
      * maiuscula, sem hifen) e o chassi vai para maiuscula como  *
      * em 212. Placa mal formada nao e erro aqui: fica como foi  *
      * digitada (em maiuscula) e so nao acha carro nenhum. Roda  *
      * antes de 020-LE-CHECKPOINT, que compara o filtro ja       *
      * normalizado.                                              *
      *----------------------------------------------------------*
       012-NORMALIZA-FILTRO-VEICULO.
           IF W-FILTRO-PLACA NOT = SPACES
               MOVE SPACES TO VEI-MOTIVO
               MOVE W-FILTRO-PLACA TO VEI-PLACA-ENTRADA
               PERFORM 214-VALIDA-PLACA
               IF VEI-MOTIVO = SPACES
                   MOVE VEI-PLACA TO W-FILTRO-PLACA
               ELSE
                   MOVE VEI-PLACA-ENTRADA TO W-FILTRO-PLACA
               END-IF
           END-IF.

           INSPECT W-FILTRO-CHASSI CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *----------------------------------------------------------*
      * 015-OBTEM-NOME-BANCO                                      *
      * Le o nome do arquivo SQLite da variavel de ambiente        *
                   ACCEPT W-DATA-AQUISICAO FROM CONSOLE
                   MOVE W-DATA-AQUISICAO TO W-DATA-VALIDAR
                   PERFORM 043-VALIDA-DATA
                   PERFORM 210-OBTEM-IDENTIFICACAO
                   MOVE W-ID TO W-IDENT-CARRO-ID
                   PERFORM 211-VALIDA-IDENTIFICACAO
                   EVALUATE TRUE
                       WHEN W-PATIO-NOVO GREATER THAN 9
                           DISPLAY "PATIO INVALIDO: " W-PATIO-NOVO
                           MOVE "N" TO W-TIPO-VALIDO
                       WHEN NOT DATA-VALIDA
                           DISPLAY "DATA DE AQUISICAO INVALIDA: "
                                   W-DATA-AQUISICAO
                           MOVE "N" TO W-TIPO-VALIDO
                       WHEN NOT VEI-VALIDO
                           PERFORM 219-EXIBE-MOTIVO-IDENTIFICACAO
                           MOVE "N" TO W-TIPO-VALIDO
                       WHEN OTHER
                           PERFORM 042-MONTA-SQL-INCLUI
                   END-EVALUATE
               WHEN MANUT-ALTERA
                   DISPLAY "NOVO NOME DO CARRO: "
                   ACCEPT W-NOME FROM CONSOLE
                   DISPLAY "NOVO PRECO DO CARRO: "
                   ACCEPT W-PRECO FROM CONSOLE
      * a identificacao so e digitada de novo quando o operador
      * pede - a alteracao do dia a dia e de nome e preco.
                   DISPLAY "ALTERA IDENTIFICACAO DO VEICULO (S/N): "
                   ACCEPT W-ALTERA-IDENT FROM CONSOLE
                   IF ALTERA-IDENT
                       PERFORM 210-OBTEM-IDENTIFICACAO
                       MOVE W-ID TO W-IDENT-CARRO-ID
                       PERFORM 211-VALIDA-IDENTIFICACAO
                       IF VEI-VALIDO
                           PERFORM 220-MONTA-SQL-IDENTIFICACAO
                       ELSE
                           PERFORM 219-EXIBE-MOTIVO-IDENTIFICACAO
                           MOVE "N" TO W-TIPO-VALIDO
                       END-IF
                   END-IF
      * identificacao recusada ja foi exibida por 219: nada de
      * update, nem o pedaco de identificacao de outro registro.
                   IF TIPO-VALIDO
                       MOVE W-PRECO TO W-PRECO-CONV
                       PERFORM 045-FORMATA-PRECO-SQL
                       MOVE W-NOME TO W-ESCAPA-ENTRADA
                       PERFORM 046-ESCAPA-SQL
                       IF ALTERA-IDENT
                           STRING "update cars set " DELIMITED BY SIZE
                                  W-IDENT-SQL-SET(1:W-IDENT-SET-TAM)
                                                  DELIMITED BY SIZE
                                  ", name = '" DELIMITED BY SIZE
                                  FUNCTION TRIM(W-ESCAPA-SAIDA)
                                                  DELIMITED BY SIZE
                                  "', price = " DELIMITED BY SIZE
                                  W-PRECO-SQL DELIMITED BY SPACE
                                  " where id = " DELIMITED BY SIZE
                                  W-ID DELIMITED BY SIZE
                             INTO SQLCA-QUERY
                       ELSE
                           STRING "update cars set name = '"
                                                  DELIMITED BY SIZE
                                  FUNCTION TRIM(W-ESCAPA-SAIDA)
                                                  DELIMITED BY SIZE
                                  "', price = " DELIMITED BY SIZE
                                  W-PRECO-SQL DELIMITED BY SPACE
                                  " where id = " DELIMITED BY SIZE
                                  W-ID DELIMITED BY SIZE
                             INTO SQLCA-QUERY
                       END-IF
                   END-IF
               WHEN MANUT-EXCLUI
      * carro com venda gravada nao pode sair fisicamente de
      * cars: a exclusao quebraria o join da consulta de vendas,
      * contabil - e o motivo de carro vendido ficar marcado com
      * sold em vez de apagado. Vale tambem para venda estornada,
      * que fica em sales como historico apontando para cars.
      * Carro com despesa de preparacao lancada tambem fica: as
      * despesas ja foram para a contabilidade pelo extrato. E o
      * carro comprado de fornecedor, com titulo a pagar gerado
      * pela carga: a divida continua, com ou sem o carro.
                   PERFORM 148-VERIFICA-VENDA-HISTORICO
                   PERFORM 222-LE-CUSTO-CARRO
                   EVALUATE TRUE
                       WHEN VENDA-HISTORICO
                           DISPLAY "CARRO COM VENDA GRAVADA: " W-ID
                           MOVE "N" TO W-TIPO-VALIDO
                       WHEN WE-QTD-DESPESAS GREATER THAN ZERO
                           DISPLAY "CARRO COM DESPESAS LANCADAS: "
                                   W-ID
                           MOVE "N" TO W-TIPO-VALIDO
                       WHEN WE-QTD-TITULOS GREATER THAN ZERO
                           DISPLAY "CARRO COM TITULO A PAGAR: "
                                   W-ID
                           MOVE "N" TO W-TIPO-VALIDO
                       WHEN OTHER
                           MOVE SPACES TO SQLCA-QUERY
                           STRING "delete from cars where id = "
                                  DELIMITED BY SIZE
                                  W-ID DELIMITED BY SIZE
                             INTO SQLCA-QUERY
                   END-EVALUATE
               WHEN OTHER
                   DISPLAY "TIPO DE MANUTENCAO INVALIDO: "
                           W-TIPO-MANUTENCAO
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

      * cadastro de vendedores e o vendedor de cada venda, com a
      * regra de comissao vigente no dia carimbada na propria
      * venda (base P = preco, M = margem, e o percentual).
           MOVE SPACES TO SQLCA-QUERY.
           STRING "create table if not exists salespeople ("
                  DELIMITED BY SIZE
                  "id integer primary key, name text, "
                  DELIMITED BY SIZE
                  "commission_basis text, commission_rate real, "
                  DELIMITED BY SIZE
                  "active integer default 1)"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           MOVE "alter table sales add column salesperson_id integer"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE "alter table sales add column commission_basis text"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE "alter table sales add column commission_rate real"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

      * troca: o carro usado recebido entra em cars com o custo
      * combinado (cost), a venda aponta para ele e o valor entra
      * em payments como parcela do tipo trade-in - parcela comum
      * fica com pay_type nulo.
           MOVE "alter table cars add column cost real"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE "alter table sales add column trade_in_car_id integer"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE "alter table payments add column pay_type text"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

      * identificacao do veiculo: chassi (vin), placa, RENAVAM,
      * anos de fabricacao/modelo, cor e quilometragem na
      * aquisicao. Carro antigo, cadastrado antes das colunas,
      * fica com elas nulas ate a proxima alteracao.
           MOVE "alter table cars add column vin text"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE "alter table cars add column plate text"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE "alter table cars add column renavam text"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE "alter table cars add column manuf_year integer"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE "alter table cars add column model_year integer"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE "alter table cars add column color text"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE "alter table cars add column mileage integer"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

      * despesas de preparacao do carro no estoque: cada linha e
      * um servico (tipo, oficina/fornecedor, valor) lancado por
      * um operador. Nao se altera nem se apaga - lancamento
      * errado se corrige com outro, como na contabilidade.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "create table if not exists car_expenses ("
                  DELIMITED BY SIZE
                  "id integer primary key, car_id integer, "
                  DELIMITED BY SIZE
                  "expense_date text, expense_type text, "
                  DELIMITED BY SIZE
                  "supplier text, amount real, operator text)"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

      * documentos numerados da venda, dos recibos e dos
      * cancelamentos: o numero e o rowid (sequencial), e cada
      * linha guarda uma copia do que foi impresso, para a
      * segunda via. Documento nao se altera nem se apaga.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "create table if not exists documents ("
                  DELIMITED BY SIZE
                  "doc_number integer primary key, doc_type text, "
                  "doc_date text, doc_time text, sale_id integer, "
                  "car_id integer, ref_number integer, "
                  "branch integer, sale_date text, pay_date text, "
                  "salesperson text, customer_id integer, "
                  "customer_name text, customer_doc text, "
                  "customer_phone text, vehicle text, vin text, "
                  "plate text, price real, deposit real, "
                  "trade_in real, amount real, paid real, "
                  "operator text)"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

      * fornecedores, o fornecedor de cada carro comprado (a carga
      * carimba supplier_id), os titulos a pagar da compra e os
      * pagamentos feitos a cada titulo - um titulo pode ser pago
      * em mais de uma vez, e o saldo e o valor menos os pagos.
           MOVE "alter table cars add column supplier_id integer"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "create table if not exists suppliers ("
                  DELIMITED BY SIZE
                  "id integer primary key, name text, "
                  DELIMITED BY SIZE
                  "document text, payment_terms integer, "
                  DELIMITED BY SIZE
                  "active integer default 1)"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "create table if not exists payables ("
                  DELIMITED BY SIZE
                  "id integer primary key, supplier_id integer, "
                  DELIMITED BY SIZE
                  "car_id integer, issue_date text, "
                  DELIMITED BY SIZE
                  "due_date text, amount real, operator text)"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "create table if not exists supplier_payments ("
                  DELIMITED BY SIZE
                  "id integer primary key, payable_id integer, "
                  DELIMITED BY SIZE
                  "supplier_id integer, pay_date text, "
                  DELIMITED BY SIZE
                  "amount real, operator text)"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

      * cadastro de operadores (o resumo da senha, nunca a senha)
      * e o log de acesso: entradas, senhas erradas, bloqueios,
      * funcoes recusadas e manutencao do cadastro.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "create table if not exists operators ("
                  DELIMITED BY SIZE
                  "login text primary key, name text, "
                  DELIMITED BY SIZE
                  "password_hash text, active integer default 1, "
                  DELIMITED BY SIZE
                  "blocked integer default 0, "
                  DELIMITED BY SIZE
                  "failed_attempts integer default 0, "
                  DELIMITED BY SIZE
                  "functions text, jobs text, last_signon text)"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "create table if not exists operator_log ("
                  DELIMITED BY SIZE
                  "log_date text, log_time text, login text, "
                  DELIMITED BY SIZE
                  "program text, event text, function text, "
                  DELIMITED BY SIZE
                  "detail text)"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

      * parcela antiga, gravada antes da chave existir, e ligada
      * a venda do carro - a ativa quando ha uma, senao a mais
      * recente. So mexe em linha ainda sem sale_id.
      * e cadastrado no dia em que entra no patio).                *
      *----------------------------------------------------------*
       042-MONTA-SQL-INCLUI.
           PERFORM 220-MONTA-SQL-IDENTIFICACAO.
           MOVE W-PRECO TO W-PRECO-CONV.
           PERFORM 045-FORMATA-PRECO-SQL.
           MOVE W-NOME TO W-ESCAPA-ENTRADA.
           MOVE SPACES TO SQLCA-QUERY.
           IF W-DATA-AQUISICAO = SPACES
               STRING "insert into cars "
                      "(id, name, price, branch, acquisition_date, "
                      "vin, plate, renavam, manuf_year, model_year, "
                      "color, mileage) "
                      DELIMITED BY SIZE
                      "values (" DELIMITED BY SIZE
                      W-ID DELIMITED BY SIZE
                      W-PRECO-SQL DELIMITED BY SPACE
                      ", " DELIMITED BY SIZE
                      W-PATIO-NOVO DELIMITED BY SIZE
                      ", date('now'), " DELIMITED BY SIZE
                      W-IDENT-SQL-VALORES(1:W-IDENT-VALORES-TAM)
                                          DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                 INTO SQLCA-QUERY
           ELSE
               STRING "insert into cars "
                      "(id, name, price, branch, acquisition_date, "
                      "vin, plate, renavam, manuf_year, model_year, "
                      "color, mileage) "
                      DELIMITED BY SIZE
                      "values (" DELIMITED BY SIZE
                      W-ID DELIMITED BY SIZE
                      W-PATIO-NOVO DELIMITED BY SIZE
                      ", '" DELIMITED BY SIZE
                      W-DATA-AQUISICAO DELIMITED BY SPACE
                      "', " DELIMITED BY SIZE
                      W-IDENT-SQL-VALORES(1:W-IDENT-VALORES-TAM)
                                          DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                 INTO SQLCA-QUERY
           END-IF.

      *----------------------------------------------------------*
      * 030-MONTA-CLAUSULA-WHERE                                  *
      * Monta a clausula WHERE da consulta a partir do filtro de  *
      * nome, da faixa de preco, do patio e da placa/chassi       *
      * obtidos em 010-OBTEM-FILTRO. W-CLAUSULA-WHERE fica vazia  *
      * quando nenhum filtro foi informado.                       *
      *----------------------------------------------------------*
       030-MONTA-CLAUSULA-WHERE.
           MOVE SPACES TO W-CLAUSULA-WHERE.
                      WITH POINTER W-CLAUSULA-PTR
           END-IF.

           IF W-FILTRO-PLACA NOT = SPACES
               PERFORM 031-ACRESCENTA-PREFIXO-WHERE
               MOVE W-FILTRO-PLACA TO W-ESCAPA-ENTRADA
               PERFORM 046-ESCAPA-SQL
               STRING "plate = '" DELIMITED BY SIZE
                      FUNCTION TRIM(W-ESCAPA-SAIDA) DELIMITED BY SIZE
                      "'" DELIMITED BY SIZE
                 INTO W-CLAUSULA-WHERE
                      WITH POINTER W-CLAUSULA-PTR
           END-IF.

           IF W-FILTRO-CHASSI NOT = SPACES
               PERFORM 031-ACRESCENTA-PREFIXO-WHERE
               MOVE W-FILTRO-CHASSI TO W-ESCAPA-ENTRADA
               PERFORM 046-ESCAPA-SQL
               STRING "vin = '" DELIMITED BY SIZE
                      FUNCTION TRIM(W-ESCAPA-SAIDA) DELIMITED BY SIZE
                      "'" DELIMITED BY SIZE
                 INTO W-CLAUSULA-WHERE
                      WITH POINTER W-CLAUSULA-PTR
           END-IF.

           IF W-ULTIMO-ID-PROCESSADO GREATER THAN ZERO
               PERFORM 031-ACRESCENTA-PREFIXO-WHERE
               STRING "id > " DELIMITED BY SIZE

      *----------------------------------------------------------*
      * 020-LE-CHECKPOINT                                         *
      * Le o ultimo id processado gravado em CHECKPT por uma      *
      * execucao anterior. O checkpoint so vale pelo mesmo filtro *
      * (nome/preco/patio/placa/chassi) que o gerou - os campos   *
      * W-FILTRO- ja vem preenchidos de 010-OBTEM-FILTRO quando   *
      * este paragrafo roda, entao compara contra o que esta      *
      * gravado em CHECKPT antes de aceitar o id. Se o filtro     *
      * mudou, o checkpoint e ignorado e a consulta nova roda do  *
      * comeco. Sem checkpoint (primeira execucao ou tabela ja    *
      * processada por completo), W-ULTIMO-ID-PROCESSADO fica     *
      * zero e a consulta roda do comeco.                         *
      *----------------------------------------------------------*
       020-LE-CHECKPOINT.
           MOVE ZERO TO W-ULTIMO-ID-PROCESSADO.
                                              W-FILTRO-PRECO-MAX
                          AND REG-CHECKPOINT-PATIO =
                                              W-FILTRO-PATIO
                          AND REG-CHECKPOINT-PLACA =
                                              W-FILTRO-PLACA
                          AND REG-CHECKPOINT-CHASSI =
                                              W-FILTRO-CHASSI
                           MOVE REG-CHECKPOINT-ID TO
                                              W-ULTIMO-ID-PROCESSADO
                       END-IF
                       "and coalesce(r.active, 1) = 1 "
                       "and r.expiry_date >= date('now') "
                       "limit 1), '') as res_expiry, "
                  "coalesce(branch, 1) as branch, "
                  "coalesce(vin, ''), coalesce(plate, ''), "
                  "coalesce(renavam, ''), coalesce(manuf_year, 0), "
                  "coalesce(model_year, 0), coalesce(color, ''), "
                  "coalesce(mileage, 0) "
                  "from cars "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(W-CLAUSULA-WHERE) DELIMITED BY SIZE
                                                 W-RESERVA-CLIENTE-TELA
                                                 W-RESERVA-VENCTO-TELA
                                                 W-PATIO
                                                 W-CHASSI
                                                 W-PLACA
                                                 W-RENAVAM
                                                 W-ANO-FABRIC
                                                 W-ANO-MODELO
                                                 W-COR
                                                 W-KM
                                                 SQLCA-ERROR
                                                 SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
                 INTO W-RESERVA-LINHA
           END-IF.

           MOVE W-ANO-FABRIC TO W-ANO-TELA-FABRIC.
           MOVE W-ANO-MODELO TO W-ANO-TELA-MODELO.
           MOVE W-KM TO W-KM-ED.

           DISPLAY TELA-CARRO.
           ACCEPT TELA-CARRO.
           IF SCREEN-STATUS = K-ESCAPE
           MOVE "ID" TO CAB-ID.
           MOVE "NOME" TO CAB-NOME.
           MOVE "PRECO" TO CAB-PRECO.
           MOVE "PLACA" TO CAB-PLACA.
           MOVE "CHASSI" TO CAB-CHASSI.
           MOVE "FAB/MOD" TO CAB-ANO.
           MOVE W-CABECALHO-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE W-ID TO DET-ID.
           MOVE W-NOME TO DET-NOME.
           MOVE W-PRECO-ED TO DET-PRECO.
           MOVE W-PLACA TO DET-PLACA.
           MOVE W-CHASSI TO DET-CHASSI.
           MOVE W-ANO-FABRIC TO W-ANO-TELA-FABRIC.
           MOVE W-ANO-MODELO TO W-ANO-TELA-MODELO.
           MOVE W-ANO-TELA TO DET-ANO.
           MOVE W-LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      * venda e o do cadastro - nunca mais uma grafia por dia.    *
      * Carro com reserva vigente so e vendido ao proprio         *
      * cliente da reserva - dois vendedores nao prometem mais o  *
      * mesmo carro. Com o cliente aceito, a venda ainda precisa  *
      * de um vendedor ativo do cadastro (203).                   *
      *----------------------------------------------------------*
       144-OBTEM-CLIENTE-VENDA.
           DISPLAY "ID DO CLIENTE: ".
                           WR-CLIENTE-RESERVA " ATE " WR-VENCIMENTO
               ELSE
                   MOVE WC-NOME TO WV-CLIENTE
                   PERFORM 203-OBTEM-VENDEDOR-VENDA
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 143-EFETIVA-VENDA                                         *
      * Insere a venda em sales (com o id e o nome do cliente do  *
      * cadastro, o vendedor e a regra de comissao dele) e marca  *
      * o carro como vendido. Venda com troca grava, na mesma     *
      * transacao, o carro da troca e a parcela trade-in (206);   *
      * o sinal da reserva do comprador vira parcela (244) e o    *
      * documento de venda numerado (232) entra junto. Depois do  *
      * commit o documento sai no RELDOCTO.                       *
      *----------------------------------------------------------*
       143-EFETIVA-VENDA.
           MOVE WD-PERCENTUAL TO W-PRECO-CONV.
           PERFORM 045-FORMATA-PRECO-SQL.
           MOVE W-PRECO-SQL TO W-VEND-PERCENTUAL-SQL.

           MOVE WV-PRECO-VENDIDO TO W-PRECO-CONV.
           PERFORM 045-FORMATA-PRECO-SQL.
           MOVE WV-CLIENTE TO W-ESCAPA-ENTRADA.
               STRING "insert into sales (car_id, sale_price, "
                      DELIMITED BY SIZE
                      "sale_date, customer_name, customer_id, "
                      "branch, salesperson_id, commission_basis, "
                      "commission_rate) "
                      DELIMITED BY SIZE
                      "values (" DELIMITED BY SIZE
                      W-ID DELIMITED BY SIZE
                      WV-CLIENTE-ID DELIMITED BY SIZE
                      ", " DELIMITED BY SIZE
                      W-AUD-PATIO-ANTES DELIMITED BY SIZE
                      ", " DELIMITED BY SIZE
                      WV-VENDEDOR-ID DELIMITED BY SIZE
                      ", '" DELIMITED BY SIZE
                      WD-BASE DELIMITED BY SIZE
                      "', " DELIMITED BY SIZE
                      W-VEND-PERCENTUAL-SQL DELIMITED BY SPACE
                      ")" DELIMITED BY SIZE
                 INTO SQLCA-QUERY
           ELSE
               STRING "insert into sales (car_id, sale_price, "
                      DELIMITED BY SIZE
                      "sale_date, customer_name, customer_id, "
                      "branch, salesperson_id, commission_basis, "
                      "commission_rate) "
                      DELIMITED BY SIZE
                      "values (" DELIMITED BY SIZE
                      W-ID DELIMITED BY SIZE
                      WV-CLIENTE-ID DELIMITED BY SIZE
                      ", " DELIMITED BY SIZE
                      W-AUD-PATIO-ANTES DELIMITED BY SIZE
                      ", " DELIMITED BY SIZE
                      WV-VENDEDOR-ID DELIMITED BY SIZE
                      ", '" DELIMITED BY SIZE
                      WD-BASE DELIMITED BY SIZE
                      "', " DELIMITED BY SIZE
                      W-VEND-PERCENTUAL-SQL DELIMITED BY SPACE
                      ")" DELIMITED BY SIZE
                 INTO SQLCA-QUERY
           END-IF.

           PERFORM 890-EXECUTA-SQL.

           IF TEM-TROCA
               PERFORM 206-GRAVA-TROCA
           END-IF.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "update cars set sold = 1 where id = "
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           PERFORM 244-GRAVA-SINAL-RESERVA.

      * reserva atendida: a venda do carro baixa a reserva que
      * ainda estiver ativa, dentro da mesma transacao.
           MOVE SPACES TO SQLCA-QUERY.
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           MOVE "V" TO W-DOC-TIPO.
           MOVE SPACES TO W-DOC-CHAVE-SQL.
           STRING "s.car_id = " DELIMITED BY SIZE
                  W-ID DELIMITED BY SIZE
                  " and coalesce(s.canceled, 0) = 0" DELIMITED BY SIZE
             INTO W-DOC-CHAVE-SQL.
           MOVE WV-PRECO-VENDIDO TO W-DOC-VALOR.
           MOVE "null" TO W-DOC-PAGTO-SQL.
           PERFORM 232-GRAVA-DOCUMENTO.

           MOVE "commit" TO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           IF NOT FUNCAO-OCUPADA
               DISPLAY "VENDA REGISTRADA PARA O CARRO " W-ID
               IF TEM-TROCA
                   DISPLAY "CARRO DA TROCA " WT-ID
                           " INCLUIDO NO ESTOQUE"
               END-IF
               PERFORM 234-EMITE-DOCUMENTO
           END-IF.

      *----------------------------------------------------------*
               IF NOT VENDA-JA-EXISTE
                   DISPLAY "CARRO SEM VENDA ATIVA: " W-ID
               ELSE
      * o estorno entra no mes de hoje (cancel_date), nunca no mes
      * da venda: venda de um mes ja fechado pode ser estornada -
      * o total fechado continua valendo, porque o fechamento so
      * desconta o estorno feito dentro do proprio mes, e a
      * comissao ja paga volta como ESTORNO no mes corrente. O que
      * precisa estar aberto e o mes de hoje.
                   PERFORM 189-MONTA-DATA-HOJE
                   MOVE W-DATA-HOJE(1:7) TO W-PERIODO-VERIFICAR
                   PERFORM 149-VERIFICA-PERIODO-FECHADO
                   IF PERIODO-FECHADO
                       DISPLAY "PERIODO CORRENTE JA FECHADO: "
                               W-PERIODO-VERIFICAR
                   ELSE
                       PERFORM 207-VERIFICA-TROCA-ESTORNO
                       EVALUATE TRUE
                           WHEN TROCA-REVENDIDA
                               DISPLAY "CARRO DA TROCA JA REVENDIDO: "
                                       WT-ID
                           WHEN TROCA-COM-DESPESA
                               DISPLAY "CARRO DA TROCA COM DESPESAS "
                                       "LANCADAS: " WT-ID
                           WHEN TROCA-RESERVADA
                               DISPLAY "CARRO DA TROCA COM RESERVA "
                                       "ATIVA: " WT-ID
                           WHEN OTHER
                               PERFORM 146-EFETIVA-ESTORNO
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.
      * de estorno e a volta do sold entram juntas ou nao entram, *
      * como na propria venda: um abend entre os dois comandos    *
      * deixaria uma venda estornada com o carro ainda fora do    *
      * estoque. Venda com troca tira, na mesma transacao, o      *
      * carro da troca do estoque (208). O documento de           *
      * cancelamento (232), que cita o numero do documento da     *
      * venda, entra na mesma transacao e sai no RELDOCTO.        *
      *----------------------------------------------------------*
       146-EFETIVA-ESTORNO.
           MOVE W-OPERADOR TO W-ESCAPA-ENTRADA.

           PERFORM 147-GRAVA-AUDITORIA-ESTORNO.

           IF TROCA-EXISTE
               PERFORM 208-RETIRA-CARRO-TROCA
           END-IF.

           MOVE "C" TO W-DOC-TIPO.
           MOVE SPACES TO W-DOC-CHAVE-SQL.
           STRING "s.rowid = " DELIMITED BY SIZE
                  WV-VENDA-RID DELIMITED BY SIZE
             INTO W-DOC-CHAVE-SQL.
           MOVE WV-PRECO-VENDIDO TO W-DOC-VALOR.
           MOVE "null" TO W-DOC-PAGTO-SQL.
           PERFORM 232-GRAVA-DOCUMENTO.

           MOVE "commit" TO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           IF NOT FUNCAO-OCUPADA
               DISPLAY "VENDA ESTORNADA, CARRO " W-ID
                       " DE VOLTA AO ESTOQUE"
               IF TROCA-EXISTE
                   DISPLAY "CARRO DA TROCA " WT-ID
                           " RETIRADO DO ESTOQUE"
               END-IF
               PERFORM 234-EMITE-DOCUMENTO
           END-IF.

      *----------------------------------------------------------*
      * 181-LE-VENDA-ATIVA                                        *
      * Le pelo cursor auxiliar a venda ativa (nao estornada) do  *
      * carro W-ID: o rowid da venda (a chave da parcela em       *
      * payments), o cliente, o preco e a data da venda, e o id   *
      * do carro recebido na troca (zero quando nao houve). Liga  *
      * VENDA-JA-EXISTE quando encontrou; venda sem customer_id   *
      * (anterior ao cadastro) devolve cliente zero.              *
      *----------------------------------------------------------*
           MOVE ZERO TO WV-CLIENTE-ID.
           MOVE ZERO TO WV-PRECO-VENDIDO.
           MOVE SPACES TO WV-DATA-VENDA.
           MOVE ZERO TO WV-TROCA-ID.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "select rowid, "
                  "coalesce(customer_id, 0) as customer_id, "
                  "sale_price, sale_date, "
                  "coalesce(trade_in_car_id, 0) "
                  "from sales where car_id = "
                  DELIMITED BY SIZE
                  W-ID DELIMITED BY SIZE
                  " and coalesce(canceled, 0) = 0"
                                            WV-CLIENTE-ID
                                            WV-PRECO-VENDIDO
                                            WV-DATA-VENDA
                                            WV-TROCA-ID
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE
               PERFORM 900-VERIFICA-ERRO
                   IF NOT FUNCAO-OCUPADA
                       PERFORM 184-EXIBE-SALDO-VENDA
                   END-IF
                   IF NOT FUNCAO-OCUPADA
                       PERFORM 234-EMITE-DOCUMENTO
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 183-GRAVA-RECEBIMENTO                                     *
      * Insere a parcela recebida em payments, com o cliente da   *
      * venda lida em 181-LE-VENDA-ATIVA, e o recibo numerado     *
      * (232) na mesma transacao - parcela sem recibo, ou recibo  *
      * sem parcela, nao fica no banco.                           *
      *----------------------------------------------------------*
       183-GRAVA-RECEBIMENTO.
           MOVE WP-VALOR-RECEBIDO TO W-PRECO-CONV.
           PERFORM 045-FORMATA-PRECO-SQL.

           MOVE "begin transaction" TO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           MOVE SPACES TO SQLCA-QUERY.
           IF WP-DATA-RECEBIMENTO = SPACES
               STRING "insert into payments (car_id, customer_id, "

           PERFORM 890-EXECUTA-SQL.

           MOVE "R" TO W-DOC-TIPO.
           MOVE SPACES TO W-DOC-CHAVE-SQL.
           STRING "s.rowid = " DELIMITED BY SIZE
                  WV-VENDA-RID DELIMITED BY SIZE
             INTO W-DOC-CHAVE-SQL.
           MOVE WP-VALOR-RECEBIDO TO W-DOC-VALOR.
           MOVE SPACES TO W-DOC-PAGTO-SQL.
           IF WP-DATA-RECEBIMENTO = SPACES
               MOVE "date('now')" TO W-DOC-PAGTO-SQL
           ELSE
               STRING "'" DELIMITED BY SIZE
                      WP-DATA-RECEBIMENTO DELIMITED BY SPACE
                      "'" DELIMITED BY SIZE
                 INTO W-DOC-PAGTO-SQL
           END-IF.
           PERFORM 232-GRAVA-DOCUMENTO.

           MOVE "commit" TO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           IF NOT FUNCAO-OCUPADA
               DISPLAY "RECEBIMENTO GRAVADO PARA O CARRO " W-ID
           END-IF.
           END-IF.

      *----------------------------------------------------------*
      * 200-MANUTENCAO-VENDEDORES                                 *
      * Inclui, altera ou desliga um vendedor do cadastro         *
      * (tabela salespeople), nos mesmos moldes da manutencao de  *
      * clientes. A exclusao nao apaga a linha: marca active = 0, *
      * porque as vendas do vendedor continuam apontando para ele *
      * no relatorio de comissoes e nos estornos que vierem.      *
      *----------------------------------------------------------*
       200-MANUTENCAO-VENDEDORES.
           DISPLAY "TIPO (I)NCLUI, (A)LTERA OU (E)XCLUI: ".
           ACCEPT W-TIPO-MANUTENCAO FROM CONSOLE.

           DISPLAY "ID DO VENDEDOR: ".
           ACCEPT WD-ID FROM CONSOLE.

           MOVE "S" TO W-TIPO-VALIDO.

           PERFORM 201-LE-VENDEDOR.

           MOVE SPACES TO SQLCA-QUERY.

           EVALUATE TRUE
               WHEN WD-ID = ZERO
                   DISPLAY "ID DO VENDEDOR INVALIDO: " WD-ID
                   MOVE "N" TO W-TIPO-VALIDO
               WHEN MANUT-INCLUI AND VEND-EXISTE
                   DISPLAY "ID JA CADASTRADO: " WD-ID
                   MOVE "N" TO W-TIPO-VALIDO
               WHEN (MANUT-ALTERA OR MANUT-EXCLUI)
                    AND NOT VEND-EXISTE
                   DISPLAY "ID NAO CADASTRADO: " WD-ID
                   MOVE "N" TO W-TIPO-VALIDO
               WHEN MANUT-INCLUI OR MANUT-ALTERA
                   DISPLAY "NOME DO VENDEDOR: "
                   ACCEPT WD-NOME FROM CONSOLE
                   DISPLAY "BASE DA COMISSAO (P)RECO OU (M)ARGEM: "
                   ACCEPT WD-BASE FROM CONSOLE
                   DISPLAY "PERCENTUAL DE COMISSAO: "
                   ACCEPT WD-PERCENTUAL FROM CONSOLE
                   EVALUATE TRUE
                       WHEN NOT BASE-PRECO AND NOT BASE-MARGEM
                           DISPLAY "BASE DA COMISSAO INVALIDA: "
                                   WD-BASE
                           MOVE "N" TO W-TIPO-VALIDO
                       WHEN WD-PERCENTUAL GREATER THAN 50
                           DISPLAY "PERCENTUAL DE COMISSAO "
                                   "INVALIDO: " WD-PERCENTUAL
                           MOVE "N" TO W-TIPO-VALIDO
                       WHEN OTHER
                           PERFORM 202-MONTA-SQL-VENDEDOR
                   END-EVALUATE
               WHEN MANUT-EXCLUI
                   STRING "update salespeople set active = 0 "
                          "where id = " DELIMITED BY SIZE
                          WD-ID DELIMITED BY SIZE
                     INTO SQLCA-QUERY
               WHEN OTHER
                   DISPLAY "TIPO DE MANUTENCAO INVALIDO: "
                           W-TIPO-MANUTENCAO
                   MOVE "N" TO W-TIPO-VALIDO
           END-EVALUATE.

           IF TIPO-VALIDO
               PERFORM 890-EXECUTA-SQL
           END-IF.

      *----------------------------------------------------------*
      * 201-LE-VENDEDOR                                           *
      * Le o vendedor WD-ID pelo cursor auxiliar, com a regra de  *
      * comissao e a situacao, e liga VEND-EXISTE quando o id     *
      * esta no cadastro. Usado pela manutencao de vendedores e   *
      * pela entrada de venda.                                    *
      *----------------------------------------------------------*
       201-LE-VENDEDOR.
           MOVE "N" TO W-VEND-EXISTE.
           MOVE SPACES TO WD-NOME.
           MOVE "P" TO WD-BASE.
           MOVE ZERO TO WD-PERCENTUAL.
           MOVE ZERO TO WD-ATIVO.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "select name, coalesce(commission_basis, 'P'), "
                  "coalesce(commission_rate, 0), "
                  "coalesce(active, 1) "
                  "from salespeople where id = " DELIMITED BY SIZE
                  WD-ID DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           CALL "sqliteOpenCursor" USING BY REFERENCE
                                            SQLCA-CID
                                            SQLCA-QUERY
                                            SQLCA-STATEMENT-AUX
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.

      * abertura interrompida por banco ocupado: nao ha cursor
      * para ler nem fechar - 901 ja desarmou a funcao, e o
      * fetch no cursor que nao abriu derrubaria a sessao.
           IF NOT FUNCAO-OCUPADA
               MOVE "S" TO W-CURSOR-AUX-ABERTO
               CALL "sqlitefetch" USING BY REFERENCE
                                            SQLCA-STATEMENT-AUX
                                            SQLCA_CUR_STAT_AUX
                                            WD-NOME
                                            WD-BASE
                                            WD-PERCENTUAL
                                            WD-ATIVO
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE
               PERFORM 900-VERIFICA-ERRO
               IF SQLCA_CUR_STAT_AUX EQUAL 0
                   MOVE "S" TO W-VEND-EXISTE
               END-IF
           END-IF.

           PERFORM 049-FECHA-CURSOR-AUX.

      *----------------------------------------------------------*
      * 202-MONTA-SQL-VENDEDOR                                    *
      * Monta o insert (inclusao) ou o update (alteracao) do      *
      * vendedor em SQLCA-QUERY, com o nome escapado para o       *
      * literal SQL. Alterar um vendedor desligado o religa.      *
      *----------------------------------------------------------*
       202-MONTA-SQL-VENDEDOR.
           MOVE WD-NOME TO W-ESCAPA-ENTRADA.
           PERFORM 046-ESCAPA-SQL.
           MOVE W-ESCAPA-SAIDA TO W-VEND-NOME-SQL.

           MOVE WD-PERCENTUAL TO W-PRECO-CONV.
           PERFORM 045-FORMATA-PRECO-SQL.

           MOVE SPACES TO SQLCA-QUERY.
           IF MANUT-INCLUI
               STRING "insert into salespeople (id, name, "
                      "commission_basis, commission_rate, active) "
                      "values (" DELIMITED BY SIZE
                      WD-ID DELIMITED BY SIZE
                      ", '" DELIMITED BY SIZE
                      FUNCTION TRIM(W-VEND-NOME-SQL)
                                          DELIMITED BY SIZE
                      "', '" DELIMITED BY SIZE
                      WD-BASE DELIMITED BY SIZE
                      "', " DELIMITED BY SIZE
                      W-PRECO-SQL DELIMITED BY SPACE
                      ", 1)" DELIMITED BY SIZE
                 INTO SQLCA-QUERY
           ELSE
               STRING "update salespeople set name = '"
                      DELIMITED BY SIZE
                      FUNCTION TRIM(W-VEND-NOME-SQL)
                                          DELIMITED BY SIZE
                      "', commission_basis = '" DELIMITED BY SIZE
                      WD-BASE DELIMITED BY SIZE
                      "', commission_rate = " DELIMITED BY SIZE
                      W-PRECO-SQL DELIMITED BY SPACE
                      ", active = 1 where id = " DELIMITED BY SIZE
                      WD-ID DELIMITED BY SIZE
                 INTO SQLCA-QUERY
           END-IF.

      *----------------------------------------------------------*
      * 203-OBTEM-VENDEDOR-VENDA                                  *
      * Toda venda tem um vendedor do cadastro, ativo: e dele a   *
      * comissao da venda, pela regra que vale hoje - regra que   *
      * vai carimbada na propria venda em 143-EFETIVA-VENDA.      *
      * Com o vendedor aceito, le o sinal da reserva do comprador *
      * (270), que 204 confere contra o preco de venda.           *
      *----------------------------------------------------------*
       203-OBTEM-VENDEDOR-VENDA.
           DISPLAY "ID DO VENDEDOR: ".
           ACCEPT WV-VENDEDOR-ID FROM CONSOLE.

           MOVE WV-VENDEDOR-ID TO WD-ID.
           PERFORM 201-LE-VENDEDOR.
           EVALUATE TRUE
               WHEN NOT VEND-EXISTE
                   DISPLAY "VENDEDOR NAO CADASTRADO: " WV-VENDEDOR-ID
               WHEN NOT VENDEDOR-ATIVO
                   DISPLAY "VENDEDOR DESLIGADO: " WV-VENDEDOR-ID
               WHEN OTHER
                   PERFORM 270-LE-SINAL-RESERVA
                   IF NOT FUNCAO-OCUPADA
                       PERFORM 204-OBTEM-TROCA
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------*
      * 204-OBTEM-TROCA                                           *
      * Pergunta se a venda leva um carro usado como parte do     *
      * pagamento. Com troca, pede o id que o carro da troca vai  *
      * ter no estoque (livre em cars, como na inclusao de 040),  *
      * a descricao e o valor combinado. O valor da troca mais o  *
      * sinal da reserva do comprador (que tambem vira parcela da *
      * venda) nao pode passar do preco de venda. Sem troca, ou   *
      * com a troca aceita, segue para 143-EFETIVA-VENDA.         *
      *----------------------------------------------------------*
       204-OBTEM-TROCA.
           DISPLAY "CARRO USADO NA TROCA (S/N): ".
           ACCEPT W-TEM-TROCA FROM CONSOLE.

           IF NOT TEM-TROCA
               MOVE "N" TO W-TEM-TROCA
               IF WV-SINAL-RESERVA GREATER THAN WV-PRECO-VENDIDO
                   DISPLAY "SINAL DA RESERVA MAIOR QUE O PRECO "
                           "DE VENDA"
               ELSE
                   PERFORM 143-EFETIVA-VENDA
               END-IF
           ELSE
               DISPLAY "ID DO CARRO DA TROCA NO ESTOQUE: "
               ACCEPT WT-ID FROM CONSOLE
               PERFORM 205-LE-CARRO-TROCA
               EVALUATE TRUE
                   WHEN WT-ID = ZERO
                       DISPLAY "ID DO CARRO DA TROCA INVALIDO: "
                               WT-ID
                   WHEN TROCA-EXISTE
                       DISPLAY "ID JA CADASTRADO: " WT-ID
                   WHEN OTHER
                       DISPLAY "DESCRICAO DO CARRO DA TROCA: "
                       ACCEPT WT-NOME FROM CONSOLE
                       DISPLAY "VALOR DA TROCA: "
                       ACCEPT WT-VALOR FROM CONSOLE
                       PERFORM 210-OBTEM-IDENTIFICACAO
                       MOVE WT-ID TO W-IDENT-CARRO-ID
                       PERFORM 211-VALIDA-IDENTIFICACAO
                       COMPUTE WV-TROCA-MAIS-SINAL =
                               WT-VALOR + WV-SINAL-RESERVA
                       EVALUATE TRUE
                           WHEN WT-VALOR NOT GREATER THAN ZERO
                               DISPLAY "VALOR DA TROCA DEVE SER "
                                       "MAIOR QUE ZERO"
                           WHEN WV-TROCA-MAIS-SINAL GREATER THAN
                                WV-PRECO-VENDIDO
                               DISPLAY "VALOR DA TROCA MAIS SINAL DA "
                                       "RESERVA MAIOR QUE O PRECO DE "
                                       "VENDA"
                           WHEN NOT VEI-VALIDO
                               PERFORM 219-EXIBE-MOTIVO-IDENTIFICACAO
      * carro usado chega sempre emplacado; placa em branco so
      * vale para o zero quilometro da carga do fornecedor.
                           WHEN VEI-PLACA = SPACES
                               DISPLAY "PLACA OBRIGATORIA NO CARRO "
                                       "DA TROCA"
                           WHEN OTHER
                               PERFORM 143-EFETIVA-VENDA
                       END-EVALUATE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------*
      * 205-LE-CARRO-TROCA                                        *
      * Le pelo cursor auxiliar o carro WT-ID - nome, preco e a   *
      * quantidade de vendas ja gravadas para ele - e liga        *
      * TROCA-EXISTE quando o id esta em cars. Na entrada da      *
      * troca confere que o id esta livre; no estorno traz a      *
      * imagem do carro da troca e diz se ele ja foi revendido,   *
      * se ja tem despesa de preparacao lancada ou se tem reserva *
      * ativa.                                                    *
      *----------------------------------------------------------*
       205-LE-CARRO-TROCA.
           MOVE "N" TO W-TROCA-EXISTE.
           MOVE SPACES TO WT-NOME.
           MOVE ZERO TO WT-VALOR.
           MOVE ZERO TO WT-VENDAS.
           MOVE ZERO TO WT-DESPESAS.
           MOVE ZERO TO WT-RESERVAS.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "select name, price, "
                  "(select count(*) from sales s "
                  "where s.car_id = cars.id), "
                  "(select count(*) from car_expenses e "
                  "where e.car_id = cars.id), "
                  "(select count(*) from reservations r "
                  "where r.car_id = cars.id "
                  "and coalesce(r.active, 1) = 1) "
                  "from cars where id = " DELIMITED BY SIZE
                  WT-ID DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           CALL "sqliteOpenCursor" USING BY REFERENCE
                                            SQLCA-CID
                                            SQLCA-QUERY
                                            SQLCA-STATEMENT-AUX
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.

      * abertura interrompida por banco ocupado: nao ha cursor
      * para ler nem fechar - 901 ja desarmou a funcao, e o
      * fetch no cursor que nao abriu derrubaria a sessao.
           IF NOT FUNCAO-OCUPADA
               MOVE "S" TO W-CURSOR-AUX-ABERTO
               CALL "sqlitefetch" USING BY REFERENCE
                                            SQLCA-STATEMENT-AUX
                                            SQLCA_CUR_STAT_AUX
                                            WT-NOME
                                            WT-VALOR
                                            WT-VENDAS
                                            WT-DESPESAS
                                            WT-RESERVAS
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE
               PERFORM 900-VERIFICA-ERRO
               IF SQLCA_CUR_STAT_AUX EQUAL 0
                   MOVE "S" TO W-TROCA-EXISTE
               END-IF
           END-IF.

           PERFORM 049-FECHA-CURSOR-AUX.

      *----------------------------------------------------------*
      * 206-GRAVA-TROCA                                           *
      * Dentro da transacao da venda (143): inclui o carro da     *
      * troca em cars, com a identificacao informada em 204 -     *
      * custo e preco inicial iguais ao valor combinado,          *
      * aquisicao hoje, no patio da venda - credita o             *
      * valor na venda recem-gravada como parcela trade-in na     *
      * data da venda, amarra a venda ao carro da troca e grava   *
      * na trilha as duas pontas: a saida do carro vendido (V) e  *
      * a entrada do carro da troca (I).                          *
      *----------------------------------------------------------*
       206-GRAVA-TROCA.
           MOVE SPACES TO W-TROCA-DATA-SQL.
           IF WV-DATA-VENDA = SPACES
               MOVE "date('now')" TO W-TROCA-DATA-SQL
           ELSE
               STRING "'" DELIMITED BY SIZE
                      WV-DATA-VENDA DELIMITED BY SPACE
                      "'" DELIMITED BY SIZE
                 INTO W-TROCA-DATA-SQL
           END-IF.

           PERFORM 220-MONTA-SQL-IDENTIFICACAO.
           MOVE WT-VALOR TO W-PRECO-CONV.
           PERFORM 045-FORMATA-PRECO-SQL.
           MOVE WT-NOME TO W-ESCAPA-ENTRADA.
           PERFORM 046-ESCAPA-SQL.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "insert into cars (id, name, price, cost, "
                  "branch, acquisition_date, sold, vin, plate, "
                  "renavam, manuf_year, model_year, color, "
                  "mileage) values ("
                  DELIMITED BY SIZE
                  WT-ID DELIMITED BY SIZE
                  ", '" DELIMITED BY SIZE
                  FUNCTION TRIM(W-ESCAPA-SAIDA) DELIMITED BY SIZE
                  "', " DELIMITED BY SIZE
                  W-PRECO-SQL DELIMITED BY SPACE
                  ", " DELIMITED BY SIZE
                  W-PRECO-SQL DELIMITED BY SPACE
                  ", " DELIMITED BY SIZE
                  W-AUD-PATIO-ANTES DELIMITED BY SIZE
                  ", date('now'), 0, " DELIMITED BY SIZE
                  W-IDENT-SQL-VALORES(1:W-IDENT-VALORES-TAM)
                                      DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "insert into payments (car_id, customer_id, "
                  "pay_date, amount, sale_id, pay_type) "
                  "select car_id, customer_id, " DELIMITED BY SIZE
                  W-TROCA-DATA-SQL DELIMITED BY SPACE
                  ", " DELIMITED BY SIZE
                  W-PRECO-SQL DELIMITED BY SPACE
                  ", rowid, 'trade-in' from sales where car_id = "
                  DELIMITED BY SIZE
                  W-ID DELIMITED BY SIZE
                  " and coalesce(canceled, 0) = 0" DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "update sales set trade_in_car_id = "
                  DELIMITED BY SIZE
                  WT-ID DELIMITED BY SIZE
                  " where car_id = " DELIMITED BY SIZE
                  W-ID DELIMITED BY SIZE
                  " and coalesce(canceled, 0) = 0" DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           MOVE W-ID TO W-AUDC-ID.
           MOVE "V" TO W-AUDC-OPERACAO.
           MOVE W-AUD-NOME-ANTES TO W-AUDC-NOME-ANTES.
           MOVE W-AUD-PRECO-ANTES TO W-AUDC-PRECO-ANTES.
           MOVE W-AUD-NOME-ANTES TO W-AUDC-NOME-DEPOIS.
           MOVE W-AUD-PRECO-ANTES TO W-AUDC-PRECO-DEPOIS.
           PERFORM 209-GRAVA-AUDITORIA-CARRO.

           MOVE WT-ID TO W-AUDC-ID.
           MOVE "I" TO W-AUDC-OPERACAO.
           MOVE SPACES TO W-AUDC-NOME-ANTES.
           MOVE ZERO TO W-AUDC-PRECO-ANTES.
           MOVE WT-NOME TO W-AUDC-NOME-DEPOIS.
           MOVE WT-VALOR TO W-AUDC-PRECO-DEPOIS.
           PERFORM 209-GRAVA-AUDITORIA-CARRO.

      *----------------------------------------------------------*
      * 207-VERIFICA-TROCA-ESTORNO                                *
      * Antes do estorno de uma venda com troca, le o carro da    *
      * troca e liga TROCA-REVENDIDA quando ele ja tem venda      *
      * gravada - ativa ou estornada, a venda aponta para ele e   *
      * o carro nao pode mais sair de cars. Carro da troca que    *
      * ja nao esta em cars deixa TROCA-EXISTE desligado e o      *
      * estorno segue sem mexer nele. Carro da troca que ja      *
      * recebeu despesa de preparacao liga TROCA-COM-DESPESA: a   *
      * exclusao deixaria as despesas sem carro. Carro da troca   *
      * com reserva ativa (vencida ou nao, enquanto a varredura   *
      * nao baixa) liga TROCA-RESERVADA: a exclusao deixaria a    *
      * reserva e o sinal do cliente sem carro.                   *
      *----------------------------------------------------------*
       207-VERIFICA-TROCA-ESTORNO.
           MOVE "N" TO W-TROCA-EXISTE.
           MOVE "N" TO W-TROCA-REVENDIDA.
           MOVE "N" TO W-TROCA-COM-DESPESA.
           MOVE "N" TO W-TROCA-RESERVADA.

           IF WV-TROCA-ID GREATER THAN ZERO
               MOVE WV-TROCA-ID TO WT-ID
               PERFORM 205-LE-CARRO-TROCA
               IF TROCA-EXISTE AND WT-VENDAS GREATER THAN ZERO
                   MOVE "S" TO W-TROCA-REVENDIDA
               END-IF
               IF TROCA-EXISTE AND WT-DESPESAS GREATER THAN ZERO
                   MOVE "S" TO W-TROCA-COM-DESPESA
               END-IF
               IF TROCA-EXISTE AND WT-RESERVAS GREATER THAN ZERO
                   MOVE "S" TO W-TROCA-RESERVADA
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 208-RETIRA-CARRO-TROCA                                    *
      * Dentro da transacao do estorno (146): o negocio desfeito  *
      * devolve o usado ao cliente, entao o carro da troca sai de *
      * cars, com a exclusao (E) na trilha de auditoria. A        *
      * parcela trade-in fica em payments pendurada na venda      *
      * estornada, como as demais parcelas dela.                  *
      *----------------------------------------------------------*
       208-RETIRA-CARRO-TROCA.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "delete from cars where id = " DELIMITED BY SIZE
                  WT-ID DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           MOVE WT-ID TO W-AUDC-ID.
           MOVE "E" TO W-AUDC-OPERACAO.
           MOVE WT-NOME TO W-AUDC-NOME-ANTES.
           MOVE WT-VALOR TO W-AUDC-PRECO-ANTES.
           MOVE SPACES TO W-AUDC-NOME-DEPOIS.
           MOVE ZERO TO W-AUDC-PRECO-DEPOIS.
           PERFORM 209-GRAVA-AUDITORIA-CARRO.

      *----------------------------------------------------------*
      * 209-GRAVA-AUDITORIA-CARRO                                 *
      * Grava em cars_audit a linha montada em W-AUDC-*, na       *
      * mesma mecanica de 048-GRAVA-AUDITORIA: operacao, imagens  *
      * antes/depois, operador e data/hora.                       *
      *----------------------------------------------------------*
       209-GRAVA-AUDITORIA-CARRO.
           ACCEPT W-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT W-HORA-COMPLETA FROM TIME.

           MOVE W-AUDC-NOME-ANTES TO W-ESCAPA-ENTRADA.
           PERFORM 046-ESCAPA-SQL.
           MOVE W-ESCAPA-SAIDA TO W-AUD-NOME-ANTES-SQL.

           MOVE W-AUDC-NOME-DEPOIS TO W-ESCAPA-ENTRADA.
           PERFORM 046-ESCAPA-SQL.
           MOVE W-ESCAPA-SAIDA TO W-AUD-NOME-DEPOIS-SQL.

           MOVE W-AUDC-PRECO-ANTES TO W-PRECO-CONV.
           PERFORM 045-FORMATA-PRECO-SQL.
           MOVE W-PRECO-SQL TO W-AUD-PRECO-ANTES-SQL.

           MOVE W-AUDC-PRECO-DEPOIS TO W-PRECO-CONV.
           PERFORM 045-FORMATA-PRECO-SQL.
           MOVE W-PRECO-SQL TO W-AUD-PRECO-DEPOIS-SQL.

           MOVE W-OPERADOR TO W-ESCAPA-ENTRADA.
           PERFORM 046-ESCAPA-SQL.
           MOVE W-ESCAPA-SAIDA TO W-AUD-OPERADOR-SQL.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "insert into cars_audit (car_id, operation, "
                  DELIMITED BY SIZE
                  "name_before, price_before, name_after, "
                  DELIMITED BY SIZE
                  "price_after, operator, audit_date, audit_time) "
                  DELIMITED BY SIZE
                  "values (" DELIMITED BY SIZE
                  W-AUDC-ID DELIMITED BY SIZE
                  ", '" DELIMITED BY SIZE
                  W-AUDC-OPERACAO DELIMITED BY SIZE
                  "', '" DELIMITED BY SIZE
                  FUNCTION TRIM(W-AUD-NOME-ANTES-SQL)
                                      DELIMITED BY SIZE
                  "', " DELIMITED BY SIZE
                  W-AUD-PRECO-ANTES-SQL DELIMITED BY SPACE
                  ", '" DELIMITED BY SIZE
                  FUNCTION TRIM(W-AUD-NOME-DEPOIS-SQL)
                                      DELIMITED BY SIZE
                  "', " DELIMITED BY SIZE
                  W-AUD-PRECO-DEPOIS-SQL DELIMITED BY SPACE
                  ", '" DELIMITED BY SIZE
                  FUNCTION TRIM(W-AUD-OPERADOR-SQL)
                                      DELIMITED BY SIZE
                  "', '" DELIMITED BY SIZE
                  W-DATA-AUDIT DELIMITED BY SIZE
                  "', '" DELIMITED BY SIZE
                  W-HORA-AUDIT DELIMITED BY SIZE
                  "')" DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           PERFORM 890-EXECUTA-SQL.

      *----------------------------------------------------------*
      * 210-OBTEM-IDENTIFICACAO                                   *
      * Pede ao operador a identificacao do veiculo em            *
      * VEI-IDENTIFICACAO: chassi, placa (branco no zero          *
      * quilometro ainda sem emplacamento), RENAVAM, ano de       *
      * fabricacao e do modelo, cor e quilometragem na aquisicao. *
      *----------------------------------------------------------*
       210-OBTEM-IDENTIFICACAO.
           INITIALIZE VEI-IDENTIFICACAO.

           DISPLAY "CHASSI (17 POSICOES): ".
           ACCEPT VEI-CHASSI FROM CONSOLE.
           DISPLAY "PLACA (BRANCO = ZERO KM SEM PLACA): ".
           ACCEPT VEI-PLACA-ENTRADA FROM CONSOLE.
           DISPLAY "RENAVAM (11 DIGITOS, BRANCO = SEM RENAVAM): ".
           ACCEPT VEI-RENAVAM FROM CONSOLE.
           DISPLAY "ANO DE FABRICACAO: ".
           ACCEPT VEI-ANO-FABRIC FROM CONSOLE.
           DISPLAY "ANO DO MODELO: ".
           ACCEPT VEI-ANO-MODELO FROM CONSOLE.
           DISPLAY "COR: ".
           ACCEPT VEI-COR FROM CONSOLE.
           DISPLAY "QUILOMETRAGEM NA AQUISICAO: ".
           ACCEPT VEI-KM FROM CONSOLE.

      *----------------------------------------------------------*
      * 211-VALIDA-IDENTIFICACAO                                  *
      * Critica a identificacao em VEI-IDENTIFICACAO e deixa o    *
      * codigo do primeiro problema em VEI-MOTIVO (branco quando  *
      * passou): chassi, placa, RENAVAM, anos e, por ultimo, o    *
      * chassi ou a placa ja cadastrados em outro carro do        *
      * estoque - W-IDENT-CARRO-ID e o proprio carro, que nao     *
      * conta.                                                    *
      *----------------------------------------------------------*
       211-VALIDA-IDENTIFICACAO.
           MOVE SPACES TO VEI-MOTIVO.

           PERFORM 212-VALIDA-CHASSI.
           IF VEI-VALIDO
               PERFORM 214-VALIDA-PLACA
           END-IF.
           IF VEI-VALIDO
               PERFORM 215-VALIDA-RENAVAM
           END-IF.
           IF VEI-VALIDO
               PERFORM 218-VALIDA-ANOS
           END-IF.
           IF VEI-VALIDO
               PERFORM 217-VERIFICA-DUPLICIDADE
           END-IF.

      *----------------------------------------------------------*
      * 212-VALIDA-CHASSI                                         *
      * Chassi (VIN) com 17 posicoes preenchidas, so letras e     *
      * digitos validos (I, O e Q nao existem no chassi) e o      *
      * digito verificador da posicao 9 conferido: soma dos       *
      * valores das posicoes vezes os pesos, modulo 11, resto 10  *
      * vale X. Letra minuscula digitada e convertida antes.      *
      *----------------------------------------------------------*
       212-VALIDA-CHASSI.
           INSPECT VEI-CHASSI CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE ZERO TO VEI-ESPACOS.
           INSPECT VEI-CHASSI TALLYING VEI-ESPACOS FOR ALL SPACES.

           IF VEI-ESPACOS GREATER THAN ZERO
               MOVE "04" TO VEI-MOTIVO
           ELSE
               MOVE ZERO TO VEI-SOMA
               PERFORM 213-SOMA-CHASSI
                   VARYING VEI-IDX FROM 1 BY 1
                   UNTIL VEI-IDX > 17 OR NOT VEI-VALIDO
           END-IF.

           IF VEI-VALIDO
               DIVIDE VEI-SOMA BY 11 GIVING VEI-QUOCIENTE
                      REMAINDER VEI-RESTO
               IF VEI-RESTO = 10
                   MOVE "X" TO VEI-DV-CALCULADO
               ELSE
                   MOVE VEI-RESTO TO VEI-DIGITO
                   MOVE VEI-DIGITO TO VEI-DV-CALCULADO
               END-IF
               IF VEI-CHASSI(9:1) NOT = VEI-DV-CALCULADO
                   MOVE "04" TO VEI-MOTIVO
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 213-SOMA-CHASSI                                           *
      * Soma a posicao VEI-IDX do chassi: digito vale ele mesmo,  *
      * letra vale o da tabela VEI-LETRAS/VEI-VALORES; caracter   *
      * fora da tabela invalida o chassi.                         *
      *----------------------------------------------------------*
       213-SOMA-CHASSI.
           MOVE VEI-CHASSI(VEI-IDX:1) TO VEI-CARACTER.

           IF VEI-CARACTER IS NUMERIC
               MOVE VEI-CARACTER TO VEI-DIGITO
           ELSE
               MOVE ZERO TO VEI-POSICAO
               INSPECT VEI-LETRAS TALLYING VEI-POSICAO
                   FOR CHARACTERS BEFORE INITIAL VEI-CARACTER
               IF VEI-POSICAO LESS THAN 23
                   MOVE VEI-VALORES(VEI-POSICAO + 1:1) TO VEI-DIGITO
               ELSE
                   MOVE ZERO TO VEI-DIGITO
                   MOVE "04" TO VEI-MOTIVO
               END-IF
           END-IF.

           COMPUTE VEI-SOMA = VEI-SOMA
                            + VEI-DIGITO * VEI-PESO-CHASSI(VEI-IDX).

      *----------------------------------------------------------*
      * 214-VALIDA-PLACA                                          *
      * Placa digitada em VEI-PLACA-ENTRADA, com ou sem hifen     *
      * depois das letras, vai sem hifen para VEI-PLACA e tem de  *
      * ser AAA9999 (antiga) ou AAA9A99 (Mercosul). Placa em      *
      * branco passa: carro zero quilometro ainda nao emplacado.  *
      *----------------------------------------------------------*
       214-VALIDA-PLACA.
           MOVE SPACES TO VEI-PLACA.

           IF VEI-PLACA-ENTRADA NOT = SPACES
               INSPECT VEI-PLACA-ENTRADA CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF VEI-PLACA-ENTRADA(4:1) = "-"
                   STRING VEI-PLACA-ENTRADA(1:3) DELIMITED BY SIZE
                          VEI-PLACA-ENTRADA(5:4) DELIMITED BY SIZE
                     INTO VEI-PLACA
               ELSE
                   MOVE VEI-PLACA-ENTRADA TO VEI-PLACA
                   IF VEI-PLACA-ENTRADA(8:1) NOT = SPACE
                       MOVE "05" TO VEI-MOTIVO
                   END-IF
               END-IF
               MOVE ZERO TO VEI-ESPACOS
               INSPECT VEI-PLACA TALLYING VEI-ESPACOS
                   FOR ALL SPACES
               IF VEI-ESPACOS GREATER THAN ZERO
                  OR VEI-PLACA(1:3) IS NOT ALPHABETIC-UPPER
                  OR VEI-PLACA(4:1) IS NOT NUMERIC
                  OR (VEI-PLACA(5:1) IS NOT NUMERIC
                      AND VEI-PLACA(5:1) IS NOT ALPHABETIC-UPPER)
                  OR VEI-PLACA(6:2) IS NOT NUMERIC
                   MOVE "05" TO VEI-MOTIVO
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 215-VALIDA-RENAVAM                                        *
      * RENAVAM com 11 digitos, o ultimo verificador: soma dos 10 *
      * primeiros vezes os pesos, vezes 10, modulo 11 (resto 10   *
      * vale 0). Em branco passa, como a placa.                   *
      *----------------------------------------------------------*
       215-VALIDA-RENAVAM.
           IF VEI-RENAVAM NOT = SPACES
               IF VEI-RENAVAM IS NOT NUMERIC
                   MOVE "06" TO VEI-MOTIVO
               ELSE
                   MOVE ZERO TO VEI-SOMA
                   PERFORM 216-SOMA-RENAVAM
                       VARYING VEI-IDX FROM 1 BY 1
                       UNTIL VEI-IDX > 10
                   COMPUTE VEI-SOMA = VEI-SOMA * 10
                   DIVIDE VEI-SOMA BY 11 GIVING VEI-QUOCIENTE
                          REMAINDER VEI-RESTO
                   IF VEI-RESTO = 10
                       MOVE ZERO TO VEI-RESTO
                   END-IF
                   MOVE VEI-RESTO TO VEI-DIGITO
                   MOVE VEI-DIGITO TO VEI-DV-CALCULADO
                   IF VEI-RENAVAM(11:1) NOT = VEI-DV-CALCULADO
                       MOVE "06" TO VEI-MOTIVO
                   END-IF
               END-IF
           END-IF.

       216-SOMA-RENAVAM.
           MOVE VEI-RENAVAM(VEI-IDX:1) TO VEI-DIGITO.
           COMPUTE VEI-SOMA = VEI-SOMA
                            + VEI-DIGITO * VEI-PESO-RENAVAM(VEI-IDX).

      *----------------------------------------------------------*
      * 217-VERIFICA-DUPLICIDADE                                  *
      * Procura no estoque (carros nao vendidos) outro carro com  *
      * o mesmo chassi ou a mesma placa. Achando, VEI-MOTIVO vai  *
      * a 09 e W-IDENT-DUPLICADO-ID traz o id do outro carro.     *
      * Chassi e placa ja passaram na critica - so letras e       *
      * digitos - e entram no comando sem escape.                 *
      *----------------------------------------------------------*
       217-VERIFICA-DUPLICIDADE.
           MOVE ZERO TO W-IDENT-DUPLICADO-ID.

           MOVE SPACES TO SQLCA-QUERY.
           IF VEI-PLACA = SPACES
               STRING "select id from cars "
                      "where coalesce(sold, 0) = 0 and id <> "
                      DELIMITED BY SIZE
                      W-IDENT-CARRO-ID DELIMITED BY SIZE
                      " and vin = '" DELIMITED BY SIZE
                      VEI-CHASSI DELIMITED BY SIZE
                      "' limit 1" DELIMITED BY SIZE
                 INTO SQLCA-QUERY
           ELSE
               STRING "select id from cars "
                      "where coalesce(sold, 0) = 0 and id <> "
                      DELIMITED BY SIZE
                      W-IDENT-CARRO-ID DELIMITED BY SIZE
                      " and (vin = '" DELIMITED BY SIZE
                      VEI-CHASSI DELIMITED BY SIZE
                      "' or plate = '" DELIMITED BY SIZE
                      VEI-PLACA DELIMITED BY SIZE
                      "') limit 1" DELIMITED BY SIZE
                 INTO SQLCA-QUERY
           END-IF.

           CALL "sqliteOpenCursor" USING BY REFERENCE
                                            SQLCA-CID
                                            SQLCA-QUERY
                                            SQLCA-STATEMENT-AUX
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.

      * abertura interrompida por banco ocupado: nao ha cursor
      * para ler nem fechar - 901 ja desarmou a funcao, e o
      * fetch no cursor que nao abriu derrubaria a sessao.
           IF NOT FUNCAO-OCUPADA
               MOVE "S" TO W-CURSOR-AUX-ABERTO
               CALL "sqlitefetch" USING BY REFERENCE
                                            SQLCA-STATEMENT-AUX
                                            SQLCA_CUR_STAT_AUX
                                            W-IDENT-DUPLICADO-ID
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE
               PERFORM 900-VERIFICA-ERRO
               IF SQLCA_CUR_STAT_AUX EQUAL 0
                   MOVE "09" TO VEI-MOTIVO
               END-IF
           END-IF.

           PERFORM 049-FECHA-CURSOR-AUX.

      *----------------------------------------------------------*
      * 218-VALIDA-ANOS                                           *
      * Ano de fabricacao de 1950 ate o ano que vem (modelo novo  *
      * lancado no fim do ano) e ano do modelo igual ao de        *
      * fabricacao ou o seguinte.                                 *
      *----------------------------------------------------------*
       218-VALIDA-ANOS.
           ACCEPT VEI-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE VEI-ANO-LIMITE = VEI-HOJE-ANO + 1.

           IF VEI-ANO-FABRIC LESS THAN 1950
              OR VEI-ANO-FABRIC GREATER THAN VEI-ANO-LIMITE
              OR VEI-ANO-MODELO LESS THAN VEI-ANO-FABRIC
              OR VEI-ANO-MODELO GREATER THAN VEI-ANO-FABRIC + 1
               MOVE "07" TO VEI-MOTIVO
           END-IF.

      *----------------------------------------------------------*
      * 219-EXIBE-MOTIVO-IDENTIFICACAO                            *
      * Mostra ao operador por que a identificacao foi recusada.  *
      *----------------------------------------------------------*
       219-EXIBE-MOTIVO-IDENTIFICACAO.
           EVALUATE VEI-MOTIVO
               WHEN "04"
                   DISPLAY "CHASSI INVALIDO: " VEI-CHASSI
               WHEN "05"
                   DISPLAY "PLACA INVALIDA: " VEI-PLACA-ENTRADA
               WHEN "06"
                   DISPLAY "RENAVAM INVALIDO: " VEI-RENAVAM
               WHEN "07"
                   DISPLAY "ANO DE FABRICACAO/MODELO INVALIDO: "
                           VEI-ANO-FABRIC "/" VEI-ANO-MODELO
               WHEN "09"
                   DISPLAY "CHASSI OU PLACA JA CADASTRADO NO CARRO "
                           W-IDENT-DUPLICADO-ID
           END-EVALUATE.

      *----------------------------------------------------------*
      * 220-MONTA-SQL-IDENTIFICACAO                               *
      * Monta, a partir de VEI-IDENTIFICACAO ja criticada, os     *
      * valores da identificacao para o insert em cars            *
      * (W-IDENT-SQL-VALORES, na ordem vin, plate, renavam,       *
      * manuf_year, model_year, color, mileage) e as mesmas       *
      * colunas para o update (W-IDENT-SQL-SET). Usa 046 para a   *
      * cor - quem chama escapa o nome do carro depois.           *
      *----------------------------------------------------------*
       220-MONTA-SQL-IDENTIFICACAO.
           MOVE VEI-COR TO W-ESCAPA-ENTRADA.
           PERFORM 046-ESCAPA-SQL.
           MOVE W-ESCAPA-SAIDA TO W-COR-SQL.

           MOVE SPACES TO W-IDENT-SQL-VALORES.
           MOVE 1 TO W-IDENT-VALORES-TAM.
           STRING "'" DELIMITED BY SIZE
                  VEI-CHASSI DELIMITED BY SIZE
                  "', '" DELIMITED BY SIZE
                  VEI-PLACA DELIMITED BY SPACE
                  "', '" DELIMITED BY SIZE
                  VEI-RENAVAM DELIMITED BY SPACE
                  "', " DELIMITED BY SIZE
                  VEI-ANO-FABRIC DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  VEI-ANO-MODELO DELIMITED BY SIZE
                  ", '" DELIMITED BY SIZE
                  FUNCTION TRIM(W-COR-SQL) DELIMITED BY SIZE
                  "', " DELIMITED BY SIZE
                  VEI-KM DELIMITED BY SIZE
             INTO W-IDENT-SQL-VALORES
                  WITH POINTER W-IDENT-VALORES-TAM.
           SUBTRACT 1 FROM W-IDENT-VALORES-TAM.

           MOVE SPACES TO W-IDENT-SQL-SET.
           MOVE 1 TO W-IDENT-SET-TAM.
           STRING "vin = '" DELIMITED BY SIZE
                  VEI-CHASSI DELIMITED BY SIZE
                  "', plate = '" DELIMITED BY SIZE
                  VEI-PLACA DELIMITED BY SPACE
                  "', renavam = '" DELIMITED BY SIZE
                  VEI-RENAVAM DELIMITED BY SPACE
                  "', manuf_year = " DELIMITED BY SIZE
                  VEI-ANO-FABRIC DELIMITED BY SIZE
                  ", model_year = " DELIMITED BY SIZE
                  VEI-ANO-MODELO DELIMITED BY SIZE
                  ", color = '" DELIMITED BY SIZE
                  FUNCTION TRIM(W-COR-SQL) DELIMITED BY SIZE
                  "', mileage = " DELIMITED BY SIZE
                  VEI-KM DELIMITED BY SIZE
             INTO W-IDENT-SQL-SET
                  WITH POINTER W-IDENT-SET-TAM.
           SUBTRACT 1 FROM W-IDENT-SET-TAM.

      *----------------------------------------------------------*
      * 221-LANCA-DESPESA                                         *
      * Lancamento de despesa de preparacao (recondicionamento)   *
      * no carro W-ID: mecanica, funilaria e pintura, pneus,      *
      * limpeza, documentacao ou outros, com a oficina ou         *
      * fornecedor e o valor. So carro no estoque recebe despesa  *
      * - depois de vendido o custo do carro esta fechado e a     *
      * margem da venda ja foi apurada sobre ele.                 *
      *----------------------------------------------------------*
       221-LANCA-DESPESA.
           DISPLAY "ID DO CARRO: ".
           ACCEPT W-ID FROM CONSOLE.

           PERFORM 222-LE-CUSTO-CARRO.

           EVALUATE TRUE
               WHEN FUNCAO-OCUPADA
                   CONTINUE
               WHEN NOT DESP-CARRO-EXISTE
                   DISPLAY "ID NAO CADASTRADO: " W-ID
               WHEN DESP-CARRO-VENDIDO
                   DISPLAY "CARRO JA VENDIDO: " W-ID
               WHEN OTHER
                   PERFORM 223-OBTEM-DESPESA
           END-EVALUATE.

      *----------------------------------------------------------*
      * 222-LE-CUSTO-CARRO                                        *
      * Le pelo cursor auxiliar a situacao de custo do carro      *
      * W-ID: nome, marca de vendido, custo de aquisicao, preco,  *
      * aquisicao, patio, a quantidade e a soma das despesas ja   *
      * lancadas e a quantidade de titulos a pagar da compra.     *
      * Liga DESP-CARRO-EXISTE quando o id esta em cars.          *
      *----------------------------------------------------------*
       222-LE-CUSTO-CARRO.
           MOVE "N" TO W-DESP-CARRO-EXISTE.
           INITIALIZE REGISTRO-CUSTO-CARRO.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "select name, coalesce(sold, 0), "
                  "coalesce(cost, 0), coalesce(price, 0), "
                  "coalesce(acquisition_date, ''), "
                  "coalesce(branch, 1), "
                  "(select count(*) from car_expenses e "
                  "where e.car_id = cars.id), "
                  "(select coalesce(sum(e.amount), 0) "
                  "from car_expenses e where e.car_id = cars.id), "
                  "(select count(*) from payables p "
                  "where p.car_id = cars.id) "
                  "from cars where id = " DELIMITED BY SIZE
                  W-ID DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           CALL "sqliteOpenCursor" USING BY REFERENCE
                                            SQLCA-CID
                                            SQLCA-QUERY
                                            SQLCA-STATEMENT-AUX
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.

      * abertura interrompida por banco ocupado: nao ha cursor
      * para ler nem fechar - 901 ja desarmou a funcao, e o
      * fetch no cursor que nao abriu derrubaria a sessao.
           IF NOT FUNCAO-OCUPADA
               MOVE "S" TO W-CURSOR-AUX-ABERTO
               CALL "sqlitefetch" USING BY REFERENCE
                                            SQLCA-STATEMENT-AUX
                                            SQLCA_CUR_STAT_AUX
                                            WE-NOME
                                            WE-VENDIDO
                                            WE-CUSTO
                                            WE-PRECO
                                            WE-AQUISICAO
                                            WE-PATIO
                                            WE-QTD-DESPESAS
                                            WE-DESPESAS
                                            WE-QTD-TITULOS
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE
               PERFORM 900-VERIFICA-ERRO
               IF SQLCA_CUR_STAT_AUX EQUAL 0
                   MOVE "S" TO W-DESP-CARRO-EXISTE
               END-IF
           END-IF.

           PERFORM 049-FECHA-CURSOR-AUX.

      *----------------------------------------------------------*
      * 223-OBTEM-DESPESA                                         *
      * Pergunta data, tipo, oficina/fornecedor e valor da        *
      * despesa e critica: data em branco vale hoje, data         *
      * anterior a aquisicao do carro e recusada, o tipo tem de   *
      * ser um dos codigos da casa, a oficina e obrigatoria e o   *
      * valor tem de ser maior que zero.                          *
      *----------------------------------------------------------*
       223-OBTEM-DESPESA.
           INITIALIZE REGISTRO-DESPESA.

           DISPLAY "DATA DA DESPESA (AAAA-MM-DD, BRANCO = HOJE): ".
           ACCEPT WE-DATA FROM CONSOLE.
           MOVE WE-DATA TO W-DATA-VALIDAR.
           PERFORM 043-VALIDA-DATA.
           IF WE-DATA = SPACES
               PERFORM 189-MONTA-DATA-HOJE
               MOVE W-DATA-HOJE TO WE-DATA
           END-IF.

           DISPLAY "TIPO (MEC = MECANICA, PIN = FUNILARIA/PINTURA, "
                   "PNE = PNEUS,".
           DISPLAY "      LIM = LIMPEZA, DOC = DOCUMENTACAO, "
                   "OUT = OUTROS): ".
           ACCEPT WE-TIPO FROM CONSOLE.
           INSPECT WE-TIPO CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           DISPLAY "OFICINA/FORNECEDOR: ".
           ACCEPT WE-FORNECEDOR FROM CONSOLE.

           DISPLAY "VALOR DA DESPESA: ".
           ACCEPT WE-VALOR FROM CONSOLE.

           EVALUATE TRUE
               WHEN NOT DATA-VALIDA
                   DISPLAY "DATA DA DESPESA INVALIDA: " WE-DATA
               WHEN WE-AQUISICAO NOT = SPACES
                    AND WE-DATA LESS THAN WE-AQUISICAO
                   DISPLAY "DATA DA DESPESA ANTERIOR A AQUISICAO: "
                           WE-AQUISICAO
               WHEN NOT TIPO-DESPESA-VALIDO
                   DISPLAY "TIPO DE DESPESA INVALIDO: " WE-TIPO
               WHEN WE-FORNECEDOR = SPACES
                   DISPLAY "OFICINA/FORNECEDOR OBRIGATORIO"
               WHEN WE-VALOR NOT GREATER THAN ZERO
                   DISPLAY "VALOR DA DESPESA DEVE SER MAIOR QUE ZERO"
               WHEN OTHER
                   PERFORM 224-GRAVA-DESPESA
                   IF NOT FUNCAO-OCUPADA
                       PERFORM 225-EXIBE-CUSTO-TOTAL
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------*
      * 224-GRAVA-DESPESA                                         *
      * Insere a despesa em car_expenses com o operador da        *
      * sessao.                                                   *
      *----------------------------------------------------------*
       224-GRAVA-DESPESA.
           MOVE WE-VALOR TO W-PRECO-CONV.
           PERFORM 045-FORMATA-PRECO-SQL.

           MOVE WE-FORNECEDOR TO W-ESCAPA-ENTRADA.
           PERFORM 046-ESCAPA-SQL.
           MOVE W-ESCAPA-SAIDA TO WE-FORNECEDOR-SQL.

           MOVE W-OPERADOR TO W-ESCAPA-ENTRADA.
           PERFORM 046-ESCAPA-SQL.
           MOVE W-ESCAPA-SAIDA TO W-AUD-OPERADOR-SQL.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "insert into car_expenses (car_id, expense_date, "
                  DELIMITED BY SIZE
                  "expense_type, supplier, amount, operator) "
                  DELIMITED BY SIZE
                  "values (" DELIMITED BY SIZE
                  W-ID DELIMITED BY SIZE
                  ", '" DELIMITED BY SIZE
                  WE-DATA DELIMITED BY SIZE
                  "', '" DELIMITED BY SIZE
                  WE-TIPO DELIMITED BY SIZE
                  "', '" DELIMITED BY SIZE
                  FUNCTION TRIM(WE-FORNECEDOR-SQL) DELIMITED BY SIZE
                  "', " DELIMITED BY SIZE
                  W-PRECO-SQL DELIMITED BY SPACE
                  ", '" DELIMITED BY SIZE
                  FUNCTION TRIM(W-AUD-OPERADOR-SQL)
                                      DELIMITED BY SIZE
                  "')" DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           PERFORM 890-EXECUTA-SQL.

      *----------------------------------------------------------*
      * 225-EXIBE-CUSTO-TOTAL                                     *
      * Mostra ao operador o custo do carro ja com a despesa que  *
      * acabou de entrar: aquisicao, despesas e custo total.      *
      *----------------------------------------------------------*
       225-EXIBE-CUSTO-TOTAL.
           ADD WE-VALOR TO WE-DESPESAS.
           COMPUTE WE-CUSTO-TOTAL = WE-CUSTO + WE-DESPESAS.

           DISPLAY "DESPESA GRAVADA PARA O CARRO " W-ID.
           MOVE WE-CUSTO TO WE-VALOR-ED.
           DISPLAY "  CUSTO DE AQUISICAO..: " WE-VALOR-ED.
           MOVE WE-DESPESAS TO WE-VALOR-ED.
           DISPLAY "  DESPESAS............: " WE-VALOR-ED.
           MOVE WE-CUSTO-TOTAL TO WE-VALOR-ED.
           DISPLAY "  CUSTO TOTAL.........: " WE-VALOR-ED.

      *----------------------------------------------------------*
      * 226-FICHA-CUSTO                                           *
      * Ficha de custo do carro W-ID no relatorio RELFICHA: o     *
      * custo de aquisicao, cada despesa de preparacao lancada    *
      * (data, tipo, oficina, operador, valor), o custo total e a *
      * margem - sobre o preco de tabela enquanto o carro esta no *
      * estoque, sobre o preco da venda ativa depois de vendido.  *
      * O resumo sai tambem no console.                           *
      *----------------------------------------------------------*
       226-FICHA-CUSTO.
           DISPLAY "ID DO CARRO: ".
           ACCEPT W-ID FROM CONSOLE.

           PERFORM 222-LE-CUSTO-CARRO.

           EVALUATE TRUE
               WHEN FUNCAO-OCUPADA
                   CONTINUE
               WHEN NOT DESP-CARRO-EXISTE
                   DISPLAY "ID NAO CADASTRADO: " W-ID
               WHEN OTHER
                   PERFORM 227-EMITE-FICHA
           END-EVALUATE.

      *----------------------------------------------------------*
      * 227-EMITE-FICHA                                           *
      * Abre o RELFICHA com o cabecalho do carro e lista as       *
      * despesas pelo cursor auxiliar, em ordem de data e de      *
      * lancamento; os totais saem no fechamento (231).           *
      *----------------------------------------------------------*
       227-EMITE-FICHA.
           IF DESP-CARRO-VENDIDO
               PERFORM 181-LE-VENDA-ATIVA
           END-IF.

           PERFORM 228-ABRE-RELATORIO-FICHA.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "select coalesce(expense_date, ''), "
                  "coalesce(expense_type, ''), "
                  "coalesce(supplier, ''), amount, "
                  "coalesce(operator, '') "
                  "from car_expenses where car_id = "
                  DELIMITED BY SIZE
                  W-ID DELIMITED BY SIZE
                  " order by expense_date, id" DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           CALL "sqliteOpenCursor" USING BY REFERENCE
                                            SQLCA-CID
                                            SQLCA-QUERY
                                            SQLCA-STATEMENT-AUX
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.

      * abertura interrompida por banco ocupado: 901 ja armou o
      * status em 1 para o laco nem rodar.
           IF NOT FUNCAO-OCUPADA
               MOVE "S" TO W-CURSOR-AUX-ABERTO
               MOVE ZERO TO SQLCA_CUR_STAT_AUX
           END-IF.

           PERFORM 229-GET-RESULT-FICHA
               UNTIL SQLCA_CUR_STAT_AUX = 1.

           PERFORM 049-FECHA-CURSOR-AUX.
           PERFORM 231-FECHA-RELATORIO-FICHA.

      *----------------------------------------------------------*
      * 228-ABRE-RELATORIO-FICHA                                  *
      * Abre o RELFICHA e grava o titulo, a identificacao do      *
      * carro, o custo de aquisicao e o cabecalho das despesas.   *
      *----------------------------------------------------------*
       228-ABRE-RELATORIO-FICHA.
           OPEN OUTPUT RELATORIO-FICHA.
           MOVE "S" TO W-REL-FICHA-ABERTO.

           MOVE SPACES TO REG-REL-FICHA.
           MOVE "FICHA DE CUSTO DO CARRO" TO REG-REL-FICHA.
           WRITE REG-REL-FICHA.

           MOVE SPACES TO REG-REL-FICHA.
           STRING "CARRO " DELIMITED BY SIZE
                  W-ID DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WE-NOME) DELIMITED BY SIZE
             INTO REG-REL-FICHA.
           WRITE REG-REL-FICHA.

           MOVE SPACES TO REG-REL-FICHA.
           STRING "AQUISICAO " DELIMITED BY SIZE
                  WE-AQUISICAO DELIMITED BY SIZE
                  "  PATIO " DELIMITED BY SIZE
                  WE-PATIO DELIMITED BY SIZE
             INTO REG-REL-FICHA.
           IF DESP-CARRO-VENDIDO
               MOVE "VENDIDO" TO REG-REL-FICHA(30:7)
           END-IF.
           WRITE REG-REL-FICHA.

           MOVE SPACES TO REG-REL-FICHA.
           WRITE REG-REL-FICHA.

           MOVE WE-CUSTO TO WE-VALOR-ED.
           MOVE SPACES TO REG-REL-FICHA.
           STRING "CUSTO DE AQUISICAO: " DELIMITED BY SIZE
                  WE-VALOR-ED DELIMITED BY SIZE
             INTO REG-REL-FICHA.
           WRITE REG-REL-FICHA.

           MOVE SPACES TO REG-REL-FICHA.
           WRITE REG-REL-FICHA.

           MOVE SPACES TO W-CABECALHO-FICHA.
           MOVE "DATA" TO CAB-FCH-DATA.
           MOVE "TIPO DE DESPESA" TO CAB-FCH-TIPO.
           MOVE "OFICINA/FORNECEDOR" TO CAB-FCH-FORNECEDOR.
           MOVE "OPERADOR" TO CAB-FCH-OPERADOR.
           MOVE "VALOR" TO CAB-FCH-VALOR.
           MOVE W-CABECALHO-FICHA TO REG-REL-FICHA.
           WRITE REG-REL-FICHA.

      *----------------------------------------------------------*
      * 229-GET-RESULT-FICHA                                      *
      * Busca a proxima despesa do carro e grava a linha.         *
      *----------------------------------------------------------*
       229-GET-RESULT-FICHA.
           CALL "sqlitefetch" USING BY REFERENCE
                                            SQLCA-STATEMENT-AUX
                                            SQLCA_CUR_STAT_AUX
                                            WE-DATA
                                            WE-TIPO
                                            WE-FORNECEDOR
                                            WE-VALOR
                                            WE-OPERADOR
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           IF SQLCA_CUR_STAT_AUX EQUAL 0
               ADD 1 TO W-RLOG-QTD-LIDOS
               PERFORM 230-DESCREVE-TIPO-DESPESA
               MOVE SPACES TO W-LINHA-FICHA
               MOVE WE-DATA TO FCH-DATA
               MOVE WE-TIPO TO FCH-TIPO
               MOVE WE-TIPO-DESCRICAO TO FCH-TIPO-DESCRICAO
               MOVE WE-FORNECEDOR TO FCH-FORNECEDOR
               MOVE WE-OPERADOR TO FCH-OPERADOR
               MOVE WE-VALOR TO WE-VALOR-ED
               MOVE WE-VALOR-ED TO FCH-VALOR
               MOVE W-LINHA-FICHA TO REG-REL-FICHA
               WRITE REG-REL-FICHA
               ADD 1 TO W-RLOG-QTD-LINHAS
           END-IF.

      *----------------------------------------------------------*
      * 230-DESCREVE-TIPO-DESPESA                                 *
      * Descricao por extenso do codigo do tipo de despesa.       *
      *----------------------------------------------------------*
       230-DESCREVE-TIPO-DESPESA.
           EVALUATE WE-TIPO
               WHEN "MEC"
                   MOVE "MECANICA" TO WE-TIPO-DESCRICAO
               WHEN "PIN"
                   MOVE "FUNILARIA/PINTURA" TO WE-TIPO-DESCRICAO
               WHEN "PNE"
                   MOVE "PNEUS" TO WE-TIPO-DESCRICAO
               WHEN "LIM"
                   MOVE "LIMPEZA" TO WE-TIPO-DESCRICAO
               WHEN "DOC"
                   MOVE "DOCUMENTACAO" TO WE-TIPO-DESCRICAO
               WHEN OTHER
                   MOVE "OUTROS" TO WE-TIPO-DESCRICAO
           END-EVALUATE.

      *----------------------------------------------------------*
      * 231-FECHA-RELATORIO-FICHA                                 *
      * Grava os totais da ficha - despesas, custo total, preco   *
      * (de tabela ou da venda) e margem - fecha o RELFICHA e     *
      * mostra o resumo no console.                               *
      *----------------------------------------------------------*
       231-FECHA-RELATORIO-FICHA.
           IF REL-FICHA-ABERTO
               COMPUTE WE-CUSTO-TOTAL = WE-CUSTO + WE-DESPESAS
               IF DESP-CARRO-VENDIDO AND VENDA-JA-EXISTE
                   MOVE WV-PRECO-VENDIDO TO WE-PRECO
               END-IF
               COMPUTE WE-MARGEM = WE-PRECO - WE-CUSTO-TOTAL

               MOVE SPACES TO REG-REL-FICHA
               WRITE REG-REL-FICHA

               MOVE WE-QTD-DESPESAS TO WE-QTD-ED
               MOVE WE-DESPESAS TO WE-VALOR-ED
               MOVE SPACES TO REG-REL-FICHA
               STRING "TOTAL DE DESPESAS (" DELIMITED BY SIZE
                      WE-QTD-ED DELIMITED BY SIZE
                      "): " DELIMITED BY SIZE
                      WE-VALOR-ED DELIMITED BY SIZE
                 INTO REG-REL-FICHA
               WRITE REG-REL-FICHA

               MOVE WE-CUSTO-TOTAL TO WE-VALOR-ED
               MOVE SPACES TO REG-REL-FICHA
               STRING "CUSTO TOTAL DO CARRO: " DELIMITED BY SIZE
                      WE-VALOR-ED DELIMITED BY SIZE
                 INTO REG-REL-FICHA
               WRITE REG-REL-FICHA

               MOVE WE-PRECO TO WE-VALOR-ED
               MOVE SPACES TO REG-REL-FICHA
               IF DESP-CARRO-VENDIDO AND VENDA-JA-EXISTE
                   STRING "PRECO DE VENDA: " DELIMITED BY SIZE
                          WE-VALOR-ED DELIMITED BY SIZE
                     INTO REG-REL-FICHA
               ELSE
                   STRING "PRECO DE TABELA: " DELIMITED BY SIZE
                          WE-VALOR-ED DELIMITED BY SIZE
                     INTO REG-REL-FICHA
               END-IF
               WRITE REG-REL-FICHA

               MOVE WE-MARGEM TO WE-MARGEM-ED
               MOVE SPACES TO REG-REL-FICHA
               STRING "MARGEM SOBRE O CUSTO TOTAL: " DELIMITED BY SIZE
                      WE-MARGEM-ED DELIMITED BY SIZE
                 INTO REG-REL-FICHA
               WRITE REG-REL-FICHA

               CLOSE RELATORIO-FICHA
               MOVE "N" TO W-REL-FICHA-ABERTO

               DISPLAY "FICHA DE CUSTO DO CARRO " W-ID
                       " GRAVADA EM RELFICHA"
               MOVE WE-DESPESAS TO WE-VALOR-ED
               DISPLAY "  DESPESAS............: " WE-VALOR-ED
               MOVE WE-CUSTO-TOTAL TO WE-VALOR-ED
               DISPLAY "  CUSTO TOTAL.........: " WE-VALOR-ED
               DISPLAY "  MARGEM..............: " WE-MARGEM-ED
           END-IF.

      *----------------------------------------------------------*
      * 232-GRAVA-DOCUMENTO                                       *
      * Grava em documents o documento numerado da venda (V), do  *
      * recibo de parcela (R) ou do cancelamento (C), dentro da   *
      * transacao de quem chama. O numero e o rowid da tabela -   *
      * sequencial, um a mais que o ultimo emitido - e volta em   *
      * W-DOC-NUMERO. Cliente, vendedor, carro e valores ficam    *
      * copiados no proprio documento, para a segunda via sair    *
      * igual a primeira mesmo depois de o cadastro mudar.        *
      * Quem chama monta W-DOC-TIPO, W-DOC-CHAVE-SQL (o where da  *
      * venda), W-DOC-VALOR (preco da venda ou valor da parcela)  *
      * e W-DOC-PAGTO-SQL (data da parcela, ou null).             *
      *----------------------------------------------------------*
       232-GRAVA-DOCUMENTO.
           MOVE ZERO TO W-DOC-NUMERO.
           ACCEPT W-HORA-COMPLETA FROM TIME.

           MOVE W-DOC-VALOR TO W-PRECO-CONV.
           PERFORM 045-FORMATA-PRECO-SQL.
           MOVE W-OPERADOR TO W-ESCAPA-ENTRADA.
           PERFORM 046-ESCAPA-SQL.
           MOVE W-ESCAPA-SAIDA TO W-AUD-OPERADOR-SQL.

      * a referencia e o documento de venda da mesma venda: o
      * recibo e o cancelamento apontam para ele; no proprio
      * documento de venda a consulta ainda nao acha nada e fica
      * zero.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "insert into documents (doc_type, doc_date, "
                  "doc_time, sale_id, car_id, ref_number, branch, "
                  "sale_date, pay_date, salesperson, customer_id, "
                  "customer_name, customer_doc, customer_phone, "
                  "vehicle, vin, plate, price, amount, operator) "
                  "select '" DELIMITED BY SIZE
                  W-DOC-TIPO DELIMITED BY SIZE
                  "', date('now'), '" DELIMITED BY SIZE
                  W-HORA-AUDIT DELIMITED BY SIZE
                  "', s.rowid, s.car_id, coalesce((select "
                  "max(d.doc_number) from documents d where "
                  "d.sale_id = s.rowid and d.doc_type = 'V'), 0), "
                  "s.branch, s.sale_date, " DELIMITED BY SIZE
                  W-DOC-PAGTO-SQL DELIMITED BY SPACE
                  ", coalesce(v.name, ''), s.customer_id, "
                  "coalesce(c.name, ''), coalesce(c.document, ''), "
                  "coalesce(c.phone, ''), coalesce(k.name, ''), "
                  "coalesce(k.vin, ''), coalesce(k.plate, ''), "
                  "s.sale_price, " DELIMITED BY SIZE
                  W-PRECO-SQL DELIMITED BY SPACE
                  ", '" DELIMITED BY SIZE
                  FUNCTION TRIM(W-AUD-OPERADOR-SQL)
                                      DELIMITED BY SIZE
                  "' from sales s "
                  "left join customers c on c.id = s.customer_id "
                  "left join salespeople v on v.id = "
                  "s.salesperson_id "
                  "left join cars k on k.id = s.car_id where "
                  DELIMITED BY SIZE
                  W-DOC-CHAVE-SQL DELIMITED BY "  "
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           MOVE "select last_insert_rowid()" TO SQLCA-QUERY.

           CALL "sqliteOpenCursor" USING BY REFERENCE
                                            SQLCA-CID
                                            SQLCA-QUERY
                                            SQLCA-STATEMENT-AUX
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.

      * abertura interrompida por banco ocupado: nao ha cursor
      * para ler nem fechar - 901 ja desarmou a funcao, e o
      * fetch no cursor que nao abriu derrubaria a sessao.
           IF NOT FUNCAO-OCUPADA
               MOVE "S" TO W-CURSOR-AUX-ABERTO
               CALL "sqlitefetch" USING BY REFERENCE
                                            SQLCA-STATEMENT-AUX
                                            SQLCA_CUR_STAT_AUX
                                            W-DOC-NUMERO
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE
               PERFORM 900-VERIFICA-ERRO
           END-IF.

           PERFORM 049-FECHA-CURSOR-AUX.

      * sinal da reserva, valor da troca e total ja pago da venda
      * na hora da emissao - com a parcela do proprio recibo, que
      * quem chama gravou antes na mesma transacao.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "update documents set deposit = (select "
                  "coalesce(sum(p.amount), 0) from payments p "
                  "where p.sale_id = documents.sale_id "
                  "and p.pay_type = 'deposit'), trade_in = (select "
                  "coalesce(sum(p.amount), 0) from payments p "
                  "where p.sale_id = documents.sale_id "
                  "and p.pay_type = 'trade-in'), paid = (select "
                  "coalesce(sum(p.amount), 0) from payments p "
                  "where p.sale_id = documents.sale_id) "
                  "where doc_number = " DELIMITED BY SIZE
                  W-DOC-NUMERO DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

      *----------------------------------------------------------*
      * 233-LE-DOCUMENTO                                          *
      * Le pelo cursor auxiliar o documento W-DOC-NUMERO inteiro  *
      * para REGISTRO-DOCUMENTO. Liga DOCUMENTO-EXISTE quando     *
      * encontrou.                                                *
      *----------------------------------------------------------*
       233-LE-DOCUMENTO.
           MOVE "N" TO W-DOCUMENTO-EXISTE.
           INITIALIZE REGISTRO-DOCUMENTO.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "select doc_number, doc_type, doc_date, "
                  "coalesce(doc_time, ''), coalesce(sale_id, 0), "
                  "coalesce(car_id, 0), coalesce(ref_number, 0), "
                  "coalesce(branch, 0), coalesce(sale_date, ''), "
                  "coalesce(pay_date, ''), coalesce(salesperson, ''), "
                  "coalesce(customer_id, 0), "
                  "coalesce(customer_name, ''), "
                  "coalesce(customer_doc, ''), "
                  "coalesce(customer_phone, ''), "
                  "coalesce(vehicle, ''), coalesce(vin, ''), "
                  "coalesce(plate, ''), coalesce(price, 0), "
                  "coalesce(deposit, 0), coalesce(trade_in, 0), "
                  "coalesce(amount, 0), coalesce(paid, 0), "
                  "coalesce(operator, '') "
                  "from documents where doc_number = "
                  DELIMITED BY SIZE
                  W-DOC-NUMERO DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           CALL "sqliteOpenCursor" USING BY REFERENCE
                                            SQLCA-CID
                                            SQLCA-QUERY
                                            SQLCA-STATEMENT-AUX
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.

      * abertura interrompida por banco ocupado: nao ha cursor
      * para ler nem fechar - 901 ja desarmou a funcao, e o
      * fetch no cursor que nao abriu derrubaria a sessao.
           IF NOT FUNCAO-OCUPADA
               MOVE "S" TO W-CURSOR-AUX-ABERTO
               CALL "sqlitefetch" USING BY REFERENCE
                                            SQLCA-STATEMENT-AUX
                                            SQLCA_CUR_STAT_AUX
                                            WN-NUMERO
                                            WN-TIPO
                                            WN-DATA
                                            WN-HORA
                                            WN-VENDA-RID
                                            WN-CARRO-ID
                                            WN-REFERENCIA
                                            WN-PATIO
                                            WN-DATA-VENDA
                                            WN-DATA-PAGTO
                                            WN-VENDEDOR
                                            WN-CLIENTE-ID
                                            WN-CLIENTE-NOME
                                            WN-CLIENTE-DOC
                                            WN-CLIENTE-FONE
                                            WN-VEICULO
                                            WN-CHASSI
                                            WN-PLACA
                                            WN-PRECO
                                            WN-SINAL
                                            WN-TROCA
                                            WN-VALOR
                                            WN-PAGO
                                            WN-OPERADOR
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE
               PERFORM 900-VERIFICA-ERRO
               IF SQLCA_CUR_STAT_AUX EQUAL 0
                   MOVE "S" TO W-DOCUMENTO-EXISTE
               END-IF
           END-IF.

           PERFORM 049-FECHA-CURSOR-AUX.

      *----------------------------------------------------------*
      * 234-EMITE-DOCUMENTO                                       *
      * Le o documento W-DOC-NUMERO e acrescenta a impressao dele *
      * ao RELDOCTO, de onde sai para a impressora do balcao. Com *
      * SEGUNDA-VIA ligado o documento sai marcado como segunda   *
      * via; o conteudo e sempre o gravado na emissao.            *
      *----------------------------------------------------------*
       234-EMITE-DOCUMENTO.
           PERFORM 233-LE-DOCUMENTO.

           IF DOCUMENTO-EXISTE
               ADD 1 TO W-RLOG-QTD-LIDOS
               COMPUTE WN-SALDO = WN-PRECO - WN-PAGO
               PERFORM 235-ABRE-RELATORIO-DOCTO
               EVALUATE TRUE
                   WHEN DOC-VENDA
                       PERFORM 238-GRAVA-CORPO-VENDA
                   WHEN DOC-RECIBO
                       PERFORM 239-GRAVA-CORPO-RECIBO
                   WHEN OTHER
                       PERFORM 240-GRAVA-CORPO-CANCELAMENTO
               END-EVALUATE
               PERFORM 237-FECHA-RELATORIO-DOCTO
               MOVE WN-NUMERO TO W-DOC-NUMERO-ED
               DISPLAY "DOCUMENTO " W-DOC-NUMERO-ED
                       " GRAVADO EM RELDOCTO"
           END-IF.

      *----------------------------------------------------------*
      * 235-ABRE-RELATORIO-DOCTO                                  *
      * Abre o RELDOCTO para acrescentar (os documentos do dia se *
      * acumulam ate a impressao) e grava o cabecalho comum:      *
      * titulo e numero, segunda via, emissao, patio, vendedor,   *
      * cliente e veiculo.                                        *
      *----------------------------------------------------------*
       235-ABRE-RELATORIO-DOCTO.
           OPEN EXTEND RELATORIO-DOCUMENTO.
           IF W-FS-DOCUMENTO NOT = "00" AND W-FS-DOCUMENTO NOT = "05"
               OPEN OUTPUT RELATORIO-DOCUMENTO
           END-IF.
           MOVE "S" TO W-REL-DOCTO-ABERTO.

           EVALUATE TRUE
               WHEN DOC-VENDA
                   MOVE "DOCUMENTO DE VENDA" TO W-DOC-TITULO
               WHEN DOC-RECIBO
                   MOVE "RECIBO DE PAGAMENTO" TO W-DOC-TITULO
               WHEN OTHER
                   MOVE "CANCELAMENTO DE VENDA" TO W-DOC-TITULO
           END-EVALUATE.

           MOVE ALL "=" TO REG-REL-DOCUMENTO.
           PERFORM 236-GRAVA-LINHA-DOCTO.

           MOVE WN-NUMERO TO W-DOC-NUMERO-ED.
           MOVE SPACES TO REG-REL-DOCUMENTO.
           STRING "CONCESSIONARIA - " DELIMITED BY SIZE
                  FUNCTION TRIM(W-DOC-TITULO) DELIMITED BY SIZE
             INTO REG-REL-DOCUMENTO.
           STRING "No. " DELIMITED BY SIZE
                  W-DOC-NUMERO-ED DELIMITED BY SIZE
             INTO REG-REL-DOCUMENTO(65:16).
           PERFORM 236-GRAVA-LINHA-DOCTO.

           IF SEGUNDA-VIA
               MOVE SPACES TO REG-REL-DOCUMENTO
               MOVE "*** SEGUNDA VIA ***" TO REG-REL-DOCUMENTO(31:19)
               PERFORM 236-GRAVA-LINHA-DOCTO
           END-IF.

           MOVE SPACES TO REG-REL-DOCUMENTO.
           STRING "EMITIDO EM " DELIMITED BY SIZE
                  WN-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WN-HORA(1:2) ":" WN-HORA(3:2) ":" WN-HORA(5:2)
                  DELIMITED BY SIZE
                  "   PATIO " DELIMITED BY SIZE
                  WN-PATIO DELIMITED BY SIZE
                  "   OPERADOR " DELIMITED BY SIZE
                  WN-OPERADOR DELIMITED BY SIZE
             INTO REG-REL-DOCUMENTO.
           PERFORM 236-GRAVA-LINHA-DOCTO.

           MOVE SPACES TO REG-REL-DOCUMENTO.
           STRING "VENDEDOR.: " DELIMITED BY SIZE
                  WN-VENDEDOR DELIMITED BY SIZE
             INTO REG-REL-DOCUMENTO.
           PERFORM 236-GRAVA-LINHA-DOCTO.

           MOVE ALL "-" TO REG-REL-DOCUMENTO.
           PERFORM 236-GRAVA-LINHA-DOCTO.

           MOVE SPACES TO REG-REL-DOCUMENTO.
           STRING "CLIENTE..: " DELIMITED BY SIZE
                  WN-CLIENTE-ID DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WN-CLIENTE-NOME DELIMITED BY SIZE
             INTO REG-REL-DOCUMENTO.
           PERFORM 236-GRAVA-LINHA-DOCTO.

           MOVE SPACES TO REG-REL-DOCUMENTO.
           STRING "CPF/CNPJ.: " DELIMITED BY SIZE
                  WN-CLIENTE-DOC DELIMITED BY SIZE
                  "   FONE: " DELIMITED BY SIZE
                  WN-CLIENTE-FONE DELIMITED BY SIZE
             INTO REG-REL-DOCUMENTO.
           PERFORM 236-GRAVA-LINHA-DOCTO.

           MOVE SPACES TO REG-REL-DOCUMENTO.
           STRING "VEICULO..: " DELIMITED BY SIZE
                  WN-CARRO-ID DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WN-VEICULO DELIMITED BY SIZE
             INTO REG-REL-DOCUMENTO.
           PERFORM 236-GRAVA-LINHA-DOCTO.

           MOVE SPACES TO REG-REL-DOCUMENTO.
           STRING "CHASSI...: " DELIMITED BY SIZE
                  WN-CHASSI DELIMITED BY SIZE
                  "   PLACA: " DELIMITED BY SIZE
                  WN-PLACA DELIMITED BY SIZE
                  "   DATA DA VENDA: " DELIMITED BY SIZE
                  WN-DATA-VENDA DELIMITED BY SIZE
             INTO REG-REL-DOCUMENTO.
           PERFORM 236-GRAVA-LINHA-DOCTO.

           MOVE ALL "-" TO REG-REL-DOCUMENTO.
           PERFORM 236-GRAVA-LINHA-DOCTO.

       236-GRAVA-LINHA-DOCTO.
           WRITE REG-REL-DOCUMENTO.
           ADD 1 TO W-RLOG-QTD-LINHAS.

      *----------------------------------------------------------*
      * 237-FECHA-RELATORIO-DOCTO                                 *
      * Grava o rodape com o campo de assinatura e fecha o        *
      * RELDOCTO.                                                 *
      *----------------------------------------------------------*
       237-FECHA-RELATORIO-DOCTO.
           IF REL-DOCTO-ABERTO
               MOVE SPACES TO REG-REL-DOCUMENTO
               PERFORM 236-GRAVA-LINHA-DOCTO
               PERFORM 236-GRAVA-LINHA-DOCTO
               MOVE "________________________________      "
                 & "________________________________"
                 TO REG-REL-DOCUMENTO
               PERFORM 236-GRAVA-LINHA-DOCTO
               MOVE "          CLIENTE                           "
                 & "     CONCESSIONARIA"
                 TO REG-REL-DOCUMENTO
               PERFORM 236-GRAVA-LINHA-DOCTO
               MOVE ALL "=" TO REG-REL-DOCUMENTO
               PERFORM 236-GRAVA-LINHA-DOCTO
               MOVE SPACES TO REG-REL-DOCUMENTO
               PERFORM 236-GRAVA-LINHA-DOCTO
               CLOSE RELATORIO-DOCUMENTO
               MOVE "N" TO W-REL-DOCTO-ABERTO
           END-IF.

      *----------------------------------------------------------*
      * 238-GRAVA-CORPO-VENDA                                     *
      * Valores do documento de venda: preco, troca, sinal da     *
      * reserva ja pago e o saldo a receber nas parcelas.         *
      *----------------------------------------------------------*
       238-GRAVA-CORPO-VENDA.
           MOVE "PRECO DE VENDA" TO W-DOC-ROTULO.
           MOVE WN-PRECO TO W-DOC-VALOR-LINHA.
           PERFORM 241-GRAVA-LINHA-VALOR.

           IF WN-TROCA > ZERO
               MOVE "(-) CARRO USADO NA TROCA" TO W-DOC-ROTULO
               MOVE WN-TROCA TO W-DOC-VALOR-LINHA
               PERFORM 241-GRAVA-LINHA-VALOR
           END-IF.

           IF WN-SINAL > ZERO
               MOVE "(-) SINAL DA RESERVA JA PAGO" TO W-DOC-ROTULO
               MOVE WN-SINAL TO W-DOC-VALOR-LINHA
               PERFORM 241-GRAVA-LINHA-VALOR
           END-IF.

           COMPUTE W-DOC-VALOR-LINHA =
                   WN-PAGO - WN-TROCA - WN-SINAL.
           IF W-DOC-VALOR-LINHA NOT = ZERO
               MOVE "(-) OUTROS PAGAMENTOS" TO W-DOC-ROTULO
               PERFORM 241-GRAVA-LINHA-VALOR
           END-IF.

           MOVE "SALDO A PAGAR EM PARCELAS" TO W-DOC-ROTULO.
           MOVE WN-SALDO TO W-DOC-VALOR-LINHA.
           PERFORM 241-GRAVA-LINHA-VALOR.

      *----------------------------------------------------------*
      * 239-GRAVA-CORPO-RECIBO                                    *
      * Valores do recibo: a parcela recebida, o documento de     *
      * venda a que se refere, o total ja pago e o saldo que      *
      * resta depois dela.                                        *
      *----------------------------------------------------------*
       239-GRAVA-CORPO-RECIBO.
           PERFORM 242-GRAVA-LINHA-REFERENCIA.

           MOVE SPACES TO REG-REL-DOCUMENTO.
           STRING "DATA DO PAGAMENTO: " DELIMITED BY SIZE
                  WN-DATA-PAGTO DELIMITED BY SIZE
             INTO REG-REL-DOCUMENTO.
           PERFORM 236-GRAVA-LINHA-DOCTO.

           MOVE "VALOR RECEBIDO" TO W-DOC-ROTULO.
           MOVE WN-VALOR TO W-DOC-VALOR-LINHA.
           PERFORM 241-GRAVA-LINHA-VALOR.

           MOVE "PRECO DE VENDA" TO W-DOC-ROTULO.
           MOVE WN-PRECO TO W-DOC-VALOR-LINHA.
           PERFORM 241-GRAVA-LINHA-VALOR.

           MOVE "TOTAL PAGO ATE ESTE RECIBO" TO W-DOC-ROTULO.
           MOVE WN-PAGO TO W-DOC-VALOR-LINHA.
           PERFORM 241-GRAVA-LINHA-VALOR.

           MOVE "SALDO RESTANTE" TO W-DOC-ROTULO.
           MOVE WN-SALDO TO W-DOC-VALOR-LINHA.
           PERFORM 241-GRAVA-LINHA-VALOR.

      *----------------------------------------------------------*
      * 240-GRAVA-CORPO-CANCELAMENTO                              *
      * Valores do cancelamento: o documento de venda cancelado,  *
      * o preco da venda desfeita e o que ja tinha sido pago.     *
      *----------------------------------------------------------*
       240-GRAVA-CORPO-CANCELAMENTO.
           PERFORM 242-GRAVA-LINHA-REFERENCIA.

           MOVE "PRECO DA VENDA CANCELADA" TO W-DOC-ROTULO.
           MOVE WN-PRECO TO W-DOC-VALOR-LINHA.
           PERFORM 241-GRAVA-LINHA-VALOR.

           MOVE "TOTAL PAGO ATE O CANCELAMENTO" TO W-DOC-ROTULO.
           MOVE WN-PAGO TO W-DOC-VALOR-LINHA.
           PERFORM 241-GRAVA-LINHA-VALOR.

       241-GRAVA-LINHA-VALOR.
           MOVE W-DOC-VALOR-LINHA TO W-DOC-VALOR-ED.
           MOVE SPACES TO REG-REL-DOCUMENTO.
           MOVE W-DOC-ROTULO TO REG-REL-DOCUMENTO(1:40).
           MOVE W-DOC-VALOR-ED TO REG-REL-DOCUMENTO(45:14).
           PERFORM 236-GRAVA-LINHA-DOCTO.

       242-GRAVA-LINHA-REFERENCIA.
           MOVE SPACES TO REG-REL-DOCUMENTO.
           IF WN-REFERENCIA = ZERO
               MOVE "REFERENTE A VENDA SEM DOCUMENTO NUMERADO"
                 TO REG-REL-DOCUMENTO
           ELSE
               MOVE WN-REFERENCIA TO W-DOC-NUMERO-ED
               STRING "REFERENTE AO DOCUMENTO DE VENDA No. "
                      DELIMITED BY SIZE
                      FUNCTION TRIM(W-DOC-NUMERO-ED)
                      DELIMITED BY SIZE
                 INTO REG-REL-DOCUMENTO
           END-IF.
           PERFORM 236-GRAVA-LINHA-DOCTO.

      *----------------------------------------------------------*
      * 243-SEGUNDA-VIA                                           *
      * Reimpressao de qualquer documento pelo numero, marcada    *
      * como segunda via.                                         *
      *----------------------------------------------------------*
       243-SEGUNDA-VIA.
           DISPLAY "NUMERO DO DOCUMENTO: ".
           ACCEPT W-DOC-NUMERO FROM CONSOLE.

           MOVE "S" TO W-SEGUNDA-VIA.
           PERFORM 234-EMITE-DOCUMENTO.
           MOVE "N" TO W-SEGUNDA-VIA.

           IF NOT DOCUMENTO-EXISTE AND NOT FUNCAO-OCUPADA
               DISPLAY "DOCUMENTO NAO ENCONTRADO: " W-DOC-NUMERO
           END-IF.

      *----------------------------------------------------------*
      * 244-GRAVA-SINAL-RESERVA                                   *
      * Na venda para o cliente que tinha reservado o carro, o    *
      * sinal ja pago entra como parcela da venda (tipo deposit), *
      * na mesma transacao e antes de a reserva ser baixada - o   *
      * saldo da venda, dos recibos e do contas a receber ja sai  *
      * descontado do sinal, como a parcela da troca.             *
      *----------------------------------------------------------*
       244-GRAVA-SINAL-RESERVA.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "insert into payments (car_id, customer_id, "
                  "pay_date, amount, sale_id, pay_type) "
                  "select s.car_id, s.customer_id, s.sale_date, "
                  "r.deposit, s.rowid, 'deposit' from sales s "
                  "join reservations r on r.car_id = s.car_id "
                  "and r.customer_id = s.customer_id "
                  "and coalesce(r.active, 1) = 1 "
                  "and coalesce(r.deposit, 0) > 0 "
                  "where s.car_id = " DELIMITED BY SIZE
                  W-ID DELIMITED BY SIZE
                  " and coalesce(s.canceled, 0) = 0" DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

      *----------------------------------------------------------*
      * 245-MANUTENCAO-FORNECEDORES                               *
      * Inclui, altera ou desliga um fornecedor do cadastro       *
      * (tabela suppliers), nos mesmos moldes da manutencao de    *
      * vendedores. A exclusao nao apaga a linha: marca active =  *
      * 0, porque os carros e os titulos do fornecedor continuam  *
      * apontando para ele; a carga e que passa a recusar.        *
      *----------------------------------------------------------*
       245-MANUTENCAO-FORNECEDORES.
           DISPLAY "TIPO (I)NCLUI, (A)LTERA OU (E)XCLUI: ".
           ACCEPT W-TIPO-MANUTENCAO FROM CONSOLE.

           DISPLAY "CODIGO DO FORNECEDOR: ".
           ACCEPT WF-ID FROM CONSOLE.

           MOVE "S" TO W-TIPO-VALIDO.

           PERFORM 246-LE-FORNECEDOR.

           MOVE SPACES TO SQLCA-QUERY.

           EVALUATE TRUE
               WHEN FUNCAO-OCUPADA
                   MOVE "N" TO W-TIPO-VALIDO
               WHEN WF-ID = ZERO
                   DISPLAY "CODIGO DO FORNECEDOR INVALIDO: " WF-ID
                   MOVE "N" TO W-TIPO-VALIDO
               WHEN MANUT-INCLUI AND FORN-EXISTE
                   DISPLAY "CODIGO JA CADASTRADO: " WF-ID
                   MOVE "N" TO W-TIPO-VALIDO
               WHEN (MANUT-ALTERA OR MANUT-EXCLUI)
                    AND NOT FORN-EXISTE
                   DISPLAY "CODIGO NAO CADASTRADO: " WF-ID
                   MOVE "N" TO W-TIPO-VALIDO
               WHEN MANUT-INCLUI OR MANUT-ALTERA
                   DISPLAY "NOME DO FORNECEDOR: "
                   ACCEPT WF-NOME FROM CONSOLE
                   DISPLAY "CNPJ/CPF DO FORNECEDOR: "
                   ACCEPT WF-DOCUMENTO FROM CONSOLE
                   DISPLAY "PRAZO DE PAGAMENTO (DIAS): "
                   ACCEPT WF-PRAZO FROM CONSOLE
                   EVALUATE TRUE
                       WHEN WF-NOME = SPACES
                           DISPLAY "NOME DO FORNECEDOR OBRIGATORIO"
                           MOVE "N" TO W-TIPO-VALIDO
                       WHEN WF-PRAZO GREATER THAN 365
                           DISPLAY "PRAZO DE PAGAMENTO INVALIDO: "
                                   WF-PRAZO
                           MOVE "N" TO W-TIPO-VALIDO
                       WHEN OTHER
                           PERFORM 247-MONTA-SQL-FORNECEDOR
                   END-EVALUATE
               WHEN MANUT-EXCLUI
                   STRING "update suppliers set active = 0 "
                          "where id = " DELIMITED BY SIZE
                          WF-ID DELIMITED BY SIZE
                     INTO SQLCA-QUERY
               WHEN OTHER
                   DISPLAY "TIPO DE MANUTENCAO INVALIDO: "
                           W-TIPO-MANUTENCAO
                   MOVE "N" TO W-TIPO-VALIDO
           END-EVALUATE.

           IF TIPO-VALIDO
               PERFORM 890-EXECUTA-SQL
           END-IF.

      *----------------------------------------------------------*
      * 246-LE-FORNECEDOR                                         *
      * Le o fornecedor WF-ID pelo cursor auxiliar, com o prazo   *
      * de pagamento e a situacao, e liga FORN-EXISTE quando o    *
      * codigo esta no cadastro.                                  *
      *----------------------------------------------------------*
       246-LE-FORNECEDOR.
           MOVE "N" TO W-FORN-EXISTE.
           MOVE SPACES TO WF-NOME.
           MOVE SPACES TO WF-DOCUMENTO.
           MOVE ZERO TO WF-PRAZO.
           MOVE ZERO TO WF-ATIVO.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "select name, coalesce(document, ''), "
                  "coalesce(payment_terms, 0), "
                  "coalesce(active, 1) "
                  "from suppliers where id = " DELIMITED BY SIZE
                  WF-ID DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           CALL "sqliteOpenCursor" USING BY REFERENCE
                                            SQLCA-CID
                                            SQLCA-QUERY
                                            SQLCA-STATEMENT-AUX
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.

      * abertura interrompida por banco ocupado: nao ha cursor
      * para ler nem fechar - 901 ja desarmou a funcao, e o
      * fetch no cursor que nao abriu derrubaria a sessao.
           IF NOT FUNCAO-OCUPADA
               MOVE "S" TO W-CURSOR-AUX-ABERTO
               CALL "sqlitefetch" USING BY REFERENCE
                                            SQLCA-STATEMENT-AUX
                                            SQLCA_CUR_STAT_AUX
                                            WF-NOME
                                            WF-DOCUMENTO
                                            WF-PRAZO
                                            WF-ATIVO
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE
               PERFORM 900-VERIFICA-ERRO
               IF SQLCA_CUR_STAT_AUX EQUAL 0
                   MOVE "S" TO W-FORN-EXISTE
               END-IF
           END-IF.

           PERFORM 049-FECHA-CURSOR-AUX.

      *----------------------------------------------------------*
      * 247-MONTA-SQL-FORNECEDOR                                  *
      * Monta o insert (inclusao) ou o update (alteracao) do      *
      * fornecedor em SQLCA-QUERY, com nome e documento escapados *
      * para o literal SQL. Alterar um fornecedor desligado o     *
      * religa. O prazo novo so vale para as proximas cargas - o  *
      * vencimento de titulo ja gerado nao muda.                  *
      *----------------------------------------------------------*
       247-MONTA-SQL-FORNECEDOR.
           MOVE WF-NOME TO W-ESCAPA-ENTRADA.
           PERFORM 046-ESCAPA-SQL.
           MOVE W-ESCAPA-SAIDA TO W-FORN-NOME-SQL.

           MOVE WF-DOCUMENTO TO W-ESCAPA-ENTRADA.
           PERFORM 046-ESCAPA-SQL.
           MOVE W-ESCAPA-SAIDA TO W-FORN-DOC-SQL.

           MOVE SPACES TO SQLCA-QUERY.
           IF MANUT-INCLUI
               STRING "insert into suppliers (id, name, document, "
                      "payment_terms, active) values ("
                      DELIMITED BY SIZE
                      WF-ID DELIMITED BY SIZE
                      ", '" DELIMITED BY SIZE
                      FUNCTION TRIM(W-FORN-NOME-SQL)
                                          DELIMITED BY SIZE
                      "', '" DELIMITED BY SIZE
                      FUNCTION TRIM(W-FORN-DOC-SQL)
                                          DELIMITED BY SIZE
                      "', " DELIMITED BY SIZE
                      WF-PRAZO DELIMITED BY SIZE
                      ", 1)" DELIMITED BY SIZE
                 INTO SQLCA-QUERY
           ELSE
               STRING "update suppliers set name = '"
                      DELIMITED BY SIZE
                      FUNCTION TRIM(W-FORN-NOME-SQL)
                                          DELIMITED BY SIZE
                      "', document = '" DELIMITED BY SIZE
                      FUNCTION TRIM(W-FORN-DOC-SQL)
                                          DELIMITED BY SIZE
                      "', payment_terms = " DELIMITED BY SIZE
                      WF-PRAZO DELIMITED BY SIZE
                      ", active = 1 where id = " DELIMITED BY SIZE
                      WF-ID DELIMITED BY SIZE
                 INTO SQLCA-QUERY
           END-IF.

      *----------------------------------------------------------*
      * 248-PAGA-FORNECEDOR                                       *
      * Pagamento de titulo a fornecedor: le o titulo pelo numero *
      * (o do relatorio de contas a pagar), mostra fornecedor,    *
      * carro, vencimento e saldo, e registra o pagamento - total *
      * ou parcial - em supplier_payments. Titulo ja quitado nao  *
      * aceita pagamento.                                         *
      *----------------------------------------------------------*
       248-PAGA-FORNECEDOR.
           DISPLAY "NUMERO DO TITULO: ".
           ACCEPT WQ-NUMERO FROM CONSOLE.

           PERFORM 249-LE-TITULO.

           EVALUATE TRUE
               WHEN FUNCAO-OCUPADA
                   CONTINUE
               WHEN NOT TITULO-EXISTE
                   DISPLAY "TITULO NAO ENCONTRADO: " WQ-NUMERO
               WHEN WQ-SALDO NOT GREATER THAN ZERO
                   DISPLAY "TITULO JA QUITADO: " WQ-NUMERO
               WHEN OTHER
                   DISPLAY "FORNECEDOR: " WQ-FORNECEDOR-ID " - "
                           FUNCTION TRIM(WQ-FORNECEDOR-NOME)
                   DISPLAY "CARRO.....: " WQ-CARRO-ID " - "
                           FUNCTION TRIM(WQ-CARRO-NOME)
                   DISPLAY "VENCIMENTO: " WQ-VENCIMENTO
                   MOVE WQ-VALOR TO WQ-VALOR-ED
                   DISPLAY "VALOR.....: " WQ-VALOR-ED
                   MOVE WQ-SALDO TO WQ-VALOR-ED
                   DISPLAY "SALDO.....: " WQ-VALOR-ED
                   PERFORM 250-OBTEM-PAGTO-TITULO
           END-EVALUATE.

      *----------------------------------------------------------*
      * 249-LE-TITULO                                             *
      * Le pelo cursor auxiliar o titulo WQ-NUMERO com o nome do  *
      * fornecedor e do carro e o total ja pago, calcula o saldo  *
      * e liga TITULO-EXISTE quando o numero esta em payables.    *
      *----------------------------------------------------------*
       249-LE-TITULO.
           MOVE "N" TO W-TITULO-EXISTE.
           INITIALIZE REGISTRO-TITULO.
           MOVE ZERO TO WQ-SALDO.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "select p.supplier_id, coalesce(f.name, ''), "
                  "p.car_id, coalesce(c.name, ''), "
                  "p.issue_date, p.due_date, p.amount, "
                  "(select coalesce(sum(g.amount), 0) "
                  "from supplier_payments g "
                  "where g.payable_id = p.id) "
                  "from payables p "
                  "left join suppliers f on f.id = p.supplier_id "
                  "left join cars c on c.id = p.car_id "
                  "where p.id = " DELIMITED BY SIZE
                  WQ-NUMERO DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           CALL "sqliteOpenCursor" USING BY REFERENCE
                                            SQLCA-CID
                                            SQLCA-QUERY
                                            SQLCA-STATEMENT-AUX
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.

      * abertura interrompida por banco ocupado: nao ha cursor
      * para ler nem fechar - 901 ja desarmou a funcao, e o
      * fetch no cursor que nao abriu derrubaria a sessao.
           IF NOT FUNCAO-OCUPADA
               MOVE "S" TO W-CURSOR-AUX-ABERTO
               CALL "sqlitefetch" USING BY REFERENCE
                                            SQLCA-STATEMENT-AUX
                                            SQLCA_CUR_STAT_AUX
                                            WQ-FORNECEDOR-ID
                                            WQ-FORNECEDOR-NOME
                                            WQ-CARRO-ID
                                            WQ-CARRO-NOME
                                            WQ-EMISSAO
                                            WQ-VENCIMENTO
                                            WQ-VALOR
                                            WQ-PAGO
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE
               PERFORM 900-VERIFICA-ERRO
               IF SQLCA_CUR_STAT_AUX EQUAL 0
                   MOVE "S" TO W-TITULO-EXISTE
                   COMPUTE WQ-SALDO = WQ-VALOR - WQ-PAGO
               END-IF
           END-IF.

           PERFORM 049-FECHA-CURSOR-AUX.

      *----------------------------------------------------------*
      * 250-OBTEM-PAGTO-TITULO                                    *
      * Pergunta data e valor do pagamento e critica: data em     *
      * branco vale hoje, data anterior a emissao do titulo e     *
      * recusada, valor zero paga o saldo inteiro e valor acima   *
      * do saldo e recusado - pagamento a maior ao fornecedor nao *
      * entra pelo balcao.                                        *
      *----------------------------------------------------------*
       250-OBTEM-PAGTO-TITULO.
           DISPLAY "DATA DO PAGAMENTO (AAAA-MM-DD, BRANCO = HOJE): ".
           ACCEPT WQ-DATA-PAGTO FROM CONSOLE.
           MOVE WQ-DATA-PAGTO TO W-DATA-VALIDAR.
           PERFORM 043-VALIDA-DATA.
           IF WQ-DATA-PAGTO = SPACES
               PERFORM 189-MONTA-DATA-HOJE
               MOVE W-DATA-HOJE TO WQ-DATA-PAGTO
           END-IF.

           DISPLAY "VALOR PAGO (ZERO = SALDO TOTAL): ".
           ACCEPT WQ-VALOR-PAGTO FROM CONSOLE.
           IF WQ-VALOR-PAGTO = ZERO
               MOVE WQ-SALDO TO WQ-VALOR-PAGTO
           END-IF.

           EVALUATE TRUE
               WHEN NOT DATA-VALIDA
                   DISPLAY "DATA DO PAGAMENTO INVALIDA: "
                           WQ-DATA-PAGTO
               WHEN WQ-DATA-PAGTO LESS THAN WQ-EMISSAO
                   DISPLAY "DATA DO PAGAMENTO ANTERIOR A EMISSAO: "
                           WQ-EMISSAO
               WHEN WQ-VALOR-PAGTO GREATER THAN WQ-SALDO
                   DISPLAY "VALOR PAGO MAIOR QUE O SALDO DO TITULO"
               WHEN OTHER
                   PERFORM 251-GRAVA-PAGTO-TITULO
                   IF NOT FUNCAO-OCUPADA
                       SUBTRACT WQ-VALOR-PAGTO FROM WQ-SALDO
                       MOVE WQ-SALDO TO WQ-VALOR-ED
                       DISPLAY "PAGAMENTO GRAVADO - SALDO DO TITULO: "
                               WQ-VALOR-ED
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------*
      * 251-GRAVA-PAGTO-TITULO                                    *
      * Insere o pagamento em supplier_payments com o fornecedor  *
      * do titulo e o operador da sessao.                         *
      *----------------------------------------------------------*
       251-GRAVA-PAGTO-TITULO.
           MOVE WQ-VALOR-PAGTO TO W-PRECO-CONV.
           PERFORM 045-FORMATA-PRECO-SQL.

           MOVE W-OPERADOR TO W-ESCAPA-ENTRADA.
           PERFORM 046-ESCAPA-SQL.
           MOVE W-ESCAPA-SAIDA TO W-AUD-OPERADOR-SQL.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "insert into supplier_payments (payable_id, "
                  "supplier_id, pay_date, amount, operator) "
                  "values (" DELIMITED BY SIZE
                  WQ-NUMERO DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  WQ-FORNECEDOR-ID DELIMITED BY SIZE
                  ", '" DELIMITED BY SIZE
                  WQ-DATA-PAGTO DELIMITED BY SIZE
                  "', " DELIMITED BY SIZE
                  W-PRECO-SQL DELIMITED BY SPACE
                  ", '" DELIMITED BY SIZE
                  FUNCTION TRIM(W-AUD-OPERADOR-SQL)
                                      DELIMITED BY SIZE
                  "')" DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           PERFORM 890-EXECUTA-SQL.

      *----------------------------------------------------------*
      * 252-IDENTIFICA-OPERADOR                                   *
      * Entrada do operador na sessao: login e senha conferidos   *
      * no cadastro operators, com ate W-OPR-MAX-TENTATIVAS       *
      * tentativas. Operador desconhecido, inativo, bloqueado ou  *
      * com a senha errada nao entra; OPR-MAX-FALHAS senhas       *
      * erradas seguidas bloqueiam o operador no cadastro, sessao *
      * apos sessao, ate o supervisor religa-lo pela manutencao   *
      * de operadores. Sem entrada aceita a sessao termina aqui,  *
      * com termino anormal no RUNLOG. Com o cadastro ainda vazio *
      * (banco novo), o primeiro operador e cadastrado na hora,   *
      * com todas as funcoes.                                     *
      *----------------------------------------------------------*
       252-IDENTIFICA-OPERADOR.
           MOVE "N" TO W-OPR-IDENTIFICADO.
           MOVE "N" TO W-OPR-FIM-TENTATIVAS.
           MOVE ZERO TO W-OPR-TENTATIVAS.
           MOVE SPACES TO W-FUNCOES-OPERADOR.

           PERFORM 264-CONTA-OPERADORES.
           IF W-OPR-QTD-CADASTRO = ZERO AND NOT FUNCAO-OCUPADA
               PERFORM 253-CADASTRA-PRIMEIRO-OPERADOR
           END-IF.

           PERFORM 254-TENTA-ENTRADA
               UNTIL OPERADOR-IDENTIFICADO
                  OR FIM-TENTATIVAS-ENTRADA
                  OR W-OPR-TENTATIVAS NOT LESS THAN
                     W-OPR-MAX-TENTATIVAS.

           IF OPERADOR-IDENTIFICADO
               MOVE OPR-FUNCOES TO W-FUNCOES-OPERADOR
               DISPLAY "OPERADOR " FUNCTION TRIM(OPR-LOGIN) " - "
                       FUNCTION TRIM(OPR-NOME)
           ELSE
               DISPLAY "ACESSO NEGADO - SESSAO ENCERRADA"
               MOVE "900001" TO W-RLOG-ERRO
               MOVE "A" TO W-RLOG-TERMINO
               MOVE "X" TO W-MODO-OPERACAO
           END-IF.

      *----------------------------------------------------------*
      * 253-CADASTRA-PRIMEIRO-OPERADOR                            *
      * Banco sem nenhum operador cadastrado: pede o supervisor,  *
      * que entra com todas as funcoes do menu e todos os jobs -  *
      * e ele quem cadastra os demais. A entrada na sessao segue  *
      * normalmente depois, com login e senha.                    *
      *----------------------------------------------------------*
       253-CADASTRA-PRIMEIRO-OPERADOR.
           DISPLAY "CADASTRO DE OPERADORES VAZIO - INFORME O "
                   "SUPERVISOR".
           MOVE "I" TO W-TIPO-MANUTENCAO.
           MOVE "S" TO W-OPR-PRIMEIRO.
           MOVE "S" TO W-TIPO-VALIDO.

           DISPLAY "LOGIN DO SUPERVISOR: ".
           ACCEPT OPR-LOGIN FROM CONSOLE.
           PERFORM 265-NORMALIZA-LOGIN.

           IF LOGIN-VALIDO
               PERFORM 259-OBTEM-DADOS-OPERADOR
           ELSE
               DISPLAY "LOGIN INVALIDO: " OPR-LOGIN
               MOVE "N" TO W-TIPO-VALIDO
           END-IF.

           IF TIPO-VALIDO
               PERFORM 890-EXECUTA-SQL
               MOVE OPR-LOGIN TO W-OPERADOR
               MOVE "M" TO OPR-EVENTO
               MOVE "U" TO OPR-FUNCAO
               MOVE "CADASTRO DO PRIMEIRO OPERADOR" TO OPR-DETALHE
               PERFORM 256-GRAVA-LOG-OPERADOR
           END-IF.

           MOVE "N" TO W-OPR-PRIMEIRO.

      *----------------------------------------------------------*
      * 254-TENTA-ENTRADA                                         *
      * Uma tentativa de entrada: le login e senha, le o operador *
      * e confere situacao e senha. Operador desconhecido e senha *
      * errada recebem a mesma mensagem; operador inativo ou      *
      * bloqueado encerra as tentativas de uma vez. Banco ocupado *
      * gasta a tentativa mas nao conta como senha errada.        *
      *----------------------------------------------------------*
       254-TENTA-ENTRADA.
           PERFORM 950-INICIA-RUNLOG.
           ADD 1 TO W-OPR-TENTATIVAS.

           DISPLAY "OPERADOR: ".
           ACCEPT OPR-LOGIN FROM CONSOLE.
           DISPLAY "SENHA: ".
           ACCEPT OPR-SENHA FROM CONSOLE.

           PERFORM 265-NORMALIZA-LOGIN.
           MOVE OPR-LOGIN TO W-OPERADOR.
           MOVE SPACE TO OPR-FUNCAO.

           PERFORM 255-LE-OPERADOR.

           EVALUATE TRUE
               WHEN FUNCAO-OCUPADA
                   CONTINUE
               WHEN NOT OPR-OPERADOR-EXISTE
                   DISPLAY "OPERADOR OU SENHA INVALIDOS"
                   MOVE "N" TO OPR-EVENTO
                   MOVE "OPERADOR NAO CADASTRADO" TO OPR-DETALHE
                   PERFORM 256-GRAVA-LOG-OPERADOR
               WHEN OPR-OPERADOR-BLOQUEADO
                    OR NOT OPR-OPERADOR-ATIVO
                   DISPLAY "OPERADOR BLOQUEADO OU INATIVO - "
                           "PROCURE O SUPERVISOR"
                   MOVE "I" TO OPR-EVENTO
                   MOVE "OPERADOR INATIVO OU BLOQUEADO"
                     TO OPR-DETALHE
                   PERFORM 256-GRAVA-LOG-OPERADOR
                   MOVE "S" TO W-OPR-FIM-TENTATIVAS
               WHEN OTHER
                   PERFORM 260-CALCULA-HASH
                   IF OPR-HASH = OPR-HASH-GRAVADO
                       PERFORM 266-ACEITA-ENTRADA
                   ELSE
                       PERFORM 267-REGISTRA-SENHA-ERRADA
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------*
      * 255-LE-OPERADOR                                           *
      * Le o operador OPR-LOGIN pelo cursor auxiliar, com o       *
      * resumo da senha, a situacao e as funcoes liberadas, e     *
      * liga OPR-OPERADOR-EXISTE quando o login esta no cadastro. *
      *----------------------------------------------------------*
       255-LE-OPERADOR.
           MOVE "N" TO OPR-EXISTE.
           INITIALIZE OPR-REGISTRO.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "select coalesce(name, ''), "
                  "coalesce(password_hash, ''), "
                  "coalesce(active, 1), coalesce(blocked, 0), "
                  "coalesce(failed_attempts, 0), "
                  "coalesce(functions, ''), coalesce(jobs, '') "
                  "from operators where login = '" DELIMITED BY SIZE
                  FUNCTION TRIM(OPR-LOGIN) DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           CALL "sqliteOpenCursor" USING BY REFERENCE
                                            SQLCA-CID
                                            SQLCA-QUERY
                                            SQLCA-STATEMENT-AUX
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.

      * abertura interrompida por banco ocupado: nao ha cursor
      * para ler nem fechar - 901 ja desarmou a funcao, e o
      * fetch no cursor que nao abriu derrubaria a sessao.
           IF NOT FUNCAO-OCUPADA
               MOVE "S" TO W-CURSOR-AUX-ABERTO
               CALL "sqlitefetch" USING BY REFERENCE
                                            SQLCA-STATEMENT-AUX
                                            SQLCA_CUR_STAT_AUX
                                            OPR-NOME
                                            OPR-HASH-GRAVADO
                                            OPR-ATIVO
                                            OPR-BLOQUEADO
                                            OPR-FALHAS
                                            OPR-FUNCOES
                                            OPR-JOBS
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE
               PERFORM 900-VERIFICA-ERRO
               IF SQLCA_CUR_STAT_AUX EQUAL 0
                   MOVE "S" TO OPR-EXISTE
               END-IF
           END-IF.

           PERFORM 049-FECHA-CURSOR-AUX.

      *----------------------------------------------------------*
      * 256-GRAVA-LOG-OPERADOR                                    *
      * Grava em operator_log o evento OPR-EVENTO do operador da  *
      * sessao (W-OPERADOR - na entrada, o login digitado), com a *
      * funcao do menu envolvida e o detalhe.                     *
      *----------------------------------------------------------*
       256-GRAVA-LOG-OPERADOR.
           ACCEPT OPR-DATA-LOG FROM DATE YYYYMMDD.
           ACCEPT OPR-HORA-LOG FROM TIME.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "insert into operator_log (log_date, log_time, "
                  "login, program, event, function, detail) "
                  "values ('" DELIMITED BY SIZE
                  OPR-DATA-LOG DELIMITED BY SIZE
                  "', '" DELIMITED BY SIZE
                  OPR-HHMMSS-LOG DELIMITED BY SIZE
                  "', '" DELIMITED BY SIZE
                  FUNCTION TRIM(W-OPERADOR) DELIMITED BY SIZE
                  "', 'sqlite', '" DELIMITED BY SIZE
                  OPR-EVENTO DELIMITED BY SIZE
                  "', '" DELIMITED BY SIZE
                  OPR-FUNCAO DELIMITED BY SIZE
                  "', '" DELIMITED BY SIZE
                  FUNCTION TRIM(OPR-DETALHE) DELIMITED BY SIZE
                  "')" DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           PERFORM 890-EXECUTA-SQL.

      *----------------------------------------------------------*
      * 257-VERIFICA-PERMISSAO                                    *
      * Confere a opcao escolhida no menu contra as funcoes       *
      * liberadas ao operador da sessao. Sair e sempre liberado;  *
      * opcao recusada fica no log de acesso e desliga            *
      * FUNCAO-LIBERADA, que 005 respeita.                        *
      *----------------------------------------------------------*
       257-VERIFICA-PERMISSAO.
           MOVE "S" TO W-FUNCAO-LIBERADA.

           IF NOT MODO-SAIR
               MOVE ZERO TO OPR-QTD-LIBERADA
               INSPECT W-FUNCOES-OPERADOR TALLYING OPR-QTD-LIBERADA
                   FOR ALL W-MODO-OPERACAO
               IF OPR-QTD-LIBERADA = ZERO
                   MOVE "N" TO W-FUNCAO-LIBERADA
                   DISPLAY "FUNCAO NAO LIBERADA PARA O OPERADOR: "
                           W-MODO-OPERACAO
                   MOVE "R" TO OPR-EVENTO
                   MOVE W-MODO-OPERACAO TO OPR-FUNCAO
                   INSPECT OPR-FUNCAO REPLACING ALL "'" BY "?"
                   MOVE "FUNCAO NAO LIBERADA" TO OPR-DETALHE
                   PERFORM 256-GRAVA-LOG-OPERADOR
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 258-MANUTENCAO-OPERADORES                                 *
      * Inclui, altera ou desliga um operador do cadastro, nos    *
      * mesmos moldes da manutencao de fornecedores. Alterar um   *
      * operador o religa e desbloqueia, zerando as senhas        *
      * erradas; senha em branco na alteracao mantem a atual. A   *
      * exclusao marca active = 0 - o login continua nas trilhas  *
      * e nos documentos que ele assinou. O operador da sessao    *
      * nao pode desligar a si mesmo. Toda manutencao fica no     *
      * log de acesso.                                            *
      *----------------------------------------------------------*
       258-MANUTENCAO-OPERADORES.
           DISPLAY "TIPO (I)NCLUI, (A)LTERA OU (E)XCLUI: ".
           ACCEPT W-TIPO-MANUTENCAO FROM CONSOLE.

           DISPLAY "LOGIN DO OPERADOR: ".
           ACCEPT OPR-LOGIN FROM CONSOLE.
           PERFORM 265-NORMALIZA-LOGIN.

           MOVE "N" TO W-OPR-PRIMEIRO.
           MOVE "S" TO W-TIPO-VALIDO.

           PERFORM 255-LE-OPERADOR.

           MOVE SPACES TO SQLCA-QUERY.

           EVALUATE TRUE
               WHEN FUNCAO-OCUPADA
                   MOVE "N" TO W-TIPO-VALIDO
               WHEN NOT LOGIN-VALIDO
                   DISPLAY "LOGIN INVALIDO: " OPR-LOGIN
                   MOVE "N" TO W-TIPO-VALIDO
               WHEN MANUT-INCLUI AND OPR-OPERADOR-EXISTE
                   DISPLAY "LOGIN JA CADASTRADO: " OPR-LOGIN
                   MOVE "N" TO W-TIPO-VALIDO
               WHEN (MANUT-ALTERA OR MANUT-EXCLUI)
                    AND NOT OPR-OPERADOR-EXISTE
                   DISPLAY "LOGIN NAO CADASTRADO: " OPR-LOGIN
                   MOVE "N" TO W-TIPO-VALIDO
               WHEN MANUT-EXCLUI AND OPR-LOGIN = W-OPERADOR
                   DISPLAY "O OPERADOR DA SESSAO NAO PODE SER "
                           "DESLIGADO POR ELE MESMO"
                   MOVE "N" TO W-TIPO-VALIDO
               WHEN MANUT-INCLUI OR MANUT-ALTERA
                   PERFORM 259-OBTEM-DADOS-OPERADOR
               WHEN MANUT-EXCLUI
                   STRING "update operators set active = 0 "
                          "where login = '" DELIMITED BY SIZE
                          FUNCTION TRIM(OPR-LOGIN) DELIMITED BY SIZE
                          "'" DELIMITED BY SIZE
                     INTO SQLCA-QUERY
               WHEN OTHER
                   DISPLAY "TIPO DE MANUTENCAO INVALIDO: "
                           W-TIPO-MANUTENCAO
                   MOVE "N" TO W-TIPO-VALIDO
           END-EVALUATE.

           IF TIPO-VALIDO
               PERFORM 890-EXECUTA-SQL
               MOVE "M" TO OPR-EVENTO
               MOVE "U" TO OPR-FUNCAO
               MOVE SPACES TO OPR-DETALHE
               STRING "MANUTENCAO " DELIMITED BY SIZE
                      W-TIPO-MANUTENCAO DELIMITED BY SIZE
                      " DO OPERADOR " DELIMITED BY SIZE
                      FUNCTION TRIM(OPR-LOGIN) DELIMITED BY SIZE
                 INTO OPR-DETALHE
               PERFORM 256-GRAVA-LOG-OPERADOR
           END-IF.

      *----------------------------------------------------------*
      * 259-OBTEM-DADOS-OPERADOR                                  *
      * Pergunta nome, senha (com confirmacao) e as funcoes e     *
      * jobs liberados, critica e monta o comando em SQLCA-QUERY. *
      * A senha tem ao menos 6 caracteres. O primeiro operador do *
      * cadastro recebe todas as funcoes e todos os jobs sem      *
      * perguntar.                                                *
      *----------------------------------------------------------*
       259-OBTEM-DADOS-OPERADOR.
           DISPLAY "NOME DO OPERADOR: ".
           ACCEPT OPR-NOME FROM CONSOLE.

           IF MANUT-INCLUI
               DISPLAY "SENHA (AO MENOS 6 CARACTERES): "
           ELSE
               DISPLAY "SENHA NOVA (BRANCO = MANTEM A ATUAL): "
           END-IF.
           ACCEPT OPR-SENHA FROM CONSOLE.
           DISPLAY "CONFIRME A SENHA: ".
           ACCEPT W-OPR-SENHA-CONF FROM CONSOLE.

           IF PRIMEIRO-OPERADOR
               MOVE "CMVRETLIPSFDGHNOBU" TO OPR-FUNCOES
               MOVE "PFA" TO OPR-JOBS
           ELSE
               DISPLAY "FUNCOES DO MENU LIBERADAS (LETRAS, "
                       "EX.: CVRP): "
               ACCEPT OPR-FUNCOES FROM CONSOLE
               DISPLAY "JOBS LIBERADOS (P = REAJUSTA, "
                       "F = FECHAMES, A = ARQANUAL): "
               ACCEPT OPR-JOBS FROM CONSOLE
               INSPECT OPR-FUNCOES CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               INSPECT OPR-JOBS CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               INSPECT OPR-FUNCOES REPLACING ALL "'" BY SPACE
               INSPECT OPR-JOBS REPLACING ALL "'" BY SPACE
           END-IF.

           MOVE ZERO TO W-OPR-QTD-BRANCOS.
           INSPECT OPR-SENHA TALLYING W-OPR-QTD-BRANCOS
               FOR ALL SPACES.

           EVALUATE TRUE
               WHEN OPR-NOME = SPACES
                   DISPLAY "NOME DO OPERADOR OBRIGATORIO"
                   MOVE "N" TO W-TIPO-VALIDO
               WHEN OPR-SENHA NOT = W-OPR-SENHA-CONF
                   DISPLAY "A CONFIRMACAO NAO CONFERE COM A SENHA"
                   MOVE "N" TO W-TIPO-VALIDO
               WHEN OPR-SENHA = SPACES AND MANUT-ALTERA
                   PERFORM 269-MONTA-SQL-OPERADOR
               WHEN W-OPR-QTD-BRANCOS GREATER THAN 6
                   DISPLAY "SENHA DEVE TER AO MENOS 6 CARACTERES"
                   MOVE "N" TO W-TIPO-VALIDO
               WHEN OTHER
                   PERFORM 260-CALCULA-HASH
                   PERFORM 269-MONTA-SQL-OPERADOR
           END-EVALUATE.

      *----------------------------------------------------------*
      * 260-CALCULA-HASH                                          *
      * Resumo de OPR-LOGIN mais OPR-SENHA em OPR-HASH: os dois   *
      * acumuladores de OPERADOR-BOOK passam OPR-RODADAS vezes    *
      * pelos 20 caracteres e saem em 8 digitos hexadecimais      *
      * cada. O mesmo calculo esta nos jobs que conferem operador *
      * - mudar aqui invalida todas as senhas gravadas.           *
      *----------------------------------------------------------*
       260-CALCULA-HASH.
           MOVE OPR-LOGIN TO OPR-ENTRADA-LOGIN.
           MOVE OPR-SENHA TO OPR-ENTRADA-SENHA.
           MOVE 5381 TO OPR-ACUM-1.
           MOVE 52711 TO OPR-ACUM-2.

           PERFORM 261-HASH-1-RODADA
               VARYING OPR-RODADA FROM 1 BY 1
               UNTIL OPR-RODADA > OPR-RODADAS.

           MOVE SPACES TO OPR-HASH.
           MOVE OPR-ACUM-1 TO OPR-HEXA-VALOR.
           MOVE 8 TO OPR-HEXA-POS.
           PERFORM 263-CONVERTE-HEXA 8 TIMES.
           MOVE OPR-ACUM-2 TO OPR-HEXA-VALOR.
           MOVE 16 TO OPR-HEXA-POS.
           PERFORM 263-CONVERTE-HEXA 8 TIMES.

       261-HASH-1-RODADA.
           PERFORM 262-HASH-1-CARACTER
               VARYING OPR-IDX FROM 1 BY 1
               UNTIL OPR-IDX > LENGTH OF OPR-ENTRADA-HASH.

       262-HASH-1-CARACTER.
           MOVE OPR-ENTRADA-HASH(OPR-IDX:1) TO OPR-CARACTER.
           MOVE ZERO TO OPR-CODIGO.
           INSPECT OPR-CARACTERES TALLYING OPR-CODIGO
               FOR CHARACTERS BEFORE INITIAL OPR-CARACTER.
           ADD 1 TO OPR-CODIGO.

           COMPUTE OPR-PRODUTO = OPR-ACUM-1 * 33
                               + OPR-CODIGO + OPR-RODADA.
           DIVIDE OPR-PRODUTO BY 2147483647
               GIVING OPR-QUOCIENTE REMAINDER OPR-ACUM-1.

           COMPUTE OPR-PRODUTO = OPR-ACUM-2 * 131
                               + OPR-CODIGO * OPR-IDX + OPR-ACUM-1.
           DIVIDE OPR-PRODUTO BY 2147483629
               GIVING OPR-QUOCIENTE REMAINDER OPR-ACUM-2.

       263-CONVERTE-HEXA.
           DIVIDE OPR-HEXA-VALOR BY 16
               GIVING OPR-QUOCIENTE REMAINDER OPR-HEXA-DIGITO.
           MOVE OPR-TABELA-HEXA(OPR-HEXA-DIGITO + 1:1)
             TO OPR-HASH(OPR-HEXA-POS:1).
           MOVE OPR-QUOCIENTE TO OPR-HEXA-VALOR.
           SUBTRACT 1 FROM OPR-HEXA-POS.

      *----------------------------------------------------------*
      * 264-CONTA-OPERADORES                                      *
      * Conta os operadores cadastrados, ativos ou nao, em        *
      * W-OPR-QTD-CADASTRO - zero so num banco novo.              *
      *----------------------------------------------------------*
       264-CONTA-OPERADORES.
           MOVE ZERO TO W-OPR-QTD-CADASTRO.

           MOVE "select count(*) from operators" TO SQLCA-QUERY.

           CALL "sqliteOpenCursor" USING BY REFERENCE
                                            SQLCA-CID
                                            SQLCA-QUERY
                                            SQLCA-STATEMENT-AUX
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.

           IF NOT FUNCAO-OCUPADA
               MOVE "S" TO W-CURSOR-AUX-ABERTO
               CALL "sqlitefetch" USING BY REFERENCE
                                            SQLCA-STATEMENT-AUX
                                            SQLCA_CUR_STAT_AUX
                                            W-OPR-QTD-CADASTRO
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE
               PERFORM 900-VERIFICA-ERRO
           END-IF.

           PERFORM 049-FECHA-CURSOR-AUX.

      *----------------------------------------------------------*
      * 265-NORMALIZA-LOGIN                                       *
      * Login alinhado a esquerda e em maiusculas, com aspa       *
      * simples trocada por "?"; liga LOGIN-VALIDO quando sobrou  *
      * login e ele nao tem "?".                                  *
      *----------------------------------------------------------*
       265-NORMALIZA-LOGIN.
           MOVE FUNCTION TRIM(OPR-LOGIN) TO OPR-LOGIN.
           INSPECT OPR-LOGIN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT OPR-LOGIN REPLACING ALL "'" BY "?".

           MOVE ZERO TO OPR-QTD-LIBERADA.
           INSPECT OPR-LOGIN TALLYING OPR-QTD-LIBERADA
               FOR ALL "?".
           IF OPR-LOGIN = SPACES
              OR OPR-QTD-LIBERADA GREATER THAN ZERO
               MOVE "N" TO W-LOGIN-VALIDO
           ELSE
               MOVE "S" TO W-LOGIN-VALIDO
           END-IF.

      *----------------------------------------------------------*
      * 266-ACEITA-ENTRADA                                        *
      * Senha conferida: zera as senhas erradas do operador,      *
      * carimba a ultima entrada e registra a entrada no log.     *
      *----------------------------------------------------------*
       266-ACEITA-ENTRADA.
           ACCEPT OPR-DATA-LOG FROM DATE YYYYMMDD.
           ACCEPT OPR-HORA-LOG FROM TIME.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "update operators set failed_attempts = 0, "
                  "last_signon = '" DELIMITED BY SIZE
                  OPR-DATA-LOG DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OPR-HHMMSS-LOG DELIMITED BY SIZE
                  "' where login = '" DELIMITED BY SIZE
                  FUNCTION TRIM(OPR-LOGIN) DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           MOVE "E" TO OPR-EVENTO.
           MOVE "ENTRADA ACEITA" TO OPR-DETALHE.
           PERFORM 256-GRAVA-LOG-OPERADOR.

           IF NOT FUNCAO-OCUPADA
               MOVE "S" TO W-OPR-IDENTIFICADO
           END-IF.

      *----------------------------------------------------------*
      * 267-REGISTRA-SENHA-ERRADA                                 *
      * Senha errada: soma mais uma falha no cadastro e, chegando *
      * a OPR-MAX-FALHAS, bloqueia o operador e encerra as        *
      * tentativas desta entrada.                                 *
      *----------------------------------------------------------*
       267-REGISTRA-SENHA-ERRADA.
           ADD 1 TO OPR-FALHAS.

           MOVE SPACES TO SQLCA-QUERY.
           IF OPR-FALHAS NOT LESS THAN OPR-MAX-FALHAS
               STRING "update operators set blocked = 1, "
                      "failed_attempts = " DELIMITED BY SIZE
                      OPR-FALHAS DELIMITED BY SIZE
                      " where login = '" DELIMITED BY SIZE
                      FUNCTION TRIM(OPR-LOGIN) DELIMITED BY SIZE
                      "'" DELIMITED BY SIZE
                 INTO SQLCA-QUERY
               DISPLAY "SENHA INVALIDA - OPERADOR BLOQUEADO, "
                       "PROCURE O SUPERVISOR"
               MOVE "B" TO OPR-EVENTO
               MOVE "SENHA INVALIDA - OPERADOR BLOQUEADO"
                 TO OPR-DETALHE
               MOVE "S" TO W-OPR-FIM-TENTATIVAS
           ELSE
               STRING "update operators set failed_attempts = "
                      DELIMITED BY SIZE
                      OPR-FALHAS DELIMITED BY SIZE
                      " where login = '" DELIMITED BY SIZE
                      FUNCTION TRIM(OPR-LOGIN) DELIMITED BY SIZE
                      "'" DELIMITED BY SIZE
                 INTO SQLCA-QUERY
               DISPLAY "OPERADOR OU SENHA INVALIDOS"
               MOVE "F" TO OPR-EVENTO
               MOVE "SENHA INVALIDA" TO OPR-DETALHE
           END-IF.
           PERFORM 890-EXECUTA-SQL.

           PERFORM 256-GRAVA-LOG-OPERADOR.

      *----------------------------------------------------------*
      * 268-ENCERRA-SESSAO-OPERADOR                               *
      * Registra no log de acesso a saida do operador da sessao.  *
      *----------------------------------------------------------*
       268-ENCERRA-SESSAO-OPERADOR.
           MOVE "S" TO OPR-EVENTO.
           MOVE "X" TO OPR-FUNCAO.
           MOVE "SAIDA DA SESSAO" TO OPR-DETALHE.
           PERFORM 256-GRAVA-LOG-OPERADOR.

      *----------------------------------------------------------*
      * 269-MONTA-SQL-OPERADOR                                    *
      * Monta o insert (inclusao) ou o update (alteracao) do      *
      * operador em SQLCA-QUERY, com o nome escapado para o       *
      * literal SQL. Na alteracao com senha em branco o resumo    *
      * gravado nao muda.                                         *
      *----------------------------------------------------------*
       269-MONTA-SQL-OPERADOR.
           MOVE OPR-NOME TO W-ESCAPA-ENTRADA.
           PERFORM 046-ESCAPA-SQL.
           MOVE W-ESCAPA-SAIDA TO W-OPR-NOME-SQL.

           MOVE SPACES TO SQLCA-QUERY.
           EVALUATE TRUE
               WHEN MANUT-INCLUI
                   STRING "insert into operators (login, name, "
                          "password_hash, active, blocked, "
                          "failed_attempts, functions, jobs) "
                          "values ('" DELIMITED BY SIZE
                          FUNCTION TRIM(OPR-LOGIN) DELIMITED BY SIZE
                          "', '" DELIMITED BY SIZE
                          FUNCTION TRIM(W-OPR-NOME-SQL)
                                              DELIMITED BY SIZE
                          "', '" DELIMITED BY SIZE
                          OPR-HASH DELIMITED BY SIZE
                          "', 1, 0, 0, '" DELIMITED BY SIZE
                          OPR-FUNCOES DELIMITED BY SPACE
                          "', '" DELIMITED BY SIZE
                          OPR-JOBS DELIMITED BY SPACE
                          "')" DELIMITED BY SIZE
                     INTO SQLCA-QUERY
               WHEN OPR-SENHA = SPACES
                   STRING "update operators set name = '"
                          DELIMITED BY SIZE
                          FUNCTION TRIM(W-OPR-NOME-SQL)
                                              DELIMITED BY SIZE
                          "', functions = '" DELIMITED BY SIZE
                          OPR-FUNCOES DELIMITED BY SPACE
                          "', jobs = '" DELIMITED BY SIZE
                          OPR-JOBS DELIMITED BY SPACE
                          "', active = 1, blocked = 0, "
                          "failed_attempts = 0 where login = '"
                          DELIMITED BY SIZE
                          FUNCTION TRIM(OPR-LOGIN) DELIMITED BY SIZE
                          "'" DELIMITED BY SIZE
                     INTO SQLCA-QUERY
               WHEN OTHER
                   STRING "update operators set name = '"
                          DELIMITED BY SIZE
                          FUNCTION TRIM(W-OPR-NOME-SQL)
                                              DELIMITED BY SIZE
                          "', password_hash = '" DELIMITED BY SIZE
                          OPR-HASH DELIMITED BY SIZE
                          "', functions = '" DELIMITED BY SIZE
                          OPR-FUNCOES DELIMITED BY SPACE
                          "', jobs = '" DELIMITED BY SIZE
                          OPR-JOBS DELIMITED BY SPACE
                          "', active = 1, blocked = 0, "
                          "failed_attempts = 0 where login = '"
                          DELIMITED BY SIZE
                          FUNCTION TRIM(OPR-LOGIN) DELIMITED BY SIZE
                          "'" DELIMITED BY SIZE
                     INTO SQLCA-QUERY
           END-EVALUATE.

      *----------------------------------------------------------*
      * 270-LE-SINAL-RESERVA                                      *
      * Soma, pelo cursor auxiliar, o sinal das reservas ativas   *
      * do cliente WV-CLIENTE-ID para o carro W-ID - pelo mesmo   *
      * recorte com que 244-GRAVA-SINAL-RESERVA lanca o sinal     *
      * como parcela da venda. Sem reserva, volta zero.           *
      *----------------------------------------------------------*
       270-LE-SINAL-RESERVA.
           MOVE ZERO TO WV-SINAL-RESERVA.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "select coalesce(sum(r.deposit), 0) "
                  "from reservations r where r.car_id = "
                  DELIMITED BY SIZE
                  W-ID DELIMITED BY SIZE
                  " and r.customer_id = " DELIMITED BY SIZE
                  WV-CLIENTE-ID DELIMITED BY SIZE
                  " and coalesce(r.active, 1) = 1"
                  " and coalesce(r.deposit, 0) > 0"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           CALL "sqliteOpenCursor" USING BY REFERENCE
                                            SQLCA-CID
                                            SQLCA-QUERY
                                            SQLCA-STATEMENT-AUX
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.

      * abertura interrompida por banco ocupado: nao ha cursor
      * para ler nem fechar - 901 ja desarmou a funcao, e o
      * fetch no cursor que nao abriu derrubaria a sessao.
           IF NOT FUNCAO-OCUPADA
               MOVE "S" TO W-CURSOR-AUX-ABERTO
               CALL "sqlitefetch" USING BY REFERENCE
                                            SQLCA-STATEMENT-AUX
                                            SQLCA_CUR_STAT_AUX
                                            WV-SINAL-RESERVA
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE
               PERFORM 900-VERIFICA-ERRO
           END-IF.

           PERFORM 049-FECHA-CURSOR-AUX.

      *----------------------------------------------------------*
      * 160-IDADE-ESTOQUE                                         *
      * Envelhecimento do estoque: lista os carros nao vendidos   *
      * do mais antigo para o mais novo no relatorio RELIDADE,    *
      * com quebra e subtotal por faixa de dias no patio (ate 30, *
      * 31-60, 61-90, mais de 90), e mostra o resumo por faixa na *
      * tela - a faixa de mais de 90 dias em destaque, porque e   *
      * nela que o dinheiro esta parado. Carro sem data de        *
      * aquisicao entra com 9999 dias, na faixa de mais de 90.    *
      * Ao lado do preco sai o custo total do carro - aquisicao   *
      * mais despesas de preparacao - que e o dinheiro de fato    *
      * empatado em cada faixa.                                   *
      *----------------------------------------------------------*
       160-IDADE-ESTOQUE.
           PERFORM 161-ZERA-FAIXA
                  "cast(coalesce(julianday('now') - "
                       "julianday(acquisition_date), 9999) "
                       "as integer) as days, "
                  "coalesce(branch, 1) as branch, "
                  "coalesce(cost, 0) + "
                  "(select coalesce(sum(e.amount), 0) "
                  "from car_expenses e where e.car_id = cars.id) "
                  "as landed_cost "
                  "from cars where coalesce(sold, 0) = 0 "
                  "order by coalesce(acquisition_date, ''), id"
                  DELIMITED BY SIZE
       161-ZERA-FAIXA.
           MOVE ZERO TO W-FAIXA-QTD(W-FAIXA-IDX).
           MOVE ZERO TO W-FAIXA-TOTAL(W-FAIXA-IDX).
           MOVE ZERO TO W-FAIXA-CUSTO(W-FAIXA-IDX).

      *----------------------------------------------------------*
      * 162-ABRE-RELATORIO-IDADE                                  *
           MOVE "AQUISICAO" TO CAB-IDD-DATA.
           MOVE "DIAS" TO CAB-IDD-DIAS.
           MOVE "PRECO" TO CAB-IDD-PRECO.
           MOVE "CUSTO TOTAL" TO CAB-IDD-CUSTO.
           MOVE W-CABECALHO-IDADE TO REG-REL-IDADE.
           WRITE REG-REL-IDADE.

                                            W-DATA-AQUISICAO
                                            W-DIAS-ESTOQUE
                                            W-PATIO
                                            WE-CUSTO-TOTAL
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
      *----------------------------------------------------------*
      * 165-GRAVA-DETALHE-IDADE                                   *
      * Classifica o carro na faixa de dias, tratando a troca de  *
      * faixa, e grava a linha de detalhe acumulando quantidade,  *
      * preco e custo total da faixa.                             *
      *----------------------------------------------------------*
       165-GRAVA-DETALHE-IDADE.
           EVALUATE TRUE
           MOVE W-DATA-AQUISICAO TO IDD-DATA.
           MOVE W-DIAS-ESTOQUE-ED TO IDD-DIAS.
           MOVE W-PRECO-ED TO IDD-PRECO.
           MOVE WE-CUSTO-TOTAL TO WE-VALOR-ED.
           MOVE WE-VALOR-ED TO IDD-CUSTO.
           MOVE W-LINHA-IDADE TO REG-REL-IDADE.
           WRITE REG-REL-IDADE.
           ADD 1 TO W-RLOG-QTD-LINHAS.

           ADD 1 TO W-FAIXA-QTD(W-FAIXA-IDX).
           ADD W-PRECO TO W-FAIXA-TOTAL(W-FAIXA-IDX).
           ADD WE-CUSTO-TOTAL TO W-FAIXA-CUSTO(W-FAIXA-IDX).

           IF W-PATIO NOT LESS THAN 1 AND W-PATIO NOT GREATER THAN 9
               ADD 1 TO W-PATIO-QTD(W-PATIO)

      *----------------------------------------------------------*
      * 166-GRAVA-SUBTOTAL-FAIXA                                  *
      * Grava a linha de quantidade, subtotal de preco e custo    *
      * total da faixa que acabou de fechar (W-FAIXA-ANTERIOR).   *
      *----------------------------------------------------------*
       166-GRAVA-SUBTOTAL-FAIXA.
           MOVE W-FAIXA-QTD(W-FAIXA-ANTERIOR) TO W-FAIXA-QTD-ED.
           MOVE W-FAIXA-TOTAL(W-FAIXA-ANTERIOR) TO W-TOTAL-GERAL-ED.
           MOVE W-FAIXA-CUSTO(W-FAIXA-ANTERIOR) TO WE-VALOR-ED.
           MOVE SPACES TO REG-REL-IDADE.
           STRING "SUBTOTAL " DELIMITED BY SIZE
                  W-FAIXA-NOME(W-FAIXA-ANTERIOR) DELIMITED BY SIZE
                  W-FAIXA-QTD-ED DELIMITED BY SIZE
                  "  VALOR " DELIMITED BY SIZE
                  W-TOTAL-GERAL-ED DELIMITED BY SIZE
                  "  CUSTO " DELIMITED BY SIZE
                  WE-VALOR-ED DELIMITED BY SIZE
             INTO REG-REL-IDADE.
           WRITE REG-REL-IDADE.

                 INTO REG-REL-IDADE
               WRITE REG-REL-IDADE

               MOVE ZERO TO W-TOTAL-GERAL
               PERFORM 172-ACUMULA-CUSTO-FAIXA
                   VARYING W-FAIXA-IDX FROM 1 BY 1
                   UNTIL W-FAIXA-IDX > 4
               MOVE W-TOTAL-GERAL TO W-TOTAL-GERAL-ED
               MOVE SPACES TO REG-REL-IDADE
               STRING "CUSTO TOTAL DO ESTOQUE: " DELIMITED BY SIZE
                      W-TOTAL-GERAL-ED DELIMITED BY SIZE
                 INTO REG-REL-IDADE
               WRITE REG-REL-IDADE

               CLOSE RELATORIO-IDADE
               MOVE "N" TO W-REL-IDADE-ABERTO
           END-IF.
       170-FORMATA-LINHA-FAIXA.
           MOVE W-FAIXA-QTD(W-FAIXA-IDX) TO W-FAIXA-QTD-ED.
           MOVE W-FAIXA-TOTAL(W-FAIXA-IDX) TO W-TOTAL-GERAL-ED.
           MOVE W-FAIXA-CUSTO(W-FAIXA-IDX) TO WE-VALOR-ED.
           MOVE SPACES TO W-IDADE-LINHA-ATUAL.
           STRING W-FAIXA-NOME(W-FAIXA-IDX) DELIMITED BY SIZE
                  " QTD " DELIMITED BY SIZE
                  W-FAIXA-QTD-ED DELIMITED BY SIZE
                  "  VALOR " DELIMITED BY SIZE
                  W-TOTAL-GERAL-ED DELIMITED BY SIZE
                  "  CUSTO " DELIMITED BY SIZE
                  WE-VALOR-ED DELIMITED BY SIZE
             INTO W-IDADE-LINHA-ATUAL.

       172-ACUMULA-CUSTO-FAIXA.
           ADD W-FAIXA-CUSTO(W-FAIXA-IDX) TO W-TOTAL-GERAL.

      *----------------------------------------------------------*
      * 175-TRANSFERE-CARRO                                       *
      * Transferencia de carro entre patios: muda o branch do     *
           PERFORM 139-FECHA-RELATORIO-AUDIT.
           PERFORM 168-FECHA-RELATORIO-IDADE.
           PERFORM 187-FECHA-RELATORIO-RESEX.
           PERFORM 231-FECHA-RELATORIO-FICHA.
           PERFORM 237-FECHA-RELATORIO-DOCTO.

           IF CURSOR-ABERTO
               IF SQLCA_CUR_STAT = 1 AND NOT SAIU-TELA
           MOVE W-FILTRO-PRECO-MIN TO REG-CHECKPOINT-PRECO-MIN.
           MOVE W-FILTRO-PRECO-MAX TO REG-CHECKPOINT-PRECO-MAX.
           MOVE W-FILTRO-PATIO TO REG-CHECKPOINT-PATIO.
           MOVE W-FILTRO-PLACA TO REG-CHECKPOINT-PLACA.
           MOVE W-FILTRO-CHASSI TO REG-CHECKPOINT-CHASSI.
           OPEN OUTPUT ARQ-CHECKPOINT.
           WRITE REG-CHECKPOINT.
           IF W-FS-CHECKPOINT NOT = "00"

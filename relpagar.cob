       IDENTIFICATION DIVISION.
       PROGRAM-ID. relpagar.
      *----------------------------------------------------------*
      * Relatorio de contas a pagar a fornecedores (RELPAGAR):    *
      * os titulos em aberto da compra de carros (payables, um    *
      * por carro novo da carga do fornecedor), em ordem de       *
      * vencimento, em duas partes - primeiro os ja vencidos,     *
      * com os dias de atraso, depois os a vencer - cada uma com  *
      * o seu total. Titulo em aberto e o que ainda tem saldo: o  *
      * valor menos os pagamentos lancados em supplier_payments   *
      * pela funcao de pagamento do programa sqlite.              *
      *                                                           *
      * Fecha com o resumo por fornecedor: carros comprados       *
      * (um titulo por compra, inclusive do carro que o           *
      * arquivamento anual ja tirou de cars), vendidos (com venda *
      * ativa em sales) e ainda em estoque, a media de dias entre *
      * a aquisicao e a venda (vendas ativas) e o saldo a pagar - *
      * negativo quando o fornecedor recebeu a mais -,            *
      * do fornecedor de venda mais lenta para o mais rapido -    *
      * e a pergunta "de quem compramos o carro que encalha".     *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-PAGAR ASSIGN TO "RELPAGAR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-RUNLOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  RELATORIO-PAGAR.
       01  REG-REL-PAGAR                PIC X(132).

       FD  ARQ-RUNLOG.
       COPY runlog-book.

       WORKING-STORAGE SECTION.

       01  W-FS-RUNLOG                  PIC X(02).

      * apoio do log de execucoes: carimbos de inicio/fim (a hora
      * vem de ACCEPT FROM TIME com centesimos, dos quais o log
      * usa so HHMMSS) e situacao final do job.
       01  W-RLOG-INICIO-DATA          PIC 9(8).
       01  W-RLOG-INICIO-HORA.
           05 W-RLOG-INICIO-HHMMSS     PIC 9(6).
           05 FILLER                   PIC 9(2).
       01  W-RLOG-FIM-DATA             PIC 9(8).
       01  W-RLOG-FIM-HORA.
           05 W-RLOG-FIM-HHMMSS        PIC 9(6).
           05 FILLER                   PIC 9(2).
       01  W-RLOG-ERRO                 PIC X(06) VALUE "000000".
       01  W-RLOG-TERMINO              PIC X(01) VALUE "N".
       01  W-RLOG-LIDOS                PIC 9(6) COMP VALUE ZERO.
       01  W-RLOG-LINHAS               PIC 9(6) COMP VALUE ZERO.

       01 SQLCA-FILENAME               PIC X(100).
       01 SQLCA-QUERY                  PIC X(1000).
       01 SQLCA-ERROR                  PIC x(6).
           88 SQLCA-SEM-ERRO           VALUE "000000".
           88 SQLCA-OCUPADO            VALUE "000005" "000006".
       01 SQLCA-ERROR-MESSAGE          PIC X(255).

      * controle das tentativas de um comando SQL quando o banco
      * esta ocupado por outra sessao (SQLCA-OCUPADO): quantas
      * vezes tentar, a espera em segundos entre as tentativas e
      * o contador da vez.
       01  W-TENTATIVA-SQL             PIC 9(2) COMP.
       01  W-MAX-TENTATIVAS-SQL        PIC 9(2) COMP VALUE 3.
       01  W-ESPERA-SQL                PIC 9(2) COMP VALUE 2.
       01  W-SQL-RESOLVIDO             PIC X(01).
           88 SQL-RESOLVIDO            VALUE "S".
       01 SQLCA_CUR_STAT               PIC 9(8) COMP-3 VALUE ZERO.
       01 SQLCA-CID                    USAGE POINTER.
       01 SQLCA-STATEMENT              USAGE POINTER.

      * titulo em aberto lido do join de payables com suppliers:
      * numero, vencimento, marca de vencido e dias de atraso
      * (calculados pelo proprio banco), fornecedor, carro, valor
      * e total ja pago.
       01  REGISTRO-TITULO.
           05 WP-TITULO                PIC 9(9).
           05 WP-VENCIMENTO            PIC X(10).
           05 WP-VENCIDO               PIC 9(1).
              88 TITULO-VENCIDO        VALUE 1.
           05 WP-ATRASO                PIC 9(5).
           05 WP-FORN-ID               PIC 9(6).
           05 WP-FORN-NOME             PIC X(100).
           05 WP-CARRO-ID              PIC 9(6).
           05 WP-VALOR                 PIC 9(7)V99.
           05 WP-PAGO                  PIC 9(9)V99.
       01  WP-SALDO                    PIC S9(9)V99.

      * linha do resumo por fornecedor: carros comprados (com o
      * fornecedor carimbado pela carga), vendidos, em estoque,
      * media de dias ate a venda e saldo a pagar.
       01  REGISTRO-RESUMO.
           05 WR-FORN-ID               PIC 9(6).
           05 WR-FORN-NOME             PIC X(100).
           05 WR-COMPRADOS             PIC 9(6).
           05 WR-VENDIDOS              PIC 9(6).
           05 WR-ESTOQUE               PIC 9(6).
           05 WR-MEDIA-DIAS            PIC 9(5).
           05 WR-SALDO                 PIC S9(9)V99.

      * parte do relatorio em que o cursor de titulos esta: 1 =
      * vencidos, 2 = a vencer. O cursor vem ordenado por
      * vencimento, e o primeiro titulo nao vencido fecha a parte
      * dos vencidos.
       01  W-PARTE                     PIC 9(1) VALUE 1.
           88 PARTE-VENCIDOS           VALUE 1.
       01  W-FIM-TITULOS               PIC X(01) VALUE "N".
           88 FIM-TITULOS              VALUE "S".

      * acumuladores da parte corrente, do total geral e do
      * resumo por fornecedor.
       01  W-PARTE-QTD                 PIC 9(6) COMP VALUE ZERO.
       01  W-PARTE-SALDO               PIC S9(11)V99 VALUE ZERO.
       01  W-TOT-QTD                   PIC 9(6) COMP VALUE ZERO.
       01  W-TOT-SALDO                 PIC S9(11)V99 VALUE ZERO.
       01  W-RES-QTD                   PIC 9(6) COMP VALUE ZERO.
       01  W-RES-COMPRADOS             PIC 9(6) COMP VALUE ZERO.
       01  W-RES-VENDIDOS              PIC 9(6) COMP VALUE ZERO.
       01  W-RES-ESTOQUE               PIC 9(6) COMP VALUE ZERO.
       01  W-RES-SALDO                 PIC S9(11)V99 VALUE ZERO.
       01  W-VALOR-ED                  PIC ZZZ.ZZZ,99.
       01  W-SALDO-ED                  PIC ZZZ.ZZZ,99-.
       01  W-TOTAL-ED                  PIC Z(8)ZZZ,99-.
       01  W-QTD-ED                    PIC ZZZ.ZZ9.

      * linha de detalhe dos titulos.
       01  W-LINHA-TITULO.
           05 TIT-NUMERO               PIC Z(8)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 TIT-VENCIMENTO           PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 TIT-ATRASO               PIC ZZZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 TIT-FORN-ID              PIC Z(5)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 TIT-FORN-NOME            PIC X(30).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 TIT-CARRO-ID             PIC Z(5)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 TIT-VALOR                PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 TIT-PAGO                 PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 TIT-SALDO                PIC X(11).

      * mesmo layout de colunas com os campos numericos
      * alfanumericos, para o cabecalho.
       01  W-CABECALHO-TITULO REDEFINES W-LINHA-TITULO.
           05 CAB-NUMERO               PIC X(09).
           05 FILLER                   PIC X(02).
           05 CAB-VENCIMENTO           PIC X(10).
           05 FILLER                   PIC X(02).
           05 CAB-ATRASO               PIC X(05).
           05 FILLER                   PIC X(02).
           05 CAB-FORN-ID              PIC X(06).
           05 FILLER                   PIC X(01).
           05 CAB-FORN-NOME            PIC X(30).
           05 FILLER                   PIC X(02).
           05 CAB-CARRO-ID             PIC X(06).
           05 FILLER                   PIC X(02).
           05 CAB-VALOR                PIC X(10).
           05 FILLER                   PIC X(02).
           05 CAB-PAGO                 PIC X(10).
           05 FILLER                   PIC X(02).
           05 CAB-SALDO                PIC X(11).

      * linha do resumo por fornecedor.
       01  W-LINHA-RESUMO.
           05 RES-FORN-ID              PIC Z(5)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RES-FORN-NOME            PIC X(30).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RES-COMPRADOS            PIC ZZZ.ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RES-VENDIDOS             PIC ZZZ.ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RES-ESTOQUE              PIC ZZZ.ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RES-MEDIA-DIAS           PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RES-SALDO                PIC X(15).

       01  W-CABECALHO-RESUMO REDEFINES W-LINHA-RESUMO.
           05 CBR-FORN-ID              PIC X(06).
           05 FILLER                   PIC X(01).
           05 CBR-FORN-NOME            PIC X(30).
           05 FILLER                   PIC X(02).
           05 CBR-COMPRADOS            PIC X(07).
           05 FILLER                   PIC X(02).
           05 CBR-VENDIDOS             PIC X(07).
           05 FILLER                   PIC X(02).
           05 CBR-ESTOQUE              PIC X(07).
           05 FILLER                   PIC X(02).
           05 CBR-MEDIA-DIAS           PIC X(10).
           05 FILLER                   PIC X(02).
           05 CBR-SALDO                PIC X(15).
       01  W-MEDIA-DIAS-ED             PIC ZZ.ZZ9.

      * indicam se a conexao/cursor/relatorio estao abertos, para
      * que 070-FINALIZA saiba exatamente o que precisa liberar.
       01  W-CONEXAO-ABERTA            PIC X(01) VALUE "N".
           88 CONEXAO-ABERTA           VALUE "S".
       01  W-CURSOR-ABERTO             PIC X(01) VALUE "N".
           88 CURSOR-ABERTO            VALUE "S".
       01  W-RELATORIO-ABERTO          PIC X(01) VALUE "N".
           88 RELATORIO-ABERTO         VALUE "S".

        PROCEDURE DIVISION.

       000-MAINLINE.
           PERFORM 950-INICIA-RUNLOG.
           PERFORM 010-INICIALIZA.

           PERFORM 020-GET-RESULT-TITULO
               UNTIL FIM-TITULOS.
           PERFORM 040-FECHA-TITULOS.

           PERFORM 050-ABRE-RESUMO.
           PERFORM 055-GET-RESULT-RESUMO
               UNTIL SQLCA_CUR_STAT = 1.
           PERFORM 060-FECHA-RESUMO.

           PERFORM 070-FINALIZA.

           STOP RUN.

      *----------------------------------------------------------*
      * 010-INICIALIZA                                            *
      * Conecta ao banco, abre o cursor dos titulos em aberto     *
      * ordenado por vencimento e abre o relatorio com o titulo   *
      * e o cabecalho da parte dos vencidos.                      *
      *----------------------------------------------------------*
       010-INICIALIZA.
           PERFORM 015-OBTEM-NOME-BANCO.

           CALL "sqliteConnect" USING BY REFERENCE  SQLCA-CID
                                                    SQLCA-FILENAME
                                                    SQLCA-ERROR
                                                    SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           MOVE "S" TO W-CONEXAO-ABERTA.

      * com dois operadores e os jobs noturnos no mesmo banco, um
      * lock passageiro nao pode virar abend: o proprio sqlite
      * espera ate 5 segundos pelo lock antes de devolver erro.
           MOVE "pragma busy_timeout = 5000" TO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           PERFORM 016-PREPARA-BANCO.

      * titulo quitado sai pela diferenca de meio centavo, para o
      * arredondamento do real nao deixar saldo fantasma.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "select p.id, p.due_date, "
                  "case when p.due_date < date('now') "
                  "then 1 else 0 end, "
                  "case when p.due_date < date('now') "
                  "then cast(julianday('now') - "
                  "julianday(p.due_date) as integer) else 0 end, "
                  "p.supplier_id, coalesce(f.name, ''), "
                  "p.car_id, p.amount, "
                  "(select coalesce(sum(g.amount), 0) "
                  "from supplier_payments g "
                  "where g.payable_id = p.id) as paid "
                  "from payables p "
                  "left join suppliers f on f.id = p.supplier_id "
                  "where p.amount - "
                  "(select coalesce(sum(g.amount), 0) "
                  "from supplier_payments g "
                  "where g.payable_id = p.id) > 0.005 "
                  "order by p.due_date, p.id" DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           CALL "sqliteOpenCursor" USING BY REFERENCE
                                            SQLCA-CID
                                            SQLCA-QUERY
                                            SQLCA-STATEMENT
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           MOVE "S" TO W-CURSOR-ABERTO.

           OPEN OUTPUT RELATORIO-PAGAR.
           MOVE "S" TO W-RELATORIO-ABERTO.

           MOVE SPACES TO REG-REL-PAGAR.
           MOVE "CONTAS A PAGAR A FORNECEDORES POR VENCIMENTO"
             TO REG-REL-PAGAR.
           PERFORM 090-GRAVA-LINHA.

           MOVE SPACES TO REG-REL-PAGAR.
           PERFORM 090-GRAVA-LINHA.

           MOVE "TITULOS VENCIDOS" TO REG-REL-PAGAR.
           PERFORM 090-GRAVA-LINHA.
           PERFORM 025-GRAVA-CABECALHO-TITULO.

      *----------------------------------------------------------*
      * 015-OBTEM-NOME-BANCO                                      *
      * Le o nome do arquivo SQLite da variavel de ambiente        *
      * CARS_DB_FILE, como os demais programas. Sem a variavel     *
      * definida, cai no nome de sempre, "teste.db".               *
      *----------------------------------------------------------*
       015-OBTEM-NOME-BANCO.
           DISPLAY "CARS_DB_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT SQLCA-FILENAME FROM ENVIRONMENT-VALUE.
           IF SQLCA-FILENAME = SPACES
               MOVE "teste.db" TO SQLCA-FILENAME
           END-IF.

      *----------------------------------------------------------*
      * 016-PREPARA-BANCO                                         *
      * Garante que o banco tem o que o relatorio consulta -      *
      * fornecedores, titulos, pagamentos, o fornecedor em cars   *
      * e as vendas com a marca de estorno - mesmo quando e uma   *
      * copia que a carga e o programa sqlite ainda nao           *
      * prepararam.                                               *
      *----------------------------------------------------------*
       016-PREPARA-BANCO.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "create table if not exists sales ("
                  DELIMITED BY SIZE
                  "car_id integer, sale_price real, "
                  DELIMITED BY SIZE
                  "sale_date text, customer_name text)"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "alter table sales add column "
                  "canceled integer default 0" DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE "alter table cars add column sold integer default 0"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE "alter table cars add column acquisition_date text"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

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

      *----------------------------------------------------------*
      * 017-EXECUTA-SQL-TOLERANTE                                 *
      * Executa o comando em SQLCA-QUERY ignorando erro: num      *
      * banco ja preparado o alter falha com "duplicate column    *
      * name", e isso nao e um problema.                          *
      *----------------------------------------------------------*
       017-EXECUTA-SQL-TOLERANTE.
           CALL "sqliteExecute" USING BY REFERENCE SQLCA-CID
                                                   SQLCA-QUERY
                                                   SQLCA-ERROR
                                                   SQLCA-ERROR-MESSAGE.
           MOVE "000000" TO SQLCA-ERROR.
           MOVE SPACES TO SQLCA-ERROR-MESSAGE.

      *----------------------------------------------------------*
      * 020-GET-RESULT-TITULO                                     *
      * Busca o proximo titulo em aberto; o primeiro nao vencido  *
      * fecha a parte dos vencidos e abre a dos a vencer antes de *
      * gravar o detalhe.                                         *
      *----------------------------------------------------------*
       020-GET-RESULT-TITULO.
           CALL "sqlitefetch" USING BY REFERENCE SQLCA-STATEMENT
                                                 SQLCA_CUR_STAT
                                                 WP-TITULO
                                                 WP-VENCIMENTO
                                                 WP-VENCIDO
                                                 WP-ATRASO
                                                 WP-FORN-ID
                                                 WP-FORN-NOME
                                                 WP-CARRO-ID
                                                 WP-VALOR
                                                 WP-PAGO
                                                 SQLCA-ERROR
                                                 SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           IF SQLCA_CUR_STAT EQUAL 0
               ADD 1 TO W-RLOG-LIDOS
               IF PARTE-VENCIDOS AND NOT TITULO-VENCIDO
                   PERFORM 035-FECHA-VENCIDOS
               END-IF
               PERFORM 030-GRAVA-DETALHE-TITULO
           ELSE
               MOVE "S" TO W-FIM-TITULOS
           END-IF.

      *----------------------------------------------------------*
      * 025-GRAVA-CABECALHO-TITULO                                *
      * Cabecalho de colunas de uma parte da lista de titulos.    *
      *----------------------------------------------------------*
       025-GRAVA-CABECALHO-TITULO.
           MOVE SPACES TO W-CABECALHO-TITULO.
           MOVE "TITULO" TO CAB-NUMERO.
           MOVE "VENCIMENTO" TO CAB-VENCIMENTO.
           MOVE "DIAS" TO CAB-ATRASO.
           MOVE "FORN." TO CAB-FORN-ID.
           MOVE "FORNECEDOR" TO CAB-FORN-NOME.
           MOVE "CARRO" TO CAB-CARRO-ID.
           MOVE "VALOR" TO CAB-VALOR.
           MOVE "PAGO" TO CAB-PAGO.
           MOVE "SALDO" TO CAB-SALDO.
           MOVE W-CABECALHO-TITULO TO REG-REL-PAGAR.
           PERFORM 090-GRAVA-LINHA.

      *----------------------------------------------------------*
      * 030-GRAVA-DETALHE-TITULO                                  *
      * Grava a linha do titulo com valor, pago e saldo (e os     *
      * dias de atraso, na parte dos vencidos) e acumula o saldo  *
      * na parte e no total geral.                                *
      *----------------------------------------------------------*
       030-GRAVA-DETALHE-TITULO.
           COMPUTE WP-SALDO = WP-VALOR - WP-PAGO.

           MOVE SPACES TO W-LINHA-TITULO.
           MOVE WP-TITULO TO TIT-NUMERO.
           MOVE WP-VENCIMENTO TO TIT-VENCIMENTO.
           IF TITULO-VENCIDO
               MOVE WP-ATRASO TO TIT-ATRASO
           END-IF.
           MOVE WP-FORN-ID TO TIT-FORN-ID.
           MOVE WP-FORN-NOME TO TIT-FORN-NOME.
           MOVE WP-CARRO-ID TO TIT-CARRO-ID.
           MOVE WP-VALOR TO W-VALOR-ED.
           MOVE W-VALOR-ED TO TIT-VALOR.
           MOVE WP-PAGO TO W-VALOR-ED.
           MOVE W-VALOR-ED TO TIT-PAGO.
           MOVE WP-SALDO TO W-SALDO-ED.
           MOVE W-SALDO-ED TO TIT-SALDO.
           MOVE W-LINHA-TITULO TO REG-REL-PAGAR.
           PERFORM 090-GRAVA-LINHA.

           ADD 1 TO W-PARTE-QTD.
           ADD WP-SALDO TO W-PARTE-SALDO.
           ADD 1 TO W-TOT-QTD.
           ADD WP-SALDO TO W-TOT-SALDO.

      *----------------------------------------------------------*
      * 035-FECHA-VENCIDOS                                        *
      * Grava o total da parte dos vencidos e abre a parte dos    *
      * titulos a vencer. Chamada no primeiro titulo nao vencido  *
      * ou, sem nenhum, no fim do cursor.                         *
      *----------------------------------------------------------*
       035-FECHA-VENCIDOS.
           PERFORM 045-GRAVA-TOTAL-PARTE.

           MOVE SPACES TO REG-REL-PAGAR.
           PERFORM 090-GRAVA-LINHA.
           MOVE "TITULOS A VENCER" TO REG-REL-PAGAR.
           PERFORM 090-GRAVA-LINHA.
           PERFORM 025-GRAVA-CABECALHO-TITULO.

           MOVE 2 TO W-PARTE.

      *----------------------------------------------------------*
      * 040-FECHA-TITULOS                                         *
      * Fim do cursor de titulos: fecha a parte que estiver       *
      * aberta (as duas, se nao havia titulo a vencer), grava o   *
      * total geral em aberto e libera o cursor para o resumo.    *
      *----------------------------------------------------------*
       040-FECHA-TITULOS.
           IF PARTE-VENCIDOS
               PERFORM 035-FECHA-VENCIDOS
           END-IF.
           PERFORM 045-GRAVA-TOTAL-PARTE.

           MOVE SPACES TO REG-REL-PAGAR.
           PERFORM 090-GRAVA-LINHA.
           MOVE W-TOT-QTD TO W-QTD-ED.
           MOVE W-TOT-SALDO TO W-TOTAL-ED.
           STRING "TOTAL EM ABERTO - TITULOS " DELIMITED BY SIZE
                  W-QTD-ED DELIMITED BY SIZE
                  "  SALDO " DELIMITED BY SIZE
                  W-TOTAL-ED DELIMITED BY SIZE
             INTO REG-REL-PAGAR.
           PERFORM 090-GRAVA-LINHA.

           CALL "sqliteCloseCursor" USING BY REFERENCE
                                            SQLCA-STATEMENT
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           MOVE "N" TO W-CURSOR-ABERTO.

      *----------------------------------------------------------*
      * 045-GRAVA-TOTAL-PARTE                                     *
      * Grava a quantidade e o saldo da parte corrente e zera os  *
      * acumuladores para a proxima.                              *
      *----------------------------------------------------------*
       045-GRAVA-TOTAL-PARTE.
           MOVE W-PARTE-QTD TO W-QTD-ED.
           MOVE W-PARTE-SALDO TO W-TOTAL-ED.
           MOVE SPACES TO REG-REL-PAGAR.
           IF PARTE-VENCIDOS
               STRING "TOTAL VENCIDO - TITULOS " DELIMITED BY SIZE
                      W-QTD-ED DELIMITED BY SIZE
                      "  SALDO " DELIMITED BY SIZE
                      W-TOTAL-ED DELIMITED BY SIZE
                 INTO REG-REL-PAGAR
           ELSE
               STRING "TOTAL A VENCER - TITULOS " DELIMITED BY SIZE
                      W-QTD-ED DELIMITED BY SIZE
                      "  SALDO " DELIMITED BY SIZE
                      W-TOTAL-ED DELIMITED BY SIZE
                 INTO REG-REL-PAGAR
           END-IF.
           PERFORM 090-GRAVA-LINHA.

           MOVE ZERO TO W-PARTE-QTD.
           MOVE ZERO TO W-PARTE-SALDO.

      *----------------------------------------------------------*
      * 050-ABRE-RESUMO                                           *
      * Abre o cursor do resumo por fornecedor - todos os do      *
      * cadastro, ativos ou nao - com a venda mais lenta          *
      * primeiro, e grava o titulo e o cabecalho da parte.        *
      * Comprados saem dos titulos (um por compra), que o         *
      * arquivamento anual nunca expurga. Vendido e o titulo      *
      * cujo carro tem venda ativa em sales; estoque, o que       *
      * aponta para carro nao vendido em cars. O carro que o      *
      * arquivamento ja levou para o ARQVENDA continua entre os   *
      * comprados, mas sai de vendidos e de estoque, como sai     *
      * da media de dias, que so ve as vendas ainda em sales.     *
      *----------------------------------------------------------*
       050-ABRE-RESUMO.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "select f.id, f.name, "
                  "(select count(*) from payables p "
                  "where p.supplier_id = f.id), "
                  "(select count(*) from payables p "
                  "where p.supplier_id = f.id "
                  "and exists (select 1 from sales s "
                  "where s.car_id = p.car_id "
                  "and coalesce(s.canceled, 0) = 0)), "
                  "(select count(*) from payables p "
                  "join cars c on c.id = p.car_id "
                  "where p.supplier_id = f.id "
                  "and coalesce(c.sold, 0) = 0), "
                  "(select cast(coalesce(avg(julianday(s.sale_date) "
                  "- julianday(c.acquisition_date)), 0) "
                  "as integer) from sales s "
                  "join cars c on c.id = s.car_id "
                  "where c.supplier_id = f.id "
                  "and coalesce(s.canceled, 0) = 0 "
                  "and c.acquisition_date is not null) as avg_days, "
                  "(select coalesce(sum(p.amount), 0) from payables p "
                  "where p.supplier_id = f.id) - "
                  "(select coalesce(sum(g.amount), 0) "
                  "from supplier_payments g "
                  "where g.supplier_id = f.id) "
                  "from suppliers f order by avg_days desc, f.id"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           CALL "sqliteOpenCursor" USING BY REFERENCE
                                            SQLCA-CID
                                            SQLCA-QUERY
                                            SQLCA-STATEMENT
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           MOVE "S" TO W-CURSOR-ABERTO.

      * o status pode ter ficado em 1 no fim do cursor anterior;
      * zera antes do laco, senao o resumo nem faz o fetch.
           MOVE ZERO TO SQLCA_CUR_STAT.

           MOVE SPACES TO REG-REL-PAGAR.
           PERFORM 090-GRAVA-LINHA.
           MOVE "RESUMO POR FORNECEDOR" TO REG-REL-PAGAR.
           PERFORM 090-GRAVA-LINHA.

           MOVE SPACES TO W-CABECALHO-RESUMO.
           MOVE "FORN." TO CBR-FORN-ID.
           MOVE "FORNECEDOR" TO CBR-FORN-NOME.
           MOVE "COMPRAD" TO CBR-COMPRADOS.
           MOVE "VENDID" TO CBR-VENDIDOS.
           MOVE "ESTOQUE" TO CBR-ESTOQUE.
           MOVE "DIAS VENDA" TO CBR-MEDIA-DIAS.
           MOVE "SALDO A PAGAR" TO CBR-SALDO.
           MOVE W-CABECALHO-RESUMO TO REG-REL-PAGAR.
           PERFORM 090-GRAVA-LINHA.

      *----------------------------------------------------------*
      * 055-GET-RESULT-RESUMO                                     *
      * Busca o proximo fornecedor e grava a linha do resumo. A   *
      * media de dias fica em branco para quem ainda nao teve     *
      * carro vendido.                                            *
      *----------------------------------------------------------*
       055-GET-RESULT-RESUMO.
           CALL "sqlitefetch" USING BY REFERENCE SQLCA-STATEMENT
                                                 SQLCA_CUR_STAT
                                                 WR-FORN-ID
                                                 WR-FORN-NOME
                                                 WR-COMPRADOS
                                                 WR-VENDIDOS
                                                 WR-ESTOQUE
                                                 WR-MEDIA-DIAS
                                                 WR-SALDO
                                                 SQLCA-ERROR
                                                 SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           IF SQLCA_CUR_STAT EQUAL 0
               ADD 1 TO W-RLOG-LIDOS
               MOVE SPACES TO W-LINHA-RESUMO
               MOVE WR-FORN-ID TO RES-FORN-ID
               MOVE WR-FORN-NOME TO RES-FORN-NOME
               MOVE WR-COMPRADOS TO RES-COMPRADOS
               MOVE WR-VENDIDOS TO RES-VENDIDOS
               MOVE WR-ESTOQUE TO RES-ESTOQUE
               IF WR-VENDIDOS GREATER THAN ZERO
                   MOVE WR-MEDIA-DIAS TO W-MEDIA-DIAS-ED
                   MOVE W-MEDIA-DIAS-ED TO RES-MEDIA-DIAS
               END-IF
               MOVE WR-SALDO TO W-TOTAL-ED
               MOVE W-TOTAL-ED TO RES-SALDO
               MOVE W-LINHA-RESUMO TO REG-REL-PAGAR
               PERFORM 090-GRAVA-LINHA

               ADD 1 TO W-RES-QTD
               ADD WR-COMPRADOS TO W-RES-COMPRADOS
               ADD WR-VENDIDOS TO W-RES-VENDIDOS
               ADD WR-ESTOQUE TO W-RES-ESTOQUE
               ADD WR-SALDO TO W-RES-SALDO
           END-IF.

      *----------------------------------------------------------*
      * 060-FECHA-RESUMO                                          *
      * Grava a linha de totais do resumo por fornecedor.         *
      *----------------------------------------------------------*
       060-FECHA-RESUMO.
           MOVE SPACES TO W-LINHA-RESUMO.
           MOVE "TOTAL" TO RES-FORN-NOME.
           MOVE W-RES-COMPRADOS TO RES-COMPRADOS.
           MOVE W-RES-VENDIDOS TO RES-VENDIDOS.
           MOVE W-RES-ESTOQUE TO RES-ESTOQUE.
           MOVE W-RES-SALDO TO W-TOTAL-ED.
           MOVE W-TOTAL-ED TO RES-SALDO.
           MOVE W-LINHA-RESUMO TO REG-REL-PAGAR.
           PERFORM 090-GRAVA-LINHA.

      *----------------------------------------------------------*
      * 070-FINALIZA                                              *
      * Libera relatorio, cursor e conexao e mostra os totais no  *
      * console.                                                  *
      *----------------------------------------------------------*
       070-FINALIZA.
           IF RELATORIO-ABERTO
               CLOSE RELATORIO-PAGAR
               MOVE "N" TO W-RELATORIO-ABERTO
           END-IF.

           IF CURSOR-ABERTO
               CALL "sqliteCloseCursor" USING BY REFERENCE
                                                    SQLCA-STATEMENT
                                                    SQLCA-ERROR
                                                    SQLCA-ERROR-MESSAGE
               PERFORM 905-VERIFICA-ERRO-FINALIZA
               MOVE "N" TO W-CURSOR-ABERTO
           END-IF.

           IF CONEXAO-ABERTA
               CALL "sqliteDisconnect" USING BY REFERENCE
                                                    SQLCA-CID
                                                    SQLCA-ERROR
                                                    SQLCA-ERROR-MESSAGE
               PERFORM 905-VERIFICA-ERRO-FINALIZA
               MOVE "N" TO W-CONEXAO-ABERTA
           END-IF.

           MOVE W-TOT-QTD TO W-QTD-ED.
           DISPLAY "RELATORIO DE CONTAS A PAGAR GRAVADO, TITULOS: "
                   W-QTD-ED.
           MOVE W-RES-QTD TO W-QTD-ED.
           DISPLAY "FORNECEDORES NO RESUMO......................: "
                   W-QTD-ED.

           PERFORM 960-GRAVA-RUNLOG.

      *----------------------------------------------------------*
      * 090-GRAVA-LINHA                                           *
      * Grava a linha montada em REG-REL-PAGAR e conta as linhas  *
      * para o log de execucoes.                                  *
      *----------------------------------------------------------*
       090-GRAVA-LINHA.
           WRITE REG-REL-PAGAR.
           ADD 1 TO W-RLOG-LINHAS.

      *----------------------------------------------------------*
      * 890-EXECUTA-SQL                                           *
      * Executa o comando ja montado em SQLCA-QUERY tratando      *
      * banco ocupado como condicao passageira: tenta de novo     *
      * algumas vezes, com uma espera entre as tentativas, antes  *
      * de entregar o erro a 900-VERIFICA-ERRO. E o caminho de    *
      * todo comando de escrita - um lock de outra sessao que se  *
      * resolve em um segundo nao pode virar abend.               *
      *----------------------------------------------------------*
       890-EXECUTA-SQL.
           MOVE "N" TO W-SQL-RESOLVIDO.
           PERFORM 891-TENTA-EXECUTAR-SQL
               VARYING W-TENTATIVA-SQL FROM 1 BY 1
               UNTIL W-TENTATIVA-SQL > W-MAX-TENTATIVAS-SQL
                  OR SQL-RESOLVIDO.
           PERFORM 900-VERIFICA-ERRO.

       891-TENTA-EXECUTAR-SQL.
           CALL "sqliteExecute" USING BY REFERENCE SQLCA-CID
                                                   SQLCA-QUERY
                                                   SQLCA-ERROR
                                                   SQLCA-ERROR-MESSAGE.
           IF SQLCA-OCUPADO
              AND W-TENTATIVA-SQL LESS THAN W-MAX-TENTATIVAS-SQL
               DISPLAY "BASE DE DADOS OCUPADA - NOVA TENTATIVA"
               CALL "C$SLEEP" USING W-ESPERA-SQL
           ELSE
               MOVE "S" TO W-SQL-RESOLVIDO
           END-IF.

      *----------------------------------------------------------*
      * 900-VERIFICA-ERRO                                        *
      * Chamada logo depois de cada CALL "sqlite...". Se          *
      * SQLCA-ERROR voltou diferente de "000000", mostra a        *
      * mensagem de erro, libera o que estiver aberto e encerra   *
      * o programa de forma controlada.                           *
      *----------------------------------------------------------*
       900-VERIFICA-ERRO.
           IF NOT SQLCA-SEM-ERRO
               DISPLAY "ERRO SQLITE " SQLCA-ERROR ": "
                                      SQLCA-ERROR-MESSAGE
               MOVE SQLCA-ERROR TO W-RLOG-ERRO
               MOVE "A" TO W-RLOG-TERMINO
               PERFORM 070-FINALIZA
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      * 950-INICIA-RUNLOG                                         *
      * Carimba o inicio da execucao para o log de execucoes.     *
      *----------------------------------------------------------*
       950-INICIA-RUNLOG.
           ACCEPT W-RLOG-INICIO-DATA FROM DATE YYYYMMDD.
           ACCEPT W-RLOG-INICIO-HORA FROM TIME.

      *----------------------------------------------------------*
      * 960-GRAVA-RUNLOG                                          *
      * Acrescenta ao arquivo RUNLOG o registro desta execucao    *
      * (lidos = titulos em aberto mais fornecedores do resumo,   *
      * linhas = linhas gravadas no relatorio) e mostra o resumo  *
      * de fim de execucao no console.                            *
      *----------------------------------------------------------*
       960-GRAVA-RUNLOG.
           ACCEPT W-RLOG-FIM-DATA FROM DATE YYYYMMDD.
           ACCEPT W-RLOG-FIM-HORA FROM TIME.

           MOVE SPACES TO REG-RUNLOG.
           MOVE "relpagar" TO RLOG-PROGRAMA.
           MOVE "G" TO RLOG-MODO.
           MOVE W-RLOG-INICIO-DATA TO RLOG-INICIO-DATA.
           MOVE W-RLOG-INICIO-HHMMSS TO RLOG-INICIO-HORA.
           MOVE W-RLOG-FIM-DATA TO RLOG-FIM-DATA.
           MOVE W-RLOG-FIM-HHMMSS TO RLOG-FIM-HORA.
           MOVE SQLCA-FILENAME(1:30) TO RLOG-BANCO.
           MOVE W-RLOG-LIDOS TO RLOG-LIDOS.
           MOVE W-RLOG-LINHAS TO RLOG-LINHAS-REL.
           MOVE ZERO TO RLOG-CHECKPOINTS.
           MOVE W-RLOG-ERRO TO RLOG-SQLCA-ERROR.
           MOVE W-RLOG-TERMINO TO RLOG-TERMINO.

           OPEN EXTEND ARQ-RUNLOG.
           IF W-FS-RUNLOG = "00" OR W-FS-RUNLOG = "05"
               WRITE REG-RUNLOG
               CLOSE ARQ-RUNLOG
           ELSE
               DISPLAY "ERRO AO GRAVAR LOG DE EXECUCAO (RUNLOG), "
                       "STATUS " W-FS-RUNLOG
           END-IF.

           DISPLAY "RESUMO DA EXECUCAO - PROGRAMA relpagar".
           DISPLAY "  BANCO...........: "
                   FUNCTION TRIM(SQLCA-FILENAME).
           DISPLAY "  SITUACAO FINAL..: " W-RLOG-TERMINO
                   "  ERRO " W-RLOG-ERRO.

      *----------------------------------------------------------*
      * 905-VERIFICA-ERRO-FINALIZA                                *
      * Mesma checagem de SQLCA-ERROR de 900-VERIFICA-ERRO, usada  *
      * pelos CALLs de liberacao de handle dentro do proprio        *
      * 070-FINALIZA; so mostra a mensagem e continua.              *
      *----------------------------------------------------------*
       905-VERIFICA-ERRO-FINALIZA.
           IF NOT SQLCA-SEM-ERRO
               DISPLAY "ERRO SQLITE " SQLCA-ERROR ": "
                                      SQLCA-ERROR-MESSAGE
           END-IF.

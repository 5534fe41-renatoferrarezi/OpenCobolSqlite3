      * custo zero - a margem sai igual ao preco de venda e o     *
      * proprio relatorio mostra o custo zerado, em vez de        *
      * esconder o carro.                                         *
      *                                                           *
      * A margem e sobre o custo total do carro: o custo de       *
      * aquisicao mais as despesas de preparacao lancadas em      *
      * car_expenses (mecanica, funilaria, pneus...), que saem    *
      * em coluna propria para o dono ver quanto foi em cada um.  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 SQLCA-STATEMENT              USAGE POINTER.

      * registro da venda lida do join de sales com cars: o mes
      * da venda, o carro, o custo pago, a soma das despesas de
      * preparacao do carro e o preco de venda.
       01  REGISTRO-MARGEM.
           05 WM-MES                   PIC X(07).
           05 WM-ID                    PIC 9(6).
           05 WM-NOME                  PIC X(100).
           05 WM-CUSTO                 PIC 9(6)V99.
           05 WM-DESPESAS              PIC 9(6)V99.
           05 WM-PRECO-VENDIDO         PIC 9(6)V99.

      * custo total do carro: aquisicao mais despesas.
       01  W-CUSTO-TOTAL               PIC 9(7)V99.

      * margem com sinal: venda abaixo do custo sai negativa, que
      * e exatamente o que o dono quer enxergar.
       01  W-MARGEM                    PIC S9(7)V99.
      * acumuladores do mes corrente e do total geral.
       01  W-MES-QTD                   PIC 9(6) COMP VALUE ZERO.
       01  W-MES-CUSTO                 PIC 9(9)V99 VALUE ZERO.
       01  W-MES-DESPESAS              PIC 9(9)V99 VALUE ZERO.
       01  W-MES-VENDA                 PIC 9(9)V99 VALUE ZERO.
       01  W-MES-MARGEM                PIC S9(9)V99 VALUE ZERO.
       01  W-TOT-QTD                   PIC 9(6) COMP VALUE ZERO.
       01  W-TOT-CUSTO                 PIC 9(11)V99 VALUE ZERO.
       01  W-TOT-DESPESAS              PIC 9(11)V99 VALUE ZERO.
       01  W-TOT-VENDA                 PIC 9(11)V99 VALUE ZERO.
       01  W-TOT-MARGEM                PIC S9(11)V99 VALUE ZERO.
       01  W-TOTAL-ED                  PIC Z(8)ZZZ,99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 MRG-CUSTO                PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 MRG-DESPESAS             PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 MRG-CUSTO-TOTAL          PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 MRG-VENDA                PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 MRG-MARGEM               PIC X(11).
           05 FILLER                   PIC X(02).
           05 CAB-CUSTO                PIC X(10).
           05 FILLER                   PIC X(02).
           05 CAB-DESPESAS             PIC X(10).
           05 FILLER                   PIC X(02).
           05 CAB-CUSTO-TOTAL          PIC X(10).
           05 FILLER                   PIC X(02).
           05 CAB-VENDA                PIC X(10).
           05 FILLER                   PIC X(02).
           05 CAB-MARGEM               PIC X(11).
           STRING "select strftime('%Y-%m', sales.sale_date) "
                  "as month, cars.id, cars.name, "
                  "coalesce(cars.cost, 0) as cost, "
                  "(select coalesce(sum(e.amount), 0) "
                  "from car_expenses e where e.car_id = cars.id) "
                  "as expenses, "
                  "sales.sale_price "
                  "from sales join cars on cars.id = sales.car_id "
                  "where coalesce(sales.canceled, 0) = 0 "
           MOVE SPACES TO W-CABECALHO-MARGEM.
           MOVE "ID" TO CAB-ID.
           MOVE "CARRO" TO CAB-NOME.
           MOVE "AQUISICAO" TO CAB-CUSTO.
           MOVE "DESPESAS" TO CAB-DESPESAS.
           MOVE "CUSTO TOT." TO CAB-CUSTO-TOTAL.
           MOVE "VENDA" TO CAB-VENDA.
           MOVE "MARGEM" TO CAB-MARGEM.
           MOVE W-CABECALHO-MARGEM TO REG-REL-MARGEM.

      *----------------------------------------------------------*
      * 016-PREPARA-BANCO                                         *
      * Garante que o banco tem o que o relatorio consulta - as   *
      * tabelas sales e car_expenses e as colunas cost em cars e  *
      * canceled em sales - mesmo quando e uma copia que a carga  *
      * e o programa sqlite ainda nao prepararam.                 *
      *----------------------------------------------------------*
       016-PREPARA-BANCO.
           MOVE SPACES TO SQLCA-QUERY.
             INTO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

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

      *----------------------------------------------------------*
      * 017-EXECUTA-SQL-TOLERANTE                                 *
      * Executa o comando em SQLCA-QUERY ignorando erro: num      *
                                                 WM-ID
                                                 WM-NOME
                                                 WM-CUSTO
                                                 WM-DESPESAS
                                                 WM-PRECO-VENDIDO
                                                 SQLCA-ERROR
                                                 SQLCA-ERROR-MESSAGE.
             INTO REG-REL-MARGEM.
           WRITE REG-REL-MARGEM.

           MOVE W-MES-DESPESAS TO W-TOTAL-ED.
           MOVE SPACES TO REG-REL-MARGEM.
           STRING "  DESPESAS " DELIMITED BY SIZE
                  W-TOTAL-ED DELIMITED BY SIZE
             INTO REG-REL-MARGEM.
           WRITE REG-REL-MARGEM.

           MOVE W-MES-CUSTO TO W-TOTAL-ED.
           MOVE SPACES TO REG-REL-MARGEM.
           STRING "  CUSTO " DELIMITED BY SIZE

           MOVE ZERO TO W-MES-QTD.
           MOVE ZERO TO W-MES-CUSTO.
           MOVE ZERO TO W-MES-DESPESAS.
           MOVE ZERO TO W-MES-VENDA.
           MOVE ZERO TO W-MES-MARGEM.


      *----------------------------------------------------------*
      * 030-GRAVA-DETALHE                                         *
      * Grava a linha de detalhe da venda com custo de aquisicao, *
      * despesas, custo total, preco de venda e margem sobre o    *
      * custo total, acumulando no mes e no total geral - nos     *
      * subtotais, CUSTO e o custo total (aquisicao + despesas).  *
      *----------------------------------------------------------*
       030-GRAVA-DETALHE.
           COMPUTE W-CUSTO-TOTAL = WM-CUSTO + WM-DESPESAS.
           COMPUTE W-MARGEM = WM-PRECO-VENDIDO - W-CUSTO-TOTAL.

           MOVE SPACES TO W-LINHA-MARGEM.
           MOVE WM-ID TO MRG-ID.
           MOVE WM-NOME TO MRG-NOME.
           MOVE WM-CUSTO TO W-VALOR-ED.
           MOVE W-VALOR-ED TO MRG-CUSTO.
           MOVE WM-DESPESAS TO W-VALOR-ED.
           MOVE W-VALOR-ED TO MRG-DESPESAS.
           MOVE W-CUSTO-TOTAL TO W-VALOR-ED.
           MOVE W-VALOR-ED TO MRG-CUSTO-TOTAL.
           MOVE WM-PRECO-VENDIDO TO W-VALOR-ED.
           MOVE W-VALOR-ED TO MRG-VENDA.
           MOVE W-MARGEM TO W-MARGEM-ED.
           WRITE REG-REL-MARGEM.

           ADD 1 TO W-MES-QTD.
           ADD W-CUSTO-TOTAL TO W-MES-CUSTO.
           ADD WM-DESPESAS TO W-MES-DESPESAS.
           ADD WM-PRECO-VENDIDO TO W-MES-VENDA.
           ADD W-MARGEM TO W-MES-MARGEM.
           ADD 1 TO W-TOT-QTD.
           ADD W-CUSTO-TOTAL TO W-TOT-CUSTO.
           ADD WM-DESPESAS TO W-TOT-DESPESAS.
           ADD WM-PRECO-VENDIDO TO W-TOT-VENDA.
           ADD W-MARGEM TO W-TOT-MARGEM.
           MOVE "S" TO W-TEM-VENDA.
                 INTO REG-REL-MARGEM
               WRITE REG-REL-MARGEM

               MOVE W-TOT-DESPESAS TO W-TOTAL-ED
               MOVE SPACES TO REG-REL-MARGEM
               STRING "DESPESAS DE PREPARACAO: " DELIMITED BY SIZE
                      W-TOTAL-ED DELIMITED BY SIZE
                 INTO REG-REL-MARGEM
               WRITE REG-REL-MARGEM

               MOVE W-TOT-CUSTO TO W-TOTAL-ED
               MOVE SPACES TO REG-REL-MARGEM
               STRING "CUSTO TOTAL: " DELIMITED BY SIZE

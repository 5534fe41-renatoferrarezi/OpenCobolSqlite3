      * nome do cadastro, nao pela grafia do dia. O periodo ja
      * passou pela critica de formato de 018-OBTEM-PERIODO, so
      * digitos e hifen, entao entra no literal SQL sem escape.
      * A venda estornada num mes posterior continua no mes dela,
      * pelo mesmo recorte do fechamento mensal: o estorno vale no
      * mes do cancel_date, e o mes fechado reimprime igual.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "select cars.id, cars.name, sales.sale_price, "
                  "sales.sale_date, "
                  "where strftime('%Y-%m', sales.sale_date) = '"
                  DELIMITED BY SIZE
                  W-PERIODO DELIMITED BY SIZE
                  "' and (coalesce(sales.canceled, 0) = 0 "
                  "or strftime('%Y-%m', sales.cancel_date) > '"
                  DELIMITED BY SIZE
                  W-PERIODO DELIMITED BY SIZE
                  "') "
                  "order by customer_name, sales.sale_date, "
                       "cars.id" DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

      * venda estornada fica em sales marcada com canceled = 1 e
      * a data do estorno em cancel_date, e sai dos totais do mes
      * quando estornada no proprio mes - o filtro da consulta
      * depende das colunas existirem mesmo numa copia antiga.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "alter table sales add column "
                  "canceled integer default 0" DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE "alter table sales add column cancel_date text"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

      * patio da venda, para os subtotais por patio do rodape -
      * a coluna precisa existir mesmo numa copia antiga.
           MOVE "alter table sales add column branch integer"

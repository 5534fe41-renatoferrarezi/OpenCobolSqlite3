      *   H;data-da-execucao;sequencia;nome-do-banco              *
      *   D;E;id;nome;preco          (carro em estoque)           *
      *   D;V;id;nome;preco-de-venda (carro vendido)              *
      *   G;despesa;id;data;tipo;fornecedor;valor                 *
      *                              (despesa de preparacao)      *
      *   T;quantidade;soma-dos-precos                            *
      * O trailer carrega a quantidade de registros D e G e o     *
      * hash total dos precos e valores, para o destino conferir  *
      * que recebeu o arquivo completo e integro antes de         *
      * contabilizar. Os precos saem com ponto decimal, que e o   *
      * que o pacote contabil espera.                             *
      *                                                           *
      * O registro G leva cada despesa de preparacao lancada no   *
      * carro (mecanica, funilaria, pneus...), que a contabilidade*
      * agrega ao custo do estoque: o numero da despesa, o carro, *
      * a data, o tipo, a oficina/fornecedor e o valor. Despesa   *
      * nao se altera depois de lancada, entao so sai uma vez.    *
      *                                                           *
      * O extrato e INCREMENTAL: a imagem de cada registro D ja   *
      * enviado fica guardada na tabela extract_sent do proprio   *
      * tipo do registro D corrente: E = estoque, V = vendido.
       01  W-TIPO-DETALHE              PIC X(01).

      * despesa de preparacao lida para o registro G.
       01  REGISTRO-DESPESA.
           05 WG-DESPESA-ID                PIC 9(8).
           05 WG-CARRO-ID                  PIC 9(6).
           05 WG-DATA                      PIC X(10).
           05 WG-TIPO                      PIC X(03).
           05 WG-FORNECEDOR                PIC X(40).
           05 WG-VALOR                     PIC 9(6)V99.

       01  W-QTD-REGISTROS             PIC 9(7) COMP VALUE ZERO.
       01  W-QTD-TRAILER               PIC 9(7).
       01  W-QTD-ED                    PIC ZZZZ.ZZ9.
           PERFORM 010-INICIALIZA.
           PERFORM 020-EXTRAI-ESTOQUE.
           PERFORM 030-EXTRAI-VENDIDOS.
           PERFORM 035-EXTRAI-DESPESAS.
           PERFORM 070-FINALIZA.

           STOP RUN.
      *----------------------------------------------------------*
      * 016-PREPARA-BANCO                                         *
      * Garante que o banco tem o que o extrato consulta - a      *
      * coluna sold em cars e as tabelas sales e car_expenses -   *
      * mesmo quando e uma copia que o programa sqlite ainda nao  *
      * preparou.                                                 *
      *----------------------------------------------------------*
       016-PREPARA-BANCO.
           MOVE "alter table cars add column sold integer default 0"
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

      * memoria do extrato incremental: a imagem (nome e preco)
      * de cada registro D ja enviado, por tipo e carro. Um
      * registro so volta ao arquivo quando a imagem atual nao
      * bate com a guardada aqui. A despesa (tipo G) e guardada
      * pelo numero da propria despesa na coluna car_id.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "create table if not exists extract_sent ("
                  DELIMITED BY SIZE

           PERFORM 040-EXTRAI-CURSOR.

      *----------------------------------------------------------*
      * 035-EXTRAI-DESPESAS                                       *
      * Grava um registro G por despesa de preparacao ainda nao   *
      * enviada, na ordem do numero da despesa.                   *
      *----------------------------------------------------------*
       035-EXTRAI-DESPESAS.
           MOVE "G" TO W-TIPO-DETALHE.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "select id, car_id, coalesce(expense_date, ''), "
                  "coalesce(expense_type, ''), "
                  "coalesce(supplier, ''), amount "
                  "from car_expenses "
                  "where not exists (select 1 from extract_sent x "
                  "where x.record_type = 'G' "
                  "and x.car_id = car_expenses.id) "
                  "order by id" DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           CALL "sqliteOpenCursor" USING BY REFERENCE
                                            SQLCA-CID
                                            SQLCA-QUERY
                                            SQLCA-STATEMENT
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           MOVE "S" TO W-CURSOR-ABERTO.

           MOVE ZERO TO SQLCA_CUR_STAT.

           PERFORM 036-GET-RESULT-DESPESA
               UNTIL SQLCA_CUR_STAT = 1.

           CALL "sqliteCloseCursor" USING BY REFERENCE
                                                SQLCA-STATEMENT
                                                SQLCA-ERROR
                                                SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           MOVE "N" TO W-CURSOR-ABERTO.

       036-GET-RESULT-DESPESA.
           CALL "sqlitefetch" USING BY REFERENCE SQLCA-STATEMENT
                                                 SQLCA_CUR_STAT
                                                 WG-DESPESA-ID
                                                 WG-CARRO-ID
                                                 WG-DATA
                                                 WG-TIPO
                                                 WG-FORNECEDOR
                                                 WG-VALOR
                                                 SQLCA-ERROR
                                                 SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           IF SQLCA_CUR_STAT EQUAL 0
               PERFORM 037-GRAVA-DESPESA
           END-IF.

      *----------------------------------------------------------*
      * 037-GRAVA-DESPESA                                         *
      * Grava o registro G da despesa, soma no trailer e marca a  *
      * despesa como enviada em extract_sent (tipo G, chave no    *
      * numero da despesa, o tipo da despesa no lugar do nome).   *
      *----------------------------------------------------------*
       037-GRAVA-DESPESA.
           MOVE WG-VALOR TO W-PRECO-CONV.
           PERFORM 045-FORMATA-PRECO-SQL.

           MOVE SPACES TO REG-EXTRATO.
           STRING "G;" DELIMITED BY SIZE
                  WG-DESPESA-ID DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WG-CARRO-ID DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WG-DATA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WG-TIPO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WG-FORNECEDOR) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-PRECO-SQL DELIMITED BY SPACE
             INTO REG-EXTRATO.
           WRITE REG-EXTRATO.

           ADD 1 TO W-QTD-REGISTROS.
           ADD WG-VALOR TO W-HASH-TOTAL.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "insert or replace into extract_sent "
                  "(record_type, car_id, name, price) values ('G', "
                  DELIMITED BY SIZE
                  WG-DESPESA-ID DELIMITED BY SIZE
                  ", '" DELIMITED BY SIZE
                  WG-TIPO DELIMITED BY SIZE
                  "', " DELIMITED BY SIZE
                  W-PRECO-SQL DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           PERFORM 890-EXECUTA-SQL.

      *----------------------------------------------------------*
      * 040-EXTRAI-CURSOR                                         *
      * Abre o cursor do comando ja montado em SQLCA-QUERY e      *

      *----------------------------------------------------------*
      * 070-FINALIZA                                              *
      * Grava o trailer com a quantidade de registros D e G e o   *
      * hash total dos valores, fecha o arquivo e libera cursor e *
      * conexao.                                                  *
      *----------------------------------------------------------*
       070-FINALIZA.

      *----------------------------------------------------------*
      * 075-GRAVA-TRAILER                                         *
      * Grava o registro T com a quantidade de registros D e G e  *
      * o hash total dos valores, com ponto decimal.              *
      *----------------------------------------------------------*
       075-GRAVA-TRAILER.
           DIVIDE W-HASH-TOTAL BY 1 GIVING W-HASH-INT.

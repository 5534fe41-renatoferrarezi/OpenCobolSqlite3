       IDENTIFICATION DIVISION.
       PROGRAM-ID. relcomis.
      *----------------------------------------------------------*
      * Relatorio mensal de comissoes (RELCOMISSAO): uma linha    *
      * por venda do mes com a comissao do vendedor, calculada    *
      * pela regra carimbada na propria venda no momento da       *
      * entrada - percentual sobre o preco de venda (P) ou sobre  *
      * a margem, preco menos cars.cost (M) - com quebra e        *
      * subtotal por vendedor e, dentro dele, por patio da venda. *
      *                                                           *
      * Venda estornada dentro do proprio mes nao gera comissao e *
      * fica fora. Venda de um mes anterior estornada neste mes   *
      * entra como ESTORNO, com a comissao negativa: e o debito   *
      * que desconta do vendedor a comissao ja paga no mes da     *
      * venda. Margem negativa nao gera comissao negativa - a     *
      * base fica zerada.                                         *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-COMISSAO ASSIGN TO "RELCOMISSAO"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-RUNLOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  RELATORIO-COMISSAO.
       01  REG-REL-COMISSAO             PIC X(132).

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

      * periodo AAAA-MM do relatorio, informado no console ou o
      * mes corrente quando em branco, como no relatorio de
      * vendas; a situacao FECHADO/ABERTO sai no titulo.
       01  W-PERIODO                   PIC X(07).
       01  W-PERIODO-MES               PIC 9(2).
       01  W-PERIODO-SITUACAO          PIC X(07).
       01  W-PERIODO-FECHADO           PIC X(01) VALUE "N".
           88 PERIODO-FECHADO          VALUE "S".

      * data de hoje para montar o periodo corrente quando o
      * operador deixa o periodo em branco.
       01  W-DATA-HOJE-AMD             PIC 9(8).
       01  FILLER REDEFINES W-DATA-HOJE-AMD.
           05 W-HOJE-AMD-ANO           PIC X(04).
           05 W-HOJE-AMD-MES           PIC X(02).
           05 FILLER                   PIC X(02).

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

      * lancamento de comissao lido do join de sales com cars e
      * salespeople: o vendedor, o patio e o carro da venda, o
      * tipo (V venda do mes, E estorno de venda de mes anterior)
      * e a regra de comissao gravada na venda.
       01  REGISTRO-COMISSAO.
           05 WK-VENDEDOR-ID           PIC 9(6).
           05 WK-VENDEDOR-NOME         PIC X(100).
           05 WK-PATIO                 PIC 9(2).
           05 WK-CARRO-ID              PIC 9(6).
           05 WK-CARRO-NOME            PIC X(100).
           05 WK-DATA-VENDA            PIC X(10).
           05 WK-TIPO                  PIC X(01).
              88 LANC-VENDA            VALUE "V".
              88 LANC-ESTORNO          VALUE "E".
           05 WK-BASE                  PIC X(01).
              88 BASE-MARGEM           VALUE "M".
           05 WK-PRECO                 PIC 9(6)V99.
           05 WK-CUSTO                 PIC 9(6)V99.
           05 WK-PERCENTUAL            PIC 9(2)V99.

      * base de calculo e comissao do lancamento, com sinal: o
      * estorno sai negativo para abater do vendedor.
       01  W-BASE-CALCULO              PIC S9(7)V99.
       01  W-COMISSAO                  PIC S9(7)V99.
       01  W-VALOR-ED                  PIC ZZZ.ZZZ,99.
       01  W-SINAL-ED                  PIC ZZZ.ZZZ,99-.
       01  W-PERCENTUAL-ED             PIC Z9,99.

      * chaves da quebra: o cursor vem ordenado por vendedor e
      * patio; a troca de patio fecha o subtotal do patio, a de
      * vendedor fecha tambem o total do vendedor.
       01  W-VENDEDOR-ANTERIOR         PIC 9(6).
       01  W-VENDEDOR-NOME-ANT         PIC X(100).
       01  W-PATIO-ANTERIOR            PIC 9(2).
       01  W-TEM-LANCAMENTO            PIC X(01) VALUE "N".
           88 TEM-LANCAMENTO           VALUE "S".

      * acumuladores do patio, do vendedor e do total geral.
       01  W-PAT-VENDAS                PIC 9(6) COMP VALUE ZERO.
       01  W-PAT-ESTORNOS              PIC 9(6) COMP VALUE ZERO.
       01  W-PAT-COMISSAO              PIC S9(9)V99 VALUE ZERO.
       01  W-VEN-VENDAS                PIC 9(6) COMP VALUE ZERO.
       01  W-VEN-ESTORNOS              PIC 9(6) COMP VALUE ZERO.
       01  W-VEN-COMISSAO              PIC S9(9)V99 VALUE ZERO.
       01  W-TOT-VENDAS                PIC 9(6) COMP VALUE ZERO.
       01  W-TOT-ESTORNOS              PIC 9(6) COMP VALUE ZERO.
       01  W-TOT-COMISSAO              PIC S9(11)V99 VALUE ZERO.
       01  W-QTD-LANCAMENTOS           PIC 9(6) COMP VALUE ZERO.
       01  W-TOTAL-ED                  PIC Z(8)ZZZ,99-.
       01  W-QTD-ED                    PIC ZZZ.ZZ9.
       01  W-QTD2-ED                   PIC ZZZ.ZZ9.
       01  W-ID-IMP                    PIC 9(6).
       01  W-PATIO-IMP                 PIC 9(2).

      * linha de detalhe do relatorio de comissoes.
       01  W-LINHA-COMISSAO.
           05 DCM-TIPO                 PIC X(07).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DCM-ID                   PIC Z(5)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DCM-NOME                 PIC X(25).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DCM-DATA                 PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DCM-PRECO                PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DCM-CUSTO                PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DCM-REGRA                PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DCM-BASE                 PIC X(11).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DCM-COMISSAO             PIC X(11).

      * mesmo layout de colunas com o id alfanumerico, para o
      * cabecalho, na mesma mecanica do cabecalho de RELVENDAS.
       01  W-CABECALHO-COMISSAO REDEFINES W-LINHA-COMISSAO.
           05 CAB-TIPO                 PIC X(07).
           05 FILLER                   PIC X(02).
           05 CAB-ID                   PIC X(06).
           05 FILLER                   PIC X(02).
           05 CAB-NOME                 PIC X(25).
           05 FILLER                   PIC X(02).
           05 CAB-DATA                 PIC X(10).
           05 FILLER                   PIC X(02).
           05 CAB-PRECO                PIC X(10).
           05 FILLER                   PIC X(02).
           05 CAB-CUSTO                PIC X(10).
           05 FILLER                   PIC X(02).
           05 CAB-REGRA                PIC X(08).
           05 FILLER                   PIC X(02).
           05 CAB-BASE                 PIC X(11).
           05 FILLER                   PIC X(02).
           05 CAB-COMISSAO             PIC X(11).

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

           PERFORM 020-GET-RESULT
               UNTIL SQLCA_CUR_STAT = 1.

           PERFORM 070-FINALIZA.

           STOP RUN.

      *----------------------------------------------------------*
      * 010-INICIALIZA                                            *
      * Conecta ao banco, abre o cursor dos lancamentos de        *
      * comissao do periodo ordenado por vendedor e patio (e a    *
      * ordenacao que permite as quebras) e abre o relatorio com  *
      * o cabecalho.                                              *
      *----------------------------------------------------------*
       010-INICIALIZA.
           PERFORM 015-OBTEM-NOME-BANCO.
           PERFORM 018-OBTEM-PERIODO.

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
           PERFORM 019-VERIFICA-PERIODO-FECHADO.

      * entram as vendas do periodo que nao foram estornadas no
      * proprio periodo (V) e os estornos do periodo de vendas de
      * periodos anteriores (E). Venda sem vendedor - as antigas,
      * anteriores ao cadastro - sai agrupada no vendedor zero,
      * com percentual zero. O periodo ja passou pela critica de
      * formato de 018-OBTEM-PERIODO e entra no literal sem
      * escape.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "select coalesce(s.salesperson_id, 0), "
                  "coalesce(v.name, 'SEM VENDEDOR'), "
                  "coalesce(s.branch, 1), s.car_id, c.name, "
                  "s.sale_date, case when "
                  "strftime('%Y-%m', s.sale_date) = '"
                  DELIMITED BY SIZE
                  W-PERIODO DELIMITED BY SIZE
                  "' then 'V' else 'E' end, "
                  "coalesce(s.commission_basis, 'P'), "
                  "s.sale_price, coalesce(c.cost, 0), "
                  "coalesce(s.commission_rate, 0) "
                  "from sales s join cars c on c.id = s.car_id "
                  "left join salespeople v "
                       "on v.id = s.salesperson_id "
                  "where (strftime('%Y-%m', s.sale_date) = '"
                  DELIMITED BY SIZE
                  W-PERIODO DELIMITED BY SIZE
                  "' and (coalesce(s.canceled, 0) = 0 or "
                  "strftime('%Y-%m', s.cancel_date) > '"
                  DELIMITED BY SIZE
                  W-PERIODO DELIMITED BY SIZE
                  "')) or (s.canceled = 1 and "
                  "strftime('%Y-%m', s.cancel_date) = '"
                  DELIMITED BY SIZE
                  W-PERIODO DELIMITED BY SIZE
                  "' and strftime('%Y-%m', s.sale_date) < '"
                  DELIMITED BY SIZE
                  W-PERIODO DELIMITED BY SIZE
                  "') order by 1, 3, 7 desc, 6, 4"
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

           OPEN OUTPUT RELATORIO-COMISSAO.
           MOVE "S" TO W-RELATORIO-ABERTO.

           MOVE SPACES TO REG-REL-COMISSAO.
           STRING "COMISSOES DE VENDEDORES DO MES " DELIMITED BY SIZE
                  W-PERIODO DELIMITED BY SIZE
                  " POR VENDEDOR E PATIO - PERIODO " DELIMITED BY SIZE
                  W-PERIODO-SITUACAO DELIMITED BY SIZE
             INTO REG-REL-COMISSAO.
           WRITE REG-REL-COMISSAO.

           MOVE SPACES TO W-CABECALHO-COMISSAO.
           MOVE "TIPO" TO CAB-TIPO.
           MOVE "ID" TO CAB-ID.
           MOVE "CARRO" TO CAB-NOME.
           MOVE "DATA" TO CAB-DATA.
           MOVE "PRECO" TO CAB-PRECO.
           MOVE "CUSTO" TO CAB-CUSTO.
           MOVE "REGRA" TO CAB-REGRA.
           MOVE "BASE" TO CAB-BASE.
           MOVE "COMISSAO" TO CAB-COMISSAO.
           MOVE W-CABECALHO-COMISSAO TO REG-REL-COMISSAO.
           WRITE REG-REL-COMISSAO.

      *----------------------------------------------------------*
      * 016-PREPARA-BANCO                                         *
      * Garante que o banco tem o que o relatorio consulta - o    *
      * cadastro de vendedores, a regra de comissao gravada na    *
      * venda, o estorno com data e o custo do carro - mesmo      *
      * quando e uma copia que o programa sqlite ainda nao        *
      * preparou.                                                 *
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

           MOVE SPACES TO SQLCA-QUERY.
           STRING "alter table sales add column "
                  "canceled integer default 0" DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE "alter table sales add column cancel_date text"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE "alter table sales add column branch integer"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE "alter table sales add column salesperson_id integer"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE "alter table sales add column commission_basis text"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE "alter table sales add column commission_rate real"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE "alter table cars add column cost real"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "create table if not exists closed_periods ("
                  DELIMITED BY SIZE
                  "period text primary key, closed_date text, "
                  DELIMITED BY SIZE
                  "operator text, qty integer, total real)"
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
      * 018-OBTEM-PERIODO                                         *
      * Pergunta o periodo AAAA-MM do relatorio; em branco vale   *
      * o mes corrente. Formato errado encerra o job antes de     *
      * tocar no banco, com registro no log de execucoes.         *
      *----------------------------------------------------------*
       018-OBTEM-PERIODO.
           DISPLAY "PERIODO AAAA-MM (BRANCO = MES CORRENTE): ".
           ACCEPT W-PERIODO FROM CONSOLE.

           IF W-PERIODO = SPACES
               ACCEPT W-DATA-HOJE-AMD FROM DATE YYYYMMDD
               MOVE SPACES TO W-PERIODO
               STRING W-HOJE-AMD-ANO DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      W-HOJE-AMD-MES DELIMITED BY SIZE
                 INTO W-PERIODO
           END-IF.

           IF W-PERIODO(1:4) NOT NUMERIC
              OR W-PERIODO(5:1) NOT = "-"
              OR W-PERIODO(6:2) NOT NUMERIC
               DISPLAY "PERIODO INVALIDO: " W-PERIODO
               MOVE "900001" TO W-RLOG-ERRO
               PERFORM 955-ENCERRA-PARAMETRO-INVALIDO
           END-IF.

           MOVE W-PERIODO(6:2) TO W-PERIODO-MES.
           IF W-PERIODO-MES LESS THAN 1
              OR W-PERIODO-MES GREATER THAN 12
               DISPLAY "PERIODO INVALIDO: " W-PERIODO
               MOVE "900001" TO W-RLOG-ERRO
               PERFORM 955-ENCERRA-PARAMETRO-INVALIDO
           END-IF.

      *----------------------------------------------------------*
      * 019-VERIFICA-PERIODO-FECHADO                              *
      * Consulta closed_periods e arma a situacao FECHADO ou      *
      * ABERTO que sai no titulo do relatorio.                    *
      *----------------------------------------------------------*
       019-VERIFICA-PERIODO-FECHADO.
           MOVE "N" TO W-PERIODO-FECHADO.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "select period from closed_periods "
                  "where period = '" DELIMITED BY SIZE
                  W-PERIODO DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
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
           CALL "sqlitefetch" USING BY REFERENCE
                                            SQLCA-STATEMENT
                                            SQLCA_CUR_STAT
                                            W-PERIODO
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           IF SQLCA_CUR_STAT EQUAL 0
               MOVE "S" TO W-PERIODO-FECHADO
           END-IF.

           CALL "sqliteCloseCursor" USING BY REFERENCE
                                                SQLCA-STATEMENT
                                                SQLCA-ERROR
                                                SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           MOVE "N" TO W-CURSOR-ABERTO.

      * o status fica em 1 depois do fetch da checagem; zera para
      * o laco principal do relatorio.
           MOVE ZERO TO SQLCA_CUR_STAT.

           IF PERIODO-FECHADO
               MOVE "FECHADO" TO W-PERIODO-SITUACAO
           ELSE
               MOVE "ABERTO" TO W-PERIODO-SITUACAO
           END-IF.

      *----------------------------------------------------------*
      * 020-GET-RESULT                                            *
      * Busca o proximo lancamento do cursor; na troca de         *
      * vendedor fecha o patio e o vendedor anteriores e abre o   *
      * titulo do novo; na troca so de patio, fecha o patio.      *
      *----------------------------------------------------------*
       020-GET-RESULT.
           CALL "sqlitefetch" USING BY REFERENCE SQLCA-STATEMENT
                                                 SQLCA_CUR_STAT
                                                 WK-VENDEDOR-ID
                                                 WK-VENDEDOR-NOME
                                                 WK-PATIO
                                                 WK-CARRO-ID
                                                 WK-CARRO-NOME
                                                 WK-DATA-VENDA
                                                 WK-TIPO
                                                 WK-BASE
                                                 WK-PRECO
                                                 WK-CUSTO
                                                 WK-PERCENTUAL
                                                 SQLCA-ERROR
                                                 SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           IF SQLCA_CUR_STAT EQUAL 0
               EVALUATE TRUE
                   WHEN NOT TEM-LANCAMENTO
                       PERFORM 022-TITULO-VENDEDOR
                   WHEN WK-VENDEDOR-ID NOT = W-VENDEDOR-ANTERIOR
                       PERFORM 027-QUEBRA-PATIO
                       PERFORM 025-QUEBRA-VENDEDOR
                       PERFORM 022-TITULO-VENDEDOR
                   WHEN WK-PATIO NOT = W-PATIO-ANTERIOR
                       PERFORM 027-QUEBRA-PATIO
               END-EVALUATE
               PERFORM 030-GRAVA-DETALHE
           END-IF.

      *----------------------------------------------------------*
      * 022-TITULO-VENDEDOR                                       *
      * Grava a linha de titulo do vendedor que comeca.           *
      *----------------------------------------------------------*
       022-TITULO-VENDEDOR.
           MOVE WK-VENDEDOR-ID TO W-ID-IMP.
           MOVE SPACES TO REG-REL-COMISSAO.
           STRING "VENDEDOR " DELIMITED BY SIZE
                  W-ID-IMP DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WK-VENDEDOR-NOME(1:60))
                                      DELIMITED BY SIZE
             INTO REG-REL-COMISSAO.
           WRITE REG-REL-COMISSAO.

      *----------------------------------------------------------*
      * 025-QUEBRA-VENDEDOR                                       *
      * Grava a linha de total do vendedor anterior - quantidade  *
      * de vendas, de estornos e a comissao liquida a pagar - e   *
      * zera os acumuladores para o proximo.                      *
      *----------------------------------------------------------*
       025-QUEBRA-VENDEDOR.
           MOVE W-VEN-VENDAS TO W-QTD-ED.
           MOVE W-VEN-ESTORNOS TO W-QTD2-ED.
           MOVE W-VEN-COMISSAO TO W-TOTAL-ED.
           MOVE SPACES TO REG-REL-COMISSAO.
           STRING "TOTAL DO VENDEDOR " DELIMITED BY SIZE
                  FUNCTION TRIM(W-VENDEDOR-NOME-ANT(1:30))
                                      DELIMITED BY SIZE
                  " - VENDAS " DELIMITED BY SIZE
                  W-QTD-ED DELIMITED BY SIZE
                  "  ESTORNOS " DELIMITED BY SIZE
                  W-QTD2-ED DELIMITED BY SIZE
                  "  COMISSAO " DELIMITED BY SIZE
                  W-TOTAL-ED DELIMITED BY SIZE
             INTO REG-REL-COMISSAO.
           WRITE REG-REL-COMISSAO.

           MOVE SPACES TO REG-REL-COMISSAO.
           WRITE REG-REL-COMISSAO.

           MOVE ZERO TO W-VEN-VENDAS.
           MOVE ZERO TO W-VEN-ESTORNOS.
           MOVE ZERO TO W-VEN-COMISSAO.

      *----------------------------------------------------------*
      * 027-QUEBRA-PATIO                                          *
      * Grava o subtotal do patio anterior dentro do vendedor e   *
      * zera os acumuladores do patio.                            *
      *----------------------------------------------------------*
       027-QUEBRA-PATIO.
           MOVE W-PATIO-ANTERIOR TO W-PATIO-IMP.
           MOVE W-PAT-VENDAS TO W-QTD-ED.
           MOVE W-PAT-ESTORNOS TO W-QTD2-ED.
           MOVE W-PAT-COMISSAO TO W-TOTAL-ED.
           MOVE SPACES TO REG-REL-COMISSAO.
           STRING "  SUBTOTAL PATIO " DELIMITED BY SIZE
                  W-PATIO-IMP DELIMITED BY SIZE
                  " - VENDAS " DELIMITED BY SIZE
                  W-QTD-ED DELIMITED BY SIZE
                  "  ESTORNOS " DELIMITED BY SIZE
                  W-QTD2-ED DELIMITED BY SIZE
                  "  COMISSAO " DELIMITED BY SIZE
                  W-TOTAL-ED DELIMITED BY SIZE
             INTO REG-REL-COMISSAO.
           WRITE REG-REL-COMISSAO.

           MOVE ZERO TO W-PAT-VENDAS.
           MOVE ZERO TO W-PAT-ESTORNOS.
           MOVE ZERO TO W-PAT-COMISSAO.

      *----------------------------------------------------------*
      * 030-GRAVA-DETALHE                                         *
      * Calcula a comissao do lancamento pela regra da venda,     *
      * grava a linha de detalhe e acumula no patio, no vendedor  *
      * e no total geral.                                         *
      *----------------------------------------------------------*
       030-GRAVA-DETALHE.
           IF BASE-MARGEM
               COMPUTE W-BASE-CALCULO = WK-PRECO - WK-CUSTO
               IF W-BASE-CALCULO LESS THAN ZERO
                   MOVE ZERO TO W-BASE-CALCULO
               END-IF
           ELSE
               MOVE WK-PRECO TO W-BASE-CALCULO
           END-IF.

           COMPUTE W-COMISSAO ROUNDED =
                   W-BASE-CALCULO * WK-PERCENTUAL / 100.

           IF LANC-ESTORNO
               COMPUTE W-BASE-CALCULO = W-BASE-CALCULO * -1
               COMPUTE W-COMISSAO = W-COMISSAO * -1
           END-IF.

           MOVE SPACES TO W-LINHA-COMISSAO.
           IF LANC-ESTORNO
               MOVE "ESTORNO" TO DCM-TIPO
           ELSE
               MOVE "VENDA" TO DCM-TIPO
           END-IF.
           MOVE WK-CARRO-ID TO DCM-ID.
           MOVE WK-CARRO-NOME TO DCM-NOME.
           MOVE WK-DATA-VENDA TO DCM-DATA.
           MOVE WK-PRECO TO W-VALOR-ED.
           MOVE W-VALOR-ED TO DCM-PRECO.
           MOVE WK-CUSTO TO W-VALOR-ED.
           MOVE W-VALOR-ED TO DCM-CUSTO.
           MOVE WK-PERCENTUAL TO W-PERCENTUAL-ED.
           STRING WK-BASE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  W-PERCENTUAL-ED DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
             INTO DCM-REGRA.
           MOVE W-BASE-CALCULO TO W-SINAL-ED.
           MOVE W-SINAL-ED TO DCM-BASE.
           MOVE W-COMISSAO TO W-SINAL-ED.
           MOVE W-SINAL-ED TO DCM-COMISSAO.
           MOVE W-LINHA-COMISSAO TO REG-REL-COMISSAO.
           WRITE REG-REL-COMISSAO.

           IF LANC-ESTORNO
               ADD 1 TO W-PAT-ESTORNOS
               ADD 1 TO W-VEN-ESTORNOS
               ADD 1 TO W-TOT-ESTORNOS
           ELSE
               ADD 1 TO W-PAT-VENDAS
               ADD 1 TO W-VEN-VENDAS
               ADD 1 TO W-TOT-VENDAS
           END-IF.
           ADD W-COMISSAO TO W-PAT-COMISSAO.
           ADD W-COMISSAO TO W-VEN-COMISSAO.
           ADD W-COMISSAO TO W-TOT-COMISSAO.
           ADD 1 TO W-QTD-LANCAMENTOS.

           MOVE WK-VENDEDOR-ID TO W-VENDEDOR-ANTERIOR.
           MOVE WK-VENDEDOR-NOME TO W-VENDEDOR-NOME-ANT.
           MOVE WK-PATIO TO W-PATIO-ANTERIOR.
           MOVE "S" TO W-TEM-LANCAMENTO.

      *----------------------------------------------------------*
      * 070-FINALIZA                                              *
      * Fecha o patio e o vendedor do ultimo lancamento, grava o  *
      * total geral de comissoes do mes e libera cursor, conexao  *
      * e arquivo.                                                *
      *----------------------------------------------------------*
       070-FINALIZA.
           IF RELATORIO-ABERTO
               IF TEM-LANCAMENTO
                   PERFORM 027-QUEBRA-PATIO
                   PERFORM 025-QUEBRA-VENDEDOR
               END-IF

               MOVE W-TOT-VENDAS TO W-QTD-ED
               MOVE W-TOT-ESTORNOS TO W-QTD2-ED
               MOVE SPACES TO REG-REL-COMISSAO
               STRING "VENDAS COMISSIONADAS NO MES: " DELIMITED BY SIZE
                      W-QTD-ED DELIMITED BY SIZE
                      "  ESTORNOS DE MESES ANTERIORES: "
                      DELIMITED BY SIZE
                      W-QTD2-ED DELIMITED BY SIZE
                 INTO REG-REL-COMISSAO
               WRITE REG-REL-COMISSAO

               MOVE W-TOT-COMISSAO TO W-TOTAL-ED
               MOVE SPACES TO REG-REL-COMISSAO
               STRING "TOTAL GERAL DE COMISSOES DO MES: "
                      DELIMITED BY SIZE
                      W-TOTAL-ED DELIMITED BY SIZE
                 INTO REG-REL-COMISSAO
               WRITE REG-REL-COMISSAO

               CLOSE RELATORIO-COMISSAO
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

           MOVE W-QTD-LANCAMENTOS TO W-QTD-ED.
           DISPLAY "RELATORIO DE COMISSOES GRAVADO, LANCAMENTOS: "
                   W-QTD-ED.

           PERFORM 960-GRAVA-RUNLOG.

      *----------------------------------------------------------*
      * 890-EXECUTA-SQL                                           *
      * Executa o comando ja montado em SQLCA-QUERY tratando      *
      * banco ocupado como condicao passageira: tenta de novo     *
      * algumas vezes, com uma espera entre as tentativas, antes  *
      * de entregar o erro a 900-VERIFICA-ERRO.                   *
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
      * 955-ENCERRA-PARAMETRO-INVALIDO                            *
      * Encerra o job recusado por periodo invalido do operador,  *
      * deixando o registro no log de execucoes com o codigo do   *
      * motivo (ja movido para W-RLOG-ERRO por quem chama) e      *
      * termino anormal.                                          *
      *----------------------------------------------------------*
       955-ENCERRA-PARAMETRO-INVALIDO.
           MOVE "A" TO W-RLOG-TERMINO.
           PERFORM 960-GRAVA-RUNLOG.
           STOP RUN.

      *----------------------------------------------------------*
      * 960-GRAVA-RUNLOG                                          *
      * Acrescenta ao arquivo RUNLOG o registro desta execucao    *
      * (lidos e linhas = lancamentos listados no relatorio) e    *
      * mostra o resumo de fim de execucao no console.            *
      *----------------------------------------------------------*
       960-GRAVA-RUNLOG.
           ACCEPT W-RLOG-FIM-DATA FROM DATE YYYYMMDD.
           ACCEPT W-RLOG-FIM-HORA FROM TIME.

           MOVE SPACES TO REG-RUNLOG.
           MOVE "relcomis" TO RLOG-PROGRAMA.
           MOVE "K" TO RLOG-MODO.
           MOVE W-RLOG-INICIO-DATA TO RLOG-INICIO-DATA.
           MOVE W-RLOG-INICIO-HHMMSS TO RLOG-INICIO-HORA.
           MOVE W-RLOG-FIM-DATA TO RLOG-FIM-DATA.
           MOVE W-RLOG-FIM-HHMMSS TO RLOG-FIM-HORA.
           MOVE SQLCA-FILENAME(1:30) TO RLOG-BANCO.
           MOVE W-QTD-LANCAMENTOS TO RLOG-LIDOS.
           MOVE W-QTD-LANCAMENTOS TO RLOG-LINHAS-REL.
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

           DISPLAY "RESUMO DA EXECUCAO - PROGRAMA relcomis".
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

      *   ARQAUDIT - movimentos de cars_audit anteriores ao corte *
      *   ARQVENDA - vendas encerradas (estornadas, ou com o      *
      *              recebido cobrindo o preco) anteriores ao     *
      *              corte, com o carro, as parcelas recebidas    *
      *              e as despesas de preparacao do carro que     *
      *              sai de cars                                  *
      *                                                           *
      * Layout dos dois (campos separados por ponto-e-virgula):   *
      *   H;data-da-execucao;data-de-corte                        *
      * O valor de hash vem logo apos o D de proposito: a         *
      * conferencia o le sem depender dos campos de texto que     *
      * vem depois. No ARQAUDIT o hash e preco-antes mais         *
      * preco-depois; no ARQVENDA e o preco da venda (linha V),   *
      * o valor da parcela (linha P) ou o valor da despesa do     *
      * carro expurgado (linha E). A linha V leva, depois         *
      * do cliente, o carro inteiro - nome, preco de tabela,      *
      * custo, patio e data de aquisicao - porque o expurgo pode  *
      * apagar esse carro de cars, e a resposta do auditor tem    *
      * passado. O carro de uma venda arquivada so sai de cars    *
      * se estiver vendido e sem nenhuma outra venda viva -       *
      * carro de venda estornada continua no estoque - e quando   *
      * sai, ja esta gravado por inteiro na linha V da venda, e   *
      * as despesas dele vao junto, nas linhas E.                 *
      *                                                           *
      * Titulos a pagar (payables) e pagamentos a fornecedor      *
      * (supplier_payments) nao sao arquivados nem expurgados,    *
      * nem do carro que sai: a divida com o fornecedor e         *
      * presente enquanto houver saldo, e o resumo por fornecedor *
      * conta as compras pelos titulos. O titulo fica apontando   *
      * para o id do carro, que continua identificado pela linha  *
      * V no ARQVENDA.                                            *
      *                                                           *
      * Quem dispara o arquivamento e conferido no cadastro de    *
      * operadores - login, senha e o job A liberado - antes de   *
      * qualquer arquivo ser gravado; recusa encerra o job com    *
      * as tabelas intactas e fica no log de acesso.              *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 SQLCA-CID                    USAGE POINTER.
       01 SQLCA-STATEMENT              USAGE POINTER.

      * operador que dispara o arquivamento; a senha fica em
      * OPR-SENHA, so para a conferencia.
       01  W-OPERADOR                  PIC X(08).

      * data de corte informada pelo operador (AAAA-MM-DD) e a
      * mesma data sem hifens, no formato AAAAMMDD em que a
      * trilha cars_audit grava audit_date.
           05 WV-CUSTO                 PIC 9(13)V99.
           05 WV-PATIO                 PIC 9(2).
           05 WV-DATA-AQUISICAO        PIC X(10).
      * despesa de preparacao do carro que sai de cars (linha E).
       01  REGISTRO-DESPESA.
           05 WE-ID-CARRO              PIC 9(6).
           05 WE-NUMERO                PIC 9(9).
           05 WE-DATA                  PIC X(10).
           05 WE-TIPO                  PIC X(03).
           05 WE-FORNECEDOR            PIC X(40).
           05 WE-OPERADOR              PIC X(08).
       01  REGISTRO-PARCELA.
           05 WP-ID                    PIC 9(6).
           05 WP-DATA                  PIC X(10).
       01  W-VENDA-ABERTO              PIC X(01) VALUE "N".
           88 VENDA-ABERTO             VALUE "S".

      * conferencia do operador no cadastro de operadores.
       COPY operador-book.

        PROCEDURE DIVISION.

       000-MAINLINE.
           PERFORM 015-OBTEM-NOME-BANCO.
           PERFORM 010-OBTEM-PARAMETROS.
           PERFORM 012-INICIALIZA.
           PERFORM 080-VALIDA-OPERADOR.
           PERFORM 020-ARQUIVA-AUDITORIA.
           PERFORM 030-ARQUIVA-VENDAS.
           PERFORM 040-VERIFICA-ARQUIVOS.

      *----------------------------------------------------------*
      * 010-OBTEM-PARAMETROS                                      *
      * Pergunta o operador, a senha e a data de corte, e critica *
      * a data (AAAA-MM-DD, mes e dia plausiveis, nunca em        *
      * branco). Data invalida encerra o job antes de tocar no    *
      * banco, com registro no log. O operador e conferido depois *
      * de conectar (080).                                        *
      *----------------------------------------------------------*
       010-OBTEM-PARAMETROS.
           DISPLAY "OPERADOR: ".
           ACCEPT W-OPERADOR FROM CONSOLE.
           DISPLAY "SENHA: ".
           ACCEPT OPR-SENHA FROM CONSOLE.

           DISPLAY "DATA DE CORTE (AAAA-MM-DD, EXCLUSIVE): ".
           ACCEPT W-DATA-CORTE FROM CONSOLE.

      * 012-INICIALIZA                                            *
      * Conecta ao banco, garante as tabelas e congela na tabela  *
      * temporaria arch_sales exatamente o conjunto de vendas     *
      * que vai ser arquivado, e em arch_cars os carros que saem  *
      * de cars com ele - o expurgo usa os mesmos conjuntos,      *
      * entao arquivo e expurgo nunca divergem.                   *
      *----------------------------------------------------------*
       012-INICIALIZA.
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

      * o carro sai de cars se estava vendido e nenhuma venda dele
      * fica fora do arquivo - carro de venda estornada continua
      * no estoque, e carro revendido fica para a venda viva.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "create temp table arch_cars as "
                  "select id as car_id from cars "
                  "where id in (select car_id from arch_sales) "
                  "and coalesce(sold, 0) = 1 "
                  "and not exists (select 1 from sales s "
                  "where s.car_id = cars.id "
                  "and s.rowid not in (select rid from arch_sales))"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

      *----------------------------------------------------------*
      * 015-OBTEM-NOME-BANCO                                      *
      * Le o nome do arquivo SQLite da variavel de ambiente        *
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

      * despesas de preparacao: as do carro que sai de cars vao
      * para o ARQVENDA e saem junto com ele.
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

           MOVE SPACES TO SQLCA-QUERY.
           STRING "create table if not exists reservations ("
                  DELIMITED BY SIZE
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

           MOVE SPACES TO SQLCA-QUERY.
           STRING "alter table closed_periods add column "
                  "archived_cutoff text" DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

      * cadastro de operadores e log de acesso, os mesmos do
      * programa sqlite: o job confere nele quem o disparou.
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

      *----------------------------------------------------------*
      * 017-EXECUTA-SQL-TOLERANTE                                 *
      * Executa o comando em SQLCA-QUERY ignorando erro: num      *
      * Grava em ARQVENDA as vendas encerradas do conjunto        *
      * congelado em arch_sales - uma linha V por venda, levando  *
      * o carro inteiro (nome, preco de tabela, custo, patio e    *
      * data de aquisicao), uma linha P por parcela recebida      *
      * dela e uma linha E por despesa de preparacao dos carros   *
      * de arch_cars - com cabecalho e trailer de controle.       *
      *----------------------------------------------------------*
       030-ARQUIVA-VENDAS.
           OPEN OUTPUT ARQ-VENDA.

           PERFORM 068-FECHA-CURSOR.

      * as despesas so dos carros que saem de cars: carro que fica
      * no estoque (ou com venda viva) guarda as suas, que ainda
      * compoem o custo dele.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "select e.car_id, e.id, "
                  "coalesce(e.expense_date, ''), "
                  "coalesce(e.expense_type, ''), "
                  "coalesce(e.supplier, ''), "
                  "coalesce(e.operator, ''), "
                  "round(coalesce(e.amount, 0), 2) as hashval "
                  "from car_expenses e "
                  "where e.car_id in "
                  "(select car_id from arch_cars) "
                  "order by e.car_id, e.id" DELIMITED BY SIZE
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

           PERFORM 037-GET-RESULT-DESPESA
               UNTIL SQLCA_CUR_STAT = 1.

           PERFORM 068-FECHA-CURSOR.

           MOVE W-VEN-QTD TO W-QTD-TRAILER.
           MOVE W-VEN-HASH TO W-HASH-VAL.
           PERFORM 045-FORMATA-HASH.
           ADD 1 TO W-VEN-QTD.
           ADD W-HASH-VAL TO W-VEN-HASH.

       037-GET-RESULT-DESPESA.
           CALL "sqlitefetch" USING BY REFERENCE SQLCA-STATEMENT
                                                 SQLCA_CUR_STAT
                                                 WE-ID-CARRO
                                                 WE-NUMERO
                                                 WE-DATA
                                                 WE-TIPO
                                                 WE-FORNECEDOR
                                                 WE-OPERADOR
                                                 W-HASH-VAL
                                                 SQLCA-ERROR
                                                 SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           IF SQLCA_CUR_STAT EQUAL 0
               PERFORM 038-GRAVA-DETALHE-DESPESA
           END-IF.

       038-GRAVA-DETALHE-DESPESA.
           PERFORM 045-FORMATA-HASH.

           MOVE SPACES TO REG-ARQ-VENDA.
           STRING "D;" DELIMITED BY SIZE
                  W-HASH-SQL DELIMITED BY SPACE
                  ";E;" DELIMITED BY SIZE
                  WE-ID-CARRO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WE-NUMERO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WE-DATA DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  WE-TIPO DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WE-FORNECEDOR) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WE-OPERADOR) DELIMITED BY SIZE
             INTO REG-ARQ-VENDA.
           WRITE REG-ARQ-VENDA.

           ADD 1 TO W-VEN-QTD.
           ADD W-HASH-VAL TO W-VEN-HASH.

      *----------------------------------------------------------*
      * 040-VERIFICA-ARQUIVOS                                     *
      * Rele cada arquivo gravado, soma de novo as linhas D e os  *
      * tabelas vivas, dentro de uma unica transacao, exatamente  *
      * o que foi arquivado: a trilha anterior ao corte, as       *
      * vendas de arch_sales com as parcelas delas (pela chave    *
      * sale_id), os carros de arch_cars (vendidos e sem nenhuma  *
      * venda viva) com as despesas e as reservas deles. Titulos  *
      * e pagamentos a fornecedor ficam. Um abend no meio desfaz  *
      * o expurgo inteiro - nenhuma linha se perde sem estar no   *
      * arquivo.                                                  *
      *----------------------------------------------------------*
       050-EXPURGA.
           MOVE "begin transaction" TO SQLCA-QUERY.
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

      * o mes fechado que perde vendas para o arquivo fica marcado
      * com o corte: a conferencia noturna deixa de comparar a
      * quantidade e o total do fechamento com as vendas vivas
      * desse mes, que agora estao so em parte no banco.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "update closed_periods set archived_cutoff = '"
                  DELIMITED BY SIZE
                  W-DATA-CORTE DELIMITED BY SIZE
                  "' where period in (select distinct "
                  "substr(s.sale_date, 1, 7) from sales s "
                  "join arch_sales a on a.rid = s.rowid)"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "delete from sales where rowid in "
                  "(select rid from arch_sales)"
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

      * o carro so sai de cars se esta em arch_cars - vendido e
      * sem nenhuma venda fora do arquivo. Ele ja esta gravado por
      * inteiro na linha V conferida do ARQVENDA, e as despesas
      * dele nas linhas E, que saem junto.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "delete from car_expenses where car_id in "
                  "(select car_id from arch_cars)"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "delete from cars where id in "
                  "(select car_id from arch_cars)"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.
           DISPLAY "ARQUIVAMENTO - MOVIMENTOS DA TRILHA: "
                   W-QTD-ED.
           MOVE W-VEN-QTD TO W-QTD-ED.
           DISPLAY "ARQUIVAMENTO - VENDAS/PARC/DESPESAS: "
                   W-QTD-ED.
           MOVE W-QTD-EXPURGO TO W-QTD-ED.
           DISPLAY "ARQUIVAMENTO - EXPURGADOS..........: "

           PERFORM 960-GRAVA-RUNLOG.

      *----------------------------------------------------------*
      * 080-VALIDA-OPERADOR                                       *
      * Confere o operador informado no cadastro operators, do    *
      * mesmo jeito que a entrada do programa sqlite: tem de      *
      * existir, estar ativo e desbloqueado, a senha tem de       *
      * conferir e o job A tem de estar entre os liberados a      *
      * ele. Senha errada soma uma falha no cadastro e bloqueia o *
      * operador na OPR-MAX-FALHAS-esima. Qualquer recusa fica no *
      * log de acesso e encerra o job antes de tocar nos dados    *
      * (087); aceito, o login conferido e o operador que o job   *
      * grava.                                                    *
      *----------------------------------------------------------*
       080-VALIDA-OPERADOR.
           MOVE FUNCTION TRIM(W-OPERADOR) TO OPR-LOGIN.
           INSPECT OPR-LOGIN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT OPR-LOGIN REPLACING ALL "'" BY "?".
           MOVE "A" TO OPR-FUNCAO.

           PERFORM 081-LE-OPERADOR.

           IF NOT OPR-OPERADOR-EXISTE
               MOVE "N" TO OPR-EVENTO
               MOVE "OPERADOR NAO CADASTRADO" TO OPR-DETALHE
               PERFORM 087-RECUSA-OPERADOR
           END-IF.

           IF OPR-OPERADOR-BLOQUEADO OR NOT OPR-OPERADOR-ATIVO
               MOVE "I" TO OPR-EVENTO
               MOVE "OPERADOR INATIVO OU BLOQUEADO" TO OPR-DETALHE
               PERFORM 087-RECUSA-OPERADOR
           END-IF.

           PERFORM 083-CALCULA-HASH.
           IF OPR-HASH NOT = OPR-HASH-GRAVADO
               PERFORM 088-REGISTRA-SENHA-ERRADA
               PERFORM 087-RECUSA-OPERADOR
           END-IF.

           MOVE ZERO TO OPR-QTD-LIBERADA.
           INSPECT OPR-JOBS TALLYING OPR-QTD-LIBERADA
               FOR ALL OPR-FUNCAO.
           IF OPR-QTD-LIBERADA = ZERO
               MOVE "R" TO OPR-EVENTO
               MOVE "JOB NAO LIBERADO PARA O OPERADOR"
                 TO OPR-DETALHE
               PERFORM 087-RECUSA-OPERADOR
           END-IF.

           PERFORM 089-ACEITA-OPERADOR.

      *----------------------------------------------------------*
      * 081-LE-OPERADOR                                           *
      * Le o operador OPR-LOGIN, com o resumo da senha, a         *
      * situacao e os jobs liberados, e liga OPR-OPERADOR-EXISTE  *
      * quando o login esta no cadastro.                          *
      *----------------------------------------------------------*
       081-LE-OPERADOR.
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
                                            SQLCA-STATEMENT
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           MOVE "S" TO W-CURSOR-ABERTO.

           MOVE ZERO TO SQLCA_CUR_STAT.
           CALL "sqlitefetch" USING BY REFERENCE
                                            SQLCA-STATEMENT
                                            SQLCA_CUR_STAT
                                            OPR-NOME
                                            OPR-HASH-GRAVADO
                                            OPR-ATIVO
                                            OPR-BLOQUEADO
                                            OPR-FALHAS
                                            OPR-FUNCOES
                                            OPR-JOBS
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           IF SQLCA_CUR_STAT EQUAL 0
               MOVE "S" TO OPR-EXISTE
           END-IF.

           PERFORM 068-FECHA-CURSOR.

      *----------------------------------------------------------*
      * 082-GRAVA-LOG-OPERADOR                                    *
      * Grava em operator_log o evento OPR-EVENTO do operador     *
      * OPR-LOGIN neste job, com o detalhe.                       *
      *----------------------------------------------------------*
       082-GRAVA-LOG-OPERADOR.
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
                  FUNCTION TRIM(OPR-LOGIN) DELIMITED BY SIZE
                  "', 'arqanual', '" DELIMITED BY SIZE
                  OPR-EVENTO DELIMITED BY SIZE
                  "', '" DELIMITED BY SIZE
                  OPR-FUNCAO DELIMITED BY SIZE
                  "', '" DELIMITED BY SIZE
                  FUNCTION TRIM(OPR-DETALHE) DELIMITED BY SIZE
                  "')" DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           PERFORM 890-EXECUTA-SQL.

      *----------------------------------------------------------*
      * 083-CALCULA-HASH                                          *
      * Resumo de OPR-LOGIN mais OPR-SENHA em OPR-HASH, no mesmo  *
      * calculo da entrada do programa sqlite (OPERADOR-BOOK):    *
      * os dois acumuladores passam OPR-RODADAS vezes pelos 20    *
      * caracteres e saem em 8 digitos hexadecimais cada.         *
      *----------------------------------------------------------*
       083-CALCULA-HASH.
           MOVE OPR-LOGIN TO OPR-ENTRADA-LOGIN.
           MOVE OPR-SENHA TO OPR-ENTRADA-SENHA.
           MOVE 5381 TO OPR-ACUM-1.
           MOVE 52711 TO OPR-ACUM-2.

           PERFORM 084-HASH-1-RODADA
               VARYING OPR-RODADA FROM 1 BY 1
               UNTIL OPR-RODADA > OPR-RODADAS.

           MOVE SPACES TO OPR-HASH.
           MOVE OPR-ACUM-1 TO OPR-HEXA-VALOR.
           MOVE 8 TO OPR-HEXA-POS.
           PERFORM 086-CONVERTE-HEXA 8 TIMES.
           MOVE OPR-ACUM-2 TO OPR-HEXA-VALOR.
           MOVE 16 TO OPR-HEXA-POS.
           PERFORM 086-CONVERTE-HEXA 8 TIMES.

       084-HASH-1-RODADA.
           PERFORM 085-HASH-1-CARACTER
               VARYING OPR-IDX FROM 1 BY 1
               UNTIL OPR-IDX > LENGTH OF OPR-ENTRADA-HASH.

       085-HASH-1-CARACTER.
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

       086-CONVERTE-HEXA.
           DIVIDE OPR-HEXA-VALOR BY 16
               GIVING OPR-QUOCIENTE REMAINDER OPR-HEXA-DIGITO.
           MOVE OPR-TABELA-HEXA(OPR-HEXA-DIGITO + 1:1)
             TO OPR-HASH(OPR-HEXA-POS:1).
           MOVE OPR-QUOCIENTE TO OPR-HEXA-VALOR.
           SUBTRACT 1 FROM OPR-HEXA-POS.

      *----------------------------------------------------------*
      * 087-RECUSA-OPERADOR                                       *
      * Operador recusado: mostra o motivo, deixa o evento no log *
      * de acesso e encerra o job com termino anormal (900006)    *
      * no log de execucoes. Nao volta a quem chamou.             *
      *----------------------------------------------------------*
       087-RECUSA-OPERADOR.
           DISPLAY "OPERADOR RECUSADO: " FUNCTION TRIM(OPR-LOGIN)
                   " - " FUNCTION TRIM(OPR-DETALHE).
           PERFORM 082-GRAVA-LOG-OPERADOR.
           MOVE "900006" TO W-RLOG-ERRO.
           MOVE "A" TO W-RLOG-TERMINO.
           PERFORM 070-FINALIZA.
           STOP RUN.

      *----------------------------------------------------------*
      * 088-REGISTRA-SENHA-ERRADA                                 *
      * Senha errada: soma mais uma falha no cadastro e, chegando *
      * a OPR-MAX-FALHAS, bloqueia o operador. Deixa o evento e o *
      * detalhe prontos para 087.                                 *
      *----------------------------------------------------------*
       088-REGISTRA-SENHA-ERRADA.
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
               MOVE "B" TO OPR-EVENTO
               MOVE "SENHA INVALIDA - OPERADOR BLOQUEADO"
                 TO OPR-DETALHE
           ELSE
               STRING "update operators set failed_attempts = "
                      DELIMITED BY SIZE
                      OPR-FALHAS DELIMITED BY SIZE
                      " where login = '" DELIMITED BY SIZE
                      FUNCTION TRIM(OPR-LOGIN) DELIMITED BY SIZE
                      "'" DELIMITED BY SIZE
                 INTO SQLCA-QUERY
               MOVE "F" TO OPR-EVENTO
               MOVE "SENHA INVALIDA" TO OPR-DETALHE
           END-IF.
           PERFORM 890-EXECUTA-SQL.

      *----------------------------------------------------------*
      * 089-ACEITA-OPERADOR                                       *
      * Operador conferido: zera as senhas erradas, carimba a     *
      * ultima entrada, registra a entrada no log de acesso e     *
      * passa o login conferido para W-OPERADOR.                  *
      *----------------------------------------------------------*
       089-ACEITA-OPERADOR.
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
           PERFORM 082-GRAVA-LOG-OPERADOR.

           MOVE OPR-LOGIN TO W-OPERADOR.
           DISPLAY "OPERADOR CONFERIDO: " FUNCTION TRIM(OPR-LOGIN)
                   " - " FUNCTION TRIM(OPR-NOME).

      *----------------------------------------------------------*
      * 890-EXECUTA-SQL                                           *
      * Executa o comando ja montado em SQLCA-QUERY tratando      *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. integbd.
      *----------------------------------------------------------*
      * Conferencia noturna de integridade do banco (RELINTEG):   *
      * cruza as tabelas que o menu e os jobs mantem por conta    *
      * propria e lista, classe a classe, tudo que deixou de      *
      * bater entre elas - um carro, venda, parcela, reserva ou   *
      * mes fechado por linha, com os valores dos dois lados:     *
      *                                                           *
      *   1 - carro vendido (sold = 1) sem venda ativa            *
      *   2 - venda ativa de carro nao vendido ou inexistente     *
      *   3 - carro com mais de uma venda ativa                   *
      *   4 - parcela sem a venda correspondente (sale_id que nao *
      *       existe, ou que e de outro carro)                    *
      *   5 - parcelas de uma venda somando acima do preco dela   *
      *   6 - reserva ativa de carro vendido ou inexistente       *
      *   7 - mes de closed_periods cuja quantidade/total nao     *
      *       batem mais com as vendas ativas do mes (na mesma    *
      *       apuracao do fechamento mensal); mes que o           *
      *       arquivamento anual marcou com archived_cutoff fica  *
      *       fora, porque parte das vendas dele saiu do banco    *
      *   8 - ultima imagem da trilha cars_audit do carro         *
      *       diferente do nome/preco atual, ou carro que ainda   *
      *       existe com exclusao como ultimo movimento           *
      *   9 - despesa de preparacao de carro inexistente          *
      *                                                           *
      * O programa so le o banco. Cada classe grava no RUNLOG     *
      * uma linha propria (modo = numero da classe, lidos e       *
      * linhas = ocorrencias), e a execucao toda grava a linha    *
      * de modo Q com o total. Qualquer ocorrencia encerra o job  *
      * de forma anormal (erro 900001), e o RELOPER aponta o      *
      * programa - e a classe - ate a noite em que a conferencia  *
      * voltar limpa.                                             *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-INTEGRIDADE ASSIGN TO "RELINTEG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-RUNLOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  RELATORIO-INTEGRIDADE.
       01  REG-REL-INTEGRIDADE          PIC X(132).

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

      * linha devolvida pela consulta de qualquer classe: toda
      * consulta traz as mesmas oito colunas, na mesma ordem -
      * a chave (carro), uma referencia curta (data, mes), dois
      * textos e dois pares quantidade/valor. O que cada coluna
      * quer dizer na classe sai no cabecalho da secao.
       01  REGISTRO-INTEGRIDADE.
           05 WI-CHAVE                 PIC 9(9).
           05 WI-REFERENCIA            PIC X(10).
           05 WI-TEXTO-1               PIC X(100).
           05 WI-TEXTO-2               PIC X(100).
           05 WI-QTD-1                 PIC 9(6).
           05 WI-VALOR-1               PIC 9(9)V99.
           05 WI-QTD-2                 PIC 9(6).
           05 WI-VALOR-2               PIC 9(9)V99.

      * classe em conferencia e o titulo de cada uma, na ordem
      * do cabecalho do programa.
       01  W-CLASSE                    PIC 9(2) COMP.
       01  W-QTD-CLASSES               PIC 9(2) COMP VALUE 9.
       01  W-TABELA-CLASSES.
           05 FILLER                   PIC X(50)
                   VALUE "CARRO VENDIDO SEM VENDA ATIVA".
           05 FILLER                   PIC X(50)
                   VALUE "VENDA ATIVA DE CARRO NAO VENDIDO/INEXISTENTE".
           05 FILLER                   PIC X(50)
                   VALUE "CARRO COM MAIS DE UMA VENDA ATIVA".
           05 FILLER                   PIC X(50)
                   VALUE "PARCELA SEM VENDA CORRESPONDENTE".
           05 FILLER                   PIC X(50)
                   VALUE "PARCELAS ACIMA DO PRECO DA VENDA".
           05 FILLER                   PIC X(50)
                   VALUE "RESERVA ATIVA DE CARRO VENDIDO/INEXISTENTE".
           05 FILLER                   PIC X(50)
                   VALUE "MES FECHADO DIVERGENTE DAS VENDAS".
           05 FILLER                   PIC X(50)
                   VALUE "TRILHA DE AUDITORIA DIVERGENTE DO CARRO".
           05 FILLER                   PIC X(50)
                   VALUE "DESPESA DE PREPARACAO DE CARRO INEXISTENTE".
       01  FILLER REDEFINES W-TABELA-CLASSES.
           05 W-CLASSE-TITULO          PIC X(50) OCCURS 9.

      * ocorrencias de cada classe e o total da conferencia.
       01  W-CONTAGENS.
           05 W-CLASSE-QTD             PIC 9(6) COMP OCCURS 9.
       01  W-TOT-OCORRENCIAS           PIC 9(6) COMP VALUE ZERO.
       01  W-CLASSES-COM-OCORRENCIA    PIC 9(2) COMP VALUE ZERO.

      * a conferencia so grava as linhas de classe no RUNLOG
      * quando percorreu todas as classes - um abend de banco no
      * meio deixaria contagens parciais com cara de resultado.
       01  W-CONFERENCIA-COMPLETA      PIC X(01) VALUE "N".
           88 CONFERENCIA-COMPLETA     VALUE "S".

      * o que cada coluna de quantidade/valor quer dizer na
      * classe em conferencia; coluna sem titulo sai em branco
      * no detalhe.
       01  W-TITULOS-COLUNAS.
           05 W-TIT-REFERENCIA         PIC X(10).
           05 W-TIT-TEXTO-1            PIC X(28).
           05 W-TIT-TEXTO-2            PIC X(28).
           05 W-TIT-QTD-1              PIC X(07).
           05 W-TIT-VALOR-1            PIC X(14).
           05 W-TIT-QTD-2              PIC X(07).
           05 W-TIT-VALOR-2            PIC X(14).

       01  W-VALOR-ED                  PIC ZZZ.ZZZ.ZZ9,99.
       01  W-QTD-ED                    PIC ZZZ.ZZ9.
       01  W-CLASSE-ED                 PIC 9.

      * linha de detalhe, comum a todas as classes.
       01  W-LINHA-INTEGRIDADE.
           05 INT-CHAVE                PIC Z(8)9 BLANK WHEN ZERO.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 INT-REFERENCIA           PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 INT-TEXTO-1              PIC X(28).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 INT-TEXTO-2              PIC X(28).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 INT-QTD-1                PIC X(07).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 INT-VALOR-1              PIC X(14).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 INT-QTD-2                PIC X(07).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 INT-VALOR-2              PIC X(14).

      * mesmo layout de colunas com a chave alfanumerica, para o
      * cabecalho de cada secao.
       01  W-CABECALHO-INTEGRIDADE REDEFINES W-LINHA-INTEGRIDADE.
           05 CAB-CHAVE                PIC X(09).
           05 FILLER                   PIC X(02).
           05 CAB-REFERENCIA           PIC X(10).
           05 FILLER                   PIC X(02).
           05 CAB-TEXTO-1              PIC X(28).
           05 FILLER                   PIC X(02).
           05 CAB-TEXTO-2              PIC X(28).
           05 FILLER                   PIC X(02).
           05 CAB-QTD-1                PIC X(07).
           05 FILLER                   PIC X(01).
           05 CAB-VALOR-1              PIC X(14).
           05 FILLER                   PIC X(02).
           05 CAB-QTD-2                PIC X(07).
           05 FILLER                   PIC X(01).
           05 CAB-VALOR-2              PIC X(14).

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

           PERFORM 030-CONFERE-CLASSE
               VARYING W-CLASSE FROM 1 BY 1
               UNTIL W-CLASSE > W-QTD-CLASSES.
           MOVE "S" TO W-CONFERENCIA-COMPLETA.

           PERFORM 070-FINALIZA.

           STOP RUN.

      *----------------------------------------------------------*
      * 010-INICIALIZA                                            *
      * Conecta ao banco, garante as tabelas conferidas e abre o  *
      * relatorio com o titulo.                                   *
      *----------------------------------------------------------*
       010-INICIALIZA.
           INITIALIZE W-CONTAGENS.

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

           OPEN OUTPUT RELATORIO-INTEGRIDADE.
           MOVE "S" TO W-RELATORIO-ABERTO.

           MOVE SPACES TO REG-REL-INTEGRIDADE.
           STRING "CONFERENCIA DE INTEGRIDADE DO BANCO - "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(SQLCA-FILENAME) DELIMITED BY SIZE
             INTO REG-REL-INTEGRIDADE.
           WRITE REG-REL-INTEGRIDADE.

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
      * Garante que o banco tem todas as tabelas e colunas que as *
      * consultas cruzam, mesmo quando e uma copia que o programa *
      * sqlite e os jobs ainda nao prepararam - tabela criada     *
      * agora esta vazia e simplesmente nao acusa nada.           *
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

           MOVE "alter table sales add column cancel_date text"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE "alter table cars add column sold integer default 0"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "create table if not exists payments ("
                  DELIMITED BY SIZE
                  "car_id integer, customer_id integer, "
                  DELIMITED BY SIZE
                  "pay_date text, amount real, "
                  DELIMITED BY SIZE
                  "sale_id integer)"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           MOVE "alter table payments add column sale_id integer"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "create table if not exists reservations ("
                  DELIMITED BY SIZE
                  "car_id integer, customer_id integer, "
                  DELIMITED BY SIZE
                  "deposit real, expiry_date text, "
                  DELIMITED BY SIZE
                  "active integer default 1, "
                  DELIMITED BY SIZE
                  "operator text, created_date text)"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

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

           MOVE SPACES TO SQLCA-QUERY.
           STRING "create table if not exists cars_audit ("
                  DELIMITED BY SIZE
                  "car_id integer, operation text, "
                  DELIMITED BY SIZE
                  "name_before text, price_before real, "
                  DELIMITED BY SIZE
                  "name_after text, price_after real, "
                  DELIMITED BY SIZE
                  "operator text, audit_date text, audit_time text)"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

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
      * 030-CONFERE-CLASSE                                        *
      * Monta a consulta e os titulos de colunas da classe,       *
      * grava o cabecalho da secao, percorre o cursor gravando    *
      * uma linha por ocorrencia e fecha a secao com a contagem.  *
      *----------------------------------------------------------*
       030-CONFERE-CLASSE.
           MOVE SPACES TO SQLCA-QUERY.
           MOVE SPACES TO W-TITULOS-COLUNAS.

           EVALUATE W-CLASSE
               WHEN 1 PERFORM 041-CONSULTA-VENDIDO-SEM-VENDA
               WHEN 2 PERFORM 042-CONSULTA-VENDA-SEM-CARRO
               WHEN 3 PERFORM 043-CONSULTA-VENDA-DUPLICADA
               WHEN 4 PERFORM 044-CONSULTA-PARCELA-SEM-VENDA
               WHEN 5 PERFORM 045-CONSULTA-PARCELAS-ACIMA
               WHEN 6 PERFORM 046-CONSULTA-RESERVA-INVALIDA
               WHEN 7 PERFORM 047-CONSULTA-MES-FECHADO
               WHEN 8 PERFORM 048-CONSULTA-AUDITORIA
               WHEN 9 PERFORM 049-CONSULTA-DESPESA-SEM-CARRO
           END-EVALUATE.

           PERFORM 032-CABECALHO-CLASSE.

           CALL "sqliteOpenCursor" USING BY REFERENCE
                                            SQLCA-CID
                                            SQLCA-QUERY
                                            SQLCA-STATEMENT
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           MOVE "S" TO W-CURSOR-ABERTO.

           MOVE ZERO TO SQLCA_CUR_STAT.
           PERFORM 035-GET-RESULT
               UNTIL SQLCA_CUR_STAT = 1.

           CALL "sqliteCloseCursor" USING BY REFERENCE
                                            SQLCA-STATEMENT
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           MOVE "N" TO W-CURSOR-ABERTO.

           IF W-CLASSE-QTD(W-CLASSE) > ZERO
               ADD 1 TO W-CLASSES-COM-OCORRENCIA
           END-IF.

           MOVE W-CLASSE-QTD(W-CLASSE) TO W-QTD-ED.
           MOVE SPACES TO REG-REL-INTEGRIDADE.
           STRING "OCORRENCIAS NA CLASSE: " DELIMITED BY SIZE
                  W-QTD-ED DELIMITED BY SIZE
             INTO REG-REL-INTEGRIDADE.
           WRITE REG-REL-INTEGRIDADE.

      *----------------------------------------------------------*
      * 032-CABECALHO-CLASSE                                      *
      * Titulo da secao (numero e descricao da classe) e a linha  *
      * de titulos das colunas.                                   *
      *----------------------------------------------------------*
       032-CABECALHO-CLASSE.
           MOVE SPACES TO REG-REL-INTEGRIDADE.
           WRITE REG-REL-INTEGRIDADE.

           MOVE W-CLASSE TO W-CLASSE-ED.
           MOVE SPACES TO REG-REL-INTEGRIDADE.
           STRING "CLASSE " DELIMITED BY SIZE
                  W-CLASSE-ED DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  W-CLASSE-TITULO(W-CLASSE) DELIMITED BY SIZE
             INTO REG-REL-INTEGRIDADE.
           WRITE REG-REL-INTEGRIDADE.

           MOVE SPACES TO W-CABECALHO-INTEGRIDADE.
           MOVE "CARRO" TO CAB-CHAVE.
           MOVE W-TIT-REFERENCIA TO CAB-REFERENCIA.
           MOVE W-TIT-TEXTO-1 TO CAB-TEXTO-1.
           MOVE W-TIT-TEXTO-2 TO CAB-TEXTO-2.
           MOVE W-TIT-QTD-1 TO CAB-QTD-1.
           MOVE W-TIT-VALOR-1 TO CAB-VALOR-1.
           MOVE W-TIT-QTD-2 TO CAB-QTD-2.
           MOVE W-TIT-VALOR-2 TO CAB-VALOR-2.
           MOVE W-CABECALHO-INTEGRIDADE TO REG-REL-INTEGRIDADE.
           WRITE REG-REL-INTEGRIDADE.

      *----------------------------------------------------------*
      * 035-GET-RESULT                                            *
      * Busca a proxima ocorrencia da classe e grava o detalhe;   *
      * coluna de quantidade/valor sem titulo na classe fica em   *
      * branco.                                                   *
      *----------------------------------------------------------*
       035-GET-RESULT.
           INITIALIZE REGISTRO-INTEGRIDADE.
           CALL "sqlitefetch" USING BY REFERENCE SQLCA-STATEMENT
                                                 SQLCA_CUR_STAT
                                                 WI-CHAVE
                                                 WI-REFERENCIA
                                                 WI-TEXTO-1
                                                 WI-TEXTO-2
                                                 WI-QTD-1
                                                 WI-VALOR-1
                                                 WI-QTD-2
                                                 WI-VALOR-2
                                                 SQLCA-ERROR
                                                 SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           IF SQLCA_CUR_STAT EQUAL 0
               ADD 1 TO W-CLASSE-QTD(W-CLASSE)
               ADD 1 TO W-TOT-OCORRENCIAS

               MOVE SPACES TO W-LINHA-INTEGRIDADE
               MOVE WI-CHAVE TO INT-CHAVE
               MOVE WI-REFERENCIA TO INT-REFERENCIA
               MOVE WI-TEXTO-1 TO INT-TEXTO-1
               MOVE WI-TEXTO-2 TO INT-TEXTO-2
               IF W-TIT-QTD-1 NOT = SPACES
                   MOVE WI-QTD-1 TO W-QTD-ED
                   MOVE W-QTD-ED TO INT-QTD-1
               END-IF
               IF W-TIT-VALOR-1 NOT = SPACES
                   MOVE WI-VALOR-1 TO W-VALOR-ED
                   MOVE W-VALOR-ED TO INT-VALOR-1
               END-IF
               IF W-TIT-QTD-2 NOT = SPACES
                   MOVE WI-QTD-2 TO W-QTD-ED
                   MOVE W-QTD-ED TO INT-QTD-2
               END-IF
               IF W-TIT-VALOR-2 NOT = SPACES
                   MOVE WI-VALOR-2 TO W-VALOR-ED
                   MOVE W-VALOR-ED TO INT-VALOR-2
               END-IF
               MOVE W-LINHA-INTEGRIDADE TO REG-REL-INTEGRIDADE
               WRITE REG-REL-INTEGRIDADE
           END-IF.

      *----------------------------------------------------------*
      * 041-CONSULTA-VENDIDO-SEM-VENDA                            *
      * Carro marcado como vendido sem nenhuma venda ativa -      *
      * estorno que nao devolveu o carro ao estoque, ou venda     *
      * apagada por fora do sistema.                              *
      *----------------------------------------------------------*
       041-CONSULTA-VENDIDO-SEM-VENDA.
           STRING "select c.id, '', coalesce(c.name, ''), '', "
                  "0, coalesce(c.price, 0), 0, 0 "
                  "from cars c where coalesce(c.sold, 0) = 1 "
                  "and not exists (select 1 from sales s "
                  "where s.car_id = c.id "
                  "and coalesce(s.canceled, 0) = 0) "
                  "order by c.id" DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           MOVE "CARRO" TO W-TIT-TEXTO-1.
           MOVE "PRECO DE TABELA" TO W-TIT-VALOR-1.

      *----------------------------------------------------------*
      * 042-CONSULTA-VENDA-SEM-CARRO                              *
      * Venda ativa cujo carro voltou ao estoque (sold = 0) ou    *
      * nem existe mais em cars.                                  *
      *----------------------------------------------------------*
       042-CONSULTA-VENDA-SEM-CARRO.
           STRING "select s.car_id, coalesce(s.sale_date, ''), "
                  "coalesce(s.customer_name, ''), "
                  "case when c.id is null "
                  "then '*** CARRO INEXISTENTE ***' "
                  "else 'CARRO NAO VENDIDO' end, "
                  "0, coalesce(s.sale_price, 0), 0, 0 "
                  "from sales s left join cars c on c.id = s.car_id "
                  "where coalesce(s.canceled, 0) = 0 "
                  "and (c.id is null or coalesce(c.sold, 0) = 0) "
                  "order by s.car_id, s.rowid" DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           MOVE "DATA VENDA" TO W-TIT-REFERENCIA.
           MOVE "CLIENTE" TO W-TIT-TEXTO-1.
           MOVE "SITUACAO DO CARRO" TO W-TIT-TEXTO-2.
           MOVE "PRECO DA VENDA" TO W-TIT-VALOR-1.

      *----------------------------------------------------------*
      * 043-CONSULTA-VENDA-DUPLICADA                              *
      * Carro com mais de uma venda ativa ao mesmo tempo.         *
      *----------------------------------------------------------*
       043-CONSULTA-VENDA-DUPLICADA.
           STRING "select s.car_id, max(coalesce(s.sale_date, '')), "
                  "coalesce((select c.name from cars c "
                  "where c.id = s.car_id), ''), '', "
                  "count(*), sum(coalesce(s.sale_price, 0)), 0, 0 "
                  "from sales s where coalesce(s.canceled, 0) = 0 "
                  "group by s.car_id having count(*) > 1 "
                  "order by s.car_id" DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           MOVE "ULT. VENDA" TO W-TIT-REFERENCIA.
           MOVE "CARRO" TO W-TIT-TEXTO-1.
           MOVE "VENDAS" TO W-TIT-QTD-1.
           MOVE "SOMA DOS PRECOS" TO W-TIT-VALOR-1.

      *----------------------------------------------------------*
      * 044-CONSULTA-PARCELA-SEM-VENDA                            *
      * Parcela cuja chave sale_id nao leva a nenhuma venda do    *
      * proprio carro (venda apagada, chave nula ou de outro      *
      * carro). Parcela de venda estornada continua tendo a       *
      * venda dela e nao entra aqui.                              *
      *----------------------------------------------------------*
       044-CONSULTA-PARCELA-SEM-VENDA.
           STRING "select p.car_id, coalesce(p.pay_date, ''), "
                  "'PARCELA ' || p.rowid, "
                  "'VENDA ' || coalesce(p.sale_id, 'NULA'), "
                  "0, coalesce(p.amount, 0), 0, 0 "
                  "from payments p where not exists "
                  "(select 1 from sales s where s.rowid = p.sale_id "
                  "and s.car_id = p.car_id) "
                  "order by p.car_id, p.rowid" DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           MOVE "PAGAMENTO" TO W-TIT-REFERENCIA.
           MOVE "PARCELA" TO W-TIT-TEXTO-1.
           MOVE "VENDA APONTADA" TO W-TIT-TEXTO-2.
           MOVE "VALOR PARCELA" TO W-TIT-VALOR-1.

      *----------------------------------------------------------*
      * 045-CONSULTA-PARCELAS-ACIMA                               *
      * Venda ativa cujas parcelas (pela chave sale_id, troca     *
      * incluida) somam mais que o preco da venda.                *
      *----------------------------------------------------------*
       045-CONSULTA-PARCELAS-ACIMA.
           STRING "select s.car_id, coalesce(s.sale_date, ''), "
                  "coalesce(s.customer_name, ''), "
                  "coalesce((select c.name from cars c "
                  "where c.id = s.car_id), ''), "
                  "count(*), sum(coalesce(p.amount, 0)), 0, "
                  "coalesce(s.sale_price, 0) "
                  "from sales s join payments p "
                  "on p.sale_id = s.rowid "
                  "where coalesce(s.canceled, 0) = 0 "
                  "group by s.rowid "
                  "having round(sum(coalesce(p.amount, 0)), 2) > "
                  "round(coalesce(s.sale_price, 0), 2) "
                  "order by s.car_id" DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           MOVE "DATA VENDA" TO W-TIT-REFERENCIA.
           MOVE "CLIENTE" TO W-TIT-TEXTO-1.
           MOVE "CARRO" TO W-TIT-TEXTO-2.
           MOVE "PARCEL." TO W-TIT-QTD-1.
           MOVE "RECEBIDO" TO W-TIT-VALOR-1.
           MOVE "PRECO DA VENDA" TO W-TIT-VALOR-2.

      *----------------------------------------------------------*
      * 046-CONSULTA-RESERVA-INVALIDA                             *
      * Reserva ainda ativa de carro ja vendido ou que nao existe *
      * mais em cars - o sinal esta preso a um carro que o        *
      * cliente nao pode mais levar.                              *
      *----------------------------------------------------------*
       046-CONSULTA-RESERVA-INVALIDA.
           STRING "select r.car_id, coalesce(r.expiry_date, ''), "
                  "coalesce(c.name, ''), "
                  "case when c.id is null "
                  "then '*** CARRO INEXISTENTE ***' "
                  "else 'CARRO VENDIDO' end, "
                  "0, coalesce(r.deposit, 0), 0, 0 "
                  "from reservations r "
                  "left join cars c on c.id = r.car_id "
                  "where coalesce(r.active, 1) = 1 "
                  "and (c.id is null or coalesce(c.sold, 0) = 1) "
                  "order by r.car_id, r.rowid" DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           MOVE "VENCIMENTO" TO W-TIT-REFERENCIA.
           MOVE "CARRO" TO W-TIT-TEXTO-1.
           MOVE "SITUACAO DO CARRO" TO W-TIT-TEXTO-2.
           MOVE "SINAL" TO W-TIT-VALOR-1.

      *----------------------------------------------------------*
      * 047-CONSULTA-MES-FECHADO                                  *
      * Mes fechado cuja quantidade/total gravados no fechamento  *
      * nao batem com a apuracao de hoje das vendas do mes, pelo  *
      * mesmo recorte do fechamento mensal: sale_date no mes e    *
      * venda nao estornada ou estornada num mes posterior (o     *
      * estorno de venda de mes fechado vale no mes do            *
      * cancel_date). Mes marcado pelo arquivamento anual fica    *
      * fora.                                                     *
      *----------------------------------------------------------*
       047-CONSULTA-MES-FECHADO.
           STRING "select 0, period, operator, closed_date, "
                  "qty, total, qty_now, total_now from "
                  "(select cp.period as period, "
                  "coalesce(cp.operator, '') as operator, "
                  "coalesce(cp.closed_date, '') as closed_date, "
                  "coalesce(cp.qty, 0) as qty, "
                  "coalesce(cp.total, 0) as total, "
                  "(select count(*) from sales s "
                  "where strftime('%Y-%m', s.sale_date) = cp.period "
                  "and (coalesce(s.canceled, 0) = 0 "
                  "or strftime('%Y-%m', s.cancel_date) > cp.period)) "
                  "as qty_now, "
                  "(select coalesce(sum(s.sale_price), 0) "
                  "from sales s "
                  "where strftime('%Y-%m', s.sale_date) = cp.period "
                  "and (coalesce(s.canceled, 0) = 0 "
                  "or strftime('%Y-%m', s.cancel_date) > cp.period)) "
                  "as total_now "
                  "from closed_periods cp "
                  "where cp.archived_cutoff is null) "
                  "where qty <> qty_now "
                  "or round(total, 2) <> round(total_now, 2) "
                  "order by period" DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           MOVE "MES" TO W-TIT-REFERENCIA.
           MOVE "FECHADO POR" TO W-TIT-TEXTO-1.
           MOVE "DATA DO FECHAMENTO" TO W-TIT-TEXTO-2.
           MOVE "QTD FEC" TO W-TIT-QTD-1.
           MOVE "TOTAL FECHADO" TO W-TIT-VALOR-1.
           MOVE "QTD HOJ" TO W-TIT-QTD-2.
           MOVE "TOTAL HOJE" TO W-TIT-VALOR-2.

      *----------------------------------------------------------*
      * 048-CONSULTA-AUDITORIA                                    *
      * Compara o carro com o ultimo movimento dele na trilha     *
      * cars_audit (o de maior rowid): nome ou preco diferentes   *
      * sao alteracao feita por fora dos programas que gravam a   *
      * trilha; exclusao como ultimo movimento de um carro que    *
      * continua em cars e o mesmo problema ao contrario. Carro   *
      * sem nenhum movimento (trilha expurgada pelo arquivamento  *
      * anual) nao tem com o que comparar e fica fora.            *
      *----------------------------------------------------------*
       048-CONSULTA-AUDITORIA.
           STRING "select c.id, coalesce(a.audit_date, ''), "
                  "coalesce(c.name, ''), "
                  "case when a.operation = 'E' "
                  "then '*** EXCLUIDO NA TRILHA ***' "
                  "else coalesce(a.name_after, '') end, "
                  "0, coalesce(c.price, 0), 0, "
                  "coalesce(a.price_after, 0) "
                  "from cars c join cars_audit a "
                  "on a.rowid = (select max(x.rowid) "
                  "from cars_audit x where x.car_id = c.id) "
                  "where a.operation = 'E' "
                  "or coalesce(a.name_after, '') <> "
                  "coalesce(c.name, '') "
                  "or round(coalesce(a.price_after, 0), 2) <> "
                  "round(coalesce(c.price, 0), 2) "
                  "order by c.id" DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           MOVE "ULT. MOVTO" TO W-TIT-REFERENCIA.
           MOVE "NOME ATUAL" TO W-TIT-TEXTO-1.
           MOVE "NOME NA TRILHA" TO W-TIT-TEXTO-2.
           MOVE "PRECO ATUAL" TO W-TIT-VALOR-1.
           MOVE "PRECO NA TRILHA" TO W-TIT-VALOR-2.

      *----------------------------------------------------------*
      * 049-CONSULTA-DESPESA-SEM-CARRO                            *
      * Despesa de preparacao lancada para um carro que nao       *
      * existe mais em cars - o custo total dele se perdeu.       *
      *----------------------------------------------------------*
       049-CONSULTA-DESPESA-SEM-CARRO.
           STRING "select e.car_id, coalesce(e.expense_date, ''), "
                  "coalesce(e.supplier, ''), "
                  "'DESPESA ' || e.id || ' ' || "
                  "coalesce(e.expense_type, ''), "
                  "0, coalesce(e.amount, 0), 0, 0 "
                  "from car_expenses e where not exists "
                  "(select 1 from cars c where c.id = e.car_id) "
                  "order by e.car_id, e.id" DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           MOVE "DATA" TO W-TIT-REFERENCIA.
           MOVE "FORNECEDOR" TO W-TIT-TEXTO-1.
           MOVE "DESPESA" TO W-TIT-TEXTO-2.
           MOVE "VALOR" TO W-TIT-VALOR-1.

      *----------------------------------------------------------*
      * 070-FINALIZA                                              *
      * Grava o resumo por classe no fim do relatorio, define a   *
      * situacao final (qualquer ocorrencia = termino anormal) e  *
      * libera relatorio, cursor e conexao.                       *
      *----------------------------------------------------------*
       070-FINALIZA.
           IF CONFERENCIA-COMPLETA
              AND W-TOT-OCORRENCIAS > ZERO
               MOVE "900001" TO W-RLOG-ERRO
               MOVE "A" TO W-RLOG-TERMINO
           END-IF.

           IF RELATORIO-ABERTO
               MOVE SPACES TO REG-REL-INTEGRIDADE
               WRITE REG-REL-INTEGRIDADE
               MOVE "RESUMO DA CONFERENCIA" TO REG-REL-INTEGRIDADE
               WRITE REG-REL-INTEGRIDADE

               PERFORM 075-RESUMO-CLASSE
                   VARYING W-CLASSE FROM 1 BY 1
                   UNTIL W-CLASSE > W-QTD-CLASSES

               MOVE W-TOT-OCORRENCIAS TO W-QTD-ED
               MOVE SPACES TO REG-REL-INTEGRIDADE
               STRING "TOTAL DE OCORRENCIAS: " DELIMITED BY SIZE
                      W-QTD-ED DELIMITED BY SIZE
                 INTO REG-REL-INTEGRIDADE
               WRITE REG-REL-INTEGRIDADE

               MOVE SPACES TO REG-REL-INTEGRIDADE
               EVALUATE TRUE
                   WHEN NOT CONFERENCIA-COMPLETA
                       MOVE "CONFERENCIA INTERROMPIDA POR ERRO DE BANCO"
                         TO REG-REL-INTEGRIDADE
                   WHEN W-TOT-OCORRENCIAS > ZERO
                       MOVE "BANCO COM DIVERGENCIAS - VER CLASSES ACIMA"
                         TO REG-REL-INTEGRIDADE
                   WHEN OTHER
                       MOVE "BANCO INTEGRO - NENHUMA DIVERGENCIA"
                         TO REG-REL-INTEGRIDADE
               END-EVALUATE
               WRITE REG-REL-INTEGRIDADE

               CLOSE RELATORIO-INTEGRIDADE
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

           MOVE W-TOT-OCORRENCIAS TO W-QTD-ED.
           DISPLAY "CONFERENCIA DE INTEGRIDADE GRAVADA, OCORRENCIAS: "
                   W-QTD-ED.

           PERFORM 960-GRAVA-RUNLOG.

      *----------------------------------------------------------*
      * 075-RESUMO-CLASSE                                         *
      * Uma linha do resumo: classe, titulo e ocorrencias.        *
      *----------------------------------------------------------*
       075-RESUMO-CLASSE.
           MOVE W-CLASSE TO W-CLASSE-ED.
           MOVE W-CLASSE-QTD(W-CLASSE) TO W-QTD-ED.
           MOVE SPACES TO REG-REL-INTEGRIDADE.
           STRING "  " DELIMITED BY SIZE
                  W-CLASSE-ED DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  W-CLASSE-TITULO(W-CLASSE) DELIMITED BY SIZE
                  W-QTD-ED DELIMITED BY SIZE
             INTO REG-REL-INTEGRIDADE.
           WRITE REG-REL-INTEGRIDADE.

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
      * 960-GRAVA-RUNLOG                                          *
      * Acrescenta ao arquivo RUNLOG uma linha por classe (modo = *
      * numero da classe, lidos e linhas = ocorrencias, termino   *
      * anormal quando a classe acusou alguma) e a linha da       *
      * execucao, de modo Q (lidos = classes conferidas, linhas = *
      * total de ocorrencias). As linhas de classe levam inicio   *
      * e fim iguais ao fim do job: a duracao fica toda na linha  *
      * Q, e o RELOPER nao soma o mesmo tempo nove vezes. Num     *
      * abend de banco so a linha Q e gravada.                    *
      *----------------------------------------------------------*
       960-GRAVA-RUNLOG.
           ACCEPT W-RLOG-FIM-DATA FROM DATE YYYYMMDD.
           ACCEPT W-RLOG-FIM-HORA FROM TIME.

           OPEN EXTEND ARQ-RUNLOG.
           IF W-FS-RUNLOG = "00" OR W-FS-RUNLOG = "05"
               IF CONFERENCIA-COMPLETA
                   PERFORM 965-GRAVA-RUNLOG-CLASSE
                       VARYING W-CLASSE FROM 1 BY 1
                       UNTIL W-CLASSE > W-QTD-CLASSES
               END-IF

               MOVE SPACES TO REG-RUNLOG
               MOVE "integbd" TO RLOG-PROGRAMA
               MOVE "Q" TO RLOG-MODO
               MOVE W-RLOG-INICIO-DATA TO RLOG-INICIO-DATA
               MOVE W-RLOG-INICIO-HHMMSS TO RLOG-INICIO-HORA
               MOVE W-RLOG-FIM-DATA TO RLOG-FIM-DATA
               MOVE W-RLOG-FIM-HHMMSS TO RLOG-FIM-HORA
               MOVE SQLCA-FILENAME(1:30) TO RLOG-BANCO
               IF CONFERENCIA-COMPLETA
                   MOVE W-QTD-CLASSES TO RLOG-LIDOS
               ELSE
                   MOVE ZERO TO RLOG-LIDOS
               END-IF
               MOVE W-TOT-OCORRENCIAS TO RLOG-LINHAS-REL
               MOVE ZERO TO RLOG-CHECKPOINTS
               MOVE W-RLOG-ERRO TO RLOG-SQLCA-ERROR
               MOVE W-RLOG-TERMINO TO RLOG-TERMINO
               WRITE REG-RUNLOG

               CLOSE ARQ-RUNLOG
           ELSE
               DISPLAY "ERRO AO GRAVAR LOG DE EXECUCAO (RUNLOG), "
                       "STATUS " W-FS-RUNLOG
           END-IF.

           DISPLAY "RESUMO DA EXECUCAO - PROGRAMA integbd".
           DISPLAY "  BANCO...........: "
                   FUNCTION TRIM(SQLCA-FILENAME).
           DISPLAY "  CLASSES COM OCORRENCIA: "
                   W-CLASSES-COM-OCORRENCIA.
           DISPLAY "  SITUACAO FINAL..: " W-RLOG-TERMINO
                   "  ERRO " W-RLOG-ERRO.

      *----------------------------------------------------------*
      * 965-GRAVA-RUNLOG-CLASSE                                   *
      * Linha do RUNLOG de uma classe da conferencia.             *
      *----------------------------------------------------------*
       965-GRAVA-RUNLOG-CLASSE.
           MOVE SPACES TO REG-RUNLOG.
           MOVE "integbd" TO RLOG-PROGRAMA.
           MOVE W-CLASSE TO W-CLASSE-ED.
           MOVE W-CLASSE-ED TO RLOG-MODO.
           MOVE W-RLOG-FIM-DATA TO RLOG-INICIO-DATA.
           MOVE W-RLOG-FIM-HHMMSS TO RLOG-INICIO-HORA.
           MOVE W-RLOG-FIM-DATA TO RLOG-FIM-DATA.
           MOVE W-RLOG-FIM-HHMMSS TO RLOG-FIM-HORA.
           MOVE SQLCA-FILENAME(1:30) TO RLOG-BANCO.
           MOVE W-CLASSE-QTD(W-CLASSE) TO RLOG-LIDOS.
           MOVE W-CLASSE-QTD(W-CLASSE) TO RLOG-LINHAS-REL.
           MOVE ZERO TO RLOG-CHECKPOINTS.
           IF W-CLASSE-QTD(W-CLASSE) > ZERO
               MOVE "900001" TO RLOG-SQLCA-ERROR
               MOVE "A" TO RLOG-TERMINO
           ELSE
               MOVE "000000" TO RLOG-SQLCA-ERROR
               MOVE "N" TO RLOG-TERMINO
           END-IF.
           WRITE REG-RUNLOG.

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

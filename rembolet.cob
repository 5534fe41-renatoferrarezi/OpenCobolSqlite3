       IDENTIFICATION DIVISION.
       PROGRAM-ID. rembolet.
      *----------------------------------------------------------*
      * Remessa de boletos de cobranca ao banco (REMBOLET): para  *
      * cada venda ativa com saldo em aberto - o mesmo saldo do   *
      * RELRECEB, preco da venda menos as parcelas penduradas     *
      * nela em payments - emite um boleto pelo saldo e grava a   *
      * instrucao de registro no arquivo de remessa. O boleto     *
      * fica guardado em bank_slips com o nosso numero, que e a   *
      * chave que o banco devolve no arquivo de retorno (job      *
      * retbolet) para a baixa automatica em payments.            *
      *                                                           *
      * Boleto em aberto cuja venda foi estornada, ou cujo saldo  *
      * mudou (parcela lancada a mao pela opcao P), e baixado: a  *
      * remessa leva a instrucao de baixa dele e, se ainda houver *
      * saldo, um boleto novo pelo valor certo. Venda que ja tem  *
      * boleto em aberto pelo saldo certo nao sai de novo.        *
      *                                                           *
      * Layout (posicoes fixas, uma linha por registro):          *
      *   0 - cabecalho: data da remessa e sequencia do arquivo   *
      *   1 - detalhe: instrucao (01 = registrar, 02 = baixar),   *
      *       nosso numero, venda, carro, cliente, documento,     *
      *       emissao, vencimento e valor                         *
      *   9 - trailer: quantidade de detalhes e soma dos valores  *
      * A sequencia vem de bank_remit_control e cresce um por     *
      * arquivo gerado, para o banco acusar remessa faltando.     *
      * Boletos emitidos, baixas e sequencia so sao efetivados    *
      * (commit) depois do trailer gravado: um abend no meio      *
      * desfaz tudo e a proxima execucao gera a remessa de novo.  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-REMESSA ASSIGN TO "REMBOLET"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-RUNLOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.

      * os tres registros do arquivo de remessa dividem a mesma
      * area; o primeiro byte diz qual e qual.
       FD  ARQ-REMESSA.
       01  REG-REM-CABECALHO.
           05 RMC-TIPO                     PIC X(01).
           05 RMC-DATA                     PIC 9(08).
           05 RMC-SEQUENCIA                PIC 9(06).
           05 RMC-IDENTIFICACAO            PIC X(20).
           05 FILLER                       PIC X(115).
       01  REG-REM-DETALHE.
           05 RMD-TIPO                     PIC X(01).
           05 RMD-INSTRUCAO                PIC X(02).
           05 RMD-NOSSO-NUMERO             PIC 9(10).
           05 RMD-VENDA                    PIC 9(10).
           05 RMD-CARRO                    PIC 9(06).
           05 RMD-CLIENTE                  PIC 9(06).
           05 RMD-NOME                     PIC X(40).
           05 RMD-DOCUMENTO                PIC X(20).
           05 RMD-EMISSAO                  PIC X(10).
           05 RMD-VENCIMENTO               PIC X(10).
           05 RMD-VALOR                    PIC 9(09)V99.
           05 FILLER                       PIC X(24).
       01  REG-REM-TRAILER.
           05 RMT-TIPO                     PIC X(01).
           05 RMT-QUANTIDADE               PIC 9(06).
           05 RMT-VALOR-TOTAL              PIC 9(13)V99.
           05 FILLER                       PIC X(128).

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

      * prazo de vencimento do boleto, em dias corridos a partir
      * da emissao - o combinado com o banco na carteira.
       01  W-PRAZO-VENCIMENTO          PIC 9(3) VALUE 10.

      * sequencia do arquivo, lida de bank_remit_control (ultima
      * gravada mais um) e carimbada no cabecalho - e os boletos
      * desta remessa ficam marcados com ela em bank_slips.
       01  W-SEQUENCIA                 PIC 9(6).

       01  W-DATA-EXECUCAO             PIC 9(8).

      * boleto lido de bank_slips para o registro de detalhe.
       01  REGISTRO-BOLETO.
           05 WB-NOSSO-NUMERO          PIC 9(10).
           05 WB-INSTRUCAO             PIC X(02).
           05 WB-VENDA                 PIC 9(10).
           05 WB-CARRO                 PIC 9(6).
           05 WB-CLIENTE               PIC 9(6).
           05 WB-NOME                  PIC X(100).
           05 WB-DOCUMENTO             PIC X(20).
           05 WB-EMISSAO               PIC X(10).
           05 WB-VENCIMENTO            PIC X(10).
           05 WB-VALOR                 PIC 9(9)V99.

       01  W-QTD-REGISTROS             PIC 9(6) COMP VALUE ZERO.
       01  W-QTD-EMITIDOS              PIC 9(6) COMP VALUE ZERO.
       01  W-QTD-BAIXADOS              PIC 9(6) COMP VALUE ZERO.
       01  W-VALOR-TOTAL               PIC 9(13)V99 VALUE ZERO.
       01  W-QTD-ED                    PIC ZZZ.ZZ9.
       01  W-TOTAL-ED                  PIC Z(8)ZZZ,99.

      * indicam se a conexao/cursor/arquivo estao abertos, para
      * que 070-FINALIZA saiba exatamente o que precisa liberar.
       01  W-CONEXAO-ABERTA            PIC X(01) VALUE "N".
           88 CONEXAO-ABERTA           VALUE "S".
       01  W-CURSOR-ABERTO             PIC X(01) VALUE "N".
           88 CURSOR-ABERTO            VALUE "S".
       01  W-REMESSA-ABERTA            PIC X(01) VALUE "N".
           88 REMESSA-ABERTA           VALUE "S".

        PROCEDURE DIVISION.

       000-MAINLINE.
           PERFORM 950-INICIA-RUNLOG.
           PERFORM 010-INICIALIZA.
           PERFORM 020-BAIXA-SUPERADOS.
           PERFORM 030-EMITE-NOVOS.
           PERFORM 040-GRAVA-REMESSA.
           PERFORM 070-FINALIZA.

           STOP RUN.

      *----------------------------------------------------------*
      * 010-INICIALIZA                                            *
      * Conecta ao banco, abre a transacao da remessa, obtem a    *
      * sequencia e grava o cabecalho do arquivo.                 *
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

      * boletos emitidos, baixas e sequencia mudam dentro de uma
      * unica transacao, efetivada so depois do trailer: um abend
      * no meio nao deixa boleto registrado aqui que nao tenha
      * saido num arquivo completo para o banco.
           MOVE "begin transaction" TO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           PERFORM 018-OBTEM-SEQUENCIA.

           OPEN OUTPUT ARQ-REMESSA.
           MOVE "S" TO W-REMESSA-ABERTA.

           ACCEPT W-DATA-EXECUCAO FROM DATE YYYYMMDD.

           MOVE SPACES TO REG-REM-CABECALHO.
           MOVE "0" TO RMC-TIPO.
           MOVE W-DATA-EXECUCAO TO RMC-DATA.
           MOVE W-SEQUENCIA TO RMC-SEQUENCIA.
           MOVE "REMESSA BOLETOS" TO RMC-IDENTIFICACAO.
           WRITE REG-REM-CABECALHO.

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
      * Garante que o banco tem o que a remessa consulta - sales, *
      * customers e payments com as colunas de amarracao - e cria *
      * a tabela de boletos e o controle de sequencia da remessa. *
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
           STRING "create table if not exists customers ("
                  DELIMITED BY SIZE
                  "id integer primary key, name text, "
                  DELIMITED BY SIZE
                  "document text, phone text)"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

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

           MOVE "alter table sales add column customer_id integer"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "alter table sales add column "
                  "canceled integer default 0" DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           PERFORM 019-PREPARA-BOLETOS.

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
      * 018-OBTEM-SEQUENCIA                                       *
      * Le a ultima sequencia gravada em bank_remit_control e     *
      * monta a desta remessa (ultima mais um). A atualizacao da  *
      * tabela so acontece em 070-FINALIZA, depois do trailer.    *
      *----------------------------------------------------------*
       018-OBTEM-SEQUENCIA.
           MOVE ZERO TO W-SEQUENCIA.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "select coalesce(max(last_seq), 0) + 1 "
                  "as next_seq from bank_remit_control"
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

           MOVE ZERO TO SQLCA_CUR_STAT.
           CALL "sqlitefetch" USING BY REFERENCE
                                            SQLCA-STATEMENT
                                            SQLCA_CUR_STAT
                                            W-SEQUENCIA
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.

           CALL "sqliteCloseCursor" USING BY REFERENCE
                                                SQLCA-STATEMENT
                                                SQLCA-ERROR
                                                SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           MOVE "N" TO W-CURSOR-ABERTO.

      *----------------------------------------------------------*
      * 019-PREPARA-BOLETOS                                       *
      * Cria a tabela de boletos e o controle de sequencia da     *
      * remessa. O nosso numero e o rowid de bank_slips: unico e  *
      * crescente, e o que o banco devolve no retorno. Situacao:  *
      * A = em aberto no banco, L = liquidado (pago, lancado em   *
      * payments pelo retbolet), B = baixado (venda estornada ou  *
      * saldo superado por outro boleto).                         *
      *----------------------------------------------------------*
       019-PREPARA-BOLETOS.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "create table if not exists bank_slips ("
                  DELIMITED BY SIZE
                  "slip_number integer primary key, "
                  DELIMITED BY SIZE
                  "sale_id integer, car_id integer, "
                  DELIMITED BY SIZE
                  "customer_id integer, amount real, "
                  DELIMITED BY SIZE
                  "issue_date text, due_date text, "
                  DELIMITED BY SIZE
                  "status text, remit_seq integer, "
                  DELIMITED BY SIZE
                  "remit_instruction text, "
                  DELIMITED BY SIZE
                  "settle_date text, paid_amount real)"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "create table if not exists bank_remit_control ("
                  DELIMITED BY SIZE
                  "last_seq integer)"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "insert into bank_remit_control (last_seq) "
                  "select 0 where not exists "
                  "(select 1 from bank_remit_control)"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

      *----------------------------------------------------------*
      * 020-BAIXA-SUPERADOS                                       *
      * Baixa os boletos em aberto que nao representam mais o     *
      * saldo da venda: venda estornada (ou inexistente) ou saldo *
      * atual diferente do valor do boleto - uma parcela lancada  *
      * a mao pela opcao P depois da ultima remessa, por exemplo. *
      * Cada um sai nesta remessa com a instrucao 02 (baixar), e  *
      * 030 emite o boleto novo pelo saldo certo quando ainda ha  *
      * saldo.                                                    *
      *----------------------------------------------------------*
       020-BAIXA-SUPERADOS.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "update bank_slips set status = 'B', "
                  "remit_instruction = '02', remit_seq = "
                  DELIMITED BY SIZE
                  W-SEQUENCIA DELIMITED BY SIZE
                  " where status = 'A' and "
                  "round(amount, 2) <> coalesce(round(("
                  "select s.sale_price - coalesce((select "
                  "sum(p.amount) from payments p "
                  "where p.sale_id = s.rowid), 0) "
                  "from sales s "
                  "where s.rowid = bank_slips.sale_id "
                  "and coalesce(s.canceled, 0) = 0), 2), 0)"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

      *----------------------------------------------------------*
      * 030-EMITE-NOVOS                                           *
      * Emite um boleto pelo saldo em aberto de cada venda ativa  *
      * que ainda nao tem boleto em aberto no banco, com a        *
      * instrucao 01 (registrar) e o vencimento pelo prazo da     *
      * carteira. O saldo e o mesmo do RELRECEB: preco da venda   *
      * menos as parcelas penduradas nela pela chave sale_id.     *
      *----------------------------------------------------------*
       030-EMITE-NOVOS.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "insert into bank_slips (sale_id, car_id, "
                  "customer_id, amount, issue_date, due_date, "
                  "status, remit_seq, remit_instruction) "
                  "select rid, car_id, customer_id, balance, "
                  "date('now'), date('now', '+"
                  DELIMITED BY SIZE
                  W-PRAZO-VENCIMENTO DELIMITED BY SIZE
                  " days'), 'A', " DELIMITED BY SIZE
                  W-SEQUENCIA DELIMITED BY SIZE
                  ", '01' from (select s.rowid as rid, s.car_id, "
                  "s.customer_id, round(s.sale_price - "
                  "coalesce((select sum(p.amount) from payments p "
                  "where p.sale_id = s.rowid), 0), 2) as balance "
                  "from sales s "
                  "where coalesce(s.canceled, 0) = 0 "
                  "and not exists (select 1 from bank_slips b "
                  "where b.sale_id = s.rowid "
                  "and b.status = 'A')) "
                  "where balance > 0 order by rid"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

      *----------------------------------------------------------*
      * 040-GRAVA-REMESSA                                         *
      * Grava um registro de detalhe para cada boleto marcado com *
      * a sequencia desta remessa - as baixas primeiro, depois os *
      * registros novos - com o nome e o documento do cliente do  *
      * cadastro (ou o nome digitado na venda, para venda antiga  *
      * sem cliente cadastrado).                                  *
      *----------------------------------------------------------*
       040-GRAVA-REMESSA.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "select b.slip_number, b.remit_instruction, "
                  "b.sale_id, b.car_id, "
                  "coalesce(b.customer_id, 0), "
                  "coalesce(c.name, s.customer_name, ''), "
                  "coalesce(c.document, ''), "
                  "b.issue_date, b.due_date, b.amount "
                  "from bank_slips b "
                  "left join sales s on s.rowid = b.sale_id "
                  "left join customers c on c.id = b.customer_id "
                  "where b.remit_seq = " DELIMITED BY SIZE
                  W-SEQUENCIA DELIMITED BY SIZE
                  " order by b.remit_instruction desc, "
                  "b.slip_number" DELIMITED BY SIZE
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
           PERFORM 050-GET-RESULT
               UNTIL SQLCA_CUR_STAT = 1.

           CALL "sqliteCloseCursor" USING BY REFERENCE
                                                SQLCA-STATEMENT
                                                SQLCA-ERROR
                                                SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           MOVE "N" TO W-CURSOR-ABERTO.

       050-GET-RESULT.
           CALL "sqlitefetch" USING BY REFERENCE SQLCA-STATEMENT
                                                 SQLCA_CUR_STAT
                                                 WB-NOSSO-NUMERO
                                                 WB-INSTRUCAO
                                                 WB-VENDA
                                                 WB-CARRO
                                                 WB-CLIENTE
                                                 WB-NOME
                                                 WB-DOCUMENTO
                                                 WB-EMISSAO
                                                 WB-VENCIMENTO
                                                 WB-VALOR
                                                 SQLCA-ERROR
                                                 SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           IF SQLCA_CUR_STAT EQUAL 0
               PERFORM 055-GRAVA-DETALHE
           END-IF.

       055-GRAVA-DETALHE.
           MOVE SPACES TO REG-REM-DETALHE.
           MOVE "1" TO RMD-TIPO.
           MOVE WB-INSTRUCAO TO RMD-INSTRUCAO.
           MOVE WB-NOSSO-NUMERO TO RMD-NOSSO-NUMERO.
           MOVE WB-VENDA TO RMD-VENDA.
           MOVE WB-CARRO TO RMD-CARRO.
           MOVE WB-CLIENTE TO RMD-CLIENTE.
           MOVE WB-NOME TO RMD-NOME.
           MOVE WB-DOCUMENTO TO RMD-DOCUMENTO.
           MOVE WB-EMISSAO TO RMD-EMISSAO.
           MOVE WB-VENCIMENTO TO RMD-VENCIMENTO.
           MOVE WB-VALOR TO RMD-VALOR.
           WRITE REG-REM-DETALHE.

           ADD 1 TO W-QTD-REGISTROS.
           ADD WB-VALOR TO W-VALOR-TOTAL.
           IF WB-INSTRUCAO = "02"
               ADD 1 TO W-QTD-BAIXADOS
           ELSE
               ADD 1 TO W-QTD-EMITIDOS
           END-IF.

      *----------------------------------------------------------*
      * 070-FINALIZA                                              *
      * Grava o trailer e efetiva a remessa (so num termino       *
      * normal), fecha o arquivo e libera cursor e conexao.       *
      *----------------------------------------------------------*
       070-FINALIZA.
           IF REMESSA-ABERTA
      * o trailer e o atestado de arquivo completo: so sai num
      * termino normal, e so entao os boletos e a sequencia sao
      * efetivados. Sem trailer, o banco rejeita o arquivo e a
      * transacao cai com a conexao.
               IF W-RLOG-TERMINO = "N"
                   PERFORM 075-GRAVA-TRAILER
                   PERFORM 076-EFETIVA-CONTROLE
               END-IF

               CLOSE ARQ-REMESSA
               MOVE "N" TO W-REMESSA-ABERTA
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

           MOVE W-QTD-EMITIDOS TO W-QTD-ED.
           DISPLAY "REMESSA DE BOLETOS - EMITIDOS..: " W-QTD-ED.
           MOVE W-QTD-BAIXADOS TO W-QTD-ED.
           DISPLAY "REMESSA DE BOLETOS - BAIXADOS..: " W-QTD-ED.
           MOVE W-VALOR-TOTAL TO W-TOTAL-ED.
           DISPLAY "REMESSA DE BOLETOS - VALOR.....: " W-TOTAL-ED.

           PERFORM 960-GRAVA-RUNLOG.

      *----------------------------------------------------------*
      * 075-GRAVA-TRAILER                                         *
      * Grava o registro 9 com a quantidade de detalhes e a soma  *
      * dos valores, para o banco conferir o arquivo.             *
      *----------------------------------------------------------*
       075-GRAVA-TRAILER.
           MOVE SPACES TO REG-REM-TRAILER.
           MOVE "9" TO RMT-TIPO.
           MOVE W-QTD-REGISTROS TO RMT-QUANTIDADE.
           MOVE W-VALOR-TOTAL TO RMT-VALOR-TOTAL.
           WRITE REG-REM-TRAILER.

      *----------------------------------------------------------*
      * 076-EFETIVA-CONTROLE                                      *
      * Grava a sequencia desta remessa em bank_remit_control e   *
      * efetiva a transacao - so agora os boletos emitidos e      *
      * baixados valem. Num abend este paragrafo nao roda e a     *
      * conexao cai sem commit: tudo volta ao estado anterior.    *
      *----------------------------------------------------------*
      * roda dentro de 070-FINALIZA, entao a checagem e a de
      * liberacao (905): um erro aqui e relatado e marca o
      * termino anormal, sem reentrar em 070.
       076-EFETIVA-CONTROLE.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "update bank_remit_control set last_seq = "
                  DELIMITED BY SIZE
                  W-SEQUENCIA DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           CALL "sqliteExecute" USING BY REFERENCE SQLCA-CID
                                                   SQLCA-QUERY
                                                   SQLCA-ERROR
                                                   SQLCA-ERROR-MESSAGE.
           PERFORM 905-VERIFICA-ERRO-FINALIZA.

           IF SQLCA-SEM-ERRO
               MOVE "commit" TO SQLCA-QUERY
               CALL "sqliteExecute" USING BY REFERENCE SQLCA-CID
                                                   SQLCA-QUERY
                                                   SQLCA-ERROR
                                                   SQLCA-ERROR-MESSAGE
               PERFORM 905-VERIFICA-ERRO-FINALIZA
           END-IF.

           IF NOT SQLCA-SEM-ERRO
               MOVE SQLCA-ERROR TO W-RLOG-ERRO
               MOVE "A" TO W-RLOG-TERMINO
           END-IF.

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
      * (lidos e linhas = detalhes da remessa) e mostra o resumo  *
      * de fim de execucao no console.                            *
      *----------------------------------------------------------*
       960-GRAVA-RUNLOG.
           ACCEPT W-RLOG-FIM-DATA FROM DATE YYYYMMDD.
           ACCEPT W-RLOG-FIM-HORA FROM TIME.

           MOVE SPACES TO REG-RUNLOG.
           MOVE "rembolet" TO RLOG-PROGRAMA.
           MOVE "R" TO RLOG-MODO.
           MOVE W-RLOG-INICIO-DATA TO RLOG-INICIO-DATA.
           MOVE W-RLOG-INICIO-HHMMSS TO RLOG-INICIO-HORA.
           MOVE W-RLOG-FIM-DATA TO RLOG-FIM-DATA.
           MOVE W-RLOG-FIM-HHMMSS TO RLOG-FIM-HORA.
           MOVE SQLCA-FILENAME(1:30) TO RLOG-BANCO.
           MOVE W-QTD-REGISTROS TO RLOG-LIDOS.
           MOVE W-QTD-REGISTROS TO RLOG-LINHAS-REL.
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

           DISPLAY "RESUMO DA EXECUCAO - PROGRAMA rembolet".
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

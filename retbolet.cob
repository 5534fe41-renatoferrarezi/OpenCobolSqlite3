       IDENTIFICATION DIVISION.
       PROGRAM-ID. retbolet.
      *----------------------------------------------------------*
      * Baixa automatica dos boletos pagos a partir do arquivo de *
      * retorno do banco (RETBOLET): cada linha de liquidacao e   *
      * casada pelo nosso numero com o boleto emitido pela        *
      * remessa (rembolet) em bank_slips e vira uma parcela em    *
      * payments, pendurada na venda pela chave sale_id - o mesmo *
      * lancamento que a opcao P faz a mao. O boleto passa a      *
      * liquidado, e o RELRECEB, o fechamento e o extrato batem   *
      * com o banco sem redigitacao.                              *
      *                                                           *
      * Linha que nao pode ser lancada vai para RETBOREJ com o    *
      * codigo do motivo, a descricao e a linha original:         *
      *   01 = nosso numero, data ou valor invalido na linha      *
      *   02 = nosso numero sem boleto emitido                    *
      *   03 = boleto ja liquidado (retorno em duplicidade)       *
      *   04 = valor pago diferente do valor do boleto            *
      *   05 = boleto baixado ou venda estornada                  *
      *   06 = valor pago maior que o saldo em aberto da venda    *
      *        (ou venda ja quitada por outro lancamento)         *
      * Linhas de cabecalho (0) e trailer (9) e ocorrencias que   *
      * nao sao de liquidacao (entrada confirmada, baixa          *
      * confirmada) so sao contadas.                              *
      *                                                           *
      * O arquivo inteiro e lancado dentro de uma unica           *
      * transacao: um abend no meio descarta tudo e o retorno     *
      * pode ser reapresentado do inicio - e reapresentar um      *
      * retorno ja processado so gera rejeitos por duplicidade.   *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RETORNO ASSIGN TO "RETBOLET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-RETORNO.

           SELECT ARQ-REJEITO ASSIGN TO "RETBOREJ"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-RUNLOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.

      * linha do retorno do banco em posicoes fixas; os campos
      * numericos tem REDEFINES alfanumerico para o teste de
      * classe NUMERIC antes de qualquer uso, como no arquivo de
      * carga. Ocorrencia 06 = liquidacao.
       FD  ARQ-RETORNO.
       01  REG-RETORNO.
           05 RET-TIPO                     PIC X(01).
           05 RET-OCORRENCIA               PIC X(02).
           05 RET-NOSSO-NUMERO             PIC 9(10).
           05 RET-NOSSO-NUMERO-X REDEFINES RET-NOSSO-NUMERO
                                           PIC X(10).
           05 RET-DATA-PAGTO.
              10 RET-PAGTO-ANO             PIC 9(04).
              10 RET-PAGTO-MES             PIC 9(02).
              10 RET-PAGTO-DIA             PIC 9(02).
           05 RET-DATA-PAGTO-X REDEFINES RET-DATA-PAGTO
                                           PIC X(08).
           05 RET-VALOR-PAGO               PIC 9(09)V99.
           05 RET-VALOR-PAGO-X REDEFINES RET-VALOR-PAGO
                                           PIC X(11).
           05 FILLER                       PIC X(68).

      * registro rejeitado: codigo do motivo, a descricao e a
      * linha original inteira, para o financeiro conferir com o
      * extrato do banco e lancar a mao o que for devido.
       FD  ARQ-REJEITO.
       01  REG-REJEITO.
           05 REJ-MOTIVO                   PIC X(02).
           05 REJ-SEPARADOR                PIC X(01).
           05 REJ-DESCRICAO                PIC X(30).
           05 REJ-SEPARADOR-2              PIC X(01).
           05 REJ-DADOS                    PIC X(100).

       FD  ARQ-RUNLOG.
       COPY runlog-book.

       WORKING-STORAGE SECTION.

       01  W-FS-RETORNO                 PIC X(02).
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

       01  W-FIM-RETORNO               PIC X(01) VALUE "N".
           88 FIM-RETORNO              VALUE "S".

       01  W-MOTIVO-REJEICAO           PIC X(02).
           88 REGISTRO-VALIDO          VALUE SPACES.
       01  W-DESCRICAO-REJEICAO        PIC X(30).

      * boleto lido de bank_slips pelo nosso numero da linha, com
      * a situacao da venda a que ele pertence e o saldo em aberto
      * dela hoje (preco menos as parcelas ja lancadas).
       01  REGISTRO-BOLETO.
           05 WB-SITUACAO              PIC X(01).
              88 BOLETO-EM-ABERTO      VALUE "A".
              88 BOLETO-LIQUIDADO      VALUE "L".
           05 WB-VENDA                 PIC 9(10).
           05 WB-CARRO                 PIC 9(6).
           05 WB-CLIENTE               PIC 9(6).
           05 WB-VALOR                 PIC 9(9)V99.
           05 WB-VENDA-ESTORNADA       PIC 9(1).
           05 WB-SALDO-VENDA           PIC 9(9)V99.
       01  W-BOLETO-ACHADO             PIC X(01).
           88 BOLETO-ACHADO            VALUE "S".

      * data do pagamento montada no formato AAAA-MM-DD que o
      * resto do sistema grava em payments.
       01  W-DATA-PAGTO-SQL.
           05 W-DPS-ANO                PIC 9(04).
           05 FILLER                   PIC X(01) VALUE "-".
           05 W-DPS-MES                PIC 9(02).
           05 FILLER                   PIC X(01) VALUE "-".
           05 W-DPS-DIA                PIC 9(02).

       01  W-QTD-LIDOS                 PIC 9(6) COMP VALUE ZERO.
       01  W-QTD-LANCADOS              PIC 9(6) COMP VALUE ZERO.
       01  W-QTD-REJEITADOS            PIC 9(6) COMP VALUE ZERO.
       01  W-QTD-INFORMATIVOS          PIC 9(6) COMP VALUE ZERO.
       01  W-VALOR-LANCADO             PIC 9(11)V99 VALUE ZERO.
       01  W-QTD-ED                    PIC ZZZ.ZZ9.
       01  W-TOTAL-ED                  PIC Z(8)ZZZ,99.

      * campos auxiliares para montar o literal de valor (com
      * ponto) que vai dentro do comando SQL, independente do
      * DECIMAL-POINT configurado para virgula - mesma mecanica
      * do programa sqlite, com a largura do valor do boleto.
       01  W-VALOR-CONV                PIC 9(9)V99.
       01  W-VALOR-INT                 PIC 9(9).
       01  W-VALOR-DEC                 PIC 9(2).
       01  W-VALOR-SQL                 PIC X(13).

      * indicam se a conexao/cursor/arquivos estao abertos, para
      * que 070-FINALIZA saiba exatamente o que precisa liberar.
       01  W-CONEXAO-ABERTA            PIC X(01) VALUE "N".
           88 CONEXAO-ABERTA           VALUE "S".
       01  W-CURSOR-ABERTO             PIC X(01) VALUE "N".
           88 CURSOR-ABERTO            VALUE "S".
       01  W-RETORNO-ABERTO            PIC X(01) VALUE "N".
           88 RETORNO-ABERTO           VALUE "S".
       01  W-REJEITO-ABERTO            PIC X(01) VALUE "N".
           88 REJEITO-ABERTO           VALUE "S".

        PROCEDURE DIVISION.

       000-MAINLINE.
           PERFORM 950-INICIA-RUNLOG.
           PERFORM 010-INICIALIZA.

           PERFORM 020-PROCESSA-RETORNO
               UNTIL FIM-RETORNO.

           PERFORM 060-CONFIRMA-RETORNO.

           PERFORM 070-FINALIZA.

           STOP RUN.

      *----------------------------------------------------------*
      * 010-INICIALIZA                                            *
      * Conecta ao banco, abre o arquivo de retorno e o de        *
      * rejeitados e abre a transacao do lancamento.              *
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

           OPEN INPUT ARQ-RETORNO.
           IF W-FS-RETORNO NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE RETORNO (RETBOLET), "
                       "STATUS " W-FS-RETORNO
      * job morto antes de ler uma linha e termino anormal no log
      * de execucoes: 9000 + o file status da abertura que falhou.
               MOVE "9000" TO W-RLOG-ERRO(1:4)
               MOVE W-FS-RETORNO TO W-RLOG-ERRO(5:2)
               MOVE "A" TO W-RLOG-TERMINO
               PERFORM 070-FINALIZA
               STOP RUN
           END-IF.
           MOVE "S" TO W-RETORNO-ABERTO.

           OPEN OUTPUT ARQ-REJEITO.
           MOVE "S" TO W-REJEITO-ABERTO.

      * o retorno inteiro roda dentro de uma unica transacao: um
      * abend no meio descarta os lancamentos e o arquivo pode ser
      * reapresentado do inicio sem parcela lancada pela metade.
           MOVE "begin transaction" TO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

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
      * Garante que o banco tem payments (com a chave sale_id) e  *
      * a tabela de boletos, mesmo quando e uma copia em que a    *
      * remessa ainda nao rodou - nesse caso todo nosso numero do *
      * retorno cai no motivo 02.                                 *
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
      * 020-PROCESSA-RETORNO                                      *
      * Le a proxima linha do retorno. Cabecalho e trailer so     *
      * contam; detalhe de liquidacao e criticado e lancado ou    *
      * rejeitado; detalhe de outra ocorrencia so conta.          *
      *----------------------------------------------------------*
       020-PROCESSA-RETORNO.
           READ ARQ-RETORNO
               AT END
                   MOVE "S" TO W-FIM-RETORNO
               NOT AT END
                   ADD 1 TO W-QTD-LIDOS
                   EVALUATE TRUE
                       WHEN RET-TIPO = "0" OR RET-TIPO = "9"
                           ADD 1 TO W-QTD-INFORMATIVOS
                       WHEN RET-TIPO = "1"
                            AND RET-OCORRENCIA NOT = "06"
                           ADD 1 TO W-QTD-INFORMATIVOS
                       WHEN OTHER
                           PERFORM 030-VALIDA-REGISTRO
                           IF REGISTRO-VALIDO
                               PERFORM 040-LANCA-PAGAMENTO
                           ELSE
                               PERFORM 050-REJEITA-REGISTRO
                           END-IF
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------*
      * 030-VALIDA-REGISTRO                                       *
      * Critica a linha de liquidacao e a casa com o boleto:      *
      * campos numericos e data valida, boleto existente, ainda   *
      * em aberto, de venda ativa, valor pago igual ao do boleto  *
      * e nao maior que o saldo em aberto da venda - parcela em   *
      * dinheiro ou sinal lancado depois da remessa pode ja ter   *
      * coberto o boleto. W-MOTIVO-REJEICAO fica em branco quando *
      * a linha passou em todas as criticas.                      *
      *----------------------------------------------------------*
       030-VALIDA-REGISTRO.
           MOVE SPACES TO W-MOTIVO-REJEICAO.

           IF RET-TIPO NOT = "1"
              OR RET-NOSSO-NUMERO-X NOT NUMERIC
              OR RET-DATA-PAGTO-X NOT NUMERIC
              OR RET-VALOR-PAGO-X NOT NUMERIC
               MOVE "01" TO W-MOTIVO-REJEICAO
               MOVE "LINHA COM CAMPO INVALIDO"
                 TO W-DESCRICAO-REJEICAO
           ELSE
               IF RET-NOSSO-NUMERO = ZERO
                  OR RET-VALOR-PAGO NOT GREATER THAN ZERO
                  OR RET-PAGTO-MES < 1 OR RET-PAGTO-MES > 12
                  OR RET-PAGTO-DIA < 1 OR RET-PAGTO-DIA > 31
                   MOVE "01" TO W-MOTIVO-REJEICAO
                   MOVE "LINHA COM CAMPO INVALIDO"
                     TO W-DESCRICAO-REJEICAO
               END-IF
           END-IF.

           IF REGISTRO-VALIDO
               PERFORM 035-LE-BOLETO
               EVALUATE TRUE
                   WHEN NOT BOLETO-ACHADO
                       MOVE "02" TO W-MOTIVO-REJEICAO
                       MOVE "BOLETO NAO ENCONTRADO"
                         TO W-DESCRICAO-REJEICAO
                   WHEN BOLETO-LIQUIDADO
                       MOVE "03" TO W-MOTIVO-REJEICAO
                       MOVE "BOLETO JA LIQUIDADO"
                         TO W-DESCRICAO-REJEICAO
                   WHEN NOT BOLETO-EM-ABERTO
                        OR WB-VENDA-ESTORNADA NOT = ZERO
                       MOVE "05" TO W-MOTIVO-REJEICAO
                       MOVE "BOLETO BAIXADO/VENDA ESTORNADA"
                         TO W-DESCRICAO-REJEICAO
                   WHEN RET-VALOR-PAGO NOT = WB-VALOR
                       MOVE "04" TO W-MOTIVO-REJEICAO
                       MOVE "VALOR DIFERENTE DO BOLETO"
                         TO W-DESCRICAO-REJEICAO
                   WHEN WB-SALDO-VENDA = ZERO
                        OR RET-VALOR-PAGO GREATER THAN WB-SALDO-VENDA
                       MOVE "06" TO W-MOTIVO-REJEICAO
                       MOVE "VALOR MAIOR QUE SALDO DA VENDA"
                         TO W-DESCRICAO-REJEICAO
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------*
      * 035-LE-BOLETO                                             *
      * Le o boleto do nosso numero da linha, com a marca de      *
      * estorno da venda e o saldo em aberto dela. Venda apagada  *
      * pelo arquivamento conta como estornada: nao ha mais onde  *
      * pendurar a parcela. O saldo soma as parcelas pela chave   *
      * sale_id, inclusive as lancadas por este mesmo retorno     *
      * (a transacao e a mesma), e nunca sai negativo.            *
      *----------------------------------------------------------*
       035-LE-BOLETO.
           MOVE "N" TO W-BOLETO-ACHADO.
           MOVE SPACES TO REGISTRO-BOLETO.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "select b.status, b.sale_id, b.car_id, "
                  "coalesce(b.customer_id, 0), "
                  "round(b.amount, 2), "
                  "coalesce((select coalesce(s.canceled, 0) "
                  "from sales s where s.rowid = b.sale_id), 1), "
                  "coalesce((select max(0, round(s.sale_price - "
                  "coalesce((select sum(p.amount) from payments p "
                  "where p.sale_id = s.rowid), 0), 2)) "
                  "from sales s where s.rowid = b.sale_id), 0) "
                  "from bank_slips b where b.slip_number = "
                  DELIMITED BY SIZE
                  RET-NOSSO-NUMERO DELIMITED BY SIZE
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
           CALL "sqlitefetch" USING BY REFERENCE SQLCA-STATEMENT
                                                 SQLCA_CUR_STAT
                                                 WB-SITUACAO
                                                 WB-VENDA
                                                 WB-CARRO
                                                 WB-CLIENTE
                                                 WB-VALOR
                                                 WB-VENDA-ESTORNADA
                                                 WB-SALDO-VENDA
                                                 SQLCA-ERROR
                                                 SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           IF SQLCA_CUR_STAT EQUAL 0
               MOVE "S" TO W-BOLETO-ACHADO
           END-IF.

           CALL "sqliteCloseCursor" USING BY REFERENCE
                                                SQLCA-STATEMENT
                                                SQLCA-ERROR
                                                SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           MOVE "N" TO W-CURSOR-ABERTO.

      *----------------------------------------------------------*
      * 040-LANCA-PAGAMENTO                                       *
      * Grava a parcela em payments, pendurada na venda do boleto *
      * pela chave sale_id, com a data do pagamento no banco, e   *
      * marca o boleto como liquidado - o que faz uma segunda     *
      * linha do mesmo nosso numero cair em duplicidade, ate no   *
      * mesmo arquivo.                                            *
      *----------------------------------------------------------*
       040-LANCA-PAGAMENTO.
           MOVE RET-PAGTO-ANO TO W-DPS-ANO.
           MOVE RET-PAGTO-MES TO W-DPS-MES.
           MOVE RET-PAGTO-DIA TO W-DPS-DIA.

           MOVE RET-VALOR-PAGO TO W-VALOR-CONV.
           PERFORM 045-FORMATA-VALOR-SQL.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "insert into payments (car_id, customer_id, "
                  "pay_date, amount, sale_id) values ("
                  DELIMITED BY SIZE
                  WB-CARRO DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  WB-CLIENTE DELIMITED BY SIZE
                  ", '" DELIMITED BY SIZE
                  W-DATA-PAGTO-SQL DELIMITED BY SIZE
                  "', " DELIMITED BY SIZE
                  W-VALOR-SQL DELIMITED BY SPACE
                  ", " DELIMITED BY SIZE
                  WB-VENDA DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "update bank_slips set status = 'L', "
                  "settle_date = '" DELIMITED BY SIZE
                  W-DATA-PAGTO-SQL DELIMITED BY SIZE
                  "', paid_amount = " DELIMITED BY SIZE
                  W-VALOR-SQL DELIMITED BY SPACE
                  " where slip_number = " DELIMITED BY SIZE
                  RET-NOSSO-NUMERO DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           ADD 1 TO W-QTD-LANCADOS.
           ADD RET-VALOR-PAGO TO W-VALOR-LANCADO.

      *----------------------------------------------------------*
      * 045-FORMATA-VALOR-SQL                                     *
      * Monta em W-VALOR-SQL o literal do valor com ponto         *
      * decimal, na mesma mecanica de 045-FORMATA-PRECO-SQL dos   *
      * outros programas.                                         *
      *----------------------------------------------------------*
       045-FORMATA-VALOR-SQL.
           MOVE SPACES TO W-VALOR-SQL.
           DIVIDE W-VALOR-CONV BY 1 GIVING W-VALOR-INT.
           MOVE 0 TO W-VALOR-DEC.
           COMPUTE W-VALOR-DEC = (W-VALOR-CONV - W-VALOR-INT) * 100.
           STRING W-VALOR-INT DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  W-VALOR-DEC DELIMITED BY SIZE
             INTO W-VALOR-SQL.

      *----------------------------------------------------------*
      * 050-REJEITA-REGISTRO                                      *
      * Grava a linha original em RETBOREJ precedida do codigo e  *
      * da descricao do motivo.                                   *
      *----------------------------------------------------------*
       050-REJEITA-REGISTRO.
           MOVE SPACES TO REG-REJEITO.
           MOVE W-MOTIVO-REJEICAO TO REJ-MOTIVO.
           MOVE "-" TO REJ-SEPARADOR.
           MOVE W-DESCRICAO-REJEICAO TO REJ-DESCRICAO.
           MOVE "-" TO REJ-SEPARADOR-2.
           MOVE REG-RETORNO TO REJ-DADOS.
           WRITE REG-REJEITO.

           ADD 1 TO W-QTD-REJEITADOS.

      *----------------------------------------------------------*
      * 060-CONFIRMA-RETORNO                                      *
      * Efetiva a transacao do retorno. So roda no fim normal do  *
      * job - num abend a conexao cai sem commit e payments e     *
      * bank_slips ficam exatamente como estavam.                 *
      *----------------------------------------------------------*
       060-CONFIRMA-RETORNO.
           MOVE "commit" TO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

      *----------------------------------------------------------*
      * 070-FINALIZA                                              *
      * Fecha os arquivos, libera cursor e conexao e mostra os    *
      * totais do retorno no console.                             *
      *----------------------------------------------------------*
       070-FINALIZA.
           IF RETORNO-ABERTO
               CLOSE ARQ-RETORNO
               MOVE "N" TO W-RETORNO-ABERTO
           END-IF.
           IF REJEITO-ABERTO
               CLOSE ARQ-REJEITO
               MOVE "N" TO W-REJEITO-ABERTO
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

           MOVE W-QTD-LIDOS TO W-QTD-ED.
           DISPLAY "RETORNO DE BOLETOS - LIDOS.......: " W-QTD-ED.
           MOVE W-QTD-LANCADOS TO W-QTD-ED.
           DISPLAY "RETORNO DE BOLETOS - LANCADOS....: " W-QTD-ED.
           MOVE W-QTD-REJEITADOS TO W-QTD-ED.
           DISPLAY "RETORNO DE BOLETOS - REJEITADOS..: " W-QTD-ED.
           MOVE W-QTD-INFORMATIVOS TO W-QTD-ED.
           DISPLAY "RETORNO DE BOLETOS - INFORMATIVOS: " W-QTD-ED.
           MOVE W-VALOR-LANCADO TO W-TOTAL-ED.
           DISPLAY "RETORNO DE BOLETOS - VALOR.......: " W-TOTAL-ED.

           PERFORM 960-GRAVA-RUNLOG.

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
      * (lidos = linhas do retorno, linhas = rejeitadas) e mostra *
      * o resumo de fim de execucao no console.                   *
      *----------------------------------------------------------*
       960-GRAVA-RUNLOG.
           ACCEPT W-RLOG-FIM-DATA FROM DATE YYYYMMDD.
           ACCEPT W-RLOG-FIM-HORA FROM TIME.

           MOVE SPACES TO REG-RUNLOG.
           MOVE "retbolet" TO RLOG-PROGRAMA.
           MOVE "T" TO RLOG-MODO.
           MOVE W-RLOG-INICIO-DATA TO RLOG-INICIO-DATA.
           MOVE W-RLOG-INICIO-HHMMSS TO RLOG-INICIO-HORA.
           MOVE W-RLOG-FIM-DATA TO RLOG-FIM-DATA.
           MOVE W-RLOG-FIM-HHMMSS TO RLOG-FIM-HORA.
           MOVE SQLCA-FILENAME(1:30) TO RLOG-BANCO.
           MOVE W-QTD-LIDOS TO RLOG-LIDOS.
           MOVE W-QTD-REJEITADOS TO RLOG-LINHAS-REL.
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

           DISPLAY "RESUMO DA EXECUCAO - PROGRAMA retbolet".
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

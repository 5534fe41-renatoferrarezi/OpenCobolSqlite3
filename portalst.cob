       IDENTIFICATION DIVISION.
       PROGRAM-ID. portalst.
      *----------------------------------------------------------*
      * Feed diario do estoque disponivel para o site e os        *
      * portais de classificados: grava o arquivo delimitado      *
      * PORTALST no layout de importacao do portal, no lugar da   *
      * planilha atualizada a mao. Disponivel e o carro nao       *
      * vendido e sem reserva vigente (ativa e nao vencida) - o   *
      * mesmo criterio do aviso de reserva da consulta.           *
      *                                                           *
      * Layout (campos separados por ponto-e-virgula):            *
      *   H;data-da-execucao;sequencia;tipo (I ou C)              *
      *   D;situacao;id;descricao;preco;patio;dias-em-estoque     *
      *   T;sequencia;quantidade-de-registros-D                   *
      * Situacao: N = novo no feed, A = alterado (descricao,      *
      * preco ou patio diferente do ultimo envio), R = removido   *
      * (vendido, reservado ou excluido; a linha leva a imagem do *
      * ultimo envio e dias zero). Os precos saem com ponto       *
      * decimal. Os dias em estoque contam da data de aquisicao   *
      * ate a data do envio da linha - a passagem dos dias sozinha*
      * nao torna o carro alterado.                               *
      *                                                           *
      * O feed e INCREMENTAL, como o extrato contabil: a imagem   *
      * de cada carro enviado fica em portal_sent (com a situacao *
      * e a sequencia do envio), e uma execucao so grava o que    *
      * entrou, mudou ou saiu desde o envio anterior. A sequencia *
      * vem de portal_control e cresce um por arquivo. A resposta *
      * do operador no console escolhe (I)NCREMENTAL - o normal,  *
      * e o que branco significa - ou (C)OMPLETA, que zera a      *
      * memoria de enviados e manda todo o estoque disponivel     *
      * como novo, para o portal recarregar o anuncio inteiro.    *
      *                                                           *
      * Antes do feed, le o arquivo de recusas devolvido pelo     *
      * portal (PORTALRJ, opcional) e imprime no RELPORTL o que   *
      * foi recusado e por que. Layout, em posicoes fixas:        *
      *   01-06 sequencia do feed que trouxe a linha recusada     *
      *   07-12 id do carro                                       *
      *   13-15 codigo do motivo no portal                        *
      *   16-75 descricao do motivo                               *
      * O carro recusado na propria sequencia em que foi enviado  *
      * tem a imagem esquecida e volta neste feed: como novo, se  *
      * a recusa foi de um N (o portal nao tem o carro), ou como  *
      * alterado, se foi de um A. Recusa de sequencia antiga, ou  *
      * ja tratada numa execucao anterior, so e impressa.         *
      *                                                           *
      * Recusas, memoria de enviados e sequencia so sao           *
      * efetivadas (commit) depois do trailer gravado: um abend   *
      * no meio descarta tudo, o arquivo sem trailer e rejeitado  *
      * pelo portal e a proxima execucao refaz o mesmo trabalho.  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PORTAL ASSIGN TO "PORTALST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-RECUSA ASSIGN TO "PORTALRJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-RECUSA.

           SELECT RELATORIO-PORTAL ASSIGN TO "RELPORTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-RUNLOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PORTAL.
       01  REG-PORTAL                   PIC X(200).

      * linha de recusa do portal em posicoes fixas; sequencia e
      * carro tem REDEFINES alfanumerico para o teste de classe
      * NUMERIC antes de qualquer uso, como no retorno do banco.
       FD  ARQ-RECUSA.
       01  REG-RECUSA.
           05 RJ-SEQUENCIA                 PIC 9(06).
           05 RJ-SEQUENCIA-X REDEFINES RJ-SEQUENCIA
                                           PIC X(06).
           05 RJ-CARRO                     PIC 9(06).
           05 RJ-CARRO-X REDEFINES RJ-CARRO
                                           PIC X(06).
           05 RJ-MOTIVO                    PIC X(03).
           05 RJ-DESCRICAO                 PIC X(60).
           05 FILLER                       PIC X(05).

       FD  RELATORIO-PORTAL.
       01  REG-REL-PORTAL               PIC X(132).

       FD  ARQ-RUNLOG.
       COPY runlog-book.

       WORKING-STORAGE SECTION.

       01  W-FS-RECUSA                  PIC X(02).
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

      * carro lido das consultas do feed: o mesmo layout serve
      * para os disponiveis (cars) e para os removidos (imagem
      * guardada em portal_sent), com a situacao ja decidida no
      * proprio select.
       01  REGISTRO.
           05 W-ID                         PIC 9(6).
           05 W-NOME                       PIC X(100).
           05 W-PRECO                      PIC 9(6)V99.
           05 W-PATIO                      PIC 9(2).
           05 W-DIAS                       PIC 9(5).
           05 W-SITUACAO                   PIC X(01).
              88 SITUACAO-NOVO             VALUE "N".
              88 SITUACAO-ALTERADO         VALUE "A".
              88 SITUACAO-REMOVIDO         VALUE "R".

       01  W-DATA-EXECUCAO             PIC 9(8).

      * tipo do feed escolhido pelo operador: incremental (o
      * normal, e o que branco significa) ou completo, que zera a
      * memoria de enviados e manda todo o estoque como novo.
       01  W-TIPO-FEED                 PIC X(01).
           88 FEED-INCREMENTAL         VALUE "I" " ".
           88 FEED-COMPLETO            VALUE "C".

      * sequencia do arquivo, lida de portal_control (ultima
      * gravada mais um) e carimbada no cabecalho e no trailer.
       01  W-SEQUENCIA                 PIC 9(6).

      * situacao da linha recusada, lida do banco pela sequencia
      * e pelo carro: o nome atual do carro e a situacao com que
      * ele saiu naquela sequencia (branco = o carro nao saiu
      * nela, ou a recusa ja foi tratada).
       01  W-FIM-RECUSAS               PIC X(01) VALUE "N".
           88 FIM-RECUSAS              VALUE "S".
       01  W-RECUSA-SITUACAO.
           05 WR-NOME                  PIC X(100).
           05 WR-SITUACAO-ENVIO        PIC X(01).
              88 RECUSA-DE-NOVO        VALUE "N".
              88 RECUSA-DE-ALTERADO    VALUE "A".

       01  W-QTD-REGISTROS             PIC 9(7) COMP VALUE ZERO.
       01  W-QTD-NOVOS                 PIC 9(7) COMP VALUE ZERO.
       01  W-QTD-ALTERADOS             PIC 9(7) COMP VALUE ZERO.
       01  W-QTD-REMOVIDOS             PIC 9(7) COMP VALUE ZERO.
       01  W-QTD-RECUSAS               PIC 9(6) COMP VALUE ZERO.
       01  W-QTD-REENVIOS              PIC 9(6) COMP VALUE ZERO.
       01  W-QTD-INVALIDAS             PIC 9(6) COMP VALUE ZERO.
       01  W-QTD-TRAILER               PIC 9(7).
       01  W-QTD-ED                    PIC ZZZZ.ZZ9.

      * campos auxiliares para montar o literal de preco (com ponto)
      * de cada registro D, na mesma mecanica do programa sqlite.
       01  W-PRECO-CONV                PIC 9(6)V99.
       01  W-PRECO-INT                 PIC 9(6).
       01  W-PRECO-DEC                 PIC 9(2).
       01  W-PRECO-SQL                 PIC X(10).

      * texto escapado para entrar como literal SQL (aspa simples
      * dobrada), na mesma mecanica do programa sqlite, para o
      * nome do carro que vai gravado na memoria de enviados.
       01  W-ESCAPA-ENTRADA            PIC X(100).
       01  W-ESCAPA-SAIDA              PIC X(200).
       01  W-ESCAPA-IDX                PIC 9(03) COMP.
       01  W-ESCAPA-OUT-IDX            PIC 9(03) COMP.
       01  W-ESCAPA-CHAR               PIC X(01).

      * condicao de carro disponivel no portal - nao vendido e
      * sem reserva vigente - comum aos selects dos disponiveis
      * e dos removidos, sobre o carro de alias c.
       01  W-CONDICAO-DISPONIVEL       PIC X(200).

      * linha de detalhe das recusas.
       01  W-LINHA-RECUSA.
           05 REC-SEQUENCIA            PIC Z(5)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 REC-CARRO                PIC Z(5)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 REC-NOME                 PIC X(30).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 REC-MOTIVO               PIC X(03).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 REC-DESCRICAO            PIC X(50).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 REC-ACAO                 PIC X(20).

      * mesmo layout de colunas com os campos numericos
      * alfanumericos, para o cabecalho.
       01  W-CABECALHO-RECUSA REDEFINES W-LINHA-RECUSA.
           05 CAB-SEQUENCIA            PIC X(06).
           05 FILLER                   PIC X(02).
           05 CAB-CARRO                PIC X(06).
           05 FILLER                   PIC X(02).
           05 CAB-NOME                 PIC X(30).
           05 FILLER                   PIC X(02).
           05 CAB-MOTIVO               PIC X(03).
           05 FILLER                   PIC X(03).
           05 CAB-DESCRICAO            PIC X(50).
           05 FILLER                   PIC X(02).
           05 CAB-ACAO                 PIC X(20).

      * indicam se a conexao/cursor/arquivos estao abertos, para
      * que 070-FINALIZA saiba exatamente o que precisa liberar.
       01  W-CONEXAO-ABERTA            PIC X(01) VALUE "N".
           88 CONEXAO-ABERTA           VALUE "S".
       01  W-CURSOR-ABERTO             PIC X(01) VALUE "N".
           88 CURSOR-ABERTO            VALUE "S".
       01  W-PORTAL-ABERTO             PIC X(01) VALUE "N".
           88 PORTAL-ABERTO            VALUE "S".
       01  W-RECUSA-ABERTO             PIC X(01) VALUE "N".
           88 RECUSA-ABERTO            VALUE "S".
       01  W-RELATORIO-ABERTO          PIC X(01) VALUE "N".
           88 RELATORIO-ABERTO         VALUE "S".

        PROCEDURE DIVISION.

       000-MAINLINE.
           PERFORM 950-INICIA-RUNLOG.
           PERFORM 010-INICIALIZA.
           PERFORM 020-PROCESSA-RECUSAS.
           PERFORM 030-EXTRAI-REMOVIDOS.
           PERFORM 035-EXTRAI-DISPONIVEIS.
           PERFORM 060-GRAVA-RESUMO-FEED.
           PERFORM 070-FINALIZA.

           STOP RUN.

      *----------------------------------------------------------*
      * 010-INICIALIZA                                            *
      * Conecta ao banco, abre a transacao do feed, obtem a       *
      * sequencia, abre o relatorio e o arquivo do feed e grava   *
      * o registro de cabecalho.                                  *
      *----------------------------------------------------------*
       010-INICIALIZA.
           PERFORM 015-OBTEM-NOME-BANCO.

           DISPLAY "TIPO DE FEED (I)NCREMENTAL OU (C)OMPLETO "
                   "(BRANCO = I): ".
           ACCEPT W-TIPO-FEED FROM CONSOLE.
           IF NOT FEED-INCREMENTAL AND NOT FEED-COMPLETO
               DISPLAY "TIPO DE FEED INVALIDO: " W-TIPO-FEED
               MOVE "900001" TO W-RLOG-ERRO
               MOVE "A" TO W-RLOG-TERMINO
               PERFORM 960-GRAVA-RUNLOG
               STOP RUN
           END-IF.
           IF W-TIPO-FEED = SPACE
               MOVE "I" TO W-TIPO-FEED
           END-IF.

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

      * recusas tratadas, memoria de enviados e sequencia mudam
      * dentro de uma unica transacao, efetivada so depois do
      * trailer: um abend no meio nao deixa carro marcado como
      * enviado num arquivo que o portal vai rejeitar.
           MOVE "begin transaction" TO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           IF FEED-COMPLETO
      * feed completo: esquece tudo que ja foi enviado - cada
      * carro disponivel sai como novo e nada sai como removido.
               MOVE "delete from portal_sent" TO SQLCA-QUERY
               PERFORM 890-EXECUTA-SQL
           END-IF.

           PERFORM 018-OBTEM-SEQUENCIA.

           MOVE SPACES TO W-CONDICAO-DISPONIVEL.
           STRING "coalesce(c.sold, 0) = 0 "
                  "and not exists (select 1 from reservations r "
                  "where r.car_id = c.id "
                  "and coalesce(r.active, 1) = 1 "
                  "and r.expiry_date >= date('now'))"
                  DELIMITED BY SIZE
             INTO W-CONDICAO-DISPONIVEL.

           ACCEPT W-DATA-EXECUCAO FROM DATE YYYYMMDD.

           OPEN OUTPUT RELATORIO-PORTAL.
           MOVE "S" TO W-RELATORIO-ABERTO.

           MOVE SPACES TO REG-REL-PORTAL.
           MOVE "FEED DO ESTOQUE PARA O PORTAL - RECUSAS E RESUMO"
             TO REG-REL-PORTAL.
           PERFORM 090-GRAVA-LINHA.

           MOVE SPACES TO REG-REL-PORTAL.
           STRING "DATA: " DELIMITED BY SIZE
                  W-DATA-EXECUCAO DELIMITED BY SIZE
                  "   SEQUENCIA DO FEED: " DELIMITED BY SIZE
                  W-SEQUENCIA DELIMITED BY SIZE
                  "   TIPO: " DELIMITED BY SIZE
                  W-TIPO-FEED DELIMITED BY SIZE
                  "   BANCO: " DELIMITED BY SIZE
                  FUNCTION TRIM(SQLCA-FILENAME) DELIMITED BY SIZE
             INTO REG-REL-PORTAL.
           PERFORM 090-GRAVA-LINHA.

           OPEN OUTPUT ARQ-PORTAL.
           MOVE "S" TO W-PORTAL-ABERTO.

           MOVE SPACES TO REG-PORTAL.
           STRING "H;" DELIMITED BY SIZE
                  W-DATA-EXECUCAO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-SEQUENCIA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-TIPO-FEED DELIMITED BY SIZE
             INTO REG-PORTAL.
           WRITE REG-PORTAL.

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
      * Garante que o banco tem o que o feed consulta - as        *
      * colunas sold, branch e acquisition_date em cars e a       *
      * tabela reservations - mesmo quando e uma copia que o      *
      * programa sqlite ainda nao preparou, e cria as tabelas do  *
      * proprio feed.                                             *
      *----------------------------------------------------------*
       016-PREPARA-BANCO.
           MOVE "alter table cars add column sold integer default 0"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE "alter table cars add column branch integer default 1"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE "alter table cars add column acquisition_date text"
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

      * memoria do feed: a imagem (descricao, preco e patio) de
      * cada carro que o portal tem, com a situacao (N ou A) e a
      * sequencia do arquivo em que ela saiu - e pela sequencia
      * que a recusa do portal acha o envio que ela recusou.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "create table if not exists portal_sent ("
                  DELIMITED BY SIZE
                  "car_id integer primary key, name text, "
                  DELIMITED BY SIZE
                  "price real, branch integer, "
                  DELIMITED BY SIZE
                  "last_flag text, sent_seq integer)"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

      * controle de sequencia dos arquivos gerados: uma linha so,
      * com a ultima sequencia efetivada.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "create table if not exists portal_control ("
                  DELIMITED BY SIZE
                  "last_seq integer)"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "insert into portal_control (last_seq) "
                  "select 0 where not exists "
                  "(select 1 from portal_control)"
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
      * 018-OBTEM-SEQUENCIA                                       *
      * Le a ultima sequencia gravada em portal_control e monta   *
      * a deste arquivo (ultima mais um). A atualizacao da        *
      * tabela so acontece em 070-FINALIZA, depois do trailer.    *
      *----------------------------------------------------------*
       018-OBTEM-SEQUENCIA.
           MOVE ZERO TO W-SEQUENCIA.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "select coalesce(max(last_seq), 0) + 1 "
                  "as next_seq from portal_control"
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
      * 020-PROCESSA-RECUSAS                                      *
      * Le o arquivo de recusas do portal, quando ha um, e        *
      * imprime cada linha recusada com o motivo e o que o feed   *
      * fez com ela; fecha a parte com os totais.                 *
      *----------------------------------------------------------*
       020-PROCESSA-RECUSAS.
           MOVE SPACES TO REG-REL-PORTAL.
           PERFORM 090-GRAVA-LINHA.
           MOVE "RECUSAS DO PORTAL (ARQUIVO PORTALRJ)"
             TO REG-REL-PORTAL.
           PERFORM 090-GRAVA-LINHA.

      * arquivo opcional: sem recusas devolvidas o OPEN volta com
      * status 05 e a parte sai so com o aviso.
           OPEN INPUT ARQ-RECUSA.
           IF W-FS-RECUSA = "05"
               CLOSE ARQ-RECUSA
               MOVE SPACES TO REG-REL-PORTAL
               MOVE "NENHUM ARQUIVO DE RECUSAS PARA PROCESSAR"
                 TO REG-REL-PORTAL
               PERFORM 090-GRAVA-LINHA
           ELSE
               IF W-FS-RECUSA NOT = "00"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO DE RECUSAS "
                           "(PORTALRJ), STATUS " W-FS-RECUSA
      * 9000 + o file status da abertura que falhou, como no
      * retorno do banco.
                   MOVE "9000" TO W-RLOG-ERRO(1:4)
                   MOVE W-FS-RECUSA TO W-RLOG-ERRO(5:2)
                   MOVE "A" TO W-RLOG-TERMINO
                   PERFORM 070-FINALIZA
                   STOP RUN
               END-IF
               MOVE "S" TO W-RECUSA-ABERTO

               MOVE SPACES TO W-CABECALHO-RECUSA
               MOVE "SEQ." TO CAB-SEQUENCIA
               MOVE "CARRO" TO CAB-CARRO
               MOVE "DESCRICAO" TO CAB-NOME
               MOVE "MOT" TO CAB-MOTIVO
               MOVE "MOTIVO DA RECUSA" TO CAB-DESCRICAO
               MOVE "TRATAMENTO" TO CAB-ACAO
               MOVE W-CABECALHO-RECUSA TO REG-REL-PORTAL
               PERFORM 090-GRAVA-LINHA

               PERFORM 021-LE-RECUSA
                   UNTIL FIM-RECUSAS

               CLOSE ARQ-RECUSA
               MOVE "N" TO W-RECUSA-ABERTO

               MOVE SPACES TO REG-REL-PORTAL
               PERFORM 090-GRAVA-LINHA
               MOVE W-QTD-RECUSAS TO W-QTD-ED
               MOVE SPACES TO REG-REL-PORTAL
               STRING "LINHAS RECUSADAS........: " DELIMITED BY SIZE
                      W-QTD-ED DELIMITED BY SIZE
                 INTO REG-REL-PORTAL
               PERFORM 090-GRAVA-LINHA
               MOVE W-QTD-REENVIOS TO W-QTD-ED
               MOVE SPACES TO REG-REL-PORTAL
               STRING "REENVIADAS NESTE FEED...: " DELIMITED BY SIZE
                      W-QTD-ED DELIMITED BY SIZE
                 INTO REG-REL-PORTAL
               PERFORM 090-GRAVA-LINHA
               MOVE W-QTD-INVALIDAS TO W-QTD-ED
               MOVE SPACES TO REG-REL-PORTAL
               STRING "LINHAS INVALIDAS........: " DELIMITED BY SIZE
                      W-QTD-ED DELIMITED BY SIZE
                 INTO REG-REL-PORTAL
               PERFORM 090-GRAVA-LINHA
           END-IF.

       021-LE-RECUSA.
           READ ARQ-RECUSA
               AT END
                   MOVE "S" TO W-FIM-RECUSAS
               NOT AT END
                   PERFORM 022-TRATA-RECUSA
           END-READ.

      *----------------------------------------------------------*
      * 022-TRATA-RECUSA                                          *
      * Imprime a linha recusada. Se o carro saiu naquela         *
      * sequencia e ainda nao foi tratado, esquece a imagem dele  *
      * para que volte neste feed: apagada quando a recusa foi de *
      * um N (volta como novo), em branco quando foi de um A      *
      * (volta como alterado - o portal ainda tem a versao        *
      * anterior). Linha sem sequencia ou carro numerico e so     *
      * impressa como invalida.                                   *
      *----------------------------------------------------------*
       022-TRATA-RECUSA.
           IF RJ-SEQUENCIA-X NOT NUMERIC OR RJ-CARRO-X NOT NUMERIC
               ADD 1 TO W-QTD-INVALIDAS
               MOVE SPACES TO REG-REL-PORTAL
               STRING "LINHA INVALIDA: " DELIMITED BY SIZE
                      REG-RECUSA DELIMITED BY SIZE
                 INTO REG-REL-PORTAL
               PERFORM 090-GRAVA-LINHA
           ELSE
               ADD 1 TO W-QTD-RECUSAS
               PERFORM 023-LE-SITUACAO-RECUSA

               MOVE SPACES TO W-LINHA-RECUSA
               MOVE RJ-SEQUENCIA TO REC-SEQUENCIA
               MOVE RJ-CARRO TO REC-CARRO
               MOVE WR-NOME TO REC-NOME
               MOVE RJ-MOTIVO TO REC-MOTIVO
               MOVE RJ-DESCRICAO TO REC-DESCRICAO

               EVALUATE TRUE
                   WHEN RECUSA-DE-NOVO
                       MOVE SPACES TO SQLCA-QUERY
                       STRING "delete from portal_sent "
                              "where car_id = " DELIMITED BY SIZE
                              RJ-CARRO DELIMITED BY SIZE
                         INTO SQLCA-QUERY
                       PERFORM 890-EXECUTA-SQL
                       MOVE "REENVIO COMO NOVO" TO REC-ACAO
                       ADD 1 TO W-QTD-REENVIOS
                   WHEN RECUSA-DE-ALTERADO
                       MOVE SPACES TO SQLCA-QUERY
                       STRING "update portal_sent set name = '' "
                              "where car_id = " DELIMITED BY SIZE
                              RJ-CARRO DELIMITED BY SIZE
                         INTO SQLCA-QUERY
                       PERFORM 890-EXECUTA-SQL
                       MOVE "REENVIO COMO ALTERADO" TO REC-ACAO
                       ADD 1 TO W-QTD-REENVIOS
                   WHEN OTHER
                       MOVE "SEM REENVIO" TO REC-ACAO
               END-EVALUATE

               MOVE W-LINHA-RECUSA TO REG-REL-PORTAL
               PERFORM 090-GRAVA-LINHA
           END-IF.

      *----------------------------------------------------------*
      * 023-LE-SITUACAO-RECUSA                                    *
      * Le o nome atual do carro recusado e a situacao com que    *
      * ele saiu na sequencia da recusa. O select devolve sempre  *
      * uma linha: carro excluido vem sem nome, e carro que nao   *
      * saiu naquela sequencia (ou ja foi tratado) vem com a      *
      * situacao em branco.                                       *
      *----------------------------------------------------------*
       023-LE-SITUACAO-RECUSA.
           MOVE SPACES TO W-RECUSA-SITUACAO.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "select coalesce((select name from cars "
                  "where id = " DELIMITED BY SIZE
                  RJ-CARRO DELIMITED BY SIZE
                  "), ''), coalesce((select last_flag "
                  "from portal_sent where name <> '' "
                  "and car_id = " DELIMITED BY SIZE
                  RJ-CARRO DELIMITED BY SIZE
                  " and sent_seq = " DELIMITED BY SIZE
                  RJ-SEQUENCIA DELIMITED BY SIZE
                  "), '')" DELIMITED BY SIZE
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
                                            WR-NOME
                                            WR-SITUACAO-ENVIO
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
      * 030-EXTRAI-REMOVIDOS                                      *
      * Grava um registro D;R por carro que o portal tem e que    *
      * deixou de estar disponivel (vendido, reservado ou         *
      * excluido do cadastro), com a imagem do ultimo envio, e    *
      * depois tira esses carros da memoria de enviados.          *
      *----------------------------------------------------------*
       030-EXTRAI-REMOVIDOS.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "select s.car_id, s.name, s.price, s.branch, "
                  "0, 'R' from portal_sent s "
                  "where not exists (select 1 from cars c "
                  "where c.id = s.car_id and " DELIMITED BY SIZE
                  FUNCTION TRIM(W-CONDICAO-DISPONIVEL)
                                               DELIMITED BY SIZE
                  ") order by s.car_id" DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           PERFORM 040-EXTRAI-CURSOR.

      * a memoria so muda depois do cursor fechado - apagar da
      * tabela que o proprio cursor percorre daria resultado
      * incerto.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "delete from portal_sent "
                  "where not exists (select 1 from cars c "
                  "where c.id = portal_sent.car_id and "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(W-CONDICAO-DISPONIVEL)
                                               DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

      *----------------------------------------------------------*
      * 035-EXTRAI-DISPONIVEIS                                    *
      * Grava um registro D por carro disponivel que e novo para  *
      * o portal (N) ou cuja descricao, preco ou patio mudou      *
      * desde o ultimo envio (A), com os dias em estoque.         *
      *----------------------------------------------------------*
       035-EXTRAI-DISPONIVEIS.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "select c.id, c.name, c.price, "
                  "coalesce(c.branch, 1), "
                  "cast(max(coalesce(julianday('now') - "
                  "julianday(c.acquisition_date), 0), 0) "
                  "as integer), "
                  "case when exists (select 1 from portal_sent s "
                  "where s.car_id = c.id) then 'A' else 'N' end "
                  "from cars c where " DELIMITED BY SIZE
                  FUNCTION TRIM(W-CONDICAO-DISPONIVEL)
                                               DELIMITED BY SIZE
                  " and not exists (select 1 from portal_sent s "
                  "where s.car_id = c.id "
                  "and s.name = c.name "
                  "and round(s.price, 2) = round(c.price, 2) "
                  "and s.branch = coalesce(c.branch, 1)) "
                  "order by c.id" DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           PERFORM 040-EXTRAI-CURSOR.

      *----------------------------------------------------------*
      * 040-EXTRAI-CURSOR                                         *
      * Abre o cursor do comando ja montado em SQLCA-QUERY e      *
      * grava um registro D por linha, contando por situacao      *
      * para o trailer e para o resumo.                           *
      *----------------------------------------------------------*
       040-EXTRAI-CURSOR.
           CALL "sqliteOpenCursor" USING BY REFERENCE
                                            SQLCA-CID
                                            SQLCA-QUERY
                                            SQLCA-STATEMENT
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           MOVE "S" TO W-CURSOR-ABERTO.

      * o status pode ter ficado em 1 no fim do cursor anterior;
      * zera antes do laco, senao a extracao nova nem faz o fetch.
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
                                                 W-ID
                                                 W-NOME
                                                 W-PRECO
                                                 W-PATIO
                                                 W-DIAS
                                                 W-SITUACAO
                                                 SQLCA-ERROR
                                                 SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           IF SQLCA_CUR_STAT EQUAL 0
               PERFORM 055-GRAVA-DETALHE
           END-IF.

       055-GRAVA-DETALHE.
           MOVE W-PRECO TO W-PRECO-CONV.
           PERFORM 045-FORMATA-PRECO-SQL.

           MOVE SPACES TO REG-PORTAL.
           STRING "D;" DELIMITED BY SIZE
                  W-SITUACAO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-ID DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(W-NOME) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-PRECO-SQL DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  W-PATIO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-DIAS DELIMITED BY SIZE
             INTO REG-PORTAL.
           WRITE REG-PORTAL.

           ADD 1 TO W-QTD-REGISTROS.
           EVALUATE TRUE
               WHEN SITUACAO-NOVO
                   ADD 1 TO W-QTD-NOVOS
                   PERFORM 057-MARCA-ENVIADO
               WHEN SITUACAO-ALTERADO
                   ADD 1 TO W-QTD-ALTERADOS
                   PERFORM 057-MARCA-ENVIADO
               WHEN OTHER
                   ADD 1 TO W-QTD-REMOVIDOS
           END-EVALUATE.

      *----------------------------------------------------------*
      * 057-MARCA-ENVIADO                                         *
      * Guarda em portal_sent a imagem do carro que acabou de     *
      * sair no arquivo, com a situacao e a sequencia - e contra  *
      * ela que a proxima execucao decide o que e novo ou mudou,  *
      * e por ela que a recusa acha o envio. Dentro da transacao  *
      * do feed: sem trailer, sem marca.                          *
      *----------------------------------------------------------*
       057-MARCA-ENVIADO.
           MOVE W-NOME TO W-ESCAPA-ENTRADA.
           PERFORM 046-ESCAPA-SQL.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "insert or replace into portal_sent "
                  "(car_id, name, price, branch, last_flag, "
                  "sent_seq) values (" DELIMITED BY SIZE
                  W-ID DELIMITED BY SIZE
                  ", '" DELIMITED BY SIZE
                  FUNCTION TRIM(W-ESCAPA-SAIDA) DELIMITED BY SIZE
                  "', " DELIMITED BY SIZE
                  W-PRECO-SQL DELIMITED BY SPACE
                  ", " DELIMITED BY SIZE
                  W-PATIO DELIMITED BY SIZE
                  ", '" DELIMITED BY SIZE
                  W-SITUACAO DELIMITED BY SIZE
                  "', " DELIMITED BY SIZE
                  W-SEQUENCIA DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           PERFORM 890-EXECUTA-SQL.

      *----------------------------------------------------------*
      * 046-ESCAPA-SQL                                            *
      * Copia W-ESCAPA-ENTRADA para W-ESCAPA-SAIDA dobrando cada  *
      * aspa simples encontrada, caracter por caracter, para que  *
      * um nome com apostrofo entre no literal SQL sem quebrar o  *
      * comando nem abrir espaco para injecao de SQL.             *
      *----------------------------------------------------------*
       046-ESCAPA-SQL.
           MOVE SPACES TO W-ESCAPA-SAIDA.
           MOVE 1 TO W-ESCAPA-OUT-IDX.
           PERFORM 047-ESCAPA-SQL-1-CARACTER
               VARYING W-ESCAPA-IDX FROM 1 BY 1
               UNTIL W-ESCAPA-IDX > LENGTH OF W-ESCAPA-ENTRADA.

       047-ESCAPA-SQL-1-CARACTER.
           MOVE W-ESCAPA-ENTRADA(W-ESCAPA-IDX:1) TO W-ESCAPA-CHAR.
           MOVE W-ESCAPA-CHAR TO W-ESCAPA-SAIDA(W-ESCAPA-OUT-IDX:1).
           ADD 1 TO W-ESCAPA-OUT-IDX.
           IF W-ESCAPA-CHAR = "'"
               MOVE W-ESCAPA-CHAR TO
                                 W-ESCAPA-SAIDA(W-ESCAPA-OUT-IDX:1)
               ADD 1 TO W-ESCAPA-OUT-IDX
           END-IF.

       045-FORMATA-PRECO-SQL.
           MOVE SPACES TO W-PRECO-SQL.
           DIVIDE W-PRECO-CONV BY 1 GIVING W-PRECO-INT.
           MOVE 0 TO W-PRECO-DEC.
           COMPUTE W-PRECO-DEC = (W-PRECO-CONV - W-PRECO-INT) * 100.
           STRING W-PRECO-INT DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  W-PRECO-DEC DELIMITED BY SIZE
             INTO W-PRECO-SQL.

      *----------------------------------------------------------*
      * 060-GRAVA-RESUMO-FEED                                     *
      * Fecha o relatorio com o que saiu no feed desta execucao,  *
      * por situacao.                                             *
      *----------------------------------------------------------*
       060-GRAVA-RESUMO-FEED.
           MOVE SPACES TO REG-REL-PORTAL.
           PERFORM 090-GRAVA-LINHA.
           MOVE SPACES TO REG-REL-PORTAL.
           STRING "FEED GRAVADO (ARQUIVO PORTALST), SEQUENCIA "
                  DELIMITED BY SIZE
                  W-SEQUENCIA DELIMITED BY SIZE
             INTO REG-REL-PORTAL.
           PERFORM 090-GRAVA-LINHA.

           MOVE W-QTD-NOVOS TO W-QTD-ED.
           MOVE SPACES TO REG-REL-PORTAL.
           STRING "NOVOS...................: " DELIMITED BY SIZE
                  W-QTD-ED DELIMITED BY SIZE
             INTO REG-REL-PORTAL.
           PERFORM 090-GRAVA-LINHA.

           MOVE W-QTD-ALTERADOS TO W-QTD-ED.
           MOVE SPACES TO REG-REL-PORTAL.
           STRING "ALTERADOS...............: " DELIMITED BY SIZE
                  W-QTD-ED DELIMITED BY SIZE
             INTO REG-REL-PORTAL.
           PERFORM 090-GRAVA-LINHA.

           MOVE W-QTD-REMOVIDOS TO W-QTD-ED.
           MOVE SPACES TO REG-REL-PORTAL.
           STRING "REMOVIDOS...............: " DELIMITED BY SIZE
                  W-QTD-ED DELIMITED BY SIZE
             INTO REG-REL-PORTAL.
           PERFORM 090-GRAVA-LINHA.

           MOVE W-QTD-REGISTROS TO W-QTD-ED.
           MOVE SPACES TO REG-REL-PORTAL.
           STRING "TOTAL DE REGISTROS D....: " DELIMITED BY SIZE
                  W-QTD-ED DELIMITED BY SIZE
             INTO REG-REL-PORTAL.
           PERFORM 090-GRAVA-LINHA.

      *----------------------------------------------------------*
      * 070-FINALIZA                                              *
      * Grava o trailer com a sequencia e a quantidade de         *
      * registros D, efetiva a transacao, fecha os arquivos e     *
      * libera cursor e conexao.                                  *
      *----------------------------------------------------------*
       070-FINALIZA.
           IF PORTAL-ABERTO
      * o trailer e o atestado de arquivo completo: so sai num
      * termino normal. Num abend o arquivo fecha sem trailer e
      * a importacao do portal o rejeita.
               IF W-RLOG-TERMINO = "N"
                   PERFORM 075-GRAVA-TRAILER
                   PERFORM 076-EFETIVA-CONTROLE
               END-IF

               CLOSE ARQ-PORTAL
               MOVE "N" TO W-PORTAL-ABERTO
           END-IF.

           IF RECUSA-ABERTO
               CLOSE ARQ-RECUSA
               MOVE "N" TO W-RECUSA-ABERTO
           END-IF.

           IF RELATORIO-ABERTO
               CLOSE RELATORIO-PORTAL
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

           MOVE W-QTD-REGISTROS TO W-QTD-ED.
           DISPLAY "FEED DO PORTAL GRAVADO, REGISTROS: " W-QTD-ED.
           MOVE W-QTD-RECUSAS TO W-QTD-ED.
           DISPLAY "RECUSAS DO PORTAL LIDAS...........: " W-QTD-ED.

           PERFORM 960-GRAVA-RUNLOG.

      *----------------------------------------------------------*
      * 075-GRAVA-TRAILER                                         *
      * Grava o registro T com a sequencia do arquivo e a         *
      * quantidade de registros D.                                *
      *----------------------------------------------------------*
       075-GRAVA-TRAILER.
           MOVE W-QTD-REGISTROS TO W-QTD-TRAILER.
           MOVE SPACES TO REG-PORTAL.
           STRING "T;" DELIMITED BY SIZE
                  W-SEQUENCIA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  W-QTD-TRAILER DELIMITED BY SIZE
             INTO REG-PORTAL.
           WRITE REG-PORTAL.

      *----------------------------------------------------------*
      * 076-EFETIVA-CONTROLE                                      *
      * Grava a sequencia deste arquivo em portal_control e       *
      * efetiva a transacao - so agora recusas tratadas, marcas   *
      * de enviado e sequencia valem. Num abend este paragrafo    *
      * nao roda e a conexao cai sem commit.                      *
      *----------------------------------------------------------*
      * roda dentro de 070-FINALIZA, entao a checagem e a de
      * liberacao (905): um erro aqui e relatado e marca o
      * termino anormal, sem reentrar em 070.
       076-EFETIVA-CONTROLE.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "update portal_control set last_seq = "
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
      * 090-GRAVA-LINHA                                           *
      * Grava a linha montada em REG-REL-PORTAL e conta as linhas *
      * para o log de execucoes.                                  *
      *----------------------------------------------------------*
       090-GRAVA-LINHA.
           WRITE REG-REL-PORTAL.
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
      * (lidos = linhas de recusa mais registros D do feed,       *
      * linhas = linhas gravadas no relatorio) e mostra o resumo  *
      * de fim de execucao no console.                            *
      *----------------------------------------------------------*
       960-GRAVA-RUNLOG.
           ACCEPT W-RLOG-FIM-DATA FROM DATE YYYYMMDD.
           ACCEPT W-RLOG-FIM-HORA FROM TIME.

           MOVE SPACES TO REG-RUNLOG.
           MOVE "portalst" TO RLOG-PROGRAMA.
           MOVE "W" TO RLOG-MODO.
           MOVE W-RLOG-INICIO-DATA TO RLOG-INICIO-DATA.
           MOVE W-RLOG-INICIO-HHMMSS TO RLOG-INICIO-HORA.
           MOVE W-RLOG-FIM-DATA TO RLOG-FIM-DATA.
           MOVE W-RLOG-FIM-HHMMSS TO RLOG-FIM-HORA.
           MOVE SQLCA-FILENAME(1:30) TO RLOG-BANCO.
           COMPUTE RLOG-LIDOS = W-QTD-RECUSAS + W-QTD-INVALIDAS
                              + W-QTD-REGISTROS.
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

           DISPLAY "RESUMO DA EXECUCAO - PROGRAMA portalst".
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

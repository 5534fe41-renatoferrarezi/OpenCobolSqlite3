       IDENTIFICATION DIVISION.
       PROGRAM-ID. jobnoite.
      *----------------------------------------------------------*
      * Controlador da cadeia noturna: le a definicao da cadeia   *
      * (JOBNOITE), roda os passos na ordem, guarda inicio, fim e *
      * resultado de cada um na tabela job_steps e para no        *
      * primeiro termino anormal. Rodado de novo, retoma a mesma  *
      * execucao no passo que falhou, sem repetir os que ja       *
      * terminaram bem - o operador nao tem mais de descobrir o   *
      * que ja passou, o que importa sobretudo no extrcont (que   *
      * avanca a sequencia em extract_control) e no fechames. O   *
      * resumo da cadeia sai no RELNOITE, ao lado do RUNLOG.      *
      *                                                           *
      * Layout da definicao (uma linha por passo; linha com * na  *
      * coluna 1, ou em branco, e comentario):                    *
      *   01-02  sequencia do passo (numerica, crescente)         *
      *   04-11  programa, como ele se grava no RUNLOG            *
      *   13     modo do RUNLOG (em branco = qualquer modo)       *
      *   15     S = so roda no fim do mes                        *
      *   17     S = pode ser reexecutado depois de um abend      *
      *   19-218 comando que roda o passo                         *
      * No comando, AAAAMMDD vira a data da cadeia e AAAA-MM o    *
      * mes dela (o periodo que o fechames e o relvenda pedem).   *
      * Exemplo da cadeia de sempre:                              *
      *   01 sqlite   S N S ./sqlite < VARREDURA                  *
      *   02 reajusta P N S ./reajusta                            *
      *   03 extrcont E N N echo N | ./extrcont                   *
      *   04 relvenda V N S echo AAAA-MM | ./relvenda             *
      *   05 relreceb B N S ./relreceb                            *
      *   06 fechames F S N (cat FECHOPER; echo AAAA-MM) |        *
      *                     ./fechames                            *
      *   07 portalst W N N echo I | ./portalst                   *
      *   08 integbd  Q N S ./integbd                             *
      *   09 reloper  O N S ./reloper                             *
      * (o comando do passo 06 vai numa linha so). Os passos que  *
      * pedem o operador recebem login e senha na entrada:        *
      * VARREDURA (passo 01) e FECHOPER comecam pelas linhas de   *
      * login e senha - o FECHOPER so com elas, o periodo vem do  *
      * echo -, e o REAJPARM (passo 02) leva o operador nas       *
      * colunas 67-86. Sem eles o passo e recusado (900001 no     *
      * sqlite, 900007 no reajusta, 900004 no fechames) e a       *
      * cadeia para nele.                                         *
      *                                                           *
      * O resultado do passo sai do proprio RUNLOG: a ultima      *
      * linha do programa (e modo) gravada depois do inicio do    *
      * passo. Sem linha nova, ou com o comando devolvendo codigo *
      * diferente de zero, o passo e anormal.                     *
      *                                                           *
      * Uma execucao da cadeia (job_runs) fica aberta ate todos   *
      * os passos terminarem; enquanto isso, rodar o controlador  *
      * retoma a mesma execucao, com a mesma data e a mesma       *
      * decisao de fim de mes - mesmo que o rerun caia no dia     *
      * seguinte. Passo que falhou e nao pode ser reexecutado so  *
      * anda com o operador: R reexecuta, C da o passo como       *
      * concluido (conferido a mao); qualquer outra resposta para *
      * a cadeia de novo.                                         *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DEFINICAO ASSIGN TO "JOBNOITE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-DEFINICAO.

           SELECT RELATORIO-CADEIA ASSIGN TO "RELNOITE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-RUNLOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
      * definicao da cadeia em posicoes fixas; a sequencia tem
      * REDEFINES alfanumerico para o teste de classe NUMERIC e
      * para reconhecer a linha de comentario.
       FD  ARQ-DEFINICAO.
       01  REG-DEFINICAO.
           05 DEF-SEQUENCIA                PIC 9(2).
           05 DEF-SEQUENCIA-X REDEFINES DEF-SEQUENCIA
                                           PIC X(2).
           05 FILLER                       PIC X(01).
           05 DEF-PROGRAMA                 PIC X(08).
           05 FILLER                       PIC X(01).
           05 DEF-MODO                     PIC X(01).
           05 FILLER                       PIC X(01).
           05 DEF-MENSAL                   PIC X(01).
           05 FILLER                       PIC X(01).
           05 DEF-REEXECUTAVEL             PIC X(01).
           05 FILLER                       PIC X(01).
           05 DEF-COMANDO                  PIC X(200).

       FD  RELATORIO-CADEIA.
       01  REG-REL-CADEIA               PIC X(132).

       FD  ARQ-RUNLOG.
       COPY runlog-book.

       WORKING-STORAGE SECTION.

       01  W-FS-DEFINICAO               PIC X(02).
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

      * os passos da definicao, na ordem do arquivo, com o que a
      * execucao da cadeia ja sabe de cada um (resultado, inicio,
      * fim, erro e as contagens do RUNLOG do passo). Passo que a
      * cadeia nao alcancou fica com o resultado em branco.
       01  W-TAB-PASSOS.
           05 W-PASSO OCCURS 30.
              10 W-PAS-SEQ             PIC 9(2).
              10 W-PAS-PROGRAMA        PIC X(08).
              10 W-PAS-MODO            PIC X(01).
              10 W-PAS-MENSAL          PIC X(01).
                 88 PASSO-MENSAL       VALUE "S".
              10 W-PAS-REEXECUTAVEL    PIC X(01).
                 88 PASSO-REEXECUTAVEL VALUE "S".
              10 W-PAS-COMANDO         PIC X(200).
              10 W-PAS-RESULTADO       PIC X(02).
                 88 PASSO-CONCLUIDO    VALUE "OK" "PM" "LM".
                 88 PASSO-ANORMAL      VALUE "AB" "EX".
              10 W-PAS-INICIO-DATA     PIC X(08).
              10 W-PAS-INICIO-HORA     PIC X(06).
              10 W-PAS-FIM-DATA        PIC X(08).
              10 W-PAS-FIM-HORA        PIC X(06).
              10 W-PAS-ERRO            PIC X(06).
              10 W-PAS-LIDOS           PIC 9(6).
              10 W-PAS-LINHAS          PIC 9(6).
              10 W-PAS-RODOU-AGORA     PIC X(01).
                 88 PASSO-RODOU-AGORA  VALUE "S".
       01  W-MAX-PASSOS                PIC 9(2) COMP VALUE 30.
       01  W-QTD-PASSOS                PIC 9(2) COMP VALUE ZERO.
       01  W-IDX                       PIC 9(2) COMP.
       01  W-SEQ-ANTERIOR              PIC 9(2) VALUE ZERO.
       01  W-FIM-DEFINICAO             PIC X(01) VALUE "N".
           88 FIM-DEFINICAO            VALUE "S".
       01  W-QTD-EXECUTADOS            PIC 9(4) COMP VALUE ZERO.

      * a execucao da cadeia em andamento: id em job_runs, data
      * da cadeia (e o mes dela, para o comando) e a decisao de
      * fim de mes tomada quando a execucao foi aberta.
       01  W-EXECUCAO-ID               PIC 9(9) VALUE ZERO.
       01  W-DATA-CADEIA               PIC 9(8).
       01  FILLER REDEFINES W-DATA-CADEIA.
           05 W-CADEIA-ANO             PIC X(04).
           05 W-CADEIA-MES             PIC X(02).
           05 W-CADEIA-DIA             PIC X(02).
       01  W-DATA-CADEIA-X REDEFINES W-DATA-CADEIA
                                       PIC X(08).
       01  W-PERIODO-CADEIA            PIC X(07).
       01  W-DATA-SEGUINTE             PIC 9(8).
       01  FILLER REDEFINES W-DATA-SEGUINTE.
           05 FILLER                   PIC X(04).
           05 W-SEGUINTE-MES           PIC X(02).
           05 FILLER                   PIC X(02).
       01  W-FIM-DE-MES                PIC X(01) VALUE "N".
           88 FIM-DE-MES               VALUE "S".
       01  W-FIM-DE-MES-N              PIC 9(1).
       01  W-RETOMADA                  PIC X(01) VALUE "N".
           88 CADEIA-RETOMADA          VALUE "S".
       01  W-CADEIA-INTERROMPIDA       PIC X(01) VALUE "N".
           88 CADEIA-INTERROMPIDA      VALUE "S".

      * linhas lidas de job_runs e job_steps.
       01  REGISTRO-EXECUCAO.
           05 WJ-EXECUCAO-ID           PIC 9(9).
           05 WJ-DATA-CADEIA           PIC X(08).
           05 WJ-FIM-DE-MES            PIC 9(1).
       01  REGISTRO-PASSO.
           05 WJ-RESULTADO             PIC X(02).
           05 WJ-INICIO-DATA           PIC X(08).
           05 WJ-INICIO-HORA           PIC X(06).
           05 WJ-FIM-DATA              PIC X(08).
           05 WJ-FIM-HORA              PIC X(06).
           05 WJ-ERRO                  PIC X(06).
           05 WJ-LIDOS                 PIC 9(6).
           05 WJ-LINHAS                PIC 9(6).

      * execucao de um passo: o comando ja com a data/mes da
      * cadeia, o codigo de retorno dele e os carimbos de inicio
      * e fim.
       01  W-COMANDO                   PIC X(200).
       01  W-RC-PASSO                  PIC S9(9) COMP-5.
       01  W-RC-ED                     PIC -(8)9.
       01  W-PASSO-INICIO-DATA         PIC 9(8).
       01  W-PASSO-INICIO-HORA.
           05 W-PASSO-INICIO-HHMMSS    PIC 9(6).
           05 FILLER                   PIC 9(2).
       01  W-PASSO-FIM-DATA            PIC 9(8).
       01  W-PASSO-FIM-HORA.
           05 W-PASSO-FIM-HHMMSS       PIC 9(6).
           05 FILLER                   PIC 9(2).
       01  W-LIBERACAO                 PIC X(01).
           88 LIBERA-REEXECUCAO        VALUE "R" "r".
           88 LIBERA-CONCLUIDO         VALUE "C" "c".

      * procura no RUNLOG da linha que o passo gravou: so conta
      * linha do programa (e modo) com inicio a partir do inicio
      * do passo; fica a ultima.
       01  W-CARIMBO-PASSO             PIC 9(14).
       01  W-CARIMBO-RUNLOG            PIC 9(14).
       01  W-FIM-RUNLOG                PIC X(01).
           88 FIM-RUNLOG               VALUE "S".
       01  W-ACHOU-RUNLOG              PIC X(01).
           88 ACHOU-RUNLOG             VALUE "S".
       01  W-ACH-TERMINO               PIC X(01).
       01  W-ACH-ERRO                  PIC X(06).
       01  W-ACH-LIDOS                 PIC 9(6).
       01  W-ACH-LINHAS                PIC 9(6).

       01  W-QTD-ED                    PIC ZZZ.ZZ9.
       01  W-SEQ-ED                    PIC Z9.
       01  W-ID-ED                     PIC Z(8)9.
       01  W-DESCRICAO-RESULTADO       PIC X(26).

      * linha do resumo da cadeia.
       01  W-LINHA-CADEIA.
           05 CAD-SEQ                  PIC Z9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CAD-PROGRAMA             PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 CAD-MODO                 PIC X(01).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CAD-MENSAL               PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 CAD-REEXECUTAVEL         PIC X(01).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CAD-INICIO               PIC X(15).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CAD-FIM                  PIC X(15).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CAD-RESULTADO            PIC X(26).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CAD-ERRO                 PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CAD-LIDOS                PIC X(07).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CAD-LINHAS               PIC X(07).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CAD-AGORA                PIC X(05).

      * mesmo layout com a sequencia alfanumerica, para o
      * cabecalho.
       01  W-CABECALHO-CADEIA REDEFINES W-LINHA-CADEIA.
           05 CAB-SEQ                  PIC X(02).
           05 FILLER                   PIC X(02).
           05 CAB-PROGRAMA             PIC X(08).
           05 FILLER                   PIC X(01).
           05 CAB-MODO                 PIC X(01).
           05 FILLER                   PIC X(02).
           05 CAB-MENSAL               PIC X(01).
           05 FILLER                   PIC X(01).
           05 CAB-REEXECUTAVEL         PIC X(01).
           05 FILLER                   PIC X(02).
           05 CAB-INICIO               PIC X(15).
           05 FILLER                   PIC X(02).
           05 CAB-FIM                  PIC X(15).
           05 FILLER                   PIC X(02).
           05 CAB-RESULTADO            PIC X(26).
           05 FILLER                   PIC X(02).
           05 CAB-ERRO                 PIC X(06).
           05 FILLER                   PIC X(02).
           05 CAB-LIDOS                PIC X(07).
           05 FILLER                   PIC X(02).
           05 CAB-LINHAS               PIC X(07).
           05 FILLER                   PIC X(02).
           05 CAB-AGORA                PIC X(05).

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
           PERFORM 020-OBTEM-EXECUCAO.

           PERFORM 030-PROCESSA-PASSO
               VARYING W-IDX FROM 1 BY 1
               UNTIL W-IDX > W-QTD-PASSOS
                  OR CADEIA-INTERROMPIDA.

           IF NOT CADEIA-INTERROMPIDA
               PERFORM 060-CONCLUI-EXECUCAO
           END-IF.

           PERFORM 070-FINALIZA.

           STOP RUN.

      *----------------------------------------------------------*
      * 010-INICIALIZA                                            *
      * Carrega e critica a definicao da cadeia antes de tocar no *
      * banco; depois conecta e garante as tabelas de controle.   *
      *----------------------------------------------------------*
       010-INICIALIZA.
           PERFORM 015-OBTEM-NOME-BANCO.
           PERFORM 011-CARREGA-DEFINICAO.

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

      *----------------------------------------------------------*
      * 011-CARREGA-DEFINICAO                                     *
      * Le a definicao inteira para a tabela de passos. Arquivo   *
      * ausente, vazio ou com linha invalida encerra o job sem    *
      * rodar passo nenhum: cadeia pela metade por erro de        *
      * digitacao na definicao e pior que cadeia nenhuma.         *
      *----------------------------------------------------------*
       011-CARREGA-DEFINICAO.
           INITIALIZE W-TAB-PASSOS.

           OPEN INPUT ARQ-DEFINICAO.
           IF W-FS-DEFINICAO NOT = "00"
               DISPLAY "DEFINICAO DA CADEIA (JOBNOITE) NAO ENCONTRADA"
                       ", STATUS " W-FS-DEFINICAO
               MOVE "900001" TO W-RLOG-ERRO
               PERFORM 955-ENCERRA-DEFINICAO-INVALIDA
           END-IF.

           PERFORM 012-LE-DEFINICAO
               UNTIL FIM-DEFINICAO.

           CLOSE ARQ-DEFINICAO.

           IF W-QTD-PASSOS = ZERO
               DISPLAY "DEFINICAO DA CADEIA (JOBNOITE) SEM PASSOS"
               MOVE "900001" TO W-RLOG-ERRO
               PERFORM 955-ENCERRA-DEFINICAO-INVALIDA
           END-IF.

       012-LE-DEFINICAO.
           READ ARQ-DEFINICAO
               AT END
                   MOVE "S" TO W-FIM-DEFINICAO
               NOT AT END
                   IF REG-DEFINICAO NOT = SPACES
                      AND DEF-SEQUENCIA-X(1:1) NOT = "*"
                       PERFORM 013-CRITICA-PASSO
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      * 013-CRITICA-PASSO                                         *
      * Sequencia numerica e crescente, programa e comando        *
      * preenchidos, indicadores S ou N e no maximo 30 passos.    *
      *----------------------------------------------------------*
       013-CRITICA-PASSO.
           IF DEF-SEQUENCIA-X NOT NUMERIC
              OR DEF-SEQUENCIA NOT GREATER THAN W-SEQ-ANTERIOR
              OR DEF-PROGRAMA = SPACES
              OR DEF-COMANDO = SPACES
              OR (DEF-MENSAL NOT = "S" AND DEF-MENSAL NOT = "N")
              OR (DEF-REEXECUTAVEL NOT = "S"
                  AND DEF-REEXECUTAVEL NOT = "N")
               DISPLAY "PASSO INVALIDO NA DEFINICAO DA CADEIA: "
                       REG-DEFINICAO(1:40)
               MOVE "900001" TO W-RLOG-ERRO
               PERFORM 955-ENCERRA-DEFINICAO-INVALIDA
           END-IF.

           IF W-QTD-PASSOS NOT LESS THAN W-MAX-PASSOS
               DISPLAY "DEFINICAO DA CADEIA COM MAIS DE 30 PASSOS"
               MOVE "900001" TO W-RLOG-ERRO
               PERFORM 955-ENCERRA-DEFINICAO-INVALIDA
           END-IF.

           ADD 1 TO W-QTD-PASSOS.
           MOVE DEF-SEQUENCIA TO W-PAS-SEQ(W-QTD-PASSOS).
           MOVE DEF-SEQUENCIA TO W-SEQ-ANTERIOR.
           MOVE DEF-PROGRAMA TO W-PAS-PROGRAMA(W-QTD-PASSOS).
           MOVE DEF-MODO TO W-PAS-MODO(W-QTD-PASSOS).
           MOVE DEF-MENSAL TO W-PAS-MENSAL(W-QTD-PASSOS).
           MOVE DEF-REEXECUTAVEL TO W-PAS-REEXECUTAVEL(W-QTD-PASSOS).
           MOVE DEF-COMANDO TO W-PAS-COMANDO(W-QTD-PASSOS).
           MOVE SPACES TO W-PAS-RESULTADO(W-QTD-PASSOS).
           MOVE "N" TO W-PAS-RODOU-AGORA(W-QTD-PASSOS).

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
      * Garante as tabelas de controle da cadeia: job_runs, uma   *
      * linha por execucao (status E enquanto aberta, C quando    *
      * todos os passos terminaram), e job_steps, uma linha por   *
      * passo de cada execucao com inicio, fim e resultado:       *
      *   OK concluido          AB termino anormal                *
      *   EX em execucao (o controlador caiu com o passo rodando) *
      *   PM pulado, so roda no fim do mes                        *
      *   LM liberado pelo operador como concluido                *
      *----------------------------------------------------------*
       016-PREPARA-BANCO.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "create table if not exists job_runs ("
                  DELIMITED BY SIZE
                  "run_id integer primary key, stream_date text, "
                  DELIMITED BY SIZE
                  "month_end integer, status text, "
                  DELIMITED BY SIZE
                  "start_date text, start_time text, "
                  DELIMITED BY SIZE
                  "end_date text, end_time text)"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "create table if not exists job_steps ("
                  DELIMITED BY SIZE
                  "run_id integer, step_seq integer, "
                  DELIMITED BY SIZE
                  "program text, mode text, "
                  DELIMITED BY SIZE
                  "start_date text, start_time text, "
                  DELIMITED BY SIZE
                  "end_date text, end_time text, "
                  DELIMITED BY SIZE
                  "result text, error text, "
                  DELIMITED BY SIZE
                  "read_count integer, report_lines integer, "
                  DELIMITED BY SIZE
                  "primary key (run_id, step_seq))"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

      *----------------------------------------------------------*
      * 020-OBTEM-EXECUCAO                                        *
      * Retoma a ultima execucao ainda aberta da cadeia, com a    *
      * data e a decisao de fim de mes dela; sem nenhuma aberta,  *
      * abre uma nova com a data de hoje - fim de mes quando      *
      * amanha ja e outro mes.                                    *
      *----------------------------------------------------------*
       020-OBTEM-EXECUCAO.
           INITIALIZE REGISTRO-EXECUCAO.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "select run_id, stream_date, month_end "
                  "from job_runs where status <> 'C' "
                  "order by run_id desc limit 1" DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 080-LE-EXECUCAO.

           IF WJ-EXECUCAO-ID > ZERO
               MOVE "S" TO W-RETOMADA
               MOVE WJ-EXECUCAO-ID TO W-EXECUCAO-ID
               MOVE WJ-DATA-CADEIA TO W-DATA-CADEIA-X
               IF WJ-FIM-DE-MES = 1
                   MOVE "S" TO W-FIM-DE-MES
               END-IF
           ELSE
               PERFORM 025-ABRE-EXECUCAO
           END-IF.

           MOVE SPACES TO W-PERIODO-CADEIA.
           STRING W-CADEIA-ANO DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  W-CADEIA-MES DELIMITED BY SIZE
             INTO W-PERIODO-CADEIA.

           MOVE W-EXECUCAO-ID TO W-ID-ED.
           IF CADEIA-RETOMADA
               DISPLAY "RETOMANDO A EXECUCAO " W-ID-ED
                       " DA CADEIA DE " W-DATA-CADEIA-X
           ELSE
               DISPLAY "NOVA EXECUCAO " W-ID-ED
                       " DA CADEIA DE " W-DATA-CADEIA-X
           END-IF.
           IF FIM-DE-MES
               DISPLAY "FIM DE MES - PASSOS MENSAIS INCLUIDOS"
           END-IF.

      *----------------------------------------------------------*
      * 025-ABRE-EXECUCAO                                         *
      * Grava a execucao nova em job_runs e busca o id gerado.    *
      *----------------------------------------------------------*
       025-ABRE-EXECUCAO.
           MOVE W-RLOG-INICIO-DATA TO W-DATA-CADEIA.
           COMPUTE W-DATA-SEGUINTE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(W-DATA-CADEIA) + 1).
           MOVE ZERO TO W-FIM-DE-MES-N.
           IF W-SEGUINTE-MES NOT = W-CADEIA-MES
               MOVE "S" TO W-FIM-DE-MES
               MOVE 1 TO W-FIM-DE-MES-N
           END-IF.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "insert into job_runs (stream_date, month_end, "
                  "status, start_date, start_time) values ('"
                  DELIMITED BY SIZE
                  W-DATA-CADEIA-X DELIMITED BY SIZE
                  "', " DELIMITED BY SIZE
                  W-FIM-DE-MES-N DELIMITED BY SIZE
                  ", 'E', '" DELIMITED BY SIZE
                  W-RLOG-INICIO-DATA DELIMITED BY SIZE
                  "', '" DELIMITED BY SIZE
                  W-RLOG-INICIO-HHMMSS DELIMITED BY SIZE
                  "')" DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           INITIALIZE REGISTRO-EXECUCAO.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "select max(run_id), '', 0 from job_runs"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 080-LE-EXECUCAO.
           MOVE WJ-EXECUCAO-ID TO W-EXECUCAO-ID.

      *----------------------------------------------------------*
      * 030-PROCESSA-PASSO                                        *
      * Decide o que fazer com o passo corrente desta execucao:   *
      * ja concluido antes, segue adiante sem repetir; mensal     *
      * fora do fim do mes, fica registrado como pulado; falhou   *
      * antes e nao pode ser reexecutado, so com a liberacao do   *
      * operador; nos demais casos, roda.                         *
      *----------------------------------------------------------*
       030-PROCESSA-PASSO.
           PERFORM 031-LE-SITUACAO-PASSO.

           MOVE W-PAS-SEQ(W-IDX) TO W-SEQ-ED.
           EVALUATE TRUE
               WHEN PASSO-CONCLUIDO(W-IDX)
                   DISPLAY "PASSO " W-SEQ-ED " "
                           W-PAS-PROGRAMA(W-IDX)
                           " JA CONCLUIDO - NAO SERA REPETIDO"
               WHEN PASSO-MENSAL(W-IDX) AND NOT FIM-DE-MES
                   PERFORM 036-PULA-PASSO-MENSAL
               WHEN PASSO-ANORMAL(W-IDX)
                AND NOT PASSO-REEXECUTAVEL(W-IDX)
                   PERFORM 035-PEDE-LIBERACAO
               WHEN OTHER
                   PERFORM 040-EXECUTA-PASSO
           END-EVALUATE.

      *----------------------------------------------------------*
      * 031-LE-SITUACAO-PASSO                                     *
      * Traz de job_steps o que esta execucao ja registrou do     *
      * passo (nada, num passo ainda nao alcancado).              *
      *----------------------------------------------------------*
       031-LE-SITUACAO-PASSO.
           INITIALIZE REGISTRO-PASSO.
           MOVE W-PAS-SEQ(W-IDX) TO W-SEQ-ED.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "select result, start_date, start_time, "
                  "coalesce(end_date, ''), coalesce(end_time, ''), "
                  "coalesce(error, ''), coalesce(read_count, 0), "
                  "coalesce(report_lines, 0) from job_steps "
                  "where run_id = " DELIMITED BY SIZE
                  W-EXECUCAO-ID DELIMITED BY SIZE
                  " and step_seq = " DELIMITED BY SIZE
                  W-PAS-SEQ(W-IDX) DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           CALL "sqliteOpenCursor" USING BY REFERENCE
                                            SQLCA-CID
                                            SQLCA-QUERY
                                            SQLCA-STATEMENT
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           MOVE "S" TO W-CURSOR-ABERTO.

           CALL "sqlitefetch" USING BY REFERENCE SQLCA-STATEMENT
                                                 SQLCA_CUR_STAT
                                                 WJ-RESULTADO
                                                 WJ-INICIO-DATA
                                                 WJ-INICIO-HORA
                                                 WJ-FIM-DATA
                                                 WJ-FIM-HORA
                                                 WJ-ERRO
                                                 WJ-LIDOS
                                                 WJ-LINHAS
                                                 SQLCA-ERROR
                                                 SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.

           PERFORM 068-FECHA-CURSOR.

           MOVE WJ-RESULTADO TO W-PAS-RESULTADO(W-IDX).
           MOVE WJ-INICIO-DATA TO W-PAS-INICIO-DATA(W-IDX).
           MOVE WJ-INICIO-HORA TO W-PAS-INICIO-HORA(W-IDX).
           MOVE WJ-FIM-DATA TO W-PAS-FIM-DATA(W-IDX).
           MOVE WJ-FIM-HORA TO W-PAS-FIM-HORA(W-IDX).
           MOVE WJ-ERRO TO W-PAS-ERRO(W-IDX).
           MOVE WJ-LIDOS TO W-PAS-LIDOS(W-IDX).
           MOVE WJ-LINHAS TO W-PAS-LINHAS(W-IDX).

      *----------------------------------------------------------*
      * 035-PEDE-LIBERACAO                                        *
      * Passo que falhou e nao pode ser reexecutado as cegas      *
      * (extrcont, fechames): o operador confere o que o passo    *
      * chegou a fazer e responde R para reexecutar ou C para dar *
      * o passo como concluido. Sem resposta - inclusive quando a *
      * cadeia roda sem ninguem no console - a cadeia para de     *
      * novo no mesmo ponto.                                      *
      *----------------------------------------------------------*
       035-PEDE-LIBERACAO.
           DISPLAY "PASSO " W-SEQ-ED " " W-PAS-PROGRAMA(W-IDX)
                   " TERMINOU ANORMAL E NAO E REEXECUTAVEL".
           DISPLAY "(R)EEXECUTAR, (C)ONSIDERAR CONCLUIDO OU "
                   "ENTER PARA PARAR: ".
           MOVE SPACES TO W-LIBERACAO.
           ACCEPT W-LIBERACAO FROM CONSOLE.

           EVALUATE TRUE
               WHEN LIBERA-REEXECUCAO
                   PERFORM 040-EXECUTA-PASSO
               WHEN LIBERA-CONCLUIDO
                   PERFORM 037-LIBERA-PASSO
               WHEN OTHER
                   DISPLAY "CADEIA PARADA NO PASSO " W-SEQ-ED
                   MOVE "S" TO W-CADEIA-INTERROMPIDA
                   MOVE "900002" TO W-RLOG-ERRO
                   MOVE "A" TO W-RLOG-TERMINO
           END-EVALUATE.

      *----------------------------------------------------------*
      * 036-PULA-PASSO-MENSAL                                     *
      * Passo so de fim de mes numa cadeia que nao e: fica        *
      * registrado como pulado, para o resumo mostrar que foi     *
      * decisao e nao esquecimento.                               *
      *----------------------------------------------------------*
       036-PULA-PASSO-MENSAL.
           MOVE "PM" TO W-PAS-RESULTADO(W-IDX).
           MOVE "000000" TO W-PAS-ERRO(W-IDX).
           MOVE SPACES TO W-PAS-INICIO-DATA(W-IDX)
                          W-PAS-INICIO-HORA(W-IDX)
                          W-PAS-FIM-DATA(W-IDX)
                          W-PAS-FIM-HORA(W-IDX).
           MOVE ZERO TO W-PAS-LIDOS(W-IDX) W-PAS-LINHAS(W-IDX).
           PERFORM 048-GRAVA-SITUACAO-PASSO.
           DISPLAY "PASSO " W-SEQ-ED " " W-PAS-PROGRAMA(W-IDX)
                   " SO RODA NO FIM DO MES - PULADO".

      *----------------------------------------------------------*
      * 037-LIBERA-PASSO                                          *
      * Operador deu o passo como concluido: fica LM, com o erro  *
      * e os carimbos da tentativa que falhou preservados.        *
      *----------------------------------------------------------*
       037-LIBERA-PASSO.
           MOVE "LM" TO W-PAS-RESULTADO(W-IDX).
           PERFORM 048-GRAVA-SITUACAO-PASSO.
           DISPLAY "PASSO " W-SEQ-ED " " W-PAS-PROGRAMA(W-IDX)
                   " LIBERADO COMO CONCLUIDO PELO OPERADOR".

      *----------------------------------------------------------*
      * 040-EXECUTA-PASSO                                         *
      * Marca o passo como em execucao (EX) antes de chamar o     *
      * comando - se o proprio controlador cair, a retomada sabe  *
      * que o passo nao terminou -, roda o comando com a data e o *
      * mes da cadeia e apura o resultado no RUNLOG.              *
      *----------------------------------------------------------*
       040-EXECUTA-PASSO.
           ACCEPT W-PASSO-INICIO-DATA FROM DATE YYYYMMDD.
           ACCEPT W-PASSO-INICIO-HORA FROM TIME.

           MOVE "EX" TO W-PAS-RESULTADO(W-IDX).
           MOVE "000000" TO W-PAS-ERRO(W-IDX).
           MOVE W-PASSO-INICIO-DATA TO W-PAS-INICIO-DATA(W-IDX).
           MOVE W-PASSO-INICIO-HHMMSS TO W-PAS-INICIO-HORA(W-IDX).
           MOVE SPACES TO W-PAS-FIM-DATA(W-IDX)
                          W-PAS-FIM-HORA(W-IDX).
           MOVE ZERO TO W-PAS-LIDOS(W-IDX) W-PAS-LINHAS(W-IDX).
           MOVE "S" TO W-PAS-RODOU-AGORA(W-IDX).
           PERFORM 048-GRAVA-SITUACAO-PASSO.

           MOVE W-PAS-COMANDO(W-IDX) TO W-COMANDO.
           INSPECT W-COMANDO
               REPLACING ALL "AAAAMMDD" BY W-DATA-CADEIA-X
                         ALL "AAAA-MM" BY W-PERIODO-CADEIA.

           DISPLAY "PASSO " W-SEQ-ED " " W-PAS-PROGRAMA(W-IDX)
                   " INICIADO: " FUNCTION TRIM(W-COMANDO).
           CALL "SYSTEM" USING W-COMANDO.
           MOVE RETURN-CODE TO W-RC-PASSO.
           MOVE ZERO TO RETURN-CODE.
           ADD 1 TO W-QTD-EXECUTADOS.

           ACCEPT W-PASSO-FIM-DATA FROM DATE YYYYMMDD.
           ACCEPT W-PASSO-FIM-HORA FROM TIME.
           MOVE W-PASSO-FIM-DATA TO W-PAS-FIM-DATA(W-IDX).
           MOVE W-PASSO-FIM-HHMMSS TO W-PAS-FIM-HORA(W-IDX).

           PERFORM 045-APURA-RESULTADO.
           PERFORM 048-GRAVA-SITUACAO-PASSO.

           IF PASSO-ANORMAL(W-IDX)
               DISPLAY "PASSO " W-SEQ-ED " " W-PAS-PROGRAMA(W-IDX)
                       " TERMINOU ANORMAL, ERRO " W-PAS-ERRO(W-IDX)
                       " - CADEIA PARADA"
               MOVE "S" TO W-CADEIA-INTERROMPIDA
               MOVE W-PAS-ERRO(W-IDX) TO W-RLOG-ERRO
               MOVE "A" TO W-RLOG-TERMINO
           ELSE
               DISPLAY "PASSO " W-SEQ-ED " " W-PAS-PROGRAMA(W-IDX)
                       " CONCLUIDO"
           END-IF.

      *----------------------------------------------------------*
      * 045-APURA-RESULTADO                                       *
      * O resultado do passo: comando que devolveu codigo         *
      * diferente de zero e anormal (900004); senao vale a ultima *
      * linha que o programa gravou no RUNLOG depois do inicio do *
      * passo - e, sem linha nenhuma, o passo tambem e anormal    *
      * (900003), porque nao ha como saber o que ele fez.         *
      *----------------------------------------------------------*
       045-APURA-RESULTADO.
           COMPUTE W-CARIMBO-PASSO = W-PASSO-INICIO-DATA * 1000000
                                   + W-PASSO-INICIO-HHMMSS.
           MOVE "N" TO W-ACHOU-RUNLOG.
           MOVE "N" TO W-FIM-RUNLOG.

           OPEN INPUT ARQ-RUNLOG.
           IF W-FS-RUNLOG = "00"
               PERFORM 046-LE-RUNLOG
                   UNTIL FIM-RUNLOG
               CLOSE ARQ-RUNLOG
           END-IF.

           EVALUATE TRUE
               WHEN W-RC-PASSO NOT = ZERO
                   MOVE W-RC-PASSO TO W-RC-ED
                   DISPLAY "COMANDO DO PASSO DEVOLVEU CODIGO "
                           W-RC-ED
                   MOVE "AB" TO W-PAS-RESULTADO(W-IDX)
                   MOVE "900004" TO W-PAS-ERRO(W-IDX)
               WHEN NOT ACHOU-RUNLOG
                   DISPLAY "PASSO NAO GRAVOU O RUNLOG"
                   MOVE "AB" TO W-PAS-RESULTADO(W-IDX)
                   MOVE "900003" TO W-PAS-ERRO(W-IDX)
               WHEN W-ACH-TERMINO = "A"
                   MOVE "AB" TO W-PAS-RESULTADO(W-IDX)
                   MOVE W-ACH-ERRO TO W-PAS-ERRO(W-IDX)
               WHEN OTHER
                   MOVE "OK" TO W-PAS-RESULTADO(W-IDX)
                   MOVE W-ACH-ERRO TO W-PAS-ERRO(W-IDX)
           END-EVALUATE.

           IF ACHOU-RUNLOG
               MOVE W-ACH-LIDOS TO W-PAS-LIDOS(W-IDX)
               MOVE W-ACH-LINHAS TO W-PAS-LINHAS(W-IDX)
           END-IF.

       046-LE-RUNLOG.
           READ ARQ-RUNLOG
               AT END
                   MOVE "S" TO W-FIM-RUNLOG
               NOT AT END
                   IF RLOG-PROGRAMA = W-PAS-PROGRAMA(W-IDX)
                      AND (W-PAS-MODO(W-IDX) = SPACE
                           OR RLOG-MODO = W-PAS-MODO(W-IDX))
                      AND RLOG-INICIO-DATA NUMERIC
                      AND RLOG-INICIO-HORA NUMERIC
                       PERFORM 047-CONFERE-CARIMBO
                   END-IF
           END-READ.

       047-CONFERE-CARIMBO.
           COMPUTE W-CARIMBO-RUNLOG = RLOG-INICIO-DATA * 1000000
                                    + RLOG-INICIO-HORA.
           IF W-CARIMBO-RUNLOG NOT LESS THAN W-CARIMBO-PASSO
               MOVE "S" TO W-ACHOU-RUNLOG
               MOVE RLOG-TERMINO TO W-ACH-TERMINO
               MOVE RLOG-SQLCA-ERROR TO W-ACH-ERRO
               MOVE RLOG-LIDOS TO W-ACH-LIDOS
               MOVE RLOG-LINHAS-REL TO W-ACH-LINHAS
           END-IF.

      *----------------------------------------------------------*
      * 048-GRAVA-SITUACAO-PASSO                                  *
      * Grava (ou regrava) a linha do passo em job_steps com o    *
      * que esta na tabela de passos.                             *
      *----------------------------------------------------------*
       048-GRAVA-SITUACAO-PASSO.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "insert or replace into job_steps (run_id, "
                  "step_seq, program, mode, start_date, start_time, "
                  "end_date, end_time, result, error, read_count, "
                  "report_lines) values (" DELIMITED BY SIZE
                  W-EXECUCAO-ID DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  W-PAS-SEQ(W-IDX) DELIMITED BY SIZE
                  ", '" DELIMITED BY SIZE
                  W-PAS-PROGRAMA(W-IDX) DELIMITED BY SPACE
                  "', '" DELIMITED BY SIZE
                  W-PAS-MODO(W-IDX) DELIMITED BY SIZE
                  "', '" DELIMITED BY SIZE
                  W-PAS-INICIO-DATA(W-IDX) DELIMITED BY SIZE
                  "', '" DELIMITED BY SIZE
                  W-PAS-INICIO-HORA(W-IDX) DELIMITED BY SIZE
                  "', '" DELIMITED BY SIZE
                  W-PAS-FIM-DATA(W-IDX) DELIMITED BY SIZE
                  "', '" DELIMITED BY SIZE
                  W-PAS-FIM-HORA(W-IDX) DELIMITED BY SIZE
                  "', '" DELIMITED BY SIZE
                  W-PAS-RESULTADO(W-IDX) DELIMITED BY SIZE
                  "', '" DELIMITED BY SIZE
                  W-PAS-ERRO(W-IDX) DELIMITED BY SIZE
                  "', " DELIMITED BY SIZE
                  W-PAS-LIDOS(W-IDX) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  W-PAS-LINHAS(W-IDX) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

      *----------------------------------------------------------*
      * 060-CONCLUI-EXECUCAO                                      *
      * Todos os passos passaram: a execucao e fechada (status C) *
      * e a proxima chamada do controlador abre uma nova.         *
      *----------------------------------------------------------*
       060-CONCLUI-EXECUCAO.
           ACCEPT W-PASSO-FIM-DATA FROM DATE YYYYMMDD.
           ACCEPT W-PASSO-FIM-HORA FROM TIME.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "update job_runs set status = 'C', end_date = '"
                  DELIMITED BY SIZE
                  W-PASSO-FIM-DATA DELIMITED BY SIZE
                  "', end_time = '" DELIMITED BY SIZE
                  W-PASSO-FIM-HHMMSS DELIMITED BY SIZE
                  "' where run_id = " DELIMITED BY SIZE
                  W-EXECUCAO-ID DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           DISPLAY "CADEIA CONCLUIDA".

      *----------------------------------------------------------*
      * 068-FECHA-CURSOR                                          *
      * Fecha o cursor de leitura pontual, se aberto.             *
      *----------------------------------------------------------*
       068-FECHA-CURSOR.
           IF CURSOR-ABERTO
               CALL "sqliteCloseCursor" USING BY REFERENCE
                                                    SQLCA-STATEMENT
                                                    SQLCA-ERROR
                                                    SQLCA-ERROR-MESSAGE
               PERFORM 900-VERIFICA-ERRO
               MOVE "N" TO W-CURSOR-ABERTO
           END-IF.

      *----------------------------------------------------------*
      * 070-FINALIZA                                              *
      * Grava o resumo da cadeia no RELNOITE a partir da tabela   *
      * de passos (sem voltar ao banco, para sair mesmo depois de *
      * um erro de banco) e libera cursor e conexao.              *
      *----------------------------------------------------------*
       070-FINALIZA.
           PERFORM 075-GRAVA-RESUMO.

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

           PERFORM 960-GRAVA-RUNLOG.

      *----------------------------------------------------------*
      * 075-GRAVA-RESUMO                                          *
      * Resumo da cadeia: execucao, data, fim de mes, um passo    *
      * por linha (com AGORA nos que rodaram nesta chamada) e a   *
      * situacao final.                                           *
      *----------------------------------------------------------*
       075-GRAVA-RESUMO.
           OPEN OUTPUT RELATORIO-CADEIA.
           MOVE "S" TO W-RELATORIO-ABERTO.

           MOVE W-EXECUCAO-ID TO W-ID-ED.
           MOVE SPACES TO REG-REL-CADEIA.
           STRING "RESUMO DA CADEIA NOTURNA - EXECUCAO "
                  DELIMITED BY SIZE
                  W-ID-ED DELIMITED BY SIZE
                  "  DATA " DELIMITED BY SIZE
                  W-DATA-CADEIA-X DELIMITED BY SIZE
                  "  FIM DE MES " DELIMITED BY SIZE
                  W-FIM-DE-MES DELIMITED BY SIZE
             INTO REG-REL-CADEIA.
           WRITE REG-REL-CADEIA.

           IF CADEIA-RETOMADA
               MOVE "EXECUCAO RETOMADA - PASSOS JA CONCLUIDOS NAO "
                 & "FORAM REPETIDOS" TO REG-REL-CADEIA
               WRITE REG-REL-CADEIA
           END-IF.

           MOVE SPACES TO W-CABECALHO-CADEIA.
           MOVE "SQ" TO CAB-SEQ.
           MOVE "PROGRAMA" TO CAB-PROGRAMA.
           MOVE "M" TO CAB-MODO.
           MOVE "F" TO CAB-MENSAL.
           MOVE "R" TO CAB-REEXECUTAVEL.
           MOVE "INICIO" TO CAB-INICIO.
           MOVE "FIM" TO CAB-FIM.
           MOVE "RESULTADO" TO CAB-RESULTADO.
           MOVE "ERRO" TO CAB-ERRO.
           MOVE "LIDOS" TO CAB-LIDOS.
           MOVE "LINHAS" TO CAB-LINHAS.
           MOVE W-CABECALHO-CADEIA TO REG-REL-CADEIA.
           WRITE REG-REL-CADEIA.

           PERFORM 076-GRAVA-LINHA-PASSO
               VARYING W-IDX FROM 1 BY 1
               UNTIL W-IDX > W-QTD-PASSOS.

           MOVE SPACES TO REG-REL-CADEIA.
           IF CADEIA-INTERROMPIDA OR W-RLOG-TERMINO = "A"
               STRING "CADEIA PARADA - ERRO " DELIMITED BY SIZE
                      W-RLOG-ERRO DELIMITED BY SIZE
                      " - RODAR DE NOVO RETOMA NO PASSO QUE PAROU"
                      DELIMITED BY SIZE
                 INTO REG-REL-CADEIA
           ELSE
               MOVE "CADEIA CONCLUIDA" TO REG-REL-CADEIA
           END-IF.
           WRITE REG-REL-CADEIA.

           CLOSE RELATORIO-CADEIA.
           MOVE "N" TO W-RELATORIO-ABERTO.

       076-GRAVA-LINHA-PASSO.
           MOVE SPACES TO W-LINHA-CADEIA.
           MOVE W-PAS-SEQ(W-IDX) TO CAD-SEQ.
           MOVE W-PAS-PROGRAMA(W-IDX) TO CAD-PROGRAMA.
           MOVE W-PAS-MODO(W-IDX) TO CAD-MODO.
           MOVE W-PAS-MENSAL(W-IDX) TO CAD-MENSAL.
           MOVE W-PAS-REEXECUTAVEL(W-IDX) TO CAD-REEXECUTAVEL.

           IF W-PAS-INICIO-DATA(W-IDX) NOT = SPACES
               STRING W-PAS-INICIO-DATA(W-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      W-PAS-INICIO-HORA(W-IDX) DELIMITED BY SIZE
                 INTO CAD-INICIO
           END-IF.
           IF W-PAS-FIM-DATA(W-IDX) NOT = SPACES
               STRING W-PAS-FIM-DATA(W-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      W-PAS-FIM-HORA(W-IDX) DELIMITED BY SIZE
                 INTO CAD-FIM
           END-IF.

           EVALUATE W-PAS-RESULTADO(W-IDX)
               WHEN "OK"
                   MOVE "CONCLUIDO" TO W-DESCRICAO-RESULTADO
               WHEN "AB"
                   MOVE "TERMINO ANORMAL" TO W-DESCRICAO-RESULTADO
               WHEN "EX"
                   MOVE "INTERROMPIDO EM EXECUCAO"
                     TO W-DESCRICAO-RESULTADO
               WHEN "PM"
                   MOVE "PULADO - SO NO FIM DO MES"
                     TO W-DESCRICAO-RESULTADO
               WHEN "LM"
                   MOVE "LIBERADO PELO OPERADOR"
                     TO W-DESCRICAO-RESULTADO
               WHEN OTHER
                   MOVE "NAO EXECUTADO" TO W-DESCRICAO-RESULTADO
           END-EVALUATE.
           MOVE W-DESCRICAO-RESULTADO TO CAD-RESULTADO.

           IF W-PAS-RESULTADO(W-IDX) NOT = SPACES
               MOVE W-PAS-ERRO(W-IDX) TO CAD-ERRO
               MOVE W-PAS-LIDOS(W-IDX) TO W-QTD-ED
               MOVE W-QTD-ED TO CAD-LIDOS
               MOVE W-PAS-LINHAS(W-IDX) TO W-QTD-ED
               MOVE W-QTD-ED TO CAD-LINHAS
           END-IF.

           IF PASSO-RODOU-AGORA(W-IDX)
               MOVE "AGORA" TO CAD-AGORA
           END-IF.

           MOVE W-LINHA-CADEIA TO REG-REL-CADEIA.
           WRITE REG-REL-CADEIA.

      *----------------------------------------------------------*
      * 080-LE-EXECUCAO                                           *
      * Leitura pontual de job_runs com a consulta ja montada em  *
      * SQLCA-QUERY; sem linha, REGISTRO-EXECUCAO fica zerado.    *
      *----------------------------------------------------------*
       080-LE-EXECUCAO.
           CALL "sqliteOpenCursor" USING BY REFERENCE
                                            SQLCA-CID
                                            SQLCA-QUERY
                                            SQLCA-STATEMENT
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           MOVE "S" TO W-CURSOR-ABERTO.

           CALL "sqlitefetch" USING BY REFERENCE SQLCA-STATEMENT
                                                 SQLCA_CUR_STAT
                                                 WJ-EXECUCAO-ID
                                                 WJ-DATA-CADEIA
                                                 WJ-FIM-DE-MES
                                                 SQLCA-ERROR
                                                 SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.

           PERFORM 068-FECHA-CURSOR.

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
      * 955-ENCERRA-DEFINICAO-INVALIDA                            *
      * Definicao da cadeia ausente ou invalida: registra o       *
      * termino anormal no log e encerra sem conectar ao banco.   *
      *----------------------------------------------------------*
       955-ENCERRA-DEFINICAO-INVALIDA.
           MOVE "A" TO W-RLOG-TERMINO.
           PERFORM 960-GRAVA-RUNLOG.
           STOP RUN.

      *----------------------------------------------------------*
      * 960-GRAVA-RUNLOG                                          *
      * Acrescenta ao arquivo RUNLOG o registro desta execucao    *
      * (lidos = passos da definicao, linhas = passos rodados     *
      * nesta chamada) e mostra o resumo de fim de execucao no    *
      * console.                                                  *
      *----------------------------------------------------------*
       960-GRAVA-RUNLOG.
           ACCEPT W-RLOG-FIM-DATA FROM DATE YYYYMMDD.
           ACCEPT W-RLOG-FIM-HORA FROM TIME.

           MOVE SPACES TO REG-RUNLOG.
           MOVE "jobnoite" TO RLOG-PROGRAMA.
           MOVE "J" TO RLOG-MODO.
           MOVE W-RLOG-INICIO-DATA TO RLOG-INICIO-DATA.
           MOVE W-RLOG-INICIO-HHMMSS TO RLOG-INICIO-HORA.
           MOVE W-RLOG-FIM-DATA TO RLOG-FIM-DATA.
           MOVE W-RLOG-FIM-HHMMSS TO RLOG-FIM-HORA.
           MOVE SQLCA-FILENAME(1:30) TO RLOG-BANCO.
           MOVE W-QTD-PASSOS TO RLOG-LIDOS.
           MOVE W-QTD-EXECUTADOS TO RLOG-LINHAS-REL.
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

           DISPLAY "RESUMO DA EXECUCAO - PROGRAMA jobnoite".
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

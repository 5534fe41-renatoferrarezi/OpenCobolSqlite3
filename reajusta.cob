      * preco a zero/negativo ou acima de 999.999,99 nao e        *
      * aplicado: o carro sai no relatorio com o preco            *
      * inalterado e a marca NAO APLICADO.                        *
      *                                                           *
      * Cada preco alterado deixa um movimento R na trilha        *
      * cars_audit, no mesmo commit do update.                    *
      *                                                           *
      * Quem pede o reajuste (no console ou no REAJPARM) e        *
      * conferido no cadastro de operadores - login, senha e o    *
      * job P liberado - antes de qualquer preco mudar; o login   *
      * conferido e o operador dos movimentos da trilha e sai no  *
      * topo do relatorio.                                        *
      *                                                           *
      * Layout do REAJPARM (uma linha, posicoes fixas; valores    *
      * com duas decimais implicitas, sem virgula):               *
      *   01     tipo do ajuste: P = percentual, F = fixo         *
      *   02     sentido: A = aumento, R = reducao                *
      *   03-10  valor do ajuste, 9(6)V99                         *
      *   11-50  fragmento do nome (branco = todos)               *
      *   51-58  preco minimo, 9(6)V99 (zero = sem minimo)        *
      *   59-66  preco maximo, 9(6)V99 (zero = sem maximo)        *
      *   67-74  operador (login do cadastro de operadores)       *
      *   75-86  senha do operador                                *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 PRM-PRECO-MAX                PIC 9(6)V99.
           05 PRM-PRECO-MAX-X REDEFINES PRM-PRECO-MAX
                                           PIC X(8).
           05 PRM-OPERADOR                 PIC X(08).
           05 PRM-SENHA                    PIC X(12).

       FD  ARQ-RUNLOG.
       COPY runlog-book.
       01 SQLCA-CID                    USAGE POINTER.
       01 SQLCA-STATEMENT              USAGE POINTER.

      * parametros do reajuste informados pelo operador. A senha
      * fica em OPR-SENHA, so para a conferencia do operador.
       01  W-OPERADOR                  PIC X(08).
       01  W-TIPO-AJUSTE               PIC X(01).
           88 AJUSTE-PERCENTUAL        VALUE "P".
           88 AJUSTE-FIXO              VALUE "F".
       01  W-RELATORIO-ABERTO          PIC X(01) VALUE "N".
           88 RELATORIO-ABERTO         VALUE "S".

      * conferencia do operador no cadastro de operadores.
       COPY operador-book.

        PROCEDURE DIVISION.

       000-MAINLINE.
           PERFORM 015-OBTEM-NOME-BANCO.
           PERFORM 010-OBTEM-PARAMETROS.
           PERFORM 012-INICIALIZA.
           PERFORM 080-VALIDA-OPERADOR.
           PERFORM 020-CONGELA-IMAGEM.
           PERFORM 038-APLICA-REAJUSTE.
           PERFORM 039-GRAVA-AUDITORIA.
           PERFORM 040-RELATORIO-REAJUSTE.
           PERFORM 070-FINALIZA.


      *----------------------------------------------------------*
      * 010-OBTEM-PARAMETROS                                      *
      * Obtem o operador e a senha, o tipo (percentual/fixo), o   *
      * sentido (aumento/reducao), o valor do ajuste e o filtro   *
      * opcional de nome/faixa de preco: do arquivo REAJPARM      *
      * quando ele existe (execucao desatendida da madrugada),    *
      * senao das perguntas de console de sempre. A critica e a   *
      * mesma nos dois caminhos, e parametro invalido encerra o   *
      * job antes de tocar no banco - com registro no log de      *
      * execucoes, para a operacao ver que o job rodou e foi      *
      * recusado. O operador e conferido depois de conectar (080).*
      *----------------------------------------------------------*
       010-OBTEM-PARAMETROS.
           PERFORM 011-LE-ARQUIVO-PARAMETRO.
           MOVE PRM-FILTRO-NOME TO W-FILTRO-NOME.
           MOVE PRM-PRECO-MIN TO W-FILTRO-PRECO-MIN.
           MOVE PRM-PRECO-MAX TO W-FILTRO-PRECO-MAX.
           MOVE PRM-OPERADOR TO W-OPERADOR.
           MOVE PRM-SENHA TO OPR-SENHA.
           MOVE "S" TO W-PARM-DE-ARQUIVO.
           DISPLAY "PARAMETROS LIDOS DO ARQUIVO REAJPARM".

      * arquivo de parametros. A critica fica com quem chama.     *
      *----------------------------------------------------------*
       013-PERGUNTA-PARAMETROS.
           DISPLAY "OPERADOR: ".
           ACCEPT W-OPERADOR FROM CONSOLE.

           DISPLAY "SENHA: ".
           ACCEPT OPR-SENHA FROM CONSOLE.

           DISPLAY "TIPO DE AJUSTE (P)ERCENTUAL OU (F)IXO: ".
           ACCEPT W-TIPO-AJUSTE FROM CONSOLE.

             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

      * a trilha de auditoria de cars, onde cada preco reajustado
      * deixa o seu movimento.
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
      * inalterado e a marca NAO APLICADO.                        *
      *----------------------------------------------------------*
       038-APLICA-REAJUSTE.
           MOVE "begin transaction" TO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "update cars set price = " DELIMITED BY SIZE
                  FUNCTION TRIM(W-EXPR-NOVO-PRECO) DELIMITED BY SIZE

           PERFORM 890-EXECUTA-SQL.

      *----------------------------------------------------------*
      * 039-GRAVA-AUDITORIA                                       *
      * Grava na trilha cars_audit, operacao R (reajuste), um     *
      * movimento por carro cujo preco mudou, com a imagem        *
      * congelada como "antes" e o carro ja reajustado como       *
      * "depois". Update e trilha saem no mesmo commit: um abend  *
      * entre os dois desfaz o reajuste inteiro, e a conferencia  *
      * noturna nunca encontra preco mudado sem o movimento.      *
      *----------------------------------------------------------*
       039-GRAVA-AUDITORIA.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "insert into cars_audit (car_id, operation, "
                  "name_before, price_before, name_after, "
                  "price_after, operator, audit_date, audit_time) "
                  "select r.id, 'R', coalesce(r.name, ''), "
                  "coalesce(r.price, 0), coalesce(c.name, ''), "
                  "c.price, '" DELIMITED BY SIZE
                  FUNCTION TRIM(W-OPERADOR) DELIMITED BY SIZE
                  "', '" DELIMITED BY SIZE
                  W-RLOG-INICIO-DATA DELIMITED BY SIZE
                  "', '" DELIMITED BY SIZE
                  W-RLOG-INICIO-HHMMSS DELIMITED BY SIZE
                  "' from reaj r join cars c on c.id = r.id "
                  "where round(c.price, 2) <> "
                  "round(coalesce(r.price, 0), 2)" DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           MOVE "commit" TO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

      *----------------------------------------------------------*
      * 040-RELATORIO-REAJUSTE                                    *
      * Abre o relatorio, percorre o join da imagem congelada     *
           END-IF.
           WRITE REG-REL-REAJUSTE.

           MOVE SPACES TO REG-REL-REAJUSTE.
           STRING "OPERADOR: " DELIMITED BY SIZE
                  W-OPERADOR DELIMITED BY SIZE
             INTO REG-REL-REAJUSTE.
           WRITE REG-REL-REAJUSTE.

           MOVE W-FILTRO-PRECO-MIN TO W-PRECO-ED.
           MOVE W-FILTRO-PRECO-MAX TO W-TOTAL-ED.
           MOVE SPACES TO REG-REL-REAJUSTE.
               ADD 1 TO W-ESCAPA-OUT-IDX
           END-IF.

      *----------------------------------------------------------*
      * 080-VALIDA-OPERADOR                                       *
      * Confere o operador informado no cadastro operators, do    *
      * mesmo jeito que a entrada do programa sqlite: tem de      *
      * existir, estar ativo e desbloqueado, a senha tem de       *
      * conferir e o job P tem de estar entre os liberados a      *
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
           MOVE "P" TO OPR-FUNCAO.

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
                  "', 'reajusta', '" DELIMITED BY SIZE
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
      * de acesso e encerra o job com termino anormal (900007)    *
      * no log de execucoes. Nao volta a quem chamou.             *
      *----------------------------------------------------------*
       087-RECUSA-OPERADOR.
           DISPLAY "OPERADOR RECUSADO: " FUNCTION TRIM(OPR-LOGIN)
                   " - " FUNCTION TRIM(OPR-DETALHE).
           PERFORM 082-GRAVA-LOG-OPERADOR.
           MOVE "900007" TO W-RLOG-ERRO.
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
      * 068-FECHA-CURSOR                                          *
      * Fecha o cursor corrente, se estiver aberto, e desarma     *
      * W-CURSOR-ABERTO para 070-FINALIZA nao fechar de novo.     *
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
      * 890-EXECUTA-SQL                                           *
      * Executa o comando ja montado em SQLCA-QUERY tratando      *

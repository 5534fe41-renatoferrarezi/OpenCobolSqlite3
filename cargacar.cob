      *----------------------------------------------------------*
      * Carga em lote da tabela cars a partir do arquivo de      *
      * precos do fornecedor (CARGACAR), no mesmo layout do      *
      * REGISTRO usado pelo programa sqlite: id, nome, preco e a *
      * identificacao do veiculo (chassi, placa, RENAVAM, anos,  *
      * cor e quilometragem). Cada linha valida vira um insert   *
      * na tabela cars - ou um update de nome, preco e           *
      * identificacao, quando o id ja existe. As linhas          *
      * invalidas sao gravadas em CARGAREJ com um codigo de      *
      * motivo na frente, para corrigir e reapresentar so o que  *
      * foi rejeitado.                                           *
      *                                                          *
      * Linha que inclui o carro ou muda nome/preco deixa um     *
      * movimento C na trilha cars_audit.                        *
      *                                                          *
      * Todo arquivo de carga e de um fornecedor do cadastro     *
      * (suppliers): o codigo vem do arquivo CARGAPRM ou, sem    *
      * ele, do console, e a carga so roda para fornecedor       *
      * cadastrado e ativo. O codigo fica carimbado em cada      *
      * carro carregado (supplier_id), e cada carro novo gera o  *
      * titulo a pagar da compra em payables - valor = custo,    *
      * vencimento = data da carga mais o prazo de pagamento do  *
      * fornecedor.                                              *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ARQ-REJEITO ASSIGN TO "CARGAREJ"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-PARAMETRO ASSIGN TO "CARGAPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-PARAMETRO.

           SELECT OPTIONAL ARQ-RUNLOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-RUNLOG.
       DATA DIVISION.
       FILE SECTION.

      * mesmo layout do REGISTRO do programa sqlite; os campos
      * numericos tem um REDEFINES alfanumerico para o teste de
      * classe NUMERIC antes de qualquer uso aritmetico. Placa e
      * RENAVAM vem em branco no carro zero quilometro.
       FD  ARQ-CARGA.
       01  REG-CARGA.
           05 CRG-ID                       PIC 9(6).
           05 CRG-PRECO                    PIC 9(6)V99.
           05 CRG-PRECO-X REDEFINES CRG-PRECO
                                           PIC X(8).
           05 CRG-CHASSI                   PIC X(17).
           05 CRG-PLACA                    PIC X(08).
           05 CRG-RENAVAM                  PIC X(11).
           05 CRG-ANO-FABRIC               PIC 9(4).
           05 CRG-ANO-FABRIC-X REDEFINES CRG-ANO-FABRIC
                                           PIC X(4).
           05 CRG-ANO-MODELO               PIC 9(4).
           05 CRG-ANO-MODELO-X REDEFINES CRG-ANO-MODELO
                                           PIC X(4).
           05 CRG-COR                      PIC X(20).
           05 CRG-KM                       PIC 9(7).
           05 CRG-KM-X REDEFINES CRG-KM    PIC X(7).

      * registro rejeitado: codigo do motivo, separador e a linha
      * original inteira, para corrigir e reapresentar.
      * Motivos: 01 = id nao numerico, 02 = nome em branco,
      * 03 = preco nao numerico ou nao positivo, 04 = chassi
      * invalido, 05 = placa invalida, 06 = RENAVAM invalido,
      * 07 = ano de fabricacao/modelo invalido, 08 = quilometragem
      * nao numerica, 09 = chassi ou placa ja de outro carro do
      * estoque.
       FD  ARQ-REJEITO.
       01  REG-REJEITO.
           05 REJ-MOTIVO                   PIC X(02).
           05 REJ-SEPARADOR                PIC X(01).
           05 REJ-DADOS                    PIC X(185).

      * parametro da execucao desatendida: o codigo do fornecedor
      * dono do arquivo de carga, com REDEFINES alfanumerico para
      * o teste de classe NUMERIC, como nos campos da carga.
       FD  ARQ-PARAMETRO.
       01  REG-PARAMETRO.
           05 PRM-FORNECEDOR               PIC 9(6).
           05 PRM-FORNECEDOR-X REDEFINES PRM-FORNECEDOR
                                           PIC X(6).

       FD  ARQ-RUNLOG.
       COPY runlog-book.
       WORKING-STORAGE SECTION.

       01  W-FS-CARGA                   PIC X(02).
       01  W-FS-PARAMETRO               PIC X(02).
       01  W-FS-RUNLOG                  PIC X(02).

      * apoio do log de execucoes: carimbos de inicio/fim (a hora
       01  W-SQL-RESOLVIDO             PIC X(01).
           88 SQL-RESOLVIDO            VALUE "S".
       01 SQLCA-CID                    USAGE POINTER.
       01 SQLCA-STATEMENT              USAGE POINTER.
       01 SQLCA_CUR_STAT               PIC 9(8) COMP-3 VALUE ZERO.

       01  W-FIM-CARGA                 PIC X(01) VALUE "N".
           88 FIM-CARGA                VALUE "S".
       01  W-MOTIVO-REJEICAO           PIC X(02).
           88 REGISTRO-VALIDO          VALUE SPACES.

      * identificacao do veiculo da linha lida e as tabelas da
      * critica, as mesmas da manutencao do programa sqlite.
      * W-IDENT-DUPLICADO-ID traz o carro do estoque que ja tem o
      * chassi ou a placa da linha.
       COPY veiculo-book.
       01  W-IDENT-DUPLICADO-ID        PIC 9(6).
       01  W-COR-SQL                   PIC X(40).

      * fornecedor da carga, lido de suppliers: o prazo de
      * pagamento em dias da o vencimento do titulo de cada carro
      * novo. W-FORN-CODIGO-X e o codigo como veio do console ou
      * do CARGAPRM, antes da critica de classe.
       01  W-FORN-CODIGO-X             PIC X(06).
       01  W-FORN-CODIGO REDEFINES W-FORN-CODIGO-X
                                       PIC 9(6).
       01  W-FORN-NOME                 PIC X(100).
       01  W-FORN-PRAZO                PIC 9(3).
       01  W-FORN-ATIVO                PIC 9(1).
           88 FORNECEDOR-ATIVO         VALUE 1.
       01  W-FORN-EXISTE               PIC X(01) VALUE "N".
           88 FORN-EXISTE              VALUE "S".

       01  W-QTD-LIDOS                 PIC 9(6) COMP VALUE ZERO.
       01  W-QTD-CARREGADOS            PIC 9(6) COMP VALUE ZERO.
       01  W-QTD-REJEITADOS            PIC 9(6) COMP VALUE ZERO.
           88 CARGA-ABERTA             VALUE "S".
       01  W-REJEITO-ABERTO            PIC X(01) VALUE "N".
           88 REJEITO-ABERTO           VALUE "S".
       01  W-CURSOR-ABERTO             PIC X(01) VALUE "N".
           88 CURSOR-ABERTO            VALUE "S".

        PROCEDURE DIVISION.


           PERFORM 016-PREPARA-BANCO.

           PERFORM 011-OBTEM-FORNECEDOR.

           OPEN INPUT ARQ-CARGA.
           IF W-FS-CARGA NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE CARGA (CARGACAR), "

      *----------------------------------------------------------*
      * 016-PREPARA-BANCO                                         *
      * Garante que o banco tem as colunas de data de aquisicao,  *
      * custo e identificacao do veiculo em cars, mesmo quando e  *
      * uma copia que o programa sqlite                           *
      * ainda nao preparou - a carga carimba a data do dia nos    *
      * carros que entram.                                        *
      *----------------------------------------------------------*
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

      * identificacao do veiculo: chassi (vin), placa, RENAVAM,
      * anos de fabricacao/modelo, cor e quilometragem na
      * aquisicao, que vem em cada linha do arquivo do fornecedor.
           MOVE "alter table cars add column vin text"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE "alter table cars add column plate text"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE "alter table cars add column renavam text"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE "alter table cars add column manuf_year integer"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE "alter table cars add column model_year integer"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE "alter table cars add column color text"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE "alter table cars add column mileage integer"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

      * fornecedor de quem o carro foi comprado, carimbado pela
      * carga; carro da troca ou incluido na manutencao fica nulo.
           MOVE "alter table cars add column supplier_id integer"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

      * cadastro de fornecedores (prazo de pagamento em dias) e
      * os titulos a pagar da compra de cada carro, nos mesmos
      * moldes da manutencao do programa sqlite.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "create table if not exists suppliers ("
                  DELIMITED BY SIZE
                  "id integer primary key, name text, "
                  DELIMITED BY SIZE
                  "document text, payment_terms integer, "
                  DELIMITED BY SIZE
                  "active integer default 1)"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "create table if not exists payables ("
                  DELIMITED BY SIZE
                  "id integer primary key, supplier_id integer, "
                  DELIMITED BY SIZE
                  "car_id integer, issue_date text, "
                  DELIMITED BY SIZE
                  "due_date text, amount real, operator text)"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

      * a trilha de auditoria de cars: nome e preco que a carga
      * muda entram nela como os da manutencao do programa sqlite.
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

      *----------------------------------------------------------*
      * 017-EXECUTA-SQL-TOLERANTE                                 *
      * Executa o comando em SQLCA-QUERY ignorando erro: num      *
           MOVE "000000" TO SQLCA-ERROR.
           MOVE SPACES TO SQLCA-ERROR-MESSAGE.

      *----------------------------------------------------------*
      * 011-OBTEM-FORNECEDOR                                      *
      * Obtem o codigo do fornecedor dono do arquivo de carga: do *
      * arquivo CARGAPRM quando ele existe (carga desatendida),   *
      * senao do console. Fornecedor fora do cadastro ou          *
      * desligado encerra o job antes de ler a primeira linha -   *
      * carro sem fornecedor nao gera titulo, e a divida ficaria  *
      * de novo fora do sistema.                                  *
      *----------------------------------------------------------*
       011-OBTEM-FORNECEDOR.
           MOVE SPACES TO W-FORN-CODIGO-X.
           PERFORM 012-LE-ARQUIVO-PARAMETRO.

           IF W-FORN-CODIGO-X = SPACES
               DISPLAY "CODIGO DO FORNECEDOR DA CARGA: "
               ACCEPT W-FORN-CODIGO FROM CONSOLE
           END-IF.

           IF W-FORN-CODIGO-X NOT NUMERIC
              OR W-FORN-CODIGO = ZERO
               DISPLAY "CODIGO DE FORNECEDOR INVALIDO: "
                       W-FORN-CODIGO-X
               MOVE "900001" TO W-RLOG-ERRO
               PERFORM 955-ENCERRA-PARAMETRO-INVALIDO
           END-IF.

           PERFORM 013-LE-FORNECEDOR.

           EVALUATE TRUE
               WHEN NOT FORN-EXISTE
                   DISPLAY "FORNECEDOR NAO CADASTRADO: "
                           W-FORN-CODIGO
                   MOVE "900002" TO W-RLOG-ERRO
                   PERFORM 955-ENCERRA-PARAMETRO-INVALIDO
               WHEN NOT FORNECEDOR-ATIVO
                   DISPLAY "FORNECEDOR DESLIGADO: " W-FORN-CODIGO
                   MOVE "900003" TO W-RLOG-ERRO
                   PERFORM 955-ENCERRA-PARAMETRO-INVALIDO
               WHEN OTHER
                   DISPLAY "CARGA DO FORNECEDOR " W-FORN-CODIGO
                           " - " FUNCTION TRIM(W-FORN-NOME)
           END-EVALUATE.

      *----------------------------------------------------------*
      * 012-LE-ARQUIVO-PARAMETRO                                  *
      * Tenta ler o codigo do fornecedor de CARGAPRM. Arquivo     *
      * ausente ou vazio nao e erro - o job pergunta no console.  *
      *----------------------------------------------------------*
       012-LE-ARQUIVO-PARAMETRO.
           OPEN INPUT ARQ-PARAMETRO.
           IF W-FS-PARAMETRO = "00" OR W-FS-PARAMETRO = "05"
               READ ARQ-PARAMETRO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PRM-FORNECEDOR-X TO W-FORN-CODIGO-X
                       DISPLAY "FORNECEDOR LIDO DO ARQUIVO CARGAPRM"
               END-READ
               CLOSE ARQ-PARAMETRO
           END-IF.

      *----------------------------------------------------------*
      * 013-LE-FORNECEDOR                                         *
      * Le nome, prazo de pagamento e situacao do fornecedor      *
      * W-FORN-CODIGO e liga FORN-EXISTE quando ele esta no       *
      * cadastro.                                                 *
      *----------------------------------------------------------*
       013-LE-FORNECEDOR.
           MOVE "N" TO W-FORN-EXISTE.
           MOVE SPACES TO W-FORN-NOME.
           MOVE ZERO TO W-FORN-PRAZO.
           MOVE ZERO TO W-FORN-ATIVO.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "select name, coalesce(payment_terms, 0), "
                  "coalesce(active, 1) from suppliers where id = "
                  DELIMITED BY SIZE
                  W-FORN-CODIGO DELIMITED BY SIZE
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
                                            W-FORN-NOME
                                            W-FORN-PRAZO
                                            W-FORN-ATIVO
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           IF SQLCA_CUR_STAT EQUAL 0
               MOVE "S" TO W-FORN-EXISTE
           END-IF.

           CALL "sqliteCloseCursor" USING BY REFERENCE
                                            SQLCA-STATEMENT
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           MOVE "N" TO W-CURSOR-ABERTO.

      *----------------------------------------------------------*
      * 015-OBTEM-NOME-BANCO                                      *
      * Le o nome do arquivo SQLite da variavel de ambiente        *

      *----------------------------------------------------------*
      * 030-VALIDA-REGISTRO                                       *
      * Critica a linha lida: id numerico, nome preenchido,       *
      * preco numerico maior que zero, anos e quilometragem       *
      * numericos e, passando nisso tudo, a identificacao do      *
      * veiculo (031). W-MOTIVO-REJEICAO fica em branco quando a  *
      * linha passou em todas as criticas.                        *
      *----------------------------------------------------------*
       030-VALIDA-REGISTRO.
           MOVE SPACES TO W-MOTIVO-REJEICAO.
                   MOVE "03" TO W-MOTIVO-REJEICAO
               WHEN CRG-PRECO NOT GREATER THAN ZERO
                   MOVE "03" TO W-MOTIVO-REJEICAO
               WHEN CRG-ANO-FABRIC-X NOT NUMERIC
                   MOVE "07" TO W-MOTIVO-REJEICAO
               WHEN CRG-ANO-MODELO-X NOT NUMERIC
                   MOVE "07" TO W-MOTIVO-REJEICAO
               WHEN CRG-KM-X NOT NUMERIC
                   MOVE "08" TO W-MOTIVO-REJEICAO
           END-EVALUATE.

           IF REGISTRO-VALIDO
               MOVE CRG-CHASSI TO VEI-CHASSI
               MOVE CRG-PLACA TO VEI-PLACA-ENTRADA
               MOVE CRG-RENAVAM TO VEI-RENAVAM
               MOVE CRG-ANO-FABRIC TO VEI-ANO-FABRIC
               MOVE CRG-ANO-MODELO TO VEI-ANO-MODELO
               MOVE CRG-COR TO VEI-COR
               MOVE CRG-KM TO VEI-KM
               PERFORM 031-VALIDA-IDENTIFICACAO
               MOVE VEI-MOTIVO TO W-MOTIVO-REJEICAO
           END-IF.

      *----------------------------------------------------------*
      * 031-VALIDA-IDENTIFICACAO                                  *
      * Critica a identificacao em VEI-IDENTIFICACAO e deixa o    *
      * codigo do primeiro problema em VEI-MOTIVO (branco quando  *
      * passou): chassi, placa, RENAVAM, anos e, por ultimo, o    *
      * chassi ou a placa ja cadastrados em outro carro do        *
      * estoque - o proprio id da linha (reapresentado numa carga *
      * seguinte) nao conta.                                      *
      *----------------------------------------------------------*
       031-VALIDA-IDENTIFICACAO.
           MOVE SPACES TO VEI-MOTIVO.

           PERFORM 032-VALIDA-CHASSI.
           IF VEI-VALIDO
               PERFORM 034-VALIDA-PLACA
           END-IF.
           IF VEI-VALIDO
               PERFORM 035-VALIDA-RENAVAM
           END-IF.
           IF VEI-VALIDO
               PERFORM 038-VALIDA-ANOS
           END-IF.
           IF VEI-VALIDO
               PERFORM 037-VERIFICA-DUPLICIDADE
           END-IF.

      *----------------------------------------------------------*
      * 032-VALIDA-CHASSI                                         *
      * Chassi (VIN) com 17 posicoes preenchidas, so letras e     *
      * digitos validos (I, O e Q nao existem no chassi) e o      *
      * digito verificador da posicao 9 conferido: soma dos       *
      * valores das posicoes vezes os pesos, modulo 11, resto 10  *
      * vale X. Letra minuscula digitada e convertida antes.      *
      *----------------------------------------------------------*
       032-VALIDA-CHASSI.
           INSPECT VEI-CHASSI CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE ZERO TO VEI-ESPACOS.
           INSPECT VEI-CHASSI TALLYING VEI-ESPACOS FOR ALL SPACES.

           IF VEI-ESPACOS GREATER THAN ZERO
               MOVE "04" TO VEI-MOTIVO
           ELSE
               MOVE ZERO TO VEI-SOMA
               PERFORM 033-SOMA-CHASSI
                   VARYING VEI-IDX FROM 1 BY 1
                   UNTIL VEI-IDX > 17 OR NOT VEI-VALIDO
           END-IF.

           IF VEI-VALIDO
               DIVIDE VEI-SOMA BY 11 GIVING VEI-QUOCIENTE
                      REMAINDER VEI-RESTO
               IF VEI-RESTO = 10
                   MOVE "X" TO VEI-DV-CALCULADO
               ELSE
                   MOVE VEI-RESTO TO VEI-DIGITO
                   MOVE VEI-DIGITO TO VEI-DV-CALCULADO
               END-IF
               IF VEI-CHASSI(9:1) NOT = VEI-DV-CALCULADO
                   MOVE "04" TO VEI-MOTIVO
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 033-SOMA-CHASSI                                           *
      * Soma a posicao VEI-IDX do chassi: digito vale ele mesmo,  *
      * letra vale o da tabela VEI-LETRAS/VEI-VALORES; caracter   *
      * fora da tabela invalida o chassi.                         *
      *----------------------------------------------------------*
       033-SOMA-CHASSI.
           MOVE VEI-CHASSI(VEI-IDX:1) TO VEI-CARACTER.

           IF VEI-CARACTER IS NUMERIC
               MOVE VEI-CARACTER TO VEI-DIGITO
           ELSE
               MOVE ZERO TO VEI-POSICAO
               INSPECT VEI-LETRAS TALLYING VEI-POSICAO
                   FOR CHARACTERS BEFORE INITIAL VEI-CARACTER
               IF VEI-POSICAO LESS THAN 23
                   MOVE VEI-VALORES(VEI-POSICAO + 1:1) TO VEI-DIGITO
               ELSE
                   MOVE ZERO TO VEI-DIGITO
                   MOVE "04" TO VEI-MOTIVO
               END-IF
           END-IF.

           COMPUTE VEI-SOMA = VEI-SOMA
                            + VEI-DIGITO * VEI-PESO-CHASSI(VEI-IDX).

      *----------------------------------------------------------*
      * 034-VALIDA-PLACA                                          *
      * Placa digitada em VEI-PLACA-ENTRADA, com ou sem hifen     *
      * depois das letras, vai sem hifen para VEI-PLACA e tem de  *
      * ser AAA9999 (antiga) ou AAA9A99 (Mercosul). Placa em      *
      * branco passa: carro zero quilometro ainda nao emplacado.  *
      *----------------------------------------------------------*
       034-VALIDA-PLACA.
           MOVE SPACES TO VEI-PLACA.

           IF VEI-PLACA-ENTRADA NOT = SPACES
               INSPECT VEI-PLACA-ENTRADA CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF VEI-PLACA-ENTRADA(4:1) = "-"
                   STRING VEI-PLACA-ENTRADA(1:3) DELIMITED BY SIZE
                          VEI-PLACA-ENTRADA(5:4) DELIMITED BY SIZE
                     INTO VEI-PLACA
               ELSE
                   MOVE VEI-PLACA-ENTRADA TO VEI-PLACA
                   IF VEI-PLACA-ENTRADA(8:1) NOT = SPACE
                       MOVE "05" TO VEI-MOTIVO
                   END-IF
               END-IF
               MOVE ZERO TO VEI-ESPACOS
               INSPECT VEI-PLACA TALLYING VEI-ESPACOS
                   FOR ALL SPACES
               IF VEI-ESPACOS GREATER THAN ZERO
                  OR VEI-PLACA(1:3) IS NOT ALPHABETIC-UPPER
                  OR VEI-PLACA(4:1) IS NOT NUMERIC
                  OR (VEI-PLACA(5:1) IS NOT NUMERIC
                      AND VEI-PLACA(5:1) IS NOT ALPHABETIC-UPPER)
                  OR VEI-PLACA(6:2) IS NOT NUMERIC
                   MOVE "05" TO VEI-MOTIVO
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 035-VALIDA-RENAVAM                                        *
      * RENAVAM com 11 digitos, o ultimo verificador: soma dos 10 *
      * primeiros vezes os pesos, vezes 10, modulo 11 (resto 10   *
      * vale 0). Em branco passa, como a placa.                   *
      *----------------------------------------------------------*
       035-VALIDA-RENAVAM.
           IF VEI-RENAVAM NOT = SPACES
               IF VEI-RENAVAM IS NOT NUMERIC
                   MOVE "06" TO VEI-MOTIVO
               ELSE
                   MOVE ZERO TO VEI-SOMA
                   PERFORM 036-SOMA-RENAVAM
                       VARYING VEI-IDX FROM 1 BY 1
                       UNTIL VEI-IDX > 10
                   COMPUTE VEI-SOMA = VEI-SOMA * 10
                   DIVIDE VEI-SOMA BY 11 GIVING VEI-QUOCIENTE
                          REMAINDER VEI-RESTO
                   IF VEI-RESTO = 10
                       MOVE ZERO TO VEI-RESTO
                   END-IF
                   MOVE VEI-RESTO TO VEI-DIGITO
                   MOVE VEI-DIGITO TO VEI-DV-CALCULADO
                   IF VEI-RENAVAM(11:1) NOT = VEI-DV-CALCULADO
                       MOVE "06" TO VEI-MOTIVO
                   END-IF
               END-IF
           END-IF.

       036-SOMA-RENAVAM.
           MOVE VEI-RENAVAM(VEI-IDX:1) TO VEI-DIGITO.
           COMPUTE VEI-SOMA = VEI-SOMA
                            + VEI-DIGITO * VEI-PESO-RENAVAM(VEI-IDX).

      *----------------------------------------------------------*
      * 037-VERIFICA-DUPLICIDADE                                  *
      * Procura no estoque (carros nao vendidos) outro carro com  *
      * o mesmo chassi ou a mesma placa. Achando, VEI-MOTIVO vai  *
      * a 09 e W-IDENT-DUPLICADO-ID traz o id do outro carro.     *
      * Roda dentro da transacao da carga, entao uma linha        *
      * anterior do mesmo arquivo tambem conta. Chassi e placa ja *
      * passaram na critica - so letras e digitos - e entram no   *
      * comando sem escape.                                       *
      *----------------------------------------------------------*
       037-VERIFICA-DUPLICIDADE.
           MOVE ZERO TO W-IDENT-DUPLICADO-ID.

           MOVE SPACES TO SQLCA-QUERY.
           IF VEI-PLACA = SPACES
               STRING "select id from cars "
                      "where coalesce(sold, 0) = 0 and id <> "
                      DELIMITED BY SIZE
                      CRG-ID DELIMITED BY SIZE
                      " and vin = '" DELIMITED BY SIZE
                      VEI-CHASSI DELIMITED BY SIZE
                      "' limit 1" DELIMITED BY SIZE
                 INTO SQLCA-QUERY
           ELSE
               STRING "select id from cars "
                      "where coalesce(sold, 0) = 0 and id <> "
                      DELIMITED BY SIZE
                      CRG-ID DELIMITED BY SIZE
                      " and (vin = '" DELIMITED BY SIZE
                      VEI-CHASSI DELIMITED BY SIZE
                      "' or plate = '" DELIMITED BY SIZE
                      VEI-PLACA DELIMITED BY SIZE
                      "') limit 1" DELIMITED BY SIZE
                 INTO SQLCA-QUERY
           END-IF.

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
                                            W-IDENT-DUPLICADO-ID
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           IF SQLCA_CUR_STAT EQUAL 0
               MOVE "09" TO VEI-MOTIVO
           END-IF.

           CALL "sqliteCloseCursor" USING BY REFERENCE
                                            SQLCA-STATEMENT
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           MOVE "N" TO W-CURSOR-ABERTO.

      *----------------------------------------------------------*
      * 038-VALIDA-ANOS                                           *
      * Ano de fabricacao de 1950 ate o ano que vem (modelo novo  *
      * lancado no fim do ano) e ano do modelo igual ao de        *
      * fabricacao ou o seguinte.                                 *
      *----------------------------------------------------------*
       038-VALIDA-ANOS.
           ACCEPT VEI-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE VEI-ANO-LIMITE = VEI-HOJE-ANO + 1.

           IF VEI-ANO-FABRIC LESS THAN 1950
              OR VEI-ANO-FABRIC GREATER THAN VEI-ANO-LIMITE
              OR VEI-ANO-MODELO LESS THAN VEI-ANO-FABRIC
              OR VEI-ANO-MODELO GREATER THAN VEI-ANO-FABRIC + 1
               MOVE "07" TO VEI-MOTIVO
           END-IF.

      *----------------------------------------------------------*
      * 040-CARREGA-REGISTRO                                      *
      * Monta e executa o comando de insert da linha na tabela    *
      * cars; quando o id ja existe, o proprio comando vira um    *
      * update de nome, preco e identificacao (on conflict), para *
      * que uma carga mensal possa reapresentar ids ja            *
      * cadastrados com o preco novo do fornecedor.               *
      *----------------------------------------------------------*
       040-CARREGA-REGISTRO.
           MOVE VEI-COR TO W-ESCAPA-ENTRADA.
           PERFORM 046-ESCAPA-SQL.
           MOVE W-ESCAPA-SAIDA TO W-COR-SQL.

           MOVE CRG-PRECO TO W-PRECO-CONV.
           PERFORM 045-FORMATA-PRECO-SQL.
           MOVE CRG-NOME TO W-ESCAPA-ENTRADA.
           PERFORM 046-ESCAPA-SQL.

           PERFORM 041-GRAVA-AUDITORIA.
           PERFORM 042-GRAVA-TITULO.

      * limpa o residuo do comando da linha anterior: STRING nao
      * preenche o resto do campo com espacos, e um comando mais
      * curto deixaria a cauda do anterior dentro de SQLCA-QUERY.
           MOVE SPACES TO SQLCA-QUERY.
      * carro novo entra com a data do dia como aquisicao; num id
      * ja cadastrado nome, preco, custo e identificacao sao
      * atualizados, a data de aquisicao original fica como
      * esta. O preco do
      * fornecedor entra como custo e tambem como preco de tabela
      * inicial - a tabela diverge depois, pelo reajuste ou pela
      * manutencao, mas o custo pago fica preservado. O fornecedor
      * da carga fica no carro novo e no antigo que ainda nao tinha
      * fornecedor; o de um carro ja carimbado nao muda.
           STRING "insert into cars "
                  "(id, name, price, cost, acquisition_date, "
                  "vin, plate, renavam, manuf_year, model_year, "
                  "color, mileage, supplier_id) "
                  DELIMITED BY SIZE
                  "values (" DELIMITED BY SIZE
                  CRG-ID DELIMITED BY SIZE
                  W-PRECO-SQL DELIMITED BY SPACE
                  ", " DELIMITED BY SIZE
                  W-PRECO-SQL DELIMITED BY SPACE
                  ", date('now'), '" DELIMITED BY SIZE
                  VEI-CHASSI DELIMITED BY SIZE
                  "', '" DELIMITED BY SIZE
                  VEI-PLACA DELIMITED BY SPACE
                  "', '" DELIMITED BY SIZE
                  VEI-RENAVAM DELIMITED BY SPACE
                  "', " DELIMITED BY SIZE
                  VEI-ANO-FABRIC DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  VEI-ANO-MODELO DELIMITED BY SIZE
                  ", '" DELIMITED BY SIZE
                  FUNCTION TRIM(W-COR-SQL) DELIMITED BY SIZE
                  "', " DELIMITED BY SIZE
                  VEI-KM DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  W-FORN-CODIGO DELIMITED BY SIZE
                  ") on conflict(id) do update set "
                  DELIMITED BY SIZE
                  "name = excluded.name, price = excluded.price, "
                  DELIMITED BY SIZE
                  "cost = excluded.cost, vin = excluded.vin, "
                  "plate = excluded.plate, "
                  "renavam = excluded.renavam, "
                  "manuf_year = excluded.manuf_year, "
                  "model_year = excluded.model_year, "
                  "color = excluded.color, "
                  "mileage = excluded.mileage, "
                  "supplier_id = coalesce(cars.supplier_id, "
                  "excluded.supplier_id)"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.


           ADD 1 TO W-QTD-CARREGADOS.

      *----------------------------------------------------------*
      * 041-GRAVA-AUDITORIA                                       *
      * Grava na trilha cars_audit, operacao C (carga), a imagem  *
      * de nome e preco antes e depois da linha - antes do        *
      * insert/update, enquanto o carro ainda tem a imagem        *
      * antiga. Carro novo entra com o "antes" vazio e preco      *
      * zero, como a inclusao da manutencao; linha que            *
      * reapresenta o carro com o mesmo nome e preco nao gera     *
      * movimento. Sem isso a ultima imagem da trilha deixaria    *
      * de bater com o carro, e a conferencia noturna apontaria   *
      * toda carga como divergencia.                              *
      *----------------------------------------------------------*
       041-GRAVA-AUDITORIA.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "insert into cars_audit (car_id, operation, "
                  "name_before, price_before, name_after, "
                  "price_after, operator, audit_date, audit_time) "
                  DELIMITED BY SIZE
                  "select " DELIMITED BY SIZE
                  CRG-ID DELIMITED BY SIZE
                  ", 'C', coalesce((select name from cars "
                  "where id = " DELIMITED BY SIZE
                  CRG-ID DELIMITED BY SIZE
                  "), ''), coalesce((select price from cars "
                  "where id = " DELIMITED BY SIZE
                  CRG-ID DELIMITED BY SIZE
                  "), 0), '" DELIMITED BY SIZE
                  FUNCTION TRIM(W-ESCAPA-SAIDA) DELIMITED BY SIZE
                  "', " DELIMITED BY SIZE
                  W-PRECO-SQL DELIMITED BY SPACE
                  ", 'cargacar', '" DELIMITED BY SIZE
                  W-RLOG-INICIO-DATA DELIMITED BY SIZE
                  "', '" DELIMITED BY SIZE
                  W-RLOG-INICIO-HHMMSS DELIMITED BY SIZE
                  "' where not exists (select 1 from cars "
                  "where id = " DELIMITED BY SIZE
                  CRG-ID DELIMITED BY SIZE
                  " and name = '" DELIMITED BY SIZE
                  FUNCTION TRIM(W-ESCAPA-SAIDA) DELIMITED BY SIZE
                  "' and round(price, 2) = round(" DELIMITED BY SIZE
                  W-PRECO-SQL DELIMITED BY SPACE
                  ", 2))" DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           PERFORM 890-EXECUTA-SQL.

      *----------------------------------------------------------*
      * 042-GRAVA-TITULO                                          *
      * Gera o titulo a pagar da compra do carro: so para o id    *
      * que ainda nao esta em cars (a aquisicao); a linha que     *
      * reapresenta um carro ja cadastrado e so reajuste de preco *
      * do fornecedor, sem compra nova. Valor = custo da linha,   *
      * vencimento = hoje mais o prazo do fornecedor. Roda antes  *
      * do insert, enquanto o carro novo ainda nao existe.        *
      *----------------------------------------------------------*
       042-GRAVA-TITULO.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "insert into payables (supplier_id, car_id, "
                  "issue_date, due_date, amount, operator) "
                  DELIMITED BY SIZE
                  "select " DELIMITED BY SIZE
                  W-FORN-CODIGO DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  CRG-ID DELIMITED BY SIZE
                  ", date('now'), date('now', '+" DELIMITED BY SIZE
                  W-FORN-PRAZO DELIMITED BY SIZE
                  " days'), " DELIMITED BY SIZE
                  W-PRECO-SQL DELIMITED BY SPACE
                  ", 'cargacar' where not exists "
                  "(select 1 from cars where id = " DELIMITED BY SIZE
                  CRG-ID DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           PERFORM 890-EXECUTA-SQL.

      *----------------------------------------------------------*
      * 050-REJEITA-REGISTRO                                      *
      * Grava a linha original em CARGAREJ precedida do codigo    *
      * totais da carga no console.                               *
      *----------------------------------------------------------*
       070-FINALIZA.
           IF CURSOR-ABERTO
               CALL "sqliteCloseCursor" USING BY REFERENCE
                                                    SQLCA-STATEMENT
                                                    SQLCA-ERROR
                                                    SQLCA-ERROR-MESSAGE
               PERFORM 905-VERIFICA-ERRO-FINALIZA
               MOVE "N" TO W-CURSOR-ABERTO
           END-IF.
           IF CARGA-ABERTA
               CLOSE ARQ-CARGA
               MOVE "N" TO W-CARGA-ABERTA
           ACCEPT W-RLOG-INICIO-DATA FROM DATE YYYYMMDD.
           ACCEPT W-RLOG-INICIO-HORA FROM TIME.

      *----------------------------------------------------------*
      * 955-ENCERRA-PARAMETRO-INVALIDO                            *
      * Encerra a carga recusada pelo fornecedor informado, antes *
      * de abrir o arquivo de carga, deixando o registro no log   *
      * de execucoes com o codigo do motivo (900001 a 900003, ja  *
      * movido para W-RLOG-ERRO por quem chama) e termino         *
      * anormal.                                                  *
      *----------------------------------------------------------*
       955-ENCERRA-PARAMETRO-INVALIDO.
           MOVE "A" TO W-RLOG-TERMINO.
           PERFORM 070-FINALIZA.
           STOP RUN.

      *----------------------------------------------------------*
      * 960-GRAVA-RUNLOG                                          *
      * Acrescenta ao arquivo RUNLOG o registro desta execucao    *

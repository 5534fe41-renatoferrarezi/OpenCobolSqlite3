      *----------------------------------------------------------*
      * Reconciliacao do inventario fisico: le o arquivo da       *
      * contagem do patio (CONTAGEM, no layout do REGISTRO do     *
      * programa sqlite: id, nome e preco anotados na contagem,   *
      * mais o chassi e a placa lidos no carro), carrega a        *
      * contagem numa tabela temporaria, acha o carro de cada     *
      * linha no estoque da tabela cars (carros nao vendidos)     *
      * pelo chassi, senao pela placa, senao pelo id, e imprime   *
      * o relatorio de divergencias RELRECON em quatro secoes: no *
      * patio e fora da tabela, na tabela e fora do patio,        *
      * divergencias de id/placa/chassi/nome/preco entre as duas, *
      * e linhas da contagem com chassi ou placa invalidos.       *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * linha da contagem fisica, no layout do REGISTRO; id e
      * preco tem REDEFINES alfanumerico para o teste de classe
      * NUMERIC antes de qualquer uso aritmetico. Chassi e placa
      * sao o que o contador le no proprio carro; o id pode vir
      * em branco quando o carro e achado por um dos dois.
       FD  ARQ-CONTAGEM.
       01  REG-CONTAGEM.
           05 CNT-ID                       PIC 9(6).
           05 CNT-PRECO                    PIC 9(6)V99.
           05 CNT-PRECO-X REDEFINES CNT-PRECO
                                           PIC X(8).
           05 CNT-CHASSI                   PIC X(17).
           05 CNT-PLACA                    PIC X(08).

       FD  RELATORIO-RECON.
       01  REG-REL-RECON                PIC X(132).
           05 W-ID                         PIC 9(6).
           05 W-NOME                       PIC X(100).
           05 W-PRECO                      PIC 9(6)V99.
           05 W-PLACA                      PIC X(08).
           05 W-CHASSI                     PIC X(17).
       01  W-ID-CONTAGEM               PIC 9(6).
       01  W-NOME-CONTAGEM             PIC X(100).
       01  W-PRECO-CONTAGEM            PIC 9(6)V99.
       01  W-PLACA-CONTAGEM            PIC X(08).
       01  W-CHASSI-CONTAGEM           PIC X(17).

      * chassi e placa da linha da contagem e as tabelas da
      * critica, as mesmas da manutencao do programa sqlite. O
      * que nao passa na critica nao serve para achar o carro e
      * fica com o motivo em W-CNT-PROBLEMA (04 = chassi,
      * 05 = placa), para a secao 4; W-CHASSI-SQL e W-PLACA-SQL
      * levam o texto lido, escapado, para a tabela temporaria.
       COPY veiculo-book.
       01  W-CNT-ID                    PIC 9(6).
       01  W-CNT-PROBLEMA              PIC X(02).
       01  W-CHASSI-SQL                PIC X(34).
       01  W-PLACA-SQL                 PIC X(16).

       01  W-PRECO-ED                  PIC ZZZ.ZZZ,99.

       01  W-QTD-ED                    PIC ZZZ.ZZ9.

      * linha de detalhe do relatorio: as secoes 1 e 2 usam so o
      * primeiro bloco (id, placa, chassi, nome, preco de um dos
      * lados); a secao de divergencias preenche tambem o bloco
      * da contagem, e a secao 4 poe o motivo no nome do bloco
      * da contagem.
       01  W-LINHA-RECON.
           05 REC-ID                   PIC Z(5)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 REC-PLACA                PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 REC-CHASSI               PIC X(17).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 REC-NOME                 PIC X(18).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 REC-PRECO                PIC X(10).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 REC-ID-CONTAGEM          PIC Z(5)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 REC-PLACA-CONTAGEM       PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 REC-CHASSI-CONTAGEM      PIC X(17).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 REC-NOME-CONTAGEM        PIC X(18).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 REC-PRECO-CONTAGEM       PIC X(10).

      * mesmo layout com os campos de id alfanumericos, para o
      * cabecalho das colunas.
       01  W-CABECALHO-RECON REDEFINES W-LINHA-RECON.
           05 CAB-ID                   PIC X(06).
           05 FILLER                   PIC X(02).
           05 CAB-PLACA                PIC X(08).
           05 FILLER                   PIC X(01).
           05 CAB-CHASSI               PIC X(17).
           05 FILLER                   PIC X(02).
           05 CAB-NOME                 PIC X(18).
           05 FILLER                   PIC X(01).
           05 CAB-PRECO                PIC X(10).
           05 FILLER                   PIC X(03).
           05 CAB-ID-CONTAGEM          PIC X(06).
           05 FILLER                   PIC X(01).
           05 CAB-PLACA-CONTAGEM       PIC X(08).
           05 FILLER                   PIC X(01).
           05 CAB-CHASSI-CONTAGEM      PIC X(17).
           05 FILLER                   PIC X(02).
           05 CAB-NOME-CONTAGEM        PIC X(18).
           05 FILLER                   PIC X(01).
           05 CAB-PRECO-CONTAGEM       PIC X(10).

      * indicam se a conexao/cursor/arquivos estao abertos, para
      * que 070-FINALIZA saiba exatamente o que precisa liberar.
       01  W-CONEXAO-ABERTA            PIC X(01) VALUE "N".
           PERFORM 020-CARREGA-CONTAGEM
               UNTIL FIM-CONTAGEM.

           PERFORM 026-ACHA-CARROS-CONTAGEM.

           PERFORM 025-ABRE-RELATORIO.

           PERFORM 030-SECAO-PATIO-SEM-TABELA.
           PERFORM 040-SECAO-TABELA-SEM-PATIO.
           PERFORM 050-SECAO-DIVERGENCIAS.
           PERFORM 057-SECAO-IDENTIFICACAO.

           PERFORM 070-FINALIZA.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "create temp table contagem ("
                  DELIMITED BY SIZE
                  "seq integer primary key, id integer, name text, "
                  "price real, vin text, plate text, "
                  "vin_read text, plate_read text, problem text, "
                  "car_id integer)"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

      *----------------------------------------------------------*
      * 016-PREPARA-BANCO                                         *
      * Garante que o banco tem as colunas sold, vin e plate em   *
      * cars, mesmo quando e uma copia que o programa sqlite      *
      * ainda nao preparou - o estoque da comparacao filtra pela  *
      * primeira e acha o carro contado pelas outras duas.        *
      *----------------------------------------------------------*
       016-PREPARA-BANCO.
           MOVE "alter table cars add column sold integer default 0"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE "alter table cars add column vin text"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

           MOVE "alter table cars add column plate text"
             TO SQLCA-QUERY.
           PERFORM 017-EXECUTA-SQL-TOLERANTE.

      *----------------------------------------------------------*
      * 017-EXECUTA-SQL-TOLERANTE                                 *
      * Executa o comando em SQLCA-QUERY ignorando erro: num      *
      *----------------------------------------------------------*
      * 020-CARREGA-CONTAGEM                                      *
      * Le a proxima linha da contagem e a insere na tabela       *
      * temporaria. Linha com preco nao numerico, ou sem id       *
      * numerico e sem chassi e placa para achar o carro, e       *
      * ignorada e contada, para constar no rodape do relatorio.  *
      *----------------------------------------------------------*
       020-CARREGA-CONTAGEM.
           READ ARQ-CONTAGEM
               AT END
                   MOVE "S" TO W-FIM-CONTAGEM
               NOT AT END
                   IF CNT-PRECO-X NUMERIC
                      AND (CNT-ID-X NUMERIC
                           OR CNT-CHASSI NOT = SPACES
                           OR CNT-PLACA NOT = SPACES)
                       PERFORM 022-INSERE-CONTAGEM
                       ADD 1 TO W-QTD-CONTADAS
                   ELSE
           END-READ.

       022-INSERE-CONTAGEM.
           MOVE ZERO TO W-CNT-ID.
           IF CNT-ID-X NUMERIC
               MOVE CNT-ID TO W-CNT-ID
           END-IF.

           PERFORM 080-VALIDA-IDENTIFICACAO.

           MOVE CNT-CHASSI TO W-ESCAPA-ENTRADA.
           PERFORM 046-ESCAPA-SQL.
           MOVE W-ESCAPA-SAIDA TO W-CHASSI-SQL.
           MOVE CNT-PLACA TO W-ESCAPA-ENTRADA.
           PERFORM 046-ESCAPA-SQL.
           MOVE W-ESCAPA-SAIDA TO W-PLACA-SQL.

           MOVE CNT-PRECO TO W-PRECO-CONV.
           PERFORM 045-FORMATA-PRECO-SQL.
           MOVE CNT-NOME TO W-ESCAPA-ENTRADA.
           PERFORM 046-ESCAPA-SQL.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "insert into contagem "
                  "(id, name, price, vin, plate, vin_read, "
                  "plate_read, problem) values ("
                  DELIMITED BY SIZE
                  W-CNT-ID DELIMITED BY SIZE
                  ", '" DELIMITED BY SIZE
                  FUNCTION TRIM(W-ESCAPA-SAIDA) DELIMITED BY SIZE
                  "', " DELIMITED BY SIZE
                  W-PRECO-SQL DELIMITED BY SPACE
                  ", '" DELIMITED BY SIZE
                  VEI-CHASSI DELIMITED BY SPACE
                  "', '" DELIMITED BY SIZE
                  VEI-PLACA DELIMITED BY SPACE
                  "', '" DELIMITED BY SIZE
                  W-CHASSI-SQL DELIMITED BY SPACE
                  "', '" DELIMITED BY SIZE
                  W-PLACA-SQL DELIMITED BY SPACE
                  "', '" DELIMITED BY SIZE
                  W-CNT-PROBLEMA DELIMITED BY SPACE
                  "')" DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           PERFORM 890-EXECUTA-SQL.

      *----------------------------------------------------------*
      * 026-ACHA-CARROS-CONTAGEM                                  *
      * Acha o carro do estoque de cada linha da contagem: pelo   *
      * chassi, senao pela placa, senao pelo id anotado - chassi  *
      * e placa sao o que esta no carro, o id e o que o contador  *
      * copiou da etiqueta. Carro achado em mais de uma linha     *
      * vale a ultima anotacao; linha sem carro achado com o      *
      * mesmo id anotado duas vezes, tambem.                      *
      *----------------------------------------------------------*
       026-ACHA-CARROS-CONTAGEM.
           MOVE SPACES TO SQLCA-QUERY.
           STRING "update contagem set car_id = coalesce("
                  "(select cars.id from cars "
                  "where coalesce(cars.sold, 0) = 0 "
                  "and contagem.vin <> '' "
                  "and cars.vin = contagem.vin limit 1), "
                  "(select cars.id from cars "
                  "where coalesce(cars.sold, 0) = 0 "
                  "and contagem.plate <> '' "
                  "and cars.plate = contagem.plate limit 1), "
                  "(select cars.id from cars "
                  "where coalesce(cars.sold, 0) = 0 "
                  "and cars.id = contagem.id))"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "delete from contagem where car_id is not null "
                  "and seq < (select max(c2.seq) from contagem c2 "
                  "where c2.car_id = contagem.car_id)"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "delete from contagem where car_id is null "
                  "and id <> 0 "
                  "and seq < (select max(c2.seq) from contagem c2 "
                  "where c2.car_id is null and c2.id = contagem.id)"
                  DELIMITED BY SIZE
             INTO SQLCA-QUERY.
           PERFORM 890-EXECUTA-SQL.

      *----------------------------------------------------------*
             TO REG-REL-RECON.
           WRITE REG-REL-RECON.

           PERFORM 060-GRAVA-LINHA-BRANCO.
           MOVE SPACES TO W-CABECALHO-RECON.
           MOVE "ID" TO CAB-ID.
           MOVE "PLACA" TO CAB-PLACA.
           MOVE "CHASSI" TO CAB-CHASSI.
           MOVE "NOME" TO CAB-NOME.
           MOVE "PRECO" TO CAB-PRECO.
           MOVE "ID CNT" TO CAB-ID-CONTAGEM.
           MOVE "PLACA" TO CAB-PLACA-CONTAGEM.
           MOVE "CHASSI" TO CAB-CHASSI-CONTAGEM.
           MOVE "NOME NA CONTAGEM" TO CAB-NOME-CONTAGEM.
           MOVE "PRECO CONT" TO CAB-PRECO-CONTAGEM.
           MOVE W-CABECALHO-RECON TO REG-REL-RECON.
           WRITE REG-REL-RECON.

      *----------------------------------------------------------*
      * 030-SECAO-PATIO-SEM-TABELA                                *
      * Secao 1: carros anotados na contagem do patio que nao     *
      * foram achados no estoque da tabela cars (nem por chassi,  *
      * nem por placa, nem por id - inexistente ou ja marcado     *
      * como vendido).                                            *
      *----------------------------------------------------------*
       030-SECAO-PATIO-SEM-TABELA.
           PERFORM 060-GRAVA-LINHA-BRANCO.
           WRITE REG-REL-RECON.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "select id, name, price, plate, vin "
                  "from contagem where car_id is null "
                  "order by seq" DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           PERFORM 065-LISTA-SECAO-SIMPLES.
           WRITE REG-REL-RECON.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "select id, name, price, coalesce(plate, ''), "
                  "coalesce(vin, '') from cars "
                  "where coalesce(sold, 0) = 0 "
                  "and not exists (select 1 from contagem c "
                  "where c.car_id = cars.id) "
                  "order by id" DELIMITED BY SIZE
             INTO SQLCA-QUERY.

      *----------------------------------------------------------*
      * 050-SECAO-DIVERGENCIAS                                    *
      * Secao 3: carros presentes nos dois lados mas com nome ou  *
      * preco diferente entre a tabela e a anotacao da contagem,  *
      * ou com id, chassi ou placa anotados (quando anotados)     *
      * diferentes dos da tabela - carro achado por um e com o    *
      * outro trocado. O preco e comparado arredondado em 2       *
      * casas, porque os dois lados chegam como real.             *
      *----------------------------------------------------------*
       050-SECAO-DIVERGENCIAS.
           PERFORM 060-GRAVA-LINHA-BRANCO.
           MOVE SPACES TO REG-REL-RECON.
           MOVE "SECAO 3 - DIVERGENCIAS DE ID/PLACA/CHASSI/NOME/PRECO"
             TO REG-REL-RECON.
           WRITE REG-REL-RECON.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "select cars.id, cars.name, cars.price, "
                  "coalesce(cars.plate, ''), coalesce(cars.vin, ''), "
                  "c.id, c.name as name_count, c.price as price_count, "
                  "c.plate, c.vin "
                  "from cars join contagem c on c.car_id = cars.id "
                  "where coalesce(cars.sold, 0) = 0 "
                  "and (cars.name <> c.name "
                  "or round(cars.price, 2) <> round(c.price, 2) "
                  "or (c.id <> 0 and c.id <> cars.id) "
                  "or (c.vin <> '' "
                  "and c.vin <> coalesce(cars.vin, '')) "
                  "or (c.plate <> '' "
                  "and c.plate <> coalesce(cars.plate, ''))) "
                  "order by cars.id" DELIMITED BY SIZE
             INTO SQLCA-QUERY.

                                                 W-ID
                                                 W-NOME
                                                 W-PRECO
                                                 W-PLACA
                                                 W-CHASSI
                                                 W-ID-CONTAGEM
                                                 W-NOME-CONTAGEM
                                                 W-PRECO-CONTAGEM
                                                 W-PLACA-CONTAGEM
                                                 W-CHASSI-CONTAGEM
                                                 SQLCA-ERROR
                                                 SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           IF SQLCA_CUR_STAT EQUAL 0
               MOVE SPACES TO W-LINHA-RECON
               MOVE W-ID TO REC-ID
               MOVE W-PLACA TO REC-PLACA
               MOVE W-CHASSI TO REC-CHASSI
               MOVE W-NOME TO REC-NOME
               MOVE W-PRECO TO W-PRECO-ED
               MOVE W-PRECO-ED TO REC-PRECO
               MOVE W-ID-CONTAGEM TO REC-ID-CONTAGEM
               MOVE W-PLACA-CONTAGEM TO REC-PLACA-CONTAGEM
               MOVE W-CHASSI-CONTAGEM TO REC-CHASSI-CONTAGEM
               MOVE W-NOME-CONTAGEM TO REC-NOME-CONTAGEM
               MOVE W-PRECO-CONTAGEM TO W-PRECO-ED
               MOVE W-PRECO-ED TO REC-PRECO-CONTAGEM
               ADD 1 TO W-QTD-SECAO
           END-IF.

      *----------------------------------------------------------*
      * 057-SECAO-IDENTIFICACAO                                   *
      * Secao 4: linhas da contagem com chassi ou placa lidos     *
      * que nao passaram na critica - provavel erro de leitura no *
      * patio. A linha foi comparada pelo que sobrou (o outro     *
      * campo ou o id); aqui sai o texto lido, para conferir no   *
      * carro.                                                    *
      *----------------------------------------------------------*
       057-SECAO-IDENTIFICACAO.
           PERFORM 060-GRAVA-LINHA-BRANCO.
           MOVE SPACES TO REG-REL-RECON.
           MOVE "SECAO 4 - CHASSI/PLACA INVALIDOS NA CONTAGEM"
             TO REG-REL-RECON.
           WRITE REG-REL-RECON.

           MOVE SPACES TO SQLCA-QUERY.
           STRING "select id, name, price, plate_read, vin_read, "
                  "problem from contagem where problem <> '' "
                  "order by seq" DELIMITED BY SIZE
             INTO SQLCA-QUERY.

           CALL "sqliteOpenCursor" USING BY REFERENCE
                                            SQLCA-CID
                                            SQLCA-QUERY
                                            SQLCA-STATEMENT
                                            SQLCA-ERROR
                                            SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           MOVE "S" TO W-CURSOR-ABERTO.

      * o cursor da secao anterior terminou com o status em 1;
      * zera antes do laco, senao a secao nova nem faz o fetch.
           MOVE ZERO TO SQLCA_CUR_STAT.

           MOVE ZERO TO W-QTD-SECAO.
           PERFORM 058-GET-RESULT-IDENTIFICACAO
               UNTIL SQLCA_CUR_STAT = 1.

           PERFORM 068-FECHA-CURSOR.
           PERFORM 069-GRAVA-TOTAL-SECAO.

       058-GET-RESULT-IDENTIFICACAO.
           CALL "sqlitefetch" USING BY REFERENCE SQLCA-STATEMENT
                                                 SQLCA_CUR_STAT
                                                 W-ID
                                                 W-NOME
                                                 W-PRECO
                                                 W-PLACA
                                                 W-CHASSI
                                                 W-CNT-PROBLEMA
                                                 SQLCA-ERROR
                                                 SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           IF SQLCA_CUR_STAT EQUAL 0
               MOVE SPACES TO W-LINHA-RECON
               MOVE W-ID TO REC-ID
               MOVE W-PLACA TO REC-PLACA
               MOVE W-CHASSI TO REC-CHASSI
               MOVE W-NOME TO REC-NOME
               MOVE W-PRECO TO W-PRECO-ED
               MOVE W-PRECO-ED TO REC-PRECO
               IF W-CNT-PROBLEMA = "04"
                   MOVE "CHASSI INVALIDO" TO REC-NOME-CONTAGEM
               ELSE
                   MOVE "PLACA INVALIDA" TO REC-NOME-CONTAGEM
               END-IF
               MOVE W-LINHA-RECON TO REG-REL-RECON
               WRITE REG-REL-RECON
               ADD 1 TO W-QTD-SECAO
           END-IF.

       060-GRAVA-LINHA-BRANCO.
           MOVE SPACES TO REG-REL-RECON.
           WRITE REG-REL-RECON.
      *----------------------------------------------------------*
      * 065-LISTA-SECAO-SIMPLES                                   *
      * Abre o cursor do comando ja montado em SQLCA-QUERY (id,   *
      * nome, preco, placa e chassi), grava uma linha de detalhe  *
      * por registro e fecha a secao com a quantidade encontrada. *
      *----------------------------------------------------------*
       065-LISTA-SECAO-SIMPLES.
           CALL "sqliteOpenCursor" USING BY REFERENCE
                                                 W-ID
                                                 W-NOME
                                                 W-PRECO
                                                 W-PLACA
                                                 W-CHASSI
                                                 SQLCA-ERROR
                                                 SQLCA-ERROR-MESSAGE.
           PERFORM 900-VERIFICA-ERRO.
           IF SQLCA_CUR_STAT EQUAL 0
               MOVE SPACES TO W-LINHA-RECON
               MOVE W-ID TO REC-ID
               MOVE W-PLACA TO REC-PLACA
               MOVE W-CHASSI TO REC-CHASSI
               MOVE W-NOME TO REC-NOME
               MOVE W-PRECO TO W-PRECO-ED
               MOVE W-PRECO-ED TO REC-PRECO
           WRITE REG-REL-RECON.
           ADD W-QTD-SECAO TO W-QTD-DIVERGENCIAS.

      *----------------------------------------------------------*
      * 080-VALIDA-IDENTIFICACAO                                  *
      * Critica o chassi e a placa lidos na linha da contagem. O  *
      * que nao passar fica em branco em VEI-CHASSI/VEI-PLACA     *
      * (nao serve para achar o carro) e o motivo vai para        *
      * W-CNT-PROBLEMA - o do chassi, quando os dois falham.      *
      * Chassi ou placa em branco passa: o contador pode ter      *
      * anotado so um dos dois.                                   *
      *----------------------------------------------------------*
       080-VALIDA-IDENTIFICACAO.
           MOVE SPACES TO W-CNT-PROBLEMA.
           MOVE CNT-CHASSI TO VEI-CHASSI.
           MOVE CNT-PLACA TO VEI-PLACA-ENTRADA.

           MOVE SPACES TO VEI-MOTIVO.
           IF VEI-CHASSI NOT = SPACES
               PERFORM 082-VALIDA-CHASSI
               IF NOT VEI-VALIDO
                   MOVE VEI-MOTIVO TO W-CNT-PROBLEMA
                   MOVE SPACES TO VEI-CHASSI
               END-IF
           END-IF.

           MOVE SPACES TO VEI-MOTIVO.
           PERFORM 084-VALIDA-PLACA.
           IF NOT VEI-VALIDO
               IF W-CNT-PROBLEMA = SPACES
                   MOVE VEI-MOTIVO TO W-CNT-PROBLEMA
               END-IF
               MOVE SPACES TO VEI-PLACA
           END-IF.

      *----------------------------------------------------------*
      * 082-VALIDA-CHASSI                                         *
      * Chassi (VIN) com 17 posicoes preenchidas, so letras e     *
      * digitos validos (I, O e Q nao existem no chassi) e o      *
      * digito verificador da posicao 9 conferido: soma dos       *
      * valores das posicoes vezes os pesos, modulo 11, resto 10  *
      * vale X. Letra minuscula digitada e convertida antes.      *
      *----------------------------------------------------------*
       082-VALIDA-CHASSI.
           INSPECT VEI-CHASSI CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE ZERO TO VEI-ESPACOS.
           INSPECT VEI-CHASSI TALLYING VEI-ESPACOS FOR ALL SPACES.

           IF VEI-ESPACOS GREATER THAN ZERO
               MOVE "04" TO VEI-MOTIVO
           ELSE
               MOVE ZERO TO VEI-SOMA
               PERFORM 083-SOMA-CHASSI
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
      * 083-SOMA-CHASSI                                           *
      * Soma a posicao VEI-IDX do chassi: digito vale ele mesmo,  *
      * letra vale o da tabela VEI-LETRAS/VEI-VALORES; caracter   *
      * fora da tabela invalida o chassi.                         *
      *----------------------------------------------------------*
       083-SOMA-CHASSI.
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
      * 084-VALIDA-PLACA                                          *
      * Placa digitada em VEI-PLACA-ENTRADA, com ou sem hifen     *
      * depois das letras, vai sem hifen para VEI-PLACA e tem de  *
      * ser AAA9999 (antiga) ou AAA9A99 (Mercosul). Placa em      *
      * branco passa: carro zero quilometro ainda nao emplacado.  *
      *----------------------------------------------------------*
       084-VALIDA-PLACA.
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

       045-FORMATA-PRECO-SQL.
           MOVE SPACES TO W-PRECO-SQL.
           DIVIDE W-PRECO-CONV BY 1 GIVING W-PRECO-INT.

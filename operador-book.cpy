      *----------------------------------------------------------*
      * OPERADOR-BOOK                                             *
      * Cadastro de operadores (tabela operators) e log de acesso *
      * (tabela operator_log), para que o programa sqlite e os    *
      * jobs que pedem operador - reajusta, fechames e arqanual - *
      * confiram o operador do mesmo jeito.                       *
      *                                                           *
      * A senha nunca vai para o banco: vai o resumo de login     *
      * mais senha, 16 digitos hexadecimais de dois acumuladores  *
      * modulo primo, recalculados OPR-RODADAS vezes sobre os 20  *
      * caracteres. O login entra no calculo para que dois        *
      * operadores com a mesma senha nao tenham o mesmo resumo.   *
      * O login e guardado em maiusculas; aspa simples no login   *
      * digitado vira "?" antes de qualquer uso (nenhum login     *
      * cadastrado tem aspa, entao ele nunca confere).            *
      *                                                           *
      * OPR-FUNCOES guarda as letras do menu do programa sqlite   *
      * liberadas ao operador; OPR-JOBS, os modos do RUNLOG dos   *
      * jobs que ele pode disparar (P = reajusta, F = fechames,   *
      * A = arqanual). OPR-MAX-FALHAS senhas erradas seguidas     *
      * bloqueiam o operador ate o supervisor desbloquear.        *
      *                                                           *
      * Eventos de operator_log: E = entrada aceita, F = senha    *
      * errada, B = bloqueio por senhas erradas, N = operador     *
      * nao cadastrado, I = operador inativo ou bloqueado, R =    *
      * funcao ou job recusado, S = saida da sessao, M =          *
      * manutencao do cadastro.                                   *
      *----------------------------------------------------------*
       01  OPR-LOGIN                   PIC X(08).
       01  OPR-SENHA                   PIC X(12).
       01  OPR-HASH                    PIC X(16).

      * operador como lido de operators.
       01  OPR-REGISTRO.
           05 OPR-NOME                 PIC X(40).
           05 OPR-HASH-GRAVADO         PIC X(16).
           05 OPR-ATIVO                PIC 9(01).
               88 OPR-OPERADOR-ATIVO   VALUE 1.
           05 OPR-BLOQUEADO            PIC 9(01).
               88 OPR-OPERADOR-BLOQUEADO VALUE 1.
           05 OPR-FALHAS               PIC 9(02).
           05 OPR-FUNCOES              PIC X(30).
           05 OPR-JOBS                 PIC X(10).

       01  OPR-EXISTE                  PIC X(01) VALUE "N".
           88 OPR-OPERADOR-EXISTE      VALUE "S".
       01  OPR-MAX-FALHAS              PIC 9(02) VALUE 3.
       01  OPR-QTD-LIBERADA            PIC 9(02) COMP.

      * movimento do log de acesso, carimbado com a data e a hora
      * correntes (a hora vem de ACCEPT FROM TIME com centesimos,
      * dos quais o log usa so HHMMSS).
       01  OPR-EVENTO                  PIC X(01).
       01  OPR-FUNCAO                  PIC X(01).
       01  OPR-DETALHE                 PIC X(40).
       01  OPR-DATA-LOG                PIC 9(08).
       01  OPR-HORA-LOG.
           05 OPR-HHMMSS-LOG           PIC 9(06).
           05 FILLER                   PIC 9(02).

      * apoio do calculo do resumo da senha.
       01  OPR-ENTRADA-HASH.
           05 OPR-ENTRADA-LOGIN        PIC X(08).
           05 OPR-ENTRADA-SENHA        PIC X(12).
       01  OPR-ACUM-1                  PIC 9(18) COMP.
       01  OPR-ACUM-2                  PIC 9(18) COMP.
       01  OPR-PRODUTO                 PIC 9(18) COMP.
       01  OPR-QUOCIENTE               PIC 9(18) COMP.
       01  OPR-RODADA                  PIC 9(04) COMP.
       01  OPR-RODADAS                 PIC 9(04) COMP VALUE 500.
       01  OPR-IDX                     PIC 9(02) COMP.
       01  OPR-CODIGO                  PIC 9(03) COMP.
       01  OPR-CARACTER                PIC X(01).
       01  OPR-HEXA-VALOR              PIC 9(18) COMP.
       01  OPR-HEXA-DIGITO             PIC 9(02) COMP.
       01  OPR-HEXA-POS                PIC 9(02) COMP.
       01  OPR-TABELA-HEXA             PIC X(16)
                                VALUE "0123456789ABCDEF".

      * valor de cada caracter no calculo e a posicao dele nesta
      * tabela mais um; caracter fora da tabela vale 82.
       01  OPR-TABELA-CARACTERES.
           05 FILLER                   PIC X(37)
                  VALUE " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05 FILLER                   PIC X(26)
                  VALUE "abcdefghijklmnopqrstuvwxyz".
           05 FILLER                   PIC X(18)
                  VALUE "!#$%&*+-./:;<=>?@_".
       01  FILLER REDEFINES OPR-TABELA-CARACTERES.
           05 OPR-CARACTERES           PIC X(81).

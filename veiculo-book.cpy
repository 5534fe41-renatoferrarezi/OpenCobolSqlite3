      *----------------------------------------------------------*
      * VEICULO-BOOK                                              *
      * Identificacao do veiculo - chassi (VIN), placa, RENAVAM,  *
      * ano de fabricacao/modelo, cor e quilometragem na          *
      * aquisicao - e as tabelas da critica, para que a           *
      * manutencao do programa sqlite, a carga do fornecedor e a  *
      * reconciliacao da contagem critiquem do mesmo jeito.       *
      *                                                           *
      * Chassi: 17 posicoes, letras e digitos sem I, O e Q, com o *
      * digito verificador na posicao 9 (soma dos valores         *
      * transliterados vezes o peso da posicao, modulo 11; resto  *
      * 10 vale X). Placa: AAA9999 (antiga) ou AAA9A99 (Mercosul),*
      * com ou sem hifen depois das letras; guardada sem hifen.   *
      * RENAVAM: 11 digitos, o ultimo verificador (soma dos 10    *
      * primeiros vezes os pesos, vezes 10, modulo 11; resto 10   *
      * vale 0). Placa e RENAVAM ficam em branco no carro zero    *
      * quilometro, ainda sem emplacamento.                       *
      *                                                           *
      * VEI-MOTIVO volta em branco quando a identificacao passou  *
      * na critica; senao, com o codigo do motivo: 04 = chassi,   *
      * 05 = placa, 06 = RENAVAM, 07 = ano de fabricacao/modelo,  *
      * 09 = chassi ou placa ja de outro carro do estoque (os     *
      * mesmos codigos do arquivo de rejeitos da carga).          *
      *----------------------------------------------------------*
       01  VEI-IDENTIFICACAO.
           05 VEI-CHASSI               PIC X(17).
           05 VEI-PLACA-ENTRADA        PIC X(08).
           05 VEI-PLACA                PIC X(07).
           05 VEI-RENAVAM              PIC X(11).
           05 VEI-ANO-FABRIC           PIC 9(04).
           05 VEI-ANO-MODELO           PIC 9(04).
           05 VEI-COR                  PIC X(20).
           05 VEI-KM                   PIC 9(07).

       01  VEI-MOTIVO                  PIC X(02).
           88 VEI-VALIDO               VALUE SPACES.

      * valor de cada letra do chassi no calculo do digito
      * verificador; I, O e Q nao existem no chassi e ficam fora.
       01  VEI-TABELA-LETRAS.
           05 FILLER                   PIC X(23)
                                VALUE "ABCDEFGHJKLMNPRSTUVWXYZ".
           05 FILLER                   PIC X(23)
                                VALUE "12345678123457923456789".
       01  FILLER REDEFINES VEI-TABELA-LETRAS.
           05 VEI-LETRAS               PIC X(23).
           05 VEI-VALORES              PIC X(23).

      * pesos das 17 posicoes do chassi (a posicao 9, do proprio
      * verificador, pesa zero) e das 10 posicoes do RENAVAM.
       01  VEI-TABELA-PESOS-CHASSI     PIC X(34)
                   VALUE "0807060504030210000908070605040302".
       01  FILLER REDEFINES VEI-TABELA-PESOS-CHASSI.
           05 VEI-PESO-CHASSI          PIC 9(02) OCCURS 17.
       01  VEI-TABELA-PESOS-RENAVAM    PIC X(20)
                   VALUE "03020908070605040302".
       01  FILLER REDEFINES VEI-TABELA-PESOS-RENAVAM.
           05 VEI-PESO-RENAVAM         PIC 9(02) OCCURS 10.

      * apoio dos calculos da critica.
       01  VEI-IDX                     PIC 9(02) COMP.
       01  VEI-POSICAO                 PIC 9(02) COMP.
       01  VEI-CARACTER                PIC X(01).
       01  VEI-DIGITO                  PIC 9(01).
       01  VEI-SOMA                    PIC 9(05) COMP.
       01  VEI-QUOCIENTE               PIC 9(05) COMP.
       01  VEI-RESTO                   PIC 9(02) COMP.
       01  VEI-DV-CALCULADO            PIC X(01).
       01  VEI-ESPACOS                 PIC 9(02) COMP.
       01  VEI-DATA-HOJE               PIC 9(08).
       01  FILLER REDEFINES VEI-DATA-HOJE.
           05 VEI-HOJE-ANO             PIC 9(04).
           05 FILLER                   PIC 9(04).
       01  VEI-ANO-LIMITE              PIC 9(04).

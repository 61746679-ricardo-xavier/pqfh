      * Alteracao e exclusao travam o registro em lcktab - com
      * varios operadores na tela, o ultimo a gravar nao vence mais
      * em silencio.
      *
      * O estoque de seguranca da loja virtual e mantido na mesma
      * tela: a quantidade que o e-commerce nunca deve enxergar
      * (ecopub.cbl publica o saldo disponivel menos ela).

       ENVIRONMENT    DIVISION.
       INPUT-OUTPUT   SECTION.
           05  line 09 column 14 pic 9(07)v999 using estpar-maximo.
           05  line 10 column 01 value 'PONTO PEDIDO'.
           05  line 10 column 14 pic 9(07)v999 using estpar-ponto.
           05  line 11 column 01 value 'SEGURANCA EC'.
           05  line 11 column 14 pic 9(07)v999 using estpar-seguranca.
           05  line 20 column 01 pic x(60) from ws-msg.

       01  tela-pausa.
                   move 'N' to ws-achou
               not invalid key
                   move 'S' to ws-achou
                   if estpar-seguranca not numeric
                       move zeros to estpar-seguranca
                   end-if
           end-read.

      * Consistencia dos valores: o maximo e o teto da reposicao,

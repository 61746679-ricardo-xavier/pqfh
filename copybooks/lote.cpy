      * Area de trabalho dos lotes: caminho do lottab e apoio de
      * ENTRA-LOTE (loteent.prc) e CONSOME-LOTES (lotecons.prc). O
      * programa preenche chave, loja, lote, validade, quantidade e
      * data (na entrada, tambem o saldo do item antes dela) e
      * executa o paragrafo. CONSOME-LOTES devolve em ws-lot-consumo
      * as parcelas baixadas de cada lote e em ws-lot-resta o que
      * nao havia em lote nenhum.
       77      ws-lottab      pic x(40) value '../../arq/lottab'.
       77      status-lottab  pic xx.
       77      ws-lot-chave   pic 9(08).
       77      ws-lot-loja    pic 9(03).
       77      ws-lot-lote    pic x(10).
       77      ws-lot-validade pic 9(08).
       77      ws-lot-qtde    pic 9(07)v999.
       77      ws-lot-saldo-ant pic 9(07)v999.
       77      ws-lot-data    pic 9(08).
       77      ws-lot-resta   pic 9(07)v999.
       77      ws-lot-baixa   pic 9(07)v999.
       77      ws-lot-passo   pic 9(01).
       77      ws-lot-existe  pic x(01).
               88  lot-existe          value 'S'.
       77      ws-fim-lottab  pic x(01).
               88  fim-lottab          value 'S'.
       01      ws-lot-consumo.
               05  ws-lot-cons-qtde    pic 9(02) comp.
               05  ws-lot-cons-ocorr occurs 20 times
                       indexed by ws-lot-idx.
                   10  ws-lot-cons-lote    pic x(10).
                   10  ws-lot-cons-valid   pic 9(08).
                   10  ws-lot-cons-baixa   pic 9(07)v999.

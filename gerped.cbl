           move sug-loja      to pedcab-loja
           move ws-data-hoje  to pedcab-dtemis
           move 'A'           to pedcab-situacao
      * Pedido novo nasce pendente de transmissao - edifor.cbl o
      * envia ao fornecedor na proxima rodada.
           move space         to pedcab-edi-situacao
           move zeros         to pedcab-edi-data
           write reg-pedcab
               invalid key
                   display 'GERPED: PEDIDO ' pedcab-numero
           move sug-chave     to pedlin-chave
           move sug-sugestao  to pedlin-qtde-ped
           move zeros         to pedlin-qtde-rec
           move zeros         to pedlin-qtde-dev
           move 'A'           to pedlin-situacao
           write reg-pedlin
               invalid key

      * seria revertido, como o modo 'S' do sync), 'P' = producao;
      * tabela; data/hora inicial e final do intervalo a estornar.
      * O relatorio relbak.lst lista cada estorno, simulado ou real.
      *
      * Estorno que tira quantidade de basico consignado (csgtab)
      * consome primeiro o consignado, como a saida no movto.cbl; o
      * consumido vai para o csgmov amarrado ao lancamento de estorno.
      * Os lotes do basico (lottab) acompanham o estorno: a saida
      * baixa os lotes que vencem primeiro, a entrada vai para o lote
      * sem codigo.

       ENVIRONMENT    DIVISION.
       INPUT-OUTPUT   SECTION.
       copy sp01a04.sel.
       copy chglog.sel.
       copy movled.sel.
       copy csgtab.sel.
       copy csgmov.sel.
       copy lottab.sel.
           select chgbak assign to ws-chgbak
               organization is line sequential
               file status is status-chgbak.
       copy sp01a04.fd.
       copy chglog.fd.
       copy movled.fd.
       copy csgtab.fd.
       copy csgmov.fd.
       copy lottab.fd.
       fd  chgbak
           label record standard.
       01  reg-chgbak.
       77      status-relbak  pic xx.
       copy arqdir.cpy.
       copy movled.cpy.
       copy csg.cpy.
       copy lote.cpy.

       01      ws-parm-backout.
               05  ws-parm-modo        pic x(01).
           string ws-env-arqdir delimited by space
                  '/movled'     delimited by size
                  into ws-movled
           string ws-env-arqdir delimited by space
                  '/csgtab'     delimited by size
                  into ws-csgtab
           string ws-env-arqdir delimited by space
                  '/csgmov'     delimited by size
                  into ws-csgmov
           string ws-env-arqdir delimited by space
                  '/lottab'     delimited by size
                  into ws-lottab

           move spaces to ws-parm-backout
           accept ws-parm-backout from sysin
                   move 16 to return-code
                   stop run
               end-if
               open i-o csgtab
               if status-csgtab = '00'
                   move 'S' to ws-tem-csgtab
                   open i-o csgmov
                   if status-csgmov = '35'
                       open output csgmov
                       close csgmov
                       open i-o csgmov
                   end-if
                   if status-csgmov <> '00'
                       display 'BACKOUT: ERRO NA ABERTURA DE CSGMOV - '
                               'STATUS ' status-csgmov
                       move 16 to return-code
                       stop run
                   end-if
               end-if
               open i-o lottab
               if status-lottab = '35'
                   open output lottab
                   close lottab
                   open i-o lottab
               end-if
               if status-lottab <> '00'
                   display 'BACKOUT: ERRO NA ABERTURA DE LOTTAB - '
                           'STATUS ' status-lottab
                   move 16 to return-code
                   stop run
               end-if
           end-if.

       FECHA-ARQUIVOS.
           close relbak
           if parm-modo-producao
               close movled
               if tem-csgtab
                   close csgtab
                   close csgmov
               end-if
               close lottab
           end-if.

       REVERTE-ENTRADA.
       LEDGER-INCLUSAO.
           perform CARREGA-IMG-DEPOIS
           if ws-img-qtde > zeros
               move zeros to ws-csb-restante
               move 'S' to movled-es
               move ws-img-qtde to movled-qtde
               perform LANCA-LEDGER
               perform LANCA-LEDGER
           end-if
           if ws-led-delta < zeros
               move ws-img-qtde to ws-csb-restante
               move 'S' to movled-es
               compute movled-qtde = ws-led-delta * -1
               perform LANCA-LEDGER
           move 'B'           to movled-tipo
           move 'BACKOUT   '  to movled-doc
           move 'backout '    to movled-operador
           move spaces        to movled-motivo
           perform GRAVA-MOVLED
           if movled-sai and chbak-tabela = 'basicos   '
               perform AJUSTA-CONSIGNADO
           end-if
           if chbak-tabela = 'basicos   '
               perform AJUSTA-LOTES
           end-if.

      * Lotes do basico pelo lancamento de estorno. Na entrada o
      * saldo anterior e o da imagem restaurada menos o que entrou -
      * zero quando o registro excluido volta.
       AJUSTA-LOTES.
           move chbak-chave          to ws-lot-chave
           move ws-img-loja          to ws-lot-loja
           move spaces               to ws-lot-lote
           move zeros                to ws-lot-validade
           move movled-qtde          to ws-lot-qtde
           move movled-datahora(1:8) to ws-lot-data
           if movled-entra
               compute ws-lot-saldo-ant = ws-img-qtde - movled-qtde
               perform ENTRA-LOTE
           else
               perform CONSOME-LOTES
           end-if.

       ENTRA-LOTE.
           copy loteent.prc.

       CONSOME-LOTES.
           copy lotecons.prc.

      * Saida de basico consignado pelo estorno: o fisico que restou
      * ja veio do chamador.
       AJUSTA-CONSIGNADO.
           move chbak-chave     to ws-csb-chave
           move ws-img-loja     to ws-csb-loja
           move movled-qtde     to ws-csb-qtde
           move movled-doc      to ws-csb-doc
           move movled-datahora(1:8) to ws-csb-dtdoc
           move movled-datahora to ws-csb-datahora
           perform CONSOME-CONSIGNADO.

       CONSOME-CONSIGNADO.
           copy csgcons.prc.

       GRAVA-MOVLED.
           copy movled.prc.

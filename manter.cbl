       copy lcktab.sel.
       copy runlock.sel.
       copy eantab.sel.
       copy restab.sel.
       copy csgtab.sel.
       copy csgmov.sel.
       copy lottab.sel.
           select mantaud assign to ws-mantaud
               organization is line sequential
               file status is status-mantaud.
       copy lcktab.fd.
       copy runlock.fd.
       copy eantab.fd.
       copy restab.fd.
       copy csgtab.fd.
       copy csgmov.fd.
       copy lottab.fd.
      * Trilha de auditoria da manutencao: quem fez o que, quando,
      * em qual chave, com as imagens antes/depois do registro - e o
      * que separa "o preco veio errado da tela" de "veio do sync".
       copy arqdir.cpy.
       copy trava.cpy.

      * Saldo digitado abaixo do anterior num basico consignado: a
      * diferenca sai primeiro do consignado (mesma regra do movto),
      * com o csgmov amarrado a data/hora da trilha de auditoria.
       copy csg.cpy.
       77      ws-qtde-antes  pic 9(07)v999.

      * Saldo alterado pela tela acerta tambem os lotes (lottab): a
      * reducao baixa os lotes que vencem primeiro, o aumento entra
      * no lote sem codigo - a soma dos lotes acompanha o sp0103qtde.
       copy lote.cpy.

      * Reservado e disponivel do item na consulta: estoque menos as
      * reservas validas hoje (restab), so para exibicao - a
      * quantidade em si continua sendo a do cadastro.
       copy reserva.cpy.
       77      ws-disponivel  pic s9(09)v999 value zeros.
       77      ws-data-hoje   pic 9(08).

       77      ws-opcao       pic x(01).
               88  opcao-incluir       value 'I'.
               88  opcao-alterar       value 'A'.
           05  line 09 column 14 pic 9(07)v99 using sp0103preco.
           05  line 10 column 01 value 'QUANTIDADE.:'.
           05  line 10 column 14 pic 9(07)v999 using sp0103qtde.
           05  line 10 column 27 value 'RESERV:'.
           05  line 10 column 35 pic zzzzzz9.999 from ws-res-total.
           05  line 10 column 48 value 'DISPON:'.
           05  line 10 column 56 pic -zzzzzz9.999 from ws-disponivel.
           05  line 11 column 01 value 'DATA MOV...:'.
           05  line 11 column 14 pic 9(08) using sp0103dtmov.
           05  line 12 column 01 value 'SITUACAO (A-ATIVO I-INATIVO):'.
           string ws-env-arqdir delimited by space
                  '/eantab'     delimited by size
                  into ws-eantab
           string ws-env-arqdir delimited by space
                  '/restab'     delimited by size
                  into ws-restab
           string ws-env-arqdir delimited by space
                  '/csgtab'     delimited by size
                  into ws-csgtab
           string ws-env-arqdir delimited by space
                  '/csgmov'     delimited by size
                  into ws-csgmov
           string ws-env-arqdir delimited by space
                  '/lottab'     delimited by size
                  into ws-lottab
           accept ws-data-hoje from date yyyymmdd

           perform ABRE-OPERTAB
           perform SIGN-ON

           perform ABRE-TRAVAS
           perform ABRE-EANTAB
           open input restab
           if status-restab = '00'
               move 'S' to ws-tem-restab
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
                   display 'MANTER: ERRO NA ABERTURA DE CSGMOV - '
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
               display 'MANTER: ERRO NA ABERTURA DE LOTTAB - STATUS '
                       status-lottab
               move 16 to return-code
               stop run
           end-if

           perform until continua-nao
               move spaces to ws-msg
               move spaces to ws-opcao
               initialize reg-sp01a03
               move zeros to ws-res-total
               move zeros to ws-disponivel
               display tela-manter
               accept tela-manter

           close mantaud
           close lcktab
           close eantab
           if tem-restab
               close restab
           end-if
           if tem-runlock
               close runlock
           end-if
           if tem-csgtab
               close csgtab
               close csgmov
           end-if
           close lottab
           stop run.

       ABRE-EANTAB.
                       move 'S' to ws-achou
                   end-if
               end-if
           end-if
           if achou-sim
               move sp0103chave  to ws-res-chave
               move sp0103loja   to ws-res-loja
               move spaces       to ws-res-doc
               move ws-data-hoje to ws-res-data
               perform SOMA-RESERVAS
               compute ws-disponivel = sp0103qtde - ws-res-total
           end-if.

       SOMA-RESERVAS.
           copy reserva.prc.

       INCLUIR-REGISTRO.
           if sp0103chave = zeros
               move 'CHAVE OBRIGATORIA PARA INCLUSAO' to ws-msg
               perform OBTEM-TRAVA
               if trava-ok
                   move reg-sp01a03 to ws-aud-img-antes
                   move sp0103qtde  to ws-qtde-antes
                   move 'ALTERE OS CAMPOS E CONFIRME' to ws-msg
                   display tela-manter
                   accept tela-manter
                       not invalid key
                           move reg-sp01a03 to ws-aud-img-depois
                           perform GRAVA-MANTAUD
                           perform AJUSTA-CONSIGNADO
                           perform AJUSTA-LOTES
                           move 'REGISTRO ALTERADO COM SUCESSO'
                               to ws-msg
                   end-rewrite
           display tela-manter
           perform AGUARDA-CONFIRMACAO.

      * Reducao de saldo pela tela: consome o consignado como faria
      * uma saida no movto, limitado ao saldo que ficou no cadastro.
       AJUSTA-CONSIGNADO.
           if sp0103qtde < ws-qtde-antes
               move sp0103chave    to ws-csb-chave
               move sp0103loja     to ws-csb-loja
               compute ws-csb-qtde = ws-qtde-antes - sp0103qtde
               move sp0103qtde     to ws-csb-restante
               move 'MANTER    '   to ws-csb-doc
               move ws-aud-agora-data to ws-csb-dtdoc
               move ws-aud-agora   to ws-csb-datahora
               perform CONSOME-CONSIGNADO
           end-if.

       CONSOME-CONSIGNADO.
           copy csgcons.prc.

      * Saldo alterado pela tela: a diferenca acerta os lotes como a
      * efetivacao da contagem em digcont.cbl.
       AJUSTA-LOTES.
           move sp0103chave       to ws-lot-chave
           move sp0103loja        to ws-lot-loja
           move spaces            to ws-lot-lote
           move zeros             to ws-lot-validade
           move ws-aud-agora-data to ws-lot-data
           if sp0103qtde > ws-qtde-antes
               compute ws-lot-qtde = sp0103qtde - ws-qtde-antes
               move ws-qtde-antes to ws-lot-saldo-ant
               perform ENTRA-LOTE
           end-if
           if sp0103qtde < ws-qtde-antes
               compute ws-lot-qtde = ws-qtde-antes - sp0103qtde
               perform CONSOME-LOTES
           end-if.

       ENTRA-LOTE.
           copy loteent.prc.

       CONSOME-LOTES.
           copy lotecons.prc.

       CONSULTAR-REGISTRO.
           perform BUSCA-REGISTRO
           if achou-sim

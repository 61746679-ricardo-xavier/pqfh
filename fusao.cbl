      * sobrevivente, inativa a duplicada e registra a operacao no
      * log de fusoes - os tres arquivos que hoje sao mexidos a mao,
      * tocados numa unica confirmacao.
      *
      * Duplicada com estoque consignado (csgtab) so e fundida em
      * sobrevivente consignada ao mesmo fornecedor: o consignado vai
      * junto, como na transferencia do movto.cbl, com o par de
      * movimentos no csgmov amarrado aos lancamentos da fusao.
      *
      * Os lotes da duplicada (lottab) vao para a sobrevivente com o
      * mesmo codigo e validade, como na transferencia do movto.cbl;
      * o que a duplicada nao tinha em lote entra no lote sem codigo.

       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       copy opertab.sel.
       copy lcktab.sel.
       copy runlock.sel.
       copy csgtab.sel.
       copy csgmov.sel.
       copy lottab.sel.
           select fuslog assign to ws-fuslog
               organization is line sequential
               file status is status-fuslog.
       copy opertab.fd.
       copy lcktab.fd.
       copy runlock.fd.
       copy csgtab.fd.
       copy csgmov.fd.
       copy lottab.fd.
       fd  fuslog
           label record standard.
       01  reg-fuslog.
       copy arqdir.cpy.
       copy movled.cpy.
       copy trava.cpy.
       copy csg.cpy.
       copy lote.cpy.

      * Sign-on na disciplina de manter.cbl.
       77      ws-sign-operador   pic x(08).
       77      ws-dup-qtde    pic z(06)9,999.

       77      ws-qtde-transf pic 9(07)v999.
       77      ws-sob-antes   pic 9(07)v999.
      * Consignado da duplicada que acompanha a fusao, e a data/hora
      * do lancamento de saida dela no ledger.
       77      ws-csg-leva    pic 9(07)v999.
       77      ws-csg-fornec  pic 9(05).
       77      ws-dthr-sai    pic 9(14).
       77      ws-filhos-rep  pic 9(05).
       77      ws-fim-filhos  pic x(01).
               88  fim-filhos          value 'S'.
           string ws-env-arqdir delimited by space
                  '/runlock'    delimited by size
                  into ws-runlock
           string ws-env-arqdir delimited by space
                  '/csgtab'     delimited by size
                  into ws-csgtab
           string ws-env-arqdir delimited by space
                  '/csgmov'     delimited by size
                  into ws-csgmov
           string ws-env-arqdir delimited by space
                  '/lottab'     delimited by size
                  into ws-lottab

           perform ABRE-OPERTAB
           perform SIGN-ON
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
                   display 'FUSAO: ERRO NA ABERTURA DE CSGMOV - '
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
               display 'FUSAO: ERRO NA ABERTURA DE LOTTAB - STATUS '
                       status-lottab
               move 16 to return-code
               stop run
           end-if

           perform ABRE-TRAVAS

           close sp01a04
           close fuslog
           close movled
           if tem-csgtab
               close csgtab
               close csgmov
           end-if
           close lottab
           close opertab
           close lcktab
           if tem-runlock
           if ws-msg = spaces
                   and ws-sob-loja <> ws-dup-loja
               move 'CHAVES DE LOJAS DIFERENTES' to ws-msg
           end-if
           if ws-msg = spaces
               perform VALIDA-CONSIGNADO
           end-if.

      * Consignado da duplicada precisa de destino: a sobrevivente
      * consignada ao mesmo fornecedor. Sem isso o estoque do
      * fornecedor viraria proprio na fusao.
       VALIDA-CONSIGNADO.
           move zeros to ws-csg-leva
           if tem-csgtab
               move ws-chv-duplic to csgtab-chave
               move ws-dup-loja   to csgtab-loja
               read csgtab key is csgtab-id
                   invalid key
                       move 'I' to csgtab-situacao
               end-read
               if csgtab-ativo and csgtab-qtde > zeros
                   move csgtab-qtde   to ws-csg-leva
                   move csgtab-fornec to ws-csg-fornec
                   move ws-chv-sobrev to csgtab-chave
                   move ws-sob-loja   to csgtab-loja
                   read csgtab key is csgtab-id
                       invalid key
                           move 'I' to csgtab-situacao
                   end-read
                   if not csgtab-ativo
                           or csgtab-fornec <> ws-csg-fornec
                       move 'CONSIGNADO SEM PAR NA SOBREVIVENTE'
                           to ws-msg
                   end-if
               end-if
           end-if.

       APLICA-FUSAO.
      * Soma a quantidade da duplicada na sobrevivente.
           move ws-chv-sobrev to sp0103chave
           read sp01a03 key is sp0103chave
           move sp0103qtde to ws-sob-antes
           add ws-qtde-transf to sp0103qtde
           rewrite reg-sp01a03

               string 'FU' ws-chv-sobrev delimited by size
                   into movled-doc
               move ws-sign-operador to movled-operador
               move spaces         to movled-motivo
               perform GRAVA-MOVLED
               move movled-datahora to ws-dthr-sai
               move ws-chv-sobrev  to movled-chave
               move ws-sob-loja    to movled-loja
               move 'E'            to movled-es
               string 'FU' ws-chv-duplic delimited by size
                   into movled-doc
               perform GRAVA-MOVLED
               if ws-csg-leva > zeros
                   perform LEVA-CONSIGNADO
               end-if
               perform LEVA-LOTES
           end-if.

      * Lotes da duplicada baixados pela quantidade transferida e
      * abertos na sobrevivente com as mesmas parcelas; o saldo sem
      * lote vai para o lote sem codigo.
       LEVA-LOTES.
           move ws-chv-duplic  to ws-lot-chave
           move ws-dup-loja    to ws-lot-loja
           move spaces         to ws-lot-lote
           move zeros          to ws-lot-validade
           move ws-qtde-transf to ws-lot-qtde
           move ws-agora-data  to ws-lot-data
           perform CONSOME-LOTES
           move ws-chv-sobrev  to ws-lot-chave
           move ws-sob-loja    to ws-lot-loja
           move ws-sob-antes   to ws-lot-saldo-ant
           if ws-lot-resta > zeros
               move spaces       to ws-lot-lote
               move zeros        to ws-lot-validade
               move ws-lot-resta to ws-lot-qtde
               perform ENTRA-LOTE
               move zeros to ws-lot-saldo-ant
           end-if
           perform varying ws-lot-idx from 1 by 1
                   until ws-lot-idx > ws-lot-cons-qtde
               move ws-lot-cons-lote(ws-lot-idx)  to ws-lot-lote
               move ws-lot-cons-valid(ws-lot-idx) to ws-lot-validade
               move ws-lot-cons-baixa(ws-lot-idx) to ws-lot-qtde
               perform ENTRA-LOTE
               move zeros to ws-lot-saldo-ant
           end-perform.

       CONSOME-LOTES.
           copy lotecons.prc.

       ENTRA-LOTE.
           copy loteent.prc.

      * O consignado da duplicada passa para a sobrevivente: saida
      * ('T') amarrada ao lancamento de saida da duplicada, entrada
      * ('R') ao de entrada da sobrevivente.
       LEVA-CONSIGNADO.
           move ws-chv-duplic to csgtab-chave
           move ws-dup-loja   to csgtab-loja
           read csgtab key is csgtab-id
           subtract ws-csg-leva from csgtab-qtde
           move ws-agora-data to csgtab-dtatu
           rewrite reg-csgtab
           move ws-chv-duplic to csgmov-chave
           move ws-dup-loja   to csgmov-loja
           move ws-dthr-sai   to csgmov-datahora
           move 'T'           to csgmov-tipo
           perform GRAVA-CSGMOV
           move ws-chv-sobrev to csgtab-chave
           move ws-sob-loja   to csgtab-loja
           read csgtab key is csgtab-id
           add ws-csg-leva    to csgtab-qtde
           move ws-agora-data to csgtab-dtatu
           rewrite reg-csgtab
           move ws-chv-sobrev   to csgmov-chave
           move ws-sob-loja     to csgmov-loja
           move movled-datahora to csgmov-datahora
           move 'R'             to csgmov-tipo
           perform GRAVA-CSGMOV.

       GRAVA-CSGMOV.
           move ws-csg-fornec to csgmov-fornec
           move ws-csg-leva   to csgmov-qtde
           move csgtab-custo  to csgmov-custo
           move movled-doc    to csgmov-doc
           move ws-agora-data to csgmov-dtdoc
           move zeros         to csgmov-acerto
           write reg-csgmov
               invalid key
                   continue
           end-write.

       GRAVA-MOVLED.
           copy movled.prc.

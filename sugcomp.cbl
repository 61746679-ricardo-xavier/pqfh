      * zero e sao contados no rodape, assim como os itens ativos sem
      * parametro cadastrado - cobertura de cadastro tambem e
      * informacao de compra.
      *
      * Modo frota (SYSIN 'F' + codigo lojatab do centro de
      * distribuicao), rodado no diretorio central ao lado do
      * lojatab: antes de comprar, a reposicao olha o estoque do CD.
      * Visita o diretorio de cada loja, apura a necessidade de cada
      * basico no ponto de pedido (maximo - atual - o que ja vem do CD
      * em transferencia emitida ou em transito) e reparte o
      * disponivel do CD (estoque - reservas - minimo do proprio CD)
      * entre as lojas que disputam a chave, nesta prioridade:
      *   1. loja no minimo ou abaixo (ruptura iminente);
      *   2. menor cobertura (atual sobre maximo);
      *   3. menor codigo de loja.
      * O que o CD cobre vira ordem de transferencia proposta no
      * trftab (situacao 'P', aprovada ou cancelada em trfloja.cbl);
      * so o restante vai para o sugst.srt do diretorio da loja, que
      * gerped.cbl transforma em pedido de compra como sempre. As
      * necessidades do proprio CD vao inteiras para compra. As
      * propostas da rodada anterior ainda nao aprovadas sao
      * canceladas - cada noite refaz a distribuicao. O relatorio
      * relrep.lst (central) mostra, chave a chave, o disponivel do CD
      * e quanto de cada necessidade saiu por transferencia e quanto
      * por compra. Em frota com CD este modo substitui a rodada loja
      * a loja, que reescreveria o sugst.srt com a compra cheia.

       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       copy estpar.sel.
       copy itftab.sel.
       copy fortab.sel.
       copy trftab.sel.
       copy restab.sel.
           select sort-itens assign to "sortwk1".
           select sort-frota assign to "sortwk1".
           select lojatab assign to ws-lojatab
               organization is line sequential
               file status is status-lojatab.
           select trfctl assign to ws-trfctl
               organization is line sequential
               file status is status-trfctl.
           select frtord assign to ws-frtord
               organization is line sequential
               file status is status-frtord.
           select sugfrt assign to ws-sugfrt
               organization is line sequential
               file status is status-sugfrt.
           select relrep assign to ws-relrep
               organization is line sequential
               file status is status-relrep.
           select sugord assign to ws-sugord
               organization is line sequential
               file status is status-sugord.
       copy estpar.fd.
       copy itftab.fd.
       copy fortab.fd.
       copy trftab.fd.
      * Reservas do CD, no diretorio dele.
       copy restab.fd.
       SD  sort-itens.
       01  reg-sort-itens.
           05  sort-fornec         pic 9(05).
       fd  relsug
           label record standard.
       01  reg-relsug                 pic x(132).
      * Necessidades da frota na ordem da distribuicao: por chave, o
      * CD primeiro (classe 0) e depois as lojas por prioridade.
       SD  sort-frota.
       01  reg-sort-frota.
           05  sfr-chave           pic 9(08).
           05  sfr-classe          pic 9(01).
           05  sfr-cobertura       pic 9(05)v99.
           05  sfr-lojafrt         pic 9(03).
           05  sfr-fornec          pic 9(05).
           05  sfr-loja            pic 9(03).
           05  sfr-desc            pic x(30).
           05  sfr-qtde            pic 9(07)v999.
           05  sfr-ponto           pic 9(07)v999.
           05  sfr-maximo          pic 9(07)v999.
           05  sfr-necess          pic 9(07)v999.
       fd  frtord
           label record standard.
       01  reg-frtord.
           05  frt-chave           pic 9(08).
           05  frt-classe          pic 9(01).
               88  frt-cd              value 0.
               88  frt-ruptura         value 1.
           05  frt-cobertura       pic 9(05)v99.
           05  frt-lojafrt         pic 9(03).
           05  frt-fornec          pic 9(05).
           05  frt-loja            pic 9(03).
           05  frt-desc            pic x(30).
           05  frt-qtde            pic 9(07)v999.
           05  frt-ponto           pic 9(07)v999.
           05  frt-maximo          pic 9(07)v999.
           05  frt-necess          pic 9(07)v999.
      * Resultado da distribuicao: quanto de cada necessidade vai por
      * transferencia do CD (e em que ordem) e quanto por compra.
       fd  sugfrt
           label record standard.
       01  reg-sugfrt.
           05  sfa-lojafrt         pic 9(03).
           05  sfa-fornec          pic 9(05).
           05  sfa-loja            pic 9(03).
           05  sfa-desc            pic x(30).
           05  sfa-chave           pic 9(08).
           05  sfa-qtde            pic 9(07)v999.
           05  sfa-ponto           pic 9(07)v999.
           05  sfa-maximo          pic 9(07)v999.
           05  sfa-necess          pic 9(07)v999.
           05  sfa-transf          pic 9(07)v999.
           05  sfa-numero          pic 9(06).
           05  sfa-compra          pic 9(07)v999.
      * Cadastro de lojas da frota - mesmo layout de frota.cbl.
       fd  lojatab
           label record standard.
       01  reg-lojatab.
           05  lojatab-codigo      pic 9(03).
           05  lojatab-descricao   pic x(30).
           05  lojatab-diretorio   pic x(40).
      * Controle do proximo numero de transferencia (trfloja.cbl).
       fd  trfctl
           label record standard.
       01  reg-trfctl.
           05  trfctl-prox         pic 9(06).
       fd  relrep
           label record standard.
       01  reg-relrep                 pic x(132).

       WORKING-STORAGE SECTION.
       77      ws-sp01a03     pic x(40) value '../../arq/sp01a03'.
       77      status-sugord  pic xx.
       77      ws-relsug      pic x(40) value '../../arq/relsug.lst'.
       77      status-relsug  pic xx.
       77      ws-lojatab     pic x(40) value '../../arq/lojatab'.
       77      status-lojatab pic xx.
       77      ws-trftab      pic x(40) value '../../arq/trftab'.
       77      status-trftab  pic xx.
       77      ws-trfctl      pic x(40) value '../../arq/trfctl'.
       77      status-trfctl  pic xx.
       77      ws-frtord      pic x(40) value '../../arq/sugfrt.srt'.
       77      status-frtord  pic xx.
       77      ws-sugfrt      pic x(40) value '../../arq/sugfrt.txt'.
       77      status-sugfrt  pic xx.
       77      ws-relrep      pic x(40) value '../../arq/relrep.lst'.
       77      status-relrep  pic xx.
       copy reserva.cpy.
       copy arqdir.cpy.

       01      ws-parm-sugcomp.
               05  ws-parm-modo        pic x(01).
                   88  parm-modo-frota     value 'F'.
               05  ws-parm-cd          pic 9(03).

       77      ws-fim-sugord  pic x value 'N'.
               88  fim-sugord         value 'Y'.

               05  ws-tot-texto    pic x(30).
               05  ws-tot-valor    pic z(06)9.

      * Lojas da frota em memoria, como em trfloja.cbl, com a marca
      * das que foram lidas na rodada - so essas recebem sugst.srt.
       01      ws-lojas.
               05  ws-loja-ocorr occurs 50 times
                       indexed by ws-lj-idx.
                   10  ws-loja-cod     pic 9(03).
                   10  ws-loja-dir     pic x(40).
                   10  ws-loja-lida    pic x(01).
                       88  loja-lida       value 'S'.
       77      ws-lojas-qtde  pic 9(02) comp value zeros.
       77      ws-fim-lojatab pic x(01).
               88  fim-lojatab         value 'S'.
       77      ws-cd-achado   pic x(01) value 'N'.
               88  cd-achado           value 'S'.
       77      ws-cd-dir      pic x(40).
       77      ws-loja-frt    pic 9(03).
       77      ws-loja-dir-atual pic x(40).
       77      ws-fornec      pic 9(05).
       77      ws-tem-estpar  pic x(01) value 'N'.
               88  tem-estpar          value 'S'.
       77      ws-fim-trftab  pic x(01).
               88  fim-trftab          value 'S'.
       77      ws-fim-frtord  pic x(01).
               88  fim-frtord          value 'S'.
       77      ws-fim-sugfrt  pic x(01).
               88  fim-sugfrt          value 'S'.

      * Transferencias ja emitidas ou em transito: o que vem para a
      * loja nao e pedido de novo.
       01      ws-transitos.
               05  ws-trn-ocorr occurs 500 times
                       indexed by ws-trn-idx.
                   10  ws-trn-chave    pic 9(08).
                   10  ws-trn-loja     pic 9(03).
                   10  ws-trn-qtde     pic 9(07)v999.
       77      ws-trn-qtde-tab pic 9(04) comp value zeros.
       77      ws-transito-loja pic 9(09)v999.

       77      ws-data-hoje   pic 9(08).
       77      ws-chave-atual pic 9(08) value zeros.
       77      ws-tem-chave   pic x(01) value 'N'.
               88  tem-chave           value 'S'.
       77      ws-necess      pic s9(09)v999.
       77      ws-cd-disp     pic s9(09)v999.
       77      ws-transf      pic 9(07)v999.

       77      ws-cont-lojas-frt   pic 9(03) value zeros.
       77      ws-cont-lojas-falha pic 9(03) value zeros.
       77      ws-cont-cob-transito pic 9(07) value zeros.
       77      ws-cont-propostas   pic 9(07) value zeros.
       77      ws-cont-canceladas  pic 9(07) value zeros.
       77      ws-cont-compras     pic 9(07) value zeros.

       01      ws-cab1-frt.
               05  filler          pic x(34)
                       value 'REPOSICAO DA FROTA - CD'.
               05  ws-cab1-frt-cd  pic 9(03).
               05  filler          pic x(09) value '  DATA:'.
               05  ws-cab1-frt-data pic 9(08).
               05  filler          pic x(10) value '  PAGINA:'.
               05  ws-cab1-frt-pag pic zzz9.
       01      ws-cab2-frt.
               05  filler          pic x(10) value spaces.
               05  filler          pic x(05) value 'LOJA'.
               05  filler          pic x(14) value 'PRIORIDADE'.
               05  filler          pic x(13) value 'QTD ATUAL'.
               05  filler          pic x(13) value 'NECESSIDADE'.
               05  filler          pic x(13) value 'TRANSFERIR'.
               05  filler          pic x(08) value 'ORDEM'.
               05  filler          pic x(13) value 'COMPRAR'.
       01      ws-lin-chave.
               05  filler          pic x(06) value 'CHAVE'.
               05  ws-lch-chave    pic 9(08).
               05  filler          pic x(01) value space.
               05  ws-lch-desc     pic x(30).
               05  filler          pic x(20)
                       value '  DISPONIVEL NO CD:'.
               05  ws-lch-disp     pic z(06)9,999.
       01      ws-det-frt.
               05  filler          pic x(10) value spaces.
               05  ws-dfr-loja     pic zz9.
               05  filler          pic x(02) value spaces.
               05  ws-dfr-prior    pic x(12).
               05  filler          pic x(02) value spaces.
               05  ws-dfr-qtde     pic z(06)9,999.
               05  filler          pic x(02) value spaces.
               05  ws-dfr-necess   pic z(06)9,999.
               05  filler          pic x(02) value spaces.
               05  ws-dfr-transf   pic z(06)9,999.
               05  filler          pic x(02) value spaces.
               05  ws-dfr-numero   pic z(05)9.
               05  filler          pic x(02) value spaces.
               05  ws-dfr-compra   pic z(06)9,999.

       PROCEDURE DIVISION.
       INICIO.
           copy arqdir.prc.
                  '/relsug.lst' delimited by size
                  into ws-relsug

           accept ws-data-hoje from date yyyymmdd
           move spaces to ws-parm-sugcomp
           accept ws-parm-sugcomp from sysin
           if parm-modo-frota
               perform REPOSICAO-FROTA
               stop run
           end-if

           open output relsug
           if status-relsug <> '00'
               display 'SUGCOMP: ERRO NA ABERTURA DE RELSUG - STATUS '
                       not invalid key
                           if sp0103qtde <= estpar-ponto
                               perform RESOLVE-FORNECEDOR
                               move ws-fornec    to sort-fornec
                               move sp0103loja   to sort-loja
                               move sp0103desc   to sort-desc
                               move sp0103chave  to sort-chave
      * sugestao agrupa sob o fornecedor zero e entra na contagem do
      * rodape.
       RESOLVE-FORNECEDOR.
           move zeros to ws-fornec
           if tem-itftab
               move sp0103chave to itftab-chave
               move sp0103loja  to itftab-loja
                   invalid key
                       add 1 to ws-cont-sem-forn
                   not invalid key
                       move itftab-fornec to ws-fornec
               end-read
           else
               add 1 to ws-cont-sem-forn
           move ws-cont-sugestoes to ws-tot-valor
           move ws-linha-tot to reg-relsug
           write reg-relsug.

      * ----------------------------------------------------------
      * Modo frota: o CD cobre o que puder por transferencia e so o
      * restante vira sugestao de compra no diretorio de cada loja.
      * ----------------------------------------------------------
       REPOSICAO-FROTA.
           string ws-env-arqdir delimited by space
                  '/lojatab'    delimited by size
                  into ws-lojatab
           string ws-env-arqdir delimited by space
                  '/trftab'     delimited by size
                  into ws-trftab
           string ws-env-arqdir delimited by space
                  '/trfctl'     delimited by size
                  into ws-trfctl
           string ws-env-arqdir delimited by space
                  '/sugfrt.srt' delimited by size
                  into ws-frtord
           string ws-env-arqdir delimited by space
                  '/sugfrt.txt' delimited by size
                  into ws-sugfrt
           string ws-env-arqdir delimited by space
                  '/relrep.lst' delimited by size
                  into ws-relrep

           if ws-parm-cd not numeric or ws-parm-cd = zeros
               display 'SUGCOMP: INFORME O CODIGO DA LOJA CD'
               move 16 to return-code
               stop run
           end-if
           perform CARREGA-LOJAS
           if not cd-achado
               display 'SUGCOMP: CD ' ws-parm-cd
                       ' NAO CADASTRADO NO LOJATAB'
               move 16 to return-code
               stop run
           end-if
           move spaces to ws-sp01a03
           string ws-cd-dir   delimited by space
                  '/sp01a03'  delimited by size
                  into ws-sp01a03
           open input sp01a03
           if status01-a03 <> '00'
               display 'SUGCOMP: ERRO NA ABERTURA DE ' ws-sp01a03
                       ' - STATUS ' status01-a03
               move 16 to return-code
               stop run
           end-if
           close sp01a03

           perform ABRE-TRFTAB
           perform CANCELA-PROPOSTAS
           perform LE-CONTROLE

           sort sort-frota
               on ascending key sfr-chave sfr-classe
                                sfr-cobertura sfr-lojafrt
               input procedure is VISITA-LOJAS
               giving frtord

           perform DISTRIBUI-CD
           perform GRAVA-CONTROLE
           close trftab
           perform SEPARA-LOJAS

           display 'SUGCOMP: ' ws-cont-sugestoes
                   ' NECESSIDADES NA FROTA - '
                   ws-cont-propostas ' TRANSFERENCIAS PROPOSTAS, '
                   ws-cont-compras ' PARA COMPRA'
           if ws-cont-lojas-falha > zeros
               display 'SUGCOMP: ' ws-cont-lojas-falha
                       ' LOJAS NAO LIDAS'
               move 8 to return-code
           end-if.

       CARREGA-LOJAS.
           move 'N' to ws-fim-lojatab
           open input lojatab
           if status-lojatab <> '00'
               display 'SUGCOMP: ERRO NA ABERTURA DE LOJATAB - '
                       'STATUS ' status-lojatab
               display 'SUGCOMP: RODE NO DIRETORIO CENTRAL DA FROTA'
               move 16 to return-code
               stop run
           end-if
           read lojatab
               at end move 'S' to ws-fim-lojatab
           end-read
           perform until fim-lojatab
               if ws-lojas-qtde < 50
                   add 1 to ws-lojas-qtde
                   set ws-lj-idx to ws-lojas-qtde
                   move lojatab-codigo    to ws-loja-cod(ws-lj-idx)
                   move lojatab-diretorio to ws-loja-dir(ws-lj-idx)
                   move 'N'               to ws-loja-lida(ws-lj-idx)
                   if lojatab-codigo = ws-parm-cd
                       move 'S' to ws-cd-achado
                       move lojatab-diretorio to ws-cd-dir
                   end-if
               end-if
               read lojatab
                   at end move 'S' to ws-fim-lojatab
               end-read
           end-perform
           close lojatab.

       ABRE-TRFTAB.
           open i-o trftab
           if status-trftab = '35'
               open output trftab
               close trftab
               open i-o trftab
           end-if
           if status-trftab <> '00'
               display 'SUGCOMP: ERRO NA ABERTURA DE TRFTAB - STATUS '
                       status-trftab
               move 16 to return-code
               stop run
           end-if.

      * Propostas da rodada anterior nao aprovadas saem de cena - a
      * distribuicao de hoje as substitui. Emitidas e em transito
      * ficam na tabela como estoque a caminho do destino.
       CANCELA-PROPOSTAS.
           move 'N' to ws-fim-trftab
           move low-values to trftab-numero
           start trftab key is >= trftab-numero
               invalid key
                   move 'S' to ws-fim-trftab
           end-start
           perform until fim-trftab
               read trftab next
               if status-trftab <> '00'
                   move 'S' to ws-fim-trftab
               else
                   if trftab-proposta
                       move 'C' to trftab-situacao
                       rewrite reg-trftab
                       add 1 to ws-cont-canceladas
                   end-if
                   if (trftab-emitida or trftab-transito)
                           and ws-trn-qtde-tab < 500
                       add 1 to ws-trn-qtde-tab
                       set ws-trn-idx to ws-trn-qtde-tab
                       move trftab-chave   to ws-trn-chave(ws-trn-idx)
                       move trftab-lojadst to ws-trn-loja(ws-trn-idx)
                       move trftab-qtde    to ws-trn-qtde(ws-trn-idx)
                   end-if
               end-if
           end-perform.

       LE-CONTROLE.
           open input trfctl
           if status-trfctl = '35'
               move 1 to trfctl-prox
           else
               if status-trfctl <> '00'
                   display 'SUGCOMP: ERRO NA ABERTURA DE TRFCTL - '
                           'STATUS ' status-trfctl
                   move 16 to return-code
                   stop run
               end-if
               read trfctl
                   at end move 1 to trfctl-prox
               end-read
               close trfctl
           end-if.

       GRAVA-CONTROLE.
           open output trfctl
           if status-trfctl <> '00'
               display 'SUGCOMP: ERRO NA GRAVACAO DE TRFCTL - '
                       'STATUS ' status-trfctl
               move 16 to return-code
               stop run
           end-if
           write reg-trfctl
           close trfctl.

      * Apura as necessidades de cada loja da frota, CD incluido,
      * para a ordenacao por chave e prioridade.
       VISITA-LOJAS.
           perform varying ws-lj-idx from 1 by 1
                   until ws-lj-idx > ws-lojas-qtde
               move ws-loja-cod(ws-lj-idx) to ws-loja-frt
               move ws-loja-dir(ws-lj-idx) to ws-loja-dir-atual
               perform VISITA-LOJA
           end-perform.

      * Loja sem cadastro ou sem parametros legiveis fica de fora da
      * rodada (e sem sugst.srt novo); a noite segue com as demais.
       VISITA-LOJA.
           move spaces to ws-sp01a03 ws-estpar ws-itftab
           string ws-loja-dir-atual delimited by space
                  '/sp01a03'        delimited by size
                  into ws-sp01a03
           string ws-loja-dir-atual delimited by space
                  '/estpar'         delimited by size
                  into ws-estpar
           string ws-loja-dir-atual delimited by space
                  '/itftab'         delimited by size
                  into ws-itftab
           open input sp01a03
           if status01-a03 <> '00'
               display 'SUGCOMP: LOJA ' ws-loja-frt
                       ' - SP01A03 ILEGIVEL - STATUS ' status01-a03
               add 1 to ws-cont-lojas-falha
           else
               open input estpar
               if status-estpar <> '00'
                   display 'SUGCOMP: LOJA ' ws-loja-frt
                           ' - ESTPAR ILEGIVEL - STATUS '
                           status-estpar
                   add 1 to ws-cont-lojas-falha
                   close sp01a03
               else
                   move 'S' to ws-loja-lida(ws-lj-idx)
                   add 1 to ws-cont-lojas-frt
                   move 'N' to ws-tem-itftab
                   open input itftab
                   if status-itftab = '00'
                       move 'S' to ws-tem-itftab
                   end-if
                   perform VARRE-LOJA
                   close sp01a03
                   close estpar
                   if tem-itftab
                       close itftab
                   end-if
               end-if
           end-if.

       VARRE-LOJA.
           move low-values to sp0103chave
           start sp01a03 key is >= sp0103chave
           read sp01a03 next ignore lock
           perform until status01-a03 <> '00'
               if sp0103ativo
                   add 1 to ws-cont-avaliados
                   move sp0103chave to estpar-chave
                   move sp0103loja  to estpar-loja
                   read estpar key is estpar-id
                       invalid key
                           add 1 to ws-cont-sem-parm
                       not invalid key
                           if sp0103qtde <= estpar-ponto
                               perform APURA-NECESSIDADE
                           end-if
                   end-read
               end-if
               read sp01a03 next ignore lock
           end-perform.

      * Necessidade da loja descontado o que ja vem em
      * transferencia; classe e cobertura dao a vez dela no estoque
      * do CD. O CD entra na classe 0 - a necessidade dele e compra.
       APURA-NECESSIDADE.
           if ws-loja-frt = ws-parm-cd
               move zeros to ws-transito-loja
           else
               perform SOMA-TRANSITO
           end-if
           compute ws-necess = estpar-maximo - sp0103qtde
                             - ws-transito-loja
           if ws-necess not > zeros
               add 1 to ws-cont-cob-transito
           else
               perform RESOLVE-FORNECEDOR
               move ws-fornec     to sfr-fornec
               move sp0103chave   to sfr-chave
               move ws-loja-frt   to sfr-lojafrt
               move sp0103loja    to sfr-loja
               move sp0103desc    to sfr-desc
               move sp0103qtde    to sfr-qtde
               move estpar-ponto  to sfr-ponto
               move estpar-maximo to sfr-maximo
               move ws-necess     to sfr-necess
               if ws-loja-frt = ws-parm-cd
                   move 0 to sfr-classe
               else
                   if sp0103qtde <= estpar-minimo
                       move 1 to sfr-classe
                   else
                       move 2 to sfr-classe
                   end-if
               end-if
               if estpar-maximo = zeros
                   move zeros to sfr-cobertura
               else
                   compute sfr-cobertura =
                           sp0103qtde * 100 / estpar-maximo
                       on size error
                           move 99999,99 to sfr-cobertura
                   end-compute
               end-if
               release reg-sort-frota
               add 1 to ws-cont-sugestoes
           end-if.

       SOMA-TRANSITO.
           move zeros to ws-transito-loja
           perform varying ws-trn-idx from 1 by 1
                   until ws-trn-idx > ws-trn-qtde-tab
               if ws-trn-chave(ws-trn-idx) = sp0103chave
                       and ws-trn-loja(ws-trn-idx) = ws-loja-frt
                   add ws-trn-qtde(ws-trn-idx) to ws-transito-loja
               end-if
           end-perform.

      * Percorre as necessidades por chave: o disponivel do CD e
      * apurado na primeira e consumido loja a loja na ordem da
      * prioridade; o que ele nao cobre fica para compra.
       DISTRIBUI-CD.
           move spaces to ws-sp01a03 ws-estpar ws-restab
           string ws-cd-dir   delimited by space
                  '/sp01a03'  delimited by size
                  into ws-sp01a03
           string ws-cd-dir   delimited by space
                  '/estpar'   delimited by size
                  into ws-estpar
           string ws-cd-dir   delimited by space
                  '/restab'   delimited by size
                  into ws-restab
           open input sp01a03
           if status01-a03 <> '00'
               display 'SUGCOMP: ERRO NA ABERTURA DE ' ws-sp01a03
                       ' - STATUS ' status01-a03
               move 16 to return-code
               stop run
           end-if
           move 'N' to ws-tem-estpar
           open input estpar
           if status-estpar = '00'
               move 'S' to ws-tem-estpar
           end-if
           move 'N' to ws-tem-restab
           open input restab
           if status-restab = '00'
               move 'S' to ws-tem-restab
           end-if
           open input frtord
           if status-frtord <> '00'
               display 'SUGCOMP: ERRO NA ABERTURA DE FRTORD - STATUS '
                       status-frtord
               move 16 to return-code
               stop run
           end-if
           open output sugfrt
           if status-sugfrt <> '00'
               display 'SUGCOMP: ERRO NA ABERTURA DE SUGFRT - STATUS '
                       status-sugfrt
               move 16 to return-code
               stop run
           end-if
           open output relrep
           if status-relrep <> '00'
               display 'SUGCOMP: ERRO NA ABERTURA DE RELREP - STATUS '
                       status-relrep
               move 16 to return-code
               stop run
           end-if

           move 'N' to ws-fim-frtord
           read frtord
               at end move 'S' to ws-fim-frtord
           end-read
           perform until fim-frtord
               if not tem-chave or frt-chave <> ws-chave-atual
                   perform NOVA-CHAVE
               end-if
               perform DISTRIBUI-NECESSIDADE
               read frtord
                   at end move 'S' to ws-fim-frtord
               end-read
           end-perform
           perform IMPRIME-RODAPE-FROTA

           close frtord
           close sugfrt
           close relrep
           close sp01a03
           if tem-estpar
               close estpar
           end-if
           if tem-restab
               close restab
           end-if.

      * Disponivel do CD para a chave: estoque menos reservas validas
      * (transferencias emitidas inclusive) menos o minimo do proprio
      * CD, nunca abaixo de zero. Chave inativa ou ausente no CD nao
      * tem o que transferir.
       NOVA-CHAVE.
           move frt-chave to ws-chave-atual
           move 'S' to ws-tem-chave
           move zeros to ws-cd-disp
           move frt-chave to sp0103chave
           read sp01a03 key is sp0103chave
               invalid key
                   continue
               not invalid key
                   if sp0103ativo
                       move sp0103chave  to ws-res-chave
                       move sp0103loja   to ws-res-loja
                       move spaces       to ws-res-doc
                       move ws-data-hoje to ws-res-data
                       perform SOMA-RESERVAS
                       compute ws-cd-disp = sp0103qtde - ws-res-total
                       if tem-estpar
                           move sp0103chave to estpar-chave
                           move sp0103loja  to estpar-loja
                           read estpar key is estpar-id
                               invalid key
                                   continue
                               not invalid key
                                   subtract estpar-minimo
                                       from ws-cd-disp
                           end-read
                       end-if
                       if ws-cd-disp < zeros
                           move zeros to ws-cd-disp
                       end-if
                   end-if
           end-read
           perform IMPRIME-CHAVE.

       DISTRIBUI-NECESSIDADE.
           move zeros to ws-transf
           move zeros to sfa-numero
           if not frt-cd and ws-cd-disp > zeros
               if frt-necess <= ws-cd-disp
                   move frt-necess to ws-transf
               else
                   move ws-cd-disp to ws-transf
               end-if
               perform GRAVA-PROPOSTA
               subtract ws-transf from ws-cd-disp
           end-if
           move frt-lojafrt to sfa-lojafrt
           move frt-fornec  to sfa-fornec
           move frt-loja    to sfa-loja
           move frt-desc    to sfa-desc
           move frt-chave   to sfa-chave
           move frt-qtde    to sfa-qtde
           move frt-ponto   to sfa-ponto
           move frt-maximo  to sfa-maximo
           move frt-necess  to sfa-necess
           move ws-transf   to sfa-transf
           compute sfa-compra = frt-necess - ws-transf
           write reg-sugfrt
           if sfa-compra > zeros
               add 1 to ws-cont-compras
           end-if
           perform IMPRIME-DETALHE-FROTA.

      * Ordem proposta do CD para a loja: nao reserva estoque nem
      * lanca nada - a aprovacao em trfloja.cbl confere o disponivel
      * e reserva, como numa emissao.
       GRAVA-PROPOSTA.
           move trfctl-prox  to trftab-numero
           move ws-parm-cd   to trftab-lojaori
           move frt-lojafrt  to trftab-lojadst
           move frt-chave    to trftab-chave
           move ws-transf    to trftab-qtde
           move 'P'          to trftab-situacao
           move ws-data-hoje to trftab-dtemis
           move zeros        to trftab-dtdesp
           move zeros        to trftab-dtreceb
           write reg-trftab
               invalid key
                   display 'SUGCOMP: TRANSFERENCIA ' trftab-numero
                           ' JA EXISTE - CONTROLE TRFCTL CORROMPIDO'
                   move 16 to return-code
                   stop run
           end-write
           move trfctl-prox to sfa-numero
           add 1 to trfctl-prox
           add 1 to ws-cont-propostas.

      * Compra restante de cada loja lida, no sugst.srt do diretorio
      * dela e na ordem fornecedor/loja que gerped.cbl espera; loja
      * sem compra recebe o arquivo vazio.
       SEPARA-LOJAS.
           perform varying ws-lj-idx from 1 by 1
                   until ws-lj-idx > ws-lojas-qtde
               if loja-lida(ws-lj-idx)
                   move ws-loja-cod(ws-lj-idx) to ws-loja-frt
                   move spaces to ws-sugord
                   string ws-loja-dir(ws-lj-idx) delimited by space
                          '/sugst.srt'           delimited by size
                          into ws-sugord
                   sort sort-itens
                       on ascending key sort-fornec sort-loja
                                        sort-desc sort-chave
                       input procedure is SEPARA-COMPRAS
                       giving sugord
               end-if
           end-perform.

       SEPARA-COMPRAS.
           open input sugfrt
           if status-sugfrt <> '00'
               display 'SUGCOMP: ERRO NA ABERTURA DE SUGFRT - STATUS '
                       status-sugfrt
               move 16 to return-code
               stop run
           end-if
           move 'N' to ws-fim-sugfrt
           read sugfrt
               at end move 'S' to ws-fim-sugfrt
           end-read
           perform until fim-sugfrt
               if sfa-lojafrt = ws-loja-frt and sfa-compra > zeros
                   move sfa-fornec  to sort-fornec
                   move sfa-loja    to sort-loja
                   move sfa-desc    to sort-desc
                   move sfa-chave   to sort-chave
                   move sfa-qtde    to sort-qtde
                   move sfa-ponto   to sort-ponto
                   move sfa-maximo  to sort-maximo
                   move sfa-compra  to sort-sugestao
                   release reg-sort-itens
               end-if
               read sugfrt
                   at end move 'S' to ws-fim-sugfrt
               end-read
           end-perform
           close sugfrt.

       IMPRIME-CABECALHO-FROTA.
           add 1 to ws-pagina
           move ws-parm-cd   to ws-cab1-frt-cd
           move ws-data-hoje to ws-cab1-frt-data
           move ws-pagina    to ws-cab1-frt-pag
           move ws-cab1-frt to reg-relrep
           write reg-relrep
           move ws-cab2-frt to reg-relrep
           write reg-relrep
           move spaces to reg-relrep
           write reg-relrep
           move 3 to ws-lin-pag.

       IMPRIME-CHAVE.
           if ws-lin-pag + 2 >= ws-linhas-pagina
               perform IMPRIME-CABECALHO-FROTA
           end-if
           move frt-chave  to ws-lch-chave
           move frt-desc   to ws-lch-desc
           move ws-cd-disp to ws-lch-disp
           move ws-lin-chave to reg-relrep
           write reg-relrep
           add 1 to ws-lin-pag.

       IMPRIME-DETALHE-FROTA.
           if ws-lin-pag >= ws-linhas-pagina
               perform IMPRIME-CABECALHO-FROTA
           end-if
           move frt-lojafrt to ws-dfr-loja
           evaluate true
               when frt-cd
                   move 'CD'           to ws-dfr-prior
               when frt-ruptura
                   move 'RUPTURA'      to ws-dfr-prior
               when other
                   move 'PONTO PEDIDO' to ws-dfr-prior
           end-evaluate
           move frt-qtde    to ws-dfr-qtde
           move frt-necess  to ws-dfr-necess
           move ws-transf   to ws-dfr-transf
           move sfa-numero  to ws-dfr-numero
           move sfa-compra  to ws-dfr-compra
           move ws-det-frt to reg-relrep
           write reg-relrep
           add 1 to ws-lin-pag.

       IMPRIME-RODAPE-FROTA.
           if ws-lin-pag + 9 >= ws-linhas-pagina
               perform IMPRIME-CABECALHO-FROTA
           end-if
           move spaces to reg-relrep
           write reg-relrep
           move 'LOJAS LIDAS.................:' to ws-tot-texto
           move ws-cont-lojas-frt to ws-tot-valor
           move ws-linha-tot to reg-relrep
           write reg-relrep
           move 'LOJAS NAO LIDAS.............:' to ws-tot-texto
           move ws-cont-lojas-falha to ws-tot-valor
           move ws-linha-tot to reg-relrep
           write reg-relrep
           move 'ITENS SEM PARAMETRO.........:' to ws-tot-texto
           move ws-cont-sem-parm to ws-tot-valor
           move ws-linha-tot to reg-relrep
           write reg-relrep
           move 'COBERTOS PELO TRANSITO......:' to ws-tot-texto
           move ws-cont-cob-transito to ws-tot-valor
           move ws-linha-tot to reg-relrep
           write reg-relrep
           move 'NECESSIDADES APURADAS.......:' to ws-tot-texto
           move ws-cont-sugestoes to ws-tot-valor
           move ws-linha-tot to reg-relrep
           write reg-relrep
           move 'TRANSFERENCIAS PROPOSTAS....:' to ws-tot-texto
           move ws-cont-propostas to ws-tot-valor
           move ws-linha-tot to reg-relrep
           write reg-relrep
           move 'COM SALDO PARA COMPRA.......:' to ws-tot-texto
           move ws-cont-compras to ws-tot-valor
           move ws-linha-tot to reg-relrep
           write reg-relrep
           move 'PROPOSTAS ANTERIORES CANC...:' to ws-tot-texto
           move ws-cont-canceladas to ws-tot-valor
           move ws-linha-tot to reg-relrep
           write reg-relrep.

       SOMA-RESERVAS.
           copy reserva.prc.

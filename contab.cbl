      $ set callfh"pqfh"
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    contab.

      * Interface contabil dos movimentos de estoque: transforma os
      * lancamentos do ledger (movled) de um periodo fechado por
      * fecmes.cbl em um lote de partidas dobradas para o razao
      * corporativo, no lugar da redigitacao a partir de relval.cbl
      * e relpos.cbl. O periodo contabil e a janela do ledger entre o
      * fechamento do mes anterior e o deste mes (data/hora do
      * perfech) - exatamente o que separa as duas fotografias do
      * perbal. Cada lancamento vale quantidade x custo medio do
      * momento (historico cshist; sem historico posterior, o cstab;
      * sem custo, o preco), a entrada com custo pelo custo da
      * propria entrada; material vale pelo custo do basico pai. As
      * partidas sao somadas por loja, tipo, sentido e motivo e
      * contabilizadas pelo mapa contabil (ctbmap), no centro de
      * custo da loja.
      *
      * O custo acessorio rateado por custadc.cbl na janela (custlog)
      * entra como tipo 'A': a parte que subiu o custo do estoque
      * como entrada ('E') - e no movimento do item para a
      * conciliacao, ja que o saldo de fechamento a custo a inclui -
      * e a parte das mercadorias ja vendidas como saida ('S'), para
      * o custo das vendas, ambas pelo mapa contabil.
      *
      * Estoque em consignacao nao e da loja: a parte consignada de
      * cada lancamento de basico (csgmov, na mesma chave do movled)
      * sai da valorizacao - nem entrada nem saida do estoque
      * proprio, como ja nao esta no saldo de fechamento do perbal.
      * O consumo do consignado e pago ao fornecedor pelo acerto de
      * consig.cbl. A carga do cadastro (inclusao em consig.cbl com
      * quantidade ja no fisico, csgmov 'I') nao tem lancamento no
      * ledger, mas tira a quantidade do estoque proprio: entra como
      * saida do tipo 'I', ao custo do momento, pelo mapa contabil e
      * no movimento do item para a conciliacao.
      *
      * Antes da liberacao o lote e conciliado item a item: saldo
      * de fechamento do perbal a custo contra abertura (perbal do
      * mes anterior) mais entradas menos saidas valorizadas. Item
      * com diferenca acima da tolerancia, partida sem conta ou
      * periodo anterior nao fechado retem o lote (retorno 8): o
      * arquivo fica em ctbpend.txt e so vai para ctbfile.txt, o
      * arquivo do razao, pela liberacao manual depois da conferencia
      * do relatorio. Lote conciliado e liberado na hora. Header com
      * periodo, geracao e janela; trailer com quantidade de
      * partidas e totais a debito e a credito, como no arquivo do
      * ERP de exporta.cbl.
      *
      * Parametros via SYSIN: modo 'G' = gera o lote do periodo,
      * 'L' = libera o lote retido depois da conferencia, 'C' =
      * carrega o mapa contabil de ctbent.txt (inclui ou substitui);
      * ano/mes (aaaamm); tolerancia da conciliacao por item (9(5)v99,
      * default 1,00) no modo 'G' ou operador que libera no modo 'L'.

       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
       copy movled.sel.
       copy sp01a03.sel.
       copy sp01a04.sel.
       copy cstab.sel.
       copy cshist.sel.
       copy csgmov.sel.
       copy custlog.sel.
       copy perbal.sel.
       copy perfech.sel.
       copy ctbmap.sel.
       copy ctbctl.sel.
       copy spoolcat.sel.
           select ctbent assign to ws-ctbent
               organization is line sequential
               file status is status-ctbent.
           select ctbmov assign to ws-ctbmov
               organization is line sequential
               file status is status-ctbmov.
           select sort-partidas assign to "sortwk1".
           select ctbord assign to ws-ctbord
               organization is line sequential
               file status is status-ctbord.
           select sort-saldos assign to "sortwk2".
           select ctbcnc assign to ws-ctbcnc
               organization is line sequential
               file status is status-ctbcnc.
           select ctbpend assign to ws-ctbpend
               organization is line sequential
               file status is status-ctbpend.
           select ctbfile assign to ws-ctbfile
               organization is line sequential
               file status is status-ctbfile.
           select relcont assign to ws-relcont
               organization is line sequential
               file status is status-relcont.

       DATA DIVISION.
       FILE SECTION.
       copy movled.fd.
       copy sp01a03.fd.
       copy sp01a04.fd.
       copy cstab.fd.
       copy cshist.fd.
       copy csgmov.fd.
       copy custlog.fd.
       copy perbal.fd.
       copy perfech.fd.
       copy ctbmap.fd.
       copy ctbctl.fd.
       copy spoolcat.fd.
      * Carga do mapa contabil - mesmo layout de reg-ctbmap.
       fd  ctbent
           label record standard.
       01  reg-ctbent                 pic x(79).
      * Movimento valorizado do periodo por item, na ordem do ledger.
       fd  ctbmov
           label record standard.
       01  reg-ctbmov.
           05  cmov-tabela         pic x(10).
           05  cmov-chave          pic 9(08).
           05  cmov-loja           pic 9(03).
           05  cmov-entradas       pic 9(13)v99.
           05  cmov-saidas         pic 9(13)v99.
       SD  sort-partidas.
       01  reg-sort-partidas.
           05  spar-loja           pic 9(03).
           05  spar-tipo           pic x(01).
           05  spar-es             pic x(01).
           05  spar-motivo         pic x(02).
           05  spar-valor          pic 9(11)v99.
       fd  ctbord
           label record standard.
       01  reg-ctbord.
           05  cord-loja           pic 9(03).
           05  cord-tipo           pic x(01).
           05  cord-es             pic x(01).
           05  cord-motivo         pic x(02).
           05  cord-valor          pic 9(11)v99.
      * Abertura (A), fechamento (F) e movimento (M) por item, para
      * a conciliacao.
       SD  sort-saldos.
       01  reg-sort-saldos.
           05  ssal-tabela         pic x(10).
           05  ssal-chave          pic 9(08).
           05  ssal-loja           pic 9(03).
           05  ssal-tipo           pic x(01).
           05  ssal-valor1         pic 9(13)v99.
           05  ssal-valor2         pic 9(13)v99.
       fd  ctbcnc
           label record standard.
       01  reg-ctbcnc.
           05  ccnc-tabela         pic x(10).
           05  ccnc-chave          pic 9(08).
           05  ccnc-loja           pic 9(03).
           05  ccnc-tipo           pic x(01).
           05  ccnc-valor1         pic 9(13)v99.
           05  ccnc-valor2         pic 9(13)v99.
       fd  ctbpend
           label record standard.
       01  reg-ctbpend                pic x(100).
       fd  ctbfile
           label record standard.
       01  reg-ctbfile                pic x(100).
       fd  relcont
           label record standard.
       01  reg-relcont                pic x(132).

       WORKING-STORAGE SECTION.
       copy movled.cpy.
       77      ws-sp01a03     pic x(40) value '../../arq/sp01a03'.
       77      status01-a03   pic xx.
       77      ws-sp01a04     pic x(40) value '../../arq/sp01a04'.
       77      status01-a04   pic xx.
       77      ws-cstab       pic x(40) value '../../arq/cstab'.
       77      status-cstab   pic xx.
       77      ws-tem-cstab   pic x(01) value 'N'.
               88  tem-cstab           value 'S'.
       77      ws-cshist      pic x(40) value '../../arq/cshist'.
       77      status-cshist  pic xx.
       77      ws-tem-cshist  pic x(01) value 'N'.
               88  tem-cshist          value 'S'.
       77      ws-csgmov      pic x(40) value '../../arq/csgmov'.
       77      status-csgmov  pic xx.
       77      ws-tem-csgmov  pic x(01) value 'N'.
               88  tem-csgmov          value 'S'.
       77      ws-custlog     pic x(40) value '../../arq/custlog'.
       77      status-custlog pic xx.
       77      ws-perbal      pic x(40) value '../../arq/perbal'.
       77      status-perbal  pic xx.
       77      ws-perfech     pic x(40) value '../../arq/perfech'.
       77      status-perfech pic xx.
       77      ws-ctbmap      pic x(40) value '../../arq/ctbmap'.
       77      status-ctbmap  pic xx.
       77      ws-ctbctl      pic x(40) value '../../arq/ctbctl'.
       77      status-ctbctl  pic xx.
       77      ws-ctbent      pic x(40) value '../../arq/ctbent.txt'.
       77      status-ctbent  pic xx.
       77      ws-ctbmov      pic x(40) value '../../arq/ctbmov.srt'.
       77      status-ctbmov  pic xx.
       77      ws-ctbord      pic x(40) value '../../arq/ctbpar.srt'.
       77      status-ctbord  pic xx.
       77      ws-ctbcnc      pic x(40) value '../../arq/ctbcnc.srt'.
       77      status-ctbcnc  pic xx.
       77      ws-ctbpend     pic x(40) value '../../arq/ctbpend.txt'.
       77      status-ctbpend pic xx.
       77      ws-ctbfile     pic x(40) value '../../arq/ctbfile.txt'.
       77      status-ctbfile pic xx.
       77      ws-relcont     pic x(40).
       77      status-relcont pic xx.
       copy arqdir.cpy.
       copy spool.cpy.

       01      ws-parm-contab.
               05  ws-parm-modo        pic x(01).
                   88  parm-modo-gera      value 'G'.
                   88  parm-modo-libera    value 'L'.
                   88  parm-modo-carga     value 'C'.
               05  ws-parm-anomes      pic 9(06).
               05  ws-parm-tolerancia  pic 9(05)v99.
               05  ws-parm-operador redefines ws-parm-tolerancia
                                       pic x(07).

       01      ws-anomes-r.
               05  ws-anomes-ano       pic 9(04).
               05  ws-anomes-mes       pic 9(02).
       77      ws-anomes-ant  pic 9(06).
       77      ws-dthr-ini    pic 9(14) value zeros.
       77      ws-dthr-fim    pic 9(14) value zeros.
       77      ws-fechado     pic x(01) value 'N'.
               88  periodo-fechado     value 'S'.
       77      ws-ant-fechado pic x(01) value 'N'.
               88  anterior-fechado    value 'S'.
       77      ws-fim-perfech pic x(01).
               88  fim-perfech         value 'S'.

       77      ws-fim-movled  pic x(01).
               88  fim-movled          value 'S'.
       77      ws-fim-ctbord  pic x(01).
               88  fim-ctbord          value 'S'.
       77      ws-fim-ctbcnc  pic x(01).
               88  fim-ctbcnc          value 'S'.
       77      ws-fim-perbal  pic x(01).
               88  fim-perbal          value 'S'.
       77      ws-fim-ctbmov  pic x(01).
               88  fim-ctbmov          value 'S'.
       77      ws-fim-copia   pic x(01).
               88  fim-copia           value 'S'.
       77      ws-fim-ctbent  pic x(01).
               88  fim-ctbent          value 'S'.
       77      ws-fim-custlog pic x(01).
               88  fim-custlog         value 'S'.
       77      ws-fim-csgmov  pic x(01).
               88  fim-csgmov          value 'S'.

      * Item corrente da varredura do ledger: chave de custo (o
      * proprio basico ou o pai do material), preco de reserva e os
      * valores acumulados do periodo.
       77      ws-tem-item    pic x(01).
               88  tem-item            value 'S'.
       77      ws-item-tabela pic x(10).
       77      ws-item-chave  pic 9(08).
       77      ws-item-loja   pic 9(03).
       77      ws-item-chvcus pic 9(08).
       77      ws-item-preco  pic 9(07)v99.
       77      ws-item-entr   pic 9(13)v99.
       77      ws-item-said   pic 9(13)v99.
       77      ws-valor-lanc  pic 9(11)v99.
       77      ws-qtde-lanc   pic 9(07)v999.

      * Custo do momento: entrada em ws-cus-*, resultado em
      * ws-cus-custo.
       77      ws-cus-chave   pic 9(08).
       77      ws-cus-loja    pic 9(03).
       77      ws-cus-datahora pic 9(14).
       77      ws-cus-entrada pic x(01).
       77      ws-cus-custo   pic 9(07)v99.
       77      ws-cus-achado  pic x(01).
               88  cus-achado          value 'S'.

      * Partida corrente do lote.
       77      ws-tem-partida pic x(01).
               88  tem-partida         value 'S'.
       77      ws-par-loja    pic 9(03).
       77      ws-par-tipo    pic x(01).
       77      ws-par-es      pic x(01).
       77      ws-par-motivo  pic x(02).
       77      ws-par-valor   pic 9(13)v99.
       77      ws-map-achado  pic x(01).
               88  map-achado          value 'S'.
       77      ws-ccusto      pic x(08).

      * Conciliacao do item corrente.
       77      ws-tem-conc    pic x(01).
               88  tem-conc            value 'S'.
       77      ws-cnc-tabela  pic x(10).
       77      ws-cnc-chave   pic 9(08).
       77      ws-cnc-loja    pic 9(03).
       77      ws-cnc-abert   pic 9(13)v99.
       77      ws-cnc-entr    pic 9(13)v99.
       77      ws-cnc-said    pic 9(13)v99.
       77      ws-cnc-fech    pic 9(13)v99.
       77      ws-cnc-dif     pic s9(13)v99.
       77      ws-cnc-dif-abs pic 9(13)v99.
       77      ws-valor-saldo pic 9(13)v99.

      * Totais da conciliacao por loja, indexados pelo numero dela.
       01      ws-tot-lojas.
               05  ws-tlj-ocorr occurs 999 times.
                   10  ws-tlj-abert    pic 9(13)v99.
                   10  ws-tlj-entr     pic 9(13)v99.
                   10  ws-tlj-said     pic 9(13)v99.
                   10  ws-tlj-fech     pic 9(13)v99.
                   10  ws-tlj-dif      pic s9(13)v99.
                   10  ws-tlj-usada    pic x(01).
       77      ws-lj-idx      pic 9(04) comp.

       77      ws-tot-debito  pic 9(13)v99 value zeros.
       77      ws-tot-credito pic 9(13)v99 value zeros.
       77      ws-tot-dif     pic s9(13)v99 value zeros.
       77      ws-cont-lanc   pic 9(07) value zeros.
       77      ws-cont-partidas pic 9(09) value zeros.
       77      ws-cont-semconta pic 9(05) value zeros.
       77      ws-cont-diverg pic 9(05) value zeros.
       77      ws-cont-semcusto pic 9(05) value zeros.
       77      ws-cont-carga  pic 9(05) value zeros.

       77      ws-data-hoje   pic 9(08).
       77      ws-hora-raw    pic 9(08).
       01      ws-agora.
               05  ws-agora-data   pic 9(08).
               05  ws-agora-hora   pic 9(06).

       01      ws-reg-header.
               05  filler              pic x(01) value 'H'.
               05  ws-hdr-anomes       pic 9(06).
               05  ws-hdr-geracao      pic 9(02).
               05  ws-hdr-data         pic 9(08).
               05  ws-hdr-dthr-ini     pic 9(14).
               05  ws-hdr-dthr-fim     pic 9(14).
       01      ws-reg-detalhe.
               05  filler              pic x(01) value 'D'.
               05  ws-det-anomes       pic 9(06).
               05  ws-det-loja         pic 9(03).
               05  ws-det-ccusto       pic x(08).
               05  ws-det-conta        pic x(12).
               05  ws-det-natureza     pic x(01).
               05  ws-det-valor        pic 9(13)v99.
               05  ws-det-historico    pic x(30).
               05  ws-det-tipo         pic x(01).
               05  ws-det-es           pic x(01).
               05  ws-det-motivo       pic x(02).
       01      ws-reg-trailer.
               05  filler              pic x(01) value 'T'.
               05  ws-trl-cont         pic 9(09).
               05  ws-trl-debito       pic 9(15)v99.
               05  ws-trl-credito      pic 9(15)v99.

       77      ws-linhas-pagina   pic 9(02) value 55.
       77      ws-lin-pag         pic 9(02) comp value 99.
       77      ws-pagina          pic 9(04) comp value zeros.

       01      ws-cab1.
               05  filler          pic x(38)
                       value 'INTERFACE CONTABIL DE ESTOQUE - MES'.
               05  ws-cab1-mes     pic 99.
               05  filler          pic x(01) value '/'.
               05  ws-cab1-ano     pic 9(04).
               05  filler          pic x(10) value '  GERACAO '.
               05  ws-cab1-ger     pic z9.
               05  filler          pic x(05) value spaces.
               05  filler          pic x(08) value 'PAGINA:'.
               05  ws-cab1-pagina  pic zzz9.
       01      ws-cab-par.
               05  filler          pic x(06) value 'LOJA'.
               05  filler          pic x(06) value 'TIPO'.
               05  filler          pic x(04) value 'E/S'.
               05  filler          pic x(05) value 'MOT'.
               05  filler          pic x(10) value 'C.CUSTO'.
               05  filler          pic x(14) value 'DEBITO'.
               05  filler          pic x(14) value 'CREDITO'.
               05  filler          pic x(18) value 'VALOR'.
               05  filler          pic x(30) value 'HISTORICO'.
       01      ws-lin-par.
               05  ws-lpa-loja     pic zz9.
               05  filler          pic x(04) value spaces.
               05  ws-lpa-tipo     pic x(01).
               05  filler          pic x(05) value spaces.
               05  ws-lpa-es       pic x(01).
               05  filler          pic x(02) value spaces.
               05  ws-lpa-motivo   pic x(02).
               05  filler          pic x(03) value spaces.
               05  ws-lpa-ccusto   pic x(08).
               05  filler          pic x(02) value spaces.
               05  ws-lpa-debito   pic x(12).
               05  filler          pic x(02) value spaces.
               05  ws-lpa-credito  pic x(12).
               05  filler          pic x(02) value spaces.
               05  ws-lpa-valor    pic zz.zzz.zzz.zz9,99.
               05  filler          pic x(02) value spaces.
               05  ws-lpa-hist     pic x(30).
       01      ws-cab-cnc.
               05  filler          pic x(60) value
                   'CONCILIACAO: ITENS ACIMA DA TOLERANCIA'.
       01      ws-cab-cnc2.
               05  filler          pic x(11) value 'TABELA'.
               05  filler          pic x(10) value 'CHAVE'.
               05  filler          pic x(06) value 'LOJA'.
               05  filler          pic x(18) value 'ABERTURA'.
               05  filler          pic x(18) value 'ENTRADAS'.
               05  filler          pic x(18) value 'SAIDAS'.
               05  filler          pic x(18) value 'FECHAMENTO'.
               05  filler          pic x(18) value 'DIFERENCA'.
       01      ws-lin-cnc.
               05  ws-lcn-tabela   pic x(10).
               05  filler          pic x(01) value space.
               05  ws-lcn-chave    pic 9(08).
               05  filler          pic x(02) value spaces.
               05  ws-lcn-loja     pic zz9.
               05  filler          pic x(02) value spaces.
               05  ws-lcn-abert    pic zz.zzz.zzz.zz9,99.
               05  filler          pic x(01) value space.
               05  ws-lcn-entr     pic zz.zzz.zzz.zz9,99.
               05  filler          pic x(01) value space.
               05  ws-lcn-said     pic zz.zzz.zzz.zz9,99.
               05  filler          pic x(01) value space.
               05  ws-lcn-fech     pic zz.zzz.zzz.zz9,99.
               05  filler          pic x(01) value space.
               05  ws-lcn-dif      pic -z.zzz.zzz.zz9,99.
       01      ws-cab-loj.
               05  filler          pic x(60) value
                   'CONCILIACAO POR LOJA (VALORES A CUSTO)'.
       01      ws-rodape.
               05  ws-rod-texto    pic x(32).
               05  ws-rod-valor    pic -z.zzz.zzz.zzz.zz9,99.
       01      ws-rodape-cont.
               05  ws-rdc-texto    pic x(32).
               05  ws-rdc-valor    pic z(08)9.
       01      ws-rod-situacao.
               05  filler          pic x(32)
                       value 'SITUACAO DO LOTE...............:'.
               05  ws-rsi-texto    pic x(40).

       PROCEDURE DIVISION.
       INICIO.
           copy arqdir.prc.
           string ws-env-arqdir delimited by space
                  '/movled'     delimited by size
                  into ws-movled
           string ws-env-arqdir delimited by space
                  '/sp01a03'    delimited by size
                  into ws-sp01a03
           string ws-env-arqdir delimited by space
                  '/sp01a04'    delimited by size
                  into ws-sp01a04
           string ws-env-arqdir delimited by space
                  '/cstab'      delimited by size
                  into ws-cstab
           string ws-env-arqdir delimited by space
                  '/cshist'     delimited by size
                  into ws-cshist
           string ws-env-arqdir delimited by space
                  '/csgmov'     delimited by size
                  into ws-csgmov
           string ws-env-arqdir delimited by space
                  '/custlog'    delimited by size
                  into ws-custlog
           string ws-env-arqdir delimited by space
                  '/perbal'     delimited by size
                  into ws-perbal
           string ws-env-arqdir delimited by space
                  '/perfech'    delimited by size
                  into ws-perfech
           string ws-env-arqdir delimited by space
                  '/ctbmap'     delimited by size
                  into ws-ctbmap
           string ws-env-arqdir delimited by space
                  '/ctbctl'     delimited by size
                  into ws-ctbctl
           string ws-env-arqdir delimited by space
                  '/ctbent.txt' delimited by size
                  into ws-ctbent
           string ws-env-arqdir delimited by space
                  '/ctbmov.srt' delimited by size
                  into ws-ctbmov
           string ws-env-arqdir delimited by space
                  '/ctbpar.srt' delimited by size
                  into ws-ctbord
           string ws-env-arqdir delimited by space
                  '/ctbcnc.srt' delimited by size
                  into ws-ctbcnc
           string ws-env-arqdir delimited by space
                  '/ctbpend.txt' delimited by size
                  into ws-ctbpend
           string ws-env-arqdir delimited by space
                  '/ctbfile.txt' delimited by size
                  into ws-ctbfile

           accept ws-data-hoje from date yyyymmdd

           move spaces to ws-parm-contab
           accept ws-parm-contab from sysin

           evaluate true
               when parm-modo-carga
                   perform CARREGA-MAPA
               when parm-modo-gera
                   perform GERA-LOTE
               when parm-modo-libera
                   perform LIBERA-LOTE
               when other
                   display 'CONTAB: MODO INVALIDO - INFORME G, L OU C'
                   move 16 to return-code
           end-evaluate
           stop run.

      * ----------------------------------------------------------
      * Carga do mapa contabil: cada linha do ctbent.txt inclui ou
      * substitui o registro da mesma loja/tipo/sentido/motivo.
      * ----------------------------------------------------------
       CARREGA-MAPA.
           open input ctbent
           if status-ctbent <> '00'
               display 'CONTAB: ERRO NA ABERTURA DE CTBENT - STATUS '
                       status-ctbent
               move 16 to return-code
               stop run
           end-if
           perform ABRE-CTBMAP-IO
           move 'N' to ws-fim-ctbent
           read ctbent
               at end move 'S' to ws-fim-ctbent
           end-read
           perform until fim-ctbent
               move reg-ctbent to reg-ctbmap
               write reg-ctbmap
                   invalid key
                       rewrite reg-ctbmap
               end-write
               add 1 to ws-cont-carga
               read ctbent
                   at end move 'S' to ws-fim-ctbent
               end-read
           end-perform
           close ctbent
           close ctbmap
           display 'CONTAB: ' ws-cont-carga
                   ' REGISTROS CARREGADOS NO MAPA CONTABIL'.

       ABRE-CTBMAP-IO.
           open i-o ctbmap
           if status-ctbmap = '35'
               open output ctbmap
               close ctbmap
               open i-o ctbmap
           end-if
           if status-ctbmap <> '00'
               display 'CONTAB: ERRO NA ABERTURA DE CTBMAP - STATUS '
                       status-ctbmap
               move 16 to return-code
               stop run
           end-if.

      * ----------------------------------------------------------
      * Geracao do lote de um periodo fechado.
      * ----------------------------------------------------------
       GERA-LOTE.
           move ws-parm-anomes to ws-anomes-r
           if ws-parm-anomes not numeric
                   or ws-anomes-mes < 01 or ws-anomes-mes > 12
               display 'CONTAB: ANO/MES INVALIDO - ' ws-parm-anomes
               move 16 to return-code
               stop run
           end-if
           if ws-parm-tolerancia not numeric
                   or ws-parm-tolerancia = zeros
               move 1 to ws-parm-tolerancia
           end-if
           perform DEFINE-JANELA
           if not periodo-fechado
               display 'CONTAB: PERIODO ' ws-parm-anomes
                       ' NAO FECHADO - RODE O FECHAMENTO ANTES'
               move 16 to return-code
               stop run
           end-if

           perform ABRE-CTBCTL
           move ws-parm-anomes to ctbctl-anomes
           read ctbctl key is ctbctl-anomes
               invalid key
                   initialize reg-ctbctl
                   move ws-parm-anomes to ctbctl-anomes
                   move zeros to ctbctl-geracao
           end-read
           if ctbctl-liberado
               display 'CONTAB: LOTE DO PERIODO ' ws-parm-anomes
                       ' JA LIBERADO PARA O RAZAO'
               close ctbctl
               move 16 to return-code
               stop run
           end-if
           add 1 to ctbctl-geracao

           move 'relcont' to ws-spool-base
           copy spool.prc.
           move ws-spool-nome to ws-relcont
           move ws-parm-contab to ws-spool-parms

           perform ABRE-ARQUIVOS-GERA
           move zeros to ws-tot-lojas

           sort sort-partidas
               on ascending key spar-loja spar-tipo spar-es
                                spar-motivo
               input procedure is VALORIZA-LEDGER
               giving ctbord
           close ctbmov

           perform EMITE-PARTIDAS

           sort sort-saldos
               on ascending key ssal-tabela ssal-chave ssal-loja
                                ssal-tipo
               input procedure is SELECIONA-SALDOS
               giving ctbcnc

           perform CONCILIA-ITENS
           perform IMPRIME-LOJAS
           perform DECIDE-LIBERACAO
           perform FECHA-ARQUIVOS-GERA
           perform GRAVA-SPOOLCAT

           display 'CONTAB: PERIODO ' ws-parm-anomes ' GERACAO '
                   ctbctl-geracao ' - ' ws-cont-partidas ' PARTIDAS, '
                   ws-cont-diverg ' ITENS DIVERGENTES, '
                   ws-cont-semconta ' SEM CONTA'.

      * Janela do ledger: do fechamento do mes anterior (exclusive)
      * ao fechamento deste (inclusive). Sem o mes anterior fechado
      * nao ha abertura e a janela comeca no inicio do ledger.
       DEFINE-JANELA.
           if ws-anomes-mes = 01
               compute ws-anomes-ant = (ws-anomes-ano - 1) * 100 + 12
           else
               compute ws-anomes-ant = ws-parm-anomes - 1
           end-if
           move 'N' to ws-fechado
           move 'N' to ws-ant-fechado
           move zeros to ws-dthr-ini
           move zeros to ws-dthr-fim
           move 'N' to ws-fim-perfech
           open input perfech
           if status-perfech = '00'
               read perfech
                   at end move 'S' to ws-fim-perfech
               end-read
               perform until fim-perfech
                   if perfec-anomes = ws-parm-anomes
                       move 'S' to ws-fechado
                       move perfec-datahora to ws-dthr-fim
                   end-if
                   if perfec-anomes = ws-anomes-ant
                       move 'S' to ws-ant-fechado
                       move perfec-datahora to ws-dthr-ini
                   end-if
                   read perfech
                       at end move 'S' to ws-fim-perfech
                   end-read
               end-perform
               close perfech
           end-if.

       ABRE-CTBCTL.
           open i-o ctbctl
           if status-ctbctl = '35'
               open output ctbctl
               close ctbctl
               open i-o ctbctl
           end-if
           if status-ctbctl <> '00'
               display 'CONTAB: ERRO NA ABERTURA DE CTBCTL - STATUS '
                       status-ctbctl
               move 16 to return-code
               stop run
           end-if.

       ABRE-ARQUIVOS-GERA.
           open input movled
           if status-movled <> '00'
               display 'CONTAB: ERRO NA ABERTURA DE MOVLED - STATUS '
                       status-movled
               move 16 to return-code
               stop run
           end-if
           open input sp01a03
           if status01-a03 <> '00'
               display 'CONTAB: ERRO NA ABERTURA DE SP01A03 - STATUS '
                       status01-a03
               move 16 to return-code
               stop run
           end-if
           open input sp01a04
           if status01-a04 <> '00'
               display 'CONTAB: ERRO NA ABERTURA DE SP01A04 - STATUS '
                       status01-a04
               move 16 to return-code
               stop run
           end-if
           open input perbal
           if status-perbal <> '00'
               display 'CONTAB: ERRO NA ABERTURA DE PERBAL - STATUS '
                       status-perbal
               move 16 to return-code
               stop run
           end-if
           open input ctbmap
           if status-ctbmap <> '00'
               display 'CONTAB: ERRO NA ABERTURA DE CTBMAP - STATUS '
                       status-ctbmap ' - CARREGUE O MAPA CONTABIL'
               move 16 to return-code
               stop run
           end-if
           open input cstab
           if status-cstab = '00'
               move 'S' to ws-tem-cstab
           end-if
           open input cshist
           if status-cshist = '00'
               move 'S' to ws-tem-cshist
           end-if
           open input csgmov
           if status-csgmov = '00'
               move 'S' to ws-tem-csgmov
           end-if
           open output ctbmov
           if status-ctbmov <> '00'
               display 'CONTAB: ERRO NA ABERTURA DE CTBMOV - STATUS '
                       status-ctbmov
               move 16 to return-code
               stop run
           end-if
           open output ctbpend
           if status-ctbpend <> '00'
               display 'CONTAB: ERRO NA ABERTURA DE CTBPEND - STATUS '
                       status-ctbpend
               move 16 to return-code
               stop run
           end-if
           open output relcont
           if status-relcont <> '00'
               display 'CONTAB: ERRO NA ABERTURA DE RELCONT - STATUS '
                       status-relcont
               move 16 to return-code
               stop run
           end-if.

       FECHA-ARQUIVOS-GERA.
           close movled
           close sp01a03
           close sp01a04
           close perbal
           close ctbmap
           close ctbctl
           close relcont
           if tem-cstab
               close cstab
           end-if
           if tem-cshist
               close cshist
           end-if
           if tem-csgmov
               close csgmov
           end-if.

      * Varre o ledger na ordem da chave (tabela/chave/loja/hora):
      * cada lancamento da janela e valorizado e liberado para a
      * soma das partidas; a quebra de item grava o movimento
      * valorizado dele para a conciliacao.
       VALORIZA-LEDGER.
           move 'N' to ws-fim-movled
           move 'N' to ws-tem-item
           move low-values to movled-id
           start movled key is >= movled-id
               invalid key
                   move 'S' to ws-fim-movled
           end-start
           perform until fim-movled
               read movled next ignore lock
               if status-movled <> '00'
                   move 'S' to ws-fim-movled
               else
                   if movled-datahora > ws-dthr-ini
                           and movled-datahora <= ws-dthr-fim
                       if not tem-item
                               or movled-tabela <> ws-item-tabela
                               or movled-chave  <> ws-item-chave
                               or movled-loja   <> ws-item-loja
                           if tem-item
                               perform FECHA-ITEM-LEDGER
                           end-if
                           perform ABRE-ITEM-LEDGER
                       end-if
                       perform VALORIZA-LANCAMENTO
                   end-if
               end-if
           end-perform
           if tem-item
               perform FECHA-ITEM-LEDGER
           end-if
           perform VALORIZA-CUSTO-ACESSORIO
           perform VALORIZA-CARGA-CONSIGNADO.

      * Basico custa pelo proprio custo; material pelo do basico pai,
      * e o preco de reserva e o do basico que da o custo.
       ABRE-ITEM-LEDGER.
           move 'S' to ws-tem-item
           move movled-tabela to ws-item-tabela
           move movled-chave  to ws-item-chave
           move movled-loja   to ws-item-loja
           move zeros to ws-item-entr
           move zeros to ws-item-said
           move zeros to ws-item-preco
           move movled-chave to ws-item-chvcus
           if movled-tabela = 'materiais '
               move movled-chave to sp0104chave
               read sp01a04 key is sp0104chave
                   invalid key
                       move zeros to ws-item-chvcus
                   not invalid key
                       move sp0104chvpai to ws-item-chvcus
               end-read
           end-if
           move ws-item-chvcus to sp0103chave
           read sp01a03 key is sp0103chave
               invalid key
                   move zeros to ws-item-preco
               not invalid key
                   move sp0103preco to ws-item-preco
           end-read.

       VALORIZA-LANCAMENTO.
           move ws-item-chvcus  to ws-cus-chave
           move movled-loja     to ws-cus-loja
           move movled-datahora to ws-cus-datahora
           if movled-entra and movled-tabela = 'basicos   '
               move 'S' to ws-cus-entrada
           else
               move 'N' to ws-cus-entrada
           end-if
           perform CUSTO-MOMENTO
           perform DESCONTA-CONSIGNADO
           compute ws-valor-lanc rounded = ws-qtde-lanc * ws-cus-custo
           if movled-entra
               add ws-valor-lanc to ws-item-entr
           else
               add ws-valor-lanc to ws-item-said
           end-if
           move movled-loja   to spar-loja
           move movled-tipo   to spar-tipo
           move movled-es     to spar-es
           move movled-motivo to spar-motivo
           if spar-motivo = spaces and movled-tp-contagem
                   and movled-sai
               move 'DC' to spar-motivo
           end-if
           move ws-valor-lanc to spar-valor
           release reg-sort-partidas
           add 1 to ws-cont-lanc.

      * Quantidade propria do lancamento: sem a parte consignada
      * registrada para ele no csgmov.
       DESCONTA-CONSIGNADO.
           move movled-qtde to ws-qtde-lanc
           if tem-csgmov and movled-tabela = 'basicos   '
               move movled-chave    to csgmov-chave
               move movled-loja     to csgmov-loja
               move movled-datahora to csgmov-datahora
               read csgmov key is csgmov-id
                   invalid key
                       continue
                   not invalid key
                       if csgmov-carga
                           continue
                       else
                           if csgmov-qtde > ws-qtde-lanc
                               move zeros to ws-qtde-lanc
                           else
                               subtract csgmov-qtde from ws-qtde-lanc
                           end-if
                       end-if
               end-read
           end-if.

       FECHA-ITEM-LEDGER.
           move ws-item-tabela to cmov-tabela
           move ws-item-chave  to cmov-chave
           move ws-item-loja   to cmov-loja
           move ws-item-entr   to cmov-entradas
           move ws-item-said   to cmov-saidas
           write reg-ctbmov.

      * Rateios de custo acessorio da janela. Sem custlog (nenhum
      * rateio feito ainda) nao ha o que lancar.
       VALORIZA-CUSTO-ACESSORIO.
           open input custlog
           if status-custlog = '00'
               move 'N' to ws-fim-custlog
               read custlog next ignore lock
                   at end move 'S' to ws-fim-custlog
               end-read
               perform until fim-custlog
                   if custlog-datahora > ws-dthr-ini
                           and custlog-datahora <= ws-dthr-fim
                       perform LANCA-CUSTO-ACESSORIO
                   end-if
                   read custlog next ignore lock
                       at end move 'S' to ws-fim-custlog
                   end-read
               end-perform
               close custlog
           end-if.

       LANCA-CUSTO-ACESSORIO.
           move custlog-loja to spar-loja
           move 'A'          to spar-tipo
           move spaces       to spar-motivo
           if custlog-valor-estq > zeros
               move 'E' to spar-es
               move custlog-valor-estq to spar-valor
               release reg-sort-partidas
               add 1 to ws-cont-lanc
               move 'basicos   '       to cmov-tabela
               move custlog-chave      to cmov-chave
               move custlog-loja       to cmov-loja
               move custlog-valor-estq to cmov-entradas
               move zeros              to cmov-saidas
               write reg-ctbmov
           end-if
           if custlog-valor-vend > zeros
               move 'S' to spar-es
               move custlog-valor-vend to spar-valor
               release reg-sort-partidas
               add 1 to ws-cont-lanc
           end-if.

      * Cargas do cadastro de consignacao na janela: o consignado que
      * ja estava no fisico deixa o estoque proprio sem lancamento no
      * ledger. Sem csgmov nao ha consignacao.
       VALORIZA-CARGA-CONSIGNADO.
           if tem-csgmov
               move 'N' to ws-fim-csgmov
               move low-values to csgmov-id
               start csgmov key is >= csgmov-id
                   invalid key
                       move 'S' to ws-fim-csgmov
               end-start
               perform until fim-csgmov
                   read csgmov next ignore lock
                   if status-csgmov <> '00'
                       move 'S' to ws-fim-csgmov
                   else
                       if csgmov-carga
                               and csgmov-datahora > ws-dthr-ini
                               and csgmov-datahora <= ws-dthr-fim
                           perform LANCA-CARGA-CONSIGNADO
                       end-if
                   end-if
               end-perform
           end-if.

       LANCA-CARGA-CONSIGNADO.
           move zeros to ws-item-preco
           move csgmov-chave to sp0103chave
           read sp01a03 key is sp0103chave
               invalid key
                   continue
               not invalid key
                   move sp0103preco to ws-item-preco
           end-read
           move csgmov-chave    to ws-cus-chave
           move csgmov-loja     to ws-cus-loja
           move csgmov-datahora to ws-cus-datahora
           move 'N'             to ws-cus-entrada
           perform CUSTO-MOMENTO
           compute ws-valor-lanc rounded =
                   csgmov-qtde * ws-cus-custo
           if ws-valor-lanc > zeros
               move csgmov-loja to spar-loja
               move 'I'         to spar-tipo
               move 'S'         to spar-es
               move spaces      to spar-motivo
               move ws-valor-lanc to spar-valor
               release reg-sort-partidas
               add 1 to ws-cont-lanc
               move 'basicos   '  to cmov-tabela
               move csgmov-chave  to cmov-chave
               move csgmov-loja   to cmov-loja
               move zeros         to cmov-entradas
               move ws-valor-lanc to cmov-saidas
               write reg-ctbmov
           end-if.

      * Custo em vigor no instante: o custo anterior da primeira
      * alteracao do historico depois dele; a entrada que causou a
      * propria alteracao vale pelo custo dela. Sem alteracao
      * posterior vale o cstab corrente, e sem custo nenhum, o preco.
       CUSTO-MOMENTO.
           move 'N' to ws-cus-achado
           move zeros to ws-cus-custo
           if tem-cshist
               move ws-cus-chave    to cshist-chave
               move ws-cus-loja     to cshist-loja
               move ws-cus-datahora to cshist-datahora
               start cshist key is >= cshist-id
                   invalid key
                       continue
                   not invalid key
                       read cshist next ignore lock
                       if status-cshist = '00'
                               and cshist-chave = ws-cus-chave
                               and cshist-loja  = ws-cus-loja
                           move 'S' to ws-cus-achado
                           if cshist-datahora = ws-cus-datahora
                                   and ws-cus-entrada = 'S'
                               move cshist-custo-ent to ws-cus-custo
                           else
                               move cshist-custo-ant to ws-cus-custo
                           end-if
                       end-if
               end-start
           end-if
           if not cus-achado and tem-cstab
               move ws-cus-chave to cstab-chave
               move ws-cus-loja  to cstab-loja
               read cstab key is cstab-id
                   invalid key
                       continue
                   not invalid key
                       move cstab-custo to ws-cus-custo
               end-read
           end-if
           if ws-cus-custo = zeros
               move ws-item-preco to ws-cus-custo
           end-if.

      * Partidas somadas por loja/tipo/sentido/motivo; cada grupo
      * vira um debito e um credito no lote, pelo mapa contabil.
       EMITE-PARTIDAS.
           move ws-parm-anomes  to ws-hdr-anomes
           move ctbctl-geracao  to ws-hdr-geracao
           move ws-data-hoje    to ws-hdr-data
           move ws-dthr-ini     to ws-hdr-dthr-ini
           move ws-dthr-fim     to ws-hdr-dthr-fim
           move ws-reg-header to reg-ctbpend
           write reg-ctbpend

           move ws-parm-anomes(5:2) to ws-cab1-mes
           move ws-parm-anomes(1:4) to ws-cab1-ano
           move ctbctl-geracao      to ws-cab1-ger
           perform IMPRIME-CABECALHO
           move ws-cab-par to reg-relcont
           write reg-relcont
           add 1 to ws-spool-linhas
           add 1 to ws-lin-pag

           move 'N' to ws-tem-partida
           move 'N' to ws-fim-ctbord
           open input ctbord
           if status-ctbord <> '00'
               display 'CONTAB: ERRO NA ABERTURA DE CTBORD - STATUS '
                       status-ctbord
               move 16 to return-code
               stop run
           end-if
           read ctbord
               at end move 'S' to ws-fim-ctbord
           end-read
           perform until fim-ctbord
               if tem-partida
                       and (cord-loja   <> ws-par-loja
                         or cord-tipo   <> ws-par-tipo
                         or cord-es     <> ws-par-es
                         or cord-motivo <> ws-par-motivo)
                   perform FECHA-PARTIDA
               end-if
               if not tem-partida
                   move 'S' to ws-tem-partida
                   move cord-loja   to ws-par-loja
                   move cord-tipo   to ws-par-tipo
                   move cord-es     to ws-par-es
                   move cord-motivo to ws-par-motivo
                   move zeros to ws-par-valor
               end-if
               add cord-valor to ws-par-valor
               read ctbord
                   at end move 'S' to ws-fim-ctbord
               end-read
           end-perform
           if tem-partida
               perform FECHA-PARTIDA
           end-if
           close ctbord

           move ws-cont-partidas to ws-trl-cont
           move ws-tot-debito    to ws-trl-debito
           move ws-tot-credito   to ws-trl-credito
           move ws-reg-trailer to reg-ctbpend
           write reg-ctbpend
           close ctbpend.

       FECHA-PARTIDA.
           perform BUSCA-MAPA
           if ws-lin-pag >= ws-linhas-pagina
               perform IMPRIME-CABECALHO
               move ws-cab-par to reg-relcont
               write reg-relcont
               add 1 to ws-spool-linhas
               add 1 to ws-lin-pag
           end-if
           move ws-par-loja   to ws-lpa-loja
           move ws-par-tipo   to ws-lpa-tipo
           move ws-par-es     to ws-lpa-es
           move ws-par-motivo to ws-lpa-motivo
           move ws-par-valor  to ws-lpa-valor
           if map-achado
               move ws-ccusto        to ws-lpa-ccusto
               move ctbmap-debito    to ws-lpa-debito
               move ctbmap-credito   to ws-lpa-credito
               move ctbmap-historico to ws-lpa-hist
               if ws-par-valor > zeros
                   perform GRAVA-PARTIDAS
               end-if
           else
               move ws-ccusto to ws-lpa-ccusto
               move spaces    to ws-lpa-debito
               move spaces    to ws-lpa-credito
               move '*** SEM CONTA NO MAPA CONTABIL' to ws-lpa-hist
               add 1 to ws-cont-semconta
           end-if
           move ws-lin-par to reg-relcont
           write reg-relcont
           add 1 to ws-spool-linhas
           add 1 to ws-lin-pag
           move 'N' to ws-tem-partida.

       GRAVA-PARTIDAS.
           move ws-parm-anomes   to ws-det-anomes
           move ws-par-loja      to ws-det-loja
           move ws-ccusto        to ws-det-ccusto
           move ws-par-valor     to ws-det-valor
           move ctbmap-historico to ws-det-historico
           move ws-par-tipo      to ws-det-tipo
           move ws-par-es        to ws-det-es
           move ws-par-motivo    to ws-det-motivo
           move ctbmap-debito    to ws-det-conta
           move 'D'              to ws-det-natureza
           move ws-reg-detalhe to reg-ctbpend
           write reg-ctbpend
           move ctbmap-credito   to ws-det-conta
           move 'C'              to ws-det-natureza
           move ws-reg-detalhe to reg-ctbpend
           write reg-ctbpend
           add 2 to ws-cont-partidas
           add ws-par-valor to ws-tot-debito
           add ws-par-valor to ws-tot-credito.

      * Centro de custo da loja e contas da partida: loja antes da
      * rede, motivo informado antes do motivo em branco.
       BUSCA-MAPA.
           move 'N' to ws-map-achado
           move spaces to ws-ccusto
           move ws-par-loja to ctbmap-loja
           move '*'    to ctbmap-tipo
           move spaces to ctbmap-es
           move spaces to ctbmap-motivo
           read ctbmap key is ctbmap-id
               invalid key
                   continue
               not invalid key
                   move ctbmap-ccusto to ws-ccusto
           end-read
           if ws-ccusto <> spaces
               move ws-par-loja   to ctbmap-loja
               move ws-par-motivo to ctbmap-motivo
               perform LE-MAPA
               if not map-achado and ws-par-motivo <> spaces
                   move ws-par-loja to ctbmap-loja
                   move spaces      to ctbmap-motivo
                   perform LE-MAPA
               end-if
               if not map-achado
                   move zeros         to ctbmap-loja
                   move ws-par-motivo to ctbmap-motivo
                   perform LE-MAPA
               end-if
               if not map-achado and ws-par-motivo <> spaces
                   move zeros  to ctbmap-loja
                   move spaces to ctbmap-motivo
                   perform LE-MAPA
               end-if
           end-if.

       LE-MAPA.
           move ws-par-tipo to ctbmap-tipo
           move ws-par-es   to ctbmap-es
           read ctbmap key is ctbmap-id
               invalid key
                   continue
               not invalid key
                   move 'S' to ws-map-achado
           end-read.

      * Abertura e fechamento do perbal e movimento valorizado do
      * ledger, juntos por item para a conciliacao.
       SELECIONA-SALDOS.
           if anterior-fechado
               move ws-anomes-ant to ws-anomes-r
               move 'A' to ssal-tipo
               perform LIBERA-SALDOS
           end-if
           move ws-parm-anomes to ws-anomes-r
           move 'F' to ssal-tipo
           perform LIBERA-SALDOS
           move 'N' to ws-fim-ctbmov
           open input ctbmov
           if status-ctbmov <> '00'
               display 'CONTAB: ERRO NA ABERTURA DE CTBMOV - STATUS '
                       status-ctbmov
               move 16 to return-code
               stop run
           end-if
           read ctbmov
               at end move 'S' to ws-fim-ctbmov
           end-read
           perform until fim-ctbmov
               move cmov-tabela   to ssal-tabela
               move cmov-chave    to ssal-chave
               move cmov-loja     to ssal-loja
               move 'M'           to ssal-tipo
               move cmov-entradas to ssal-valor1
               move cmov-saidas   to ssal-valor2
               release reg-sort-saldos
               read ctbmov
                   at end move 'S' to ws-fim-ctbmov
               end-read
           end-perform
           close ctbmov.

      * Saldo do periodo em ws-anomes-r a custo; saldo gravado antes
      * do custo no perbal vale zero e e contado a parte.
       LIBERA-SALDOS.
           move 'N' to ws-fim-perbal
           move ws-anomes-r to perbal-anomes
           move low-values  to perbal-tabela
           move zeros       to perbal-chave
           move zeros       to perbal-loja
           start perbal key is >= perbal-id
               invalid key
                   move 'S' to ws-fim-perbal
           end-start
           perform until fim-perbal
               read perbal next ignore lock
               if status-perbal <> '00'
                       or perbal-anomes <> ws-anomes-r
                   move 'S' to ws-fim-perbal
               else
                   if perbal-custo numeric
                       compute ws-valor-saldo rounded =
                               perbal-qtde * perbal-custo
                   else
                       move zeros to ws-valor-saldo
                       add 1 to ws-cont-semcusto
                   end-if
                   move perbal-tabela  to ssal-tabela
                   move perbal-chave   to ssal-chave
                   move perbal-loja    to ssal-loja
                   move ws-valor-saldo to ssal-valor1
                   move zeros          to ssal-valor2
                   release reg-sort-saldos
               end-if
           end-perform.

      * Por item: fechamento - (abertura + entradas - saidas). Acima
      * da tolerancia o item sai no relatorio.
       CONCILIA-ITENS.
           perform IMPRIME-CABECALHO
           move ws-cab-cnc to reg-relcont
           write reg-relcont
           move ws-cab-cnc2 to reg-relcont
           write reg-relcont
           add 2 to ws-spool-linhas
           add 2 to ws-lin-pag
           move 'N' to ws-tem-conc
           move 'N' to ws-fim-ctbcnc
           open input ctbcnc
           if status-ctbcnc <> '00'
               display 'CONTAB: ERRO NA ABERTURA DE CTBCNC - STATUS '
                       status-ctbcnc
               move 16 to return-code
               stop run
           end-if
           read ctbcnc
               at end move 'S' to ws-fim-ctbcnc
           end-read
           perform until fim-ctbcnc
               if tem-conc
                       and (ccnc-tabela <> ws-cnc-tabela
                         or ccnc-chave  <> ws-cnc-chave
                         or ccnc-loja   <> ws-cnc-loja)
                   perform FECHA-CONCILIACAO
               end-if
               if not tem-conc
                   move 'S' to ws-tem-conc
                   move ccnc-tabela to ws-cnc-tabela
                   move ccnc-chave  to ws-cnc-chave
                   move ccnc-loja   to ws-cnc-loja
                   move zeros to ws-cnc-abert
                   move zeros to ws-cnc-entr
                   move zeros to ws-cnc-said
                   move zeros to ws-cnc-fech
               end-if
               evaluate ccnc-tipo
                   when 'A'
                       add ccnc-valor1 to ws-cnc-abert
                   when 'F'
                       add ccnc-valor1 to ws-cnc-fech
                   when 'M'
                       add ccnc-valor1 to ws-cnc-entr
                       add ccnc-valor2 to ws-cnc-said
               end-evaluate
               read ctbcnc
                   at end move 'S' to ws-fim-ctbcnc
               end-read
           end-perform
           if tem-conc
               perform FECHA-CONCILIACAO
           end-if
           close ctbcnc.

       FECHA-CONCILIACAO.
           compute ws-cnc-dif = ws-cnc-fech
                   - (ws-cnc-abert + ws-cnc-entr - ws-cnc-said)
           if ws-cnc-dif < zeros
               compute ws-cnc-dif-abs = ws-cnc-dif * -1
           else
               move ws-cnc-dif to ws-cnc-dif-abs
           end-if
           add ws-cnc-dif to ws-tot-dif
           if ws-cnc-loja > zeros
               move ws-cnc-loja to ws-lj-idx
               move 'S' to ws-tlj-usada(ws-lj-idx)
               add ws-cnc-abert to ws-tlj-abert(ws-lj-idx)
               add ws-cnc-entr  to ws-tlj-entr(ws-lj-idx)
               add ws-cnc-said  to ws-tlj-said(ws-lj-idx)
               add ws-cnc-fech  to ws-tlj-fech(ws-lj-idx)
               add ws-cnc-dif   to ws-tlj-dif(ws-lj-idx)
           end-if
           if ws-cnc-dif-abs > ws-parm-tolerancia
               add 1 to ws-cont-diverg
               if ws-lin-pag >= ws-linhas-pagina
                   perform IMPRIME-CABECALHO
                   move ws-cab-cnc2 to reg-relcont
                   write reg-relcont
                   add 1 to ws-spool-linhas
                   add 1 to ws-lin-pag
               end-if
               move ws-cnc-tabela to ws-lcn-tabela
               move ws-cnc-chave  to ws-lcn-chave
               move ws-cnc-loja   to ws-lcn-loja
               move ws-cnc-abert  to ws-lcn-abert
               move ws-cnc-entr   to ws-lcn-entr
               move ws-cnc-said   to ws-lcn-said
               move ws-cnc-fech   to ws-lcn-fech
               move ws-cnc-dif    to ws-lcn-dif
               move ws-lin-cnc to reg-relcont
               write reg-relcont
               add 1 to ws-spool-linhas
               add 1 to ws-lin-pag
           end-if
           move 'N' to ws-tem-conc.

      * Quadro por loja: abertura + entradas - saidas = fechamento.
       IMPRIME-LOJAS.
           perform IMPRIME-CABECALHO
           move ws-cab-loj to reg-relcont
           write reg-relcont
           move ws-cab-cnc2 to reg-relcont
           write reg-relcont
           add 2 to ws-spool-linhas
           add 2 to ws-lin-pag
           perform varying ws-lj-idx from 1 by 1
                   until ws-lj-idx > 999
               if ws-tlj-usada(ws-lj-idx) = 'S'
                   if ws-lin-pag >= ws-linhas-pagina
                       perform IMPRIME-CABECALHO
                   end-if
                   move 'LOJA'                  to ws-lcn-tabela
                   move zeros                   to ws-lcn-chave
                   move ws-lj-idx               to ws-lcn-loja
                   move ws-tlj-abert(ws-lj-idx) to ws-lcn-abert
                   move ws-tlj-entr(ws-lj-idx)  to ws-lcn-entr
                   move ws-tlj-said(ws-lj-idx)  to ws-lcn-said
                   move ws-tlj-fech(ws-lj-idx)  to ws-lcn-fech
                   move ws-tlj-dif(ws-lj-idx)   to ws-lcn-dif
                   move ws-lin-cnc to reg-relcont
                   write reg-relcont
                   add 1 to ws-spool-linhas
                   add 1 to ws-lin-pag
               end-if
           end-perform.

      * Lote conciliado e com todas as partidas contabilizadas vai
      * direto para o razao; senao fica retido para conferencia.
       DECIDE-LIBERACAO.
           accept ws-agora-data from date yyyymmdd
           accept ws-hora-raw   from time
           move ws-hora-raw(1:6) to ws-agora-hora
           move ws-agora         to ctbctl-dthr-ger
           move ws-dthr-ini      to ctbctl-dthr-ini
           move ws-dthr-fim      to ctbctl-dthr-fim
           move ws-tot-debito    to ctbctl-tot-debito
           move ws-tot-credito   to ctbctl-tot-credito
           move ws-tot-dif       to ctbctl-diferenca
           move ws-cont-diverg   to ctbctl-divergentes
           move ws-cont-semconta to ctbctl-semconta
           move zeros            to ctbctl-dthr-lib
           move spaces           to ctbctl-operador
           if ws-cont-diverg = zeros and ws-cont-semconta = zeros
                   and anterior-fechado
               perform COPIA-LOTE
               move 'L'      to ctbctl-situacao
               move ws-agora to ctbctl-dthr-lib
               move 'contab  ' to ctbctl-operador
               move 'LIBERADO PARA O RAZAO' to ws-rsi-texto
           else
               move 'R' to ctbctl-situacao
               move 'RETIDO PARA CONFERENCIA' to ws-rsi-texto
               move 8 to return-code
           end-if
           write reg-ctbctl
               invalid key
                   rewrite reg-ctbctl
           end-write
           perform IMPRIME-RODAPE.

       IMPRIME-RODAPE.
           move spaces to reg-relcont
           write reg-relcont
           move 'TOTAL A DEBITO.................:' to ws-rod-texto
           move ws-tot-debito to ws-rod-valor
           move ws-rodape to reg-relcont
           write reg-relcont
           move 'TOTAL A CREDITO................:' to ws-rod-texto
           move ws-tot-credito to ws-rod-valor
           move ws-rodape to reg-relcont
           write reg-relcont
           move 'DIFERENCA DE CONCILIACAO.......:' to ws-rod-texto
           move ws-tot-dif to ws-rod-valor
           move ws-rodape to reg-relcont
           write reg-relcont
           move 'LANCAMENTOS DO LEDGER..........:' to ws-rdc-texto
           move ws-cont-lanc to ws-rdc-valor
           move ws-rodape-cont to reg-relcont
           write reg-relcont
           move 'ITENS ACIMA DA TOLERANCIA......:' to ws-rdc-texto
           move ws-cont-diverg to ws-rdc-valor
           move ws-rodape-cont to reg-relcont
           write reg-relcont
           move 'PARTIDAS SEM CONTA.............:' to ws-rdc-texto
           move ws-cont-semconta to ws-rdc-valor
           move ws-rodape-cont to reg-relcont
           write reg-relcont
           move 'SALDOS SEM CUSTO NO PERBAL.....:' to ws-rdc-texto
           move ws-cont-semcusto to ws-rdc-valor
           move ws-rodape-cont to reg-relcont
           write reg-relcont
           add 8 to ws-spool-linhas
           if not anterior-fechado
               move spaces to reg-relcont
               string 'MES ANTERIOR ' ws-anomes-ant
                      ' NAO FECHADO - SEM SALDO DE ABERTURA'
                   delimited by size into reg-relcont
               write reg-relcont
               add 1 to ws-spool-linhas
           end-if
           move ws-rod-situacao to reg-relcont
           write reg-relcont
           add 1 to ws-spool-linhas.

       IMPRIME-CABECALHO.
           add 1 to ws-pagina
           move ws-pagina to ws-cab1-pagina
           move ws-cab1 to reg-relcont
           write reg-relcont
           move spaces to reg-relcont
           write reg-relcont
           add 2 to ws-spool-linhas
           move 2 to ws-lin-pag.

      * O lote pendente passa inteiro para o arquivo do razao.
       COPIA-LOTE.
           open input ctbpend
           if status-ctbpend <> '00'
               display 'CONTAB: ERRO NA ABERTURA DE CTBPEND - STATUS '
                       status-ctbpend
               move 16 to return-code
               stop run
           end-if
           open output ctbfile
           if status-ctbfile <> '00'
               display 'CONTAB: ERRO NA ABERTURA DE CTBFILE - STATUS '
                       status-ctbfile
               move 16 to return-code
               stop run
           end-if
           move 'N' to ws-fim-copia
           read ctbpend
               at end move 'S' to ws-fim-copia
           end-read
           perform until fim-copia
               move reg-ctbpend to reg-ctbfile
               write reg-ctbfile
               read ctbpend
                   at end move 'S' to ws-fim-copia
               end-read
           end-perform
           close ctbpend
           close ctbfile.

      * ----------------------------------------------------------
      * Liberacao manual do lote retido, depois da conferencia do
      * relatorio. Partida sem conta nao se libera - o mapa e
      * corrigido e o lote gerado de novo.
      * ----------------------------------------------------------
       LIBERA-LOTE.
           perform ABRE-CTBCTL
           move ws-parm-anomes to ctbctl-anomes
           read ctbctl key is ctbctl-anomes
               invalid key
                   display 'CONTAB: PERIODO ' ws-parm-anomes
                           ' SEM LOTE GERADO'
                   close ctbctl
                   move 16 to return-code
                   stop run
           end-read
           evaluate true
               when ctbctl-liberado
                   display 'CONTAB: LOTE DO PERIODO ' ws-parm-anomes
                           ' JA LIBERADO'
                   move 8 to return-code
               when ctbctl-semconta > zeros
                   display 'CONTAB: LOTE DO PERIODO ' ws-parm-anomes
                           ' TEM ' ctbctl-semconta
                           ' PARTIDAS SEM CONTA - CORRIJA O MAPA E'
                           ' GERE DE NOVO'
                   move 16 to return-code
               when other
                   perform CONFERE-PENDENTE
                   perform COPIA-LOTE
                   accept ws-agora-data from date yyyymmdd
                   accept ws-hora-raw   from time
                   move ws-hora-raw(1:6) to ws-agora-hora
                   move 'L'      to ctbctl-situacao
                   move ws-agora to ctbctl-dthr-lib
                   move ws-parm-operador to ctbctl-operador
                   rewrite reg-ctbctl
                   display 'CONTAB: LOTE DO PERIODO ' ws-parm-anomes
                           ' GERACAO ' ctbctl-geracao
                           ' LIBERADO PARA O RAZAO'
           end-evaluate
           close ctbctl.

      * O pendente tem de ser o lote da ultima geracao do periodo.
       CONFERE-PENDENTE.
           open input ctbpend
           if status-ctbpend <> '00'
               display 'CONTAB: ERRO NA ABERTURA DE CTBPEND - STATUS '
                       status-ctbpend
               move 16 to return-code
               stop run
           end-if
           read ctbpend
               at end move spaces to reg-ctbpend
           end-read
           close ctbpend
           move reg-ctbpend to ws-reg-header
           if ws-hdr-anomes <> ws-parm-anomes
                   or ws-hdr-geracao <> ctbctl-geracao
               display 'CONTAB: CTBPEND NAO E A ULTIMA GERACAO DO '
                       'PERIODO ' ws-parm-anomes
               close ctbctl
               move 16 to return-code
               stop run
           end-if.

       GRAVA-SPOOLCAT.
           copy spoolcat.prc.

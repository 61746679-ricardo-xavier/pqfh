      $ set callfh"pqfh"
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    custadc.

      * Rateio do custo acessorio de compra no custo medio: frete,
      * seguro e impostos de importacao pagos sobre um recebimento
      * nunca chegavam ao cstab, que so pondera o custo unitario da
      * linha de entrada - a margem saia maior do que e. Cada
      * documento de custo acessorio (conhecimento de frete, apolice,
      * despacho) referencia um ou mais pedidos de compra ja
      * recebidos (pedcab parcial ou fechado) e traz os valores; o
      * total e rateado sobre as linhas recebidas dos pedidos pelo
      * valor recebido, pelo peso ou pela quantidade, e cada parcela
      * repondera o custo medio da chave/loja.
      *
      * A parcela so entra no custo do estoque que ainda esta em
      * maos: recebidas 100 e restando 40, entram 40% da parcela,
      * distribuidos pelas 40; o resto corresponde ao que ja foi
      * vendido e vai para o custo das vendas (e o arredondamento do
      * novo custo para baixo tambem). Cada alteracao do cstab e
      * gravada no cshist, como as de movto.cbl, e cada linha rateada
      * no custlog - e o que explica o historico do custo e alimenta
      * a partida do custo acessorio em contab.cbl.
      *
      * Entrada custent.txt, por documento:
      *   H - documento, base (V valor, P peso, Q quantidade), data,
      *       frete, seguro, impostos e descricao;
      *   P - documento e pedido coberto (um registro por pedido);
      *   L - documento, pedido, chave e peso da linha (so base P -
      *       o peso vem do proprio conhecimento; linha sem peso
      *       informado nao recebe rateio).
      * Documento ja rateado (presente no custlog) e ignorado - o
      * arquivo pode ser reprocessado sem ratear de novo. Documento
      * com erro (pedido inexistente ou sem recebimento, base sem
      * total) e rejeitado inteiro, sem rateio parcial, com retorno 8.

       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
       copy sp01a03.sel.
       copy pedcab.sel.
       copy pedlin.sel.
       copy cstab.sel.
       copy cshist.sel.
       copy custlog.sel.
       copy spoolcat.sel.
           select custent assign to ws-custent
               organization is line sequential
               file status is status-custent.
           select relcadc assign to ws-relcadc
               organization is line sequential
               file status is status-relcadc.

       DATA DIVISION.
       FILE SECTION.
       copy sp01a03.fd.
       copy pedcab.fd.
       copy pedlin.fd.
       copy cstab.fd.
       copy cshist.fd.
       copy custlog.fd.
       copy spoolcat.fd.
       fd  custent
           label record standard.
       01  reg-custent.
           05  cent-tipo           pic x(01).
               88  cent-cabecalho      value 'H'.
               88  cent-pedido         value 'P'.
               88  cent-peso           value 'L'.
           05  cent-doc            pic x(10).
           05  cent-dados          pic x(79).
           05  cent-dados-h redefines cent-dados.
               10  cent-base       pic x(01).
               10  cent-data       pic 9(08).
               10  cent-frete      pic 9(09)v99.
               10  cent-seguro     pic 9(09)v99.
               10  cent-impostos   pic 9(09)v99.
               10  cent-descricao  pic x(30).
               10  filler          pic x(07).
           05  cent-dados-p redefines cent-dados.
               10  cent-ped-numero pic 9(06).
               10  filler          pic x(73).
           05  cent-dados-l redefines cent-dados.
               10  cent-pes-pedido pic 9(06).
               10  cent-pes-chave  pic 9(08).
               10  cent-pes-peso   pic 9(07)v999.
               10  filler          pic x(55).
       fd  relcadc
           label record standard.
       01  reg-relcadc                pic x(132).

       WORKING-STORAGE SECTION.
       77      ws-sp01a03     pic x(40) value '../../arq/sp01a03'.
       77      status01-a03   pic xx.
       77      ws-pedcab      pic x(40) value '../../arq/pedcab'.
       77      status-pedcab  pic xx.
       77      ws-pedlin      pic x(40) value '../../arq/pedlin'.
       77      status-pedlin  pic xx.
       77      ws-cstab       pic x(40) value '../../arq/cstab'.
       77      status-cstab   pic xx.
       77      ws-cshist      pic x(40) value '../../arq/cshist'.
       77      status-cshist  pic xx.
       77      ws-custlog     pic x(40) value '../../arq/custlog'.
       77      status-custlog pic xx.
       77      ws-custent     pic x(40) value '../../arq/custent.txt'.
       77      status-custent pic xx.
       77      ws-relcadc     pic x(40) value '../../arq/custadc.lst'.
       77      status-relcadc pic xx.
       copy arqdir.cpy.
       copy spool.cpy.

       77      ws-fim-custent pic x(01) value 'N'.
               88  fim-custent         value 'S'.
       77      ws-fim-linhas  pic x(01).
               88  fim-linhas          value 'S'.
       77      ws-fim-cshist  pic x(01).
               88  fim-cshist          value 'S'.
       77      ws-tem-doc     pic x(01) value 'N'.
               88  tem-doc             value 'S'.
       77      ws-gravado     pic x(01).
               88  gravado             value 'S'.

      * Documento corrente, acumulado ate o proximo cabecalho.
       01      ws-doc.
               05  ws-doc-id       pic x(10).
               05  ws-doc-base     pic x(01).
                   88  doc-por-valor   value 'V'.
                   88  doc-por-peso    value 'P'.
                   88  doc-por-qtde    value 'Q'.
               05  ws-doc-data     pic 9(08).
               05  ws-doc-total    pic 9(11)v99.
               05  ws-doc-desc     pic x(30).
               05  ws-doc-erro     pic x(40).
               05  ws-doc-situacao pic x(01).
                   88  doc-ja-rateado  value 'J'.
       77      ws-doc-base-tot pic 9(13)v999.
       77      ws-doc-soma     pic 9(11)v99.

       77      ws-qt-ped      pic 9(03) comp value zeros.
       01      ws-tab-pedidos.
               05  ws-ped-numero   occurs 50 times pic 9(06).
       77      ws-qt-pes      pic 9(03) comp value zeros.
       01      ws-tab-pesos.
               05  ws-pes-item     occurs 500 times.
                   10  ws-pes-pedido   pic 9(06).
                   10  ws-pes-chave    pic 9(08).
                   10  ws-pes-peso     pic 9(07)v999.
       77      ws-qt-lin      pic 9(03) comp value zeros.
       01      ws-tab-linhas.
               05  ws-lin-item     occurs 500 times.
                   10  ws-lin-pedido   pic 9(06).
                   10  ws-lin-chave    pic 9(08).
                   10  ws-lin-loja     pic 9(03).
                   10  ws-lin-qtde     pic 9(07)v999.
                   10  ws-lin-base     pic 9(11)v999.
                   10  ws-lin-aloc     pic 9(09)v99.
       77      ws-ip          pic 9(03) comp.
       77      ws-il          pic 9(03) comp.
       77      ws-iw          pic 9(03) comp.
       77      ws-ult         pic 9(03) comp.

      * Valor recebido da linha: entradas do pedido no historico de
      * custo (documento 'PD'+numero, como recped.cbl lanca).
       01      ws-doc-pedido.
               05  filler          pic x(02) value 'PD'.
               05  ws-doc-ped-num  pic 9(06).
               05  filler          pic x(02) value spaces.
       77      ws-valor-rec   pic 9(11)v99.

       77      ws-qtde-estq   pic s9(07)v999.
       77      ws-qtde-cap    pic 9(07)v999.
       77      ws-parc-estq   pic 9(09)v99.
       77      ws-custo-ant   pic 9(07)v99.
       77      ws-custo-novo  pic 9(07)v99.
       77      ws-valor-estq  pic 9(09)v99.
       77      ws-valor-vend  pic 9(09)v99.
       77      ws-tem-cstab   pic x(01).
               88  tem-cstab           value 'S'.

       77      ws-data-hoje   pic 9(08).
       77      ws-hora-raw    pic 9(08).
       01      ws-agora.
               05  ws-agora-data   pic 9(08).
               05  ws-agora-hora   pic 9(06).
       01      ws-agora-ts redefines ws-agora pic 9(14).

       77      ws-cont-docs       pic 9(07) value zeros.
       77      ws-cont-ignorados  pic 9(07) value zeros.
       77      ws-cont-rejeitados pic 9(07) value zeros.
       77      ws-cont-linhas     pic 9(07) value zeros.
       77      ws-tot-rateado     pic 9(11)v99 value zeros.
       77      ws-tot-estoque     pic 9(11)v99 value zeros.
       77      ws-tot-vendas      pic 9(11)v99 value zeros.

       77      ws-linhas-pagina   pic 9(02) value 55.
       77      ws-lin-pag         pic 9(02) comp value 99.
       77      ws-pagina          pic 9(04) comp value zeros.

       01      ws-cab1.
               05  filler          pic x(44) value
                   'RATEIO DE CUSTO ACESSORIO NO CUSTO MEDIO    '.
               05  filler          pic x(06) value 'DATA: '.
               05  ws-cab1-data    pic 9(08).
               05  filler          pic x(09) value '  PAGINA:'.
               05  ws-cab1-pagina  pic zzz9.
       01      ws-linha-doc.
               05  filler          pic x(11) value 'DOCUMENTO: '.
               05  ws-ldc-doc      pic x(10).
               05  filler          pic x(02) value spaces.
               05  ws-ldc-desc     pic x(30).
               05  filler          pic x(08) value '  BASE: '.
               05  ws-ldc-base     pic x(10).
               05  filler          pic x(09) value '  TOTAL: '.
               05  ws-ldc-total    pic z.zzz.zzz.zz9,99.
               05  filler          pic x(08) value '  DATA: '.
               05  ws-ldc-data     pic 9(08).
       01      ws-cab2.
               05  filler          pic x(07) value 'PEDIDO'.
               05  filler          pic x(09) value 'CHAVE'.
               05  filler          pic x(05) value 'LOJA'.
               05  filler          pic x(13) value '  QTD RECEB.'.
               05  filler          pic x(16) value '     BASE LINHA'.
               05  filler          pic x(14) value '     RATEADO'.
               05  filler          pic x(14) value '  NO ESTOQUE'.
               05  filler          pic x(14) value '   NAS VENDAS'.
               05  filler          pic x(12) value '  CUSTO ANT'.
               05  filler          pic x(12) value '  CUSTO NOVO'.
       01      ws-det.
               05  ws-det-pedido   pic 9(06).
               05  filler          pic x(01) value space.
               05  ws-det-chave    pic z(07)9.
               05  filler          pic x(02) value spaces.
               05  ws-det-loja     pic zz9.
               05  filler          pic x(01) value space.
               05  ws-det-qtde     pic z(06)9,999.
               05  filler          pic x(01) value space.
               05  ws-det-base     pic z(10)9,999.
               05  filler          pic x(01) value space.
               05  ws-det-aloc     pic zzz.zzz.zz9,99.
               05  ws-det-estq     pic zzz.zzz.zz9,99.
               05  ws-det-vend     pic zzz.zzz.zz9,99.
               05  filler          pic x(01) value space.
               05  ws-det-cus-ant  pic z(06)9,99.
               05  filler          pic x(01) value space.
               05  ws-det-cus-novo pic z(06)9,99.
       01      ws-linha-rej.
               05  filler          pic x(11) value 'DOCUMENTO: '.
               05  ws-lrj-doc      pic x(10).
               05  filler          pic x(14) value ' REJEITADO - '.
               05  ws-lrj-erro     pic x(40).
       01      ws-linha-tot.
               05  ws-tot-texto    pic x(30).
               05  ws-tot-valor    pic z(06)9.
       01      ws-linha-totv.
               05  ws-totv-texto   pic x(30).
               05  ws-totv-valor   pic z.zzz.zzz.zzz.zz9,99.

       PROCEDURE DIVISION.
       INICIO.
           copy arqdir.prc.
           string ws-env-arqdir delimited by space
                  '/sp01a03'    delimited by size
                  into ws-sp01a03
           string ws-env-arqdir delimited by space
                  '/pedcab'     delimited by size
                  into ws-pedcab
           string ws-env-arqdir delimited by space
                  '/pedlin'     delimited by size
                  into ws-pedlin
           string ws-env-arqdir delimited by space
                  '/cstab'      delimited by size
                  into ws-cstab
           string ws-env-arqdir delimited by space
                  '/cshist'     delimited by size
                  into ws-cshist
           string ws-env-arqdir delimited by space
                  '/custlog'    delimited by size
                  into ws-custlog
           string ws-env-arqdir delimited by space
                  '/custent.txt' delimited by size
                  into ws-custent
           move 'custadc' to ws-spool-base
           copy spool.prc.
           move ws-spool-nome to ws-relcadc

           accept ws-data-hoje from date yyyymmdd

           perform ABRE-ARQUIVOS

           read custent
               at end move 'S' to ws-fim-custent
           end-read
           perform until fim-custent
               evaluate true
                   when cent-cabecalho
                       if tem-doc
                           perform PROCESSA-DOCUMENTO
                       end-if
                       perform INICIA-DOCUMENTO
                   when not tem-doc
                       display 'CUSTADC: REGISTRO ' cent-tipo ' '
                               cent-doc ' SEM CABECALHO - IGNORADO'
                   when cent-doc <> ws-doc-id
                       move 'REGISTRO DE OUTRO DOCUMENTO NO MEIO'
                           to ws-doc-erro
                   when cent-pedido
                       perform ACUMULA-PEDIDO
                   when cent-peso
                       perform ACUMULA-PESO
                   when other
                       move 'TIPO DE REGISTRO INVALIDO' to ws-doc-erro
               end-evaluate
               read custent
                   at end move 'S' to ws-fim-custent
               end-read
           end-perform
           if tem-doc
               perform PROCESSA-DOCUMENTO
           end-if

           perform IMPRIME-RODAPE
           perform GRAVA-SPOOLCAT
           perform FECHA-ARQUIVOS

           display 'CUSTADC: DOCUMENTOS RATEADOS: ' ws-cont-docs
           display 'CUSTADC: JA RATEADOS.......: ' ws-cont-ignorados
           display 'CUSTADC: REJEITADOS........: '
                   ws-cont-rejeitados
           display 'CUSTADC: LINHAS RATEADAS...: ' ws-cont-linhas
           if ws-cont-rejeitados > zeros
               move 8 to return-code
           end-if
           stop run.

       ABRE-ARQUIVOS.
           open input custent
           if status-custent <> '00'
               display 'CUSTADC: ERRO NA ABERTURA DE CUSTENT - STATUS '
                       status-custent
               move 16 to return-code
               stop run
           end-if
           open input sp01a03
           if status01-a03 <> '00'
               display 'CUSTADC: ERRO NA ABERTURA DE SP01A03 - STATUS '
                       status01-a03
               move 16 to return-code
               stop run
           end-if
           open input pedcab
           if status-pedcab <> '00'
               display 'CUSTADC: ERRO NA ABERTURA DE PEDCAB - STATUS '
                       status-pedcab
               move 16 to return-code
               stop run
           end-if
           open input pedlin
           if status-pedlin <> '00'
               display 'CUSTADC: ERRO NA ABERTURA DE PEDLIN - STATUS '
                       status-pedlin
               move 16 to return-code
               stop run
           end-if
           open i-o cstab
           if status-cstab = '35'
               open output cstab
               close cstab
               open i-o cstab
           end-if
           if status-cstab <> '00'
               display 'CUSTADC: ERRO NA ABERTURA DE CSTAB - STATUS '
                       status-cstab
               move 16 to return-code
               stop run
           end-if
           open i-o cshist
           if status-cshist = '35'
               open output cshist
               close cshist
               open i-o cshist
           end-if
           if status-cshist <> '00'
               display 'CUSTADC: ERRO NA ABERTURA DE CSHIST - STATUS '
                       status-cshist
               move 16 to return-code
               stop run
           end-if
           open i-o custlog
           if status-custlog = '35'
               open output custlog
               close custlog
               open i-o custlog
           end-if
           if status-custlog <> '00'
               display 'CUSTADC: ERRO NA ABERTURA DE CUSTLOG - STATUS '
                       status-custlog
               move 16 to return-code
               stop run
           end-if
           open output relcadc
           if status-relcadc <> '00'
               display 'CUSTADC: ERRO NA ABERTURA DE RELCADC - STATUS '
                       status-relcadc
               move 16 to return-code
               stop run
           end-if.

       FECHA-ARQUIVOS.
           close custent
           close sp01a03
           close pedcab
           close pedlin
           close cstab
           close cshist
           close custlog
           close relcadc.

       INICIA-DOCUMENTO.
           move 'S' to ws-tem-doc
           move cent-doc       to ws-doc-id
           move cent-base      to ws-doc-base
           move cent-descricao to ws-doc-desc
           move spaces to ws-doc-erro
           move spaces to ws-doc-situacao
           move zeros to ws-qt-ped ws-qt-pes ws-qt-lin
           if cent-data numeric and cent-data > zeros
               move cent-data to ws-doc-data
           else
               move ws-data-hoje to ws-doc-data
           end-if
           if cent-frete not numeric
                   or cent-seguro not numeric
                   or cent-impostos not numeric
               move zeros to ws-doc-total
               move 'VALORES DO DOCUMENTO INVALIDOS' to ws-doc-erro
           else
               compute ws-doc-total =
                       cent-frete + cent-seguro + cent-impostos
           end-if.

       ACUMULA-PEDIDO.
           if cent-ped-numero not numeric
               move 'NUMERO DE PEDIDO INVALIDO' to ws-doc-erro
           else
               perform varying ws-ip from 1 by 1
                       until ws-ip > ws-qt-ped
                   if ws-ped-numero(ws-ip) = cent-ped-numero
                       move 'PEDIDO REPETIDO NO DOCUMENTO'
                           to ws-doc-erro
                   end-if
               end-perform
               evaluate true
                   when ws-doc-erro <> spaces
                       continue
                   when ws-qt-ped >= 50
                       move 'MAIS DE 50 PEDIDOS NO DOCUMENTO'
                           to ws-doc-erro
                   when other
                       add 1 to ws-qt-ped
                       move cent-ped-numero to ws-ped-numero(ws-qt-ped)
               end-evaluate
           end-if.

       ACUMULA-PESO.
           if cent-pes-pedido not numeric
                   or cent-pes-chave not numeric
                   or cent-pes-peso not numeric
               move 'PESO DE LINHA INVALIDO' to ws-doc-erro
           else
               if ws-qt-pes >= 500
                   move 'MAIS DE 500 PESOS NO DOCUMENTO'
                       to ws-doc-erro
               else
                   add 1 to ws-qt-pes
                   move cent-pes-pedido to ws-pes-pedido(ws-qt-pes)
                   move cent-pes-chave  to ws-pes-chave(ws-qt-pes)
                   move cent-pes-peso   to ws-pes-peso(ws-qt-pes)
               end-if
           end-if.

      *----------------------------------------------------------------
      * Documento completo: critica, monta as linhas recebidas dos
      * pedidos, calcula a base e rateia. Qualquer erro rejeita o
      * documento inteiro antes de tocar no custo.
      *----------------------------------------------------------------
       PROCESSA-DOCUMENTO.
           if ws-doc-erro = spaces
               move ws-doc-id to custlog-doc
               move zeros     to custlog-pedido
               move zeros     to custlog-chave
               start custlog key is >= custlog-id
                   invalid key
                       continue
                   not invalid key
                       read custlog next
                       if status-custlog = '00'
                               and custlog-doc = ws-doc-id
                           move 'J' to ws-doc-situacao
                       end-if
               end-start
           end-if
           if ws-doc-erro = spaces and not doc-ja-rateado
               if not (doc-por-valor or doc-por-peso or doc-por-qtde)
                   move 'BASE DE RATEIO INVALIDA (V, P OU Q)'
                       to ws-doc-erro
               end-if
               if ws-doc-total = zeros
                   move 'DOCUMENTO SEM VALOR A RATEAR' to ws-doc-erro
               end-if
               if ws-qt-ped = zeros
                   move 'DOCUMENTO SEM PEDIDO' to ws-doc-erro
               end-if
           end-if
           if ws-doc-erro = spaces and not doc-ja-rateado
               perform MONTA-LINHAS
                   varying ws-ip from 1 by 1
                   until ws-ip > ws-qt-ped or ws-doc-erro <> spaces
           end-if
           if ws-doc-erro = spaces and not doc-ja-rateado
               perform CALCULA-BASES
           end-if
           evaluate true
               when doc-ja-rateado
                   add 1 to ws-cont-ignorados
                   display 'CUSTADC: DOCUMENTO ' ws-doc-id
                           ' JA RATEADO - IGNORADO'
               when ws-doc-erro <> spaces
                   perform REJEITA-DOCUMENTO
               when other
                   perform RATEIA-DOCUMENTO
           end-evaluate
           move 'N' to ws-tem-doc.

       REJEITA-DOCUMENTO.
           add 1 to ws-cont-rejeitados
           display 'CUSTADC: DOCUMENTO ' ws-doc-id ' REJEITADO - '
                   ws-doc-erro
           if ws-lin-pag >= ws-linhas-pagina
               perform IMPRIME-CABECALHO
           end-if
           move ws-doc-id   to ws-lrj-doc
           move ws-doc-erro to ws-lrj-erro
           move spaces to reg-relcadc
           write reg-relcadc
           move ws-linha-rej to reg-relcadc
           write reg-relcadc
           add 2 to ws-spool-linhas
           add 2 to ws-lin-pag.

      * Linhas com quantidade recebida do pedido; pedido que ainda
      * nao recebeu nada nao tem custo onde ratear.
       MONTA-LINHAS.
           move ws-ped-numero(ws-ip) to pedcab-numero
           read pedcab key is pedcab-numero
               invalid key
                   move spaces to ws-doc-erro
                   string 'PEDIDO ' pedcab-numero ' NAO EXISTE'
                       delimited by size into ws-doc-erro
           end-read
           if ws-doc-erro = spaces and pedcab-aberto
               string 'PEDIDO ' pedcab-numero ' SEM RECEBIMENTO'
                   delimited by size into ws-doc-erro
           end-if
           if ws-doc-erro = spaces
               move 'N' to ws-fim-linhas
               move pedcab-numero to pedlin-numero
               move zeros         to pedlin-chave
               start pedlin key is >= pedlin-id
                   invalid key
                       move 'S' to ws-fim-linhas
               end-start
               perform until fim-linhas
                   read pedlin next ignore lock
                   if status-pedlin <> '00'
                           or pedlin-numero <> pedcab-numero
                       move 'S' to ws-fim-linhas
                   else
                       if pedlin-qtde-rec > zeros
                           perform GUARDA-LINHA
                       end-if
                   end-if
               end-perform
           end-if.

       GUARDA-LINHA.
           if ws-qt-lin >= 500
               move 'MAIS DE 500 LINHAS RECEBIDAS NO DOC.'
                   to ws-doc-erro
               move 'S' to ws-fim-linhas
           else
               add 1 to ws-qt-lin
               move pedlin-numero   to ws-lin-pedido(ws-qt-lin)
               move pedlin-chave    to ws-lin-chave(ws-qt-lin)
               move pedcab-loja     to ws-lin-loja(ws-qt-lin)
               move pedlin-qtde-rec to ws-lin-qtde(ws-qt-lin)
               move zeros to ws-lin-base(ws-qt-lin)
               move zeros to ws-lin-aloc(ws-qt-lin)
           end-if.

      * Base de cada linha conforme o documento: valor recebido,
      * peso informado no conhecimento ou quantidade recebida.
       CALCULA-BASES.
           move zeros to ws-doc-base-tot
           perform BASE-LINHA
               varying ws-il from 1 by 1 until ws-il > ws-qt-lin
           if ws-doc-base-tot = zeros
               move 'LINHAS RECEBIDAS SEM BASE PARA RATEIO'
                   to ws-doc-erro
           end-if.

       BASE-LINHA.
           evaluate true
               when doc-por-valor
                   perform VALOR-RECEBIDO
                   move ws-valor-rec to ws-lin-base(ws-il)
               when doc-por-peso
                   perform varying ws-iw from 1 by 1
                           until ws-iw > ws-qt-pes
                       if ws-pes-pedido(ws-iw) = ws-lin-pedido(ws-il)
                          and ws-pes-chave(ws-iw) = ws-lin-chave(ws-il)
                           add ws-pes-peso(ws-iw)
                               to ws-lin-base(ws-il)
                       end-if
                   end-perform
               when other
                   move ws-lin-qtde(ws-il) to ws-lin-base(ws-il)
           end-evaluate
           add ws-lin-base(ws-il) to ws-doc-base-tot.

      * Soma das entradas do pedido no historico de custo da chave/
      * loja; sem historico (recebimento anterior ao historico), a
      * quantidade recebida ao custo medio corrente.
       VALOR-RECEBIDO.
           move zeros to ws-valor-rec
           move ws-lin-pedido(ws-il) to ws-doc-ped-num
           move 'N' to ws-fim-cshist
           move ws-lin-chave(ws-il) to cshist-chave
           move ws-lin-loja(ws-il)  to cshist-loja
           move zeros               to cshist-datahora
           start cshist key is >= cshist-id
               invalid key
                   move 'S' to ws-fim-cshist
           end-start
           perform until fim-cshist
               read cshist next ignore lock
               if status-cshist <> '00'
                       or cshist-chave <> ws-lin-chave(ws-il)
                       or cshist-loja  <> ws-lin-loja(ws-il)
                   move 'S' to ws-fim-cshist
               else
                   if cshist-doc = ws-doc-pedido
                       compute ws-valor-rec rounded = ws-valor-rec
                               + cshist-qtde * cshist-custo-ent
                   end-if
               end-if
           end-perform
           if ws-valor-rec = zeros
               move ws-lin-chave(ws-il) to cstab-chave
               move ws-lin-loja(ws-il)  to cstab-loja
               read cstab key is cstab-id
                   invalid key
                       continue
                   not invalid key
                       compute ws-valor-rec rounded =
                               ws-lin-qtde(ws-il) * cstab-custo
               end-read
           end-if.

      *----------------------------------------------------------------
      * Rateio proporcional a base; a sobra do arredondamento vai
      * para a ultima linha com base, e o total rateado fecha com o
      * documento.
      *----------------------------------------------------------------
       RATEIA-DOCUMENTO.
           add 1 to ws-cont-docs
           add ws-doc-total to ws-tot-rateado
           move zeros to ws-doc-soma
           move zeros to ws-ult
           perform varying ws-il from 1 by 1 until ws-il > ws-qt-lin
               compute ws-lin-aloc(ws-il) rounded =
                       ws-doc-total * ws-lin-base(ws-il)
                       / ws-doc-base-tot
               add ws-lin-aloc(ws-il) to ws-doc-soma
               if ws-lin-base(ws-il) > zeros
                   move ws-il to ws-ult
               end-if
           end-perform
           compute ws-lin-aloc(ws-ult) = ws-lin-aloc(ws-ult)
                   + ws-doc-total - ws-doc-soma

           accept ws-agora-data from date yyyymmdd
           accept ws-hora-raw   from time
           move ws-hora-raw(1:6) to ws-agora-hora

           perform IMPRIME-DOCUMENTO
           perform APLICA-LINHA
               varying ws-il from 1 by 1 until ws-il > ws-qt-lin.

      * Parcela da linha no custo medio: so a fracao ainda em
      * estoque entra, espalhada pelo estoque atual. O novo custo e
      * truncado no centavo - o valor que entra no estoque e o que
      * o custo efetivamente subiu, e o resto fica nas vendas.
       APLICA-LINHA.
           if ws-lin-aloc(ws-il) > zeros
               move ws-lin-chave(ws-il) to sp0103chave
               read sp01a03 key is sp0103chave
                   invalid key
                       move zeros to sp0103qtde
               end-read
               move sp0103qtde to ws-qtde-estq
               move ws-lin-chave(ws-il) to cstab-chave
               move ws-lin-loja(ws-il)  to cstab-loja
               read cstab key is cstab-id
                   invalid key
                       move 'N' to ws-tem-cstab
                       move zeros to cstab-custo
                   not invalid key
                       move 'S' to ws-tem-cstab
               end-read
               move cstab-custo to ws-custo-ant
               move cstab-custo to ws-custo-novo
               move zeros to ws-valor-estq
               if ws-qtde-estq > zeros
                   if ws-qtde-estq < ws-lin-qtde(ws-il)
                       move ws-qtde-estq to ws-qtde-cap
                   else
                       move ws-lin-qtde(ws-il) to ws-qtde-cap
                   end-if
                   compute ws-parc-estq rounded =
                           ws-lin-aloc(ws-il) * ws-qtde-cap
                           / ws-lin-qtde(ws-il)
                   compute ws-custo-novo =
                           (ws-qtde-estq * ws-custo-ant + ws-parc-estq)
                           / ws-qtde-estq
                   compute ws-valor-estq rounded =
                           ws-qtde-estq * (ws-custo-novo - ws-custo-ant)
                   if ws-valor-estq > ws-lin-aloc(ws-il)
                       move ws-lin-aloc(ws-il) to ws-valor-estq
                   end-if
               end-if
               compute ws-valor-vend =
                       ws-lin-aloc(ws-il) - ws-valor-estq
               if ws-custo-novo <> ws-custo-ant
                   perform ATUALIZA-CUSTO
               end-if
               perform GRAVA-CUSTLOG
               add ws-valor-estq to ws-tot-estoque
               add ws-valor-vend to ws-tot-vendas
               add 1 to ws-cont-linhas
           else
               move zeros to ws-custo-ant ws-custo-novo
               move zeros to ws-valor-estq ws-valor-vend
               move zeros to ws-qtde-estq
           end-if
           perform IMPRIME-LINHA.

      * Novo custo no cstab e a alteracao no historico, com a
      * data/hora do rateio (avancada um segundo se colidir com outra
      * alteracao da chave/loja).
       ATUALIZA-CUSTO.
           move ws-custo-novo to cstab-custo
           move ws-data-hoje  to cstab-dtatu
           if tem-cstab
               rewrite reg-cstab
           else
               write reg-cstab
           end-if
           move ws-lin-chave(ws-il) to cshist-chave
           move ws-lin-loja(ws-il)  to cshist-loja
           move ws-agora-ts         to cshist-datahora
           move ws-custo-ant        to cshist-custo-ant
           move ws-custo-novo       to cshist-custo-novo
           move ws-qtde-estq        to cshist-qtde-ant
           move zeros               to cshist-qtde
           compute cshist-custo-ent rounded =
                   ws-lin-aloc(ws-il) / ws-lin-qtde(ws-il)
           move ws-doc-id           to cshist-doc
           move 'custadc '          to cshist-origem
           move 'N' to ws-gravado
           perform until gravado
               write reg-cshist
                   invalid key
                       add 1 to cshist-datahora
                   not invalid key
                       move 'S' to ws-gravado
               end-write
           end-perform.

       GRAVA-CUSTLOG.
           move ws-doc-id            to custlog-doc
           move ws-lin-pedido(ws-il) to custlog-pedido
           move ws-lin-chave(ws-il)  to custlog-chave
           move ws-lin-loja(ws-il)   to custlog-loja
           if ws-custo-novo <> ws-custo-ant
               move cshist-datahora to custlog-datahora
           else
               move ws-agora-ts     to custlog-datahora
           end-if
           move ws-doc-base          to custlog-base
           move ws-lin-qtde(ws-il)   to custlog-qtde-rec
           move ws-lin-base(ws-il)   to custlog-base-linha
           move ws-lin-aloc(ws-il)   to custlog-valor-aloc
           move ws-valor-estq        to custlog-valor-estq
           move ws-valor-vend        to custlog-valor-vend
           move ws-qtde-estq         to custlog-qtde-estq
           move ws-custo-ant         to custlog-custo-ant
           move ws-custo-novo        to custlog-custo-novo
           write reg-custlog
               invalid key
                   display 'CUSTADC: LINHA DUPLICADA NO DOCUMENTO '
                           ws-doc-id ' PEDIDO ' custlog-pedido
                           ' CHAVE ' custlog-chave
                   rewrite reg-custlog
           end-write.

       IMPRIME-DOCUMENTO.
           if ws-lin-pag + 4 >= ws-linhas-pagina
               perform IMPRIME-CABECALHO
           end-if
           move ws-doc-id    to ws-ldc-doc
           move ws-doc-desc  to ws-ldc-desc
           evaluate true
               when doc-por-valor
                   move 'VALOR'      to ws-ldc-base
               when doc-por-peso
                   move 'PESO'       to ws-ldc-base
               when other
                   move 'QUANTIDADE' to ws-ldc-base
           end-evaluate
           move ws-doc-total to ws-ldc-total
           move ws-doc-data  to ws-ldc-data
           move spaces to reg-relcadc
           write reg-relcadc
           move ws-linha-doc to reg-relcadc
           write reg-relcadc
           move ws-cab2 to reg-relcadc
           write reg-relcadc
           add 3 to ws-spool-linhas
           add 3 to ws-lin-pag.

       IMPRIME-LINHA.
           if ws-lin-pag >= ws-linhas-pagina
               perform IMPRIME-CABECALHO
               move ws-cab2 to reg-relcadc
               write reg-relcadc
               add 1 to ws-spool-linhas
               add 1 to ws-lin-pag
           end-if
           move ws-lin-pedido(ws-il) to ws-det-pedido
           move ws-lin-chave(ws-il)  to ws-det-chave
           move ws-lin-loja(ws-il)   to ws-det-loja
           move ws-lin-qtde(ws-il)   to ws-det-qtde
           move ws-lin-base(ws-il)   to ws-det-base
           move ws-lin-aloc(ws-il)   to ws-det-aloc
           move ws-valor-estq        to ws-det-estq
           move ws-valor-vend        to ws-det-vend
           move ws-custo-ant         to ws-det-cus-ant
           move ws-custo-novo        to ws-det-cus-novo
           move ws-det to reg-relcadc
           write reg-relcadc
           add 1 to ws-spool-linhas
           add 1 to ws-lin-pag.

       IMPRIME-CABECALHO.
           add 1 to ws-pagina
           move ws-data-hoje to ws-cab1-data
           move ws-pagina to ws-cab1-pagina
           move ws-cab1 to reg-relcadc
           write reg-relcadc
           add 1 to ws-spool-linhas
           move 1 to ws-lin-pag.

       IMPRIME-RODAPE.
           if ws-pagina = zeros
               perform IMPRIME-CABECALHO
           end-if
           move spaces to reg-relcadc
           write reg-relcadc
           add 1 to ws-spool-linhas
           move 'DOCUMENTOS RATEADOS.........:' to ws-tot-texto
           move ws-cont-docs to ws-tot-valor
           move ws-linha-tot to reg-relcadc
           write reg-relcadc
           move 'DOCUMENTOS REJEITADOS.......:' to ws-tot-texto
           move ws-cont-rejeitados to ws-tot-valor
           move ws-linha-tot to reg-relcadc
           write reg-relcadc
           move 'VALOR RATEADO...............:' to ws-totv-texto
           move ws-tot-rateado to ws-totv-valor
           move ws-linha-totv to reg-relcadc
           write reg-relcadc
           move 'ENTROU NO CUSTO DO ESTOQUE..:' to ws-totv-texto
           move ws-tot-estoque to ws-totv-valor
           move ws-linha-totv to reg-relcadc
           write reg-relcadc
           move 'FOI PARA O CUSTO DAS VENDAS.:' to ws-totv-texto
           move ws-tot-vendas to ws-totv-valor
           move ws-linha-totv to reg-relcadc
           write reg-relcadc
           add 5 to ws-spool-linhas.

      * Registra a emissao datada no catalogo de spool.
       GRAVA-SPOOLCAT.
           copy spoolcat.prc.

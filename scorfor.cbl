      $ set callfh"pqfh"
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    scorfor.

      * Avaliacao mensal de desempenho de fornecedores: para os
      * pedidos de compra emitidos no mes, mede o que o fornecedor
      * entregou contra o que prometeu. Cada entrada lancada no
      * ledger (movled) com o documento do pedido - o recebimento de
      * recped.cbl aplicado por movto.cbl - da os dias reais da
      * emissao do pedido ate a chegada, comparados com o prazo do
      * cadastro (fortab-prazo). Por fornecedor saem o prazo medio
      * real contra o cadastrado, o atendimento (quantidade recebida
      * sobre pedida), a proporcao de pedidos fechados completos
      * contra os que ficaram parciais ou sem entrega, e as linhas
      * atrasadas - recebidas depois do prazo, ou ainda pendentes com
      * o prazo vencido. O relatorio vem classificado do melhor para
      * o pior (pontualidade, depois atendimento) e marca com '*' o
      * fornecedor cujo prazo real passou do cadastrado - e o prazo
      * que recparm.cbl usa para dimensionar o estoque minimo.
      *
      * Parametro via SYSIN: ano/mes (AAAAMM) de emissao dos pedidos
      * avaliados; zeros avalia o mes anterior ao corrente.

       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
       copy fortab.sel.
       copy pedcab.sel.
       copy pedlin.sel.
       copy movled.sel.
       copy spoolcat.sel.
           select sort-fornec assign to "sortwk1".
           select scrord assign to ws-scrord
               organization is line sequential
               file status is status-scrord.
           select relscr assign to ws-relscr
               organization is line sequential
               file status is status-relscr.

       DATA DIVISION.
       FILE SECTION.
       copy fortab.fd.
       copy pedcab.fd.
       copy pedlin.fd.
       copy movled.fd.
       copy spoolcat.fd.
      * Fornecedores avaliados em ordem de classificacao.
       SD  sort-fornec.
       01  reg-sort-fornec.
           05  sort-pontual        pic 9(03)v99.
           05  sort-atend          pic 9(03)v99.
           05  sort-codigo         pic 9(05).
           05  sort-pedidos        pic 9(05).
           05  sort-completos      pic 9(05).
           05  sort-parciais       pic 9(05).
           05  sort-abertos        pic 9(05).
           05  sort-linhas         pic 9(05).
           05  sort-atrasadas      pic 9(05).
           05  sort-media          pic 9(04)v9.
       fd  scrord
           label record standard.
       01  reg-scrord.
           05  scord-pontual       pic 9(03)v99.
           05  scord-atend         pic 9(03)v99.
           05  scord-codigo        pic 9(05).
           05  scord-pedidos       pic 9(05).
           05  scord-completos     pic 9(05).
           05  scord-parciais      pic 9(05).
           05  scord-abertos       pic 9(05).
           05  scord-linhas        pic 9(05).
           05  scord-atrasadas     pic 9(05).
           05  scord-media         pic 9(04)v9.
       fd  relscr
           label record standard.
       01  reg-relscr                 pic x(132).

       WORKING-STORAGE SECTION.
       77      ws-fortab      pic x(40) value '../../arq/fortab'.
       77      status-fortab  pic xx.
       77      ws-pedcab      pic x(40) value '../../arq/pedcab'.
       77      status-pedcab  pic xx.
       77      ws-pedlin      pic x(40) value '../../arq/pedlin'.
       77      status-pedlin  pic xx.
       77      ws-scrord      pic x(40) value '../../arq/scorfor.srt'.
       77      status-scrord  pic xx.
       77      ws-relscr      pic x(40) value '../../arq/relscr.lst'.
       77      status-relscr  pic xx.
       copy arqdir.cpy.
       copy movled.cpy.
       copy spool.cpy.

       01      ws-parm-scorfor.
               05  ws-parm-anomes      pic 9(06).

       01      ws-anomes-aval.
               05  ws-aval-ano     pic 9(04).
               05  ws-aval-mes     pic 9(02).
       01      ws-data-hoje.
               05  ws-hoje-ano     pic 9(04).
               05  ws-hoje-mes     pic 9(02).
               05  ws-hoje-dia     pic 9(02).

       77      ws-fim-pedcab  pic x(01).
               88  fim-pedcab          value 'S'.
       77      ws-fim-linhas  pic x(01).
               88  fim-linhas          value 'S'.
       77      ws-fim-movled  pic x(01).
               88  fim-movled          value 'S'.
       77      ws-fim-scrord  pic x value 'N'.
               88  fim-scrord         value 'Y'.

       01      ws-doc-pedido.
               05  filler          pic x(02) value 'PD'.
               05  ws-doc-numero   pic 9(06).
               05  filler          pic x(02) value spaces.

      * Acumuladores por fornecedor, montados na leitura dos pedidos
      * do mes e despejados no sort de classificacao no final.
       01      ws-fornecedores.
               05  ws-frn-ocorr occurs 500 times
                       indexed by ws-frn-idx.
                   10  ws-frn-codigo   pic 9(05).
                   10  ws-frn-prazo    pic 9(03).
                   10  ws-frn-pedidos  pic 9(05).
                   10  ws-frn-completos pic 9(05).
                   10  ws-frn-parciais pic 9(05).
                   10  ws-frn-abertos  pic 9(05).
                   10  ws-frn-linhas   pic 9(05).
                   10  ws-frn-atrasadas pic 9(05).
                   10  ws-frn-qtde-ped pic 9(11)v999.
                   10  ws-frn-qtde-rec pic 9(11)v999.
                   10  ws-frn-receb    pic 9(07).
                   10  ws-frn-soma-dias pic 9(09).
       77      ws-frn-qtde    pic 9(03) comp value zeros.
       77      ws-frn-achado  pic x(01).
               88  frn-achado          value 'S'.

      * Linha corrente: recebimentos achados no ledger e se algum
      * chegou depois do prazo.
       77      ws-lin-atrasada pic x(01).
               88  lin-atrasada        value 'S'.
       77      ws-dias-receb  pic s9(05) comp.
       77      ws-prazo-atual pic 9(03).

       01      ws-dthr.
               05  ws-dthr-ano     pic 9(04).
               05  ws-dthr-mes     pic 9(02).
               05  ws-dthr-dia     pic 9(02).
      * Dias corridos por serial juliano simplificado, na mesma conta
      * de frota.cbl.
       01      ws-tab-cumdias-val  pic x(36) value
               '000031059090120151181212243273304334'.
       01  filler redefines ws-tab-cumdias-val.
           05  ws-cumdias occurs 12 times pic 9(03).
       77      ws-quociente    pic 9(04) comp.
       77      ws-resto        pic 9(01) comp.
       77      ws-serial-hoje  pic 9(09) comp.
       77      ws-serial-emis  pic 9(09) comp.
       77      ws-serial       pic 9(09) comp.

       77      ws-cont-pedidos pic 9(07) value zeros.
       77      ws-posicao     pic 9(03) value zeros.
       77      ws-desvio      pic s9(04)v9.

       77      ws-linhas-pagina   pic 9(02) value 55.
       77      ws-lin-pag         pic 9(02) comp value 99.
       77      ws-pagina          pic 9(04) comp value zeros.

       01      ws-cab1.
               05  filler          pic x(40)
                       value 'DESEMPENHO DE FORNECEDORES - PEDIDOS DE'.
               05  ws-cab1-anomes  pic 9(06).
               05  filler          pic x(10) value '  PAGINA:'.
               05  ws-cab1-pagina  pic zzz9.
       01      ws-cab2.
               05  filler          pic x(05) value 'POS'.
               05  filler          pic x(37) value 'FORNECEDOR'.
               05  filler          pic x(06) value 'PED'.
               05  filler          pic x(06) value 'COMPL'.
               05  filler          pic x(06) value 'PARC'.
               05  filler          pic x(06) value 'S/ENT'.
               05  filler          pic x(07) value 'LINHAS'.
               05  filler          pic x(07) value 'ATRAS'.
               05  filler          pic x(09) value 'PONTUAL%'.
               05  filler          pic x(08) value 'ATEND%'.
               05  filler          pic x(06) value 'PRAZO'.
               05  filler          pic x(08) value 'REAL'.
               05  filler          pic x(07) value 'DESVIO'.
       01      ws-det.
               05  ws-det-pos      pic zz9.
               05  filler          pic x(02) value spaces.
               05  ws-det-fornec   pic z(04)9.
               05  filler          pic x(01) value space.
               05  ws-det-nome     pic x(30).
               05  filler          pic x(01) value space.
               05  ws-det-pedidos  pic zzzz9.
               05  filler          pic x(01) value space.
               05  ws-det-compl    pic zzzz9.
               05  filler          pic x(01) value space.
               05  ws-det-parc     pic zzzz9.
               05  filler          pic x(01) value space.
               05  ws-det-abertos  pic zzzz9.
               05  filler          pic x(02) value spaces.
               05  ws-det-linhas   pic zzzz9.
               05  filler          pic x(02) value spaces.
               05  ws-det-atras    pic zzzz9.
               05  filler          pic x(02) value spaces.
               05  ws-det-pontual  pic zz9,99.
               05  filler          pic x(02) value spaces.
               05  ws-det-atend    pic zz9,99.
               05  filler          pic x(03) value spaces.
               05  ws-det-prazo    pic zz9.
               05  filler          pic x(02) value spaces.
               05  ws-det-media    pic zzz9,9.
               05  filler          pic x(02) value spaces.
               05  ws-det-desvio   pic -zzz9,9.
               05  ws-det-flag     pic x(01).
       01      ws-linha-tot.
               05  ws-tot-texto    pic x(30).
               05  ws-tot-valor    pic z(06)9.

       PROCEDURE DIVISION.
       INICIO.
           copy arqdir.prc.
           string ws-env-arqdir delimited by space
                  '/fortab'     delimited by size
                  into ws-fortab
           string ws-env-arqdir delimited by space
                  '/pedcab'     delimited by size
                  into ws-pedcab
           string ws-env-arqdir delimited by space
                  '/pedlin'     delimited by size
                  into ws-pedlin
           string ws-env-arqdir delimited by space
                  '/movled'     delimited by size
                  into ws-movled
           string ws-env-arqdir delimited by space
                  '/scorfor.srt' delimited by size
                  into ws-scrord
           move 'relscr' to ws-spool-base
           copy spool.prc.
           move ws-spool-nome to ws-relscr

           accept ws-data-hoje from date yyyymmdd
           move zeros to ws-parm-scorfor
           accept ws-parm-scorfor from sysin
           perform DEFINE-PERIODO
           move ws-anomes-aval to ws-spool-parms

           move ws-data-hoje to ws-dthr
           perform CALCULA-SERIAL
           move ws-serial to ws-serial-hoje

           perform ABRE-ARQUIVOS

           move 'N' to ws-fim-pedcab
           move low-values to pedcab-numero
           start pedcab key is >= pedcab-numero
               invalid key
                   move 'S' to ws-fim-pedcab
           end-start
           perform until fim-pedcab
               read pedcab next ignore lock
               if status-pedcab <> '00'
                   move 'S' to ws-fim-pedcab
               else
                   if pedcab-dtemis(1:6) = ws-anomes-aval
                       perform AVALIA-PEDIDO
                   end-if
               end-if
           end-perform

           close pedcab
           close pedlin
           close movled

           sort sort-fornec
               on descending key sort-pontual sort-atend
               on ascending key sort-codigo
               input procedure is LIBERA-FORNECEDORES
               giving scrord

           perform IMPRIME-CLASSIFICACAO
           perform GRAVA-SPOOLCAT

           display 'SCORFOR: ' ws-cont-pedidos ' PEDIDOS DE '
                   ws-anomes-aval ' AVALIADOS, ' ws-frn-qtde
                   ' FORNECEDORES'
           stop run.

      * Periodo pedido ou, por default, o mes anterior ao corrente.
       DEFINE-PERIODO.
           if ws-parm-anomes not numeric or ws-parm-anomes = zeros
               move ws-hoje-ano to ws-aval-ano
               move ws-hoje-mes to ws-aval-mes
               if ws-aval-mes = 1
                   move 12 to ws-aval-mes
                   subtract 1 from ws-aval-ano
               else
                   subtract 1 from ws-aval-mes
               end-if
           else
               move ws-parm-anomes to ws-anomes-aval
           end-if.

       ABRE-ARQUIVOS.
           open input fortab
           if status-fortab <> '00'
               display 'SCORFOR: ERRO NA ABERTURA DE FORTAB - STATUS '
                       status-fortab
               move 16 to return-code
               stop run
           end-if
           open input pedcab
           if status-pedcab <> '00'
               display 'SCORFOR: ERRO NA ABERTURA DE PEDCAB - STATUS '
                       status-pedcab
               move 16 to return-code
               stop run
           end-if
           open input pedlin
           if status-pedlin <> '00'
               display 'SCORFOR: ERRO NA ABERTURA DE PEDLIN - STATUS '
                       status-pedlin
               move 16 to return-code
               stop run
           end-if
           open input movled
           if status-movled <> '00'
               display 'SCORFOR: ERRO NA ABERTURA DE MOVLED - STATUS '
                       status-movled
               move 16 to return-code
               stop run
           end-if.

      * ----------------------------------------------------------
      * Um pedido do mes: classifica o fechamento e mede cada linha.
      * ----------------------------------------------------------
       AVALIA-PEDIDO.
           add 1 to ws-cont-pedidos
           perform BUSCA-FORNECEDOR
           if not frn-achado
               display 'SCORFOR: LIMITE DE 500 FORNECEDORES - PEDIDO '
                       pedcab-numero ' IGNORADO'
           else
               add 1 to ws-frn-pedidos(ws-frn-idx)
               evaluate true
                   when pedcab-fechado
                       add 1 to ws-frn-completos(ws-frn-idx)
                   when pedcab-parcial
                       add 1 to ws-frn-parciais(ws-frn-idx)
                   when other
                       add 1 to ws-frn-abertos(ws-frn-idx)
               end-evaluate
               move ws-frn-prazo(ws-frn-idx) to ws-prazo-atual
               move pedcab-dtemis to ws-dthr
               perform CALCULA-SERIAL
               move ws-serial to ws-serial-emis
               move pedcab-numero to ws-doc-numero
               perform AVALIA-LINHAS
           end-if.

      * Fornecedor na tabela de acumuladores; o primeiro pedido dele
      * abre a posicao com o prazo do cadastro.
       BUSCA-FORNECEDOR.
           move 'N' to ws-frn-achado
           perform varying ws-frn-idx from 1 by 1
                   until ws-frn-idx > ws-frn-qtde
                       or frn-achado
               if ws-frn-codigo(ws-frn-idx) = pedcab-fornec
                   move 'S' to ws-frn-achado
               end-if
           end-perform
           if frn-achado
               set ws-frn-idx down by 1
           else
               if ws-frn-qtde < 500
                   add 1 to ws-frn-qtde
                   set ws-frn-idx to ws-frn-qtde
                   initialize ws-frn-ocorr(ws-frn-idx)
                   move pedcab-fornec to ws-frn-codigo(ws-frn-idx)
                   move pedcab-fornec to fortab-codigo
                   read fortab key is fortab-codigo
                       invalid key
                           move zeros to ws-frn-prazo(ws-frn-idx)
                       not invalid key
                           move fortab-prazo
                               to ws-frn-prazo(ws-frn-idx)
                   end-read
                   move 'S' to ws-frn-achado
               end-if
           end-if.

       AVALIA-LINHAS.
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
                   perform AVALIA-LINHA
               end-if
           end-perform.

      * Linha atrasada: algum recebimento chegou depois do prazo, ou
      * a linha ainda espera entrega com o prazo ja vencido.
       AVALIA-LINHA.
           add 1 to ws-frn-linhas(ws-frn-idx)
           add pedlin-qtde-ped to ws-frn-qtde-ped(ws-frn-idx)
           add pedlin-qtde-rec to ws-frn-qtde-rec(ws-frn-idx)
           move 'N' to ws-lin-atrasada
           perform BUSCA-RECEBIMENTOS
           if not pedlin-fechada
               compute ws-dias-receb =
                       ws-serial-hoje - ws-serial-emis
               if ws-dias-receb > ws-prazo-atual
                   move 'S' to ws-lin-atrasada
               end-if
           end-if
           if lin-atrasada
               add 1 to ws-frn-atrasadas(ws-frn-idx)
           end-if.

      * Entradas do ledger para a chave/loja desde a emissao do
      * pedido com o documento dele - cada uma e um recebimento,
      * datado pela data do documento (o dia em que a mercadoria
      * chegou); lancamento sem ela vale pela data do ledger, que e
      * a da rodada do movto.
       BUSCA-RECEBIMENTOS.
           move 'N' to ws-fim-movled
           move 'basicos   '  to movled-tabela
           move pedlin-chave  to movled-chave
           move pedcab-loja   to movled-loja
           move zeros         to movled-datahora
           move pedcab-dtemis to movled-datahora(1:8)
           start movled key is >= movled-id
               invalid key
                   move 'S' to ws-fim-movled
           end-start
           perform until fim-movled
               read movled next ignore lock
               if status-movled <> '00'
                       or movled-tabela <> 'basicos   '
                       or movled-chave <> pedlin-chave
                       or movled-loja <> pedcab-loja
                   move 'S' to ws-fim-movled
               else
                   if movled-doc = ws-doc-pedido
                           and movled-entra and movled-tp-entrada
                       if movled-dtdoc numeric
                               and movled-dtdoc > zeros
                           move movled-dtdoc to ws-dthr
                       else
                           move movled-datahora(1:8) to ws-dthr
                       end-if
                       perform CALCULA-SERIAL
                       compute ws-dias-receb =
                               ws-serial - ws-serial-emis
                       add 1 to ws-frn-receb(ws-frn-idx)
                       add ws-dias-receb
                           to ws-frn-soma-dias(ws-frn-idx)
                       if ws-dias-receb > ws-prazo-atual
                           move 'S' to ws-lin-atrasada
                       end-if
                   end-if
               end-if
           end-perform.

      * Indicadores finais de cada fornecedor para a classificacao.
       LIBERA-FORNECEDORES.
           perform varying ws-frn-idx from 1 by 1
                   until ws-frn-idx > ws-frn-qtde
               move ws-frn-codigo(ws-frn-idx)    to sort-codigo
               move ws-frn-pedidos(ws-frn-idx)   to sort-pedidos
               move ws-frn-completos(ws-frn-idx) to sort-completos
               move ws-frn-parciais(ws-frn-idx)  to sort-parciais
               move ws-frn-abertos(ws-frn-idx)   to sort-abertos
               move ws-frn-linhas(ws-frn-idx)    to sort-linhas
               move ws-frn-atrasadas(ws-frn-idx) to sort-atrasadas
               move zeros to sort-pontual sort-atend sort-media
               if ws-frn-linhas(ws-frn-idx) > zeros
                   compute sort-pontual rounded =
                           (ws-frn-linhas(ws-frn-idx)
                            - ws-frn-atrasadas(ws-frn-idx))
                           * 100 / ws-frn-linhas(ws-frn-idx)
               end-if
               if ws-frn-qtde-ped(ws-frn-idx) > zeros
                   compute sort-atend rounded =
                           ws-frn-qtde-rec(ws-frn-idx) * 100
                           / ws-frn-qtde-ped(ws-frn-idx)
               end-if
               if ws-frn-receb(ws-frn-idx) > zeros
                   compute sort-media rounded =
                           ws-frn-soma-dias(ws-frn-idx)
                           / ws-frn-receb(ws-frn-idx)
               end-if
               release reg-sort-fornec
           end-perform.

      * ----------------------------------------------------------
      * Relatorio classificado.
      * ----------------------------------------------------------
       IMPRIME-CLASSIFICACAO.
           open input scrord
           if status-scrord <> '00'
               display 'SCORFOR: ERRO NA ABERTURA DE SCRORD - STATUS '
                       status-scrord
               move 16 to return-code
               stop run
           end-if
           open output relscr
           if status-relscr <> '00'
               display 'SCORFOR: ERRO NA ABERTURA DE RELSCR - STATUS '
                       status-relscr
               move 16 to return-code
               stop run
           end-if
           perform IMPRIME-CABECALHO
           read scrord
               at end move 'Y' to ws-fim-scrord
           end-read
           perform until fim-scrord
               perform IMPRIME-FORNECEDOR
               read scrord
                   at end move 'Y' to ws-fim-scrord
               end-read
           end-perform
           move spaces to reg-relscr
           write reg-relscr
           add 1 to ws-spool-linhas
           move 'PEDIDOS AVALIADOS...........:' to ws-tot-texto
           move ws-cont-pedidos to ws-tot-valor
           move ws-linha-tot to reg-relscr
           write reg-relscr
           add 1 to ws-spool-linhas
           move 'FORNECEDORES................:' to ws-tot-texto
           move ws-frn-qtde to ws-tot-valor
           move ws-linha-tot to reg-relscr
           write reg-relscr
           add 1 to ws-spool-linhas
           close fortab
           close scrord
           close relscr.

       IMPRIME-CABECALHO.
           add 1 to ws-pagina
           move ws-anomes-aval to ws-cab1-anomes
           move ws-pagina to ws-cab1-pagina
           move ws-cab1 to reg-relscr
           write reg-relscr
           add 1 to ws-spool-linhas
           move ws-cab2 to reg-relscr
           write reg-relscr
           add 1 to ws-spool-linhas
           move 2 to ws-lin-pag.

      * Desvio = prazo medio real menos o cadastrado; positivo e
      * prazo de cadastro otimista, marcado com '*'.
       IMPRIME-FORNECEDOR.
           if ws-lin-pag >= ws-linhas-pagina
               perform IMPRIME-CABECALHO
           end-if
           add 1 to ws-posicao
           move ws-posicao to ws-det-pos
           move scord-codigo to ws-det-fornec
           move scord-codigo to fortab-codigo
           read fortab key is fortab-codigo
               invalid key
                   move 'NAO CADASTRADO' to ws-det-nome
                   move zeros to fortab-prazo
               not invalid key
                   move fortab-nome to ws-det-nome
           end-read
           move scord-pedidos   to ws-det-pedidos
           move scord-completos to ws-det-compl
           move scord-parciais  to ws-det-parc
           move scord-abertos   to ws-det-abertos
           move scord-linhas    to ws-det-linhas
           move scord-atrasadas to ws-det-atras
           move scord-pontual   to ws-det-pontual
           move scord-atend     to ws-det-atend
           move fortab-prazo    to ws-det-prazo
           move scord-media     to ws-det-media
           compute ws-desvio = scord-media - fortab-prazo
           move ws-desvio to ws-det-desvio
           move space to ws-det-flag
           if ws-desvio > zeros
               move '*' to ws-det-flag
           end-if
           move ws-det to reg-relscr
           write reg-relscr
           add 1 to ws-spool-linhas
           add 1 to ws-lin-pag.

       CALCULA-SERIAL.
           compute ws-serial = ws-dthr-ano * 365
                   + (ws-dthr-ano - 1) / 4
                   + ws-cumdias(ws-dthr-mes) + ws-dthr-dia
           divide ws-dthr-ano by 4 giving ws-quociente
               remainder ws-resto
           if ws-dthr-mes > 2 and ws-resto = zeros
               add 1 to ws-serial
           end-if.

      * Registra a emissao datada no catalogo de spool.
       GRAVA-SPOOLCAT.
           copy spoolcat.prc.

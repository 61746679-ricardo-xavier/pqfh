      $ set callfh"pqfh"
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    consig.

      * Estoque em consignacao: mercadoria que o fornecedor deixa na
      * loja e so e paga quando vendida ou consumida. O cadastro
      * (csgtab) marca o basico/loja como consignado a um fornecedor
      * do fortab, com o custo acordado; movto.cbl separa dai em
      * diante a quantidade consignada do estoque proprio a cada
      * entrada e saida e registra cada variacao no csgmov. relval,
      * fecmes e contab enxergam so o estoque proprio.
      *
      * Modos via SYSIN (modo, data inicial, data final):
      *   C - cadastro pelo arquivo csgent.txt, uma transacao por
      *       linha: I inclusao (com a quantidade ja consignada que
      *       esta no fisico, se houver), A alteracao do custo
      *       acordado (o fornecedor so muda com o consignado
      *       zerado), X encerramento (so com o consignado zerado -
      *       devolva ou acerte antes). Transacao invalida vai para
      *       csgrej.txt com motivo;
      *   A - acerto (default): relatorio por fornecedor do consumido
      *       do consignado no periodo e ainda nao acertado - vendas,
      *       perdas e transferencias para item proprio -, pelo custo
      *       acordado de cada consumo, com o total a pagar;
      *   F - fecha o acerto: o mesmo relatorio, marcando os consumos
      *       listados como acertados na data de hoje - nao voltam no
      *       proximo acerto.
      * Periodo em branco ou zerado e o mes anterior ao corrente.
      * Os totais por fornecedor vao para csgpag.txt, prontos para o
      * contas a pagar, so no modo F; a previa do modo A vai para
      * csgprv.txt e nunca sobrepoe o ultimo fechamento. No F os
      * consumos so sao marcados depois de gravados relatorio e
      * csgpag.
      * Relatorio no spool ('relcsg'); retorno 8 com transacao
      * rejeitada.

       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
       copy sp01a03.sel.
       copy fortab.sel.
       copy csgtab.sel.
       copy csgmov.sel.
       copy spoolcat.sel.
           select csgent assign to ws-csgent
               organization is line sequential
               file status is status-csgent.
           select csgrej assign to ws-csgrej
               organization is line sequential
               file status is status-csgrej.
           select sort-acerto assign to "sortwk1".
           select csgord assign to ws-csgord
               organization is line sequential
               file status is status-csgord.
           select csgpag assign to ws-csgpag
               organization is line sequential
               file status is status-csgpag.
           select relcsg assign to ws-relcsg
               organization is line sequential
               file status is status-relcsg.

       DATA DIVISION.
       FILE SECTION.
       copy sp01a03.fd.
       copy fortab.fd.
       copy csgtab.fd.
       copy csgmov.fd.
       copy spoolcat.fd.
      * Transacoes do cadastro de consignacao. A quantidade so vale
      * na inclusao: o consignado que ja esta no fisico da loja.
       fd  csgent
           label record standard.
       01  reg-csgent.
           05  cent-operacao       pic x(01).
               88  cent-inclusao       value 'I'.
               88  cent-alteracao      value 'A'.
               88  cent-encerramento   value 'X'.
           05  cent-chave          pic 9(08).
           05  cent-loja           pic 9(03).
           05  cent-fornec         pic 9(05).
           05  cent-custo          pic 9(07)v99.
           05  cent-qtde           pic 9(07)v999.
       fd  csgrej
           label record standard.
       01  reg-csgrej.
           05  rej-item            pic x(36).
           05  rej-motivo          pic 9(02).
      * Consumos do periodo reordenados por fornecedor/loja/chave/
      * custo.
       SD  sort-acerto.
       01  reg-sort-acerto.
           05  sort-fornec         pic 9(05).
           05  sort-loja           pic 9(03).
           05  sort-chave          pic 9(08).
           05  sort-custo          pic 9(07)v99.
           05  sort-qtde           pic 9(07)v999.
       fd  csgord
           label record standard.
       01  reg-csgord.
           05  csord-fornec        pic 9(05).
           05  csord-loja          pic 9(03).
           05  csord-chave         pic 9(08).
           05  csord-custo         pic 9(07)v99.
           05  csord-qtde          pic 9(07)v999.
      * Total a pagar por fornecedor no periodo.
       fd  csgpag
           label record standard.
       01  reg-csgpag.
           05  cpag-fornec         pic 9(05).
           05  cpag-nome           pic x(30).
           05  cpag-dtini          pic 9(08).
           05  cpag-dtfim          pic 9(08).
           05  cpag-valor          pic 9(11)v99.
           05  cpag-situacao       pic x(01).
               88  cpag-previa         value 'P'.
               88  cpag-fechado        value 'F'.
       fd  relcsg
           label record standard.
       01  reg-relcsg                 pic x(132).

       WORKING-STORAGE SECTION.
       77      ws-sp01a03     pic x(40) value '../../arq/sp01a03'.
       77      status01-a03   pic xx.
       77      ws-fortab      pic x(40) value '../../arq/fortab'.
       77      status-fortab  pic xx.
       77      ws-csgtab      pic x(40) value '../../arq/csgtab'.
       77      status-csgtab  pic xx.
       77      ws-csgmov      pic x(40) value '../../arq/csgmov'.
       77      status-csgmov  pic xx.
       77      ws-csgent      pic x(40) value '../../arq/csgent.txt'.
       77      status-csgent  pic xx.
       77      ws-csgrej      pic x(40) value '../../arq/csgrej.txt'.
       77      status-csgrej  pic xx.
       77      ws-csgord      pic x(40) value '../../arq/csgacr.srt'.
       77      status-csgord  pic xx.
       77      ws-csgpag      pic x(40) value '../../arq/csgpag.txt'.
       77      status-csgpag  pic xx.
       77      ws-csgprv      pic x(40) value '../../arq/csgprv.txt'.
       77      ws-relcsg      pic x(40) value '../../arq/relcsg.lst'.
       77      status-relcsg  pic xx.
       copy arqdir.cpy.
       copy spool.cpy.

       01      ws-parm-consig.
               05  ws-parm-modo        pic x(01).
                   88  parm-modo-cadastro  value 'C'.
                   88  parm-modo-acerto    value 'A'.
                   88  parm-modo-fecha     value 'F'.
               05  ws-parm-dtini       pic 9(08).
               05  ws-parm-dtfim       pic 9(08).

       01      ws-data-hoje.
               05  ws-hoje-ano     pic 9(04).
               05  ws-hoje-mes     pic 9(02).
               05  ws-hoje-dia     pic 9(02).
       01      ws-data-per.
               05  ws-per-ano      pic 9(04).
               05  ws-per-mes      pic 9(02).
               05  ws-per-dia      pic 9(02).
       77      ws-dtini       pic 9(08).
       77      ws-dtfim       pic 9(08).
       77      ws-hora-raw    pic 9(08).
       01      ws-agora.
               05  ws-agora-data   pic 9(08).
               05  ws-agora-hora   pic 9(06).
       01      ws-agora-ts redefines ws-agora pic 9(14).

       77      ws-fim-csgent  pic x(01).
               88  fim-csgent          value 'S'.
       77      ws-fim-csgmov  pic x(01).
               88  fim-csgmov          value 'S'.
       77      ws-fim-csgord  pic x(01).
               88  fim-csgord          value 'S'.
       77      ws-tem-a03     pic x(01) value 'N'.
               88  tem-a03             value 'S'.
       77      ws-tem-fortab  pic x(01) value 'N'.
               88  tem-fortab          value 'S'.
       77      ws-csg-existe  pic x(01).
               88  csg-existe          value 'S'.
       77      ws-csg-gravado pic x(01).
               88  csg-gravado         value 'S'.

      * Critica da transacao do cadastro.
       77      ws-motivo      pic 9(02).
               88  cent-valida            value 00.
               88  mot-operacao-invalida  value 01.
               88  mot-chave-inexistente  value 02.
               88  mot-chave-inativa      value 03.
               88  mot-loja-divergente    value 04.
               88  mot-fornec-inexistente value 05.
               88  mot-custo-invalido     value 06.
               88  mot-ja-consignado      value 07.
               88  mot-nao-consignado     value 08.
               88  mot-qtde-invalida      value 09.
               88  mot-consignado-saldo   value 10.

       77      ws-cont-lidas      pic 9(07) value zeros.
       77      ws-cont-inc        pic 9(07) value zeros.
       77      ws-cont-alt        pic 9(07) value zeros.
       77      ws-cont-enc        pic 9(07) value zeros.
       77      ws-cont-rejei      pic 9(07) value zeros.
       77      ws-cont-consumos   pic 9(07) value zeros.

      * Quebras do acerto: fornecedor e linha (loja/chave/custo).
       77      ws-forn-atual  pic 9(05) value zeros.
       77      ws-forn-nome   pic x(30).
       77      ws-tem-forn    pic x(01) value 'N'.
               88  tem-forn            value 'S'.
       77      ws-lin-loja    pic 9(03).
       77      ws-lin-chave   pic 9(08).
       77      ws-lin-custo   pic 9(07)v99.
       77      ws-lin-qtde    pic 9(07)v999.
       77      ws-tem-lin     pic x(01) value 'N'.
               88  tem-lin             value 'S'.
       77      ws-valor-lin   pic 9(11)v99.
       77      ws-tot-forn    pic 9(11)v99 value zeros.
       77      ws-tot-geral   pic 9(11)v99 value zeros.
       77      ws-cont-forn   pic 9(05) value zeros.

       77      ws-linhas-pagina   pic 9(02) value 55.
       77      ws-lin-pag         pic 9(02) comp value 99.
       77      ws-pagina          pic 9(04) comp value zeros.

       01      ws-cab1.
               05  filler          pic x(30)
                       value 'ACERTO DE CONSIGNACAO  FORNEC:'.
               05  ws-cab1-fornec  pic z(04)9.
               05  filler          pic x(01) value space.
               05  ws-cab1-forn-nm pic x(30).
               05  filler          pic x(10) value '  PERIODO:'.
               05  ws-cab1-dtini   pic 9(08).
               05  filler          pic x(03) value ' A '.
               05  ws-cab1-dtfim   pic 9(08).
               05  filler          pic x(09) value '  PAGINA:'.
               05  ws-cab1-pagina  pic zzz9.
       01      ws-cab2.
               05  filler          pic x(06) value 'LOJA'.
               05  filler          pic x(10) value 'CHAVE'.
               05  filler          pic x(32) value 'DESCRICAO'.
               05  filler          pic x(14) value '  QTDE CONSUM.'.
               05  filler          pic x(13) value ' CUSTO ACORD.'.
               05  filler          pic x(17) value '            VALOR'.
       01      ws-det.
               05  ws-det-loja     pic zz9.
               05  filler          pic x(03) value spaces.
               05  ws-det-chave    pic 9(08).
               05  filler          pic x(02) value spaces.
               05  ws-det-desc     pic x(30).
               05  filler          pic x(02) value spaces.
               05  ws-det-qtde     pic z(06)9,999.
               05  filler          pic x(03) value spaces.
               05  ws-det-custo    pic z(06)9,99.
               05  filler          pic x(03) value spaces.
               05  ws-det-valor    pic zz.zzz.zzz.zz9,99.
       01      ws-linha-tot.
               05  ws-tot-texto    pic x(30).
               05  filler          pic x(40) value spaces.
               05  ws-tot-valor    pic zz.zzz.zzz.zz9,99.
       01      ws-linha-cont.
               05  ws-cont-texto   pic x(30).
               05  ws-cont-valor   pic z(06)9.

       PROCEDURE DIVISION.
       INICIO.
           copy arqdir.prc.
           string ws-env-arqdir delimited by space
                  '/sp01a03'    delimited by size
                  into ws-sp01a03
           string ws-env-arqdir delimited by space
                  '/fortab'     delimited by size
                  into ws-fortab
           string ws-env-arqdir delimited by space
                  '/csgtab'     delimited by size
                  into ws-csgtab
           string ws-env-arqdir delimited by space
                  '/csgmov'     delimited by size
                  into ws-csgmov
           string ws-env-arqdir delimited by space
                  '/csgent.txt' delimited by size
                  into ws-csgent
           string ws-env-arqdir delimited by space
                  '/csgrej.txt' delimited by size
                  into ws-csgrej
           string ws-env-arqdir delimited by space
                  '/csgacr.srt' delimited by size
                  into ws-csgord
           string ws-env-arqdir delimited by space
                  '/csgpag.txt' delimited by size
                  into ws-csgpag
           string ws-env-arqdir delimited by space
                  '/csgprv.txt' delimited by size
                  into ws-csgprv

           move spaces to ws-parm-consig
           accept ws-parm-consig from sysin
           if ws-parm-modo = space
               move 'A' to ws-parm-modo
           end-if
           if not parm-modo-cadastro and not parm-modo-acerto
                   and not parm-modo-fecha
               display 'CONSIG: MODO INVALIDO - INFORME C, A OU F'
               move 16 to return-code
               stop run
           end-if
           accept ws-data-hoje  from date yyyymmdd
           move ws-data-hoje to ws-agora-data
           accept ws-hora-raw   from time
           move ws-hora-raw(1:6) to ws-agora-hora

           perform ABRE-CONSIGNACAO
           if parm-modo-cadastro
               perform CADASTRO-CONSIGNACAO
           else
               perform DEFINE-PERIODO
               perform ACERTO-CONSIGNACAO
           end-if
           close csgtab
           close csgmov
           stop run.

       ABRE-CONSIGNACAO.
           open i-o csgtab
           if status-csgtab = '35'
               open output csgtab
               close csgtab
               open i-o csgtab
           end-if
           if status-csgtab <> '00'
               display 'CONSIG: ERRO NA ABERTURA DE CSGTAB - STATUS '
                       status-csgtab
               move 16 to return-code
               stop run
           end-if
           open i-o csgmov
           if status-csgmov = '35'
               open output csgmov
               close csgmov
               open i-o csgmov
           end-if
           if status-csgmov <> '00'
               display 'CONSIG: ERRO NA ABERTURA DE CSGMOV - STATUS '
                       status-csgmov
               move 16 to return-code
               stop run
           end-if.

      * Periodo pedido ou, por default, o mes anterior ao corrente
      * (dia 31 cobre qualquer fim de mes na comparacao de datas).
       DEFINE-PERIODO.
           if ws-parm-dtini not numeric or ws-parm-dtini = zeros
                   or ws-parm-dtfim not numeric
                   or ws-parm-dtfim = zeros
               move ws-hoje-ano to ws-per-ano
               move ws-hoje-mes to ws-per-mes
               if ws-per-mes = 1
                   move 12 to ws-per-mes
                   subtract 1 from ws-per-ano
               else
                   subtract 1 from ws-per-mes
               end-if
               move 01 to ws-per-dia
               move ws-data-per to ws-dtini
               move 31 to ws-per-dia
               move ws-data-per to ws-dtfim
           else
               move ws-parm-dtini to ws-dtini
               move ws-parm-dtfim to ws-dtfim
           end-if
           move ws-dtini to ws-parm-dtini
           move ws-dtfim to ws-parm-dtfim
           move ws-parm-consig to ws-spool-parms.

      *----------------------------------------------------------------
      * Modo C - cadastro pelo arquivo de transacoes.
      *----------------------------------------------------------------
       CADASTRO-CONSIGNACAO.
           open input sp01a03
           if status01-a03 <> '00'
               display 'CONSIG: ERRO NA ABERTURA DE SP01A03 - STATUS '
                       status01-a03
               move 16 to return-code
               stop run
           end-if
           open input fortab
           if status-fortab <> '00'
               display 'CONSIG: ERRO NA ABERTURA DE FORTAB - STATUS '
                       status-fortab
               display 'CONSIG: CADASTRE OS FORNECEDORES EM MANTFORN'
               move 16 to return-code
               stop run
           end-if
           open input csgent
           if status-csgent <> '00'
               display 'CONSIG: ERRO NA ABERTURA DE CSGENT - STATUS '
                       status-csgent
               move 16 to return-code
               stop run
           end-if
           open output csgrej
           if status-csgrej <> '00'
               display 'CONSIG: ERRO NA ABERTURA DE CSGREJ - STATUS '
                       status-csgrej
               move 16 to return-code
               stop run
           end-if
           move 'N' to ws-fim-csgent
           read csgent
               at end move 'S' to ws-fim-csgent
           end-read
           perform until fim-csgent
               add 1 to ws-cont-lidas
               perform VALIDA-TRANSACAO
               if cent-valida
                   perform APLICA-TRANSACAO
               else
                   move reg-csgent to rej-item
                   move ws-motivo  to rej-motivo
                   write reg-csgrej
                   add 1 to ws-cont-rejei
               end-if
               read csgent
                   at end move 'S' to ws-fim-csgent
               end-read
           end-perform
           close sp01a03
           close fortab
           close csgent
           close csgrej
           display 'CONSIG: ' ws-cont-lidas ' TRANSACOES - '
                   ws-cont-inc ' INCLUIDAS, ' ws-cont-alt
                   ' ALTERADAS, ' ws-cont-enc ' ENCERRADAS, '
                   ws-cont-rejei ' REJEITADAS'
           if ws-cont-rejei > zeros
               move 8 to return-code
           end-if.

      * Critica na ordem em que o erro e mais barato de apontar; o
      * primeiro motivo encontrado vale.
       VALIDA-TRANSACAO.
           move zeros to ws-motivo
           if not cent-inclusao and not cent-alteracao
                   and not cent-encerramento
               move 01 to ws-motivo
           end-if
           if cent-valida
               if cent-chave not numeric or cent-loja not numeric
                   move 02 to ws-motivo
               else
                   move cent-chave to sp0103chave
                   read sp01a03 key is sp0103chave
                       invalid key
                           move 02 to ws-motivo
                   end-read
               end-if
           end-if
           if cent-valida and not cent-encerramento
               if not sp0103ativo
                   move 03 to ws-motivo
               end-if
           end-if
           if cent-valida
               if sp0103loja <> cent-loja
                   move 04 to ws-motivo
               end-if
           end-if
           if cent-valida
               move 'N' to ws-csg-existe
               move cent-chave to csgtab-chave
               move cent-loja  to csgtab-loja
               read csgtab key is csgtab-id
                   invalid key
                       continue
                   not invalid key
                       move 'S' to ws-csg-existe
               end-read
               if cent-inclusao
                   if csg-existe and csgtab-ativo
                       move 07 to ws-motivo
                   end-if
               else
                   if not csg-existe or not csgtab-ativo
                       move 08 to ws-motivo
                   end-if
               end-if
           end-if
           if cent-valida and not cent-encerramento
               perform VALIDA-DADOS
           end-if
           if cent-valida and cent-encerramento
               if csgtab-qtde > zeros
                   move 10 to ws-motivo
               end-if
           end-if.

      * Fornecedor, custo acordado e, na inclusao, a quantidade ja
      * consignada - nunca acima do fisico do item.
       VALIDA-DADOS.
           if cent-fornec not numeric
               move 05 to ws-motivo
           else
               move cent-fornec to fortab-codigo
               read fortab key is fortab-codigo
                   invalid key
                       move 05 to ws-motivo
               end-read
           end-if
           if cent-valida
               if cent-custo not numeric or cent-custo = zeros
                   move 06 to ws-motivo
               end-if
           end-if
           if cent-valida and cent-inclusao
               if cent-qtde = spaces
                   move zeros to cent-qtde
               end-if
               if cent-qtde not numeric
                       or cent-qtde > sp0103qtde
                   move 09 to ws-motivo
               end-if
           end-if
           if cent-valida and cent-alteracao
               if cent-fornec <> csgtab-fornec
                       and csgtab-qtde > zeros
                   move 10 to ws-motivo
               end-if
           end-if.

      * Registro encerrado volta a valer na reinclusao, com os dados
      * novos. A quantidade inicial entra no csgmov como carga, sem
      * lancamento no ledger - o fisico nao muda; contab.cbl tira a
      * carga do estoque proprio pelo csgmov.
       APLICA-TRANSACAO.
           evaluate true
               when cent-inclusao
                   move spaces        to reg-csgtab
                   move cent-chave    to csgtab-chave
                   move cent-loja     to csgtab-loja
                   move cent-fornec   to csgtab-fornec
                   move cent-custo    to csgtab-custo
                   move cent-qtde     to csgtab-qtde
                   move 'A'           to csgtab-situacao
                   move ws-data-hoje  to csgtab-dtini
                   move ws-data-hoje  to csgtab-dtatu
                   if csg-existe
                       rewrite reg-csgtab
                   else
                       write reg-csgtab
                   end-if
                   if cent-qtde > zeros
                       perform GRAVA-CARGA
                   end-if
                   add 1 to ws-cont-inc
               when cent-alteracao
                   move cent-fornec   to csgtab-fornec
                   move cent-custo    to csgtab-custo
                   move ws-data-hoje  to csgtab-dtatu
                   rewrite reg-csgtab
                   add 1 to ws-cont-alt
               when cent-encerramento
                   move 'I'           to csgtab-situacao
                   move ws-data-hoje  to csgtab-dtatu
                   rewrite reg-csgtab
                   add 1 to ws-cont-enc
           end-evaluate.

      * Dois registros do mesmo item no mesmo segundo colidem na
      * chave; o segundo avanca ate achar vaga, como no ledger.
       GRAVA-CARGA.
           move cent-chave    to csgmov-chave
           move cent-loja     to csgmov-loja
           move ws-agora-ts   to csgmov-datahora
           move 'I'           to csgmov-tipo
           move cent-fornec   to csgmov-fornec
           move cent-qtde     to csgmov-qtde
           move cent-custo    to csgmov-custo
           move 'CADASTRO'    to csgmov-doc
           move ws-data-hoje  to csgmov-dtdoc
           move zeros         to csgmov-acerto
           move 'N' to ws-csg-gravado
           perform until csg-gravado
               write reg-csgmov
                   invalid key
                       add 1 to csgmov-datahora
                   not invalid key
                       move 'S' to ws-csg-gravado
               end-write
           end-perform.

      *----------------------------------------------------------------
      * Modos A e F - acerto do consumido com o fornecedor.
      *----------------------------------------------------------------
       ACERTO-CONSIGNACAO.
           move 'relcsg' to ws-spool-base
           copy spool.prc.
           move ws-spool-nome to ws-relcsg
           if not parm-modo-fecha
               move ws-csgprv to ws-csgpag
           end-if

           open output csgpag
           if status-csgpag <> '00'
               display 'CONSIG: ERRO NA ABERTURA DE CSGPAG - STATUS '
                       status-csgpag
               move 16 to return-code
               stop run
           end-if
           open output relcsg
           if status-relcsg <> '00'
               display 'CONSIG: ERRO NA ABERTURA DE RELCSG - STATUS '
                       status-relcsg
               move 16 to return-code
               stop run
           end-if

           sort sort-acerto
               on ascending key sort-fornec sort-loja sort-chave
                                sort-custo
               input procedure is SELECIONA-CONSUMOS
               giving csgord

           open input sp01a03
           if status01-a03 = '00'
               move 'S' to ws-tem-a03
           end-if
           open input fortab
           if status-fortab = '00'
               move 'S' to ws-tem-fortab
           end-if
           open input csgord
           if status-csgord <> '00'
               display 'CONSIG: ERRO NA ABERTURA DE CSGORD - STATUS '
                       status-csgord
               move 16 to return-code
               stop run
           end-if

           move 'N' to ws-fim-csgord
           read csgord
               at end move 'S' to ws-fim-csgord
           end-read
           perform until fim-csgord
               if csord-fornec <> ws-forn-atual or not tem-forn
                   if tem-forn
                       perform FECHA-LINHA
                       perform IMPRIME-TOTAL-FORNEC
                   end-if
                   move csord-fornec to ws-forn-atual
                   move 'S' to ws-tem-forn
                   move zeros to ws-tot-forn
                   perform BUSCA-FORNECEDOR
                   perform IMPRIME-CABECALHO
               end-if
               if tem-lin
                       and (csord-loja  <> ws-lin-loja
                         or csord-chave <> ws-lin-chave
                         or csord-custo <> ws-lin-custo)
                   perform FECHA-LINHA
               end-if
               if not tem-lin
                   move 'S' to ws-tem-lin
                   move csord-loja  to ws-lin-loja
                   move csord-chave to ws-lin-chave
                   move csord-custo to ws-lin-custo
                   move zeros to ws-lin-qtde
               end-if
               add csord-qtde to ws-lin-qtde
               read csgord
                   at end move 'S' to ws-fim-csgord
               end-read
           end-perform
           if tem-forn
               perform FECHA-LINHA
               perform IMPRIME-TOTAL-FORNEC
           end-if
           perform IMPRIME-RODAPE
           perform GRAVA-SPOOLCAT

           if tem-a03
               close sp01a03
           end-if
           if tem-fortab
               close fortab
           end-if
           close csgord
           close csgpag
           close relcsg
           if parm-modo-fecha
               perform MARCA-ACERTADOS
           end-if

           display 'CONSIG: ' ws-cont-consumos ' CONSUMOS DE '
                   ws-cont-forn ' FORNECEDORES NO PERIODO '
                   ws-dtini ' A ' ws-dtfim
           if parm-modo-fecha
               display 'CONSIG: ACERTO FECHADO EM ' ws-data-hoje
           end-if.

      * Consumos do periodo ainda nao acertados.
       SELECIONA-CONSUMOS.
           move 'N' to ws-fim-csgmov
           move low-values to csgmov-id
           start csgmov key is >= csgmov-id
               invalid key
                   move 'S' to ws-fim-csgmov
           end-start
           perform until fim-csgmov
               read csgmov next
               if status-csgmov <> '00'
                   move 'S' to ws-fim-csgmov
               else
                   if csgmov-consumo
                           and csgmov-acerto = zeros
                           and csgmov-dtdoc >= ws-dtini
                           and csgmov-dtdoc <= ws-dtfim
                       move csgmov-fornec to sort-fornec
                       move csgmov-loja   to sort-loja
                       move csgmov-chave  to sort-chave
                       move csgmov-custo  to sort-custo
                       move csgmov-qtde   to sort-qtde
                       release reg-sort-acerto
                       add 1 to ws-cont-consumos
                   end-if
               end-if
           end-perform.

      * Fechamento: com relatorio e csgpag ja gravados, os consumos
      * selecionados recebem a data do acerto e nao voltam no
      * proximo. O acerto roda fora do horario do movto; a releitura
      * com o mesmo criterio encontra os mesmos consumos.
       MARCA-ACERTADOS.
           move 'N' to ws-fim-csgmov
           move low-values to csgmov-id
           start csgmov key is >= csgmov-id
               invalid key
                   move 'S' to ws-fim-csgmov
           end-start
           perform until fim-csgmov
               read csgmov next
               if status-csgmov <> '00'
                   move 'S' to ws-fim-csgmov
               else
                   if csgmov-consumo
                           and csgmov-acerto = zeros
                           and csgmov-dtdoc >= ws-dtini
                           and csgmov-dtdoc <= ws-dtfim
                       move ws-data-hoje to csgmov-acerto
                       rewrite reg-csgmov
                   end-if
               end-if
           end-perform.

       BUSCA-FORNECEDOR.
           add 1 to ws-cont-forn
           move 'NAO CADASTRADO' to ws-forn-nome
           if tem-fortab
               move ws-forn-atual to fortab-codigo
               read fortab key is fortab-codigo
                   invalid key
                       continue
                   not invalid key
                       move fortab-nome to ws-forn-nome
               end-read
           end-if.

      * Uma linha por loja/chave/custo acordado: custo alterado no
      * meio do periodo sai em linhas separadas.
       FECHA-LINHA.
           if tem-lin
               if ws-lin-pag >= ws-linhas-pagina
                   perform IMPRIME-CABECALHO
               end-if
               compute ws-valor-lin rounded =
                       ws-lin-qtde * ws-lin-custo
               move spaces to ws-det-desc
               if tem-a03
                   move ws-lin-chave to sp0103chave
                   read sp01a03 key is sp0103chave
                       invalid key
                           move 'NAO CADASTRADO' to ws-det-desc
                       not invalid key
                           move sp0103desc to ws-det-desc
                   end-read
               end-if
               move ws-lin-loja  to ws-det-loja
               move ws-lin-chave to ws-det-chave
               move ws-lin-qtde  to ws-det-qtde
               move ws-lin-custo to ws-det-custo
               move ws-valor-lin to ws-det-valor
               move ws-det to reg-relcsg
               write reg-relcsg
               add 1 to ws-spool-linhas
               add 1 to ws-lin-pag
               add ws-valor-lin to ws-tot-forn
               add ws-valor-lin to ws-tot-geral
               move 'N' to ws-tem-lin
           end-if.

       IMPRIME-CABECALHO.
           add 1 to ws-pagina
           move ws-forn-atual to ws-cab1-fornec
           move ws-forn-nome  to ws-cab1-forn-nm
           move ws-dtini      to ws-cab1-dtini
           move ws-dtfim      to ws-cab1-dtfim
           move ws-pagina     to ws-cab1-pagina
           move ws-cab1 to reg-relcsg
           write reg-relcsg
           add 1 to ws-spool-linhas
           move ws-cab2 to reg-relcsg
           write reg-relcsg
           add 1 to ws-spool-linhas
           move 2 to ws-lin-pag.

       IMPRIME-TOTAL-FORNEC.
           move 'TOTAL A PAGAR AO FORNEC.....:' to ws-tot-texto
           move ws-tot-forn to ws-tot-valor
           move ws-linha-tot to reg-relcsg
           write reg-relcsg
           add 1 to ws-spool-linhas
           move spaces to reg-relcsg
           write reg-relcsg
           add 1 to ws-spool-linhas
           add 2 to ws-lin-pag
           move ws-forn-atual to cpag-fornec
           move ws-forn-nome  to cpag-nome
           move ws-dtini      to cpag-dtini
           move ws-dtfim      to cpag-dtfim
           move ws-tot-forn   to cpag-valor
           if parm-modo-fecha
               move 'F' to cpag-situacao
           else
               move 'P' to cpag-situacao
           end-if
           write reg-csgpag.

       IMPRIME-RODAPE.
           move spaces to reg-relcsg
           write reg-relcsg
           add 1 to ws-spool-linhas
           if parm-modo-fecha
               move 'CONSUMOS ACERTADOS..........:' to ws-cont-texto
           else
               move 'CONSUMOS A ACERTAR (PREVIA).:' to ws-cont-texto
           end-if
           move ws-cont-consumos to ws-cont-valor
           move ws-linha-cont to reg-relcsg
           write reg-relcsg
           add 1 to ws-spool-linhas
           move 'TOTAL GERAL A PAGAR.........:' to ws-tot-texto
           move ws-tot-geral to ws-tot-valor
           move ws-linha-tot to reg-relcsg
           write reg-relcsg
           add 1 to ws-spool-linhas.

       GRAVA-SPOOLCAT.
           copy spoolcat.prc.

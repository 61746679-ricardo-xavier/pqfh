      $ set callfh"pqfh"
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    relprc.

      * Divergencia de precos na frota: a mesma chave deve vender
      * pelo mesmo preco em todas as lojas, salvo preco regional
      * aprovado - mas as correcoes locais no cadastro fazem o
      * sp0103preco de cada diretorio derivar. Como painel.cbl, o
      * programa visita o diretorio de dados de cada loja do lojatab
      * e levanta, por chave:
      *   - o preco vigente dos basicos ativos (sp01a03);
      *   - a data da ultima alteracao do preco na loja - a maior
      *     entre a vigencia dos precos ativados do prctab e as
      *     alteracoes de preco da trilha de manter.cbl (mantaud.txt);
      *   - o preco pendente do prctab (carregado ou aprovado, ainda
      *     nao ativado) de vigencia mais distante, que e o preco em
      *     que a loja vai ficar.
      * Tudo e ordenado por chave/loja e cada chave presente em mais
      * de uma loja e comparada com a referencia: o preco da loja de
      * referencia informada ou, sem ela (ou sem a chave nela), a
      * moda da frota - o preco praticado pelo maior numero de
      * lojas; no empate, o da loja de menor codigo. A comparacao e
      * feita duas vezes, com o preco vigente e com o preco em que
      * cada loja vai ficar depois das pendencias; a loja fora da
      * referencia em qualquer das duas sai no relatorio com a
      * diferenca, a data da ultima alteracao e a pendencia.
      *
      * Excecoes regionais aprovadas ficam em prcexc.txt, no
      * diretorio central ao lado do lojatab, um registro por
      * chave/loja: chave 9(8), loja 9(3), fim da vigencia aaaammdd
      * (zeros = sem fim) e o motivo. A loja em excecao vigente sai
      * da comparacao daquela chave - nem entra na moda nem aparece
      * no relatorio.
      *
      * Parametro via SYSIN: loja de referencia (zeros = moda da
      * frota). Retorno 8 quando o diretorio de alguma loja nao pode
      * ser lido.

       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
       copy sp01a03.sel.
       copy prctab.sel.
       copy spoolcat.sel.
           select lojatab assign to ws-lojatab
               organization is line sequential
               file status is status-lojatab.
           select prcexc assign to ws-prcexc
               organization is line sequential
               file status is status-prcexc.
           select mantaud assign to ws-mantaud
               organization is line sequential
               file status is status-mantaud.
           select sort-precos assign to "sortwk1".
           select prcord assign to ws-prcord
               organization is line sequential
               file status is status-prcord.
           select relprc assign to ws-relprc
               organization is line sequential
               file status is status-relprc.

       DATA DIVISION.
       FILE SECTION.
       copy sp01a03.fd.
       copy prctab.fd.
       copy spoolcat.fd.
      * Cadastro de lojas da frota - mesmo layout de frota.cbl.
       fd  lojatab
           label record standard.
       01  reg-lojatab.
           05  lojatab-codigo      pic 9(03).
           05  lojatab-descricao   pic x(30).
           05  lojatab-diretorio   pic x(40).
      * Excecoes regionais de preco aprovadas.
       fd  prcexc
           label record standard.
       01  reg-prcexc.
           05  prcexc-chave        pic 9(08).
           05  prcexc-loja         pic 9(03).
           05  prcexc-dtfim        pic 9(08).
           05  prcexc-motivo       pic x(40).
      * Trilha de auditoria de manter.cbl - mesmo layout de
      * relexc.cbl; as imagens sao o registro de sp01a03.
       fd  mantaud
           label record standard.
       01  reg-mantaud.
           05  mantaud-operador    pic x(08).
           05  mantaud-datahora    pic 9(14).
           05  mantaud-opcao       pic x(01).
           05  mantaud-chave       pic 9(08).
           05  mantaud-img-antes   pic x(80).
           05  mantaud-img-depois  pic x(80).
      * Fato de preco por chave/loja: A preco vigente, H alteracao
      * de preco (data), N pendencia do prctab (vigencia e preco).
       SD  sort-precos.
       01  reg-sort-precos.
           05  sprc-chave          pic 9(08).
           05  sprc-loja           pic 9(03).
           05  sprc-tipo           pic x(01).
           05  sprc-data           pic 9(08).
           05  sprc-preco          pic 9(07)v99.
           05  sprc-desc           pic x(30).
       fd  prcord
           label record standard.
       01  reg-prcord.
           05  prc-chave           pic 9(08).
           05  prc-loja            pic 9(03).
           05  prc-tipo            pic x(01).
               88  prc-vigente         value 'A'.
               88  prc-alteracao       value 'H'.
               88  prc-pendente        value 'N'.
           05  prc-data            pic 9(08).
           05  prc-preco           pic 9(07)v99.
           05  prc-desc            pic x(30).
       fd  relprc
           label record standard.
       01  reg-relprc                 pic x(132).

       WORKING-STORAGE SECTION.
       77      ws-lojatab     pic x(40) value '../../arq/lojatab'.
       77      status-lojatab pic xx.
       77      ws-prcexc      pic x(40) value '../../arq/prcexc.txt'.
       77      status-prcexc  pic xx.
       77      ws-prcord      pic x(40) value '../../arq/relprc.srt'.
       77      status-prcord  pic xx.
       77      ws-sp01a03     pic x(40).
       77      status01-a03   pic xx.
       77      ws-prctab      pic x(40).
       77      status-prctab  pic xx.
       77      ws-mantaud     pic x(40).
       77      status-mantaud pic xx.
       77      ws-relprc      pic x(40).
       77      status-relprc  pic xx.
       copy arqdir.cpy.
       copy spool.cpy.

       01      ws-parm-relprc.
               05  ws-parm-loja-ref    pic 9(03).

       77      ws-data-hoje   pic 9(08).
       77      ws-fim-lojatab pic x(01).
               88  fim-lojatab         value 'S'.
       77      ws-fim-arq     pic x(01).
               88  fim-arq             value 'S'.
       77      ws-fim-prcord  pic x(01).
               88  fim-prcord          value 'S'.

      * Imagens de sp01a03 da trilha de manutencao.
       01      ws-img-antes.
               05  ws-ant-chave    pic 9(08).
               05  ws-ant-desc     pic x(30).
               05  ws-ant-loja     pic 9(03).
               05  ws-ant-preco    pic 9(07)v99.
               05  ws-ant-qtde     pic 9(07)v999.
               05  filler          pic x(20).
       01      ws-img-depois.
               05  ws-dep-chave    pic 9(08).
               05  ws-dep-desc     pic x(30).
               05  ws-dep-loja     pic 9(03).
               05  ws-dep-preco    pic 9(07)v99.
               05  ws-dep-qtde     pic 9(07)v999.
               05  filler          pic x(20).

      * Excecoes vigentes carregadas do prcexc.txt.
       01      ws-excecoes.
               05  ws-exc-ocorr occurs 2000 times
                       indexed by ws-exc-idx.
                   10  ws-exc-chave    pic 9(08).
                   10  ws-exc-loja     pic 9(03).
       77      ws-exc-qtde    pic 9(04) comp value zeros.
       77      ws-exc-achada  pic x(01).
               88  exc-achada          value 'S'.

      * Lojas da chave em comparacao.
       01      ws-grupo.
               05  ws-grp-ocorr occurs 50 times
                       indexed by ws-grp-idx ws-grp-idx2.
                   10  ws-grp-loja     pic 9(03).
                   10  ws-grp-tem-atual pic x(01).
                       88  grp-tem-atual       value 'S'.
                   10  ws-grp-excecao  pic x(01).
                       88  grp-excecao         value 'S'.
                   10  ws-grp-preco    pic 9(07)v99.
                   10  ws-grp-dtalt    pic 9(08).
                   10  ws-grp-pend-preco pic 9(07)v99.
                   10  ws-grp-pend-dtvig pic 9(08).
                   10  ws-grp-alvo     pic 9(07)v99.
       77      ws-grp-qtde    pic 9(02) comp value zeros.
       77      ws-grp-desc    pic x(30).
       77      ws-cur-chave   pic 9(08).
       77      ws-participa   pic 9(02) comp.

      * Apuracao da referencia: a moda conta, para cada preco, as
      * lojas que o praticam.
       77      ws-modo-alvo   pic x(01).
               88  modo-alvo           value 'S'.
       77      ws-moda-preco  pic 9(07)v99.
       77      ws-moda-cont   pic 9(02) comp.
       77      ws-cont-igual  pic 9(02) comp.
       77      ws-ref-preco   pic 9(07)v99.
       77      ws-ref-alvo    pic 9(07)v99.
       77      ws-ref-origem  pic x(01).
               88  ref-da-loja         value 'L'.
       77      ws-preco-cmp   pic 9(07)v99.
       77      ws-preco-cmp2  pic 9(07)v99.
       77      ws-diferenca   pic s9(07)v99.
       77      ws-fora-atual  pic x(01).
               88  fora-atual          value 'S'.
       77      ws-fora-alvo   pic x(01).
               88  fora-alvo           value 'S'.
       77      ws-chave-impressa pic x(01).
               88  chave-impressa      value 'S'.

       77      ws-cont-lojas      pic 9(03) value zeros.
       77      ws-cont-lojas-falha pic 9(03) value zeros.
       77      ws-cont-exc        pic 9(05) value zeros.
       77      ws-cont-chaves     pic 9(07) value zeros.
       77      ws-cont-chv-div    pic 9(07) value zeros.
       77      ws-cont-lin-div    pic 9(07) value zeros.
       77      ws-cont-exc-usada  pic 9(07) value zeros.

       77      ws-linhas-pagina   pic 9(02) value 55.
       77      ws-lin-pag         pic 9(02) comp value 99.
       77      ws-pagina          pic 9(04) comp value zeros.

       01      ws-cab1.
               05  filler          pic x(40)
                       value 'DIVERGENCIA DE PRECOS NA FROTA'.
               05  filler          pic x(06) value 'DATA:'.
               05  ws-cab1-data    pic 9(08).
               05  filler          pic x(14) value '  REFERENCIA:'.
               05  ws-cab1-ref     pic x(12).
               05  filler          pic x(10) value '  PAGINA:'.
               05  ws-cab1-pagina  pic zzz9.
       01      ws-cab2.
               05  filler          pic x(10) value 'CHAVE'.
               05  filler          pic x(27) value 'DESCRICAO'.
               05  filler          pic x(05) value 'LOJA'.
               05  filler          pic x(14) value '  PRECO LOJA'.
               05  filler          pic x(14) value '   REFERENCIA'.
               05  filler          pic x(15) value '     DIFERENCA'.
               05  filler          pic x(12) value 'ULT ALTER'.
               05  filler          pic x(13) value '    PENDENTE'.
               05  filler          pic x(11) value 'VIGENCIA'.
               05  filler          pic x(05) value 'OBS'.
       01      ws-det.
               05  ws-det-chave    pic x(08).
               05  filler          pic x(02) value spaces.
               05  ws-det-desc     pic x(25).
               05  filler          pic x(02) value spaces.
               05  ws-det-loja     pic zz9.
               05  filler          pic x(02) value spaces.
               05  ws-det-preco    pic zz.zzz.zz9,99.
               05  filler          pic x(02) value spaces.
               05  ws-det-ref      pic zz.zzz.zz9,99.
               05  filler          pic x(02) value spaces.
               05  ws-det-dif      pic -zz.zzz.zz9,99.
               05  filler          pic x(02) value spaces.
               05  ws-det-dtalt    pic x(10).
               05  filler          pic x(01) value space.
               05  ws-det-pend     pic x(13).
               05  filler          pic x(01) value space.
               05  ws-det-dtvig    pic x(10).
               05  filler          pic x(01) value space.
               05  ws-det-obs      pic x(08).
       77      ws-pend-ed     pic zz.zzz.zz9,99.
       01      ws-rodape.
               05  ws-rod-texto    pic x(36).
               05  ws-rod-valor    pic z(06)9.

       PROCEDURE DIVISION.
       INICIO.
           copy arqdir.prc.
           string ws-env-arqdir delimited by space
                  '/lojatab'    delimited by size
                  into ws-lojatab
           string ws-env-arqdir delimited by space
                  '/prcexc.txt' delimited by size
                  into ws-prcexc
           string ws-env-arqdir delimited by space
                  '/relprc.srt' delimited by size
                  into ws-prcord
           move 'relprc' to ws-spool-base
           copy spool.prc.
           move ws-spool-nome to ws-relprc

           move zeros to ws-parm-relprc
           accept ws-parm-relprc from sysin
           if ws-parm-loja-ref not numeric
               move zeros to ws-parm-loja-ref
           end-if
           move ws-parm-relprc to ws-spool-parms
           accept ws-data-hoje from date yyyymmdd

           open input lojatab
           if status-lojatab <> '00'
               display 'RELPRC: ERRO NA ABERTURA DE LOJATAB - STATUS '
                       status-lojatab
               display 'RELPRC: RODE NO DIRETORIO CENTRAL DA FROTA'
               move 16 to return-code
               stop run
           end-if
           close lojatab

           perform CARREGA-EXCECOES

           sort sort-precos
               on ascending key sprc-chave sprc-loja sprc-tipo
                                sprc-data
               input procedure is VISITA-FROTA
               giving prcord

           open output relprc
           if status-relprc <> '00'
               display 'RELPRC: ERRO NA ABERTURA DE RELPRC - STATUS '
                       status-relprc
               move 16 to return-code
               stop run
           end-if
           perform COMPARA-PRECOS
           perform IMPRIME-RODAPE
           close relprc
           perform GRAVA-SPOOLCAT

           display 'RELPRC: ' ws-cont-lojas ' LOJAS, '
                   ws-cont-chaves ' CHAVES COMPARADAS, '
                   ws-cont-chv-div ' COM DIVERGENCIA'
           if ws-cont-lojas-falha > zeros
               display 'RELPRC: ' ws-cont-lojas-falha
                       ' LOJAS SEM CADASTRO LEGIVEL'
               move 8 to return-code
           end-if
           stop run.

      * Excecoes vencidas ficam de fora - a loja volta a ser cobrada
      * pela referencia no dia seguinte ao fim da vigencia.
       CARREGA-EXCECOES.
           open input prcexc
           if status-prcexc = '00'
               move 'N' to ws-fim-arq
               read prcexc
                   at end move 'S' to ws-fim-arq
               end-read
               perform until fim-arq
                   if prcexc-chave numeric and prcexc-loja numeric
                       if prcexc-dtfim not numeric
                           move zeros to prcexc-dtfim
                       end-if
                       if prcexc-dtfim = zeros
                               or prcexc-dtfim >= ws-data-hoje
                           if ws-exc-qtde < 2000
                               add 1 to ws-exc-qtde
                               set ws-exc-idx to ws-exc-qtde
                               move prcexc-chave
                                   to ws-exc-chave(ws-exc-idx)
                               move prcexc-loja
                                   to ws-exc-loja(ws-exc-idx)
                           else
                               display 'RELPRC: PRCEXC COM MAIS DE '
                                       '2000 EXCECOES VIGENTES'
                           end-if
                       end-if
                   end-if
                   read prcexc
                       at end move 'S' to ws-fim-arq
                   end-read
               end-perform
               close prcexc
           end-if
           move ws-exc-qtde to ws-cont-exc.

      * ----------------------------------------------------------
      * Visita cada loja do lojatab e libera os fatos de preco dela
      * para a ordenacao por chave/loja.
      * ----------------------------------------------------------
       VISITA-FROTA.
           open input lojatab
           move 'N' to ws-fim-lojatab
           read lojatab
               at end move 'S' to ws-fim-lojatab
           end-read
           perform until fim-lojatab
               add 1 to ws-cont-lojas
               perform MONTA-CAMINHOS
               perform LIBERA-BASICOS
               perform LIBERA-PRCTAB
               perform LIBERA-MANUTENCAO
               read lojatab
                   at end move 'S' to ws-fim-lojatab
               end-read
           end-perform
           close lojatab.

       MONTA-CAMINHOS.
           move spaces to ws-sp01a03
           string lojatab-diretorio delimited by space
                  '/sp01a03'        delimited by size
                  into ws-sp01a03
           move spaces to ws-prctab
           string lojatab-diretorio delimited by space
                  '/prctab'         delimited by size
                  into ws-prctab
           move spaces to ws-mantaud
           string lojatab-diretorio delimited by space
                  '/mantaud.txt'    delimited by size
                  into ws-mantaud.

       LIBERA-BASICOS.
           open input sp01a03
           if status01-a03 <> '00'
               display 'RELPRC: LOJA ' lojatab-codigo
                       ' SEM SP01A03 LEGIVEL - STATUS ' status01-a03
               add 1 to ws-cont-lojas-falha
           else
               move low-values to sp0103chave
               start sp01a03 key is >= sp0103chave
               read sp01a03 next ignore lock
               perform until status01-a03 <> '00'
                   if sp0103ativo
                       move sp0103chave    to sprc-chave
                       move lojatab-codigo to sprc-loja
                       move 'A'            to sprc-tipo
                       move zeros          to sprc-data
                       move sp0103preco    to sprc-preco
                       move sp0103desc     to sprc-desc
                       release reg-sort-precos
                   end-if
                   read sp01a03 next ignore lock
               end-perform
               close sp01a03
           end-if.

      * Preco ativado (vigente ou ja superado) marca uma alteracao
      * na data de vigencia; carregado ou aprovado e pendencia.
       LIBERA-PRCTAB.
           open input prctab
           if status-prctab = '00'
               move 'N' to ws-fim-arq
               move low-values to prctab-id
               start prctab key is >= prctab-id
                   invalid key
                       move 'S' to ws-fim-arq
               end-start
               perform until fim-arq
                   read prctab next ignore lock
                   if status-prctab <> '00'
                       move 'S' to ws-fim-arq
                   else
                       move prctab-chave   to sprc-chave
                       move lojatab-codigo to sprc-loja
                       move prctab-dtvig   to sprc-data
                       move prctab-preco   to sprc-preco
                       move spaces         to sprc-desc
                       evaluate true
                           when prctab-aplicado or prctab-superado
                               move 'H' to sprc-tipo
                               release reg-sort-precos
                           when prctab-aguardando or prctab-pendente
                               move 'N' to sprc-tipo
                               release reg-sort-precos
                       end-evaluate
                   end-if
               end-perform
               close prctab
           end-if.

      * Correcao de preco no cadastro pela tela de manutencao.
       LIBERA-MANUTENCAO.
           open input mantaud
           if status-mantaud = '00'
               move 'N' to ws-fim-arq
               read mantaud
                   at end move 'S' to ws-fim-arq
               end-read
               perform until fim-arq
                   move mantaud-img-antes  to ws-img-antes
                   move mantaud-img-depois to ws-img-depois
                   if mantaud-opcao = 'A'
                           and ws-ant-preco numeric
                           and ws-dep-preco numeric
                           and ws-dep-preco <> ws-ant-preco
                       move mantaud-chave  to sprc-chave
                       move lojatab-codigo to sprc-loja
                       move 'H'            to sprc-tipo
                       move mantaud-datahora(1:8) to sprc-data
                       move ws-dep-preco   to sprc-preco
                       move spaces         to sprc-desc
                       release reg-sort-precos
                   end-if
                   read mantaud
                       at end move 'S' to ws-fim-arq
                   end-read
               end-perform
               close mantaud
           end-if.

      * ----------------------------------------------------------
      * Varredura ordenada: junta as lojas de cada chave e compara.
      * ----------------------------------------------------------
       COMPARA-PRECOS.
           open input prcord
           move zeros to ws-grp-qtde
           move zeros to ws-cur-chave
           move 'N' to ws-fim-prcord
           read prcord
               at end move 'S' to ws-fim-prcord
           end-read
           perform until fim-prcord
               if prc-chave <> ws-cur-chave
                   perform AVALIA-CHAVE
                   move prc-chave to ws-cur-chave
                   move zeros  to ws-grp-qtde
                   move spaces to ws-grp-desc
               end-if
               perform ACUMULA-FATO
               read prcord
                   at end move 'S' to ws-fim-prcord
               end-read
           end-perform
           perform AVALIA-CHAVE
           close prcord.

       ACUMULA-FATO.
           if ws-grp-qtde = zeros
                   or ws-grp-loja(ws-grp-qtde) <> prc-loja
               if ws-grp-qtde < 50
                   add 1 to ws-grp-qtde
                   set ws-grp-idx to ws-grp-qtde
                   move prc-loja to ws-grp-loja(ws-grp-idx)
                   move 'N'   to ws-grp-tem-atual(ws-grp-idx)
                   move 'N'   to ws-grp-excecao(ws-grp-idx)
                   move zeros to ws-grp-preco(ws-grp-idx)
                                 ws-grp-dtalt(ws-grp-idx)
                                 ws-grp-pend-preco(ws-grp-idx)
                                 ws-grp-pend-dtvig(ws-grp-idx)
               end-if
           end-if
           set ws-grp-idx to ws-grp-qtde
           if ws-grp-loja(ws-grp-idx) = prc-loja
               evaluate true
                   when prc-vigente
                       move 'S' to ws-grp-tem-atual(ws-grp-idx)
                       move prc-preco to ws-grp-preco(ws-grp-idx)
                       if ws-grp-desc = spaces
                           move prc-desc to ws-grp-desc
                       end-if
                   when prc-alteracao
                       if prc-data > ws-grp-dtalt(ws-grp-idx)
                           move prc-data to ws-grp-dtalt(ws-grp-idx)
                       end-if
                   when prc-pendente
                       move prc-preco to ws-grp-pend-preco(ws-grp-idx)
                       move prc-data  to ws-grp-pend-dtvig(ws-grp-idx)
               end-evaluate
           end-if.

      * So entram as lojas com o item ativo e fora de excecao; chave
      * vendida por uma loja so nao tem com quem ser comparada.
       AVALIA-CHAVE.
           move zeros to ws-participa
           perform varying ws-grp-idx from 1 by 1
                   until ws-grp-idx > ws-grp-qtde
               if grp-tem-atual(ws-grp-idx)
                   perform VERIFICA-EXCECAO
                   if exc-achada
                       move 'S' to ws-grp-excecao(ws-grp-idx)
                       add 1 to ws-cont-exc-usada
                   else
                       add 1 to ws-participa
                       if ws-grp-pend-dtvig(ws-grp-idx) > zeros
                           move ws-grp-pend-preco(ws-grp-idx)
                               to ws-grp-alvo(ws-grp-idx)
                       else
                           move ws-grp-preco(ws-grp-idx)
                               to ws-grp-alvo(ws-grp-idx)
                       end-if
                   end-if
               end-if
           end-perform
           if ws-participa > 1
               add 1 to ws-cont-chaves
               perform APURA-REFERENCIA
               move 'N' to ws-chave-impressa
               perform varying ws-grp-idx from 1 by 1
                       until ws-grp-idx > ws-grp-qtde
                   if grp-tem-atual(ws-grp-idx)
                           and not grp-excecao(ws-grp-idx)
                       perform COMPARA-LOJA
                   end-if
               end-perform
               if chave-impressa
                   add 1 to ws-cont-chv-div
               end-if
           end-if.

       VERIFICA-EXCECAO.
           move 'N' to ws-exc-achada
           perform varying ws-exc-idx from 1 by 1
                   until ws-exc-idx > ws-exc-qtde or exc-achada
               if ws-exc-chave(ws-exc-idx) = ws-cur-chave
                       and ws-exc-loja(ws-exc-idx) =
                           ws-grp-loja(ws-grp-idx)
                   move 'S' to ws-exc-achada
               end-if
           end-perform.

      * Referencia vigente e referencia depois das pendencias.
       APURA-REFERENCIA.
           move 'N' to ws-ref-origem
           if ws-parm-loja-ref > zeros
               perform varying ws-grp-idx from 1 by 1
                       until ws-grp-idx > ws-grp-qtde or ref-da-loja
                   if ws-grp-loja(ws-grp-idx) = ws-parm-loja-ref
                           and grp-tem-atual(ws-grp-idx)
                           and not grp-excecao(ws-grp-idx)
                       move 'L' to ws-ref-origem
                       move ws-grp-preco(ws-grp-idx) to ws-ref-preco
                       move ws-grp-alvo(ws-grp-idx)  to ws-ref-alvo
                   end-if
               end-perform
           end-if
           if not ref-da-loja
               move 'N' to ws-modo-alvo
               perform APURA-MODA
               move ws-moda-preco to ws-ref-preco
               move 'S' to ws-modo-alvo
               perform APURA-MODA
               move ws-moda-preco to ws-ref-alvo
           end-if.

      * Moda dos precos das lojas participantes; a varredura em
      * ordem de loja e o ">" estrito deixam, no empate, o preco da
      * loja de menor codigo.
       APURA-MODA.
           move zeros to ws-moda-preco
           move zeros to ws-moda-cont
           perform varying ws-grp-idx from 1 by 1
                   until ws-grp-idx > ws-grp-qtde
               if grp-tem-atual(ws-grp-idx)
                       and not grp-excecao(ws-grp-idx)
                   if modo-alvo
                       move ws-grp-alvo(ws-grp-idx) to ws-preco-cmp
                   else
                       move ws-grp-preco(ws-grp-idx) to ws-preco-cmp
                   end-if
                   move zeros to ws-cont-igual
                   perform varying ws-grp-idx2 from 1 by 1
                           until ws-grp-idx2 > ws-grp-qtde
                       if grp-tem-atual(ws-grp-idx2)
                               and not grp-excecao(ws-grp-idx2)
                           if modo-alvo
                               move ws-grp-alvo(ws-grp-idx2)
                                   to ws-preco-cmp2
                           else
                               move ws-grp-preco(ws-grp-idx2)
                                   to ws-preco-cmp2
                           end-if
                           if ws-preco-cmp2 = ws-preco-cmp
                               add 1 to ws-cont-igual
                           end-if
                       end-if
                   end-perform
                   if ws-cont-igual > ws-moda-cont
                       move ws-cont-igual to ws-moda-cont
                       move ws-preco-cmp  to ws-moda-preco
                   end-if
               end-if
           end-perform.

       COMPARA-LOJA.
           move 'N' to ws-fora-atual
           move 'N' to ws-fora-alvo
           if ws-grp-preco(ws-grp-idx) <> ws-ref-preco
               move 'S' to ws-fora-atual
           end-if
           if ws-grp-alvo(ws-grp-idx) <> ws-ref-alvo
               move 'S' to ws-fora-alvo
           end-if
           if fora-atual or fora-alvo
               perform IMPRIME-DIVERGENCIA
           end-if.

       IMPRIME-DIVERGENCIA.
           if ws-lin-pag >= ws-linhas-pagina
               perform IMPRIME-CABECALHO
               move 'N' to ws-chave-impressa
           end-if
           if chave-impressa
               move spaces to ws-det-chave
               move spaces to ws-det-desc
           else
               move ws-cur-chave to ws-det-chave
               move ws-grp-desc  to ws-det-desc
               move 'S' to ws-chave-impressa
           end-if
           move ws-grp-loja(ws-grp-idx)  to ws-det-loja
           move ws-grp-preco(ws-grp-idx) to ws-det-preco
           move ws-ref-preco             to ws-det-ref
           compute ws-diferenca = ws-grp-preco(ws-grp-idx)
                                - ws-ref-preco
           move ws-diferenca to ws-det-dif
           if ws-grp-dtalt(ws-grp-idx) = zeros
               move 'SEM HIST.' to ws-det-dtalt
           else
               move ws-grp-dtalt(ws-grp-idx) to ws-det-dtalt
           end-if
           if ws-grp-pend-dtvig(ws-grp-idx) = zeros
               move spaces to ws-det-pend
               move spaces to ws-det-dtvig
           else
               move ws-grp-pend-preco(ws-grp-idx) to ws-pend-ed
               move ws-pend-ed to ws-det-pend
               move ws-grp-pend-dtvig(ws-grp-idx) to ws-det-dtvig
           end-if
           evaluate true
               when fora-atual and fora-alvo
                   move 'ATUAL+PD' to ws-det-obs
               when fora-atual
                   move 'ATUAL'    to ws-det-obs
               when other
                   move 'PENDENTE' to ws-det-obs
           end-evaluate
           move ws-det to reg-relprc
           write reg-relprc
           add 1 to ws-spool-linhas
           add 1 to ws-lin-pag
           add 1 to ws-cont-lin-div.

       IMPRIME-CABECALHO.
           add 1 to ws-pagina
           move ws-data-hoje to ws-cab1-data
           if ws-parm-loja-ref > zeros
               move spaces to ws-cab1-ref
               string 'LOJA ' ws-parm-loja-ref
                   delimited by size into ws-cab1-ref
           else
               move 'MODA FROTA' to ws-cab1-ref
           end-if
           move ws-pagina to ws-cab1-pagina
           move ws-cab1 to reg-relprc
           write reg-relprc
           move ws-cab2 to reg-relprc
           write reg-relprc
           add 2 to ws-spool-linhas
           move 2 to ws-lin-pag.

       IMPRIME-RODAPE.
           if ws-lin-pag + 7 >= ws-linhas-pagina
               perform IMPRIME-CABECALHO
           end-if
           move spaces to reg-relprc
           write reg-relprc
           move 'LOJAS VISITADAS....................:' to ws-rod-texto
           move ws-cont-lojas to ws-rod-valor
           move ws-rodape to reg-relprc
           write reg-relprc
           move 'LOJAS SEM CADASTRO LEGIVEL.........:' to ws-rod-texto
           move ws-cont-lojas-falha to ws-rod-valor
           move ws-rodape to reg-relprc
           write reg-relprc
           move 'CHAVES COMPARADAS..................:' to ws-rod-texto
           move ws-cont-chaves to ws-rod-valor
           move ws-rodape to reg-relprc
           write reg-relprc
           move 'CHAVES COM LOJA FORA DA REFERENCIA.:' to ws-rod-texto
           move ws-cont-chv-div to ws-rod-valor
           move ws-rodape to reg-relprc
           write reg-relprc
           move 'LOJAS FORA DA REFERENCIA (LINHAS)..:' to ws-rod-texto
           move ws-cont-lin-div to ws-rod-valor
           move ws-rodape to reg-relprc
           write reg-relprc
           move 'EXCECOES REGIONAIS APLICADAS.......:' to ws-rod-texto
           move ws-cont-exc-usada to ws-rod-valor
           move ws-rodape to reg-relprc
           write reg-relprc
           add 7 to ws-spool-linhas.

      * Registra a emissao datada no catalogo de spool.
       GRAVA-SPOOLCAT.
           copy spoolcat.prc.

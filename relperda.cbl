      $ set callfh"pqfh"
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    relperda.

      * Analise mensal de perdas: soma as saidas do ledger de
      * movimentos (movled) que carregam motivo de baixa - baixas por
      * perda/quebra lancadas por perda.cbl e faltas de contagem
      * ('DC') de digcont.cbl - no mes informado, valorizadas ao
      * custo medio do cstab (sem custo, pelo sp0103preco), e mostra
      * por loja, motivo e classe ABC do item (abctab; item sem
      * classificacao sai na classe '-') onde as perdas acontecem.
      * Saida de contagem gravada antes do motivo no ledger conta
      * como 'DC'. Fecha com o total da rede por motivo e por classe.
      *
      * Parametros via SYSIN: ano/mes (aaaamm) da analise; em branco
      * ou zerado, o mes anterior ao corrente.

       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
       copy movled.sel.
       copy sp01a03.sel.
       copy cstab.sel.
       copy abctab.sel.
       copy motab.sel.
       copy spoolcat.sel.
           select sort-perdas assign to "sortwk1".
           select perdord assign to ws-perdord
               organization is line sequential
               file status is status-perdord.
           select relperda assign to ws-relperda
               organization is line sequential
               file status is status-relperda.

       DATA DIVISION.
       FILE SECTION.
       copy movled.fd.
       copy sp01a03.fd.
       copy cstab.fd.
       copy abctab.fd.
       copy motab.fd.
       copy spoolcat.fd.
       SD  sort-perdas.
       01  reg-sort-perdas.
           05  sort-loja           pic 9(03).
           05  sort-motivo         pic x(02).
           05  sort-classe         pic x(01).
           05  sort-qtde           pic 9(07)v999.
           05  sort-valor          pic 9(11)v99.
       fd  perdord
           label record standard.
       01  reg-perdord.
           05  pord-loja           pic 9(03).
           05  pord-motivo         pic x(02).
           05  pord-classe         pic x(01).
           05  pord-qtde           pic 9(07)v999.
           05  pord-valor          pic 9(11)v99.
       fd  relperda
           label record standard.
       01  reg-relperda               pic x(132).

       WORKING-STORAGE SECTION.
       copy movled.cpy.
       77      ws-sp01a03     pic x(40) value '../../arq/sp01a03'.
       77      status01-a03   pic xx.
       77      ws-cstab       pic x(40) value '../../arq/cstab'.
       77      status-cstab   pic xx.
       77      ws-tem-cstab   pic x(01) value 'N'.
               88  tem-cstab           value 'S'.
       77      ws-abctab      pic x(40) value '../../arq/abctab'.
       77      status-abctab  pic xx.
       77      ws-tem-abctab  pic x(01) value 'N'.
               88  tem-abctab          value 'S'.
       77      ws-motab       pic x(40) value '../../arq/motab'.
       77      status-motab   pic xx.
       77      ws-tem-motab   pic x(01) value 'N'.
               88  tem-motab           value 'S'.
       77      ws-perdord     pic x(40) value '../../arq/relperda.srt'.
       77      status-perdord pic xx.
       77      ws-relperda    pic x(40).
       77      status-relperda pic xx.
       copy arqdir.cpy.
       copy spool.cpy.

       01      ws-parm-relperda.
               05  ws-parm-anomes      pic 9(06).
       01      ws-anomes-r.
               05  ws-anomes-ano       pic 9(04).
               05  ws-anomes-mes       pic 9(02).

       77      ws-fim-movled  pic x(01).
               88  fim-movled          value 'S'.
       77      ws-fim-perdord pic x(01).
               88  fim-perdord         value 'S'.

       77      ws-data-hoje   pic 9(08).
       01      ws-dthr.
               05  ws-dthr-ano     pic 9(04).
               05  ws-dthr-mes     pic 9(02).
               05  ws-dthr-dia     pic 9(02).

       77      ws-custo-item  pic 9(07)v99.
       77      ws-motivo-lanc pic x(02).
       77      ws-cont-lanc   pic 9(07) value zeros.

      * Quebras do relatorio: loja e motivo correntes e os totais
      * de cada nivel.
       77      ws-loja-atual  pic 9(03).
       77      ws-motivo-atual pic x(02).
       77      ws-tem-loja    pic x(01).
               88  tem-loja            value 'S'.
       77      ws-grp-classe  pic x(01).
       77      ws-grp-qtde    pic 9(09)v999.
       77      ws-grp-valor   pic 9(13)v99.
       77      ws-tem-grupo   pic x(01).
               88  tem-grupo           value 'S'.
       77      ws-mot-qtde    pic 9(09)v999.
       77      ws-mot-valor   pic 9(13)v99.
       77      ws-loja-qtde   pic 9(09)v999.
       77      ws-loja-valor  pic 9(13)v99.
       77      ws-geral-valor pic 9(13)v99 value zeros.
       77      ws-percentual  pic 9(03)v99.

      * Totais da rede por motivo e por classe para o resumo final.
       01      ws-tot-motivos.
               05  ws-tmt-ocorr occurs 50 times
                       indexed by ws-tmt-idx.
                   10  ws-tmt-codigo   pic x(02).
                   10  ws-tmt-qtde     pic 9(09)v999.
                   10  ws-tmt-valor    pic 9(13)v99.
       77      ws-tmt-qtde-itens pic 9(02) comp value zeros.
       77      ws-tmt-achado  pic x(01).
               88  tmt-achado          value 'S'.
       01      ws-classes-val      pic x(04) value 'ABC-'.
       01  filler redefines ws-classes-val.
           05  ws-classe-cod occurs 4 times pic x(01).
       01      ws-tot-classes.
               05  ws-tcl-ocorr occurs 4 times.
                   10  ws-tcl-qtde     pic 9(09)v999.
                   10  ws-tcl-valor    pic 9(13)v99.
       77      ws-cl-idx      pic 9(01) comp.
      * Valor das perdas de cada loja, indexado pelo numero dela.
       01      ws-tot-lojas.
               05  ws-tlj-valor occurs 999 times pic 9(13)v99.

       77      ws-linhas-pagina   pic 9(02) value 55.
       77      ws-lin-pag         pic 9(02) comp value 99.
       77      ws-pagina          pic 9(04) comp value zeros.

       01      ws-cab1.
               05  filler          pic x(36)
                       value 'ANALISE DE PERDAS POR MOTIVO - MES'.
               05  ws-cab1-mes     pic 99.
               05  filler          pic x(01) value '/'.
               05  ws-cab1-ano     pic 9(04).
               05  filler          pic x(07) value spaces.
               05  filler          pic x(08) value 'PAGINA:'.
               05  ws-cab1-pagina  pic zzz9.
       01      ws-cab2.
               05  filler          pic x(08) value 'MOTIVO'.
               05  filler          pic x(32) value 'DESCRICAO'.
               05  filler          pic x(08) value 'CLASSE'.
               05  filler          pic x(16) value 'QUANTIDADE'.
               05  filler          pic x(18) value 'VALOR A CUSTO'.
               05  filler          pic x(08) value '% LOJA'.
       01      ws-linha-loja.
               05  filler          pic x(05) value 'LOJA '.
               05  ws-loja-ed      pic zz9.
       01      ws-det.
               05  ws-det-motivo   pic x(02).
               05  filler          pic x(06) value spaces.
               05  ws-det-desc     pic x(30).
               05  filler          pic x(04) value spaces.
               05  ws-det-classe   pic x(01).
               05  filler          pic x(03) value spaces.
               05  ws-det-qtde     pic zz.zzz.zz9,999.
               05  filler          pic x(02) value spaces.
               05  ws-det-valor    pic z.zzz.zzz.zz9,99.
               05  filler          pic x(02) value spaces.
               05  ws-det-perc     pic zz9,99.
       01      ws-linha-tot.
               05  filler          pic x(03) value spaces.
               05  ws-tot-rotulo   pic x(37).
               05  filler          pic x(08) value spaces.
               05  ws-tot-qtde-ed  pic zz.zzz.zz9,999.
               05  filler          pic x(02) value spaces.
               05  ws-tot-valor-ed pic z.zzz.zzz.zz9,99.
       01      ws-rot-motivo.
               05  filler          pic x(13) value 'TOTAL MOTIVO '.
               05  ws-rot-mot-cod  pic x(02).
       01      ws-rot-loja.
               05  filler          pic x(11) value 'TOTAL LOJA '.
               05  ws-rot-loja-ed  pic zz9.
       01      ws-cab-resumo.
               05  filler          pic x(50) value
                   'RESUMO DA REDE POR MOTIVO'.
       01      ws-cab-resumo2.
               05  filler          pic x(50) value
                   'RESUMO DA REDE POR CLASSE ABC'.
       01      ws-det-resumo.
               05  ws-rsm-codigo   pic x(02).
               05  filler          pic x(06) value spaces.
               05  ws-rsm-desc     pic x(30).
               05  filler          pic x(12) value spaces.
               05  ws-rsm-qtde     pic zz.zzz.zz9,999.
               05  filler          pic x(02) value spaces.
               05  ws-rsm-valor    pic z.zzz.zzz.zz9,99.
               05  filler          pic x(02) value spaces.
               05  ws-rsm-perc     pic zz9,99.
       01      ws-rodape.
               05  filler          pic x(30)
                       value 'LANCAMENTOS ANALISADOS......:'.
               05  ws-rod-lanc     pic z(06)9.
       01      ws-rodape2.
               05  filler          pic x(30)
                       value 'TOTAL DAS PERDAS A CUSTO....:'.
               05  ws-rod-valor    pic z.zzz.zzz.zz9,99.

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
                  '/cstab'      delimited by size
                  into ws-cstab
           string ws-env-arqdir delimited by space
                  '/abctab'     delimited by size
                  into ws-abctab
           string ws-env-arqdir delimited by space
                  '/motab'      delimited by size
                  into ws-motab
           string ws-env-arqdir delimited by space
                  '/relperda.srt' delimited by size
                  into ws-perdord
           move 'relperda' to ws-spool-base
           copy spool.prc.
           move ws-spool-nome to ws-relperda

           accept ws-data-hoje from date yyyymmdd
           move ws-data-hoje to ws-dthr
           move zeros to ws-parm-relperda
           accept ws-parm-relperda from sysin
           if ws-parm-anomes not numeric or ws-parm-anomes = zeros
               if ws-dthr-mes = 01
                   compute ws-anomes-ano = ws-dthr-ano - 1
                   move 12 to ws-anomes-mes
               else
                   move ws-dthr-ano to ws-anomes-ano
                   compute ws-anomes-mes = ws-dthr-mes - 1
               end-if
               move ws-anomes-r to ws-parm-anomes
           else
               move ws-parm-anomes to ws-anomes-r
           end-if
           if ws-anomes-mes < 01 or ws-anomes-mes > 12
               display 'RELPERDA: ANO/MES INVALIDO - ' ws-parm-anomes
               move 16 to return-code
               stop run
           end-if
           move ws-parm-relperda to ws-spool-parms

           move zeros to ws-tot-classes
           perform ABRE-ARQUIVOS

           sort sort-perdas
               on ascending key sort-loja sort-motivo sort-classe
               input procedure is SELECIONA-PERDAS
               giving perdord

           close movled
           close sp01a03
           if tem-cstab
               close cstab
           end-if
           if tem-abctab
               close abctab
           end-if

           perform IMPRIME-PERDAS
           perform IMPRIME-RESUMO
           if tem-motab
               close motab
           end-if
           close relperda
           perform GRAVA-SPOOLCAT

           display 'RELPERDA: ' ws-cont-lanc ' LANCAMENTOS DE PERDA EM '
                   ws-parm-anomes
           stop run.

       ABRE-ARQUIVOS.
           open input movled
           if status-movled <> '00'
               display 'RELPERDA: ERRO NA ABERTURA DE MOVLED - STATUS '
                       status-movled
               move 16 to return-code
               stop run
           end-if
           open input sp01a03
           if status01-a03 <> '00'
               display 'RELPERDA: ERRO NA ABERTURA DE SP01A03 - STATUS '
                       status01-a03
               move 16 to return-code
               stop run
           end-if
           open input cstab
           if status-cstab = '00'
               move 'S' to ws-tem-cstab
           end-if
           open input abctab
           if status-abctab = '00'
               move 'S' to ws-tem-abctab
           end-if
           open input motab
           if status-motab = '00'
               move 'S' to ws-tem-motab
           end-if
           open output relperda
           if status-relperda <> '00'
               display 'RELPERDA: ERRO NA ABERTURA DE RELPERDA - '
                       'STATUS ' status-relperda
               move 16 to return-code
               stop run
           end-if.

      * Varre o ledger inteiro e libera para a ordenacao cada saida
      * de basico do mes que tem motivo de perda.
       SELECIONA-PERDAS.
           move 'N' to ws-fim-movled
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
                   if movled-tabela = 'basicos   '
                           and movled-sai
                           and movled-datahora(1:6) = ws-parm-anomes
                       move movled-motivo to ws-motivo-lanc
                       if ws-motivo-lanc = spaces
                               and movled-tp-contagem
                           move 'DC' to ws-motivo-lanc
                       end-if
                       if ws-motivo-lanc <> spaces
                           perform LIBERA-PERDA
                       end-if
                   end-if
               end-if
           end-perform.

      * Valoriza o lancamento ao custo do item e o enquadra na classe
      * ABC da chave/loja.
       LIBERA-PERDA.
           move movled-chave to sp0103chave
           read sp01a03 key is sp0103chave
               invalid key
                   move zeros to sp0103preco
           end-read
           move sp0103preco to ws-custo-item
           if tem-cstab
               move movled-chave to cstab-chave
               move movled-loja  to cstab-loja
               read cstab key is cstab-id
                   invalid key
                       continue
                   not invalid key
                       if cstab-custo > zeros
                           move cstab-custo to ws-custo-item
                       end-if
               end-read
           end-if
           move '-' to sort-classe
           if tem-abctab
               move movled-chave to abctab-chave
               move movled-loja  to abctab-loja
               read abctab key is abctab-id
                   invalid key
                       continue
                   not invalid key
                       if abctab-classe-a or abctab-classe-b
                               or abctab-classe-c
                           move abctab-classe to sort-classe
                       end-if
               end-read
           end-if
           move movled-loja    to sort-loja
           move ws-motivo-lanc to sort-motivo
           move movled-qtde    to sort-qtde
           compute sort-valor rounded = movled-qtde * ws-custo-item
           release reg-sort-perdas
           add 1 to ws-cont-lanc.

      * Lancamentos ordenados por loja/motivo/classe: cada grupo
      * vira uma linha, com total por motivo e por loja. O % e sobre
      * o total da loja, apurado numa primeira passada.
       IMPRIME-PERDAS.
           move ws-anomes-mes to ws-cab1-mes
           move ws-anomes-ano to ws-cab1-ano
           perform TOTALIZA-LOJAS
           move 'N' to ws-tem-loja
           move 'N' to ws-tem-grupo
           move 'N' to ws-fim-perdord
           open input perdord
           if status-perdord <> '00'
               display 'RELPERDA: ERRO NA ABERTURA DE PERDORD - '
                       'STATUS ' status-perdord
               move 16 to return-code
               stop run
           end-if
           perform IMPRIME-CABECALHO
           read perdord
               at end move 'S' to ws-fim-perdord
           end-read
           perform until fim-perdord
               if not tem-loja or pord-loja <> ws-loja-atual
                   if tem-loja
                       perform FECHA-GRUPO
                       perform FECHA-MOTIVO
                       perform FECHA-LOJA
                   end-if
                   perform ABRE-LOJA
               end-if
               if pord-motivo <> ws-motivo-atual
                   perform FECHA-GRUPO
                   perform FECHA-MOTIVO
                   move pord-motivo to ws-motivo-atual
               end-if
               if tem-grupo and pord-classe <> ws-grp-classe
                   perform FECHA-GRUPO
               end-if
               if not tem-grupo
                   move 'S' to ws-tem-grupo
                   move pord-classe to ws-grp-classe
                   move zeros to ws-grp-qtde
                   move zeros to ws-grp-valor
               end-if
               add pord-qtde  to ws-grp-qtde
               add pord-valor to ws-grp-valor
               read perdord
                   at end move 'S' to ws-fim-perdord
               end-read
           end-perform
           if tem-loja
               perform FECHA-GRUPO
               perform FECHA-MOTIVO
               perform FECHA-LOJA
           end-if
           close perdord.

      * Primeira passada: valor total de cada loja para o % da
      * linha, guardado numa tabela indexada pela propria loja.
       TOTALIZA-LOJAS.
           move zeros to ws-tot-lojas
           move 'N' to ws-fim-perdord
           open input perdord
           if status-perdord <> '00'
               display 'RELPERDA: ERRO NA ABERTURA DE PERDORD - '
                       'STATUS ' status-perdord
               move 16 to return-code
               stop run
           end-if
           read perdord
               at end move 'S' to ws-fim-perdord
           end-read
           perform until fim-perdord
               if pord-loja > zeros
                   add pord-valor to ws-tlj-valor(pord-loja)
               end-if
               add pord-valor to ws-geral-valor
               read perdord
                   at end move 'S' to ws-fim-perdord
               end-read
           end-perform
           close perdord.

       ABRE-LOJA.
           move 'S' to ws-tem-loja
           move pord-loja   to ws-loja-atual
           move pord-motivo to ws-motivo-atual
           move zeros to ws-mot-qtde
           move zeros to ws-mot-valor
           move zeros to ws-loja-qtde
           move zeros to ws-loja-valor
           if ws-loja-atual > zeros
               move ws-tlj-valor(ws-loja-atual) to ws-loja-valor
           end-if
           if ws-lin-pag >= ws-linhas-pagina
               perform IMPRIME-CABECALHO
           end-if
           move ws-loja-atual to ws-loja-ed
           move ws-linha-loja to reg-relperda
           write reg-relperda
           add 1 to ws-spool-linhas
           add 1 to ws-lin-pag.

      * Linha do grupo motivo/classe e acumulo nos totais da rede.
       FECHA-GRUPO.
           if tem-grupo
               if ws-lin-pag >= ws-linhas-pagina
                   perform IMPRIME-CABECALHO
               end-if
               move ws-motivo-atual to ws-det-motivo
               perform BUSCA-MOTIVO
               move motab-descricao to ws-det-desc
               move ws-grp-classe   to ws-det-classe
               move ws-grp-qtde     to ws-det-qtde
               move ws-grp-valor    to ws-det-valor
               move zeros to ws-percentual
               if ws-loja-valor > zeros
                   compute ws-percentual rounded =
                           ws-grp-valor * 100 / ws-loja-valor
               end-if
               move ws-percentual to ws-det-perc
               move ws-det to reg-relperda
               write reg-relperda
               add 1 to ws-spool-linhas
               add 1 to ws-lin-pag
               add ws-grp-qtde  to ws-mot-qtde
               add ws-grp-valor to ws-mot-valor
               perform ACUMULA-REDE
               move 'N' to ws-tem-grupo
           end-if.

       ACUMULA-REDE.
           move 'N' to ws-tmt-achado
           perform varying ws-tmt-idx from 1 by 1
                   until ws-tmt-idx > ws-tmt-qtde-itens or tmt-achado
               if ws-tmt-codigo(ws-tmt-idx) = ws-motivo-atual
                   move 'S' to ws-tmt-achado
                   add ws-grp-qtde  to ws-tmt-qtde(ws-tmt-idx)
                   add ws-grp-valor to ws-tmt-valor(ws-tmt-idx)
               end-if
           end-perform
           if not tmt-achado and ws-tmt-qtde-itens < 50
               add 1 to ws-tmt-qtde-itens
               set ws-tmt-idx to ws-tmt-qtde-itens
               move ws-motivo-atual to ws-tmt-codigo(ws-tmt-idx)
               move ws-grp-qtde     to ws-tmt-qtde(ws-tmt-idx)
               move ws-grp-valor    to ws-tmt-valor(ws-tmt-idx)
           end-if
           perform varying ws-cl-idx from 1 by 1
                   until ws-cl-idx > 4
               if ws-classe-cod(ws-cl-idx) = ws-grp-classe
                   add ws-grp-qtde  to ws-tcl-qtde(ws-cl-idx)
                   add ws-grp-valor to ws-tcl-valor(ws-cl-idx)
               end-if
           end-perform.

       FECHA-MOTIVO.
           if ws-mot-valor > zeros or ws-mot-qtde > zeros
               move ws-motivo-atual to ws-rot-mot-cod
               move ws-rot-motivo   to ws-tot-rotulo
               move ws-mot-qtde     to ws-tot-qtde-ed
               move ws-mot-valor    to ws-tot-valor-ed
               move ws-linha-tot to reg-relperda
               write reg-relperda
               add 1 to ws-spool-linhas
               add 1 to ws-lin-pag
           end-if
           add ws-mot-qtde to ws-loja-qtde
           move zeros to ws-mot-qtde
           move zeros to ws-mot-valor.

       FECHA-LOJA.
           move ws-loja-atual to ws-rot-loja-ed
           move ws-rot-loja   to ws-tot-rotulo
           move ws-loja-qtde  to ws-tot-qtde-ed
           move ws-loja-valor to ws-tot-valor-ed
           move ws-linha-tot to reg-relperda
           write reg-relperda
           move spaces to reg-relperda
           write reg-relperda
           add 2 to ws-spool-linhas
           add 2 to ws-lin-pag.

      * Descricao do motivo; sem motab ou motivo fora dele, a
      * descricao sai em branco.
       BUSCA-MOTIVO.
           move spaces to motab-descricao
           if tem-motab
               move ws-motivo-atual to motab-codigo
               read motab key is motab-codigo
                   invalid key
                       move spaces to motab-descricao
               end-read
           end-if.

       IMPRIME-CABECALHO.
           add 1 to ws-pagina
           move ws-pagina to ws-cab1-pagina
           move ws-cab1 to reg-relperda
           write reg-relperda
           move ws-cab2 to reg-relperda
           write reg-relperda
           add 2 to ws-spool-linhas
           move 2 to ws-lin-pag.

      * Resumo final da rede: por motivo e por classe ABC, com o %
      * sobre o total das perdas do mes.
       IMPRIME-RESUMO.
           perform IMPRIME-CABECALHO
           move ws-cab-resumo to reg-relperda
           write reg-relperda
           add 1 to ws-spool-linhas
           perform varying ws-tmt-idx from 1 by 1
                   until ws-tmt-idx > ws-tmt-qtde-itens
               move ws-tmt-codigo(ws-tmt-idx) to ws-motivo-atual
               perform BUSCA-MOTIVO
               move ws-motivo-atual to ws-rsm-codigo
               move motab-descricao to ws-rsm-desc
               move ws-tmt-qtde(ws-tmt-idx)  to ws-rsm-qtde
               move ws-tmt-valor(ws-tmt-idx) to ws-rsm-valor
               move zeros to ws-percentual
               if ws-geral-valor > zeros
                   compute ws-percentual rounded =
                       ws-tmt-valor(ws-tmt-idx) * 100 / ws-geral-valor
               end-if
               move ws-percentual to ws-rsm-perc
               move ws-det-resumo to reg-relperda
               write reg-relperda
               add 1 to ws-spool-linhas
           end-perform
           move spaces to reg-relperda
           write reg-relperda
           move ws-cab-resumo2 to reg-relperda
           write reg-relperda
           add 2 to ws-spool-linhas
           perform varying ws-cl-idx from 1 by 1
                   until ws-cl-idx > 4
               move spaces to ws-rsm-codigo
               move spaces to ws-rsm-desc
               move ws-classe-cod(ws-cl-idx) to ws-rsm-codigo
               if ws-cl-idx = 4
                   move 'SEM CLASSIFICACAO' to ws-rsm-desc
               end-if
               move ws-tcl-qtde(ws-cl-idx)  to ws-rsm-qtde
               move ws-tcl-valor(ws-cl-idx) to ws-rsm-valor
               move zeros to ws-percentual
               if ws-geral-valor > zeros
                   compute ws-percentual rounded =
                       ws-tcl-valor(ws-cl-idx) * 100 / ws-geral-valor
               end-if
               move ws-percentual to ws-rsm-perc
               move ws-det-resumo to reg-relperda
               write reg-relperda
               add 1 to ws-spool-linhas
           end-perform
           move spaces to reg-relperda
           write reg-relperda
           move ws-cont-lanc to ws-rod-lanc
           move ws-rodape to reg-relperda
           write reg-relperda
           move ws-geral-valor to ws-rod-valor
           move ws-rodape2 to reg-relperda
           write reg-relperda
           add 3 to ws-spool-linhas.

       GRAVA-SPOOLCAT.
           copy spoolcat.prc.

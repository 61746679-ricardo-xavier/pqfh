      $ set callfh"pqfh"
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    livinv.

      * Registro de Inventario anual: estoque existente em 31/12 de
      * cada loja, tirado SO da fotografia congelada do perbal do mes
      * 12 (gravada por fecmes.cbl) - rodar de novo da o mesmo livro e
      * o mesmo arquivo, qualquer que seja o movimento depois do
      * fechamento. Cada item vale quantidade x custo medio do
      * fechamento (perbal-custo, o cstab congelado por fecmes);
      * fotografia anterior a gravacao do custo no perbal cai no cstab
      * corrente e o item sai marcado com '*' no livro. Discriminacao,
      * unidade e conta contabil tambem sao as congeladas pelo
      * fechamento (perinv) - nada vem do cadastro vivo; saldo de
      * fechamento anterior ao perinv sai sem elas, marcado com '#'.
      *
      * Estoque de terceiros em poder da loja (basico consignado,
      * perinv-csg-*) sai em secao propria depois do estoque proprio
      * de cada loja, ao custo acordado com o fornecedor, e no bloco
      * H com IND_PROP 2 e o fornecedor dono como COD_PART.
      *
      * Emite, por loja, o livro impresso (termo de abertura, folhas
      * numeradas a partir de 1 com as linhas de inventario, total da
      * loja e termo de encerramento com a quantidade de folhas) e o
      * bloco H do SPED fiscal (H001, H005, H010 por item e H990) em
      * <arqdir>/blocoh.<loja>.<ano>.txt. O codigo do item no bloco H
      * e a letra da tabela (B basicos, M materiais) mais a chave; a
      * conta contabil do estoque e a conta a debito das entradas no
      * mapa contabil (ctbmap) da loja ou da rede, congelada no
      * fechamento. Itens com saldo
      * zero nao entram no inventario. O total do livro e do H005 de
      * cada loja e a soma exata das linhas dela.
      *
      * Parametros via SYSIN: ano do inventario (AAAA, default o ano
      * anterior) e numero de ordem do livro (9999, default 1).

       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
       copy perbal.sel.
       copy perfech.sel.
       copy perinv.sel.
       copy cstab.sel.
       copy spoolcat.sel.
           select sort-inventario assign to "sortwk1".
           select invord assign to ws-invord
               organization is line sequential
               file status is status-invord.
           select blocoh assign to ws-blocoh
               organization is line sequential
               file status is status-blocoh.
           select livinv assign to ws-livinv
               organization is line sequential
               file status is status-livinv.

       DATA DIVISION.
       FILE SECTION.
       copy perbal.fd.
       copy perfech.fd.
       copy perinv.fd.
       copy cstab.fd.
       copy spoolcat.fd.
       SD  sort-inventario.
      * Propriedade: '0' estoque proprio, '2' de terceiros em poder
      * da loja (codigos do IND_PROP do bloco H).
       01  reg-sort-inventario.
           05  sinv-loja           pic 9(03).
           05  sinv-prop           pic x(01).
           05  sinv-tabela         pic x(10).
           05  sinv-chave          pic 9(08).
           05  sinv-qtde           pic 9(07)v999.
           05  sinv-custo          pic 9(07)v99.
           05  sinv-valor          pic 9(13)v99.
           05  sinv-desc           pic x(30).
           05  sinv-unid           pic x(03).
           05  sinv-semcusto       pic x(01).
           05  sinv-semfoto        pic x(01).
           05  sinv-fornec         pic 9(05).
           05  sinv-conta          pic x(12).
       fd  invord
           label record standard.
       01  reg-invord.
           05  iord-loja           pic 9(03).
           05  iord-prop           pic x(01).
               88  iord-terceiros      value '2'.
           05  iord-tabela         pic x(10).
           05  iord-chave          pic 9(08).
           05  iord-qtde           pic 9(07)v999.
           05  iord-custo          pic 9(07)v99.
           05  iord-valor          pic 9(13)v99.
           05  iord-desc           pic x(30).
           05  iord-unid           pic x(03).
           05  iord-semcusto       pic x(01).
           05  iord-semfoto        pic x(01).
           05  iord-fornec         pic 9(05).
           05  iord-conta          pic x(12).
       fd  blocoh
           label record standard.
       01  reg-blocoh                 pic x(120).
       fd  livinv
           label record standard.
       01  reg-livinv                 pic x(132).

       WORKING-STORAGE SECTION.
       77      ws-perbal      pic x(40) value '../../arq/perbal'.
       77      status-perbal  pic xx.
       77      ws-perfech     pic x(40) value '../../arq/perfech'.
       77      status-perfech pic xx.
       77      ws-perinv      pic x(40) value '../../arq/perinv'.
       77      status-perinv  pic xx.
       77      ws-tem-perinv  pic x(01) value 'N'.
               88  tem-perinv          value 'S'.
       77      ws-cstab       pic x(40) value '../../arq/cstab'.
       77      status-cstab   pic xx.
       77      ws-tem-cstab   pic x(01) value 'N'.
               88  tem-cstab           value 'S'.
       77      ws-invord      pic x(40) value '../../arq/livinv.srt'.
       77      status-invord  pic xx.
       77      ws-blocoh      pic x(40).
       77      status-blocoh  pic xx.
       77      ws-livinv      pic x(40).
       77      status-livinv  pic xx.
       copy arqdir.cpy.
       copy spool.cpy.

       01      ws-parm-livinv.
               05  ws-parm-ano         pic 9(04).
               05  ws-parm-livro       pic 9(04).

       01      ws-data-hoje.
               05  ws-hoje-ano     pic 9(04).
               05  ws-hoje-mes     pic 9(02).
               05  ws-hoje-dia     pic 9(02).
       01      ws-anomes-inv.
               05  ws-inv-ano      pic 9(04).
               05  ws-inv-mes      pic 9(02) value 12.
       01      ws-dt-inventario.
               05  filler          pic x(04) value '3112'.
               05  ws-dti-ano      pic 9(04).

       77      ws-fechado     pic x(01) value 'N'.
               88  periodo-fechado     value 'S'.
       77      ws-fim-perfech pic x(01).
               88  fim-perfech         value 'S'.
       77      ws-fim-perbal  pic x(01).
               88  fim-perbal          value 'S'.
       77      ws-fim-invord  pic x(01).
               88  fim-invord          value 'S'.

       77      ws-custo-item  pic 9(07)v99.
       77      ws-loja-atual  pic 9(03).
       77      ws-tem-loja    pic x(01).
               88  tem-loja            value 'S'.
       77      ws-achou-inv   pic x(01).
               88  achou-inv           value 'S'.
       77      ws-ind-prop    pic x(01).
       77      ws-cod-part    pic x(05).

      * Totais por loja da primeira passada: o H005 sai antes das
      * linhas e ja precisa do valor total.
       01      ws-tot-lojas.
               05  ws-tlj-ocorr occurs 999 times.
                   10  ws-tlj-itens    pic 9(07).
                   10  ws-tlj-valor    pic 9(15)v99.
       77      ws-lj-idx      pic 9(04) comp.
       77      ws-loja-itens  pic 9(07).
       77      ws-loja-valor  pic 9(15)v99.
       77      ws-terc-itens  pic 9(07).
       77      ws-terc-valor  pic 9(15)v99.

       77      ws-cont-perbal pic 9(07) value zeros.
       77      ws-cont-itens  pic 9(07) value zeros.
       77      ws-cont-zerados pic 9(07) value zeros.
       77      ws-cont-semcusto pic 9(07) value zeros.
       77      ws-cont-semfoto pic 9(07) value zeros.
       77      ws-cont-terceiros pic 9(07) value zeros.
       77      ws-cont-lojas  pic 9(03) value zeros.
       77      ws-tot-geral   pic 9(15)v99 value zeros.
       77      ws-cont-linh-h pic 9(07) value zeros.

      * Numero no formato do SPED: sem zeros a esquerda, virgula
      * decimal e sem separador de milhar.
       77      ws-fmt-valor   pic 9(13)v999.
       77      ws-fmt-dec3    pic x(01).
               88  fmt-tres-decimais   value 'S'.
       77      ws-fmt-ed2     pic z(14)9,99.
       77      ws-fmt-ed3     pic z(12)9,999.
       77      ws-fmt-brancos pic 9(02) comp.
       77      ws-fmt-texto   pic x(20).
       77      ws-txt-qtde    pic x(20).
       77      ws-txt-unit    pic x(20).
       77      ws-txt-valor   pic x(20).
       77      ws-txt-cont    pic x(20).
       01      ws-cod-item.
               05  ws-cod-letra    pic x(01).
               05  ws-cod-chave    pic 9(08).
       77      ws-unid-item   pic x(03).

       77      ws-linhas-pagina   pic 9(02) value 55.
       77      ws-lin-pag         pic 9(02) comp value 99.
       77      ws-pagina          pic 9(04) comp value zeros.

       01      ws-cab1.
               05  filler          pic x(24)
                       value 'REGISTRO DE INVENTARIO'.
               05  filler          pic x(06) value 'LIVRO '.
               05  ws-cab1-livro   pic zzz9.
               05  filler          pic x(08) value '   LOJA '.
               05  ws-cab1-loja    pic 9(03).
               05  filler          pic x(33)
                       value '   ESTOQUES EXISTENTES EM 31/12/'.
               05  ws-cab1-ano     pic 9(04).
               05  filler          pic x(10) value spaces.
               05  filler          pic x(07) value 'FOLHA '.
               05  ws-cab1-folha   pic zzz9.
       01      ws-cab2.
               05  filler          pic x(11) value 'CODIGO'.
               05  filler          pic x(32) value 'DISCRIMINACAO'.
               05  filler          pic x(06) value 'UNID'.
               05  filler          pic x(14) value 'QUANTIDADE'.
               05  filler          pic x(16) value 'VALOR UNITARIO'.
               05  filler          pic x(18) value 'VALOR TOTAL'.
       01      ws-det.
               05  ws-det-codigo   pic x(09).
               05  filler          pic x(02) value spaces.
               05  ws-det-desc     pic x(30).
               05  filler          pic x(02) value spaces.
               05  ws-det-unid     pic x(03).
               05  filler          pic x(03) value spaces.
               05  ws-det-qtde     pic z(06)9,999.
               05  filler          pic x(03) value spaces.
               05  ws-det-unit     pic z.zzz.zz9,99.
               05  filler          pic x(03) value spaces.
               05  ws-det-valor    pic zz.zzz.zzz.zz9,99.
               05  filler          pic x(01) value space.
               05  ws-det-marca    pic x(01).
       01      ws-lin-total.
               05  filler          pic x(40)
                       value 'TOTAL DO INVENTARIO DA LOJA'.
               05  filler          pic x(08) value 'ITENS: '.
               05  ws-ltt-itens    pic z(06)9.
               05  filler          pic x(21) value spaces.
               05  ws-ltt-valor    pic zzz.zzz.zzz.zz9,99.
       01      ws-lin-terc.
               05  filler              pic x(40)
                       value 'ESTOQUE DE TERCEIROS EM PODER DA LOJA'.
       01      ws-lin-tot-terc.
               05  filler              pic x(40)
                       value 'TOTAL DE TERCEIROS EM PODER DA LOJA'.
               05  filler              pic x(08) value 'ITENS: '.
               05  ws-ltc-itens    pic z(06)9.
               05  filler              pic x(21) value spaces.
               05  ws-ltc-valor    pic zzz.zzz.zzz.zz9,99.
       01      ws-lin-termo.
               05  filler          pic x(10) value spaces.
               05  ws-ter-texto    pic x(122).

       PROCEDURE DIVISION.
       INICIO.
           copy arqdir.prc.
           string ws-env-arqdir delimited by space
                  '/perbal'     delimited by size
                  into ws-perbal
           string ws-env-arqdir delimited by space
                  '/perfech'    delimited by size
                  into ws-perfech
           string ws-env-arqdir delimited by space
                  '/perinv'     delimited by size
                  into ws-perinv
           string ws-env-arqdir delimited by space
                  '/cstab'      delimited by size
                  into ws-cstab
           string ws-env-arqdir delimited by space
                  '/livinv.srt' delimited by size
                  into ws-invord

           move zeros to ws-parm-livinv
           accept ws-parm-livinv from sysin
           if ws-parm-ano not numeric or ws-parm-ano = zeros
               accept ws-data-hoje from date yyyymmdd
               compute ws-inv-ano = ws-hoje-ano - 1
           else
               move ws-parm-ano to ws-inv-ano
           end-if
           if ws-parm-livro not numeric or ws-parm-livro = zeros
               move 1 to ws-parm-livro
           end-if
           move ws-inv-ano to ws-dti-ano

           perform CONFERE-FECHAMENTO
           if not periodo-fechado
               display 'LIVINV: PERIODO ' ws-anomes-inv
                       ' NAO FECHADO - RODE FECMES ANTES'
               move 16 to return-code
               stop run
           end-if

           move 'livinv' to ws-spool-base
           copy spool.prc.
           move ws-spool-nome to ws-livinv
           move ws-parm-livinv to ws-spool-parms

           perform ABRE-ARQUIVOS
           move zeros to ws-tot-lojas

           sort sort-inventario
               on ascending key sinv-loja sinv-prop sinv-tabela
                                sinv-chave
               input procedure is SELECIONA-PERBAL
               giving invord

           perform TOTALIZA-LOJAS
           perform EMITE-LIVROS
           perform FECHA-ARQUIVOS
           perform GRAVA-SPOOLCAT

           if ws-cont-itens = zeros
               display 'LIVINV: PERIODO ' ws-anomes-inv
                       ' SEM SALDO NO PERBAL'
               move 8 to return-code
           end-if
           if ws-cont-semcusto > zeros
               display 'LIVINV: ' ws-cont-semcusto
                       ' ITENS SEM CUSTO NA FOTOGRAFIA - VALOR DO'
                       ' CSTAB CORRENTE (*)'
               move 8 to return-code
           end-if
           if ws-cont-semfoto > zeros
               display 'LIVINV: ' ws-cont-semfoto
                       ' ITENS SEM ATRIBUTOS CONGELADOS NO PERINV (#)'
               move 8 to return-code
           end-if
           display 'LIVINV: SALDOS LIDOS NO PERBAL..: ' ws-cont-perbal
           display 'LIVINV: ITENS INVENTARIADOS.....: ' ws-cont-itens
           display 'LIVINV: DE TERCEIROS (IND_PROP 2): '
                   ws-cont-terceiros
           display 'LIVINV: SALDOS ZERADOS (FORA)...: ' ws-cont-zerados
           display 'LIVINV: LOJAS...................: ' ws-cont-lojas
           move ws-tot-geral to ws-ltt-valor
           display 'LIVINV: VALOR TOTAL.............: ' ws-ltt-valor
           stop run.

       CONFERE-FECHAMENTO.
           move 'N' to ws-fechado
           move 'N' to ws-fim-perfech
           open input perfech
           if status-perfech = '00'
               read perfech
                   at end move 'S' to ws-fim-perfech
               end-read
               perform until fim-perfech
                   if perfec-anomes = ws-anomes-inv
                       move 'S' to ws-fechado
                   end-if
                   read perfech
                       at end move 'S' to ws-fim-perfech
                   end-read
               end-perform
               close perfech
           end-if.

       ABRE-ARQUIVOS.
           open input perbal
           if status-perbal <> '00'
               display 'LIVINV: ERRO NA ABERTURA DE PERBAL - STATUS '
                       status-perbal
               move 16 to return-code
               stop run
           end-if
           open input perinv
           if status-perinv = '00'
               move 'S' to ws-tem-perinv
           end-if
           open input cstab
           if status-cstab = '00'
               move 'S' to ws-tem-cstab
           end-if
           open output livinv
           if status-livinv <> '00'
               display 'LIVINV: ERRO NA ABERTURA DE LIVINV - STATUS '
                       status-livinv
               move 16 to return-code
               stop run
           end-if.

       FECHA-ARQUIVOS.
           close perbal
           close livinv
           if tem-perinv
               close perinv
           end-if
           if tem-cstab
               close cstab
           end-if.

      * Saldos do mes 12 com quantidade, valorizados a custo e com a
      * discriminacao, a unidade e a conta congeladas no perinv; o
      * consignado congelado do basico sai como linha de terceiros.
       SELECIONA-PERBAL.
           move 'N' to ws-fim-perbal
           move ws-anomes-inv to perbal-anomes
           move low-values    to perbal-tabela
           move zeros         to perbal-chave
           move zeros         to perbal-loja
           start perbal key is >= perbal-id
               invalid key
                   move 'S' to ws-fim-perbal
           end-start
           perform until fim-perbal
               read perbal next ignore lock
               if status-perbal <> '00'
                       or perbal-anomes <> ws-anomes-inv
                   move 'S' to ws-fim-perbal
               else
                   add 1 to ws-cont-perbal
                   perform LE-PERINV
                   if perbal-qtde = zeros
                       add 1 to ws-cont-zerados
                   else
                       perform LIBERA-ITEM
                   end-if
                   if achou-inv and perinv-csg-qtde > zeros
                       perform LIBERA-TERCEIROS
                   end-if
               end-if
           end-perform.

      * Atributos congelados do saldo; sem perinv (fechamento antigo)
      * o item sai sem eles e marcado.
       LE-PERINV.
           move 'N' to ws-achou-inv
           if tem-perinv
               move perbal-id to perinv-id
               read perinv key is perinv-id
                   invalid key
                       continue
                   not invalid key
                       move 'S' to ws-achou-inv
               end-read
           end-if
           if not achou-inv
               move spaces to perinv-desc
               move spaces to perinv-unid
               move spaces to perinv-conta
               move zeros  to perinv-csg-qtde
           end-if.

      * Saldo sem custo carimbado cai no cstab corrente do basico; o
      * material, cujo basico pai so o cadastro vivo diria, fica com
      * custo zero - nos dois casos marcado.
       LIBERA-ITEM.
           move perbal-loja   to sinv-loja
           move '0'           to sinv-prop
           move perbal-tabela to sinv-tabela
           move perbal-chave  to sinv-chave
           move perbal-qtde   to sinv-qtde
           move zeros         to sinv-fornec
           move 'N' to sinv-semcusto
           move perinv-desc   to sinv-desc
           move perinv-unid   to sinv-unid
           move perinv-conta  to sinv-conta
           if achou-inv
               move 'N' to sinv-semfoto
           else
               move 'S' to sinv-semfoto
               add 1 to ws-cont-semfoto
           end-if
           move perbal-chave to cstab-chave
           if perbal-custo numeric
               move perbal-custo to ws-custo-item
           else
               move zeros to ws-custo-item
               move 'S' to sinv-semcusto
               add 1 to ws-cont-semcusto
               if tem-cstab and perbal-tabela = 'basicos   '
                   move perbal-loja to cstab-loja
                   read cstab key is cstab-id
                       invalid key
                           continue
                       not invalid key
                           move cstab-custo to ws-custo-item
                   end-read
               end-if
           end-if
           move ws-custo-item to sinv-custo
           compute sinv-valor rounded = perbal-qtde * ws-custo-item
           release reg-sort-inventario.

      * Consignado congelado do basico: de terceiros, ao custo
      * acordado com o fornecedor dono.
       LIBERA-TERCEIROS.
           move perbal-loja       to sinv-loja
           move '2'               to sinv-prop
           move perbal-tabela     to sinv-tabela
           move perbal-chave      to sinv-chave
           move perinv-csg-qtde   to sinv-qtde
           move perinv-csg-custo  to sinv-custo
           move perinv-csg-fornec to sinv-fornec
           move perinv-desc       to sinv-desc
           move perinv-unid       to sinv-unid
           move perinv-conta      to sinv-conta
           move 'N' to sinv-semcusto
           move 'N' to sinv-semfoto
           compute sinv-valor rounded =
                   perinv-csg-qtde * perinv-csg-custo
           add 1 to ws-cont-terceiros
           release reg-sort-inventario.

      * Primeira passada: quantidade de itens e valor por loja.
       TOTALIZA-LOJAS.
           open input invord
           if status-invord <> '00'
               display 'LIVINV: ERRO NA ABERTURA DE INVORD - STATUS '
                       status-invord
               move 16 to return-code
               stop run
           end-if
           move 'N' to ws-fim-invord
           read invord
               at end move 'S' to ws-fim-invord
           end-read
           perform until fim-invord
               if iord-loja > zeros
                   move iord-loja to ws-lj-idx
                   add 1          to ws-tlj-itens(ws-lj-idx)
                   add iord-valor to ws-tlj-valor(ws-lj-idx)
               end-if
               read invord
                   at end move 'S' to ws-fim-invord
               end-read
           end-perform
           close invord.

      * Segunda passada: livro e bloco H, loja a loja.
       EMITE-LIVROS.
           open input invord
           if status-invord <> '00'
               display 'LIVINV: ERRO NA ABERTURA DE INVORD - STATUS '
                       status-invord
               move 16 to return-code
               stop run
           end-if
           move 'N' to ws-tem-loja
           move 'N' to ws-fim-invord
           read invord
               at end move 'S' to ws-fim-invord
           end-read
           perform until fim-invord
               if tem-loja and iord-loja <> ws-loja-atual
                   perform FECHA-LOJA
               end-if
               if not tem-loja
                   perform ABRE-LOJA
               end-if
               perform EMITE-ITEM
               read invord
                   at end move 'S' to ws-fim-invord
               end-read
           end-perform
           if tem-loja
               perform FECHA-LOJA
           end-if
           close invord.

       ABRE-LOJA.
           move 'S' to ws-tem-loja
           move iord-loja to ws-loja-atual
           add 1 to ws-cont-lojas
           move zeros to ws-loja-itens
           move zeros to ws-loja-valor
           move zeros to ws-terc-itens
           move zeros to ws-terc-valor
           move zeros to ws-pagina
           move zeros to ws-cont-linh-h

           move spaces to ws-blocoh
           string ws-env-arqdir delimited by space
                  '/blocoh.'    delimited by size
                  ws-loja-atual delimited by size
                  '.'           delimited by size
                  ws-inv-ano    delimited by size
                  '.txt'        delimited by size
                  into ws-blocoh
           open output blocoh
           if status-blocoh <> '00'
               display 'LIVINV: ERRO NA ABERTURA DE BLOCOH - STATUS '
                       status-blocoh
               move 16 to return-code
               stop run
           end-if
           move '|H001|0|' to reg-blocoh
           perform GRAVA-BLOCOH
           move iord-loja to ws-lj-idx
           move ws-tlj-valor(ws-lj-idx) to ws-fmt-valor
           move 'N' to ws-fmt-dec3
           perform FORMATA-NUMERO
           move spaces to reg-blocoh
           string '|H005|'          delimited by size
                  ws-dt-inventario  delimited by size
                  '|'               delimited by size
                  ws-fmt-texto      delimited by space
                  '|01|'            delimited by size
                  into reg-blocoh
           perform GRAVA-BLOCOH

           perform IMPRIME-TERMO-ABERTURA.

       EMITE-ITEM.
           if iord-terceiros and ws-terc-itens = zeros
               if ws-lin-pag >= ws-linhas-pagina - 2
                   perform IMPRIME-CABECALHO
               end-if
               move spaces to reg-livinv
               write reg-livinv
               move ws-lin-terc to reg-livinv
               write reg-livinv
               add 2 to ws-spool-linhas
               add 2 to ws-lin-pag
           end-if
           if iord-terceiros
               add 1          to ws-terc-itens
               add iord-valor to ws-terc-valor
               move '2'         to ws-ind-prop
               move iord-fornec to ws-cod-part
           else
               move '0'    to ws-ind-prop
               move spaces to ws-cod-part
           end-if
           if iord-tabela = 'materiais '
               move 'M' to ws-cod-letra
           else
               move 'B' to ws-cod-letra
           end-if
           move iord-chave to ws-cod-chave
           move iord-unid  to ws-unid-item
           if ws-unid-item = spaces
               move 'UN' to ws-unid-item
           end-if
           add 1          to ws-loja-itens
           add 1          to ws-cont-itens
           add iord-valor to ws-loja-valor
           add iord-valor to ws-tot-geral

           if ws-lin-pag >= ws-linhas-pagina
               perform IMPRIME-CABECALHO
           end-if
           move ws-cod-item  to ws-det-codigo
           move iord-desc    to ws-det-desc
           move ws-unid-item to ws-det-unid
           move iord-qtde    to ws-det-qtde
           move iord-custo   to ws-det-unit
           move iord-valor   to ws-det-valor
           evaluate true
               when iord-semcusto = 'S'
                   move '*' to ws-det-marca
               when iord-semfoto = 'S'
                   move '#' to ws-det-marca
               when other
                   move space to ws-det-marca
           end-evaluate
           move ws-det to reg-livinv
           write reg-livinv
           add 1 to ws-spool-linhas
           add 1 to ws-lin-pag

           move iord-qtde to ws-fmt-valor
           move 'S' to ws-fmt-dec3
           perform FORMATA-NUMERO
           move ws-fmt-texto to ws-txt-qtde
           move iord-custo to ws-fmt-valor
           move 'N' to ws-fmt-dec3
           perform FORMATA-NUMERO
           move ws-fmt-texto to ws-txt-unit
           move iord-valor to ws-fmt-valor
           perform FORMATA-NUMERO
           move ws-fmt-texto to ws-txt-valor
           move spaces to reg-blocoh
           string '|H010|'          delimited by size
                  ws-cod-item       delimited by size
                  '|'               delimited by size
                  ws-unid-item      delimited by space
                  '|'               delimited by size
                  ws-txt-qtde       delimited by space
                  '|'               delimited by size
                  ws-txt-unit       delimited by space
                  '|'               delimited by size
                  ws-txt-valor      delimited by space
                  '|'               delimited by size
                  ws-ind-prop       delimited by size
                  '|'               delimited by size
                  ws-cod-part       delimited by space
                  '||'              delimited by size
                  iord-conta        delimited by space
                  '||'              delimited by size
                  into reg-blocoh
           perform GRAVA-BLOCOH.

      * Total da loja confere com a primeira passada - e o mesmo do
      * H005; o H990 conta as linhas do bloco, inclusive ele mesmo.
       FECHA-LOJA.
           move ws-loja-atual to ws-lj-idx
           if ws-loja-valor <> ws-tlj-valor(ws-lj-idx)
                   or ws-loja-itens <> ws-tlj-itens(ws-lj-idx)
               display 'LIVINV: LOJA ' ws-loja-atual
                       ' TOTAL DO LIVRO DIFERE DO H005'
               move 16 to return-code
           end-if
           if ws-terc-itens > zeros
               if ws-lin-pag >= ws-linhas-pagina - 2
                   perform IMPRIME-CABECALHO
               end-if
               move spaces to reg-livinv
               write reg-livinv
               move ws-terc-itens to ws-ltc-itens
               move ws-terc-valor to ws-ltc-valor
               move ws-lin-tot-terc to reg-livinv
               write reg-livinv
               add 2 to ws-spool-linhas
               add 2 to ws-lin-pag
           end-if
           if ws-lin-pag >= ws-linhas-pagina - 2
               perform IMPRIME-CABECALHO
           end-if
           move spaces to reg-livinv
           write reg-livinv
           move ws-loja-itens to ws-ltt-itens
           move ws-loja-valor to ws-ltt-valor
           move ws-lin-total to reg-livinv
           write reg-livinv
           add 2 to ws-spool-linhas
           add 2 to ws-lin-pag

           add 1 to ws-cont-linh-h
           move ws-cont-linh-h to ws-fmt-valor
           move 'N' to ws-fmt-dec3
           perform FORMATA-NUMERO
           move ws-fmt-texto to ws-txt-cont
           move spaces to reg-blocoh
           string '|H990|'          delimited by size
                  ws-txt-cont       delimited by ','
                  '|'               delimited by size
                  into reg-blocoh
           write reg-blocoh
           close blocoh

           perform IMPRIME-TERMO-ENCERRAMENTO
           move 'N' to ws-tem-loja
           move 99 to ws-lin-pag.

       GRAVA-BLOCOH.
           write reg-blocoh
           add 1 to ws-cont-linh-h.

       FORMATA-NUMERO.
           move zeros to ws-fmt-brancos
           move spaces to ws-fmt-texto
           if fmt-tres-decimais
               move ws-fmt-valor to ws-fmt-ed3
               inspect ws-fmt-ed3 tallying ws-fmt-brancos
                   for leading spaces
               move ws-fmt-ed3(ws-fmt-brancos + 1:) to ws-fmt-texto
           else
               move ws-fmt-valor to ws-fmt-ed2
               inspect ws-fmt-ed2 tallying ws-fmt-brancos
                   for leading spaces
               move ws-fmt-ed2(ws-fmt-brancos + 1:) to ws-fmt-texto
           end-if.

       IMPRIME-CABECALHO.
           add 1 to ws-pagina
           move ws-parm-livro to ws-cab1-livro
           move ws-loja-atual to ws-cab1-loja
           move ws-inv-ano    to ws-cab1-ano
           move ws-pagina     to ws-cab1-folha
           move ws-cab1 to reg-livinv
           write reg-livinv
           move spaces to reg-livinv
           write reg-livinv
           move ws-cab2 to reg-livinv
           write reg-livinv
           add 3 to ws-spool-linhas
           move 3 to ws-lin-pag.

      * Termo de abertura na folha 1 da loja; as linhas de inventario
      * comecam na folha 2.
       IMPRIME-TERMO-ABERTURA.
           perform IMPRIME-CABECALHO-TERMO
           move spaces to ws-ter-texto
           string 'TERMO DE ABERTURA'
                  delimited by size into ws-ter-texto
           perform GRAVA-TERMO
           move spaces to ws-ter-texto
           string 'CONTEM ESTE LIVRO AS FOLHAS NUMERADAS A PARTIR '
                  'DESTA, QUE SERVIRAO PARA O REGISTRO DE '
                  'INVENTARIO DA LOJA ' ws-loja-atual
                  delimited by size into ws-ter-texto
           perform GRAVA-TERMO
           move spaces to ws-ter-texto
           string 'DOS ESTOQUES EXISTENTES EM 31/12/' ws-inv-ano
                  ', LIVRO NUMERO ' ws-parm-livro '.'
                  delimited by size into ws-ter-texto
           perform GRAVA-TERMO
           move 99 to ws-lin-pag.

       IMPRIME-TERMO-ENCERRAMENTO.
           perform IMPRIME-CABECALHO-TERMO
           move spaces to ws-ter-texto
           string 'TERMO DE ENCERRAMENTO'
                  delimited by size into ws-ter-texto
           perform GRAVA-TERMO
           move ws-pagina to ws-cab1-folha
           move spaces to ws-ter-texto
           string 'CONTEM ESTE LIVRO ' ws-cab1-folha
                  ' FOLHAS NUMERADAS DE 1 A ' ws-cab1-folha
                  ', INCLUSIVE ESTA, E SERVIU PARA O REGISTRO DE'
                  ' INVENTARIO DA LOJA ' ws-loja-atual
                  delimited by size into ws-ter-texto
           perform GRAVA-TERMO
           move ws-loja-itens to ws-ltt-itens
           move ws-loja-valor to ws-ltt-valor
           move spaces to ws-ter-texto
           string 'DOS ESTOQUES EXISTENTES EM 31/12/' ws-inv-ano
                  ', LIVRO NUMERO ' ws-parm-livro ', COM '
                  ws-ltt-itens ' ITENS NO VALOR TOTAL DE '
                  ws-ltt-valor '.'
                  delimited by size into ws-ter-texto
           perform GRAVA-TERMO.

       IMPRIME-CABECALHO-TERMO.
           add 1 to ws-pagina
           move ws-parm-livro to ws-cab1-livro
           move ws-loja-atual to ws-cab1-loja
           move ws-inv-ano    to ws-cab1-ano
           move ws-pagina     to ws-cab1-folha
           move ws-cab1 to reg-livinv
           write reg-livinv
           move spaces to reg-livinv
           write reg-livinv
           write reg-livinv
           add 3 to ws-spool-linhas.

       GRAVA-TERMO.
           move ws-lin-termo to reg-livinv
           write reg-livinv
           move spaces to reg-livinv
           write reg-livinv
           add 2 to ws-spool-linhas.

       GRAVA-SPOOLCAT.
           copy spoolcat.prc.

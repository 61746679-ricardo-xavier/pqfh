      * A partir dai movto.cbl recusa movimento datado dentro do
      * periodo e relpos.cbl responde a posicao do mes pelo saldo
      * congelado, nao pelo arquivo vivo. Periodo ja fechado nao
      * fecha de novo. Cada saldo leva carimbado o custo medio do
      * item no instante do fechamento (cstab; material pelo custo
      * do basico pai; sem custo, vale o preco), base da
      * conciliacao a custo da interface contabil. O estoque em
      * consignacao (csgtab) e do fornecedor e fica fora do saldo:
      * quantidade e valor do basico sao os do estoque proprio.
      *
      * Junto com cada saldo vai para o perinv, na mesma chave, o que
      * o Registro de Inventario (livinv.cbl) precisa congelado:
      * discriminacao, unidade, conta contabil do estoque (a debito
      * das entradas no ctbmap da loja ou da rede) e, no basico
      * consignado, a quantidade de terceiros com o fornecedor e o
      * custo acordado.
      *
      * Parametro via SYSIN: ano/mes (AAAAMM) a fechar; zeros fecha o
      * mes anterior ao corrente.
       copy sp01a04.sel.
       copy perbal.sel.
       copy perfech.sel.
       copy cstab.sel.
       copy csgtab.sel.
       copy ctbmap.sel.
       copy perinv.sel.

       DATA DIVISION.
       FILE SECTION.
       copy sp01a04.fd.
       copy perbal.fd.
       copy perfech.fd.
       copy cstab.fd.
       copy csgtab.fd.
       copy ctbmap.fd.
       copy perinv.fd.

       WORKING-STORAGE SECTION.
       77      ws-sp01a03     pic x(40) value '../../arq/sp01a03'.
       77      status-perbal  pic xx.
       77      ws-perfech     pic x(40) value '../../arq/perfech'.
       77      status-perfech pic xx.
       77      ws-cstab       pic x(40) value '../../arq/cstab'.
       77      status-cstab   pic xx.
       77      ws-tem-cstab   pic x(01) value 'N'.
               88  tem-cstab           value 'S'.
       77      ws-csgtab      pic x(40) value '../../arq/csgtab'.
       77      status-csgtab  pic xx.
       77      ws-tem-csgtab  pic x(01) value 'N'.
               88  tem-csgtab          value 'S'.
       77      ws-ctbmap      pic x(40) value '../../arq/ctbmap'.
       77      status-ctbmap  pic xx.
       77      ws-tem-ctbmap  pic x(01) value 'N'.
               88  tem-ctbmap          value 'S'.
       77      ws-perinv      pic x(40) value '../../arq/perinv'.
       77      status-perinv  pic xx.
       copy arqdir.cpy.

       01      ws-parm-fecmes.
       77      ws-cont-a03    pic 9(07) value zeros.
       77      ws-cont-a04    pic 9(07) value zeros.
       77      ws-valor-item  pic 9(13)v99.
       77      ws-custo-item  pic 9(07)v99.
       77      ws-cus-chave   pic 9(08).
       77      ws-cus-loja    pic 9(03).
       77      ws-qtde-propria pic 9(07)v999.

      * Consignado do basico corrente (APURA-PROPRIO) e conta do
      * estoque da ultima loja buscada no ctbmap.
       77      ws-csg-qtde    pic 9(07)v999.
       77      ws-csg-fornec  pic 9(05).
       77      ws-csg-custo   pic 9(07)v99.
       77      ws-conta-loja  pic 9(04) value 9999.
       77      ws-conta-estq  pic x(12) value spaces.

       PROCEDURE DIVISION.
       INICIO.
           string ws-env-arqdir delimited by space
                  '/perfech'    delimited by size
                  into ws-perfech
           string ws-env-arqdir delimited by space
                  '/cstab'      delimited by size
                  into ws-cstab
           string ws-env-arqdir delimited by space
                  '/csgtab'     delimited by size
                  into ws-csgtab
           string ws-env-arqdir delimited by space
                  '/ctbmap'     delimited by size
                  into ws-ctbmap
           string ws-env-arqdir delimited by space
                  '/perinv'     delimited by size
                  into ws-perinv

           move zeros to ws-parm-fecmes
           accept ws-parm-fecmes from sysin
                       status-perbal
               move 16 to return-code
               stop run
           end-if
           open input cstab
           if status-cstab = '00'
               move 'S' to ws-tem-cstab
           end-if
           open input csgtab
           if status-csgtab = '00'
               move 'S' to ws-tem-csgtab
           end-if
           open input ctbmap
           if status-ctbmap = '00'
               move 'S' to ws-tem-ctbmap
           end-if
           open i-o perinv
           if status-perinv = '35'
               open output perinv
               close perinv
               open i-o perinv
           end-if
           if status-perinv <> '00'
               display 'FECMES: ERRO NA ABERTURA DE PERINV - STATUS '
                       status-perinv
               move 16 to return-code
               stop run
           end-if.

       FECHA-ARQUIVOS.
           close sp01a03
           close sp01a04
           close perbal
           if tem-cstab
               close cstab
           end-if
           if tem-csgtab
               close csgtab
           end-if
           if tem-ctbmap
               close ctbmap
           end-if
           close perinv.

       FOTOGRAFA-BASICOS.
           move low-values to sp0103chave
                   move 'basicos   '  to perbal-tabela
                   move sp0103chave   to perbal-chave
                   move sp0103loja    to perbal-loja
                   perform APURA-PROPRIO
                   move ws-qtde-propria to perbal-qtde
                   compute perbal-valor =
                           ws-qtde-propria * sp0103preco
                   move sp0103chave   to ws-cus-chave
                   move sp0103loja    to ws-cus-loja
                   move sp0103preco   to ws-custo-item
                   perform BUSCA-CUSTO
                   move ws-custo-item to perbal-custo
                   write reg-perbal
                       invalid key
                           continue
                       not invalid key
                           add 1 to ws-cont-a03
                           move sp0103desc to perinv-desc
                           move sp0103unid to perinv-unid
                           perform GRAVA-PERINV
                   end-write
               end-if
               read sp01a03 next ignore lock
           end-perform.

      * Quantidade propria do basico: o fisico menos o consignado ao
      * fornecedor (nunca negativa).
       APURA-PROPRIO.
           move sp0103qtde to ws-qtde-propria
           move zeros to ws-csg-qtde
           move zeros to ws-csg-fornec
           move zeros to ws-csg-custo
           if tem-csgtab
               move sp0103chave to csgtab-chave
               move sp0103loja  to csgtab-loja
               read csgtab key is csgtab-id
                   invalid key
                       continue
                   not invalid key
                       if csgtab-qtde > ws-qtde-propria
                           move ws-qtde-propria to ws-csg-qtde
                           move zeros to ws-qtde-propria
                       else
                           move csgtab-qtde to ws-csg-qtde
                           subtract csgtab-qtde from ws-qtde-propria
                       end-if
                       if ws-csg-qtde > zeros
                           move csgtab-fornec to ws-csg-fornec
                           move csgtab-custo  to ws-csg-custo
                       end-if
               end-read
           end-if.

      * Materiais valem pelo preco do basico pai; orfao entra com
      * valor zero, como em relval.cbl - quantidade sem valor
      * inventado.
                   read sp01a03 key is sp0103chave
                       invalid key
                           move zeros to ws-valor-item
                           move zeros to ws-custo-item
                       not invalid key
                           compute ws-valor-item =
                                   sp0104qtde * sp0103preco
                           move sp0103preco to ws-custo-item
                   end-read
                   move sp0104chvpai  to ws-cus-chave
                   move sp0104loja    to ws-cus-loja
                   perform BUSCA-CUSTO
                   move ws-custo-item to perbal-custo
                   move ws-anomes-fec to perbal-anomes
                   move 'materiais '  to perbal-tabela
                   move sp0104chave   to perbal-chave
                           continue
                       not invalid key
                           add 1 to ws-cont-a04
                           move zeros to ws-csg-qtde
                           move zeros to ws-csg-fornec
                           move zeros to ws-csg-custo
                           move sp0104desc to perinv-desc
                           move sp0104unid to perinv-unid
                           perform GRAVA-PERINV
                   end-write
               end-if
               read sp01a04 next ignore lock
           end-perform.

      * Atributos de inventario do saldo recem-gravado, na chave
      * dele; descricao e unidade ja carregadas pelo chamador.
       GRAVA-PERINV.
           move perbal-id to perinv-id
           if perbal-loja <> ws-conta-loja
               perform BUSCA-CONTA-ESTOQUE
           end-if
           move ws-conta-estq to perinv-conta
           move ws-csg-qtde   to perinv-csg-qtde
           move ws-csg-fornec to perinv-csg-fornec
           move ws-csg-custo  to perinv-csg-custo
           write reg-perinv
               invalid key
                   continue
           end-write.

      * Conta do estoque: a debito das entradas no mapa contabil, da
      * loja ou, na falta, da rede.
       BUSCA-CONTA-ESTOQUE.
           move perbal-loja to ws-conta-loja
           move spaces to ws-conta-estq
           if tem-ctbmap
               move perbal-loja to ctbmap-loja
               move 'E'    to ctbmap-tipo
               move 'E'    to ctbmap-es
               move spaces to ctbmap-motivo
               read ctbmap key is ctbmap-id
                   invalid key
                       move zeros to ctbmap-loja
                       read ctbmap key is ctbmap-id
                           invalid key
                               continue
                           not invalid key
                               move ctbmap-debito to ws-conta-estq
                       end-read
                   not invalid key
                       move ctbmap-debito to ws-conta-estq
               end-read
           end-if.

      * Custo medio da chave/loja em ws-cus-*; sem custo no cstab
      * fica o preco ja carregado em ws-custo-item.
       BUSCA-CUSTO.
           if tem-cstab
               move ws-cus-chave to cstab-chave
               move ws-cus-loja  to cstab-loja
               read cstab key is cstab-id
                   invalid key
                       continue
                   not invalid key
                       if cstab-custo > zeros
                           move cstab-custo to ws-custo-item
                       end-if
               end-read
           end-if.

       MARCA-FECHADO.
           accept ws-agora-data from date yyyymmdd
           accept ws-hora-raw   from time

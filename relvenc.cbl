      $ set callfh"pqfh"
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    relvenc.

      * Relatorio de vencimentos por loja: varre os lotes do lottab e
      * enquadra cada lote datado pelos dias que faltam para vencer,
      * em tres faixas parametrizaveis, com quantidade e valor a
      * custo (cstab; sem custo, vale pelo sp0103preco). Lote ja
      * vencido sai na faixa VENCIDO e vai tambem para o arquivo de
      * vencidos (lotvenc.txt: chave, loja, lote, validade,
      * quantidade e custo unitario), que alimenta a baixa do
      * estoque vencido (opcao V do perda.cbl). Lote sem validade
      * nao vence e nao aparece.
      *
      * Secao final: itens cuja soma dos lotes nao bate com o
      * sp0103qtde - estoque que mudou por fora do lancador de
      * movimentos (fusao, backout, sincronizacao) e precisa de
      * contagem para o controle de lotes voltar a valer.
      *
      * Parametros via SYSIN: os tres limites de dias das faixas
      * (default 7/15/30). Retorno 8 quando ha lote vencido ou item
      * divergente.

       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
       copy lottab.sel.
       copy sp01a03.sel.
       copy cstab.sel.
       copy spoolcat.sel.
           select sort-lotes assign to "sortwk1".
           select vencord assign to ws-vencord
               organization is line sequential
               file status is status-vencord.
           select lotvenc assign to ws-lotvenc
               organization is line sequential
               file status is status-lotvenc.
           select relvenc assign to ws-relvenc
               organization is line sequential
               file status is status-relvenc.

       DATA DIVISION.
       FILE SECTION.
       copy lottab.fd.
       copy sp01a03.fd.
       copy cstab.fd.
       copy spoolcat.fd.
       SD  sort-lotes.
       01  reg-sort-lotes.
           05  sort-loja           pic 9(03).
           05  sort-faixa          pic 9(01).
           05  sort-validade       pic 9(08).
           05  sort-chave          pic 9(08).
           05  sort-lote           pic x(10).
           05  sort-desc           pic x(30).
           05  sort-qtde           pic 9(07)v999.
           05  sort-custo          pic 9(07)v99.
           05  sort-dias           pic s9(05).
       fd  vencord
           label record standard.
       01  reg-vencord.
           05  vord-loja           pic 9(03).
           05  vord-faixa          pic 9(01).
           05  vord-validade       pic 9(08).
           05  vord-chave          pic 9(08).
           05  vord-lote           pic x(10).
           05  vord-desc           pic x(30).
           05  vord-qtde           pic 9(07)v999.
           05  vord-custo          pic 9(07)v99.
           05  vord-dias           pic s9(05).
      * Lotes vencidos, para a baixa do estoque vencido.
       fd  lotvenc
           label record standard.
       01  reg-lotvenc.
           05  lvc-chave           pic 9(08).
           05  lvc-loja            pic 9(03).
           05  lvc-lote            pic x(10).
           05  lvc-validade        pic 9(08).
           05  lvc-qtde            pic 9(07)v999.
           05  lvc-custo           pic 9(07)v99.
       fd  relvenc
           label record standard.
       01  reg-relvenc                pic x(132).

       WORKING-STORAGE SECTION.
       77      ws-lottab      pic x(40) value '../../arq/lottab'.
       77      status-lottab  pic xx.
       77      ws-sp01a03     pic x(40) value '../../arq/sp01a03'.
       77      status01-a03   pic xx.
       77      ws-cstab       pic x(40) value '../../arq/cstab'.
       77      status-cstab   pic xx.
       77      ws-tem-cstab   pic x(01) value 'N'.
               88  tem-cstab           value 'S'.
       77      ws-vencord     pic x(40) value '../../arq/relvenc.srt'.
       77      status-vencord pic xx.
       77      ws-lotvenc     pic x(40) value '../../arq/lotvenc.txt'.
       77      status-lotvenc pic xx.
       77      ws-relvenc     pic x(40).
       77      status-relvenc pic xx.
       copy arqdir.cpy.
       copy spool.cpy.

       01      ws-parm-relvenc.
               05  ws-parm-faixa1      pic 9(03).
               05  ws-parm-faixa2      pic 9(03).
               05  ws-parm-faixa3      pic 9(03).

      * Limites das faixas em tabela; a faixa 0 e a dos vencidos.
       01      ws-faixas.
               05  ws-faixa-lim occurs 3 times pic 9(03).
       77      ws-fx-idx      pic 9(01) comp.

       77      ws-fim-lottab  pic x(01).
               88  fim-lottab          value 'S'.
       77      ws-fim-vencord pic x(01).
               88  fim-vencord         value 'S'.

      * Soma dos lotes da chave/loja corrente da varredura - o
      * lottab vem ordenado por chave/loja, a quebra fecha o item.
       77      ws-grp-chave   pic 9(08).
       77      ws-grp-loja    pic 9(03).
       77      ws-grp-soma    pic 9(09)v999.
       77      ws-tem-grupo   pic x(01).
               88  tem-grupo           value 'S'.
       01      ws-divergentes.
               05  ws-div-ocorr occurs 500 times
                       indexed by ws-div-idx.
                   10  ws-div-chave    pic 9(08).
                   10  ws-div-loja     pic 9(03).
                   10  ws-div-desc     pic x(30).
                   10  ws-div-soma     pic 9(09)v999.
                   10  ws-div-qtde     pic 9(07)v999.
       77      ws-div-qtde-itens pic 9(03) comp value zeros.
       77      ws-cont-diverg pic 9(05) value zeros.

       77      ws-custo-lote  pic 9(07)v99.
       77      ws-valor-lote  pic 9(11)v99.
       77      ws-loja-atual  pic 9(03).
       77      ws-faixa-atual pic 9(01).
       77      ws-tem-loja    pic x(01).
               88  tem-loja            value 'S'.
       77      ws-tot-qtde    pic 9(09)v999.
       77      ws-tot-valor   pic 9(13)v99.
       77      ws-cont-vencidos pic 9(05) value zeros.
       77      ws-cont-lotes  pic 9(07) value zeros.

       77      ws-data-hoje    pic 9(08).
       01      ws-dthr.
               05  ws-dthr-ano     pic 9(04).
               05  ws-dthr-mes     pic 9(02).
               05  ws-dthr-dia     pic 9(02).
       01      ws-tab-cumdias-val  pic x(36) value
               '000031059090120151181212243273304334'.
       01  filler redefines ws-tab-cumdias-val.
           05  ws-cumdias occurs 12 times pic 9(03).
       77      ws-quociente    pic 9(04) comp.
       77      ws-resto        pic 9(01) comp.
       77      ws-serial       pic 9(09) comp.
       77      ws-serial-hoje  pic 9(09) comp.
       77      ws-dias-calc    pic s9(09) comp.

       77      ws-linhas-pagina   pic 9(02) value 55.
       77      ws-lin-pag         pic 9(02) comp value 99.
       77      ws-pagina          pic 9(04) comp value zeros.

       01      ws-cab1.
               05  filler          pic x(36)
                       value 'LOTES A VENCER E VENCIDOS'.
               05  filler          pic x(08) value 'FAIXAS:'.
               05  ws-cab1-fx1     pic zz9.
               05  filler          pic x(01) value '/'.
               05  ws-cab1-fx2     pic zz9.
               05  filler          pic x(01) value '/'.
               05  ws-cab1-fx3     pic zz9.
               05  filler          pic x(07) value ' DIAS  '.
               05  filler          pic x(08) value 'PAGINA:'.
               05  ws-cab1-pagina  pic zzz9.
       01      ws-cab2.
               05  filler          pic x(14) value 'FAIXA'.
               05  filler          pic x(10) value 'CHAVE'.
               05  filler          pic x(32) value 'DESCRICAO'.
               05  filler          pic x(12) value 'LOTE'.
               05  filler          pic x(10) value 'VALIDADE'.
               05  filler          pic x(07) value 'DIAS'.
               05  filler          pic x(13) value 'QUANTIDADE'.
               05  filler          pic x(12) value 'CUSTO'.
               05  filler          pic x(14) value 'VALOR'.
       01      ws-linha-loja.
               05  filler          pic x(05) value 'LOJA '.
               05  ws-loja-ed      pic zz9.
       01      ws-det.
               05  ws-det-faixa    pic x(12).
               05  filler          pic x(02) value spaces.
               05  ws-det-chave    pic 9(08).
               05  filler          pic x(02) value spaces.
               05  ws-det-desc     pic x(30).
               05  filler          pic x(02) value spaces.
               05  ws-det-lote     pic x(10).
               05  filler          pic x(02) value spaces.
               05  ws-det-validade pic 9(08).
               05  filler          pic x(02) value spaces.
               05  ws-det-dias     pic -zzz9.
               05  filler          pic x(02) value spaces.
               05  ws-det-qtde     pic z(06)9,999.
               05  filler          pic x(02) value spaces.
               05  ws-det-custo    pic z(06)9,99.
               05  filler          pic x(02) value spaces.
               05  ws-det-valor    pic zzz.zzz.zz9,99.
       01      ws-rot-vencido      pic x(12) value 'VENCIDO'.
       01      ws-rot-faixa.
               05  filler          pic x(04) value 'ATE '.
               05  ws-rot-lim      pic zz9.
               05  filler          pic x(05) value ' DIAS'.
       01      ws-linha-tot.
               05  filler          pic x(03) value spaces.
               05  filler          pic x(10) value 'TOTAL '.
               05  ws-tot-rotulo   pic x(12).
               05  filler          pic x(09) value '   QTDE:'.
               05  ws-tot-qtde-ed  pic z.zzz.zzz.zz9,999.
               05  filler          pic x(09) value '   VALOR:'.
               05  ws-tot-valor-ed pic zzz.zzz.zzz.zz9,99.
       01      ws-cab-div.
               05  filler          pic x(50) value
                   'ITENS COM SOMA DOS LOTES DIFERENTE DO ESTOQUE'.
       01      ws-cab-div2.
               05  filler          pic x(06) value 'LOJA'.
               05  filler          pic x(10) value 'CHAVE'.
               05  filler          pic x(32) value 'DESCRICAO'.
               05  filler          pic x(16) value 'SOMA DOS LOTES'.
               05  filler          pic x(14) value 'ESTOQUE'.
       01      ws-det-div.
               05  ws-dvd-loja     pic zz9.
               05  filler          pic x(03) value spaces.
               05  ws-dvd-chave    pic 9(08).
               05  filler          pic x(02) value spaces.
               05  ws-dvd-desc     pic x(30).
               05  filler          pic x(02) value spaces.
               05  ws-dvd-soma     pic zz.zzz.zz9,999.
               05  filler          pic x(02) value spaces.
               05  ws-dvd-qtde     pic z(06)9,999.
       01      ws-rodape.
               05  filler          pic x(30)
                       value 'LOTES VENCIDOS..............:'.
               05  ws-rod-vencidos pic z(04)9.
       01      ws-rodape2.
               05  filler          pic x(30)
                       value 'ITENS DIVERGENTES...........:'.
               05  ws-rod-diverg   pic z(04)9.

       PROCEDURE DIVISION.
       INICIO.
           copy arqdir.prc.
           string ws-env-arqdir delimited by space
                  '/lottab'     delimited by size
                  into ws-lottab
           string ws-env-arqdir delimited by space
                  '/sp01a03'    delimited by size
                  into ws-sp01a03
           string ws-env-arqdir delimited by space
                  '/cstab'      delimited by size
                  into ws-cstab
           string ws-env-arqdir delimited by space
                  '/relvenc.srt' delimited by size
                  into ws-vencord
           string ws-env-arqdir delimited by space
                  '/lotvenc.txt' delimited by size
                  into ws-lotvenc
           move 'relvenc' to ws-spool-base
           copy spool.prc.
           move ws-spool-nome to ws-relvenc

           move zeros to ws-parm-relvenc
           accept ws-parm-relvenc from sysin
           if ws-parm-faixa1 not numeric or ws-parm-faixa1 = zeros
               move 7  to ws-parm-faixa1
               move 15 to ws-parm-faixa2
               move 30 to ws-parm-faixa3
           end-if
           move ws-parm-faixa1 to ws-faixa-lim(1)
           move ws-parm-faixa2 to ws-faixa-lim(2)
           move ws-parm-faixa3 to ws-faixa-lim(3)
           move ws-parm-relvenc to ws-spool-parms

           accept ws-data-hoje from date yyyymmdd
           move ws-data-hoje to ws-dthr
           perform CALCULA-SERIAL
           move ws-serial to ws-serial-hoje

           perform ABRE-ARQUIVOS

           sort sort-lotes
               on ascending key sort-loja sort-faixa sort-validade
                                sort-chave sort-lote
               input procedure is SELECIONA-LOTES
               giving vencord

           close lottab
           close sp01a03
           close lotvenc
           if tem-cstab
               close cstab
           end-if

           perform IMPRIME-LOTES
           perform IMPRIME-DIVERGENTES
           close relvenc
           perform GRAVA-SPOOLCAT

           display 'RELVENC: ' ws-cont-lotes ' LOTES NAS FAIXAS, '
                   ws-cont-vencidos ' VENCIDOS, '
                   ws-cont-diverg ' ITENS DIVERGENTES'
           if ws-cont-vencidos > 0 or ws-cont-diverg > 0
               move 8 to return-code
           end-if
           stop run.

       ABRE-ARQUIVOS.
           open input lottab
           if status-lottab <> '00'
               display 'RELVENC: ERRO NA ABERTURA DE LOTTAB - STATUS '
                       status-lottab
               move 16 to return-code
               stop run
           end-if
           open input sp01a03
           if status01-a03 <> '00'
               display 'RELVENC: ERRO NA ABERTURA DE SP01A03 - STATUS '
                       status01-a03
               move 16 to return-code
               stop run
           end-if
           open input cstab
           if status-cstab = '00'
               move 'S' to ws-tem-cstab
           end-if
           open output lotvenc
           if status-lotvenc <> '00'
               display 'RELVENC: ERRO NA ABERTURA DE LOTVENC - STATUS '
                       status-lotvenc
               move 16 to return-code
               stop run
           end-if
           open output relvenc
           if status-relvenc <> '00'
               display 'RELVENC: ERRO NA ABERTURA DE RELVENC - STATUS '
                       status-relvenc
               move 16 to return-code
               stop run
           end-if.

      * Varre o lottab inteiro: fecha a soma de cada chave/loja na
      * quebra e libera para a ordenacao os lotes datados que caem em
      * alguma faixa.
       SELECIONA-LOTES.
           move 'N' to ws-fim-lottab
           move 'N' to ws-tem-grupo
           move low-values to lottab-id
           start lottab key is >= lottab-id
               invalid key
                   move 'S' to ws-fim-lottab
           end-start
           perform until fim-lottab
               read lottab next ignore lock
               if status-lottab <> '00'
                   move 'S' to ws-fim-lottab
               else
                   if not tem-grupo
                           or lottab-chave <> ws-grp-chave
                           or lottab-loja  <> ws-grp-loja
                       if tem-grupo
                           perform FECHA-ITEM
                       end-if
                       perform ABRE-ITEM
                   end-if
                   add lottab-qtde to ws-grp-soma
                   if lottab-validade <> zeros
                           and lottab-qtde > zeros
                       perform ENQUADRA-LOTE
                   end-if
               end-if
           end-perform
           if tem-grupo
               perform FECHA-ITEM
           end-if.

      * Novo item na varredura: cadastro e custo unitario dele.
       ABRE-ITEM.
           move 'S' to ws-tem-grupo
           move lottab-chave to ws-grp-chave
           move lottab-loja  to ws-grp-loja
           move zeros        to ws-grp-soma
           move lottab-chave to sp0103chave
           read sp01a03 key is sp0103chave
               invalid key
                   move spaces to sp0103desc
                   move zeros  to sp0103qtde
                   move zeros  to sp0103preco
           end-read
           move sp0103preco to ws-custo-lote
           if tem-cstab
               move lottab-chave to cstab-chave
               move lottab-loja  to cstab-loja
               read cstab key is cstab-id
                   invalid key
                       continue
                   not invalid key
                       if cstab-custo > zeros
                           move cstab-custo to ws-custo-lote
                       end-if
               end-read
           end-if.

       FECHA-ITEM.
           if ws-grp-soma <> sp0103qtde
               add 1 to ws-cont-diverg
               if ws-div-qtde-itens < 500
                   add 1 to ws-div-qtde-itens
                   set ws-div-idx to ws-div-qtde-itens
                   move ws-grp-chave to ws-div-chave(ws-div-idx)
                   move ws-grp-loja  to ws-div-loja(ws-div-idx)
                   move sp0103desc   to ws-div-desc(ws-div-idx)
                   move ws-grp-soma  to ws-div-soma(ws-div-idx)
                   move sp0103qtde   to ws-div-qtde(ws-div-idx)
               end-if
           end-if.

      * Dias ate o vencimento e faixa do lote: vencido e faixa 0,
      * alem do ultimo limite o lote nao entra no relatorio.
       ENQUADRA-LOTE.
           move lottab-validade to ws-dthr
           if ws-dthr-mes < 01 or ws-dthr-mes > 12
               move 01 to ws-dthr-mes
           end-if
           perform CALCULA-SERIAL
           compute ws-dias-calc = ws-serial - ws-serial-hoje
           move 9 to sort-faixa
           if ws-dias-calc < zeros
               move 0 to sort-faixa
           else
               perform varying ws-fx-idx from 3 by -1
                       until ws-fx-idx < 1
                   if ws-dias-calc <= ws-faixa-lim(ws-fx-idx)
                       move ws-fx-idx to sort-faixa
                   end-if
               end-perform
           end-if
           if sort-faixa <> 9
               move lottab-loja     to sort-loja
               move lottab-validade to sort-validade
               move lottab-chave    to sort-chave
               move lottab-lote     to sort-lote
               move sp0103desc      to sort-desc
               move lottab-qtde     to sort-qtde
               move ws-custo-lote   to sort-custo
               if ws-dias-calc < -9999
                   move -9999 to sort-dias
               else
                   move ws-dias-calc to sort-dias
               end-if
               release reg-sort-lotes
               add 1 to ws-cont-lotes
               if sort-faixa = 0
                   add 1 to ws-cont-vencidos
                   move lottab-chave    to lvc-chave
                   move lottab-loja     to lvc-loja
                   move lottab-lote     to lvc-lote
                   move lottab-validade to lvc-validade
                   move lottab-qtde     to lvc-qtde
                   move ws-custo-lote   to lvc-custo
                   write reg-lotvenc
               end-if
           end-if.

       CALCULA-SERIAL.
           compute ws-serial = ws-dthr-ano * 365
                   + (ws-dthr-ano - 1) / 4
                   + ws-cumdias(ws-dthr-mes) + ws-dthr-dia
           divide ws-dthr-ano by 4 giving ws-quociente
               remainder ws-resto
           if ws-dthr-mes > 2 and ws-resto = zeros
               add 1 to ws-serial
           end-if.

      * Lotes ordenados por loja, faixa e validade, com total de
      * quantidade e valor a cada faixa de cada loja.
       IMPRIME-LOTES.
           move ws-parm-faixa1 to ws-cab1-fx1
           move ws-parm-faixa2 to ws-cab1-fx2
           move ws-parm-faixa3 to ws-cab1-fx3
           move 'N' to ws-tem-loja
           move 'N' to ws-fim-vencord
           open input vencord
           if status-vencord <> '00'
               display 'RELVENC: ERRO NA ABERTURA DE VENCORD - STATUS '
                       status-vencord
               move 16 to return-code
               stop run
           end-if
           perform IMPRIME-CABECALHO
           read vencord
               at end move 'S' to ws-fim-vencord
           end-read
           perform until fim-vencord
               if not tem-loja or vord-loja <> ws-loja-atual
                   if tem-loja
                       perform IMPRIME-TOTAL-FAIXA
                   end-if
                   move 'S' to ws-tem-loja
                   move vord-loja  to ws-loja-atual
                   move vord-faixa to ws-faixa-atual
                   perform IMPRIME-LOJA
               end-if
               if vord-faixa <> ws-faixa-atual
                   perform IMPRIME-TOTAL-FAIXA
                   move vord-faixa to ws-faixa-atual
               end-if
               perform IMPRIME-DETALHE
               read vencord
                   at end move 'S' to ws-fim-vencord
               end-read
           end-perform
           if tem-loja
               perform IMPRIME-TOTAL-FAIXA
           end-if
           close vencord
           move spaces to reg-relvenc
           write reg-relvenc
           move ws-cont-vencidos to ws-rod-vencidos
           move ws-rodape to reg-relvenc
           write reg-relvenc
           add 2 to ws-spool-linhas.

       IMPRIME-CABECALHO.
           add 1 to ws-pagina
           move ws-pagina to ws-cab1-pagina
           move ws-cab1 to reg-relvenc
           write reg-relvenc
           move ws-cab2 to reg-relvenc
           write reg-relvenc
           add 2 to ws-spool-linhas
           move 2 to ws-lin-pag.

       IMPRIME-LOJA.
           if ws-lin-pag >= ws-linhas-pagina
               perform IMPRIME-CABECALHO
           end-if
           move ws-loja-atual to ws-loja-ed
           move ws-linha-loja to reg-relvenc
           write reg-relvenc
           add 1 to ws-spool-linhas
           add 1 to ws-lin-pag
           move zeros to ws-tot-qtde
           move zeros to ws-tot-valor.

       MONTA-ROTULO-FAIXA.
           if ws-faixa-atual = 0
               move ws-rot-vencido to ws-det-faixa
           else
               move ws-faixa-lim(ws-faixa-atual) to ws-rot-lim
               move ws-rot-faixa to ws-det-faixa
           end-if.

       IMPRIME-DETALHE.
           if ws-lin-pag >= ws-linhas-pagina
               perform IMPRIME-CABECALHO
           end-if
           perform MONTA-ROTULO-FAIXA
           compute ws-valor-lote rounded = vord-qtde * vord-custo
           add vord-qtde     to ws-tot-qtde
           add ws-valor-lote to ws-tot-valor
           move vord-chave    to ws-det-chave
           move vord-desc     to ws-det-desc
           move vord-lote     to ws-det-lote
           move vord-validade to ws-det-validade
           move vord-dias     to ws-det-dias
           move vord-qtde     to ws-det-qtde
           move vord-custo    to ws-det-custo
           move ws-valor-lote to ws-det-valor
           move ws-det to reg-relvenc
           write reg-relvenc
           add 1 to ws-spool-linhas
           add 1 to ws-lin-pag.

       IMPRIME-TOTAL-FAIXA.
           perform MONTA-ROTULO-FAIXA
           move ws-det-faixa  to ws-tot-rotulo
           move ws-tot-qtde   to ws-tot-qtde-ed
           move ws-tot-valor  to ws-tot-valor-ed
           move ws-linha-tot to reg-relvenc
           write reg-relvenc
           move spaces to reg-relvenc
           write reg-relvenc
           add 2 to ws-spool-linhas
           add 2 to ws-lin-pag
           move zeros to ws-tot-qtde
           move zeros to ws-tot-valor.

      * Secao final: itens com soma dos lotes diferente do estoque.
       IMPRIME-DIVERGENTES.
           move spaces to reg-relvenc
           write reg-relvenc
           move ws-cab-div to reg-relvenc
           write reg-relvenc
           move ws-cab-div2 to reg-relvenc
           write reg-relvenc
           add 3 to ws-spool-linhas
           perform varying ws-div-idx from 1 by 1
                   until ws-div-idx > ws-div-qtde-itens
               move ws-div-loja(ws-div-idx)  to ws-dvd-loja
               move ws-div-chave(ws-div-idx) to ws-dvd-chave
               move ws-div-desc(ws-div-idx)  to ws-dvd-desc
               move ws-div-soma(ws-div-idx)  to ws-dvd-soma
               move ws-div-qtde(ws-div-idx)  to ws-dvd-qtde
               move ws-det-div to reg-relvenc
               write reg-relvenc
               add 1 to ws-spool-linhas
           end-perform
           move ws-cont-diverg to ws-rod-diverg
           move ws-rodape2 to reg-relvenc
           write reg-relvenc
           add 1 to ws-spool-linhas.

       GRAVA-SPOOLCAT.
           copy spoolcat.prc.

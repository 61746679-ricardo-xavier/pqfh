      * a comparacao de divergencias e a efetivacao nao mudam.
      * Codigos desconhecidos vao para o arquivo de rejeicao com
      * codigo de motivo.
      *
      * A efetivacao acerta tambem os lotes do item (lottab): falta
      * na contagem baixa os lotes que vencem primeiro, sobra entra
      * no lote sem codigo - a soma dos lotes continua batendo com
      * a quantidade contada.
      *
      * Basico consignado (csgtab): a falta consome primeiro o
      * consignado, como a saida no movto.cbl, e o consumido vai para
      * o csgmov amarrado ao lancamento de contagem - o consignado
      * nunca fica acima do fisico contado.
      *
      * Sign-on contra o opertab, como em nfent.cbl: o operador
      * identificado e quem assina os lancamentos de contagem no
      * ledger (movled-operador), para que os ajustes de estoque
      * possam ser cruzados com as demais trilhas de operador.
      *
      * Loja com inventario geral em andamento (invcab nao fechado)
      * conta pelo invent.cbl, contra o saldo congelado - aqui a
      * digitacao e as leituras de scanner dela sao recusadas.

       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       copy movled.sel.
       copy abctab.sel.
       copy eantab.sel.
       copy lottab.sel.
       copy csgtab.sel.
       copy csgmov.sel.
       copy opertab.sel.
       copy invcab.sel.
           select cntdig assign to ws-cntdig
               organization is line sequential
               file status is status-cntdig.
       copy movled.fd.
       copy abctab.fd.
       copy eantab.fd.
       copy lottab.fd.
       copy csgtab.fd.
       copy csgmov.fd.
       copy opertab.fd.
       copy invcab.fd.
      * Arquivo de leituras do scanner: uma leitura por linha, em
      * qualquer ordem; o mesmo EAN pode aparecer varias vezes.
       fd  scnent
       77      status-cntdig  pic xx.
       77      ws-relvar      pic x(40) value '../../arq/relvar.lst'.
       77      status-relvar  pic xx.
       77      ws-opertab     pic x(40) value '../../arq/opertab'.
       77      status-opertab pic xx.
       copy arqdir.cpy.
       copy movled.cpy.
       copy lote.cpy.
       copy csg.cpy.

      * Tabela ABC da contagem ciclica: quando existe (abccls.cbl ja
      * rodou), a efetivacao carimba a data da contagem e os
       77      ws-tem-abctab  pic x(01) value 'N'.
               88  tem-abctab          value 'S'.

      * Eventos de inventario geral (invent.cbl): opcional - sem o
      * arquivo nenhuma loja esta em inventario.
       77      ws-invcab      pic x(40) value '../../arq/invcab'.
       77      status-invcab  pic xx.
       77      ws-tem-invcab  pic x(01) value 'N'.
               88  tem-invcab          value 'S'.
       77      ws-em-inventario pic x(01).
               88  loja-em-inventario  value 'S'.
       77      ws-inv-loja    pic 9(03).
       77      ws-fim-invcab  pic x(01).
               88  fim-invcab          value 'S'.

      * Importacao do arquivo de scanner: caminhos, motivos de
      * rejeicao e a tabela de acumulacao por item - as leituras
      * chegam em qualquer ordem e repetidas, e entram na digitacao
               88  scn-nao-e-basico        value 02.
               88  scn-qtde-invalida       value 03.
               88  scn-tabela-cheia        value 04.
               88  scn-loja-inventario     value 05.
       01      ws-acum.
               05  ws-acu-ocorr occurs 5000 times
                       indexed by ws-acu-idx.
       77      ws-fim-cntdig  pic x value 'N'.
               88  fim-cntdig         value 'Y'.

      * Sign-on: operador corrente e controle de tentativas, na
      * mesma disciplina de manter.cbl.
       77      ws-sign-operador   pic x(08).
       77      ws-sign-senha      pic x(08).
       77      ws-sign-tentativas pic 9(01) value zeros.
       77      ws-sign-ok         pic x(01) value 'N'.
               88  sign-ok             value 'S'.

       77      ws-dig-loja    pic 9(03) value zeros.
       77      ws-dig-chave   pic 9(08) value zeros.
       77      ws-dig-qtde    pic 9(07)v999 value zeros.
      * a folha de contagem e um grupo continuo de paginas por loja -
      * o operador so a redigita quando muda de folha.
       SCREEN SECTION.
       01  tela-signon.
           05  blank screen.
           05  line 01 column 01 value 'DIGITACAO DA CONTAGEM FISICA'.
           05  line 03 column 01 value 'OPERADOR:'.
           05  line 03 column 11 pic x(08) using ws-sign-operador.
           05  line 04 column 01 value 'SENHA...:'.
           05  line 04 column 11 pic x(08) using ws-sign-senha secure.
           05  line 20 column 01 pic x(60) from ws-msg.

       01  tela-digcont.
           05  blank screen.
           05  line 01 column 01 value 'DIGITACAO DA CONTAGEM FISICA'.
           string ws-env-arqdir delimited by space
                  '/scnrej.txt' delimited by size
                  into ws-scnrej
           string ws-env-arqdir delimited by space
                  '/lottab'     delimited by size
                  into ws-lottab
           string ws-env-arqdir delimited by space
                  '/csgtab'     delimited by size
                  into ws-csgtab
           string ws-env-arqdir delimited by space
                  '/csgmov'     delimited by size
                  into ws-csgmov
           string ws-env-arqdir delimited by space
                  '/opertab'    delimited by size
                  into ws-opertab
           string ws-env-arqdir delimited by space
                  '/invcab'     delimited by size
                  into ws-invcab

           perform ABRE-OPERTAB
           perform SIGN-ON
           if not sign-ok
               display 'DIGCONT: SIGN-ON RECUSADO'
               close opertab
               move 16 to return-code
               stop run
           end-if

           open i-o sp01a03
           if status01-a03 <> '00'
           if status-abctab = '00'
               move 'S' to ws-tem-abctab
           end-if
           open input invcab
           if status-invcab = '00'
               move 'S' to ws-tem-invcab
           end-if
           open i-o lottab
           if status-lottab = '35'
               open output lottab
               close lottab
               open i-o lottab
           end-if
           if status-lottab <> '00'
               display 'DIGCONT: ERRO NA ABERTURA DE LOTTAB - STATUS '
                       status-lottab
               move 16 to return-code
               stop run
           end-if
           open i-o csgtab
           if status-csgtab = '00'
               move 'S' to ws-tem-csgtab
               open i-o csgmov
               if status-csgmov = '35'
                   open output csgmov
                   close csgmov
                   open i-o csgmov
               end-if
               if status-csgmov <> '00'
                   display 'DIGCONT: ERRO NA ABERTURA DE CSGMOV - '
                           'STATUS ' status-csgmov
                   move 16 to return-code
                   stop run
               end-if
           end-if

      * Uma digitacao interrompida deixa registros no cntdig - eles
      * sao recontados aqui para que a efetivacao continue valendo
           close cntdig
           close sp01a03
           close movled
           close lottab
           if tem-csgtab
               close csgtab
               close csgmov
           end-if
           close opertab
           if tem-abctab
               close abctab
           end-if
           if tem-invcab
               close invcab
           end-if
           stop run.

       AGUARDA-CONFIRMACAO.
           move spaces to ws-pausa
           accept tela-pausa.

      * O primeiro ambiente nao tem cadastro de operadores - e
      * semeado com o supervisor padrao, como em manter.cbl.
       ABRE-OPERTAB.
           open i-o opertab
           if status-opertab = '35'
               open output opertab
               move 'SUPER   '  to opertab-id
               move 'SUPERVISOR DA IMPLANTACAO' to opertab-nome
               move 'SUPER   '  to opertab-senha
               move 'S' to opertab-aut-inclui
               move 'S' to opertab-aut-altera
               move 'S' to opertab-aut-inativa
               move 'S' to opertab-aut-aprova
               move 'SUPER   ' to opertab-perfil
               write reg-opertab
               close opertab
               open i-o opertab
           end-if
           if status-opertab <> '00'
               display 'DIGCONT: ERRO NA ABERTURA DE OPERTAB - '
                       'STATUS ' status-opertab
               move 16 to return-code
               stop run
           end-if.

       SIGN-ON.
           perform until sign-ok or ws-sign-tentativas >= 3
               move spaces to ws-msg
               move spaces to ws-sign-operador
               move spaces to ws-sign-senha
               display tela-signon
               accept tela-signon
               add 1 to ws-sign-tentativas
               move ws-sign-operador to opertab-id
               read opertab key is opertab-id
                   invalid key
                       move 'OPERADOR NAO CADASTRADO' to ws-msg
                   not invalid key
                       if opertab-senha = ws-sign-senha
                           move 'S' to ws-sign-ok
                       else
                           move 'SENHA INVALIDA' to ws-msg
                       end-if
               end-read
               if not sign-ok and ws-sign-tentativas < 3
                   display tela-signon
                   perform AGUARDA-CONFIRMACAO
               end-if
           end-perform.

       CONTA-DIGITADOS.
           move zeros to ws-cont-dig
           close cntdig
      * loja igual a da folha) e grava a quantidade contada no
      * arquivo de digitacao para a efetivacao posterior.
       DIGITA-ITEM.
           move ws-dig-loja to ws-inv-loja
           perform VERIFICA-INVENTARIO
           if loja-em-inventario
               move 'LOJA EM INVENTARIO GERAL - USE INVENT' to ws-msg
           else
               perform GRAVA-DIGITADO
           end-if.

       GRAVA-DIGITADO.
           move ws-dig-chave to sp0103chave
           read sp01a03 key is sp0103chave
               invalid key
                   end-if
           end-read.

      * Loja com evento de inventario geral nao fechado no invcab.
       VERIFICA-INVENTARIO.
           move 'N' to ws-em-inventario
           if tem-invcab
               move 'N' to ws-fim-invcab
               move ws-inv-loja to invcab-loja
               move zeros       to invcab-numero
               start invcab key is >= invcab-id
                   invalid key
                       move 'S' to ws-fim-invcab
               end-start
               perform until fim-invcab
                   read invcab next
                   if status-invcab <> '00'
                           or invcab-loja <> ws-inv-loja
                       move 'S' to ws-fim-invcab
                   else
                       if not inv-fechado
                           move 'S' to ws-em-inventario
                           move 'S' to ws-fim-invcab
                       end-if
                   end-if
               end-perform
           end-if.

      * ----------------------------------------------------------
      * Importacao do arquivo de scanner: resolve cada EAN pela
      * referencia cruzada, soma as leituras do mesmo item e grava o
                       move 02 to ws-scn-motivo
               end-read
           end-if
           if scn-valido
               move sp0103loja to ws-inv-loja
               perform VERIFICA-INVENTARIO
               if loja-em-inventario
                   move 05 to ws-scn-motivo
               end-if
           end-if
           if scn-valido
               if scn-qtde not numeric or scn-qtde = zeros
                   move 03 to ws-scn-motivo
               at end move 'Y' to ws-fim-cntdig
           end-read
           perform until fim-cntdig
      * Digitado antes da abertura de um inventario geral da loja nao
      * e efetivado - o saldo dela ja esta congelado no invent.cbl.
               move cntdig-loja to ws-inv-loja
               perform VERIFICA-INVENTARIO
               if not loja-em-inventario
                   perform EFETIVA-DIGITADO
               end-if
               read cntdig
                   at end move 'Y' to ws-fim-cntdig
               end-read
           open output cntdig
           move zeros to ws-cont-dig.

       EFETIVA-DIGITADO.
           move cntdig-chave to sp0103chave
           read sp01a03 key is sp0103chave
               invalid key
                   continue
               not invalid key
                   compute ws-dif-qtde =
                           cntdig-qtde - sp0103qtde
                   move cntdig-qtde  to sp0103qtde
                   move ws-data-hoje to sp0103dtmov
                   rewrite reg-sp01a03
                       invalid key
                           continue
                       not invalid key
                           add 1 to ws-cont-efet
                           perform LANCA-LEDGER
                           perform AJUSTA-LOTES
                           perform AJUSTA-CONSIGNADO
                           perform ATUALIZA-ABCTAB
                   end-rewrite
           end-read.

      * Diferenca de contagem no ledger de movimentos: so a variacao
      * entra (contado acima do esperado e entrada, abaixo e saida) -
      * contagem que confere nao move estoque. A falta sai com o
      * motivo 'DC' (diferenca de contagem) para a analise de perdas.
       LANCA-LEDGER.
           if ws-dif-qtde <> zeros
               move 'basicos   '  to movled-tabela
               if ws-dif-qtde > zeros
                   move 'E' to movled-es
                   move ws-dif-qtde to movled-qtde
                   move spaces to movled-motivo
               else
                   move 'S' to movled-es
                   compute movled-qtde = ws-dif-qtde * -1
                   move 'DC' to movled-motivo
               end-if
               move 'C'           to movled-tipo
               move 'CONTAGEM  '  to movled-doc
               move ws-sign-operador to movled-operador
               perform GRAVA-MOVLED
           end-if.

       GRAVA-MOVLED.
           copy movled.prc.

      * Acerto dos lotes pela diferenca da contagem: a falta sai dos
      * lotes na ordem de vencimento, a sobra entra no lote sem
      * codigo (o saldo anterior a contagem abre o controle de lotes
      * do item, se ainda nao havia).
       AJUSTA-LOTES.
           move cntdig-chave to ws-lot-chave
           move cntdig-loja  to ws-lot-loja
           move spaces       to ws-lot-lote
           move zeros        to ws-lot-validade
           move ws-data-hoje to ws-lot-data
           if ws-dif-qtde > zeros
               move ws-dif-qtde to ws-lot-qtde
               compute ws-lot-saldo-ant = cntdig-qtde - ws-dif-qtde
               perform ENTRA-LOTE
           end-if
           if ws-dif-qtde < zeros
               compute ws-lot-qtde = ws-dif-qtde * -1
               perform CONSOME-LOTES
           end-if.

       ENTRA-LOTE.
           copy loteent.prc.

      * Falta na contagem de basico consignado: o consumido sai do
      * csgtab com a data/hora do lancamento de contagem no ledger.
       AJUSTA-CONSIGNADO.
           if ws-dif-qtde < zeros
               move cntdig-chave    to ws-csb-chave
               move cntdig-loja     to ws-csb-loja
               compute ws-csb-qtde = ws-dif-qtde * -1
               move cntdig-qtde     to ws-csb-restante
               move 'CONTAGEM  '    to ws-csb-doc
               move ws-data-hoje    to ws-csb-dtdoc
               move movled-datahora to ws-csb-datahora
               perform CONSOME-CONSIGNADO
           end-if.

       CONSOME-CONSIGNADO.
           copy csgcons.prc.

       CONSOME-LOTES.
           copy lotecons.prc.

      * Carimba a contagem na tabela ABC da contagem ciclica: data
      * da ultima contagem e contadores de contagens/divergencias -
      * e deles que o relatorio de cobertura tira a acuracia.

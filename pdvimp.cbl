      $ set callfh"pqfh"
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    pdvimp.

      * Importacao diaria das vendas do PDV: le o arquivo de vendas
      * da loja (cupom, EAN ou chave, quantidade, preco unitario
      * efetivamente cobrado e desconto da linha), resolve o item
      * pela referencia cruzada eantab e lanca a baixa de estoque no
      * arquivo de transacoes no layout que movto.cbl ja processa -
      * uma saida 'S' por linha, com o numero do cupom como
      * documento. Cada linha valida acumula tambem no historico
      * permanente de vendas (venhist) por tabela/chave/loja/dia a
      * quantidade, a receita liquida e o desconto: o estoque diz
      * que o item saiu, o historico diz por quanto.
      * Linhas invalidas vao para o arquivo de rejeicao com codigo
      * de motivo, no mesmo layout da entrada, para correcao e
      * reapresentacao; nada delas chega ao movent nem ao historico.
      *
      * Arquivo ja importado: o controle cupimp guarda quantas linhas
      * de cada item de cada cupom (loja, data, cupom, tabela, chave)
      * ja foram lancadas. Arquivo de vendas reapresentado por engano
      * tem as linhas ja importadas puladas - nem movent nem venhist
      * recebem de novo -, na mesma regra de contagem do documento
      * ja lancado do movto.cbl.

       ENVIRONMENT    DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
       copy sp01a03.sel.
       copy sp01a04.sel.
       copy eantab.sel.
       copy venhist.sel.
       copy cupimp.sel.
           select pdvven assign to ws-pdvven
               organization is line sequential
               file status is status-pdvven.
           select pdvrej assign to ws-pdvrej
               organization is line sequential
               file status is status-pdvrej.
           select movent assign to ws-movent
               organization is line sequential
               file status is status-movent.

       DATA DIVISION.
       FILE SECTION.
       copy sp01a03.fd.
       copy sp01a04.fd.
       copy eantab.fd.
       copy venhist.fd.
       copy cupimp.fd.
      * Linha de venda exportada pelo PDV: chave zerada com EAN
      * preenchido e resolvida pelo eantab; o desconto e o valor
      * total concedido na linha, nao por unidade.
       fd  pdvven
           label record standard.
       01  reg-pdvven.
           05  pdv-cupom           pic x(10).
           05  pdv-data            pic 9(08).
           05  pdv-loja            pic 9(03).
           05  pdv-ean             pic x(13).
           05  pdv-chave           pic 9(08).
           05  pdv-qtde            pic 9(07)v999.
           05  pdv-preco           pic 9(07)v99.
           05  pdv-desconto        pic 9(07)v99.
       fd  pdvrej
           label record standard.
       01  reg-pdvrej.
           05  rej-venda           pic x(70).
           05  rej-motivo          pic 9(02).
      * Arquivo de transacoes de movto.cbl - mesmo layout de
      * reg-movent, gravado em extensao para a proxima rodada.
       fd  movent
           label record standard.
       01  reg-movent.
           05  mov-tipo            pic x(01).
           05  mov-tabela          pic x(10).
           05  mov-chave           pic 9(08).
           05  mov-loja            pic 9(03).
           05  mov-chvdest         pic 9(08).
           05  mov-qtde            pic 9(07)v999.
           05  mov-data            pic 9(08).
           05  mov-doc             pic x(10).
           05  mov-custo           pic 9(07)v99.
           05  mov-unidade         pic x(03).
           05  mov-ean             pic x(13).
           05  mov-lote            pic x(10).
           05  mov-validade        pic 9(08).
           05  mov-motivo          pic x(02).

       WORKING-STORAGE SECTION.
       77      ws-sp01a03     pic x(40) value '../../arq/sp01a03'.
       77      status01-a03   pic xx.
       77      ws-sp01a04     pic x(40) value '../../arq/sp01a04'.
       77      status01-a04   pic xx.
       77      ws-eantab      pic x(40) value '../../arq/eantab'.
       77      status-eantab  pic xx.
       77      ws-venhist     pic x(40) value '../../arq/venhist'.
       77      status-venhist pic xx.
       77      ws-cupimp      pic x(40) value '../../arq/cupimp'.
       77      status-cupimp  pic xx.
       77      ws-pdvven      pic x(40) value '../../arq/pdvven.txt'.
       77      status-pdvven  pic xx.
       77      ws-pdvrej      pic x(40) value '../../arq/pdvrej.txt'.
       77      status-pdvrej  pic xx.
       77      ws-movent      pic x(40) value '../../arq/movent.txt'.
       77      status-movent  pic xx.
       copy arqdir.cpy.

       77      ws-fim-pdvven  pic x value 'N'.
               88  fim-pdvven         value 'Y'.
       77      ws-tem-eantab  pic x(01) value 'N'.
               88  tem-eantab          value 'S'.
       77      ws-ja-importada pic x(01).
               88  ja-importada        value 'S'.
       77      ws-hora-raw    pic 9(08).
       01      ws-rodada.
               05  ws-rodada-data  pic 9(08).
               05  ws-rodada-hora  pic 9(06).
       01      ws-rodada-ts redefines ws-rodada pic 9(14).

      * Tabela/chave resolvidas da linha corrente - do EAN ou da
      * chave informada.
       77      ws-ven-tabela  pic x(10).
       77      ws-ven-chave   pic 9(08).
       77      ws-ven-bruto   pic 9(11)v99.
       77      ws-ven-liquido pic 9(11)v99.

      * Motivo zero significa venda valida; qualquer outro valor
      * manda a linha para o pdvrej com o codigo correspondente.
       77      ws-motivo      pic 9(02).
               88  ven-valida             value 00.
               88  mot-data-invalida      value 01.
               88  mot-ean-desconhecido   value 02.
               88  mot-item-inexistente   value 03.
               88  mot-loja-divergente    value 04.
               88  mot-qtde-invalida      value 05.
               88  mot-preco-invalido     value 06.
               88  mot-desconto-invalido  value 07.
               88  mot-cupom-invalido     value 08.

       77      ws-cont-lidos   pic 9(07) value zeros.
       77      ws-cont-lanc    pic 9(07) value zeros.
       77      ws-cont-rejei   pic 9(07) value zeros.
       77      ws-cont-dupl    pic 9(07) value zeros.
       77      ws-tot-receita  pic 9(11)v99 value zeros.

       01      ws-data-ven.
               05  ws-data-ven-ano     pic 9(04).
               05  ws-data-ven-mes     pic 9(02).
               05  ws-data-ven-dia     pic 9(02).

       PROCEDURE DIVISION.
       INICIO.
           copy arqdir.prc.
           string ws-env-arqdir delimited by space
                  '/sp01a03'    delimited by size
                  into ws-sp01a03
           string ws-env-arqdir delimited by space
                  '/sp01a04'    delimited by size
                  into ws-sp01a04
           string ws-env-arqdir delimited by space
                  '/eantab'     delimited by size
                  into ws-eantab
           string ws-env-arqdir delimited by space
                  '/venhist'    delimited by size
                  into ws-venhist
           string ws-env-arqdir delimited by space
                  '/cupimp'     delimited by size
                  into ws-cupimp
           string ws-env-arqdir delimited by space
                  '/pdvven.txt' delimited by size
                  into ws-pdvven
           string ws-env-arqdir delimited by space
                  '/pdvrej.txt' delimited by size
                  into ws-pdvrej
           string ws-env-arqdir delimited by space
                  '/movent.txt' delimited by size
                  into ws-movent

           accept ws-rodada-data from date yyyymmdd
           accept ws-hora-raw    from time
           move ws-hora-raw(1:6) to ws-rodada-hora
           perform ABRE-ARQUIVOS

           read pdvven
               at end move 'Y' to ws-fim-pdvven
           end-read
           perform until fim-pdvven
               add 1 to ws-cont-lidos
               perform VALIDA-VENDA
               if ven-valida
                   perform CONFERE-IMPORTADA
                   if ja-importada
                       add 1 to ws-cont-dupl
                   else
                       perform LANCA-MOVIMENTO
                       perform ACUMULA-HISTORICO
                       add 1 to ws-cont-lanc
                   end-if
               else
                   perform REJEITA-VENDA
               end-if
               read pdvven
                   at end move 'Y' to ws-fim-pdvven
               end-read
           end-perform

           perform FECHA-ARQUIVOS

           display 'PDVIMP: LINHAS DE VENDA LIDAS: ' ws-cont-lidos
           display 'PDVIMP: LINHAS LANCADAS......: ' ws-cont-lanc
           display 'PDVIMP: LINHAS REJEITADAS....: ' ws-cont-rejei
           display 'PDVIMP: JA IMPORTADAS (PULAD.) ' ws-cont-dupl
           display 'PDVIMP: RECEITA LIQUIDA......: ' ws-tot-receita
           if ws-cont-rejei > 0
               move 8 to return-code
           end-if
           stop run.

       ABRE-ARQUIVOS.
           open input sp01a03
           if status01-a03 <> '00'
               display 'PDVIMP: ERRO NA ABERTURA DE SP01A03 - STATUS '
                       status01-a03
               move 16 to return-code
               stop run
           end-if
           open input sp01a04
           if status01-a04 <> '00'
               display 'PDVIMP: ERRO NA ABERTURA DE SP01A04 - STATUS '
                       status01-a04
               move 16 to return-code
               stop run
           end-if
      * Sem eantab toda linha que chega so com EAN e rejeitada como
      * desconhecida - cadastre os codigos antes da primeira carga.
           open input eantab
           if status-eantab = '00'
               move 'S' to ws-tem-eantab
           end-if
           open i-o venhist
           if status-venhist = '35'
               open output venhist
               close venhist
               open i-o venhist
           end-if
           if status-venhist <> '00'
               display 'PDVIMP: ERRO NA ABERTURA DE VENHIST - STATUS '
                       status-venhist
               move 16 to return-code
               stop run
           end-if
           open i-o cupimp
           if status-cupimp = '35'
               open output cupimp
               close cupimp
               open i-o cupimp
           end-if
           if status-cupimp <> '00'
               display 'PDVIMP: ERRO NA ABERTURA DE CUPIMP - STATUS '
                       status-cupimp
               move 16 to return-code
               stop run
           end-if
           open input pdvven
           if status-pdvven <> '00'
               display 'PDVIMP: ERRO NA ABERTURA DE PDVVEN - STATUS '
                       status-pdvven
               move 16 to return-code
               stop run
           end-if
           open output pdvrej
           if status-pdvrej <> '00'
               display 'PDVIMP: ERRO NA ABERTURA DE PDVREJ - STATUS '
                       status-pdvrej
               move 16 to return-code
               stop run
           end-if
           open extend movent
           if status-movent = '35'
               open output movent
           end-if
           if status-movent <> '00'
               display 'PDVIMP: ERRO NA ABERTURA DE MOVENT - STATUS '
                       status-movent
               move 16 to return-code
               stop run
           end-if.

       FECHA-ARQUIVOS.
           close sp01a03
           close sp01a04
           if tem-eantab
               close eantab
           end-if
           close venhist
           close cupimp
           close pdvven
           close pdvrej
           close movent.

      * Critica a linha de venda na ordem em que o erro e mais barato
      * de apontar; o primeiro motivo encontrado vale.
       VALIDA-VENDA.
           move zeros to ws-motivo

           if pdv-cupom = spaces
               move 08 to ws-motivo
           end-if

           if ven-valida
               move pdv-data to ws-data-ven
               if pdv-data not numeric
                       or ws-data-ven-ano < 1990
                       or ws-data-ven-mes < 01 or ws-data-ven-mes > 12
                       or ws-data-ven-dia < 01 or ws-data-ven-dia > 31
                   move 01 to ws-motivo
               end-if
           end-if

           if ven-valida
               if pdv-qtde not numeric or pdv-qtde = zeros
                   move 05 to ws-motivo
               end-if
           end-if

           if ven-valida
               if pdv-preco not numeric
                   move 06 to ws-motivo
               end-if
           end-if

      * Desconto maior que o valor bruto da linha e erro de
      * exportacao do PDV - a receita nao pode ficar negativa.
           if ven-valida
               if pdv-desconto not numeric
                   move 07 to ws-motivo
               else
                   compute ws-ven-bruto rounded =
                           pdv-qtde * pdv-preco
                   if pdv-desconto > ws-ven-bruto
                       move 07 to ws-motivo
                   end-if
               end-if
           end-if

           if ven-valida
               perform RESOLVE-ITEM
           end-if

           if ven-valida
               perform VALIDA-ITEM
           end-if.

      * Chave informada prevalece e vale como basico; chave zerada
      * com EAN e resolvida pelo eantab, que diz tambem a tabela.
       RESOLVE-ITEM.
           if pdv-chave numeric and pdv-chave <> zeros
               move 'basicos   ' to ws-ven-tabela
               move pdv-chave    to ws-ven-chave
           else
               if pdv-ean = spaces or not tem-eantab
                   move 02 to ws-motivo
               else
                   move pdv-ean to eantab-ean
                   read eantab key is eantab-ean
                       invalid key
                           move 02 to ws-motivo
                       not invalid key
                           move eantab-tabela to ws-ven-tabela
                           move eantab-chave  to ws-ven-chave
                   end-read
               end-if
           end-if.

      * Item existente e da loja da venda; a situacao e o saldo ficam
      * com movto.cbl - o historico registra o que foi vendido, e a
      * baixa recusada la volta no movrej para acerto.
       VALIDA-ITEM.
           if ws-ven-tabela = 'materiais '
               move ws-ven-chave to sp0104chave
               read sp01a04 key is sp0104chave
                   invalid key
                       move 03 to ws-motivo
               end-read
               if ven-valida
                   if sp0104loja <> pdv-loja
                       move 04 to ws-motivo
                   end-if
               end-if
           else
               move ws-ven-chave to sp0103chave
               read sp01a03 key is sp0103chave
                   invalid key
                       move 03 to ws-motivo
               end-read
               if ven-valida
                   if sp0103loja <> pdv-loja
                       move 04 to ws-motivo
                   end-if
               end-if
           end-if.

      * Baixa de estoque no arquivo de transacoes com o cupom como
      * documento - movto.cbl valida e aplica na proxima rodada, pelo
      * caminho unico de lancamento.
       LANCA-MOVIMENTO.
           move 'S'           to mov-tipo
           move ws-ven-tabela to mov-tabela
           move ws-ven-chave  to mov-chave
           move pdv-loja      to mov-loja
           move zeros         to mov-chvdest
           move pdv-qtde      to mov-qtde
           move pdv-data      to mov-data
           move pdv-cupom     to mov-doc
           move zeros         to mov-custo
           move spaces        to mov-unidade
           move spaces        to mov-ean
           move spaces        to mov-lote
           move zeros         to mov-validade
           move spaces        to mov-motivo
           write reg-movent.

      * Acumula a linha no dia da venda: primeira venda do item no
      * dia abre o registro, as seguintes somam.
       ACUMULA-HISTORICO.
           compute ws-ven-liquido = ws-ven-bruto - pdv-desconto
           add ws-ven-liquido to ws-tot-receita
           move ws-ven-tabela to venhist-tabela
           move ws-ven-chave  to venhist-chave
           move pdv-loja      to venhist-loja
           move pdv-data      to venhist-data
           read venhist key is venhist-id
               invalid key
                   move pdv-qtde       to venhist-qtde
                   move ws-ven-liquido to venhist-receita
                   move pdv-desconto   to venhist-desconto
                   move 1              to venhist-linhas
                   write reg-venhist
               not invalid key
                   add pdv-qtde       to venhist-qtde
                   add ws-ven-liquido to venhist-receita
                   add pdv-desconto   to venhist-desconto
                   add 1              to venhist-linhas
                   rewrite reg-venhist
           end-read.

      * Linha valida contada no controle do cupom: a primeira vista
      * do item nesta rodada zera a contagem da rodada; enquanto a
      * contagem nao passa das linhas ja importadas por rodadas
      * anteriores a linha e repetida e pulada.
       CONFERE-IMPORTADA.
           move 'N' to ws-ja-importada
           move pdv-loja      to cupimp-loja
           move pdv-data      to cupimp-data
           move pdv-cupom     to cupimp-cupom
           move ws-ven-tabela to cupimp-tabela
           move ws-ven-chave  to cupimp-chave
           read cupimp key is cupimp-id
               invalid key
                   move 1            to cupimp-linhas
                   move ws-rodada-ts to cupimp-rodada
                   move 1            to cupimp-vistas
                   write reg-cupimp
               not invalid key
                   if cupimp-rodada <> ws-rodada-ts
                       move ws-rodada-ts to cupimp-rodada
                       move zeros        to cupimp-vistas
                   end-if
                   add 1 to cupimp-vistas
                   if cupimp-vistas <= cupimp-linhas
                       move 'S' to ws-ja-importada
                   else
                       move cupimp-vistas to cupimp-linhas
                   end-if
                   rewrite reg-cupimp
           end-read.

       REJEITA-VENDA.
           move reg-pdvven to rej-venda
           move ws-motivo  to rej-motivo
           write reg-pdvrej
           add 1 to ws-cont-rejei.

      $ set callfh"pqfh"
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    devfor.

      * Devolucao ao fornecedor com acompanhamento do credito:
      * mercadoria que chegou avariada ou errada depois de recped.cbl
      * ja ter lancado a entrada volta ao fornecedor por um documento
      * de devolucao (devcab/devlin) amarrado ao pedido de compra e
      * ao fornecedor dele. A saida de estoque segue o caminho unico
      * de lancamento - uma linha 'S' no movent.txt para movto.cbl,
      * com o numero da devolucao como documento. Quando o fornecedor
      * repoe a mercadoria, a quantidade recebida da linha do pedido
      * e estornada e o pedido volta a esperar a entrega; sem
      * reposicao o recebido fica e a devolucao e so credito. A
      * devolucao fica aberta ate a nota de credito do fornecedor ser
      * registrada contra ela, e o relatorio de devolucoes em aberto
      * por fornecedor mostra o que ainda nao voltou em dinheiro.
      *
      * Parametros via SYSIN: modo 'D' = devolve (le o arquivo de
      * linhas devent.txt - pedido, chave, quantidade e indicador de
      * reposicao S/N; um documento por pedido, linhas agrupadas por
      * pedido), 'C' = registra credito (numero da devolucao, numero
      * da nota de credito e valor), 'R' = relatorio de devolucoes em
      * aberto por fornecedor. Linhas invalidas do modo 'D' vao para
      * devrej.txt com codigo de motivo, no mesmo layout da entrada.

       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
       copy pedcab.sel.
       copy pedlin.sel.
       copy fortab.sel.
       copy cstab.sel.
       copy csgtab.sel.
       copy devcab.sel.
       copy devlin.sel.
       copy spoolcat.sel.
           select devctl assign to ws-devctl
               organization is line sequential
               file status is status-devctl.
           select devent assign to ws-devent
               organization is line sequential
               file status is status-devent.
           select devrej assign to ws-devrej
               organization is line sequential
               file status is status-devrej.
           select movent assign to ws-movent
               organization is line sequential
               file status is status-movent.
           select sort-devolucoes assign to "sortwk1".
           select devord assign to ws-devord
               organization is line sequential
               file status is status-devord.
           select reldev assign to ws-reldev
               organization is line sequential
               file status is status-reldev.

       DATA DIVISION.
       FILE SECTION.
       copy pedcab.fd.
       copy pedlin.fd.
       copy fortab.fd.
       copy cstab.fd.
       copy csgtab.fd.
       copy devcab.fd.
       copy devlin.fd.
       copy spoolcat.fd.
      * Controle do proximo numero de devolucao.
       fd  devctl
           label record standard.
       01  reg-devctl.
           05  devctl-prox         pic 9(06).
      * Linhas a devolver, agrupadas por pedido de compra.
       fd  devent
           label record standard.
       01  reg-devent.
           05  dev-pedido          pic 9(06).
           05  dev-chave           pic 9(08).
           05  dev-qtde            pic 9(07)v999.
           05  dev-repoe           pic x(01).
               88  dev-com-reposicao   value 'S'.
               88  dev-sem-reposicao   value 'N'.
       fd  devrej
           label record standard.
       01  reg-devrej.
           05  rej-devolucao       pic x(25).
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
           05  mov-consig          pic x(01).
      * Devolucoes em aberto reordenadas por fornecedor/numero.
       SD  sort-devolucoes.
       01  reg-sort-devolucoes.
           05  sort-fornec         pic 9(05).
           05  sort-numero         pic 9(06).
           05  sort-pedido         pic 9(06).
           05  sort-loja           pic 9(03).
           05  sort-dtemis         pic 9(08).
           05  sort-vlesperado     pic 9(09)v99.
       fd  devord
           label record standard.
       01  reg-devord.
           05  dvord-fornec        pic 9(05).
           05  dvord-numero        pic 9(06).
           05  dvord-pedido        pic 9(06).
           05  dvord-loja          pic 9(03).
           05  dvord-dtemis        pic 9(08).
           05  dvord-vlesperado    pic 9(09)v99.
       fd  reldev
           label record standard.
       01  reg-reldev                 pic x(132).

       WORKING-STORAGE SECTION.
       77      ws-pedcab      pic x(40) value '../../arq/pedcab'.
       77      status-pedcab  pic xx.
       77      ws-pedlin      pic x(40) value '../../arq/pedlin'.
       77      status-pedlin  pic xx.
       77      ws-fortab      pic x(40) value '../../arq/fortab'.
       77      status-fortab  pic xx.
       77      ws-cstab       pic x(40) value '../../arq/cstab'.
       77      status-cstab   pic xx.
       77      ws-csgtab      pic x(40) value '../../arq/csgtab'.
       77      status-csgtab  pic xx.
       77      ws-devcab      pic x(40) value '../../arq/devcab'.
       77      status-devcab  pic xx.
       77      ws-devlin      pic x(40) value '../../arq/devlin'.
       77      status-devlin  pic xx.
       77      ws-devctl      pic x(40) value '../../arq/devctl'.
       77      status-devctl  pic xx.
       77      ws-devent      pic x(40) value '../../arq/devent.txt'.
       77      status-devent  pic xx.
       77      ws-devrej      pic x(40) value '../../arq/devrej.txt'.
       77      status-devrej  pic xx.
       77      ws-movent      pic x(40) value '../../arq/movent.txt'.
       77      status-movent  pic xx.
       77      ws-devord      pic x(40) value '../../arq/devolu.srt'.
       77      status-devord  pic xx.
       77      ws-reldev      pic x(40) value '../../arq/reldev.lst'.
       77      status-reldev  pic xx.
       copy arqdir.cpy.
       copy spool.cpy.

       01      ws-parm-devfor.
               05  ws-parm-modo        pic x(01).
                   88  parm-modo-devolve   value 'D'.
                   88  parm-modo-credito   value 'C'.
                   88  parm-modo-relatorio value 'R'.
               05  ws-parm-numero      pic 9(06).
               05  ws-parm-notacred    pic x(10).
               05  ws-parm-valor       pic 9(09)v99.

       77      ws-fim-devent  pic x value 'N'.
               88  fim-devent         value 'Y'.
       77      ws-fim-devcab  pic x(01).
               88  fim-devcab          value 'S'.
       77      ws-fim-devord  pic x value 'N'.
               88  fim-devord         value 'Y'.
       77      ws-fim-linhas  pic x(01).
               88  fim-linhas          value 'S'.
       77      ws-tem-cstab   pic x(01) value 'N'.
               88  tem-cstab           value 'S'.
       77      ws-tem-csgtab  pic x(01) value 'N'.
               88  tem-csgtab          value 'S'.

      * Documento aberto para o pedido corrente do arquivo de linhas
      * - a quebra de pedido fecha um e a primeira linha valida do
      * seguinte abre outro.
       77      ws-doc-aberto  pic x(01) value 'N'.
               88  doc-aberto          value 'S'.
       77      ws-pedido-atual pic 9(06) value zeros.
       77      ws-doc-lin-cred pic 9(05) value zeros.

      * Motivo zero significa linha valida; qualquer outro valor
      * manda a linha para o devrej com o codigo correspondente.
       77      ws-motivo      pic 9(02).
               88  dev-valida             value 00.
               88  mot-pedido-inexistente value 01.
               88  mot-chave-fora-pedido  value 02.
               88  mot-qtde-invalida      value 03.
               88  mot-excede-recebido    value 04.
               88  mot-reposicao-invalida value 05.

       77      ws-qtde-devolvida pic 9(07)v999.
       77      ws-qtde-disponivel pic s9(07)v999.
       77      ws-valor-linha pic 9(09)v99.
       77      ws-linhas-abertas  pic 9(05).
       77      ws-linhas-receb    pic 9(05).

       77      ws-data-hoje   pic 9(08).
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
       77      ws-serial       pic 9(09) comp.
       77      ws-dias-aberta  pic s9(05) comp.

       01      ws-doc-devol.
               05  filler          pic x(02) value 'DV'.
               05  ws-doc-numero   pic 9(06).
               05  filler          pic x(02) value spaces.

       77      ws-cont-lidos   pic 9(07) value zeros.
       77      ws-cont-lanc    pic 9(07) value zeros.
       77      ws-cont-rejei   pic 9(07) value zeros.
       77      ws-cont-docs    pic 9(07) value zeros.
       77      ws-cont-repostas pic 9(07) value zeros.

       77      ws-forn-atual  pic 9(05) value zeros.
       77      ws-tem-forn    pic x(01) value 'N'.
               88  tem-forn            value 'S'.
       77      ws-cont-abertas pic 9(07) value zeros.
       77      ws-tot-forn    pic 9(11)v99 value zeros.
       77      ws-tot-geral   pic 9(11)v99 value zeros.

       77      ws-linhas-pagina   pic 9(02) value 55.
       77      ws-lin-pag         pic 9(02) comp value 99.
       77      ws-pagina          pic 9(04) comp value zeros.

       01      ws-cab1.
               05  filler          pic x(34)
                       value 'DEVOLUCOES EM ABERTO  FORNECEDOR:'.
               05  ws-cab1-fornec  pic z(04)9.
               05  filler          pic x(01) value space.
               05  ws-cab1-forn-nm pic x(30).
               05  filler          pic x(09) value '  PAGINA:'.
               05  ws-cab1-pagina  pic zzz9.
       01      ws-cab2.
               05  filler          pic x(10) value 'DEVOLUCAO'.
               05  filler          pic x(09) value 'PEDIDO'.
               05  filler          pic x(06) value 'LOJA'.
               05  filler          pic x(11) value 'EMISSAO'.
               05  filler          pic x(07) value 'DIAS'.
               05  filler          pic x(18) value 'VALOR ESPERADO'.
       01      ws-det.
               05  ws-det-numero   pic 9(06).
               05  filler          pic x(04) value spaces.
               05  ws-det-pedido   pic 9(06).
               05  filler          pic x(03) value spaces.
               05  ws-det-loja     pic zz9.
               05  filler          pic x(03) value spaces.
               05  ws-det-dtemis   pic 9(08).
               05  filler          pic x(02) value spaces.
               05  ws-det-dias     pic -zzz9.
               05  filler          pic x(02) value spaces.
               05  ws-det-valor    pic zzz.zzz.zz9,99.
       01      ws-linha-tot.
               05  ws-tot-texto    pic x(30).
               05  ws-tot-valor    pic zz.zzz.zzz.zz9,99.
       01      ws-linha-cont.
               05  ws-cont-texto   pic x(30).
               05  ws-cont-valor   pic z(06)9.

       PROCEDURE DIVISION.
       INICIO.
           copy arqdir.prc.
           string ws-env-arqdir delimited by space
                  '/pedcab'     delimited by size
                  into ws-pedcab
           string ws-env-arqdir delimited by space
                  '/pedlin'     delimited by size
                  into ws-pedlin
           string ws-env-arqdir delimited by space
                  '/fortab'     delimited by size
                  into ws-fortab
           string ws-env-arqdir delimited by space
                  '/cstab'      delimited by size
                  into ws-cstab
           string ws-env-arqdir delimited by space
                  '/csgtab'     delimited by size
                  into ws-csgtab
           string ws-env-arqdir delimited by space
                  '/devcab'     delimited by size
                  into ws-devcab
           string ws-env-arqdir delimited by space
                  '/devlin'     delimited by size
                  into ws-devlin
           string ws-env-arqdir delimited by space
                  '/devctl'     delimited by size
                  into ws-devctl
           string ws-env-arqdir delimited by space
                  '/devent.txt' delimited by size
                  into ws-devent
           string ws-env-arqdir delimited by space
                  '/devrej.txt' delimited by size
                  into ws-devrej
           string ws-env-arqdir delimited by space
                  '/movent.txt' delimited by size
                  into ws-movent
           string ws-env-arqdir delimited by space
                  '/devolu.srt' delimited by size
                  into ws-devord

           accept ws-data-hoje from date yyyymmdd

           move spaces to ws-parm-devfor
           accept ws-parm-devfor from sysin

           evaluate true
               when parm-modo-devolve
                   perform DEVOLVE-LINHAS
               when parm-modo-credito
                   perform REGISTRA-CREDITO
               when parm-modo-relatorio
                   perform RELATORIO-ABERTAS
               when other
                   display 'DEVFOR: MODO INVALIDO - INFORME D, C OU R'
                   move 16 to return-code
           end-evaluate
           stop run.

       ABRE-DEVOLUCOES.
           open i-o devcab
           if status-devcab = '35'
               open output devcab
               close devcab
               open i-o devcab
           end-if
           if status-devcab <> '00'
               display 'DEVFOR: ERRO NA ABERTURA DE DEVCAB - STATUS '
                       status-devcab
               move 16 to return-code
               stop run
           end-if
           open i-o devlin
           if status-devlin = '35'
               open output devlin
               close devlin
               open i-o devlin
           end-if
           if status-devlin <> '00'
               display 'DEVFOR: ERRO NA ABERTURA DE DEVLIN - STATUS '
                       status-devlin
               move 16 to return-code
               stop run
           end-if.

      * ----------------------------------------------------------
      * Devolucao: cada linha valida entra no documento do seu
      * pedido, lanca a saida no movent e, com reposicao, estorna o
      * recebido da linha do pedido.
      * ----------------------------------------------------------
       DEVOLVE-LINHAS.
           perform ABRE-DEVOLUCOES
           open i-o pedcab
           if status-pedcab <> '00'
               display 'DEVFOR: ERRO NA ABERTURA DE PEDCAB - STATUS '
                       status-pedcab
               move 16 to return-code
               stop run
           end-if
           open i-o pedlin
           if status-pedlin <> '00'
               display 'DEVFOR: ERRO NA ABERTURA DE PEDLIN - STATUS '
                       status-pedlin
               move 16 to return-code
               stop run
           end-if
      * Sem cstab a devolucao sai com valor esperado zerado - o
      * credito ainda e acompanhado, so nao ha valor de referencia.
           open input cstab
           if status-cstab = '00'
               move 'S' to ws-tem-cstab
           end-if
           open input csgtab
           if status-csgtab = '00'
               move 'S' to ws-tem-csgtab
           end-if
           open input devent
           if status-devent <> '00'
               display 'DEVFOR: ERRO NA ABERTURA DE DEVENT - STATUS '
                       status-devent
               move 16 to return-code
               stop run
           end-if
           open output devrej
           if status-devrej <> '00'
               display 'DEVFOR: ERRO NA ABERTURA DE DEVREJ - STATUS '
                       status-devrej
               move 16 to return-code
               stop run
           end-if
           open extend movent
           if status-movent = '35'
               open output movent
           end-if
           if status-movent <> '00'
               display 'DEVFOR: ERRO NA ABERTURA DE MOVENT - STATUS '
                       status-movent
               move 16 to return-code
               stop run
           end-if

           perform LE-CONTROLE

           read devent
               at end move 'Y' to ws-fim-devent
           end-read
           perform until fim-devent
               add 1 to ws-cont-lidos
               if dev-pedido <> ws-pedido-atual
                   perform FECHA-DOCUMENTO
                   move dev-pedido to ws-pedido-atual
               end-if
               perform VALIDA-LINHA
               if dev-valida
                   if not doc-aberto
                       perform ABRE-DOCUMENTO
                   end-if
                   perform GRAVA-LINHA
                   perform LANCA-MOVIMENTO
                   if dev-com-reposicao
                       perform ESTORNA-RECEBIMENTO
                   else
                       perform ACUMULA-DEVOLVIDO
                   end-if
                   add 1 to ws-cont-lanc
               else
                   perform REJEITA-LINHA
               end-if
               read devent
                   at end move 'Y' to ws-fim-devent
               end-read
           end-perform
           perform FECHA-DOCUMENTO

           perform GRAVA-CONTROLE

           close devcab
           close devlin
           close pedcab
           close pedlin
           if tem-cstab
               close cstab
           end-if
           if tem-csgtab
               close csgtab
           end-if
           close devent
           close devrej
           close movent

           display 'DEVFOR: LINHAS LIDAS.......: ' ws-cont-lidos
           display 'DEVFOR: LINHAS DEVOLVIDAS..: ' ws-cont-lanc
           display 'DEVFOR: LINHAS REJEITADAS..: ' ws-cont-rejei
           display 'DEVFOR: DOCUMENTOS ABERTOS.: ' ws-cont-docs
           display 'DEVFOR: SO COM REPOSICAO...: ' ws-cont-repostas
           if ws-cont-rejei > 0
               move 8 to return-code
           end-if.

      * Critica a linha contra o pedido; a quantidade devolvida nao
      * pode passar do que foi recebido e ainda nao devolvido.
       VALIDA-LINHA.
           move zeros to ws-motivo

           move dev-pedido to pedcab-numero
           read pedcab key is pedcab-numero
               invalid key
                   move 01 to ws-motivo
           end-read

           if dev-valida
               move dev-pedido to pedlin-numero
               move dev-chave  to pedlin-chave
               read pedlin key is pedlin-id
                   invalid key
                       move 02 to ws-motivo
               end-read
           end-if

           if dev-valida
               if dev-qtde not numeric or dev-qtde = zeros
                   move 03 to ws-motivo
               end-if
           end-if

           if dev-valida
               if not dev-com-reposicao and not dev-sem-reposicao
                   move 05 to ws-motivo
               end-if
           end-if

           if dev-valida
               move zeros to ws-qtde-devolvida
               if pedlin-qtde-dev numeric
                   move pedlin-qtde-dev to ws-qtde-devolvida
               end-if
               compute ws-qtde-disponivel =
                       pedlin-qtde-rec - ws-qtde-devolvida
               if dev-qtde > ws-qtde-disponivel
                   move 04 to ws-motivo
               end-if
           end-if.

      * Abre o documento do pedido corrente com o proximo numero do
      * controle; fornecedor e loja vem do cabecalho do pedido.
       ABRE-DOCUMENTO.
           initialize reg-devcab
           move devctl-prox    to devcab-numero
           move pedcab-numero  to devcab-pedido
           move pedcab-fornec  to devcab-fornec
           move pedcab-loja    to devcab-loja
           move ws-data-hoje   to devcab-dtemis
           move 'A'            to devcab-situacao
           move zeros          to devcab-vlesperado
           move spaces         to devcab-notacred
           move zeros          to devcab-dtcred
           move zeros          to devcab-vlcred
           write reg-devcab
               invalid key
                   display 'DEVFOR: NUMERO ' devcab-numero
                           ' JA EXISTE - CONTROLE DEVCTL CORROMPIDO'
                   move 16 to return-code
                   stop run
           end-write
           add 1 to devctl-prox
           add 1 to ws-cont-docs
           move zeros to ws-doc-lin-cred
           move 'S' to ws-doc-aberto.

      * Quebra de pedido: o documento aberto ja tem as linhas e o
      * valor esperado gravados - basta liberar o proximo. Sem
      * nenhuma linha a creditar (tudo com reposicao) nao ha nota de
      * credito a esperar: o documento fecha como reposto e nao
      * aparece no relatorio de devolucoes em aberto.
       FECHA-DOCUMENTO.
           if doc-aberto
               if ws-doc-lin-cred = zeros
                   move 'R' to devcab-situacao
                   rewrite reg-devcab
                   subtract 1 from ws-cont-docs
                   add 1 to ws-cont-repostas
               end-if
               display 'DEVFOR: DEVOLUCAO ' devcab-numero
                       ' DO PEDIDO ' devcab-pedido
                       ' FORNECEDOR ' devcab-fornec
           end-if
           move 'N' to ws-doc-aberto.

      * Linha da devolucao ao custo medio do momento; a mesma chave
      * repetida no documento soma na linha ja gravada. So a linha sem
      * reposicao espera credito do fornecedor.
       GRAVA-LINHA.
           move zeros to ws-valor-linha
           move devcab-numero to devlin-numero
           move dev-chave     to devlin-chave
           read devlin key is devlin-id
               invalid key
                   initialize reg-devlin
                   move devcab-numero to devlin-numero
                   move dev-chave     to devlin-chave
                   move dev-qtde      to devlin-qtde
                   perform BUSCA-CUSTO
                   move dev-repoe     to devlin-repoe
                   write reg-devlin
               not invalid key
                   add dev-qtde to devlin-qtde
                   rewrite reg-devlin
           end-read
           if not dev-com-reposicao
               compute ws-valor-linha rounded =
                       dev-qtde * devlin-custo
               add ws-valor-linha to devcab-vlesperado
               add 1 to ws-doc-lin-cred
           end-if
           rewrite reg-devcab.

       BUSCA-CUSTO.
           move zeros to devlin-custo
           if tem-cstab
               move dev-chave   to cstab-chave
               move pedcab-loja to cstab-loja
               read cstab key is cstab-id
                   invalid key
                       continue
                   not invalid key
                       move cstab-custo to devlin-custo
               end-read
           end-if.

      * Saida de estoque no arquivo de transacoes com o numero da
      * devolucao como documento - movto.cbl valida o saldo e aplica
      * na proxima rodada, pelo caminho unico de lancamento. Item
      * consignado ao proprio fornecedor da devolucao sai marcado como
      * devolucao do consignado - volta sem entrar no acerto.
       LANCA-MOVIMENTO.
           move 'S'           to mov-tipo
           move 'basicos   '  to mov-tabela
           move dev-chave     to mov-chave
           move devcab-loja   to mov-loja
           move zeros         to mov-chvdest
           move dev-qtde      to mov-qtde
           move ws-data-hoje  to mov-data
           move devcab-numero to ws-doc-numero
           move ws-doc-devol  to mov-doc
           move zeros         to mov-custo
           move spaces        to mov-unidade
           move spaces        to mov-ean
           move spaces        to mov-lote
           move zeros         to mov-validade
           move spaces        to mov-motivo
           move spaces        to mov-consig
           if tem-csgtab
               move dev-chave   to csgtab-chave
               move devcab-loja to csgtab-loja
               read csgtab key is csgtab-id
                   invalid key
                       continue
                   not invalid key
                       if csgtab-ativo
                               and csgtab-fornec = devcab-fornec
                           move 'C' to mov-consig
                       end-if
               end-read
           end-if
           write reg-movent.

      * Com reposicao o recebido da linha volta para tras e a linha
      * reabre: o pedido passa a esperar de novo a quantidade
      * devolvida, e recped.cbl baixa a nova entrega normalmente.
       ESTORNA-RECEBIMENTO.
           move dev-pedido to pedlin-numero
           move dev-chave  to pedlin-chave
           read pedlin key is pedlin-id
           subtract dev-qtde from pedlin-qtde-rec
           if pedlin-qtde-rec = zeros
               move 'A' to pedlin-situacao
           else
               move 'P' to pedlin-situacao
           end-if
           rewrite reg-pedlin
           perform CONSOLIDA-CABECALHO.

      * Sem reposicao a linha do pedido guarda o total devolvido -
      * o recebido fica como esta, mas nao pode voltar duas vezes.
       ACUMULA-DEVOLVIDO.
           move dev-pedido to pedlin-numero
           move dev-chave  to pedlin-chave
           read pedlin key is pedlin-id
           if pedlin-qtde-dev not numeric
               move zeros to pedlin-qtde-dev
           end-if
           add dev-qtde to pedlin-qtde-dev
           rewrite reg-pedlin.

      * Situacao do cabecalho a partir das linhas, na mesma regra de
      * recped.cbl: sem linha aberta ou parcial o pedido fecha; com
      * algum recebimento ele e parcial; sem nenhum volta a aberto.
       CONSOLIDA-CABECALHO.
           move zeros to ws-linhas-abertas
           move zeros to ws-linhas-receb
           move 'N' to ws-fim-linhas
           move dev-pedido to pedlin-numero
           move zeros      to pedlin-chave
           start pedlin key is >= pedlin-id
               invalid key
                   move 'S' to ws-fim-linhas
           end-start
           perform until fim-linhas
               read pedlin next ignore lock
               if status-pedlin <> '00'
                       or pedlin-numero <> dev-pedido
                   move 'S' to ws-fim-linhas
               else
                   if not pedlin-fechada
                       add 1 to ws-linhas-abertas
                   end-if
                   if pedlin-qtde-rec > zeros
                       add 1 to ws-linhas-receb
                   end-if
               end-if
           end-perform
           move dev-pedido to pedcab-numero
           read pedcab key is pedcab-numero
           evaluate true
               when ws-linhas-abertas = zeros
                   move 'F' to pedcab-situacao
               when ws-linhas-receb = zeros
                   move 'A' to pedcab-situacao
               when other
                   move 'P' to pedcab-situacao
           end-evaluate
           rewrite reg-pedcab.

       REJEITA-LINHA.
           move reg-devent to rej-devolucao
           move ws-motivo  to rej-motivo
           write reg-devrej
           add 1 to ws-cont-rejei.

       LE-CONTROLE.
           open input devctl
           if status-devctl = '35'
               move 1 to devctl-prox
           else
               if status-devctl <> '00'
                   display 'DEVFOR: ERRO NA ABERTURA DE DEVCTL - '
                           'STATUS ' status-devctl
                   move 16 to return-code
                   stop run
               end-if
               read devctl
                   at end move 1 to devctl-prox
               end-read
               close devctl
           end-if.

       GRAVA-CONTROLE.
           open output devctl
           if status-devctl <> '00'
               display 'DEVFOR: ERRO NA GRAVACAO DE DEVCTL - '
                       'STATUS ' status-devctl
               move 16 to return-code
               stop run
           end-if
           write reg-devctl
           close devctl.

      * ----------------------------------------------------------
      * Credito: a nota de credito do fornecedor fecha a devolucao.
      * ----------------------------------------------------------
       REGISTRA-CREDITO.
           if ws-parm-notacred = spaces
               display 'DEVFOR: INFORME A NOTA DE CREDITO'
               move 16 to return-code
               stop run
           end-if
           if ws-parm-valor not numeric
               display 'DEVFOR: VALOR DO CREDITO INVALIDO'
               move 16 to return-code
               stop run
           end-if
           perform ABRE-DEVOLUCOES
           move ws-parm-numero to devcab-numero
           read devcab key is devcab-numero
               invalid key
                   display 'DEVFOR: DEVOLUCAO ' ws-parm-numero
                           ' NAO ENCONTRADA'
                   move 16 to return-code
                   stop run
           end-read
           if devcab-reposta
               display 'DEVFOR: DEVOLUCAO ' devcab-numero
                       ' SO COM REPOSICAO - SEM CREDITO A REGISTRAR'
               move 16 to return-code
               stop run
           end-if
           if not devcab-aberta
               display 'DEVFOR: DEVOLUCAO ' devcab-numero
                       ' JA CREDITADA PELA NOTA ' devcab-notacred
               move 16 to return-code
               stop run
           end-if
           move 'C'              to devcab-situacao
           move ws-parm-notacred to devcab-notacred
           move ws-data-hoje     to devcab-dtcred
           move ws-parm-valor    to devcab-vlcred
           rewrite reg-devcab
           close devcab
           close devlin
           display 'DEVFOR: DEVOLUCAO ' devcab-numero
                   ' CREDITADA PELA NOTA ' devcab-notacred
      * Credito diferente do esperado nao impede o fechamento, mas
      * sai no console e no codigo de retorno para o financeiro.
           if devcab-vlcred <> devcab-vlesperado
               display 'DEVFOR: CREDITO ' devcab-vlcred
                       ' DIFERE DO ESPERADO ' devcab-vlesperado
               move 8 to return-code
           end-if.

      * ----------------------------------------------------------
      * Relatorio de devolucoes em aberto, por fornecedor, com os
      * dias desde a emissao e o valor esperado de credito.
      * ----------------------------------------------------------
       RELATORIO-ABERTAS.
           move 'reldev' to ws-spool-base
           copy spool.prc.
           move ws-spool-nome to ws-reldev

           move ws-data-hoje to ws-dthr
           perform CALCULA-SERIAL
           move ws-serial to ws-serial-hoje

           sort sort-devolucoes
               on ascending key sort-fornec sort-numero
               input procedure is SELECIONA-ABERTAS
               giving devord

           open input fortab
           if status-fortab <> '00'
               display 'DEVFOR: ERRO NA ABERTURA DE FORTAB - STATUS '
                       status-fortab
               move 16 to return-code
               stop run
           end-if
           open input devord
           if status-devord <> '00'
               display 'DEVFOR: ERRO NA ABERTURA DE DEVORD - STATUS '
                       status-devord
               move 16 to return-code
               stop run
           end-if
           open output reldev
           if status-reldev <> '00'
               display 'DEVFOR: ERRO NA ABERTURA DE RELDEV - STATUS '
                       status-reldev
               move 16 to return-code
               stop run
           end-if

           read devord
               at end move 'Y' to ws-fim-devord
           end-read
           perform until fim-devord
               if dvord-fornec <> ws-forn-atual or not tem-forn
                   if tem-forn
                       perform IMPRIME-TOTAL-FORNEC
                   end-if
                   move dvord-fornec to ws-forn-atual
                   move 'S' to ws-tem-forn
                   move zeros to ws-tot-forn
                   perform IMPRIME-CABECALHO
               end-if
               perform IMPRIME-DEVOLUCAO
               read devord
                   at end move 'Y' to ws-fim-devord
               end-read
           end-perform
           if tem-forn
               perform IMPRIME-TOTAL-FORNEC
           end-if
           perform IMPRIME-RODAPE
           perform GRAVA-SPOOLCAT

           close fortab
           close devord
           close reldev

           display 'DEVFOR: ' ws-cont-abertas
                   ' DEVOLUCOES EM ABERTO LISTADAS'
           if ws-cont-abertas > 0
               move 8 to return-code
           end-if.

       SELECIONA-ABERTAS.
           open input devcab
           if status-devcab = '35'
               continue
           else
               if status-devcab <> '00'
                   display 'DEVFOR: ERRO NA ABERTURA DE DEVCAB - '
                           'STATUS ' status-devcab
                   move 16 to return-code
                   stop run
               end-if
               move 'N' to ws-fim-devcab
               move low-values to devcab-numero
               start devcab key is >= devcab-numero
                   invalid key
                       move 'S' to ws-fim-devcab
               end-start
               perform until fim-devcab
                   read devcab next ignore lock
                   if status-devcab <> '00'
                       move 'S' to ws-fim-devcab
                   else
                       if devcab-aberta
                           move devcab-fornec     to sort-fornec
                           move devcab-numero     to sort-numero
                           move devcab-pedido     to sort-pedido
                           move devcab-loja       to sort-loja
                           move devcab-dtemis     to sort-dtemis
                           move devcab-vlesperado to sort-vlesperado
                           release reg-sort-devolucoes
                       end-if
                   end-if
               end-perform
               close devcab
           end-if.

       IMPRIME-CABECALHO.
           add 1 to ws-pagina
           move ws-forn-atual to ws-cab1-fornec
           move ws-forn-atual to fortab-codigo
           read fortab key is fortab-codigo
               invalid key
                   move 'NAO CADASTRADO' to ws-cab1-forn-nm
               not invalid key
                   move fortab-nome to ws-cab1-forn-nm
           end-read
           move ws-pagina to ws-cab1-pagina
           move ws-cab1 to reg-reldev
           write reg-reldev
           add 1 to ws-spool-linhas
           move ws-cab2 to reg-reldev
           write reg-reldev
           add 1 to ws-spool-linhas
           move 2 to ws-lin-pag.

       IMPRIME-DEVOLUCAO.
           if ws-lin-pag >= ws-linhas-pagina
               perform IMPRIME-CABECALHO
           end-if
           add 1 to ws-cont-abertas
           move dvord-dtemis to ws-dthr
           perform CALCULA-SERIAL
           compute ws-dias-aberta = ws-serial-hoje - ws-serial
           move dvord-numero     to ws-det-numero
           move dvord-pedido     to ws-det-pedido
           move dvord-loja       to ws-det-loja
           move dvord-dtemis     to ws-det-dtemis
           move ws-dias-aberta   to ws-det-dias
           move dvord-vlesperado to ws-det-valor
           move ws-det to reg-reldev
           write reg-reldev
           add 1 to ws-spool-linhas
           add 1 to ws-lin-pag
           add dvord-vlesperado to ws-tot-forn
           add dvord-vlesperado to ws-tot-geral.

       IMPRIME-TOTAL-FORNEC.
           move 'TOTAL A CREDITAR DO FORNEC..:' to ws-tot-texto
           move ws-tot-forn to ws-tot-valor
           move ws-linha-tot to reg-reldev
           write reg-reldev
           add 1 to ws-spool-linhas
           move spaces to reg-reldev
           write reg-reldev
           add 1 to ws-spool-linhas
           add 2 to ws-lin-pag.

       IMPRIME-RODAPE.
           move spaces to reg-reldev
           write reg-reldev
           add 1 to ws-spool-linhas
           move 'DEVOLUCOES EM ABERTO........:' to ws-cont-texto
           move ws-cont-abertas to ws-cont-valor
           move ws-linha-cont to reg-reldev
           write reg-reldev
           add 1 to ws-spool-linhas
           move 'TOTAL GERAL A CREDITAR......:' to ws-tot-texto
           move ws-tot-geral to ws-tot-valor
           move ws-linha-tot to reg-reldev
           write reg-reldev
           add 1 to ws-spool-linhas.

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

      $ set callfh"pqfh"
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    edifor.

      * Intercambio eletronico com os fornecedores (EDI): o pedido
      * de compra sai em arquivo e o aviso de embarque volta em
      * arquivo, em vez de pedido impresso mandado por e-mail e doca
      * que so fica sabendo o que chega quando o caminhao encosta.
      *
      * Modo 'E' (default, em branco) - rodada da noite:
      *   - todo pedido aberto ainda nao transmitido (gerped.cbl) e
      *     gravado no arquivo do fornecedor, <arqdir>/edped.<fornec>
      *     .txt, em extensao - header, uma linha por chave e
      *     trailer com a contagem e a soma das quantidades - e fica
      *     como enviado, aguardando a confirmacao;
      *   - pedido enviado e nao confirmado ha mais dias que a
      *     tolerancia vira alerta central;
      *   - relatorio das divergencias entre o aviso de embarque e o
      *     que o conferente de fato recebeu em recped.cbl (quantidade
      *     a mais, a menos ou aviso vencido sem nada recebido). Cada
      *     divergencia sai uma vez por recebimento.
      * Modo 'R' - processa o retorno dos fornecedores:
      *   - ediack.txt, confirmacao ('A') ou recusa ('R') do pedido;
      *     pedido recusado vira alerta para o comprador;
      *   - ediasn.txt, aviso de embarque por pedido/chave com
      *     quantidade, lote, validade e data de chegada prevista,
      *     carregado no asntab para pre-carregar o recebimento. O
      *     aviso tambem vale como confirmacao do pedido.
      * Os dois arquivos de retorno sao esvaziados depois de lidos -
      * o que foi processado nao volta na rodada seguinte.
      *
      * Parametro via SYSIN: modo (posicao 1), dias de tolerancia
      * da confirmacao antes do alerta (posicoes 2-4, default 2) e
      * data de corte da transmissao (posicoes 5-12, AAAAMMDD):
      * informada, so vai pedido emitido nessa data ou depois - o
      * pedido aberto de antes da implantacao do EDI, que o
      * fornecedor ja recebeu impresso, nao e mandado de novo. Em
      * zeros, vai todo pedido pendente.
      * Retorno 8 quando houve alerta, divergencia ou registro de
      * retorno rejeitado.

       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
       copy sp01a03.sel.
       copy fortab.sel.
       copy pedcab.sel.
       copy pedlin.sel.
       copy asntab.sel.
       copy alrtab.sel.
       copy spoolcat.sel.
           select ediped assign to ws-ediped
               organization is line sequential
               file status is status-ediped.
           select ediack assign to ws-ediack
               organization is line sequential
               file status is status-ediack.
           select ediasn assign to ws-ediasn
               organization is line sequential
               file status is status-ediasn.
           select relasn assign to ws-relasn
               organization is line sequential
               file status is status-relasn.

       DATA DIVISION.
       FILE SECTION.
       copy sp01a03.fd.
       copy fortab.fd.
       copy pedcab.fd.
       copy pedlin.fd.
       copy asntab.fd.
       copy alrtab.fd.
       copy spoolcat.fd.
      * Pedido eletronico do fornecedor - registros H/D/T montados
      * nas areas ws-edi-cab, ws-edi-det e ws-edi-trl.
       fd  ediped
           label record standard.
       01  reg-ediped                 pic x(80).
      * Confirmacao do pedido pelo fornecedor.
       fd  ediack
           label record standard.
       01  reg-ediack.
           05  ack-pedido          pic 9(06).
           05  ack-fornec          pic 9(05).
           05  ack-resposta        pic x(01).
               88  ack-aceito          value 'A'.
               88  ack-recusado        value 'R'.
           05  ack-data            pic 9(08).
      * Aviso de embarque: uma linha por pedido/chave.
       fd  ediasn
           label record standard.
       01  reg-ediasn.
           05  asn-pedido          pic 9(06).
           05  asn-fornec          pic 9(05).
           05  asn-chave           pic 9(08).
           05  asn-qtde            pic 9(07)v999.
           05  asn-lote            pic x(10).
           05  asn-validade        pic 9(08).
           05  asn-dtcheg          pic 9(08).
       fd  relasn
           label record standard.
       01  reg-relasn                 pic x(132).

       WORKING-STORAGE SECTION.
       77      ws-sp01a03     pic x(40) value '../../arq/sp01a03'.
       77      status01-a03   pic xx.
       77      ws-fortab      pic x(40) value '../../arq/fortab'.
       77      status-fortab  pic xx.
       77      ws-pedcab      pic x(40) value '../../arq/pedcab'.
       77      status-pedcab  pic xx.
       77      ws-pedlin      pic x(40) value '../../arq/pedlin'.
       77      status-pedlin  pic xx.
       77      ws-asntab      pic x(40) value '../../arq/asntab'.
       77      status-asntab  pic xx.
       77      ws-ediped      pic x(40).
       77      status-ediped  pic xx.
       77      ws-ediack      pic x(40) value '../../arq/ediack.txt'.
       77      status-ediack  pic xx.
       77      ws-ediasn      pic x(40) value '../../arq/ediasn.txt'.
       77      status-ediasn  pic xx.
       77      ws-relasn      pic x(40) value '../../arq/relasn.lst'.
       77      status-relasn  pic xx.
       copy arqdir.cpy.
       copy alerta.cpy.
       copy spool.cpy.

       01      ws-parm-edifor.
               05  ws-parm-modo        pic x(01).
                   88  parm-modo-retorno   value 'R'.
      * Dias sem confirmacao do fornecedor antes do alerta.
               05  ws-parm-dias-ack    pic 9(03).
      * Data de corte da transmissao (zeros = sem corte).
               05  ws-parm-dt-corte    pic 9(08).

      * Registros do pedido eletronico.
       01      ws-edi-cab.
               05  filler          pic x(01) value 'H'.
               05  ws-edc-pedido   pic 9(06).
               05  ws-edc-fornec   pic 9(05).
               05  ws-edc-loja     pic 9(03).
               05  ws-edc-dtemis   pic 9(08).
               05  ws-edc-nome     pic x(30).
       01      ws-edi-det.
               05  filler          pic x(01) value 'D'.
               05  ws-edd-pedido   pic 9(06).
               05  ws-edd-chave    pic 9(08).
               05  ws-edd-desc     pic x(30).
               05  ws-edd-unid     pic x(03).
               05  ws-edd-qtde     pic 9(07)v999.
       01      ws-edi-trl.
               05  filler          pic x(01) value 'T'.
               05  ws-edt-pedido   pic 9(06).
               05  ws-edt-linhas   pic 9(05).
               05  ws-edt-qtde     pic 9(09)v999.

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
       77      ws-dias-espera  pic s9(05) comp.
       77      ws-dias-disp    pic zzzz9.

       77      ws-data-hoje   pic 9(08).
       77      ws-fim-pedcab  pic x(01).
               88  fim-pedcab          value 'S'.
       77      ws-fim-linhas  pic x(01).
               88  fim-linhas          value 'S'.
       77      ws-fim-ediack  pic x(01).
               88  fim-ediack          value 'S'.
       77      ws-fim-ediasn  pic x(01).
               88  fim-ediasn          value 'S'.
       77      ws-fim-asntab  pic x(01).
               88  fim-asntab          value 'S'.
       77      ws-tem-ack     pic x(01) value 'N'.
               88  tem-ack             value 'S'.
       77      ws-tem-asn     pic x(01) value 'N'.
               88  tem-asn             value 'S'.
       77      ws-asn-existe  pic x(01).
               88  asn-existe          value 'S'.
       77      ws-rejeita     pic x(01).
               88  rejeita-registro    value 'S'.

       77      ws-diferenca   pic s9(07)v999.
       77      ws-ocorrencia  pic x(12).

       77      ws-cont-enviados   pic 9(07) value zeros.
       77      ws-cont-antes-corte pic 9(07) value zeros.
       77      ws-cont-linhas     pic 9(07) value zeros.
       77      ws-cont-sem-conf   pic 9(07) value zeros.
       77      ws-cont-confirm    pic 9(07) value zeros.
       77      ws-cont-recusas    pic 9(07) value zeros.
       77      ws-cont-avisos     pic 9(07) value zeros.
       77      ws-cont-rejeitados pic 9(07) value zeros.
       77      ws-cont-diverg     pic 9(07) value zeros.

       77      ws-linhas-pagina   pic 9(02) value 55.
       77      ws-lin-pag         pic 9(02) comp value 99.
       77      ws-pagina          pic 9(04) comp value zeros.

       01      ws-cab1.
               05  filler          pic x(45) value
                   'DIVERGENCIAS AVISO DE EMBARQUE X RECEBIMENTO '.
               05  filler          pic x(06) value 'DATA: '.
               05  ws-cab1-data    pic 9(08).
               05  filler          pic x(09) value '  PAGINA:'.
               05  ws-cab1-pagina  pic zzz9.
       01      ws-cab2.
               05  filler          pic x(07) value 'PEDIDO'.
               05  filler          pic x(06) value 'FORN'.
               05  filler          pic x(05) value 'LOJA'.
               05  filler          pic x(09) value 'CHAVE'.
               05  filler          pic x(31) value 'DESCRICAO'.
               05  filler          pic x(13) value ' QTD AVISADA'.
               05  filler          pic x(13) value '   RECEBIDA'.
               05  filler          pic x(14) value '   DIFERENCA'.
               05  filler          pic x(10) value 'CHEGADA'.
               05  filler          pic x(12) value 'OCORRENCIA'.
       01      ws-det.
               05  ws-det-pedido   pic 9(06).
               05  filler          pic x(01) value space.
               05  ws-det-fornec   pic z(04)9.
               05  filler          pic x(01) value space.
               05  ws-det-loja     pic zz9.
               05  filler          pic x(02) value spaces.
               05  ws-det-chave    pic z(07)9.
               05  filler          pic x(01) value space.
               05  ws-det-desc     pic x(30).
               05  filler          pic x(01) value space.
               05  ws-det-avisada  pic z(06)9,999.
               05  filler          pic x(02) value spaces.
               05  ws-det-recebida pic z(06)9,999.
               05  filler          pic x(02) value spaces.
               05  ws-det-diferenca pic -(07)9,999.
               05  filler          pic x(02) value spaces.
               05  ws-det-dtcheg   pic 9(08).
               05  filler          pic x(02) value spaces.
               05  ws-det-ocorr    pic x(12).
       01      ws-linha-tot.
               05  ws-tot-texto    pic x(30).
               05  ws-tot-valor    pic z(06)9.

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
                  '/pedcab'     delimited by size
                  into ws-pedcab
           string ws-env-arqdir delimited by space
                  '/pedlin'     delimited by size
                  into ws-pedlin
           string ws-env-arqdir delimited by space
                  '/asntab'     delimited by size
                  into ws-asntab
           string ws-env-arqdir delimited by space
                  '/ediack.txt' delimited by size
                  into ws-ediack
           string ws-env-arqdir delimited by space
                  '/ediasn.txt' delimited by size
                  into ws-ediasn
           string ws-env-arqdir delimited by space
                  '/alrtab'     delimited by size
                  into ws-alrtab

           move spaces to ws-parm-edifor
           accept ws-parm-edifor from sysin
           if ws-parm-dias-ack not numeric
                   or ws-parm-dias-ack = zeros
               move 2 to ws-parm-dias-ack
           end-if
           if ws-parm-dt-corte not numeric
               move zeros to ws-parm-dt-corte
           end-if

           accept ws-data-hoje from date yyyymmdd

           perform ABRE-ARQUIVOS

           if parm-modo-retorno
               perform PROCESSA-CONFIRMACOES
               perform PROCESSA-AVISOS
           else
               perform EMITE-PEDIDOS
               perform COBRA-CONFIRMACOES
               perform RELATA-DIVERGENCIAS
           end-if

           perform FECHA-ARQUIVOS

           if parm-modo-retorno
               display 'EDIFOR: CONFIRMACOES.......: ' ws-cont-confirm
               display 'EDIFOR: RECUSAS............: ' ws-cont-recusas
               display 'EDIFOR: LINHAS DE AVISO....: ' ws-cont-avisos
               display 'EDIFOR: REGISTROS REJEITADOS: '
                       ws-cont-rejeitados
           else
               display 'EDIFOR: PEDIDOS ENVIADOS...: '
                       ws-cont-enviados
               display 'EDIFOR: LINHAS ENVIADAS....: ' ws-cont-linhas
               if ws-parm-dt-corte > zeros
                   display 'EDIFOR: ANTERIORES AO CORTE: '
                           ws-cont-antes-corte
               end-if
               display 'EDIFOR: SEM CONFIRMACAO....: '
                       ws-cont-sem-conf
               display 'EDIFOR: DIVERGENCIAS.......: ' ws-cont-diverg
           end-if
           if ws-cont-sem-conf > zeros
                   or ws-cont-recusas > zeros
                   or ws-cont-rejeitados > zeros
                   or ws-cont-diverg > zeros
               move 8 to return-code
           end-if
           stop run.

       ABRE-ARQUIVOS.
           open input sp01a03
           if status01-a03 <> '00'
               display 'EDIFOR: ERRO NA ABERTURA DE SP01A03 - STATUS '
                       status01-a03
               move 16 to return-code
               stop run
           end-if
           open input fortab
           if status-fortab <> '00'
               display 'EDIFOR: ERRO NA ABERTURA DE FORTAB - STATUS '
                       status-fortab
               move 16 to return-code
               stop run
           end-if
           open i-o pedcab
           if status-pedcab <> '00'
               display 'EDIFOR: ERRO NA ABERTURA DE PEDCAB - STATUS '
                       status-pedcab
               move 16 to return-code
               stop run
           end-if
           open input pedlin
           if status-pedlin <> '00'
               display 'EDIFOR: ERRO NA ABERTURA DE PEDLIN - STATUS '
                       status-pedlin
               move 16 to return-code
               stop run
           end-if
           open i-o asntab
           if status-asntab = '35'
               open output asntab
               close asntab
               open i-o asntab
           end-if
           if status-asntab <> '00'
               display 'EDIFOR: ERRO NA ABERTURA DE ASNTAB - STATUS '
                       status-asntab
               move 16 to return-code
               stop run
           end-if.

       FECHA-ARQUIVOS.
           close sp01a03
           close fortab
           close pedcab
           close pedlin
           close asntab.

      *----------------------------------------------------------------
      * Envio: pedido aberto e ainda pendente de transmissao vai para
      * o arquivo do seu fornecedor. Pedido que ja teve recebimento
      * (parcial/fechado) antes da transmissao nao e mais mandado -
      * a compra ja aconteceu por fora. Pedido emitido antes da data
      * de corte fica como esta, fora do EDI.
      *----------------------------------------------------------------
       EMITE-PEDIDOS.
           move 'N' to ws-fim-pedcab
           move low-values to pedcab-numero
           start pedcab key is >= pedcab-numero
               invalid key
                   move 'S' to ws-fim-pedcab
           end-start
           perform until fim-pedcab
               read pedcab next
               if status-pedcab <> '00'
                   move 'S' to ws-fim-pedcab
               else
                   if pedcab-aberto and pedcab-edi-pendente
                       if pedcab-dtemis < ws-parm-dt-corte
                           add 1 to ws-cont-antes-corte
                       else
                           perform ENVIA-PEDIDO
                       end-if
                   end-if
               end-if
           end-perform.

       ENVIA-PEDIDO.
           move spaces to ws-ediped
           string ws-env-arqdir delimited by space
                  '/edped.'     delimited by size
                  pedcab-fornec delimited by size
                  '.txt'        delimited by size
                  into ws-ediped
           open extend ediped
           if status-ediped = '35'
               open output ediped
           end-if
           if status-ediped <> '00'
               display 'EDIFOR: ERRO NA ABERTURA DE EDIPED - STATUS '
                       status-ediped ' FORNECEDOR ' pedcab-fornec
               move 16 to return-code
               stop run
           end-if

           move pedcab-fornec to fortab-codigo
           read fortab key is fortab-codigo
               invalid key
                   move spaces to fortab-nome
           end-read
           move pedcab-numero to ws-edc-pedido
           move pedcab-fornec to ws-edc-fornec
           move pedcab-loja   to ws-edc-loja
           move pedcab-dtemis to ws-edc-dtemis
           move fortab-nome   to ws-edc-nome
           move ws-edi-cab to reg-ediped
           write reg-ediped

           move zeros to ws-edt-linhas
           move zeros to ws-edt-qtde
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
                   perform ENVIA-LINHA
               end-if
           end-perform

           move pedcab-numero to ws-edt-pedido
           move ws-edi-trl to reg-ediped
           write reg-ediped
           close ediped

           move 'E'          to pedcab-edi-situacao
           move ws-data-hoje to pedcab-edi-data
           rewrite reg-pedcab
           add 1 to ws-cont-enviados.

      * Linha do pedido com a descricao e a unidade base do cadastro
      * - o fornecedor confere o que esta sendo pedido, nao so a
      * chave.
       ENVIA-LINHA.
           move pedlin-chave to sp0103chave
           read sp01a03 key is sp0103chave
               invalid key
                   move spaces to sp0103desc
                   move spaces to sp0103unid
           end-read
           move pedlin-numero   to ws-edd-pedido
           move pedlin-chave    to ws-edd-chave
           move sp0103desc      to ws-edd-desc
           move sp0103unid      to ws-edd-unid
           move pedlin-qtde-ped to ws-edd-qtde
           move ws-edi-det to reg-ediped
           write reg-ediped
           add 1 to ws-edt-linhas
           add pedlin-qtde-ped to ws-edt-qtde
           add 1 to ws-cont-linhas.

      *----------------------------------------------------------------
      * Pedido enviado, ainda nao recebido e sem confirmacao ha mais
      * dias que a tolerancia: alerta central, um por pedido, ate o
      * fornecedor responder ou o pedido ser recebido.
      *----------------------------------------------------------------
       COBRA-CONFIRMACOES.
           move ws-data-hoje to ws-dthr
           perform CALCULA-SERIAL
           move ws-serial to ws-serial-hoje
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
                   if pedcab-edi-enviado and pedcab-aberto
                       perform CONFERE-ESPERA
                   end-if
               end-if
           end-perform.

       CONFERE-ESPERA.
           move pedcab-edi-data to ws-dthr
           perform CALCULA-SERIAL
           compute ws-dias-espera = ws-serial-hoje - ws-serial
           if ws-dias-espera >= ws-parm-dias-ack
               add 1 to ws-cont-sem-conf
               move ws-dias-espera to ws-dias-disp
               display 'EDIFOR: PEDIDO ' pedcab-numero
                       ' SEM CONFIRMACAO DO FORNECEDOR '
                       pedcab-fornec ' HA ' ws-dias-disp ' DIAS'
               move 'edifor    ' to alrtab-programa
               move 'W'          to alrtab-severidade
               move spaces to alrtab-mensagem
               string 'PEDIDO ' pedcab-numero
                      ' FORN ' pedcab-fornec
                      ' SEM CONFIRMACAO HA '
                      ws-dias-disp ' DIAS'
                   delimited by size into alrtab-mensagem
               perform GRAVA-ALERTA
           end-if.

       GRAVA-ALERTA.
           copy alerta.prc.

       CALCULA-SERIAL.
           compute ws-serial = ws-dthr-ano * 365
                   + (ws-dthr-ano - 1) / 4
                   + ws-cumdias(ws-dthr-mes) + ws-dthr-dia
           divide ws-dthr-ano by 4 giving ws-quociente
               remainder ws-resto
           if ws-dthr-mes > 2 and ws-resto = zeros
               add 1 to ws-serial
           end-if.

      *----------------------------------------------------------------
      * Confirmacoes do fornecedor. Pedido inexistente ou de outro
      * fornecedor e rejeitado no console - o arquivo e do fornecedor
      * e nao manda no pedido alheio.
      *----------------------------------------------------------------
       PROCESSA-CONFIRMACOES.
           open input ediack
           if status-ediack = '35'
               display 'EDIFOR: SEM ARQUIVO DE CONFIRMACOES'
           else
               if status-ediack <> '00'
                   display 'EDIFOR: ERRO NA ABERTURA DE EDIACK - '
                           'STATUS ' status-ediack
                   move 16 to return-code
                   stop run
               end-if
               move 'S' to ws-tem-ack
               move 'N' to ws-fim-ediack
               read ediack
                   at end move 'S' to ws-fim-ediack
               end-read
               perform until fim-ediack
                   perform APLICA-CONFIRMACAO
                   read ediack
                       at end move 'S' to ws-fim-ediack
                   end-read
               end-perform
               close ediack
           end-if
           if tem-ack
               open output ediack
               close ediack
           end-if.

       APLICA-CONFIRMACAO.
           move 'N' to ws-rejeita
           move ack-pedido to pedcab-numero
           read pedcab key is pedcab-numero
               invalid key
                   move 'S' to ws-rejeita
           end-read
           if not rejeita-registro
               if pedcab-fornec <> ack-fornec
                       or not (ack-aceito or ack-recusado)
                   move 'S' to ws-rejeita
               end-if
           end-if
           if rejeita-registro
               add 1 to ws-cont-rejeitados
               display 'EDIFOR: CONFIRMACAO REJEITADA - PEDIDO '
                       ack-pedido ' FORNECEDOR ' ack-fornec
                       ' RESPOSTA ' ack-resposta
           else
               if ack-data numeric and ack-data > zeros
                   move ack-data to pedcab-edi-data
               else
                   move ws-data-hoje to pedcab-edi-data
               end-if
               if ack-aceito
                   move 'C' to pedcab-edi-situacao
                   add 1 to ws-cont-confirm
               else
                   move 'R' to pedcab-edi-situacao
                   add 1 to ws-cont-recusas
                   display 'EDIFOR: PEDIDO ' pedcab-numero
                           ' RECUSADO PELO FORNECEDOR '
                           pedcab-fornec
                   move 'edifor    ' to alrtab-programa
                   move 'W'          to alrtab-severidade
                   move spaces to alrtab-mensagem
                   string 'PEDIDO ' pedcab-numero
                          ' RECUSADO PELO FORNECEDOR '
                          pedcab-fornec
                       delimited by size into alrtab-mensagem
                   perform GRAVA-ALERTA
               end-if
               rewrite reg-pedcab
           end-if.

      *----------------------------------------------------------------
      * Avisos de embarque. A linha tem de pertencer a um pedido do
      * proprio fornecedor; aviso repetido da mesma linha substitui o
      * anterior (quantidade, lote, validade, chegada) sem perder o
      * que ja foi recebido contra ele.
      *----------------------------------------------------------------
       PROCESSA-AVISOS.
           open input ediasn
           if status-ediasn = '35'
               display 'EDIFOR: SEM ARQUIVO DE AVISOS DE EMBARQUE'
           else
               if status-ediasn <> '00'
                   display 'EDIFOR: ERRO NA ABERTURA DE EDIASN - '
                           'STATUS ' status-ediasn
                   move 16 to return-code
                   stop run
               end-if
               move 'S' to ws-tem-asn
               move 'N' to ws-fim-ediasn
               read ediasn
                   at end move 'S' to ws-fim-ediasn
               end-read
               perform until fim-ediasn
                   perform CARREGA-AVISO
                   read ediasn
                       at end move 'S' to ws-fim-ediasn
                   end-read
               end-perform
               close ediasn
           end-if
           if tem-asn
               open output ediasn
               close ediasn
           end-if.

       CARREGA-AVISO.
           move 'N' to ws-rejeita
           move asn-pedido to pedcab-numero
           read pedcab key is pedcab-numero
               invalid key
                   move 'S' to ws-rejeita
           end-read
           if not rejeita-registro
               if pedcab-fornec <> asn-fornec or pedcab-fechado
                   move 'S' to ws-rejeita
               end-if
           end-if
           if not rejeita-registro
               move asn-pedido to pedlin-numero
               move asn-chave  to pedlin-chave
               read pedlin key is pedlin-id
                   invalid key
                       move 'S' to ws-rejeita
               end-read
           end-if
           if not rejeita-registro
               if asn-qtde not numeric
                       or asn-validade not numeric
                       or asn-dtcheg not numeric
                   move 'S' to ws-rejeita
               end-if
           end-if
           if rejeita-registro
               add 1 to ws-cont-rejeitados
               display 'EDIFOR: AVISO REJEITADO - PEDIDO '
                       asn-pedido ' FORNECEDOR ' asn-fornec
                       ' CHAVE ' asn-chave
           else
               move asn-pedido to asntab-pedido
               move asn-chave  to asntab-chave
               read asntab key is asntab-id
                   invalid key
                       move zeros to asntab-qtde-rec
                       move zeros to asntab-dtrec
                       move 'A'   to asntab-situacao
                       move 'N'   to ws-asn-existe
                   not invalid key
                       move 'S'   to ws-asn-existe
               end-read
               move asn-fornec   to asntab-fornec
               move asn-qtde     to asntab-qtde
               move asn-lote     to asntab-lote
               move asn-validade to asntab-validade
               move asn-dtcheg   to asntab-dtcheg
               move ws-data-hoje to asntab-dtaviso
               move 'N'          to asntab-reportado
               if asn-existe
                   rewrite reg-asntab
               else
                   write reg-asntab
               end-if
               add 1 to ws-cont-avisos
      * Quem avisou o embarque aceitou o pedido.
               if not pedcab-edi-confirmado
                   move 'C'          to pedcab-edi-situacao
                   move ws-data-hoje to pedcab-edi-data
                   rewrite reg-pedcab
               end-if
           end-if.

      *----------------------------------------------------------------
      * Divergencias entre aviso e recebimento, uma vez por evento:
      * linha conferida em recped.cbl com quantidade diferente da
      * avisada, ou aviso com a chegada vencida sem nada recebido em
      * pedido ainda em aberto. Linha conferida sem diferenca so e
      * marcada como vista.
      *----------------------------------------------------------------
       RELATA-DIVERGENCIAS.
           move 'relasn' to ws-spool-base
           copy spool.prc.
           move ws-spool-nome to ws-relasn
           open output relasn
           if status-relasn <> '00'
               display 'EDIFOR: ERRO NA ABERTURA DE RELASN - STATUS '
                       status-relasn
               move 16 to return-code
               stop run
           end-if
           perform IMPRIME-CABECALHO

           move 'N' to ws-fim-asntab
           move low-values to asntab-id
           start asntab key is >= asntab-id
               invalid key
                   move 'S' to ws-fim-asntab
           end-start
           perform until fim-asntab
               read asntab next
               if status-asntab <> '00'
                   move 'S' to ws-fim-asntab
               else
                   if not asntab-ja-reportado
                       perform AVALIA-AVISO
                   end-if
               end-if
           end-perform

           move spaces to reg-relasn
           write reg-relasn
           add 1 to ws-spool-linhas
           move 'DIVERGENCIAS LISTADAS.......:' to ws-tot-texto
           move ws-cont-diverg to ws-tot-valor
           move ws-linha-tot to reg-relasn
           write reg-relasn
           add 1 to ws-spool-linhas
           close relasn
           perform GRAVA-SPOOLCAT.

       AVALIA-AVISO.
           move spaces to ws-ocorrencia
           if asntab-conferido
               compute ws-diferenca = asntab-qtde-rec - asntab-qtde
               if ws-diferenca > zeros
                   move 'A MAIS' to ws-ocorrencia
               end-if
               if ws-diferenca < zeros
                   move 'A MENOS' to ws-ocorrencia
               end-if
               move 'S' to asntab-reportado
               rewrite reg-asntab
           else
               if asntab-dtcheg < ws-data-hoje
                   move asntab-pedido to pedcab-numero
                   read pedcab key is pedcab-numero
                       invalid key
                           move 'F' to pedcab-situacao
                   end-read
                   if not pedcab-fechado
                       compute ws-diferenca = zeros - asntab-qtde
                       move 'NAO CHEGOU' to ws-ocorrencia
                   end-if
                   move 'S' to asntab-reportado
                   rewrite reg-asntab
               end-if
           end-if
           if ws-ocorrencia <> spaces
               perform IMPRIME-DIVERGENCIA
           end-if.

       IMPRIME-DIVERGENCIA.
           if ws-lin-pag >= ws-linhas-pagina
               perform IMPRIME-CABECALHO
           end-if
           move asntab-chave to sp0103chave
           read sp01a03 key is sp0103chave
               invalid key
                   move spaces to sp0103desc
           end-read
           move asntab-pedido to pedcab-numero
           read pedcab key is pedcab-numero
               invalid key
                   move zeros to pedcab-loja
           end-read
           move asntab-pedido   to ws-det-pedido
           move asntab-fornec   to ws-det-fornec
           move pedcab-loja     to ws-det-loja
           move asntab-chave    to ws-det-chave
           move sp0103desc      to ws-det-desc
           move asntab-qtde     to ws-det-avisada
           move asntab-qtde-rec to ws-det-recebida
           move ws-diferenca    to ws-det-diferenca
           move asntab-dtcheg   to ws-det-dtcheg
           move ws-ocorrencia   to ws-det-ocorr
           move ws-det to reg-relasn
           write reg-relasn
           add 1 to ws-spool-linhas
           add 1 to ws-lin-pag
           add 1 to ws-cont-diverg.

       IMPRIME-CABECALHO.
           add 1 to ws-pagina
           move ws-data-hoje to ws-cab1-data
           move ws-pagina to ws-cab1-pagina
           move ws-cab1 to reg-relasn
           write reg-relasn
           add 1 to ws-spool-linhas
           move spaces to reg-relasn
           write reg-relasn
           add 1 to ws-spool-linhas
           move ws-cab2 to reg-relasn
           write reg-relasn
           add 1 to ws-spool-linhas
           move 3 to ws-lin-pag.

      * Registra a emissao datada no catalogo de spool.
       GRAVA-SPOOLCAT.
           copy spoolcat.prc.

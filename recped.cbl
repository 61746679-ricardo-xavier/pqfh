      * o caminho unico de lancamento, com o numero do pedido como
      * documento. "Chegou?" passa a ser uma consulta, nao uma ida a
      * doca.
      *
      * Item perecivel e recebido com o lote e a validade impressos
      * na embalagem; os dois seguem no movimento e movto.cbl abre ou
      * soma o lote no lottab. Em branco, a entrada vai para o lote
      * sem codigo.
      *
      * Havendo aviso de embarque do fornecedor (asntab, carregado
      * por edifor.cbl) para a linha, basta informar pedido e chave
      * com a quantidade em branco: a tela volta pre-carregada com o
      * saldo avisado, o lote e a validade, e o conferente so
      * confirma ou corrige. O que chega e acumulado no aviso para o
      * relatorio de divergencias entre avisado e recebido.
      *
      * Sign-on contra o opertab, como em digcont.cbl: cada
      * recebimento confirmado vai para a trilha recaud.txt com o
      * operador da doca - o movimento lancado no movent e assinado
      * por movto.cbl, e o relatorio de excecoes (relexc.cbl) cruza
      * quem recebeu com quem ajustou a contagem da mesma chave.
      *
      * Chave consignada (csgtab) so recebe como consignado quando o
      * pedido e do proprio fornecedor da consignacao; de qualquer
      * outro fornecedor a mercadoria e comprada - entra como estoque
      * proprio e e paga pela nota, nao pelo acerto (consig.cbl).

       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       copy sp01a03.sel.
       copy pedcab.sel.
       copy pedlin.sel.
       copy asntab.sel.
       copy opertab.sel.
       copy csgtab.sel.
           select recaud assign to ws-recaud
               organization is line sequential
               file status is status-recaud.
           select movent assign to ws-movent
               organization is line sequential
               file status is status-movent.
       copy sp01a03.fd.
       copy pedcab.fd.
       copy pedlin.fd.
       copy asntab.fd.
       copy opertab.fd.
       copy csgtab.fd.
      * Trilha dos recebimentos confirmados na doca: quem recebeu,
      * quando, o que e em que loja.
       fd  recaud
           label record standard.
       01  reg-recaud.
           05  recaud-operador     pic x(08).
           05  recaud-datahora     pic 9(14).
           05  recaud-pedido       pic 9(06).
           05  recaud-chave        pic 9(08).
           05  recaud-loja         pic 9(03).
           05  recaud-qtde         pic 9(07)v999.
           05  recaud-lote         pic x(10).
      * Arquivo de transacoes de movto.cbl - mesmo layout de
      * reg-movent, gravado em extensao para a proxima rodada.
       fd  movent
           05  mov-custo           pic 9(07)v99.
           05  mov-unidade         pic x(03).
           05  mov-ean             pic x(13).
           05  mov-lote            pic x(10).
           05  mov-validade        pic 9(08).
           05  mov-motivo          pic x(02).
           05  mov-consig          pic x(01).

       WORKING-STORAGE SECTION.
       77      ws-sp01a03     pic x(40) value '../../arq/sp01a03'.
       77      status-pedcab  pic xx.
       77      ws-pedlin      pic x(40) value '../../arq/pedlin'.
       77      status-pedlin  pic xx.
       77      ws-asntab      pic x(40) value '../../arq/asntab'.
       77      status-asntab  pic xx.
       77      ws-opertab     pic x(40) value '../../arq/opertab'.
       77      status-opertab pic xx.
       77      ws-csgtab      pic x(40) value '../../arq/csgtab'.
       77      status-csgtab  pic xx.
       77      ws-tem-csgtab  pic x(01) value 'N'.
               88  tem-csgtab          value 'S'.
       77      ws-recaud      pic x(40) value '../../arq/recaud.txt'.
       77      status-recaud  pic xx.
       77      ws-movent      pic x(40) value '../../arq/movent.txt'.
       77      status-movent  pic xx.
       copy arqdir.cpy.
       77      ws-msg         pic x(60) value spaces.
       77      ws-pausa       pic x(01).

      * Sign-on: operador corrente e controle de tentativas, na
      * mesma disciplina de manter.cbl.
       77      ws-sign-operador   pic x(08).
       77      ws-sign-senha      pic x(08).
       77      ws-sign-tentativas pic 9(01) value zeros.
       77      ws-sign-ok         pic x(01) value 'N'.
               88  sign-ok             value 'S'.
       77      ws-aud-hora-raw    pic 9(08).
       01      ws-aud-agora.
               05  ws-aud-agora-data pic 9(08).
               05  ws-aud-agora-hora pic 9(06).

       77      ws-rec-pedido  pic 9(06) value zeros.
       77      ws-rec-chave   pic 9(08) value zeros.
       77      ws-rec-qtde    pic 9(07)v999 value zeros.
       77      ws-rec-custo   pic 9(07)v99 value zeros.
       77      ws-rec-desc    pic x(30) value spaces.
       77      ws-rec-lote    pic x(10) value spaces.
       77      ws-rec-validade pic 9(08) value zeros.
       01      ws-rec-dtval.
               05  ws-rec-dtval-ano    pic 9(04).
               05  ws-rec-dtval-mes    pic 9(02).
               05  ws-rec-dtval-dia    pic 9(02).
       77      ws-qtd-ped     pic z(06)9,999.
       77      ws-qtd-rec     pic z(06)9,999.
       77      ws-qtd-aviso   pic z(06)9,999.
       77      ws-dt-aviso    pic 9(08) value zeros.
       77      ws-tem-aviso   pic x(01) value 'N'.
               88  tem-aviso           value 'S'.
       77      ws-saldo-aviso pic s9(07)v999.
       77      ws-saldo-ped   pic s9(07)v999.

       77      ws-data-hoje   pic 9(08).
       77      ws-cont-receb  pic 9(07) value zeros.
               05  filler          pic x(02) value spaces.

       SCREEN SECTION.
       01  tela-signon.
           05  blank screen.
           05  line 01 column 01
                   value 'RECEBIMENTO DE PEDIDO DE COMPRA'.
           05  line 03 column 01 value 'OPERADOR:'.
           05  line 03 column 11 pic x(08) using ws-sign-operador.
           05  line 04 column 01 value 'SENHA...:'.
           05  line 04 column 11 pic x(08) using ws-sign-senha secure.
           05  line 20 column 01 pic x(60) from ws-msg.

       01  tela-recped.
           05  blank screen.
           05  line 01 column 01
           05  line 11 column 14 pic z(06)9,999 from ws-qtd-rec.
           05  line 12 column 01 value 'DESCRICAO..:'.
           05  line 12 column 14 pic x(30) from ws-rec-desc.
           05  line 13 column 01 value 'LOTE.......:'.
           05  line 13 column 14 pic x(10) using ws-rec-lote.
           05  line 14 column 01 value 'VALIDADE...:'.
           05  line 14 column 14 pic 9(08) using ws-rec-validade.
           05  line 15 column 01 value 'QTD AVISADA:'.
           05  line 15 column 14 pic z(06)9,999 from ws-qtd-aviso.
           05  line 16 column 01 value 'CHEGADA....:'.
           05  line 16 column 14 pic 9(08) from ws-dt-aviso.
           05  line 20 column 01 pic x(60) from ws-msg.

       01  tela-pausa.
           string ws-env-arqdir delimited by space
                  '/pedlin'     delimited by size
                  into ws-pedlin
           string ws-env-arqdir delimited by space
                  '/asntab'     delimited by size
                  into ws-asntab
           string ws-env-arqdir delimited by space
                  '/opertab'    delimited by size
                  into ws-opertab
           string ws-env-arqdir delimited by space
                  '/csgtab'     delimited by size
                  into ws-csgtab
           string ws-env-arqdir delimited by space
                  '/recaud.txt' delimited by size
                  into ws-recaud
           string ws-env-arqdir delimited by space
                  '/movent.txt' delimited by size
                  into ws-movent

           accept ws-data-hoje from date yyyymmdd

           perform ABRE-OPERTAB
           perform SIGN-ON
           if not sign-ok
               display 'RECPED: SIGN-ON RECUSADO'
               close opertab
               move 16 to return-code
               stop run
           end-if

           open input sp01a03
           if status01-a03 <> '00'
               display 'RECPED: ERRO NA ABERTURA DE SP01A03 - STATUS '
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
               display 'RECPED: ERRO NA ABERTURA DE ASNTAB - STATUS '
                       status-asntab
               move 16 to return-code
               stop run
           end-if
      * Sem csgtab a loja nao tem consignacao - tudo entra proprio.
           open input csgtab
           if status-csgtab = '00'
               move 'S' to ws-tem-csgtab
           end-if
           open extend movent
           if status-movent = '35'
               open output movent
               move 16 to return-code
               stop run
           end-if
           open extend recaud
           if status-recaud = '35'
               open output recaud
           end-if
           if status-recaud <> '00'
               display 'RECPED: ERRO NA ABERTURA DE RECAUD - STATUS '
                       status-recaud
               move 16 to return-code
               stop run
           end-if

           perform until continua-nao
               move spaces to ws-msg
           close sp01a03
           close pedcab
           close pedlin
           close asntab
           if tem-csgtab
               close csgtab
           end-if
           close movent
           close recaud
           close opertab

           display 'RECPED: ' ws-cont-receb
                   ' RECEBIMENTOS LANCADOS EM MOVENT'
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
               display 'RECPED: ERRO NA ABERTURA DE OPERTAB - '
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

      * Critica e baixa um recebimento: pedido existente e nao
      * fechado, linha existente e com saldo a receber; o excesso
      * sobre a quantidade pedida e recusado - divergencia de doca se
      * resolve no pedido, nao no estoque.
       RECEBE-ITEM.
           move zeros to ws-qtd-ped ws-qtd-rec ws-qtd-aviso
           move zeros to ws-dt-aviso
           move 'N' to ws-tem-aviso
           move spaces to ws-rec-desc
           move ws-rec-pedido to pedcab-numero
           read pedcab key is pedcab-numero
                           not invalid key
                               move sp0103desc to ws-rec-desc
                       end-read
                       perform BUSCA-AVISO
               end-read
           end-if
           if ws-msg = spaces and pedlin-fechada
               move 'LINHA JA FECHADA' to ws-msg
           end-if
           if ws-msg = spaces and tem-aviso
                   and (ws-rec-qtde not numeric
                        or ws-rec-qtde = zeros)
               perform CARREGA-AVISO
           end-if
           if ws-msg = spaces
                   and (ws-rec-qtde not numeric
                        or ws-rec-qtde = zeros)
               move 'RECEBIMENTO EXCEDE A QUANTIDADE PEDIDA'
                   to ws-msg
           end-if
      * Validade e opcional (lote sem data); informada, tem de ser
      * uma data aaaammdd.
           if ws-msg = spaces
               if ws-rec-validade not numeric
                   move 'VALIDADE INVALIDA' to ws-msg
               else
                   if ws-rec-validade <> zeros
                       move ws-rec-validade to ws-rec-dtval
                       if ws-rec-dtval-ano < 1990
                           or ws-rec-dtval-mes < 01
                           or ws-rec-dtval-mes > 12
                           or ws-rec-dtval-dia < 01
                           or ws-rec-dtval-dia > 31
                           move 'VALIDADE INVALIDA' to ws-msg
                       end-if
                   end-if
               end-if
           end-if
           if ws-msg = spaces
               perform BAIXA-LINHA
               perform CONSOLIDA-CABECALHO
               perform LANCA-MOVIMENTO
               perform GRAVA-RECAUD
               if tem-aviso
                   perform REGISTRA-CHEGADA
               end-if
               add 1 to ws-cont-receb
               move 'RECEBIMENTO CONFIRMADO E MOVIMENTO LANCADO'
                   to ws-msg
               move zeros to ws-rec-chave
               move zeros to ws-rec-qtde
               move zeros to ws-rec-custo
               move spaces to ws-rec-lote
               move zeros to ws-rec-validade
           end-if.

      * Aviso de embarque da linha, se o fornecedor mandou - a
      * quantidade e a chegada prevista ficam na tela como
      * referencia.
       BUSCA-AVISO.
           move ws-rec-pedido to asntab-pedido
           move ws-rec-chave  to asntab-chave
           read asntab key is asntab-id
               invalid key
                   move 'N' to ws-tem-aviso
               not invalid key
                   move 'S' to ws-tem-aviso
                   move asntab-qtde   to ws-qtd-aviso
                   move asntab-dtcheg to ws-dt-aviso
           end-read.

      * Pre-carga do recebimento com o saldo ainda nao recebido do
      * aviso, limitado ao saldo do pedido, e com o lote e a validade
      * avisados. Nada e lancado: a tela volta para o conferente
      * confirmar ou corrigir e teclar R de novo.
       CARREGA-AVISO.
           compute ws-saldo-aviso = asntab-qtde - asntab-qtde-rec
           compute ws-saldo-ped = pedlin-qtde-ped - pedlin-qtde-rec
           if ws-saldo-aviso > ws-saldo-ped
               move ws-saldo-ped to ws-saldo-aviso
           end-if
           if ws-saldo-aviso > zeros
               move ws-saldo-aviso  to ws-rec-qtde
               move asntab-lote     to ws-rec-lote
               move asntab-validade to ws-rec-validade
               move 'AVISO DE EMBARQUE CARREGADO - CONFIRME OU CORRIJA'
                   to ws-msg
           end-if.

      * Acumula no aviso o que de fato chegou; o relatorio de
      * divergencias de edifor.cbl compara com o avisado.
       REGISTRA-CHEGADA.
           add ws-rec-qtde   to asntab-qtde-rec
           move ws-data-hoje to asntab-dtrec
           move 'C'          to asntab-situacao
           move 'N'          to asntab-reportado
           rewrite reg-asntab.

       GRAVA-RECAUD.
           accept ws-aud-agora-data from date yyyymmdd
           accept ws-aud-hora-raw   from time
           move ws-aud-hora-raw(1:6) to ws-aud-agora-hora
           move ws-sign-operador to recaud-operador
           move ws-aud-agora     to recaud-datahora
           move ws-rec-pedido    to recaud-pedido
           move ws-rec-chave     to recaud-chave
           move pedcab-loja      to recaud-loja
           move ws-rec-qtde      to recaud-qtde
           move ws-rec-lote      to recaud-lote
           write reg-recaud.

       BAIXA-LINHA.
           add ws-rec-qtde to pedlin-qtde-rec
           if pedlin-qtde-rec >= pedlin-qtde-ped
      * O pedido e baixado em unidade base - nada a converter.
           move spaces to mov-unidade
           move spaces to mov-ean
           move ws-rec-lote     to mov-lote
           move ws-rec-validade to mov-validade
           move spaces to mov-motivo
           move 'P' to mov-consig
           if tem-csgtab
               move ws-rec-chave to csgtab-chave
               move pedcab-loja  to csgtab-loja
               read csgtab key is csgtab-id
                   invalid key
                       continue
                   not invalid key
                       if csgtab-ativo
                               and csgtab-fornec = pedcab-fornec
                           move spaces to mov-consig
                       end-if
               end-read
           end-if
           write reg-movent.

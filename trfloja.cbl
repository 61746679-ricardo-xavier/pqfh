      * estoque que saiu de uma loja e ainda nao chegou na outra tem
      * onde ser visto.
      *
      * Basico com controle de lotes sai da origem pelos lotes que
      * vencem primeiro: no despacho o saldo e repartido pelos lotes
      * do lottab da loja de origem, uma saida por lote, e a
      * reparticao fica no trflot; no recebimento a loja de destino
      * recebe as mesmas parcelas, com lote e validade.
      *
      * A emissao so aceita quantidade dentro do disponivel da loja
      * de origem (estoque menos reservas) e reserva o que prometeu
      * no restab dela, com o documento da transferencia; o despacho
      * e o cancelamento liberam a reserva.
      *
      * Parametros via SYSIN: modo 'E' = emite (origem, destino,
      * chave, quantidade, dias de validade da reserva; default 7),
      * 'D' = despacha (numero), 'R' = recebe (numero), 'X' =
      * cancela ordem ainda nao despachada (numero), 'A' = aprova a
      * ordem proposta pela reposicao da frota (numero, dias de
      * validade da reserva) - confere e reserva como na emissao e a
      * ordem passa a emitida -, 'G' = relatorio
      * de envelhecimento do transito (dias de tolerancia; default
      * 3) - transferencia despachada ha mais dias que a tolerancia
      * sai marcada com '*'.

       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
       copy trftab.sel.
       copy trflot.sel.
       copy lottab.sel.
       copy sp01a03.sel.
       copy restab.sel.
           select lojatab assign to ws-lojatab
               organization is line sequential
               file status is status-lojatab.
       DATA DIVISION.
       FILE SECTION.
       copy trftab.fd.
       copy trflot.fd.
      * Lotes da loja de origem, lidos no diretorio dela.
       copy lottab.fd.
      * Cadastro e reservas da loja de origem, no diretorio dela.
       copy sp01a03.fd.
       copy restab.fd.
      * Cadastro de lojas da frota - mesmo layout de frota.cbl.
       fd  lojatab
           label record standard.
           05  mov-custo           pic 9(07)v99.
           05  mov-unidade         pic x(03).
           05  mov-ean             pic x(13).
           05  mov-lote            pic x(10).
           05  mov-validade        pic 9(08).
           05  mov-motivo          pic x(02).
           05  mov-consig          pic x(01).
       fd  reltrf
           label record standard.
       01  reg-reltrf                 pic x(132).
       77      status-movent  pic xx.
       77      ws-reltrf      pic x(40) value '../../arq/reltrf.lst'.
       77      status-reltrf  pic xx.
       77      ws-trflot      pic x(40) value '../../arq/trflot'.
       77      status-trflot  pic xx.
       77      ws-lottab      pic x(40).
       77      status-lottab  pic xx.
       77      ws-sp01a03     pic x(40).
       77      status01-a03   pic xx.
       copy reserva.cpy.
       copy arqdir.cpy.

       01      ws-parm-trfloja.
                   88  parm-modo-despacha  value 'D'.
                   88  parm-modo-recebe    value 'R'.
                   88  parm-modo-aging     value 'G'.
                   88  parm-modo-cancela   value 'X'.
                   88  parm-modo-aprova    value 'A'.
               05  ws-parm-numero      pic 9(06).
               05  ws-parm-lojaori     pic 9(03).
               05  ws-parm-lojadst     pic 9(03).
               88  fim-lojatab         value 'S'.
       77      ws-fim-trftab  pic x(01).
               88  fim-trftab          value 'S'.
       77      ws-fim-lottab  pic x(01).
               88  fim-lottab          value 'S'.
       77      ws-fim-trflot  pic x(01).
               88  fim-trflot          value 'S'.

      * Reparticao do despacho pelos lotes da origem: saldo ainda a
      * repartir, parcela do lote corrente e sequencia da parcela.
       77      ws-trl-resta   pic 9(07)v999.
       77      ws-trl-parcela pic 9(07)v999.
       77      ws-trl-seq     pic 9(02).
       77      ws-trl-linhas  pic 9(02).

      * Cadastro de lojas em memoria, para achar o diretorio de uma
      * loja sem reler o arquivo a cada lancamento.
       77      ws-lojas-qtde  pic 9(02) comp value zeros.
       77      ws-loja-achada pic x(01).
               88  loja-achada        value 'S'.
       77      ws-libera-cancela pic x(01) value 'N'.
               88  libera-cancelamento value 'S'.
       77      ws-loja-busca  pic 9(03).
       77      ws-loja-dir-achado pic x(40).

               05  ws-doc-numero   pic 9(06).
               05  filler          pic x(02) value spaces.

      * Expiracao da reserva: a data de hoje avancada dia a dia pelo
      * numero de dias de validade.
       01      ws-tab-diasmes-val  pic x(24) value
               '312831303130313130313031'.
       01  filler redefines ws-tab-diasmes-val.
           05  ws-diasmes occurs 12 times pic 9(02).
       77      ws-dias-mes     pic 9(02).
       77      ws-dias-avanco  pic 9(03).
       77      ws-data-avanco  pic 9(08).

       77      ws-cont-transito pic 9(05) value zeros.
       77      ws-cont-atraso   pic 9(05) value zeros.

           string ws-env-arqdir delimited by space
                  '/reltrf.lst' delimited by size
                  into ws-reltrf
           string ws-env-arqdir delimited by space
                  '/trflot'     delimited by size
                  into ws-trflot

           accept ws-data-hoje from date yyyymmdd


           perform CARREGA-LOJAS
           perform ABRE-TRFTAB
           perform ABRE-TRFLOT

           evaluate true
               when parm-modo-emite
                   perform RECEBE-TRANSFERENCIA
               when parm-modo-aging
                   perform RELATORIO-TRANSITO
               when parm-modo-cancela
                   perform CANCELA-TRANSFERENCIA
               when parm-modo-aprova
                   perform APROVA-TRANSFERENCIA
               when other
                   display 'TRFLOJA: MODO INVALIDO - INFORME E, D, '
                           'R, X, A OU G'
                   move 16 to return-code
           end-evaluate

           close trftab
           close trflot
           stop run.

       CARREGA-LOJAS.
               stop run
           end-if.

       ABRE-TRFLOT.
           open i-o trflot
           if status-trflot = '35'
               open output trflot
               close trflot
               open i-o trflot
           end-if
           if status-trflot <> '00'
               display 'TRFLOJA: ERRO NA ABERTURA DE TRFLOT - STATUS '
                       status-trflot
               move 16 to return-code
               stop run
           end-if.

      * Acha o diretorio de dados de uma loja no cadastro carregado.
       BUSCA-LOJA.
           move 'N' to ws-loja-achada
               move 16 to return-code
               stop run
           end-if
           if ws-parm-dias not numeric or ws-parm-dias = zeros
               move 7 to ws-parm-dias
           end-if
           move ws-parm-lojaori to ws-loja-busca
           perform BUSCA-LOJA
           perform ABRE-ARQUIVOS-ORIGEM
           perform VERIFICA-DISPONIVEL

           perform LE-CONTROLE
           move trfctl-prox     to trftab-numero
           end-write
           add 1 to trfctl-prox
           perform GRAVA-CONTROLE
           perform RESERVA-ORIGEM
           close sp01a03
           close restab
           display 'TRFLOJA: TRANSFERENCIA ' trftab-numero
                   ' EMITIDA - RESERVA ATE ' restab-dtexpira.

      * Cadastro e reservas da loja de origem, abertos no diretorio
      * achado em BUSCA-LOJA; o restab e criado na primeira reserva.
       ABRE-ARQUIVOS-ORIGEM.
           move spaces to ws-sp01a03
           string ws-loja-dir-achado delimited by space
                  '/sp01a03'         delimited by size
                  into ws-sp01a03
           move spaces to ws-restab
           string ws-loja-dir-achado delimited by space
                  '/restab'          delimited by size
                  into ws-restab
           open input sp01a03
           if status01-a03 <> '00'
               display 'TRFLOJA: ERRO NA ABERTURA DE ' ws-sp01a03
                       ' - STATUS ' status01-a03
               move 16 to return-code
               stop run
           end-if
           open i-o restab
           if status-restab = '35'
               open output restab
               close restab
               open i-o restab
           end-if
           if status-restab <> '00'
               display 'TRFLOJA: ERRO NA ABERTURA DE ' ws-restab
                       ' - STATUS ' status-restab
               move 16 to return-code
               stop run
           end-if
           move 'S' to ws-tem-restab.

      * A origem tem de ter a chave e, livre de reservas, a
      * quantidade pedida.
       VERIFICA-DISPONIVEL.
           move ws-parm-chave to sp0103chave
           read sp01a03 key is sp0103chave
               invalid key
                   display 'TRFLOJA: CHAVE ' ws-parm-chave
                           ' NAO CADASTRADA NA LOJA DE ORIGEM'
                   move 16 to return-code
                   stop run
           end-read
           move ws-parm-chave   to ws-res-chave
           move sp0103loja      to ws-res-loja
           move spaces          to ws-res-doc
           move ws-data-hoje    to ws-res-data
           perform SOMA-RESERVAS
           if ws-parm-qtde + ws-res-total > sp0103qtde
               display 'TRFLOJA: QUANTIDADE ACIMA DO DISPONIVEL NA '
                       'ORIGEM - ESTOQUE ' sp0103qtde
                       ' RESERVADO ' ws-res-total
               move 16 to return-code
               stop run
           end-if.

       RESERVA-ORIGEM.
           move trftab-chave    to restab-chave
           move sp0103loja      to restab-loja
           move trftab-numero   to ws-doc-numero
           move ws-doc-transf   to restab-doc
           move 'T'             to restab-origem
           move trftab-qtde     to restab-qtde
           move ws-data-hoje    to restab-dtres
           move ws-parm-dias    to ws-dias-avanco
           perform CALCULA-EXPIRACAO
           move ws-data-avanco  to restab-dtexpira
           move 'trfloja '      to restab-operador
           move space           to restab-situacao
           write reg-restab
               invalid key
                   rewrite reg-restab
           end-write.

      * Despacho e cancelamento liberam a reserva da ordem na loja de
      * origem; ordem emitida antes das reservas nao tem o que
      * liberar. O despacho exclui a reserva (a saida fica no
      * ledger); o cancelamento a deixa cancelada, zerada e com a
      * data de hoje, para a publicacao do e-commerce ver o
      * disponivel que voltou.
       LIBERA-RESERVA.
           perform ABRE-ARQUIVOS-ORIGEM
           move trftab-chave to sp0103chave
           read sp01a03 key is sp0103chave
               invalid key
                   move trftab-lojaori to sp0103loja
           end-read
           move trftab-chave   to restab-chave
           move sp0103loja     to restab-loja
           move trftab-numero  to ws-doc-numero
           move ws-doc-transf  to restab-doc
           if libera-cancelamento
               read restab key is restab-id
                   invalid key
                       continue
                   not invalid key
                       move zeros        to restab-qtde
                       move ws-data-hoje to restab-dtres
                       move 'C'          to restab-situacao
                       rewrite reg-restab
               end-read
           else
               delete restab record
                   invalid key
                       continue
               end-delete
           end-if
           close sp01a03
           close restab.

       CALCULA-EXPIRACAO.
           move ws-data-hoje to ws-dthr
           perform ws-dias-avanco times
               move ws-diasmes(ws-dthr-mes) to ws-dias-mes
               divide ws-dthr-ano by 4 giving ws-quociente
                   remainder ws-resto
               if ws-dthr-mes = 2 and ws-resto = zeros
                   move 29 to ws-dias-mes
               end-if
               add 1 to ws-dthr-dia
               if ws-dthr-dia > ws-dias-mes
                   move 1 to ws-dthr-dia
                   add 1 to ws-dthr-mes
                   if ws-dthr-mes > 12
                       move 1 to ws-dthr-mes
                       add 1 to ws-dthr-ano
                   end-if
               end-if
           end-perform
           move ws-dthr to ws-data-avanco.

       LE-CONTROLE.
           open input trfctl
               move 16 to return-code
               stop run
           end-if
           perform LIBERA-RESERVA
           perform REPARTE-LOTES
           move 'S' to mov-tipo
           perform LANCA-MOVIMENTO
           move 'T'          to trftab-situacao
                   ' RECEBIDA - ENTRADA LANCADA NA LOJA '
                   trftab-lojadst.

      * ----------------------------------------------------------
      * Cancelamento: so ordem emitida (nada saiu da origem); a
      * reserva e liberada e a ordem fica cancelada. Ordem proposta
      * nao reservou nada - so e cancelada.
      * ----------------------------------------------------------
       CANCELA-TRANSFERENCIA.
           perform BUSCA-ORDEM
           if trftab-proposta
               move 'C' to trftab-situacao
               rewrite reg-trftab
               display 'TRFLOJA: PROPOSTA ' trftab-numero
                       ' CANCELADA'
           else
               perform CANCELA-EMITIDA
           end-if.

       CANCELA-EMITIDA.
           if not trftab-emitida
               display 'TRFLOJA: ORDEM ' trftab-numero
                       ' NAO ESTA EMITIDA - SITUACAO '
                       trftab-situacao
               move 16 to return-code
               stop run
           end-if
           move trftab-lojaori to ws-loja-busca
           perform BUSCA-LOJA
           if not loja-achada
               display 'TRFLOJA: LOJA DE ORIGEM NAO CADASTRADA'
               move 16 to return-code
               stop run
           end-if
           move 'S' to ws-libera-cancela
           perform LIBERA-RESERVA
           move 'C' to trftab-situacao
           rewrite reg-trftab
           display 'TRFLOJA: TRANSFERENCIA ' trftab-numero
                   ' CANCELADA - RESERVA LIBERADA NA LOJA '
                   trftab-lojaori.

      * ----------------------------------------------------------
      * Aprovacao: a proposta da reposicao da frota passa pelas
      * mesmas conferencias da emissao - lojas cadastradas e
      * quantidade dentro do disponivel da origem hoje - e reserva na
      * origem; a data de emissao passa a ser a da aprovacao.
      * ----------------------------------------------------------
       APROVA-TRANSFERENCIA.
           perform BUSCA-ORDEM
           if not trftab-proposta
               display 'TRFLOJA: ORDEM ' trftab-numero
                       ' NAO ESTA PROPOSTA - SITUACAO '
                       trftab-situacao
               move 16 to return-code
               stop run
           end-if
           if ws-parm-dias not numeric or ws-parm-dias = zeros
               move 7 to ws-parm-dias
           end-if
           move trftab-lojaori to ws-parm-lojaori
           move trftab-lojadst to ws-parm-lojadst
           move trftab-chave   to ws-parm-chave
           move trftab-qtde    to ws-parm-qtde
           move ws-parm-lojadst to ws-loja-busca
           perform BUSCA-LOJA
           if not loja-achada
               display 'TRFLOJA: LOJA DE DESTINO NAO CADASTRADA'
               move 16 to return-code
               stop run
           end-if
           move ws-parm-lojaori to ws-loja-busca
           perform BUSCA-LOJA
           if not loja-achada
               display 'TRFLOJA: LOJA DE ORIGEM NAO CADASTRADA'
               move 16 to return-code
               stop run
           end-if
           perform ABRE-ARQUIVOS-ORIGEM
           perform VERIFICA-DISPONIVEL
           move 'E'          to trftab-situacao
           move ws-data-hoje to trftab-dtemis
           rewrite reg-trftab
           perform RESERVA-ORIGEM
           close sp01a03
           close restab
           display 'TRFLOJA: TRANSFERENCIA ' trftab-numero
                   ' APROVADA - RESERVA ATE ' restab-dtexpira.

       BUSCA-ORDEM.
           move ws-parm-numero to trftab-numero
           read trftab key is trftab-numero
                   stop run
           end-read.

      * Reparte a quantidade da ordem pelos lotes da chave no lottab
      * da loja de origem, na ordem da chave do arquivo - primeiro o
      * que vence primeiro -, e grava uma parcela no trflot para
      * cada lote usado. O que os lotes nao cobrem (origem sem
      * controle de lotes ou lottab inexistente) fica numa parcela
      * sem lote. A partir de 98 lotes o restante vai todo para a
      * parcela sem lote.
       REPARTE-LOTES.
           move trftab-qtde to ws-trl-resta
           move zeros       to ws-trl-seq
           move spaces to ws-lottab
           string ws-loja-dir-achado delimited by space
                  '/lottab'          delimited by size
                  into ws-lottab
           open input lottab
           if status-lottab = '00'
               move 'N' to ws-fim-lottab
               move trftab-chave   to lottab-chave
               move trftab-lojaori to lottab-loja
               move zeros          to lottab-validade
               move low-values     to lottab-lote
               start lottab key is >= lottab-id
                   invalid key
                       move 'S' to ws-fim-lottab
               end-start
               perform until fim-lottab or ws-trl-resta = zeros
                       or ws-trl-seq >= 98
                   read lottab next
                   if status-lottab <> '00'
                           or lottab-chave <> trftab-chave
                           or lottab-loja  <> trftab-lojaori
                       move 'S' to ws-fim-lottab
                   else
                       if lottab-qtde > ws-trl-resta
                           move ws-trl-resta to ws-trl-parcela
                       else
                           move lottab-qtde  to ws-trl-parcela
                       end-if
                       if ws-trl-parcela > zeros
                           move lottab-lote     to trflot-lote
                           move lottab-validade to trflot-validade
                           perform GRAVA-PARCELA
                       end-if
                   end-if
               end-perform
               close lottab
           end-if
           if ws-trl-resta > zeros
               move spaces       to trflot-lote
               move zeros        to trflot-validade
               move ws-trl-resta to ws-trl-parcela
               perform GRAVA-PARCELA
           end-if.

      * Despacho refeito depois de uma queda reencontra as parcelas
      * gravadas na primeira tentativa - elas sao regravadas.
       GRAVA-PARCELA.
           add 1 to ws-trl-seq
           move trftab-numero  to trflot-numero
           move ws-trl-seq     to trflot-seq
           move ws-trl-parcela to trflot-qtde
           write reg-trflot
               invalid key
                   rewrite reg-trflot
           end-write
           subtract ws-trl-parcela from ws-trl-resta.

      * Grava os movimentos no movent.txt do diretorio achado em
      * BUSCA-LOJA: uma linha por parcela de lote da ordem no
      * trflot; ordem sem parcelas (despachada antes do controle de
      * lotes) sai numa linha so, sem lote. A loja do movimento e a
      * dona do diretorio, e o documento carrega o numero da
      * transferencia.
       LANCA-MOVIMENTO.
           move spaces to ws-movent
           string ws-loja-dir-achado delimited by space
               move 16 to return-code
               stop run
           end-if
           move zeros to ws-trl-linhas
           move 'N' to ws-fim-trflot
           move trftab-numero to trflot-numero
           move zeros         to trflot-seq
           start trflot key is >= trflot-id
               invalid key
                   move 'S' to ws-fim-trflot
           end-start
           perform until fim-trflot
               read trflot next ignore lock
               if status-trflot <> '00'
                       or trflot-numero <> trftab-numero
                   move 'S' to ws-fim-trflot
               else
                   move trflot-qtde     to mov-qtde
                   move trflot-lote     to mov-lote
                   move trflot-validade to mov-validade
                   perform GRAVA-MOVIMENTO
               end-if
           end-perform
           if ws-trl-linhas = zeros
               move trftab-qtde to mov-qtde
               move spaces      to mov-lote
               move zeros       to mov-validade
               perform GRAVA-MOVIMENTO
           end-if
           close movent.

       GRAVA-MOVIMENTO.
           move 'basicos   '   to mov-tabela
           move trftab-chave   to mov-chave
           move ws-loja-busca  to mov-loja
           move zeros          to mov-chvdest
           move ws-data-hoje   to mov-data
           move trftab-numero  to ws-doc-numero
           move ws-doc-transf  to mov-doc
           move zeros          to mov-custo
           move spaces         to mov-unidade
           move spaces         to mov-ean
           move spaces         to mov-motivo
      * Recebimento de transferencia e estoque proprio da loja de
      * destino mesmo em item consignado - o que era consignado na
      * origem ja foi consumido la.
           if mov-tipo = 'E'
               move 'P' to mov-consig
           else
               move spaces to mov-consig
           end-if
           write reg-movent
           add 1 to ws-trl-linhas.

      * ----------------------------------------------------------
      * Envelhecimento do transito: tudo que foi despachado e nao
           move ws-det to reg-reltrf
           write reg-reltrf.

       SOMA-RESERVAS.
           copy reserva.prc.

       CALCULA-SERIAL.
           compute ws-serial = ws-dthr-ano * 365
                   + (ws-dthr-ano - 1) / 4

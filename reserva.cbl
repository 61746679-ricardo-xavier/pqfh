      $ set callfh"pqfh"
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    reserva.

      * Reservas de estoque da loja (restab): o pedido de cliente
      * tomado reserva a quantidade prometida ate a data de
      * expiracao, e a reserva sai do disponivel que movto.cbl e
      * trfloja.cbl criticam e que list.cbl e manter.cbl mostram. A
      * baixa do pedido lanca a saida no arquivo de transacoes, no
      * layout que movto.cbl ja processa e com o documento do
      * pedido, e libera a reserva; o cancelamento so libera - a
      * reserva fica marcada como cancelada, sem quantidade, para a
      * publicacao do e-commerce ver o disponivel que voltou. As
      * reservas de transferencia sao criadas e liberadas por
      * trfloja.cbl no restab da loja de origem.
      *
      * Parametros via SYSIN: modo 'R' = reserva (documento, chave,
      * quantidade, dias de validade; default 7), 'B' = baixa
      * (documento, chave; quantidade em branco baixa a reserva
      * inteira), 'C' = cancela (documento, chave), 'V' = relatorio
      * de reservas paradas - expiradas sem baixa ou, informados os
      * dias, feitas ha mais dias que isso.

       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
       copy sp01a03.sel.
       copy restab.sel.
       copy spoolcat.sel.
           select movent assign to ws-movent
               organization is line sequential
               file status is status-movent.
           select relres assign to ws-relres
               organization is line sequential
               file status is status-relres.

       DATA DIVISION.
       FILE SECTION.
       copy sp01a03.fd.
       copy restab.fd.
       copy spoolcat.fd.
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
       fd  relres
           label record standard.
       01  reg-relres                 pic x(132).

       WORKING-STORAGE SECTION.
       77      ws-sp01a03     pic x(40) value '../../arq/sp01a03'.
       77      status01-a03   pic xx.
       77      ws-movent      pic x(40) value '../../arq/movent.txt'.
       77      status-movent  pic xx.
       77      ws-relres      pic x(40).
       77      status-relres  pic xx.
       copy arqdir.cpy.
       copy spool.cpy.
       copy reserva.cpy.

       01      ws-parm-reserva.
               05  ws-parm-modo        pic x(01).
                   88  parm-modo-reserva   value 'R'.
                   88  parm-modo-baixa     value 'B'.
                   88  parm-modo-cancela   value 'C'.
                   88  parm-modo-paradas   value 'V'.
               05  ws-parm-doc         pic x(10).
               05  ws-parm-chave       pic 9(08).
               05  ws-parm-qtde        pic 9(07)v999.
               05  ws-parm-dias        pic 9(03).

       77      ws-data-hoje   pic 9(08).
       01      ws-dthr.
               05  ws-dthr-ano     pic 9(04).
               05  ws-dthr-mes     pic 9(02).
               05  ws-dthr-dia     pic 9(02).
      * Expiracao da reserva: a data de hoje avancada dia a dia pelo
      * numero de dias de validade, como em trfloja.cbl.
       01      ws-tab-diasmes-val  pic x(24) value
               '312831303130313130313031'.
       01  filler redefines ws-tab-diasmes-val.
           05  ws-diasmes occurs 12 times pic 9(02).
       77      ws-dias-mes     pic 9(02).
       77      ws-dias-avanco  pic 9(03).
       77      ws-data-avanco  pic 9(08).
      * Idade da reserva por serial juliano simplificado, na mesma
      * conta de frota.cbl.
       01      ws-tab-cumdias-val  pic x(36) value
               '000031059090120151181212243273304334'.
       01  filler redefines ws-tab-cumdias-val.
           05  ws-cumdias occurs 12 times pic 9(03).
       77      ws-quociente    pic 9(04) comp.
       77      ws-resto        pic 9(01) comp.
       77      ws-serial       pic 9(09) comp.
       77      ws-serial-hoje  pic 9(09) comp.
       77      ws-dias-idade   pic s9(05) comp.

       77      ws-qtde-baixa  pic 9(07)v999.
       77      ws-disponivel  pic s9(09)v999.
       77      ws-parada      pic x(01).
               88  reserva-parada      value 'S'.
       77      ws-res-existe  pic x(01).
               88  res-existe          value 'S'.
       77      ws-cont-ativas pic 9(05) value zeros.
       77      ws-cont-paradas pic 9(05) value zeros.
       77      ws-qtde-paradas pic 9(09)v999 value zeros.

       77      ws-linhas-pagina   pic 9(02) value 55.
       77      ws-lin-pag         pic 9(02) comp value 99.
       77      ws-pagina          pic 9(04) comp value zeros.

       01      ws-cab1.
               05  filler          pic x(40)
                       value 'RESERVAS PARADAS'.
               05  filler          pic x(06) value 'HOJE:'.
               05  ws-cab1-hoje    pic 9(08).
               05  filler          pic x(04) value spaces.
               05  filler          pic x(08) value 'PAGINA:'.
               05  ws-cab1-pagina  pic zzz9.
       01      ws-cab2.
               05  filler          pic x(10) value 'CHAVE'.
               05  filler          pic x(32) value 'DESCRICAO'.
               05  filler          pic x(06) value 'LOJA'.
               05  filler          pic x(12) value 'DOCUMENTO'.
               05  filler          pic x(04) value 'OR'.
               05  filler          pic x(13) value 'QUANTIDADE'.
               05  filler          pic x(10) value 'RESERVA'.
               05  filler          pic x(10) value 'EXPIRA'.
               05  filler          pic x(06) value 'DIAS'.
               05  filler          pic x(10) value 'OPERADOR'.
       01      ws-det.
               05  ws-det-chave    pic 9(08).
               05  filler          pic x(02) value spaces.
               05  ws-det-desc     pic x(30).
               05  filler          pic x(02) value spaces.
               05  ws-det-loja     pic zz9.
               05  filler          pic x(03) value spaces.
               05  ws-det-doc      pic x(10).
               05  filler          pic x(02) value spaces.
               05  ws-det-origem   pic x(01).
               05  filler          pic x(03) value spaces.
               05  ws-det-qtde     pic z(06)9,999.
               05  filler          pic x(02) value spaces.
               05  ws-det-dtres    pic 9(08).
               05  filler          pic x(02) value spaces.
               05  ws-det-dtexp    pic 9(08).
               05  filler          pic x(02) value spaces.
               05  ws-det-dias     pic -zzz9.
               05  filler          pic x(02) value spaces.
               05  ws-det-operador pic x(08).
               05  filler          pic x(01) value spaces.
               05  ws-det-flag     pic x(08).
       01      ws-rodape.
               05  filler          pic x(30)
                       value 'RESERVAS EM ABERTO...........:'.
               05  ws-rod-ativas   pic z(04)9.
       01      ws-rodape2.
               05  filler          pic x(30)
                       value 'RESERVAS PARADAS.............:'.
               05  ws-rod-paradas  pic z(04)9.
               05  filler          pic x(09) value '   QTDE:'.
               05  ws-rod-qtde     pic z.zzz.zzz.zz9,999.

       PROCEDURE DIVISION.
       INICIO.
           copy arqdir.prc.
           string ws-env-arqdir delimited by space
                  '/sp01a03'    delimited by size
                  into ws-sp01a03
           string ws-env-arqdir delimited by space
                  '/restab'     delimited by size
                  into ws-restab
           string ws-env-arqdir delimited by space
                  '/movent.txt' delimited by size
                  into ws-movent

           accept ws-data-hoje from date yyyymmdd
           move spaces to ws-parm-reserva
           accept ws-parm-reserva from sysin

           perform ABRE-ARQUIVOS

           evaluate true
               when parm-modo-reserva
                   perform RESERVA-ITEM
               when parm-modo-baixa
                   perform BAIXA-RESERVA
               when parm-modo-cancela
                   perform CANCELA-RESERVA
               when parm-modo-paradas
                   perform RELATORIO-PARADAS
               when other
                   display 'RESERVA: MODO INVALIDO - INFORME R, B, C '
                           'OU V'
                   move 16 to return-code
           end-evaluate

           close sp01a03
           close restab
           stop run.

       ABRE-ARQUIVOS.
           open input sp01a03
           if status01-a03 <> '00'
               display 'RESERVA: ERRO NA ABERTURA DE SP01A03 - STATUS '
                       status01-a03
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
               display 'RESERVA: ERRO NA ABERTURA DE RESTAB - STATUS '
                       status-restab
               move 16 to return-code
               stop run
           end-if
           move 'S' to ws-tem-restab.

      * Documento e chave identificam a reserva em todos os modos de
      * manutencao; a loja e a do cadastro do item.
       VALIDA-ITEM.
           if ws-parm-doc = spaces
               display 'RESERVA: DOCUMENTO OBRIGATORIO'
               move 16 to return-code
               stop run
           end-if
           if ws-parm-chave not numeric or ws-parm-chave = zeros
               display 'RESERVA: CHAVE OBRIGATORIA'
               move 16 to return-code
               stop run
           end-if
           move ws-parm-chave to sp0103chave
           read sp01a03 key is sp0103chave
               invalid key
                   display 'RESERVA: CHAVE ' ws-parm-chave
                           ' NAO CADASTRADA'
                   move 16 to return-code
                   stop run
           end-read.

      * ----------------------------------------------------------
      * Reserva: item ativo e quantidade dentro do disponivel -
      * estoque menos as reservas validas que ja existem.
      * ----------------------------------------------------------
       RESERVA-ITEM.
           perform VALIDA-ITEM
           if not sp0103ativo
               display 'RESERVA: ITEM ' ws-parm-chave ' INATIVO'
               move 16 to return-code
               stop run
           end-if
           if ws-parm-qtde not numeric or ws-parm-qtde = zeros
               display 'RESERVA: QUANTIDADE INVALIDA'
               move 16 to return-code
               stop run
           end-if
           if ws-parm-dias not numeric or ws-parm-dias = zeros
               move 7 to ws-parm-dias
           end-if
           move sp0103chave  to ws-res-chave
           move sp0103loja   to ws-res-loja
           move spaces       to ws-res-doc
           move ws-data-hoje to ws-res-data
           perform SOMA-RESERVAS
           compute ws-disponivel = sp0103qtde - ws-res-total
           if ws-parm-qtde > ws-disponivel
               display 'RESERVA: QUANTIDADE ACIMA DO DISPONIVEL - '
                       'ESTOQUE ' sp0103qtde ' RESERVADO '
                       ws-res-total
               move 8 to return-code
               stop run
           end-if
      * Documento que ja reservou a chave e cancelou reaproveita o
      * registro cancelado.
           move sp0103chave  to restab-chave
           move sp0103loja   to restab-loja
           move ws-parm-doc  to restab-doc
           move 'N' to ws-res-existe
           read restab key is restab-id
               invalid key
                   continue
               not invalid key
                   if not restab-cancelada
                       display 'RESERVA: DOCUMENTO ' ws-parm-doc
                               ' JA RESERVOU A CHAVE ' ws-parm-chave
                       move 16 to return-code
                       stop run
                   end-if
                   move 'S' to ws-res-existe
           end-read
           move 'P'          to restab-origem
           move ws-parm-qtde to restab-qtde
           move ws-data-hoje to restab-dtres
           move ws-parm-dias to ws-dias-avanco
           perform CALCULA-EXPIRACAO
           move ws-data-avanco to restab-dtexpira
           move 'reserva '   to restab-operador
           move space        to restab-situacao
           if res-existe
               rewrite reg-restab
           else
               write reg-restab
                   invalid key
                       display 'RESERVA: DOCUMENTO ' ws-parm-doc
                               ' JA RESERVOU A CHAVE ' ws-parm-chave
                       move 16 to return-code
                       stop run
               end-write
           end-if
           display 'RESERVA: CHAVE ' restab-chave ' RESERVADA PARA '
                   restab-doc ' ATE ' restab-dtexpira.

      * ----------------------------------------------------------
      * Baixa: a saida do pedido vai para o arquivo de transacoes e
      * a reserva e liberada; quantidade menor que a reservada
      * libera o resto.
      * ----------------------------------------------------------
       BAIXA-RESERVA.
           perform VALIDA-ITEM
           perform BUSCA-RESERVA
           if restab-transf
               display 'RESERVA: RESERVA DE TRANSFERENCIA - BAIXA '
                       'PELO DESPACHO EM TRFLOJA'
               move 16 to return-code
               stop run
           end-if
           if ws-parm-qtde not numeric or ws-parm-qtde = zeros
               move restab-qtde to ws-qtde-baixa
           else
               move ws-parm-qtde to ws-qtde-baixa
           end-if
           open extend movent
           if status-movent = '35'
               open output movent
           end-if
           if status-movent <> '00'
               display 'RESERVA: ERRO NA ABERTURA DE MOVENT - STATUS '
                       status-movent
               move 16 to return-code
               stop run
           end-if
           move 'S'           to mov-tipo
           move 'basicos   '  to mov-tabela
           move restab-chave  to mov-chave
           move restab-loja   to mov-loja
           move zeros         to mov-chvdest
           move ws-qtde-baixa to mov-qtde
           move ws-data-hoje  to mov-data
           move restab-doc    to mov-doc
           move zeros         to mov-custo
           move spaces        to mov-unidade
           move spaces        to mov-ean
           move spaces        to mov-lote
           move zeros         to mov-validade
           move spaces        to mov-motivo
           write reg-movent
           close movent
           perform EXCLUI-RESERVA
           display 'RESERVA: ' restab-doc ' BAIXADA - SAIDA LANCADA '
                   'PARA A CHAVE ' restab-chave.

      * O cancelamento nao passa pelo ledger: a reserva fica, zerada
      * e com a data de hoje, como rastro para a publicacao
      * incremental do e-commerce.
       CANCELA-RESERVA.
           perform VALIDA-ITEM
           perform BUSCA-RESERVA
           move zeros        to restab-qtde
           move ws-data-hoje to restab-dtres
           move 'C'          to restab-situacao
           rewrite reg-restab
               invalid key
                   display 'RESERVA: ERRO NO CANCELAMENTO DA RESERVA - '
                           'STATUS ' status-restab
                   move 16 to return-code
                   stop run
           end-rewrite
           display 'RESERVA: ' restab-doc ' CANCELADA - CHAVE '
                   restab-chave ' LIBERADA'.

       BUSCA-RESERVA.
           move sp0103chave to restab-chave
           move sp0103loja  to restab-loja
           move ws-parm-doc to restab-doc
           read restab key is restab-id
               invalid key
                   display 'RESERVA: NAO HA RESERVA DE ' ws-parm-doc
                           ' PARA A CHAVE ' ws-parm-chave
                   move 16 to return-code
                   stop run
           end-read
           if restab-cancelada
               display 'RESERVA: RESERVA DE ' ws-parm-doc
                       ' PARA A CHAVE ' ws-parm-chave ' JA CANCELADA'
               move 16 to return-code
               stop run
           end-if.

       EXCLUI-RESERVA.
           delete restab record
               invalid key
                   display 'RESERVA: ERRO NA EXCLUSAO DA RESERVA - '
                           'STATUS ' status-restab
                   move 16 to return-code
                   stop run
           end-delete.

      * ----------------------------------------------------------
      * Reservas paradas: expiradas sem baixa nem cancelamento ou,
      * com dias informados, mais antigas que isso - estoque que
      * ficou prometido a quem nao veio buscar.
      * ----------------------------------------------------------
       RELATORIO-PARADAS.
           move 'relres' to ws-spool-base
           copy spool.prc.
           move ws-spool-nome to ws-relres
           move ws-parm-dias  to ws-spool-parms
           if ws-parm-dias not numeric
               move zeros to ws-parm-dias
           end-if
           open output relres
           if status-relres <> '00'
               display 'RESERVA: ERRO NA ABERTURA DE RELRES - STATUS '
                       status-relres
               move 16 to return-code
               stop run
           end-if

           move ws-data-hoje to ws-dthr
           perform CALCULA-SERIAL
           move ws-serial to ws-serial-hoje
           move ws-data-hoje to ws-cab1-hoje

           move 'N' to ws-fim-restab
           move low-values to restab-id
           start restab key is >= restab-id
               invalid key
                   move 'S' to ws-fim-restab
           end-start
           perform until fim-restab
               read restab next ignore lock
               if status-restab <> '00'
                   move 'S' to ws-fim-restab
               else
                   if not restab-cancelada
                       perform AVALIA-RESERVA
                   end-if
               end-if
           end-perform

           if ws-lin-pag >= ws-linhas-pagina
               perform IMPRIME-CABECALHO
           end-if
           move spaces to reg-relres
           write reg-relres
           move ws-cont-ativas to ws-rod-ativas
           move ws-rodape to reg-relres
           write reg-relres
           move ws-cont-paradas to ws-rod-paradas
           move ws-qtde-paradas to ws-rod-qtde
           move ws-rodape2 to reg-relres
           write reg-relres
           add 3 to ws-spool-linhas
           close relres
           perform GRAVA-SPOOLCAT

           display 'RESERVA: ' ws-cont-ativas ' RESERVAS, '
                   ws-cont-paradas ' PARADAS'
           if ws-cont-paradas > 0
               move 8 to return-code
           end-if.

       AVALIA-RESERVA.
           add 1 to ws-cont-ativas
           move zeros to ws-dias-idade
           if restab-dtres numeric and restab-dtres <> zeros
               move restab-dtres to ws-dthr
               perform CALCULA-SERIAL
               compute ws-dias-idade = ws-serial-hoje - ws-serial
           end-if
           move 'N' to ws-parada
           move spaces to ws-det-flag
           if restab-dtexpira <> zeros
                   and restab-dtexpira < ws-data-hoje
               move 'S' to ws-parada
               move 'EXPIRADA' to ws-det-flag
           end-if
           if ws-parm-dias > zeros and ws-dias-idade > ws-parm-dias
               move 'S' to ws-parada
               if ws-det-flag = spaces
                   move 'ANTIGA' to ws-det-flag
               end-if
           end-if
           if reserva-parada
               add 1 to ws-cont-paradas
               add restab-qtde to ws-qtde-paradas
               perform IMPRIME-RESERVA
           end-if.

       IMPRIME-RESERVA.
           if ws-lin-pag >= ws-linhas-pagina
               perform IMPRIME-CABECALHO
           end-if
           move restab-chave to sp0103chave
           read sp01a03 key is sp0103chave
               invalid key
                   move spaces to sp0103desc
           end-read
           move restab-chave    to ws-det-chave
           move sp0103desc      to ws-det-desc
           move restab-loja     to ws-det-loja
           move restab-doc      to ws-det-doc
           move restab-origem   to ws-det-origem
           move restab-qtde     to ws-det-qtde
           move restab-dtres    to ws-det-dtres
           move restab-dtexpira to ws-det-dtexp
           move ws-dias-idade   to ws-det-dias
           move restab-operador to ws-det-operador
           move ws-det to reg-relres
           write reg-relres
           add 1 to ws-spool-linhas
           add 1 to ws-lin-pag.

       IMPRIME-CABECALHO.
           add 1 to ws-pagina
           move ws-pagina to ws-cab1-pagina
           move ws-cab1 to reg-relres
           write reg-relres
           move ws-cab2 to reg-relres
           write reg-relres
           add 2 to ws-spool-linhas
           move 2 to ws-lin-pag.

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

       CALCULA-SERIAL.
           compute ws-serial = ws-dthr-ano * 365
                   + (ws-dthr-ano - 1) / 4
                   + ws-cumdias(ws-dthr-mes) + ws-dthr-dia
           divide ws-dthr-ano by 4 giving ws-quociente
               remainder ws-resto
           if ws-dthr-mes > 2 and ws-resto = zeros
               add 1 to ws-serial
           end-if.

       SOMA-RESERVAS.
           copy reserva.prc.

       GRAVA-SPOOLCAT.
           copy spoolcat.prc.

      $ set callfh"pqfh"
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    invent.

      * Inventario geral anual da loja, com saldo congelado: a
      * contagem de um dia inteiro com a loja recebendo e vendendo
      * nao pode ser comparada com o sp0103qtde vivo, como faz
      * digcont.cbl - todo movimento do dia viraria falsa
      * divergencia. Aqui a contagem e um evento da loja (invcab):
      *
      *   A - abre o evento: congela no invsnap a quantidade e o
      *       custo medio de todos os basicos da loja no instante de
      *       corte, com os limites de divergencia para recontagem;
      *   D - digita a contagem (loja, chave, quantidade), as
      *       digitacoes do mesmo item se somam; item marcado para
      *       recontagem tem a contagem substituida pela nova;
      *   Z - zera a contagem de um item digitado errado;
      *   R - revisao: compara o contado com o congelado e emite a
      *       lista de recontagem (spool 'invrec') com os itens
      *       acima dos limites e os nao contados que tinham saldo -
      *       pode ser repetida depois das recontagens;
      *   E - encerra, sem recontagem pendente e assinado por um
      *       supervisor com autorizacao de aprovacao que nao abriu o
      *       evento: cada item passa a valer o contado mais o saldo
      *       lancado no ledger depois do corte (o que vendeu e chegou
      *       durante a contagem), a diferenca para o saldo vivo entra
      *       no ledger como contagem (falta com motivo 'DC') e nos
      *       lotes, e sai o relatorio final de divergencias para a
      *       auditoria (spool 'relinv'). Item nao contado vale zero.
      *
      * Enquanto a loja tem evento nao fechado, digcont.cbl recusa a
      * contagem avulsa dela. Sign-on contra o opertab como em
      * digcont.cbl; o operador assina as contagens e os lancamentos.
      *
      * Basico consignado (csgtab): o ajuste de falta consome
      * primeiro o consignado, como em digcont.cbl, e o consumido vai
      * para o csgmov amarrado ao lancamento de contagem.

       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
       copy sp01a03.sel.
       copy cstab.sel.
       copy movled.sel.
       copy lottab.sel.
       copy csgtab.sel.
       copy csgmov.sel.
       copy opertab.sel.
       copy invcab.sel.
       copy invsnap.sel.
       copy spoolcat.sel.
           select relinv assign to ws-relinv
               organization is line sequential
               file status is status-relinv.

       DATA DIVISION.
       FILE SECTION.
       copy sp01a03.fd.
       copy cstab.fd.
       copy movled.fd.
       copy lottab.fd.
       copy csgtab.fd.
       copy csgmov.fd.
       copy opertab.fd.
       copy invcab.fd.
       copy invsnap.fd.
       copy spoolcat.fd.
       fd  relinv
           label record standard.
       01  reg-relinv                 pic x(132).

       WORKING-STORAGE SECTION.
       77      ws-sp01a03     pic x(40) value '../../arq/sp01a03'.
       77      status01-a03   pic xx.
       77      ws-cstab       pic x(40) value '../../arq/cstab'.
       77      status-cstab   pic xx.
       77      ws-tem-cstab   pic x(01) value 'N'.
               88  tem-cstab           value 'S'.
       77      ws-opertab     pic x(40) value '../../arq/opertab'.
       77      status-opertab pic xx.
       77      ws-invcab      pic x(40) value '../../arq/invcab'.
       77      status-invcab  pic xx.
       77      ws-invsnap     pic x(40) value '../../arq/invsnap'.
       77      status-invsnap pic xx.
       77      ws-relinv      pic x(40) value '../../arq/relinv.lst'.
       77      status-relinv  pic xx.
       copy arqdir.cpy.
       copy movled.cpy.
       copy lote.cpy.
       copy csg.cpy.
       copy spool.cpy.

       77      ws-opcao       pic x(01).
               88  opcao-abrir         value 'A'.
               88  opcao-digitar       value 'D'.
               88  opcao-zerar         value 'Z'.
               88  opcao-revisar       value 'R'.
               88  opcao-encerrar      value 'E'.
               88  opcao-sair          value 'F'.
       77      ws-continua    pic x(01) value 'S'.
               88  continua-nao        value 'N'.
       77      ws-msg         pic x(60) value spaces.
       77      ws-pausa       pic x(01).
       77      ws-confirma    pic x(01).
               88  confirma-sim        value 'S'.

      * Sign-on: operador corrente e controle de tentativas, na
      * mesma disciplina de digcont.cbl.
       77      ws-sign-operador   pic x(08).
       77      ws-sign-senha      pic x(08).
       77      ws-sign-tentativas pic 9(01) value zeros.
       77      ws-sign-ok         pic x(01) value 'N'.
               88  sign-ok             value 'S'.
       77      ws-sign-aprova     pic x(01) value 'N'.
               88  sign-aprova         value 'S'.

      * Campos da tela.
       77      ws-inv-loja    pic 9(03) value zeros.
       77      ws-inv-chave   pic 9(08) value zeros.
       77      ws-inv-qtde    pic 9(07)v999 value zeros.
       77      ws-inv-pct     pic 9(03) value zeros.
       77      ws-inv-valor   pic 9(07)v99 value zeros.
       77      ws-tela-numero pic 9(04) value zeros.
       77      ws-tela-sit    pic x(12) value spaces.
       77      ws-tela-corte  pic 9(14) value zeros.
       77      ws-tela-cont   pic z(06)9,999.

      * Evento corrente da loja (o nao fechado), achado por
      * LOCALIZA-EVENTO.
       77      ws-tem-evento  pic x(01).
               88  tem-evento          value 'S'.
       77      ws-ult-numero  pic 9(04).
       77      ws-fim-invcab  pic x(01).
               88  fim-invcab          value 'S'.
       77      ws-fim-invsnap pic x(01).
               88  fim-invsnap         value 'S'.
       77      ws-fim-sp01a03 pic x(01).
               88  fim-sp01a03         value 'S'.
       77      ws-fim-movled  pic x(01).
               88  fim-movled          value 'S'.

       77      ws-hora-raw    pic 9(08).
       01      ws-agora.
               05  ws-agora-data   pic 9(08).
               05  ws-agora-hora   pic 9(06).
       01      ws-agora-ts redefines ws-agora pic 9(14).
       77      ws-data-hoje   pic 9(08).

       01      ws-doc-inv.
               05  filler          pic x(02) value 'IV'.
               05  ws-doc-inv-loja pic 9(03).
               05  ws-doc-inv-num  pic 9(04).
               05  filler          pic x(01) value space.

       77      ws-dif-qtde    pic s9(08)v999.
       77      ws-dif-abs     pic 9(08)v999.
       77      ws-dif-valor   pic s9(09)v99.
       77      ws-val-abs     pic 9(09)v99.
       77      ws-pos-corte   pic s9(08)v999.
       77      ws-saldo-final pic s9(08)v999.
       77      ws-ajuste      pic s9(08)v999.
       77      ws-grande      pic x(01).
               88  dif-grande          value 'S'.

       77      ws-cont-itens      pic 9(07) value zeros.
       77      ws-cont-recont     pic 9(07) value zeros.
       77      ws-cont-pend       pic 9(07) value zeros.
       77      ws-cont-contados   pic 9(07) value zeros.
       77      ws-cont-naocont    pic 9(07) value zeros.
       77      ws-cont-diverg     pic 9(07) value zeros.
       77      ws-cont-ajustes    pic 9(07) value zeros.
       77      ws-tot-sobra       pic s9(11)v99 value zeros.
       77      ws-tot-falta       pic s9(11)v99 value zeros.
       77      ws-tot-liquido     pic s9(11)v99 value zeros.

       77      ws-linhas-pagina   pic 9(02) value 55.
       77      ws-lin-pag         pic 9(02) comp value 99.
       77      ws-pagina          pic 9(04) comp value zeros.

       01      ws-cab1.
               05  ws-cab1-titulo  pic x(36).
               05  filler          pic x(06) value 'LOJA: '.
               05  ws-cab1-loja    pic zz9.
               05  filler          pic x(10) value '  EVENTO: '.
               05  ws-cab1-numero  pic 9(04).
               05  filler          pic x(09) value '  CORTE: '.
               05  ws-cab1-corte   pic 9(14).
               05  filler          pic x(10) value '  PAGINA: '.
               05  ws-cab1-pagina  pic zzz9.
       01      ws-cab-rec.
               05  filler          pic x(10) value 'CHAVE'.
               05  filler          pic x(32) value 'DESCRICAO'.
               05  filler          pic x(06) value 'UNID'.
               05  filler          pic x(16) value 'MOTIVO'.
               05  filler          pic x(20) value 'QTD RECONTADA'.
       01      ws-det-rec.
               05  ws-drc-chave    pic z(07)9.
               05  filler          pic x(02) value spaces.
               05  ws-drc-desc     pic x(30).
               05  filler          pic x(02) value spaces.
               05  ws-drc-unid     pic x(03).
               05  filler          pic x(03) value spaces.
               05  ws-drc-motivo   pic x(14).
               05  filler          pic x(02) value spaces.
               05  filler          pic x(20) value
                   '____________________'.
       01      ws-cab-fin.
               05  filler          pic x(10) value 'CHAVE'.
               05  filler          pic x(31) value 'DESCRICAO'.
               05  filler          pic x(12) value '  CONGELADO'.
               05  filler          pic x(13) value '     CONTADO'.
               05  filler          pic x(13) value '   DIFERENCA'.
               05  filler          pic x(15) value '  VALOR A CUSTO'.
               05  filler          pic x(13) value '  POS-CORTE'.
               05  filler          pic x(13) value '  SALDO FINAL'.
               05  filler          pic x(05) value ' OBS'.
       01      ws-det-fin.
               05  ws-dfn-chave    pic z(07)9.
               05  filler          pic x(02) value spaces.
               05  ws-dfn-desc     pic x(30).
               05  filler          pic x(01) value space.
               05  ws-dfn-corte    pic z(06)9,999.
               05  filler          pic x(01) value space.
               05  ws-dfn-cont     pic z(06)9,999.
               05  filler          pic x(01) value space.
               05  ws-dfn-dif      pic -(07)9,999.
               05  filler          pic x(01) value space.
               05  ws-dfn-valor    pic -(10)9,99.
               05  filler          pic x(01) value space.
               05  ws-dfn-pos      pic -(07)9,999.
               05  filler          pic x(01) value space.
               05  ws-dfn-final    pic z(06)9,999.
               05  filler          pic x(02) value spaces.
               05  ws-dfn-obs      pic x(04).
       01      ws-linha-tot.
               05  ws-tot-texto    pic x(32).
               05  ws-tot-valor    pic z(06)9.
       01      ws-linha-totv.
               05  ws-totv-texto   pic x(32).
               05  ws-totv-valor   pic -z.zzz.zzz.zzz.zz9,99.
       01      ws-linha-assina.
               05  ws-ass-texto    pic x(32).
               05  ws-ass-oper     pic x(08).
               05  filler          pic x(04) value ' EM '.
               05  ws-ass-dthr     pic 9(14).

       SCREEN SECTION.
       01  tela-signon.
           05  blank screen.
           05  line 01 column 01 value 'INVENTARIO GERAL DA LOJA'.
           05  line 03 column 01 value 'OPERADOR:'.
           05  line 03 column 11 pic x(08) using ws-sign-operador.
           05  line 04 column 01 value 'SENHA...:'.
           05  line 04 column 11 pic x(08) using ws-sign-senha secure.
           05  line 20 column 01 pic x(60) from ws-msg.

       01  tela-invent.
           05  blank screen.
           05  line 01 column 01 value 'INVENTARIO GERAL DA LOJA'.
           05  line 03 column 01
                   value 'A-ABRE D-DIGITA Z-ZERA R-REVISAO E-ENCERRA'.
           05  line 03 column 45 value 'F-FIM'.
           05  line 04 column 01 value 'OPCAO:'.
           05  line 04 column 08 pic x(01) using ws-opcao.
           05  line 06 column 01 value 'LOJA.......:'.
           05  line 06 column 14 pic 9(03) using ws-inv-loja.
           05  line 07 column 01 value 'CHAVE......:'.
           05  line 07 column 14 pic 9(08) using ws-inv-chave.
           05  line 08 column 01 value 'QTD CONTADA:'.
           05  line 08 column 14 pic 9(07)v999 using ws-inv-qtde.
           05  line 09 column 01 value 'JA CONTADO.:'.
           05  line 09 column 14 pic z(06)9,999 from ws-tela-cont.
           05  line 11 column 01 value 'EVENTO.....:'.
           05  line 11 column 14 pic 9(04) from ws-tela-numero.
           05  line 11 column 20 pic x(12) from ws-tela-sit.
           05  line 12 column 01 value 'CORTE......:'.
           05  line 12 column 14 pic 9(14) from ws-tela-corte.
           05  line 14 column 01
                   value 'NA ABERTURA - LIMITES DA RECONTAGEM'.
           05  line 15 column 01 value 'PERCENTUAL.:'.
           05  line 15 column 14 pic 9(03) using ws-inv-pct.
           05  line 16 column 01 value 'VALOR......:'.
           05  line 16 column 14 pic 9(07)v99 using ws-inv-valor.
           05  line 20 column 01 pic x(60) from ws-msg.

       01  tela-pausa.
           05  line 22 column 01
                   value 'TECLE ENTER PARA CONTINUAR...'.
           05  line 22 column 32 pic x(01) using ws-pausa.

       01  tela-confirma.
           05  line 22 column 01 pic x(40) from ws-msg.
           05  line 22 column 42 value '(S/N)?'.
           05  line 22 column 49 pic x(01) using ws-confirma.

       PROCEDURE DIVISION.
       INICIO.
           copy arqdir.prc.
           string ws-env-arqdir delimited by space
                  '/sp01a03'    delimited by size
                  into ws-sp01a03
           string ws-env-arqdir delimited by space
                  '/cstab'      delimited by size
                  into ws-cstab
           string ws-env-arqdir delimited by space
                  '/movled'     delimited by size
                  into ws-movled
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
           string ws-env-arqdir delimited by space
                  '/invsnap'    delimited by size
                  into ws-invsnap

           perform ABRE-OPERTAB
           perform SIGN-ON
           if not sign-ok
               display 'INVENT: SIGN-ON RECUSADO'
               close opertab
               move 16 to return-code
               stop run
           end-if

           perform ABRE-ARQUIVOS

           perform until continua-nao
               move spaces to ws-opcao
               display tela-invent
               accept tela-invent
               move spaces to ws-msg
               evaluate true
                   when opcao-sair
                       move 'N' to ws-continua
                   when opcao-abrir
                       perform ABRE-EVENTO
                       display tela-invent
                       perform AGUARDA-CONFIRMACAO
                   when opcao-digitar
                       perform DIGITA-CONTAGEM
                       display tela-invent
                       perform AGUARDA-CONFIRMACAO
                   when opcao-zerar
                       perform ZERA-CONTAGEM
                       display tela-invent
                       perform AGUARDA-CONFIRMACAO
                   when opcao-revisar
                       perform REVISA-EVENTO
                       display tela-invent
                       perform AGUARDA-CONFIRMACAO
                   when opcao-encerrar
                       perform ENCERRA-EVENTO
                       display tela-invent
                       perform AGUARDA-CONFIRMACAO
                   when other
                       move 'OPCAO INVALIDA' to ws-msg
                       display tela-invent
                       perform AGUARDA-CONFIRMACAO
               end-evaluate
           end-perform

           close sp01a03
           close movled
           close lottab
           if tem-csgtab
               close csgtab
               close csgmov
           end-if
           close opertab
           close invcab
           close invsnap
           if tem-cstab
               close cstab
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
               display 'INVENT: ERRO NA ABERTURA DE OPERTAB - '
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
                           move opertab-aut-aprova to ws-sign-aprova
                       else
                           move 'SENHA INVALIDA' to ws-msg
                       end-if
               end-read
               if not sign-ok and ws-sign-tentativas < 3
                   display tela-signon
                   perform AGUARDA-CONFIRMACAO
               end-if
           end-perform.

       ABRE-ARQUIVOS.
           open i-o sp01a03
           if status01-a03 <> '00'
               display 'INVENT: ERRO NA ABERTURA DE SP01A03 - STATUS '
                       status01-a03
               move 16 to return-code
               stop run
           end-if
           open input cstab
           if status-cstab = '00'
               move 'S' to ws-tem-cstab
           end-if
           open i-o movled
           if status-movled = '35'
               open output movled
               close movled
               open i-o movled
           end-if
           if status-movled <> '00'
               display 'INVENT: ERRO NA ABERTURA DE MOVLED - STATUS '
                       status-movled
               move 16 to return-code
               stop run
           end-if
           open i-o lottab
           if status-lottab = '35'
               open output lottab
               close lottab
               open i-o lottab
           end-if
           if status-lottab <> '00'
               display 'INVENT: ERRO NA ABERTURA DE LOTTAB - STATUS '
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
                   display 'INVENT: ERRO NA ABERTURA DE CSGMOV - '
                           'STATUS ' status-csgmov
                   move 16 to return-code
                   stop run
               end-if
           end-if
           open i-o invcab
           if status-invcab = '35'
               open output invcab
               close invcab
               open i-o invcab
           end-if
           if status-invcab <> '00'
               display 'INVENT: ERRO NA ABERTURA DE INVCAB - STATUS '
                       status-invcab
               move 16 to return-code
               stop run
           end-if
           open i-o invsnap
           if status-invsnap = '35'
               open output invsnap
               close invsnap
               open i-o invsnap
           end-if
           if status-invsnap <> '00'
               display 'INVENT: ERRO NA ABERTURA DE INVSNAP - STATUS '
                       status-invsnap
               move 16 to return-code
               stop run
           end-if.

      * Evento nao fechado da loja da tela (no maximo um) e o ultimo
      * numero usado nela; com evento, reg-invcab fica com ele.
       LOCALIZA-EVENTO.
           move 'N' to ws-tem-evento
           move zeros to ws-ult-numero
           move zeros to ws-tela-numero ws-tela-corte
           move spaces to ws-tela-sit
           move 'N' to ws-fim-invcab
           move ws-inv-loja to invcab-loja
           move zeros       to invcab-numero
           start invcab key is >= invcab-id
               invalid key
                   move 'S' to ws-fim-invcab
           end-start
           perform until fim-invcab
               read invcab next ignore lock
               if status-invcab <> '00'
                       or invcab-loja <> ws-inv-loja
                   move 'S' to ws-fim-invcab
               else
                   move invcab-numero to ws-ult-numero
                   if not inv-fechado
                       move 'S' to ws-tem-evento
                       move invcab-numero to ws-tela-numero
                   end-if
               end-if
           end-perform
           if tem-evento
               move ws-inv-loja    to invcab-loja
               move ws-tela-numero to invcab-numero
               read invcab key is invcab-id
               move invcab-dthr-corte to ws-tela-corte
               evaluate true
                   when inv-aberto
                       move 'ABERTO'     to ws-tela-sit
                   when inv-contando
                       move 'EM CONTAGEM' to ws-tela-sit
                   when inv-revisao
                       move 'EM REVISAO' to ws-tela-sit
               end-evaluate
           end-if.

      *----------------------------------------------------------------
      * Abertura: corte no instante da confirmacao e fotografia de
      * todos os basicos da loja com o custo medio do momento.
      *----------------------------------------------------------------
       ABRE-EVENTO.
           if ws-inv-loja not numeric or ws-inv-loja = zeros
               move 'LOJA INVALIDA' to ws-msg
           else
               perform LOCALIZA-EVENTO
               if tem-evento
                   move 'LOJA JA TEM INVENTARIO EM ANDAMENTO'
                       to ws-msg
               end-if
           end-if
           if ws-msg = spaces
               if ws-inv-pct not numeric
                   move zeros to ws-inv-pct
               end-if
               if ws-inv-valor not numeric
                   move zeros to ws-inv-valor
               end-if
               if ws-inv-pct = zeros and ws-inv-valor = zeros
                   move 10  to ws-inv-pct
                   move 100 to ws-inv-valor
               end-if
               move 'CONGELA O ESTOQUE DA LOJA E ABRE O EVENTO'
                   to ws-msg
               move spaces to ws-confirma
               display tela-confirma
               accept tela-confirma
               if confirma-sim
                   perform CRIA-EVENTO
               else
                   move 'ABERTURA CANCELADA' to ws-msg
               end-if
           end-if.

       CRIA-EVENTO.
           accept ws-agora-data from date yyyymmdd
           accept ws-hora-raw   from time
           move ws-hora-raw(1:6) to ws-agora-hora
           move ws-inv-loja     to invcab-loja
           compute invcab-numero = ws-ult-numero + 1
           move 'A'             to invcab-situacao
           move ws-agora-ts     to invcab-dthr-corte
           move ws-sign-operador to invcab-oper-abre
           move ws-inv-pct      to invcab-lim-pct
           move ws-inv-valor    to invcab-lim-valor
           move zeros           to invcab-itens
           move zeros           to invcab-dthr-fech
           move spaces          to invcab-oper-fecha
           move spaces to ws-msg
           write reg-invcab
               invalid key
                   move 'EVENTO JA EXISTE - TENTE DE NOVO' to ws-msg
           end-write
           if ws-msg = spaces
               perform CONGELA-SALDOS
               move ws-cont-itens to invcab-itens
               rewrite reg-invcab
               move invcab-numero     to ws-tela-numero
               move invcab-dthr-corte to ws-tela-corte
               move 'ABERTO'          to ws-tela-sit
               string 'INVENTARIO ' invcab-numero ' ABERTO - '
                      ws-cont-itens ' ITENS CONGELADOS'
                   delimited by size into ws-msg
           end-if.

       CONGELA-SALDOS.
           move zeros to ws-cont-itens
           move 'N' to ws-fim-sp01a03
           move low-values to sp0103chave
           start sp01a03 key is >= sp0103chave
               invalid key
                   move 'S' to ws-fim-sp01a03
           end-start
           perform until fim-sp01a03
               read sp01a03 next ignore lock
               if status01-a03 <> '00'
                   move 'S' to ws-fim-sp01a03
               else
                   if sp0103loja = ws-inv-loja
                       perform CONGELA-ITEM
                   end-if
               end-if
           end-perform.

       CONGELA-ITEM.
           move invcab-loja   to invsnap-loja
           move invcab-numero to invsnap-numero
           move sp0103chave   to invsnap-chave
           move sp0103qtde    to invsnap-qtde-corte
           move sp0103preco   to invsnap-custo
           if tem-cstab
               move sp0103chave to cstab-chave
               move sp0103loja  to cstab-loja
               read cstab key is cstab-id
                   invalid key
                       continue
                   not invalid key
                       if cstab-custo > zeros
                           move cstab-custo to invsnap-custo
                       end-if
               end-read
           end-if
           move zeros  to invsnap-qtde-cont
           move 'N'    to invsnap-contado
           move space  to invsnap-recont
           move zeros  to invsnap-qtde-pos
           move spaces to invsnap-oper-cont
           write reg-invsnap
               invalid key
                   continue
               not invalid key
                   add 1 to ws-cont-itens
           end-write.

      *----------------------------------------------------------------
      * Digitacao: as quantidades do mesmo item se somam (gondola,
      * deposito); item na lista de recontagem tem a contagem
      * substituida pela primeira digitacao depois da marca.
      *----------------------------------------------------------------
       DIGITA-CONTAGEM.
           perform LOCALIZA-ITEM
           if ws-msg = spaces
               if ws-inv-qtde not numeric
                   move 'QUANTIDADE CONTADA INVALIDA' to ws-msg
               end-if
           end-if
           if ws-msg = spaces
               if invsnap-recont-pend
                   move ws-inv-qtde to invsnap-qtde-cont
                   move 'F' to invsnap-recont
                   move 'RECONTAGEM REGISTRADA' to ws-msg
               else
                   add ws-inv-qtde to invsnap-qtde-cont
                   move 'CONTAGEM REGISTRADA' to ws-msg
               end-if
               move 'S' to invsnap-contado
               move ws-sign-operador to invsnap-oper-cont
               rewrite reg-invsnap
               move invsnap-qtde-cont to ws-tela-cont
               if inv-aberto
                   move 'C' to invcab-situacao
                   rewrite reg-invcab
                   move 'EM CONTAGEM' to ws-tela-sit
               end-if
               move zeros to ws-inv-chave
               move zeros to ws-inv-qtde
           end-if.

       ZERA-CONTAGEM.
           perform LOCALIZA-ITEM
           if ws-msg = spaces
               move zeros to invsnap-qtde-cont
               move 'N'   to invsnap-contado
               move ws-sign-operador to invsnap-oper-cont
               rewrite reg-invsnap
               move zeros to ws-tela-cont
               move 'CONTAGEM DO ITEM ZERADA' to ws-msg
           end-if.

      * Evento em andamento da loja e item da fotografia; item criado
      * depois do corte nao faz parte do inventario.
       LOCALIZA-ITEM.
           move zeros to ws-tela-cont
           perform LOCALIZA-EVENTO
           if not tem-evento
               move 'LOJA SEM INVENTARIO EM ANDAMENTO' to ws-msg
           else
               move invcab-loja   to invsnap-loja
               move invcab-numero to invsnap-numero
               move ws-inv-chave  to invsnap-chave
               read invsnap key is invsnap-id
                   invalid key
                       move 'CHAVE FORA DO INVENTARIO DESTA LOJA'
                           to ws-msg
                   not invalid key
                       move invsnap-qtde-cont to ws-tela-cont
               end-read
           end-if.

      *----------------------------------------------------------------
      * Revisao: contado x congelado. Acima de qualquer dos limites
      * (ou nao contado com saldo congelado) o item vai para a lista
      * de recontagem - menos o ja recontado, que vale como
      * confirmado.
      *----------------------------------------------------------------
       REVISA-EVENTO.
           perform LOCALIZA-EVENTO
           if not tem-evento
               move 'LOJA SEM INVENTARIO EM ANDAMENTO' to ws-msg
           else
               move 'R' to invcab-situacao
               rewrite reg-invcab
               move 'EM REVISAO' to ws-tela-sit
               move 'invrec' to ws-spool-base
               perform ABRE-RELATORIO
               move 'LISTA DE RECONTAGEM - INVENTARIO'
                   to ws-cab1-titulo
               perform IMPRIME-CABECALHO
               move ws-cab-rec to reg-relinv
               write reg-relinv
               add 1 to ws-spool-linhas
               add 1 to ws-lin-pag
               move zeros to ws-cont-recont
               move 'N' to ws-fim-invsnap
               perform POSICIONA-FOTO
               perform until fim-invsnap
                   read invsnap next
                   if status-invsnap <> '00'
                           or invsnap-loja   <> invcab-loja
                           or invsnap-numero <> invcab-numero
                       move 'S' to ws-fim-invsnap
                   else
                       perform REVISA-ITEM
                   end-if
               end-perform
               move spaces to reg-relinv
               write reg-relinv
               move 'ITENS PARA RECONTAGEM..........:' to ws-tot-texto
               move ws-cont-recont to ws-tot-valor
               move ws-linha-tot to reg-relinv
               write reg-relinv
               add 2 to ws-spool-linhas
               close relinv
               perform GRAVA-SPOOLCAT
               move spaces to ws-msg
               string 'REVISAO: ' ws-cont-recont
                      ' ITENS PARA RECONTAGEM'
                   delimited by size into ws-msg
           end-if.

       POSICIONA-FOTO.
           move invcab-loja   to invsnap-loja
           move invcab-numero to invsnap-numero
           move zeros         to invsnap-chave
           start invsnap key is >= invsnap-id
               invalid key
                   move 'S' to ws-fim-invsnap
           end-start.

       REVISA-ITEM.
           if not invsnap-recontado
               perform AVALIA-DIFERENCA
               if dif-grande
                   move 'P' to invsnap-recont
                   rewrite reg-invsnap
                   add 1 to ws-cont-recont
                   perform IMPRIME-RECONTAGEM
               else
                   if invsnap-recont-pend
                       move space to invsnap-recont
                       rewrite reg-invsnap
                   end-if
               end-if
           end-if.

       AVALIA-DIFERENCA.
           move 'N' to ws-grande
           compute ws-dif-qtde = invsnap-qtde-cont - invsnap-qtde-corte
           if ws-dif-qtde < zeros
               compute ws-dif-abs = ws-dif-qtde * -1
           else
               move ws-dif-qtde to ws-dif-abs
           end-if
           compute ws-val-abs rounded = ws-dif-abs * invsnap-custo
           if not invsnap-foi-contado and invsnap-qtde-corte > zeros
               move 'S' to ws-grande
           end-if
           if ws-dif-abs > zeros
               if invcab-lim-valor > zeros
                       and ws-val-abs >= invcab-lim-valor
                   move 'S' to ws-grande
               end-if
               if invcab-lim-pct > zeros
                       and ws-dif-abs * 100 >=
                           invsnap-qtde-corte * invcab-lim-pct
                   move 'S' to ws-grande
               end-if
           end-if.

      * A lista vai para os contadores sem a quantidade esperada -
      * recontagem as cegas, como a primeira.
       IMPRIME-RECONTAGEM.
           if ws-lin-pag >= ws-linhas-pagina
               perform IMPRIME-CABECALHO
               move ws-cab-rec to reg-relinv
               write reg-relinv
               add 1 to ws-spool-linhas
               add 1 to ws-lin-pag
           end-if
           move invsnap-chave to sp0103chave
           read sp01a03 key is sp0103chave
               invalid key
                   move spaces to sp0103desc sp0103unid
           end-read
           move invsnap-chave to ws-drc-chave
           move sp0103desc    to ws-drc-desc
           move sp0103unid    to ws-drc-unid
           if invsnap-foi-contado
               move 'DIVERGENCIA'  to ws-drc-motivo
           else
               move 'NAO CONTADO'  to ws-drc-motivo
           end-if
           move ws-det-rec to reg-relinv
           write reg-relinv
           add 1 to ws-spool-linhas
           add 1 to ws-lin-pag.

      *----------------------------------------------------------------
      * Encerramento assinado: so em revisao, sem recontagem
      * pendente, por supervisor que nao abriu o evento.
      *----------------------------------------------------------------
       ENCERRA-EVENTO.
           perform LOCALIZA-EVENTO
           if not tem-evento
               move 'LOJA SEM INVENTARIO EM ANDAMENTO' to ws-msg
           end-if
           if ws-msg = spaces and not inv-revisao
               move 'FACA A REVISAO ANTES DE ENCERRAR' to ws-msg
           end-if
           if ws-msg = spaces and not sign-aprova
               move 'OPERADOR SEM AUTORIZACAO PARA ENCERRAR' to ws-msg
           end-if
           if ws-msg = spaces
                   and ws-sign-operador = invcab-oper-abre
               move 'QUEM ABRIU O INVENTARIO NAO ENCERRA' to ws-msg
           end-if
           if ws-msg = spaces
               perform CONTA-PENDENTES
               if ws-cont-pend > zeros
                   move spaces to ws-msg
                   string 'HA ' ws-cont-pend
                          ' ITENS COM RECONTAGEM PENDENTE'
                       delimited by size into ws-msg
               end-if
           end-if
           if ws-msg = spaces
               move 'SUPERVISOR ASSINA O ENCERRAMENTO' to ws-msg
               move spaces to ws-confirma
               display tela-confirma
               accept tela-confirma
               if confirma-sim
                   perform FECHA-EVENTO
               else
                   move 'ENCERRAMENTO CANCELADO' to ws-msg
               end-if
           end-if.

       CONTA-PENDENTES.
           move zeros to ws-cont-pend
           move 'N' to ws-fim-invsnap
           perform POSICIONA-FOTO
           perform until fim-invsnap
               read invsnap next ignore lock
               if status-invsnap <> '00'
                       or invsnap-loja   <> invcab-loja
                       or invsnap-numero <> invcab-numero
                   move 'S' to ws-fim-invsnap
               else
                   if invsnap-recont-pend
                       add 1 to ws-cont-pend
                   end-if
               end-if
           end-perform.

       FECHA-EVENTO.
           accept ws-agora-data from date yyyymmdd
           accept ws-hora-raw   from time
           move ws-hora-raw(1:6) to ws-agora-hora
           move ws-agora-data to ws-data-hoje
           move invcab-loja   to ws-doc-inv-loja
           move invcab-numero to ws-doc-inv-num
           move zeros to ws-cont-contados ws-cont-naocont
           move zeros to ws-cont-diverg ws-cont-ajustes
           move zeros to ws-tot-sobra ws-tot-falta ws-tot-liquido

           move 'relinv' to ws-spool-base
           perform ABRE-RELATORIO
           move 'DIVERGENCIAS DO INVENTARIO GERAL'
               to ws-cab1-titulo
           perform IMPRIME-CABECALHO
           move ws-cab-fin to reg-relinv
           write reg-relinv
           add 1 to ws-spool-linhas
           add 1 to ws-lin-pag

           move 'N' to ws-fim-invsnap
           perform POSICIONA-FOTO
           perform until fim-invsnap
               read invsnap next
               if status-invsnap <> '00'
                       or invsnap-loja   <> invcab-loja
                       or invsnap-numero <> invcab-numero
                   move 'S' to ws-fim-invsnap
               else
                   perform EFETIVA-ITEM
               end-if
           end-perform

           move 'F' to invcab-situacao
           move ws-agora-ts      to invcab-dthr-fech
           move ws-sign-operador to invcab-oper-fecha
           rewrite reg-invcab
           perform IMPRIME-ENCERRAMENTO
           close relinv
           perform GRAVA-SPOOLCAT
           move 'FECHADO' to ws-tela-sit
           move spaces to ws-msg
           string 'INVENTARIO ENCERRADO - ' ws-cont-ajustes
                  ' ITENS AJUSTADOS'
               delimited by size into ws-msg.

      * Saldo final = contado + movimento do ledger depois do corte;
      * a diferenca para o saldo vivo e o ajuste lancado. A
      * divergencia do inventario e sempre contado x congelado.
       EFETIVA-ITEM.
           if invsnap-foi-contado
               add 1 to ws-cont-contados
           else
               add 1 to ws-cont-naocont
           end-if
           compute ws-dif-qtde = invsnap-qtde-cont - invsnap-qtde-corte
           compute ws-dif-valor rounded = ws-dif-qtde * invsnap-custo
           if ws-dif-qtde <> zeros
               add 1 to ws-cont-diverg
               if ws-dif-valor > zeros
                   add ws-dif-valor to ws-tot-sobra
               else
                   add ws-dif-valor to ws-tot-falta
               end-if
               add ws-dif-valor to ws-tot-liquido
           end-if
           perform SOMA-POS-CORTE
           compute ws-saldo-final = invsnap-qtde-cont + ws-pos-corte
           if ws-saldo-final < zeros
               move zeros to ws-saldo-final
           end-if
           move ws-pos-corte to invsnap-qtde-pos
           rewrite reg-invsnap

           move invsnap-chave to sp0103chave
           read sp01a03 key is sp0103chave
               invalid key
                   move spaces to sp0103desc
               not invalid key
                   compute ws-ajuste = ws-saldo-final - sp0103qtde
                   if ws-ajuste <> zeros
                       move ws-saldo-final to sp0103qtde
                       move ws-data-hoje   to sp0103dtmov
                       rewrite reg-sp01a03
                       add 1 to ws-cont-ajustes
                       perform LANCA-LEDGER
                       perform AJUSTA-LOTES
                       perform AJUSTA-CONSIGNADO
                   end-if
           end-read
           perform IMPRIME-FINAL.

      * Movimento liquido da chave/loja no ledger depois do corte. O
      * proprio ajuste do evento (documento 'IV') nao conta: num
      * fechamento interrompido e refeito ele ja esta no saldo vivo.
       SOMA-POS-CORTE.
           move zeros to ws-pos-corte
           move 'N' to ws-fim-movled
           move 'basicos   '      to movled-tabela
           move invsnap-chave     to movled-chave
           move invsnap-loja      to movled-loja
           move invcab-dthr-corte to movled-datahora
           start movled key is > movled-id
               invalid key
                   move 'S' to ws-fim-movled
           end-start
           perform until fim-movled
               read movled next ignore lock
               if status-movled <> '00'
                       or movled-tabela <> 'basicos   '
                       or movled-chave  <> invsnap-chave
                       or movled-loja   <> invsnap-loja
                   move 'S' to ws-fim-movled
               else
                   if movled-doc <> ws-doc-inv
                       if movled-entra
                           add movled-qtde to ws-pos-corte
                       else
                           subtract movled-qtde from ws-pos-corte
                       end-if
                   end-if
               end-if
           end-perform.

      * Ajuste no ledger como contagem: sobra entra, falta sai com
      * o motivo 'DC', documento 'IV'+loja+evento.
       LANCA-LEDGER.
           move 'basicos   '  to movled-tabela
           move invsnap-chave to movled-chave
           move invsnap-loja  to movled-loja
           if ws-ajuste > zeros
               move 'E' to movled-es
               move ws-ajuste to movled-qtde
               move spaces to movled-motivo
           else
               move 'S' to movled-es
               compute movled-qtde = ws-ajuste * -1
               move 'DC' to movled-motivo
           end-if
           move 'C'              to movled-tipo
           move ws-doc-inv       to movled-doc
           move ws-sign-operador to movled-operador
           perform GRAVA-MOVLED.

       GRAVA-MOVLED.
           copy movled.prc.

      * Lotes acertados pelo ajuste como em digcont.cbl: falta sai
      * dos lotes na ordem de vencimento, sobra entra no lote sem
      * codigo.
       AJUSTA-LOTES.
           move invsnap-chave to ws-lot-chave
           move invsnap-loja  to ws-lot-loja
           move spaces        to ws-lot-lote
           move zeros         to ws-lot-validade
           move ws-data-hoje  to ws-lot-data
           if ws-ajuste > zeros
               move ws-ajuste to ws-lot-qtde
               compute ws-lot-saldo-ant = ws-saldo-final - ws-ajuste
               perform ENTRA-LOTE
           end-if
           if ws-ajuste < zeros
               compute ws-lot-qtde = ws-ajuste * -1
               perform CONSOME-LOTES
           end-if.

       ENTRA-LOTE.
           copy loteent.prc.

      * Falta no inventario de basico consignado, como em
      * digcont.cbl: o consumido sai do csgtab com a data/hora do
      * lancamento de contagem no ledger.
       AJUSTA-CONSIGNADO.
           if ws-ajuste < zeros
               move invsnap-chave   to ws-csb-chave
               move invsnap-loja    to ws-csb-loja
               compute ws-csb-qtde = ws-ajuste * -1
               move ws-saldo-final  to ws-csb-restante
               move ws-doc-inv      to ws-csb-doc
               move ws-data-hoje    to ws-csb-dtdoc
               move movled-datahora to ws-csb-datahora
               perform CONSOME-CONSIGNADO
           end-if.

       CONSOME-CONSIGNADO.
           copy csgcons.prc.

       CONSOME-LOTES.
           copy lotecons.prc.

       IMPRIME-FINAL.
           if ws-lin-pag >= ws-linhas-pagina
               perform IMPRIME-CABECALHO
               move ws-cab-fin to reg-relinv
               write reg-relinv
               add 1 to ws-spool-linhas
               add 1 to ws-lin-pag
           end-if
           move invsnap-chave      to ws-dfn-chave
           move sp0103desc         to ws-dfn-desc
           move invsnap-qtde-corte to ws-dfn-corte
           move invsnap-qtde-cont  to ws-dfn-cont
           move ws-dif-qtde        to ws-dfn-dif
           move ws-dif-valor       to ws-dfn-valor
           move ws-pos-corte       to ws-dfn-pos
           move ws-saldo-final     to ws-dfn-final
           evaluate true
               when not invsnap-foi-contado
                   move 'NC'  to ws-dfn-obs
               when invsnap-recontado
                   move 'REC' to ws-dfn-obs
               when other
                   move spaces to ws-dfn-obs
           end-evaluate
           move ws-det-fin to reg-relinv
           write reg-relinv
           add 1 to ws-spool-linhas
           add 1 to ws-lin-pag.

      * Totais e termo de assinatura do relatorio final.
       IMPRIME-ENCERRAMENTO.
           if ws-lin-pag + 14 >= ws-linhas-pagina
               perform IMPRIME-CABECALHO
           end-if
           move spaces to reg-relinv
           write reg-relinv
           move 'ITENS CONGELADOS...............:' to ws-tot-texto
           move invcab-itens to ws-tot-valor
           move ws-linha-tot to reg-relinv
           write reg-relinv
           move 'ITENS CONTADOS.................:' to ws-tot-texto
           move ws-cont-contados to ws-tot-valor
           move ws-linha-tot to reg-relinv
           write reg-relinv
           move 'ITENS NAO CONTADOS (NC)........:' to ws-tot-texto
           move ws-cont-naocont to ws-tot-valor
           move ws-linha-tot to reg-relinv
           write reg-relinv
           move 'ITENS COM DIVERGENCIA..........:' to ws-tot-texto
           move ws-cont-diverg to ws-tot-valor
           move ws-linha-tot to reg-relinv
           write reg-relinv
           move 'SOBRAS A CUSTO.................:' to ws-totv-texto
           move ws-tot-sobra to ws-totv-valor
           move ws-linha-totv to reg-relinv
           write reg-relinv
           move 'FALTAS A CUSTO.................:' to ws-totv-texto
           move ws-tot-falta to ws-totv-valor
           move ws-linha-totv to reg-relinv
           write reg-relinv
           move 'RESULTADO LIQUIDO A CUSTO......:' to ws-totv-texto
           move ws-tot-liquido to ws-totv-valor
           move ws-linha-totv to reg-relinv
           write reg-relinv
           move spaces to reg-relinv
           write reg-relinv
           move 'INVENTARIO ABERTO (CORTE) POR..:' to ws-ass-texto
           move invcab-oper-abre  to ws-ass-oper
           move invcab-dthr-corte to ws-ass-dthr
           move ws-linha-assina to reg-relinv
           write reg-relinv
           move 'ENCERRADO E ASSINADO POR.......:' to ws-ass-texto
           move invcab-oper-fecha to ws-ass-oper
           move invcab-dthr-fech  to ws-ass-dthr
           move ws-linha-assina to reg-relinv
           write reg-relinv
           move spaces to reg-relinv
           write reg-relinv
           move 'VISTO DA AUDITORIA: ______________________________'
               to reg-relinv
           write reg-relinv
           add 13 to ws-spool-linhas.

       ABRE-RELATORIO.
           copy spool.prc.
           move ws-spool-nome to ws-relinv
           move zeros to ws-spool-linhas
           move zeros to ws-pagina
           open output relinv
           if status-relinv <> '00'
               display 'INVENT: ERRO NA ABERTURA DE RELINV - STATUS '
                       status-relinv
               move 16 to return-code
               stop run
           end-if.

       IMPRIME-CABECALHO.
           add 1 to ws-pagina
           move invcab-loja       to ws-cab1-loja
           move invcab-numero     to ws-cab1-numero
           move invcab-dthr-corte to ws-cab1-corte
           move ws-pagina         to ws-cab1-pagina
           move ws-cab1 to reg-relinv
           write reg-relinv
           move spaces to reg-relinv
           write reg-relinv
           add 2 to ws-spool-linhas
           move 2 to ws-lin-pag.

      * Registra a emissao datada no catalogo de spool.
       GRAVA-SPOOLCAT.
           copy spoolcat.prc.

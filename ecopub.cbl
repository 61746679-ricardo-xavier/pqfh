      $ set callfh"pqfh"
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ecopub.

      * Publicacao de disponibilidade para a loja virtual: arquivo de
      * saida por loja e EAN (eantab) com a quantidade que pode ser
      * vendida pela internet - saldo (sp0103qtde/sp0104qtde) menos
      * as reservas validas (restab) menos o estoque de seguranca da
      * loja virtual (estpar-seguranca), nunca negativa. Item inativo
      * ou excluido do cadastro vai com zero.
      *
      * O arquivo e de delta: so vao os EANs das chaves que mudaram
      * no changelog (chglog) ou no ledger de movimentos (movled)
      * depois do corte da ultima publicacao, e as das reservas
      * (restab) tomadas ou vencidas desde a data do corte - reserva
      * mexe no disponivel sem deixar rastro nas duas trilhas. O
      * controle proprio
      * (ecoctl) guarda a sequencia, o corte e a data da ultima carga
      * completa; passado o intervalo de dias da carga completa, a
      * publicacao sai completa (todos os EANs) por conta propria,
      * para corrigir qualquer divergencia acumulada na loja virtual.
      * Nada aqui se mistura com a exportacao do ERP (exporta.cbl):
      * layout, corte e sequencia sao outros.
      *
      * Confirmacao, na disciplina de exporta.cbl: a sequencia so
      * avanca depois que a loja virtual confirma o consumo do
      * arquivo (ecoack.txt: sequencia e status). Enquanto nao
      * confirma, cada rodada regrava o arquivo com a MESMA
      * sequencia e o delta desde o corte da ultima publicacao
      * confirmada (mais o que mudou depois), e a sequencia parada
      * alem da tolerancia vira alerta central (alrtab).
      *
      * Layout: header 'H' (data, hora, sequencia, tipo D delta / C
      * completa), detalhe 'D' (loja, EAN, quantidade disponivel,
      * situacao A/I) e trailer 'T' (quantidade de detalhes e soma
      * das quantidades).
      *
      * Parametros via SYSIN: modo 'C' = forca carga completa, 'A' =
      * processa a confirmacao da loja virtual (em branco, delta);
      * intervalo em dias da carga completa automatica (default 7);
      * dias de tolerancia da sequencia sem confirmacao antes do
      * alerta (default 2).

       ENVIRONMENT    DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
       copy sp01a03.sel.
       copy sp01a04.sel.
       copy eantab.sel.
       copy estpar.sel.
       copy restab.sel.
       copy chglog.sel.
       copy movled.sel.
       copy alrtab.sel.
           select sort-publica assign to "sortwk1".
           select ecoord assign to ws-ecoord
               organization is line sequential
               file status is status-ecoord.
           select ecofeed assign to ws-ecofeed
               organization is line sequential
               file status is status-ecofeed.
           select ecoctl assign to ws-ecoctl
               organization is line sequential
               file status is status-ecoctl.
           select ecoack assign to ws-ecoack
               organization is line sequential
               file status is status-ecoack.

       DATA DIVISION.
       FILE SECTION.
       copy sp01a03.fd.
       copy sp01a04.fd.
       copy eantab.fd.
       copy estpar.fd.
       copy restab.fd.
       copy chglog.fd.
       copy movled.fd.
       copy alrtab.fd.
      * Chave alterada depois do corte ('A') e EAN da chave ('E'),
      * juntos por tabela/chave - a alteracao chega antes dos EANs.
       SD  sort-publica.
       01  reg-sort-publica.
           05  spub-tabela         pic x(10).
           05  spub-chave          pic 9(08).
           05  spub-tipo           pic x(01).
           05  spub-ean            pic x(13).
       fd  ecoord
           label record standard.
       01  reg-ecoord.
           05  eord-tabela         pic x(10).
           05  eord-chave          pic 9(08).
           05  eord-tipo           pic x(01).
               88  eord-alterada       value 'A'.
               88  eord-cod-barras     value 'E'.
           05  eord-ean            pic x(13).
       fd  ecofeed
           label record standard.
       01  reg-ecofeed                pic x(60).
       fd  ecoctl
           label record standard.
       01  reg-ecoctl.
           05  ecoctl-seq          pic 9(06).
           05  ecoctl-ultimo-ts    pic 9(14).
           05  ecoctl-dt-completa  pic 9(08).
      * Situacao da sequencia corrente: confirmada pela loja virtual
      * ou pendente; corte da ultima publicacao confirmada (base do
      * delta regravado), data e tipo da publicacao pendente.
           05  ecoctl-ack          pic x(01).
               88  ecoctl-confirmado   value 'S'.
           05  ecoctl-ts-base      pic 9(14).
           05  ecoctl-dt-publica   pic 9(08).
           05  ecoctl-tipo         pic x(01).
       fd  ecoack
           label record standard.
       01  reg-ecoack.
           05  ecoack-seq          pic 9(06).
           05  ecoack-status       pic x(02).
               88  ecoack-ok           value 'OK'.

       WORKING-STORAGE SECTION.
       77      ws-sp01a03     pic x(40) value '../../arq/sp01a03'.
       77      status01-a03   pic xx.
       77      ws-sp01a04     pic x(40) value '../../arq/sp01a04'.
       77      status01-a04   pic xx.
       77      ws-eantab      pic x(40) value '../../arq/eantab'.
       77      status-eantab  pic xx.
       77      ws-estpar      pic x(40) value '../../arq/estpar'.
       77      status-estpar  pic xx.
       77      ws-tem-estpar  pic x(01) value 'N'.
               88  tem-estpar          value 'S'.
       77      ws-chglog      pic x(40) value '../../arq/chglog'.
       77      status-chglog  pic xx.
       77      ws-tem-chglog  pic x(01) value 'N'.
               88  tem-chglog          value 'S'.
       77      ws-ecoord      pic x(40) value '../../arq/ecopub.srt'.
       77      status-ecoord  pic xx.
       77      ws-ecofeed     pic x(40) value '../../arq/ecofeed.txt'.
       77      status-ecofeed pic xx.
       77      ws-ecoctl      pic x(40) value '../../arq/ecoctl'.
       77      status-ecoctl  pic xx.
       77      ws-ecoack      pic x(40) value '../../arq/ecoack.txt'.
       77      status-ecoack  pic xx.
       copy arqdir.cpy.
       copy alerta.cpy.
       copy movled.cpy.
       copy reserva.cpy.

       01      ws-parm-ecopub.
               05  ws-parm-modo        pic x(01).
                   88  parm-modo-completa  value 'C'.
                   88  parm-modo-ack       value 'A'.
               05  ws-parm-dias-completa pic 9(03).
               05  ws-parm-dias-alerta pic 9(03).

      * Dias corridos por serial juliano simplificado, na mesma
      * conta de exporta.cbl, para o intervalo da carga completa.
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
       77      ws-dias-desde   pic s9(05) comp.
       77      ws-dias-disp    pic 9(05).

       77      ws-completa    pic x(01) value 'N'.
               88  carga-completa      value 'S'.
       77      ws-data-hoje   pic 9(08).
       77      ws-hora-raw    pic 9(08).
       77      ws-maior-ts    pic 9(14) value zeros.

      * Corte usado na selecao e sequencia do arquivo desta rodada:
      * com a anterior confirmada, o corte e o da ultima publicacao
      * e a sequencia avanca; pendente, o corte volta a base
      * confirmada e a sequencia se repete.
       77      ws-corte       pic 9(14) value zeros.
       77      ws-seq-pub     pic 9(06) value zeros.
       77      ws-republica   pic x(01) value 'N'.
               88  republica           value 'S'.
       77      ws-fim-restab2 pic x(01).
               88  fim-restab2         value 'S'.

       77      ws-fim-chglog  pic x(01).
               88  fim-chglog          value 'S'.
       77      ws-fim-movled  pic x(01).
               88  fim-movled          value 'S'.
       77      ws-fim-eantab  pic x(01).
               88  fim-eantab          value 'S'.
       77      ws-fim-ecoord  pic x(01).
               88  fim-ecoord          value 'S'.

      * Quebra por tabela/chave na publicacao; a disponibilidade e
      * calculada uma vez por chave, no primeiro EAN dela.
       77      ws-grp-tabela  pic x(10) value spaces.
       77      ws-grp-chave   pic 9(08) value zeros.
       77      ws-grp-alterada pic x(01).
               88  grp-alterada        value 'S'.
       77      ws-grp-calculado pic x(01).
               88  grp-calculado       value 'S'.
       77      ws-disp-loja   pic 9(03).
       77      ws-disp-qtde   pic 9(07)v999.
       77      ws-disp-sit    pic x(01).
       77      ws-disp-saldo  pic s9(09)v999.
       77      ws-disp-seg    pic 9(07)v999.

       77      ws-cont-det    pic 9(09) value zeros.
       77      ws-cont-alter  pic 9(07) value zeros.
       77      ws-soma-qtde   pic 9(13)v999 value zeros.

       01      ws-reg-header.
               05  filler              pic x(01) value 'H'.
               05  ws-hdr-data         pic 9(08).
               05  ws-hdr-hora         pic 9(06).
               05  ws-hdr-seq          pic 9(06).
               05  ws-hdr-tipo         pic x(01).
       01      ws-reg-detalhe.
               05  filler              pic x(01) value 'D'.
               05  ws-det-loja         pic 9(03).
               05  ws-det-ean          pic x(13).
               05  ws-det-qtde         pic 9(07)v999.
               05  ws-det-situacao     pic x(01).
       01      ws-reg-trailer.
               05  filler              pic x(01) value 'T'.
               05  ws-trl-cont         pic 9(09).
               05  ws-trl-soma-qtde    pic 9(13)v999.

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
                  '/estpar'     delimited by size
                  into ws-estpar
           string ws-env-arqdir delimited by space
                  '/restab'     delimited by size
                  into ws-restab
           string ws-env-arqdir delimited by space
                  '/chglog'     delimited by size
                  into ws-chglog
           string ws-env-arqdir delimited by space
                  '/movled'     delimited by size
                  into ws-movled
           string ws-env-arqdir delimited by space
                  '/ecopub.srt' delimited by size
                  into ws-ecoord
           string ws-env-arqdir delimited by space
                  '/ecofeed.txt' delimited by size
                  into ws-ecofeed
           string ws-env-arqdir delimited by space
                  '/ecoctl'     delimited by size
                  into ws-ecoctl
           string ws-env-arqdir delimited by space
                  '/ecoack.txt' delimited by size
                  into ws-ecoack
           string ws-env-arqdir delimited by space
                  '/alrtab'     delimited by size
                  into ws-alrtab

           move spaces to ws-parm-ecopub
           accept ws-parm-ecopub from sysin
           if ws-parm-dias-completa not numeric
                   or ws-parm-dias-completa = zeros
               move 7 to ws-parm-dias-completa
           end-if
           if ws-parm-dias-alerta not numeric
                   or ws-parm-dias-alerta = zeros
               move 2 to ws-parm-dias-alerta
           end-if
           accept ws-data-hoje from date yyyymmdd
           accept ws-hora-raw  from time

           perform LE-CONTROLE

           if parm-modo-ack
               perform PROCESSA-ACK
               stop run
           end-if

           perform CONFERE-SEQUENCIA-PARADA
           if ecoctl-confirmado
               move 'N' to ws-republica
               move ecoctl-ultimo-ts to ws-corte
               compute ws-seq-pub = ecoctl-seq + 1
           else
               move 'S' to ws-republica
               move ecoctl-ts-base to ws-corte
               move ecoctl-seq     to ws-seq-pub
           end-if
           perform DEFINE-TIPO-CARGA
           perform ABRE-ARQUIVOS

           move ecoctl-ultimo-ts to ws-maior-ts
           sort sort-publica
               on ascending key spub-tabela spub-chave spub-tipo
                                spub-ean
               input procedure is SELECIONA-CHAVES
               giving ecoord

           perform PUBLICA
           perform FECHA-ARQUIVOS

      * O arquivo fica pendente de confirmacao; a base do delta so
      * anda quando a sequencia anterior foi confirmada.
           if not republica
               move ecoctl-ultimo-ts to ecoctl-ts-base
           end-if
           move ws-seq-pub   to ecoctl-seq
           move ws-maior-ts  to ecoctl-ultimo-ts
           move 'N'          to ecoctl-ack
           move ws-data-hoje to ecoctl-dt-publica
           move ws-hdr-tipo  to ecoctl-tipo
           if carga-completa
               move ws-data-hoje to ecoctl-dt-completa
           end-if
           perform GRAVA-CONTROLE

           if republica
               display 'ECOPUB: SEQUENCIA ' ecoctl-seq
                       ' SEM CONFIRMACAO - ARQUIVO REGRAVADO'
           end-if
           if carga-completa
               display 'ECOPUB: PUBLICACAO ' ecoctl-seq
                       ' COMPLETA COM ' ws-cont-det ' EANS'
           else
               display 'ECOPUB: PUBLICACAO ' ecoctl-seq
                       ' DELTA COM ' ws-cont-det ' EANS DE '
                       ws-cont-alter ' CHAVES ALTERADAS'
           end-if
           stop run.

      * Sequencia publicada e nao confirmada ha mais dias que a
      * tolerancia vira alerta central, como em exporta.cbl.
       CONFERE-SEQUENCIA-PARADA.
           if not ecoctl-confirmado and ecoctl-dt-publica > zeros
               move ws-data-hoje to ws-dthr
               perform CALCULA-SERIAL
               move ws-serial to ws-serial-hoje
               move ecoctl-dt-publica to ws-dthr
               perform CALCULA-SERIAL
               compute ws-dias-desde = ws-serial-hoje - ws-serial
               if ws-dias-desde >= ws-parm-dias-alerta
                   move ws-dias-desde to ws-dias-disp
                   display 'ECOPUB: SEQUENCIA ' ecoctl-seq
                           ' AGUARDA CONFIRMACAO HA '
                           ws-dias-disp ' DIAS'
                   move 'ecopub    ' to alrtab-programa
                   move 'W'          to alrtab-severidade
                   move spaces to alrtab-mensagem
                   string 'SEQUENCIA ' ecoctl-seq
                          ' SEM CONFIRMACAO DO E-COMMERCE HA '
                          ws-dias-disp ' DIAS'
                       delimited by size into alrtab-mensagem
                   perform GRAVA-ALERTA
               end-if
           end-if.

       GRAVA-ALERTA.
           copy alerta.prc.

      * Confirmacao da loja virtual: so a sequencia exatamente
      * pendente, com status OK, libera o avanco da sequencia.
       PROCESSA-ACK.
           open input ecoack
           if status-ecoack <> '00'
               display 'ECOPUB: ERRO NA ABERTURA DE ECOACK - STATUS '
                       status-ecoack
               move 16 to return-code
               stop run
           end-if
           read ecoack
               at end
                   display 'ECOPUB: ARQUIVO DE CONFIRMACAO VAZIO'
                   close ecoack
                   move 16 to return-code
                   stop run
           end-read
           close ecoack

           evaluate true
               when ecoctl-confirmado
                   display 'ECOPUB: NENHUMA PUBLICACAO PENDENTE DE '
                           'CONFIRMACAO'
                   move 8 to return-code
               when ecoack-seq <> ecoctl-seq
                   display 'ECOPUB: CONFIRMACAO DA SEQUENCIA '
                           ecoack-seq ' MAS A PENDENTE E ' ecoctl-seq
                   move 12 to return-code
               when not ecoack-ok
                   display 'ECOPUB: LOJA VIRTUAL RECUSOU O ARQUIVO '
                           ecoack-seq ' - STATUS ' ecoack-status
                   move 12 to return-code
               when other
                   move 'S' to ecoctl-ack
                   perform GRAVA-CONTROLE
                   display 'ECOPUB: PUBLICACAO ' ecoctl-seq
                           ' CONFIRMADA PELA LOJA VIRTUAL'
           end-evaluate.

      * Primeira publicacao, modo 'C', carga completa vencida ou
      * completa ainda nao confirmada: publica todos os EANs.
       DEFINE-TIPO-CARGA.
           move 'N' to ws-completa
           if parm-modo-completa or ecoctl-dt-completa = zeros
                   or (republica and ecoctl-tipo = 'C')
               move 'S' to ws-completa
           else
               move ws-data-hoje to ws-dthr
               perform CALCULA-SERIAL
               move ws-serial to ws-serial-hoje
               move ecoctl-dt-completa to ws-dthr
               perform CALCULA-SERIAL
               compute ws-dias-desde = ws-serial-hoje - ws-serial
               if ws-dias-desde >= ws-parm-dias-completa
                   move 'S' to ws-completa
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

      * Na primeira execucao o controle nao existe: sequencia zero,
      * sem corte, sem carga completa anterior e nada pendente de
      * confirmacao. Controle gravado antes da confirmacao (sem a
      * situacao) vale como confirmado.
       LE-CONTROLE.
           open input ecoctl
           if status-ecoctl = '35'
               move zeros to ecoctl-seq
               move zeros to ecoctl-ultimo-ts
               move zeros to ecoctl-dt-completa
               perform INICIA-CONFIRMACAO
           else
               if status-ecoctl <> '00'
                   display 'ECOPUB: ERRO NA ABERTURA DE ECOCTL - '
                           'STATUS ' status-ecoctl
                   move 16 to return-code
                   stop run
               end-if
               read ecoctl
                   at end
                       move zeros to ecoctl-seq
                       move zeros to ecoctl-ultimo-ts
                       move zeros to ecoctl-dt-completa
                       perform INICIA-CONFIRMACAO
               end-read
               close ecoctl
               if ecoctl-ack = spaces
                   perform INICIA-CONFIRMACAO
               end-if
           end-if.

       INICIA-CONFIRMACAO.
           move 'S'   to ecoctl-ack
           move zeros to ecoctl-ts-base
           move zeros to ecoctl-dt-publica
           move space to ecoctl-tipo.

       GRAVA-CONTROLE.
           open output ecoctl
           if status-ecoctl <> '00'
               display 'ECOPUB: ERRO NA GRAVACAO DE ECOCTL - STATUS '
                       status-ecoctl
               move 16 to return-code
               stop run
           end-if
           write reg-ecoctl
           close ecoctl.

       ABRE-ARQUIVOS.
           open input sp01a03
           if status01-a03 <> '00'
               display 'ECOPUB: ERRO NA ABERTURA DE SP01A03 - STATUS '
                       status01-a03
               move 16 to return-code
               stop run
           end-if
           open input sp01a04
           if status01-a04 <> '00'
               display 'ECOPUB: ERRO NA ABERTURA DE SP01A04 - STATUS '
                       status01-a04
               move 16 to return-code
               stop run
           end-if
           open input eantab
           if status-eantab <> '00'
               display 'ECOPUB: ERRO NA ABERTURA DE EANTAB - STATUS '
                       status-eantab
               move 16 to return-code
               stop run
           end-if
           open input movled
           if status-movled <> '00'
               display 'ECOPUB: ERRO NA ABERTURA DE MOVLED - STATUS '
                       status-movled
               move 16 to return-code
               stop run
           end-if
           open input chglog
           if status-chglog = '00'
               move 'S' to ws-tem-chglog
           end-if
           open input estpar
           if status-estpar = '00'
               move 'S' to ws-tem-estpar
           end-if
           open input restab
           if status-restab = '00'
               move 'S' to ws-tem-restab
           end-if
           open output ecofeed
           if status-ecofeed <> '00'
               display 'ECOPUB: ERRO NA ABERTURA DE ECOFEED - STATUS '
                       status-ecofeed
               move 16 to return-code
               stop run
           end-if.

       FECHA-ARQUIVOS.
           close sp01a03
           close sp01a04
           close eantab
           close movled
           close ecofeed
           if tem-chglog
               close chglog
           end-if
           if tem-estpar
               close estpar
           end-if
           if tem-restab
               close restab
           end-if.

      * Chaves alteradas depois do corte - no changelog e no ledger -
      * e todos os EANs do cadastro de codigos de barras. O corte
      * novo e a maior data/hora vista nas duas trilhas.
       SELECIONA-CHAVES.
           if tem-chglog
               move 'N' to ws-fim-chglog
               read chglog
                   at end move 'S' to ws-fim-chglog
               end-read
               perform until fim-chglog
                   if chglog-datahora > ws-corte
                       move chglog-tabela to spub-tabela
                       move chglog-chave  to spub-chave
                       perform LIBERA-ALTERADA
                       if chglog-datahora > ws-maior-ts
                           move chglog-datahora to ws-maior-ts
                       end-if
                   end-if
                   read chglog
                       at end move 'S' to ws-fim-chglog
                   end-read
               end-perform
           end-if

           move 'N' to ws-fim-movled
           move low-values to movled-id
           start movled key is >= movled-id
               invalid key
                   move 'S' to ws-fim-movled
           end-start
           perform until fim-movled
               read movled next ignore lock
               if status-movled <> '00'
                   move 'S' to ws-fim-movled
               else
                   if movled-datahora > ws-corte
                       move movled-tabela to spub-tabela
                       move movled-chave  to spub-chave
                       perform LIBERA-ALTERADA
                       if movled-datahora > ws-maior-ts
                           move movled-datahora to ws-maior-ts
                       end-if
                   end-if
               end-if
           end-perform

           if tem-restab
               perform SELECIONA-RESERVAS
           end-if

           move 'N' to ws-fim-eantab
           move low-values to eantab-ean
           start eantab key is >= eantab-ean
               invalid key
                   move 'S' to ws-fim-eantab
           end-start
           perform until fim-eantab
               read eantab next ignore lock
               if status-eantab <> '00'
                   move 'S' to ws-fim-eantab
               else
                   move eantab-tabela to spub-tabela
                   move eantab-chave  to spub-chave
                   move 'E'           to spub-tipo
                   move eantab-ean    to spub-ean
                   release reg-sort-publica
               end-if
           end-perform.

      * Reserva tomada desde a data do corte, ou vencida entre ela e
      * hoje (deixou de segurar estoque), mudou o disponivel da
      * chave sem passar pelo chglog nem pelo movled. A reserva
      * cancelada fica no restab zerada e com a data do cancelamento
      * em restab-dtres, e entra aqui como tomada; a excluida some do
      * restab - quem a exclui (despacho, baixa) ja deixa lancamento
      * no ledger.
       SELECIONA-RESERVAS.
           move 'N' to ws-fim-restab2
           move low-values to restab-id
           start restab key is >= restab-id
               invalid key
                   move 'S' to ws-fim-restab2
           end-start
           perform until fim-restab2
               read restab next ignore lock
               if status-restab <> '00'
                   move 'S' to ws-fim-restab2
               else
                   if restab-dtres >= ws-corte(1:8)
                           or (restab-dtexpira >= ws-corte(1:8)
                               and restab-dtexpira < ws-data-hoje
                               and restab-dtexpira > zeros)
                       move 'basicos   ' to spub-tabela
                       move restab-chave to spub-chave
                       perform LIBERA-ALTERADA
                   end-if
               end-if
           end-perform.

       LIBERA-ALTERADA.
           move 'A'    to spub-tipo
           move spaces to spub-ean
           release reg-sort-publica.

       PUBLICA.
           move ws-data-hoje     to ws-hdr-data
           move ws-hora-raw(1:6) to ws-hdr-hora
           move ws-seq-pub       to ws-hdr-seq
           if carga-completa
               move 'C' to ws-hdr-tipo
           else
               move 'D' to ws-hdr-tipo
           end-if
           move ws-reg-header to reg-ecofeed
           write reg-ecofeed

           open input ecoord
           if status-ecoord <> '00'
               display 'ECOPUB: ERRO NA ABERTURA DE ECOORD - STATUS '
                       status-ecoord
               move 16 to return-code
               stop run
           end-if
           move 'N' to ws-fim-ecoord
           read ecoord
               at end move 'S' to ws-fim-ecoord
           end-read
           perform until fim-ecoord
               if eord-tabela <> ws-grp-tabela
                       or eord-chave <> ws-grp-chave
                   move eord-tabela to ws-grp-tabela
                   move eord-chave  to ws-grp-chave
                   move 'N' to ws-grp-alterada
                   move 'N' to ws-grp-calculado
               end-if
               if eord-alterada
                   if not grp-alterada
                       add 1 to ws-cont-alter
                   end-if
                   move 'S' to ws-grp-alterada
               else
                   if carga-completa or grp-alterada
                       if not grp-calculado
                           perform CALCULA-DISPONIVEL
                       end-if
                       perform GRAVA-DETALHE
                   end-if
               end-if
               read ecoord
                   at end move 'S' to ws-fim-ecoord
               end-read
           end-perform
           close ecoord

           move ws-cont-det  to ws-trl-cont
           move ws-soma-qtde to ws-trl-soma-qtde
           move ws-reg-trailer to reg-ecofeed
           write reg-ecofeed.

      * Disponivel da chave do grupo: saldo menos reservas validas
      * menos seguranca da loja virtual; inativo ou excluido vai com
      * zero e situacao 'I'.
       CALCULA-DISPONIVEL.
           move 'S' to ws-grp-calculado
           move zeros to ws-disp-loja
           move zeros to ws-disp-qtde
           move zeros to ws-disp-saldo
           move 'I'   to ws-disp-sit
           if ws-grp-tabela = 'materiais '
               move ws-grp-chave to sp0104chave
               read sp01a04 key is sp0104chave
                   invalid key
                       continue
                   not invalid key
                       move sp0104loja to ws-disp-loja
                       if sp0104ativo
                           move 'A' to ws-disp-sit
                           move sp0104qtde to ws-disp-saldo
                       end-if
               end-read
           else
               move ws-grp-chave to sp0103chave
               read sp01a03 key is sp0103chave
                   invalid key
                       continue
                   not invalid key
                       move sp0103loja to ws-disp-loja
                       if sp0103ativo
                           move 'A' to ws-disp-sit
                           move sp0103qtde to ws-disp-saldo
                       end-if
               end-read
           end-if
           if ws-disp-sit = 'A'
               move ws-grp-chave to ws-res-chave
               move ws-disp-loja to ws-res-loja
               move spaces       to ws-res-doc
               move ws-data-hoje to ws-res-data
               perform SOMA-RESERVAS
               subtract ws-res-total from ws-disp-saldo
               move zeros to ws-disp-seg
               if tem-estpar
                   move ws-grp-chave to estpar-chave
                   move ws-disp-loja to estpar-loja
                   read estpar key is estpar-id
                       invalid key
                           continue
                       not invalid key
                           if estpar-seguranca numeric
                               move estpar-seguranca to ws-disp-seg
                           end-if
                   end-read
               end-if
               subtract ws-disp-seg from ws-disp-saldo
               if ws-disp-saldo > zeros
                   move ws-disp-saldo to ws-disp-qtde
               end-if
           end-if.

       SOMA-RESERVAS.
           copy reserva.prc.

       GRAVA-DETALHE.
           move ws-disp-loja to ws-det-loja
           move eord-ean     to ws-det-ean
           move ws-disp-qtde to ws-det-qtde
           move ws-disp-sit  to ws-det-situacao
           move ws-reg-detalhe to reg-ecofeed
           write reg-ecofeed
           add 1 to ws-cont-det
           add ws-disp-qtde to ws-soma-qtde.

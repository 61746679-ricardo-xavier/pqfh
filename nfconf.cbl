      $ set callfh"pqfh"
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    nfconf.

      * Conferencia de tres vias da nota fiscal de entrada: cada
      * linha de nota digitada (nfent.cbl) e comparada com a linha
      * do pedido que ela fatura - a quantidade cobrada contra a
      * pedida e contra a efetivamente recebida na doca (recebida
      * menos devolvida sem reposicao) - e o custo unitario cobrado
      * contra o custo medio corrente do item (cstab). Divergencia
      * alem da tolerancia bloqueia a nota para pagamento; nota sem
      * divergencia e liberada. As notas bloqueadas saem no
      * relatorio de divergencias para compras, linha a linha, com o
      * que foi cobrado e o que deveria ter sido. Notas ja liberadas
      * nao sao reconferidas; bloqueadas sao, e liberam assim que a
      * correcao (ou o recebimento que faltava) acontecer.
      *
      * O que outras notas do mesmo fornecedor ja cobram pelo mesmo
      * pedido/chave (digitadas ou liberadas - bloqueada nao conta)
      * sai do pedido e do recebido antes da comparacao: a nota
      * confere contra o saldo a faturar, e nota em duplicidade ou
      * segunda nota parcial acima do que falta e bloqueada.
      *
      * Parametros via SYSIN: tolerancia de quantidade e tolerancia
      * de preco, em percentual com duas decimais (9(03)v99 cada);
      * em branco valem 0% para quantidade e 2% para preco.

       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
       copy fortab.sel.
       copy pedcab.sel.
       copy pedlin.sel.
       copy cstab.sel.
       copy nfcab.sel.
       copy nflin.sel.
       copy spoolcat.sel.
           select relnf assign to ws-relnf
               organization is line sequential
               file status is status-relnf.

       DATA DIVISION.
       FILE SECTION.
       copy fortab.fd.
       copy pedcab.fd.
       copy pedlin.fd.
       copy cstab.fd.
       copy nfcab.fd.
       copy nflin.fd.
       copy spoolcat.fd.
       fd  relnf
           label record standard.
       01  reg-relnf                  pic x(132).

       WORKING-STORAGE SECTION.
       77      ws-fortab      pic x(40) value '../../arq/fortab'.
       77      status-fortab  pic xx.
       77      ws-pedcab      pic x(40) value '../../arq/pedcab'.
       77      status-pedcab  pic xx.
       77      ws-pedlin      pic x(40) value '../../arq/pedlin'.
       77      status-pedlin  pic xx.
       77      ws-cstab       pic x(40) value '../../arq/cstab'.
       77      status-cstab   pic xx.
       77      ws-nfcab       pic x(40) value '../../arq/nfcab'.
       77      status-nfcab   pic xx.
       77      ws-nflin       pic x(40) value '../../arq/nflin'.
       77      status-nflin   pic xx.
       77      ws-relnf       pic x(40) value '../../arq/relnf.lst'.
       77      status-relnf   pic xx.
       copy arqdir.cpy.
       copy spool.cpy.

       01      ws-parm-nfconf.
               05  ws-parm-tol-qtde    pic 9(03)v99.
               05  ws-parm-tol-preco   pic 9(03)v99.

       77      ws-fim-nfcab   pic x(01).
               88  fim-nfcab           value 'S'.
       77      ws-fim-nflin   pic x(01).
               88  fim-nflin           value 'S'.
       77      ws-tem-cstab   pic x(01) value 'N'.
               88  tem-cstab           value 'S'.
       77      ws-tem-pedido  pic x(01).
               88  tem-pedido          value 'S'.
       77      ws-fim-outras  pic x(01).
               88  fim-outras          value 'S'.

      * Nota/linha em conferencia, guardadas enquanto as outras notas
      * do fornecedor sao lidas para somar o ja faturado.
       01      ws-nflin-atual.
               05  ws-atual-fornec     pic 9(05).
               05  ws-atual-nota       pic 9(09).
               05  ws-atual-chave      pic 9(08).
       77      ws-atual-pedido  pic 9(06).
       77      ws-qtde-faturada pic 9(07)v999.

      * Resultado da linha corrente e da nota corrente.
       77      ws-div-qtde    pic x(01).
               88  div-qtde            value 'S'.
       77      ws-div-preco   pic x(01).
               88  div-preco           value 'S'.
       77      ws-nota-div    pic x(01).
               88  nota-divergente     value 'S'.
       77      ws-nota-linhas pic 9(05).
       77      ws-nota-impressa pic x(01).
               88  nota-impressa       value 'S'.

       77      ws-qtde-recebida pic 9(07)v999.
       77      ws-qtde-ped      pic 9(07)v999.
       77      ws-custo-ref     pic 9(07)v99.
       77      ws-diferenca     pic 9(07)v999.
       77      ws-limite        pic 9(07)v999.
       77      ws-motivo-texto  pic x(20).

       77      ws-data-hoje   pic 9(08).
       77      ws-cont-notas   pic 9(07) value zeros.
       77      ws-cont-liber   pic 9(07) value zeros.
       77      ws-cont-bloq    pic 9(07) value zeros.
       77      ws-cont-divlin  pic 9(07) value zeros.

       77      ws-linhas-pagina   pic 9(02) value 55.
       77      ws-lin-pag         pic 9(02) comp value 99.
       77      ws-pagina          pic 9(04) comp value zeros.

       01      ws-cab1.
               05  filler          pic x(40)
                       value 'DIVERGENCIAS NA CONFERENCIA DE NOTAS'.
               05  filler          pic x(11) value '  TOL QTD:'.
               05  ws-cab1-tolq    pic zz9,99.
               05  filler          pic x(11) value '%  TOL PRC:'.
               05  ws-cab1-tolp    pic zz9,99.
               05  filler          pic x(10) value '%  PAGINA:'.
               05  ws-cab1-pagina  pic zzz9.
       01      ws-linha-nota.
               05  filler          pic x(12) value 'FORNECEDOR: '.
               05  ws-nota-fornec  pic z(04)9.
               05  filler          pic x(01) value space.
               05  ws-nota-forn-nm pic x(30).
               05  filler          pic x(08) value '  NOTA: '.
               05  ws-nota-numero  pic z(08)9.
               05  filler          pic x(10) value '  PEDIDO: '.
               05  ws-nota-pedido  pic 9(06).
               05  filler          pic x(11) value '  EMISSAO: '.
               05  ws-nota-dtemis  pic 9(08).
       01      ws-cab2.
               05  filler          pic x(03) value spaces.
               05  filler          pic x(10) value 'CHAVE'.
               05  filler          pic x(13) value 'QTD NOTA'.
               05  filler          pic x(13) value 'SALDO PEDIDO'.
               05  filler          pic x(13) value 'SALDO RECEB'.
               05  filler          pic x(12) value 'CUSTO NOTA'.
               05  filler          pic x(12) value 'CUSTO MEDIO'.
               05  filler          pic x(20) value 'DIVERGENCIA'.
       01      ws-det.
               05  filler          pic x(03) value spaces.
               05  ws-det-chave    pic z(07)9.
               05  filler          pic x(01) value spaces.
               05  ws-det-qtd-nf   pic z(06)9,999.
               05  filler          pic x(02) value spaces.
               05  ws-det-qtd-ped  pic z(06)9,999.
               05  filler          pic x(02) value spaces.
               05  ws-det-qtd-rec  pic z(06)9,999.
               05  filler          pic x(02) value spaces.
               05  ws-det-custo-nf pic z(06)9,99.
               05  filler          pic x(02) value spaces.
               05  ws-det-custo-md pic z(06)9,99.
               05  filler          pic x(02) value spaces.
               05  ws-det-motivo   pic x(20).
       01      ws-linha-tot.
               05  ws-tot-texto    pic x(30).
               05  ws-tot-valor    pic z(06)9.

       PROCEDURE DIVISION.
       INICIO.
           copy arqdir.prc.
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
                  '/cstab'      delimited by size
                  into ws-cstab
           string ws-env-arqdir delimited by space
                  '/nfcab'      delimited by size
                  into ws-nfcab
           string ws-env-arqdir delimited by space
                  '/nflin'      delimited by size
                  into ws-nflin
           move 'relnf' to ws-spool-base
           copy spool.prc.
           move ws-spool-nome to ws-relnf

           accept ws-data-hoje from date yyyymmdd

           move spaces to ws-parm-nfconf
           accept ws-parm-nfconf from sysin
           if ws-parm-tol-qtde not numeric
               move zeros to ws-parm-tol-qtde
           end-if
           if ws-parm-tol-preco not numeric
               move 2 to ws-parm-tol-preco
           end-if
           move ws-parm-nfconf to ws-spool-parms

           perform ABRE-ARQUIVOS

           move 'N' to ws-fim-nfcab
           move low-values to nfcab-id
           start nfcab key is >= nfcab-id
               invalid key
                   move 'S' to ws-fim-nfcab
           end-start
           perform until fim-nfcab
               read nfcab next
               if status-nfcab <> '00'
                   move 'S' to ws-fim-nfcab
               else
                   if not nfcab-liberada
                       perform CONFERE-NOTA
                   end-if
               end-if
           end-perform

           perform IMPRIME-RODAPE
           perform GRAVA-SPOOLCAT
           perform FECHA-ARQUIVOS

           display 'NFCONF: NOTAS CONFERIDAS...: ' ws-cont-notas
           display 'NFCONF: NOTAS LIBERADAS....: ' ws-cont-liber
           display 'NFCONF: NOTAS BLOQUEADAS...: ' ws-cont-bloq
           if ws-cont-bloq > 0
               move 8 to return-code
           end-if
           stop run.

       ABRE-ARQUIVOS.
           open input fortab
           if status-fortab <> '00'
               display 'NFCONF: ERRO NA ABERTURA DE FORTAB - STATUS '
                       status-fortab
               move 16 to return-code
               stop run
           end-if
           open input pedcab
           if status-pedcab <> '00'
               display 'NFCONF: ERRO NA ABERTURA DE PEDCAB - STATUS '
                       status-pedcab
               move 16 to return-code
               stop run
           end-if
           open input pedlin
           if status-pedlin <> '00'
               display 'NFCONF: ERRO NA ABERTURA DE PEDLIN - STATUS '
                       status-pedlin
               move 16 to return-code
               stop run
           end-if
      * Sem cstab nao ha custo de referencia - toda linha diverge em
      * preco e nada e liberado sem que alguem olhe.
           open input cstab
           if status-cstab = '00'
               move 'S' to ws-tem-cstab
           end-if
           open i-o nfcab
           if status-nfcab <> '00'
               display 'NFCONF: ERRO NA ABERTURA DE NFCAB - STATUS '
                       status-nfcab
               move 16 to return-code
               stop run
           end-if
           open i-o nflin
           if status-nflin <> '00'
               display 'NFCONF: ERRO NA ABERTURA DE NFLIN - STATUS '
                       status-nflin
               move 16 to return-code
               stop run
           end-if
           open output relnf
           if status-relnf <> '00'
               display 'NFCONF: ERRO NA ABERTURA DE RELNF - STATUS '
                       status-relnf
               move 16 to return-code
               stop run
           end-if.

       FECHA-ARQUIVOS.
           close fortab
           close pedcab
           close pedlin
           if tem-cstab
               close cstab
           end-if
           close nfcab
           close nflin
           close relnf.

      * ----------------------------------------------------------
      * Confere todas as linhas da nota; qualquer linha divergente
      * (ou nota sem linha) bloqueia a nota inteira.
      * ----------------------------------------------------------
       CONFERE-NOTA.
           add 1 to ws-cont-notas
           move 'N' to ws-nota-div
           move 'N' to ws-nota-impressa
           move zeros to ws-nota-linhas
           move 'S' to ws-tem-pedido
           move nfcab-pedido to pedcab-numero
           read pedcab key is pedcab-numero
               invalid key
                   move 'N' to ws-tem-pedido
           end-read

           move 'N' to ws-fim-nflin
           move nfcab-fornec to nflin-fornec
           move nfcab-nota   to nflin-nota
           move zeros        to nflin-chave
           start nflin key is >= nflin-id
               invalid key
                   move 'S' to ws-fim-nflin
           end-start
           perform until fim-nflin
               read nflin next
               if status-nflin <> '00'
                       or nflin-fornec <> nfcab-fornec
                       or nflin-nota <> nfcab-nota
                   move 'S' to ws-fim-nflin
               else
                   add 1 to ws-nota-linhas
                   perform CONFERE-LINHA
               end-if
           end-perform

           if ws-nota-linhas = zeros
               move 'S' to ws-nota-div
               move zeros to nflin-chave nflin-qtde nflin-custo
               move zeros to ws-qtde-ped ws-qtde-recebida
               move zeros to ws-custo-ref
               move 'NOTA SEM LINHAS' to ws-motivo-texto
               perform IMPRIME-DIVERGENCIA
           end-if

           if nota-divergente
               move 'B' to nfcab-situacao
               add 1 to ws-cont-bloq
           else
               move 'L' to nfcab-situacao
               add 1 to ws-cont-liber
           end-if
           move ws-data-hoje to nfcab-dtconf
           rewrite reg-nfcab.

      * Tres vias da linha: cobrado x pedido x recebido em
      * quantidade, cobrado x custo medio em preco. Pedido e
      * recebido entram ja descontado o que outras notas faturam. A
      * tolerancia e percentual sobre a referencia; referencia
      * zerada so aceita diferenca zero.
       CONFERE-LINHA.
           move 'N' to ws-div-qtde
           move 'N' to ws-div-preco
           move zeros to ws-qtde-ped
           move zeros to ws-qtde-recebida
           move zeros to ws-custo-ref
           move zeros to ws-qtde-faturada

           if tem-pedido
               perform SOMA-FATURADO
               move nfcab-pedido to pedlin-numero
               move nflin-chave  to pedlin-chave
               read pedlin key is pedlin-id
                   invalid key
                       move 'S' to ws-div-qtde
                   not invalid key
                       move pedlin-qtde-ped to ws-qtde-ped
                       move pedlin-qtde-rec to ws-qtde-recebida
                       if pedlin-qtde-dev numeric
                           subtract pedlin-qtde-dev
                               from ws-qtde-recebida
                       end-if
               end-read
               if ws-qtde-faturada > ws-qtde-ped
                   move zeros to ws-qtde-ped
               else
                   subtract ws-qtde-faturada from ws-qtde-ped
               end-if
               if ws-qtde-faturada > ws-qtde-recebida
                   move zeros to ws-qtde-recebida
               else
                   subtract ws-qtde-faturada from ws-qtde-recebida
               end-if
           else
               move 'S' to ws-div-qtde
           end-if

           if not div-qtde
               compute ws-limite rounded =
                       ws-qtde-recebida * ws-parm-tol-qtde / 100
               if nflin-qtde > ws-qtde-recebida
                   compute ws-diferenca =
                           nflin-qtde - ws-qtde-recebida
               else
                   compute ws-diferenca =
                           ws-qtde-recebida - nflin-qtde
               end-if
               if ws-diferenca > ws-limite
                   move 'S' to ws-div-qtde
               end-if
      * Cobrar mais do que se pediu e divergencia mesmo que a doca
      * tenha aceitado - o pedido e o teto do que se paga.
               if nflin-qtde > ws-qtde-ped
                   move 'S' to ws-div-qtde
               end-if
           end-if

           if tem-cstab and tem-pedido
               move nflin-chave to cstab-chave
               move pedcab-loja to cstab-loja
               read cstab key is cstab-id
                   invalid key
                       move 'S' to ws-div-preco
                   not invalid key
                       move cstab-custo to ws-custo-ref
               end-read
           else
               move 'S' to ws-div-preco
           end-if

           if not div-preco
               compute ws-limite rounded =
                       ws-custo-ref * ws-parm-tol-preco / 100
               if nflin-custo > ws-custo-ref
                   compute ws-diferenca =
                           nflin-custo - ws-custo-ref
               else
                   compute ws-diferenca =
                           ws-custo-ref - nflin-custo
               end-if
               if ws-diferenca > ws-limite
                   move 'S' to ws-div-preco
               end-if
           end-if

           evaluate true
               when div-qtde and div-preco
                   move 'A' to nflin-situacao
                   move 'QUANTIDADE E PRECO' to ws-motivo-texto
               when div-qtde
                   move 'Q' to nflin-situacao
                   move 'QUANTIDADE' to ws-motivo-texto
               when div-preco
                   move 'P' to nflin-situacao
                   move 'PRECO' to ws-motivo-texto
               when other
                   move 'C' to nflin-situacao
           end-evaluate
           rewrite reg-nflin

           if div-qtde or div-preco
               move 'S' to ws-nota-div
               add 1 to ws-cont-divlin
               perform IMPRIME-DIVERGENCIA
           end-if.

      * Quantidade da chave cobrada pelas outras notas nao bloqueadas
      * do fornecedor contra o mesmo pedido. A leitura tira nfcab e
      * nflin da posicao da conferencia; a releitura da nota e da
      * linha correntes pela chave devolve registro e posicao.
       SOMA-FATURADO.
           move nflin-id     to ws-nflin-atual
           move nfcab-pedido to ws-atual-pedido
           move 'N' to ws-fim-outras
           move ws-atual-fornec to nfcab-fornec
           move zeros           to nfcab-nota
           start nfcab key is >= nfcab-id
               invalid key
                   move 'S' to ws-fim-outras
           end-start
           perform until fim-outras
               read nfcab next
               if status-nfcab <> '00'
                       or nfcab-fornec <> ws-atual-fornec
                   move 'S' to ws-fim-outras
               else
                   if nfcab-pedido = ws-atual-pedido
                           and nfcab-nota <> ws-atual-nota
                           and not nfcab-bloqueada
                       move nfcab-fornec   to nflin-fornec
                       move nfcab-nota     to nflin-nota
                       move ws-atual-chave to nflin-chave
                       read nflin key is nflin-id
                           invalid key
                               continue
                           not invalid key
                               add nflin-qtde to ws-qtde-faturada
                       end-read
                   end-if
               end-if
           end-perform
           move ws-atual-fornec to nfcab-fornec
           move ws-atual-nota   to nfcab-nota
           read nfcab key is nfcab-id
           move ws-nflin-atual to nflin-id
           read nflin key is nflin-id.

       IMPRIME-CABECALHO.
           add 1 to ws-pagina
           move ws-parm-tol-qtde  to ws-cab1-tolq
           move ws-parm-tol-preco to ws-cab1-tolp
           move ws-pagina to ws-cab1-pagina
           move ws-cab1 to reg-relnf
           write reg-relnf
           add 1 to ws-spool-linhas
           move zeros to ws-lin-pag
           move 'N' to ws-nota-impressa.

      * Identificacao da nota antes da primeira linha divergente -
      * e repetida no topo de cada pagina nova.
       IMPRIME-NOTA.
           move nfcab-fornec to ws-nota-fornec
           move nfcab-fornec to fortab-codigo
           read fortab key is fortab-codigo
               invalid key
                   move 'NAO CADASTRADO' to ws-nota-forn-nm
               not invalid key
                   move fortab-nome to ws-nota-forn-nm
           end-read
           move nfcab-nota   to ws-nota-numero
           move nfcab-pedido to ws-nota-pedido
           move nfcab-dtemis to ws-nota-dtemis
           move spaces to reg-relnf
           write reg-relnf
           add 1 to ws-spool-linhas
           move ws-linha-nota to reg-relnf
           write reg-relnf
           add 1 to ws-spool-linhas
           move ws-cab2 to reg-relnf
           write reg-relnf
           add 1 to ws-spool-linhas
           add 3 to ws-lin-pag
           move 'S' to ws-nota-impressa.

       IMPRIME-DIVERGENCIA.
           if ws-lin-pag >= ws-linhas-pagina
               perform IMPRIME-CABECALHO
           end-if
           if not nota-impressa
               perform IMPRIME-NOTA
           end-if
           move nflin-chave      to ws-det-chave
           move nflin-qtde       to ws-det-qtd-nf
           move ws-qtde-ped      to ws-det-qtd-ped
           move ws-qtde-recebida to ws-det-qtd-rec
           move nflin-custo      to ws-det-custo-nf
           move ws-custo-ref     to ws-det-custo-md
           move ws-motivo-texto  to ws-det-motivo
           move ws-det to reg-relnf
           write reg-relnf
           add 1 to ws-spool-linhas
           add 1 to ws-lin-pag.

       IMPRIME-RODAPE.
           if ws-pagina = zeros
               perform IMPRIME-CABECALHO
           end-if
           move spaces to reg-relnf
           write reg-relnf
           add 1 to ws-spool-linhas
           move 'NOTAS CONFERIDAS............:' to ws-tot-texto
           move ws-cont-notas to ws-tot-valor
           move ws-linha-tot to reg-relnf
           write reg-relnf
           add 1 to ws-spool-linhas
           move 'NOTAS LIBERADAS P/ PAGAMENTO:' to ws-tot-texto
           move ws-cont-liber to ws-tot-valor
           move ws-linha-tot to reg-relnf
           write reg-relnf
           add 1 to ws-spool-linhas
           move 'NOTAS BLOQUEADAS............:' to ws-tot-texto
           move ws-cont-bloq to ws-tot-valor
           move ws-linha-tot to reg-relnf
           write reg-relnf
           add 1 to ws-spool-linhas
           move 'LINHAS DIVERGENTES..........:' to ws-tot-texto
           move ws-cont-divlin to ws-tot-valor
           move ws-linha-tot to reg-relnf
           write reg-relnf
           add 1 to ws-spool-linhas.

      * Registra a emissao datada no catalogo de spool.
       GRAVA-SPOOLCAT.
           copy spoolcat.prc.

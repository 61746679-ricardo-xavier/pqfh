      $ set callfh"pqfh"
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    relexc.

      * Relatorio de excecoes de segregacao de funcoes e prevencao
      * de perdas: cruza as trilhas de operador do mes -
      * recebimentos confirmados na doca (recaud.txt de recped.cbl),
      * ajustes de contagem no ledger (movled-operador dos registros
      * de contagem de digcont.cbl), a trilha de manutencao do
      * cadastro (mantaud.txt de manter.cbl) e as baixas por perda
      * lancadas (bxatab de perda.cbl - quem digitou e, acima do
      * limite do motivo, quem aprovou) - e aponta, antes que a
      * perda apareca:
      *   1 - o mesmo operador recebendo mercadoria e ajustando a
      *       contagem da mesma chave;
      *   2 - reducao de quantidade (falta de contagem, alteracao de
      *       saldo no cadastro) ou corte de preco no cadastro fora
      *       do horario da loja;
      *   3 - operador com volume anormal de inativacoes no
      *       cadastro, de ajustes de contagem ou de baixas por perda
      *       - acima do minimo e de duas vezes a media dos
      *       operadores que fizeram a mesma acao;
      *   4 - a mesma chave/loja reduzida repetidamente pelo mesmo
      *       operador, baixas por perda inclusive.
      * A baixa so tem data, sem hora - nao entra na secao 2.
      * Os eventos sao ordenados por operador/chave/loja e varridos
      * uma vez; as excecoes vao para um arquivo de trabalho e saem
      * agrupadas por secao.
      *
      * Parametros via SYSIN: ano/mes (aaaamm, default o mes
      * anterior); horario da loja - abertura e fechamento (hhmm,
      * default 0700 e 2200); minimo de reducoes da mesma chave/loja
      * para a secao 4 (default 3); minimo de ocorrencias para a
      * secao 3 (default 10).

       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
       copy movled.sel.
       copy bxatab.sel.
           select recaud assign to ws-recaud
               organization is line sequential
               file status is status-recaud.
       copy spoolcat.sel.
           select mantaud assign to ws-mantaud
               organization is line sequential
               file status is status-mantaud.
           select sort-eventos assign to "sortwk1".
           select evtord assign to ws-evtord
               organization is line sequential
               file status is status-evtord.
           select excecoes assign to ws-excecoes
               organization is line sequential
               file status is status-excecoes.
           select sort-excecoes assign to "sortwk2".
           select excord assign to ws-excord
               organization is line sequential
               file status is status-excord.
           select relexc assign to ws-relexc
               organization is line sequential
               file status is status-relexc.

       DATA DIVISION.
       FILE SECTION.
       copy movled.fd.
       copy bxatab.fd.
      * Trilha dos recebimentos de recped.cbl: o operador e quem
      * confirmou a chegada na doca.
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
       copy spoolcat.fd.
      * Trilha de auditoria de manter.cbl; as imagens sao o registro
      * de sp01a03 antes e depois da acao.
       fd  mantaud
           label record standard.
       01  reg-mantaud.
           05  mantaud-operador    pic x(08).
           05  mantaud-datahora    pic 9(14).
           05  mantaud-opcao       pic x(01).
           05  mantaud-chave       pic 9(08).
           05  mantaud-img-antes   pic x(80).
           05  mantaud-img-depois  pic x(80).
      * Evento: R recebimento na doca, C ajuste de contagem,
      * Q reducao de saldo no cadastro, P corte de preco no cadastro,
      * X inativacao no cadastro, B baixa por perda digitada, A baixa
      * por perda aprovada. Reducao = 'S' em evt-reducao.
       SD  sort-eventos.
       01  reg-sort-eventos.
           05  sevt-operador       pic x(08).
           05  sevt-chave          pic 9(08).
           05  sevt-loja           pic 9(03).
           05  sevt-evento         pic x(01).
           05  sevt-datahora       pic 9(14).
           05  sevt-reducao        pic x(01).
       fd  evtord
           label record standard.
       01  reg-evtord.
           05  evt-operador        pic x(08).
           05  evt-chave           pic 9(08).
           05  evt-loja            pic 9(03).
           05  evt-evento          pic x(01).
               88  evt-recebimento     value 'R'.
               88  evt-contagem        value 'C'.
               88  evt-reduz-saldo     value 'Q'.
               88  evt-corte-preco     value 'P'.
               88  evt-inativacao      value 'X'.
               88  evt-baixa           value 'B'.
               88  evt-aprova-baixa    value 'A'.
           05  evt-datahora        pic 9(14).
           05  evt-hhmm redefines evt-datahora.
               10  filler          pic 9(08).
               10  evt-hora-min    pic 9(04).
               10  filler          pic 9(02).
           05  evt-reducao         pic x(01).
       fd  excecoes
           label record standard.
       01  reg-excecoes.
           05  exc-secao           pic 9(01).
           05  exc-seq             pic 9(07).
           05  exc-operador        pic x(08).
           05  exc-chave           pic 9(08).
           05  exc-loja            pic 9(03).
           05  exc-datahora        pic 9(14).
           05  exc-ocorr           pic 9(05).
           05  exc-texto           pic x(40).
       SD  sort-excecoes.
       01  reg-sort-excecoes.
           05  sexc-secao          pic 9(01).
           05  sexc-seq            pic 9(07).
           05  filler              pic x(78).
       fd  excord
           label record standard.
       01  reg-excord.
           05  xord-secao          pic 9(01).
           05  xord-seq            pic 9(07).
           05  xord-operador       pic x(08).
           05  xord-chave          pic 9(08).
           05  xord-loja           pic 9(03).
           05  xord-datahora       pic 9(14).
           05  xord-data-hora redefines xord-datahora.
               10  xord-ano        pic 9(04).
               10  xord-mes        pic 9(02).
               10  xord-dia        pic 9(02).
               10  xord-hh         pic 9(02).
               10  xord-mi         pic 9(02).
               10  xord-ss         pic 9(02).
           05  xord-ocorr          pic 9(05).
           05  xord-texto          pic x(40).
       fd  relexc
           label record standard.
       01  reg-relexc                 pic x(132).

       WORKING-STORAGE SECTION.
       copy movled.cpy.
       77      ws-recaud      pic x(40) value '../../arq/recaud.txt'.
       77      status-recaud  pic xx.
       77      ws-mantaud     pic x(40) value '../../arq/mantaud.txt'.
       77      status-mantaud pic xx.
       77      ws-bxatab      pic x(40) value '../../arq/bxatab'.
       77      status-bxatab  pic xx.
       77      ws-evtord      pic x(40) value '../../arq/relexc.srt'.
       77      status-evtord  pic xx.
       77      ws-excecoes    pic x(40) value '../../arq/relexc.exc'.
       77      status-excecoes pic xx.
       77      ws-excord      pic x(40) value '../../arq/relexc.xsr'.
       77      status-excord  pic xx.
       77      ws-relexc      pic x(40).
       77      status-relexc  pic xx.
       copy arqdir.cpy.
       copy spool.cpy.

       01      ws-parm-relexc.
               05  ws-parm-anomes      pic 9(06).
               05  ws-parm-abre        pic 9(04).
               05  ws-parm-fecha       pic 9(04).
               05  ws-parm-repete      pic 9(02).
               05  ws-parm-volume      pic 9(04).

       01      ws-dthr.
               05  ws-dthr-ano     pic 9(04).
               05  ws-dthr-mes     pic 9(02).
               05  ws-dthr-dia     pic 9(02).
       77      ws-data-hoje   pic 9(08).
       01      ws-anomes-r.
               05  ws-anomes-ano   pic 9(04).
               05  ws-anomes-mes   pic 9(02).

       77      ws-fim-movled  pic x(01).
               88  fim-movled          value 'S'.
       77      ws-fim-recaud  pic x(01).
               88  fim-recaud          value 'S'.
       77      ws-fim-mantaud pic x(01).
               88  fim-mantaud         value 'S'.
       77      ws-fim-bxatab  pic x(01).
               88  fim-bxatab          value 'S'.
       77      ws-fim-evtord  pic x(01).
               88  fim-evtord          value 'S'.
       77      ws-fim-excord  pic x(01).
               88  fim-excord          value 'S'.

      * Imagens de sp01a03 da trilha de manutencao.
       01      ws-img-antes.
               05  ws-ant-chave    pic 9(08).
               05  ws-ant-desc     pic x(30).
               05  ws-ant-loja     pic 9(03).
               05  ws-ant-preco    pic 9(07)v99.
               05  ws-ant-qtde     pic 9(07)v999.
               05  filler          pic x(20).
       01      ws-img-depois.
               05  ws-dep-chave    pic 9(08).
               05  ws-dep-desc     pic x(30).
               05  ws-dep-loja     pic 9(03).
               05  ws-dep-preco    pic 9(07)v99.
               05  ws-dep-qtde     pic 9(07)v999.
               05  filler          pic x(20).

      * Quebras da varredura dos eventos.
       77      ws-tem-oper    pic x(01).
               88  tem-oper            value 'S'.
       77      ws-tem-chave   pic x(01).
               88  tem-chave           value 'S'.
       77      ws-tem-loja    pic x(01).
               88  tem-loja            value 'S'.
       77      ws-cur-operador pic x(08).
       77      ws-cur-chave   pic 9(08).
       77      ws-cur-loja    pic 9(03).
       77      ws-chv-receb   pic 9(05).
       77      ws-chv-ajustes pic 9(05).
       77      ws-loja-reduc  pic 9(05).
       77      ws-loja-ult-dthr pic 9(14).
       77      ws-oper-inativ pic 9(05).
       77      ws-oper-contag pic 9(05).
       77      ws-oper-baixas pic 9(05).

      * Volume por operador para a secao 3.
       01      ws-operadores.
               05  ws-opr-ocorr occurs 500 times
                       indexed by ws-opr-idx.
                   10  ws-opr-id       pic x(08).
                   10  ws-opr-inativ   pic 9(05).
                   10  ws-opr-contag   pic 9(05).
                   10  ws-opr-baixas   pic 9(05).
       77      ws-opr-qtde    pic 9(04) comp value zeros.
       77      ws-tot-inativ  pic 9(07) value zeros.
       77      ws-tot-contag  pic 9(07) value zeros.
       77      ws-tot-baixas  pic 9(07) value zeros.
       77      ws-opr-com-inativ pic 9(04) value zeros.
       77      ws-opr-com-contag pic 9(04) value zeros.
       77      ws-opr-com-baixas pic 9(04) value zeros.
       77      ws-media       pic 9(05)v99.
       77      ws-limite      pic 9(07)v99.

       77      ws-seq-exc     pic 9(07) value zeros.
       77      ws-cont-eventos pic 9(07) value zeros.
       01      ws-contadores-secao.
               05  ws-cont-secao   occurs 4 times pic 9(05).
       77      ws-secao-atual pic 9(01).
       77      ws-sec-idx     pic 9(01).

       77      ws-linhas-pagina   pic 9(02) value 55.
       77      ws-lin-pag         pic 9(02) comp value 99.
       77      ws-pagina          pic 9(04) comp value zeros.

       01      ws-cab1.
               05  filler          pic x(42)
                   value 'EXCECOES DE SEGREGACAO DE FUNCOES - MES'.
               05  ws-cab1-mes     pic 99.
               05  filler          pic x(01) value '/'.
               05  ws-cab1-ano     pic 9(04).
               05  filler          pic x(10) value spaces.
               05  filler          pic x(08) value 'PAGINA:'.
               05  ws-cab1-pagina  pic zzz9.
       01      ws-cab2.
               05  filler          pic x(10) value 'OPERADOR'.
               05  filler          pic x(10) value 'CHAVE'.
               05  filler          pic x(06) value 'LOJA'.
               05  filler          pic x(18) value 'DATA/HORA'.
               05  filler          pic x(08) value 'OCORR.'.
               05  filler          pic x(40) value 'DESCRICAO'.
       01      ws-lin-secao.
               05  filler          pic x(07) value 'SECAO '.
               05  ws-sec-num      pic 9(01).
               05  filler          pic x(03) value ' - '.
               05  ws-sec-titulo   pic x(70).
       01      ws-det.
               05  ws-det-operador pic x(08).
               05  filler          pic x(02) value spaces.
               05  ws-det-chave    pic x(08).
               05  filler          pic x(02) value spaces.
               05  ws-det-loja     pic x(03).
               05  filler          pic x(03) value spaces.
               05  ws-det-dthr     pic x(16).
               05  filler          pic x(02) value spaces.
               05  ws-det-ocorr    pic zzzz9.
               05  filler          pic x(03) value spaces.
               05  ws-det-texto    pic x(40).
       01      ws-dthr-ed.
               05  ws-dte-dia      pic 9(02).
               05  filler          pic x(01) value '/'.
               05  ws-dte-mes      pic 9(02).
               05  filler          pic x(01) value '/'.
               05  ws-dte-ano      pic 9(04).
               05  filler          pic x(01) value space.
               05  ws-dte-hh       pic 9(02).
               05  filler          pic x(01) value ':'.
               05  ws-dte-mi       pic 9(02).
       01      ws-lin-nada.
               05  filler          pic x(10) value spaces.
               05  filler          pic x(30)
                       value 'NENHUMA OCORRENCIA'.
       01      ws-rodape.
               05  ws-rod-texto    pic x(32).
               05  ws-rod-valor    pic z(06)9.

       PROCEDURE DIVISION.
       INICIO.
           copy arqdir.prc.
           string ws-env-arqdir delimited by space
                  '/movled'     delimited by size
                  into ws-movled
           string ws-env-arqdir delimited by space
                  '/recaud.txt' delimited by size
                  into ws-recaud
           string ws-env-arqdir delimited by space
                  '/mantaud.txt' delimited by size
                  into ws-mantaud
           string ws-env-arqdir delimited by space
                  '/bxatab'     delimited by size
                  into ws-bxatab
           string ws-env-arqdir delimited by space
                  '/relexc.srt' delimited by size
                  into ws-evtord
           string ws-env-arqdir delimited by space
                  '/relexc.exc' delimited by size
                  into ws-excecoes
           string ws-env-arqdir delimited by space
                  '/relexc.xsr' delimited by size
                  into ws-excord
           move 'relexc' to ws-spool-base
           copy spool.prc.
           move ws-spool-nome to ws-relexc

           accept ws-data-hoje from date yyyymmdd
           move ws-data-hoje to ws-dthr
           move zeros to ws-parm-relexc
           accept ws-parm-relexc from sysin
           if ws-parm-anomes not numeric or ws-parm-anomes = zeros
               if ws-dthr-mes = 01
                   compute ws-anomes-ano = ws-dthr-ano - 1
                   move 12 to ws-anomes-mes
               else
                   move ws-dthr-ano to ws-anomes-ano
                   compute ws-anomes-mes = ws-dthr-mes - 1
               end-if
               move ws-anomes-r to ws-parm-anomes
           else
               move ws-parm-anomes to ws-anomes-r
           end-if
           if ws-anomes-mes < 01 or ws-anomes-mes > 12
               display 'RELEXC: ANO/MES INVALIDO - ' ws-parm-anomes
               move 16 to return-code
               stop run
           end-if
           if ws-parm-abre not numeric or ws-parm-abre = zeros
               move 0700 to ws-parm-abre
           end-if
           if ws-parm-fecha not numeric or ws-parm-fecha = zeros
               move 2200 to ws-parm-fecha
           end-if
           if ws-parm-repete not numeric or ws-parm-repete = zeros
               move 3 to ws-parm-repete
           end-if
           if ws-parm-volume not numeric or ws-parm-volume = zeros
               move 10 to ws-parm-volume
           end-if
           move ws-parm-relexc to ws-spool-parms

           perform ABRE-ARQUIVOS

           sort sort-eventos
               on ascending key sevt-operador sevt-chave sevt-loja
                                sevt-evento sevt-datahora
               input procedure is SELECIONA-EVENTOS
               giving evtord

           close movled

           perform VARRE-EVENTOS
           perform APURA-VOLUMES
           close excecoes

           sort sort-excecoes
               on ascending key sexc-secao sexc-seq
               using excecoes
               giving excord

           perform IMPRIME-EXCECOES
           close relexc
           perform GRAVA-SPOOLCAT

           display 'RELEXC: ' ws-cont-eventos ' EVENTOS DE OPERADOR EM '
                   ws-parm-anomes ' - ' ws-seq-exc ' EXCECOES'
           stop run.

       ABRE-ARQUIVOS.
           open input movled
           if status-movled <> '00'
               display 'RELEXC: ERRO NA ABERTURA DE MOVLED - STATUS '
                       status-movled
               move 16 to return-code
               stop run
           end-if
           open output excecoes
           if status-excecoes <> '00'
               display 'RELEXC: ERRO NA ABERTURA DE EXCECOES - STATUS '
                       status-excecoes
               move 16 to return-code
               stop run
           end-if
           open output relexc
           if status-relexc <> '00'
               display 'RELEXC: ERRO NA ABERTURA DE RELEXC - STATUS '
                       status-relexc
               move 16 to return-code
               stop run
           end-if.

      * ----------------------------------------------------------
      * Eventos de operador do mes, das quatro trilhas.
      * ----------------------------------------------------------
       SELECIONA-EVENTOS.
           perform SELECIONA-RECEBIMENTOS
           perform SELECIONA-CONTAGENS
           perform SELECIONA-MANUTENCAO
           perform SELECIONA-BAIXAS.

      * Recebimento confirmado na doca no mes: cada linha da trilha
      * e um recebimento da chave/loja pelo operador que o confirmou.
       SELECIONA-RECEBIMENTOS.
           open input recaud
           if status-recaud = '00'
               move 'N' to ws-fim-recaud
               read recaud
                   at end move 'S' to ws-fim-recaud
               end-read
               perform until fim-recaud
                   if recaud-datahora(1:6) = ws-parm-anomes
                       move recaud-operador to sevt-operador
                       move recaud-chave    to sevt-chave
                       move recaud-loja     to sevt-loja
                       move 'R'             to sevt-evento
                       move recaud-datahora to sevt-datahora
                       move 'N'             to sevt-reducao
                       release reg-sort-eventos
                       add 1 to ws-cont-eventos
                   end-if
                   read recaud
                       at end move 'S' to ws-fim-recaud
                   end-read
               end-perform
               close recaud
           end-if.

      * Registros de contagem do ledger: a falta (saida) e reducao.
       SELECIONA-CONTAGENS.
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
                   if movled-tp-contagem
                           and movled-datahora(1:6) = ws-parm-anomes
                       move movled-operador to sevt-operador
                       move movled-chave    to sevt-chave
                       move movled-loja     to sevt-loja
                       move 'C'             to sevt-evento
                       move movled-datahora to sevt-datahora
                       if movled-sai
                           move 'S' to sevt-reducao
                       else
                           move 'N' to sevt-reducao
                       end-if
                       release reg-sort-eventos
                       add 1 to ws-cont-eventos
                   end-if
               end-if
           end-perform.

      * Trilha de manter.cbl: inativacao, e na alteracao a reducao
      * de saldo e o corte de preco.
       SELECIONA-MANUTENCAO.
           open input mantaud
           if status-mantaud = '00'
               move 'N' to ws-fim-mantaud
               read mantaud
                   at end move 'S' to ws-fim-mantaud
               end-read
               perform until fim-mantaud
                   if mantaud-datahora(1:6) = ws-parm-anomes
                       perform LIBERA-MANUTENCAO
                   end-if
                   read mantaud
                       at end move 'S' to ws-fim-mantaud
                   end-read
               end-perform
               close mantaud
           end-if.

       LIBERA-MANUTENCAO.
           move mantaud-img-antes  to ws-img-antes
           move mantaud-img-depois to ws-img-depois
           move mantaud-operador to sevt-operador
           move mantaud-chave    to sevt-chave
           move mantaud-datahora to sevt-datahora
           if ws-ant-loja numeric
               move ws-ant-loja to sevt-loja
           else
               move zeros to sevt-loja
           end-if
           evaluate true
               when mantaud-opcao = 'X'
                   move 'X' to sevt-evento
                   move 'N' to sevt-reducao
                   release reg-sort-eventos
                   add 1 to ws-cont-eventos
               when mantaud-opcao = 'A'
                       and ws-ant-qtde numeric
                       and ws-dep-qtde numeric
                       and ws-ant-preco numeric
                       and ws-dep-preco numeric
                   if ws-dep-qtde < ws-ant-qtde
                       move 'Q' to sevt-evento
                       move 'S' to sevt-reducao
                       release reg-sort-eventos
                       add 1 to ws-cont-eventos
                   end-if
                   if ws-dep-preco < ws-ant-preco
                       move 'P' to sevt-evento
                       move 'S' to sevt-reducao
                       release reg-sort-eventos
                       add 1 to ws-cont-eventos
                   end-if
           end-evaluate.

      * Baixas por perda lancadas: reducao de quem digitou, na data
      * da digitacao, e de quem aprovou, na data da aprovacao - a
      * baixa lancada na hora nao tem aprovador. Pendente e recusada
      * nao baixaram nada. Sem bxatab a loja nao tem baixa nenhuma.
       SELECIONA-BAIXAS.
           open input bxatab
           if status-bxatab = '00'
               move 'N' to ws-fim-bxatab
               move low-values to bxatab-numero
               start bxatab key is >= bxatab-numero
                   invalid key
                       move 'S' to ws-fim-bxatab
               end-start
               perform until fim-bxatab
                   read bxatab next ignore lock
                   if status-bxatab <> '00'
                       move 'S' to ws-fim-bxatab
                   else
                       if bxatab-lancada
                           perform LIBERA-BAIXA
                       end-if
                   end-if
               end-perform
               close bxatab
           end-if.

       LIBERA-BAIXA.
           move bxatab-chave to sevt-chave
           move bxatab-loja  to sevt-loja
           move 'S'          to sevt-reducao
           if bxatab-dtdigit(1:6) = ws-parm-anomes
               move bxatab-operador to sevt-operador
               move 'B'             to sevt-evento
               move zeros           to sevt-datahora
               move bxatab-dtdigit  to sevt-datahora(1:8)
               release reg-sort-eventos
               add 1 to ws-cont-eventos
           end-if
           if bxatab-aprovador <> spaces
                   and bxatab-dtaprov(1:6) = ws-parm-anomes
               move bxatab-aprovador to sevt-operador
               move 'A'              to sevt-evento
               move zeros            to sevt-datahora
               move bxatab-dtaprov   to sevt-datahora(1:8)
               release reg-sort-eventos
               add 1 to ws-cont-eventos
           end-if.

      * ----------------------------------------------------------
      * Varredura por operador/chave/loja.
      * ----------------------------------------------------------
       VARRE-EVENTOS.
           move 'N' to ws-tem-oper
           move 'N' to ws-tem-chave
           move 'N' to ws-tem-loja
           open input evtord
           if status-evtord <> '00'
               display 'RELEXC: ERRO NA ABERTURA DE EVTORD - STATUS '
                       status-evtord
               move 16 to return-code
               stop run
           end-if
           move 'N' to ws-fim-evtord
           read evtord
               at end move 'S' to ws-fim-evtord
           end-read
           perform until fim-evtord
               if tem-oper and evt-operador <> ws-cur-operador
                   perform FECHA-LOJA-EVT
                   perform FECHA-CHAVE-EVT
                   perform FECHA-OPERADOR-EVT
               end-if
               if tem-chave and evt-chave <> ws-cur-chave
                   perform FECHA-LOJA-EVT
                   perform FECHA-CHAVE-EVT
               end-if
               if tem-loja and evt-loja <> ws-cur-loja
                   perform FECHA-LOJA-EVT
               end-if
               if not tem-oper
                   move 'S' to ws-tem-oper
                   move evt-operador to ws-cur-operador
                   move zeros to ws-oper-inativ
                   move zeros to ws-oper-contag
                   move zeros to ws-oper-baixas
               end-if
               if not tem-chave
                   move 'S' to ws-tem-chave
                   move evt-chave to ws-cur-chave
                   move zeros to ws-chv-receb
                   move zeros to ws-chv-ajustes
               end-if
               if not tem-loja
                   move 'S' to ws-tem-loja
                   move evt-loja to ws-cur-loja
                   move zeros to ws-loja-reduc
               end-if
               perform TRATA-EVENTO
               read evtord
                   at end move 'S' to ws-fim-evtord
               end-read
           end-perform
           if tem-oper
               perform FECHA-LOJA-EVT
               perform FECHA-CHAVE-EVT
               perform FECHA-OPERADOR-EVT
           end-if
           close evtord.

       TRATA-EVENTO.
           evaluate true
               when evt-recebimento
                   add 1 to ws-chv-receb
               when evt-contagem
                   add 1 to ws-chv-ajustes
                   add 1 to ws-oper-contag
               when evt-inativacao
                   add 1 to ws-oper-inativ
               when evt-baixa
               when evt-aprova-baixa
                   add 1 to ws-oper-baixas
           end-evaluate
           if evt-reducao = 'S' and not evt-corte-preco
               add 1 to ws-loja-reduc
               move evt-datahora to ws-loja-ult-dthr
           end-if
           if evt-reducao = 'S'
                   and not evt-baixa and not evt-aprova-baixa
                   and (evt-hora-min < ws-parm-abre
                     or evt-hora-min >= ws-parm-fecha)
               move 2 to exc-secao
               move evt-operador to exc-operador
               move evt-chave    to exc-chave
               move evt-loja     to exc-loja
               move evt-datahora to exc-datahora
               move 1            to exc-ocorr
               evaluate true
                   when evt-contagem
                       move 'FALTA DE CONTAGEM FORA DO HORARIO'
                           to exc-texto
                   when evt-reduz-saldo
                       move 'SALDO REDUZIDO NO CADASTRO FORA DE HORA'
                           to exc-texto
                   when evt-corte-preco
                       move 'PRECO REDUZIDO NO CADASTRO FORA DE HORA'
                           to exc-texto
               end-evaluate
               perform GRAVA-EXCECAO
           end-if.

       FECHA-LOJA-EVT.
           if tem-loja
               if ws-loja-reduc >= ws-parm-repete
                   move 4 to exc-secao
                   move ws-cur-operador  to exc-operador
                   move ws-cur-chave     to exc-chave
                   move ws-cur-loja      to exc-loja
                   move ws-loja-ult-dthr to exc-datahora
                   move ws-loja-reduc    to exc-ocorr
                   move 'REDUCOES REPETIDAS PELO MESMO OPERADOR'
                       to exc-texto
                   perform GRAVA-EXCECAO
               end-if
               move 'N' to ws-tem-loja
           end-if.

       FECHA-CHAVE-EVT.
           if tem-chave
               if ws-chv-receb > zeros and ws-chv-ajustes > zeros
                   move 1 to exc-secao
                   move ws-cur-operador to exc-operador
                   move ws-cur-chave    to exc-chave
                   move zeros           to exc-loja
                   move zeros           to exc-datahora
                   move ws-chv-ajustes  to exc-ocorr
                   move 'RECEBEU E AJUSTOU A CONTAGEM DA CHAVE'
                       to exc-texto
                   perform GRAVA-EXCECAO
               end-if
               move 'N' to ws-tem-chave
           end-if.

       FECHA-OPERADOR-EVT.
           if ws-oper-inativ > zeros or ws-oper-contag > zeros
                   or ws-oper-baixas > zeros
               if ws-opr-qtde < 500
                   add 1 to ws-opr-qtde
                   set ws-opr-idx to ws-opr-qtde
                   move ws-cur-operador to ws-opr-id(ws-opr-idx)
                   move ws-oper-inativ  to ws-opr-inativ(ws-opr-idx)
                   move ws-oper-contag  to ws-opr-contag(ws-opr-idx)
                   move ws-oper-baixas  to ws-opr-baixas(ws-opr-idx)
               end-if
               add ws-oper-inativ to ws-tot-inativ
               add ws-oper-contag to ws-tot-contag
               add ws-oper-baixas to ws-tot-baixas
               if ws-oper-inativ > zeros
                   add 1 to ws-opr-com-inativ
               end-if
               if ws-oper-contag > zeros
                   add 1 to ws-opr-com-contag
               end-if
               if ws-oper-baixas > zeros
                   add 1 to ws-opr-com-baixas
               end-if
           end-if
           move 'N' to ws-tem-oper.

      * Volume anormal: acima do minimo informado e de duas vezes a
      * media dos operadores que fizeram a mesma acao no mes.
       APURA-VOLUMES.
           perform varying ws-opr-idx from 1 by 1
                   until ws-opr-idx > ws-opr-qtde
               if ws-opr-inativ(ws-opr-idx) >= ws-parm-volume
                   compute ws-media =
                           ws-tot-inativ / ws-opr-com-inativ
                   compute ws-limite = ws-media * 2
                   if ws-opr-inativ(ws-opr-idx) > ws-limite
                           or ws-opr-com-inativ = 1
                       move 3 to exc-secao
                       move ws-opr-id(ws-opr-idx) to exc-operador
                       move zeros to exc-chave
                       move zeros to exc-loja
                       move zeros to exc-datahora
                       move ws-opr-inativ(ws-opr-idx) to exc-ocorr
                       move 'VOLUME ANORMAL DE INATIVACOES CADASTRO'
                           to exc-texto
                       perform GRAVA-EXCECAO
                   end-if
               end-if
               if ws-opr-contag(ws-opr-idx) >= ws-parm-volume
                   compute ws-media =
                           ws-tot-contag / ws-opr-com-contag
                   compute ws-limite = ws-media * 2
                   if ws-opr-contag(ws-opr-idx) > ws-limite
                           or ws-opr-com-contag = 1
                       move 3 to exc-secao
                       move ws-opr-id(ws-opr-idx) to exc-operador
                       move zeros to exc-chave
                       move zeros to exc-loja
                       move zeros to exc-datahora
                       move ws-opr-contag(ws-opr-idx) to exc-ocorr
                       move 'VOLUME ANORMAL DE AJUSTES DE CONTAGEM'
                           to exc-texto
                       perform GRAVA-EXCECAO
                   end-if
               end-if
               if ws-opr-baixas(ws-opr-idx) >= ws-parm-volume
                   compute ws-media =
                           ws-tot-baixas / ws-opr-com-baixas
                   compute ws-limite = ws-media * 2
                   if ws-opr-baixas(ws-opr-idx) > ws-limite
                           or ws-opr-com-baixas = 1
                       move 3 to exc-secao
                       move ws-opr-id(ws-opr-idx) to exc-operador
                       move zeros to exc-chave
                       move zeros to exc-loja
                       move zeros to exc-datahora
                       move ws-opr-baixas(ws-opr-idx) to exc-ocorr
                       move 'VOLUME ANORMAL DE BAIXAS POR PERDA'
                           to exc-texto
                       perform GRAVA-EXCECAO
                   end-if
               end-if
           end-perform.

       GRAVA-EXCECAO.
           add 1 to ws-seq-exc
           move ws-seq-exc to exc-seq
           write reg-excecoes.

      * ----------------------------------------------------------
      * Impressao por secao; secao sem ocorrencia sai assim mesmo.
      * ----------------------------------------------------------
       IMPRIME-EXCECOES.
           move ws-parm-anomes(5:2) to ws-cab1-mes
           move ws-parm-anomes(1:4) to ws-cab1-ano
           move zeros to ws-cont-secao(1)
           move zeros to ws-cont-secao(2)
           move zeros to ws-cont-secao(3)
           move zeros to ws-cont-secao(4)
           move zeros to ws-secao-atual
           open input excord
           if status-excord <> '00'
               display 'RELEXC: ERRO NA ABERTURA DE EXCORD - STATUS '
                       status-excord
               move 16 to return-code
               stop run
           end-if
           move 'N' to ws-fim-excord
           read excord
               at end move 'S' to ws-fim-excord
           end-read
           perform until fim-excord
               perform until ws-secao-atual >= xord-secao
                   perform PROXIMA-SECAO
               end-perform
               perform IMPRIME-LINHA-EXC
               read excord
                   at end move 'S' to ws-fim-excord
               end-read
           end-perform
           perform until ws-secao-atual >= 4
               perform PROXIMA-SECAO
           end-perform
           close excord
           perform IMPRIME-RODAPE.

      * Fecha a secao corrente (sem linhas: "nenhuma ocorrencia") e
      * abre a seguinte.
       PROXIMA-SECAO.
           if ws-secao-atual > zeros
               if ws-cont-secao(ws-secao-atual) = zeros
                   move ws-lin-nada to reg-relexc
                   write reg-relexc
                   add 1 to ws-spool-linhas
                   add 1 to ws-lin-pag
               end-if
           end-if
           add 1 to ws-secao-atual
           if ws-lin-pag >= ws-linhas-pagina - 4
               perform IMPRIME-CABECALHO
           end-if
           move ws-secao-atual to ws-sec-num
           evaluate ws-secao-atual
               when 1
                   move 'MESMO OPERADOR RECEBE E AJUSTA CONTAGEM'
                       to ws-sec-titulo
               when 2
                   move 'REDUCOES DE QUANTIDADE E PRECO FORA DO HORARIO'
                       to ws-sec-titulo
               when 3
                   move 'VOLUME ANORMAL DE INATIVACOES/AJUSTES/BAIXAS'
                       to ws-sec-titulo
               when 4
                   move 'CHAVE REDUZIDA REPETIDAS VEZES PELO OPERADOR'
                       to ws-sec-titulo
           end-evaluate
           move spaces to reg-relexc
           write reg-relexc
           move ws-lin-secao to reg-relexc
           write reg-relexc
           move ws-cab2 to reg-relexc
           write reg-relexc
           add 3 to ws-spool-linhas
           add 3 to ws-lin-pag.

       IMPRIME-LINHA-EXC.
           if ws-lin-pag >= ws-linhas-pagina
               perform IMPRIME-CABECALHO
               move ws-lin-secao to reg-relexc
               write reg-relexc
               move ws-cab2 to reg-relexc
               write reg-relexc
               add 2 to ws-spool-linhas
               add 2 to ws-lin-pag
           end-if
           add 1 to ws-cont-secao(xord-secao)
           move xord-operador to ws-det-operador
           if xord-chave = zeros
               move spaces to ws-det-chave
           else
               move xord-chave to ws-det-chave
           end-if
           if xord-loja = zeros
               move spaces to ws-det-loja
           else
               move xord-loja to ws-det-loja
           end-if
           if xord-datahora = zeros
               move spaces to ws-det-dthr
           else
               move xord-dia to ws-dte-dia
               move xord-mes to ws-dte-mes
               move xord-ano to ws-dte-ano
               move xord-hh  to ws-dte-hh
               move xord-mi  to ws-dte-mi
               move ws-dthr-ed to ws-det-dthr
           end-if
           move xord-ocorr to ws-det-ocorr
           move xord-texto to ws-det-texto
           move ws-det to reg-relexc
           write reg-relexc
           add 1 to ws-spool-linhas
           add 1 to ws-lin-pag.

       IMPRIME-RODAPE.
           move spaces to reg-relexc
           write reg-relexc
           move 'EVENTOS DE OPERADOR ANALISADOS.:' to ws-rod-texto
           move ws-cont-eventos to ws-rod-valor
           move ws-rodape to reg-relexc
           write reg-relexc
           perform varying ws-sec-idx from 1 by 1 until ws-sec-idx > 4
               move spaces to ws-rod-texto
               string 'EXCECOES DA SECAO ' ws-sec-idx
                      '.............:' delimited by size
                      into ws-rod-texto
               move ws-cont-secao(ws-sec-idx) to ws-rod-valor
               move ws-rodape to reg-relexc
               write reg-relexc
           end-perform
           add 6 to ws-spool-linhas.

       IMPRIME-CABECALHO.
           add 1 to ws-pagina
           move ws-pagina to ws-cab1-pagina
           move ws-cab1 to reg-relexc
           write reg-relexc
           move spaces to reg-relexc
           write reg-relexc
           add 2 to ws-spool-linhas
           move 2 to ws-lin-pag.

       GRAVA-SPOOLCAT.
           copy spoolcat.prc.

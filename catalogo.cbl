      $ set callfh"pqfh"
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    catalogo.

      * Catalogo central de itens da frota: os itens nascem loja a
      * loja pela tela de manutencao ou por cargas separadas, e o
      * mesmo produto acaba com descricao, unidade e EAN diferentes
      * em cada diretorio. O catalogo (cattab e catean, no diretorio
      * central ao lado do lojatab) guarda uma vez os dados
      * descritivos de cada basico e material - descricao, unidade
      * base, situacao, basico pai dos materiais e codigos de barras
      * - e este programa os mantem e os leva as lojas. Quantidade,
      * preco, loja e data de movimento continuam locais.
      *
      * Modos via SYSIN (modo, loja):
      *   C - carga do catalogo pelo arquivo catent.txt, uma
      *       transacao por linha: I inclusao, A alteracao (EANs em
      *       branco mantem os codigos do item; qualquer EAN
      *       informado substitui o conjunto), X inativacao.
      *       Transacao invalida vai para catrej.txt com motivo;
      *   S - semeia o catalogo com o cadastro da loja informada:
      *       itens e EANs que o catalogo ainda nao tem entram como
      *       estao na loja (rodado loja a loja na implantacao, a
      *       primeira loja define o item);
      *   P - propagacao (default): visita o diretorio de cada loja
      *       do lojatab, como painel.cbl, e leva ao sp01a03/sp01a04/
      *       eantab dela as inclusoes, alteracoes e inativacoes do
      *       catalogo - o que diverge e corrigido e listado;
      *   D - so o relatorio de divergencias: as mesmas comparacoes
      *       da propagacao, sem gravar nada nas lojas.
      * Item da loja que nao esta no catalogo e so apontado - fica
      * como esta ate ser catalogado. Unidade divergente em item com
      * saldo na loja nao e trocada: a quantidade foi contada na
      * unidade local e trocar so o rotulo mudaria o estoque; a
      * divergencia sai no relatorio como mantida e a propagacao
      * termina com retorno 8 ate a loja zerar ou acertar o item.
      * Loja com o pipeline rodando (runlock de sp01a03/sp01a04) nao
      * e tocada na propagacao.
      * Relatorio no spool ('relcat'); retorno 8 com transacao
      * rejeitada ou loja nao visitada.

       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
       copy cattab.sel.
       copy catean.sel.
       copy sp01a03.sel.
       copy sp01a04.sel.
       copy eantab.sel.
       copy runlock.sel.
       copy untab.sel.
       copy spoolcat.sel.
           select lojatab assign to ws-lojatab
               organization is line sequential
               file status is status-lojatab.
           select catent assign to ws-catent
               organization is line sequential
               file status is status-catent.
           select catrej assign to ws-catrej
               organization is line sequential
               file status is status-catrej.
           select relcat assign to ws-relcat
               organization is line sequential
               file status is status-relcat.

       DATA DIVISION.
       FILE SECTION.
       copy cattab.fd.
       copy catean.fd.
       copy sp01a03.fd.
       copy sp01a04.fd.
       copy eantab.fd.
       copy runlock.fd.
       copy untab.fd.
       copy spoolcat.fd.
      * Cadastro de lojas da frota - mesmo layout de frota.cbl.
       fd  lojatab
           label record standard.
       01  reg-lojatab.
           05  lojatab-codigo      pic 9(03).
           05  lojatab-descricao   pic x(30).
           05  lojatab-diretorio   pic x(40).
      * Transacoes de manutencao do catalogo. Situacao em branco:
      * ativo na inclusao, a que ja estava na alteracao.
       fd  catent
           label record standard.
       01  reg-catent.
           05  cent-operacao       pic x(01).
               88  cent-inclusao       value 'I'.
               88  cent-alteracao      value 'A'.
               88  cent-inativacao     value 'X'.
           05  cent-tabela         pic x(10).
               88  cent-tab-basicos    value 'basicos   '.
               88  cent-tab-materiais  value 'materiais '.
           05  cent-chave          pic 9(08).
           05  cent-chvpai         pic 9(08).
           05  cent-desc           pic x(30).
           05  cent-unid           pic x(03).
           05  cent-situacao       pic x(01).
           05  cent-eans.
               10  cent-ean occurs 5 times pic x(13).
       fd  catrej
           label record standard.
       01  reg-catrej.
           05  rej-item            pic x(126).
           05  rej-motivo          pic 9(02).
       fd  relcat
           label record standard.
       01  reg-relcat                 pic x(132).

       WORKING-STORAGE SECTION.
       77      ws-lojatab     pic x(40) value '../../arq/lojatab'.
       77      status-lojatab pic xx.
       77      ws-cattab      pic x(40) value '../../arq/cattab'.
       77      status-cattab  pic xx.
       77      ws-catean      pic x(40) value '../../arq/catean'.
       77      status-catean  pic xx.
       77      ws-untab       pic x(40) value '../../arq/untab'.
       77      status-untab   pic xx.
       77      ws-catent      pic x(40) value '../../arq/catent.txt'.
       77      status-catent  pic xx.
       77      ws-catrej      pic x(40) value '../../arq/catrej.txt'.
       77      status-catrej  pic xx.
       77      ws-sp01a03     pic x(40).
       77      status01-a03   pic xx.
       77      ws-sp01a04     pic x(40).
       77      status01-a04   pic xx.
       77      ws-eantab      pic x(40).
       77      status-eantab  pic xx.
       77      ws-runlock     pic x(40).
       77      status-runlock pic xx.
       77      ws-relcat      pic x(40).
       77      status-relcat  pic xx.
       copy arqdir.cpy.
       copy spool.cpy.

       01      ws-parm-catalogo.
               05  ws-parm-modo        pic x(01).
                   88  parm-modo-carga     value 'C'.
                   88  parm-modo-semeia    value 'S'.
                   88  parm-modo-propaga   value 'P'.
                   88  parm-modo-diverge   value 'D'.
               05  ws-parm-loja        pic 9(03).

       77      ws-hora-raw    pic 9(08).
       01      ws-agora.
               05  ws-agora-data   pic 9(08).
               05  ws-agora-hora   pic 9(06).
       01      ws-agora-ts redefines ws-agora pic 9(14).

       77      ws-fim-lojatab pic x(01).
               88  fim-lojatab         value 'S'.
       77      ws-fim-arq     pic x(01).
               88  fim-arq             value 'S'.
       77      ws-fim-catent  pic x(01).
               88  fim-catent          value 'S'.
       77      ws-loja-achada pic x(01).
               88  loja-achada         value 'S'.
       77      ws-loja-ok     pic x(01).
               88  loja-ok             value 'S'.
       77      ws-tem-eantab  pic x(01).
               88  tem-eantab          value 'S'.
       77      ws-item-mudou  pic x(01).
               88  item-mudou          value 'S'.
       77      ws-unid-mantida pic x(01).
               88  unid-mantida        value 'S'.

      * Tabela de unidades do diretorio central, como em carga.cbl;
      * sem untab toda unidade informada e desconhecida e rejeita.
       01      ws-unidades.
               05  ws-uni-ocorr occurs 50 times
                       indexed by ws-uni-idx.
                   10  ws-uni-codigo   pic x(03).
       77      ws-uni-qtde    pic 9(02) comp value zeros.
       77      ws-uni-achada  pic x(01).
               88  uni-achada          value 'S'.

      * Critica da transacao do catalogo.
       77      ws-motivo      pic 9(02).
               88  cent-valida            value 00.
               88  mot-operacao-invalida  value 01.
               88  mot-tabela-invalida    value 02.
               88  mot-chave-ausente      value 03.
               88  mot-desc-ausente       value 04.
               88  mot-unidade-invalida   value 05.
               88  mot-pai-inexistente    value 06.
               88  mot-chave-ja-existe    value 07.
               88  mot-chave-inexistente  value 08.
               88  mot-ean-outro-item     value 09.
               88  mot-ean-repetido       value 10.
               88  mot-situacao-invalida  value 11.
       77      ws-ean-idx     pic 9(02) comp.
       77      ws-ean-idx2    pic 9(02) comp.
       77      ws-tem-ean     pic x(01).
               88  tem-ean             value 'S'.
      * Codigos atuais do item, recolhidos antes da substituicao.
       01      ws-eans-item.
               05  ws-eit-ocorr occurs 50 times
                       indexed by ws-eit-idx.
                   10  ws-eit-ean      pic x(13).
       77      ws-eit-qtde    pic 9(02) comp value zeros.

      * Divergencia em apuracao.
       77      ws-div-tabela  pic x(10).
       77      ws-div-chave   pic 9(08).
       77      ws-div-ocorr   pic x(22).
       77      ws-div-local   pic x(30).
       77      ws-div-catalogo pic x(30).
       77      ws-div-acao    pic x(10).
       77      ws-chave-ed    pic 9(08).

       77      ws-cont-lidas      pic 9(07) value zeros.
       77      ws-cont-inc        pic 9(07) value zeros.
       77      ws-cont-alt        pic 9(07) value zeros.
       77      ws-cont-ina        pic 9(07) value zeros.
       77      ws-cont-rejei      pic 9(07) value zeros.
       77      ws-cont-sem-itens  pic 9(07) value zeros.
       77      ws-cont-sem-eans   pic 9(07) value zeros.
       77      ws-cont-lojas      pic 9(03) value zeros.
       77      ws-cont-lojas-falha pic 9(03) value zeros.
       77      ws-cont-div-loja   pic 9(07) value zeros.
       77      ws-cont-div        pic 9(07) value zeros.
       77      ws-cont-aplic      pic 9(07) value zeros.
       77      ws-cont-fora       pic 9(07) value zeros.
       77      ws-cont-unid-saldo pic 9(07) value zeros.

       77      ws-linhas-pagina   pic 9(02) value 55.
       77      ws-lin-pag         pic 9(02) comp value 99.
       77      ws-pagina          pic 9(04) comp value zeros.

       01      ws-cab1.
               05  ws-cab1-titulo  pic x(50).
               05  filler          pic x(06) value 'DATA:'.
               05  ws-cab1-data    pic 9(08).
               05  filler          pic x(10) value '  PAGINA:'.
               05  ws-cab1-pagina  pic zzz9.
       01      ws-cab2.
               05  filler          pic x(05) value 'LOJA'.
               05  filler          pic x(12) value 'TABELA'.
               05  filler          pic x(10) value 'CHAVE'.
               05  filler          pic x(24) value 'OCORRENCIA'.
               05  filler          pic x(32) value 'NA LOJA'.
               05  filler          pic x(32) value 'NO CATALOGO'.
               05  filler          pic x(10) value 'ACAO'.
       01      ws-det.
               05  ws-det-loja     pic zz9.
               05  filler          pic x(02) value spaces.
               05  ws-det-tabela   pic x(10).
               05  filler          pic x(02) value spaces.
               05  ws-det-chave    pic 9(08).
               05  filler          pic x(02) value spaces.
               05  ws-det-ocorr    pic x(22).
               05  filler          pic x(02) value spaces.
               05  ws-det-local    pic x(30).
               05  filler          pic x(02) value spaces.
               05  ws-det-catalogo pic x(30).
               05  filler          pic x(02) value spaces.
               05  ws-det-acao     pic x(10).
       01      ws-lin-loja.
               05  filler          pic x(05) value 'LOJA '.
               05  ws-llj-codigo   pic 9(03).
               05  filler          pic x(03) value ' - '.
               05  ws-llj-desc     pic x(30).
               05  filler          pic x(01) value space.
               05  ws-llj-texto    pic x(50).
       01      ws-rodape.
               05  ws-rod-texto    pic x(36).
               05  ws-rod-valor    pic z(06)9.

       PROCEDURE DIVISION.
       INICIO.
           copy arqdir.prc.
           string ws-env-arqdir delimited by space
                  '/lojatab'    delimited by size
                  into ws-lojatab
           string ws-env-arqdir delimited by space
                  '/cattab'     delimited by size
                  into ws-cattab
           string ws-env-arqdir delimited by space
                  '/catean'     delimited by size
                  into ws-catean
           string ws-env-arqdir delimited by space
                  '/untab'      delimited by size
                  into ws-untab
           string ws-env-arqdir delimited by space
                  '/catent.txt' delimited by size
                  into ws-catent
           string ws-env-arqdir delimited by space
                  '/catrej.txt' delimited by size
                  into ws-catrej

           move spaces to ws-parm-catalogo
           accept ws-parm-catalogo from sysin
           if ws-parm-modo = space
               move 'P' to ws-parm-modo
           end-if
           if ws-parm-loja not numeric
               move zeros to ws-parm-loja
           end-if
           if not parm-modo-carga and not parm-modo-semeia
                   and not parm-modo-propaga and not parm-modo-diverge
               display 'CATALOGO: MODO INVALIDO - ' ws-parm-modo
               move 16 to return-code
               stop run
           end-if
           move ws-parm-catalogo to ws-spool-parms
           accept ws-agora-data from date yyyymmdd
           accept ws-hora-raw   from time
           move ws-hora-raw(1:6) to ws-agora-hora

           perform ABRE-CATALOGO
           evaluate true
               when parm-modo-carga
                   perform CARREGA-CATALOGO
               when parm-modo-semeia
                   perform SEMEIA-CATALOGO
               when other
                   perform PERCORRE-FROTA
           end-evaluate
           close cattab
           close catean
           stop run.

       ABRE-CATALOGO.
           open i-o cattab
           if status-cattab = '35'
               open output cattab
               close cattab
               open i-o cattab
           end-if
           if status-cattab <> '00'
               display 'CATALOGO: ERRO NA ABERTURA DE CATTAB - STATUS '
                       status-cattab
               move 16 to return-code
               stop run
           end-if
           open i-o catean
           if status-catean = '35'
               open output catean
               close catean
               open i-o catean
           end-if
           if status-catean <> '00'
               display 'CATALOGO: ERRO NA ABERTURA DE CATEAN - STATUS '
                       status-catean
               move 16 to return-code
               stop run
           end-if.

      *----------------------------------------------------------------
      * Modo C - manutencao do catalogo pelo arquivo de transacoes.
      *----------------------------------------------------------------
       CARREGA-CATALOGO.
           perform CARREGA-UNIDADES
           open input catent
           if status-catent <> '00'
               display 'CATALOGO: ERRO NA ABERTURA DE CATENT - STATUS '
                       status-catent
               move 16 to return-code
               stop run
           end-if
           open output catrej
           if status-catrej <> '00'
               display 'CATALOGO: ERRO NA ABERTURA DE CATREJ - STATUS '
                       status-catrej
               move 16 to return-code
               stop run
           end-if
           move 'N' to ws-fim-catent
           read catent
               at end move 'S' to ws-fim-catent
           end-read
           perform until fim-catent
               add 1 to ws-cont-lidas
               perform VALIDA-TRANSACAO
               if cent-valida
                   perform APLICA-TRANSACAO
               else
                   move reg-catent to rej-item
                   move ws-motivo  to rej-motivo
                   write reg-catrej
                   add 1 to ws-cont-rejei
               end-if
               read catent
                   at end move 'S' to ws-fim-catent
               end-read
           end-perform
           close catent
           close catrej
           display 'CATALOGO: ' ws-cont-lidas ' TRANSACOES - '
                   ws-cont-inc ' INCLUIDOS, ' ws-cont-alt
                   ' ALTERADOS, ' ws-cont-ina ' INATIVADOS, '
                   ws-cont-rejei ' REJEITADAS'
           if ws-cont-rejei > zeros
               move 8 to return-code
           end-if.

       CARREGA-UNIDADES.
           move 'N' to ws-fim-arq
           open input untab
           if status-untab <> '00'
               continue
           else
               read untab
                   at end move 'S' to ws-fim-arq
               end-read
               perform until fim-arq
                   if ws-uni-qtde < 50
                       add 1 to ws-uni-qtde
                       set ws-uni-idx to ws-uni-qtde
                       move untab-unidade
                           to ws-uni-codigo(ws-uni-idx)
                   end-if
                   read untab
                       at end move 'S' to ws-fim-arq
                   end-read
               end-perform
               close untab
           end-if.

       VALIDA-TRANSACAO.
           move zeros to ws-motivo
           if not cent-inclusao and not cent-alteracao
                   and not cent-inativacao
               move 01 to ws-motivo
           end-if
           if cent-valida
               if not cent-tab-basicos and not cent-tab-materiais
                   move 02 to ws-motivo
               end-if
           end-if
           if cent-valida
               if cent-chave not numeric or cent-chave = zeros
                   move 03 to ws-motivo
               end-if
           end-if
           if cent-valida
               move cent-tabela to cattab-tabela
               move cent-chave  to cattab-chave
               read cattab key is cattab-id
                   invalid key
                       if not cent-inclusao
                           move 08 to ws-motivo
                       end-if
                   not invalid key
                       if cent-inclusao
                           move 07 to ws-motivo
                       end-if
               end-read
           end-if
           if cent-valida and not cent-inativacao
               perform VALIDA-DADOS
           end-if.

      * Dados descritivos da inclusao/alteracao: descricao, situacao,
      * unidade conhecida, pai catalogado e EANs livres.
       VALIDA-DADOS.
           if cent-desc = spaces
               move 04 to ws-motivo
           end-if
           if cent-valida
               if cent-situacao <> space and cent-situacao <> 'A'
                       and cent-situacao <> 'I'
                   move 11 to ws-motivo
               end-if
           end-if
           if cent-valida and cent-unid <> spaces
               move 'N' to ws-uni-achada
               perform varying ws-uni-idx from 1 by 1
                       until ws-uni-idx > ws-uni-qtde or uni-achada
                   if ws-uni-codigo(ws-uni-idx) = cent-unid
                       move 'S' to ws-uni-achada
                   end-if
               end-perform
               if not uni-achada
                   move 05 to ws-motivo
               end-if
           end-if
      * Material so entra pendurado em um basico do proprio catalogo
      * - a regra de carga.cbl, cobrada na origem.
           if cent-valida and cent-tab-materiais
               move 'basicos   ' to cattab-tabela
               move cent-chvpai  to cattab-chave
               if cent-chvpai not numeric
                   move 06 to ws-motivo
               else
                   read cattab key is cattab-id
                       invalid key
                           move 06 to ws-motivo
                   end-read
               end-if
           end-if
           perform varying ws-ean-idx from 1 by 1
                   until ws-ean-idx > 5 or not cent-valida
               if cent-ean(ws-ean-idx) <> spaces
                   perform VALIDA-EAN
               end-if
           end-perform.

       VALIDA-EAN.
           perform varying ws-ean-idx2 from 1 by 1
                   until ws-ean-idx2 >= ws-ean-idx
               if cent-ean(ws-ean-idx2) = cent-ean(ws-ean-idx)
                   move 10 to ws-motivo
               end-if
           end-perform
           if cent-valida
               move cent-ean(ws-ean-idx) to catean-ean
               read catean key is catean-ean
                   invalid key
                       continue
                   not invalid key
                       if catean-tabela <> cent-tabela
                               or catean-chave <> cent-chave
                           move 09 to ws-motivo
                       end-if
               end-read
           end-if.

       APLICA-TRANSACAO.
           move cent-tabela to cattab-tabela
           move cent-chave  to cattab-chave
           evaluate true
               when cent-inclusao
                   move spaces to reg-cattab
                   move cent-tabela to cattab-tabela
                   move cent-chave  to cattab-chave
                   perform MONTA-CATTAB
                   if cent-situacao = space
                       move 'A' to cattab-situacao
                   end-if
                   write reg-cattab
                   perform SUBSTITUI-EANS
                   add 1 to ws-cont-inc
               when cent-alteracao
                   read cattab key is cattab-id
                   perform MONTA-CATTAB
                   rewrite reg-cattab
                   perform SUBSTITUI-EANS
                   add 1 to ws-cont-alt
               when cent-inativacao
                   read cattab key is cattab-id
                   move 'I' to cattab-situacao
                   move ws-agora-ts to cattab-dthr-alt
                   rewrite reg-cattab
                   add 1 to ws-cont-ina
           end-evaluate.

       MONTA-CATTAB.
           move cent-desc   to cattab-desc
           move cent-unid   to cattab-unid
           if cent-situacao <> space
               move cent-situacao to cattab-situacao
           end-if
           if cent-tab-materiais
               move cent-chvpai to cattab-chvpai
           else
               move zeros to cattab-chvpai
           end-if
           move ws-agora-ts to cattab-dthr-alt.

      * Qualquer EAN informado substitui os codigos do item: os
      * atuais sao recolhidos pela chave alternativa e apagados, e os
      * da transacao gravados.
       SUBSTITUI-EANS.
           move 'N' to ws-tem-ean
           perform varying ws-ean-idx from 1 by 1 until ws-ean-idx > 5
               if cent-ean(ws-ean-idx) <> spaces
                   move 'S' to ws-tem-ean
               end-if
           end-perform
           if tem-ean
               move zeros to ws-eit-qtde
               move 'N' to ws-fim-arq
               move cent-tabela to catean-tabela
               move cent-chave  to catean-chave
               start catean key is = catean-item
                   invalid key
                       move 'S' to ws-fim-arq
               end-start
               perform until fim-arq
                   read catean next
                   if status-catean <> '00'
                           or catean-tabela <> cent-tabela
                           or catean-chave  <> cent-chave
                       move 'S' to ws-fim-arq
                   else
                       if ws-eit-qtde < 50
                           add 1 to ws-eit-qtde
                           set ws-eit-idx to ws-eit-qtde
                           move catean-ean to ws-eit-ean(ws-eit-idx)
                       end-if
                   end-if
               end-perform
               perform varying ws-eit-idx from 1 by 1
                       until ws-eit-idx > ws-eit-qtde
                   move ws-eit-ean(ws-eit-idx) to catean-ean
                   delete catean record
                       invalid key
                           continue
                   end-delete
               end-perform
               perform varying ws-ean-idx from 1 by 1
                       until ws-ean-idx > 5
                   if cent-ean(ws-ean-idx) <> spaces
                       move spaces to reg-catean
                       move cent-ean(ws-ean-idx) to catean-ean
                       move cent-tabela to catean-tabela
                       move cent-chave  to catean-chave
                       write reg-catean
                           invalid key
                               continue
                       end-write
                   end-if
               end-perform
           end-if.

      *----------------------------------------------------------------
      * Modo S - semeia o catalogo com o cadastro de uma loja.
      *----------------------------------------------------------------
       SEMEIA-CATALOGO.
           move 'N' to ws-loja-achada
           open input lojatab
           if status-lojatab <> '00'
               display 'CATALOGO: ERRO NA ABERTURA DE LOJATAB - STATUS '
                       status-lojatab
               move 16 to return-code
               stop run
           end-if
           move 'N' to ws-fim-lojatab
           perform until fim-lojatab or loja-achada
               read lojatab
                   at end
                       move 'S' to ws-fim-lojatab
                   not at end
                       if lojatab-codigo = ws-parm-loja
                           move 'S' to ws-loja-achada
                       end-if
               end-read
           end-perform
           close lojatab
           if not loja-achada
               display 'CATALOGO: LOJA ' ws-parm-loja
                       ' NAO CADASTRADA NO LOJATAB'
               move 16 to return-code
               stop run
           end-if
           perform MONTA-CAMINHOS
           open input sp01a03
           if status01-a03 <> '00'
               display 'CATALOGO: ERRO NA ABERTURA DE SP01A03 DA LOJA '
                       '- STATUS ' status01-a03
               move 16 to return-code
               stop run
           end-if
           open input sp01a04
           if status01-a04 <> '00'
               display 'CATALOGO: ERRO NA ABERTURA DE SP01A04 DA LOJA '
                       '- STATUS ' status01-a04
               move 16 to return-code
               stop run
           end-if

           move low-values to sp0103chave
           start sp01a03 key is >= sp0103chave
           read sp01a03 next ignore lock
           perform until status01-a03 <> '00'
               move spaces        to reg-cattab
               move 'basicos   '  to cattab-tabela
               move sp0103chave   to cattab-chave
               move zeros         to cattab-chvpai
               move sp0103desc    to cattab-desc
               move sp0103unid    to cattab-unid
               move sp0103situacao to cattab-situacao
               move ws-agora-ts   to cattab-dthr-alt
               write reg-cattab
                   invalid key
                       continue
                   not invalid key
                       add 1 to ws-cont-sem-itens
               end-write
               read sp01a03 next ignore lock
           end-perform
           move low-values to sp0104chave
           start sp01a04 key is >= sp0104chave
           read sp01a04 next ignore lock
           perform until status01-a04 <> '00'
               move spaces        to reg-cattab
               move 'materiais '  to cattab-tabela
               move sp0104chave   to cattab-chave
               move sp0104chvpai  to cattab-chvpai
               move sp0104desc    to cattab-desc
               move sp0104unid    to cattab-unid
               move sp0104situacao to cattab-situacao
               move ws-agora-ts   to cattab-dthr-alt
               write reg-cattab
                   invalid key
                       continue
                   not invalid key
                       add 1 to ws-cont-sem-itens
               end-write
               read sp01a04 next ignore lock
           end-perform
           close sp01a03
           close sp01a04

           open input eantab
           if status-eantab = '00'
               move 'N' to ws-fim-arq
               move low-values to eantab-ean
               start eantab key is >= eantab-ean
                   invalid key
                       move 'S' to ws-fim-arq
               end-start
               perform until fim-arq
                   read eantab next ignore lock
                   if status-eantab <> '00'
                       move 'S' to ws-fim-arq
                   else
                       perform SEMEIA-EAN
                   end-if
               end-perform
               close eantab
           end-if
           display 'CATALOGO: LOJA ' ws-parm-loja ' - '
                   ws-cont-sem-itens ' ITENS E ' ws-cont-sem-eans
                   ' EANS NOVOS NO CATALOGO'.

      * EAN so entra apontando para item do catalogo; codigo que ja
      * pertence a outro item fica com o primeiro dono.
       SEMEIA-EAN.
           move eantab-tabela to cattab-tabela
           move eantab-chave  to cattab-chave
           read cattab key is cattab-id
               invalid key
                   continue
               not invalid key
                   move spaces        to reg-catean
                   move eantab-ean    to catean-ean
                   move eantab-tabela to catean-tabela
                   move eantab-chave  to catean-chave
                   write reg-catean
                       invalid key
                           continue
                       not invalid key
                           add 1 to ws-cont-sem-eans
                   end-write
           end-read.

      *----------------------------------------------------------------
      * Modos P e D - visita as lojas da frota.
      *----------------------------------------------------------------
       PERCORRE-FROTA.
           move 'relcat' to ws-spool-base
           copy spool.prc.
           move ws-spool-nome to ws-relcat
           if parm-modo-propaga
               move 'CATALOGO CENTRAL - PROPAGACAO PARA AS LOJAS'
                   to ws-cab1-titulo
           else
               move 'CATALOGO CENTRAL - DIVERGENCIAS DAS LOJAS'
                   to ws-cab1-titulo
           end-if
           open input lojatab
           if status-lojatab <> '00'
               display 'CATALOGO: ERRO NA ABERTURA DE LOJATAB - STATUS '
                       status-lojatab
               display 'CATALOGO: RODE NO DIRETORIO CENTRAL DA FROTA'
               move 16 to return-code
               stop run
           end-if
           open output relcat
           if status-relcat <> '00'
               display 'CATALOGO: ERRO NA ABERTURA DE RELCAT - STATUS '
                       status-relcat
               move 16 to return-code
               stop run
           end-if
           move 'N' to ws-fim-lojatab
           read lojatab
               at end move 'S' to ws-fim-lojatab
           end-read
           perform until fim-lojatab
               perform VISITA-LOJA
               read lojatab
                   at end move 'S' to ws-fim-lojatab
               end-read
           end-perform
           close lojatab
           perform IMPRIME-RODAPE
           close relcat
           perform GRAVA-SPOOLCAT
           display 'CATALOGO: ' ws-cont-lojas ' LOJAS, '
                   ws-cont-div ' DIVERGENCIAS, '
                   ws-cont-aplic ' CORRIGIDAS'
           if ws-cont-lojas-falha > zeros
               display 'CATALOGO: ' ws-cont-lojas-falha
                       ' LOJAS NAO VISITADAS'
               move 8 to return-code
           end-if
           if ws-cont-unid-saldo > zeros and parm-modo-propaga
               display 'CATALOGO: ' ws-cont-unid-saldo
                       ' UNIDADES MANTIDAS - ITEM COM SALDO NA LOJA'
               move 8 to return-code
           end-if.

       MONTA-CAMINHOS.
           move spaces to ws-sp01a03
           string lojatab-diretorio delimited by space
                  '/sp01a03'        delimited by size
                  into ws-sp01a03
           move spaces to ws-sp01a04
           string lojatab-diretorio delimited by space
                  '/sp01a04'        delimited by size
                  into ws-sp01a04
           move spaces to ws-eantab
           string lojatab-diretorio delimited by space
                  '/eantab'         delimited by size
                  into ws-eantab
           move spaces to ws-runlock
           string lojatab-diretorio delimited by space
                  '/runlock'        delimited by size
                  into ws-runlock.

       VISITA-LOJA.
           add 1 to ws-cont-lojas
           move zeros to ws-cont-div-loja
           perform MONTA-CAMINHOS
           if ws-lin-pag + 3 >= ws-linhas-pagina
               perform IMPRIME-CABECALHO
           end-if
           move lojatab-codigo    to ws-llj-codigo
           move lojatab-descricao to ws-llj-desc
           move lojatab-diretorio to ws-llj-texto
           move ws-lin-loja to reg-relcat
           write reg-relcat
           add 1 to ws-spool-linhas
           add 1 to ws-lin-pag
           perform ABRE-LOJA
           if loja-ok
               perform CONFERE-ITENS
               perform CONFERE-EANS
               if tem-eantab
                   perform CONFERE-EANS-LOJA
                   close eantab
               end-if
               perform CONFERE-FORA
               close sp01a03
               close sp01a04
               move spaces to ws-llj-texto
               string 'DIVERGENCIAS NA LOJA: ' ws-cont-div-loja
                   delimited by size into ws-llj-texto
           else
               add 1 to ws-cont-lojas-falha
           end-if
           move ws-lin-loja to reg-relcat
           write reg-relcat
           move spaces to reg-relcat
           write reg-relcat
           add 2 to ws-spool-linhas
           add 2 to ws-lin-pag.

      * Propagacao so com a loja fora do pipeline - o runlock dela
      * diz se o batch esta com sp01a03/sp01a04 na mao.
       ABRE-LOJA.
           move 'S' to ws-loja-ok
           move 'N' to ws-tem-eantab
           if parm-modo-propaga
               open input runlock
               if status-runlock = '00'
                   move 'sp01a03   ' to runlock-tabela
                   read runlock key is runlock-tabela
                       invalid key
                           continue
                       not invalid key
                           move 'N' to ws-loja-ok
                   end-read
                   move 'sp01a04   ' to runlock-tabela
                   read runlock key is runlock-tabela
                       invalid key
                           continue
                       not invalid key
                           move 'N' to ws-loja-ok
                   end-read
                   close runlock
               end-if
               if not loja-ok
                   move 'PIPELINE EM EXECUCAO - NAO VISITADA'
                       to ws-llj-texto
               end-if
           end-if
           if loja-ok
               if parm-modo-propaga
                   open i-o sp01a03
               else
                   open input sp01a03
               end-if
               if status01-a03 <> '00'
                   move 'N' to ws-loja-ok
                   move spaces to ws-llj-texto
                   string 'SP01A03 ILEGIVEL - STATUS ' status01-a03
                       delimited by size into ws-llj-texto
               end-if
           end-if
           if loja-ok
               if parm-modo-propaga
                   open i-o sp01a04
               else
                   open input sp01a04
               end-if
               if status01-a04 <> '00'
                   close sp01a03
                   move 'N' to ws-loja-ok
                   move spaces to ws-llj-texto
                   string 'SP01A04 ILEGIVEL - STATUS ' status01-a04
                       delimited by size into ws-llj-texto
               end-if
           end-if
           if loja-ok
               if parm-modo-propaga
                   open i-o eantab
                   if status-eantab = '35'
                       open output eantab
                       close eantab
                       open i-o eantab
                   end-if
               else
                   open input eantab
               end-if
               if status-eantab = '00'
                   move 'S' to ws-tem-eantab
               end-if
           end-if.

       CONFERE-ITENS.
           move 'N' to ws-fim-arq
           move low-values to cattab-id
           start cattab key is >= cattab-id
               invalid key
                   move 'S' to ws-fim-arq
           end-start
           perform until fim-arq
               read cattab next ignore lock
               if status-cattab <> '00'
                   move 'S' to ws-fim-arq
               else
                   if cattab-basico
                       perform CONFERE-BASICO
                   else
                       perform CONFERE-MATERIAL
                   end-if
               end-if
           end-perform.

      * Item ativo do catalogo ausente na loja nasce com quantidade e
      * preco zerados - o preco chega pelo prctab da loja.
       CONFERE-BASICO.
           move 'N' to ws-item-mudou
           move 'N' to ws-unid-mantida
           move cattab-chave to sp0103chave
           read sp01a03 key is sp0103chave
               invalid key
                   if cattab-ativo
                       move 'ITEM AUSENTE NA LOJA' to ws-div-ocorr
                       move spaces      to ws-div-local
                       move cattab-desc to ws-div-catalogo
                       perform REGISTRA-DIVERGENCIA
                       if parm-modo-propaga
                           move spaces         to reg-sp01a03
                           move cattab-chave   to sp0103chave
                           move cattab-desc    to sp0103desc
                           move lojatab-codigo to sp0103loja
                           move zeros          to sp0103preco
                                                  sp0103qtde
                                                  sp0103dtmov
                           move 'A'            to sp0103situacao
                           move cattab-unid    to sp0103unid
                           write reg-sp01a03
                               invalid key
                                   continue
                           end-write
                       end-if
                   end-if
               not invalid key
                   if sp0103desc <> cattab-desc
                       move 'DESCRICAO'  to ws-div-ocorr
                       move sp0103desc   to ws-div-local
                       move cattab-desc  to ws-div-catalogo
                       perform REGISTRA-DIVERGENCIA
                       move 'S' to ws-item-mudou
                   end-if
                   if sp0103unid <> cattab-unid
                       move sp0103unid   to ws-div-local
                       move cattab-unid  to ws-div-catalogo
                       if sp0103qtde <> zeros
                           perform REGISTRA-UNID-MANTIDA
                       else
                           move 'UNIDADE' to ws-div-ocorr
                           perform REGISTRA-DIVERGENCIA
                           move 'S' to ws-item-mudou
                       end-if
                   end-if
                   if sp0103situacao <> cattab-situacao
                       move 'SITUACAO'   to ws-div-ocorr
                       move sp0103situacao to ws-div-local
                       move cattab-situacao to ws-div-catalogo
                       perform REGISTRA-DIVERGENCIA
                       move 'S' to ws-item-mudou
                   end-if
                   if item-mudou and parm-modo-propaga
                       move cattab-desc     to sp0103desc
                       if not unid-mantida
                           move cattab-unid to sp0103unid
                       end-if
                       move cattab-situacao to sp0103situacao
                       rewrite reg-sp01a03
                           invalid key
                               continue
                       end-rewrite
                   end-if
           end-read.

      * O catalogo tem os basicos antes dos materiais - o pai de um
      * material novo ja foi levado a loja quando ele chega.
       CONFERE-MATERIAL.
           move 'N' to ws-item-mudou
           move 'N' to ws-unid-mantida
           move cattab-chave to sp0104chave
           read sp01a04 key is sp0104chave
               invalid key
                   if cattab-ativo
                       move 'ITEM AUSENTE NA LOJA' to ws-div-ocorr
                       move spaces      to ws-div-local
                       move cattab-desc to ws-div-catalogo
                       perform REGISTRA-DIVERGENCIA
                       if parm-modo-propaga
                           move spaces         to reg-sp01a04
                           move cattab-chave   to sp0104chave
                           move cattab-chvpai  to sp0104chvpai
                           move cattab-desc    to sp0104desc
                           move lojatab-codigo to sp0104loja
                           move zeros          to sp0104qtde
                                                  sp0104dtmov
                           move 'A'            to sp0104situacao
                           move cattab-unid    to sp0104unid
                           write reg-sp01a04
                               invalid key
                                   continue
                           end-write
                       end-if
                   end-if
               not invalid key
                   if sp0104desc <> cattab-desc
                       move 'DESCRICAO'  to ws-div-ocorr
                       move sp0104desc   to ws-div-local
                       move cattab-desc  to ws-div-catalogo
                       perform REGISTRA-DIVERGENCIA
                       move 'S' to ws-item-mudou
                   end-if
                   if sp0104unid <> cattab-unid
                       move sp0104unid   to ws-div-local
                       move cattab-unid  to ws-div-catalogo
                       if sp0104qtde <> zeros
                           perform REGISTRA-UNID-MANTIDA
                       else
                           move 'UNIDADE' to ws-div-ocorr
                           perform REGISTRA-DIVERGENCIA
                           move 'S' to ws-item-mudou
                       end-if
                   end-if
                   if sp0104situacao <> cattab-situacao
                       move 'SITUACAO'   to ws-div-ocorr
                       move sp0104situacao to ws-div-local
                       move cattab-situacao to ws-div-catalogo
                       perform REGISTRA-DIVERGENCIA
                       move 'S' to ws-item-mudou
                   end-if
                   if sp0104chvpai <> cattab-chvpai
                       move 'BASICO PAI' to ws-div-ocorr
                       move sp0104chvpai to ws-chave-ed
                       move ws-chave-ed  to ws-div-local
                       move cattab-chvpai to ws-chave-ed
                       move ws-chave-ed  to ws-div-catalogo
                       perform REGISTRA-DIVERGENCIA
                       move 'S' to ws-item-mudou
                   end-if
                   if item-mudou and parm-modo-propaga
                       move cattab-desc     to sp0104desc
                       if not unid-mantida
                           move cattab-unid to sp0104unid
                       end-if
                       move cattab-situacao to sp0104situacao
                       move cattab-chvpai   to sp0104chvpai
                       rewrite reg-sp01a04
                           invalid key
                               continue
                       end-rewrite
                   end-if
           end-read.

      * Cada codigo do catalogo tem de existir no eantab da loja
      * apontando para o mesmo item.
       CONFERE-EANS.
           move 'N' to ws-fim-arq
           move low-values to catean-ean
           start catean key is >= catean-ean
               invalid key
                   move 'S' to ws-fim-arq
           end-start
           perform until fim-arq
               read catean next ignore lock
               if status-catean <> '00'
                   move 'S' to ws-fim-arq
               else
                   perform CONFERE-EAN
               end-if
           end-perform.

       CONFERE-EAN.
           move catean-tabela to cattab-tabela
           move catean-chave  to cattab-chave
           move catean-ean    to ws-div-catalogo
           if not tem-eantab
               move 'EAN AUSENTE NA LOJA' to ws-div-ocorr
               move spaces to ws-div-local
               perform REGISTRA-DIVERGENCIA
           else
               move catean-ean to eantab-ean
               read eantab key is eantab-ean
                   invalid key
                       move 'EAN AUSENTE NA LOJA' to ws-div-ocorr
                       move spaces to ws-div-local
                       perform REGISTRA-DIVERGENCIA
                       if parm-modo-propaga
                           move spaces        to reg-eantab
                           move catean-ean    to eantab-ean
                           move catean-tabela to eantab-tabela
                           move catean-chave  to eantab-chave
                           write reg-eantab
                               invalid key
                                   continue
                           end-write
                       end-if
                   not invalid key
                       if eantab-tabela <> catean-tabela
                               or eantab-chave <> catean-chave
                           move 'EAN EM OUTRO ITEM' to ws-div-ocorr
                           move spaces to ws-div-local
                           move eantab-chave to ws-chave-ed
                           string eantab-ean ' ' ws-chave-ed
                               delimited by size into ws-div-local
                           perform REGISTRA-DIVERGENCIA
                           if parm-modo-propaga
                               move catean-tabela to eantab-tabela
                               move catean-chave  to eantab-chave
                               rewrite reg-eantab
                                   invalid key
                                       continue
                               end-rewrite
                           end-if
                       end-if
               end-read
           end-if.

      * Codigo da loja para item catalogado que o catalogo nao tem
      * sai; o de item fora do catalogo fica com o item.
       CONFERE-EANS-LOJA.
           move 'N' to ws-fim-arq
           move low-values to eantab-ean
           start eantab key is >= eantab-ean
               invalid key
                   move 'S' to ws-fim-arq
           end-start
           perform until fim-arq
               read eantab next
               if status-eantab <> '00'
                   move 'S' to ws-fim-arq
               else
                   move eantab-ean to catean-ean
                   read catean key is catean-ean
                       invalid key
                           perform CONFERE-EAN-LOCAL
                   end-read
               end-if
           end-perform.

       CONFERE-EAN-LOCAL.
           move eantab-tabela to cattab-tabela
           move eantab-chave  to cattab-chave
           read cattab key is cattab-id
               invalid key
                   continue
               not invalid key
                   move 'EAN FORA DO CATALOGO' to ws-div-ocorr
                   move eantab-ean to ws-div-local
                   move spaces     to ws-div-catalogo
                   perform REGISTRA-DIVERGENCIA
                   if parm-modo-propaga
                       delete eantab record
                           invalid key
                               continue
                       end-delete
                   end-if
           end-read.

      * Itens locais sem definicao no catalogo: so apontados.
       CONFERE-FORA.
           move 'basicos   ' to cattab-tabela
           move low-values to sp0103chave
           start sp01a03 key is >= sp0103chave
           read sp01a03 next ignore lock
           perform until status01-a03 <> '00'
               move sp0103chave to cattab-chave
               read cattab key is cattab-id
                   invalid key
                       move sp0103desc to ws-div-local
                       perform REGISTRA-FORA
               end-read
               read sp01a03 next ignore lock
           end-perform
           move 'materiais ' to cattab-tabela
           move low-values to sp0104chave
           start sp01a04 key is >= sp0104chave
           read sp01a04 next ignore lock
           perform until status01-a04 <> '00'
               move sp0104chave to cattab-chave
               read cattab key is cattab-id
                   invalid key
                       move sp0104desc to ws-div-local
                       perform REGISTRA-FORA
               end-read
               read sp01a04 next ignore lock
           end-perform.

       REGISTRA-FORA.
           move 'ITEM FORA DO CATALOGO' to ws-div-ocorr
           move spaces to ws-div-catalogo
           move cattab-tabela to ws-div-tabela
           move cattab-chave  to ws-div-chave
           move 'SO AVISO' to ws-div-acao
           add 1 to ws-cont-fora
           perform IMPRIME-DIVERGENCIA.

      * Unidade que a propagacao nao troca: o item tem saldo contado
      * na unidade da loja.
       REGISTRA-UNID-MANTIDA.
           move 'S' to ws-unid-mantida
           move 'UNIDADE - ITEM C/SALDO' to ws-div-ocorr
           move cattab-tabela to ws-div-tabela
           move cattab-chave  to ws-div-chave
           if parm-modo-propaga
               move 'MANTIDA' to ws-div-acao
           else
               move spaces to ws-div-acao
           end-if
           add 1 to ws-cont-unid-saldo
           perform IMPRIME-DIVERGENCIA.

       REGISTRA-DIVERGENCIA.
           move cattab-tabela to ws-div-tabela
           move cattab-chave  to ws-div-chave
           if parm-modo-propaga
               move 'CORRIGIDO' to ws-div-acao
               add 1 to ws-cont-aplic
           else
               move spaces to ws-div-acao
           end-if
           perform IMPRIME-DIVERGENCIA.

       IMPRIME-DIVERGENCIA.
           add 1 to ws-cont-div
           add 1 to ws-cont-div-loja
           if ws-lin-pag >= ws-linhas-pagina
               perform IMPRIME-CABECALHO
           end-if
           move lojatab-codigo  to ws-det-loja
           move ws-div-tabela   to ws-det-tabela
           move ws-div-chave    to ws-det-chave
           move ws-div-ocorr    to ws-det-ocorr
           move ws-div-local    to ws-det-local
           move ws-div-catalogo to ws-det-catalogo
           move ws-div-acao     to ws-det-acao
           move ws-det to reg-relcat
           write reg-relcat
           add 1 to ws-spool-linhas
           add 1 to ws-lin-pag.

       IMPRIME-CABECALHO.
           add 1 to ws-pagina
           move ws-agora-data to ws-cab1-data
           move ws-pagina     to ws-cab1-pagina
           move ws-cab1 to reg-relcat
           write reg-relcat
           move ws-cab2 to reg-relcat
           write reg-relcat
           move spaces to reg-relcat
           write reg-relcat
           add 3 to ws-spool-linhas
           move 3 to ws-lin-pag.

       IMPRIME-RODAPE.
           if ws-lin-pag + 7 >= ws-linhas-pagina
               perform IMPRIME-CABECALHO
           end-if
           move 'LOJAS VISITADAS....................:' to ws-rod-texto
           move ws-cont-lojas to ws-rod-valor
           move ws-rodape to reg-relcat
           write reg-relcat
           move 'LOJAS NAO VISITADAS................:' to ws-rod-texto
           move ws-cont-lojas-falha to ws-rod-valor
           move ws-rodape to reg-relcat
           write reg-relcat
           move 'DIVERGENCIAS APONTADAS.............:' to ws-rod-texto
           move ws-cont-div to ws-rod-valor
           move ws-rodape to reg-relcat
           write reg-relcat
           move 'CORRIGIDAS NAS LOJAS...............:' to ws-rod-texto
           move ws-cont-aplic to ws-rod-valor
           move ws-rodape to reg-relcat
           write reg-relcat
           move 'ITENS DE LOJA FORA DO CATALOGO.....:' to ws-rod-texto
           move ws-cont-fora to ws-rod-valor
           move ws-rodape to reg-relcat
           write reg-relcat
           move 'UNIDADES MANTIDAS (ITEM COM SALDO).:' to ws-rod-texto
           move ws-cont-unid-saldo to ws-rod-valor
           move ws-rodape to reg-relcat
           write reg-relcat
           add 6 to ws-spool-linhas.

      * Registra a emissao datada no catalogo de spool.
       GRAVA-SPOOLCAT.
           copy spoolcat.prc.

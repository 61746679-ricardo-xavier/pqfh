      $ set callfh"pqfh"
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    integr.

      * Varredura noturna de integridade referencial dos arquivos
      * satelites: reconc.cbl so cruza basicos com materiais, mas
      * parametros de estoque, vinculo com fornecedor, custo, classe
      * ABC, codigos de barras, pedidos, transferencias e precos
      * apontam todos para chaves de sp01a03/sp01a04 e uns para os
      * outros. Orfao nesses arquivos nao derruba ninguem - faz
      * sugcomp.cbl, gerped.cbl e relval.cbl darem resposta errada em
      * silencio. Cada violacao vai para o arquivo de excecoes com o
      * codigo da categoria, o resumo sai por categoria no spool e a
      * categoria cuja contagem passa do limiar entra no arquivo
      * central de alertas. Retorno 8 quando ha violacao.
      *
      * Arquivo satelite ausente no diretorio e simplesmente pulado
      * (loja que nao usa o modulo). A conferencia das transferencias
      * so acontece onde lojatab e trftab existem - o diretorio
      * central da frota.
      *
      * SYSIN: limiar de alerta por categoria, 5 digitos (zeros =
      * qualquer violacao ja alerta).
      *
      * Categorias:
      *   01 estpar com chave inexistente
      *   02 estpar com chave inativa
      *   03 itftab com chave inexistente
      *   04 itftab com chave inativa
      *   05 itftab com fornecedor fora do fortab
      *   06 cstab com chave inexistente
      *   07 cstab com chave inativa
      *   08 abctab com chave inexistente
      *   09 abctab com chave inativa
      *   10 eantab apontando chave inexistente
      *   11 eantab apontando chave inativa
      *   12 pedlin sem pedcab
      *   13 pedcab com situacao divergente das linhas
      *   14 pedcab sem nenhuma linha
      *   15 trftab com loja fora do lojatab
      *   16 prctab pendente de chave inativa
      *   17 prctab pendente de chave inexistente

       ENVIRONMENT    DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
       copy sp01a03.sel.
       copy sp01a04.sel.
       copy estpar.sel.
       copy itftab.sel.
       copy fortab.sel.
       copy cstab.sel.
       copy abctab.sel.
       copy eantab.sel.
       copy pedcab.sel.
       copy pedlin.sel.
       copy prctab.sel.
       copy trftab.sel.
       copy alrtab.sel.
       copy spoolcat.sel.
           select lojatab assign to ws-lojatab
               organization is line sequential
               file status is status-lojatab.
           select intexc assign to ws-intexc
               organization is line sequential
               file status is status-intexc.
           select relint assign to ws-relint
               organization is line sequential
               file status is status-relint.

       DATA DIVISION.
       FILE SECTION.
       copy sp01a03.fd.
       copy sp01a04.fd.
       copy estpar.fd.
       copy itftab.fd.
       copy fortab.fd.
       copy cstab.fd.
       copy abctab.fd.
       copy eantab.fd.
       copy pedcab.fd.
       copy pedlin.fd.
       copy prctab.fd.
       copy trftab.fd.
       copy alrtab.fd.
       copy spoolcat.fd.
      * Cadastro de lojas da frota (mesmo layout de frota.cbl).
       fd  lojatab
           label record standard.
       01  reg-lojatab.
           05  lojatab-codigo      pic 9(03).
           05  lojatab-descricao   pic x(30).
           05  lojatab-diretorio   pic x(40).
      * Excecoes de integridade: categoria, arquivo onde o orfao
      * esta, chave e loja do registro e a referencia que nao fecha
      * (fornecedor, pedido, EAN, transferencia, vigencia).
       fd  intexc
           label record standard.
       01  reg-intexc.
           05  intexc-categoria    pic 9(02).
           05  intexc-arquivo      pic x(10).
           05  intexc-chave        pic 9(08).
           05  intexc-loja         pic 9(03).
           05  intexc-referencia   pic x(13).
       fd  relint
           label record standard.
       01  reg-relint                 pic x(132).

       WORKING-STORAGE SECTION.
       77      ws-sp01a03     pic x(40) value '../../arq/sp01a03'.
       77      status01-a03   pic xx.
       77      ws-sp01a04     pic x(40) value '../../arq/sp01a04'.
       77      status01-a04   pic xx.
       77      ws-estpar      pic x(40) value '../../arq/estpar'.
       77      status-estpar  pic xx.
       77      ws-itftab      pic x(40) value '../../arq/itftab'.
       77      status-itftab  pic xx.
       77      ws-fortab      pic x(40) value '../../arq/fortab'.
       77      status-fortab  pic xx.
       77      ws-cstab       pic x(40) value '../../arq/cstab'.
       77      status-cstab   pic xx.
       77      ws-abctab      pic x(40) value '../../arq/abctab'.
       77      status-abctab  pic xx.
       77      ws-eantab      pic x(40) value '../../arq/eantab'.
       77      status-eantab  pic xx.
       77      ws-pedcab      pic x(40) value '../../arq/pedcab'.
       77      status-pedcab  pic xx.
       77      ws-pedlin      pic x(40) value '../../arq/pedlin'.
       77      status-pedlin  pic xx.
       77      ws-prctab      pic x(40) value '../../arq/prctab'.
       77      status-prctab  pic xx.
       77      ws-trftab      pic x(40) value '../../arq/trftab'.
       77      status-trftab  pic xx.
       77      ws-lojatab     pic x(40) value '../../arq/lojatab'.
       77      status-lojatab pic xx.
       77      ws-intexc      pic x(40) value '../../arq/intexc.txt'.
       77      status-intexc  pic xx.
       77      ws-relint      pic x(40) value '../../arq/integr.lst'.
       77      status-relint  pic xx.
       copy arqdir.cpy.
       copy spool.cpy.

       copy alerta.cpy.

      * Limiar de alerta via SYSIN, aplicado a cada categoria: acima
      * dele a categoria entra no arquivo central de alertas alem do
      * retorno 8 (zeros = qualquer violacao ja alerta).
       01      ws-parm-integr.
               05  ws-parm-limiar      pic 9(05).

      * Arquivos satelites presentes neste diretorio.
       77      ws-tem-estpar  pic x(01) value 'N'.
               88  tem-estpar          value 'S'.
       77      ws-tem-itftab  pic x(01) value 'N'.
               88  tem-itftab          value 'S'.
       77      ws-tem-fortab  pic x(01) value 'N'.
               88  tem-fortab          value 'S'.
       77      ws-tem-cstab   pic x(01) value 'N'.
               88  tem-cstab           value 'S'.
       77      ws-tem-abctab  pic x(01) value 'N'.
               88  tem-abctab          value 'S'.
       77      ws-tem-eantab  pic x(01) value 'N'.
               88  tem-eantab          value 'S'.
       77      ws-tem-pedcab  pic x(01) value 'N'.
               88  tem-pedcab          value 'S'.
       77      ws-tem-pedlin  pic x(01) value 'N'.
               88  tem-pedlin          value 'S'.
       77      ws-tem-prctab  pic x(01) value 'N'.
               88  tem-prctab          value 'S'.
       77      ws-tem-trftab  pic x(01) value 'N'.
               88  tem-trftab          value 'S'.
       77      ws-tem-lojatab pic x(01) value 'N'.
               88  tem-lojatab         value 'S'.

       77      ws-fim-arq     pic x(01).
               88  fim-arq             value 'S'.
       77      ws-fim-linhas  pic x(01).
               88  fim-linhas          value 'S'.

       77      ws-cont-lidos     pic 9(07) value zeros.
       77      ws-cont-violacoes pic 9(07) value zeros.
       77      ws-viol-disp      pic 9(07).
       77      ws-cat-disp       pic 9(02).

      * Contadores por categoria (indice = codigo da categoria) e a
      * descricao impressa no resumo.
       01      ws-categorias.
               05  ws-cat-cont occurs 17 times pic 9(07) comp.
       77      ws-cat-idx     pic 9(02) comp.
       01      ws-cat-descricoes.
               05  filler pic x(40)
                       value 'ESTPAR COM CHAVE INEXISTENTE'.
               05  filler pic x(40)
                       value 'ESTPAR COM CHAVE INATIVA'.
               05  filler pic x(40)
                       value 'ITFTAB COM CHAVE INEXISTENTE'.
               05  filler pic x(40)
                       value 'ITFTAB COM CHAVE INATIVA'.
               05  filler pic x(40)
                       value 'ITFTAB COM FORNECEDOR FORA DO FORTAB'.
               05  filler pic x(40)
                       value 'CSTAB COM CHAVE INEXISTENTE'.
               05  filler pic x(40)
                       value 'CSTAB COM CHAVE INATIVA'.
               05  filler pic x(40)
                       value 'ABCTAB COM CHAVE INEXISTENTE'.
               05  filler pic x(40)
                       value 'ABCTAB COM CHAVE INATIVA'.
               05  filler pic x(40)
                       value 'EANTAB APONTANDO CHAVE INEXISTENTE'.
               05  filler pic x(40)
                       value 'EANTAB APONTANDO CHAVE INATIVA'.
               05  filler pic x(40)
                       value 'PEDLIN SEM PEDCAB'.
               05  filler pic x(40)
                       value 'PEDCAB COM SITUACAO DIVERGENTE'.
               05  filler pic x(40)
                       value 'PEDCAB SEM NENHUMA LINHA'.
               05  filler pic x(40)
                       value 'TRFTAB COM LOJA FORA DO LOJATAB'.
               05  filler pic x(40)
                       value 'PRCTAB PENDENTE DE CHAVE INATIVA'.
               05  filler pic x(40)
                       value 'PRCTAB PENDENTE DE CHAVE INEXISTENTE'.
       01      ws-cat-tab redefines ws-cat-descricoes.
               05  ws-cat-desc occurs 17 times pic x(40).

      * Situacao da chave consultada em basicos/materiais: A ativa,
      * I inativa (ou qualquer coisa diferente de A), X inexistente.
       77      ws-ver-tabela  pic x(10).
       77      ws-ver-chave   pic 9(08).
       77      ws-ver-sit     pic x(01).
               88  ver-ativa           value 'A'.
               88  ver-inexistente     value 'X'.

      * Registro corrente, para GRAVA-VIOLACAO.
       77      ws-exc-arquivo pic x(10).
       77      ws-exc-chave   pic 9(08).
       77      ws-exc-loja    pic 9(03).
       77      ws-exc-ref     pic x(13).
       77      ws-ref-num     pic 9(08).

      * Apuracao das linhas de um pedido, na regra de recped.cbl e
      * devfor.cbl para a situacao do cabecalho.
       77      ws-linhas-qtde     pic 9(05) comp.
       77      ws-linhas-abertas  pic 9(05) comp.
       77      ws-linhas-receb    pic 9(05) comp.
       77      ws-sit-esperada    pic x(01).

      * Lojas cadastradas na frota.
       01      ws-lojas.
               05  ws-loja-cod occurs 50 times pic 9(03).
       77      ws-lojas-qtde  pic 9(03) comp value zeros.
       77      ws-lj-idx      pic 9(03) comp.
       77      ws-loja-busca  pic 9(03).
       77      ws-loja-achada pic x(01).
               88  loja-achada         value 'S'.

       01      ws-linha-cat.
               05  filler          pic x(10) value 'CATEGORIA '.
               05  ws-ctl-codigo   pic 9(02).
               05  filler          pic x(02) value spaces.
               05  ws-ctl-desc     pic x(40).
               05  filler          pic x(13) value '  VIOLACOES: '.
               05  ws-ctl-cont     pic z(06)9.
       01      ws-linha-ausente.
               05  filler          pic x(11) value 'ARQUIVO '.
               05  ws-aus-arquivo  pic x(10).
               05  filler          pic x(36)
                       value 'AUSENTE NO DIRETORIO - NAO CONFERIDO'.
       01      ws-rodape.
               05  filler          pic x(30)
                       value 'TOTAL DE VIOLACOES..........: '.
               05  ws-rod-total    pic z(06)9.

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
                  '/estpar'     delimited by size
                  into ws-estpar
           string ws-env-arqdir delimited by space
                  '/itftab'     delimited by size
                  into ws-itftab
           string ws-env-arqdir delimited by space
                  '/fortab'     delimited by size
                  into ws-fortab
           string ws-env-arqdir delimited by space
                  '/cstab'      delimited by size
                  into ws-cstab
           string ws-env-arqdir delimited by space
                  '/abctab'     delimited by size
                  into ws-abctab
           string ws-env-arqdir delimited by space
                  '/eantab'     delimited by size
                  into ws-eantab
           string ws-env-arqdir delimited by space
                  '/pedcab'     delimited by size
                  into ws-pedcab
           string ws-env-arqdir delimited by space
                  '/pedlin'     delimited by size
                  into ws-pedlin
           string ws-env-arqdir delimited by space
                  '/prctab'     delimited by size
                  into ws-prctab
           string ws-env-arqdir delimited by space
                  '/trftab'     delimited by size
                  into ws-trftab
           string ws-env-arqdir delimited by space
                  '/lojatab'    delimited by size
                  into ws-lojatab
           string ws-env-arqdir delimited by space
                  '/alrtab'     delimited by size
                  into ws-alrtab
           string ws-env-arqdir delimited by space
                  '/intexc.txt' delimited by size
                  into ws-intexc
           move 'integr' to ws-spool-base
           copy spool.prc.
           move ws-spool-nome to ws-relint

           move zeros to ws-parm-integr
           accept ws-parm-integr from sysin
           if ws-parm-limiar not numeric
               move zeros to ws-parm-limiar
           end-if
           move ws-parm-integr to ws-spool-parms

           initialize ws-categorias

           perform ABRE-ARQUIVOS
           move 'CONFERENCIA DE INTEGRIDADE REFERENCIAL' to reg-relint
           write reg-relint
           move spaces to reg-relint
           write reg-relint
           add 2 to ws-spool-linhas

           if tem-estpar
               perform CONFERE-ESTPAR
           else
               move 'estpar    ' to ws-aus-arquivo
               perform IMPRIME-AUSENTE
           end-if
           if tem-itftab
               perform CONFERE-ITFTAB
           else
               move 'itftab    ' to ws-aus-arquivo
               perform IMPRIME-AUSENTE
           end-if
           if tem-cstab
               perform CONFERE-CSTAB
           else
               move 'cstab     ' to ws-aus-arquivo
               perform IMPRIME-AUSENTE
           end-if
           if tem-abctab
               perform CONFERE-ABCTAB
           else
               move 'abctab    ' to ws-aus-arquivo
               perform IMPRIME-AUSENTE
           end-if
           if tem-eantab
               perform CONFERE-EANTAB
           else
               move 'eantab    ' to ws-aus-arquivo
               perform IMPRIME-AUSENTE
           end-if
           if tem-pedcab and tem-pedlin
               perform CONFERE-PEDLIN
               perform CONFERE-PEDCAB
           else
               move 'pedcab    ' to ws-aus-arquivo
               perform IMPRIME-AUSENTE
           end-if
           if tem-lojatab and tem-trftab
               perform CONFERE-TRFTAB
           end-if
           if tem-prctab
               perform CONFERE-PRCTAB
           else
               move 'prctab    ' to ws-aus-arquivo
               perform IMPRIME-AUSENTE
           end-if

           perform IMPRIME-RESUMO
           perform FECHA-ARQUIVOS
           perform GRAVA-SPOOLCAT

           display 'INTEGR: ' ws-cont-lidos ' REGISTROS LIDOS, '
                   ws-cont-violacoes ' VIOLACOES'
           if ws-cont-violacoes > 0
               move 8 to return-code
           end-if
           perform varying ws-cat-idx from 1 by 1
                   until ws-cat-idx > 17
               if ws-cat-cont(ws-cat-idx) > ws-parm-limiar
                       and ws-cat-cont(ws-cat-idx) > 0
                   perform ALERTA-CATEGORIA
               end-if
           end-perform
           stop run.

      * Uma entrada de alerta por categoria acima do limiar - quem
      * olha o alercon ve de cara qual arquivo esta apodrecendo.
       ALERTA-CATEGORIA.
           move 'integr    ' to alrtab-programa
           move 'W'          to alrtab-severidade
           move ws-cat-idx   to ws-cat-disp
           move ws-cat-cont(ws-cat-idx) to ws-viol-disp
           move spaces to alrtab-mensagem
           string 'INTEGRIDADE CAT ' ws-cat-disp ': '
                  ws-viol-disp ' VIOLACOES ACIMA DO LIMIAR'
               delimited by size into alrtab-mensagem
           perform GRAVA-ALERTA.

       GRAVA-ALERTA.
           copy alerta.prc.

       ABRE-ARQUIVOS.
           open input sp01a03
           if status01-a03 <> '00'
               display 'INTEGR: ERRO NA ABERTURA DE SP01A03 - STATUS '
                       status01-a03
               move 16 to return-code
               stop run
           end-if
           open input sp01a04
           if status01-a04 <> '00'
               display 'INTEGR: ERRO NA ABERTURA DE SP01A04 - STATUS '
                       status01-a04
               move 16 to return-code
               stop run
           end-if
           open input estpar
           if status-estpar = '00'
               move 'S' to ws-tem-estpar
           end-if
           open input itftab
           if status-itftab = '00'
               move 'S' to ws-tem-itftab
           end-if
           open input fortab
           if status-fortab = '00'
               move 'S' to ws-tem-fortab
           end-if
           open input cstab
           if status-cstab = '00'
               move 'S' to ws-tem-cstab
           end-if
           open input abctab
           if status-abctab = '00'
               move 'S' to ws-tem-abctab
           end-if
           open input eantab
           if status-eantab = '00'
               move 'S' to ws-tem-eantab
           end-if
           open input pedcab
           if status-pedcab = '00'
               move 'S' to ws-tem-pedcab
           end-if
           open input pedlin
           if status-pedlin = '00'
               move 'S' to ws-tem-pedlin
           end-if
           open input prctab
           if status-prctab = '00'
               move 'S' to ws-tem-prctab
           end-if
           open input trftab
           if status-trftab = '00'
               move 'S' to ws-tem-trftab
           end-if
           perform CARREGA-LOJAS
           open output intexc
           if status-intexc <> '00'
               display 'INTEGR: ERRO NA ABERTURA DE INTEXC - STATUS '
                       status-intexc
               move 16 to return-code
               stop run
           end-if
           open output relint
           if status-relint <> '00'
               display 'INTEGR: ERRO NA ABERTURA DE RELINT - STATUS '
                       status-relint
               move 16 to return-code
               stop run
           end-if.

       FECHA-ARQUIVOS.
           close sp01a03
           close sp01a04
           if tem-estpar
               close estpar
           end-if
           if tem-itftab
               close itftab
           end-if
           if tem-fortab
               close fortab
           end-if
           if tem-cstab
               close cstab
           end-if
           if tem-abctab
               close abctab
           end-if
           if tem-eantab
               close eantab
           end-if
           if tem-pedcab
               close pedcab
           end-if
           if tem-pedlin
               close pedlin
           end-if
           if tem-prctab
               close prctab
           end-if
           if tem-trftab
               close trftab
           end-if
           close intexc
           close relint.

      * lojatab so existe no diretorio central da frota; numa loja a
      * ausencia e normal e a conferencia de transferencias e pulada.
       CARREGA-LOJAS.
           open input lojatab
           if status-lojatab = '00'
               move 'S' to ws-tem-lojatab
               move 'N' to ws-fim-arq
               read lojatab
                   at end move 'S' to ws-fim-arq
               end-read
               perform until fim-arq
                   if ws-lojas-qtde < 50
                       add 1 to ws-lojas-qtde
                       move lojatab-codigo
                           to ws-loja-cod(ws-lojas-qtde)
                   end-if
                   read lojatab
                       at end move 'S' to ws-fim-arq
                   end-read
               end-perform
               close lojatab
           end-if.

      * Chave de basico procurada primeiro em sp01a03 e, na falta,
      * em sp01a04 - os satelites por chave/loja aceitam as duas.
       VERIFICA-CHAVE.
           move 'X' to ws-ver-sit
           move ws-ver-chave to sp0103chave
           read sp01a03 key is sp0103chave
               invalid key
                   continue
               not invalid key
                   move sp0103situacao to ws-ver-sit
           end-read
           if ver-inexistente
               move ws-ver-chave to sp0104chave
               read sp01a04 key is sp0104chave
                   invalid key
                       continue
                   not invalid key
                       move sp0104situacao to ws-ver-sit
               end-read
           end-if
           if not ver-inexistente and not ver-ativa
               move 'I' to ws-ver-sit
           end-if.

      * O EAN diz a tabela: a chave so vale na tabela apontada.
       VERIFICA-CHAVE-TABELA.
           move 'X' to ws-ver-sit
           evaluate ws-ver-tabela
               when 'basicos   '
                   move ws-ver-chave to sp0103chave
                   read sp01a03 key is sp0103chave
                       invalid key
                           continue
                       not invalid key
                           move sp0103situacao to ws-ver-sit
                   end-read
               when 'materiais '
                   move ws-ver-chave to sp0104chave
                   read sp01a04 key is sp0104chave
                       invalid key
                           continue
                       not invalid key
                           move sp0104situacao to ws-ver-sit
                   end-read
           end-evaluate
           if not ver-inexistente and not ver-ativa
               move 'I' to ws-ver-sit
           end-if.

       CONFERE-ESTPAR.
           move 'N' to ws-fim-arq
           move low-values to estpar-id
           start estpar key is >= estpar-id
               invalid key
                   move 'S' to ws-fim-arq
           end-start
           perform until fim-arq
               read estpar next ignore lock
               if status-estpar <> '00'
                   move 'S' to ws-fim-arq
               else
                   add 1 to ws-cont-lidos
                   move estpar-chave to ws-ver-chave
                   perform VERIFICA-CHAVE
                   move 'estpar    ' to ws-exc-arquivo
                   move estpar-chave to ws-exc-chave
                   move estpar-loja  to ws-exc-loja
                   move spaces       to ws-exc-ref
                   if ver-inexistente
                       move 01 to ws-cat-idx
                       perform GRAVA-VIOLACAO
                   end-if
                   if not ver-inexistente and not ver-ativa
                       move 02 to ws-cat-idx
                       perform GRAVA-VIOLACAO
                   end-if
               end-if
           end-perform.

       CONFERE-ITFTAB.
           move 'N' to ws-fim-arq
           move low-values to itftab-id
           start itftab key is >= itftab-id
               invalid key
                   move 'S' to ws-fim-arq
           end-start
           perform until fim-arq
               read itftab next ignore lock
               if status-itftab <> '00'
                   move 'S' to ws-fim-arq
               else
                   add 1 to ws-cont-lidos
                   move itftab-chave to ws-ver-chave
                   perform VERIFICA-CHAVE
                   move 'itftab    ' to ws-exc-arquivo
                   move itftab-chave to ws-exc-chave
                   move itftab-loja  to ws-exc-loja
                   move spaces       to ws-exc-ref
                   if ver-inexistente
                       move 03 to ws-cat-idx
                       perform GRAVA-VIOLACAO
                   end-if
                   if not ver-inexistente and not ver-ativa
                       move 04 to ws-cat-idx
                       perform GRAVA-VIOLACAO
                   end-if
                   perform CONFERE-FORNECEDOR
               end-if
           end-perform.

      * Sem fortab no diretorio todo vinculo aponta para o nada.
       CONFERE-FORNECEDOR.
           move itftab-fornec to ws-ref-num
           move ws-ref-num    to ws-exc-ref
           if tem-fortab
               move itftab-fornec to fortab-codigo
               read fortab key is fortab-codigo
                   invalid key
                       move 05 to ws-cat-idx
                       perform GRAVA-VIOLACAO
               end-read
           else
               move 05 to ws-cat-idx
               perform GRAVA-VIOLACAO
           end-if.

       CONFERE-CSTAB.
           move 'N' to ws-fim-arq
           move low-values to cstab-id
           start cstab key is >= cstab-id
               invalid key
                   move 'S' to ws-fim-arq
           end-start
           perform until fim-arq
               read cstab next ignore lock
               if status-cstab <> '00'
                   move 'S' to ws-fim-arq
               else
                   add 1 to ws-cont-lidos
                   move cstab-chave to ws-ver-chave
                   perform VERIFICA-CHAVE
                   move 'cstab     ' to ws-exc-arquivo
                   move cstab-chave  to ws-exc-chave
                   move cstab-loja   to ws-exc-loja
                   move spaces       to ws-exc-ref
                   if ver-inexistente
                       move 06 to ws-cat-idx
                       perform GRAVA-VIOLACAO
                   end-if
                   if not ver-inexistente and not ver-ativa
                       move 07 to ws-cat-idx
                       perform GRAVA-VIOLACAO
                   end-if
               end-if
           end-perform.

       CONFERE-ABCTAB.
           move 'N' to ws-fim-arq
           move low-values to abctab-id
           start abctab key is >= abctab-id
               invalid key
                   move 'S' to ws-fim-arq
           end-start
           perform until fim-arq
               read abctab next ignore lock
               if status-abctab <> '00'
                   move 'S' to ws-fim-arq
               else
                   add 1 to ws-cont-lidos
                   move abctab-chave to ws-ver-chave
                   perform VERIFICA-CHAVE
                   move 'abctab    ' to ws-exc-arquivo
                   move abctab-chave to ws-exc-chave
                   move abctab-loja  to ws-exc-loja
                   move spaces       to ws-exc-ref
                   if ver-inexistente
                       move 08 to ws-cat-idx
                       perform GRAVA-VIOLACAO
                   end-if
                   if not ver-inexistente and not ver-ativa
                       move 09 to ws-cat-idx
                       perform GRAVA-VIOLACAO
                   end-if
               end-if
           end-perform.

       CONFERE-EANTAB.
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
                   add 1 to ws-cont-lidos
                   move eantab-tabela to ws-ver-tabela
                   move eantab-chave  to ws-ver-chave
                   perform VERIFICA-CHAVE-TABELA
                   move 'eantab    ' to ws-exc-arquivo
                   move eantab-chave to ws-exc-chave
                   move zeros        to ws-exc-loja
                   move eantab-ean   to ws-exc-ref
                   if ver-inexistente
                       move 10 to ws-cat-idx
                       perform GRAVA-VIOLACAO
                   end-if
                   if not ver-inexistente and not ver-ativa
                       move 11 to ws-cat-idx
                       perform GRAVA-VIOLACAO
                   end-if
               end-if
           end-perform.

      * Linha de pedido cujo cabecalho sumiu - recped.cbl nunca vai
      * baixa-la e relped.cbl nao a enxerga.
       CONFERE-PEDLIN.
           move 'N' to ws-fim-arq
           move low-values to pedlin-id
           start pedlin key is >= pedlin-id
               invalid key
                   move 'S' to ws-fim-arq
           end-start
           perform until fim-arq
               read pedlin next ignore lock
               if status-pedlin <> '00'
                   move 'S' to ws-fim-arq
               else
                   add 1 to ws-cont-lidos
                   move pedlin-numero to pedcab-numero
                   read pedcab key is pedcab-numero
                       invalid key
                           move 'pedlin    '  to ws-exc-arquivo
                           move pedlin-chave  to ws-exc-chave
                           move zeros         to ws-exc-loja
                           move pedlin-numero to ws-ref-num
                           move ws-ref-num    to ws-exc-ref
                           move 12 to ws-cat-idx
                           perform GRAVA-VIOLACAO
                   end-read
               end-if
           end-perform.

      * Situacao do cabecalho refeita a partir das linhas na regra de
      * recped.cbl/devfor.cbl: sem linha aberta ou parcial o pedido
      * e fechado; com algum recebimento e parcial; sem nenhum e
      * aberto.
       CONFERE-PEDCAB.
           move 'N' to ws-fim-arq
           move low-values to pedcab-numero
           start pedcab key is >= pedcab-numero
               invalid key
                   move 'S' to ws-fim-arq
           end-start
           perform until fim-arq
               read pedcab next ignore lock
               if status-pedcab <> '00'
                   move 'S' to ws-fim-arq
               else
                   add 1 to ws-cont-lidos
                   perform APURA-LINHAS
                   move 'pedcab    '   to ws-exc-arquivo
                   move zeros          to ws-exc-chave
                   move pedcab-loja    to ws-exc-loja
                   move pedcab-numero  to ws-ref-num
                   move ws-ref-num     to ws-exc-ref
                   evaluate true
                       when ws-linhas-qtde = zeros
                           move 14 to ws-cat-idx
                           perform GRAVA-VIOLACAO
                       when ws-sit-esperada <> pedcab-situacao
                           move 13 to ws-cat-idx
                           perform GRAVA-VIOLACAO
                   end-evaluate
               end-if
           end-perform.

       APURA-LINHAS.
           move zeros to ws-linhas-qtde
           move zeros to ws-linhas-abertas
           move zeros to ws-linhas-receb
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
                   add 1 to ws-linhas-qtde
                   if not pedlin-fechada
                       add 1 to ws-linhas-abertas
                   end-if
                   if pedlin-qtde-rec > zeros
                       add 1 to ws-linhas-receb
                   end-if
               end-if
           end-perform
           evaluate true
               when ws-linhas-abertas = zeros
                   move 'F' to ws-sit-esperada
               when ws-linhas-receb = zeros
                   move 'A' to ws-sit-esperada
               when other
                   move 'P' to ws-sit-esperada
           end-evaluate.

      * Origem e destino conferidos separadamente - cada ponta fora
      * do cadastro e uma violacao com a loja que nao fecha.
       CONFERE-TRFTAB.
           move 'N' to ws-fim-arq
           move low-values to trftab-numero
           start trftab key is >= trftab-numero
               invalid key
                   move 'S' to ws-fim-arq
           end-start
           perform until fim-arq
               read trftab next ignore lock
               if status-trftab <> '00'
                   move 'S' to ws-fim-arq
               else
                   add 1 to ws-cont-lidos
                   move 'trftab    '   to ws-exc-arquivo
                   move trftab-chave   to ws-exc-chave
                   move trftab-numero  to ws-ref-num
                   move ws-ref-num     to ws-exc-ref
                   move trftab-lojaori to ws-loja-busca
                   perform PROCURA-LOJA
                   if not loja-achada
                       move trftab-lojaori to ws-exc-loja
                       move 15 to ws-cat-idx
                       perform GRAVA-VIOLACAO
                   end-if
                   move trftab-lojadst to ws-loja-busca
                   perform PROCURA-LOJA
                   if not loja-achada
                       move trftab-lojadst to ws-exc-loja
                       move 15 to ws-cat-idx
                       perform GRAVA-VIOLACAO
                   end-if
               end-if
           end-perform.

       PROCURA-LOJA.
           move 'N' to ws-loja-achada
           perform varying ws-lj-idx from 1 by 1
                   until ws-lj-idx > ws-lojas-qtde
                       or loja-achada
               if ws-loja-cod(ws-lj-idx) = ws-loja-busca
                   move 'S' to ws-loja-achada
               end-if
           end-perform.

      * So pendencias (aguardando aprovacao ou aprovadas a ativar)
      * interessam: o historico aplicado/superado de item que depois
      * foi inativado e legitimo.
       CONFERE-PRCTAB.
           move 'N' to ws-fim-arq
           move low-values to prctab-id
           start prctab key is >= prctab-id
               invalid key
                   move 'S' to ws-fim-arq
           end-start
           perform until fim-arq
               read prctab next ignore lock
               if status-prctab <> '00'
                   move 'S' to ws-fim-arq
               else
                   add 1 to ws-cont-lidos
                   if prctab-aguardando or prctab-pendente
                       move prctab-chave to ws-ver-chave
                       move 'basicos   ' to ws-ver-tabela
                       perform VERIFICA-CHAVE-TABELA
                       move 'prctab    '  to ws-exc-arquivo
                       move prctab-chave  to ws-exc-chave
                       move prctab-loja   to ws-exc-loja
                       move prctab-dtvig  to ws-ref-num
                       move ws-ref-num    to ws-exc-ref
                       if ver-inexistente
                           move 17 to ws-cat-idx
                           perform GRAVA-VIOLACAO
                       end-if
                       if not ver-inexistente and not ver-ativa
                           move 16 to ws-cat-idx
                           perform GRAVA-VIOLACAO
                       end-if
                   end-if
               end-if
           end-perform.

       GRAVA-VIOLACAO.
           move ws-cat-idx     to intexc-categoria
           move ws-exc-arquivo to intexc-arquivo
           move ws-exc-chave   to intexc-chave
           move ws-exc-loja    to intexc-loja
           move ws-exc-ref     to intexc-referencia
           write reg-intexc
           add 1 to ws-cont-violacoes
           add 1 to ws-cat-cont(ws-cat-idx).

       IMPRIME-AUSENTE.
           move ws-linha-ausente to reg-relint
           write reg-relint
           add 1 to ws-spool-linhas.

       IMPRIME-RESUMO.
           move spaces to reg-relint
           write reg-relint
           move 'RESUMO POR CATEGORIA' to reg-relint
           write reg-relint
           add 2 to ws-spool-linhas
           perform varying ws-cat-idx from 1 by 1
                   until ws-cat-idx > 17
               move ws-cat-idx to ws-ctl-codigo
               move ws-cat-desc(ws-cat-idx) to ws-ctl-desc
               move ws-cat-cont(ws-cat-idx) to ws-ctl-cont
               move ws-linha-cat to reg-relint
               write reg-relint
               add 1 to ws-spool-linhas
           end-perform

           move spaces to reg-relint
           write reg-relint
           move ws-cont-violacoes to ws-rod-total
           move ws-rodape to reg-relint
           write reg-relint
           add 2 to ws-spool-linhas.

       GRAVA-SPOOLCAT.
           copy spoolcat.prc.

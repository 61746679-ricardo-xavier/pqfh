      $ set callfh"pqfh"
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    nfent.

      * Digitacao da nota fiscal de entrada do fornecedor: cabecalho
      * (fornecedor, numero da nota, pedido de compra faturado, data
      * de emissao) e linhas (chave, quantidade e custo unitario
      * cobrados). A nota so aceita pedido do proprio fornecedor e
      * linha de chave que pertence ao pedido - o que a conferencia
      * de tres vias de nfconf.cbl compara depois e nota contra
      * pedido contra recebimento, nao contra o que se digitou. Nota
      * liberada para pagamento nao se altera mais; corrigir linha
      * de nota bloqueada a devolve para digitada, e ela precisa
      * passar de novo pela conferencia. Sign-on contra o opertab na
      * disciplina de manter.cbl - o digitador fica no cabecalho.

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
       copy nfcab.sel.
       copy nflin.sel.
       copy opertab.sel.

       DATA DIVISION.
       FILE SECTION.
       copy sp01a03.fd.
       copy fortab.fd.
       copy pedcab.fd.
       copy pedlin.fd.
       copy nfcab.fd.
       copy nflin.fd.
       copy opertab.fd.

       WORKING-STORAGE SECTION.
       77      ws-sp01a03     pic x(40) value '../../arq/sp01a03'.
       77      status01-a03   pic xx.
       77      ws-fortab      pic x(40) value '../../arq/fortab'.
       77      status-fortab  pic xx.
       77      ws-pedcab      pic x(40) value '../../arq/pedcab'.
       77      status-pedcab  pic xx.
       77      ws-pedlin      pic x(40) value '../../arq/pedlin'.
       77      status-pedlin  pic xx.
       77      ws-nfcab       pic x(40) value '../../arq/nfcab'.
       77      status-nfcab   pic xx.
       77      ws-nflin       pic x(40) value '../../arq/nflin'.
       77      status-nflin   pic xx.
       77      ws-opertab     pic x(40) value '../../arq/opertab'.
       77      status-opertab pic xx.
       copy arqdir.cpy.

       77      ws-opcao       pic x(01).
               88  opcao-nova-nota     value 'N'.
               88  opcao-linha         value 'L'.
               88  opcao-excluir       value 'X'.
               88  opcao-consultar     value 'C'.
               88  opcao-sair          value 'F'.
       77      ws-continua    pic x(01) value 'S'.
               88  continua-nao        value 'N'.
       77      ws-msg         pic x(60) value spaces.
       77      ws-pausa       pic x(01).

       77      ws-nf-fornec   pic 9(05) value zeros.
       77      ws-nf-nota     pic 9(09) value zeros.
       77      ws-nf-pedido   pic 9(06) value zeros.
       77      ws-nf-dtemis   pic 9(08) value zeros.
       77      ws-nf-chave    pic 9(08) value zeros.
       77      ws-nf-qtde     pic 9(07)v999 value zeros.
       77      ws-nf-custo    pic 9(07)v99 value zeros.
       77      ws-nf-forn-nm  pic x(30) value spaces.
       77      ws-nf-desc     pic x(30) value spaces.
       77      ws-nf-situacao pic x(10) value spaces.
       77      ws-qtd-ped     pic z(06)9,999.
       77      ws-qtd-rec     pic z(06)9,999.
       77      ws-nf-linhas   pic zzz9.
       77      ws-nf-total    pic zz.zzz.zzz.zz9,99.

       77      ws-data-hoje   pic 9(08).
       77      ws-cont-linhas pic 9(04) value zeros.
       77      ws-valor-nota  pic 9(11)v99 value zeros.
       77      ws-fim-nflin   pic x(01).
               88  fim-nflin           value 'S'.

       01      ws-data-emis.
               05  ws-data-emis-ano    pic 9(04).
               05  ws-data-emis-mes    pic 9(02).
               05  ws-data-emis-dia    pic 9(02).

      * Sign-on: operador corrente e controle de tentativas, na
      * mesma disciplina de manter.cbl.
       77      ws-sign-operador   pic x(08).
       77      ws-sign-senha      pic x(08).
       77      ws-sign-tentativas pic 9(01) value zeros.
       77      ws-sign-ok         pic x(01) value 'N'.
               88  sign-ok             value 'S'.

       SCREEN SECTION.
       01  tela-signon.
           05  blank screen.
           05  line 01 column 01
                   value 'DIGITACAO DE NOTA FISCAL DE ENTRADA'.
           05  line 03 column 01 value 'OPERADOR:'.
           05  line 03 column 11 pic x(08) using ws-sign-operador.
           05  line 04 column 01 value 'SENHA...:'.
           05  line 04 column 11 pic x(08) using ws-sign-senha secure.
           05  line 20 column 01 pic x(60) from ws-msg.

       01  tela-nfent.
           05  blank screen.
           05  line 01 column 01
                   value 'DIGITACAO DE NOTA FISCAL DE ENTRADA'.
           05  line 03 column 01
                   value 'N-NOVA NOTA L-LINHA X-EXCLUI LINHA'.
           05  line 04 column 01 value 'C-CONSULTA F-FIM  OPCAO:'.
           05  line 04 column 26 pic x(01) using ws-opcao.
           05  line 06 column 01 value 'FORNECEDOR.:'.
           05  line 06 column 14 pic 9(05) using ws-nf-fornec.
           05  line 06 column 21 pic x(30) from ws-nf-forn-nm.
           05  line 07 column 01 value 'NOTA.......:'.
           05  line 07 column 14 pic 9(09) using ws-nf-nota.
           05  line 08 column 01 value 'PEDIDO.....:'.
           05  line 08 column 14 pic 9(06) using ws-nf-pedido.
           05  line 09 column 01 value 'EMISSAO....:'.
           05  line 09 column 14 pic 9(08) using ws-nf-dtemis.
           05  line 10 column 01 value 'SITUACAO...:'.
           05  line 10 column 14 pic x(10) from ws-nf-situacao.
           05  line 10 column 26 value 'LINHAS:'.
           05  line 10 column 34 pic zzz9 from ws-nf-linhas.
           05  line 10 column 40 value 'TOTAL:'.
           05  line 10 column 47 pic zz.zzz.zzz.zz9,99
                   from ws-nf-total.
           05  line 12 column 01 value 'CHAVE......:'.
           05  line 12 column 14 pic 9(08) using ws-nf-chave.
           05  line 12 column 24 pic x(30) from ws-nf-desc.
           05  line 13 column 01 value 'QUANTIDADE.:'.
           05  line 13 column 14 pic 9(07)v999 using ws-nf-qtde.
           05  line 14 column 01 value 'CUSTO UNIT.:'.
           05  line 14 column 14 pic 9(07)v99 using ws-nf-custo.
           05  line 15 column 01 value 'QTD PEDIDA.:'.
           05  line 15 column 14 pic z(06)9,999 from ws-qtd-ped.
           05  line 16 column 01 value 'QTD RECEB..:'.
           05  line 16 column 14 pic z(06)9,999 from ws-qtd-rec.
           05  line 20 column 01 pic x(60) from ws-msg.

       01  tela-pausa.
           05  line 22 column 01
                   value 'TECLE ENTER PARA CONTINUAR...'.
           05  line 22 column 32 pic x(01) using ws-pausa.

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
                  '/nfcab'      delimited by size
                  into ws-nfcab
           string ws-env-arqdir delimited by space
                  '/nflin'      delimited by size
                  into ws-nflin
           string ws-env-arqdir delimited by space
                  '/opertab'    delimited by size
                  into ws-opertab

           accept ws-data-hoje from date yyyymmdd

           perform ABRE-OPERTAB
           perform SIGN-ON
           if not sign-ok
               display 'NFENT: SIGN-ON RECUSADO'
               close opertab
               move 16 to return-code
               stop run
           end-if

           perform ABRE-ARQUIVOS

           perform until continua-nao
               move spaces to ws-msg
               move spaces to ws-opcao
               display tela-nfent
               accept tela-nfent
               evaluate true
                   when opcao-sair
                       move 'N' to ws-continua
                   when opcao-nova-nota
                       perform INCLUI-NOTA
                   when opcao-linha
                       perform LANCA-LINHA
                   when opcao-excluir
                       perform EXCLUI-LINHA
                   when opcao-consultar
                       perform CONSULTA-NOTA
                   when other
                       move 'OPCAO INVALIDA' to ws-msg
               end-evaluate
               display tela-nfent
               perform AGUARDA-CONFIRMACAO
           end-perform

           perform FECHA-ARQUIVOS
           stop run.

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
               display 'NFENT: ERRO NA ABERTURA DE OPERTAB - '
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

       AGUARDA-CONFIRMACAO.
           move spaces to ws-pausa
           accept tela-pausa.

       ABRE-ARQUIVOS.
           open input sp01a03
           if status01-a03 <> '00'
               display 'NFENT: ERRO NA ABERTURA DE SP01A03 - STATUS '
                       status01-a03
               move 16 to return-code
               stop run
           end-if
           open input fortab
           if status-fortab <> '00'
               display 'NFENT: ERRO NA ABERTURA DE FORTAB - STATUS '
                       status-fortab
               move 16 to return-code
               stop run
           end-if
           open input pedcab
           if status-pedcab <> '00'
               display 'NFENT: ERRO NA ABERTURA DE PEDCAB - STATUS '
                       status-pedcab
               move 16 to return-code
               stop run
           end-if
           open input pedlin
           if status-pedlin <> '00'
               display 'NFENT: ERRO NA ABERTURA DE PEDLIN - STATUS '
                       status-pedlin
               move 16 to return-code
               stop run
           end-if
           open i-o nfcab
           if status-nfcab = '35'
               open output nfcab
               close nfcab
               open i-o nfcab
           end-if
           if status-nfcab <> '00'
               display 'NFENT: ERRO NA ABERTURA DE NFCAB - STATUS '
                       status-nfcab
               move 16 to return-code
               stop run
           end-if
           open i-o nflin
           if status-nflin = '35'
               open output nflin
               close nflin
               open i-o nflin
           end-if
           if status-nflin <> '00'
               display 'NFENT: ERRO NA ABERTURA DE NFLIN - STATUS '
                       status-nflin
               move 16 to return-code
               stop run
           end-if.

       FECHA-ARQUIVOS.
           close sp01a03
           close fortab
           close pedcab
           close pedlin
           close nfcab
           close nflin
           close opertab.

      * ----------------------------------------------------------
      * Cabecalho: fornecedor cadastrado, pedido do proprio
      * fornecedor, data de emissao valida; o par fornecedor/nota
      * nao pode repetir.
      * ----------------------------------------------------------
       INCLUI-NOTA.
           move spaces to ws-nf-forn-nm
           move ws-nf-fornec to fortab-codigo
           read fortab key is fortab-codigo
               invalid key
                   move 'FORNECEDOR NAO CADASTRADO' to ws-msg
               not invalid key
                   move fortab-nome to ws-nf-forn-nm
           end-read
           if ws-msg = spaces and ws-nf-nota = zeros
               move 'NUMERO DA NOTA OBRIGATORIO' to ws-msg
           end-if
           if ws-msg = spaces
               move ws-nf-pedido to pedcab-numero
               read pedcab key is pedcab-numero
                   invalid key
                       move 'PEDIDO NAO ENCONTRADO' to ws-msg
               end-read
           end-if
           if ws-msg = spaces and pedcab-fornec <> ws-nf-fornec
               move 'PEDIDO NAO E DESTE FORNECEDOR' to ws-msg
           end-if
           if ws-msg = spaces
               move ws-nf-dtemis to ws-data-emis
               if ws-nf-dtemis not numeric
                       or ws-data-emis-ano < 1990
                       or ws-data-emis-mes < 01
                       or ws-data-emis-mes > 12
                       or ws-data-emis-dia < 01
                       or ws-data-emis-dia > 31
                       or ws-nf-dtemis > ws-data-hoje
                   move 'DATA DE EMISSAO INVALIDA' to ws-msg
               end-if
           end-if
           if ws-msg = spaces
               initialize reg-nfcab
               move ws-nf-fornec     to nfcab-fornec
               move ws-nf-nota       to nfcab-nota
               move ws-nf-pedido     to nfcab-pedido
               move ws-nf-dtemis     to nfcab-dtemis
               move ws-data-hoje     to nfcab-dtdigit
               move ws-sign-operador to nfcab-operador
               move 'D'              to nfcab-situacao
               move zeros            to nfcab-dtconf
               write reg-nfcab
                   invalid key
                       move 'NOTA JA DIGITADA PARA O FORNECEDOR'
                           to ws-msg
                   not invalid key
                       move 'NOTA INCLUIDA - DIGITE AS LINHAS'
                           to ws-msg
                       perform MOSTRA-SITUACAO
               end-write
               perform TOTALIZA-NOTA
           end-if.

      * ----------------------------------------------------------
      * Linha: nota existente e ainda nao liberada, chave do pedido
      * faturado. Chave ja digitada na nota e corrigida.
      * ----------------------------------------------------------
       LANCA-LINHA.
           perform BUSCA-NOTA
           if ws-msg = spaces and nfcab-liberada
               move 'NOTA LIBERADA - NAO PODE SER ALTERADA' to ws-msg
           end-if
           if ws-msg = spaces
               perform BUSCA-LINHA-PEDIDO
           end-if
           if ws-msg = spaces
                   and (ws-nf-qtde not numeric or ws-nf-qtde = zeros)
               move 'QUANTIDADE INVALIDA' to ws-msg
           end-if
           if ws-msg = spaces
                   and (ws-nf-custo not numeric
                        or ws-nf-custo = zeros)
               move 'CUSTO UNITARIO INVALIDO' to ws-msg
           end-if
           if ws-msg = spaces
               move ws-nf-fornec to nflin-fornec
               move ws-nf-nota   to nflin-nota
               move ws-nf-chave  to nflin-chave
               read nflin key is nflin-id
                   invalid key
                       initialize reg-nflin
                       move ws-nf-fornec to nflin-fornec
                       move ws-nf-nota   to nflin-nota
                       move ws-nf-chave  to nflin-chave
                       move ws-nf-qtde   to nflin-qtde
                       move ws-nf-custo  to nflin-custo
                       move space        to nflin-situacao
                       write reg-nflin
                       move 'LINHA INCLUIDA' to ws-msg
                   not invalid key
                       move ws-nf-qtde   to nflin-qtde
                       move ws-nf-custo  to nflin-custo
                       move space        to nflin-situacao
                       rewrite reg-nflin
                       move 'LINHA CORRIGIDA' to ws-msg
               end-read
               perform VOLTA-DIGITADA
               perform TOTALIZA-NOTA
               move zeros to ws-nf-chave
               move zeros to ws-nf-qtde
               move zeros to ws-nf-custo
           end-if.

       EXCLUI-LINHA.
           perform BUSCA-NOTA
           if ws-msg = spaces and nfcab-liberada
               move 'NOTA LIBERADA - NAO PODE SER ALTERADA' to ws-msg
           end-if
           if ws-msg = spaces
               move ws-nf-fornec to nflin-fornec
               move ws-nf-nota   to nflin-nota
               move ws-nf-chave  to nflin-chave
               delete nflin record
                   invalid key
                       move 'LINHA NAO ENCONTRADA NA NOTA' to ws-msg
                   not invalid key
                       move 'LINHA EXCLUIDA' to ws-msg
               end-delete
           end-if
           if ws-msg = 'LINHA EXCLUIDA'
               perform VOLTA-DIGITADA
               perform TOTALIZA-NOTA
           end-if.

       CONSULTA-NOTA.
           perform BUSCA-NOTA
           if ws-msg = spaces
               move 'NOTA ENCONTRADA' to ws-msg
               perform TOTALIZA-NOTA
           end-if.

      * Nota de um fornecedor cadastrado; o cabecalho lido vai para
      * a tela.
       BUSCA-NOTA.
           move spaces to ws-nf-forn-nm
           move spaces to ws-nf-situacao
           move ws-nf-fornec to fortab-codigo
           read fortab key is fortab-codigo
               invalid key
                   continue
               not invalid key
                   move fortab-nome to ws-nf-forn-nm
           end-read
           move ws-nf-fornec to nfcab-fornec
           move ws-nf-nota   to nfcab-nota
           read nfcab key is nfcab-id
               invalid key
                   move 'NOTA NAO ENCONTRADA' to ws-msg
               not invalid key
                   move nfcab-pedido to ws-nf-pedido
                   move nfcab-dtemis to ws-nf-dtemis
                   perform MOSTRA-SITUACAO
           end-read.

      * A chave tem de estar no pedido faturado; pedido e recebido
      * vao para a tela para o digitador ver a nota contra a doca.
       BUSCA-LINHA-PEDIDO.
           move zeros to ws-qtd-ped ws-qtd-rec
           move spaces to ws-nf-desc
           move nfcab-pedido to pedlin-numero
           move ws-nf-chave  to pedlin-chave
           read pedlin key is pedlin-id
               invalid key
                   move 'CHAVE NAO PERTENCE AO PEDIDO' to ws-msg
               not invalid key
                   move pedlin-qtde-ped to ws-qtd-ped
                   move pedlin-qtde-rec to ws-qtd-rec
                   move ws-nf-chave to sp0103chave
                   read sp01a03 key is sp0103chave
                       invalid key
                           move 'ITEM SEM CADASTRO' to ws-nf-desc
                       not invalid key
                           move sp0103desc to ws-nf-desc
                   end-read
           end-read.

      * Nota alterada depois de conferida perde o resultado da
      * conferencia - volta para digitada e passa de novo por
      * nfconf.cbl antes do pagamento.
       VOLTA-DIGITADA.
           if not nfcab-digitada
               move 'D'   to nfcab-situacao
               move zeros to nfcab-dtconf
               rewrite reg-nfcab
           end-if
           perform MOSTRA-SITUACAO.

       MOSTRA-SITUACAO.
           evaluate true
               when nfcab-digitada
                   move 'DIGITADA'  to ws-nf-situacao
               when nfcab-bloqueada
                   move 'BLOQUEADA' to ws-nf-situacao
               when nfcab-liberada
                   move 'LIBERADA'  to ws-nf-situacao
               when other
                   move spaces      to ws-nf-situacao
           end-evaluate.

      * Quantidade de linhas e valor total da nota digitada.
       TOTALIZA-NOTA.
           move zeros to ws-cont-linhas
           move zeros to ws-valor-nota
           move 'N' to ws-fim-nflin
           move ws-nf-fornec to nflin-fornec
           move ws-nf-nota   to nflin-nota
           move zeros        to nflin-chave
           start nflin key is >= nflin-id
               invalid key
                   move 'S' to ws-fim-nflin
           end-start
           perform until fim-nflin
               read nflin next ignore lock
               if status-nflin <> '00'
                       or nflin-fornec <> ws-nf-fornec
                       or nflin-nota <> ws-nf-nota
                   move 'S' to ws-fim-nflin
               else
                   add 1 to ws-cont-linhas
                   compute ws-valor-nota rounded = ws-valor-nota
                           + nflin-qtde * nflin-custo
               end-if
           end-perform
           move ws-cont-linhas to ws-nf-linhas
           move ws-valor-nota  to ws-nf-total.

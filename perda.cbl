      $ set callfh"pqfh"
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    perda.

      * Baixa de estoque por perda, quebra, furto, vencimento e uso
      * interno: em vez de uma saida 'S' sem explicacao, a baixa e um
      * documento (bxatab) com motivo obrigatorio do motab, valorizado
      * ao custo medio do cstab (sem custo, pelo sp0103preco). Baixa
      * ate o limite do motivo e lancada na hora; acima dele fica
      * pendente e so e lancada quando outro operador, com
      * autorizacao de aprovacao, aprova - quatro olhos na disciplina
      * de aprprc.cbl: quem digitou nao aprova. Lancar e gravar a
      * saida no movent.txt com o documento 'BX'+numero e o motivo,
      * que movto.cbl leva ate o ledger. A quantidade e criticada
      * contra o disponivel (estoque menos reservas validas).
      *
      * Opcoes: N = nova baixa, A = aprovacao das pendentes, M =
      * manutencao da tabela de motivos (semeada com o conjunto
      * padrao na primeira execucao), V = importacao dos lotes
      * vencidos, F = fim. Sign-on contra o opertab na disciplina de
      * manter.cbl.
      *
      * Importacao dos vencidos: cada linha do lotvenc.txt gerado
      * pelo relvenc.cbl vira um documento de baixa com o motivo de
      * vencimento (VC) e o lote, digitado pelo operador do sign-on
      * e sujeito ao mesmo limite do motivo - acima dele fica
      * pendente para outro operador aprovar. Lote que ja tem
      * documento VC (em qualquer situacao) nao gera outro, de modo
      * que reimportar o mesmo arquivo nao duplica a baixa; linha
      * com item inexistente, inativo ou quantidade acima do
      * disponivel e rejeitada e so entra na contagem.

       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
       copy sp01a03.sel.
       copy cstab.sel.
       copy restab.sel.
       copy opertab.sel.
       copy motab.sel.
       copy bxatab.sel.
           select bxactl assign to ws-bxactl
               organization is line sequential
               file status is status-bxactl.
           select movent assign to ws-movent
               organization is line sequential
               file status is status-movent.
           select lotvenc assign to ws-lotvenc
               organization is line sequential
               file status is status-lotvenc.

       DATA DIVISION.
       FILE SECTION.
       copy sp01a03.fd.
       copy cstab.fd.
       copy restab.fd.
       copy opertab.fd.
       copy motab.fd.
       copy bxatab.fd.
      * Controle do proximo numero de baixa.
       fd  bxactl
           label record standard.
       01  reg-bxactl.
           05  bxactl-prox         pic 9(06).
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
      * Lotes vencidos do relvenc.cbl, mesmo layout de reg-lotvenc.
       fd  lotvenc
           label record standard.
       01  reg-lotvenc.
           05  lvc-chave           pic 9(08).
           05  lvc-loja            pic 9(03).
           05  lvc-lote            pic x(10).
           05  lvc-validade        pic 9(08).
           05  lvc-qtde            pic 9(07)v999.
           05  lvc-custo           pic 9(07)v99.

       WORKING-STORAGE SECTION.
       77      ws-sp01a03     pic x(40) value '../../arq/sp01a03'.
       77      status01-a03   pic xx.
       77      ws-cstab       pic x(40) value '../../arq/cstab'.
       77      status-cstab   pic xx.
       77      ws-tem-cstab   pic x(01) value 'N'.
               88  tem-cstab           value 'S'.
       77      ws-opertab     pic x(40) value '../../arq/opertab'.
       77      status-opertab pic xx.
       77      ws-motab       pic x(40) value '../../arq/motab'.
       77      status-motab   pic xx.
       77      ws-bxatab      pic x(40) value '../../arq/bxatab'.
       77      status-bxatab  pic xx.
       77      ws-bxactl      pic x(40) value '../../arq/bxactl'.
       77      status-bxactl  pic xx.
       77      ws-movent      pic x(40) value '../../arq/movent.txt'.
       77      status-movent  pic xx.
       77      ws-lotvenc     pic x(40) value '../../arq/lotvenc.txt'.
       77      status-lotvenc pic xx.
       copy arqdir.cpy.
       copy reserva.cpy.

       77      ws-opcao       pic x(01).
               88  opcao-nova          value 'N'.
               88  opcao-aprovacao     value 'A'.
               88  opcao-motivos       value 'M'.
               88  opcao-vencidos      value 'V'.
               88  opcao-sair          value 'F'.
       77      ws-continua    pic x(01) value 'S'.
               88  continua-nao        value 'N'.
       77      ws-msg         pic x(60) value spaces.
       77      ws-pausa       pic x(01).

      * Opcoes da tela de aprovacao, na linha de aprprc.cbl.
       77      ws-opc-apr     pic x(01).
               88  apr-aprova          value 'A'.
               88  apr-recusa          value 'R'.
               88  apr-pula            value 'P'.
               88  apr-sair            value 'F'.
       77      ws-apr-continua pic x(01).
               88  apr-continua-nao    value 'N'.
       77      ws-fim-bxatab  pic x(01).
               88  fim-bxatab          value 'S'.

      * Opcoes da tela de motivos.
       77      ws-opc-mot     pic x(01).
               88  mot-inclui          value 'I'.
               88  mot-altera          value 'A'.
               88  mot-inativa         value 'X'.
               88  mot-consulta        value 'C'.
               88  mot-volta           value 'F'.
       77      ws-mot-continua pic x(01).
               88  mot-continua-nao    value 'N'.

      * Sign-on: operador corrente e controle de tentativas, na
      * mesma disciplina de manter.cbl.
       77      ws-sign-operador   pic x(08).
       77      ws-sign-senha      pic x(08).
       77      ws-sign-tentativas pic 9(01) value zeros.
       77      ws-sign-ok         pic x(01) value 'N'.
               88  sign-ok             value 'S'.

      * Dados da baixa em digitacao.
       77      ws-bx-chave    pic 9(08) value zeros.
       77      ws-bx-qtde     pic 9(07)v999 value zeros.
       77      ws-bx-lote     pic x(10) value spaces.
       77      ws-bx-motivo   pic x(02) value spaces.
       77      ws-bx-desc     pic x(30) value spaces.
       77      ws-bx-mot-desc pic x(30) value spaces.
       77      ws-bx-loja     pic 9(03) value zeros.
       77      ws-bx-custo    pic 9(07)v99 value zeros.
       77      ws-bx-valor    pic 9(09)v99 value zeros.
       77      ws-bx-numero   pic 9(06) value zeros.
       77      ws-bx-situacao pic x(10) value spaces.
       77      ws-disponivel  pic s9(09)v999 value zeros.
       77      ws-tela-custo  pic z(06)9,99.
       77      ws-tela-valor  pic zzz.zzz.zz9,99.
       77      ws-tela-disp   pic -z(06)9,999.
       77      ws-tela-qtde   pic z(06)9,999.
       77      ws-tela-limite pic z(06)9,99.
       77      ws-tela-digit  pic x(08).
       77      ws-tela-dtdig  pic 9(08).

      * Dados do motivo em manutencao.
       77      ws-mt-codigo   pic x(02) value spaces.
       77      ws-mt-desc     pic x(30) value spaces.
       77      ws-mt-limite   pic 9(07)v99 value zeros.
       77      ws-mt-situacao pic x(01) value spaces.
       77      ws-mt-origem   pic x(01) value spaces.

      * Motivos padrao semeados na primeira execucao: codigo (2) +
      * descricao (30) + origem (1) + limite (9) por entrada.
       01      ws-semente-val.
               05  filler          pic x(42) value
               'QBQUEBRA/AVARIA                 B000020000'.
               05  filler          pic x(42) value
               'FRFURTO/ROUBO                   B000000000'.
               05  filler          pic x(42) value
               'VCVENCIMENTO                    B000050000'.
               05  filler          pic x(42) value
               'UIUSO INTERNO                   B000010000'.
               05  filler          pic x(42) value
               'DCDIFERENCA DE CONTAGEM         C000000000'.
       01  filler redefines ws-semente-val.
           05  ws-semente-ocorr occurs 5 times.
               10  ws-sem-codigo   pic x(02).
               10  ws-sem-desc     pic x(30).
               10  ws-sem-origem   pic x(01).
               10  ws-sem-limite   pic 9(07)v99.
       77      ws-sem-idx     pic 9(02) comp.

       01      ws-doc-baixa.
               05  filler          pic x(02) value 'BX'.
               05  ws-doc-numero   pic 9(06).
               05  filler          pic x(02) value spaces.

       77      ws-data-hoje   pic 9(08).
       77      ws-cont-digit  pic 9(05) value zeros.
       77      ws-cont-lanc   pic 9(05) value zeros.
       77      ws-cont-pend   pic 9(05) value zeros.
       77      ws-cont-aprov  pic 9(05) value zeros.
       77      ws-cont-recus  pic 9(05) value zeros.

      * Importacao dos vencidos: motivo usado, controle da leitura,
      * documento ja existente para o lote e contagens da rodada.
       77      ws-motivo-venc pic x(02) value 'VC'.
       77      ws-fim-lotvenc pic x(01).
               88  fim-lotvenc         value 'S'.
       77      ws-ja-baixado  pic x(01).
               88  ja-baixado          value 'S'.
       77      ws-cont-vger   pic 9(05) value zeros.
       77      ws-cont-vjat   pic 9(05) value zeros.
       77      ws-cont-vrej   pic 9(05) value zeros.

       SCREEN SECTION.
       01  tela-signon.
           05  blank screen.
           05  line 01 column 01
                   value 'BAIXA DE ESTOQUE POR PERDA/QUEBRA'.
           05  line 03 column 01 value 'OPERADOR:'.
           05  line 03 column 11 pic x(08) using ws-sign-operador.
           05  line 04 column 01 value 'SENHA...:'.
           05  line 04 column 11 pic x(08) using ws-sign-senha secure.
           05  line 20 column 01 pic x(60) from ws-msg.

       01  tela-perda.
           05  blank screen.
           05  line 01 column 01
                   value 'BAIXA DE ESTOQUE POR PERDA/QUEBRA'.
           05  line 03 column 01
                   value 'N-NOVA BAIXA A-APROVACAO M-MOTIVOS'.
           05  line 03 column 36 value 'V-VENCIDOS'.
           05  line 04 column 01 value 'F-FIM  OPCAO:'.
           05  line 04 column 15 pic x(01) using ws-opcao.
           05  line 06 column 01 value 'CHAVE......:'.
           05  line 06 column 14 pic 9(08) using ws-bx-chave.
           05  line 06 column 24 pic x(30) from ws-bx-desc.
           05  line 07 column 01 value 'LOJA.......:'.
           05  line 07 column 14 pic 9(03) from ws-bx-loja.
           05  line 08 column 01 value 'QUANTIDADE.:'.
           05  line 08 column 14 pic 9(07)v999 using ws-bx-qtde.
           05  line 09 column 01 value 'LOTE.......:'.
           05  line 09 column 14 pic x(10) using ws-bx-lote.
           05  line 10 column 01 value 'MOTIVO.....:'.
           05  line 10 column 14 pic x(02) using ws-bx-motivo.
           05  line 10 column 24 pic x(30) from ws-bx-mot-desc.
           05  line 12 column 01 value 'DISPONIVEL.:'.
           05  line 12 column 14 pic -z(06)9,999 from ws-tela-disp.
           05  line 13 column 01 value 'CUSTO UNIT.:'.
           05  line 13 column 14 pic z(06)9,99 from ws-tela-custo.
           05  line 14 column 01 value 'VALOR......:'.
           05  line 14 column 14 pic zzz.zzz.zz9,99
                   from ws-tela-valor.
           05  line 16 column 01 value 'DOCUMENTO..:'.
           05  line 16 column 14 pic 9(06) from ws-bx-numero.
           05  line 16 column 24 pic x(10) from ws-bx-situacao.
           05  line 20 column 01 pic x(60) from ws-msg.

       01  tela-aprova.
           05  blank screen.
           05  line 01 column 01
                   value 'APROVACAO DE BAIXAS DE ESTOQUE'.
           05  line 03 column 01
                   value 'A-APROVA R-RECUSA P-PULA F-FIM'.
           05  line 04 column 01 value 'OPCAO:'.
           05  line 04 column 08 pic x(01) using ws-opc-apr.
           05  line 06 column 01 value 'DOCUMENTO..:'.
           05  line 06 column 14 pic 9(06) from bxatab-numero.
           05  line 07 column 01 value 'CHAVE......:'.
           05  line 07 column 14 pic 9(08) from bxatab-chave.
           05  line 07 column 24 pic x(30) from ws-bx-desc.
           05  line 08 column 01 value 'LOJA.......:'.
           05  line 08 column 14 pic 9(03) from bxatab-loja.
           05  line 09 column 01 value 'QUANTIDADE.:'.
           05  line 09 column 14 pic z(06)9,999 from ws-tela-qtde.
           05  line 10 column 01 value 'LOTE.......:'.
           05  line 10 column 14 pic x(10) from bxatab-lote.
           05  line 11 column 01 value 'MOTIVO.....:'.
           05  line 11 column 14 pic x(02) from bxatab-motivo.
           05  line 11 column 24 pic x(30) from ws-bx-mot-desc.
           05  line 12 column 01 value 'VALOR......:'.
           05  line 12 column 14 pic zzz.zzz.zz9,99
                   from ws-tela-valor.
           05  line 12 column 30 value 'LIMITE:'.
           05  line 12 column 38 pic z(06)9,99 from ws-tela-limite.
           05  line 14 column 01 value 'DIGITADO POR:'.
           05  line 14 column 15 pic x(08) from ws-tela-digit.
           05  line 14 column 25 value 'EM:'.
           05  line 14 column 29 pic 9(08) from ws-tela-dtdig.
           05  line 20 column 01 pic x(60) from ws-msg.

       01  tela-motivo.
           05  blank screen.
           05  line 01 column 01
                   value 'MOTIVOS DE BAIXA DE ESTOQUE'.
           05  line 03 column 01
                   value 'I-INCLUI A-ALTERA X-INATIVA C-CONSULTA'.
           05  line 04 column 01 value 'F-VOLTA  OPCAO:'.
           05  line 04 column 17 pic x(01) using ws-opc-mot.
           05  line 06 column 01 value 'CODIGO.....:'.
           05  line 06 column 14 pic x(02) using ws-mt-codigo.
           05  line 07 column 01 value 'DESCRICAO..:'.
           05  line 07 column 14 pic x(30) using ws-mt-desc.
           05  line 08 column 01 value 'LIMITE.....:'.
           05  line 08 column 14 pic 9(07)v99 using ws-mt-limite.
           05  line 09 column 01 value 'SITUACAO...:'.
           05  line 09 column 14 pic x(01) from ws-mt-situacao.
           05  line 10 column 01 value 'ORIGEM.....:'.
           05  line 10 column 14 pic x(01) from ws-mt-origem.
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
                  '/cstab'      delimited by size
                  into ws-cstab
           string ws-env-arqdir delimited by space
                  '/restab'     delimited by size
                  into ws-restab
           string ws-env-arqdir delimited by space
                  '/opertab'    delimited by size
                  into ws-opertab
           string ws-env-arqdir delimited by space
                  '/motab'      delimited by size
                  into ws-motab
           string ws-env-arqdir delimited by space
                  '/bxatab'     delimited by size
                  into ws-bxatab
           string ws-env-arqdir delimited by space
                  '/bxactl'     delimited by size
                  into ws-bxactl
           string ws-env-arqdir delimited by space
                  '/movent.txt' delimited by size
                  into ws-movent
           string ws-env-arqdir delimited by space
                  '/lotvenc.txt' delimited by size
                  into ws-lotvenc

           accept ws-data-hoje from date yyyymmdd

           perform ABRE-OPERTAB
           perform SIGN-ON
           if not sign-ok
               display 'PERDA: SIGN-ON RECUSADO'
               close opertab
               move 16 to return-code
               stop run
           end-if

           perform ABRE-ARQUIVOS

           perform until continua-nao
               move spaces to ws-msg
               move spaces to ws-opcao
               display tela-perda
               accept tela-perda
               evaluate true
                   when opcao-sair
                       move 'N' to ws-continua
                   when opcao-nova
                       perform NOVA-BAIXA
                   when opcao-aprovacao
                       perform APROVACAO-BAIXAS
                   when opcao-motivos
                       perform MANUTENCAO-MOTIVOS
                   when opcao-vencidos
                       perform IMPORTA-VENCIDOS
                   when other
                       move 'OPCAO INVALIDA' to ws-msg
               end-evaluate
               if not continua-nao
                   display tela-perda
                   perform AGUARDA-CONFIRMACAO
               end-if
           end-perform

           perform FECHA-ARQUIVOS
           display 'PERDA: DIGITADAS ' ws-cont-digit
                   ' LANCADAS ' ws-cont-lanc
                   ' PENDENTES ' ws-cont-pend
           display 'PERDA: APROVADAS ' ws-cont-aprov
                   ' RECUSADAS ' ws-cont-recus
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
               display 'PERDA: ERRO NA ABERTURA DE OPERTAB - '
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
               display 'PERDA: ERRO NA ABERTURA DE SP01A03 - STATUS '
                       status01-a03
               move 16 to return-code
               stop run
           end-if
           open input cstab
           if status-cstab = '00'
               move 'S' to ws-tem-cstab
           end-if
           open input restab
           if status-restab = '00'
               move 'S' to ws-tem-restab
           end-if
           perform ABRE-MOTAB
           open i-o bxatab
           if status-bxatab = '35'
               open output bxatab
               close bxatab
               open i-o bxatab
           end-if
           if status-bxatab <> '00'
               display 'PERDA: ERRO NA ABERTURA DE BXATAB - STATUS '
                       status-bxatab
               move 16 to return-code
               stop run
           end-if.

      * Tabela de motivos inexistente e semeada com o conjunto
      * padrao antes da primeira baixa.
       ABRE-MOTAB.
           open i-o motab
           if status-motab = '35'
               open output motab
               perform varying ws-sem-idx from 1 by 1
                       until ws-sem-idx > 5
                   initialize reg-motab
                   move ws-sem-codigo(ws-sem-idx) to motab-codigo
                   move ws-sem-desc(ws-sem-idx)   to motab-descricao
                   move 'A' to motab-situacao
                   move ws-sem-origem(ws-sem-idx) to motab-origem
                   move ws-sem-limite(ws-sem-idx) to motab-limite
                   write reg-motab
               end-perform
               close motab
               open i-o motab
           end-if
           if status-motab <> '00'
               display 'PERDA: ERRO NA ABERTURA DE MOTAB - STATUS '
                       status-motab
               move 16 to return-code
               stop run
           end-if.

       FECHA-ARQUIVOS.
           close sp01a03
           if tem-cstab
               close cstab
           end-if
           if tem-restab
               close restab
           end-if
           close motab
           close bxatab
           close opertab.

      * ----------------------------------------------------------
      * Nova baixa: basico existente e ativo, quantidade dentro do
      * disponivel, motivo ativo de digitacao. Valoriza ao custo e
      * decide pelo limite do motivo entre lancar ja e deixar
      * pendente de aprovacao.
      * ----------------------------------------------------------
       NOVA-BAIXA.
           move spaces to ws-bx-desc
           move spaces to ws-bx-mot-desc
           move spaces to ws-bx-situacao
           move zeros  to ws-bx-numero
           move zeros  to ws-bx-loja
           move zeros  to ws-tela-disp
           move zeros  to ws-tela-custo
           move zeros  to ws-tela-valor
           move ws-bx-chave to sp0103chave
           read sp01a03 key is sp0103chave
               invalid key
                   move 'ITEM NAO CADASTRADO' to ws-msg
               not invalid key
                   move sp0103desc to ws-bx-desc
                   move sp0103loja to ws-bx-loja
           end-read
           if ws-msg = spaces and sp0103inativo
               move 'ITEM INATIVO' to ws-msg
           end-if
           if ws-msg = spaces
               move sp0103chave  to ws-res-chave
               move sp0103loja   to ws-res-loja
               move spaces       to ws-res-doc
               move ws-data-hoje to ws-res-data
               perform SOMA-RESERVAS
               compute ws-disponivel = sp0103qtde - ws-res-total
               move ws-disponivel to ws-tela-disp
           end-if
           if ws-msg = spaces
                   and (ws-bx-qtde not numeric or ws-bx-qtde = zeros)
               move 'QUANTIDADE INVALIDA' to ws-msg
           end-if
           if ws-msg = spaces and ws-bx-qtde > ws-disponivel
               move 'QUANTIDADE ACIMA DO DISPONIVEL' to ws-msg
           end-if
           if ws-msg = spaces
               move ws-bx-motivo to motab-codigo
               read motab key is motab-codigo
                   invalid key
                       move 'MOTIVO NAO CADASTRADO' to ws-msg
                   not invalid key
                       move motab-descricao to ws-bx-mot-desc
               end-read
           end-if
           if ws-msg = spaces and motab-inativo
               move 'MOTIVO INATIVO' to ws-msg
           end-if
           if ws-msg = spaces and motab-contagem
               move 'MOTIVO RESERVADO A CONTAGEM' to ws-msg
           end-if
           if ws-msg = spaces
               perform VALORIZA-BAIXA
               perform GRAVA-BAIXA
           end-if.

      * Custo medio do cstab; sem custo, vale pelo preco de venda.
       VALORIZA-BAIXA.
           move zeros to ws-bx-custo
           if tem-cstab
               move sp0103chave to cstab-chave
               move sp0103loja  to cstab-loja
               read cstab key is cstab-id
                   invalid key
                       move zeros to ws-bx-custo
                   not invalid key
                       move cstab-custo to ws-bx-custo
               end-read
           end-if
           if ws-bx-custo = zeros
               move sp0103preco to ws-bx-custo
           end-if
           compute ws-bx-valor rounded = ws-bx-qtde * ws-bx-custo
           move ws-bx-custo to ws-tela-custo
           move ws-bx-valor to ws-tela-valor.

       GRAVA-BAIXA.
           perform LE-CONTROLE
           initialize reg-bxatab
           move bxactl-prox      to bxatab-numero
           move sp0103chave      to bxatab-chave
           move sp0103loja       to bxatab-loja
           move ws-bx-qtde       to bxatab-qtde
           move ws-bx-lote       to bxatab-lote
           move ws-bx-motivo     to bxatab-motivo
           move ws-bx-custo      to bxatab-custo
           move ws-bx-valor      to bxatab-valor
           move ws-sign-operador to bxatab-operador
           move ws-data-hoje     to bxatab-dtdigit
           move spaces           to bxatab-aprovador
           move zeros            to bxatab-dtaprov
           if motab-limite > zeros and ws-bx-valor <= motab-limite
               move 'L' to bxatab-situacao
           else
               move 'P' to bxatab-situacao
           end-if
           write reg-bxatab
               invalid key
                   move 'NUMERO DE BAIXA JA EXISTE - VERIFIQUE BXACTL'
                       to ws-msg
           end-write
           if ws-msg = spaces
               add 1 to bxactl-prox
               perform GRAVA-CONTROLE
               add 1 to ws-cont-digit
               move bxatab-numero to ws-bx-numero
               if bxatab-lancada
                   perform LANCA-BAIXA
                   add 1 to ws-cont-lanc
                   move 'LANCADA' to ws-bx-situacao
                   move 'BAIXA LANCADA' to ws-msg
               else
                   add 1 to ws-cont-pend
                   move 'PENDENTE' to ws-bx-situacao
                   move 'ACIMA DO LIMITE - AGUARDA APROVACAO'
                       to ws-msg
               end-if
               move zeros  to ws-bx-qtde
               move spaces to ws-bx-lote
           end-if.

      * Saida no movent.txt com o documento e o motivo da baixa -
      * caminho unico de lancamento de estoque.
       LANCA-BAIXA.
           open extend movent
           if status-movent = '35'
               open output movent
           end-if
           if status-movent <> '00'
               display 'PERDA: ERRO NA ABERTURA DE MOVENT - STATUS '
                       status-movent
               move 16 to return-code
               stop run
           end-if
           move bxatab-numero to ws-doc-numero
           move 'S'           to mov-tipo
           move 'basicos   '  to mov-tabela
           move bxatab-chave  to mov-chave
           move bxatab-loja   to mov-loja
           move zeros         to mov-chvdest
           move bxatab-qtde   to mov-qtde
           move ws-data-hoje  to mov-data
           move ws-doc-baixa  to mov-doc
           move zeros         to mov-custo
           move spaces        to mov-unidade
           move spaces        to mov-ean
           move bxatab-lote   to mov-lote
           move zeros         to mov-validade
           move bxatab-motivo to mov-motivo
           write reg-movent
           close movent.

       LE-CONTROLE.
           open input bxactl
           if status-bxactl = '35'
               move 1 to bxactl-prox
           else
               if status-bxactl <> '00'
                   display 'PERDA: ERRO NA ABERTURA DE BXACTL - '
                           'STATUS ' status-bxactl
                   move 16 to return-code
                   stop run
               end-if
               read bxactl
                   at end move 1 to bxactl-prox
               end-read
               close bxactl
           end-if.

       GRAVA-CONTROLE.
           open output bxactl
           if status-bxactl <> '00'
               display 'PERDA: ERRO NA GRAVACAO DE BXACTL - '
                       'STATUS ' status-bxactl
               move 16 to return-code
               stop run
           end-if
           write reg-bxactl
           close bxactl.

       SOMA-RESERVAS.
           copy reserva.prc.

      * ----------------------------------------------------------
      * Importacao dos lotes vencidos (lotvenc.txt do relvenc.cbl):
      * um documento de baixa com motivo VC por lote, pelas mesmas
      * regras da digitacao - valorizado ao custo de hoje e lancado
      * ou deixado pendente conforme o limite do motivo.
      * ----------------------------------------------------------
       IMPORTA-VENCIDOS.
           move ws-motivo-venc to motab-codigo
           read motab key is motab-codigo
               invalid key
                   move 'MOTIVO VC NAO CADASTRADO' to ws-msg
           end-read
           if ws-msg = spaces and motab-inativo
               move 'MOTIVO VC INATIVO' to ws-msg
           end-if
           if ws-msg = spaces
               open input lotvenc
               if status-lotvenc <> '00'
                   move 'SEM ARQUIVO DE VENCIDOS - RODE O RELVENC'
                       to ws-msg
               end-if
           end-if
           if ws-msg = spaces
               move zeros to ws-cont-vger
               move zeros to ws-cont-vjat
               move zeros to ws-cont-vrej
               move 'N' to ws-fim-lotvenc
               perform until fim-lotvenc
                   read lotvenc
                       at end
                           move 'S' to ws-fim-lotvenc
                       not at end
                           perform IMPORTA-LOTE-VENCIDO
                   end-read
               end-perform
               close lotvenc
               move spaces to ws-bx-motivo
               move spaces to ws-bx-desc
               move spaces to ws-bx-mot-desc
               move spaces to ws-msg
               string 'VENCIDOS: '   delimited by size
                      ws-cont-vger   delimited by size
                      ' GERADOS '    delimited by size
                      ws-cont-vjat   delimited by size
                      ' JA TINHAM '  delimited by size
                      ws-cont-vrej   delimited by size
                      ' REJEITADOS'  delimited by size
                      into ws-msg
           end-if.

       IMPORTA-LOTE-VENCIDO.
           move spaces to ws-msg
           move zeros  to ws-bx-numero
           perform PROCURA-BAIXA-VENCIDO
           if ja-baixado
               add 1 to ws-cont-vjat
           else
               move lvc-chave to sp0103chave
               read sp01a03 key is sp0103chave
                   invalid key
                       move 'ITEM NAO CADASTRADO' to ws-msg
               end-read
               if ws-msg = spaces and sp0103inativo
                   move 'ITEM INATIVO' to ws-msg
               end-if
               if ws-msg = spaces and sp0103loja <> lvc-loja
                   move 'LOJA DIVERGENTE' to ws-msg
               end-if
               if ws-msg = spaces
                   move sp0103chave  to ws-res-chave
                   move sp0103loja   to ws-res-loja
                   move spaces       to ws-res-doc
                   move ws-data-hoje to ws-res-data
                   perform SOMA-RESERVAS
                   compute ws-disponivel = sp0103qtde - ws-res-total
               end-if
               if ws-msg = spaces
                       and (lvc-qtde not numeric or lvc-qtde = zeros)
                   move 'QUANTIDADE INVALIDA' to ws-msg
               end-if
               if ws-msg = spaces and lvc-qtde > ws-disponivel
                   move 'QUANTIDADE ACIMA DO DISPONIVEL' to ws-msg
               end-if
               if ws-msg = spaces
                   move sp0103chave    to ws-bx-chave
                   move sp0103desc     to ws-bx-desc
                   move sp0103loja     to ws-bx-loja
                   move lvc-qtde       to ws-bx-qtde
                   move lvc-lote       to ws-bx-lote
                   move ws-motivo-venc to ws-bx-motivo
                   perform VALORIZA-BAIXA
                   perform GRAVA-BAIXA
               end-if
               if ws-bx-numero <> zeros
                   add 1 to ws-cont-vger
               else
                   add 1 to ws-cont-vrej
               end-if
           end-if.

      * Documento VC ja digitado para o mesmo lote da chave/loja.
       PROCURA-BAIXA-VENCIDO.
           move 'N' to ws-ja-baixado
           move 'N' to ws-fim-bxatab
           move zeros to bxatab-numero
           start bxatab key is >= bxatab-numero
               invalid key
                   move 'S' to ws-fim-bxatab
           end-start
           perform until fim-bxatab or ja-baixado
               read bxatab next ignore lock
               if status-bxatab <> '00'
                   move 'S' to ws-fim-bxatab
               else
                   if bxatab-chave = lvc-chave
                           and bxatab-loja = lvc-loja
                           and bxatab-lote = lvc-lote
                           and bxatab-motivo = ws-motivo-venc
                       move 'S' to ws-ja-baixado
                   end-if
               end-if
           end-perform.

      * ----------------------------------------------------------
      * Aprovacao: percorre as baixas pendentes na ordem do numero.
      * Quem digitou nao aprova - a baixa fica na fila para outro
      * aprovador. Aprovada e lancada na hora; recusada nao mexe
      * no estoque.
      * ----------------------------------------------------------
       APROVACAO-BAIXAS.
           if not oper-pode-aprovar
               move 'OPERADOR SEM AUTORIZACAO DE APROVACAO' to ws-msg
           else
               move 'S' to ws-apr-continua
               move 'N' to ws-fim-bxatab
               move zeros to bxatab-numero
               start bxatab key is >= bxatab-numero
                   invalid key
                       move 'S' to ws-fim-bxatab
               end-start
               perform until fim-bxatab or apr-continua-nao
                   read bxatab next ignore lock
                   if status-bxatab <> '00'
                       move 'S' to ws-fim-bxatab
                   else
                       if bxatab-pendente
                           perform APRESENTA-PENDENTE
                       end-if
                   end-if
               end-perform
               if fim-bxatab
                   move 'SEM MAIS BAIXAS PENDENTES' to ws-msg
               else
                   move spaces to ws-msg
               end-if
           end-if.

       APRESENTA-PENDENTE.
           perform CARREGA-PENDENTE
           move spaces to ws-msg
           move spaces to ws-opc-apr
           perform until apr-continua-nao
                   or apr-pula
                   or apr-aprova or apr-recusa
               move spaces to ws-opc-apr
               display tela-aprova
               accept tela-aprova
               evaluate true
                   when apr-sair
                       move 'N' to ws-apr-continua
                   when apr-aprova
                       perform APROVA-BAIXA
                   when apr-recusa
                       perform RECUSA-BAIXA
                   when apr-pula
                       continue
                   when other
                       move 'OPCAO INVALIDA' to ws-msg
               end-evaluate
           end-perform.

       CARREGA-PENDENTE.
           move bxatab-operador to ws-tela-digit
           move bxatab-dtdigit  to ws-tela-dtdig
           move bxatab-qtde     to ws-tela-qtde
           move bxatab-valor    to ws-tela-valor
           move bxatab-chave to sp0103chave
           read sp01a03 key is sp0103chave
               invalid key
                   move spaces to ws-bx-desc
               not invalid key
                   move sp0103desc to ws-bx-desc
           end-read
           move bxatab-motivo to motab-codigo
           read motab key is motab-codigo
               invalid key
                   move spaces to ws-bx-mot-desc
                   move zeros  to ws-tela-limite
               not invalid key
                   move motab-descricao to ws-bx-mot-desc
                   move motab-limite    to ws-tela-limite
           end-read.

       APROVA-BAIXA.
           if bxatab-operador = ws-sign-operador
               move 'BAIXA DIGITADA POR VOCE - OUTRO OPERADOR APROVA'
                   to ws-msg
               move spaces to ws-opc-apr
           else
               move 'L'              to bxatab-situacao
               move ws-sign-operador to bxatab-aprovador
               move ws-data-hoje     to bxatab-dtaprov
               rewrite reg-bxatab
               perform LANCA-BAIXA
               add 1 to ws-cont-aprov
           end-if.

       RECUSA-BAIXA.
           move 'R'              to bxatab-situacao
           move ws-sign-operador to bxatab-aprovador
           move ws-data-hoje     to bxatab-dtaprov
           rewrite reg-bxatab
           add 1 to ws-cont-recus.

      * ----------------------------------------------------------
      * Motivos: inclusao, alteracao de descricao/limite e
      * inativacao, pelas autorizacoes do operador. Motivo nao e
      * excluido - o ledger e as baixas antigas apontam para ele.
      * ----------------------------------------------------------
       MANUTENCAO-MOTIVOS.
           move 'S' to ws-mot-continua
           move spaces to ws-msg
           perform until mot-continua-nao
               move spaces to ws-opc-mot
               display tela-motivo
               accept tela-motivo
               move spaces to ws-msg
               evaluate true
                   when mot-volta
                       move 'N' to ws-mot-continua
                   when mot-consulta
                       perform CONSULTA-MOTIVO
                   when mot-inclui
                       perform INCLUI-MOTIVO
                   when mot-altera
                       perform ALTERA-MOTIVO
                   when mot-inativa
                       perform INATIVA-MOTIVO
                   when other
                       move 'OPCAO INVALIDA' to ws-msg
               end-evaluate
               if not mot-continua-nao
                   display tela-motivo
                   perform AGUARDA-CONFIRMACAO
               end-if
           end-perform
           move spaces to ws-msg.

       CONSULTA-MOTIVO.
           move ws-mt-codigo to motab-codigo
           read motab key is motab-codigo
               invalid key
                   move 'MOTIVO NAO CADASTRADO' to ws-msg
               not invalid key
                   move motab-descricao to ws-mt-desc
                   move motab-limite    to ws-mt-limite
                   move motab-situacao  to ws-mt-situacao
                   move motab-origem    to ws-mt-origem
           end-read.

       INCLUI-MOTIVO.
           if not oper-pode-incluir
               move 'OPERADOR SEM AUTORIZACAO DE INCLUSAO' to ws-msg
           end-if
           if ws-msg = spaces and ws-mt-codigo = spaces
               move 'CODIGO DO MOTIVO OBRIGATORIO' to ws-msg
           end-if
           if ws-msg = spaces and ws-mt-desc = spaces
               move 'DESCRICAO OBRIGATORIA' to ws-msg
           end-if
           if ws-msg = spaces and ws-mt-limite not numeric
               move 'LIMITE INVALIDO' to ws-msg
           end-if
           if ws-msg = spaces
               initialize reg-motab
               move ws-mt-codigo to motab-codigo
               move ws-mt-desc   to motab-descricao
               move 'A'          to motab-situacao
               move 'B'          to motab-origem
               move ws-mt-limite to motab-limite
               write reg-motab
                   invalid key
                       move 'MOTIVO JA CADASTRADO' to ws-msg
                   not invalid key
                       move 'A' to ws-mt-situacao
                       move 'B' to ws-mt-origem
                       move 'MOTIVO INCLUIDO' to ws-msg
               end-write
           end-if.

       ALTERA-MOTIVO.
           if not oper-pode-alterar
               move 'OPERADOR SEM AUTORIZACAO DE ALTERACAO' to ws-msg
           end-if
           if ws-msg = spaces and ws-mt-desc = spaces
               move 'DESCRICAO OBRIGATORIA' to ws-msg
           end-if
           if ws-msg = spaces and ws-mt-limite not numeric
               move 'LIMITE INVALIDO' to ws-msg
           end-if
           if ws-msg = spaces
               move ws-mt-codigo to motab-codigo
               read motab key is motab-codigo
                   invalid key
                       move 'MOTIVO NAO CADASTRADO' to ws-msg
               end-read
           end-if
           if ws-msg = spaces
               move ws-mt-desc   to motab-descricao
               move ws-mt-limite to motab-limite
               rewrite reg-motab
               move motab-situacao to ws-mt-situacao
               move motab-origem   to ws-mt-origem
               move 'MOTIVO ALTERADO' to ws-msg
           end-if.

       INATIVA-MOTIVO.
           if not oper-pode-inativar
               move 'OPERADOR SEM AUTORIZACAO DE INATIVACAO' to ws-msg
           end-if
           if ws-msg = spaces
               move ws-mt-codigo to motab-codigo
               read motab key is motab-codigo
                   invalid key
                       move 'MOTIVO NAO CADASTRADO' to ws-msg
               end-read
           end-if
           if ws-msg = spaces
               move 'I' to motab-situacao
               rewrite reg-motab
               move 'I' to ws-mt-situacao
               move 'MOTIVO INATIVADO' to ws-msg
           end-if.

      * dtmov; os rejeitados vao para o arquivo de rejeicao com um
      * codigo de motivo no final do registro, no mesmo layout da
      * entrada, prontos para correcao e reapresentacao.
      *
      * Basicos tem o estoque controlado tambem por lote (lottab):
      * a entrada soma no lote/validade informados, a saida baixa
      * primeiro o lote informado e depois os que vencem antes, e a
      * transferencia leva para a chave de destino os mesmos lotes
      * que baixou da origem.
      *
      * Saida e transferencia de basico sao criticadas contra o
      * disponivel - estoque menos as reservas validas do item
      * (restab) -, nao contra o estoque bruto: unidade prometida a
      * uma transferencia ou a um pedido de cliente nao sai por
      * outro documento. A saida que carrega o documento da propria
      * reserva nao conta com ela.
      *
      * Toda alteracao do custo medio deixa rastro no historico de
      * custo (cshist), amarrada a data/hora do lancamento da
      * entrada no ledger.
      *
      * Reinicio: a cada intervalo de registros (SYSIN, default 100)
      * o progresso no movent.txt vai para o controle movckp - o
      * primeiro registro do arquivo, quantos ja foram tratados e os
      * contadores. Rodada que cai no meio e reapresentada retoma do
      * ultimo registro gravado no controle, com o movrej refeito ate
      * ali; movent.txt novo (primeiro registro diferente) ou SYSIN
      * 'N' na segunda posicao comecam do inicio. Rodada concluida
      * marca o controle como encerrado.
      *
      * Documento ja lancado: movimento cujo documento, data, tipo,
      * chave e loja ja estao no movled por uma rodada anterior do
      * movto e pulado, nao aplicado de novo - cobre os registros
      * entre o ultimo controle e a queda e o arquivo inteiro
      * reapresentado por engano. Linhas iguais no mesmo arquivo
      * (parcelas de lote de uma transferencia, o mesmo item duas
      * vezes num cupom) so sao puladas ate o numero que o ledger ja
      * tem. O controle de fim de rodada (lidos, aplicados,
      * rejeitados, pulados) vai para o console e para o runhist.
      *
      * Consignacao: basico/loja cadastrado em csgtab tem parte do
      * estoque do fornecedor. Entrada nele e consignada, salvo
      * indicador 'P' (proprio - recebimento de transferencia entre
      * lojas, compra fora do acordo); saida e transferencia consomem
      * primeiro o consignado, e o consumido e o que se acerta com o
      * fornecedor, pelo custo acordado; saida com indicador 'C' e
      * devolucao ao fornecedor e baixa o consignado sem acerto.
      * Transferencia para basico consignado ao mesmo fornecedor leva
      * o consignado junto. Cada variacao vai para o csgmov com a
      * data/hora do lancamento no ledger. Entrada consignada nao
      * mexe no custo medio do estoque proprio.

       ENVIRONMENT    DIVISION.
       INPUT-OUTPUT   SECTION.
       copy perfech.sel.
       copy untab.sel.
       copy eantab.sel.
       copy lottab.sel.
       copy restab.sel.
       copy cshist.sel.
       copy runhist.sel.
       copy csgtab.sel.
       copy csgmov.sel.
           select movent assign to ws-movent
               organization is line sequential
               file status is status-movent.
           select movrej assign to ws-movrej
               organization is line sequential
               file status is status-movrej.
           select movtmp assign to ws-movtmp
               organization is line sequential
               file status is status-movtmp.
           select movckp assign to ws-movckp
               organization is line sequential
               file status is status-movckp.

       DATA DIVISION.
       FILE SECTION.
       copy perfech.fd.
       copy untab.fd.
       copy eantab.fd.
       copy lottab.fd.
       copy restab.fd.
       copy cshist.fd.
       copy runhist.fd.
       copy csgtab.fd.
       copy csgmov.fd.
       fd  movent
           label record standard.
       01  reg-movent.
      * resolve tabela e chave antes da critica; EAN desconhecido
      * rejeita o movimento.
           05  mov-ean             pic x(13).
      * Lote e validade (aaaammdd) do basico: na entrada identificam
      * o lote que recebe a quantidade - em branco vai para o lote
      * sem codigo; na saida, lote informado e baixado antes dos
      * demais. Materiais ignoram os dois campos.
           05  mov-lote            pic x(10).
           05  mov-validade        pic 9(08).
      * Motivo da baixa (motab) na saida lancada por documento de
      * perda/quebra (perda.cbl): vai para o ledger junto com a
      * saida. Em branco nos demais movimentos.
           05  mov-motivo          pic x(02).
      * Indicador de consignacao do basico consignado (csgtab): 'C'
      * na saida e devolucao do consignado ao fornecedor; 'P' na
      * entrada e estoque proprio. Em branco vale a regra do item -
      * entrada consignada, saida consumindo o consignado primeiro.
           05  mov-consig          pic x(01).
               88  mov-consig-devolve  value 'C'.
               88  mov-consig-proprio  value 'P'.
       fd  movrej
           label record standard.
       01  reg-movrej.
           05  rej-movimento       pic x(104).
           05  rej-motivo          pic 9(02).
      * Copia de trabalho do movrej na retomada.
       fd  movtmp
           label record standard.
       01  reg-movtmp                 pic x(106).
      * Controle de reinicio: ponto do movent.txt ate onde a rodada
      * ja tratou os registros, com os contadores ate ali.
       fd  movckp
           label record standard.
       01  reg-movckp.
           05  movckp-situacao     pic x(01).
               88  movckp-andamento    value 'A'.
               88  movckp-encerrado    value 'F'.
           05  movckp-lidos        pic 9(09).
           05  movckp-aplic        pic 9(07).
           05  movckp-rejei        pic 9(07).
           05  movckp-dupl         pic 9(07).
           05  movckp-ts           pic 9(14).
           05  movckp-primeiro     pic x(104).

       WORKING-STORAGE SECTION.
       77      ws-sp01a03     pic x(40) value '../../arq/sp01a03'.
       77      status-movent  pic xx.
       77      ws-movrej      pic x(40) value '../../arq/movrej.txt'.
       77      status-movrej  pic xx.
       77      ws-movtmp      pic x(40) value '../../arq/movrej.tmp'.
       77      status-movtmp  pic xx.
       77      ws-movckp      pic x(40) value '../../arq/movckp'.
       77      status-movckp  pic xx.
       77      ws-runhist     pic x(40) value '../../arq/runhist'.
       77      status-runhist pic xx.
       copy arqdir.cpy.
       copy movled.cpy.
       77      ws-cstab       pic x(40) value '../../arq/cstab'.
       77      status-cstab   pic xx.
       77      ws-cshist      pic x(40) value '../../arq/cshist'.
       77      status-cshist  pic xx.

      * Estoque consignado; sem csgtab no diretorio nao ha
      * consignacao e o indicador do movimento nao tem efeito.
       77      ws-csgtab      pic x(40) value '../../arq/csgtab'.
       77      status-csgtab  pic xx.
       77      ws-csgmov      pic x(40) value '../../arq/csgmov'.
       77      status-csgmov  pic xx.
       77      ws-tem-csgtab  pic x(01) value 'N'.
               88  tem-csgtab          value 'S'.
      * Parte do movimento que era consignada, o tipo dela no csgmov
      * e o fornecedor/custo do item de origem; na transferencia, o
      * que segue consignado para o destino.
       77      ws-csg-qtde    pic 9(07)v999.
       77      ws-csg-antes   pic 9(07)v999.
       77      ws-csg-tipo    pic x(01).
       77      ws-csg-fornec  pic 9(05).
       77      ws-csg-custo   pic 9(07)v99.
       77      ws-csg-transf  pic 9(07)v999.
       77      ws-csg-entrada pic x(01).
               88  csg-entrada         value 'S'.

      * Tabela de unidades carregada na abertura para a conversao de
      * quantidade em unidade de compra para a unidade base.
       77      ws-tem-eantab  pic x(01) value 'N'.
               88  tem-eantab          value 'S'.

       copy lote.cpy.
       copy reserva.cpy.
      * Saldo da chave de destino antes da transferencia, para a
      * abertura do controle de lotes dela.
       77      ws-qtde-dest-antes pic 9(07)v999.
       01      ws-data-val.
               05  ws-data-val-ano     pic 9(04).
               05  ws-data-val-mes     pic 9(02).
               05  ws-data-val-dia     pic 9(02).

      * Media ponderada do custo: quantidade em estoque antes da
      * entrada e custo recalculado.
       77      ws-qtde-antes  pic 9(07)v999.
               88  mot-periodo-fechado    value 11.
               88  mot-unidade-invalida   value 12.
               88  mot-ean-desconhecido   value 13.
               88  mot-validade-invalida  value 14.
               88  mot-saldo-reservado    value 15.
               88  mot-consig-invalida    value 16.

       77      ws-cont-lidos   pic 9(07) value zeros.
       77      ws-cont-aplic   pic 9(07) value zeros.
       77      ws-cont-rejei   pic 9(07) value zeros.
       77      ws-cont-dupl    pic 9(07) value zeros.

       01      ws-parm-movto.
               05  ws-parm-intervalo   pic 9(05).
               05  ws-parm-reinicio    pic x(01).
                   88  parm-reinicio-zero  value 'N'.

      * Retomada: registros do movent.txt ja tratados pela rodada que
      * caiu, e o primeiro registro dela para reconhecer o arquivo.
       77      ws-retoma-ate  pic 9(09) value zeros.
       77      ws-primeiro    pic x(104).
       77      ws-fim-movtmp  pic x(01).
               88  fim-movtmp          value 'S'.
       77      ws-cont-copia  pic 9(07).
       77      ws-ckp-quoc    pic 9(09).
       77      ws-ckp-resto   pic 9(05).

      * Inicio da rodada: lancamento do movled anterior a ele e de
      * outra rodada; runhist recebe inicio e fim.
       01      ws-run-ini.
               05  ws-run-ini-data     pic 9(08).
               05  ws-run-ini-hora     pic 9(06).
       01      ws-run-ini-ts redefines ws-run-ini pic 9(14).
       01      ws-run-fim.
               05  ws-run-fim-data     pic 9(08).
               05  ws-run-fim-hora     pic 9(06).
       01      ws-run-fim-ts redefines ws-run-fim pic 9(14).
       77      ws-run-hora-raw pic 9(08).

      * Movimentos pulados nesta rodada por documento ja lancado,
      * por identificacao - o proximo igual so e pulado enquanto o
      * ledger anterior tiver mais lancamentos que os ja pulados.
       01      ws-lancados.
               05  ws-lan-ocorr occurs 5000 times
                       indexed by ws-lan-idx.
                   10  ws-lan-tabela   pic x(10).
                   10  ws-lan-chave    pic 9(08).
                   10  ws-lan-loja     pic 9(03).
                   10  ws-lan-doc      pic x(10).
                   10  ws-lan-data     pic 9(08).
                   10  ws-lan-tipo     pic x(01).
                   10  ws-lan-qtde     pic 9(05) comp.
       77      ws-lan-qtde-tab pic 9(05) comp value zeros.
       77      ws-lan-achado  pic x(01).
               88  lan-achado          value 'S'.
       77      ws-led-anteriores pic 9(05) comp.
       77      ws-led-es      pic x(01).
       77      ws-fim-led     pic x(01).
               88  fim-led             value 'S'.
       77      ws-ja-lancado  pic x(01).
               88  ja-lancado          value 'S'.

      * Redefinicao da data do movimento para a critica de ano, mes
      * e dia sem aritmetica sobre o campo inteiro.
           string ws-env-arqdir delimited by space
                  '/cstab'      delimited by size
                  into ws-cstab
           string ws-env-arqdir delimited by space
                  '/cshist'     delimited by size
                  into ws-cshist
           string ws-env-arqdir delimited by space
                  '/perfech'    delimited by size
                  into ws-perfech
           string ws-env-arqdir delimited by space
                  '/eantab'     delimited by size
                  into ws-eantab
           string ws-env-arqdir delimited by space
                  '/lottab'     delimited by size
                  into ws-lottab
           string ws-env-arqdir delimited by space
                  '/restab'     delimited by size
                  into ws-restab
           string ws-env-arqdir delimited by space
                  '/movrej.tmp' delimited by size
                  into ws-movtmp
           string ws-env-arqdir delimited by space
                  '/movckp'     delimited by size
                  into ws-movckp
           string ws-env-arqdir delimited by space
                  '/runhist'    delimited by size
                  into ws-runhist
           string ws-env-arqdir delimited by space
                  '/csgtab'     delimited by size
                  into ws-csgtab
           string ws-env-arqdir delimited by space
                  '/csgmov'     delimited by size
                  into ws-csgmov

           accept ws-run-ini-data from date yyyymmdd
           accept ws-run-hora-raw from time
           move ws-run-hora-raw(1:6) to ws-run-ini-hora
           move spaces to ws-parm-movto
           accept ws-parm-movto from sysin
           if ws-parm-intervalo not numeric
                   or ws-parm-intervalo = zeros
               move 100 to ws-parm-intervalo
           end-if

           perform CARREGA-PERIODOS-FECHADOS
           perform CARREGA-UNIDADES
           read movent
               at end move 'Y' to ws-fim-movent
           end-read
           move reg-movent to ws-primeiro
           perform LE-CHECKPOINT
           perform ABRE-MOVREJ
           perform until fim-movent
               add 1 to ws-cont-lidos
               if ws-cont-lidos <= ws-retoma-ate
                   perform VERIFICA-LANCADO
               else
                   perform TRATA-MOVIMENTO
                   divide ws-cont-lidos by ws-parm-intervalo
                       giving ws-ckp-quoc remainder ws-ckp-resto
                   if ws-ckp-resto = zeros
                       move 'A' to movckp-situacao
                       perform GRAVA-CHECKPOINT
                   end-if
               end-if
               read movent
                   at end move 'Y' to ws-fim-movent
               end-read
           end-perform
           move 'F' to movckp-situacao
           perform GRAVA-CHECKPOINT

           perform FECHA-ARQUIVOS

           display 'MOVTO: MOVIMENTOS LIDOS....: ' ws-cont-lidos
           if ws-retoma-ate > zeros
               display 'MOVTO: RETOMADO APOS O REG.: ' ws-retoma-ate
           end-if
           display 'MOVTO: MOVIMENTOS APLICADOS: ' ws-cont-aplic
           display 'MOVTO: MOVIMENTOS REJEITADOS ' ws-cont-rejei
           display 'MOVTO: JA LANCADOS (PULADOS) ' ws-cont-dupl
           if ws-cont-rejei > 0
               move 8 to return-code
           end-if
           perform GRAVA-RUNHIST
           stop run.

      * Movimento depois do ponto de retomada: o ja lancado por outra
      * rodada e pulado; os demais seguem critica e aplicacao.
       TRATA-MOVIMENTO.
           perform VERIFICA-LANCADO
           if ja-lancado
               add 1 to ws-cont-dupl
           else
               perform VALIDA-MOVIMENTO
               if mov-valido
                   perform APLICA-MOVIMENTO
                   add 1 to ws-cont-aplic
               else
                   perform REJEITA-MOVIMENTO
               end-if
           end-if.

      * Controle da rodada anterior: em andamento e com o mesmo
      * movent.txt, a rodada retoma do ponto gravado com os
      * contadores de la; encerrado, ausente, de outro arquivo ou
      * com reinicio pedido, comeca do primeiro registro.
       LE-CHECKPOINT.
           move zeros to ws-retoma-ate
           open input movckp
           if status-movckp = '00'
               read movckp
                   at end move 'F' to movckp-situacao
               end-read
               close movckp
               if movckp-andamento and not parm-reinicio-zero
                       and not fim-movent
                   if movckp-primeiro = ws-primeiro
                       move movckp-lidos to ws-retoma-ate
                       move movckp-aplic to ws-cont-aplic
                       move movckp-rejei to ws-cont-rejei
                       move movckp-dupl  to ws-cont-dupl
                       display 'MOVTO: RETOMANDO APOS O REGISTRO '
                               ws-retoma-ate
                   else
                       display 'MOVTO: CONTROLE DE OUTRO MOVENT - '
                               'RODADA COMECA DO INICIO'
                   end-if
               end-if
           end-if.

       GRAVA-CHECKPOINT.
           move ws-cont-lidos to movckp-lidos
           move ws-cont-aplic to movckp-aplic
           move ws-cont-rejei to movckp-rejei
           move ws-cont-dupl  to movckp-dupl
           move ws-primeiro   to movckp-primeiro
           accept ws-run-fim-data from date yyyymmdd
           accept ws-run-hora-raw from time
           move ws-run-hora-raw(1:6) to ws-run-fim-hora
           move ws-run-fim-ts to movckp-ts
           open output movckp
           if status-movckp <> '00'
               display 'MOVTO: ERRO NA GRAVACAO DE MOVCKP - STATUS '
                       status-movckp
               move 16 to return-code
               stop run
           end-if
           write reg-movckp
           close movckp.

      * Na retomada o movrej volta a ter so as rejeicoes ate o ponto
      * gravado - as do trecho que sera refeito saem de novo.
       ABRE-MOVREJ.
           if ws-retoma-ate > zeros
               open input movrej
               open output movtmp
               if status-movrej = '00'
                   move zeros to ws-cont-copia
                   move 'N' to ws-fim-movtmp
                   perform until fim-movtmp
                           or ws-cont-copia >= ws-cont-rejei
                       read movrej
                           at end
                               move 'S' to ws-fim-movtmp
                           not at end
                               move reg-movrej to reg-movtmp
                               write reg-movtmp
                               add 1 to ws-cont-copia
                       end-read
                   end-perform
                   close movrej
               end-if
               close movtmp
           end-if
           open output movrej
           if status-movrej <> '00'
               display 'MOVTO: ERRO NA ABERTURA DE MOVREJ - STATUS '
                       status-movrej
               move 16 to return-code
               stop run
           end-if
           if ws-retoma-ate > zeros
               open input movtmp
               move 'N' to ws-fim-movtmp
               perform until fim-movtmp
                   read movtmp
                       at end
                           move 'S' to ws-fim-movtmp
                       not at end
                           move reg-movtmp to reg-movrej
                           write reg-movrej
                   end-read
               end-perform
               close movtmp
           end-if.

      * Conta no movled os lancamentos do movto anteriores a esta
      * rodada com o mesmo documento, data, tipo, chave e loja, a
      * partir da data do documento; havendo mais do que os iguais ja
      * pulados nesta rodada, o movimento ja foi lancado.
       VERIFICA-LANCADO.
           move 'N' to ws-ja-lancado
           move zeros to ws-motivo
           perform RESOLVE-EAN
           if (mov-entrada or mov-saida or mov-transfere)
                   and mov-chave numeric and mov-chave > zeros
                   and mov-loja numeric and mov-data numeric
               if mov-entrada
                   move 'E' to ws-led-es
               else
                   move 'S' to ws-led-es
               end-if
               move zeros to ws-led-anteriores
               move 'N' to ws-fim-led
               move mov-tabela to movled-tabela
               move mov-chave  to movled-chave
               move mov-loja   to movled-loja
               compute movled-datahora = mov-data * 1000000
               start movled key is >= movled-id
                   invalid key
                       move 'S' to ws-fim-led
               end-start
               perform until fim-led
                   read movled next
                   if status-movled <> '00'
                           or movled-tabela <> mov-tabela
                           or movled-chave  <> mov-chave
                           or movled-loja   <> mov-loja
                           or movled-datahora >= ws-run-ini-ts
                       move 'S' to ws-fim-led
                   else
                       if movled-operador = 'movto   '
                               and movled-doc   = mov-doc
                               and movled-tipo  = mov-tipo
                               and movled-es    = ws-led-es
                               and movled-dtdoc = mov-data
                           add 1 to ws-led-anteriores
                       end-if
                   end-if
               end-perform
               if ws-led-anteriores > zeros
                   perform CONFERE-PULADOS
               end-if
           end-if.

       CONFERE-PULADOS.
           move 'N' to ws-lan-achado
           perform varying ws-lan-idx from 1 by 1
                   until ws-lan-idx > ws-lan-qtde-tab or lan-achado
               if ws-lan-tabela(ws-lan-idx) = mov-tabela
                       and ws-lan-chave(ws-lan-idx) = mov-chave
                       and ws-lan-loja(ws-lan-idx)  = mov-loja
                       and ws-lan-doc(ws-lan-idx)   = mov-doc
                       and ws-lan-data(ws-lan-idx)  = mov-data
                       and ws-lan-tipo(ws-lan-idx)  = mov-tipo
                   move 'S' to ws-lan-achado
                   if ws-lan-qtde(ws-lan-idx) < ws-led-anteriores
                       move 'S' to ws-ja-lancado
                       add 1 to ws-lan-qtde(ws-lan-idx)
                   end-if
               end-if
           end-perform
           if not lan-achado
               move 'S' to ws-ja-lancado
               if ws-lan-qtde-tab < 5000
                   add 1 to ws-lan-qtde-tab
                   set ws-lan-idx to ws-lan-qtde-tab
                   move mov-tabela to ws-lan-tabela(ws-lan-idx)
                   move mov-chave  to ws-lan-chave(ws-lan-idx)
                   move mov-loja   to ws-lan-loja(ws-lan-idx)
                   move mov-doc    to ws-lan-doc(ws-lan-idx)
                   move mov-data   to ws-lan-data(ws-lan-idx)
                   move mov-tipo   to ws-lan-tipo(ws-lan-idx)
                   move 1          to ws-lan-qtde(ws-lan-idx)
               end-if
           end-if.

      * Controle de fim de rodada no historico de execucoes.
       GRAVA-RUNHIST.
           accept ws-run-fim-data from date yyyymmdd
           accept ws-run-hora-raw from time
           move ws-run-hora-raw(1:6) to ws-run-fim-hora
           open extend runhist
           if status-runhist = '35'
               open output runhist
           end-if
           if status-runhist <> '00'
               display 'MOVTO: ERRO NA ABERTURA DE RUNHIST - STATUS '
                       status-runhist
           else
               move 'movto     '  to runhist-programa
               move ws-run-ini    to runhist-ini
               move ws-run-fim    to runhist-fim
               move return-code   to runhist-rc
               move ws-cont-aplic to runhist-a03-ins
               move zeros         to runhist-a03-upd
               move ws-cont-rejei to runhist-a03-del
               move ws-cont-dupl  to runhist-a03-confl
               move zeros         to runhist-a04-ins
                                     runhist-a04-upd
                                     runhist-a04-del
               move ws-cont-lidos to runhist-a04-confl
               write reg-runhist
               close runhist
           end-if.

       ABRE-ARQUIVOS.
           open i-o sp01a03
           if status01-a03 <> '00'
               move 16 to return-code
               stop run
           end-if
           open i-o movled
           if status-movled = '35'
               open output movled
               move 16 to return-code
               stop run
           end-if
           open i-o cshist
           if status-cshist = '35'
               open output cshist
               close cshist
               open i-o cshist
           end-if
           if status-cshist <> '00'
               display 'MOVTO: ERRO NA ABERTURA DE CSHIST - STATUS '
                       status-cshist
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
               display 'MOVTO: ERRO NA ABERTURA DE LOTTAB - STATUS '
                       status-lottab
               move 16 to return-code
               stop run
           end-if
      * Sem eantab todo movimento com EAN e rejeitado como
      * desconhecido - cadastre os codigos antes de receber
      * movimento de scanner.
           open input eantab
           if status-eantab = '00'
               move 'S' to ws-tem-eantab
           end-if
      * Sem restab nao ha reserva - o disponivel e o proprio estoque.
           open input restab
           if status-restab = '00'
               move 'S' to ws-tem-restab
           end-if
      * Sem csgtab nenhum item e consignado - o arquivo nasce no
      * cadastro de consig.cbl, e o csgmov com ele.
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
                   display 'MOVTO: ERRO NA ABERTURA DE CSGMOV - STATUS '
                           status-csgmov
                   move 16 to return-code
                   stop run
               end-if
           end-if.

       FECHA-ARQUIVOS.
           close movrej
           close movled
           close cstab
           close cshist
           close lottab
           if tem-eantab
               close eantab
           end-if
           if tem-restab
               close restab
           end-if
           if tem-csgtab
               close csgtab
               close csgmov
           end-if.

      * Critica o movimento campo a campo, na ordem em que o erro e
               perform VALIDA-DATA
           end-if

           if mov-valido
               perform VALIDA-VALIDADE
           end-if

           if mov-valido
               if mov-tab-basicos
                   perform VALIDA-BASICO
               end-perform
           end-if.

      * Validade do lote: em branco ou zerada e lote sem data;
      * informada, tem de ser uma data. Arquivo gravado antes dos
      * campos de lote chega com eles em branco.
       VALIDA-VALIDADE.
           if mov-validade = spaces
               move zeros to mov-validade
           end-if
           move mov-validade to ws-data-val
           if mov-validade not numeric
               move 14 to ws-motivo
           else
               if mov-validade <> zeros
                   if ws-data-val-ano < 1990
                       or ws-data-val-mes < 01 or ws-data-val-mes > 12
                       or ws-data-val-dia < 01 or ws-data-val-dia > 31
                       move 14 to ws-motivo
                   end-if
               end-if
           end-if.

      * Tabela de unidades; sem untab toda unidade informada e
      * desconhecida e rejeita - cadastre as unidades antes de
      * receber movimento em unidade de compra.
                   move 06 to ws-motivo
               end-if
           end-if
           if mov-valido and (mov-saida or mov-transfere)
               move mov-chave  to ws-res-chave
               move sp0103loja to ws-res-loja
               move mov-doc    to ws-res-doc
               move mov-data   to ws-res-data
               perform SOMA-RESERVAS
               if mov-qtde + ws-res-total > sp0103qtde
                   move 15 to ws-motivo
               end-if
           end-if
           if mov-valido and mov-transfere
               move mov-chvdest to sp0103chave
               read sp01a03 key is sp0103chave
                       move 09 to ws-motivo
                   end-if
               end-if
           end-if
           if mov-valido
               perform VALIDA-CONSIGNACAO
           end-if.

      * Indicador so com os valores previstos; devolucao so na saida
      * de item consignado e proprio so na entrada. Registro gravado
      * antes do campo chega com ele em branco.
       VALIDA-CONSIGNACAO.
           if mov-consig <> spaces
               if (mov-consig-devolve and not mov-saida)
                       or (mov-consig-proprio and not mov-entrada)
                       or (not mov-consig-devolve
                           and not mov-consig-proprio)
                   move 16 to ws-motivo
               end-if
           end-if
           if mov-valido and mov-consig-devolve
               if not tem-csgtab
                   move 16 to ws-motivo
               else
                   move mov-chave to csgtab-chave
                   move mov-loja  to csgtab-loja
                   read csgtab key is csgtab-id
                       invalid key
                           move 16 to ws-motivo
                       not invalid key
                           if not csgtab-ativo
                               move 16 to ws-motivo
                           end-if
                   end-read
               end-if
           end-if.

       VALIDA-MATERIAL.
                       move 09 to ws-motivo
                   end-if
               end-if
           end-if
      * Consignacao e so de basico.
           if mov-valido and mov-consig <> spaces
               move 16 to ws-motivo
           end-if.

      * Aplica o movimento ja validado. Na transferencia a saida da
               move 'S' to movled-es
           end-if
           perform LANCA-LEDGER
           perform CONSIGNA-ORIGEM
           move mov-chave    to ws-lot-chave
           move sp0103loja   to ws-lot-loja
           move mov-lote     to ws-lot-lote
           move mov-validade to ws-lot-validade
           move mov-qtde     to ws-lot-qtde
           move mov-data     to ws-lot-data
           if mov-entrada
               move ws-qtde-antes to ws-lot-saldo-ant
               perform ENTRA-LOTE
           else
               perform CONSOME-LOTES
           end-if
           if mov-entrada and mov-custo numeric
                   and mov-custo > zeros and not csg-entrada
               if ws-qtde-antes > ws-csg-antes
                   subtract ws-csg-antes from ws-qtde-antes
               else
                   move zeros to ws-qtde-antes
               end-if
               perform ATUALIZA-CUSTO
           end-if
           if mov-transfere
               move mov-chvdest to sp0103chave
               read sp01a03 key is sp0103chave
               move sp0103qtde to ws-qtde-dest-antes
               add mov-qtde to sp0103qtde
               move mov-data to sp0103dtmov
               rewrite reg-sp01a03
               move sp0103loja  to movled-loja
               move 'E'         to movled-es
               perform LANCA-LEDGER
               if ws-csg-transf > zeros
                   perform CONSIGNA-DESTINO
               end-if
               perform TRANSFERE-LOTES
           end-if.

      * Parte consignada do movimento no item de origem, ja lancado
      * no ledger. O custo medio do proprio pondera so o estoque
      * proprio anterior a entrada (ws-csg-antes).
       CONSIGNA-ORIGEM.
           move zeros to ws-csg-qtde ws-csg-antes ws-csg-transf
           move 'N' to ws-csg-entrada
           if tem-csgtab
               move mov-chave to csgtab-chave
               move mov-loja  to csgtab-loja
               read csgtab key is csgtab-id
                   invalid key
                       continue
                   not invalid key
                       if csgtab-ativo
                           perform MOVIMENTA-CONSIGNADO
                       end-if
               end-read
           end-if.

       MOVIMENTA-CONSIGNADO.
           move csgtab-qtde   to ws-csg-antes
           move csgtab-fornec to ws-csg-fornec
           move csgtab-custo  to ws-csg-custo
           evaluate true
               when mov-entrada
                   if not mov-consig-proprio
                       move mov-qtde to ws-csg-qtde
                       add ws-csg-qtde to csgtab-qtde
                       move 'E' to ws-csg-tipo
                       move 'S' to ws-csg-entrada
                   end-if
               when other
                   if mov-qtde > csgtab-qtde
                       move csgtab-qtde to ws-csg-qtde
                   else
                       move mov-qtde to ws-csg-qtde
                   end-if
                   subtract ws-csg-qtde from csgtab-qtde
                   if mov-consig-devolve
                       move 'D' to ws-csg-tipo
                   else
                       move 'V' to ws-csg-tipo
                   end-if
           end-evaluate
           if ws-csg-qtde > zeros
               move mov-data to csgtab-dtatu
               rewrite reg-csgtab
               if mov-transfere
                   perform CONFERE-DESTINO-CONSIG
               end-if
               move mov-chave to csgmov-chave
               move mov-loja  to csgmov-loja
               perform GRAVA-CSGMOV
           end-if.

      * Destino consignado ao mesmo fornecedor recebe o consignado
      * transferido; qualquer outro destino recebe como proprio e o
      * que saiu da origem e consumo a pagar.
       CONFERE-DESTINO-CONSIG.
           move mov-chvdest to csgtab-chave
           move mov-loja    to csgtab-loja
           read csgtab key is csgtab-id
               invalid key
                   continue
               not invalid key
                   if csgtab-ativo
                           and csgtab-fornec = ws-csg-fornec
                       move ws-csg-qtde to ws-csg-transf
                       move 'T' to ws-csg-tipo
                   end-if
           end-read.

       CONSIGNA-DESTINO.
           move mov-chvdest to csgtab-chave
           move mov-loja    to csgtab-loja
           read csgtab key is csgtab-id
           add ws-csg-transf to csgtab-qtde
           move mov-data to csgtab-dtatu
           rewrite reg-csgtab
           move ws-csg-transf to ws-csg-qtde
           move csgtab-custo  to ws-csg-custo
           move 'R'           to ws-csg-tipo
           move mov-chvdest   to csgmov-chave
           move sp0103loja    to csgmov-loja
           perform GRAVA-CSGMOV.

      * Chave e loja ja preparadas; a data/hora e a do lancamento
      * que acabou de ir para o ledger.
       GRAVA-CSGMOV.
           move movled-datahora to csgmov-datahora
           move ws-csg-tipo     to csgmov-tipo
           move ws-csg-fornec   to csgmov-fornec
           move ws-csg-qtde     to csgmov-qtde
           move ws-csg-custo    to csgmov-custo
           move mov-doc         to csgmov-doc
           move mov-data        to csgmov-dtdoc
           move zeros           to csgmov-acerto
           write reg-csgmov
               invalid key
                   display 'MOVTO: MOVIMENTO CONSIGNADO JA EXISTE - '
                           csgmov-chave ' ' csgmov-datahora
           end-write.

      * A chave de destino recebe as mesmas parcelas de lote que a
      * origem baixou; o que a origem tinha fora de lote entra no
      * lote sem codigo.
       TRANSFERE-LOTES.
           move mov-chvdest        to ws-lot-chave
           move sp0103loja         to ws-lot-loja
           move ws-qtde-dest-antes to ws-lot-saldo-ant
           if ws-lot-resta > zeros
               move spaces       to ws-lot-lote
               move zeros        to ws-lot-validade
               move ws-lot-resta to ws-lot-qtde
               perform ENTRA-LOTE
               move zeros to ws-lot-saldo-ant
           end-if
           perform varying ws-lot-idx from 1 by 1
                   until ws-lot-idx > ws-lot-cons-qtde
               move ws-lot-cons-lote(ws-lot-idx)  to ws-lot-lote
               move ws-lot-cons-valid(ws-lot-idx) to ws-lot-validade
               move ws-lot-cons-baixa(ws-lot-idx) to ws-lot-qtde
               perform ENTRA-LOTE
               move zeros to ws-lot-saldo-ant
           end-perform.

       ENTRA-LOTE.
           copy loteent.prc.

       SOMA-RESERVAS.
           copy reserva.prc.

       CONSOME-LOTES.
           copy lotecons.prc.

       APLICA-MATERIAL.
           move mov-chave to sp0104chave
           read sp01a04 key is sp0104chave
           move mov-loja  to cstab-loja
           read cstab key is cstab-id
               invalid key
                   move zeros     to cshist-custo-ant
                   move mov-custo to cstab-custo
                   move mov-data  to cstab-dtatu
                   write reg-cstab
               not invalid key
                   move cstab-custo to cshist-custo-ant
                   compute ws-custo-novo rounded =
                           (ws-qtde-antes * cstab-custo
                            + mov-qtde * mov-custo)
                   move ws-custo-novo to cstab-custo
                   move mov-data      to cstab-dtatu
                   rewrite reg-cstab
           end-read
           perform GRAVA-CSHIST.

      * Historico da alteracao de custo, com a data/hora do
      * lancamento da entrada no ledger - o que amarra o custo da
      * entrada ao movimento na valorizacao contabil.
       GRAVA-CSHIST.
           move mov-chave       to cshist-chave
           move mov-loja        to cshist-loja
           move movled-datahora to cshist-datahora
           move cstab-custo     to cshist-custo-novo
           move ws-qtde-antes   to cshist-qtde-ant
           move mov-qtde        to cshist-qtde
           move mov-custo       to cshist-custo-ent
           move mov-doc         to cshist-doc
           move 'movto   '      to cshist-origem
           write reg-cshist
               invalid key
                   display 'MOVTO: HISTORICO DE CUSTO JA EXISTE - '
                           mov-chave ' ' movled-datahora
           end-write.

      * Registro definitivo do movimento aplicado no ledger - chave,
      * loja e sentido ja preparados pelo aplicador; os demais campos
           move mov-qtde   to movled-qtde
           move mov-doc    to movled-doc
           move 'movto   ' to movled-operador
           move mov-motivo to movled-motivo
           move mov-data   to movled-dtdoc
           perform GRAVA-MOVLED.

       GRAVA-MOVLED.

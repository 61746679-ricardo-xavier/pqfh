       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
       copy sp01a03.sel.
       copy restab.sel.
       copy spoolcat.sel.
           select relista assign to ws-relista
               organization is line sequential
       DATA DIVISION.
       FILE SECTION.
       copy sp01a03.fd.
       copy restab.fd.
       copy spoolcat.fd.
       fd  relista
           label record standard.
      * substituido pela virgula por causa da SPECIAL-NAMES abaixo).
       77      ws-ext-preco   pic z(06)9,99.
       77      ws-ext-qtde    pic z(06)9,999.
       77      ws-ext-reserv  pic z(06)9,999.
       77      ws-ext-disp    pic -z(06)9,999.
       copy arqdir.cpy.
       copy spool.cpy.

      * Disponivel do item: estoque menos as reservas validas hoje
      * (restab); sem restab o disponivel e o proprio estoque.
       copy reserva.cpy.
       77      ws-disponivel  pic s9(09)v999.
       77      ws-data-hoje   pic 9(08).

      * Parametros de selecao lidos via SYSIN (PARM card em lote).
      * Se nenhum parametro for informado, mantem a busca default
      * original (produto CERVEJA LTA ANTARC 350ML) para nao quebrar
               05  filler          pic x(30) value 'DESCRICAO'.
               05  filler          pic x(05) value spaces.
               05  filler          pic x(10) value 'DATA'.
               05  filler          pic x(03) value spaces.
               05  filler          pic x(12) value 'DISPONIVEL'.
       01      ws-det.
               05  ws-det-chave    pic z(07)9.
               05  filler          pic x(05) value spaces.
               05  ws-det-desc     pic x(30).
               05  filler          pic x(05) value spaces.
               05  ws-det-dtmov    pic 9(08).
               05  filler          pic x(03) value spaces.
               05  ws-det-disp     pic -z(06)9,999.
       01      ws-rodape.
               05  filler          pic x(28)
                       value 'TOTAL DE REGISTROS LISTADOS:'.
           string ws-env-arqdir delimited by space
                  '/sp01a03'    delimited by size
                  into ws-sp01a03
           string ws-env-arqdir delimited by space
                  '/restab'     delimited by size
                  into ws-restab
           accept ws-data-hoje from date yyyymmdd
           move 'relista' to ws-spool-base
           copy spool.prc.
           move ws-spool-nome to ws-relista
               move 16 to return-code
               stop run
           end-if
           open input restab
           if status-restab = '00'
               move 'S' to ws-tem-restab
           end-if
           move spaces to reg-extlista
           string 'CHAVE;DESCRICAO;LOJA;PRECO;QTDE;DATA MOV;SITUACAO'
                      delimited by size
                  ';RESERVADO;DISPONIVEL' delimited by size
               into reg-extlista
           write reg-extlista.

       FECHA-ARQUIVOS.
           close sp01a03
           close relista
           close extlista
           if tem-restab
               close restab
           end-if.

       IMPRIME-CABECALHO.
           add 1 to ws-pagina
           if ws-lin-pag >= ws-linhas-pagina
               perform IMPRIME-CABECALHO
           end-if
           perform CALCULA-DISPONIVEL
           move sp0103chave to ws-det-chave
           move sp0103desc  to ws-det-desc
           move sp0103dtmov to ws-det-dtmov
           move ws-disponivel to ws-det-disp
           move ws-det to reg-relista
           write reg-relista
           add 1 to ws-spool-linhas
       GRAVA-EXTRATO.
           move sp0103preco to ws-ext-preco
           move sp0103qtde  to ws-ext-qtde
           move ws-res-total  to ws-ext-reserv
           move ws-disponivel to ws-ext-disp
           move spaces to reg-extlista
           string sp0103chave    delimited by size
                  ';'            delimited by size
                  sp0103dtmov    delimited by size
                  ';'            delimited by size
                  sp0103situacao delimited by size
                  ';'            delimited by size
                  ws-ext-reserv  delimited by size
                  ';'            delimited by size
                  ws-ext-disp    delimited by size
               into reg-extlista
           write reg-extlista.

       CALCULA-DISPONIVEL.
           move sp0103chave  to ws-res-chave
           move sp0103loja   to ws-res-loja
           move spaces       to ws-res-doc
           move ws-data-hoje to ws-res-data
           perform SOMA-RESERVAS
           compute ws-disponivel = sp0103qtde - ws-res-total.

       SOMA-RESERVAS.
           copy reserva.prc.

       IMPRIME-RODAPE.
           move ws-cont-reg to ws-rod-cont
           move ws-rodape to reg-relista

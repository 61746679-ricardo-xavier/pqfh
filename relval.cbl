      * custo medio (cstab; material custa pelo basico pai, como ja
      * vale pelo preco dele) e o percentual de margem sobre o valor
      * a preco.
      *
      * Estoque em consignacao (csgtab) e do fornecedor, nao da loja:
      * a quantidade do basico entra na valorizacao sem a parte
      * consignada.

       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       copy sp01a03.sel.
       copy sp01a04.sel.
       copy cstab.sel.
       copy csgtab.sel.
           select sort-itens assign to "sortwk1".
           select valord assign to ws-valord
               organization is line sequential
       copy sp01a03.fd.
       copy sp01a04.fd.
       copy cstab.fd.
       copy csgtab.fd.
      * Area de ordenacao compartilhada pelas duas secoes: basicos e
      * materiais passam pelo mesmo sort por loja, um de cada vez,
      * carregando chave, descricao, quantidade, preco e custo ja
       77      status-relval  pic xx.
       77      ws-cstab       pic x(40) value '../../arq/cstab'.
       77      status-cstab   pic xx.
       77      ws-csgtab      pic x(40) value '../../arq/csgtab'.
       77      status-csgtab  pic xx.
       copy arqdir.cpy.

       01      ws-parm-relval.
      * zerado e a margem fica em cem por cento.
       77      ws-tem-cstab   pic x(01) value 'N'.
               88  tem-cstab           value 'S'.
      * Sem csgtab nao ha consignacao - todo o estoque e proprio.
       77      ws-tem-csgtab  pic x(01) value 'N'.
               88  tem-csgtab          value 'S'.

       77      ws-fim-valord  pic x value 'N'.
               88  fim-valord         value 'Y'.
           string ws-env-arqdir delimited by space
                  '/cstab'      delimited by size
                  into ws-cstab
           string ws-env-arqdir delimited by space
                  '/csgtab'     delimited by size
                  into ws-csgtab

           move zeros  to ws-parm-corte
           move spaces to ws-parm-opcao
                   move 'S' to ws-tem-cstab
               end-if
           end-if
           open input csgtab
           if status-csgtab = '00'
               move 'S' to ws-tem-csgtab
           end-if

           move 'B' to ws-secao
           sort sort-itens
           if tem-cstab
               close cstab
           end-if
           if tem-csgtab
               close csgtab
           end-if
           close relval
           stop run.

                   move sp0103desc  to sort-desc
                   move sp0103chave to sort-chave
                   move sp0103qtde  to sort-qtde
                   perform DESCONTA-CONSIGNADO
                   move sp0103preco to sort-preco
                   move sp0103chave to cstab-chave
                   move sp0103loja  to cstab-loja
           close sp01a03
           close sp01a04.

      * Tira da quantidade do basico a parte consignada; consignado
      * acima do fisico (contagem que baixou o que era do fornecedor)
      * zera a quantidade propria.
       DESCONTA-CONSIGNADO.
           if tem-csgtab
               move sp0103chave to csgtab-chave
               move sp0103loja  to csgtab-loja
               read csgtab key is csgtab-id
                   invalid key
                       continue
                   not invalid key
                       if csgtab-qtde > sort-qtde
                           move zeros to sort-qtde
                       else
                           subtract csgtab-qtde from sort-qtde
                       end-if
               end-read
           end-if.

      * Custo medio da chave/loja ja posicionada em cstab-id; sem
      * valorizacao a custo, sem cstab ou sem registro o custo e
      * zero.

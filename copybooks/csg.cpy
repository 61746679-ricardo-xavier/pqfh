      * Area de trabalho do consignado nos lancamentos feitos fora do
      * movto.cbl: caminhos do csgtab/csgmov e apoio de
      * CONSOME-CONSIGNADO (csgcons.prc). O programa abre os dois
      * arquivos - sem csgtab a loja nao tem consignacao e
      * tem-csgtab fica desligado -, preenche chave, loja, quantidade
      * que saiu, fisico que restou, documento, data do documento e
      * a data/hora do lancamento no ledger e executa o paragrafo;
      * ws-csb-consumo devolve o consignado consumido.
       77      ws-csgtab      pic x(40) value '../../arq/csgtab'.
       77      status-csgtab  pic xx.
       77      ws-csgmov      pic x(40) value '../../arq/csgmov'.
       77      status-csgmov  pic xx.
       77      ws-tem-csgtab  pic x(01) value 'N'.
               88  tem-csgtab          value 'S'.
       77      ws-csb-chave    pic 9(08).
       77      ws-csb-loja     pic 9(03).
       77      ws-csb-qtde     pic 9(07)v999.
       77      ws-csb-restante pic 9(07)v999.
       77      ws-csb-doc      pic x(10).
       77      ws-csb-dtdoc    pic 9(08).
       77      ws-csb-datahora pic 9(14).
       77      ws-csb-consumo  pic 9(07)v999.

      * Area de trabalho das reservas: caminho do restab e apoio de
      * SOMA-RESERVAS (reserva.prc). O programa preenche chave, loja
      * e a data de referencia (reserva expirada antes dela nao
      * conta) e, quando o movimento e a propria saida de uma
      * reserva, o documento dela em ws-res-doc - essa nao entra na
      * soma. O resultado sai em ws-res-total.
       77      ws-restab      pic x(40) value '../../arq/restab'.
       77      status-restab  pic xx.
       77      ws-tem-restab  pic x(01) value 'N'.
               88  tem-restab          value 'S'.
       77      ws-res-chave   pic 9(08).
       77      ws-res-loja    pic 9(03).
       77      ws-res-doc     pic x(10).
       77      ws-res-data    pic 9(08).
       77      ws-res-total   pic 9(09)v999.
       77      ws-fim-restab  pic x(01).
               88  fim-restab          value 'S'.

       COPY "CENTAB.cpy".
       COPY "CENPT.cpy".
       COPY "CENEN.cpy".
       COPY "CENMEC.cpy".

       77 ws-ed-arq-bruto      pic x(60) value "movimentos.bruto.txt".
       77 ws-ed-arq-limpo      pic x(60) value "movimentos.txt".

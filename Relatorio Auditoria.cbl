       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      RelatorioAuditoria.
       AUTHOR.                          Bruno&Paulo.

      ******************************************************************
      *    RelatorioAuditoria - the monthly control review of the
      *    maintenance audit file (AUDIT.cpy) that ConsultaPlacar,
      *    ConsultaSaves, CadastraJogador and CadastraOperador append
      *    to: every operator sign-on, accepted or refused, and every
      *    change an operator made to a master, with the record
      *    before and after.
      *
      *    Input UNTILDAWN_ARQ_AUDITORIA (default "auditoria.dat");
      *    the month reviewed is UNTILDAWN_MES (AAAAMM), by default
      *    the month before the run - the review is done once the
      *    month has closed. The records of the month are ordered
      *    with a SORT work file by operator, program, function and
      *    moment, so there is no ceiling on operators or changes.
      *    For each operator the print file UNTILDAWN_ARQ_REL_AUDITORIA
      *    (default "auditoria.rel.txt") shows:
      *
      *      - the operator as the operator master
      *        (UNTILDAWN_ARQ_OPERADORES) has them today - name, role,
      *        and a flag when the ID is inactive or not registered
      *        at all;
      *      - every change, with moment, program, function, file and
      *        key, and the record before and after;
      *      - every refused sign-on with its reason (accepted
      *        sign-ons are only counted);
      *      - counts per program and function, and per operator.
      *
      *    The closing control totals tie the records read to the
      *    records of the month and those to sign-ons, refusals and
      *    changes. RC 8 when the audit file cannot be read, RC 4
      *    when the month shows refused sign-ons or changes by an
      *    operator who is inactive or not registered - the items
      *    the reviewer has to follow up - and 0 otherwise.
      ******************************************************************

       ENVIRONMENT                  DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA-FILE ASSIGN USING ws-ra-arq-auditoria
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ra-status.
           SELECT OPERADORES-FILE ASSIGN USING ws-ra-arq-operadores
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERADOR
               FILE STATUS IS ws-ra-op-status.
           SELECT ORDENA-AUDITORIA ASSIGN TO "SORTAUD".
           SELECT RELATORIO-FILE ASSIGN USING ws-arq-relatorio
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA                         DIVISION.

       FILE SECTION.
       FD  AUDITORIA-FILE.
       COPY "AUDIT.cpy".

       FD  OPERADORES-FILE.
       COPY "OPERAD.cpy".

       SD  ORDENA-AUDITORIA.
       01  OA-REC.
           05 OA-OPERADOR           PIC X(10).
           05 OA-PROGRAMA           PIC X(20).
           05 OA-FUNCAO             PIC X(20).
           05 OA-ESTAMPA            PIC X(16).
           05 OA-ARQUIVO            PIC X(10).
           05 OA-CHAVE              PIC X(40).
           05 OA-ANTES              PIC X(200).
           05 OA-DEPOIS             PIC X(200).

       FD  RELATORIO-FILE.
       01  RELATORIO-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       77 ws-ra-status         pic x(2) value "00".
       77 ws-ra-op-status      pic x(2) value "00".
       77 ws-ra-arq-auditoria  pic x(60) value "auditoria.dat".
       77 ws-ra-arq-operadores pic x(60) value "operadores.dat".
       77 ws-ra-mes            pic x(6) value spaces.
       77 ws-ra-ano-n          pic 9(4) value 0.
       77 ws-ra-mes-n          pic 9(2) value 0.
       77 ws-ra-eof            pic x(1) value "N".
           88 ra-eof           value "Y".
       77 ws-ra-op-aberto      pic x(1) value "N".
           88 ra-op-aberto     value "Y".
       77 ws-ra-rc             pic 9(2) value 0.
       77 ws-ra-primeiro       pic x(1) value "Y".
       77 ws-ra-situacao       pic x(1) value spaces.
           88 ra-op-regular    value "R".
           88 ra-op-inativo    value "I".
           88 ra-op-ausente    value "N".
       77 ws-ra-ant-operador   pic x(10) value spaces.
       77 ws-ra-ant-programa   pic x(20) value spaces.
       77 ws-ra-ant-funcao     pic x(20) value spaces.

      ******************************************************************
      *    Control totals: everything read, split into the month and
      *    outside it; the month split again by kind of record.
      ******************************************************************
       77 ws-ra-lidos          pic 9(9) value 0.
       77 ws-ra-fora-mes       pic 9(9) value 0.
       77 ws-ra-no-mes         pic 9(9) value 0.
       77 ws-ra-devolvidos     pic 9(9) value 0.
       77 ws-ra-entradas       pic 9(9) value 0.
       77 ws-ra-recusadas      pic 9(9) value 0.
       77 ws-ra-alteracoes     pic 9(9) value 0.
       77 ws-ra-operadores     pic 9(7) value 0.
       77 ws-ra-alt-irregular  pic 9(9) value 0.

       77 ws-ra-op-entradas    pic 9(7) value 0.
       77 ws-ra-op-recusadas   pic 9(7) value 0.
       77 ws-ra-op-alteracoes  pic 9(7) value 0.
       77 ws-ra-fn-qtd         pic 9(7) value 0.

       77 ws-ra-qtd-ed         pic zzzzzzzz9 value zero.

       COPY "RELWS.cpy".

       PROCEDURE                    DIVISION.

           accept ws-ra-arq-auditoria
               from environment "UNTILDAWN_ARQ_AUDITORIA"
               on exception
                   move "auditoria.dat" to ws-ra-arq-auditoria
           end-accept.
           if ws-ra-arq-auditoria = spaces
               move "auditoria.dat" to ws-ra-arq-auditoria
           end-if.
           accept ws-ra-arq-operadores
               from environment "UNTILDAWN_ARQ_OPERADORES"
               on exception
                   move "operadores.dat" to ws-ra-arq-operadores
           end-accept.
           if ws-ra-arq-operadores = spaces
               move "operadores.dat" to ws-ra-arq-operadores
           end-if.
           accept ws-ra-mes from environment "UNTILDAWN_MES"
               on exception
                   move spaces to ws-ra-mes
           end-accept.
           if ws-ra-mes = spaces
               perform mes-anterior
           end-if.
           if ws-ra-mes is not numeric
                   or ws-ra-mes(5:2) < "01" or ws-ra-mes(5:2) > "12"
               display "UNTILDAWN_MES invalido (AAAAMM): " ws-ra-mes
               move 8 to return-code
               stop run
           end-if.
           accept ws-arq-relatorio
               from environment "UNTILDAWN_ARQ_REL_AUDITORIA"
               on exception
                   move "auditoria.rel.txt" to ws-arq-relatorio
           end-accept.
           if ws-arq-relatorio = spaces
               move "auditoria.rel.txt" to ws-arq-relatorio
           end-if.
           open input auditoria-file.
           if ws-ra-status not = "00"
               display "Nao foi possivel abrir "
                   function trim(ws-ra-arq-auditoria)
                   " (status " ws-ra-status ")"
               move 8 to return-code
               stop run
           end-if.
           open input operadores-file.
           if ws-ra-op-status = "00"
               set ra-op-aberto to true
           else
               display "AVISO: cadastro de operadores indisponivel: "
                   function trim(ws-ra-arq-operadores)
                   " (status " ws-ra-op-status ")"
           end-if.
           move spaces to ws-rel-titulo.
           string "Trilha de auditoria - mes " delimited by size
                  ws-ra-mes(1:4) delimited by size
                  "-" delimited by size
                  ws-ra-mes(5:2) delimited by size
               into ws-rel-titulo
           end-string.
           perform abre-relatorio.
           sort ordena-auditoria
               on ascending key oa-operador oa-programa oa-funcao
                                oa-estampa
               input procedure is seleciona-auditoria
               output procedure is lista-auditoria.
           close auditoria-file.
           if ra-op-aberto
               close operadores-file
           end-if.
           perform totais-controle.
           perform fecha-relatorio.
           display "Registros no mes.....: " ws-ra-no-mes
               " (alteracoes " ws-ra-alteracoes
               ", entradas recusadas " ws-ra-recusadas ")".
           display "Relatorio gravado em "
               function trim(ws-arq-relatorio) ".".
           if ws-ra-rc = 0
                   and (ws-ra-recusadas > 0 or ws-ra-alt-irregular > 0)
               move 4 to ws-ra-rc
           end-if.
           move ws-ra-rc to return-code.
           stop run.

      ******************************************************************
      *    mes-anterior - the default month: the one before today's.
      ******************************************************************
       mes-anterior.
           move function current-date(1:4) to ws-ra-ano-n.
           move function current-date(5:2) to ws-ra-mes-n.
           if ws-ra-mes-n = 1
               move 12 to ws-ra-mes-n
               subtract 1 from ws-ra-ano-n
           else
               subtract 1 from ws-ra-mes-n
           end-if.
           move ws-ra-ano-n to ws-ra-mes(1:4).
           move ws-ra-mes-n to ws-ra-mes(5:2).

      ******************************************************************
      *    seleciona-auditoria - the records stamped in the month.
      ******************************************************************
       seleciona-auditoria.
           move "N" to ws-ra-eof.
           perform seleciona-um-registro until ra-eof.

       seleciona-um-registro.
           read auditoria-file
               at end
                   set ra-eof to true
                   exit paragraph
           end-read.
           add 1 to ws-ra-lidos.
           if au-estampa(1:6) not = ws-ra-mes
               add 1 to ws-ra-fora-mes
               exit paragraph
           end-if.
           add 1 to ws-ra-no-mes.
           move au-operador to oa-operador.
           move au-programa to oa-programa.
           move au-funcao to oa-funcao.
           move au-estampa to oa-estampa.
           move au-arquivo to oa-arquivo.
           move au-chave to oa-chave.
           move au-antes to oa-antes.
           move au-depois to oa-depois.
           release oa-rec.

      ******************************************************************
      *    lista-auditoria - the records back in operator, program,
      *    function and moment order, with a control break on each.
      ******************************************************************
       lista-auditoria.
           move "Y" to ws-ra-primeiro.
           move "N" to ws-ra-eof.
           perform lista-um-registro until ra-eof.
           if ws-ra-primeiro = "Y"
               move "Nenhum registro de auditoria no mes."
                   to ws-rel-linha(1:36)
               perform imprime-linha
           else
               perform quebra-funcao
               perform quebra-operador
           end-if.

       lista-um-registro.
           return ordena-auditoria
               at end
                   set ra-eof to true
                   exit paragraph
           end-return.
           add 1 to ws-ra-devolvidos.
           if ws-ra-primeiro = "Y"
               move "N" to ws-ra-primeiro
               perform inicia-operador
               perform inicia-funcao
           else
               if oa-operador not = ws-ra-ant-operador
                   perform quebra-funcao
                   perform quebra-operador
                   perform inicia-operador
                   perform inicia-funcao
               else
                   if oa-programa not = ws-ra-ant-programa
                           or oa-funcao not = ws-ra-ant-funcao
                       perform quebra-funcao
                       perform inicia-funcao
                   end-if
               end-if
           end-if.
           add 1 to ws-ra-fn-qtd.
           evaluate oa-funcao
               when "ENTRADA"
                   add 1 to ws-ra-entradas ws-ra-op-entradas
               when "ENTRADA RECUSADA"
                   add 1 to ws-ra-recusadas ws-ra-op-recusadas
                   perform imprime-recusa
               when other
                   add 1 to ws-ra-alteracoes ws-ra-op-alteracoes
                   if not ra-op-regular
                       add 1 to ws-ra-alt-irregular
                   end-if
                   perform imprime-alteracao
           end-evaluate.

      ******************************************************************
      *    inicia-operador - the operator heading, with the operator
      *    as the master holds them today.
      ******************************************************************
       inicia-operador.
           move oa-operador to ws-ra-ant-operador.
           add 1 to ws-ra-operadores.
           move 0 to ws-ra-op-entradas ws-ra-op-recusadas
               ws-ra-op-alteracoes.
           perform imprime-linha.
           move "OPERADOR:" to ws-rel-linha(1:9).
           if oa-operador = spaces
               move "(nao informado)" to ws-rel-linha(11:15)
           else
               move oa-operador to ws-rel-linha(11:10)
           end-if.
           move "R" to ws-ra-situacao.
           evaluate true
               when oa-operador = "*INICIAL*"
                   move "carga inicial do cadastro de operadores"
                       to ws-rel-linha(23:39)
               when not ra-op-aberto
                   move "(cadastro de operadores indisponivel)"
                       to ws-rel-linha(23:37)
               when other
                   move oa-operador to op-operador
                   read operadores-file
                       invalid key
                           move "N" to ws-ra-situacao
                           move "*** NAO CADASTRADO ***"
                               to ws-rel-linha(23:22)
                       not invalid key
                           move op-nome to ws-rel-linha(23:30)
                           evaluate op-papel
                               when "A"
                                   move "administrador"
                                       to ws-rel-linha(55:13)
                               when "M"
                                   move "manutencao"
                                       to ws-rel-linha(55:10)
                               when other
                                   move "consulta"
                                       to ws-rel-linha(55:8)
                           end-evaluate
                           if not op-e-ativo
                               move "I" to ws-ra-situacao
                               move "*** INATIVO ***"
                                   to ws-rel-linha(70:15)
                           end-if
                   end-read
           end-evaluate.
           perform imprime-linha.

       inicia-funcao.
           move oa-programa to ws-ra-ant-programa.
           move oa-funcao to ws-ra-ant-funcao.
           move 0 to ws-ra-fn-qtd.

       quebra-funcao.
           move "Subtotal" to ws-rel-linha(3:8).
           move ws-ra-ant-programa to ws-rel-linha(12:20).
           move ws-ra-ant-funcao to ws-rel-linha(33:20).
           move ws-ra-fn-qtd to ws-ra-qtd-ed.
           move ws-ra-qtd-ed to ws-rel-linha(54:9).
           perform imprime-linha.

       quebra-operador.
           move "Total do operador: entradas" to ws-rel-linha(3:27).
           move ws-ra-op-entradas to ws-ra-qtd-ed.
           move ws-ra-qtd-ed to ws-rel-linha(31:9).
           move "recusadas" to ws-rel-linha(42:9).
           move ws-ra-op-recusadas to ws-ra-qtd-ed.
           move ws-ra-qtd-ed to ws-rel-linha(52:9).
           move "alteracoes" to ws-rel-linha(63:10).
           move ws-ra-op-alteracoes to ws-ra-qtd-ed.
           move ws-ra-qtd-ed to ws-rel-linha(74:9).
           perform imprime-linha.

      ******************************************************************
      *    imprime-estampa - AAAA-MM-DD HH:MM:SS of the record at
      *    column 3, shared by the two detail lines below.
      ******************************************************************
       imprime-estampa.
           move oa-estampa(1:4) to ws-rel-linha(3:4).
           move "-" to ws-rel-linha(7:1).
           move oa-estampa(5:2) to ws-rel-linha(8:2).
           move "-" to ws-rel-linha(10:1).
           move oa-estampa(7:2) to ws-rel-linha(11:2).
           move oa-estampa(9:2) to ws-rel-linha(14:2).
           move ":" to ws-rel-linha(16:1).
           move oa-estampa(11:2) to ws-rel-linha(17:2).
           move ":" to ws-rel-linha(19:1).
           move oa-estampa(13:2) to ws-rel-linha(20:2).

       imprime-recusa.
           perform imprime-estampa.
           move oa-programa to ws-rel-linha(24:20).
           move "ENTRADA RECUSADA:" to ws-rel-linha(45:17).
           move oa-depois(1:40) to ws-rel-linha(63:40).
           perform imprime-linha.

      ******************************************************************
      *    imprime-alteracao - one change: the heading line, then the
      *    record before and after, 100 bytes a line.
      ******************************************************************
       imprime-alteracao.
           perform imprime-estampa.
           move oa-programa to ws-rel-linha(24:20).
           move oa-funcao to ws-rel-linha(45:20).
           move oa-arquivo to ws-rel-linha(66:10).
           move oa-chave to ws-rel-linha(77:40).
           perform imprime-linha.
           move "antes :" to ws-rel-linha(5:7).
           if oa-antes = spaces
               move "(nao havia)" to ws-rel-linha(13:11)
           else
               move oa-antes(1:100) to ws-rel-linha(13:100)
           end-if.
           perform imprime-linha.
           if oa-antes(101:100) not = spaces
               move oa-antes(101:100) to ws-rel-linha(13:100)
               perform imprime-linha
           end-if.
           move "depois:" to ws-rel-linha(5:7).
           if oa-depois = spaces
               move "(excluido)" to ws-rel-linha(13:10)
           else
               move oa-depois(1:100) to ws-rel-linha(13:100)
           end-if.
           perform imprime-linha.
           if oa-depois(101:100) not = spaces
               move oa-depois(101:100) to ws-rel-linha(13:100)
               perform imprime-linha
           end-if.

      ******************************************************************
      *    totais-controle - the closing control totals. Read must
      *    equal in-month plus outside; in-month must equal what the
      *    sort gave back and that the three kinds added up.
      ******************************************************************
       totais-controle.
           perform imprime-linha.
           move "TOTAIS DE CONTROLE" to ws-rel-linha(1:18).
           perform imprime-linha.
           move "Registros lidos...........:" to ws-rel-linha(1:27).
           move ws-ra-lidos to ws-ra-qtd-ed.
           move ws-ra-qtd-ed to ws-rel-linha(29:9).
           perform imprime-linha.
           move "  fora do mes.............:" to ws-rel-linha(1:27).
           move ws-ra-fora-mes to ws-ra-qtd-ed.
           move ws-ra-qtd-ed to ws-rel-linha(29:9).
           perform imprime-linha.
           move "  no mes..................:" to ws-rel-linha(1:27).
           move ws-ra-no-mes to ws-ra-qtd-ed.
           move ws-ra-qtd-ed to ws-rel-linha(29:9).
           perform imprime-linha.
           move "    entradas aceitas......:" to ws-rel-linha(1:27).
           move ws-ra-entradas to ws-ra-qtd-ed.
           move ws-ra-qtd-ed to ws-rel-linha(29:9).
           perform imprime-linha.
           move "    entradas recusadas....:" to ws-rel-linha(1:27).
           move ws-ra-recusadas to ws-ra-qtd-ed.
           move ws-ra-qtd-ed to ws-rel-linha(29:9).
           perform imprime-linha.
           move "    alteracoes............:" to ws-rel-linha(1:27).
           move ws-ra-alteracoes to ws-ra-qtd-ed.
           move ws-ra-qtd-ed to ws-rel-linha(29:9).
           perform imprime-linha.
           move "Operadores no mes.........:" to ws-rel-linha(1:27).
           move ws-ra-operadores to ws-ra-qtd-ed.
           move ws-ra-qtd-ed to ws-rel-linha(29:9).
           perform imprime-linha.
           move "Alteracoes irregulares....:" to ws-rel-linha(1:27).
           move ws-ra-alt-irregular to ws-ra-qtd-ed.
           move ws-ra-qtd-ed to ws-rel-linha(29:9).
           move "(operador inativo ou nao cadastrado)"
               to ws-rel-linha(39:36).
           perform imprime-linha.
           if ws-ra-lidos = ws-ra-no-mes + ws-ra-fora-mes
                   and ws-ra-devolvidos = ws-ra-no-mes
                   and ws-ra-no-mes = ws-ra-entradas + ws-ra-recusadas
                                    + ws-ra-alteracoes
               move "Totais conferem." to ws-rel-linha(1:16)
           else
               move "*** TOTAIS NAO CONFEREM ***"
                   to ws-rel-linha(1:27)
               display "AVISO: totais de controle nao conferem."
               move 8 to ws-ra-rc
           end-if.
           perform imprime-linha.

       COPY "RELPD.cpy".

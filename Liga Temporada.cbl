      *    Only rounds between the LAST "A" record and its "F" (or
      *    end of file) count, filtered to UNTILDAWN_CAMPANHA. RC 8
      *    when the season file cannot be read for the standings.
      *
      *    The standings are built with SORT work files, so a season
      *    of any number of players lists in full: the rounds sorted
      *    by player give each player's totals (work file
      *    <temporada>.trb1), those sorted on the standings before
      *    the latest round give the previous positions
      *    (<temporada>.trb2), and a last sort on the full season
      *    lists them. The listing closes with the rounds and runs it
      *    adds up to, checked against the season file; RC 4 if they
      *    do not agree.
      ******************************************************************

       ENVIRONMENT                  DIVISION.
           SELECT TEMPORADA-FILE ASSIGN USING ws-lt-arq-temporada
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-lt-status.
           SELECT TRABALHO1-FILE ASSIGN USING ws-lt-arq-trab1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-lt-trb-status.
           SELECT TRABALHO2-FILE ASSIGN USING ws-lt-arq-trab2
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-lt-trb-status.
           SELECT ORDENA-RODADAS ASSIGN TO "SORTROD".
           SELECT ORDENA-LIGA ASSIGN TO "SORTLIG".

       DATA                         DIVISION.

       FD  TEMPORADA-FILE.
       01  TEMPORADA-REC            PIC X(100).

       FD  TRABALHO1-FILE.
       01  TRABALHO1-REC            PIC X(77).

       FD  TRABALHO2-FILE.
       01  TRABALHO2-REC            PIC X(77).

       SD  ORDENA-RODADAS.
       01  OR-REC.
           05 OR-JOGADOR            PIC X(20).
           05 OR-DATA               PIC X(8).
           05 OR-CORRIDAS           PIC 9(7).
           05 OR-SOBREVIVEU         PIC 9(7).
           05 OR-MORREU             PIC 9(7).

       SD  ORDENA-LIGA.
       01  OL-REC.
           05 OL-JOGADOR            PIC X(20).
           05 OL-RODADAS            PIC 9(5).
           05 OL-CORRIDAS           PIC 9(7).
           05 OL-SOBREVIVEU         PIC 9(7).
           05 OL-MORREU             PIC 9(7).
           05 OL-PONTOS             PIC 9(7).
           05 OL-ANT-RODADAS        PIC 9(5).
           05 OL-ANT-SOBREVIVEU     PIC 9(7).
           05 OL-ANT-PONTOS         PIC 9(7).
           05 OL-ANT-POS            PIC 9(5).

       WORKING-STORAGE SECTION.
       77 ws-lt-status         pic x(2) value "00".
       77 ws-lt-arq-temporada  pic x(60) value "temporada.dat".
       77 ws-lt-nome-temp      pic x(30) value spaces.
       77 ws-lt-ult-rodada     pic x(8) value spaces.
       77 ws-lt-rodadas        pic 9(5) value 0.
       77 ws-lt-taxa-ed        pic zz9.99 value zero.
       77 ws-lt-mov            pic s9(5) value 0.
       77 ws-lt-mov-ed         pic +zzzz9 value zero.
       77 wss-str-temporada    pic x(100).

       77 ws-lt-f-tipo         pic x(1).
       77 ws-lt-f-melhor       pic x(7).

      ******************************************************************
      *    Current-season standings work fields. The season is
      *    bounded by record number: ws-lt-reg-abertura is the LAST
      *    "A" record's, so pass two can tell the current season's
      *    rounds from older ones without reading it twice more.
      *    ws-lg-ent is one player's totals, full season and without
      *    the latest round date (ws-lg-ant-), the layout of both
      *    work files; the -sel- totals are what went into the
      *    standings from the season file, the -lis- totals what the
      *    listing printed.
      ******************************************************************
       77 ws-lt-trb-status     pic x(2) value "00".
       77 ws-lt-arq-trab1      pic x(64) value spaces.
       77 ws-lt-arq-trab2      pic x(64) value spaces.
       77 ws-lt-num-reg        pic 9(9) value 0.
       77 ws-lt-reg-abertura   pic 9(9) value 0.
       77 ws-lt-pos            pic 9(5) value 0.
       77 ws-lt-pos-ant        pic 9(5) value 0.
       77 ws-lt-sel-rodadas    pic 9(7) value 0.
       77 ws-lt-sel-corridas   pic 9(9) value 0.
       77 ws-lt-lis-rodadas    pic 9(7) value 0.
       77 ws-lt-lis-corridas   pic 9(9) value 0.
       01 ws-lg-ent.
           05 ws-lg-jogador            pic x(20).
           05 ws-lg-rodadas            pic 9(5).
           05 ws-lg-corridas           pic 9(7).
           05 ws-lg-sobreviveu         pic 9(7).
           05 ws-lg-morreu             pic 9(7).
           05 ws-lg-pontos             pic 9(7).
           05 ws-lg-ant-rodadas        pic 9(5).
           05 ws-lg-ant-sobreviveu     pic 9(7).
           05 ws-lg-ant-pontos         pic 9(7).
           05 ws-lg-ant-pos            pic 9(5).
       77 ws-lg-ant-morreu     pic 9(7) value 0.

       PROCEDURE                    DIVISION.

      ******************************************************************
      *    classificacao-temporada - two passes over the season
      *    file: the first finds the current season's bounds and its
      *    latest round date, the second feeds the season's rounds to
      *    the sort that builds each player's totals (with and
      *    without that latest round). The previous positions come
      *    from a sort on the totals without it, and the listing from
      *    a sort on the full ones; the movement of each player is
      *    position-before minus position-now.
      ******************************************************************
       classificacao-temporada.
           move "N" to ws-lt-aberta.
           move "N" to ws-lt-fechada.
           move spaces to ws-lt-ult-rodada.
           move 0 to ws-lt-rodadas ws-lt-num-reg ws-lt-reg-abertura.
           open input temporada-file.
           if ws-lt-status not = "00"
               display "Temporada nao encontrada: "
               display "Nenhuma temporada aberta; use a opcao 2."
               exit paragraph
           end-if.
           move spaces to ws-lt-arq-trab1 ws-lt-arq-trab2.
           string function trim(ws-lt-arq-temporada) delimited by size
                  ".trb1" delimited by size
               into ws-lt-arq-trab1
           end-string.
           string function trim(ws-lt-arq-temporada) delimited by size
                  ".trb2" delimited by size
               into ws-lt-arq-trab2
           end-string.
           move 0 to ws-lt-sel-rodadas ws-lt-sel-corridas
               ws-lt-lis-rodadas ws-lt-lis-corridas.
           sort ordena-rodadas
               on ascending key or-jogador
               input procedure is seleciona-rodadas
               output procedure is totaliza-jogadores.
           sort ordena-liga
               on descending key ol-ant-pontos
               on descending key ol-ant-sobreviveu
               on ascending key ol-jogador
               using trabalho1-file
               output procedure is posicao-anterior.
           perform cabecalho-liga.
           sort ordena-liga
               on descending key ol-pontos
               on descending key ol-sobreviveu
               on ascending key ol-jogador
               using trabalho2-file
               output procedure is lista-liga.

      ******************************************************************
      *    localiza-temporada - pass one: remember the LAST "A"
               at end
                   set lt-eof to true
               not at end
                   add 1 to ws-lt-num-reg
                   perform separa-registro-liga
                   evaluate ws-lt-f-tipo
                       when "A"
                           move "Y" to ws-lt-aberta
                           move "N" to ws-lt-fechada
                           move ws-lt-num-reg to ws-lt-reg-abertura
                           move ws-lt-f-data to ws-lt-abertura
                           move spaces to ws-lt-nome-temp
                           unstring ws-lt-linha delimited by ";"
           end-unstring.

      ******************************************************************
      *    seleciona-rodadas - pass two, SORT input procedure: every
      *    round after the last "A" record, up to its "F", for the
      *    campaign, goes to the sort.
      ******************************************************************
       seleciona-rodadas.
           open input temporada-file.
           move 0 to ws-lt-num-reg.
           move "N" to ws-lt-fechada.
           move "N" to ws-lt-eof.
           perform seleciona-uma-rodada until lt-eof.
           close temporada-file.

       seleciona-uma-rodada.
           read temporada-file into ws-lt-linha
               at end
                   set lt-eof to true
                   exit paragraph
           end-read.
           add 1 to ws-lt-num-reg.
           if ws-lt-num-reg <= ws-lt-reg-abertura
               exit paragraph
           end-if.
           perform separa-registro-liga.
           evaluate ws-lt-f-tipo
               when "F"
                   move "Y" to ws-lt-fechada
               when "R"
                   if ws-lt-fechada = "N"
                           and ws-lt-f-campanha = ws-lt-campanha
                       move ws-lt-f-jogador to or-jogador
                       move ws-lt-f-data to or-data
                       compute or-corridas =
                           function numval(ws-lt-f-corridas)
                       compute or-sobreviveu =
                           function numval(ws-lt-f-sobr)
                       compute or-morreu =
                           function numval(ws-lt-f-mort)
                       add 1 to ws-lt-sel-rodadas
                       add or-corridas to ws-lt-sel-corridas
                       release or-rec
                   end-if
           end-evaluate.

      ******************************************************************
      *    totaliza-jogadores - SORT output procedure: the rounds come
      *    back by player; each player's totals go to the first work
      *    file, full season and, for rounds dated before the latest
      *    one, the "previous" standings the movement column is
      *    measured against. Points are worked out from the summed
      *    survivals and deaths.
      ******************************************************************
       totaliza-jogadores.
           open output trabalho1-file.
           initialize ws-lg-ent.
           move 0 to ws-lg-ant-morreu.
           move "N" to ws-lt-eof.
           perform totaliza-uma-rodada until lt-eof.
           if ws-lg-rodadas > 0
               perform grava-jogador-liga
           end-if.
           close trabalho1-file.

       totaliza-uma-rodada.
           return ordena-rodadas
               at end
                   set lt-eof to true
                   exit paragraph
           end-return.
           if ws-lg-rodadas > 0 and or-jogador not = ws-lg-jogador
               perform grava-jogador-liga
               initialize ws-lg-ent
               move 0 to ws-lg-ant-morreu
           end-if.
           move or-jogador to ws-lg-jogador.
           add 1 to ws-lg-rodadas.
           add or-corridas to ws-lg-corridas.
           add or-sobreviveu to ws-lg-sobreviveu.
           add or-morreu to ws-lg-morreu.
           if or-data < ws-lt-ult-rodada
               add 1 to ws-lg-ant-rodadas
               add or-sobreviveu to ws-lg-ant-sobreviveu
               add or-morreu to ws-lg-ant-morreu
           end-if.

       grava-jogador-liga.
           compute ws-lg-pontos =
               ws-lg-sobreviveu * ws-lt-pv + ws-lg-morreu * ws-lt-pd.
           compute ws-lg-ant-pontos =
               ws-lg-ant-sobreviveu * ws-lt-pv
               + ws-lg-ant-morreu * ws-lt-pd.
           move 0 to ws-lg-ant-pos.
           write trabalho1-rec from ws-lg-ent.

      ******************************************************************
      *    posicao-anterior - SORT output procedure: the players come
      *    back in the order of the standings before the latest
      *    round (most points first, survival count breaking ties);
      *    those who had played by then get their position there.
      ******************************************************************
       posicao-anterior.
           open output trabalho2-file.
           move 0 to ws-lt-pos-ant.
           move "N" to ws-lt-eof.
           perform posiciona-um-anterior until lt-eof.
           close trabalho2-file.

       posiciona-um-anterior.
           return ordena-liga into ws-lg-ent
               at end
                   set lt-eof to true
                   exit paragraph
           end-return.
           if ws-lg-ant-rodadas > 0
               add 1 to ws-lt-pos-ant
               move ws-lt-pos-ant to ws-lg-ant-pos
           end-if.
           write trabalho2-rec from ws-lg-ent.

       cabecalho-liga.
           if ws-lt-nome-temp not = spaces
               display "---- Temporada "
                   function trim(ws-lt-nome-temp) " (aberta em "
           if ws-lt-fechada = "Y"
               display "(temporada ja encerrada)"
           end-if.

      ******************************************************************
      *    lista-liga - SORT output procedure: the standings, most
      *    points first, survival count breaking ties, then the
      *    control totals: the rounds and runs listed must be the
      *    ones the season file holds for this season.
      ******************************************************************
       lista-liga.
           move 0 to ws-lt-pos.
           move "N" to ws-lt-eof.
           perform lista-um-jogador-liga until lt-eof.
           if ws-lt-pos = 0
               display "Nenhuma rodada registrada ainda."
               exit paragraph
           end-if.
           display "Rodadas na temporada.: " ws-lt-rodadas.
           display "Corridas na temporada: " ws-lt-lis-corridas.
           if ws-lt-lis-rodadas = ws-lt-rodadas
                   and ws-lt-lis-rodadas = ws-lt-sel-rodadas
                   and ws-lt-lis-corridas = ws-lt-sel-corridas
               display "Conferencia com a temporada: OK ("
                   ws-lt-pos " jogadores)"
           else
               display "AVISO: classificacao nao confere com a"
                   " temporada: " ws-lt-lis-rodadas " de "
                   ws-lt-rodadas " rodadas, " ws-lt-lis-corridas
                   " de " ws-lt-sel-corridas " corridas."
               move 4 to return-code
           end-if.

       lista-um-jogador-liga.
           return ordena-liga into ws-lg-ent
               at end
                   set lt-eof to true
                   exit paragraph
           end-return.
           add 1 to ws-lt-pos.
           if ws-lt-pos = 1
               display "  Pos Jogador              Rod. Corr."
                   "   Pontos Taxa    Mov."
           end-if.
           add ws-lg-rodadas to ws-lt-lis-rodadas.
           add ws-lg-corridas to ws-lt-lis-corridas.
           if ws-lg-corridas > 0
               compute ws-lt-taxa-ed =
                   ws-lg-sobreviveu * 100 / ws-lg-corridas
           else
               move zero to ws-lt-taxa-ed
           end-if.
           perform calcula-movimento.
           if ws-lt-mov = 0
               display ws-lt-pos " " ws-lg-jogador
                   " " ws-lg-rodadas
                   " " ws-lg-corridas
                   " " ws-lg-pontos
                   " " ws-lt-taxa-ed "%  ="
           else
               move ws-lt-mov to ws-lt-mov-ed
               display ws-lt-pos " " ws-lg-jogador
                   " " ws-lg-rodadas
                   " " ws-lg-corridas
                   " " ws-lg-pontos
                   " " ws-lt-taxa-ed "%  " ws-lt-mov-ed
           end-if.

      ******************************************************************
       calcula-movimento.
           move 0 to ws-lt-mov.
           if ws-lg-ant-pos > 0
               compute ws-lt-mov = ws-lg-ant-pos - ws-lt-pos
           end-if.

       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      RelatorioRating.
       AUTHOR.                          Bruno&Paulo.

      ******************************************************************
      *    RelatorioRating - the skill rating report for one
      *    campaign (UNTILDAWN_CAMPANHA, default "MANSAO"), from the
      *    rating master AtualizaRating keeps (RATING.cpy) and its
      *    history file (RATHIST.cpy). Two sections:
      *
      *      - the current ratings, highest first: rating, the change
      *        the player's last round brought, rounds rated, runs
      *        and survival rate across them, the highest rating
      *        held and the date of the last round. Players with
      *        fewer than UNTILDAWN_RATING_PROVISORIO rounds (default
      *        5, the same setting AtualizaRating doubles their
      *        K factor with) are marked PROVISORIO - their rating
      *        is still settling and should not seed anyone yet;
      *      - each player's rating history, round by round: the
      *        rating before and after, the result, the difficulty
      *        played at and the strength of the field faced.
      *        UNTILDAWN_JOGADOR limits this section to one player;
      *        blank lists everyone in the campaign.
      *
      *    Both sections are ordered with SORT work files, so the
      *    report has no ceiling on players or rounds. Print file
      *    UNTILDAWN_ARQ_REL_RATING (default "rating.rel.txt"); the
      *    master is read under the shared master lock. RC 8 when
      *    the rating master cannot be read, RC 4 when the history
      *    file is missing (the current ratings still print), RC 14
      *    from the lock.
      ******************************************************************

       ENVIRONMENT                  DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATING-FILE ASSIGN USING ws-rr-arq-rating
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-CHAVE
               FILE STATUS IS ws-rating-status.
           SELECT RATHIST-FILE ASSIGN USING ws-rr-arq-historico
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rr-hist-status.
           SELECT ORDENA-RATING ASSIGN TO "SORTRAT".
           SELECT ORDENA-HIST ASSIGN TO "SORTHIS".
           SELECT TRAVA-FILE ASSIGN USING ws-tv-arq-trava
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tv-status.
           SELECT RELATORIO-FILE ASSIGN USING ws-arq-relatorio
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA                         DIVISION.

       FILE SECTION.
       FD  RATING-FILE.
       COPY "RATING.cpy".

       FD  RATHIST-FILE.
       COPY "RATHIST.cpy".

       SD  ORDENA-RATING.
       01  OR-REC.
           05 OR-PONTOS             PIC 9(5)V99.
           05 OR-JOGADOR            PIC X(20).
           05 OR-DADOS              PIC X(109).

       SD  ORDENA-HIST.
       01  OH-REC.
           05 OH-JOGADOR            PIC X(20).
           05 OH-SEQ                PIC 9(9).
           05 OH-DADOS              PIC X(92).

       FD  TRAVA-FILE.
       COPY "TRAVA.cpy".

       FD  RELATORIO-FILE.
       01  RELATORIO-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       77 ws-rating-status     pic x(2) value "00".
       77 ws-rr-hist-status    pic x(2) value "00".
       77 ws-rr-arq-rating     pic x(60) value "rating.dat".
       77 ws-rr-arq-historico  pic x(60) value "rating.hist".
       77 ws-rr-campanha       pic x(8) value "MANSAO".
       77 ws-rr-jogador        pic x(20) value spaces.
       77 ws-rr-txt            pic x(5) value spaces.
       77 ws-rr-provisorio     pic 9(3) value 5.
       77 ws-rr-eof            pic x(1) value "N".
           88 rr-eof           value "Y".
       77 ws-rr-rc             pic 9(2) value 0.
       77 ws-rr-pos            pic 9(5) value 0.
       77 ws-rr-seq            pic 9(9) value 0.
       77 ws-rr-jogadores      pic 9(7) value 0.
       77 ws-rr-provisorios    pic 9(7) value 0.
       77 ws-rr-registros      pic 9(7) value 0.
       77 ws-rr-anterior       pic x(20) value spaces.
       77 ws-rr-primeiro       pic x(1) value "Y".

       77 ws-rr-pos-ed         pic zzzz9 value zero.
       77 ws-rr-pontos-ed      pic zzzz9.99 value zero.
       77 ws-rr-variacao-ed    pic +zzzz9.99 value zero.
       77 ws-rr-qtd-ed         pic zzzzzz9 value zero.
       77 ws-rr-taxa           pic 9(3)v99 value 0.
       77 ws-rr-taxa-ed        pic zz9.99 value zero.
       77 ws-rr-dif-ed         pic 9.99 value zero.
       77 ws-rr-jog-ed         pic zz9 value zero.

       COPY "TRAVAWS.cpy".
       COPY "RELWS.cpy".

       PROCEDURE                    DIVISION.

           accept ws-rr-arq-rating
               from environment "UNTILDAWN_ARQ_RATING"
               on exception
                   move "rating.dat" to ws-rr-arq-rating
           end-accept.
           accept ws-rr-arq-historico
               from environment "UNTILDAWN_ARQ_RATING_HIST"
               on exception
                   move "rating.hist" to ws-rr-arq-historico
           end-accept.
           accept ws-rr-campanha
               from environment "UNTILDAWN_CAMPANHA"
               on exception
                   move "MANSAO" to ws-rr-campanha
           end-accept.
           if ws-rr-campanha = spaces
               move "MANSAO" to ws-rr-campanha
           end-if.
           accept ws-rr-jogador from environment "UNTILDAWN_JOGADOR"
               on exception
                   move spaces to ws-rr-jogador
           end-accept.
           accept ws-rr-txt
               from environment "UNTILDAWN_RATING_PROVISORIO"
               on exception
                   move spaces to ws-rr-txt
           end-accept.
           if ws-rr-txt not = spaces
               compute ws-rr-provisorio = function numval(ws-rr-txt)
           end-if.
           accept ws-arq-relatorio
               from environment "UNTILDAWN_ARQ_REL_RATING"
               on exception
                   move "rating.rel.txt" to ws-arq-relatorio
           end-accept.
           if ws-arq-relatorio = spaces
               move "rating.rel.txt" to ws-arq-relatorio
           end-if.
           move "S" to ws-tv-pedido.
           move "RelatorioRating" to ws-tv-programa.
           perform obtem-trava.
           if not tv-obtida
               stop run
           end-if.
           open input rating-file.
           if ws-rating-status not = "00"
               display "Nao foi possivel abrir "
                   function trim(ws-rr-arq-rating)
                   " (status " ws-rating-status ")"
               perform libera-trava
               move 8 to return-code
               stop run
           end-if.
           move spaces to ws-rel-titulo.
           string "Rating de habilidade - campanha " delimited by size
                  function trim(ws-rr-campanha) delimited by size
               into ws-rel-titulo
           end-string.
           perform abre-relatorio.
           sort ordena-rating
               on descending key or-pontos
               on ascending key or-jogador
               input procedure is seleciona-ratings
               output procedure is lista-ratings.
           close rating-file.
           open input rathist-file.
           if ws-rr-hist-status = "00"
               sort ordena-hist
                   on ascending key oh-jogador oh-seq
                   input procedure is seleciona-historico
                   output procedure is lista-historico
               close rathist-file
           else
               display "AVISO: historico de rating indisponivel: "
                   function trim(ws-rr-arq-historico)
                   " (status " ws-rr-hist-status ")"
               move "Historico de rating indisponivel."
                   to ws-rel-linha(1:33)
               perform imprime-linha
               move 4 to ws-rr-rc
           end-if.
           perform fecha-relatorio.
           perform libera-trava.
           display "Jogadores com rating: " ws-rr-jogadores
               " (provisorios " ws-rr-provisorios ")".
           display "Relatorio gravado em "
               function trim(ws-arq-relatorio) ".".
           move ws-rr-rc to return-code.
           stop run.

      ******************************************************************
      *    seleciona-ratings - every rating record of the campaign,
      *    by a keyed walk from its first key.
      ******************************************************************
       seleciona-ratings.
           move "N" to ws-rr-eof.
           move ws-rr-campanha to rt-campanha.
           move low-values to rt-jogador.
           start rating-file key not < rt-chave
               invalid key
                   set rr-eof to true
           end-start.
           perform seleciona-um-rating until rr-eof.

       seleciona-um-rating.
           read rating-file next
               at end
                   set rr-eof to true
                   exit paragraph
           end-read.
           if rt-campanha not = ws-rr-campanha
               set rr-eof to true
               exit paragraph
           end-if.
           move rt-pontos to or-pontos.
           move rt-jogador to or-jogador.
           move rt-dados to or-dados.
           release or-rec.

      ******************************************************************
      *    lista-ratings - the current ratings section, in the order
      *    the sort returns them.
      ******************************************************************
       lista-ratings.
           move "RATINGS ATUAIS" to ws-rel-linha(1:14).
           perform imprime-linha.
           move "  Pos Jogador" to ws-rel-linha(1:13).
           move "Rating" to ws-rel-linha(31:6).
           move "Variacao" to ws-rel-linha(39:8).
           move "Rod." to ws-rel-linha(50:4).
           move "Corridas" to ws-rel-linha(56:8).
           move "Taxa" to ws-rel-linha(67:4).
           move "Pico" to ws-rel-linha(78:4).
           move "Ultima" to ws-rel-linha(84:6).
           move "Situacao" to ws-rel-linha(96:8).
           perform imprime-linha.
           move 0 to ws-rr-pos.
           move "N" to ws-rr-eof.
           perform lista-um-rating until rr-eof.
           if ws-rr-pos = 0
               move "Nenhum jogador com rating nesta campanha."
                   to ws-rel-linha(1:41)
               perform imprime-linha
           end-if.
           perform imprime-linha.
           move "Jogadores com rating.:" to ws-rel-linha(1:22).
           move ws-rr-jogadores to ws-rr-qtd-ed.
           move ws-rr-qtd-ed to ws-rel-linha(24:7).
           perform imprime-linha.
           move "Provisorios..........:" to ws-rel-linha(1:22).
           move ws-rr-provisorios to ws-rr-qtd-ed.
           move ws-rr-qtd-ed to ws-rel-linha(24:7).
           perform imprime-linha.
           move "(provisorio: menos de" to ws-rel-linha(1:21).
           move ws-rr-provisorio to ws-rr-jog-ed.
           move ws-rr-jog-ed to ws-rel-linha(23:3).
           move "rodadas avaliadas)" to ws-rel-linha(27:18).
           perform imprime-linha.
           perform imprime-linha.

       lista-um-rating.
           return ordena-rating
               at end
                   set rr-eof to true
                   exit paragraph
           end-return.
           move or-jogador to rt-jogador.
           move or-dados to rt-dados.
           add 1 to ws-rr-pos.
           add 1 to ws-rr-jogadores.
           move ws-rr-pos to ws-rr-pos-ed.
           move ws-rr-pos-ed to ws-rel-linha(1:5).
           move rt-jogador to ws-rel-linha(7:20).
           move rt-pontos to ws-rr-pontos-ed.
           move ws-rr-pontos-ed to ws-rel-linha(28:8).
           move rt-variacao to ws-rr-variacao-ed.
           move ws-rr-variacao-ed to ws-rel-linha(38:9).
           move rt-rodadas to ws-rr-qtd-ed.
           move ws-rr-qtd-ed(3:5) to ws-rel-linha(49:5).
           move rt-corridas to ws-rr-qtd-ed.
           move ws-rr-qtd-ed to ws-rel-linha(57:7).
           if rt-corridas > 0
               compute ws-rr-taxa rounded =
                   rt-sobreviveu * 100 / rt-corridas
           else
               move 0 to ws-rr-taxa
           end-if.
           move ws-rr-taxa to ws-rr-taxa-ed.
           move ws-rr-taxa-ed to ws-rel-linha(65:6).
           move "%" to ws-rel-linha(71:1).
           move rt-pico to ws-rr-pontos-ed.
           move ws-rr-pontos-ed to ws-rel-linha(74:8).
           move rt-ultima-rodada(1:4) to ws-rel-linha(84:4).
           move "-" to ws-rel-linha(88:1).
           move rt-ultima-rodada(5:2) to ws-rel-linha(89:2).
           move "-" to ws-rel-linha(91:1).
           move rt-ultima-rodada(7:2) to ws-rel-linha(92:2).
           if rt-rodadas < ws-rr-provisorio
               move "PROVISORIO" to ws-rel-linha(96:10)
               add 1 to ws-rr-provisorios
           end-if.
           perform imprime-linha.

      ******************************************************************
      *    seleciona-historico - the campaign's history records (one
      *    player's, when UNTILDAWN_JOGADOR names one), numbered in
      *    file order so the sort keeps each player's rounds in the
      *    order they were rated.
      ******************************************************************
       seleciona-historico.
           move 0 to ws-rr-seq.
           move "N" to ws-rr-eof.
           perform seleciona-um-historico until rr-eof.

       seleciona-um-historico.
           read rathist-file
               at end
                   set rr-eof to true
                   exit paragraph
           end-read.
           add 1 to ws-rr-seq.
           if rh-campanha not = ws-rr-campanha
               exit paragraph
           end-if.
           if ws-rr-jogador not = spaces
                   and rh-jogador not = ws-rr-jogador
               exit paragraph
           end-if.
           move rh-jogador to oh-jogador.
           move ws-rr-seq to oh-seq.
           move rathist-rec to oh-dados.
           release oh-rec.

      ******************************************************************
      *    lista-historico - one block per player, a line per round.
      ******************************************************************
       lista-historico.
           move "HISTORICO DE RATING POR JOGADOR" to ws-rel-linha(1:31).
           perform imprime-linha.
           move spaces to ws-rr-anterior.
           move "Y" to ws-rr-primeiro.
           move 0 to ws-rr-registros.
           move "N" to ws-rr-eof.
           perform lista-um-historico until rr-eof.
           if ws-rr-registros = 0
               move "Nenhuma rodada avaliada para a selecao."
                   to ws-rel-linha(1:39)
               perform imprime-linha
           end-if.

       lista-um-historico.
           return ordena-hist
               at end
                   set rr-eof to true
                   exit paragraph
           end-return.
           move oh-dados to rathist-rec.
           add 1 to ws-rr-registros.
           if ws-rr-primeiro = "Y" or rh-jogador not = ws-rr-anterior
               move "N" to ws-rr-primeiro
               move rh-jogador to ws-rr-anterior
               perform imprime-linha
               move "Jogador:" to ws-rel-linha(1:8)
               move rh-jogador to ws-rel-linha(10:20)
               perform imprime-linha
               move "  Rodada" to ws-rel-linha(1:8)
               move "Antes" to ws-rel-linha(24:5)
               move "Depois" to ws-rel-linha(33:6)
               move "Variacao" to ws-rel-linha(41:8)
               move "Corr." to ws-rel-linha(51:5)
               move "Sobr." to ws-rel-linha(57:5)
               move "Dif." to ws-rel-linha(63:4)
               move "Campo" to ws-rel-linha(71:5)
               move "Jog." to ws-rel-linha(78:4)
               perform imprime-linha
           end-if.
           move rh-rodada(1:4) to ws-rel-linha(3:4).
           move "-" to ws-rel-linha(7:1).
           move rh-rodada(5:2) to ws-rel-linha(8:2).
           move "-" to ws-rel-linha(10:1).
           move rh-rodada(7:2) to ws-rel-linha(11:2).
           move rh-rodada(9:2) to ws-rel-linha(14:2).
           move ":" to ws-rel-linha(16:1).
           move rh-rodada(11:2) to ws-rel-linha(17:2).
           move rh-antes to ws-rr-pontos-ed.
           move ws-rr-pontos-ed to ws-rel-linha(21:8).
           move rh-depois to ws-rr-pontos-ed.
           move ws-rr-pontos-ed to ws-rel-linha(31:8).
           move rh-variacao to ws-rr-variacao-ed.
           move ws-rr-variacao-ed to ws-rel-linha(40:9).
           move rh-corridas to ws-rr-qtd-ed.
           move ws-rr-qtd-ed(3:5) to ws-rel-linha(51:5).
           move rh-sobreviveu to ws-rr-qtd-ed.
           move ws-rr-qtd-ed(3:5) to ws-rel-linha(57:5).
           move rh-dificuldade to ws-rr-dif-ed.
           move ws-rr-dif-ed to ws-rel-linha(63:4).
           move rh-forca-campo to ws-rr-pontos-ed.
           move ws-rr-pontos-ed to ws-rel-linha(68:8).
           move rh-jogadores to ws-rr-jog-ed.
           move ws-rr-jog-ed to ws-rel-linha(79:3).
           perform imprime-linha.

       COPY "TRAVAPD.cpy".
       COPY "RELPD.cpy".

       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      MascaraAcervo.
       AUTHOR.                          Bruno&Paulo.

      ******************************************************************
      *    MascaraAcervo - masked copy of the data estate for the test
      *    environment. Testing a scenario change or a new report
      *    used to mean copying the production files by hand, real
      *    player names and all. This job writes the copy instead,
      *    with every player key replaced by a pseudonym:
      *
      *        PLACAR.DAT ...... PL-JOGADOR (every campaign)
      *        CONQUISTAS.DAT .. CQ-JOGADOR
      *        SAVES.DAT ....... SV-JOGADOR
      *        JOGADORES.DAT ... JG-JOGADOR, plus JG-NOME-EXIBICAO
      *                          and JG-EQUIPE
      *        temporada.dat ... the player field of the "R" rounds
      *        historico.dat ... copied as is (batch totals only)
      *
      *    A player gets the same pseudonym ("JOGADOR-nnnnnnn") in
      *    every file, so standings, badges, saves, registration
      *    and season rounds still line up; the display name becomes
      *    "Jogador nnnnnnn" and each team one "EQUIPE-nnnnnnn",
      *    again the same for every member. The numbers are dealt
      *    in a random order drawn afresh on every run - they say
      *    nothing about the real names, not even their alphabetical
      *    order, and a refreshed copy deals new ones.
      *
      *    The sources are the files the production programs use
      *    (the same UNTILDAWN_ARQ_* variables and defaults), read
      *    under the shared master lock (TRAVA.cpy; RC 14 when it
      *    never comes free). The copy goes to the directory in
      *    UNTILDAWN_DIR_TESTE under the default file names, so the
      *    test side runs every program with no settings at all;
      *    the directory must exist and must not be a source's own.
      *
      *    The pseudonym mapping exists only while the job runs, in
      *    two work files beside the production standings master
      *    (<placar>.trb1 and the indexed <placar>.mapa), both
      *    deleted before the job ends. Nothing on the test side -
      *    the copy or this job's report - ever holds a real name
      *    next to its pseudonym.
      *
      *    Control totals (print file UNTILDAWN_ARQ_REL_MASCARA,
      *    default "mascara.rel.txt"): the copy is read back after
      *    it is written and its record counts and run totals are
      *    set beside the source's - standings runs, survivals and
      *    deaths and the records that do not cross-foot, badges
      *    earned, saves, registrations and active players, season
      *    rounds and runs, history runs. Identical figures plus one
      *    pseudonym per key mean the AuditaDados checks come out on
      *    the copy exactly as on the source. A copy record that
      *    still carries a name that is not a pseudonym is counted
      *    as exposed.
      *
      *    RC 8 when the test directory is missing or is a source's,
      *    a copy cannot be written, any total fails to agree or a
      *    name is exposed; RC 4 when a source file does not exist
      *    (it is left out of the copy); 0 on a clean copy.
      ******************************************************************

       ENVIRONMENT                  DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLACAR-FILE ASSIGN USING ws-ma-arq-placar
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-CHAVE
               FILE STATUS IS ws-placar-status.
           SELECT CONQUISTAS-FILE ASSIGN USING ws-ma-arq-conquistas
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CQ-CHAVE
               FILE STATUS IS ws-conq-status.
           SELECT SAVES-FILE ASSIGN USING ws-ma-arq-saves
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-CHAVE
               FILE STATUS IS ws-saves-status.
           SELECT JOGADORES-FILE ASSIGN USING ws-ma-arq-jogadores
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JG-JOGADOR
               FILE STATUS IS ws-jog-status.
           SELECT TEMPORADA-FILE ASSIGN USING ws-ma-arq-temporada
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ma-tmp-status.
           SELECT HISTORICO-FILE ASSIGN USING ws-ma-arq-historico
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ma-hist-status.
           SELECT PLACAR-TESTE-FILE ASSIGN USING ws-ma-dst-placar
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-CHAVE
               FILE STATUS IS ws-ma-dst-status.
           SELECT CONQUISTAS-TESTE-FILE
               ASSIGN USING ws-ma-dst-conquistas
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CHAVE
               FILE STATUS IS ws-ma-dst-status.
           SELECT SAVES-TESTE-FILE ASSIGN USING ws-ma-dst-saves
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-CHAVE
               FILE STATUS IS ws-ma-dst-status.
           SELECT JOGADORES-TESTE-FILE
               ASSIGN USING ws-ma-dst-jogadores
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JT-CHAVE
               FILE STATUS IS ws-ma-dst-status.
           SELECT TEMPORADA-TESTE-FILE
               ASSIGN USING ws-ma-dst-temporada
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ma-dst-status.
           SELECT HISTORICO-TESTE-FILE
               ASSIGN USING ws-ma-dst-historico
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ma-dst-status.
           SELECT MAPA-FILE ASSIGN USING ws-ma-arq-mapa
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MP-CHAVE
               FILE STATUS IS ws-ma-mapa-status.
           SELECT TRABALHO-FILE ASSIGN USING ws-ma-arq-trab
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ma-trb-status.
           SELECT TRAVA-FILE ASSIGN USING ws-tv-arq-trava
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tv-status.
           SELECT RELATORIO-FILE ASSIGN USING ws-arq-relatorio
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ORDENA-NOMES ASSIGN TO "SORTNOM".
           SELECT ORDENA-SORTEIO ASSIGN TO "SORTSOR".

       DATA                         DIVISION.

       FILE SECTION.
       FD  PLACAR-FILE.
       COPY "PLACAR.cpy".

       FD  CONQUISTAS-FILE.
       COPY "CONQ.cpy".

       FD  SAVES-FILE.
       COPY "SAVES.cpy".

       FD  JOGADORES-FILE.
       COPY "JOGAD.cpy".

       FD  TEMPORADA-FILE.
       01  TEMPORADA-REC            PIC X(100).

       FD  HISTORICO-FILE.
       01  HISTORICO-REC            PIC X(80).

      ******************************************************************
      *    The test-side masters are written from the source records
      *    as they stand after masking; only the key is named here,
      *    the lengths are those of PLACAR.cpy, CONQ.cpy, SAVES.cpy
      *    and JOGAD.cpy. They are read back through the source FDs.
      ******************************************************************
       FD  PLACAR-TESTE-FILE.
       01  PLACAR-TESTE-REC.
           05 PT-CHAVE              PIC X(28).
           05 FILLER                PIC X(28).

       FD  CONQUISTAS-TESTE-FILE.
       01  CONQUISTAS-TESTE-REC.
           05 CT-CHAVE              PIC X(32).
           05 FILLER                PIC X(13).

       FD  SAVES-TESTE-FILE.
       01  SAVES-TESTE-REC.
           05 ST-CHAVE              PIC X(30).
           05 FILLER                PIC X(160).

       FD  JOGADORES-TESTE-FILE.
       01  JOGADORES-TESTE-REC.
           05 JT-CHAVE              PIC X(20).
           05 FILLER                PIC X(51).

       FD  TEMPORADA-TESTE-FILE.
       01  TEMPORADA-TESTE-REC      PIC X(100).

       FD  HISTORICO-TESTE-FILE.
       01  HISTORICO-TESTE-REC      PIC X(80).

      ******************************************************************
      *    The run's mapping, source side only: MP-TIPO "J" player
      *    key, "E" team; the work file carries each distinct name
      *    with its random draw into the numbering sort.
      ******************************************************************
       FD  MAPA-FILE.
       01  MAPA-REC.
           05 MP-CHAVE.
               10 MP-TIPO           PIC X(1).
               10 MP-VALOR          PIC X(20).
           05 MP-PSEUDONIMO         PIC X(20).

       FD  TRABALHO-FILE.
       01  TRABALHO-REC.
           05 TB-TIPO               PIC X(1).
           05 TB-SORTEIO            PIC 9(9).
           05 TB-VALOR              PIC X(20).

       FD  TRAVA-FILE.
       COPY "TRAVA.cpy".

       FD  RELATORIO-FILE.
       01  RELATORIO-REC            PIC X(132).

       SD  ORDENA-NOMES.
       01  ONM-REC.
           05 ONM-TIPO              PIC X(1).
           05 ONM-VALOR             PIC X(20).

       SD  ORDENA-SORTEIO.
       01  OSR-REC.
           05 OSR-TIPO              PIC X(1).
           05 OSR-SORTEIO           PIC 9(9).
           05 OSR-VALOR             PIC X(20).

       WORKING-STORAGE SECTION.
       77 ws-placar-status     pic x(2) value "00".
       77 ws-conq-status       pic x(2) value "00".
       77 ws-saves-status      pic x(2) value "00".
       77 ws-jog-status        pic x(2) value "00".
       77 ws-ma-tmp-status     pic x(2) value "00".
       77 ws-ma-hist-status    pic x(2) value "00".
       77 ws-ma-dst-status     pic x(2) value "00".
       77 ws-ma-mapa-status    pic x(2) value "00".
       77 ws-ma-trb-status     pic x(2) value "00".

      ******************************************************************
      *    File names: ws-ma-org- the production sources, ws-ma-dst-
      *    the test copies; ws-ma-arq- is what the source FDs are
      *    opened on - the source while copying, the copy while it
      *    is read back.
      ******************************************************************
       77 ws-ma-org-placar     pic x(60) value "placar.dat".
       77 ws-ma-org-conquistas pic x(60) value "conquistas.dat".
       77 ws-ma-org-saves      pic x(60) value "saves.dat".
       77 ws-ma-org-jogadores  pic x(60) value "jogadores.dat".
       77 ws-ma-org-temporada  pic x(60) value "temporada.dat".
       77 ws-ma-org-historico  pic x(60) value "historico.dat".
       77 ws-ma-arq-placar     pic x(60) value spaces.
       77 ws-ma-arq-conquistas pic x(60) value spaces.
       77 ws-ma-arq-saves      pic x(60) value spaces.
       77 ws-ma-arq-jogadores  pic x(60) value spaces.
       77 ws-ma-arq-temporada  pic x(60) value spaces.
       77 ws-ma-arq-historico  pic x(60) value spaces.
       77 ws-ma-dst-placar     pic x(60) value spaces.
       77 ws-ma-dst-conquistas pic x(60) value spaces.
       77 ws-ma-dst-saves      pic x(60) value spaces.
       77 ws-ma-dst-jogadores  pic x(60) value spaces.
       77 ws-ma-dst-temporada  pic x(60) value spaces.
       77 ws-ma-dst-historico  pic x(60) value spaces.
       77 ws-ma-arq-mapa       pic x(60) value spaces.
       77 ws-ma-arq-trab       pic x(60) value spaces.
       77 ws-ma-dir-teste      pic x(60) value spaces.

       77 ws-ma-caminho        pic x(60).
       77 ws-ma-dir-caminho    pic x(60).
       77 ws-ma-nome-padrao    pic x(20).
       77 ws-ma-k              pic 9(3) value 0.
       77 ws-ma-ptr            pic 9(3) value 1.
       77 ws-ma-ini            pic 9(3) value 1.

       77 ws-ma-eof            pic x(1) value "N".
           88 ma-eof           value "Y".
       77 ws-ma-lado           pic 9(1) value 1.
           88 ma-origem        value 1.
           88 ma-copia         value 2.
       77 ws-ma-erros          pic 9(5) value 0.
       77 ws-ma-avisos         pic 9(5) value 0.
       77 ws-ma-divergencias   pic 9(5) value 0.
       77 ws-ma-rc             pic 9(2) value 0.

       77 ws-ma-linha          pic x(100).
       77 ws-ma-nova           pic x(100).
       77 ws-ma-f-tipo         pic x(1).
       77 ws-ma-f-data         pic x(8).
       77 ws-ma-f-campanha     pic x(8).
       77 ws-ma-f-jogador      pic x(20).
       77 ws-ma-f-corridas     pic x(10).
       77 ws-ma-f-sobr         pic x(10).
       77 ws-ma-f-mort         pic x(10).

      ******************************************************************
      *    Pseudonym dealing: the random draw per distinct name, the
      *    running number per kind and the lookup fields.
      ******************************************************************
       77 ws-ma-semente        pic 9(8) value 0.
       77 ws-ma-roll           pic 9v9(9) value 0.
       77 ws-ma-primeiro       pic x(1) value "Y".
       77 ws-ma-ant-tipo       pic x(1) value low-values.
       77 ws-ma-ant-valor      pic x(20) value low-values.
       77 ws-ma-qtd-jogadores  pic 9(7) value 0.
       77 ws-ma-qtd-equipes    pic 9(7) value 0.
       77 ws-ma-num            pic 9(7) value 0.
       77 ws-ma-busca-tipo     pic x(1).
       77 ws-ma-busca-valor    pic x(20).
       77 ws-ma-pseudonimo     pic x(20).

      ******************************************************************
      *    Control totals, (1) the source and (2) the copy as read
      *    back. ws-ma-expostos only means anything on the copy: a
      *    name there that is not a pseudonym.
      ******************************************************************
       01 ws-ma-totais.
           05 ws-ma-tot occurs 2 times.
               10 ws-ma-pl-reg         pic 9(9).
               10 ws-ma-pl-corridas    pic 9(11).
               10 ws-ma-pl-sobr        pic 9(11).
               10 ws-ma-pl-mort        pic 9(11).
               10 ws-ma-pl-nao-cruza   pic 9(9).
               10 ws-ma-cq-reg         pic 9(9).
               10 ws-ma-cq-vezes       pic 9(11).
               10 ws-ma-sv-reg         pic 9(9).
               10 ws-ma-sv-risco       pic 9(11).
               10 ws-ma-sv-itens       pic 9(11).
               10 ws-ma-jg-reg         pic 9(9).
               10 ws-ma-jg-ativos      pic 9(9).
               10 ws-ma-tp-reg         pic 9(9).
               10 ws-ma-tp-rodadas     pic 9(9).
               10 ws-ma-tp-corridas    pic 9(11).
               10 ws-ma-tp-sobr        pic 9(11).
               10 ws-ma-tp-mort        pic 9(11).
               10 ws-ma-hi-reg         pic 9(9).
               10 ws-ma-hi-corridas    pic 9(11).
               10 ws-ma-hi-sobr        pic 9(11).
               10 ws-ma-hi-mort        pic 9(11).
               10 ws-ma-expostos       pic 9(9).

       77 ws-ma-rotulo         pic x(40).
       77 ws-ma-v-origem       pic 9(11).
       77 ws-ma-v-copia        pic 9(11).
       77 ws-ma-num-ed         pic zz,zzz,zzz,zz9 value zero.
       77 ws-ma-situacao       pic x(20).

       COPY "TRAVAWS.cpy".
       COPY "RELWS.cpy".

       PROCEDURE                    DIVISION.

           accept ws-ma-org-placar
               from environment "UNTILDAWN_ARQ_PLACAR"
               on exception
                   move "placar.dat" to ws-ma-org-placar
           end-accept.
           accept ws-ma-org-conquistas
               from environment "UNTILDAWN_ARQ_CONQUISTAS"
               on exception
                   move "conquistas.dat" to ws-ma-org-conquistas
           end-accept.
           accept ws-ma-org-saves
               from environment "UNTILDAWN_ARQ_SAVES"
               on exception
                   move "saves.dat" to ws-ma-org-saves
           end-accept.
           accept ws-ma-org-jogadores
               from environment "UNTILDAWN_ARQ_JOGADORES"
               on exception
                   move "jogadores.dat" to ws-ma-org-jogadores
           end-accept.
           accept ws-ma-org-temporada
               from environment "UNTILDAWN_ARQ_TEMPORADA"
               on exception
                   move "temporada.dat" to ws-ma-org-temporada
           end-accept.
           accept ws-ma-org-historico
               from environment "UNTILDAWN_ARQ_HISTORICO"
               on exception
                   move "historico.dat" to ws-ma-org-historico
           end-accept.
           accept ws-ma-dir-teste
               from environment "UNTILDAWN_DIR_TESTE"
               on exception
                   move spaces to ws-ma-dir-teste
           end-accept.
           accept ws-arq-relatorio
               from environment "UNTILDAWN_ARQ_REL_MASCARA"
               on exception
                   move "mascara.rel.txt" to ws-arq-relatorio
           end-accept.
           if ws-arq-relatorio = spaces
               move "mascara.rel.txt" to ws-arq-relatorio
           end-if.
           perform monta-destinos.
           if ws-ma-erros > 0
               move 8 to return-code
               stop run
           end-if.
           move "UNTILDAWN - COPIA MASCARADA DO ACERVO"
               to ws-rel-titulo.
           perform abre-relatorio.
           move "Diretorio de teste..:" to ws-rel-linha(1:21).
           move ws-ma-dir-teste to ws-rel-linha(23:60).
           perform imprime-linha.
           perform imprime-linha.

           move "S" to ws-tv-pedido.
           move "MascaraAcervo" to ws-tv-programa.
           perform obtem-trava.
           if not tv-obtida
               perform fecha-relatorio
               stop run
           end-if.
           move ws-ma-org-placar to ws-ma-arq-placar.
           move ws-ma-org-conquistas to ws-ma-arq-conquistas.
           move ws-ma-org-saves to ws-ma-arq-saves.
           move ws-ma-org-jogadores to ws-ma-arq-jogadores.
           move ws-ma-org-temporada to ws-ma-arq-temporada.
           move ws-ma-org-historico to ws-ma-arq-historico.

           sort ordena-nomes
               on ascending key onm-tipo onm-valor
               input procedure is coleta-nomes
               output procedure is sorteia-nomes.
           if ws-ma-erros > 0
               perform encerra-com-erro
           end-if.
           perform renova-trava.
           sort ordena-sorteio
               on ascending key osr-tipo osr-sorteio osr-valor
               using trabalho-file
               output procedure is numera-pseudonimos.
           delete file trabalho-file.
           if ws-ma-erros > 0
               perform encerra-com-erro
           end-if.

           open input mapa-file.
           move 1 to ws-ma-lado.
           perform le-placar.
           perform renova-trava.
           perform le-conquistas.
           perform renova-trava.
           perform le-saves.
           perform renova-trava.
           perform le-jogadores.
           perform renova-trava.
           perform le-temporada.
           perform le-historico.
           close mapa-file.
           delete file mapa-file.
           perform libera-trava.

           move ws-ma-dst-placar to ws-ma-arq-placar.
           move ws-ma-dst-conquistas to ws-ma-arq-conquistas.
           move ws-ma-dst-saves to ws-ma-arq-saves.
           move ws-ma-dst-jogadores to ws-ma-arq-jogadores.
           move ws-ma-dst-temporada to ws-ma-arq-temporada.
           move ws-ma-dst-historico to ws-ma-arq-historico.
           move 2 to ws-ma-lado.
           perform le-placar.
           perform le-conquistas.
           perform le-saves.
           perform le-jogadores.
           perform le-temporada.
           perform le-historico.

           perform imprime-totais.
           perform fecha-relatorio.
           display "=====================".
           display "Copia mascarada do acervo".
           display "Jogadores mascarados.: " ws-ma-qtd-jogadores.
           display "Equipes mascaradas...: " ws-ma-qtd-equipes.
           display "Totais divergentes...: " ws-ma-divergencias.
           display "Nomes expostos.......: " ws-ma-expostos(2).
           display "Erros................: " ws-ma-erros.
           display "Avisos...............: " ws-ma-avisos.
           display "Relatorio gravado em "
               function trim(ws-arq-relatorio).
           evaluate true
               when ws-ma-erros > 0 or ws-ma-divergencias > 0
                       or ws-ma-expostos(2) > 0
                   move 8 to return-code
               when ws-ma-avisos > 0
                   move 4 to return-code
           end-evaluate.
           stop run.

      ******************************************************************
      *    encerra-com-erro - a failure after the lock was taken: the
      *    work files go (the mapping never outlives the run), the
      *    lock is released and the job ends RC 8.
      ******************************************************************
       encerra-com-erro.
           close mapa-file.
           delete file mapa-file.
           delete file trabalho-file.
           perform libera-trava.
           perform fecha-relatorio.
           move 8 to return-code.
           stop run.

      ******************************************************************
      *    monta-destinos - the copy's names (test directory plus the
      *    default name of each file) and the work files' (beside
      *    the source standings master). The test directory must be
      *    given and must not be where any source lives - the copy
      *    would overwrite production with its own masked image.
      ******************************************************************
       monta-destinos.
           if ws-ma-dir-teste = spaces
               display "ERRO: informe o diretorio da copia em"
                   " UNTILDAWN_DIR_TESTE."
               add 1 to ws-ma-erros
               exit paragraph
           end-if.
           move ws-ma-dir-teste to ws-ma-caminho.
           perform normaliza-diretorio.
           move ws-ma-dir-caminho to ws-ma-dir-teste.
           move "placar.dat" to ws-ma-nome-padrao.
           perform monta-um-destino.
           move ws-ma-caminho to ws-ma-dst-placar.
           move "conquistas.dat" to ws-ma-nome-padrao.
           perform monta-um-destino.
           move ws-ma-caminho to ws-ma-dst-conquistas.
           move "saves.dat" to ws-ma-nome-padrao.
           perform monta-um-destino.
           move ws-ma-caminho to ws-ma-dst-saves.
           move "jogadores.dat" to ws-ma-nome-padrao.
           perform monta-um-destino.
           move ws-ma-caminho to ws-ma-dst-jogadores.
           move "temporada.dat" to ws-ma-nome-padrao.
           perform monta-um-destino.
           move ws-ma-caminho to ws-ma-dst-temporada.
           move "historico.dat" to ws-ma-nome-padrao.
           perform monta-um-destino.
           move ws-ma-caminho to ws-ma-dst-historico.
           move ws-ma-org-placar to ws-ma-caminho.
           perform confere-origem.
           move ws-ma-org-conquistas to ws-ma-caminho.
           perform confere-origem.
           move ws-ma-org-saves to ws-ma-caminho.
           perform confere-origem.
           move ws-ma-org-jogadores to ws-ma-caminho.
           perform confere-origem.
           move ws-ma-org-temporada to ws-ma-caminho.
           perform confere-origem.
           move ws-ma-org-historico to ws-ma-caminho.
           perform confere-origem.
           move spaces to ws-ma-arq-mapa ws-ma-arq-trab.
           string function trim(ws-ma-org-placar) delimited by size
                  ".mapa" delimited by size
               into ws-ma-arq-mapa
           end-string.
           string function trim(ws-ma-org-placar) delimited by size
                  ".trb1" delimited by size
               into ws-ma-arq-trab
           end-string.

       monta-um-destino.
           move spaces to ws-ma-caminho.
           string function trim(ws-ma-dir-teste) delimited by size
                  "/" delimited by size
                  function trim(ws-ma-nome-padrao) delimited by size
               into ws-ma-caminho
           end-string.

       confere-origem.
           perform diretorio-do-arquivo.
           if ws-ma-dir-caminho = ws-ma-dir-teste
               display "ERRO: " function trim(ws-ma-caminho)
                   " fica no diretorio de teste "
                   function trim(ws-ma-dir-teste)
                   "; a copia sobrescreveria a origem."
               add 1 to ws-ma-erros
           end-if.

      ******************************************************************
      *    diretorio-do-arquivo - the directory part of ws-ma-caminho
      *    ("." when it has none) into ws-ma-dir-caminho, normalized
      *    like the test directory so the two compare.
      ******************************************************************
       diretorio-do-arquivo.
           move 0 to ws-ma-ptr.
           perform varying ws-ma-k from 60 by -1 until ws-ma-k < 1
               if ws-ma-caminho(ws-ma-k:1) = "/"
                   move ws-ma-k to ws-ma-ptr
                   exit perform
               end-if
           end-perform.
           if ws-ma-ptr = 0
               move "." to ws-ma-caminho
           else
               if ws-ma-ptr = 1
                   move "/" to ws-ma-caminho
               else
                   move ws-ma-caminho(1:ws-ma-ptr - 1)
                       to ws-ma-dir-caminho
                   move ws-ma-dir-caminho to ws-ma-caminho
               end-if
           end-if.
           perform normaliza-diretorio.

      ******************************************************************
      *    normaliza-diretorio - ws-ma-caminho without trailing "/"
      *    and leading "./" into ws-ma-dir-caminho ("." for empty).
      ******************************************************************
       normaliza-diretorio.
           move function trim(ws-ma-caminho) to ws-ma-dir-caminho.
           perform until ws-ma-dir-caminho(1:2) not = "./"
               move ws-ma-dir-caminho(3:) to ws-ma-dir-caminho
           end-perform.
           move 0 to ws-ma-k.
           inspect ws-ma-dir-caminho tallying ws-ma-k
               for characters before initial space.
           perform until ws-ma-k < 2
                   or ws-ma-dir-caminho(ws-ma-k:1) not = "/"
               move space to ws-ma-dir-caminho(ws-ma-k:1)
               subtract 1 from ws-ma-k
           end-perform.
           if ws-ma-dir-caminho = spaces
               move "." to ws-ma-dir-caminho
           end-if.

      ******************************************************************
      *    coleta-nomes - SORT input procedure: every player key and
      *    team the sources hold, repeats and all; the sort brings
      *    each name's occurrences together.
      ******************************************************************
       coleta-nomes.
           move "J" to onm-tipo.
           open input placar-file.
           if ws-placar-status = "00"
               move "N" to ws-ma-eof
               perform coleta-um-placar until ma-eof
               close placar-file
           end-if.
           open input conquistas-file.
           if ws-conq-status = "00"
               move "N" to ws-ma-eof
               perform coleta-uma-conquista until ma-eof
               close conquistas-file
           end-if.
           open input saves-file.
           if ws-saves-status = "00"
               move "N" to ws-ma-eof
               perform coleta-um-save until ma-eof
               close saves-file
           end-if.
           open input jogadores-file.
           if ws-jog-status = "00"
               move "N" to ws-ma-eof
               perform coleta-um-jogador until ma-eof
               close jogadores-file
           end-if.
           open input temporada-file.
           if ws-ma-tmp-status = "00"
               move "N" to ws-ma-eof
               perform coleta-uma-rodada until ma-eof
               close temporada-file
           end-if.

       coleta-um-placar.
           read placar-file next
               at end
                   set ma-eof to true
               not at end
                   move "J" to onm-tipo
                   move pl-jogador to onm-valor
                   release onm-rec
           end-read.

       coleta-uma-conquista.
           read conquistas-file next
               at end
                   set ma-eof to true
               not at end
                   move "J" to onm-tipo
                   move cq-jogador to onm-valor
                   release onm-rec
           end-read.

       coleta-um-save.
           read saves-file next
               at end
                   set ma-eof to true
               not at end
                   move "J" to onm-tipo
                   move sv-jogador to onm-valor
                   release onm-rec
           end-read.

       coleta-um-jogador.
           read jogadores-file next
               at end
                   set ma-eof to true
                   exit paragraph
           end-read.
           move "J" to onm-tipo.
           move jg-jogador to onm-valor.
           release onm-rec.
           if jg-equipe not = spaces
               move "E" to onm-tipo
               move jg-equipe to onm-valor
               release onm-rec
           end-if.

       coleta-uma-rodada.
           read temporada-file into ws-ma-linha
               at end
                   set ma-eof to true
                   exit paragraph
           end-read.
           if ws-ma-linha(1:2) = "R;"
               perform separa-rodada
               move "J" to onm-tipo
               move ws-ma-f-jogador to onm-valor
               release onm-rec
           end-if.

      ******************************************************************
      *    sorteia-nomes - SORT output procedure: one work record per
      *    distinct name, with its random draw. The draws are seeded
      *    from the clock, so no two runs deal alike.
      ******************************************************************
       sorteia-nomes.
           move function current-date(9:8) to ws-ma-semente.
           move "Y" to ws-ma-primeiro.
           move low-values to ws-ma-ant-tipo ws-ma-ant-valor.
           open output trabalho-file.
           if ws-ma-trb-status not = "00"
               display "ERRO: arquivo de trabalho "
                   function trim(ws-ma-arq-trab)
                   " nao pode ser criado (status "
                   ws-ma-trb-status ")"
               add 1 to ws-ma-erros
               exit paragraph
           end-if.
           move "N" to ws-ma-eof.
           perform sorteia-um-nome until ma-eof.
           close trabalho-file.

       sorteia-um-nome.
           return ordena-nomes
               at end
                   set ma-eof to true
                   exit paragraph
           end-return.
           if onm-tipo = ws-ma-ant-tipo and onm-valor = ws-ma-ant-valor
               exit paragraph
           end-if.
           move onm-tipo to ws-ma-ant-tipo.
           move onm-valor to ws-ma-ant-valor.
           if ws-ma-primeiro = "Y"
               move function random(ws-ma-semente) to ws-ma-roll
               move "N" to ws-ma-primeiro
           else
               move function random to ws-ma-roll
           end-if.
           move onm-tipo to tb-tipo.
           compute tb-sorteio = ws-ma-roll * 999999999.
           move onm-valor to tb-valor.
           write trabalho-rec.

      ******************************************************************
      *    numera-pseudonimos - SORT output procedure: the names come
      *    back in draw order and are numbered in it, per kind, into
      *    the mapping file.
      ******************************************************************
       numera-pseudonimos.
           open output mapa-file.
           if ws-ma-mapa-status not = "00"
               display "ERRO: arquivo de trabalho "
                   function trim(ws-ma-arq-mapa)
                   " nao pode ser criado (status "
                   ws-ma-mapa-status ")"
               add 1 to ws-ma-erros
               exit paragraph
           end-if.
           move 0 to ws-ma-qtd-jogadores ws-ma-qtd-equipes.
           move "N" to ws-ma-eof.
           perform numera-um-nome until ma-eof.
           close mapa-file.

       numera-um-nome.
           return ordena-sorteio
               at end
                   set ma-eof to true
                   exit paragraph
           end-return.
           move osr-tipo to mp-tipo.
           move osr-valor to mp-valor.
           move spaces to mp-pseudonimo.
           if osr-tipo = "E"
               add 1 to ws-ma-qtd-equipes
               move ws-ma-qtd-equipes to ws-ma-num
               string "EQUIPE-" delimited by size
                      ws-ma-num delimited by size
                   into mp-pseudonimo
               end-string
           else
               add 1 to ws-ma-qtd-jogadores
               move ws-ma-qtd-jogadores to ws-ma-num
               string "JOGADOR-" delimited by size
                      ws-ma-num delimited by size
                   into mp-pseudonimo
               end-string
           end-if.
           write mapa-rec
               invalid key
                   add 1 to ws-ma-erros
                   display "ERRO: mapeamento duplicado ("
                       mp-tipo ")"
           end-write.

      ******************************************************************
      *    busca-pseudonimo - the pseudonym of ws-ma-busca-tipo/valor
      *    into ws-ma-pseudonimo. Every name was collected under the
      *    same lock, so a miss means the source changed under the
      *    job - an error, and the name is blanked rather than
      *    copied.
      ******************************************************************
       busca-pseudonimo.
           move ws-ma-busca-tipo to mp-tipo.
           move ws-ma-busca-valor to mp-valor.
           read mapa-file
               invalid key
                   add 1 to ws-ma-erros
                   display "ERRO: nome sem pseudonimo (tipo "
                       ws-ma-busca-tipo "); gravado em branco."
                   move spaces to mp-pseudonimo
           end-read.
           move mp-pseudonimo to ws-ma-pseudonimo.

      ******************************************************************
      *    abre-copia - after opening a test-side file: a copy that
      *    cannot be created is an error and the file is skipped.
      ******************************************************************
       abre-copia.
           if ws-ma-dst-status not = "00"
               display "ERRO: copia " function trim(ws-ma-caminho)
                   " nao pode ser criada (status "
                   ws-ma-dst-status ")"
               add 1 to ws-ma-erros
           end-if.

      ******************************************************************
      *    registra-arquivo - one report line per source file as it is
      *    copied: source, copy and what became of it.
      ******************************************************************
       registra-arquivo.
           move ws-ma-rotulo(1:16) to ws-rel-linha(1:16).
           move ws-ma-caminho to ws-rel-linha(18:40).
           move "->" to ws-rel-linha(59:2).
           move ws-ma-situacao to ws-rel-linha(62:20).
           perform imprime-linha.

       origem-ausente.
           display "AVISO: " function trim(ws-ma-caminho)
               " nao existe; fica fora da copia.".
           add 1 to ws-ma-avisos.
           move "ausente na origem" to ws-ma-situacao.
           perform registra-arquivo.

      ******************************************************************
      *    le-placar - the standings master: on the source side each
      *    record is summed, masked and written to the copy; on the
      *    copy side it is summed and its key checked.
      ******************************************************************
       le-placar.
           open input placar-file.
           if ws-placar-status not = "00"
               if ma-origem
                   move "PLACAR.DAT" to ws-ma-rotulo
                   move ws-ma-org-placar to ws-ma-caminho
                   perform origem-ausente
               end-if
               exit paragraph
           end-if.
           if ma-origem
               move ws-ma-dst-placar to ws-ma-caminho
               open output placar-teste-file
               perform abre-copia
               if ws-ma-dst-status not = "00"
                   close placar-file
                   exit paragraph
               end-if
           end-if.
           move "N" to ws-ma-eof.
           perform le-um-placar until ma-eof.
           close placar-file.
           if ma-origem
               close placar-teste-file
               move "PLACAR.DAT" to ws-ma-rotulo
               move ws-ma-org-placar to ws-ma-caminho
               move ws-ma-dst-placar to ws-ma-situacao
               perform registra-arquivo
           end-if.

       le-um-placar.
           read placar-file next
               at end
                   set ma-eof to true
                   exit paragraph
           end-read.
           add 1 to ws-ma-pl-reg(ws-ma-lado).
           add pl-total-corridas to ws-ma-pl-corridas(ws-ma-lado).
           add pl-total-sobreviveu to ws-ma-pl-sobr(ws-ma-lado).
           add pl-total-morreu to ws-ma-pl-mort(ws-ma-lado).
           if pl-total-sobreviveu + pl-total-morreu
                   not = pl-total-corridas
               add 1 to ws-ma-pl-nao-cruza(ws-ma-lado)
           end-if.
           if ma-copia
               if pl-jogador(1:8) not = "JOGADOR-"
                   add 1 to ws-ma-expostos(2)
               end-if
               exit paragraph
           end-if.
           move "J" to ws-ma-busca-tipo.
           move pl-jogador to ws-ma-busca-valor.
           perform busca-pseudonimo.
           move ws-ma-pseudonimo to pl-jogador.
           write placar-teste-rec from placar-rec
               invalid key
                   add 1 to ws-ma-erros
                   display "ERRO: chave repetida na copia do placar"
           end-write.

      ******************************************************************
      *    le-conquistas - the achievements master, same two sides.
      ******************************************************************
       le-conquistas.
           open input conquistas-file.
           if ws-conq-status not = "00"
               if ma-origem
                   move "CONQUISTAS.DAT" to ws-ma-rotulo
                   move ws-ma-org-conquistas to ws-ma-caminho
                   perform origem-ausente
               end-if
               exit paragraph
           end-if.
           if ma-origem
               move ws-ma-dst-conquistas to ws-ma-caminho
               open output conquistas-teste-file
               perform abre-copia
               if ws-ma-dst-status not = "00"
                   close conquistas-file
                   exit paragraph
               end-if
           end-if.
           move "N" to ws-ma-eof.
           perform le-uma-conquista until ma-eof.
           close conquistas-file.
           if ma-origem
               close conquistas-teste-file
               move "CONQUISTAS.DAT" to ws-ma-rotulo
               move ws-ma-org-conquistas to ws-ma-caminho
               move ws-ma-dst-conquistas to ws-ma-situacao
               perform registra-arquivo
           end-if.

       le-uma-conquista.
           read conquistas-file next
               at end
                   set ma-eof to true
                   exit paragraph
           end-read.
           add 1 to ws-ma-cq-reg(ws-ma-lado).
           add cq-vezes to ws-ma-cq-vezes(ws-ma-lado).
           if ma-copia
               if cq-jogador(1:8) not = "JOGADOR-"
                   add 1 to ws-ma-expostos(2)
               end-if
               exit paragraph
           end-if.
           move "J" to ws-ma-busca-tipo.
           move cq-jogador to ws-ma-busca-valor.
           perform busca-pseudonimo.
           move ws-ma-pseudonimo to cq-jogador.
           write conquistas-teste-rec from conquistas-rec
               invalid key
                   add 1 to ws-ma-erros
                   display "ERRO: chave repetida na copia das"
                       " conquistas"
           end-write.

      ******************************************************************
      *    le-saves - the save slots master, same two sides.
      ******************************************************************
       le-saves.
           open input saves-file.
           if ws-saves-status not = "00"
               if ma-origem
                   move "SAVES.DAT" to ws-ma-rotulo
                   move ws-ma-org-saves to ws-ma-caminho
                   perform origem-ausente
               end-if
               exit paragraph
           end-if.
           if ma-origem
               move ws-ma-dst-saves to ws-ma-caminho
               open output saves-teste-file
               perform abre-copia
               if ws-ma-dst-status not = "00"
                   close saves-file
                   exit paragraph
               end-if
           end-if.
           move "N" to ws-ma-eof.
           perform le-um-save until ma-eof.
           close saves-file.
           if ma-origem
               close saves-teste-file
               move "SAVES.DAT" to ws-ma-rotulo
               move ws-ma-org-saves to ws-ma-caminho
               move ws-ma-dst-saves to ws-ma-situacao
               perform registra-arquivo
           end-if.

       le-um-save.
           read saves-file next
               at end
                   set ma-eof to true
                   exit paragraph
           end-read.
           add 1 to ws-ma-sv-reg(ws-ma-lado).
           add sv-risco to ws-ma-sv-risco(ws-ma-lado).
           add sv-inv-count to ws-ma-sv-itens(ws-ma-lado).
           if ma-copia
               if sv-jogador(1:8) not = "JOGADOR-"
                   add 1 to ws-ma-expostos(2)
               end-if
               exit paragraph
           end-if.
           move "J" to ws-ma-busca-tipo.
           move sv-jogador to ws-ma-busca-valor.
           perform busca-pseudonimo.
           move ws-ma-pseudonimo to sv-jogador.
           write saves-teste-rec from saves-rec
               invalid key
                   add 1 to ws-ma-erros
                   display "ERRO: chave repetida na copia dos saves"
           end-write.

      ******************************************************************
      *    le-jogadores - the registration master: the key, the
      *    display name (from the pseudonym's number) and the team
      *    are all masked; blank names and teams stay blank.
      ******************************************************************
       le-jogadores.
           open input jogadores-file.
           if ws-jog-status not = "00"
               if ma-origem
                   move "JOGADORES.DAT" to ws-ma-rotulo
                   move ws-ma-org-jogadores to ws-ma-caminho
                   perform origem-ausente
               end-if
               exit paragraph
           end-if.
           if ma-origem
               move ws-ma-dst-jogadores to ws-ma-caminho
               open output jogadores-teste-file
               perform abre-copia
               if ws-ma-dst-status not = "00"
                   close jogadores-file
                   exit paragraph
               end-if
           end-if.
           move "N" to ws-ma-eof.
           perform le-um-jogador until ma-eof.
           close jogadores-file.
           if ma-origem
               close jogadores-teste-file
               move "JOGADORES.DAT" to ws-ma-rotulo
               move ws-ma-org-jogadores to ws-ma-caminho
               move ws-ma-dst-jogadores to ws-ma-situacao
               perform registra-arquivo
           end-if.

       le-um-jogador.
           read jogadores-file next
               at end
                   set ma-eof to true
                   exit paragraph
           end-read.
           add 1 to ws-ma-jg-reg(ws-ma-lado).
           if jg-e-ativo
               add 1 to ws-ma-jg-ativos(ws-ma-lado)
           end-if.
           if ma-copia
               if jg-jogador(1:8) not = "JOGADOR-"
                       or (jg-nome-exibicao not = spaces
                           and jg-nome-exibicao(1:8) not = "Jogador ")
                       or (jg-equipe not = spaces
                           and jg-equipe(1:7) not = "EQUIPE-")
                   add 1 to ws-ma-expostos(2)
               end-if
               exit paragraph
           end-if.
           move "J" to ws-ma-busca-tipo.
           move jg-jogador to ws-ma-busca-valor.
           perform busca-pseudonimo.
           move ws-ma-pseudonimo to jg-jogador.
           if jg-nome-exibicao not = spaces
               move spaces to jg-nome-exibicao
               string "Jogador " delimited by size
                      ws-ma-pseudonimo(9:7) delimited by size
                   into jg-nome-exibicao
               end-string
           end-if.
           if jg-equipe not = spaces
               move "E" to ws-ma-busca-tipo
               move jg-equipe to ws-ma-busca-valor
               perform busca-pseudonimo
               move ws-ma-pseudonimo to jg-equipe
           end-if.
           write jogadores-teste-rec from jogadores-rec
               invalid key
                   add 1 to ws-ma-erros
                   display "ERRO: chave repetida na copia dos"
                       " jogadores"
           end-write.

      ******************************************************************
      *    le-temporada - the season file, in arrival order: only the
      *    player field of an "R" round changes, everything around it
      *    is copied byte for byte.
      ******************************************************************
       le-temporada.
           open input temporada-file.
           if ws-ma-tmp-status not = "00"
               if ma-origem
                   move "temporada.dat" to ws-ma-rotulo
                   move ws-ma-org-temporada to ws-ma-caminho
                   perform origem-ausente
               end-if
               exit paragraph
           end-if.
           if ma-origem
               move ws-ma-dst-temporada to ws-ma-caminho
               open output temporada-teste-file
               perform abre-copia
               if ws-ma-dst-status not = "00"
                   close temporada-file
                   exit paragraph
               end-if
           end-if.
           move "N" to ws-ma-eof.
           perform le-uma-rodada until ma-eof.
           close temporada-file.
           if ma-origem
               close temporada-teste-file
               move "temporada.dat" to ws-ma-rotulo
               move ws-ma-org-temporada to ws-ma-caminho
               move ws-ma-dst-temporada to ws-ma-situacao
               perform registra-arquivo
           end-if.

       le-uma-rodada.
           read temporada-file into ws-ma-linha
               at end
                   set ma-eof to true
                   exit paragraph
           end-read.
           add 1 to ws-ma-tp-reg(ws-ma-lado).
           move ws-ma-linha to ws-ma-nova.
           if ws-ma-linha(1:2) = "R;"
               perform separa-rodada
               add 1 to ws-ma-tp-rodadas(ws-ma-lado)
               compute ws-ma-tp-corridas(ws-ma-lado) =
                   ws-ma-tp-corridas(ws-ma-lado)
                   + function numval(ws-ma-f-corridas)
               compute ws-ma-tp-sobr(ws-ma-lado) =
                   ws-ma-tp-sobr(ws-ma-lado)
                   + function numval(ws-ma-f-sobr)
               compute ws-ma-tp-mort(ws-ma-lado) =
                   ws-ma-tp-mort(ws-ma-lado)
                   + function numval(ws-ma-f-mort)
               if ma-copia
                   if ws-ma-f-jogador(1:8) not = "JOGADOR-"
                       add 1 to ws-ma-expostos(2)
                   end-if
               else
                   perform mascara-rodada
               end-if
           end-if.
           if ma-origem
               write temporada-teste-rec from ws-ma-nova
           end-if.

      ******************************************************************
      *    separa-rodada - the fields of an "R" line; ws-ma-ini keeps
      *    where the player field starts and ws-ma-ptr where the one
      *    after it does.
      ******************************************************************
       separa-rodada.
           move spaces to ws-ma-f-tipo ws-ma-f-data ws-ma-f-campanha
               ws-ma-f-jogador ws-ma-f-corridas ws-ma-f-sobr
               ws-ma-f-mort.
           move 1 to ws-ma-ptr.
           unstring ws-ma-linha delimited by ";"
               into ws-ma-f-tipo
                    ws-ma-f-data
                    ws-ma-f-campanha
               with pointer ws-ma-ptr
           end-unstring.
           move ws-ma-ptr to ws-ma-ini.
           unstring ws-ma-linha delimited by ";"
               into ws-ma-f-jogador
               with pointer ws-ma-ptr
           end-unstring.
           move ws-ma-ptr to ws-ma-k.
           unstring ws-ma-linha delimited by ";"
               into ws-ma-f-corridas
                    ws-ma-f-sobr
                    ws-ma-f-mort
               with pointer ws-ma-k
           end-unstring.

       mascara-rodada.
           move "J" to ws-ma-busca-tipo.
           move ws-ma-f-jogador to ws-ma-busca-valor.
           perform busca-pseudonimo.
           move spaces to ws-ma-nova.
           move ws-ma-linha(1:ws-ma-ini - 1) to ws-ma-nova.
           move ws-ma-ini to ws-ma-k.
           string function trim(ws-ma-pseudonimo) delimited by size
               into ws-ma-nova
               with pointer ws-ma-k
           end-string.
           if ws-ma-ptr <= 100
               string ";" delimited by size
                      ws-ma-linha(ws-ma-ptr:) delimited by size
                   into ws-ma-nova
                   with pointer ws-ma-k
               end-string
           end-if.

      ******************************************************************
      *    le-historico - batch totals only, no names: copied as is
      *    and summed like AuditaDados sums it.
      ******************************************************************
       le-historico.
           open input historico-file.
           if ws-ma-hist-status not = "00"
               if ma-origem
                   move "historico.dat" to ws-ma-rotulo
                   move ws-ma-org-historico to ws-ma-caminho
                   perform origem-ausente
               end-if
               exit paragraph
           end-if.
           if ma-origem
               move ws-ma-dst-historico to ws-ma-caminho
               open output historico-teste-file
               perform abre-copia
               if ws-ma-dst-status not = "00"
                   close historico-file
                   exit paragraph
               end-if
           end-if.
           move "N" to ws-ma-eof.
           perform le-um-historico until ma-eof.
           close historico-file.
           if ma-origem
               close historico-teste-file
               move "historico.dat" to ws-ma-rotulo
               move ws-ma-org-historico to ws-ma-caminho
               move ws-ma-dst-historico to ws-ma-situacao
               perform registra-arquivo
           end-if.

       le-um-historico.
           read historico-file into ws-ma-linha
               at end
                   set ma-eof to true
                   exit paragraph
           end-read.
           add 1 to ws-ma-hi-reg(ws-ma-lado).
           if ma-origem
               write historico-teste-rec from historico-rec
           end-if.
           move spaces to ws-ma-f-data ws-ma-f-tipo ws-ma-f-corridas
               ws-ma-f-sobr ws-ma-f-mort.
           unstring ws-ma-linha delimited by ";"
               into ws-ma-f-data
                    ws-ma-f-tipo
                    ws-ma-f-corridas
                    ws-ma-f-sobr
                    ws-ma-f-mort
           end-unstring.
           if ws-ma-f-data = spaces or ws-ma-f-tipo = spaces
               exit paragraph
           end-if.
           compute ws-ma-hi-corridas(ws-ma-lado) =
               ws-ma-hi-corridas(ws-ma-lado)
               + function numval(ws-ma-f-corridas).
           compute ws-ma-hi-sobr(ws-ma-lado) =
               ws-ma-hi-sobr(ws-ma-lado)
               + function numval(ws-ma-f-sobr).
           compute ws-ma-hi-mort(ws-ma-lado) =
               ws-ma-hi-mort(ws-ma-lado)
               + function numval(ws-ma-f-mort).

      ******************************************************************
      *    imprime-totais - source against copy, one total per line;
      *    any line that does not agree is a divergence.
      ******************************************************************
       imprime-totais.
           perform imprime-linha.
           move "Jogadores mascarados:" to ws-rel-linha(1:21).
           move ws-ma-qtd-jogadores to ws-ma-num-ed.
           move ws-ma-num-ed to ws-rel-linha(23:14).
           perform imprime-linha.
           move "Equipes mascaradas..:" to ws-rel-linha(1:21).
           move ws-ma-qtd-equipes to ws-ma-num-ed.
           move ws-ma-num-ed to ws-rel-linha(23:14).
           perform imprime-linha.
           perform imprime-linha.
           move "TOTAIS DE CONTROLE" to ws-rel-linha(1:18).
           perform imprime-linha.
           move "Total" to ws-rel-linha(1:5).
           move "Origem" to ws-rel-linha(51:6).
           move "Copia" to ws-rel-linha(67:5).
           perform imprime-linha.
           move "PLACAR.DAT registros" to ws-ma-rotulo.
           move ws-ma-pl-reg(1) to ws-ma-v-origem.
           move ws-ma-pl-reg(2) to ws-ma-v-copia.
           perform imprime-um-total.
           move "PLACAR.DAT corridas" to ws-ma-rotulo.
           move ws-ma-pl-corridas(1) to ws-ma-v-origem.
           move ws-ma-pl-corridas(2) to ws-ma-v-copia.
           perform imprime-um-total.
           move "PLACAR.DAT sobreviveu" to ws-ma-rotulo.
           move ws-ma-pl-sobr(1) to ws-ma-v-origem.
           move ws-ma-pl-sobr(2) to ws-ma-v-copia.
           perform imprime-um-total.
           move "PLACAR.DAT morreu" to ws-ma-rotulo.
           move ws-ma-pl-mort(1) to ws-ma-v-origem.
           move ws-ma-pl-mort(2) to ws-ma-v-copia.
           perform imprime-um-total.
           move "PLACAR.DAT registros que nao cruzam" to ws-ma-rotulo.
           move ws-ma-pl-nao-cruza(1) to ws-ma-v-origem.
           move ws-ma-pl-nao-cruza(2) to ws-ma-v-copia.
           perform imprime-um-total.
           move "CONQUISTAS.DAT registros" to ws-ma-rotulo.
           move ws-ma-cq-reg(1) to ws-ma-v-origem.
           move ws-ma-cq-reg(2) to ws-ma-v-copia.
           perform imprime-um-total.
           move "CONQUISTAS.DAT vezes conquistadas" to ws-ma-rotulo.
           move ws-ma-cq-vezes(1) to ws-ma-v-origem.
           move ws-ma-cq-vezes(2) to ws-ma-v-copia.
           perform imprime-um-total.
           move "SAVES.DAT registros" to ws-ma-rotulo.
           move ws-ma-sv-reg(1) to ws-ma-v-origem.
           move ws-ma-sv-reg(2) to ws-ma-v-copia.
           perform imprime-um-total.
           move "SAVES.DAT risco salvo" to ws-ma-rotulo.
           move ws-ma-sv-risco(1) to ws-ma-v-origem.
           move ws-ma-sv-risco(2) to ws-ma-v-copia.
           perform imprime-um-total.
           move "SAVES.DAT itens salvos" to ws-ma-rotulo.
           move ws-ma-sv-itens(1) to ws-ma-v-origem.
           move ws-ma-sv-itens(2) to ws-ma-v-copia.
           perform imprime-um-total.
           move "JOGADORES.DAT registros" to ws-ma-rotulo.
           move ws-ma-jg-reg(1) to ws-ma-v-origem.
           move ws-ma-jg-reg(2) to ws-ma-v-copia.
           perform imprime-um-total.
           move "JOGADORES.DAT ativos" to ws-ma-rotulo.
           move ws-ma-jg-ativos(1) to ws-ma-v-origem.
           move ws-ma-jg-ativos(2) to ws-ma-v-copia.
           perform imprime-um-total.
           move "temporada.dat registros" to ws-ma-rotulo.
           move ws-ma-tp-reg(1) to ws-ma-v-origem.
           move ws-ma-tp-reg(2) to ws-ma-v-copia.
           perform imprime-um-total.
           move "temporada.dat rodadas (R)" to ws-ma-rotulo.
           move ws-ma-tp-rodadas(1) to ws-ma-v-origem.
           move ws-ma-tp-rodadas(2) to ws-ma-v-copia.
           perform imprime-um-total.
           move "temporada.dat corridas" to ws-ma-rotulo.
           move ws-ma-tp-corridas(1) to ws-ma-v-origem.
           move ws-ma-tp-corridas(2) to ws-ma-v-copia.
           perform imprime-um-total.
           move "temporada.dat sobreviveu" to ws-ma-rotulo.
           move ws-ma-tp-sobr(1) to ws-ma-v-origem.
           move ws-ma-tp-sobr(2) to ws-ma-v-copia.
           perform imprime-um-total.
           move "temporada.dat morreu" to ws-ma-rotulo.
           move ws-ma-tp-mort(1) to ws-ma-v-origem.
           move ws-ma-tp-mort(2) to ws-ma-v-copia.
           perform imprime-um-total.
           move "historico.dat registros" to ws-ma-rotulo.
           move ws-ma-hi-reg(1) to ws-ma-v-origem.
           move ws-ma-hi-reg(2) to ws-ma-v-copia.
           perform imprime-um-total.
           move "historico.dat corridas" to ws-ma-rotulo.
           move ws-ma-hi-corridas(1) to ws-ma-v-origem.
           move ws-ma-hi-corridas(2) to ws-ma-v-copia.
           perform imprime-um-total.
           move "historico.dat sobreviveu" to ws-ma-rotulo.
           move ws-ma-hi-sobr(1) to ws-ma-v-origem.
           move ws-ma-hi-sobr(2) to ws-ma-v-copia.
           perform imprime-um-total.
           move "historico.dat morreu" to ws-ma-rotulo.
           move ws-ma-hi-mort(1) to ws-ma-v-origem.
           move ws-ma-hi-mort(2) to ws-ma-v-copia.
           perform imprime-um-total.
           perform imprime-linha.
           move "Nomes expostos na copia:" to ws-rel-linha(1:24).
           move ws-ma-expostos(2) to ws-ma-num-ed.
           move ws-ma-num-ed to ws-rel-linha(27:14).
           perform imprime-linha.
           move "Erros.................:" to ws-rel-linha(1:23).
           move ws-ma-erros to ws-ma-num-ed.
           move ws-ma-num-ed to ws-rel-linha(27:14).
           perform imprime-linha.
           if ws-ma-divergencias = 0 and ws-ma-erros = 0
                   and ws-ma-expostos(2) = 0
               move "Copia confere com a origem." to ws-rel-linha(1:27)
           else
               move "COPIA NAO CONFERE COM A ORIGEM - NAO USAR."
                   to ws-rel-linha(1:42)
           end-if.
           perform imprime-linha.

       imprime-um-total.
           move ws-ma-rotulo to ws-rel-linha(1:40).
           move ws-ma-v-origem to ws-ma-num-ed.
           move ws-ma-num-ed to ws-rel-linha(43:14).
           move ws-ma-v-copia to ws-ma-num-ed.
           move ws-ma-num-ed to ws-rel-linha(58:14).
           if ws-ma-v-origem = ws-ma-v-copia
               move "confere" to ws-rel-linha(74:7)
           else
               move "NAO CONFERE" to ws-rel-linha(74:11)
               add 1 to ws-ma-divergencias
           end-if.
           perform imprime-linha.

       COPY "TRAVAPD.cpy".
       COPY "RELPD.cpy".

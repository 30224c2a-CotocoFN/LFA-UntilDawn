      *    edit reading the file mid-run. RC 8 when the master
      *    cannot be opened at all, RC 14 when the lock never comes
      *    free.
      *
      *    The program opens with an operator sign-on against the
      *    operator master (OPERAD.cpy, ACESSOPD.cpy), RC 12 when it
      *    is refused, and shows only what the operator's role
      *    allows: the listing to everyone, register/alter/activate
      *    to maintenance, the delete to administrators. Every
      *    sign-on and every change to the master goes to the
      *    maintenance audit file (AUDIT.cpy) with the operator and
      *    the registration before and after.
      ******************************************************************

       ENVIRONMENT                  DIVISION.
           SELECT TRAVA-FILE ASSIGN USING ws-tv-arq-trava
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tv-status.
           SELECT OPERADORES-FILE ASSIGN USING ws-op-arq-operadores
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERADOR
               FILE STATUS IS ws-op-status.
           SELECT AUDITORIA-FILE ASSIGN USING ws-au-arq-auditoria
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-au-status.

       DATA                         DIVISION.

       FD  TRAVA-FILE.
       COPY "TRAVA.cpy".

       FD  OPERADORES-FILE.
       COPY "OPERAD.cpy".

       FD  AUDITORIA-FILE.
       COPY "AUDIT.cpy".

       WORKING-STORAGE SECTION.
       77 ws-jog-status        pic x(2) value "00".
       77 ws-cj-arq-jogadores  pic x(60) value "jogadores.dat".
       77 ws-cj-listados       pic 9(5) value 0.

       COPY "TRAVAWS.cpy".
       COPY "ACESSOWS.cpy".

       PROCEDURE                    DIVISION.

           end-accept.
           move "E" to ws-tv-pedido.
           move "CadastraJogador" to ws-tv-programa.
           perform identifica-operador.
           if not op-identificado
               stop run
           end-if.
           perform obtem-trava.
           if not tv-obtida
               perform fecha-auditoria
               stop run
           end-if.
           open i-o jogadores-file.
               display "Nao foi possivel abrir "
                   function trim(ws-cj-arq-jogadores)
                   " (status " ws-jog-status ")"
               perform fecha-auditoria
               perform libera-trava
               move 8 to return-code
               stop run
           end-if.
           perform menu-cadastro until cj-fim.
           close jogadores-file.
           perform fecha-auditoria.
           perform libera-trava.
           stop run.

           display " ".
           display "---- Cadastro de jogadores ----".
           display "1 - Listar jogadores".
           if op-pode-manter
               display "2 - Incluir jogador"
               display "3 - Alterar nome/equipe"
               display "4 - Ativar/inativar jogador"
           end-if.
           if op-pode-administrar
               display "5 - Excluir cadastro"
           end-if.
           display "0 - Sair".
           accept ws-cj-opcao.
           if ((ws-cj-opcao = "2" or ws-cj-opcao = "3"
                   or ws-cj-opcao = "4") and not op-pode-manter)
               or (ws-cj-opcao = "5" and not op-pode-administrar)
               move spaces to ws-cj-opcao
           end-if.
           evaluate ws-cj-opcao
               when "1"
                   perform lista-jogadores
           move ws-cj-equipe to jg-equipe.
           move "S" to jg-ativo.
           write jogadores-rec.
           move "INCLUSAO" to ws-au-funcao.
           move spaces to ws-au-antes.
           move jogadores-rec to ws-au-depois.
           perform audita-jogador.
           display "Jogador cadastrado (ativo).".

       altera-jogador.
                       function trim(ws-cj-alvo)
                   exit paragraph
           end-read.
           move jogadores-rec to ws-au-antes.
           display "Nome atual: " jg-nome-exibicao.
           display "Novo nome (vazio mantem):".
           accept ws-cj-nome.
               move ws-cj-equipe to jg-equipe
           end-if.
           rewrite jogadores-rec.
           move "ALTERACAO" to ws-au-funcao.
           move jogadores-rec to ws-au-depois.
           perform audita-jogador.
           display "Cadastro alterado.".

       alterna-ativo.
                       function trim(ws-cj-alvo)
                   exit paragraph
           end-read.
           move jogadores-rec to ws-au-antes.
           if jg-e-ativo
               move "INATIVACAO" to ws-au-funcao
               move "N" to jg-ativo
               display "Jogador inativado: suas linhas de torneio"
                   " passam a ser rejeitadas."
           else
               move "REATIVACAO" to ws-au-funcao
               move "S" to jg-ativo
               display "Jogador reativado."
           end-if.
           rewrite jogadores-rec.
           move jogadores-rec to ws-au-depois.
           perform audita-jogador.

       exclui-jogador.
           display "Jogador a excluir do cadastro:".
           display "Confirma (S/N)?".
           accept ws-cj-confirma.
           if ws-cj-confirma = "S" or ws-cj-confirma = "s"
               move jogadores-rec to ws-au-antes
               delete jogadores-file record
               move "EXCLUSAO" to ws-au-funcao
               move spaces to ws-au-depois
               perform audita-jogador
               display "Cadastro excluido."
           else
               display "Nada foi excluido."
           end-if.

      ******************************************************************
      *    audita-jogador - the audit record for a registration
      *    change; the caller has set the function and both images.
      ******************************************************************
       audita-jogador.
           move "JOGADORES" to ws-au-arquivo.
           move ws-cj-alvo to ws-au-chave.
           perform grava-auditoria.

       COPY "TRAVAPD.cpy".
       COPY "ACESSOPD.cpy".

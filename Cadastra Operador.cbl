       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      CadastraOperador.
       AUTHOR.                          Bruno&Paulo.

      ******************************************************************
      *    CadastraOperador - maintenance program for OPERADORES.DAT,
      *    the operator master (layout in OPERAD.cpy) that
      *    ConsultaPlacar, ConsultaSaves and CadastraJogador sign
      *    their operators on against. Administrators only:
      *
      *      1 - list every operator (ID, name, role, active flag,
      *          dates - never the password);
      *      2 - register an operator (ID, name, role C/M/A,
      *          password keyed twice; created active);
      *      3 - alter an operator's name or role;
      *      4 - set a new password;
      *      5 - toggle an operator active/inactive (someone who
      *          leaves is inactivated, so the audit file keeps
      *          naming a known operator);
      *      6 - delete an operator outright (mis-keyed entries
      *          only; asks for confirmation).
      *
      *    An administrator can neither inactivate nor delete
      *    their own ID, nor change their own role, so the master
      *    can never be left without anybody able to maintain it.
      *
      *    Every sign-on and every change goes to the maintenance
      *    audit file (AUDIT.cpy) with the record before and after,
      *    the password always masked out of both images. Without
      *    the audit file nothing here can be changed at all.
      *
      *    The very first run finds the master empty: it then asks
      *    for the first administrator straight away, without a
      *    sign-on, and audits that inclusion as operator
      *    "*INICIAL*". From then on the normal sign-on applies.
      *
      *    The master comes from UNTILDAWN_ARQ_OPERADORES (default
      *    "operadores.dat") and is created on first use. It is not
      *    one of the game masters, so the program does not take
      *    the master lock and never holds up play. RC 8 when the
      *    master cannot be opened, RC 12 when the sign-on is
      *    refused or the operator is not an administrator.
      ******************************************************************

       ENVIRONMENT                  DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES-FILE ASSIGN USING ws-op-arq-operadores
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERADOR
               FILE STATUS IS ws-op-status.
           SELECT AUDITORIA-FILE ASSIGN USING ws-au-arq-auditoria
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-au-status.

       DATA                         DIVISION.

       FILE SECTION.
       FD  OPERADORES-FILE.
       COPY "OPERAD.cpy".

       FD  AUDITORIA-FILE.
       COPY "AUDIT.cpy".

       WORKING-STORAGE SECTION.
       77 ws-co-opcao          pic x(1) value spaces.
       77 ws-co-confirma       pic x(1) value "N".
       77 ws-co-fim            pic x(1) value "N".
           88 co-fim           value "Y".
       77 ws-co-eof            pic x(1) value "N".
           88 co-eof           value "Y".
       77 ws-co-vazio          pic x(1) value "N".
           88 co-vazio         value "Y".
       77 ws-co-alvo           pic x(10) value spaces.
       77 ws-co-nome           pic x(30) value spaces.
       77 ws-co-papel          pic x(1) value spaces.
           88 co-papel-valido  value "C" "M" "A".
       77 ws-co-senha          pic x(10) value spaces.
       77 ws-co-senha-2        pic x(10) value spaces.
       77 ws-co-senha-ok       pic x(1) value "N".
           88 co-senha-ok      value "Y".
       77 ws-co-listados       pic 9(5) value 0.
       77 ws-co-hoje           pic x(8) value spaces.

       COPY "TRAVAWS.cpy".
       COPY "ACESSOWS.cpy".

       PROCEDURE                    DIVISION.

           accept ws-op-arq-operadores
               from environment "UNTILDAWN_ARQ_OPERADORES"
               on exception
                   move "operadores.dat" to ws-op-arq-operadores
           end-accept.
           if ws-op-arq-operadores = spaces
               move "operadores.dat" to ws-op-arq-operadores
           end-if.
           move "CadastraOperador" to ws-tv-programa.
           move function current-date(1:8) to ws-co-hoje.
           perform abre-cadastro.
           perform verifica-vazio.
           if co-vazio
               perform primeiro-administrador
           else
               close operadores-file
               perform identifica-operador
               if not op-identificado
                   stop run
               end-if
               if not op-pode-administrar
                   display "Cadastro de operadores restrito a"
                       " administradores."
                   perform fecha-auditoria
                   move 12 to return-code
                   stop run
               end-if
               perform abre-cadastro
           end-if.
           perform menu-operadores until co-fim.
           close operadores-file.
           perform fecha-auditoria.
           stop run.

      ******************************************************************
      *    abre-cadastro - opens the master for update, creating it
      *    the first time.
      ******************************************************************
       abre-cadastro.
           open i-o operadores-file.
           if ws-op-status not = "00"
               open output operadores-file
               close operadores-file
               open i-o operadores-file
           end-if.
           if ws-op-status not = "00"
               display "Nao foi possivel abrir "
                   function trim(ws-op-arq-operadores)
                   " (status " ws-op-status ")"
               perform fecha-auditoria
               move 8 to return-code
               stop run
           end-if.

       verifica-vazio.
           move "N" to ws-co-vazio.
           move low-values to op-operador.
           start operadores-file key not < op-operador
               invalid key
                   set co-vazio to true
           end-start.
           if not co-vazio
               read operadores-file next
                   at end
                       set co-vazio to true
               end-read
           end-if.

      ******************************************************************
      *    primeiro-administrador - empty master: the first
      *    administrator is registered without a sign-on (there is
      *    nobody to sign on as), audited as "*INICIAL*", and the
      *    session then carries on as that administrator.
      ******************************************************************
       primeiro-administrador.
           perform abre-auditoria.
           if not au-aberto
               display "Sem trilha de auditoria nao ha como"
                   " cadastrar o primeiro administrador."
               close operadores-file
               move 12 to return-code
               stop run
           end-if.
           display "Cadastro de operadores vazio: inclua o primeiro"
               " administrador.".
           move "*INICIAL*" to ws-op-operador.
           move "A" to ws-co-papel.
           perform inclui-operador.
           perform verifica-vazio.
           if co-vazio
               display "Nenhum administrador cadastrado."
               close operadores-file
               perform fecha-auditoria
               move 12 to return-code
               stop run
           end-if.
           move ws-co-alvo to ws-op-operador.
           move ws-co-nome to ws-op-nome.
           move "A" to ws-op-papel.
           set op-identificado to true.

       menu-operadores.
           display " ".
           display "---- Cadastro de operadores ----".
           display "1 - Listar operadores".
           display "2 - Incluir operador".
           display "3 - Alterar nome/papel".
           display "4 - Trocar senha".
           display "5 - Ativar/inativar operador".
           display "6 - Excluir operador".
           display "0 - Sair".
           accept ws-co-opcao.
           evaluate ws-co-opcao
               when "1"
                   perform lista-operadores
               when "2"
                   move spaces to ws-co-papel
                   perform inclui-operador
               when "3"
                   perform altera-operador
               when "4"
                   perform troca-senha
               when "5"
                   perform alterna-ativo
               when "6"
                   perform exclui-operador
               when "0"
                   set co-fim to true
               when other
                   display "Opcao invalida."
           end-evaluate.

       lista-operadores.
           move 0 to ws-co-listados.
           move "N" to ws-co-eof.
           move low-values to op-operador.
           start operadores-file key not < op-operador
               invalid key
                   set co-eof to true
           end-start.
           perform lista-um-operador until co-eof.
           if ws-co-listados = 0
               display "Cadastro vazio."
           else
               display "Operadores cadastrados: " ws-co-listados
           end-if.

       lista-um-operador.
           read operadores-file next
               at end
                   set co-eof to true
               not at end
                   add 1 to ws-co-listados
                   display op-operador " " op-nome
                       " papel " op-papel
                       " ativo " op-ativo
                       " desde " op-incluido
                       " alterado " op-alterado
           end-read.

      ******************************************************************
      *    inclui-operador - registers an operator. ws-co-papel
      *    comes in already set when the role is not the operator's
      *    to choose (the first administrator).
      ******************************************************************
       inclui-operador.
           display "Identificacao do operador:".
           accept ws-co-alvo.
           if ws-co-alvo = spaces or ws-co-alvo(1:1) = "*"
               display "Identificacao invalida; nada incluido."
               exit paragraph
           end-if.
           move ws-co-alvo to op-operador.
           read operadores-file
               invalid key
                   continue
               not invalid key
                   display "Operador ja cadastrado: "
                       function trim(ws-co-alvo)
                   exit paragraph
           end-read.
           display "Nome:".
           accept ws-co-nome.
           if ws-co-papel = spaces
               display "Papel (C consulta, M manutencao,"
                   " A administrador):"
               accept ws-co-papel
               if not co-papel-valido
                   display "Papel invalido; nada incluido."
                   exit paragraph
               end-if
           end-if.
           perform pede-senha.
           if not co-senha-ok
               display "Nada incluido."
               exit paragraph
           end-if.
           move spaces to operador-rec.
           move ws-co-alvo to op-operador.
           move ws-co-nome to op-nome.
           move ws-co-senha to op-senha.
           move ws-co-papel to op-papel.
           move "S" to op-ativo.
           move ws-co-hoje to op-incluido.
           move ws-co-hoje to op-alterado.
           write operador-rec.
           move "INCLUSAO" to ws-au-funcao.
           move spaces to ws-au-antes.
           move operador-rec to ws-au-depois.
           perform audita-operador.
           display "Operador cadastrado (ativo).".

      ******************************************************************
      *    pede-senha - the password, keyed twice; blank or
      *    mismatched leaves co-senha-ok false.
      ******************************************************************
       pede-senha.
           move "N" to ws-co-senha-ok.
           display "Senha:".
           accept ws-co-senha.
           display "Repita a senha:".
           accept ws-co-senha-2.
           evaluate true
               when ws-co-senha = spaces
                   display "Senha em branco nao e aceita."
               when ws-co-senha not = ws-co-senha-2
                   display "As senhas nao conferem."
               when other
                   set co-senha-ok to true
           end-evaluate.
           move spaces to ws-co-senha-2.

       le-operador.
           move ws-co-alvo to op-operador.
           read operadores-file
               invalid key
                   display "Operador nao encontrado: "
                       function trim(ws-co-alvo)
                   move spaces to ws-co-alvo
           end-read.

       altera-operador.
           display "Operador a alterar:".
           accept ws-co-alvo.
           perform le-operador.
           if ws-co-alvo = spaces
               exit paragraph
           end-if.
           move operador-rec to ws-au-antes.
           display "Nome atual: " op-nome.
           display "Novo nome (vazio mantem):".
           accept ws-co-nome.
           if ws-co-nome not = spaces
               move ws-co-nome to op-nome
           end-if.
           display "Papel atual: " op-papel.
           display "Novo papel C/M/A (vazio mantem):".
           accept ws-co-papel.
           if ws-co-papel not = spaces
               evaluate true
                   when not co-papel-valido
                       display "Papel invalido; mantido."
                   when ws-co-alvo = ws-op-operador
                           and ws-co-papel not = op-papel
                       display "O proprio papel nao pode ser"
                           " alterado; mantido."
                   when other
                       move ws-co-papel to op-papel
               end-evaluate
           end-if.
           move ws-co-hoje to op-alterado.
           rewrite operador-rec.
           move "ALTERACAO" to ws-au-funcao.
           move operador-rec to ws-au-depois.
           perform audita-operador.
           display "Cadastro alterado.".

       troca-senha.
           display "Operador:".
           accept ws-co-alvo.
           perform le-operador.
           if ws-co-alvo = spaces
               exit paragraph
           end-if.
           perform pede-senha.
           if not co-senha-ok
               display "Senha mantida."
               exit paragraph
           end-if.
           move operador-rec to ws-au-antes.
           move ws-co-senha to op-senha.
           move ws-co-hoje to op-alterado.
           rewrite operador-rec.
           move "TROCA DE SENHA" to ws-au-funcao.
           move operador-rec to ws-au-depois.
           perform audita-operador.
           display "Senha alterada.".

       alterna-ativo.
           display "Operador a ativar/inativar:".
           accept ws-co-alvo.
           if ws-co-alvo = ws-op-operador
               display "O proprio operador nao pode ser inativado."
               exit paragraph
           end-if.
           perform le-operador.
           if ws-co-alvo = spaces
               exit paragraph
           end-if.
           move operador-rec to ws-au-antes.
           if op-e-ativo
               move "INATIVACAO" to ws-au-funcao
               move "N" to op-ativo
               display "Operador inativado."
           else
               move "REATIVACAO" to ws-au-funcao
               move "S" to op-ativo
               display "Operador reativado."
           end-if.
           move ws-co-hoje to op-alterado.
           rewrite operador-rec.
           move operador-rec to ws-au-depois.
           perform audita-operador.

       exclui-operador.
           display "Operador a excluir:".
           accept ws-co-alvo.
           if ws-co-alvo = ws-op-operador
               display "O proprio operador nao pode ser excluido."
               exit paragraph
           end-if.
           perform le-operador.
           if ws-co-alvo = spaces
               exit paragraph
           end-if.
           display "Excluir " function trim(op-operador)
               " (" function trim(op-nome) ")?".
           display "Confirma (S/N)?".
           accept ws-co-confirma.
           if ws-co-confirma = "S" or ws-co-confirma = "s"
               move operador-rec to ws-au-antes
               delete operadores-file record
               move "EXCLUSAO" to ws-au-funcao
               move spaces to ws-au-depois
               perform audita-operador
               display "Operador excluido."
           else
               display "Nada foi excluido."
           end-if.

      ******************************************************************
      *    audita-operador - the audit record for an operator change;
      *    the caller has set the function and both images. The
      *    password (OP-SENHA, bytes 41-50 of the record) is masked
      *    out of both images before the write.
      ******************************************************************
       audita-operador.
           if ws-au-antes not = spaces
               move all "*" to ws-au-antes(41:10)
           end-if.
           if ws-au-depois not = spaces
               move all "*" to ws-au-depois(41:10)
           end-if.
           move "OPERADORES" to ws-au-arquivo.
           move ws-co-alvo to ws-au-chave.
           perform grava-auditoria.
           move spaces to ws-co-senha.

       COPY "ACESSOPD.cpy".

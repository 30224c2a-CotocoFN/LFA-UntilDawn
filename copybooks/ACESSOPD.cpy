      ******************************************************************
      *    ACESSOPD - operator sign-on and maintenance audit
      *    paragraphs, shared by every program that changes a master
      *    on an operator's say-so (see OPERAD.cpy / AUDIT.cpy for
      *    the records and ACESSOWS.cpy for the fields). Expects an
      *    OPERADORES-FILE SELECT (indexed, RECORD KEY OP-OPERADOR,
      *    FILE STATUS ws-op-status) and an AUDITORIA-FILE SELECT
      *    (line sequential, FILE STATUS ws-au-status), plus the
      *    TRAVA/TRAVAWS copybooks, in the including program.
      ******************************************************************

      ******************************************************************
      *    identifica-operador - opens the audit file, then asks for
      *    operator and password, up to ws-op-tent-max attempts.
      *    Every attempt is audited; a refusal never says whether it
      *    was the operator or the password that did not match. On
      *    success ws-op-operador / ws-op-nome / ws-op-papel describe
      *    the session, and without an audit file the role drops to
      *    inquiry. On failure RETURN-CODE is 12 and the including
      *    program stops.
      ******************************************************************
       identifica-operador.
           accept ws-op-arq-operadores
               from environment "UNTILDAWN_ARQ_OPERADORES"
               on exception
                   move "operadores.dat" to ws-op-arq-operadores
           end-accept.
           if ws-op-arq-operadores = spaces
               move "operadores.dat" to ws-op-arq-operadores
           end-if.
           set op-identificado to false.
           move spaces to ws-op-papel ws-op-nome.
           perform abre-auditoria.
           open input operadores-file.
           if ws-op-status not = "00"
               display "Cadastro de operadores indisponivel: "
                   function trim(ws-op-arq-operadores)
                   " (status " ws-op-status ")"
               move spaces to ws-op-operador
               move "ENTRADA RECUSADA" to ws-au-funcao
               move "OPERADORES" to ws-au-arquivo
               move spaces to ws-au-chave ws-au-antes ws-au-depois
               move "cadastro de operadores indisponivel"
                   to ws-au-depois
               perform grava-auditoria
               perform fecha-auditoria
               move 12 to return-code
               exit paragraph
           end-if.
           move 0 to ws-op-tentativas.
           perform verifica-operador
               until op-identificado
                  or ws-op-tentativas >= ws-op-tent-max.
           close operadores-file.
           if not op-identificado
               display "Acesso negado."
               perform fecha-auditoria
               move 12 to return-code
               exit paragraph
           end-if.
           if not au-aberto and ws-op-papel not = "C"
               move "C" to ws-op-papel
               display "Trilha de auditoria indisponivel; sessao"
                   " restrita a consultas."
           end-if.
           evaluate ws-op-papel
               when "A"
                   display "Operador " function trim(ws-op-nome)
                       " - administrador."
               when "M"
                   display "Operador " function trim(ws-op-nome)
                       " - manutencao."
               when other
                   display "Operador " function trim(ws-op-nome)
                       " - consulta."
           end-evaluate.

      ******************************************************************
      *    verifica-operador - one sign-on attempt against the
      *    operator master, audited either way.
      ******************************************************************
       verifica-operador.
           add 1 to ws-op-tentativas.
           display "Operador:".
           accept ws-op-operador.
           display "Senha:".
           accept ws-op-senha.
           move spaces to ws-op-motivo.
           move ws-op-operador to op-operador.
           read operadores-file
               invalid key
                   move "operador desconhecido" to ws-op-motivo
               not invalid key
                   evaluate true
                       when op-senha not = ws-op-senha
                           move "senha incorreta" to ws-op-motivo
                       when not op-e-ativo
                           move "operador inativo" to ws-op-motivo
                       when not op-papel-valido
                           move "papel invalido" to ws-op-motivo
                   end-evaluate
           end-read.
           move spaces to ws-op-senha.
           move "OPERADORES" to ws-au-arquivo.
           move ws-op-operador to ws-au-chave.
           move spaces to ws-au-antes ws-au-depois.
           if ws-op-motivo = spaces
               set op-identificado to true
               move op-papel to ws-op-papel
               move op-nome to ws-op-nome
               move "ENTRADA" to ws-au-funcao
               move "papel" to ws-au-depois(1:5)
               move op-papel to ws-au-depois(7:1)
           else
               move "ENTRADA RECUSADA" to ws-au-funcao
               move ws-op-motivo to ws-au-depois
               display "Operador ou senha nao conferem."
           end-if.
           perform grava-auditoria.

      ******************************************************************
      *    abre-auditoria - opens the audit file for append,
      *    creating it the first time. Leaves au-aberto false when
      *    it cannot be opened at all.
      ******************************************************************
       abre-auditoria.
           accept ws-au-arq-auditoria
               from environment "UNTILDAWN_ARQ_AUDITORIA"
               on exception
                   move "auditoria.dat" to ws-au-arq-auditoria
           end-accept.
           if ws-au-arq-auditoria = spaces
               move "auditoria.dat" to ws-au-arq-auditoria
           end-if.
           move 0 to ws-au-gravados.
           open extend auditoria-file.
           if ws-au-status not = "00"
               open output auditoria-file
           end-if.
           if ws-au-status = "00"
               set au-aberto to true
           else
               set au-aberto to false
               display "Trilha de auditoria indisponivel: "
                   function trim(ws-au-arq-auditoria)
                   " (status " ws-au-status ")"
           end-if.

      ******************************************************************
      *    grava-auditoria - appends ws-au-entrada, stamped with the
      *    moment, the operator and the program.
      ******************************************************************
       grava-auditoria.
           if not au-aberto
               exit paragraph
           end-if.
           move spaces to auditoria-rec.
           move function current-date(1:16) to au-estampa.
           move ws-op-operador to au-operador.
           move ws-tv-programa to au-programa.
           move ws-au-funcao to au-funcao.
           move ws-au-arquivo to au-arquivo.
           move ws-au-chave to au-chave.
           move ws-au-antes to au-antes.
           move ws-au-depois to au-depois.
           write auditoria-rec.
           add 1 to ws-au-gravados.

       fecha-auditoria.
           if au-aberto
               close auditoria-file
               set au-aberto to false
           end-if.

           record key Categoria-Tarifa
           file status arqst.

           Select BBOPERADOR assign to disk
           organization indexed
           access mode dynamic
           record key Codigo-Operador
           file status arqst-operador.

           Select BBAUDIT assign to disk
           organization sequential
           access mode sequential
           file status arqst-audit.

       Data Division.
       File Section.
       FD  BBTARIFA label record standard
           02 Preco-Tarifa         pic 9(03)V99.
           02 Multa-Dia-Tarifa     pic 9(03)V99.
           02 Prazo-Dias-Tarifa    pic 9(03).
           02 Reposicao-Tarifa     pic 9(03)V99.

       FD  BBOPERADOR label record standard
           value of file-id is "bboperador.dat".
       01 reg-operador.
           02 Codigo-Operador      pic x(03).
           02 Nome-Operador        pic x(30).
           02 Senha-Operador       pic x(06).
           02 Perfil-Operador      pic x(01).
           02 Situacao-Operador    pic x(01).
           02 Tentativas-Operador  pic 9(01).
           02 Data-Acesso-Operador pic 9(08).

       FD  BBAUDIT label record standard
           value of file-id is "bbaudit.dat".
       01 reg-audit.
           02 Data-Audit       pic 9(08).
           02 Hora-Audit       pic 9(06).
           02 Operador-Audit   pic x(03).
           02 Operacao-Audit   pic x(01).
           02 Antes-Audit      pic x(98).
           02 Depois-Audit     pic x(98).

       Working-storage section.
       01 w-reg-tarifa.
           02 Preco-W              pic 9(03)V99.
           02 Multa-Dia-W          pic 9(03)V99.
           02 Prazo-Dias-W         pic 9(03).
           02 Reposicao-W          pic 9(03)V99.

       01 e-reg-tarifa.
           02 Categoria-E          pic Z9.
           02 Preco-E              pic ZZ9,99.
           02 Multa-Dia-E          pic ZZ9,99.
           02 Prazo-Dias-E         pic ZZ9.
           02 Reposicao-E          pic ZZ9,99.

       01 w-login.
           02 Operador-W           pic x(03).
           02 Perfil-Oper-W        pic x(01).
           02 Senha-Dig-W          pic x(06).
           02 Login-Ok-W           pic x(01).
           02 Tentativas-Login-W   pic 9(01).
           02 Codigo-Acesso-W      pic x(03).
           02 Supervisor-W         pic x(03).
           02 Autoriza-W           pic x(01).

       01 w-acesso-audit.
           02 Programa-Acesso-W    pic x(08) value "TARIFA".
           02 Usuario-Acesso-W     pic x(03).
           02 Perfil-Acesso-W      pic x(01).
           02 Situacao-Acesso-W    pic x(01).
           02 filler               pic x(85) value spaces.

       01 ws-stamp.
           02 stamp-data           pic 9(08).
           02 stamp-hora           pic 9(06).
           02 filler               pic x(07).

       01 data-sis.
           02 ano   pic 9(04).
           02 mes-t pic x(10) occurs 12 times.

       01 arqst        pic x(02).
       01 arqst-operador pic x(02).
       01 arqst-audit  pic x(02).
       01 op           pic 9(01) value zeros.
       01 salva        pic x(01) value spaces.
       01 wflag        pic 9(01) value zeros.
           02 line 10 col 19 value "Preco do aluguel: ".
           02 line 11 col 19 value "Multa por dia de atraso: ".
           02 line 12 col 19 value "Prazo do aluguel (dias): ".
           02 line 13 col 19 value "Valor de reposicao: ".

       Procedure Division.
       Inicio.
           Perform Abre-arq.
           Move function current-date to data-sis.
           Perform Verifica-operadores.
           move "N" to Login-Ok-W.
           move zeros to Tentativas-Login-W.
           Perform Entra-operador until Login-Ok-W = "S".
           Perform Verifica-supervisor.
           if Autoriza-W not = "S"
               Display "Tabela de tarifas restrita a supervisor"
                   at 2321
               Perform Finaliza
               stop run.
           Perform Processo until op = 4.
           Perform Finaliza.
           stop run.
           If arqst not = "00"
               Display "Erro na abertura de BBTARIFA - status " arqst
               stop run.
           Open i-o BBOPERADOR.
           If arqst-operador = "35"
               Open output BBOPERADOR
               Close BBOPERADOR
               Open i-o BBOPERADOR.
           If arqst-operador not = "00"
               Display "Erro na abertura de BBOPERADOR - status "
                   arqst-operador
               Close BBTARIFA
               stop run.
           Open extend BBAUDIT.
           If arqst-audit = "35"
               Open output BBAUDIT.
           If arqst-audit not = "00"
               Display "Erro na abertura de BBAUDIT - status "
                   arqst-audit
               Close BBTARIFA
               Close BBOPERADOR
               stop run.

       Verifica-operadores.
           move low-values to Codigo-Operador.
           start BBOPERADOR key is not less than Codigo-Operador
               invalid key
                   Display "Nenhum operador cadastrado - execute o "
                       "programa Operador"
                   Perform Finaliza
                   stop run.

       Entra-operador.
           Display "Codigo do operador: " at 1225.
           Display "Senha: " at 1325.
           move spaces to Operador-W Senha-Dig-W.
           accept Operador-W at 1245 with prompt auto.
           move function upper-case(Operador-W) to Operador-W.
           if Operador-W = spaces
               display "Operador e obrigatorio" at 2321
           else
               accept Senha-Dig-W at 1345 with prompt auto secure
               add 1 to Tentativas-Login-W
               move Operador-W to Codigo-Acesso-W
               move spaces to Usuario-Acesso-W
               move Operador-W to Codigo-Operador
               read BBOPERADOR key is Codigo-Operador invalid key
                   display "Operador nao cadastrado" at 2321
                   move "F" to Operacao-Audit
                   perform Grava-audit-acesso
               not invalid key
                   perform Confere-operador
               end-read
               if Login-Ok-W = "N" and Tentativas-Login-W not < 3
                   display "Acesso negado - programa encerrado"
                       at 2321
                   Perform Finaliza
                   stop run.

       Confere-operador.
           evaluate true
           when Situacao-Operador = "I"
               display "Operador desativado" at 2321
               move "F" to Operacao-Audit
               perform Grava-audit-acesso
           when Situacao-Operador = "B"
               display "Operador bloqueado - procure o gerente" at 2321
               move "F" to Operacao-Audit
               perform Grava-audit-acesso
           when Senha-Dig-W not = Senha-Operador
               perform Senha-invalida
           when other
               move zeros to Tentativas-Operador
               move data-sis to Data-Acesso-Operador
               perform Regrava-operador
               move Perfil-Operador to Perfil-Oper-W
               move "S" to Login-Ok-W
               move "L" to Operacao-Audit
               perform Grava-audit-acesso
           end-evaluate.

       Senha-invalida.
           add 1 to Tentativas-Operador.
           if Tentativas-Operador not < 3
               move "B" to Situacao-Operador
               display "Senha invalida - operador bloqueado" at 2321
           else
               display "Senha invalida" at 2321.
           perform Regrava-operador.
           move "F" to Operacao-Audit.
           perform Grava-audit-acesso.

       Regrava-operador.
           rewrite reg-operador invalid key
               display "Erro ao gravar operador" at 2321.

       Verifica-supervisor.
           move "N" to Autoriza-W.
           if Perfil-Oper-W = "S" or Perfil-Oper-W = "G"
               move "S" to Autoriza-W
           else
               perform Pede-supervisor.

       Pede-supervisor.
           Display "Autorizacao - supervisor:      senha:           "
               at 2201.
           move spaces to Supervisor-W Senha-Dig-W.
           accept Supervisor-W at 2227 with prompt auto.
           move function upper-case(Supervisor-W) to Supervisor-W.
           accept Senha-Dig-W at 2239 with prompt auto secure.
           move Supervisor-W to Codigo-Acesso-W.
           move Operador-W to Usuario-Acesso-W.
           move Supervisor-W to Codigo-Operador.
           read BBOPERADOR key is Codigo-Operador invalid key
               display "Supervisor nao cadastrado" at 2321
               move "F" to Operacao-Audit
               perform Grava-audit-acesso
           not invalid key
               perform Confere-supervisor.

       Confere-supervisor.
           evaluate true
           when Situacao-Operador not = "A"
               display "Supervisor desativado ou bloqueado" at 2321
               move "F" to Operacao-Audit
               perform Grava-audit-acesso
           when Perfil-Operador not = "S" and Perfil-Operador not = "G"
               display "Operador sem direito de supervisor" at 2321
               move "F" to Operacao-Audit
               perform Grava-audit-acesso
           when Senha-Dig-W not = Senha-Operador
               perform Senha-invalida
           when other
               move zeros to Tentativas-Operador
               perform Regrava-operador
               move "S" to Autoriza-W
               move "V" to Operacao-Audit
               perform Grava-audit-acesso
           end-evaluate.

       Grava-audit-acesso.
           move function current-date to ws-stamp.
           move stamp-data to Data-Audit.
           move stamp-hora to Hora-Audit.
           move Codigo-Acesso-W to Operador-Audit.
           move spaces to Antes-Audit.
           move w-acesso-audit to Depois-Audit.
           write reg-audit.
           if arqst-audit not = "00"
               display "Erro ao gravar auditoria" at 2321.

       Processo.
           Perform mostra-tela-menu.
           move Prazo-Dias-Tarifa to Prazo-Dias-W.
           move Prazo-Dias-W to Prazo-Dias-E.
           Display Prazo-Dias-E at 1244.
           move Reposicao-Tarifa to Reposicao-W.
           move Reposicao-W to Reposicao-E.
           Display Reposicao-E at 1339.
           Perform recebe-dados.
           move Categoria-W to Categoria-Tarifa.
           move Descricao-W to Descricao-Tarifa.
           move Preco-W to Preco-Tarifa.
           move Multa-Dia-W to Multa-Dia-Tarifa.
           move Prazo-Dias-W to Prazo-Dias-Tarifa.
           move Reposicao-W to Reposicao-Tarifa.
           rewrite reg-tarifa invalid key
               display "Erro na alteracao" at 2321.
           Perform continua.
           move Preco-W to Preco-Tarifa.
           move Multa-Dia-W to Multa-Dia-Tarifa.
           move Prazo-Dias-W to Prazo-Dias-Tarifa.
           move Reposicao-W to Reposicao-Tarifa.
           write reg-tarifa invalid key
               display "Erro na gravacao" at 2321.


       Finaliza.
           close BBTARIFA.
           close BBOPERADOR.
           close BBAUDIT.

       Mostra-tela-menu.
           Display tela-menu.
           Display tela-cadastro.
           Display mes-t(mes) at 0219.
           move zeros to wflag Categoria-W Preco-W Multa-Dia-W
               Prazo-Dias-W Reposicao-W Categoria-E.
           move spaces to op-continua salva Descricao-W.

       Recebe-dados.
           perform entra-preco     until wflag = 1.
           perform entra-multa     until wflag = 0.
           perform entra-prazo     until wflag = 1.
           perform entra-reposicao until wflag = 0.

       entra-categoria.
           move 1 to wflag.
           accept Categoria-E at 0830 with prompt auto.
           move Categoria-E to Categoria-W.
           if Categoria-W = 99 then
                Perform Finaliza
                Exit program.
           move Categoria-W to Categoria-Tarifa.
           if op = 1
           if Prazo-Dias-W = zeros
                display "Prazo zero: data de devolucao sera "
                    "digitada na retirada" at 2321.

       entra-reposicao.
           move 0 to wflag.
           move zeros to Reposicao-E.
           accept Reposicao-E at 1339 with prompt auto.
           move Reposicao-E to Reposicao-W.
           if Reposicao-W = zeros
                display "Sem valor de reposicao: sera digitado na "
                    "perda do exemplar" at 2321.

           alternate record key Nome-Titulo with duplicates
           file status arqst.

           Select BBEXEMPLAR assign to disk
           organization indexed
           access mode dynamic
           record key Chave-Exemplar
           file status arqst-exemplar.

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
       FD  BBTITULOS label record standard
           02 Copias-Total     pic 9(03).
           02 Copias-Fora      pic 9(03).

       FD  BBEXEMPLAR label record standard
           value of file-id is "bbexemplar.dat".
       01 reg-exemplar.
           02 Chave-Exemplar.
               03 Codigo-Titulo-Exe   pic 9(04).
               03 Numero-Exe          pic 9(03).
           02 Situacao-Exe            pic x(01).
           02 Condicao-Exe            pic x(01).
           02 Data-Aquisicao-Exe      pic 9(08).
           02 Data-Situacao-Exe       pic 9(08).

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
       01 w-reg-titulo.
           02 Codigo-W         pic 9(04).
           02 Copias-Total-E   pic ZZ9.
           02 Copias-Fora-E    pic ZZ9.

       01 w-reg-exemplar.
           02 Exemplar-W           pic 9(03).
           02 Exemplar-E           pic ZZ9.
           02 Ultimo-Exe-W         pic 9(03).
           02 Copias-Circ-W        pic 9(03).
           02 Qtd-Novos-W          pic 9(03).
           02 Qtd-Criados-W        pic 9(03).
           02 Situacao-Exe-W       pic x(01).
           02 Condicao-W           pic x(01).
           02 Lista-Flag-W         pic x(01).
           02 Linha-Exe-W          pic 9(02).
           02 Coluna-Exe-W         pic 9(02).
           02 Pos-Exe-W            pic 9(04).

       01 lin-exemplar-tela.
           02 let-numero    pic ZZ9.
           02 filler        pic x(01) value spaces.
           02 let-situacao  pic x(01).
           02 filler        pic x(01) value spaces.
           02 let-condicao  pic x(01).
           02 filler        pic x(01) value spaces.
           02 let-data      pic 9(08).

       01 w-login.
           02 Operador-W           pic x(03).
           02 Perfil-Oper-W        pic x(01).
           02 Senha-Dig-W          pic x(06).
           02 Login-Ok-W           pic x(01).
           02 Tentativas-Login-W   pic 9(01).
           02 Codigo-Acesso-W      pic x(03).

       01 w-acesso-audit.
           02 Programa-Acesso-W    pic x(08) value "TITULOS".
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
           02 mes   pic 9(02).
           02 mes-t pic x(10) occurs 12 times.

       01 arqst        pic x(02).
       01 arqst-exemplar pic x(02).
       01 arqst-operador pic x(02).
       01 arqst-audit  pic x(02).
       01 op           pic 9(01) value zeros.
       01 salva        pic x(01) value spaces.
       01 wflag        pic 9(01) value zeros.
           02 line 8 col 29 value  "2. Alteracao".
           02 line 10 col 29 value "3. Exclusao".
           02 line 12 col 29 value "4. Consulta por Nome".
           02 line 14 col 29 value "5. Exemplares".
           02 line 16 col 29 value "6. Retorno".
           02 line 20 col 25 value "Escolha uma Opcao:".

       01 tela-cadastro.
       Inicio.
           Perform Abre-arq.
           Move function current-date to data-sis.
           Perform Verifica-operadores.
           move "N" to Login-Ok-W.
           move zeros to Tentativas-Login-W.
           Perform Entra-operador until Login-Ok-W = "S".
           Perform Processo until op = 6.
           Perform Finaliza.
           stop run.

           If arqst not = "00"
               Display "Erro na abertura de BBTITULOS - status " arqst
               stop run.
           Open i-o BBEXEMPLAR.
           If arqst-exemplar = "35"
               Open output BBEXEMPLAR
               Close BBEXEMPLAR
               Open i-o BBEXEMPLAR.
           If arqst-exemplar not = "00"
               Display "Erro na abertura de BBEXEMPLAR - status "
                   arqst-exemplar
               Close BBTITULOS
               stop run.
           Open i-o BBOPERADOR.
           If arqst-operador = "35"
               Open output BBOPERADOR
               Close BBOPERADOR
               Open i-o BBOPERADOR.
           If arqst-operador not = "00"
               Display "Erro na abertura de BBOPERADOR - status "
                   arqst-operador
               Close BBTITULOS
               Close BBEXEMPLAR
               stop run.
           Open extend BBAUDIT.
           If arqst-audit = "35"
               Open output BBAUDIT.
           If arqst-audit not = "00"
               Display "Erro na abertura de BBAUDIT - status "
                   arqst-audit
               Close BBTITULOS
               Close BBEXEMPLAR
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
           when 3
               perform exclusao until op-continua = "n" or "N"
           when 4
               perform consulta-nome until op-continua = "n" or "N"
           when 5
               perform Exemplares until op-continua = "n" or "N".

       Inclusao.
           Perform mostra-tela-cadastro.
           Display Copias-Total-W at 1237.
           Display Copias-Fora-W at 1332.
           Perform recebe-dados.
           move "N" to Lista-Flag-W.
           Perform Le-exemplares-titulo.
           if Copias-Total-W < Copias-Fora-W
               display "Copias possuidas menor que copias fora - "
                   "alteracao cancelada" at 2321
           else
           if Copias-Total-W < Copias-Circ-W
               display "Para reduzir copias use a baixa de "
                   "exemplares - alteracao cancelada" at 2321
           else
               compute Qtd-Novos-W = Copias-Total-W - Copias-Circ-W
               perform Cria-exemplares
               move Codigo-W to Codigo-Titulo
               move Nome-W to Nome-Titulo
               move Genero-W to Genero-Titulo
               move Copias-Fora-W to Copias-Fora
               rewrite reg-titulo invalid key
                   display "Erro na alteracao" at 2321
           end-if
           end-if.
           Perform continua.

                       display "Erro na exclusao" at 2321
                   not invalid key
                       display "Registro excluido" at 2321
                       perform Exclui-exemplares
               else
                   display "Exclusao cancelada" at 2321
               end-if
           move Copias-Total-W to Copias-Total.
           move Copias-Fora-W to Copias-Fora.
           write reg-titulo invalid key
               display "Erro na gravacao" at 2321
           not invalid key
               move "N" to Lista-Flag-W
               perform Le-exemplares-titulo
               move Copias-Total-W to Qtd-Novos-W
               perform Cria-exemplares.

       Exemplares.
           Perform mostra-tela-cadastro.
           Display "E X E M P L A R E S" at 0630 with highlight.
           move 2 to op.
           Perform entra-codigo until wflag = 1.
           move Codigo-Titulo to Codigo-W.
           move Nome-Titulo to Nome-W.
           Display Nome-W at 0925.
           move Copias-Total to Copias-Total-E.
           Display Copias-Total-E at 1237.
           move Copias-Fora to Copias-Fora-E.
           Display Copias-Fora-E at 1332.
           Display "Sit: D=disp F=fora R=reserv C=conserto P=perdido "
               "B=baixado  Cond: N B R A" at 1403.
           move "S" to Lista-Flag-W.
           move 15 to Linha-Exe-W.
           move 3 to Coluna-Exe-W.
           Perform Le-exemplares-titulo.
           move "N" to Lista-Flag-W.
           if Ultimo-Exe-W = zeros
               display "Titulo sem exemplares cadastrados" at 2321
           else
               Display "Numero do exemplar (0 = nenhum): " at 2201
               move zeros to Exemplar-E
               accept Exemplar-E at 2235 with prompt auto
               move Exemplar-E to Exemplar-W
               if Exemplar-W > zeros
                   perform Altera-exemplar
               end-if
           end-if.
           Perform continua.

       Le-exemplares-titulo.
           move zeros to Copias-Circ-W Ultimo-Exe-W.
           move Codigo-W to Codigo-Titulo-Exe.
           move zeros to Numero-Exe.
           start BBEXEMPLAR key is not less than Chave-Exemplar
               invalid key continue
           end-start.
           if arqst-exemplar = "00"
               perform Le-exemplar
                   until arqst-exemplar not = "00"
                       or Codigo-Titulo-Exe not = Codigo-W.

       Le-exemplar.
           read BBEXEMPLAR next record at end
               move "10" to arqst-exemplar.
           if arqst-exemplar = "00" and Codigo-Titulo-Exe = Codigo-W
               move Numero-Exe to Ultimo-Exe-W
               if Situacao-Exe = "D" or Situacao-Exe = "F"
                       or Situacao-Exe = "R"
                   add 1 to Copias-Circ-W
               end-if
               if Lista-Flag-W = "S"
                   perform Mostra-exemplar.

       Mostra-exemplar.
           if Linha-Exe-W < 22
               move Numero-Exe to let-numero
               move Situacao-Exe to let-situacao
               move Condicao-Exe to let-condicao
               move Data-Aquisicao-Exe to let-data
               compute Pos-Exe-W = Linha-Exe-W * 100 + Coluna-Exe-W
               display lin-exemplar-tela at Pos-Exe-W
               add 25 to Coluna-Exe-W
               if Coluna-Exe-W > 53
                   move 3 to Coluna-Exe-W
                   add 1 to Linha-Exe-W
               end-if
           else
               display "Ha mais exemplares do que cabem na tela"
                   at 2321.

       Altera-exemplar.
           move Codigo-W to Codigo-Titulo-Exe.
           move Exemplar-W to Numero-Exe.
           read BBEXEMPLAR key is Chave-Exemplar invalid key
               display "Exemplar nao cadastrado" at 2321
           not invalid key
               if Situacao-Exe = "F" or Situacao-Exe = "R"
                   display "Exemplar fora ou retido para reserva - "
                       "alteracao nao permitida" at 2321
               else
               if Situacao-Exe = "B"
                   display "Exemplar ja baixado" at 2321
               else
                   move 0 to wflag
                   perform Entra-situacao-exe until wflag = 1
                   move 0 to wflag
                   perform Entra-condicao-exe until wflag = 1
                   move Situacao-Exe-W to Situacao-Exe
                   if Condicao-W not = spaces
                       move Condicao-W to Condicao-Exe
                   end-if
                   move data-sis to Data-Situacao-Exe
                   rewrite reg-exemplar invalid key
                       display "Erro ao atualizar exemplar" at 2321
                   not invalid key
                       display "Exemplar atualizado" at 2321
                       perform Recalcula-copias
                   end-rewrite
               end-if
               end-if
           end-read.

       Entra-situacao-exe.
           move 1 to wflag.
           Display "Nova situacao (D=disponivel C=conserto B=baixa): "
               at 2201.
           move spaces to Situacao-Exe-W.
           accept Situacao-Exe-W at 2251 with prompt auto.
           if Situacao-Exe-W = "d"
               move "D" to Situacao-Exe-W.
           if Situacao-Exe-W = "c"
               move "C" to Situacao-Exe-W.
           if Situacao-Exe-W = "b"
               move "B" to Situacao-Exe-W.
           if Situacao-Exe-W not = "D" and Situacao-Exe-W not = "C"
                   and Situacao-Exe-W not = "B"
               display "Situacao invalida" at 2321
               move 0 to wflag
           else
               if Situacao-Exe = "P" and Situacao-Exe-W = "C"
                   display "Exemplar perdido: informe D ou B" at 2321
                   move 0 to wflag.

       Entra-condicao-exe.
           move 1 to wflag.
           Display "Condicao (N=novo B=bom R=riscado A=avariado, "
               "branco mantem):    " at 2201.
           move spaces to Condicao-W.
           accept Condicao-W at 2263 with prompt auto.
           if Condicao-W = "n"
               move "N" to Condicao-W.
           if Condicao-W = "b"
               move "B" to Condicao-W.
           if Condicao-W = "r"
               move "R" to Condicao-W.
           if Condicao-W = "a"
               move "A" to Condicao-W.
           if Condicao-W not = spaces and Condicao-W not = "N"
                   and Condicao-W not = "B" and Condicao-W not = "R"
                   and Condicao-W not = "A"
               display "Condicao invalida" at 2321
               move 0 to wflag.

       Recalcula-copias.
           move "N" to Lista-Flag-W.
           Perform Le-exemplares-titulo.
           move Codigo-W to Codigo-Titulo.
           read BBTITULOS key is Codigo-Titulo invalid key
               display "Erro ao ler titulo" at 2321
           not invalid key
               move Copias-Circ-W to Copias-Total
               rewrite reg-titulo invalid key
                   display "Erro ao atualizar titulo" at 2321
               not invalid key
                   move Copias-Total to Copias-Total-E
                   Display Copias-Total-E at 1237
           end-read.

       Cria-exemplares.
           move zeros to Qtd-Criados-W.
           perform Grava-exemplar until Qtd-Criados-W not < Qtd-Novos-W.

       Grava-exemplar.
           add 1 to Ultimo-Exe-W.
           move Codigo-W to Codigo-Titulo-Exe.
           move Ultimo-Exe-W to Numero-Exe.
           move "D" to Situacao-Exe.
           move "N" to Condicao-Exe.
           move data-sis to Data-Aquisicao-Exe.
           move data-sis to Data-Situacao-Exe.
           add 1 to Qtd-Criados-W.
           write reg-exemplar invalid key
               display "Erro ao gravar exemplar" at 2321
               move Qtd-Novos-W to Qtd-Criados-W.

       Exclui-exemplares.
           move Codigo-W to Codigo-Titulo-Exe.
           move zeros to Numero-Exe.
           start BBEXEMPLAR key is not less than Chave-Exemplar
               invalid key continue
           end-start.
           if arqst-exemplar = "00"
               perform Exclui-exemplar
                   until arqst-exemplar not = "00"
                       or Codigo-Titulo-Exe not = Codigo-W.

       Exclui-exemplar.
           read BBEXEMPLAR next record at end
               move "10" to arqst-exemplar.
           if arqst-exemplar = "00" and Codigo-Titulo-Exe = Codigo-W
               delete BBEXEMPLAR invalid key
                   display "Erro ao excluir exemplar" at 2321.

       Continua.
           Display "Deseja continuar (S/N) ?" at 2201.

       Finaliza.
           close BBTITULOS.
           close BBEXEMPLAR.
           close BBOPERADOR.
           close BBAUDIT.

       Mostra-tela-menu.
           Display tela-menu.
           accept Codigo-E at 0827 with prompt auto.
           move Codigo-E to Codigo-W.
           if Codigo-W = 9999 then
                Perform Finaliza
                Exit program.
           move Codigo-W to Codigo-Titulo.
           if op = 1

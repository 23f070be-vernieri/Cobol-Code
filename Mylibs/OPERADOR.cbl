       Identification Division.
       Program-Id.  Operador.

       Environment Division.
       CONFIGURATION SECTION.
           Special-names.   decimal-point is comma.

       INPUT-OUTPUT SECTION.
       File-Control.
           Select BBOPERADOR assign to disk
           organization indexed
           access mode dynamic
           record key Codigo-Operador
           file status arqst.

           Select BBAUDIT assign to disk
           organization sequential
           access mode sequential
           file status arqst-audit.

       Data Division.
       File Section.
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
       01 w-reg-operador.
           02 Codigo-W             pic x(03).
           02 Nome-W               pic x(30).
           02 Senha-W              pic x(06).
           02 Perfil-W             pic x(01).
           02 Situacao-W           pic x(01).
           02 Situacao-Ant-W       pic x(01).

       01 w-login.
           02 Operador-W           pic x(03).
           02 Perfil-Oper-W        pic x(01).
           02 Senha-Dig-W          pic x(06).
           02 Login-Ok-W           pic x(01).
           02 Tentativas-Login-W   pic 9(01).
           02 Codigo-Acesso-W      pic x(03).
           02 Cadastro-Vazio-W     pic x(01).

       01 w-acesso-audit.
           02 Programa-Acesso-W    pic x(08) value "OPERADOR".
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
           02 dia   pic 9(02).

       01 desmes.
           02 filler pic x(10) value "Janeiro".
           02 filler pic x(10) value "Fevereiro".
           02 filler pic x(10) value "Mar‡o".
           02 filler pic x(10) value "Abril".
           02 filler pic x(10) value "Maio".
           02 filler pic x(10) value "Junho".
           02 filler pic x(10) value "Julho".
           02 filler pic x(10) value "Agosto".
           02 filler pic x(10) value "Setembro".
           02 filler pic x(10) value "Outubro".
           02 filler pic x(10) value "Novembro".
           02 filler pic x(10) value "Dezembro".

       01 tabela-meses redefines desmes.
           02 mes-t pic x(10) occurs 12 times.

       01 arqst        pic x(02).
       01 arqst-audit  pic x(02).
       01 op           pic 9(01) value zeros.
       01 salva        pic x(01) value spaces.
       01 wflag        pic 9(01) value zeros.
       01 op-continua  pic x(01) value spaces.

       Screen Section.
       01 tela-menu.
           02 BLANK SCREEN.
           02 line 2 col 5 value "Santos,    de            de     .".
           02 line 2 col 13 PIC 9(02) using dia.
           02 line 2 col 33 PIC 9(04) using ano.
           02 line 2 col 45 value "Video Locadora" highlight.
           02 line 4 col 29 value "Cadastro de Operadores" highlight.
           02 line 6 col 29 value  "1. Inclusao".
           02 line 8 col 29 value  "2. Alteracao".
           02 line 10 col 29 value "3. Desativacao".
           02 line 12 col 29 value "4. Retorno".
           02 line 20 col 25 value "Escolha uma Opcao:".

       01 tela-cadastro.
           02 BLANK SCREEN.
           02 line 2 col 5 value "Santos,    de           de     .".
           02 line 2 col 13 PIC 9(02) using dia.
           02 line 2 col 33 PIC 9(04) using ano.
           02 line 2 col 45 value "Video Locadora" highlight.
           02 line 4 col 29 value "Cadastro de Operadores" highlight.
           02 line 8 col 19 value "Codigo: ".
           02 line 9 col 19 value "Nome: ".
           02 line 10 col 19 value "Senha: ".
           02 line 11 col 19 value "Perfil (B/S/G): ".
           02 line 12 col 19 value "Situacao: ".
           02 line 13 col 19 value "Ultimo acesso: ".

       Procedure Division.
       Inicio.
           Perform Abre-arq.
           Move function current-date to data-sis.
           Perform Verifica-operadores.
           if Cadastro-Vazio-W = "S"
               Perform Primeiro-operador
           else
               move "N" to Login-Ok-W
               move zeros to Tentativas-Login-W
               Perform Entra-operador until Login-Ok-W = "S".
           if Perfil-Oper-W not = "G"
               Display "Cadastro de operadores restrito ao gerente"
                   at 2321
               Perform Finaliza
               stop run.
           Perform Processo until op = 4.
           Perform Finaliza.
           stop run.

       Abre-arq.
           Open i-o BBOPERADOR.
           If arqst = "35"
               Open output BBOPERADOR
               Close BBOPERADOR
               Open i-o BBOPERADOR.
           If arqst not = "00"
               Display "Erro na abertura de BBOPERADOR - status " arqst
               stop run.
           Open extend BBAUDIT.
           If arqst-audit = "35"
               Open output BBAUDIT.
           If arqst-audit not = "00"
               Display "Erro na abertura de BBAUDIT - status "
                   arqst-audit
               Close BBOPERADOR
               stop run.

       Verifica-operadores.
           move "N" to Cadastro-Vazio-W.
           move low-values to Codigo-Operador.
           start BBOPERADOR key is not less than Codigo-Operador
               invalid key move "S" to Cadastro-Vazio-W.

       Primeiro-operador.
           Perform mostra-tela-cadastro.
           Display "P R I M E I R O   O P E R A D O R" at 0630
               with highlight.
           Display "Cadastro vazio - informe o gerente da loja" at 2321.
           move 1 to op.
           Perform entra-codigo until wflag = 1.
           if op-continua = "N"
               Perform Finaliza
               stop run.
           Perform entra-nome until wflag = 0.
           Perform entra-senha until wflag = 1.
           move "G" to Perfil-W.
           Display Perfil-W at 1135.
           move "A" to Situacao-W.
           Display Situacao-W at 1229.
           move Codigo-W to Operador-W.
           Perform Gravar-operador.
           if arqst not = "00"
               Perform Finaliza
               stop run.
           move "G" to Perfil-Oper-W.

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
               move spaces to Usuario-Acesso-W Perfil-Acesso-W
                   Situacao-Acesso-W
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

       Processo.
           Perform mostra-tela-menu.
           move spaces to op-continua.
           Accept op at 2045 with prompt auto.
           Evaluate op
           when 1
               perform inclusao until op-continua = "n" or "N"
           when 2
               perform alteracao until op-continua = "n" or "N"
           when 3
               perform desativacao until op-continua = "n" or "N".

       Inclusao.
           Perform mostra-tela-cadastro.
           Display "I N C L U S A O" at 0630 with highlight.
           move 1 to op.
           Perform entra-codigo until wflag = 1.
           if op-continua not = "N"
               Perform Inclui-operador.

       Inclui-operador.
           Perform entra-nome until wflag = 0.
           Perform entra-senha until wflag = 1.
           Perform entra-perfil until wflag = 0.
           move "A" to Situacao-W.
           Display Situacao-W at 1229.
           Perform Gravar-operador.
           Perform continua.

       Alteracao.
           Perform mostra-tela-cadastro.
           Display "A L T E R A C A O" at 0630 with highlight.
           move 2 to op.
           Perform entra-codigo until wflag = 1.
           if op-continua not = "N"
               Perform Altera-operador.

       Altera-operador.
           move Nome-Operador to Nome-W.
           move Senha-Operador to Senha-W.
           move Perfil-Operador to Perfil-W.
           move Situacao-Operador to Situacao-W Situacao-Ant-W.
           Display Nome-W at 0925.
           Display Perfil-W at 1135.
           Display Situacao-W at 1229.
           Display Data-Acesso-Operador at 1334.
           Perform entra-nome until wflag = 0.
           Display "Nova senha (branco = manter): " at 2201.
           Perform entra-nova-senha.
           move 1 to wflag.
           Perform entra-perfil until wflag = 0.
           Perform entra-situacao until wflag = 1.
           if Codigo-W = Operador-W
                   and (Perfil-W not = "G" or Situacao-W not = "A")
               display "Nao e permitido rebaixar ou desativar o "
                   "proprio operador" at 2321
           else
               move Nome-W to Nome-Operador
               move Senha-W to Senha-Operador
               move Perfil-W to Perfil-Operador
               move Situacao-W to Situacao-Operador
               if Situacao-W = "A" and Situacao-Ant-W not = "A"
                   move zeros to Tentativas-Operador
               end-if
               rewrite reg-operador invalid key
                   display "Erro na alteracao" at 2321
               not invalid key
                   perform Grava-audit-operador
               end-rewrite
           end-if.
           Perform continua.

       Desativacao.
           Perform mostra-tela-cadastro.
           Display "D E S A T I V A C A O" at 0630 with highlight.
           move 2 to op.
           Perform entra-codigo until wflag = 1.
           if op-continua not = "N"
               Perform Desativa-operador.

       Desativa-operador.
           move Nome-Operador to Nome-W.
           move Perfil-Operador to Perfil-W.
           move Situacao-Operador to Situacao-W.
           Display Nome-W at 0925.
           Display Perfil-W at 1135.
           Display Situacao-W at 1229.
           Display Data-Acesso-Operador at 1334.
           if Codigo-W = Operador-W
               display "Nao e permitido desativar o proprio operador"
                   at 2321
           else
               if Situacao-W = "I"
                   display "Operador ja desativado" at 2321
               else
                   Display "Confirma desativacao ?" at 2201
                   accept salva at 2224 with prompt auto
                   if salva = "S" or salva = "s"
                       move "I" to Situacao-Operador Situacao-W
                       rewrite reg-operador invalid key
                           display "Erro na desativacao" at 2321
                       not invalid key
                           display "Operador desativado" at 2321
                           perform Grava-audit-operador
                       end-rewrite
                   else
                       display "Desativacao cancelada" at 2321
                   end-if
               end-if
           end-if.
           Perform continua.

       Gravar-operador.
           move Codigo-W to Codigo-Operador.
           move Nome-W to Nome-Operador.
           move Senha-W to Senha-Operador.
           move Perfil-W to Perfil-Operador.
           move Situacao-W to Situacao-Operador.
           move zeros to Tentativas-Operador Data-Acesso-Operador.
           write reg-operador invalid key
               display "Erro na gravacao" at 2321
           not invalid key
               perform Grava-audit-operador.

       Grava-audit-operador.
           move Operador-W to Codigo-Acesso-W.
           move Codigo-W to Usuario-Acesso-W.
           move Perfil-W to Perfil-Acesso-W.
           move Situacao-W to Situacao-Acesso-W.
           move "O" to Operacao-Audit.
           perform Grava-audit-acesso.

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

       Continua.
           Display "Deseja continuar (S/N) ?" at 2201.
           accept op-continua at 2226 with prompt auto.

       Finaliza.
           close BBOPERADOR.
           close BBAUDIT.

       Mostra-tela-menu.
           Display tela-menu.
           Display mes-t(mes) at 0219.
           move zeros to op.

       Mostra-tela-cadastro.
           Display tela-cadastro.
           Display mes-t(mes) at 0219.
           move zeros to wflag.
           move spaces to op-continua salva Codigo-W Nome-W Senha-W
               Perfil-W Situacao-W.

       entra-codigo.
           move 1 to wflag.
           move spaces to Codigo-W.
           accept Codigo-W at 0827 with prompt auto.
           move function upper-case(Codigo-W) to Codigo-W.
           evaluate true
           when Codigo-W = spaces
                display "Codigo e obrigatorio" at 2321
                move 0 to wflag
           when Codigo-W = "999"
                move "N" to op-continua
           when other
                move Codigo-W to Codigo-Operador
                if op = 1
                     read BBOPERADOR key is Codigo-Operador
                         not invalid key perform ja-cadastrado
                     end-read
                else
                     read BBOPERADOR key is Codigo-Operador
                         invalid key perform nao-cadastrado
                     end-read
                end-if
           end-evaluate.

       Ja-cadastrado.
           display "Operador ja cadastrado" at 2321
           set wflag to 0.

       Nao-cadastrado.
           display "Operador nao cadastrado" at 2321
           set wflag to 0.

       entra-nome.
           move 0 to wflag.
           accept Nome-W at 0925 with prompt auto.
           if Nome-W = spaces
                display "Nome e obrigatorio" at 2321
                move 1 to wflag.

       entra-senha.
           move 1 to wflag.
           move spaces to Senha-W.
           accept Senha-W at 1026 with prompt auto secure.
           if Senha-W = spaces
                display "Senha e obrigatoria" at 2321
                move 0 to wflag.

       entra-nova-senha.
           move spaces to Senha-Dig-W.
           accept Senha-Dig-W at 1026 with prompt auto secure.
           if Senha-Dig-W not = spaces
                move Senha-Dig-W to Senha-W.

       entra-perfil.
           move 0 to wflag.
           Display "B=balconista S=supervisor G=gerente" at 2321.
           accept Perfil-W at 1135 with prompt auto.
           move function upper-case(Perfil-W) to Perfil-W.
           if Perfil-W not = "B" and Perfil-W not = "S"
                   and Perfil-W not = "G"
                display "Perfil invalido                    " at 2321
                move 1 to wflag.

       entra-situacao.
           move 1 to wflag.
           Display "Situacao (A=ativo I=inativo B=bloqueado): "
               at 2201.
           accept Situacao-W at 2244 with prompt auto.
           move function upper-case(Situacao-W) to Situacao-W.
           if Situacao-W not = "A" and Situacao-W not = "I"
                   and Situacao-W not = "B"
                display "Situacao invalida" at 2321
                move 0 to wflag.

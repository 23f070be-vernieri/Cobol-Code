               03 Depois-Telefone  pic x(20).
               03 Depois-Livros    pic x(01).
               03 Depois-Situacao  pic x(01).
           02 Acesso-Audit redefines Depois-Audit.
               03 Programa-Acesso  pic x(08).
               03 Usuario-Acesso   pic x(03).
               03 Perfil-Acesso    pic x(01).
               03 Situacao-Acesso  pic x(01).
               03 filler           pic x(85).

       Working-storage section.
       01 arqst-audit       pic x(02).
       01 ws-numero         pic 9(06) value zeros.
       01 ws-numero-x       pic x(06) value spaces.
       01 ws-achou          pic x(01) value "N".
       01 ws-tipo           pic 9(01) value zeros.
       01 ws-operador       pic x(03) value spaces.
       01 ws-hora-desm.
           02 ws-hh         pic x(02).
           02 ws-mi         pic x(02).

       Procedure Division.
       Inicio.
           Display "Consulta (1 = socio, 2 = acessos de operador): ".
           Move zeros to ws-tipo.
           Accept ws-tipo.
           If ws-tipo = 2
               Perform Consulta-operador until ws-fim = "S"
           else
               Perform Consulta-numero until ws-fim = "S".
           stop run.

       Consulta-numero.
               end-if
               Close BBAUDIT.

       Consulta-operador.
           Display " ".
           Display "Codigo do operador (branco = fim): ".
           Move spaces to ws-operador.
           Accept ws-operador.
           If ws-operador = spaces
               Move "S" to ws-fim
           else
               Move function upper-case(ws-operador) to ws-operador
               Perform Mostra-acessos.

       Mostra-acessos.
           Open input BBAUDIT.
           If arqst-audit not = "00"
               Display "BBAUDIT nao disponivel - status " arqst-audit
           else
               Display "ACESSOS DO OPERADOR " ws-operador
               Move "N" to ws-eof
               Move "N" to ws-achou
               Perform Le-audit
               Perform Processa-acesso until ws-eof = "S"
               If ws-achou = "N"
                   Display "Nenhum acesso para este operador"
               end-if
               Close BBAUDIT.

       Processa-acesso.
           if (Operacao-Audit = "L" or Operacao-Audit = "F"
                   or Operacao-Audit = "V" or Operacao-Audit = "O")
                   and (Operador-Audit = ws-operador
                   or Usuario-Acesso = ws-operador)
               move "S" to ws-achou
               perform Mostra-ocorrencia.
           perform Le-audit.

       Le-audit.
           read BBAUDIT next record at end move "S" to ws-eof.

               display "ALTERACAO"
           when "E"
               display "EXCLUSAO"
           when "U"
               display "UNIFICACAO - SOCIO " Antes-Numero
                   " INCORPORADO AO SOCIO " Depois-Numero
           when "L"
               display "ACESSO AO PROGRAMA " Programa-Acesso
           when "F"
               display "ACESSO RECUSADO - PROGRAMA " Programa-Acesso
           when "V"
               display "AUTORIZACAO DE SUPERVISOR PARA O OPERADOR "
                   Usuario-Acesso " - PROGRAMA " Programa-Acesso
           when "O"
               display "CADASTRO DO OPERADOR " Usuario-Acesso
                   " - PERFIL " Perfil-Acesso
                   " - SITUACAO " Situacao-Acesso
           when other
               display "OPERACAO " Operacao-Audit
           end-evaluate.
           if Operacao-Audit = "A" or Operacao-Audit = "E"
                   or Operacao-Audit = "U"
               display "  Antes : " Antes-Numero " " Antes-Nome " "
                   Antes-Endereco " " Antes-Cidade " "
                   Antes-Telefone " " Antes-Livros " "
                   Antes-Situacao.
           if Operacao-Audit = "I" or Operacao-Audit = "A"
                   or Operacao-Audit = "U"
               display "  Depois: " Depois-Numero " " Depois-Nome " "
                   Depois-Endereco " " Depois-Cidade " "
                   Depois-Telefone " " Depois-Livros " "

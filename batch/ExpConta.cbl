           02 Tipo-Caixa           pic x(01).
           02 Valor-Caixa          pic 9(05)V99.
           02 Visita-Caixa         pic 9(06).
           02 Forma-Caixa          pic x(01).
           02 Ref-Caixa            pic 9(06).
           02 Operador-Caixa       pic x(03).
           02 Sessao-Caixa         pic 9(04).

       FD  TRANLOG label record standard
           data record is REG-TRAN
       01 ws-conta-mov      pic 9(06) value zeros.
       01 ws-origem-mov     pic x(03) value spaces.
       01 ws-tipo-mov       pic x(01) value spaces.
       01 ws-forma-mov      pic x(01) value spaces.
       01 ws-ref-mov        pic 9(06) value zeros.
       01 ws-deb-loc        pic 9(09)V99 value zeros.
       01 ws-deb-bco        pic 9(09)V99 value zeros.
       01 e-deb-loc         pic ZZZ.ZZZ.ZZ9,99.
       01 e-deb-bco         pic ZZZ.ZZZ.ZZ9,99.

       01 lin-header.
           02 filler        pic x(02) value "H;".
           02 det-tipo      pic x(01).
           02 filler        pic x(01) value ";".
           02 det-valor     pic 9(07),99.
           02 filler        pic x(01) value ";".
           02 det-forma     pic x(01).
           02 filler        pic x(01) value ";".
           02 det-ref       pic 9(06).
           02 filler        pic x(17) value spaces.

       01 lin-trailer.
           02 filler        pic x(02) value "T;".
           move Numero-Caixa to ws-conta-mov.
           move Tipo-Caixa to ws-tipo-mov.
           move Valor-Caixa to ws-valor-mov.
           move Forma-Caixa to ws-forma-mov.
           move Ref-Caixa to ws-ref-mov.
           perform Trata-movimento.
           perform Le-caixa.

               move CODIGO-TRAN to ws-conta-mov
               move TIPO-TRAN to ws-tipo-mov
               move VALOR-TRAN to ws-valor-mov
               move spaces to ws-forma-mov
               if TIPO-TRAN = "L"
                   move "C" to ws-forma-mov
               end-if
               move NUM-REF-TRAN to ws-ref-mov
               perform Trata-movimento.
           perform Le-tranlog.

               move ws-conta-mov to det-conta
               move ws-tipo-mov to det-tipo
               move ws-valor-mov to det-valor
               move ws-forma-mov to det-forma
               move ws-ref-mov to det-ref
               write reg-exp from lin-detalhe
               if arqst-exp not = "00"
                   Display "Erro ao gravar EXPFILE - status "
                       arqst-exp
               else
                   add 1 to ws-qtd-exp
                   add ws-valor-mov to ws-total-exp
                   if ws-forma-mov = "C"
                       if ws-origem-mov = "LOC"
                           add ws-valor-mov to ws-deb-loc
                       else
                           add ws-valor-mov to ws-deb-bco.

       Grava-rejeito.
           move ws-origem-mov to rej-origem.
           display "Registros exportados........: " e-qtd-exp.
           display "Registros rejeitados........: " e-qtd-rej.
           display "Valor total exportado.......: " e-total-exp.
           move ws-deb-loc to e-deb-loc.
           move ws-deb-bco to e-deb-bco.
           display "Debito em conta - locadora..: " e-deb-loc.
           display "Debito em conta - banco.....: " e-deb-bco.
           if ws-deb-loc not = ws-deb-bco
               display "ATENCAO: debitos em conta nao conferem - "
                   "verificar referencias".
           display "Interface gerada em expconta.txt".
           display "Rejeitados listados em exprejei.txt".

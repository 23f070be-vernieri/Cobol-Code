           02 Valor-Multa             pic 9(05)V99.
           02 Situacao-Multa          pic x(01).
           02 Data-Pagamento-Multa    pic 9(08).
           02 Tipo-Multa              pic x(01).

       FD  BBSOCIOS label record standard
           value of file-id is "bbsocios.dat".
           02 filler        pic x(12) value "VALOR".
           02 filler        pic x(07) value "DIAS".
           02 filler        pic x(18) value "FAIXA".
           02 filler        pic x(11) value "TIPO".
           02 filler        pic x(49) value spaces.

       01 cab-03.
           02 filler        pic x(07) value "  -----".
           02 filler        pic x(12) value "----------".
           02 filler        pic x(07) value "-----".
           02 filler        pic x(18) value "----------------".
           02 filler        pic x(11) value "---------".
           02 filler        pic x(49) value spaces.

       01 lin-detalhe.
           02 filler        pic x(03) value spaces.
           02 det-dias      pic ZZZZ9.
           02 filler        pic x(02) value spaces.
           02 det-faixa     pic x(16).
           02 filler        pic x(02) value spaces.
           02 det-tipo      pic x(09).
           02 filler        pic x(51) value spaces.

       01 lin-tot-socio.
           02 filler        pic x(28) value
           move Codigo-Titulo-Multa to det-titulo.
           move Valor-Multa to det-valor.
           move ws-dias to det-dias.
           if Tipo-Multa = "R"
               move "REPOSICAO" to det-tipo
           else
               move "ATRASO" to det-tipo.
           if ws-dias > 90
               move "ACIMA DE 90 DIAS" to det-faixa
               add Valor-Multa to ws-val-faixa-4

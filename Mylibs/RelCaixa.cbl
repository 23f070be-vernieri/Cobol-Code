           02 Tipo-Caixa           pic x(01).
           02 Valor-Caixa          pic 9(05)V99.
           02 Visita-Caixa         pic 9(06).
           02 Forma-Caixa          pic x(01).
           02 Ref-Caixa            pic 9(06).
           02 Operador-Caixa       pic x(03).
           02 Sessao-Caixa         pic 9(04).

       FD  RELATO label record standard
           value of file-id is "relcaixa.txt".
       01 ws-qtd-multa      pic 9(05) value zeros.
       01 ws-total-aluguel  pic 9(07)V99 value zeros.
       01 ws-total-multa    pic 9(07)V99 value zeros.
       01 ws-qtd-reposicao  pic 9(05) value zeros.
       01 ws-total-reposicao pic 9(07)V99 value zeros.
       01 ws-total-geral    pic 9(08)V99 value zeros.
       01 ws-total-dinheiro pic 9(08)V99 value zeros.
       01 ws-total-conta    pic 9(08)V99 value zeros.
       01 ws-socio-ant      pic 9(06) value 999999.
       01 ws-visita-ant     pic 9(06) value zeros.
       01 ws-qtd-visita     pic 9(02) value zeros.
           02 filler        pic x(17) value "TIPO".
           02 filler        pic x(12) value "VALOR".
           02 filler        pic x(08) value "VISITA".
           02 filler        pic x(10) value "FORMA".
           02 filler        pic x(08) value "REF.".
           02 filler        pic x(06) value "OPER.".
           02 filler        pic x(06) value "SESSAO".
           02 filler        pic x(43) value spaces.

       01 cab-03.
           02 filler        pic x(07) value "------".
           02 filler        pic x(17) value "----------------".
           02 filler        pic x(12) value "----------".
           02 filler        pic x(08) value "------".
           02 filler        pic x(10) value "--------".
           02 filler        pic x(08) value "------".
           02 filler        pic x(06) value "-----".
           02 filler        pic x(06) value "------".
           02 filler        pic x(43) value spaces.

       01 lin-detalhe.
           02 det-numero    pic ZZZZZ9.
           02 det-valor     pic ZZ.ZZ9,99.
           02 filler        pic x(03) value spaces.
           02 det-visita    pic ZZZZZ9.
           02 filler        pic x(02) value spaces.
           02 det-forma     pic x(08).
           02 filler        pic x(02) value spaces.
           02 det-ref       pic ZZZZZ9.
           02 filler        pic x(02) value spaces.
           02 det-operador  pic x(03).
           02 filler        pic x(03) value spaces.
           02 det-sessao    pic ZZZ9.
           02 filler        pic x(45) value spaces.

       01 lin-tot-visita.
           02 filler        pic x(30) value
           02 tot-val-mul   pic ZZZZ.ZZ9,99.
           02 filler        pic x(83) value spaces.

       01 lin-tot-reposicao.
           02 filler        pic x(30) value
              "REPOSICAO DE EXEMPLARES.:".
           02 tot-qtd-rep   pic ZZZZ9.
           02 filler        pic x(03) value spaces.
           02 tot-val-rep   pic ZZZZ.ZZ9,99.
           02 filler        pic x(83) value spaces.

       01 lin-tot-geral.
           02 filler        pic x(30) value
              "TOTAL DO CAIXA..........:".
           02 tot-val-ger   pic ZZZZZ.ZZ9,99.
           02 filler        pic x(82) value spaces.

       01 lin-tot-dinheiro.
           02 filler        pic x(30) value
              "  RECEBIDO EM DINHEIRO..:".
           02 filler        pic x(05) value spaces.
           02 filler        pic x(03) value spaces.
           02 tot-val-din   pic ZZZZZ.ZZ9,99.
           02 filler        pic x(82) value spaces.

       01 lin-tot-conta.
           02 filler        pic x(30) value
              "  DEBITO EM CONTA.......:".
           02 filler        pic x(05) value spaces.
           02 filler        pic x(03) value spaces.
           02 tot-val-cta   pic ZZZZZ.ZZ9,99.
           02 filler        pic x(82) value spaces.

       Procedure Division.
       Inicio.
           Move function current-date to data-sis.
               move Codigo-Titulo-Caixa to det-titulo
               move Valor-Caixa to det-valor
               move Visita-Caixa to det-visita
               move Ref-Caixa to det-ref
               move Operador-Caixa to det-operador
               move Sessao-Caixa to det-sessao
               if Forma-Caixa = "C"
                   move "CONTA" to det-forma
                   add Valor-Caixa to ws-total-conta
               else
                   move "DINHEIRO" to det-forma
                   add Valor-Caixa to ws-total-dinheiro
               end-if
               if Tipo-Caixa = "A"
                   move "ALUGUEL" to det-tipo
                   add 1 to ws-qtd-aluguel
                   add Valor-Caixa to ws-total-aluguel
               else
               if Tipo-Caixa = "R"
                   move "REPOSICAO" to det-tipo
                   add 1 to ws-qtd-reposicao
                   add Valor-Caixa to ws-total-reposicao
               else
                   move "MULTA" to det-tipo
                   add 1 to ws-qtd-multa
                   add Valor-Caixa to ws-total-multa
               end-if
               end-if
               if Visita-Caixa > zeros
                   add 1 to ws-qtd-visita
                   add Valor-Caixa to ws-val-visita
       Totais.
           perform Fecha-visita.
           compute ws-total-geral =
               ws-total-aluguel + ws-total-multa + ws-total-reposicao.
           move ws-qtd-aluguel to tot-qtd-alu.
           move ws-total-aluguel to tot-val-alu.
           move ws-qtd-multa to tot-qtd-mul.
           move ws-total-multa to tot-val-mul.
           move ws-qtd-reposicao to tot-qtd-rep.
           move ws-total-reposicao to tot-val-rep.
           move ws-total-geral to tot-val-ger.
           move ws-total-dinheiro to tot-val-din.
           move ws-total-conta to tot-val-cta.
           perform Salta-linha.
           move spaces to reg-relato.
           write reg-relato after advancing 1 line.
               after advancing 1 line.
           write reg-relato from lin-tot-multa
               after advancing 1 line.
           write reg-relato from lin-tot-reposicao
               after advancing 1 line.
           write reg-relato from lin-tot-geral
               after advancing 1 line.
           write reg-relato from lin-tot-dinheiro
               after advancing 1 line.
           write reg-relato from lin-tot-conta
               after advancing 1 line.

       Imprime-linha.
           perform Salta-linha.

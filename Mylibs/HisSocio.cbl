           02 Data-Prevista-Devolucao    pic 9(08).
           02 Data-Devolucao             pic 9(08).
           02 Codigo-Titulo-Movto        pic 9(04).
           02 Exemplar-Movto             pic 9(03).
           02 Ocorrencia-Movto           pic x(01).

       FD  BBMOVHIS label record standard
           value of file-id is "bbmovhis.dat".
           02 Data-Prevista-His          pic 9(08).
           02 Data-Devolucao-His         pic 9(08).
           02 Codigo-Titulo-His          pic 9(04).
           02 Exemplar-His               pic 9(03).
           02 Ocorrencia-His             pic x(01).

       Working-storage section.
       01 arqst             pic x(02).
       01 ws-fim-lista      pic x(01) value "N".
       01 ws-qtd-movtos     pic 9(05) value zeros.
       01 ws-numero         pic 9(06) value zeros.
       01 ws-ocorrencia     pic x(01) value spaces.
       01 e-numero          pic ZZZZZ9.
       01 e-qtd-movtos      pic ZZZZ9.

           02 filler        pic x(02) value spaces.
           02 det-codigo    pic ZZZ9.
           02 filler        pic x(02) value spaces.
           02 det-exemplar  pic ZZ9.
           02 filler        pic x(02) value spaces.
           02 det-retirada  pic 9(08).
           02 filler        pic x(02) value spaces.
           02 det-devolucao pic x(08).
           02 filler        pic x(03) value spaces.
           02 det-ocorrencia pic x(07).

       Procedure Division.
       Inicio.
           not invalid key
               move Numero to e-numero
               display "Socio " e-numero " - " Nome
               display "Ficha Titulo                Cod.  Exe  "
                   "Retirada  Devolucao  Ocorr."
               display "----- -------------------- ----- ---  "
                   "--------  ---------  -------"
               move zeros to ws-qtd-movtos
               perform Lista-movtos
               if ws-tem-his = "S"
                   move Sequencia-Movto to det-ficha
                   move Titulo-Movto to det-titulo
                   move Codigo-Titulo-Movto to det-codigo
                   move Exemplar-Movto to det-exemplar
                   move Ocorrencia-Movto to ws-ocorrencia
                   perform Descreve-ocorrencia
                   move Data-Retirada to det-retirada
                   if Data-Devolucao = zeros
                       move "ABERTO" to det-devolucao
                   move Sequencia-Movhis to det-ficha
                   move Titulo-Movhis to det-titulo
                   move Codigo-Titulo-His to det-codigo
                   move Exemplar-His to det-exemplar
                   move Ocorrencia-His to ws-ocorrencia
                   perform Descreve-ocorrencia
                   move Data-Retirada-His to det-retirada
                   move Data-Devolucao-His to det-devolucao
                   display lin-detalhe
                   add 1 to ws-qtd-movtos.

       Descreve-ocorrencia.
           if ws-ocorrencia = "A"
               move "AVARIA" to det-ocorrencia
           else
               if ws-ocorrencia = "P"
                   move "PERDIDO" to det-ocorrencia
               else
                   move spaces to det-ocorrencia.

           02 Data-Prevista-Devolucao    pic 9(08).
           02 Data-Devolucao             pic 9(08).
           02 Codigo-Titulo-Movto        pic 9(04).
           02 Exemplar-Movto             pic 9(03).
           02 Ocorrencia-Movto           pic x(01).

       FD  BBSOCIOS label record standard
           value of file-id is "bbsocios.dat".

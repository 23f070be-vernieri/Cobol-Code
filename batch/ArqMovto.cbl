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

       FD  BBRUNCTL label record standard
           value of file-id is "bbrunctl.dat".

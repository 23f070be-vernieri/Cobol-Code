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

       FD  BBCAIXA label record standard
           value of file-id is "bbcaixa.dat".
           02 Tipo-Caixa           pic x(01).
           02 Valor-Caixa          pic 9(05)V99.
           02 Visita-Caixa         pic 9(06).
           02 Forma-Caixa          pic x(01).
           02 Ref-Caixa            pic 9(06).
           02 Operador-Caixa       pic x(03).
           02 Sessao-Caixa         pic 9(04).

       FD  RELATO label record standard
           value of file-id is "reltitulo.txt".

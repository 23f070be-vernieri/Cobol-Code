           alternate record key Nome-Titulo with duplicates
           file status arqst-titulos.

           Select BBEXEMPLAR assign to disk
           organization indexed
           access mode dynamic
           record key Chave-Exemplar
           file status arqst-exemplar.

           Select BBRUNCTL assign to disk
           organization indexed
           access mode dynamic
           02 Data-Prevista-Devolucao    pic 9(08).
           02 Data-Devolucao             pic 9(08).
           02 Codigo-Titulo-Movto        pic 9(04).
           02 Exemplar-Movto             pic 9(03).
           02 Ocorrencia-Movto           pic x(01).

       FD  CLIENTES label record standard
           data record is REG-CLI
           02 TENTATIVAS   pic 9(01).
           02 BLOQUEADA    pic x(01).
           02 LIMITE-DIARIO pic 9(05)V99.
           02 SITUACAO-CONTA pic x(01).
           02 DATA-SITUACAO pic 9(08).

       FD  BBRESERVA label record standard
           value of file-id is "bbreserva.dat".
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

       FD  BBRUNCTL label record standard
           value of file-id is "bbrunctl.dat".
       01 reg-runctl.
       01 arqst-clientes    pic x(02).
       01 arqst-reserva     pic x(02).
       01 arqst-titulos     pic x(02).
       01 arqst-exemplar    pic x(02).
       01 ws-exemplar-ok    pic x(01) value "N".
       01 ws-achou-exe      pic x(01) value "N".
       01 ws-eof-socios     pic x(01) value "N".
       01 ws-eof-situacao   pic x(01) value "N".
       01 ws-eof-movsoc     pic x(01) value "N".
           If ws-reservas-ok = "S"
               Close BBRESERVA
               Close BBTITULOS.
           If ws-exemplar-ok = "S"
               Close BBEXEMPLAR.
           Close BBRUNCTL.
           stop run.

                       arqst-titulos " - reservas nao expiradas"
                   Close BBRESERVA
                   Move "N" to ws-reservas-ok.
           If ws-reservas-ok = "S"
               Move "S" to ws-exemplar-ok
               Open i-o BBEXEMPLAR
               If arqst-exemplar not = "00"
                   Display "BBEXEMPLAR nao disponivel - status "
                       arqst-exemplar " - exemplares retidos mantidos"
                   Move "N" to ws-exemplar-ok.

       Totaliza-socios.
           perform Le-socio.
               end-if
               rewrite reg-titulo invalid key
                   display "Erro ao atualizar titulo " Codigo-Titulo.
           if ws-exemplar-ok = "S"
               perform Libera-exemplar.

       Libera-exemplar.
           move "N" to ws-achou-exe.
           move ws-codigo-res to Codigo-Titulo-Exe.
           move zeros to Numero-Exe.
           start BBEXEMPLAR key is not less than Chave-Exemplar
               invalid key continue
           end-start.
           if arqst-exemplar = "00"
               perform Le-exemplar-retido
                   until ws-achou-exe = "S"
                       or arqst-exemplar not = "00"
                       or Codigo-Titulo-Exe not = ws-codigo-res.
           if ws-achou-exe = "S"
               move "D" to Situacao-Exe
               move data-sis to Data-Situacao-Exe
               rewrite reg-exemplar invalid key
                   display "Erro ao liberar exemplar " Chave-Exemplar.

       Le-exemplar-retido.
           read BBEXEMPLAR next record at end
               move "10" to arqst-exemplar.
           if arqst-exemplar = "00"
               and Codigo-Titulo-Exe = ws-codigo-res
               and Situacao-Exe = "R"
               move "S" to ws-achou-exe.

       Imprime-relatorio.
           move "FIMDIA" to Programa-Ctl.

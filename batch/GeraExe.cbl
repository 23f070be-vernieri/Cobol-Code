       Identification Division.
       Program-Id.  GeraExe.

       Environment Division.
       CONFIGURATION SECTION.
           Special-names.   decimal-point is comma.

       INPUT-OUTPUT SECTION.
       File-Control.
           Select BBTITULOS assign to disk
           organization indexed
           access mode sequential
           record key Codigo-Titulo
           alternate record key Nome-Titulo with duplicates
           file status arqst-titulos.

           Select BBEXEMPLAR assign to disk
           organization indexed
           access mode dynamic
           record key Chave-Exemplar
           file status arqst-exemplar.

           Select BBMOVTO assign to disk
           organization indexed
           access mode sequential
           record key Chave-Movto
           file status arqst-movto.

           Select BBRESERVA assign to disk
           organization indexed
           access mode sequential
           record key Chave-Reserva
           file status arqst-reserva.

           Select BBRUNCTL assign to disk
           organization indexed
           access mode dynamic
           record key Chave-Runctl
           file status arqst-runctl.

       Data Division.
       File Section.
       FD  BBTITULOS label record standard
           value of file-id is "bbtitulos.dat".
       01 reg-titulo.
           02 Codigo-Titulo    pic 9(04).
           02 Nome-Titulo      pic x(20).
           02 Genero-Titulo    pic x(15).
           02 Categoria-Titulo pic 9(02).
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

       FD  BBMOVTO label record standard
           value of file-id is "bbmovto.dat".
       01 reg-movto.
           02 Chave-Movto.
               03 Numero-Movto           pic 9(06).
               03 Sequencia-Movto        pic 9(04).
           02 Titulo-Movto               pic x(20).
           02 Data-Retirada              pic 9(08).
           02 Data-Prevista-Devolucao    pic 9(08).
           02 Data-Devolucao             pic 9(08).
           02 Codigo-Titulo-Movto        pic 9(04).
           02 Exemplar-Movto             pic 9(03).
           02 Ocorrencia-Movto           pic x(01).

       FD  BBRESERVA label record standard
           value of file-id is "bbreserva.dat".
       01 reg-reserva.
           02 Chave-Reserva.
               03 Codigo-Titulo-Res   pic 9(04).
               03 Sequencia-Res       pic 9(04).
           02 Numero-Res              pic 9(06).
           02 Data-Reserva            pic 9(08).
           02 Situacao-Res            pic x(01).
           02 Data-Aviso-Res          pic 9(08).

       FD  BBRUNCTL label record standard
           value of file-id is "bbrunctl.dat".
       01 reg-runctl.
           02 Chave-Runctl.
               03 Programa-Ctl       pic x(08).
               03 Data-Ctl           pic 9(08).
           02 Completo-Ctl           pic x(01).
           02 Parametro-Ctl          pic 9(08).
           02 Qtd-Ctl-1              pic 9(06).
           02 Qtd-Ctl-2              pic 9(06).
           02 Qtd-Ctl-3              pic 9(06).
           02 Qtd-Ctl-4              pic 9(06).

       Working-storage section.
       01 arqst-titulos     pic x(02).
       01 arqst-exemplar    pic x(02).
       01 arqst-movto       pic x(02).
       01 arqst-reserva     pic x(02).
       01 arqst-runctl      pic x(02).
       01 ws-eof            pic x(01) value "N".
       01 ws-tem-movto      pic x(01) value "N".
       01 ws-tem-reserva    pic x(01) value "N".
       01 ws-ja-tem         pic x(01) value "N".
       01 ws-codigo         pic 9(04) value zeros.
       01 ws-situacao       pic x(01) value spaces.
       01 ws-lidos          pic 9(05) value zeros.
       01 ws-convertidos    pic 9(05) value zeros.
       01 ws-qtd-fora       pic 9(05) value zeros.
       01 ws-qtd-retido     pic 9(05) value zeros.
       01 ws-qtd-livre      pic 9(05) value zeros.
       01 ws-divergentes    pic 9(05) value zeros.
       01 e-lidos           pic ZZZZ9.
       01 e-convertidos     pic ZZZZ9.
       01 e-qtd-fora        pic ZZZZ9.
       01 e-qtd-retido      pic ZZZZ9.
       01 e-qtd-livre       pic ZZZZ9.
       01 e-divergentes     pic ZZZZ9.

       01 data-sis.
           02 ano   pic 9(04).
           02 mes   pic 9(02).
           02 dia   pic 9(02).
       01 data-sis-num redefines data-sis pic 9(08).

       01 tab-titulos.
           02 tt-titulo occurs 9999 times.
               03 tt-converte   pic x(01).
               03 tt-total      pic 9(03).
               03 tt-ultimo     pic 9(03).
       01 ix                pic 9(04) value zeros.

       Procedure Division.
       Inicio.
           Move function current-date to data-sis.
           Perform Confere-conversao.
           Perform Abre-arquivos.
           Perform Seleciona-titulos.
           Perform Exemplares-fora.
           Perform Exemplares-retidos.
           Perform Exemplares-livres.
           Perform Imprime-resumo.
           Close BBTITULOS.
           Close BBEXEMPLAR.
           If ws-tem-movto = "S"
               Close BBMOVTO.
           If ws-tem-reserva = "S"
               Close BBRESERVA.
           stop run.

      *    BBMOVTO e lido e regravado no layout com Exemplar-Movto;
      *    so roda depois que ConvArq converteu o arquivo.
       Confere-conversao.
           Open input BBRUNCTL.
           If arqst-runctl not = "00"
               Display "BBRUNCTL nao disponivel - status "
                   arqst-runctl " - executar ConvArq antes de GeraExe"
               stop run.
           move "CNVMOVTO" to Programa-Ctl.
           move zeros to Data-Ctl.
           read BBRUNCTL key is Chave-Runctl invalid key
               move "N" to Completo-Ctl.
           Close BBRUNCTL.
           If Completo-Ctl not = "S"
               Display "BBMOVTO ainda nao convertido - executar "
                   "ConvArq antes de GeraExe"
               stop run.

       Abre-arquivos.
           Open input BBTITULOS.
           If arqst-titulos not = "00"
               Display "Erro na abertura de BBTITULOS - status "
                   arqst-titulos
               stop run.
           Open i-o BBEXEMPLAR.
           If arqst-exemplar = "35"
               Open output BBEXEMPLAR
               Close BBEXEMPLAR
               Open i-o BBEXEMPLAR.
           If arqst-exemplar not = "00"
               Display "Erro na abertura de BBEXEMPLAR - status "
                   arqst-exemplar
               Close BBTITULOS
               stop run.
           Move "S" to ws-tem-movto.
           Open i-o BBMOVTO.
           If arqst-movto not = "00"
               Display "BBMOVTO nao disponivel - status "
                   arqst-movto " - nenhum exemplar marcado como fora"
               Move "N" to ws-tem-movto.
           Move "S" to ws-tem-reserva.
           Open input BBRESERVA.
           If arqst-reserva not = "00"
               Display "BBRESERVA nao disponivel - status "
                   arqst-reserva " - nenhum exemplar retido"
               Move "N" to ws-tem-reserva.

       Seleciona-titulos.
           move 1 to ix.
           perform Limpa-tabela until ix > 9999.
           move "N" to ws-eof.
           perform Le-titulo.
           perform Avalia-titulo until ws-eof = "S".

       Limpa-tabela.
           move "N" to tt-converte(ix).
           move zeros to tt-total(ix) tt-ultimo(ix).
           add 1 to ix.

       Le-titulo.
           read BBTITULOS next record at end move "S" to ws-eof.

       Avalia-titulo.
           add 1 to ws-lidos.
           if Codigo-Titulo > zeros
               perform Verifica-exemplares
               if ws-ja-tem = "N"
                   move "S" to tt-converte(Codigo-Titulo)
                   move Copias-Total to tt-total(Codigo-Titulo)
                   add 1 to ws-convertidos
               end-if
           end-if.
           perform Le-titulo.

       Verifica-exemplares.
           move "N" to ws-ja-tem.
           move Codigo-Titulo to Codigo-Titulo-Exe.
           move zeros to Numero-Exe.
           start BBEXEMPLAR key is not less than Chave-Exemplar
               invalid key continue
           end-start.
           if arqst-exemplar = "00"
               read BBEXEMPLAR next record at end
                   move "10" to arqst-exemplar
               end-read
               if arqst-exemplar = "00"
                   and Codigo-Titulo-Exe = Codigo-Titulo
                   move "S" to ws-ja-tem.

       Exemplares-fora.
           if ws-tem-movto = "S"
               move "N" to ws-eof
               perform Le-movto
               perform Avalia-movto until ws-eof = "S".

       Le-movto.
           read BBMOVTO next record at end move "S" to ws-eof.

       Avalia-movto.
           if Data-Devolucao = zeros and Exemplar-Movto = zeros
                   and Codigo-Titulo-Movto > zeros
               if tt-converte(Codigo-Titulo-Movto) = "S"
                   move Codigo-Titulo-Movto to ws-codigo
                   move "F" to ws-situacao
                   perform Grava-exemplar
                   move tt-ultimo(ws-codigo) to Exemplar-Movto
                   rewrite reg-movto invalid key
                       display "Erro ao atualizar movimento "
                           Chave-Movto
                   end-rewrite
                   add 1 to ws-qtd-fora
               end-if
           end-if.
           perform Le-movto.

       Exemplares-retidos.
           if ws-tem-reserva = "S"
               move "N" to ws-eof
               perform Le-reserva
               perform Avalia-reserva until ws-eof = "S".

       Le-reserva.
           read BBRESERVA next record at end move "S" to ws-eof.

       Avalia-reserva.
           if Situacao-Res = "H" and Codigo-Titulo-Res > zeros
               if tt-converte(Codigo-Titulo-Res) = "S"
                   move Codigo-Titulo-Res to ws-codigo
                   move "R" to ws-situacao
                   perform Grava-exemplar
                   add 1 to ws-qtd-retido
               end-if
           end-if.
           perform Le-reserva.

       Exemplares-livres.
           move 1 to ix.
           perform Completa-titulo until ix > 9999.

       Completa-titulo.
           if tt-converte(ix) = "S"
               if tt-ultimo(ix) > tt-total(ix)
                   add 1 to ws-divergentes
                   display "Titulo " ix " com mais copias fora que "
                       "possuidas - verificar cadastro"
               end-if
               move ix to ws-codigo
               move "D" to ws-situacao
               perform Grava-livre
                   until tt-ultimo(ix) not < tt-total(ix)
           end-if.
           add 1 to ix.

       Grava-livre.
           perform Grava-exemplar.
           add 1 to ws-qtd-livre.

       Grava-exemplar.
           add 1 to tt-ultimo(ws-codigo).
           move ws-codigo to Codigo-Titulo-Exe.
           move tt-ultimo(ws-codigo) to Numero-Exe.
           move ws-situacao to Situacao-Exe.
           move "B" to Condicao-Exe.
           move data-sis to Data-Aquisicao-Exe.
           move data-sis to Data-Situacao-Exe.
           write reg-exemplar invalid key
               display "Erro ao gravar exemplar " Chave-Exemplar.

       Imprime-resumo.
           move ws-lidos to e-lidos.
           move ws-convertidos to e-convertidos.
           move ws-qtd-fora to e-qtd-fora.
           move ws-qtd-retido to e-qtd-retido.
           move ws-qtd-livre to e-qtd-livre.
           move ws-divergentes to e-divergentes.
           display " ".
           display "GERACAO DE EXEMPLARES".
           display "Titulos lidos...............: " e-lidos.
           display "Titulos sem exemplares......: " e-convertidos.
           display "Exemplares fora (retiradas).: " e-qtd-fora.
           display "Exemplares retidos (reserva): " e-qtd-retido.
           display "Exemplares disponiveis......: " e-qtd-livre.
           display "Titulos com divergencia.....: " e-divergentes.

       Identification Division.
       Program-Id.  Avisos.

       Environment Division.
       CONFIGURATION SECTION.
           Special-names.   decimal-point is comma.

       INPUT-OUTPUT SECTION.
       File-Control.
           Select BBMOVTO assign to disk
           organization indexed
           access mode sequential
           record key Chave-Movto
           file status arqst-movto.

           Select BBSOCIOS assign to disk
           organization indexed
           access mode random
           record key Numero
           alternate record key Nome with duplicates
           alternate record key Endereco with duplicates
           file status arqst-socios.

           Select BBRESERVA assign to disk
           organization indexed
           access mode sequential
           record key Chave-Reserva
           file status arqst-reserva.

           Select BBTITULOS assign to disk
           organization indexed
           access mode random
           record key Codigo-Titulo
           alternate record key Nome-Titulo with duplicates
           file status arqst-titulos.

           Select BBAVISO assign to disk
           organization indexed
           access mode dynamic
           record key Chave-Aviso
           file status arqst-aviso.

           Select CARTAS assign to disk
           organization sequential
           file status arqst-cartas.

           Select LIGACOES assign to disk
           organization sequential
           file status arqst-ligacoes.

       Data Division.
       File Section.
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

       FD  BBSOCIOS label record standard
           value of file-id is "bbsocios.dat".
       01 reg-socio.
           02 Numero       pic 9(06).
           02 Nome         pic x(30).
           02 Endereco     pic x(20).
           02 Cidade       pic x(20).
           02 Telefone     pic x(20).
           02 Livros       pic 9(01).
           02 Situacao-Socio pic x(01).

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

       FD  BBTITULOS label record standard
           value of file-id is "bbtitulos.dat".
       01 reg-titulo.
           02 Codigo-Titulo    pic 9(04).
           02 Nome-Titulo      pic x(20).
           02 Genero-Titulo    pic x(15).
           02 Categoria-Titulo pic 9(02).
           02 Copias-Total     pic 9(03).
           02 Copias-Fora      pic 9(03).

       FD  BBAVISO label record standard
           value of file-id is "bbaviso.dat".
       01 reg-aviso.
           02 Chave-Aviso.
               03 Numero-Aviso        pic 9(06).
               03 Tipo-Aviso          pic x(01).
               03 Referencia-Aviso    pic 9(08).
           02 Data-Envio-Aviso        pic 9(08).
           02 Titulo-Aviso            pic x(20).
           02 Data-Base-Aviso         pic 9(08).
           02 Dias-Atraso-Aviso       pic 9(05).

       FD  CARTAS label record standard
           value of file-id is "cartas.txt".
       01 reg-carta        pic x(80).

       FD  LIGACOES label record standard
           value of file-id is "ligacoes.txt".
       01 reg-ligacao      pic x(132).

       Working-storage section.
       01 arqst-movto       pic x(02).
       01 arqst-socios      pic x(02).
       01 arqst-reserva     pic x(02).
       01 arqst-titulos     pic x(02).
       01 arqst-aviso       pic x(02).
       01 arqst-cartas      pic x(02).
       01 arqst-ligacoes    pic x(02).
       01 ws-reservas-ok    pic x(01) value "N".
       01 ws-eof            pic x(01) value "N".
       01 ws-ja-enviado     pic x(01) value "N".
       01 ws-socio-ok       pic x(01) value "N".
       01 ws-hoje-int       pic 9(08) value zeros.
       01 ws-limite-int     pic 9(08) value zeros.
       01 ws-dias           pic s9(05) value zeros.
       01 ws-nivel          pic 9(01) value zeros.
       01 ws-dias-aviso-1   pic 9(03) value 3.
       01 ws-dias-aviso-2   pic 9(03) value 10.
       01 ws-dias-aviso-3   pic 9(03) value 20.
       01 ws-prazo-reserva  pic 9(02) value 3.
       01 ws-linha          pic 9(02) value 99.
       01 ws-pagina         pic 9(04) value zeros.
       01 ws-qtd-aviso-1    pic 9(05) value zeros.
       01 ws-qtd-aviso-2    pic 9(05) value zeros.
       01 ws-qtd-aviso-3    pic 9(05) value zeros.
       01 ws-qtd-reserva    pic 9(05) value zeros.
       01 ws-qtd-repetido   pic 9(05) value zeros.
       01 ws-qtd-sem-socio  pic 9(05) value zeros.
       01 ws-qtd-total      pic 9(05) value zeros.
       01 e-qtd-aviso-1     pic ZZZZ9.
       01 e-qtd-aviso-2     pic ZZZZ9.
       01 e-qtd-aviso-3     pic ZZZZ9.
       01 e-qtd-reserva     pic ZZZZ9.
       01 e-qtd-repetido    pic ZZZZ9.
       01 e-qtd-sem-socio   pic ZZZZ9.

       01 w-aviso.
           02 Numero-W        pic 9(06).
           02 Tipo-W          pic x(01).
           02 Referencia-W    pic 9(08).
           02 Titulo-W        pic x(20).
           02 Data-Base-W     pic 9(08).
           02 Dias-W          pic 9(05).
           02 Ficha-W         pic 9(04).
           02 Assunto-W       pic x(25).

       01 data-sis.
           02 ano   pic 9(04).
           02 mes   pic 9(02).
           02 dia   pic 9(02).
       01 data-sis-num redefines data-sis pic 9(08).

       01 ws-data-desm.
           02 ws-data-ano   pic 9(04).
           02 ws-data-mes   pic 9(02).
           02 ws-data-dia   pic 9(02).

       01 ws-data-edit.
           02 ed-dia        pic 9(02).
           02 filler        pic x(01) value "/".
           02 ed-mes        pic 9(02).
           02 filler        pic x(01) value "/".
           02 ed-ano        pic 9(04).

       01 car-cab.
           02 filler        pic x(14) value "VIDEO LOCADORA".
           02 filler        pic x(44) value spaces.
           02 filler        pic x(08) value "Santos, ".
           02 car-dia       pic 9(02).
           02 filler        pic x(01) value "/".
           02 car-mes       pic 9(02).
           02 filler        pic x(01) value "/".
           02 car-ano       pic 9(04).
           02 filler        pic x(04) value spaces.

       01 car-endereco.
           02 filler        pic x(05) value spaces.
           02 car-texto     pic x(30).
           02 filler        pic x(45) value spaces.

       01 car-ref.
           02 filler        pic x(06) value "Ref.: ".
           02 car-assunto   pic x(25).
           02 filler        pic x(49) value spaces.

       01 car-saudacao.
           02 filler        pic x(27) value
              "Prezado(a) socio(a) numero ".
           02 car-numero    pic 9(06).
           02 filler        pic x(01) value ",".
           02 filler        pic x(46) value spaces.

       01 car-det.
           02 filler        pic x(05) value spaces.
           02 car-det-rot   pic x(24).
           02 car-det-val   pic x(20).
           02 filler        pic x(31) value spaces.

       01 car-dias-e        pic ZZZZ9.
       01 car-ficha-e       pic ZZZ9.

       01 cab-01.
           02 filler        pic x(14) value "VIDEO LOCADORA".
           02 filler        pic x(26) value spaces.
           02 filler        pic x(42) value
              "LISTA DE LIGACOES - AVISOS DO DIA".
           02 filler        pic x(25) value spaces.
           02 filler        pic x(05) value "DATA ".
           02 cab-dia       pic 9(02).
           02 filler        pic x(01) value "/".
           02 cab-mes       pic 9(02).
           02 filler        pic x(01) value "/".
           02 cab-ano       pic 9(04).
           02 filler        pic x(02) value spaces.
           02 filler        pic x(04) value "PAG.".
           02 cab-pagina    pic ZZZ9.

       01 cab-02.
           02 filler        pic x(07) value "SOCIO".
           02 filler        pic x(31) value "NOME".
           02 filler        pic x(21) value "TELEFONE".
           02 filler        pic x(26) value "AVISO".
           02 filler        pic x(21) value "TITULO".
           02 filler        pic x(12) value "DATA".
           02 filler        pic x(14) value "DIAS ATRASO".

       01 cab-03.
           02 filler        pic x(07) value "------".
           02 filler        pic x(31) value
              "------------------------------".
           02 filler        pic x(21) value "--------------------".
           02 filler        pic x(26) value
              "-------------------------".
           02 filler        pic x(21) value "--------------------".
           02 filler        pic x(12) value "----------".
           02 filler        pic x(14) value "-----------".

       01 lin-detalhe.
           02 det-numero    pic ZZZZZ9.
           02 filler        pic x(01) value spaces.
           02 det-nome      pic x(30).
           02 filler        pic x(01) value spaces.
           02 det-telefone  pic x(20).
           02 filler        pic x(01) value spaces.
           02 det-aviso     pic x(25).
           02 filler        pic x(01) value spaces.
           02 det-titulo    pic x(20).
           02 filler        pic x(01) value spaces.
           02 det-data      pic x(10).
           02 filler        pic x(03) value spaces.
           02 det-dias      pic ZZZZ9.
           02 filler        pic x(08) value spaces.

       01 lin-total.
           02 filler        pic x(25) value
              "TOTAL DE AVISOS.........:".
           02 filler        pic x(01) value spaces.
           02 tot-geral-e   pic ZZZZ9.
           02 filler        pic x(101) value spaces.

       Procedure Division.
       Inicio.
           Move function current-date to data-sis.
           Compute ws-hoje-int =
               function integer-of-date(data-sis-num).
           Perform Abre-arquivos.
           Perform Avisos-atraso.
           Perform Avisos-reserva.
           Perform Imprime-total.
           Perform Imprime-resumo.
           Close BBMOVTO.
           Close BBSOCIOS.
           Close BBAVISO.
           Close CARTAS.
           Close LIGACOES.
           If ws-reservas-ok = "S"
               Close BBRESERVA
               Close BBTITULOS.
           stop run.

       Abre-arquivos.
           Open input BBMOVTO.
           If arqst-movto not = "00"
               Display "Erro na abertura de BBMOVTO - status "
                   arqst-movto
               stop run.
           Open input BBSOCIOS.
           If arqst-socios not = "00"
               Display "Erro na abertura de BBSOCIOS - status "
                   arqst-socios
               Close BBMOVTO
               stop run.
           Open i-o BBAVISO.
           If arqst-aviso = "35"
               Open output BBAVISO
               Close BBAVISO
               Open i-o BBAVISO.
           If arqst-aviso not = "00"
               Display "Erro na abertura de BBAVISO - status "
                   arqst-aviso
               Close BBMOVTO
               Close BBSOCIOS
               stop run.
           Open output CARTAS.
           If arqst-cartas not = "00"
               Display "Erro na abertura de CARTAS - status "
                   arqst-cartas
               Close BBMOVTO
               Close BBSOCIOS
               Close BBAVISO
               stop run.
           Open output LIGACOES.
           If arqst-ligacoes not = "00"
               Display "Erro na abertura de LIGACOES - status "
                   arqst-ligacoes
               Close BBMOVTO
               Close BBSOCIOS
               Close BBAVISO
               Close CARTAS
               stop run.
           Move "S" to ws-reservas-ok.
           Open input BBRESERVA.
           If arqst-reserva not = "00"
               Display "BBRESERVA nao disponivel - status "
                   arqst-reserva " - avisos de reserva nao emitidos"
               Move "N" to ws-reservas-ok
           else
               Open input BBTITULOS
               If arqst-titulos not = "00"
                   Display "BBTITULOS nao disponivel - status "
                       arqst-titulos
                       " - avisos de reserva nao emitidos"
                   Close BBRESERVA
                   Move "N" to ws-reservas-ok.

       Avisos-atraso.
           move "N" to ws-eof.
           perform Le-movto.
           perform Avalia-movto until ws-eof = "S".

       Le-movto.
           read BBMOVTO next record at end move "S" to ws-eof.

       Avalia-movto.
           if Data-Devolucao = zeros
                   and Data-Prevista-Devolucao not = zeros
               compute ws-dias = ws-hoje-int -
                   function integer-of-date(Data-Prevista-Devolucao)
               perform Calcula-nivel
               if ws-nivel > 0
                   move Numero-Movto to Numero-W
                   move ws-nivel to Tipo-W
                   move Sequencia-Movto to Referencia-W Ficha-W
                   move Titulo-Movto to Titulo-W
                   move Data-Prevista-Devolucao to Data-Base-W
                   move ws-dias to Dias-W
                   perform Verifica-aviso
                   if ws-ja-enviado = "N"
                       perform Emite-aviso
                   end-if
               end-if
           end-if.
           perform Le-movto.

       Calcula-nivel.
           move zeros to ws-nivel.
           if ws-dias not < ws-dias-aviso-1
               move 1 to ws-nivel.
           if ws-dias not < ws-dias-aviso-2
               move 2 to ws-nivel.
           if ws-dias not < ws-dias-aviso-3
               move 3 to ws-nivel.

       Avisos-reserva.
           if ws-reservas-ok = "S"
               move "N" to ws-eof
               perform Le-reserva
               perform Avalia-reserva until ws-eof = "S".

       Le-reserva.
           read BBRESERVA next record at end move "S" to ws-eof.

       Avalia-reserva.
           if Situacao-Res = "H" and Data-Aviso-Res not = zeros
               move Numero-Res to Numero-W
               move "R" to Tipo-W
               compute Referencia-W =
                   Codigo-Titulo-Res * 10000 + Sequencia-Res
               move Sequencia-Res to Ficha-W
               perform Busca-titulo
               compute ws-limite-int =
                   function integer-of-date(Data-Aviso-Res)
                   + ws-prazo-reserva
               compute Data-Base-W =
                   function date-of-integer(ws-limite-int)
               move zeros to Dias-W
               perform Verifica-aviso
               if ws-ja-enviado = "N"
                   perform Emite-aviso
               end-if
           end-if.
           perform Le-reserva.

       Busca-titulo.
           move Codigo-Titulo-Res to Codigo-Titulo.
           read BBTITULOS key is Codigo-Titulo invalid key
               move "*** NAO CADASTRADO" to Nome-Titulo.
           move Nome-Titulo to Titulo-W.

       Verifica-aviso.
           move "N" to ws-ja-enviado.
           move Numero-W to Numero-Aviso.
           move Tipo-W to Tipo-Aviso.
           move Referencia-W to Referencia-Aviso.
           read BBAVISO key is Chave-Aviso
               invalid key continue
               not invalid key
                   move "S" to ws-ja-enviado
                   add 1 to ws-qtd-repetido.

       Emite-aviso.
           perform Busca-socio.
           if ws-socio-ok = "N"
               add 1 to ws-qtd-sem-socio
               display "Socio " Numero-W " nao cadastrado - aviso "
                   Tipo-W " ficha " Ficha-W " nao emitido"
           else
               perform Descreve-aviso
               perform Escreve-carta
               perform Escreve-ligacao
               perform Grava-aviso.

       Busca-socio.
           move "S" to ws-socio-ok.
           move Numero-W to Numero.
           read BBSOCIOS key is Numero invalid key
               move "N" to ws-socio-ok.

       Descreve-aviso.
           evaluate Tipo-W
           when "1"
               move "PRIMEIRO AVISO DE ATRASO" to Assunto-W
               add 1 to ws-qtd-aviso-1
           when "2"
               move "SEGUNDO AVISO DE ATRASO" to Assunto-W
               add 1 to ws-qtd-aviso-2
           when "3"
               move "AVISO FINAL DE ATRASO" to Assunto-W
               add 1 to ws-qtd-aviso-3
           when other
               move "RESERVA DISPONIVEL" to Assunto-W
               add 1 to ws-qtd-reserva
           end-evaluate.
           add 1 to ws-qtd-total.
           move Data-Base-W to ws-data-desm.
           move ws-data-dia to ed-dia.
           move ws-data-mes to ed-mes.
           move ws-data-ano to ed-ano.

       Escreve-carta.
           move dia to car-dia.
           move mes to car-mes.
           move ano to car-ano.
           if ws-qtd-total = 1
               write reg-carta from car-cab after advancing 1 line
           else
               write reg-carta from car-cab after advancing page.
           move spaces to reg-carta.
           write reg-carta after advancing 2 lines.
           move Nome to car-texto.
           write reg-carta from car-endereco after advancing 1 line.
           move Endereco to car-texto.
           write reg-carta from car-endereco after advancing 1 line.
           move Cidade to car-texto.
           write reg-carta from car-endereco after advancing 1 line.
           move Assunto-W to car-assunto.
           write reg-carta from car-ref after advancing 3 lines.
           move Numero-W to car-numero.
           write reg-carta from car-saudacao after advancing 2 lines.
           move spaces to reg-carta.
           write reg-carta after advancing 1 line.
           perform Texto-carta.
           move spaces to reg-carta.
           write reg-carta after advancing 1 line.
           move "Titulo:" to car-det-rot.
           move Titulo-W to car-det-val.
           write reg-carta from car-det after advancing 1 line.
           if Tipo-W = "R"
               perform Detalhe-reserva
           else
               perform Detalhe-atraso.
           move spaces to reg-carta.
           write reg-carta after advancing 1 line.
           move "Atenciosamente," to reg-carta.
           write reg-carta after advancing 2 lines.
           move "Video Locadora" to reg-carta.
           write reg-carta after advancing 2 lines.

       Detalhe-atraso.
           move Ficha-W to car-ficha-e.
           move "Ficha de retirada:" to car-det-rot.
           move car-ficha-e to car-det-val.
           write reg-carta from car-det after advancing 1 line.
           move "Devolucao prevista:" to car-det-rot.
           move ws-data-edit to car-det-val.
           write reg-carta from car-det after advancing 1 line.
           move Dias-W to car-dias-e.
           move "Dias de atraso:" to car-det-rot.
           move car-dias-e to car-det-val.
           write reg-carta from car-det after advancing 1 line.

       Detalhe-reserva.
           move "Retirar ate:" to car-det-rot.
           move ws-data-edit to car-det-val.
           write reg-carta from car-det after advancing 1 line.

       Texto-carta.
           evaluate Tipo-W
           when "1"
               move "Consta em nosso cadastro o livro abaixo,"
                   to reg-carta
               write reg-carta after advancing 1 line
               move "ainda nao devolvido. Pedimos a gentileza de"
                   to reg-carta
               write reg-carta after advancing 1 line
               move "devolve-lo o quanto antes; a multa por dia de"
                   to reg-carta
               write reg-carta after advancing 1 line
               move "atraso continua sendo cobrada."
                   to reg-carta
               write reg-carta after advancing 1 line
           when "2"
               move "Este e o nosso segundo aviso sobre o livro"
                   to reg-carta
               write reg-carta after advancing 1 line
               move "abaixo, ainda nao devolvido. Solicitamos a"
                   to reg-carta
               write reg-carta after advancing 1 line
               move "devolucao imediata para evitar a suspensao do"
                   to reg-carta
               write reg-carta after advancing 1 line
               move "seu cadastro."
                   to reg-carta
               write reg-carta after advancing 1 line
           when "3"
               move "AVISO FINAL. O livro abaixo continua em seu"
                   to reg-carta
               write reg-carta after advancing 1 line
               move "poder. Caso nao seja devolvido, sera cobrado o"
                   to reg-carta
               write reg-carta after advancing 1 line
               move "valor de reposicao do exemplar e o seu cadastro"
                   to reg-carta
               write reg-carta after advancing 1 line
               move "permanecera suspenso."
                   to reg-carta
               write reg-carta after advancing 1 line
           when other
               move "O livro que voce reservou esta separado em seu"
                   to reg-carta
               write reg-carta after advancing 1 line
               move "nome e ficara disponivel para retirada ate a"
                   to reg-carta
               write reg-carta after advancing 1 line
               move "data abaixo. Depois disso a reserva sera"
                   to reg-carta
               write reg-carta after advancing 1 line
               move "cancelada."
                   to reg-carta
               write reg-carta after advancing 1 line
           end-evaluate.

       Escreve-ligacao.
           move Numero-W to det-numero.
           move Nome to det-nome.
           if Telefone = spaces
               move "*** SEM TELEFONE" to det-telefone
           else
               move Telefone to det-telefone.
           move Assunto-W to det-aviso.
           move Titulo-W to det-titulo.
           move ws-data-edit to det-data.
           move Dias-W to det-dias.
           perform Salta-linha.
           write reg-ligacao from lin-detalhe after advancing 1 line.
           add 1 to ws-linha.

       Grava-aviso.
           move Numero-W to Numero-Aviso.
           move Tipo-W to Tipo-Aviso.
           move Referencia-W to Referencia-Aviso.
           move data-sis-num to Data-Envio-Aviso.
           move Titulo-W to Titulo-Aviso.
           move Data-Base-W to Data-Base-Aviso.
           move Dias-W to Dias-Atraso-Aviso.
           write reg-aviso invalid key
               display "Erro ao gravar historico de aviso "
                   Chave-Aviso.

       Imprime-total.
           move ws-qtd-total to tot-geral-e.
           perform Salta-linha.
           move spaces to reg-ligacao.
           write reg-ligacao after advancing 1 line.
           write reg-ligacao from lin-total after advancing 1 line.

       Salta-linha.
           if ws-linha > 56
               perform Cabecalho-pagina.

       Cabecalho-pagina.
           add 1 to ws-pagina.
           move ws-pagina to cab-pagina.
           move dia to cab-dia.
           move mes to cab-mes.
           move ano to cab-ano.
           if ws-pagina = 1
               write reg-ligacao from cab-01 after advancing 1 line
           else
               write reg-ligacao from cab-01 after advancing page.
           move spaces to reg-ligacao.
           write reg-ligacao after advancing 1 line.
           write reg-ligacao from cab-02 after advancing 1 line.
           write reg-ligacao from cab-03 after advancing 1 line.
           move 4 to ws-linha.

       Imprime-resumo.
           move ws-qtd-aviso-1 to e-qtd-aviso-1.
           move ws-qtd-aviso-2 to e-qtd-aviso-2.
           move ws-qtd-aviso-3 to e-qtd-aviso-3.
           move ws-qtd-reserva to e-qtd-reserva.
           move ws-qtd-repetido to e-qtd-repetido.
           move ws-qtd-sem-socio to e-qtd-sem-socio.
           display " ".
           display "AVISOS DE ATRASO E DE RESERVA".
           display "Primeiros avisos emitidos...: " e-qtd-aviso-1.
           display "Segundos avisos emitidos....: " e-qtd-aviso-2.
           display "Avisos finais emitidos......: " e-qtd-aviso-3.
           display "Avisos de reserva emitidos..: " e-qtd-reserva.
           display "Ja enviados anteriormente...: " e-qtd-repetido.
           display "Socios nao cadastrados......: " e-qtd-sem-socio.
           display "Cartas em cartas.txt, ligacoes em ligacoes.txt".

       Identification Division.
       Program-Id.  CarCatal.

       Environment Division.
       CONFIGURATION SECTION.
           Special-names.   decimal-point is comma.

       INPUT-OUTPUT SECTION.
       File-Control.
           Select CATALOGO assign to disk
           organization sequential
           access mode sequential
           file status arqst-catalogo.

           Select BBTITULOS assign to disk
           organization indexed
           access mode dynamic
           record key Codigo-Titulo
           alternate record key Nome-Titulo with duplicates
           file status arqst-titulos.

           Select BBTARIFA assign to disk
           organization indexed
           access mode dynamic
           record key Categoria-Tarifa
           file status arqst-tarifa.

           Select BBEXEMPLAR assign to disk
           organization indexed
           access mode dynamic
           record key Chave-Exemplar
           file status arqst-exemplar.

           Select REJFILE assign to disk
           organization sequential
           file status arqst-rej.

       Data Division.
       File Section.
       FD  CATALOGO label record standard
           value of file-id is "catalogo.txt".
       01 reg-catalogo.
           02 Titulo-Cat           pic x(20).
           02 Genero-Cat           pic x(15).
           02 Categoria-Cat        pic x(02).
           02 Categoria-Cat-N redefines Categoria-Cat pic 9(02).
           02 Copias-Cat           pic x(03).
           02 Copias-Cat-N redefines Copias-Cat pic 9(03).
           02 Ref-Cat              pic x(10).

       FD  BBTITULOS label record standard
           value of file-id is "bbtitulos.dat".
       01 reg-titulo.
           02 Codigo-Titulo    pic 9(04).
           02 Nome-Titulo      pic x(20).
           02 Genero-Titulo    pic x(15).
           02 Categoria-Titulo pic 9(02).
           02 Copias-Total     pic 9(03).
           02 Copias-Fora      pic 9(03).

       FD  BBTARIFA label record standard
           value of file-id is "bbtarifa.dat".
       01 reg-tarifa.
           02 Categoria-Tarifa     pic 9(02).
           02 Descricao-Tarifa     pic x(15).
           02 Preco-Tarifa         pic 9(03)V99.
           02 Multa-Dia-Tarifa     pic 9(03)V99.
           02 Prazo-Dias-Tarifa    pic 9(03).
           02 Reposicao-Tarifa     pic 9(03)V99.

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

       FD  REJFILE label record standard
           value of file-id is "catrejei.txt".
       01 reg-rej          pic x(80).

       Working-storage section.
       01 arqst-catalogo    pic x(02).
       01 arqst-titulos     pic x(02).
       01 arqst-tarifa      pic x(02).
       01 arqst-exemplar    pic x(02).
       01 arqst-rej         pic x(02).
       01 ws-eof            pic x(01) value "N".
       01 ws-teste          pic x(01) value spaces.
       01 ws-achou          pic x(01) value "N".
       01 ws-motivo         pic x(25) value spaces.
       01 ws-ultimo-codigo  pic 9(04) value zeros.
       01 ws-codigo         pic 9(04) value zeros.
       01 ws-copias         pic 9(03) value zeros.
       01 ws-copias-atual   pic 9(03) value zeros.
       01 ws-novo-total     pic 9(04) value zeros.
       01 ws-ultimo-exe     pic 9(03) value zeros.
       01 ws-criados        pic 9(03) value zeros.
       01 ws-lidos          pic 9(05) value zeros.
       01 ws-incluidos      pic 9(05) value zeros.
       01 ws-aumentados     pic 9(05) value zeros.
       01 ws-rejeitados     pic 9(05) value zeros.
       01 ws-copias-novas   pic 9(07) value zeros.
       01 e-lidos           pic ZZZZ9.
       01 e-incluidos       pic ZZZZ9.
       01 e-aumentados      pic ZZZZ9.
       01 e-rejeitados      pic ZZZZ9.
       01 e-copias-novas    pic Z.ZZZ.ZZ9.

       01 data-sis.
           02 ano   pic 9(04).
           02 mes   pic 9(02).
           02 dia   pic 9(02).
       01 data-sis-num redefines data-sis pic 9(08).

      *    Na execucao de teste nada e gravado; os titulos que seriam
      *    incluidos ou aumentados ficam nesta tabela para que uma
      *    segunda linha do mesmo titulo no arquivo seja tratada como
      *    na carga real.
       01 tab-carga.
           02 tc-qtd            pic 9(04) value zeros.
           02 tc-item occurs 2000 times.
               03 tc-nome       pic x(20).
               03 tc-codigo     pic 9(04).
               03 tc-copias     pic 9(03).
       01 ix                pic 9(04) value zeros.

       01 lin-rejeito.
           02 rej-ref       pic x(10).
           02 filler        pic x(01) value ";".
           02 rej-titulo    pic x(20).
           02 filler        pic x(01) value ";".
           02 rej-categoria pic x(02).
           02 filler        pic x(01) value ";".
           02 rej-copias    pic x(03).
           02 filler        pic x(01) value ";".
           02 rej-motivo    pic x(25).
           02 filler        pic x(16) value spaces.

       Procedure Division.
       Inicio.
           Move function current-date to data-sis.
           Perform Entra-modo.
           Perform Abre-arquivos.
           Perform Busca-ultimo-codigo.
           Move "N" to ws-eof.
           Perform Le-catalogo.
           Perform Processa-catalogo until ws-eof = "S".
           Perform Imprime-resumo.
           Close CATALOGO.
           Close BBTITULOS.
           Close BBTARIFA.
           If ws-teste = "N"
               Close BBEXEMPLAR.
           Close REJFILE.
           stop run.

       Entra-modo.
           Display "Execucao de teste - nada e gravado (S/N): ".
           Accept ws-teste.
           If ws-teste = "s"
               Move "S" to ws-teste.
           If ws-teste not = "S"
               Move "N" to ws-teste.

       Abre-arquivos.
           Open input CATALOGO.
           If arqst-catalogo not = "00"
               Display "Erro na abertura de CATALOGO - status "
                   arqst-catalogo
               stop run.
           If ws-teste = "S"
               Open input BBTITULOS
           Else
               Open i-o BBTITULOS.
           If arqst-titulos not = "00"
               Display "Erro na abertura de BBTITULOS - status "
                   arqst-titulos
               Close CATALOGO
               stop run.
           Open input BBTARIFA.
           If arqst-tarifa not = "00"
               Display "Erro na abertura de BBTARIFA - status "
                   arqst-tarifa
               Close CATALOGO
               Close BBTITULOS
               stop run.
           If ws-teste = "N"
               Open i-o BBEXEMPLAR
               If arqst-exemplar = "35"
                   Open output BBEXEMPLAR
                   Close BBEXEMPLAR
                   Open i-o BBEXEMPLAR
               End-if
               If arqst-exemplar not = "00"
                   Display "Erro na abertura de BBEXEMPLAR - status "
                       arqst-exemplar
                   Close CATALOGO
                   Close BBTITULOS
                   Close BBTARIFA
                   stop run.
           Open output REJFILE.
           If arqst-rej not = "00"
               Display "Erro na abertura de REJFILE - status "
                   arqst-rej
               Close CATALOGO
               Close BBTITULOS
               Close BBTARIFA
               If ws-teste = "N"
                   Close BBEXEMPLAR
               End-if
               stop run.

      *    O codigo 9999 e reservado para a saida da tela de TITULOS.
       Busca-ultimo-codigo.
           move zeros to Codigo-Titulo.
           start BBTITULOS key is not less than Codigo-Titulo
               invalid key move "10" to arqst-titulos
           end-start.
           perform Le-titulo-codigo until arqst-titulos not = "00".

       Le-titulo-codigo.
           read BBTITULOS next record at end
               move "10" to arqst-titulos.
           if arqst-titulos = "00" and Codigo-Titulo < 9999
               move Codigo-Titulo to ws-ultimo-codigo.

       Le-catalogo.
           read CATALOGO next record at end move "S" to ws-eof.

       Processa-catalogo.
           add 1 to ws-lidos.
           move spaces to ws-motivo.
           perform Valida-registro.
           if ws-motivo = spaces
               perform Localiza-titulo
               if ws-achou = "S"
                   perform Confere-limite
               else
                   if ws-ultimo-codigo not < 9998
                       move "SEM CODIGO LIVRE" to ws-motivo.
           if ws-motivo not = spaces
               perform Grava-rejeito
           else
               if ws-achou = "S"
                   perform Aumenta-copias
               else
                   perform Inclui-titulo.
           perform Le-catalogo.

       Valida-registro.
           evaluate true
           when Titulo-Cat = spaces
               move "TITULO EM BRANCO" to ws-motivo
           when Genero-Cat = spaces
               move "GENERO EM BRANCO" to ws-motivo
           when Categoria-Cat not numeric
               move "CATEGORIA NAO NUMERICA" to ws-motivo
           when Categoria-Cat-N = zeros
               move "CATEGORIA ZERADA" to ws-motivo
           when Copias-Cat not numeric
               move "COPIAS NAO NUMERICAS" to ws-motivo
           when Copias-Cat-N = zeros
               move "COPIAS ZERADAS" to ws-motivo
           when other
               move Categoria-Cat-N to Categoria-Tarifa
               read BBTARIFA key is Categoria-Tarifa invalid key
                   move "CATEGORIA SEM TARIFA" to ws-motivo
               end-read
           end-evaluate.

      *    Procura o titulo primeiro no que ja foi carregado nesta
      *    execucao de teste, depois no cadastro pelo nome.
       Localiza-titulo.
           move "N" to ws-achou.
           if ws-teste = "S"
               move 1 to ix
               perform Procura-carga
                   until ws-achou = "S" or ix > tc-qtd.
           if ws-achou = "N"
               move Titulo-Cat to Nome-Titulo
               read BBTITULOS key is Nome-Titulo
                   invalid key continue
                   not invalid key
                       move "S" to ws-achou
                       move Codigo-Titulo to ws-codigo
                       move Copias-Total to ws-copias-atual
               end-read.

       Procura-carga.
           if tc-nome(ix) = Titulo-Cat
               move "S" to ws-achou
               move tc-codigo(ix) to ws-codigo
               move tc-copias(ix) to ws-copias-atual
           else
               add 1 to ix.

       Confere-limite.
           compute ws-novo-total = ws-copias-atual + Copias-Cat-N.
           if ws-novo-total > 999
               move "EXCEDE LIMITE DE COPIAS" to ws-motivo.

       Inclui-titulo.
           add 1 to ws-ultimo-codigo.
           move ws-ultimo-codigo to ws-codigo.
           move Copias-Cat-N to ws-copias.
           move ws-copias to ws-novo-total.
           if ws-teste = "S"
               perform Guarda-carga
           else
               move ws-codigo to Codigo-Titulo
               move Titulo-Cat to Nome-Titulo
               move Genero-Cat to Genero-Titulo
               move Categoria-Cat-N to Categoria-Titulo
               move ws-copias to Copias-Total
               move zeros to Copias-Fora
               write reg-titulo invalid key
                   move "ERRO NA GRAVACAO" to ws-motivo
               end-write
               if ws-motivo = spaces
                   move zeros to ws-ultimo-exe
                   perform Cria-exemplares.
           if ws-motivo = spaces
               add 1 to ws-incluidos
               add ws-copias to ws-copias-novas
           else
               perform Grava-rejeito.

       Aumenta-copias.
           move Copias-Cat-N to ws-copias.
           if ws-teste = "S"
               if ws-achou = "S" and ix not > tc-qtd
                   move ws-novo-total to tc-copias(ix)
               else
                   perform Guarda-carga
               end-if
           else
               perform Busca-ultimo-exemplar
               move ws-codigo to Codigo-Titulo
               read BBTITULOS key is Codigo-Titulo invalid key
                   move "ERRO NA LEITURA" to ws-motivo
               end-read
               if ws-motivo = spaces
                   add ws-copias to Copias-Total
                   rewrite reg-titulo invalid key
                       move "ERRO NA REGRAVACAO" to ws-motivo
                   end-rewrite
                   if ws-motivo = spaces
                       perform Cria-exemplares.
           if ws-motivo = spaces
               add 1 to ws-aumentados
               add ws-copias to ws-copias-novas
           else
               perform Grava-rejeito.

       Guarda-carga.
           if tc-qtd < 2000
               add 1 to tc-qtd
               move Titulo-Cat to tc-nome(tc-qtd)
               move ws-codigo to tc-codigo(tc-qtd)
               move ws-novo-total to tc-copias(tc-qtd).

       Busca-ultimo-exemplar.
           move zeros to ws-ultimo-exe.
           move ws-codigo to Codigo-Titulo-Exe.
           move zeros to Numero-Exe.
           start BBEXEMPLAR key is not less than Chave-Exemplar
               invalid key move "10" to arqst-exemplar
           end-start.
           perform Le-exemplar
               until arqst-exemplar not = "00"
                   or Codigo-Titulo-Exe not = ws-codigo.

       Le-exemplar.
           read BBEXEMPLAR next record at end
               move "10" to arqst-exemplar.
           if arqst-exemplar = "00" and Codigo-Titulo-Exe = ws-codigo
               move Numero-Exe to ws-ultimo-exe.

       Cria-exemplares.
           move zeros to ws-criados.
           perform Grava-exemplar until ws-criados not < ws-copias.

       Grava-exemplar.
           add 1 to ws-ultimo-exe.
           move ws-codigo to Codigo-Titulo-Exe.
           move ws-ultimo-exe to Numero-Exe.
           move "D" to Situacao-Exe.
           move "N" to Condicao-Exe.
           move data-sis to Data-Aquisicao-Exe.
           move data-sis to Data-Situacao-Exe.
           add 1 to ws-criados.
           write reg-exemplar invalid key
               display "Erro ao gravar exemplar " Chave-Exemplar.

       Grava-rejeito.
           move Ref-Cat to rej-ref.
           move Titulo-Cat to rej-titulo.
           move Categoria-Cat to rej-categoria.
           move Copias-Cat to rej-copias.
           move ws-motivo to rej-motivo.
           write reg-rej from lin-rejeito.
           if arqst-rej not = "00"
               Display "Erro ao gravar REJFILE - status " arqst-rej.
           add 1 to ws-rejeitados.

       Imprime-resumo.
           move ws-lidos to e-lidos.
           move ws-incluidos to e-incluidos.
           move ws-aumentados to e-aumentados.
           move ws-rejeitados to e-rejeitados.
           move ws-copias-novas to e-copias-novas.
           display " ".
           if ws-teste = "S"
               display "CARGA DE CATALOGO - EXECUCAO DE TESTE"
               display "Nada foi gravado - totais do que seria feito"
           else
               display "CARGA DE CATALOGO".
           display "Registros lidos.............: " e-lidos.
           display "Titulos incluidos...........: " e-incluidos.
           display "Titulos com copias aumentadas: " e-aumentados.
           display "Registros rejeitados........: " e-rejeitados.
           display "Exemplares novos............: " e-copias-novas.
           display "Rejeitados listados em catrejei.txt".

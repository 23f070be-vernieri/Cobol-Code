       Identification Division.
       Program-Id.  DupSocio.

       Environment Division.
       CONFIGURATION SECTION.
           Special-names.   decimal-point is comma.

       INPUT-OUTPUT SECTION.
       File-Control.
           Select BBSOCIOS assign to disk
           organization indexed
           access mode dynamic
           record key Numero
           alternate record key Nome with duplicates
           alternate record key Endereco with duplicates
           file status arqst-socios.

           Select RELDUP assign to disk
           organization sequential
           file status arqst-rel.

       Data Division.
       File Section.
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

       FD  RELDUP label record standard
           value of file-id is "dupsocio.txt".
       01 reg-rel          pic x(132).

       Working-storage section.
       01 arqst-socios      pic x(02).
       01 arqst-rel         pic x(02).
       01 ws-eof            pic x(01) value "N".
       01 ws-nome-grupo     pic x(30) value spaces.
       01 ws-qtd-grupo      pic 9(03) value zeros.
       01 ws-max-grupo      pic 9(03) value 50.
       01 ws-i              pic 9(03) value zeros.
       01 ws-j              pic 9(03) value zeros.
       01 ws-fone-igual     pic x(01) value "N".
       01 ws-ender-igual    pic x(01) value "N".
       01 ws-linha          pic 9(02) value 99.
       01 ws-pagina         pic 9(04) value zeros.
       01 ws-qtd-lidos      pic 9(06) value zeros.
       01 ws-qtd-cancel     pic 9(06) value zeros.
       01 ws-qtd-grupos     pic 9(06) value zeros.
       01 ws-qtd-pares      pic 9(06) value zeros.
       01 ws-qtd-excesso    pic 9(06) value zeros.
       01 e-qtd-lidos       pic ZZZZZ9.
       01 e-qtd-cancel      pic ZZZZZ9.
       01 e-qtd-grupos      pic ZZZZZ9.
       01 e-qtd-pares       pic ZZZZZ9.
       01 e-qtd-excesso     pic ZZZZZ9.

       01 tab-grupo.
           02 tg-socio occurs 50 times.
               03 tg-numero     pic 9(06).
               03 tg-endereco   pic x(20).
               03 tg-telefone   pic x(20).
               03 tg-situacao   pic x(01).

       01 data-sis.
           02 ano   pic 9(04).
           02 mes   pic 9(02).
           02 dia   pic 9(02).

       01 cab-01.
           02 filler        pic x(14) value "VIDEO LOCADORA".
           02 filler        pic x(26) value spaces.
           02 filler        pic x(42) value
              "SOCIOS PROVAVELMENTE DUPLICADOS".
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
           02 filler        pic x(12) value "SOCIO   SIT".
           02 filler        pic x(12) value "SOCIO   SIT".
           02 filler        pic x(31) value "NOME".
           02 filler        pic x(21) value "COINCIDE EM".
           02 filler        pic x(21) value "ENDERECO".
           02 filler        pic x(35) value "TELEFONE".

       01 cab-03.
           02 filler        pic x(12) value "------  ---".
           02 filler        pic x(12) value "------  ---".
           02 filler        pic x(31) value
              "------------------------------".
           02 filler        pic x(21) value "--------------------".
           02 filler        pic x(21) value "--------------------".
           02 filler        pic x(35) value "--------------------".

       01 lin-detalhe.
           02 det-numero-1  pic ZZZZZ9.
           02 filler        pic x(03) value spaces.
           02 det-sit-1     pic x(01).
           02 filler        pic x(02) value spaces.
           02 det-numero-2  pic ZZZZZ9.
           02 filler        pic x(03) value spaces.
           02 det-sit-2     pic x(01).
           02 filler        pic x(02) value spaces.
           02 det-nome      pic x(30).
           02 filler        pic x(01) value spaces.
           02 det-criterio  pic x(20).
           02 filler        pic x(01) value spaces.
           02 det-endereco  pic x(20).
           02 filler        pic x(01) value spaces.
           02 det-telefone  pic x(20).
           02 filler        pic x(15) value spaces.

       01 lin-total.
           02 filler        pic x(25) value
              "TOTAL DE PARES..........:".
           02 filler        pic x(01) value spaces.
           02 tot-pares-e   pic ZZZZZ9.
           02 filler        pic x(100) value spaces.

       Procedure Division.
       Inicio.
           Move function current-date to data-sis.
           Perform Abre-arquivos.
           Perform Lista-duplicados.
           Perform Imprime-total.
           Perform Imprime-resumo.
           Close BBSOCIOS.
           Close RELDUP.
           stop run.

       Abre-arquivos.
           Open input BBSOCIOS.
           If arqst-socios not = "00"
               Display "Erro na abertura de BBSOCIOS - status "
                   arqst-socios
               stop run.
           Open output RELDUP.
           If arqst-rel not = "00"
               Display "Erro na abertura de RELDUP - status "
                   arqst-rel
               Close BBSOCIOS
               stop run.

       Lista-duplicados.
           move low-values to Nome.
           start BBSOCIOS key is not less than Nome
               invalid key move "S" to ws-eof.
           move spaces to ws-nome-grupo.
           move zeros to ws-qtd-grupo.
           if ws-eof = "N"
               perform Le-socio
               perform Processa-socio until ws-eof = "S"
               perform Fecha-grupo.

       Le-socio.
           read BBSOCIOS next record at end move "S" to ws-eof.

       Processa-socio.
           add 1 to ws-qtd-lidos.
           if Nome not = ws-nome-grupo
               perform Fecha-grupo
               move Nome to ws-nome-grupo
               move zeros to ws-qtd-grupo.
           if Situacao-Socio = "C"
               add 1 to ws-qtd-cancel
           else
               perform Guarda-socio.
           perform Le-socio.

       Guarda-socio.
           if ws-qtd-grupo < ws-max-grupo
               add 1 to ws-qtd-grupo
               move Numero to tg-numero(ws-qtd-grupo)
               move Endereco to tg-endereco(ws-qtd-grupo)
               move Telefone to tg-telefone(ws-qtd-grupo)
               move Situacao-Socio to tg-situacao(ws-qtd-grupo)
           else
               add 1 to ws-qtd-excesso
               display "Nome " ws-nome-grupo " com mais de "
                   ws-max-grupo " socios - socio " Numero
                   " nao comparado".

       Fecha-grupo.
           if ws-qtd-grupo > 1
               add 1 to ws-qtd-grupos
               move 1 to ws-i
               perform Compara-linha until ws-i not < ws-qtd-grupo.

       Compara-linha.
           compute ws-j = ws-i + 1.
           perform Compara-par until ws-j > ws-qtd-grupo.
           add 1 to ws-i.

       Compara-par.
           move "N" to ws-fone-igual.
           move "N" to ws-ender-igual.
           if tg-telefone(ws-i) not = spaces
                   and tg-telefone(ws-i) = tg-telefone(ws-j)
               move "S" to ws-fone-igual.
           if tg-endereco(ws-i) not = spaces
                   and tg-endereco(ws-i) = tg-endereco(ws-j)
               move "S" to ws-ender-igual.
           if ws-fone-igual = "S" or ws-ender-igual = "S"
               perform Imprime-par.
           add 1 to ws-j.

       Imprime-par.
           add 1 to ws-qtd-pares.
           move tg-numero(ws-i) to det-numero-1.
           move tg-situacao(ws-i) to det-sit-1.
           move tg-numero(ws-j) to det-numero-2.
           move tg-situacao(ws-j) to det-sit-2.
           move ws-nome-grupo to det-nome.
           evaluate true
           when ws-fone-igual = "S" and ws-ender-igual = "S"
               move "ENDERECO E TELEFONE" to det-criterio
           when ws-fone-igual = "S"
               move "TELEFONE" to det-criterio
           when other
               move "ENDERECO" to det-criterio
           end-evaluate.
           move tg-endereco(ws-i) to det-endereco.
           move tg-telefone(ws-i) to det-telefone.
           perform Salta-linha.
           write reg-rel from lin-detalhe after advancing 1 line.
           add 1 to ws-linha.
           if tg-endereco(ws-j) not = tg-endereco(ws-i)
                   or tg-telefone(ws-j) not = tg-telefone(ws-i)
               move spaces to lin-detalhe
               move tg-endereco(ws-j) to det-endereco
               move tg-telefone(ws-j) to det-telefone
               perform Salta-linha
               write reg-rel from lin-detalhe after advancing 1 line
               add 1 to ws-linha.

       Imprime-total.
           move ws-qtd-pares to tot-pares-e.
           perform Salta-linha.
           move spaces to reg-rel.
           write reg-rel after advancing 1 line.
           write reg-rel from lin-total after advancing 1 line.

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
               write reg-rel from cab-01 after advancing 1 line
           else
               write reg-rel from cab-01 after advancing page.
           move spaces to reg-rel.
           write reg-rel after advancing 1 line.
           write reg-rel from cab-02 after advancing 1 line.
           write reg-rel from cab-03 after advancing 1 line.
           move 4 to ws-linha.

       Imprime-resumo.
           move ws-qtd-lidos to e-qtd-lidos.
           move ws-qtd-cancel to e-qtd-cancel.
           move ws-qtd-grupos to e-qtd-grupos.
           move ws-qtd-pares to e-qtd-pares.
           move ws-qtd-excesso to e-qtd-excesso.
           display " ".
           display "SOCIOS PROVAVELMENTE DUPLICADOS".
           display "Socios lidos................: " e-qtd-lidos.
           display "Cancelados (nao comparados).: " e-qtd-cancel.
           display "Nomes repetidos.............: " e-qtd-grupos.
           display "Pares provaveis.............: " e-qtd-pares.
           display "Excedentes nao comparados...: " e-qtd-excesso.
           display "Relatorio em dupsocio.txt".

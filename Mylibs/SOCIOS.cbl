           record key Chave-Movto
           file status arqst-movto.

           Select BBMOVHIS assign to disk
           organization indexed
           access mode dynamic
           record key Chave-Movhis
           file status arqst-movhis.

           Select BBTITULOS assign to disk
           organization indexed
           access mode dynamic
           access mode sequential
           file status arqst-audit.

           Select BBCONTA assign to disk
           organization indexed
           access mode dynamic
           record key Numero-Conta
           file status arqst-conta.

           Select BBEXEMPLAR assign to disk
           organization indexed
           access mode dynamic
           record key Chave-Exemplar
           file status arqst-exemplar.

           Select BBSESSAO assign to disk
           organization indexed
           access mode dynamic
           record key Chave-Sessao
           file status arqst-sessao.

           Select BBOPERADOR assign to disk
           organization indexed
           access mode dynamic
           record key Codigo-Operador
           file status arqst-operador.

           Select BBAVISO assign to disk
           organization indexed
           access mode dynamic
           record key Chave-Aviso
           file status arqst-aviso.

           Select FECHAMENTO assign to disk
           organization sequential
           file status arqst-fecha.

           Select CLIENTES assign to disk
           organization indexed
           access mode dynamic
           record key CODIGO
           file status arqst-cli.

           Select TRANLOG assign to disk
           organization sequential
           access mode sequential
           file status arqst-tran.

           Select TRANREF assign to disk
           organization sequential
           access mode sequential
           file status arqst-ref.

       Data Division.
       File Section.
       FD  BBSOCIOS label record standard
           02 Data-Prevista-Devolucao    pic 9(08).
           02 Data-Devolucao             pic 9(08).
           02 Codigo-Titulo-Movto        pic 9(04).
           02 Exemplar-Movto             pic 9(03).
           02 Ocorrencia-Movto           pic x(01).

       FD  BBMOVHIS label record standard
           value of file-id is "bbmovhis.dat".
       01 reg-movhis.
           02 Chave-Movhis.
               03 Numero-Movhis          pic 9(06).
               03 Sequencia-Movhis       pic 9(04).
           02 Titulo-Movhis              pic x(20).
           02 Data-Retirada-His          pic 9(08).
           02 Data-Prevista-His          pic 9(08).
           02 Data-Devolucao-His         pic 9(08).
           02 Codigo-Titulo-His          pic 9(04).
           02 Exemplar-His               pic 9(03).
           02 Ocorrencia-His             pic x(01).

       FD  BBTITULOS label record standard
           value of file-id is "bbtitulos.dat".
           02 Preco-Tarifa         pic 9(03)V99.
           02 Multa-Dia-Tarifa     pic 9(03)V99.
           02 Prazo-Dias-Tarifa    pic 9(03).
           02 Reposicao-Tarifa     pic 9(03)V99.

       FD  BBCAIXA label record standard
           value of file-id is "bbcaixa.dat".
           02 Tipo-Caixa           pic x(01).
           02 Valor-Caixa          pic 9(05)V99.
           02 Visita-Caixa         pic 9(06).
           02 Forma-Caixa          pic x(01).
           02 Ref-Caixa            pic 9(06).
           02 Operador-Caixa       pic x(03).
           02 Sessao-Caixa         pic 9(04).

       FD  BBRESERVA label record standard
           value of file-id is "bbreserva.dat".
           02 Valor-Multa             pic 9(05)V99.
           02 Situacao-Multa          pic x(01).
           02 Data-Pagamento-Multa    pic 9(08).
           02 Tipo-Multa              pic x(01).

       FD  BBAUDIT label record standard
           value of file-id is "bbaudit.dat".
           02 Antes-Audit      pic x(98).
           02 Depois-Audit     pic x(98).

       FD  BBCONTA label record standard
           value of file-id is "bbconta.dat".
       01 reg-conta.
           02 Numero-Conta         pic 9(06).
           02 Codigo-Cli-Conta     pic 9(04).
           02 Data-Vinculo-Conta   pic 9(08).

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

       FD  BBSESSAO label record standard
           value of file-id is "bbsessao.dat".
       01 reg-sessao.
           02 Chave-Sessao.
               03 Operador-Sessao     pic x(03).
               03 Numero-Sessao       pic 9(04).
           02 Situacao-Sessao         pic x(01).
           02 Data-Abertura-Sessao    pic 9(08).
           02 Hora-Abertura-Sessao    pic 9(06).
           02 Fundo-Sessao            pic 9(05)V99.
           02 Data-Fechamento-Sessao  pic 9(08).
           02 Hora-Fechamento-Sessao  pic 9(06).
           02 Esperado-Sessao         pic 9(07)V99.
           02 Contado-Sessao          pic 9(07)V99.
           02 Diferenca-Sessao        pic s9(07)V99.
           02 Qtd-Notas-Sessao        pic 9(04) occurs 12 times.

       FD  BBOPERADOR label record standard
           value of file-id is "bboperador.dat".
       01 reg-operador.
           02 Codigo-Operador      pic x(03).
           02 Nome-Operador        pic x(30).
           02 Senha-Operador       pic x(06).
           02 Perfil-Operador      pic x(01).
           02 Situacao-Operador    pic x(01).
           02 Tentativas-Operador  pic 9(01).
           02 Data-Acesso-Operador pic 9(08).

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

       FD  FECHAMENTO label record standard
           value of file-id is "fechacaixa.txt".
       01 reg-fecha        pic x(80).

       FD  CLIENTES label record standard
           data record is REG-CLI
           value of file-id is "PRODUTOS.DAT".
       01 REG-CLI.
           02 CODIGO       pic 9(04).
           02 NOME-CLI     pic x(30).
           02 DATANASC     pic 9(04).
           02 SALDO        pic 9(05)V99.
           02 TOTAL        pic 9(06)V99.
           02 SENHA        pic 9(04).
           02 TENTATIVAS   pic 9(01).
           02 BLOQUEADA    pic x(01).
           02 LIMITE-DIARIO pic 9(05)V99.
           02 SITUACAO-CONTA pic x(01).
           02 DATA-SITUACAO pic 9(08).

       FD  TRANLOG label record standard
           data record is REG-TRAN
           value of file-id is "TRANLOG.DAT".
       01 REG-TRAN.
           02 CODIGO-TRAN         pic 9(04).
           02 DATA-TRAN           pic 9(08).
           02 TIPO-TRAN           pic x(01).
           02 VALOR-TRAN          pic 9(05)V99.
           02 SALDO-ANTES-TRAN    pic 9(05)V99.
           02 SALDO-DEPOIS-TRAN   pic 9(05)V99.
           02 NUM-REF-TRAN        pic 9(06).

       FD  TRANREF label record standard
           data record is REG-REF
           value of file-id is "TRANREF.DAT".
       01 REG-REF.
           02 ULT-REF             pic 9(06).

       Working-storage section.
       01 w-reg-socio.
           02 Numero-W       pic 9(06).
       01 tabela-meses redefines desmes.
           02 mes-t pic x(10) occurs 12 times.

       01 desnotas.
           02 filler pic 9(03)V99 value 200.
           02 filler pic 9(03)V99 value 100.
           02 filler pic 9(03)V99 value 50.
           02 filler pic 9(03)V99 value 20.
           02 filler pic 9(03)V99 value 10.
           02 filler pic 9(03)V99 value 5.
           02 filler pic 9(03)V99 value 2.
           02 filler pic 9(03)V99 value 1.
           02 filler pic 9(03)V99 value 0,50.
           02 filler pic 9(03)V99 value 0,25.
           02 filler pic 9(03)V99 value 0,10.
           02 filler pic 9(03)V99 value 0,05.

       01 tabela-notas redefines desnotas.
           02 valor-nota-t pic 9(03)V99 occurs 12 times.

       01 arqst        pic x(02).
       01 arqst-movto  pic x(02).
       01 arqst-movhis pic x(02).
       01 arqst-titulo pic x(02).
       01 arqst-tarifa pic x(02).
       01 arqst-caixa  pic x(02).
       01 arqst-reserva pic x(02).
       01 arqst-multa  pic x(02).
       01 arqst-audit  pic x(02).
       01 arqst-conta  pic x(02).
       01 arqst-cli    pic x(02).
       01 arqst-tran   pic x(02).
       01 arqst-ref    pic x(02).
       01 arqst-exemplar pic x(02).
       01 arqst-sessao pic x(02).
       01 arqst-fecha  pic x(02).
       01 arqst-operador pic x(02).
       01 arqst-aviso  pic x(02).
       01 op           pic 9(02) value 99.
       01 salva        pic x(01) value spaces.
       01 wflag        pic 9(01) value zeros.
       01 espaco       pic x(30) value spaces.
       01 op-continua  pic x(01) value spaces.
           02 Operador-W              pic x(03).
           02 Antes-Socio-W           pic x(98).

       01 w-login.
           02 Perfil-Oper-W        pic x(01).
           02 Senha-Dig-W          pic x(06).
           02 Login-Ok-W           pic x(01).
           02 Tentativas-Login-W   pic 9(01).
           02 Codigo-Acesso-W      pic x(03).
           02 Supervisor-W         pic x(03).
           02 Autoriza-W           pic x(01).

       01 w-acesso-audit.
           02 Programa-Acesso-W    pic x(08) value "SOCIOS".
           02 Usuario-Acesso-W     pic x(03).
           02 Perfil-Acesso-W      pic x(01).
           02 Situacao-Acesso-W    pic x(01).
           02 filler               pic x(85) value spaces.

       01 w-reg-aviso.
           02 Aviso-Ok-W              pic x(01) value "N".
           02 Ult-Aviso-Data-W        pic 9(08).
           02 Ult-Aviso-Data-D redefines Ult-Aviso-Data-W.
               03 Ult-Aviso-Ano-W     pic 9(04).
               03 Ult-Aviso-Mes-W     pic 9(02).
               03 Ult-Aviso-Dia-W     pic 9(02).
           02 Ult-Aviso-Tipo-W        pic x(01).
           02 Ult-Aviso-Titulo-W      pic x(20).

       01 lin-aviso-tela.
           02 filler        pic x(07) value "Aviso: ".
           02 lat-tipo      pic x(18).
           02 filler        pic x(01) value spaces.
           02 lat-dia       pic 9(02).
           02 filler        pic x(01) value "/".
           02 lat-mes       pic 9(02).
           02 filler        pic x(01) value "/".
           02 lat-ano       pic 9(04).
           02 filler        pic x(01) value spaces.
           02 lat-titulo    pic x(20).

       01 ws-stamp.
           02 stamp-data              pic 9(08).
           02 stamp-hora              pic 9(06).
           02 Fichas-Lista-W          pic x(50).
           02 Lista-Pos-W             pic 9(02).
           02 Ficha-X                 pic 9(04).
           02 Item-W                  pic 9(02).
           02 Itens-Visita-W occurs 9 times.
               03 Ficha-Item-W        pic 9(04).
               03 Titulo-Item-W       pic 9(04).
               03 Valor-Item-W        pic 9(05)V99.

       01 w-reg-reserva.
           02 Codigo-Res-W            pic 9(04).
           02 Res-Atender-W           pic x(01).
           02 Situacao-Ant-W          pic x(01).
           02 Opcao-Res-W             pic 9(01).

       01 w-reg-conta.
           02 Banco-Ok-W              pic x(01) value "N".
           02 Conta-Socio-W           pic 9(04).
           02 Conta-Socio-E           pic ZZZ9.
           02 Conta-Ant-W             pic 9(04).
           02 Forma-Dig-W             pic x(01).
           02 Forma-Pagto-W           pic x(01).
           02 Ref-Pagto-W             pic 9(06).
           02 Valor-Pagto-W           pic 9(05)V99.
           02 Debito-Recusado-W       pic x(01).
           02 Debito-Conta-Ok-W       pic x(01).
           02 Senha-Conta-W           pic 9(04).
           02 Senha-Conta-Ok-W        pic x(01).
           02 Saldo-Antes-Cli-W       pic 9(05)V99.
           02 Saldo-Depois-Cli-W      pic 9(05)V99.
           02 Soma-Dia-W              pic 9(07)V99.
           02 Total-Dia-W             pic 9(07)V99.
           02 Eof-Tran-W              pic x(01).
           02 Num-Ref-W               pic 9(06).
           02 Tipo-Tran-W             pic x(01).
           02 Depois-Tran-W           pic 9(05)V99.
           02 Ref-E                   pic ZZZZZ9.

       01 w-reg-exemplar.
           02 Exemplar-W              pic 9(03).
           02 Exemplar-E              pic ZZ9.
           02 Exemplar-Ok-W           pic x(01).
           02 Codigo-Exe-W            pic 9(04).
           02 Situacao-Exe-W          pic x(01).
           02 Situacao-Req-W          pic x(01).
           02 Condicao-W              pic x(01).
           02 Avaria-W                pic x(01).
           02 Conserto-W              pic x(01).
           02 Copias-Circ-W           pic 9(03).
           02 Reposicao-W             pic 9(05)V99.
           02 Reposicao-E             pic ZZ.ZZ9,99.
           02 Reposicao-Dig-W         pic 9(05)V99.
           02 Reposicao-Dig-E         pic ZZ.ZZ9,99.
           02 Tipo-Multa-W            pic x(01) value "A".

       01 w-reg-unifica.
           02 Sobrevivente-W          pic 9(06).
           02 Duplicado-W             pic 9(06).
           02 Duplicado-E             pic ZZZZZ9.
           02 Reg-Dupl-W              pic x(98).
           02 Reg-Dupl-D redefines Reg-Dupl-W.
               03 filler              pic x(97).
               03 Situacao-Dupl-W     pic x(01).
           02 Seq-Unif-W              pic 9(04).
           02 Seq-Ant-Unif-W          pic 9(04).
           02 Fim-Unif-W              pic x(01).
           02 Livros-Unif-W           pic 9(03).
           02 Conta-Dupl-W            pic 9(04).
           02 Qtd-Movto-Unif-W        pic 9(04).
           02 Qtd-Multa-Unif-W        pic 9(04).
           02 Qtd-Res-Unif-W          pic 9(04).
           02 Qtd-Res-Canc-W          pic 9(04).
           02 Qtd-Aviso-Unif-W        pic 9(04).
           02 Qtd-Aviso-Fica-W        pic 9(04).
           02 Qtd-Fichas-Dupl-W       pic 9(05).
           02 Chave-Res-Unif-W        pic x(08).
           02 Chave-Aviso-Unif-W      pic x(15).
           02 Qtd-Unif-E              pic ZZZ9.
           02 Achou-Mapa-W            pic x(01).
           02 Qtd-Mapa-W              pic 9(04).
           02 Ind-Mapa-W              pic 9(04).
           02 Mapa-Ficha-W occurs 2000 times.
               03 Ficha-Ant-W         pic 9(04).
               03 Ficha-Nova-W        pic 9(04).

       01 w-reg-sessao.
           02 Sessao-W                pic 9(04) value zeros.
           02 Sessao-E                pic ZZZ9.
           02 Sessao-Ok-W             pic x(01) value "N".
           02 Sessao-Achada-W         pic x(01).
           02 Ultima-Sessao-W         pic 9(04).
           02 Data-Sessao-W           pic 9(08) value zeros.
           02 Fundo-W                 pic 9(05)V99.
           02 Fundo-E                 pic ZZ.ZZ9,99.
           02 Dinheiro-Sessao-W       pic 9(07)V99.
           02 Conta-Sessao-W          pic 9(07)V99.
           02 Esperado-W              pic 9(07)V99.
           02 Contado-W               pic 9(07)V99.
           02 Diferenca-W             pic s9(07)V99.
           02 Total-Caixa-E           pic Z.ZZZ.ZZ9,99.
           02 Diferenca-E             pic -Z.ZZZ.ZZ9,99.
           02 Eof-Caixa-W             pic x(01).
           02 Nota-W                  pic 9(02).
           02 Qtd-Nota-E              pic ZZZ9.
           02 Linha-Nota-W            pic 9(02).
           02 Coluna-Nota-W           pic 9(02).
           02 Pos-Nota-W              pic 9(04).
           02 Qtd-Notas-W             pic 9(04) occurs 12 times.

       01 lin-nota-tela.
           02 lnt-valor     pic ZZ9,99.
           02 filler        pic x(03) value " x ".

       01 lin-fecha-cab.
           02 filler        pic x(14) value "VIDEO LOCADORA".
           02 filler        pic x(04) value spaces.
           02 filler        pic x(22) value "FECHAMENTO DE CAIXA".
           02 filler        pic x(05) value "DATA ".
           02 lfc-dia       pic 9(02).
           02 filler        pic x(01) value "/".
           02 lfc-mes       pic 9(02).
           02 filler        pic x(01) value "/".
           02 lfc-ano       pic 9(04).
           02 filler        pic x(25) value spaces.

       01 lin-fecha-id.
           02 filler        pic x(10) value "OPERADOR: ".
           02 lfi-operador  pic x(03).
           02 filler        pic x(11) value "   SESSAO: ".
           02 lfi-sessao    pic ZZZ9.
           02 filler        pic x(52) value spaces.

       01 lin-fecha-hora.
           02 lfh-desc      pic x(14).
           02 lfh-data      pic 9(08).
           02 filler        pic x(02) value spaces.
           02 lfh-hora      pic 9(06).
           02 filler        pic x(50) value spaces.

       01 lin-fecha-nota.
           02 filler        pic x(04) value spaces.
           02 lfn-valor     pic ZZ9,99.
           02 filler        pic x(03) value " x ".
           02 lfn-qtd       pic ZZZ9.
           02 filler        pic x(03) value " = ".
           02 lfn-total     pic Z.ZZZ.ZZ9,99.
           02 filler        pic x(48) value spaces.

       01 lin-fecha-valor.
           02 lfv-desc      pic x(30).
           02 lfv-valor     pic -Z.ZZZ.ZZ9,99.
           02 filler        pic x(02) value spaces.
           02 lfv-obs       pic x(07).
           02 filler        pic x(28) value spaces.
      
       Screen Section.
       01 tela-menu.
           02 line 17 col 29 value "7. Devolucao de Livro".
           02 line 18 col 29 value "8. Reserva de Livro".
           02 line 19 col 29 value "9. Pagamento de Multa".
           02 line 16 col 55 value "10. Exemplar Perdido".
           02 line 17 col 55 value "11. Caixa do Operador".
           02 line 18 col 55 value "12. Unificar Socios".
           02 line 20 col 29 value "0. Retorno".
           02 line 21 col 25 value "Escolha uma Opcao:".
      
           02 line 12 col 19 value "Telefone: ".
           02 line 13 col 19 value "Livros: ".
           02 line 14 col 19 value "Situacao: ".
           02 line 15 col 19 value "Conta banco: ".

       01 tela-caixa.
           02 BLANK SCREEN.
           02 line 2 col 5 value "Santos,    de           de     .".
           02 line 2 col 13 PIC 9(02) using dia.
           02 line 2 col 33 PIC 9(04) using ano.
           02 line 2 col 45 value "Video Locadora" highlight.
           02 line 4 col 29 value "Caixa do Operador" highlight.
           02 line 6 col 19 value "Operador: ".
           02 line 7 col 19 value "Sessao: ".
           02 line 8 col 19 value "Aberta em: ".
           02 line 9 col 19 value "Fundo inicial: ".

       Procedure Division.
       Inicio.
           Perform Abre-arq.
           Move function current-date to data-sis.
           Perform Verifica-operadores.
           move "N" to Login-Ok-W.
           move zeros to Tentativas-Login-W.
           Perform Entra-operador until Login-Ok-W = "S".
           Perform Verifica-sessao.
           Perform Processo until op = 0.
           Perform Finaliza.
           stop run.
               Close BBRESERVA
               Close BBMULTAS
               stop run.
           Open i-o BBCONTA.
           If arqst-conta = "35"
               Open output BBCONTA
               Close BBCONTA
               Open i-o BBCONTA.
           If arqst-conta not = "00"
               Display "Erro na abertura de BBCONTA - status "
                   arqst-conta
               Close BBSOCIOS
               Close BBMOVTO
               Close BBTITULOS
               Close BBTARIFA
               Close BBCAIXA
               Close BBRESERVA
               Close BBMULTAS
               Close BBAUDIT
               stop run.
           Open i-o BBEXEMPLAR.
           If arqst-exemplar = "35"
               Open output BBEXEMPLAR
               Close BBEXEMPLAR
               Open i-o BBEXEMPLAR.
           If arqst-exemplar not = "00"
               Display "Erro na abertura de BBEXEMPLAR - status "
                   arqst-exemplar
               Close BBSOCIOS
               Close BBMOVTO
               Close BBTITULOS
               Close BBTARIFA
               Close BBCAIXA
               Close BBRESERVA
               Close BBMULTAS
               Close BBAUDIT
               Close BBCONTA
               stop run.
           Open i-o BBSESSAO.
           If arqst-sessao = "35"
               Open output BBSESSAO
               Close BBSESSAO
               Open i-o BBSESSAO.
           If arqst-sessao not = "00"
               Display "Erro na abertura de BBSESSAO - status "
                   arqst-sessao
               Close BBSOCIOS
               Close BBMOVTO
               Close BBTITULOS
               Close BBTARIFA
               Close BBCAIXA
               Close BBRESERVA
               Close BBMULTAS
               Close BBAUDIT
               Close BBCONTA
               Close BBEXEMPLAR
               stop run.
           Open i-o BBOPERADOR.
           If arqst-operador = "35"
               Open output BBOPERADOR
               Close BBOPERADOR
               Open i-o BBOPERADOR.
           If arqst-operador not = "00"
               Display "Erro na abertura de BBOPERADOR - status "
                   arqst-operador
               Close BBSOCIOS
               Close BBMOVTO
               Close BBTITULOS
               Close BBTARIFA
               Close BBCAIXA
               Close BBRESERVA
               Close BBMULTAS
               Close BBAUDIT
               Close BBCONTA
               Close BBEXEMPLAR
               Close BBSESSAO
               stop run.
           Open i-o BBMOVHIS.
           If arqst-movhis = "35"
               Open output BBMOVHIS
               Close BBMOVHIS
               Open i-o BBMOVHIS.
           If arqst-movhis not = "00"
               Display "Erro na abertura de BBMOVHIS - status "
                   arqst-movhis
               Close BBSOCIOS
               Close BBMOVTO
               Close BBTITULOS
               Close BBTARIFA
               Close BBCAIXA
               Close BBRESERVA
               Close BBMULTAS
               Close BBAUDIT
               Close BBCONTA
               Close BBEXEMPLAR
               Close BBSESSAO
               Close BBOPERADOR
               stop run.
           Open i-o CLIENTES.
           If arqst-cli = "00"
               move "S" to Banco-Ok-W
           else
               move "N" to Banco-Ok-W.
           Open input BBAVISO.
           If arqst-aviso = "00"
               move "S" to Aviso-Ok-W
           else
               move "N" to Aviso-Ok-W.

       Verifica-operadores.
           move low-values to Codigo-Operador.
           start BBOPERADOR key is not less than Codigo-Operador
               invalid key
                   Display "Nenhum operador cadastrado - execute o "
                       "programa Operador"
                   Perform Finaliza
                   stop run.

       Entra-operador.
           Display "Codigo do operador: " at 1225.
           Display "Senha: " at 1325.
           move spaces to Operador-W Senha-Dig-W.
           accept Operador-W at 1245 with prompt auto.
           move function upper-case(Operador-W) to Operador-W.
           if Operador-W = spaces
               display "Operador e obrigatorio" at 2321
           else
               accept Senha-Dig-W at 1345 with prompt auto secure
               add 1 to Tentativas-Login-W
               move Operador-W to Codigo-Acesso-W
               move spaces to Usuario-Acesso-W
               move Operador-W to Codigo-Operador
               read BBOPERADOR key is Codigo-Operador invalid key
                   display "Operador nao cadastrado" at 2321
                   move "F" to Operacao-Audit
                   perform Grava-audit-acesso
               not invalid key
                   perform Confere-operador
               end-read
               if Login-Ok-W = "N" and Tentativas-Login-W not < 3
                   display "Acesso negado - programa encerrado"
                       at 2321
                   Perform Finaliza
                   stop run.

       Confere-operador.
           evaluate true
           when Situacao-Operador = "I"
               display "Operador desativado" at 2321
               move "F" to Operacao-Audit
               perform Grava-audit-acesso
           when Situacao-Operador = "B"
               display "Operador bloqueado - procure o gerente" at 2321
               move "F" to Operacao-Audit
               perform Grava-audit-acesso
           when Senha-Dig-W not = Senha-Operador
               perform Senha-invalida
           when other
               move zeros to Tentativas-Operador
               move data-sis to Data-Acesso-Operador
               perform Regrava-operador
               move Perfil-Operador to Perfil-Oper-W
               move "S" to Login-Ok-W
               move "L" to Operacao-Audit
               perform Grava-audit-acesso
           end-evaluate.

       Senha-invalida.
           add 1 to Tentativas-Operador.
           if Tentativas-Operador not < 3
               move "B" to Situacao-Operador
               display "Senha invalida - operador bloqueado" at 2321
           else
               display "Senha invalida" at 2321.
           perform Regrava-operador.
           move "F" to Operacao-Audit.
           perform Grava-audit-acesso.

       Regrava-operador.
           rewrite reg-operador invalid key
               display "Erro ao gravar operador" at 2321.

       Verifica-supervisor.
           move "N" to Autoriza-W.
           if Perfil-Oper-W = "S" or Perfil-Oper-W = "G"
               move "S" to Autoriza-W
           else
               perform Pede-supervisor.

       Pede-supervisor.
           Display "Autorizacao - supervisor:      senha:           "
               at 2201.
           move spaces to Supervisor-W Senha-Dig-W.
           accept Supervisor-W at 2227 with prompt auto.
           move function upper-case(Supervisor-W) to Supervisor-W.
           accept Senha-Dig-W at 2239 with prompt auto secure.
           move Supervisor-W to Codigo-Acesso-W.
           move Operador-W to Usuario-Acesso-W.
           move Supervisor-W to Codigo-Operador.
           read BBOPERADOR key is Codigo-Operador invalid key
               display "Supervisor nao cadastrado" at 2321
               move "F" to Operacao-Audit
               perform Grava-audit-acesso
           not invalid key
               perform Confere-supervisor.

       Confere-supervisor.
           evaluate true
           when Situacao-Operador not = "A"
               display "Supervisor desativado ou bloqueado" at 2321
               move "F" to Operacao-Audit
               perform Grava-audit-acesso
           when Perfil-Operador not = "S" and Perfil-Operador not = "G"
               display "Operador sem direito de supervisor" at 2321
               move "F" to Operacao-Audit
               perform Grava-audit-acesso
           when Senha-Dig-W not = Senha-Operador
               perform Senha-invalida
           when other
               move zeros to Tentativas-Operador
               perform Regrava-operador
               move "S" to Autoriza-W
               move "V" to Operacao-Audit
               perform Grava-audit-acesso
           end-evaluate.

       Processo.
           Perform mostra-tela-menu.
           when 8
               perform Reserva-livro until op-continua = "n" or "N"
           when 9
               perform Pagamento-multa until op-continua = "n" or "N"
           when 10
               perform Exemplar-perdido until op-continua = "n" or "N"
           when 11
               perform Caixa-operador until op-continua = "n" or "N"
           when 12
               perform Unifica-socios until op-continua = "n" or "N".

       Inclusao.
           Perform mostra-tela-cadastro.
           Perform recebe-dados.
           move "A" to Situacao-W.
           Display Situacao-W at 1429.
           move zeros to Conta-Socio-W Conta-Ant-W.
           Perform Entra-conta-banco.
           Perform Gravar-socio.
           Perform continua.

           Display Telefone-W at 1229.
           Display Livros-W at 1327.
           Display Situacao-W at 1429.
           Perform Busca-conta-socio.
           move Conta-Socio-W to Conta-Ant-W.
           move Conta-Socio-W to Conta-Socio-E.
           Display Conta-Socio-E at 1532.
           Perform recebe-dados.
           Perform Entra-conta-banco.
           Perform Altera-situacao.
           move Numero-W to Numero.
           move Nome-W to Nome.
           rewrite reg-socio invalid key
               display "Erro na alteracao" at 2321
           not invalid key
               perform Grava-audit-alteracao
               perform Grava-vinculo-conta.
           Perform continua.

       Altera-situacao.
           move spaces to salva.
           accept salva at 2235 with prompt auto.
           if salva = "S" or salva = "s"
               perform Verifica-supervisor
               if Autoriza-W = "S"
                   move 0 to wflag
                   perform Entra-situacao until wflag = 1
               end-if
                   not invalid key
                       display "Registro excluido" at 2321
                       perform Grava-audit-exclusao
                       perform Exclui-vinculo-conta
               else
                   display "Exclusao cancelada" at 2321
               end-if
           move Situacao-Socio to Situacao-W.
           Display Numero-W at 0827.
           Display Nome-W at 0925.
           Perform Mostra-ultimo-aviso.
           if Situacao-W = "S"
               display "Socio suspenso por atraso na devolucao - "
                   "retirada nao permitida" at 2321
           else
           if Livros-W not < 9
               display "Socio atingiu o limite de 9 livros" at 2321
           else
           if Sessao-Ok-W not = "S"
               Perform Confere-sessao
           else
               Perform Verifica-debito
               if Debito-Ok-W = "S"
               end-if
           end-if
           end-if
           end-if
           end-if.
           Perform continua.


       Retira-um-titulo.
           Perform Entra-titulo-retirada.
           if Titulo-Ok-W = "S"
               Perform Entra-exemplar-retirada.
           if Titulo-Ok-W = "S"
               Perform Grava-retirada.
           Perform Pergunta-mais-titulos.
               Display "Fichas: " at 1919
               Display Fichas-Lista-W at 1927
               Display "Total a pagar: " at 2019
               Display Total-Visita-E at 2034
               move Total-Visita-W to Valor-Pagto-W
               perform Escolhe-forma-pagto
               if Debito-Recusado-W = "S"
                   display "Debito nao efetuado - receber em dinheiro"
                       at 2201
               end-if
               move 1 to Item-W
               perform Grava-caixa-aluguel until Item-W > Qtd-Fichas-W.

       Entra-titulo-retirada.
           move "N" to Titulo-Ok-W.
           move data-sis to Data-Retirada.
           move Data-Prevista-W to Data-Prevista-Devolucao.
           move zeros to Data-Devolucao.
           move Exemplar-W to Exemplar-Movto.
           move space to Ocorrencia-Movto.
           write reg-movto invalid key
               display "Erro ao gravar movimento" at 2321
           not invalid key
               display "Retirada registrada, ficha numero: "
                   at 2201
               display Sequencia-Movto at 2237
               move Codigo-Titulo-W to Codigo-Exe-W
               move "F" to Situacao-Exe-W
               move spaces to Condicao-W
               perform Muda-situacao-exemplar
               if Visita-W = zeros
                   move Sequencia-W to Visita-W
               end-if
               add 1 to Qtd-Fichas-W
               move Sequencia-W to Ficha-Item-W(Qtd-Fichas-W)
               move Codigo-Titulo-W to Titulo-Item-W(Qtd-Fichas-W)
               move Valor-Aluguel-W to Valor-Item-W(Qtd-Fichas-W)
               add Valor-Aluguel-W to Total-Visita-W
               move Sequencia-W to Ficha-X
               move Ficha-X to Fichas-Lista-W(Lista-Pos-W:4)
                   rewrite reg-titulo invalid key
                       display "Erro ao atualizar titulo" at 2321
                   end-rewrite
               end-if.

       Entra-exemplar-retirada.
           move "N" to Exemplar-Ok-W.
           if Res-Atender-W = "S"
               move "R" to Situacao-Req-W
           else
               move "D" to Situacao-Req-W.
           Display "Exemplar (0 = primeiro livre): " at 1419.
           move zeros to Exemplar-E.
           accept Exemplar-E at 1451 with prompt auto.
           move Exemplar-E to Exemplar-W.
           if Exemplar-W = zeros
               perform Busca-exemplar-livre
           else
               perform Le-exemplar-escolhido.
           if Exemplar-Ok-W = "S"
               move Exemplar-W to Exemplar-E
               Display Exemplar-E at 1451
           else
               move "N" to Titulo-Ok-W.

       Busca-exemplar-livre.
           move Codigo-Titulo-W to Codigo-Titulo-Exe.
           move zeros to Numero-Exe.
           start BBEXEMPLAR key is not less than Chave-Exemplar
               invalid key continue
           end-start.
           if arqst-exemplar = "00"
               perform Le-exemplar-livre
                   until Exemplar-Ok-W = "S"
                       or arqst-exemplar not = "00"
                       or Codigo-Titulo-Exe not = Codigo-Titulo-W.
           if Exemplar-Ok-W not = "S"
               display "Nenhum exemplar livre deste titulo" at 2321.

       Le-exemplar-livre.
           read BBEXEMPLAR next record at end
               move "10" to arqst-exemplar.
           if arqst-exemplar = "00"
               and Codigo-Titulo-Exe = Codigo-Titulo-W
               and Situacao-Exe = Situacao-Req-W
               move Numero-Exe to Exemplar-W
               move "S" to Exemplar-Ok-W.

       Le-exemplar-escolhido.
           move Codigo-Titulo-W to Codigo-Titulo-Exe.
           move Exemplar-W to Numero-Exe.
           read BBEXEMPLAR key is Chave-Exemplar invalid key
               display "Exemplar nao cadastrado" at 2321
           not invalid key
               if Situacao-Exe = Situacao-Req-W
                   move "S" to Exemplar-Ok-W
               else
                   if Situacao-Req-W = "R"
                       display "Exemplar nao e o retido para a reserva"
                           at 2321
                   else
                       display "Exemplar nao disponivel" at 2321
                   end-if
               end-if
           end-read.

       Muda-situacao-exemplar.
           move Codigo-Exe-W to Codigo-Titulo-Exe.
           move Exemplar-W to Numero-Exe.
           read BBEXEMPLAR key is Chave-Exemplar invalid key
               display "Exemplar nao cadastrado" at 2321
           not invalid key
               move Situacao-Exe-W to Situacao-Exe
               if Condicao-W not = spaces
                   move Condicao-W to Condicao-Exe
               end-if
               move data-sis to Data-Situacao-Exe
               rewrite reg-exemplar invalid key
                   display "Erro ao atualizar exemplar" at 2321
           end-read.

       Recalcula-copias.
           move zeros to Copias-Circ-W.
           move Codigo-Exe-W to Codigo-Titulo-Exe.
           move zeros to Numero-Exe.
           start BBEXEMPLAR key is not less than Chave-Exemplar
               invalid key continue
           end-start.
           if arqst-exemplar = "00"
               perform Conta-exemplar-circ
                   until arqst-exemplar not = "00"
                       or Codigo-Titulo-Exe not = Codigo-Exe-W.
           move Codigo-Exe-W to Codigo-Titulo.
           read BBTITULOS key is Codigo-Titulo invalid key
               display "Titulo nao consta do catalogo" at 2221
           not invalid key
               move Copias-Circ-W to Copias-Total
               rewrite reg-titulo invalid key
                   display "Erro ao atualizar titulo" at 2321.

       Conta-exemplar-circ.
           read BBEXEMPLAR next record at end
               move "10" to arqst-exemplar.
           if arqst-exemplar = "00"
               and Codigo-Titulo-Exe = Codigo-Exe-W
               and (Situacao-Exe = "D" or Situacao-Exe = "F"
                   or Situacao-Exe = "R")
               add 1 to Copias-Circ-W.

       Calcula-data-prevista.
           if Prazo-Dias-Tarifa = zeros
           move spaces to salva.
           accept salva at 2244 with prompt auto.
           if salva = "S" or salva = "s"
               perform Verifica-supervisor
               if Autoriza-W = "S"
                   move 0 to wflag
                   Perform Entra-data-prevista until wflag = 1.

       Grava-caixa-aluguel.
           move data-sis to Data-Caixa.
           move Numero-W to Numero-Caixa.
           move Ficha-Item-W(Item-W) to Sequencia-Caixa.
           move Titulo-Item-W(Item-W) to Codigo-Titulo-Caixa.
           move "A" to Tipo-Caixa.
           move Valor-Item-W(Item-W) to Valor-Caixa.
           move Visita-W to Visita-Caixa.
           move Forma-Pagto-W to Forma-Caixa.
           move Ref-Pagto-W to Ref-Caixa.
           move Operador-W to Operador-Caixa.
           move Sessao-W to Sessao-Caixa.
           write reg-caixa.
           if arqst-caixa not = "00"
               display "Erro ao gravar caixa" at 2321.
           add 1 to Item-W.

       Proxima-sequencia-movto.
           move zeros to Ultima-Sequencia-W.
               perform Acha-ultima-sequencia
                   until arqst-movto not = "00"
                       or Numero-Movto not = Numero-W.
           perform Maior-seq-movhis.
           compute Sequencia-W = Ultima-Sequencia-W + 1.

       Acha-ultima-sequencia.
           move Livros to Livros-W.
           Display Numero-W at 0827.
           Display Nome-W at 0925.
           Perform Mostra-ultimo-aviso.
           Display "Numero da ficha de retirada: " at 1119.
           move zeros to Sequencia-W.
           accept Sequencia-W at 1148 with prompt auto.
                   display "Este livro ja foi devolvido" at 2321
               else
                   move data-sis to Data-Devolucao
                   perform Registra-avaria
                   rewrite reg-movto invalid key
                       display "Erro ao gravar devolucao" at 2321
                   not invalid key
                       end-rewrite
                       perform Baixa-copia-titulo
                       perform Calcula-multa
                       perform Devolve-exemplar.
           Perform continua.

       Mostra-ultimo-aviso.
           if Aviso-Ok-W = "S"
               move zeros to Ult-Aviso-Data-W
               move Numero-W to Numero-Aviso
               move low-values to Tipo-Aviso
               move zeros to Referencia-Aviso
               start BBAVISO key is not less than Chave-Aviso
                   invalid key continue
               end-start
               if arqst-aviso = "00"
                   perform Le-aviso-socio
                       until arqst-aviso not = "00"
                           or Numero-Aviso not = Numero-W
               end-if
               if Ult-Aviso-Data-W not = zeros
                   perform Mostra-aviso-tela.

       Le-aviso-socio.
           read BBAVISO next record at end
               move "10" to arqst-aviso.
           if arqst-aviso = "00" and Numero-Aviso = Numero-W
                   and Data-Envio-Aviso not < Ult-Aviso-Data-W
               move Data-Envio-Aviso to Ult-Aviso-Data-W
               move Tipo-Aviso to Ult-Aviso-Tipo-W
               move Titulo-Aviso to Ult-Aviso-Titulo-W.

       Mostra-aviso-tela.
           evaluate Ult-Aviso-Tipo-W
           when "1"
               move "1o aviso de atraso" to lat-tipo
           when "2"
               move "2o aviso de atraso" to lat-tipo
           when "3"
               move "aviso final" to lat-tipo
           when other
               move "reserva disponivel" to lat-tipo
           end-evaluate.
           move Ult-Aviso-Dia-W to lat-dia.
           move Ult-Aviso-Mes-W to lat-mes.
           move Ult-Aviso-Ano-W to lat-ano.
           move Ult-Aviso-Titulo-W to lat-titulo.
           display lin-aviso-tela at 0719.

       Registra-avaria.
           move space to Ocorrencia-Movto.
           move spaces to Condicao-W.
           move "N" to Conserto-W.
           Display "Exemplar devolvido com avaria (S/N) ?" at 2201.
           move spaces to Avaria-W.
           accept Avaria-W at 2239 with prompt auto.
           if Avaria-W = "S" or Avaria-W = "s"
               move "A" to Ocorrencia-Movto
               move 0 to wflag
               perform Entra-condicao until wflag = 1
               Display "Enviar exemplar para conserto (S/N) ?" at 2201
               move spaces to Conserto-W
               accept Conserto-W at 2239 with prompt auto
               if Conserto-W = "s"
                   move "S" to Conserto-W
               end-if
           end-if.

       Entra-condicao.
           move 1 to wflag.
           Display "Condicao (R=riscado A=avariado): " at 2201.
           move spaces to Condicao-W.
           accept Condicao-W at 2235 with prompt auto.
           if Condicao-W = "r"
               move "R" to Condicao-W.
           if Condicao-W = "a"
               move "A" to Condicao-W.
           if Condicao-W not = "R" and Condicao-W not = "A"
               display "Condicao invalida" at 2321
               move 0 to wflag.

       Devolve-exemplar.
           if Conserto-W = "S"
               move "C" to Situacao-Exe-W
               display "Exemplar enviado para conserto" at 2321
           else
               perform Avisa-reserva
               if Reserva-Achada-W = "S"
                   move "R" to Situacao-Exe-W
               else
                   move "D" to Situacao-Exe-W.
           if Exemplar-Movto > zeros
               move Codigo-Titulo-Movto to Codigo-Exe-W
               move Exemplar-Movto to Exemplar-W
               perform Muda-situacao-exemplar
               if Conserto-W = "S"
                   perform Recalcula-copias.

       Baixa-copia-titulo.
           move Codigo-Titulo-Movto to Codigo-Titulo.
           read BBTITULOS key is Codigo-Titulo invalid key
           end-read.

       Cobra-ou-lanca.
           move spaces to Paga-Ato-W.
           if Sessao-Ok-W = "S"
               Display "Multa paga no ato (S/N) ?" at 2201
               accept Paga-Ato-W at 2227 with prompt auto
           else
               perform Confere-sessao.
           if Paga-Ato-W = "S" or Paga-Ato-W = "s"
               move Multa-W to Valor-Pagto-W
               perform Escolhe-forma-pagto
               if Debito-Recusado-W = "S"
                   perform Grava-multa-aberta
               else
                   perform Grava-caixa-multa
               end-if
           else
               perform Grava-multa-aberta.

           move "M" to Tipo-Caixa.
           move Multa-W to Valor-Caixa.
           move zeros to Visita-Caixa.
           move Forma-Pagto-W to Forma-Caixa.
           move Ref-Pagto-W to Ref-Caixa.
           move Operador-W to Operador-Caixa.
           move Sessao-W to Sessao-Caixa.
           write reg-caixa.
           if arqst-caixa not = "00"
               display "Erro ao gravar caixa" at 2321.
           move Multa-W to Valor-Multa.
           move "A" to Situacao-Multa.
           move zeros to Data-Pagamento-Multa.
           move Tipo-Multa-W to Tipo-Multa.
           write reg-multa invalid key
               display "Erro ao lancar multa em debito" at 2321
           not invalid key
           move "N" to Lista-Flag-W.
           if Multas-Abertas-W = zeros
               display "Socio nao possui multas em aberto" at 2321
           else
           if Sessao-Ok-W not = "S"
               perform Confere-sessao
           else
               move Debito-W to Debito-E
               display "Total em aberto: " at 1919
               accept Seq-Multa-E at 2044 with prompt auto
               move Seq-Multa-E to Seq-Multa-W
               perform Paga-multa
           end-if
           end-if.
           Perform continua.

               if Situacao-Multa not = "A"
                   display "Esta multa ja foi paga" at 2321
               else
                   move Valor-Multa to Valor-Pagto-W
                   perform Escolhe-forma-pagto
                   if Debito-Recusado-W = "S"
                       display "Pagamento nao registrado" at 2201
                   else
                       perform Grava-caixa-pagamento
                       move "P" to Situacao-Multa
                       move data-sis to Data-Pagamento-Multa
                       rewrite reg-multa invalid key
                           display "Erro ao baixar multa" at 2321
                       not invalid key
                           display "Pagamento registrado" at 2201
                       end-rewrite
                   end-if
               end-if
           end-read.

           move Numero-W to Numero-Caixa.
           move Ficha-Multa to Sequencia-Caixa.
           move Codigo-Titulo-Multa to Codigo-Titulo-Caixa.
           if Tipo-Multa = "R"
               move "R" to Tipo-Caixa
           else
               move "M" to Tipo-Caixa.
           move Valor-Multa to Valor-Caixa.
           move zeros to Visita-Caixa.
           move Forma-Pagto-W to Forma-Caixa.
           move Ref-Pagto-W to Ref-Caixa.
           move Operador-W to Operador-Caixa.
           move Sessao-W to Sessao-Caixa.
           write reg-caixa.
           if arqst-caixa not = "00"
               display "Erro ao gravar caixa" at 2321.

       Exemplar-perdido.
           Perform mostra-tela-cadastro.
           Display "E X E M P L A R   P E R D I D O" at 0630
               with highlight.
           move 2 to op.
           Perform entra-numero until wflag = 1.
           move Numero to Numero-W.
           move Nome to Nome-W.
           move Livros to Livros-W.
           Display Numero-W at 0827.
           Display Nome-W at 0925.
           Perform Mostra-ultimo-aviso.
           Display "Numero da ficha de retirada: " at 1119.
           move zeros to Sequencia-W.
           accept Sequencia-W at 1148 with prompt auto.
           move Numero-W to Numero-Movto.
           move Sequencia-W to Sequencia-Movto.
           read BBMOVTO key is Chave-Movto invalid key
               display "Ficha de retirada nao encontrada" at 2321
           not invalid key
               if Data-Devolucao not = zeros
                   display "Este livro ja foi devolvido" at 2321
               else
                   Display Titulo-Movto at 1219
                   Display "Confirma perda do exemplar (S/N) ?" at 2201
                   move spaces to salva
                   accept salva at 2236 with prompt auto
                   if salva = "S" or salva = "s"
                       perform Baixa-exemplar-perdido
                   else
                       display "Operacao cancelada" at 2321.
           Perform continua.

       Baixa-exemplar-perdido.
           move data-sis to Data-Devolucao.
           move "P" to Ocorrencia-Movto.
           rewrite reg-movto invalid key
               display "Erro ao gravar baixa do exemplar" at 2321
           not invalid key
               display "Exemplar baixado como perdido" at 2201
               if Livros-W > 0
                   subtract 1 from Livros-W
               end-if
               move Livros-W to Livros
               rewrite reg-socio invalid key
                   display "Erro ao atualizar socio" at 2321
               end-rewrite
               perform Baixa-copia-titulo
               if Exemplar-Movto > zeros
                   move Codigo-Titulo-Movto to Codigo-Exe-W
                   move Exemplar-Movto to Exemplar-W
                   move "P" to Situacao-Exe-W
                   move spaces to Condicao-W
                   perform Muda-situacao-exemplar
                   perform Recalcula-copias
               else
                   perform Reduz-copias-total
               end-if
               perform Calcula-multa
               perform Cobra-reposicao.

       Reduz-copias-total.
           move Codigo-Titulo-Movto to Codigo-Titulo.
           read BBTITULOS key is Codigo-Titulo invalid key
               display "Titulo nao consta do catalogo" at 2221
           not invalid key
               if Copias-Total > 0
                   subtract 1 from Copias-Total
               end-if
               rewrite reg-titulo invalid key
                   display "Erro ao atualizar titulo" at 2321.

       Cobra-reposicao.
           move zeros to Reposicao-W.
           move Codigo-Titulo-Movto to Codigo-Titulo.
           read BBTITULOS key is Codigo-Titulo invalid key
               continue
           not invalid key
               move Categoria-Titulo to Categoria-Tarifa
               read BBTARIFA key is Categoria-Tarifa invalid key
                   continue
               not invalid key
                   move Reposicao-Tarifa to Reposicao-W
               end-read
           end-read.
           Display "Valor de reposicao: " at 1419.
           move Reposicao-W to Reposicao-E.
           Display Reposicao-E at 1439.
           move 0 to wflag.
           perform Entra-valor-reposicao until wflag = 1.
           move Reposicao-W to Multa-W.
           move "R" to Tipo-Multa-W.
           perform Grava-multa-aberta.
           move "A" to Tipo-Multa-W.
           move spaces to Paga-Ato-W.
           if Sessao-Ok-W = "S"
               Display "Reposicao paga no ato (S/N) ?" at 2201
               accept Paga-Ato-W at 2231 with prompt auto
           else
               perform Confere-sessao.
           if Paga-Ato-W = "S" or Paga-Ato-W = "s"
               perform Paga-multa.

       Entra-valor-reposicao.
           move 1 to wflag.
           Display "Valor cobrado (0 = valor da tabela): " at 2201.
           move zeros to Reposicao-Dig-E.
           accept Reposicao-Dig-E at 2238 with prompt auto.
           move Reposicao-Dig-E to Reposicao-Dig-W.
           if Reposicao-Dig-W not = zeros
               move Reposicao-Dig-W to Reposicao-W
               move Reposicao-W to Reposicao-E
               Display Reposicao-E at 1439.
           if Reposicao-W = zeros
               display "Informe o valor de reposicao" at 2321
               move 0 to wflag.

       Caixa-operador.
           Display tela-caixa.
           Display mes-t(mes) at 0219.
           move spaces to op-continua salva.
           Display Operador-W at 0629.
           Perform Verifica-sessao.
           if Sessao-Achada-W = "S"
               Perform Mostra-sessao
               Display "Fechar a sessao de caixa (S/N) ?" at 2201
               accept salva at 2234 with prompt auto
               if salva = "S" or salva = "s"
                   perform Fecha-sessao
               else
                   display "Sessao mantida aberta" at 2321
               end-if
           else
               Display "Nenhuma sessao de caixa aberta" at 0727
               Display "Abrir sessao de caixa (S/N) ?" at 2201
               accept salva at 2231 with prompt auto
               if salva = "S" or salva = "s"
                   perform Abre-sessao
               end-if
           end-if.
           Perform continua.

       Verifica-sessao.
           move "N" to Sessao-Achada-W Sessao-Ok-W.
           move zeros to Sessao-W Ultima-Sessao-W Data-Sessao-W
               Fundo-W.
           move Operador-W to Operador-Sessao.
           move zeros to Numero-Sessao.
           start BBSESSAO key is not less than Chave-Sessao
               invalid key continue
           end-start.
           if arqst-sessao = "00"
               perform Le-sessao-operador
                   until arqst-sessao not = "00"
                       or Operador-Sessao not = Operador-W.
           if Sessao-Achada-W = "S" and Data-Sessao-W = data-sis-num
               move "S" to Sessao-Ok-W.

       Le-sessao-operador.
           read BBSESSAO next record at end
               move "10" to arqst-sessao.
           if arqst-sessao = "00" and Operador-Sessao = Operador-W
               move Numero-Sessao to Ultima-Sessao-W
               if Situacao-Sessao = "A"
                   move "S" to Sessao-Achada-W
                   move Numero-Sessao to Sessao-W
                   move Data-Abertura-Sessao to Data-Sessao-W
                   move Fundo-Sessao to Fundo-W.

       Confere-sessao.
           if Sessao-W > zeros
               display "Sessao de caixa de outro dia aberta - feche "
                   "na opcao 11" at 2321
           else
               display "Caixa fechado - abra a sessao na opcao 11"
                   at 2321.

       Mostra-sessao.
           move Sessao-W to Sessao-E.
           Display Sessao-E at 0727.
           Display Data-Sessao-W at 0830.
           move Fundo-W to Fundo-E.
           Display Fundo-E at 0934.

       Abre-sessao.
           move 0 to wflag.
           perform Entra-fundo until wflag = 1.
           compute Sessao-W = Ultima-Sessao-W + 1.
           move function current-date to ws-stamp.
           move Operador-W to Operador-Sessao.
           move Sessao-W to Numero-Sessao.
           move "A" to Situacao-Sessao.
           move stamp-data to Data-Abertura-Sessao.
           move stamp-hora to Hora-Abertura-Sessao.
           move Fundo-W to Fundo-Sessao.
           move zeros to Data-Fechamento-Sessao Hora-Fechamento-Sessao
               Esperado-Sessao Contado-Sessao Diferenca-Sessao.
           move 1 to Nota-W.
           perform Zera-nota-sessao until Nota-W > 12.
           write reg-sessao invalid key
               display "Erro ao abrir sessao de caixa" at 2321
               move zeros to Sessao-W
           not invalid key
               move "S" to Sessao-Ok-W
               move stamp-data to Data-Sessao-W
               move Sessao-W to Sessao-E
               Display Sessao-E at 0727
               Display Data-Sessao-W at 0830
               display "Sessao de caixa aberta, numero: " at 2201
               display Sessao-E at 2234.

       Zera-nota-sessao.
           move zeros to Qtd-Notas-Sessao(Nota-W).
           add 1 to Nota-W.

       Entra-fundo.
           move 1 to wflag.
           move zeros to Fundo-E.
           accept Fundo-E at 0934 with prompt auto.
           move Fundo-E to Fundo-W.
           if Fundo-W = zeros
               Display "Abrir sem fundo de troco (S/N) ?" at 2201
               move spaces to salva
               accept salva at 2234 with prompt auto
               if salva not = "S" and salva not = "s"
                   move 0 to wflag.

       Fecha-sessao.
           Display "Contagem do caixa - quantidade de cada nota/moeda:"
               at 1005.
           move zeros to Contado-W.
           move 1 to Nota-W.
           move 11 to Linha-Nota-W.
           move 5 to Coluna-Nota-W.
           perform Conta-nota until Nota-W > 12.
           Display "Confirma a contagem (S/N) ?" at 2201.
           move spaces to salva.
           accept salva at 2229 with prompt auto.
           if salva = "S" or salva = "s"
               perform Encerra-sessao
           else
               display "Fechamento cancelado - refaca a contagem"
                   at 2321.

       Conta-nota.
           compute Pos-Nota-W = Linha-Nota-W * 100 + Coluna-Nota-W.
           move valor-nota-t(Nota-W) to lnt-valor.
           display lin-nota-tela at Pos-Nota-W.
           add 10 to Pos-Nota-W.
           move zeros to Qtd-Nota-E.
           accept Qtd-Nota-E at Pos-Nota-W with prompt auto.
           move Qtd-Nota-E to Qtd-Notas-W(Nota-W).
           compute Contado-W = Contado-W
               + Qtd-Notas-W(Nota-W) * valor-nota-t(Nota-W).
           add 1 to Nota-W.
           if Nota-W = 7
               move 11 to Linha-Nota-W
               move 42 to Coluna-Nota-W
           else
               add 1 to Linha-Nota-W.

       Encerra-sessao.
           perform Apura-sessao.
           compute Esperado-W = Fundo-W + Dinheiro-Sessao-W.
           compute Diferenca-W = Contado-W - Esperado-W.
           move function current-date to ws-stamp.
           move Operador-W to Operador-Sessao.
           move Sessao-W to Numero-Sessao.
           read BBSESSAO key is Chave-Sessao invalid key
               display "Sessao de caixa nao encontrada" at 2321
           not invalid key
               move "F" to Situacao-Sessao
               move stamp-data to Data-Fechamento-Sessao
               move stamp-hora to Hora-Fechamento-Sessao
               move Esperado-W to Esperado-Sessao
               move Contado-W to Contado-Sessao
               move Diferenca-W to Diferenca-Sessao
               move 1 to Nota-W
               perform Guarda-nota-sessao until Nota-W > 12
               rewrite reg-sessao invalid key
                   display "Erro ao fechar sessao de caixa" at 2321
               not invalid key
                   perform Mostra-fechamento
                   perform Imprime-fechamento
                   move zeros to Sessao-W
                   move "N" to Sessao-Ok-W
               end-rewrite
           end-read.

       Guarda-nota-sessao.
           move Qtd-Notas-W(Nota-W) to Qtd-Notas-Sessao(Nota-W).
           add 1 to Nota-W.

       Apura-sessao.
           move zeros to Dinheiro-Sessao-W Conta-Sessao-W.
           close BBCAIXA.
           open input BBCAIXA.
           if arqst-caixa = "00"
               move "N" to Eof-Caixa-W
               perform Le-caixa-sessao
               perform Soma-caixa-sessao until Eof-Caixa-W = "S"
               close BBCAIXA.
           open extend BBCAIXA.
           if arqst-caixa = "35"
               open output BBCAIXA.
           if arqst-caixa not = "00"
               display "Erro na reabertura de BBCAIXA" at 2321.

       Le-caixa-sessao.
           read BBCAIXA next record at end
               move "S" to Eof-Caixa-W.

       Soma-caixa-sessao.
           if Operador-Caixa = Operador-W and Sessao-Caixa = Sessao-W
               if Forma-Caixa = "C"
                   add Valor-Caixa to Conta-Sessao-W
               else
                   add Valor-Caixa to Dinheiro-Sessao-W.
           perform Le-caixa-sessao.

       Mostra-fechamento.
           move Esperado-W to Total-Caixa-E.
           Display "Esperado em caixa: " at 1805.
           Display Total-Caixa-E at 1830.
           move Contado-W to Total-Caixa-E.
           Display "Contado: " at 1905.
           Display Total-Caixa-E at 1930.
           move Diferenca-W to Diferenca-E.
           Display "Diferenca: " at 2005.
           Display Diferenca-E at 2029.
           if Diferenca-W > zeros
               Display "SOBRA" at 2045
           else
               if Diferenca-W < zeros
                   Display "FALTA" at 2045
               else
                   Display "CONFERE" at 2045.
           display "Sessao fechada - comprovante em fechacaixa.txt"
               at 2321.

       Imprime-fechamento.
           open extend FECHAMENTO.
           if arqst-fecha = "35"
               open output FECHAMENTO.
           if arqst-fecha not = "00"
               display "Erro na abertura do comprovante" at 2321
           else
               perform Grava-comprovante
               close FECHAMENTO.

       Grava-comprovante.
           move dia to lfc-dia.
           move mes to lfc-mes.
           move ano to lfc-ano.
           write reg-fecha from lin-fecha-cab after advancing page.
           move Operador-W to lfi-operador.
           move Sessao-W to lfi-sessao.
           write reg-fecha from lin-fecha-id after advancing 2 lines.
           move "ABERTURA....: " to lfh-desc.
           move Data-Abertura-Sessao to lfh-data.
           move Hora-Abertura-Sessao to lfh-hora.
           write reg-fecha from lin-fecha-hora after advancing 1 line.
           move "FECHAMENTO..: " to lfh-desc.
           move Data-Fechamento-Sessao to lfh-data.
           move Hora-Fechamento-Sessao to lfh-hora.
           write reg-fecha from lin-fecha-hora after advancing 1 line.
           move spaces to reg-fecha.
           write reg-fecha after advancing 1 line.
           move "CONTAGEM" to reg-fecha.
           write reg-fecha after advancing 1 line.
           move 1 to Nota-W.
           perform Grava-linha-nota until Nota-W > 12.
           move spaces to lfv-obs.
           move "FUNDO INICIAL...............:" to lfv-desc.
           move Fundo-W to lfv-valor.
           write reg-fecha from lin-fecha-valor after advancing 2 lines.
           move "RECEBIDO EM DINHEIRO........:" to lfv-desc.
           move Dinheiro-Sessao-W to lfv-valor.
           write reg-fecha from lin-fecha-valor after advancing 1 line.
           move "DEBITO EM CONTA (NAO CONTA).:" to lfv-desc.
           move Conta-Sessao-W to lfv-valor.
           write reg-fecha from lin-fecha-valor after advancing 1 line.
           move "ESPERADO EM CAIXA...........:" to lfv-desc.
           move Esperado-W to lfv-valor.
           write reg-fecha from lin-fecha-valor after advancing 1 line.
           move "CONTADO.....................:" to lfv-desc.
           move Contado-W to lfv-valor.
           write reg-fecha from lin-fecha-valor after advancing 1 line.
           move "DIFERENCA...................:" to lfv-desc.
           move Diferenca-W to lfv-valor.
           if Diferenca-W > zeros
               move "SOBRA" to lfv-obs
           else
               if Diferenca-W < zeros
                   move "FALTA" to lfv-obs
               else
                   move "CONFERE" to lfv-obs.
           write reg-fecha from lin-fecha-valor after advancing 1 line.
           move "ASSINATURA DO OPERADOR: ______________________"
               to reg-fecha.
           write reg-fecha after advancing 3 lines.

       Grava-linha-nota.
           move valor-nota-t(Nota-W) to lfn-valor.
           move Qtd-Notas-W(Nota-W) to lfn-qtd.
           compute lfn-total =
               Qtd-Notas-W(Nota-W) * valor-nota-t(Nota-W).
           write reg-fecha from lin-fecha-nota after advancing 1 line.
           add 1 to Nota-W.

       Reserva-livro.
           Perform mostra-tela-cadastro.
           Display "R E S E R V A   D E   L I V R O" at 0630
           move Situacao-Socio to Situacao-W.
           Display Numero-W at 0827.
           Display Nome-W at 0925.
           Perform Mostra-ultimo-aviso.
           if Situacao-W = "S"
               display "Socio suspenso por atraso na devolucao - "
                   "reserva nao permitida" at 2321
               end-if
               rewrite reg-titulo invalid key
                   display "Erro ao atualizar titulo" at 2321.
           perform Libera-exemplar-retido.

       Libera-exemplar-retido.
           move "N" to Exemplar-Ok-W.
           move "R" to Situacao-Req-W.
           move Codigo-Res-W to Codigo-Titulo-W.
           move Codigo-Res-W to Codigo-Titulo-Exe.
           move zeros to Numero-Exe.
           start BBEXEMPLAR key is not less than Chave-Exemplar
               invalid key continue
           end-start.
           if arqst-exemplar = "00"
               perform Le-exemplar-livre
                   until Exemplar-Ok-W = "S"
                       or arqst-exemplar not = "00"
                       or Codigo-Titulo-Exe not = Codigo-Titulo-W.
           if Exemplar-Ok-W = "S"
               move "D" to Situacao-Exe
               move data-sis to Data-Situacao-Exe
               rewrite reg-exemplar invalid key
                   display "Erro ao atualizar exemplar" at 2321.

       Busca-reserva-avisada.
           move Codigo-Titulo-W to Codigo-Res-W.
               Display "Fone: " at 1619
               Display Telefone at 1625.

       Unifica-socios.
           Perform mostra-tela-cadastro.
           Display "U N I F I C A C A O" at 0630 with highlight.
           perform Verifica-supervisor.
           if Autoriza-W not = "S"
               display "Unificacao de socios exige supervisor" at 2321
           else
               perform Entra-socios-unifica.
           Perform continua.

       Entra-socios-unifica.
           Display "Socio que permanece:" at 0719.
           move 2 to op.
           Perform entra-numero until wflag = 1.
           move Numero to Sobrevivente-W.
           Display Nome at 0925.
           Display Endereco at 1029.
           Display Cidade at 1127.
           Display Telefone at 1229.
           Display Livros at 1327.
           Display Situacao-Socio at 1429.
           Display "Socio duplicado: " at 1719.
           move 0 to wflag.
           Perform Entra-duplicado until wflag = 1.
           Display "Confirma unificacao (S/N) ?" at 2201.
           move spaces to salva.
           accept salva at 2229 with prompt auto.
           if salva = "S" or salva = "s"
               perform Unifica-registros
           else
               display "Unificacao cancelada" at 2321.

       Entra-duplicado.
           move 1 to wflag.
           move zeros to Duplicado-E.
           accept Duplicado-E at 1737 with prompt auto.
           move Duplicado-E to Duplicado-W.
           move Duplicado-W to Numero.
           if Duplicado-W = Sobrevivente-W
               display "Informe um socio diferente do que permanece"
                   at 2321
               move 0 to wflag
           else
               read BBSOCIOS key is Numero invalid key
                   perform nao-cadastrado
               not invalid key
                   move reg-socio to Reg-Dupl-W
                   display Nome at 1819
                   display Endereco at 1919
                   display Telefone at 1941
                   display "Situacao: " at 2019
                   display Situacao-Socio at 2029.

       Unifica-registros.
           move zeros to Qtd-Movto-Unif-W Qtd-Multa-Unif-W
               Qtd-Res-Unif-W Qtd-Mapa-W Qtd-Res-Canc-W
               Qtd-Aviso-Unif-W Qtd-Aviso-Fica-W.
           move Sobrevivente-W to Numero-W.
           perform Proxima-sequencia-movto.
           move Ultima-Sequencia-W to Seq-Unif-W.
           perform Conta-fichas-duplicado.
           evaluate true
           when Qtd-Fichas-Dupl-W > 2000
               display "Duplicado tem mais de 2000 fichas - unificacao "
                   "recusada" at 2321
           when Seq-Unif-W + Qtd-Fichas-Dupl-W > 9999
               display "Numeracao de fichas insuficiente - unificacao "
                   "recusada" at 2321
           when other
               perform Efetua-unificacao
           end-evaluate.

      *    O mapa de fichas (2000 posicoes) traduz a multa e o
      *    historico de avisos; o duplicado nao pode ter mais fichas.
       Conta-fichas-duplicado.
           move zeros to Qtd-Fichas-Dupl-W.
           move Duplicado-W to Numero-Movto.
           move zeros to Sequencia-Movto.
           move "N" to Fim-Unif-W.
           start BBMOVTO key is not less than Chave-Movto
               invalid key move "S" to Fim-Unif-W.
           perform Conta-movto-duplicado until Fim-Unif-W = "S".
           move Duplicado-W to Numero-Movhis.
           move zeros to Sequencia-Movhis.
           move "N" to Fim-Unif-W.
           start BBMOVHIS key is not less than Chave-Movhis
               invalid key move "S" to Fim-Unif-W.
           perform Conta-movhis-duplicado until Fim-Unif-W = "S".

       Conta-movto-duplicado.
           read BBMOVTO next record at end
               move "S" to Fim-Unif-W.
           if Fim-Unif-W = "N" and Numero-Movto not = Duplicado-W
               move "S" to Fim-Unif-W.
           if Fim-Unif-W = "N"
               add 1 to Qtd-Fichas-Dupl-W.

       Conta-movhis-duplicado.
           read BBMOVHIS next record at end
               move "S" to Fim-Unif-W.
           if Fim-Unif-W = "N" and Numero-Movhis not = Duplicado-W
               move "S" to Fim-Unif-W.
           if Fim-Unif-W = "N"
               add 1 to Qtd-Fichas-Dupl-W.

       Efetua-unificacao.
           move "N" to Fim-Unif-W.
           perform Transfere-movto until Fim-Unif-W = "S".
           move "N" to Fim-Unif-W.
           perform Transfere-movhis until Fim-Unif-W = "S".
           move Sobrevivente-W to Numero-W.
           perform Proxima-seq-multa.
           move "N" to Fim-Unif-W.
           perform Transfere-multa until Fim-Unif-W = "S".
           perform Transfere-avisos.
           perform Transfere-reservas.
           perform Transfere-conta.
           perform Atualiza-sobrevivente.
           perform Cancela-duplicado.
           display "Transferidos - fichas:" at 2101.
           move Qtd-Movto-Unif-W to Qtd-Unif-E.
           display Qtd-Unif-E at 2124.
           display "multas:" at 2130.
           move Qtd-Multa-Unif-W to Qtd-Unif-E.
           display Qtd-Unif-E at 2138.
           display "reservas:" at 2144.
           move Qtd-Res-Unif-W to Qtd-Unif-E.
           display Qtd-Unif-E at 2154.
           display "avisos:" at 2160.
           move Qtd-Aviso-Unif-W to Qtd-Unif-E.
           display Qtd-Unif-E at 2168.
           if Qtd-Res-Canc-W > 0
               display "Reservas repetidas canceladas:" at 2201
               move Qtd-Res-Canc-W to Qtd-Unif-E
               display Qtd-Unif-E at 2232.
           if Qtd-Aviso-Fica-W > 0
               display "Avisos nao transferidos:" at 2321
               move Qtd-Aviso-Fica-W to Qtd-Unif-E
               display Qtd-Unif-E at 2346.

       Maior-seq-movhis.
           move Numero-W to Numero-Movhis.
           move zeros to Sequencia-Movhis.
           start BBMOVHIS key is not less than Chave-Movhis
               invalid key continue
           end-start.
           if arqst-movhis = "00"
               perform Acha-ultima-seq-movhis
                   until arqst-movhis not = "00"
                       or Numero-Movhis not = Numero-W.

       Acha-ultima-seq-movhis.
           read BBMOVHIS next record at end
               move "10" to arqst-movhis.
           if arqst-movhis = "00" and Numero-Movhis = Numero-W
                   and Sequencia-Movhis > Ultima-Sequencia-W
               move Sequencia-Movhis to Ultima-Sequencia-W.

       Transfere-movto.
           perform Le-movto-duplicado.
           if Fim-Unif-W = "N" and Seq-Unif-W not < 9999
               display "Numeracao de fichas esgotada" at 2321
               move "S" to Fim-Unif-W.
           if Fim-Unif-W = "N"
               perform Regrava-movto-unificado.

       Le-movto-duplicado.
           move Duplicado-W to Numero-Movto.
           move zeros to Sequencia-Movto.
           start BBMOVTO key is not less than Chave-Movto
               invalid key move "S" to Fim-Unif-W.
           if Fim-Unif-W = "N"
               read BBMOVTO next record at end
                   move "S" to Fim-Unif-W.
           if Fim-Unif-W = "N" and Numero-Movto not = Duplicado-W
               move "S" to Fim-Unif-W.

       Regrava-movto-unificado.
           move Sequencia-Movto to Seq-Ant-Unif-W.
           add 1 to Seq-Unif-W.
           move Sobrevivente-W to Numero-Movto.
           move Seq-Unif-W to Sequencia-Movto.
           write reg-movto invalid key
               display "Erro ao transferir ficha" at 2321
               move "S" to Fim-Unif-W
           not invalid key
               perform Guarda-mapa-ficha
               add 1 to Qtd-Movto-Unif-W
               move Duplicado-W to Numero-Movto
               move Seq-Ant-Unif-W to Sequencia-Movto
               delete BBMOVTO invalid key
                   display "Erro ao excluir ficha" at 2321
                   move "S" to Fim-Unif-W.

       Transfere-movhis.
           perform Le-movhis-duplicado.
           if Fim-Unif-W = "N" and Seq-Unif-W not < 9999
               display "Numeracao de fichas esgotada" at 2321
               move "S" to Fim-Unif-W.
           if Fim-Unif-W = "N"
               perform Regrava-movhis-unificado.

       Le-movhis-duplicado.
           move Duplicado-W to Numero-Movhis.
           move zeros to Sequencia-Movhis.
           start BBMOVHIS key is not less than Chave-Movhis
               invalid key move "S" to Fim-Unif-W.
           if Fim-Unif-W = "N"
               read BBMOVHIS next record at end
                   move "S" to Fim-Unif-W.
           if Fim-Unif-W = "N" and Numero-Movhis not = Duplicado-W
               move "S" to Fim-Unif-W.

       Regrava-movhis-unificado.
           move Sequencia-Movhis to Seq-Ant-Unif-W.
           add 1 to Seq-Unif-W.
           move Sobrevivente-W to Numero-Movhis.
           move Seq-Unif-W to Sequencia-Movhis.
           write reg-movhis invalid key
               display "Erro ao transferir historico" at 2321
               move "S" to Fim-Unif-W
           not invalid key
               perform Guarda-mapa-ficha
               add 1 to Qtd-Movto-Unif-W
               move Duplicado-W to Numero-Movhis
               move Seq-Ant-Unif-W to Sequencia-Movhis
               delete BBMOVHIS invalid key
                   display "Erro ao excluir historico" at 2321
                   move "S" to Fim-Unif-W.

       Guarda-mapa-ficha.
           if Qtd-Mapa-W < 2000
               add 1 to Qtd-Mapa-W
               move Seq-Ant-Unif-W to Ficha-Ant-W(Qtd-Mapa-W)
               move Seq-Unif-W to Ficha-Nova-W(Qtd-Mapa-W).

       Transfere-multa.
           perform Le-multa-duplicado.
           if Fim-Unif-W = "N" and Ultima-Seq-Multa-W not < 9999
               display "Numeracao de multas esgotada" at 2321
               move "S" to Fim-Unif-W.
           if Fim-Unif-W = "N"
               perform Regrava-multa-unificada.

       Le-multa-duplicado.
           move Duplicado-W to Numero-Multa.
           move zeros to Sequencia-Multa.
           start BBMULTAS key is not less than Chave-Multa
               invalid key move "S" to Fim-Unif-W.
           if Fim-Unif-W = "N"
               read BBMULTAS next record at end
                   move "S" to Fim-Unif-W.
           if Fim-Unif-W = "N" and Numero-Multa not = Duplicado-W
               move "S" to Fim-Unif-W.

       Regrava-multa-unificada.
           move Sequencia-Multa to Seq-Ant-Unif-W.
           add 1 to Ultima-Seq-Multa-W.
           perform Converte-ficha-multa.
           move Sobrevivente-W to Numero-Multa.
           move Ultima-Seq-Multa-W to Sequencia-Multa.
           write reg-multa invalid key
               display "Erro ao transferir multa" at 2321
               move "S" to Fim-Unif-W
           not invalid key
               add 1 to Qtd-Multa-Unif-W
               move Duplicado-W to Numero-Multa
               move Seq-Ant-Unif-W to Sequencia-Multa
               delete BBMULTAS invalid key
                   display "Erro ao excluir multa" at 2321
                   move "S" to Fim-Unif-W.

       Converte-ficha-multa.
           move "N" to Achou-Mapa-W.
           move 1 to Ind-Mapa-W.
           perform Busca-mapa-ficha
               until Achou-Mapa-W = "S" or Ind-Mapa-W > Qtd-Mapa-W.

       Busca-mapa-ficha.
           if Ficha-Ant-W(Ind-Mapa-W) = Ficha-Multa
               move Ficha-Nova-W(Ind-Mapa-W) to Ficha-Multa
               move "S" to Achou-Mapa-W
           else
               add 1 to Ind-Mapa-W.

      *    Historico de avisos passa para o socio que permanece:
      *    avisos de atraso (1/2/3) seguem a ficha renumerada; avisos
      *    de reserva (R) mantem a referencia, pois a reserva nao muda
      *    de chave.
       Transfere-avisos.
           if Aviso-Ok-W = "S"
               close BBAVISO
               open i-o BBAVISO
               if arqst-aviso not = "00"
                   display "Erro ao abrir avisos - historico nao "
                       "transferido" at 2321
               else
                   move Duplicado-W to Numero-Aviso
                   move low-values to Tipo-Aviso
                   move zeros to Referencia-Aviso
                   move "N" to Fim-Unif-W
                   start BBAVISO key is not less than Chave-Aviso
                       invalid key move "S" to Fim-Unif-W
                   end-start
                   perform Transfere-aviso until Fim-Unif-W = "S"
                   close BBAVISO
               end-if
               open input BBAVISO
               if arqst-aviso not = "00"
                   move "N" to Aviso-Ok-W.

       Transfere-aviso.
           read BBAVISO next record at end
               move "S" to Fim-Unif-W.
           if Fim-Unif-W = "N" and Numero-Aviso not = Duplicado-W
               move "S" to Fim-Unif-W.
           if Fim-Unif-W = "N"
               move Chave-Aviso to Chave-Aviso-Unif-W
               perform Regrava-aviso-unificado
               move Chave-Aviso-Unif-W to Chave-Aviso
               start BBAVISO key is greater than Chave-Aviso
                   invalid key move "S" to Fim-Unif-W.

       Regrava-aviso-unificado.
           move "S" to Achou-Mapa-W.
           if Tipo-Aviso = "1" or Tipo-Aviso = "2" or Tipo-Aviso = "3"
               move "N" to Achou-Mapa-W
               move 1 to Ind-Mapa-W
               perform Busca-mapa-aviso
                   until Achou-Mapa-W = "S" or Ind-Mapa-W > Qtd-Mapa-W.
           if Achou-Mapa-W = "N"
               add 1 to Qtd-Aviso-Fica-W
           else
               move Sobrevivente-W to Numero-Aviso
               write reg-aviso invalid key
                   add 1 to Qtd-Aviso-Fica-W
               not invalid key
                   add 1 to Qtd-Aviso-Unif-W
                   move Chave-Aviso-Unif-W to Chave-Aviso
                   delete BBAVISO invalid key
                       display "Erro ao excluir aviso" at 2321.

       Busca-mapa-aviso.
           if Ficha-Ant-W(Ind-Mapa-W) = Referencia-Aviso
               move Ficha-Nova-W(Ind-Mapa-W) to Referencia-Aviso
               move "S" to Achou-Mapa-W
           else
               add 1 to Ind-Mapa-W.

       Transfere-reservas.
           move zeros to Codigo-Titulo-Res Sequencia-Res.
           move "N" to Fim-Unif-W.
           start BBRESERVA key is not less than Chave-Reserva
               invalid key move "S" to Fim-Unif-W.
           perform Transfere-reserva until Fim-Unif-W = "S".

       Transfere-reserva.
           read BBRESERVA next record at end
               move "S" to Fim-Unif-W.
           if Fim-Unif-W = "N" and Numero-Res = Duplicado-W
               if Situacao-Res = "A" or Situacao-Res = "H"
                   perform Confere-reserva-sobrevivente
               else
                   perform Regrava-reserva-unificada.

      *    Se o socio que permanece ja esta na fila do titulo, a
      *    reserva do duplicado e cancelada em vez de transferida.
       Confere-reserva-sobrevivente.
           move Chave-Reserva to Chave-Res-Unif-W.
           move Situacao-Res to Situacao-Ant-W.
           move Codigo-Titulo-Res to Codigo-Res-W.
           move Sobrevivente-W to Numero-W.
           perform Busca-reserva-socio.
           perform Rele-reserva-unificada.
           if Fim-Unif-W = "N"
               if Reserva-Achada-W = "S"
                   perform Cancela-reserva-duplicada
               else
                   perform Regrava-reserva-unificada.

       Rele-reserva-unificada.
           move Chave-Res-Unif-W to Chave-Reserva.
           read BBRESERVA key is Chave-Reserva invalid key
               display "Erro ao reler reserva" at 2321
               move "S" to Fim-Unif-W.

       Regrava-reserva-unificada.
           move Sobrevivente-W to Numero-Res.
           rewrite reg-reserva invalid key
               display "Erro ao transferir reserva" at 2321
           not invalid key
               add 1 to Qtd-Res-Unif-W.

       Cancela-reserva-duplicada.
           move "C" to Situacao-Res.
           rewrite reg-reserva invalid key
               display "Erro ao cancelar reserva" at 2321
           not invalid key
               add 1 to Qtd-Res-Canc-W
               if Situacao-Ant-W = "H"
                   perform Promove-reserva
                   perform Rele-reserva-unificada
               end-if.

       Transfere-conta.
           move zeros to Conta-Dupl-W.
           move Duplicado-W to Numero-Conta.
           read BBCONTA key is Numero-Conta invalid key
               continue
           not invalid key
               move Codigo-Cli-Conta to Conta-Dupl-W
               delete BBCONTA invalid key
                   continue
               end-delete
           end-read.
           if Conta-Dupl-W not = zeros
               move Sobrevivente-W to Numero-Conta
               read BBCONTA key is Numero-Conta invalid key
                   perform Vincula-conta-sobrevivente.

       Vincula-conta-sobrevivente.
           move Sobrevivente-W to Numero-Conta.
           move Conta-Dupl-W to Codigo-Cli-Conta.
           move data-sis to Data-Vinculo-Conta.
           write reg-conta invalid key
               display "Erro ao gravar conta do socio" at 2321.

       Atualiza-sobrevivente.
           move zeros to Livros-Unif-W.
           move Sobrevivente-W to Numero-Movto.
           move zeros to Sequencia-Movto.
           move "N" to Fim-Unif-W.
           start BBMOVTO key is not less than Chave-Movto
               invalid key move "S" to Fim-Unif-W.
           perform Conta-livro-aberto until Fim-Unif-W = "S".
           move Sobrevivente-W to Numero.
           read BBSOCIOS key is Numero invalid key
               display "Erro ao ler socio que permanece" at 2321
           not invalid key
               perform Regrava-sobrevivente.

       Conta-livro-aberto.
           read BBMOVTO next record at end
               move "S" to Fim-Unif-W.
           if Fim-Unif-W = "N" and Numero-Movto not = Sobrevivente-W
               move "S" to Fim-Unif-W.
           if Fim-Unif-W = "N" and Data-Devolucao = zeros
               add 1 to Livros-Unif-W.

       Regrava-sobrevivente.
           if Livros-Unif-W > 9
               move 9 to Livros
           else
               move Livros-Unif-W to Livros.
           if Situacao-Dupl-W = "C"
               move "C" to Situacao-Socio.
           if Situacao-Dupl-W = "S" and Situacao-Socio = "A"
               move "S" to Situacao-Socio.
           rewrite reg-socio invalid key
               display "Erro ao gravar socio que permanece" at 2321
           not invalid key
               move "U" to Operacao-Audit
               move Reg-Dupl-W to Antes-Audit
               move reg-socio to Depois-Audit
               perform Grava-audit.

       Cancela-duplicado.
           move Duplicado-W to Numero.
           read BBSOCIOS key is Numero invalid key
               display "Erro ao ler socio duplicado" at 2321
           not invalid key
               move zeros to Livros
               move "C" to Situacao-Socio
               rewrite reg-socio invalid key
                   display "Erro ao cancelar socio duplicado" at 2321.

       Gravar-socio.
           move Numero-W to Numero.
           move Nome-W to Nome.
           write reg-socio invalid key
               display "Erro na gravacao" at 2321
           not invalid key
               perform Grava-audit-inclusao
               perform Grava-vinculo-conta.

       Grava-audit-inclusao.
           move "I" to Operacao-Audit.
           if arqst-audit not = "00"
               display "Erro ao gravar auditoria" at 2321.

       Grava-audit-acesso.
           move function current-date to ws-stamp.
           move stamp-data to Data-Audit.
           move stamp-hora to Hora-Audit.
           move Codigo-Acesso-W to Operador-Audit.
           move spaces to Antes-Audit.
           move w-acesso-audit to Depois-Audit.
           write reg-audit.
           if arqst-audit not = "00"
               display "Erro ao gravar auditoria" at 2321.

       Entra-conta-banco.
           if Banco-Ok-W = "S"
               move 0 to wflag
               perform Entra-conta until wflag = 1.

       Entra-conta.
           move 1 to wflag.
           move Conta-Socio-W to Conta-Socio-E.
           accept Conta-Socio-E at 1532 with prompt auto.
           move Conta-Socio-E to Conta-Socio-W.
           if Conta-Socio-W > zeros
               move Conta-Socio-W to CODIGO
               read CLIENTES key is CODIGO invalid key
                   display "Conta nao cadastrada no banco" at 2321
                   move 0 to wflag
               not invalid key
                   display NOME-CLI at 1538
                   if SITUACAO-CONTA = "E"
                       display "Conta encerrada no banco" at 2321
                       move 0 to wflag.

       Busca-conta-socio.
           move zeros to Conta-Socio-W.
           move Numero-W to Numero-Conta.
           read BBCONTA key is Numero-Conta invalid key
               move zeros to Conta-Socio-W
           not invalid key
               move Codigo-Cli-Conta to Conta-Socio-W.

       Grava-vinculo-conta.
           if Conta-Socio-W not = Conta-Ant-W
               if Conta-Socio-W = zeros
                   perform Exclui-vinculo-conta
               else
                   move Numero-W to Numero-Conta
                   move Conta-Socio-W to Codigo-Cli-Conta
                   move data-sis to Data-Vinculo-Conta
                   if Conta-Ant-W = zeros
                       write reg-conta invalid key
                           display "Erro ao gravar conta do socio"
                               at 2321
                       end-write
                   else
                       rewrite reg-conta invalid key
                           display "Erro ao gravar conta do socio"
                               at 2321.

       Exclui-vinculo-conta.
           move Numero-W to Numero-Conta.
           delete BBCONTA invalid key
               continue.

       Escolhe-forma-pagto.
           move "D" to Forma-Pagto-W.
           move zeros to Ref-Pagto-W.
           move "N" to Debito-Recusado-W.
           if Banco-Ok-W = "S"
               perform Busca-conta-socio
               if Conta-Socio-W > zeros
                   Display "Pagamento D=dinheiro C=debito em conta: "
                       at 2201
                   move spaces to Forma-Dig-W
                   accept Forma-Dig-W at 2241 with prompt auto
                   if Forma-Dig-W = "C" or Forma-Dig-W = "c"
                       perform Debita-conta
                       if Debito-Conta-Ok-W = "S"
                           move "C" to Forma-Pagto-W
                           move Num-Ref-W to Ref-Pagto-W
                       else
                           move "S" to Debito-Recusado-W.

       Debita-conta.
           move "N" to Debito-Conta-Ok-W.
           move zeros to Num-Ref-W.
           move Conta-Socio-W to CODIGO.
           read CLIENTES key is CODIGO invalid key
               display "Conta bancaria do socio nao encontrada"
                   at 2321
           not invalid key
               move SALDO to Saldo-Antes-Cli-W
               evaluate true
               when SITUACAO-CONTA = "E"
                   display "Conta encerrada no banco" at 2321
               when BLOQUEADA = "S"
                   display "Conta bloqueada - procure o banco" at 2321
                   perform Grava-recusa-conta
               when SITUACAO-CONTA = "D"
                   display "Conta dormente - procure o banco" at 2321
                   perform Grava-recusa-conta
               when other
                   perform Pede-senha-conta
                   if Senha-Conta-Ok-W = "S"
                       perform Confere-limite-saldo
                   end-if
               end-evaluate
           end-read.

       Pede-senha-conta.
           move "N" to Senha-Conta-Ok-W.
           move zeros to Senha-Conta-W.
           Display "Senha da conta: " at 2301.
           accept Senha-Conta-W at 2317 with prompt auto.
           if Senha-Conta-W = SENHA
               move "S" to Senha-Conta-Ok-W
               if TENTATIVAS > 0
                   move zeros to TENTATIVAS
                   perform Regrava-controle-conta
               end-if
           else
               display "Senha incorreta" at 2321
               add 1 to TENTATIVAS
               if TENTATIVAS not < 3
                   move "S" to BLOQUEADA
                   display "Conta bloqueada apos 3 tentativas" at 2321
               end-if
               perform Regrava-controle-conta
               perform Grava-recusa-conta.

       Regrava-controle-conta.
           rewrite REG-CLI invalid key
               display "Erro ao gravar conta bancaria" at 2321.

       Confere-limite-saldo.
           perform Soma-debitos-dia.
           compute Total-Dia-W = Soma-Dia-W + Valor-Pagto-W.
           if Total-Dia-W > LIMITE-DIARIO
               display "Limite diario da conta excedido" at 2321
               perform Grava-recusa-conta
           else
               if Valor-Pagto-W > SALDO
                   display "Saldo insuficiente na conta" at 2321
                   perform Grava-recusa-conta
               else
                   perform Efetua-debito-conta.

       Soma-debitos-dia.
           move zeros to Soma-Dia-W.
           open input TRANLOG.
           if arqst-tran = "00"
               move "N" to Eof-Tran-W
               perform Le-tranlog-dia
               perform Acumula-dia until Eof-Tran-W = "S"
               close TRANLOG.

       Le-tranlog-dia.
           read TRANLOG next record at end
               move "S" to Eof-Tran-W.

       Acumula-dia.
           if CODIGO-TRAN = Conta-Socio-W
                   and DATA-TRAN = data-sis-num
                   and (TIPO-TRAN = "S" or TIPO-TRAN = "T"
                       or TIPO-TRAN = "L")
               add VALOR-TRAN to Soma-Dia-W.
           perform Le-tranlog-dia.

       Efetua-debito-conta.
           compute Saldo-Depois-Cli-W = SALDO - Valor-Pagto-W.
           move Saldo-Depois-Cli-W to SALDO.
           move Saldo-Depois-Cli-W to TOTAL.
           rewrite REG-CLI invalid key
               display "Erro ao debitar conta bancaria" at 2321
           not invalid key
               perform Gera-referencia
               move "L" to Tipo-Tran-W
               move Saldo-Depois-Cli-W to Depois-Tran-W
               perform Grava-tranlog-conta
               move "S" to Debito-Conta-Ok-W
               move Num-Ref-W to Ref-E
               display "Debitado em conta, referencia: " at 2301
               display Ref-E at 2333.

       Grava-recusa-conta.
           move "R" to Tipo-Tran-W.
           move Saldo-Antes-Cli-W to Depois-Tran-W.
           move zeros to Num-Ref-W.
           perform Grava-tranlog-conta.

       Grava-tranlog-conta.
           open extend TRANLOG.
           if arqst-tran = "35"
               open output TRANLOG.
           if arqst-tran not = "00"
               display "Erro na abertura de TRANLOG" at 2321
           else
               move Conta-Socio-W to CODIGO-TRAN
               move data-sis-num to DATA-TRAN
               move Tipo-Tran-W to TIPO-TRAN
               move Valor-Pagto-W to VALOR-TRAN
               move Saldo-Antes-Cli-W to SALDO-ANTES-TRAN
               move Depois-Tran-W to SALDO-DEPOIS-TRAN
               move Num-Ref-W to NUM-REF-TRAN
               write REG-TRAN
               if arqst-tran not = "00"
                   display "Erro ao gravar TRANLOG" at 2321
               end-if
               close TRANLOG.

       Gera-referencia.
           open i-o TRANREF.
           if arqst-ref = "35"
               open output TRANREF
               move zeros to ULT-REF
               write REG-REF
               close TRANREF
               open i-o TRANREF.
           if arqst-ref not = "00"
               perform Gera-ref-relogio
           else
               read TRANREF
               if arqst-ref not = "00"
                   perform Gera-ref-relogio
               else
                   add 1 to ULT-REF
                   if ULT-REF = zeros
                       move 1 to ULT-REF
                   end-if
                   move ULT-REF to Num-Ref-W
                   rewrite REG-REF
               end-if
               close TRANREF.

       Gera-ref-relogio.
           display "Erro no arquivo de referencias" at 2321.
           move function current-date to ws-stamp.
           move stamp-hora to Num-Ref-W.

       Continua.
           Display "Deseja continuar (S/N) ?" at 2201.
           accept op-continua at 2226 with prompt auto.
           close BBRESERVA.
           close BBMULTAS.
           close BBAUDIT.
           close BBCONTA.
           close BBEXEMPLAR.
           close BBSESSAO.
           close BBOPERADOR.
           close BBMOVHIS.
           if Banco-Ok-W = "S"
               close CLIENTES.
           if Aviso-Ok-W = "S"
               close BBAVISO.

       Mostra-tela-menu.
           Display tela-menu.
           accept Numero-e at 0826 with prompt auto.
           move Numero-E to Numero-W.
           if Numero-W = 999999 then
                Perform Finaliza
                Exit program.
           move Numero-W to Numero.
           if op = 1

       Identification Division.
       Program-Id.  ConvArq.

       Environment Division.
       CONFIGURATION SECTION.
           Special-names.   decimal-point is comma.

       INPUT-OUTPUT SECTION.
       File-Control.
      *    Arquivos no layout anterior (entrada da conversao)
           Select ORIMOV assign to disk
           organization indexed
           access mode sequential
           record key Chave-Ori-Movto
           file status arqst-ori.

           Select ORIHIS assign to disk
           organization indexed
           access mode sequential
           record key Chave-Ori-Movhis
           file status arqst-ori.

           Select ORICAI assign to disk
           organization sequential
           access mode sequential
           file status arqst-ori.

           Select ORIMUL assign to disk
           organization indexed
           access mode sequential
           record key Chave-Ori-Multa
           file status arqst-ori.

           Select ORITAR assign to disk
           organization indexed
           access mode sequential
           record key Categoria-Ori-Tarifa
           file status arqst-ori.

           Select ORICLI assign to disk
           organization indexed
           access mode sequential
           record key Codigo-Ori-Cli
           file status arqst-ori.

      *    Copias sequenciais no layout anterior (.ant)
           Select ANTMOV assign to disk
           organization sequential
           file status arqst-ant.

           Select ANTHIS assign to disk
           organization sequential
           file status arqst-ant.

           Select ANTCAI assign to disk
           organization sequential
           file status arqst-ant.

           Select ANTMUL assign to disk
           organization sequential
           file status arqst-ant.

           Select ANTTAR assign to disk
           organization sequential
           file status arqst-ant.

           Select ANTCLI assign to disk
           organization sequential
           file status arqst-ant.

      *    Arquivos no layout novo (saida da conversao)
           Select BBMOVTO assign to disk
           organization indexed
           access mode sequential
           record key Chave-Movto
           file status arqst-novo.

           Select BBMOVHIS assign to disk
           organization indexed
           access mode sequential
           record key Chave-Movhis
           file status arqst-novo.

           Select BBCAIXA assign to disk
           organization sequential
           access mode sequential
           file status arqst-novo.

           Select BBMULTAS assign to disk
           organization indexed
           access mode sequential
           record key Chave-Multa
           file status arqst-novo.

           Select BBTARIFA assign to disk
           organization indexed
           access mode sequential
           record key Categoria-Tarifa
           file status arqst-novo.

           Select CLIENTES assign to disk
           organization indexed
           access mode sequential
           record key CODIGO
           file status arqst-novo.

           Select BBRUNCTL assign to disk
           organization indexed
           access mode dynamic
           record key Chave-Runctl
           file status arqst-runctl.

       Data Division.
       File Section.
       FD  ORIMOV label record standard
           value of file-id is "bbmovto.dat".
       01 reg-ori-movto.
           02 Chave-Ori-Movto          pic x(10).
           02 filler                   pic x(48).

       FD  ORIHIS label record standard
           value of file-id is "bbmovhis.dat".
       01 reg-ori-movhis.
           02 Chave-Ori-Movhis         pic x(10).
           02 filler                   pic x(48).

       FD  ORICAI label record standard
           value of file-id is "bbcaixa.dat".
       01 reg-ori-caixa                pic x(36).

       FD  ORIMUL label record standard
           value of file-id is "bbmultas.dat".
       01 reg-ori-multa.
           02 Chave-Ori-Multa          pic x(10).
           02 filler                   pic x(32).

       FD  ORITAR label record standard
           value of file-id is "bbtarifa.dat".
       01 reg-ori-tarifa.
           02 Categoria-Ori-Tarifa     pic 9(02).
           02 filler                   pic x(28).

       FD  ORICLI label record standard
           value of file-id is "PRODUTOS.DAT".
       01 reg-ori-cli.
           02 Codigo-Ori-Cli           pic 9(04).
           02 filler                   pic x(62).

       FD  ANTMOV label record standard
           value of file-id is "bbmovto.ant".
       01 reg-ant-movto.
           02 Numero-Ant-Movto           pic 9(06).
           02 Sequencia-Ant-Movto        pic 9(04).
           02 Titulo-Ant-Movto           pic x(20).
           02 Retirada-Ant-Movto         pic 9(08).
           02 Prevista-Ant-Movto         pic 9(08).
           02 Devolucao-Ant-Movto        pic 9(08).
           02 Codigo-Titulo-Ant-Movto    pic 9(04).

       FD  ANTHIS label record standard
           value of file-id is "bbmovhis.ant".
       01 reg-ant-movhis.
           02 Numero-Ant-His             pic 9(06).
           02 Sequencia-Ant-His          pic 9(04).
           02 Titulo-Ant-His             pic x(20).
           02 Retirada-Ant-His           pic 9(08).
           02 Prevista-Ant-His           pic 9(08).
           02 Devolucao-Ant-His          pic 9(08).
           02 Codigo-Titulo-Ant-His      pic 9(04).

       FD  ANTCAI label record standard
           value of file-id is "bbcaixa.ant".
       01 reg-ant-caixa.
           02 Data-Ant-Caixa           pic 9(08).
           02 Numero-Ant-Caixa         pic 9(06).
           02 Sequencia-Ant-Caixa      pic 9(04).
           02 Codigo-Titulo-Ant-Caixa  pic 9(04).
           02 Tipo-Ant-Caixa           pic x(01).
           02 Valor-Ant-Caixa          pic 9(05)V99.
           02 Visita-Ant-Caixa         pic 9(06).

       FD  ANTMUL label record standard
           value of file-id is "bbmultas.ant".
       01 reg-ant-multa.
           02 Numero-Ant-Multa         pic 9(06).
           02 Sequencia-Ant-Multa      pic 9(04).
           02 Data-Ant-Multa           pic 9(08).
           02 Ficha-Ant-Multa          pic 9(04).
           02 Codigo-Titulo-Ant-Multa  pic 9(04).
           02 Valor-Ant-Multa          pic 9(05)V99.
           02 Situacao-Ant-Multa       pic x(01).
           02 Pagamento-Ant-Multa      pic 9(08).

       FD  ANTTAR label record standard
           value of file-id is "bbtarifa.ant".
       01 reg-ant-tarifa.
           02 Categoria-Ant-Tarifa     pic 9(02).
           02 Descricao-Ant-Tarifa     pic x(15).
           02 Preco-Ant-Tarifa         pic 9(03)V99.
           02 Multa-Dia-Ant-Tarifa     pic 9(03)V99.
           02 Prazo-Dias-Ant-Tarifa    pic 9(03).

       FD  ANTCLI label record standard
           value of file-id is "produtos.ant".
       01 reg-ant-cli.
           02 Codigo-Ant-Cli           pic 9(04).
           02 Nome-Ant-Cli             pic x(30).
           02 Datanasc-Ant-Cli         pic 9(04).
           02 Saldo-Ant-Cli            pic 9(05)V99.
           02 Total-Ant-Cli            pic 9(06)V99.
           02 Senha-Ant-Cli            pic 9(04).
           02 Tentativas-Ant-Cli       pic 9(01).
           02 Bloqueada-Ant-Cli        pic x(01).
           02 Limite-Ant-Cli           pic 9(05)V99.

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

       FD  BBCAIXA label record standard
           value of file-id is "bbcaixa.dat".
       01 reg-caixa.
           02 Data-Caixa           pic 9(08).
           02 Numero-Caixa         pic 9(06).
           02 Sequencia-Caixa      pic 9(04).
           02 Codigo-Titulo-Caixa  pic 9(04).
           02 Tipo-Caixa           pic x(01).
           02 Valor-Caixa          pic 9(05)V99.
           02 Visita-Caixa         pic 9(06).
           02 Forma-Caixa          pic x(01).
           02 Ref-Caixa            pic 9(06).
           02 Operador-Caixa       pic x(03).
           02 Sessao-Caixa         pic 9(04).

       FD  BBMULTAS label record standard
           value of file-id is "bbmultas.dat".
       01 reg-multa.
           02 Chave-Multa.
               03 Numero-Multa        pic 9(06).
               03 Sequencia-Multa     pic 9(04).
           02 Data-Multa              pic 9(08).
           02 Ficha-Multa             pic 9(04).
           02 Codigo-Titulo-Multa     pic 9(04).
           02 Valor-Multa             pic 9(05)V99.
           02 Situacao-Multa          pic x(01).
           02 Data-Pagamento-Multa    pic 9(08).
           02 Tipo-Multa              pic x(01).

       FD  BBTARIFA label record standard
           value of file-id is "bbtarifa.dat".
       01 reg-tarifa.
           02 Categoria-Tarifa     pic 9(02).
           02 Descricao-Tarifa     pic x(15).
           02 Preco-Tarifa         pic 9(03)V99.
           02 Multa-Dia-Tarifa     pic 9(03)V99.
           02 Prazo-Dias-Tarifa    pic 9(03).
           02 Reposicao-Tarifa     pic 9(03)V99.

       FD  CLIENTES label record standard
           data record is REG-CLI
           value of file-id is "PRODUTOS.DAT".
       01 REG-CLI.
           02 CODIGO       pic 9(04).
           02 NOME         pic x(30).
           02 DATANASC     pic 9(04).
           02 SALDO        pic 9(05)V99.
           02 TOTAL        pic 9(06)V99.
           02 SENHA        pic 9(04).
           02 TENTATIVAS   pic 9(01).
           02 BLOQUEADA    pic x(01).
           02 LIMITE-DIARIO pic 9(05)V99.
           02 SITUACAO-CONTA pic x(01).
           02 DATA-SITUACAO pic 9(08).

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
       01 arqst-ori         pic x(02).
       01 arqst-ant         pic x(02).
       01 arqst-novo        pic x(02).
       01 arqst-runctl      pic x(02).
       01 ws-eof            pic x(01) value "N".
       01 ws-programa       pic x(08) value spaces.
       01 ws-arquivo        pic x(12) value spaces.
       01 ws-estado         pic x(01) value spaces.
       01 ws-falha-arq      pic x(01) value "N".
       01 ws-copia-ok       pic x(01) value "N".
       01 ws-lidos          pic 9(06) value zeros.
       01 ws-gravados       pic 9(06) value zeros.
       01 ws-convertidos    pic 9(02) value zeros.
       01 ws-ja-feitos      pic 9(02) value zeros.
       01 ws-falhas         pic 9(02) value zeros.
       01 e-qtd             pic ZZZ.ZZ9.
       01 e-arq             pic Z9.

       01 data-sis.
           02 ano   pic 9(04).
           02 mes   pic 9(02).
           02 dia   pic 9(02).
       01 data-sis-num redefines data-sis pic 9(08).

      *----------------------------------------------------------------
      * Conversao unica dos arquivos de dados para os layouts novos.
      * Cada arquivo passa por duas etapas:
      *   1. copia do arquivo atual, no layout anterior, para o
      *      sequencial .ant (o .ant fica como copia de seguranca);
      *   2. recriacao do arquivo a partir do .ant, ja no layout novo,
      *      com os campos novos inicializados.
      * O andamento fica em BBRUNCTL (programa CNVxxxxx, data zeros):
      * Completo-Ctl "N" = .ant completo, falta a etapa 2 (uma nova
      * execucao retoma dali); "S" = convertido, nao e refeito.
      * Deve rodar antes de GeraExe e de qualquer outro programa.
      *----------------------------------------------------------------
       Procedure Division.
       Inicio.
           Move function current-date to data-sis.
           Perform Abre-runctl.
           Perform Converte-movto.
           Perform Converte-movhis.
           Perform Converte-caixa.
           Perform Converte-multas.
           Perform Converte-tarifa.
           Perform Converte-clientes.
           Close BBRUNCTL.
           Perform Imprime-resumo.
           stop run.

       Abre-runctl.
           Open i-o BBRUNCTL.
           If arqst-runctl = "35"
               Open output BBRUNCTL
               Close BBRUNCTL
               Open i-o BBRUNCTL.
           If arqst-runctl not = "00"
               Display "Erro na abertura de BBRUNCTL - status "
                   arqst-runctl
               stop run.

      *----------------------------------------------------------------
      * BBMOVTO: Exemplar-Movto zeros, Ocorrencia-Movto em branco
      *----------------------------------------------------------------
       Converte-movto.
           move "CNVMOVTO" to ws-programa.
           move "BBMOVTO" to ws-arquivo.
           perform Le-controle-conv.
           evaluate ws-estado
           when "S"
               perform Mostra-ja-convertido
           when "N"
               perform Mostra-retomada
               perform Reconstroi-movto
           when other
               perform Copia-movto
               if ws-copia-ok = "S"
                   perform Reconstroi-movto
               end-if
           end-evaluate.

       Copia-movto.
           open input ORIMOV.
           evaluate true
           when arqst-ori = "35"
               perform Marca-sem-arquivo
           when arqst-ori not = "00"
               perform Erro-abertura-ori
           when other
               open output ANTMOV
               if arqst-ant not = "00"
                   perform Erro-abertura-ant
               else
                   perform Le-ori-movto
                   perform Copia-um-movto until ws-eof = "S"
                   close ANTMOV
                   perform Grava-controle-copia
               end-if
               close ORIMOV
           end-evaluate.

       Le-ori-movto.
           read ORIMOV next record at end move "S" to ws-eof.
           perform Confere-leitura-ori.

       Copia-um-movto.
           write reg-ant-movto from reg-ori-movto.
           perform Confere-gravacao-ant.
           perform Le-ori-movto.

       Reconstroi-movto.
           open input ANTMOV.
           if arqst-ant not = "00"
               perform Erro-abertura-ant
           else
               open output BBMOVTO
               if arqst-novo not = "00"
                   perform Erro-abertura-novo
               else
                   perform Le-ant-movto
                   perform Grava-novo-movto until ws-eof = "S"
                   close BBMOVTO
                   perform Fecha-controle-conv
               end-if
               close ANTMOV.

       Le-ant-movto.
           read ANTMOV next record at end move "S" to ws-eof.
           perform Confere-leitura-ant.

       Grava-novo-movto.
           move Numero-Ant-Movto to Numero-Movto.
           move Sequencia-Ant-Movto to Sequencia-Movto.
           move Titulo-Ant-Movto to Titulo-Movto.
           move Retirada-Ant-Movto to Data-Retirada.
           move Prevista-Ant-Movto to Data-Prevista-Devolucao.
           move Devolucao-Ant-Movto to Data-Devolucao.
           move Codigo-Titulo-Ant-Movto to Codigo-Titulo-Movto.
           move zeros to Exemplar-Movto.
           move space to Ocorrencia-Movto.
           write reg-movto.
           perform Confere-gravacao-novo.
           perform Le-ant-movto.

      *----------------------------------------------------------------
      * BBMOVHIS: Exemplar-His zeros, Ocorrencia-His em branco
      *----------------------------------------------------------------
       Converte-movhis.
           move "CNVMOVHS" to ws-programa.
           move "BBMOVHIS" to ws-arquivo.
           perform Le-controle-conv.
           evaluate ws-estado
           when "S"
               perform Mostra-ja-convertido
           when "N"
               perform Mostra-retomada
               perform Reconstroi-movhis
           when other
               perform Copia-movhis
               if ws-copia-ok = "S"
                   perform Reconstroi-movhis
               end-if
           end-evaluate.

       Copia-movhis.
           open input ORIHIS.
           evaluate true
           when arqst-ori = "35"
               perform Marca-sem-arquivo
           when arqst-ori not = "00"
               perform Erro-abertura-ori
           when other
               open output ANTHIS
               if arqst-ant not = "00"
                   perform Erro-abertura-ant
               else
                   perform Le-ori-movhis
                   perform Copia-um-movhis until ws-eof = "S"
                   close ANTHIS
                   perform Grava-controle-copia
               end-if
               close ORIHIS
           end-evaluate.

       Le-ori-movhis.
           read ORIHIS next record at end move "S" to ws-eof.
           perform Confere-leitura-ori.

       Copia-um-movhis.
           write reg-ant-movhis from reg-ori-movhis.
           perform Confere-gravacao-ant.
           perform Le-ori-movhis.

       Reconstroi-movhis.
           open input ANTHIS.
           if arqst-ant not = "00"
               perform Erro-abertura-ant
           else
               open output BBMOVHIS
               if arqst-novo not = "00"
                   perform Erro-abertura-novo
               else
                   perform Le-ant-movhis
                   perform Grava-novo-movhis until ws-eof = "S"
                   close BBMOVHIS
                   perform Fecha-controle-conv
               end-if
               close ANTHIS.

       Le-ant-movhis.
           read ANTHIS next record at end move "S" to ws-eof.
           perform Confere-leitura-ant.

       Grava-novo-movhis.
           move Numero-Ant-His to Numero-Movhis.
           move Sequencia-Ant-His to Sequencia-Movhis.
           move Titulo-Ant-His to Titulo-Movhis.
           move Retirada-Ant-His to Data-Retirada-His.
           move Prevista-Ant-His to Data-Prevista-His.
           move Devolucao-Ant-His to Data-Devolucao-His.
           move Codigo-Titulo-Ant-His to Codigo-Titulo-His.
           move zeros to Exemplar-His.
           move space to Ocorrencia-His.
           write reg-movhis.
           perform Confere-gravacao-novo.
           perform Le-ant-movhis.

      *----------------------------------------------------------------
      * BBCAIXA: Forma-Caixa "D" (dinheiro), sem referencia, sem
      * operador e sem sessao
      *----------------------------------------------------------------
       Converte-caixa.
           move "CNVCAIXA" to ws-programa.
           move "BBCAIXA" to ws-arquivo.
           perform Le-controle-conv.
           evaluate ws-estado
           when "S"
               perform Mostra-ja-convertido
           when "N"
               perform Mostra-retomada
               perform Reconstroi-caixa
           when other
               perform Copia-caixa
               if ws-copia-ok = "S"
                   perform Reconstroi-caixa
               end-if
           end-evaluate.

       Copia-caixa.
           open input ORICAI.
           evaluate true
           when arqst-ori = "35"
               perform Marca-sem-arquivo
           when arqst-ori not = "00"
               perform Erro-abertura-ori
           when other
               open output ANTCAI
               if arqst-ant not = "00"
                   perform Erro-abertura-ant
               else
                   perform Le-ori-caixa
                   perform Copia-um-caixa until ws-eof = "S"
                   close ANTCAI
                   perform Grava-controle-copia
               end-if
               close ORICAI
           end-evaluate.

       Le-ori-caixa.
           read ORICAI next record at end move "S" to ws-eof.
           perform Confere-leitura-ori.

       Copia-um-caixa.
           write reg-ant-caixa from reg-ori-caixa.
           perform Confere-gravacao-ant.
           perform Le-ori-caixa.

       Reconstroi-caixa.
           open input ANTCAI.
           if arqst-ant not = "00"
               perform Erro-abertura-ant
           else
               open output BBCAIXA
               if arqst-novo not = "00"
                   perform Erro-abertura-novo
               else
                   perform Le-ant-caixa
                   perform Grava-novo-caixa until ws-eof = "S"
                   close BBCAIXA
                   perform Fecha-controle-conv
               end-if
               close ANTCAI.

       Le-ant-caixa.
           read ANTCAI next record at end move "S" to ws-eof.
           perform Confere-leitura-ant.

       Grava-novo-caixa.
           move Data-Ant-Caixa to Data-Caixa.
           move Numero-Ant-Caixa to Numero-Caixa.
           move Sequencia-Ant-Caixa to Sequencia-Caixa.
           move Codigo-Titulo-Ant-Caixa to Codigo-Titulo-Caixa.
           move Tipo-Ant-Caixa to Tipo-Caixa.
           move Valor-Ant-Caixa to Valor-Caixa.
           move Visita-Ant-Caixa to Visita-Caixa.
           move "D" to Forma-Caixa.
           move zeros to Ref-Caixa.
           move spaces to Operador-Caixa.
           move zeros to Sessao-Caixa.
           write reg-caixa.
           perform Confere-gravacao-novo.
           perform Le-ant-caixa.

      *----------------------------------------------------------------
      * BBMULTAS: Tipo-Multa "A" (atraso)
      *----------------------------------------------------------------
       Converte-multas.
           move "CNVMULTA" to ws-programa.
           move "BBMULTAS" to ws-arquivo.
           perform Le-controle-conv.
           evaluate ws-estado
           when "S"
               perform Mostra-ja-convertido
           when "N"
               perform Mostra-retomada
               perform Reconstroi-multas
           when other
               perform Copia-multas
               if ws-copia-ok = "S"
                   perform Reconstroi-multas
               end-if
           end-evaluate.

       Copia-multas.
           open input ORIMUL.
           evaluate true
           when arqst-ori = "35"
               perform Marca-sem-arquivo
           when arqst-ori not = "00"
               perform Erro-abertura-ori
           when other
               open output ANTMUL
               if arqst-ant not = "00"
                   perform Erro-abertura-ant
               else
                   perform Le-ori-multa
                   perform Copia-uma-multa until ws-eof = "S"
                   close ANTMUL
                   perform Grava-controle-copia
               end-if
               close ORIMUL
           end-evaluate.

       Le-ori-multa.
           read ORIMUL next record at end move "S" to ws-eof.
           perform Confere-leitura-ori.

       Copia-uma-multa.
           write reg-ant-multa from reg-ori-multa.
           perform Confere-gravacao-ant.
           perform Le-ori-multa.

       Reconstroi-multas.
           open input ANTMUL.
           if arqst-ant not = "00"
               perform Erro-abertura-ant
           else
               open output BBMULTAS
               if arqst-novo not = "00"
                   perform Erro-abertura-novo
               else
                   perform Le-ant-multa
                   perform Grava-nova-multa until ws-eof = "S"
                   close BBMULTAS
                   perform Fecha-controle-conv
               end-if
               close ANTMUL.

       Le-ant-multa.
           read ANTMUL next record at end move "S" to ws-eof.
           perform Confere-leitura-ant.

       Grava-nova-multa.
           move Numero-Ant-Multa to Numero-Multa.
           move Sequencia-Ant-Multa to Sequencia-Multa.
           move Data-Ant-Multa to Data-Multa.
           move Ficha-Ant-Multa to Ficha-Multa.
           move Codigo-Titulo-Ant-Multa to Codigo-Titulo-Multa.
           move Valor-Ant-Multa to Valor-Multa.
           move Situacao-Ant-Multa to Situacao-Multa.
           move Pagamento-Ant-Multa to Data-Pagamento-Multa.
           move "A" to Tipo-Multa.
           write reg-multa.
           perform Confere-gravacao-novo.
           perform Le-ant-multa.

      *----------------------------------------------------------------
      * BBTARIFA: Reposicao-Tarifa zeros (informar depois em TARIFA)
      *----------------------------------------------------------------
       Converte-tarifa.
           move "CNVTARIF" to ws-programa.
           move "BBTARIFA" to ws-arquivo.
           perform Le-controle-conv.
           evaluate ws-estado
           when "S"
               perform Mostra-ja-convertido
           when "N"
               perform Mostra-retomada
               perform Reconstroi-tarifa
           when other
               perform Copia-tarifa
               if ws-copia-ok = "S"
                   perform Reconstroi-tarifa
               end-if
           end-evaluate.

       Copia-tarifa.
           open input ORITAR.
           evaluate true
           when arqst-ori = "35"
               perform Marca-sem-arquivo
           when arqst-ori not = "00"
               perform Erro-abertura-ori
           when other
               open output ANTTAR
               if arqst-ant not = "00"
                   perform Erro-abertura-ant
               else
                   perform Le-ori-tarifa
                   perform Copia-uma-tarifa until ws-eof = "S"
                   close ANTTAR
                   perform Grava-controle-copia
               end-if
               close ORITAR
           end-evaluate.

       Le-ori-tarifa.
           read ORITAR next record at end move "S" to ws-eof.
           perform Confere-leitura-ori.

       Copia-uma-tarifa.
           write reg-ant-tarifa from reg-ori-tarifa.
           perform Confere-gravacao-ant.
           perform Le-ori-tarifa.

       Reconstroi-tarifa.
           open input ANTTAR.
           if arqst-ant not = "00"
               perform Erro-abertura-ant
           else
               open output BBTARIFA
               if arqst-novo not = "00"
                   perform Erro-abertura-novo
               else
                   perform Le-ant-tarifa
                   perform Grava-nova-tarifa until ws-eof = "S"
                   close BBTARIFA
                   perform Fecha-controle-conv
               end-if
               close ANTTAR.

       Le-ant-tarifa.
           read ANTTAR next record at end move "S" to ws-eof.
           perform Confere-leitura-ant.

       Grava-nova-tarifa.
           move Categoria-Ant-Tarifa to Categoria-Tarifa.
           move Descricao-Ant-Tarifa to Descricao-Tarifa.
           move Preco-Ant-Tarifa to Preco-Tarifa.
           move Multa-Dia-Ant-Tarifa to Multa-Dia-Tarifa.
           move Prazo-Dias-Ant-Tarifa to Prazo-Dias-Tarifa.
           move zeros to Reposicao-Tarifa.
           write reg-tarifa.
           perform Confere-gravacao-novo.
           perform Le-ant-tarifa.

      *----------------------------------------------------------------
      * CLIENTES: SITUACAO-CONTA "A" (ativa), DATA-SITUACAO zeros
      *----------------------------------------------------------------
       Converte-clientes.
           move "CNVCLIEN" to ws-programa.
           move "CLIENTES" to ws-arquivo.
           perform Le-controle-conv.
           evaluate ws-estado
           when "S"
               perform Mostra-ja-convertido
           when "N"
               perform Mostra-retomada
               perform Reconstroi-clientes
           when other
               perform Copia-clientes
               if ws-copia-ok = "S"
                   perform Reconstroi-clientes
               end-if
           end-evaluate.

       Copia-clientes.
           open input ORICLI.
           evaluate true
           when arqst-ori = "35"
               perform Marca-sem-arquivo
           when arqst-ori not = "00"
               perform Erro-abertura-ori
           when other
               open output ANTCLI
               if arqst-ant not = "00"
                   perform Erro-abertura-ant
               else
                   perform Le-ori-cliente
                   perform Copia-um-cliente until ws-eof = "S"
                   close ANTCLI
                   perform Grava-controle-copia
               end-if
               close ORICLI
           end-evaluate.

       Le-ori-cliente.
           read ORICLI next record at end move "S" to ws-eof.
           perform Confere-leitura-ori.

       Copia-um-cliente.
           write reg-ant-cli from reg-ori-cli.
           perform Confere-gravacao-ant.
           perform Le-ori-cliente.

       Reconstroi-clientes.
           open input ANTCLI.
           if arqst-ant not = "00"
               perform Erro-abertura-ant
           else
               open output CLIENTES
               if arqst-novo not = "00"
                   perform Erro-abertura-novo
               else
                   perform Le-ant-cliente
                   perform Grava-novo-cliente until ws-eof = "S"
                   close CLIENTES
                   perform Fecha-controle-conv
               end-if
               close ANTCLI.

       Le-ant-cliente.
           read ANTCLI next record at end move "S" to ws-eof.
           perform Confere-leitura-ant.

       Grava-novo-cliente.
           move Codigo-Ant-Cli to CODIGO.
           move Nome-Ant-Cli to NOME.
           move Datanasc-Ant-Cli to DATANASC.
           move Saldo-Ant-Cli to SALDO.
           move Total-Ant-Cli to TOTAL.
           move Senha-Ant-Cli to SENHA.
           move Tentativas-Ant-Cli to TENTATIVAS.
           move Bloqueada-Ant-Cli to BLOQUEADA.
           move Limite-Ant-Cli to LIMITE-DIARIO.
           move "A" to SITUACAO-CONTA.
           move zeros to DATA-SITUACAO.
           write REG-CLI.
           perform Confere-gravacao-novo.
           perform Le-ant-cliente.

      *----------------------------------------------------------------
      * Controle da conversao em BBRUNCTL
      *----------------------------------------------------------------
       Le-controle-conv.
           move "N" to ws-falha-arq.
           move "N" to ws-copia-ok.
           move "N" to ws-eof.
           move zeros to ws-lidos ws-gravados.
           move spaces to ws-estado.
           move ws-programa to Programa-Ctl.
           move zeros to Data-Ctl.
           read BBRUNCTL key is Chave-Runctl invalid key
               continue
           not invalid key
               move Completo-Ctl to ws-estado
           end-read.
           if arqst-runctl not = "00" and arqst-runctl not = "23"
               display "Erro na leitura de BBRUNCTL - status "
                   arqst-runctl
               Close BBRUNCTL
               stop run.

       Grava-controle-copia.
           if ws-falha-arq = "S"
               add 1 to ws-falhas
               display ws-arquivo " - copia interrompida; o arquivo "
                   "original nao foi alterado"
           else
               move ws-programa to Programa-Ctl
               move zeros to Data-Ctl
               move "N" to Completo-Ctl
               move data-sis-num to Parametro-Ctl
               move ws-lidos to Qtd-Ctl-1
               move zeros to Qtd-Ctl-2 Qtd-Ctl-3 Qtd-Ctl-4
               write reg-runctl invalid key
                   display "Erro ao gravar controle - status "
                       arqst-runctl
                   add 1 to ws-falhas
               not invalid key
                   move "S" to ws-copia-ok
               end-write.
           move "N" to ws-eof.

       Fecha-controle-conv.
           if ws-falha-arq = "S"
               add 1 to ws-falhas
               display ws-arquivo " - conversao interrompida; "
                   "executar novamente para refazer a partir do .ant"
           else
               move ws-programa to Programa-Ctl
               move zeros to Data-Ctl
               read BBRUNCTL key is Chave-Runctl invalid key
                   display "Controle de " ws-programa
                       " nao encontrado - status " arqst-runctl
                   add 1 to ws-falhas
               not invalid key
                   perform Confere-totais-conv
               end-read.

       Confere-totais-conv.
           if Qtd-Ctl-1 not = ws-gravados
               add 1 to ws-falhas
               move Qtd-Ctl-1 to e-qtd
               display ws-arquivo " - divergencia: copiados " e-qtd
               move ws-gravados to e-qtd
               display ws-arquivo " -               gravados " e-qtd
           else
               move "S" to Completo-Ctl
               move ws-gravados to Qtd-Ctl-2
               rewrite reg-runctl invalid key
                   display "Erro ao atualizar controle - status "
                       arqst-runctl
                   add 1 to ws-falhas
               not invalid key
                   add 1 to ws-convertidos
                   move ws-gravados to e-qtd
                   display ws-arquivo " convertido - registros: "
                       e-qtd
               end-rewrite.

       Marca-sem-arquivo.
           display ws-arquivo " nao existe - sera criado no layout "
               "novo pelo primeiro programa que o usar".
           move ws-programa to Programa-Ctl.
           move zeros to Data-Ctl.
           move "S" to Completo-Ctl.
           move data-sis-num to Parametro-Ctl.
           move zeros to Qtd-Ctl-1 Qtd-Ctl-2 Qtd-Ctl-3 Qtd-Ctl-4.
           write reg-runctl invalid key
               display "Erro ao gravar controle - status "
                   arqst-runctl
               add 1 to ws-falhas.

       Mostra-ja-convertido.
           add 1 to ws-ja-feitos.
           display ws-arquivo " ja convertido em " Parametro-Ctl
               " - nao refeito".

       Mostra-retomada.
           display ws-arquivo " - copia .ant de " Parametro-Ctl
               " completa - retomando a recriacao".

      *----------------------------------------------------------------
      * Conferencia de status de abertura, leitura e gravacao
      *----------------------------------------------------------------
       Erro-abertura-ori.
           add 1 to ws-falhas.
           display "Erro na abertura de " ws-arquivo
               " (layout anterior) - status " arqst-ori.

       Erro-abertura-ant.
           add 1 to ws-falhas.
           display "Erro na abertura da copia .ant de " ws-arquivo
               " - status " arqst-ant.

       Erro-abertura-novo.
           add 1 to ws-falhas.
           display "Erro na abertura de " ws-arquivo
               " (layout novo) - status " arqst-novo.

       Confere-leitura-ori.
           if ws-eof = "N"
               if arqst-ori = "00"
                   add 1 to ws-lidos
               else
                   display "Erro na leitura de " ws-arquivo
                       " - status " arqst-ori
                   move "S" to ws-falha-arq
                   move "S" to ws-eof.

       Confere-leitura-ant.
           if ws-eof = "N" and arqst-ant not = "00"
               display "Erro na leitura da copia .ant de " ws-arquivo
                   " - status " arqst-ant
               move "S" to ws-falha-arq
               move "S" to ws-eof.

       Confere-gravacao-ant.
           if arqst-ant not = "00"
               display "Erro na gravacao da copia .ant de " ws-arquivo
                   " - status " arqst-ant
               move "S" to ws-falha-arq
               move "S" to ws-eof.

       Confere-gravacao-novo.
           if arqst-novo = "00"
               add 1 to ws-gravados
           else
               display "Erro na gravacao de " ws-arquivo
                   " - status " arqst-novo
               move "S" to ws-falha-arq
               move "S" to ws-eof.

       Imprime-resumo.
           display " ".
           display "CONVERSAO DE ARQUIVOS PARA O LAYOUT NOVO".
           move ws-convertidos to e-arq.
           display "Arquivos convertidos agora..: " e-arq.
           move ws-ja-feitos to e-arq.
           display "Ja convertidos antes........: " e-arq.
           move ws-falhas to e-arq.
           display "Falhas......................: " e-arq.
           if ws-falhas > zeros
               display "CONVERSAO INCOMPLETA - NAO EXECUTAR OS DEMAIS "
                   "PROGRAMAS"
           else
               display "CONVERSAO CONCLUIDA - GeraExe PODE SER "
                   "EXECUTADO".

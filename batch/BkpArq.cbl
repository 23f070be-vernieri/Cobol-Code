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

       FD  TRANLOG label record standard
           data record is REG-TRAN
           value of file-id is "bbmovto.bkp".
       01 reg-bkp-mov.
           02 tipo-bkp-mov     pic x(01).
           02 dados-bkp-mov    pic x(62).
           02 ctl-bkp-mov redefines dados-bkp-mov.
               03 ctl-qtd-mov      pic 9(09).
               03 ctl-total-mov    pic 9(13)V99.
               03 filler           pic x(38).

       FD  BKPCLI label record standard
           value of file-id is "produtos.bkp".
       01 reg-bkp-cli.
           02 tipo-bkp-cli     pic x(01).
           02 dados-bkp-cli    pic x(75).
           02 ctl-bkp-cli redefines dados-bkp-cli.
               03 ctl-qtd-cli      pic 9(09).
               03 ctl-total-cli    pic 9(13)V99.
               03 filler           pic x(51).

       FD  BKPTRA label record standard
           value of file-id is "tranlog.bkp".

                02 TENTATIVAS     PIC 9(01).
                02 BLOQUEADA      PIC X(01).
                02 LIMITE-DIARIO  PIC 9(05)V99.
                02 SITUACAO-CONTA PIC X(01).
                02 DATA-SITUACAO  PIC 9(08).

       FD TRANLOG LABEL RECORD STANDARD
                DATA RECORD IS REG-TRAN
         01 WS-TARIFA-COB            PIC 9(05)V99 VALUE ZEROS.
         01 WS-SALDO-ANTES           PIC 9(05)V99 VALUE ZEROS.
         01 WS-QTD-CONTAS            PIC 9(05) VALUE ZEROS.
         01 WS-QTD-DORMENTES         PIC 9(05) VALUE ZEROS.
         01 WS-QTD-ENCERRADAS        PIC 9(05) VALUE ZEROS.
         01 WS-TOT-JUROS             PIC 9(09)V99 VALUE ZEROS.
         01 WS-TOT-TARIFA            PIC 9(09)V99 VALUE ZEROS.
         01 E-QTD-CONTAS             PIC ZZZZ9.
              READ CLIENTES NEXT RECORD AT END MOVE "S" TO WS-EOF.

       PROCESSA-CLIENTE.
              IF SITUACAO-CONTA = "E"
                 ADD 1 TO WS-QTD-ENCERRADAS
              ELSE
                 PERFORM ATUALIZA-CONTA.
              PERFORM LE-CLIENTE.

       ATUALIZA-CONTA.
              ADD 1 TO WS-QTD-CONTAS.
              PERFORM POSTA-JUROS.
              IF SITUACAO-CONTA = "D"
                 ADD 1 TO WS-QTD-DORMENTES
              ELSE
                 PERFORM POSTA-TARIFA.
              MOVE SALDO TO TOTAL.
              REWRITE REG-CLI.
              IF ARQST NOT = "00"
                 DISPLAY "ERRO AO GRAVAR CONTA " CODIGO " - STATUS "
                     ARQST.

       POSTA-JUROS.
              MOVE ZEROS TO WS-JUROS.
              DISPLAY " ".
              DISPLAY "FECHAMENTO MENSAL DE CONTAS - " WS-MES-REF.
              DISPLAY "CONTAS PROCESSADAS..........: " E-QTD-CONTAS.
              MOVE WS-QTD-DORMENTES TO E-QTD-CONTAS.
              DISPLAY "DORMENTES SEM TARIFA........: " E-QTD-CONTAS.
              MOVE WS-QTD-ENCERRADAS TO E-QTD-CONTAS.
              DISPLAY "ENCERRADAS NAO PROCESSADAS..: " E-QTD-CONTAS.
              DISPLAY "TOTAL DE JUROS CREDITADOS...: " E-TOT-JUROS.
              DISPLAY "TOTAL DE TARIFAS DEBITADAS..: " E-TOT-TARIFA.

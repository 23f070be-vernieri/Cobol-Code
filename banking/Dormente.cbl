      ******************************************************************
      * Author: Vernieri
      * Purpose: Monthly flag of dormant accounts (no customer movement
      *          in TRANLOG for N months) and report of dormant and
      *          closed accounts with their balances
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DORMENTE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CLIENTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CODIGO
              FILE STATUS ARQST.

              SELECT TRANLOG ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-TRAN.

              SELECT RELATO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUTOS.DAT".
          01 REG-CLI.
                02 CODIGO         PIC 9(04).
                02 NOME           PIC X(30).
                02 DATANASC       PIC 9(04).
                02 SALDO          PIC 9(05)V99.
                02 TOTAL          PIC 9(06)V99.
                02 SENHA          PIC 9(04).
                02 TENTATIVAS     PIC 9(01).
                02 BLOQUEADA      PIC X(01).
                02 LIMITE-DIARIO  PIC 9(05)V99.
                02 SITUACAO-CONTA PIC X(01).
                02 DATA-SITUACAO  PIC 9(08).

       FD TRANLOG LABEL RECORD STANDARD
                DATA RECORD IS REG-TRAN
                VALUE OF FILE-ID IS "TRANLOG.DAT".
          01 REG-TRAN.
                02 CODIGO-TRAN         PIC 9(04).
                02 DATA-TRAN           PIC 9(08).
                02 TIPO-TRAN           PIC X(01).
                02 VALOR-TRAN          PIC 9(05)V99.
                02 SALDO-ANTES-TRAN    PIC 9(05)V99.
                02 SALDO-DEPOIS-TRAN   PIC 9(05)V99.
                02 NUM-REF-TRAN        PIC 9(06).

       FD RELATO LABEL RECORD STANDARD
                VALUE OF FILE-ID IS "DORMENTE.TXT".
          01 REG-RELATO          PIC X(132).

       WORKING-STORAGE SECTION.
         01 ARQST                    PIC X(02).
         01 ARQST-TRAN               PIC X(02).
         01 ARQST-REL                PIC X(02).
         01 WS-EOF                   PIC X(01) VALUE "N".
         01 WS-EOF-TRAN              PIC X(01) VALUE "N".
         01 WS-MARCA                 PIC X(01) VALUE SPACES.
         01 WS-NOVA                  PIC X(01) VALUE "N".
         01 WS-LINHA                 PIC 9(02) VALUE 99.
         01 WS-PAGINA                PIC 9(04) VALUE ZEROS.
         01 WS-MESES                 PIC 9(02) VALUE ZEROS.
         01 WS-MESES-CORTE           PIC 9(06) VALUE ZEROS.
         01 WS-ULT-MOVTO             PIC 9(08) VALUE ZEROS.
         01 WS-DATA-BASE             PIC 9(08) VALUE ZEROS.
         01 WS-DATA-IMP              PIC 9(08) VALUE ZEROS.
         01 WS-QTD-TRAN              PIC 9(07) VALUE ZEROS.
         01 WS-QTD-LIDAS             PIC 9(05) VALUE ZEROS.
         01 WS-QTD-ATIVAS            PIC 9(05) VALUE ZEROS.
         01 WS-QTD-NOVAS             PIC 9(05) VALUE ZEROS.
         01 WS-QTD-DORMENTES         PIC 9(05) VALUE ZEROS.
         01 WS-QTD-ENCERRADAS        PIC 9(05) VALUE ZEROS.
         01 WS-QTD-INICIADAS         PIC 9(05) VALUE ZEROS.
         01 WS-TOT-DORMENTES         PIC 9(09)V99 VALUE ZEROS.
         01 WS-TOT-ENCERRADAS        PIC 9(09)V99 VALUE ZEROS.
         01 E-QTD                    PIC ZZZZ9.
         01 E-QTD-TRAN               PIC Z.ZZZ.ZZ9.

      * Data do ultimo movimento do cliente por conta (S, D, T, L).
      * Credito de transferencia, tarifa, juros, recusa e
      * encerramento nao contam como movimento do cliente.
         01 WS-TAB-MOVTO.
               02 WS-ULT-DATA        PIC 9(08) OCCURS 9999 TIMES.

         01 DATA-SIS.
               02 ANO                PIC 9(04).
               02 MES                PIC 9(02).
               02 DIA                PIC 9(02).
         01 DATA-SIS-NUM REDEFINES DATA-SIS PIC 9(08).
         01 WS-DATA-REF.
               02 WS-DR-ANO          PIC 9(04).
               02 WS-DR-MES          PIC 9(02).
               02 WS-DR-DIA          PIC 9(02).
         01 WS-DATA-REF-N REDEFINES WS-DATA-REF PIC 9(08).
         01 WS-CORTE.
               02 WS-CT-ANO          PIC 9(04).
               02 WS-CT-MES          PIC 9(02).
               02 WS-CT-DIA          PIC 9(02).
         01 WS-CORTE-N REDEFINES WS-CORTE PIC 9(08).
         01 WS-DATA-DESM.
               02 WS-D-ANO           PIC 9(04).
               02 WS-D-MES           PIC 9(02).
               02 WS-D-DIA           PIC 9(02).
         01 WS-DATA-DESM-N REDEFINES WS-DATA-DESM PIC 9(08).
         01 WS-DATA-ED.
               02 WS-ED-DIA          PIC 9(02).
               02 FILLER             PIC X(01) VALUE "/".
               02 WS-ED-MES          PIC 9(02).
               02 FILLER             PIC X(01) VALUE "/".
               02 WS-ED-ANO          PIC 9(04).

         01 CAB-01.
               02 FILLER             PIC X(20) VALUE
                  "OPERACAO BANCARIA".
               02 FILLER             PIC X(20) VALUE SPACES.
               02 FILLER             PIC X(30) VALUE
                  "CONTAS DORMENTES E ENCERRADAS".
               02 FILLER             PIC X(37) VALUE SPACES.
               02 FILLER             PIC X(05) VALUE "DATA ".
               02 CAB-DIA            PIC 9(02).
               02 FILLER             PIC X(01) VALUE "/".
               02 CAB-MES            PIC 9(02).
               02 FILLER             PIC X(01) VALUE "/".
               02 CAB-ANO            PIC 9(04).
               02 FILLER             PIC X(02) VALUE SPACES.
               02 FILLER             PIC X(04) VALUE "PAG.".
               02 CAB-PAGINA         PIC ZZZ9.

         01 CAB-02.
               02 FILLER             PIC X(20) VALUE
                  "DATA DE REFERENCIA: ".
               02 CAB-REF            PIC X(10).
               02 FILLER             PIC X(25) VALUE
                  "   MESES SEM MOVIMENTO: ".
               02 CAB-MESES          PIC Z9.
               02 FILLER             PIC X(20) VALUE
                  "   SEM MOVTO ANTES: ".
               02 CAB-CORTE          PIC X(10).
               02 FILLER             PIC X(10) VALUE "   MODO: ".
               02 CAB-MODO           PIC X(10).
               02 FILLER             PIC X(25) VALUE SPACES.

         01 CAB-03.
               02 FILLER             PIC X(07) VALUE "CONTA".
               02 FILLER             PIC X(32) VALUE "NOME".
               02 FILLER             PIC X(12) VALUE "     SALDO".
               02 FILLER             PIC X(11) VALUE "SITUACAO".
               02 FILLER             PIC X(12) VALUE "DESDE".
               02 FILLER             PIC X(12) VALUE "ULT. MOVTO".
               02 FILLER             PIC X(46) VALUE "OBSERVACAO".

         01 CAB-04.
               02 FILLER             PIC X(07) VALUE "-----".
               02 FILLER             PIC X(32) VALUE
                  "------------------------------".
               02 FILLER             PIC X(12) VALUE "---------".
               02 FILLER             PIC X(11) VALUE "---------".
               02 FILLER             PIC X(12) VALUE "----------".
               02 FILLER             PIC X(12) VALUE "----------".
               02 FILLER             PIC X(46) VALUE
                  "--------------------".

         01 LIN-DETALHE.
               02 DET-CODIGO         PIC 9(04).
               02 FILLER             PIC X(03) VALUE SPACES.
               02 DET-NOME           PIC X(30).
               02 FILLER             PIC X(02) VALUE SPACES.
               02 DET-SALDO          PIC ZZ.ZZ9,99.
               02 FILLER             PIC X(03) VALUE SPACES.
               02 DET-SITUACAO       PIC X(09).
               02 FILLER             PIC X(02) VALUE SPACES.
               02 DET-DESDE          PIC X(10).
               02 FILLER             PIC X(02) VALUE SPACES.
               02 DET-ULT            PIC X(10).
               02 FILLER             PIC X(02) VALUE SPACES.
               02 DET-OBS            PIC X(20).
               02 FILLER             PIC X(26) VALUE SPACES.

         01 LIN-VAZIO.
               02 FILLER             PIC X(40) VALUE
                  "NENHUMA CONTA DORMENTE OU ENCERRADA".
               02 FILLER             PIC X(92) VALUE SPACES.

         01 LIN-TOTAL.
               02 TOT-TEXTO          PIC X(40).
               02 TOT-QTD            PIC ZZZZ9.
               02 FILLER             PIC X(03) VALUE SPACES.
               02 TOT-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER             PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.

       INICIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM ENTRA-PARAMETROS.
              PERFORM CALCULA-CORTE.
              PERFORM CARREGA-MOVIMENTO.
              PERFORM ABRE-ARQ.
              PERFORM LE-CLIENTE.
              PERFORM PROCESSA-CLIENTE UNTIL WS-EOF = "S".
              PERFORM IMPRIME-TOTAIS.
              PERFORM IMPRIME-RESUMO.
              CLOSE CLIENTES.
              CLOSE RELATO.
              STOP RUN.

       ENTRA-PARAMETROS.
              DISPLAY "MESES SEM MOVIMENTO PARA DORMENCIA (0 = 12): ".
              ACCEPT WS-MESES.
              IF WS-MESES = ZEROS
                 MOVE 12 TO WS-MESES.
              DISPLAY "DATA DE REFERENCIA (AAAAMMDD, 0 = HOJE): ".
              ACCEPT WS-DATA-REF-N.
              IF WS-DATA-REF-N = ZEROS
                 MOVE DATA-SIS-NUM TO WS-DATA-REF-N.
              IF WS-DR-MES < 1 OR WS-DR-MES > 12
                    OR WS-DR-DIA < 1 OR WS-DR-DIA > 31
                 DISPLAY "DATA INVALIDA - PROCESSO CANCELADO"
                 STOP RUN.
              IF WS-DATA-REF-N > DATA-SIS-NUM
                 DISPLAY "DATA FUTURA NAO PERMITIDA - PROCESSO "
                     "CANCELADO"
                 STOP RUN.
              DISPLAY "MARCAR CONTAS COMO DORMENTES (S/N, N = SO "
                  "LISTAR): ".
              ACCEPT WS-MARCA.
              MOVE FUNCTION UPPER-CASE(WS-MARCA) TO WS-MARCA.
              IF WS-MARCA NOT = "S" AND WS-MARCA NOT = "N"
                 DISPLAY "OPCAO INVALIDA - PROCESSO CANCELADO"
                 STOP RUN.

      * Corte: a data de referencia recuada WS-MESES meses. A conta
      * sem movimento desde antes do corte passa a dormente.
       CALCULA-CORTE.
              COMPUTE WS-MESES-CORTE = WS-DR-ANO * 12 + WS-DR-MES - 1
                  - WS-MESES.
              DIVIDE WS-MESES-CORTE BY 12 GIVING WS-CT-ANO
                  REMAINDER WS-CT-MES.
              ADD 1 TO WS-CT-MES.
              MOVE WS-DR-DIA TO WS-CT-DIA.

       CARREGA-MOVIMENTO.
              MOVE ZEROS TO WS-TAB-MOVTO.
              OPEN INPUT TRANLOG.
              IF ARQST-TRAN = "35"
                 DISPLAY "TRANLOG INEXISTENTE - NENHUM MOVIMENTO "
                     "CONSIDERADO"
              ELSE
                 IF ARQST-TRAN NOT = "00"
                    DISPLAY "ERRO NA ABERTURA DE TRANLOG - STATUS "
                        ARQST-TRAN
                    STOP RUN
                 ELSE
                    PERFORM LE-TRANLOG
                    PERFORM GUARDA-MOVIMENTO UNTIL WS-EOF-TRAN = "S"
                    CLOSE TRANLOG.

       LE-TRANLOG.
              READ TRANLOG NEXT RECORD AT END
                 MOVE "S" TO WS-EOF-TRAN.

       GUARDA-MOVIMENTO.
              ADD 1 TO WS-QTD-TRAN.
              IF CODIGO-TRAN > ZEROS
                    AND DATA-TRAN NOT > WS-DATA-REF-N
                    AND (TIPO-TRAN = "S" OR TIPO-TRAN = "D"
                        OR TIPO-TRAN = "T" OR TIPO-TRAN = "L")
                 IF DATA-TRAN > WS-ULT-DATA(CODIGO-TRAN)
                    MOVE DATA-TRAN TO WS-ULT-DATA(CODIGO-TRAN).
              PERFORM LE-TRANLOG.

       ABRE-ARQ.
              IF WS-MARCA = "S"
                 OPEN I-O CLIENTES
              ELSE
                 OPEN INPUT CLIENTES.
              IF ARQST NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DE CLIENTES - STATUS "
                     ARQST
                 STOP RUN.
              OPEN OUTPUT RELATO.
              IF ARQST-REL NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO RELATORIO - STATUS "
                     ARQST-REL
                 CLOSE CLIENTES
                 STOP RUN.

       LE-CLIENTE.
              READ CLIENTES NEXT RECORD AT END MOVE "S" TO WS-EOF.

       PROCESSA-CLIENTE.
              ADD 1 TO WS-QTD-LIDAS.
              MOVE "N" TO WS-NOVA.
              MOVE ZEROS TO WS-ULT-MOVTO.
              IF CODIGO > ZEROS
                 MOVE WS-ULT-DATA(CODIGO) TO WS-ULT-MOVTO.
              IF SITUACAO-CONTA NOT = "D" AND SITUACAO-CONTA NOT = "E"
                 PERFORM AVALIA-CONTA.
              EVALUATE SITUACAO-CONTA
              WHEN "D"
                 ADD 1 TO WS-QTD-DORMENTES
                 ADD SALDO TO WS-TOT-DORMENTES
                 PERFORM IMPRIME-CONTA
              WHEN "E"
                 ADD 1 TO WS-QTD-ENCERRADAS
                 ADD SALDO TO WS-TOT-ENCERRADAS
                 PERFORM IMPRIME-CONTA
              WHEN OTHER
                 ADD 1 TO WS-QTD-ATIVAS
              END-EVALUATE.
              PERFORM LE-CLIENTE.

      * A base da contagem e o ultimo movimento do cliente ou a ultima
      * mudanca de situacao (reativacao), o que for mais recente. A
      * conta sem nenhuma das duas comeca a contar nesta execucao.
       AVALIA-CONTA.
              MOVE WS-ULT-MOVTO TO WS-DATA-BASE.
              IF DATA-SITUACAO > WS-DATA-BASE
                 MOVE DATA-SITUACAO TO WS-DATA-BASE.
              IF WS-DATA-BASE = ZEROS
                 IF WS-MARCA = "S"
                    MOVE "A" TO SITUACAO-CONTA
                    MOVE WS-DATA-REF-N TO DATA-SITUACAO
                    PERFORM REGRAVA-CLIENTE
                    ADD 1 TO WS-QTD-INICIADAS
                 END-IF
              ELSE
                 IF WS-DATA-BASE < WS-CORTE-N
                    ADD 1 TO WS-QTD-NOVAS
                    MOVE "S" TO WS-NOVA
                    IF WS-MARCA = "S"
                       MOVE "D" TO SITUACAO-CONTA
                       MOVE WS-DATA-REF-N TO DATA-SITUACAO
                       PERFORM REGRAVA-CLIENTE
                    ELSE
                       MOVE "D" TO SITUACAO-CONTA.

       REGRAVA-CLIENTE.
              REWRITE REG-CLI.
              IF ARQST NOT = "00"
                 DISPLAY "ERRO AO GRAVAR CLIENTES - CONTA " CODIGO
                     " - STATUS " ARQST.

       IMPRIME-CONTA.
              MOVE SPACES TO LIN-DETALHE.
              MOVE CODIGO TO DET-CODIGO.
              MOVE NOME TO DET-NOME.
              MOVE SALDO TO DET-SALDO.
              IF SITUACAO-CONTA = "D"
                 MOVE "DORMENTE" TO DET-SITUACAO
              ELSE
                 MOVE "ENCERRADA" TO DET-SITUACAO.
              IF WS-NOVA = "S" AND WS-MARCA = "N"
                 MOVE SPACES TO DET-DESDE
              ELSE
                 MOVE DATA-SITUACAO TO WS-DATA-IMP
                 PERFORM EDITA-DATA
                 MOVE WS-DATA-ED TO DET-DESDE.
              IF WS-ULT-MOVTO = ZEROS
                 MOVE "SEM MOVTO" TO DET-ULT
              ELSE
                 MOVE WS-ULT-MOVTO TO WS-DATA-IMP
                 PERFORM EDITA-DATA
                 MOVE WS-DATA-ED TO DET-ULT.
              IF WS-NOVA = "S"
                 IF WS-MARCA = "S"
                    MOVE "MARCADA NESTA DATA" TO DET-OBS
                 ELSE
                    MOVE "A MARCAR" TO DET-OBS
                 END-IF
              ELSE
                 IF SITUACAO-CONTA = "E" AND SALDO NOT = ZEROS
                    MOVE "ENCERRADA COM SALDO" TO DET-OBS.
              PERFORM SALTA-LINHA.
              WRITE REG-RELATO FROM LIN-DETALHE
                  AFTER ADVANCING 1 LINE.
              ADD 1 TO WS-LINHA.

       EDITA-DATA.
              MOVE WS-DATA-IMP TO WS-DATA-DESM-N.
              MOVE WS-D-DIA TO WS-ED-DIA.
              MOVE WS-D-MES TO WS-ED-MES.
              MOVE WS-D-ANO TO WS-ED-ANO.

       IMPRIME-TOTAIS.
              IF WS-QTD-DORMENTES = ZEROS AND WS-QTD-ENCERRADAS = ZEROS
                 PERFORM SALTA-LINHA
                 WRITE REG-RELATO FROM LIN-VAZIO
                     AFTER ADVANCING 1 LINE
                 ADD 1 TO WS-LINHA.
              PERFORM SALTA-LINHA.
              MOVE SPACES TO REG-RELATO.
              WRITE REG-RELATO AFTER ADVANCING 1 LINE.
              ADD 1 TO WS-LINHA.
              MOVE "CONTAS DORMENTES.......................: " TO
                  TOT-TEXTO.
              MOVE WS-QTD-DORMENTES TO TOT-QTD.
              MOVE WS-TOT-DORMENTES TO TOT-VALOR.
              PERFORM IMPRIME-TOTAL.
              MOVE "  DORMENTES NESTA DATA.................: " TO
                  TOT-TEXTO.
              MOVE WS-QTD-NOVAS TO TOT-QTD.
              MOVE ZEROS TO TOT-VALOR.
              PERFORM IMPRIME-TOTAL.
              MOVE "CONTAS ENCERRADAS......................: " TO
                  TOT-TEXTO.
              MOVE WS-QTD-ENCERRADAS TO TOT-QTD.
              MOVE WS-TOT-ENCERRADAS TO TOT-VALOR.
              PERFORM IMPRIME-TOTAL.
              MOVE "CONTAS ATIVAS..........................: " TO
                  TOT-TEXTO.
              MOVE WS-QTD-ATIVAS TO TOT-QTD.
              MOVE ZEROS TO TOT-VALOR.
              PERFORM IMPRIME-TOTAL.

       IMPRIME-TOTAL.
              PERFORM SALTA-LINHA.
              WRITE REG-RELATO FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
              ADD 1 TO WS-LINHA.

       SALTA-LINHA.
              IF WS-LINHA > 56
                 PERFORM CABECALHO-PAGINA.

       CABECALHO-PAGINA.
              ADD 1 TO WS-PAGINA.
              MOVE WS-PAGINA TO CAB-PAGINA.
              MOVE DIA TO CAB-DIA.
              MOVE MES TO CAB-MES.
              MOVE ANO TO CAB-ANO.
              MOVE WS-DATA-REF-N TO WS-DATA-IMP.
              PERFORM EDITA-DATA.
              MOVE WS-DATA-ED TO CAB-REF.
              MOVE WS-CORTE-N TO WS-DATA-IMP.
              PERFORM EDITA-DATA.
              MOVE WS-DATA-ED TO CAB-CORTE.
              MOVE WS-MESES TO CAB-MESES.
              IF WS-MARCA = "S"
                 MOVE "MARCACAO" TO CAB-MODO
              ELSE
                 MOVE "LISTAGEM" TO CAB-MODO.
              IF WS-PAGINA = 1
                 WRITE REG-RELATO FROM CAB-01 AFTER ADVANCING 1 LINE
              ELSE
                 WRITE REG-RELATO FROM CAB-01 AFTER ADVANCING PAGE.
              WRITE REG-RELATO FROM CAB-02 AFTER ADVANCING 1 LINE.
              MOVE SPACES TO REG-RELATO.
              WRITE REG-RELATO AFTER ADVANCING 1 LINE.
              WRITE REG-RELATO FROM CAB-03 AFTER ADVANCING 1 LINE.
              WRITE REG-RELATO FROM CAB-04 AFTER ADVANCING 1 LINE.
              MOVE 5 TO WS-LINHA.

       IMPRIME-RESUMO.
              DISPLAY " ".
              DISPLAY "CONTAS DORMENTES E ENCERRADAS - " WS-DATA-REF-N.
              MOVE WS-QTD-TRAN TO E-QTD-TRAN.
              DISPLAY "MOVIMENTOS LIDOS............: " E-QTD-TRAN.
              MOVE WS-QTD-LIDAS TO E-QTD.
              DISPLAY "CONTAS LIDAS................: " E-QTD.
              MOVE WS-QTD-NOVAS TO E-QTD.
              IF WS-MARCA = "S"
                 DISPLAY "MARCADAS DORMENTES..........: " E-QTD
              ELSE
                 DISPLAY "A MARCAR (SO LISTAGEM)......: " E-QTD.
              MOVE WS-QTD-DORMENTES TO E-QTD.
              DISPLAY "DORMENTES (TOTAL)...........: " E-QTD.
              MOVE WS-QTD-ENCERRADAS TO E-QTD.
              DISPLAY "ENCERRADAS..................: " E-QTD.
              MOVE WS-QTD-INICIADAS TO E-QTD.
              DISPLAY "CONTAGEM INICIADA...........: " E-QTD.
              DISPLAY "RELATORIO GERADO EM DORMENTE.TXT".

      ******************************************************************
      * Author: Vernieri
      * Purpose: Ledger reconciliation - replays TRANLOG against the
      *          balances in CLIENTES before the month-end run
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONCBCO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CLIENTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
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

              SELECT ARQ-SORT ASSIGN TO DISK.

              SELECT ARQ-PAR ASSIGN TO DISK.

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
                VALUE OF FILE-ID IS "CONCBCO.TXT".
          01 REG-RELATO          PIC X(132).

       SD ARQ-SORT.
          01 REG-SORT.
                02 CODIGO-SRT          PIC 9(04).
                02 DATA-SRT            PIC 9(08).
                02 SEQ-SRT             PIC 9(08).
                02 TIPO-SRT            PIC X(01).
                02 VALOR-SRT           PIC 9(05)V99.
                02 SALDO-ANTES-SRT     PIC 9(05)V99.
                02 SALDO-DEPOIS-SRT    PIC 9(05)V99.
                02 NUM-REF-SRT         PIC 9(06).

       SD ARQ-PAR.
          01 REG-PAR.
                02 NUM-REF-PAR         PIC 9(06).
                02 TIPO-PAR            PIC X(01).
                02 CODIGO-PAR          PIC 9(04).
                02 DATA-PAR            PIC 9(08).
                02 VALOR-PAR           PIC 9(05)V99.

       WORKING-STORAGE SECTION.
         01 ARQST                    PIC X(02).
         01 ARQST-TRAN               PIC X(02).
         01 ARQST-REL                PIC X(02).
         01 WS-EOF                   PIC X(01) VALUE "N".
         01 WS-EOF-CLI               PIC X(01) VALUE "N".
         01 WS-EOF-SORT              PIC X(01) VALUE "N".
         01 WS-EOF-PAR               PIC X(01) VALUE "N".
         01 WS-LINHA                 PIC 9(02) VALUE 99.
         01 WS-PAGINA                PIC 9(04) VALUE ZEROS.
         01 WS-SEQ                   PIC 9(08) VALUE ZEROS.
         01 WS-CHAVE-CLI             PIC 9(05) VALUE ZEROS.
         01 WS-CHAVE-TRAN            PIC 9(05) VALUE ZEROS.
         01 WS-CONTA-ATUAL           PIC 9(04) VALUE ZEROS.
         01 WS-PRIMEIRO              PIC X(01) VALUE "S".
         01 WS-DIVERGE               PIC X(01) VALUE "N".
         01 WS-SALDO-ANT             PIC 9(05)V99 VALUE ZEROS.
         01 WS-ESPERADO              PIC S9(06)V99 VALUE ZEROS.
         01 WS-OCORRENCIA            PIC X(40) VALUE SPACES.
         01 WS-REF-ATUAL             PIC 9(06) VALUE ZEROS.
         01 WS-QTD-T                 PIC 9(03) VALUE ZEROS.
         01 WS-QTD-E                 PIC 9(03) VALUE ZEROS.
         01 WS-VALOR-T               PIC 9(07)V99 VALUE ZEROS.
         01 WS-VALOR-E               PIC 9(07)V99 VALUE ZEROS.
         01 WS-CODIGO-T              PIC 9(04) VALUE ZEROS.
         01 WS-CODIGO-E              PIC 9(04) VALUE ZEROS.
         01 WS-DATA-PAR              PIC 9(08) VALUE ZEROS.

         01 WS-TOTAIS.
               02 WS-QTD-LIDOS       PIC 9(07) VALUE ZEROS.
               02 WS-QTD-CONTAS      PIC 9(05) VALUE ZEROS.
               02 WS-QTD-CONTAS-OK   PIC 9(05) VALUE ZEROS.
               02 WS-QTD-CONTAS-DIV  PIC 9(05) VALUE ZEROS.
               02 WS-QTD-SEM-MOV     PIC 9(05) VALUE ZEROS.
               02 WS-QTD-INEXIST     PIC 9(05) VALUE ZEROS.
               02 WS-QTD-ENCADEA     PIC 9(05) VALUE ZEROS.
               02 WS-QTD-VALOR       PIC 9(05) VALUE ZEROS.
               02 WS-QTD-TIPO        PIC 9(05) VALUE ZEROS.
               02 WS-QTD-SALDO       PIC 9(05) VALUE ZEROS.
               02 WS-QTD-TRANSF      PIC 9(05) VALUE ZEROS.
               02 WS-QTD-TRANSF-DIV  PIC 9(05) VALUE ZEROS.
               02 WS-QTD-DIVERG      PIC 9(07) VALUE ZEROS.

         01 DATA-SIS.
               02 ANO                PIC 9(04).
               02 MES                PIC 9(02).
               02 DIA                PIC 9(02).
         01 DATA-SIS-NUM REDEFINES DATA-SIS PIC 9(08).
         01 WS-DATA-DESM.
               02 WS-D-ANO           PIC 9(04).
               02 WS-D-MES           PIC 9(02).
               02 WS-D-DIA           PIC 9(02).

         01 CAB-01.
               02 FILLER             PIC X(20) VALUE
                  "OPERACAO BANCARIA".
               02 FILLER             PIC X(20) VALUE SPACES.
               02 FILLER             PIC X(30) VALUE
                  "CONCILIACAO DO RAZAO - TRANLOG".
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
               02 FILLER             PIC X(07) VALUE "CONTA".
               02 FILLER             PIC X(12) VALUE "DATA".
               02 FILLER             PIC X(04) VALUE "TP".
               02 FILLER             PIC X(12) VALUE "VALOR".
               02 FILLER             PIC X(12) VALUE "SALDO ANTES".
               02 FILLER             PIC X(12) VALUE "SALDO DEPOIS".
               02 FILLER             PIC X(13) VALUE "ESPERADO".
               02 FILLER             PIC X(08) VALUE "REF.".
               02 FILLER             PIC X(52) VALUE "OCORRENCIA".

         01 CAB-03.
               02 FILLER             PIC X(07) VALUE "-----".
               02 FILLER             PIC X(12) VALUE "----------".
               02 FILLER             PIC X(04) VALUE "--".
               02 FILLER             PIC X(12) VALUE "---------".
               02 FILLER             PIC X(12) VALUE "-----------".
               02 FILLER             PIC X(12) VALUE "------------".
               02 FILLER             PIC X(13) VALUE "-----------".
               02 FILLER             PIC X(08) VALUE "------".
               02 FILLER             PIC X(52) VALUE
                  "----------------------------------------".

         01 LIN-DETALHE.
               02 DET-CONTA          PIC 9(04).
               02 FILLER             PIC X(03) VALUE SPACES.
               02 DET-DIA            PIC 9(02).
               02 FILLER             PIC X(01) VALUE "/".
               02 DET-MES            PIC 9(02).
               02 FILLER             PIC X(01) VALUE "/".
               02 DET-ANO            PIC 9(04).
               02 FILLER             PIC X(02) VALUE SPACES.
               02 DET-TIPO           PIC X(01).
               02 FILLER             PIC X(03) VALUE SPACES.
               02 DET-VALOR          PIC ZZ.ZZ9,99.
               02 FILLER             PIC X(03) VALUE SPACES.
               02 DET-ANTES          PIC ZZ.ZZ9,99.
               02 FILLER             PIC X(03) VALUE SPACES.
               02 DET-DEPOIS         PIC ZZ.ZZ9,99.
               02 FILLER             PIC X(03) VALUE SPACES.
               02 DET-ESPERADO       PIC -ZZZ.ZZ9,99.
               02 FILLER             PIC X(02) VALUE SPACES.
               02 DET-REF            PIC ZZZZZ9.
               02 FILLER             PIC X(02) VALUE SPACES.
               02 DET-OCORRENCIA     PIC X(40).
               02 FILLER             PIC X(08) VALUE SPACES.

         01 LIN-CONTA.
               02 CTA-CONTA          PIC 9(04).
               02 FILLER             PIC X(03) VALUE SPACES.
               02 CTA-NOME           PIC X(30).
               02 FILLER             PIC X(08) VALUE " SALDO: ".
               02 CTA-SALDO          PIC ZZ.ZZ9,99.
               02 FILLER             PIC X(10) VALUE " TRANLOG: ".
               02 CTA-TRANLOG        PIC ZZ.ZZ9,99.
               02 FILLER             PIC X(03) VALUE SPACES.
               02 CTA-OCORRENCIA     PIC X(40).
               02 FILLER             PIC X(16) VALUE SPACES.

         01 LIN-PAR.
               02 FILLER             PIC X(06) VALUE "REF.: ".
               02 PAR-REF            PIC ZZZZZ9.
               02 FILLER             PIC X(03) VALUE SPACES.
               02 PAR-DIA            PIC 9(02).
               02 FILLER             PIC X(01) VALUE "/".
               02 PAR-MES            PIC 9(02).
               02 FILLER             PIC X(01) VALUE "/".
               02 PAR-ANO            PIC 9(04).
               02 FILLER             PIC X(10) VALUE "  ENVIOS: ".
               02 PAR-QTD-T          PIC ZZ9.
               02 FILLER             PIC X(01) VALUE SPACES.
               02 PAR-VALOR-T        PIC Z.ZZZ.ZZ9,99.
               02 FILLER             PIC X(14) VALUE "  RECEBIMENTOS".
               02 FILLER             PIC X(02) VALUE ": ".
               02 PAR-QTD-E          PIC ZZ9.
               02 FILLER             PIC X(01) VALUE SPACES.
               02 PAR-VALOR-E        PIC Z.ZZZ.ZZ9,99.
               02 FILLER             PIC X(02) VALUE SPACES.
               02 PAR-OCORRENCIA     PIC X(40).
               02 FILLER             PIC X(07) VALUE SPACES.

         01 LIN-TITULO.
               02 TIT-TEXTO          PIC X(60).
               02 FILLER             PIC X(72) VALUE SPACES.

         01 LIN-TOTAL.
               02 TOT-TEXTO          PIC X(40).
               02 TOT-QTD            PIC Z.ZZZ.ZZ9.
               02 FILLER             PIC X(83) VALUE SPACES.

       PROCEDURE DIVISION.

       INICIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM ABRE-ARQ.
              SORT ARQ-SORT ON ASCENDING KEY CODIGO-SRT DATA-SRT
                   SEQ-SRT
                   INPUT PROCEDURE IS SELECAO
                   OUTPUT PROCEDURE IS CONFERENCIA.
              SORT ARQ-PAR ON ASCENDING KEY NUM-REF-PAR TIPO-PAR
                   INPUT PROCEDURE IS SELECAO-PAR
                   OUTPUT PROCEDURE IS CONFERE-PARES.
              PERFORM IMPRIME-TOTAIS.
              PERFORM IMPRIME-RESUMO.
              CLOSE CLIENTES.
              CLOSE RELATO.
              STOP RUN.

       ABRE-ARQ.
              OPEN INPUT CLIENTES.
              IF ARQST NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DE CLIENTES - STATUS "
                     ARQST
                 STOP RUN.
              OPEN INPUT TRANLOG.
              IF ARQST-TRAN NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DE TRANLOG - STATUS "
                     ARQST-TRAN
                 CLOSE CLIENTES
                 STOP RUN.
              CLOSE TRANLOG.
              OPEN OUTPUT RELATO.
              IF ARQST-REL NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO RELATORIO - STATUS "
                     ARQST-REL
                 CLOSE CLIENTES
                 STOP RUN.

      ******************************************************************
      * Primeira passagem: lancamentos por conta, data e ordem de
      * gravacao, confrontados com CLIENTES
      ******************************************************************
       SELECAO SECTION.
              OPEN INPUT TRANLOG.
              MOVE "N" TO WS-EOF.
              PERFORM LE-TRANLOG.
              PERFORM LIBERA-TRAN UNTIL WS-EOF = "S".
              CLOSE TRANLOG.
              GO TO SELECAO-FIM.

       LE-TRANLOG.
              READ TRANLOG NEXT RECORD AT END MOVE "S" TO WS-EOF.

       LIBERA-TRAN.
              ADD 1 TO WS-SEQ.
              ADD 1 TO WS-QTD-LIDOS.
              MOVE CODIGO-TRAN TO CODIGO-SRT.
              MOVE DATA-TRAN TO DATA-SRT.
              MOVE WS-SEQ TO SEQ-SRT.
              MOVE TIPO-TRAN TO TIPO-SRT.
              MOVE VALOR-TRAN TO VALOR-SRT.
              MOVE SALDO-ANTES-TRAN TO SALDO-ANTES-SRT.
              MOVE SALDO-DEPOIS-TRAN TO SALDO-DEPOIS-SRT.
              MOVE NUM-REF-TRAN TO NUM-REF-SRT.
              RELEASE REG-SORT.
              PERFORM LE-TRANLOG.

       SELECAO-FIM.
              EXIT.

       CONFERENCIA SECTION.
              MOVE "LANCAMENTOS E SALDOS POR CONTA" TO TIT-TEXTO.
              PERFORM IMPRIME-TITULO.
              PERFORM LE-CLIENTE.
              PERFORM LE-SORT.
              PERFORM CONFRONTA
                  UNTIL WS-CHAVE-CLI = 99999 AND WS-CHAVE-TRAN = 99999.
              GO TO CONFERENCIA-FIM.

       LE-CLIENTE.
              READ CLIENTES NEXT RECORD AT END MOVE "S" TO WS-EOF-CLI.
              IF WS-EOF-CLI = "S"
                 MOVE 99999 TO WS-CHAVE-CLI
              ELSE
                 MOVE CODIGO TO WS-CHAVE-CLI
                 ADD 1 TO WS-QTD-CONTAS.

       LE-SORT.
              RETURN ARQ-SORT AT END MOVE "S" TO WS-EOF-SORT.
              IF WS-EOF-SORT = "S"
                 MOVE 99999 TO WS-CHAVE-TRAN
              ELSE
                 MOVE CODIGO-SRT TO WS-CHAVE-TRAN.

       CONFRONTA.
              EVALUATE TRUE
              WHEN WS-CHAVE-CLI < WS-CHAVE-TRAN
                 PERFORM CONTA-SEM-MOVIMENTO
                 PERFORM LE-CLIENTE
              WHEN WS-CHAVE-TRAN < WS-CHAVE-CLI
                 PERFORM CONTA-INEXISTENTE
              WHEN OTHER
                 PERFORM CONFERE-CONTA
                 PERFORM LE-CLIENTE
              END-EVALUATE.

       CONTA-SEM-MOVIMENTO.
              ADD 1 TO WS-QTD-SEM-MOV.
              MOVE CODIGO TO CTA-CONTA.
              MOVE NOME TO CTA-NOME.
              MOVE SALDO TO CTA-SALDO.
              MOVE ZEROS TO CTA-TRANLOG.
              MOVE "CONTA SEM HISTORICO NO TRANLOG" TO CTA-OCORRENCIA.
              PERFORM IMPRIME-CONTA.

       CONTA-INEXISTENTE.
              ADD 1 TO WS-QTD-INEXIST.
              ADD 1 TO WS-QTD-DIVERG.
              MOVE CODIGO-SRT TO WS-CONTA-ATUAL.
              MOVE CODIGO-SRT TO CTA-CONTA.
              MOVE SPACES TO CTA-NOME.
              MOVE ZEROS TO CTA-SALDO.
              PERFORM PULA-LANCAMENTO
                  UNTIL WS-CHAVE-TRAN NOT = WS-CONTA-ATUAL.
              MOVE WS-SALDO-ANT TO CTA-TRANLOG.
              MOVE "LANCAMENTOS DE CONTA INEXISTENTE" TO CTA-OCORRENCIA.
              PERFORM IMPRIME-CONTA.

       PULA-LANCAMENTO.
              MOVE SALDO-DEPOIS-SRT TO WS-SALDO-ANT.
              PERFORM LE-SORT.

       CONFERE-CONTA.
              MOVE CODIGO TO WS-CONTA-ATUAL.
              MOVE "S" TO WS-PRIMEIRO.
              MOVE "N" TO WS-DIVERGE.
              PERFORM CONFERE-LANCAMENTO
                  UNTIL WS-CHAVE-TRAN NOT = WS-CONTA-ATUAL.
              IF WS-SALDO-ANT NOT = SALDO
                 ADD 1 TO WS-QTD-SALDO
                 ADD 1 TO WS-QTD-DIVERG
                 MOVE "S" TO WS-DIVERGE
                 MOVE CODIGO TO CTA-CONTA
                 MOVE NOME TO CTA-NOME
                 MOVE SALDO TO CTA-SALDO
                 MOVE WS-SALDO-ANT TO CTA-TRANLOG
                 MOVE "SALDO FINAL DIFERE DE CLIENTES" TO
                     CTA-OCORRENCIA
                 PERFORM IMPRIME-CONTA.
              IF SITUACAO-CONTA = "E" AND SALDO NOT = ZEROS
                 ADD 1 TO WS-QTD-SALDO
                 ADD 1 TO WS-QTD-DIVERG
                 MOVE "S" TO WS-DIVERGE
                 MOVE CODIGO TO CTA-CONTA
                 MOVE NOME TO CTA-NOME
                 MOVE SALDO TO CTA-SALDO
                 MOVE WS-SALDO-ANT TO CTA-TRANLOG
                 MOVE "CONTA ENCERRADA COM SALDO" TO CTA-OCORRENCIA
                 PERFORM IMPRIME-CONTA.
              IF WS-DIVERGE = "S"
                 ADD 1 TO WS-QTD-CONTAS-DIV
              ELSE
                 ADD 1 TO WS-QTD-CONTAS-OK.

       CONFERE-LANCAMENTO.
              IF WS-PRIMEIRO = "S"
                 MOVE "N" TO WS-PRIMEIRO
              ELSE
                 IF SALDO-ANTES-SRT NOT = WS-SALDO-ANT
                    ADD 1 TO WS-QTD-ENCADEA
                    MOVE WS-SALDO-ANT TO WS-ESPERADO
                    MOVE "SALDO ANTERIOR DIFERE DO LANCTO ANTERIOR"
                        TO WS-OCORRENCIA
                    PERFORM IMPRIME-LANCAMENTO.
              EVALUATE TIPO-SRT
              WHEN "S"
              WHEN "T"
              WHEN "M"
              WHEN "L"
              WHEN "X"
                 COMPUTE WS-ESPERADO = SALDO-ANTES-SRT - VALOR-SRT
              WHEN "D"
              WHEN "E"
              WHEN "J"
                 COMPUTE WS-ESPERADO = SALDO-ANTES-SRT + VALOR-SRT
              WHEN "R"
                 MOVE SALDO-ANTES-SRT TO WS-ESPERADO
              WHEN OTHER
                 ADD 1 TO WS-QTD-TIPO
                 MOVE SALDO-DEPOIS-SRT TO WS-ESPERADO
                 MOVE "TIPO DE LANCAMENTO DESCONHECIDO" TO
                     WS-OCORRENCIA
                 PERFORM IMPRIME-LANCAMENTO
              END-EVALUATE.
              IF SALDO-DEPOIS-SRT NOT = WS-ESPERADO
                 ADD 1 TO WS-QTD-VALOR
                 MOVE "DIFERENCA DE SALDO NAO CONFERE C/ VALOR"
                     TO WS-OCORRENCIA
                 PERFORM IMPRIME-LANCAMENTO.
              MOVE SALDO-DEPOIS-SRT TO WS-SALDO-ANT.
              PERFORM LE-SORT.

       IMPRIME-LANCAMENTO.
              ADD 1 TO WS-QTD-DIVERG.
              MOVE "S" TO WS-DIVERGE.
              MOVE CODIGO-SRT TO DET-CONTA.
              MOVE DATA-SRT TO WS-DATA-DESM.
              MOVE WS-D-DIA TO DET-DIA.
              MOVE WS-D-MES TO DET-MES.
              MOVE WS-D-ANO TO DET-ANO.
              MOVE TIPO-SRT TO DET-TIPO.
              MOVE VALOR-SRT TO DET-VALOR.
              MOVE SALDO-ANTES-SRT TO DET-ANTES.
              MOVE SALDO-DEPOIS-SRT TO DET-DEPOIS.
              MOVE WS-ESPERADO TO DET-ESPERADO.
              MOVE NUM-REF-SRT TO DET-REF.
              MOVE WS-OCORRENCIA TO DET-OCORRENCIA.
              PERFORM SALTA-LINHA.
              WRITE REG-RELATO FROM LIN-DETALHE
                  AFTER ADVANCING 1 LINE.
              ADD 1 TO WS-LINHA.

       IMPRIME-CONTA.
              PERFORM SALTA-LINHA.
              WRITE REG-RELATO FROM LIN-CONTA
                  AFTER ADVANCING 1 LINE.
              ADD 1 TO WS-LINHA.

       CONFERENCIA-FIM.
              EXIT.

      ******************************************************************
      * Segunda passagem: as duas pernas de cada transferencia
      ******************************************************************
       SELECAO-PAR SECTION.
              OPEN INPUT TRANLOG.
              MOVE "N" TO WS-EOF.
              PERFORM LE-TRANLOG-PAR.
              PERFORM LIBERA-PAR UNTIL WS-EOF = "S".
              CLOSE TRANLOG.
              GO TO SELECAO-PAR-FIM.

       LE-TRANLOG-PAR.
              READ TRANLOG NEXT RECORD AT END MOVE "S" TO WS-EOF.

       LIBERA-PAR.
              IF TIPO-TRAN = "T" OR TIPO-TRAN = "E"
                 MOVE NUM-REF-TRAN TO NUM-REF-PAR
                 MOVE TIPO-TRAN TO TIPO-PAR
                 MOVE CODIGO-TRAN TO CODIGO-PAR
                 MOVE DATA-TRAN TO DATA-PAR
                 MOVE VALOR-TRAN TO VALOR-PAR
                 RELEASE REG-PAR.
              PERFORM LE-TRANLOG-PAR.

       SELECAO-PAR-FIM.
              EXIT.

       CONFERE-PARES SECTION.
              MOVE SPACES TO TIT-TEXTO.
              PERFORM IMPRIME-TITULO.
              MOVE "TRANSFERENCIAS - ENVIO (T) E RECEBIMENTO (E)" TO
                  TIT-TEXTO.
              PERFORM IMPRIME-TITULO.
              PERFORM LE-PAR.
              PERFORM CONFERE-REFERENCIA UNTIL WS-EOF-PAR = "S".
              GO TO CONFERE-PARES-FIM.

       LE-PAR.
              RETURN ARQ-PAR AT END MOVE "S" TO WS-EOF-PAR.

       CONFERE-REFERENCIA.
              MOVE NUM-REF-PAR TO WS-REF-ATUAL.
              MOVE DATA-PAR TO WS-DATA-PAR.
              MOVE ZEROS TO WS-QTD-T WS-QTD-E WS-VALOR-T WS-VALOR-E
                            WS-CODIGO-T WS-CODIGO-E.
              PERFORM ACUMULA-PERNA
                  UNTIL WS-EOF-PAR = "S"
                     OR NUM-REF-PAR NOT = WS-REF-ATUAL.
              ADD 1 TO WS-QTD-TRANSF.
              MOVE SPACES TO WS-OCORRENCIA.
              EVALUATE TRUE
              WHEN WS-REF-ATUAL = ZEROS
                 MOVE "TRANSFERENCIA SEM NUMERO DE REFERENCIA" TO
                     WS-OCORRENCIA
              WHEN WS-QTD-T = ZEROS
                 MOVE "RECEBIMENTO SEM O ENVIO CORRESPONDENTE" TO
                     WS-OCORRENCIA
              WHEN WS-QTD-E = ZEROS
                 MOVE "ENVIO SEM O RECEBIMENTO CORRESPONDENTE" TO
                     WS-OCORRENCIA
              WHEN WS-QTD-T > 1 OR WS-QTD-E > 1
                 MOVE "REFERENCIA REPETIDA EM MAIS DE UM PAR" TO
                     WS-OCORRENCIA
              WHEN WS-VALOR-T NOT = WS-VALOR-E
                 MOVE "VALOR ENVIADO DIFERE DO RECEBIDO" TO
                     WS-OCORRENCIA
              WHEN WS-CODIGO-T = WS-CODIGO-E
                 MOVE "ENVIO E RECEBIMENTO NA MESMA CONTA" TO
                     WS-OCORRENCIA
              END-EVALUATE.
              IF WS-OCORRENCIA NOT = SPACES
                 PERFORM IMPRIME-PAR.

       ACUMULA-PERNA.
              IF TIPO-PAR = "T"
                 ADD 1 TO WS-QTD-T
                 ADD VALOR-PAR TO WS-VALOR-T
                 MOVE CODIGO-PAR TO WS-CODIGO-T
              ELSE
                 ADD 1 TO WS-QTD-E
                 ADD VALOR-PAR TO WS-VALOR-E
                 MOVE CODIGO-PAR TO WS-CODIGO-E.
              PERFORM LE-PAR.

       IMPRIME-PAR.
              ADD 1 TO WS-QTD-TRANSF-DIV.
              ADD 1 TO WS-QTD-DIVERG.
              MOVE WS-REF-ATUAL TO PAR-REF.
              MOVE WS-DATA-PAR TO WS-DATA-DESM.
              MOVE WS-D-DIA TO PAR-DIA.
              MOVE WS-D-MES TO PAR-MES.
              MOVE WS-D-ANO TO PAR-ANO.
              MOVE WS-QTD-T TO PAR-QTD-T.
              MOVE WS-VALOR-T TO PAR-VALOR-T.
              MOVE WS-QTD-E TO PAR-QTD-E.
              MOVE WS-VALOR-E TO PAR-VALOR-E.
              MOVE WS-OCORRENCIA TO PAR-OCORRENCIA.
              PERFORM SALTA-LINHA.
              WRITE REG-RELATO FROM LIN-PAR
                  AFTER ADVANCING 1 LINE.
              ADD 1 TO WS-LINHA.

       CONFERE-PARES-FIM.
              EXIT.

      ******************************************************************
      * Totais e parecer
      ******************************************************************
       TOTAIS SECTION.

       IMPRIME-TOTAIS.
              MOVE SPACES TO TIT-TEXTO.
              PERFORM IMPRIME-TITULO.
              MOVE "TOTAIS DA CONCILIACAO" TO TIT-TEXTO.
              PERFORM IMPRIME-TITULO.
              MOVE "LANCAMENTOS LIDOS NO TRANLOG...........: " TO
                  TOT-TEXTO.
              MOVE WS-QTD-LIDOS TO TOT-QTD.
              PERFORM IMPRIME-TOTAL.
              MOVE "CONTAS EM CLIENTES.....................: " TO
                  TOT-TEXTO.
              MOVE WS-QTD-CONTAS TO TOT-QTD.
              PERFORM IMPRIME-TOTAL.
              MOVE "CONTAS CONFERIDAS SEM DIVERGENCIA......: " TO
                  TOT-TEXTO.
              MOVE WS-QTD-CONTAS-OK TO TOT-QTD.
              PERFORM IMPRIME-TOTAL.
              MOVE "CONTAS COM DIVERGENCIA.................: " TO
                  TOT-TEXTO.
              MOVE WS-QTD-CONTAS-DIV TO TOT-QTD.
              PERFORM IMPRIME-TOTAL.
              MOVE "CONTAS SEM HISTORICO NO TRANLOG........: " TO
                  TOT-TEXTO.
              MOVE WS-QTD-SEM-MOV TO TOT-QTD.
              PERFORM IMPRIME-TOTAL.
              MOVE "CONTAS DO TRANLOG AUSENTES EM CLIENTES.: " TO
                  TOT-TEXTO.
              MOVE WS-QTD-INEXIST TO TOT-QTD.
              PERFORM IMPRIME-TOTAL.
              MOVE "QUEBRAS DE ENCADEAMENTO DE SALDO.......: " TO
                  TOT-TEXTO.
              MOVE WS-QTD-ENCADEA TO TOT-QTD.
              PERFORM IMPRIME-TOTAL.
              MOVE "VALORES INCOMPATIVEIS COM O TIPO.......: " TO
                  TOT-TEXTO.
              MOVE WS-QTD-VALOR TO TOT-QTD.
              PERFORM IMPRIME-TOTAL.
              MOVE "TIPOS DE LANCAMENTO DESCONHECIDOS......: " TO
                  TOT-TEXTO.
              MOVE WS-QTD-TIPO TO TOT-QTD.
              PERFORM IMPRIME-TOTAL.
              MOVE "SALDOS FINAIS DIVERGENTES..............: " TO
                  TOT-TEXTO.
              MOVE WS-QTD-SALDO TO TOT-QTD.
              PERFORM IMPRIME-TOTAL.
              MOVE "TRANSFERENCIAS (REFERENCIAS) LIDAS.....: " TO
                  TOT-TEXTO.
              MOVE WS-QTD-TRANSF TO TOT-QTD.
              PERFORM IMPRIME-TOTAL.
              MOVE "TRANSFERENCIAS COM PROBLEMA............: " TO
                  TOT-TEXTO.
              MOVE WS-QTD-TRANSF-DIV TO TOT-QTD.
              PERFORM IMPRIME-TOTAL.
              MOVE "TOTAL DE DIVERGENCIAS..................: " TO
                  TOT-TEXTO.
              MOVE WS-QTD-DIVERG TO TOT-QTD.
              PERFORM IMPRIME-TOTAL.
              MOVE SPACES TO TIT-TEXTO.
              PERFORM IMPRIME-TITULO.
              IF WS-QTD-DIVERG = ZEROS
                 MOVE "BANCO CONFERIDO - FIMMES PODE SER EXECUTADO" TO
                     TIT-TEXTO
              ELSE
                 MOVE "EXISTEM DIVERGENCIAS - NAO EXECUTAR FIMMES" TO
                     TIT-TEXTO.
              PERFORM IMPRIME-TITULO.

       IMPRIME-TOTAL.
              PERFORM SALTA-LINHA.
              WRITE REG-RELATO FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
              ADD 1 TO WS-LINHA.

       IMPRIME-TITULO.
              PERFORM SALTA-LINHA.
              WRITE REG-RELATO FROM LIN-TITULO
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
              IF WS-PAGINA = 1
                 WRITE REG-RELATO FROM CAB-01 AFTER ADVANCING 1 LINE
              ELSE
                 WRITE REG-RELATO FROM CAB-01 AFTER ADVANCING PAGE.
              MOVE SPACES TO REG-RELATO.
              WRITE REG-RELATO AFTER ADVANCING 1 LINE.
              WRITE REG-RELATO FROM CAB-02 AFTER ADVANCING 1 LINE.
              WRITE REG-RELATO FROM CAB-03 AFTER ADVANCING 1 LINE.
              MOVE 4 TO WS-LINHA.

       IMPRIME-RESUMO.
              DISPLAY " ".
              DISPLAY "CONCILIACAO DO RAZAO BANCARIO".
              DISPLAY "LANCAMENTOS LIDOS...........: " WS-QTD-LIDOS.
              DISPLAY "CONTAS EM CLIENTES..........: " WS-QTD-CONTAS.
              DISPLAY "CONTAS COM DIVERGENCIA......: "
                  WS-QTD-CONTAS-DIV.
              DISPLAY "CONTAS SEM HISTORICO........: " WS-QTD-SEM-MOV.
              DISPLAY "TRANSFERENCIAS COM PROBLEMA.: "
                  WS-QTD-TRANSF-DIV.
              DISPLAY "TOTAL DE DIVERGENCIAS.......: " WS-QTD-DIVERG.
              IF WS-QTD-DIVERG = ZEROS
                 DISPLAY "BANCO CONFERIDO - FIMMES PODE SER EXECUTADO"
              ELSE
                 DISPLAY "EXISTEM DIVERGENCIAS - NAO EXECUTAR FIMMES".
              DISPLAY "RELATORIO GERADO EM CONCBCO.TXT".

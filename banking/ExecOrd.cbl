      ******************************************************************
      * Author: Vernieri
      * Purpose: Daily run of the standing orders due - posts both
      *          legs of each transfer and prints executed/failed
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXECORD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ORDENS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY NUM-ORDEM
              FILE STATUS ARQST-ORD.

              SELECT CLIENTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CODIGO
              FILE STATUS ARQST.

              SELECT TRANLOG ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-TRAN.

              SELECT TRANREF ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REF.

              SELECT RELATO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ORDENS LABEL RECORD STANDARD
                DATA RECORD IS REG-ORDEM
                VALUE OF FILE-ID IS "ORDENS.DAT".
          01 REG-ORDEM.
                02 NUM-ORDEM           PIC 9(06).
                02 ORIGEM-ORDEM        PIC 9(04).
                02 DESTINO-ORDEM       PIC 9(04).
                02 VALOR-ORDEM         PIC 9(05)V99.
                02 DIA-ORDEM           PIC 9(02).
                02 INICIO-ORDEM        PIC 9(08).
                02 FIM-ORDEM           PIC 9(08).
                02 SITUACAO-ORDEM      PIC X(01).
                02 DATA-SITUACAO-ORDEM PIC 9(08).
                02 OPERADOR-ORDEM      PIC X(03).
                02 ULT-MES-ORDEM       PIC 9(06).
                02 TENTATIVAS-ORDEM    PIC 9(02).
                02 ULT-TENTATIVA-ORDEM PIC 9(08).
                02 ULT-REF-ORDEM       PIC 9(06).

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

       FD TRANREF LABEL RECORD STANDARD
                DATA RECORD IS REG-REF
                VALUE OF FILE-ID IS "TRANREF.DAT".
          01 REG-REF.
                02 ULT-REF             PIC 9(06).

       FD RELATO LABEL RECORD STANDARD
                VALUE OF FILE-ID IS "EXECORD.TXT".
          01 REG-RELATO          PIC X(132).

       WORKING-STORAGE SECTION.
         01 ARQST                    PIC X(02).
         01 ARQST-ORD                PIC X(02).
         01 ARQST-TRAN               PIC X(02).
         01 ARQST-REF                PIC X(02).
         01 ARQST-REL                PIC X(02).
         01 WS-EOF                   PIC X(01) VALUE "N".
         01 WS-LINHA                 PIC 9(02) VALUE 99.
         01 WS-PAGINA                PIC 9(04) VALUE ZEROS.
         01 WS-DIAS-RETRY            PIC 9(02) VALUE ZEROS.
         01 WS-ATRASO                PIC S9(07) VALUE ZEROS.
         01 WS-ULT-DIA               PIC 9(02) VALUE ZEROS.
         01 WS-RESTO                 PIC 9(03) VALUE ZEROS.
         01 WS-QUOC                  PIC 9(04) VALUE ZEROS.
         01 WS-MOTIVO                PIC X(35) VALUE SPACES.
         01 WS-RESULTADO             PIC X(18) VALUE SPACES.
         01 WS-SALDO-ORIG-ANTES      PIC 9(05)V99 VALUE ZEROS.
         01 WS-SALDO-ORIG-NOVO       PIC 9(05)V99 VALUE ZEROS.
         01 WS-SALDO-DEST-ANTES      PIC 9(05)V99 VALUE ZEROS.
         01 WS-SALDO-DEST-NOVO       PIC 9(05)V99 VALUE ZEROS.
         01 WS-SOMA-DEST             PIC 9(06)V99 VALUE ZEROS.
         01 WS-NUM-REF               PIC 9(06) VALUE ZEROS.
         01 WS-STAMP                 PIC X(21) VALUE SPACES.
         01 WS-QTD-LIDAS             PIC 9(05) VALUE ZEROS.
         01 WS-QTD-VENCIDAS          PIC 9(05) VALUE ZEROS.
         01 WS-QTD-EXECUTADAS        PIC 9(05) VALUE ZEROS.
         01 WS-QTD-RETENTA           PIC 9(05) VALUE ZEROS.
         01 WS-QTD-FALHAS            PIC 9(05) VALUE ZEROS.
         01 WS-QTD-ENCERRADAS        PIC 9(05) VALUE ZEROS.
         01 WS-TOT-EXECUTADO         PIC 9(09)V99 VALUE ZEROS.
         01 E-QTD                    PIC ZZZZ9.
         01 E-TOT-EXECUTADO          PIC ZZZ.ZZZ.ZZ9,99.

         01 DATA-SIS.
               02 ANO                PIC 9(04).
               02 MES                PIC 9(02).
               02 DIA                PIC 9(02).
         01 DATA-SIS-NUM REDEFINES DATA-SIS PIC 9(08).
         01 WS-DATA-PROC.
               02 WS-DP-ANO          PIC 9(04).
               02 WS-DP-MES          PIC 9(02).
               02 WS-DP-DIA          PIC 9(02).
         01 WS-DATA-PROC-N REDEFINES WS-DATA-PROC PIC 9(08).
         01 WS-MES-PROC-R REDEFINES WS-DATA-PROC.
               02 WS-MES-PROC        PIC 9(06).
               02 FILLER             PIC 9(02).
         01 WS-MES-AVAL.
               02 WS-MA-ANO          PIC 9(04).
               02 WS-MA-MES          PIC 9(02).
         01 WS-MES-AVAL-N REDEFINES WS-MES-AVAL PIC 9(06).
         01 WS-MES-PENDENTE          PIC X(01) VALUE "N".
         01 WS-VENC.
               02 WS-VC-ANO          PIC 9(04).
               02 WS-VC-MES          PIC 9(02).
               02 WS-VC-DIA          PIC 9(02).
         01 WS-VENC-N REDEFINES WS-VENC PIC 9(08).
         01 WS-DATA-DESM.
               02 WS-D-ANO           PIC 9(04).
               02 WS-D-MES           PIC 9(02).
               02 WS-D-DIA           PIC 9(02).

         01 WS-TAB-DIAS-MES          PIC X(24) VALUE
               "312831303130313130313031".
         01 WS-TAB-DIAS REDEFINES WS-TAB-DIAS-MES.
               02 WS-DIAS-MES        PIC 9(02) OCCURS 12 TIMES.

         01 CAB-01.
               02 FILLER             PIC X(20) VALUE
                  "OPERACAO BANCARIA".
               02 FILLER             PIC X(20) VALUE SPACES.
               02 FILLER             PIC X(30) VALUE
                  "EXECUCAO DE ORDENS PERMANENTES".
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
               02 FILLER             PIC X(23) VALUE
                  "DATA DE PROCESSAMENTO: ".
               02 CAB-PROC-DIA       PIC 9(02).
               02 FILLER             PIC X(01) VALUE "/".
               02 CAB-PROC-MES       PIC 9(02).
               02 FILLER             PIC X(01) VALUE "/".
               02 CAB-PROC-ANO       PIC 9(04).
               02 FILLER             PIC X(28) VALUE
                  "   DIAS DE NOVA TENTATIVA: ".
               02 CAB-RETRY          PIC Z9.
               02 FILLER             PIC X(69) VALUE SPACES.

         01 CAB-03.
               02 FILLER             PIC X(08) VALUE "ORDEM".
               02 FILLER             PIC X(08) VALUE "ORIGEM".
               02 FILLER             PIC X(09) VALUE "DESTINO".
               02 FILLER             PIC X(12) VALUE "VALOR".
               02 FILLER             PIC X(12) VALUE "VENCIMENTO".
               02 FILLER             PIC X(06) VALUE "TENT.".
               02 FILLER             PIC X(08) VALUE "REF.".
               02 FILLER             PIC X(18) VALUE "RESULTADO".
               02 FILLER             PIC X(51) VALUE "MOTIVO".

         01 CAB-04.
               02 FILLER             PIC X(08) VALUE "------".
               02 FILLER             PIC X(08) VALUE "------".
               02 FILLER             PIC X(09) VALUE "-------".
               02 FILLER             PIC X(12) VALUE "---------".
               02 FILLER             PIC X(12) VALUE "----------".
               02 FILLER             PIC X(06) VALUE "-----".
               02 FILLER             PIC X(08) VALUE "------".
               02 FILLER             PIC X(18) VALUE
                  "----------------".
               02 FILLER             PIC X(51) VALUE
                  "-----------------------------------".

         01 LIN-DETALHE.
               02 DET-ORDEM          PIC ZZZZZ9.
               02 FILLER             PIC X(02) VALUE SPACES.
               02 DET-ORIGEM         PIC 9(04).
               02 FILLER             PIC X(04) VALUE SPACES.
               02 DET-DESTINO        PIC 9(04).
               02 FILLER             PIC X(05) VALUE SPACES.
               02 DET-VALOR          PIC ZZ.ZZ9,99.
               02 FILLER             PIC X(03) VALUE SPACES.
               02 DET-DIA            PIC 9(02).
               02 FILLER             PIC X(01) VALUE "/".
               02 DET-MES            PIC 9(02).
               02 FILLER             PIC X(01) VALUE "/".
               02 DET-ANO            PIC 9(04).
               02 FILLER             PIC X(02) VALUE SPACES.
               02 DET-TENT           PIC Z9.
               02 FILLER             PIC X(04) VALUE SPACES.
               02 DET-REF            PIC ZZZZZ9.
               02 FILLER             PIC X(02) VALUE SPACES.
               02 DET-RESULTADO      PIC X(18).
               02 DET-MOTIVO         PIC X(35).
               02 FILLER             PIC X(16) VALUE SPACES.

         01 LIN-VAZIO.
               02 FILLER             PIC X(40) VALUE
                  "NENHUMA ORDEM VENCIDA NESTA DATA".
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
              PERFORM ABRE-ARQ.
              PERFORM LE-ORDEM.
              PERFORM PROCESSA-ORDEM UNTIL WS-EOF = "S".
              PERFORM IMPRIME-TOTAIS.
              PERFORM IMPRIME-RESUMO.
              CLOSE ORDENS.
              CLOSE CLIENTES.
              CLOSE TRANLOG.
              CLOSE RELATO.
              STOP RUN.

       ENTRA-PARAMETROS.
              DISPLAY "DATA DE PROCESSAMENTO (AAAAMMDD, 0 = HOJE): ".
              ACCEPT WS-DATA-PROC-N.
              IF WS-DATA-PROC-N = ZEROS
                 MOVE DATA-SIS-NUM TO WS-DATA-PROC-N.
              IF WS-DP-MES < 1 OR WS-DP-MES > 12
                    OR WS-DP-DIA < 1 OR WS-DP-DIA > 31
                 DISPLAY "DATA INVALIDA - PROCESSO CANCELADO"
                 STOP RUN.
              IF WS-DATA-PROC-N > DATA-SIS-NUM
                 DISPLAY "DATA FUTURA NAO PERMITIDA - PROCESSO "
                     "CANCELADO"
                 STOP RUN.
              DISPLAY "DIAS DE NOVA TENTATIVA APOS O VENCIMENTO "
                  "(0 = 3): ".
              ACCEPT WS-DIAS-RETRY.
              IF WS-DIAS-RETRY = ZEROS
                 MOVE 3 TO WS-DIAS-RETRY.

       ABRE-ARQ.
              OPEN I-O ORDENS.
              IF ARQST-ORD NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DE ORDENS - STATUS "
                     ARQST-ORD
                 STOP RUN.
              OPEN I-O CLIENTES.
              IF ARQST NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DE CLIENTES - STATUS "
                     ARQST
                 CLOSE ORDENS
                 STOP RUN.
              OPEN EXTEND TRANLOG.
              IF ARQST-TRAN = "35"
                 OPEN OUTPUT TRANLOG.
              IF ARQST-TRAN NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DE TRANLOG - STATUS "
                     ARQST-TRAN
                 CLOSE ORDENS
                 CLOSE CLIENTES
                 STOP RUN.
              OPEN OUTPUT RELATO.
              IF ARQST-REL NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO RELATORIO - STATUS "
                     ARQST-REL
                 CLOSE ORDENS
                 CLOSE CLIENTES
                 CLOSE TRANLOG
                 STOP RUN.

       LE-ORDEM.
              READ ORDENS NEXT RECORD AT END MOVE "S" TO WS-EOF.

       PROCESSA-ORDEM.
              ADD 1 TO WS-QTD-LIDAS.
              IF SITUACAO-ORDEM = "A"
                    AND INICIO-ORDEM NOT > WS-DATA-PROC-N
                    AND ULT-MES-ORDEM < WS-MES-PROC
                 PERFORM AVALIA-ORDEM.
              PERFORM LE-ORDEM.

      * O mes anterior ainda aberto e avaliado primeiro: uma ordem que
      * venceu no fim do mes pode estar dentro do prazo de nova
      * tentativa. Enquanto esse mes continuar em tentativa, o mes
      * corrente fica para o proximo processamento.
       AVALIA-ORDEM.
              MOVE "N" TO WS-MES-PENDENTE.
              PERFORM CALCULA-MES-ANTERIOR.
              IF ULT-MES-ORDEM < WS-MES-AVAL-N
                 PERFORM AVALIA-MES
                 IF SITUACAO-ORDEM = "A"
                       AND ULT-MES-ORDEM < WS-MES-AVAL-N
                       AND WS-VENC-N NOT < INICIO-ORDEM
                    MOVE "S" TO WS-MES-PENDENTE.
              IF SITUACAO-ORDEM = "A" AND WS-MES-PENDENTE = "N"
                 MOVE WS-MES-PROC TO WS-MES-AVAL-N
                 PERFORM AVALIA-MES.

       CALCULA-MES-ANTERIOR.
              IF WS-DP-MES = 1
                 COMPUTE WS-MA-ANO = WS-DP-ANO - 1
                 MOVE 12 TO WS-MA-MES
              ELSE
                 MOVE WS-DP-ANO TO WS-MA-ANO
                 COMPUTE WS-MA-MES = WS-DP-MES - 1.

      * Vencimento no mes: o dia da ordem, limitado ao ultimo dia do
      * mes. Uma ordem que vence antes da data inicial so comeca no
      * mes seguinte.
       AVALIA-MES.
              PERFORM CALCULA-VENCIMENTO.
              EVALUATE TRUE
              WHEN WS-VENC-N < INICIO-ORDEM
                 CONTINUE
              WHEN FIM-ORDEM NOT = ZEROS AND WS-VENC-N > FIM-ORDEM
                 PERFORM ENCERRA-ORDEM
              WHEN WS-VENC-N > WS-DATA-PROC-N
                 CONTINUE
              WHEN ULT-TENTATIVA-ORDEM = WS-DATA-PROC-N
                 CONTINUE
              WHEN OTHER
                 ADD 1 TO WS-QTD-VENCIDAS
                 COMPUTE WS-ATRASO =
                     FUNCTION INTEGER-OF-DATE(WS-DATA-PROC-N)
                   - FUNCTION INTEGER-OF-DATE(WS-VENC-N)
                 IF WS-ATRASO > WS-DIAS-RETRY
                    MOVE "FALHA DEFINITIVA" TO WS-RESULTADO
                    MOVE "NAO EXECUTADA NO PRAZO DE TENTATIVA"
                        TO WS-MOTIVO
                    ADD 1 TO WS-QTD-FALHAS
                    PERFORM FECHA-MES-ORDEM
                 ELSE
                    PERFORM EXECUTA-ORDEM
                 END-IF
              END-EVALUATE.

       CALCULA-VENCIMENTO.
              MOVE WS-MA-ANO TO WS-VC-ANO.
              MOVE WS-MA-MES TO WS-VC-MES.
              MOVE WS-DIAS-MES(WS-VC-MES) TO WS-ULT-DIA.
              IF WS-VC-MES = 2
                 DIVIDE WS-VC-ANO BY 4 GIVING WS-QUOC
                     REMAINDER WS-RESTO
                 IF WS-RESTO = 0
                    MOVE 29 TO WS-ULT-DIA
                    DIVIDE WS-VC-ANO BY 100 GIVING WS-QUOC
                        REMAINDER WS-RESTO
                    IF WS-RESTO = 0
                       DIVIDE WS-VC-ANO BY 400 GIVING WS-QUOC
                           REMAINDER WS-RESTO
                       IF WS-RESTO NOT = 0
                          MOVE 28 TO WS-ULT-DIA.
              IF DIA-ORDEM > WS-ULT-DIA
                 MOVE WS-ULT-DIA TO WS-VC-DIA
              ELSE
                 MOVE DIA-ORDEM TO WS-VC-DIA.

       ENCERRA-ORDEM.
              MOVE "E" TO SITUACAO-ORDEM.
              MOVE WS-DATA-PROC-N TO DATA-SITUACAO-ORDEM.
              MOVE "ENCERRADA" TO WS-RESULTADO.
              MOVE "FIM DA VIGENCIA DA ORDEM" TO WS-MOTIVO.
              ADD 1 TO WS-QTD-ENCERRADAS.
              PERFORM REGRAVA-ORDEM.
              PERFORM IMPRIME-ORDEM.

       FECHA-MES-ORDEM.
              MOVE WS-MES-AVAL-N TO ULT-MES-ORDEM.
              PERFORM IMPRIME-ORDEM.
              MOVE ZEROS TO TENTATIVAS-ORDEM.
              PERFORM REGRAVA-ORDEM.

       EXECUTA-ORDEM.
              ADD 1 TO TENTATIVAS-ORDEM.
              MOVE WS-DATA-PROC-N TO ULT-TENTATIVA-ORDEM.
              MOVE SPACES TO WS-MOTIVO.
              MOVE ZEROS TO WS-NUM-REF.
              PERFORM CONFERE-ORIGEM.
              IF WS-MOTIVO = SPACES
                 PERFORM CONFERE-DESTINO.
              IF WS-MOTIVO = SPACES
                 PERFORM POSTA-ORIGEM.
              IF WS-MOTIVO = SPACES
                 PERFORM POSTA-DESTINO.
              IF WS-MOTIVO = SPACES
                 PERFORM GERA-REFERENCIA
                 PERFORM GRAVA-TRANLOG-ORIGEM
                 PERFORM GRAVA-TRANLOG-DESTINO
                 MOVE WS-NUM-REF TO ULT-REF-ORDEM
                 MOVE "EXECUTADA" TO WS-RESULTADO
                 ADD 1 TO WS-QTD-EXECUTADAS
                 ADD VALOR-ORDEM TO WS-TOT-EXECUTADO
                 PERFORM FECHA-MES-ORDEM
              ELSE
                 IF WS-ATRASO < WS-DIAS-RETRY
                    MOVE "NOVA TENTATIVA" TO WS-RESULTADO
                    ADD 1 TO WS-QTD-RETENTA
                    PERFORM REGRAVA-ORDEM
                    PERFORM IMPRIME-ORDEM
                 ELSE
                    MOVE "FALHA DEFINITIVA" TO WS-RESULTADO
                    ADD 1 TO WS-QTD-FALHAS
                    PERFORM FECHA-MES-ORDEM.

       CONFERE-ORIGEM.
              MOVE ORIGEM-ORDEM TO CODIGO.
              READ CLIENTES KEY IS CODIGO
                 INVALID KEY
                    MOVE "CONTA ORIGEM NAO CADASTRADA" TO WS-MOTIVO
                 NOT INVALID KEY
                    MOVE SALDO TO WS-SALDO-ORIG-ANTES
                    EVALUATE TRUE
                    WHEN SITUACAO-CONTA = "E"
                       MOVE "CONTA ORIGEM ENCERRADA" TO WS-MOTIVO
                    WHEN BLOQUEADA = "S"
                       MOVE "CONTA ORIGEM BLOQUEADA" TO WS-MOTIVO
                       PERFORM GRAVA-RECUSA
                    WHEN SITUACAO-CONTA = "D"
                       MOVE "CONTA ORIGEM DORMENTE" TO WS-MOTIVO
                       PERFORM GRAVA-RECUSA
                    WHEN VALOR-ORDEM > SALDO
                       MOVE "SALDO INSUFICIENTE NA ORIGEM" TO WS-MOTIVO
                       PERFORM GRAVA-RECUSA
                    END-EVALUATE.

       CONFERE-DESTINO.
              MOVE DESTINO-ORDEM TO CODIGO.
              READ CLIENTES KEY IS CODIGO
                 INVALID KEY
                    MOVE "CONTA DESTINO NAO CADASTRADA" TO WS-MOTIVO
                 NOT INVALID KEY
                    COMPUTE WS-SOMA-DEST = SALDO + VALOR-ORDEM
                    EVALUATE TRUE
                    WHEN SITUACAO-CONTA = "E"
                       MOVE "CONTA DESTINO ENCERRADA" TO WS-MOTIVO
                    WHEN BLOQUEADA = "S"
                       MOVE "CONTA DESTINO BLOQUEADA" TO WS-MOTIVO
                    WHEN WS-SOMA-DEST > 99999,99
                       MOVE "LIMITE DE SALDO DA CONTA DESTINO" TO
                           WS-MOTIVO
                    END-EVALUATE.

       POSTA-ORIGEM.
              MOVE ORIGEM-ORDEM TO CODIGO.
              READ CLIENTES KEY IS CODIGO
                 INVALID KEY
                    MOVE "ERRO NA LEITURA DA CONTA ORIGEM" TO
                        WS-MOTIVO
                 NOT INVALID KEY
                    MOVE SALDO TO WS-SALDO-ORIG-ANTES
                    COMPUTE WS-SALDO-ORIG-NOVO = SALDO - VALOR-ORDEM
                    MOVE WS-SALDO-ORIG-NOVO TO SALDO
                    MOVE WS-SALDO-ORIG-NOVO TO TOTAL
                    REWRITE REG-CLI
                    IF ARQST NOT = "00"
                       MOVE "ERRO AO GRAVAR CONTA ORIGEM" TO
                           WS-MOTIVO.

       POSTA-DESTINO.
              MOVE DESTINO-ORDEM TO CODIGO.
              READ CLIENTES KEY IS CODIGO
                 INVALID KEY
                    MOVE "ERRO NA LEITURA DA CONTA DESTINO" TO
                        WS-MOTIVO
                 NOT INVALID KEY
                    MOVE SALDO TO WS-SALDO-DEST-ANTES
                    COMPUTE WS-SALDO-DEST-NOVO = SALDO + VALOR-ORDEM
                    MOVE WS-SALDO-DEST-NOVO TO SALDO
                    MOVE WS-SALDO-DEST-NOVO TO TOTAL
                    REWRITE REG-CLI
                    IF ARQST NOT = "00"
                       MOVE "ERRO AO GRAVAR CONTA DESTINO" TO
                           WS-MOTIVO.
              IF WS-MOTIVO NOT = SPACES
                 PERFORM DESFAZ-ORIGEM.

       DESFAZ-ORIGEM.
              MOVE ORIGEM-ORDEM TO CODIGO.
              READ CLIENTES KEY IS CODIGO
                 INVALID KEY
                    DISPLAY "ERRO AO DESFAZER ORDEM " NUM-ORDEM
                 NOT INVALID KEY
                    MOVE WS-SALDO-ORIG-ANTES TO SALDO
                    MOVE WS-SALDO-ORIG-ANTES TO TOTAL
                    REWRITE REG-CLI
                    IF ARQST NOT = "00"
                       DISPLAY "ERRO AO DESFAZER ORDEM " NUM-ORDEM.

       GERA-REFERENCIA.
              OPEN I-O TRANREF.
              IF ARQST-REF = "35"
                 OPEN OUTPUT TRANREF
                 MOVE ZEROS TO ULT-REF
                 WRITE REG-REF
                 CLOSE TRANREF
                 OPEN I-O TRANREF.
              IF ARQST-REF NOT = "00"
                 PERFORM GERA-REF-RELOGIO
              ELSE
                 READ TRANREF
                 IF ARQST-REF NOT = "00"
                    PERFORM GERA-REF-RELOGIO
                    CLOSE TRANREF
                 ELSE
                    ADD 1 TO ULT-REF
                    IF ULT-REF = ZEROS
                       MOVE 1 TO ULT-REF
                    END-IF
                    MOVE ULT-REF TO WS-NUM-REF
                    REWRITE REG-REF
                    CLOSE TRANREF
                 END-IF
              END-IF.

       GERA-REF-RELOGIO.
              DISPLAY "ERRO NO ARQUIVO DE REFERENCIAS - STATUS "
                  ARQST-REF.
              MOVE FUNCTION CURRENT-DATE TO WS-STAMP.
              MOVE WS-STAMP(9:6) TO WS-NUM-REF.

       GRAVA-TRANLOG-ORIGEM.
              MOVE ORIGEM-ORDEM         TO CODIGO-TRAN.
              MOVE DATA-SIS             TO DATA-TRAN.
              MOVE "T"                  TO TIPO-TRAN.
              MOVE VALOR-ORDEM          TO VALOR-TRAN.
              MOVE WS-SALDO-ORIG-ANTES  TO SALDO-ANTES-TRAN.
              MOVE WS-SALDO-ORIG-NOVO   TO SALDO-DEPOIS-TRAN.
              MOVE WS-NUM-REF           TO NUM-REF-TRAN.
              WRITE REG-TRAN.
              IF ARQST-TRAN NOT = "00"
                 DISPLAY "ERRO AO GRAVAR TRANLOG - STATUS "
                     ARQST-TRAN.

       GRAVA-TRANLOG-DESTINO.
              MOVE DESTINO-ORDEM        TO CODIGO-TRAN.
              MOVE DATA-SIS             TO DATA-TRAN.
              MOVE "E"                  TO TIPO-TRAN.
              MOVE VALOR-ORDEM          TO VALOR-TRAN.
              MOVE WS-SALDO-DEST-ANTES  TO SALDO-ANTES-TRAN.
              MOVE WS-SALDO-DEST-NOVO   TO SALDO-DEPOIS-TRAN.
              MOVE WS-NUM-REF           TO NUM-REF-TRAN.
              WRITE REG-TRAN.
              IF ARQST-TRAN NOT = "00"
                 DISPLAY "ERRO AO GRAVAR TRANLOG - STATUS "
                     ARQST-TRAN.

       GRAVA-RECUSA.
              MOVE ORIGEM-ORDEM TO CODIGO-TRAN.
              MOVE DATA-SIS TO DATA-TRAN.
              MOVE "R" TO TIPO-TRAN.
              MOVE VALOR-ORDEM TO VALOR-TRAN.
              MOVE WS-SALDO-ORIG-ANTES TO SALDO-ANTES-TRAN.
              MOVE WS-SALDO-ORIG-ANTES TO SALDO-DEPOIS-TRAN.
              MOVE ZEROS TO NUM-REF-TRAN.
              WRITE REG-TRAN.
              IF ARQST-TRAN NOT = "00"
                 DISPLAY "ERRO AO GRAVAR TRANLOG - STATUS "
                     ARQST-TRAN.

       REGRAVA-ORDEM.
              REWRITE REG-ORDEM.
              IF ARQST-ORD NOT = "00"
                 DISPLAY "ERRO AO GRAVAR ORDEM " NUM-ORDEM
                     " - STATUS " ARQST-ORD.

       IMPRIME-ORDEM.
              MOVE NUM-ORDEM TO DET-ORDEM.
              MOVE ORIGEM-ORDEM TO DET-ORIGEM.
              MOVE DESTINO-ORDEM TO DET-DESTINO.
              MOVE VALOR-ORDEM TO DET-VALOR.
              MOVE WS-VENC-N TO WS-DATA-DESM.
              MOVE WS-D-DIA TO DET-DIA.
              MOVE WS-D-MES TO DET-MES.
              MOVE WS-D-ANO TO DET-ANO.
              MOVE TENTATIVAS-ORDEM TO DET-TENT.
              IF WS-RESULTADO = "EXECUTADA"
                 MOVE WS-NUM-REF TO DET-REF
              ELSE
                 MOVE ZEROS TO DET-REF.
              MOVE WS-RESULTADO TO DET-RESULTADO.
              MOVE WS-MOTIVO TO DET-MOTIVO.
              PERFORM SALTA-LINHA.
              WRITE REG-RELATO FROM LIN-DETALHE
                  AFTER ADVANCING 1 LINE.
              ADD 1 TO WS-LINHA.

       IMPRIME-TOTAIS.
              IF WS-QTD-VENCIDAS = ZEROS AND WS-QTD-ENCERRADAS = ZEROS
                 PERFORM SALTA-LINHA
                 WRITE REG-RELATO FROM LIN-VAZIO
                     AFTER ADVANCING 1 LINE
                 ADD 1 TO WS-LINHA.
              PERFORM SALTA-LINHA.
              MOVE SPACES TO REG-RELATO.
              WRITE REG-RELATO AFTER ADVANCING 1 LINE.
              MOVE ZEROS TO TOT-VALOR.
              MOVE "ORDENS LIDAS...........................: " TO
                  TOT-TEXTO.
              MOVE WS-QTD-LIDAS TO TOT-QTD.
              PERFORM IMPRIME-TOTAL.
              MOVE "ORDENS VENCIDAS PROCESSADAS............: " TO
                  TOT-TEXTO.
              MOVE WS-QTD-VENCIDAS TO TOT-QTD.
              PERFORM IMPRIME-TOTAL.
              MOVE "ORDENS EXECUTADAS......................: " TO
                  TOT-TEXTO.
              MOVE WS-QTD-EXECUTADAS TO TOT-QTD.
              MOVE WS-TOT-EXECUTADO TO TOT-VALOR.
              PERFORM IMPRIME-TOTAL.
              MOVE ZEROS TO TOT-VALOR.
              MOVE "FALHAS COM NOVA TENTATIVA..............: " TO
                  TOT-TEXTO.
              MOVE WS-QTD-RETENTA TO TOT-QTD.
              PERFORM IMPRIME-TOTAL.
              MOVE "FALHAS DEFINITIVAS NO MES..............: " TO
                  TOT-TEXTO.
              MOVE WS-QTD-FALHAS TO TOT-QTD.
              PERFORM IMPRIME-TOTAL.
              MOVE "ORDENS ENCERRADAS POR FIM DE VIGENCIA..: " TO
                  TOT-TEXTO.
              MOVE WS-QTD-ENCERRADAS TO TOT-QTD.
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
              MOVE WS-DP-DIA TO CAB-PROC-DIA.
              MOVE WS-DP-MES TO CAB-PROC-MES.
              MOVE WS-DP-ANO TO CAB-PROC-ANO.
              MOVE WS-DIAS-RETRY TO CAB-RETRY.
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
              DISPLAY "EXECUCAO DE ORDENS PERMANENTES - "
                  WS-DATA-PROC-N.
              MOVE WS-QTD-LIDAS TO E-QTD.
              DISPLAY "ORDENS LIDAS................: " E-QTD.
              MOVE WS-QTD-EXECUTADAS TO E-QTD.
              DISPLAY "ORDENS EXECUTADAS...........: " E-QTD.
              MOVE WS-TOT-EXECUTADO TO E-TOT-EXECUTADO.
              DISPLAY "VALOR TRANSFERIDO...........: " E-TOT-EXECUTADO.
              MOVE WS-QTD-RETENTA TO E-QTD.
              DISPLAY "FALHAS COM NOVA TENTATIVA...: " E-QTD.
              MOVE WS-QTD-FALHAS TO E-QTD.
              DISPLAY "FALHAS DEFINITIVAS..........: " E-QTD.
              MOVE WS-QTD-ENCERRADAS TO E-QTD.
              DISPLAY "ORDENS ENCERRADAS...........: " E-QTD.
              DISPLAY "RELATORIO GERADO EM EXECORD.TXT".

      ******************************************************************
      * Author: Vernieri
      * Purpose: Standing orders - register, suspend and cancel
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORDEM.

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

              SELECT BBOPERADOR ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CODIGO-OPERADOR
              FILE STATUS ARQST-OPER.

              SELECT BBAUDIT ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-AUDIT.

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

       FD BBOPERADOR LABEL RECORD STANDARD
                DATA RECORD IS REG-OPERADOR
                VALUE OF FILE-ID IS "bboperador.dat".
          01 REG-OPERADOR.
                02 CODIGO-OPERADOR      PIC X(03).
                02 NOME-OPERADOR        PIC X(30).
                02 SENHA-OPERADOR       PIC X(06).
                02 PERFIL-OPERADOR      PIC X(01).
                02 SITUACAO-OPERADOR    PIC X(01).
                02 TENTATIVAS-OPERADOR  PIC 9(01).
                02 DATA-ACESSO-OPERADOR PIC 9(08).

       FD BBAUDIT LABEL RECORD STANDARD
                DATA RECORD IS REG-AUDIT
                VALUE OF FILE-ID IS "bbaudit.dat".
          01 REG-AUDIT.
                02 DATA-AUDIT          PIC 9(08).
                02 HORA-AUDIT          PIC 9(06).
                02 OPERADOR-AUDIT      PIC X(03).
                02 OPERACAO-AUDIT      PIC X(01).
                02 ANTES-AUDIT         PIC X(98).
                02 DEPOIS-AUDIT        PIC X(98).

       WORKING-STORAGE SECTION.
          01 REG-ORDEM-E.
                02 NUM-ORDEM-E      PIC ZZZZZ9.
                02 CONTA-E          PIC Z.ZZ9.
                02 VALOR-E          PIC ZZ.ZZ9,99.
                02 DIA-E            PIC Z9.
                02 DATA-E           PIC 9(08).
                02 MES-E            PIC 9(06).
          01 REG-CLI-W.
                02 CODIGO-W         PIC 9(04).
                02 NOME-W           PIC X(30).
                02 DATANASC-W       PIC 9(04).
                02 SALDO-W          PIC 9(05)V99.
                02 TOTAL-W          PIC 9(06)V99.
                02 SENHA-W          PIC 9(04).
                02 TENTATIVAS-W     PIC 9(01).
                02 BLOQUEADA-W      PIC X(01).
                02 LIMITE-DIARIO-W  PIC 9(05)V99.
                02 SITUACAO-CONTA-W PIC X(01).
                02 DATA-SITUACAO-W  PIC 9(08).
          01 REG-ORDEM-W.
                02 ORIGEM-W         PIC 9(04).
                02 DESTINO-W        PIC 9(04).
                02 VALOR-W          PIC 9(05)V99.
                02 DIA-W            PIC 9(02).
                02 INICIO-W         PIC 9(08).
                02 FIM-W            PIC 9(08).
          01 DATA-SIS.
                02 ANO            PIC 9(04).
                02 MES            PIC 9(02).
                02 DIA            PIC 9(02).
          01 DATA-SIS-NUM REDEFINES DATA-SIS PIC 9(08).
          01 WS-DATA-VAL.
                02 WS-DV-ANO      PIC 9(04).
                02 WS-DV-MES      PIC 9(02).
                02 WS-DV-DIA      PIC 9(02).
          01 WS-DATA-VAL-N REDEFINES WS-DATA-VAL PIC 9(08).
          01 WS-MES-REAT.
                02 WS-MR-ANO      PIC 9(04).
                02 WS-MR-MES      PIC 9(02).
          01 WS-MES-REAT-N REDEFINES WS-MES-REAT PIC 9(06).

         01 ARQST                   PIC X(02).
         01 ARQST-ORD               PIC X(02).
         01 ARQST-TRAN              PIC X(02).
         01 ARQST-OPER              PIC X(02).
         01 ARQST-AUDIT             PIC X(02).
         01 WS-OPCAO                PIC X(01) VALUE SPACES.
         01 WS-SALVA                PIC X(01) VALUE SPACES.
         01 WS-FUNCAO               PIC 9(01) VALUE ZEROS.
         01 WS-ERRO                 PIC X(01) VALUE "N".
         01 WS-ESPACO               PIC X(50) VALUE SPACES.
         01 WS-MENS1                PIC X(20) VALUE "FIM DE PROGRAMA".
         01 WS-ULT-ORDEM            PIC 9(06) VALUE ZEROS.
         01 WS-NUM-ORDEM            PIC 9(06) VALUE ZEROS.
         01 WS-SENHA-DIG            PIC 9(04) VALUE ZEROS.
         01 WS-DESC-SITUACAO        PIC X(10) VALUE SPACES.
         01 WS-STAMP                PIC X(21) VALUE SPACES.
         01 WS-OPERADOR             PIC X(03) VALUE SPACES.
         01 WS-PERFIL-OPER          PIC X(01) VALUE SPACES.
         01 WS-SENHA-OPER-DIG       PIC X(06) VALUE SPACES.
         01 WS-LOGIN-OK             PIC X(01) VALUE "N".
         01 WS-TENT-LOGIN           PIC 9(01) VALUE ZEROS.
         01 WS-COD-ACESSO           PIC X(03) VALUE SPACES.
         01 WS-ACESSO-AUDIT.
                02 WS-PROGRAMA-ACESSO  PIC X(08) VALUE "ORDEM".
                02 WS-USUARIO-ACESSO   PIC X(03) VALUE SPACES.
                02 WS-PERFIL-ACESSO    PIC X(01) VALUE SPACES.
                02 WS-SITUACAO-ACESSO  PIC X(01) VALUE SPACES.
                02 FILLER              PIC X(85) VALUE SPACES.

       SCREEN SECTION.
         01 TELA.
              02 BLANK SCREEN.
              02 LINE 2  COL 5  VALUE "  /  /  ".
              02 COL 27  VALUE "ORDENS PERMANENTES".
              02 LINE 4  COL 19 VALUE
                 "1-INCLUI 2-SUSPENDE/REATIVA 3-CANCELA 9-FIM: ".
              02 LINE 6  COL 19 VALUE "NUMERO DA ORDEM: ".
              02 LINE 7  COL 19 VALUE "CONTA ORIGEM...: ".
              02 LINE 8  COL 19 VALUE "CONTA DESTINO..: ".
              02 LINE 9  COL 19 VALUE "VALOR..........: ".
              02 LINE 10 COL 19 VALUE "DIA DO MES.....: ".
              02 LINE 11 COL 19 VALUE "DATA INICIAL...: ".
              02 LINE 12 COL 19 VALUE "DATA FINAL.....: ".
              02 LINE 13 COL 19 VALUE "SITUACAO.......: ".
              02 LINE 14 COL 19 VALUE "ULTIMO MES.....: ".
              02 LINE 20 COL 19 VALUE "MENSAGEM: ".

       PROCEDURE DIVISION.

       INICIO.
              PERFORM ABRE-ORDENS.
              PERFORM ABRE-ARQ.
              PERFORM ABRE-TRANLOG.
              PERFORM ABRE-OPERADOR.
              PERFORM ABRE-AUDIT.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE "N" TO WS-LOGIN-OK.
              MOVE ZEROS TO WS-TENT-LOGIN.
              PERFORM ENTRA-OPERADOR UNTIL WS-LOGIN-OK = "S".
              PERFORM PROCESSO UNTIL WS-OPCAO = "N".
              PERFORM FINALIZA.

       ABRE-ORDENS.
              OPEN I-O ORDENS.
              IF ARQST-ORD = "35"
                 OPEN OUTPUT ORDENS
                 CLOSE ORDENS
                 OPEN I-O ORDENS.
              IF ARQST-ORD NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DE ORDENS - STATUS "
                     ARQST-ORD
                 STOP RUN.

       ABRE-ARQ.
              OPEN I-O CLIENTES.
              IF ARQST NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DE CLIENTES - STATUS "
                     ARQST
                 CLOSE ORDENS
                 STOP RUN.

       ABRE-TRANLOG.
              OPEN EXTEND TRANLOG.
              IF ARQST-TRAN = "35"
                 OPEN OUTPUT TRANLOG.
              IF ARQST-TRAN NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DE TRANLOG - STATUS "
                     ARQST-TRAN
                 CLOSE ORDENS
                 CLOSE CLIENTES
                 STOP RUN.

       ABRE-OPERADOR.
              OPEN I-O BBOPERADOR.
              IF ARQST-OPER = "35"
                 OPEN OUTPUT BBOPERADOR
                 CLOSE BBOPERADOR
                 OPEN I-O BBOPERADOR.
              IF ARQST-OPER NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DE BBOPERADOR - STATUS "
                     ARQST-OPER
                 CLOSE ORDENS
                 CLOSE CLIENTES
                 CLOSE TRANLOG
                 STOP RUN.
              MOVE LOW-VALUES TO CODIGO-OPERADOR.
              START BBOPERADOR KEY IS NOT LESS THAN CODIGO-OPERADOR
                 INVALID KEY
                    DISPLAY "NENHUM OPERADOR CADASTRADO - EXECUTE O "
                        "PROGRAMA OPERADOR"
                    CLOSE ORDENS
                    CLOSE CLIENTES
                    CLOSE TRANLOG
                    CLOSE BBOPERADOR
                    STOP RUN.

       ABRE-AUDIT.
              OPEN EXTEND BBAUDIT.
              IF ARQST-AUDIT = "35"
                 OPEN OUTPUT BBAUDIT.
              IF ARQST-AUDIT NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DE BBAUDIT - STATUS "
                     ARQST-AUDIT
                 CLOSE ORDENS
                 CLOSE CLIENTES
                 CLOSE TRANLOG
                 CLOSE BBOPERADOR
                 STOP RUN.

       ENTRA-OPERADOR.
              DISPLAY "OPERADOR: " AT 1019.
              DISPLAY "SENHA: " AT 1119.
              MOVE SPACES TO WS-OPERADOR WS-SENHA-OPER-DIG.
              ACCEPT WS-OPERADOR AT 1029 WITH PROMPT AUTO.
              MOVE FUNCTION UPPER-CASE(WS-OPERADOR) TO WS-OPERADOR.
              IF WS-OPERADOR = SPACES
                 DISPLAY "OPERADOR E OBRIGATORIO" AT 2030
              ELSE
                 ACCEPT WS-SENHA-OPER-DIG AT 1126
                     WITH PROMPT AUTO SECURE
                 ADD 1 TO WS-TENT-LOGIN
                 MOVE WS-OPERADOR TO WS-COD-ACESSO
                 MOVE SPACES TO WS-USUARIO-ACESSO
                 MOVE WS-OPERADOR TO CODIGO-OPERADOR
                 READ BBOPERADOR KEY IS CODIGO-OPERADOR
                    INVALID KEY
                       DISPLAY "OPERADOR NAO CADASTRADO" AT 2030
                       MOVE "F" TO OPERACAO-AUDIT
                       PERFORM GRAVA-AUDIT-ACESSO
                    NOT INVALID KEY
                       PERFORM CONFERE-OPERADOR
                 END-READ
                 IF WS-LOGIN-OK = "N" AND WS-TENT-LOGIN NOT < 3
                    DISPLAY "ACESSO NEGADO - PROGRAMA ENCERRADO" AT 2030
                    PERFORM FINALIZA.

       CONFERE-OPERADOR.
              EVALUATE TRUE
              WHEN SITUACAO-OPERADOR = "I"
                 DISPLAY "OPERADOR DESATIVADO" AT 2030
                 MOVE "F" TO OPERACAO-AUDIT
                 PERFORM GRAVA-AUDIT-ACESSO
              WHEN SITUACAO-OPERADOR = "B"
                 DISPLAY "OPERADOR BLOQUEADO - PROCURE O GERENTE"
                     AT 2030
                 MOVE "F" TO OPERACAO-AUDIT
                 PERFORM GRAVA-AUDIT-ACESSO
              WHEN WS-SENHA-OPER-DIG NOT = SENHA-OPERADOR
                 PERFORM SENHA-OPER-INVALIDA
              WHEN OTHER
                 MOVE ZEROS TO TENTATIVAS-OPERADOR
                 MOVE DATA-SIS TO DATA-ACESSO-OPERADOR
                 PERFORM REGRAVA-OPERADOR
                 MOVE PERFIL-OPERADOR TO WS-PERFIL-OPER
                 MOVE "S" TO WS-LOGIN-OK
                 MOVE "L" TO OPERACAO-AUDIT
                 PERFORM GRAVA-AUDIT-ACESSO
              END-EVALUATE.

       SENHA-OPER-INVALIDA.
              ADD 1 TO TENTATIVAS-OPERADOR.
              IF TENTATIVAS-OPERADOR NOT < 3
                 MOVE "B" TO SITUACAO-OPERADOR
                 DISPLAY "SENHA INVALIDA - OPERADOR BLOQUEADO" AT 2030
              ELSE
                 DISPLAY "SENHA INVALIDA" AT 2030.
              PERFORM REGRAVA-OPERADOR.
              MOVE "F" TO OPERACAO-AUDIT.
              PERFORM GRAVA-AUDIT-ACESSO.

       REGRAVA-OPERADOR.
              REWRITE REG-OPERADOR
                 INVALID KEY
                    DISPLAY "ERRO AO GRAVAR OPERADOR" AT 1535.

       GRAVA-AUDIT-ACESSO.
              MOVE FUNCTION CURRENT-DATE TO WS-STAMP.
              MOVE WS-STAMP(1:8) TO DATA-AUDIT.
              MOVE WS-STAMP(9:6) TO HORA-AUDIT.
              MOVE WS-COD-ACESSO TO OPERADOR-AUDIT.
              MOVE SPACES TO ANTES-AUDIT.
              MOVE WS-ACESSO-AUDIT TO DEPOIS-AUDIT.
              WRITE REG-AUDIT.
              IF ARQST-AUDIT NOT = "00"
                 DISPLAY "ERRO AO GRAVAR AUDITORIA" AT 1535.

       PROCESSO.
              PERFORM IMP-TELA.
              MOVE ZEROS TO WS-FUNCAO.
              ACCEPT WS-FUNCAO AT 0464 WITH PROMPT AUTO.
              EVALUATE WS-FUNCAO
              WHEN 1
                 PERFORM INCLUI-ORDEM
              WHEN 2
                 PERFORM SUSPENDE-ORDEM
              WHEN 3
                 PERFORM CANCELA-ORDEM
              WHEN 9
                 PERFORM FINALIZA
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA" AT 2030
              END-EVALUATE.
              PERFORM CONTINUA UNTIL WS-OPCAO = "S" OR "N".

       IMP-TELA.
              DISPLAY TELA.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              DISPLAY DIA   AT 0205.
              DISPLAY MES   AT 0208.
              DISPLAY ANO   AT 0211.
              MOVE SPACES TO WS-OPCAO WS-SALVA.
              MOVE "N" TO WS-ERRO.

      * ----------------------------- Inclusao de ordem
       INCLUI-ORDEM.
              PERFORM PROXIMA-ORDEM.
              MOVE WS-NUM-ORDEM TO NUM-ORDEM-E.
              DISPLAY NUM-ORDEM-E AT 0636.
              PERFORM ENTRA-ORIGEM.
              IF WS-ERRO = "N"
                 PERFORM ENTRA-DESTINO.
              IF WS-ERRO = "N"
                 PERFORM ENTRA-VALORES.
              IF WS-ERRO = "N"
                 PERFORM PEDE-SENHA-CONTA.
              IF WS-ERRO = "N"
                 PERFORM CONFIRMA-INCLUSAO.

       PROXIMA-ORDEM.
              MOVE ZEROS TO WS-ULT-ORDEM.
              MOVE ZEROS TO NUM-ORDEM.
              START ORDENS KEY IS NOT LESS THAN NUM-ORDEM
                 INVALID KEY
                    MOVE "10" TO ARQST-ORD.
              PERFORM LE-PROXIMA-ORDEM UNTIL ARQST-ORD NOT = "00".
              COMPUTE WS-NUM-ORDEM = WS-ULT-ORDEM + 1.

       LE-PROXIMA-ORDEM.
              READ ORDENS NEXT RECORD AT END
                 MOVE "10" TO ARQST-ORD.
              IF ARQST-ORD = "00"
                 MOVE NUM-ORDEM TO WS-ULT-ORDEM.

       ENTRA-ORIGEM.
              MOVE ZEROS TO CONTA-E.
              ACCEPT CONTA-E AT 0736 WITH PROMPT AUTO.
              MOVE CONTA-E TO ORIGEM-W.
              MOVE ORIGEM-W TO CODIGO.
              READ CLIENTES KEY IS CODIGO
                 INVALID KEY
                    DISPLAY "CONTA ORIGEM NAO CADASTRADA" AT 2030
                    MOVE "S" TO WS-ERRO
                 NOT INVALID KEY
                    MOVE REG-CLI TO REG-CLI-W
                    DISPLAY NOME AT 0743
                    EVALUATE TRUE
                    WHEN SITUACAO-CONTA = "E"
                       DISPLAY "CONTA ORIGEM ENCERRADA" AT 2030
                       MOVE "S" TO WS-ERRO
                    WHEN BLOQUEADA = "S"
                       DISPLAY "CONTA ORIGEM BLOQUEADA - PROCURE O "
                           "SUPERVISOR" AT 2030
                       MOVE "S" TO WS-ERRO
                    END-EVALUATE.

       ENTRA-DESTINO.
              MOVE ZEROS TO CONTA-E.
              ACCEPT CONTA-E AT 0836 WITH PROMPT AUTO.
              MOVE CONTA-E TO DESTINO-W.
              IF DESTINO-W = ORIGEM-W
                 DISPLAY "CONTA DESTINO IGUAL A ORIGEM" AT 2030
                 MOVE "S" TO WS-ERRO
              ELSE
                 MOVE DESTINO-W TO CODIGO
                 READ CLIENTES KEY IS CODIGO
                    INVALID KEY
                       DISPLAY "CONTA DESTINO NAO CADASTRADA" AT 2030
                       MOVE "S" TO WS-ERRO
                    NOT INVALID KEY
                       DISPLAY NOME AT 0843
                       IF SITUACAO-CONTA = "E"
                          DISPLAY "CONTA DESTINO ENCERRADA" AT 2030
                          MOVE "S" TO WS-ERRO.

       ENTRA-VALORES.
              MOVE ZEROS TO VALOR-E.
              ACCEPT VALOR-E AT 0936 WITH PROMPT AUTO.
              MOVE VALOR-E TO VALOR-W.
              MOVE ZEROS TO DIA-E.
              ACCEPT DIA-E AT 1036 WITH PROMPT AUTO.
              MOVE DIA-E TO DIA-W.
              DISPLAY "(0 = HOJE)" AT 1146.
              MOVE ZEROS TO DATA-E.
              ACCEPT DATA-E AT 1136 WITH PROMPT AUTO.
              MOVE DATA-E TO INICIO-W.
              IF INICIO-W = ZEROS
                 MOVE DATA-SIS-NUM TO INICIO-W
                 MOVE INICIO-W TO DATA-E
                 DISPLAY DATA-E AT 1136.
              DISPLAY "(0 = SEM DATA FINAL)" AT 1246.
              MOVE ZEROS TO DATA-E.
              ACCEPT DATA-E AT 1236 WITH PROMPT AUTO.
              MOVE DATA-E TO FIM-W.
              EVALUATE TRUE
              WHEN VALOR-W = ZEROS
                 DISPLAY "VALOR E OBRIGATORIO" AT 2030
                 MOVE "S" TO WS-ERRO
              WHEN DIA-W < 1 OR DIA-W > 31
                 DISPLAY "DIA DO MES DEVE SER DE 1 A 31" AT 2030
                 MOVE "S" TO WS-ERRO
              WHEN OTHER
                 MOVE INICIO-W TO WS-DATA-VAL-N
                 PERFORM VALIDA-DATA
                 IF WS-ERRO = "N" AND FIM-W NOT = ZEROS
                    MOVE FIM-W TO WS-DATA-VAL-N
                    PERFORM VALIDA-DATA
                    IF WS-ERRO = "N" AND FIM-W < INICIO-W
                       DISPLAY "DATA FINAL ANTERIOR A INICIAL" AT 2030
                       MOVE "S" TO WS-ERRO
                    END-IF
                 END-IF
              END-EVALUATE.

       VALIDA-DATA.
              IF WS-DV-ANO < 1900 OR WS-DV-MES < 1 OR WS-DV-MES > 12
                    OR WS-DV-DIA < 1 OR WS-DV-DIA > 31
                 DISPLAY "DATA INVALIDA - USE AAAAMMDD" AT 2030
                 MOVE "S" TO WS-ERRO.

      * A senha da conta origem autoriza o debito recorrente, com o
      * mesmo controle de tentativas da operacao no caixa.
       PEDE-SENHA-CONTA.
              MOVE ZEROS TO WS-SENHA-DIG.
              DISPLAY "SENHA DA CONTA ORIGEM: " AT 1619.
              ACCEPT WS-SENHA-DIG AT 1642 WITH PROMPT AUTO.
              IF WS-SENHA-DIG = SENHA-W
                 IF TENTATIVAS-W > 0
                    MOVE ZEROS TO TENTATIVAS-W
                    PERFORM REGRAVA-CONTROLE
                 END-IF
              ELSE
                 DISPLAY "SENHA INCORRETA" AT 2030
                 MOVE "S" TO WS-ERRO
                 ADD 1 TO TENTATIVAS-W
                 IF TENTATIVAS-W NOT < 3
                    MOVE "S" TO BLOQUEADA-W
                    DISPLAY "CONTA BLOQUEADA APOS 3 TENTATIVAS"
                        AT 2030
                 END-IF
                 PERFORM REGRAVA-CONTROLE
                 PERFORM GRAVA-RECUSA.

       REGRAVA-CONTROLE.
              MOVE CODIGO-W TO CODIGO.
              READ CLIENTES KEY IS CODIGO
                 INVALID KEY
                    DISPLAY "ERRO NO ARQUIVO DE CLIENTES" AT 1535
                 NOT INVALID KEY
                    MOVE TENTATIVAS-W TO TENTATIVAS
                    MOVE BLOQUEADA-W TO BLOQUEADA
                    REWRITE REG-CLI
                    IF ARQST NOT = "00"
                       DISPLAY "ERRO AO GRAVAR CLIENTES" AT 1535.

       GRAVA-RECUSA.
              MOVE CODIGO-W TO CODIGO-TRAN.
              MOVE DATA-SIS TO DATA-TRAN.
              MOVE "R" TO TIPO-TRAN.
              MOVE VALOR-W TO VALOR-TRAN.
              MOVE SALDO-W TO SALDO-ANTES-TRAN.
              MOVE SALDO-W TO SALDO-DEPOIS-TRAN.
              MOVE ZEROS TO NUM-REF-TRAN.
              WRITE REG-TRAN.
              IF ARQST-TRAN NOT = "00"
                 DISPLAY "ERRO AO GRAVAR TRANLOG" AT 1535.

       CONFIRMA-INCLUSAO.
              PERFORM GRAVAR UNTIL WS-SALVA = "S" OR "N".
              IF WS-SALVA = "N"
                 DISPLAY "ORDEM NAO GRAVADA" AT 2030
              ELSE
                 MOVE WS-NUM-ORDEM TO NUM-ORDEM
                 MOVE ORIGEM-W TO ORIGEM-ORDEM
                 MOVE DESTINO-W TO DESTINO-ORDEM
                 MOVE VALOR-W TO VALOR-ORDEM
                 MOVE DIA-W TO DIA-ORDEM
                 MOVE INICIO-W TO INICIO-ORDEM
                 MOVE FIM-W TO FIM-ORDEM
                 MOVE "A" TO SITUACAO-ORDEM
                 MOVE DATA-SIS-NUM TO DATA-SITUACAO-ORDEM
                 MOVE WS-OPERADOR TO OPERADOR-ORDEM
                 MOVE ZEROS TO ULT-MES-ORDEM TENTATIVAS-ORDEM
                               ULT-TENTATIVA-ORDEM ULT-REF-ORDEM
                 WRITE REG-ORDEM
                    INVALID KEY
                       DISPLAY "ERRO AO GRAVAR ORDEM" AT 2030
                    NOT INVALID KEY
                       PERFORM MOSTRA-SITUACAO
                       DISPLAY "ORDEM INCLUIDA" AT 2030.

       GRAVAR.
              DISPLAY "SALVAR (S/N)? [ ]" AT 1730.
              ACCEPT WS-SALVA AT 1745 WITH PROMPT AUTO.
              IF WS-SALVA = "s"
                 MOVE "S" TO WS-SALVA.
              IF WS-SALVA = "n"
                 MOVE "N" TO WS-SALVA.

      * ----------------------------- Suspensao / reativacao
       SUSPENDE-ORDEM.
              PERFORM ENTRA-NUMERO.
              IF WS-ERRO = "N"
                 IF SITUACAO-ORDEM = "A"
                    DISPLAY "SUSPENDER A ORDEM -" AT 1619
                 ELSE
                    DISPLAY "REATIVAR A ORDEM -" AT 1619
                 END-IF
                 PERFORM GRAVAR UNTIL WS-SALVA = "S" OR "N"
                 IF WS-SALVA = "N"
                    DISPLAY "ORDEM NAO ALTERADA" AT 2030
                 ELSE
                    IF SITUACAO-ORDEM = "A"
                       MOVE "S" TO SITUACAO-ORDEM
                    ELSE
                       MOVE "A" TO SITUACAO-ORDEM
                       MOVE ZEROS TO TENTATIVAS-ORDEM
                       PERFORM FECHA-MES-SUSPENSO
                    END-IF
                    PERFORM REGRAVA-ORDEM.

      * Os meses em que a ordem ficou suspensa nao sao cobrados: fica
      * fechado o mes anterior, ou o mes corrente quando o dia da
      * ordem ja passou. O vencimento limitado ao fim do mes nunca
      * fica antes do dia de hoje, entao basta comparar os dias.
       FECHA-MES-SUSPENSO.
              IF DIA-ORDEM < DIA
                 MOVE ANO TO WS-MR-ANO
                 MOVE MES TO WS-MR-MES
              ELSE
                 IF MES = 1
                    COMPUTE WS-MR-ANO = ANO - 1
                    MOVE 12 TO WS-MR-MES
                 ELSE
                    MOVE ANO TO WS-MR-ANO
                    COMPUTE WS-MR-MES = MES - 1.
              IF ULT-MES-ORDEM < WS-MES-REAT-N
                 MOVE WS-MES-REAT-N TO ULT-MES-ORDEM.

      * ----------------------------- Cancelamento
       CANCELA-ORDEM.
              PERFORM ENTRA-NUMERO.
              IF WS-ERRO = "N"
                 DISPLAY "CANCELAR A ORDEM -" AT 1619
                 PERFORM GRAVAR UNTIL WS-SALVA = "S" OR "N"
                 IF WS-SALVA = "N"
                    DISPLAY "ORDEM NAO ALTERADA" AT 2030
                 ELSE
                    MOVE "C" TO SITUACAO-ORDEM
                    PERFORM REGRAVA-ORDEM.

       ENTRA-NUMERO.
              MOVE ZEROS TO NUM-ORDEM-E.
              ACCEPT NUM-ORDEM-E AT 0636 WITH PROMPT AUTO.
              MOVE NUM-ORDEM-E TO NUM-ORDEM.
              READ ORDENS KEY IS NUM-ORDEM
                 INVALID KEY
                    DISPLAY "ORDEM NAO CADASTRADA" AT 2030
                    MOVE "S" TO WS-ERRO
                 NOT INVALID KEY
                    PERFORM MOSTRA-ORDEM
                    IF SITUACAO-ORDEM = "C" OR SITUACAO-ORDEM = "E"
                       DISPLAY "ORDEM CANCELADA OU ENCERRADA - NAO "
                           "PODE SER ALTERADA" AT 2030
                       MOVE "S" TO WS-ERRO.

       MOSTRA-ORDEM.
              MOVE ORIGEM-ORDEM TO CONTA-E CODIGO.
              DISPLAY CONTA-E AT 0736.
              READ CLIENTES KEY IS CODIGO
                 INVALID KEY
                    DISPLAY "CONTA NAO CADASTRADA" AT 0743
                 NOT INVALID KEY
                    DISPLAY NOME AT 0743.
              MOVE DESTINO-ORDEM TO CONTA-E CODIGO.
              DISPLAY CONTA-E AT 0836.
              READ CLIENTES KEY IS CODIGO
                 INVALID KEY
                    DISPLAY "CONTA NAO CADASTRADA" AT 0843
                 NOT INVALID KEY
                    DISPLAY NOME AT 0843.
              MOVE VALOR-ORDEM TO VALOR-E.
              DISPLAY VALOR-E AT 0936.
              MOVE DIA-ORDEM TO DIA-E.
              DISPLAY DIA-E AT 1036.
              MOVE INICIO-ORDEM TO DATA-E.
              DISPLAY DATA-E AT 1136.
              MOVE FIM-ORDEM TO DATA-E.
              DISPLAY DATA-E AT 1236.
              MOVE ULT-MES-ORDEM TO MES-E.
              DISPLAY MES-E AT 1436.
              PERFORM MOSTRA-SITUACAO.

       MOSTRA-SITUACAO.
              EVALUATE SITUACAO-ORDEM
              WHEN "A"
                 MOVE "ATIVA" TO WS-DESC-SITUACAO
              WHEN "S"
                 MOVE "SUSPENSA" TO WS-DESC-SITUACAO
              WHEN "C"
                 MOVE "CANCELADA" TO WS-DESC-SITUACAO
              WHEN "E"
                 MOVE "ENCERRADA" TO WS-DESC-SITUACAO
              WHEN OTHER
                 MOVE SITUACAO-ORDEM TO WS-DESC-SITUACAO
              END-EVALUATE.
              DISPLAY WS-DESC-SITUACAO AT 1336.

       REGRAVA-ORDEM.
              MOVE DATA-SIS-NUM TO DATA-SITUACAO-ORDEM.
              MOVE WS-OPERADOR TO OPERADOR-ORDEM.
              REWRITE REG-ORDEM
                 INVALID KEY
                    DISPLAY "ERRO AO GRAVAR ORDEM" AT 2030
                 NOT INVALID KEY
                    PERFORM MOSTRA-SITUACAO
                    DISPLAY "ORDEM ALTERADA" AT 2030.

       CONTINUA.
              DISPLAY "CONTINUA (S/N)? [ ]" AT 1830.
              ACCEPT WS-OPCAO AT 1847 WITH PROMPT AUTO.
              IF WS-OPCAO = "s"
                 MOVE "S" TO WS-OPCAO.
              IF WS-OPCAO = "n"
                 MOVE "N" TO WS-OPCAO.
              IF WS-OPCAO = "S" OR = "N"
                     DISPLAY WS-ESPACO AT 1830
                     DISPLAY WS-ESPACO AT 1535
              ELSE
                     DISPLAY WS-ESPACO AT 1535
                     DISPLAY "DIGITE S OU N" AT 1535.

       FINALIZA.
              DISPLAY WS-MENS1 AT 1535.
              CLOSE ORDENS.
              CLOSE CLIENTES.
              CLOSE TRANLOG.
              CLOSE BBOPERADOR.
              CLOSE BBAUDIT.
              STOP RUN.

              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REF.

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
       FD CLIENTES LABEL RECORD STANDARD
                02 TENTATIVAS     PIC 9(01).
                02 BLOQUEADA      PIC X(01).
                02 LIMITE-DIARIO  PIC 9(05)V99.
                02 SITUACAO-CONTA PIC X(01).
                02 DATA-SITUACAO  PIC 9(08).

       FD TRANLOG LABEL RECORD STANDARD
                DATA RECORD IS REG-TRAN
          01 REG-REF.
                02 ULT-REF             PIC 9(06).

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
          01 REG-CLI-E.
                02 CODIGO-E       PIC Z.ZZ9.
                02 TENTATIVAS-W     PIC 9(01).
                02 BLOQUEADA-W      PIC X(01).
                02 LIMITE-DIARIO-W  PIC 9(05)V99.
                02 SITUACAO-CONTA-W PIC X(01).
                02 DATA-SITUACAO-W  PIC 9(08).
                02 VALOR-W          PIC 9(05)V99.
          01 DATA-SIS.
                02 ANO            PIC 9(04).
         01 WS-DEST-E               PIC Z.ZZ9.
         01 WS-CODIGO-DEST          PIC 9(04) VALUE ZEROS.
         01 WS-NOME-DEST            PIC X(30) VALUE SPACES.
         01 WS-SITUACAO-DEST        PIC X(01) VALUE SPACES.
         01 WS-FORMA-ENC            PIC 9(01) VALUE ZEROS.
         01 WS-SALDO-DEST-ANTES     PIC 9(05)V99 VALUE ZEROS.
         01 WS-SALDO-DEST-NOVO      PIC 9(05)V99 VALUE ZEROS.
         01 WS-NUM-REF              PIC 9(06) VALUE ZEROS.
         01 WS-SOMA-DIA             PIC 9(07)V99 VALUE ZEROS.
         01 WS-TOTAL-DIA            PIC 9(07)V99 VALUE ZEROS.
         01 WS-LIMITE-NOVO          PIC 9(05)V99 VALUE ZEROS.
         01 ARQST-OPER              PIC X(02).
         01 ARQST-AUDIT             PIC X(02).
         01 WS-OPERADOR             PIC X(03) VALUE SPACES.
         01 WS-PERFIL-OPER          PIC X(01) VALUE SPACES.
         01 WS-SENHA-OPER-DIG       PIC X(06) VALUE SPACES.
         01 WS-LOGIN-OK             PIC X(01) VALUE "N".
         01 WS-TENT-LOGIN           PIC 9(01) VALUE ZEROS.
         01 WS-SUPERVISOR           PIC X(03) VALUE SPACES.
         01 WS-AUTORIZA             PIC X(01) VALUE "N".
         01 WS-COD-ACESSO           PIC X(03) VALUE SPACES.
         01 WS-ACESSO-AUDIT.
                02 WS-PROGRAMA-ACESSO  PIC X(08) VALUE "CLIOP".
                02 WS-USUARIO-ACESSO   PIC X(03) VALUE SPACES.
                02 WS-PERFIL-ACESSO    PIC X(01) VALUE SPACES.
                02 WS-SITUACAO-ACESSO  PIC X(01) VALUE SPACES.
                02 FILLER              PIC X(85) VALUE SPACES.

       SCREEN SECTION.
         01 TELA.
              02 LINE 14 COL 19 VALUE "R$ 200,00".

              02 LINE 17 COL 19 VALUE
                 "1-SAQ 2-DEP 3-TRF 4-CARGA 5-SENHA 6-LIBERA ".
              02 LINE 17 COL 62 VALUE "7-ENCERRA: ".
              02 LINE 18 COL 19 VALUE "VALOR : ".
              02 LINE 19 COL 25 VALUE "MENSAGEM: ".

              PERFORM ABRE-ARQ.
              PERFORM ABRE-TRANLOG.
              PERFORM ABRE-NOTAS.
              PERFORM ABRE-OPERADOR.
              PERFORM ABRE-AUDIT.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE "N" TO WS-LOGIN-OK.
              MOVE ZEROS TO WS-TENT-LOGIN.
              PERFORM ENTRA-OPERADOR UNTIL WS-LOGIN-OK = "S".
              PERFORM PROCESSO UNTIL WS-OPCAO = "N".
              PERFORM FINALIZA.

                 CLOSE TRANLOG
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
                 CLOSE CLIENTES
                 CLOSE TRANLOG
                 CLOSE NOTAS
                 STOP RUN.
              MOVE LOW-VALUES TO CODIGO-OPERADOR.
              START BBOPERADOR KEY IS NOT LESS THAN CODIGO-OPERADOR
                 INVALID KEY
                    DISPLAY "NENHUM OPERADOR CADASTRADO - EXECUTE O "
                        "PROGRAMA OPERADOR"
                    CLOSE CLIENTES
                    CLOSE TRANLOG
                    CLOSE NOTAS
                    CLOSE BBOPERADOR
                    STOP RUN.

       ABRE-AUDIT.
              OPEN EXTEND BBAUDIT.
              IF ARQST-AUDIT = "35"
                 OPEN OUTPUT BBAUDIT.
              IF ARQST-AUDIT NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DE BBAUDIT - STATUS "
                     ARQST-AUDIT
                 CLOSE CLIENTES
                 CLOSE TRANLOG
                 CLOSE NOTAS
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

       VERIFICA-SUPERVISOR.
              MOVE "N" TO WS-AUTORIZA.
              IF WS-PERFIL-OPER = "S" OR WS-PERFIL-OPER = "G"
                 MOVE "S" TO WS-AUTORIZA
              ELSE
                 PERFORM PEDE-SUPERVISOR.

       PEDE-SUPERVISOR.
              DISPLAY "SUPERVISOR:      SENHA: " AT 1619.
              MOVE SPACES TO WS-SUPERVISOR WS-SENHA-OPER-DIG.
              ACCEPT WS-SUPERVISOR AT 1631 WITH PROMPT AUTO.
              MOVE FUNCTION UPPER-CASE(WS-SUPERVISOR) TO WS-SUPERVISOR.
              ACCEPT WS-SENHA-OPER-DIG AT 1643 WITH PROMPT AUTO SECURE.
              MOVE WS-SUPERVISOR TO WS-COD-ACESSO.
              MOVE WS-OPERADOR TO WS-USUARIO-ACESSO.
              MOVE WS-SUPERVISOR TO CODIGO-OPERADOR.
              READ BBOPERADOR KEY IS CODIGO-OPERADOR
                 INVALID KEY
                    DISPLAY "SUPERVISOR NAO CADASTRADO" AT 1939
                    MOVE "F" TO OPERACAO-AUDIT
                    PERFORM GRAVA-AUDIT-ACESSO
                 NOT INVALID KEY
                    PERFORM CONFERE-SUPERVISOR.

       CONFERE-SUPERVISOR.
              EVALUATE TRUE
              WHEN SITUACAO-OPERADOR NOT = "A"
                 DISPLAY "SUPERVISOR DESATIVADO OU BLOQUEADO" AT 1939
                 MOVE "F" TO OPERACAO-AUDIT
                 PERFORM GRAVA-AUDIT-ACESSO
              WHEN PERFIL-OPERADOR NOT = "S"
                    AND PERFIL-OPERADOR NOT = "G"
                 DISPLAY "OPERADOR SEM DIREITO DE SUPERVISOR" AT 1939
                 MOVE "F" TO OPERACAO-AUDIT
                 PERFORM GRAVA-AUDIT-ACESSO
              WHEN WS-SENHA-OPER-DIG NOT = SENHA-OPERADOR
                 PERFORM SENHA-OPER-INVALIDA
              WHEN OTHER
                 MOVE ZEROS TO TENTATIVAS-OPERADOR
                 PERFORM REGRAVA-OPERADOR
                 MOVE "S" TO WS-AUTORIZA
                 MOVE "V" TO OPERACAO-AUDIT
                 PERFORM GRAVA-AUDIT-ACESSO
              END-EVALUATE.

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

       CRIA-NOTAS.
              MOVE 20 TO VALOR-NOTA.
              MOVE ZEROS TO QTDE-NOTA.
              PERFORM MOSTRA-DADOS.
              PERFORM ENTRA-NOVO.
              IF WS-TIPO-TRANS = 4 OR WS-TIPO-TRANS = 5
                      OR WS-TIPO-TRANS = 6 OR WS-TIPO-TRANS = 7
                      OR SITUACAO-CONTA-W = "E"
                 PERFORM CONTINUA UNTIL WS-OPCAO = "S" OR "N"
              ELSE
                 PERFORM CALCULO-TOTAL
       MOSTRA-DADOS.
           DISPLAY NOME-E     AT 0636.
           DISPLAY SALDO-E    AT 0836.
           IF SITUACAO-CONTA-W = "D"
              DISPLAY "CONTA DORMENTE" AT 0850.
           IF SITUACAO-CONTA-W = "E"
              DISPLAY "CONTA ENCERRADA" AT 0850.

 
       GRAVAR.
                 CLOSE CLIENTES
                 CLOSE TRANLOG
                 CLOSE NOTAS
                 CLOSE BBOPERADOR
                 CLOSE BBAUDIT
                 STOP RUN.
              MOVE ZEROS TO WS-FL.
              PERFORM LER-REGISTRO.
                 MOVE 1000 TO LIMITE-DIARIO-W.
              MOVE ZEROS TO TENTATIVAS-W.
              MOVE "N" TO BLOQUEADA-W.
              MOVE "A" TO SITUACAO-CONTA-W.
              MOVE DATA-SIS TO DATA-SITUACAO-W.
              MOVE CODIGO-W   TO CODIGO.
              MOVE NOME-W     TO NOME.
              MOVE DATANASC-W TO DATANASC.
              MOVE TENTATIVAS-W TO TENTATIVAS.
              MOVE BLOQUEADA-W  TO BLOQUEADA.
              MOVE LIMITE-DIARIO-W TO LIMITE-DIARIO.
              MOVE SITUACAO-CONTA-W TO SITUACAO-CONTA.
              MOVE DATA-SITUACAO-W TO DATA-SITUACAO.
              WRITE REG-CLI
                 INVALID KEY
                    DISPLAY "ERRO AO CADASTRAR CONTA" AT 2030
              DISPLAY WS-ESPACO AT 2030.

              MOVE ZEROS TO WS-TIPO-TRANS.
              ACCEPT WS-TIPO-TRANS AT 1773 WITH PROMPT AUTO.
              EVALUATE TRUE
              WHEN WS-TIPO-TRANS = 4
                 PERFORM CARGA-NOTAS
              WHEN SITUACAO-CONTA-W = "E"
                 DISPLAY "CONTA ENCERRADA - OPERACAO NAO PERMITIDA"
                     AT 1939
              WHEN WS-TIPO-TRANS = 5
                 PERFORM TROCA-SENHA
              WHEN WS-TIPO-TRANS = 6
                 PERFORM LIBERA-CONTA
              WHEN WS-TIPO-TRANS = 7
                 PERFORM ENCERRA-CONTA
              WHEN OTHER
                 PERFORM ENTRA-VALOR
              END-EVALUATE.
                     AT 1939
                 PERFORM GRAVA-RECUSA
                 PERFORM CONTINUA
              ELSE
                 PERFORM VALIDA-SITUACAO.

       VALIDA-SITUACAO.
              IF SITUACAO-CONTA-W = "D"
                 PERFORM REATIVA-DORMENTE.
              IF SITUACAO-CONTA-W = "D"
                 PERFORM GRAVA-RECUSA
                 PERFORM CONTINUA
              ELSE
                 PERFORM PEDE-SENHA
                 IF WS-SENHA-OK = "S"
                    ELSE
                       MOVE "S" TO WS-OPER-OK.

       REATIVA-DORMENTE.
              DISPLAY "CONTA DORMENTE - REATIVACAO PELO SUPERVISOR"
                  AT 1939.
              PERFORM VERIFICA-SUPERVISOR.
              IF WS-AUTORIZA NOT = "S"
                 DISPLAY "REATIVACAO NAO AUTORIZADA" AT 2030
              ELSE
                 MOVE "A" TO SITUACAO-CONTA-W
                 MOVE DATA-SIS TO DATA-SITUACAO-W
                 PERFORM REGRAVA-CONTROLE
                 DISPLAY WS-ESPACO AT 1619
                 DISPLAY WS-ESPACO AT 1939
                 DISPLAY WS-ESPACO AT 1969
                 DISPLAY "CONTA REATIVADA" AT 0850.

       PEDE-SENHA.
              MOVE "N" TO WS-SENHA-OK.
              MOVE ZEROS TO WS-SENHA-DIG.
                    MOVE TENTATIVAS-W TO TENTATIVAS
                    MOVE BLOQUEADA-W TO BLOQUEADA
                    MOVE LIMITE-DIARIO-W TO LIMITE-DIARIO
                    MOVE SITUACAO-CONTA-W TO SITUACAO-CONTA
                    MOVE DATA-SITUACAO-W TO DATA-SITUACAO
                    REWRITE REG-CLI
                    IF ARQST NOT = "00"
                       DISPLAY "ERRO AO GRAVAR CLIENTES" AT 1535.
       ACUMULA-DIA.
              IF CODIGO-TRAN = CODIGO-W
                    AND DATA-TRAN = DATA-SIS-NUM
                    AND (TIPO-TRAN = "S" OR TIPO-TRAN = "T"
                        OR TIPO-TRAN = "L")
                 ADD VALOR-TRAN TO WS-SOMA-DIA.
              PERFORM LE-TRANLOG-DIA.

                    DISPLAY "SENHA ALTERADA" AT 2030.

       LIBERA-CONTA.
              PERFORM VERIFICA-SUPERVISOR.
              IF WS-AUTORIZA NOT = "S"
                 DISPLAY "LIBERACAO NAO AUTORIZADA" AT 2030
              ELSE
                 MOVE "N" TO BLOQUEADA-W
                 MOVE ZEROS TO TENTATIVAS-W
                 IF SITUACAO-CONTA-W = "D"
                    MOVE "A" TO SITUACAO-CONTA-W
                    MOVE DATA-SIS TO DATA-SITUACAO-W
                 END-IF
                 DISPLAY "NOVO LIMITE DIARIO (0 = MANTER): " AT 1619
                 MOVE ZEROS TO VALOR-E
                 ACCEPT VALOR-E AT 1652 WITH PROMPT AUTO
                 PERFORM REGRAVA-CONTROLE
                 DISPLAY "CONTA LIBERADA" AT 2030.

       ENCERRA-CONTA.
              MOVE ZEROS TO VALOR-W.
              MOVE SALDO-W TO WS-SALDO-ANTES.
              IF BLOQUEADA-W = "S"
                 DISPLAY "CONTA BLOQUEADA - LIBERE ANTES DE ENCERRAR"
                     AT 1939
              ELSE
                 PERFORM PEDE-SENHA
                 IF WS-SENHA-OK = "S"
                    PERFORM VERIFICA-SUPERVISOR
                    IF WS-AUTORIZA NOT = "S"
                       DISPLAY "ENCERRAMENTO NAO AUTORIZADO" AT 2030
                    ELSE
                       DISPLAY WS-ESPACO AT 1619
                       PERFORM CONFIRMA-ENCERRAMENTO.
              MOVE 7 TO WS-TIPO-TRANS.

       CONFIRMA-ENCERRAMENTO.
              MOVE SPACES TO WS-SALVA.
              PERFORM ENCERRAR UNTIL WS-SALVA = "S" OR "N".
              MOVE "N" TO WS-TRANS-OK.
              IF WS-SALVA = "N"
                 DISPLAY "ENCERRAMENTO CANCELADO" AT 2030
              ELSE
                 IF SALDO-W = ZEROS
                    MOVE "S" TO WS-TRANS-OK
                 ELSE
                    MOVE ZEROS TO WS-FORMA-ENC
                    DISPLAY "SALDO: 1-PAGAR EM ESPECIE 2-TRANSFERIR: "
                        AT 1619
                    ACCEPT WS-FORMA-ENC AT 1659 WITH PROMPT AUTO
                    EVALUATE WS-FORMA-ENC
                    WHEN 1
                       MOVE "S" TO WS-TRANS-OK
                    WHEN 2
                       DISPLAY WS-ESPACO AT 1619
                       DISPLAY WS-ESPACO AT 1649
                       PERFORM ENCERRA-TRANSFERE
                    WHEN OTHER
                       DISPLAY "ENCERRAMENTO CANCELADO" AT 2030
                    END-EVALUATE.
              IF WS-TRANS-OK = "S"
                 PERFORM EFETUA-ENCERRAMENTO.

       ENCERRAR.
              DISPLAY "ENCERRAR (S/N)? [ ]" AT 1430.
              ACCEPT WS-SALVA AT 1447 WITH PROMPT AUTO.

       ENCERRA-TRANSFERE.
              MOVE 3 TO WS-TIPO-TRANS.
              MOVE SALDO-W TO VALOR-W.
              MOVE SALDO-W TO VALOR-E.
              DISPLAY VALOR-E AT 1839.
              PERFORM ENTRA-TRANSFERENCIA.
              IF WS-TRANS-OK = "S"
                 PERFORM CALCULO-TOTAL
                 PERFORM GRAVA-REG
                 IF SALDO-W NOT = ZEROS
                    MOVE "N" TO WS-TRANS-OK.

       EFETUA-ENCERRAMENTO.
              MOVE CODIGO-W TO CODIGO.
              READ CLIENTES KEY IS CODIGO
                 INVALID KEY
                    DISPLAY "ERRO NO ARQUIVO DE CLIENTES" AT 1535
                 NOT INVALID KEY
                    MOVE SALDO TO WS-SALDO-ANTES
                    MOVE ZEROS TO SALDO TOTAL
                    MOVE "E" TO SITUACAO-CONTA
                    MOVE DATA-SIS TO DATA-SITUACAO
                    REWRITE REG-CLI
                    IF ARQST NOT = "00"
                       DISPLAY "ERRO AO GRAVAR CLIENTES" AT 1535
                    ELSE
                       MOVE REG-CLI TO REG-CLI-W
                       PERFORM GRAVA-TRANLOG-ENCERRA
                       MOVE SALDO-W TO SALDO-E
                       DISPLAY SALDO-E AT 0836
                       DISPLAY "CONTA ENCERRADA" AT 0850
                       DISPLAY WS-ESPACO AT 2030
                       DISPLAY "CONTA ENCERRADA" AT 2030
                       IF WS-SALDO-ANTES > ZEROS
                          MOVE WS-SALDO-ANTES TO VALOR-E
                          DISPLAY "PAGAR EM ESPECIE: " AT 1819
                          DISPLAY VALOR-E AT 1839.

       GRAVA-TRANLOG-ENCERRA.
              MOVE CODIGO-W       TO CODIGO-TRAN.
              MOVE DATA-SIS       TO DATA-TRAN.
              MOVE "X"            TO TIPO-TRAN.
              MOVE WS-SALDO-ANTES TO VALOR-TRAN.
              MOVE WS-SALDO-ANTES TO SALDO-ANTES-TRAN.
              MOVE ZEROS          TO SALDO-DEPOIS-TRAN.
              MOVE ZEROS          TO NUM-REF-TRAN.
              WRITE REG-TRAN.
              IF ARQST-TRAN NOT = "00"
                 DISPLAY "ERRO AO GRAVAR TRANLOG" AT 1535.

       MONTA-NOTAS.
              MOVE "N" TO WS-NOTAS-OK.
              PERFORM LE-NOTAS.
              DISPLAY WS-QTDE-E AT 1436.

       CARGA-NOTAS.
              PERFORM VERIFICA-SUPERVISOR.
              IF WS-AUTORIZA NOT = "S"
                 DISPLAY "CARGA DE NOTAS NAO AUTORIZADA" AT 2030
              ELSE
                 PERFORM EFETUA-CARGA.

       EFETUA-CARGA.
              DISPLAY "CARGA DE NOTAS" AT 1939.
              MOVE 20 TO WS-DENOM-W.
              PERFORM ENTRA-CARGA.
                 PERFORM CONTINUA
              ELSE
                 PERFORM LE-CONTA-DESTINO
                 EVALUATE TRUE
                 WHEN WS-FL-DEST NOT = 1
                    DISPLAY "CONTA DESTINO NAO CADASTRADA" AT 1939
                    PERFORM CONTINUA
                 WHEN WS-SITUACAO-DEST = "E"
                    DISPLAY "CONTA DESTINO ENCERRADA" AT 1939
                    PERFORM CONTINUA
                 WHEN VALOR-W > SALDO-W
                    DISPLAY "VOCE NAO POSSUI SALDO SUFICIENTE"
                        AT 1939
                    PERFORM CONTINUA
                 WHEN OTHER
                    DISPLAY WS-NOME-DEST AT 1642
                    COMPUTE SALDO-W = SALDO-W - VALOR-W
                    MOVE "S" TO WS-TRANS-OK
                 END-EVALUATE.

       LE-CONTA-DESTINO.
              MOVE ZEROS TO WS-FL-DEST.
                 NOT INVALID KEY
                    MOVE SALDO TO WS-SALDO-DEST-ANTES
                    MOVE NOME TO WS-NOME-DEST
                    MOVE SITUACAO-CONTA TO WS-SITUACAO-DEST
                    MOVE 1 TO WS-FL-DEST.
      

              CLOSE CLIENTES.
              CLOSE TRANLOG.
              CLOSE NOTAS.
              CLOSE BBOPERADOR.
              CLOSE BBAUDIT.
              STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HBFEC001.
       AUTHOR.        Odair Garcia Arouca.
       DATE-WRITTEN.  15/10/2026.
      ********* Favor incluir alteracoes efetuadas ***********
      * - FECHAMENTO MENSAL POR EMPRESA (ARQFEC)
      * - FECHAR: GRAVA A FOTOGRAFIA DO MES DA EMPRESA LOGADA:
      *   NOTAS ATIVAS EMITIDAS NO MES (VALOR DA NOTA), PARCELAS
      *   EM ABERTO NO ULTIMO DIA DO MES, ESTOQUE ATUAL EM
      *   QUANTIDADE E VALOR PELO CUSTO VIGENTE NO FIM DO MES
      *   (ARQCUS) E PEDIDOS ABERTOS/SEPARADOS ATE O FIM DO MES;
      *   SO FECHA MES ANTERIOR AO CORRENTE
      * - MES FECHADO NAO ACEITA LANCAMENTO DATADO NELE NOS
      *   PROGRAMAS DE PEDIDO, COTACAO, FATURAMENTO, BAIXA E
      *   DEVOLUCAO (SUB-ROTINA HBFEC002)
      * - REABRIR: SOMENTE NIVEL 99, COM REGISTRO NO ARQLOG;
      *   O MES REABERTO PODE SER FECHADO DE NOVO (NOVA FOTO)
      * - COMPARATIVO (RELFEC.TXT): MES A MES COM A VARIACAO
      *   PERCENTUAL SOBRE O MES ANTERIOR LISTADO
      * - 15/10/2026 - PERMISSAO POR FUNCAO: A OPCAO ESCOLHIDA E
      *   CONFERIDA NA HBPER002 (ARQPER, HBPER001) ANTES DE
      *   EXECUTAR; A RECUSA E GRAVADA NO ARQLOG
      * - 15/10/2026 - ARQUIVOS DE DADOS ABERTOS NO DIRETORIO
      *   DA EMPRESA (ARQPAR, HBPAR001) VIA 9050-CAMINHO
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY "C:\Hbsis\ftt\FFEC0001.SEL".
           COPY "C:\Hbsis\ftt\FNOT0001.SEL".
           COPY "C:\Hbsis\ftt\FREC0001.SEL".
           COPY "C:\Hbsis\ftt\FEST0001.SEL".
           COPY "C:\Hbsis\ftt\FCUS0001.SEL".
           COPY "C:\Hbsis\ftt\FPED0001.SEL".
           COPY "C:\Hbsis\ftt\FCLI0001.SEL".
           COPY "C:\Hbsis\ftt\FRELCLI.SEL".
           COPY "C:\HBSIS\FTT\FLOG0001.SEL".
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY "C:\Hbsis\ftt\FFEC0001.FD".
           COPY "C:\Hbsis\ftt\FNOT0001.FD".
           COPY "C:\Hbsis\ftt\FREC0001.FD".
           COPY "C:\Hbsis\ftt\FEST0001.FD".
           COPY "C:\Hbsis\ftt\FCUS0001.FD".
           COPY "C:\Hbsis\ftt\FPED0001.FD".
           COPY "C:\Hbsis\ftt\FCLI0001.FD".
           COPY "C:\Hbsis\ftt\FRELCLI.FD".
           COPY "C:\HBSIS\FTT\FLOG0001.FD".
      *
       WORKING-STORAGE SECTION.
       01  TECLA                      PIC XX      VALUE SPACES.
       01  MSG                        PIC X(040)  VALUE SPACES.
       77  AUXILIAR                   PIC X       VALUE SPACES.
       77  SAIDA-WS                   PIC XXX     VALUE SPACES.
       77  WS-MOMENTO                 PIC X       VALUE SPACES.
       77  WS-VERSAO                  PIC X(010)  VALUE "15/10/2026".
       77  WS-CAMINHO                 PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-FEC             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-NOT             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-REC             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-EST             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-CUS             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-PED             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-REL             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-PERMITIDO               PIC XXX     VALUE "SIM".
       77  ERRO-LEITURA               PIC XXX     VALUE "NAO".
       77  WS-EOF                     PIC XXX     VALUE "NAO".
       77  WS-CUS-EOF                 PIC XXX     VALUE "NAO".
       77  WS-CLI-DA-EMPRESA          PIC XXX     VALUE "NAO".
       77  WS-PRIMEIRO                PIC XXX     VALUE "SIM".
       77  WS-DT-INI-MES              PIC 9(008)  VALUE ZEROS.
       77  WS-DT-FIM-MES              PIC 9(008)  VALUE ZEROS.
       77  WS-MES-CORRENTE            PIC 9(006)  VALUE ZEROS.
       77  WS-MES-INI                 PIC 9(006)  VALUE ZEROS.
       77  WS-MES-FIM                 PIC 9(006)  VALUE ZEROS.
       77  WS-CUSTO-VIGENTE           PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-VL-NOTA                 PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-VAR-ATUAL               PIC S9(013)V9(002) VALUE ZEROS.
       77  WS-VAR-ANTERIOR            PIC S9(013)V9(002) VALUE ZEROS.
       77  WS-VAR-PCT                 PIC S9(007)V9(002) VALUE ZEROS.
       77  WS-MESES                   PIC 9(005)  VALUE ZEROS.
       77  WS-CONT-ED                 PIC ZZZZZZ9.
       77  WS-VAL-ED                  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-EST-ED                  PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-QEST-ED                 PIC -ZZZZZZZZZZ9,99.
       77  WS-VAR-ED                  PIC X(010)  VALUE SPACES.
       77  WS-PCT-ED                  PIC -ZZZZ9,99.
       01  WS-MES-AAAAMM              PIC 9(006)  VALUE ZEROS.
       01  FILLER REDEFINES WS-MES-AAAAMM.
           03  WS-MES-ANO             PIC 9(004).
           03  WS-MES-MES             PIC 9(002).
       01  WS-MES-ED.
           03  WS-MES-ED-MES          PIC 9(002).
           03  FILLER                 PIC X(001)  VALUE "/".
           03  WS-MES-ED-ANO          PIC 9(004).
       01  WS-ANTERIOR.
           03  WS-ANT-VL-FATURADO     PIC 9(011)V9(002).
           03  WS-ANT-VL-RECEBER      PIC 9(011)V9(002).
           03  WS-ANT-VL-ESTOQUE      PIC S9(013)V9(002).
           03  WS-ANT-VL-PED-ABERTO   PIC 9(011)V9(002).

       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\HBSIS\FTT\HBREL001.WK".
       COPY "C:\Hbsis\ftt\WCURSOR.WK".
       COPY "C:\HBSIS\FTT\HBPER002.WK".
       COPY "C:\HBSIS\FTT\HBPAR002.WK".

       LINKAGE SECTION.
       COPY "C:\Hbsis\ftt\WCTRAN01.WK".

       SCREEN SECTION.
       COPY "C:\Hbsis\ftt\TPLANO2.ss".
       COPY "C:\Hbsis\ftt\TTELART.SS".
       COPY "C:\Hbsis\ftt\TTELAADV.SS".
       COPY "C:\Hbsis\ftt\TOPCFEC.SS".
       COPY "C:\Hbsis\ftt\TCONF.SS".
       COPY "C:\Hbsis\ftt\TMSG.SS".
       PROCEDURE DIVISION USING LK-TRANSFERENCIA.
       PROGRAMA.
           PERFORM ABRE-ARQUIVOS THRU
                   ABRE-ARQUIVOS-EXIT
           MOVE ZEROS TO WK-OPCAO
           MOVE "NAO" TO SAIDA-WS
           PERFORM VERIF-OPCAO THRU
                   VERIF-OPCAO-EXIT UNTIL WK-OPCAO EQUAL 9
           PERFORM FINALIZA THRU FINALIZA-EXIT.
       PROGRAMA-EXIT.
           EXIT.

       VERIF-OPCAO.
           DISPLAY G-TOPCFEC.
           PERFORM 9600-LOOP-CURSOR.
           PERFORM VERIFICA-PERMISSAO THRU VERIFICA-PERMISSAO-EXIT.
           IF  WS-PERMITIDO EQUAL "NAO"
               GO  TO  VERIF-OPCAO-EXIT.
           MOVE "NAO" TO SAIDA-WS
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
                PERFORM ROT-FECHAR THRU ROT-FECHAR-EXIT
           WHEN WK-OPCAO EQUAL 2
                PERFORM ROT-REABRIR THRU ROT-REABRIR-EXIT
           WHEN WK-OPCAO EQUAL 3
                PERFORM ROT-COMPARATIVO THRU ROT-COMPARATIVO-EXIT
           END-EVALUATE.
        VERIF-OPCAO-EXIT.
           EXIT.

      *    PERMISSAO DA FUNCAO ESCOLHIDA (ARQPER, HBPER001)
       VERIFICA-PERMISSAO.
           MOVE "SIM"    TO WS-PERMITIDO.
           MOVE SPACES   TO SR-PER-OPERACAO.
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
                MOVE "PRO" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 2
                MOVE "ALT" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 3
                MOVE "REL" TO SR-PER-OPERACAO
           END-EVALUATE.
           IF  SR-PER-OPERACAO EQUAL SPACES
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "VER"        TO SR-PER-FUNCAO.
           MOVE LK-EMP-COD   TO SR-PER-EMP-COD.
           MOVE LK-USUARIO   TO SR-PER-USUARIO.
           MOVE LK-LIBERACAO TO SR-PER-LIBERACAO.
           MOVE "HBFEC001"   TO SR-PER-PROGRAMA.
           CALL "HBPER002" USING SR-PARAM-HBPER002.
           IF  NOT SR88-PER-NEGADO
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "NAO" TO WS-PERMITIDO.
           MOVE "HBFEC001"              TO WS-LOG-PROGRAMA.
           MOVE SPACES                  TO WS-LOG-ACAO.
           STRING "SEM PERMISSAO " SR-PER-OPERACAO
                  DELIMITED BY SIZE INTO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE "Funcao nao liberada para o usuario...  "
                               TO WK-MSG-ADV1.
           MOVE "Fale com o administrador do sistema... "
                               TO WK-MSG-ADV2.
           PERFORM 9300-ADVERTENCIA.
       VERIFICA-PERMISSAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    FECHAMENTO DO MES: FOTOGRAFIA E BLOQUEIO DO PERIODO    *
      *----------------------------------------------------------*
       ROT-FECHAR.
           PERFORM ENTRAR-MES THRU ENTRAR-MES-EXIT.
           IF  WS-MES-AAAAMM EQUAL ZEROS
               GO  TO  ROT-FECHAR-EXIT.
           IF  WS-MES-AAAAMM NOT LESS THAN WS-MES-CORRENTE
               MOVE "So fecha mes anterior ao corrente...   "
                                   TO WK-MSG-ADV1
               MOVE "O fechamento nao foi efetuado...       "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ROT-FECHAR-EXIT.
           MOVE LK-EMP-COD    TO FEC-EMP-COD.
           MOVE WS-MES-AAAAMM TO FEC-ANOMES.
           MOVE "NAO" TO ERRO-LEITURA.
           READ ARQFEC INVALID KEY
               MOVE "SIM" TO ERRO-LEITURA
           END-READ.
           IF  ERRO-LEITURA EQUAL "NAO"
               AND FEC-FECHADO
               MOVE "Mes ja esta fechado..." TO MSG
               PERFORM MENSAGEM THRU MENSAGEM-EXIT
               GO  TO  ROT-FECHAR-EXIT.
           IF  ERRO-LEITURA EQUAL "SIM"
               INITIALIZE FEC-REG
               MOVE LK-EMP-COD    TO FEC-EMP-COD
               MOVE WS-MES-AAAAMM TO FEC-ANOMES.
           MOVE "Confirma o fechamento do mes ..." TO WK-MSG-CONF.
           PERFORM CONFIRMA THRU CONFIRMA-EXIT.
           IF  WK-CONFIRMA NOT EQUAL "S" AND "s"
               GO  TO  ROT-FECHAR-EXIT.
           DISPLAY "Aguarde, fotografando o mes...       " AT 2103.
           MOVE ZEROS TO FEC-QTD-NOTAS FEC-VL-FATURADO
                         FEC-QTD-PARC-ABERTO FEC-VL-RECEBER
                         FEC-QTD-ESTOQUE FEC-VL-ESTOQUE
                         FEC-QTD-PRO-SEM-CUSTO
                         FEC-QTD-PED-ABERTO FEC-VL-PED-ABERTO.
           COMPUTE WS-DT-INI-MES = WS-MES-AAAAMM * 100 + 1.
           COMPUTE WS-DT-FIM-MES = WS-MES-AAAAMM * 100 + 31.
           PERFORM FOTO-NOTAS THRU FOTO-NOTAS-EXIT.
           PERFORM FOTO-RECEBER THRU FOTO-RECEBER-EXIT.
           PERFORM FOTO-ESTOQUE THRU FOTO-ESTOQUE-EXIT.
           PERFORM FOTO-PEDIDOS THRU FOTO-PEDIDOS-EXIT.
           MOVE "F"         TO FEC-SITUACAO.
           MOVE WK-DATA-SYS TO FEC-DT-FECHTO.
           MOVE LK-USUARIO  TO FEC-USU-FECHTO.
           IF  ERRO-LEITURA EQUAL "SIM"
               WRITE FEC-REG INVALID KEY
                   MOVE " FECHAMENT"   TO WK-MSG-RT2
                   PERFORM 9100-RETCOD
               END-WRITE
           ELSE
               REWRITE FEC-REG INVALID KEY
                   MOVE " FECHAMENT"   TO WK-MSG-RT2
                   PERFORM 9100-RETCOD
               END-REWRITE
           END-IF.
           DISPLAY "                                     " AT 2103.
           MOVE "HBFEC001"              TO WS-LOG-PROGRAMA.
           MOVE SPACES                  TO WS-LOG-ACAO.
           STRING "FECHOU MES " WS-MES-AAAAMM
                  DELIMITED BY SIZE INTO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE "Mes fechado..." TO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
       ROT-FECHAR-EXIT.
           EXIT.

       FOTO-NOTAS.
           MOVE "NAO" TO WS-EOF.
           MOVE ZEROS TO NOT-NUMERO.
           START ARQNOT KEY IS NOT LESS THAN NOT-NUMERO INVALID KEY
               MOVE "SIM" TO WS-EOF.
           PERFORM FOTO-NOTAS-LE THRU FOTO-NOTAS-LE-EXIT
                   UNTIL WS-EOF EQUAL "SIM".
       FOTO-NOTAS-EXIT.
           EXIT.

       FOTO-NOTAS-LE.
           READ ARQNOT NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-EOF
                   GO  TO  FOTO-NOTAS-LE-EXIT
           END-READ.
           IF  NOT-DATA LESS THAN WS-DT-INI-MES
               OR NOT-DATA GREATER THAN WS-DT-FIM-MES
               OR NOT NOT-ATIVA
               GO  TO  FOTO-NOTAS-LE-EXIT.
           MOVE NOT-CLI-COD TO CLI-COD.
           PERFORM VERIFICA-EMPRESA THRU VERIFICA-EMPRESA-EXIT.
           IF  WS-CLI-DA-EMPRESA EQUAL "NAO"
               GO  TO  FOTO-NOTAS-LE-EXIT.
           MOVE NOT-VL-NOTA TO WS-VL-NOTA.
           IF  WS-VL-NOTA EQUAL ZEROS
               MOVE NOT-VL-TOTAL TO WS-VL-NOTA.
           ADD 1          TO FEC-QTD-NOTAS.
           ADD WS-VL-NOTA TO FEC-VL-FATURADO.
       FOTO-NOTAS-LE-EXIT.
           EXIT.

       FOTO-RECEBER.
           MOVE "NAO" TO WS-EOF.
           MOVE ZEROS TO REC-NOTA REC-PARCELA.
           START ARQREC KEY IS NOT LESS THAN REC-CHAVE INVALID KEY
               MOVE "SIM" TO WS-EOF.
           PERFORM FOTO-RECEBER-LE THRU FOTO-RECEBER-LE-EXIT
                   UNTIL WS-EOF EQUAL "SIM".
       FOTO-RECEBER-EXIT.
           EXIT.

      *    EM ABERTO NO FIM DO MES: EMITIDA ATE O FIM DO MES E
      *    AINDA ABERTA OU PAGA SO DEPOIS DELE
       FOTO-RECEBER-LE.
           READ ARQREC NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-EOF
                   GO  TO  FOTO-RECEBER-LE-EXIT
           END-READ.
           IF  REC-DT-EMISSAO GREATER THAN WS-DT-FIM-MES
               OR REC-CANCELADA
               GO  TO  FOTO-RECEBER-LE-EXIT.
           IF  REC-PAGA
               AND REC-DT-PAGAMENTO NOT GREATER THAN WS-DT-FIM-MES
               GO  TO  FOTO-RECEBER-LE-EXIT.
           MOVE REC-CLI-COD TO CLI-COD.
           PERFORM VERIFICA-EMPRESA THRU VERIFICA-EMPRESA-EXIT.
           IF  WS-CLI-DA-EMPRESA EQUAL "NAO"
               GO  TO  FOTO-RECEBER-LE-EXIT.
           ADD 1              TO FEC-QTD-PARC-ABERTO.
           ADD REC-VL-PARCELA TO FEC-VL-RECEBER.
       FOTO-RECEBER-LE-EXIT.
           EXIT.

       FOTO-ESTOQUE.
           MOVE "NAO" TO WS-EOF.
           MOVE ZEROS TO EST-PRO-COD.
           START ARQEST KEY IS NOT LESS THAN EST-PRO-COD INVALID KEY
               MOVE "SIM" TO WS-EOF.
           PERFORM FOTO-ESTOQUE-LE THRU FOTO-ESTOQUE-LE-EXIT
                   UNTIL WS-EOF EQUAL "SIM".
       FOTO-ESTOQUE-EXIT.
           EXIT.

       FOTO-ESTOQUE-LE.
           READ ARQEST NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-EOF
                   GO  TO  FOTO-ESTOQUE-LE-EXIT
           END-READ.
           IF  EST-SALDO EQUAL ZEROS
               GO  TO  FOTO-ESTOQUE-LE-EXIT.
           ADD EST-SALDO TO FEC-QTD-ESTOQUE.
           PERFORM BUSCA-CUSTO THRU BUSCA-CUSTO-EXIT.
           IF  WS-CUSTO-VIGENTE EQUAL ZEROS
               ADD 1 TO FEC-QTD-PRO-SEM-CUSTO
               GO  TO  FOTO-ESTOQUE-LE-EXIT.
           COMPUTE FEC-VL-ESTOQUE ROUNDED = FEC-VL-ESTOQUE
                   + EST-SALDO * WS-CUSTO-VIGENTE.
       FOTO-ESTOQUE-LE-EXIT.
           EXIT.

       BUSCA-CUSTO.
           MOVE "NAO" TO WS-CUS-EOF.
           MOVE ZEROS TO WS-CUSTO-VIGENTE.
           MOVE EST-PRO-COD TO CUS-PRO-COD.
           MOVE ZEROS       TO CUS-DT-INICIO.
           START ARQCUS KEY IS GREATER THAN CUS-CHAVE INVALID KEY
               MOVE "SIM" TO WS-CUS-EOF.
           PERFORM BUSCA-CUSTO-LE THRU BUSCA-CUSTO-LE-EXIT
                   UNTIL WS-CUS-EOF EQUAL "SIM".
       BUSCA-CUSTO-EXIT.
           EXIT.

       BUSCA-CUSTO-LE.
           READ ARQCUS NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-CUS-EOF
                   GO  TO  BUSCA-CUSTO-LE-EXIT
           END-READ.
           IF  CUS-PRO-COD NOT EQUAL EST-PRO-COD
               OR CUS-DT-INICIO GREATER THAN WS-DT-FIM-MES
               MOVE "SIM" TO WS-CUS-EOF
               GO  TO  BUSCA-CUSTO-LE-EXIT.
           IF  CUS-DT-FIM EQUAL ZEROS
               OR CUS-DT-FIM NOT LESS THAN WS-DT-FIM-MES
               MOVE CUS-VL-CUSTO TO WS-CUSTO-VIGENTE.
       BUSCA-CUSTO-LE-EXIT.
           EXIT.

       FOTO-PEDIDOS.
           MOVE "NAO" TO WS-EOF.
           MOVE ZEROS TO PED-CLI-COD PED-PEDIDO.
           START ARQPED KEY IS NOT LESS THAN PED-CHAVE INVALID KEY
               MOVE "SIM" TO WS-EOF.
           PERFORM FOTO-PEDIDOS-LE THRU FOTO-PEDIDOS-LE-EXIT
                   UNTIL WS-EOF EQUAL "SIM".
       FOTO-PEDIDOS-EXIT.
           EXIT.

       FOTO-PEDIDOS-LE.
           READ ARQPED NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-EOF
                   GO  TO  FOTO-PEDIDOS-LE-EXIT
           END-READ.
           IF  PED-DATA GREATER THAN WS-DT-FIM-MES
               GO  TO  FOTO-PEDIDOS-LE-EXIT.
           IF  NOT PED-ABERTO AND NOT PED-SEPARADO
               GO  TO  FOTO-PEDIDOS-LE-EXIT.
           MOVE PED-CLI-COD TO CLI-COD.
           PERFORM VERIFICA-EMPRESA THRU VERIFICA-EMPRESA-EXIT.
           IF  WS-CLI-DA-EMPRESA EQUAL "NAO"
               GO  TO  FOTO-PEDIDOS-LE-EXIT.
           ADD 1            TO FEC-QTD-PED-ABERTO.
           ADD PED-VL-TOTAL TO FEC-VL-PED-ABERTO.
       FOTO-PEDIDOS-LE-EXIT.
           EXIT.

       VERIFICA-EMPRESA.
           MOVE "SIM" TO WS-CLI-DA-EMPRESA.
           READ ARQCLI INVALID KEY
               GO  TO  VERIFICA-EMPRESA-EXIT
           END-READ.
           IF  CLI-EMP-COD NOT EQUAL ZEROS
               AND CLI-EMP-COD NOT EQUAL LK-EMP-COD
               MOVE "NAO" TO WS-CLI-DA-EMPRESA.
       VERIFICA-EMPRESA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REABERTURA DO MES: SOMENTE NIVEL 99, FICA NO ARQLOG    *
      *----------------------------------------------------------*
       ROT-REABRIR.
           IF  LK-LIBERACAO NOT EQUAL "99"
               MOVE "Acesso restrito ao administrador...    "
                                   TO WK-MSG-ADV1
               MOVE "Fale com o administrador do sistema... "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ROT-REABRIR-EXIT.
           PERFORM ENTRAR-MES THRU ENTRAR-MES-EXIT.
           IF  WS-MES-AAAAMM EQUAL ZEROS
               GO  TO  ROT-REABRIR-EXIT.
           MOVE LK-EMP-COD    TO FEC-EMP-COD.
           MOVE WS-MES-AAAAMM TO FEC-ANOMES.
           MOVE "NAO" TO ERRO-LEITURA.
           READ ARQFEC WITH LOCK INVALID KEY
               MOVE "SIM" TO ERRO-LEITURA
           END-READ.
           IF  ERRO-LEITURA EQUAL "SIM"
               OR NOT FEC-FECHADO
               MOVE "Mes nao esta fechado..." TO MSG
               PERFORM MENSAGEM THRU MENSAGEM-EXIT
               GO  TO  ROT-REABRIR-EXIT.
           MOVE "Confirma a reabertura do mes ..." TO WK-MSG-CONF.
           PERFORM CONFIRMA THRU CONFIRMA-EXIT.
           IF  WK-CONFIRMA NOT EQUAL "S" AND "s"
               GO  TO  ROT-REABRIR-EXIT.
           MOVE "R"         TO FEC-SITUACAO.
           MOVE WK-DATA-SYS TO FEC-DT-REABERT.
           MOVE LK-USUARIO  TO FEC-USU-REABERT.
           ADD 1            TO FEC-QTD-REABERT.
           REWRITE FEC-REG INVALID KEY
               MOVE " FECHAMENT"   TO WK-MSG-RT2
               PERFORM 9100-RETCOD
           END-REWRITE.
           MOVE "HBFEC001"              TO WS-LOG-PROGRAMA.
           MOVE SPACES                  TO WS-LOG-ACAO.
           STRING "REABRIU MES " WS-MES-AAAAMM
                  DELIMITED BY SIZE INTO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE "Mes reaberto..." TO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
       ROT-REABRIR-EXIT.
           EXIT.

       ENTRAR-MES.
           MOVE ZEROS TO WS-MES-AAAAMM.
           DISPLAY "Mes (AAAAMM) ......:" AT 2003.
           ACCEPT WS-MES-AAAAMM AT 2024 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               MOVE ZEROS TO WS-MES-AAAAMM
               GO  TO  ENTRAR-MES-LIMPA.
           IF  WS-MES-AAAAMM NOT EQUAL ZEROS
               AND (WS-MES-MES LESS THAN 01
                    OR WS-MES-MES GREATER THAN 12)
               MOVE "Mes invalido..." TO MSG
               PERFORM MENSAGEM THRU MENSAGEM-EXIT
               GO  TO  ENTRAR-MES.
       ENTRAR-MES-LIMPA.
           DISPLAY "                             " AT 2003.
       ENTRAR-MES-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    COMPARATIVO MES A MES DAS FOTOGRAFIAS DA EMPRESA       *
      *----------------------------------------------------------*
       ROT-COMPARATIVO.
           MOVE ZEROS TO WS-MES-INI WS-MES-FIM.
           DISPLAY "Mes inicial (AAAAMM):" AT 2003.
           ACCEPT WS-MES-INI AT 2025 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               GO  TO  ROT-COMPARATIVO-LIMPA.
           DISPLAY "Mes final   (AAAAMM):" AT 2103.
           ACCEPT WS-MES-FIM AT 2125 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               GO  TO  ROT-COMPARATIVO-LIMPA.
           IF  WS-MES-FIM EQUAL ZEROS
               MOVE 999999 TO WS-MES-FIM.
           DISPLAY "                             " AT 2003.
           DISPLAY "                             " AT 2103.
           MOVE ZEROS TO WS-MESES.
           MOVE "SIM" TO WS-PRIMEIRO.
           INITIALIZE WS-ANTERIOR.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELFEC"   TO SR-REL-BASE.
           MOVE "HBFEC001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE SPACES TO REL-LINHA.
           STRING "COMPARATIVO DOS FECHAMENTOS MENSAIS - "
                  LK-EMP-NOME " - EMISSAO " WK-DATA-SYS
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "VARIACAO % SOBRE O MES ANTERIOR LISTADO;"
                  " SITUACAO F=FECHADO R=REABERTO"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "MES     S   NOTAS          FATURADO     VAR%"
                  "  PARCELAS      A RECEBER     VAR%"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "             QTD ESTOQUE    VALOR ESTOQUE"
                  "     VAR% PEDIDOS   PED. ABERTOS     VAR%"
                  " SEM CUSTO"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "NAO" TO WS-EOF.
           MOVE LK-EMP-COD TO FEC-EMP-COD.
           MOVE WS-MES-INI TO FEC-ANOMES.
           START ARQFEC KEY IS NOT LESS THAN FEC-CHAVE INVALID KEY
               MOVE "SIM" TO WS-EOF.
           PERFORM COMPARA-MES THRU COMPARA-MES-EXIT
                   UNTIL WS-EOF EQUAL "SIM".
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-MESES TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "MESES LISTADOS: " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE ARQREL.
           MOVE "HBFEC001"              TO WS-LOG-PROGRAMA.
           MOVE "COMPARATIVO MENSAL"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE SPACES TO MSG.
           STRING "Relatorio gravado: " DELIMITED BY SIZE
                  WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                  INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
           GO  TO  ROT-COMPARATIVO-EXIT.
       ROT-COMPARATIVO-LIMPA.
           DISPLAY "                             " AT 2003.
           DISPLAY "                             " AT 2103.
       ROT-COMPARATIVO-EXIT.
           EXIT.

       COMPARA-MES.
           READ ARQFEC NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-EOF
                   GO  TO  COMPARA-MES-EXIT
           END-READ.
           IF  FEC-EMP-COD NOT EQUAL LK-EMP-COD
               OR FEC-ANOMES GREATER THAN WS-MES-FIM
               MOVE "SIM" TO WS-EOF
               GO  TO  COMPARA-MES-EXIT.
           ADD 1 TO WS-MESES.
           MOVE FEC-ANOMES TO WS-MES-AAAAMM.
           MOVE WS-MES-MES TO WS-MES-ED-MES.
           MOVE WS-MES-ANO TO WS-MES-ED-ANO.
           MOVE SPACES TO REL-LINHA.
           MOVE FEC-QTD-NOTAS TO WS-CONT-ED.
           MOVE FEC-VL-FATURADO TO WS-VAL-ED.
           MOVE FEC-VL-FATURADO    TO WS-VAR-ATUAL.
           MOVE WS-ANT-VL-FATURADO TO WS-VAR-ANTERIOR.
           PERFORM CALCULA-VARIACAO THRU CALCULA-VARIACAO-EXIT.
           STRING WS-MES-ED " " FEC-SITUACAO " " WS-CONT-ED
                  WS-VAL-ED " " WS-VAR-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           MOVE FEC-QTD-PARC-ABERTO TO WS-CONT-ED.
           MOVE FEC-VL-RECEBER TO WS-VAL-ED.
           MOVE FEC-VL-RECEBER    TO WS-VAR-ATUAL.
           MOVE WS-ANT-VL-RECEBER TO WS-VAR-ANTERIOR.
           PERFORM CALCULA-VARIACAO THRU CALCULA-VARIACAO-EXIT.
           STRING "   " WS-CONT-ED WS-VAL-ED " " WS-VAR-ED
                  DELIMITED BY SIZE INTO REL-LINHA(46:).
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE FEC-QTD-ESTOQUE TO WS-QEST-ED.
           MOVE FEC-VL-ESTOQUE TO WS-EST-ED.
           MOVE FEC-VL-ESTOQUE    TO WS-VAR-ATUAL.
           MOVE WS-ANT-VL-ESTOQUE TO WS-VAR-ANTERIOR.
           PERFORM CALCULA-VARIACAO THRU CALCULA-VARIACAO-EXIT.
           STRING "          " WS-QEST-ED WS-EST-ED " " WS-VAR-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           MOVE FEC-QTD-PED-ABERTO TO WS-CONT-ED.
           MOVE FEC-VL-PED-ABERTO TO WS-VAL-ED.
           MOVE FEC-VL-PED-ABERTO    TO WS-VAR-ATUAL.
           MOVE WS-ANT-VL-PED-ABERTO TO WS-VAR-ANTERIOR.
           PERFORM CALCULA-VARIACAO THRU CALCULA-VARIACAO-EXIT.
           STRING WS-CONT-ED WS-VAL-ED " " WS-VAR-ED
                  DELIMITED BY SIZE INTO REL-LINHA(57:).
           MOVE FEC-QTD-PRO-SEM-CUSTO TO WS-CONT-ED.
           STRING "   " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA(100:).
           WRITE REL-LINHA.
           MOVE FEC-VL-FATURADO   TO WS-ANT-VL-FATURADO.
           MOVE FEC-VL-RECEBER    TO WS-ANT-VL-RECEBER.
           MOVE FEC-VL-ESTOQUE    TO WS-ANT-VL-ESTOQUE.
           MOVE FEC-VL-PED-ABERTO TO WS-ANT-VL-PED-ABERTO.
           MOVE "NAO" TO WS-PRIMEIRO.
       COMPARA-MES-EXIT.
           EXIT.

       CALCULA-VARIACAO.
           MOVE "         -" TO WS-VAR-ED.
           IF  WS-PRIMEIRO EQUAL "SIM"
               OR WS-VAR-ANTERIOR EQUAL ZEROS
               GO  TO  CALCULA-VARIACAO-EXIT.
           COMPUTE WS-VAR-PCT ROUNDED =
                   (WS-VAR-ATUAL - WS-VAR-ANTERIOR) * 100
                   / WS-VAR-ANTERIOR
               ON SIZE ERROR
                   GO  TO  CALCULA-VARIACAO-EXIT
           END-COMPUTE.
           MOVE WS-VAR-PCT TO WS-PCT-ED.
           MOVE SPACES     TO WS-VAR-ED.
           MOVE WS-PCT-ED  TO WS-VAR-ED(2:).
       CALCULA-VARIACAO-EXIT.
           EXIT.

       CONFIRMA.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT
           MOVE "N" TO WK-CONFIRMA.
           DISPLAY G-TCONF.
           ACCEPT G-TCONF.
           PERFORM RESTAURA-TELA THRU RESTAURA-TELA-EXIT.
       CONFIRMA-EXIT.
           EXIT.

       OFERECE-VISUALIZAR.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT.
           MOVE "Visualizar o relatorio agora ..." TO WK-MSG-CONF.
           MOVE "N" TO WK-CONFIRMA.
           DISPLAY G-TCONF.
           ACCEPT G-TCONF.
           PERFORM RESTAURA-TELA THRU RESTAURA-TELA-EXIT.
           IF  WK-CONFIRMA EQUAL "S" OR "s"
               MOVE WS-CAMINHO-REL TO LK-ARQ-REL
               CALL "HBVIS001" USING LK-TRANSFERENCIA
               END-CALL
               CANCEL "HBVIS001"
               MOVE SPACES TO LK-ARQ-REL.
       OFERECE-VISUALIZAR-EXIT.
           EXIT.

       ABRE-ARQUIVOS.
           MOVE "HBFEC001 " TO LK-PGM(2).
           MOVE "HBFEC001 " TO WK-COD-PGM.
           MOVE " FECHAMENTO MENSAL" TO WK-DESC-PGM.
           ACCEPT WK-DATA  FROM DATE.
           ACCEPT WK-HORA  FROM TIME.
           MOVE WK-DIA            TO WK-DIA-SALVO.
           MOVE WK-ANO            TO WK-DIA.
           MOVE WK-DIA-SALVO      TO WK-ANO.
           PERFORM 9000-ANO2000.
           MOVE WK-DATA-MIL       TO WK-DATA-SYS.
           MOVE WK-DIA-INV        TO WK-DIA-EXT.
           MOVE WK-ANO-INV        TO WK-ANO-EXT.
           MOVE WK-MES-R (WK-MES-INV) TO WK-MES-EXT.
           MOVE LK-EMP-NOME       TO WK-EMP-NOME.
           DISPLAY G-TPLANO2.
           MOVE WK-DATA-SYS(1:6)  TO WS-MES-CORRENTE.

           MOVE "C:\HBSIS\DB\ARQFEC.DAT" TO WS-CAMINHO-FEC FEC-ARQ-WK.
           OPEN I-O ARQFEC.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQFEC
              CLOSE ARQFEC
              OPEN I-O ARQFEC
           END-IF
           MOVE " FECHAMENT"           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQCLI.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO.
           OPEN INPUT ARQCLI.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQCLI
              CLOSE ARQCLI
              OPEN INPUT ARQCLI
           END-IF
           MOVE " CLIENTES "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQNOT.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-NOT NOT-ARQ-WK.
           OPEN INPUT ARQNOT.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQNOT
              CLOSE ARQNOT
              OPEN INPUT ARQNOT
           END-IF
           MOVE " NOTAS    "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQREC.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-REC REC-ARQ-WK.
           OPEN INPUT ARQREC.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQREC
              CLOSE ARQREC
              OPEN INPUT ARQREC
           END-IF
           MOVE " RECEBER  "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQEST.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-EST EST-ARQ-WK.
           OPEN INPUT ARQEST.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQEST
              CLOSE ARQEST
              OPEN INPUT ARQEST
           END-IF
           MOVE " ESTOQUE  "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQCUS.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-CUS CUS-ARQ-WK.
           OPEN INPUT ARQCUS.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQCUS
              CLOSE ARQCUS
              OPEN INPUT ARQCUS
           END-IF
           MOVE " CUSTOS   "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQPED.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PED PED-ARQ-WK.
           OPEN INPUT ARQPED.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQPED
              CLOSE ARQPED
              OPEN INPUT ARQPED
           END-IF
           MOVE " PEDIDOS  "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "HBFEC001"              TO WS-LOG-PROGRAMA.
           MOVE "ENTROU NO PROGRAMA"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

       FINALIZA.
           MOVE "HBFEC001"              TO WS-LOG-PROGRAMA.
           MOVE "SAIU DO PROGRAMA"      TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE " " TO LK-PGM(2).
           CLOSE ARQFEC.
           CLOSE ARQCLI.
           CLOSE ARQNOT.
           CLOSE ARQREC.
           CLOSE ARQEST.
           CLOSE ARQCUS.
           CLOSE ARQPED.
           EXIT PROGRAM.
       FINALIZA-EXIT.
           EXIT.

       MENSAGEM.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT
           PERFORM TEST AFTER UNTIL TECLA = "01"
                   MOVE SPACES TO AUXILIAR
                   DISPLAY G-TMSG DISPLAY MSG AT 2332
                   ACCEPT AUXILIAR AT 2580 WITH AUTO-SKIP
                   ACCEPT TECLA FROM ESCAPE KEY
           END-PERFORM
           PERFORM RESTAURA-TELA THRU RESTAURA-TELA.
       MENSAGEM-EXIT.
           EXIT.

       SALVA-TELA.
           call "CBL_READ_SCR_CHATTRS" using screen-origin(1)
                          screen-buffer(1)
                          screen-attrs(1)
                          screen-string-length(1).
       SALVA-TELA-EXIT.
           EXIT.

       RESTAURA-TELA.
           call "CBL_WRITE_SCR_CHATTRS" using screen-origin(1)
                      screen-buffer(1)
                      screen-attrs(1)
                      screen-string-length(1).
       RESTAURA-TELA-EXIT.
           EXIT.

       9700-GRAVA-LOG SECTION.
       9700-000.
           MOVE WS-CAMINHO               TO WS-CAMINHO-SALVO.
           MOVE "C:\HBSIS\DB\ARQLOG.DAT" TO WS-CAMINHO.
           OPEN EXTEND ARQLOG.
           IF  WK01-RETCOD EQUAL "35"
               OPEN OUTPUT ARQLOG
               CLOSE ARQLOG
               OPEN EXTEND ARQLOG
           END-IF.
           ACCEPT WK-DATA FROM DATE.
           ACCEPT WK-HORA FROM TIME.
           MOVE WK-DIA                   TO WK-DIA-SALVO.
           MOVE WK-ANO                   TO WK-DIA.
           MOVE WK-DIA-SALVO             TO WK-ANO.
           MOVE WK-DIA                   TO LOG-DIA.
           MOVE WK-MES                   TO LOG-MES.
           MOVE WK-ANO                   TO LOG-ANO.
           MOVE WK-HORA                  TO LOG-HORA.
           MOVE LK-USUARIO               TO LOG-USUARIO.
           MOVE WS-LOG-PROGRAMA          TO LOG-PROGRAMA.
           MOVE WS-LOG-ACAO              TO LOG-ACAO.
           WRITE LOG-REG.
           CLOSE ARQLOG.
           MOVE WS-CAMINHO-SALVO         TO WS-CAMINHO.
       9700-EXIT.
           EXIT.

           COPY "C:\Hbsis\ftt\MANO2000.MP".
           COPY "C:\Hbsis\ftt\MRETCOD.MP".
           COPY "C:\Hbsis\ftt\MADVERT.MP".
           COPY "C:\Hbsis\ftt\MCURSOR.MP".
           COPY "C:\Hbsis\ftt\MCAMINHO.MP".

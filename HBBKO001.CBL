       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HBBKO001.
       AUTHOR.        Odair Garcia Arouca.
       DATE-WRITTEN.  15/10/2026.
      ********* Favor incluir alteracoes efetuadas ***********
      * - PROGRAMA DE CONSULTA DAS PENDENCIAS DE ENTREGA
      *   (BACKORDER) GERADAS NA SEPARACAO PARCIAL DO HBPED002
      * - POR PRODUTO (RELBKO.TXT): CLIENTES AGUARDANDO, DO
      *   PEDIDO MAIS ANTIGO PARA O MAIS NOVO, COM O SALDO ATUAL
      * - A ATENDER (RELBKA.TXT): SO PRODUTOS COM SALDO; DISTRIBUI
      *   O SALDO NA ORDEM DA DATA DO PEDIDO ORIGINAL E INDICA
      *   QUEM JA PODE SER ATENDIDO
      * - SO CONTA A PENDENCIA CUJO PEDIDO AINDA ESTA ABERTO
      *   ("A") E CUJO ITEM AINDA EXISTE NO ARQITE
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
           COPY "C:\Hbsis\ftt\FBKO0001.SEL".
           COPY "C:\Hbsis\ftt\FPED0001.SEL".
           COPY "C:\Hbsis\ftt\FITE0001.SEL".
           COPY "C:\Hbsis\ftt\FCLI0001.SEL".
           COPY "C:\Hbsis\ftt\FPRO0001.SEL".
           COPY "C:\Hbsis\ftt\FEST0001.SEL".
           COPY "C:\Hbsis\ftt\FRELCLI.SEL".
           COPY "C:\HBSIS\FTT\FLOG0001.SEL".
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY "C:\Hbsis\ftt\FBKO0001.FD".
           COPY "C:\Hbsis\ftt\FPED0001.FD".
           COPY "C:\Hbsis\ftt\FITE0001.FD".
           COPY "C:\Hbsis\ftt\FCLI0001.FD".
           COPY "C:\Hbsis\ftt\FPRO0001.FD".
           COPY "C:\Hbsis\ftt\FEST0001.FD".
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
       77  WS-CAMINHO-BKO             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-PED             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-ITE             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-PRO             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-EST             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-REL             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-PERMITIDO               PIC XXX     VALUE "SIM".
       77  WS-BKO-MODO                PIC X(003)  VALUE SPACES.
       77  WS-BKO-EOF                 PIC XXX     VALUE "NAO".
       77  WS-BKO-VALIDA              PIC XXX     VALUE "NAO".
       77  WS-PRO-FILTRO              PIC 9(013)  VALUE ZEROS.
       77  WS-PRO-ATUAL               PIC 9(013)  VALUE ZEROS.
       77  WS-PRO-ABERTO              PIC XXX     VALUE "NAO".
       77  WS-PRO-PULA                PIC XXX     VALUE "NAO".
       77  WS-QTD-PENDENTE            PIC 9(005)V9(002) VALUE ZEROS.
       77  WS-SALDO-ATUAL             PIC S9(007)V9(002) VALUE ZEROS.
       77  WS-SALDO-RESTA             PIC S9(007)V9(002) VALUE ZEROS.
       77  WS-QTD-PRO                 PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-QTD-TOTAL               PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-SITUACAO-ATD            PIC X(007)  VALUE SPACES.
       77  WS-PRODUTOS                PIC 9(005)  VALUE ZEROS.
       77  WS-PENDENCIAS              PIC 9(005)  VALUE ZEROS.
       77  WS-ATENDIVEIS              PIC 9(005)  VALUE ZEROS.
       77  WS-PRO-ED                  PIC Z(012)9.
       77  WS-PED-ED                  PIC Z(009)9.
       77  WS-ORI-ED                  PIC Z(009)9.
       77  WS-CLI-ED                  PIC ZZZZZZ9.
       77  WS-QTD-ED                  PIC ZZZZ9,99.
       77  WS-SALDO-ED                PIC -ZZZZZZ9,99.
       77  WS-TOT-ED                  PIC ZZZZZZZZ9,99.
       77  WS-CONT-ED                 PIC ZZZZ9.
       01  WS-DATA-ED.
           03  WS-DATA-ED-DIA         PIC 9(002).
           03  FILLER                 PIC X(001)  VALUE "/".
           03  WS-DATA-ED-MES         PIC 9(002).
           03  FILLER                 PIC X(001)  VALUE "/".
           03  WS-DATA-ED-ANO         PIC 9(004).
       01  WS-DATA-AAAAMMDD.
           03  WS-DATA-ANO            PIC 9(004).
           03  WS-DATA-MES            PIC 9(002).
           03  WS-DATA-DIA            PIC 9(002).

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
       COPY "C:\Hbsis\ftt\TOPCBKO.SS".
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
           DISPLAY G-TOPCBKO.
           PERFORM 9600-LOOP-CURSOR.
           PERFORM VERIFICA-PERMISSAO THRU VERIFICA-PERMISSAO-EXIT.
           IF  WS-PERMITIDO EQUAL "NAO"
               GO  TO  VERIF-OPCAO-EXIT.
           MOVE "NAO" TO SAIDA-WS
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
                MOVE "PRO" TO WS-BKO-MODO
                PERFORM ROT-RELATORIO THRU ROT-RELATORIO-EXIT
           WHEN WK-OPCAO EQUAL 2
                MOVE "ATE" TO WS-BKO-MODO
                PERFORM ROT-RELATORIO THRU ROT-RELATORIO-EXIT
           END-EVALUATE.
        VERIF-OPCAO-EXIT.
           EXIT.

      *    PERMISSAO DA FUNCAO ESCOLHIDA (ARQPER, HBPER001)
       VERIFICA-PERMISSAO.
           MOVE "SIM"    TO WS-PERMITIDO.
           MOVE SPACES   TO SR-PER-OPERACAO.
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
                MOVE "REL" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 2
                MOVE "REL" TO SR-PER-OPERACAO
           END-EVALUATE.
           IF  SR-PER-OPERACAO EQUAL SPACES
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "VER"        TO SR-PER-FUNCAO.
           MOVE LK-EMP-COD   TO SR-PER-EMP-COD.
           MOVE LK-USUARIO   TO SR-PER-USUARIO.
           MOVE LK-LIBERACAO TO SR-PER-LIBERACAO.
           MOVE "HBBKO001"   TO SR-PER-PROGRAMA.
           CALL "HBPER002" USING SR-PARAM-HBPER002.
           IF  NOT SR88-PER-NEGADO
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "NAO" TO WS-PERMITIDO.
           MOVE "HBBKO001"              TO WS-LOG-PROGRAMA.
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
      *    RELATORIOS DE PENDENCIAS (POR PRODUTO / A ATENDER)    *
      *----------------------------------------------------------*
       ROT-RELATORIO.
           MOVE ZEROS TO WS-PRO-FILTRO.
           DISPLAY "Produto (zero = todos):" AT 2003.
           ACCEPT WS-PRO-FILTRO AT 2027 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           DISPLAY "                                         " AT 2003.
           IF  TECLA EQUAL "01"
               GO  TO  ROT-RELATORIO-EXIT.
           MOVE "GER"      TO SR-REL-FUNCAO.
           IF  WS-BKO-MODO EQUAL "PRO"
               MOVE "RELBKO"   TO SR-REL-BASE
           ELSE
               MOVE "RELBKA"   TO SR-REL-BASE
           END-IF.
           MOVE "HBBKO001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE WK-DATA-SYS TO WS-DATA-AAAAMMDD.
           PERFORM EDITA-DATA THRU EDITA-DATA-EXIT.
           MOVE SPACES TO REL-LINHA.
           IF  WS-BKO-MODO EQUAL "PRO"
               STRING "PENDENCIAS DE ENTREGA POR PRODUTO - EMISSAO "
                      WS-DATA-ED
                      DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               STRING "PENDENCIAS A ATENDER COM O SALDO ATUAL - "
                      "EMISSAO " WS-DATA-ED
                      DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "ORDEM DE ATENDIMENTO: DATA DO PEDIDO ORIGINAL, "
                  "DO MAIS ANTIGO PARA O MAIS NOVO"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-PRODUTOS WS-PENDENCIAS WS-ATENDIVEIS
                         WS-QTD-TOTAL WS-PRO-ATUAL.
           MOVE "NAO" TO WS-PRO-ABERTO WS-BKO-EOF.
           MOVE WS-PRO-FILTRO TO BKO-PRO-COD.
           MOVE ZEROS         TO BKO-DATA BKO-PEDIDO BKO-ITEM.
           START ARQBKO KEY IS NOT LESS THAN BKO-CHAVE INVALID KEY
               MOVE "SIM" TO WS-BKO-EOF.
           PERFORM TRATA-PENDENCIA THRU TRATA-PENDENCIA-EXIT
                   UNTIL WS-BKO-EOF EQUAL "SIM".
           PERFORM FECHA-PRODUTO THRU FECHA-PRODUTO-EXIT.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-PRODUTOS TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "PRODUTOS COM PENDENCIA: " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-PENDENCIAS TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "PEDIDOS AGUARDANDO....: " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF  WS-BKO-MODO EQUAL "ATE"
               MOVE WS-ATENDIVEIS TO WS-CONT-ED
               MOVE SPACES TO REL-LINHA
               STRING "JA PODEM SER ATENDIDOS: " WS-CONT-ED
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE WS-QTD-TOTAL TO WS-TOT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "QUANTIDADE PENDENTE...: " WS-TOT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE ARQREL.
           MOVE "HBBKO001"              TO WS-LOG-PROGRAMA.
           IF  WS-BKO-MODO EQUAL "PRO"
               MOVE "PENDENCIAS PRODUTO"    TO WS-LOG-ACAO
           ELSE
               MOVE "PENDENCIAS A ATENDER"  TO WS-LOG-ACAO
           END-IF.
           PERFORM 9700-GRAVA-LOG.
           MOVE SPACES TO MSG.
           STRING "Relatorio gravado: " DELIMITED BY SIZE
                  WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                  INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
       ROT-RELATORIO-EXIT.
           EXIT.

       TRATA-PENDENCIA.
           READ ARQBKO NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-BKO-EOF
                   GO  TO  TRATA-PENDENCIA-EXIT
           END-READ.
           IF  WS-PRO-FILTRO NOT EQUAL ZEROS
               AND BKO-PRO-COD NOT EQUAL WS-PRO-FILTRO
               MOVE "SIM" TO WS-BKO-EOF
               GO  TO  TRATA-PENDENCIA-EXIT.
           PERFORM VALIDA-PENDENCIA THRU VALIDA-PENDENCIA-EXIT.
           IF  WS-BKO-VALIDA EQUAL "NAO"
               GO  TO  TRATA-PENDENCIA-EXIT.
           IF  WS-PRO-ABERTO EQUAL "NAO"
               OR BKO-PRO-COD NOT EQUAL WS-PRO-ATUAL
               PERFORM FECHA-PRODUTO THRU FECHA-PRODUTO-EXIT
               PERFORM ABRE-PRODUTO THRU ABRE-PRODUTO-EXIT.
           IF  WS-PRO-PULA EQUAL "SIM"
               GO  TO  TRATA-PENDENCIA-EXIT.
           ADD 1 TO WS-PENDENCIAS.
           ADD WS-QTD-PENDENTE TO WS-QTD-PRO WS-QTD-TOTAL.
           MOVE SPACES TO WS-SITUACAO-ATD.
           IF  WS-BKO-MODO EQUAL "ATE"
               PERFORM DISTRIBUI-SALDO THRU DISTRIBUI-SALDO-EXIT.
           MOVE BKO-DATA TO WS-DATA-AAAAMMDD.
           PERFORM EDITA-DATA THRU EDITA-DATA-EXIT.
           MOVE BKO-PEDIDO        TO WS-PED-ED.
           MOVE BKO-PEDIDO-ORIGEM TO WS-ORI-ED.
           MOVE BKO-CLI-COD       TO WS-CLI-ED.
           MOVE WS-QTD-PENDENTE   TO WS-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "   " WS-DATA-ED " " WS-PED-ED " " WS-ORI-ED
                  " " WS-CLI-ED " " CLI-NOME(1:35)
                  " " WS-QTD-ED "  " WS-SITUACAO-ATD
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       TRATA-PENDENCIA-EXIT.
           EXIT.

      *    A PENDENCIA SO VALE ENQUANTO O PEDIDO ESTA ABERTO, O
      *    ITEM EXISTE E O CLIENTE E DA EMPRESA CORRENTE
       VALIDA-PENDENCIA.
           MOVE "NAO" TO WS-BKO-VALIDA.
           MOVE BKO-PEDIDO TO PED-PEDIDO.
           READ ARQPED KEY IS PED-PEDIDO INVALID KEY
               GO  TO  VALIDA-PENDENCIA-EXIT
           END-READ.
           IF  PED-CLI-COD NOT EQUAL BKO-CLI-COD
               OR NOT PED-ABERTO
               GO  TO  VALIDA-PENDENCIA-EXIT.
           MOVE BKO-CLI-COD TO ITE-CLI-COD.
           MOVE BKO-PEDIDO  TO ITE-PEDIDO.
           MOVE BKO-ITEM    TO ITE-ITEM.
           READ ARQITE INVALID KEY
               GO  TO  VALIDA-PENDENCIA-EXIT
           END-READ.
           IF  ITE-PRO-COD NOT EQUAL BKO-PRO-COD
               GO  TO  VALIDA-PENDENCIA-EXIT.
           MOVE BKO-CLI-COD TO CLI-COD.
           READ ARQCLI INVALID KEY
               MOVE "NAO CADASTRADO" TO CLI-NOME
               MOVE ZEROS            TO CLI-EMP-COD
           END-READ.
           IF  CLI-EMP-COD NOT EQUAL ZEROS
               AND CLI-EMP-COD NOT EQUAL LK-EMP-COD
               GO  TO  VALIDA-PENDENCIA-EXIT.
           MOVE ITE-QUANTIDADE TO WS-QTD-PENDENTE.
           MOVE "SIM" TO WS-BKO-VALIDA.
       VALIDA-PENDENCIA-EXIT.
           EXIT.

       ABRE-PRODUTO.
           MOVE BKO-PRO-COD TO WS-PRO-ATUAL.
           MOVE "SIM" TO WS-PRO-ABERTO.
           MOVE "NAO" TO WS-PRO-PULA.
           MOVE ZEROS TO WS-QTD-PRO.
           MOVE BKO-PRO-COD TO EST-PRO-COD.
           READ ARQEST INVALID KEY
               MOVE ZEROS TO EST-SALDO
           END-READ.
           MOVE EST-SALDO TO WS-SALDO-ATUAL WS-SALDO-RESTA.
           IF  WS-BKO-MODO EQUAL "ATE"
               AND WS-SALDO-ATUAL NOT GREATER THAN ZEROS
               MOVE "SIM" TO WS-PRO-PULA
               GO  TO  ABRE-PRODUTO-EXIT.
           ADD 1 TO WS-PRODUTOS.
           MOVE BKO-PRO-COD TO PRO-COD WS-PRO-ED.
           READ ARQPRO INVALID KEY
               MOVE "NAO CADASTRADO" TO PRO-DESC
               MOVE SPACES           TO PRO-UNIDADE
           END-READ.
           MOVE WS-SALDO-ATUAL TO WS-SALDO-ED.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "PRODUTO " WS-PRO-ED " " PRO-DESC
                  " " PRO-UNIDADE "  SALDO ATUAL: " WS-SALDO-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "   DATA PED.     PENDENCIA     ORIGINAL"
                  " CLIENTE NOME"
                  "                                   QUANTIDADE"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       ABRE-PRODUTO-EXIT.
           EXIT.

       FECHA-PRODUTO.
           IF  WS-PRO-ABERTO EQUAL "NAO"
               OR WS-PRO-PULA EQUAL "SIM"
               GO  TO  FECHA-PRODUTO-EXIT.
           MOVE WS-QTD-PRO TO WS-TOT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "   TOTAL PENDENTE DO PRODUTO: " WS-TOT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       FECHA-PRODUTO-EXIT.
           EXIT.

      *    O SALDO VAI PARA OS PEDIDOS MAIS ANTIGOS PRIMEIRO; QUEM
      *    NAO CABE INTEIRO FICA PARCIAL OU AGUARDANDO
       DISTRIBUI-SALDO.
           IF  WS-SALDO-RESTA NOT LESS THAN WS-QTD-PENDENTE
               MOVE "ATENDE"  TO WS-SITUACAO-ATD
               SUBTRACT WS-QTD-PENDENTE FROM WS-SALDO-RESTA
               ADD 1 TO WS-ATENDIVEIS
               GO  TO  DISTRIBUI-SALDO-EXIT.
           IF  WS-SALDO-RESTA GREATER THAN ZEROS
               MOVE "PARCIAL" TO WS-SITUACAO-ATD
               MOVE ZEROS TO WS-SALDO-RESTA
               GO  TO  DISTRIBUI-SALDO-EXIT.
           MOVE "AGUARDA" TO WS-SITUACAO-ATD.
       DISTRIBUI-SALDO-EXIT.
           EXIT.

       EDITA-DATA.
           MOVE WS-DATA-DIA TO WS-DATA-ED-DIA.
           MOVE WS-DATA-MES TO WS-DATA-ED-MES.
           MOVE WS-DATA-ANO TO WS-DATA-ED-ANO.
       EDITA-DATA-EXIT.
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
           MOVE "HBBKO001 " TO LK-PGM(2).
           MOVE "HBBKO001 " TO WK-COD-PGM.
           MOVE " PENDENCIAS DE ENTREGA" TO WK-DESC-PGM.
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

           MOVE "ARQBKO.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-BKO BKO-ARQ-WK.
           OPEN INPUT ARQBKO.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQBKO
              CLOSE ARQBKO
              OPEN INPUT ARQBKO
           END-IF
           MOVE " PENDENCIA"           TO WK-MSG-RT2.
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

           MOVE "ARQITE.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-ITE ITE-ARQ-WK.
           OPEN INPUT ARQITE.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQITE
              CLOSE ARQITE
              OPEN INPUT ARQITE
           END-IF
           MOVE " ITENS    "           TO WK-MSG-RT2.
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

           MOVE "ARQPRO.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PRO PRO-ARQ-WK.
           OPEN INPUT ARQPRO.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQPRO
              CLOSE ARQPRO
              OPEN INPUT ARQPRO
           END-IF
           MOVE " PRODUTOS "           TO WK-MSG-RT2.
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

           MOVE "HBBKO001"              TO WS-LOG-PROGRAMA.
           MOVE "ENTROU NO PROGRAMA"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

       FINALIZA.
           MOVE "HBBKO001"              TO WS-LOG-PROGRAMA.
           MOVE "SAIU DO PROGRAMA"      TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE " " TO LK-PGM(2).
           CLOSE ARQBKO.
           CLOSE ARQPED.
           CLOSE ARQITE.
           CLOSE ARQCLI.
           CLOSE ARQPRO.
           CLOSE ARQEST.
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
